000100  IDENTIFICATION DIVISION.
000200  PROGRAM-ID. PROGCOB52.
000300  AUTHOR. ALEX.
000400  INSTALLATION. ESCOLA - SETOR DE PROCESSAMENTO DE DADOS.
000500  DATE-WRITTEN. 15/10/2026.
000600  DATE-COMPILED.
000700******************************************************************
000800* AREA DE COMENTARIOS - REMARKS
000900* OBJETIVO: LANCAR AS DELIBERACOES DO CONSELHO DE CLASSE. LE AS
001000* TRANSACOES DA ATA (CONSTRAN - MATRICULA, DISCIPLINA OU BRANCO
001100* PARA O RESULTADO GERAL, DECISAO, NUMERO DA ATA, DATA DA
001200* REUNIAO E JUSTIFICATIVA) E VALIDA CADA UMA: DECISAO 'A'
001300* (APROVA) OU 'M' (MANTEM A REPROVACAO), ATA E JUSTIFICATIVA
001400* PREENCHIDAS, DATA REAL (DATESRV) E NAO FUTURA, MATRICULA NO
001500* CADASTRO E, PARA DISCIPLINA, REGISTRO NO GRADMAS. SO SE
001600* DELIBERA SOBRE REPROVADO ('R'/'F'); UMA DECISAO 'M' SOBRE
001700* QUEM O CONSELHO JA APROVOU ('C') REVE A DELIBERACAO E DEVOLVE
001800* A SITUACAO ANTERIOR GUARDADA NO CONSMAS.
001900* A APROVACAO GRAVA A SITUACAO 'C' (APROVADO PELO CONSELHO) NO
002000* STUDMAS OU NO GRADMAS - COM RECONSOLIDACAO DO RESULTADO GERAL
002100* QUANDO TODAS AS DISCIPLINAS FICAM APROVADAS - E TODA
002200* DELIBERACAO VAI PARA O CONSMAS (QUE O PROGCOB07 RESPEITA NAS
002300* RECORRECOES) E PARA O AUDITLOG COMO REGISTRO 'C' COM O
002400* NUMERO DA ATA. IMPRIME O REGISTRO DE DELIBERACOES (CONSRPT)
002500* COM OS TOTAIS DE CONTROLE
002600*
002700* MODIFICATION HISTORY
002800* DATE       INIT  DESCRIPTION
002900* 15/10/2026 ALEX  ORIGINAL
003000******************************************************************
003100  ENVIRONMENT DIVISION.
003200  CONFIGURATION SECTION.
003300  SOURCE-COMPUTER. IBM-370.
003400  OBJECT-COMPUTER. IBM-370.
003500  INPUT-OUTPUT SECTION.
003600  FILE-CONTROL.
003700      SELECT CONSELHO-TRAN-FILE ASSIGN TO CONSTRAN
003800          ORGANIZATION IS SEQUENTIAL
003900          FILE STATUS IS WS-CONSTRAN-STATUS.
004000      SELECT STUDENT-MASTER-FILE ASSIGN TO STUDMAS
004100          ORGANIZATION IS INDEXED
004200          ACCESS MODE IS RANDOM
004300          RECORD KEY IS SM-STUDENT-ID
004400          FILE STATUS IS WS-STUDMAS-STATUS.
004500      SELECT GRADE-MASTER-FILE ASSIGN TO GRADMAS
004600          ORGANIZATION IS INDEXED
004700          ACCESS MODE IS DYNAMIC
004800          RECORD KEY IS GM-CHAVE
004900          FILE STATUS IS WS-GRADMAS-STATUS.
005000      SELECT CONSELHO-FILE ASSIGN TO CONSMAS
005100          ORGANIZATION IS INDEXED
005200          ACCESS MODE IS RANDOM
005300          RECORD KEY IS CS-CHAVE
005400          FILE STATUS IS WS-CONSMAS-STATUS.
005500      SELECT ATTENDANCE-FILE ASSIGN TO ATTEND
005600          ORGANIZATION IS INDEXED
005700          ACCESS MODE IS RANDOM
005800          RECORD KEY IS AT-STUDENT-ID
005900          FILE STATUS IS WS-ATTEND-STATUS.
006000      SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
006100          ORGANIZATION IS SEQUENTIAL
006200          FILE STATUS IS WS-AUDITLOG-STATUS.
006300      SELECT CONSELHO-REPORT-FILE ASSIGN TO CONSRPT
006400          ORGANIZATION IS LINE SEQUENTIAL
006500          FILE STATUS IS WS-CONSRPT-STATUS.
006600      SELECT LOCK-FILE ASSIGN TO STUDLOCK
006700          ORGANIZATION IS SEQUENTIAL
006800          FILE STATUS IS WS-LOCK-STATUS.
006900  DATA DIVISION.
007000  FILE SECTION.
007100  FD  CONSELHO-TRAN-FILE
007200      LABEL RECORDS ARE STANDARD.
007300  01  CONSELHO-TRAN-RECORD.
007400      05  CT-STUDENT-ID           PIC X(06).
007500      05  CT-DISCIPLINA           PIC X(03).
007600      05  CT-DECISAO              PIC X(01).
007700          88  CT-DECISAO-APROVA           VALUE 'A'.
007800          88  CT-DECISAO-MANTEM           VALUE 'M'.
007900      05  CT-ATA                  PIC X(10).
008000      05  CT-DATA-CONSELHO        PIC 9(08).
008100      05  CT-JUSTIFICATIVA        PIC X(60).
008200  FD  STUDENT-MASTER-FILE
008300      LABEL RECORDS ARE STANDARD.
008400  COPY STUDMAS.
008500  FD  GRADE-MASTER-FILE
008600      LABEL RECORDS ARE STANDARD.
008700  COPY GRADMAS.
008800  FD  CONSELHO-FILE
008900      LABEL RECORDS ARE STANDARD.
009000  COPY CONSMAS.
009100  FD  ATTENDANCE-FILE
009200      LABEL RECORDS ARE STANDARD.
009300  COPY ATTENDNC.
009400  FD  AUDIT-LOG-FILE
009500      LABEL RECORDS ARE STANDARD.
009600  COPY AUDITREC.
009700  FD  CONSELHO-REPORT-FILE
009800      LABEL RECORDS ARE STANDARD.
009900  01  CR-LINE                     PIC X(80).
010000  FD  LOCK-FILE
010100      LABEL RECORDS ARE STANDARD.
010200  COPY LOCKREC.
010300  WORKING-STORAGE SECTION.
010400******************************************************************
010500* SWITCHES
010600******************************************************************
010700  01  WS-SWITCHES.
010800      05  WS-EOF-SW              PIC X(01) VALUE 'N'.
010900          88  WS-EOF                       VALUE 'Y'.
011000      05  WS-TRANS-INVALIDA-SW   PIC X(01) VALUE 'N'.
011100          88  WS-TRANS-INVALIDA            VALUE 'Y'.
011200      05  WS-GRADMAS-DISPONIVEL-SW PIC X(01) VALUE 'N'.
011300          88  WS-GRADMAS-DISPONIVEL        VALUE 'Y'.
011400      05  WS-ATTEND-DISPONIVEL-SW PIC X(01) VALUE 'N'.
011500          88  WS-ATTEND-DISPONIVEL         VALUE 'Y'.
011600      05  WS-CONS-EXISTE-SW      PIC X(01) VALUE 'N'.
011700          88  WS-CONS-EXISTE               VALUE 'Y'.
011800      05  WS-FIM-DISC-SW         PIC X(01) VALUE 'N'.
011900          88  WS-FIM-DISC                  VALUE 'Y'.
012000      05  WS-TODAS-APROVADAS-SW  PIC X(01) VALUE 'N'.
012100          88  WS-TODAS-APROVADAS           VALUE 'Y'.
012200      05  WS-DISC-CONSELHO-SW    PIC X(01) VALUE 'N'.
012300          88  WS-DISC-CONSELHO             VALUE 'Y'.
012400******************************************************************
012500* FILE STATUS AND COUNTERS
012600******************************************************************
012700  01  WS-FILE-STATUSES.
012800      05  WS-CONSTRAN-STATUS     PIC X(02) VALUE '00'.
012900          88  WS-CONSTRAN-OK              VALUE '00'.
013000          88  WS-CONSTRAN-EOF             VALUE '10'.
013100      05  WS-STUDMAS-STATUS      PIC X(02) VALUE '00'.
013200          88  WS-STUDMAS-OK               VALUE '00'.
013300      05  WS-GRADMAS-STATUS      PIC X(02) VALUE '00'.
013400          88  WS-GRADMAS-OK               VALUE '00'.
013500      05  WS-CONSMAS-STATUS      PIC X(02) VALUE '00'.
013600          88  WS-CONSMAS-OK               VALUE '00'.
013700          88  WS-CONSMAS-NAO-EXISTE       VALUE '35'.
013800      05  WS-ATTEND-STATUS       PIC X(02) VALUE '00'.
013900          88  WS-ATTEND-OK                VALUE '00'.
014000      05  WS-AUDITLOG-STATUS     PIC X(02) VALUE '00'.
014100          88  WS-AUDITLOG-OK              VALUE '00'.
014200          88  WS-AUDITLOG-NAO-EXISTE      VALUE '35'.
014300      05  WS-CONSRPT-STATUS      PIC X(02) VALUE '00'.
014400          88  WS-CONSRPT-OK               VALUE '00'.
014500  01  WS-COUNTERS COMP.
014600      05  WS-TRANS-LIDAS         PIC 9(05) VALUE ZERO.
014700      05  WS-TRANS-ACEITAS       PIC 9(05) VALUE ZERO.
014800      05  WS-TRANS-REJEITADAS    PIC 9(05) VALUE ZERO.
014900      05  WS-APROVACOES          PIC 9(05) VALUE ZERO.
015000      05  WS-MANUTENCOES         PIC 9(05) VALUE ZERO.
015100      05  WS-REVISOES            PIC 9(05) VALUE ZERO.
015200******************************************************************
015300* RUN DATE - SAME STRUCTURE TESTE1 USES FOR THE SYSTEM DATE
015400******************************************************************
015500  01  WRK-DATA.
015600      05  WRK-ANO                PIC 9(04) VALUE ZEROS.
015700      05  WRK-MES                PIC 9(02) VALUE ZEROS.
015800      05  WRK-DIA                PIC 9(02) VALUE ZEROS.
015900  01  WRK-DATA-YYYYMMDD REDEFINES WRK-DATA PIC 9(08).
016000******************************************************************
016100* STUDMAS UPDATE LOCK FIELDS (SEE LOCKWS.CPY/LOCKRTN.CPY)
016200******************************************************************
016300  COPY LOCKWS.
016400******************************************************************
016500* SHARED DATE-OUTPUT FIELDS (SEE DATEFMT.CPY)
016600******************************************************************
016700  COPY DATEFMT.
016800******************************************************************
016900* DATE SERVICE PARAMETER BLOCK (SEE DATEPARM.CPY / DATESRV)
017000******************************************************************
017100  COPY DATEPARM.
017200******************************************************************
017300* SITUACAO E MEDIA DO ALVO DA DELIBERACAO (ALUNO OU DISCIPLINA)
017400* ANTES E DEPOIS DA TRANSACAO CORRENTE
017500******************************************************************
017600  77  WRK-SITUACAO-ALVO          PIC X(01) VALUE SPACE.
017700  77  WRK-SITUACAO-NOVA          PIC X(01) VALUE SPACE.
017800  77  WRK-SITUACAO-ANTERIOR      PIC X(01) VALUE SPACE.
017900  77  WRK-MEDIA-ALVO             PIC 9(02) VALUE ZEROS.
018000******************************************************************
018100* FREQUENCIA DO ALUNO, LIQUIDA DE ABONOS (COMO NO PROGCOB07)
018200******************************************************************
018300  77  WRK-FREQUENCIA-PCT         PIC 9(03) VALUE 100.
018400  77  WRK-AULAS-TOTAIS           PIC 9(05) VALUE ZEROS.
018500  77  WRK-FALTAS-TOTAIS          PIC 9(05) VALUE ZEROS.
018600  77  WRK-ABONOS-TOTAIS          PIC 9(05) VALUE ZEROS.
018700  77  WRK-FALTAS-LIQUIDAS        PIC S9(05) VALUE ZEROS.
018800******************************************************************
018900* REASON THE CURRENT TRANSACTION WAS REJECTED
019000******************************************************************
019100  77  WRK-MOTIVO-REJEICAO        PIC X(20) VALUE SPACES.
019200******************************************************************
019300* REPORT LINE LAYOUTS
019400******************************************************************
019500  01  WS-HEADER-1.
019600      05  FILLER                 PIC X(40)
019700          VALUE 'REGISTRO DE DELIBERACOES DO CONSELHO'.
019800  01  WS-HEADER-2.
019900      05  FILLER                 PIC X(10) VALUE 'DATA EMIS:'.
020000      05  WS-H2-DATA             PIC X(10).
020100  01  WS-HEADER-3.
020200      05  FILLER                 PIC X(11) VALUE 'MATRICULA  '.
020300      05  FILLER                 PIC X(07) VALUE 'DISC   '.
020400      05  FILLER                 PIC X(04) VALUE 'DEC '.
020500      05  FILLER                 PIC X(12) VALUE 'ATA'.
020600      05  FILLER                 PIC X(08) VALUE 'DE/PARA '.
020700      05  FILLER                 PIC X(10) VALUE 'SITUACAO  '.
020800      05  FILLER                 PIC X(20) VALUE 'CRITICA'.
020900  01  WS-DETAIL-LINE.
021000      05  WD-ID                  PIC X(06).
021100      05  FILLER                 PIC X(05) VALUE SPACES.
021200      05  WD-DISCIPLINA          PIC X(05).
021300      05  FILLER                 PIC X(03) VALUE SPACES.
021400      05  WD-DECISAO             PIC X(01).
021500      05  FILLER                 PIC X(02) VALUE SPACES.
021600      05  WD-ATA                 PIC X(10).
021700      05  FILLER                 PIC X(03) VALUE SPACES.
021800      05  WD-SIT-ANTES           PIC X(01).
021900      05  FILLER                 PIC X(01) VALUE '/'.
022000      05  WD-SIT-DEPOIS          PIC X(01).
022100      05  FILLER                 PIC X(04) VALUE SPACES.
022200      05  WD-SITUACAO            PIC X(09).
022300      05  FILLER                 PIC X(01) VALUE SPACE.
022400      05  WD-CRITICA             PIC X(20).
022500  01  WS-FOOTER-LINE-1.
022600      05  FILLER                 PIC X(08) VALUE 'LIDAS: '.
022700      05  WF-LIDAS               PIC ZZZZ9.
022800      05  FILLER                 PIC X(11) VALUE '  ACEITAS: '.
022900      05  WF-ACEITAS             PIC ZZZZ9.
023000      05  FILLER                 PIC X(14)
023100          VALUE '  REJEITADAS: '.
023200      05  WF-REJEITADAS          PIC ZZZZ9.
023300  01  WS-FOOTER-LINE-2.
023400      05  FILLER                 PIC X(12) VALUE 'APROVACOES: '.
023500      05  WF-APROVACOES          PIC ZZZZ9.
023600      05  FILLER                 PIC X(14)
023700          VALUE '  MANTIDAS: '.
023800      05  WF-MANUTENCOES         PIC ZZZZ9.
023900      05  FILLER                 PIC X(13)
024000          VALUE '  REVISTAS: '.
024100      05  WF-REVISOES            PIC ZZZZ9.
024200  PROCEDURE DIVISION.
024300******************************************************************
024400* 0000-MAINLINE
024500* CONTROLS THE OVERALL FLOW OF THE CONSELHO-POSTING RUN
024600******************************************************************
024700  0000-MAINLINE.
024800      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024900      PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
025000          UNTIL WS-EOF.
025100      PERFORM 8000-TERMINATE THRU 8000-EXIT.
025200      STOP RUN.
025300******************************************************************
025400* 1000-INITIALIZE
025500* TAKES THE STUDMAS UPDATE LOCK, OPENS THE TRANSACTIONS, THE
025600* MASTERS FOR UPDATE, THE AUDIT LOG FOR APPEND AND THE
025700* REGISTER, AND PRIMES THE READ. CONSMAS AUSENTE E CRIADO
025800******************************************************************
025900  1000-INITIALIZE.
026000      ACCEPT WRK-DATA FROM DATE YYYYMMDD.
026100      MOVE 'PROGCOB52' TO WRK-LOCK-PROGRAMA.
026200      PERFORM 9840-OBTER-LOCK THRU 9840-EXIT.
026300      IF WS-LOCK-NEGADO
026400          MOVE 'Y' TO WS-EOF-SW
026500          GO TO 1000-EXIT
026600      END-IF.
026700      OPEN INPUT CONSELHO-TRAN-FILE.
026800      OPEN I-O STUDENT-MASTER-FILE.
026900      OPEN OUTPUT CONSELHO-REPORT-FILE.
027000      OPEN EXTEND AUDIT-LOG-FILE.
027100      IF WS-AUDITLOG-NAO-EXISTE
027200          OPEN OUTPUT AUDIT-LOG-FILE
027300      END-IF.
027400      OPEN I-O CONSELHO-FILE.
027500      IF WS-CONSMAS-NAO-EXISTE
027600          DISPLAY 'PROGCOB52 - CONSMAS INEXISTENTE - CRIANDO '
027700              'ARQUIVO NOVO'
027800          OPEN OUTPUT CONSELHO-FILE
027900          CLOSE CONSELHO-FILE
028000          OPEN I-O CONSELHO-FILE
028100      END-IF.
028200      IF NOT WS-CONSTRAN-OK OR NOT WS-STUDMAS-OK
028300          OR NOT WS-CONSRPT-OK OR NOT WS-AUDITLOG-OK
028400          OR NOT WS-CONSMAS-OK
028500          DISPLAY 'PROGCOB52 - ERRO AO ABRIR ARQUIVOS: '
028600              WS-CONSTRAN-STATUS ' / ' WS-STUDMAS-STATUS ' / '
028700              WS-CONSRPT-STATUS ' / ' WS-AUDITLOG-STATUS ' / '
028800              WS-CONSMAS-STATUS
028900          MOVE 'Y' TO WS-EOF-SW
029000          GO TO 1000-EXIT
029100      END-IF.
029200      OPEN I-O GRADE-MASTER-FILE.
029300      IF WS-GRADMAS-OK
029400          MOVE 'Y' TO WS-GRADMAS-DISPONIVEL-SW
029500      END-IF.
029600      OPEN INPUT ATTENDANCE-FILE.
029700      IF WS-ATTEND-OK
029800          MOVE 'Y' TO WS-ATTEND-DISPONIVEL-SW
029900      END-IF.
030000      PERFORM 9810-FORMATAR-DDMMYYYY THRU 9810-EXIT.
030100      MOVE DATEFMT-DDMMYYYY TO WS-H2-DATA.
030200      WRITE CR-LINE FROM WS-HEADER-1.
030300      WRITE CR-LINE FROM WS-HEADER-2.
030400      WRITE CR-LINE FROM WS-HEADER-3.
030500      PERFORM 2100-READ-TRANS THRU 2100-EXIT.
030600  1000-EXIT.
030700      EXIT.
030800******************************************************************
030900* 2000-PROCESS-TRANS
031000* VALIDATES AND POSTS ONE DELIBERATION, LOGS IT ON THE
031100* REGISTER, AND READS THE NEXT ONE
031200******************************************************************
031300  2000-PROCESS-TRANS.
031400      MOVE SPACE TO WRK-SITUACAO-ALVO.
031500      MOVE SPACE TO WRK-SITUACAO-NOVA.
031600      PERFORM 2200-VALIDAR-TRANS THRU 2200-EXIT.
031700      IF WS-TRANS-INVALIDA
031800          ADD 1 TO WS-TRANS-REJEITADAS
031900      ELSE
032000          PERFORM 2300-POSTAR-DECISAO THRU 2300-EXIT
032100      END-IF.
032200      PERFORM 2400-WRITE-REGISTRO THRU 2400-EXIT.
032300      PERFORM 2100-READ-TRANS THRU 2100-EXIT.
032400  2000-EXIT.
032500      EXIT.
032600******************************************************************
032700* 2100-READ-TRANS
032800* READS THE NEXT CONSELHO TRANSACTION, SETS THE EOF SWITCH
032900******************************************************************
033000  2100-READ-TRANS.
033100      READ CONSELHO-TRAN-FILE
033200          AT END
033300              MOVE 'Y' TO WS-EOF-SW
033400              GO TO 2100-EXIT
033500      END-READ.
033600      IF NOT WS-CONSTRAN-OK AND NOT WS-CONSTRAN-EOF
033700          DISPLAY 'PROGCOB52 - ERRO DE LEITURA CONSTRAN: '
033800              WS-CONSTRAN-STATUS
033900          MOVE 'Y' TO WS-EOF-SW
034000          GO TO 2100-EXIT
034100      END-IF.
034200      ADD 1 TO WS-TRANS-LIDAS.
034300  2100-EXIT.
034400      EXIT.
034500******************************************************************
034600* 2200-VALIDAR-TRANS
034700* DECISAO A/M, ATA E JUSTIFICATIVA PREENCHIDAS, DATA DA REUNIAO
034800* REAL E NAO FUTURA, MATRICULA NO CADASTRO, DISCIPLINA NO
034900* GRADMAS, E O ALVO REPROVADO - OU, PARA UMA REVISAO 'M', JA
035000* APROVADO PELO CONSELHO COM A DELIBERACAO NO CONSMAS
035100******************************************************************
035200  2200-VALIDAR-TRANS.
035300      MOVE 'N' TO WS-TRANS-INVALIDA-SW.
035400      MOVE SPACES TO WRK-MOTIVO-REJEICAO.
035500      IF NOT CT-DECISAO-APROVA AND NOT CT-DECISAO-MANTEM
035600          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
035700          MOVE 'DECISAO NAO E A/M' TO WRK-MOTIVO-REJEICAO
035800          GO TO 2200-EXIT
035900      END-IF.
036000      IF CT-ATA = SPACES
036100          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
036200          MOVE 'ATA NAO INFORMADA' TO WRK-MOTIVO-REJEICAO
036300          GO TO 2200-EXIT
036400      END-IF.
036500      IF CT-JUSTIFICATIVA = SPACES
036600          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
036700          MOVE 'SEM JUSTIFICATIVA' TO WRK-MOTIVO-REJEICAO
036800          GO TO 2200-EXIT
036900      END-IF.
037000      IF CT-DATA-CONSELHO NOT NUMERIC
037100          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
037200          MOVE 'DATA NAO NUMERICA' TO WRK-MOTIVO-REJEICAO
037300          GO TO 2200-EXIT
037400      END-IF.
037500      MOVE CT-DATA-CONSELHO TO DP-DATA-1.
037600      MOVE ZEROS TO DP-DATA-2.
037700      CALL 'DATESRV' USING DATE-SERVICE-PARM.
037800      IF NOT DP-DATA-OK
037900          OR CT-DATA-CONSELHO > WRK-DATA-YYYYMMDD
038000          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
038100          MOVE 'DATA INVALIDA/FUTURA' TO WRK-MOTIVO-REJEICAO
038200          GO TO 2200-EXIT
038300      END-IF.
038400      MOVE CT-STUDENT-ID TO SM-STUDENT-ID.
038500      READ STUDENT-MASTER-FILE
038600          INVALID KEY
038700              MOVE 'Y' TO WS-TRANS-INVALIDA-SW
038800              MOVE 'MATRICULA INEXISTENTE'
038900                  TO WRK-MOTIVO-REJEICAO
039000              GO TO 2200-EXIT
039100      END-READ.
039200      MOVE SM-SITUACAO TO WRK-SITUACAO-ALVO.
039300      MOVE SM-MEDIA TO WRK-MEDIA-ALVO.
039400      IF CT-DISCIPLINA NOT = SPACES
039500          PERFORM 2250-LER-DISCIPLINA THRU 2250-EXIT
039600          IF WS-TRANS-INVALIDA
039700              GO TO 2200-EXIT
039800          END-IF
039900      END-IF.
040000      MOVE WRK-SITUACAO-ALVO TO WRK-SITUACAO-NOVA.
040100      MOVE CT-STUDENT-ID TO CS-STUDENT-ID.
040200      MOVE CT-DISCIPLINA TO CS-DISCIPLINA.
040300      MOVE 'N' TO WS-CONS-EXISTE-SW.
040400      READ CONSELHO-FILE
040500          INVALID KEY
040600              CONTINUE
040700          NOT INVALID KEY
040800              MOVE 'Y' TO WS-CONS-EXISTE-SW
040900      END-READ.
041000      IF WRK-SITUACAO-ALVO = SPACE
041100          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
041200          MOVE 'RESULTADO PENDENTE' TO WRK-MOTIVO-REJEICAO
041300          GO TO 2200-EXIT
041400      END-IF.
041500      IF WRK-SITUACAO-ALVO = 'A'
041600          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
041700          MOVE 'JA APROVADO' TO WRK-MOTIVO-REJEICAO
041800          GO TO 2200-EXIT
041900      END-IF.
042000      IF WRK-SITUACAO-ALVO = 'C'
042100          IF CT-DECISAO-APROVA
042200              MOVE 'Y' TO WS-TRANS-INVALIDA-SW
042300              MOVE 'JA APROV CONSELHO' TO WRK-MOTIVO-REJEICAO
042400              GO TO 2200-EXIT
042500          END-IF
042600          IF NOT WS-CONS-EXISTE
042700              MOVE 'Y' TO WS-TRANS-INVALIDA-SW
042800              MOVE 'SEM DELIBERACAO ANT.'
042900                  TO WRK-MOTIVO-REJEICAO
043000              GO TO 2200-EXIT
043100          END-IF
043200      END-IF.
043300  2200-EXIT.
043400      EXIT.
043500******************************************************************
043600* 2250-LER-DISCIPLINA
043700* READS THE GRADMAS RECORD OF THE DISCIPLINA ON THE TRANSACTION
043800* - ITS SITUACAO AND MEDIA BECOME THE TARGET OF THE DECISION
043900******************************************************************
044000  2250-LER-DISCIPLINA.
044100      IF NOT WS-GRADMAS-DISPONIVEL
044200          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
044300          MOVE 'GRADMAS INDISPONIVEL' TO WRK-MOTIVO-REJEICAO
044400          GO TO 2250-EXIT
044500      END-IF.
044600      MOVE CT-STUDENT-ID TO GM-STUDENT-ID.
044700      MOVE CT-DISCIPLINA TO GM-DISCIPLINA.
044800      READ GRADE-MASTER-FILE
044900          INVALID KEY
045000              MOVE 'Y' TO WS-TRANS-INVALIDA-SW
045100              MOVE 'DISCIPLINA SEM NOTA' TO WRK-MOTIVO-REJEICAO
045200              GO TO 2250-EXIT
045300      END-READ.
045400      MOVE GM-SITUACAO TO WRK-SITUACAO-ALVO.
045500      MOVE GM-MEDIA TO WRK-MEDIA-ALVO.
045600  2250-EXIT.
045700      EXIT.
045800******************************************************************
045900* 2300-POSTAR-DECISAO
046000* APPLIES THE DECISION - 'A' PASSA O ALVO A 'C'; 'M' SOBRE UM
046100* 'C' DEVOLVE A SITUACAO ANTERIOR; 'M' SOBRE REPROVADO SO
046200* REGISTRA. CONSMAS IS WRITTEN FIRST - SEM ELE O MASTER NAO E
046250* TOCADO - THEN THE MASTER AND, LAST, THE 'C' AUDIT RECORD
046300******************************************************************
046400  2300-POSTAR-DECISAO.
046500      IF WRK-SITUACAO-ALVO = 'C'
046600          MOVE CS-SITUACAO-ANTERIOR TO WRK-SITUACAO-ANTERIOR
046700      ELSE
046800          MOVE WRK-SITUACAO-ALVO TO WRK-SITUACAO-ANTERIOR
046900      END-IF.
046950      IF CT-DECISAO-APROVA
047000          MOVE 'C' TO WRK-SITUACAO-NOVA
047050      ELSE
047100          IF WRK-SITUACAO-ALVO = 'C'
047150              MOVE WRK-SITUACAO-ANTERIOR TO WRK-SITUACAO-NOVA
047200          END-IF
047250      END-IF.
047300      PERFORM 2350-LER-FREQUENCIA THRU 2350-EXIT.
047350      PERFORM 2700-GRAVAR-CONSMAS THRU 2700-EXIT.
047400      IF NOT WS-CONSMAS-OK
047450          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
047500          MOVE 'ERRO DE GRAVACAO' TO WRK-MOTIVO-REJEICAO
047550          ADD 1 TO WS-TRANS-REJEITADAS
047600          GO TO 2300-EXIT
047650      END-IF.
047700      IF WRK-SITUACAO-NOVA NOT = WRK-SITUACAO-ALVO
047750          PERFORM 2500-ATUALIZAR-MASTER THRU 2500-EXIT
047800          IF WS-TRANS-INVALIDA
047850              ADD 1 TO WS-TRANS-REJEITADAS
047900              GO TO 2300-EXIT
047950          END-IF
048000      END-IF.
048050      PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT.
048100      IF CT-DECISAO-APROVA
048150          ADD 1 TO WS-APROVACOES
048200      ELSE
048250          IF WRK-SITUACAO-ALVO = 'C'
048300              ADD 1 TO WS-REVISOES
048350          ELSE
048400              ADD 1 TO WS-MANUTENCOES
048450          END-IF
048500      END-IF.
048550      ADD 1 TO WS-TRANS-ACEITAS.
049200  2300-EXIT.
049300      EXIT.
049400******************************************************************
049500* 2350-LER-FREQUENCIA
049600* ATTENDANCE PERCENTAGE NET OF ABONOS, WORKED OUT EXACTLY AS
049700* PROGCOB07 DOES - GOES TO CONSMAS AND TO THE AUDIT RECORD
049800******************************************************************
049900  2350-LER-FREQUENCIA.
050000      MOVE 100 TO WRK-FREQUENCIA-PCT.
050100      MOVE ZEROS TO WRK-ABONOS-TOTAIS.
050200      IF NOT WS-ATTEND-DISPONIVEL
050300          GO TO 2350-EXIT
050400      END-IF.
050500      MOVE CT-STUDENT-ID TO AT-STUDENT-ID.
050600      READ ATTENDANCE-FILE
050700          INVALID KEY
050800              GO TO 2350-EXIT
050900      END-READ.
051000      COMPUTE WRK-AULAS-TOTAIS = AT-AULAS-BIM1 + AT-AULAS-BIM2
051100          + AT-AULAS-BIM3 + AT-AULAS-BIM4.
051200      COMPUTE WRK-FALTAS-TOTAIS = AT-FALTAS-BIM1
051300          + AT-FALTAS-BIM2 + AT-FALTAS-BIM3 + AT-FALTAS-BIM4.
051400      COMPUTE WRK-ABONOS-TOTAIS = AT-ABONOS-BIM1
051500          + AT-ABONOS-BIM2 + AT-ABONOS-BIM3 + AT-ABONOS-BIM4.
051600      IF WRK-AULAS-TOTAIS = ZERO
051700          GO TO 2350-EXIT
051800      END-IF.
051900      COMPUTE WRK-FALTAS-LIQUIDAS = WRK-FALTAS-TOTAIS
052000          - WRK-ABONOS-TOTAIS.
052100      IF WRK-FALTAS-LIQUIDAS < ZERO
052200          MOVE ZERO TO WRK-FALTAS-LIQUIDAS
052300      END-IF.
052400      COMPUTE WRK-FREQUENCIA-PCT =
052500          (WRK-AULAS-TOTAIS - WRK-FALTAS-LIQUIDAS) * 100
052600          / WRK-AULAS-TOTAIS.
052700  2350-EXIT.
052800      EXIT.
052900******************************************************************
053000* 2400-WRITE-REGISTRO
053100* ONE REGISTER LINE PER TRANSACTION - SITUACAO ANTES/DEPOIS DO
053200* ALVO; A CRITICA SO SAI NA REJEITADA
053300******************************************************************
053400  2400-WRITE-REGISTRO.
053500      MOVE CT-STUDENT-ID TO WD-ID.
053600      IF CT-DISCIPLINA = SPACES
053700          MOVE 'GERAL' TO WD-DISCIPLINA
053800      ELSE
053900          MOVE CT-DISCIPLINA TO WD-DISCIPLINA
054000      END-IF.
054100      MOVE CT-DECISAO TO WD-DECISAO.
054200      MOVE CT-ATA TO WD-ATA.
054300      MOVE WRK-SITUACAO-ALVO TO WD-SIT-ANTES.
054400      MOVE WRK-SITUACAO-NOVA TO WD-SIT-DEPOIS.
054500      IF WS-TRANS-INVALIDA
054600          MOVE 'REJEITADA' TO WD-SITUACAO
054700      ELSE
054800          MOVE 'LANCADA' TO WD-SITUACAO
054900      END-IF.
055000      MOVE WRK-MOTIVO-REJEICAO TO WD-CRITICA.
055100      WRITE CR-LINE FROM WS-DETAIL-LINE.
055200  2400-EXIT.
055300      EXIT.
055400******************************************************************
055500* 2500-ATUALIZAR-MASTER
055600* WRITES THE NEW SITUACAO ON THE TARGET - DIRETO NO STUDMAS
055700* PARA O RESULTADO GERAL; NO GRADMAS PARA A DISCIPLINA, COM O
055800* RESULTADO GERAL RECONSOLIDADO EM 2600
055900******************************************************************
056000  2500-ATUALIZAR-MASTER.
056100      IF CT-DISCIPLINA = SPACES
056200          MOVE WRK-SITUACAO-NOVA TO SM-SITUACAO
056300          GO TO 2500-GRAVAR-ALUNO
056400      END-IF.
056500      MOVE WRK-SITUACAO-NOVA TO GM-SITUACAO.
056600      REWRITE GRADE-MASTER-RECORD.
056700      IF NOT WS-GRADMAS-OK
056800          DISPLAY 'PROGCOB52 - ERRO AO GRAVAR GRADMAS: '
056900              WS-GRADMAS-STATUS ' ALUNO ' CT-STUDENT-ID
057000          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
057100          MOVE 'ERRO DE GRAVACAO' TO WRK-MOTIVO-REJEICAO
057200          GO TO 2500-EXIT
057300      END-IF.
057400      PERFORM 2600-RECONSOLIDAR-ALUNO THRU 2600-EXIT.
057500  2500-GRAVAR-ALUNO.
057600      REWRITE STUDENT-MASTER-RECORD.
057700      IF NOT WS-STUDMAS-OK
057800          DISPLAY 'PROGCOB52 - ERRO AO GRAVAR STUDMAS: '
057900              WS-STUDMAS-STATUS ' ALUNO ' CT-STUDENT-ID
058000          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
058100          MOVE 'ERRO DE GRAVACAO' TO WRK-MOTIVO-REJEICAO
058200      END-IF.
058300  2500-EXIT.
058400      EXIT.
058500******************************************************************
058600* 2600-RECONSOLIDAR-ALUNO
058700* SAME RULE AS PROGCOB07 2780 - WITH EVERY DISCIPLINA APROVADA
058800* (A OU C) THE GENERAL RESULT IS APROVADO, 'C' WHEN ANY OF THEM
058900* WAS THE CONSELHO'S; OTHERWISE REPROVADO. REPROVADO POR FALTA
059000* NAO SE RESOLVE POR DISCIPLINA E FICA COMO ESTA, ASSIM COMO UM
059100* RESULTADO GERAL JA APROVADO PELO CONSELHO (DELIBERACAO GERAL)
059200******************************************************************
059300  2600-RECONSOLIDAR-ALUNO.
059400      IF SM-REPROVADO-FALTA OR SM-SITUACAO-PENDENTE
059500          GO TO 2600-EXIT
059600      END-IF.
059700      IF SM-APROVADO-CONSELHO AND CT-DECISAO-APROVA
059800          GO TO 2600-EXIT
059900      END-IF.
060000      MOVE 'Y' TO WS-TODAS-APROVADAS-SW.
060100      MOVE 'N' TO WS-DISC-CONSELHO-SW.
060200      MOVE CT-STUDENT-ID TO GM-STUDENT-ID.
060300      MOVE LOW-VALUES TO GM-DISCIPLINA.
060400      START GRADE-MASTER-FILE KEY IS GREATER THAN GM-CHAVE
060500          INVALID KEY
060600              GO TO 2600-EXIT
060700      END-START.
060800      MOVE 'N' TO WS-FIM-DISC-SW.
060900      PERFORM 2650-CONFERIR-DISCIPLINA THRU 2650-EXIT
061000          UNTIL WS-FIM-DISC.
061100      IF WS-TODAS-APROVADAS
061200          IF WS-DISC-CONSELHO
061300              MOVE 'C' TO SM-SITUACAO
061400          ELSE
061500              MOVE 'A' TO SM-SITUACAO
061600          END-IF
061700      ELSE
061800          MOVE 'R' TO SM-SITUACAO
061900      END-IF.
062000  2600-EXIT.
062100      EXIT.
062200******************************************************************
062300* 2650-CONFERIR-DISCIPLINA
062400* READS THE NEXT GRADMAS RECORD OF THE ALUNO AND FOLDS ITS
062500* SITUACAO INTO THE CONSOLIDATION SWITCHES
062600******************************************************************
062700  2650-CONFERIR-DISCIPLINA.
062800      READ GRADE-MASTER-FILE NEXT RECORD
062900          AT END
063000              MOVE 'Y' TO WS-FIM-DISC-SW
063100              GO TO 2650-EXIT
063200      END-READ.
063300      IF NOT WS-GRADMAS-OK
063400          OR GM-STUDENT-ID NOT = CT-STUDENT-ID
063500          MOVE 'Y' TO WS-FIM-DISC-SW
063600          GO TO 2650-EXIT
063700      END-IF.
063800      IF NOT GM-APROVADO
063900          MOVE 'N' TO WS-TODAS-APROVADAS-SW
064000      END-IF.
064100      IF GM-APROVADO-CONSELHO
064200          MOVE 'Y' TO WS-DISC-CONSELHO-SW
064300      END-IF.
064400  2650-EXIT.
064500      EXIT.
064600******************************************************************
064700* 2700-GRAVAR-CONSMAS
064800* WRITES THE DELIBERATION - A KEY ALREADY ON FILE (REVISAO OU
064900* NOVA ATA SOBRE O MESMO ALVO) IS REWRITTEN, KEEPING THE
065000* SITUACAO FOUND BY THE FIRST DELIBERATION
065100******************************************************************
065200  2700-GRAVAR-CONSMAS.
065300      MOVE CT-STUDENT-ID TO CS-STUDENT-ID.
065400      MOVE CT-DISCIPLINA TO CS-DISCIPLINA.
065500      MOVE SM-CLASS-SECTION TO CS-CLASS-SECTION.
065600      MOVE CT-DECISAO TO CS-DECISAO.
065700      MOVE CT-ATA TO CS-ATA.
065800      MOVE CT-DATA-CONSELHO TO CS-DATA-CONSELHO.
065900      MOVE CT-JUSTIFICATIVA TO CS-JUSTIFICATIVA.
066000      MOVE WRK-SITUACAO-ANTERIOR TO CS-SITUACAO-ANTERIOR.
066100      MOVE WRK-MEDIA-ALVO TO CS-MEDIA-ANTERIOR.
066200      MOVE WRK-FREQUENCIA-PCT TO CS-FREQUENCIA.
066300      MOVE WRK-DATA-YYYYMMDD TO CS-DATA-LANCAMENTO.
066400      IF WS-CONS-EXISTE
066500          REWRITE CONSELHO-RECORD
066600      ELSE
066700          WRITE CONSELHO-RECORD
066800      END-IF.
066900      IF NOT WS-CONSMAS-OK
067000          DISPLAY 'PROGCOB52 - ERRO AO GRAVAR CONSMAS: '
067100              WS-CONSMAS-STATUS ' ALUNO ' CT-STUDENT-ID
067200      END-IF.
067300  2700-EXIT.
067400      EXIT.
067500******************************************************************
067600* 2800-WRITE-AUDIT
067700* APPENDS THE 'C' RECORD TO THE AUDIT LOG - NOTAS E MEDIA DO
067800* ALVO, A SITUACAO DEPOIS DA DELIBERACAO E O NUMERO DA ATA. A
067900* DISCIPLINA E RELIDA PORQUE A RECONSOLIDACAO PERCORRE O GRADMAS
068000******************************************************************
068100  2800-WRITE-AUDIT.
068150      INITIALIZE AUDIT-RECORD.
068200      MOVE CT-STUDENT-ID TO AR-STUDENT-ID.
068300      MOVE SM-CLASS-SECTION TO AR-CLASS-SECTION.
068400      MOVE 'C' TO AR-TIPO-REGISTRO.
068500      IF CT-DISCIPLINA = SPACES
068600          MOVE SM-NOTA1 TO AR-NOTA1
068700          MOVE SM-NOTA2 TO AR-NOTA2
068800          MOVE SM-NOTA3 TO AR-NOTA3
068900          MOVE SM-NOTA4 TO AR-NOTA4
069000      ELSE
069100          MOVE CT-STUDENT-ID TO GM-STUDENT-ID
069200          MOVE CT-DISCIPLINA TO GM-DISCIPLINA
069300          READ GRADE-MASTER-FILE
069400              INVALID KEY
069500                  CONTINUE
069600          END-READ
069700          MOVE GM-NOTA1 TO AR-NOTA1
069800          MOVE GM-NOTA2 TO AR-NOTA2
069900          MOVE GM-NOTA3 TO AR-NOTA3
070000          MOVE GM-NOTA4 TO AR-NOTA4
070100      END-IF.
070200      MOVE WRK-MEDIA-ALVO TO AR-MEDIA.
070300      MOVE WRK-SITUACAO-NOVA TO AR-RESULTADO.
070400      MOVE WRK-FREQUENCIA-PCT TO AR-FREQUENCIA.
070500      MOVE WRK-ABONOS-TOTAIS TO AR-FALTAS-ABONADAS.
070600      MOVE CT-DISCIPLINA TO AR-DISCIPLINA.
070700      MOVE ZEROS TO AR-BIMESTRE.
070800      MOVE ZEROS TO AR-NOTA-ANTERIOR.
070900      MOVE ZEROS TO AR-NOTA-NOVA.
071000      MOVE CT-ATA TO AR-ATA-CONSELHO.
071100      PERFORM 9820-FORMATAR-YYYYMMDD THRU 9820-EXIT.
071200      MOVE DATEFMT-YYYYMMDD TO AR-DATA-EXECUCAO.
071300      WRITE AUDIT-RECORD.
071400      IF NOT WS-AUDITLOG-OK
071500          DISPLAY 'PROGCOB52 - ERRO AO GRAVAR AUDITLOG: '
071600              WS-AUDITLOG-STATUS
071700      END-IF.
071800  2800-EXIT.
071900      EXIT.
072000******************************************************************
072100* 8000-TERMINATE
072200* WRITES THE CONTROL-COUNT FOOTER, CLOSES FILES, SHOWS TOTALS
072300* AND RELEASES THE STUDMAS LOCK
072400******************************************************************
072500  8000-TERMINATE.
072600      IF WS-LOCK-NEGADO
072700          DISPLAY 'PROGCOB52 - EXECUCAO RECUSADA PELO LOCK - '
072800              'NADA PROCESSADO'
072900          GO TO 8000-EXIT
073000      END-IF.
073100      MOVE WS-TRANS-LIDAS TO WF-LIDAS.
073200      MOVE WS-TRANS-ACEITAS TO WF-ACEITAS.
073300      MOVE WS-TRANS-REJEITADAS TO WF-REJEITADAS.
073400      MOVE WS-APROVACOES TO WF-APROVACOES.
073500      MOVE WS-MANUTENCOES TO WF-MANUTENCOES.
073600      MOVE WS-REVISOES TO WF-REVISOES.
073700      WRITE CR-LINE FROM WS-FOOTER-LINE-1.
073800      WRITE CR-LINE FROM WS-FOOTER-LINE-2.
073900      CLOSE CONSELHO-TRAN-FILE STUDENT-MASTER-FILE
074000          CONSELHO-FILE AUDIT-LOG-FILE CONSELHO-REPORT-FILE.
074100      IF WS-GRADMAS-DISPONIVEL
074200          CLOSE GRADE-MASTER-FILE
074300      END-IF.
074400      IF WS-ATTEND-DISPONIVEL
074500          CLOSE ATTENDANCE-FILE
074600      END-IF.
074700      DISPLAY 'PROGCOB52 - TRANSACOES LIDAS......: '
074800          WS-TRANS-LIDAS.
074900      DISPLAY 'PROGCOB52 - TRANSACOES ACEITAS....: '
075000          WS-TRANS-ACEITAS.
075100      DISPLAY 'PROGCOB52 - TRANSACOES REJEITADAS.: '
075200          WS-TRANS-REJEITADAS.
075300      DISPLAY 'PROGCOB52 - APROVADOS PELO CONSELHO: '
075400          WS-APROVACOES.
075500      PERFORM 9850-LIBERAR-LOCK THRU 9850-EXIT.
075600  8000-EXIT.
075700      EXIT.
075800******************************************************************
075900* SHARED DATE-FORMATTING ROUTINES (SEE DATERTN.CPY)
076000******************************************************************
076100  COPY DATERTN.
076200******************************************************************
076300* STUDMAS UPDATE-LOCK ROUTINES (SEE LOCKRTN.CPY)
076400******************************************************************
076500  COPY LOCKRTN.
