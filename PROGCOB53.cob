000100  IDENTIFICATION DIVISION.
000200  PROGRAM-ID. PROGCOB53.
000300  AUTHOR. ALEX.
000400  INSTALLATION. ESCOLA - SETOR DE PROCESSAMENTO DE DADOS.
000500  DATE-WRITTEN. 15/10/2026.
000600  DATE-COMPILED.
000700******************************************************************
000800* AREA DE COMENTARIOS - REMARKS
000900* OBJETIVO: LANCAR E FECHAR AS DEPENDENCIAS (PROGRESSAO PARCIAL)
001000* ABERTAS PELO PROGCOB25. LE AS TRANSACOES DA SECRETARIA
001100* (DEPTRAN - MATRICULA, DISCIPLINA, ANO DE ORIGEM, NOTA FINAL
001200* DA DEPENDENCIA E DATA DA AVALIACAO) E VALIDA CADA UMA:
001300* DEPENDENCIA CADASTRADA NO DEPMAS E AINDA ABERTA, NOTA NA
001400* FAIXA 00-10, DATA REAL (DATESRV) E NAO FUTURA, ALUNO NO
001500* CADASTRO. A NOTA QUE ATINGE A MEDIA MINIMA DA TURMA ATUAL DO
001600* ALUNO (CTLPARM, PADRAO DA REDE 6 COMO NO PROGCOB07) CUMPRE A
001700* DEPENDENCIA; ABAIXO DELA A NOTA FICA REGISTRADA E A
001800* DEPENDENCIA CONTINUA ABERTA. IMPRIME O REGISTRO DE
001900* LANCAMENTOS (DEPRPT) COM OS TOTAIS DE CONTROLE
002000*
002100* MODIFICATION HISTORY
002200* DATE       INIT  DESCRIPTION
002300* 15/10/2026 ALEX  ORIGINAL
002400******************************************************************
002500  ENVIRONMENT DIVISION.
002600  CONFIGURATION SECTION.
002700  SOURCE-COMPUTER. IBM-370.
002800  OBJECT-COMPUTER. IBM-370.
002900  INPUT-OUTPUT SECTION.
003000  FILE-CONTROL.
003100      SELECT DEPEND-TRAN-FILE ASSIGN TO DEPTRAN
003200          ORGANIZATION IS SEQUENTIAL
003300          FILE STATUS IS WS-DEPTRAN-STATUS.
003400      SELECT STUDENT-MASTER-FILE ASSIGN TO STUDMAS
003500          ORGANIZATION IS INDEXED
003600          ACCESS MODE IS RANDOM
003700          RECORD KEY IS SM-STUDENT-ID
003800          FILE STATUS IS WS-STUDMAS-STATUS.
003900      SELECT COURSE-PARM-FILE ASSIGN TO CTLPARM
004000          ORGANIZATION IS INDEXED
004100          ACCESS MODE IS RANDOM
004200          RECORD KEY IS CP-CLASS-SECTION
004300          FILE STATUS IS WS-CTLPARM-STATUS.
004400      SELECT DEPENDENCIA-FILE ASSIGN TO DEPMAS
004500          ORGANIZATION IS INDEXED
004600          ACCESS MODE IS RANDOM
004700          RECORD KEY IS DE-CHAVE
004800          FILE STATUS IS WS-DEPMAS-STATUS.
004900      SELECT DEPEND-REPORT-FILE ASSIGN TO DEPRPT
005000          ORGANIZATION IS LINE SEQUENTIAL
005100          FILE STATUS IS WS-DEPRPT-STATUS.
005200  DATA DIVISION.
005300  FILE SECTION.
005400  FD  DEPEND-TRAN-FILE
005500      LABEL RECORDS ARE STANDARD.
005600  01  DEPEND-TRAN-RECORD.
005700      05  DT-STUDENT-ID           PIC X(06).
005800      05  DT-DISCIPLINA           PIC X(03).
005900      05  DT-ANO-ORIGEM           PIC 9(04).
006000      05  DT-NOTA                 PIC 9(02).
006100      05  DT-DATA-AVALIACAO       PIC 9(08).
006200  FD  STUDENT-MASTER-FILE
006300      LABEL RECORDS ARE STANDARD.
006400  COPY STUDMAS.
006500  FD  COURSE-PARM-FILE
006600      LABEL RECORDS ARE STANDARD.
006700  COPY CTLPARM.
006800  FD  DEPENDENCIA-FILE
006900      LABEL RECORDS ARE STANDARD.
007000  COPY DEPMAS.
007100  FD  DEPEND-REPORT-FILE
007200      LABEL RECORDS ARE STANDARD.
007300  01  DR-LINE                     PIC X(80).
007400  WORKING-STORAGE SECTION.
007500******************************************************************
007600* SWITCHES
007700******************************************************************
007800  01  WS-SWITCHES.
007900      05  WS-EOF-SW              PIC X(01) VALUE 'N'.
008000          88  WS-EOF                       VALUE 'Y'.
008100      05  WS-TRANS-INVALIDA-SW   PIC X(01) VALUE 'N'.
008200          88  WS-TRANS-INVALIDA            VALUE 'Y'.
008300      05  WS-CTLPARM-DISPONIVEL-SW PIC X(01) VALUE 'N'.
008400          88  WS-CTLPARM-DISPONIVEL        VALUE 'Y'.
008500******************************************************************
008600* FILE STATUS AND COUNTERS
008700******************************************************************
008800  01  WS-FILE-STATUSES.
008900      05  WS-DEPTRAN-STATUS      PIC X(02) VALUE '00'.
009000          88  WS-DEPTRAN-OK               VALUE '00'.
009100          88  WS-DEPTRAN-EOF              VALUE '10'.
009200      05  WS-STUDMAS-STATUS      PIC X(02) VALUE '00'.
009300          88  WS-STUDMAS-OK               VALUE '00'.
009400      05  WS-CTLPARM-STATUS      PIC X(02) VALUE '00'.
009500          88  WS-CTLPARM-OK               VALUE '00'.
009600      05  WS-DEPMAS-STATUS       PIC X(02) VALUE '00'.
009700          88  WS-DEPMAS-OK                VALUE '00'.
009800      05  WS-DEPRPT-STATUS       PIC X(02) VALUE '00'.
009900          88  WS-DEPRPT-OK                VALUE '00'.
010000  01  WS-COUNTERS COMP.
010100      05  WS-TRANS-LIDAS         PIC 9(05) VALUE ZERO.
010200      05  WS-TRANS-ACEITAS       PIC 9(05) VALUE ZERO.
010300      05  WS-TRANS-REJEITADAS    PIC 9(05) VALUE ZERO.
010400      05  WS-DEP-CUMPRIDAS       PIC 9(05) VALUE ZERO.
010500      05  WS-DEP-MANTIDAS        PIC 9(05) VALUE ZERO.
010600******************************************************************
010700* RUN DATE - SAME STRUCTURE TESTE1 USES FOR THE SYSTEM DATE
010800******************************************************************
010900  01  WRK-DATA.
011000      05  WRK-ANO                PIC 9(04) VALUE ZEROS.
011100      05  WRK-MES                PIC 9(02) VALUE ZEROS.
011200      05  WRK-DIA                PIC 9(02) VALUE ZEROS.
011300  01  WRK-DATA-YYYYMMDD REDEFINES WRK-DATA PIC 9(08).
011400******************************************************************
011500* SHARED DATE-OUTPUT FIELDS (SEE DATEFMT.CPY)
011600******************************************************************
011700  COPY DATEFMT.
011800******************************************************************
011900* DATE SERVICE PARAMETER BLOCK (SEE DATEPARM.CPY / DATESRV)
012000******************************************************************
012100  COPY DATEPARM.
012200******************************************************************
012300* MEDIA MINIMA DA TURMA ATUAL - CTLPARM, OU O PADRAO DA REDE
012400* QUANDO A TURMA NAO TEM PARAMETRO (MESMA REGRA DO PROGCOB07)
012500******************************************************************
012600  77  WRK-MEDIA-PADRAO           PIC 9(02) VALUE 6.
012700  77  WRK-LIMITE-APROVACAO       PIC 9(02) VALUE 6.
012800******************************************************************
012900* REASON THE CURRENT TRANSACTION WAS REJECTED
013000******************************************************************
013100  77  WRK-MOTIVO-REJEICAO        PIC X(20) VALUE SPACES.
013200******************************************************************
013300* REPORT LINE LAYOUTS
013400******************************************************************
013500  01  WS-HEADER-1.
013600      05  FILLER                 PIC X(40)
013700          VALUE 'REGISTRO DE LANCAMENTO DE DEPENDENCIAS'.
013800  01  WS-HEADER-2.
013900      05  FILLER                 PIC X(10) VALUE 'DATA EMIS:'.
014000      05  WS-H2-DATA             PIC X(10).
014100  01  WS-HEADER-3.
014200      05  FILLER                 PIC X(11) VALUE 'MATRICULA  '.
014300      05  FILLER                 PIC X(06) VALUE 'DISC  '.
014400      05  FILLER                 PIC X(06) VALUE 'ANO   '.
014500      05  FILLER                 PIC X(06) VALUE 'NOTA  '.
014600      05  FILLER                 PIC X(06) VALUE 'MIN   '.
014700      05  FILLER                 PIC X(10) VALUE 'SITUACAO  '.
014800      05  FILLER                 PIC X(10) VALUE 'DEPEND.   '.
014900      05  FILLER                 PIC X(20) VALUE 'CRITICA'.
015000  01  WS-DETAIL-LINE.
015100      05  WD-ID                  PIC X(06).
015200      05  FILLER                 PIC X(05) VALUE SPACES.
015300      05  WD-DISCIPLINA          PIC X(03).
015400      05  FILLER                 PIC X(03) VALUE SPACES.
015500      05  WD-ANO                 PIC 9(04).
015600      05  FILLER                 PIC X(02) VALUE SPACES.
015700      05  WD-NOTA                PIC Z9.
015800      05  FILLER                 PIC X(04) VALUE SPACES.
015900      05  WD-MINIMA              PIC Z9.
016000      05  FILLER                 PIC X(04) VALUE SPACES.
016100      05  WD-SITUACAO            PIC X(09).
016200      05  FILLER                 PIC X(01) VALUE SPACE.
016300      05  WD-DEPENDENCIA         PIC X(09).
016400      05  FILLER                 PIC X(01) VALUE SPACE.
016500      05  WD-CRITICA             PIC X(20).
016600  01  WS-FOOTER-LINE-1.
016700      05  FILLER                 PIC X(08) VALUE 'LIDAS: '.
016800      05  WF-LIDAS               PIC ZZZZ9.
016900      05  FILLER                 PIC X(11) VALUE '  ACEITAS: '.
017000      05  WF-ACEITAS             PIC ZZZZ9.
017100      05  FILLER                 PIC X(14)
017200          VALUE '  REJEITADAS: '.
017300      05  WF-REJEITADAS          PIC ZZZZ9.
017400  01  WS-FOOTER-LINE-2.
017500      05  FILLER                 PIC X(11) VALUE 'CUMPRIDAS: '.
017600      05  WF-CUMPRIDAS           PIC ZZZZ9.
017700      05  FILLER                 PIC X(18)
017800          VALUE '  AINDA ABERTAS: '.
017900      05  WF-MANTIDAS            PIC ZZZZ9.
018000  PROCEDURE DIVISION.
018100******************************************************************
018200* 0000-MAINLINE
018300* CONTROLS THE OVERALL FLOW OF THE DEPENDENCIA-POSTING RUN
018400******************************************************************
018500  0000-MAINLINE.
018600      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018700      PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
018800          UNTIL WS-EOF.
018900      PERFORM 8000-TERMINATE THRU 8000-EXIT.
019000      STOP RUN.
019100******************************************************************
019200* 1000-INITIALIZE
019300* OPENS THE TRANSACTIONS, THE MASTERS AND THE REGISTER, AND
019400* PRIMES THE READ - SEM CTLPARM VALE O PADRAO DA REDE
019500******************************************************************
019600  1000-INITIALIZE.
019700      ACCEPT WRK-DATA FROM DATE YYYYMMDD.
019800      OPEN INPUT DEPEND-TRAN-FILE.
019900      OPEN INPUT STUDENT-MASTER-FILE.
020000      OPEN I-O DEPENDENCIA-FILE.
020100      OPEN OUTPUT DEPEND-REPORT-FILE.
020200      IF NOT WS-DEPTRAN-OK OR NOT WS-STUDMAS-OK
020300          OR NOT WS-DEPMAS-OK OR NOT WS-DEPRPT-OK
020400          DISPLAY 'PROGCOB53 - ERRO AO ABRIR ARQUIVOS: '
020500              WS-DEPTRAN-STATUS ' / ' WS-STUDMAS-STATUS ' / '
020600              WS-DEPMAS-STATUS ' / ' WS-DEPRPT-STATUS
020700          MOVE 'Y' TO WS-EOF-SW
020800          GO TO 1000-EXIT
020900      END-IF.
021000      OPEN INPUT COURSE-PARM-FILE.
021100      IF WS-CTLPARM-OK
021200          MOVE 'Y' TO WS-CTLPARM-DISPONIVEL-SW
021300      ELSE
021400          DISPLAY 'PROGCOB53 - CTLPARM INDISPONIVEL ('
021500              WS-CTLPARM-STATUS ') - MEDIA MINIMA PADRAO '
021600              WRK-MEDIA-PADRAO
021700      END-IF.
021800      PERFORM 9810-FORMATAR-DDMMYYYY THRU 9810-EXIT.
021900      MOVE DATEFMT-DDMMYYYY TO WS-H2-DATA.
022000      WRITE DR-LINE FROM WS-HEADER-1.
022100      WRITE DR-LINE FROM WS-HEADER-2.
022200      WRITE DR-LINE FROM WS-HEADER-3.
022300      PERFORM 2100-READ-TRANS THRU 2100-EXIT.
022400  1000-EXIT.
022500      EXIT.
022600******************************************************************
022700* 2000-PROCESS-TRANS
022800* VALIDATES AND POSTS ONE DEPENDENCIA GRADE, LOGS IT ON THE
022900* REGISTER, AND READS THE NEXT ONE
023000******************************************************************
023100  2000-PROCESS-TRANS.
023200      MOVE ZEROS TO WRK-LIMITE-APROVACAO.
023300      PERFORM 2200-VALIDAR-TRANS THRU 2200-EXIT.
023400      IF WS-TRANS-INVALIDA
023500          ADD 1 TO WS-TRANS-REJEITADAS
023600      ELSE
023700          PERFORM 2300-POSTAR-NOTA THRU 2300-EXIT
023800      END-IF.
023900      PERFORM 2400-WRITE-REGISTRO THRU 2400-EXIT.
024000      PERFORM 2100-READ-TRANS THRU 2100-EXIT.
024100  2000-EXIT.
024200      EXIT.
024300******************************************************************
024400* 2100-READ-TRANS
024500* READS THE NEXT DEPENDENCIA TRANSACTION, SETS THE EOF SWITCH
024600******************************************************************
024700  2100-READ-TRANS.
024800      READ DEPEND-TRAN-FILE
024900          AT END
025000              MOVE 'Y' TO WS-EOF-SW
025100              GO TO 2100-EXIT
025200      END-READ.
025300      IF NOT WS-DEPTRAN-OK AND NOT WS-DEPTRAN-EOF
025400          DISPLAY 'PROGCOB53 - ERRO DE LEITURA DEPTRAN: '
025500              WS-DEPTRAN-STATUS
025600          MOVE 'Y' TO WS-EOF-SW
025700          GO TO 2100-EXIT
025800      END-IF.
025900      ADD 1 TO WS-TRANS-LIDAS.
026000  2100-EXIT.
026100      EXIT.
026200******************************************************************
026300* 2200-VALIDAR-TRANS
026400* NOTA NUMERICA 00-10, DATA DA AVALIACAO REAL E NAO FUTURA,
026500* ALUNO NO CADASTRO E DEPENDENCIA NO DEPMAS AINDA ABERTA. A
026600* MEDIA MINIMA DA TURMA ATUAL FICA EM WRK-LIMITE-APROVACAO
026700******************************************************************
026800  2200-VALIDAR-TRANS.
026900      MOVE 'N' TO WS-TRANS-INVALIDA-SW.
027000      MOVE SPACES TO WRK-MOTIVO-REJEICAO.
027100      IF DT-NOTA NOT NUMERIC OR DT-NOTA > 10
027200          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
027300          MOVE 'NOTA FORA DE 00-10' TO WRK-MOTIVO-REJEICAO
027400          GO TO 2200-EXIT
027500      END-IF.
027600      IF DT-DATA-AVALIACAO NOT NUMERIC
027700          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
027800          MOVE 'DATA NAO NUMERICA' TO WRK-MOTIVO-REJEICAO
027900          GO TO 2200-EXIT
028000      END-IF.
028100      MOVE DT-DATA-AVALIACAO TO DP-DATA-1.
028200      MOVE ZEROS TO DP-DATA-2.
028300      CALL 'DATESRV' USING DATE-SERVICE-PARM.
028400      IF NOT DP-DATA-OK
028500          OR DT-DATA-AVALIACAO > WRK-DATA-YYYYMMDD
028600          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
028700          MOVE 'DATA INVALIDA/FUTURA' TO WRK-MOTIVO-REJEICAO
028800          GO TO 2200-EXIT
028900      END-IF.
029000      MOVE DT-STUDENT-ID TO SM-STUDENT-ID.
029100      READ STUDENT-MASTER-FILE
029200          INVALID KEY
029300              MOVE 'Y' TO WS-TRANS-INVALIDA-SW
029400              MOVE 'MATRICULA INEXISTENTE'
029500                  TO WRK-MOTIVO-REJEICAO
029600              GO TO 2200-EXIT
029700      END-READ.
029800      MOVE DT-STUDENT-ID TO DE-STUDENT-ID.
029900      MOVE DT-DISCIPLINA TO DE-DISCIPLINA.
030000      MOVE DT-ANO-ORIGEM TO DE-ANO-ORIGEM.
030100      READ DEPENDENCIA-FILE
030200          INVALID KEY
030300              MOVE 'Y' TO WS-TRANS-INVALIDA-SW
030400              MOVE 'SEM DEPENDENCIA' TO WRK-MOTIVO-REJEICAO
030500              GO TO 2200-EXIT
030600      END-READ.
030700      IF NOT DE-ABERTA
030800          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
030900          MOVE 'DEPENDENCIA CUMPRIDA' TO WRK-MOTIVO-REJEICAO
031000          GO TO 2200-EXIT
031100      END-IF.
031200      PERFORM 2250-READ-COURSE-PARM THRU 2250-EXIT.
031300  2200-EXIT.
031400      EXIT.
031500******************************************************************
031600* 2250-READ-COURSE-PARM
031700* PASSING GRADE OF THE STUDENT'S CURRENT TURMA - FALLS BACK TO
031800* THE NETWORK-WIDE DEFAULT LIKE PROGCOB07 2150
031900******************************************************************
032000  2250-READ-COURSE-PARM.
032100      MOVE WRK-MEDIA-PADRAO TO WRK-LIMITE-APROVACAO.
032200      IF NOT WS-CTLPARM-DISPONIVEL
032300          GO TO 2250-EXIT
032400      END-IF.
032500      MOVE SM-CLASS-SECTION TO CP-CLASS-SECTION.
032600      READ COURSE-PARM-FILE
032700          INVALID KEY
032800              GO TO 2250-EXIT
032900      END-READ.
033000      MOVE CP-PASSING-GRADE TO WRK-LIMITE-APROVACAO.
033100  2250-EXIT.
033200      EXIT.
033300******************************************************************
033400* 2300-POSTAR-NOTA
033500* RECORDS THE GRADE ON THE DEPENDENCIA - NA MEDIA MINIMA OU
033600* ACIMA ELA E CUMPRIDA E FECHADA; ABAIXO CONTINUA ABERTA PARA
033700* UMA NOVA AVALIACAO
033800******************************************************************
033900  2300-POSTAR-NOTA.
034000      MOVE DT-NOTA TO DE-NOTA-DEPENDENCIA.
034100      MOVE DT-DATA-AVALIACAO TO DE-DATA-LANCAMENTO.
034200      IF DT-NOTA >= WRK-LIMITE-APROVACAO
034300          MOVE 'C' TO DE-STATUS
034400          MOVE DT-DATA-AVALIACAO TO DE-DATA-CONCLUSAO
034500      END-IF.
034600      REWRITE DEPENDENCIA-RECORD.
034700      IF NOT WS-DEPMAS-OK
034800          DISPLAY 'PROGCOB53 - ERRO AO GRAVAR DEPMAS: '
034900              WS-DEPMAS-STATUS ' ALUNO ' DT-STUDENT-ID
035000          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
035100          MOVE 'ERRO DE GRAVACAO' TO WRK-MOTIVO-REJEICAO
035200          ADD 1 TO WS-TRANS-REJEITADAS
035300          GO TO 2300-EXIT
035400      END-IF.
035500      ADD 1 TO WS-TRANS-ACEITAS.
035600      IF DE-CUMPRIDA
035700          ADD 1 TO WS-DEP-CUMPRIDAS
035800      ELSE
035900          ADD 1 TO WS-DEP-MANTIDAS
036000      END-IF.
036100  2300-EXIT.
036200      EXIT.
036300******************************************************************
036400* 2400-WRITE-REGISTRO
036500* ONE REGISTER LINE PER TRANSACTION - A CRITICA SO SAI NA
036600* REJEITADA
036700******************************************************************
036800  2400-WRITE-REGISTRO.
036900      MOVE DT-STUDENT-ID TO WD-ID.
037000      MOVE DT-DISCIPLINA TO WD-DISCIPLINA.
037100      MOVE DT-ANO-ORIGEM TO WD-ANO.
037200      MOVE DT-NOTA TO WD-NOTA.
037300      MOVE WRK-LIMITE-APROVACAO TO WD-MINIMA.
037400      MOVE SPACES TO WD-DEPENDENCIA.
037500      IF WS-TRANS-INVALIDA
037600          MOVE 'REJEITADA' TO WD-SITUACAO
037700      ELSE
037800          MOVE 'LANCADA' TO WD-SITUACAO
037900          IF DE-CUMPRIDA
038000              MOVE 'CUMPRIDA' TO WD-DEPENDENCIA
038100          ELSE
038200              MOVE 'ABERTA' TO WD-DEPENDENCIA
038300          END-IF
038400      END-IF.
038500      MOVE WRK-MOTIVO-REJEICAO TO WD-CRITICA.
038600      WRITE DR-LINE FROM WS-DETAIL-LINE.
038700  2400-EXIT.
038800      EXIT.
038900******************************************************************
039000* 8000-TERMINATE
039100* WRITES THE CONTROL-COUNT FOOTER, CLOSES FILES AND SHOWS THE
039200* TOTALS
039300******************************************************************
039400  8000-TERMINATE.
039500      MOVE WS-TRANS-LIDAS TO WF-LIDAS.
039600      MOVE WS-TRANS-ACEITAS TO WF-ACEITAS.
039700      MOVE WS-TRANS-REJEITADAS TO WF-REJEITADAS.
039800      MOVE WS-DEP-CUMPRIDAS TO WF-CUMPRIDAS.
039900      MOVE WS-DEP-MANTIDAS TO WF-MANTIDAS.
040000      WRITE DR-LINE FROM WS-FOOTER-LINE-1.
040100      WRITE DR-LINE FROM WS-FOOTER-LINE-2.
040200      CLOSE DEPEND-TRAN-FILE STUDENT-MASTER-FILE
040300          DEPENDENCIA-FILE DEPEND-REPORT-FILE.
040400      IF WS-CTLPARM-DISPONIVEL
040500          CLOSE COURSE-PARM-FILE
040600      END-IF.
040700      DISPLAY 'PROGCOB53 - TRANSACOES LIDAS......: '
040800          WS-TRANS-LIDAS.
040900      DISPLAY 'PROGCOB53 - TRANSACOES ACEITAS....: '
041000          WS-TRANS-ACEITAS.
041100      DISPLAY 'PROGCOB53 - TRANSACOES REJEITADAS.: '
041200          WS-TRANS-REJEITADAS.
041300      DISPLAY 'PROGCOB53 - DEPENDENCIAS CUMPRIDAS: '
041400          WS-DEP-CUMPRIDAS.
041500  8000-EXIT.
041600      EXIT.
041700******************************************************************
041800* SHARED DATE-FORMATTING ROUTINES (SEE DATERTN.CPY)
041900******************************************************************
042000  COPY DATERTN.
