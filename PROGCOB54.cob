000100  IDENTIFICATION DIVISION.
000200  PROGRAM-ID. PROGCOB54.
000300  AUTHOR. ALEX.
000400  INSTALLATION. ESCOLA - SETOR DE PROCESSAMENTO DE DADOS.
000500  DATE-WRITTEN. 15/10/2026.
000600  DATE-COMPILED.
000700******************************************************************
000800* AREA DE COMENTARIOS - REMARKS
000900* OBJETIVO: REGISTRO DO HISTORICO EXTERNO DO ALUNO RECEBIDO POR
001000* TRANSFERENCIA. O PROGCOB43 MATRICULA O ALUNO SEM PASSADO, E
001100* OS ANOS CURSADOS NA ESCOLA DE ORIGEM SO EXISTIAM NO PAPEL -
001200* O HISTORICO (PROGCOB34) COMECAVA NESTA ESCOLA. LE AS LINHAS
001300* DO HISTORICO DE ORIGEM DIGITADAS PELA SECRETARIA (EXTTRAN -
001400* MATRICULA JA EMITIDA PELO PROGCOB43, ESCOLA DE ORIGEM,
001500* ANO/PERIODO, SERIE, DISCIPLINA, NOTA OU CONCEITO, CARGA
001600* HORARIA E RESULTADO DA SERIE), VALIDA CADA UMA E GRAVA NO
001700* EXTHIST, AO LADO DO STUDHIST E MARCADA COMO DE OUTRA
001800* INSTITUICAO. O PERIODO EXTERNO TEM DE SER ANTERIOR A
001900* MATRICULA E NAO PODE JA ESTAR NO STUDHIST, E TODAS AS
002000* DISCIPLINAS DE UM PERIODO TEM DE TRAZER A MESMA ESCOLA, SERIE
002100* E RESULTADO. LINHA JA GRAVADA E REGRAVADA (CORRECAO). IMPRIME
002200* O REGISTRO (EXTRPT) COM OS TOTAIS DE CONTROLE
002300*
002400* MODIFICATION HISTORY
002500* DATE       INIT  DESCRIPTION
002600* 15/10/2026 ALEX  ORIGINAL
002700******************************************************************
002800  ENVIRONMENT DIVISION.
002900  CONFIGURATION SECTION.
003000  SOURCE-COMPUTER. IBM-370.
003100  OBJECT-COMPUTER. IBM-370.
003200  INPUT-OUTPUT SECTION.
003300  FILE-CONTROL.
003400      SELECT EXTERNAL-TRAN-FILE ASSIGN TO EXTTRAN
003500          ORGANIZATION IS SEQUENTIAL
003600          FILE STATUS IS WS-EXTTRAN-STATUS.
003700      SELECT STUDENT-MASTER-FILE ASSIGN TO STUDMAS
003800          ORGANIZATION IS INDEXED
003900          ACCESS MODE IS RANDOM
004000          RECORD KEY IS SM-STUDENT-ID
004100          FILE STATUS IS WS-STUDMAS-STATUS.
004200      SELECT STUDENT-HISTORY-FILE ASSIGN TO STUDHIST
004300          ORGANIZATION IS INDEXED
004400          ACCESS MODE IS RANDOM
004500          RECORD KEY IS SH-CHAVE
004600          FILE STATUS IS WS-STUDHIST-STATUS.
004700      SELECT EXTERNAL-HISTORY-FILE ASSIGN TO EXTHIST
004800          ORGANIZATION IS INDEXED
004900          ACCESS MODE IS DYNAMIC
005000          RECORD KEY IS EX-CHAVE
005100          FILE STATUS IS WS-EXTHIST-STATUS.
005200      SELECT EXTERNAL-REPORT-FILE ASSIGN TO EXTRPT
005300          ORGANIZATION IS LINE SEQUENTIAL
005400          FILE STATUS IS WS-EXTRPT-STATUS.
005500  DATA DIVISION.
005600  FILE SECTION.
005700  FD  EXTERNAL-TRAN-FILE
005800      LABEL RECORDS ARE STANDARD.
005900  01  EXTERNAL-TRAN-RECORD.
006000      05  ET-STUDENT-ID           PIC X(06).
006100      05  ET-ANO-PERIODO          PIC 9(06).
006200      05  ET-ANO-PERIODO-R REDEFINES ET-ANO-PERIODO.
006300          10  ET-ANO              PIC 9(04).
006400          10  ET-PERIODO          PIC 9(02).
006500      05  ET-DISCIPLINA           PIC X(03).
006600      05  ET-ESCOLA-ORIGEM        PIC X(30).
006700      05  ET-SERIE                PIC X(10).
006800      05  ET-NOME-DISCIPLINA      PIC X(20).
006900      05  ET-TIPO-AVALIACAO       PIC X(01).
007000          88  ET-POR-NOTA                 VALUE 'N'.
007100          88  ET-POR-CONCEITO             VALUE 'C'.
007200      05  ET-NOTA                 PIC 9(02).
007300      05  ET-CONCEITO             PIC X(01).
007400          88  ET-CONCEITO-VALIDO          VALUES 'A' 'B' 'C'
007500                                                 'D' 'E'.
007600      05  ET-CARGA-HORARIA        PIC 9(04).
007700      05  ET-RESULTADO            PIC X(01).
007800          88  ET-RESULTADO-VALIDO         VALUES 'A' 'R' 'F'.
007900  FD  STUDENT-MASTER-FILE
008000      LABEL RECORDS ARE STANDARD.
008100  COPY STUDMAS.
008200  FD  STUDENT-HISTORY-FILE
008300      LABEL RECORDS ARE STANDARD.
008400  COPY STUDHIST.
008500  FD  EXTERNAL-HISTORY-FILE
008600      LABEL RECORDS ARE STANDARD.
008700  COPY EXTHIST.
008800  FD  EXTERNAL-REPORT-FILE
008900      LABEL RECORDS ARE STANDARD.
009000  01  XR-LINE                     PIC X(80).
009100  WORKING-STORAGE SECTION.
009200******************************************************************
009300* SWITCHES
009400******************************************************************
009500  01  WS-SWITCHES.
009600      05  WS-EOF-SW              PIC X(01) VALUE 'N'.
009700          88  WS-EOF                       VALUE 'Y'.
009800      05  WS-TRANS-INVALIDA-SW   PIC X(01) VALUE 'N'.
009900          88  WS-TRANS-INVALIDA            VALUE 'Y'.
010000      05  WS-CORRECAO-SW         PIC X(01) VALUE 'N'.
010100          88  WS-CORRECAO                  VALUE 'Y'.
010200      05  WS-FIM-PERIODO-SW      PIC X(01) VALUE 'N'.
010300          88  WS-FIM-PERIODO               VALUE 'Y'.
010400******************************************************************
010500* FILE STATUS AND COUNTERS
010600******************************************************************
010700  01  WS-FILE-STATUSES.
010800      05  WS-EXTTRAN-STATUS      PIC X(02) VALUE '00'.
010900          88  WS-EXTTRAN-OK               VALUE '00'.
011000          88  WS-EXTTRAN-EOF              VALUE '10'.
011100      05  WS-STUDMAS-STATUS      PIC X(02) VALUE '00'.
011200          88  WS-STUDMAS-OK               VALUE '00'.
011300      05  WS-STUDHIST-STATUS     PIC X(02) VALUE '00'.
011400          88  WS-STUDHIST-OK              VALUE '00'.
011500      05  WS-EXTHIST-STATUS      PIC X(02) VALUE '00'.
011600          88  WS-EXTHIST-OK               VALUE '00'.
011700          88  WS-EXTHIST-DUPLICADO        VALUE '22'.
011800          88  WS-EXTHIST-NAO-EXISTE       VALUE '35'.
011900      05  WS-EXTRPT-STATUS       PIC X(02) VALUE '00'.
012000          88  WS-EXTRPT-OK                VALUE '00'.
012100  01  WS-COUNTERS COMP.
012200      05  WS-TRANS-LIDAS         PIC 9(05) VALUE ZERO.
012300      05  WS-TRANS-ACEITAS       PIC 9(05) VALUE ZERO.
012400      05  WS-TRANS-REJEITADAS    PIC 9(05) VALUE ZERO.
012500      05  WS-TRANS-CORRIGIDAS    PIC 9(05) VALUE ZERO.
012600******************************************************************
012700* ANO DA MATRICULA NESTA ESCOLA - O PERIODO EXTERNO NAO PODE
012800* SER POSTERIOR A ELE
012900******************************************************************
013000  77  WRK-ANO-MATRICULA          PIC 9(04) VALUE ZEROS.
013100  77  WRK-ANO-MINIMO             PIC 9(04) VALUE 1950.
013200******************************************************************
013300* REASON THE CURRENT TRANSACTION WAS REJECTED
013400******************************************************************
013500  77  WRK-MOTIVO-REJEICAO        PIC X(20) VALUE SPACES.
013600******************************************************************
013700* RUN DATE - SAME STRUCTURE TESTE1 USES FOR THE SYSTEM DATE
013800******************************************************************
013900  01  WRK-DATA.
014000      05  WRK-ANO                PIC 9(04) VALUE ZEROS.
014100      05  WRK-MES                PIC 9(02) VALUE ZEROS.
014200      05  WRK-DIA                PIC 9(02) VALUE ZEROS.
014300  01  WRK-DATA-YYYYMMDD REDEFINES WRK-DATA PIC 9(08).
014400******************************************************************
014500* SHARED DATE-OUTPUT FIELDS (SEE DATEFMT.CPY)
014600******************************************************************
014700  COPY DATEFMT.
014800******************************************************************
014900* REPORT LINE LAYOUTS
015000******************************************************************
015100  01  WS-HEADER-1.
015200      05  FILLER                 PIC X(46)
015300          VALUE 'REGISTRO DE HISTORICO EXTERNO - TRANSFERENCIA'.
015400  01  WS-HEADER-2.
015500      05  FILLER                 PIC X(10) VALUE 'DATA EMIS:'.
015600      05  WS-H2-DATA             PIC X(10).
015700  01  WS-HEADER-3.
015800      05  FILLER                 PIC X(08) VALUE 'MATRIC  '.
015900      05  FILLER                 PIC X(08) VALUE 'ANO/PER '.
016000      05  FILLER                 PIC X(05) VALUE 'DISC '.
016100      05  FILLER                 PIC X(05) VALUE 'AVAL '.
016200      05  FILLER                 PIC X(06) VALUE 'CH    '.
016300      05  FILLER                 PIC X(04) VALUE 'RES '.
016400      05  FILLER                 PIC X(11) VALUE 'SITUACAO   '.
016500      05  FILLER                 PIC X(20) VALUE 'CRITICA'.
016600  01  WS-DETAIL-LINE.
016700      05  WD-ID                  PIC X(06).
016800      05  FILLER                 PIC X(02) VALUE SPACES.
016900      05  WD-PERIODO             PIC 9(06).
017000      05  FILLER                 PIC X(02) VALUE SPACES.
017100      05  WD-DISCIPLINA          PIC X(03).
017200      05  FILLER                 PIC X(02) VALUE SPACES.
017300      05  WD-AVALIACAO           PIC X(02).
017400      05  FILLER                 PIC X(03) VALUE SPACES.
017500      05  WD-CARGA               PIC ZZZ9.
017600      05  FILLER                 PIC X(02) VALUE SPACES.
017700      05  WD-RESULTADO           PIC X(01).
017800      05  FILLER                 PIC X(03) VALUE SPACES.
017900      05  WD-SITUACAO            PIC X(10).
018000      05  FILLER                 PIC X(01) VALUE SPACE.
018100      05  WD-CRITICA             PIC X(20).
018200  01  WS-NOTA-EDIT               PIC Z9.
018300  01  WS-FOOTER-LINE-1.
018400      05  FILLER                 PIC X(08) VALUE 'LIDAS: '.
018500      05  WF-LIDAS               PIC ZZZZ9.
018600      05  FILLER                 PIC X(11) VALUE '  ACEITAS: '.
018700      05  WF-ACEITAS             PIC ZZZZ9.
018800      05  FILLER                 PIC X(14)
018900          VALUE '  REJEITADAS: '.
019000      05  WF-REJEITADAS          PIC ZZZZ9.
019100  01  WS-FOOTER-LINE-2.
019200      05  FILLER                 PIC X(33)
019300          VALUE 'DAS ACEITAS, CORRECOES (REGRAV): '.
019400      05  WF-CORRIGIDAS          PIC ZZZZ9.
019500  PROCEDURE DIVISION.
019600******************************************************************
019700* 0000-MAINLINE
019800* CONTROLS THE OVERALL FLOW OF THE EXTERNAL-HISTORY INTAKE RUN
019900******************************************************************
020000  0000-MAINLINE.
020100      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020200      PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
020300          UNTIL WS-EOF.
020400      PERFORM 8000-TERMINATE THRU 8000-EXIT.
020500      STOP RUN.
020600******************************************************************
020700* 1000-INITIALIZE
020800* OPENS THE TRANSACTIONS, THE MASTERS AND THE REGISTER (EXTHIST
020900* CRIADO NO PRIMEIRO REGISTRO DA VIDA) AND PRIMES THE READ
021000******************************************************************
021100  1000-INITIALIZE.
021200      ACCEPT WRK-DATA FROM DATE YYYYMMDD.
021300      OPEN INPUT EXTERNAL-TRAN-FILE.
021400      OPEN INPUT STUDENT-MASTER-FILE.
021500      OPEN INPUT STUDENT-HISTORY-FILE.
021600      OPEN I-O EXTERNAL-HISTORY-FILE.
021700      IF WS-EXTHIST-NAO-EXISTE
021800          DISPLAY 'PROGCOB54 - EXTHIST INEXISTENTE - CRIANDO '
021900              'ARQUIVO NOVO'
022000          OPEN OUTPUT EXTERNAL-HISTORY-FILE
022100          CLOSE EXTERNAL-HISTORY-FILE
022200          OPEN I-O EXTERNAL-HISTORY-FILE
022300      END-IF.
022400      OPEN OUTPUT EXTERNAL-REPORT-FILE.
022500      IF NOT WS-EXTTRAN-OK OR NOT WS-STUDMAS-OK
022600          OR NOT WS-STUDHIST-OK OR NOT WS-EXTHIST-OK
022700          OR NOT WS-EXTRPT-OK
022800          DISPLAY 'PROGCOB54 - ERRO AO ABRIR ARQUIVOS: '
022900              WS-EXTTRAN-STATUS ' / ' WS-STUDMAS-STATUS ' / '
023000              WS-STUDHIST-STATUS ' / ' WS-EXTHIST-STATUS
023100              ' / ' WS-EXTRPT-STATUS
023200          MOVE 'Y' TO WS-EOF-SW
023300          GO TO 1000-EXIT
023400      END-IF.
023500      PERFORM 9810-FORMATAR-DDMMYYYY THRU 9810-EXIT.
023600      MOVE DATEFMT-DDMMYYYY TO WS-H2-DATA.
023700      WRITE XR-LINE FROM WS-HEADER-1.
023800      WRITE XR-LINE FROM WS-HEADER-2.
023900      WRITE XR-LINE FROM WS-HEADER-3.
024000      PERFORM 2100-READ-TRANS THRU 2100-EXIT.
024100  1000-EXIT.
024200      EXIT.
024300******************************************************************
024400* 2000-PROCESS-TRANS
024500* VALIDATES AND STORES ONE LINE OF THE EXTERNAL HISTORICO, LOGS
024600* IT ON THE REGISTER, AND READS THE NEXT ONE
024700******************************************************************
024800  2000-PROCESS-TRANS.
024900      PERFORM 2200-VALIDAR-TRANS THRU 2200-EXIT.
025000      IF WS-TRANS-INVALIDA
025100          ADD 1 TO WS-TRANS-REJEITADAS
025200      ELSE
025300          PERFORM 2300-GRAVAR-EXTERNO THRU 2300-EXIT
025400      END-IF.
025500      PERFORM 2400-WRITE-REGISTRO THRU 2400-EXIT.
025600      PERFORM 2100-READ-TRANS THRU 2100-EXIT.
025700  2000-EXIT.
025800      EXIT.
025900******************************************************************
026000* 2100-READ-TRANS
026100* READS THE NEXT EXTERNAL-HISTORY LINE, SETS THE EOF SWITCH
026200******************************************************************
026300  2100-READ-TRANS.
026400      READ EXTERNAL-TRAN-FILE
026500          AT END
026600              MOVE 'Y' TO WS-EOF-SW
026700              GO TO 2100-EXIT
026800      END-READ.
026900      IF NOT WS-EXTTRAN-OK AND NOT WS-EXTTRAN-EOF
027000          DISPLAY 'PROGCOB54 - ERRO DE LEITURA EXTTRAN: '
027100              WS-EXTTRAN-STATUS
027200          MOVE 'Y' TO WS-EOF-SW
027300          GO TO 2100-EXIT
027400      END-IF.
027500      ADD 1 TO WS-TRANS-LIDAS.
027600  2100-EXIT.
027700      EXIT.
027800******************************************************************
027900* 2200-VALIDAR-TRANS
028000* ALUNO NO CADASTRO; ESCOLA, SERIE E DISCIPLINA PREENCHIDAS;
028100* ANO/PERIODO REAL E NAO POSTERIOR AO ANO DA MATRICULA; NOTA
028200* 00-10 OU CONCEITO A-E; CARGA HORARIA MAIOR QUE ZERO;
028300* RESULTADO A/R/F; PERIODO AUSENTE DO STUDHIST E COERENTE COM
028400* AS OUTRAS DISCIPLINAS JA GRAVADAS DO MESMO PERIODO
028500******************************************************************
028600  2200-VALIDAR-TRANS.
028700      MOVE 'N' TO WS-TRANS-INVALIDA-SW.
028800      MOVE SPACES TO WRK-MOTIVO-REJEICAO.
028900      MOVE ET-STUDENT-ID TO SM-STUDENT-ID.
029000      READ STUDENT-MASTER-FILE
029100          INVALID KEY
029200              MOVE 'Y' TO WS-TRANS-INVALIDA-SW
029300              MOVE 'MATRICULA INEXISTENTE'
029400                  TO WRK-MOTIVO-REJEICAO
029500              GO TO 2200-EXIT
029600      END-READ.
029700      IF ET-ESCOLA-ORIGEM = SPACES
029800          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
029900          MOVE 'ESCOLA EM BRANCO' TO WRK-MOTIVO-REJEICAO
030000          GO TO 2200-EXIT
030100      END-IF.
030200      IF ET-SERIE = SPACES
030300          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
030400          MOVE 'SERIE EM BRANCO' TO WRK-MOTIVO-REJEICAO
030500          GO TO 2200-EXIT
030600      END-IF.
030700      IF ET-DISCIPLINA = SPACES
030800          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
030900          MOVE 'DISCIPLINA EM BRANCO' TO WRK-MOTIVO-REJEICAO
031000          GO TO 2200-EXIT
031100      END-IF.
031200      IF ET-ANO-PERIODO NOT NUMERIC
031300          OR ET-ANO < WRK-ANO-MINIMO
031400          OR ET-ANO > WRK-ANO
031500          OR ET-PERIODO = ZERO
031600          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
031700          MOVE 'ANO/PERIODO INVALIDO' TO WRK-MOTIVO-REJEICAO
031800          GO TO 2200-EXIT
031900      END-IF.
032000      IF SM-DATA-MATRICULA NUMERIC
032100          AND SM-DATA-MATRICULA > ZERO
032200          DIVIDE SM-DATA-MATRICULA BY 10000
032300              GIVING WRK-ANO-MATRICULA
032400          IF ET-ANO > WRK-ANO-MATRICULA
032500              MOVE 'Y' TO WS-TRANS-INVALIDA-SW
032600              MOVE 'POSTERIOR A MATRIC.' TO WRK-MOTIVO-REJEICAO
032700              GO TO 2200-EXIT
032800          END-IF
032900      END-IF.
033000      PERFORM 2220-VALIDAR-AVALIACAO THRU 2220-EXIT.
033100      IF WS-TRANS-INVALIDA
033200          GO TO 2200-EXIT
033300      END-IF.
033400      IF ET-CARGA-HORARIA NOT NUMERIC
033500          OR ET-CARGA-HORARIA = ZERO
033600          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
033700          MOVE 'CARGA HORARIA INVAL.' TO WRK-MOTIVO-REJEICAO
033800          GO TO 2200-EXIT
033900      END-IF.
034000      IF NOT ET-RESULTADO-VALIDO
034100          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
034200          MOVE 'RESULTADO INVALIDO' TO WRK-MOTIVO-REJEICAO
034300          GO TO 2200-EXIT
034400      END-IF.
034500      MOVE ET-STUDENT-ID TO SH-STUDENT-ID.
034600      MOVE ET-ANO-PERIODO TO SH-ANO-PERIODO.
034700      READ STUDENT-HISTORY-FILE
034800          INVALID KEY
034900              CONTINUE
035000          NOT INVALID KEY
035100              MOVE 'Y' TO WS-TRANS-INVALIDA-SW
035200              MOVE 'PERIODO JA NA ESCOLA'
035300                  TO WRK-MOTIVO-REJEICAO
035400              GO TO 2200-EXIT
035500      END-READ.
035600      PERFORM 2250-CONFERIR-PERIODO THRU 2250-EXIT.
035700  2200-EXIT.
035800      EXIT.
035900******************************************************************
036000* 2220-VALIDAR-AVALIACAO
036100* ESCOLA QUE AVALIA POR NOTA MANDA 00-10; A QUE AVALIA POR
036200* CONCEITO MANDA A-E - O OUTRO CAMPO E IGNORADO
036300******************************************************************
036400  2220-VALIDAR-AVALIACAO.
036500      IF ET-POR-NOTA
036600          IF ET-NOTA NOT NUMERIC OR ET-NOTA > 10
036700              MOVE 'Y' TO WS-TRANS-INVALIDA-SW
036800              MOVE 'NOTA FORA DE 00-10' TO WRK-MOTIVO-REJEICAO
036900          END-IF
037000          GO TO 2220-EXIT
037100      END-IF.
037200      IF ET-POR-CONCEITO
037300          IF NOT ET-CONCEITO-VALIDO
037400              MOVE 'Y' TO WS-TRANS-INVALIDA-SW
037500              MOVE 'CONCEITO FORA A-E' TO WRK-MOTIVO-REJEICAO
037600          END-IF
037700          GO TO 2220-EXIT
037800      END-IF.
037900      MOVE 'Y' TO WS-TRANS-INVALIDA-SW.
038000      MOVE 'TIPO AVALIACAO INVAL' TO WRK-MOTIVO-REJEICAO.
038100  2220-EXIT.
038200      EXIT.
038300******************************************************************
038400* 2250-CONFERIR-PERIODO
038500* POSITIONS EXTHIST ON THE ALUNO + PERIOD AND COMPARES THE
038600* LINE WITH THE FIRST OTHER DISCIPLINA ALREADY STORED - ESCOLA,
038700* SERIE E RESULTADO SAO DO PERIODO, NAO DA DISCIPLINA
038800******************************************************************
038900  2250-CONFERIR-PERIODO.
039000      MOVE ET-STUDENT-ID TO EX-STUDENT-ID.
039100      MOVE ET-ANO-PERIODO TO EX-ANO-PERIODO.
039200      MOVE LOW-VALUES TO EX-DISCIPLINA.
039300      START EXTERNAL-HISTORY-FILE KEY IS NOT LESS THAN EX-CHAVE
039400          INVALID KEY
039500              GO TO 2250-EXIT
039600      END-START.
039700      MOVE 'N' TO WS-FIM-PERIODO-SW.
039800      PERFORM 2270-COMPARAR-PERIODO THRU 2270-EXIT
039900          UNTIL WS-FIM-PERIODO.
040000  2250-EXIT.
040100      EXIT.
040200******************************************************************
040300* 2270-COMPARAR-PERIODO
040400* READS THE NEXT EXTHIST RECORD OF THE PERIOD - A PROPRIA
040500* DISCIPLINA (CORRECAO) E PULADA; A PRIMEIRA OUTRA DECIDE
040600******************************************************************
040700  2270-COMPARAR-PERIODO.
040800      READ EXTERNAL-HISTORY-FILE NEXT RECORD
040900          AT END
041000              MOVE 'Y' TO WS-FIM-PERIODO-SW
041100              GO TO 2270-EXIT
041200      END-READ.
041300      IF NOT WS-EXTHIST-OK
041400          OR EX-STUDENT-ID NOT = ET-STUDENT-ID
041500          OR EX-ANO-PERIODO NOT = ET-ANO-PERIODO
041600          MOVE 'Y' TO WS-FIM-PERIODO-SW
041700          GO TO 2270-EXIT
041800      END-IF.
041900      IF EX-DISCIPLINA = ET-DISCIPLINA
042000          GO TO 2270-EXIT
042100      END-IF.
042200      MOVE 'Y' TO WS-FIM-PERIODO-SW.
042300      IF EX-ESCOLA-ORIGEM NOT = ET-ESCOLA-ORIGEM
042400          OR EX-SERIE NOT = ET-SERIE
042500          OR EX-RESULTADO NOT = ET-RESULTADO
042600          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
042700          MOVE 'DIVERGE DO PERIODO' TO WRK-MOTIVO-REJEICAO
042800      END-IF.
042900  2270-EXIT.
043000      EXIT.
043100******************************************************************
043200* 2300-GRAVAR-EXTERNO
043300* WRITES THE LINE TO EXTHIST MARKED AS FROM ANOTHER INSTITUTION
043400* - CHAVE JA GRAVADA E REGRAVADA, COMO CORRECAO
043500******************************************************************
043600  2300-GRAVAR-EXTERNO.
043700      MOVE 'N' TO WS-CORRECAO-SW.
043800      MOVE ET-STUDENT-ID TO EX-STUDENT-ID.
043900      MOVE ET-ANO-PERIODO TO EX-ANO-PERIODO.
044000      MOVE ET-DISCIPLINA TO EX-DISCIPLINA.
044100      MOVE 'E' TO EX-ORIGEM.
044200      MOVE ET-ESCOLA-ORIGEM TO EX-ESCOLA-ORIGEM.
044300      MOVE ET-SERIE TO EX-SERIE.
044400      MOVE ET-NOME-DISCIPLINA TO EX-NOME-DISCIPLINA.
044500      MOVE ET-TIPO-AVALIACAO TO EX-TIPO-AVALIACAO.
044600      IF ET-POR-NOTA
044700          MOVE ET-NOTA TO EX-NOTA
044800          MOVE SPACE TO EX-CONCEITO
044900      ELSE
045000          MOVE ZEROS TO EX-NOTA
045100          MOVE ET-CONCEITO TO EX-CONCEITO
045200      END-IF.
045300      MOVE ET-CARGA-HORARIA TO EX-CARGA-HORARIA.
045400      MOVE ET-RESULTADO TO EX-RESULTADO.
045500      MOVE WRK-DATA-YYYYMMDD TO EX-DATA-REGISTRO.
045600      WRITE EXTERNAL-HISTORY-RECORD
045700          INVALID KEY
045800              CONTINUE
045900      END-WRITE.
046000      IF WS-EXTHIST-DUPLICADO
046100          MOVE 'Y' TO WS-CORRECAO-SW
046200          REWRITE EXTERNAL-HISTORY-RECORD
046300      END-IF.
046400      IF NOT WS-EXTHIST-OK
046500          DISPLAY 'PROGCOB54 - ERRO AO GRAVAR EXTHIST: '
046600              WS-EXTHIST-STATUS ' ALUNO ' ET-STUDENT-ID
046700          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
046800          MOVE 'ERRO DE GRAVACAO' TO WRK-MOTIVO-REJEICAO
046900          ADD 1 TO WS-TRANS-REJEITADAS
047000          GO TO 2300-EXIT
047100      END-IF.
047200      ADD 1 TO WS-TRANS-ACEITAS.
047300      IF WS-CORRECAO
047400          ADD 1 TO WS-TRANS-CORRIGIDAS
047500      END-IF.
047600  2300-EXIT.
047700      EXIT.
047800******************************************************************
047900* 2400-WRITE-REGISTRO
048000* ONE REGISTER LINE PER TRANSACTION - A CRITICA SO SAI NA
048100* REJEITADA
048200******************************************************************
048300  2400-WRITE-REGISTRO.
048400      MOVE ET-STUDENT-ID TO WD-ID.
048500      MOVE ET-ANO-PERIODO TO WD-PERIODO.
048600      MOVE ET-DISCIPLINA TO WD-DISCIPLINA.
048700      IF ET-POR-NOTA AND ET-NOTA NUMERIC
048800          MOVE ET-NOTA TO WS-NOTA-EDIT
048900          MOVE WS-NOTA-EDIT TO WD-AVALIACAO
049000      ELSE
049100          MOVE ET-CONCEITO TO WD-AVALIACAO
049200      END-IF.
049300      IF ET-CARGA-HORARIA NUMERIC
049400          MOVE ET-CARGA-HORARIA TO WD-CARGA
049500      ELSE
049600          MOVE ZERO TO WD-CARGA
049700      END-IF.
049800      MOVE ET-RESULTADO TO WD-RESULTADO.
049900      IF WS-TRANS-INVALIDA
050000          MOVE 'REJEITADA' TO WD-SITUACAO
050100      ELSE
050200          IF WS-CORRECAO
050300              MOVE 'CORRIGIDA' TO WD-SITUACAO
050400          ELSE
050500              MOVE 'GRAVADA' TO WD-SITUACAO
050600          END-IF
050700      END-IF.
050800      MOVE WRK-MOTIVO-REJEICAO TO WD-CRITICA.
050900      WRITE XR-LINE FROM WS-DETAIL-LINE.
051000  2400-EXIT.
051100      EXIT.
051200******************************************************************
051300* 8000-TERMINATE
051400* WRITES THE CONTROL-COUNT FOOTER, CLOSES FILES AND SHOWS THE
051500* TOTALS
051600******************************************************************
051700  8000-TERMINATE.
051800      MOVE WS-TRANS-LIDAS TO WF-LIDAS.
051900      MOVE WS-TRANS-ACEITAS TO WF-ACEITAS.
052000      MOVE WS-TRANS-REJEITADAS TO WF-REJEITADAS.
052100      MOVE WS-TRANS-CORRIGIDAS TO WF-CORRIGIDAS.
052200      WRITE XR-LINE FROM WS-FOOTER-LINE-1.
052300      WRITE XR-LINE FROM WS-FOOTER-LINE-2.
052400      CLOSE EXTERNAL-TRAN-FILE STUDENT-MASTER-FILE
052500          STUDENT-HISTORY-FILE EXTERNAL-HISTORY-FILE
052600          EXTERNAL-REPORT-FILE.
052700      DISPLAY 'PROGCOB54 - TRANSACOES LIDAS......: '
052800          WS-TRANS-LIDAS.
052900      DISPLAY 'PROGCOB54 - TRANSACOES ACEITAS....: '
053000          WS-TRANS-ACEITAS.
053100      DISPLAY 'PROGCOB54 - TRANSACOES REJEITADAS.: '
053200          WS-TRANS-REJEITADAS.
053300      DISPLAY 'PROGCOB54 - CORRECOES (REGRAVADAS): '
053400          WS-TRANS-CORRIGIDAS.
053500  8000-EXIT.
053600      EXIT.
053700******************************************************************
053800* SHARED DATE-FORMATTING ROUTINES (SEE DATERTN.CPY)
053900******************************************************************
054000  COPY DATERTN.
