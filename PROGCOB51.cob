000100  IDENTIFICATION DIVISION.
000200  PROGRAM-ID. PROGCOB51.
000300  AUTHOR. ALEX.
000400  INSTALLATION. ESCOLA - SETOR DE PROCESSAMENTO DE DADOS.
000500  DATE-WRITTEN. 15/10/2026.
000600  DATE-COMPILED.
000700******************************************************************
000800* AREA DE COMENTARIOS - REMARKS
000900* OBJETIVO: RELATORIO PRE-CONSELHO DE CLASSE. LE O STUDENT-
001000* MASTER JA CORRIGIDO PELO PROGCOB07 E LISTA, POR TURMA, OS
001100* ALUNOS QUE FICARAM NO LIMITE E QUE O CONSELHO DEVE DISCUTIR:
001200*   - REPROVADO POR NOTA COM MEDIA ATE TOLER-MEDIA PONTOS
001300*     ABAIXO DA MEDIA MINIMA DA TURMA (CTLPARM)
001400*   - DISCIPLINA REPROVADA NO GRADMAS NA MESMA TOLERANCIA
001500*   - REPROVADO POR FALTA COM FREQUENCIA, JA DESCONTADOS OS
001600*     ABONOS, ATE TOLER-FREQ PONTOS ABAIXO DOS 75 PCT
001700* AS TOLERANCIAS VEM DO RUNPARM (PROGCOB51 TOLER-MEDIA, PADRAO
001800* 1, E PROGCOB51 TOLER-FREQ, PADRAO 5). A FREQUENCIA E
001900* CALCULADA COMO NO PROGCOB07 (2170). A DECISAO DO CONSELHO
002000* SOBRE CADA CASO ENTRA DEPOIS PELO PROGCOB52 (CONSTRAN)
002100*
002200* MODIFICATION HISTORY
002300* DATE       INIT  DESCRIPTION
002400* 15/10/2026 ALEX  ORIGINAL
002500******************************************************************
002600  ENVIRONMENT DIVISION.
002700  CONFIGURATION SECTION.
002800  SOURCE-COMPUTER. IBM-370.
002900  OBJECT-COMPUTER. IBM-370.
003000  INPUT-OUTPUT SECTION.
003100  FILE-CONTROL.
003200      SELECT STUDENT-MASTER-FILE ASSIGN TO STUDMAS
003300          ORGANIZATION IS INDEXED
003400          ACCESS MODE IS SEQUENTIAL
003500          RECORD KEY IS SM-STUDENT-ID
003600          FILE STATUS IS WS-STUDMAS-STATUS.
003700      SELECT COURSE-PARM-FILE ASSIGN TO CTLPARM
003800          ORGANIZATION IS INDEXED
003900          ACCESS MODE IS RANDOM
004000          RECORD KEY IS CP-CLASS-SECTION
004100          FILE STATUS IS WS-CTLPARM-STATUS.
004200      SELECT ATTENDANCE-FILE ASSIGN TO ATTEND
004300          ORGANIZATION IS INDEXED
004400          ACCESS MODE IS RANDOM
004500          RECORD KEY IS AT-STUDENT-ID
004600          FILE STATUS IS WS-ATTEND-STATUS.
004700      SELECT GRADE-MASTER-FILE ASSIGN TO GRADMAS
004800          ORGANIZATION IS INDEXED
004900          ACCESS MODE IS DYNAMIC
005000          RECORD KEY IS GM-CHAVE
005100          FILE STATUS IS WS-GRADMAS-STATUS.
005200      SELECT TURMA-FILE ASSIGN TO TURMMAS
005300          ORGANIZATION IS INDEXED
005400          ACCESS MODE IS RANDOM
005500          RECORD KEY IS TM-CODIGO
005600          FILE STATUS IS WS-TURMMAS-STATUS.
005700      SELECT SORT-WORK-FILE ASSIGN TO SORTWK.
005800      SELECT PRECONSELHO-REPORT-FILE ASSIGN TO PRECRPT
005900          ORGANIZATION IS LINE SEQUENTIAL
006000          FILE STATUS IS WS-PRECRPT-STATUS.
006100      SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
006200          ORGANIZATION IS SEQUENTIAL
006300          FILE STATUS IS WS-PARM-STATUS.
006400  DATA DIVISION.
006500  FILE SECTION.
006600  FD  STUDENT-MASTER-FILE
006700      LABEL RECORDS ARE STANDARD.
006800  COPY STUDMAS.
006900  FD  COURSE-PARM-FILE
007000      LABEL RECORDS ARE STANDARD.
007100  COPY CTLPARM.
007200  FD  ATTENDANCE-FILE
007300      LABEL RECORDS ARE STANDARD.
007400  COPY ATTENDNC.
007500  FD  GRADE-MASTER-FILE
007600      LABEL RECORDS ARE STANDARD.
007700  COPY GRADMAS.
007800  FD  TURMA-FILE
007900      LABEL RECORDS ARE STANDARD.
008000  COPY TURMREC.
008100  SD  SORT-WORK-FILE.
008200  01  SORT-RECORD.
008300      05  SR-CLASS-SECTION        PIC X(06).
008400      05  SR-STUDENT-ID           PIC X(06).
008500      05  SR-DISCIPLINA           PIC X(03).
008600      05  SR-STUDENT-NAME         PIC X(20).
008700      05  SR-MEDIA                PIC 9(02).
008800      05  SR-CORTE                PIC 9(02).
008900      05  SR-FREQUENCIA           PIC 9(03).
009000      05  SR-MOTIVO               PIC X(01).
009100          88  SR-MOTIVO-MEDIA             VALUE 'M'.
009200          88  SR-MOTIVO-FREQ              VALUE 'F'.
009300  FD  PRECONSELHO-REPORT-FILE
009400      LABEL RECORDS ARE STANDARD.
009500  01  PC-LINE                     PIC X(80).
009600  FD  RUN-PARM-FILE
009700      LABEL RECORDS ARE STANDARD.
009800  COPY PARMREC.
009900  WORKING-STORAGE SECTION.
010000******************************************************************
010100* SWITCHES AND FILE STATUS
010200******************************************************************
010300  01  WS-SWITCHES.
010400      05  WS-EOF-SW              PIC X(01) VALUE 'N'.
010500          88  WS-EOF                       VALUE 'Y'.
010600      05  WS-PRIMEIRA-TURMA-SW   PIC X(01) VALUE 'Y'.
010700          88  WS-PRIMEIRA-TURMA            VALUE 'Y'.
010800      05  WS-ATTEND-DISPONIVEL-SW PIC X(01) VALUE 'N'.
010900          88  WS-ATTEND-DISPONIVEL         VALUE 'Y'.
011000      05  WS-GRADMAS-DISPONIVEL-SW PIC X(01) VALUE 'N'.
011100          88  WS-GRADMAS-DISPONIVEL        VALUE 'Y'.
011200      05  WS-TURMMAS-DISPONIVEL-SW PIC X(01) VALUE 'N'.
011300          88  WS-TURMMAS-DISPONIVEL        VALUE 'Y'.
011400      05  WS-FIM-DISC-SW         PIC X(01) VALUE 'N'.
011500          88  WS-FIM-DISC                  VALUE 'Y'.
011600      05  WS-CTLPARM-DISPONIVEL-SW PIC X(01) VALUE 'N'.
011700          88  WS-CTLPARM-DISPONIVEL        VALUE 'Y'.
011710      05  WS-ABORTAR-SW          PIC X(01) VALUE 'N'.
011720          88  WS-ABORTAR                   VALUE 'Y'.
011800  01  WS-FILE-STATUSES.
011900      05  WS-STUDMAS-STATUS      PIC X(02) VALUE '00'.
012000          88  WS-STUDMAS-OK               VALUE '00'.
012100          88  WS-STUDMAS-EOF              VALUE '10'.
012200      05  WS-CTLPARM-STATUS      PIC X(02) VALUE '00'.
012300          88  WS-CTLPARM-OK               VALUE '00'.
012400      05  WS-ATTEND-STATUS       PIC X(02) VALUE '00'.
012500          88  WS-ATTEND-OK                VALUE '00'.
012600      05  WS-GRADMAS-STATUS      PIC X(02) VALUE '00'.
012700          88  WS-GRADMAS-OK               VALUE '00'.
012800      05  WS-TURMMAS-STATUS      PIC X(02) VALUE '00'.
012900          88  WS-TURMMAS-OK               VALUE '00'.
013000      05  WS-PRECRPT-STATUS      PIC X(02) VALUE '00'.
013100          88  WS-PRECRPT-OK               VALUE '00'.
013200******************************************************************
013300* GROUP-BREAK CONTROL FIELDS AND COUNTERS
013400******************************************************************
013500  01  WS-TURMA-ATUAL              PIC X(06) VALUE SPACES.
013600  01  WS-CONTADORES COMP.
013700      05  WS-ALUNOS-LIDOS        PIC 9(05) VALUE ZERO.
013800      05  WS-TURMA-QTDE          PIC 9(05) VALUE ZERO.
013900      05  WS-TOTAL-MEDIA         PIC 9(05) VALUE ZERO.
014000      05  WS-TOTAL-FREQ          PIC 9(05) VALUE ZERO.
014100      05  WS-TOTAL-CASOS         PIC 9(05) VALUE ZERO.
014200      05  WS-DISC-ALUNO          PIC 9(03) VALUE ZERO.
014300******************************************************************
014400* RUN DATE - SAME STRUCTURE TESTE1 USES FOR THE SYSTEM DATE
014500******************************************************************
014600  01  WRK-DATA.
014700      05  WRK-ANO                PIC 9(04) VALUE ZEROS.
014800      05  WRK-MES                PIC 9(02) VALUE ZEROS.
014900      05  WRK-DIA                PIC 9(02) VALUE ZEROS.
015000  01  WRK-DATA-YYYYMMDD REDEFINES WRK-DATA PIC 9(08).
015100******************************************************************
015200* RUN-PARAMETER LOOKUP FIELDS (SEE PARMWS.CPY/PARMRTN.CPY)
015300******************************************************************
015400  COPY PARMWS.
015500******************************************************************
015600* SHARED DATE-OUTPUT FIELDS (SEE DATEFMT.CPY)
015700******************************************************************
015800  COPY DATEFMT.
015900******************************************************************
016000* MEDIA MINIMA (CTLPARM POR TURMA, PADRAO DA REDE 6) E REGRA
016100* ESTADUAL DE FREQUENCIA - OS MESMOS VALORES DO PROGCOB07
016200******************************************************************
016300  77  WRK-MEDIA-PADRAO           PIC 9(02) VALUE 6.
016400  77  WRK-LIMITE-APROVACAO       PIC 9(02) VALUE 6.
016500  77  WRK-LIMITE-FREQUENCIA      PIC 9(03) VALUE 75.
016600******************************************************************
016700* TOLERANCIAS DO LIMITE - RUNPARM OU PADRAO
016800******************************************************************
016900  77  WRK-TOLER-MEDIA            PIC 9(02) VALUE 1.
017000  77  WRK-TOLER-FREQ             PIC 9(02) VALUE 5.
017100  77  WRK-CORTE-MEDIA            PIC S9(03) VALUE ZEROS.
017200  77  WRK-CORTE-FREQ             PIC S9(03) VALUE ZEROS.
017300******************************************************************
017400* FREQUENCIA DO ALUNO CORRENTE, LIQUIDA DE ABONOS
017500******************************************************************
017600  77  WRK-FREQUENCIA-PCT         PIC 9(03) VALUE 100.
017700  77  WRK-AULAS-TOTAIS           PIC 9(05) VALUE ZEROS.
017800  77  WRK-FALTAS-TOTAIS          PIC 9(05) VALUE ZEROS.
017900  77  WRK-ABONOS-TOTAIS          PIC 9(05) VALUE ZEROS.
018000  77  WRK-FALTAS-LIQUIDAS        PIC S9(05) VALUE ZEROS.
018100******************************************************************
018200* REPORT LINE LAYOUTS
018300******************************************************************
018400  01  WS-HEADER-1.
018500      05  FILLER                 PIC X(45)
018600          VALUE 'RELATORIO PRE-CONSELHO - ALUNOS NO LIMITE'.
018700  01  WS-HEADER-2.
018800      05  FILLER                 PIC X(10) VALUE 'DATA EMIS:'.
018900      05  WS-H2-DATA             PIC X(10).
019000      05  FILLER                 PIC X(16)
019100          VALUE '  TOLER. MEDIA: '.
019200      05  WS-H2-TOLER-MEDIA      PIC Z9.
019300      05  FILLER                 PIC X(15)
019400          VALUE '  TOLER. FREQ: '.
019500      05  WS-H2-TOLER-FREQ       PIC Z9.
019600  01  WS-HEADER-3.
019700      05  FILLER                 PIC X(07) VALUE 'TURMA: '.
019800      05  WH3-TURMA              PIC X(06).
019900      05  FILLER                 PIC X(01) VALUE SPACE.
020000      05  WH3-DESCRICAO          PIC X(25).
020100  01  WS-HEADER-4.
020200      05  FILLER                 PIC X(12) VALUE '    ALUNO   '.
020300      05  FILLER                 PIC X(21) VALUE 'NOME'.
020400      05  FILLER                 PIC X(07) VALUE 'DISC'.
020500      05  FILLER                 PIC X(07) VALUE 'MEDIA'.
020600      05  FILLER                 PIC X(06) VALUE 'CORTE'.
020700      05  FILLER                 PIC X(06) VALUE 'FREQ'.
020800      05  FILLER                 PIC X(06) VALUE 'MOTIVO'.
020900  01  WS-DETAIL-LINE.
021000      05  FILLER                 PIC X(04) VALUE SPACES.
021100      05  WD-ID                  PIC X(06).
021200      05  FILLER                 PIC X(02) VALUE SPACES.
021300      05  WD-NOME                PIC X(20).
021400      05  FILLER                 PIC X(01) VALUE SPACE.
021500      05  WD-DISCIPLINA          PIC X(05).
021600      05  FILLER                 PIC X(03) VALUE SPACES.
021700      05  WD-MEDIA               PIC Z9.
021800      05  FILLER                 PIC X(05) VALUE SPACES.
021900      05  WD-CORTE               PIC Z9.
022000      05  FILLER                 PIC X(03) VALUE SPACES.
022100      05  WD-FREQ                PIC ZZ9.
022200      05  FILLER                 PIC X(03) VALUE SPACES.
022300      05  WD-MOTIVO              PIC X(20).
022400  01  WS-SUBTOTAL-LINE.
022500      05  FILLER                 PIC X(04) VALUE SPACES.
022600      05  FILLER                 PIC X(24)
022700          VALUE 'CASOS NO LIMITE NA TURMA'.
022800      05  WS-QTDE                PIC ZZZZ9.
022900  01  WS-FOOTER-LINE-1.
023000      05  FILLER                 PIC X(28)
023100          VALUE 'ALUNOS LIDOS............: '.
023200      05  WF-LIDOS               PIC ZZZZ9.
023300  01  WS-FOOTER-LINE-2.
023400      05  FILLER                 PIC X(28)
023500          VALUE 'CASOS POR MEDIA/NOTA....: '.
023600      05  WF-MEDIA               PIC ZZZZ9.
023700  01  WS-FOOTER-LINE-3.
023800      05  FILLER                 PIC X(28)
023900          VALUE 'CASOS POR FREQUENCIA....: '.
024000      05  WF-FREQ                PIC ZZZZ9.
024100  01  WS-FOOTER-LINE-4.
024200      05  FILLER                 PIC X(28)
024300          VALUE 'TOTAL DE CASOS..........: '.
024400      05  WF-TOTAL               PIC ZZZZ9.
024500  PROCEDURE DIVISION.
024600******************************************************************
024700* 0000-MAINLINE
024800* SELECTS THE BORDERLINE CASES, SORTS THEM BY TURMA/MATRICULA
024900* AND PRINTS THE GROUPED PRE-CONSELHO REPORT
025000******************************************************************
025100  0000-MAINLINE.
025200      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025250      IF NOT WS-ABORTAR
025300          SORT SORT-WORK-FILE
025400              ASCENDING KEY SR-CLASS-SECTION
025500              ASCENDING KEY SR-STUDENT-ID
025600              ASCENDING KEY SR-DISCIPLINA
025700              INPUT PROCEDURE IS 2000-SELECIONAR-CASOS
025800              OUTPUT PROCEDURE IS 3000-IMPRIMIR-RELATORIO
025900          PERFORM 8000-TERMINATE THRU 8000-EXIT
025950      END-IF.
026000      STOP RUN.
026100******************************************************************
026200* 1000-INITIALIZE
026300* READS THE TOLERANCES FROM RUNPARM, OPENS THE OPTIONAL
026400* LOOKUP FILES AND THE REPORT AND PRINTS THE HEADERS
026500******************************************************************
026600  1000-INITIALIZE.
026700      ACCEPT WRK-DATA FROM DATE YYYYMMDD.
026800      MOVE 'PROGCOB51' TO WRK-PARM-PROGRAMA.
026900      MOVE 'TOLER-MEDIA' TO WRK-PARM-NOME.
027000      PERFORM 9860-BUSCAR-PARM THRU 9860-EXIT.
027100      IF WS-PARM-ACHADO AND WRK-PARM-VALOR (1:2) NUMERIC
027200          MOVE WRK-PARM-VALOR (1:2) TO WRK-TOLER-MEDIA
027300      END-IF.
027400      MOVE 'TOLER-FREQ' TO WRK-PARM-NOME.
027500      PERFORM 9860-BUSCAR-PARM THRU 9860-EXIT.
027600      IF WS-PARM-ACHADO AND WRK-PARM-VALOR (1:2) NUMERIC
027700          MOVE WRK-PARM-VALOR (1:2) TO WRK-TOLER-FREQ
027800      END-IF.
027900      OPEN OUTPUT PRECONSELHO-REPORT-FILE.
028000      IF NOT WS-PRECRPT-OK
028100          DISPLAY 'PROGCOB51 - ERRO AO ABRIR PRECRPT: '
028200              WS-PRECRPT-STATUS
028210          MOVE 'Y' TO WS-ABORTAR-SW
028220          MOVE 8 TO RETURN-CODE
028230          GO TO 1000-EXIT
028300      END-IF.
028400      OPEN INPUT COURSE-PARM-FILE.
028500      IF WS-CTLPARM-OK
028600          MOVE 'Y' TO WS-CTLPARM-DISPONIVEL-SW
028700      ELSE
028800          DISPLAY 'PROGCOB51 - ERRO AO ABRIR CTLPARM: '
028900              WS-CTLPARM-STATUS
029000      END-IF.
029100      OPEN INPUT ATTENDANCE-FILE.
029200      IF WS-ATTEND-OK
029300          MOVE 'Y' TO WS-ATTEND-DISPONIVEL-SW
029400      END-IF.
029500      OPEN INPUT GRADE-MASTER-FILE.
029600      IF WS-GRADMAS-OK
029700          MOVE 'Y' TO WS-GRADMAS-DISPONIVEL-SW
029800      END-IF.
029900      OPEN INPUT TURMA-FILE.
030000      IF WS-TURMMAS-OK
030100          MOVE 'Y' TO WS-TURMMAS-DISPONIVEL-SW
030200      END-IF.
030300      PERFORM 9810-FORMATAR-DDMMYYYY THRU 9810-EXIT.
030400      MOVE DATEFMT-DDMMYYYY TO WS-H2-DATA.
030500      MOVE WRK-TOLER-MEDIA TO WS-H2-TOLER-MEDIA.
030600      MOVE WRK-TOLER-FREQ TO WS-H2-TOLER-FREQ.
030700      WRITE PC-LINE FROM WS-HEADER-1.
030800      WRITE PC-LINE FROM WS-HEADER-2.
030900  1000-EXIT.
031000      EXIT.
031100******************************************************************
031200* 2000-SELECIONAR-CASOS
031300* INPUT PROCEDURE OF THE SORT - READS STUDMAS AND RELEASES ONE
031400* RECORD PER BORDERLINE CASE
031500******************************************************************
031600  2000-SELECIONAR-CASOS.
031700      OPEN INPUT STUDENT-MASTER-FILE.
031800      IF NOT WS-STUDMAS-OK
031900          DISPLAY 'PROGCOB51 - ERRO AO ABRIR STUDMAS: '
032000              WS-STUDMAS-STATUS
032050          MOVE 'Y' TO WS-ABORTAR-SW
032060          MOVE 8 TO RETURN-CODE
032100          MOVE 'Y' TO WS-EOF-SW
032200          GO TO 2000-EXIT
032300      END-IF.
032400      PERFORM 2100-LER-E-SELECIONAR THRU 2100-EXIT
032500          UNTIL WS-EOF.
032600      CLOSE STUDENT-MASTER-FILE.
032700  2000-EXIT.
032800      EXIT.
032900******************************************************************
033000* 2100-LER-E-SELECIONAR
033100* READS ONE STUDENT. ONLY A CURRENT REPROVADO IS A CANDIDATE -
033200* APROVADO, APROVADO PELO CONSELHO E PENDENTE NAO INTERESSAM.
033300* COM DISCIPLINAS NO GRADMAS O LIMITE DE NOTA E VISTO POR
033400* DISCIPLINA; SEM ELAS, PELA MEDIA GERAL
033500******************************************************************
033600  2100-LER-E-SELECIONAR.
033700      READ STUDENT-MASTER-FILE NEXT RECORD
033800          AT END
033900              MOVE 'Y' TO WS-EOF-SW
034000              GO TO 2100-EXIT
034100      END-READ.
034200      IF NOT WS-STUDMAS-OK AND NOT WS-STUDMAS-EOF
034300          DISPLAY 'PROGCOB51 - ERRO DE LEITURA STUDMAS: '
034400              WS-STUDMAS-STATUS
034500          MOVE 'Y' TO WS-EOF-SW
034600          GO TO 2100-EXIT
034700      END-IF.
034800      ADD 1 TO WS-ALUNOS-LIDOS.
034900      IF NOT SM-REPROVADO
035000          GO TO 2100-EXIT
035100      END-IF.
035200      PERFORM 2150-READ-COURSE-PARM THRU 2150-EXIT.
035300      PERFORM 2170-LER-FREQUENCIA THRU 2170-EXIT.
035400      COMPUTE WRK-CORTE-MEDIA =
035500          WRK-LIMITE-APROVACAO - WRK-TOLER-MEDIA.
035600      COMPUTE WRK-CORTE-FREQ =
035700          WRK-LIMITE-FREQUENCIA - WRK-TOLER-FREQ.
035800      MOVE SM-CLASS-SECTION TO SR-CLASS-SECTION.
035900      MOVE SM-STUDENT-ID TO SR-STUDENT-ID.
036000      MOVE SM-STUDENT-NAME TO SR-STUDENT-NAME.
036100      MOVE WRK-LIMITE-APROVACAO TO SR-CORTE.
036200      MOVE WRK-FREQUENCIA-PCT TO SR-FREQUENCIA.
036300      IF SM-REPROVADO-FALTA
036400          IF WRK-FREQUENCIA-PCT NOT < WRK-CORTE-FREQ
036500              MOVE SPACES TO SR-DISCIPLINA
036600              MOVE SM-MEDIA TO SR-MEDIA
036700              MOVE 'F' TO SR-MOTIVO
036800              RELEASE SORT-RECORD
036900              ADD 1 TO WS-TOTAL-FREQ
037000          END-IF
037100          GO TO 2100-EXIT
037200      END-IF.
037300      MOVE ZERO TO WS-DISC-ALUNO.
037400      PERFORM 2200-VERIFICAR-DISCIPLINAS THRU 2200-EXIT.
037500      IF WS-DISC-ALUNO > ZERO
037600          GO TO 2100-EXIT
037700      END-IF.
037800      IF SM-MEDIA NOT < WRK-CORTE-MEDIA
037900          MOVE SPACES TO SR-DISCIPLINA
038000          MOVE SM-MEDIA TO SR-MEDIA
038100          MOVE 'M' TO SR-MOTIVO
038200          RELEASE SORT-RECORD
038300          ADD 1 TO WS-TOTAL-MEDIA
038400      END-IF.
038500  2100-EXIT.
038600      EXIT.
038700******************************************************************
038800* 2150-READ-COURSE-PARM
038900* PASSING GRADE OF THE STUDENT'S TURMA - SAME FALLBACK TO THE
039000* NETWORK-WIDE DEFAULT AS PROGCOB07
039100******************************************************************
039200  2150-READ-COURSE-PARM.
039300      MOVE WRK-MEDIA-PADRAO TO WRK-LIMITE-APROVACAO.
039400      IF NOT WS-CTLPARM-DISPONIVEL
039500          GO TO 2150-EXIT
039600      END-IF.
039700      MOVE SM-CLASS-SECTION TO CP-CLASS-SECTION.
039800      READ COURSE-PARM-FILE
039900          INVALID KEY
040000              GO TO 2150-EXIT
040100      END-READ.
040200      MOVE CP-PASSING-GRADE TO WRK-LIMITE-APROVACAO.
040300  2150-EXIT.
040400      EXIT.
040500******************************************************************
040600* 2170-LER-FREQUENCIA
040700* ATTENDANCE PERCENTAGE NET OF ABONOS, WORKED OUT EXACTLY AS
040800* PROGCOB07 DOES - NO ATTEND FILE, NO RECORD OR ZERO AULAS
040900* LEAVE IT AT 100
041000******************************************************************
041100  2170-LER-FREQUENCIA.
041200      MOVE 100 TO WRK-FREQUENCIA-PCT.
041300      IF NOT WS-ATTEND-DISPONIVEL
041400          GO TO 2170-EXIT
041500      END-IF.
041600      MOVE SM-STUDENT-ID TO AT-STUDENT-ID.
041700      READ ATTENDANCE-FILE
041800          INVALID KEY
041900              GO TO 2170-EXIT
042000      END-READ.
042100      COMPUTE WRK-AULAS-TOTAIS = AT-AULAS-BIM1 + AT-AULAS-BIM2
042200          + AT-AULAS-BIM3 + AT-AULAS-BIM4.
042300      COMPUTE WRK-FALTAS-TOTAIS = AT-FALTAS-BIM1
042400          + AT-FALTAS-BIM2 + AT-FALTAS-BIM3 + AT-FALTAS-BIM4.
042500      COMPUTE WRK-ABONOS-TOTAIS = AT-ABONOS-BIM1
042600          + AT-ABONOS-BIM2 + AT-ABONOS-BIM3 + AT-ABONOS-BIM4.
042700      IF WRK-AULAS-TOTAIS = ZERO
042800          GO TO 2170-EXIT
042900      END-IF.
043000      COMPUTE WRK-FALTAS-LIQUIDAS = WRK-FALTAS-TOTAIS
043100          - WRK-ABONOS-TOTAIS.
043200      IF WRK-FALTAS-LIQUIDAS < ZERO
043300          MOVE ZERO TO WRK-FALTAS-LIQUIDAS
043400      END-IF.
043500      COMPUTE WRK-FREQUENCIA-PCT =
043600          (WRK-AULAS-TOTAIS - WRK-FALTAS-LIQUIDAS) * 100
043700          / WRK-AULAS-TOTAIS.
043800  2170-EXIT.
043900      EXIT.
044000******************************************************************
044100* 2200-VERIFICAR-DISCIPLINAS
044200* WALKS THE STUDENT'S GRADMAS RECORDS, POSITIONED WITH START ON
044300* THE PARTIAL KEY, COUNTING THEM IN WS-DISC-ALUNO AND RELEASING
044400* EACH REPROVADA WITHIN THE MEDIA TOLERANCE
044500******************************************************************
044600  2200-VERIFICAR-DISCIPLINAS.
044700      IF NOT WS-GRADMAS-DISPONIVEL
044800          GO TO 2200-EXIT
044900      END-IF.
045000      MOVE SM-STUDENT-ID TO GM-STUDENT-ID.
045100      MOVE LOW-VALUES TO GM-DISCIPLINA.
045200      START GRADE-MASTER-FILE KEY IS GREATER THAN GM-CHAVE
045300          INVALID KEY
045400              GO TO 2200-EXIT
045500      END-START.
045600      MOVE 'N' TO WS-FIM-DISC-SW.
045700      PERFORM 2250-LER-DISCIPLINA THRU 2250-EXIT
045800          UNTIL WS-FIM-DISC.
045900  2200-EXIT.
046000      EXIT.
046100******************************************************************
046200* 2250-LER-DISCIPLINA
046300* READS THE NEXT GRADMAS RECORD OF THE CURRENT ALUNO - A KEY OF
046400* ANOTHER ALUNO ENDS THE WALK
046500******************************************************************
046600  2250-LER-DISCIPLINA.
046700      READ GRADE-MASTER-FILE NEXT RECORD
046800          AT END
046900              MOVE 'Y' TO WS-FIM-DISC-SW
047000              GO TO 2250-EXIT
047100      END-READ.
047200      IF NOT WS-GRADMAS-OK
047300          DISPLAY 'PROGCOB51 - ERRO DE LEITURA GRADMAS: '
047400              WS-GRADMAS-STATUS
047500          MOVE 'Y' TO WS-FIM-DISC-SW
047600          GO TO 2250-EXIT
047700      END-IF.
047800      IF GM-STUDENT-ID NOT = SM-STUDENT-ID
047900          MOVE 'Y' TO WS-FIM-DISC-SW
048000          GO TO 2250-EXIT
048100      END-IF.
048200      ADD 1 TO WS-DISC-ALUNO.
048300      IF GM-SITUACAO NOT = 'R'
048400          GO TO 2250-EXIT
048500      END-IF.
048600      IF GM-MEDIA < WRK-CORTE-MEDIA
048700          GO TO 2250-EXIT
048800      END-IF.
048900      MOVE GM-DISCIPLINA TO SR-DISCIPLINA.
049000      MOVE GM-MEDIA TO SR-MEDIA.
049100      MOVE 'M' TO SR-MOTIVO.
049200      RELEASE SORT-RECORD.
049300      ADD 1 TO WS-TOTAL-MEDIA.
049400  2250-EXIT.
049500      EXIT.
049600******************************************************************
049700* 3000-IMPRIMIR-RELATORIO
049800* OUTPUT PROCEDURE OF THE SORT - ONE DETAIL LINE PER CASE,
049900* BREAKING ON TURMA FOR A HEADER AND A SUBTOTAL
050000******************************************************************
050100  3000-IMPRIMIR-RELATORIO.
050200      MOVE 'N' TO WS-EOF-SW.
050300      RETURN SORT-WORK-FILE
050400          AT END
050500              MOVE 'Y' TO WS-EOF-SW.
050600      PERFORM 3100-PROCESSAR-REGISTRO THRU 3100-EXIT
050700          UNTIL WS-EOF.
050800      IF NOT WS-PRIMEIRA-TURMA
050900          PERFORM 3200-IMPRIMIR-SUBTOTAL THRU 3200-EXIT
051000      END-IF.
051100  3000-EXIT.
051200      EXIT.
051300******************************************************************
051400* 3100-PROCESSAR-REGISTRO
051500* PRINTS ONE SORTED CASE, WITH A TURMA BREAK WHEN THE CLASS
051600* SECTION CHANGES
051700******************************************************************
051800  3100-PROCESSAR-REGISTRO.
051900      IF SR-CLASS-SECTION NOT = WS-TURMA-ATUAL
052000          IF NOT WS-PRIMEIRA-TURMA
052100              PERFORM 3200-IMPRIMIR-SUBTOTAL THRU 3200-EXIT
052200          END-IF
052300          MOVE 'N' TO WS-PRIMEIRA-TURMA-SW
052400          MOVE SR-CLASS-SECTION TO WS-TURMA-ATUAL
052500          MOVE ZERO TO WS-TURMA-QTDE
052600          MOVE SR-CLASS-SECTION TO WH3-TURMA
052700          PERFORM 7200-BUSCAR-DESCRICAO THRU 7200-EXIT
052800          WRITE PC-LINE FROM WS-HEADER-3
052900          WRITE PC-LINE FROM WS-HEADER-4
053000      END-IF.
053100      MOVE SR-STUDENT-ID TO WD-ID.
053200      MOVE SR-STUDENT-NAME TO WD-NOME.
053300      IF SR-DISCIPLINA = SPACES
053400          MOVE 'GERAL' TO WD-DISCIPLINA
053500      ELSE
053600          MOVE SR-DISCIPLINA TO WD-DISCIPLINA
053700      END-IF.
053800      MOVE SR-MEDIA TO WD-MEDIA.
053900      MOVE SR-CORTE TO WD-CORTE.
054000      MOVE SR-FREQUENCIA TO WD-FREQ.
054100      IF SR-MOTIVO-FREQ
054200          MOVE 'FREQ PROXIMA 75 PCT' TO WD-MOTIVO
054300      ELSE
054400          MOVE 'MEDIA PROXIMA CORTE' TO WD-MOTIVO
054500      END-IF.
054600      WRITE PC-LINE FROM WS-DETAIL-LINE.
054700      ADD 1 TO WS-TURMA-QTDE.
054800      ADD 1 TO WS-TOTAL-CASOS.
054900      RETURN SORT-WORK-FILE
055000          AT END
055100              MOVE 'Y' TO WS-EOF-SW.
055200  3100-EXIT.
055300      EXIT.
055400******************************************************************
055500* 3200-IMPRIMIR-SUBTOTAL
055600* PRINTS THE CASE COUNT FOR THE TURMA JUST FINISHED
055700******************************************************************
055800  3200-IMPRIMIR-SUBTOTAL.
055900      MOVE WS-TURMA-QTDE TO WS-QTDE.
056000      WRITE PC-LINE FROM WS-SUBTOTAL-LINE.
056100  3200-EXIT.
056200      EXIT.
056300******************************************************************
056400* 7200-BUSCAR-DESCRICAO
056500* FETCHES THE TURMA DESCRICAO FROM THE TURMA MASTER FOR THE
056600* GROUP HEADER - SEM TURMMAS OU SEM CADASTRO SAI EM BRANCO
056700******************************************************************
056800  7200-BUSCAR-DESCRICAO.
056900      MOVE SPACES TO WH3-DESCRICAO.
057000      IF NOT WS-TURMMAS-DISPONIVEL
057100          GO TO 7200-EXIT
057200      END-IF.
057300      MOVE WH3-TURMA TO TM-CODIGO.
057400      READ TURMA-FILE
057500          INVALID KEY
057600              GO TO 7200-EXIT
057700      END-READ.
057800      MOVE TM-DESCRICAO TO WH3-DESCRICAO.
057900  7200-EXIT.
058000      EXIT.
058100******************************************************************
058200* 8000-TERMINATE
058300* PRINTS THE TOTALS AND CLOSES THE FILES
058400******************************************************************
058500  8000-TERMINATE.
058600      MOVE WS-ALUNOS-LIDOS TO WF-LIDOS.
058700      MOVE WS-TOTAL-MEDIA TO WF-MEDIA.
058800      MOVE WS-TOTAL-FREQ TO WF-FREQ.
058900      MOVE WS-TOTAL-CASOS TO WF-TOTAL.
059000      WRITE PC-LINE FROM WS-FOOTER-LINE-1.
059100      WRITE PC-LINE FROM WS-FOOTER-LINE-2.
059200      WRITE PC-LINE FROM WS-FOOTER-LINE-3.
059300      WRITE PC-LINE FROM WS-FOOTER-LINE-4.
059400      CLOSE PRECONSELHO-REPORT-FILE.
059500      IF WS-CTLPARM-DISPONIVEL
059600          CLOSE COURSE-PARM-FILE
059700      END-IF.
059800      IF WS-ATTEND-DISPONIVEL
059900          CLOSE ATTENDANCE-FILE
060000      END-IF.
060100      IF WS-GRADMAS-DISPONIVEL
060200          CLOSE GRADE-MASTER-FILE
060300      END-IF.
060400      IF WS-TURMMAS-DISPONIVEL
060500          CLOSE TURMA-FILE
060600      END-IF.
060700      DISPLAY 'PROGCOB51 - ALUNOS LIDOS.......: '
060800          WS-ALUNOS-LIDOS.
060900      DISPLAY 'PROGCOB51 - CASOS NO LIMITE....: '
061000          WS-TOTAL-CASOS.
061100  8000-EXIT.
061200      EXIT.
061300******************************************************************
061400* SHARED DATE-FORMATTING ROUTINES (SEE DATERTN.CPY)
061500******************************************************************
061600  COPY DATERTN.
061700******************************************************************
061800* RUN-PARAMETER LOOKUP ROUTINES (SEE PARMRTN.CPY)
061900******************************************************************
062000  COPY PARMRTN.
