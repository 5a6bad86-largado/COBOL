000100  IDENTIFICATION DIVISION.
000200  PROGRAM-ID. PROGCOB68.
000300  AUTHOR. ALEX.
000400  INSTALLATION. ESCOLA - SETOR DE PROCESSAMENTO DE DADOS.
000500  DATE-WRITTEN. 15/10/2026.
000600  DATE-COMPILED.
000700******************************************************************
000800* AREA DE COMENTARIOS - REMARKS
000900* OBJETIVO: CONFERENCIA DOS DIAS LETIVOS E DA CARGA HORARIA DO
001000* ANO/PERIODO CONTRA O MINIMO DA LDB (200 DIAS E 800 HORAS),
001100* ANTES DA INSPECAO E NAO DEPOIS DELA. PARA CADA BIMESTRE DO
001200* PERIODO NO CALLETIV CONTA OS DIAS UTEIS DA JANELA PELO DATESRV
001300* (SEM FIM DE SEMANA E SEM OS FERIADOS DO HOLIDCAL), SOMA OS DIAS
001400* DE REPOSICAO ACEITOS DO REPOSIC E TOTALIZA O ANO EM DIAS E EM
001500* HORAS (RUNPARM HORAS-DIA, PADRAO 4). DEPOIS CONFERE CADA TURMA
001600* DO ATTEND: AS AULAS DADAS QUE O PROGCOB14 CARREGOU POR
001700* BIMESTRE (MAIOR AT-AULAS-BIM DOS ALUNOS DA TURMA) CONTRA OS
001800* DIAS PREVISTOS (CALENDARIO + REPOSICOES DA ESCOLA + REPOSICOES
001900* DA TURMA). O RELATORIO (DIASRPT) LISTA AS REPOSICOES ACEITAS E
002000* RECUSADAS, OS BIMESTRES ABAIXO DO MINIMO, QUANTOS DIAS E HORAS
002100* FALTAM NO ANO E AS TURMAS ABAIXO - ASSIM A COORDENACAO PLANEJA
002200* OS SABADOS DE REPOSICAO ANTES DO FIM DO ANO. PERIODO FORA DA
002300* LDB DEIXA RETURN-CODE 8
002400*
002500* MODIFICATION HISTORY
002600* DATE       INIT  DESCRIPTION
002700* 15/10/2026 ALEX  ORIGINAL
002800******************************************************************
002900  ENVIRONMENT DIVISION.
003000  CONFIGURATION SECTION.
003100  SOURCE-COMPUTER. IBM-370.
003200  OBJECT-COMPUTER. IBM-370.
003300  INPUT-OUTPUT SECTION.
003400  FILE-CONTROL.
003500      SELECT ATTENDANCE-FILE ASSIGN TO ATTEND
003600          ORGANIZATION IS INDEXED
003700          ACCESS MODE IS SEQUENTIAL
003800          RECORD KEY IS AT-STUDENT-ID
003900          FILE STATUS IS WS-ATTEND-STATUS.
004000      SELECT CALENDAR-FILE ASSIGN TO CALLETIV
004100          ORGANIZATION IS SEQUENTIAL
004200          FILE STATUS IS WS-CALLETIV-STATUS.
004300      SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
004400          ORGANIZATION IS SEQUENTIAL
004500          FILE STATUS IS WS-PARM-STATUS.
004600      SELECT REPOSICAO-FILE ASSIGN TO REPOSIC
004700          ORGANIZATION IS SEQUENTIAL
004800          FILE STATUS IS WS-REPOSIC-STATUS.
004900      SELECT DIAS-REPORT-FILE ASSIGN TO DIASRPT
005000          ORGANIZATION IS LINE SEQUENTIAL
005100          FILE STATUS IS WS-DIASRPT-STATUS.
005200  DATA DIVISION.
005300  FILE SECTION.
005400  FD  ATTENDANCE-FILE
005500      LABEL RECORDS ARE STANDARD.
005600  COPY ATTENDNC.
005700  FD  CALENDAR-FILE
005800      LABEL RECORDS ARE STANDARD.
005900  COPY CALREC.
006000  FD  RUN-PARM-FILE
006100      LABEL RECORDS ARE STANDARD.
006200  COPY PARMREC.
006300  FD  REPOSICAO-FILE
006400      LABEL RECORDS ARE STANDARD.
006500  COPY REPOSIC.
006600  FD  DIAS-REPORT-FILE
006700      LABEL RECORDS ARE STANDARD.
006800  01  DR-LINE                     PIC X(80).
006900  WORKING-STORAGE SECTION.
007000******************************************************************
007100* SWITCHES
007200******************************************************************
007300  01  WS-SWITCHES.
007400      05  WS-ABORTAR-SW          PIC X(01) VALUE 'N'.
007500          88  WS-ABORTAR                   VALUE 'Y'.
007600      05  WS-ATTEND-DISPONIVEL-SW PIC X(01) VALUE 'N'.
007700          88  WS-ATTEND-DISPONIVEL         VALUE 'Y'.
007800      05  WS-ATTEND-EOF-SW       PIC X(01) VALUE 'N'.
007900          88  WS-ATTEND-EOF                VALUE 'Y'.
008000      05  WS-REPOSIC-ABERTO-SW   PIC X(01) VALUE 'N'.
008100          88  WS-REPOSIC-ABERTO            VALUE 'Y'.
008200      05  WS-REPOSIC-EOF-SW      PIC X(01) VALUE 'N'.
008300          88  WS-REPOSIC-EOF               VALUE 'Y'.
008400      05  WS-REPOS-REJEITADA-SW  PIC X(01) VALUE 'N'.
008500          88  WS-REPOS-REJEITADA           VALUE 'Y'.
008600      05  WS-REPOS-DUPLICADA-SW  PIC X(01) VALUE 'N'.
008700          88  WS-REPOS-DUPLICADA           VALUE 'Y'.
008800      05  WS-AULAS-A-MENOS-SW    PIC X(01) VALUE 'N'.
008900          88  WS-AULAS-A-MENOS             VALUE 'Y'.
009000      05  WS-FORA-LDB-SW         PIC X(01) VALUE 'N'.
009100          88  WS-FORA-LDB                  VALUE 'Y'.
009200******************************************************************
009300* FILE STATUS AND COUNTERS
009400******************************************************************
009500  01  WS-FILE-STATUSES.
009600      05  WS-ATTEND-STATUS       PIC X(02) VALUE '00'.
009700          88  WS-ATTEND-OK                VALUE '00'.
009800          88  WS-ATTEND-FIM               VALUE '10'.
009900      05  WS-REPOSIC-STATUS      PIC X(02) VALUE '00'.
010000          88  WS-REPOSIC-OK               VALUE '00'.
010100          88  WS-REPOSIC-FIM              VALUE '10'.
010200          88  WS-REPOSIC-NAO-EXISTE       VALUE '35'.
010300      05  WS-DIASRPT-STATUS      PIC X(02) VALUE '00'.
010400          88  WS-DIASRPT-OK               VALUE '00'.
010500  01  WS-COUNTERS COMP.
010600      05  WS-ALUNOS-LIDOS        PIC 9(05) VALUE ZERO.
010700      05  WS-ALUNOS-SEM-TURMA    PIC 9(05) VALUE ZERO.
010800      05  WS-BIM-NO-CALENDARIO   PIC 9(05) VALUE ZERO.
010900      05  WS-BIM-ABAIXO          PIC 9(05) VALUE ZERO.
011000      05  WS-TURMAS-ABAIXO       PIC 9(05) VALUE ZERO.
011100      05  WS-REPOS-LIDAS         PIC 9(05) VALUE ZERO.
011200      05  WS-REPOS-ACEITAS       PIC 9(05) VALUE ZERO.
011300      05  WS-REPOS-REJEITADAS    PIC 9(05) VALUE ZERO.
011400******************************************************************
011500* PARAMETROS DO RUN - ANO/PERIODO (ZERO = PERIODO CORRENTE DO
011600* CALLETIV), CARGA DIARIA E MINIMOS DA LDB. O MINIMO POR
011700* BIMESTRE, QUANDO NAO INFORMADO, E UM QUARTO DO MINIMO ANUAL
011800******************************************************************
011900  77  WRK-PERIODO                PIC 9(06) VALUE ZEROS.
012000  77  WRK-HORAS-DIA              PIC 9(02) VALUE 4.
012100  77  WRK-DIAS-MINIMO            PIC 9(03) VALUE 200.
012200  77  WRK-HORAS-MINIMO           PIC 9(04) VALUE 800.
012300  77  WRK-DIAS-MIN-BIM           PIC 9(03) VALUE ZERO.
012400******************************************************************
012500* SUBSCRIPTS AND WORK FIELDS
012600******************************************************************
012700  77  WRK-BIM-IDX                PIC 9(03) COMP VALUE ZERO.
012800  77  WRK-TU-IDX                 PIC 9(03) COMP VALUE ZERO.
012900  77  WRK-TU-ACHADO              PIC 9(03) COMP VALUE ZERO.
013000  77  WRK-RA-IDX                 PIC 9(03) COMP VALUE ZERO.
013100  77  WRK-RP-BIM                 PIC 9(03) COMP VALUE ZERO.
013200  77  WRK-TURMA-PROCURADA        PIC X(06) VALUE SPACES.
013300  77  WRK-REPOS-HORAS            PIC 9(02) VALUE ZERO.
013400  77  WRK-MOTIVO-REJEICAO        PIC X(30) VALUE SPACES.
013500  77  WRK-BIM-TOTAL              PIC 9(04) VALUE ZERO.
013600  77  WRK-BIM-HORAS              PIC 9(05) VALUE ZERO.
013700  77  WRK-UTEIS-ANO              PIC 9(04) VALUE ZERO.
013800  77  WRK-REPOS-ANO              PIC 9(04) VALUE ZERO.
013900  77  WRK-TOTAL-ANO              PIC 9(04) VALUE ZERO.
014000  77  WRK-HORAS-ANO              PIC 9(05) VALUE ZERO.
014100  77  WRK-FALTAM-DIAS            PIC 9(04) VALUE ZERO.
014200  77  WRK-FALTAM-HORAS           PIC 9(05) VALUE ZERO.
014300  77  WRK-PREVISTOS              PIC 9(04) VALUE ZERO.
014400  77  WRK-PREV-ANO               PIC 9(04) VALUE ZERO.
014500  77  WRK-PREV-HORAS             PIC 9(05) VALUE ZERO.
014600  77  WRK-AULAS-ANO              PIC 9(04) VALUE ZERO.
014700******************************************************************
014800* AULAS DADAS DO ALUNO LIDO, NA ORDEM DOS BIMESTRES
014900******************************************************************
015000  01  WRK-AULAS-ALUNO.
015100      05  WRK-AA-BIM             PIC 9(03) OCCURS 4 TIMES.
015200******************************************************************
015300* BIMESTRES DO PERIODO - JANELA DO CALLETIV, DIAS UTEIS DO
015400* DATESRV E REPOSICOES DA ESCOLA TODA ACEITAS NA JANELA
015500******************************************************************
015600  01  WRK-BIM-TABELA.
015700      05  WRK-BIM-ENT            OCCURS 4 TIMES.
015800          10  WRK-BM-SITUACAO    PIC X(01).
015900              88  WRK-BM-SEM-JANELA       VALUE 'S'.
016000              88  WRK-BM-JANELA-INVALIDA  VALUE 'I'.
016100              88  WRK-BM-CONTADO          VALUE 'C'.
016200          10  WRK-BM-INICIO      PIC 9(08).
016300          10  WRK-BM-FIM         PIC 9(08).
016400          10  WRK-BM-DIAS        PIC 9(03) COMP.
016500          10  WRK-BM-REPOS-DIAS  PIC 9(03) COMP.
016600          10  WRK-BM-REPOS-HORAS PIC 9(04) COMP.
016700******************************************************************
016800* TURMAS DO ATTEND - ALUNOS, MAIOR QUANTIDADE DE AULAS DADAS
016900* POR BIMESTRE E REPOSICOES ACEITAS SO PARA A TURMA
017000******************************************************************
017100  01  WRK-TURMA-TABELA.
017200      05  WRK-QTDE-TURMAS        PIC 9(03) COMP VALUE ZERO.
017300      05  WRK-TURMA-ENT          OCCURS 300 TIMES.
017400          10  WRK-TU-TURMA       PIC X(06).
017500          10  WRK-TU-ALUNOS      PIC 9(05) COMP.
017600          10  WRK-TU-REPOS-HORAS PIC 9(04) COMP.
017700          10  WRK-TU-BIM         OCCURS 4 TIMES.
017800              15  WRK-TU-AULAS   PIC 9(03) COMP.
017900              15  WRK-TU-REPOS   PIC 9(03) COMP.
018000******************************************************************
018100* REPOSICOES JA ACEITAS - PARA RECUSAR A MESMA DATA DUAS VEZES
018200* (NA MESMA TURMA, OU DA ESCOLA TODA E DE UMA TURMA)
018300******************************************************************
018400  01  WRK-REPOS-TABELA.
018500      05  WRK-QTDE-REPOS         PIC 9(03) COMP VALUE ZERO.
018600      05  WRK-REPOS-ENT          OCCURS 200 TIMES.
018700          10  WRK-RA-DATA        PIC 9(08).
018800          10  WRK-RA-TURMA       PIC X(06).
018900******************************************************************
019000* RUN DATE - SAME STRUCTURE TESTE1 USES FOR THE SYSTEM DATE
019100******************************************************************
019200  01  WRK-DATA.
019300      05  WRK-ANO                PIC 9(04) VALUE ZEROS.
019400      05  WRK-MES                PIC 9(02) VALUE ZEROS.
019500      05  WRK-DIA                PIC 9(02) VALUE ZEROS.
019600  01  WRK-DATA-YYYYMMDD REDEFINES WRK-DATA PIC 9(08).
019700  77  WRK-DATA-RUN               PIC 9(08) VALUE ZEROS.
019800******************************************************************
019900* SHARED DATE-OUTPUT FIELDS (SEE DATEFMT.CPY)
020000******************************************************************
020100  COPY DATEFMT.
020200******************************************************************
020300* PARAMETER AREA OF THE DATE SERVICE (SEE DATEPARM.CPY)
020400******************************************************************
020500  COPY DATEPARM.
020600******************************************************************
020700* CALENDARIO LETIVO LOOKUP FIELDS (SEE CALWS.CPY)
020800******************************************************************
020900  COPY CALWS.
021000******************************************************************
021100* RUN-PARAMETER LOOKUP FIELDS (SEE PARMWS.CPY)
021200******************************************************************
021300  COPY PARMWS.
021400******************************************************************
021500* REPORT LINE LAYOUTS
021600******************************************************************
021700  01  WS-HEADER-1.
021800      05  FILLER                 PIC X(48)
021900          VALUE 'DIAS LETIVOS E CARGA HORARIA - CONFERENCIA LDB'.
022000  01  WS-HEADER-2.
022100      05  FILLER                 PIC X(10) VALUE 'DATA EMIS:'.
022200      05  WS-H2-DATA             PIC X(10).
022300      05  FILLER                 PIC X(11) VALUE '  PERIODO: '.
022400      05  WS-H2-PERIODO          PIC 9(06).
022500      05  FILLER                 PIC X(17)
022600          VALUE '  HORAS POR DIA: '.
022700      05  WS-H2-HORAS-DIA        PIC Z9.
022800  01  WS-HEADER-3.
022900      05  FILLER                 PIC X(14) VALUE 'MINIMO ANUAL: '.
023000      05  WS-H3-DIAS             PIC ZZ9.
023100      05  FILLER                 PIC X(08) VALUE ' DIAS E '.
023200      05  WS-H3-HORAS            PIC ZZZ9.
023300      05  FILLER                 PIC X(28)
023400          VALUE ' HORAS  MINIMO POR BIMESTRE:'.
023500      05  WS-H3-DIAS-BIM         PIC ZZ9.
023600      05  FILLER                 PIC X(05) VALUE ' DIAS'.
023700  01  WS-SECAO-LINE.
023800      05  WS-SC-TITULO           PIC X(60).
023900  01  WS-REPOS-HEADER.
024000      05  FILLER                 PIC X(46)
024100          VALUE 'DATA       TURMA  HR BIM DESCRICAO'.
024200      05  FILLER                 PIC X(08) VALUE 'SITUACAO'.
024300  01  WS-REPOS-LINE.
024400      05  WR-DATA                PIC X(10).
024500      05  FILLER                 PIC X(01) VALUE SPACE.
024600      05  WR-TURMA               PIC X(06).
024700      05  FILLER                 PIC X(01) VALUE SPACE.
024800      05  WR-HORAS               PIC Z9.
024900      05  FILLER                 PIC X(02) VALUE SPACES.
025000      05  WR-BIM                 PIC X(01).
025100      05  FILLER                 PIC X(02) VALUE SPACES.
025200      05  WR-DESCRICAO           PIC X(20).
025300      05  FILLER                 PIC X(01) VALUE SPACE.
025400      05  WR-SITUACAO            PIC X(30).
025500  01  WS-BIM-HEADER.
025600      05  FILLER                 PIC X(30)
025700          VALUE 'BIM INICIO     FIM       UTEIS'.
025800      05  FILLER                 PIC X(28)
025900          VALUE ' REPOS TOTAL HORAS  SITUACAO'.
026000  01  WS-BIM-LINE.
026100      05  WB-BIM                 PIC 9(01).
026200      05  FILLER                 PIC X(03) VALUE SPACES.
026300      05  WB-INICIO              PIC X(10).
026400      05  FILLER                 PIC X(01) VALUE SPACE.
026500      05  WB-FIM                 PIC X(10).
026600      05  FILLER                 PIC X(02) VALUE SPACES.
026700      05  WB-UTEIS               PIC ZZ9.
026800      05  FILLER                 PIC X(03) VALUE SPACES.
026900      05  WB-REPOS               PIC ZZ9.
027000      05  FILLER                 PIC X(03) VALUE SPACES.
027100      05  WB-TOTAL               PIC ZZ9.
027200      05  FILLER                 PIC X(02) VALUE SPACES.
027300      05  WB-HORAS               PIC ZZZ9.
027400      05  FILLER                 PIC X(02) VALUE SPACES.
027500      05  WB-SITUACAO            PIC X(22).
027600  01  WS-ANO-LINE.
027700      05  FILLER                 PIC X(27)
027800          VALUE 'TOTAL DO ANO'.
027900      05  WA-UTEIS               PIC ZZ9.
028000      05  FILLER                 PIC X(03) VALUE SPACES.
028100      05  WA-REPOS               PIC ZZ9.
028200      05  FILLER                 PIC X(03) VALUE SPACES.
028300      05  WA-TOTAL               PIC ZZ9.
028400      05  FILLER                 PIC X(01) VALUE SPACE.
028500      05  WA-HORAS               PIC ZZZZ9.
028600      05  FILLER                 PIC X(02) VALUE SPACES.
028700      05  WA-SITUACAO            PIC X(22).
028800  01  WS-FALTA-LINE.
028900      05  FILLER                 PIC X(07) VALUE 'FALTAM '.
029000      05  WF-FALTAM-DIAS         PIC ZZZ9.
029100      05  FILLER                 PIC X(16)
029200          VALUE ' DIAS LETIVOS E '.
029300      05  WF-FALTAM-HORAS        PIC ZZZZ9.
029400      05  FILLER                 PIC X(27)
029500          VALUE ' HORAS PARA O MINIMO DA LDB'.
029600  01  WS-TURMA-HEADER-1.
029700      05  FILLER                 PIC X(13) VALUE SPACES.
029800      05  FILLER                 PIC X(36) VALUE
029900          'BIM 1    BIM 2    BIM 3    BIM 4    '.
030000      05  FILLER                 PIC X(03) VALUE 'ANO'.
030100  01  WS-TURMA-HEADER-2.
030200      05  FILLER                 PIC X(13) VALUE 'TURMA  ALUN  '.
030300      05  FILLER                 PIC X(36) VALUE
030400          'PRV AUL  PRV AUL  PRV AUL  PRV AUL  '.
030500      05  FILLER                 PIC X(18)
030600          VALUE 'PRV AULA  SITUACAO'.
030700  01  WS-TURMA-LINE.
030800      05  WT-TURMA               PIC X(06).
030900      05  FILLER                 PIC X(01) VALUE SPACE.
031000      05  WT-ALUNOS              PIC ZZZ9.
031100      05  FILLER                 PIC X(02) VALUE SPACES.
031200      05  WT-BIM                 OCCURS 4 TIMES.
031300          10  WT-PREV            PIC ZZ9.
031400          10  WT-SEP-1           PIC X(01).
031500          10  WT-AULAS           PIC ZZ9.
031600          10  WT-FLAG            PIC X(01).
031700          10  WT-SEP-2           PIC X(01).
031800      05  WT-PREV-ANO            PIC ZZ9.
031900      05  FILLER                 PIC X(01) VALUE SPACE.
032000      05  WT-AULAS-ANO           PIC ZZZ9.
032100      05  FILLER                 PIC X(02) VALUE SPACES.
032200      05  WT-SITUACAO            PIC X(15).
032300  01  WS-LEGENDA-LINE-1.
032400      05  FILLER                 PIC X(59) VALUE
032500          '* = AULAS DADAS NO ATTEND ABAIXO DOS DIAS PREVISTOS'.
032600  01  WS-LEGENDA-LINE-2.
032700      05  FILLER                 PIC X(59) VALUE
032800          '- = BIMESTRE AINDA NAO ENCERRADO - NAO CONFERIDO'.
032900  01  WS-FOOTER-LINE-1.
033000      05  FILLER                 PIC X(31)
033100          VALUE 'BIMESTRES ABAIXO DO MINIMO....:'.
033200      05  WF-BIM-ABAIXO          PIC ZZZZ9.
033300  01  WS-FOOTER-LINE-2.
033400      05  FILLER                 PIC X(31)
033500          VALUE 'TURMAS CONFERIDAS.............:'.
033600      05  WF-TURMAS              PIC ZZZZ9.
033700      05  FILLER                 PIC X(11) VALUE '  ABAIXO: '.
033800      05  WF-TURMAS-ABAIXO       PIC ZZZZ9.
033900  01  WS-FOOTER-LINE-3.
034000      05  FILLER                 PIC X(31)
034100          VALUE 'REPOSICOES LIDAS..............:'.
034200      05  WF-REPOS-LIDAS         PIC ZZZZ9.
034300      05  FILLER                 PIC X(11) VALUE '  ACEITAS: '.
034400      05  WF-REPOS-ACEITAS       PIC ZZZZ9.
034500      05  FILLER                 PIC X(14)
034600          VALUE '  RECUSADAS: '.
034700      05  WF-REPOS-REJEITADAS    PIC ZZZZ9.
034800  01  WS-FOOTER-LINE-4.
034900      05  FILLER                 PIC X(32)
035000          VALUE 'SITUACAO DO PERIODO...........: '.
035100      05  WF-SITUACAO            PIC X(30).
035200  PROCEDURE DIVISION.
035300******************************************************************
035400* 0000-MAINLINE
035500* CONTROLS THE OVERALL FLOW OF THE DIAS LETIVOS CONFERENCE
035600******************************************************************
035700  0000-MAINLINE.
035800      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
035900      IF NOT WS-ABORTAR
036000          PERFORM 2000-CARREGAR-TURMAS THRU 2000-EXIT
036100          PERFORM 3000-PROCESSAR-REPOSICOES THRU 3000-EXIT
036200          PERFORM 4000-IMPRIMIR-BIMESTRES THRU 4000-EXIT
036300          PERFORM 5000-IMPRIMIR-TURMAS THRU 5000-EXIT
036400          PERFORM 8000-TERMINATE THRU 8000-EXIT
036500      END-IF.
036600      STOP RUN.
036700******************************************************************
036800* 1000-INITIALIZE
036900* READS THE RUN PARAMETERS, LOADS CALLETIV, DECIDES THE PERIOD,
037000* COUNTS THE DIAS UTEIS OF EACH BIMESTRE WINDOW, OPENS THE
037100* FILES AND WRITES THE REPORT HEADINGS
037200******************************************************************
037300  1000-INITIALIZE.
037400      ACCEPT WRK-DATA FROM DATE YYYYMMDD.
037500      MOVE WRK-DATA-YYYYMMDD TO WRK-DATA-RUN.
037600      PERFORM 1100-LER-PARAMETROS THRU 1100-EXIT.
037700      PERFORM 9870-CARREGAR-CALENDARIO THRU 9870-EXIT.
037800      IF NOT WS-CAL-DISPONIVEL
037900          DISPLAY 'PROGCOB68 - CALLETIV INDISPONIVEL - '
038000              'CONFERENCIA NAO REALIZADA'
038100          MOVE 'Y' TO WS-ABORTAR-SW
038200          MOVE 8 TO RETURN-CODE
038300          GO TO 1000-EXIT
038400      END-IF.
038500      IF WRK-PERIODO = ZERO
038600          MOVE WRK-CAL-PERIODO-CORRENTE TO WRK-PERIODO
038700      END-IF.
038800      MOVE WRK-PERIODO TO WRK-CAL-PERIODO-CORRENTE.
038900      PERFORM 1200-CONTAR-BIMESTRE THRU 1200-EXIT
039000          VARYING WRK-BIM-IDX FROM 1 BY 1
039100          UNTIL WRK-BIM-IDX > 4.
039200      IF WS-BIM-NO-CALENDARIO = ZERO
039300          DISPLAY 'PROGCOB68 - PERIODO ' WRK-PERIODO
039400              ' SEM BIMESTRES NO CALLETIV - CONFERENCIA NAO '
039500              'REALIZADA'
039600          MOVE 'Y' TO WS-ABORTAR-SW
039700          MOVE 8 TO RETURN-CODE
039800          GO TO 1000-EXIT
039900      END-IF.
040000      OPEN OUTPUT DIAS-REPORT-FILE.
040100      IF NOT WS-DIASRPT-OK
040200          DISPLAY 'PROGCOB68 - ERRO AO ABRIR DIASRPT: '
040300              WS-DIASRPT-STATUS
040400          MOVE 'Y' TO WS-ABORTAR-SW
040500          MOVE 8 TO RETURN-CODE
040600          GO TO 1000-EXIT
040700      END-IF.
040800      OPEN INPUT ATTENDANCE-FILE.
040900      IF WS-ATTEND-OK
041000          MOVE 'Y' TO WS-ATTEND-DISPONIVEL-SW
041100      ELSE
041200          DISPLAY 'PROGCOB68 - ATTEND INDISPONIVEL: '
041300              WS-ATTEND-STATUS ' - TURMAS NAO CONFERIDAS'
041400      END-IF.
041500      OPEN INPUT REPOSICAO-FILE.
041600      IF WS-REPOSIC-OK
041700          MOVE 'Y' TO WS-REPOSIC-ABERTO-SW
041800      ELSE
041900          IF NOT WS-REPOSIC-NAO-EXISTE
042000              DISPLAY 'PROGCOB68 - ERRO AO ABRIR REPOSIC: '
042100                  WS-REPOSIC-STATUS ' - REPOSICOES IGNORADAS'
042200          END-IF
042300      END-IF.
042400      PERFORM 9810-FORMATAR-DDMMYYYY THRU 9810-EXIT.
042500      MOVE DATEFMT-DDMMYYYY TO WS-H2-DATA.
042600      MOVE WRK-PERIODO TO WS-H2-PERIODO.
042700      MOVE WRK-HORAS-DIA TO WS-H2-HORAS-DIA.
042800      MOVE WRK-DIAS-MINIMO TO WS-H3-DIAS.
042900      MOVE WRK-HORAS-MINIMO TO WS-H3-HORAS.
043000      MOVE WRK-DIAS-MIN-BIM TO WS-H3-DIAS-BIM.
043100      WRITE DR-LINE FROM WS-HEADER-1.
043200      WRITE DR-LINE FROM WS-HEADER-2.
043300      WRITE DR-LINE FROM WS-HEADER-3.
043400  1000-EXIT.
043500      EXIT.
043600******************************************************************
043700* 1100-LER-PARAMETROS
043800* PERIODO, HORAS-DIA, DIAS-MINIMO, HORAS-MINIMO E DIAS-MIN-BIM
043900* DO RUNPARM - VALOR AUSENTE OU INVALIDO FICA COM O PADRAO
044000******************************************************************
044100  1100-LER-PARAMETROS.
044200      MOVE 'PROGCOB68' TO WRK-PARM-PROGRAMA.
044300      MOVE 'PERIODO' TO WRK-PARM-NOME.
044400      PERFORM 9860-BUSCAR-PARM THRU 9860-EXIT.
044500      IF WS-PARM-ACHADO AND WRK-PARM-VALOR (1:6) NUMERIC
044600          MOVE WRK-PARM-VALOR (1:6) TO WRK-PERIODO
044700      END-IF.
044800      MOVE 'HORAS-DIA' TO WRK-PARM-NOME.
044900      PERFORM 9860-BUSCAR-PARM THRU 9860-EXIT.
045000      IF WS-PARM-ACHADO AND WRK-PARM-VALOR (1:2) NUMERIC
045100          AND WRK-PARM-VALOR (1:2) > '00'
045200          MOVE WRK-PARM-VALOR (1:2) TO WRK-HORAS-DIA
045300      END-IF.
045400      MOVE 'DIAS-MINIMO' TO WRK-PARM-NOME.
045500      PERFORM 9860-BUSCAR-PARM THRU 9860-EXIT.
045600      IF WS-PARM-ACHADO AND WRK-PARM-VALOR (1:3) NUMERIC
045700          AND WRK-PARM-VALOR (1:3) > '000'
045800          MOVE WRK-PARM-VALOR (1:3) TO WRK-DIAS-MINIMO
045900      END-IF.
046000      MOVE 'HORAS-MINIMO' TO WRK-PARM-NOME.
046100      PERFORM 9860-BUSCAR-PARM THRU 9860-EXIT.
046200      IF WS-PARM-ACHADO AND WRK-PARM-VALOR (1:4) NUMERIC
046300          AND WRK-PARM-VALOR (1:4) > '0000'
046400          MOVE WRK-PARM-VALOR (1:4) TO WRK-HORAS-MINIMO
046500      END-IF.
046600      MOVE 'DIAS-MIN-BIM' TO WRK-PARM-NOME.
046700      PERFORM 9860-BUSCAR-PARM THRU 9860-EXIT.
046800      IF WS-PARM-ACHADO AND WRK-PARM-VALOR (1:3) NUMERIC
046900          MOVE WRK-PARM-VALOR (1:3) TO WRK-DIAS-MIN-BIM
047000      END-IF.
047100      IF WRK-DIAS-MIN-BIM = ZERO
047200          COMPUTE WRK-DIAS-MIN-BIM = WRK-DIAS-MINIMO / 4
047300      END-IF.
047400  1100-EXIT.
047500      EXIT.
047600******************************************************************
047700* 1200-CONTAR-BIMESTRE
047800* JANELA DO BIMESTRE NO CALLETIV DO PERIODO E DIAS UTEIS DELA
047900* PELO DATESRV (INICIO A FIM, INCLUSIVE, SEM FIM DE SEMANA E
048000* SEM FERIADO DO HOLIDCAL)
048100******************************************************************
048200  1200-CONTAR-BIMESTRE.
048300      MOVE 'S' TO WRK-BM-SITUACAO (WRK-BIM-IDX).
048400      MOVE ZEROS TO WRK-BM-INICIO (WRK-BIM-IDX).
048500      MOVE ZEROS TO WRK-BM-FIM (WRK-BIM-IDX).
048600      MOVE ZERO TO WRK-BM-DIAS (WRK-BIM-IDX).
048700      MOVE ZERO TO WRK-BM-REPOS-DIAS (WRK-BIM-IDX).
048800      MOVE ZERO TO WRK-BM-REPOS-HORAS (WRK-BIM-IDX).
048900      MOVE WRK-BIM-IDX TO WRK-CAL-BIMESTRE.
049000      PERFORM 9880-BUSCAR-BIMESTRE THRU 9880-EXIT.
049100      IF NOT WS-CAL-ACHADO
049200          GO TO 1200-EXIT
049300      END-IF.
049400      ADD 1 TO WS-BIM-NO-CALENDARIO.
049500      MOVE WRK-CAL-INICIO TO WRK-BM-INICIO (WRK-BIM-IDX).
049600      MOVE WRK-CAL-FIM TO WRK-BM-FIM (WRK-BIM-IDX).
049700      MOVE WRK-CAL-INICIO TO DP-DATA-1.
049800      MOVE WRK-CAL-FIM TO DP-DATA-2.
049900      CALL 'DATESRV' USING DATE-SERVICE-PARM.
050000      IF NOT DP-RETORNO-OK
050100          DISPLAY 'PROGCOB68 - JANELA INVALIDA NO CALLETIV - '
050200              'BIMESTRE ' WRK-CAL-BIMESTRE ' RETORNO '
050300              DP-RETORNO
050400          MOVE 'I' TO WRK-BM-SITUACAO (WRK-BIM-IDX)
050500          GO TO 1200-EXIT
050600      END-IF.
050700      MOVE 'C' TO WRK-BM-SITUACAO (WRK-BIM-IDX).
050800      MOVE DP-DIAS-UTEIS TO WRK-BM-DIAS (WRK-BIM-IDX).
050900  1200-EXIT.
051000      EXIT.
051100******************************************************************
051200* 2000-CARREGAR-TURMAS
051300* READS THE WHOLE ATTEND FILE AND KEEPS, PER TURMA, THE NUMBER
051400* OF ALUNOS AND THE HIGHEST AULAS DADAS OF EACH BIMESTRE
051500******************************************************************
051600  2000-CARREGAR-TURMAS.
051700      IF NOT WS-ATTEND-DISPONIVEL
051800          GO TO 2000-EXIT
051900      END-IF.
052000      PERFORM 2100-LER-ATTEND THRU 2100-EXIT
052100          UNTIL WS-ATTEND-EOF.
052200  2000-EXIT.
052300      EXIT.
052400******************************************************************
052500* 2100-LER-ATTEND
052600* ONE ATTEND RECORD INTO ITS TURMA ENTRY
052700******************************************************************
052800  2100-LER-ATTEND.
052900      READ ATTENDANCE-FILE
053000          AT END
053100              MOVE 'Y' TO WS-ATTEND-EOF-SW
053200              GO TO 2100-EXIT
053300      END-READ.
053400      IF NOT WS-ATTEND-OK
053500          DISPLAY 'PROGCOB68 - ERRO DE LEITURA ATTEND: '
053600              WS-ATTEND-STATUS
053700          MOVE 'Y' TO WS-ATTEND-EOF-SW
053800          GO TO 2100-EXIT
053900      END-IF.
054000      ADD 1 TO WS-ALUNOS-LIDOS.
054100      IF AT-CLASS-SECTION = SPACES
054200          ADD 1 TO WS-ALUNOS-SEM-TURMA
054300          GO TO 2100-EXIT
054400      END-IF.
054500      MOVE AT-CLASS-SECTION TO WRK-TURMA-PROCURADA.
054600      PERFORM 2300-OBTER-TURMA THRU 2300-EXIT.
054700      IF WRK-TU-ACHADO = ZERO
054800          GO TO 2100-EXIT
054900      END-IF.
055000      ADD 1 TO WRK-TU-ALUNOS (WRK-TU-ACHADO).
055100      MOVE AT-AULAS-BIM1 TO WRK-AA-BIM (1).
055200      MOVE AT-AULAS-BIM2 TO WRK-AA-BIM (2).
055300      MOVE AT-AULAS-BIM3 TO WRK-AA-BIM (3).
055400      MOVE AT-AULAS-BIM4 TO WRK-AA-BIM (4).
055500      PERFORM 2200-MAIOR-AULAS THRU 2200-EXIT
055600          VARYING WRK-BIM-IDX FROM 1 BY 1
055700          UNTIL WRK-BIM-IDX > 4.
055800  2100-EXIT.
055900      EXIT.
056000******************************************************************
056100* 2200-MAIOR-AULAS
056200* KEEPS THE HIGHEST AULAS DADAS OF THE BIMESTRE IN THE TURMA -
056300* ALUNO QUE ENTROU NO MEIO DO BIMESTRE TEM MENOS AULAS
056400******************************************************************
056500  2200-MAIOR-AULAS.
056600      IF WRK-AA-BIM (WRK-BIM-IDX) NOT NUMERIC
056700          GO TO 2200-EXIT
056800      END-IF.
056900      IF WRK-AA-BIM (WRK-BIM-IDX)
057000              > WRK-TU-AULAS (WRK-TU-ACHADO, WRK-BIM-IDX)
057100          MOVE WRK-AA-BIM (WRK-BIM-IDX)
057200              TO WRK-TU-AULAS (WRK-TU-ACHADO, WRK-BIM-IDX)
057300      END-IF.
057400  2200-EXIT.
057500      EXIT.
057600******************************************************************
057700* 2250-PROCURAR-TURMA
057800* LOOKS UP WRK-TURMA-PROCURADA IN THE TURMA TABLE -
057900* WRK-TU-ACHADO FICA COM O INDICE, OU ZERO
058000******************************************************************
058100  2250-PROCURAR-TURMA.
058200      MOVE ZERO TO WRK-TU-ACHADO.
058300      PERFORM 2260-COMPARAR-TURMA THRU 2260-EXIT
058400          VARYING WRK-TU-IDX FROM 1 BY 1
058500          UNTIL WRK-TU-IDX > WRK-QTDE-TURMAS
058600              OR WRK-TU-ACHADO > ZERO.
058700  2250-EXIT.
058800      EXIT.
058900******************************************************************
059000* 2260-COMPARAR-TURMA
059100******************************************************************
059200  2260-COMPARAR-TURMA.
059300      IF WRK-TU-TURMA (WRK-TU-IDX) = WRK-TURMA-PROCURADA
059400          MOVE WRK-TU-IDX TO WRK-TU-ACHADO
059500      END-IF.
059600  2260-EXIT.
059700      EXIT.
059800******************************************************************
059900* 2300-OBTER-TURMA
060000* FINDS (OR CREATES, ZEROED) THE ENTRY OF WRK-TURMA-PROCURADA -
060100* WRK-TU-ACHADO FICA ZERO QUANDO A TABELA ENCHEU
060200******************************************************************
060300  2300-OBTER-TURMA.
060400      PERFORM 2250-PROCURAR-TURMA THRU 2250-EXIT.
060500      IF WRK-TU-ACHADO > ZERO
060600          GO TO 2300-EXIT
060700      END-IF.
060800      IF WRK-QTDE-TURMAS >= 300
060900          DISPLAY 'PROGCOB68 - TABELA DE TURMAS CHEIA - TURMA '
061000              WRK-TURMA-PROCURADA ' NAO CONFERIDA'
061100          GO TO 2300-EXIT
061200      END-IF.
061300      ADD 1 TO WRK-QTDE-TURMAS.
061400      MOVE WRK-QTDE-TURMAS TO WRK-TU-ACHADO.
061500      MOVE WRK-TURMA-PROCURADA TO WRK-TU-TURMA (WRK-TU-ACHADO).
061600      MOVE ZERO TO WRK-TU-ALUNOS (WRK-TU-ACHADO).
061700      MOVE ZERO TO WRK-TU-REPOS-HORAS (WRK-TU-ACHADO).
061800      PERFORM 2350-ZERAR-BIMESTRE THRU 2350-EXIT
061900          VARYING WRK-BIM-IDX FROM 1 BY 1
062000          UNTIL WRK-BIM-IDX > 4.
062100  2300-EXIT.
062200      EXIT.
062300******************************************************************
062400* 2350-ZERAR-BIMESTRE
062500******************************************************************
062600  2350-ZERAR-BIMESTRE.
062700      MOVE ZERO TO WRK-TU-AULAS (WRK-TU-ACHADO, WRK-BIM-IDX).
062800      MOVE ZERO TO WRK-TU-REPOS (WRK-TU-ACHADO, WRK-BIM-IDX).
062900  2350-EXIT.
063000      EXIT.
063100******************************************************************
063200* 3000-PROCESSAR-REPOSICOES
063300* READS THE REPOSIC FILE, ACCEPTS OR REFUSES EACH MAKE-UP DAY
063400* AND LISTS IT ON THE REPORT
063500******************************************************************
063600  3000-PROCESSAR-REPOSICOES.
063700      MOVE SPACES TO DR-LINE.
063800      WRITE DR-LINE.
063900      MOVE 'REPOSICOES INFORMADAS (REPOSIC)' TO WS-SC-TITULO.
064000      WRITE DR-LINE FROM WS-SECAO-LINE.
064100      IF NOT WS-REPOSIC-ABERTO
064200          MOVE 'NENHUMA REPOSICAO INFORMADA' TO WS-SC-TITULO
064300          WRITE DR-LINE FROM WS-SECAO-LINE
064400          GO TO 3000-EXIT
064500      END-IF.
064600      WRITE DR-LINE FROM WS-REPOS-HEADER.
064700      PERFORM 3100-LER-REPOSICAO THRU 3100-EXIT.
064800      PERFORM 3200-TRATAR-REPOSICAO THRU 3200-EXIT
064900          UNTIL WS-REPOSIC-EOF.
065000  3000-EXIT.
065100      EXIT.
065200******************************************************************
065300* 3100-LER-REPOSICAO
065400* READS THE NEXT REPOSIC RECORD, SETS THE EOF SWITCH
065500******************************************************************
065600  3100-LER-REPOSICAO.
065700      READ REPOSICAO-FILE
065800          AT END
065900              MOVE 'Y' TO WS-REPOSIC-EOF-SW
066000              GO TO 3100-EXIT
066100      END-READ.
066200      IF NOT WS-REPOSIC-OK
066300          DISPLAY 'PROGCOB68 - ERRO DE LEITURA REPOSIC: '
066400              WS-REPOSIC-STATUS
066500          MOVE 'Y' TO WS-REPOSIC-EOF-SW
066600          GO TO 3100-EXIT
066700      END-IF.
066800      ADD 1 TO WS-REPOS-LIDAS.
066900  3100-EXIT.
067000      EXIT.
067100******************************************************************
067200* 3200-TRATAR-REPOSICAO
067300* VALIDATES ONE MAKE-UP DAY, ADDS IT TO ITS BIMESTRE WHEN
067400* ACCEPTED, LISTS IT AND READS THE NEXT
067500******************************************************************
067600  3200-TRATAR-REPOSICAO.
067700      PERFORM 3300-VALIDAR-REPOSICAO THRU 3300-EXIT.
067800      IF WS-REPOS-REJEITADA
067900          ADD 1 TO WS-REPOS-REJEITADAS
068000      ELSE
068100          PERFORM 3400-APLICAR-REPOSICAO THRU 3400-EXIT
068200      END-IF.
068300      PERFORM 3500-WRITE-REPOSICAO THRU 3500-EXIT.
068400      PERFORM 3100-LER-REPOSICAO THRU 3100-EXIT.
068500  3200-EXIT.
068600      EXIT.
068700******************************************************************
068800* 3300-VALIDAR-REPOSICAO
068900* DATA REAL PELO DATESRV, QUE NAO SEJA DIA UTIL (DIA UTIL JA
069000* ESTA NA CONTAGEM DO CALENDARIO), DENTRO DE UMA JANELA DE
069100* BIMESTRE DO PERIODO, TURMA CONHECIDA NO ATTEND (OU EM BRANCO
069200* PARA A ESCOLA TODA) E SEM REPETIR UMA DATA JA ACEITA
069300******************************************************************
069400  3300-VALIDAR-REPOSICAO.
069500      MOVE 'N' TO WS-REPOS-REJEITADA-SW.
069600      MOVE SPACES TO WRK-MOTIVO-REJEICAO.
069700      MOVE ZERO TO WRK-RP-BIM.
069800      MOVE ZERO TO WRK-TU-ACHADO.
069900      IF RP-DATA NOT NUMERIC
070000          MOVE 'Y' TO WS-REPOS-REJEITADA-SW
070100          MOVE 'DATA NAO NUMERICA' TO WRK-MOTIVO-REJEICAO
070200          GO TO 3300-EXIT
070300      END-IF.
070400      MOVE RP-DATA TO DP-DATA-1.
070500      MOVE ZEROS TO DP-DATA-2.
070600      CALL 'DATESRV' USING DATE-SERVICE-PARM.
070700      IF NOT DP-DATA-OK
070800          MOVE 'Y' TO WS-REPOS-REJEITADA-SW
070900          MOVE 'DATA INVALIDA' TO WRK-MOTIVO-REJEICAO
071000          GO TO 3300-EXIT
071100      END-IF.
071200      IF DP-UTIL
071300          MOVE 'Y' TO WS-REPOS-REJEITADA-SW
071400          MOVE 'DIA UTIL - JA CONTADO' TO WRK-MOTIVO-REJEICAO
071500          GO TO 3300-EXIT
071600      END-IF.
071700      PERFORM 3310-ACHAR-BIMESTRE THRU 3310-EXIT
071800          VARYING WRK-BIM-IDX FROM 1 BY 1
071900          UNTIL WRK-BIM-IDX > 4
072000              OR WRK-RP-BIM > ZERO.
072100      IF WRK-RP-BIM = ZERO
072200          MOVE 'Y' TO WS-REPOS-REJEITADA-SW
072300          MOVE 'FORA DAS JANELAS DO PERIODO'
072400            TO WRK-MOTIVO-REJEICAO
072500          GO TO 3300-EXIT
072600      END-IF.
072700      IF RP-TURMA NOT = SPACES
072800          MOVE RP-TURMA TO WRK-TURMA-PROCURADA
072900          PERFORM 2250-PROCURAR-TURMA THRU 2250-EXIT
073000          IF WRK-TU-ACHADO = ZERO
073100              MOVE 'Y' TO WS-REPOS-REJEITADA-SW
073200              MOVE 'TURMA SEM ALUNOS NO ATTEND'
073300                  TO WRK-MOTIVO-REJEICAO
073400              GO TO 3300-EXIT
073500          END-IF
073600      END-IF.
073700      MOVE 'N' TO WS-REPOS-DUPLICADA-SW.
073800      PERFORM 3320-COMPARAR-REPOSICAO THRU 3320-EXIT
073900          VARYING WRK-RA-IDX FROM 1 BY 1
074000          UNTIL WRK-RA-IDX > WRK-QTDE-REPOS
074100              OR WS-REPOS-DUPLICADA.
074200      IF WS-REPOS-DUPLICADA
074300          MOVE 'Y' TO WS-REPOS-REJEITADA-SW
074400          MOVE 'DATA JA INFORMADA' TO WRK-MOTIVO-REJEICAO
074500          GO TO 3300-EXIT
074600      END-IF.
074700      IF WRK-QTDE-REPOS >= 200
074800          DISPLAY 'PROGCOB68 - TABELA DE REPOSICOES CHEIA - '
074900              'DATA ' RP-DATA ' NAO CONTADA'
075000          MOVE 'Y' TO WS-REPOS-REJEITADA-SW
075100          MOVE 'TABELA DE REPOSICOES CHEIA'
075200            TO WRK-MOTIVO-REJEICAO
075300      END-IF.
075400  3300-EXIT.
075500      EXIT.
075600******************************************************************
075700* 3310-ACHAR-BIMESTRE
075800******************************************************************
075900  3310-ACHAR-BIMESTRE.
076000      IF WRK-BM-CONTADO (WRK-BIM-IDX)
076100          AND RP-DATA >= WRK-BM-INICIO (WRK-BIM-IDX)
076200          AND RP-DATA <= WRK-BM-FIM (WRK-BIM-IDX)
076300          MOVE WRK-BIM-IDX TO WRK-RP-BIM
076400      END-IF.
076500  3310-EXIT.
076600      EXIT.
076700******************************************************************
076800* 3320-COMPARAR-REPOSICAO
076900* MESMA DATA NA MESMA TURMA, OU UMA DAS DUAS DA ESCOLA TODA
077000******************************************************************
077100  3320-COMPARAR-REPOSICAO.
077200      IF WRK-RA-DATA (WRK-RA-IDX) = RP-DATA
077300          AND (WRK-RA-TURMA (WRK-RA-IDX) = RP-TURMA
077400              OR WRK-RA-TURMA (WRK-RA-IDX) = SPACES
077500              OR RP-TURMA = SPACES)
077600          MOVE 'Y' TO WS-REPOS-DUPLICADA-SW
077700      END-IF.
077800  3320-EXIT.
077900      EXIT.
078000******************************************************************
078100* 3400-APLICAR-REPOSICAO
078200* ADDS THE ACCEPTED DAY (AND ITS HOURS) TO THE BIMESTRE OF THE
078300* SCHOOL OR TO THE BIMESTRE OF THE TURMA
078400******************************************************************
078500  3400-APLICAR-REPOSICAO.
078600      IF RP-HORAS NUMERIC AND RP-HORAS > ZERO
078700          MOVE RP-HORAS TO WRK-REPOS-HORAS
078800      ELSE
078900          MOVE WRK-HORAS-DIA TO WRK-REPOS-HORAS
079000      END-IF.
079100      ADD 1 TO WRK-QTDE-REPOS.
079200      MOVE RP-DATA TO WRK-RA-DATA (WRK-QTDE-REPOS).
079300      MOVE RP-TURMA TO WRK-RA-TURMA (WRK-QTDE-REPOS).
079400      ADD 1 TO WS-REPOS-ACEITAS.
079500      IF RP-TURMA = SPACES
079600          ADD 1 TO WRK-BM-REPOS-DIAS (WRK-RP-BIM)
079700          ADD WRK-REPOS-HORAS TO WRK-BM-REPOS-HORAS (WRK-RP-BIM)
079800          GO TO 3400-EXIT
079900      END-IF.
080000      ADD 1 TO WRK-TU-REPOS (WRK-TU-ACHADO, WRK-RP-BIM).
080100      ADD WRK-REPOS-HORAS TO WRK-TU-REPOS-HORAS (WRK-TU-ACHADO).
080200  3400-EXIT.
080300      EXIT.
080400******************************************************************
080500* 3500-WRITE-REPOSICAO
080600* ONE REPORT LINE PER MAKE-UP DAY - ACEITA OR THE REFUSAL REASON
080700******************************************************************
080800  3500-WRITE-REPOSICAO.
080900      IF RP-DATA NUMERIC
081000          MOVE RP-DATA TO WRK-DATA-YYYYMMDD
081100          PERFORM 9810-FORMATAR-DDMMYYYY THRU 9810-EXIT
081200          MOVE DATEFMT-DDMMYYYY TO WR-DATA
081300          MOVE WRK-DATA-RUN TO WRK-DATA-YYYYMMDD
081400      ELSE
081500          MOVE RP-DATA TO WR-DATA
081600      END-IF.
081700      IF RP-TURMA = SPACES
081800          MOVE 'ESCOLA' TO WR-TURMA
081900      ELSE
082000          MOVE RP-TURMA TO WR-TURMA
082100      END-IF.
082200      MOVE RP-MOTIVO TO WR-DESCRICAO.
082300      IF WS-REPOS-REJEITADA
082400          MOVE ZERO TO WR-HORAS
082500          MOVE SPACE TO WR-BIM
082600          MOVE WRK-MOTIVO-REJEICAO TO WR-SITUACAO
082700      ELSE
082800          MOVE WRK-REPOS-HORAS TO WR-HORAS
082900          MOVE WRK-RP-BIM TO WR-BIM
083000          MOVE 'ACEITA' TO WR-SITUACAO
083100      END-IF.
083200      WRITE DR-LINE FROM WS-REPOS-LINE.
083300  3500-EXIT.
083400      EXIT.
083500******************************************************************
083600* 4000-IMPRIMIR-BIMESTRES
083700* ONE LINE PER BIMESTRE, THE YEAR TOTAL AGAINST THE LDB AND,
083800* WHEN SHORT, HOW MANY DAYS AND HOURS ARE STILL MISSING
083900******************************************************************
084000  4000-IMPRIMIR-BIMESTRES.
084100      MOVE ZERO TO WRK-UTEIS-ANO.
084200      MOVE ZERO TO WRK-REPOS-ANO.
084300      MOVE ZERO TO WRK-TOTAL-ANO.
084400      MOVE ZERO TO WRK-HORAS-ANO.
084500      MOVE SPACES TO DR-LINE.
084600      WRITE DR-LINE.
084700      MOVE 'DIAS LETIVOS POR BIMESTRE (CALLETIV + REPOSICOES)'
084800          TO WS-SC-TITULO.
084900      WRITE DR-LINE FROM WS-SECAO-LINE.
085000      WRITE DR-LINE FROM WS-BIM-HEADER.
085100      PERFORM 4100-IMPRIMIR-BIMESTRE THRU 4100-EXIT
085200          VARYING WRK-BIM-IDX FROM 1 BY 1
085300          UNTIL WRK-BIM-IDX > 4.
085400      MOVE WRK-UTEIS-ANO TO WA-UTEIS.
085500      MOVE WRK-REPOS-ANO TO WA-REPOS.
085600      MOVE WRK-TOTAL-ANO TO WA-TOTAL.
085700      MOVE WRK-HORAS-ANO TO WA-HORAS.
085800      MOVE ZERO TO WRK-FALTAM-DIAS.
085900      MOVE ZERO TO WRK-FALTAM-HORAS.
086000      IF WRK-TOTAL-ANO < WRK-DIAS-MINIMO
086100          COMPUTE WRK-FALTAM-DIAS =
086200              WRK-DIAS-MINIMO - WRK-TOTAL-ANO
086300      END-IF.
086400      IF WRK-HORAS-ANO < WRK-HORAS-MINIMO
086500          COMPUTE WRK-FALTAM-HORAS =
086600              WRK-HORAS-MINIMO - WRK-HORAS-ANO
086700      END-IF.
086800      IF WRK-FALTAM-DIAS = ZERO AND WRK-FALTAM-HORAS = ZERO
086900          MOVE 'DENTRO DA LDB' TO WA-SITUACAO
087000          WRITE DR-LINE FROM WS-ANO-LINE
087100          GO TO 4000-EXIT
087200      END-IF.
087300      MOVE 'Y' TO WS-FORA-LDB-SW.
087400      MOVE 'ABAIXO DO MINIMO DA LDB' TO WA-SITUACAO.
087500      WRITE DR-LINE FROM WS-ANO-LINE.
087600      MOVE WRK-FALTAM-DIAS TO WF-FALTAM-DIAS.
087700      MOVE WRK-FALTAM-HORAS TO WF-FALTAM-HORAS.
087800      WRITE DR-LINE FROM WS-FALTA-LINE.
087900  4000-EXIT.
088000      EXIT.
088100******************************************************************
088200* 4100-IMPRIMIR-BIMESTRE
088300* DIAS UTEIS + REPOSICOES DA ESCOLA CONTRA O MINIMO POR
088400* BIMESTRE; HORAS = DIAS UTEIS X CARGA DIARIA + HORAS DAS
088500* REPOSICOES. BIMESTRE SEM JANELA TAMBEM CONTA COMO ABAIXO
088600******************************************************************
088700  4100-IMPRIMIR-BIMESTRE.
088800      MOVE WRK-BIM-IDX TO WB-BIM.
088900      MOVE SPACES TO WB-INICIO.
089000      MOVE SPACES TO WB-FIM.
089100      MOVE ZERO TO WB-UTEIS.
089200      MOVE ZERO TO WB-REPOS.
089300      MOVE ZERO TO WB-TOTAL.
089400      MOVE ZERO TO WB-HORAS.
089500      IF NOT WRK-BM-CONTADO (WRK-BIM-IDX)
089600          ADD 1 TO WS-BIM-ABAIXO
089700          MOVE 'Y' TO WS-FORA-LDB-SW
089800          IF WRK-BM-SEM-JANELA (WRK-BIM-IDX)
089900              MOVE 'SEM JANELA NO CALLETIV' TO WB-SITUACAO
090000          ELSE
090100              MOVE 'JANELA INVALIDA' TO WB-SITUACAO
090200          END-IF
090300          WRITE DR-LINE FROM WS-BIM-LINE
090400          GO TO 4100-EXIT
090500      END-IF.
090600      MOVE WRK-BM-INICIO (WRK-BIM-IDX) TO WRK-DATA-YYYYMMDD.
090700      PERFORM 9810-FORMATAR-DDMMYYYY THRU 9810-EXIT.
090800      MOVE DATEFMT-DDMMYYYY TO WB-INICIO.
090900      MOVE WRK-BM-FIM (WRK-BIM-IDX) TO WRK-DATA-YYYYMMDD.
091000      PERFORM 9810-FORMATAR-DDMMYYYY THRU 9810-EXIT.
091100      MOVE DATEFMT-DDMMYYYY TO WB-FIM.
091200      MOVE WRK-DATA-RUN TO WRK-DATA-YYYYMMDD.
091300      COMPUTE WRK-BIM-TOTAL = WRK-BM-DIAS (WRK-BIM-IDX)
091400          + WRK-BM-REPOS-DIAS (WRK-BIM-IDX).
091500      COMPUTE WRK-BIM-HORAS =
091600          WRK-BM-DIAS (WRK-BIM-IDX) * WRK-HORAS-DIA
091700          + WRK-BM-REPOS-HORAS (WRK-BIM-IDX).
091800      ADD WRK-BM-DIAS (WRK-BIM-IDX) TO WRK-UTEIS-ANO.
091900      ADD WRK-BM-REPOS-DIAS (WRK-BIM-IDX) TO WRK-REPOS-ANO.
092000      ADD WRK-BIM-TOTAL TO WRK-TOTAL-ANO.
092100      ADD WRK-BIM-HORAS TO WRK-HORAS-ANO.
092200      MOVE WRK-BM-DIAS (WRK-BIM-IDX) TO WB-UTEIS.
092300      MOVE WRK-BM-REPOS-DIAS (WRK-BIM-IDX) TO WB-REPOS.
092400      MOVE WRK-BIM-TOTAL TO WB-TOTAL.
092500      MOVE WRK-BIM-HORAS TO WB-HORAS.
092600      IF WRK-BIM-TOTAL < WRK-DIAS-MIN-BIM
092700          ADD 1 TO WS-BIM-ABAIXO
092800          MOVE 'Y' TO WS-FORA-LDB-SW
092900          MOVE 'ABAIXO DO MINIMO' TO WB-SITUACAO
093000      ELSE
093100          MOVE 'OK' TO WB-SITUACAO
093200      END-IF.
093300      WRITE DR-LINE FROM WS-BIM-LINE.
093400  4100-EXIT.
093500      EXIT.
093600******************************************************************
093700* 5000-IMPRIMIR-TURMAS
093800* ONE LINE PER TURMA OF THE ATTEND: DIAS PREVISTOS AND AULAS
093900* DADAS PER BIMESTRE AND FOR THE YEAR
094000******************************************************************
094100  5000-IMPRIMIR-TURMAS.
094200      MOVE SPACES TO DR-LINE.
094300      WRITE DR-LINE.
094400      MOVE 'AULAS DADAS POR TURMA (ATTEND) X DIAS PREVISTOS'
094500          TO WS-SC-TITULO.
094600      WRITE DR-LINE FROM WS-SECAO-LINE.
094700      IF NOT WS-ATTEND-DISPONIVEL
094800          MOVE 'ATTEND INDISPONIVEL - TURMAS NAO CONFERIDAS'
094900              TO WS-SC-TITULO
095000          WRITE DR-LINE FROM WS-SECAO-LINE
095100          GO TO 5000-EXIT
095200      END-IF.
095300      WRITE DR-LINE FROM WS-TURMA-HEADER-1.
095400      WRITE DR-LINE FROM WS-TURMA-HEADER-2.
095500      PERFORM 5100-IMPRIMIR-TURMA THRU 5100-EXIT
095600          VARYING WRK-TU-IDX FROM 1 BY 1
095700          UNTIL WRK-TU-IDX > WRK-QTDE-TURMAS.
095800      WRITE DR-LINE FROM WS-LEGENDA-LINE-1.
095900      WRITE DR-LINE FROM WS-LEGENDA-LINE-2.
096000  5000-EXIT.
096100      EXIT.
096200******************************************************************
096300* 5100-IMPRIMIR-TURMA
096400* TURMA ABAIXO QUANDO AS AULAS DADAS DE UM BIMESTRE JA
096500* ENCERRADO FICARAM ABAIXO DOS DIAS PREVISTOS, OU QUANDO OS
096600* DIAS (OU HORAS) PREVISTOS DO ANO NAO CHEGAM AO MINIMO
096700******************************************************************
096800  5100-IMPRIMIR-TURMA.
096900      MOVE SPACES TO WS-TURMA-LINE.
097000      MOVE 'N' TO WS-AULAS-A-MENOS-SW.
097100      MOVE ZERO TO WRK-PREV-ANO.
097200      MOVE ZERO TO WRK-AULAS-ANO.
097300      MOVE WRK-TU-REPOS-HORAS (WRK-TU-IDX) TO WRK-PREV-HORAS.
097400      MOVE WRK-TU-TURMA (WRK-TU-IDX) TO WT-TURMA.
097500      MOVE WRK-TU-ALUNOS (WRK-TU-IDX) TO WT-ALUNOS.
097600      PERFORM 5200-CONFERIR-BIMESTRE THRU 5200-EXIT
097700          VARYING WRK-BIM-IDX FROM 1 BY 1
097800          UNTIL WRK-BIM-IDX > 4.
097900      MOVE WRK-PREV-ANO TO WT-PREV-ANO.
098000      MOVE WRK-AULAS-ANO TO WT-AULAS-ANO.
098100      MOVE 'OK' TO WT-SITUACAO.
098200      IF WRK-PREV-ANO < WRK-DIAS-MINIMO
098300          OR WRK-PREV-HORAS < WRK-HORAS-MINIMO
098400          MOVE 'ANO ABAIXO LDB' TO WT-SITUACAO
098500      END-IF.
098600      IF WS-AULAS-A-MENOS
098700          MOVE 'AULAS A MENOS' TO WT-SITUACAO
098800      END-IF.
098900      IF WT-SITUACAO NOT = 'OK'
099000          ADD 1 TO WS-TURMAS-ABAIXO
099100          MOVE 'Y' TO WS-FORA-LDB-SW
099200      END-IF.
099300      WRITE DR-LINE FROM WS-TURMA-LINE.
099400  5100-EXIT.
099500      EXIT.
099600******************************************************************
099700* 5200-CONFERIR-BIMESTRE
099800* PREVISTOS = DIAS UTEIS + REPOSICOES DA ESCOLA + REPOSICOES DA
099900* TURMA; BIMESTRE QUE AINDA NAO ACABOU SO APARECE, NAO E
100000* CONFERIDO
100100******************************************************************
100200  5200-CONFERIR-BIMESTRE.
100300      MOVE SPACE TO WT-SEP-1 (WRK-BIM-IDX).
100400      MOVE SPACE TO WT-FLAG (WRK-BIM-IDX).
100500      MOVE SPACE TO WT-SEP-2 (WRK-BIM-IDX).
100600      MOVE WRK-TU-AULAS (WRK-TU-IDX, WRK-BIM-IDX)
100700          TO WT-AULAS (WRK-BIM-IDX).
100800      ADD WRK-TU-AULAS (WRK-TU-IDX, WRK-BIM-IDX)
100900          TO WRK-AULAS-ANO.
101000      IF NOT WRK-BM-CONTADO (WRK-BIM-IDX)
101100          MOVE ZERO TO WT-PREV (WRK-BIM-IDX)
101200          GO TO 5200-EXIT
101300      END-IF.
101400      COMPUTE WRK-PREVISTOS = WRK-BM-DIAS (WRK-BIM-IDX)
101500          + WRK-BM-REPOS-DIAS (WRK-BIM-IDX)
101600          + WRK-TU-REPOS (WRK-TU-IDX, WRK-BIM-IDX).
101700      COMPUTE WRK-PREV-HORAS = WRK-PREV-HORAS
101800          + WRK-BM-DIAS (WRK-BIM-IDX) * WRK-HORAS-DIA
101900          + WRK-BM-REPOS-HORAS (WRK-BIM-IDX).
102000      ADD WRK-PREVISTOS TO WRK-PREV-ANO.
102100      MOVE WRK-PREVISTOS TO WT-PREV (WRK-BIM-IDX).
102200      IF WRK-BM-FIM (WRK-BIM-IDX) >= WRK-DATA-RUN
102300          MOVE '-' TO WT-FLAG (WRK-BIM-IDX)
102400          GO TO 5200-EXIT
102500      END-IF.
102600      IF WRK-TU-AULAS (WRK-TU-IDX, WRK-BIM-IDX) < WRK-PREVISTOS
102700          MOVE '*' TO WT-FLAG (WRK-BIM-IDX)
102800          MOVE 'Y' TO WS-AULAS-A-MENOS-SW
102900      END-IF.
103000  5200-EXIT.
103100      EXIT.
103200******************************************************************
103300* 8000-TERMINATE
103400* WRITES THE CONTROL-COUNT FOOTER, CLOSES FILES, SHOWS THE
103500* TOTALS AND LEAVES RETURN-CODE 8 WHEN THE PERIOD IS SHORT
103600******************************************************************
103700  8000-TERMINATE.
103800      MOVE WS-BIM-ABAIXO TO WF-BIM-ABAIXO.
103900      MOVE WRK-QTDE-TURMAS TO WF-TURMAS.
104000      MOVE WS-TURMAS-ABAIXO TO WF-TURMAS-ABAIXO.
104100      MOVE WS-REPOS-LIDAS TO WF-REPOS-LIDAS.
104200      MOVE WS-REPOS-ACEITAS TO WF-REPOS-ACEITAS.
104300      MOVE WS-REPOS-REJEITADAS TO WF-REPOS-REJEITADAS.
104400      IF WS-FORA-LDB
104500          MOVE 'FORA DA LDB - VER FALTAS ACIMA' TO WF-SITUACAO
104600      ELSE
104700          MOVE 'DENTRO DA LDB' TO WF-SITUACAO
104800      END-IF.
104900      MOVE SPACES TO DR-LINE.
105000      WRITE DR-LINE.
105100      WRITE DR-LINE FROM WS-FOOTER-LINE-1.
105200      WRITE DR-LINE FROM WS-FOOTER-LINE-2.
105300      WRITE DR-LINE FROM WS-FOOTER-LINE-3.
105400      WRITE DR-LINE FROM WS-FOOTER-LINE-4.
105500      CLOSE DIAS-REPORT-FILE.
105600      IF WS-ATTEND-DISPONIVEL
105700          CLOSE ATTENDANCE-FILE
105800      END-IF.
105900      IF WS-REPOSIC-ABERTO
106000          CLOSE REPOSICAO-FILE
106100      END-IF.
106200      DISPLAY 'PROGCOB68 - PERIODO...............: '
106300          WRK-PERIODO.
106400      DISPLAY 'PROGCOB68 - DIAS LETIVOS NO ANO...: '
106500          WRK-TOTAL-ANO.
106600      DISPLAY 'PROGCOB68 - HORAS NO ANO..........: '
106700          WRK-HORAS-ANO.
106800      DISPLAY 'PROGCOB68 - BIMESTRES ABAIXO......: '
106900          WS-BIM-ABAIXO.
107000      DISPLAY 'PROGCOB68 - TURMAS ABAIXO.........: '
107100          WS-TURMAS-ABAIXO.
107200      DISPLAY 'PROGCOB68 - REPOSICOES RECUSADAS..: '
107300          WS-REPOS-REJEITADAS.
107400      IF WS-FORA-LDB
107500          DISPLAY 'PROGCOB68 - PERIODO FORA DO MINIMO DA LDB - '
107600              'VER DIASRPT'
107700          MOVE 8 TO RETURN-CODE
107800      END-IF.
107900  8000-EXIT.
108000      EXIT.
108100******************************************************************
108200* SHARED DATE-FORMATTING ROUTINES (SEE DATERTN.CPY)
108300******************************************************************
108400  COPY DATERTN.
108500******************************************************************
108600* SHARED CALENDARIO LETIVO ROUTINES (SEE CALRTN.CPY)
108700******************************************************************
108800  COPY CALRTN.
108900******************************************************************
109000* SHARED RUN-PARAMETER ROUTINES (SEE PARMRTN.CPY)
109100******************************************************************
109200  COPY PARMRTN.
