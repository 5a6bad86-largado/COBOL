000100  IDENTIFICATION DIVISION.
000200  PROGRAM-ID. PROGCOB55.
000300  AUTHOR. ALEX.
000400  INSTALLATION. ESCOLA - SETOR DE PROCESSAMENTO DE DADOS.
000500  DATE-WRITTEN. 15/10/2026.
000600  DATE-COMPILED.
000700******************************************************************
000800* AREA DE COMENTARIOS - REMARKS
000900* OBJETIVO: RELATORIO DE VAGAS POR TURMA. PARA CADA TURMA DO
001000* CADASTRO TURMMAS (E PARA QUALQUER TURMA DO MASTER FORA DELE)
001100* MOSTRA A CAPACIDADE, OS OCUPADOS NO STUDENT-MASTER, OS
001200* CONVOCADOS DA LISTA DE ESPERA AINDA NAO ATENDIDOS (VAGA
001300* RESERVADA), OS AGUARDANDO NA FILA, AS VAGAS LIVRES E A IDADE
001400* EM DIAS DO PEDIDO MAIS ANTIGO AINDA AGUARDANDO. A CONTAGEM E
001500* A MESMA DO REGISTRO DE MATRICULA (PROGCOB43) E DA
001600* MOVIMENTACAO (PROGCOB37), FEITA PELAS ROTINAS DO VAGARTN. SO
001700* LEITURA - IMPRIME O VAGARPT COM OS TOTAIS DE CONTROLE
001800*
001900* MODIFICATION HISTORY
002000* DATE       INIT  DESCRIPTION
002100* 15/10/2026 ALEX  ORIGINAL
002200******************************************************************
002300  ENVIRONMENT DIVISION.
002400  CONFIGURATION SECTION.
002500  SOURCE-COMPUTER. IBM-370.
002600  OBJECT-COMPUTER. IBM-370.
002700  INPUT-OUTPUT SECTION.
002800  FILE-CONTROL.
002900      SELECT STUDENT-MASTER-FILE ASSIGN TO STUDMAS
003000          ORGANIZATION IS INDEXED
003100          ACCESS MODE IS DYNAMIC
003200          RECORD KEY IS SM-STUDENT-ID
003300          FILE STATUS IS WS-STUDMAS-STATUS.
003400      SELECT TURMA-FILE ASSIGN TO TURMMAS
003500          ORGANIZATION IS INDEXED
003600          ACCESS MODE IS DYNAMIC
003700          RECORD KEY IS TM-CODIGO
003800          FILE STATUS IS WS-TURMMAS-STATUS.
003900      SELECT LISTA-ESPERA-FILE ASSIGN TO LISTESP
004000          ORGANIZATION IS INDEXED
004100          ACCESS MODE IS DYNAMIC
004200          RECORD KEY IS LE-CHAVE
004300          FILE STATUS IS WS-LISTESP-STATUS.
004400      SELECT VAGA-REPORT-FILE ASSIGN TO VAGARPT
004500          ORGANIZATION IS LINE SEQUENTIAL
004600          FILE STATUS IS WS-VAGARPT-STATUS.
004610      SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
004620          ORGANIZATION IS SEQUENTIAL
004630          FILE STATUS IS WS-PARM-STATUS.
004700  DATA DIVISION.
004800  FILE SECTION.
004900  FD  STUDENT-MASTER-FILE
005000      LABEL RECORDS ARE STANDARD.
005100  COPY STUDMAS.
005200  FD  TURMA-FILE
005300      LABEL RECORDS ARE STANDARD.
005400  COPY TURMREC.
005500  FD  LISTA-ESPERA-FILE
005600      LABEL RECORDS ARE STANDARD.
005700  COPY ESPERA.
005800  FD  VAGA-REPORT-FILE
005900      LABEL RECORDS ARE STANDARD.
006000  01  VR-LINE                     PIC X(80).
006010  FD  RUN-PARM-FILE
006020      LABEL RECORDS ARE STANDARD.
006030  COPY PARMREC.
006100  WORKING-STORAGE SECTION.
006200******************************************************************
006300* SWITCHES
006400******************************************************************
006500  01  WS-SWITCHES.
006600      05  WS-ABORTAR-SW          PIC X(01) VALUE 'N'.
006700          88  WS-ABORTAR                   VALUE 'Y'.
006800      05  WS-TURMMAS-DISPONIVEL-SW PIC X(01) VALUE 'N'.
006900          88  WS-TURMMAS-DISPONIVEL        VALUE 'Y'.
007000      05  WS-FIM-TURMA-SW        PIC X(01) VALUE 'N'.
007100          88  WS-FIM-TURMA                 VALUE 'Y'.
007200******************************************************************
007300* FILE STATUS AND COUNTERS
007400******************************************************************
007500  01  WS-FILE-STATUSES.
007600      05  WS-STUDMAS-STATUS      PIC X(02) VALUE '00'.
007700          88  WS-STUDMAS-OK               VALUE '00'.
007800      05  WS-TURMMAS-STATUS      PIC X(02) VALUE '00'.
007900          88  WS-TURMMAS-OK               VALUE '00'.
008000      05  WS-VAGARPT-STATUS      PIC X(02) VALUE '00'.
008100          88  WS-VAGARPT-OK               VALUE '00'.
008200  01  WS-COUNTERS COMP.
008300      05  WS-TURMAS-LISTADAS     PIC 9(05) VALUE ZERO.
008400      05  WS-TURMAS-LOTADAS      PIC 9(05) VALUE ZERO.
008500      05  WS-TOTAL-OCUPADOS      PIC 9(05) VALUE ZERO.
008600      05  WS-TOTAL-CONVOCADOS    PIC 9(05) VALUE ZERO.
008700      05  WS-TOTAL-AGUARDANDO    PIC 9(05) VALUE ZERO.
008800******************************************************************
008900* VAGAS LIVRES E IDADE DO PEDIDO MAIS ANTIGO DA TURMA CORRENTE
009000******************************************************************
009100  77  WRK-IDX                    PIC 9(03) COMP VALUE ZERO.
009200  77  WRK-VAGAS-LIVRES           PIC 9(05) VALUE ZERO.
009300  77  WRK-RESERVADOS             PIC 9(05) VALUE ZERO.
009400  77  WRK-NUMERO-HOJE            PIC 9(09) COMP VALUE ZERO.
009500  77  WRK-IDADE-PEDIDO           PIC 9(05) VALUE ZERO.
009600******************************************************************
009700* DATA A CONVERTER EM NUMERO DE DIAS - ROTINA 9928 DO ENCGRTN,
009800* A MESMA DOS ENCARGOS (SO ELA E USADA AQUI); O ENCGWS PEDE
009900* TAMBEM O DATEPARM E A LEITURA DO RUNPARM (PARMWS)
010000******************************************************************
010100  COPY DATEPARM.
010200  COPY PARMWS.
010300  COPY ENCGWS.
011600******************************************************************
011700* RUN DATE - SAME STRUCTURE TESTE1 USES FOR THE SYSTEM DATE
011800******************************************************************
011900  01  WRK-DATA.
012000      05  WRK-ANO                PIC 9(04) VALUE ZEROS.
012100      05  WRK-MES                PIC 9(02) VALUE ZEROS.
012200      05  WRK-DIA                PIC 9(02) VALUE ZEROS.
012300  01  WRK-DATA-YYYYMMDD REDEFINES WRK-DATA PIC 9(08).
012400******************************************************************
012500* SHARED DATE-OUTPUT FIELDS (SEE DATEFMT.CPY)
012600******************************************************************
012700  COPY DATEFMT.
012800******************************************************************
012900* VAGAS POR TURMA E LISTA DE ESPERA (SEE VAGAWS.CPY/VAGARTN.CPY)
013000******************************************************************
013100  COPY VAGAWS.
013200******************************************************************
013300* REPORT LINE LAYOUTS
013400******************************************************************
013500  01  WS-HEADER-1.
013600      05  FILLER                 PIC X(40)
013700          VALUE 'RELATORIO DE VAGAS E LISTA DE ESPERA'.
013800  01  WS-HEADER-2.
013900      05  FILLER                 PIC X(10) VALUE 'DATA EMIS:'.
014000      05  WS-H2-DATA             PIC X(10).
014100  01  WS-HEADER-3.
014200      05  FILLER                 PIC X(07) VALUE 'TURMA  '.
014300      05  FILLER                 PIC X(21) VALUE 'DESCRICAO'.
014400      05  FILLER                 PIC X(05) VALUE 'CAP  '.
014500      05  FILLER                 PIC X(07) VALUE ' OCUP  '.
014600      05  FILLER                 PIC X(07) VALUE ' CONV  '.
014700      05  FILLER                 PIC X(07) VALUE ' ESPE  '.
014800      05  FILLER                 PIC X(07) VALUE 'LIVRES '.
014900      05  FILLER                 PIC X(06) VALUE 'DIAS  '.
015000      05  FILLER                 PIC X(12) VALUE 'OBSERVACAO'.
015100  01  WS-DETAIL-LINE.
015200      05  WD-TURMA               PIC X(06).
015300      05  FILLER                 PIC X(01) VALUE SPACE.
015400      05  WD-DESCRICAO           PIC X(20).
015500      05  FILLER                 PIC X(01) VALUE SPACE.
015600      05  WD-CAPACIDADE          PIC ZZ9.
015700      05  FILLER                 PIC X(02) VALUE SPACES.
015800      05  WD-OCUPADOS            PIC ZZZZ9.
015900      05  FILLER                 PIC X(02) VALUE SPACES.
016000      05  WD-CONVOCADOS          PIC ZZZZ9.
016100      05  FILLER                 PIC X(02) VALUE SPACES.
016200      05  WD-AGUARDANDO          PIC ZZZZ9.
016300      05  FILLER                 PIC X(02) VALUE SPACES.
016400      05  WD-LIVRES              PIC ZZZZ9.
016500      05  FILLER                 PIC X(02) VALUE SPACES.
016600      05  WD-IDADE               PIC ZZZZ9.
016700      05  FILLER                 PIC X(01) VALUE SPACE.
016800      05  WD-OBSERVACAO          PIC X(12).
016900  01  WS-FOOTER-LINE-1.
017000      05  FILLER                 PIC X(08) VALUE 'TURMAS: '.
017100      05  WF-TURMAS              PIC ZZZZ9.
017200      05  FILLER                 PIC X(11) VALUE '  LOTADAS: '.
017300      05  WF-LOTADAS             PIC ZZZZ9.
017400      05  FILLER                 PIC X(12) VALUE '  OCUPADOS: '.
017500      05  WF-OCUPADOS            PIC ZZZZ9.
017600  01  WS-FOOTER-LINE-2.
017700      05  FILLER                 PIC X(12) VALUE 'CONVOCADOS: '.
017800      05  WF-CONVOCADOS          PIC ZZZZ9.
017900      05  FILLER                 PIC X(14)
018000          VALUE '  AGUARDANDO: '.
018100      05  WF-AGUARDANDO          PIC ZZZZ9.
018200  PROCEDURE DIVISION.
018300******************************************************************
018400* 0000-MAINLINE
018500* CONTROLS THE OVERALL FLOW OF THE VACANCY REPORT
018600******************************************************************
018700  0000-MAINLINE.
018800      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018900      IF NOT WS-ABORTAR
019000          PERFORM 2000-LISTAR-TURMA THRU 2000-EXIT
019100              VARYING WRK-IDX FROM 1 BY 1
019200              UNTIL WRK-IDX > WRK-QTDE-VAGA
019300      END-IF.
019400      PERFORM 8000-TERMINATE THRU 8000-EXIT.
019500      STOP RUN.
019600******************************************************************
019700* 1000-INITIALIZE
019800* OPENS THE FILES - TURMMAS E LISTESP SAO OPCIONAIS - SEEDS THE
019900* TABLE WITH THE TURMAS DO CADASTRO (NA ORDEM DO TURMMAS) AND
020000* COUNTS OCUPADOS, CONVOCADOS E AGUARDANDO
020100******************************************************************
020200  1000-INITIALIZE.
020300      ACCEPT WRK-DATA FROM DATE YYYYMMDD.
020400      OPEN INPUT STUDENT-MASTER-FILE.
020500      OPEN OUTPUT VAGA-REPORT-FILE.
020600      IF NOT WS-STUDMAS-OK OR NOT WS-VAGARPT-OK
020700          DISPLAY 'PROGCOB55 - ERRO AO ABRIR ARQUIVOS: '
020800              WS-STUDMAS-STATUS ' / ' WS-VAGARPT-STATUS
020900          MOVE 'Y' TO WS-ABORTAR-SW
021000          GO TO 1000-EXIT
021100      END-IF.
021200      OPEN INPUT TURMA-FILE.
021300      IF WS-TURMMAS-OK
021400          MOVE 'Y' TO WS-TURMMAS-DISPONIVEL-SW
021500      ELSE
021600          DISPLAY 'PROGCOB55 - TURMMAS INDISPONIVEL ('
021700              WS-TURMMAS-STATUS ') - TURMAS SEM CAPACIDADE'
021800      END-IF.
021900      OPEN INPUT LISTA-ESPERA-FILE.
022000      IF WS-LISTESP-OK
022100          MOVE 'Y' TO WS-ESP-DISPONIVEL-SW
022200      ELSE
022300          DISPLAY 'PROGCOB55 - LISTESP INDISPONIVEL ('
022400              WS-LISTESP-STATUS ') - NINGUEM AGUARDANDO'
022500      END-IF.
022600      IF WS-TURMMAS-DISPONIVEL
022700          PERFORM 1200-SEMEAR-TURMAS THRU 1200-EXIT
022800      END-IF.
022900      PERFORM 9890-CARREGAR-VAGAS THRU 9890-EXIT.
023000      MOVE WRK-DATA-YYYYMMDD TO WRK-ENC-DATA-NUM.
023100      PERFORM 9928-NUMERAR-DIA THRU 9928-EXIT.
023200      MOVE WRK-ENC-NUM-DIA TO WRK-NUMERO-HOJE.
023300      PERFORM 9810-FORMATAR-DDMMYYYY THRU 9810-EXIT.
023400      MOVE DATEFMT-DDMMYYYY TO WS-H2-DATA.
023500      WRITE VR-LINE FROM WS-HEADER-1.
023600      WRITE VR-LINE FROM WS-HEADER-2.
023700      WRITE VR-LINE FROM WS-HEADER-3.
023800  1000-EXIT.
023900      EXIT.
024000******************************************************************
024100* 1200-SEMEAR-TURMAS
024200* ONE TABLE ENTRY PER TURMA ATIVA DO CADASTRO, IN KEY ORDER, SO
024300* A TURMA VAZIA TAMBEM SAI NO RELATORIO
024400******************************************************************
024500  1200-SEMEAR-TURMAS.
024600      MOVE LOW-VALUES TO TM-CODIGO.
024700      START TURMA-FILE KEY IS NOT LESS THAN TM-CODIGO
024800          INVALID KEY
024900              GO TO 1200-EXIT
025000      END-START.
025100      MOVE 'N' TO WS-FIM-TURMA-SW.
025200      PERFORM 1250-SEMEAR-TURMA THRU 1250-EXIT
025300          UNTIL WS-FIM-TURMA.
025400  1200-EXIT.
025500      EXIT.
025600******************************************************************
025700* 1250-SEMEAR-TURMA
025800******************************************************************
025900  1250-SEMEAR-TURMA.
026000      READ TURMA-FILE NEXT RECORD
026100          AT END
026200              MOVE 'Y' TO WS-FIM-TURMA-SW
026300              GO TO 1250-EXIT
026400      END-READ.
026500      IF NOT WS-TURMMAS-OK
026600          MOVE 'Y' TO WS-FIM-TURMA-SW
026700          GO TO 1250-EXIT
026800      END-IF.
026900      IF NOT TM-TURMA-ATIVA
027000          GO TO 1250-EXIT
027100      END-IF.
027200      IF WRK-QTDE-VAGA >= WRK-VAGA-MAX
027300          DISPLAY 'PROGCOB55 - TABELA DE VAGAS CHEIA - TURMA '
027400              TM-CODIGO ' IGNORADA'
027500          MOVE 'Y' TO WS-FIM-TURMA-SW
027600          GO TO 1250-EXIT
027700      END-IF.
027800      ADD 1 TO WRK-QTDE-VAGA.
027900      MOVE TM-CODIGO TO WRK-VG-TURMA (WRK-QTDE-VAGA).
028000      MOVE TM-CAPACIDADE TO WRK-VG-CAPACIDADE (WRK-QTDE-VAGA).
028100      MOVE ZERO TO WRK-VG-OCUPADOS (WRK-QTDE-VAGA).
028200      MOVE ZERO TO WRK-VG-AGUARDANDO (WRK-QTDE-VAGA).
028300      MOVE ZERO TO WRK-VG-CONVOCADOS (WRK-QTDE-VAGA).
028400      MOVE ZEROS TO WRK-VG-PEDIDO-ANTIGO (WRK-QTDE-VAGA).
028500  1250-EXIT.
028600      EXIT.
028700******************************************************************
028800* 2000-LISTAR-TURMA
028900* ONE REPORT LINE PER TABLE ENTRY - VAGAS LIVRES DESCONTAM OS
029000* CONVOCADOS (VAGA RESERVADA); IDADE DO PEDIDO MAIS ANTIGO EM
029100* DIAS CORRIDOS ATE A DATA DO RUN
029200******************************************************************
029300  2000-LISTAR-TURMA.
029400      MOVE WRK-VG-TURMA (WRK-IDX) TO WD-TURMA.
029500      MOVE SPACES TO WD-DESCRICAO.
029600      MOVE SPACES TO WD-OBSERVACAO.
029700      IF WS-TURMMAS-DISPONIVEL
029800          MOVE WRK-VG-TURMA (WRK-IDX) TO TM-CODIGO
029900          READ TURMA-FILE
030000              INVALID KEY
030100                  MOVE 'SEM CADASTRO' TO WD-OBSERVACAO
030200          END-READ
030300          IF WS-TURMMAS-OK
030400              MOVE TM-DESCRICAO TO WD-DESCRICAO
030500          END-IF
030600      END-IF.
030700      MOVE WRK-VG-CAPACIDADE (WRK-IDX) TO WD-CAPACIDADE.
030800      MOVE WRK-VG-OCUPADOS (WRK-IDX) TO WD-OCUPADOS.
030900      MOVE WRK-VG-CONVOCADOS (WRK-IDX) TO WD-CONVOCADOS.
031000      MOVE WRK-VG-AGUARDANDO (WRK-IDX) TO WD-AGUARDANDO.
031100      COMPUTE WRK-RESERVADOS = WRK-VG-OCUPADOS (WRK-IDX)
031200          + WRK-VG-CONVOCADOS (WRK-IDX).
031300      MOVE ZERO TO WRK-VAGAS-LIVRES.
031400      IF WRK-VG-CAPACIDADE (WRK-IDX) = ZERO
031500          IF WD-OBSERVACAO = SPACES
031600              MOVE 'SEM LIMITE' TO WD-OBSERVACAO
031700          END-IF
031800      ELSE
031900          IF WRK-RESERVADOS >= WRK-VG-CAPACIDADE (WRK-IDX)
032000              MOVE 'LOTADA' TO WD-OBSERVACAO
032100              ADD 1 TO WS-TURMAS-LOTADAS
032200          ELSE
032300              COMPUTE WRK-VAGAS-LIVRES =
032400                  WRK-VG-CAPACIDADE (WRK-IDX) - WRK-RESERVADOS
032500          END-IF
032600      END-IF.
032700      MOVE WRK-VAGAS-LIVRES TO WD-LIVRES.
032800      MOVE ZERO TO WRK-IDADE-PEDIDO.
032900      IF WRK-VG-PEDIDO-ANTIGO (WRK-IDX) > ZERO
033000          MOVE WRK-VG-PEDIDO-ANTIGO (WRK-IDX)
033100              TO WRK-ENC-DATA-NUM
033200          PERFORM 9928-NUMERAR-DIA THRU 9928-EXIT
033300          IF WRK-ENC-NUM-DIA < WRK-NUMERO-HOJE
033400              COMPUTE WRK-IDADE-PEDIDO =
033500                  WRK-NUMERO-HOJE - WRK-ENC-NUM-DIA
033600          END-IF
033700      END-IF.
033800      MOVE WRK-IDADE-PEDIDO TO WD-IDADE.
033900      WRITE VR-LINE FROM WS-DETAIL-LINE.
034000      ADD 1 TO WS-TURMAS-LISTADAS.
034100      ADD WRK-VG-OCUPADOS (WRK-IDX) TO WS-TOTAL-OCUPADOS.
034200      ADD WRK-VG-CONVOCADOS (WRK-IDX) TO WS-TOTAL-CONVOCADOS.
034300      ADD WRK-VG-AGUARDANDO (WRK-IDX) TO WS-TOTAL-AGUARDANDO.
034400  2000-EXIT.
034500      EXIT.
037100******************************************************************
037200* 8000-TERMINATE
037300* WRITES THE CONTROL-COUNT FOOTER, CLOSES FILES, SHOWS TOTALS
037400******************************************************************
037500  8000-TERMINATE.
037600      IF WS-ABORTAR
037700          GO TO 8000-EXIT
037800      END-IF.
037900      MOVE WS-TURMAS-LISTADAS TO WF-TURMAS.
038000      MOVE WS-TURMAS-LOTADAS TO WF-LOTADAS.
038100      MOVE WS-TOTAL-OCUPADOS TO WF-OCUPADOS.
038200      MOVE WS-TOTAL-CONVOCADOS TO WF-CONVOCADOS.
038300      MOVE WS-TOTAL-AGUARDANDO TO WF-AGUARDANDO.
038400      WRITE VR-LINE FROM WS-FOOTER-LINE-1.
038500      WRITE VR-LINE FROM WS-FOOTER-LINE-2.
038600      CLOSE STUDENT-MASTER-FILE VAGA-REPORT-FILE.
038700      IF WS-TURMMAS-DISPONIVEL
038800          CLOSE TURMA-FILE
038900      END-IF.
039000      IF WS-ESP-DISPONIVEL
039100          CLOSE LISTA-ESPERA-FILE
039200      END-IF.
039300      DISPLAY 'PROGCOB55 - TURMAS LISTADAS.......: '
039400          WS-TURMAS-LISTADAS.
039500      DISPLAY 'PROGCOB55 - TURMAS LOTADAS........: '
039600          WS-TURMAS-LOTADAS.
039700      DISPLAY 'PROGCOB55 - ALUNOS AGUARDANDO.....: '
039800          WS-TOTAL-AGUARDANDO.
039900  8000-EXIT.
040000      EXIT.
040100******************************************************************
040200* SHARED DATE-FORMATTING ROUTINES (SEE DATERTN.CPY)
040300******************************************************************
040400  COPY DATERTN.
040500******************************************************************
040600* VAGAS E LISTA DE ESPERA ROUTINES (SEE VAGARTN.CPY)
040700******************************************************************
040800  COPY VAGARTN.
040900******************************************************************
041000* SHARED RUN-PARAMETER LOOKUP (SEE PARMRTN.CPY)
041100******************************************************************
041200  COPY PARMRTN.
041300******************************************************************
041400* SHARED LATE-PAYMENT CHARGE ROUTINES (SEE ENCGRTN.CPY) - SO A
041500* NUMERACAO DE DIAS (9928) E USADA AQUI
041600******************************************************************
041700  COPY ENCGRTN.
