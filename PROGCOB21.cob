000600  DATE-COMPILED.
000700******************************************************************
000800* AREA DE COMENTARIOS - REMARKS
000900* OBJETIVO: QUADRO DE HONRA. LE O EXTRATO ORDENADO DO
001000* STUDENT-MASTER (STUDEXT, GERADO PELO PROGCOB67 DEPOIS DO
001050* PROGCOB07) E IMPRIME OS N MELHORES APROVADOS DE CADA
001100* TURMA (N INFORMADO PELO CONSOLE NA ABERTURA), COM NOME,
001200* MEDIA E CONCEITO, ORDENADOS POR TURMA E MEDIA DECRESCENTE
001300* COMO O PROGCOB09 FAZ COM OS REPROVADOS. EMPATES NA MEDIA DE
002082* 01/09/2026 ALEX  O CABECALHO DE TURMA PASSA A IMPRIMIR A
002084*                  DESCRICAO DO CADASTRO TURMMAS AO LADO DO
002086*                  CODIGO; SEM TURMMAS SAI SO O CODIGO
002088* 15/10/2026 ALEX  LE O EXTRATO STUDEXT DO PROGCOB67 (JA EM ORDEM
002090*                  DE TURMA/MEDIA E COM A DESCRICAO DA TURMA) EM
002092*                  VEZ DE LER O STUDMAS DUAS VEZES - O QUADRO POR
002094*                  TURMA SAI DIRETO DO EXTRATO E SO A LISTA GERAL
002096*                  AINDA E ORDENADA. RECUSA O EXTRATO QUE NAO
002098*                  BATE COM A QTDE DO STUDMAS
002100******************************************************************
002200  ENVIRONMENT DIVISION.
002300  CONFIGURATION SECTION.
002500  OBJECT-COMPUTER. IBM-370.
002600  INPUT-OUTPUT SECTION.
002700  FILE-CONTROL.
002750      SELECT STUDENT-EXTRACT-FILE ASSIGN TO STUDEXT
002800          ORGANIZATION IS SEQUENTIAL
002850          FILE STATUS IS WS-STUDEXT-STATUS.
002900      SELECT BALANCE-FILE ASSIGN TO BALANCE
002950          ORGANIZATION IS SEQUENTIAL
003000          FILE STATUS IS WS-BALANCE-STATUS.
003050      SELECT STUDENT-MASTER-FILE ASSIGN TO STUDMAS
003100          ORGANIZATION IS INDEXED
003150          ACCESS MODE IS SEQUENTIAL
003200          RECORD KEY IS SM-STUDENT-ID
003250          FILE STATUS IS WS-EX-STUDMAS-STATUS.
003300      SELECT SORT-WORK-FILE ASSIGN TO SORTWK.
003400      SELECT HONOR-REPORT-FILE ASSIGN TO HONRRPT
003500          ORGANIZATION IS LINE SEQUENTIAL
003610      SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
003620          ORGANIZATION IS SEQUENTIAL
003630          FILE STATUS IS WS-PARM-STATUS.
003700  DATA DIVISION.
003800  FILE SECTION.
003820  FD  STUDENT-EXTRACT-FILE
003840      LABEL RECORDS ARE STANDARD.
003860  COPY STUDEXT.
003880  FD  BALANCE-FILE
003900      LABEL RECORDS ARE STANDARD.
003920  COPY BALREC.
003940  FD  STUDENT-MASTER-FILE
003960      LABEL RECORDS ARE STANDARD.
003980  COPY STUDMAS.
004110  FD  RUN-PARM-FILE
004120      LABEL RECORDS ARE STANDARD.
004130  COPY PARMREC.
004200  SD  SORT-WORK-FILE.
004300  01  SORT-RECORD.
004500      05  SR-MEDIA                PIC 9(02).
004600      05  SR-STUDENT-ID           PIC X(06).
004700      05  SR-STUDENT-NAME         PIC X(20).
005700      05  WS-EOF-SW              PIC X(01) VALUE 'N'.
005800          88  WS-EOF                       VALUE 'Y'.
006100  01  WS-FILE-STATUSES.
006500      05  WS-HONRRPT-STATUS      PIC X(02) VALUE '00'.
006600          88  WS-HONRRPT-OK               VALUE '00'.
006620******************************************************************
006640* SORTED STUDENT EXTRACT (PROGCOB67)
006660******************************************************************
006680  COPY EXTRWS.
006700******************************************************************
006800* RUN PARAMETER AND GROUP-BREAK CONTROL FIELDS - THE CUTOFF
006900* MEDIA IS THE MEDIA OF THE N-TH STUDENT PRINTED; ANYONE TIED
010200      05  FILLER                 PIC X(26)
010300          VALUE 'TOTAL NO QUADRO DE HONRA: '.
010400      05  WF-TOTAL               PIC ZZZZ9.
010420  01  WS-RECUSA-LINE.
010440      05  FILLER                 PIC X(27)
010460          VALUE 'STUDEXT RECUSADO - MOTIVO: '.
010480      05  WRC-MOTIVO             PIC X(50).
010500  PROCEDURE DIVISION.
010600******************************************************************
010700* 0000-MAINLINE
010800* ASKS FOR N AND SORTS THE APROVADOS BY MEDIA FOR THE SCHOOL-
010900* WIDE LIST - THE INPUT PROCEDURE PRINTS THE PER-TURMA LISTS
011000* STRAIGHT FROM THE EXTRACT, ALREADY IN TURMA/MEDIA ORDER
011100******************************************************************
011200  0000-MAINLINE.
011300      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011400      IF WS-EXTRATO-VALIDO
011500          SORT SORT-WORK-FILE
011600              DESCENDING KEY SR-MEDIA
011700              INPUT PROCEDURE IS 3000-IMPRIMIR-POR-TURMA
011800              OUTPUT PROCEDURE IS 5000-IMPRIMIR-GERAL
011900      END-IF.
012300      PERFORM 8000-TERMINATE THRU 8000-EXIT.
012400      STOP RUN.
012500******************************************************************
012600* 1000-INITIALIZE
012700* TAKES THE SIZE OF EACH LIST FROM RUNPARM (QTDE-QUADRO),
012800* FALLING BACK TO THE CONSOLE PROMPT - DEFAULT 3 WHEN BLANK
012810* OR INVALID - AND OPENS THE REPORT AND THE STUDENT EXTRACT;
012830* A REFUSED EXTRACT IS NOTED ON THE REPORT INSTEAD OF THE LISTS
012900******************************************************************
013000  1000-INITIALIZE.
013010      MOVE 'PROGCOB21' TO WRK-PARM-PROGRAMA.
014200          DISPLAY 'PROGCOB21 - ERRO AO ABRIR HONRRPT: '
014300              WS-HONRRPT-STATUS
014400      END-IF.
014420      WRITE HO-LINE FROM WS-HEADER-1.
014440      MOVE 'PROGCOB21' TO WRK-EX-PROGRAMA.
014460      PERFORM 9950-ABRIR-EXTRATO THRU 9950-EXIT.
014480      IF NOT WS-EXTRATO-VALIDO
014500          MOVE WRK-EX-MOTIVO TO WRC-MOTIVO
014520          WRITE HO-LINE FROM WS-RECUSA-LINE
014540      END-IF.
014600  1000-EXIT.
014700      EXIT.
014800******************************************************************
014900* 2100-LER-E-SELECIONAR
015000* READS THE NEXT STUDENT FROM THE EXTRACT; ONLY QUEM ESTA
015100* APROVADO CONCORRE AO QUADRO DE HONRA
015200******************************************************************
015300  2100-LER-E-SELECIONAR.
015400      PERFORM 9955-LER-EXTRATO THRU 9955-EXIT.
015500      IF WS-EXTRATO-FIM
015600          MOVE 'Y' TO WS-EOF-SW
015700          GO TO 2100-EXIT
015800      END-IF.
015900      IF NOT SX-APROVADO
016000          GO TO 2100-LER-E-SELECIONAR
016100      END-IF.
016200  2100-EXIT.
016300      EXIT.
019500******************************************************************
019600* 3000-IMPRIMIR-POR-TURMA
019700* INPUT PROCEDURE OF THE SORT - THE TOP N OF EACH TURMA FROM
019800* THE EXTRACT, WITH A TURMA BREAK AND TIES AT THE CUTOFF KEPT
019850* IN; EVERY APROVADO IS RELEASED FOR THE SCHOOL-WIDE LIST
019900******************************************************************
020000  3000-IMPRIMIR-POR-TURMA.
020100      MOVE 'N' TO WS-EOF-SW.
020200      PERFORM 2100-LER-E-SELECIONAR THRU 2100-EXIT.
020500      PERFORM 3100-PROCESSAR-REGISTRO THRU 3100-EXIT
020600          UNTIL WS-EOF.
020610      MOVE WS-TOTAL-IMPRESSOS TO WF-TOTAL.
020800      EXIT.
020900******************************************************************
021000* 3100-PROCESSAR-REGISTRO
021100* PRINTS THE EXTRACT STUDENT WHEN HE IS AMONG THE N BEST OF
021200* HIS TURMA - OR TIED WITH THE N-TH MEDIA - RELEASES HIM TO
021250* THE SCHOOL-WIDE SORT AND FETCHES THE NEXT
021300******************************************************************
021400  3100-PROCESSAR-REGISTRO.
021500      IF SX-CLASS-SECTION NOT = WS-TURMA-ATUAL
021700          MOVE SX-CLASS-SECTION TO WS-TURMA-ATUAL
021800          MOVE ZERO TO WS-TURMA-IMPRESSOS
021900          MOVE ZERO TO WRK-MEDIA-CORTE
022000          MOVE SX-CLASS-SECTION TO WH2-TURMA
022050          MOVE SX-TURMA-DESCRICAO TO WH2-DESCRICAO
022100          WRITE HO-LINE FROM WS-HEADER-2
022200      END-IF.
022220      MOVE SX-MEDIA TO SR-MEDIA.
022240      MOVE SX-STUDENT-ID TO SR-STUDENT-ID.
022260      MOVE SX-STUDENT-NAME TO SR-STUDENT-NAME.
022280      MOVE SX-LETRA TO SR-LETRA.
022300      IF WS-TURMA-IMPRESSOS < WRK-TOP-N
022400          OR SR-MEDIA = WRK-MEDIA-CORTE
022500          PERFORM 3200-IMPRIMIR-ALUNO THRU 3200-EXIT
022700          ADD 1 TO WS-TOTAL-IMPRESSOS
022800          MOVE SR-MEDIA TO WRK-MEDIA-CORTE
022900      END-IF.
023000      RELEASE SORT-RECORD.
023100      PERFORM 2100-LER-E-SELECIONAR THRU 2100-EXIT.
023300  3100-EXIT.
023400      EXIT.
023500******************************************************************
024600      EXIT.
024700******************************************************************
024800* 5000-IMPRIMIR-GERAL
024900* OUTPUT PROCEDURE OF THE SORT - THE N BEST OF THE WHOLE
025000* SCHOOL, TIES AT THE CUTOFF KEPT IN, SAME RULE AS PER TURMA
025100******************************************************************
025200  5000-IMPRIMIR-GERAL.
028150* QUADRO POR TURMA JA SAIU NO FIM DA PROPRIA SECAO (3000)
028200******************************************************************
028300  8000-TERMINATE.
028400      PERFORM 9959-FECHAR-EXTRATO THRU 9959-EXIT.
028600      CLOSE HONOR-REPORT-FILE.
028700      DISPLAY 'PROGCOB21 - ALUNOS NO QUADRO POR TURMA: '
028800          WS-TOTAL-IMPRESSOS.
028900      DISPLAY 'PROGCOB21 - ALUNOS NA LISTA GERAL.....: '
029000          WS-GERAL-IMPRESSOS.
029100  8000-EXIT.
029200      EXIT.
029300******************************************************************
029400* RUN-PARAMETER LOOKUP ROUTINES (SEE PARMRTN.CPY)
029500******************************************************************
029600  COPY PARMRTN.
029700******************************************************************
029800* STUDENT EXTRACT ROUTINES (SEE EXTRRTN.CPY)
029900******************************************************************
030000  COPY EXTRRTN.
