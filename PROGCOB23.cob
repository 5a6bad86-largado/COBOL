000700******************************************************************
000800* AREA DE COMENTARIOS - REMARKS
000900* OBJETIVO: CONVOCACAO PARA A PROVA DE RECUPERACAO. LE O
001000* EXTRATO ORDENADO DO STUDENT-MASTER (STUDEXT, DO PROGCOB67)
001050* E SELECIONA QUEM ESTA REPROVADO POR MEDIA E AINDA NAO TEM
001100* NOTA DE RECUPERACAO LANCADA
001200* (SM-NOTA-RECUPERACAO ZERADA). REPROVADO POR FALTA NAO E
001300* CONVOCADO - NOTA DE PROVA NAO REPOE FREQUENCIA. AGRUPA POR
001400* TURMA COMO O PROGCOB09, MOSTRANDO A MENOR NOTA BIMESTRAL DE
001500* CADA ALUNO (A QUE A RECUPERACAO VAI SUBSTITUIR) E A MEDIA
001600* MINIMA DA TURMA (CTLPARM, JA NO EXTRATO), COM O TOTAL DE
001650* CONVOCADOS POR TURMA PARA RESERVAR SALA E APLICADOR
001800*
001900* MODIFICATION HISTORY
002000* DATE       INIT  DESCRIPTION
002110* 01/09/2026 ALEX  O CABECALHO DE TURMA PASSA A IMPRIMIR A
002120*                  DESCRICAO DO CADASTRO TURMMAS AO LADO DO
002130*                  CODIGO; SEM TURMMAS SAI SO O CODIGO
002140* 15/10/2026 ALEX  LE O EXTRATO STUDEXT DO PROGCOB67 (JA ORDENADO
002150*                  E COM A DESCRICAO E A MEDIA MINIMA DA TURMA)
002160*                  EM VEZ DE ORDENAR O STUDMAS E CONSULTAR O
002170*                  TURMMAS E O CTLPARM - RECUSA O EXTRATO QUE
002180*                  NAO BATE COM A QTDE DO STUDMAS
002200******************************************************************
002300  ENVIRONMENT DIVISION.
002400  CONFIGURATION SECTION.
002600  OBJECT-COMPUTER. IBM-370.
002700  INPUT-OUTPUT SECTION.
002800  FILE-CONTROL.
002900      SELECT STUDENT-EXTRACT-FILE ASSIGN TO STUDEXT
003000          ORGANIZATION IS SEQUENTIAL
003100          FILE STATUS IS WS-STUDEXT-STATUS.
003200      SELECT BALANCE-FILE ASSIGN TO BALANCE
003300          ORGANIZATION IS SEQUENTIAL
003400          FILE STATUS IS WS-BALANCE-STATUS.
003500      SELECT STUDENT-MASTER-FILE ASSIGN TO STUDMAS
003600          ORGANIZATION IS INDEXED
003700          ACCESS MODE IS SEQUENTIAL
003800          RECORD KEY IS SM-STUDENT-ID
003900          FILE STATUS IS WS-EX-STUDMAS-STATUS.
004000      SELECT CONVOCATION-REPORT-FILE ASSIGN TO CONVRPT
004100          ORGANIZATION IS LINE SEQUENTIAL
004200          FILE STATUS IS WS-CONVRPT-STATUS.
004300  DATA DIVISION.
004400  FILE SECTION.
004500  FD  STUDENT-EXTRACT-FILE
004600      LABEL RECORDS ARE STANDARD.
004700  COPY STUDEXT.
004800  FD  BALANCE-FILE
004900      LABEL RECORDS ARE STANDARD.
005000  COPY BALREC.
005100  FD  STUDENT-MASTER-FILE
005200      LABEL RECORDS ARE STANDARD.
005300  COPY STUDMAS.
005800  FD  CONVOCATION-REPORT-FILE
005900      LABEL RECORDS ARE STANDARD.
006000  01  CV-LINE                     PIC X(80).
006100  WORKING-STORAGE SECTION.
006200******************************************************************
006300* SWITCHES AND FILE STATUS
006800      05  WS-PRIMEIRA-TURMA-SW   PIC X(01) VALUE 'Y'.
006900          88  WS-PRIMEIRA-TURMA            VALUE 'Y'.
007000  01  WS-FILE-STATUSES.
007600      05  WS-CONVRPT-STATUS      PIC X(02) VALUE '00'.
007700          88  WS-CONVRPT-OK               VALUE '00'.
007720******************************************************************
007740* SORTED STUDENT EXTRACT (PROGCOB67)
007760******************************************************************
007780  COPY EXTRWS.
007800******************************************************************
007900* GROUP-BREAK CONTROL FIELDS AND THE LOWEST BIMONTHLY NOTA
008000* OF THE CURRENT CONVOCADO
008100******************************************************************
008200  01  WS-TURMA-ATUAL              PIC X(06) VALUE SPACES.
008500  77  WRK-MENOR-NOTA              PIC 9(02) VALUE ZEROS.
008600  01  WS-CONTADORES COMP.
008700      05  WS-TURMA-QTDE          PIC 9(05) VALUE ZERO.
012200      05  FILLER                 PIC X(24)
012300          VALUE 'TOTAL GERAL CONVOCADOS: '.
012400      05  WF-TOTAL               PIC ZZZZ9.
012420  01  WS-RECUSA-LINE.
012440      05  FILLER                 PIC X(27)
012460          VALUE 'STUDEXT RECUSADO - MOTIVO: '.
012480      05  WRC-MOTIVO             PIC X(50).
012500  PROCEDURE DIVISION.
012600******************************************************************
012700* 0000-MAINLINE
012800* READS THE CONVOCADOS FROM THE EXTRACT (ALREADY IN TURMA/
012900* MEDIA ORDER) AND PRINTS THE GROUPED CONVOCATION REPORT
013000******************************************************************
013100  0000-MAINLINE.
013200      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013300      IF WS-EXTRATO-VALIDO
013400          PERFORM 3000-IMPRIMIR-RELATORIO THRU 3000-EXIT
013500      END-IF.
013800      PERFORM 8000-TERMINATE THRU 8000-EXIT.
013900      STOP RUN.
014000******************************************************************
014100* 1000-INITIALIZE
014200* OPENS THE CONVOCATION REPORT AND THE STUDENT EXTRACT - A
014250* REFUSED EXTRACT IS NOTED ON THE REPORT INSTEAD OF THE LIST
014300******************************************************************
014400  1000-INITIALIZE.
014600      OPEN OUTPUT CONVOCATION-REPORT-FILE.
014700      IF NOT WS-CONVRPT-OK
014800          DISPLAY 'PROGCOB23 - ERRO AO ABRIR CONVRPT: '
014900              WS-CONVRPT-STATUS
015000      END-IF.
015100      WRITE CV-LINE FROM WS-HEADER-1.
015110      MOVE 'PROGCOB23' TO WRK-EX-PROGRAMA.
015120      PERFORM 9950-ABRIR-EXTRATO THRU 9950-EXIT.
015130      IF NOT WS-EXTRATO-VALIDO
015140          MOVE WRK-EX-MOTIVO TO WRC-MOTIVO
015150          WRITE CV-LINE FROM WS-RECUSA-LINE
015160      END-IF.
015200  1000-EXIT.
015300      EXIT.
015400******************************************************************
015500* 2100-LER-E-SELECIONAR
015600* READS THE NEXT STUDENT FROM THE EXTRACT, KEEPING SO QUEM
015700* DEVE SENTAR NA PROVA: REPROVADO POR MEDIA ('R') SEM NOTA DE
015800* RECUPERACAO LANCADA, WITH HIS LOWEST BIMONTHLY NOTA - A QUE
015900* A PROVA DE RECUPERACAO SUBSTITUI, MESMO CRITERIO DO 2275 DO
016000* PROGCOB07
016100******************************************************************
016200  2100-LER-E-SELECIONAR.
016300      PERFORM 9955-LER-EXTRATO THRU 9955-EXIT.
016400      IF WS-EXTRATO-FIM
016500          MOVE 'Y' TO WS-EOF-SW
016600          GO TO 2100-EXIT
016700      END-IF.
016800      IF NOT SX-REPROVADO OR SX-REPROVADO-FALTA
016900          GO TO 2100-LER-E-SELECIONAR
017000      END-IF.
017100      IF SX-NOTA-RECUPERACAO NOT = ZERO
017200          GO TO 2100-LER-E-SELECIONAR
017300      END-IF.
017400      PERFORM 2200-ACHAR-MENOR-NOTA THRU 2200-EXIT.
017500  2100-EXIT.
017600      EXIT.
020600******************************************************************
020700* 2200-ACHAR-MENOR-NOTA
020800* PICKS THE LOWEST OF THE FOUR BIMONTHLY NOTAS
020900******************************************************************
021000  2200-ACHAR-MENOR-NOTA.
021100      MOVE SX-NOTA1 TO WRK-MENOR-NOTA.
021200      IF SX-NOTA2 < WRK-MENOR-NOTA
021300          MOVE SX-NOTA2 TO WRK-MENOR-NOTA
021400      END-IF.
021500      IF SX-NOTA3 < WRK-MENOR-NOTA
021600          MOVE SX-NOTA3 TO WRK-MENOR-NOTA
021700      END-IF.
021800      IF SX-NOTA4 < WRK-MENOR-NOTA
021900          MOVE SX-NOTA4 TO WRK-MENOR-NOTA
022000      END-IF.
022100  2200-EXIT.
022200      EXIT.
022300******************************************************************
022400* 3000-IMPRIMIR-RELATORIO
022500* PRINTS ONE LINE PER CONVOCADO IN EXTRACT ORDER, BREAKING
022600* ON TURMA FOR THE HEADER (COM A MEDIA MINIMA DO CTLPARM QUE
022700* O PROGCOB67 GRAVOU NO EXTRATO) AND THE SUBTOTAL
022800******************************************************************
022900  3000-IMPRIMIR-RELATORIO.
023000      MOVE 'N' TO WS-EOF-SW.
023100      PERFORM 2100-LER-E-SELECIONAR THRU 2100-EXIT.
023400      PERFORM 3100-PROCESSAR-REGISTRO THRU 3100-EXIT
023500          UNTIL WS-EOF.
023600      IF NOT WS-PRIMEIRA-TURMA
024000      EXIT.
024100******************************************************************
024200* 3100-PROCESSAR-REGISTRO
024300* PRINTS ONE EXTRACT CONVOCADO, WITH A TURMA BREAK WHEN THE
024400* CLASS SECTION CHANGES
024500******************************************************************
024600  3100-PROCESSAR-REGISTRO.
024700      IF SX-CLASS-SECTION NOT = WS-TURMA-ATUAL
024800          IF NOT WS-PRIMEIRA-TURMA
024900              PERFORM 3200-IMPRIMIR-SUBTOTAL THRU 3200-EXIT
025000          END-IF
025100          MOVE 'N' TO WS-PRIMEIRA-TURMA-SW
025200          MOVE SX-CLASS-SECTION TO WS-TURMA-ATUAL
025300          MOVE ZERO TO WS-TURMA-QTDE
025500          MOVE SX-CLASS-SECTION TO WH2-TURMA
025550          MOVE SX-TURMA-DESCRICAO TO WH2-DESCRICAO
025600          MOVE SX-PASSING-GRADE TO WH2-LIMITE
025700          WRITE CV-LINE FROM WS-HEADER-2
025800          WRITE CV-LINE FROM WS-HEADER-3
025900      END-IF.
026000      MOVE SX-STUDENT-ID TO WD-ID.
026100      MOVE SX-STUDENT-NAME TO WD-NOME.
026200      MOVE WRK-MENOR-NOTA TO WD-MENOR-NOTA.
026300      MOVE SX-MEDIA TO WD-MEDIA.
026400      WRITE CV-LINE FROM WS-DETAIL-LINE.
026500      ADD 1 TO WS-TURMA-QTDE.
026600      ADD 1 TO WS-TOTAL-CONVOCADOS.
026700      PERFORM 2100-LER-E-SELECIONAR THRU 2100-EXIT.
027000  3100-EXIT.
027100      EXIT.
028700******************************************************************
028800* 3200-IMPRIMIR-SUBTOTAL
028900* PRINTS THE CONVOCADO COUNT FOR THE TURMA JUST FINISHED
029800* PRINTS THE GRAND TOTAL AND CLOSES THE REPORT
029900******************************************************************
030000  8000-TERMINATE.
030050      PERFORM 9959-FECHAR-EXTRATO THRU 9959-EXIT.
030100      IF WS-EXTRATO-VALIDO
030150          MOVE WS-TOTAL-CONVOCADOS TO WF-TOTAL
030200          WRITE CV-LINE FROM WS-FOOTER-LINE
030250      END-IF.
030300      CLOSE CONVOCATION-REPORT-FILE.
030400      DISPLAY 'PROGCOB23 - TOTAL DE CONVOCADOS: '
030500          WS-TOTAL-CONVOCADOS.
030600  8000-EXIT.
030700      EXIT.
030800******************************************************************
030900* STUDENT EXTRACT ROUTINES (SEE EXTRRTN.CPY)
031000******************************************************************
031100  COPY EXTRRTN.
