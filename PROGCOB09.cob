000600  DATE-COMPILED.
000700******************************************************************
000800* AREA DE COMENTARIOS - REMARKS
000850* OBJETIVO: LER O EXTRATO ORDENADO DO STUDENT-MASTER (STUDEXT,
000900* GERADO PELO PROGCOB67 DEPOIS DO PROGCOB07) E
001000* IMPRIMIR UM RELATORIO DE EXCECAO SO COM OS ALUNOS ATUALMENTE
001100* REPROVADOS, AGRUPADOS E SUBTOTALIZADOS POR TURMA, EM ORDEM
001200* DECRESCENTE DE MEDIA DENTRO DE CADA TURMA
001900*                  QUE PASSOU DEPOIS NA RECUPERACAO TINHA UM
002000*                  REGISTRO 'O' ANTIGO NO AUDITLOG QUE CONTINUAVA
002100*                  APARECENDO NESTA EXCECAO MESMO JA APROVADO
002120* 15/10/2026 ALEX  LE O EXTRATO STUDEXT DO PROGCOB67 (JA ORDENADO
002140*                  E COM A DESCRICAO DA TURMA) EM VEZ DE ORDENAR
002160*                  O STUDMAS E CONSULTAR O TURMMAS - RECUSA O
002180*                  EXTRATO QUE NAO BATE COM A QTDE DO STUDMAS
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
003410      SELECT STUDENT-MASTER-FILE ASSIGN TO STUDMAS
003420          ORGANIZATION IS INDEXED
003430          ACCESS MODE IS SEQUENTIAL
003440          RECORD KEY IS SM-STUDENT-ID
003450          FILE STATUS IS WS-EX-STUDMAS-STATUS.
003500      SELECT EXCEPTION-REPORT-FILE ASSIGN TO EXCRPT
003600          ORGANIZATION IS LINE SEQUENTIAL
003700          FILE STATUS IS WS-EXCRPT-STATUS.
003800  DATA DIVISION.
003900  FILE SECTION.
004000  FD  STUDENT-EXTRACT-FILE
004100      LABEL RECORDS ARE STANDARD.
004200  COPY STUDEXT.
004300  FD  BALANCE-FILE
004400      LABEL RECORDS ARE STANDARD.
004500  COPY BALREC.
004600  FD  STUDENT-MASTER-FILE
004700      LABEL RECORDS ARE STANDARD.
004800  COPY STUDMAS.
005200  FD  EXCEPTION-REPORT-FILE
005300      LABEL RECORDS ARE STANDARD.
005400  01  ER-LINE                     PIC X(80).
005500  WORKING-STORAGE SECTION.
005600******************************************************************
005700* SWITCHES AND FILE STATUS
006200      05  WS-PRIMEIRA-TURMA-SW   PIC X(01) VALUE 'Y'.
006300          88  WS-PRIMEIRA-TURMA            VALUE 'Y'.
006400  01  WS-FILE-STATUSES.
006800      05  WS-EXCRPT-STATUS       PIC X(02) VALUE '00'.
006900          88  WS-EXCRPT-OK                VALUE '00'.
006920******************************************************************
006940* SORTED STUDENT EXTRACT (PROGCOB67)
006960******************************************************************
006980  COPY EXTRWS.
007000******************************************************************
007100* GROUP-BREAK CONTROL FIELDS
007200******************************************************************
010500      05  FILLER                 PIC X(24)
010600          VALUE 'TOTAL GERAL REPROVADOS: '.
010700      05  WF-TOTAL               PIC ZZZZ9.
010720  01  WS-RECUSA-LINE.
010740      05  FILLER                 PIC X(27)
010760          VALUE 'STUDEXT RECUSADO - MOTIVO: '.
010780      05  WRC-MOTIVO             PIC X(50).
010800  PROCEDURE DIVISION.
010900******************************************************************
011000* 0000-MAINLINE
011100* READS THE REPROVADO RECORDS FROM THE EXTRACT (ALREADY IN
011200* TURMA/MEDIA ORDER) AND PRINTS THE GROUPED EXCEPTION REPORT
011300******************************************************************
011400  0000-MAINLINE.
011500      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011600      IF WS-EXTRATO-VALIDO
011700          PERFORM 3000-IMPRIMIR-RELATORIO THRU 3000-EXIT
011800      END-IF.
012100      PERFORM 8000-TERMINATE THRU 8000-EXIT.
012200      STOP RUN.
012300******************************************************************
012400* 1000-INITIALIZE
012450* OPENS THE EXCEPTION REPORT AND THE STUDENT EXTRACT - A
012500* REFUSED EXTRACT IS NOTED ON THE REPORT INSTEAD OF THE LIST
012600******************************************************************
012700  1000-INITIALIZE.
012800      OPEN OUTPUT EXCEPTION-REPORT-FILE.
013000          DISPLAY 'PROGCOB09 - ERRO AO ABRIR EXCRPT: '
013100              WS-EXCRPT-STATUS
013200      END-IF.
013220      WRITE ER-LINE FROM WS-HEADER-1.
013240      MOVE 'PROGCOB09' TO WRK-EX-PROGRAMA.
013260      PERFORM 9950-ABRIR-EXTRATO THRU 9950-EXIT.
013280      IF NOT WS-EXTRATO-VALIDO
013300          MOVE WRK-EX-MOTIVO TO WRC-MOTIVO
013320          WRITE ER-LINE FROM WS-RECUSA-LINE
013340      END-IF.
013400  1000-EXIT.
013500      EXIT.
013600******************************************************************
013700* 2100-LER-E-SELECIONAR
013800* READS THE NEXT STUDENT FROM THE EXTRACT, SKIPPING ALL BUT
013900* THOSE CURRENTLY REPROVADO - THIS IS THE LIVE SM-SITUACAO AS
014000* OF THE EXTRACT, SO A STUDENT WHO LATER PASSED ON THE
014100* RECUPERACAO NO LONGER SHOWS UP HERE THE WAY A STALE AUDITLOG
014200* RECORD WOULD
014300******************************************************************
014400  2100-LER-E-SELECIONAR.
014500      PERFORM 9955-LER-EXTRATO THRU 9955-EXIT.
014600      IF WS-EXTRATO-FIM
014700          MOVE 'Y' TO WS-EOF-SW
014800          GO TO 2100-EXIT
014900      END-IF.
015000      IF NOT SX-REPROVADO
015100          GO TO 2100-LER-E-SELECIONAR
015200      END-IF.
015300  2100-EXIT.
015400      EXIT.
018600******************************************************************
018700* 3000-IMPRIMIR-RELATORIO
018800* PRINTS ONE DETAIL LINE PER REPROVADO IN EXTRACT ORDER,
018900* BREAKING ON TURMA FOR A HEADER AND A SUBTOTAL
019000******************************************************************
019100  3000-IMPRIMIR-RELATORIO.
019200      MOVE 'N' TO WS-EOF-SW.
019300      PERFORM 2100-LER-E-SELECIONAR THRU 2100-EXIT.
019600      PERFORM 3100-PROCESSAR-REGISTRO THRU 3100-EXIT
019700          UNTIL WS-EOF.
019800      IF NOT WS-PRIMEIRA-TURMA
020200      EXIT.
020300******************************************************************
020400* 3100-PROCESSAR-REGISTRO
020500* PRINTS ONE EXTRACT DETAIL LINE, WITH A TURMA BREAK WHEN THE
020600* CLASS SECTION CHANGES
020700******************************************************************
020800  3100-PROCESSAR-REGISTRO.
020900      IF SX-CLASS-SECTION NOT = WS-TURMA-ATUAL
021000          IF NOT WS-PRIMEIRA-TURMA
021100              PERFORM 3200-IMPRIMIR-SUBTOTAL THRU 3200-EXIT
021200          END-IF
021300          MOVE 'N' TO WS-PRIMEIRA-TURMA-SW
021400          MOVE SX-CLASS-SECTION TO WS-TURMA-ATUAL
021500          MOVE ZERO TO WS-TURMA-QTDE
021600          MOVE SX-CLASS-SECTION TO WH2-TURMA
021650          MOVE SX-TURMA-DESCRICAO TO WH2-DESCRICAO
021700          WRITE ER-LINE FROM WS-HEADER-2
021800      END-IF.
021900      MOVE SX-STUDENT-ID TO WD-ID.
022000      MOVE SX-NOTA1 TO WD-N1.
022100      MOVE SX-NOTA2 TO WD-N2.
022200      MOVE SX-NOTA3 TO WD-N3.
022300      MOVE SX-NOTA4 TO WD-N4.
022400      MOVE SX-MEDIA TO WD-MEDIA.
022500      WRITE ER-LINE FROM WS-DETAIL-LINE.
022600      ADD 1 TO WS-TURMA-QTDE.
022700      ADD 1 TO WS-TOTAL-REPROVADOS.
022800      PERFORM 2100-LER-E-SELECIONAR THRU 2100-EXIT.
023100  3100-EXIT.
023200      EXIT.
023300******************************************************************
024400* PRINTS THE GRAND TOTAL AND CLOSES THE REPORT
024500******************************************************************
024600  8000-TERMINATE.
024650      PERFORM 9959-FECHAR-EXTRATO THRU 9959-EXIT.
024700      IF WS-EXTRATO-VALIDO
024750          MOVE WS-TOTAL-REPROVADOS TO WF-TOTAL
024800          WRITE ER-LINE FROM WS-FOOTER-LINE
024850      END-IF.
024900      CLOSE EXCEPTION-REPORT-FILE.
025000      DISPLAY 'PROGCOB09 - TOTAL DE REPROVADOS NO RELATORIO: '
025100          WS-TOTAL-REPROVADOS.
025200  8000-EXIT.
025300      EXIT.
025400******************************************************************
025500* STUDENT EXTRACT ROUTINES (SEE EXTRRTN.CPY)
025600******************************************************************
025700  COPY EXTRRTN.
