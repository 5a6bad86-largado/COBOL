000600  DATE-COMPILED.
000700******************************************************************
000800* AREA DE COMENTARIOS - REMARKS
000850* OBJETIVO: LER O EXTRATO ORDENADO DO STUDENT-MASTER (STUDEXT,
000900* GERADO PELO PROGCOB67 DEPOIS DO PROGCOB07) E
001000* IMPRIMIR, POR TURMA, A QUANTIDADE E O PERCENTUAL DE ALUNOS
001100* EM CADA CONCEITO A/B/C/D/F (SM-LETRA), COM A DISTRIBUICAO
001200* GERAL DA ESCOLA NO RODAPE - O PROGCOB11 SO MOSTRA MIN/MAX/
001600* MODIFICATION HISTORY
001700* DATE       INIT  DESCRIPTION
001800* 22/08/2026 ALEX  ORIGINAL
001820* 15/10/2026 ALEX  LE O EXTRATO STUDEXT DO PROGCOB67 (JA EM ORDEM
001840*                  DE TURMA) EM VEZ DE ORDENAR O STUDMAS - RECUSA
001860*                  O EXTRATO QUE NAO BATE COM A QTDE DO STUDMAS
001900******************************************************************
002000  ENVIRONMENT DIVISION.
002100  CONFIGURATION SECTION.
002300  OBJECT-COMPUTER. IBM-370.
002400  INPUT-OUTPUT SECTION.
002500  FILE-CONTROL.
002600      SELECT STUDENT-EXTRACT-FILE ASSIGN TO STUDEXT
002700          ORGANIZATION IS SEQUENTIAL
002800          FILE STATUS IS WS-STUDEXT-STATUS.
002900      SELECT BALANCE-FILE ASSIGN TO BALANCE
003000          ORGANIZATION IS SEQUENTIAL
003100          FILE STATUS IS WS-BALANCE-STATUS.
003110      SELECT STUDENT-MASTER-FILE ASSIGN TO STUDMAS
003120          ORGANIZATION IS INDEXED
003130          ACCESS MODE IS SEQUENTIAL
003140          RECORD KEY IS SM-STUDENT-ID
003150          FILE STATUS IS WS-EX-STUDMAS-STATUS.
003200      SELECT LETTER-REPORT-FILE ASSIGN TO LETRRPT
003300          ORGANIZATION IS LINE SEQUENTIAL
003400          FILE STATUS IS WS-LETRRPT-STATUS.
003500  DATA DIVISION.
003600  FILE SECTION.
003700  FD  STUDENT-EXTRACT-FILE
003800      LABEL RECORDS ARE STANDARD.
003900  COPY STUDEXT.
004000  FD  BALANCE-FILE
004100      LABEL RECORDS ARE STANDARD.
004200  COPY BALREC.
004250  FD  STUDENT-MASTER-FILE
004300      LABEL RECORDS ARE STANDARD.
004350  COPY STUDMAS.
004400  FD  LETTER-REPORT-FILE
004500      LABEL RECORDS ARE STANDARD.
004600  01  LT-LINE                     PIC X(80).
005400      05  WS-PRIMEIRA-TURMA-SW   PIC X(01) VALUE 'Y'.
005500          88  WS-PRIMEIRA-TURMA            VALUE 'Y'.
005600  01  WS-FILE-STATUSES.
006000      05  WS-LETRRPT-STATUS      PIC X(02) VALUE '00'.
006100          88  WS-LETRRPT-OK               VALUE '00'.
006120******************************************************************
006140* SORTED STUDENT EXTRACT (PROGCOB67)
006160******************************************************************
006180  COPY EXTRWS.
006200******************************************************************
006300* GROUP-BREAK CONTROL FIELDS - ONE TURMA'S LETTER COUNTS AT A
006400* TIME, PLUS THE SCHOOL-WIDE ACCUMULATORS
012300  01  WS-FOOTER-LABEL.
012400      05  FILLER                 PIC X(21)
012500          VALUE 'DISTRIBUICAO GERAL:'.
012520  01  WS-RECUSA-LINE.
012540      05  FILLER                 PIC X(27)
012560          VALUE 'STUDEXT RECUSADO - MOTIVO: '.
012580      05  WRC-MOTIVO             PIC X(50).
012600  PROCEDURE DIVISION.
012700******************************************************************
012800* 0000-MAINLINE
012900* READS THE GRADED STUDENTS FROM THE EXTRACT (ALREADY IN TURMA
013000* ORDER) AND PRINTS THE LETTER DISTRIBUTION REPORT
013100******************************************************************
013200  0000-MAINLINE.
013300      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013400      IF WS-EXTRATO-VALIDO
013500          PERFORM 3000-IMPRIMIR-RELATORIO THRU 3000-EXIT
013600      END-IF.
013800      PERFORM 8000-TERMINATE THRU 8000-EXIT.
013900      STOP RUN.
014000******************************************************************
014100* 1000-INITIALIZE
014150* OPENS THE REPORT AND WRITES ITS HEADERS, THEN OPENS THE
014200* STUDENT EXTRACT - A REFUSED EXTRACT IS NOTED ON THE REPORT
014250* INSTEAD OF THE DISTRIBUTION
014300******************************************************************
014400  1000-INITIALIZE.
014500      OPEN OUTPUT LETTER-REPORT-FILE.
014900      END-IF.
015000      WRITE LT-LINE FROM WS-HEADER-1.
015100      WRITE LT-LINE FROM WS-HEADER-2.
015110      MOVE 'PROGCOB22' TO WRK-EX-PROGRAMA.
015120      PERFORM 9950-ABRIR-EXTRATO THRU 9950-EXIT.
015130      IF NOT WS-EXTRATO-VALIDO
015140          MOVE WRK-EX-MOTIVO TO WRC-MOTIVO
015150          WRITE LT-LINE FROM WS-RECUSA-LINE
015160      END-IF.
015200  1000-EXIT.
015300      EXIT.
015400******************************************************************
015500* 2100-LER-E-SELECIONAR
015600* READS THE NEXT STUDENT FROM THE EXTRACT; A PENDING SM-LETRA
015700* STILL HAS NO CONCEITO TO DISTRIBUTE
015800******************************************************************
015900  2100-LER-E-SELECIONAR.
016000      PERFORM 9955-LER-EXTRATO THRU 9955-EXIT.
016100      IF WS-EXTRATO-FIM
016200          MOVE 'Y' TO WS-EOF-SW
016300          GO TO 2100-EXIT
016400      END-IF.
016500      IF SX-LETRA-PENDENTE
016600          GO TO 2100-LER-E-SELECIONAR
016700      END-IF.
016800  2100-EXIT.
016900      EXIT.
019700******************************************************************
019800* 3000-IMPRIMIR-RELATORIO
019900* ACCUMULATES THE LETTER COUNTS PER TURMA FROM THE EXTRACT,
020000* BREAKING ON CLASS SECTION
020200******************************************************************
020300  3000-IMPRIMIR-RELATORIO.
020400      MOVE 'N' TO WS-EOF-SW.
020500      PERFORM 2100-LER-E-SELECIONAR THRU 2100-EXIT.
020800      PERFORM 3100-PROCESSAR-REGISTRO THRU 3100-EXIT
020900          UNTIL WS-EOF.
021000      IF NOT WS-PRIMEIRA-TURMA
021400      EXIT.
021500******************************************************************
021600* 3100-PROCESSAR-REGISTRO
021700* ADDS ONE EXTRACT STUDENT TO THE CURRENT TURMA'S LETTER COUNTS,
021800* WITH A TURMA BREAK WHEN THE CLASS SECTION CHANGES
021900******************************************************************
022000  3100-PROCESSAR-REGISTRO.
022100      IF SX-CLASS-SECTION NOT = WS-TURMA-ATUAL
022200          IF NOT WS-PRIMEIRA-TURMA
022300              PERFORM 3200-IMPRIMIR-TURMA THRU 3200-EXIT
022400          END-IF
022500          MOVE 'N' TO WS-PRIMEIRA-TURMA-SW
022600          MOVE SX-CLASS-SECTION TO WS-TURMA-ATUAL
022700          MOVE ZERO TO WS-TURMA-QTDE WS-TURMA-QTDE-A
022800          MOVE ZERO TO WS-TURMA-QTDE-B WS-TURMA-QTDE-C
022900          MOVE ZERO TO WS-TURMA-QTDE-D WS-TURMA-QTDE-F
023000      END-IF.
023100      ADD 1 TO WS-TURMA-QTDE.
023200      ADD 1 TO WS-TOTAL-QTDE.
023300      IF SX-LETRA = 'A'
023400          ADD 1 TO WS-TURMA-QTDE-A
023500          ADD 1 TO WS-TOTAL-QTDE-A
023600      ELSE
023700          IF SX-LETRA = 'B'
023800              ADD 1 TO WS-TURMA-QTDE-B
023900              ADD 1 TO WS-TOTAL-QTDE-B
024000          ELSE
024100              IF SX-LETRA = 'C'
024200                  ADD 1 TO WS-TURMA-QTDE-C
024300                  ADD 1 TO WS-TOTAL-QTDE-C
024400              ELSE
024500                  IF SX-LETRA = 'D'
024600                      ADD 1 TO WS-TURMA-QTDE-D
024700                      ADD 1 TO WS-TOTAL-QTDE-D
024800                  ELSE
025200              END-IF
025300          END-IF
025400      END-IF.
025500      PERFORM 2100-LER-E-SELECIONAR THRU 2100-EXIT.
025800  3100-EXIT.
025900      EXIT.
026000******************************************************************
029300* REPORT
029400******************************************************************
029500  8000-TERMINATE.
029550      PERFORM 9959-FECHAR-EXTRATO THRU 9959-EXIT.
029600      IF WS-TOTAL-QTDE > ZERO
029700          WRITE LT-LINE FROM WS-FOOTER-LABEL
029800          MOVE 'GERAL' TO WD-TURMA
032400          WS-TOTAL-QTDE.
032500  8000-EXIT.
032600      EXIT.
032700******************************************************************
032800* STUDENT EXTRACT ROUTINES (SEE EXTRRTN.CPY)
032900******************************************************************
033000  COPY EXTRRTN.
