000600  DATE-COMPILED.
000700******************************************************************
000800* AREA DE COMENTARIOS - REMARKS
000850* OBJETIVO: LER O EXTRATO ORDENADO DO STUDENT-MASTER (STUDEXT,
000900* GERADO PELO PROGCOB67 DEPOIS DO PROGCOB07) E
001000* IMPRIMIR, POR TURMA, A MEDIA MINIMA/MAXIMA/MEDIA DA TURMA E
001100* A QUANTIDADE/PERCENTUAL DE APROVADOS E REPROVADOS - RODA
001200* DEPOIS DE UM LOTE DE CORRECAO PARA DAR UMA VISAO GERENCIAL
001740*                  ERA SOBRESCRITO A CADA PERIODO E NINGUEM
001750*                  CONSEGUIA RESPONDER SE UMA TURMA ESTAVA
001760*                  PIORANDO; O PROGCOB26 LE ESSE HISTORICO
001770* 15/10/2026 ALEX  APROVADO PELO CONSELHO DE CLASSE ('C')
001780*                  CONTA COMO APROVADO NA TURMA
001785* 15/10/2026 ALEX  LE O EXTRATO STUDEXT DO PROGCOB67 (JA EM ORDEM
001790*                  DE TURMA) EM VEZ DE ORDENAR O STUDMAS - RECUSA
001795*                  O EXTRATO QUE NAO BATE COM A QTDE DO STUDMAS
001800******************************************************************
001900  ENVIRONMENT DIVISION.
002000  CONFIGURATION SECTION.
002200  OBJECT-COMPUTER. IBM-370.
002300  INPUT-OUTPUT SECTION.
002400  FILE-CONTROL.
002500      SELECT STUDENT-EXTRACT-FILE ASSIGN TO STUDEXT
002600          ORGANIZATION IS SEQUENTIAL
002700          FILE STATUS IS WS-STUDEXT-STATUS.
002800      SELECT BALANCE-FILE ASSIGN TO BALANCE
002900          ORGANIZATION IS SEQUENTIAL
003000          FILE STATUS IS WS-BALANCE-STATUS.
003010      SELECT STUDENT-MASTER-FILE ASSIGN TO STUDMAS
003020          ORGANIZATION IS INDEXED
003030          ACCESS MODE IS SEQUENTIAL
003040          RECORD KEY IS SM-STUDENT-ID
003050          FILE STATUS IS WS-EX-STUDMAS-STATUS.
003100      SELECT CLASS-SUMMARY-REPORT-FILE ASSIGN TO CLASSRPT
003200          ORGANIZATION IS LINE SEQUENTIAL
003300          FILE STATUS IS WS-CLASSRPT-STATUS.
003330          FILE STATUS IS WS-CLASSHIS-STATUS.
003400  DATA DIVISION.
003500  FILE SECTION.
003600  FD  STUDENT-EXTRACT-FILE
003700      LABEL RECORDS ARE STANDARD.
003800  COPY STUDEXT.
003900  FD  BALANCE-FILE
004000      LABEL RECORDS ARE STANDARD.
004100  COPY BALREC.
004200  FD  STUDENT-MASTER-FILE
004300      LABEL RECORDS ARE STANDARD.
004400  COPY STUDMAS.
004600  FD  CLASS-SUMMARY-REPORT-FILE
004700      LABEL RECORDS ARE STANDARD.
004800  01  CR-LINE                     PIC X(80).
005600      05  WS-PRIMEIRA-TURMA-SW   PIC X(01) VALUE 'Y'.
005700          88  WS-PRIMEIRA-TURMA            VALUE 'Y'.
005800  01  WS-FILE-STATUSES.
006200      05  WS-CLASSRPT-STATUS     PIC X(02) VALUE '00'.
006300          88  WS-CLASSRPT-OK              VALUE '00'.
006310      05  WS-CLASSHIS-STATUS     PIC X(02) VALUE '00'.
006320          88  WS-CLASSHIS-OK              VALUE '00'.
006330          88  WS-CLASSHIS-NAO-EXISTE      VALUE '35'.
006340******************************************************************
006350* SORTED STUDENT EXTRACT (PROGCOB67)
006360******************************************************************
006370  COPY EXTRWS.
006400******************************************************************
006500* GROUP-BREAK CONTROL FIELDS - ONE TURMA'S RUNNING STATS AT
006600* A TIME, SINCE STUDEXT COMES IN SORTED TURMA ORDER
006700******************************************************************
006800  01  WS-TURMA-ATUAL              PIC X(06) VALUE SPACES.
006900  01  WS-TURMA-MIN-MEDIA          PIC 9(02) VALUE ZERO.
013400          VALUE 'PERCENTUAL GERAL APROVACAO: '.
013500      05  WF-TOTAL-PCT-APROV     PIC ZZ9.
013600      05  FILLER                 PIC X(01) VALUE '%'.
013620  01  WS-RECUSA-LINE.
013640      05  FILLER                 PIC X(27)
013660          VALUE 'STUDEXT RECUSADO - MOTIVO: '.
013680      05  WRC-MOTIVO             PIC X(50).
013700  PROCEDURE DIVISION.
013800******************************************************************
013900* 0000-MAINLINE
014000* READS THE GRADED STUDENTS FROM THE EXTRACT (ALREADY IN TURMA
014100* ORDER) AND PRINTS THE PER-TURMA STATISTICS REPORT
014200******************************************************************
014300  0000-MAINLINE.
014400      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014500      IF WS-EXTRATO-VALIDO
014600          PERFORM 3000-IMPRIMIR-RELATORIO THRU 3000-EXIT
014700      END-IF.
014900      PERFORM 8000-TERMINATE THRU 8000-EXIT.
015000      STOP RUN.
015100******************************************************************
015200* 1000-INITIALIZE
015250* OPENS THE CLASS SUMMARY REPORT AND WRITES ITS HEADERS, THEN
015300* OPENS THE STUDENT EXTRACT - A REFUSED EXTRACT IS NOTED ON
015350* THE REPORT INSTEAD OF THE STATISTICS
015400******************************************************************
015500  1000-INITIALIZE.
015510      ACCEPT WRK-DATA FROM DATE YYYYMMDD.
016095      END-IF.
016100      WRITE CR-LINE FROM WS-HEADER-1.
016200      WRITE CR-LINE FROM WS-HEADER-2.
016210      MOVE 'PROGCOB11' TO WRK-EX-PROGRAMA.
016220      PERFORM 9950-ABRIR-EXTRATO THRU 9950-EXIT.
016230      IF NOT WS-EXTRATO-VALIDO
016240          MOVE WRK-EX-MOTIVO TO WRC-MOTIVO
016250          WRITE CR-LINE FROM WS-RECUSA-LINE
016260      END-IF.
016300  1000-EXIT.
016400      EXIT.
016500******************************************************************
016600* 2100-LER-E-SELECIONAR
016700* READS THE NEXT STUDENT FROM THE EXTRACT; ONLY ALREADY-GRADED
016800* RECORDS ARE KEPT - A PENDING SM-SITUACAO WOULD SKEW THE
016900* STATS WITH A BOGUS MEDIA OF ZERO
017000******************************************************************
017100  2100-LER-E-SELECIONAR.
017200      PERFORM 9955-LER-EXTRATO THRU 9955-EXIT.
017300      IF WS-EXTRATO-FIM
017400          MOVE 'Y' TO WS-EOF-SW
017500          GO TO 2100-EXIT
017600      END-IF.
017700      IF SX-SITUACAO-PENDENTE
017800          GO TO 2100-LER-E-SELECIONAR
017900      END-IF.
018000  2100-EXIT.
018100      EXIT.
021000******************************************************************
021100* 3000-IMPRIMIR-RELATORIO
021200* ACCUMULATES AND PRINTS ONE SUMMARY LINE PER TURMA FROM THE
021300* EXTRACT, BREAKING ON CLASS SECTION
021400******************************************************************
021500  3000-IMPRIMIR-RELATORIO.
021600      MOVE 'N' TO WS-EOF-SW.
021700      PERFORM 2100-LER-E-SELECIONAR THRU 2100-EXIT.
022000      PERFORM 3100-PROCESSAR-REGISTRO THRU 3100-EXIT
022100          UNTIL WS-EOF.
022200      IF NOT WS-PRIMEIRA-TURMA
022600      EXIT.
022700******************************************************************
022800* 3100-PROCESSAR-REGISTRO
022900* ACCUMULATES ONE EXTRACT STUDENT INTO THE CURRENT TURMA'S
023000* RUNNING MIN/MAX/SUM AND APROVADO/REPROVADO COUNTS, WITH A
023100* TURMA BREAK WHEN THE CLASS SECTION CHANGES
023200******************************************************************
023300  3100-PROCESSAR-REGISTRO.
023400      IF SX-CLASS-SECTION NOT = WS-TURMA-ATUAL
023500          IF NOT WS-PRIMEIRA-TURMA
023600              PERFORM 3200-IMPRIMIR-SUBTOTAL THRU 3200-EXIT
023700          END-IF
023800          MOVE 'N' TO WS-PRIMEIRA-TURMA-SW
023900          MOVE SX-CLASS-SECTION TO WS-TURMA-ATUAL
024000          MOVE ZERO TO WS-TURMA-QTDE WS-TURMA-APROVADOS
024100          MOVE ZERO TO WS-TURMA-REPROVADOS WS-TURMA-SOMA-MEDIA
024200          MOVE SX-MEDIA TO WS-TURMA-MIN-MEDIA
024300          MOVE SX-MEDIA TO WS-TURMA-MAX-MEDIA
024400      END-IF.
024500      IF SX-MEDIA < WS-TURMA-MIN-MEDIA
024600          MOVE SX-MEDIA TO WS-TURMA-MIN-MEDIA
024700      END-IF.
024800      IF SX-MEDIA > WS-TURMA-MAX-MEDIA
024900          MOVE SX-MEDIA TO WS-TURMA-MAX-MEDIA
025000      END-IF.
025100      ADD SX-MEDIA TO WS-TURMA-SOMA-MEDIA.
025200      ADD 1 TO WS-TURMA-QTDE.
025300      ADD 1 TO WS-TOTAL-ALUNOS.
025400      IF SX-APROVADO
025500          ADD 1 TO WS-TURMA-APROVADOS
025600          ADD 1 TO WS-TOTAL-APROVADOS
025700      ELSE
025800          ADD 1 TO WS-TURMA-REPROVADOS
025900          ADD 1 TO WS-TOTAL-REPROVADOS
026000      END-IF.
026100      PERFORM 2100-LER-E-SELECIONAR THRU 2100-EXIT.
026400  3100-EXIT.
026500      EXIT.
026600******************************************************************
029300* PRINTS THE NETWORK-WIDE TOTALS AND CLOSES THE REPORT
029400******************************************************************
029500  8000-TERMINATE.
029550      PERFORM 9959-FECHAR-EXTRATO THRU 9959-EXIT.
029600      MOVE WS-TOTAL-ALUNOS TO WF-TOTAL-ALUNOS.
029700      MOVE WS-TOTAL-APROVADOS TO WF-TOTAL-APROVADOS.
029800      MOVE WS-TOTAL-REPROVADOS TO WF-TOTAL-REPROVADOS.
030100              WS-TOTAL-APROVADOS * 100 / WS-TOTAL-ALUNOS
030200      END-IF.
030300      MOVE WS-TOTAL-PCT-APROV TO WF-TOTAL-PCT-APROV.
030400      IF WS-EXTRATO-VALIDO
030420          WRITE CR-LINE FROM WS-FOOTER-LINE
030440      END-IF.
030500      CLOSE CLASS-SUMMARY-REPORT-FILE CLASS-HISTORY-FILE.
030600      DISPLAY 'PROGCOB11 - TURMAS RELATADAS..: ' WS-TOTAL-TURMAS.
030700      DISPLAY 'PROGCOB11 - TOTAL DE ALUNOS...: ' WS-TOTAL-ALUNOS.
031100* SHARED DATE-FORMATTING ROUTINES (SEE DATERTN.CPY)
031200******************************************************************
031300  COPY DATERTN.
031400******************************************************************
031500* STUDENT EXTRACT ROUTINES (SEE EXTRRTN.CPY)
031600******************************************************************
031700  COPY EXTRRTN.
