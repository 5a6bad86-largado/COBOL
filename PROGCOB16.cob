001800* AUDITLOG. IMPRIME A LISTAGEM DO CALENDARIO PARA A SECRETARIA
001900* APROVAR ANTES DE JANEIRO - O ARQUIVO ERA MONTADO NA MAO E UM
002000* 20250231 DIGITADO ERRADO NUNCA CASAVA COM DATA NENHUMA
002020* O HOLIDNEW PRODUZIDO VAI PARA O GENCAT (QTDE, HASH E
002040* CONTADORES) E O PROGCOB70 SO LIBERA A TROCA SE ELE CONFERIR
002100*
002200* MODIFICATION HISTORY
002300* DATE       INIT  DESCRIPTION
002430*                  OPERADOR PRECISA SABER, NAO DESCOBRIR
002440* 22/08/2026 ALEX  TROCA GOBACK POR STOP RUN - O PROGRAMA NAO
002450*                  E CHAMADO PELA CADEIA NOTURNA
002460* 15/10/2026 ALEX  REGISTRA NO GENCAT O HOLIDNEW PRODUZIDO (QTDE,
002470*                  HASH E CONTADORES) PARA O PROGCOB70 CONFERIR
002480*                  ANTES DA TROCA; CONFERE A GRAVACAO DO HOLIDNEW
002500******************************************************************
002600  ENVIRONMENT DIVISION.
002700  CONFIGURATION SECTION.
004100      SELECT HOLIDAY-REPORT-FILE ASSIGN TO HOLRPT
004200          ORGANIZATION IS LINE SEQUENTIAL
004300          FILE STATUS IS WS-HOLRPT-STATUS.
004320      SELECT GENERATION-CATALOG-FILE ASSIGN TO GENCAT
004340          ORGANIZATION IS SEQUENTIAL
004360          FILE STATUS IS WS-GENCAT-STATUS.
004400  DATA DIVISION.
004500  FILE SECTION.
004600  FD  HOLIDAY-TRAN-FILE
005900  FD  HOLIDAY-REPORT-FILE
006000      LABEL RECORDS ARE STANDARD.
006100  01  HR-LINE                     PIC X(80).
006120  FD  GENERATION-CATALOG-FILE
006140      LABEL RECORDS ARE STANDARD.
006160  COPY GENCAT.
006200  WORKING-STORAGE SECTION.
006300******************************************************************
006400* SWITCHES
019600      05  FILLER                 PIC X(15)
019700          VALUE '  FIM SEMANA: '.
019800      05  WF-AVISOS              PIC ZZZZ9.
019820******************************************************************
019840* GENERATION CATALOG FIELDS (SEE GENWS.CPY)
019860******************************************************************
019880  COPY GENWS.
019900  PROCEDURE DIVISION.
020000******************************************************************
020100* 0000-MAINLINE
023500              WS-HOLIDNEW-STATUS ' / ' WS-HOLRPT-STATUS
023600          MOVE 'Y' TO WS-EOF-SW
023700          MOVE 'Y' TO WS-CAL-EOF-SW
023750          MOVE 'N' TO WS-GN-PRODUTOR-OK-SW
023800          GO TO 1000-EXIT
023900      END-IF.
024000      PERFORM 9810-FORMATAR-DDMMYYYY THRU 9810-EXIT.
026300          DISPLAY 'PROGCOB16 - ERRO DE LEITURA HOLIDCAL: '
026400              WS-HOLIDCAL-STATUS
026500          MOVE 'Y' TO WS-CAL-EOF-SW
026550          MOVE 'N' TO WS-GN-PRODUTOR-OK-SW
026600          GO TO 1100-EXIT
026700      END-IF.
026800      MOVE HC-DATA TO HN-DATA.
026900      MOVE HC-DESCRICAO TO HN-DESCRICAO.
027000      WRITE HOLIDAY-NEW-RECORD.
027010      IF WS-HOLIDNEW-OK
027020          MOVE HN-DATA TO WRK-GN-CAMPO-HASH
027030          PERFORM 9930-GERACAO-CONTAR THRU 9930-EXIT
027040      ELSE
027050          DISPLAY 'PROGCOB16 - ERRO AO GRAVAR HOLIDNEW: '
027060              WS-HOLIDNEW-STATUS
027070          MOVE 'N' TO WS-GN-PRODUTOR-OK-SW
027080      END-IF.
027100      IF WRK-QTDE-DATAS < 500
027200          ADD 1 TO WRK-QTDE-DATAS
027300          MOVE HC-DATA TO WRK-DATA-CAL (WRK-QTDE-DATAS)
029700          MOVE HX-DATA TO HN-DATA
029800          MOVE HX-DESCRICAO TO HN-DESCRICAO
029900          WRITE HOLIDAY-NEW-RECORD
029910          IF WS-HOLIDNEW-OK
029920              MOVE HN-DATA TO WRK-GN-CAMPO-HASH
029930              PERFORM 9930-GERACAO-CONTAR THRU 9930-EXIT
029940          ELSE
029950              DISPLAY 'PROGCOB16 - ERRO AO GRAVAR HOLIDNEW: '
029960                  WS-HOLIDNEW-STATUS
029970              MOVE 'N' TO WS-GN-PRODUTOR-OK-SW
029980          END-IF
030000          IF WRK-QTDE-DATAS < 500
030100              ADD 1 TO WRK-QTDE-DATAS
030200              MOVE HX-DATA TO WRK-DATA-CAL (WRK-QTDE-DATAS)
032100          DISPLAY 'PROGCOB16 - ERRO DE LEITURA HOLTRAN: '
032200              WS-HOLTRAN-STATUS
032300          MOVE 'Y' TO WS-EOF-SW
032350          MOVE 'N' TO WS-GN-PRODUTOR-OK-SW
032400          GO TO 2100-EXIT
032500      END-IF.
032600      ADD 1 TO WS-TRANS-LIDAS.
047900******************************************************************
048000* 8000-TERMINATE
048100* WRITES THE CONTROL-COUNT FOOTER, CLOSES FILES AND SHOWS TOTALS
048120* AND CATALOGS THE HOLIDNEW PRODUCED IN GENCAT (MANTIDOS ARE THE
048140* RECORDS READ, INCLUIDOS THE TRANSACTIONS ADDED)
048200******************************************************************
048300  8000-TERMINATE.
048400      MOVE WS-FERIADOS-MANTIDOS TO WF-MANTIDOS.
049100      IF WS-CAL-ABERTO
049200          CLOSE HOLIDAY-CAL-FILE
049300      END-IF.
049310      MOVE 'PROGCOB16' TO WRK-GN-PROGRAMA.
049320      MOVE 'HOLIDNEW' TO WRK-GN-ARQUIVO.
049330      MOVE WS-FERIADOS-MANTIDOS TO WS-GN-LIDOS.
049340      MOVE WS-FERIADOS-INCLUIDOS TO WS-GN-INCLUIDOS.
049350      MOVE ZERO TO WS-GN-EXCLUIDOS.
049360      PERFORM 9935-GERACAO-CATALOGAR THRU 9935-EXIT.
049400      DISPLAY 'PROGCOB16 - FERIADOS MANTIDOS....: '
049500          WS-FERIADOS-MANTIDOS.
049600      DISPLAY 'PROGCOB16 - FERIADOS INCLUIDOS...: '
050500* SHARED DATE-FORMATTING ROUTINES (SEE DATERTN.CPY)
050600******************************************************************
050700  COPY DATERTN.
050800******************************************************************
050900* GENERATION-CATALOG ROUTINES (SEE GENRTN.CPY)
051000******************************************************************
051100  COPY GENRTN.
