001900* COORDENACAO CONFERIR E ASSINAR. QUEM LE ESTE ARQUIVO SAO O
002000* PROGCOB13 (JANELA DE LANCAMENTO), O PROGCOB14 (BIMESTRE DA
002100* FREQUENCIA) E O PROGCOB24 (ANO/PERIODO DO FECHAMENTO)
002120* O CALNEW PRODUZIDO VAI PARA O GENCAT (QTDE, HASH E
002140* CONTADORES) E O PROGCOB70 SO LIBERA A TROCA SE ELE CONFERIR
002200*
002300* MODIFICATION HISTORY
002400* DATE       INIT  DESCRIPTION
002540*                  ACABARIA DERRUBANDO JUSTO OS PERIODOS MAIS
002550*                  NOVOS E O FECHAMENTO FECHARIA SOB CHAVE
002560*                  ERRADA
002570* 15/10/2026 ALEX  REGISTRA NO GENCAT O CALNEW PRODUZIDO (QTDE,
002580*                  HASH E CONTADORES) PARA O PROGCOB70 CONFERIR
002590*                  ANTES DA TROCA; CONFERE A GRAVACAO DO CALNEW
002600******************************************************************
002700  ENVIRONMENT DIVISION.
002800  CONFIGURATION SECTION.
004200      SELECT CALENDAR-LIST-FILE ASSIGN TO CALLIST
004300          ORGANIZATION IS LINE SEQUENTIAL
004400          FILE STATUS IS WS-CALLIST-STATUS.
004420      SELECT GENERATION-CATALOG-FILE ASSIGN TO GENCAT
004440          ORGANIZATION IS SEQUENTIAL
004460          FILE STATUS IS WS-GENCAT-STATUS.
004500  DATA DIVISION.
004600  FILE SECTION.
004700  FD  CALENDAR-TRAN-FILE
006000  FD  CALENDAR-LIST-FILE
006100      LABEL RECORDS ARE STANDARD.
006200  01  CL-LINE                     PIC X(80).
006220  FD  GENERATION-CATALOG-FILE
006240      LABEL RECORDS ARE STANDARD.
006260  COPY GENCAT.
006300  WORKING-STORAGE SECTION.
006400******************************************************************
006500* SWITCHES
015500      05  FILLER                 PIC X(14)
015600          VALUE '  REJEITADOS: '.
015700      05  WF-REJEITADOS          PIC ZZZZ9.
015720******************************************************************
015740* GENERATION CATALOG FIELDS (SEE GENWS.CPY)
015760******************************************************************
015780  COPY GENWS.
015800  PROCEDURE DIVISION.
015900******************************************************************
016000* 0000-MAINLINE
018600              ' / ' WS-CALLIST-STATUS
018700          MOVE 'Y' TO WS-EOF-SW
018800          MOVE 'Y' TO WS-CAL-EOF-SW
018850          MOVE 'N' TO WS-GN-PRODUTOR-OK-SW
018900          GO TO 1000-EXIT
019000      END-IF.
019100      PERFORM 9810-FORMATAR-DDMMYYYY THRU 9810-EXIT.
020400              WS-CALLETIV-STATUS
020500          MOVE 'Y' TO WS-EOF-SW
020600          MOVE 'Y' TO WS-CAL-EOF-SW
020650          MOVE 'N' TO WS-GN-PRODUTOR-OK-SW
020700      END-IF.
020800  1000-EXIT.
020900      EXIT.
022300          DISPLAY 'PROGCOB42 - ERRO DE LEITURA CALLETIV: '
022400              WS-CALLETIV-STATUS
022500          MOVE 'Y' TO WS-CAL-EOF-SW
022550          MOVE 'N' TO WS-GN-PRODUTOR-OK-SW
022600          CLOSE CALENDAR-FILE
022700          GO TO 2000-EXIT
022800      END-IF.
022894      END-IF.
022900      MOVE CALENDAR-RECORD TO CN-RECORD.
022910      WRITE CN-RECORD.
022920      IF WS-CALNEW-OK
022930          MOVE CN-DATA-INICIO TO WRK-GN-CAMPO-HASH
022940          PERFORM 9930-GERACAO-CONTAR THRU 9930-EXIT
022950      ELSE
022960          DISPLAY 'PROGCOB42 - ERRO AO GRAVAR CALNEW: '
022970              WS-CALNEW-STATUS
022980          MOVE 'N' TO WS-GN-PRODUTOR-OK-SW
022990      END-IF.
023000      ADD 1 TO WS-EXISTENTES-MANTIDOS.
023100      PERFORM 5000-GUARDAR-CHAVE THRU 5000-EXIT.
023600      MOVE 'JA CADASTRADO' TO WD-OBSERVACAO.
025200          DISPLAY 'PROGCOB42 - ERRO DE LEITURA CALTRAN: '
025300              WS-CALTRAN-STATUS
025400          MOVE 'Y' TO WS-EOF-SW
025450          MOVE 'N' TO WS-GN-PRODUTOR-OK-SW
025500          GO TO 3000-EXIT
025600      END-IF.
025700      ADD 1 TO WS-TRANS-LIDAS.
027000          MOVE CT-DATA-INICIO TO CN-DATA-INICIO
027100          MOVE CT-DATA-FIM TO CN-DATA-FIM
027200          WRITE CN-RECORD
027210          IF WS-CALNEW-OK
027220              MOVE CN-DATA-INICIO TO WRK-GN-CAMPO-HASH
027230              PERFORM 9930-GERACAO-CONTAR THRU 9930-EXIT
027240          ELSE
027250              DISPLAY 'PROGCOB42 - ERRO AO GRAVAR CALNEW: '
027260                  WS-CALNEW-STATUS
027270              MOVE 'N' TO WS-GN-PRODUTOR-OK-SW
027280          END-IF
027300          PERFORM 5000-GUARDAR-CHAVE THRU 5000-EXIT
027400          MOVE 'INCLUIDO' TO WD-OBSERVACAO
027500      END-IF.
037500******************************************************************
037600* 8000-TERMINATE
037700* WRITES THE CONTROL-COUNT FOOTER, CLOSES FILES AND SHOWS
037800* TOTALS, AND CATALOGS THE CALNEW PRODUCED IN GENCAT - THE
037820* WINDOWS READ ARE MANTIDOS + EXPURGADOS, THE EXPURGADOS GO AS
037840* EXCLUIDOS AND THE ACCEPTED TRANSACTIONS AS INCLUIDOS
037900******************************************************************
038000  8000-TERMINATE.
038100      MOVE WS-EXISTENTES-MANTIDOS TO WF-MANTIDOS.
038400      WRITE CL-LINE FROM WS-FOOTER-LINE.
038500      CLOSE CALENDAR-TRAN-FILE CALENDAR-NEW-FILE
038600          CALENDAR-LIST-FILE.
038610      MOVE 'PROGCOB42' TO WRK-GN-PROGRAMA.
038620      MOVE 'CALNEW' TO WRK-GN-ARQUIVO.
038630      COMPUTE WS-GN-LIDOS = WS-EXISTENTES-MANTIDOS
038640          + WS-EXPURGADOS.
038650      MOVE WS-TRANS-ACEITAS TO WS-GN-INCLUIDOS.
038660      MOVE WS-EXPURGADOS TO WS-GN-EXCLUIDOS.
038670      PERFORM 9935-GERACAO-CATALOGAR THRU 9935-EXIT.
038700      DISPLAY 'PROGCOB42 - EXISTENTES MANTIDOS...: '
038800          WS-EXISTENTES-MANTIDOS.
038810      DISPLAY 'PROGCOB42 - EXPURGADOS (ANO VELHO).: '
039800* SHARED DATE-FORMATTING ROUTINES (SEE DATERTN.CPY)
039900******************************************************************
040000  COPY DATERTN.
040100******************************************************************
040200* GENERATION-CATALOG ROUTINES (SEE GENRTN.CPY)
040300******************************************************************
040400  COPY GENRTN.
