001900* PELO AUDMAS, ENQUANTO NAO HOUVER CARGA COMPLETA POSTERIOR
002000* AO ARQUIVAMENTO). O RELATORIO (ARCHRPT) PROVA PELOS TOTAIS
002100* QUE LIDOS = ARQUIVADOS + MANTIDOS
002120* O AUDITNEW PRODUZIDO VAI PARA O GENCAT (QTDE, HASH E
002140* CONTADORES) E O PROGCOB70 SO LIBERA A TROCA SE ELE CONFERIR
002200*
002300* MODIFICATION HISTORY
002400* DATE       INIT  DESCRIPTION
002520*                  DE 43 BYTES (CAMPOS DO REGISTRO 'L')
002530* 01/09/2026 ALEX  REGISTROS DE SAIDA ACOMPANHAM O AUDITREC
002540*                  DE 46 BYTES (AR-FALTAS-ABONADAS)
002550* 15/10/2026 ALEX  REGISTROS DE SAIDA ACOMPANHAM O AUDITREC
002560*                  DE 105 BYTES (REGISTROS 'C' E 'X')
002570* 15/10/2026 ALEX  REGISTRA NO GENCAT O AUDITNEW PRODUZIDO (QTDE,
002580*                  HASH E CONTADORES) PARA O PROGCOB70 CONFERIR
002590*                  ANTES DA TROCA
002600******************************************************************
002700  ENVIRONMENT DIVISION.
002800  CONFIGURATION SECTION.
004200      SELECT ARCHIVE-REPORT-FILE ASSIGN TO ARCHRPT
004300          ORGANIZATION IS LINE SEQUENTIAL
004400          FILE STATUS IS WS-ARCHRPT-STATUS.
004420      SELECT GENERATION-CATALOG-FILE ASSIGN TO GENCAT
004440          ORGANIZATION IS SEQUENTIAL
004460          FILE STATUS IS WS-GENCAT-STATUS.
004500  DATA DIVISION.
004600  FILE SECTION.
004700  FD  AUDIT-LOG-FILE
004900  COPY AUDITREC.
005000  FD  AUDIT-KEEP-FILE
005100      LABEL RECORDS ARE STANDARD.
005200  01  AK-RECORD                   PIC X(105).
005300  FD  AUDIT-ARCHIVE-FILE
005400      LABEL RECORDS ARE STANDARD.
005500  01  AH-RECORD                   PIC X(105).
005600  FD  ARCHIVE-REPORT-FILE
005700      LABEL RECORDS ARE STANDARD.
005800  01  AR-LINE                     PIC X(80).
005820  FD  GENERATION-CATALOG-FILE
005840      LABEL RECORDS ARE STANDARD.
005860  COPY GENCAT.
005900  WORKING-STORAGE SECTION.
006000******************************************************************
006100* SWITCHES AND FILE STATUS
012300  01  WS-BALANCE-OK-LINE.
012400      05  FILLER                 PIC X(44)
012500          VALUE 'ARQUIVAMENTO CONFERE - LIDOS = ARQ + MANT'.
012520******************************************************************
012540* GENERATION CATALOG FIELDS (SEE GENWS.CPY)
012560******************************************************************
012580  COPY GENWS.
012600  PROCEDURE DIVISION.
012700******************************************************************
012800* 0000-MAINLINE
015400              WS-AUDITLOG-STATUS ' / ' WS-AUDITNEW-STATUS
015500              ' / ' WS-AUDARCH-STATUS ' / ' WS-ARCHRPT-STATUS
015600          MOVE 'Y' TO WS-EOF-SW
015650          MOVE 'N' TO WS-GN-PRODUTOR-OK-SW
015700          GO TO 1000-EXIT
015800      END-IF.
015900      PERFORM 9810-FORMATAR-DDMMYYYY THRU 9810-EXIT.
017900              DISPLAY 'PROGCOB38 - ERRO AO GRAVAR AUDARCH: '
018000                  WS-AUDARCH-STATUS
018100              MOVE 'Y' TO WS-EOF-SW
018150              MOVE 'N' TO WS-GN-PRODUTOR-OK-SW
018200              GO TO 2000-EXIT
018300          END-IF
018400      ELSE
018500          WRITE AK-RECORD FROM AUDIT-RECORD
018600          IF WS-AUDITNEW-OK
018700              ADD 1 TO WS-AUDIT-MANTIDOS
018720              MOVE AR-DATA-EXECUCAO TO WRK-GN-CAMPO-HASH
018740              PERFORM 9930-GERACAO-CONTAR THRU 9930-EXIT
018800          ELSE
018900              DISPLAY 'PROGCOB38 - ERRO AO GRAVAR AUDITNEW: '
019000                  WS-AUDITNEW-STATUS
019100              MOVE 'Y' TO WS-EOF-SW
019150              MOVE 'N' TO WS-GN-PRODUTOR-OK-SW
019200              GO TO 2000-EXIT
019300          END-IF
019400      END-IF.
020900          DISPLAY 'PROGCOB38 - ERRO DE LEITURA AUDITLOG: '
021000              WS-AUDITLOG-STATUS
021100          MOVE 'Y' TO WS-EOF-SW
021150          MOVE 'N' TO WS-GN-PRODUTOR-OK-SW
021200          GO TO 2100-EXIT
021300      END-IF.
021400      ADD 1 TO WS-AUDIT-LIDOS.
021800* 8000-TERMINATE
021900* WRITES THE CONTROL COUNTS THAT PROVE NOTHING WAS DROPPED,
022000* CLOSES FILES AND SHOWS TOTALS
022020* AND CATALOGS THE AUDITNEW PRODUCED IN GENCAT (LIDOS =
022040* MANTIDOS + ARQUIVADOS, SO ARQUIVADOS GO AS EXCLUIDOS)
022100******************************************************************
022200  8000-TERMINATE.
022300      MOVE WS-AUDIT-LIDOS TO WF-LIDOS.
023200      END-IF.
023300      CLOSE AUDIT-LOG-FILE AUDIT-KEEP-FILE
023400          AUDIT-ARCHIVE-FILE ARCHIVE-REPORT-FILE.
023410      MOVE 'PROGCOB38' TO WRK-GN-PROGRAMA.
023420      MOVE 'AUDITNEW' TO WRK-GN-ARQUIVO.
023430      MOVE WS-AUDIT-LIDOS TO WS-GN-LIDOS.
023440      MOVE ZERO TO WS-GN-INCLUIDOS.
023450      MOVE WS-AUDIT-ARQUIVADOS TO WS-GN-EXCLUIDOS.
023460      PERFORM 9935-GERACAO-CATALOGAR THRU 9935-EXIT.
023500      DISPLAY 'PROGCOB38 - REGISTROS LIDOS....: '
023600          WS-AUDIT-LIDOS.
023700      DISPLAY 'PROGCOB38 - ARQUIVADOS.........: '
024400* SHARED DATE-FORMATTING ROUTINES (SEE DATERTN.CPY)
024500******************************************************************
024600  COPY DATERTN.
024700******************************************************************
024800* GENERATION-CATALOG ROUTINES (SEE GENRTN.CPY)
024900******************************************************************
025000  COPY GENRTN.
