000100******************************************************************
000200* LGPDRTN.CPY
000300* PROCEDURE-DIVISION ROUTINES FOR THE LGPD TREATMENT LOG - COPY
000400* TOGETHER WITH LGPDREC.CPY (FD) AND LGPDWS.CPY (WORKING-
000500* STORAGE). 9900 ABRE O LGPDLOG EM EXTEND (CRIA NA PRIMEIRA
000600* VEZ); SEM LOG O CHAMADOR DEVE RECUSAR O TRATAMENTO, PORQUE
000700* DADO PESSOAL NAO PODE SER MEXIDO SEM REGISTRO. 9905 GRAVA UM
000800* REGISTRO COM A DATA DO RUN E A HORA CORRENTE
000900*
001000* MODIFICATION HISTORY
001100* DATE       INIT  DESCRIPTION
001200* 15/10/2026 ALEX  ORIGINAL
001300******************************************************************
001400  9900-ABRIR-LGPDLOG.
001500      MOVE 'N' TO WS-LGPD-DISPONIVEL-SW.
001600      OPEN EXTEND LGPD-LOG-FILE.
001700      IF WS-LGPDLOG-NAO-EXISTE
001800          OPEN OUTPUT LGPD-LOG-FILE
001900      END-IF.
002000      IF NOT WS-LGPDLOG-OK
002100          DISPLAY WRK-LG-PROGRAMA ' - ERRO AO ABRIR LGPDLOG: '
002200              WS-LGPDLOG-STATUS
002300          GO TO 9900-EXIT
002400      END-IF.
002500      MOVE 'Y' TO WS-LGPD-DISPONIVEL-SW.
002600  9900-EXIT.
002700      EXIT.
002800  9905-GRAVAR-LGPDLOG.
002900      IF NOT WS-LGPD-DISPONIVEL
003000          GO TO 9905-EXIT
003100      END-IF.
003200      ACCEPT WRK-HORA-LGPD FROM TIME.
003300      MOVE WRK-DATA-YYYYMMDD TO LG-DATA.
003400      MOVE WRK-HORA-LGPD-HHMMSS TO LG-HORA.
003500      MOVE WRK-LG-PROGRAMA TO LG-PROGRAMA.
003600      MOVE WRK-LG-ACAO TO LG-ACAO.
003700      MOVE WRK-LG-STUDENT-ID TO LG-STUDENT-ID.
003800      MOVE WRK-LG-ARQUIVO TO LG-ARQUIVO.
003900      MOVE WRK-LG-CHAVE TO LG-CHAVE.
004000      MOVE WRK-LG-BASE-LEGAL TO LG-BASE-LEGAL.
004100      MOVE WRK-LG-PROTOCOLO TO LG-PROTOCOLO.
004200      WRITE LGPD-LOG-RECORD.
004300      IF NOT WS-LGPDLOG-OK
004400          DISPLAY WRK-LG-PROGRAMA ' - ERRO AO GRAVAR LGPDLOG: '
004500              WS-LGPDLOG-STATUS ' ALUNO ' WRK-LG-STUDENT-ID
004600      END-IF.
004700  9905-EXIT.
004800      EXIT.
004900  9909-FECHAR-LGPDLOG.
005000      IF WS-LGPD-DISPONIVEL
005100          CLOSE LGPD-LOG-FILE
005200          MOVE 'N' TO WS-LGPD-DISPONIVEL-SW
005300      END-IF.
005400  9909-EXIT.
005500      EXIT.
