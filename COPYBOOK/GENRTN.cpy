000100******************************************************************
000200* GENRTN.CPY
000300* PROCEDURE-DIVISION ROUTINES FOR THE GENERATION CATALOG - COPY
000400* TOGETHER WITH GENCAT.CPY (FD) AND GENWS.CPY (WORKING-STORAGE).
000500* 9930 CONTA UM REGISTRO GRAVADO NO ARQUIVO NOVO E SOMA O CAMPO
000600* DE DATA NO HASH (CAMPO NAO NUMERICO ENTRA COMO ZERO - O
000700* PROGCOB70 FAZ A MESMA CONTA NA CONFERENCIA). 9935 ACRESCENTA
000800* O EVENTO 'P' AO GENCAT (CRIA NA PRIMEIRA VEZ) COM O QUE FOI
000900* PRODUZIDO E OS CONTADORES DO PRODUTOR. SEM GENCAT O ARQUIVO
001000* NOVO FICA SEM REGISTRO E O PROGCOB70 NAO LIBERA A TROCA
001100*
001200* MODIFICATION HISTORY
001300* DATE       INIT  DESCRIPTION
001400* 15/10/2026 ALEX  ORIGINAL
001500******************************************************************
001600  9930-GERACAO-CONTAR.
001700      ADD 1 TO WS-GN-REGISTROS.
001800      IF WRK-GN-CAMPO-HASH-N NUMERIC
001900          ADD WRK-GN-CAMPO-HASH-N TO WS-GN-HASH
002000      END-IF.
002100  9930-EXIT.
002200      EXIT.
002300  9935-GERACAO-CATALOGAR.
002400      ACCEPT WRK-GN-HOJE FROM DATE YYYYMMDD.
002500      ACCEPT WRK-GN-HORA FROM TIME.
002600      OPEN EXTEND GENERATION-CATALOG-FILE.
002700      IF WS-GENCAT-NAO-EXISTE
002800          OPEN OUTPUT GENERATION-CATALOG-FILE
002900      END-IF.
003000      IF NOT WS-GENCAT-OK
003100          DISPLAY WRK-GN-PROGRAMA ' - ERRO AO ABRIR GENCAT: '
003200              WS-GENCAT-STATUS ' - ' WRK-GN-ARQUIVO
003300              ' NAO SERA TROCADO'
003400          GO TO 9935-ZERAR
003500      END-IF.
003600      MOVE SPACES TO GENERATION-CATALOG-RECORD.
003700      MOVE WRK-GN-ARQUIVO TO GC-ARQUIVO.
003800      MOVE 'P' TO GC-EVENTO.
003900      MOVE WRK-GN-PROGRAMA TO GC-PROGRAMA.
004000      MOVE WRK-GN-HOJE TO GC-DATA.
004100      MOVE WRK-GN-HORA-HHMMSS TO GC-HORA.
004200      MOVE ZERO TO GC-GERACAO.
004300      MOVE WS-GN-REGISTROS TO GC-QTDE-REGISTROS.
004400      MOVE WS-GN-HASH TO GC-HASH.
004500      MOVE WS-GN-LIDOS TO GC-QTDE-LIDOS.
004600      MOVE WS-GN-INCLUIDOS TO GC-QTDE-INCLUIDOS.
004700      MOVE WS-GN-EXCLUIDOS TO GC-QTDE-EXCLUIDOS.
004800      MOVE WS-GN-PRODUTOR-OK-SW TO GC-PRODUTOR-OK.
004900      IF NOT WS-GN-PRODUTOR-OK
005000          MOVE 'PRODUTOR TERMINOU COM ERRO' TO GC-MOTIVO
005100      END-IF.
005200      WRITE GENERATION-CATALOG-RECORD.
005300      IF NOT WS-GENCAT-OK
005400          DISPLAY WRK-GN-PROGRAMA ' - ERRO AO GRAVAR GENCAT: '
005500              WS-GENCAT-STATUS ' - ' WRK-GN-ARQUIVO
005600              ' NAO SERA TROCADO'
005700      ELSE
005800          DISPLAY WRK-GN-PROGRAMA ' - ' WRK-GN-ARQUIVO
005900              ' CATALOGADO NO GENCAT: ' WS-GN-REGISTROS
006000              ' REGISTROS'
006100      END-IF.
006200      CLOSE GENERATION-CATALOG-FILE.
006300  9935-ZERAR.
006400      MOVE ZERO TO WS-GN-REGISTROS WS-GN-HASH WS-GN-LIDOS
006500          WS-GN-INCLUIDOS WS-GN-EXCLUIDOS.
006600      MOVE 'S' TO WS-GN-PRODUTOR-OK-SW.
006700  9935-EXIT.
006800      EXIT.
