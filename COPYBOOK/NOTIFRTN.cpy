000100******************************************************************
000200* NOTIFRTN.CPY
000300* PROCEDURE-DIVISION ROUTINES FOR THE OUTBOUND NOTIFICATION FILE
000400* - COPY TOGETHER WITH NOTIFREC.CPY (FD) AND NOTIFWS.CPY
000500* (WORKING-STORAGE). 9910 ABRE O NOTIFOUT EM EXTEND (CRIA NA
000600* PRIMEIRA VEZ). 9915 USA O GUARDIAN-RECORD JA LIDO PELO
000700* CHAMADOR: UM REGISTRO 'S' SE O RESPONSAVEL ACEITOU SMS E TEM
000800* TELEFONE, UM 'E' SE ACEITOU E-MAIL E TEM ENDERECO, E UM 'P'
000900* (SO PAPEL) QUANDO NENHUM CANAL ELETRONICO SERVE
001000*
001100* MODIFICATION HISTORY
001200* DATE       INIT  DESCRIPTION
001300* 15/10/2026 ALEX  ORIGINAL
001400******************************************************************
001500  9910-ABRIR-NOTIFICACAO.
001600      MOVE 'N' TO WS-NOTIF-DISPONIVEL-SW.
001700      OPEN EXTEND NOTIF-FILE.
001800      IF WS-NOTIFOUT-NAO-EXISTE
001900          OPEN OUTPUT NOTIF-FILE
002000      END-IF.
002100      IF NOT WS-NOTIFOUT-OK
002200          DISPLAY WRK-NT-PROGRAMA ' - ERRO AO ABRIR NOTIFOUT: '
002300              WS-NOTIFOUT-STATUS ' - AVISOS SO EM PAPEL'
002400          GO TO 9910-EXIT
002500      END-IF.
002600      MOVE 'Y' TO WS-NOTIF-DISPONIVEL-SW.
002700  9910-EXIT.
002800      EXIT.
002900  9915-NOTIFICAR.
003000      IF NOT WS-NOTIF-DISPONIVEL
003100          GO TO 9915-EXIT
003200      END-IF.
003300      MOVE 'N' TO WS-NOTIF-ENVIADA-SW.
003400      ACCEPT WRK-HORA-NOTIF FROM TIME.
003500      MOVE WRK-DATA-YYYYMMDD TO NT-DATA.
003600      MOVE WRK-HORA-NOTIF-HHMMSS TO NT-HORA.
003700      MOVE WRK-NT-PROGRAMA TO NT-PROGRAMA.
003800      MOVE WRK-NT-EVENTO TO NT-EVENTO.
003900      MOVE GD-STUDENT-ID TO NT-STUDENT-ID.
004000      MOVE GD-NOME-RESPONSAVEL TO NT-NOME-RESPONSAVEL.
004100      MOVE WRK-NT-REFERENCIA TO NT-REFERENCIA.
004200      MOVE WRK-NT-MENSAGEM TO NT-MENSAGEM.
004300      IF GD-ACEITA-SMS AND GD-TELEFONE NOT = SPACES
004400          MOVE 'S' TO NT-CANAL
004500          MOVE GD-TELEFONE TO NT-DESTINO
004600          PERFORM 9917-GRAVAR-NOTIFICACAO THRU 9917-EXIT
004700      END-IF.
004800      IF GD-ACEITA-EMAIL AND GD-EMAIL NOT = SPACES
004900          MOVE 'E' TO NT-CANAL
005000          MOVE GD-EMAIL TO NT-DESTINO
005100          PERFORM 9917-GRAVAR-NOTIFICACAO THRU 9917-EXIT
005200      END-IF.
005300      IF NOT WS-NOTIF-ENVIADA
005400          MOVE 'P' TO NT-CANAL
005500          MOVE SPACES TO NT-DESTINO
005600          PERFORM 9917-GRAVAR-NOTIFICACAO THRU 9917-EXIT
005700      END-IF.
005800  9915-EXIT.
005900      EXIT.
006000  9917-GRAVAR-NOTIFICACAO.
006100      WRITE NOTIFICACAO-RECORD.
006200      IF NOT WS-NOTIFOUT-OK
006300          DISPLAY WRK-NT-PROGRAMA ' - ERRO AO GRAVAR NOTIFOUT: '
006400              WS-NOTIFOUT-STATUS ' ALUNO ' NT-STUDENT-ID
006500          GO TO 9917-EXIT
006600      END-IF.
006700      EVALUATE TRUE
006800          WHEN NT-CANAL-SMS
006900              ADD 1 TO WS-NOTIF-SMS
007000              MOVE 'Y' TO WS-NOTIF-ENVIADA-SW
007100          WHEN NT-CANAL-EMAIL
007200              ADD 1 TO WS-NOTIF-EMAIL
007300              MOVE 'Y' TO WS-NOTIF-ENVIADA-SW
007400          WHEN OTHER
007500              ADD 1 TO WS-NOTIF-PAPEL
007600      END-EVALUATE.
007700  9917-EXIT.
007800      EXIT.
007900  9919-FECHAR-NOTIFICACAO.
008000      IF WS-NOTIF-DISPONIVEL
008100          CLOSE NOTIF-FILE
008200          MOVE 'N' TO WS-NOTIF-DISPONIVEL-SW
008300      END-IF.
008400  9919-EXIT.
008500      EXIT.
