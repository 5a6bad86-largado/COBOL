000100******************************************************************
000200* EXTRRTN.CPY
000300* PROCEDURE-DIVISION ROUTINES FOR READING THE SORTED STUDENT
000400* EXTRACT - COPY TOGETHER WITH STUDEXT.CPY (FD) AND EXTRWS.CPY
000500* (WORKING-STORAGE). 9950 SO LIBERA O EXTRATO QUANDO O
000600* CABECALHO E VALIDO, E DE HOJE, E A QUANTIDADE DE ALUNOS DELE
000700* BATE COM O ULTIMO LIDOS DO PROGCOB07 GRAVADO HOJE NO BALANCE
000750* (9952) E COM O STUDMAS CONTADO NA HORA (9954) - SE NAO BATER,
000800* O STUDMAS GANHOU OU PERDEU ALUNOS DEPOIS DO EXTRATO (OU O
000900* EXTRATO E DE OUTRO DIA) E O RELATORIO NAO PODE SAIR DELE.
001000* RECUSA DEIXA RETURN-CODE 8. 9955 SOMA OS DETALHES E PARA NO
001100* TRAILER; 9959 CONFERE QTDE E SOMA DAS MEDIAS COM O TRAILER E
001200* COM O CABECALHO - EXTRATO TRUNCADO TAMBEM E RETURN-CODE 8
001300*
001400* MODIFICATION HISTORY
001500* DATE       INIT  DESCRIPTION
001600* 15/10/2026 ALEX  ORIGINAL
001700******************************************************************
001800  9950-ABRIR-EXTRATO.
001900      MOVE 'N' TO WS-EXTRATO-VALIDO-SW.
002000      MOVE 'Y' TO WS-EXTRATO-FIM-SW.
002100      MOVE 'N' TO WS-EXTRATO-CONFERE-SW.
002200      MOVE ZERO TO WS-EX-DETALHES-LIDOS WS-EX-SOMA-MEDIAS.
002300      ACCEPT WRK-EX-HOJE FROM DATE YYYYMMDD.
002400      OPEN INPUT STUDENT-EXTRACT-FILE.
002500      IF NOT WS-STUDEXT-OK
002600          MOVE 'STUDEXT AUSENTE OU ILEGIVEL' TO WRK-EX-MOTIVO
002700          GO TO 9950-RECUSAR
002800      END-IF.
002900      MOVE 'Y' TO WS-EXTRATO-ABERTO-SW.
003000      READ STUDENT-EXTRACT-FILE
003100          AT END
003200              MOVE 'STUDEXT VAZIO' TO WRK-EX-MOTIVO
003300              GO TO 9950-RECUSAR
003400      END-READ.
003500      IF NOT WS-STUDEXT-OK OR NOT SX-CABECALHO
003600          MOVE 'STUDEXT SEM CABECALHO' TO WRK-EX-MOTIVO
003700          GO TO 9950-RECUSAR
003800      END-IF.
003900      IF NOT SX-H-VALIDO
004000          MOVE 'STUDEXT GERADO SEM BATER COM O PROGCOB07'
004100              TO WRK-EX-MOTIVO
004200          GO TO 9950-RECUSAR
004300      END-IF.
004400      IF SX-H-DATA-GERACAO NOT = WRK-EX-HOJE
004500          MOVE 'STUDEXT NAO E DE HOJE - RODAR O PROGCOB67'
004600              TO WRK-EX-MOTIVO
004700          GO TO 9950-RECUSAR
004800      END-IF.
004900      MOVE SX-H-QTDE-STUDMAS TO WRK-EX-QTDE-CABECALHO.
005000      PERFORM 9952-BUSCAR-LIDOS-P07 THRU 9952-EXIT.
005050      IF NOT WS-EX-P07-ACHADO
005100          MOVE 'SEM CONTADOR LIDOS DO PROGCOB07 HOJE NO BALANCE'
005150              TO WRK-EX-MOTIVO
005200          GO TO 9950-RECUSAR
005250      END-IF.
005300      IF WRK-EX-P07-LIDOS NOT = WRK-EX-QTDE-CABECALHO
005350          MOVE 'STUDEXT NAO BATE COM O LIDOS DO PROGCOB07'
005400              TO WRK-EX-MOTIVO
005450          GO TO 9950-RECUSAR
005500      END-IF.
005550      PERFORM 9954-CONTAR-STUDMAS THRU 9954-EXIT.
005600      IF NOT WS-EX-SM-CONTADO
005650          MOVE 'STUDMAS AUSENTE OU ILEGIVEL NA CONTAGEM'
005700              TO WRK-EX-MOTIVO
005750          GO TO 9950-RECUSAR
005800      END-IF.
005850      IF WS-EX-SM-CONTADOS NOT = WRK-EX-QTDE-CABECALHO
005900          MOVE 'STUDMAS MUDOU APOS O STUDEXT - RODAR O PROGCOB67'
005950              TO WRK-EX-MOTIVO
006000          GO TO 9950-RECUSAR
006050      END-IF.
006100      MOVE 'Y' TO WS-EXTRATO-VALIDO-SW.
006200      MOVE 'N' TO WS-EXTRATO-FIM-SW.
006400      GO TO 9950-EXIT.
006500  9950-RECUSAR.
006600      DISPLAY WRK-EX-PROGRAMA ' - EXTRATO RECUSADO: '
006700          WRK-EX-MOTIVO.
006800      MOVE 8 TO RETURN-CODE.
006900  9950-EXIT.
007000      EXIT.
007100  9952-BUSCAR-LIDOS-P07.
007200      MOVE 'N' TO WS-EX-P07-ACHADO-SW.
007300      MOVE 'N' TO WS-EX-BAL-FIM-SW.
007400      OPEN INPUT BALANCE-FILE.
007500      IF NOT WS-BALANCE-OK
007600          GO TO 9952-EXIT
007700      END-IF.
007800      PERFORM 9953-LER-BALANCE-P07 THRU 9953-EXIT
007900          UNTIL WS-EX-BAL-FIM.
008000      CLOSE BALANCE-FILE.
008100  9952-EXIT.
008200      EXIT.
008300  9953-LER-BALANCE-P07.
008400      READ BALANCE-FILE
008500          AT END
008600              MOVE 'Y' TO WS-EX-BAL-FIM-SW
008700              GO TO 9953-EXIT
008800      END-READ.
008900      IF NOT WS-BALANCE-OK
009000          MOVE 'Y' TO WS-EX-BAL-FIM-SW
009100          GO TO 9953-EXIT
009200      END-IF.
009300      IF BF-PROGRAMA = 'PROGCOB07'
009400          AND BF-CONTADOR = 'LIDOS'
009500          AND BF-DATA-EXECUCAO = WRK-EX-HOJE
009600          MOVE BF-VALOR TO WRK-EX-P07-LIDOS
009700          MOVE 'Y' TO WS-EX-P07-ACHADO-SW
009800      END-IF.
009900  9953-EXIT.
010000      EXIT.
010005  9954-CONTAR-STUDMAS.
010010      MOVE 'N' TO WS-EX-SM-CONTADO-SW.
010015      MOVE 'N' TO WS-EX-SM-FIM-SW.
010020      MOVE ZERO TO WS-EX-SM-CONTADOS.
010025      OPEN INPUT STUDENT-MASTER-FILE.
010030      IF NOT WS-EX-STUDMAS-OK
010035          GO TO 9954-EXIT
010040      END-IF.
010045      MOVE 'Y' TO WS-EX-SM-CONTADO-SW.
010050      PERFORM 9956-LER-STUDMAS THRU 9956-EXIT
010055          UNTIL WS-EX-SM-FIM.
010060      CLOSE STUDENT-MASTER-FILE.
010065  9954-EXIT.
010070      EXIT.
010100  9955-LER-EXTRATO.
010200      READ STUDENT-EXTRACT-FILE
010300          AT END
010400              MOVE 'Y' TO WS-EXTRATO-FIM-SW
010500              GO TO 9955-EXIT
010600      END-READ.
010700      IF NOT WS-STUDEXT-OK
010800          DISPLAY WRK-EX-PROGRAMA ' - ERRO DE LEITURA STUDEXT: '
010900              WS-STUDEXT-STATUS
011000          MOVE 'Y' TO WS-EXTRATO-FIM-SW
011100          GO TO 9955-EXIT
011200      END-IF.
011300      IF SX-RODAPE
011400          MOVE 'Y' TO WS-EXTRATO-FIM-SW
011500          IF SX-T-QTDE-REGISTROS = WS-EX-DETALHES-LIDOS
011600              AND SX-T-QTDE-REGISTROS = WRK-EX-QTDE-CABECALHO
011700              AND SX-T-SOMA-MEDIAS = WS-EX-SOMA-MEDIAS
011800              MOVE 'Y' TO WS-EXTRATO-CONFERE-SW
011900          END-IF
012000          GO TO 9955-EXIT
012100      END-IF.
012200      ADD 1 TO WS-EX-DETALHES-LIDOS.
012300      ADD SX-MEDIA TO WS-EX-SOMA-MEDIAS.
012400  9955-EXIT.
012500      EXIT.
012505  9956-LER-STUDMAS.
012510      READ STUDENT-MASTER-FILE NEXT RECORD
012515          AT END
012520              MOVE 'Y' TO WS-EX-SM-FIM-SW
012525              GO TO 9956-EXIT
012530      END-READ.
012535      IF NOT WS-EX-STUDMAS-OK
012540          MOVE 'N' TO WS-EX-SM-CONTADO-SW
012545          MOVE 'Y' TO WS-EX-SM-FIM-SW
012550          GO TO 9956-EXIT
012555      END-IF.
012560      ADD 1 TO WS-EX-SM-CONTADOS.
012565  9956-EXIT.
012570      EXIT.
012600  9959-FECHAR-EXTRATO.
012700      IF WS-EXTRATO-ABERTO
012800          CLOSE STUDENT-EXTRACT-FILE
012900          MOVE 'N' TO WS-EXTRATO-ABERTO-SW
013000      END-IF.
013100      IF WS-EXTRATO-VALIDO AND NOT WS-EXTRATO-CONFERE
013200          DISPLAY WRK-EX-PROGRAMA ' - STUDEXT NAO FECHA COM O '
013300              'TRAILER - RELATORIO INCOMPLETO'
013400          MOVE 8 TO RETURN-CODE
013500      END-IF.
013600  9959-EXIT.
013700      EXIT.
