000100******************************************************************
000200* VAGARTN.CPY
000300* PROCEDURE-DIVISION ROUTINES FOR VAGAS E LISTA DE ESPERA - COPY
000400* INTO ANY PROGRAM THAT CONTROLS TURMA CAPACITY, TOGETHER WITH
000500* ESPERA.CPY (FD) AND VAGAWS.CPY (WORKING-STORAGE). A TURMA
000600* ESTA LOTADA QUANDO OCUPADOS MAIS CONVOCADOS (VAGA RESERVADA
000700* A QUEM FOI CHAMADO DA FILA) CHEGAM NA TM-CAPACIDADE, OU
000800* QUANDO JA HA GENTE AGUARDANDO - QUEM CHEGA DEPOIS NAO FURA A
000900* FILA. CAPACIDADE ZERO OU TURMA FORA DO TURMMAS E SEM LIMITE,
001000* COMO NO PROGCOB25. 9890 SOMA SOBRE A TABELA COMO ESTIVER
001100* (VAZIA PELO VALUE, OU SEMEADA ANTES PELO PROGRAMA) E PRECISA
001200* DE WRK-DATA JA ACEITA
001300*
001400* MODIFICATION HISTORY
001500* DATE       INIT  DESCRIPTION
001600* 15/10/2026 ALEX  ORIGINAL
001700******************************************************************
001800  9890-CARREGAR-VAGAS.
001900      MOVE 'N' TO WS-VAGA-EOF-SW.
002000      MOVE LOW-VALUES TO SM-STUDENT-ID.
002100      START STUDENT-MASTER-FILE
002200          KEY IS NOT LESS THAN SM-STUDENT-ID
002300          INVALID KEY
002400              MOVE 'Y' TO WS-VAGA-EOF-SW
002500      END-START.
002600      IF NOT WS-STUDMAS-OK
002700          MOVE 'Y' TO WS-VAGA-EOF-SW
002800      END-IF.
002900      PERFORM 9891-CONTAR-ALUNO THRU 9891-EXIT
003000          UNTIL WS-VAGA-EOF.
003100      IF NOT WS-ESP-DISPONIVEL
003200          GO TO 9890-EXIT
003300      END-IF.
003400      MOVE 'N' TO WS-VAGA-EOF-SW.
003500      MOVE LOW-VALUES TO LE-CHAVE.
003600      START LISTA-ESPERA-FILE
003700          KEY IS NOT LESS THAN LE-CHAVE
003800          INVALID KEY
003900              MOVE 'Y' TO WS-VAGA-EOF-SW
004000      END-START.
004100      IF NOT WS-LISTESP-OK
004200          MOVE 'Y' TO WS-VAGA-EOF-SW
004300      END-IF.
004400      PERFORM 9892-CONTAR-ESPERA THRU 9892-EXIT
004500          UNTIL WS-VAGA-EOF.
004600  9890-EXIT.
004700      EXIT.
004800  9891-CONTAR-ALUNO.
004900      READ STUDENT-MASTER-FILE NEXT RECORD
005000          AT END
005100              MOVE 'Y' TO WS-VAGA-EOF-SW
005200              GO TO 9891-EXIT
005300      END-READ.
005400      IF NOT WS-STUDMAS-OK
005500          DISPLAY 'VAGARTN - ERRO DE LEITURA STUDMAS: '
005600              WS-STUDMAS-STATUS
005700          MOVE 'Y' TO WS-VAGA-EOF-SW
005800          GO TO 9891-EXIT
005900      END-IF.
006000      MOVE SM-CLASS-SECTION TO WRK-VAGA-TURMA.
006100      PERFORM 9893-OBTER-VAGA THRU 9893-EXIT.
006200      IF WRK-VAGA-ACHADO > ZERO
006300          ADD 1 TO WRK-VG-OCUPADOS (WRK-VAGA-ACHADO)
006400      END-IF.
006500  9891-EXIT.
006600      EXIT.
006700  9892-CONTAR-ESPERA.
006800      READ LISTA-ESPERA-FILE NEXT RECORD
006900          AT END
007000              MOVE 'Y' TO WS-VAGA-EOF-SW
007100              GO TO 9892-EXIT
007200      END-READ.
007300      IF NOT WS-LISTESP-OK
007400          DISPLAY 'VAGARTN - ERRO DE LEITURA LISTESP: '
007500              WS-LISTESP-STATUS
007600          MOVE 'Y' TO WS-VAGA-EOF-SW
007700          GO TO 9892-EXIT
007800      END-IF.
007900      IF LE-ATENDIDO
008000          GO TO 9892-EXIT
008100      END-IF.
008200      MOVE LE-TURMA TO WRK-VAGA-TURMA.
008300      PERFORM 9893-OBTER-VAGA THRU 9893-EXIT.
008400      IF WRK-VAGA-ACHADO = ZERO
008500          GO TO 9892-EXIT
008600      END-IF.
008700      IF LE-CONVOCADO
008800          ADD 1 TO WRK-VG-CONVOCADOS (WRK-VAGA-ACHADO)
008900          GO TO 9892-EXIT
009000      END-IF.
009100      ADD 1 TO WRK-VG-AGUARDANDO (WRK-VAGA-ACHADO).
009200      IF WRK-VG-PEDIDO-ANTIGO (WRK-VAGA-ACHADO) = ZEROS
009300          OR LE-DATA-PEDIDO
009400              < WRK-VG-PEDIDO-ANTIGO (WRK-VAGA-ACHADO)
009500          MOVE LE-DATA-PEDIDO
009600              TO WRK-VG-PEDIDO-ANTIGO (WRK-VAGA-ACHADO)
009700      END-IF.
009800  9892-EXIT.
009900      EXIT.
010000  9893-OBTER-VAGA.
010100      MOVE ZERO TO WRK-VAGA-ACHADO.
010200      PERFORM 9894-COMPARAR-VAGA THRU 9894-EXIT
010300          VARYING WRK-VAGA-IDX FROM 1 BY 1
010400          UNTIL WRK-VAGA-IDX > WRK-QTDE-VAGA
010500              OR WRK-VAGA-ACHADO > ZERO.
010600      IF WRK-VAGA-ACHADO > ZERO
010700          GO TO 9893-EXIT
010800      END-IF.
010900      IF WRK-QTDE-VAGA >= WRK-VAGA-MAX
011000          DISPLAY 'VAGARTN - TABELA DE VAGAS CHEIA - '
011100              'CAPACIDADE DE ' WRK-VAGA-TURMA
011200              ' NAO CRITICADA'
011300          GO TO 9893-EXIT
011400      END-IF.
011500      ADD 1 TO WRK-QTDE-VAGA.
011600      MOVE WRK-QTDE-VAGA TO WRK-VAGA-ACHADO.
011700      MOVE WRK-VAGA-TURMA TO WRK-VG-TURMA (WRK-VAGA-ACHADO).
011800      MOVE ZERO TO WRK-VG-CAPACIDADE (WRK-VAGA-ACHADO).
011900      MOVE ZERO TO WRK-VG-OCUPADOS (WRK-VAGA-ACHADO).
012000      MOVE ZERO TO WRK-VG-AGUARDANDO (WRK-VAGA-ACHADO).
012100      MOVE ZERO TO WRK-VG-CONVOCADOS (WRK-VAGA-ACHADO).
012200      MOVE ZEROS TO WRK-VG-PEDIDO-ANTIGO (WRK-VAGA-ACHADO).
012300      IF NOT WS-TURMMAS-DISPONIVEL
012400          GO TO 9893-EXIT
012500      END-IF.
012600      MOVE WRK-VAGA-TURMA TO TM-CODIGO.
012700      READ TURMA-FILE
012800          INVALID KEY
012900              GO TO 9893-EXIT
013000      END-READ.
013100      MOVE TM-CAPACIDADE TO WRK-VG-CAPACIDADE (WRK-VAGA-ACHADO).
013200  9893-EXIT.
013300      EXIT.
013400  9894-COMPARAR-VAGA.
013500      IF WRK-VG-TURMA (WRK-VAGA-IDX) = WRK-VAGA-TURMA
013600          MOVE WRK-VAGA-IDX TO WRK-VAGA-ACHADO
013700      END-IF.
013800  9894-EXIT.
013900      EXIT.
014000  9895-CONFERIR-VAGA.
014100      MOVE 'N' TO WS-TURMA-CHEIA-SW.
014200      PERFORM 9893-OBTER-VAGA THRU 9893-EXIT.
014300      IF WRK-VAGA-ACHADO = ZERO
014400          GO TO 9895-EXIT
014500      END-IF.
014600      IF WRK-VG-CAPACIDADE (WRK-VAGA-ACHADO) = ZERO
014700          GO TO 9895-EXIT
014800      END-IF.
014900      IF WRK-VG-OCUPADOS (WRK-VAGA-ACHADO)
015000              + WRK-VG-CONVOCADOS (WRK-VAGA-ACHADO)
015100              >= WRK-VG-CAPACIDADE (WRK-VAGA-ACHADO)
015200          OR WRK-VG-AGUARDANDO (WRK-VAGA-ACHADO) > ZERO
015300          MOVE 'Y' TO WS-TURMA-CHEIA-SW
015400      END-IF.
015500  9895-EXIT.
015600      EXIT.
015700  9896-PROCURAR-NA-LISTA.
015800      MOVE 'N' TO WS-ESP-CONVOCADO-SW.
015900      MOVE 'N' TO WS-ESP-AGUARDANDO-SW.
016000      IF NOT WS-ESP-DISPONIVEL
016100          GO TO 9896-EXIT
016200      END-IF.
016300      MOVE WRK-VAGA-TURMA TO LE-TURMA.
016400      MOVE ZEROS TO LE-DATA-PEDIDO.
016500      MOVE ZEROS TO LE-SEQUENCIA.
016600      START LISTA-ESPERA-FILE
016700          KEY IS NOT LESS THAN LE-CHAVE
016800          INVALID KEY
016900              GO TO 9896-EXIT
017000      END-START.
017100      MOVE 'N' TO WS-FIM-ESPERA-SW.
017200      PERFORM 9897-COMPARAR-LISTA THRU 9897-EXIT
017300          UNTIL WS-FIM-ESPERA.
017400  9896-EXIT.
017500      EXIT.
017600  9897-COMPARAR-LISTA.
017700      READ LISTA-ESPERA-FILE NEXT RECORD
017800          AT END
017900              MOVE 'Y' TO WS-FIM-ESPERA-SW
018000              GO TO 9897-EXIT
018100      END-READ.
018200      IF NOT WS-LISTESP-OK
018300          MOVE 'Y' TO WS-FIM-ESPERA-SW
018400          GO TO 9897-EXIT
018500      END-IF.
018600      IF LE-TURMA NOT = WRK-VAGA-TURMA
018700          MOVE 'Y' TO WS-FIM-ESPERA-SW
018800          GO TO 9897-EXIT
018900      END-IF.
019000      IF LE-STUDENT-ID NOT = WRK-ESP-ID
019100          OR LE-STUDENT-NAME NOT = WRK-ESP-NOME
019200          GO TO 9897-EXIT
019300      END-IF.
019400      IF LE-CONVOCADO
019500          MOVE 'Y' TO WS-ESP-CONVOCADO-SW
019600          MOVE 'Y' TO WS-FIM-ESPERA-SW
019700          GO TO 9897-EXIT
019800      END-IF.
019900      IF LE-AGUARDANDO
020000          MOVE 'Y' TO WS-ESP-AGUARDANDO-SW
020100      END-IF.
020200  9897-EXIT.
020300      EXIT.
020400  9898-INCLUIR-ESPERA.
020500      MOVE 1 TO LE-SEQUENCIA.
020600      MOVE 'A' TO LE-SITUACAO.
020700      MOVE ZEROS TO LE-DATA-CONVOCACAO.
020800      MOVE ZEROS TO LE-DATA-ATENDIMENTO.
020900  9898-GRAVAR.
021000      WRITE LISTA-ESPERA-RECORD
021100          INVALID KEY
021200              CONTINUE
021300      END-WRITE.
021400      IF WS-LISTESP-DUPLICADO AND LE-SEQUENCIA < 9999
021500          ADD 1 TO LE-SEQUENCIA
021600          GO TO 9898-GRAVAR
021700      END-IF.
021800      IF NOT WS-LISTESP-OK
021900          DISPLAY 'VAGARTN - ERRO AO GRAVAR LISTESP: '
022000              WS-LISTESP-STATUS ' TURMA ' LE-TURMA
022100          GO TO 9898-EXIT
022200      END-IF.
022300      MOVE LE-TURMA TO WRK-VAGA-TURMA.
022400      PERFORM 9893-OBTER-VAGA THRU 9893-EXIT.
022500      IF WRK-VAGA-ACHADO = ZERO
022600          GO TO 9898-EXIT
022700      END-IF.
022800      ADD 1 TO WRK-VG-AGUARDANDO (WRK-VAGA-ACHADO).
022900      IF WRK-VG-PEDIDO-ANTIGO (WRK-VAGA-ACHADO) = ZEROS
023000          OR LE-DATA-PEDIDO
023100              < WRK-VG-PEDIDO-ANTIGO (WRK-VAGA-ACHADO)
023200          MOVE LE-DATA-PEDIDO
023300              TO WRK-VG-PEDIDO-ANTIGO (WRK-VAGA-ACHADO)
023400      END-IF.
023500  9898-EXIT.
023600      EXIT.
023700  9899-ATENDER-CONVOCADO.
023800      MOVE 'E' TO LE-SITUACAO.
023900      MOVE WRK-DATA-YYYYMMDD TO LE-DATA-ATENDIMENTO.
024000      REWRITE LISTA-ESPERA-RECORD
024100          INVALID KEY
024200              CONTINUE
024300      END-REWRITE.
024400      IF NOT WS-LISTESP-OK
024500          DISPLAY 'VAGARTN - ERRO AO BAIXAR CONVOCACAO: '
024600              WS-LISTESP-STATUS ' TURMA ' LE-TURMA
024700          GO TO 9899-EXIT
024800      END-IF.
024900      MOVE LE-TURMA TO WRK-VAGA-TURMA.
025000      PERFORM 9893-OBTER-VAGA THRU 9893-EXIT.
025100      IF WRK-VAGA-ACHADO > ZERO
025200          AND WRK-VG-CONVOCADOS (WRK-VAGA-ACHADO) > ZERO
025300          SUBTRACT 1 FROM WRK-VG-CONVOCADOS (WRK-VAGA-ACHADO)
025400      END-IF.
025500  9899-EXIT.
025600      EXIT.
