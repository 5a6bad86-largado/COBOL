000100******************************************************************
000200* DISCRTN.CPY
000300* PROCEDURE-DIVISION ROUTINE FOR THE CATALOGO DE DISCIPLINAS -
000400* COPY INTO ANY PROGRAM THAT READS THE DISCMAS, TOGETHER WITH
000500* DISCMAS.CPY (FD) AND DISCWS.CPY (WORKING-STORAGE).
000600* 9940-OBTER-DISCIPLINA PROCURA WRK-DC-CODIGO: ACHADA LIGA
000700* WS-DC-ACHADA (E WS-DC-ATIVA SE DC-ATIVA = 'S') E DEVOLVE
000800* NOME E CARGA HORARIA; OS PESOS DA DISCIPLINA SO SUBSTITUEM
000900* OS PADRAO QUANDO SOMAM 100, PARA UM REGISTRO TORTO NAO
001000* DISTORCER A MEDIA. CODIGO EM BRANCO, DISCMAS INDISPONIVEL
001100* OU DISCIPLINA FORA DO CATALOGO FICAM NOS PESOS PADRAO, SEM
001200* NOME E COM CARGA ZERO
001300*
001400* MODIFICATION HISTORY
001500* DATE       INIT  DESCRIPTION
001600* 15/10/2026 ALEX  ORIGINAL
001700******************************************************************
001800  9940-OBTER-DISCIPLINA.
001900      MOVE 'N' TO WS-DC-ACHADA-SW.
002000      MOVE 'N' TO WS-DC-ATIVA-SW.
002100      MOVE SPACES TO WRK-DC-NOME.
002200      MOVE ZERO TO WRK-DC-CARGA-HORARIA.
002300      MOVE WRK-DC-PESOS-PADRAO TO WRK-DC-PESOS.
002400      IF NOT WS-DISCMAS-DISPONIVEL
002500          GO TO 9940-EXIT
002600      END-IF.
002700      IF WRK-DC-CODIGO = SPACES
002800          GO TO 9940-EXIT
002900      END-IF.
003000      MOVE WRK-DC-CODIGO TO DC-CODIGO.
003100      READ DISCIPLINA-FILE
003200          INVALID KEY
003300              GO TO 9940-EXIT
003400      END-READ.
003500      IF NOT WS-DISCMAS-OK
003600          DISPLAY 'DISCRTN - ERRO DE LEITURA DISCMAS: '
003700              WS-DISCMAS-STATUS ' DISCIPLINA ' WRK-DC-CODIGO
003800          GO TO 9940-EXIT
003900      END-IF.
004000      MOVE 'Y' TO WS-DC-ACHADA-SW.
004100      IF DC-DISCIPLINA-ATIVA
004200          MOVE 'Y' TO WS-DC-ATIVA-SW
004300      END-IF.
004400      MOVE DC-NOME TO WRK-DC-NOME.
004500      IF DC-CARGA-HORARIA NUMERIC
004600          MOVE DC-CARGA-HORARIA TO WRK-DC-CARGA-HORARIA
004700      END-IF.
004800      IF DC-PESOS NOT NUMERIC
004900          GO TO 9940-EXIT
005000      END-IF.
005100      COMPUTE WRK-DC-SOMA-PESOS = DC-PESO1 + DC-PESO2
005200          + DC-PESO3 + DC-PESO4.
005300      IF WRK-DC-SOMA-PESOS = 100
005400          MOVE DC-PESO1 TO WRK-DC-PESO1
005500          MOVE DC-PESO2 TO WRK-DC-PESO2
005600          MOVE DC-PESO3 TO WRK-DC-PESO3
005700          MOVE DC-PESO4 TO WRK-DC-PESO4
005800      END-IF.
005900  9940-EXIT.
006000      EXIT.
