000100******************************************************************
000200* ENCGRTN.CPY
000300* PROCEDURE-DIVISION ROUTINES FOR THE LATE-PAYMENT CHARGES OF A
000400* MENSALIDADE - COPY INTO ANY PROGRAM THAT POSTS OR PROJECTS
000500* MULTA E JUROS, TOGETHER WITH ENCGWS.CPY (WORKING-STORAGE).
000600* REGRA DO CONTRATO: O VENCIMENTO QUE CAI EM FIM DE SEMANA OU
000700* FERIADO DO HOLIDCAL ANDA PARA O PROXIMO DIA UTIL (DATESRV);
000800* PAGO ATE ESSE DIA NAO HA ENCARGO. DEPOIS DELE A MULTA FIXA
000900* (WRK-MULTA-PCT SOBRE O SALDO, UMA VEZ SO POR COBRANCA - O
001000* CALLER DESLIGA WS-ENC-COBRA-MULTA QUANDO JA COBROU) MAIS OS
001100* JUROS PRO RATA DIE (WRK-JUROS-MES-PCT / 30 POR DIA CORRIDO)
001200* CONTADOS DO DIA UTIL DO VENCIMENTO, OU DO ULTIMO CALCULO SE
001300* POSTERIOR, ATE WRK-ENC-DATA-CALCULO. NADA E GRAVADO AQUI -
001400* O CALLER DECIDE SE LANCA (PROGCOB40) OU SO MOSTRA (PROGCOB41)
001500*
001600* MODIFICATION HISTORY
001700* DATE       INIT  DESCRIPTION
001800* 15/10/2026 ALEX  ORIGINAL
001900******************************************************************
002000  9920-CARREGAR-TAXAS.
002100      MOVE 'PROGCOB40' TO WRK-PARM-PROGRAMA.
002200      MOVE 'MULTA-PCT' TO WRK-PARM-NOME.
002300      PERFORM 9860-BUSCAR-PARM THRU 9860-EXIT.
002400      IF WS-PARM-ACHADO AND WRK-PARM-VALOR (1:4) NUMERIC
002500          MOVE WRK-PARM-VALOR (1:4) TO WRK-ENC-PARM-TAXA
002600          MOVE WRK-ENC-PARM-TAXA-R TO WRK-MULTA-PCT
002700      END-IF.
002800      MOVE 'JUROS-MES' TO WRK-PARM-NOME.
002900      PERFORM 9860-BUSCAR-PARM THRU 9860-EXIT.
003000      IF WS-PARM-ACHADO AND WRK-PARM-VALOR (1:4) NUMERIC
003100          MOVE WRK-PARM-VALOR (1:4) TO WRK-ENC-PARM-TAXA
003200          MOVE WRK-ENC-PARM-TAXA-R TO WRK-JUROS-MES-PCT
003300      END-IF.
003400  9920-EXIT.
003500      EXIT.
003600  9925-CALCULAR-ENCARGOS.
003700      MOVE ZERO TO WRK-ENC-MULTA.
003800      MOVE ZERO TO WRK-ENC-JUROS.
003900      MOVE ZERO TO WRK-ENC-DIAS.
004000      MOVE 'N' TO WS-ENC-EM-ATRASO-SW.
004100      MOVE WRK-ENC-VENCIMENTO TO WRK-ENC-VENC-UTIL.
004200      MOVE WRK-ENC-VENCIMENTO TO DP-DATA-1.
004300      MOVE ZEROS TO DP-DATA-2.
004400      CALL 'DATESRV' USING DATE-SERVICE-PARM.
004500      IF DP-DATA-OK AND DP-PROXIMO-DIA-UTIL NOT = ZEROS
004600          MOVE DP-PROXIMO-DIA-UTIL TO WRK-ENC-VENC-UTIL
004700      END-IF.
004800      IF WRK-ENC-DATA-CALCULO NOT > WRK-ENC-VENC-UTIL
004900          GO TO 9925-EXIT
005000      END-IF.
005100      MOVE 'Y' TO WS-ENC-EM-ATRASO-SW.
005200      IF WRK-ENC-SALDO = ZERO
005300          GO TO 9925-EXIT
005400      END-IF.
005500      IF WS-ENC-COBRA-MULTA
005600          COMPUTE WRK-ENC-MULTA ROUNDED =
005700              WRK-ENC-SALDO * WRK-MULTA-PCT / 100
005800      END-IF.
005900      IF WRK-ENC-DATA-INICIO > WRK-ENC-VENC-UTIL
006000          MOVE WRK-ENC-DATA-INICIO TO WRK-ENC-DATA-NUM
006100      ELSE
006200          MOVE WRK-ENC-VENC-UTIL TO WRK-ENC-DATA-NUM
006300      END-IF.
006400      PERFORM 9928-NUMERAR-DIA THRU 9928-EXIT.
006500      MOVE WRK-ENC-NUM-DIA TO WRK-ENC-NUM-INICIO.
006600      MOVE WRK-ENC-DATA-CALCULO TO WRK-ENC-DATA-NUM.
006700      PERFORM 9928-NUMERAR-DIA THRU 9928-EXIT.
006800      COMPUTE WRK-ENC-DIAS = WRK-ENC-NUM-DIA - WRK-ENC-NUM-INICIO.
006900      IF WRK-ENC-DIAS NOT > ZERO
007000          MOVE ZERO TO WRK-ENC-DIAS
007100          GO TO 9925-EXIT
007200      END-IF.
007300      COMPUTE WRK-ENC-JUROS ROUNDED =
007400          WRK-ENC-SALDO * WRK-JUROS-MES-PCT * WRK-ENC-DIAS / 3000.
007500  9925-EXIT.
007600      EXIT.
007700******************************************************************
007800* DAY NUMBER OF WRK-ENC-DATA-NUM - ANO COMECANDO EM MARCO PARA O
007900* FEVEREIRO FICAR NO FIM; SO DIVIDE E SOMA, COMO O TESTE1
008000******************************************************************
008100  9928-NUMERAR-DIA.
008200      IF WRK-ENC-MES < 3
008300          COMPUTE WRK-ENC-ANO-AJ = WRK-ENC-ANO - 1
008400          COMPUTE WRK-ENC-MES-AJ = WRK-ENC-MES + 9
008500      ELSE
008600          MOVE WRK-ENC-ANO TO WRK-ENC-ANO-AJ
008700          COMPUTE WRK-ENC-MES-AJ = WRK-ENC-MES - 3
008800      END-IF.
008900      DIVIDE WRK-ENC-ANO-AJ BY 4 GIVING WRK-ENC-Q4.
009000      DIVIDE WRK-ENC-ANO-AJ BY 100 GIVING WRK-ENC-Q100.
009100      DIVIDE WRK-ENC-ANO-AJ BY 400 GIVING WRK-ENC-Q400.
009200      COMPUTE WRK-ENC-AUX = WRK-ENC-MES-AJ * 153 + 2.
009300      DIVIDE WRK-ENC-AUX BY 5 GIVING WRK-ENC-QMES.
009400      COMPUTE WRK-ENC-NUM-DIA = WRK-ENC-ANO-AJ * 365
009500          + WRK-ENC-Q4 - WRK-ENC-Q100 + WRK-ENC-Q400
009600          + WRK-ENC-QMES + WRK-ENC-DIA.
009700  9928-EXIT.
009800      EXIT.
