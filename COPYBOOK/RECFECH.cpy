000100******************************************************************
000200* RECFECH.CPY
000300* HISTORICO DO FECHAMENTO MENSAL DE RECEBIVEIS - INDEXED BY MES
000400* DO FECHAMENTO (AAAAMM) PLUS COMPETENCIA DA COBRANCA (AAAAMM)
000500* PLUS TURMA. GRAVADO PELO PROGCOB66: UM REGISTRO POR
000600* COMPETENCIA E TURMA COM COBRANCA NO BILLMAS, COM O ROLL-FORWARD
000700* DO MES (SALDO INICIAL + EMITIDO - DESCONTOS - PAGAMENTOS -
000800* CANCELAMENTOS = SALDO FINAL), O SALDO FINAL POR FAIXA DE
000900* ATRASO E A FOTOGRAFIA DO BILLMAS NO FECHAMENTO (ACUMULADOS
001000* BRUTO/DESCONTO/LIQUIDO/PAGO), DE ONDE SAEM OS MOVIMENTOS DO
001100* MES SEGUINTE. O SALDO FINAL DE UM MES E O SALDO INICIAL DO
001200* SEGUINTE. SALDOS COM SINAL - PAGAMENTO A MAIOR DEIXA CREDITO
001300*
001400* MODIFICATION HISTORY
001500* DATE       INIT  DESCRIPTION
001600* 15/10/2026 ALEX  ORIGINAL LAYOUT
001700******************************************************************
001800  01  RECEBIVEL-FECHAMENTO-RECORD.
001900      05  RF-CHAVE.
002000          10  RF-MES-FECHAMENTO   PIC 9(06).
002100          10  RF-CHAVE-COBRANCA.
002200              15  RF-COMPETENCIA  PIC 9(06).
002300              15  RF-TURMA        PIC X(06).
002400      05  RF-SALDO-INICIAL        PIC S9(09)V99.
002500      05  RF-EMITIDO              PIC 9(09)V99.
002600      05  RF-DESCONTOS            PIC 9(09)V99.
002700      05  RF-PAGAMENTOS           PIC 9(09)V99.
002800      05  RF-CANCELAMENTOS        PIC S9(09)V99.
002900      05  RF-SALDO-FINAL          PIC S9(09)V99.
003000      05  RF-FAIXAS-ATRASO.
003100          10  RF-FAIXA-ATE-30     PIC 9(09)V99.
003200          10  RF-FAIXA-31-60      PIC 9(09)V99.
003300          10  RF-FAIXA-61-90      PIC 9(09)V99.
003400          10  RF-FAIXA-MAIS-90    PIC 9(09)V99.
003500      05  RF-FAIXA-TAB REDEFINES RF-FAIXAS-ATRASO.
003600          10  RF-FAIXA            PIC 9(09)V99 OCCURS 4 TIMES.
003700      05  RF-CREDITOS             PIC 9(09)V99.
003800      05  RF-QTDE-COBRANCAS       PIC 9(05).
003900      05  RF-BRUTO-ACUM           PIC 9(09)V99.
004000      05  RF-DESCONTO-ACUM        PIC 9(09)V99.
004100      05  RF-LIQUIDO-ACUM         PIC 9(09)V99.
004200      05  RF-PAGO-ACUM            PIC 9(09)V99.
004300      05  RF-QUEBRA               PIC X(01).
004400          88  RF-SEM-QUEBRA               VALUE 'N'.
004500          88  RF-COM-QUEBRA               VALUE 'S'.
004600      05  RF-DATA-FECHAMENTO      PIC 9(08).
