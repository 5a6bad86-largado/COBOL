001200* MODIFICATION HISTORY
001300* DATE       INIT  DESCRIPTION
001400* 01/09/2026 ALEX  ORIGINAL LAYOUT
001410* 15/10/2026 ALEX  BL-DATA-AVISO-VENC - DATA EM QUE O PROGCOB41
001420*                  MANDOU O AVISO DE COBRANCA VENCIDA (ZEROS =
001430*                  AINDA NAO AVISADA); UM AVISO SO POR COBRANCA
001440* 15/10/2026 ALEX  ENCARGOS POR ATRASO SEPARADOS DO PRINCIPAL:
001450*                  BL-MULTA E BL-JUROS LANCADOS PELO PROGCOB40,
001460*                  BL-ENCARGOS-PAGOS (O BL-VALOR-PAGO FICA SO COM
001470*                  O PRINCIPAL) E BL-DATA-CALC-ENCARGO - ATE ONDE
001480*                  OS JUROS JA FORAM CONTADOS
001482* 15/10/2026 ALEX  COBRANCA BANCARIA (CNAB): BL-NOSSO-NUMERO DO
001484*                  BOLETO E BL-SITUACAO-BANCO - ENVIADA NA
001486*                  REMESSA (PROGCOB39), REGISTRADA, REJEITADA,
001488*                  BAIXADA OU LIQUIDADA CONFORME O RETORNO
001490*                  (PROGCOB62)
001492* 15/10/2026 ALEX  BOLSAS E DESCONTOS (BENEFMAS): BL-VALOR-BRUTO
001494*                  DA TABELA, BL-DESCONTO CONCEDIDO E O TIPO DO
001496*                  BENEFICIO APLICADO; BL-VALOR PASSA A SER O
001498*                  VALOR LIQUIDO COBRADO (BRUTO - DESCONTO)
001500******************************************************************
001600  01  BILLING-RECORD.
001700      05  BL-CHAVE.
002500      05  BL-SITUACAO             PIC X(01).
002600          88  BL-ABERTA                   VALUE 'A'.
002700          88  BL-PAGA                     VALUE 'P'.
002800      05  BL-DATA-AVISO-VENC      PIC 9(08).
002900      05  BL-MULTA                PIC 9(05)V99.
003000      05  BL-JUROS                PIC 9(05)V99.
003100      05  BL-ENCARGOS-PAGOS       PIC 9(05)V99.
003200      05  BL-DATA-CALC-ENCARGO    PIC 9(08).
003300      05  BL-NOSSO-NUMERO         PIC X(12).
003400      05  BL-SITUACAO-BANCO       PIC X(01).
003500          88  BL-BANCO-NAO-ENVIADA        VALUE SPACE.
003600          88  BL-BANCO-ENVIADA            VALUE 'E'.
003700          88  BL-BANCO-REGISTRADA         VALUE 'C'.
003800          88  BL-BANCO-REJEITADA          VALUE 'R'.
003900          88  BL-BANCO-BAIXADA            VALUE 'B'.
004000          88  BL-BANCO-LIQUIDADA          VALUE 'L'.
004100      05  BL-VALOR-BRUTO          PIC 9(05)V99.
004200      05  BL-DESCONTO             PIC 9(05)V99.
004300      05  BL-TIPO-BENEFICIO       PIC X(01).
004400          88  BL-SEM-BENEFICIO            VALUE SPACE.
