000100******************************************************************
000200* BENEFREC.CPY
000300* BOLSA OU DESCONTO CONCEDIDO NA MENSALIDADE - INDEXED BY STUDENT
000400* ID PLUS TIPO DO BENEFICIO (UM REGISTRO POR TIPO POR ALUNO):
000500* DESCONTO DE IRMAOS, BOLSA DE FILHO DE FUNCIONARIO OU BOLSA
000600* SOCIAL. O DESCONTO E UM PERCENTUAL SOBRE A MENSALIDADE DA
000700* TABELA OU UM VALOR FIXO, VALE DA COMPETENCIA INICIAL ATE A
000800* FINAL (AAAAMM, INCLUSIVE) E GUARDA QUEM APROVOU. MANTIDO PELO
000900* PROGCOB64; APLICADO NA GERACAO DAS COBRANCAS (PROGCOB39) E
001000* RESUMIDO NO RELATORIO MENSAL DE DESCONTOS (PROGCOB65).
001100* BENEFICIO CANCELADO FICA NO ARQUIVO COM SITUACAO 'C'
001200*
001300* MODIFICATION HISTORY
001400* DATE       INIT  DESCRIPTION
001500* 15/10/2026 ALEX  ORIGINAL LAYOUT
001600******************************************************************
001700  01  BENEFICIO-RECORD.
001800      05  BN-CHAVE.
001900          10  BN-STUDENT-ID       PIC X(06).
002000          10  BN-TIPO             PIC X(01).
002100              88  BN-IRMAOS               VALUE 'I'.
002200              88  BN-FUNCIONARIO          VALUE 'F'.
002300              88  BN-SOCIAL               VALUE 'S'.
002400      05  BN-FORMA                PIC X(01).
002500          88  BN-PERCENTUAL               VALUE 'P'.
002600          88  BN-VALOR-FIXO               VALUE 'V'.
002700      05  BN-PCT-DESCONTO         PIC 9(03)V99.
002800      05  BN-VALOR-DESCONTO       PIC 9(05)V99.
002900      05  BN-COMPETENCIA-INICIO   PIC 9(06).
003000      05  BN-COMPETENCIA-FIM      PIC 9(06).
003100      05  BN-APROVADOR            PIC X(20).
003200      05  BN-SITUACAO             PIC X(01).
003300          88  BN-ATIVO                    VALUE 'A'.
003400          88  BN-CANCELADO                VALUE 'C'.
003500      05  BN-DATA-INCLUSAO        PIC 9(08).
003600      05  BN-DATA-ATUALIZACAO     PIC 9(08).
