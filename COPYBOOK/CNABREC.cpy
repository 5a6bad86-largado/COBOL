000100******************************************************************
000200* CNABREC.CPY
000300* ARQUIVO DE COBRANCA BANCARIA (PADRAO CNAB, REGISTROS DE 240
000400* POSICOES) - O MESMO LAYOUT SERVE PARA A REMESSA QUE O PROGCOB39
000500* MANDA AO BANCO COM OS BOLETOS NOVOS E PARA O RETORNO QUE O
000600* BANCO DEVOLVE E O PROGCOB62 PROCESSA. UM HEADER (TIPO 0), UM
000700* DETALHE (TIPO 1) POR TITULO E UM TRAILER (TIPO 9) COM OS
000800* TOTAIS DO ARQUIVO. O USO-DA-EMPRESA LEVA A CHAVE DO BILLMAS E
000900* VOLTA INTACTO NO RETORNO; O NOSSO NUMERO E A COMPETENCIA
001000* SEGUIDA DA MATRICULA. CAMPOS SO DO RETORNO (DATA DA
001100* OCORRENCIA, VALOR PAGO, MOTIVO ...) VAO ZERADOS NA REMESSA
001200*
001300* MODIFICATION HISTORY
001400* DATE       INIT  DESCRIPTION
001500* 15/10/2026 ALEX  ORIGINAL LAYOUT
001600******************************************************************
001700  01  CNAB-HEADER.
001800      05  CH-TIPO-REGISTRO        PIC X(01).
001900          88  CH-E-HEADER                 VALUE '0'.
002000      05  CH-OPERACAO             PIC X(01).
002100          88  CH-REMESSA                  VALUE '1'.
002200          88  CH-RETORNO                  VALUE '2'.
002300      05  CH-LITERAL              PIC X(07).
002400      05  CH-CODIGO-CEDENTE       PIC X(20).
002500      05  CH-NOME-CEDENTE         PIC X(30).
002600      05  CH-CODIGO-BANCO         PIC 9(03).
002700      05  CH-DATA-GERACAO         PIC 9(08).
002800      05  CH-NUMERO-ARQUIVO       PIC 9(07).
002900      05  FILLER                  PIC X(157).
003000      05  CH-SEQUENCIAL           PIC 9(06).
003100  01  CNAB-DETALHE.
003200      05  CD-TIPO-REGISTRO        PIC X(01).
003300          88  CD-E-DETALHE                VALUE '1'.
003400      05  CD-OCORRENCIA           PIC X(02).
003500          88  CD-ENTRADA                  VALUE '01'.
003600          88  CD-ENTRADA-CONFIRMADA       VALUE '02'.
003700          88  CD-ENTRADA-REJEITADA        VALUE '03'.
003800          88  CD-LIQUIDACAO               VALUE '06' '17'.
003900          88  CD-BAIXA                    VALUE '09' '10'.
004000      05  CD-USO-EMPRESA.
004100          10  CD-UE-STUDENT-ID    PIC X(06).
004200          10  CD-UE-COMPETENCIA   PIC 9(06).
004300      05  CD-NOSSO-NUMERO         PIC X(12).
004400      05  CD-DATA-EMISSAO         PIC 9(08).
004500      05  CD-DATA-VENCIMENTO      PIC 9(08).
004600      05  CD-VALOR-TITULO         PIC 9(11)V99.
004700      05  CD-MULTA-PCT            PIC 9(02)V99.
004800      05  CD-JUROS-DIA            PIC 9(11)V99.
004900      05  CD-SACADO-NOME          PIC X(30).
005000      05  CD-SACADO-ENDERECO      PIC X(40).
005100      05  CD-SACADO-CEP           PIC 9(08).
005200      05  CD-DATA-OCORRENCIA      PIC 9(08).
005300      05  CD-DATA-CREDITO         PIC 9(08).
005400      05  CD-VALOR-PAGO           PIC 9(11)V99.
005500      05  CD-VALOR-ENCARGOS       PIC 9(11)V99.
005600      05  CD-VALOR-TARIFA         PIC 9(11)V99.
005700      05  CD-MOTIVO               PIC X(08).
005800      05  FILLER                  PIC X(20).
005900      05  CD-SEQUENCIAL           PIC 9(06).
006000  01  CNAB-TRAILER.
006100      05  CT-TIPO-REGISTRO        PIC X(01).
006200          88  CT-E-TRAILER                VALUE '9'.
006300      05  CT-QTDE-TITULOS         PIC 9(06).
006400      05  CT-VALOR-TITULOS        PIC 9(13)V99.
006500      05  CT-QTDE-LIQUIDADOS      PIC 9(06).
006600      05  CT-VALOR-LIQUIDADO      PIC 9(13)V99.
006700      05  FILLER                  PIC X(191).
006800      05  CT-SEQUENCIAL           PIC 9(06).
