000100******************************************************************
000200* ENCGWS.CPY
000300* WORKING-STORAGE FIELDS FOR THE LATE-PAYMENT CHARGES (MULTA E
000400* JUROS DE MORA) OF A MENSALIDADE - PAIRS WITH ENCGRTN.CPY
000500* (PROCEDURE ROUTINES). AS TAXAS DO CONTRATO FICAM NO RUNPARM
000600* SOB O PROGRAMA PROGCOB40 (PARAMETROS MULTA-PCT E JUROS-MES,
000700* 4 DIGITOS COM 2 DECIMAIS - 0200 = 2,00%); SEM O REGISTRO
000800* VALEM OS VALORES ABAIXO. THE INCLUDING PROGRAM MUST ALSO HAVE
000900* THE RUNPARM LOOKUP (PARMREC/PARMWS/PARMRTN) AND DATEPARM.CPY.
001000* O CALLER PERFORMA 9920-CARREGAR-TAXAS UMA VEZ NA ABERTURA E,
001100* POR COBRANCA, MONTA WRK-ENC-SALDO, WRK-ENC-VENCIMENTO,
001200* WRK-ENC-DATA-INICIO (ULTIMO CALCULO, ZEROS SE NENHUM),
001300* WRK-ENC-DATA-CALCULO E WS-ENC-COBRA-MULTA-SW ANTES DE
001400* PERFORMAR 9925-CALCULAR-ENCARGOS
001500*
001600* MODIFICATION HISTORY
001700* DATE       INIT  DESCRIPTION
001800* 15/10/2026 ALEX  ORIGINAL
001900******************************************************************
002000  01  WS-ENC-COBRA-MULTA-SW       PIC X(01) VALUE 'N'.
002100      88  WS-ENC-COBRA-MULTA              VALUE 'Y'.
002200  01  WS-ENC-EM-ATRASO-SW         PIC X(01) VALUE 'N'.
002300      88  WS-ENC-EM-ATRASO                VALUE 'Y'.
002400  77  WRK-MULTA-PCT               PIC 9(02)V99 VALUE 2.
002500  77  WRK-JUROS-MES-PCT           PIC 9(02)V99 VALUE 1.
002600  01  WRK-ENC-PARM-TAXA           PIC 9(04) VALUE ZERO.
002700  01  WRK-ENC-PARM-TAXA-R REDEFINES WRK-ENC-PARM-TAXA
002800                                  PIC 9(02)V99.
002900  77  WRK-ENC-SALDO               PIC 9(05)V99 VALUE ZERO.
003000  77  WRK-ENC-VENCIMENTO          PIC 9(08) VALUE ZERO.
003100  77  WRK-ENC-VENC-UTIL           PIC 9(08) VALUE ZERO.
003200  77  WRK-ENC-DATA-INICIO         PIC 9(08) VALUE ZERO.
003300  77  WRK-ENC-DATA-CALCULO        PIC 9(08) VALUE ZERO.
003400  77  WRK-ENC-MULTA               PIC 9(05)V99 VALUE ZERO.
003500  77  WRK-ENC-JUROS               PIC 9(05)V99 VALUE ZERO.
003600  77  WRK-ENC-DIAS                PIC S9(05) COMP VALUE ZERO.
003700******************************************************************
003800* DAY NUMBER OF A DATE (CONTAGEM CORRIDA DESDE O ANO ZERO) - SO A
003900* DIFERENCA ENTRE DUAS DATAS INTERESSA
004000******************************************************************
004100  01  WRK-ENC-DATA-DECOMP.
004200      05  WRK-ENC-ANO             PIC 9(04).
004300      05  WRK-ENC-MES             PIC 9(02).
004400      05  WRK-ENC-DIA             PIC 9(02).
004500  01  WRK-ENC-DATA-NUM REDEFINES WRK-ENC-DATA-DECOMP PIC 9(08).
004600  01  WRK-ENC-CALCULO COMP.
004700      05  WRK-ENC-ANO-AJ          PIC S9(05).
004800      05  WRK-ENC-MES-AJ          PIC S9(03).
004900      05  WRK-ENC-Q4              PIC S9(05).
005000      05  WRK-ENC-Q100            PIC S9(05).
005100      05  WRK-ENC-Q400            PIC S9(05).
005200      05  WRK-ENC-QMES            PIC S9(05).
005300      05  WRK-ENC-AUX             PIC S9(05).
005400      05  WRK-ENC-NUM-DIA         PIC S9(09).
005500      05  WRK-ENC-NUM-INICIO      PIC S9(09).
