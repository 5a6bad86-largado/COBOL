000100******************************************************************
000200* GENCAT.CPY
000300* CATALOGO DE GERACOES (ARQUIVO GENCAT) DOS ARQUIVOS "NOVOS" QUE
000400* O JCL TROCA PELO ARQUIVO VIVO - AUDITNEW, CERTNEW, HOLIDNEW,
000500* CALNEW, SUSPOUT E STUDNEW. DIARIO SO DE ACRESCIMO, UM REGISTRO
000600* POR EVENTO:
000700*   P - PRODUZIDA: GRAVADO PELO PROGRAMA PRODUTOR NO FIM DO RUN
000800*       COM A QUANTIDADE E O HASH DO QUE ELE GRAVOU E OS
000900*       CONTADORES DELE (LIDOS + INCLUIDOS - EXCLUIDOS TEM QUE
001000*       DAR A QUANTIDADE GRAVADA)
001100*   T - TROCADA: O PROGCOB70 CONFERIU O ARQUIVO CONTRA O 'P',
001200*       GUARDOU A GERACAO NO GENARQ E LIBEROU A TROCA
001300*   R - RECUSADA: O PROGCOB70 NAO LIBEROU A TROCA (GC-MOTIVO)
001400*   S - RESTAURADA: UMA GERACAO ANTERIOR VOLTOU DO GENARQ PARA O
001500*       ARQUIVO NOVO, PARA O JCL TROCAR
001600*   X - EXPIRADA: A GERACAO SAIU DO GENARQ (PASSOU DAS N
001700*       GUARDADAS)
001800* GC-GERACAO SO E NUMERADA A PARTIR DO 'T' (ZERO NO 'P'). O
001900* HASH E A SOMA DO CAMPO DE DATA DE CADA REGISTRO (VER O
002000* GENRTN.CPY E A TABELA DE ARQUIVOS DO PROGCOB70)
002100*
002200* MODIFICATION HISTORY
002300* DATE       INIT  DESCRIPTION
002400* 15/10/2026 ALEX  ORIGINAL LAYOUT
002500******************************************************************
002600  01  GENERATION-CATALOG-RECORD.
002700      05  GC-ARQUIVO              PIC X(08).
002800      05  GC-EVENTO               PIC X(01).
002900          88  GC-PRODUZIDA                VALUE 'P'.
003000          88  GC-TROCADA                  VALUE 'T'.
003100          88  GC-RECUSADA                 VALUE 'R'.
003200          88  GC-RESTAURADA               VALUE 'S'.
003300          88  GC-EXPIRADA                 VALUE 'X'.
003400      05  GC-PROGRAMA             PIC X(09).
003500      05  GC-DATA                 PIC 9(08).
003600      05  GC-HORA                 PIC 9(06).
003700      05  GC-GERACAO              PIC 9(04).
003800      05  GC-QTDE-REGISTROS       PIC 9(09).
003900      05  GC-HASH                 PIC 9(15).
004000      05  GC-QTDE-LIDOS           PIC 9(09).
004100      05  GC-QTDE-INCLUIDOS       PIC 9(09).
004200      05  GC-QTDE-EXCLUIDOS       PIC 9(09).
004300      05  GC-PRODUTOR-OK          PIC X(01).
004400          88  GC-PRODUTOR-SEM-ERRO        VALUE 'S'.
004500      05  GC-MOTIVO               PIC X(30).
