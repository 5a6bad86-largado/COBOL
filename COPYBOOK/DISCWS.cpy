000100******************************************************************
000200* DISCWS.CPY
000300* WORKING-STORAGE FIELDS FOR THE CATALOGO DE DISCIPLINAS -
000400* PAIRS WITH DISCMAS.CPY (FD RECORD) AND DISCRTN.CPY (PROCEDURE
000500* ROUTINE), THE SAME WAY VAGAWS/ESPERA/VAGARTN PAIR UP. THE
000600* INCLUDING PROGRAM MUST ALSO DECLARE
000700*     SELECT DISCIPLINA-FILE ASSIGN TO DISCMAS
000800*         ORGANIZATION IS INDEXED
000900*         ACCESS MODE IS RANDOM
001000*         RECORD KEY IS DC-CODIGO
001100*         FILE STATUS IS WS-DISCMAS-STATUS.
001200* O PROGRAMA ABRE O DISCMAS INPUT E LIGA WS-DISCMAS-DISPONIVEL
001300* QUANDO ABRIU; DEPOIS 9940-OBTER-DISCIPLINA DEVOLVE NOME,
001400* CARGA HORARIA, PESOS E SITUACAO DE WRK-DC-CODIGO. SEM O
001500* DISCMAS, OU COM A DISCIPLINA FORA DELE, VALEM OS PESOS
001600* PADRAO 30/30/20/20 DE WRK-DC-PESOS-PADRAO - OS MESMOS QUE
001700* O PROGCOB07 SEMPRE USOU NA MEDIA
001800*
001900* MODIFICATION HISTORY
002000* DATE       INIT  DESCRIPTION
002100* 15/10/2026 ALEX  ORIGINAL
002200******************************************************************
002300  01  WS-DISCMAS-STATUS           PIC X(02) VALUE '00'.
002400      88  WS-DISCMAS-OK                   VALUE '00'.
002500      88  WS-DISCMAS-NAO-EXISTE           VALUE '35'.
002600  01  WS-DISCMAS-DISPONIVEL-SW    PIC X(01) VALUE 'N'.
002700      88  WS-DISCMAS-DISPONIVEL           VALUE 'Y'.
002800  01  WS-DC-ACHADA-SW             PIC X(01) VALUE 'N'.
002900      88  WS-DC-ACHADA                    VALUE 'Y'.
003000  01  WS-DC-ATIVA-SW              PIC X(01) VALUE 'N'.
003100      88  WS-DC-ATIVA                     VALUE 'Y'.
003200  01  WRK-DC-PESOS-PADRAO.
003300      05  WRK-DC-PADRAO1          PIC 9(03) VALUE 30.
003400      05  WRK-DC-PADRAO2          PIC 9(03) VALUE 30.
003500      05  WRK-DC-PADRAO3          PIC 9(03) VALUE 20.
003600      05  WRK-DC-PADRAO4          PIC 9(03) VALUE 20.
003700  01  WRK-DC-PESOS.
003800      05  WRK-DC-PESO1            PIC 9(03) VALUE 30.
003900      05  WRK-DC-PESO2            PIC 9(03) VALUE 30.
004000      05  WRK-DC-PESO3            PIC 9(03) VALUE 20.
004100      05  WRK-DC-PESO4            PIC 9(03) VALUE 20.
004200  77  WRK-DC-CODIGO               PIC X(03) VALUE SPACES.
004300  77  WRK-DC-NOME                 PIC X(25) VALUE SPACES.
004400  77  WRK-DC-CARGA-HORARIA        PIC 9(04) VALUE ZERO.
004500  77  WRK-DC-SOMA-PESOS           PIC 9(04) VALUE ZERO.
