000100******************************************************************
000200* VAGAWS.CPY
000300* WORKING-STORAGE FIELDS FOR THE VAGAS/LISTA DE ESPERA ROUTINES
000400* - PAIRS WITH ESPERA.CPY (FD RECORD) AND VAGARTN.CPY (PROCEDURE
000500* ROUTINES), THE SAME WAY CALWS/CALREC/CALRTN PAIR UP. THE
000600* INCLUDING PROGRAM MUST ALSO DECLARE
000700*     SELECT LISTA-ESPERA-FILE ASSIGN TO LISTESP
000800*         ORGANIZATION IS INDEXED
000900*         ACCESS MODE IS DYNAMIC
001000*         RECORD KEY IS LE-CHAVE
001100*         FILE STATUS IS WS-LISTESP-STATUS.
001200* E TER O STUDMAS EM ACCESS DYNAMIC (WS-STUDMAS-OK) E O TURMMAS
001300* COM O SWITCH WS-TURMMAS-DISPONIVEL, COMO O PROGCOB25. O
001400* PROGRAMA ABRE OS ARQUIVOS E LIGA WS-ESP-DISPONIVEL QUANDO O
001500* LISTESP ABRIU; DEPOIS 9890-CARREGAR-VAGAS MONTA A TABELA
001600* (OCUPADOS, AGUARDANDO, CONVOCADOS E PEDIDO MAIS ANTIGO POR
001700* TURMA), 9895-CONFERIR-VAGA DIZ SE WRK-VAGA-TURMA ESTA
001800* LOTADA, 9896-PROCURAR-NA-LISTA ACHA O PEDIDO DE
001900* WRK-ESP-ID/WRK-ESP-NOME NA FILA DA TURMA, 9898-INCLUIR-ESPERA
002000* GRAVA O PEDIDO MONTADO NO LISTA-ESPERA-RECORD E
002100* 9899-ATENDER-CONVOCADO BAIXA A CONVOCACAO ACHADA
002200*
002300* MODIFICATION HISTORY
002400* DATE       INIT  DESCRIPTION
002500* 15/10/2026 ALEX  ORIGINAL
002600******************************************************************
002700  01  WS-LISTESP-STATUS           PIC X(02) VALUE '00'.
002800      88  WS-LISTESP-OK                   VALUE '00'.
002900      88  WS-LISTESP-EOF                  VALUE '10'.
003000      88  WS-LISTESP-DUPLICADO            VALUE '22'.
003100      88  WS-LISTESP-NAO-EXISTE           VALUE '35'.
003200  01  WS-ESP-DISPONIVEL-SW        PIC X(01) VALUE 'N'.
003300      88  WS-ESP-DISPONIVEL               VALUE 'Y'.
003400  01  WS-VAGA-EOF-SW              PIC X(01) VALUE 'N'.
003500      88  WS-VAGA-EOF                     VALUE 'Y'.
003600  01  WS-FIM-ESPERA-SW            PIC X(01) VALUE 'N'.
003700      88  WS-FIM-ESPERA                   VALUE 'Y'.
003800  01  WS-TURMA-CHEIA-SW           PIC X(01) VALUE 'N'.
003900      88  WS-TURMA-CHEIA                  VALUE 'Y'.
004000  01  WS-ESP-CONVOCADO-SW         PIC X(01) VALUE 'N'.
004100      88  WS-ESP-CONVOCADO                VALUE 'Y'.
004200  01  WS-ESP-AGUARDANDO-SW        PIC X(01) VALUE 'N'.
004300      88  WS-ESP-AGUARDANDO               VALUE 'Y'.
004400  01  WRK-VAGA-TABELA.
004500      05  WRK-QTDE-VAGA           PIC 9(03) COMP VALUE ZERO.
004600      05  WRK-VAGA-ENT            OCCURS 300 TIMES.
004700          10  WRK-VG-TURMA        PIC X(06).
004800          10  WRK-VG-CAPACIDADE   PIC 9(03).
004900          10  WRK-VG-OCUPADOS     PIC 9(05).
005000          10  WRK-VG-AGUARDANDO   PIC 9(05).
005100          10  WRK-VG-CONVOCADOS   PIC 9(05).
005200          10  WRK-VG-PEDIDO-ANTIGO PIC 9(08).
005300  77  WRK-VAGA-IDX                PIC 9(03) COMP VALUE ZERO.
005400  77  WRK-VAGA-ACHADO             PIC 9(03) COMP VALUE ZERO.
005500  77  WRK-VAGA-MAX                PIC 9(03) COMP VALUE 300.
005600  77  WRK-VAGA-TURMA              PIC X(06) VALUE SPACES.
005700  77  WRK-ESP-ID                  PIC X(06) VALUE SPACES.
005800  77  WRK-ESP-NOME                PIC X(20) VALUE SPACES.
