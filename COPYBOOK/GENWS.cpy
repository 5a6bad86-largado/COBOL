000100******************************************************************
000200* GENWS.CPY
000300* WORKING-STORAGE FIELDS FOR THE GENERATION CATALOG - PAIRS WITH
000400* GENCAT.CPY (FD RECORD) AND GENRTN.CPY (PROCEDURE ROUTINES),
000500* THE SAME WAY NOTIFWS/NOTIFREC/NOTIFRTN PAIR UP. THE INCLUDING
000600* PROGRAM MUST ALSO DECLARE
000700*     SELECT GENERATION-CATALOG-FILE ASSIGN TO GENCAT
000800*         ORGANIZATION IS SEQUENTIAL
000900*         FILE STATUS IS WS-GENCAT-STATUS.
001000* E MONTAR WRK-GN-PROGRAMA E WRK-GN-ARQUIVO (O DDNAME DO ARQUIVO
001100* NOVO). A CADA WRITE BEM SUCEDIDO NO ARQUIVO NOVO, MOVA O CAMPO
001200* DE DATA DO REGISTRO PARA WRK-GN-CAMPO-HASH E PERFORM
001300* 9930-GERACAO-CONTAR; ERRO DE ABERTURA, LEITURA OU GRAVACAO
001400* MOVE 'N' PARA WS-GN-PRODUTOR-OK-SW. NO FIM, COM O ARQUIVO
001500* NOVO FECHADO, MONTE WS-GN-LIDOS/INCLUIDOS/EXCLUIDOS COM OS
001600* CONTADORES DO PROPRIO PROGRAMA E PERFORM
001700* 9935-GERACAO-CATALOGAR, QUE ZERA TUDO PARA O PROXIMO ARQUIVO
001800*
001900* MODIFICATION HISTORY
002000* DATE       INIT  DESCRIPTION
002100* 15/10/2026 ALEX  ORIGINAL
002200******************************************************************
002300  01  WS-GENCAT-STATUS            PIC X(02) VALUE '00'.
002400      88  WS-GENCAT-OK                    VALUE '00'.
002500      88  WS-GENCAT-EOF                   VALUE '10'.
002600      88  WS-GENCAT-NAO-EXISTE            VALUE '35'.
002700  01  WS-GN-PRODUTOR-OK-SW        PIC X(01) VALUE 'S'.
002800      88  WS-GN-PRODUTOR-OK               VALUE 'S'.
002900  77  WRK-GN-PROGRAMA             PIC X(09) VALUE SPACES.
003000  77  WRK-GN-ARQUIVO              PIC X(08) VALUE SPACES.
003100  01  WRK-GN-CAMPO-HASH           PIC X(08) VALUE ZEROS.
003200  01  WRK-GN-CAMPO-HASH-N REDEFINES WRK-GN-CAMPO-HASH
003300                                  PIC 9(08).
003400  01  WS-GN-CONTADORES COMP.
003500      05  WS-GN-REGISTROS         PIC 9(09) VALUE ZERO.
003600      05  WS-GN-HASH              PIC 9(15) VALUE ZERO.
003700      05  WS-GN-LIDOS             PIC 9(09) VALUE ZERO.
003800      05  WS-GN-INCLUIDOS         PIC 9(09) VALUE ZERO.
003900      05  WS-GN-EXCLUIDOS         PIC 9(09) VALUE ZERO.
004000  77  WRK-GN-HOJE                 PIC 9(08) VALUE ZEROS.
004100  01  WRK-GN-HORA.
004200      05  WRK-GN-HORA-HHMMSS      PIC 9(06).
004300      05  FILLER                  PIC 9(02).
