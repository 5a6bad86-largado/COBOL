000100******************************************************************
000200* EXTRWS.CPY
000300* WORKING-STORAGE FIELDS FOR READING THE SORTED STUDENT EXTRACT
000400* - PAIRS WITH STUDEXT.CPY (FD RECORD) AND EXTRRTN.CPY
000500* (PROCEDURE ROUTINES), THE SAME WAY NOTIFWS/NOTIFREC/NOTIFRTN
000600* PAIR UP. THE INCLUDING PROGRAM MUST ALSO DECLARE
000700*     SELECT STUDENT-EXTRACT-FILE ASSIGN TO STUDEXT
000800*         ORGANIZATION IS SEQUENTIAL
000900*         FILE STATUS IS WS-STUDEXT-STATUS.
001000*     SELECT BALANCE-FILE ASSIGN TO BALANCE
001100*         ORGANIZATION IS SEQUENTIAL
001200*         FILE STATUS IS WS-BALANCE-STATUS.
001210*     SELECT STUDENT-MASTER-FILE ASSIGN TO STUDMAS
001220*         ORGANIZATION IS INDEXED
001230*         ACCESS MODE IS SEQUENTIAL
001240*         RECORD KEY IS SM-STUDENT-ID
001250*         FILE STATUS IS WS-EX-STUDMAS-STATUS.
001300* WITH FD COPY STUDEXT, BALREC AND STUDMAS. MOVE O NOME DO
001400* PROGRAMA PARA WRK-EX-PROGRAMA E PERFORM 9950-ABRIR-EXTRATO:
001500* SO COM WS-EXTRATO-VALIDO O RELATORIO RODA - CADA 9955-LER-
001600* EXTRATO TRAZ O PROXIMO ALUNO NO STUDENT-EXTRACT-RECORD ATE
001700* WS-EXTRATO-FIM (TRAILER). 9959-FECHAR-EXTRATO NO FIM CONFERE
001800* O TRAILER. O PROGCOB67, QUE GERA O EXTRATO E SO USA O 9952,
001810* DECLARA O STUDMAS COM O STATUS DELE
001900*
002000* MODIFICATION HISTORY
002100* DATE       INIT  DESCRIPTION
002200* 15/10/2026 ALEX  ORIGINAL
002300******************************************************************
002400  01  WS-STUDEXT-STATUS           PIC X(02) VALUE '00'.
002500      88  WS-STUDEXT-OK                   VALUE '00'.
002600      88  WS-STUDEXT-EOF                  VALUE '10'.
002700  01  WS-BALANCE-STATUS           PIC X(02) VALUE '00'.
002800      88  WS-BALANCE-OK                   VALUE '00'.
002900      88  WS-BALANCE-EOF                  VALUE '10'.
003000      88  WS-BALANCE-NAO-EXISTE           VALUE '35'.
003020  01  WS-EX-STUDMAS-STATUS        PIC X(02) VALUE '00'.
003040      88  WS-EX-STUDMAS-OK                VALUE '00'.
003100  01  WS-EXTRATO-SWITCHES.
003200      05  WS-EXTRATO-ABERTO-SW    PIC X(01) VALUE 'N'.
003300          88  WS-EXTRATO-ABERTO           VALUE 'Y'.
003400      05  WS-EXTRATO-VALIDO-SW    PIC X(01) VALUE 'N'.
003500          88  WS-EXTRATO-VALIDO           VALUE 'Y'.
003600      05  WS-EXTRATO-FIM-SW       PIC X(01) VALUE 'Y'.
003700          88  WS-EXTRATO-FIM              VALUE 'Y'.
003800      05  WS-EXTRATO-CONFERE-SW   PIC X(01) VALUE 'N'.
003900          88  WS-EXTRATO-CONFERE          VALUE 'Y'.
004000      05  WS-EX-BAL-FIM-SW        PIC X(01) VALUE 'N'.
004100          88  WS-EX-BAL-FIM               VALUE 'Y'.
004200      05  WS-EX-P07-ACHADO-SW     PIC X(01) VALUE 'N'.
004300          88  WS-EX-P07-ACHADO            VALUE 'Y'.
004320      05  WS-EX-SM-FIM-SW         PIC X(01) VALUE 'N'.
004340          88  WS-EX-SM-FIM                VALUE 'Y'.
004360      05  WS-EX-SM-CONTADO-SW     PIC X(01) VALUE 'N'.
004380          88  WS-EX-SM-CONTADO            VALUE 'Y'.
004400  77  WRK-EX-PROGRAMA             PIC X(09) VALUE SPACES.
004500  77  WRK-EX-HOJE                 PIC 9(08) VALUE ZEROS.
004600  77  WRK-EX-P07-LIDOS            PIC 9(09) VALUE ZEROS.
004700  77  WRK-EX-QTDE-CABECALHO       PIC 9(07) VALUE ZEROS.
004800  77  WRK-EX-MOTIVO               PIC X(50) VALUE SPACES.
004900  01  WS-EXTRATO-CONTADORES COMP.
005000      05  WS-EX-DETALHES-LIDOS    PIC 9(07) VALUE ZERO.
005100      05  WS-EX-SOMA-MEDIAS       PIC 9(09) VALUE ZERO.
005200      05  WS-EX-SM-CONTADOS       PIC 9(07) VALUE ZERO.
