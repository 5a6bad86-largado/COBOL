000100******************************************************************
000200* NOTIFWS.CPY
000300* WORKING-STORAGE FIELDS FOR THE OUTBOUND NOTIFICATION FILE -
000400* PAIRS WITH NOTIFREC.CPY (FD RECORD) AND NOTIFRTN.CPY
000500* (PROCEDURE ROUTINES), THE SAME WAY LGPDWS/LGPDREC/LGPDRTN
000600* PAIR UP. THE INCLUDING PROGRAM MUST ALSO DECLARE
000700*     SELECT NOTIF-FILE ASSIGN TO NOTIFOUT
000800*         ORGANIZATION IS SEQUENTIAL
000900*         FILE STATUS IS WS-NOTIFOUT-STATUS.
001000* AND HAVE WRK-DATA ALREADY ACCEPTED. PERFORM
001100* 9910-ABRIR-NOTIFICACAO NA ABERTURA; PARA CADA EVENTO LEIA O
001200* GUARDIAN DO ALUNO, MONTE WRK-NT-EVENTO, WRK-NT-REFERENCIA E
001300* WRK-NT-MENSAGEM E PERFORM 9915-NOTIFICAR;
001400* 9919-FECHAR-NOTIFICACAO NO FIM. SEM NOTIFOUT O AVISO EM PAPEL
001500* SAI DO MESMO JEITO - SO O ENVIO ELETRONICO FICA DE FORA
001600*
001700* MODIFICATION HISTORY
001800* DATE       INIT  DESCRIPTION
001900* 15/10/2026 ALEX  ORIGINAL
002000******************************************************************
002100  01  WS-NOTIFOUT-STATUS          PIC X(02) VALUE '00'.
002200      88  WS-NOTIFOUT-OK                  VALUE '00'.
002300      88  WS-NOTIFOUT-NAO-EXISTE          VALUE '35'.
002400  01  WS-NOTIF-DISPONIVEL-SW      PIC X(01) VALUE 'N'.
002500      88  WS-NOTIF-DISPONIVEL             VALUE 'Y'.
002600  01  WS-NOTIF-ENVIADA-SW         PIC X(01) VALUE 'N'.
002700      88  WS-NOTIF-ENVIADA                VALUE 'Y'.
002800  77  WRK-NT-PROGRAMA             PIC X(09) VALUE SPACES.
002900  77  WRK-NT-EVENTO               PIC X(02) VALUE SPACES.
003000  77  WRK-NT-REFERENCIA           PIC X(10) VALUE SPACES.
003100  77  WRK-NT-MENSAGEM             PIC X(80) VALUE SPACES.
003200  01  WS-NOTIF-CONTADORES COMP.
003300      05  WS-NOTIF-SMS            PIC 9(05) VALUE ZERO.
003400      05  WS-NOTIF-EMAIL          PIC 9(05) VALUE ZERO.
003500      05  WS-NOTIF-PAPEL          PIC 9(05) VALUE ZERO.
003600  01  WRK-HORA-NOTIF.
003700      05  WRK-HORA-NOTIF-HHMMSS   PIC 9(06).
003800      05  FILLER                  PIC 9(02).
