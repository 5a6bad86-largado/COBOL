000400* AND MAILING ADDRESS OF THE RESPONSAVEL DE CADA ALUNO, KEPT
000500* ALONGSIDE THE STUDENT-MASTER. LOADED BY PROGCOB19 AND READ BY
000600* PROGCOB20 TO ADDRESS THE BOLETIM PAGE FOR MAILING
000610* TELEFONE (DDD + NUMERO) E E-MAIL COM O ACEITE (OPT-IN) DE CADA
000620* CANAL - SO CANAL ACEITO RECEBE AVISO NO NOTIFOUT (NOTIFRTN);
000630* GD-DATA-OPTIN E A DATA DA ULTIMA MUDANCA DOS ACEITES
000700*
000800* MODIFICATION HISTORY
000900* DATE       INIT  DESCRIPTION
001000* 22/08/2026 ALEX  ORIGINAL LAYOUT
001010* 15/10/2026 ALEX  TELEFONE, E-MAIL E OPT-IN POR CANAL PARA O
001020*                  ARQUIVO DE NOTIFICACOES (NOTIFOUT)
001100******************************************************************
001200  01  GUARDIAN-RECORD.
001300      05  GD-STUDENT-ID           PIC X(06).
001400      05  GD-NOME-RESPONSAVEL     PIC X(30).
001500      05  GD-ENDERECO             PIC X(40).
001600      05  GD-CEP                  PIC 9(08).
001700      05  GD-TELEFONE             PIC X(11).
001800      05  GD-EMAIL                PIC X(50).
001900      05  GD-OPTIN-SMS            PIC X(01).
002000          88  GD-ACEITA-SMS               VALUE 'S'.
002100      05  GD-OPTIN-EMAIL          PIC X(01).
002200          88  GD-ACEITA-EMAIL             VALUE 'S'.
002300      05  GD-DATA-OPTIN           PIC 9(08).
