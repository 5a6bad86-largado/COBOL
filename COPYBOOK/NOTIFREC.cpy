000100******************************************************************
000200* NOTIFREC.CPY
000300* REGISTRO DO ARQUIVO DE NOTIFICACOES (NOTIFOUT) - UM REGISTRO
000400* POR AVISO E POR CANAL, NO LAYOUT FIXO QUE O PROVEDOR DE
000500* MENSAGENS RECOLHE. ACRESCIDO (EXTEND) PELO BOLETIM (PROGCOB20),
000600* PELO AVISO DE FREQUENCIA (PROGCOB36), PELA GERACAO DE
000700* MENSALIDADES (PROGCOB39) E PELA INADIMPLENCIA (PROGCOB41) VIA
000800* NOTIFRTN. CANAL 'S' E 'E' SAO ENVIADOS PELO PROVEDOR; CANAL
000900* 'P' MARCA O RESPONSAVEL SEM CANAL ACEITO, QUE SO RECEBE PELO
001000* CORREIO - O PROVEDOR IGNORA ESSES REGISTROS E O PROGCOB61 OS
001100* LISTA NO RELATORIO DIARIO
001200*
001300* MODIFICATION HISTORY
001400* DATE       INIT  DESCRIPTION
001500* 15/10/2026 ALEX  ORIGINAL LAYOUT
001600******************************************************************
001700  01  NOTIFICACAO-RECORD.
001800      05  NT-DATA                 PIC 9(08).
001900      05  NT-HORA                 PIC 9(06).
002000      05  NT-PROGRAMA             PIC X(09).
002100      05  NT-EVENTO               PIC X(02).
002200          88  NT-BOLETIM-DISPONIVEL       VALUE 'BL'.
002300          88  NT-FREQUENCIA-BAIXA         VALUE 'FQ'.
002400          88  NT-COBRANCA-EMITIDA         VALUE 'CE'.
002500          88  NT-COBRANCA-VENCIDA         VALUE 'CV'.
002600      05  NT-CANAL                PIC X(01).
002700          88  NT-CANAL-SMS                VALUE 'S'.
002800          88  NT-CANAL-EMAIL              VALUE 'E'.
002900          88  NT-CANAL-PAPEL              VALUE 'P'.
003000      05  NT-STUDENT-ID           PIC X(06).
003100      05  NT-NOME-RESPONSAVEL     PIC X(30).
003200      05  NT-DESTINO              PIC X(50).
003300      05  NT-REFERENCIA           PIC X(10).
003400      05  NT-MENSAGEM             PIC X(80).
