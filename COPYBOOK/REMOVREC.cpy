000100******************************************************************
000200* REMOVREC.CPY
000300* LISTA DE REMOCAO (ARQUIVO REMOVLST) - UM REGISTRO POR
000400* REGISTRO ORFAO ACHADO PELO PROGCOB69 NO MODO LIMPEZA (GRADMAS,
000500* ATTEND, GUARDIAN OU BILLMAS SEM ALUNO NO STUDMAS, CTLPARM DE
000600* TURMA QUE O TURMMAS NAO TEM). NADA E APAGADO: A SECRETARIA
000700* CONFERE A LISTA E MARCA RM-APROVADO COM 'S' NO QUE PODE SAIR.
000800* RM-CHAVE E A CHAVE DO ARQUIVO DE ORIGEM (GM-CHAVE, BL-CHAVE,
000900* MATRICULA OU TURMA), ALINHADA A ESQUERDA
001000*
001100* MODIFICATION HISTORY
001200* DATE       INIT  DESCRIPTION
001300* 15/10/2026 ALEX  ORIGINAL LAYOUT
001400******************************************************************
001500  01  REMOVAL-RECORD.
001600      05  RM-DATA-GERACAO         PIC 9(08).
001700      05  RM-ARQUIVO              PIC X(08).
001800      05  RM-CHAVE                PIC X(12).
001900      05  RM-CODIGO-QUEBRA        PIC X(03).
002000      05  RM-MOTIVO               PIC X(40).
002100      05  RM-COMPLEMENTO          PIC X(13).
002200      05  RM-APROVADO             PIC X(01).
002300          88  RM-REMOCAO-APROVADA         VALUE 'S'.
