000100******************************************************************
000200* LGPDREC.CPY
000300* REGISTRO DO LOG DE TRATAMENTO LGPD (ARQUIVO LGPDLOG) - UM
000400* REGISTRO POR DADO PESSOAL CONSULTADO, ANONIMIZADO OU EXCLUIDO,
000500* COM O ARQUIVO, A CHAVE DO REGISTRO E A BASE LEGAL. ACRESCIDO
000600* (EXTEND) PELA RETENCAO (PROGCOB10) E PELO RELATORIO DO
000700* TITULAR (PROGCOB58); NUNCA E REESCRITO - E A PROVA PARA A ANPD
000800* E PARA O TITULAR DO QUE FOI FEITO COM OS DADOS DELE
000900*
001000* MODIFICATION HISTORY
001100* DATE       INIT  DESCRIPTION
001200* 15/10/2026 ALEX  ORIGINAL LAYOUT
001300******************************************************************
001400  01  LGPD-LOG-RECORD.
001500      05  LG-DATA                 PIC 9(08).
001600      05  LG-HORA                 PIC 9(06).
001700      05  LG-PROGRAMA             PIC X(09).
001800      05  LG-ACAO                 PIC X(01).
001900          88  LG-CONSULTADO               VALUE 'C'.
002000          88  LG-ANONIMIZADO              VALUE 'A'.
002100          88  LG-EXCLUIDO                 VALUE 'E'.
002200      05  LG-STUDENT-ID           PIC X(06).
002300      05  LG-ARQUIVO              PIC X(08).
002400      05  LG-CHAVE                PIC X(20).
002500      05  LG-BASE-LEGAL           PIC X(30).
002600      05  LG-PROTOCOLO            PIC X(10).
