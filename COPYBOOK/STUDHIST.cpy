001000* MODIFICATION HISTORY
001100* DATE       INIT  DESCRIPTION
001200* 22/08/2026 ALEX  ORIGINAL LAYOUT
001220* 15/10/2026 ALEX  SH-SITUACAO 'C' - PERIODO FECHADO COM
001240*                  APROVACAO PELO CONSELHO DE CLASSE
001300******************************************************************
001400  01  STUDENT-HISTORY-RECORD.
001500      05  SH-CHAVE.
002300      05  SH-NOTA4                PIC 9(02).
002400      05  SH-MEDIA                PIC 9(02).
002500      05  SH-SITUACAO             PIC X(01).
002600          88  SH-APROVADO                 VALUES 'A' 'C'.
002650          88  SH-APROVADO-CONSELHO        VALUE 'C'.
002700          88  SH-REPROVADO                VALUES 'R' 'F'.
002800          88  SH-REPROVADO-FALTA          VALUE 'F'.
002900      05  SH-LETRA                PIC X(01).
