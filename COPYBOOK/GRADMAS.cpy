001630*                  PELO PROGCOB13; BIMESTRE NAO LANCADO RETEM
001640*                  O ALUNO COMO PENDENTE EM VEZ DE ENTRAR NA
001650*                  MEDIA COMO ZERO. RECORD GROWS TO 33 BYTES
001660* 15/10/2026 ALEX  GM-SITUACAO GANHA O VALOR 'C' (DISCIPLINA
001670*                  APROVADA PELO CONSELHO DE CLASSE); GM-
001680*                  APROVADO PASSA A COBRIR 'A' E 'C'
001700******************************************************************
001800  01  GRADE-MASTER-RECORD.
001900      05  GM-CHAVE.
002600      05  GM-NOTA4                PIC 9(02).
002700      05  GM-MEDIA                PIC 9(02).
002800      05  GM-SITUACAO             PIC X(01).
002900          88  GM-APROVADO                 VALUES 'A' 'C'.
002950          88  GM-APROVADO-CONSELHO        VALUE 'C'.
003000          88  GM-REPROVADO                VALUES 'R' 'F'.
003100          88  GM-REPROVADO-FALTA          VALUE 'F'.
003200          88  GM-SITUACAO-PENDENTE        VALUE ' '.
