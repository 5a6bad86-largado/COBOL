001870*                  SEM ISSO UM BIMESTRE NAO LANCADO ENTRAVA
001880*                  NA MEDIA COMO ZERO E REPROVAVA O ALUNO.
001890*                  RECORD GROWS FROM 54 TO 58 BYTES
001891* 15/10/2026 ALEX  SM-SITUACAO GANHA O VALOR 'C' (APROVADO
001892*                  PELO CONSELHO DE CLASSE - PROGCOB52);
001893*                  SM-APROVADO PASSA A COBRIR 'A' E 'C' PARA
001894*                  PROMOCAO, CERTIFICADO E RELATORIOS CONTAREM
001895*                  O ALUNO COMO APROVADO
001900******************************************************************
002000  01  STUDENT-MASTER-RECORD.
002100      05  SM-STUDENT-ID           PIC X(06).
002700      05  SM-NOTA4                PIC 9(02).
002800      05  SM-MEDIA                PIC 9(02).
002900      05  SM-SITUACAO             PIC X(01).
003000          88  SM-APROVADO                 VALUES 'A' 'C'.
003050          88  SM-APROVADO-CONSELHO        VALUE 'C'.
003100          88  SM-REPROVADO                VALUES 'R' 'F'.
003110          88  SM-REPROVADO-FALTA          VALUE 'F'.
003200          88  SM-SITUACAO-PENDENTE        VALUE ' '.
