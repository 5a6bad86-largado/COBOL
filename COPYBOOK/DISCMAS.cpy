000100******************************************************************
000200* DISCMAS.CPY
000300* DISCIPLINA MASTER RECORD - INDEXED BY CODIGO DA DISCIPLINA.
000400* GM-DISCIPLINA E PF-DISCIPLINA ERAM SO TRES CARACTERES LIVRES,
000500* E UM ERRO DE DIGITACAO NO GRADTRAN CRIAVA UMA DISCIPLINA
000600* FANTASMA NO GRADMAS. MAINTAINED BY PROGCOB71; READ BY
000700* PROGCOB13 E PROGCOB46 (SO ACEITAM DISCIPLINA ATIVA
000800* CADASTRADA), BY PROGCOB07 E PROGCOB60 (PESOS DE CADA
000900* BIMESTRE NA MEDIA DA DISCIPLINA) AND BY PROGCOB20 E PROGCOB34
001000* (NOME E CARGA HORARIA NO BOLETIM E NO HISTORICO). OS QUATRO
001100* PESOS SOMAM 100 (CRITICADO NO PROGCOB71)
001200*
001300* MODIFICATION HISTORY
001400* DATE       INIT  DESCRIPTION
001500* 15/10/2026 ALEX  ORIGINAL LAYOUT
001600******************************************************************
001700  01  DISCIPLINA-RECORD.
001800      05  DC-CODIGO               PIC X(03).
001900      05  DC-NOME                 PIC X(25).
002000      05  DC-CARGA-HORARIA        PIC 9(04).
002100      05  DC-PESOS.
002200          10  DC-PESO1            PIC 9(03).
002300          10  DC-PESO2            PIC 9(03).
002400          10  DC-PESO3            PIC 9(03).
002500          10  DC-PESO4            PIC 9(03).
002600      05  DC-ATIVA                PIC X(01).
002700          88  DC-DISCIPLINA-ATIVA         VALUE 'S'.
002800          88  DC-DISCIPLINA-INATIVA       VALUE 'N'.
