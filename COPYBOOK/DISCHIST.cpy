000100******************************************************************
000200* DISCHIST.CPY
000300* PER-DISCIPLINA TERM-HISTORY RECORD - INDEXED BY STUDENT ID
000400* PLUS ANO/PERIODO LETIVO (AAAAPP) PLUS CODIGO DE DISCIPLINA.
000500* ONE RECORD PER GRADMAS RECORD OF THE CLOSED PERIOD, WRITTEN BY
000600* THE TERM-CLOSE (PROGCOB24) BEFORE THE GRADMAS RECORD IS
000700* DELETED - O STUDHIST SO GUARDA O RESUMO GERAL, E O HISTORICO
000800* POR DISCIPLINA (TRANSFERENCIA, SECRETARIA DE EDUCACAO) SE
000900* PERDIA NO FECHAMENTO. LIDO PELO PROGCOB34 SOB CADA PERIODO
001000*
001100* MODIFICATION HISTORY
001200* DATE       INIT  DESCRIPTION
001300* 15/10/2026 ALEX  ORIGINAL LAYOUT
001400******************************************************************
001500  01  DISC-HISTORY-RECORD.
001600      05  DH-CHAVE.
001700          10  DH-STUDENT-ID       PIC X(06).
001800          10  DH-ANO-PERIODO      PIC 9(06).
001900          10  DH-DISCIPLINA       PIC X(03).
002000      05  DH-CLASS-SECTION        PIC X(06).
002100      05  DH-NOTA1                PIC 9(02).
002200      05  DH-NOTA2                PIC 9(02).
002300      05  DH-NOTA3                PIC 9(02).
002400      05  DH-NOTA4                PIC 9(02).
002500      05  DH-MEDIA                PIC 9(02).
002600      05  DH-SITUACAO             PIC X(01).
002700          88  DH-APROVADO                 VALUES 'A' 'C'.
002800          88  DH-APROVADO-CONSELHO        VALUE 'C'.
002900          88  DH-REPROVADO                VALUES 'R' 'F'.
003000          88  DH-REPROVADO-FALTA          VALUE 'F'.
003100      05  DH-LETRA                PIC X(01).
003200      05  DH-NOTA-RECUPERACAO     PIC 9(02).
