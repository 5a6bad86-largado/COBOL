000400* CHAIN, APPENDED BY THE DRIVER (PROGCOB08) TO A PERMANENT
000500* HISTORY FILE. THE CHECKPT FILE ONLY KNOWS THE CURRENT NIGHT
000600* AND IS CLEARED ON COMPLETION; THIS JOURNAL IS THE ANSWER TO
000700* "O LOTE RODOU NA TERCA PASSADA? QUANTO TEMPO LEVOU?". O
000720* PROGCOB70 TAMBEM GRAVA AQUI CADA TROCA/RESTAURACAO DE GERACAO,
000740* COM JR-ETAPA = 'G-' + O ARQUIVO VIVO (EX.: 'G-STUDMAS')
000800*
000900* MODIFICATION HISTORY
001000* DATE       INIT  DESCRIPTION
001100* 22/08/2026 ALEX  ORIGINAL LAYOUT
001150* 15/10/2026 ALEX  RESULTADOS DE TROCA/RESTAURACAO DE GERACAO
001200******************************************************************
001300  01  RUN-JOURNAL-RECORD.
001400      05  JR-DATA-EXECUCAO        PIC 9(08).
002100          88  JR-PULADO                   VALUE 'PULADO'.
002200          88  JR-BLOQUEADO                VALUE 'BLOQUEADO'.
002300          88  JR-DIVERGENTE               VALUE 'DIVERGENTE'.
002400          88  JR-TROCADO                  VALUE 'TROCADO'.
002500          88  JR-TROCA-NEGADA             VALUE 'TROCA NEGADA'.
002600          88  JR-RESTAURADO               VALUE 'RESTAURADO'.
002700          88  JR-RESTAURACAO-NEGADA       VALUE 'REST. NEGADA'.
