001200* TEMPO DECORRIDO E RESULTADO DE CADA ETAPA - INCLUSIVE O
001300* BLOQUEIO POR DIA NAO UTIL. UMA NOITE SEM O REGISTRO 'LOTE'
001400* CONCLUIDO E MARCADA COMO LOTE NAO CONCLUIDO, QUE E O CASO
001500* QUE O OPERADOR PRECISA ENXERGAR DE MANHA. AS TROCAS E
001520* RESTAURACOES DE GERACAO DO PROGCOB70 (ETAPA 'G-' + ARQUIVO)
001540* SAEM JUNTO COM A NOITE; UM DIA QUE SO TEM ESSAS ETAPAS (UMA
001560* RESTAURACAO AVULSA) NAO E LOTE E NAO E MARCADO
001600*
001700* MODIFICATION HISTORY
001800* DATE       INIT  DESCRIPTION
001900* 22/08/2026 ALEX  ORIGINAL
001920* 15/10/2026 ALEX  DIA SO COM ETAPAS 'G-' (TROCA/RESTAURACAO DE
001940*                  GERACAO DO PROGCOB70) NAO E MARCADO COMO LOTE
001960*                  NAO CONCLUIDO
002000******************************************************************
002100  ENVIRONMENT DIVISION.
002200  CONFIGURATION SECTION.
005320          88  WS-JRNLRPT-ABERTO            VALUE 'Y'.
005330      05  WS-TABELA-CHEIA-SW     PIC X(01) VALUE 'N'.
005340          88  WS-TABELA-CHEIA              VALUE 'Y'.
005360      05  WS-NOITE-SO-GERACAO-SW PIC X(01) VALUE 'N'.
005380          88  WS-NOITE-SO-GERACAO          VALUE 'Y'.
005400******************************************************************
005500* FILE STATUS AND COUNTERS
005600******************************************************************
030100      WRITE JP-LINE FROM WS-NOITE-LINE.
030200      MOVE 'Y' TO WS-NOITE-ABERTA-SW.
030300      MOVE 'N' TO WS-LOTE-CONCLUIDO-SW.
030350      MOVE 'Y' TO WS-NOITE-SO-GERACAO-SW.
030400      ADD 1 TO WS-NOITES-LISTADAS.
030500  4150-EXIT.
030600      EXIT.
032600      MOVE WRK-DURACAO TO WD-DURACAO.
032700      MOVE JT-RESULTADO(WRK-IDX) TO WD-RESULTADO.
032800      WRITE JP-LINE FROM WS-DETAIL-LINE.
032820      IF JT-ETAPA(WRK-IDX)(1:2) NOT = 'G-'
032840          MOVE 'N' TO WS-NOITE-SO-GERACAO-SW
032860      END-IF.
032900      IF JT-ETAPA(WRK-IDX) = 'LOTE'
033000          AND JT-RESULTADO(WRK-IDX) = 'CONCLUIDO'
033100          MOVE 'Y' TO WS-LOTE-CONCLUIDO-SW
034500******************************************************************
034600* 4300-FECHAR-NOITE
034700* CLOSES THE NIGHT BLOCK - A NIGHT WITHOUT A 'LOTE' CONCLUIDO
034800* RECORD NEVER REACHED THE END OF THE CHAIN AND IS FLAGGED,
034850* UNLESS ALL IT HAS ARE GENERATION SWAPS/RESTORES ('G-' STEPS)
034900******************************************************************
035000  4300-FECHAR-NOITE.
035100      IF NOT WS-LOTE-CONCLUIDO AND NOT WS-NOITE-SO-GERACAO
035200          WRITE JP-LINE FROM WS-ALERTA-LINE
035300          ADD 1 TO WS-NOITES-INCOMPLETAS
035400      END-IF.
