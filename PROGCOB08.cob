002626*                  PROPRIO USO E APAGAVA O VEREDICTO DO
002627*                  PROGCOB27, DEIXANDO O JOB PUBLICAR SOBRE
002628*                  LOTE FORA DE BALANCO
002638* 15/10/2026 ALEX  ETAPA DE REFERENCIA (PROGCOB69) LOGO
002648*                  DEPOIS DA INTEGRIDADE - CRUZA STUDMAS,
002658*                  GRADMAS, ATTEND, GUARDIAN, BILLMAS,
002668*                  TURMMAS, PROFMAS E CTLPARM; QUEBRA GRAVE
002678*                  DE CHAVE SEGURA A CADEIA COMO O PROGCOB31
002688******************************************************************
002700  ENVIRONMENT DIVISION.
002800  CONFIGURATION SECTION.
002900  SOURCE-COMPUTER. IBM-370.
006310      IF NOT WS-ABORTAR-LOTE
006320          PERFORM 2500-INTEGRITY-STEP THRU 2500-EXIT
006330      END-IF.
006340      IF NOT WS-ABORTAR-LOTE
006350          PERFORM 2600-REFERENCIA-STEP THRU 2600-EXIT
006360      END-IF.
006400      IF NOT WS-ABORTAR-LOTE
006500          PERFORM 3000-ROSTER-STEP THRU 3000-EXIT
006600      END-IF.
011330      PERFORM 5500-GRAVAR-JOURNAL THRU 5500-EXIT.
011340  2500-EXIT.
011350      EXIT.
011351******************************************************************
011352* 2600-REFERENCIA-STEP
011353* CROSSES THE MASTER FILES AGAINST EACH OTHER (PROGCOB69) -
011354* ORPHANS LEFT BY PROGCOB10, TURMA QUE O TURMMAS NAO TEM,
011355* FREQUENCIA OU NOTA EM TURMA DIFERENTE DA DO ALUNO. QUEBRA
011356* GRAVE (RC 8) BLOCKS THE CHAIN LIKE THE INTEGRITY STEP; OS
011357* AVISOS SO SAEM NO INTGXRPT. RUNS EVERY NIGHT, EVEN ON A RERUN
011358******************************************************************
011359  2600-REFERENCIA-STEP.
011360      PERFORM 5400-MARCAR-INICIO THRU 5400-EXIT.
011361      MOVE 'REFERENCIA' TO WRK-JR-ETAPA.
011362      DISPLAY 'PROGCOB08 - INICIANDO ETAPA REFERENCIA '
011363          '(PROGCOB69)'.
011364      MOVE ZERO TO RETURN-CODE.
011365      CALL 'PROGCOB69'.
011366      IF RETURN-CODE NOT = ZERO
011367          DISPLAY 'PROGCOB08 - ARQUIVOS COM QUEBRA DE REFERENCIA'
011368              ' - LOTE NOTURNO BLOQUEADO - VERIFICAR INTGXRPT'
011369          MOVE 'Y' TO WS-ABORTAR-LOTE-SW
011370          MOVE 'DIVERGENTE' TO WRK-JR-RESULTADO
011371      ELSE
011372          MOVE 'CONCLUIDO' TO WRK-JR-RESULTADO
011373      END-IF.
011374      PERFORM 5500-GRAVAR-JOURNAL THRU 5500-EXIT.
011375  2600-EXIT.
011376      EXIT.
011386******************************************************************
011396* 3000-ROSTER-STEP
011406* CALLS THE ROSTER LOAD UNLESS THE CHECKPOINT SHOWS IT ALREADY
011416* RAN CLEAN
011426******************************************************************
011700  3000-ROSTER-STEP.
011710      PERFORM 5400-MARCAR-INICIO THRU 5400-EXIT.
011720      MOVE 'ROSTER' TO WRK-JR-ETAPA.
