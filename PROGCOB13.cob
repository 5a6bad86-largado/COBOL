007900*                  NO CATALOGO A AUTORIZACAO NAO E CRITICADA
008000*                  (AVISADA NO CONSOLE), PARA A IMPLANTACAO
008100*                  NAO PARAR O LANCAMENTO
008110* 15/10/2026 ALEX  DISCIPLINA DO GRADTRAN CONFERIDA NO CATALOGO
008120*                  DISCMAS (CARGA DO PROGCOB71) - CODIGO FORA
008130*                  DO CATALOGO OU DISCIPLINA INATIVA E RECUSADO
008140*                  ANTES DE CRIAR DISCIPLINA FANTASMA NO GRADMAS.
008150*                  SEM DISCMAS A DISCIPLINA NAO E CRITICADA
008160*                  (AVISADA NO CONSOLE), COMO O PROFMAS
008200******************************************************************
008300  ENVIRONMENT DIVISION.
008400  CONFIGURATION SECTION.
011300          ACCESS MODE IS RANDOM
011400          RECORD KEY IS PF-PROFESSOR-ID
011500          FILE STATUS IS WS-PROFMAS-STATUS.
011510      SELECT DISCIPLINA-FILE ASSIGN TO DISCMAS
011520          ORGANIZATION IS INDEXED
011530          ACCESS MODE IS RANDOM
011540          RECORD KEY IS DC-CODIGO
011550          FILE STATUS IS WS-DISCMAS-STATUS.
011600      SELECT SORT-WORK-FILE ASSIGN TO SORTWK.
011700      SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
011800          ORGANIZATION IS SEQUENTIAL
014400  FD  PROFESSOR-FILE
014500      LABEL RECORDS ARE STANDARD.
014600  COPY PROFMAS.
014620  FD  DISCIPLINA-FILE
014640      LABEL RECORDS ARE STANDARD.
014660  COPY DISCMAS.
014700  FD  AUDIT-LOG-FILE
014800      LABEL RECORDS ARE STANDARD.
014900  COPY AUDITREC.
022800* CALENDARIO LETIVO FIELDS (SEE CALWS.CPY/CALRTN.CPY)
022900******************************************************************
023000  COPY CALWS.
023020******************************************************************
023040* CATALOGO DE DISCIPLINAS FIELDS (SEE DISCWS.CPY/DISCRTN.CPY)
023060******************************************************************
023080  COPY DISCWS.
023100******************************************************************
023200* SHARED DATE-OUTPUT FIELDS (SEE DATEFMT.CPY)
023300******************************************************************
036200              WS-PROFMAS-STATUS ') - AUTORIZACAO DE PROFESSOR '
036300              'NAO CRITICADA'
036400      END-IF.
036410      OPEN INPUT DISCIPLINA-FILE.
036420      IF WS-DISCMAS-OK
036430          MOVE 'Y' TO WS-DISCMAS-DISPONIVEL-SW
036440      ELSE
036450          DISPLAY 'PROGCOB13 - DISCMAS INDISPONIVEL ('
036460              WS-DISCMAS-STATUS ') - DISCIPLINA NAO CRITICADA'
036470      END-IF.
036500      PERFORM 9870-CARREGAR-CALENDARIO THRU 9870-EXIT.
036600      IF NOT WS-CAL-DISPONIVEL
036700          DISPLAY 'PROGCOB13 - SEM CALENDARIO LETIVO - JANELA '
054800              GO TO 2200-EXIT
054900          END-IF
055000      END-IF.
055020      PERFORM 2270-VALIDAR-DISCIPLINA THRU 2270-EXIT.
055040      IF WS-TRANS-INVALIDA
055060          GO TO 2200-EXIT
055080      END-IF.
055100      PERFORM 2290-VALIDAR-PROFESSOR THRU 2290-EXIT.
055200      IF WS-TRANS-INVALIDA
055300          GO TO 2200-EXIT
060500      END-IF.
060600  2260-EXIT.
060700      EXIT.
060702******************************************************************
060704* 2270-VALIDAR-DISCIPLINA
060706* A DISCIPLINA INFORMADA TEM QUE ESTAR NO CATALOGO DISCMAS E
060708* ATIVA. DISCIPLINA EM BRANCO (RECUPERACAO DO CAMINHO ANTIGO)
060710* OU DISCMAS INDISPONIVEL NAO SAO CRITICADOS
060712******************************************************************
060714  2270-VALIDAR-DISCIPLINA.
060716      IF GT-DISCIPLINA = SPACES
060718          GO TO 2270-EXIT
060720      END-IF.
060722      IF NOT WS-DISCMAS-DISPONIVEL
060724          GO TO 2270-EXIT
060726      END-IF.
060728      MOVE GT-DISCIPLINA TO WRK-DC-CODIGO.
060730      PERFORM 9940-OBTER-DISCIPLINA THRU 9940-EXIT.
060732      IF NOT WS-DC-ACHADA
060734          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
060736          MOVE 'DISC NAO CADASTRADA' TO WRK-MOTIVO-REJEICAO
060738          GO TO 2270-EXIT
060740      END-IF.
060742      IF NOT WS-DC-ATIVA
060744          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
060746          MOVE 'DISCIPLINA INATIVA' TO WRK-MOTIVO-REJEICAO
060748      END-IF.
060750  2270-EXIT.
060752      EXIT.
060800******************************************************************
060900* 2280-VALIDAR-RECUPERACAO
061000* REGRA DA CONVOCACAO DO PROGCOB23, REVALIDADA NO LANCAMENTO:
080300* CADEIA COMPLETA NUMA DISPUTA
080400******************************************************************
080500  2380-GRAVAR-AUDITORIA.
080550      INITIALIZE AUDIT-RECORD.
080600      MOVE GT-STUDENT-ID TO AR-STUDENT-ID.
080700      MOVE GT-CLASS-SECTION TO AR-CLASS-SECTION.
080800      MOVE 'L' TO AR-TIPO-REGISTRO.
091100      IF WS-PROF-DISPONIVEL
091200          CLOSE PROFESSOR-FILE
091300      END-IF.
091320      IF WS-DISCMAS-DISPONIVEL
091340          CLOSE DISCIPLINA-FILE
091360      END-IF.
091400      DISPLAY 'PROGCOB13 - TRANSACOES LIDAS......: '
091500          WS-TRANS-LIDAS.
091600      DISPLAY 'PROGCOB13 - TRANSACOES ACEITAS....: '
093400* CALENDARIO LETIVO ROUTINES (SEE CALRTN.CPY)
093500******************************************************************
093600  COPY CALRTN.
093700******************************************************************
093800* CATALOGO DE DISCIPLINAS ROUTINE (SEE DISCRTN.CPY)
093900******************************************************************
094000  COPY DISCRTN.
