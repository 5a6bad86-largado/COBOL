001610*   PROGCOB39: LIDOS = GERADAS + EXISTENTES + SEM-TARIFA
001615*              + ERROS
001620*   PROGCOB40: LIDAS = ACEITAS + REJEITADAS
001630*   PROGCOB39: GERADAS = REMESSA + SEM-REMESSA (BOLETOS)
001640*   PROGCOB62: LIDOS = LIQUIDADOS + CONFIRMADOS + REJEITADOS
001650*              + BAIXADOS + OUTROS; LIDOS = TRAILER-QTDE E
001660*              VALOR-LIQ = TRAILER-VLR (RETORNO DO BANCO)
001700* QUALQUER DIVERGENCIA SAI NO RELATORIO BALRPT E DERRUBA O
001800* RETURN-CODE PARA 8, PARA O RESTO DO JOB PARAR EM VEZ DE
001900* PUBLICAR BOLETINS SOBRE UM LOTE FORA DE BALANCO. SO OS
002592* 01/09/2026 ALEX  A EQUACAO DO PROGCOB39 GANHA OS ERROS DE
002594*                  GRAVACAO, QUE DEIXARAM DE SE ESCONDER NO
002596*                  SEM-TARIFA
002597* 15/10/2026 ALEX  COBRANCA BANCARIA: REMESSA DO PROGCOB39 CONTRA
002598*                  AS COBRANCAS GERADAS; RETORNO DO PROGCOB62 POR
002599*                  OCORRENCIA E CONTRA O TRAILER DO BANCO
002600******************************************************************
002700  ENVIRONMENT DIVISION.
002800  CONFIGURATION SECTION.
006120          88  WS-P39-PRESENTE              VALUE 'Y'.
006130      05  WS-P40-PRESENTE-SW     PIC X(01) VALUE 'N'.
006140          88  WS-P40-PRESENTE              VALUE 'Y'.
006160      05  WS-P62-PRESENTE-SW     PIC X(01) VALUE 'N'.
006180          88  WS-P62-PRESENTE              VALUE 'Y'.
006200******************************************************************
006300* FILE STATUS AND COUNTERS
006400******************************************************************
009240      05  WS-P39-EXISTENTES      PIC 9(09) VALUE ZERO.
009250      05  WS-P39-SEM-TARIFA      PIC 9(09) VALUE ZERO.
009255      05  WS-P39-ERROS           PIC 9(09) VALUE ZERO.
009256      05  WS-P39-REMESSA         PIC 9(09) VALUE ZERO.
009257      05  WS-P39-SEM-REMESSA     PIC 9(09) VALUE ZERO.
009260  01  WS-VALORES-P40 COMP.
009270      05  WS-P40-LIDAS           PIC 9(09) VALUE ZERO.
009280      05  WS-P40-ACEITAS         PIC 9(09) VALUE ZERO.
009290      05  WS-P40-REJEITADAS      PIC 9(09) VALUE ZERO.
009300  77  WRK-SOMA-ESPERADA          PIC 9(09) VALUE ZERO.
009305  01  WS-VALORES-P62 COMP.
009315      05  WS-P62-LIDOS           PIC 9(09) VALUE ZERO.
009325      05  WS-P62-LIQUIDADOS      PIC 9(09) VALUE ZERO.
009335      05  WS-P62-CONFIRMADOS     PIC 9(09) VALUE ZERO.
009345      05  WS-P62-REJEITADOS      PIC 9(09) VALUE ZERO.
009355      05  WS-P62-BAIXADOS        PIC 9(09) VALUE ZERO.
009365      05  WS-P62-OUTROS          PIC 9(09) VALUE ZERO.
009375      05  WS-P62-VALOR-LIQ       PIC 9(09) VALUE ZERO.
009385      05  WS-P62-TRAILER-QTDE    PIC 9(09) VALUE ZERO.
009395      05  WS-P62-TRAILER-VLR     PIC 9(09) VALUE ZERO.
009400******************************************************************
009500* RUN DATE - SAME STRUCTURE TESTE1 USES FOR THE SYSTEM DATE
009600******************************************************************
013600          PERFORM 5000-CONFERIR-P05 THRU 5000-EXIT
013602          PERFORM 6000-CONFERIR-P39 THRU 6000-EXIT
013604          PERFORM 7000-CONFERIR-P40 THRU 7000-EXIT
013606          PERFORM 7200-CONFERIR-REMESSA THRU 7200-EXIT
013608          PERFORM 7500-CONFERIR-P62 THRU 7500-EXIT
013610      END-IF.
013700      PERFORM 8000-TERMINATE THRU 8000-EXIT.
013800      GOBACK.
020450                      IF BF-PROGRAMA = 'PROGCOB40'
020460                          PERFORM 2500-GUARDAR-P40
020470                              THRU 2500-EXIT
020471                      ELSE
020472                          IF BF-PROGRAMA = 'PROGCOB62'
020473                              PERFORM 2600-GUARDAR-P62
020474                                  THRU 2600-EXIT
020475                          END-IF
020480                      END-IF
020490                  END-IF
020500              END-IF
026032      IF BF-CONTADOR = 'ERROS'
026033          MOVE BF-VALOR TO WS-P39-ERROS
026034      END-IF.
026035      IF BF-CONTADOR = 'REMESSA'
026036          MOVE BF-VALOR TO WS-P39-REMESSA
026037      END-IF.
026038      IF BF-CONTADOR = 'SEM-REMESSA'
026039          MOVE BF-VALOR TO WS-P39-SEM-REMESSA
026040      END-IF.
026041  2400-EXIT.
026042      EXIT.
026043******************************************************************
026044* 2500-GUARDAR-P40
026045******************************************************************
026046  2500-GUARDAR-P40.
026048      MOVE 'Y' TO WS-P40-PRESENTE-SW.
026050      IF BF-CONTADOR = 'LIDAS'
026066      END-IF.
026068  2500-EXIT.
026070      EXIT.
026072******************************************************************
026075* 2600-GUARDAR-P62
026078******************************************************************
026081  2600-GUARDAR-P62.
026084      MOVE 'Y' TO WS-P62-PRESENTE-SW.
026087      IF BF-CONTADOR = 'LIDOS'
026090          MOVE BF-VALOR TO WS-P62-LIDOS
026093      END-IF.
026096      IF BF-CONTADOR = 'LIQUIDADOS'
026099          MOVE BF-VALOR TO WS-P62-LIQUIDADOS
026102      END-IF.
026105      IF BF-CONTADOR = 'CONFIRMADOS'
026108          MOVE BF-VALOR TO WS-P62-CONFIRMADOS
026111      END-IF.
026114      IF BF-CONTADOR = 'REJEITADOS'
026117          MOVE BF-VALOR TO WS-P62-REJEITADOS
026120      END-IF.
026123      IF BF-CONTADOR = 'BAIXADOS'
026126          MOVE BF-VALOR TO WS-P62-BAIXADOS
026129      END-IF.
026132      IF BF-CONTADOR = 'OUTROS'
026135          MOVE BF-VALOR TO WS-P62-OUTROS
026138      END-IF.
026141      IF BF-CONTADOR = 'VALOR-LIQ'
026144          MOVE BF-VALOR TO WS-P62-VALOR-LIQ
026147      END-IF.
026150      IF BF-CONTADOR = 'TRAILER-QTDE'
026153          MOVE BF-VALOR TO WS-P62-TRAILER-QTDE
026156      END-IF.
026159      IF BF-CONTADOR = 'TRAILER-VLR'
026162          MOVE BF-VALOR TO WS-P62-TRAILER-VLR
026165      END-IF.
026168  2600-EXIT.
026171      EXIT.
026180******************************************************************
026200* 3000-CONFERIR-P01
026300* ROSTER RECORDS LIDOS VERSUS CARREGADOS + ATUALIZADOS +
026400* REJEITADOS
035626  7000-EXIT.
035628      EXIT.
035630******************************************************************
035631* 7200-CONFERIR-REMESSA
035632* BOLETOS DO PROGCOB39 - TODA COBRANCA GERADA FOI PARA A REMESSA
035633* DO BANCO OU FICOU CONTADA FORA DELA
035634******************************************************************
035635  7200-CONFERIR-REMESSA.
035636      MOVE 'PROGCOB39' TO WE-PROGRAMA.
035637      MOVE 'GERADAS = REMESSA + SEM-REMESSA'
035638          TO WE-DESCRICAO.
035639      IF NOT WS-P39-PRESENTE
035640          MOVE 'NAO EXECUT.' TO WE-RESULTADO
035641          WRITE BR-LINE FROM WS-EQUACAO-LINE
035642          GO TO 7200-EXIT
035643      END-IF.
035644      COMPUTE WRK-SOMA-ESPERADA = WS-P39-REMESSA
035645          + WS-P39-SEM-REMESSA.
035646      IF WS-P39-GERADAS = WRK-SOMA-ESPERADA
035647          MOVE 'OK' TO WE-RESULTADO
035648      ELSE
035649          MOVE 'DIVERGENTE' TO WE-RESULTADO
035650          MOVE 'Y' TO WS-DIVERGENCIA-SW
035651          ADD 1 TO WS-EQUACOES-DIVERG
035652      END-IF.
035653      WRITE BR-LINE FROM WS-EQUACAO-LINE.
035654      MOVE 'GERADAS' TO WV-NOME.
035655      MOVE WS-P39-GERADAS TO WV-VALOR.
035656      WRITE BR-LINE FROM WS-VALOR-LINE.
035657      MOVE 'SOMA ESPERADA' TO WV-NOME.
035658      MOVE WRK-SOMA-ESPERADA TO WV-VALOR.
035659      WRITE BR-LINE FROM WS-VALOR-LINE.
035660  7200-EXIT.
035661      EXIT.
035662******************************************************************
035663* 7500-CONFERIR-P62
035664* RETORNO DO BANCO - DETALHES LIDOS VERSUS A SOMA DAS
035665* OCORRENCIAS, E OS TOTAIS DO ARQUIVO VERSUS OS DO TRAILER
035666* (QUANTIDADE DE TITULOS E VALOR LIQUIDADO EM CENTAVOS)
035667******************************************************************
035668  7500-CONFERIR-P62.
035669      MOVE 'PROGCOB62' TO WE-PROGRAMA.
035670      MOVE 'LIDOS = LIQ + CONF + REJ + BAIXA + OUTR'
035671          TO WE-DESCRICAO.
035672      IF NOT WS-P62-PRESENTE
035673          MOVE 'NAO EXECUT.' TO WE-RESULTADO
035674          WRITE BR-LINE FROM WS-EQUACAO-LINE
035675          GO TO 7500-EXIT
035676      END-IF.
035677      COMPUTE WRK-SOMA-ESPERADA = WS-P62-LIQUIDADOS
035678          + WS-P62-CONFIRMADOS + WS-P62-REJEITADOS
035679          + WS-P62-BAIXADOS + WS-P62-OUTROS.
035680      IF WS-P62-LIDOS = WRK-SOMA-ESPERADA
035681          MOVE 'OK' TO WE-RESULTADO
035682      ELSE
035683          MOVE 'DIVERGENTE' TO WE-RESULTADO
035684          MOVE 'Y' TO WS-DIVERGENCIA-SW
035685          ADD 1 TO WS-EQUACOES-DIVERG
035686      END-IF.
035687      WRITE BR-LINE FROM WS-EQUACAO-LINE.
035688      MOVE 'LIDOS' TO WV-NOME.
035689      MOVE WS-P62-LIDOS TO WV-VALOR.
035690      WRITE BR-LINE FROM WS-VALOR-LINE.
035691      MOVE 'SOMA ESPERADA' TO WV-NOME.
035692      MOVE WRK-SOMA-ESPERADA TO WV-VALOR.
035693      WRITE BR-LINE FROM WS-VALOR-LINE.
035694      MOVE 'LIDOS = TRAILER-QTDE' TO WE-DESCRICAO.
035695      IF WS-P62-LIDOS = WS-P62-TRAILER-QTDE
035696          MOVE 'OK' TO WE-RESULTADO
035697      ELSE
035698          MOVE 'DIVERGENTE' TO WE-RESULTADO
035699          MOVE 'Y' TO WS-DIVERGENCIA-SW
035700          ADD 1 TO WS-EQUACOES-DIVERG
035701      END-IF.
035702      WRITE BR-LINE FROM WS-EQUACAO-LINE.
035703      MOVE 'TRAILER-QTDE' TO WV-NOME.
035704      MOVE WS-P62-TRAILER-QTDE TO WV-VALOR.
035705      WRITE BR-LINE FROM WS-VALOR-LINE.
035706      MOVE 'VALOR-LIQ = TRAILER-VLR (CENTAVOS)' TO WE-DESCRICAO.
035707      IF WS-P62-VALOR-LIQ = WS-P62-TRAILER-VLR
035708          MOVE 'OK' TO WE-RESULTADO
035709      ELSE
035710          MOVE 'DIVERGENTE' TO WE-RESULTADO
035711          MOVE 'Y' TO WS-DIVERGENCIA-SW
035712          ADD 1 TO WS-EQUACOES-DIVERG
035713      END-IF.
035714      WRITE BR-LINE FROM WS-EQUACAO-LINE.
035715      MOVE 'VALOR-LIQ' TO WV-NOME.
035716      MOVE WS-P62-VALOR-LIQ TO WV-VALOR.
035717      WRITE BR-LINE FROM WS-VALOR-LINE.
035718      MOVE 'TRAILER-VLR' TO WV-NOME.
035719      MOVE WS-P62-TRAILER-VLR TO WV-VALOR.
035720      WRITE BR-LINE FROM WS-VALOR-LINE.
035721  7500-EXIT.
035722      EXIT.
035730******************************************************************
035740* 8000-TERMINATE
035800* CLOSES FILES AND SETS THE RETURN-CODE - NON-ZERO STOPS THE
035900* REST OF THE JOB BEFORE QUALQUER BOLETIM SAIR DE UM LOTE
036000* FORA DE BALANCO
