002000* (BILEXC). OS CONTADORES DO RUN VAO PARA O BALANCE, PARA O
002100* PROGCOB27 CRUZAR LIDOS = GERADAS + EXISTENTES + SEM-TARIFA
002110* + ERROS
002120* CADA COBRANCA NOVA COM RESPONSAVEL VAI TAMBEM PARA A REMESSA
002130* DE BOLETOS DO BANCO (CNABREC) - NOSSO NUMERO, VENCIMENTO,
002140* VALOR, MULTA E JUROS DO CONTRATO E O SACADO DO GUARDIAN - E
002150* FICA MARCADA COMO ENVIADA; O RETORNO E TRATADO NO PROGCOB62.
002160* CEDENTE E BANCO VEM DO RUNPARM (CEDENTE, BANCO)
002165* O VALOR DA TABELA E O BRUTO: O BENEFICIO ATIVO DO ALUNO NO
002170* BENEFMAS (IRMAOS, FUNCIONARIO, SOCIAL) VIGENTE NA COMPETENCIA
002175* DA O DESCONTO - OS DESCONTOS NAO SE SOMAM, VALE O MAIOR - E A
002180* COBRANCA GUARDA BRUTO, DESCONTO, TIPO E O LIQUIDO EM BL-VALOR,
002185* QUE E O QUE VAI NO CARNE E NA REMESSA. BOLSA INTEGRAL (LIQUIDO
002190* ZERO) NASCE QUITADA, SEM CARNE E FORA DA REMESSA
002200*
002300* MODIFICATION HISTORY
002400* DATE       INIT  DESCRIPTION
002530*                  NA EQUACAO DO PROGCOB27 - ANTES CAIA EM
002540*                  SEM-TARIFA E A FALHA DE I/O PASSAVA POR
002550*                  TURMA SEM VALOR NA TABELA
002552* 15/10/2026 ALEX  CADA CARNE IMPRESSO GERA O AVISO 'COBRANCA
002554*                  EMITIDA' NO NOTIFOUT (NOTIFRTN) PELOS CANAIS
002556*                  QUE O RESPONSAVEL ACEITOU
002558* 15/10/2026 ALEX  COBRANCA NOVA NASCE COM MULTA, JUROS E
002560*                  ENCARGOS PAGOS ZERADOS
002562* 15/10/2026 ALEX  REMESSA DE BOLETOS AO BANCO (REMESSA, LAYOUT
002564*                  CNABREC) COM AS COBRANCAS NOVAS; NOSSO NUMERO
002566*                  E SITUACAO NO BANCO GRAVADOS NO BILLMAS;
002568*                  CONTADORES REMESSA E SEM-REMESSA NO BALANCE
002570* 15/10/2026 ALEX  BOLSAS E DESCONTOS DO BENEFMAS APLICADOS NA
002572*                  GERACAO; BRUTO, DESCONTO E TIPO NA COBRANCA E
002574*                  NO CARNE; CONTADORES COM-DESCONTO, INTEGRAL E
002576*                  VALORES BRUTO/DESCONTO/LIQUIDO NO BALANCE
002578* 15/10/2026 ALEX  NUMERO DO ARQUIVO DA REMESSA PASSA A SER O DIA
002580*                  DO ANO E A HORA DA GERACAO - A COMPETENCIA
002582*                  REPETIA O NUMERO EM TODO RUN DO MES
002584* 15/10/2026 ALEX  VALOR EM CENTAVOS QUE NAO CABE NO BF-VALOR SAI
002586*                  COM AVISO DE ESTOURO NO CONSOLE
002600******************************************************************
002700  ENVIRONMENT DIVISION.
002800  CONFIGURATION SECTION.
006000      SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
006100          ORGANIZATION IS SEQUENTIAL
006200          FILE STATUS IS WS-PARM-STATUS.
006220      SELECT NOTIF-FILE ASSIGN TO NOTIFOUT
006240          ORGANIZATION IS SEQUENTIAL
006260          FILE STATUS IS WS-NOTIFOUT-STATUS.
006270      SELECT REMESSA-FILE ASSIGN TO REMESSA
006280          ORGANIZATION IS SEQUENTIAL
006290          FILE STATUS IS WS-REMESSA-STATUS.
006291      SELECT BENEFICIO-FILE ASSIGN TO BENEFMAS
006292          ORGANIZATION IS INDEXED
006293          ACCESS MODE IS DYNAMIC
006294          RECORD KEY IS BN-CHAVE
006295          FILE STATUS IS WS-BENEFMAS-STATUS.
006300  DATA DIVISION.
006400  FILE SECTION.
006500  FD  TUITION-PARM-FILE
008900  FD  RUN-PARM-FILE
009000      LABEL RECORDS ARE STANDARD.
009100  COPY PARMREC.
009120  FD  NOTIF-FILE
009140      LABEL RECORDS ARE STANDARD.
009160  COPY NOTIFREC.
009170  FD  REMESSA-FILE
009180      LABEL RECORDS ARE STANDARD.
009190  COPY CNABREC.
009192  FD  BENEFICIO-FILE
009194      LABEL RECORDS ARE STANDARD.
009196  COPY BENEFREC.
009200  WORKING-STORAGE SECTION.
009300******************************************************************
009400* SWITCHES
010400          88  WS-RESP-EXISTE               VALUE 'Y'.
010500      05  WS-COBRANCA-NOVA-SW    PIC X(01) VALUE 'N'.
010600          88  WS-COBRANCA-NOVA             VALUE 'Y'.
010620      05  WS-REMESSA-ABERTA-SW   PIC X(01) VALUE 'N'.
010640          88  WS-REMESSA-ABERTA            VALUE 'Y'.
010650      05  WS-BENEFMAS-ABERTO-SW  PIC X(01) VALUE 'N'.
010660          88  WS-BENEFMAS-ABERTO           VALUE 'Y'.
010670      05  WS-BENEF-FIM-SW        PIC X(01) VALUE 'N'.
010680          88  WS-BENEF-FIM                 VALUE 'Y'.
010700******************************************************************
010800* FILE STATUS AND COUNTERS
010900******************************************************************
012700      05  WS-BALANCE-STATUS      PIC X(02) VALUE '00'.
012800          88  WS-BALANCE-OK               VALUE '00'.
012900          88  WS-BALANCE-NAO-EXISTE       VALUE '35'.
012920      05  WS-REMESSA-STATUS      PIC X(02) VALUE '00'.
012940          88  WS-REMESSA-OK               VALUE '00'.
012950      05  WS-BENEFMAS-STATUS     PIC X(02) VALUE '00'.
012960          88  WS-BENEFMAS-OK              VALUE '00'.
012970          88  WS-BENEFMAS-NAO-EXISTE      VALUE '35'.
013000  01  WS-COUNTERS COMP.
013100      05  WS-ALUNOS-LIDOS        PIC 9(05) VALUE ZERO.
013200      05  WS-COBRANCAS-GERADAS   PIC 9(05) VALUE ZERO.
013400      05  WS-SEM-TARIFA          PIC 9(05) VALUE ZERO.
013450      05  WS-ERROS-GRAVACAO      PIC 9(05) VALUE ZERO.
013500      05  WS-SEM-RESPONSAVEL     PIC 9(05) VALUE ZERO.
013520      05  WS-REMESSA-TITULOS     PIC 9(05) VALUE ZERO.
013540      05  WS-SEM-REMESSA         PIC 9(05) VALUE ZERO.
013545      05  WS-COM-DESCONTO        PIC 9(05) VALUE ZERO.
013550      05  WS-BOLSA-INTEGRAL      PIC 9(05) VALUE ZERO.
013560  01  WS-VALORES COMP-3.
013580      05  WS-REMESSA-VALOR       PIC 9(13)V99 VALUE ZERO.
013585      05  WS-TOTAL-BRUTO         PIC 9(11)V99 VALUE ZERO.
013590      05  WS-TOTAL-DESCONTO      PIC 9(11)V99 VALUE ZERO.
013595      05  WS-TOTAL-LIQUIDO       PIC 9(11)V99 VALUE ZERO.
013600******************************************************************
013700* TUITION TABLE - LOADED FROM TUIPARM NA ABERTURA, ONE ENTRY
013800* PER TURMA. MESMO LIMITE DE 300 TURMAS DO PROGCOB15
014700  77  WRK-MAX-TARIFAS            PIC 9(03) COMP VALUE 300.
014800  77  WRK-VALOR-TARIFA           PIC 9(05)V99 VALUE ZEROS.
014900  77  WRK-DIA-VENC               PIC 9(02) VALUE ZEROS.
014910******************************************************************
014920* DESCONTO DO ALUNO NA COMPETENCIA - O MAIOR ENTRE OS BENEFICIOS
014930* VIGENTES, NUNCA ACIMA DO VALOR DA TABELA
014940******************************************************************
014950  77  WRK-DESCONTO               PIC 9(05)V99 VALUE ZEROS.
014960  77  WRK-DESCONTO-BENEF         PIC 9(05)V99 VALUE ZEROS.
014970  77  WRK-TIPO-BENEFICIO         PIC X(01) VALUE SPACE.
015000******************************************************************
015100* COMPETENCIA (AAAAMM) SENDO FATURADA E A DATA DE VENCIMENTO
015200* MONTADA COM O DIA DA TABELA
017200* RUN-PARAMETER LOOKUP FIELDS (SEE PARMWS.CPY/PARMRTN.CPY)
017300******************************************************************
017400  COPY PARMWS.
017405******************************************************************
017410* OUTBOUND NOTIFICATION FIELDS (SEE NOTIFWS.CPY) AND THE TEXT OF
017415* THE 'COBRANCA EMITIDA' NOTICE
017420******************************************************************
017425  COPY NOTIFWS.
017430  01  WS-MSG-COBRANCA.
017435      05  FILLER                 PIC X(12) VALUE 'MENSALIDADE '.
017440      05  WM-COMPETENCIA         PIC 9(06).
017445      05  FILLER                 PIC X(17)
017450          VALUE ' EMITIDA - VALOR '.
017455      05  WM-VALOR               PIC ZZZZ9.99.
017460      05  FILLER                 PIC X(12) VALUE ' VENCIMENTO '.
017465      05  WM-VENCIMENTO          PIC X(10).
017466******************************************************************
017467* PARAMETER AREA OF THE DATE SERVICE (SEE DATEPARM.CPY) AND THE
017468* CONTRACT MULTA/JUROS RATES SENT ON EACH BOLETO (ENCGWS.CPY)
017469******************************************************************
017470  COPY DATEPARM.
017471  COPY ENCGWS.
017472******************************************************************
017473* REMESSA CONTROL - CEDENTE/BANCO FROM RUNPARM, RECORD SEQUENCE
017474* AND THE NOSSO NUMERO (COMPETENCIA + MATRICULA, SO O RETORNO
017475* VOLTA DIRETO NA CHAVE DO BILLMAS)
017476******************************************************************
017477  77  WRK-CEDENTE                PIC X(20) VALUE SPACES.
017478  77  WRK-BANCO                  PIC 9(03) VALUE ZEROS.
017479  77  WRK-REMESSA-SEQ            PIC 9(06) COMP VALUE ZERO.
017480  01  WRK-NOSSO-NUMERO.
017481      05  WRK-NN-COMPETENCIA     PIC 9(06).
017482      05  WRK-NN-STUDENT-ID      PIC X(06).
017483* NUMERO DO ARQUIVO NO HEADER - DIA DO ANO + HORA E MINUTO DA
017484* GERACAO, PARA CADA REMESSA SAIR COM NUMERO PROPRIO
017485  77  WRK-REM-DIA-JULIANO        PIC 9(05) VALUE ZEROS.
017486  77  WRK-REM-HORA               PIC 9(08) VALUE ZEROS.
017487  01  WRK-REM-NUMERO.
017488      05  WRK-REM-NUM-DIA        PIC 9(03).
017489      05  WRK-REM-NUM-HORA       PIC 9(04).
017490  01  WRK-REM-NUMERO-N REDEFINES WRK-REM-NUMERO
017491                                 PIC 9(07).
017500******************************************************************
017600* CARNE PAGE LAYOUTS - ONE PAGE PER COBRANCA GERADA
017700******************************************************************
020600      05  FILLER                 PIC X(14)
020700          VALUE '  VENCIMENTO: '.
020800      05  WC-VENCIMENTO          PIC X(10).
020810  01  WS-CAR-DESCONTO.
020820      05  FILLER                 PIC X(13) VALUE 'MENSALIDADE: '.
020830      05  WC-BRUTO               PIC ZZZZ9.99.
020840      05  FILLER                 PIC X(11) VALUE '  DESCONTO '.
020850      05  WC-TIPO-DESCONTO       PIC X(20).
020860      05  FILLER                 PIC X(02) VALUE ': '.
020870      05  WC-DESCONTO            PIC ZZZZ9.99.
020900******************************************************************
021000* EXCEPTION-LIST LINE LAYOUTS
021100******************************************************************
028000      END-IF.
028100      MOVE WRK-COMPETENCIA TO WC-COMPETENCIA.
028200      WRITE EX-LINE FROM WS-EXC-HEADER.
028220      MOVE 'PROGCOB39' TO WRK-NT-PROGRAMA.
028240      PERFORM 9910-ABRIR-NOTIFICACAO THRU 9910-EXIT.
028242      PERFORM 1300-ABRIR-BENEFICIOS THRU 1300-EXIT.
028244      IF WS-EOF
028246          GO TO 1000-EXIT
028248      END-IF.
028260      PERFORM 1200-ABRIR-REMESSA THRU 1200-EXIT.
028300      PERFORM 2100-READ-STUDENT THRU 2100-EXIT.
028400  1000-EXIT.
028500      EXIT.
032700  1150-EXIT.
032800      EXIT.
032900******************************************************************
032901* 1200-ABRIR-REMESSA
032902* OPENS THE BANK REMESSA AND WRITES ITS HEADER - WITHOUT IT THE
032903* CHARGES ARE STILL GENERATED AND THE CARNE PRINTED, ONLY NOTHING
032904* GOES TO THE BANK (THE COUNTERS SHOW SEM-REMESSA)
032905******************************************************************
032906  1200-ABRIR-REMESSA.
032907      PERFORM 9920-CARREGAR-TAXAS THRU 9920-EXIT.
032908      MOVE 'PROGCOB39' TO WRK-PARM-PROGRAMA.
032909      MOVE 'CEDENTE' TO WRK-PARM-NOME.
032910      PERFORM 9860-BUSCAR-PARM THRU 9860-EXIT.
032911      IF WS-PARM-ACHADO
032912          MOVE WRK-PARM-VALOR TO WRK-CEDENTE
032913      ELSE
032914          DISPLAY 'PROGCOB39 - CEDENTE NAO INFORMADO NO RUNPARM'
032915      END-IF.
032916      MOVE 'BANCO' TO WRK-PARM-NOME.
032917      PERFORM 9860-BUSCAR-PARM THRU 9860-EXIT.
032918      IF WS-PARM-ACHADO AND WRK-PARM-VALOR (1:3) NUMERIC
032919          MOVE WRK-PARM-VALOR (1:3) TO WRK-BANCO
032920      END-IF.
032921      OPEN OUTPUT REMESSA-FILE.
032922      IF NOT WS-REMESSA-OK
032923          DISPLAY 'PROGCOB39 - ERRO AO ABRIR REMESSA: '
032924              WS-REMESSA-STATUS ' - BOLETOS NAO ENVIADOS'
032925          GO TO 1200-EXIT
032926      END-IF.
032927      MOVE 'Y' TO WS-REMESSA-ABERTA-SW.
032928      MOVE SPACES TO CNAB-HEADER.
032929      MOVE '0' TO CH-TIPO-REGISTRO.
032930      MOVE '1' TO CH-OPERACAO.
032931      MOVE 'REMESSA' TO CH-LITERAL.
032932      MOVE WRK-CEDENTE TO CH-CODIGO-CEDENTE.
032933      MOVE 'ESCOLA' TO CH-NOME-CEDENTE.
032934      MOVE WRK-BANCO TO CH-CODIGO-BANCO.
032935      MOVE WRK-DATA-YYYYMMDD TO CH-DATA-GERACAO.
032936      ACCEPT WRK-REM-DIA-JULIANO FROM DAY.
032937      ACCEPT WRK-REM-HORA FROM TIME.
032938      MOVE WRK-REM-DIA-JULIANO (3:3) TO WRK-REM-NUM-DIA.
032939      MOVE WRK-REM-HORA (1:4) TO WRK-REM-NUM-HORA.
032940      MOVE WRK-REM-NUMERO-N TO CH-NUMERO-ARQUIVO.
032941      ADD 1 TO WRK-REMESSA-SEQ.
032942      MOVE WRK-REMESSA-SEQ TO CH-SEQUENCIAL.
032943      WRITE CNAB-HEADER.
032944  1200-EXIT.
032945      EXIT.
032946******************************************************************
032947* 1300-ABRIR-BENEFICIOS
032948* OPENS THE BOLSAS/DESCONTOS MASTER - ARQUIVO AINDA NAO CRIADO
032949* (NENHUM BENEFICIO CADASTRADO) DEIXA TODOS NO VALOR CHEIO; ERRO
032950* DE ABERTURA PARA O RUN, PARA NAO SAIR CARNE SEM O DESCONTO
032951******************************************************************
032952  1300-ABRIR-BENEFICIOS.
032953      OPEN INPUT BENEFICIO-FILE.
032954      IF WS-BENEFMAS-NAO-EXISTE
032955          DISPLAY 'PROGCOB39 - BENEFMAS INEXISTENTE - COBRANCAS '
032956              'SEM DESCONTO'
032957          GO TO 1300-EXIT
032958      END-IF.
032959      IF NOT WS-BENEFMAS-OK
032960          DISPLAY 'PROGCOB39 - ERRO AO ABRIR BENEFMAS: '
032961              WS-BENEFMAS-STATUS
032962          MOVE 'Y' TO WS-EOF-SW
032963          GO TO 1300-EXIT
032964      END-IF.
032965      MOVE 'Y' TO WS-BENEFMAS-ABERTO-SW.
032966  1300-EXIT.
032967      EXIT.
032968******************************************************************
033000* 2000-PROCESS-ALUNO
033100* GENERATES (OR SKIPS) THE CHARGE OF ONE ACTIVE ALUNO AND
033200* READS THE NEXT ONE
034300      IF NOT WS-COBRANCA-NOVA
034400          GO TO 2000-LER-PROXIMO
034500      END-IF.
034510      IF BL-VALOR = ZERO
034520          ADD 1 TO WS-BOLSA-INTEGRAL
034530          ADD 1 TO WS-SEM-REMESSA
034540          GO TO 2000-LER-PROXIMO
034550      END-IF.
034600      PERFORM 2400-BUSCAR-RESPONSAVEL THRU 2400-EXIT.
034700      IF WS-RESP-EXISTE
034800          PERFORM 2500-IMPRIMIR-CARNE THRU 2500-EXIT
034850          PERFORM 2700-NOTIFICAR-COBRANCA THRU 2700-EXIT
034870          PERFORM 2800-GRAVAR-REMESSA THRU 2800-EXIT
034900      ELSE
035000          ADD 1 TO WS-SEM-RESPONSAVEL
035050          ADD 1 TO WS-SEM-REMESSA
035100          MOVE 'SEM RESPONSAVEL - FORA REMESSA' TO WE-OCORRENCIA
035200          PERFORM 2600-LISTAR-EXCECAO THRU 2600-EXIT
035300      END-IF.
035400  2000-LER-PROXIMO.
040500******************************************************************
040600  2300-GRAVAR-COBRANCA.
040700      MOVE 'N' TO WS-COBRANCA-NOVA-SW.
040750      PERFORM 2350-APLICAR-BENEFICIO THRU 2350-EXIT.
040800      MOVE SM-STUDENT-ID TO BL-STUDENT-ID.
040900      MOVE WRK-COMPETENCIA TO BL-COMPETENCIA.
041000      MOVE SM-CLASS-SECTION TO BL-CLASS-SECTION.
041020      MOVE WRK-VALOR-TARIFA TO BL-VALOR-BRUTO.
041040      MOVE WRK-DESCONTO TO BL-DESCONTO.
041060      MOVE WRK-TIPO-BENEFICIO TO BL-TIPO-BENEFICIO.
041080      COMPUTE BL-VALOR = WRK-VALOR-TARIFA - WRK-DESCONTO.
041200      MOVE ZEROS TO BL-VALOR-PAGO.
041300      MOVE WRK-COMPETENCIA TO WRK-VENC-AAAAMM.
041400      MOVE WRK-DIA-VENC TO WRK-VENC-DIA.
041500      MOVE WRK-VENCIMENTO-NUM TO BL-DATA-VENCIMENTO.
041600      MOVE ZEROS TO BL-DATA-PAGAMENTO.
041650      MOVE ZEROS TO BL-DATA-AVISO-VENC.
041660      MOVE ZEROS TO BL-MULTA.
041670      MOVE ZEROS TO BL-JUROS.
041680      MOVE ZEROS TO BL-ENCARGOS-PAGOS.
041690      MOVE ZEROS TO BL-DATA-CALC-ENCARGO.
041692      MOVE WRK-COMPETENCIA TO WRK-NN-COMPETENCIA.
041694      MOVE SM-STUDENT-ID TO WRK-NN-STUDENT-ID.
041696      MOVE WRK-NOSSO-NUMERO TO BL-NOSSO-NUMERO.
041698      MOVE SPACE TO BL-SITUACAO-BANCO.
041700      MOVE 'A' TO BL-SITUACAO.
041720      IF BL-VALOR = ZERO
041740          MOVE 'P' TO BL-SITUACAO
041760          MOVE WRK-DATA-YYYYMMDD TO BL-DATA-PAGAMENTO
041780      END-IF.
041800      WRITE BILLING-RECORD
041900          INVALID KEY
042000              CONTINUE
042200      IF WS-BILLMAS-OK
042300          MOVE 'Y' TO WS-COBRANCA-NOVA-SW
042400          ADD 1 TO WS-COBRANCAS-GERADAS
042410          ADD BL-VALOR-BRUTO TO WS-TOTAL-BRUTO
042420          ADD BL-DESCONTO TO WS-TOTAL-DESCONTO
042430          ADD BL-VALOR TO WS-TOTAL-LIQUIDO
042440          IF BL-DESCONTO > ZERO
042450              ADD 1 TO WS-COM-DESCONTO
042460          END-IF
042500          GO TO 2300-EXIT
042600      END-IF.
042700      IF WS-BILLMAS-STATUS = '22'
043400  2300-EXIT.
043500      EXIT.
043600******************************************************************
043601* 2350-APLICAR-BENEFICIO
043602* PERCORRE OS BENEFICIOS DO ALUNO NO BENEFMAS E FICA COM O MAIOR
043603* DESCONTO ENTRE OS ATIVOS E VIGENTES NA COMPETENCIA - SEM
043604* BENEFMAS A COBRANCA SAI COM O VALOR CHEIO DA TABELA
043605******************************************************************
043606  2350-APLICAR-BENEFICIO.
043607      MOVE ZEROS TO WRK-DESCONTO.
043608      MOVE SPACE TO WRK-TIPO-BENEFICIO.
043609      IF NOT WS-BENEFMAS-ABERTO
043610          GO TO 2350-EXIT
043611      END-IF.
043612      MOVE 'N' TO WS-BENEF-FIM-SW.
043613      MOVE SM-STUDENT-ID TO BN-STUDENT-ID.
043614      MOVE LOW-VALUES TO BN-TIPO.
043615      START BENEFICIO-FILE KEY IS NOT LESS THAN BN-CHAVE
043616          INVALID KEY
043617              MOVE 'Y' TO WS-BENEF-FIM-SW
043618      END-START.
043619      PERFORM 2360-LER-BENEFICIO THRU 2360-EXIT
043620          UNTIL WS-BENEF-FIM.
043621  2350-EXIT.
043622      EXIT.
043623******************************************************************
043624* 2360-LER-BENEFICIO
043625* READS THE NEXT BENEFMAS RECORD OF THE ALUNO AND KEEPS ITS
043626* DESCONTO WHEN IT IS THE LARGEST SO FAR
043627******************************************************************
043628  2360-LER-BENEFICIO.
043629      READ BENEFICIO-FILE NEXT RECORD
043630          AT END
043631              MOVE 'Y' TO WS-BENEF-FIM-SW
043632              GO TO 2360-EXIT
043633      END-READ.
043634      IF NOT WS-BENEFMAS-OK
043635          OR BN-STUDENT-ID NOT = SM-STUDENT-ID
043636          MOVE 'Y' TO WS-BENEF-FIM-SW
043637          GO TO 2360-EXIT
043638      END-IF.
043639      IF NOT BN-ATIVO
043640          OR WRK-COMPETENCIA < BN-COMPETENCIA-INICIO
043641          OR WRK-COMPETENCIA > BN-COMPETENCIA-FIM
043642          GO TO 2360-EXIT
043643      END-IF.
043644      IF BN-PERCENTUAL
043645          COMPUTE WRK-DESCONTO-BENEF ROUNDED =
043646              WRK-VALOR-TARIFA * BN-PCT-DESCONTO / 100
043647      ELSE
043648          MOVE BN-VALOR-DESCONTO TO WRK-DESCONTO-BENEF
043649      END-IF.
043650      IF WRK-DESCONTO-BENEF > WRK-VALOR-TARIFA
043651          MOVE WRK-VALOR-TARIFA TO WRK-DESCONTO-BENEF
043652      END-IF.
043653      IF WRK-DESCONTO-BENEF > WRK-DESCONTO
043654          MOVE WRK-DESCONTO-BENEF TO WRK-DESCONTO
043655          MOVE BN-TIPO TO WRK-TIPO-BENEFICIO
043656      END-IF.
043657  2360-EXIT.
043658      EXIT.
043659******************************************************************
043700* 2400-BUSCAR-RESPONSAVEL
043800* FETCHES THE GUARDIAN RECORD FOR THE CARNE ADDRESS BLOCK
043900******************************************************************
047100      PERFORM 9810-FORMATAR-DDMMYYYY THRU 9810-EXIT.
047200      MOVE DATEFMT-DDMMYYYY TO WC-VENCIMENTO.
047300      PERFORM 9999-RESTAURAR-DATA THRU 9999-EXIT.
047320      IF BL-DESCONTO > ZERO
047340          PERFORM 2550-IMPRIMIR-DESCONTO THRU 2550-EXIT
047360      END-IF.
047400      WRITE CN-LINE FROM WS-CAR-VALOR.
047500  2500-EXIT.
047600      EXIT.
047602******************************************************************
047604* 2550-IMPRIMIR-DESCONTO
047606* MENSALIDADE CHEIA E O DESCONTO CONCEDIDO, ANTES DO VALOR A PAGAR
047608******************************************************************
047610  2550-IMPRIMIR-DESCONTO.
047612      MOVE BL-VALOR-BRUTO TO WC-BRUTO.
047614      MOVE BL-DESCONTO TO WC-DESCONTO.
047616      MOVE 'BOLSA/DESCONTO' TO WC-TIPO-DESCONTO.
047618      IF BL-TIPO-BENEFICIO = 'I'
047620          MOVE 'DE IRMAOS' TO WC-TIPO-DESCONTO
047622      END-IF.
047624      IF BL-TIPO-BENEFICIO = 'F'
047626          MOVE 'FILHO DE FUNCIONARIO' TO WC-TIPO-DESCONTO
047628      END-IF.
047630      IF BL-TIPO-BENEFICIO = 'S'
047632          MOVE 'BOLSA SOCIAL' TO WC-TIPO-DESCONTO
047634      END-IF.
047636      WRITE CN-LINE FROM WS-CAR-DESCONTO.
047638  2550-EXIT.
047640      EXIT.
047700******************************************************************
047800* 2600-LISTAR-EXCECAO
047900* ONE EXCEPTION LINE FOR THE OCCURRENCE ALREADY MOUNTED IN
048700  2600-EXIT.
048800      EXIT.
048900******************************************************************
048901* 2700-NOTIFICAR-COBRANCA
048902* 'COBRANCA EMITIDA' NOTICE FOR THE CHARGE JUST PRINTED ON THE
048903* CARNE - ONE NOTIFOUT RECORD PER CANAL ACEITO, OR THE SO-PAPEL
048904* RECORD
048905******************************************************************
048906  2700-NOTIFICAR-COBRANCA.
048907      MOVE 'CE' TO WRK-NT-EVENTO.
048908      MOVE BL-COMPETENCIA TO WRK-NT-REFERENCIA.
048909      MOVE BL-COMPETENCIA TO WM-COMPETENCIA.
048910      MOVE WC-VALOR TO WM-VALOR.
048911      MOVE WC-VENCIMENTO TO WM-VENCIMENTO.
048912      MOVE WS-MSG-COBRANCA TO WRK-NT-MENSAGEM.
048913      PERFORM 9915-NOTIFICAR THRU 9915-EXIT.
048914  2700-EXIT.
048915      EXIT.
048916******************************************************************
048917* 2800-GRAVAR-REMESSA
048918* ONE REMESSA DETAIL (OCORRENCIA 01 - ENTRADA DE TITULO) FOR THE
048919* CHARGE JUST CREATED, SACADO FROM THE GUARDIAN RECORD, AND THE
048920* CHARGE MARKED AS SENT TO THE BANK. JUROS GO AS THE VALUE PER
048921* DAY (TAXA DO MES / 30) SO THE BANK CHARGES WHAT PROGCOB40
048922* WOULD POST
048923******************************************************************
048924  2800-GRAVAR-REMESSA.
048925      IF NOT WS-REMESSA-ABERTA
048926          ADD 1 TO WS-SEM-REMESSA
048927          GO TO 2800-EXIT
048928      END-IF.
048929      MOVE SPACES TO CNAB-DETALHE.
048930      MOVE '1' TO CD-TIPO-REGISTRO.
048931      MOVE '01' TO CD-OCORRENCIA.
048932      MOVE BL-STUDENT-ID TO CD-UE-STUDENT-ID.
048933      MOVE BL-COMPETENCIA TO CD-UE-COMPETENCIA.
048934      MOVE BL-NOSSO-NUMERO TO CD-NOSSO-NUMERO.
048935      MOVE WRK-DATA-YYYYMMDD TO CD-DATA-EMISSAO.
048936      MOVE BL-DATA-VENCIMENTO TO CD-DATA-VENCIMENTO.
048937      MOVE BL-VALOR TO CD-VALOR-TITULO.
048938      MOVE WRK-MULTA-PCT TO CD-MULTA-PCT.
048939      COMPUTE CD-JUROS-DIA ROUNDED =
048940          BL-VALOR * WRK-JUROS-MES-PCT / 3000.
048941      MOVE GD-NOME-RESPONSAVEL TO CD-SACADO-NOME.
048942      MOVE GD-ENDERECO TO CD-SACADO-ENDERECO.
048943      MOVE GD-CEP TO CD-SACADO-CEP.
048944      MOVE ZEROS TO CD-DATA-OCORRENCIA.
048945      MOVE ZEROS TO CD-DATA-CREDITO.
048946      MOVE ZEROS TO CD-VALOR-PAGO.
048947      MOVE ZEROS TO CD-VALOR-ENCARGOS.
048948      MOVE ZEROS TO CD-VALOR-TARIFA.
048949      ADD 1 TO WRK-REMESSA-SEQ.
048950      MOVE WRK-REMESSA-SEQ TO CD-SEQUENCIAL.
048951      WRITE CNAB-DETALHE.
048952      IF NOT WS-REMESSA-OK
048953          DISPLAY 'PROGCOB39 - ERRO AO GRAVAR REMESSA: '
048954              WS-REMESSA-STATUS ' ALUNO ' SM-STUDENT-ID
048955          SUBTRACT 1 FROM WRK-REMESSA-SEQ
048956          ADD 1 TO WS-SEM-REMESSA
048957          MOVE 'ERRO DE GRAVACAO NA REMESSA' TO WE-OCORRENCIA
048958          PERFORM 2600-LISTAR-EXCECAO THRU 2600-EXIT
048959          GO TO 2800-EXIT
048960      END-IF.
048961      ADD 1 TO WS-REMESSA-TITULOS.
048962      ADD BL-VALOR TO WS-REMESSA-VALOR.
048963      MOVE 'E' TO BL-SITUACAO-BANCO.
048964      REWRITE BILLING-RECORD
048965          INVALID KEY
048966              CONTINUE
048967      END-REWRITE.
048968      IF NOT WS-BILLMAS-OK
048969          DISPLAY 'PROGCOB39 - ERRO AO MARCAR ENVIO NO BILLMAS: '
048970              WS-BILLMAS-STATUS ' ALUNO ' SM-STUDENT-ID
048971      END-IF.
048972  2800-EXIT.
048973      EXIT.
048974******************************************************************
049000* 8000-TERMINATE
049100* CLOSES FILES, SHOWS TOTALS AND FEEDS THE RUN COUNTERS INTO
049200* THE COMMON BALANCING FILE FOR PROGCOB27
049700      END-IF.
049800      CLOSE STUDENT-MASTER-FILE GUARDIAN-FILE BILLING-FILE
049900          CARNE-FILE EXCECAO-BILL-FILE.
049950      PERFORM 9919-FECHAR-NOTIFICACAO THRU 9919-EXIT.
049970      PERFORM 8050-FECHAR-REMESSA THRU 8050-EXIT.
049975      IF WS-BENEFMAS-ABERTO
049980          CLOSE BENEFICIO-FILE
049985      END-IF.
050000      DISPLAY 'PROGCOB39 - ALUNOS LIDOS.........: '
050100          WS-ALUNOS-LIDOS.
050200      DISPLAY 'PROGCOB39 - COBRANCAS GERADAS....: '
050720          WS-ERROS-GRAVACAO.
050800      DISPLAY 'PROGCOB39 - SEM RESPONSAVEL......: '
050900          WS-SEM-RESPONSAVEL.
050905      DISPLAY 'PROGCOB39 - AVISOS SMS/E-MAIL....: '
050910          WS-NOTIF-SMS ' / ' WS-NOTIF-EMAIL.
050915      DISPLAY 'PROGCOB39 - AVISOS SO PAPEL......: '
050920          WS-NOTIF-PAPEL.
050925      DISPLAY 'PROGCOB39 - BOLETOS NA REMESSA...: '
050930          WS-REMESSA-TITULOS.
050935      DISPLAY 'PROGCOB39 - FORA DA REMESSA......: '
050940          WS-SEM-REMESSA.
050945      DISPLAY 'PROGCOB39 - COM DESCONTO.........: '
050950          WS-COM-DESCONTO.
050955      DISPLAY 'PROGCOB39 - BOLSA INTEGRAL.......: '
050960          WS-BOLSA-INTEGRAL.
050965      DISPLAY 'PROGCOB39 - BRUTO/DESCONTO.......: '
050970          WS-TOTAL-BRUTO ' / ' WS-TOTAL-DESCONTO.
051000      PERFORM 8100-GRAVAR-BALANCE THRU 8100-EXIT.
051100  8000-EXIT.
051200      EXIT.
051202******************************************************************
051204* 8050-FECHAR-REMESSA
051206* WRITES THE REMESSA TRAILER (QUANTIDADE E VALOR DOS TITULOS) AND
051208* CLOSES THE FILE
051210******************************************************************
051212  8050-FECHAR-REMESSA.
051214      IF NOT WS-REMESSA-ABERTA
051216          GO TO 8050-EXIT
051218      END-IF.
051220      MOVE SPACES TO CNAB-TRAILER.
051222      MOVE '9' TO CT-TIPO-REGISTRO.
051224      MOVE WS-REMESSA-TITULOS TO CT-QTDE-TITULOS.
051226      MOVE WS-REMESSA-VALOR TO CT-VALOR-TITULOS.
051228      MOVE ZEROS TO CT-QTDE-LIQUIDADOS.
051230      MOVE ZEROS TO CT-VALOR-LIQUIDADO.
051232      ADD 1 TO WRK-REMESSA-SEQ.
051234      MOVE WRK-REMESSA-SEQ TO CT-SEQUENCIAL.
051236      WRITE CNAB-TRAILER.
051238      CLOSE REMESSA-FILE.
051240  8050-EXIT.
051242      EXIT.
051300******************************************************************
051400* 8100-GRAVAR-BALANCE
051500* APPENDS THE RUN'S CONTROL COUNTERS TO THE COMMON BALANCING
051600* FILE - O PROGCOB27 CRUZA LIDOS = GERADAS + EXISTENTES +
051700* SEM-TARIFA + ERROS. A MISSING FILE IS CREATED ON THE FIRST
051750* RUN.
051770* REMESSA + SEM-REMESSA = GERADAS ENTRA NA MESMA CONFERENCIA
051780* (A BOLSA INTEGRAL CONTA EM SEM-REMESSA); OS VALORES BRUTO,
051790* DESCONTO E LIQUIDO DAS GERADAS VAO EM CENTAVOS
051800******************************************************************
051900  8100-GRAVAR-BALANCE.
052000      OPEN EXTEND BALANCE-FILE.
054310      MOVE 'ERROS' TO BF-CONTADOR.
054320      MOVE WS-ERROS-GRAVACAO TO BF-VALOR.
054330      PERFORM 8150-GRAVAR-CONTADOR THRU 8150-EXIT.
054331      MOVE 'REMESSA' TO BF-CONTADOR.
054332      MOVE WS-REMESSA-TITULOS TO BF-VALOR.
054333      PERFORM 8150-GRAVAR-CONTADOR THRU 8150-EXIT.
054334      MOVE 'SEM-REMESSA' TO BF-CONTADOR.
054335      MOVE WS-SEM-REMESSA TO BF-VALOR.
054336      PERFORM 8150-GRAVAR-CONTADOR THRU 8150-EXIT.
054337      MOVE 'COM-DESCONTO' TO BF-CONTADOR.
054338      MOVE WS-COM-DESCONTO TO BF-VALOR.
054339      PERFORM 8150-GRAVAR-CONTADOR THRU 8150-EXIT.
054340      MOVE 'INTEGRAL' TO BF-CONTADOR.
054341      MOVE WS-BOLSA-INTEGRAL TO BF-VALOR.
054342      PERFORM 8150-GRAVAR-CONTADOR THRU 8150-EXIT.
054343      MOVE 'VLR-BRUTO' TO BF-CONTADOR.
054344      COMPUTE BF-VALOR = WS-TOTAL-BRUTO * 100
054345          ON SIZE ERROR
054346              MOVE 999999999 TO BF-VALOR
054347              DISPLAY 'PROGCOB39 - ESTOURO NO CONTADOR '
054348                  BF-CONTADOR ' DO BALANCE - GRAVADO 999999999'
054349      END-COMPUTE.
054350      PERFORM 8150-GRAVAR-CONTADOR THRU 8150-EXIT.
054351      MOVE 'VLR-DESCONTO' TO BF-CONTADOR.
054352      COMPUTE BF-VALOR = WS-TOTAL-DESCONTO * 100
054353          ON SIZE ERROR
054354              MOVE 999999999 TO BF-VALOR
054355              DISPLAY 'PROGCOB39 - ESTOURO NO CONTADOR '
054356                  BF-CONTADOR ' DO BALANCE - GRAVADO 999999999'
054357      END-COMPUTE.
054358      PERFORM 8150-GRAVAR-CONTADOR THRU 8150-EXIT.
054359      MOVE 'VLR-LIQUIDO' TO BF-CONTADOR.
054360      COMPUTE BF-VALOR = WS-TOTAL-LIQUIDO * 100
054361          ON SIZE ERROR
054362              MOVE 999999999 TO BF-VALOR
054363              DISPLAY 'PROGCOB39 - ESTOURO NO CONTADOR '
054364                  BF-CONTADOR ' DO BALANCE - GRAVADO 999999999'
054365      END-COMPUTE.
054366      PERFORM 8150-GRAVAR-CONTADOR THRU 8150-EXIT.
054400      CLOSE BALANCE-FILE.
054500  8100-EXIT.
054600      EXIT.
057500* RUN-PARAMETER LOOKUP ROUTINES (SEE PARMRTN.CPY)
057600******************************************************************
057700  COPY PARMRTN.
057800******************************************************************
057900* OUTBOUND NOTIFICATION ROUTINES (SEE NOTIFRTN.CPY)
058000******************************************************************
058100  COPY NOTIFRTN.
058200******************************************************************
058300* LATE-PAYMENT RATE ROUTINES (SEE ENCGRTN.CPY) - SO A CARGA DAS
058400* TAXAS E USADA AQUI
058500******************************************************************
058600  COPY ENCGRTN.
