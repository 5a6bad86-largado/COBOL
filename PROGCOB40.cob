001800* B01 (A CORRECAO VOLTA NUM NOVO LOTE PAYTRAN) E GRAVA OS
001900* CONTADORES NO BALANCE PARA O PROGCOB27 CRUZAR
002000* LIDAS = ACEITAS + REJEITADAS
002010* PAGAMENTO DEPOIS DO VENCIMENTO (ROLADO PARA O DIA UTIL PELO
002020* DATESRV) LANCA NA COBRANCA A MULTA E OS JUROS DO CONTRATO
002030* (ENCGRTN, TAXAS NO RUNPARM); O VALOR PAGO QUITA PRIMEIRO OS
002040* ENCARGOS E O RESTO VAI PARA O PRINCIPAL. O PAGRPT E O BALANCE
002050* SEPARAM PRINCIPAL DE ENCARGOS
002100*
002200* MODIFICATION HISTORY
002300* DATE       INIT  DESCRIPTION
002400* 01/09/2026 ALEX  ORIGINAL
002410* 15/10/2026 ALEX  MULTA E JUROS POR ATRASO (ENCGRTN) LANCADOS EM
002420*                  BL-MULTA/BL-JUROS; PAGAMENTO QUITA ENCARGOS
002430*                  ANTES DO PRINCIPAL; COLUNAS PRINCIPAL/ENCARGOS
002440*                  NO PAGRPT E CONTADORES PRINCIPAL E ENCARGOS (EM
002450*                  CENTAVOS) NO BALANCE
002460* 15/10/2026 ALEX  VALOR EM CENTAVOS QUE NAO CABE NO BF-VALOR SAI
002470*                  COM AVISO DE ESTOURO NO CONSOLE
002500******************************************************************
002600  ENVIRONMENT DIVISION.
002700  CONFIGURATION SECTION.
004600      SELECT BALANCE-FILE ASSIGN TO BALANCE
004700          ORGANIZATION IS SEQUENTIAL
004800          FILE STATUS IS WS-BALANCE-STATUS.
004820      SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
004840          ORGANIZATION IS SEQUENTIAL
004860          FILE STATUS IS WS-PARM-STATUS.
004900  DATA DIVISION.
005000  FILE SECTION.
005100  FD  PAYMENT-TRAN-FILE
006700  FD  BALANCE-FILE
006800      LABEL RECORDS ARE STANDARD.
006900  COPY BALREC.
006920  FD  RUN-PARM-FILE
006940      LABEL RECORDS ARE STANDARD.
006960  COPY PARMREC.
007000  WORKING-STORAGE SECTION.
007100******************************************************************
007200* SWITCHES
009900      05  WS-TRANS-ACEITAS       PIC 9(05) VALUE ZERO.
010000      05  WS-TRANS-REJEITADAS    PIC 9(05) VALUE ZERO.
010100      05  WS-COBRANCAS-QUITADAS  PIC 9(05) VALUE ZERO.
010110      05  WS-PAGTOS-EM-ATRASO    PIC 9(05) VALUE ZERO.
010120  01  WS-VALORES COMP-3.
010130      05  WS-TOTAL-PRINCIPAL     PIC 9(09)V99 VALUE ZERO.
010140      05  WS-TOTAL-ENCARGOS      PIC 9(09)V99 VALUE ZERO.
010150      05  WS-TOTAL-MULTA-LANC    PIC 9(09)V99 VALUE ZERO.
010160      05  WS-TOTAL-JUROS-LANC    PIC 9(09)V99 VALUE ZERO.
010200******************************************************************
010300* RUN DATE - SAME STRUCTURE TESTE1 USES FOR THE SYSTEM DATE
010400******************************************************************
011500* PARAMETER AREA OF THE DATE SERVICE (SEE DATEPARM.CPY)
011600******************************************************************
011700  COPY DATEPARM.
011705******************************************************************
011710* RUN-PARAMETER LOOKUP (SEE PARMWS.CPY) AND THE LATE-PAYMENT
011715* CHARGE FIELDS (SEE ENCGWS.CPY)
011720******************************************************************
011725  COPY PARMWS.
011730  COPY ENCGWS.
011735******************************************************************
011740* SPLIT OF THE CURRENT PAYMENT - ENCARGOS PENDENTES PRIMEIRO, O
011745* RESTO NO PRINCIPAL
011750******************************************************************
011755  77  WRK-ENCARGOS-PENDENTES     PIC S9(06)V99 VALUE ZERO.
011760  77  WRK-PAGO-ENCARGOS          PIC 9(05)V99 VALUE ZERO.
011765  77  WRK-PAGO-PRINCIPAL         PIC 9(05)V99 VALUE ZERO.
011800******************************************************************
011900* REASON THE CURRENT TRANSACTION WAS REJECTED - PRINTED ON THE
012000* PAYMENT REGISTER
012900  01  WS-HEADER-2.
013000      05  FILLER                 PIC X(10) VALUE 'DATA EMIS:'.
013100      05  WS-H2-DATA             PIC X(10).
013110      05  FILLER                 PIC X(09) VALUE '  MULTA: '.
013120      05  WS-H2-MULTA            PIC Z9.99.
013130      05  FILLER                 PIC X(14)
013140          VALUE '%  JUROS/MES: '.
013150      05  WS-H2-JUROS            PIC Z9.99.
013160      05  FILLER                 PIC X(01) VALUE '%'.
013200  01  WS-HEADER-3.
013300      05  FILLER                 PIC X(11) VALUE 'MATRICULA  '.
013400      05  FILLER                 PIC X(08) VALUE 'COMPET  '.
013500      05  FILLER                 PIC X(10) VALUE 'VALOR     '.
013520      05  FILLER                 PIC X(09) VALUE 'PRINCIPAL'.
013540      05  FILLER                 PIC X(10) VALUE 'ENCARGOS  '.
013600      05  FILLER                 PIC X(10) VALUE 'SITUACAO  '.
013700      05  FILLER                 PIC X(20) VALUE 'MOTIVO'.
013800  01  WS-DETAIL-LINE.
014200      05  FILLER                 PIC X(02) VALUE SPACES.
014300      05  WD-VALOR               PIC ZZZZ9.99.
014400      05  FILLER                 PIC X(02) VALUE SPACES.
014420      05  WD-PRINCIPAL           PIC ZZZZ9.99.
014440      05  FILLER                 PIC X(01) VALUE SPACE.
014460      05  WD-ENCARGOS            PIC ZZZZ9.99.
014480      05  FILLER                 PIC X(02) VALUE SPACES.
014500      05  WD-SITUACAO            PIC X(09).
014600      05  FILLER                 PIC X(01) VALUE SPACE.
014700      05  WD-MOTIVO              PIC X(20).
015500      05  WF-REJEITADAS          PIC ZZZZ9.
015600      05  FILLER                 PIC X(12) VALUE '  QUITADAS: '.
015700      05  WF-QUITADAS            PIC ZZZZ9.
015705      05  FILLER                 PIC X(10) VALUE '  ATRASO: '.
015710      05  WF-ATRASO              PIC ZZZZ9.
015715  01  WS-FOOTER-LINE-2.
015720      05  FILLER                 PIC X(20)
015725          VALUE 'PRINCIPAL RECEBIDO: '.
015730      05  WF-PRINCIPAL           PIC ZZZZZZZZ9.99.
015735      05  FILLER                 PIC X(22)
015740          VALUE '  ENCARGOS RECEBIDOS: '.
015745      05  WF-ENCARGOS            PIC ZZZZZZZZ9.99.
015750  01  WS-FOOTER-LINE-3.
015752      05  FILLER                 PIC X(15)
015754          VALUE 'MULTA LANCADA: '.
015760      05  WF-MULTA-LANC          PIC ZZZZZZZZ9.99.
015765      05  FILLER                 PIC X(18)
015770          VALUE '  JUROS LANCADOS: '.
015775      05  WF-JUROS-LANC          PIC ZZZZZZZZ9.99.
015800  PROCEDURE DIVISION.
015900******************************************************************
016000* 0000-MAINLINE
018700      END-IF.
018800      PERFORM 9810-FORMATAR-DDMMYYYY THRU 9810-EXIT.
018900      MOVE DATEFMT-DDMMYYYY TO WS-H2-DATA.
018910      PERFORM 9920-CARREGAR-TAXAS THRU 9920-EXIT.
018920      MOVE WRK-MULTA-PCT TO WS-H2-MULTA.
018930      MOVE WRK-JUROS-MES-PCT TO WS-H2-JUROS.
018940      DISPLAY 'PROGCOB40 - MULTA ' WRK-MULTA-PCT
018950          '% JUROS AO MES ' WRK-JUROS-MES-PCT '%'.
019000      WRITE PG-LINE FROM WS-HEADER-1.
019100      WRITE PG-LINE FROM WS-HEADER-2.
019200      WRITE PG-LINE FROM WS-HEADER-3.
023800  2200-VALIDAR-TRANS.
023900      MOVE 'N' TO WS-TRANS-INVALIDA-SW.
024000      MOVE SPACES TO WRK-MOTIVO-REJEICAO.
024020      MOVE ZERO TO WRK-PAGO-PRINCIPAL.
024040      MOVE ZERO TO WRK-PAGO-ENCARGOS.
024100      IF PY-COMPETENCIA NOT NUMERIC
024200          OR PY-VALOR NOT NUMERIC
024300          OR PY-DATA-PAGAMENTO NOT NUMERIC
027300      END-IF.
027400  2200-EXIT.
027500      EXIT.
027520******************************************************************
027540* 2300-POSTAR-PAGAMENTO
027560* LANCA OS ENCARGOS DE ATRASO (2310), ABATE PRIMEIRO OS ENCARGOS
027580* PENDENTES E SOMA O RESTO NO PRINCIPAL - PARCIAL DEIXA ABERTA;
027600* QUANDO PRINCIPAL E ENCARGOS ESTAO PAGOS A COBRANCA E QUITADA
027620* COM A DATA DO PAGAMENTO
027640******************************************************************
027660  2300-POSTAR-PAGAMENTO.
027680      PERFORM 2310-LANCAR-ENCARGOS THRU 2310-EXIT.
027700      COMPUTE WRK-ENCARGOS-PENDENTES =
027720          BL-MULTA + BL-JUROS - BL-ENCARGOS-PAGOS.
027740      IF WRK-ENCARGOS-PENDENTES < ZERO
027760          MOVE ZERO TO WRK-ENCARGOS-PENDENTES
027780      END-IF.
027800      IF PY-VALOR > WRK-ENCARGOS-PENDENTES
027820          MOVE WRK-ENCARGOS-PENDENTES TO WRK-PAGO-ENCARGOS
027840          COMPUTE WRK-PAGO-PRINCIPAL =
027860              PY-VALOR - WRK-ENCARGOS-PENDENTES
027880      ELSE
027900          MOVE PY-VALOR TO WRK-PAGO-ENCARGOS
027920          MOVE ZERO TO WRK-PAGO-PRINCIPAL
027940      END-IF.
027960      ADD WRK-PAGO-ENCARGOS TO BL-ENCARGOS-PAGOS.
027980      ADD WRK-PAGO-PRINCIPAL TO BL-VALOR-PAGO.
028000      IF BL-VALOR-PAGO >= BL-VALOR
028020          AND BL-ENCARGOS-PAGOS >= BL-MULTA + BL-JUROS
028040          MOVE 'P' TO BL-SITUACAO
028060          MOVE PY-DATA-PAGAMENTO TO BL-DATA-PAGAMENTO
028080          ADD 1 TO WS-COBRANCAS-QUITADAS
028100      END-IF.
028120      REWRITE BILLING-RECORD.
028140      IF NOT WS-BILLMAS-OK
028160          DISPLAY 'PROGCOB40 - ERRO AO GRAVAR BILLMAS: '
028180              WS-BILLMAS-STATUS
028200          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
028220          MOVE 'ERRO DE GRAVACAO' TO WRK-MOTIVO-REJEICAO
028240          MOVE ZERO TO WRK-PAGO-PRINCIPAL
028260          MOVE ZERO TO WRK-PAGO-ENCARGOS
028280          ADD 1 TO WS-TRANS-REJEITADAS
028300          GO TO 2300-EXIT
028320      END-IF.
028340      ADD 1 TO WS-TRANS-ACEITAS.
028360      ADD WRK-PAGO-PRINCIPAL TO WS-TOTAL-PRINCIPAL.
028380      ADD WRK-PAGO-ENCARGOS TO WS-TOTAL-ENCARGOS.
028400      IF WS-ENC-EM-ATRASO
028420          ADD 1 TO WS-PAGTOS-EM-ATRASO
028440          ADD WRK-ENC-MULTA TO WS-TOTAL-MULTA-LANC
028460          ADD WRK-ENC-JUROS TO WS-TOTAL-JUROS-LANC
028480      END-IF.
028500  2300-EXIT.
028520      EXIT.
028540******************************************************************
028560* 2310-LANCAR-ENCARGOS
028580* MULTA (SO SE A COBRANCA AINDA NAO TEM) E JUROS DO ULTIMO
028600* CALCULO ATE A DATA DO PAGAMENTO, SOBRE O PRINCIPAL EM ABERTO -
028620* PAGO ATE O DIA UTIL DO VENCIMENTO NAO GERA NADA
028640******************************************************************
028660  2310-LANCAR-ENCARGOS.
028680      IF BL-VALOR-PAGO < BL-VALOR
028700          COMPUTE WRK-ENC-SALDO = BL-VALOR - BL-VALOR-PAGO
028720      ELSE
028740          MOVE ZERO TO WRK-ENC-SALDO
028760      END-IF.
028780      MOVE BL-DATA-VENCIMENTO TO WRK-ENC-VENCIMENTO.
028800      MOVE BL-DATA-CALC-ENCARGO TO WRK-ENC-DATA-INICIO.
028820      MOVE PY-DATA-PAGAMENTO TO WRK-ENC-DATA-CALCULO.
028840      IF BL-MULTA = ZERO
028860          MOVE 'Y' TO WS-ENC-COBRA-MULTA-SW
028880      ELSE
028900          MOVE 'N' TO WS-ENC-COBRA-MULTA-SW
028920      END-IF.
028940      PERFORM 9925-CALCULAR-ENCARGOS THRU 9925-EXIT.
028960      IF NOT WS-ENC-EM-ATRASO
028980          GO TO 2310-EXIT
029000      END-IF.
029020      ADD WRK-ENC-MULTA TO BL-MULTA.
029040      ADD WRK-ENC-JUROS TO BL-JUROS.
029060      IF PY-DATA-PAGAMENTO > BL-DATA-CALC-ENCARGO
029080          MOVE PY-DATA-PAGAMENTO TO BL-DATA-CALC-ENCARGO
029100      END-IF.
029120  2310-EXIT.
029140      EXIT.
030100******************************************************************
030200* 2400-WRITE-REGISTRO
030300* ONE REGISTER LINE PER TRANSACTION - ACCEPTED OR REJECTED
030700      MOVE PY-STUDENT-ID TO WD-ID.
030800      MOVE PY-COMPETENCIA TO WD-COMPETENCIA.
030900      MOVE PY-VALOR TO WD-VALOR.
030920      MOVE WRK-PAGO-PRINCIPAL TO WD-PRINCIPAL.
030940      MOVE WRK-PAGO-ENCARGOS TO WD-ENCARGOS.
031000      IF WS-TRANS-INVALIDA
031100          MOVE 'REJEITADA' TO WD-SITUACAO
031200      ELSE
035600      MOVE WS-TRANS-ACEITAS TO WF-ACEITAS.
035700      MOVE WS-TRANS-REJEITADAS TO WF-REJEITADAS.
035800      MOVE WS-COBRANCAS-QUITADAS TO WF-QUITADAS.
035850      MOVE WS-PAGTOS-EM-ATRASO TO WF-ATRASO.
035900      WRITE PG-LINE FROM WS-FOOTER-LINE.
035910      MOVE WS-TOTAL-PRINCIPAL TO WF-PRINCIPAL.
035920      MOVE WS-TOTAL-ENCARGOS TO WF-ENCARGOS.
035930      WRITE PG-LINE FROM WS-FOOTER-LINE-2.
035940      MOVE WS-TOTAL-MULTA-LANC TO WF-MULTA-LANC.
035950      MOVE WS-TOTAL-JUROS-LANC TO WF-JUROS-LANC.
035960      WRITE PG-LINE FROM WS-FOOTER-LINE-3.
036000      CLOSE PAYMENT-TRAN-FILE BILLING-FILE
036100          PAYMENT-REPORT-FILE.
036200      DISPLAY 'PROGCOB40 - TRANSACOES LIDAS......: '
036700          WS-TRANS-REJEITADAS.
036800      DISPLAY 'PROGCOB40 - COBRANCAS QUITADAS....: '
036900          WS-COBRANCAS-QUITADAS.
036910      DISPLAY 'PROGCOB40 - PAGAMENTOS EM ATRASO..: '
036920          WS-PAGTOS-EM-ATRASO.
036930      DISPLAY 'PROGCOB40 - PRINCIPAL RECEBIDO....: '
036940          WS-TOTAL-PRINCIPAL.
036950      DISPLAY 'PROGCOB40 - ENCARGOS RECEBIDOS....: '
036960          WS-TOTAL-ENCARGOS.
037000      PERFORM 8100-GRAVAR-BALANCE THRU 8100-EXIT.
037100  8000-EXIT.
037200      EXIT.
037500* APPENDS THE RUN'S CONTROL COUNTERS TO THE COMMON BALANCING
037600* FILE - O PROGCOB27 CRUZA LIDAS = ACEITAS + REJEITADAS. A
037700* MISSING FILE IS CREATED ON THE FIRST RUN
037720* PRINCIPAL E ENCARGOS RECEBIDOS VAO EM CENTAVOS (BF-VALOR E
037740* INTEIRO)
037800******************************************************************
037900  8100-GRAVAR-BALANCE.
038000      OPEN EXTEND BALANCE-FILE.
039800      MOVE 'REJEITADAS' TO BF-CONTADOR.
039900      MOVE WS-TRANS-REJEITADAS TO BF-VALOR.
040000      PERFORM 8150-GRAVAR-CONTADOR THRU 8150-EXIT.
040010      MOVE 'PRINCIPAL' TO BF-CONTADOR.
040020      COMPUTE BF-VALOR = WS-TOTAL-PRINCIPAL * 100
040021          ON SIZE ERROR
040022              MOVE 999999999 TO BF-VALOR
040023              DISPLAY 'PROGCOB40 - ESTOURO NO CONTADOR '
040024                  BF-CONTADOR ' DO BALANCE - GRAVADO 999999999'
040025      END-COMPUTE.
040030      PERFORM 8150-GRAVAR-CONTADOR THRU 8150-EXIT.
040040      MOVE 'ENCARGOS' TO BF-CONTADOR.
040050      COMPUTE BF-VALOR = WS-TOTAL-ENCARGOS * 100
040051          ON SIZE ERROR
040052              MOVE 999999999 TO BF-VALOR
040053              DISPLAY 'PROGCOB40 - ESTOURO NO CONTADOR '
040054                  BF-CONTADOR ' DO BALANCE - GRAVADO 999999999'
040055      END-COMPUTE.
040060      PERFORM 8150-GRAVAR-CONTADOR THRU 8150-EXIT.
040100      CLOSE BALANCE-FILE.
040200  8100-EXIT.
040300      EXIT.
041800* SHARED DATE-FORMATTING ROUTINES (SEE DATERTN.CPY)
041900******************************************************************
042000  COPY DATERTN.
042100******************************************************************
042200* SHARED RUN-PARAMETER LOOKUP (SEE PARMRTN.CPY)
042300******************************************************************
042400  COPY PARMRTN.
042500******************************************************************
042600* SHARED LATE-PAYMENT CHARGE ROUTINES (SEE ENCGRTN.CPY)
042700******************************************************************
042800  COPY ENCGRTN.
