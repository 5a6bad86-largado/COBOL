000100  IDENTIFICATION DIVISION.
000200  PROGRAM-ID. PROGCOB66.
000300  AUTHOR. ALEX.
000400  INSTALLATION. ESCOLA - SETOR DE PROCESSAMENTO DE DADOS.
000500  DATE-WRITTEN. 15/10/2026.
000600  DATE-COMPILED.
000700******************************************************************
000800* AREA DE COMENTARIOS - REMARKS
000900* OBJETIVO: FECHAMENTO MENSAL DE RECEBIVEIS PARA A CONTABILIDADE
001000* ASSINAR. RODA NO FIM DO MES, DEPOIS DO ULTIMO LOTE DE
001100* COBRANCA (PROGCOB39) E DE PAGAMENTOS (PROGCOB40) DO MES. O MES
001200* FECHADO VEM DO RUNPARM (PROGCOB66 MES, AAAAMM) OU E O DO RUN.
001300* O BILLMAS E ORDENADO POR COMPETENCIA E TURMA DA COBRANCA E
001400* CASADO COM O FECHAMENTO DO MES ANTERIOR NO HISTORICO RECFECH;
001500* PARA CADA COMPETENCIA E TURMA SAI NO RELATORIO (RECEBRPT):
001600*   SALDO INICIAL (SALDO FINAL DO MES ANTERIOR)
001700*   + EMITIDO (BRUTO DAS COBRANCAS NOVAS)
001800*   - DESCONTOS (BOLSAS E DESCONTOS DAS COBRANCAS NOVAS)
001900*   - PAGAMENTOS (PRINCIPAL RECEBIDO NO MES)
002000*   - CANCELAMENTOS (VALOR EM ABERTO QUE SAIU DO BILLMAS SEM
002100*     PAGAMENTO - COBRANCA EXCLUIDA OU VALOR REDUZIDO FORA DA
002200*     GERACAO; LINHA MARCADA 'C' PARA CONFERENCIA)
002300*   = SALDO FINAL, COM O SALDO EM ABERTO POR FAIXA DE ATRASO NO
002400*     ULTIMO DIA DO MES (ATE 30, 31-60, 61-90, MAIS DE 90 DIAS,
002500*     IDADE APROXIMADA COMO NO PROGCOB41) E O CREDITO DE
002600*     PAGAMENTO A MAIOR
002700* OS MOVIMENTOS SAO A DIFERENCA ENTRE OS ACUMULADOS DO BILLMAS
002800* HOJE E OS GUARDADOS NO FECHAMENTO ANTERIOR. CADA COMPETENCIA E
002900* TURMA FECHADA VAI PARA O RECFECH E O SALDO FINAL DELA E O
003000* SALDO INICIAL DO MES SEGUINTE. RETURN-CODE 8 QUANDO:
003100*   - O SALDO INICIAL NAO FECHA COM O FECHAMENTO ANTERIOR
003200*     (QUEBRA DO ROLL-FORWARD, LINHA MARCADA '*');
003300*   - EXISTE FECHAMENTO ANTIGO MAS NAO O DO MES ANTERIOR, OU O
003400*     MES SEGUINTE JA FOI FECHADO (NADA E GRAVADO);
003500*   - EMITIDO, DESCONTOS OU PAGAMENTOS DIVERGEM DOS CONTADORES
003600*     DO MES NO BALANCE (PROGCOB39 VLR-BRUTO E VLR-DESCONTO,
003700*     PROGCOB40 PRINCIPAL, EM CENTAVOS), OU NAO HA BALANCE.
003800* O PRIMEIRO FECHAMENTO (RECFECH VAZIO) E A IMPLANTACAO: SALDO
003900* INICIAL ZERO, TODO O BILLMAS ENTRA COMO EMITIDO E NAO HA
004000* CONFERENCIA COM O BALANCE. REFECHAR O MESMO MES E PERMITIDO
004100* ENQUANTO O SEGUINTE NAO FOI FECHADO - OS REGISTROS DO MES SAO
004200* REFEITOS
004300*
004400* MODIFICATION HISTORY
004500* DATE       INIT  DESCRIPTION
004600* 15/10/2026 ALEX  ORIGINAL
004700******************************************************************
004800  ENVIRONMENT DIVISION.
004900  CONFIGURATION SECTION.
005000  SOURCE-COMPUTER. IBM-370.
005100  OBJECT-COMPUTER. IBM-370.
005200  INPUT-OUTPUT SECTION.
005300  FILE-CONTROL.
005400      SELECT BILLING-FILE ASSIGN TO BILLMAS
005500          ORGANIZATION IS INDEXED
005600          ACCESS MODE IS SEQUENTIAL
005700          RECORD KEY IS BL-CHAVE
005800          FILE STATUS IS WS-BILLMAS-STATUS.
005900      SELECT RECFECH-FILE ASSIGN TO RECFECH
006000          ORGANIZATION IS INDEXED
006100          ACCESS MODE IS DYNAMIC
006200          RECORD KEY IS RF-CHAVE
006300          FILE STATUS IS WS-RECFECH-STATUS.
006400      SELECT BALANCE-FILE ASSIGN TO BALANCE
006500          ORGANIZATION IS SEQUENTIAL
006600          FILE STATUS IS WS-BALANCE-STATUS.
006700      SELECT SORT-WORK-FILE ASSIGN TO SORTWK.
006800      SELECT FECHAMENTO-REPORT-FILE ASSIGN TO RECEBRPT
006900          ORGANIZATION IS LINE SEQUENTIAL
007000          FILE STATUS IS WS-RECEBRPT-STATUS.
007100      SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
007200          ORGANIZATION IS SEQUENTIAL
007300          FILE STATUS IS WS-PARM-STATUS.
007400  DATA DIVISION.
007500  FILE SECTION.
007600  FD  BILLING-FILE
007700      LABEL RECORDS ARE STANDARD.
007800  COPY BILLREC.
007900  FD  RECFECH-FILE
008000      LABEL RECORDS ARE STANDARD.
008100  COPY RECFECH.
008200  FD  BALANCE-FILE
008300      LABEL RECORDS ARE STANDARD.
008400  COPY BALREC.
008500  SD  SORT-WORK-FILE.
008600  01  SORT-RECORD.
008700      05  SR-CHAVE-COBRANCA.
008800          10  SR-COMPETENCIA      PIC 9(06).
008900          10  SR-TURMA            PIC X(06).
009000      05  SR-BRUTO                PIC 9(05)V99.
009100      05  SR-DESCONTO             PIC 9(05)V99.
009200      05  SR-LIQUIDO              PIC 9(05)V99.
009300      05  SR-PAGO                 PIC 9(05)V99.
009400      05  SR-SALDO                PIC S9(05)V99.
009500      05  SR-FAIXA                PIC 9(01).
009600  FD  FECHAMENTO-REPORT-FILE
009700      LABEL RECORDS ARE STANDARD.
009800  01  FR-LINE                     PIC X(80).
009900  FD  RUN-PARM-FILE
010000      LABEL RECORDS ARE STANDARD.
010100  COPY PARMREC.
010200  WORKING-STORAGE SECTION.
010300******************************************************************
010400* SWITCHES
010500******************************************************************
010600  01  WS-SWITCHES.
010700      05  WS-EOF-SW              PIC X(01) VALUE 'N'.
010800          88  WS-EOF                       VALUE 'Y'.
010900      05  WS-SORT-EOF-SW         PIC X(01) VALUE 'N'.
011000          88  WS-SORT-EOF                  VALUE 'Y'.
011100      05  WS-ANT-EOF-SW          PIC X(01) VALUE 'Y'.
011200          88  WS-ANT-EOF                   VALUE 'Y'.
011300      05  WS-BAL-EOF-SW          PIC X(01) VALUE 'N'.
011400          88  WS-BAL-EOF                   VALUE 'Y'.
011500      05  WS-REFEITO-FIM-SW      PIC X(01) VALUE 'N'.
011600          88  WS-REFEITO-FIM               VALUE 'Y'.
011700      05  WS-ABORTAR-SW          PIC X(01) VALUE 'N'.
011800          88  WS-ABORTAR                   VALUE 'Y'.
011900      05  WS-IMPLANTACAO-SW      PIC X(01) VALUE 'N'.
012000          88  WS-IMPLANTACAO               VALUE 'Y'.
012100      05  WS-RELATORIO-ABERTO-SW PIC X(01) VALUE 'N'.
012200          88  WS-RELATORIO-ABERTO          VALUE 'Y'.
012300      05  WS-BILLMAS-ABERTO-SW   PIC X(01) VALUE 'N'.
012400          88  WS-BILLMAS-ABERTO            VALUE 'Y'.
012500      05  WS-RECFECH-ABERTO-SW   PIC X(01) VALUE 'N'.
012600          88  WS-RECFECH-ABERTO            VALUE 'Y'.
012700      05  WS-QUEBRA-CHAVE-SW     PIC X(01) VALUE 'N'.
012800          88  WS-QUEBRA-CHAVE              VALUE 'Y'.
012900      05  WS-COM-MOVIMENTO-SW    PIC X(01) VALUE 'N'.
013000          88  WS-COM-MOVIMENTO             VALUE 'Y'.
013100******************************************************************
013200* FILE STATUS AND COUNTERS
013300******************************************************************
013400  01  WS-FILE-STATUSES.
013500      05  WS-BILLMAS-STATUS      PIC X(02) VALUE '00'.
013600          88  WS-BILLMAS-OK               VALUE '00'.
013700          88  WS-BILLMAS-EOF              VALUE '10'.
013800      05  WS-RECFECH-STATUS      PIC X(02) VALUE '00'.
013900          88  WS-RECFECH-OK               VALUE '00'.
014000          88  WS-RECFECH-EOF              VALUE '10'.
014100          88  WS-RECFECH-NAO-EXISTE       VALUE '35'.
014200      05  WS-BALANCE-STATUS      PIC X(02) VALUE '00'.
014300          88  WS-BALANCE-OK               VALUE '00'.
014400          88  WS-BALANCE-EOF              VALUE '10'.
014500      05  WS-RECEBRPT-STATUS     PIC X(02) VALUE '00'.
014600          88  WS-RECEBRPT-OK              VALUE '00'.
014700  01  WS-COUNTERS COMP.
014800      05  WS-COBRANCAS-LIDAS     PIC 9(07) VALUE ZERO.
014900      05  WS-CHAVES-FECHADAS     PIC 9(05) VALUE ZERO.
015000      05  WS-CHAVES-GRAVADAS     PIC 9(05) VALUE ZERO.
015100      05  WS-CHAVES-SEM-MOVIMENTO PIC 9(05) VALUE ZERO.
015200      05  WS-CHAVES-ENCERRADAS   PIC 9(05) VALUE ZERO.
015300      05  WS-CHAVES-REFEITAS     PIC 9(05) VALUE ZERO.
015400      05  WS-CHAVES-QUEBRA       PIC 9(05) VALUE ZERO.
015500      05  WS-CHAVES-CANCELAMENTO PIC 9(05) VALUE ZERO.
015600      05  WS-DIVERGENCIAS        PIC 9(03) VALUE ZERO.
015700      05  WS-ERROS-GRAVACAO      PIC 9(05) VALUE ZERO.
015800******************************************************************
015900* MES FECHADO, O ANTERIOR (SALDO INICIAL) E O SEGUINTE (NAO PODE
016000* ESTAR FECHADO AINDA)
016100******************************************************************
016200  01  WRK-MES-X.
016300      05  WRK-MES-ANO            PIC 9(04).
016400      05  WRK-MES-MES            PIC 9(02).
016500  01  WRK-MES-NUM REDEFINES WRK-MES-X PIC 9(06).
016600  01  WRK-ANTERIOR-X.
016700      05  WRK-ANT-ANO            PIC 9(04).
016800      05  WRK-ANT-MES            PIC 9(02).
016900  01  WRK-ANTERIOR-NUM REDEFINES WRK-ANTERIOR-X PIC 9(06).
017000  01  WRK-SEGUINTE-X.
017100      05  WRK-SEG-ANO            PIC 9(04).
017200      05  WRK-SEG-MES            PIC 9(02).
017300  01  WRK-SEGUINTE-NUM REDEFINES WRK-SEGUINTE-X PIC 9(06).
017400  01  WRK-EDITAR-X.
017500      05  WRK-EDIT-ANO           PIC 9(04).
017600      05  WRK-EDIT-MES           PIC 9(02).
017700  01  WRK-EDITAR-NUM REDEFINES WRK-EDITAR-X PIC 9(06).
017800  01  WRK-MES-EDITADO.
017900      05  WRK-ME-MES             PIC 9(02).
018000      05  FILLER                 PIC X(01) VALUE '/'.
018100      05  WRK-ME-ANO             PIC 9(04).
018200******************************************************************
018300* DATA DE REFERENCIA DAS FAIXAS DE ATRASO - ULTIMO DIA DO MES
018400* FECHADO; FEVEREIRO AJUSTADO PARA ANO BISSEXTO COMO NO PROGCOB16
018500******************************************************************
018600  01  WRK-DIAS-POR-MES.
018700      05  FILLER                 PIC X(24)
018800          VALUE '312831303130313130313031'.
018900  01  WRK-DIAS-POR-MES-R REDEFINES WRK-DIAS-POR-MES.
019000      05  WRK-DIAS-MES           PIC 9(02) OCCURS 12 TIMES.
019100  01  WRK-REF-DATA.
019200      05  WRK-REF-ANO            PIC 9(04).
019300      05  WRK-REF-MES            PIC 9(02).
019400      05  WRK-REF-DIA            PIC 9(02).
019500  01  WRK-VENC-DECOMPOSTA.
019600      05  WRK-VENC-ANO           PIC 9(04).
019700      05  WRK-VENC-MES           PIC 9(02).
019800      05  WRK-VENC-DIA           PIC 9(02).
019900  01  WRK-VENC-NUM REDEFINES WRK-VENC-DECOMPOSTA PIC 9(08).
020000  77  WRK-IDADE-DIAS             PIC S9(07) COMP VALUE ZERO.
020100  77  WRK-QUOC-BISSEXTO          PIC 9(04) VALUE ZEROS.
020200  77  WRK-RESTO-BISSEXTO         PIC 9(04) VALUE ZEROS.
020300  77  WRK-BAL-MES                PIC 9(06) VALUE ZEROS.
020400  77  WRK-FAIXA-IDX              PIC 9(01) COMP VALUE ZERO.
020500******************************************************************
020600* CASAMENTO DO BILLMAS ORDENADO COM O FECHAMENTO ANTERIOR -
020700* CHAVE COMPETENCIA + TURMA; HIGH-VALUES NO FIM DE CADA LADO.
020800* O REGISTRO ANTERIOR LIDO FICA GUARDADO AQUI PORQUE A AREA DO
020900* RECFECH E REUSADA PARA GRAVAR O MES FECHADO
021000******************************************************************
021100  01  WRK-CHAVE-ATUAL.
021200      05  WRK-CA-COMPETENCIA     PIC 9(06).
021300      05  WRK-CA-TURMA           PIC X(06).
021400  01  WRK-CHAVE-ATUAL-X REDEFINES WRK-CHAVE-ATUAL PIC X(12).
021500  77  WRK-CHAVE-SRT              PIC X(12) VALUE HIGH-VALUES.
021600  77  WRK-CHAVE-ANT              PIC X(12) VALUE HIGH-VALUES.
021700  77  WRK-ANT-REGISTRO           PIC X(197) VALUE SPACES.
021800******************************************************************
021900* FOTOGRAFIA DA CHAVE NO BILLMAS DE HOJE (N) E NO FECHAMENTO
022000* ANTERIOR (P), E O MOVIMENTO DO MES QUE SAI DA DIFERENCA
022100******************************************************************
022200  01  WS-FOTO-ATUAL COMP-3.
022300      05  WS-N-QTDE              PIC 9(05) VALUE ZERO.
022400      05  WS-N-BRUTO             PIC 9(09)V99 VALUE ZERO.
022500      05  WS-N-DESCONTO          PIC 9(09)V99 VALUE ZERO.
022600      05  WS-N-LIQUIDO           PIC 9(09)V99 VALUE ZERO.
022700      05  WS-N-PAGO              PIC 9(09)V99 VALUE ZERO.
022800      05  WS-N-SALDO             PIC S9(09)V99 VALUE ZERO.
022900      05  WS-N-FAIXA             PIC 9(09)V99 VALUE ZERO
023000                                 OCCURS 4 TIMES.
023100      05  WS-N-CREDITO           PIC 9(09)V99 VALUE ZERO.
023200  01  WS-FOTO-ANTERIOR COMP-3.
023300      05  WS-P-BRUTO             PIC 9(09)V99 VALUE ZERO.
023400      05  WS-P-DESCONTO          PIC 9(09)V99 VALUE ZERO.
023500      05  WS-P-LIQUIDO           PIC 9(09)V99 VALUE ZERO.
023600      05  WS-P-PAGO              PIC 9(09)V99 VALUE ZERO.
023700      05  WS-P-SALDO-FINAL       PIC S9(09)V99 VALUE ZERO.
023800  01  WS-MOVIMENTO COMP-3.
023900      05  MV-SALDO-INICIAL       PIC S9(09)V99 VALUE ZERO.
024000      05  MV-EMITIDO             PIC 9(09)V99 VALUE ZERO.
024100      05  MV-DESCONTOS           PIC 9(09)V99 VALUE ZERO.
024200      05  MV-PAGAMENTOS          PIC 9(09)V99 VALUE ZERO.
024300      05  MV-CANCELAMENTOS       PIC S9(09)V99 VALUE ZERO.
024400      05  MV-SALDO-CALCULADO     PIC S9(09)V99 VALUE ZERO.
024500  01  WS-TOTAIS COMP-3.
024600      05  TT-SALDO-INICIAL       PIC S9(11)V99 VALUE ZERO.
024700      05  TT-EMITIDO             PIC 9(11)V99 VALUE ZERO.
024800      05  TT-DESCONTOS           PIC 9(11)V99 VALUE ZERO.
024900      05  TT-PAGAMENTOS          PIC 9(11)V99 VALUE ZERO.
025000      05  TT-CANCELAMENTOS       PIC S9(11)V99 VALUE ZERO.
025100      05  TT-SALDO-FINAL         PIC S9(11)V99 VALUE ZERO.
025200      05  TT-FAIXA               PIC 9(11)V99 VALUE ZERO
025300                                 OCCURS 4 TIMES.
025400      05  TT-CREDITOS            PIC 9(11)V99 VALUE ZERO.
025500******************************************************************
025600* CONTADORES DO MES NO BALANCE (CENTAVOS) E A CONFERENCIA
025700******************************************************************
025800  01  WS-BALANCE-MES COMP-3.
025900      05  BM-VLR-BRUTO           PIC 9(13) VALUE ZERO.
026000      05  BM-VLR-DESCONTO        PIC 9(13) VALUE ZERO.
026100      05  BM-PRINCIPAL           PIC 9(13) VALUE ZERO.
026200  77  WRK-CONF-ITEM              PIC X(12) VALUE SPACES.
026300  77  WRK-CONF-FECHAMENTO        PIC 9(11)V99 COMP-3 VALUE ZERO.
026400  77  WRK-CONF-CENTAVOS          PIC 9(13) COMP-3 VALUE ZERO.
026500  77  WRK-CONF-BALANCE           PIC 9(11)V99 COMP-3 VALUE ZERO.
026600******************************************************************
026700* RUN DATE - SAME STRUCTURE TESTE1 USES FOR THE SYSTEM DATE
026800******************************************************************
026900  01  WRK-DATA.
027000      05  WRK-ANO                PIC 9(04) VALUE ZEROS.
027100      05  WRK-MES                PIC 9(02) VALUE ZEROS.
027200      05  WRK-DIA                PIC 9(02) VALUE ZEROS.
027300  01  WRK-DATA-YYYYMMDD REDEFINES WRK-DATA PIC 9(08).
027400******************************************************************
027500* SHARED DATE-OUTPUT FIELDS (SEE DATEFMT.CPY)
027600******************************************************************
027700  COPY DATEFMT.
027800******************************************************************
027900* RUN-PARAMETER LOOKUP FIELDS (SEE PARMWS.CPY/PARMRTN.CPY)
028000******************************************************************
028100  COPY PARMWS.
028200******************************************************************
028300* REPORT LINE LAYOUTS
028400******************************************************************
028500  01  WS-HEADER-1.
028600      05  FILLER                 PIC X(39)
028700          VALUE 'FECHAMENTO MENSAL DE RECEBIVEIS - MES'.
028800      05  WH-MES                 PIC X(07).
028900  01  WS-HEADER-2.
029000      05  FILLER                 PIC X(10) VALUE 'DATA EMIS:'.
029100      05  WH-DATA                PIC X(10).
029200  01  WS-HEADER-3.
029300      05  FILLER                 PIC X(08) VALUE 'COMPET'.
029400      05  FILLER                 PIC X(07) VALUE 'TURMA'.
029500      05  FILLER                 PIC X(11) VALUE ' SALDO INIC'.
029600      05  FILLER                 PIC X(10) VALUE '  EMITIDO'.
029700      05  FILLER                 PIC X(10) VALUE ' DESCONTO'.
029800      05  FILLER                 PIC X(10) VALUE ' PAGAMENT'.
029900      05  FILLER                 PIC X(11) VALUE '  CANCELAM'.
030000      05  FILLER                 PIC X(11) VALUE ' SALDO FIN'.
030100  01  WS-DETAIL-LINE.
030200      05  WD-COMPETENCIA         PIC X(07).
030300      05  FILLER                 PIC X(01) VALUE SPACE.
030400      05  WD-TURMA               PIC X(06).
030500      05  FILLER                 PIC X(01) VALUE SPACE.
030600      05  WD-SALDO-INICIAL       PIC -ZZZZZ9.99.
030700      05  FILLER                 PIC X(01) VALUE SPACE.
030800      05  WD-EMITIDO             PIC ZZZZZ9.99.
030900      05  FILLER                 PIC X(01) VALUE SPACE.
031000      05  WD-DESCONTOS           PIC ZZZZZ9.99.
031100      05  FILLER                 PIC X(01) VALUE SPACE.
031200      05  WD-PAGAMENTOS          PIC ZZZZZ9.99.
031300      05  FILLER                 PIC X(01) VALUE SPACE.
031400      05  WD-CANCELAMENTOS       PIC -ZZZZZ9.99.
031500      05  FILLER                 PIC X(01) VALUE SPACE.
031600      05  WD-SALDO-FINAL         PIC -ZZZZZ9.99.
031700      05  FILLER                 PIC X(01) VALUE SPACE.
031800      05  WD-MARCA               PIC X(01).
031900  01  WS-AGING-LINE.
032000      05  FILLER                 PIC X(02) VALUE SPACES.
032100      05  FILLER                 PIC X(07) VALUE 'ATE 30 '.
032200      05  WA-ATE-30              PIC ZZZZZ9.99.
032300      05  FILLER                 PIC X(07) VALUE ' 31-60 '.
032400      05  WA-31-60               PIC ZZZZZ9.99.
032500      05  FILLER                 PIC X(07) VALUE ' 61-90 '.
032600      05  WA-61-90               PIC ZZZZZ9.99.
032700      05  FILLER                 PIC X(05) VALUE ' +90 '.
032800      05  WA-MAIS-90             PIC ZZZZZ9.99.
032900      05  FILLER                 PIC X(06) VALUE ' CRED '.
033000      05  WA-CREDITOS            PIC ZZZZ9.99.
033100  01  WS-TOTAL-HEADER.
033200      05  FILLER                 PIC X(24)
033300          VALUE 'TOTAL GERAL DO MES'.
033400  01  WS-TOTAL-LINE.
033500      05  WT-ROTULO              PIC X(34).
033600      05  WT-VALOR               PIC -ZZZZZZZZZZ9.99.
033700  01  WS-CONF-HEADER.
033800      05  FILLER                 PIC X(50)
033900          VALUE 'CONFERENCIA COM O BALANCE DO MES (PROGCOB39/40)'.
034000  01  WS-CONF-LINE.
034100      05  WC-ITEM                PIC X(12).
034200      05  FILLER                 PIC X(12) VALUE ' FECHAMENTO '.
034300      05  WC-FECHAMENTO          PIC ZZZZZZZZZZ9.99.
034400      05  FILLER                 PIC X(09) VALUE ' BALANCE '.
034500      05  WC-BALANCE             PIC ZZZZZZZZZZ9.99.
034600      05  FILLER                 PIC X(01) VALUE SPACE.
034700      05  WC-RESULTADO           PIC X(08).
034800  01  WS-MSG-LINE.
034900      05  WM-TEXTO               PIC X(56).
035000      05  WM-MES                 PIC X(07).
035100  01  WS-FOOTER-LINE.
035200      05  FILLER                 PIC X(20)
035300          VALUE 'COBRANCAS LIDAS...: '.
035400      05  WF-LIDAS               PIC ZZZZZZ9.
035500      05  FILLER                 PIC X(22)
035600          VALUE '  CHAVES FECHADAS...: '.
035700      05  WF-FECHADAS            PIC ZZZZ9.
035800  01  WS-FOOTER-LINE-2.
035900      05  FILLER                 PIC X(20)
036000          VALUE 'GRAVADAS RECFECH..: '.
036100      05  WF-GRAVADAS            PIC ZZZZZZ9.
036200      05  FILLER                 PIC X(22)
036300          VALUE '  SEM MOVIMENTO.....: '.
036400      05  WF-SEM-MOVIMENTO       PIC ZZZZ9.
036500  01  WS-FOOTER-LINE-3.
036600      05  FILLER                 PIC X(20)
036700          VALUE 'QUEBRAS (*).......: '.
036800      05  WF-QUEBRAS             PIC ZZZZZZ9.
036900      05  FILLER                 PIC X(22)
037000          VALUE '  CANCELAMENTOS (C).: '.
037100      05  WF-CANCELAMENTOS       PIC ZZZZ9.
037200  01  WS-BLANK-LINE              PIC X(01) VALUE SPACE.
037300  PROCEDURE DIVISION.
037400******************************************************************
037500* 0000-MAINLINE
037600* CONTROLS THE OVERALL FLOW OF THE MONTHLY RECEIVABLES CLOSE
037700******************************************************************
037800  0000-MAINLINE.
037900      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
038000      IF NOT WS-ABORTAR
038100          SORT SORT-WORK-FILE
038200              ASCENDING KEY SR-COMPETENCIA SR-TURMA
038300              INPUT PROCEDURE IS 2000-SELECIONAR-COBRANCAS
038400              OUTPUT PROCEDURE IS 3000-FECHAR-SALDOS
038500          PERFORM 4000-IMPRIMIR-TOTAIS THRU 4000-EXIT
038600          PERFORM 5000-CONFERIR-BALANCE THRU 5000-EXIT
038700      END-IF.
038800      PERFORM 8000-TERMINATE THRU 8000-EXIT.
038900      STOP RUN.
039000******************************************************************
039100* 1000-INITIALIZE
039200* RESOLVES THE MONTH TO CLOSE AND ITS NEIGHBOURS, THE AGING
039300* REFERENCE DATE, OPENS THE FILES AND CHECKS THE CLOSING HISTORY
039400******************************************************************
039500  1000-INITIALIZE.
039600      ACCEPT WRK-DATA FROM DATE YYYYMMDD.
039700      PERFORM 9810-FORMATAR-DDMMYYYY THRU 9810-EXIT.
039800      MOVE DATEFMT-DDMMYYYY TO WH-DATA.
039900      MOVE 'PROGCOB66' TO WRK-PARM-PROGRAMA.
040000      MOVE 'MES' TO WRK-PARM-NOME.
040100      PERFORM 9860-BUSCAR-PARM THRU 9860-EXIT.
040200      IF WS-PARM-ACHADO AND WRK-PARM-VALOR (1:6) NUMERIC
040300          MOVE WRK-PARM-VALOR (1:6) TO WRK-MES-NUM
040400      ELSE
040500          MOVE WRK-ANO TO WRK-MES-ANO
040600          MOVE WRK-MES TO WRK-MES-MES
040700      END-IF.
040800      IF WRK-MES-MES = 1
040900          COMPUTE WRK-ANT-ANO = WRK-MES-ANO - 1
041000          MOVE 12 TO WRK-ANT-MES
041100      ELSE
041200          MOVE WRK-MES-ANO TO WRK-ANT-ANO
041300          COMPUTE WRK-ANT-MES = WRK-MES-MES - 1
041400      END-IF.
041500      IF WRK-MES-MES = 12
041600          COMPUTE WRK-SEG-ANO = WRK-MES-ANO + 1
041700          MOVE 1 TO WRK-SEG-MES
041800      ELSE
041900          MOVE WRK-MES-ANO TO WRK-SEG-ANO
042000          COMPUTE WRK-SEG-MES = WRK-MES-MES + 1
042100      END-IF.
042200      PERFORM 1100-DATA-REFERENCIA THRU 1100-EXIT.
042300      DISPLAY 'PROGCOB66 - FECHAMENTO DO MES ' WRK-MES-NUM.
042400      MOVE WRK-MES-NUM TO WRK-EDITAR-NUM.
042500      PERFORM 9990-EDITAR-MES THRU 9990-EXIT.
042600      MOVE WRK-MES-EDITADO TO WH-MES.
042700      OPEN OUTPUT FECHAMENTO-REPORT-FILE.
042800      IF NOT WS-RECEBRPT-OK
042900          DISPLAY 'PROGCOB66 - ERRO AO ABRIR RECEBRPT: '
043000              WS-RECEBRPT-STATUS
043100          MOVE 'Y' TO WS-ABORTAR-SW
043200          MOVE 8 TO RETURN-CODE
043300          GO TO 1000-EXIT
043400      END-IF.
043500      MOVE 'Y' TO WS-RELATORIO-ABERTO-SW.
043600      WRITE FR-LINE FROM WS-HEADER-1.
043700      WRITE FR-LINE FROM WS-HEADER-2.
043800      WRITE FR-LINE FROM WS-BLANK-LINE.
043900      OPEN INPUT BILLING-FILE.
044000      IF NOT WS-BILLMAS-OK
044100          DISPLAY 'PROGCOB66 - ERRO AO ABRIR BILLMAS: '
044200              WS-BILLMAS-STATUS
044300          MOVE 'Y' TO WS-ABORTAR-SW
044400          MOVE 8 TO RETURN-CODE
044500          GO TO 1000-EXIT
044600      END-IF.
044700      MOVE 'Y' TO WS-BILLMAS-ABERTO-SW.
044800      OPEN I-O RECFECH-FILE.
044900      IF WS-RECFECH-NAO-EXISTE
045000          DISPLAY 'PROGCOB66 - RECFECH INEXISTENTE - '
045100              'CRIANDO HISTORICO NOVO'
045200          OPEN OUTPUT RECFECH-FILE
045300          CLOSE RECFECH-FILE
045400          OPEN I-O RECFECH-FILE
045500      END-IF.
045600      IF NOT WS-RECFECH-OK
045700          DISPLAY 'PROGCOB66 - ERRO AO ABRIR RECFECH: '
045800              WS-RECFECH-STATUS
045900          MOVE 'Y' TO WS-ABORTAR-SW
046000          MOVE 8 TO RETURN-CODE
046100          GO TO 1000-EXIT
046200      END-IF.
046300      MOVE 'Y' TO WS-RECFECH-ABERTO-SW.
046400      PERFORM 1200-VERIFICAR-HISTORICO THRU 1200-EXIT.
046500      IF NOT WS-ABORTAR
046600          WRITE FR-LINE FROM WS-HEADER-3
046700      END-IF.
046800  1000-EXIT.
046900      EXIT.
047000******************************************************************
047100* 1100-DATA-REFERENCIA
047200* ULTIMO DIA DO MES FECHADO - FEVEREIRO VAI A 29 NO ANO
047300* BISSEXTO (DIVISIVEL POR 4 E, NOS SECULOS, POR 400)
047400******************************************************************
047500  1100-DATA-REFERENCIA.
047600      MOVE WRK-MES-ANO TO WRK-REF-ANO.
047700      MOVE WRK-MES-MES TO WRK-REF-MES.
047800      MOVE WRK-DIAS-MES (WRK-REF-MES) TO WRK-REF-DIA.
047900      IF WRK-REF-MES NOT = 2
048000          GO TO 1100-EXIT
048100      END-IF.
048200      DIVIDE WRK-REF-ANO BY 4 GIVING WRK-QUOC-BISSEXTO
048300          REMAINDER WRK-RESTO-BISSEXTO.
048400      IF WRK-RESTO-BISSEXTO NOT = ZERO
048500          GO TO 1100-EXIT
048600      END-IF.
048700      DIVIDE WRK-REF-ANO BY 100 GIVING WRK-QUOC-BISSEXTO
048800          REMAINDER WRK-RESTO-BISSEXTO.
048900      IF WRK-RESTO-BISSEXTO NOT = ZERO
049000          MOVE 29 TO WRK-REF-DIA
049100          GO TO 1100-EXIT
049200      END-IF.
049300      DIVIDE WRK-REF-ANO BY 400 GIVING WRK-QUOC-BISSEXTO
049400          REMAINDER WRK-RESTO-BISSEXTO.
049500      IF WRK-RESTO-BISSEXTO = ZERO
049600          MOVE 29 TO WRK-REF-DIA
049700      END-IF.
049800  1100-EXIT.
049900      EXIT.
050000******************************************************************
050100* 1200-VERIFICAR-HISTORICO
050200* MES SEGUINTE JA FECHADO: RECUSA (O SALDO INICIAL DELE SAIU
050300* DESTE FECHAMENTO). RECFECH SEM NADA ANTES DESTE MES: E A
050400* IMPLANTACAO. COM FECHAMENTO ANTIGO, O DO MES ANTERIOR TEM DE
050500* EXISTIR. REFECHAMENTO APAGA O QUE O MES JA TINHA
050600******************************************************************
050700  1200-VERIFICAR-HISTORICO.
050800      MOVE WRK-SEGUINTE-NUM TO RF-MES-FECHAMENTO.
050900      MOVE ZEROS TO RF-COMPETENCIA.
051000      MOVE LOW-VALUES TO RF-TURMA.
051100      START RECFECH-FILE KEY IS NOT LESS THAN RF-CHAVE
051200          INVALID KEY
051300              CONTINUE
051400          NOT INVALID KEY
051500              MOVE 'Y' TO WS-ABORTAR-SW
051600      END-START.
051700      IF WS-ABORTAR
051800          MOVE 'MES SEGUINTE JA FECHADO - NADA GRAVADO:'
051900              TO WM-TEXTO
052000          MOVE WRK-SEGUINTE-NUM TO WRK-EDITAR-NUM
052100          PERFORM 1290-MENSAGEM-RECUSA THRU 1290-EXIT
052200          GO TO 1200-EXIT
052300      END-IF.
052400      MOVE ZEROS TO RF-MES-FECHAMENTO.
052500      MOVE ZEROS TO RF-COMPETENCIA.
052600      MOVE LOW-VALUES TO RF-TURMA.
052700      START RECFECH-FILE KEY IS NOT LESS THAN RF-CHAVE
052800          INVALID KEY
052900              MOVE 'Y' TO WS-IMPLANTACAO-SW
053000      END-START.
053100      IF NOT WS-IMPLANTACAO
053200          READ RECFECH-FILE NEXT RECORD
053300              AT END
053400                  MOVE 'Y' TO WS-IMPLANTACAO-SW
053500          END-READ
053600      END-IF.
053700      IF NOT WS-IMPLANTACAO
053800          IF NOT WS-RECFECH-OK
053900              OR RF-MES-FECHAMENTO NOT < WRK-MES-NUM
054000              MOVE 'Y' TO WS-IMPLANTACAO-SW
054100          END-IF
054200      END-IF.
054300      IF WS-IMPLANTACAO
054400          MOVE 'IMPLANTACAO - PRIMEIRO FECHAMENTO, SALDO INICIAL '
054500              TO WM-TEXTO
054600          MOVE 'ZERO' TO WM-MES
054700          WRITE FR-LINE FROM WS-MSG-LINE
054800      ELSE
054900          PERFORM 1250-VERIFICAR-ANTERIOR THRU 1250-EXIT
055000      END-IF.
055100      IF WS-ABORTAR
055200          GO TO 1200-EXIT
055300      END-IF.
055400      PERFORM 1300-EXCLUIR-REFECHAMENTO THRU 1300-EXIT.
055500  1200-EXIT.
055600      EXIT.
055700******************************************************************
055800* 1250-VERIFICAR-ANTERIOR
055900* O FECHAMENTO DO MES ANTERIOR TEM DE ESTAR NO RECFECH - SEM ELE
056000* O SALDO INICIAL NAO TEM DE ONDE VIR E O ROLL-FORWARD QUEBRA
056100******************************************************************
056200  1250-VERIFICAR-ANTERIOR.
056300      MOVE WRK-ANTERIOR-NUM TO RF-MES-FECHAMENTO.
056400      MOVE ZEROS TO RF-COMPETENCIA.
056500      MOVE LOW-VALUES TO RF-TURMA.
056600      START RECFECH-FILE KEY IS NOT LESS THAN RF-CHAVE
056700          INVALID KEY
056800              MOVE 'Y' TO WS-ABORTAR-SW
056900      END-START.
057000      IF NOT WS-ABORTAR
057100          READ RECFECH-FILE NEXT RECORD
057200              AT END
057300                  MOVE 'Y' TO WS-ABORTAR-SW
057400          END-READ
057500      END-IF.
057600      IF NOT WS-ABORTAR
057700          IF NOT WS-RECFECH-OK
057800              OR RF-MES-FECHAMENTO NOT = WRK-ANTERIOR-NUM
057900              MOVE 'Y' TO WS-ABORTAR-SW
058000          END-IF
058100      END-IF.
058200      IF WS-ABORTAR
058300          MOVE 'FECHAMENTO DO MES ANTERIOR NAO ENCONTRADO:'
058400              TO WM-TEXTO
058500          MOVE WRK-ANTERIOR-NUM TO WRK-EDITAR-NUM
058600          PERFORM 1290-MENSAGEM-RECUSA THRU 1290-EXIT
058700      END-IF.
058800  1250-EXIT.
058900      EXIT.
059000******************************************************************
059100* 1290-MENSAGEM-RECUSA
059200* PRINTS WHY THE MONTH WAS NOT CLOSED (TEXT ALREADY IN WM-TEXTO,
059300* MONTH IN WRK-EDITAR-NUM) AND SETS RETURN-CODE 8
059400******************************************************************
059500  1290-MENSAGEM-RECUSA.
059600      PERFORM 9990-EDITAR-MES THRU 9990-EXIT.
059700      MOVE WRK-MES-EDITADO TO WM-MES.
059800      WRITE FR-LINE FROM WS-MSG-LINE.
059900      DISPLAY 'PROGCOB66 - ' WM-TEXTO ' ' WM-MES.
060000      MOVE 8 TO RETURN-CODE.
060100  1290-EXIT.
060200      EXIT.
060300******************************************************************
060400* 1300-EXCLUIR-REFECHAMENTO
060500* REFECHAMENTO DO MES: APAGA OS REGISTROS QUE O RUN ANTERIOR
060600* GRAVOU PARA ESTE MES, PARA NAO SOBRAR CHAVE QUE SAIU
060700******************************************************************
060800  1300-EXCLUIR-REFECHAMENTO.
060900      MOVE WRK-MES-NUM TO RF-MES-FECHAMENTO.
061000      MOVE ZEROS TO RF-COMPETENCIA.
061100      MOVE LOW-VALUES TO RF-TURMA.
061200      START RECFECH-FILE KEY IS NOT LESS THAN RF-CHAVE
061300          INVALID KEY
061400              GO TO 1300-EXIT
061500      END-START.
061600      MOVE 'N' TO WS-REFEITO-FIM-SW.
061700      PERFORM 1310-EXCLUIR-REGISTRO THRU 1310-EXIT
061800          UNTIL WS-REFEITO-FIM.
061900      IF WS-CHAVES-REFEITAS > ZERO
062000          DISPLAY 'PROGCOB66 - REFECHAMENTO - REGISTROS '
062100              'ANTERIORES DO MES APAGADOS: ' WS-CHAVES-REFEITAS
062200      END-IF.
062300  1300-EXIT.
062400      EXIT.
062500******************************************************************
062600* 1310-EXCLUIR-REGISTRO
062700* READS THE NEXT RECFECH RECORD OF THE MONTH AND DELETES IT
062800******************************************************************
062900  1310-EXCLUIR-REGISTRO.
063000      READ RECFECH-FILE NEXT RECORD
063100          AT END
063200              MOVE 'Y' TO WS-REFEITO-FIM-SW
063300              GO TO 1310-EXIT
063400      END-READ.
063500      IF NOT WS-RECFECH-OK
063600          OR RF-MES-FECHAMENTO NOT = WRK-MES-NUM
063700          MOVE 'Y' TO WS-REFEITO-FIM-SW
063800          GO TO 1310-EXIT
063900      END-IF.
064000      DELETE RECFECH-FILE RECORD.
064100      IF NOT WS-RECFECH-OK
064200          DISPLAY 'PROGCOB66 - ERRO AO EXCLUIR RECFECH: '
064300              WS-RECFECH-STATUS
064400          MOVE 'Y' TO WS-REFEITO-FIM-SW
064500          MOVE 'Y' TO WS-ABORTAR-SW
064600          MOVE 8 TO RETURN-CODE
064700          GO TO 1310-EXIT
064800      END-IF.
064900      ADD 1 TO WS-CHAVES-REFEITAS.
065000  1310-EXIT.
065100      EXIT.
065200******************************************************************
065300* 2000-SELECIONAR-COBRANCAS
065400* INPUT PROCEDURE OF THE SORT - READS THE WHOLE BILLMAS AND
065500* RELEASES EVERY CHARGE UNDER ITS COMPETENCIA AND TURMA
065600******************************************************************
065700  2000-SELECIONAR-COBRANCAS.
065800      PERFORM 2100-LER-COBRANCA THRU 2100-EXIT.
065900      PERFORM 2200-LIBERAR-COBRANCA THRU 2200-EXIT
066000          UNTIL WS-EOF.
066100  2000-EXIT.
066200      EXIT.
066300******************************************************************
066400* 2100-LER-COBRANCA
066500* READS THE NEXT CHARGE - A READ ERROR STOPS THE CLOSE, SINCE A
066600* PARTIAL BILLMAS WOULD LOOK LIKE CANCELLED CHARGES
066700******************************************************************
066800  2100-LER-COBRANCA.
066900      READ BILLING-FILE NEXT RECORD
067000          AT END
067100              MOVE 'Y' TO WS-EOF-SW
067200              GO TO 2100-EXIT
067300      END-READ.
067400      IF NOT WS-BILLMAS-OK AND NOT WS-BILLMAS-EOF
067500          DISPLAY 'PROGCOB66 - ERRO DE LEITURA BILLMAS: '
067600              WS-BILLMAS-STATUS
067700          MOVE 'Y' TO WS-EOF-SW
067800          MOVE 'Y' TO WS-ABORTAR-SW
067900          MOVE 8 TO RETURN-CODE
068000          GO TO 2100-EXIT
068100      END-IF.
068200      ADD 1 TO WS-COBRANCAS-LIDAS.
068300  2100-EXIT.
068400      EXIT.
068500******************************************************************
068600* 2200-LIBERAR-COBRANCA
068700* MOUNTS THE SORT RECORD: BRUTO (COBRANCA DE ANTES DOS DESCONTOS
068800* NAO TEM BRUTO - VALE O VALOR), DESCONTO, LIQUIDO, PAGO, SALDO
068900* COM SINAL E A FAIXA DE ATRASO DO SALDO EM ABERTO
069000******************************************************************
069100  2200-LIBERAR-COBRANCA.
069200      MOVE BL-COMPETENCIA TO SR-COMPETENCIA.
069300      MOVE BL-CLASS-SECTION TO SR-TURMA.
069400      IF BL-VALOR-BRUTO = ZERO
069500          COMPUTE SR-BRUTO = BL-VALOR + BL-DESCONTO
069600      ELSE
069700          MOVE BL-VALOR-BRUTO TO SR-BRUTO
069800      END-IF.
069900      MOVE BL-DESCONTO TO SR-DESCONTO.
070000      MOVE BL-VALOR TO SR-LIQUIDO.
070100      MOVE BL-VALOR-PAGO TO SR-PAGO.
070200      COMPUTE SR-SALDO = BL-VALOR - BL-VALOR-PAGO.
070300      MOVE ZERO TO SR-FAIXA.
070400      IF SR-SALDO > ZERO
070500          PERFORM 2300-CLASSIFICAR-ATRASO THRU 2300-EXIT
070600      END-IF.
070700      RELEASE SORT-RECORD.
070800      PERFORM 2100-LER-COBRANCA THRU 2100-EXIT.
070900  2200-EXIT.
071000      EXIT.
071100******************************************************************
071200* 2300-CLASSIFICAR-ATRASO
071300* IDADE APROXIMADA DO VENCIMENTO ATE O ULTIMO DIA DO MES - ANOS
071400* X 365 + MESES X 30 + DIAS, MESMA CONTA DO PROGCOB41. AINDA A
071500* VENCER CAI NA PRIMEIRA FAIXA
071600******************************************************************
071700  2300-CLASSIFICAR-ATRASO.
071800      MOVE BL-DATA-VENCIMENTO TO WRK-VENC-NUM.
071900      COMPUTE WRK-IDADE-DIAS =
072000          (WRK-REF-ANO - WRK-VENC-ANO) * 365
072100          + (WRK-REF-MES - WRK-VENC-MES) * 30
072200          + (WRK-REF-DIA - WRK-VENC-DIA).
072300      MOVE 4 TO SR-FAIXA.
072400      IF WRK-IDADE-DIAS NOT > 90
072500          MOVE 3 TO SR-FAIXA
072600      END-IF.
072700      IF WRK-IDADE-DIAS NOT > 60
072800          MOVE 2 TO SR-FAIXA
072900      END-IF.
073000      IF WRK-IDADE-DIAS NOT > 30
073100          MOVE 1 TO SR-FAIXA
073200      END-IF.
073300  2300-EXIT.
073400      EXIT.
073500******************************************************************
073600* 3000-FECHAR-SALDOS
073700* OUTPUT PROCEDURE OF THE SORT - MATCHES THE SORTED CHARGES WITH
073800* THE PREVIOUS MONTH'S CLOSE, KEY BY KEY (COMPETENCIA + TURMA),
073900* UNTIL BOTH SIDES ARE EXHAUSTED
074000******************************************************************
074100  3000-FECHAR-SALDOS.
074200      MOVE 'N' TO WS-SORT-EOF-SW.
074300      PERFORM 3050-RETORNAR-COBRANCA THRU 3050-EXIT.
074400      MOVE 'Y' TO WS-ANT-EOF-SW.
074500      MOVE HIGH-VALUES TO WRK-CHAVE-ANT.
074600      IF NOT WS-IMPLANTACAO
074700          PERFORM 3060-POSICIONAR-ANTERIOR THRU 3060-EXIT
074800      END-IF.
074900      PERFORM 3100-FECHAR-CHAVE THRU 3100-EXIT
075000          UNTIL WS-SORT-EOF AND WS-ANT-EOF.
075100  3000-EXIT.
075200      EXIT.
075300******************************************************************
075400* 3050-RETORNAR-COBRANCA
075500* NEXT SORTED CHARGE - HIGH-VALUES KEY AT THE END
075600******************************************************************
075700  3050-RETORNAR-COBRANCA.
075800      RETURN SORT-WORK-FILE
075900          AT END
076000              MOVE 'Y' TO WS-SORT-EOF-SW
076100              MOVE HIGH-VALUES TO WRK-CHAVE-SRT
076200              GO TO 3050-EXIT
076300      END-RETURN.
076400      MOVE SR-CHAVE-COBRANCA TO WRK-CHAVE-SRT.
076500  3050-EXIT.
076600      EXIT.
076700******************************************************************
076800* 3060-POSICIONAR-ANTERIOR
076900* POSITIONS RECFECH ON THE FIRST RECORD OF THE PREVIOUS MONTH
077000******************************************************************
077100  3060-POSICIONAR-ANTERIOR.
077200      MOVE WRK-ANTERIOR-NUM TO RF-MES-FECHAMENTO.
077300      MOVE ZEROS TO RF-COMPETENCIA.
077400      MOVE LOW-VALUES TO RF-TURMA.
077500      START RECFECH-FILE KEY IS NOT LESS THAN RF-CHAVE
077600          INVALID KEY
077700              GO TO 3060-EXIT
077800      END-START.
077900      MOVE 'N' TO WS-ANT-EOF-SW.
078000      PERFORM 3070-LER-ANTERIOR THRU 3070-EXIT.
078100  3060-EXIT.
078200      EXIT.
078300******************************************************************
078400* 3070-LER-ANTERIOR
078500* NEXT RECORD OF THE PREVIOUS MONTH'S CLOSE, SAVED IN
078600* WRK-ANT-REGISTRO - HIGH-VALUES KEY WHEN THE MONTH ENDS
078700******************************************************************
078800  3070-LER-ANTERIOR.
078900      READ RECFECH-FILE NEXT RECORD
079000          AT END
079100              MOVE 'Y' TO WS-ANT-EOF-SW
079200      END-READ.
079300      IF NOT WS-ANT-EOF AND NOT WS-RECFECH-OK
079400          DISPLAY 'PROGCOB66 - ERRO DE LEITURA RECFECH: '
079500              WS-RECFECH-STATUS
079600          MOVE 'Y' TO WS-ANT-EOF-SW
079700          MOVE 'Y' TO WS-ABORTAR-SW
079800          MOVE 8 TO RETURN-CODE
079900      END-IF.
080000      IF NOT WS-ANT-EOF
080100          IF RF-MES-FECHAMENTO NOT = WRK-ANTERIOR-NUM
080200              MOVE 'Y' TO WS-ANT-EOF-SW
080300          END-IF
080400      END-IF.
080500      IF WS-ANT-EOF
080600          MOVE HIGH-VALUES TO WRK-CHAVE-ANT
080700          GO TO 3070-EXIT
080800      END-IF.
080900      MOVE RECEBIVEL-FECHAMENTO-RECORD TO WRK-ANT-REGISTRO.
081000      MOVE RF-CHAVE-COBRANCA TO WRK-CHAVE-ANT.
081100  3070-EXIT.
081200      EXIT.
081300******************************************************************
081400* 3100-FECHAR-CHAVE
081500* TAKES THE LOWER OF THE TWO KEYS, LOADS THE PREVIOUS CLOSE OF
081600* IT (ZEROS WHEN THE KEY IS NEW), ADDS UP ITS CHARGES AND CLOSES
081700* IT
081800******************************************************************
081900  3100-FECHAR-CHAVE.
082000      IF WRK-CHAVE-SRT < WRK-CHAVE-ANT
082100          MOVE WRK-CHAVE-SRT TO WRK-CHAVE-ATUAL-X
082200      ELSE
082300          MOVE WRK-CHAVE-ANT TO WRK-CHAVE-ATUAL-X
082400      END-IF.
082500      MOVE ZERO TO WS-N-QTDE WS-N-BRUTO WS-N-DESCONTO.
082600      MOVE ZERO TO WS-N-LIQUIDO WS-N-PAGO WS-N-SALDO.
082700      MOVE ZERO TO WS-N-FAIXA (1) WS-N-FAIXA (2).
082800      MOVE ZERO TO WS-N-FAIXA (3) WS-N-FAIXA (4) WS-N-CREDITO.
082900      MOVE ZERO TO WS-P-BRUTO WS-P-DESCONTO WS-P-LIQUIDO.
083000      MOVE ZERO TO WS-P-PAGO WS-P-SALDO-FINAL.
083100      IF WRK-CHAVE-ANT = WRK-CHAVE-ATUAL-X
083200          MOVE WRK-ANT-REGISTRO TO RECEBIVEL-FECHAMENTO-RECORD
083300          MOVE RF-BRUTO-ACUM TO WS-P-BRUTO
083400          MOVE RF-DESCONTO-ACUM TO WS-P-DESCONTO
083500          MOVE RF-LIQUIDO-ACUM TO WS-P-LIQUIDO
083600          MOVE RF-PAGO-ACUM TO WS-P-PAGO
083700          MOVE RF-SALDO-FINAL TO WS-P-SALDO-FINAL
083800          PERFORM 3070-LER-ANTERIOR THRU 3070-EXIT
083900      END-IF.
084000      PERFORM 3200-ACUMULAR-COBRANCA THRU 3200-EXIT
084100          UNTIL WRK-CHAVE-SRT NOT = WRK-CHAVE-ATUAL-X.
084200      PERFORM 3300-CALCULAR-MOVIMENTO THRU 3300-EXIT.
084300      PERFORM 3400-IMPRIMIR-CHAVE THRU 3400-EXIT.
084400      IF NOT WS-ABORTAR
084500          PERFORM 3500-GRAVAR-FECHAMENTO THRU 3500-EXIT
084600      END-IF.
084700      ADD 1 TO WS-CHAVES-FECHADAS.
084800      ADD MV-SALDO-INICIAL TO TT-SALDO-INICIAL.
084900      ADD MV-EMITIDO TO TT-EMITIDO.
085000      ADD MV-DESCONTOS TO TT-DESCONTOS.
085100      ADD MV-PAGAMENTOS TO TT-PAGAMENTOS.
085200      ADD MV-CANCELAMENTOS TO TT-CANCELAMENTOS.
085300      ADD WS-N-SALDO TO TT-SALDO-FINAL.
085400      ADD WS-N-FAIXA (1) TO TT-FAIXA (1).
085500      ADD WS-N-FAIXA (2) TO TT-FAIXA (2).
085600      ADD WS-N-FAIXA (3) TO TT-FAIXA (3).
085700      ADD WS-N-FAIXA (4) TO TT-FAIXA (4).
085800      ADD WS-N-CREDITO TO TT-CREDITOS.
085900  3100-EXIT.
086000      EXIT.
086100******************************************************************
086200* 3200-ACUMULAR-COBRANCA
086300* ADDS ONE SORTED CHARGE TO THE KEY'S SNAPSHOT AND RETURNS THE
086400* NEXT ONE
086500******************************************************************
086600  3200-ACUMULAR-COBRANCA.
086700      ADD 1 TO WS-N-QTDE.
086800      ADD SR-BRUTO TO WS-N-BRUTO.
086900      ADD SR-DESCONTO TO WS-N-DESCONTO.
087000      ADD SR-LIQUIDO TO WS-N-LIQUIDO.
087100      ADD SR-PAGO TO WS-N-PAGO.
087200      ADD SR-SALDO TO WS-N-SALDO.
087300      IF SR-SALDO < ZERO
087400          SUBTRACT SR-SALDO FROM WS-N-CREDITO
087500      END-IF.
087600      IF SR-FAIXA > ZERO
087700          MOVE SR-FAIXA TO WRK-FAIXA-IDX
087800          ADD SR-SALDO TO WS-N-FAIXA (WRK-FAIXA-IDX)
087900      END-IF.
088000      PERFORM 3050-RETORNAR-COBRANCA THRU 3050-EXIT.
088100  3200-EXIT.
088200      EXIT.
088300******************************************************************
088400* 3300-CALCULAR-MOVIMENTO
088500* MOVIMENTO DO MES = ACUMULADO DE HOJE - ACUMULADO DO FECHAMENTO
088600* ANTERIOR. O QUE O SALDO EM ABERTO PERDEU ALEM DE DESCONTOS E
088700* PAGAMENTOS SAO OS CANCELAMENTOS. O SALDO INICIAL (SALDO FINAL
088800* GRAVADO NO MES ANTERIOR) ROLADO COM O MOVIMENTO TEM DE BATER
088900* COM O SALDO EM ABERTO DE HOJE - SENAO O ROLL-FORWARD QUEBROU
089000******************************************************************
089100  3300-CALCULAR-MOVIMENTO.
089200      MOVE WS-P-SALDO-FINAL TO MV-SALDO-INICIAL.
089300      MOVE ZERO TO MV-EMITIDO MV-DESCONTOS MV-PAGAMENTOS.
089400      IF WS-N-BRUTO > WS-P-BRUTO
089500          COMPUTE MV-EMITIDO = WS-N-BRUTO - WS-P-BRUTO
089600      END-IF.
089700      IF WS-N-DESCONTO > WS-P-DESCONTO
089800          COMPUTE MV-DESCONTOS = WS-N-DESCONTO - WS-P-DESCONTO
089900      END-IF.
090000      IF WS-N-PAGO > WS-P-PAGO
090100          COMPUTE MV-PAGAMENTOS = WS-N-PAGO - WS-P-PAGO
090200      END-IF.
090300      COMPUTE MV-CANCELAMENTOS = WS-P-LIQUIDO - WS-P-PAGO
090400          + MV-EMITIDO - MV-DESCONTOS - MV-PAGAMENTOS
090500          - WS-N-SALDO.
090600      COMPUTE MV-SALDO-CALCULADO = MV-SALDO-INICIAL
090700          + MV-EMITIDO - MV-DESCONTOS - MV-PAGAMENTOS
090800          - MV-CANCELAMENTOS.
090900      MOVE 'N' TO WS-QUEBRA-CHAVE-SW.
091000      IF MV-SALDO-CALCULADO NOT = WS-N-SALDO
091100          MOVE 'Y' TO WS-QUEBRA-CHAVE-SW
091200          ADD 1 TO WS-CHAVES-QUEBRA
091300          MOVE 8 TO RETURN-CODE
091400      END-IF.
091500      IF MV-CANCELAMENTOS NOT = ZERO
091600          ADD 1 TO WS-CHAVES-CANCELAMENTO
091700      END-IF.
091800      MOVE 'N' TO WS-COM-MOVIMENTO-SW.
091900      IF MV-SALDO-INICIAL NOT = ZERO OR MV-EMITIDO NOT = ZERO
092000          OR MV-DESCONTOS NOT = ZERO OR MV-PAGAMENTOS NOT = ZERO
092100          OR MV-CANCELAMENTOS NOT = ZERO OR WS-N-SALDO NOT = ZERO
092200          MOVE 'Y' TO WS-COM-MOVIMENTO-SW
092300      END-IF.
092400  3300-EXIT.
092500      EXIT.
092600******************************************************************
092700* 3400-IMPRIMIR-CHAVE
092800* ROLL-FORWARD LINE OF THE KEY ('*' QUEBRA, 'C' CANCELAMENTO)
092900* AND, WITH SALDO IN ABERTO OR CREDITO, THE AGING LINE. A KEY
093000* ALL PAID WITH NOTHING MOVING IS ONLY COUNTED
093100******************************************************************
093200  3400-IMPRIMIR-CHAVE.
093300      IF NOT WS-COM-MOVIMENTO AND NOT WS-QUEBRA-CHAVE
093400          ADD 1 TO WS-CHAVES-SEM-MOVIMENTO
093500          GO TO 3400-EXIT
093600      END-IF.
093700      MOVE WRK-CA-COMPETENCIA TO WRK-EDITAR-NUM.
093800      PERFORM 9990-EDITAR-MES THRU 9990-EXIT.
093900      MOVE WRK-MES-EDITADO TO WD-COMPETENCIA.
094000      MOVE WRK-CA-TURMA TO WD-TURMA.
094100      MOVE MV-SALDO-INICIAL TO WD-SALDO-INICIAL.
094200      MOVE MV-EMITIDO TO WD-EMITIDO.
094300      MOVE MV-DESCONTOS TO WD-DESCONTOS.
094400      MOVE MV-PAGAMENTOS TO WD-PAGAMENTOS.
094500      MOVE MV-CANCELAMENTOS TO WD-CANCELAMENTOS.
094600      MOVE WS-N-SALDO TO WD-SALDO-FINAL.
094700      MOVE SPACE TO WD-MARCA.
094800      IF MV-CANCELAMENTOS NOT = ZERO
094900          MOVE 'C' TO WD-MARCA
095000      END-IF.
095100      IF WS-QUEBRA-CHAVE
095200          MOVE '*' TO WD-MARCA
095300      END-IF.
095400      WRITE FR-LINE FROM WS-DETAIL-LINE.
095500      IF WS-N-SALDO = ZERO AND WS-N-CREDITO = ZERO
095600          GO TO 3400-EXIT
095700      END-IF.
095800      MOVE WS-N-FAIXA (1) TO WA-ATE-30.
095900      MOVE WS-N-FAIXA (2) TO WA-31-60.
096000      MOVE WS-N-FAIXA (3) TO WA-61-90.
096100      MOVE WS-N-FAIXA (4) TO WA-MAIS-90.
096200      MOVE WS-N-CREDITO TO WA-CREDITOS.
096300      WRITE FR-LINE FROM WS-AGING-LINE.
096400  3400-EXIT.
096500      EXIT.
096600******************************************************************
096700* 3500-GRAVAR-FECHAMENTO
096800* WRITES THE KEY'S CLOSE TO RECFECH. A KEY WITH NO CHARGE LEFT
096900* IN BILLMAS AND NOTHING OPEN IS NOT CARRIED ANY FURTHER
097000******************************************************************
097100  3500-GRAVAR-FECHAMENTO.
097200      IF WS-N-QTDE = ZERO AND WS-N-SALDO = ZERO
097300          AND MV-SALDO-INICIAL = ZERO
097400          ADD 1 TO WS-CHAVES-ENCERRADAS
097500          GO TO 3500-EXIT
097600      END-IF.
097700      MOVE WRK-MES-NUM TO RF-MES-FECHAMENTO.
097800      MOVE WRK-CA-COMPETENCIA TO RF-COMPETENCIA.
097900      MOVE WRK-CA-TURMA TO RF-TURMA.
098000      MOVE MV-SALDO-INICIAL TO RF-SALDO-INICIAL.
098100      MOVE MV-EMITIDO TO RF-EMITIDO.
098200      MOVE MV-DESCONTOS TO RF-DESCONTOS.
098300      MOVE MV-PAGAMENTOS TO RF-PAGAMENTOS.
098400      MOVE MV-CANCELAMENTOS TO RF-CANCELAMENTOS.
098500      MOVE WS-N-SALDO TO RF-SALDO-FINAL.
098600      MOVE WS-N-FAIXA (1) TO RF-FAIXA (1).
098700      MOVE WS-N-FAIXA (2) TO RF-FAIXA (2).
098800      MOVE WS-N-FAIXA (3) TO RF-FAIXA (3).
098900      MOVE WS-N-FAIXA (4) TO RF-FAIXA (4).
099000      MOVE WS-N-CREDITO TO RF-CREDITOS.
099100      MOVE WS-N-QTDE TO RF-QTDE-COBRANCAS.
099200      MOVE WS-N-BRUTO TO RF-BRUTO-ACUM.
099300      MOVE WS-N-DESCONTO TO RF-DESCONTO-ACUM.
099400      MOVE WS-N-LIQUIDO TO RF-LIQUIDO-ACUM.
099500      MOVE WS-N-PAGO TO RF-PAGO-ACUM.
099600      MOVE 'N' TO RF-QUEBRA.
099700      IF WS-QUEBRA-CHAVE
099800          MOVE 'S' TO RF-QUEBRA
099900      END-IF.
100000      MOVE WRK-DATA-YYYYMMDD TO RF-DATA-FECHAMENTO.
100100      WRITE RECEBIVEL-FECHAMENTO-RECORD
100200          INVALID KEY
100300              DISPLAY 'PROGCOB66 - ERRO AO GRAVAR RECFECH: '
100400                  WS-RECFECH-STATUS ' CHAVE ' RF-CHAVE
100500              ADD 1 TO WS-ERROS-GRAVACAO
100600              MOVE 8 TO RETURN-CODE
100700          NOT INVALID KEY
100800              ADD 1 TO WS-CHAVES-GRAVADAS
100900      END-WRITE.
101000  3500-EXIT.
101100      EXIT.
101200******************************************************************
101300* 4000-IMPRIMIR-TOTAIS
101400* MONTH TOTALS OF THE ROLL-FORWARD AND OF THE AGING BUCKETS
101500******************************************************************
101600  4000-IMPRIMIR-TOTAIS.
101700      WRITE FR-LINE FROM WS-BLANK-LINE.
101800      WRITE FR-LINE FROM WS-TOTAL-HEADER.
101900      MOVE 'SALDO INICIAL.....................' TO WT-ROTULO.
102000      MOVE TT-SALDO-INICIAL TO WT-VALOR.
102100      WRITE FR-LINE FROM WS-TOTAL-LINE.
102200      MOVE '(+) EMITIDO (BRUTO)...............' TO WT-ROTULO.
102300      MOVE TT-EMITIDO TO WT-VALOR.
102400      WRITE FR-LINE FROM WS-TOTAL-LINE.
102500      MOVE '(-) DESCONTOS E BOLSAS............' TO WT-ROTULO.
102600      MOVE TT-DESCONTOS TO WT-VALOR.
102700      WRITE FR-LINE FROM WS-TOTAL-LINE.
102800      MOVE '(-) PAGAMENTOS (PRINCIPAL)........' TO WT-ROTULO.
102900      MOVE TT-PAGAMENTOS TO WT-VALOR.
103000      WRITE FR-LINE FROM WS-TOTAL-LINE.
103100      MOVE '(-) CANCELAMENTOS.................' TO WT-ROTULO.
103200      MOVE TT-CANCELAMENTOS TO WT-VALOR.
103300      WRITE FR-LINE FROM WS-TOTAL-LINE.
103400      MOVE '(=) SALDO FINAL...................' TO WT-ROTULO.
103500      MOVE TT-SALDO-FINAL TO WT-VALOR.
103600      WRITE FR-LINE FROM WS-TOTAL-LINE.
103700      MOVE '    EM ABERTO ATE 30 DIAS.........' TO WT-ROTULO.
103800      MOVE TT-FAIXA (1) TO WT-VALOR.
103900      WRITE FR-LINE FROM WS-TOTAL-LINE.
104000      MOVE '    EM ABERTO 31 A 60 DIAS........' TO WT-ROTULO.
104100      MOVE TT-FAIXA (2) TO WT-VALOR.
104200      WRITE FR-LINE FROM WS-TOTAL-LINE.
104300      MOVE '    EM ABERTO 61 A 90 DIAS........' TO WT-ROTULO.
104400      MOVE TT-FAIXA (3) TO WT-VALOR.
104500      WRITE FR-LINE FROM WS-TOTAL-LINE.
104600      MOVE '    EM ABERTO MAIS DE 90 DIAS.....' TO WT-ROTULO.
104700      MOVE TT-FAIXA (4) TO WT-VALOR.
104800      WRITE FR-LINE FROM WS-TOTAL-LINE.
104900      MOVE '    (-) CREDITOS (PAGO A MAIOR)...' TO WT-ROTULO.
105000      MOVE TT-CREDITOS TO WT-VALOR.
105100      WRITE FR-LINE FROM WS-TOTAL-LINE.
105200  4000-EXIT.
105300      EXIT.
105400******************************************************************
105500* 5000-CONFERIR-BALANCE
105600* SOMA OS CONTADORES DO MES DO PROGCOB39 (VLR-BRUTO, VLR-DESCONTO)
105700* E DO PROGCOB40 (PRINCIPAL) NO BALANCE E CRUZA COM O EMITIDO, OS
105800* DESCONTOS E OS PAGAMENTOS DO FECHAMENTO. A IMPLANTACAO NAO E
105900* CONFERIDA - ELA TRAZ O BILLMAS INTEIRO COMO EMITIDO
106000******************************************************************
106100  5000-CONFERIR-BALANCE.
106200      WRITE FR-LINE FROM WS-BLANK-LINE.
106300      IF WS-IMPLANTACAO
106400          MOVE 'IMPLANTACAO - SEM CONFERENCIA COM O BALANCE'
106500              TO WM-TEXTO
106600          MOVE SPACES TO WM-MES
106700          WRITE FR-LINE FROM WS-MSG-LINE
106800          GO TO 5000-EXIT
106900      END-IF.
107000      OPEN INPUT BALANCE-FILE.
107100      IF NOT WS-BALANCE-OK
107200          DISPLAY 'PROGCOB66 - ERRO AO ABRIR BALANCE: '
107300              WS-BALANCE-STATUS
107400          MOVE 'BALANCE INDISPONIVEL - FECHAMENTO NAO CONFERIDO'
107500              TO WM-TEXTO
107600          MOVE SPACES TO WM-MES
107700          WRITE FR-LINE FROM WS-MSG-LINE
107800          ADD 1 TO WS-DIVERGENCIAS
107900          MOVE 8 TO RETURN-CODE
108000          GO TO 5000-EXIT
108100      END-IF.
108200      PERFORM 5100-LER-BALANCE THRU 5100-EXIT
108300          UNTIL WS-BAL-EOF.
108400      CLOSE BALANCE-FILE.
108500      WRITE FR-LINE FROM WS-CONF-HEADER.
108600      MOVE 'EMITIDO' TO WRK-CONF-ITEM.
108700      MOVE TT-EMITIDO TO WRK-CONF-FECHAMENTO.
108800      MOVE BM-VLR-BRUTO TO WRK-CONF-CENTAVOS.
108900      PERFORM 5200-COMPARAR THRU 5200-EXIT.
109000      MOVE 'DESCONTOS' TO WRK-CONF-ITEM.
109100      MOVE TT-DESCONTOS TO WRK-CONF-FECHAMENTO.
109200      MOVE BM-VLR-DESCONTO TO WRK-CONF-CENTAVOS.
109300      PERFORM 5200-COMPARAR THRU 5200-EXIT.
109400      MOVE 'PAGAMENTOS' TO WRK-CONF-ITEM.
109500      MOVE TT-PAGAMENTOS TO WRK-CONF-FECHAMENTO.
109600      MOVE BM-PRINCIPAL TO WRK-CONF-CENTAVOS.
109700      PERFORM 5200-COMPARAR THRU 5200-EXIT.
109800  5000-EXIT.
109900      EXIT.
110000******************************************************************
110100* 5100-LER-BALANCE
110200* READS ONE BALANCE COUNTER AND ADDS IT WHEN IT IS ONE OF THE
110300* MONTH'S VALUE COUNTERS OF THE BILLING PROGRAMS
110400******************************************************************
110500  5100-LER-BALANCE.
110600      READ BALANCE-FILE
110700          AT END
110800              MOVE 'Y' TO WS-BAL-EOF-SW
110900              GO TO 5100-EXIT
111000      END-READ.
111100      IF NOT WS-BALANCE-OK
111200          DISPLAY 'PROGCOB66 - ERRO DE LEITURA BALANCE: '
111300              WS-BALANCE-STATUS
111400          MOVE 'Y' TO WS-BAL-EOF-SW
111500          ADD 1 TO WS-DIVERGENCIAS
111600          MOVE 8 TO RETURN-CODE
111700          GO TO 5100-EXIT
111800      END-IF.
111900      DIVIDE BF-DATA-EXECUCAO BY 100 GIVING WRK-BAL-MES.
112000      IF WRK-BAL-MES NOT = WRK-MES-NUM
112100          GO TO 5100-EXIT
112200      END-IF.
112300      IF BF-PROGRAMA = 'PROGCOB39'
112400          AND BF-CONTADOR = 'VLR-BRUTO'
112500          ADD BF-VALOR TO BM-VLR-BRUTO
112600      END-IF.
112700      IF BF-PROGRAMA = 'PROGCOB39'
112800          AND BF-CONTADOR = 'VLR-DESCONTO'
112900          ADD BF-VALOR TO BM-VLR-DESCONTO
113000      END-IF.
113100      IF BF-PROGRAMA = 'PROGCOB40'
113200          AND BF-CONTADOR = 'PRINCIPAL'
113300          ADD BF-VALOR TO BM-PRINCIPAL
113400      END-IF.
113500  5100-EXIT.
113600      EXIT.
113700******************************************************************
113800* 5200-COMPARAR
113900* ONE LINE OF THE BALANCE CROSS-CHECK - THE COUNTER IS IN
114000* CENTAVOS (BF-VALOR IS AN INTEGER); ANY DIFFERENCE IS RC 8
114100******************************************************************
114200  5200-COMPARAR.
114300      COMPUTE WRK-CONF-BALANCE = WRK-CONF-CENTAVOS / 100.
114400      MOVE WRK-CONF-ITEM TO WC-ITEM.
114500      MOVE WRK-CONF-FECHAMENTO TO WC-FECHAMENTO.
114600      MOVE WRK-CONF-BALANCE TO WC-BALANCE.
114700      IF WRK-CONF-BALANCE = WRK-CONF-FECHAMENTO
114800          MOVE 'OK' TO WC-RESULTADO
114900      ELSE
115000          MOVE 'DIVERGE' TO WC-RESULTADO
115100          ADD 1 TO WS-DIVERGENCIAS
115200          MOVE 8 TO RETURN-CODE
115300      END-IF.
115400      WRITE FR-LINE FROM WS-CONF-LINE.
115500  5200-EXIT.
115600      EXIT.
115700******************************************************************
115800* 8000-TERMINATE
115900* PRINTS THE RUN COUNTS, CLOSES THE FILES AND TELLS THE OPERATOR
116000* WHETHER THE MONTH CLOSED CLEAN
116100******************************************************************
116200  8000-TERMINATE.
116300      IF WS-RELATORIO-ABERTO
116400          MOVE WS-COBRANCAS-LIDAS TO WF-LIDAS
116500          MOVE WS-CHAVES-FECHADAS TO WF-FECHADAS
116600          MOVE WS-CHAVES-GRAVADAS TO WF-GRAVADAS
116700          MOVE WS-CHAVES-SEM-MOVIMENTO TO WF-SEM-MOVIMENTO
116800          MOVE WS-CHAVES-QUEBRA TO WF-QUEBRAS
116900          MOVE WS-CHAVES-CANCELAMENTO TO WF-CANCELAMENTOS
117000          WRITE FR-LINE FROM WS-BLANK-LINE
117100          WRITE FR-LINE FROM WS-FOOTER-LINE
117200          WRITE FR-LINE FROM WS-FOOTER-LINE-2
117300          WRITE FR-LINE FROM WS-FOOTER-LINE-3
117400          CLOSE FECHAMENTO-REPORT-FILE
117500      END-IF.
117600      IF WS-BILLMAS-ABERTO
117700          CLOSE BILLING-FILE
117800      END-IF.
117900      IF WS-RECFECH-ABERTO
118000          CLOSE RECFECH-FILE
118100      END-IF.
118200      DISPLAY 'PROGCOB66 - COBRANCAS LIDAS......: '
118300          WS-COBRANCAS-LIDAS.
118400      DISPLAY 'PROGCOB66 - CHAVES FECHADAS......: '
118500          WS-CHAVES-FECHADAS.
118600      DISPLAY 'PROGCOB66 - GRAVADAS NO RECFECH..: '
118700          WS-CHAVES-GRAVADAS.
118800      DISPLAY 'PROGCOB66 - QUEBRAS ROLL-FORWARD.: '
118900          WS-CHAVES-QUEBRA.
119000      DISPLAY 'PROGCOB66 - DIVERGENCIAS BALANCE.: '
119100          WS-DIVERGENCIAS.
119200      IF WS-ERROS-GRAVACAO > ZERO
119300          DISPLAY 'PROGCOB66 - ERROS DE GRAVACAO....: '
119400              WS-ERROS-GRAVACAO
119500      END-IF.
119600      IF WS-ABORTAR
119700          DISPLAY 'PROGCOB66 - MES NAO FECHADO'
119800      ELSE
119900          IF RETURN-CODE = 8
120000              DISPLAY 'PROGCOB66 - FECHAMENTO COM QUEBRA OU '
120100                  'DIVERGENCIA - VER RECEBRPT'
120200          END-IF
120300      END-IF.
120400  8000-EXIT.
120500      EXIT.
120600******************************************************************
120700* 9990-EDITAR-MES
120800* AAAAMM OF WRK-EDITAR-NUM AS MM/AAAA IN WRK-MES-EDITADO
120900******************************************************************
121000  9990-EDITAR-MES.
121100      MOVE WRK-EDIT-MES TO WRK-ME-MES.
121200      MOVE WRK-EDIT-ANO TO WRK-ME-ANO.
121300  9990-EXIT.
121400      EXIT.
121500******************************************************************
121600* SHARED DATE-FORMATTING ROUTINES (SEE DATERTN.CPY)
121700******************************************************************
121800  COPY DATERTN.
121900******************************************************************
122000* RUN-PARAMETER LOOKUP ROUTINES (SEE PARMRTN.CPY)
122100******************************************************************
122200  COPY PARMRTN.
