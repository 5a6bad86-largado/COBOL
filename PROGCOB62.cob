000100  IDENTIFICATION DIVISION.
000200  PROGRAM-ID. PROGCOB62.
000300  AUTHOR. ALEX.
000400  INSTALLATION. ESCOLA - SETOR DE PROCESSAMENTO DE DADOS.
000500  DATE-WRITTEN. 15/10/2026.
000600  DATE-COMPILED.
000700******************************************************************
000800* AREA DE COMENTARIOS - REMARKS
000900* OBJETIVO: PROCESSAR O ARQUIVO RETORNO DO BANCO (LAYOUT CNABREC)
001000* DOS BOLETOS ENVIADOS NA REMESSA DO PROGCOB39. PRIMEIRO CONFERE
001100* O ARQUIVO INTEIRO CONTRA O TRAILER (QUANTIDADE DE TITULOS,
001200* QUANTIDADE E VALOR LIQUIDADO) - ARQUIVO SEM HEADER DE RETORNO,
001300* SEM TRAILER OU COM TOTAL DIVERGENTE NAO E LANCADO E O RUN SAI
001400* COM RETURN-CODE 8. ARQUIVO CONFERIDO: CADA LIQUIDACAO VIRA UM
001500* LANCAMENTO NO PAYTRAN (MATRICULA, COMPETENCIA, VALOR PAGO, DATA
001600* DO PAGAMENTO) QUE O PROGCOB40, RODANDO EM SEGUIDA, LANCA COM AS
001700* MESMAS REGRAS DO PAGAMENTO DIGITADO (ENCARGOS, QUITACAO,
001800* SUSPENSE B01); A ENTRADA CONFIRMADA, A REJEITADA PELO BANCO E A
001900* BAIXA/CANCELAMENTO SO ATUALIZAM BL-SITUACAO-BANCO. REJEICOES,
002000* BAIXAS, LIQUIDACOES SEM COBRANCA E OCORRENCIAS DESCONHECIDAS
002100* SAEM NO RELATORIO RETRPT. OS TOTAIS DO RETORNO E OS DO TRAILER
002200* VAO PARA O BALANCE, PARA O PROGCOB27 CRUZAR
002300* LIDOS = LIQUIDADOS + CONFIRMADOS + REJEITADOS + BAIXADOS +
002400* OUTROS, LIDOS = TRAILER-QTDE E VALOR-LIQ = TRAILER-VLR
002500* (VALORES EM CENTAVOS). LIQUIDACAO DE COBRANCA JA LIQUIDADA
002510* PELO BANCO (RETORNO LIDO DE NOVO) NAO GERA OUTRO PAYTRAN - SAI
002520* NO RETRPT COMO LIQUIDACAO JA PROCESSADA
002600*
002700* MODIFICATION HISTORY
002800* DATE       INIT  DESCRIPTION
002900* 15/10/2026 ALEX  ORIGINAL
003000******************************************************************
003100  ENVIRONMENT DIVISION.
003200  CONFIGURATION SECTION.
003300  SOURCE-COMPUTER. IBM-370.
003400  OBJECT-COMPUTER. IBM-370.
003500  INPUT-OUTPUT SECTION.
003600  FILE-CONTROL.
003700      SELECT RETORNO-FILE ASSIGN TO RETORNO
003800          ORGANIZATION IS SEQUENTIAL
003900          FILE STATUS IS WS-RETORNO-STATUS.
004000      SELECT BILLING-FILE ASSIGN TO BILLMAS
004100          ORGANIZATION IS INDEXED
004200          ACCESS MODE IS RANDOM
004300          RECORD KEY IS BL-CHAVE
004400          FILE STATUS IS WS-BILLMAS-STATUS.
004500      SELECT PAYMENT-TRAN-FILE ASSIGN TO PAYTRAN
004600          ORGANIZATION IS SEQUENTIAL
004700          FILE STATUS IS WS-PAYTRAN-STATUS.
004800      SELECT RETORNO-REPORT-FILE ASSIGN TO RETRPT
004900          ORGANIZATION IS LINE SEQUENTIAL
005000          FILE STATUS IS WS-RETRPT-STATUS.
005100      SELECT BALANCE-FILE ASSIGN TO BALANCE
005200          ORGANIZATION IS SEQUENTIAL
005300          FILE STATUS IS WS-BALANCE-STATUS.
005400  DATA DIVISION.
005500  FILE SECTION.
005600  FD  RETORNO-FILE
005700      LABEL RECORDS ARE STANDARD.
005800  COPY CNABREC.
005900  FD  BILLING-FILE
006000      LABEL RECORDS ARE STANDARD.
006100  COPY BILLREC.
006200  FD  PAYMENT-TRAN-FILE
006300      LABEL RECORDS ARE STANDARD.
006400  01  PAYMENT-TRAN-RECORD.
006500      05  PY-STUDENT-ID           PIC X(06).
006600      05  PY-COMPETENCIA          PIC 9(06).
006700      05  PY-VALOR                PIC 9(05)V99.
006800      05  PY-DATA-PAGAMENTO       PIC 9(08).
006900  FD  RETORNO-REPORT-FILE
007000      LABEL RECORDS ARE STANDARD.
007100  01  RT-LINE                     PIC X(80).
007200  FD  BALANCE-FILE
007300      LABEL RECORDS ARE STANDARD.
007400  COPY BALREC.
007500  WORKING-STORAGE SECTION.
007600******************************************************************
007700* SWITCHES
007800******************************************************************
007900  01  WS-SWITCHES.
008000      05  WS-EOF-SW              PIC X(01) VALUE 'N'.
008100          88  WS-EOF                       VALUE 'Y'.
008200      05  WS-HEADER-OK-SW        PIC X(01) VALUE 'N'.
008300          88  WS-HEADER-OK                 VALUE 'Y'.
008400      05  WS-TRAILER-LIDO-SW     PIC X(01) VALUE 'N'.
008500          88  WS-TRAILER-LIDO              VALUE 'Y'.
008600      05  WS-ARQUIVO-OK-SW       PIC X(01) VALUE 'N'.
008700          88  WS-ARQUIVO-OK                VALUE 'Y'.
008800      05  WS-COBRANCA-ACHADA-SW  PIC X(01) VALUE 'N'.
008900          88  WS-COBRANCA-ACHADA           VALUE 'Y'.
009000      05  WS-PAYTRAN-ABERTO-SW   PIC X(01) VALUE 'N'.
009100          88  WS-PAYTRAN-ABERTO            VALUE 'Y'.
009200      05  WS-RETRPT-ABERTO-SW    PIC X(01) VALUE 'N'.
009300          88  WS-RETRPT-ABERTO             VALUE 'Y'.
009400******************************************************************
009500* FILE STATUS AND COUNTERS
009600******************************************************************
009700  01  WS-FILE-STATUSES.
009800      05  WS-RETORNO-STATUS      PIC X(02) VALUE '00'.
009900          88  WS-RETORNO-OK               VALUE '00'.
010000          88  WS-RETORNO-EOF              VALUE '10'.
010100      05  WS-BILLMAS-STATUS      PIC X(02) VALUE '00'.
010200          88  WS-BILLMAS-OK               VALUE '00'.
010300          88  WS-BILLMAS-NOT-FOUND        VALUE '23'.
010400      05  WS-PAYTRAN-STATUS      PIC X(02) VALUE '00'.
010500          88  WS-PAYTRAN-OK               VALUE '00'.
010600          88  WS-PAYTRAN-NAO-EXISTE       VALUE '35'.
010700      05  WS-RETRPT-STATUS       PIC X(02) VALUE '00'.
010800          88  WS-RETRPT-OK                VALUE '00'.
010900      05  WS-BALANCE-STATUS      PIC X(02) VALUE '00'.
011000          88  WS-BALANCE-OK               VALUE '00'.
011100          88  WS-BALANCE-NAO-EXISTE       VALUE '35'.
011200  01  WS-COUNTERS COMP.
011300      05  WS-DETALHES-LIDOS      PIC 9(06) VALUE ZERO.
011400      05  WS-LIQ-CONFERIDOS      PIC 9(06) VALUE ZERO.
011500      05  WS-LIQUIDADOS          PIC 9(06) VALUE ZERO.
011600      05  WS-CONFIRMADOS         PIC 9(06) VALUE ZERO.
011700      05  WS-REJEITADOS          PIC 9(06) VALUE ZERO.
011800      05  WS-BAIXADOS            PIC 9(06) VALUE ZERO.
011900      05  WS-OUTROS              PIC 9(06) VALUE ZERO.
012000      05  WS-PAYTRAN-GRAVADOS    PIC 9(06) VALUE ZERO.
012100      05  WS-NAO-LOCALIZADOS     PIC 9(06) VALUE ZERO.
012110      05  WS-TRAILER-QTDE        PIC 9(06) VALUE ZERO.
012120      05  WS-TRAILER-QTDE-LIQ    PIC 9(06) VALUE ZERO.
012130      05  WS-JA-PROCESSADOS      PIC 9(06) VALUE ZERO.
012200  01  WS-VALORES COMP-3.
012300      05  WS-VALOR-LIQ-CONFERIDO PIC 9(13)V99 VALUE ZERO.
012400      05  WS-VALOR-PAYTRAN       PIC 9(13)V99 VALUE ZERO.
012500      05  WS-TRAILER-VALOR-LIQ   PIC 9(13)V99 VALUE ZERO.
012800******************************************************************
012900* RUN DATE - SAME STRUCTURE TESTE1 USES FOR THE SYSTEM DATE
013000******************************************************************
013100  01  WRK-DATA.
013200      05  WRK-ANO                PIC 9(04) VALUE ZEROS.
013300      05  WRK-MES                PIC 9(02) VALUE ZEROS.
013400      05  WRK-DIA                PIC 9(02) VALUE ZEROS.
013500  01  WRK-DATA-YYYYMMDD REDEFINES WRK-DATA PIC 9(08).
013600******************************************************************
013700* SHARED DATE-OUTPUT FIELDS (SEE DATEFMT.CPY)
013800******************************************************************
013900  COPY DATEFMT.
014000******************************************************************
014100* OCCURRENCE TEXT OF THE CURRENT RETORNO DETAIL - PRINTED ON THE
014200* REPORT
014300******************************************************************
014400  77  WRK-OCORRENCIA-TEXTO       PIC X(24) VALUE SPACES.
014500******************************************************************
014600* REPORT LINE LAYOUTS
014700******************************************************************
014800  01  WS-HEADER-1.
014900      05  FILLER                 PIC X(44)
015000          VALUE 'RETORNO BANCARIO DE BOLETOS - OCORRENCIAS'.
015100  01  WS-HEADER-2.
015200      05  FILLER                 PIC X(10) VALUE 'DATA EMIS:'.
015300      05  WS-H2-DATA             PIC X(10).
015400      05  FILLER                 PIC X(10) VALUE '  BANCO: '.
015500      05  WS-H2-BANCO            PIC 9(03).
015600      05  FILLER                 PIC X(11) VALUE '  ARQUIVO: '.
015700      05  WS-H2-ARQUIVO          PIC 9(07).
015800      05  FILLER                 PIC X(08) VALUE '  GERADO'.
015900      05  FILLER                 PIC X(01) VALUE SPACE.
016000      05  WS-H2-GERACAO          PIC 9(08).
016100  01  WS-HEADER-3.
016200      05  FILLER                 PIC X(11) VALUE 'MATRICULA  '.
016300      05  FILLER                 PIC X(08) VALUE 'COMPET  '.
016400      05  FILLER                 PIC X(03) VALUE 'OC '.
016500      05  FILLER                 PIC X(13) VALUE 'NOSSO NUMERO '.
016600      05  FILLER                 PIC X(12) VALUE 'VALOR       '.
016700      05  FILLER                 PIC X(24) VALUE 'OCORRENCIA'.
016800      05  FILLER                 PIC X(08) VALUE 'MOTIVO'.
016900  01  WS-DETAIL-LINE.
017000      05  WD-ID                  PIC X(06).
017100      05  FILLER                 PIC X(05) VALUE SPACES.
017200      05  WD-COMPETENCIA         PIC 9(06).
017300      05  FILLER                 PIC X(02) VALUE SPACES.
017400      05  WD-OCORRENCIA          PIC X(02).
017500      05  FILLER                 PIC X(01) VALUE SPACE.
017600      05  WD-NOSSO-NUMERO        PIC X(12).
017700      05  FILLER                 PIC X(01) VALUE SPACE.
017800      05  WD-VALOR               PIC ZZZZZZZ9.99.
017900      05  FILLER                 PIC X(01) VALUE SPACE.
018000      05  WD-TEXTO               PIC X(24).
018100      05  WD-MOTIVO              PIC X(08).
018200  01  WS-CONFERENCIA-LINE.
018300      05  FILLER                 PIC X(12) VALUE 'CONFERENCIA '.
018400      05  WC-ITEM                PIC X(20).
018500      05  FILLER                 PIC X(10) VALUE ' ARQUIVO: '.
018600      05  WC-ARQUIVO             PIC ZZZZZZZZZZ9.99.
018700      05  FILLER                 PIC X(10) VALUE ' TRAILER: '.
018800      05  WC-TRAILER             PIC ZZZZZZZZZZ9.99.
018900  01  WS-CONF-QTDE-LINE.
019000      05  FILLER                 PIC X(12) VALUE 'CONFERENCIA '.
019100      05  WQ-ITEM                PIC X(20).
019200      05  FILLER                 PIC X(10) VALUE ' ARQUIVO: '.
019300      05  WQ-ARQUIVO             PIC ZZZZZZZZZZ9.
019400      05  FILLER                 PIC X(13) VALUE '    TRAILER: '.
019500      05  WQ-TRAILER             PIC ZZZZZZZZZZ9.
019600  01  WS-DIVERGENCIA-LINE.
019700      05  FILLER                 PIC X(50)
019800          VALUE '*** RETORNO NAO CONFERE - NADA FOI LANCADO ***'.
019900  01  WS-FOOTER-LINE.
020000      05  FILLER                 PIC X(07) VALUE 'LIDOS: '.
020100      05  WF-LIDOS               PIC ZZZZZ9.
020200      05  FILLER                 PIC X(05) VALUE ' LIQ:'.
020300      05  WF-LIQUIDADOS          PIC ZZZZZ9.
020400      05  FILLER                 PIC X(07) VALUE ' CONF: '.
020500      05  WF-CONFIRMADOS         PIC ZZZZZ9.
020600      05  FILLER                 PIC X(06) VALUE ' REJ: '.
020700      05  WF-REJEITADOS          PIC ZZZZZ9.
020800      05  FILLER                 PIC X(08) VALUE ' BAIXA: '.
020900      05  WF-BAIXADOS            PIC ZZZZZ9.
021000      05  FILLER                 PIC X(09) VALUE ' OUTROS: '.
021100      05  WF-OUTROS              PIC ZZZZZ9.
021200  01  WS-FOOTER-LINE-2.
021300      05  FILLER                 PIC X(17)
021400          VALUE 'PAYTRAN GERADOS: '.
021500      05  WF-PAYTRAN             PIC ZZZZZ9.
021600      05  FILLER                 PIC X(09) VALUE '  VALOR: '.
021700      05  WF-VALOR-PAYTRAN       PIC ZZZZZZZZZZ9.99.
021800      05  FILLER                 PIC X(18)
021900          VALUE '  SEM COBRANCA: '.
022000      05  WF-NAO-LOCALIZADOS     PIC ZZZZZ9.
022100  PROCEDURE DIVISION.
022200******************************************************************
022300* 0000-MAINLINE
022400* CONTROLS THE OVERALL FLOW OF THE RETORNO RUN - CONFERENCIA DO
022500* ARQUIVO INTEIRO ANTES DE QUALQUER LANCAMENTO
022600******************************************************************
022700  0000-MAINLINE.
022800      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022900      IF WS-ARQUIVO-OK
023000          PERFORM 2000-PROCESS-DETALHE THRU 2000-EXIT
023100              UNTIL WS-EOF
023200      END-IF.
023300      PERFORM 8000-TERMINATE THRU 8000-EXIT.
023400      STOP RUN.
023500******************************************************************
023600* 1000-INITIALIZE
023700* OPENS THE REPORT, RUNS THE TRAILER CONFERENCE (1100) AND, WHEN
023800* THE FILE BALANCES, OPENS BILLMAS AND PAYTRAN AND REOPENS THE
023900* RETORNO FOR THE POSTING PASS
024000******************************************************************
024100  1000-INITIALIZE.
024200      ACCEPT WRK-DATA FROM DATE YYYYMMDD.
024300      OPEN OUTPUT RETORNO-REPORT-FILE.
024400      IF NOT WS-RETRPT-OK
024500          DISPLAY 'PROGCOB62 - ERRO AO ABRIR RETRPT: '
024600              WS-RETRPT-STATUS
024700          GO TO 1000-EXIT
024800      END-IF.
024900      MOVE 'Y' TO WS-RETRPT-ABERTO-SW.
025000      PERFORM 9810-FORMATAR-DDMMYYYY THRU 9810-EXIT.
025100      MOVE DATEFMT-DDMMYYYY TO WS-H2-DATA.
025200      MOVE ZEROS TO WS-H2-BANCO.
025300      MOVE ZEROS TO WS-H2-ARQUIVO.
025400      MOVE ZEROS TO WS-H2-GERACAO.
025500      PERFORM 1100-CONFERIR-RETORNO THRU 1100-EXIT.
025600      WRITE RT-LINE FROM WS-HEADER-1.
025700      WRITE RT-LINE FROM WS-HEADER-2.
025800      PERFORM 1300-LISTAR-CONFERENCIA THRU 1300-EXIT.
025900      IF NOT WS-ARQUIVO-OK
026000          WRITE RT-LINE FROM WS-DIVERGENCIA-LINE
026100          GO TO 1000-EXIT
026200      END-IF.
026300      WRITE RT-LINE FROM WS-HEADER-3.
026400      OPEN I-O BILLING-FILE.
026500      IF NOT WS-BILLMAS-OK
026600          DISPLAY 'PROGCOB62 - ERRO AO ABRIR BILLMAS: '
026700              WS-BILLMAS-STATUS
026800          MOVE 'N' TO WS-ARQUIVO-OK-SW
026900          GO TO 1000-EXIT
027000      END-IF.
027100      OPEN EXTEND PAYMENT-TRAN-FILE.
027200      IF WS-PAYTRAN-NAO-EXISTE
027300          OPEN OUTPUT PAYMENT-TRAN-FILE
027400      END-IF.
027500      IF NOT WS-PAYTRAN-OK
027600          DISPLAY 'PROGCOB62 - ERRO AO ABRIR PAYTRAN: '
027700              WS-PAYTRAN-STATUS
027800          CLOSE BILLING-FILE
027900          MOVE 'N' TO WS-ARQUIVO-OK-SW
028000          GO TO 1000-EXIT
028100      END-IF.
028200      MOVE 'Y' TO WS-PAYTRAN-ABERTO-SW.
028300      OPEN INPUT RETORNO-FILE.
028310      IF NOT WS-RETORNO-OK
028320          DISPLAY 'PROGCOB62 - ERRO AO REABRIR RETORNO: '
028330              WS-RETORNO-STATUS
028340          CLOSE BILLING-FILE PAYMENT-TRAN-FILE
028350          MOVE 'N' TO WS-PAYTRAN-ABERTO-SW
028360          MOVE 'N' TO WS-ARQUIVO-OK-SW
028370          GO TO 1000-EXIT
028380      END-IF.
028400      MOVE 'N' TO WS-EOF-SW.
028500      PERFORM 2100-READ-RETORNO THRU 2100-EXIT.
028600  1000-EXIT.
028700      EXIT.
028800******************************************************************
028900* 1100-CONFERIR-RETORNO
029000* FIRST PASS OVER THE WHOLE RETORNO - HEADER DE RETORNO NA
029100* PRIMEIRA LINHA, DETALHES CONTADOS E LIQUIDACOES SOMADAS, E O
029200* TRAILER TEM DE BATER NOS TRES TOTAIS
029300******************************************************************
029400  1100-CONFERIR-RETORNO.
029500      OPEN INPUT RETORNO-FILE.
029600      IF NOT WS-RETORNO-OK
029700          DISPLAY 'PROGCOB62 - ERRO AO ABRIR RETORNO: '
029800              WS-RETORNO-STATUS
029900          GO TO 1100-EXIT
030000      END-IF.
030100      READ RETORNO-FILE
030200          AT END
030300              MOVE 'Y' TO WS-EOF-SW
030400      END-READ.
030500      IF WS-EOF OR NOT WS-RETORNO-OK
030600          DISPLAY 'PROGCOB62 - RETORNO VAZIO'
030700          CLOSE RETORNO-FILE
030800          GO TO 1100-EXIT
030900      END-IF.
031000      IF CH-E-HEADER AND CH-RETORNO
031100          MOVE 'Y' TO WS-HEADER-OK-SW
031200          MOVE CH-CODIGO-BANCO TO WS-H2-BANCO
031300          MOVE CH-NUMERO-ARQUIVO TO WS-H2-ARQUIVO
031400          MOVE CH-DATA-GERACAO TO WS-H2-GERACAO
031500      ELSE
031600          DISPLAY 'PROGCOB62 - PRIMEIRO REGISTRO NAO E HEADER '
031700              'DE RETORNO'
031800      END-IF.
031900      PERFORM 1150-CONTAR-REGISTRO THRU 1150-EXIT
032000          UNTIL WS-EOF.
032100      CLOSE RETORNO-FILE.
032200      IF NOT WS-HEADER-OK OR NOT WS-TRAILER-LIDO
032300          GO TO 1100-EXIT
032400      END-IF.
032500      IF WS-DETALHES-LIDOS = WS-TRAILER-QTDE
032600          AND WS-LIQ-CONFERIDOS = WS-TRAILER-QTDE-LIQ
032700          AND WS-VALOR-LIQ-CONFERIDO = WS-TRAILER-VALOR-LIQ
032800          MOVE 'Y' TO WS-ARQUIVO-OK-SW
032900      END-IF.
033000  1100-EXIT.
033100      EXIT.
033200******************************************************************
033300* 1150-CONTAR-REGISTRO
033400* READS ONE MORE RECORD OF THE CONFERENCE PASS - O QUE VIER
033500* DEPOIS DO TRAILER E IGNORADO
033600******************************************************************
033700  1150-CONTAR-REGISTRO.
033800      READ RETORNO-FILE
033900          AT END
034000              MOVE 'Y' TO WS-EOF-SW
034100              GO TO 1150-EXIT
034200      END-READ.
034300      IF NOT WS-RETORNO-OK
034400          DISPLAY 'PROGCOB62 - ERRO DE LEITURA RETORNO: '
034500              WS-RETORNO-STATUS
034600          MOVE 'Y' TO WS-EOF-SW
034700          MOVE 'N' TO WS-TRAILER-LIDO-SW
034800          GO TO 1150-EXIT
034900      END-IF.
035000      IF CT-E-TRAILER
035100          MOVE 'Y' TO WS-TRAILER-LIDO-SW
035200          MOVE CT-QTDE-TITULOS TO WS-TRAILER-QTDE
035300          MOVE CT-QTDE-LIQUIDADOS TO WS-TRAILER-QTDE-LIQ
035400          MOVE CT-VALOR-LIQUIDADO TO WS-TRAILER-VALOR-LIQ
035500          MOVE 'Y' TO WS-EOF-SW
035600          GO TO 1150-EXIT
035700      END-IF.
035800      IF NOT CD-E-DETALHE
035900          GO TO 1150-EXIT
036000      END-IF.
036100      ADD 1 TO WS-DETALHES-LIDOS.
036200      IF CD-LIQUIDACAO
036300          ADD 1 TO WS-LIQ-CONFERIDOS
036400          IF CD-VALOR-PAGO NUMERIC
036500              ADD CD-VALOR-PAGO TO WS-VALOR-LIQ-CONFERIDO
036600          END-IF
036700      END-IF.
036800  1150-EXIT.
036900      EXIT.
037000******************************************************************
037100* 1300-LISTAR-CONFERENCIA
037200* PRINTS THE THREE TRAILER COMPARISONS AT THE TOP OF THE REPORT
037300******************************************************************
037400  1300-LISTAR-CONFERENCIA.
037500      IF NOT WS-TRAILER-LIDO
037600          DISPLAY 'PROGCOB62 - RETORNO SEM TRAILER'
037700      END-IF.
037800      MOVE 'TITULOS' TO WQ-ITEM.
037900      MOVE WS-DETALHES-LIDOS TO WQ-ARQUIVO.
038000      MOVE WS-TRAILER-QTDE TO WQ-TRAILER.
038100      WRITE RT-LINE FROM WS-CONF-QTDE-LINE.
038200      MOVE 'LIQUIDACOES' TO WQ-ITEM.
038300      MOVE WS-LIQ-CONFERIDOS TO WQ-ARQUIVO.
038400      MOVE WS-TRAILER-QTDE-LIQ TO WQ-TRAILER.
038500      WRITE RT-LINE FROM WS-CONF-QTDE-LINE.
038600      MOVE 'VALOR LIQUIDADO' TO WC-ITEM.
038700      MOVE WS-VALOR-LIQ-CONFERIDO TO WC-ARQUIVO.
038800      MOVE WS-TRAILER-VALOR-LIQ TO WC-TRAILER.
038900      WRITE RT-LINE FROM WS-CONFERENCIA-LINE.
039000  1300-EXIT.
039100      EXIT.
039200******************************************************************
039300* 2000-PROCESS-DETALHE
039400* HANDLES ONE RETORNO DETAIL BY OCORRENCIA AND READS THE NEXT -
039500* HEADER AND ANY OTHER RECORD TYPE ARE SKIPPED
039600******************************************************************
039700  2000-PROCESS-DETALHE.
039800      IF NOT CD-E-DETALHE
039900          GO TO 2000-LER-PROXIMO
040000      END-IF.
040100      PERFORM 2200-BUSCAR-COBRANCA THRU 2200-EXIT.
040200      IF CD-LIQUIDACAO
040300          PERFORM 2300-TRATAR-LIQUIDACAO THRU 2300-EXIT
040400          GO TO 2000-LER-PROXIMO
040500      END-IF.
040600      IF CD-ENTRADA-CONFIRMADA
040700          ADD 1 TO WS-CONFIRMADOS
040800          MOVE 'C' TO BL-SITUACAO-BANCO
040900          PERFORM 2500-ATUALIZAR-COBRANCA THRU 2500-EXIT
041000          IF NOT WS-COBRANCA-ACHADA
041100              MOVE 'CONFIRMADA SEM COBRANCA' TO
041200                  WRK-OCORRENCIA-TEXTO
041300              PERFORM 2400-LISTAR-OCORRENCIA THRU 2400-EXIT
041400          END-IF
041500          GO TO 2000-LER-PROXIMO
041600      END-IF.
041700      IF CD-ENTRADA-REJEITADA
041800          ADD 1 TO WS-REJEITADOS
041900          MOVE 'R' TO BL-SITUACAO-BANCO
042000          PERFORM 2500-ATUALIZAR-COBRANCA THRU 2500-EXIT
042100          MOVE 'REJEITADA PELO BANCO' TO WRK-OCORRENCIA-TEXTO
042200          PERFORM 2400-LISTAR-OCORRENCIA THRU 2400-EXIT
042300          GO TO 2000-LER-PROXIMO
042400      END-IF.
042500      IF CD-BAIXA
042600          ADD 1 TO WS-BAIXADOS
042700          MOVE 'B' TO BL-SITUACAO-BANCO
042800          PERFORM 2500-ATUALIZAR-COBRANCA THRU 2500-EXIT
042900          MOVE 'BAIXA/CANCELAMENTO' TO WRK-OCORRENCIA-TEXTO
043000          PERFORM 2400-LISTAR-OCORRENCIA THRU 2400-EXIT
043100          GO TO 2000-LER-PROXIMO
043200      END-IF.
043300      ADD 1 TO WS-OUTROS.
043400      MOVE 'OCORRENCIA NAO TRATADA' TO WRK-OCORRENCIA-TEXTO.
043500      PERFORM 2400-LISTAR-OCORRENCIA THRU 2400-EXIT.
043600  2000-LER-PROXIMO.
043700      PERFORM 2100-READ-RETORNO THRU 2100-EXIT.
043800  2000-EXIT.
043900      EXIT.
044000******************************************************************
044100* 2100-READ-RETORNO
044200* READS THE NEXT RETORNO RECORD OF THE POSTING PASS - THE
044300* TRAILER ENDS IT
044400******************************************************************
044500  2100-READ-RETORNO.
044600      READ RETORNO-FILE
044700          AT END
044800              MOVE 'Y' TO WS-EOF-SW
044900              GO TO 2100-EXIT
045000      END-READ.
045100      IF NOT WS-RETORNO-OK
045200          DISPLAY 'PROGCOB62 - ERRO DE LEITURA RETORNO: '
045300              WS-RETORNO-STATUS
045400          MOVE 'Y' TO WS-EOF-SW
045500          GO TO 2100-EXIT
045600      END-IF.
045700      IF CT-E-TRAILER
045800          MOVE 'Y' TO WS-EOF-SW
045900      END-IF.
046000  2100-EXIT.
046100      EXIT.
046200******************************************************************
046300* 2200-BUSCAR-COBRANCA
046400* READS THE BILLMAS CHARGE BY THE USO-DA-EMPRESA KEY SENT ON THE
046500* REMESSA
046600******************************************************************
046700  2200-BUSCAR-COBRANCA.
046800      MOVE 'N' TO WS-COBRANCA-ACHADA-SW.
046900      MOVE CD-UE-STUDENT-ID TO BL-STUDENT-ID.
047000      MOVE CD-UE-COMPETENCIA TO BL-COMPETENCIA.
047100      READ BILLING-FILE
047200          INVALID KEY
047300              GO TO 2200-EXIT
047400      END-READ.
047500      IF WS-BILLMAS-OK
047600          MOVE 'Y' TO WS-COBRANCA-ACHADA-SW
047700      END-IF.
047800  2200-EXIT.
047900      EXIT.
048000******************************************************************
048100* 2300-TRATAR-LIQUIDACAO
048200* THE PAYMENT GOES TO PAYTRAN FOR PROGCOB40 - MESMO SEM COBRANCA
048300* NO BILLMAS, PARA CAIR NO SUSPENSE B01 DE LA E NAO SUMIR; A
048400* COBRANCA ACHADA FICA MARCADA COMO LIQUIDADA NO BANCO. JA
048450* MARCADA (RETORNO REPROCESSADO) NADA E GRAVADO DE NOVO
048500******************************************************************
048600  2300-TRATAR-LIQUIDACAO.
048700      ADD 1 TO WS-LIQUIDADOS.
048710      IF WS-COBRANCA-ACHADA AND BL-BANCO-LIQUIDADA
048720          ADD 1 TO WS-JA-PROCESSADOS
048730          MOVE 'LIQUIDACAO JA PROCESSADA' TO WRK-OCORRENCIA-TEXTO
048740          PERFORM 2400-LISTAR-OCORRENCIA THRU 2400-EXIT
048750          GO TO 2300-EXIT
048760      END-IF.
048800      IF CD-VALOR-PAGO NOT NUMERIC
048900          OR CD-VALOR-PAGO > 99999.99
049000          MOVE 'VALOR FORA DO PAYTRAN' TO WRK-OCORRENCIA-TEXTO
049100          PERFORM 2400-LISTAR-OCORRENCIA THRU 2400-EXIT
049200          GO TO 2300-EXIT
049300      END-IF.
049400      MOVE CD-UE-STUDENT-ID TO PY-STUDENT-ID.
049500      MOVE CD-UE-COMPETENCIA TO PY-COMPETENCIA.
049600      MOVE CD-VALOR-PAGO TO PY-VALOR.
049700      MOVE CD-DATA-OCORRENCIA TO PY-DATA-PAGAMENTO.
049800      WRITE PAYMENT-TRAN-RECORD.
049900      IF NOT WS-PAYTRAN-OK
050000          DISPLAY 'PROGCOB62 - ERRO AO GRAVAR PAYTRAN: '
050100              WS-PAYTRAN-STATUS ' ALUNO ' CD-UE-STUDENT-ID
050200          MOVE 'ERRO DE GRAVACAO PAYTRAN' TO WRK-OCORRENCIA-TEXTO
050300          PERFORM 2400-LISTAR-OCORRENCIA THRU 2400-EXIT
050400          GO TO 2300-EXIT
050500      END-IF.
050600      ADD 1 TO WS-PAYTRAN-GRAVADOS.
050700      ADD CD-VALOR-PAGO TO WS-VALOR-PAYTRAN.
050800      IF NOT WS-COBRANCA-ACHADA
050900          ADD 1 TO WS-NAO-LOCALIZADOS
051000          MOVE 'LIQUIDADA SEM COBRANCA' TO WRK-OCORRENCIA-TEXTO
051100          PERFORM 2400-LISTAR-OCORRENCIA THRU 2400-EXIT
051200          GO TO 2300-EXIT
051300      END-IF.
051400      MOVE 'L' TO BL-SITUACAO-BANCO.
051500      PERFORM 2500-ATUALIZAR-COBRANCA THRU 2500-EXIT.
051600  2300-EXIT.
051700      EXIT.
051800******************************************************************
051900* 2400-LISTAR-OCORRENCIA
052000* ONE REPORT LINE FOR THE CURRENT DETAIL WITH THE TEXT ALREADY
052100* MOUNTED IN WRK-OCORRENCIA-TEXTO
052200******************************************************************
052300  2400-LISTAR-OCORRENCIA.
052400      MOVE CD-UE-STUDENT-ID TO WD-ID.
052500      MOVE CD-UE-COMPETENCIA TO WD-COMPETENCIA.
052600      MOVE CD-OCORRENCIA TO WD-OCORRENCIA.
052700      MOVE CD-NOSSO-NUMERO TO WD-NOSSO-NUMERO.
052800      IF CD-LIQUIDACAO AND CD-VALOR-PAGO NUMERIC
052900          MOVE CD-VALOR-PAGO TO WD-VALOR
053000      ELSE
053100          MOVE CD-VALOR-TITULO TO WD-VALOR
053200      END-IF.
053300      MOVE WRK-OCORRENCIA-TEXTO TO WD-TEXTO.
053400      MOVE CD-MOTIVO TO WD-MOTIVO.
053500      WRITE RT-LINE FROM WS-DETAIL-LINE.
053600  2400-EXIT.
053700      EXIT.
053800******************************************************************
053900* 2500-ATUALIZAR-COBRANCA
054000* REWRITES THE CHARGE WITH THE NEW BL-SITUACAO-BANCO - COBRANCA
054100* NAO ACHADA FICA SO NO RELATORIO
054200******************************************************************
054300  2500-ATUALIZAR-COBRANCA.
054400      IF NOT WS-COBRANCA-ACHADA
054500          GO TO 2500-EXIT
054600      END-IF.
054700      REWRITE BILLING-RECORD
054800          INVALID KEY
054900              CONTINUE
055000      END-REWRITE.
055100      IF NOT WS-BILLMAS-OK
055200          DISPLAY 'PROGCOB62 - ERRO AO REGRAVAR BILLMAS: '
055300              WS-BILLMAS-STATUS ' ALUNO ' BL-STUDENT-ID
055400      END-IF.
055500  2500-EXIT.
055600      EXIT.
055700******************************************************************
055800* 8000-TERMINATE
055900* WRITES THE FOOTERS, CLOSES FILES, SHOWS TOTALS, FEEDS THE
056000* BALANCING FILE AND SETS THE RETURN-CODE - RETORNO QUE NAO
056100* CONFERE COM O TRAILER SAI COM 8
056200******************************************************************
056300  8000-TERMINATE.
056400      IF NOT WS-RETRPT-ABERTO
056500          MOVE 8 TO RETURN-CODE
056600          GO TO 8000-EXIT
056700      END-IF.
056800      MOVE WS-DETALHES-LIDOS TO WF-LIDOS.
056900      MOVE WS-LIQUIDADOS TO WF-LIQUIDADOS.
057000      MOVE WS-CONFIRMADOS TO WF-CONFIRMADOS.
057100      MOVE WS-REJEITADOS TO WF-REJEITADOS.
057200      MOVE WS-BAIXADOS TO WF-BAIXADOS.
057300      MOVE WS-OUTROS TO WF-OUTROS.
057400      WRITE RT-LINE FROM WS-FOOTER-LINE.
057500      MOVE WS-PAYTRAN-GRAVADOS TO WF-PAYTRAN.
057600      MOVE WS-VALOR-PAYTRAN TO WF-VALOR-PAYTRAN.
057700      MOVE WS-NAO-LOCALIZADOS TO WF-NAO-LOCALIZADOS.
057800      WRITE RT-LINE FROM WS-FOOTER-LINE-2.
057900      CLOSE RETORNO-REPORT-FILE.
058000      IF WS-PAYTRAN-ABERTO
058100          CLOSE RETORNO-FILE BILLING-FILE PAYMENT-TRAN-FILE
058200      END-IF.
058300      DISPLAY 'PROGCOB62 - TITULOS NO RETORNO....: '
058400          WS-DETALHES-LIDOS.
058500      DISPLAY 'PROGCOB62 - LIQUIDADOS............: '
058600          WS-LIQUIDADOS.
058700      DISPLAY 'PROGCOB62 - CONFIRMADOS...........: '
058800          WS-CONFIRMADOS.
058900      DISPLAY 'PROGCOB62 - REJEITADOS PELO BANCO.: '
059000          WS-REJEITADOS.
059100      DISPLAY 'PROGCOB62 - BAIXADOS/CANCELADOS...: '
059200          WS-BAIXADOS.
059300      DISPLAY 'PROGCOB62 - OUTRAS OCORRENCIAS....: '
059400          WS-OUTROS.
059500      DISPLAY 'PROGCOB62 - PAYTRAN GERADOS.......: '
059600          WS-PAYTRAN-GRAVADOS.
059610      DISPLAY 'PROGCOB62 - LIQUIDACOES JA PROCESS: '
059620          WS-JA-PROCESSADOS.
059700      PERFORM 8100-GRAVAR-BALANCE THRU 8100-EXIT.
059800      IF WS-ARQUIVO-OK
059900          MOVE 0 TO RETURN-CODE
060000      ELSE
060100          DISPLAY 'PROGCOB62 - RETORNO NAO CONFERE COM O '
060200              'TRAILER - NADA LANCADO'
060300          MOVE 8 TO RETURN-CODE
060400      END-IF.
060500  8000-EXIT.
060600      EXIT.
060700******************************************************************
060800* 8100-GRAVAR-BALANCE
060900* APPENDS THE RUN'S CONTROL COUNTERS TO THE COMMON BALANCING
061000* FILE - O PROGCOB27 CRUZA OS DETALHES PELA OCORRENCIA E OS
061100* TOTAIS DO ARQUIVO CONTRA OS DO TRAILER. VALORES EM CENTAVOS
061200* (BF-VALOR E INTEIRO). A MISSING FILE IS CREATED ON THE FIRST
061300* RUN
061400******************************************************************
061500  8100-GRAVAR-BALANCE.
061600      OPEN EXTEND BALANCE-FILE.
061700      IF WS-BALANCE-NAO-EXISTE
061800          OPEN OUTPUT BALANCE-FILE
061900      END-IF.
062000      IF NOT WS-BALANCE-OK
062100          DISPLAY 'PROGCOB62 - ERRO AO ABRIR BALANCE: '
062200              WS-BALANCE-STATUS
062300          GO TO 8100-EXIT
062400      END-IF.
062500      PERFORM 9820-FORMATAR-YYYYMMDD THRU 9820-EXIT.
062600      MOVE 'PROGCOB62' TO BF-PROGRAMA.
062700      MOVE DATEFMT-YYYYMMDD TO BF-DATA-EXECUCAO.
062800      MOVE 'LIDOS' TO BF-CONTADOR.
062900      MOVE WS-DETALHES-LIDOS TO BF-VALOR.
063000      PERFORM 8150-GRAVAR-CONTADOR THRU 8150-EXIT.
063100      MOVE 'LIQUIDADOS' TO BF-CONTADOR.
063200      MOVE WS-LIQUIDADOS TO BF-VALOR.
063300      PERFORM 8150-GRAVAR-CONTADOR THRU 8150-EXIT.
063400      MOVE 'CONFIRMADOS' TO BF-CONTADOR.
063500      MOVE WS-CONFIRMADOS TO BF-VALOR.
063600      PERFORM 8150-GRAVAR-CONTADOR THRU 8150-EXIT.
063700      MOVE 'REJEITADOS' TO BF-CONTADOR.
063800      MOVE WS-REJEITADOS TO BF-VALOR.
063900      PERFORM 8150-GRAVAR-CONTADOR THRU 8150-EXIT.
064000      MOVE 'BAIXADOS' TO BF-CONTADOR.
064100      MOVE WS-BAIXADOS TO BF-VALOR.
064200      PERFORM 8150-GRAVAR-CONTADOR THRU 8150-EXIT.
064300      MOVE 'OUTROS' TO BF-CONTADOR.
064400      MOVE WS-OUTROS TO BF-VALOR.
064500      PERFORM 8150-GRAVAR-CONTADOR THRU 8150-EXIT.
064600      MOVE 'PAYTRAN' TO BF-CONTADOR.
064700      MOVE WS-PAYTRAN-GRAVADOS TO BF-VALOR.
064800      PERFORM 8150-GRAVAR-CONTADOR THRU 8150-EXIT.
064900      MOVE 'VALOR-LIQ' TO BF-CONTADOR.
065000      COMPUTE BF-VALOR = WS-VALOR-LIQ-CONFERIDO * 100
065010          ON SIZE ERROR
065020              MOVE 999999999 TO BF-VALOR
065030              DISPLAY 'PROGCOB62 - ESTOURO NO CONTADOR '
065040                  BF-CONTADOR ' DO BALANCE - GRAVADO 999999999'
065050      END-COMPUTE.
065100      PERFORM 8150-GRAVAR-CONTADOR THRU 8150-EXIT.
065200      MOVE 'TRAILER-QTDE' TO BF-CONTADOR.
065300      MOVE WS-TRAILER-QTDE TO BF-VALOR.
065400      PERFORM 8150-GRAVAR-CONTADOR THRU 8150-EXIT.
065500      MOVE 'TRAILER-VLR' TO BF-CONTADOR.
065600      COMPUTE BF-VALOR = WS-TRAILER-VALOR-LIQ * 100
065610          ON SIZE ERROR
065620              MOVE 999999999 TO BF-VALOR
065630              DISPLAY 'PROGCOB62 - ESTOURO NO CONTADOR '
065640                  BF-CONTADOR ' DO BALANCE - GRAVADO 999999999'
065650      END-COMPUTE.
065700      PERFORM 8150-GRAVAR-CONTADOR THRU 8150-EXIT.
065800      CLOSE BALANCE-FILE.
065900  8100-EXIT.
066000      EXIT.
066100******************************************************************
066200* 8150-GRAVAR-CONTADOR
066300* WRITES THE BALANCING RECORD ALREADY MOUNTED IN BF-CONTADOR/
066400* BF-VALOR
066500******************************************************************
066600  8150-GRAVAR-CONTADOR.
066700      WRITE BALANCE-RECORD.
066800      IF NOT WS-BALANCE-OK
066900          DISPLAY 'PROGCOB62 - ERRO AO GRAVAR BALANCE: '
067000              WS-BALANCE-STATUS
067100      END-IF.
067200  8150-EXIT.
067300      EXIT.
067400******************************************************************
067500* SHARED DATE-FORMATTING ROUTINES (SEE DATERTN.CPY)
067600******************************************************************
067700  COPY DATERTN.
