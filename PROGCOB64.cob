000100  IDENTIFICATION DIVISION.
000200  PROGRAM-ID. PROGCOB64.
000300  AUTHOR. ALEX.
000400  INSTALLATION. ESCOLA - SETOR DE PROCESSAMENTO DE DADOS.
000500  DATE-WRITTEN. 15/10/2026.
000600  DATE-COMPILED.
000700******************************************************************
000800* AREA DE COMENTARIOS - REMARKS
000900* OBJETIVO: MANUTENCAO DO CADASTRO DE BOLSAS E DESCONTOS DA
001000* MENSALIDADE (BENEFMAS). LE AS TRANSACOES APROVADAS PELA
001100* FINANCEIRA (BENEFTRN) E GRAVA CONTRA MATRICULA + TIPO:
001200*   I - INCLUSAO OU ALTERACAO DO BENEFICIO (REATIVA O CANCELADO)
001300*       COM A FORMA (P - PERCENTUAL, V - VALOR FIXO), A VIGENCIA
001400*       EM COMPETENCIAS AAAAMM E QUEM APROVOU
001500*   C - CANCELAMENTO - O BENEFICIO FICA NO ARQUIVO, SITUACAO 'C',
001600*       COM QUEM AUTORIZOU O CANCELAMENTO
001700* TIPOS: I - DESCONTO DE IRMAOS, F - BOLSA FILHO DE FUNCIONARIO,
001800* S - BOLSA SOCIAL. O PROGCOB39 APLICA O BENEFICIO NA GERACAO DA
001900* COBRANCA; A COBRANCA JA GERADA NAO E MEXIDA AQUI.
002000* IMPRIME O REGISTRO (BENEFRPT) COM OS TOTAIS DE CONTROLE
002100*
002200* MODIFICATION HISTORY
002300* DATE       INIT  DESCRIPTION
002400* 15/10/2026 ALEX  ORIGINAL
002500******************************************************************
002600  ENVIRONMENT DIVISION.
002700  CONFIGURATION SECTION.
002800  SOURCE-COMPUTER. IBM-370.
002900  OBJECT-COMPUTER. IBM-370.
003000  INPUT-OUTPUT SECTION.
003100  FILE-CONTROL.
003200      SELECT BENEF-TRAN-FILE ASSIGN TO BENEFTRN
003300          ORGANIZATION IS SEQUENTIAL
003400          FILE STATUS IS WS-BENEFTRN-STATUS.
003500      SELECT STUDENT-MASTER-FILE ASSIGN TO STUDMAS
003600          ORGANIZATION IS INDEXED
003700          ACCESS MODE IS RANDOM
003800          RECORD KEY IS SM-STUDENT-ID
003900          FILE STATUS IS WS-STUDMAS-STATUS.
004000      SELECT BENEFICIO-FILE ASSIGN TO BENEFMAS
004100          ORGANIZATION IS INDEXED
004200          ACCESS MODE IS RANDOM
004300          RECORD KEY IS BN-CHAVE
004400          FILE STATUS IS WS-BENEFMAS-STATUS.
004500      SELECT BENEF-REPORT-FILE ASSIGN TO BENEFRPT
004600          ORGANIZATION IS LINE SEQUENTIAL
004700          FILE STATUS IS WS-BENEFRPT-STATUS.
004800  DATA DIVISION.
004900  FILE SECTION.
005000  FD  BENEF-TRAN-FILE
005100      LABEL RECORDS ARE STANDARD.
005200  01  BENEF-TRAN-RECORD.
005300      05  BT-ACAO                 PIC X(01).
005400          88  BT-INCLUIR                  VALUE 'I'.
005500          88  BT-CANCELAR                 VALUE 'C'.
005600      05  BT-STUDENT-ID           PIC X(06).
005700      05  BT-TIPO                 PIC X(01).
005800          88  BT-TIPO-VALIDO              VALUE 'I' 'F' 'S'.
005900      05  BT-FORMA                PIC X(01).
006000          88  BT-PERCENTUAL               VALUE 'P'.
006100          88  BT-VALOR-FIXO               VALUE 'V'.
006200      05  BT-PCT-DESCONTO         PIC 9(03)V99.
006300      05  BT-VALOR-DESCONTO       PIC 9(05)V99.
006400      05  BT-COMPETENCIA-INICIO   PIC 9(06).
006500      05  BT-INICIO-R REDEFINES BT-COMPETENCIA-INICIO.
006600          10  BT-INICIO-ANO       PIC 9(04).
006700          10  BT-INICIO-MES       PIC 9(02).
006800      05  BT-COMPETENCIA-FIM      PIC 9(06).
006900      05  BT-FIM-R REDEFINES BT-COMPETENCIA-FIM.
007000          10  BT-FIM-ANO          PIC 9(04).
007100          10  BT-FIM-MES          PIC 9(02).
007200      05  BT-APROVADOR            PIC X(20).
007300  FD  STUDENT-MASTER-FILE
007400      LABEL RECORDS ARE STANDARD.
007500  COPY STUDMAS.
007600  FD  BENEFICIO-FILE
007700      LABEL RECORDS ARE STANDARD.
007800  COPY BENEFREC.
007900  FD  BENEF-REPORT-FILE
008000      LABEL RECORDS ARE STANDARD.
008100  01  BR-LINE                     PIC X(80).
008200  WORKING-STORAGE SECTION.
008300******************************************************************
008400* SWITCHES
008500******************************************************************
008600  01  WS-SWITCHES.
008700      05  WS-EOF-SW              PIC X(01) VALUE 'N'.
008800          88  WS-EOF                       VALUE 'Y'.
008900      05  WS-TRANS-INVALIDA-SW   PIC X(01) VALUE 'N'.
009000          88  WS-TRANS-INVALIDA            VALUE 'Y'.
009100      05  WS-BENEF-EXISTE-SW     PIC X(01) VALUE 'N'.
009200          88  WS-BENEF-EXISTE              VALUE 'Y'.
009300******************************************************************
009400* FILE STATUS AND COUNTERS
009500******************************************************************
009600  01  WS-FILE-STATUSES.
009700      05  WS-BENEFTRN-STATUS     PIC X(02) VALUE '00'.
009800          88  WS-BENEFTRN-OK              VALUE '00'.
009900          88  WS-BENEFTRN-EOF             VALUE '10'.
010000      05  WS-STUDMAS-STATUS      PIC X(02) VALUE '00'.
010100          88  WS-STUDMAS-OK               VALUE '00'.
010200      05  WS-BENEFMAS-STATUS     PIC X(02) VALUE '00'.
010300          88  WS-BENEFMAS-OK              VALUE '00'.
010400          88  WS-BENEFMAS-NAO-EXISTE      VALUE '35'.
010500      05  WS-BENEFRPT-STATUS     PIC X(02) VALUE '00'.
010600          88  WS-BENEFRPT-OK              VALUE '00'.
010700  01  WS-COUNTERS COMP.
010800      05  WS-TRANS-LIDAS         PIC 9(05) VALUE ZERO.
010900      05  WS-TRANS-ACEITAS       PIC 9(05) VALUE ZERO.
011000      05  WS-TRANS-REJEITADAS    PIC 9(05) VALUE ZERO.
011100      05  WS-TRANS-INCLUSOES     PIC 9(05) VALUE ZERO.
011200      05  WS-TRANS-ALTERACOES    PIC 9(05) VALUE ZERO.
011300      05  WS-TRANS-CANCELAMENTOS PIC 9(05) VALUE ZERO.
011400******************************************************************
011500* REASON THE CURRENT TRANSACTION WAS REJECTED
011600******************************************************************
011700  77  WRK-MOTIVO-REJEICAO        PIC X(20) VALUE SPACES.
011800******************************************************************
011900* DESCONTO EDITADO PARA O REGISTRO - PERCENTUAL OU VALOR FIXO
012000******************************************************************
012100  01  WRK-DESC-PCT.
012200      05  WRK-DP-PCT             PIC ZZ9.99.
012300      05  FILLER                 PIC X(01) VALUE '%'.
012400      05  FILLER                 PIC X(02) VALUE SPACES.
012500  01  WRK-DESC-VALOR.
012600      05  WRK-DV-VALOR           PIC ZZZZZ9.99.
012700******************************************************************
012800* RUN DATE - SAME STRUCTURE TESTE1 USES FOR THE SYSTEM DATE
012900******************************************************************
013000  01  WRK-DATA.
013100      05  WRK-ANO                PIC 9(04) VALUE ZEROS.
013200      05  WRK-MES                PIC 9(02) VALUE ZEROS.
013300      05  WRK-DIA                PIC 9(02) VALUE ZEROS.
013400  01  WRK-DATA-YYYYMMDD REDEFINES WRK-DATA PIC 9(08).
013500******************************************************************
013600* SHARED DATE-OUTPUT FIELDS (SEE DATEFMT.CPY)
013700******************************************************************
013800  COPY DATEFMT.
013900******************************************************************
014000* REPORT LINE LAYOUTS
014100******************************************************************
014200  01  WS-HEADER-1.
014300      05  FILLER                 PIC X(44)
014400          VALUE 'CADASTRO DE BOLSAS E DESCONTOS - REGISTRO'.
014500  01  WS-HEADER-2.
014600      05  FILLER                 PIC X(10) VALUE 'DATA EMIS:'.
014700      05  WS-H2-DATA             PIC X(10).
014800  01  WS-HEADER-3.
014900      05  FILLER                 PIC X(07) VALUE 'MATRIC '.
015000      05  FILLER                 PIC X(04) VALUE 'A T '.
015100      05  FILLER                 PIC X(10) VALUE 'DESCONTO  '.
015200      05  FILLER                 PIC X(14) VALUE 'INICIO FIM    '.
015300      05  FILLER                 PIC X(13) VALUE 'APROVADOR    '.
015400      05  FILLER                 PIC X(10) VALUE 'SITUACAO  '.
015500      05  FILLER                 PIC X(07) VALUE 'CRITICA'.
015600  01  WS-DETAIL-LINE.
015700      05  WD-ID                  PIC X(06).
015800      05  FILLER                 PIC X(01) VALUE SPACE.
015900      05  WD-ACAO                PIC X(01).
016000      05  FILLER                 PIC X(01) VALUE SPACE.
016100      05  WD-TIPO                PIC X(01).
016200      05  FILLER                 PIC X(01) VALUE SPACE.
016300      05  WD-DESCONTO            PIC X(09).
016400      05  FILLER                 PIC X(01) VALUE SPACE.
016500      05  WD-INICIO              PIC X(06).
016600      05  FILLER                 PIC X(01) VALUE SPACE.
016700      05  WD-FIM                 PIC X(06).
016800      05  FILLER                 PIC X(01) VALUE SPACE.
016900      05  WD-APROVADOR           PIC X(12).
017000      05  FILLER                 PIC X(01) VALUE SPACE.
017100      05  WD-SITUACAO            PIC X(09).
017200      05  FILLER                 PIC X(01) VALUE SPACE.
017300      05  WD-CRITICA             PIC X(20).
017400  01  WS-FOOTER-LINE-1.
017500      05  FILLER                 PIC X(08) VALUE 'LIDAS: '.
017600      05  WF-LIDAS               PIC ZZZZ9.
017700      05  FILLER                 PIC X(11) VALUE '  ACEITAS: '.
017800      05  WF-ACEITAS             PIC ZZZZ9.
017900      05  FILLER                 PIC X(14)
018000          VALUE '  REJEITADAS: '.
018100      05  WF-REJEITADAS          PIC ZZZZ9.
018200  01  WS-FOOTER-LINE-2.
018300      05  FILLER                 PIC X(11) VALUE 'INCLUSOES: '.
018400      05  WF-INCLUSOES           PIC ZZZZ9.
018500      05  FILLER                 PIC X(14)
018600          VALUE '  ALTERACOES: '.
018700      05  WF-ALTERACOES          PIC ZZZZ9.
018800      05  FILLER                 PIC X(18)
018900          VALUE '  CANCELAMENTOS: '.
019000      05  WF-CANCELAMENTOS       PIC ZZZZ9.
019100  PROCEDURE DIVISION.
019200******************************************************************
019300* 0000-MAINLINE
019400* CONTROLS THE OVERALL FLOW OF THE BOLSAS/DESCONTOS MAINTENANCE
019500******************************************************************
019600  0000-MAINLINE.
019700      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019800      PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
019900          UNTIL WS-EOF.
020000      PERFORM 8000-TERMINATE THRU 8000-EXIT.
020100      STOP RUN.
020200******************************************************************
020300* 1000-INITIALIZE
020400* OPENS THE TRANSACTIONS, THE MASTERS (BENEFMAS CRIADO NO
020500* PRIMEIRO REGISTRO DA VIDA) AND THE REGISTER AND PRIMES THE
020600* READ
020700******************************************************************
020800  1000-INITIALIZE.
020900      ACCEPT WRK-DATA FROM DATE YYYYMMDD.
021000      OPEN INPUT BENEF-TRAN-FILE.
021100      OPEN INPUT STUDENT-MASTER-FILE.
021200      OPEN I-O BENEFICIO-FILE.
021300      IF WS-BENEFMAS-NAO-EXISTE
021400          DISPLAY 'PROGCOB64 - BENEFMAS INEXISTENTE - CRIANDO '
021500              'ARQUIVO NOVO'
021600          OPEN OUTPUT BENEFICIO-FILE
021700          CLOSE BENEFICIO-FILE
021800          OPEN I-O BENEFICIO-FILE
021900      END-IF.
022000      OPEN OUTPUT BENEF-REPORT-FILE.
022100      IF NOT WS-BENEFTRN-OK OR NOT WS-STUDMAS-OK
022200          OR NOT WS-BENEFMAS-OK OR NOT WS-BENEFRPT-OK
022300          DISPLAY 'PROGCOB64 - ERRO AO ABRIR ARQUIVOS: '
022400              WS-BENEFTRN-STATUS ' / ' WS-STUDMAS-STATUS
022500              ' / ' WS-BENEFMAS-STATUS ' / ' WS-BENEFRPT-STATUS
022600          MOVE 'Y' TO WS-EOF-SW
022700          GO TO 1000-EXIT
022800      END-IF.
022900      PERFORM 9810-FORMATAR-DDMMYYYY THRU 9810-EXIT.
023000      MOVE DATEFMT-DDMMYYYY TO WS-H2-DATA.
023100      WRITE BR-LINE FROM WS-HEADER-1.
023200      WRITE BR-LINE FROM WS-HEADER-2.
023300      WRITE BR-LINE FROM WS-HEADER-3.
023400      PERFORM 2100-READ-TRANS THRU 2100-EXIT.
023500  1000-EXIT.
023600      EXIT.
023700******************************************************************
023800* 2000-PROCESS-TRANS
023900* VALIDATES AND POSTS ONE TRANSACTION, LOGS IT ON THE REGISTER,
024000* AND READS THE NEXT ONE
024100******************************************************************
024200  2000-PROCESS-TRANS.
024300      PERFORM 2200-VALIDAR-TRANS THRU 2200-EXIT.
024400      IF WS-TRANS-INVALIDA
024500          ADD 1 TO WS-TRANS-REJEITADAS
024600      ELSE
024700          PERFORM 2300-GRAVAR-BENEFICIO THRU 2300-EXIT
024800      END-IF.
024900      PERFORM 2400-WRITE-REGISTRO THRU 2400-EXIT.
025000      PERFORM 2100-READ-TRANS THRU 2100-EXIT.
025100  2000-EXIT.
025200      EXIT.
025300******************************************************************
025400* 2100-READ-TRANS
025500* READS THE NEXT BOLSA/DESCONTO TRANSACTION, SETS THE EOF SWITCH
025600******************************************************************
025700  2100-READ-TRANS.
025800      READ BENEF-TRAN-FILE
025900          AT END
026000              MOVE 'Y' TO WS-EOF-SW
026100              GO TO 2100-EXIT
026200      END-READ.
026300      IF NOT WS-BENEFTRN-OK AND NOT WS-BENEFTRN-EOF
026400          DISPLAY 'PROGCOB64 - ERRO DE LEITURA BENEFTRN: '
026500              WS-BENEFTRN-STATUS
026600          MOVE 'Y' TO WS-EOF-SW
026700          GO TO 2100-EXIT
026800      END-IF.
026900      ADD 1 TO WS-TRANS-LIDAS.
027000  2100-EXIT.
027100      EXIT.
027200******************************************************************
027300* 2200-VALIDAR-TRANS
027400* ACAO I/C E TIPO I/F/S; BENEFICIO LIDO DO BENEFMAS (SE JA
027500* EXISTE); TODA TRANSACAO PRECISA DE QUEM APROVOU
027600******************************************************************
027700  2200-VALIDAR-TRANS.
027800      MOVE 'N' TO WS-TRANS-INVALIDA-SW.
027900      MOVE SPACES TO WRK-MOTIVO-REJEICAO.
028000      IF NOT BT-INCLUIR AND NOT BT-CANCELAR
028100          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
028200          MOVE 'ACAO INVALIDA' TO WRK-MOTIVO-REJEICAO
028300          GO TO 2200-EXIT
028400      END-IF.
028500      IF NOT BT-TIPO-VALIDO
028600          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
028700          MOVE 'TIPO INVALIDO' TO WRK-MOTIVO-REJEICAO
028800          GO TO 2200-EXIT
028900      END-IF.
029000      IF BT-APROVADOR = SPACES
029100          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
029200          MOVE 'SEM APROVADOR' TO WRK-MOTIVO-REJEICAO
029300          GO TO 2200-EXIT
029400      END-IF.
029500      MOVE 'Y' TO WS-BENEF-EXISTE-SW.
029600      MOVE BT-STUDENT-ID TO BN-STUDENT-ID.
029700      MOVE BT-TIPO TO BN-TIPO.
029800      READ BENEFICIO-FILE
029900          INVALID KEY
030000              MOVE 'N' TO WS-BENEF-EXISTE-SW
030100      END-READ.
030200      IF BT-INCLUIR
030300          PERFORM 2210-VALIDAR-INCLUSAO THRU 2210-EXIT
030400          GO TO 2200-EXIT
030500      END-IF.
030600      IF NOT WS-BENEF-EXISTE
030700          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
030800          MOVE 'BENEFICIO INEXISTENTE' TO WRK-MOTIVO-REJEICAO
030900          GO TO 2200-EXIT
031000      END-IF.
031100      IF BN-CANCELADO
031200          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
031300          MOVE 'JA CANCELADO' TO WRK-MOTIVO-REJEICAO
031400      END-IF.
031500  2200-EXIT.
031600      EXIT.
031700******************************************************************
031800* 2210-VALIDAR-INCLUSAO
031900* ALUNO NO CADASTRO; PERCENTUAL ATE 100 OU VALOR FIXO MAIOR QUE
032000* ZERO; VIGENCIA EM COMPETENCIAS VALIDAS, FIM NAO ANTES DO INICIO
032100******************************************************************
032200  2210-VALIDAR-INCLUSAO.
032300      MOVE BT-STUDENT-ID TO SM-STUDENT-ID.
032400      READ STUDENT-MASTER-FILE
032500          INVALID KEY
032600              MOVE 'Y' TO WS-TRANS-INVALIDA-SW
032700              MOVE 'ALUNO INEXISTENTE' TO WRK-MOTIVO-REJEICAO
032800              GO TO 2210-EXIT
032900      END-READ.
033000      IF BT-PERCENTUAL
033100          IF BT-PCT-DESCONTO NOT NUMERIC
033200              OR BT-PCT-DESCONTO = ZERO
033300              OR BT-PCT-DESCONTO > 100
033400              MOVE 'Y' TO WS-TRANS-INVALIDA-SW
033500              MOVE 'PERCENTUAL INVALIDO' TO WRK-MOTIVO-REJEICAO
033600              GO TO 2210-EXIT
033700          END-IF
033800      ELSE
033900          IF NOT BT-VALOR-FIXO
034000              MOVE 'Y' TO WS-TRANS-INVALIDA-SW
034100              MOVE 'FORMA INVALIDA' TO WRK-MOTIVO-REJEICAO
034200              GO TO 2210-EXIT
034300          END-IF
034400          IF BT-VALOR-DESCONTO NOT NUMERIC
034500              OR BT-VALOR-DESCONTO = ZERO
034600              MOVE 'Y' TO WS-TRANS-INVALIDA-SW
034700              MOVE 'VALOR INVALIDO' TO WRK-MOTIVO-REJEICAO
034800              GO TO 2210-EXIT
034900          END-IF
035000      END-IF.
035100      IF BT-COMPETENCIA-INICIO NOT NUMERIC
035200          OR BT-COMPETENCIA-FIM NOT NUMERIC
035300          OR BT-INICIO-MES < 1 OR BT-INICIO-MES > 12
035400          OR BT-FIM-MES < 1 OR BT-FIM-MES > 12
035500          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
035600          MOVE 'VIGENCIA INVALIDA' TO WRK-MOTIVO-REJEICAO
035700          GO TO 2210-EXIT
035800      END-IF.
035900      IF BT-COMPETENCIA-FIM < BT-COMPETENCIA-INICIO
036000          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
036100          MOVE 'FIM ANTES DO INICIO' TO WRK-MOTIVO-REJEICAO
036200      END-IF.
036300  2210-EXIT.
036400      EXIT.
036500******************************************************************
036600* 2300-GRAVAR-BENEFICIO
036700* APPLIES THE TRANSACTION TO THE BENEFMAS RECORD - INCLUSAO NOVA
036800* E GRAVADA, O RESTO E REGRAVADO
036900******************************************************************
037000  2300-GRAVAR-BENEFICIO.
037100      IF BT-INCLUIR AND NOT WS-BENEF-EXISTE
037200          PERFORM 2310-INCLUIR-BENEFICIO THRU 2310-EXIT
037300      ELSE
037400          PERFORM 2320-ATUALIZAR-BENEFICIO THRU 2320-EXIT
037500      END-IF.
037600      IF NOT WS-BENEFMAS-OK
037700          DISPLAY 'PROGCOB64 - ERRO AO GRAVAR BENEFMAS: '
037800              WS-BENEFMAS-STATUS ' ALUNO ' BT-STUDENT-ID
037900          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
038000          MOVE 'ERRO DE GRAVACAO' TO WRK-MOTIVO-REJEICAO
038100          ADD 1 TO WS-TRANS-REJEITADAS
038200          GO TO 2300-EXIT
038300      END-IF.
038400      ADD 1 TO WS-TRANS-ACEITAS.
038500      IF BT-INCLUIR AND NOT WS-BENEF-EXISTE
038600          ADD 1 TO WS-TRANS-INCLUSOES
038700      END-IF.
038800      IF BT-INCLUIR AND WS-BENEF-EXISTE
038900          ADD 1 TO WS-TRANS-ALTERACOES
039000      END-IF.
039100      IF BT-CANCELAR
039200          ADD 1 TO WS-TRANS-CANCELAMENTOS
039300      END-IF.
039400  2300-EXIT.
039500      EXIT.
039600******************************************************************
039700* 2310-INCLUIR-BENEFICIO
039800* NEW BENEFIT - ATIVO, WITH THE FORMA, VIGENCIA AND APROVADOR
039900******************************************************************
040000  2310-INCLUIR-BENEFICIO.
040100      MOVE BT-STUDENT-ID TO BN-STUDENT-ID.
040200      MOVE BT-TIPO TO BN-TIPO.
040300      PERFORM 2330-MOVER-CONDICOES THRU 2330-EXIT.
040400      MOVE WRK-DATA-YYYYMMDD TO BN-DATA-INCLUSAO.
040500      MOVE WRK-DATA-YYYYMMDD TO BN-DATA-ATUALIZACAO.
040600      WRITE BENEFICIO-RECORD
040700          INVALID KEY
040800              CONTINUE
040900      END-WRITE.
041000  2310-EXIT.
041100      EXIT.
041200******************************************************************
041300* 2320-ATUALIZAR-BENEFICIO
041400* NOVAS CONDICOES (REATIVA O CANCELADO) OU CANCELAMENTO - O
041500* APROVADOR GRAVADO E O DA ULTIMA TRANSACAO ACEITA
041600******************************************************************
041700  2320-ATUALIZAR-BENEFICIO.
041800      IF BT-INCLUIR
041900          PERFORM 2330-MOVER-CONDICOES THRU 2330-EXIT
042000      ELSE
042100          MOVE 'C' TO BN-SITUACAO
042200          MOVE BT-APROVADOR TO BN-APROVADOR
042300      END-IF.
042400      MOVE WRK-DATA-YYYYMMDD TO BN-DATA-ATUALIZACAO.
042500      REWRITE BENEFICIO-RECORD
042600          INVALID KEY
042700              CONTINUE
042800      END-REWRITE.
042900  2320-EXIT.
043000      EXIT.
043100******************************************************************
043200* 2330-MOVER-CONDICOES
043300* FORMA, PERCENTUAL OU VALOR (O OUTRO ZERADO), VIGENCIA E
043400* APROVADOR DA TRANSACAO; BENEFICIO ATIVO
043500******************************************************************
043600  2330-MOVER-CONDICOES.
043700      MOVE BT-FORMA TO BN-FORMA.
043800      MOVE ZEROS TO BN-PCT-DESCONTO.
043900      MOVE ZEROS TO BN-VALOR-DESCONTO.
044000      IF BT-PERCENTUAL
044100          MOVE BT-PCT-DESCONTO TO BN-PCT-DESCONTO
044200      ELSE
044300          MOVE BT-VALOR-DESCONTO TO BN-VALOR-DESCONTO
044400      END-IF.
044500      MOVE BT-COMPETENCIA-INICIO TO BN-COMPETENCIA-INICIO.
044600      MOVE BT-COMPETENCIA-FIM TO BN-COMPETENCIA-FIM.
044700      MOVE BT-APROVADOR TO BN-APROVADOR.
044800      MOVE 'A' TO BN-SITUACAO.
044900  2330-EXIT.
045000      EXIT.
045100******************************************************************
045200* 2400-WRITE-REGISTRO
045300* ONE REGISTER LINE PER TRANSACTION - A CRITICA SO SAI NA
045400* REJEITADA
045500******************************************************************
045600  2400-WRITE-REGISTRO.
045700      MOVE BT-STUDENT-ID TO WD-ID.
045800      MOVE BT-ACAO TO WD-ACAO.
045900      MOVE BT-TIPO TO WD-TIPO.
046000      MOVE SPACES TO WD-DESCONTO.
046100      MOVE SPACES TO WD-INICIO.
046200      MOVE SPACES TO WD-FIM.
046300      IF BT-INCLUIR AND BT-PERCENTUAL
046400          AND BT-PCT-DESCONTO NUMERIC
046500          MOVE BT-PCT-DESCONTO TO WRK-DP-PCT
046600          MOVE WRK-DESC-PCT TO WD-DESCONTO
046700      END-IF.
046800      IF BT-INCLUIR AND BT-VALOR-FIXO
046900          AND BT-VALOR-DESCONTO NUMERIC
047000          MOVE BT-VALOR-DESCONTO TO WRK-DV-VALOR
047100          MOVE WRK-DESC-VALOR TO WD-DESCONTO
047200      END-IF.
047300      IF BT-INCLUIR
047400          MOVE BT-COMPETENCIA-INICIO TO WD-INICIO
047500          MOVE BT-COMPETENCIA-FIM TO WD-FIM
047600      END-IF.
047700      MOVE BT-APROVADOR TO WD-APROVADOR.
047800      IF WS-TRANS-INVALIDA
047900          MOVE 'REJEITADA' TO WD-SITUACAO
048000      ELSE
048100          MOVE 'GRAVADA' TO WD-SITUACAO
048200      END-IF.
048300      MOVE WRK-MOTIVO-REJEICAO TO WD-CRITICA.
048400      WRITE BR-LINE FROM WS-DETAIL-LINE.
048500  2400-EXIT.
048600      EXIT.
048700******************************************************************
048800* 8000-TERMINATE
048900* WRITES THE CONTROL-COUNT FOOTER, CLOSES FILES AND SHOWS THE
049000* TOTALS
049100******************************************************************
049200  8000-TERMINATE.
049300      MOVE WS-TRANS-LIDAS TO WF-LIDAS.
049400      MOVE WS-TRANS-ACEITAS TO WF-ACEITAS.
049500      MOVE WS-TRANS-REJEITADAS TO WF-REJEITADAS.
049600      MOVE WS-TRANS-INCLUSOES TO WF-INCLUSOES.
049700      MOVE WS-TRANS-ALTERACOES TO WF-ALTERACOES.
049800      MOVE WS-TRANS-CANCELAMENTOS TO WF-CANCELAMENTOS.
049900      WRITE BR-LINE FROM WS-FOOTER-LINE-1.
050000      WRITE BR-LINE FROM WS-FOOTER-LINE-2.
050100      CLOSE BENEF-TRAN-FILE STUDENT-MASTER-FILE
050200          BENEFICIO-FILE BENEF-REPORT-FILE.
050300      DISPLAY 'PROGCOB64 - TRANSACOES LIDAS......: '
050400          WS-TRANS-LIDAS.
050500      DISPLAY 'PROGCOB64 - TRANSACOES ACEITAS....: '
050600          WS-TRANS-ACEITAS.
050700      DISPLAY 'PROGCOB64 - TRANSACOES REJEITADAS.: '
050800          WS-TRANS-REJEITADAS.
050900  8000-EXIT.
051000      EXIT.
051100******************************************************************
051200* SHARED DATE-FORMATTING ROUTINES (SEE DATERTN.CPY)
051300******************************************************************
051400  COPY DATERTN.
