000100  IDENTIFICATION DIVISION.
000200  PROGRAM-ID. PROGCOB63.
000300  AUTHOR. ALEX.
000400  INSTALLATION. ESCOLA - SETOR DE PROCESSAMENTO DE DADOS.
000500  DATE-WRITTEN. 15/10/2026.
000600  DATE-COMPILED.
000700******************************************************************
000800* AREA DE COMENTARIOS - REMARKS
000900* OBJETIVO: DECLARACAO ANUAL DE QUITACAO DE DEBITOS (LEI
001000* 12.007/2009). LE O BILLMAS NA ORDEM DA CHAVE (MATRICULA +
001100* COMPETENCIA) E, PARA CADA ALUNO COM COBRANCA NO ANO CIVIL,
001200* CONFERE TODAS AS COMPETENCIAS DO ANO. TUDO BL-PAGA: IMPRIME NO
001300* DECLQUIT A DECLARACAO ENDERECADA AO RESPONSAVEL DO GUARDIAN,
001400* COM CADA COMPETENCIA, O VALOR, O TOTAL PAGO E A DATA DO
001500* PAGAMENTO, DATADA COM A DATA DO RUN (DATEFMT). ALUNO COM
001600* QUALQUER COBRANCA AINDA ABERTA - OU SEM RESPONSAVEL PARA
001700* RECEBER A DECLARACAO - VAI PARA A LISTA DE EXCECAO (QUITEXC)
001800* COM AS COMPETENCIAS EM ABERTO E O SALDO, PARA A FINANCEIRA
001900* COBRAR ANTES DO PRAZO. O ANO VEM DO RUNPARM (PROGCOB63 ANO);
002000* SEM ELE VALE O ANO ANTERIOR AO DO RUN, OU O PROPRIO ANO QUANDO
002100* O RUN E EM DEZEMBRO
002200*
002300* MODIFICATION HISTORY
002400* DATE       INIT  DESCRIPTION
002500* 15/10/2026 ALEX  ORIGINAL
002600******************************************************************
002700  ENVIRONMENT DIVISION.
002800  CONFIGURATION SECTION.
002900  SOURCE-COMPUTER. IBM-370.
003000  OBJECT-COMPUTER. IBM-370.
003100  INPUT-OUTPUT SECTION.
003200  FILE-CONTROL.
003300      SELECT BILLING-FILE ASSIGN TO BILLMAS
003400          ORGANIZATION IS INDEXED
003500          ACCESS MODE IS SEQUENTIAL
003600          RECORD KEY IS BL-CHAVE
003700          FILE STATUS IS WS-BILLMAS-STATUS.
003800      SELECT STUDENT-MASTER-FILE ASSIGN TO STUDMAS
003900          ORGANIZATION IS INDEXED
004000          ACCESS MODE IS RANDOM
004100          RECORD KEY IS SM-STUDENT-ID
004200          FILE STATUS IS WS-STUDMAS-STATUS.
004300      SELECT GUARDIAN-FILE ASSIGN TO GUARDIAN
004400          ORGANIZATION IS INDEXED
004500          ACCESS MODE IS RANDOM
004600          RECORD KEY IS GD-STUDENT-ID
004700          FILE STATUS IS WS-GUARDIAN-STATUS.
004800      SELECT DECLARACAO-FILE ASSIGN TO DECLQUIT
004900          ORGANIZATION IS LINE SEQUENTIAL
005000          FILE STATUS IS WS-DECLQUIT-STATUS.
005100      SELECT EXCECAO-QUIT-FILE ASSIGN TO QUITEXC
005200          ORGANIZATION IS LINE SEQUENTIAL
005300          FILE STATUS IS WS-QUITEXC-STATUS.
005400      SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
005500          ORGANIZATION IS SEQUENTIAL
005600          FILE STATUS IS WS-PARM-STATUS.
005700  DATA DIVISION.
005800  FILE SECTION.
005900  FD  BILLING-FILE
006000      LABEL RECORDS ARE STANDARD.
006100  COPY BILLREC.
006200  FD  STUDENT-MASTER-FILE
006300      LABEL RECORDS ARE STANDARD.
006400  COPY STUDMAS.
006500  FD  GUARDIAN-FILE
006600      LABEL RECORDS ARE STANDARD.
006700  COPY GUARDREC.
006800  FD  DECLARACAO-FILE
006900      LABEL RECORDS ARE STANDARD.
007000  01  DQ-LINE                     PIC X(80).
007100  FD  EXCECAO-QUIT-FILE
007200      LABEL RECORDS ARE STANDARD.
007300  01  QE-LINE                     PIC X(80).
007400  FD  RUN-PARM-FILE
007500      LABEL RECORDS ARE STANDARD.
007600  COPY PARMREC.
007700  WORKING-STORAGE SECTION.
007800******************************************************************
007900* SWITCHES
008000******************************************************************
008100  01  WS-SWITCHES.
008200      05  WS-EOF-SW              PIC X(01) VALUE 'N'.
008300          88  WS-EOF                       VALUE 'Y'.
008400      05  WS-ALUNO-QUITADO-SW    PIC X(01) VALUE 'N'.
008500          88  WS-ALUNO-QUITADO             VALUE 'Y'.
008600      05  WS-RESP-EXISTE-SW      PIC X(01) VALUE 'N'.
008700          88  WS-RESP-EXISTE               VALUE 'Y'.
008800      05  WS-ARQUIVOS-ABERTOS-SW PIC X(01) VALUE 'N'.
008900          88  WS-ARQUIVOS-ABERTOS          VALUE 'Y'.
009000******************************************************************
009100* FILE STATUS AND COUNTERS
009200******************************************************************
009300  01  WS-FILE-STATUSES.
009400      05  WS-BILLMAS-STATUS      PIC X(02) VALUE '00'.
009500          88  WS-BILLMAS-OK               VALUE '00'.
009600          88  WS-BILLMAS-EOF              VALUE '10'.
009700      05  WS-STUDMAS-STATUS      PIC X(02) VALUE '00'.
009800          88  WS-STUDMAS-OK               VALUE '00'.
009900      05  WS-GUARDIAN-STATUS     PIC X(02) VALUE '00'.
010000          88  WS-GUARDIAN-OK              VALUE '00'.
010100      05  WS-DECLQUIT-STATUS     PIC X(02) VALUE '00'.
010200          88  WS-DECLQUIT-OK              VALUE '00'.
010300      05  WS-QUITEXC-STATUS      PIC X(02) VALUE '00'.
010400          88  WS-QUITEXC-OK               VALUE '00'.
010500  01  WS-COUNTERS COMP.
010600      05  WS-COBRANCAS-LIDAS     PIC 9(07) VALUE ZERO.
010700      05  WS-COBRANCAS-DO-ANO    PIC 9(07) VALUE ZERO.
010800      05  WS-ALUNOS-NO-ANO       PIC 9(05) VALUE ZERO.
010900      05  WS-DECLARACOES         PIC 9(05) VALUE ZERO.
011000      05  WS-COM-PENDENCIA       PIC 9(05) VALUE ZERO.
011100      05  WS-SEM-RESPONSAVEL     PIC 9(05) VALUE ZERO.
011200******************************************************************
011300* ANO-BASE DA DECLARACAO E ALUNO DO GRUPO CORRENTE
011400******************************************************************
011500  77  WRK-ANO-BASE               PIC 9(04) VALUE ZEROS.
011600  77  WRK-ALUNO-ATUAL            PIC X(06) VALUE SPACES.
011700  77  WRK-NOME-ALUNO             PIC X(20) VALUE SPACES.
011800  77  WRK-TURMA-ALUNO            PIC X(06) VALUE SPACES.
011900  77  WRK-IDX                    PIC 9(03) COMP VALUE ZERO.
012000  77  WRK-PAGO-COMP              PIC 9(06)V99 VALUE ZERO.
012100  77  WRK-SALDO-COMP             PIC S9(06)V99 VALUE ZERO.
012200  01  WRK-COMPETENCIA-X.
012300      05  WRK-COMP-ANO           PIC 9(04).
012400      05  WRK-COMP-MES           PIC 9(02).
012500  01  WRK-COMPETENCIA-NUM REDEFINES WRK-COMPETENCIA-X PIC 9(06).
012600  01  WS-TOTAIS-ALUNO COMP-3.
012700      05  WS-TOTAL-VALOR         PIC 9(07)V99 VALUE ZERO.
012800      05  WS-TOTAL-PAGO          PIC 9(07)V99 VALUE ZERO.
013000******************************************************************
013100* COMPETENCIAS DO ANO DO ALUNO CORRENTE - UMA POR MES, A CHAVE DO
013200* BILLMAS NAO DEIXA REPETIR
013300******************************************************************
013400  01  WRK-COMP-TABELA.
013500      05  WRK-QTDE-COMP          PIC 9(03) COMP VALUE ZERO.
013600      05  WRK-COMP-ENT           OCCURS 12 TIMES.
013700          10  WRK-CT-COMPETENCIA PIC 9(06).
013800          10  WRK-CT-VALOR       PIC 9(05)V99.
013900          10  WRK-CT-PAGO        PIC 9(06)V99.
014000          10  WRK-CT-SALDO       PIC S9(06)V99.
014100          10  WRK-CT-DATA-PAGTO  PIC 9(08).
014200          10  WRK-CT-SITUACAO    PIC X(01).
014250              88  WRK-CT-PAGA             VALUE 'P'.
014300  77  WRK-MAX-COMP               PIC 9(03) COMP VALUE 12.
014400******************************************************************
014500* RUN DATE - SAME STRUCTURE TESTE1 USES FOR THE SYSTEM DATE
014600******************************************************************
014700  01  WRK-DATA.
014800      05  WRK-ANO                PIC 9(04) VALUE ZEROS.
014900      05  WRK-MES                PIC 9(02) VALUE ZEROS.
015000      05  WRK-DIA                PIC 9(02) VALUE ZEROS.
015100  01  WRK-DATA-YYYYMMDD REDEFINES WRK-DATA PIC 9(08).
015200  77  WRK-DATA-RUN               PIC X(10) VALUE SPACES.
015300******************************************************************
015400* SHARED DATE-OUTPUT FIELDS (SEE DATEFMT.CPY)
015500******************************************************************
015600  COPY DATEFMT.
015700******************************************************************
015800* RUN-PARAMETER LOOKUP FIELDS (SEE PARMWS.CPY/PARMRTN.CPY)
015900******************************************************************
016000  COPY PARMWS.
016100******************************************************************
016200* DECLARACAO PAGE LAYOUTS - ONE PAGE PER ALUNO QUITADO
016300******************************************************************
016400  01  WS-PAGE-SEP.
016500      05  FILLER                 PIC X(60) VALUE ALL '='.
016600  01  WS-DEC-ESCOLA.
016700      05  FILLER                 PIC X(44)
016800          VALUE 'ESCOLA - SETOR DE PROCESSAMENTO DE DADOS'.
016900  01  WS-DEC-TITULO.
017000      05  FILLER                 PIC X(47)
017100          VALUE 'DECLARACAO ANUAL DE QUITACAO DE DEBITOS - ANO '.
017200      05  WT-ANO                 PIC 9(04).
017300  01  WS-DEC-RESP.
017400      05  FILLER                 PIC X(06) VALUE 'PARA: '.
017500      05  WT-RESPONSAVEL         PIC X(30).
017600  01  WS-DEC-ENDERECO.
017700      05  FILLER                 PIC X(06) VALUE 'END.: '.
017800      05  WT-ENDERECO            PIC X(40).
017900  01  WS-DEC-CEP.
018000      05  FILLER                 PIC X(06) VALUE 'CEP.: '.
018100      05  WT-CEP                 PIC 9(08).
018200  01  WS-DEC-ALUNO.
018300      05  FILLER                 PIC X(07) VALUE 'ALUNO: '.
018400      05  WT-ID                  PIC X(06).
018500      05  FILLER                 PIC X(01) VALUE SPACE.
018600      05  WT-NOME                PIC X(20).
018700  01  WS-DEC-TEXTO-1.
018800      05  FILLER                 PIC X(60) VALUE
018900          'DECLARAMOS, NOS TERMOS DA LEI 12.007/2009, QUE ESTAO'.
019000  01  WS-DEC-TEXTO-2.
019100      05  FILLER                 PIC X(47) VALUE
019200          'QUITADAS TODAS AS MENSALIDADES DO ALUNO NO ANO '.
019300      05  WT-ANO-2               PIC 9(04).
019400      05  FILLER                 PIC X(01) VALUE ':'.
019500  01  WS-DEC-COLUNAS.
019600      05  FILLER                 PIC X(12) VALUE 'COMPETENCIA '.
019700      05  FILLER                 PIC X(12) VALUE '     VALOR  '.
019800      05  FILLER                 PIC X(12) VALUE '      PAGO  '.
019900      05  FILLER                 PIC X(15) VALUE 'DATA PAGAMENTO'.
020000  01  WS-DEC-DETALHE.
020100      05  FILLER                 PIC X(02) VALUE SPACES.
020200      05  WT-COMPETENCIA         PIC X(07).
020300      05  FILLER                 PIC X(03) VALUE SPACES.
020400      05  WT-VALOR               PIC ZZZZ9.99.
020500      05  FILLER                 PIC X(03) VALUE SPACES.
020600      05  WT-PAGO                PIC ZZZZZ9.99.
020700      05  FILLER                 PIC X(03) VALUE SPACES.
020800      05  WT-DATA-PAGTO          PIC X(10).
020900  01  WS-DEC-TOTAL.
021000      05  FILLER                 PIC X(12) VALUE 'TOTAL'.
021100      05  WT-TOTAL-VALOR         PIC ZZZZZZ9.99.
021200      05  FILLER                 PIC X(01) VALUE SPACES.
021300      05  WT-TOTAL-PAGO          PIC ZZZZZZ9.99.
021400  01  WS-DEC-DATA.
021500      05  FILLER                 PIC X(07) VALUE 'DATA: '.
021600      05  WT-DATA                PIC X(10).
021700******************************************************************
021800* EXCEPTION-LIST LINE LAYOUTS
021900******************************************************************
022000  01  WS-EXC-HEADER-1.
022100      05  FILLER                 PIC X(45)
022200          VALUE 'PENDENCIAS DA DECLARACAO DE QUITACAO - ANO '.
022300      05  WX-ANO                 PIC 9(04).
022400      05  FILLER                 PIC X(07) VALUE '  DATA '.
022500      05  WX-DATA                PIC X(10).
022600  01  WS-EXC-HEADER-2.
022700      05  FILLER                 PIC X(11) VALUE 'MATRICULA  '.
022800      05  FILLER                 PIC X(21) VALUE 'NOME'.
022900      05  FILLER                 PIC X(07) VALUE 'TURMA'.
023000      05  FILLER                 PIC X(09) VALUE 'COMPET. '.
023100      05  FILLER                 PIC X(11) VALUE '     SALDO '.
023200      05  FILLER                 PIC X(20) VALUE 'OCORRENCIA'.
023300  01  WS-EXC-DETAIL.
023400      05  WX-ID                  PIC X(06).
023500      05  FILLER                 PIC X(05) VALUE SPACES.
023600      05  WX-NOME                PIC X(20).
023700      05  FILLER                 PIC X(01) VALUE SPACE.
023800      05  WX-TURMA               PIC X(06).
023900      05  FILLER                 PIC X(01) VALUE SPACE.
024000      05  WX-COMPETENCIA         PIC X(07).
024100      05  FILLER                 PIC X(02) VALUE SPACES.
024200      05  WX-SALDO               PIC ZZZZZ9.99-.
024300      05  FILLER                 PIC X(01) VALUE SPACE.
024400      05  WX-OCORRENCIA          PIC X(20).
024500  01  WS-EXC-FOOTER.
024600      05  FILLER                 PIC X(17)
024700          VALUE 'ALUNOS NO ANO: '.
024800      05  WX-ALUNOS              PIC ZZZZ9.
024900      05  FILLER                 PIC X(15)
025000          VALUE '  DECLARACOES: '.
025100      05  WX-DECLARACOES         PIC ZZZZ9.
025200      05  FILLER                 PIC X(13)
025300          VALUE '  PENDENCIA: '.
025400      05  WX-PENDENCIA           PIC ZZZZ9.
025500      05  FILLER                 PIC X(12)
025600          VALUE '  SEM RESP: '.
025700      05  WX-SEM-RESP            PIC ZZZZ9.
025800  PROCEDURE DIVISION.
025900******************************************************************
026000* 0000-MAINLINE
026100* CONTROLS THE OVERALL FLOW OF THE DECLARACAO RUN - UM GRUPO POR
026200* ALUNO NA ORDEM DO BILLMAS
026300******************************************************************
026400  0000-MAINLINE.
026500      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026600      PERFORM 2000-PROCESS-ALUNO THRU 2000-EXIT
026700          UNTIL WS-EOF.
026800      PERFORM 8000-TERMINATE THRU 8000-EXIT.
026900      STOP RUN.
027000******************************************************************
027100* 1000-INITIALIZE
027200* RESOLVES THE ANO-BASE, OPENS THE FILES, WRITES THE EXCEPTION
027300* HEADERS AND PRIMES THE READ
027400******************************************************************
027500  1000-INITIALIZE.
027600      ACCEPT WRK-DATA FROM DATE YYYYMMDD.
027700      PERFORM 9810-FORMATAR-DDMMYYYY THRU 9810-EXIT.
027800      MOVE DATEFMT-DDMMYYYY TO WRK-DATA-RUN.
027900      MOVE 'PROGCOB63' TO WRK-PARM-PROGRAMA.
028000      MOVE 'ANO' TO WRK-PARM-NOME.
028100      PERFORM 9860-BUSCAR-PARM THRU 9860-EXIT.
028200      IF WS-PARM-ACHADO AND WRK-PARM-VALOR (1:4) NUMERIC
028300          MOVE WRK-PARM-VALOR (1:4) TO WRK-ANO-BASE
028400      ELSE
028500          IF WRK-MES = 12
028600              MOVE WRK-ANO TO WRK-ANO-BASE
028700          ELSE
028800              COMPUTE WRK-ANO-BASE = WRK-ANO - 1
028900          END-IF
029000      END-IF.
029100      DISPLAY 'PROGCOB63 - DECLARACAO DE QUITACAO DO ANO '
029200          WRK-ANO-BASE.
029300      OPEN INPUT BILLING-FILE.
029400      OPEN INPUT STUDENT-MASTER-FILE.
029500      OPEN INPUT GUARDIAN-FILE.
029600      OPEN OUTPUT DECLARACAO-FILE.
029700      OPEN OUTPUT EXCECAO-QUIT-FILE.
029800      IF NOT WS-BILLMAS-OK OR NOT WS-STUDMAS-OK
029900          OR NOT WS-GUARDIAN-OK OR NOT WS-DECLQUIT-OK
030000          OR NOT WS-QUITEXC-OK
030100          DISPLAY 'PROGCOB63 - ERRO AO ABRIR ARQUIVOS: '
030200              WS-BILLMAS-STATUS ' / ' WS-STUDMAS-STATUS ' / '
030300              WS-GUARDIAN-STATUS ' / ' WS-DECLQUIT-STATUS
030400              ' / ' WS-QUITEXC-STATUS
030500          MOVE 'Y' TO WS-EOF-SW
030600          MOVE 8 TO RETURN-CODE
030700          GO TO 1000-EXIT
030800      END-IF.
030900      MOVE 'Y' TO WS-ARQUIVOS-ABERTOS-SW.
031000      MOVE WRK-ANO-BASE TO WX-ANO.
031100      MOVE WRK-DATA-RUN TO WX-DATA.
031200      WRITE QE-LINE FROM WS-EXC-HEADER-1.
031300      WRITE QE-LINE FROM WS-EXC-HEADER-2.
031400      PERFORM 2100-READ-COBRANCA THRU 2100-EXIT.
031500  1000-EXIT.
031600      EXIT.
031700******************************************************************
031800* 2000-PROCESS-ALUNO
031900* GATHERS EVERY CHARGE OF THE ANO-BASE FOR ONE MATRICULA AND
032000* ISSUES THE DECLARACAO OR THE EXCEPTION LINES
032100******************************************************************
032200  2000-PROCESS-ALUNO.
032300      MOVE BL-STUDENT-ID TO WRK-ALUNO-ATUAL.
032400      MOVE ZERO TO WRK-QTDE-COMP.
032500      MOVE 'Y' TO WS-ALUNO-QUITADO-SW.
032600      PERFORM 2200-GUARDAR-COBRANCA THRU 2200-EXIT
032700          UNTIL WS-EOF
032800              OR BL-STUDENT-ID NOT = WRK-ALUNO-ATUAL.
032900      IF WRK-QTDE-COMP = ZERO
033000          GO TO 2000-EXIT
033100      END-IF.
033200      ADD 1 TO WS-ALUNOS-NO-ANO.
033300      PERFORM 2300-BUSCAR-ALUNO THRU 2300-EXIT.
033400      IF NOT WS-ALUNO-QUITADO
033500          ADD 1 TO WS-COM-PENDENCIA
033600          PERFORM 2600-LISTAR-PENDENCIAS THRU 2600-EXIT
033700          GO TO 2000-EXIT
033800      END-IF.
033900      IF NOT WS-RESP-EXISTE
034000          ADD 1 TO WS-SEM-RESPONSAVEL
034100          MOVE SPACES TO WX-COMPETENCIA
034200          MOVE ZERO TO WX-SALDO
034300          MOVE 'SEM RESPONSAVEL' TO WX-OCORRENCIA
034400          PERFORM 2700-LISTAR-EXCECAO THRU 2700-EXIT
034500          GO TO 2000-EXIT
034600      END-IF.
034700      PERFORM 2500-IMPRIMIR-DECLARACAO THRU 2500-EXIT.
034800  2000-EXIT.
034900      EXIT.
035000******************************************************************
035100* 2100-READ-COBRANCA
035200* READS THE NEXT BILLMAS RECORD, SETS THE EOF SWITCH
035300******************************************************************
035400  2100-READ-COBRANCA.
035500      READ BILLING-FILE NEXT RECORD
035600          AT END
035700              MOVE 'Y' TO WS-EOF-SW
035800              GO TO 2100-EXIT
035900      END-READ.
036000      IF NOT WS-BILLMAS-OK AND NOT WS-BILLMAS-EOF
036100          DISPLAY 'PROGCOB63 - ERRO DE LEITURA BILLMAS: '
036200              WS-BILLMAS-STATUS
036300          MOVE 'Y' TO WS-EOF-SW
036400          MOVE 8 TO RETURN-CODE
036500          GO TO 2100-EXIT
036600      END-IF.
036700      ADD 1 TO WS-COBRANCAS-LIDAS.
036800  2100-EXIT.
036900      EXIT.
037000******************************************************************
037100* 2200-GUARDAR-COBRANCA
037200* KEEPS A CHARGE OF THE ANO-BASE IN THE TABLE (OTHER YEARS ARE
037300* SKIPPED) AND READS THE NEXT ONE - O PAGO INCLUI OS ENCARGOS
037400* QUITADOS JUNTO COM A MENSALIDADE
037500******************************************************************
037600  2200-GUARDAR-COBRANCA.
037700      MOVE BL-COMPETENCIA TO WRK-COMPETENCIA-NUM.
037800      IF WRK-COMP-ANO NOT = WRK-ANO-BASE
037900          GO TO 2200-LER-PROXIMA
038000      END-IF.
038100      ADD 1 TO WS-COBRANCAS-DO-ANO.
038200      IF WRK-QTDE-COMP >= WRK-MAX-COMP
038300          DISPLAY 'PROGCOB63 - MAIS DE 12 COMPETENCIAS NO ANO - '
038400              'ALUNO ' BL-STUDENT-ID
038500          MOVE 'N' TO WS-ALUNO-QUITADO-SW
038600          GO TO 2200-LER-PROXIMA
038700      END-IF.
038800      ADD 1 TO WRK-QTDE-COMP.
038900      MOVE WRK-QTDE-COMP TO WRK-IDX.
039000      MOVE BL-COMPETENCIA TO WRK-CT-COMPETENCIA (WRK-IDX).
039100      MOVE BL-VALOR TO WRK-CT-VALOR (WRK-IDX).
039200      COMPUTE WRK-PAGO-COMP = BL-VALOR-PAGO + BL-ENCARGOS-PAGOS.
039300      MOVE WRK-PAGO-COMP TO WRK-CT-PAGO (WRK-IDX).
039400      COMPUTE WRK-SALDO-COMP = BL-VALOR + BL-MULTA + BL-JUROS
039500          - BL-VALOR-PAGO - BL-ENCARGOS-PAGOS.
039600      MOVE WRK-SALDO-COMP TO WRK-CT-SALDO (WRK-IDX).
039700      MOVE BL-DATA-PAGAMENTO TO WRK-CT-DATA-PAGTO (WRK-IDX).
039800      MOVE BL-SITUACAO TO WRK-CT-SITUACAO (WRK-IDX).
039900      IF NOT BL-PAGA
040000          MOVE 'N' TO WS-ALUNO-QUITADO-SW
040100      END-IF.
040200  2200-LER-PROXIMA.
040300      PERFORM 2100-READ-COBRANCA THRU 2100-EXIT.
040400  2200-EXIT.
040500      EXIT.
040600******************************************************************
040700* 2300-BUSCAR-ALUNO
040800* NAME AND TURMA FROM STUDMAS (A FORMER STUDENT STILL GETS THE
040900* DECLARACAO) AND THE GUARDIAN ADDRESS BLOCK
041000******************************************************************
041100  2300-BUSCAR-ALUNO.
041200      MOVE WRK-ALUNO-ATUAL TO SM-STUDENT-ID.
041300      READ STUDENT-MASTER-FILE
041400          INVALID KEY
041500              MOVE 'NAO CADASTRADO' TO SM-STUDENT-NAME
041600              MOVE SPACES TO SM-CLASS-SECTION
041700      END-READ.
041800      MOVE SM-STUDENT-NAME TO WRK-NOME-ALUNO.
041900      MOVE SM-CLASS-SECTION TO WRK-TURMA-ALUNO.
042000      MOVE 'N' TO WS-RESP-EXISTE-SW.
042100      MOVE WRK-ALUNO-ATUAL TO GD-STUDENT-ID.
042200      READ GUARDIAN-FILE
042300          INVALID KEY
042400              GO TO 2300-EXIT
042500      END-READ.
042600      MOVE 'Y' TO WS-RESP-EXISTE-SW.
042700  2300-EXIT.
042800      EXIT.
042900******************************************************************
043000* 2500-IMPRIMIR-DECLARACAO
043100* ONE ADDRESSED DECLARACAO PAGE - SAME ENVELOPE BLOCK AS THE
043200* PROGCOB39 CARNE - WITH ONE LINE PER COMPETENCIA AND THE TOTALS
043300******************************************************************
043400  2500-IMPRIMIR-DECLARACAO.
043500      WRITE DQ-LINE FROM WS-PAGE-SEP.
043600      WRITE DQ-LINE FROM WS-DEC-ESCOLA.
043700      MOVE WRK-ANO-BASE TO WT-ANO.
043800      WRITE DQ-LINE FROM WS-DEC-TITULO.
043900      MOVE GD-NOME-RESPONSAVEL TO WT-RESPONSAVEL.
044000      WRITE DQ-LINE FROM WS-DEC-RESP.
044100      MOVE GD-ENDERECO TO WT-ENDERECO.
044200      WRITE DQ-LINE FROM WS-DEC-ENDERECO.
044300      MOVE GD-CEP TO WT-CEP.
044400      WRITE DQ-LINE FROM WS-DEC-CEP.
044500      MOVE WRK-ALUNO-ATUAL TO WT-ID.
044600      MOVE WRK-NOME-ALUNO TO WT-NOME.
044700      WRITE DQ-LINE FROM WS-DEC-ALUNO.
044800      MOVE SPACES TO DQ-LINE.
044900      WRITE DQ-LINE.
045000      WRITE DQ-LINE FROM WS-DEC-TEXTO-1.
045100      MOVE WRK-ANO-BASE TO WT-ANO-2.
045200      WRITE DQ-LINE FROM WS-DEC-TEXTO-2.
045300      WRITE DQ-LINE FROM WS-DEC-COLUNAS.
045400      MOVE ZERO TO WS-TOTAL-VALOR.
045500      MOVE ZERO TO WS-TOTAL-PAGO.
045600      PERFORM 2550-IMPRIMIR-COMPETENCIA THRU 2550-EXIT
045700          VARYING WRK-IDX FROM 1 BY 1
045800          UNTIL WRK-IDX > WRK-QTDE-COMP.
045900      PERFORM 9999-RESTAURAR-DATA THRU 9999-EXIT.
046000      MOVE WS-TOTAL-VALOR TO WT-TOTAL-VALOR.
046100      MOVE WS-TOTAL-PAGO TO WT-TOTAL-PAGO.
046200      WRITE DQ-LINE FROM WS-DEC-TOTAL.
046300      MOVE SPACES TO DQ-LINE.
046400      WRITE DQ-LINE.
046500      MOVE WRK-DATA-RUN TO WT-DATA.
046600      WRITE DQ-LINE FROM WS-DEC-DATA.
046700      ADD 1 TO WS-DECLARACOES.
046800  2500-EXIT.
046900      EXIT.
047000******************************************************************
047100* 2550-IMPRIMIR-COMPETENCIA
047200* ONE COMPETENCIA LINE - MM/AAAA AND THE PAYMENT DATE GO THROUGH
047300* DATEFMT, BORROWING WRK-DATA (2500 PUTS THE RUN DATE BACK)
047400******************************************************************
047500  2550-IMPRIMIR-COMPETENCIA.
047600      MOVE WRK-CT-COMPETENCIA (WRK-IDX) TO WRK-COMPETENCIA-NUM.
047700      MOVE WRK-COMP-ANO TO WRK-ANO.
047800      MOVE WRK-COMP-MES TO WRK-MES.
047900      PERFORM 9830-FORMATAR-MMYYYY THRU 9830-EXIT.
048000      MOVE DATEFMT-MMYYYY TO WT-COMPETENCIA.
048100      MOVE WRK-CT-VALOR (WRK-IDX) TO WT-VALOR.
048200      MOVE WRK-CT-PAGO (WRK-IDX) TO WT-PAGO.
048300      MOVE WRK-CT-DATA-PAGTO (WRK-IDX) TO WRK-DATA-YYYYMMDD.
048400      PERFORM 9810-FORMATAR-DDMMYYYY THRU 9810-EXIT.
048500      MOVE DATEFMT-DDMMYYYY TO WT-DATA-PAGTO.
048600      WRITE DQ-LINE FROM WS-DEC-DETALHE.
048700      ADD WRK-CT-VALOR (WRK-IDX) TO WS-TOTAL-VALOR.
048800      ADD WRK-CT-PAGO (WRK-IDX) TO WS-TOTAL-PAGO.
048900  2550-EXIT.
049000      EXIT.
049100******************************************************************
049200* 2600-LISTAR-PENDENCIAS
049300* ONE EXCEPTION LINE PER COMPETENCIA NOT YET PAID, WITH THE SALDO
049400* (PRINCIPAL + ENCARGOS LANCADOS - PAGO)
049500******************************************************************
049600  2600-LISTAR-PENDENCIAS.
049800      PERFORM 2650-LISTAR-ABERTA THRU 2650-EXIT
049900          VARYING WRK-IDX FROM 1 BY 1
050000          UNTIL WRK-IDX > WRK-QTDE-COMP.
050100      PERFORM 9999-RESTAURAR-DATA THRU 9999-EXIT.
050200  2600-EXIT.
050300      EXIT.
050400******************************************************************
050500* 2650-LISTAR-ABERTA
050600******************************************************************
050700  2650-LISTAR-ABERTA.
050800      IF WRK-CT-PAGA (WRK-IDX)
050900          GO TO 2650-EXIT
051000      END-IF.
051100      MOVE WRK-CT-COMPETENCIA (WRK-IDX) TO WRK-COMPETENCIA-NUM.
051200      MOVE WRK-COMP-ANO TO WRK-ANO.
051300      MOVE WRK-COMP-MES TO WRK-MES.
051400      PERFORM 9830-FORMATAR-MMYYYY THRU 9830-EXIT.
051500      MOVE DATEFMT-MMYYYY TO WX-COMPETENCIA.
051600      MOVE WRK-CT-SALDO (WRK-IDX) TO WX-SALDO.
051700      MOVE 'COBRANCA EM ABERTO' TO WX-OCORRENCIA.
051800      PERFORM 2700-LISTAR-EXCECAO THRU 2700-EXIT.
051900  2650-EXIT.
052000      EXIT.
052100******************************************************************
052200* 2700-LISTAR-EXCECAO
052300* WRITES THE EXCEPTION LINE ALREADY MOUNTED FOR THE CURRENT ALUNO
052400******************************************************************
052500  2700-LISTAR-EXCECAO.
052600      MOVE WRK-ALUNO-ATUAL TO WX-ID.
052700      MOVE WRK-NOME-ALUNO TO WX-NOME.
052800      MOVE WRK-TURMA-ALUNO TO WX-TURMA.
052900      WRITE QE-LINE FROM WS-EXC-DETAIL.
053000  2700-EXIT.
053100      EXIT.
053200******************************************************************
053300* 8000-TERMINATE
053400* WRITES THE EXCEPTION FOOTER, CLOSES FILES AND SHOWS TOTALS
053500******************************************************************
053600  8000-TERMINATE.
053700      IF NOT WS-ARQUIVOS-ABERTOS
053800          GO TO 8000-EXIT
053900      END-IF.
054000      MOVE WS-ALUNOS-NO-ANO TO WX-ALUNOS.
054100      MOVE WS-DECLARACOES TO WX-DECLARACOES.
054200      MOVE WS-COM-PENDENCIA TO WX-PENDENCIA.
054300      MOVE WS-SEM-RESPONSAVEL TO WX-SEM-RESP.
054400      MOVE SPACES TO QE-LINE.
054500      WRITE QE-LINE.
054600      WRITE QE-LINE FROM WS-EXC-FOOTER.
054700      CLOSE BILLING-FILE STUDENT-MASTER-FILE GUARDIAN-FILE
054800          DECLARACAO-FILE EXCECAO-QUIT-FILE.
054900      DISPLAY 'PROGCOB63 - COBRANCAS LIDAS......: '
055000          WS-COBRANCAS-LIDAS.
055100      DISPLAY 'PROGCOB63 - COBRANCAS DO ANO.....: '
055200          WS-COBRANCAS-DO-ANO.
055300      DISPLAY 'PROGCOB63 - ALUNOS NO ANO........: '
055400          WS-ALUNOS-NO-ANO.
055500      DISPLAY 'PROGCOB63 - DECLARACOES EMITIDAS.: '
055600          WS-DECLARACOES.
055700      DISPLAY 'PROGCOB63 - COM PENDENCIA........: '
055800          WS-COM-PENDENCIA.
055900      DISPLAY 'PROGCOB63 - SEM RESPONSAVEL......: '
056000          WS-SEM-RESPONSAVEL.
056100  8000-EXIT.
056200      EXIT.
056300******************************************************************
056400* 9999-RESTAURAR-DATA
056500* PUTS THE RUN DATE BACK IN WRK-DATA AFTER A FIELD BORROWED IT
056600* TO FORMAT ANOTHER DATE
056700******************************************************************
056800  9999-RESTAURAR-DATA.
056900      ACCEPT WRK-DATA FROM DATE YYYYMMDD.
057000  9999-EXIT.
057100      EXIT.
057200******************************************************************
057300* SHARED DATE-FORMATTING ROUTINES (SEE DATERTN.CPY)
057400******************************************************************
057500  COPY DATERTN.
057600******************************************************************
057700* RUN-PARAMETER LOOKUP ROUTINES (SEE PARMRTN.CPY)
057800******************************************************************
057900  COPY PARMRTN.
