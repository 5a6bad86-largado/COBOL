000100  IDENTIFICATION DIVISION.
000200  PROGRAM-ID. PROGCOB56.
000300  AUTHOR. ALEX.
000400  INSTALLATION. ESCOLA - SETOR DE PROCESSAMENTO DE DADOS.
000500  DATE-WRITTEN. 15/10/2026.
000600  DATE-COMPILED.
000700******************************************************************
000800* AREA DE COMENTARIOS - REMARKS
000900* OBJETIVO: MANUTENCAO DO CADASTRO DE BENEFICIARIOS DO BOLSA
001000* FAMILIA (BOLSFAM). LE AS TRANSACOES DIGITADAS PELA SECRETARIA
001100* (BOLSTRAN) E GRAVA CONTRA A MATRICULA:
001200*   N - INCLUSAO OU ALTERACAO DO NIS DO BENEFICIARIO (DIGITO
001300*       VERIFICADOR CONFERIDO), REATIVANDO O DESLIGADO
001400*   D - DESLIGAMENTO - O ALUNO SAI DO EXPORT DO PROGCOB57
001500*   M - MOTIVO DE BAIXA FREQUENCIA DO BIMESTRE, NO CODIGO DO
001600*       SISTEMA PRESENCA (MEC); MOTIVO EM BRANCO LIMPA O CAMPO
001700* O MOTIVO SO E ACEITO ATE O PRAZO DO BIMESTRE NO RUNPARM
001800* (PROGCOB56 PRAZO-BIMN, AAAAMMDD - SEM PRAZO, SEM LIMITE) E
001900* VALE PARA O PERIODO CORRENTE DO CALLETIV - BENEFICIARIO AINDA
002000* COM MOTIVOS DE OUTRO PERIODO TEM OS QUATRO ZERADOS ANTES.
002100* IMPRIME O REGISTRO (BOLSRPT) COM OS TOTAIS DE CONTROLE
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
003300      SELECT BOLSA-TRAN-FILE ASSIGN TO BOLSTRAN
003400          ORGANIZATION IS SEQUENTIAL
003500          FILE STATUS IS WS-BOLSTRAN-STATUS.
003600      SELECT STUDENT-MASTER-FILE ASSIGN TO STUDMAS
003700          ORGANIZATION IS INDEXED
003800          ACCESS MODE IS RANDOM
003900          RECORD KEY IS SM-STUDENT-ID
004000          FILE STATUS IS WS-STUDMAS-STATUS.
004100      SELECT BOLSA-FAMILIA-FILE ASSIGN TO BOLSFAM
004200          ORGANIZATION IS INDEXED
004300          ACCESS MODE IS RANDOM
004400          RECORD KEY IS BF-STUDENT-ID
004500          FILE STATUS IS WS-BOLSFAM-STATUS.
004600      SELECT CALENDAR-FILE ASSIGN TO CALLETIV
004700          ORGANIZATION IS SEQUENTIAL
004800          FILE STATUS IS WS-CALLETIV-STATUS.
004900      SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
005000          ORGANIZATION IS SEQUENTIAL
005100          FILE STATUS IS WS-PARM-STATUS.
005200      SELECT BOLSA-REPORT-FILE ASSIGN TO BOLSRPT
005300          ORGANIZATION IS LINE SEQUENTIAL
005400          FILE STATUS IS WS-BOLSRPT-STATUS.
005500  DATA DIVISION.
005600  FILE SECTION.
005700  FD  BOLSA-TRAN-FILE
005800      LABEL RECORDS ARE STANDARD.
005900  01  BOLSA-TRAN-RECORD.
006000      05  BT-TIPO                 PIC X(01).
006100          88  BT-INCLUIR-NIS              VALUE 'N'.
006200          88  BT-DESLIGAR                 VALUE 'D'.
006300          88  BT-INFORMAR-MOTIVO          VALUE 'M'.
006400      05  BT-STUDENT-ID           PIC X(06).
006500      05  BT-NIS                  PIC 9(11).
006600      05  BT-NIS-R REDEFINES BT-NIS.
006700          10  BT-NIS-DIGITO       PIC 9(01) OCCURS 11 TIMES.
006800      05  BT-BIMESTRE             PIC 9(01).
006900      05  BT-MOTIVO               PIC X(02).
007000  FD  STUDENT-MASTER-FILE
007100      LABEL RECORDS ARE STANDARD.
007200  COPY STUDMAS.
007300  FD  BOLSA-FAMILIA-FILE
007400      LABEL RECORDS ARE STANDARD.
007500  COPY BOLSFAM.
007600  FD  CALENDAR-FILE
007700      LABEL RECORDS ARE STANDARD.
007800  COPY CALREC.
007900  FD  RUN-PARM-FILE
008000      LABEL RECORDS ARE STANDARD.
008100  COPY PARMREC.
008200  FD  BOLSA-REPORT-FILE
008300      LABEL RECORDS ARE STANDARD.
008400  01  BR-LINE                     PIC X(80).
008500  WORKING-STORAGE SECTION.
008600******************************************************************
008700* SWITCHES
008800******************************************************************
008900  01  WS-SWITCHES.
009000      05  WS-EOF-SW              PIC X(01) VALUE 'N'.
009100          88  WS-EOF                       VALUE 'Y'.
009200      05  WS-TRANS-INVALIDA-SW   PIC X(01) VALUE 'N'.
009300          88  WS-TRANS-INVALIDA            VALUE 'Y'.
009400      05  WS-BENEF-EXISTE-SW     PIC X(01) VALUE 'N'.
009500          88  WS-BENEF-EXISTE              VALUE 'Y'.
009600******************************************************************
009700* FILE STATUS AND COUNTERS
009800******************************************************************
009900  01  WS-FILE-STATUSES.
010000      05  WS-BOLSTRAN-STATUS     PIC X(02) VALUE '00'.
010100          88  WS-BOLSTRAN-OK              VALUE '00'.
010200          88  WS-BOLSTRAN-EOF             VALUE '10'.
010300      05  WS-STUDMAS-STATUS      PIC X(02) VALUE '00'.
010400          88  WS-STUDMAS-OK               VALUE '00'.
010500      05  WS-BOLSFAM-STATUS      PIC X(02) VALUE '00'.
010600          88  WS-BOLSFAM-OK               VALUE '00'.
010700          88  WS-BOLSFAM-NAO-EXISTE       VALUE '35'.
010800      05  WS-BOLSRPT-STATUS      PIC X(02) VALUE '00'.
010900          88  WS-BOLSRPT-OK               VALUE '00'.
011000  01  WS-COUNTERS COMP.
011100      05  WS-TRANS-LIDAS         PIC 9(05) VALUE ZERO.
011200      05  WS-TRANS-ACEITAS       PIC 9(05) VALUE ZERO.
011300      05  WS-TRANS-REJEITADAS    PIC 9(05) VALUE ZERO.
011400      05  WS-TRANS-INCLUSOES     PIC 9(05) VALUE ZERO.
011500      05  WS-TRANS-ALTERACOES    PIC 9(05) VALUE ZERO.
011600      05  WS-TRANS-DESLIGAMENTOS PIC 9(05) VALUE ZERO.
011700      05  WS-TRANS-MOTIVOS       PIC 9(05) VALUE ZERO.
011800******************************************************************
011900* DIGITO VERIFICADOR DO NIS - PESOS 3298765432 SOBRE OS DEZ
012000* PRIMEIROS DIGITOS, MODULO 11 (RESTO 0 OU 1 DA DIGITO ZERO)
012100******************************************************************
012200  01  WRK-PESOS-NIS-X            PIC X(10) VALUE '3298765432'.
012300  01  WRK-PESOS-NIS REDEFINES WRK-PESOS-NIS-X.
012400      05  WRK-PESO-NIS           PIC 9(01) OCCURS 10 TIMES.
012500  77  WRK-NIS-IDX                PIC 9(02) COMP VALUE ZERO.
012600  77  WRK-NIS-SOMA               PIC 9(05) COMP VALUE ZERO.
012700  77  WRK-NIS-QUOCIENTE          PIC 9(05) COMP VALUE ZERO.
012800  77  WRK-NIS-RESTO              PIC 9(02) COMP VALUE ZERO.
012900  77  WRK-NIS-DV                 PIC 9(02) COMP VALUE ZERO.
013000******************************************************************
013100* PRAZO DO MOTIVO POR BIMESTRE (RUNPARM PRAZO-BIM1..4) - ZERO
013200* QUANDO A SECRETARIA NAO INFORMOU PRAZO
013300******************************************************************
013400  01  WRK-PRAZO-NOME.
013500      05  FILLER                 PIC X(09) VALUE 'PRAZO-BIM'.
013600      05  WRK-PRAZO-NOME-BIM     PIC 9(01) VALUE ZERO.
013700      05  FILLER                 PIC X(02) VALUE SPACES.
013800  01  WRK-PRAZOS.
013900      05  WRK-PRAZO-BIM          PIC 9(08) OCCURS 4 TIMES.
014000  77  WRK-BIM-IDX                PIC 9(01) COMP VALUE ZERO.
014100******************************************************************
014200* REASON THE CURRENT TRANSACTION WAS REJECTED
014300******************************************************************
014400  77  WRK-MOTIVO-REJEICAO        PIC X(20) VALUE SPACES.
014500******************************************************************
014600* RUN DATE - SAME STRUCTURE TESTE1 USES FOR THE SYSTEM DATE
014700******************************************************************
014800  01  WRK-DATA.
014900      05  WRK-ANO                PIC 9(04) VALUE ZEROS.
015000      05  WRK-MES                PIC 9(02) VALUE ZEROS.
015100      05  WRK-DIA                PIC 9(02) VALUE ZEROS.
015200  01  WRK-DATA-YYYYMMDD REDEFINES WRK-DATA PIC 9(08).
015300******************************************************************
015400* SHARED DATE-OUTPUT FIELDS (SEE DATEFMT.CPY)
015500******************************************************************
015600  COPY DATEFMT.
015700******************************************************************
015800* CALENDARIO LETIVO LOOKUP FIELDS (SEE CALWS.CPY)
015900******************************************************************
016000  COPY CALWS.
016100******************************************************************
016200* RUN-PARAMETER LOOKUP FIELDS (SEE PARMWS.CPY)
016300******************************************************************
016400  COPY PARMWS.
016500******************************************************************
016600* REPORT LINE LAYOUTS
016700******************************************************************
016800  01  WS-HEADER-1.
016900      05  FILLER                 PIC X(44)
017000          VALUE 'CADASTRO BOLSA FAMILIA - REGISTRO DE MANUT.'.
017100  01  WS-HEADER-2.
017200      05  FILLER                 PIC X(10) VALUE 'DATA EMIS:'.
017300      05  WS-H2-DATA             PIC X(10).
017400      05  FILLER                 PIC X(11) VALUE '  PERIODO: '.
017500      05  WS-H2-PERIODO          PIC 9(06).
017600  01  WS-HEADER-3.
017700      05  FILLER                 PIC X(08) VALUE 'MATRIC  '.
017800      05  FILLER                 PIC X(05) VALUE 'TIPO '.
017900      05  FILLER                 PIC X(13) VALUE 'NIS          '.
018000      05  FILLER                 PIC X(04) VALUE 'BIM '.
018100      05  FILLER                 PIC X(04) VALUE 'MOT '.
018200      05  FILLER                 PIC X(11) VALUE 'SITUACAO   '.
018300      05  FILLER                 PIC X(20) VALUE 'CRITICA'.
018400  01  WS-DETAIL-LINE.
018500      05  WD-ID                  PIC X(06).
018600      05  FILLER                 PIC X(03) VALUE SPACES.
018700      05  WD-TIPO                PIC X(01).
018800      05  FILLER                 PIC X(03) VALUE SPACES.
018900      05  WD-NIS                 PIC X(11).
019000      05  FILLER                 PIC X(03) VALUE SPACES.
019100      05  WD-BIMESTRE            PIC X(01).
019200      05  FILLER                 PIC X(02) VALUE SPACES.
019300      05  WD-MOTIVO              PIC X(02).
019400      05  FILLER                 PIC X(02) VALUE SPACES.
019500      05  WD-SITUACAO            PIC X(10).
019600      05  FILLER                 PIC X(01) VALUE SPACE.
019700      05  WD-CRITICA             PIC X(20).
019800  01  WS-FOOTER-LINE-1.
019900      05  FILLER                 PIC X(08) VALUE 'LIDAS: '.
020000      05  WF-LIDAS               PIC ZZZZ9.
020100      05  FILLER                 PIC X(11) VALUE '  ACEITAS: '.
020200      05  WF-ACEITAS             PIC ZZZZ9.
020300      05  FILLER                 PIC X(14)
020400          VALUE '  REJEITADAS: '.
020500      05  WF-REJEITADAS          PIC ZZZZ9.
020600  01  WS-FOOTER-LINE-2.
020700      05  FILLER                 PIC X(11) VALUE 'INCLUSOES: '.
020800      05  WF-INCLUSOES           PIC ZZZZ9.
020900      05  FILLER                 PIC X(14)
021000          VALUE '  ALTERACOES: '.
021100      05  WF-ALTERACOES          PIC ZZZZ9.
021200      05  FILLER                 PIC X(17)
021300          VALUE '  DESLIGAMENTOS: '.
021400      05  WF-DESLIGAMENTOS       PIC ZZZZ9.
021500      05  FILLER                 PIC X(11) VALUE '  MOTIVOS: '.
021600      05  WF-MOTIVOS             PIC ZZZZ9.
021700  PROCEDURE DIVISION.
021800******************************************************************
021900* 0000-MAINLINE
022000* CONTROLS THE OVERALL FLOW OF THE BOLSA FAMILIA MAINTENANCE RUN
022100******************************************************************
022200  0000-MAINLINE.
022300      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022400      PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
022500          UNTIL WS-EOF.
022600      PERFORM 8000-TERMINATE THRU 8000-EXIT.
022700      STOP RUN.
022800******************************************************************
022900* 1000-INITIALIZE
023000* LOADS THE CALENDARIO AND THE MOTIVO DEADLINES, OPENS THE
023100* TRANSACTIONS, THE MASTERS (BOLSFAM CRIADO NO PRIMEIRO
023200* REGISTRO DA VIDA) AND THE REGISTER AND PRIMES THE READ
023300******************************************************************
023400  1000-INITIALIZE.
023500      ACCEPT WRK-DATA FROM DATE YYYYMMDD.
023600      PERFORM 9870-CARREGAR-CALENDARIO THRU 9870-EXIT.
023700      MOVE 'PROGCOB56' TO WRK-PARM-PROGRAMA.
023800      PERFORM 1100-LER-PRAZO THRU 1100-EXIT
023900          VARYING WRK-BIM-IDX FROM 1 BY 1
024000          UNTIL WRK-BIM-IDX > 4.
024100      OPEN INPUT BOLSA-TRAN-FILE.
024200      OPEN INPUT STUDENT-MASTER-FILE.
024300      OPEN I-O BOLSA-FAMILIA-FILE.
024400      IF WS-BOLSFAM-NAO-EXISTE
024500          DISPLAY 'PROGCOB56 - BOLSFAM INEXISTENTE - CRIANDO '
024600              'ARQUIVO NOVO'
024700          OPEN OUTPUT BOLSA-FAMILIA-FILE
024800          CLOSE BOLSA-FAMILIA-FILE
024900          OPEN I-O BOLSA-FAMILIA-FILE
025000      END-IF.
025100      OPEN OUTPUT BOLSA-REPORT-FILE.
025200      IF NOT WS-BOLSTRAN-OK OR NOT WS-STUDMAS-OK
025300          OR NOT WS-BOLSFAM-OK OR NOT WS-BOLSRPT-OK
025400          DISPLAY 'PROGCOB56 - ERRO AO ABRIR ARQUIVOS: '
025500              WS-BOLSTRAN-STATUS ' / ' WS-STUDMAS-STATUS
025600              ' / ' WS-BOLSFAM-STATUS ' / ' WS-BOLSRPT-STATUS
025700          MOVE 'Y' TO WS-EOF-SW
025800          GO TO 1000-EXIT
025900      END-IF.
026000      IF NOT WS-CAL-DISPONIVEL
026100          DISPLAY 'PROGCOB56 - CALLETIV INDISPONIVEL - '
026200              'TRANSACOES DE MOTIVO SERAO REJEITADAS'
026300      END-IF.
026400      PERFORM 9810-FORMATAR-DDMMYYYY THRU 9810-EXIT.
026500      MOVE DATEFMT-DDMMYYYY TO WS-H2-DATA.
026600      MOVE WRK-CAL-PERIODO-CORRENTE TO WS-H2-PERIODO.
026700      WRITE BR-LINE FROM WS-HEADER-1.
026800      WRITE BR-LINE FROM WS-HEADER-2.
026900      WRITE BR-LINE FROM WS-HEADER-3.
027000      PERFORM 2100-READ-TRANS THRU 2100-EXIT.
027100  1000-EXIT.
027200      EXIT.
027300******************************************************************
027400* 1100-LER-PRAZO
027500* LOOKS UP PRAZO-BIMN FOR ONE BIMESTRE - VALOR NAO NUMERICO OU
027600* AUSENTE DEIXA O BIMESTRE SEM PRAZO
027700******************************************************************
027800  1100-LER-PRAZO.
027900      MOVE ZEROS TO WRK-PRAZO-BIM (WRK-BIM-IDX).
028000      MOVE WRK-BIM-IDX TO WRK-PRAZO-NOME-BIM.
028100      MOVE WRK-PRAZO-NOME TO WRK-PARM-NOME.
028200      PERFORM 9860-BUSCAR-PARM THRU 9860-EXIT.
028300      IF WS-PARM-ACHADO AND WRK-PARM-VALOR (1:8) NUMERIC
028400          MOVE WRK-PARM-VALOR (1:8)
028500              TO WRK-PRAZO-BIM (WRK-BIM-IDX)
028600      END-IF.
028700  1100-EXIT.
028800      EXIT.
028900******************************************************************
029000* 2000-PROCESS-TRANS
029100* VALIDATES AND POSTS ONE TRANSACTION, LOGS IT ON THE REGISTER,
029200* AND READS THE NEXT ONE
029300******************************************************************
029400  2000-PROCESS-TRANS.
029500      PERFORM 2200-VALIDAR-TRANS THRU 2200-EXIT.
029600      IF WS-TRANS-INVALIDA
029700          ADD 1 TO WS-TRANS-REJEITADAS
029800      ELSE
029900          PERFORM 2300-GRAVAR-BENEFICIARIO THRU 2300-EXIT
030000      END-IF.
030100      PERFORM 2400-WRITE-REGISTRO THRU 2400-EXIT.
030200      PERFORM 2100-READ-TRANS THRU 2100-EXIT.
030300  2000-EXIT.
030400      EXIT.
030500******************************************************************
030600* 2100-READ-TRANS
030700* READS THE NEXT BOLSA FAMILIA TRANSACTION, SETS THE EOF SWITCH
030800******************************************************************
030900  2100-READ-TRANS.
031000      READ BOLSA-TRAN-FILE
031100          AT END
031200              MOVE 'Y' TO WS-EOF-SW
031300              GO TO 2100-EXIT
031400      END-READ.
031500      IF NOT WS-BOLSTRAN-OK AND NOT WS-BOLSTRAN-EOF
031600          DISPLAY 'PROGCOB56 - ERRO DE LEITURA BOLSTRAN: '
031700              WS-BOLSTRAN-STATUS
031800          MOVE 'Y' TO WS-EOF-SW
031900          GO TO 2100-EXIT
032000      END-IF.
032100      ADD 1 TO WS-TRANS-LIDAS.
032200  2100-EXIT.
032300      EXIT.
032400******************************************************************
032500* 2200-VALIDAR-TRANS
032600* TIPO N/D/M; BENEFICIARIO LIDO DO BOLSFAM (SE JA EXISTE); CADA
032700* TIPO TEM A SUA CRITICA
032800******************************************************************
032900  2200-VALIDAR-TRANS.
033000      MOVE 'N' TO WS-TRANS-INVALIDA-SW.
033100      MOVE SPACES TO WRK-MOTIVO-REJEICAO.
033200      IF NOT BT-INCLUIR-NIS AND NOT BT-DESLIGAR
033300          AND NOT BT-INFORMAR-MOTIVO
033400          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
033500          MOVE 'TIPO INVALIDO' TO WRK-MOTIVO-REJEICAO
033600          GO TO 2200-EXIT
033700      END-IF.
033800      MOVE 'Y' TO WS-BENEF-EXISTE-SW.
033900      MOVE BT-STUDENT-ID TO BF-STUDENT-ID.
034000      READ BOLSA-FAMILIA-FILE
034100          INVALID KEY
034200              MOVE 'N' TO WS-BENEF-EXISTE-SW
034300      END-READ.
034400      IF BT-INCLUIR-NIS
034500          PERFORM 2210-VALIDAR-NIS THRU 2210-EXIT
034600          GO TO 2200-EXIT
034700      END-IF.
034800      IF NOT WS-BENEF-EXISTE
034900          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
035000          MOVE 'NAO E BENEFICIARIO' TO WRK-MOTIVO-REJEICAO
035100          GO TO 2200-EXIT
035200      END-IF.
035300      IF BF-DESLIGADO
035400          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
035500          MOVE 'BENEFICIO DESLIGADO' TO WRK-MOTIVO-REJEICAO
035600          GO TO 2200-EXIT
035700      END-IF.
035800      IF BT-INFORMAR-MOTIVO
035900          PERFORM 2250-VALIDAR-MOTIVO THRU 2250-EXIT
036000      END-IF.
036100  2200-EXIT.
036200      EXIT.
036300******************************************************************
036400* 2210-VALIDAR-NIS
036500* ALUNO NO CADASTRO E NIS NUMERICO, NAO ZERADO, COM O DIGITO
036600* VERIFICADOR CERTO
036700******************************************************************
036800  2210-VALIDAR-NIS.
036900      MOVE BT-STUDENT-ID TO SM-STUDENT-ID.
037000      READ STUDENT-MASTER-FILE
037100          INVALID KEY
037200              MOVE 'Y' TO WS-TRANS-INVALIDA-SW
037300              MOVE 'MATRICULA INEXISTENTE'
037400                  TO WRK-MOTIVO-REJEICAO
037500              GO TO 2210-EXIT
037600      END-READ.
037700      IF BT-NIS NOT NUMERIC OR BT-NIS = ZERO
037800          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
037900          MOVE 'NIS INVALIDO' TO WRK-MOTIVO-REJEICAO
038000          GO TO 2210-EXIT
038100      END-IF.
038200      MOVE ZERO TO WRK-NIS-SOMA.
038300      PERFORM 2220-SOMAR-NIS THRU 2220-EXIT
038400          VARYING WRK-NIS-IDX FROM 1 BY 1
038500          UNTIL WRK-NIS-IDX > 10.
038600      DIVIDE WRK-NIS-SOMA BY 11 GIVING WRK-NIS-QUOCIENTE
038700          REMAINDER WRK-NIS-RESTO.
038800      COMPUTE WRK-NIS-DV = 11 - WRK-NIS-RESTO.
038900      IF WRK-NIS-DV > 9
039000          MOVE ZERO TO WRK-NIS-DV
039100      END-IF.
039200      IF WRK-NIS-DV NOT = BT-NIS-DIGITO (11)
039300          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
039400          MOVE 'NIS DIGITO INVALIDO' TO WRK-MOTIVO-REJEICAO
039500      END-IF.
039600  2210-EXIT.
039700      EXIT.
039800******************************************************************
039900* 2220-SOMAR-NIS
040000* ACCUMULATES ONE WEIGHTED DIGIT OF THE NIS
040100******************************************************************
040200  2220-SOMAR-NIS.
040300      COMPUTE WRK-NIS-SOMA = WRK-NIS-SOMA
040400          + BT-NIS-DIGITO (WRK-NIS-IDX)
040500          * WRK-PESO-NIS (WRK-NIS-IDX).
040600  2220-EXIT.
040700      EXIT.
040800******************************************************************
040900* 2250-VALIDAR-MOTIVO
041000* CALENDARIO CARREGADO; BIMESTRE 1-4 DENTRO DO PRAZO; MOTIVO
041100* NUMERICO E NAO ZERADO, OU EM BRANCO PARA LIMPAR
041200******************************************************************
041300  2250-VALIDAR-MOTIVO.
041400      IF NOT WS-CAL-DISPONIVEL
041500          OR WRK-CAL-PERIODO-CORRENTE = ZERO
041600          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
041700          MOVE 'SEM PERIODO LETIVO' TO WRK-MOTIVO-REJEICAO
041800          GO TO 2250-EXIT
041900      END-IF.
042000      IF BT-BIMESTRE NOT NUMERIC
042100          OR BT-BIMESTRE < 1 OR BT-BIMESTRE > 4
042200          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
042300          MOVE 'BIMESTRE INVALIDO' TO WRK-MOTIVO-REJEICAO
042400          GO TO 2250-EXIT
042500      END-IF.
042600      IF WRK-PRAZO-BIM (BT-BIMESTRE) > ZERO
042700          AND WRK-DATA-YYYYMMDD > WRK-PRAZO-BIM (BT-BIMESTRE)
042800          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
042900          MOVE 'PRAZO ENCERRADO' TO WRK-MOTIVO-REJEICAO
043000          GO TO 2250-EXIT
043100      END-IF.
043200      IF BT-MOTIVO = SPACES
043300          GO TO 2250-EXIT
043400      END-IF.
043500      IF BT-MOTIVO NOT NUMERIC OR BT-MOTIVO = '00'
043600          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
043700          MOVE 'MOTIVO INVALIDO' TO WRK-MOTIVO-REJEICAO
043800      END-IF.
043900  2250-EXIT.
044000      EXIT.
044100******************************************************************
044200* 2300-GRAVAR-BENEFICIARIO
044300* APPLIES THE TRANSACTION TO THE BOLSFAM RECORD - INCLUSAO NOVA
044400* E GRAVADA, O RESTO E REGRAVADO
044500******************************************************************
044600  2300-GRAVAR-BENEFICIARIO.
044700      IF BT-INCLUIR-NIS AND NOT WS-BENEF-EXISTE
044800          PERFORM 2310-INCLUIR-BENEFICIARIO THRU 2310-EXIT
044900      ELSE
045000          PERFORM 2320-ATUALIZAR-BENEFICIARIO THRU 2320-EXIT
045100      END-IF.
045200      IF NOT WS-BOLSFAM-OK
045300          DISPLAY 'PROGCOB56 - ERRO AO GRAVAR BOLSFAM: '
045400              WS-BOLSFAM-STATUS ' ALUNO ' BT-STUDENT-ID
045500          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
045600          MOVE 'ERRO DE GRAVACAO' TO WRK-MOTIVO-REJEICAO
045700          ADD 1 TO WS-TRANS-REJEITADAS
045800          GO TO 2300-EXIT
045900      END-IF.
046000      ADD 1 TO WS-TRANS-ACEITAS.
046100      IF BT-INCLUIR-NIS AND NOT WS-BENEF-EXISTE
046200          ADD 1 TO WS-TRANS-INCLUSOES
046300      END-IF.
046400      IF BT-INCLUIR-NIS AND WS-BENEF-EXISTE
046500          ADD 1 TO WS-TRANS-ALTERACOES
046600      END-IF.
046700      IF BT-DESLIGAR
046800          ADD 1 TO WS-TRANS-DESLIGAMENTOS
046900      END-IF.
047000      IF BT-INFORMAR-MOTIVO
047100          ADD 1 TO WS-TRANS-MOTIVOS
047200      END-IF.
047300  2300-EXIT.
047400      EXIT.
047500******************************************************************
047600* 2310-INCLUIR-BENEFICIARIO
047700* NEW BENEFICIARY - ATIVO, SEM MOTIVOS, NO PERIODO CORRENTE
047800******************************************************************
047900  2310-INCLUIR-BENEFICIARIO.
048000      MOVE BT-STUDENT-ID TO BF-STUDENT-ID.
048100      MOVE BT-NIS TO BF-NIS.
048200      MOVE 'A' TO BF-SITUACAO.
048300      MOVE WRK-DATA-YYYYMMDD TO BF-DATA-INCLUSAO.
048400      MOVE WRK-DATA-YYYYMMDD TO BF-DATA-ATUALIZACAO.
048500      MOVE WRK-CAL-PERIODO-CORRENTE TO BF-ANO-PERIODO.
048600      MOVE SPACES TO BF-MOTIVOS.
048700      WRITE BOLSA-FAMILIA-RECORD
048800          INVALID KEY
048900              CONTINUE
049000      END-WRITE.
049100  2310-EXIT.
049200      EXIT.
049300******************************************************************
049400* 2320-ATUALIZAR-BENEFICIARIO
049500* NIS ALTERADO (REATIVA O DESLIGADO), DESLIGAMENTO OU MOTIVO DO
049600* BIMESTRE - MOTIVOS DE OUTRO PERIODO SAO ZERADOS ANTES
049700******************************************************************
049800  2320-ATUALIZAR-BENEFICIARIO.
049900      IF BT-INCLUIR-NIS
050000          MOVE BT-NIS TO BF-NIS
050100          MOVE 'A' TO BF-SITUACAO
050200      END-IF.
050300      IF BT-DESLIGAR
050400          MOVE 'D' TO BF-SITUACAO
050500      END-IF.
050600      IF BT-INFORMAR-MOTIVO
050700          IF BF-ANO-PERIODO NOT = WRK-CAL-PERIODO-CORRENTE
050800              MOVE WRK-CAL-PERIODO-CORRENTE TO BF-ANO-PERIODO
050900              MOVE SPACES TO BF-MOTIVOS
051000          END-IF
051100          MOVE BT-MOTIVO TO BF-MOTIVO-BIM (BT-BIMESTRE)
051200      END-IF.
051300      MOVE WRK-DATA-YYYYMMDD TO BF-DATA-ATUALIZACAO.
051400      REWRITE BOLSA-FAMILIA-RECORD
051500          INVALID KEY
051600              CONTINUE
051700      END-REWRITE.
051800  2320-EXIT.
051900      EXIT.
052000******************************************************************
052100* 2400-WRITE-REGISTRO
052200* ONE REGISTER LINE PER TRANSACTION - A CRITICA SO SAI NA
052300* REJEITADA
052400******************************************************************
052500  2400-WRITE-REGISTRO.
052600      MOVE BT-STUDENT-ID TO WD-ID.
052700      MOVE BT-TIPO TO WD-TIPO.
052800      MOVE SPACES TO WD-NIS.
052900      MOVE SPACES TO WD-BIMESTRE.
053000      MOVE SPACES TO WD-MOTIVO.
053100      IF BT-INCLUIR-NIS
053200          MOVE BT-NIS TO WD-NIS
053300      END-IF.
053400      IF BT-INFORMAR-MOTIVO
053500          MOVE BT-BIMESTRE TO WD-BIMESTRE
053600          MOVE BT-MOTIVO TO WD-MOTIVO
053700      END-IF.
053800      IF WS-TRANS-INVALIDA
053900          MOVE 'REJEITADA' TO WD-SITUACAO
054000      ELSE
054100          MOVE 'GRAVADA' TO WD-SITUACAO
054200      END-IF.
054300      MOVE WRK-MOTIVO-REJEICAO TO WD-CRITICA.
054400      WRITE BR-LINE FROM WS-DETAIL-LINE.
054500  2400-EXIT.
054600      EXIT.
054700******************************************************************
054800* 8000-TERMINATE
054900* WRITES THE CONTROL-COUNT FOOTER, CLOSES FILES AND SHOWS THE
055000* TOTALS
055100******************************************************************
055200  8000-TERMINATE.
055300      MOVE WS-TRANS-LIDAS TO WF-LIDAS.
055400      MOVE WS-TRANS-ACEITAS TO WF-ACEITAS.
055500      MOVE WS-TRANS-REJEITADAS TO WF-REJEITADAS.
055600      MOVE WS-TRANS-INCLUSOES TO WF-INCLUSOES.
055700      MOVE WS-TRANS-ALTERACOES TO WF-ALTERACOES.
055800      MOVE WS-TRANS-DESLIGAMENTOS TO WF-DESLIGAMENTOS.
055900      MOVE WS-TRANS-MOTIVOS TO WF-MOTIVOS.
056000      WRITE BR-LINE FROM WS-FOOTER-LINE-1.
056100      WRITE BR-LINE FROM WS-FOOTER-LINE-2.
056200      CLOSE BOLSA-TRAN-FILE STUDENT-MASTER-FILE
056300          BOLSA-FAMILIA-FILE BOLSA-REPORT-FILE.
056400      DISPLAY 'PROGCOB56 - TRANSACOES LIDAS......: '
056500          WS-TRANS-LIDAS.
056600      DISPLAY 'PROGCOB56 - TRANSACOES ACEITAS....: '
056700          WS-TRANS-ACEITAS.
056800      DISPLAY 'PROGCOB56 - TRANSACOES REJEITADAS.: '
056900          WS-TRANS-REJEITADAS.
057000  8000-EXIT.
057100      EXIT.
057200******************************************************************
057300* SHARED DATE-FORMATTING ROUTINES (SEE DATERTN.CPY)
057400******************************************************************
057500  COPY DATERTN.
057600******************************************************************
057700* SHARED CALENDARIO LETIVO ROUTINES (SEE CALRTN.CPY)
057800******************************************************************
057900  COPY CALRTN.
058000******************************************************************
058100* SHARED RUN-PARAMETER ROUTINES (SEE PARMRTN.CPY)
058200******************************************************************
058300  COPY PARMRTN.
