000100  IDENTIFICATION DIVISION.
000200  PROGRAM-ID. PROGCOB59.
000300  AUTHOR. ALEX.
000400  INSTALLATION. ESCOLA - SETOR DE PROCESSAMENTO DE DADOS.
000500  DATE-WRITTEN. 15/10/2026.
000600  DATE-COMPILED.
000700******************************************************************
000800* AREA DE COMENTARIOS - REMARKS
000900* OBJETIVO: FICHA DO ALUNO - UMA PAGINA DE CONSULTA POR MATRICULA
001000* PARA O BALCAO DA SECRETARIA, NO LUGAR DE RODAR O PROGCOB18 E O
001100* PROGCOB34 E AINDA FICAR SEM NOTAS CORRENTES, FREQUENCIA,
001200* RESPONSAVEL, MENSALIDADES E MOVIMENTACOES. A MATRICULA VEM DO
001300* RUNPARM (PROGCOB59 MATRICULA) OU DO CONSOLE, COMO NO PROGCOB18.
001400* COM PROGCOB59 TURMA NO RUNPARM O PROGRAMA RODA EM LOTE E
001500* IMPRIME A FICHA DE TODOS OS ALUNOS DA TURMA NO STUDMAS (PARA A
001600* REUNIAO DE PAIS). CADA FICHA JUNTA: CADASTRO DO STUDMAS COM A
001700* DESCRICAO E O TURNO DA TURMA NO TURMMAS; RESPONSAVEL DO
001800* GUARDIAN; NOTAS POR DISCIPLINA DO GRADMAS; FREQUENCIA POR
001900* BIMESTRE COM ABONOS DO ATTEND (MESMA CONTA DO PROGCOB07);
002000* MENSALIDADES EM ABERTO DO BILLMAS; MOVIMENTACOES DO MOVHIST; E
002100* A ULTIMA DECISAO GRAVADA NO AUDMAS (LANCAMENTOS 'L' NAO SAO
002200* DECISAO). ARQUIVO AUSENTE SO DEIXA A PARTE DELE EM BRANCO
002300*
002400* MODIFICATION HISTORY
002500* DATE       INIT  DESCRIPTION
002600* 15/10/2026 ALEX  ORIGINAL
002610* 15/10/2026 ALEX  CORRECAO DE PERIODO FECHADO ('X') TAMBEM NAO
002620*                  E A DECISAO DO PERIODO CORRENTE
002640* 15/10/2026 ALEX  RESPONSAVEL MOSTRA TELEFONE, E-MAIL E OS
002660*                  ACEITES SMS/E-MAIL DO CADASTRO GUARDIAN
002700******************************************************************
002800  ENVIRONMENT DIVISION.
002900  CONFIGURATION SECTION.
003000  SOURCE-COMPUTER. IBM-370.
003100  OBJECT-COMPUTER. IBM-370.
003200  INPUT-OUTPUT SECTION.
003300  FILE-CONTROL.
003400      SELECT STUDENT-MASTER-FILE ASSIGN TO STUDMAS
003500          ORGANIZATION IS INDEXED
003600          ACCESS MODE IS DYNAMIC
003700          RECORD KEY IS SM-STUDENT-ID
003800          FILE STATUS IS WS-STUDMAS-STATUS.
003900      SELECT TURMA-FILE ASSIGN TO TURMMAS
004000          ORGANIZATION IS INDEXED
004100          ACCESS MODE IS RANDOM
004200          RECORD KEY IS TM-CODIGO
004300          FILE STATUS IS WS-TURMMAS-STATUS.
004400      SELECT GUARDIAN-FILE ASSIGN TO GUARDIAN
004500          ORGANIZATION IS INDEXED
004600          ACCESS MODE IS RANDOM
004700          RECORD KEY IS GD-STUDENT-ID
004800          FILE STATUS IS WS-GUARDIAN-STATUS.
004900      SELECT GRADE-MASTER-FILE ASSIGN TO GRADMAS
005000          ORGANIZATION IS INDEXED
005100          ACCESS MODE IS DYNAMIC
005200          RECORD KEY IS GM-CHAVE
005300          FILE STATUS IS WS-GRADMAS-STATUS.
005400      SELECT ATTENDANCE-FILE ASSIGN TO ATTEND
005500          ORGANIZATION IS INDEXED
005600          ACCESS MODE IS RANDOM
005700          RECORD KEY IS AT-STUDENT-ID
005800          FILE STATUS IS WS-ATTEND-STATUS.
005900      SELECT BILLING-FILE ASSIGN TO BILLMAS
006000          ORGANIZATION IS INDEXED
006100          ACCESS MODE IS DYNAMIC
006200          RECORD KEY IS BL-CHAVE
006300          FILE STATUS IS WS-BILLMAS-STATUS.
006400      SELECT AUDIT-MASTER-FILE ASSIGN TO AUDMAS
006500          ORGANIZATION IS INDEXED
006600          ACCESS MODE IS DYNAMIC
006700          RECORD KEY IS AM-CHAVE
006800          FILE STATUS IS WS-AUDMAS-STATUS.
006900      SELECT MOVE-HISTORY-FILE ASSIGN TO MOVHIST
007000          ORGANIZATION IS SEQUENTIAL
007100          FILE STATUS IS WS-MOVHIST-STATUS.
007200      SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
007300          ORGANIZATION IS SEQUENTIAL
007400          FILE STATUS IS WS-PARM-STATUS.
007500      SELECT FICHA-REPORT-FILE ASSIGN TO FICHARPT
007600          ORGANIZATION IS LINE SEQUENTIAL
007700          FILE STATUS IS WS-FICHARPT-STATUS.
007800  DATA DIVISION.
007900  FILE SECTION.
008000  FD  STUDENT-MASTER-FILE
008100      LABEL RECORDS ARE STANDARD.
008200  COPY STUDMAS.
008300  FD  TURMA-FILE
008400      LABEL RECORDS ARE STANDARD.
008500  COPY TURMREC.
008600  FD  GUARDIAN-FILE
008700      LABEL RECORDS ARE STANDARD.
008800  COPY GUARDREC.
008900  FD  GRADE-MASTER-FILE
009000      LABEL RECORDS ARE STANDARD.
009100  COPY GRADMAS.
009200  FD  ATTENDANCE-FILE
009300      LABEL RECORDS ARE STANDARD.
009400  COPY ATTENDNC.
009500  FD  BILLING-FILE
009600      LABEL RECORDS ARE STANDARD.
009700  COPY BILLREC.
009800  FD  AUDIT-MASTER-FILE
009900      LABEL RECORDS ARE STANDARD.
010000  COPY AUDMAS.
010100  FD  MOVE-HISTORY-FILE
010200      LABEL RECORDS ARE STANDARD.
010300  01  MOVE-HISTORY-RECORD.
010400      05  MH-STUDENT-ID           PIC X(06).
010500      05  MH-TIPO                 PIC X(01).
010600          88  MH-TRANSFERENCIA            VALUE 'T'.
010700          88  MH-EVASAO                   VALUE 'E'.
010800          88  MH-TROCA-TURMA              VALUE 'M'.
010900      05  MH-TURMA-ANTERIOR       PIC X(06).
011000      05  MH-TURMA-NOVA           PIC X(06).
011100      05  MH-DATA-EFETIVA         PIC 9(08).
011200      05  MH-DATA-PROCESSAMENTO   PIC 9(08).
011300  FD  RUN-PARM-FILE
011400      LABEL RECORDS ARE STANDARD.
011500  COPY PARMREC.
011600  FD  FICHA-REPORT-FILE
011700      LABEL RECORDS ARE STANDARD.
011800  01  FR-LINE                     PIC X(80).
011900  WORKING-STORAGE SECTION.
012000******************************************************************
012100* SWITCHES
012200******************************************************************
012300  01  WS-SWITCHES.
012400      05  WS-ABORTAR-SW          PIC X(01) VALUE 'N'.
012500          88  WS-ABORTAR                   VALUE 'Y'.
012600      05  WS-MODO-SW             PIC X(01) VALUE 'A'.
012700          88  WS-MODO-ALUNO                VALUE 'A'.
012800          88  WS-MODO-TURMA                VALUE 'T'.
012900      05  WS-STUDMAS-EOF-SW      PIC X(01) VALUE 'N'.
013000          88  WS-STUDMAS-EOF               VALUE 'Y'.
013100      05  WS-FIM-SECAO-SW        PIC X(01) VALUE 'N'.
013200          88  WS-FIM-SECAO                 VALUE 'Y'.
013300      05  WS-DECISAO-ACHADA-SW   PIC X(01) VALUE 'N'.
013400          88  WS-DECISAO-ACHADA            VALUE 'Y'.
013500      05  WS-TURMMAS-DISPONIVEL-SW PIC X(01) VALUE 'N'.
013600          88  WS-TURMMAS-DISPONIVEL        VALUE 'Y'.
013700      05  WS-GUARDIAN-DISPONIVEL-SW PIC X(01) VALUE 'N'.
013800          88  WS-GUARDIAN-DISPONIVEL       VALUE 'Y'.
013900      05  WS-GRADMAS-DISPONIVEL-SW PIC X(01) VALUE 'N'.
014000          88  WS-GRADMAS-DISPONIVEL        VALUE 'Y'.
014100      05  WS-ATTEND-DISPONIVEL-SW PIC X(01) VALUE 'N'.
014200          88  WS-ATTEND-DISPONIVEL         VALUE 'Y'.
014300      05  WS-BILLMAS-DISPONIVEL-SW PIC X(01) VALUE 'N'.
014400          88  WS-BILLMAS-DISPONIVEL        VALUE 'Y'.
014500      05  WS-AUDMAS-DISPONIVEL-SW PIC X(01) VALUE 'N'.
014600          88  WS-AUDMAS-DISPONIVEL         VALUE 'Y'.
014700******************************************************************
014800* FILE STATUS AND COUNTERS
014900******************************************************************
015000  01  WS-FILE-STATUSES.
015100      05  WS-STUDMAS-STATUS      PIC X(02) VALUE '00'.
015200          88  WS-STUDMAS-OK               VALUE '00'.
015300      05  WS-TURMMAS-STATUS      PIC X(02) VALUE '00'.
015400          88  WS-TURMMAS-OK               VALUE '00'.
015500      05  WS-GUARDIAN-STATUS     PIC X(02) VALUE '00'.
015600          88  WS-GUARDIAN-OK              VALUE '00'.
015700      05  WS-GRADMAS-STATUS      PIC X(02) VALUE '00'.
015800          88  WS-GRADMAS-OK               VALUE '00'.
015900      05  WS-ATTEND-STATUS       PIC X(02) VALUE '00'.
016000          88  WS-ATTEND-OK                VALUE '00'.
016100      05  WS-BILLMAS-STATUS      PIC X(02) VALUE '00'.
016200          88  WS-BILLMAS-OK               VALUE '00'.
016300      05  WS-AUDMAS-STATUS       PIC X(02) VALUE '00'.
016400          88  WS-AUDMAS-OK                VALUE '00'.
016500      05  WS-MOVHIST-STATUS      PIC X(02) VALUE '00'.
016600          88  WS-MOVHIST-OK               VALUE '00'.
016700      05  WS-FICHARPT-STATUS     PIC X(02) VALUE '00'.
016800          88  WS-FICHARPT-OK              VALUE '00'.
016900  01  WS-COUNTERS COMP.
017000      05  WS-FICHAS-EMITIDAS     PIC 9(05) VALUE ZERO.
017100      05  WS-QTDE-SECAO          PIC 9(05) VALUE ZERO.
017200      05  WS-QTDE-ABERTAS        PIC 9(05) VALUE ZERO.
017300******************************************************************
017400* RUN DATE - SAME STRUCTURE TESTE1 USES FOR THE SYSTEM DATE.
017500* REUSED TO FORMAT THE DATES PRINTED ON THE FICHA
017600******************************************************************
017700  01  WRK-DATA.
017800      05  WRK-ANO                PIC 9(04) VALUE ZEROS.
017900      05  WRK-MES                PIC 9(02) VALUE ZEROS.
018000      05  WRK-DIA                PIC 9(02) VALUE ZEROS.
018100  01  WRK-DATA-YYYYMMDD REDEFINES WRK-DATA PIC 9(08).
018200  77  WRK-DATA-HOJE              PIC 9(08) VALUE ZEROS.
018300******************************************************************
018400* SHARED DATE-OUTPUT FIELDS (SEE DATEFMT.CPY)
018500******************************************************************
018600  COPY DATEFMT.
018700******************************************************************
018800* RUN-PARAMETER LOOKUP FIELDS (SEE PARMWS.CPY/PARMRTN.CPY)
018900******************************************************************
019000  COPY PARMWS.
019100  77  WRK-CONSULTA-ID            PIC X(06) VALUE SPACES.
019200  77  WRK-CONSULTA-TURMA         PIC X(06) VALUE SPACES.
019300******************************************************************
019400* FREQUENCIA - O ATTEND E COPIADO PARA UMA VISAO COM OS
019500* BIMESTRES EM TABELA; A CONTA E A DO PROGCOB07 2170 (FALTAS
019600* LIQUIDAS DE ABONO, SEM AULAS = 100)
019700******************************************************************
019800  01  WRK-ATTEND-COPIA.
019900      05  FILLER                 PIC X(12).
020000      05  WRK-AF-BIM             OCCURS 4 TIMES.
020100          10  WRK-AF-AULAS       PIC 9(03).
020200          10  WRK-AF-FALTAS      PIC 9(03).
020300      05  WRK-AF-ABONOS          PIC 9(03) OCCURS 4 TIMES.
020400  77  WRK-BIM                    PIC 9(01) VALUE ZERO.
020500  77  WRK-LIMITE-FREQUENCIA      PIC 9(03) VALUE 75.
020600  77  WRK-FREQUENCIA-PCT         PIC 9(03) VALUE 100.
020700  77  WRK-AULAS                  PIC 9(05) VALUE ZEROS.
020800  77  WRK-FALTAS                 PIC 9(05) VALUE ZEROS.
020900  77  WRK-ABONOS                 PIC 9(05) VALUE ZEROS.
021000  77  WRK-FALTAS-LIQUIDAS        PIC S9(05) VALUE ZEROS.
021100  77  WRK-AULAS-TOTAIS           PIC 9(05) VALUE ZEROS.
021200  77  WRK-FALTAS-TOTAIS          PIC 9(05) VALUE ZEROS.
021300  77  WRK-ABONOS-TOTAIS          PIC 9(05) VALUE ZEROS.
021400******************************************************************
021500* MENSALIDADES EM ABERTO E ULTIMA DECISAO DO AUDMAS
021600******************************************************************
021700  77  WRK-VALOR-ABERTO           PIC 9(07)V99 VALUE ZEROS.
021800  01  WRK-ULTIMA-DECISAO.
021900      05  WRK-UD-DATA            PIC 9(08).
022000      05  WRK-UD-TURMA           PIC X(06).
022100      05  WRK-UD-TIPO            PIC X(01).
022200      05  WRK-UD-DISCIPLINA      PIC X(03).
022300      05  WRK-UD-MEDIA           PIC 9(02).
022400      05  WRK-UD-FREQUENCIA      PIC 9(03).
022500      05  WRK-UD-RESULTADO       PIC X(01).
022600      05  WRK-UD-ATA             PIC X(10).
022700******************************************************************
022800* FICHA LINE LAYOUTS
022900******************************************************************
023000  01  WS-LINHA-SEPARADORA        PIC X(80) VALUE ALL '='.
023100  01  WS-HEADER-1.
023200      05  FILLER                 PIC X(27)
023300          VALUE 'FICHA DO ALUNO - MATRICULA '.
023400      05  WH1-ID                 PIC X(06).
023500      05  FILLER                 PIC X(15)
023600          VALUE '   DATA EMIS.: '.
023700      05  WH1-DATA               PIC X(10).
023800  01  WS-LINHA-ALUNO.
023900      05  FILLER                 PIC X(08) VALUE 'NOME..: '.
024000      05  WA-NOME                PIC X(20).
024100      05  FILLER                 PIC X(14)
024200          VALUE '  MATRICULA: '.
024300      05  WA-DATA-MATRICULA      PIC X(10).
024400  01  WS-LINHA-TURMA.
024500      05  FILLER                 PIC X(08) VALUE 'TURMA.: '.
024600      05  WT-TURMA               PIC X(06).
024700      05  FILLER                 PIC X(01) VALUE SPACE.
024800      05  WT-DESCRICAO           PIC X(25).
024900      05  FILLER                 PIC X(09) VALUE '  TURNO: '.
025000      05  WT-TURNO               PIC X(05).
025100  01  WS-LINHA-GERAL.
025200      05  FILLER                 PIC X(08) VALUE 'GERAL.: '.
025300      05  FILLER                 PIC X(07) VALUE 'MEDIA '.
025400      05  WG-MEDIA               PIC Z9.
025500      05  FILLER                 PIC X(12)
025600          VALUE '  SITUACAO '.
025700      05  WG-SITUACAO            PIC X(10).
025800      05  FILLER                 PIC X(08) VALUE '  LETRA '.
025900      05  WG-LETRA               PIC X(01).
026000  01  WS-TITULO-SECAO.
026100      05  FILLER                 PIC X(04) VALUE '--- '.
026200      05  WTS-TITULO             PIC X(40).
026300  01  WS-LINHA-RESPONSAVEL.
026400      05  FILLER                 PIC X(08) VALUE 'NOME..: '.
026500      05  WR-NOME                PIC X(30).
026600  01  WS-LINHA-ENDERECO.
026700      05  FILLER                 PIC X(08) VALUE 'END...: '.
026800      05  WR-ENDERECO            PIC X(40).
026900      05  FILLER                 PIC X(06) VALUE '  CEP '.
027000      05  WR-CEP                 PIC 9(08).
027010  01  WS-LINHA-CONTATO.
027020      05  FILLER                 PIC X(08) VALUE 'TEL...: '.
027030      05  WR-TELEFONE            PIC X(11).
027040      05  FILLER                 PIC X(06) VALUE '  SMS '.
027050      05  WR-OPTIN-SMS           PIC X(01).
027060      05  FILLER                 PIC X(09) VALUE '  E-MAIL '.
027070      05  WR-OPTIN-EMAIL         PIC X(01).
027080      05  FILLER                 PIC X(02) VALUE SPACES.
027090      05  WR-EMAIL               PIC X(40).
027100  01  WS-LINHA-AVISO.
027200      05  FILLER                 PIC X(04) VALUE SPACES.
027300      05  WV-TEXTO               PIC X(60).
027400  01  WS-CAB-NOTAS.
027500      05  FILLER                 PIC X(42)
027600          VALUE 'DISC  N1 N2 N3 N4 MEDIA REC SITUACAO   LT '.
027700      05  FILLER                 PIC X(07) VALUE 'BIMEST.'.
027800  01  WS-LINHA-NOTA.
027900      05  WN-DISCIPLINA          PIC X(03).
028000      05  FILLER                 PIC X(02) VALUE SPACES.
028100      05  WN-N1                  PIC Z9.
028200      05  FILLER                 PIC X(01) VALUE SPACE.
028300      05  WN-N2                  PIC Z9.
028400      05  FILLER                 PIC X(01) VALUE SPACE.
028500      05  WN-N3                  PIC Z9.
028600      05  FILLER                 PIC X(01) VALUE SPACE.
028700      05  WN-N4                  PIC Z9.
028800      05  FILLER                 PIC X(04) VALUE SPACES.
028900      05  WN-MEDIA               PIC Z9.
029000      05  FILLER                 PIC X(02) VALUE SPACES.
029100      05  WN-RECUPERACAO         PIC Z9.
029200      05  FILLER                 PIC X(01) VALUE SPACE.
029300      05  WN-SITUACAO            PIC X(10).
029400      05  FILLER                 PIC X(01) VALUE SPACE.
029500      05  WN-LETRA               PIC X(01).
029600      05  FILLER                 PIC X(02) VALUE SPACES.
029700      05  WN-BIM-LANCADO         PIC X(04).
029800  01  WS-CAB-FREQUENCIA.
029900      05  FILLER                 PIC X(38)
030000          VALUE 'BIM  AULAS FALTAS ABONOS FREQUENCIA %'.
030100  01  WS-LINHA-FREQUENCIA.
030200      05  WQ-BIMESTRE            PIC X(03).
030300      05  FILLER                 PIC X(02) VALUE SPACES.
030400      05  WQ-AULAS               PIC ZZZZ9.
030500      05  FILLER                 PIC X(02) VALUE SPACES.
030600      05  WQ-FALTAS              PIC ZZZZ9.
030700      05  FILLER                 PIC X(02) VALUE SPACES.
030800      05  WQ-ABONOS              PIC ZZZZ9.
030900      05  FILLER                 PIC X(08) VALUE SPACES.
031000      05  WQ-PCT                 PIC ZZ9.
031100      05  FILLER                 PIC X(02) VALUE SPACES.
031200      05  WQ-AVISO               PIC X(16).
031300  01  WS-CAB-MENSALIDADE.
031400      05  FILLER                 PIC X(40)
031500          VALUE 'COMPET.  VENCIMENTO      VALOR  TURMA'.
031600  01  WS-LINHA-MENSALIDADE.
031700      05  WM-COMPETENCIA         PIC 9(06).
031800      05  FILLER                 PIC X(03) VALUE SPACES.
031900      05  WM-VENCIMENTO          PIC X(10).
032000      05  FILLER                 PIC X(02) VALUE SPACES.
032100      05  WM-VALOR               PIC ZZZZ9.99.
032200      05  FILLER                 PIC X(02) VALUE SPACES.
032300      05  WM-TURMA               PIC X(06).
032400      05  FILLER                 PIC X(02) VALUE SPACES.
032500      05  WM-AVISO               PIC X(07).
032600  01  WS-TOTAL-MENSALIDADE.
032700      05  FILLER                 PIC X(20)
032800          VALUE 'EM ABERTO: QTDE '.
032900      05  WTM-QTDE               PIC ZZZZ9.
033000      05  FILLER                 PIC X(08) VALUE '  VALOR '.
033100      05  WTM-VALOR              PIC ZZZZZZ9.99.
033200  01  WS-CAB-MOVIMENTO.
033300      05  FILLER                 PIC X(44)
033400          VALUE 'DATA EFETIVA TIPO          DE     PARA'.
033500  01  WS-LINHA-MOVIMENTO.
033600      05  WO-DATA                PIC X(10).
033700      05  FILLER                 PIC X(03) VALUE SPACES.
033800      05  WO-TIPO                PIC X(13).
033900      05  FILLER                 PIC X(01) VALUE SPACE.
034000      05  WO-TURMA-ANTERIOR      PIC X(06).
034100      05  FILLER                 PIC X(01) VALUE SPACE.
034200      05  WO-TURMA-NOVA          PIC X(06).
034300  01  WS-LINHA-DECISAO.
034400      05  FILLER                 PIC X(06) VALUE 'DATA: '.
034500      05  WU-DATA                PIC X(10).
034600      05  FILLER                 PIC X(07) VALUE ' TIPO: '.
034700      05  WU-TIPO                PIC X(11).
034800      05  FILLER                 PIC X(08) VALUE ' MEDIA: '.
034900      05  WU-MEDIA               PIC Z9.
035000      05  FILLER                 PIC X(07) VALUE ' FREQ: '.
035100      05  WU-FREQ                PIC ZZ9.
035200  01  WS-LINHA-DECISAO-2.
035300      05  FILLER                 PIC X(11) VALUE 'RESULTADO: '.
035400      05  WU-RESULTADO           PIC X(10).
035500      05  FILLER                 PIC X(09) VALUE '  TURMA: '.
035600      05  WU-TURMA               PIC X(06).
035700      05  FILLER                 PIC X(07) VALUE '  ATA: '.
035800      05  WU-ATA                 PIC X(10).
035900  01  WS-FOOTER-LINE.
036000      05  FILLER                 PIC X(17)
036100          VALUE 'FICHAS EMITIDAS: '.
036200      05  WF-QTDE                PIC ZZZZ9.
036300  PROCEDURE DIVISION.
036400******************************************************************
036500* 0000-MAINLINE
036600* ONE FICHA FOR THE MATRICULA ASKED FOR, OR ONE FOR EVERY
036700* STUDENT OF THE TURMA IN BATCH MODE
036800******************************************************************
036900  0000-MAINLINE.
037000      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
037100      IF NOT WS-ABORTAR
037200          IF WS-MODO-TURMA
037300              PERFORM 2000-LER-TURMA THRU 2000-EXIT
037400                  UNTIL WS-STUDMAS-EOF
037500          ELSE
037600              PERFORM 2500-LER-ALUNO THRU 2500-EXIT
037700          END-IF
037800      END-IF.
037900      PERFORM 8000-TERMINATE THRU 8000-EXIT.
038000      STOP RUN.
038100******************************************************************
038200* 1000-INITIALIZE
038300* TAKES THE TURMA OR MATRICULA FROM RUNPARM (CONSOLE AS THE
038400* FALLBACK FOR THE MATRICULA) AND OPENS THE FILES - STUDMAS AND
038500* THE REPORT ARE REQUIRED, THE REST ARE OPTIONAL
038600******************************************************************
038700  1000-INITIALIZE.
038800      ACCEPT WRK-DATA FROM DATE YYYYMMDD.
038900      MOVE WRK-DATA-YYYYMMDD TO WRK-DATA-HOJE.
039000      PERFORM 9810-FORMATAR-DDMMYYYY THRU 9810-EXIT.
039100      MOVE DATEFMT-DDMMYYYY TO WH1-DATA.
039200      MOVE 'PROGCOB59' TO WRK-PARM-PROGRAMA.
039300      MOVE 'TURMA' TO WRK-PARM-NOME.
039400      PERFORM 9860-BUSCAR-PARM THRU 9860-EXIT.
039500      IF WS-PARM-ACHADO
039600          MOVE WRK-PARM-VALOR (1:6) TO WRK-CONSULTA-TURMA
039700          MOVE 'T' TO WS-MODO-SW
039800      ELSE
039900          MOVE 'MATRICULA' TO WRK-PARM-NOME
040000          PERFORM 9860-BUSCAR-PARM THRU 9860-EXIT
040100          IF WS-PARM-ACHADO
040200              MOVE WRK-PARM-VALOR (1:6) TO WRK-CONSULTA-ID
040300          ELSE
040400              DISPLAY 'PROGCOB59 - FICHA DO ALUNO - '
040500                  'MATRICULA: ' WITH NO ADVANCING
040600              ACCEPT WRK-CONSULTA-ID FROM CONSOLE
040700          END-IF
040800      END-IF.
040900      OPEN INPUT STUDENT-MASTER-FILE.
041000      OPEN OUTPUT FICHA-REPORT-FILE.
041100      IF NOT WS-STUDMAS-OK OR NOT WS-FICHARPT-OK
041200          DISPLAY 'PROGCOB59 - ERRO AO ABRIR ARQUIVOS: '
041300              WS-STUDMAS-STATUS ' / ' WS-FICHARPT-STATUS
041400          MOVE 'Y' TO WS-ABORTAR-SW
041500          GO TO 1000-EXIT
041600      END-IF.
041700      PERFORM 1100-ABRIR-OPCIONAIS THRU 1100-EXIT.
041800      IF WS-MODO-TURMA
041900          DISPLAY 'PROGCOB59 - FICHAS DA TURMA '
042000              WRK-CONSULTA-TURMA
042100          MOVE LOW-VALUES TO SM-STUDENT-ID
042200          START STUDENT-MASTER-FILE
042300              KEY IS NOT LESS THAN SM-STUDENT-ID
042400              INVALID KEY
042500                  MOVE 'Y' TO WS-STUDMAS-EOF-SW
042600          END-START
042700      END-IF.
042800  1000-EXIT.
042900      EXIT.
043000******************************************************************
043100* 1100-ABRIR-OPCIONAIS
043200* OPENS THE FILES EACH FICHA SECTION COMES FROM - A MISSING ONE
043300* LEAVES ITS SECTION EMPTY. MOVHIST IS SEQUENTIAL AND IS OPENED
043400* FOR EACH FICHA IN 3600
043500******************************************************************
043600  1100-ABRIR-OPCIONAIS.
043700      OPEN INPUT TURMA-FILE.
043800      IF WS-TURMMAS-OK
043900          MOVE 'Y' TO WS-TURMMAS-DISPONIVEL-SW
044000      END-IF.
044100      OPEN INPUT GUARDIAN-FILE.
044200      IF WS-GUARDIAN-OK
044300          MOVE 'Y' TO WS-GUARDIAN-DISPONIVEL-SW
044400      END-IF.
044500      OPEN INPUT GRADE-MASTER-FILE.
044600      IF WS-GRADMAS-OK
044700          MOVE 'Y' TO WS-GRADMAS-DISPONIVEL-SW
044800      END-IF.
044900      OPEN INPUT ATTENDANCE-FILE.
045000      IF WS-ATTEND-OK
045100          MOVE 'Y' TO WS-ATTEND-DISPONIVEL-SW
045200      END-IF.
045300      OPEN INPUT BILLING-FILE.
045400      IF WS-BILLMAS-OK
045500          MOVE 'Y' TO WS-BILLMAS-DISPONIVEL-SW
045600      END-IF.
045700      OPEN INPUT AUDIT-MASTER-FILE.
045800      IF WS-AUDMAS-OK
045900          MOVE 'Y' TO WS-AUDMAS-DISPONIVEL-SW
046000      END-IF.
046100  1100-EXIT.
046200      EXIT.
046300******************************************************************
046400* 2000-LER-TURMA
046500* BATCH MODE - READS THE NEXT STUDMAS RECORD AND PRINTS ITS
046600* FICHA WHEN IT BELONGS TO THE TURMA ASKED FOR
046700******************************************************************
046800  2000-LER-TURMA.
046900      READ STUDENT-MASTER-FILE NEXT RECORD
047000          AT END
047100              MOVE 'Y' TO WS-STUDMAS-EOF-SW
047200              GO TO 2000-EXIT
047300      END-READ.
047400      IF NOT WS-STUDMAS-OK
047500          DISPLAY 'PROGCOB59 - ERRO DE LEITURA STUDMAS: '
047600              WS-STUDMAS-STATUS
047700          MOVE 'Y' TO WS-STUDMAS-EOF-SW
047800          GO TO 2000-EXIT
047900      END-IF.
048000      IF SM-CLASS-SECTION = WRK-CONSULTA-TURMA
048100          PERFORM 3000-EMITIR-FICHA THRU 3000-EXIT
048200      END-IF.
048300  2000-EXIT.
048400      EXIT.
048500******************************************************************
048600* 2500-LER-ALUNO
048700* SINGLE MODE - READS THE MATRICULA ASKED FOR AND PRINTS ITS
048800* FICHA
048900******************************************************************
049000  2500-LER-ALUNO.
049100      MOVE WRK-CONSULTA-ID TO SM-STUDENT-ID.
049200      READ STUDENT-MASTER-FILE
049300          INVALID KEY
049400              DISPLAY 'PROGCOB59 - MATRICULA NAO CADASTRADA: '
049500                  WRK-CONSULTA-ID
049600              MOVE WRK-CONSULTA-ID TO WH1-ID
049700              WRITE FR-LINE FROM WS-HEADER-1
049800              MOVE 'MATRICULA NAO CADASTRADA NO STUDMAS'
049900                  TO WV-TEXTO
050000              WRITE FR-LINE FROM WS-LINHA-AVISO
050100              GO TO 2500-EXIT
050200      END-READ.
050300      PERFORM 3000-EMITIR-FICHA THRU 3000-EXIT.
050400  2500-EXIT.
050500      EXIT.
050600******************************************************************
050700* 3000-EMITIR-FICHA
050800* PRINTS EVERY SECTION OF THE FICHA FOR THE STUDMAS RECORD IN
050900* THE BUFFER
051000******************************************************************
051100  3000-EMITIR-FICHA.
051200      PERFORM 3100-DADOS-ALUNO THRU 3100-EXIT.
051300      PERFORM 3200-RESPONSAVEL THRU 3200-EXIT.
051400      PERFORM 3300-NOTAS THRU 3300-EXIT.
051500      PERFORM 3400-FREQUENCIA THRU 3400-EXIT.
051600      PERFORM 3500-MENSALIDADES THRU 3500-EXIT.
051700      PERFORM 3600-MOVIMENTACOES THRU 3600-EXIT.
051800      PERFORM 3700-ULTIMA-DECISAO THRU 3700-EXIT.
051900      WRITE FR-LINE FROM WS-LINHA-SEPARADORA.
052000      MOVE SPACES TO FR-LINE.
052100      WRITE FR-LINE.
052200      ADD 1 TO WS-FICHAS-EMITIDAS.
052300  3000-EXIT.
052400      EXIT.
052500******************************************************************
052600* 3100-DADOS-ALUNO
052700* HEADER, CADASTRO, TURMA (TURMMAS) AND THE OVERALL RESULT
052800******************************************************************
052900  3100-DADOS-ALUNO.
053000      WRITE FR-LINE FROM WS-LINHA-SEPARADORA.
053100      MOVE SM-STUDENT-ID TO WH1-ID.
053200      WRITE FR-LINE FROM WS-HEADER-1.
053300      MOVE SM-STUDENT-NAME TO WA-NOME.
053400      MOVE SM-DATA-MATRICULA TO WRK-DATA-YYYYMMDD.
053500      PERFORM 9810-FORMATAR-DDMMYYYY THRU 9810-EXIT.
053600      MOVE DATEFMT-DDMMYYYY TO WA-DATA-MATRICULA.
053700      WRITE FR-LINE FROM WS-LINHA-ALUNO.
053800      MOVE SM-CLASS-SECTION TO WT-TURMA.
053900      MOVE SPACES TO WT-DESCRICAO.
054000      MOVE SPACES TO WT-TURNO.
054100      IF WS-TURMMAS-DISPONIVEL
054200          MOVE SM-CLASS-SECTION TO TM-CODIGO
054300          READ TURMA-FILE
054400              INVALID KEY
054500                  MOVE 'TURMA FORA DO CADASTRO' TO WT-DESCRICAO
054600              NOT INVALID KEY
054700                  MOVE TM-DESCRICAO TO WT-DESCRICAO
054800                  PERFORM 3110-DESCREVER-TURNO THRU 3110-EXIT
054900          END-READ
055000      END-IF.
055100      WRITE FR-LINE FROM WS-LINHA-TURMA.
055200      MOVE SM-MEDIA TO WG-MEDIA.
055300      MOVE SM-SITUACAO TO WRK-UD-RESULTADO.
055400      PERFORM 7000-DESCREVER-SITUACAO THRU 7000-EXIT.
055500      MOVE WU-RESULTADO TO WG-SITUACAO.
055600      MOVE SM-LETRA TO WG-LETRA.
055700      WRITE FR-LINE FROM WS-LINHA-GERAL.
055800  3100-EXIT.
055900      EXIT.
056000******************************************************************
056100* 3110-DESCREVER-TURNO
056200******************************************************************
056300  3110-DESCREVER-TURNO.
056400      EVALUATE TRUE
056500          WHEN TM-TURNO-MANHA
056600              MOVE 'MANHA' TO WT-TURNO
056700          WHEN TM-TURNO-TARDE
056800              MOVE 'TARDE' TO WT-TURNO
056900          WHEN TM-TURNO-NOITE
057000              MOVE 'NOITE' TO WT-TURNO
057100      END-EVALUATE.
057200  3110-EXIT.
057300      EXIT.
057400******************************************************************
057500* 3200-RESPONSAVEL
057600* GUARDIAN RECORD OF THE STUDENT
057700******************************************************************
057800  3200-RESPONSAVEL.
057900      MOVE 'RESPONSAVEL (GUARDIAN)' TO WTS-TITULO.
058000      WRITE FR-LINE FROM WS-TITULO-SECAO.
058100      IF NOT WS-GUARDIAN-DISPONIVEL
058200          MOVE 'GUARDIAN INDISPONIVEL' TO WV-TEXTO
058300          WRITE FR-LINE FROM WS-LINHA-AVISO
058400          GO TO 3200-EXIT
058500      END-IF.
058600      MOVE SM-STUDENT-ID TO GD-STUDENT-ID.
058700      READ GUARDIAN-FILE
058800          INVALID KEY
058900              MOVE 'SEM RESPONSAVEL CADASTRADO' TO WV-TEXTO
059000              WRITE FR-LINE FROM WS-LINHA-AVISO
059100              GO TO 3200-EXIT
059200      END-READ.
059300      MOVE GD-NOME-RESPONSAVEL TO WR-NOME.
059400      WRITE FR-LINE FROM WS-LINHA-RESPONSAVEL.
059500      MOVE GD-ENDERECO TO WR-ENDERECO.
059600      MOVE GD-CEP TO WR-CEP.
059700      WRITE FR-LINE FROM WS-LINHA-ENDERECO.
059710      MOVE GD-TELEFONE TO WR-TELEFONE.
059720      MOVE GD-OPTIN-SMS TO WR-OPTIN-SMS.
059730      MOVE GD-OPTIN-EMAIL TO WR-OPTIN-EMAIL.
059740      MOVE GD-EMAIL TO WR-EMAIL.
059750      WRITE FR-LINE FROM WS-LINHA-CONTATO.
059800  3200-EXIT.
059900      EXIT.
060000******************************************************************
060100* 3300-NOTAS
060200* CURRENT-PERIOD GRADES BY DISCIPLINA - PARTIAL-KEY BROWSE OF
060300* GRADMAS
060400******************************************************************
060500  3300-NOTAS.
060600      MOVE 'NOTAS POR DISCIPLINA (GRADMAS)' TO WTS-TITULO.
060700      WRITE FR-LINE FROM WS-TITULO-SECAO.
060800      IF NOT WS-GRADMAS-DISPONIVEL
060900          MOVE 'GRADMAS INDISPONIVEL' TO WV-TEXTO
061000          WRITE FR-LINE FROM WS-LINHA-AVISO
061100          GO TO 3300-EXIT
061200      END-IF.
061300      WRITE FR-LINE FROM WS-CAB-NOTAS.
061400      MOVE ZERO TO WS-QTDE-SECAO.
061500      MOVE 'N' TO WS-FIM-SECAO-SW.
061600      MOVE SM-STUDENT-ID TO GM-STUDENT-ID.
061700      MOVE LOW-VALUES TO GM-DISCIPLINA.
061800      START GRADE-MASTER-FILE KEY IS NOT LESS THAN GM-CHAVE
061900          INVALID KEY
062000              MOVE 'Y' TO WS-FIM-SECAO-SW
062100      END-START.
062200      PERFORM 3305-LER-NOTA THRU 3305-EXIT
062300          UNTIL WS-FIM-SECAO.
062400      IF WS-QTDE-SECAO = ZERO
062500          MOVE 'NENHUMA DISCIPLINA LANCADA' TO WV-TEXTO
062600          WRITE FR-LINE FROM WS-LINHA-AVISO
062700      END-IF.
062800  3300-EXIT.
062900      EXIT.
063000******************************************************************
063100* 3305-LER-NOTA
063200* READS THE NEXT GRADMAS RECORD OF THE STUDENT AND PRINTS IT
063300******************************************************************
063400  3305-LER-NOTA.
063500      READ GRADE-MASTER-FILE NEXT RECORD
063600          AT END
063700              MOVE 'Y' TO WS-FIM-SECAO-SW
063800              GO TO 3305-EXIT
063900      END-READ.
064000      IF NOT WS-GRADMAS-OK OR GM-STUDENT-ID NOT = SM-STUDENT-ID
064100          MOVE 'Y' TO WS-FIM-SECAO-SW
064200          GO TO 3305-EXIT
064300      END-IF.
064400      ADD 1 TO WS-QTDE-SECAO.
064500      MOVE GM-DISCIPLINA TO WN-DISCIPLINA.
064600      MOVE GM-NOTA1 TO WN-N1.
064700      MOVE GM-NOTA2 TO WN-N2.
064800      MOVE GM-NOTA3 TO WN-N3.
064900      MOVE GM-NOTA4 TO WN-N4.
065000      MOVE GM-MEDIA TO WN-MEDIA.
065100      MOVE GM-NOTA-RECUPERACAO TO WN-RECUPERACAO.
065200      MOVE GM-SITUACAO TO WRK-UD-RESULTADO.
065300      PERFORM 7000-DESCREVER-SITUACAO THRU 7000-EXIT.
065400      MOVE WU-RESULTADO TO WN-SITUACAO.
065500      MOVE GM-LETRA TO WN-LETRA.
065600      MOVE GM-BIM-LANCADO TO WN-BIM-LANCADO.
065700      WRITE FR-LINE FROM WS-LINHA-NOTA.
065800  3305-EXIT.
065900      EXIT.
066000******************************************************************
066100* 3400-FREQUENCIA
066200* AULAS, FALTAS AND ABONOS PER BIMESTRE FROM ATTEND, WITH THE
066300* PERCENTAGE WORKED OUT AS PROGCOB07 DOES, AND THE YEAR TOTAL
066400******************************************************************
066500  3400-FREQUENCIA.
066600      MOVE 'FREQUENCIA (ATTEND)' TO WTS-TITULO.
066700      WRITE FR-LINE FROM WS-TITULO-SECAO.
066800      IF NOT WS-ATTEND-DISPONIVEL
066900          MOVE 'ATTEND INDISPONIVEL' TO WV-TEXTO
067000          WRITE FR-LINE FROM WS-LINHA-AVISO
067100          GO TO 3400-EXIT
067200      END-IF.
067300      MOVE SM-STUDENT-ID TO AT-STUDENT-ID.
067400      READ ATTENDANCE-FILE
067500          INVALID KEY
067600              MOVE 'SEM REGISTRO DE FREQUENCIA' TO WV-TEXTO
067700              WRITE FR-LINE FROM WS-LINHA-AVISO
067800              GO TO 3400-EXIT
067900      END-READ.
068000      MOVE ATTENDANCE-RECORD TO WRK-ATTEND-COPIA.
068100      WRITE FR-LINE FROM WS-CAB-FREQUENCIA.
068200      MOVE ZEROS TO WRK-AULAS-TOTAIS.
068300      MOVE ZEROS TO WRK-FALTAS-TOTAIS.
068400      MOVE ZEROS TO WRK-ABONOS-TOTAIS.
068500      PERFORM 3410-FREQUENCIA-BIMESTRE THRU 3410-EXIT
068600          VARYING WRK-BIM FROM 1 BY 1
068700          UNTIL WRK-BIM > 4.
068800      MOVE WRK-AULAS-TOTAIS TO WRK-AULAS.
068900      MOVE WRK-FALTAS-TOTAIS TO WRK-FALTAS.
069000      MOVE WRK-ABONOS-TOTAIS TO WRK-ABONOS.
069100      PERFORM 3450-CALCULAR-PERCENTUAL THRU 3450-EXIT.
069200      MOVE 'ANO' TO WQ-BIMESTRE.
069300      PERFORM 3460-IMPRIMIR-FREQUENCIA THRU 3460-EXIT.
069400  3400-EXIT.
069500      EXIT.
069600******************************************************************
069700* 3410-FREQUENCIA-BIMESTRE
069800******************************************************************
069900  3410-FREQUENCIA-BIMESTRE.
070000      MOVE WRK-AF-AULAS (WRK-BIM) TO WRK-AULAS.
070100      MOVE WRK-AF-FALTAS (WRK-BIM) TO WRK-FALTAS.
070200      MOVE WRK-AF-ABONOS (WRK-BIM) TO WRK-ABONOS.
070300      ADD WRK-AULAS TO WRK-AULAS-TOTAIS.
070400      ADD WRK-FALTAS TO WRK-FALTAS-TOTAIS.
070500      ADD WRK-ABONOS TO WRK-ABONOS-TOTAIS.
070600      PERFORM 3450-CALCULAR-PERCENTUAL THRU 3450-EXIT.
070700      MOVE SPACES TO WQ-BIMESTRE.
070800      MOVE WRK-BIM TO WQ-BIMESTRE (2:1).
070900      PERFORM 3460-IMPRIMIR-FREQUENCIA THRU 3460-EXIT.
071000  3410-EXIT.
071100      EXIT.
071200******************************************************************
071300* 3450-CALCULAR-PERCENTUAL
071400* SAME RULE AS PROGCOB07 2170 - ABONO REDUZ AS FALTAS (NUNCA
071500* ABAIXO DE ZERO NEM ACIMA DAS AULAS); SEM AULAS A FREQUENCIA
071550* FICA EM 100
071600******************************************************************
071700  3450-CALCULAR-PERCENTUAL.
071800      MOVE 100 TO WRK-FREQUENCIA-PCT.
071900      IF WRK-AULAS = ZERO
072000          GO TO 3450-EXIT
072100      END-IF.
072200      COMPUTE WRK-FALTAS-LIQUIDAS = WRK-FALTAS - WRK-ABONOS.
072300      IF WRK-FALTAS-LIQUIDAS < ZERO
072400          MOVE ZERO TO WRK-FALTAS-LIQUIDAS
072500      END-IF.
072510      IF WRK-FALTAS-LIQUIDAS > WRK-AULAS
072520          MOVE WRK-AULAS TO WRK-FALTAS-LIQUIDAS
072530      END-IF.
072600      COMPUTE WRK-FREQUENCIA-PCT =
072700          (WRK-AULAS - WRK-FALTAS-LIQUIDAS) * 100
072800          / WRK-AULAS.
072900  3450-EXIT.
073000      EXIT.
073100******************************************************************
073200* 3460-IMPRIMIR-FREQUENCIA
073300******************************************************************
073400  3460-IMPRIMIR-FREQUENCIA.
073500      MOVE WRK-AULAS TO WQ-AULAS.
073600      MOVE WRK-FALTAS TO WQ-FALTAS.
073700      MOVE WRK-ABONOS TO WQ-ABONOS.
073800      MOVE WRK-FREQUENCIA-PCT TO WQ-PCT.
073900      MOVE SPACES TO WQ-AVISO.
074000      IF WRK-FREQUENCIA-PCT < WRK-LIMITE-FREQUENCIA
074100          MOVE 'ABAIXO DO MINIMO' TO WQ-AVISO
074200      END-IF.
074300      WRITE FR-LINE FROM WS-LINHA-FREQUENCIA.
074400  3460-EXIT.
074500      EXIT.
074600******************************************************************
074700* 3500-MENSALIDADES
074800* OPEN BILLMAS CHARGES OF THE STUDENT, FLAGGING THE OVERDUE ONES,
074900* WITH THE TOTAL STILL OWED
075000******************************************************************
075100  3500-MENSALIDADES.
075200      MOVE 'MENSALIDADES EM ABERTO (BILLMAS)' TO WTS-TITULO.
075300      WRITE FR-LINE FROM WS-TITULO-SECAO.
075400      IF NOT WS-BILLMAS-DISPONIVEL
075500          MOVE 'BILLMAS INDISPONIVEL' TO WV-TEXTO
075600          WRITE FR-LINE FROM WS-LINHA-AVISO
075700          GO TO 3500-EXIT
075800      END-IF.
075900      WRITE FR-LINE FROM WS-CAB-MENSALIDADE.
076000      MOVE ZERO TO WS-QTDE-ABERTAS.
076100      MOVE ZEROS TO WRK-VALOR-ABERTO.
076200      MOVE 'N' TO WS-FIM-SECAO-SW.
076300      MOVE SM-STUDENT-ID TO BL-STUDENT-ID.
076400      MOVE ZEROS TO BL-COMPETENCIA.
076500      START BILLING-FILE KEY IS NOT LESS THAN BL-CHAVE
076600          INVALID KEY
076700              MOVE 'Y' TO WS-FIM-SECAO-SW
076800      END-START.
076900      PERFORM 3505-LER-MENSALIDADE THRU 3505-EXIT
077000          UNTIL WS-FIM-SECAO.
077100      MOVE WS-QTDE-ABERTAS TO WTM-QTDE.
077200      MOVE WRK-VALOR-ABERTO TO WTM-VALOR.
077300      WRITE FR-LINE FROM WS-TOTAL-MENSALIDADE.
077400  3500-EXIT.
077500      EXIT.
077600******************************************************************
077700* 3505-LER-MENSALIDADE
077800* READS THE NEXT BILLMAS RECORD OF THE STUDENT - ONLY THE OPEN
077900* ONES ARE PRINTED
078000******************************************************************
078100  3505-LER-MENSALIDADE.
078200      READ BILLING-FILE NEXT RECORD
078300          AT END
078400              MOVE 'Y' TO WS-FIM-SECAO-SW
078500              GO TO 3505-EXIT
078600      END-READ.
078700      IF NOT WS-BILLMAS-OK OR BL-STUDENT-ID NOT = SM-STUDENT-ID
078800          MOVE 'Y' TO WS-FIM-SECAO-SW
078900          GO TO 3505-EXIT
079000      END-IF.
079100      IF NOT BL-ABERTA
079200          GO TO 3505-EXIT
079300      END-IF.
079400      ADD 1 TO WS-QTDE-ABERTAS.
079500      ADD BL-VALOR TO WRK-VALOR-ABERTO.
079600      MOVE BL-COMPETENCIA TO WM-COMPETENCIA.
079700      MOVE BL-DATA-VENCIMENTO TO WRK-DATA-YYYYMMDD.
079800      PERFORM 9810-FORMATAR-DDMMYYYY THRU 9810-EXIT.
079900      MOVE DATEFMT-DDMMYYYY TO WM-VENCIMENTO.
080000      MOVE BL-VALOR TO WM-VALOR.
080100      MOVE BL-CLASS-SECTION TO WM-TURMA.
080200      MOVE SPACES TO WM-AVISO.
080300      IF BL-DATA-VENCIMENTO < WRK-DATA-HOJE
080400          MOVE 'VENCIDA' TO WM-AVISO
080500      END-IF.
080600      WRITE FR-LINE FROM WS-LINHA-MENSALIDADE.
080700  3505-EXIT.
080800      EXIT.
080900******************************************************************
081000* 3600-MOVIMENTACOES
081100* TRANSFERS, EVASAO AND TURMA CHANGES OF THE STUDENT - MOVHIST
081200* IS SEQUENTIAL, SO IT IS SCANNED WHOLE FOR EACH FICHA
081300******************************************************************
081400  3600-MOVIMENTACOES.
081500      MOVE 'MOVIMENTACOES (MOVHIST)' TO WTS-TITULO.
081600      WRITE FR-LINE FROM WS-TITULO-SECAO.
081700      OPEN INPUT MOVE-HISTORY-FILE.
081800      IF NOT WS-MOVHIST-OK
081900          MOVE 'NENHUMA MOVIMENTACAO REGISTRADA' TO WV-TEXTO
082000          WRITE FR-LINE FROM WS-LINHA-AVISO
082100          GO TO 3600-EXIT
082200      END-IF.
082300      WRITE FR-LINE FROM WS-CAB-MOVIMENTO.
082400      MOVE ZERO TO WS-QTDE-SECAO.
082500      MOVE 'N' TO WS-FIM-SECAO-SW.
082600      PERFORM 3605-LER-MOVIMENTO THRU 3605-EXIT
082700          UNTIL WS-FIM-SECAO.
082800      CLOSE MOVE-HISTORY-FILE.
082900      IF WS-QTDE-SECAO = ZERO
083000          MOVE 'NENHUMA MOVIMENTACAO REGISTRADA' TO WV-TEXTO
083100          WRITE FR-LINE FROM WS-LINHA-AVISO
083200      END-IF.
083300  3600-EXIT.
083400      EXIT.
083500******************************************************************
083600* 3605-LER-MOVIMENTO
083700******************************************************************
083800  3605-LER-MOVIMENTO.
083900      READ MOVE-HISTORY-FILE
084000          AT END
084100              MOVE 'Y' TO WS-FIM-SECAO-SW
084200              GO TO 3605-EXIT
084300      END-READ.
084400      IF MH-STUDENT-ID NOT = SM-STUDENT-ID
084500          GO TO 3605-EXIT
084600      END-IF.
084700      ADD 1 TO WS-QTDE-SECAO.
084800      MOVE MH-DATA-EFETIVA TO WRK-DATA-YYYYMMDD.
084900      PERFORM 9810-FORMATAR-DDMMYYYY THRU 9810-EXIT.
085000      MOVE DATEFMT-DDMMYYYY TO WO-DATA.
085100      EVALUATE TRUE
085200          WHEN MH-TRANSFERENCIA
085300              MOVE 'TRANSFERENCIA' TO WO-TIPO
085400          WHEN MH-EVASAO
085500              MOVE 'EVASAO' TO WO-TIPO
085600          WHEN MH-TROCA-TURMA
085700              MOVE 'TROCA TURMA' TO WO-TIPO
085800          WHEN OTHER
085900              MOVE MH-TIPO TO WO-TIPO
086000      END-EVALUATE.
086100      MOVE MH-TURMA-ANTERIOR TO WO-TURMA-ANTERIOR.
086200      MOVE MH-TURMA-NOVA TO WO-TURMA-NOVA.
086300      WRITE FR-LINE FROM WS-LINHA-MOVIMENTO.
086400  3605-EXIT.
086500      EXIT.
086600******************************************************************
086700* 3700-ULTIMA-DECISAO
086800* THE LATEST DECISION ON AUDMAS - THE KEY RUNS IN DATE ORDER, SO
086900* THE LAST ORIGINAL/RECUPERACAO/CONSELHO RECORD READ IS THE ONE
087000* IN FORCE; POSTING ('L') RECORDS ARE SKIPPED
087100******************************************************************
087200  3700-ULTIMA-DECISAO.
087300      MOVE 'ULTIMA DECISAO (AUDMAS)' TO WTS-TITULO.
087400      WRITE FR-LINE FROM WS-TITULO-SECAO.
087500      IF NOT WS-AUDMAS-DISPONIVEL
087600          MOVE 'AUDMAS INDISPONIVEL' TO WV-TEXTO
087700          WRITE FR-LINE FROM WS-LINHA-AVISO
087800          GO TO 3700-EXIT
087900      END-IF.
088000      MOVE 'N' TO WS-DECISAO-ACHADA-SW.
088100      MOVE 'N' TO WS-FIM-SECAO-SW.
088200      MOVE SM-STUDENT-ID TO AM-STUDENT-ID.
088300      MOVE ZEROS TO AM-DATA-EXECUCAO.
088400      MOVE ZEROS TO AM-SEQUENCIA.
088500      START AUDIT-MASTER-FILE KEY IS NOT LESS THAN AM-CHAVE
088600          INVALID KEY
088700              MOVE 'Y' TO WS-FIM-SECAO-SW
088800      END-START.
088900      PERFORM 3705-LER-DECISAO THRU 3705-EXIT
089000          UNTIL WS-FIM-SECAO.
089100      IF NOT WS-DECISAO-ACHADA
089200          MOVE 'NENHUMA DECISAO GRAVADA' TO WV-TEXTO
089300          WRITE FR-LINE FROM WS-LINHA-AVISO
089400          GO TO 3700-EXIT
089500      END-IF.
089600      MOVE WRK-UD-DATA TO WRK-DATA-YYYYMMDD.
089700      PERFORM 9810-FORMATAR-DDMMYYYY THRU 9810-EXIT.
089800      MOVE DATEFMT-DDMMYYYY TO WU-DATA.
089900      EVALUATE WRK-UD-TIPO
090000          WHEN 'M'
090100              MOVE 'RECUPERACAO' TO WU-TIPO
090200          WHEN 'C'
090300              MOVE 'CONSELHO' TO WU-TIPO
090400              IF WRK-UD-DISCIPLINA NOT = SPACES
090500                  MOVE 'CONS' TO WU-TIPO
090600                  MOVE WRK-UD-DISCIPLINA TO WU-TIPO (6:3)
090700              END-IF
090800          WHEN OTHER
090900              MOVE 'ORIGINAL' TO WU-TIPO
091000      END-EVALUATE.
091100      MOVE WRK-UD-MEDIA TO WU-MEDIA.
091200      MOVE WRK-UD-FREQUENCIA TO WU-FREQ.
091300      WRITE FR-LINE FROM WS-LINHA-DECISAO.
091400      PERFORM 7000-DESCREVER-SITUACAO THRU 7000-EXIT.
091500      MOVE WRK-UD-TURMA TO WU-TURMA.
091600      MOVE WRK-UD-ATA TO WU-ATA.
091700      WRITE FR-LINE FROM WS-LINHA-DECISAO-2.
091800  3700-EXIT.
091900      EXIT.
092000******************************************************************
092100* 3705-LER-DECISAO
092200* READS THE NEXT AUDMAS RECORD OF THE STUDENT AND KEEPS IT WHEN
092300* IT IS A DECISION
092400******************************************************************
092500  3705-LER-DECISAO.
092600      READ AUDIT-MASTER-FILE NEXT RECORD
092700          AT END
092800              MOVE 'Y' TO WS-FIM-SECAO-SW
092900              GO TO 3705-EXIT
093000      END-READ.
093100      IF NOT WS-AUDMAS-OK OR AM-STUDENT-ID NOT = SM-STUDENT-ID
093200          MOVE 'Y' TO WS-FIM-SECAO-SW
093300          GO TO 3705-EXIT
093400      END-IF.
093500      IF AM-REGISTRO-LANCAMENTO OR AM-REGISTRO-CORRECAO
093600          GO TO 3705-EXIT
093700      END-IF.
093800      MOVE 'Y' TO WS-DECISAO-ACHADA-SW.
093900      MOVE AM-DATA-EXECUCAO TO WRK-UD-DATA.
094000      MOVE AM-CLASS-SECTION TO WRK-UD-TURMA.
094100      MOVE AM-TIPO-REGISTRO TO WRK-UD-TIPO.
094200      MOVE AM-DISCIPLINA TO WRK-UD-DISCIPLINA.
094300      MOVE AM-MEDIA TO WRK-UD-MEDIA.
094400      MOVE AM-FREQUENCIA TO WRK-UD-FREQUENCIA.
094500      MOVE AM-RESULTADO TO WRK-UD-RESULTADO.
094600      MOVE AM-ATA-CONSELHO TO WRK-UD-ATA.
094700  3705-EXIT.
094800      EXIT.
094900******************************************************************
095000* 7000-DESCREVER-SITUACAO
095100* TURNS THE SITUACAO BYTE IN WRK-UD-RESULTADO INTO THE TEXT
095200* PROGCOB18 PRINTS, LEFT IN WU-RESULTADO
095300******************************************************************
095400  7000-DESCREVER-SITUACAO.
095500      EVALUATE WRK-UD-RESULTADO
095600          WHEN 'A'
095700              MOVE 'APROVADO' TO WU-RESULTADO
095800          WHEN 'C'
095900              MOVE 'APROV CONS' TO WU-RESULTADO
096000          WHEN 'R'
096100              MOVE 'REPROVADO' TO WU-RESULTADO
096200          WHEN 'F'
096300              MOVE 'REPR FALTA' TO WU-RESULTADO
096400          WHEN OTHER
096500              MOVE 'PENDENTE' TO WU-RESULTADO
096600      END-EVALUATE.
096700  7000-EXIT.
096800      EXIT.
096900******************************************************************
097000* 8000-TERMINATE
097100* WRITES THE FOOTER, CLOSES FILES AND SHOWS THE COUNT
097200******************************************************************
097300  8000-TERMINATE.
097400      IF WS-ABORTAR
097500          GO TO 8000-EXIT
097600      END-IF.
097700      MOVE WS-FICHAS-EMITIDAS TO WF-QTDE.
097800      WRITE FR-LINE FROM WS-FOOTER-LINE.
097900      CLOSE STUDENT-MASTER-FILE FICHA-REPORT-FILE.
098000      IF WS-TURMMAS-DISPONIVEL
098100          CLOSE TURMA-FILE
098200      END-IF.
098300      IF WS-GUARDIAN-DISPONIVEL
098400          CLOSE GUARDIAN-FILE
098500      END-IF.
098600      IF WS-GRADMAS-DISPONIVEL
098700          CLOSE GRADE-MASTER-FILE
098800      END-IF.
098900      IF WS-ATTEND-DISPONIVEL
099000          CLOSE ATTENDANCE-FILE
099100      END-IF.
099200      IF WS-BILLMAS-DISPONIVEL
099300          CLOSE BILLING-FILE
099400      END-IF.
099500      IF WS-AUDMAS-DISPONIVEL
099600          CLOSE AUDIT-MASTER-FILE
099700      END-IF.
099800      DISPLAY 'PROGCOB59 - FICHAS EMITIDAS: ' WS-FICHAS-EMITIDAS.
099900  8000-EXIT.
100000      EXIT.
100100******************************************************************
100200* SHARED DATE-FORMATTING ROUTINES (SEE DATERTN.CPY)
100300******************************************************************
100400  COPY DATERTN.
100500******************************************************************
100600* RUN-PARAMETER LOOKUP ROUTINES (SEE PARMRTN.CPY)
100700******************************************************************
100800  COPY PARMRTN.
