000100  IDENTIFICATION DIVISION.
000200  PROGRAM-ID. PROGCOB60.
000300  AUTHOR. ALEX.
000400  INSTALLATION. ESCOLA - SETOR DE PROCESSAMENTO DE DADOS.
000500  DATE-WRITTEN. 15/10/2026.
000600  DATE-COMPILED.
000700******************************************************************
000800* AREA DE COMENTARIOS - REMARKS
000900* OBJETIVO: CORRECAO CONTROLADA DE PERIODO JA FECHADO. DEPOIS
001000* QUE O PROGCOB24 HISTORIA O PERIODO NO STUDHIST (E POR
001100* DISCIPLINA NO DISCHIST) NAO HAVIA CAMINHO SUPORTADO PARA
001200* CORRIGIR UMA NOTA - SO EDICAO DO ARQUIVO NA MAO, SEM RASTRO.
001300* LE O ARQUIVO DE CORRECOES (CORRTRAN - MATRICULA, ANO/PERIODO,
001400* DISCIPLINA, CAMPO 1-4 OU R, NOTA NOVA, COORDENADOR QUE PEDIU,
001500* REFERENCIA DA APROVACAO E MOTIVO), VALIDA CADA CORRECAO NAS
001600* MESMAS FAIXAS DO PROGCOB13 (CAMPO NUMERICO, BIMESTRE 1-4,
001700* NOTA 00-10, RECUPERACAO SO PARA QUEM FOI CONVOCADO) E EXIGE
001800* O PERIODO FECHADO NO HISTORICO, O COORDENADOR, A APROVACAO E
001900* O MOTIVO. A CORRECAO ACEITA RECALCULA MEDIA, SITUACAO E
002000* LETRA COM AS REGRAS DO PROGCOB07 (PESOS DA DISCIPLINA NO
002100* CATALOGO DISCMAS, CORTE POR TURMA NO CTLPARM, RECUPERACAO
002150* SOBRE A MENOR NOTA); A
002200* REPROVACAO POR FALTA ('F') E A APROVACAO PELO CONSELHO ('C')
002300* NAO SAO DESFEITAS POR NOTA, POIS NAO VIERAM DELA. CORRECAO
002400* DE DISCIPLINA RECONSOLIDA O RESUMO DO PERIODO NO STUDHIST
002500* (MEDIA DAS MEDIAS, APROVADO SO SE APROVADO EM TODAS). CADA
002600* ALTERACAO VAI PARA O AUDITLOG COMO REGISTRO 'X' COM OS
002700* VALORES ANTERIOR E NOVO. O RELATORIO (CORRRPT) APONTA OS
002800* CERTIFICADOS DO CERTREG E A EXPORTACAO DA SECRETARIA
002900* (EXPORT DO PROGCOB33) EMITIDOS COM OS VALORES ANTIGOS, PARA
003000* A SECRETARIA REEMITIR
003100*
003200* MODIFICATION HISTORY
003300* DATE       INIT  DESCRIPTION
003400* 15/10/2026 ALEX  ORIGINAL
003420* 15/10/2026 ALEX  CORRECAO DE DISCIPLINA RECALCULA A MEDIA COM
003440*                  OS PESOS DA DISCIPLINA NO DISCMAS, COMO O
003460*                  PROGCOB07; CORRECAO DE PERIODO E DISCIPLINA
003480*                  FORA DO CATALOGO FICAM NO PADRAO 30/30/20/20
003500******************************************************************
003600  ENVIRONMENT DIVISION.
003700  CONFIGURATION SECTION.
003800  SOURCE-COMPUTER. IBM-370.
003900  OBJECT-COMPUTER. IBM-370.
004000  INPUT-OUTPUT SECTION.
004100  FILE-CONTROL.
004200      SELECT CORRECTION-TRANSACTION-FILE ASSIGN TO CORRTRAN
004300          ORGANIZATION IS SEQUENTIAL
004400          FILE STATUS IS WS-CORRTRAN-STATUS.
004500      SELECT STUDENT-HISTORY-FILE ASSIGN TO STUDHIST
004600          ORGANIZATION IS INDEXED
004700          ACCESS MODE IS RANDOM
004800          RECORD KEY IS SH-CHAVE
004900          FILE STATUS IS WS-STUDHIST-STATUS.
005000      SELECT DISC-HISTORY-FILE ASSIGN TO DISCHIST
005100          ORGANIZATION IS INDEXED
005200          ACCESS MODE IS DYNAMIC
005300          RECORD KEY IS DH-CHAVE
005400          FILE STATUS IS WS-DISCHIST-STATUS.
005500      SELECT COURSE-PARM-FILE ASSIGN TO CTLPARM
005600          ORGANIZATION IS INDEXED
005700          ACCESS MODE IS RANDOM
005800          RECORD KEY IS CP-CLASS-SECTION
005900          FILE STATUS IS WS-CTLPARM-STATUS.
006000      SELECT CERT-REGISTRY-FILE ASSIGN TO CERTREG
006100          ORGANIZATION IS SEQUENTIAL
006200          FILE STATUS IS WS-CERTREG-STATUS.
006300      SELECT EXPORT-FILE ASSIGN TO EXPORT
006400          ORGANIZATION IS LINE SEQUENTIAL
006500          FILE STATUS IS WS-EXPORT-STATUS.
006600      SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
006700          ORGANIZATION IS SEQUENTIAL
006800          FILE STATUS IS WS-AUDITLOG-STATUS.
006900      SELECT CORRECTION-REPORT-FILE ASSIGN TO CORRRPT
007000          ORGANIZATION IS LINE SEQUENTIAL
007100          FILE STATUS IS WS-CORRRPT-STATUS.
007200      SELECT LOCK-FILE ASSIGN TO STUDLOCK
007300          ORGANIZATION IS SEQUENTIAL
007400          FILE STATUS IS WS-LOCK-STATUS.
007410      SELECT DISCIPLINA-FILE ASSIGN TO DISCMAS
007420          ORGANIZATION IS INDEXED
007430          ACCESS MODE IS RANDOM
007440          RECORD KEY IS DC-CODIGO
007450          FILE STATUS IS WS-DISCMAS-STATUS.
007500  DATA DIVISION.
007600  FILE SECTION.
007700  FD  CORRECTION-TRANSACTION-FILE
007800      LABEL RECORDS ARE STANDARD.
007900  01  CORRECTION-TRANSACTION-RECORD.
008000      05  CT-STUDENT-ID           PIC X(06).
008100      05  CT-ANO-PERIODO          PIC 9(06).
008200      05  CT-DISCIPLINA           PIC X(03).
008300      05  CT-CAMPO                PIC X(01).
008400          88  CT-CAMPO-BIMESTRE           VALUES '1' '2' '3' '4'.
008500          88  CT-CAMPO-RECUPERACAO        VALUE 'R'.
008600      05  CT-BIMESTRE REDEFINES CT-CAMPO
008700                                  PIC 9(01).
008800      05  CT-NOTA                 PIC 9(02).
008900      05  CT-COORDENADOR          PIC X(10).
009000      05  CT-APROVACAO            PIC X(10).
009100      05  CT-MOTIVO               PIC X(30).
009200  FD  STUDENT-HISTORY-FILE
009300      LABEL RECORDS ARE STANDARD.
009400  COPY STUDHIST.
009500  FD  DISC-HISTORY-FILE
009600      LABEL RECORDS ARE STANDARD.
009700  COPY DISCHIST.
009800  FD  COURSE-PARM-FILE
009900      LABEL RECORDS ARE STANDARD.
010000  COPY CTLPARM.
010100  FD  CERT-REGISTRY-FILE
010200      LABEL RECORDS ARE STANDARD.
010300  01  CERT-REGISTRY-RECORD.
010400      05  CR-NUMERO               PIC 9(06).
010500      05  CR-STUDENT-ID           PIC X(06).
010600      05  CR-STUDENT-NAME         PIC X(20).
010700      05  CR-CLASS-SECTION        PIC X(06).
010800      05  CR-DATA-EMISSAO         PIC 9(08).
010900  FD  EXPORT-FILE
011000      LABEL RECORDS ARE STANDARD.
011100  01  EX-LINE                     PIC X(120).
011200  FD  AUDIT-LOG-FILE
011300      LABEL RECORDS ARE STANDARD.
011400  COPY AUDITREC.
011500  FD  CORRECTION-REPORT-FILE
011600      LABEL RECORDS ARE STANDARD.
011700  01  CO-LINE                     PIC X(80).
011800  FD  LOCK-FILE
011900      LABEL RECORDS ARE STANDARD.
012000  COPY LOCKREC.
012020  FD  DISCIPLINA-FILE
012040      LABEL RECORDS ARE STANDARD.
012060  COPY DISCMAS.
012100  WORKING-STORAGE SECTION.
012200******************************************************************
012300* SWITCHES
012400******************************************************************
012500  01  WS-SWITCHES.
012600      05  WS-EOF-SW              PIC X(01) VALUE 'N'.
012700          88  WS-EOF                       VALUE 'Y'.
012800      05  WS-TRANS-INVALIDA-SW   PIC X(01) VALUE 'N'.
012900          88  WS-TRANS-INVALIDA            VALUE 'Y'.
013000      05  WS-DISCHIST-DISPONIVEL-SW PIC X(01) VALUE 'N'.
013100          88  WS-DISCHIST-DISPONIVEL       VALUE 'Y'.
013200      05  WS-CTLPARM-DISPONIVEL-SW PIC X(01) VALUE 'N'.
013300          88  WS-CTLPARM-DISPONIVEL        VALUE 'Y'.
013400      05  WS-FIM-DISC-SW         PIC X(01) VALUE 'N'.
013500          88  WS-FIM-DISC                  VALUE 'Y'.
013600      05  WS-FIM-CERT-SW         PIC X(01) VALUE 'N'.
013700          88  WS-FIM-CERT                  VALUE 'Y'.
013800      05  WS-FIM-EXPORT-SW       PIC X(01) VALUE 'N'.
013900          88  WS-FIM-EXPORT                VALUE 'Y'.
014000      05  WS-TODAS-APROVADAS-SW  PIC X(01) VALUE 'Y'.
014100          88  WS-TODAS-APROVADAS           VALUE 'Y'.
014200      05  WS-DISC-CONSELHO-SW    PIC X(01) VALUE 'N'.
014300          88  WS-DISC-CONSELHO             VALUE 'Y'.
014400      05  WS-RESUMO-ALTERADO-SW  PIC X(01) VALUE 'N'.
014500          88  WS-RESUMO-ALTERADO           VALUE 'Y'.
014510      05  WS-ABORTAR-SW          PIC X(01) VALUE 'N'.
014520          88  WS-ABORTAR                   VALUE 'Y'.
014600******************************************************************
014700* FILE STATUS AND COUNTERS
014800******************************************************************
014900  01  WS-FILE-STATUSES.
015000      05  WS-CORRTRAN-STATUS     PIC X(02) VALUE '00'.
015100          88  WS-CORRTRAN-OK              VALUE '00'.
015200          88  WS-CORRTRAN-EOF             VALUE '10'.
015300      05  WS-STUDHIST-STATUS     PIC X(02) VALUE '00'.
015400          88  WS-STUDHIST-OK              VALUE '00'.
015500          88  WS-STUDHIST-NOT-FOUND       VALUE '23'.
015600      05  WS-DISCHIST-STATUS     PIC X(02) VALUE '00'.
015700          88  WS-DISCHIST-OK              VALUE '00'.
015800          88  WS-DISCHIST-NOT-FOUND       VALUE '23'.
015900      05  WS-CTLPARM-STATUS      PIC X(02) VALUE '00'.
016000          88  WS-CTLPARM-OK               VALUE '00'.
016100          88  WS-CTLPARM-NOT-FOUND        VALUE '23'.
016200      05  WS-CERTREG-STATUS      PIC X(02) VALUE '00'.
016300          88  WS-CERTREG-OK               VALUE '00'.
016400          88  WS-CERTREG-EOF              VALUE '10'.
016500      05  WS-EXPORT-STATUS       PIC X(02) VALUE '00'.
016600          88  WS-EXPORT-OK                VALUE '00'.
016700          88  WS-EXPORT-EOF               VALUE '10'.
016800      05  WS-AUDITLOG-STATUS     PIC X(02) VALUE '00'.
016900          88  WS-AUDITLOG-OK              VALUE '00'.
017000          88  WS-AUDITLOG-NAO-EXISTE      VALUE '35'.
017100      05  WS-CORRRPT-STATUS      PIC X(02) VALUE '00'.
017200          88  WS-CORRRPT-OK               VALUE '00'.
017300  01  WS-COUNTERS COMP.
017400      05  WS-TRANS-LIDAS         PIC 9(05) VALUE ZERO.
017500      05  WS-TRANS-ACEITAS       PIC 9(05) VALUE ZERO.
017600      05  WS-TRANS-REJEITADAS    PIC 9(05) VALUE ZERO.
017700      05  WS-RESUMOS-ALTERADOS   PIC 9(05) VALUE ZERO.
017800      05  WS-CERT-REEMITIR       PIC 9(05) VALUE ZERO.
017900      05  WS-EXPORT-REEMITIR     PIC 9(05) VALUE ZERO.
018000      05  WS-AUDIT-X-GRAVADOS    PIC 9(05) VALUE ZERO.
018100      05  WS-QTDE-DISC-HIST      PIC 9(05) VALUE ZERO.
018200******************************************************************
018300* RUN DATE - SAME STRUCTURE TESTE1 USES FOR THE SYSTEM DATE.
018400* REUSED TO FORMAT THE CERTREG AND EXPORT DATES ON THE REPORT;
018500* THE RUN DATE ITSELF STAYS IN WRK-DATA-HOJE
018600******************************************************************
018700  01  WRK-DATA.
018800      05  WRK-ANO                PIC 9(04) VALUE ZEROS.
018900      05  WRK-MES                PIC 9(02) VALUE ZEROS.
019000      05  WRK-DIA                PIC 9(02) VALUE ZEROS.
019100  01  WRK-DATA-YYYYMMDD REDEFINES WRK-DATA PIC 9(08).
019200  77  WRK-DATA-HOJE              PIC 9(08) VALUE ZEROS.
019300******************************************************************
019400* STUDMAS UPDATE LOCK FIELDS (SEE LOCKWS.CPY/LOCKRTN.CPY) - O
019500* MESMO LOCK DO PROGCOB24, QUE E QUEM GRAVA O HISTORICO
019600******************************************************************
019700  COPY LOCKWS.
019800******************************************************************
019900* SHARED DATE-OUTPUT FIELDS (SEE DATEFMT.CPY)
020000******************************************************************
020100  COPY DATEFMT.
020200******************************************************************
020300* CALCULO DA MEDIA - MESMOS PESOS E MESMO CORTE DO PROGCOB07:
020400* PESOS DA DISCIPLINA NO CATALOGO DISCMAS (SEE DISCWS.CPY/
020500* DISCRTN.CPY), PADRAO NA CORRECAO DE PERIODO. SE A TURMA NAO
020600* TIVER PARAMETRO NO CTLPARM, USA O PADRAO DA REDE (6), COMO LA
020700******************************************************************
020800  COPY DISCWS.
021200  77  WRK-MEDIA-PADRAO           PIC 9(02) VALUE 6.
021300  77  WRK-LIMITE-APROVACAO       PIC 9(02) VALUE 6.
021400  77  WRK-NOTA1                  PIC 9(02) VALUE ZEROS.
021500  77  WRK-NOTA2                  PIC 9(02) VALUE ZEROS.
021600  77  WRK-NOTA3                  PIC 9(02) VALUE ZEROS.
021700  77  WRK-NOTA4                  PIC 9(02) VALUE ZEROS.
021800  77  WRK-RECUPERACAO            PIC 9(02) VALUE ZEROS.
021900  77  WRK-MEDIA                  PIC 9(02) VALUE ZEROS.
022000  77  WRK-SITUACAO-CALC          PIC X(01) VALUE SPACE.
022100  77  WRK-LETRA-CALC             PIC X(01) VALUE SPACE.
022200  77  WRK-SOMA-MEDIAS            PIC 9(05) COMP VALUE ZERO.
022300  77  WRK-TURMA-CALC             PIC X(06) VALUE SPACES.
022400******************************************************************
022500* VALORES ANTES DA CORRECAO - DO REGISTRO CORRIGIDO (STUDHIST
022600* OU DISCHIST) E DO RESUMO DO PERIODO NO STUDHIST, ESTE NO
022700* MESMO FORMATO DA LINHA 'D' DO EXPORT PARA A COMPARACAO DA
022800* REEMISSAO EM 2600
022900******************************************************************
023000  77  WRK-NOTA-ANTERIOR          PIC 9(02) VALUE ZEROS.
023100  77  WRK-MEDIA-ANTERIOR         PIC 9(02) VALUE ZEROS.
023200  77  WRK-SITUACAO-ANTERIOR      PIC X(01) VALUE SPACE.
023300  77  WRK-LETRA-ANTERIOR         PIC X(01) VALUE SPACE.
023400  77  WRK-MEDIA-NOVA             PIC 9(02) VALUE ZEROS.
023500  77  WRK-SITUACAO-NOVA          PIC X(01) VALUE SPACE.
023600  01  WRK-RESUMO-ANTERIOR.
023700      05  WRK-RA-NOTA1           PIC 9(02).
023800      05  WRK-RA-NOTA2           PIC 9(02).
023900      05  WRK-RA-NOTA3           PIC 9(02).
024000      05  WRK-RA-NOTA4           PIC 9(02).
024100      05  WRK-RA-MEDIA           PIC 9(02).
024200      05  WRK-RA-LETRA           PIC X(01).
024300      05  WRK-RA-SITUACAO        PIC X(01).
024310  01  WRK-RESUMO-NOVO.
024320      05  WRK-RN-NOTA1           PIC 9(02).
024330      05  WRK-RN-NOTA2           PIC 9(02).
024340      05  WRK-RN-NOTA3           PIC 9(02).
024350      05  WRK-RN-NOTA4           PIC 9(02).
024360      05  WRK-RN-MEDIA           PIC 9(02).
024370      05  WRK-RN-LETRA           PIC X(01).
024380      05  WRK-RN-SITUACAO        PIC X(01).
024400******************************************************************
024500* CAMPOS DE LEITURA DO EXPORT DA SECRETARIA (LAYOUT DO
024600* PROGCOB33 - H;ESCOLA;AAAAMMDD / D;MATRICULA;NOME;TURMA;N1;N2;
024700* N3;N4;MEDIA;LETRA;SITUACAO;DATA MATRICULA / T;QTDE;HASH)
024800******************************************************************
024900  77  WRK-EXP-TIPO               PIC X(01) VALUE SPACE.
025000  77  WRK-EXP-ESCOLA             PIC X(10) VALUE SPACES.
025100  77  WRK-EXP-STUDENT-ID         PIC X(06) VALUE SPACES.
025200  77  WRK-EXP-NOME               PIC X(20) VALUE SPACES.
025300  77  WRK-EXP-TURMA              PIC X(06) VALUE SPACES.
025400  01  WRK-EXP-DATA               PIC X(08) VALUE ZEROS.
025500  01  WRK-EXP-DATA-N REDEFINES WRK-EXP-DATA PIC 9(08).
025600  01  WRK-EXP-VALORES.
025700      05  WRK-EV-NOTA1           PIC X(02).
025800      05  WRK-EV-NOTA2           PIC X(02).
025900      05  WRK-EV-NOTA3           PIC X(02).
026000      05  WRK-EV-NOTA4           PIC X(02).
026100      05  WRK-EV-MEDIA           PIC X(02).
026200      05  WRK-EV-LETRA           PIC X(01).
026300      05  WRK-EV-SITUACAO        PIC X(01).
026400******************************************************************
026500* REASON THE CURRENT CORRECTION WAS REJECTED - PRINTED ON THE
026600* REPORT SO THE COORDENACAO CAN FIX THE REQUEST
026700******************************************************************
026800  77  WRK-MOTIVO-REJEICAO        PIC X(20) VALUE SPACES.
026900******************************************************************
027000* REPORT LINE LAYOUTS
027100******************************************************************
027200  01  WS-HEADER-1.
027300      05  FILLER                 PIC X(34)
027400          VALUE 'CORRECAO DE PERIODO FECHADO'.
027500  01  WS-HEADER-2.
027600      05  FILLER                 PIC X(10) VALUE 'DATA EMIS:'.
027700      05  WS-H2-DATA             PIC X(10).
027800  01  WS-HEADER-3.
027900      05  FILLER                 PIC X(07) VALUE 'MATRIC '.
028000      05  FILLER                 PIC X(07) VALUE 'PERIOD '.
028100      05  FILLER                 PIC X(05) VALUE 'DISC '.
028200      05  FILLER                 PIC X(02) VALUE 'C '.
028300      05  FILLER                 PIC X(06) VALUE 'NOTA  '.
028400      05  FILLER                 PIC X(06) VALUE 'MEDIA '.
028500      05  FILLER                 PIC X(04) VALUE 'SIT '.
028600      05  FILLER                 PIC X(10) VALUE 'SITUACAO  '.
028700      05  FILLER                 PIC X(20) VALUE 'MOTIVO'.
028800  01  WS-DETAIL-LINE.
028900      05  WD-ID                  PIC X(06).
029000      05  FILLER                 PIC X(01) VALUE SPACE.
029100      05  WD-PERIODO             PIC 9(06).
029200      05  FILLER                 PIC X(01) VALUE SPACE.
029300      05  WD-DISCIPLINA          PIC X(03).
029400      05  FILLER                 PIC X(02) VALUE SPACES.
029500      05  WD-CAMPO               PIC X(01).
029600      05  FILLER                 PIC X(01) VALUE SPACE.
029700      05  WD-NOTA-ANTERIOR       PIC Z9.
029800      05  FILLER                 PIC X(01) VALUE '>'.
029900      05  WD-NOTA-NOVA           PIC Z9.
030000      05  FILLER                 PIC X(01) VALUE SPACE.
030100      05  WD-MEDIA-ANTERIOR      PIC Z9.
030200      05  FILLER                 PIC X(01) VALUE '>'.
030300      05  WD-MEDIA-NOVA          PIC Z9.
030400      05  FILLER                 PIC X(01) VALUE SPACE.
030500      05  WD-SIT-ANTERIOR        PIC X(01).
030600      05  FILLER                 PIC X(01) VALUE '>'.
030700      05  WD-SIT-NOVA            PIC X(01).
030800      05  FILLER                 PIC X(01) VALUE SPACE.
030900      05  WD-SITUACAO            PIC X(09).
031000      05  FILLER                 PIC X(01) VALUE SPACE.
031100      05  WD-MOTIVO              PIC X(20).
031200  01  WS-DETAIL-APROVACAO.
031300      05  FILLER                 PIC X(08) VALUE '  COORD '.
031400      05  WA-COORDENADOR         PIC X(10).
031500      05  FILLER                 PIC X(07) VALUE ' APROV '.
031600      05  WA-APROVACAO           PIC X(10).
031700      05  FILLER                 PIC X(01) VALUE SPACE.
031800      05  WA-MOTIVO              PIC X(30).
031900  01  WS-DETAIL-RESUMO.
032000      05  FILLER                 PIC X(27)
032100          VALUE '  RESUMO DO PERIODO: MEDIA '.
032200      05  WR-MEDIA-ANTERIOR      PIC Z9.
032300      05  FILLER                 PIC X(01) VALUE '>'.
032400      05  WR-MEDIA-NOVA          PIC Z9.
032500      05  FILLER                 PIC X(05) VALUE ' SIT '.
032600      05  WR-SIT-ANTERIOR        PIC X(01).
032700      05  FILLER                 PIC X(01) VALUE '>'.
032800      05  WR-SIT-NOVA            PIC X(01).
032900      05  FILLER                 PIC X(07) VALUE ' LETRA '.
033000      05  WR-LETRA-ANTERIOR      PIC X(01).
033100      05  FILLER                 PIC X(01) VALUE '>'.
033200      05  WR-LETRA-NOVA          PIC X(01).
033300  01  WS-DETAIL-CERT.
033400      05  FILLER                 PIC X(26)
033500          VALUE '  ** REEMITIR CERTIFICADO '.
033600      05  WRC-NUMERO             PIC 9(06).
033700      05  FILLER                 PIC X(12) VALUE ' EMITIDO EM '.
033800      05  WRC-DATA               PIC X(10).
033900  01  WS-DETAIL-EXPORT.
034000      05  FILLER                 PIC X(36)
034100          VALUE '  ** REEMITIR EXPORTACAO SECRETARIA '.
034200      05  FILLER                 PIC X(08) VALUE 'GERADA '.
034300      05  WRE-DATA               PIC X(10).
034400  01  WS-FOOTER-LINE.
034500      05  FILLER                 PIC X(08) VALUE 'LIDAS: '.
034600      05  WF-LIDAS               PIC ZZZZ9.
034700      05  FILLER                 PIC X(11) VALUE '  ACEITAS: '.
034800      05  WF-ACEITAS             PIC ZZZZ9.
034900      05  FILLER                 PIC X(14)
035000          VALUE '  REJEITADAS: '.
035100      05  WF-REJEITADAS          PIC ZZZZ9.
035200  01  WS-FOOTER-LINE-2.
035300      05  FILLER                 PIC X(26)
035400          VALUE 'CERTIFICADOS A REEMITIR: '.
035500      05  WF-CERT                PIC ZZZZ9.
035600      05  FILLER                 PIC X(26)
035700          VALUE '  EXPORTACOES A REEMITIR: '.
035800      05  WF-EXPORT              PIC ZZZZ9.
035900  PROCEDURE DIVISION.
036000******************************************************************
036100* 0000-MAINLINE
036200* APPLIES EVERY CORRECTION ON CORRTRAN IN FILE ORDER
036300******************************************************************
036400  0000-MAINLINE.
036500      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
036600      PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
036700          UNTIL WS-EOF.
036800      PERFORM 8000-TERMINATE THRU 8000-EXIT.
036900      STOP RUN.
037000******************************************************************
037100* 1000-INITIALIZE
037200* TAKES THE STUDMAS UPDATE LOCK, OPENS THE HISTORY FILES FOR
037300* UPDATE, THE AUDITLOG FOR APPEND (SEM AUDITLOG NAO HA
037400* CORRECAO - ALTERACAO SEM RASTRO E O QUE SE QUER EVITAR) AND
037500* THE REPORT, WRITES THE HEADERS AND PRIMES THE READ. DISCHIST
037600* E CTLPARM SAO OPCIONAIS: SEM DISCHIST A CORRECAO DE
037700* DISCIPLINA E REJEITADA; SEM CTLPARM VALE O CORTE PADRAO
037800******************************************************************
037900  1000-INITIALIZE.
038000      ACCEPT WRK-DATA FROM DATE YYYYMMDD.
038100      MOVE WRK-DATA-YYYYMMDD TO WRK-DATA-HOJE.
038200      MOVE 'PROGCOB60' TO WRK-LOCK-PROGRAMA.
038300      PERFORM 9840-OBTER-LOCK THRU 9840-EXIT.
038400      IF WS-LOCK-NEGADO
038500          MOVE 'Y' TO WS-EOF-SW
038600          GO TO 1000-EXIT
038700      END-IF.
038800      OPEN INPUT CORRECTION-TRANSACTION-FILE.
038900      OPEN I-O STUDENT-HISTORY-FILE.
039000      OPEN OUTPUT CORRECTION-REPORT-FILE.
039100      IF NOT WS-CORRTRAN-OK
039200          OR NOT WS-STUDHIST-OK OR NOT WS-CORRRPT-OK
039300          DISPLAY 'PROGCOB60 - ERRO AO ABRIR ARQUIVOS: '
039400              WS-CORRTRAN-STATUS
039500              ' / ' WS-STUDHIST-STATUS ' / ' WS-CORRRPT-STATUS
039600          MOVE 'Y' TO WS-EOF-SW
039650          MOVE 'Y' TO WS-ABORTAR-SW
039670          MOVE 8 TO RETURN-CODE
039700          GO TO 1000-EXIT
039800      END-IF.
039900      OPEN EXTEND AUDIT-LOG-FILE.
040000      IF WS-AUDITLOG-NAO-EXISTE
040100          OPEN OUTPUT AUDIT-LOG-FILE
040200      END-IF.
040300      IF NOT WS-AUDITLOG-OK
040400          DISPLAY 'PROGCOB60 - ERRO AO ABRIR AUDITLOG: '
040500              WS-AUDITLOG-STATUS
040600          MOVE 'Y' TO WS-EOF-SW
040650          MOVE 'Y' TO WS-ABORTAR-SW
040670          MOVE 8 TO RETURN-CODE
040700          GO TO 1000-EXIT
040800      END-IF.
040900      OPEN I-O DISC-HISTORY-FILE.
041000      IF WS-DISCHIST-OK
041100          MOVE 'Y' TO WS-DISCHIST-DISPONIVEL-SW
041200      ELSE
041300          DISPLAY 'PROGCOB60 - DISCHIST INDISPONIVEL ('
041400              WS-DISCHIST-STATUS ') - CORRECAO DE DISCIPLINA '
041500              'SERA REJEITADA'
041600      END-IF.
041700      OPEN INPUT COURSE-PARM-FILE.
041800      IF WS-CTLPARM-OK
041900          MOVE 'Y' TO WS-CTLPARM-DISPONIVEL-SW
042000      ELSE
042100          DISPLAY 'PROGCOB60 - CTLPARM INDISPONIVEL ('
042200              WS-CTLPARM-STATUS ') - CORTE PADRAO '
042300              WRK-MEDIA-PADRAO
042400      END-IF.
042410      OPEN INPUT DISCIPLINA-FILE.
042420      IF WS-DISCMAS-OK
042430          MOVE 'Y' TO WS-DISCMAS-DISPONIVEL-SW
042440      ELSE
042450          DISPLAY 'PROGCOB60 - DISCMAS INDISPONIVEL ('
042460              WS-DISCMAS-STATUS ') - PESOS PADRAO EM TODAS AS '
042470              'DISCIPLINAS'
042480      END-IF.
042500      PERFORM 1100-WRITE-HEADERS THRU 1100-EXIT.
042600      PERFORM 2100-READ-TRANS THRU 2100-EXIT.
042700  1000-EXIT.
042800      EXIT.
042900******************************************************************
043000* 1100-WRITE-HEADERS
043100* TITLE, RUN DATE AND COLUMN HEADINGS OF THE CORRECTION REPORT
043200******************************************************************
043300  1100-WRITE-HEADERS.
043400      PERFORM 9810-FORMATAR-DDMMYYYY THRU 9810-EXIT.
043500      MOVE DATEFMT-DDMMYYYY TO WS-H2-DATA.
043600      WRITE CO-LINE FROM WS-HEADER-1.
043700      WRITE CO-LINE FROM WS-HEADER-2.
043800      WRITE CO-LINE FROM WS-HEADER-3.
043900  1100-EXIT.
044000      EXIT.
044100******************************************************************
044200* 2000-PROCESS-TRANS
044300* VALIDATES AND APPLIES ONE CORRECTION, LOGS IT ON THE REPORT
044400* AND, WHEN APPLIED, LOOKS FOR DOCUMENTS ISSUED ON THE OLD
044500* VALUES
044600******************************************************************
044700  2000-PROCESS-TRANS.
044800      PERFORM 2200-VALIDAR-TRANS THRU 2200-EXIT.
044900      IF WS-TRANS-INVALIDA
045000          ADD 1 TO WS-TRANS-REJEITADAS
045100      ELSE
045200          PERFORM 2300-APLICAR-CORRECAO THRU 2300-EXIT
045300      END-IF.
045400      PERFORM 2400-WRITE-REGISTRO THRU 2400-EXIT.
045500      IF NOT WS-TRANS-INVALIDA
045600          PERFORM 2500-VERIFICAR-CERTREG THRU 2500-EXIT
045700          PERFORM 2600-VERIFICAR-EXPORT THRU 2600-EXIT
045800      END-IF.
045900      PERFORM 2100-READ-TRANS THRU 2100-EXIT.
046000  2000-EXIT.
046100      EXIT.
046200******************************************************************
046300* 2100-READ-TRANS
046400* READS THE NEXT CORRECTION, SETS THE EOF SWITCH
046500******************************************************************
046600  2100-READ-TRANS.
046700      READ CORRECTION-TRANSACTION-FILE
046800          AT END
046900              MOVE 'Y' TO WS-EOF-SW
047000              GO TO 2100-EXIT
047100      END-READ.
047200      IF NOT WS-CORRTRAN-OK AND NOT WS-CORRTRAN-EOF
047300          DISPLAY 'PROGCOB60 - ERRO DE LEITURA CORRTRAN: '
047400              WS-CORRTRAN-STATUS
047500          MOVE 'Y' TO WS-EOF-SW
047600          GO TO 2100-EXIT
047700      END-IF.
047800      ADD 1 TO WS-TRANS-LIDAS.
047900  2100-EXIT.
048000      EXIT.
048100******************************************************************
048200* 2200-VALIDAR-TRANS
048300* AS FAIXAS DO PROGCOB13 (CAMPO 1-4 OU R, NOTA NUMERICA
048400* 00-10) MAIS O QUE A CORRECAO DE PERIODO FECHADO EXIGE -
048500* QUEM PEDIU, A APROVACAO, O MOTIVO E O PERIODO JA HISTORIADO
048600* NO STUDHIST. DEIXA OS VALORES ANTERIORES GUARDADOS PARA O
048700* 2300 E A REEMISSAO
048800******************************************************************
048900  2200-VALIDAR-TRANS.
049000      MOVE 'N' TO WS-TRANS-INVALIDA-SW.
049100      MOVE 'N' TO WS-RESUMO-ALTERADO-SW.
049200      MOVE SPACES TO WRK-MOTIVO-REJEICAO.
049300      IF NOT CT-CAMPO-BIMESTRE
049400          AND NOT CT-CAMPO-RECUPERACAO
049500          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
049600          MOVE 'CAMPO INVALIDO' TO WRK-MOTIVO-REJEICAO
049700          GO TO 2200-EXIT
049800      END-IF.
049900      IF CT-NOTA NOT NUMERIC
050000          OR CT-ANO-PERIODO NOT NUMERIC
050100          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
050200          MOVE 'CAMPO NAO NUMERICO' TO WRK-MOTIVO-REJEICAO
050300          GO TO 2200-EXIT
050400      END-IF.
050500      IF CT-NOTA > 10
050600          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
050700          MOVE 'NOTA FORA DE 00-10' TO WRK-MOTIVO-REJEICAO
050800          GO TO 2200-EXIT
050900      END-IF.
051000      IF CT-COORDENADOR = SPACES
051100          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
051200          MOVE 'COORD EM BRANCO' TO WRK-MOTIVO-REJEICAO
051300          GO TO 2200-EXIT
051400      END-IF.
051500      IF CT-APROVACAO = SPACES
051600          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
051700          MOVE 'APROVACAO EM BRANCO' TO WRK-MOTIVO-REJEICAO
051800          GO TO 2200-EXIT
051900      END-IF.
052000      IF CT-MOTIVO = SPACES
052100          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
052200          MOVE 'MOTIVO EM BRANCO' TO WRK-MOTIVO-REJEICAO
052300          GO TO 2200-EXIT
052400      END-IF.
052500      MOVE CT-STUDENT-ID TO SH-STUDENT-ID.
052600      MOVE CT-ANO-PERIODO TO SH-ANO-PERIODO.
052700      READ STUDENT-HISTORY-FILE
052800          INVALID KEY
052900              MOVE 'Y' TO WS-TRANS-INVALIDA-SW
053000              MOVE 'PERIODO NAO FECHADO'
053100                  TO WRK-MOTIVO-REJEICAO
053200              GO TO 2200-EXIT
053300      END-READ.
053400      MOVE SH-NOTA1 TO WRK-RA-NOTA1.
053500      MOVE SH-NOTA2 TO WRK-RA-NOTA2.
053600      MOVE SH-NOTA3 TO WRK-RA-NOTA3.
053700      MOVE SH-NOTA4 TO WRK-RA-NOTA4.
053800      MOVE SH-MEDIA TO WRK-RA-MEDIA.
053900      MOVE SH-LETRA TO WRK-RA-LETRA.
054000      MOVE SH-SITUACAO TO WRK-RA-SITUACAO.
054100      IF CT-DISCIPLINA = SPACES
054200          PERFORM 2220-VALIDAR-PERIODO THRU 2220-EXIT
054300      ELSE
054400          PERFORM 2240-VALIDAR-DISCIPLINA THRU 2240-EXIT
054500      END-IF.
054600      IF WS-TRANS-INVALIDA
054700          GO TO 2200-EXIT
054800      END-IF.
054900      IF CT-NOTA = WRK-NOTA-ANTERIOR
055000          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
055100          MOVE 'NOTA SEM ALTERACAO' TO WRK-MOTIVO-REJEICAO
055200      END-IF.
055300  2200-EXIT.
055400      EXIT.
055500******************************************************************
055600* 2220-VALIDAR-PERIODO
055700* CORRECAO DO REGISTRO GERAL DO STUDHIST (CAMINHO DE
055800* DISCIPLINA UNICA). PERIODO FECHADO POR DISCIPLINA TEM O
055900* RESUMO CONSOLIDADO DO DISCHIST - ALI A CORRECAO PRECISA
056000* VIR NA DISCIPLINA, SENAO A PROXIMA RECONSOLIDACAO DESFAZ
056100******************************************************************
056200  2220-VALIDAR-PERIODO.
056300      IF WS-DISCHIST-DISPONIVEL
056400          PERFORM 2700-CONTAR-DISCIPLINAS THRU 2700-EXIT
056500          IF WS-QTDE-DISC-HIST > ZERO
056600              MOVE 'Y' TO WS-TRANS-INVALIDA-SW
056700              MOVE 'INFORMAR DISCIPLINA' TO WRK-MOTIVO-REJEICAO
056800              GO TO 2220-EXIT
056900          END-IF
057000      END-IF.
057100      IF CT-CAMPO-RECUPERACAO
057200          IF SH-SITUACAO NOT = 'R'
057300              AND SH-NOTA-RECUPERACAO = ZERO
057400              MOVE 'Y' TO WS-TRANS-INVALIDA-SW
057500              MOVE 'ALUNO NAO CONVOCADO' TO WRK-MOTIVO-REJEICAO
057600              GO TO 2220-EXIT
057700          END-IF
057800          MOVE SH-NOTA-RECUPERACAO TO WRK-NOTA-ANTERIOR
057900      ELSE
058000          IF CT-BIMESTRE = 1
058100              MOVE SH-NOTA1 TO WRK-NOTA-ANTERIOR
058200          ELSE
058300              IF CT-BIMESTRE = 2
058400                  MOVE SH-NOTA2 TO WRK-NOTA-ANTERIOR
058500              ELSE
058600                  IF CT-BIMESTRE = 3
058700                      MOVE SH-NOTA3 TO WRK-NOTA-ANTERIOR
058800                  ELSE
058900                      MOVE SH-NOTA4 TO WRK-NOTA-ANTERIOR
059000                  END-IF
059100              END-IF
059200          END-IF
059300      END-IF.
059400      MOVE SH-MEDIA TO WRK-MEDIA-ANTERIOR.
059500      MOVE SH-SITUACAO TO WRK-SITUACAO-ANTERIOR.
059600      MOVE SH-LETRA TO WRK-LETRA-ANTERIOR.
059700  2220-EXIT.
059800      EXIT.
059900******************************************************************
060000* 2240-VALIDAR-DISCIPLINA
060100* CORRECAO DE UMA DISCIPLINA DO PERIODO - O REGISTRO PRECISA
060200* EXISTIR NO DISCHIST. A RECUPERACAO SEGUE A REGRA DA
060300* CONVOCACAO DO PROGCOB13: SO A DISCIPLINA REPROVADA POR MEDIA
060400* RECEBE NOTA NOVA; UMA NOTA JA LANCADA PODE SER CORRIGIDA
060500******************************************************************
060600  2240-VALIDAR-DISCIPLINA.
060700      IF NOT WS-DISCHIST-DISPONIVEL
060800          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
060900          MOVE 'SEM DISCHIST' TO WRK-MOTIVO-REJEICAO
061000          GO TO 2240-EXIT
061100      END-IF.
061200      MOVE CT-STUDENT-ID TO DH-STUDENT-ID.
061300      MOVE CT-ANO-PERIODO TO DH-ANO-PERIODO.
061400      MOVE CT-DISCIPLINA TO DH-DISCIPLINA.
061500      READ DISC-HISTORY-FILE
061600          INVALID KEY
061700              MOVE 'Y' TO WS-TRANS-INVALIDA-SW
061800              MOVE 'DISCIPLINA NAO EXIST'
061900                  TO WRK-MOTIVO-REJEICAO
062000              GO TO 2240-EXIT
062100      END-READ.
062200      IF CT-CAMPO-RECUPERACAO
062300          IF DH-SITUACAO NOT = 'R'
062400              AND DH-NOTA-RECUPERACAO = ZERO
062500              MOVE 'Y' TO WS-TRANS-INVALIDA-SW
062600              MOVE 'ALUNO NAO CONVOCADO' TO WRK-MOTIVO-REJEICAO
062700              GO TO 2240-EXIT
062800          END-IF
062900          MOVE DH-NOTA-RECUPERACAO TO WRK-NOTA-ANTERIOR
063000      ELSE
063100          IF CT-BIMESTRE = 1
063200              MOVE DH-NOTA1 TO WRK-NOTA-ANTERIOR
063300          ELSE
063400              IF CT-BIMESTRE = 2
063500                  MOVE DH-NOTA2 TO WRK-NOTA-ANTERIOR
063600              ELSE
063700                  IF CT-BIMESTRE = 3
063800                      MOVE DH-NOTA3 TO WRK-NOTA-ANTERIOR
063900                  ELSE
064000                      MOVE DH-NOTA4 TO WRK-NOTA-ANTERIOR
064100                  END-IF
064200              END-IF
064300          END-IF
064400      END-IF.
064500      MOVE DH-MEDIA TO WRK-MEDIA-ANTERIOR.
064600      MOVE DH-SITUACAO TO WRK-SITUACAO-ANTERIOR.
064700      MOVE DH-LETRA TO WRK-LETRA-ANTERIOR.
064800  2240-EXIT.
064900      EXIT.
065000******************************************************************
065100* 2300-APLICAR-CORRECAO
065200* MOVES THE NEW NOTA INTO THE HISTORY RECORD, RECOMPUTES
065300* MEDIA/SITUACAO/LETRA, REWRITES IT AND LOGS THE 'X' AUDIT
065400* RECORD. A DISCIPLINA CORRIGIDA AINDA RECONSOLIDA O RESUMO DO
065500* PERIODO NO STUDHIST. OS PESOS SAO OS DA DISCIPLINA NO DISCMAS
065550* (CORRECAO DE PERIODO, DISCIPLINA EM BRANCO, FICA NO PADRAO)
065600******************************************************************
065700  2300-APLICAR-CORRECAO.
065800      IF CT-DISCIPLINA = SPACES
065900          MOVE SH-CLASS-SECTION TO WRK-TURMA-CALC
066000      ELSE
066100          MOVE DH-CLASS-SECTION TO WRK-TURMA-CALC
066200      END-IF.
066300      PERFORM 2310-BUSCAR-LIMITE THRU 2310-EXIT.
066320      MOVE CT-DISCIPLINA TO WRK-DC-CODIGO.
066340      PERFORM 9940-OBTER-DISCIPLINA THRU 9940-EXIT.
066400      IF CT-DISCIPLINA = SPACES
066500          PERFORM 2320-CORRIGIR-PERIODO THRU 2320-EXIT
066600      ELSE
066700          PERFORM 2340-CORRIGIR-DISCIPLINA THRU 2340-EXIT
066800      END-IF.
066900      IF WS-TRANS-INVALIDA
067000          ADD 1 TO WS-TRANS-REJEITADAS
067100          GO TO 2300-EXIT
067200      END-IF.
067300      ADD 1 TO WS-TRANS-ACEITAS.
067400  2300-EXIT.
067500      EXIT.
067600******************************************************************
067700* 2310-BUSCAR-LIMITE
067800* MEDIA MINIMA DA TURMA DO REGISTRO CORRIGIDO NO CTLPARM - A
067900* MESMA LEITURA DO PROGCOB07
068000******************************************************************
068100  2310-BUSCAR-LIMITE.
068200      MOVE WRK-MEDIA-PADRAO TO WRK-LIMITE-APROVACAO.
068300      IF NOT WS-CTLPARM-DISPONIVEL
068400          GO TO 2310-EXIT
068500      END-IF.
068600      MOVE WRK-TURMA-CALC TO CP-CLASS-SECTION.
068700      READ COURSE-PARM-FILE
068800          INVALID KEY
068900              GO TO 2310-EXIT
069000      END-READ.
069100      MOVE CP-PASSING-GRADE TO WRK-LIMITE-APROVACAO.
069200  2310-EXIT.
069300      EXIT.
069400******************************************************************
069500* 2320-CORRIGIR-PERIODO
069600* CORRECAO NO REGISTRO GERAL DO STUDHIST
069700******************************************************************
069800  2320-CORRIGIR-PERIODO.
069900      IF CT-CAMPO-RECUPERACAO
070000          MOVE CT-NOTA TO SH-NOTA-RECUPERACAO
070100      ELSE
070200          IF CT-BIMESTRE = 1
070300              MOVE CT-NOTA TO SH-NOTA1
070400          ELSE
070500              IF CT-BIMESTRE = 2
070600                  MOVE CT-NOTA TO SH-NOTA2
070700              ELSE
070800                  IF CT-BIMESTRE = 3
070900                      MOVE CT-NOTA TO SH-NOTA3
071000                  ELSE
071100                      MOVE CT-NOTA TO SH-NOTA4
071200                  END-IF
071300              END-IF
071400          END-IF
071500      END-IF.
071600      MOVE SH-NOTA1 TO WRK-NOTA1.
071700      MOVE SH-NOTA2 TO WRK-NOTA2.
071800      MOVE SH-NOTA3 TO WRK-NOTA3.
071900      MOVE SH-NOTA4 TO WRK-NOTA4.
072000      MOVE SH-NOTA-RECUPERACAO TO WRK-RECUPERACAO.
072100      PERFORM 3000-RECALCULAR THRU 3000-EXIT.
072200      MOVE WRK-MEDIA TO SH-MEDIA.
072300      MOVE WRK-SITUACAO-CALC TO SH-SITUACAO.
072400      MOVE WRK-LETRA-CALC TO SH-LETRA.
072500      MOVE WRK-MEDIA TO WRK-MEDIA-NOVA.
072600      MOVE WRK-SITUACAO-CALC TO WRK-SITUACAO-NOVA.
072700      REWRITE STUDENT-HISTORY-RECORD.
072800      IF NOT WS-STUDHIST-OK
072900          DISPLAY 'PROGCOB60 - ERRO AO GRAVAR STUDHIST: '
073000              WS-STUDHIST-STATUS
073100          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
073200          MOVE 'ERRO DE GRAVACAO' TO WRK-MOTIVO-REJEICAO
073300          GO TO 2320-EXIT
073400      END-IF.
073500      MOVE SH-CLASS-SECTION TO AR-CLASS-SECTION.
073600      MOVE SH-NOTA1 TO AR-NOTA1.
073700      MOVE SH-NOTA2 TO AR-NOTA2.
073800      MOVE SH-NOTA3 TO AR-NOTA3.
073900      MOVE SH-NOTA4 TO AR-NOTA4.
074000      MOVE SH-MEDIA TO AR-MEDIA.
074100      MOVE SH-SITUACAO TO AR-RESULTADO.
074200      MOVE SPACES TO AR-DISCIPLINA.
074300      MOVE WRK-NOTA-ANTERIOR TO AR-NOTA-ANTERIOR.
074400      MOVE CT-NOTA TO AR-NOTA-NOVA.
074500      MOVE WRK-MEDIA-ANTERIOR TO AR-MEDIA-ANTERIOR.
074600      MOVE WRK-SITUACAO-ANTERIOR TO AR-RESULTADO-ANTERIOR.
074700      PERFORM 2800-GRAVAR-AUDITORIA THRU 2800-EXIT.
074800  2320-EXIT.
074900      EXIT.
075000******************************************************************
075100* 2340-CORRIGIR-DISCIPLINA
075200* CORRECAO NO DISCHIST E RECONSOLIDACAO DO RESUMO DO PERIODO
075300******************************************************************
075400  2340-CORRIGIR-DISCIPLINA.
075500      IF CT-CAMPO-RECUPERACAO
075600          MOVE CT-NOTA TO DH-NOTA-RECUPERACAO
075700      ELSE
075800          IF CT-BIMESTRE = 1
075900              MOVE CT-NOTA TO DH-NOTA1
076000          ELSE
076100              IF CT-BIMESTRE = 2
076200                  MOVE CT-NOTA TO DH-NOTA2
076300              ELSE
076400                  IF CT-BIMESTRE = 3
076500                      MOVE CT-NOTA TO DH-NOTA3
076600                  ELSE
076700                      MOVE CT-NOTA TO DH-NOTA4
076800                  END-IF
076900              END-IF
077000          END-IF
077100      END-IF.
077200      MOVE DH-NOTA1 TO WRK-NOTA1.
077300      MOVE DH-NOTA2 TO WRK-NOTA2.
077400      MOVE DH-NOTA3 TO WRK-NOTA3.
077500      MOVE DH-NOTA4 TO WRK-NOTA4.
077600      MOVE DH-NOTA-RECUPERACAO TO WRK-RECUPERACAO.
077700      PERFORM 3000-RECALCULAR THRU 3000-EXIT.
077800      MOVE WRK-MEDIA TO DH-MEDIA.
077900      MOVE WRK-SITUACAO-CALC TO DH-SITUACAO.
078000      MOVE WRK-LETRA-CALC TO DH-LETRA.
078100      MOVE WRK-MEDIA TO WRK-MEDIA-NOVA.
078200      MOVE WRK-SITUACAO-CALC TO WRK-SITUACAO-NOVA.
078300      REWRITE DISC-HISTORY-RECORD.
078400      IF NOT WS-DISCHIST-OK
078500          DISPLAY 'PROGCOB60 - ERRO AO GRAVAR DISCHIST: '
078600              WS-DISCHIST-STATUS
078700          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
078800          MOVE 'ERRO DE GRAVACAO' TO WRK-MOTIVO-REJEICAO
078900          GO TO 2340-EXIT
079000      END-IF.
079100      MOVE DH-CLASS-SECTION TO AR-CLASS-SECTION.
079200      MOVE DH-NOTA1 TO AR-NOTA1.
079300      MOVE DH-NOTA2 TO AR-NOTA2.
079400      MOVE DH-NOTA3 TO AR-NOTA3.
079500      MOVE DH-NOTA4 TO AR-NOTA4.
079600      MOVE DH-MEDIA TO AR-MEDIA.
079700      MOVE DH-SITUACAO TO AR-RESULTADO.
079800      MOVE DH-DISCIPLINA TO AR-DISCIPLINA.
079900      MOVE WRK-NOTA-ANTERIOR TO AR-NOTA-ANTERIOR.
080000      MOVE CT-NOTA TO AR-NOTA-NOVA.
080100      MOVE WRK-MEDIA-ANTERIOR TO AR-MEDIA-ANTERIOR.
080200      MOVE WRK-SITUACAO-ANTERIOR TO AR-RESULTADO-ANTERIOR.
080300      PERFORM 2800-GRAVAR-AUDITORIA THRU 2800-EXIT.
080400      PERFORM 2360-RECONSOLIDAR-PERIODO THRU 2360-EXIT.
080500  2340-EXIT.
080600      EXIT.
080700******************************************************************
080800* 2360-RECONSOLIDAR-PERIODO
080900* REFAZ O RESUMO DO STUDHIST A PARTIR DE TODAS AS DISCIPLINAS
081000* DO PERIODO, COMO O 2780 DO PROGCOB07: MEDIA GERAL = MEDIA
081100* DAS MEDIAS TRUNCADA, APROVADO SO QUANDO APROVADO EM TODAS
081200* ('C' SE ALGUMA VEIO DO CONSELHO). 'F' DO RESUMO FICA - VEIO
081300* DA FREQUENCIA - E UM 'C' GERAL DO CONSELHO NAO E DESFEITO.
081400* SO REGRAVA (E SO LOGA UM 'X' DE RESUMO) QUANDO ALGO MUDOU
081500******************************************************************
081600  2360-RECONSOLIDAR-PERIODO.
081700      PERFORM 2700-CONTAR-DISCIPLINAS THRU 2700-EXIT.
081800      IF WS-QTDE-DISC-HIST = ZERO
081900          GO TO 2360-EXIT
082000      END-IF.
082100      COMPUTE WRK-MEDIA = WRK-SOMA-MEDIAS / WS-QTDE-DISC-HIST.
082200      IF WRK-RA-SITUACAO = 'F'
082300          MOVE 'F' TO WRK-SITUACAO-CALC
082400      ELSE
082500          IF WS-TODAS-APROVADAS
082600              MOVE 'A' TO WRK-SITUACAO-CALC
082700              IF WS-DISC-CONSELHO
082800                  MOVE 'C' TO WRK-SITUACAO-CALC
082900              END-IF
083000          ELSE
083100              MOVE 'R' TO WRK-SITUACAO-CALC
083200              IF WRK-RA-SITUACAO = 'C'
083300                  MOVE 'C' TO WRK-SITUACAO-CALC
083400              END-IF
083500          END-IF
083600      END-IF.
083700      PERFORM 3200-DETERMINAR-LETRA THRU 3200-EXIT.
083800      IF WRK-MEDIA = WRK-RA-MEDIA
083900          AND WRK-SITUACAO-CALC = WRK-RA-SITUACAO
084000          AND WRK-LETRA-CALC = WRK-RA-LETRA
084100          GO TO 2360-EXIT
084200      END-IF.
084300      MOVE WRK-MEDIA TO SH-MEDIA.
084400      MOVE WRK-SITUACAO-CALC TO SH-SITUACAO.
084500      MOVE WRK-LETRA-CALC TO SH-LETRA.
084600      REWRITE STUDENT-HISTORY-RECORD.
084700      IF NOT WS-STUDHIST-OK
084800          DISPLAY 'PROGCOB60 - ERRO AO GRAVAR RESUMO STUDHIST: '
084900              WS-STUDHIST-STATUS ' ALUNO ' CT-STUDENT-ID
085000          GO TO 2360-EXIT
085100      END-IF.
085200      ADD 1 TO WS-RESUMOS-ALTERADOS.
085300      MOVE 'Y' TO WS-RESUMO-ALTERADO-SW.
085400      MOVE WRK-RA-MEDIA TO WR-MEDIA-ANTERIOR.
085500      MOVE SH-MEDIA TO WR-MEDIA-NOVA.
085600      MOVE WRK-RA-SITUACAO TO WR-SIT-ANTERIOR.
085700      MOVE SH-SITUACAO TO WR-SIT-NOVA.
085800      MOVE WRK-RA-LETRA TO WR-LETRA-ANTERIOR.
085900      MOVE SH-LETRA TO WR-LETRA-NOVA.
086000      MOVE SH-CLASS-SECTION TO AR-CLASS-SECTION.
086100      MOVE SH-NOTA1 TO AR-NOTA1.
086200      MOVE SH-NOTA2 TO AR-NOTA2.
086300      MOVE SH-NOTA3 TO AR-NOTA3.
086400      MOVE SH-NOTA4 TO AR-NOTA4.
086500      MOVE SH-MEDIA TO AR-MEDIA.
086600      MOVE SH-SITUACAO TO AR-RESULTADO.
086700      MOVE SPACES TO AR-DISCIPLINA.
086800      MOVE ZEROS TO AR-NOTA-ANTERIOR AR-NOTA-NOVA.
086900      MOVE WRK-RA-MEDIA TO AR-MEDIA-ANTERIOR.
087000      MOVE WRK-RA-SITUACAO TO AR-RESULTADO-ANTERIOR.
087100      PERFORM 2800-GRAVAR-AUDITORIA THRU 2800-EXIT.
087200  2360-EXIT.
087300      EXIT.
087400******************************************************************
087500* 2400-WRITE-REGISTRO
087600* ONE LINE PER CORRECTION - ACCEPTED OR REJECTED - PLUS, WHEN
087700* ACCEPTED, WHO ASKED, THE APPROVAL AND THE REASON, AND THE
087800* PERIOD SUMMARY WHEN IT CHANGED
087900******************************************************************
088000  2400-WRITE-REGISTRO.
088100      MOVE CT-STUDENT-ID TO WD-ID.
088200      MOVE CT-ANO-PERIODO TO WD-PERIODO.
088300      MOVE CT-DISCIPLINA TO WD-DISCIPLINA.
088400      MOVE CT-CAMPO TO WD-CAMPO.
088500      MOVE CT-NOTA TO WD-NOTA-NOVA.
088600      IF WS-TRANS-INVALIDA
088700          MOVE ZERO TO WD-NOTA-ANTERIOR WD-MEDIA-ANTERIOR
088800              WD-MEDIA-NOVA
088900          MOVE SPACES TO WD-SIT-ANTERIOR WD-SIT-NOVA
089000          MOVE 'REJEITADA' TO WD-SITUACAO
089100          MOVE WRK-MOTIVO-REJEICAO TO WD-MOTIVO
089200          WRITE CO-LINE FROM WS-DETAIL-LINE
089300          GO TO 2400-EXIT
089400      END-IF.
089500      MOVE WRK-NOTA-ANTERIOR TO WD-NOTA-ANTERIOR.
089600      MOVE WRK-MEDIA-ANTERIOR TO WD-MEDIA-ANTERIOR.
089700      MOVE WRK-SITUACAO-ANTERIOR TO WD-SIT-ANTERIOR.
089800      MOVE WRK-MEDIA-NOVA TO WD-MEDIA-NOVA.
089900      MOVE WRK-SITUACAO-NOVA TO WD-SIT-NOVA.
090000      MOVE 'CORRIGIDA' TO WD-SITUACAO.
090100      MOVE SPACES TO WD-MOTIVO.
090200      WRITE CO-LINE FROM WS-DETAIL-LINE.
090300      MOVE CT-COORDENADOR TO WA-COORDENADOR.
090400      MOVE CT-APROVACAO TO WA-APROVACAO.
090500      MOVE CT-MOTIVO TO WA-MOTIVO.
090600      WRITE CO-LINE FROM WS-DETAIL-APROVACAO.
090700      IF CT-DISCIPLINA NOT = SPACES
090800          AND WS-RESUMO-ALTERADO
090900          WRITE CO-LINE FROM WS-DETAIL-RESUMO
091000      END-IF.
091100  2400-EXIT.
091200      EXIT.
091300******************************************************************
091400* 2500-VERIFICAR-CERTREG
091500* TODO CERTIFICADO DO ALUNO NO LIVRO DE REGISTRO FOI EMITIDO
091600* ANTES DESTA CORRECAO, LOGO SOBRE OS VALORES ANTIGOS - SAI NO
091700* RELATORIO PARA A SECRETARIA REEMITIR. SEM CERTREG NADA FOI
091800* EMITIDO
091900******************************************************************
092000  2500-VERIFICAR-CERTREG.
092100      MOVE 'N' TO WS-FIM-CERT-SW.
092200      OPEN INPUT CERT-REGISTRY-FILE.
092300      IF NOT WS-CERTREG-OK
092400          GO TO 2500-EXIT
092500      END-IF.
092600      PERFORM 2510-LER-CERTREG THRU 2510-EXIT
092700          UNTIL WS-FIM-CERT.
092800      CLOSE CERT-REGISTRY-FILE.
092900  2500-EXIT.
093000      EXIT.
093100******************************************************************
093200* 2510-LER-CERTREG
093300******************************************************************
093400  2510-LER-CERTREG.
093500      READ CERT-REGISTRY-FILE
093600          AT END
093700              MOVE 'Y' TO WS-FIM-CERT-SW
093800              GO TO 2510-EXIT
093900      END-READ.
094000      IF NOT WS-CERTREG-OK
094100          MOVE 'Y' TO WS-FIM-CERT-SW
094200          GO TO 2510-EXIT
094300      END-IF.
094400      IF CR-STUDENT-ID NOT = CT-STUDENT-ID
094500          GO TO 2510-EXIT
094600      END-IF.
094700      MOVE CR-NUMERO TO WRC-NUMERO.
094800      MOVE CR-DATA-EMISSAO TO WRK-DATA-YYYYMMDD.
094900      PERFORM 9810-FORMATAR-DDMMYYYY THRU 9810-EXIT.
095000      MOVE DATEFMT-DDMMYYYY TO WRC-DATA.
095100      WRITE CO-LINE FROM WS-DETAIL-CERT.
095200      ADD 1 TO WS-CERT-REEMITIR.
095300  2510-EXIT.
095400      EXIT.
095500******************************************************************
095600* 2600-VERIFICAR-EXPORT
095700* A ULTIMA EXPORTACAO DA SECRETARIA (EXPORT DO PROGCOB33) SAIU
095800* COM OS VALORES ANTIGOS QUANDO A LINHA 'D' DO ALUNO TRAZ AS
095900* NOTAS, MEDIA, LETRA E SITUACAO DO RESUMO DO PERIODO ANTES DA
096000* CORRECAO. A DATA DE GERACAO VEM DA LINHA 'H'. SE A CORRECAO
096050* NAO MUDOU NENHUM DESSES VALORES O EXPORT CONTINUA CERTO
096100******************************************************************
096200  2600-VERIFICAR-EXPORT.
096300      MOVE 'N' TO WS-FIM-EXPORT-SW.
096400      MOVE ZEROS TO WRK-EXP-DATA-N.
096410      MOVE SH-NOTA1 TO WRK-RN-NOTA1.
096420      MOVE SH-NOTA2 TO WRK-RN-NOTA2.
096430      MOVE SH-NOTA3 TO WRK-RN-NOTA3.
096440      MOVE SH-NOTA4 TO WRK-RN-NOTA4.
096450      MOVE SH-MEDIA TO WRK-RN-MEDIA.
096460      MOVE SH-LETRA TO WRK-RN-LETRA.
096470      MOVE SH-SITUACAO TO WRK-RN-SITUACAO.
096480      IF WRK-RESUMO-NOVO = WRK-RESUMO-ANTERIOR
096490          GO TO 2600-EXIT
096495      END-IF.
096500      OPEN INPUT EXPORT-FILE.
096600      IF NOT WS-EXPORT-OK
096700          GO TO 2600-EXIT
096800      END-IF.
096900      PERFORM 2610-LER-EXPORT THRU 2610-EXIT
097000          UNTIL WS-FIM-EXPORT.
097100      CLOSE EXPORT-FILE.
097200  2600-EXIT.
097300      EXIT.
097400******************************************************************
097500* 2610-LER-EXPORT
097600******************************************************************
097700  2610-LER-EXPORT.
097800      READ EXPORT-FILE
097900          AT END
098000              MOVE 'Y' TO WS-FIM-EXPORT-SW
098100              GO TO 2610-EXIT
098200      END-READ.
098300      IF NOT WS-EXPORT-OK
098400          MOVE 'Y' TO WS-FIM-EXPORT-SW
098500          GO TO 2610-EXIT
098600      END-IF.
098700      IF EX-LINE (1:1) = 'H'
098800          UNSTRING EX-LINE DELIMITED BY ';'
098900              INTO WRK-EXP-TIPO WRK-EXP-ESCOLA WRK-EXP-DATA
099000          END-UNSTRING
099100          GO TO 2610-EXIT
099200      END-IF.
099300      IF EX-LINE (1:1) NOT = 'D'
099400          GO TO 2610-EXIT
099500      END-IF.
099600      UNSTRING EX-LINE DELIMITED BY ';'
099700          INTO WRK-EXP-TIPO WRK-EXP-STUDENT-ID WRK-EXP-NOME
099800               WRK-EXP-TURMA WRK-EV-NOTA1 WRK-EV-NOTA2
099900               WRK-EV-NOTA3 WRK-EV-NOTA4 WRK-EV-MEDIA
100000               WRK-EV-LETRA WRK-EV-SITUACAO
100100      END-UNSTRING.
100200      IF WRK-EXP-STUDENT-ID NOT = CT-STUDENT-ID
100300          OR WRK-EXP-VALORES NOT = WRK-RESUMO-ANTERIOR
100400          GO TO 2610-EXIT
100500      END-IF.
100600      MOVE WRK-EXP-DATA-N TO WRK-DATA-YYYYMMDD.
100700      PERFORM 9810-FORMATAR-DDMMYYYY THRU 9810-EXIT.
100800      MOVE DATEFMT-DDMMYYYY TO WRE-DATA.
100900      WRITE CO-LINE FROM WS-DETAIL-EXPORT.
101000      ADD 1 TO WS-EXPORT-REEMITIR.
101100  2610-EXIT.
101200      EXIT.
101300******************************************************************
101400* 2700-CONTAR-DISCIPLINAS
101500* PARTIAL-KEY BROWSE OF THE ALUNO'S DISCHIST RECORDS FOR THE
101600* PERIOD - QUANTIDADE, SOMA DAS MEDIAS E OS FLAGS DE APROVACAO
101700* QUE O 2360 USA PARA RECONSOLIDAR O RESUMO
101800******************************************************************
101900  2700-CONTAR-DISCIPLINAS.
102000      MOVE ZERO TO WS-QTDE-DISC-HIST WRK-SOMA-MEDIAS.
102100      MOVE 'Y' TO WS-TODAS-APROVADAS-SW.
102200      MOVE 'N' TO WS-DISC-CONSELHO-SW.
102300      MOVE 'N' TO WS-FIM-DISC-SW.
102400      MOVE CT-STUDENT-ID TO DH-STUDENT-ID.
102500      MOVE CT-ANO-PERIODO TO DH-ANO-PERIODO.
102600      MOVE LOW-VALUES TO DH-DISCIPLINA.
102700      START DISC-HISTORY-FILE KEY IS NOT LESS THAN DH-CHAVE
102800          INVALID KEY
102900              MOVE 'Y' TO WS-FIM-DISC-SW
103000      END-START.
103100      PERFORM 2710-LER-DISCIPLINA THRU 2710-EXIT
103200          UNTIL WS-FIM-DISC.
103300  2700-EXIT.
103400      EXIT.
103500******************************************************************
103600* 2710-LER-DISCIPLINA
103700******************************************************************
103800  2710-LER-DISCIPLINA.
103900      READ DISC-HISTORY-FILE NEXT RECORD
104000          AT END
104100              MOVE 'Y' TO WS-FIM-DISC-SW
104200              GO TO 2710-EXIT
104300      END-READ.
104400      IF NOT WS-DISCHIST-OK
104500          OR DH-STUDENT-ID NOT = CT-STUDENT-ID
104600          OR DH-ANO-PERIODO NOT = CT-ANO-PERIODO
104700          MOVE 'Y' TO WS-FIM-DISC-SW
104800          GO TO 2710-EXIT
104900      END-IF.
105000      ADD 1 TO WS-QTDE-DISC-HIST.
105100      ADD DH-MEDIA TO WRK-SOMA-MEDIAS.
105200      IF DH-SITUACAO NOT = 'A'
105300          AND DH-SITUACAO NOT = 'C'
105400          MOVE 'N' TO WS-TODAS-APROVADAS-SW
105500      END-IF.
105600      IF DH-SITUACAO = 'C'
105700          MOVE 'Y' TO WS-DISC-CONSELHO-SW
105800      END-IF.
105900  2710-EXIT.
106000      EXIT.
106100******************************************************************
106200* 2800-GRAVAR-AUDITORIA
106300* WRITES THE 'X' AUDITLOG RECORD - THE CALLER HAS ALREADY MOVED
106400* THE NEW NOTAS/MEDIA/RESULTADO, THE DISCIPLINA AND THE
106500* BEFORE VALUES. AR-BIMESTRE ZERO E A RECUPERACAO OU, COM A
106600* NOTA ANTERIOR IGUAL A NOVA, O RESUMO RECONSOLIDADO; A
106700* REFERENCIA DA APROVACAO VAI EM AR-ATA-CONSELHO
106800******************************************************************
106900  2800-GRAVAR-AUDITORIA.
107000      MOVE CT-STUDENT-ID TO AR-STUDENT-ID.
107100      MOVE 'X' TO AR-TIPO-REGISTRO.
107200      MOVE WRK-DATA-HOJE TO AR-DATA-EXECUCAO.
107300      MOVE ZEROS TO AR-FREQUENCIA AR-FALTAS-ABONADAS.
107400      IF CT-CAMPO-RECUPERACAO
107500          OR AR-NOTA-ANTERIOR = AR-NOTA-NOVA
107600          MOVE ZERO TO AR-BIMESTRE
107700      ELSE
107800          MOVE CT-BIMESTRE TO AR-BIMESTRE
107900      END-IF.
108000      MOVE CT-APROVACAO TO AR-ATA-CONSELHO.
108100      MOVE CT-ANO-PERIODO TO AR-ANO-PERIODO.
108200      MOVE CT-COORDENADOR TO AR-COORDENADOR.
108300      MOVE CT-MOTIVO TO AR-MOTIVO.
108400      WRITE AUDIT-RECORD.
108500      IF NOT WS-AUDITLOG-OK
108600          DISPLAY 'PROGCOB60 - ERRO AO GRAVAR AUDITLOG: '
108700              WS-AUDITLOG-STATUS
108800      ELSE
108900          ADD 1 TO WS-AUDIT-X-GRAVADOS
109000      END-IF.
109100  2800-EXIT.
109200      EXIT.
109300******************************************************************
109400* 3000-RECALCULAR
109500* MEDIA, SITUACAO E LETRA DE WRK-NOTA1-4 COM AS REGRAS DO
109600* PROGCOB07: MEDIA PONDERADA, CORTE DA TURMA, RECUPERACAO
109700* SOBRE A MENOR NOTA QUANDO REPROVADO POR MEDIA. 'F' ANTERIOR
109800* FICA (FREQUENCIA NAO MUDA COM NOTA) E UM 'C' DO CONSELHO SO
109900* DEIXA DE VALER SE A NOTA CORRIGIDA JA APROVA
110000******************************************************************
110100  3000-RECALCULAR.
110200      PERFORM 3050-CALCULAR-MEDIA THRU 3050-EXIT.
110300      IF WRK-SITUACAO-CALC = 'R'
110400          AND WRK-RECUPERACAO > ZERO
110500          AND WRK-RECUPERACAO NOT > 10
110600          PERFORM 3100-SUBSTITUIR-MENOR-NOTA THRU 3100-EXIT
110700          PERFORM 3050-CALCULAR-MEDIA THRU 3050-EXIT
110800      END-IF.
110900      IF WRK-SITUACAO-CALC = 'R'
111000          AND WRK-SITUACAO-ANTERIOR = 'C'
111100          MOVE 'C' TO WRK-SITUACAO-CALC
111200      END-IF.
111300      PERFORM 3200-DETERMINAR-LETRA THRU 3200-EXIT.
111400  3000-EXIT.
111500      EXIT.
111600******************************************************************
111700* 3050-CALCULAR-MEDIA
111800* SAME WEIGHTED AVERAGE AS PROGCOB07, WITH THE PESOS LEFT IN
111850* WRK-DC-PESOS BY 9940 IN 2300
111900******************************************************************
112000  3050-CALCULAR-MEDIA.
112100      COMPUTE WRK-MEDIA =
112200          (WRK-NOTA1 * WRK-DC-PESO1 +
112300           WRK-NOTA2 * WRK-DC-PESO2 +
112400           WRK-NOTA3 * WRK-DC-PESO3 +
112500           WRK-NOTA4 * WRK-DC-PESO4) / 100.
112600      IF WRK-SITUACAO-ANTERIOR = 'F'
112700          MOVE 'F' TO WRK-SITUACAO-CALC
112800      ELSE
112900          IF WRK-MEDIA >= WRK-LIMITE-APROVACAO
113000              MOVE 'A' TO WRK-SITUACAO-CALC
113100          ELSE
113200              MOVE 'R' TO WRK-SITUACAO-CALC
113300          END-IF
113400      END-IF.
113500  3050-EXIT.
113600      EXIT.
113700******************************************************************
113800* 3100-SUBSTITUIR-MENOR-NOTA
113900* REPLACES THE LOWEST OF THE FOUR NOTAS WITH THE MAKEUP GRADE -
114000* MESMA REGRA DO 2275 DO PROGCOB07
114100******************************************************************
114200  3100-SUBSTITUIR-MENOR-NOTA.
114300      IF WRK-NOTA1 <= WRK-NOTA2 AND WRK-NOTA1 <= WRK-NOTA3
114400          AND WRK-NOTA1 <= WRK-NOTA4
114500          MOVE WRK-RECUPERACAO TO WRK-NOTA1
114600      ELSE
114700          IF WRK-NOTA2 <= WRK-NOTA1 AND WRK-NOTA2 <= WRK-NOTA3
114800              AND WRK-NOTA2 <= WRK-NOTA4
114900              MOVE WRK-RECUPERACAO TO WRK-NOTA2
115000          ELSE
115100              IF WRK-NOTA3 <= WRK-NOTA1
115200                  AND WRK-NOTA3 <= WRK-NOTA2
115300                  AND WRK-NOTA3 <= WRK-NOTA4
115400                  MOVE WRK-RECUPERACAO TO WRK-NOTA3
115500              ELSE
115600                  MOVE WRK-RECUPERACAO TO WRK-NOTA4
115700              END-IF
115800          END-IF
115900      END-IF.
116000  3100-EXIT.
116100      EXIT.
116200******************************************************************
116300* 3200-DETERMINAR-LETRA
116400* A/B/C/D/F SCALE OF PROGCOB07 (A 9-10, B 7-8, C 6, D 4-5, F
116500* BELOW 4) OVER WRK-MEDIA
116600******************************************************************
116700  3200-DETERMINAR-LETRA.
116800      IF WRK-MEDIA >= 9
116900          MOVE 'A' TO WRK-LETRA-CALC
117000      ELSE
117100          IF WRK-MEDIA >= 7
117200              MOVE 'B' TO WRK-LETRA-CALC
117300          ELSE
117400              IF WRK-MEDIA >= 6
117500                  MOVE 'C' TO WRK-LETRA-CALC
117600              ELSE
117700                  IF WRK-MEDIA >= 4
117800                      MOVE 'D' TO WRK-LETRA-CALC
117900                  ELSE
118000                      MOVE 'F' TO WRK-LETRA-CALC
118100                  END-IF
118200              END-IF
118300          END-IF
118400      END-IF.
118500  3200-EXIT.
118600      EXIT.
118700******************************************************************
118800* 8000-TERMINATE
118900* WRITES THE CONTROL TOTALS, CLOSES FILES, SHOWS THE COUNTS AND
119000* RELEASES THE LOCK. QUANDO O 1000 NAO ABRIU OS ARQUIVOS SO
119050* LIBERA O LOCK
119100******************************************************************
119200  8000-TERMINATE.
119300      IF WS-LOCK-NEGADO
119400          DISPLAY 'PROGCOB60 - EXECUCAO RECUSADA PELO LOCK - '
119500              'NADA PROCESSADO'
119600          GO TO 8000-EXIT
119700      END-IF.
119710      IF WS-ABORTAR
119720          DISPLAY 'PROGCOB60 - ARQUIVOS NAO ABERTOS - NADA '
119730              'PROCESSADO'
119740          PERFORM 9850-LIBERAR-LOCK THRU 9850-EXIT
119750          GO TO 8000-EXIT
119760      END-IF.
119800      MOVE WS-TRANS-LIDAS TO WF-LIDAS.
119900      MOVE WS-TRANS-ACEITAS TO WF-ACEITAS.
120000      MOVE WS-TRANS-REJEITADAS TO WF-REJEITADAS.
120100      WRITE CO-LINE FROM WS-FOOTER-LINE.
120200      MOVE WS-CERT-REEMITIR TO WF-CERT.
120300      MOVE WS-EXPORT-REEMITIR TO WF-EXPORT.
120400      WRITE CO-LINE FROM WS-FOOTER-LINE-2.
120500      CLOSE CORRECTION-TRANSACTION-FILE
120600          STUDENT-HISTORY-FILE
120700          AUDIT-LOG-FILE
120800          CORRECTION-REPORT-FILE.
120900      IF WS-DISCHIST-DISPONIVEL
121000          CLOSE DISC-HISTORY-FILE
121100      END-IF.
121200      IF WS-CTLPARM-DISPONIVEL
121300          CLOSE COURSE-PARM-FILE
121400      END-IF.
121420      IF WS-DISCMAS-DISPONIVEL
121440          CLOSE DISCIPLINA-FILE
121460      END-IF.
121500      DISPLAY 'PROGCOB60 - CORRECOES LIDAS.......: '
121600          WS-TRANS-LIDAS.
121700      DISPLAY 'PROGCOB60 - CORRECOES APLICADAS...: '
121800          WS-TRANS-ACEITAS.
121900      DISPLAY 'PROGCOB60 - CORRECOES REJEITADAS..: '
122000          WS-TRANS-REJEITADAS.
122100      DISPLAY 'PROGCOB60 - RESUMOS RECALCULADOS..: '
122200          WS-RESUMOS-ALTERADOS.
122300      DISPLAY 'PROGCOB60 - AUDITORIA X GRAVADAS..: '
122400          WS-AUDIT-X-GRAVADOS.
122500      DISPLAY 'PROGCOB60 - CERTIFICADOS REEMITIR.: '
122600          WS-CERT-REEMITIR.
122700      DISPLAY 'PROGCOB60 - EXPORTACOES REEMITIR..: '
122800          WS-EXPORT-REEMITIR.
122900      PERFORM 9850-LIBERAR-LOCK THRU 9850-EXIT.
123000  8000-EXIT.
123100      EXIT.
123200******************************************************************
123300* SHARED DATE-FORMATTING ROUTINES (SEE DATERTN.CPY)
123400******************************************************************
123500  COPY DATERTN.
123600******************************************************************
123700* STUDMAS UPDATE-LOCK ROUTINES (SEE LOCKRTN.CPY)
123800******************************************************************
123900  COPY LOCKRTN.
124000******************************************************************
124100* CATALOGO DE DISCIPLINAS ROUTINE (SEE DISCRTN.CPY)
124200******************************************************************
124300  COPY DISCRTN.
