000100  IDENTIFICATION DIVISION.
000200  PROGRAM-ID. PROGCOB69.
000300  AUTHOR. ALEX.
000400  INSTALLATION. ESCOLA - SETOR DE PROCESSAMENTO DE DADOS.
000500  DATE-WRITTEN. 15/10/2026.
000600  DATE-COMPILED.
000700******************************************************************
000800* AREA DE COMENTARIOS - REMARKS
000900* OBJETIVO: CONFERENCIA DE INTEGRIDADE ENTRE ARQUIVOS, RODADA
001000* PELO PROGCOB08 LOGO DEPOIS DO PROGCOB31. O PROGCOB31 SO OLHA
001100* O STUDMAS POR DENTRO E O PROGCOB35 SO CRUZA ATTEND X STUDMAS;
001200* AQUI CADA ARQUIVO E CRUZADO COM OS OUTROS:
001300*   - STUDMAS  X TURMMAS/CTLPARM/GUARDIAN (TURMA EXISTE, ESTA
001400*     ATIVA, TEM CTLPARM; ALUNO TEM RESPONSAVEL)
001500*   - GRADMAS, ATTEND, GUARDIAN E BILLMAS X STUDMAS (REGISTRO
001600*     SEM ALUNO - O PROGCOB10 APAGA O ALUNO E DEIXA O RESTO -
001700*     E TURMA DIFERENTE DA DO ALUNO)
001800*   - GRADMAS E CTLPARM X TURMMAS
001900*   - PROFMAS X TURMMAS/STUDMAS/GRADMAS (TURMA INEXISTENTE,
002000*     TURMA SEM ALUNOS, DISCIPLINA SEM NOTAS NA TURMA)
002100* CADA QUEBRA SAI NUMA LINHA DO INTGXRPT COM O CODIGO DO TIPO;
002200* NO RODAPE VAO OS CONTADORES POR TIPO. TIPO 'G' E GRAVE
002300* (CHAVE QUE O GRADING OU A FREQUENCIA VAO CRUZAR ERRADO) E
002400* DERRUBA O RETURN-CODE PARA 8 - O PROGCOB08 PARA O LOTE COMO
002500* FAZ COM O PROGCOB31. TIPO 'A' E AVISO E SO SAI NO RELATORIO.
002600* COM O RUNPARM PROGCOB69 LIMPEZA = S OS ORFAOS QUE PODEM SAIR
002700* (MARCADOS NA TABELA DE TIPOS) SAO GRAVADOS NO REMOVLST PARA
002800* APROVACAO DA SECRETARIA - NENHUM REGISTRO E APAGADO AQUI.
002900* ARQUIVO AUSENTE NAO E CONFERIDO (SO O STUDMAS E OBRIGATORIO)
003000*
003100* MODIFICATION HISTORY
003200* DATE       INIT  DESCRIPTION
003300* 15/10/2026 ALEX  ORIGINAL
003400******************************************************************
003500  ENVIRONMENT DIVISION.
003600  CONFIGURATION SECTION.
003700  SOURCE-COMPUTER. IBM-370.
003800  OBJECT-COMPUTER. IBM-370.
003900  INPUT-OUTPUT SECTION.
004000  FILE-CONTROL.
004100      SELECT STUDENT-MASTER-FILE ASSIGN TO STUDMAS
004200          ORGANIZATION IS INDEXED
004300          ACCESS MODE IS DYNAMIC
004400          RECORD KEY IS SM-STUDENT-ID
004500          FILE STATUS IS WS-STUDMAS-STATUS.
004600      SELECT GRADE-MASTER-FILE ASSIGN TO GRADMAS
004700          ORGANIZATION IS INDEXED
004800          ACCESS MODE IS SEQUENTIAL
004900          RECORD KEY IS GM-CHAVE
005000          FILE STATUS IS WS-GRADMAS-STATUS.
005100      SELECT ATTENDANCE-FILE ASSIGN TO ATTEND
005200          ORGANIZATION IS INDEXED
005300          ACCESS MODE IS SEQUENTIAL
005400          RECORD KEY IS AT-STUDENT-ID
005500          FILE STATUS IS WS-ATTEND-STATUS.
005600      SELECT GUARDIAN-FILE ASSIGN TO GUARDIAN
005700          ORGANIZATION IS INDEXED
005800          ACCESS MODE IS DYNAMIC
005900          RECORD KEY IS GD-STUDENT-ID
006000          FILE STATUS IS WS-GUARDIAN-STATUS.
006100      SELECT BILLING-FILE ASSIGN TO BILLMAS
006200          ORGANIZATION IS INDEXED
006300          ACCESS MODE IS SEQUENTIAL
006400          RECORD KEY IS BL-CHAVE
006500          FILE STATUS IS WS-BILLMAS-STATUS.
006600      SELECT TURMA-FILE ASSIGN TO TURMMAS
006700          ORGANIZATION IS INDEXED
006800          ACCESS MODE IS RANDOM
006900          RECORD KEY IS TM-CODIGO
007000          FILE STATUS IS WS-TURMMAS-STATUS.
007100      SELECT PROFESSOR-FILE ASSIGN TO PROFMAS
007200          ORGANIZATION IS INDEXED
007300          ACCESS MODE IS SEQUENTIAL
007400          RECORD KEY IS PF-PROFESSOR-ID
007500          FILE STATUS IS WS-PROFMAS-STATUS.
007600      SELECT COURSE-PARM-FILE ASSIGN TO CTLPARM
007700          ORGANIZATION IS INDEXED
007800          ACCESS MODE IS SEQUENTIAL
007900          RECORD KEY IS CP-CLASS-SECTION
008000          FILE STATUS IS WS-CTLPARM-STATUS.
008100      SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
008200          ORGANIZATION IS SEQUENTIAL
008300          FILE STATUS IS WS-PARM-STATUS.
008400      SELECT REMOVAL-FILE ASSIGN TO REMOVLST
008500          ORGANIZATION IS SEQUENTIAL
008600          FILE STATUS IS WS-REMOVLST-STATUS.
008700      SELECT CROSS-REPORT-FILE ASSIGN TO INTGXRPT
008800          ORGANIZATION IS LINE SEQUENTIAL
008900          FILE STATUS IS WS-INTGXRPT-STATUS.
009000  DATA DIVISION.
009100  FILE SECTION.
009200  FD  STUDENT-MASTER-FILE
009300      LABEL RECORDS ARE STANDARD.
009400  COPY STUDMAS.
009500  FD  GRADE-MASTER-FILE
009600      LABEL RECORDS ARE STANDARD.
009700  COPY GRADMAS.
009800  FD  ATTENDANCE-FILE
009900      LABEL RECORDS ARE STANDARD.
010000  COPY ATTENDNC.
010100  FD  GUARDIAN-FILE
010200      LABEL RECORDS ARE STANDARD.
010300  COPY GUARDREC.
010400  FD  BILLING-FILE
010500      LABEL RECORDS ARE STANDARD.
010600  COPY BILLREC.
010700  FD  TURMA-FILE
010800      LABEL RECORDS ARE STANDARD.
010900  COPY TURMREC.
011000  FD  PROFESSOR-FILE
011100      LABEL RECORDS ARE STANDARD.
011200  COPY PROFMAS.
011300  FD  COURSE-PARM-FILE
011400      LABEL RECORDS ARE STANDARD.
011500  COPY CTLPARM.
011600  FD  RUN-PARM-FILE
011700      LABEL RECORDS ARE STANDARD.
011800  COPY PARMREC.
011900  FD  REMOVAL-FILE
012000      LABEL RECORDS ARE STANDARD.
012100  COPY REMOVREC.
012200  FD  CROSS-REPORT-FILE
012300      LABEL RECORDS ARE STANDARD.
012400  01  XR-LINE                     PIC X(80).
012500  WORKING-STORAGE SECTION.
012600******************************************************************
012700* SWITCHES - UM "DISPONIVEL" POR ARQUIVO CONFERIDO: ARQUIVO QUE
012800* NAO ABRIU FICA FORA DA CONFERENCIA
012900******************************************************************
013000  01  WS-SWITCHES.
013100      05  WS-FIM-SW              PIC X(01) VALUE 'N'.
013200          88  WS-FIM                       VALUE 'Y'.
013300      05  WS-ENCERRAR-SW         PIC X(01) VALUE 'N'.
013400          88  WS-ENCERRAR                  VALUE 'Y'.
013500      05  WS-INTGXRPT-ABERTO-SW  PIC X(01) VALUE 'N'.
013600          88  WS-INTGXRPT-ABERTO           VALUE 'Y'.
013700      05  WS-STUDMAS-ABERTO-SW   PIC X(01) VALUE 'N'.
013800          88  WS-STUDMAS-ABERTO            VALUE 'Y'.
013900      05  WS-LIMPEZA-SW          PIC X(01) VALUE 'N'.
014000          88  WS-MODO-LIMPEZA              VALUE 'Y'.
014100      05  WS-GRADMAS-DISP-SW     PIC X(01) VALUE 'N'.
014200          88  WS-GRADMAS-DISPONIVEL        VALUE 'Y'.
014300      05  WS-ATTEND-DISP-SW      PIC X(01) VALUE 'N'.
014400          88  WS-ATTEND-DISPONIVEL         VALUE 'Y'.
014500      05  WS-GUARDIAN-DISP-SW    PIC X(01) VALUE 'N'.
014600          88  WS-GUARDIAN-DISPONIVEL       VALUE 'Y'.
014700      05  WS-BILLMAS-DISP-SW     PIC X(01) VALUE 'N'.
014800          88  WS-BILLMAS-DISPONIVEL        VALUE 'Y'.
014900      05  WS-TURMMAS-DISP-SW     PIC X(01) VALUE 'N'.
015000          88  WS-TURMMAS-DISPONIVEL        VALUE 'Y'.
015100      05  WS-PROFMAS-DISP-SW     PIC X(01) VALUE 'N'.
015200          88  WS-PROFMAS-DISPONIVEL        VALUE 'Y'.
015300      05  WS-CTLPARM-DISP-SW     PIC X(01) VALUE 'N'.
015400          88  WS-CTLPARM-DISPONIVEL        VALUE 'Y'.
015500      05  WS-ALUNO-CADASTRADO-SW PIC X(01) VALUE 'N'.
015600          88  WS-ALUNO-CADASTRADO          VALUE 'Y'.
015700      05  WS-TURMA-CADASTRADA-SW PIC X(01) VALUE 'N'.
015800          88  WS-TURMA-CADASTRADA          VALUE 'Y'.
015900      05  WS-PARES-CHEIA-SW      PIC X(01) VALUE 'N'.
016000          88  WS-PARES-CHEIA               VALUE 'Y'.
016100******************************************************************
016200* FILE STATUS AND COUNTERS
016300******************************************************************
016400  01  WS-FILE-STATUSES.
016500      05  WS-STUDMAS-STATUS      PIC X(02) VALUE '00'.
016600          88  WS-STUDMAS-OK               VALUE '00'.
016700          88  WS-STUDMAS-NAO-EXISTE       VALUE '35'.
016800      05  WS-GRADMAS-STATUS      PIC X(02) VALUE '00'.
016900          88  WS-GRADMAS-OK               VALUE '00'.
017000      05  WS-ATTEND-STATUS       PIC X(02) VALUE '00'.
017100          88  WS-ATTEND-OK                VALUE '00'.
017200      05  WS-GUARDIAN-STATUS     PIC X(02) VALUE '00'.
017300          88  WS-GUARDIAN-OK              VALUE '00'.
017400      05  WS-BILLMAS-STATUS      PIC X(02) VALUE '00'.
017500          88  WS-BILLMAS-OK               VALUE '00'.
017600      05  WS-TURMMAS-STATUS      PIC X(02) VALUE '00'.
017700          88  WS-TURMMAS-OK               VALUE '00'.
017800      05  WS-PROFMAS-STATUS      PIC X(02) VALUE '00'.
017900          88  WS-PROFMAS-OK               VALUE '00'.
018000      05  WS-CTLPARM-STATUS      PIC X(02) VALUE '00'.
018100          88  WS-CTLPARM-OK               VALUE '00'.
018200      05  WS-REMOVLST-STATUS     PIC X(02) VALUE '00'.
018300          88  WS-REMOVLST-OK              VALUE '00'.
018400      05  WS-INTGXRPT-STATUS     PIC X(02) VALUE '00'.
018500          88  WS-INTGXRPT-OK              VALUE '00'.
018600  01  WS-COUNTERS COMP.
018700      05  WS-STUDMAS-LIDOS       PIC 9(07) VALUE ZERO.
018800      05  WS-GRADMAS-LIDOS       PIC 9(07) VALUE ZERO.
018900      05  WS-ATTEND-LIDOS        PIC 9(07) VALUE ZERO.
019000      05  WS-GUARDIAN-LIDOS      PIC 9(07) VALUE ZERO.
019100      05  WS-BILLMAS-LIDOS       PIC 9(07) VALUE ZERO.
019200      05  WS-PROFMAS-LIDOS       PIC 9(07) VALUE ZERO.
019300      05  WS-CTLPARM-LIDOS       PIC 9(07) VALUE ZERO.
019400      05  WS-QUEBRAS-GRAVES      PIC 9(07) VALUE ZERO.
019500      05  WS-QUEBRAS-AVISOS      PIC 9(07) VALUE ZERO.
019600      05  WS-REMOCOES-LISTADAS   PIC 9(07) VALUE ZERO.
019700******************************************************************
019800* TIPOS DE QUEBRA - CODIGO (G = GRAVE, A = AVISO, E NUMERO),
019900* 'S' QUANDO O REGISTRO ORFAO PODE IR PARA A LISTA DE REMOCAO,
020000* E A DESCRICAO IMPRESSA NA LINHA E NO RODAPE. O INDICE NA
020100* TABELA E O NUMERO DO CODIGO
020200******************************************************************
020300  01  WRK-TIPOS-QUEBRA.
020400      05  FILLER                 PIC X(44)
020500          VALUE 'G01NTURMA DO STUDMAS FORA DO TURMMAS'.
020600      05  FILLER                 PIC X(44)
020700          VALUE 'A02NTURMA DO STUDMAS INATIVA NO TURMMAS'.
020800      05  FILLER                 PIC X(44)
020900          VALUE 'A03NALUNO SEM RESPONSAVEL NO GUARDIAN'.
021000      05  FILLER                 PIC X(44)
021100          VALUE 'G04SGRADMAS SEM ALUNO NO STUDMAS'.
021200      05  FILLER                 PIC X(44)
021300          VALUE 'G05NGRADMAS COM TURMA DIFERENTE DO STUDMAS'.
021400      05  FILLER                 PIC X(44)
021500          VALUE 'G06NGRADMAS COM TURMA FORA DO TURMMAS'.
021600      05  FILLER                 PIC X(44)
021700          VALUE 'G07SATTEND SEM ALUNO NO STUDMAS'.
021800      05  FILLER                 PIC X(44)
021900          VALUE 'G08NATTEND COM TURMA DIFERENTE DO STUDMAS'.
022000      05  FILLER                 PIC X(44)
022100          VALUE 'A09SGUARDIAN SEM ALUNO NO STUDMAS'.
022200      05  FILLER                 PIC X(44)
022300          VALUE 'A10SBILLMAS SEM ALUNO NO STUDMAS'.
022400      05  FILLER                 PIC X(44)
022500          VALUE 'A11NTURMA DO STUDMAS SEM CTLPARM'.
022600      05  FILLER                 PIC X(44)
022700          VALUE 'A12SCTLPARM DE TURMA FORA DO TURMMAS'.
022800      05  FILLER                 PIC X(44)
022900          VALUE 'A13NPROFMAS COM TURMA FORA DO TURMMAS'.
023000      05  FILLER                 PIC X(44)
023100          VALUE 'A14NPROFMAS COM TURMA SEM ALUNOS'.
023200      05  FILLER                 PIC X(44)
023300          VALUE 'A15NPROFMAS COM DISCIPLINA SEM NOTA NA TURMA'.
023400  01  WRK-TIPOS-QUEBRA-R REDEFINES WRK-TIPOS-QUEBRA.
023500      05  WRK-TQ-ENT             OCCURS 15 TIMES.
023600          10  WRK-TQ-CODIGO.
023700              15  WRK-TQ-GRAVIDADE PIC X(01).
023800                  88  WRK-TQ-GRAVE         VALUE 'G'.
023900              15  WRK-TQ-NUMERO  PIC X(02).
024000          10  WRK-TQ-REMOVIVEL   PIC X(01).
024100              88  WRK-TQ-PODE-REMOVER      VALUE 'S'.
024200          10  WRK-TQ-DESCRICAO   PIC X(40).
024300  01  WRK-QUEBRAS-POR-TIPO.
024400      05  WRK-TQ-QTDE            PIC 9(07) COMP
024500                                 OCCURS 15 TIMES.
024600  77  WRK-TQ-IDX                 PIC 9(02) COMP VALUE ZERO.
024700******************************************************************
024800* QUEBRA A REGISTRAR - MONTADA PELA CONFERENCIA QUE ACHOU E
024900* PASSADA AO 7000-REGISTRAR-QUEBRA
025000******************************************************************
025100  77  WRK-QB-IDX                 PIC 9(02) COMP VALUE ZERO.
025200  77  WRK-QB-ARQUIVO             PIC X(08) VALUE SPACES.
025300  77  WRK-QB-CHAVE               PIC X(12) VALUE SPACES.
025400  77  WRK-QB-COMPLEMENTO         PIC X(13) VALUE SPACES.
025500  01  WRK-COMPL-TURMAS.
025600      05  WRK-CT-TURMA-1         PIC X(06).
025700      05  FILLER                 PIC X(01) VALUE '/'.
025800      05  WRK-CT-TURMA-2         PIC X(06).
025900  01  WRK-COMPL-ALUNOS.
026000      05  WRK-CA-QTDE            PIC ZZZZ9.
026100      05  FILLER                 PIC X(08) VALUE ' ALUNOS'.
026200  01  WRK-COMPL-DISCIPLINA.
026300      05  FILLER                 PIC X(05) VALUE 'DISC '.
026400      05  WRK-CD-DISCIPLINA      PIC X(03).
026500  01  WRK-CHAVE-PROFESSOR.
026600      05  WRK-CP-PROFESSOR       PIC X(04).
026700      05  FILLER                 PIC X(01) VALUE '/'.
026800      05  WRK-CP-TURMA           PIC X(06).
026900******************************************************************
027000* TURMAS DO STUDMAS - ALUNOS, SE TEM CTLPARM E SE TEM GRADMAS
027100******************************************************************
027200  01  WRK-TURMA-TABELA.
027300      05  WRK-QTDE-TURMAS        PIC 9(03) COMP VALUE ZERO.
027400      05  WRK-TURMA-ENT          OCCURS 300 TIMES.
027500          10  WRK-TU-TURMA       PIC X(06).
027600          10  WRK-TU-ALUNOS      PIC 9(05) COMP.
027700          10  WRK-TU-PARM        PIC X(01).
027800              88  WRK-TU-TEM-PARM          VALUE 'S'.
027900          10  WRK-TU-GRADMAS     PIC X(01).
028000              88  WRK-TU-TEM-GRADMAS       VALUE 'S'.
028100  77  WRK-TU-IDX                 PIC 9(03) COMP VALUE ZERO.
028200  77  WRK-TU-ACHADO              PIC 9(03) COMP VALUE ZERO.
028300  77  WRK-TURMA-PROCURADA        PIC X(06) VALUE SPACES.
028400******************************************************************
028500* PARES TURMA X DISCIPLINA QUE TEM NOTA NO GRADMAS - PARA
028600* CONFERIR A ATRIBUICAO DO PROFMAS
028700******************************************************************
028800  01  WRK-PAR-TABELA.
028900      05  WRK-QTDE-PARES         PIC 9(04) COMP VALUE ZERO.
029000      05  WRK-PAR-ENT            OCCURS 3000 TIMES.
029100          10  WRK-PR-TURMA       PIC X(06).
029200          10  WRK-PR-DISCIPLINA  PIC X(03).
029300  77  WRK-PR-IDX                 PIC 9(04) COMP VALUE ZERO.
029400  77  WRK-PR-ACHADO              PIC 9(04) COMP VALUE ZERO.
029500  77  WRK-DISCIPLINA-PROCURADA   PIC X(03) VALUE SPACES.
029600  77  WRK-PF-IDX                 PIC 9(02) COMP VALUE ZERO.
029700******************************************************************
029800* RUN DATE - SAME STRUCTURE TESTE1 USES FOR THE SYSTEM DATE
029900******************************************************************
030000  01  WRK-DATA.
030100      05  WRK-ANO                PIC 9(04) VALUE ZEROS.
030200      05  WRK-MES                PIC 9(02) VALUE ZEROS.
030300      05  WRK-DIA                PIC 9(02) VALUE ZEROS.
030400  01  WRK-DATA-YYYYMMDD REDEFINES WRK-DATA PIC 9(08).
030500******************************************************************
030600* SHARED DATE-OUTPUT FIELDS (SEE DATEFMT.CPY)
030700******************************************************************
030800  COPY DATEFMT.
030900******************************************************************
031000* RUN-PARAMETER LOOKUP FIELDS (SEE PARMWS.CPY)
031100******************************************************************
031200  COPY PARMWS.
031300******************************************************************
031400* REPORT LINE LAYOUTS
031500******************************************************************
031600  01  WS-HEADER-1.
031700      05  FILLER                 PIC X(42)
031800          VALUE 'CONFERENCIA DE INTEGRIDADE ENTRE ARQUIVOS'.
031900      05  FILLER                 PIC X(06) VALUE 'DATA: '.
032000      05  WS-H1-DATA             PIC X(10).
032100  01  WS-HEADER-2.
032200      05  FILLER                 PIC X(44)
032300          VALUE 'MODO LIMPEZA - ORFAOS LISTADOS NO REMOVLST'.
032400      05  FILLER                 PIC X(20)
032500          VALUE ' PARA APROVACAO'.
032600  01  WS-HEADER-3.
032700      05  FILLER                 PIC X(26)
032800          VALUE 'TIP ARQUIVO  CHAVE'.
032900      05  FILLER                 PIC X(41)
033000          VALUE 'DESCRICAO'.
033100      05  FILLER                 PIC X(13)
033200          VALUE 'COMPLEMENTO'.
033300  01  WS-DETAIL-LINE.
033400      05  WD-CODIGO              PIC X(03).
033500      05  FILLER                 PIC X(01) VALUE SPACES.
033600      05  WD-ARQUIVO             PIC X(08).
033700      05  FILLER                 PIC X(01) VALUE SPACES.
033800      05  WD-CHAVE               PIC X(12).
033900      05  FILLER                 PIC X(01) VALUE SPACES.
034000      05  WD-DESCRICAO           PIC X(40).
034100      05  FILLER                 PIC X(01) VALUE SPACES.
034200      05  WD-COMPLEMENTO         PIC X(13).
034300  01  WS-AUSENTE-LINE.
034400      05  FILLER                 PIC X(08) VALUE 'ARQUIVO '.
034500      05  WA-ARQUIVO             PIC X(08).
034600      05  FILLER                 PIC X(30)
034700          VALUE ' AUSENTE OU ILEGIVEL (STATUS '.
034800      05  WA-STATUS              PIC X(02).
034900      05  FILLER                 PIC X(17)
035000          VALUE ') - NAO CONFERIDO'.
035100  01  WS-CONTADOR-LINE.
035200      05  WC-CODIGO              PIC X(03).
035300      05  FILLER                 PIC X(01) VALUE SPACES.
035400      05  WC-NOME                PIC X(40).
035500      05  FILLER                 PIC X(02) VALUE ': '.
035600      05  WC-VALOR               PIC ZZZZZZ9.
035700  PROCEDURE DIVISION.
035800******************************************************************
035900* 0000-MAINLINE
036000* A ORDEM DAS VARREDURAS IMPORTA: AS TURMAS DO STUDMAS E O
036100* CTLPARM VEM ANTES DA CONFERENCIA DE TURMA, E O GRADMAS ANTES
036200* DO PROFMAS (PARES TURMA X DISCIPLINA)
036300******************************************************************
036400  0000-MAINLINE.
036500      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
036600      IF NOT WS-ENCERRAR
036700          PERFORM 2000-VARRER-STUDMAS THRU 2000-EXIT
036800          PERFORM 3000-VARRER-CTLPARM THRU 3000-EXIT
036900          PERFORM 3500-CONFERIR-TURMAS THRU 3500-EXIT
037000          PERFORM 4000-VARRER-GRADMAS THRU 4000-EXIT
037100          PERFORM 4500-VARRER-ATTEND THRU 4500-EXIT
037200          PERFORM 5000-VARRER-GUARDIAN THRU 5000-EXIT
037300          PERFORM 5500-VARRER-BILLMAS THRU 5500-EXIT
037400          PERFORM 6000-VARRER-PROFMAS THRU 6000-EXIT
037500      END-IF.
037600      PERFORM 8000-TERMINATE THRU 8000-EXIT.
037700      GOBACK.
037800******************************************************************
037900* 1000-INITIALIZE
038000* OPENS THE REPORT AND THE MASTER - SEM STUDMAS NAO HA O QUE
038100* CRUZAR E O LOTE FICA BLOQUEADO. OS DEMAIS ARQUIVOS SAO
038200* OPCIONAIS
038300******************************************************************
038400  1000-INITIALIZE.
038500      ACCEPT WRK-DATA FROM DATE YYYYMMDD.
038600      INITIALIZE WRK-QUEBRAS-POR-TIPO.
038700      OPEN OUTPUT CROSS-REPORT-FILE.
038800      IF NOT WS-INTGXRPT-OK
038900          DISPLAY 'PROGCOB69 - ERRO AO ABRIR INTGXRPT: '
039000              WS-INTGXRPT-STATUS
039100          ADD 1 TO WS-QUEBRAS-GRAVES
039200          MOVE 'Y' TO WS-ENCERRAR-SW
039300          GO TO 1000-EXIT
039400      END-IF.
039500      MOVE 'Y' TO WS-INTGXRPT-ABERTO-SW.
039600      PERFORM 9810-FORMATAR-DDMMYYYY THRU 9810-EXIT.
039700      MOVE DATEFMT-DDMMYYYY TO WS-H1-DATA.
039800      WRITE XR-LINE FROM WS-HEADER-1.
039900      PERFORM 1100-LER-PARAMETROS THRU 1100-EXIT.
040000      MOVE SPACES TO XR-LINE.
040100      WRITE XR-LINE.
040200      OPEN INPUT STUDENT-MASTER-FILE.
040300      IF NOT WS-STUDMAS-OK
040400          DISPLAY 'PROGCOB69 - STUDMAS AUSENTE OU ILEGIVEL: '
040500              WS-STUDMAS-STATUS
040600          MOVE 'STUDMAS' TO WA-ARQUIVO
040700          MOVE WS-STUDMAS-STATUS TO WA-STATUS
040800          WRITE XR-LINE FROM WS-AUSENTE-LINE
040900          MOVE 'LOTE BLOQUEADO' TO XR-LINE
041000          WRITE XR-LINE
041100          ADD 1 TO WS-QUEBRAS-GRAVES
041200          MOVE 'Y' TO WS-ENCERRAR-SW
041300          GO TO 1000-EXIT
041400      END-IF.
041500      MOVE 'Y' TO WS-STUDMAS-ABERTO-SW.
041600      PERFORM 1200-ABRIR-OPCIONAIS THRU 1200-EXIT.
041700      WRITE XR-LINE FROM WS-HEADER-3.
041800      MOVE SPACES TO XR-LINE.
041900      WRITE XR-LINE.
042000  1000-EXIT.
042100      EXIT.
042200******************************************************************
042300* 1100-LER-PARAMETROS
042400* RUNPARM PROGCOB69 LIMPEZA = S LIGA A LISTA DE REMOCAO - SE O
042500* REMOVLST NAO ABRIR A CONFERENCIA RODA SEM A LISTA
042600******************************************************************
042700  1100-LER-PARAMETROS.
042800      MOVE 'PROGCOB69' TO WRK-PARM-PROGRAMA.
042900      MOVE 'LIMPEZA' TO WRK-PARM-NOME.
043000      PERFORM 9860-BUSCAR-PARM THRU 9860-EXIT.
043100      IF NOT WS-PARM-ACHADO OR WRK-PARM-VALOR (1:1) NOT = 'S'
043200          GO TO 1100-EXIT
043300      END-IF.
043400      OPEN OUTPUT REMOVAL-FILE.
043500      IF NOT WS-REMOVLST-OK
043600          DISPLAY 'PROGCOB69 - ERRO AO ABRIR REMOVLST: '
043700              WS-REMOVLST-STATUS ' - RODANDO SEM LISTA'
043800          MOVE 'REMOVLST' TO WA-ARQUIVO
043900          MOVE WS-REMOVLST-STATUS TO WA-STATUS
044000          WRITE XR-LINE FROM WS-AUSENTE-LINE
044100          GO TO 1100-EXIT
044200      END-IF.
044300      MOVE 'Y' TO WS-LIMPEZA-SW.
044400      WRITE XR-LINE FROM WS-HEADER-2.
044500  1100-EXIT.
044600      EXIT.
044700******************************************************************
044800* 1200-ABRIR-OPCIONAIS
044900* CADA ARQUIVO QUE ABRE FICA DISPONIVEL PARA A CONFERENCIA; O
045000* QUE NAO ABRE SAI NUMA LINHA DO RELATORIO E E PULADO
045100******************************************************************
045200  1200-ABRIR-OPCIONAIS.
045300      OPEN INPUT GRADE-MASTER-FILE.
045400      IF WS-GRADMAS-OK
045500          MOVE 'Y' TO WS-GRADMAS-DISP-SW
045600      ELSE
045700          MOVE 'GRADMAS' TO WA-ARQUIVO
045800          MOVE WS-GRADMAS-STATUS TO WA-STATUS
045900          WRITE XR-LINE FROM WS-AUSENTE-LINE
046000      END-IF.
046100      OPEN INPUT ATTENDANCE-FILE.
046200      IF WS-ATTEND-OK
046300          MOVE 'Y' TO WS-ATTEND-DISP-SW
046400      ELSE
046500          MOVE 'ATTEND' TO WA-ARQUIVO
046600          MOVE WS-ATTEND-STATUS TO WA-STATUS
046700          WRITE XR-LINE FROM WS-AUSENTE-LINE
046800      END-IF.
046900      OPEN INPUT GUARDIAN-FILE.
047000      IF WS-GUARDIAN-OK
047100          MOVE 'Y' TO WS-GUARDIAN-DISP-SW
047200      ELSE
047300          MOVE 'GUARDIAN' TO WA-ARQUIVO
047400          MOVE WS-GUARDIAN-STATUS TO WA-STATUS
047500          WRITE XR-LINE FROM WS-AUSENTE-LINE
047600      END-IF.
047700      OPEN INPUT BILLING-FILE.
047800      IF WS-BILLMAS-OK
047900          MOVE 'Y' TO WS-BILLMAS-DISP-SW
048000      ELSE
048100          MOVE 'BILLMAS' TO WA-ARQUIVO
048200          MOVE WS-BILLMAS-STATUS TO WA-STATUS
048300          WRITE XR-LINE FROM WS-AUSENTE-LINE
048400      END-IF.
048500      OPEN INPUT TURMA-FILE.
048600      IF WS-TURMMAS-OK
048700          MOVE 'Y' TO WS-TURMMAS-DISP-SW
048800      ELSE
048900          MOVE 'TURMMAS' TO WA-ARQUIVO
049000          MOVE WS-TURMMAS-STATUS TO WA-STATUS
049100          WRITE XR-LINE FROM WS-AUSENTE-LINE
049200      END-IF.
049300      OPEN INPUT PROFESSOR-FILE.
049400      IF WS-PROFMAS-OK
049500          MOVE 'Y' TO WS-PROFMAS-DISP-SW
049600      ELSE
049700          MOVE 'PROFMAS' TO WA-ARQUIVO
049800          MOVE WS-PROFMAS-STATUS TO WA-STATUS
049900          WRITE XR-LINE FROM WS-AUSENTE-LINE
050000      END-IF.
050100      OPEN INPUT COURSE-PARM-FILE.
050200      IF WS-CTLPARM-OK
050300          MOVE 'Y' TO WS-CTLPARM-DISP-SW
050400      ELSE
050500          MOVE 'CTLPARM' TO WA-ARQUIVO
050600          MOVE WS-CTLPARM-STATUS TO WA-STATUS
050700          WRITE XR-LINE FROM WS-AUSENTE-LINE
050800      END-IF.
050900  1200-EXIT.
051000      EXIT.
051100******************************************************************
051200* 2000-VARRER-STUDMAS
051300* PASSADA SEQUENCIAL NO MASTER: MONTA A TABELA DE TURMAS E
051400* PROCURA O RESPONSAVEL DE CADA ALUNO NO GUARDIAN
051500******************************************************************
051600  2000-VARRER-STUDMAS.
051700      MOVE 'N' TO WS-FIM-SW.
051800      PERFORM 2100-LER-STUDMAS THRU 2100-EXIT.
051900      PERFORM 2200-CONFERIR-ALUNO THRU 2200-EXIT
052000          UNTIL WS-FIM.
052100  2000-EXIT.
052200      EXIT.
052300******************************************************************
052400* 2100-LER-STUDMAS
052500******************************************************************
052600  2100-LER-STUDMAS.
052700      READ STUDENT-MASTER-FILE NEXT RECORD
052800          AT END
052900              MOVE 'Y' TO WS-FIM-SW
053000              GO TO 2100-EXIT
053100      END-READ.
053200      IF NOT WS-STUDMAS-OK
053300          DISPLAY 'PROGCOB69 - ERRO DE LEITURA STUDMAS: '
053400              WS-STUDMAS-STATUS
053500          ADD 1 TO WS-QUEBRAS-GRAVES
053600          MOVE 'Y' TO WS-FIM-SW
053700          GO TO 2100-EXIT
053800      END-IF.
053900      ADD 1 TO WS-STUDMAS-LIDOS.
054000  2100-EXIT.
054100      EXIT.
054200******************************************************************
054300* 2200-CONFERIR-ALUNO
054400* TURMA EM BRANCO JA E ERRO DO PROGCOB31 E NAO ENTRA NA TABELA
054500******************************************************************
054600  2200-CONFERIR-ALUNO.
054700      IF SM-CLASS-SECTION NOT = SPACES
054800          MOVE SM-CLASS-SECTION TO WRK-TURMA-PROCURADA
054900          PERFORM 7300-OBTER-TURMA THRU 7300-EXIT
055000          IF WRK-TU-ACHADO > ZERO
055100              ADD 1 TO WRK-TU-ALUNOS (WRK-TU-ACHADO)
055200          END-IF
055300      END-IF.
055400      IF WS-GUARDIAN-DISPONIVEL
055500          MOVE SM-STUDENT-ID TO GD-STUDENT-ID
055600          READ GUARDIAN-FILE
055700              INVALID KEY
055800                  MOVE 3 TO WRK-QB-IDX
055900                  MOVE 'STUDMAS' TO WRK-QB-ARQUIVO
056000                  MOVE SM-STUDENT-ID TO WRK-QB-CHAVE
056100                  MOVE SM-CLASS-SECTION TO WRK-QB-COMPLEMENTO
056200                  PERFORM 7000-REGISTRAR-QUEBRA THRU 7000-EXIT
056300          END-READ
056400      END-IF.
056500      PERFORM 2100-LER-STUDMAS THRU 2100-EXIT.
056600  2200-EXIT.
056700      EXIT.
056800******************************************************************
056900* 3000-VARRER-CTLPARM
057000* MARCA AS TURMAS QUE TEM PARAMETRO E PROCURA NO TURMMAS A
057100* TURMA DE CADA REGISTRO DO CTLPARM
057200******************************************************************
057300  3000-VARRER-CTLPARM.
057400      IF NOT WS-CTLPARM-DISPONIVEL
057500          GO TO 3000-EXIT
057600      END-IF.
057700      MOVE 'N' TO WS-FIM-SW.
057800      PERFORM 3100-LER-CTLPARM THRU 3100-EXIT.
057900      PERFORM 3200-CONFERIR-CTLPARM THRU 3200-EXIT
058000          UNTIL WS-FIM.
058100  3000-EXIT.
058200      EXIT.
058300******************************************************************
058400* 3100-LER-CTLPARM
058500******************************************************************
058600  3100-LER-CTLPARM.
058700      READ COURSE-PARM-FILE NEXT RECORD
058800          AT END
058900              MOVE 'Y' TO WS-FIM-SW
059000              GO TO 3100-EXIT
059100      END-READ.
059200      IF NOT WS-CTLPARM-OK
059300          DISPLAY 'PROGCOB69 - ERRO DE LEITURA CTLPARM: '
059400              WS-CTLPARM-STATUS
059450          ADD 1 TO WS-QUEBRAS-GRAVES
059500          MOVE 'Y' TO WS-FIM-SW
059600          GO TO 3100-EXIT
059700      END-IF.
059800      ADD 1 TO WS-CTLPARM-LIDOS.
059900  3100-EXIT.
060000      EXIT.
060100******************************************************************
060200* 3200-CONFERIR-CTLPARM
060300******************************************************************
060400  3200-CONFERIR-CTLPARM.
060500      MOVE CP-CLASS-SECTION TO WRK-TURMA-PROCURADA.
060600      PERFORM 7200-PROCURAR-TURMA THRU 7200-EXIT.
060700      IF WRK-TU-ACHADO > ZERO
060800          MOVE 'S' TO WRK-TU-PARM (WRK-TU-ACHADO)
060900      END-IF.
061000      PERFORM 7400-LER-TURMMAS THRU 7400-EXIT.
061100      IF WS-TURMMAS-DISPONIVEL AND NOT WS-TURMA-CADASTRADA
061200          MOVE 12 TO WRK-QB-IDX
061300          MOVE 'CTLPARM' TO WRK-QB-ARQUIVO
061400          MOVE CP-CLASS-SECTION TO WRK-QB-CHAVE
061500          PERFORM 7000-REGISTRAR-QUEBRA THRU 7000-EXIT
061600      END-IF.
061700      PERFORM 3100-LER-CTLPARM THRU 3100-EXIT.
061800  3200-EXIT.
061900      EXIT.
062000******************************************************************
062100* 3500-CONFERIR-TURMAS
062200* CADA TURMA DO STUDMAS: EXISTE E ESTA ATIVA NO TURMMAS, TEM
062300* NOTA DE CORTE NO CTLPARM (SEM ELA O PROGCOB07 USA A MEDIA
062400* PADRAO - E SO AVISO). UMA LINHA POR TURMA, COM OS ALUNOS
062500******************************************************************
062600  3500-CONFERIR-TURMAS.
062700      PERFORM 3600-CONFERIR-TURMA THRU 3600-EXIT
062800          VARYING WRK-TU-IDX FROM 1 BY 1
062900          UNTIL WRK-TU-IDX > WRK-QTDE-TURMAS.
063000  3500-EXIT.
063100      EXIT.
063200******************************************************************
063300* 3600-CONFERIR-TURMA
063400******************************************************************
063500  3600-CONFERIR-TURMA.
063600      MOVE 'STUDMAS' TO WRK-QB-ARQUIVO.
063700      MOVE WRK-TU-TURMA (WRK-TU-IDX) TO WRK-TURMA-PROCURADA.
063800      MOVE WRK-TU-ALUNOS (WRK-TU-IDX) TO WRK-CA-QTDE.
063900      PERFORM 7400-LER-TURMMAS THRU 7400-EXIT.
064000      IF WS-TURMMAS-DISPONIVEL AND NOT WS-TURMA-CADASTRADA
064100          MOVE 1 TO WRK-QB-IDX
064200          MOVE WRK-TURMA-PROCURADA TO WRK-QB-CHAVE
064300          MOVE WRK-COMPL-ALUNOS TO WRK-QB-COMPLEMENTO
064400          PERFORM 7000-REGISTRAR-QUEBRA THRU 7000-EXIT
064500      END-IF.
064600      IF WS-TURMA-CADASTRADA AND TM-TURMA-INATIVA
064700          MOVE 2 TO WRK-QB-IDX
064800          MOVE WRK-TURMA-PROCURADA TO WRK-QB-CHAVE
064900          MOVE WRK-COMPL-ALUNOS TO WRK-QB-COMPLEMENTO
065000          PERFORM 7000-REGISTRAR-QUEBRA THRU 7000-EXIT
065100      END-IF.
065200      IF WS-CTLPARM-DISPONIVEL
065300          AND NOT WRK-TU-TEM-PARM (WRK-TU-IDX)
065400          MOVE 11 TO WRK-QB-IDX
065500          MOVE WRK-TURMA-PROCURADA TO WRK-QB-CHAVE
065600          MOVE WRK-COMPL-ALUNOS TO WRK-QB-COMPLEMENTO
065700          PERFORM 7000-REGISTRAR-QUEBRA THRU 7000-EXIT
065800      END-IF.
065900  3600-EXIT.
066000      EXIT.
066100******************************************************************
066200* 4000-VARRER-GRADMAS
066300* CADA NOTA POR DISCIPLINA: ALUNO EXISTE, TURMA IGUAL A DO
066400* ALUNO, TURMA EXISTE NO TURMMAS. GUARDA OS PARES TURMA X
066500* DISCIPLINA PARA A CONFERENCIA DO PROFMAS
066600******************************************************************
066700  4000-VARRER-GRADMAS.
066800      IF NOT WS-GRADMAS-DISPONIVEL
066900          GO TO 4000-EXIT
067000      END-IF.
067100      MOVE 'N' TO WS-FIM-SW.
067200      PERFORM 4100-LER-GRADMAS THRU 4100-EXIT.
067300      PERFORM 4200-CONFERIR-GRADMAS THRU 4200-EXIT
067400          UNTIL WS-FIM.
067500  4000-EXIT.
067600      EXIT.
067700******************************************************************
067800* 4100-LER-GRADMAS
067900******************************************************************
068000  4100-LER-GRADMAS.
068100      READ GRADE-MASTER-FILE NEXT RECORD
068200          AT END
068300              MOVE 'Y' TO WS-FIM-SW
068400              GO TO 4100-EXIT
068500      END-READ.
068600      IF NOT WS-GRADMAS-OK
068700          DISPLAY 'PROGCOB69 - ERRO DE LEITURA GRADMAS: '
068800              WS-GRADMAS-STATUS
068900          ADD 1 TO WS-QUEBRAS-GRAVES
069000          MOVE 'Y' TO WS-FIM-SW
069100          GO TO 4100-EXIT
069200      END-IF.
069300      ADD 1 TO WS-GRADMAS-LIDOS.
069400  4100-EXIT.
069500      EXIT.
069600******************************************************************
069700* 4200-CONFERIR-GRADMAS
069800******************************************************************
069900  4200-CONFERIR-GRADMAS.
070000      MOVE 'GRADMAS' TO WRK-QB-ARQUIVO.
070100      MOVE GM-CHAVE TO WRK-QB-CHAVE.
070200      MOVE GM-STUDENT-ID TO SM-STUDENT-ID.
070300      PERFORM 7500-LER-ALUNO THRU 7500-EXIT.
070400      IF NOT WS-ALUNO-CADASTRADO
070500          MOVE 4 TO WRK-QB-IDX
070600          MOVE GM-CLASS-SECTION TO WRK-QB-COMPLEMENTO
070700          PERFORM 7000-REGISTRAR-QUEBRA THRU 7000-EXIT
070800      END-IF.
070900      IF WS-ALUNO-CADASTRADO
071000          AND GM-CLASS-SECTION NOT = SM-CLASS-SECTION
071100          MOVE 5 TO WRK-QB-IDX
071200          MOVE GM-CLASS-SECTION TO WRK-CT-TURMA-1
071300          MOVE SM-CLASS-SECTION TO WRK-CT-TURMA-2
071400          MOVE WRK-COMPL-TURMAS TO WRK-QB-COMPLEMENTO
071500          PERFORM 7000-REGISTRAR-QUEBRA THRU 7000-EXIT
071600      END-IF.
071700      MOVE GM-CLASS-SECTION TO WRK-TURMA-PROCURADA.
071800      PERFORM 7400-LER-TURMMAS THRU 7400-EXIT.
071900      IF WS-TURMMAS-DISPONIVEL AND NOT WS-TURMA-CADASTRADA
072000          MOVE 6 TO WRK-QB-IDX
072100          MOVE GM-CLASS-SECTION TO WRK-QB-COMPLEMENTO
072200          PERFORM 7000-REGISTRAR-QUEBRA THRU 7000-EXIT
072300      END-IF.
072400      PERFORM 7200-PROCURAR-TURMA THRU 7200-EXIT.
072500      IF WRK-TU-ACHADO > ZERO
072600          MOVE 'S' TO WRK-TU-GRADMAS (WRK-TU-ACHADO)
072700      END-IF.
072800      MOVE GM-DISCIPLINA TO WRK-DISCIPLINA-PROCURADA.
072900      PERFORM 7700-OBTER-PAR THRU 7700-EXIT.
073000      PERFORM 4100-LER-GRADMAS THRU 4100-EXIT.
073100  4200-EXIT.
073200      EXIT.
073300******************************************************************
073400* 4500-VARRER-ATTEND
073500* FREQUENCIA SEM ALUNO OU COM TURMA DIFERENTE DA DO ALUNO
073600******************************************************************
073700  4500-VARRER-ATTEND.
073800      IF NOT WS-ATTEND-DISPONIVEL
073900          GO TO 4500-EXIT
074000      END-IF.
074100      MOVE 'N' TO WS-FIM-SW.
074200      PERFORM 4600-LER-ATTEND THRU 4600-EXIT.
074300      PERFORM 4700-CONFERIR-ATTEND THRU 4700-EXIT
074400          UNTIL WS-FIM.
074500  4500-EXIT.
074600      EXIT.
074700******************************************************************
074800* 4600-LER-ATTEND
074900******************************************************************
075000  4600-LER-ATTEND.
075100      READ ATTENDANCE-FILE NEXT RECORD
075200          AT END
075300              MOVE 'Y' TO WS-FIM-SW
075400              GO TO 4600-EXIT
075500      END-READ.
075600      IF NOT WS-ATTEND-OK
075700          DISPLAY 'PROGCOB69 - ERRO DE LEITURA ATTEND: '
075800              WS-ATTEND-STATUS
075900          ADD 1 TO WS-QUEBRAS-GRAVES
076000          MOVE 'Y' TO WS-FIM-SW
076100          GO TO 4600-EXIT
076200      END-IF.
076300      ADD 1 TO WS-ATTEND-LIDOS.
076400  4600-EXIT.
076500      EXIT.
076600******************************************************************
076700* 4700-CONFERIR-ATTEND
076800******************************************************************
076900  4700-CONFERIR-ATTEND.
077000      MOVE 'ATTEND' TO WRK-QB-ARQUIVO.
077100      MOVE AT-STUDENT-ID TO WRK-QB-CHAVE.
077200      MOVE AT-STUDENT-ID TO SM-STUDENT-ID.
077300      PERFORM 7500-LER-ALUNO THRU 7500-EXIT.
077400      IF NOT WS-ALUNO-CADASTRADO
077500          MOVE 7 TO WRK-QB-IDX
077600          MOVE AT-CLASS-SECTION TO WRK-QB-COMPLEMENTO
077700          PERFORM 7000-REGISTRAR-QUEBRA THRU 7000-EXIT
077800      END-IF.
077900      IF WS-ALUNO-CADASTRADO
078000          AND AT-CLASS-SECTION NOT = SM-CLASS-SECTION
078100          MOVE 8 TO WRK-QB-IDX
078200          MOVE AT-CLASS-SECTION TO WRK-CT-TURMA-1
078300          MOVE SM-CLASS-SECTION TO WRK-CT-TURMA-2
078400          MOVE WRK-COMPL-TURMAS TO WRK-QB-COMPLEMENTO
078500          PERFORM 7000-REGISTRAR-QUEBRA THRU 7000-EXIT
078600      END-IF.
078700      PERFORM 4600-LER-ATTEND THRU 4600-EXIT.
078800  4700-EXIT.
078900      EXIT.
079000******************************************************************
079100* 5000-VARRER-GUARDIAN
079200* O GUARDIAN FOI LIDO POR CHAVE NA PASSADA DO STUDMAS - FECHA
079300* E REABRE PARA COMECAR A LEITURA SEQUENCIAL DO INICIO
079400******************************************************************
079500  5000-VARRER-GUARDIAN.
079600      IF NOT WS-GUARDIAN-DISPONIVEL
079700          GO TO 5000-EXIT
079800      END-IF.
079900      CLOSE GUARDIAN-FILE.
080000      OPEN INPUT GUARDIAN-FILE.
080100      IF NOT WS-GUARDIAN-OK
080200          DISPLAY 'PROGCOB69 - ERRO AO REABRIR GUARDIAN: '
080300              WS-GUARDIAN-STATUS
080400          MOVE 'N' TO WS-GUARDIAN-DISP-SW
080500          GO TO 5000-EXIT
080600      END-IF.
080700      MOVE 'N' TO WS-FIM-SW.
080800      PERFORM 5100-LER-GUARDIAN THRU 5100-EXIT.
080900      PERFORM 5200-CONFERIR-GUARDIAN THRU 5200-EXIT
081000          UNTIL WS-FIM.
081100  5000-EXIT.
081200      EXIT.
081300******************************************************************
081400* 5100-LER-GUARDIAN
081500******************************************************************
081600  5100-LER-GUARDIAN.
081700      READ GUARDIAN-FILE NEXT RECORD
081800          AT END
081900              MOVE 'Y' TO WS-FIM-SW
082000              GO TO 5100-EXIT
082100      END-READ.
082200      IF NOT WS-GUARDIAN-OK
082300          DISPLAY 'PROGCOB69 - ERRO DE LEITURA GUARDIAN: '
082400              WS-GUARDIAN-STATUS
082450          ADD 1 TO WS-QUEBRAS-GRAVES
082500          MOVE 'Y' TO WS-FIM-SW
082600          GO TO 5100-EXIT
082700      END-IF.
082800      ADD 1 TO WS-GUARDIAN-LIDOS.
082900  5100-EXIT.
083000      EXIT.
083100******************************************************************
083200* 5200-CONFERIR-GUARDIAN
083300******************************************************************
083400  5200-CONFERIR-GUARDIAN.
083500      MOVE GD-STUDENT-ID TO SM-STUDENT-ID.
083600      PERFORM 7500-LER-ALUNO THRU 7500-EXIT.
083700      IF NOT WS-ALUNO-CADASTRADO
083800          MOVE 9 TO WRK-QB-IDX
083900          MOVE 'GUARDIAN' TO WRK-QB-ARQUIVO
084000          MOVE GD-STUDENT-ID TO WRK-QB-CHAVE
084100          PERFORM 7000-REGISTRAR-QUEBRA THRU 7000-EXIT
084200      END-IF.
084300      PERFORM 5100-LER-GUARDIAN THRU 5100-EXIT.
084400  5200-EXIT.
084500      EXIT.
084600******************************************************************
084700* 5500-VARRER-BILLMAS
084800* COBRANCA SEM ALUNO - O COMPLEMENTO AVISA QUANDO ELA AINDA
084900* ESTA EM ABERTO, PARA A SECRETARIA NAO APROVAR A REMOCAO DE
085000* UM TITULO QUE O BANCO PODE LIQUIDAR
085100******************************************************************
085200  5500-VARRER-BILLMAS.
085300      IF NOT WS-BILLMAS-DISPONIVEL
085400          GO TO 5500-EXIT
085500      END-IF.
085600      MOVE 'N' TO WS-FIM-SW.
085700      PERFORM 5600-LER-BILLMAS THRU 5600-EXIT.
085800      PERFORM 5700-CONFERIR-BILLMAS THRU 5700-EXIT
085900          UNTIL WS-FIM.
086000  5500-EXIT.
086100      EXIT.
086200******************************************************************
086300* 5600-LER-BILLMAS
086400******************************************************************
086500  5600-LER-BILLMAS.
086600      READ BILLING-FILE NEXT RECORD
086700          AT END
086800              MOVE 'Y' TO WS-FIM-SW
086900              GO TO 5600-EXIT
087000      END-READ.
087100      IF NOT WS-BILLMAS-OK
087200          DISPLAY 'PROGCOB69 - ERRO DE LEITURA BILLMAS: '
087300              WS-BILLMAS-STATUS
087350          ADD 1 TO WS-QUEBRAS-GRAVES
087400          MOVE 'Y' TO WS-FIM-SW
087500          GO TO 5600-EXIT
087600      END-IF.
087700      ADD 1 TO WS-BILLMAS-LIDOS.
087800  5600-EXIT.
087900      EXIT.
088000******************************************************************
088100* 5700-CONFERIR-BILLMAS
088200******************************************************************
088300  5700-CONFERIR-BILLMAS.
088400      MOVE BL-STUDENT-ID TO SM-STUDENT-ID.
088500      PERFORM 7500-LER-ALUNO THRU 7500-EXIT.
088600      IF NOT WS-ALUNO-CADASTRADO
088700          MOVE 10 TO WRK-QB-IDX
088800          MOVE 'BILLMAS' TO WRK-QB-ARQUIVO
088900          MOVE BL-CHAVE TO WRK-QB-CHAVE
089000          IF BL-ABERTA
089100              MOVE 'TITULO ABERTO' TO WRK-QB-COMPLEMENTO
089200          END-IF
089300          PERFORM 7000-REGISTRAR-QUEBRA THRU 7000-EXIT
089400      END-IF.
089500      PERFORM 5600-LER-BILLMAS THRU 5600-EXIT.
089600  5700-EXIT.
089700      EXIT.
089800******************************************************************
089900* 6000-VARRER-PROFMAS
090000* CADA ATRIBUICAO DO PROFESSOR: TURMA EXISTE NO TURMMAS, TEM
090100* ALUNOS NO STUDMAS E, QUANDO A DISCIPLINA E INFORMADA, TEM
090200* NOTA DAQUELA DISCIPLINA NO GRADMAS. TURMA SEM NENHUM GRADMAS
090300* (AINDA NO LANCAMENTO DE DISCIPLINA UNICA) NAO E COBRADA
090400******************************************************************
090500  6000-VARRER-PROFMAS.
090600      IF NOT WS-PROFMAS-DISPONIVEL
090700          GO TO 6000-EXIT
090800      END-IF.
090900      MOVE 'N' TO WS-FIM-SW.
091000      PERFORM 6100-LER-PROFMAS THRU 6100-EXIT.
091100      PERFORM 6200-CONFERIR-PROFESSOR THRU 6200-EXIT
091200          UNTIL WS-FIM.
091300  6000-EXIT.
091400      EXIT.
091500******************************************************************
091600* 6100-LER-PROFMAS
091700******************************************************************
091800  6100-LER-PROFMAS.
091900      READ PROFESSOR-FILE NEXT RECORD
092000          AT END
092100              MOVE 'Y' TO WS-FIM-SW
092200              GO TO 6100-EXIT
092300      END-READ.
092400      IF NOT WS-PROFMAS-OK
092500          DISPLAY 'PROGCOB69 - ERRO DE LEITURA PROFMAS: '
092600              WS-PROFMAS-STATUS
092650          ADD 1 TO WS-QUEBRAS-GRAVES
092700          MOVE 'Y' TO WS-FIM-SW
092800          GO TO 6100-EXIT
092900      END-IF.
093000      ADD 1 TO WS-PROFMAS-LIDOS.
093100  6100-EXIT.
093200      EXIT.
093300******************************************************************
093400* 6200-CONFERIR-PROFESSOR
093500******************************************************************
093600  6200-CONFERIR-PROFESSOR.
093700      PERFORM 6300-CONFERIR-ATRIBUICAO THRU 6300-EXIT
093800          VARYING WRK-PF-IDX FROM 1 BY 1
093900          UNTIL WRK-PF-IDX > 10.
094000      PERFORM 6100-LER-PROFMAS THRU 6100-EXIT.
094100  6200-EXIT.
094200      EXIT.
094300******************************************************************
094400* 6300-CONFERIR-ATRIBUICAO
094500******************************************************************
094600  6300-CONFERIR-ATRIBUICAO.
094700      IF PF-TURMA (WRK-PF-IDX) = SPACES
094800          GO TO 6300-EXIT
094900      END-IF.
095000      MOVE 'PROFMAS' TO WRK-QB-ARQUIVO.
095100      MOVE PF-PROFESSOR-ID TO WRK-CP-PROFESSOR.
095200      MOVE PF-TURMA (WRK-PF-IDX) TO WRK-CP-TURMA.
095300      MOVE WRK-CHAVE-PROFESSOR TO WRK-QB-CHAVE.
095400      MOVE PF-DISCIPLINA (WRK-PF-IDX) TO WRK-CD-DISCIPLINA.
095500      MOVE PF-TURMA (WRK-PF-IDX) TO WRK-TURMA-PROCURADA.
095600      PERFORM 7400-LER-TURMMAS THRU 7400-EXIT.
095700      IF WS-TURMMAS-DISPONIVEL AND NOT WS-TURMA-CADASTRADA
095800          MOVE 13 TO WRK-QB-IDX
095900          PERFORM 7000-REGISTRAR-QUEBRA THRU 7000-EXIT
096000          GO TO 6300-EXIT
096100      END-IF.
096200      PERFORM 7200-PROCURAR-TURMA THRU 7200-EXIT.
096300      IF WRK-TU-ACHADO = ZERO
096400          MOVE 14 TO WRK-QB-IDX
096500          PERFORM 7000-REGISTRAR-QUEBRA THRU 7000-EXIT
096600          GO TO 6300-EXIT
096700      END-IF.
096800      IF PF-DISCIPLINA (WRK-PF-IDX) = SPACES
096900          OR NOT WRK-TU-TEM-GRADMAS (WRK-TU-ACHADO)
097000          GO TO 6300-EXIT
097100      END-IF.
097200      MOVE PF-DISCIPLINA (WRK-PF-IDX)
097300          TO WRK-DISCIPLINA-PROCURADA.
097400      PERFORM 7600-PROCURAR-PAR THRU 7600-EXIT.
097500      IF WRK-PR-ACHADO = ZERO
097600          MOVE 15 TO WRK-QB-IDX
097700          MOVE WRK-COMPL-DISCIPLINA TO WRK-QB-COMPLEMENTO
097800          PERFORM 7000-REGISTRAR-QUEBRA THRU 7000-EXIT
097900      END-IF.
098000  6300-EXIT.
098100      EXIT.
098200******************************************************************
098300* 7000-REGISTRAR-QUEBRA
098400* CONTA A QUEBRA NO SEU TIPO, IMPRIME A LINHA E, NO MODO
098500* LIMPEZA, GRAVA O ORFAO NA LISTA DE REMOCAO QUANDO O TIPO
098600* PERMITE. WRK-QB-IDX/ARQUIVO/CHAVE/COMPLEMENTO VEM MONTADOS
098700* PELA CONFERENCIA; O COMPLEMENTO E LIMPO NA SAIDA
098800******************************************************************
098900  7000-REGISTRAR-QUEBRA.
099000      ADD 1 TO WRK-TQ-QTDE (WRK-QB-IDX).
099100      IF WRK-TQ-GRAVE (WRK-QB-IDX)
099200          ADD 1 TO WS-QUEBRAS-GRAVES
099300      ELSE
099400          ADD 1 TO WS-QUEBRAS-AVISOS
099500      END-IF.
099600      MOVE WRK-TQ-CODIGO (WRK-QB-IDX) TO WD-CODIGO.
099700      MOVE WRK-QB-ARQUIVO TO WD-ARQUIVO.
099800      MOVE WRK-QB-CHAVE TO WD-CHAVE.
099900      MOVE WRK-TQ-DESCRICAO (WRK-QB-IDX) TO WD-DESCRICAO.
100000      MOVE WRK-QB-COMPLEMENTO TO WD-COMPLEMENTO.
100100      WRITE XR-LINE FROM WS-DETAIL-LINE.
100200      IF WS-MODO-LIMPEZA AND WRK-TQ-PODE-REMOVER (WRK-QB-IDX)
100300          MOVE WRK-DATA-YYYYMMDD TO RM-DATA-GERACAO
100400          MOVE WRK-QB-ARQUIVO TO RM-ARQUIVO
100500          MOVE WRK-QB-CHAVE TO RM-CHAVE
100600          MOVE WRK-TQ-CODIGO (WRK-QB-IDX) TO RM-CODIGO-QUEBRA
100700          MOVE WRK-TQ-DESCRICAO (WRK-QB-IDX) TO RM-MOTIVO
100800          MOVE WRK-QB-COMPLEMENTO TO RM-COMPLEMENTO
100900          MOVE SPACE TO RM-APROVADO
101000          WRITE REMOVAL-RECORD
101100          ADD 1 TO WS-REMOCOES-LISTADAS
101200      END-IF.
101300      MOVE SPACES TO WRK-QB-COMPLEMENTO.
101400  7000-EXIT.
101500      EXIT.
101600******************************************************************
101700* 7200-PROCURAR-TURMA
101800* LOOKS UP WRK-TURMA-PROCURADA IN THE TURMA TABLE -
101900* WRK-TU-ACHADO FICA COM O INDICE, OU ZERO
102000******************************************************************
102100  7200-PROCURAR-TURMA.
102200      MOVE ZERO TO WRK-TU-ACHADO.
102300      PERFORM 7250-COMPARAR-TURMA THRU 7250-EXIT
102400          VARYING WRK-TU-IDX FROM 1 BY 1
102500          UNTIL WRK-TU-IDX > WRK-QTDE-TURMAS
102600              OR WRK-TU-ACHADO > ZERO.
102700  7200-EXIT.
102800      EXIT.
102900******************************************************************
103000* 7250-COMPARAR-TURMA
103100******************************************************************
103200  7250-COMPARAR-TURMA.
103300      IF WRK-TU-TURMA (WRK-TU-IDX) = WRK-TURMA-PROCURADA
103400          MOVE WRK-TU-IDX TO WRK-TU-ACHADO
103500      END-IF.
103600  7250-EXIT.
103700      EXIT.
103800******************************************************************
103900* 7300-OBTER-TURMA
104000* FINDS (OR CREATES, ZEROED) THE ENTRY OF WRK-TURMA-PROCURADA -
104100* WRK-TU-ACHADO FICA ZERO QUANDO A TABELA ENCHEU
104200******************************************************************
104300  7300-OBTER-TURMA.
104400      PERFORM 7200-PROCURAR-TURMA THRU 7200-EXIT.
104500      IF WRK-TU-ACHADO > ZERO
104600          GO TO 7300-EXIT
104700      END-IF.
104800      IF WRK-QTDE-TURMAS >= 300
104900          DISPLAY 'PROGCOB69 - TABELA DE TURMAS CHEIA - TURMA '
105000              WRK-TURMA-PROCURADA ' NAO CONFERIDA'
105100          GO TO 7300-EXIT
105200      END-IF.
105300      ADD 1 TO WRK-QTDE-TURMAS.
105400      MOVE WRK-QTDE-TURMAS TO WRK-TU-ACHADO.
105500      MOVE WRK-TURMA-PROCURADA TO WRK-TU-TURMA (WRK-TU-ACHADO).
105600      MOVE ZERO TO WRK-TU-ALUNOS (WRK-TU-ACHADO).
105700      MOVE 'N' TO WRK-TU-PARM (WRK-TU-ACHADO).
105800      MOVE 'N' TO WRK-TU-GRADMAS (WRK-TU-ACHADO).
105900  7300-EXIT.
106000      EXIT.
106100******************************************************************
106200* 7400-LER-TURMMAS
106300* RANDOM READ OF WRK-TURMA-PROCURADA - WS-TURMA-CADASTRADA
106400* FICA DESLIGADO QUANDO A TURMA NAO EXISTE OU O TURMMAS NAO
106500* ESTA DISPONIVEL (QUEM CHAMA TESTA OS DOIS)
106600******************************************************************
106700  7400-LER-TURMMAS.
106800      MOVE 'N' TO WS-TURMA-CADASTRADA-SW.
106900      IF NOT WS-TURMMAS-DISPONIVEL
107000          GO TO 7400-EXIT
107100      END-IF.
107200      MOVE WRK-TURMA-PROCURADA TO TM-CODIGO.
107300      READ TURMA-FILE
107400          INVALID KEY
107500              GO TO 7400-EXIT
107600      END-READ.
107700      IF WS-TURMMAS-OK
107800          MOVE 'Y' TO WS-TURMA-CADASTRADA-SW
107900      END-IF.
108000  7400-EXIT.
108100      EXIT.
108200******************************************************************
108300* 7500-LER-ALUNO
108400* RANDOM READ OF THE STUDMAS KEY ALREADY MOVED TO SM-STUDENT-ID
108500******************************************************************
108600  7500-LER-ALUNO.
108700      MOVE 'N' TO WS-ALUNO-CADASTRADO-SW.
108800      READ STUDENT-MASTER-FILE
108900          INVALID KEY
109000              GO TO 7500-EXIT
109100      END-READ.
109200      IF WS-STUDMAS-OK
109300          MOVE 'Y' TO WS-ALUNO-CADASTRADO-SW
109400      END-IF.
109500  7500-EXIT.
109600      EXIT.
109700******************************************************************
109800* 7600-PROCURAR-PAR
109900* LOOKS UP WRK-TURMA-PROCURADA + WRK-DISCIPLINA-PROCURADA IN
110000* THE PAIR TABLE - WRK-PR-ACHADO FICA COM O INDICE, OU ZERO
110100******************************************************************
110200  7600-PROCURAR-PAR.
110300      MOVE ZERO TO WRK-PR-ACHADO.
110400      PERFORM 7650-COMPARAR-PAR THRU 7650-EXIT
110500          VARYING WRK-PR-IDX FROM 1 BY 1
110600          UNTIL WRK-PR-IDX > WRK-QTDE-PARES
110700              OR WRK-PR-ACHADO > ZERO.
110800  7600-EXIT.
110900      EXIT.
111000******************************************************************
111100* 7650-COMPARAR-PAR
111200******************************************************************
111300  7650-COMPARAR-PAR.
111400      IF WRK-PR-TURMA (WRK-PR-IDX) = WRK-TURMA-PROCURADA
111500          AND WRK-PR-DISCIPLINA (WRK-PR-IDX)
111600              = WRK-DISCIPLINA-PROCURADA
111700          MOVE WRK-PR-IDX TO WRK-PR-ACHADO
111800      END-IF.
111900  7650-EXIT.
112000      EXIT.
112100******************************************************************
112200* 7700-OBTER-PAR
112300* ADDS THE PAIR WHEN IT IS NOT IN THE TABLE YET - TABELA CHEIA
112400* SO AVISA UMA VEZ
112500******************************************************************
112600  7700-OBTER-PAR.
112700      PERFORM 7600-PROCURAR-PAR THRU 7600-EXIT.
112800      IF WRK-PR-ACHADO > ZERO
112900          GO TO 7700-EXIT
113000      END-IF.
113100      IF WRK-QTDE-PARES >= 3000
113200          IF NOT WS-PARES-CHEIA
113300              DISPLAY 'PROGCOB69 - TABELA TURMA X DISCIPLINA '
113400                  'CHEIA - PROFMAS PODE ACUSAR A MAIS'
113500          END-IF
113600          MOVE 'Y' TO WS-PARES-CHEIA-SW
113700          GO TO 7700-EXIT
113800      END-IF.
113900      ADD 1 TO WRK-QTDE-PARES.
114000      MOVE WRK-TURMA-PROCURADA
114100          TO WRK-PR-TURMA (WRK-QTDE-PARES).
114200      MOVE WRK-DISCIPLINA-PROCURADA
114300          TO WRK-PR-DISCIPLINA (WRK-QTDE-PARES).
114400  7700-EXIT.
114500      EXIT.
114600******************************************************************
114700* 8000-TERMINATE
114800* PRINTS THE COUNTERS PER BREAK TYPE AND THE READ COUNTS, AND
114900* SETS THE RETURN-CODE THE DRIVER TESTS - QUALQUER QUEBRA GRAVE
115000* (OU STUDMAS AUSENTE / ERRO DE LEITURA) BLOQUEIA O LOTE
115100******************************************************************
115200  8000-TERMINATE.
115300      IF WS-STUDMAS-ABERTO
115400          CLOSE STUDENT-MASTER-FILE
115500      END-IF.
115600      IF WS-GRADMAS-DISPONIVEL
115700          CLOSE GRADE-MASTER-FILE
115800      END-IF.
115900      IF WS-ATTEND-DISPONIVEL
116000          CLOSE ATTENDANCE-FILE
116100      END-IF.
116200      IF WS-GUARDIAN-DISPONIVEL
116300          CLOSE GUARDIAN-FILE
116400      END-IF.
116500      IF WS-BILLMAS-DISPONIVEL
116600          CLOSE BILLING-FILE
116700      END-IF.
116800      IF WS-TURMMAS-DISPONIVEL
116900          CLOSE TURMA-FILE
117000      END-IF.
117100      IF WS-PROFMAS-DISPONIVEL
117200          CLOSE PROFESSOR-FILE
117300      END-IF.
117400      IF WS-CTLPARM-DISPONIVEL
117500          CLOSE COURSE-PARM-FILE
117600      END-IF.
117700      IF WS-MODO-LIMPEZA
117800          CLOSE REMOVAL-FILE
117900      END-IF.
118000      IF WS-INTGXRPT-ABERTO
118100          PERFORM 8100-IMPRIMIR-RODAPE THRU 8100-EXIT
118200          CLOSE CROSS-REPORT-FILE
118300      END-IF.
118400      DISPLAY 'PROGCOB69 - QUEBRAS GRAVES: ' WS-QUEBRAS-GRAVES
118500          ' AVISOS: ' WS-QUEBRAS-AVISOS.
118600      IF WS-MODO-LIMPEZA
118700          DISPLAY 'PROGCOB69 - REGISTROS NA LISTA DE REMOCAO: '
118800              WS-REMOCOES-LISTADAS
118900      END-IF.
119000      IF WS-QUEBRAS-GRAVES > ZERO
119100          MOVE 8 TO RETURN-CODE
119200      ELSE
119300          MOVE 0 TO RETURN-CODE
119400      END-IF.
119500  8000-EXIT.
119600      EXIT.
119700******************************************************************
119800* 8100-IMPRIMIR-RODAPE
119900******************************************************************
120000  8100-IMPRIMIR-RODAPE.
120100      MOVE SPACES TO XR-LINE.
120200      WRITE XR-LINE.
120300      MOVE 'QUEBRAS POR TIPO' TO XR-LINE.
120400      WRITE XR-LINE.
120500      PERFORM 8200-IMPRIMIR-TIPO THRU 8200-EXIT
120600          VARYING WRK-TQ-IDX FROM 1 BY 1
120700          UNTIL WRK-TQ-IDX > 15.
120800      MOVE SPACES TO XR-LINE.
120900      WRITE XR-LINE.
121000      MOVE SPACES TO WC-CODIGO.
121100      MOVE 'STUDMAS LIDOS' TO WC-NOME.
121200      MOVE WS-STUDMAS-LIDOS TO WC-VALOR.
121300      WRITE XR-LINE FROM WS-CONTADOR-LINE.
121400      MOVE 'GRADMAS LIDOS' TO WC-NOME.
121500      MOVE WS-GRADMAS-LIDOS TO WC-VALOR.
121600      WRITE XR-LINE FROM WS-CONTADOR-LINE.
121700      MOVE 'ATTEND LIDOS' TO WC-NOME.
121800      MOVE WS-ATTEND-LIDOS TO WC-VALOR.
121900      WRITE XR-LINE FROM WS-CONTADOR-LINE.
122000      MOVE 'GUARDIAN LIDOS' TO WC-NOME.
122100      MOVE WS-GUARDIAN-LIDOS TO WC-VALOR.
122200      WRITE XR-LINE FROM WS-CONTADOR-LINE.
122300      MOVE 'BILLMAS LIDOS' TO WC-NOME.
122400      MOVE WS-BILLMAS-LIDOS TO WC-VALOR.
122500      WRITE XR-LINE FROM WS-CONTADOR-LINE.
122600      MOVE 'PROFMAS LIDOS' TO WC-NOME.
122700      MOVE WS-PROFMAS-LIDOS TO WC-VALOR.
122800      WRITE XR-LINE FROM WS-CONTADOR-LINE.
122900      MOVE 'CTLPARM LIDOS' TO WC-NOME.
123000      MOVE WS-CTLPARM-LIDOS TO WC-VALOR.
123100      WRITE XR-LINE FROM WS-CONTADOR-LINE.
123200      MOVE 'TURMAS NO STUDMAS' TO WC-NOME.
123300      MOVE WRK-QTDE-TURMAS TO WC-VALOR.
123400      WRITE XR-LINE FROM WS-CONTADOR-LINE.
123500      MOVE SPACES TO XR-LINE.
123600      WRITE XR-LINE.
123700      MOVE 'QUEBRAS GRAVES' TO WC-NOME.
123800      MOVE WS-QUEBRAS-GRAVES TO WC-VALOR.
123900      WRITE XR-LINE FROM WS-CONTADOR-LINE.
124000      MOVE 'AVISOS' TO WC-NOME.
124100      MOVE WS-QUEBRAS-AVISOS TO WC-VALOR.
124200      WRITE XR-LINE FROM WS-CONTADOR-LINE.
124300      IF WS-MODO-LIMPEZA
124400          MOVE 'REGISTROS NA LISTA DE REMOCAO' TO WC-NOME
124500          MOVE WS-REMOCOES-LISTADAS TO WC-VALOR
124600          WRITE XR-LINE FROM WS-CONTADOR-LINE
124700      END-IF.
124800      IF WS-QUEBRAS-GRAVES > ZERO
124900          MOVE 'QUEBRA GRAVE - LOTE BLOQUEADO' TO XR-LINE
125000      ELSE
125100          MOVE 'SEM QUEBRA GRAVE - LOTE LIBERADO' TO XR-LINE
125200      END-IF.
125300      WRITE XR-LINE.
125400  8100-EXIT.
125500      EXIT.
125600******************************************************************
125700* 8200-IMPRIMIR-TIPO
125800******************************************************************
125900  8200-IMPRIMIR-TIPO.
126000      MOVE WRK-TQ-CODIGO (WRK-TQ-IDX) TO WC-CODIGO.
126100      MOVE WRK-TQ-DESCRICAO (WRK-TQ-IDX) TO WC-NOME.
126200      MOVE WRK-TQ-QTDE (WRK-TQ-IDX) TO WC-VALOR.
126300      WRITE XR-LINE FROM WS-CONTADOR-LINE.
126400  8200-EXIT.
126500      EXIT.
126600******************************************************************
126700* SHARED ROUTINES
126800******************************************************************
126900  COPY DATERTN.
127000  COPY PARMRTN.
