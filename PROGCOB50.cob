002300* MODIFICATION HISTORY
002400* DATE       INIT  DESCRIPTION
002500* 01/09/2026 ALEX  ORIGINAL
002520* 15/10/2026 ALEX  ALUNO COM DEPENDENCIA EM ABERTO NO DEPMAS
002540*                  (PROGCOB25/PROGCOB53) NAO RECEBE CERTIFICADO
002560*                  DE CONCLUSAO - CADA DEPENDENCIA SAI NO LOG E O
002580*                  ALUNO E CONTADO COMO RETIDO POR DEPENDENCIA
002585* 15/10/2026 ALEX  ALUNO RECEBIDO POR TRANSFERENCIA - O
002590*                  CERTIFICADO LISTA OS PERIODOS CURSADOS EM OUTRA
002595*                  INSTITUICAO (EXTHIST) COM A ESCOLA DE ORIGEM
002600******************************************************************
002700  ENVIRONMENT DIVISION.
002800  CONFIGURATION SECTION.
004700      SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
004800          ORGANIZATION IS SEQUENTIAL
004900          FILE STATUS IS WS-PARM-STATUS.
004910      SELECT DEPENDENCIA-FILE ASSIGN TO DEPMAS
004920          ORGANIZATION IS INDEXED
004930          ACCESS MODE IS DYNAMIC
004940          RECORD KEY IS DE-CHAVE
004950          FILE STATUS IS WS-DEPMAS-STATUS.
004955      SELECT EXTERNAL-HISTORY-FILE ASSIGN TO EXTHIST
004960          ORGANIZATION IS INDEXED
004965          ACCESS MODE IS DYNAMIC
004970          RECORD KEY IS EX-CHAVE
004975          FILE STATUS IS WS-EXTHIST-STATUS.
005000  DATA DIVISION.
005100  FILE SECTION.
005200  FD  STUDENT-MASTER-FILE
007000  FD  RUN-PARM-FILE
007100      LABEL RECORDS ARE STANDARD.
007200  COPY PARMREC.
007220  FD  DEPENDENCIA-FILE
007240      LABEL RECORDS ARE STANDARD.
007260  COPY DEPMAS.
007270  FD  EXTERNAL-HISTORY-FILE
007280      LABEL RECORDS ARE STANDARD.
007290  COPY EXTHIST.
007300  WORKING-STORAGE SECTION.
007400******************************************************************
007500* SWITCHES
008100          88  WS-REG-EOF                   VALUE 'Y'.
008200      05  WS-JA-REGISTRADO-SW    PIC X(01) VALUE 'N'.
008300          88  WS-JA-REGISTRADO             VALUE 'Y'.
008310      05  WS-DEPMAS-DISPONIVEL-SW PIC X(01) VALUE 'N'.
008320          88  WS-DEPMAS-DISPONIVEL         VALUE 'Y'.
008330      05  WS-DEP-ABERTA-SW       PIC X(01) VALUE 'N'.
008340          88  WS-DEP-ABERTA                VALUE 'Y'.
008350      05  WS-FIM-DEP-SW          PIC X(01) VALUE 'N'.
008360          88  WS-FIM-DEP                   VALUE 'Y'.
008365      05  WS-EXTHIST-DISPONIVEL-SW PIC X(01) VALUE 'N'.
008370          88  WS-EXTHIST-DISPONIVEL        VALUE 'Y'.
008375      05  WS-FIM-EXT-SW          PIC X(01) VALUE 'N'.
008380          88  WS-FIM-EXT                   VALUE 'Y'.
008400******************************************************************
008500* FILE STATUS AND COUNTERS
008600******************************************************************
009700          88  WS-CERTREG-NAO-EXISTE       VALUE '35'.
009800      05  WS-CERTIF-STATUS       PIC X(02) VALUE '00'.
009900          88  WS-CERTIF-OK                VALUE '00'.
009920      05  WS-DEPMAS-STATUS       PIC X(02) VALUE '00'.
009940          88  WS-DEPMAS-OK                VALUE '00'.
009960          88  WS-DEPMAS-NAO-EXISTE        VALUE '35'.
009970      05  WS-EXTHIST-STATUS      PIC X(02) VALUE '00'.
009980          88  WS-EXTHIST-OK               VALUE '00'.
010000  01  WS-COUNTERS COMP.
010100      05  WS-ALUNOS-LIDOS        PIC 9(05) VALUE ZERO.
010200      05  WS-CERT-EMITIDOS       PIC 9(05) VALUE ZERO.
010300      05  WS-JA-EMITIDOS         PIC 9(05) VALUE ZERO.
010400      05  WS-FORA-SELECAO        PIC 9(05) VALUE ZERO.
010450      05  WS-RETIDOS-DEPEND      PIC 9(05) VALUE ZERO.
010500******************************************************************
010600* TURMA CONCLUINTE SELECIONADA ('*' = TODAS) E O PROXIMO
010700* NUMERO DO LIVRO - A PRIMEIRA EMISSAO DA VIDA COMECA NO
011900          10  WRK-LV-MATRICULA   PIC X(06).
012000  77  WRK-IDX                    PIC 9(05) COMP VALUE ZERO.
012100  77  WRK-MAX-LIVRO              PIC 9(05) COMP VALUE 2000.
012120******************************************************************
012140* QUEBRA DE PERIODO DO HISTORICO EXTERNO
012160******************************************************************
012180  77  WRK-EXT-PERIODO-ANT        PIC 9(06) VALUE ZEROS.
012200******************************************************************
012300* RUN DATE - SAME STRUCTURE TESTE1 USES FOR THE SYSTEM DATE
012400******************************************************************
016700      05  FILLER                 PIC X(26)
016800          VALUE 'DATA DE EMISSAO.........: '.
016900      05  WC-DATA                PIC X(10).
016905  01  WS-CER-EXT-TITULO.
016910      05  FILLER                 PIC X(40)
016915          VALUE 'ESTUDOS ANTERIORES EM OUTRA INSTITUICAO:'.
016920  01  WS-CER-EXT-LINE.
016925      05  FILLER                 PIC X(02) VALUE SPACES.
016930      05  WCE-PERIODO            PIC 9(06).
016935      05  FILLER                 PIC X(02) VALUE SPACES.
016940      05  WCE-SERIE              PIC X(10).
016945      05  FILLER                 PIC X(01) VALUE SPACE.
016950      05  WCE-ESCOLA             PIC X(30).
016955      05  FILLER                 PIC X(01) VALUE SPACE.
016960      05  WCE-RESULTADO          PIC X(10).
017000  PROCEDURE DIVISION.
017100******************************************************************
017200* 0000-MAINLINE
020900      END-IF.
021000      PERFORM 1100-LER-CONTROLE THRU 1100-EXIT.
021100      PERFORM 1200-CARREGAR-LIVRO THRU 1200-EXIT.
021150      PERFORM 1300-ABRIR-DEPMAS THRU 1300-EXIT.
021160      OPEN INPUT EXTERNAL-HISTORY-FILE.
021170      IF WS-EXTHIST-OK
021180          MOVE 'Y' TO WS-EXTHIST-DISPONIVEL-SW
021182      ELSE
021184          DISPLAY 'PROGCOB50 - ERRO AO ABRIR EXTHIST: '
021186              WS-EXTHIST-STATUS
021190      END-IF.
021200      PERFORM 9810-FORMATAR-DDMMYYYY THRU 9810-EXIT.
021300      PERFORM 2100-READ-STUDENT THRU 2100-EXIT.
021400  1000-EXIT.
028800      MOVE CR-STUDENT-ID TO WRK-LV-MATRICULA (WRK-QTDE-LIVRO).
028900  1250-EXIT.
029000      EXIT.
029002******************************************************************
029004* 1300-ABRIR-DEPMAS
029006* OPENS THE DEPENDENCIA FILE - SEM ARQUIVO NINGUEM TEM
029008* DEPENDENCIA; QUALQUER OUTRO ERRO PARA O RUN, PORQUE EMITIR
029010* SEM CONFERIR DARIA CERTIFICADO A QUEM DEVE DISCIPLINA
029012******************************************************************
029014  1300-ABRIR-DEPMAS.
029016      OPEN INPUT DEPENDENCIA-FILE.
029018      IF WS-DEPMAS-NAO-EXISTE
029020          DISPLAY 'PROGCOB50 - DEPMAS INEXISTENTE - NENHUMA '
029022              'DEPENDENCIA A CONFERIR'
029024          GO TO 1300-EXIT
029026      END-IF.
029028      IF NOT WS-DEPMAS-OK
029030          DISPLAY 'PROGCOB50 - ERRO AO ABRIR DEPMAS: '
029032              WS-DEPMAS-STATUS
029034          MOVE 'Y' TO WS-EOF-SW
029036          GO TO 1300-EXIT
029038      END-IF.
029040      MOVE 'Y' TO WS-DEPMAS-DISPONIVEL-SW.
029042  1300-EXIT.
029044      EXIT.
029100******************************************************************
029200* 2000-PROCESS-ALUNO
029300* ISSUES THE CERTIFICATE OF ONE APPROVED ALUNO OF THE TURMA
030700      IF WS-JA-REGISTRADO
030800          ADD 1 TO WS-JA-EMITIDOS
030900          GO TO 2000-LER-PROXIMO
030910      END-IF.
030920      PERFORM 2260-CONFERIR-DEPENDENCIAS THRU 2260-EXIT.
030930      IF WS-DEP-ABERTA
030940          ADD 1 TO WS-RETIDOS-DEPEND
030950          GO TO 2000-LER-PROXIMO
031000      END-IF.
031100      PERFORM 2300-EMITIR-CERTIFICADO THRU 2300-EXIT.
031200  2000-LER-PROXIMO.
035300      END-IF.
035400  2250-EXIT.
035500      EXIT.
035502******************************************************************
035504* 2260-CONFERIR-DEPENDENCIAS
035506* LOOKS FOR AN OPEN DEPENDENCIA OF THE ALUNO - CADA UMA SAI NO
035508* LOG PARA A SECRETARIA, E O CERTIFICADO NAO E EMITIDO
035510******************************************************************
035512  2260-CONFERIR-DEPENDENCIAS.
035514      MOVE 'N' TO WS-DEP-ABERTA-SW.
035516      IF NOT WS-DEPMAS-DISPONIVEL
035518          GO TO 2260-EXIT
035520      END-IF.
035522      MOVE SM-STUDENT-ID TO DE-STUDENT-ID.
035524      MOVE LOW-VALUES TO DE-DISCIPLINA.
035526      MOVE ZEROS TO DE-ANO-ORIGEM.
035528      START DEPENDENCIA-FILE KEY IS NOT LESS THAN DE-CHAVE
035530          INVALID KEY
035532              GO TO 2260-EXIT
035534      END-START.
035536      MOVE 'N' TO WS-FIM-DEP-SW.
035538      PERFORM 2270-LER-DEPENDENCIA THRU 2270-EXIT
035540          UNTIL WS-FIM-DEP.
035542  2260-EXIT.
035544      EXIT.
035546******************************************************************
035548* 2270-LER-DEPENDENCIA
035550* READS THE NEXT DEPMAS RECORD OF THE ALUNO AND REPORTS IT WHEN
035552* STILL OPEN - OUTRA MATRICULA ENCERRA A LEITURA
035554******************************************************************
035556  2270-LER-DEPENDENCIA.
035558      READ DEPENDENCIA-FILE NEXT RECORD
035560          AT END
035562              MOVE 'Y' TO WS-FIM-DEP-SW
035564              GO TO 2270-EXIT
035566      END-READ.
035568      IF NOT WS-DEPMAS-OK
035570          OR DE-STUDENT-ID NOT = SM-STUDENT-ID
035572          MOVE 'Y' TO WS-FIM-DEP-SW
035574          GO TO 2270-EXIT
035576      END-IF.
035578      IF DE-ABERTA
035580          MOVE 'Y' TO WS-DEP-ABERTA-SW
035582          DISPLAY 'PROGCOB50 - CERTIFICADO RETIDO - ALUNO '
035584              SM-STUDENT-ID ' DEPENDENCIA ' DE-DISCIPLINA
035586              ' DE ' DE-ANO-ORIGEM ' EM ABERTO'
035588      END-IF.
035590  2270-EXIT.
035592      EXIT.
035600******************************************************************
035700* 2300-EMITIR-CERTIFICADO
035800* TAKES THE NEXT LIVRO NUMBER (CONTROL REWRITTEN FIRST, SO THE
037200      MOVE SM-CLASS-SECTION TO WC-TURMA.
037300      WRITE CF-LINE FROM WS-CER-TEXTO-2.
037400      WRITE CF-LINE FROM WS-CER-TEXTO-3.
037450      PERFORM 2320-LISTAR-EXTERNO THRU 2320-EXIT.
037500      WRITE CF-LINE FROM WS-CER-NUMERO.
037600      MOVE DATEFMT-DDMMYYYY TO WC-DATA.
037700      WRITE CF-LINE FROM WS-CER-DATA.
037900      ADD 1 TO WS-CERT-EMITIDOS.
038000  2300-EXIT.
038100      EXIT.
038101******************************************************************
038102* 2320-LISTAR-EXTERNO
038103* ALUNO RECEBIDO POR TRANSFERENCIA - ONE LINE PER TERM TAKEN AT
038104* THE SCHOOL OF ORIGIN (EXTHIST), WITH THE SCHOOL'S NAME
038105******************************************************************
038106  2320-LISTAR-EXTERNO.
038107      IF NOT WS-EXTHIST-DISPONIVEL
038108          GO TO 2320-EXIT
038109      END-IF.
038110      MOVE SM-STUDENT-ID TO EX-STUDENT-ID.
038111      MOVE ZEROS TO EX-ANO-PERIODO.
038112      MOVE LOW-VALUES TO EX-DISCIPLINA.
038113      START EXTERNAL-HISTORY-FILE KEY IS NOT LESS THAN EX-CHAVE
038114          INVALID KEY
038115              GO TO 2320-EXIT
038116      END-START.
038117      MOVE ZEROS TO WRK-EXT-PERIODO-ANT.
038118      MOVE 'N' TO WS-FIM-EXT-SW.
038119      PERFORM 2330-LER-EXTERNO THRU 2330-EXIT
038120          UNTIL WS-FIM-EXT.
038121  2320-EXIT.
038122      EXIT.
038123******************************************************************
038124* 2330-LER-EXTERNO
038125* READS THE NEXT EXTHIST RECORD OF THE ALUNO AND PRINTS A LINE
038126* AT EACH CHANGE OF PERIOD - TITULO ANTES DO PRIMEIRO
038127******************************************************************
038128  2330-LER-EXTERNO.
038129      READ EXTERNAL-HISTORY-FILE NEXT RECORD
038130          AT END
038131              MOVE 'Y' TO WS-FIM-EXT-SW
038132              GO TO 2330-EXIT
038133      END-READ.
038134      IF NOT WS-EXTHIST-OK
038135          OR EX-STUDENT-ID NOT = SM-STUDENT-ID
038136          MOVE 'Y' TO WS-FIM-EXT-SW
038137          GO TO 2330-EXIT
038138      END-IF.
038139      IF EX-ANO-PERIODO = WRK-EXT-PERIODO-ANT
038140          GO TO 2330-EXIT
038141      END-IF.
038142      IF WRK-EXT-PERIODO-ANT = ZEROS
038143          WRITE CF-LINE FROM WS-CER-EXT-TITULO
038144      END-IF.
038145      MOVE EX-ANO-PERIODO TO WRK-EXT-PERIODO-ANT.
038146      MOVE EX-ANO-PERIODO TO WCE-PERIODO.
038147      MOVE EX-SERIE TO WCE-SERIE.
038148      MOVE EX-ESCOLA-ORIGEM TO WCE-ESCOLA.
038149      IF EX-APROVADO
038150          MOVE 'APROVADO' TO WCE-RESULTADO
038151      ELSE
038152          MOVE 'REPROVADO' TO WCE-RESULTADO
038153      END-IF.
038154      WRITE CF-LINE FROM WS-CER-EXT-LINE.
038155  2330-EXIT.
038156      EXIT.
038200******************************************************************
038300* 2350-GRAVAR-CONTROLE
038400* REWRITES CERTCTL WHOLESALE WITH THE NEXT FREE NUMBER -
043700******************************************************************
043800  8000-TERMINATE.
043900      CLOSE STUDENT-MASTER-FILE CERTIFICATE-FILE.
043920      IF WS-DEPMAS-DISPONIVEL
043940          CLOSE DEPENDENCIA-FILE
043960      END-IF.
043970      IF WS-EXTHIST-DISPONIVEL
043980          CLOSE EXTERNAL-HISTORY-FILE
043990      END-IF.
044000      DISPLAY 'PROGCOB50 - ALUNOS LIDOS..........: '
044100          WS-ALUNOS-LIDOS.
044200      DISPLAY 'PROGCOB50 - CERTIFICADOS EMITIDOS.: '
044500          WS-JA-EMITIDOS.
044600      DISPLAY 'PROGCOB50 - FORA DA SELECAO.......: '
044700          WS-FORA-SELECAO.
044720      DISPLAY 'PROGCOB50 - RETIDOS POR DEPENDENCIA: '
044740          WS-RETIDOS-DEPEND.
044800  8000-EXIT.
044900      EXIT.
045000******************************************************************
