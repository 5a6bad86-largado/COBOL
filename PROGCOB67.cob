000100  IDENTIFICATION DIVISION.
000200  PROGRAM-ID. PROGCOB67.
000300  AUTHOR. ALEX.
000400  INSTALLATION. ESCOLA - SETOR DE PROCESSAMENTO DE DADOS.
000500  DATE-WRITTEN. 15/10/2026.
000600  DATE-COMPILED.
000700******************************************************************
000800* AREA DE COMENTARIOS - REMARKS
000900* OBJETIVO: EXTRATO UNICO DO STUDENT-MASTER PARA OS RELATORIOS
001000* DEPOIS DA CORRECAO. RODA LOGO DEPOIS DO PROGCOB07: LE O
001100* STUDMAS UMA VEZ SO, ACRESCENTA A CADA ALUNO A DESCRICAO DA
001200* TURMA (TURMMAS) E A MEDIA MINIMA DE APROVACAO (CTLPARM, COM O
001300* MESMO PADRAO 6 DO PROGCOB07), ORDENA POR TURMA E MEDIA
001400* DECRESCENTE E GRAVA O STUDEXT (STUDEXT.CPY) COM CABECALHO E
001500* TRAILER DE TOTAIS DE CONTROLE. OS PROGCOB09, 11, 21, 22 E 23
001600* LEEM ESTE EXTRATO EM VEZ DE CADA UM LER E ORDENAR O STUDMAS
001700* INTEIRO E CONSULTAR TURMMAS/CTLPARM POR CONTA PROPRIA.
001800* A QUANTIDADE LIDA DO STUDMAS TEM DE BATER COM O ULTIMO
001900* CONTADOR LIDOS DO PROGCOB07 GRAVADO HOJE NO BALANCE - SE NAO
002000* BATER (OU O PROGCOB07 NAO RODOU HOJE) O STUDEXT SAI SO COM O
002100* CABECALHO MARCADO INVALIDO, PARA NENHUM RELATORIO USAR UM
002200* EXTRATO ANTIGO, E O RETURN-CODE E 8
002300*
002400* MODIFICATION HISTORY
002500* DATE       INIT  DESCRIPTION
002600* 15/10/2026 ALEX  ORIGINAL
002700******************************************************************
002800  ENVIRONMENT DIVISION.
002900  CONFIGURATION SECTION.
003000  SOURCE-COMPUTER. IBM-370.
003100  OBJECT-COMPUTER. IBM-370.
003200  INPUT-OUTPUT SECTION.
003300  FILE-CONTROL.
003400      SELECT STUDENT-MASTER-FILE ASSIGN TO STUDMAS
003500          ORGANIZATION IS INDEXED
003600          ACCESS MODE IS SEQUENTIAL
003700          RECORD KEY IS SM-STUDENT-ID
003800          FILE STATUS IS WS-STUDMAS-STATUS.
003900      SELECT COURSE-PARM-FILE ASSIGN TO CTLPARM
004000          ORGANIZATION IS INDEXED
004100          ACCESS MODE IS RANDOM
004200          RECORD KEY IS CP-CLASS-SECTION
004300          FILE STATUS IS WS-CTLPARM-STATUS.
004400      SELECT TURMA-FILE ASSIGN TO TURMMAS
004500          ORGANIZATION IS INDEXED
004600          ACCESS MODE IS RANDOM
004700          RECORD KEY IS TM-CODIGO
004800          FILE STATUS IS WS-TURMMAS-STATUS.
004900      SELECT SORT-WORK-FILE ASSIGN TO SORTWK.
005000      SELECT STUDENT-EXTRACT-FILE ASSIGN TO STUDEXT
005100          ORGANIZATION IS SEQUENTIAL
005200          FILE STATUS IS WS-STUDEXT-STATUS.
005300      SELECT BALANCE-FILE ASSIGN TO BALANCE
005400          ORGANIZATION IS SEQUENTIAL
005500          FILE STATUS IS WS-BALANCE-STATUS.
005600  DATA DIVISION.
005700  FILE SECTION.
005800  FD  STUDENT-MASTER-FILE
005900      LABEL RECORDS ARE STANDARD.
006000  COPY STUDMAS.
006100  FD  COURSE-PARM-FILE
006200      LABEL RECORDS ARE STANDARD.
006300  COPY CTLPARM.
006400  FD  TURMA-FILE
006500      LABEL RECORDS ARE STANDARD.
006600  COPY TURMREC.
006700  SD  SORT-WORK-FILE.
006800  01  SORT-RECORD.
006900      05  SR-TIPO                 PIC X(01).
007000      05  SR-CLASS-SECTION        PIC X(06).
007100      05  SR-MEDIA                PIC 9(02).
007200      05  SR-STUDENT-ID           PIC X(06).
007300      05  SR-STUDENT-NAME         PIC X(20).
007400      05  SR-NOTA1                PIC 9(02).
007500      05  SR-NOTA2                PIC 9(02).
007600      05  SR-NOTA3                PIC 9(02).
007700      05  SR-NOTA4                PIC 9(02).
007800      05  SR-SITUACAO             PIC X(01).
007900      05  SR-LETRA                PIC X(01).
008000      05  SR-NOTA-RECUPERACAO     PIC 9(02).
008100      05  SR-TURMA-DESCRICAO      PIC X(25).
008200      05  SR-PASSING-GRADE        PIC 9(02).
008300      05  FILLER                  PIC X(06).
008400  FD  STUDENT-EXTRACT-FILE
008500      LABEL RECORDS ARE STANDARD.
008600  COPY STUDEXT.
008700  FD  BALANCE-FILE
008800      LABEL RECORDS ARE STANDARD.
008900  COPY BALREC.
009000  WORKING-STORAGE SECTION.
009100******************************************************************
009200* SWITCHES AND FILE STATUS
009300******************************************************************
009400  01  WS-SWITCHES.
009500      05  WS-EOF-SW              PIC X(01) VALUE 'N'.
009600          88  WS-EOF                       VALUE 'Y'.
009700      05  WS-SORT-EOF-SW         PIC X(01) VALUE 'N'.
009800          88  WS-SORT-EOF                  VALUE 'Y'.
009900      05  WS-ABORTAR-SW          PIC X(01) VALUE 'N'.
010000          88  WS-ABORTAR                   VALUE 'Y'.
010100      05  WS-ERRO-STUDMAS-SW     PIC X(01) VALUE 'N'.
010200          88  WS-ERRO-STUDMAS              VALUE 'Y'.
010300      05  WS-CTLPARM-DISPONIVEL-SW PIC X(01) VALUE 'N'.
010400          88  WS-CTLPARM-DISPONIVEL        VALUE 'Y'.
010500      05  WS-TURMMAS-DISPONIVEL-SW PIC X(01) VALUE 'N'.
010600          88  WS-TURMMAS-DISPONIVEL        VALUE 'Y'.
010700  01  WS-FILE-STATUSES.
010800      05  WS-STUDMAS-STATUS      PIC X(02) VALUE '00'.
010900          88  WS-STUDMAS-OK               VALUE '00'.
011000          88  WS-STUDMAS-EOF              VALUE '10'.
011100      05  WS-CTLPARM-STATUS      PIC X(02) VALUE '00'.
011200          88  WS-CTLPARM-OK               VALUE '00'.
011300      05  WS-TURMMAS-STATUS      PIC X(02) VALUE '00'.
011400          88  WS-TURMMAS-OK               VALUE '00'.
011500  01  WS-CONTADORES COMP.
011600      05  WS-STUDMAS-LIDOS       PIC 9(07) VALUE ZERO.
011700      05  WS-DETALHES-GRAVADOS   PIC 9(07) VALUE ZERO.
011800      05  WS-SOMA-MEDIAS         PIC 9(09) VALUE ZERO.
011900      05  WS-QTDE-APROVADOS      PIC 9(07) VALUE ZERO.
012000      05  WS-QTDE-REPROVADOS     PIC 9(07) VALUE ZERO.
012100      05  WS-QTDE-PENDENTES      PIC 9(07) VALUE ZERO.
012200      05  WS-SEM-TURMMAS         PIC 9(07) VALUE ZERO.
012300      05  WS-SEM-CTLPARM         PIC 9(07) VALUE ZERO.
012400******************************************************************
012500* TURMA LOOKUPS - THE LAST TURMA LOOKED UP IS KEPT SO THAT
012600* CONSECUTIVE STUDENTS OF THE SAME TURMA DO NOT REREAD TURMMAS
012700* AND CTLPARM; PASSING GRADE DEFAULT IS THE PROGCOB07 ONE
012800******************************************************************
012900  77  WRK-TURMA-CONSULTADA       PIC X(06) VALUE HIGH-VALUES.
013000  77  WRK-TURMA-DESCRICAO        PIC X(25) VALUE SPACES.
013100  77  WRK-MEDIA-PADRAO           PIC 9(02) VALUE 6.
013200  77  WRK-LIMITE-APROVACAO       PIC 9(02) VALUE 6.
013300******************************************************************
013400* RUN DATE AND TIME - SAME STRUCTURE TESTE1 USES FOR THE SYSTEM
013500* DATE
013600******************************************************************
013700  01  WRK-DATA.
013800      05  WRK-ANO                PIC 9(04) VALUE ZEROS.
013900      05  WRK-MES                PIC 9(02) VALUE ZEROS.
014000      05  WRK-DIA                PIC 9(02) VALUE ZEROS.
014100  01  WRK-DATA-YYYYMMDD REDEFINES WRK-DATA PIC 9(08).
014200  01  WRK-HORA.
014300      05  WRK-HORA-HHMMSS        PIC 9(06).
014400      05  FILLER                 PIC 9(02).
014500******************************************************************
014600* STUDENT EXTRACT FIELDS (SEE EXTRWS.CPY/EXTRRTN.CPY)
014700******************************************************************
014800  COPY EXTRWS.
014900  PROCEDURE DIVISION.
015000******************************************************************
015100* 0000-MAINLINE
015200* SORTS THE WHOLE STUDENT MASTER BY TURMA/MEDIA INTO THE
015300* EXTRACT SHARED BY THE POST-GRADING REPORTS
015400******************************************************************
015500  0000-MAINLINE.
015600      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015700      IF NOT WS-ABORTAR
015800          SORT SORT-WORK-FILE
015900              ASCENDING KEY SR-CLASS-SECTION
016000              DESCENDING KEY SR-MEDIA
016100              ASCENDING KEY SR-STUDENT-ID
016200              INPUT PROCEDURE IS 2000-SELECIONAR-ALUNOS
016300              OUTPUT PROCEDURE IS 3000-GRAVAR-EXTRATO
016400      END-IF.
016500      PERFORM 8000-TERMINATE THRU 8000-EXIT.
016600      STOP RUN.
016700******************************************************************
016800* 1000-INITIALIZE
016900* FINDS THE DAY'S PROGCOB07 LIDOS COUNTER, OPENS THE LOOKUP
017000* FILES (BOTH OPTIONAL) AND THE EXTRACT
017100******************************************************************
017200  1000-INITIALIZE.
017300      ACCEPT WRK-DATA FROM DATE YYYYMMDD.
017400      ACCEPT WRK-HORA FROM TIME.
017500      MOVE 'PROGCOB67' TO WRK-EX-PROGRAMA.
017600      MOVE WRK-DATA-YYYYMMDD TO WRK-EX-HOJE.
017700      PERFORM 9952-BUSCAR-LIDOS-P07 THRU 9952-EXIT.
017800      IF NOT WS-EX-P07-ACHADO
017900          DISPLAY 'PROGCOB67 - SEM CONTADOR LIDOS DO PROGCOB07 '
018000              'HOJE NO BALANCE'
018100      END-IF.
018200      OPEN INPUT COURSE-PARM-FILE.
018300      IF WS-CTLPARM-OK
018400          MOVE 'Y' TO WS-CTLPARM-DISPONIVEL-SW
018500      ELSE
018600          DISPLAY 'PROGCOB67 - CTLPARM INDISPONIVEL - MEDIA '
018700              'MINIMA PADRAO PARA TODAS AS TURMAS'
018800      END-IF.
018900      OPEN INPUT TURMA-FILE.
019000      IF WS-TURMMAS-OK
019100          MOVE 'Y' TO WS-TURMMAS-DISPONIVEL-SW
019200      END-IF.
019300      OPEN OUTPUT STUDENT-EXTRACT-FILE.
019400      IF NOT WS-STUDEXT-OK
019500          DISPLAY 'PROGCOB67 - ERRO AO ABRIR STUDEXT: '
019600              WS-STUDEXT-STATUS
019700          MOVE 'Y' TO WS-ABORTAR-SW
019800          MOVE 8 TO RETURN-CODE
019900          GO TO 1000-EXIT
020000      END-IF.
020100      MOVE 'Y' TO WS-EXTRATO-ABERTO-SW.
020200  1000-EXIT.
020300      EXIT.
020400******************************************************************
020500* 2000-SELECIONAR-ALUNOS
020600* INPUT PROCEDURE OF THE SORT - READS THE WHOLE STUDMAS ONCE AND
020700* RELEASES EVERY STUDENT, WHATEVER THE SITUACAO; EACH REPORT
020800* PICKS ITS OWN STUDENTS FROM THE EXTRACT
020900******************************************************************
021000  2000-SELECIONAR-ALUNOS.
021100      OPEN INPUT STUDENT-MASTER-FILE.
021200      IF NOT WS-STUDMAS-OK
021300          DISPLAY 'PROGCOB67 - ERRO AO ABRIR STUDMAS: '
021400              WS-STUDMAS-STATUS
021500          MOVE 'Y' TO WS-ERRO-STUDMAS-SW
021600          MOVE 'Y' TO WS-EOF-SW
021700          GO TO 2000-EXIT
021800      END-IF.
021900      PERFORM 2100-LER-E-LIBERAR THRU 2100-EXIT
022000          UNTIL WS-EOF.
022100      CLOSE STUDENT-MASTER-FILE.
022200  2000-EXIT.
022300      EXIT.
022400******************************************************************
022500* 2100-LER-E-LIBERAR
022600* READS ONE STUDENT, ADDS THE TURMA DESCRIPTION AND PASSING
022700* GRADE AND RELEASES IT
022800******************************************************************
022900  2100-LER-E-LIBERAR.
023000      READ STUDENT-MASTER-FILE NEXT RECORD
023100          AT END
023200              MOVE 'Y' TO WS-EOF-SW
023300              GO TO 2100-EXIT
023400      END-READ.
023500      IF NOT WS-STUDMAS-OK AND NOT WS-STUDMAS-EOF
023600          DISPLAY 'PROGCOB67 - ERRO DE LEITURA STUDMAS: '
023700              WS-STUDMAS-STATUS
023800          MOVE 'Y' TO WS-ERRO-STUDMAS-SW
023900          MOVE 'Y' TO WS-EOF-SW
024000          GO TO 2100-EXIT
024100      END-IF.
024200      ADD 1 TO WS-STUDMAS-LIDOS.
024300      IF SM-CLASS-SECTION NOT = WRK-TURMA-CONSULTADA
024400          PERFORM 2200-CONSULTAR-TURMA THRU 2200-EXIT
024500      END-IF.
024600      MOVE 'D' TO SR-TIPO.
024700      MOVE SM-CLASS-SECTION TO SR-CLASS-SECTION.
024800      MOVE SM-MEDIA TO SR-MEDIA.
024900      MOVE SM-STUDENT-ID TO SR-STUDENT-ID.
025000      MOVE SM-STUDENT-NAME TO SR-STUDENT-NAME.
025100      MOVE SM-NOTA1 TO SR-NOTA1.
025200      MOVE SM-NOTA2 TO SR-NOTA2.
025300      MOVE SM-NOTA3 TO SR-NOTA3.
025400      MOVE SM-NOTA4 TO SR-NOTA4.
025500      MOVE SM-SITUACAO TO SR-SITUACAO.
025600      MOVE SM-LETRA TO SR-LETRA.
025700      MOVE SM-NOTA-RECUPERACAO TO SR-NOTA-RECUPERACAO.
025800      MOVE WRK-TURMA-DESCRICAO TO SR-TURMA-DESCRICAO.
025900      MOVE WRK-LIMITE-APROVACAO TO SR-PASSING-GRADE.
026000      RELEASE SORT-RECORD.
026100  2100-EXIT.
026200      EXIT.
026300******************************************************************
026400* 2200-CONSULTAR-TURMA
026500* TURMMAS DESCRIPTION (BLANK WITHOUT TURMMAS OR REGISTRATION) AND
026600* CTLPARM PASSING GRADE OF THE STUDENT'S TURMA, FALLING BACK TO
026700* THE NETWORK-WIDE DEFAULT LIKE O 2150 DO PROGCOB07
026800******************************************************************
026900  2200-CONSULTAR-TURMA.
027000      MOVE SM-CLASS-SECTION TO WRK-TURMA-CONSULTADA.
027100      MOVE SPACES TO WRK-TURMA-DESCRICAO.
027200      MOVE WRK-MEDIA-PADRAO TO WRK-LIMITE-APROVACAO.
027300      IF WS-TURMMAS-DISPONIVEL
027400          MOVE SM-CLASS-SECTION TO TM-CODIGO
027500          READ TURMA-FILE
027600              INVALID KEY
027700                  ADD 1 TO WS-SEM-TURMMAS
027800              NOT INVALID KEY
027900                  MOVE TM-DESCRICAO TO WRK-TURMA-DESCRICAO
028000          END-READ
028100      END-IF.
028200      IF WS-CTLPARM-DISPONIVEL
028300          MOVE SM-CLASS-SECTION TO CP-CLASS-SECTION
028400          READ COURSE-PARM-FILE
028500              INVALID KEY
028600                  ADD 1 TO WS-SEM-CTLPARM
028700              NOT INVALID KEY
028800                  MOVE CP-PASSING-GRADE TO WRK-LIMITE-APROVACAO
028900          END-READ
029000      END-IF.
029100  2200-EXIT.
029200      EXIT.
029300******************************************************************
029400* 3000-GRAVAR-EXTRATO
029500* OUTPUT PROCEDURE OF THE SORT - THE HEADER GOES FIRST, VALID
029600* ONLY WHEN STUDMAS WAS READ TO THE END AND ITS COUNT MATCHES THE
029700* DAY'S PROGCOB07 LIDOS; THEN THE SORTED STUDENTS AND THE
029800* TRAILER. AN INVALID EXTRACT CARRIES NO STUDENTS
029900******************************************************************
030000  3000-GRAVAR-EXTRATO.
030100      MOVE SPACES TO STUDENT-EXTRACT-RECORD.
030200      MOVE 'H' TO SX-TIPO.
030300      MOVE WRK-DATA-YYYYMMDD TO SX-H-DATA-GERACAO.
030400      MOVE WRK-HORA-HHMMSS TO SX-H-HORA-GERACAO.
030500      MOVE WS-STUDMAS-LIDOS TO SX-H-QTDE-STUDMAS.
030600      MOVE WRK-EX-P07-LIDOS TO SX-H-P07-LIDOS.
030700      MOVE 'V' TO SX-H-SITUACAO.
030800      IF WS-ERRO-STUDMAS OR NOT WS-EX-P07-ACHADO
030900          OR WS-STUDMAS-LIDOS NOT = WRK-EX-P07-LIDOS
031000          MOVE 'I' TO SX-H-SITUACAO
031100          MOVE 'Y' TO WS-ABORTAR-SW
031200          MOVE 8 TO RETURN-CODE
031300      END-IF.
031400      WRITE STUDENT-EXTRACT-RECORD.
031500      IF WS-ABORTAR
031600          GO TO 3000-EXIT
031700      END-IF.
031800      MOVE 'N' TO WS-SORT-EOF-SW.
031900      PERFORM 3100-GRAVAR-DETALHE THRU 3100-EXIT
032000          UNTIL WS-SORT-EOF.
032100      MOVE SPACES TO STUDENT-EXTRACT-RECORD.
032200      MOVE 'T' TO SX-TIPO.
032300      MOVE WS-DETALHES-GRAVADOS TO SX-T-QTDE-REGISTROS.
032400      MOVE WS-SOMA-MEDIAS TO SX-T-SOMA-MEDIAS.
032500      MOVE WS-QTDE-APROVADOS TO SX-T-APROVADOS.
032600      MOVE WS-QTDE-REPROVADOS TO SX-T-REPROVADOS.
032700      MOVE WS-QTDE-PENDENTES TO SX-T-PENDENTES.
032800      WRITE STUDENT-EXTRACT-RECORD.
032900  3000-EXIT.
033000      EXIT.
033100******************************************************************
033200* 3100-GRAVAR-DETALHE
033300* WRITES ONE SORTED STUDENT AND ADDS IT TO THE CONTROL TOTALS
033400******************************************************************
033500  3100-GRAVAR-DETALHE.
033600      RETURN SORT-WORK-FILE INTO STUDENT-EXTRACT-RECORD
033700          AT END
033800              MOVE 'Y' TO WS-SORT-EOF-SW
033900              GO TO 3100-EXIT
034000      END-RETURN.
034100      WRITE STUDENT-EXTRACT-RECORD.
034200      IF NOT WS-STUDEXT-OK
034300          DISPLAY 'PROGCOB67 - ERRO AO GRAVAR STUDEXT: '
034400              WS-STUDEXT-STATUS
034500          MOVE 8 TO RETURN-CODE
034600          GO TO 3100-EXIT
034700      END-IF.
034800      ADD 1 TO WS-DETALHES-GRAVADOS.
034900      ADD SX-MEDIA TO WS-SOMA-MEDIAS.
035000      IF SX-APROVADO
035100          ADD 1 TO WS-QTDE-APROVADOS
035200      END-IF.
035300      IF SX-REPROVADO
035400          ADD 1 TO WS-QTDE-REPROVADOS
035500      END-IF.
035600      IF SX-SITUACAO-PENDENTE
035700          ADD 1 TO WS-QTDE-PENDENTES
035800      END-IF.
035900  3100-EXIT.
036000      EXIT.
036100******************************************************************
036200* 8000-TERMINATE
036300* CLOSES THE FILES AND SHOWS THE CONTROL TOTALS
036400******************************************************************
036500  8000-TERMINATE.
036600      IF WS-EXTRATO-ABERTO
036700          CLOSE STUDENT-EXTRACT-FILE
036800      END-IF.
036900      IF WS-CTLPARM-DISPONIVEL
037000          CLOSE COURSE-PARM-FILE
037100      END-IF.
037200      IF WS-TURMMAS-DISPONIVEL
037300          CLOSE TURMA-FILE
037400      END-IF.
037500      DISPLAY 'PROGCOB67 - STUDMAS LIDOS..........: '
037600          WS-STUDMAS-LIDOS.
037700      DISPLAY 'PROGCOB67 - LIDOS DO PROGCOB07 HOJE: '
037800          WRK-EX-P07-LIDOS.
037900      DISPLAY 'PROGCOB67 - ALUNOS NO EXTRATO......: '
038000          WS-DETALHES-GRAVADOS.
038100      DISPLAY 'PROGCOB67 - SOMA DAS MEDIAS........: '
038200          WS-SOMA-MEDIAS.
038300      DISPLAY 'PROGCOB67 - APROVADOS/REPROVADOS/PENDENTES: '
038400          WS-QTDE-APROVADOS ' / ' WS-QTDE-REPROVADOS ' / '
038500          WS-QTDE-PENDENTES.
038600      IF WS-SEM-TURMMAS > ZERO OR WS-SEM-CTLPARM > ZERO
038700          DISPLAY 'PROGCOB67 - CONSULTAS SEM TURMMAS/CTLPARM: '
038800              WS-SEM-TURMMAS ' / ' WS-SEM-CTLPARM
038900      END-IF.
039000      IF WS-ABORTAR
039100          DISPLAY 'PROGCOB67 - STUDEXT INVALIDO - OS RELATORIOS '
039200              'VAO RECUSAR O EXTRATO'
039300      END-IF.
039400  8000-EXIT.
039500      EXIT.
039600******************************************************************
039700* STUDENT EXTRACT ROUTINES (SEE EXTRRTN.CPY)
039800******************************************************************
039900  COPY EXTRRTN.
