000100  IDENTIFICATION DIVISION.
000200  PROGRAM-ID. PROGCOB71.
000300  AUTHOR. ALEX.
000400  INSTALLATION. ESCOLA - SETOR DE PROCESSAMENTO DE DADOS.
000500  DATE-WRITTEN. 15/10/2026.
000600  DATE-COMPILED.
000700******************************************************************
000800* AREA DE COMENTARIOS - REMARKS
000900* OBJETIVO: CARREGAR E MANTER O CATALOGO DE DISCIPLINAS (DISCMAS)
001000* A PARTIR DAS TRANSACOES DA SECRETARIA (DISCTRAN - CODIGO,
001100* NOME, CARGA HORARIA ANUAL, PESOS DOS QUATRO BIMESTRES NA
001200* MEDIA, FLAG ATIVA S/N). VALIDA CADA TRANSACAO E GRAVA OU
001300* ATUALIZA O REGISTRO DA DISCIPLINA, COMO O PROGCOB48 FAZ COM O
001400* TURMMAS. O PROGCOB13 E O PROGCOB46 SO ACEITAM DISCIPLINA
001500* ATIVA CADASTRADA AQUI, O PROGCOB07 E O PROGCOB60 CALCULAM A
001600* MEDIA DE CADA DISCIPLINA COM OS PESOS DELA E O BOLETIM
001700* (PROGCOB20) E O HISTORICO (PROGCOB34) IMPRIMEM O NOME E A
001800* CARGA HORARIA
001900*
002000* MODIFICATION HISTORY
002100* DATE       INIT  DESCRIPTION
002200* 15/10/2026 ALEX  ORIGINAL
002300******************************************************************
002400  ENVIRONMENT DIVISION.
002500  CONFIGURATION SECTION.
002600  SOURCE-COMPUTER. IBM-370.
002700  OBJECT-COMPUTER. IBM-370.
002800  INPUT-OUTPUT SECTION.
002900  FILE-CONTROL.
003000      SELECT DISCIPLINA-TRAN-FILE ASSIGN TO DISCTRAN
003100          ORGANIZATION IS SEQUENTIAL
003200          FILE STATUS IS WS-DISCTRAN-STATUS.
003300      SELECT DISCIPLINA-FILE ASSIGN TO DISCMAS
003400          ORGANIZATION IS INDEXED
003500          ACCESS MODE IS RANDOM
003600          RECORD KEY IS DC-CODIGO
003700          FILE STATUS IS WS-DISCMAS-STATUS.
003800      SELECT DISCIPLINA-REPORT-FILE ASSIGN TO DISCRPT
003900          ORGANIZATION IS LINE SEQUENTIAL
004000          FILE STATUS IS WS-DISCRPT-STATUS.
004100  DATA DIVISION.
004200  FILE SECTION.
004300  FD  DISCIPLINA-TRAN-FILE
004400      LABEL RECORDS ARE STANDARD.
004500  01  DISCIPLINA-TRAN-RECORD.
004600      05  DT-CODIGO               PIC X(03).
004700      05  DT-NOME                 PIC X(25).
004800      05  DT-CARGA-HORARIA        PIC 9(04).
004900      05  DT-PESOS.
005000          10  DT-PESO1            PIC 9(03).
005100          10  DT-PESO2            PIC 9(03).
005200          10  DT-PESO3            PIC 9(03).
005300          10  DT-PESO4            PIC 9(03).
005400      05  DT-ATIVA                PIC X(01).
005500  FD  DISCIPLINA-FILE
005600      LABEL RECORDS ARE STANDARD.
005700  COPY DISCMAS.
005800  FD  DISCIPLINA-REPORT-FILE
005900      LABEL RECORDS ARE STANDARD.
006000  01  DR-LINE                     PIC X(80).
006100  WORKING-STORAGE SECTION.
006200******************************************************************
006300* SWITCHES
006400******************************************************************
006500  01  WS-SWITCHES.
006600      05  WS-EOF-SW              PIC X(01) VALUE 'N'.
006700          88  WS-EOF                       VALUE 'Y'.
006800      05  WS-TRANS-INVALIDA-SW   PIC X(01) VALUE 'N'.
006900          88  WS-TRANS-INVALIDA            VALUE 'Y'.
007000      05  WS-DISCIPLINA-EXISTE-SW PIC X(01) VALUE 'N'.
007100          88  WS-DISCIPLINA-EXISTE         VALUE 'Y'.
007200******************************************************************
007300* FILE STATUS AND COUNTERS
007400******************************************************************
007500  01  WS-FILE-STATUSES.
007600      05  WS-DISCTRAN-STATUS     PIC X(02) VALUE '00'.
007700          88  WS-DISCTRAN-OK              VALUE '00'.
007800          88  WS-DISCTRAN-EOF             VALUE '10'.
007900      05  WS-DISCMAS-STATUS      PIC X(02) VALUE '00'.
008000          88  WS-DISCMAS-OK               VALUE '00'.
008100          88  WS-DISCMAS-NAO-EXISTE       VALUE '35'.
008200      05  WS-DISCRPT-STATUS      PIC X(02) VALUE '00'.
008300          88  WS-DISCRPT-OK               VALUE '00'.
008400  01  WS-COUNTERS COMP.
008500      05  WS-TRANS-LIDAS         PIC 9(05) VALUE ZERO.
008600      05  WS-DISC-INCLUIDAS      PIC 9(05) VALUE ZERO.
008700      05  WS-DISC-ATUALIZADAS    PIC 9(05) VALUE ZERO.
008800      05  WS-TRANS-REJEITADAS    PIC 9(05) VALUE ZERO.
008900******************************************************************
009000* RUN DATE - SAME STRUCTURE TESTE1 USES FOR THE SYSTEM DATE
009100******************************************************************
009200  01  WRK-DATA.
009300      05  WRK-ANO                PIC 9(04) VALUE ZEROS.
009400      05  WRK-MES                PIC 9(02) VALUE ZEROS.
009500      05  WRK-DIA                PIC 9(02) VALUE ZEROS.
009600  01  WRK-DATA-YYYYMMDD REDEFINES WRK-DATA PIC 9(08).
009700******************************************************************
009800* SHARED DATE-OUTPUT FIELDS (SEE DATEFMT.CPY)
009900******************************************************************
010000  COPY DATEFMT.
010100******************************************************************
010200* REASON THE CURRENT TRANSACTION WAS REJECTED AND THE SUM OF
010300* ITS BIMESTRE WEIGHTS
010400******************************************************************
010500  77  WRK-MOTIVO-REJEICAO        PIC X(20) VALUE SPACES.
010600  77  WRK-SOMA-PESOS             PIC 9(04) VALUE ZERO.
010700******************************************************************
010800* REPORT LINE LAYOUTS
010900******************************************************************
011000  01  WS-HEADER-1.
011100      05  FILLER                 PIC X(34)
011200          VALUE 'REGISTRO DE CARGA DE DISCIPLINAS'.
011300  01  WS-HEADER-2.
011400      05  FILLER                 PIC X(10) VALUE 'DATA EMIS:'.
011500      05  WS-H2-DATA             PIC X(10).
011600  01  WS-HEADER-3.
011700      05  FILLER                 PIC X(04) VALUE 'DSC '.
011800      05  FILLER                 PIC X(21) VALUE 'NOME'.
011900      05  FILLER                 PIC X(05) VALUE '  CH '.
012000      05  FILLER                 PIC X(16) VALUE 'PESOS 1/2/3/4'.
012100      05  FILLER                 PIC X(12) VALUE 'SITUACAO    '.
012200      05  FILLER                 PIC X(20) VALUE 'MOTIVO'.
012300  01  WS-DETAIL-LINE.
012400      05  WD-CODIGO              PIC X(03).
012500      05  FILLER                 PIC X(01) VALUE SPACE.
012600      05  WD-NOME                PIC X(20).
012700      05  FILLER                 PIC X(01) VALUE SPACE.
012800      05  WD-CARGA               PIC ZZZ9.
012900      05  FILLER                 PIC X(01) VALUE SPACE.
013000      05  WD-PESO1               PIC ZZ9.
013100      05  FILLER                 PIC X(01) VALUE '/'.
013200      05  WD-PESO2               PIC ZZ9.
013300      05  FILLER                 PIC X(01) VALUE '/'.
013400      05  WD-PESO3               PIC ZZ9.
013500      05  FILLER                 PIC X(01) VALUE '/'.
013600      05  WD-PESO4               PIC ZZ9.
013700      05  FILLER                 PIC X(01) VALUE SPACE.
013800      05  WD-SITUACAO            PIC X(10).
013900      05  FILLER                 PIC X(02) VALUE SPACES.
014000      05  WD-MOTIVO              PIC X(20).
014100  01  WS-FOOTER-LINE.
014200      05  FILLER                 PIC X(08) VALUE 'LIDAS: '.
014300      05  WF-LIDAS               PIC ZZZZ9.
014400      05  FILLER                 PIC X(14)
014500          VALUE '  INCLUIDAS: '.
014600      05  WF-INCLUIDAS           PIC ZZZZ9.
014700      05  FILLER                 PIC X(16)
014800          VALUE '  ATUALIZADAS: '.
014900      05  WF-ATUALIZADAS         PIC ZZZZ9.
015000      05  FILLER                 PIC X(14)
015100          VALUE '  REJEITADAS: '.
015200      05  WF-REJEITADAS          PIC ZZZZ9.
015300  PROCEDURE DIVISION.
015400******************************************************************
015500* 0000-MAINLINE
015600* CONTROLS THE OVERALL FLOW OF THE DISCIPLINA LOAD
015700******************************************************************
015800  0000-MAINLINE.
015900      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016000      PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
016100          UNTIL WS-EOF.
016200      PERFORM 8000-TERMINATE THRU 8000-EXIT.
016300      STOP RUN.
016400******************************************************************
016500* 1000-INITIALIZE
016600* OPENS ALL FILES - DISCMAS IS CREATED ON THE FIRST LOAD - AND
016700* PRIMES THE READ
016800******************************************************************
016900  1000-INITIALIZE.
017000      ACCEPT WRK-DATA FROM DATE YYYYMMDD.
017100      OPEN INPUT DISCIPLINA-TRAN-FILE.
017200      OPEN I-O DISCIPLINA-FILE.
017300      IF WS-DISCMAS-NAO-EXISTE
017400          DISPLAY 'PROGCOB71 - DISCMAS INEXISTENTE - CRIANDO '
017500              'ARQUIVO NOVO'
017600          OPEN OUTPUT DISCIPLINA-FILE
017700      END-IF.
017800      OPEN OUTPUT DISCIPLINA-REPORT-FILE.
017900      IF NOT WS-DISCTRAN-OK OR NOT WS-DISCMAS-OK
018000          OR NOT WS-DISCRPT-OK
018100          DISPLAY 'PROGCOB71 - ERRO AO ABRIR ARQUIVOS: '
018200              WS-DISCTRAN-STATUS ' / ' WS-DISCMAS-STATUS
018300              ' / ' WS-DISCRPT-STATUS
018400          MOVE 'Y' TO WS-EOF-SW
018500          GO TO 1000-EXIT
018600      END-IF.
018700      PERFORM 9810-FORMATAR-DDMMYYYY THRU 9810-EXIT.
018800      MOVE DATEFMT-DDMMYYYY TO WS-H2-DATA.
018900      WRITE DR-LINE FROM WS-HEADER-1.
019000      WRITE DR-LINE FROM WS-HEADER-2.
019100      WRITE DR-LINE FROM WS-HEADER-3.
019200      PERFORM 2100-READ-TRANS THRU 2100-EXIT.
019300  1000-EXIT.
019400      EXIT.
019500******************************************************************
019600* 2000-PROCESS-TRANS
019700* VALIDATES AND APPLIES ONE DISCIPLINA TRANSACTION, LOGS IT ON
019800* THE REGISTER, AND READS THE NEXT ONE
019900******************************************************************
020000  2000-PROCESS-TRANS.
020100      PERFORM 2200-VALIDAR-TRANS THRU 2200-EXIT.
020200      IF WS-TRANS-INVALIDA
020300          ADD 1 TO WS-TRANS-REJEITADAS
020400      ELSE
020500          PERFORM 2300-GRAVAR-DISCIPLINA THRU 2300-EXIT
020600      END-IF.
020700      PERFORM 2400-WRITE-REGISTRO THRU 2400-EXIT.
020800      PERFORM 2100-READ-TRANS THRU 2100-EXIT.
020900  2000-EXIT.
021000      EXIT.
021100******************************************************************
021200* 2100-READ-TRANS
021300* READS THE NEXT DISCIPLINA TRANSACTION, SETS THE EOF SWITCH
021400******************************************************************
021500  2100-READ-TRANS.
021600      READ DISCIPLINA-TRAN-FILE
021700          AT END
021800              MOVE 'Y' TO WS-EOF-SW
021900              GO TO 2100-EXIT
022000      END-READ.
022100      IF NOT WS-DISCTRAN-OK AND NOT WS-DISCTRAN-EOF
022200          DISPLAY 'PROGCOB71 - ERRO DE LEITURA DISCTRAN: '
022300              WS-DISCTRAN-STATUS
022400          MOVE 'Y' TO WS-EOF-SW
022500          GO TO 2100-EXIT
022600      END-IF.
022700      ADD 1 TO WS-TRANS-LIDAS.
022800  2100-EXIT.
022900      EXIT.
023000******************************************************************
023100* 2200-VALIDAR-TRANS
023200* CODIGO E NOME PREENCHIDOS, CARGA HORARIA NUMERICA MAIOR QUE
023300* ZERO, PESOS NUMERICOS SOMANDO 100, FLAG ATIVA S/N
023400******************************************************************
023500  2200-VALIDAR-TRANS.
023600      MOVE 'N' TO WS-TRANS-INVALIDA-SW.
023700      MOVE SPACES TO WRK-MOTIVO-REJEICAO.
023800      IF DT-CODIGO = SPACES
023900          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
024000          MOVE 'CODIGO EM BRANCO' TO WRK-MOTIVO-REJEICAO
024100          GO TO 2200-EXIT
024200      END-IF.
024300      IF DT-NOME = SPACES
024400          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
024500          MOVE 'NOME EM BRANCO' TO WRK-MOTIVO-REJEICAO
024600          GO TO 2200-EXIT
024700      END-IF.
024800      IF DT-CARGA-HORARIA NOT NUMERIC
024900          OR DT-CARGA-HORARIA = ZERO
025000          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
025100          MOVE 'CARGA HORARIA INVAL.' TO WRK-MOTIVO-REJEICAO
025200          GO TO 2200-EXIT
025300      END-IF.
025400      IF DT-PESOS NOT NUMERIC
025500          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
025600          MOVE 'PESO NAO NUMERICO' TO WRK-MOTIVO-REJEICAO
025700          GO TO 2200-EXIT
025800      END-IF.
025900      COMPUTE WRK-SOMA-PESOS = DT-PESO1 + DT-PESO2
026000          + DT-PESO3 + DT-PESO4.
026100      IF WRK-SOMA-PESOS NOT = 100
026200          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
026300          MOVE 'PESOS NAO SOMAM 100' TO WRK-MOTIVO-REJEICAO
026400          GO TO 2200-EXIT
026500      END-IF.
026600      IF DT-ATIVA NOT = 'S' AND DT-ATIVA NOT = 'N'
026700          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
026800          MOVE 'FLAG ATIVA NAO E S/N' TO WRK-MOTIVO-REJEICAO
026900      END-IF.
027000  2200-EXIT.
027100      EXIT.
027200******************************************************************
027300* 2300-GRAVAR-DISCIPLINA
027400* WRITES A NEW DISCIPLINA OR REWRITES THE ONE ALREADY ON FILE
027500******************************************************************
027600  2300-GRAVAR-DISCIPLINA.
027700      MOVE DT-CODIGO TO DC-CODIGO.
027800      MOVE 'N' TO WS-DISCIPLINA-EXISTE-SW.
027900      READ DISCIPLINA-FILE
028000          INVALID KEY
028100              CONTINUE
028200      END-READ.
028300      IF WS-DISCMAS-OK
028400          MOVE 'Y' TO WS-DISCIPLINA-EXISTE-SW
028500      END-IF.
028600      MOVE DT-CODIGO TO DC-CODIGO.
028700      MOVE DT-NOME TO DC-NOME.
028800      MOVE DT-CARGA-HORARIA TO DC-CARGA-HORARIA.
028900      MOVE DT-PESO1 TO DC-PESO1.
029000      MOVE DT-PESO2 TO DC-PESO2.
029100      MOVE DT-PESO3 TO DC-PESO3.
029200      MOVE DT-PESO4 TO DC-PESO4.
029300      MOVE DT-ATIVA TO DC-ATIVA.
029400      IF WS-DISCIPLINA-EXISTE
029500          REWRITE DISCIPLINA-RECORD
029600      ELSE
029700          WRITE DISCIPLINA-RECORD
029800              INVALID KEY
029900                  CONTINUE
030000          END-WRITE
030100      END-IF.
030200      IF NOT WS-DISCMAS-OK
030300          DISPLAY 'PROGCOB71 - ERRO AO GRAVAR DISCMAS: '
030400              WS-DISCMAS-STATUS
030500          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
030600          MOVE 'ERRO DE GRAVACAO' TO WRK-MOTIVO-REJEICAO
030700          ADD 1 TO WS-TRANS-REJEITADAS
030800          GO TO 2300-EXIT
030900      END-IF.
031000      IF WS-DISCIPLINA-EXISTE
031100          ADD 1 TO WS-DISC-ATUALIZADAS
031200      ELSE
031300          ADD 1 TO WS-DISC-INCLUIDAS
031400      END-IF.
031500  2300-EXIT.
031600      EXIT.
031700******************************************************************
031800* 2400-WRITE-REGISTRO
031900* ONE REGISTER LINE PER TRANSACTION
032000******************************************************************
032100  2400-WRITE-REGISTRO.
032200      MOVE DT-CODIGO TO WD-CODIGO.
032300      MOVE DT-NOME TO WD-NOME.
032400      MOVE ZERO TO WD-CARGA WD-PESO1 WD-PESO2 WD-PESO3 WD-PESO4.
032500      IF DT-CARGA-HORARIA NUMERIC
032600          MOVE DT-CARGA-HORARIA TO WD-CARGA
032700      END-IF.
032800      IF DT-PESOS NUMERIC
032900          MOVE DT-PESO1 TO WD-PESO1
033000          MOVE DT-PESO2 TO WD-PESO2
033100          MOVE DT-PESO3 TO WD-PESO3
033200          MOVE DT-PESO4 TO WD-PESO4
033300      END-IF.
033400      IF WS-TRANS-INVALIDA
033500          MOVE 'REJEITADA' TO WD-SITUACAO
033600      ELSE
033700          IF WS-DISCIPLINA-EXISTE
033800              MOVE 'ATUALIZADA' TO WD-SITUACAO
033900          ELSE
034000              MOVE 'INCLUIDA' TO WD-SITUACAO
034100          END-IF
034200      END-IF.
034300      MOVE WRK-MOTIVO-REJEICAO TO WD-MOTIVO.
034400      WRITE DR-LINE FROM WS-DETAIL-LINE.
034500  2400-EXIT.
034600      EXIT.
034700******************************************************************
034800* 8000-TERMINATE
034900* WRITES THE CONTROL-COUNT FOOTER, CLOSES FILES AND SHOWS
035000* TOTALS
035100******************************************************************
035200  8000-TERMINATE.
035300      MOVE WS-TRANS-LIDAS TO WF-LIDAS.
035400      MOVE WS-DISC-INCLUIDAS TO WF-INCLUIDAS.
035500      MOVE WS-DISC-ATUALIZADAS TO WF-ATUALIZADAS.
035600      MOVE WS-TRANS-REJEITADAS TO WF-REJEITADAS.
035700      WRITE DR-LINE FROM WS-FOOTER-LINE.
035800      CLOSE DISCIPLINA-TRAN-FILE DISCIPLINA-FILE
035900          DISCIPLINA-REPORT-FILE.
036000      DISPLAY 'PROGCOB71 - TRANSACOES LIDAS......: '
036100          WS-TRANS-LIDAS.
036200      DISPLAY 'PROGCOB71 - DISCIPLINAS INCLUIDAS.: '
036300          WS-DISC-INCLUIDAS.
036400      DISPLAY 'PROGCOB71 - DISCIPLINAS ATUALIZ...: '
036500          WS-DISC-ATUALIZADAS.
036600      DISPLAY 'PROGCOB71 - TRANSACOES REJEITADAS.: '
036700          WS-TRANS-REJEITADAS.
036800  8000-EXIT.
036900      EXIT.
037000******************************************************************
037100* SHARED DATE-FORMATTING ROUTINES (SEE DATERTN.CPY)
037200******************************************************************
037300  COPY DATERTN.
