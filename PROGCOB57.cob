000100  IDENTIFICATION DIVISION.
000200  PROGRAM-ID. PROGCOB57.
000300  AUTHOR. ALEX.
000400  INSTALLATION. ESCOLA - SETOR DE PROCESSAMENTO DE DADOS.
000500  DATE-WRITTEN. 15/10/2026.
000600  DATE-COMPILED.
000700******************************************************************
000800* AREA DE COMENTARIOS - REMARKS
000900* OBJETIVO: EXPORT BIMESTRAL DA FREQUENCIA DOS BENEFICIARIOS DO
001000* BOLSA FAMILIA PARA O SISTEMA PRESENCA (MEC), QUE A SECRETARIA
001100* COPIAVA A MAO DO ATTEND. LE O BOLSFAM EM SEQUENCIA E, PARA
001200* CADA BENEFICIARIO ATIVO, BUSCA O ALUNO NO STUDMAS E AS AULAS,
001300* FALTAS E ABONOS DO BIMESTRE NO ATTEND - FREQUENCIA PELA MESMA
001400* CONTA DO PROGCOB07 (FALTAS LIQUIDAS DE ABONO). O BIMESTRE VEM
001500* DO RUNPARM (PROGCOB57 BIMESTRE) OU E O ULTIMO JA ENCERRADO NO
001600* CALLETIV NA DATA DO RUN, E A JANELA DELE SAI NO HEADER DO
001700* ARQUIVO. GRAVA O PRESENCA (HEADER, UM DETALHE POR ALUNO
001800* REPORTADO COM NIS, FREQUENCIA E MOTIVO, TRAILER) E IMPRIME O
001900* RELATORIO DE CONTROLE (BFRPT): QUEM FOI REPORTADO, QUEM ESTA
002000* ABAIXO DA FREQUENCIA MINIMA (RUNPARM FREQ-MINIMA, PADRAO 85)
002100* SEM MOTIVO INFORMADO NO PROGCOB56 E QUEM NAO TEM REGISTRO DE
002200* FREQUENCIA - ESTES NAO VAO PARA O ARQUIVO
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
003400      SELECT BOLSA-FAMILIA-FILE ASSIGN TO BOLSFAM
003500          ORGANIZATION IS INDEXED
003600          ACCESS MODE IS SEQUENTIAL
003700          RECORD KEY IS BF-STUDENT-ID
003800          FILE STATUS IS WS-BOLSFAM-STATUS.
003900      SELECT STUDENT-MASTER-FILE ASSIGN TO STUDMAS
004000          ORGANIZATION IS INDEXED
004100          ACCESS MODE IS RANDOM
004200          RECORD KEY IS SM-STUDENT-ID
004300          FILE STATUS IS WS-STUDMAS-STATUS.
004400      SELECT ATTENDANCE-FILE ASSIGN TO ATTEND
004500          ORGANIZATION IS INDEXED
004600          ACCESS MODE IS RANDOM
004700          RECORD KEY IS AT-STUDENT-ID
004800          FILE STATUS IS WS-ATTEND-STATUS.
004900      SELECT CALENDAR-FILE ASSIGN TO CALLETIV
005000          ORGANIZATION IS SEQUENTIAL
005100          FILE STATUS IS WS-CALLETIV-STATUS.
005200      SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
005300          ORGANIZATION IS SEQUENTIAL
005400          FILE STATUS IS WS-PARM-STATUS.
005500      SELECT PRESENCA-FILE ASSIGN TO PRESENCA
005600          ORGANIZATION IS SEQUENTIAL
005700          FILE STATUS IS WS-PRESENCA-STATUS.
005800      SELECT BOLSA-CONTROL-FILE ASSIGN TO BFRPT
005900          ORGANIZATION IS LINE SEQUENTIAL
006000          FILE STATUS IS WS-BFRPT-STATUS.
006100  DATA DIVISION.
006200  FILE SECTION.
006300  FD  BOLSA-FAMILIA-FILE
006400      LABEL RECORDS ARE STANDARD.
006500  COPY BOLSFAM.
006600  FD  STUDENT-MASTER-FILE
006700      LABEL RECORDS ARE STANDARD.
006800  COPY STUDMAS.
006900  FD  ATTENDANCE-FILE
007000      LABEL RECORDS ARE STANDARD.
007100  COPY ATTENDNC.
007200  FD  CALENDAR-FILE
007300      LABEL RECORDS ARE STANDARD.
007400  COPY CALREC.
007500  FD  RUN-PARM-FILE
007600      LABEL RECORDS ARE STANDARD.
007700  COPY PARMREC.
007800  FD  PRESENCA-FILE
007900      LABEL RECORDS ARE STANDARD.
008000  COPY PRESENCA.
008100  FD  BOLSA-CONTROL-FILE
008200      LABEL RECORDS ARE STANDARD.
008300  01  BC-LINE                     PIC X(80).
008400  WORKING-STORAGE SECTION.
008500******************************************************************
008600* SWITCHES
008700******************************************************************
008800  01  WS-SWITCHES.
008900      05  WS-EOF-SW              PIC X(01) VALUE 'N'.
009000          88  WS-EOF                       VALUE 'Y'.
009100      05  WS-ABORTAR-SW          PIC X(01) VALUE 'N'.
009200          88  WS-ABORTAR                   VALUE 'Y'.
009300      05  WS-ATTEND-DISPONIVEL-SW PIC X(01) VALUE 'N'.
009400          88  WS-ATTEND-DISPONIVEL         VALUE 'Y'.
009500      05  WS-ALUNO-SW            PIC X(01) VALUE SPACE.
009600          88  WS-ALUNO-REPORTADO           VALUE 'R'.
009700          88  WS-ALUNO-ABAIXO              VALUE 'B'.
009800          88  WS-ALUNO-SEM-MOTIVO          VALUE 'S'.
009900          88  WS-ALUNO-SEM-FREQUENCIA      VALUE 'F'.
010000          88  WS-ALUNO-FORA-CADASTRO       VALUE 'C'.
010100          88  WS-ALUNO-EXPORTADO           VALUES 'R' 'B' 'S'.
010200******************************************************************
010300* FILE STATUS AND COUNTERS
010400******************************************************************
010500  01  WS-FILE-STATUSES.
010600      05  WS-BOLSFAM-STATUS      PIC X(02) VALUE '00'.
010700          88  WS-BOLSFAM-OK               VALUE '00'.
010800          88  WS-BOLSFAM-EOF              VALUE '10'.
010900      05  WS-STUDMAS-STATUS      PIC X(02) VALUE '00'.
011000          88  WS-STUDMAS-OK               VALUE '00'.
011100      05  WS-ATTEND-STATUS       PIC X(02) VALUE '00'.
011200          88  WS-ATTEND-OK                VALUE '00'.
011300      05  WS-PRESENCA-STATUS     PIC X(02) VALUE '00'.
011400          88  WS-PRESENCA-OK              VALUE '00'.
011500      05  WS-BFRPT-STATUS        PIC X(02) VALUE '00'.
011600          88  WS-BFRPT-OK                 VALUE '00'.
011700  01  WS-COUNTERS COMP.
011800      05  WS-BENEF-LIDOS         PIC 9(05) VALUE ZERO.
011900      05  WS-BENEF-REPORTADOS    PIC 9(05) VALUE ZERO.
012000      05  WS-BENEF-ABAIXO        PIC 9(05) VALUE ZERO.
012100      05  WS-BENEF-SEM-MOTIVO    PIC 9(05) VALUE ZERO.
012200      05  WS-BENEF-SEM-FREQ      PIC 9(05) VALUE ZERO.
012300      05  WS-BENEF-FORA-CAD      PIC 9(05) VALUE ZERO.
012400      05  WS-BENEF-DESLIGADOS    PIC 9(05) VALUE ZERO.
012500******************************************************************
012600* PARAMETROS DO RUN - BIMESTRE (ZERO = ULTIMO ENCERRADO NO
012700* CALLETIV), FREQUENCIA MINIMA EXIGIDA E CODIGO INEP DA ESCOLA
012800******************************************************************
012900  77  WRK-BIMESTRE               PIC 9(01) VALUE ZERO.
013000  77  WRK-FREQ-MINIMA            PIC 9(03) VALUE 85.
013100  77  WRK-COD-INEP               PIC 9(08) VALUE ZEROS.
013200******************************************************************
013300* FREQUENCIA DO BIMESTRE - MESMA CONTA DO PROGCOB07
013400******************************************************************
013500  77  WRK-AULAS                  PIC 9(03) VALUE ZERO.
013600  77  WRK-FALTAS                 PIC 9(03) VALUE ZERO.
013700  77  WRK-ABONOS                 PIC 9(03) VALUE ZERO.
013800  77  WRK-FALTAS-LIQUIDAS        PIC S9(04) VALUE ZERO.
013900  77  WRK-FREQUENCIA-PCT         PIC 9(03) VALUE ZERO.
014000  77  WRK-MOTIVO                 PIC X(02) VALUE SPACES.
014100******************************************************************
014200* RUN DATE - SAME STRUCTURE TESTE1 USES FOR THE SYSTEM DATE
014300******************************************************************
014400  01  WRK-DATA.
014500      05  WRK-ANO                PIC 9(04) VALUE ZEROS.
014600      05  WRK-MES                PIC 9(02) VALUE ZEROS.
014700      05  WRK-DIA                PIC 9(02) VALUE ZEROS.
014800  01  WRK-DATA-YYYYMMDD REDEFINES WRK-DATA PIC 9(08).
014900  77  WRK-DATA-RUN               PIC 9(08) VALUE ZEROS.
015000******************************************************************
015100* SHARED DATE-OUTPUT FIELDS (SEE DATEFMT.CPY)
015200******************************************************************
015300  COPY DATEFMT.
015400******************************************************************
015500* CALENDARIO LETIVO LOOKUP FIELDS (SEE CALWS.CPY)
015600******************************************************************
015700  COPY CALWS.
015800******************************************************************
015900* RUN-PARAMETER LOOKUP FIELDS (SEE PARMWS.CPY)
016000******************************************************************
016100  COPY PARMWS.
016200******************************************************************
016300* REPORT LINE LAYOUTS
016400******************************************************************
016500  01  WS-HEADER-1.
016600      05  FILLER                 PIC X(45)
016700          VALUE 'BOLSA FAMILIA - CONTROLE DO SISTEMA PRESENCA'.
016800  01  WS-HEADER-2.
016900      05  FILLER                 PIC X(10) VALUE 'DATA EMIS:'.
017000      05  WS-H2-DATA             PIC X(10).
017100      05  FILLER                 PIC X(11) VALUE '  PERIODO: '.
017200      05  WS-H2-PERIODO          PIC 9(06).
017300      05  FILLER                 PIC X(07) VALUE '  BIM: '.
017400      05  WS-H2-BIMESTRE         PIC 9(01).
017500      05  FILLER                 PIC X(03) VALUE SPACES.
017600      05  WS-H2-INICIO           PIC X(10).
017700      05  FILLER                 PIC X(03) VALUE ' A '.
017800      05  WS-H2-FIM              PIC X(10).
017900  01  WS-HEADER-3.
018000      05  FILLER                 PIC X(26)
018100          VALUE 'FREQUENCIA MINIMA EXIGIDA:'.
018200      05  WS-H3-MINIMA           PIC ZZ9.
018300      05  FILLER                 PIC X(12) VALUE '%  COD INEP:'.
018400      05  WS-H3-INEP             PIC 9(08).
018500  01  WS-HEADER-4.
018600      05  FILLER                 PIC X(07) VALUE 'MATRIC '.
018700      05  FILLER                 PIC X(21) VALUE 'NOME'.
018800      05  FILLER                 PIC X(07) VALUE 'TURMA  '.
018900      05  FILLER                 PIC X(12) VALUE 'NIS'.
019000      05  FILLER                 PIC X(04) VALUE 'AUL '.
019100      05  FILLER                 PIC X(04) VALUE 'FAL '.
019200      05  FILLER                 PIC X(04) VALUE 'FRQ '.
019300      05  FILLER                 PIC X(03) VALUE 'MT '.
019400      05  FILLER                 PIC X(17) VALUE 'SITUACAO'.
019500  01  WS-DETAIL-LINE.
019600      05  WD-ID                  PIC X(06).
019700      05  FILLER                 PIC X(01) VALUE SPACE.
019800      05  WD-NOME                PIC X(20).
019900      05  FILLER                 PIC X(01) VALUE SPACE.
020000      05  WD-TURMA               PIC X(06).
020100      05  FILLER                 PIC X(01) VALUE SPACE.
020200      05  WD-NIS                 PIC 9(11).
020300      05  FILLER                 PIC X(01) VALUE SPACE.
020400      05  WD-AULAS               PIC ZZ9.
020500      05  FILLER                 PIC X(01) VALUE SPACE.
020600      05  WD-FALTAS              PIC ZZ9.
020700      05  FILLER                 PIC X(01) VALUE SPACE.
020800      05  WD-FREQUENCIA          PIC ZZ9.
020900      05  FILLER                 PIC X(01) VALUE SPACE.
021000      05  WD-MOTIVO              PIC X(02).
021100      05  FILLER                 PIC X(01) VALUE SPACE.
021200      05  WD-SITUACAO            PIC X(17).
021300  01  WS-FOOTER-LINE-1.
021400      05  FILLER                 PIC X(20)
021500          VALUE 'BENEFICIARIOS LIDOS:'.
021600      05  WF-LIDOS               PIC ZZZZ9.
021700      05  FILLER                 PIC X(15)
021800          VALUE '  REPORTADOS: '.
021900      05  WF-REPORTADOS          PIC ZZZZ9.
022000      05  FILLER                 PIC X(15)
022100          VALUE '  DESLIGADOS: '.
022200      05  WF-DESLIGADOS          PIC ZZZZ9.
022300  01  WS-FOOTER-LINE-2.
022400      05  FILLER                 PIC X(31)
022500          VALUE 'ABAIXO DO MINIMO COM MOTIVO...:'.
022600      05  WF-ABAIXO              PIC ZZZZ9.
022700  01  WS-FOOTER-LINE-3.
022800      05  FILLER                 PIC X(31)
022900          VALUE 'ABAIXO DO MINIMO SEM MOTIVO...:'.
023000      05  WF-SEM-MOTIVO          PIC ZZZZ9.
023100  01  WS-FOOTER-LINE-4.
023200      05  FILLER                 PIC X(31)
023300          VALUE 'SEM REGISTRO DE FREQUENCIA....:'.
023400      05  WF-SEM-FREQ            PIC ZZZZ9.
023500  01  WS-FOOTER-LINE-5.
023600      05  FILLER                 PIC X(31)
023700          VALUE 'FORA DO CADASTRO DE ALUNOS....:'.
023800      05  WF-FORA-CAD            PIC ZZZZ9.
023900  PROCEDURE DIVISION.
024000******************************************************************
024100* 0000-MAINLINE
024200* CONTROLS THE OVERALL FLOW OF THE SISTEMA PRESENCA EXTRACT
024300******************************************************************
024400  0000-MAINLINE.
024500      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024600      IF NOT WS-ABORTAR
024700          PERFORM 2000-PROCESS-BENEFICIARIO THRU 2000-EXIT
024800              UNTIL WS-EOF
024900          PERFORM 8000-TERMINATE THRU 8000-EXIT
025000      END-IF.
025100      STOP RUN.
025200******************************************************************
025300* 1000-INITIALIZE
025400* READS THE RUN PARAMETERS, DECIDES THE BIMESTRE AND ITS WINDOW
025500* FROM CALLETIV, OPENS THE FILES, WRITES THE EXPORT HEADER AND
025600* THE REPORT HEADINGS AND PRIMES THE READ
025700******************************************************************
025800  1000-INITIALIZE.
025900      ACCEPT WRK-DATA FROM DATE YYYYMMDD.
026000      MOVE WRK-DATA-YYYYMMDD TO WRK-DATA-RUN.
026100      PERFORM 1100-LER-PARAMETROS THRU 1100-EXIT.
026200      PERFORM 9870-CARREGAR-CALENDARIO THRU 9870-EXIT.
026300      IF NOT WS-CAL-DISPONIVEL
026400          OR WRK-CAL-PERIODO-CORRENTE = ZERO
026500          DISPLAY 'PROGCOB57 - CALLETIV INDISPONIVEL - EXPORT '
026600              'NAO GERADO'
026700          MOVE 'Y' TO WS-ABORTAR-SW
026750          MOVE 8 TO RETURN-CODE
026800          GO TO 1000-EXIT
026900      END-IF.
027000      IF WRK-BIMESTRE = ZERO
027100          PERFORM 1200-ULTIMO-BIMESTRE THRU 1200-EXIT
027200              VARYING WRK-CAL-IDX FROM 1 BY 1
027300              UNTIL WRK-CAL-IDX > WRK-QTDE-CAL
027400      END-IF.
027500      MOVE WRK-BIMESTRE TO WRK-CAL-BIMESTRE.
027600      PERFORM 9880-BUSCAR-BIMESTRE THRU 9880-EXIT.
027700      IF WRK-BIMESTRE = ZERO OR NOT WS-CAL-ACHADO
027800          DISPLAY 'PROGCOB57 - BIMESTRE ' WRK-BIMESTRE
027900              ' NAO ENCONTRADO NO CALLETIV DO PERIODO '
028000              WRK-CAL-PERIODO-CORRENTE ' - EXPORT NAO GERADO'
028100          MOVE 'Y' TO WS-ABORTAR-SW
028150          MOVE 8 TO RETURN-CODE
028200          GO TO 1000-EXIT
028300      END-IF.
028400      IF WRK-CAL-FIM > WRK-DATA-RUN
028500          DISPLAY 'PROGCOB57 - ATENCAO: BIMESTRE ' WRK-BIMESTRE
028600              ' AINDA NAO ENCERRADO - FREQUENCIA PARCIAL'
028700      END-IF.
028800      OPEN INPUT BOLSA-FAMILIA-FILE.
028900      OPEN INPUT STUDENT-MASTER-FILE.
029000      OPEN INPUT ATTENDANCE-FILE.
029100      IF WS-ATTEND-OK
029200          MOVE 'Y' TO WS-ATTEND-DISPONIVEL-SW
029300      ELSE
029400          DISPLAY 'PROGCOB57 - ATTEND INDISPONIVEL: '
029500              WS-ATTEND-STATUS ' - NINGUEM TERA FREQUENCIA'
029600      END-IF.
029700      OPEN OUTPUT PRESENCA-FILE.
029800      OPEN OUTPUT BOLSA-CONTROL-FILE.
029900      IF NOT WS-BOLSFAM-OK OR NOT WS-STUDMAS-OK
030000          OR NOT WS-PRESENCA-OK OR NOT WS-BFRPT-OK
030100          DISPLAY 'PROGCOB57 - ERRO AO ABRIR ARQUIVOS: '
030200              WS-BOLSFAM-STATUS ' / ' WS-STUDMAS-STATUS
030300              ' / ' WS-PRESENCA-STATUS ' / ' WS-BFRPT-STATUS
030400          MOVE 'Y' TO WS-ABORTAR-SW
030450          MOVE 8 TO RETURN-CODE
030500          GO TO 1000-EXIT
030600      END-IF.
030700      MOVE SPACES TO PRESENCA-RECORD.
030800      MOVE '0' TO PR-TIPO-REGISTRO.
030900      MOVE WRK-COD-INEP TO PR-H-COD-INEP.
031000      MOVE WRK-CAL-PERIODO-CORRENTE TO PR-H-ANO-PERIODO.
031100      MOVE WRK-BIMESTRE TO PR-H-BIMESTRE.
031200      MOVE WRK-CAL-INICIO TO PR-H-DATA-INICIO.
031300      MOVE WRK-CAL-FIM TO PR-H-DATA-FIM.
031400      MOVE WRK-DATA-RUN TO PR-H-DATA-GERACAO.
031500      WRITE PRESENCA-RECORD.
031600      PERFORM 9810-FORMATAR-DDMMYYYY THRU 9810-EXIT.
031700      MOVE DATEFMT-DDMMYYYY TO WS-H2-DATA.
031800      MOVE WRK-CAL-INICIO TO WRK-DATA-YYYYMMDD.
031900      PERFORM 9810-FORMATAR-DDMMYYYY THRU 9810-EXIT.
032000      MOVE DATEFMT-DDMMYYYY TO WS-H2-INICIO.
032100      MOVE WRK-CAL-FIM TO WRK-DATA-YYYYMMDD.
032200      PERFORM 9810-FORMATAR-DDMMYYYY THRU 9810-EXIT.
032300      MOVE DATEFMT-DDMMYYYY TO WS-H2-FIM.
032400      MOVE WRK-DATA-RUN TO WRK-DATA-YYYYMMDD.
032500      MOVE WRK-CAL-PERIODO-CORRENTE TO WS-H2-PERIODO.
032600      MOVE WRK-BIMESTRE TO WS-H2-BIMESTRE.
032700      MOVE WRK-FREQ-MINIMA TO WS-H3-MINIMA.
032800      MOVE WRK-COD-INEP TO WS-H3-INEP.
032900      WRITE BC-LINE FROM WS-HEADER-1.
033000      WRITE BC-LINE FROM WS-HEADER-2.
033100      WRITE BC-LINE FROM WS-HEADER-3.
033200      WRITE BC-LINE FROM WS-HEADER-4.
033300      PERFORM 2100-READ-BENEFICIARIO THRU 2100-EXIT.
033400  1000-EXIT.
033500      EXIT.
033600******************************************************************
033700* 1100-LER-PARAMETROS
033800* BIMESTRE 1-4, FREQ-MINIMA E COD-INEP DO RUNPARM - VALOR
033900* AUSENTE OU INVALIDO FICA COM O PADRAO
034000******************************************************************
034100  1100-LER-PARAMETROS.
034200      MOVE 'PROGCOB57' TO WRK-PARM-PROGRAMA.
034300      MOVE 'BIMESTRE' TO WRK-PARM-NOME.
034400      PERFORM 9860-BUSCAR-PARM THRU 9860-EXIT.
034500      IF WS-PARM-ACHADO AND WRK-PARM-VALOR (1:1) NUMERIC
034600          MOVE WRK-PARM-VALOR (1:1) TO WRK-BIMESTRE
034700          IF WRK-BIMESTRE > 4
034800              MOVE ZERO TO WRK-BIMESTRE
034900          END-IF
035000      END-IF.
035100      MOVE 'FREQ-MINIMA' TO WRK-PARM-NOME.
035200      PERFORM 9860-BUSCAR-PARM THRU 9860-EXIT.
035300      IF WS-PARM-ACHADO AND WRK-PARM-VALOR (1:3) NUMERIC
035400          AND WRK-PARM-VALOR (1:3) NOT > '100'
035500          MOVE WRK-PARM-VALOR (1:3) TO WRK-FREQ-MINIMA
035600      END-IF.
035700      MOVE 'COD-INEP' TO WRK-PARM-NOME.
035800      PERFORM 9860-BUSCAR-PARM THRU 9860-EXIT.
035900      IF WS-PARM-ACHADO AND WRK-PARM-VALOR (1:8) NUMERIC
036000          MOVE WRK-PARM-VALOR (1:8) TO WRK-COD-INEP
036100      ELSE
036200          DISPLAY 'PROGCOB57 - ATENCAO: COD-INEP NAO INFORMADO '
036300              'NO RUNPARM'
036400      END-IF.
036500  1100-EXIT.
036600      EXIT.
036700******************************************************************
036800* 1200-ULTIMO-BIMESTRE
036900* KEEPS THE HIGHEST BIMESTRE OF THE CURRENT PERIOD ALREADY
037000* ENDED ON THE RUN DATE
037100******************************************************************
037200  1200-ULTIMO-BIMESTRE.
037300      IF WRK-CA-PERIODO (WRK-CAL-IDX) = WRK-CAL-PERIODO-CORRENTE
037400          AND WRK-CA-FIM (WRK-CAL-IDX) <= WRK-DATA-RUN
037500          AND WRK-CA-BIMESTRE (WRK-CAL-IDX) > WRK-BIMESTRE
037600          MOVE WRK-CA-BIMESTRE (WRK-CAL-IDX) TO WRK-BIMESTRE
037700      END-IF.
037800  1200-EXIT.
037900      EXIT.
038000******************************************************************
038100* 2000-PROCESS-BENEFICIARIO
038200* CLASSIFIES ONE ACTIVE BENEFICIARY, EXPORTS IT WHEN IT HAS
038300* FREQUENCIA, LISTS IT ON THE CONTROL REPORT AND READS THE NEXT
038400******************************************************************
038500  2000-PROCESS-BENEFICIARIO.
038600      IF BF-DESLIGADO
038700          ADD 1 TO WS-BENEF-DESLIGADOS
038800      ELSE
038900          PERFORM 2050-TRATAR-ATIVO THRU 2050-EXIT
039000      END-IF.
039100      PERFORM 2100-READ-BENEFICIARIO THRU 2100-EXIT.
039200  2000-EXIT.
039300      EXIT.
039400******************************************************************
039500* 2050-TRATAR-ATIVO
039600* APURA A FREQUENCIA DO BIMESTRE, GRAVA O DETALHE DO PRESENCA
039700* QUANDO HA FREQUENCIA E LISTA O ALUNO NO RELATORIO DE CONTROLE
039800******************************************************************
039900  2050-TRATAR-ATIVO.
040000      PERFORM 2200-APURAR-FREQUENCIA THRU 2200-EXIT.
040100      IF WS-ALUNO-EXPORTADO
040200          PERFORM 2300-WRITE-PRESENCA THRU 2300-EXIT
040300      END-IF.
040400      PERFORM 2400-WRITE-CONTROLE THRU 2400-EXIT.
040500  2050-EXIT.
040600      EXIT.
040700******************************************************************
040800* 2100-READ-BENEFICIARIO
040900* READS THE NEXT BOLSFAM RECORD, SETS THE EOF SWITCH
041000******************************************************************
041100  2100-READ-BENEFICIARIO.
041200      READ BOLSA-FAMILIA-FILE
041300          AT END
041400              MOVE 'Y' TO WS-EOF-SW
041500              GO TO 2100-EXIT
041600      END-READ.
041700      IF NOT WS-BOLSFAM-OK AND NOT WS-BOLSFAM-EOF
041800          DISPLAY 'PROGCOB57 - ERRO DE LEITURA BOLSFAM: '
041900              WS-BOLSFAM-STATUS
042000          MOVE 'Y' TO WS-EOF-SW
042100          GO TO 2100-EXIT
042200      END-IF.
042300      ADD 1 TO WS-BENEF-LIDOS.
042400  2100-EXIT.
042500      EXIT.
042600******************************************************************
042700* 2200-APURAR-FREQUENCIA
042800* ALUNO NO STUDMAS; AULAS, FALTAS E ABONOS DO BIMESTRE NO
042900* ATTEND (SEM REGISTRO OU SEM AULA DADA = SEM FREQUENCIA);
043000* FREQUENCIA ABAIXO DO MINIMO PEDE O MOTIVO DO PERIODO
043100******************************************************************
043200  2200-APURAR-FREQUENCIA.
043300      MOVE SPACE TO WS-ALUNO-SW.
043400      MOVE ZERO TO WRK-AULAS.
043500      MOVE ZERO TO WRK-FALTAS.
043600      MOVE ZERO TO WRK-ABONOS.
043700      MOVE ZERO TO WRK-FREQUENCIA-PCT.
043800      MOVE SPACES TO WRK-MOTIVO.
043900      MOVE BF-STUDENT-ID TO SM-STUDENT-ID.
044000      READ STUDENT-MASTER-FILE
044100          INVALID KEY
044200              MOVE SPACES TO SM-STUDENT-NAME
044300              MOVE SPACES TO SM-CLASS-SECTION
044400              MOVE 'C' TO WS-ALUNO-SW
044500              ADD 1 TO WS-BENEF-FORA-CAD
044600              GO TO 2200-EXIT
044700      END-READ.
044800      IF NOT WS-ATTEND-DISPONIVEL
044900          MOVE 'F' TO WS-ALUNO-SW
045000          ADD 1 TO WS-BENEF-SEM-FREQ
045100          GO TO 2200-EXIT
045200      END-IF.
045300      MOVE BF-STUDENT-ID TO AT-STUDENT-ID.
045400      READ ATTENDANCE-FILE
045500          INVALID KEY
045600              MOVE 'F' TO WS-ALUNO-SW
045700              ADD 1 TO WS-BENEF-SEM-FREQ
045800              GO TO 2200-EXIT
045900      END-READ.
046000      PERFORM 2250-SELECIONAR-BIMESTRE THRU 2250-EXIT.
046100      IF WRK-AULAS NOT NUMERIC OR WRK-AULAS = ZERO
046200          MOVE ZERO TO WRK-AULAS
046300          MOVE 'F' TO WS-ALUNO-SW
046400          ADD 1 TO WS-BENEF-SEM-FREQ
046500          GO TO 2200-EXIT
046600      END-IF.
046700      COMPUTE WRK-FALTAS-LIQUIDAS = WRK-FALTAS - WRK-ABONOS.
046800      IF WRK-FALTAS-LIQUIDAS < ZERO
046900          MOVE ZERO TO WRK-FALTAS-LIQUIDAS
047000      END-IF.
047100      IF WRK-FALTAS-LIQUIDAS > WRK-AULAS
047200          MOVE WRK-AULAS TO WRK-FALTAS-LIQUIDAS
047300      END-IF.
047400      COMPUTE WRK-FREQUENCIA-PCT =
047500          (WRK-AULAS - WRK-FALTAS-LIQUIDAS) * 100 / WRK-AULAS.
047600      IF BF-ANO-PERIODO = WRK-CAL-PERIODO-CORRENTE
047700          MOVE BF-MOTIVO-BIM (WRK-BIMESTRE) TO WRK-MOTIVO
047800      END-IF.
047900      ADD 1 TO WS-BENEF-REPORTADOS.
048000      IF WRK-FREQUENCIA-PCT NOT < WRK-FREQ-MINIMA
048100          MOVE 'R' TO WS-ALUNO-SW
048200          GO TO 2200-EXIT
048300      END-IF.
048400      IF WRK-MOTIVO = SPACES
048500          MOVE 'S' TO WS-ALUNO-SW
048600          ADD 1 TO WS-BENEF-SEM-MOTIVO
048700      ELSE
048800          MOVE 'B' TO WS-ALUNO-SW
048900          ADD 1 TO WS-BENEF-ABAIXO
049000      END-IF.
049100  2200-EXIT.
049200      EXIT.
049300******************************************************************
049400* 2250-SELECIONAR-BIMESTRE
049500* PICKS THE AULAS, FALTAS AND ABONOS OF THE EXPORTED BIMESTRE
049600******************************************************************
049700  2250-SELECIONAR-BIMESTRE.
049800      EVALUATE WRK-BIMESTRE
049900          WHEN 1
050000              MOVE AT-AULAS-BIM1 TO WRK-AULAS
050100              MOVE AT-FALTAS-BIM1 TO WRK-FALTAS
050200              MOVE AT-ABONOS-BIM1 TO WRK-ABONOS
050300          WHEN 2
050400              MOVE AT-AULAS-BIM2 TO WRK-AULAS
050500              MOVE AT-FALTAS-BIM2 TO WRK-FALTAS
050600              MOVE AT-ABONOS-BIM2 TO WRK-ABONOS
050700          WHEN 3
050800              MOVE AT-AULAS-BIM3 TO WRK-AULAS
050900              MOVE AT-FALTAS-BIM3 TO WRK-FALTAS
051000              MOVE AT-ABONOS-BIM3 TO WRK-ABONOS
051100          WHEN 4
051200              MOVE AT-AULAS-BIM4 TO WRK-AULAS
051300              MOVE AT-FALTAS-BIM4 TO WRK-FALTAS
051400              MOVE AT-ABONOS-BIM4 TO WRK-ABONOS
051500      END-EVALUATE.
051600      IF WRK-FALTAS NOT NUMERIC
051700          MOVE ZERO TO WRK-FALTAS
051800      END-IF.
051900      IF WRK-ABONOS NOT NUMERIC
052000          MOVE ZERO TO WRK-ABONOS
052100      END-IF.
052200  2250-EXIT.
052300      EXIT.
052400******************************************************************
052500* 2300-WRITE-PRESENCA
052600* ONE DETAIL RECORD OF THE MINISTRY FILE - FALTAS JA LIQUIDAS
052700* DE ABONO, MOTIVO EM BRANCO QUANDO NAO INFORMADO
052800******************************************************************
052900  2300-WRITE-PRESENCA.
053000      MOVE SPACES TO PRESENCA-RECORD.
053100      MOVE '1' TO PR-TIPO-REGISTRO.
053200      MOVE BF-NIS TO PR-D-NIS.
053300      MOVE WRK-COD-INEP TO PR-D-COD-INEP.
053400      MOVE BF-STUDENT-ID TO PR-D-MATRICULA.
053500      MOVE SM-STUDENT-NAME TO PR-D-NOME.
053600      MOVE SM-CLASS-SECTION TO PR-D-TURMA.
053700      MOVE WRK-AULAS TO PR-D-AULAS.
053800      MOVE WRK-FALTAS-LIQUIDAS TO PR-D-FALTAS.
053900      MOVE WRK-FREQUENCIA-PCT TO PR-D-FREQUENCIA.
054000      MOVE WRK-MOTIVO TO PR-D-MOTIVO.
054100      WRITE PRESENCA-RECORD.
054200      IF NOT WS-PRESENCA-OK
054300          DISPLAY 'PROGCOB57 - ERRO AO GRAVAR PRESENCA: '
054400              WS-PRESENCA-STATUS ' ALUNO ' BF-STUDENT-ID
054500      END-IF.
054600  2300-EXIT.
054700      EXIT.
054800******************************************************************
054900* 2400-WRITE-CONTROLE
055000* ONE CONTROL-REPORT LINE PER ACTIVE BENEFICIARY WITH ITS
055100* SITUATION FOR THE SECRETARIA
055200******************************************************************
055300  2400-WRITE-CONTROLE.
055400      MOVE BF-STUDENT-ID TO WD-ID.
055500      MOVE SM-STUDENT-NAME TO WD-NOME.
055600      MOVE SM-CLASS-SECTION TO WD-TURMA.
055700      MOVE BF-NIS TO WD-NIS.
055800      MOVE WRK-AULAS TO WD-AULAS.
055900      IF WS-ALUNO-EXPORTADO
056000          MOVE WRK-FALTAS-LIQUIDAS TO WD-FALTAS
056100          MOVE WRK-FREQUENCIA-PCT TO WD-FREQUENCIA
056200      ELSE
056300          MOVE ZERO TO WD-FALTAS
056400          MOVE ZERO TO WD-FREQUENCIA
056500      END-IF.
056600      MOVE WRK-MOTIVO TO WD-MOTIVO.
056700      EVALUATE TRUE
056800          WHEN WS-ALUNO-REPORTADO
056900              MOVE 'REPORTADO' TO WD-SITUACAO
057000          WHEN WS-ALUNO-ABAIXO
057100              MOVE 'ABAIXO C/ MOTIVO' TO WD-SITUACAO
057200          WHEN WS-ALUNO-SEM-MOTIVO
057300              MOVE 'ABAIXO SEM MOTIVO' TO WD-SITUACAO
057400          WHEN WS-ALUNO-SEM-FREQUENCIA
057500              MOVE 'SEM FREQUENCIA' TO WD-SITUACAO
057600          WHEN WS-ALUNO-FORA-CADASTRO
057700              MOVE 'FORA DO CADASTRO' TO WD-SITUACAO
057800      END-EVALUATE.
057900      WRITE BC-LINE FROM WS-DETAIL-LINE.
058000  2400-EXIT.
058100      EXIT.
058200******************************************************************
058300* 8000-TERMINATE
058400* WRITES THE EXPORT TRAILER AND THE CONTROL-COUNT FOOTER,
058500* CLOSES FILES AND SHOWS THE TOTALS - NADA A FAZER QUANDO O
058550* 1000 ABORTOU (ARQUIVOS NAO ABERTOS)
058600******************************************************************
058700  8000-TERMINATE.
058710      IF WS-ABORTAR
058720          GO TO 8000-EXIT
058730      END-IF.
058800      MOVE SPACES TO PRESENCA-RECORD.
058900      MOVE '9' TO PR-TIPO-REGISTRO.
059000      MOVE WS-BENEF-REPORTADOS TO PR-T-QTDE-DETALHES.
059100      COMPUTE PR-T-QTDE-ABAIXO = WS-BENEF-ABAIXO
059200          + WS-BENEF-SEM-MOTIVO.
059300      WRITE PRESENCA-RECORD.
059400      MOVE WS-BENEF-LIDOS TO WF-LIDOS.
059500      MOVE WS-BENEF-REPORTADOS TO WF-REPORTADOS.
059600      MOVE WS-BENEF-DESLIGADOS TO WF-DESLIGADOS.
059700      MOVE WS-BENEF-ABAIXO TO WF-ABAIXO.
059800      MOVE WS-BENEF-SEM-MOTIVO TO WF-SEM-MOTIVO.
059900      MOVE WS-BENEF-SEM-FREQ TO WF-SEM-FREQ.
060000      MOVE WS-BENEF-FORA-CAD TO WF-FORA-CAD.
060100      WRITE BC-LINE FROM WS-FOOTER-LINE-1.
060200      WRITE BC-LINE FROM WS-FOOTER-LINE-2.
060300      WRITE BC-LINE FROM WS-FOOTER-LINE-3.
060400      WRITE BC-LINE FROM WS-FOOTER-LINE-4.
060500      WRITE BC-LINE FROM WS-FOOTER-LINE-5.
060600      CLOSE BOLSA-FAMILIA-FILE STUDENT-MASTER-FILE
060700          PRESENCA-FILE BOLSA-CONTROL-FILE.
060800      IF WS-ATTEND-DISPONIVEL
060900          CLOSE ATTENDANCE-FILE
061000      END-IF.
061100      DISPLAY 'PROGCOB57 - BENEFICIARIOS LIDOS...: '
061200          WS-BENEF-LIDOS.
061300      DISPLAY 'PROGCOB57 - REPORTADOS AO MEC.....: '
061400          WS-BENEF-REPORTADOS.
061500      DISPLAY 'PROGCOB57 - ABAIXO SEM MOTIVO.....: '
061600          WS-BENEF-SEM-MOTIVO.
061700      DISPLAY 'PROGCOB57 - SEM FREQUENCIA........: '
061800          WS-BENEF-SEM-FREQ.
061900  8000-EXIT.
062000      EXIT.
062100******************************************************************
062200* SHARED DATE-FORMATTING ROUTINES (SEE DATERTN.CPY)
062300******************************************************************
062400  COPY DATERTN.
062500******************************************************************
062600* SHARED CALENDARIO LETIVO ROUTINES (SEE CALRTN.CPY)
062700******************************************************************
062800  COPY CALRTN.
062900******************************************************************
063000* SHARED RUN-PARAMETER ROUTINES (SEE PARMRTN.CPY)
063100******************************************************************
063200  COPY PARMRTN.
