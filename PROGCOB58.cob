000100  IDENTIFICATION DIVISION.
000200  PROGRAM-ID. PROGCOB58.
000300  AUTHOR. ALEX.
000400  INSTALLATION. ESCOLA - SETOR DE PROCESSAMENTO DE DADOS.
000500  DATE-WRITTEN. 15/10/2026.
000600  DATE-COMPILED.
000700******************************************************************
000800* AREA DE COMENTARIOS - REMARKS
000900* OBJETIVO: RELATORIO DO TITULAR (LGPD ART. 18 II) - TUDO O QUE
001000* A ESCOLA GUARDA DE UM ALUNO, ARQUIVO POR ARQUIVO, REGISTRO POR
001100* REGISTRO. O TITULAR E PEDIDO NO RUNPARM PELA MATRICULA
001200* (PROGCOB58 MATRICULA) OU PELO NOME DO RESPONSAVEL (PROGCOB58
001300* RESPONSAVEL - PREFIXO DO GD-NOME-RESPONSAVEL; TODOS OS ALUNOS
001400* DAQUELE RESPONSAVEL ENTRAM, E OS PEDIDOS DA LISTA DE ESPERA
001500* AINDA SEM MATRICULA NO NOME DELE TAMBEM). PARA CADA ALUNO SAI
001600* UMA SECAO POR ARQUIVO - STUDMAS, GUARDIAN, ATTEND, BOLSFAM,
001700* GRADMAS, STUDHIST, DISCHIST, EXTHIST, AUDMAS, CONSMAS, DEPMAS,
001800* BILLMAS, BENEFMAS, LISTESP, CERTREG, MOVHIST, AUDITLOG E
001820* NOTIFOUT - COM O
001850* REGISTRO COMPLETO EM PEDACOS DE 64 POSICOES, OU 'NENHUM
001900* REGISTRO', OU 'ARQUIVO INDISPONIVEL'. CADA ARQUIVO CONSULTADO
002000* COM REGISTRO DO ALUNO GERA UM REGISTRO 'C' NO LGPDLOG COM O
002100* PROTOCOLO DO PEDIDO (PROGCOB58 PROTOCOLO); SEM LGPDLOG NADA E
002200* CONSULTADO
002300*
002400* MODIFICATION HISTORY
002500* DATE       INIT  DESCRIPTION
002600* 15/10/2026 ALEX  ORIGINAL
002650* 15/10/2026 ALEX  SECAO BENEFMAS - BOLSAS E DESCONTOS DO ALUNO
002660* 15/10/2026 ALEX  SECAO NOTIFOUT - AVISOS AO RESPONSAVEL; NOME EM
002670*                  BRANCO NO PEDIDO NAO CASA COM NENHUM REGISTRO
002700******************************************************************
002800  ENVIRONMENT DIVISION.
002900  CONFIGURATION SECTION.
003000  SOURCE-COMPUTER. IBM-370.
003100  OBJECT-COMPUTER. IBM-370.
003200  INPUT-OUTPUT SECTION.
003300  FILE-CONTROL.
003400      SELECT STUDENT-MASTER-FILE ASSIGN TO STUDMAS
003500          ORGANIZATION IS INDEXED
003600          ACCESS MODE IS RANDOM
003700          RECORD KEY IS SM-STUDENT-ID
003800          FILE STATUS IS WS-STUDMAS-STATUS.
003900      SELECT GUARDIAN-FILE ASSIGN TO GUARDIAN
004000          ORGANIZATION IS INDEXED
004100          ACCESS MODE IS DYNAMIC
004200          RECORD KEY IS GD-STUDENT-ID
004300          FILE STATUS IS WS-GUARDIAN-STATUS.
004400      SELECT ATTENDANCE-FILE ASSIGN TO ATTEND
004500          ORGANIZATION IS INDEXED
004600          ACCESS MODE IS RANDOM
004700          RECORD KEY IS AT-STUDENT-ID
004800          FILE STATUS IS WS-ATTEND-STATUS.
004900      SELECT BOLSA-FAMILIA-FILE ASSIGN TO BOLSFAM
005000          ORGANIZATION IS INDEXED
005100          ACCESS MODE IS RANDOM
005200          RECORD KEY IS BF-STUDENT-ID
005300          FILE STATUS IS WS-BOLSFAM-STATUS.
005400      SELECT GRADE-MASTER-FILE ASSIGN TO GRADMAS
005500          ORGANIZATION IS INDEXED
005600          ACCESS MODE IS DYNAMIC
005700          RECORD KEY IS GM-CHAVE
005800          FILE STATUS IS WS-GRADMAS-STATUS.
005900      SELECT STUDENT-HISTORY-FILE ASSIGN TO STUDHIST
006000          ORGANIZATION IS INDEXED
006100          ACCESS MODE IS DYNAMIC
006200          RECORD KEY IS SH-CHAVE
006300          FILE STATUS IS WS-STUDHIST-STATUS.
006400      SELECT DISC-HISTORY-FILE ASSIGN TO DISCHIST
006500          ORGANIZATION IS INDEXED
006600          ACCESS MODE IS DYNAMIC
006700          RECORD KEY IS DH-CHAVE
006800          FILE STATUS IS WS-DISCHIST-STATUS.
006900      SELECT EXTERNAL-HISTORY-FILE ASSIGN TO EXTHIST
007000          ORGANIZATION IS INDEXED
007100          ACCESS MODE IS DYNAMIC
007200          RECORD KEY IS EX-CHAVE
007300          FILE STATUS IS WS-EXTHIST-STATUS.
007400      SELECT AUDIT-MASTER-FILE ASSIGN TO AUDMAS
007500          ORGANIZATION IS INDEXED
007600          ACCESS MODE IS DYNAMIC
007700          RECORD KEY IS AM-CHAVE
007800          FILE STATUS IS WS-AUDMAS-STATUS.
007900      SELECT CONSELHO-FILE ASSIGN TO CONSMAS
008000          ORGANIZATION IS INDEXED
008100          ACCESS MODE IS DYNAMIC
008200          RECORD KEY IS CS-CHAVE
008300          FILE STATUS IS WS-CONSMAS-STATUS.
008400      SELECT DEPENDENCIA-FILE ASSIGN TO DEPMAS
008500          ORGANIZATION IS INDEXED
008600          ACCESS MODE IS DYNAMIC
008700          RECORD KEY IS DE-CHAVE
008800          FILE STATUS IS WS-DEPMAS-STATUS.
008900      SELECT BILLING-FILE ASSIGN TO BILLMAS
009000          ORGANIZATION IS INDEXED
009100          ACCESS MODE IS DYNAMIC
009200          RECORD KEY IS BL-CHAVE
009300          FILE STATUS IS WS-BILLMAS-STATUS.
009310      SELECT BENEFICIO-FILE ASSIGN TO BENEFMAS
009320          ORGANIZATION IS INDEXED
009330          ACCESS MODE IS DYNAMIC
009340          RECORD KEY IS BN-CHAVE
009350          FILE STATUS IS WS-BENEFMAS-STATUS.
009400      SELECT LISTA-ESPERA-FILE ASSIGN TO LISTESP
009500          ORGANIZATION IS INDEXED
009600          ACCESS MODE IS SEQUENTIAL
009700          RECORD KEY IS LE-CHAVE
009800          FILE STATUS IS WS-LISTESP-STATUS.
009900      SELECT CERT-REGISTRY-FILE ASSIGN TO CERTREG
010000          ORGANIZATION IS SEQUENTIAL
010100          FILE STATUS IS WS-CERTREG-STATUS.
010200      SELECT MOVE-HISTORY-FILE ASSIGN TO MOVHIST
010300          ORGANIZATION IS SEQUENTIAL
010400          FILE STATUS IS WS-MOVHIST-STATUS.
010500      SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
010600          ORGANIZATION IS SEQUENTIAL
010700          FILE STATUS IS WS-AUDITLOG-STATUS.
010720      SELECT NOTIF-FILE ASSIGN TO NOTIFOUT
010740          ORGANIZATION IS SEQUENTIAL
010760          FILE STATUS IS WS-NOTIFOUT-STATUS.
010800      SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
010900          ORGANIZATION IS SEQUENTIAL
011000          FILE STATUS IS WS-PARM-STATUS.
011100      SELECT LGPD-LOG-FILE ASSIGN TO LGPDLOG
011200          ORGANIZATION IS SEQUENTIAL
011300          FILE STATUS IS WS-LGPDLOG-STATUS.
011400      SELECT TITULAR-REPORT-FILE ASSIGN TO LGPDRPT
011500          ORGANIZATION IS LINE SEQUENTIAL
011600          FILE STATUS IS WS-LGPDRPT-STATUS.
011700  DATA DIVISION.
011800  FILE SECTION.
011900  FD  STUDENT-MASTER-FILE
012000      LABEL RECORDS ARE STANDARD.
012100  COPY STUDMAS.
012200  FD  GUARDIAN-FILE
012300      LABEL RECORDS ARE STANDARD.
012400  COPY GUARDREC.
012500  FD  ATTENDANCE-FILE
012600      LABEL RECORDS ARE STANDARD.
012700  COPY ATTENDNC.
012800  FD  BOLSA-FAMILIA-FILE
012900      LABEL RECORDS ARE STANDARD.
013000  COPY BOLSFAM.
013100  FD  GRADE-MASTER-FILE
013200      LABEL RECORDS ARE STANDARD.
013300  COPY GRADMAS.
013400  FD  STUDENT-HISTORY-FILE
013500      LABEL RECORDS ARE STANDARD.
013600  COPY STUDHIST.
013700  FD  DISC-HISTORY-FILE
013800      LABEL RECORDS ARE STANDARD.
013900  COPY DISCHIST.
014000  FD  EXTERNAL-HISTORY-FILE
014100      LABEL RECORDS ARE STANDARD.
014200  COPY EXTHIST.
014300  FD  AUDIT-MASTER-FILE
014400      LABEL RECORDS ARE STANDARD.
014500  COPY AUDMAS.
014600  FD  CONSELHO-FILE
014700      LABEL RECORDS ARE STANDARD.
014800  COPY CONSMAS.
014900  FD  DEPENDENCIA-FILE
015000      LABEL RECORDS ARE STANDARD.
015100  COPY DEPMAS.
015200  FD  BILLING-FILE
015300      LABEL RECORDS ARE STANDARD.
015400  COPY BILLREC.
015420  FD  BENEFICIO-FILE
015440      LABEL RECORDS ARE STANDARD.
015460  COPY BENEFREC.
015500  FD  LISTA-ESPERA-FILE
015600      LABEL RECORDS ARE STANDARD.
015700  COPY ESPERA.
015800  FD  CERT-REGISTRY-FILE
015900      LABEL RECORDS ARE STANDARD.
016000  01  CERT-REGISTRY-RECORD.
016100      05  CR-NUMERO               PIC 9(06).
016200      05  CR-STUDENT-ID           PIC X(06).
016300      05  CR-STUDENT-NAME         PIC X(20).
016400      05  CR-CLASS-SECTION        PIC X(06).
016500      05  CR-DATA-EMISSAO         PIC 9(08).
016600  FD  MOVE-HISTORY-FILE
016700      LABEL RECORDS ARE STANDARD.
016800  01  MOVE-HISTORY-RECORD.
016900      05  MH-STUDENT-ID           PIC X(06).
017000      05  MH-TIPO                 PIC X(01).
017100      05  MH-TURMA-ANTERIOR       PIC X(06).
017200      05  MH-TURMA-NOVA           PIC X(06).
017300      05  MH-DATA-EFETIVA         PIC 9(08).
017400      05  MH-DATA-PROCESSAMENTO   PIC 9(08).
017500  FD  AUDIT-LOG-FILE
017600      LABEL RECORDS ARE STANDARD.
017700  COPY AUDITREC.
017720  FD  NOTIF-FILE
017740      LABEL RECORDS ARE STANDARD.
017760  COPY NOTIFREC.
017800  FD  RUN-PARM-FILE
017900      LABEL RECORDS ARE STANDARD.
018000  COPY PARMREC.
018100  FD  LGPD-LOG-FILE
018200      LABEL RECORDS ARE STANDARD.
018300  COPY LGPDREC.
018400  FD  TITULAR-REPORT-FILE
018500      LABEL RECORDS ARE STANDARD.
018600  01  TR-LINE                     PIC X(80).
018700  WORKING-STORAGE SECTION.
018800******************************************************************
018900* SWITCHES
019000******************************************************************
019100  01  WS-SWITCHES.
019200      05  WS-ABORTAR-SW          PIC X(01) VALUE 'N'.
019300          88  WS-ABORTAR                   VALUE 'Y'.
019400      05  WS-FIM-SECAO-SW        PIC X(01) VALUE 'N'.
019500          88  WS-FIM-SECAO                 VALUE 'Y'.
019600      05  WS-SECAO-DISPONIVEL-SW PIC X(01) VALUE 'N'.
019700          88  WS-SECAO-DISPONIVEL          VALUE 'Y'.
019800      05  WS-TITULAR-REPETIDO-SW PIC X(01) VALUE 'N'.
019900          88  WS-TITULAR-REPETIDO          VALUE 'Y'.
020000      05  WS-STUDMAS-DISPONIVEL-SW PIC X(01) VALUE 'N'.
020100          88  WS-STUDMAS-DISPONIVEL        VALUE 'Y'.
020200      05  WS-GUARDIAN-DISPONIVEL-SW PIC X(01) VALUE 'N'.
020300          88  WS-GUARDIAN-DISPONIVEL       VALUE 'Y'.
020400      05  WS-ATTEND-DISPONIVEL-SW PIC X(01) VALUE 'N'.
020500          88  WS-ATTEND-DISPONIVEL         VALUE 'Y'.
020600      05  WS-BOLSFAM-DISPONIVEL-SW PIC X(01) VALUE 'N'.
020700          88  WS-BOLSFAM-DISPONIVEL        VALUE 'Y'.
020800      05  WS-GRADMAS-DISPONIVEL-SW PIC X(01) VALUE 'N'.
020900          88  WS-GRADMAS-DISPONIVEL        VALUE 'Y'.
021000      05  WS-STUDHIST-DISPONIVEL-SW PIC X(01) VALUE 'N'.
021100          88  WS-STUDHIST-DISPONIVEL       VALUE 'Y'.
021200      05  WS-DISCHIST-DISPONIVEL-SW PIC X(01) VALUE 'N'.
021300          88  WS-DISCHIST-DISPONIVEL       VALUE 'Y'.
021400      05  WS-EXTHIST-DISPONIVEL-SW PIC X(01) VALUE 'N'.
021500          88  WS-EXTHIST-DISPONIVEL        VALUE 'Y'.
021600      05  WS-AUDMAS-DISPONIVEL-SW PIC X(01) VALUE 'N'.
021700          88  WS-AUDMAS-DISPONIVEL         VALUE 'Y'.
021800      05  WS-CONSMAS-DISPONIVEL-SW PIC X(01) VALUE 'N'.
021900          88  WS-CONSMAS-DISPONIVEL        VALUE 'Y'.
022000      05  WS-DEPMAS-DISPONIVEL-SW PIC X(01) VALUE 'N'.
022100          88  WS-DEPMAS-DISPONIVEL         VALUE 'Y'.
022200      05  WS-BILLMAS-DISPONIVEL-SW PIC X(01) VALUE 'N'.
022300          88  WS-BILLMAS-DISPONIVEL        VALUE 'Y'.
022320      05  WS-BENEFMAS-DISPONIVEL-SW PIC X(01) VALUE 'N'.
022340          88  WS-BENEFMAS-DISPONIVEL       VALUE 'Y'.
022400******************************************************************
022500* FILE STATUS AND COUNTERS
022600******************************************************************
022700  01  WS-FILE-STATUSES.
022800      05  WS-STUDMAS-STATUS      PIC X(02) VALUE '00'.
022900          88  WS-STUDMAS-OK               VALUE '00'.
023000      05  WS-GUARDIAN-STATUS     PIC X(02) VALUE '00'.
023100          88  WS-GUARDIAN-OK              VALUE '00'.
023200      05  WS-ATTEND-STATUS       PIC X(02) VALUE '00'.
023300          88  WS-ATTEND-OK                VALUE '00'.
023400      05  WS-BOLSFAM-STATUS      PIC X(02) VALUE '00'.
023500          88  WS-BOLSFAM-OK               VALUE '00'.
023600      05  WS-GRADMAS-STATUS      PIC X(02) VALUE '00'.
023700          88  WS-GRADMAS-OK               VALUE '00'.
023800      05  WS-STUDHIST-STATUS     PIC X(02) VALUE '00'.
023900          88  WS-STUDHIST-OK              VALUE '00'.
024000      05  WS-DISCHIST-STATUS     PIC X(02) VALUE '00'.
024100          88  WS-DISCHIST-OK              VALUE '00'.
024200      05  WS-EXTHIST-STATUS      PIC X(02) VALUE '00'.
024300          88  WS-EXTHIST-OK               VALUE '00'.
024400      05  WS-AUDMAS-STATUS       PIC X(02) VALUE '00'.
024500          88  WS-AUDMAS-OK                VALUE '00'.
024600      05  WS-CONSMAS-STATUS      PIC X(02) VALUE '00'.
024700          88  WS-CONSMAS-OK               VALUE '00'.
024800      05  WS-DEPMAS-STATUS       PIC X(02) VALUE '00'.
024900          88  WS-DEPMAS-OK                VALUE '00'.
025000      05  WS-BILLMAS-STATUS      PIC X(02) VALUE '00'.
025100          88  WS-BILLMAS-OK               VALUE '00'.
025120      05  WS-BENEFMAS-STATUS     PIC X(02) VALUE '00'.
025140          88  WS-BENEFMAS-OK              VALUE '00'.
025200      05  WS-LISTESP-STATUS      PIC X(02) VALUE '00'.
025300          88  WS-LISTESP-OK               VALUE '00'.
025400      05  WS-CERTREG-STATUS      PIC X(02) VALUE '00'.
025500          88  WS-CERTREG-OK               VALUE '00'.
025600      05  WS-MOVHIST-STATUS      PIC X(02) VALUE '00'.
025700          88  WS-MOVHIST-OK               VALUE '00'.
025800      05  WS-AUDITLOG-STATUS     PIC X(02) VALUE '00'.
025900          88  WS-AUDITLOG-OK              VALUE '00'.
025920      05  WS-NOTIFOUT-STATUS     PIC X(02) VALUE '00'.
025940          88  WS-NOTIFOUT-OK              VALUE '00'.
026000      05  WS-LGPDRPT-STATUS      PIC X(02) VALUE '00'.
026100          88  WS-LGPDRPT-OK               VALUE '00'.
026200  01  WS-COUNTERS COMP.
026300      05  WS-QTDE-SECAO          PIC 9(05) VALUE ZERO.
026400      05  WS-QTDE-REGISTROS      PIC 9(05) VALUE ZERO.
026500      05  WS-QTDE-ARQUIVOS       PIC 9(05) VALUE ZERO.
026600******************************************************************
026700* RUN DATE - SAME STRUCTURE TESTE1 USES FOR THE SYSTEM DATE
026800******************************************************************
026900  01  WRK-DATA.
027000      05  WRK-ANO                PIC 9(04) VALUE ZEROS.
027100      05  WRK-MES                PIC 9(02) VALUE ZEROS.
027200      05  WRK-DIA                PIC 9(02) VALUE ZEROS.
027300  01  WRK-DATA-YYYYMMDD REDEFINES WRK-DATA PIC 9(08).
027400******************************************************************
027500* SHARED DATE-OUTPUT FIELDS (SEE DATEFMT.CPY)
027600******************************************************************
027700  COPY DATEFMT.
027800******************************************************************
027900* RUN-PARAMETER LOOKUP FIELDS (SEE PARMWS.CPY)
028000******************************************************************
028100  COPY PARMWS.
028200******************************************************************
028300* LGPD TREATMENT-LOG FIELDS AND LEGAL BASES (SEE LGPDWS.CPY)
028400******************************************************************
028500  COPY LGPDWS.
028600******************************************************************
028700* PEDIDO DO TITULAR - MATRICULA OU NOME DO RESPONSAVEL (COM DOIS
028800* BRANCOS DE SENTINELA PARA MEDIR O PREFIXO) E A TABELA DOS
028900* ALUNOS QUE ENTRAM NO RELATORIO
029000******************************************************************
029100  77  WRK-MATRICULA-PEDIDA        PIC X(06) VALUE SPACES.
029200  01  WRK-RESPONSAVEL-PEDIDO.
029300      05  WRK-RESPONSAVEL         PIC X(20) VALUE SPACES.
029400      05  FILLER                  PIC X(02) VALUE SPACES.
029500  77  WRK-NOME-TAM                PIC 9(02) COMP VALUE ZERO.
029600  77  WRK-TITULAR-MAX             PIC 9(02) COMP VALUE 20.
029700  77  WRK-QTDE-TITULARES          PIC 9(02) COMP VALUE ZERO.
029800  77  WRK-TIT-IDX                 PIC 9(02) COMP VALUE ZERO.
029900  77  WRK-BUSCA-IDX               PIC 9(02) COMP VALUE ZERO.
030000  77  WRK-TIT-ID                  PIC X(06) VALUE SPACES.
030100  01  WRK-TITULAR-TABELA.
030200      05  WRK-TT-MATRICULA        PIC X(06) OCCURS 20 TIMES.
030300******************************************************************
030400* REGISTRO CORRENTE, IMPRESSO EM PEDACOS DE 64 POSICOES ATE O
030500* RESTO FICAR EM BRANCO
030600******************************************************************
030700  77  WRK-ARQUIVO                 PIC X(08) VALUE SPACES.
030800  77  WRK-REGISTRO                PIC X(256) VALUE SPACES.
030900  77  WRK-REGISTRO-MAX            PIC 9(03) COMP VALUE 256.
031000  77  WRK-POS                     PIC 9(03) COMP VALUE ZERO.
031100  01  WRK-LG-CHAVE-CONTAGEM.
031200      05  FILLER                  PIC X(11) VALUE 'REGISTROS: '.
031300      05  WRK-LC-QTDE             PIC 9(05).
031400      05  FILLER                  PIC X(04) VALUE SPACES.
031500******************************************************************
031600* TITULAR REPORT LINE LAYOUTS
031700******************************************************************
031800  01  WS-HEADER-1.
031900      05  FILLER                 PIC X(41)
032000          VALUE 'RELATORIO DO TITULAR - LGPD ART. 18 II - '.
032100      05  FILLER                 PIC X(30)
032200          VALUE 'DADOS PESSOAIS MANTIDOS'.
032300  01  WS-HEADER-2.
032400      05  FILLER                 PIC X(06) VALUE 'DATA: '.
032500      05  WH2-DATA               PIC X(10).
032600      05  FILLER                 PIC X(13)
032700          VALUE ' PROTOCOLO: '.
032800      05  WH2-PROTOCOLO          PIC X(10).
032900  01  WS-HEADER-3.
033000      05  FILLER                 PIC X(13)
033100          VALUE 'MATRICULA.: '.
033200      05  WH3-MATRICULA          PIC X(06).
033300      05  FILLER                 PIC X(16)
033400          VALUE ' RESPONSAVEL.: '.
033500      05  WH3-RESPONSAVEL        PIC X(20).
033600  01  WS-HEADER-TITULAR.
033700      05  FILLER                 PIC X(22)
033800          VALUE '*** ALUNO MATRICULA: '.
033900      05  WHT-MATRICULA          PIC X(06).
034000      05  FILLER                 PIC X(04) VALUE ' ***'.
034100  01  WS-HEADER-ESPERA.
034200      05  FILLER                 PIC X(37)
034300          VALUE '*** LISTA DE ESPERA SEM MATRICULA ***'.
034400  01  WS-DETAIL-LINE.
034500      05  WD-ARQUIVO             PIC X(08).
034600      05  FILLER                 PIC X(01) VALUE SPACE.
034700      05  WD-MATRICULA           PIC X(06).
034800      05  FILLER                 PIC X(01) VALUE SPACE.
034900      05  WD-CONTEUDO            PIC X(64).
035000  01  WS-FOOTER-LINE.
035100      05  FILLER                 PIC X(27)
035200          VALUE 'ALUNOS/REGISTROS/ARQUIVOS: '.
035300      05  WF-ALUNOS              PIC ZZZZ9.
035400      05  FILLER                 PIC X(01) VALUE '/'.
035500      05  WF-REGISTROS           PIC ZZZZ9.
035600      05  FILLER                 PIC X(01) VALUE '/'.
035700      05  WF-ARQUIVOS            PIC ZZZZ9.
035800  01  WS-FOOTER-VAZIO.
035900      05  FILLER                 PIC X(38)
036000          VALUE 'NENHUM ALUNO ENCONTRADO PARA O TITULAR'.
036100  PROCEDURE DIVISION.
036200******************************************************************
036300* 0000-MAINLINE
036400* CONTROLS THE OVERALL FLOW OF THE TITULAR REPORT RUN
036500******************************************************************
036600  0000-MAINLINE.
036700      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
036800      IF NOT WS-ABORTAR
036900          PERFORM 2000-LISTAR-TITULAR THRU 2000-EXIT
037000              VARYING WRK-TIT-IDX FROM 1 BY 1
037100              UNTIL WRK-TIT-IDX > WRK-QTDE-TITULARES
037200          IF WRK-RESPONSAVEL NOT = SPACES
037300              PERFORM 3000-LISTAR-ESPERA-NOME THRU 3000-EXIT
037400          END-IF
037500      END-IF.
037600      PERFORM 8000-TERMINATE THRU 8000-EXIT.
037700      STOP RUN.
037800******************************************************************
037900* 1000-INITIALIZE
038000* READS THE REQUEST FROM RUNPARM, OPENS THE LOG, THE REPORT AND
038100* THE INDEXED FILES, AND BUILDS THE TABLE OF STUDENTS TO LIST
038200******************************************************************
038300  1000-INITIALIZE.
038400      ACCEPT WRK-DATA FROM DATE YYYYMMDD.
038500      PERFORM 9810-FORMATAR-DDMMYYYY THRU 9810-EXIT.
038600      MOVE DATEFMT-DDMMYYYY TO WH2-DATA.
038700      PERFORM 1100-LER-PARAMETROS THRU 1100-EXIT.
038800      IF WRK-MATRICULA-PEDIDA = SPACES
038900          AND WRK-RESPONSAVEL = SPACES
039000          DISPLAY 'PROGCOB58 - RUNPARM SEM MATRICULA NEM '
039100              'RESPONSAVEL - NADA A CONSULTAR'
039200          MOVE 'Y' TO WS-ABORTAR-SW
039300          GO TO 1000-EXIT
039400      END-IF.
039500      MOVE 'PROGCOB58' TO WRK-LG-PROGRAMA.
039600      PERFORM 9900-ABRIR-LGPDLOG THRU 9900-EXIT.
039700      IF NOT WS-LGPD-DISPONIVEL
039800          DISPLAY 'PROGCOB58 - SEM LGPDLOG NENHUM DADO PESSOAL E '
039900              'CONSULTADO - RELATORIO NAO EMITIDO'
040000          MOVE 'Y' TO WS-ABORTAR-SW
040100          GO TO 1000-EXIT
040200      END-IF.
040300      OPEN OUTPUT TITULAR-REPORT-FILE.
040400      IF NOT WS-LGPDRPT-OK
040500          DISPLAY 'PROGCOB58 - ERRO AO ABRIR LGPDRPT: '
040600              WS-LGPDRPT-STATUS
040700          MOVE 'Y' TO WS-ABORTAR-SW
040800          GO TO 1000-EXIT
040900      END-IF.
041000      WRITE TR-LINE FROM WS-HEADER-1.
041100      WRITE TR-LINE FROM WS-HEADER-2.
041200      WRITE TR-LINE FROM WS-HEADER-3.
041300      PERFORM 1200-ABRIR-ARQUIVOS THRU 1200-EXIT.
041400      IF WRK-MATRICULA-PEDIDA NOT = SPACES
041500          MOVE WRK-MATRICULA-PEDIDA TO WRK-TIT-ID
041600          PERFORM 1350-INCLUIR-TITULAR THRU 1350-EXIT
041700      END-IF.
041800      IF WRK-RESPONSAVEL NOT = SPACES
041900          PERFORM 1300-BUSCAR-RESPONSAVEL THRU 1300-EXIT
042000      END-IF.
042100  1000-EXIT.
042200      EXIT.
042300******************************************************************
042400* 1100-LER-PARAMETROS
042500* MATRICULA, RESPONSAVEL E PROTOCOLO DO PEDIDO NO RUNPARM
042600******************************************************************
042700  1100-LER-PARAMETROS.
042800      MOVE 'PROGCOB58' TO WRK-PARM-PROGRAMA.
042900      MOVE 'MATRICULA' TO WRK-PARM-NOME.
043000      PERFORM 9860-BUSCAR-PARM THRU 9860-EXIT.
043100      IF WS-PARM-ACHADO
043200          MOVE WRK-PARM-VALOR (1:6) TO WRK-MATRICULA-PEDIDA
043300      END-IF.
043400      MOVE 'RESPONSAVEL' TO WRK-PARM-NOME.
043500      PERFORM 9860-BUSCAR-PARM THRU 9860-EXIT.
043600      IF WS-PARM-ACHADO
043700          MOVE WRK-PARM-VALOR TO WRK-RESPONSAVEL
043800      END-IF.
043900      MOVE 'PROTOCOLO' TO WRK-PARM-NOME.
044000      PERFORM 9860-BUSCAR-PARM THRU 9860-EXIT.
044100      IF WS-PARM-ACHADO
044200          MOVE WRK-PARM-VALOR (1:10) TO WRK-LG-PROTOCOLO
044300      END-IF.
044400      MOVE WRK-LG-PROTOCOLO TO WH2-PROTOCOLO.
044500      MOVE WRK-MATRICULA-PEDIDA TO WH3-MATRICULA.
044600      MOVE WRK-RESPONSAVEL TO WH3-RESPONSAVEL.
044700      MOVE ZERO TO WRK-NOME-TAM.
044800      INSPECT WRK-RESPONSAVEL-PEDIDO TALLYING WRK-NOME-TAM
044900          FOR CHARACTERS BEFORE INITIAL '  '.
045000  1100-EXIT.
045100      EXIT.
045200******************************************************************
045300* 1200-ABRIR-ARQUIVOS
045400* OPENS THE INDEXED FILES FOR INPUT - ARQUIVO AUSENTE SAI NO
045500* RELATORIO COMO INDISPONIVEL. OS SEQUENCIAIS (LISTESP, CERTREG,
045600* MOVHIST, AUDITLOG, NOTIFOUT) SAO ABERTOS E VARRIDOS A CADA
045650* ALUNO
045700******************************************************************
045800  1200-ABRIR-ARQUIVOS.
045900      OPEN INPUT STUDENT-MASTER-FILE.
046000      IF WS-STUDMAS-OK
046100          MOVE 'Y' TO WS-STUDMAS-DISPONIVEL-SW
046200      END-IF.
046300      OPEN INPUT GUARDIAN-FILE.
046400      IF WS-GUARDIAN-OK
046500          MOVE 'Y' TO WS-GUARDIAN-DISPONIVEL-SW
046600      END-IF.
046700      OPEN INPUT ATTENDANCE-FILE.
046800      IF WS-ATTEND-OK
046900          MOVE 'Y' TO WS-ATTEND-DISPONIVEL-SW
047000      END-IF.
047100      OPEN INPUT BOLSA-FAMILIA-FILE.
047200      IF WS-BOLSFAM-OK
047300          MOVE 'Y' TO WS-BOLSFAM-DISPONIVEL-SW
047400      END-IF.
047500      OPEN INPUT GRADE-MASTER-FILE.
047600      IF WS-GRADMAS-OK
047700          MOVE 'Y' TO WS-GRADMAS-DISPONIVEL-SW
047800      END-IF.
047900      OPEN INPUT STUDENT-HISTORY-FILE.
048000      IF WS-STUDHIST-OK
048100          MOVE 'Y' TO WS-STUDHIST-DISPONIVEL-SW
048200      END-IF.
048300      OPEN INPUT DISC-HISTORY-FILE.
048400      IF WS-DISCHIST-OK
048500          MOVE 'Y' TO WS-DISCHIST-DISPONIVEL-SW
048600      END-IF.
048700      OPEN INPUT EXTERNAL-HISTORY-FILE.
048800      IF WS-EXTHIST-OK
048900          MOVE 'Y' TO WS-EXTHIST-DISPONIVEL-SW
049000      END-IF.
049100      OPEN INPUT AUDIT-MASTER-FILE.
049200      IF WS-AUDMAS-OK
049300          MOVE 'Y' TO WS-AUDMAS-DISPONIVEL-SW
049400      END-IF.
049500      OPEN INPUT CONSELHO-FILE.
049600      IF WS-CONSMAS-OK
049700          MOVE 'Y' TO WS-CONSMAS-DISPONIVEL-SW
049800      END-IF.
049900      OPEN INPUT DEPENDENCIA-FILE.
050000      IF WS-DEPMAS-OK
050100          MOVE 'Y' TO WS-DEPMAS-DISPONIVEL-SW
050200      END-IF.
050300      OPEN INPUT BILLING-FILE.
050400      IF WS-BILLMAS-OK
050500          MOVE 'Y' TO WS-BILLMAS-DISPONIVEL-SW
050600      END-IF.
050620      OPEN INPUT BENEFICIO-FILE.
050640      IF WS-BENEFMAS-OK
050660          MOVE 'Y' TO WS-BENEFMAS-DISPONIVEL-SW
050680      END-IF.
050700  1200-EXIT.
050800      EXIT.
050900******************************************************************
051000* 1300-BUSCAR-RESPONSAVEL
051100* VARRE O GUARDIAN E POE NA TABELA TODO ALUNO CUJO RESPONSAVEL
051200* COMECA PELO NOME PEDIDO
051300******************************************************************
051400  1300-BUSCAR-RESPONSAVEL.
051500      IF NOT WS-GUARDIAN-DISPONIVEL
051600          DISPLAY 'PROGCOB58 - GUARDIAN INDISPONIVEL - PEDIDO '
051700              'POR RESPONSAVEL SEM ALUNOS'
051800          GO TO 1300-EXIT
051900      END-IF.
052000      MOVE LOW-VALUES TO GD-STUDENT-ID.
052100      MOVE 'N' TO WS-FIM-SECAO-SW.
052200      START GUARDIAN-FILE KEY IS NOT LESS THAN GD-STUDENT-ID
052300          INVALID KEY
052400              MOVE 'Y' TO WS-FIM-SECAO-SW
052500      END-START.
052600      PERFORM 1310-LER-GUARDIAN THRU 1310-EXIT
052700          UNTIL WS-FIM-SECAO.
052800  1300-EXIT.
052900      EXIT.
053000******************************************************************
053100* 1310-LER-GUARDIAN
053200* READS THE NEXT GUARDIAN RECORD AND TAKES ITS STUDENT WHEN THE
053300* RESPONSAVEL NAME MATCHES
053400******************************************************************
053500  1310-LER-GUARDIAN.
053600      READ GUARDIAN-FILE NEXT RECORD
053700          AT END
053800              MOVE 'Y' TO WS-FIM-SECAO-SW
053900              GO TO 1310-EXIT
054000      END-READ.
054100      IF NOT WS-GUARDIAN-OK
054200          MOVE 'Y' TO WS-FIM-SECAO-SW
054300          GO TO 1310-EXIT
054400      END-IF.
054420      IF WRK-NOME-TAM = ZERO
054440          GO TO 1310-EXIT
054460      END-IF.
054500      IF GD-NOME-RESPONSAVEL (1:WRK-NOME-TAM)
054600          = WRK-RESPONSAVEL (1:WRK-NOME-TAM)
054700          MOVE GD-STUDENT-ID TO WRK-TIT-ID
054800          PERFORM 1350-INCLUIR-TITULAR THRU 1350-EXIT
054900      END-IF.
055000  1310-EXIT.
055100      EXIT.
055200******************************************************************
055300* 1350-INCLUIR-TITULAR
055400* ADDS WRK-TIT-ID TO THE TABLE UNLESS IT IS ALREADY THERE OR THE
055500* TABLE IS FULL
055600******************************************************************
055700  1350-INCLUIR-TITULAR.
055800      MOVE 'N' TO WS-TITULAR-REPETIDO-SW.
055900      PERFORM 1355-CONFERIR-REPETIDO THRU 1355-EXIT
056000          VARYING WRK-BUSCA-IDX FROM 1 BY 1
056100          UNTIL WRK-BUSCA-IDX > WRK-QTDE-TITULARES.
056200      IF WS-TITULAR-REPETIDO
056300          GO TO 1350-EXIT
056400      END-IF.
056500      IF WRK-QTDE-TITULARES NOT < WRK-TITULAR-MAX
056600          DISPLAY 'PROGCOB58 - TABELA DE ALUNOS CHEIA - '
056700              WRK-TIT-ID ' NAO LISTADO'
056800          GO TO 1350-EXIT
056900      END-IF.
057000      ADD 1 TO WRK-QTDE-TITULARES.
057100      MOVE WRK-TIT-ID TO WRK-TT-MATRICULA (WRK-QTDE-TITULARES).
057200  1350-EXIT.
057300      EXIT.
057400******************************************************************
057500* 1355-CONFERIR-REPETIDO
057600******************************************************************
057700  1355-CONFERIR-REPETIDO.
057800      IF WRK-TT-MATRICULA (WRK-BUSCA-IDX) = WRK-TIT-ID
057900          MOVE 'Y' TO WS-TITULAR-REPETIDO-SW
058000      END-IF.
058100  1355-EXIT.
058200      EXIT.
058300******************************************************************
058400* 2000-LISTAR-TITULAR
058500* PRINTS EVERY FILE SECTION FOR ONE STUDENT OF THE TABLE
058600******************************************************************
058700  2000-LISTAR-TITULAR.
058800      MOVE WRK-TT-MATRICULA (WRK-TIT-IDX) TO WRK-TIT-ID.
058900      MOVE WRK-TIT-ID TO WHT-MATRICULA.
059000      MOVE SPACES TO TR-LINE.
059100      WRITE TR-LINE.
059200      WRITE TR-LINE FROM WS-HEADER-TITULAR.
059300      PERFORM 2100-LISTAR-STUDMAS THRU 2100-EXIT.
059400      PERFORM 2110-LISTAR-GUARDIAN THRU 2110-EXIT.
059500      PERFORM 2120-LISTAR-ATTEND THRU 2120-EXIT.
059600      PERFORM 2130-LISTAR-BOLSFAM THRU 2130-EXIT.
059700      PERFORM 2200-LISTAR-GRADMAS THRU 2200-EXIT.
059800      PERFORM 2210-LISTAR-STUDHIST THRU 2210-EXIT.
059900      PERFORM 2220-LISTAR-DISCHIST THRU 2220-EXIT.
060000      PERFORM 2230-LISTAR-EXTHIST THRU 2230-EXIT.
060100      PERFORM 2240-LISTAR-AUDMAS THRU 2240-EXIT.
060200      PERFORM 2250-LISTAR-CONSMAS THRU 2250-EXIT.
060300      PERFORM 2260-LISTAR-DEPMAS THRU 2260-EXIT.
060400      PERFORM 2270-LISTAR-BILLMAS THRU 2270-EXIT.
060450      PERFORM 2280-LISTAR-BENEFMAS THRU 2280-EXIT.
060500      PERFORM 2300-LISTAR-LISTESP THRU 2300-EXIT.
060600      PERFORM 2310-LISTAR-CERTREG THRU 2310-EXIT.
060700      PERFORM 2320-LISTAR-MOVHIST THRU 2320-EXIT.
060800      PERFORM 2330-LISTAR-AUDITLOG THRU 2330-EXIT.
060850      PERFORM 2340-LISTAR-NOTIFOUT THRU 2340-EXIT.
060900  2000-EXIT.
061000      EXIT.
061100******************************************************************
061200* 2100-LISTAR-STUDMAS
061300* CADASTRO DO ALUNO - ONE RECORD BY KEY
061400******************************************************************
061500  2100-LISTAR-STUDMAS.
061600      MOVE 'STUDMAS' TO WRK-ARQUIVO.
061700      MOVE WS-STUDMAS-DISPONIVEL-SW TO WS-SECAO-DISPONIVEL-SW.
061800      PERFORM 7050-INICIAR-SECAO THRU 7050-EXIT.
061900      IF WS-SECAO-DISPONIVEL
062000          MOVE WRK-TIT-ID TO SM-STUDENT-ID
062100          READ STUDENT-MASTER-FILE
062200              INVALID KEY
062300                  CONTINUE
062400              NOT INVALID KEY
062500                  MOVE STUDENT-MASTER-RECORD TO WRK-REGISTRO
062600                  PERFORM 7000-LISTAR-REGISTRO THRU 7000-EXIT
062700          END-READ
062800      END-IF.
062900      PERFORM 7100-FECHAR-SECAO THRU 7100-EXIT.
063000  2100-EXIT.
063100      EXIT.
063200******************************************************************
063300* 2110-LISTAR-GUARDIAN
063400* RESPONSAVEL DO ALUNO - ONE RECORD BY KEY
063500******************************************************************
063600  2110-LISTAR-GUARDIAN.
063700      MOVE 'GUARDIAN' TO WRK-ARQUIVO.
063800      MOVE WS-GUARDIAN-DISPONIVEL-SW TO WS-SECAO-DISPONIVEL-SW.
063900      PERFORM 7050-INICIAR-SECAO THRU 7050-EXIT.
064000      IF WS-SECAO-DISPONIVEL
064100          MOVE WRK-TIT-ID TO GD-STUDENT-ID
064200          READ GUARDIAN-FILE
064300              INVALID KEY
064400                  CONTINUE
064500              NOT INVALID KEY
064600                  MOVE GUARDIAN-RECORD TO WRK-REGISTRO
064700                  PERFORM 7000-LISTAR-REGISTRO THRU 7000-EXIT
064800          END-READ
064900      END-IF.
065000      PERFORM 7100-FECHAR-SECAO THRU 7100-EXIT.
065100  2110-EXIT.
065200      EXIT.
065300******************************************************************
065400* 2120-LISTAR-ATTEND
065500* FREQUENCIA DO ALUNO - ONE RECORD BY KEY
065600******************************************************************
065700  2120-LISTAR-ATTEND.
065800      MOVE 'ATTEND' TO WRK-ARQUIVO.
065900      MOVE WS-ATTEND-DISPONIVEL-SW TO WS-SECAO-DISPONIVEL-SW.
066000      PERFORM 7050-INICIAR-SECAO THRU 7050-EXIT.
066100      IF WS-SECAO-DISPONIVEL
066200          MOVE WRK-TIT-ID TO AT-STUDENT-ID
066300          READ ATTENDANCE-FILE
066400              INVALID KEY
066500                  CONTINUE
066600              NOT INVALID KEY
066700                  MOVE ATTENDANCE-RECORD TO WRK-REGISTRO
066800                  PERFORM 7000-LISTAR-REGISTRO THRU 7000-EXIT
066900          END-READ
067000      END-IF.
067100      PERFORM 7100-FECHAR-SECAO THRU 7100-EXIT.
067200  2120-EXIT.
067300      EXIT.
067400******************************************************************
067500* 2130-LISTAR-BOLSFAM
067600* BENEFICIARIO DO BOLSA FAMILIA - ONE RECORD BY KEY
067700******************************************************************
067800  2130-LISTAR-BOLSFAM.
067900      MOVE 'BOLSFAM' TO WRK-ARQUIVO.
068000      MOVE WS-BOLSFAM-DISPONIVEL-SW TO WS-SECAO-DISPONIVEL-SW.
068100      PERFORM 7050-INICIAR-SECAO THRU 7050-EXIT.
068200      IF WS-SECAO-DISPONIVEL
068300          MOVE WRK-TIT-ID TO BF-STUDENT-ID
068400          READ BOLSA-FAMILIA-FILE
068500              INVALID KEY
068600                  CONTINUE
068700              NOT INVALID KEY
068800                  MOVE BOLSA-FAMILIA-RECORD TO WRK-REGISTRO
068900                  PERFORM 7000-LISTAR-REGISTRO THRU 7000-EXIT
069000          END-READ
069100      END-IF.
069200      PERFORM 7100-FECHAR-SECAO THRU 7100-EXIT.
069300  2130-EXIT.
069400      EXIT.
069500******************************************************************
069600* 2200-LISTAR-GRADMAS
069700* NOTAS DO PERIODO EM CURSO - PARTIAL-KEY BROWSE BY STUDENT
069800******************************************************************
069900  2200-LISTAR-GRADMAS.
070000      MOVE 'GRADMAS' TO WRK-ARQUIVO.
070100      MOVE WS-GRADMAS-DISPONIVEL-SW TO WS-SECAO-DISPONIVEL-SW.
070200      PERFORM 7050-INICIAR-SECAO THRU 7050-EXIT.
070300      IF WS-SECAO-DISPONIVEL
070400          MOVE WRK-TIT-ID TO GM-STUDENT-ID
070500          MOVE LOW-VALUES TO GM-DISCIPLINA
070600          START GRADE-MASTER-FILE KEY IS NOT LESS THAN GM-CHAVE
070700              INVALID KEY
070800                  MOVE 'Y' TO WS-FIM-SECAO-SW
070900          END-START
071000      END-IF.
071100      PERFORM 2205-LER-GRADMAS THRU 2205-EXIT
071200          UNTIL WS-FIM-SECAO.
071300      PERFORM 7100-FECHAR-SECAO THRU 7100-EXIT.
071400  2200-EXIT.
071500      EXIT.
071600******************************************************************
071700* 2205-LER-GRADMAS
071800******************************************************************
071900  2205-LER-GRADMAS.
072000      READ GRADE-MASTER-FILE NEXT RECORD
072100          AT END
072200              MOVE 'Y' TO WS-FIM-SECAO-SW
072300              GO TO 2205-EXIT
072400      END-READ.
072500      IF NOT WS-GRADMAS-OK OR GM-STUDENT-ID NOT = WRK-TIT-ID
072600          MOVE 'Y' TO WS-FIM-SECAO-SW
072700          GO TO 2205-EXIT
072800      END-IF.
072900      MOVE GRADE-MASTER-RECORD TO WRK-REGISTRO.
073000      PERFORM 7000-LISTAR-REGISTRO THRU 7000-EXIT.
073100  2205-EXIT.
073200      EXIT.
073300******************************************************************
073400* 2210-LISTAR-STUDHIST
073500* RESUMO DOS PERIODOS FECHADOS - PARTIAL-KEY BROWSE BY STUDENT
073600******************************************************************
073700  2210-LISTAR-STUDHIST.
073800      MOVE 'STUDHIST' TO WRK-ARQUIVO.
073900      MOVE WS-STUDHIST-DISPONIVEL-SW TO WS-SECAO-DISPONIVEL-SW.
074000      PERFORM 7050-INICIAR-SECAO THRU 7050-EXIT.
074100      IF WS-SECAO-DISPONIVEL
074200          MOVE WRK-TIT-ID TO SH-STUDENT-ID
074300          MOVE ZEROS TO SH-ANO-PERIODO
074400          START STUDENT-HISTORY-FILE
074500              KEY IS NOT LESS THAN SH-CHAVE
074600              INVALID KEY
074700                  MOVE 'Y' TO WS-FIM-SECAO-SW
074800          END-START
074900      END-IF.
075000      PERFORM 2215-LER-STUDHIST THRU 2215-EXIT
075100          UNTIL WS-FIM-SECAO.
075200      PERFORM 7100-FECHAR-SECAO THRU 7100-EXIT.
075300  2210-EXIT.
075400      EXIT.
075500******************************************************************
075600* 2215-LER-STUDHIST
075700******************************************************************
075800  2215-LER-STUDHIST.
075900      READ STUDENT-HISTORY-FILE NEXT RECORD
076000          AT END
076100              MOVE 'Y' TO WS-FIM-SECAO-SW
076200              GO TO 2215-EXIT
076300      END-READ.
076400      IF NOT WS-STUDHIST-OK OR SH-STUDENT-ID NOT = WRK-TIT-ID
076500          MOVE 'Y' TO WS-FIM-SECAO-SW
076600          GO TO 2215-EXIT
076700      END-IF.
076800      MOVE STUDENT-HISTORY-RECORD TO WRK-REGISTRO.
076900      PERFORM 7000-LISTAR-REGISTRO THRU 7000-EXIT.
077000  2215-EXIT.
077100      EXIT.
077200******************************************************************
077300* 2220-LISTAR-DISCHIST
077400* HISTORICO POR DISCIPLINA - PARTIAL-KEY BROWSE BY STUDENT
077500******************************************************************
077600  2220-LISTAR-DISCHIST.
077700      MOVE 'DISCHIST' TO WRK-ARQUIVO.
077800      MOVE WS-DISCHIST-DISPONIVEL-SW TO WS-SECAO-DISPONIVEL-SW.
077900      PERFORM 7050-INICIAR-SECAO THRU 7050-EXIT.
078000      IF WS-SECAO-DISPONIVEL
078100          MOVE WRK-TIT-ID TO DH-STUDENT-ID
078200          MOVE ZEROS TO DH-ANO-PERIODO
078300          MOVE LOW-VALUES TO DH-DISCIPLINA
078400          START DISC-HISTORY-FILE KEY IS NOT LESS THAN DH-CHAVE
078500              INVALID KEY
078600                  MOVE 'Y' TO WS-FIM-SECAO-SW
078700          END-START
078800      END-IF.
078900      PERFORM 2225-LER-DISCHIST THRU 2225-EXIT
079000          UNTIL WS-FIM-SECAO.
079100      PERFORM 7100-FECHAR-SECAO THRU 7100-EXIT.
079200  2220-EXIT.
079300      EXIT.
079400******************************************************************
079500* 2225-LER-DISCHIST
079600******************************************************************
079700  2225-LER-DISCHIST.
079800      READ DISC-HISTORY-FILE NEXT RECORD
079900          AT END
080000              MOVE 'Y' TO WS-FIM-SECAO-SW
080100              GO TO 2225-EXIT
080200      END-READ.
080300      IF NOT WS-DISCHIST-OK OR DH-STUDENT-ID NOT = WRK-TIT-ID
080400          MOVE 'Y' TO WS-FIM-SECAO-SW
080500          GO TO 2225-EXIT
080600      END-IF.
080700      MOVE DISC-HISTORY-RECORD TO WRK-REGISTRO.
080800      PERFORM 7000-LISTAR-REGISTRO THRU 7000-EXIT.
080900  2225-EXIT.
081000      EXIT.
081100******************************************************************
081200* 2230-LISTAR-EXTHIST
081300* HISTORICO EXTERNO (TRANSFERENCIA) - PARTIAL-KEY BROWSE
081400******************************************************************
081500  2230-LISTAR-EXTHIST.
081600      MOVE 'EXTHIST' TO WRK-ARQUIVO.
081700      MOVE WS-EXTHIST-DISPONIVEL-SW TO WS-SECAO-DISPONIVEL-SW.
081800      PERFORM 7050-INICIAR-SECAO THRU 7050-EXIT.
081900      IF WS-SECAO-DISPONIVEL
082000          MOVE WRK-TIT-ID TO EX-STUDENT-ID
082100          MOVE ZEROS TO EX-ANO-PERIODO
082200          MOVE LOW-VALUES TO EX-DISCIPLINA
082300          START EXTERNAL-HISTORY-FILE
082400              KEY IS NOT LESS THAN EX-CHAVE
082500              INVALID KEY
082600                  MOVE 'Y' TO WS-FIM-SECAO-SW
082700          END-START
082800      END-IF.
082900      PERFORM 2235-LER-EXTHIST THRU 2235-EXIT
083000          UNTIL WS-FIM-SECAO.
083100      PERFORM 7100-FECHAR-SECAO THRU 7100-EXIT.
083200  2230-EXIT.
083300      EXIT.
083400******************************************************************
083500* 2235-LER-EXTHIST
083600******************************************************************
083700  2235-LER-EXTHIST.
083800      READ EXTERNAL-HISTORY-FILE NEXT RECORD
083900          AT END
084000              MOVE 'Y' TO WS-FIM-SECAO-SW
084100              GO TO 2235-EXIT
084200      END-READ.
084300      IF NOT WS-EXTHIST-OK OR EX-STUDENT-ID NOT = WRK-TIT-ID
084400          MOVE 'Y' TO WS-FIM-SECAO-SW
084500          GO TO 2235-EXIT
084600      END-IF.
084700      MOVE EXTERNAL-HISTORY-RECORD TO WRK-REGISTRO.
084800      PERFORM 7000-LISTAR-REGISTRO THRU 7000-EXIT.
084900  2235-EXIT.
085000      EXIT.
085100******************************************************************
085200* 2240-LISTAR-AUDMAS
085300* TRILHA DE AUDITORIA DAS NOTAS - PARTIAL-KEY BROWSE
085400******************************************************************
085500  2240-LISTAR-AUDMAS.
085600      MOVE 'AUDMAS' TO WRK-ARQUIVO.
085700      MOVE WS-AUDMAS-DISPONIVEL-SW TO WS-SECAO-DISPONIVEL-SW.
085800      PERFORM 7050-INICIAR-SECAO THRU 7050-EXIT.
085900      IF WS-SECAO-DISPONIVEL
086000          MOVE WRK-TIT-ID TO AM-STUDENT-ID
086100          MOVE ZEROS TO AM-DATA-EXECUCAO
086200          MOVE ZEROS TO AM-SEQUENCIA
086300          START AUDIT-MASTER-FILE KEY IS NOT LESS THAN AM-CHAVE
086400              INVALID KEY
086500                  MOVE 'Y' TO WS-FIM-SECAO-SW
086600          END-START
086700      END-IF.
086800      PERFORM 2245-LER-AUDMAS THRU 2245-EXIT
086900          UNTIL WS-FIM-SECAO.
087000      PERFORM 7100-FECHAR-SECAO THRU 7100-EXIT.
087100  2240-EXIT.
087200      EXIT.
087300******************************************************************
087400* 2245-LER-AUDMAS
087500******************************************************************
087600  2245-LER-AUDMAS.
087700      READ AUDIT-MASTER-FILE NEXT RECORD
087800          AT END
087900              MOVE 'Y' TO WS-FIM-SECAO-SW
088000              GO TO 2245-EXIT
088100      END-READ.
088200      IF NOT WS-AUDMAS-OK OR AM-STUDENT-ID NOT = WRK-TIT-ID
088300          MOVE 'Y' TO WS-FIM-SECAO-SW
088400          GO TO 2245-EXIT
088500      END-IF.
088600      MOVE AUDIT-MASTER-RECORD TO WRK-REGISTRO.
088700      PERFORM 7000-LISTAR-REGISTRO THRU 7000-EXIT.
088800  2245-EXIT.
088900      EXIT.
089000******************************************************************
089100* 2250-LISTAR-CONSMAS
089200* DECISOES DO CONSELHO DE CLASSE - PARTIAL-KEY BROWSE
089300******************************************************************
089400  2250-LISTAR-CONSMAS.
089500      MOVE 'CONSMAS' TO WRK-ARQUIVO.
089600      MOVE WS-CONSMAS-DISPONIVEL-SW TO WS-SECAO-DISPONIVEL-SW.
089700      PERFORM 7050-INICIAR-SECAO THRU 7050-EXIT.
089800      IF WS-SECAO-DISPONIVEL
089900          MOVE WRK-TIT-ID TO CS-STUDENT-ID
090000          MOVE LOW-VALUES TO CS-DISCIPLINA
090100          START CONSELHO-FILE KEY IS NOT LESS THAN CS-CHAVE
090200              INVALID KEY
090300                  MOVE 'Y' TO WS-FIM-SECAO-SW
090400          END-START
090500      END-IF.
090600      PERFORM 2255-LER-CONSMAS THRU 2255-EXIT
090700          UNTIL WS-FIM-SECAO.
090800      PERFORM 7100-FECHAR-SECAO THRU 7100-EXIT.
090900  2250-EXIT.
091000      EXIT.
091100******************************************************************
091200* 2255-LER-CONSMAS
091300******************************************************************
091400  2255-LER-CONSMAS.
091500      READ CONSELHO-FILE NEXT RECORD
091600          AT END
091700              MOVE 'Y' TO WS-FIM-SECAO-SW
091800              GO TO 2255-EXIT
091900      END-READ.
092000      IF NOT WS-CONSMAS-OK OR CS-STUDENT-ID NOT = WRK-TIT-ID
092100          MOVE 'Y' TO WS-FIM-SECAO-SW
092200          GO TO 2255-EXIT
092300      END-IF.
092400      MOVE CONSELHO-RECORD TO WRK-REGISTRO.
092500      PERFORM 7000-LISTAR-REGISTRO THRU 7000-EXIT.
092600  2255-EXIT.
092700      EXIT.
092800******************************************************************
092900* 2260-LISTAR-DEPMAS
093000* DEPENDENCIAS (PROGRESSAO PARCIAL) - PARTIAL-KEY BROWSE
093100******************************************************************
093200  2260-LISTAR-DEPMAS.
093300      MOVE 'DEPMAS' TO WRK-ARQUIVO.
093400      MOVE WS-DEPMAS-DISPONIVEL-SW TO WS-SECAO-DISPONIVEL-SW.
093500      PERFORM 7050-INICIAR-SECAO THRU 7050-EXIT.
093600      IF WS-SECAO-DISPONIVEL
093700          MOVE WRK-TIT-ID TO DE-STUDENT-ID
093800          MOVE LOW-VALUES TO DE-DISCIPLINA
093900          MOVE ZEROS TO DE-ANO-ORIGEM
094000          START DEPENDENCIA-FILE KEY IS NOT LESS THAN DE-CHAVE
094100              INVALID KEY
094200                  MOVE 'Y' TO WS-FIM-SECAO-SW
094300          END-START
094400      END-IF.
094500      PERFORM 2265-LER-DEPMAS THRU 2265-EXIT
094600          UNTIL WS-FIM-SECAO.
094700      PERFORM 7100-FECHAR-SECAO THRU 7100-EXIT.
094800  2260-EXIT.
094900      EXIT.
095000******************************************************************
095100* 2265-LER-DEPMAS
095200******************************************************************
095300  2265-LER-DEPMAS.
095400      READ DEPENDENCIA-FILE NEXT RECORD
095500          AT END
095600              MOVE 'Y' TO WS-FIM-SECAO-SW
095700              GO TO 2265-EXIT
095800      END-READ.
095900      IF NOT WS-DEPMAS-OK OR DE-STUDENT-ID NOT = WRK-TIT-ID
096000          MOVE 'Y' TO WS-FIM-SECAO-SW
096100          GO TO 2265-EXIT
096200      END-IF.
096300      MOVE DEPENDENCIA-RECORD TO WRK-REGISTRO.
096400      PERFORM 7000-LISTAR-REGISTRO THRU 7000-EXIT.
096500  2265-EXIT.
096600      EXIT.
096700******************************************************************
096800* 2270-LISTAR-BILLMAS
096900* MENSALIDADES - PARTIAL-KEY BROWSE BY STUDENT
097000******************************************************************
097100  2270-LISTAR-BILLMAS.
097200      MOVE 'BILLMAS' TO WRK-ARQUIVO.
097300      MOVE WS-BILLMAS-DISPONIVEL-SW TO WS-SECAO-DISPONIVEL-SW.
097400      PERFORM 7050-INICIAR-SECAO THRU 7050-EXIT.
097500      IF WS-SECAO-DISPONIVEL
097600          MOVE WRK-TIT-ID TO BL-STUDENT-ID
097700          MOVE ZEROS TO BL-COMPETENCIA
097800          START BILLING-FILE KEY IS NOT LESS THAN BL-CHAVE
097900              INVALID KEY
098000                  MOVE 'Y' TO WS-FIM-SECAO-SW
098100          END-START
098200      END-IF.
098300      PERFORM 2275-LER-BILLMAS THRU 2275-EXIT
098400          UNTIL WS-FIM-SECAO.
098500      PERFORM 7100-FECHAR-SECAO THRU 7100-EXIT.
098600  2270-EXIT.
098700      EXIT.
098800******************************************************************
098900* 2275-LER-BILLMAS
099000******************************************************************
099100  2275-LER-BILLMAS.
099200      READ BILLING-FILE NEXT RECORD
099300          AT END
099400              MOVE 'Y' TO WS-FIM-SECAO-SW
099500              GO TO 2275-EXIT
099600      END-READ.
099700      IF NOT WS-BILLMAS-OK OR BL-STUDENT-ID NOT = WRK-TIT-ID
099800          MOVE 'Y' TO WS-FIM-SECAO-SW
099900          GO TO 2275-EXIT
100000      END-IF.
100100      MOVE BILLING-RECORD TO WRK-REGISTRO.
100200      PERFORM 7000-LISTAR-REGISTRO THRU 7000-EXIT.
100300  2275-EXIT.
100400      EXIT.
100402******************************************************************
100404* 2280-LISTAR-BENEFMAS
100406* BOLSAS E DESCONTOS - PARTIAL-KEY BROWSE BY STUDENT
100408******************************************************************
100410  2280-LISTAR-BENEFMAS.
100412      MOVE 'BENEFMAS' TO WRK-ARQUIVO.
100414      MOVE WS-BENEFMAS-DISPONIVEL-SW TO WS-SECAO-DISPONIVEL-SW.
100416      PERFORM 7050-INICIAR-SECAO THRU 7050-EXIT.
100418      IF WS-SECAO-DISPONIVEL
100420          MOVE WRK-TIT-ID TO BN-STUDENT-ID
100422          MOVE LOW-VALUES TO BN-TIPO
100424          START BENEFICIO-FILE KEY IS NOT LESS THAN BN-CHAVE
100426              INVALID KEY
100428                  MOVE 'Y' TO WS-FIM-SECAO-SW
100430          END-START
100432      END-IF.
100434      PERFORM 2285-LER-BENEFMAS THRU 2285-EXIT
100436          UNTIL WS-FIM-SECAO.
100438      PERFORM 7100-FECHAR-SECAO THRU 7100-EXIT.
100440  2280-EXIT.
100442      EXIT.
100444******************************************************************
100446* 2285-LER-BENEFMAS
100448******************************************************************
100450  2285-LER-BENEFMAS.
100452      READ BENEFICIO-FILE NEXT RECORD
100454          AT END
100456              MOVE 'Y' TO WS-FIM-SECAO-SW
100458              GO TO 2285-EXIT
100460      END-READ.
100462      IF NOT WS-BENEFMAS-OK OR BN-STUDENT-ID NOT = WRK-TIT-ID
100464          MOVE 'Y' TO WS-FIM-SECAO-SW
100466          GO TO 2285-EXIT
100468      END-IF.
100470      MOVE BENEFICIO-RECORD TO WRK-REGISTRO.
100472      PERFORM 7000-LISTAR-REGISTRO THRU 7000-EXIT.
100474  2285-EXIT.
100476      EXIT.
100500******************************************************************
100600* 2300-LISTAR-LISTESP
100700* PEDIDOS DA LISTA DE ESPERA COM A MATRICULA DO ALUNO - O
100800* ARQUIVO E CHAVEADO POR TURMA, ENTAO E VARRIDO INTEIRO
100900******************************************************************
101000  2300-LISTAR-LISTESP.
101100      MOVE 'LISTESP' TO WRK-ARQUIVO.
101200      MOVE 'N' TO WS-SECAO-DISPONIVEL-SW.
101300      OPEN INPUT LISTA-ESPERA-FILE.
101400      IF WS-LISTESP-OK
101500          MOVE 'Y' TO WS-SECAO-DISPONIVEL-SW
101600      END-IF.
101700      PERFORM 7050-INICIAR-SECAO THRU 7050-EXIT.
101800      PERFORM 2305-LER-LISTESP THRU 2305-EXIT
101900          UNTIL WS-FIM-SECAO.
102000      IF WS-SECAO-DISPONIVEL
102100          CLOSE LISTA-ESPERA-FILE
102200      END-IF.
102300      PERFORM 7100-FECHAR-SECAO THRU 7100-EXIT.
102400  2300-EXIT.
102500      EXIT.
102600******************************************************************
102700* 2305-LER-LISTESP
102800******************************************************************
102900  2305-LER-LISTESP.
103000      READ LISTA-ESPERA-FILE
103100          AT END
103200              MOVE 'Y' TO WS-FIM-SECAO-SW
103300              GO TO 2305-EXIT
103400      END-READ.
103500      IF LE-STUDENT-ID = WRK-TIT-ID
103600          MOVE LISTA-ESPERA-RECORD TO WRK-REGISTRO
103700          PERFORM 7000-LISTAR-REGISTRO THRU 7000-EXIT
103800      END-IF.
103900  2305-EXIT.
104000      EXIT.
104100******************************************************************
104200* 2310-LISTAR-CERTREG
104300* LIVRO DE REGISTRO DE CERTIFICADOS - SEQUENTIAL SCAN
104400******************************************************************
104500  2310-LISTAR-CERTREG.
104600      MOVE 'CERTREG' TO WRK-ARQUIVO.
104700      MOVE 'N' TO WS-SECAO-DISPONIVEL-SW.
104800      OPEN INPUT CERT-REGISTRY-FILE.
104900      IF WS-CERTREG-OK
105000          MOVE 'Y' TO WS-SECAO-DISPONIVEL-SW
105100      END-IF.
105200      PERFORM 7050-INICIAR-SECAO THRU 7050-EXIT.
105300      PERFORM 2315-LER-CERTREG THRU 2315-EXIT
105400          UNTIL WS-FIM-SECAO.
105500      IF WS-SECAO-DISPONIVEL
105600          CLOSE CERT-REGISTRY-FILE
105700      END-IF.
105800      PERFORM 7100-FECHAR-SECAO THRU 7100-EXIT.
105900  2310-EXIT.
106000      EXIT.
106100******************************************************************
106200* 2315-LER-CERTREG
106300******************************************************************
106400  2315-LER-CERTREG.
106500      READ CERT-REGISTRY-FILE
106600          AT END
106700              MOVE 'Y' TO WS-FIM-SECAO-SW
106800              GO TO 2315-EXIT
106900      END-READ.
107000      IF CR-STUDENT-ID = WRK-TIT-ID
107100          MOVE CERT-REGISTRY-RECORD TO WRK-REGISTRO
107200          PERFORM 7000-LISTAR-REGISTRO THRU 7000-EXIT
107300      END-IF.
107400  2315-EXIT.
107500      EXIT.
107600******************************************************************
107700* 2320-LISTAR-MOVHIST
107800* MOVIMENTACOES (TRANSFERENCIAS, TROCAS DE TURMA) - SEQUENTIAL
107900******************************************************************
108000  2320-LISTAR-MOVHIST.
108100      MOVE 'MOVHIST' TO WRK-ARQUIVO.
108200      MOVE 'N' TO WS-SECAO-DISPONIVEL-SW.
108300      OPEN INPUT MOVE-HISTORY-FILE.
108400      IF WS-MOVHIST-OK
108500          MOVE 'Y' TO WS-SECAO-DISPONIVEL-SW
108600      END-IF.
108700      PERFORM 7050-INICIAR-SECAO THRU 7050-EXIT.
108800      PERFORM 2325-LER-MOVHIST THRU 2325-EXIT
108900          UNTIL WS-FIM-SECAO.
109000      IF WS-SECAO-DISPONIVEL
109100          CLOSE MOVE-HISTORY-FILE
109200      END-IF.
109300      PERFORM 7100-FECHAR-SECAO THRU 7100-EXIT.
109400  2320-EXIT.
109500      EXIT.
109600******************************************************************
109700* 2325-LER-MOVHIST
109800******************************************************************
109900  2325-LER-MOVHIST.
110000      READ MOVE-HISTORY-FILE
110100          AT END
110200              MOVE 'Y' TO WS-FIM-SECAO-SW
110300              GO TO 2325-EXIT
110400      END-READ.
110500      IF MH-STUDENT-ID = WRK-TIT-ID
110600          MOVE MOVE-HISTORY-RECORD TO WRK-REGISTRO
110700          PERFORM 7000-LISTAR-REGISTRO THRU 7000-EXIT
110800      END-IF.
110900  2325-EXIT.
111000      EXIT.
111100******************************************************************
111200* 2330-LISTAR-AUDITLOG
111300* LOG DE EXECUCAO DO PROCESSAMENTO DE NOTAS - SEQUENTIAL SCAN
111400******************************************************************
111500  2330-LISTAR-AUDITLOG.
111600      MOVE 'AUDITLOG' TO WRK-ARQUIVO.
111700      MOVE 'N' TO WS-SECAO-DISPONIVEL-SW.
111800      OPEN INPUT AUDIT-LOG-FILE.
111900      IF WS-AUDITLOG-OK
112000          MOVE 'Y' TO WS-SECAO-DISPONIVEL-SW
112100      END-IF.
112200      PERFORM 7050-INICIAR-SECAO THRU 7050-EXIT.
112300      PERFORM 2335-LER-AUDITLOG THRU 2335-EXIT
112400          UNTIL WS-FIM-SECAO.
112500      IF WS-SECAO-DISPONIVEL
112600          CLOSE AUDIT-LOG-FILE
112700      END-IF.
112800      PERFORM 7100-FECHAR-SECAO THRU 7100-EXIT.
112900  2330-EXIT.
113000      EXIT.
113100******************************************************************
113200* 2335-LER-AUDITLOG
113300******************************************************************
113400  2335-LER-AUDITLOG.
113500      READ AUDIT-LOG-FILE
113600          AT END
113700              MOVE 'Y' TO WS-FIM-SECAO-SW
113800              GO TO 2335-EXIT
113900      END-READ.
114000      IF AR-STUDENT-ID = WRK-TIT-ID
114100          MOVE AUDIT-RECORD TO WRK-REGISTRO
114200          PERFORM 7000-LISTAR-REGISTRO THRU 7000-EXIT
114300      END-IF.
114400  2335-EXIT.
114500      EXIT.
114502******************************************************************
114504* 2340-LISTAR-NOTIFOUT
114506* AVISOS ENVIADOS AO RESPONSAVEL (NOME E DESTINO SMS/E-MAIL) -
114508* SEQUENTIAL SCAN
114510******************************************************************
114512  2340-LISTAR-NOTIFOUT.
114514      MOVE 'NOTIFOUT' TO WRK-ARQUIVO.
114516      MOVE 'N' TO WS-SECAO-DISPONIVEL-SW.
114518      OPEN INPUT NOTIF-FILE.
114520      IF WS-NOTIFOUT-OK
114522          MOVE 'Y' TO WS-SECAO-DISPONIVEL-SW
114524      END-IF.
114526      PERFORM 7050-INICIAR-SECAO THRU 7050-EXIT.
114528      PERFORM 2345-LER-NOTIFOUT THRU 2345-EXIT
114530          UNTIL WS-FIM-SECAO.
114532      IF WS-SECAO-DISPONIVEL
114534          CLOSE NOTIF-FILE
114536      END-IF.
114538      PERFORM 7100-FECHAR-SECAO THRU 7100-EXIT.
114540  2340-EXIT.
114542      EXIT.
114544******************************************************************
114546* 2345-LER-NOTIFOUT
114548******************************************************************
114550  2345-LER-NOTIFOUT.
114552      READ NOTIF-FILE
114554          AT END
114556              MOVE 'Y' TO WS-FIM-SECAO-SW
114558              GO TO 2345-EXIT
114560      END-READ.
114562      IF NT-STUDENT-ID = WRK-TIT-ID
114564          MOVE NOTIFICACAO-RECORD TO WRK-REGISTRO
114566          PERFORM 7000-LISTAR-REGISTRO THRU 7000-EXIT
114568      END-IF.
114570  2345-EXIT.
114572      EXIT.
114600******************************************************************
114700* 3000-LISTAR-ESPERA-NOME
114800* PEDIDO POR RESPONSAVEL - LISTA OS PEDIDOS DE MATRICULA NA
114900* LISTA DE ESPERA AINDA SEM MATRICULA FEITOS EM NOME DELE
115000******************************************************************
115100  3000-LISTAR-ESPERA-NOME.
115200      MOVE SPACES TO WRK-TIT-ID.
115300      MOVE SPACES TO TR-LINE.
115400      WRITE TR-LINE.
115500      WRITE TR-LINE FROM WS-HEADER-ESPERA.
115600      MOVE 'LISTESP' TO WRK-ARQUIVO.
115700      MOVE 'N' TO WS-SECAO-DISPONIVEL-SW.
115800      OPEN INPUT LISTA-ESPERA-FILE.
115900      IF WS-LISTESP-OK
116000          MOVE 'Y' TO WS-SECAO-DISPONIVEL-SW
116100      END-IF.
116200      PERFORM 7050-INICIAR-SECAO THRU 7050-EXIT.
116300      PERFORM 3005-LER-ESPERA-NOME THRU 3005-EXIT
116400          UNTIL WS-FIM-SECAO.
116500      IF WS-SECAO-DISPONIVEL
116600          CLOSE LISTA-ESPERA-FILE
116700      END-IF.
116800      PERFORM 7100-FECHAR-SECAO THRU 7100-EXIT.
116900  3000-EXIT.
117000      EXIT.
117100******************************************************************
117200* 3005-LER-ESPERA-NOME
117300******************************************************************
117400  3005-LER-ESPERA-NOME.
117500      READ LISTA-ESPERA-FILE
117600          AT END
117700              MOVE 'Y' TO WS-FIM-SECAO-SW
117800              GO TO 3005-EXIT
117900      END-READ.
117920      IF WRK-NOME-TAM = ZERO
117940          GO TO 3005-EXIT
117960      END-IF.
118000      IF LE-STUDENT-ID = SPACES
118100          AND LE-NOME-RESPONSAVEL (1:WRK-NOME-TAM)
118200              = WRK-RESPONSAVEL (1:WRK-NOME-TAM)
118300          MOVE LISTA-ESPERA-RECORD TO WRK-REGISTRO
118400          PERFORM 7000-LISTAR-REGISTRO THRU 7000-EXIT
118500      END-IF.
118600  3005-EXIT.
118700      EXIT.
118800******************************************************************
118900* 7000-LISTAR-REGISTRO
119000* PRINTS THE RECORD IN WRK-REGISTRO - THE FIRST LINE CARRIES THE
119100* FILE AND STUDENT, THE REST ARE CONTINUATION LINES
119200******************************************************************
119300  7000-LISTAR-REGISTRO.
119400      ADD 1 TO WS-QTDE-SECAO.
119500      ADD 1 TO WS-QTDE-REGISTROS.
119600      MOVE WRK-ARQUIVO TO WD-ARQUIVO.
119700      MOVE WRK-TIT-ID TO WD-MATRICULA.
119800      PERFORM 7010-IMPRIMIR-PEDACO THRU 7010-EXIT
119900          VARYING WRK-POS FROM 1 BY 64
120000          UNTIL WRK-POS > WRK-REGISTRO-MAX.
120100      MOVE SPACES TO WRK-REGISTRO.
120200  7000-EXIT.
120300      EXIT.
120400******************************************************************
120500* 7010-IMPRIMIR-PEDACO
120600* ONE 64-BYTE SLICE OF THE RECORD, SKIPPED ONCE ONLY BLANKS
120700* REMAIN
120800******************************************************************
120900  7010-IMPRIMIR-PEDACO.
121000      IF WRK-POS > 1
121100          AND WRK-REGISTRO (WRK-POS:) = SPACES
121200          GO TO 7010-EXIT
121300      END-IF.
121400      MOVE WRK-REGISTRO (WRK-POS:64) TO WD-CONTEUDO.
121500      WRITE TR-LINE FROM WS-DETAIL-LINE.
121600      MOVE SPACES TO WD-ARQUIVO.
121700      MOVE SPACES TO WD-MATRICULA.
121800  7010-EXIT.
121900      EXIT.
122000******************************************************************
122100* 7050-INICIAR-SECAO
122200* ZEROES THE SECTION COUNT; AN UNAVAILABLE FILE ENDS THE SECTION
122300* BEFORE ANY READ
122400******************************************************************
122500  7050-INICIAR-SECAO.
122600      MOVE ZERO TO WS-QTDE-SECAO.
122700      MOVE SPACES TO WRK-REGISTRO.
122800      IF WS-SECAO-DISPONIVEL
122900          MOVE 'N' TO WS-FIM-SECAO-SW
123000      ELSE
123100          MOVE 'Y' TO WS-FIM-SECAO-SW
123200      END-IF.
123300  7050-EXIT.
123400      EXIT.
123500******************************************************************
123600* 7100-FECHAR-SECAO
123700* PRINTS THE EMPTY/UNAVAILABLE LINE, OR LOGS THE CONSULTATION OF
123800* THE RECORDS FOUND TO LGPDLOG
123900******************************************************************
124000  7100-FECHAR-SECAO.
124100      IF NOT WS-SECAO-DISPONIVEL
124200          MOVE WRK-ARQUIVO TO WD-ARQUIVO
124300          MOVE WRK-TIT-ID TO WD-MATRICULA
124400          MOVE 'ARQUIVO INDISPONIVEL' TO WD-CONTEUDO
124500          WRITE TR-LINE FROM WS-DETAIL-LINE
124600          GO TO 7100-EXIT
124700      END-IF.
124800      IF WS-QTDE-SECAO = ZERO
124900          MOVE WRK-ARQUIVO TO WD-ARQUIVO
125000          MOVE WRK-TIT-ID TO WD-MATRICULA
125100          MOVE 'NENHUM REGISTRO' TO WD-CONTEUDO
125200          WRITE TR-LINE FROM WS-DETAIL-LINE
125300          GO TO 7100-EXIT
125400      END-IF.
125500      ADD 1 TO WS-QTDE-ARQUIVOS.
125600      MOVE WS-QTDE-SECAO TO WRK-LC-QTDE.
125700      MOVE 'C' TO WRK-LG-ACAO.
125800      MOVE WRK-TIT-ID TO WRK-LG-STUDENT-ID.
125900      MOVE WRK-ARQUIVO TO WRK-LG-ARQUIVO.
126000      MOVE WRK-LG-CHAVE-CONTAGEM TO WRK-LG-CHAVE.
126100      MOVE WRK-BASE-ACESSO-TITULAR TO WRK-LG-BASE-LEGAL.
126200      PERFORM 9905-GRAVAR-LGPDLOG THRU 9905-EXIT.
126300  7100-EXIT.
126400      EXIT.
126500******************************************************************
126600* 8000-TERMINATE
126700* WRITES THE FOOTER, CLOSES FILES
126800******************************************************************
126900  8000-TERMINATE.
127000      IF WS-LGPD-DISPONIVEL AND WS-LGPDRPT-OK
127100          IF WRK-QTDE-TITULARES = ZERO
127200              WRITE TR-LINE FROM WS-FOOTER-VAZIO
127300          END-IF
127400          MOVE WRK-QTDE-TITULARES TO WF-ALUNOS
127500          MOVE WS-QTDE-REGISTROS TO WF-REGISTROS
127600          MOVE WS-QTDE-ARQUIVOS TO WF-ARQUIVOS
127700          MOVE SPACES TO TR-LINE
127800          WRITE TR-LINE
127900          WRITE TR-LINE FROM WS-FOOTER-LINE
128000          CLOSE TITULAR-REPORT-FILE
128100      END-IF.
128200      IF WS-STUDMAS-DISPONIVEL
128300          CLOSE STUDENT-MASTER-FILE
128400      END-IF.
128500      IF WS-GUARDIAN-DISPONIVEL
128600          CLOSE GUARDIAN-FILE
128700      END-IF.
128800      IF WS-ATTEND-DISPONIVEL
128900          CLOSE ATTENDANCE-FILE
129000      END-IF.
129100      IF WS-BOLSFAM-DISPONIVEL
129200          CLOSE BOLSA-FAMILIA-FILE
129300      END-IF.
129400      IF WS-GRADMAS-DISPONIVEL
129500          CLOSE GRADE-MASTER-FILE
129600      END-IF.
129700      IF WS-STUDHIST-DISPONIVEL
129800          CLOSE STUDENT-HISTORY-FILE
129900      END-IF.
130000      IF WS-DISCHIST-DISPONIVEL
130100          CLOSE DISC-HISTORY-FILE
130200      END-IF.
130300      IF WS-EXTHIST-DISPONIVEL
130400          CLOSE EXTERNAL-HISTORY-FILE
130500      END-IF.
130600      IF WS-AUDMAS-DISPONIVEL
130700          CLOSE AUDIT-MASTER-FILE
130800      END-IF.
130900      IF WS-CONSMAS-DISPONIVEL
131000          CLOSE CONSELHO-FILE
131100      END-IF.
131200      IF WS-DEPMAS-DISPONIVEL
131300          CLOSE DEPENDENCIA-FILE
131400      END-IF.
131500      IF WS-BILLMAS-DISPONIVEL
131600          CLOSE BILLING-FILE
131700      END-IF.
131720      IF WS-BENEFMAS-DISPONIVEL
131740          CLOSE BENEFICIO-FILE
131760      END-IF.
131800      PERFORM 9909-FECHAR-LGPDLOG THRU 9909-EXIT.
131900      DISPLAY 'PROGCOB58 - ALUNOS LISTADOS......: '
132000          WRK-QTDE-TITULARES.
132100      DISPLAY 'PROGCOB58 - REGISTROS LISTADOS...: '
132200          WS-QTDE-REGISTROS.
132300  8000-EXIT.
132400      EXIT.
132500******************************************************************
132600* SHARED DATE-FORMATTING ROUTINES (SEE DATERTN.CPY)
132700******************************************************************
132800  COPY DATERTN.
132900******************************************************************
133000* SHARED RUN-PARAMETER ROUTINES (SEE PARMRTN.CPY)
133100******************************************************************
133200  COPY PARMRTN.
133300******************************************************************
133400* LGPD TREATMENT-LOG ROUTINES (SEE LGPDRTN.CPY)
133500******************************************************************
133600  COPY LGPDRTN.
