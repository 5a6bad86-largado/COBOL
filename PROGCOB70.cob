000100  IDENTIFICATION DIVISION.
000200  PROGRAM-ID. PROGCOB70.
000300  AUTHOR. ALEX.
000400  INSTALLATION. ESCOLA - SETOR DE PROCESSAMENTO DE DADOS.
000500  DATE-WRITTEN. 15/10/2026.
000600  DATE-COMPILED.
000700******************************************************************
000800* AREA DE COMENTARIOS - REMARKS
000900* OBJETIVO: CONTROLE DE GERACAO DOS ARQUIVOS QUE O JCL TROCA
001000* PELO ARQUIVO VIVO - AUDITNEW (PROGCOB10/PROGCOB38), CERTNEW
001100* (PROGCOB10), HOLIDNEW (PROGCOB16), SUSPOUT (PROGCOB30),
001200* CALNEW (PROGCOB42) E STUDNEW (PROGCOB45). RODA COMO PASSO
001300* ENTRE O PRODUTOR E A TROCA, E O JCL SO TROCA COM RETURN-CODE
001400* ZERO. PARAMETROS NO RUNPARM (PROGRAMA PROGCOB70):
001500*   ARQUIVO = DDNAME DO ARQUIVO NOVO (OBRIGATORIO)
001600*   ACAO    = TROCA (PADRAO) OU RESTAURA
001700*   GERACAO = NNNN, A GERACAO A RESTAURAR (SO NA RESTAURA)
001800*   MANTER  = NN, QUANTAS GERACOES FICAM NO GENARQ (PADRAO 05)
001900* TROCA: O GENCAT TEM QUE TER UM 'P' DO ARQUIVO AINDA NAO
002000* TROCADO (SEM ELE O PRODUTOR ABENDOU ANTES DE CATALOGAR OU A
002100* TROCA JA FOI FEITA), SEM ERRO NO PRODUTOR E BALANCEADO
002200* (LIDOS + INCLUIDOS - EXCLUIDOS = GRAVADOS), E O ARQUIVO
002300* RELIDO AQUI TEM QUE BATER EM QUANTIDADE E HASH COM O 'P'. SO
002400* ENTAO ELE E GUARDADO NO GENARQ COMO GERACAO NOVA (EVENTO 'T')
002500* E AS GERACOES ALEM DAS N MAIS RECENTES SAEM DO GENARQ
002600* (EVENTO 'X').
002700* RESTAURA: A GERACAO PEDIDA E REGRAVADA DO GENARQ NO ARQUIVO
002800* NOVO E CONFERIDA CONTRA O 'T' DELA (EVENTO 'S'); O MESMO
002900* PASSO DE TROCA DO JCL A COLOCA NO LUGAR DO ARQUIVO VIVO.
003000* RECUSA GRAVA 'R' COM O MOTIVO E DEIXA RETURN-CODE 8. TROCA,
003100* RESTAURACAO E RECUSA VAO PARA O RUNJRNL (ETAPA 'G-' MAIS O
003200* ARQUIVO VIVO) E APARECEM NO PROGCOB28
003300*
003400* MODIFICATION HISTORY
003500* DATE       INIT  DESCRIPTION
003600* 15/10/2026 ALEX  ORIGINAL
003700******************************************************************
003800  ENVIRONMENT DIVISION.
003900  CONFIGURATION SECTION.
004000  SOURCE-COMPUTER. IBM-370.
004100  OBJECT-COMPUTER. IBM-370.
004200  INPUT-OUTPUT SECTION.
004300  FILE-CONTROL.
004400      SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
004500          ORGANIZATION IS SEQUENTIAL
004600          FILE STATUS IS WS-PARM-STATUS.
004700      SELECT GENERATION-CATALOG-FILE ASSIGN TO GENCAT
004800          ORGANIZATION IS SEQUENTIAL
004900          FILE STATUS IS WS-GENCAT-STATUS.
005000      SELECT GENERATION-ARCHIVE-FILE ASSIGN TO GENARQ
005100          ORGANIZATION IS INDEXED
005200          ACCESS MODE IS DYNAMIC
005300          RECORD KEY IS GA-CHAVE
005400          FILE STATUS IS WS-GENARQ-STATUS.
005500      SELECT RUN-JOURNAL-FILE ASSIGN TO RUNJRNL
005600          ORGANIZATION IS SEQUENTIAL
005700          FILE STATUS IS WS-RUNJRNL-STATUS.
005800      SELECT AUDIT-NEW-FILE ASSIGN TO AUDITNEW
005900          ORGANIZATION IS SEQUENTIAL
006000          FILE STATUS IS WS-NOVO-STATUS.
006100      SELECT CERT-NEW-FILE ASSIGN TO CERTNEW
006200          ORGANIZATION IS SEQUENTIAL
006300          FILE STATUS IS WS-NOVO-STATUS.
006400      SELECT HOLIDAY-NEW-FILE ASSIGN TO HOLIDNEW
006500          ORGANIZATION IS SEQUENTIAL
006600          FILE STATUS IS WS-NOVO-STATUS.
006700      SELECT CALENDAR-NEW-FILE ASSIGN TO CALNEW
006800          ORGANIZATION IS SEQUENTIAL
006900          FILE STATUS IS WS-NOVO-STATUS.
007000      SELECT SUSPENSE-NEW-FILE ASSIGN TO SUSPOUT
007100          ORGANIZATION IS SEQUENTIAL
007200          FILE STATUS IS WS-NOVO-STATUS.
007300      SELECT STUDENT-NEW-FILE ASSIGN TO STUDNEW
007400          ORGANIZATION IS INDEXED
007500          ACCESS MODE IS SEQUENTIAL
007600          RECORD KEY IS SN-STUDENT-ID
007700          FILE STATUS IS WS-NOVO-STATUS.
007800  DATA DIVISION.
007900  FILE SECTION.
008000  FD  RUN-PARM-FILE
008100      LABEL RECORDS ARE STANDARD.
008200  COPY PARMREC.
008300  FD  GENERATION-CATALOG-FILE
008400      LABEL RECORDS ARE STANDARD.
008500  COPY GENCAT.
008600******************************************************************
008700* ARQUIVO DE GERACOES - UM REGISTRO POR REGISTRO DO ARQUIVO
008800* GUARDADO, NA ORDEM EM QUE FOI LIDO. GA-DADOS TEM O TAMANHO DO
008900* MAIOR REGISTRO CONTROLADO (O AUDITREC DE 105 BYTES)
009000******************************************************************
009100  FD  GENERATION-ARCHIVE-FILE
009200      LABEL RECORDS ARE STANDARD.
009300  01  GENERATION-ARCHIVE-RECORD.
009400      05  GA-CHAVE.
009500          10  GA-ARQUIVO          PIC X(08).
009600          10  GA-GERACAO          PIC 9(04).
009700          10  GA-SEQUENCIA        PIC 9(09).
009800      05  GA-DADOS                PIC X(105).
009900  FD  RUN-JOURNAL-FILE
010000      LABEL RECORDS ARE STANDARD.
010100  COPY RUNJRNL.
010200  FD  AUDIT-NEW-FILE
010300      LABEL RECORDS ARE STANDARD.
010400  01  AN-RECORD                   PIC X(105).
010500  FD  CERT-NEW-FILE
010600      LABEL RECORDS ARE STANDARD.
010700  01  CN-RECORD                   PIC X(46).
010800  FD  HOLIDAY-NEW-FILE
010900      LABEL RECORDS ARE STANDARD.
011000  01  HN-RECORD                   PIC X(38).
011100  FD  CALENDAR-NEW-FILE
011200      LABEL RECORDS ARE STANDARD.
011300  01  LN-RECORD                   PIC X(23).
011400  FD  SUSPENSE-NEW-FILE
011500      LABEL RECORDS ARE STANDARD.
011600  01  SO-RECORD                   PIC X(80).
011700  FD  STUDENT-NEW-FILE
011800      LABEL RECORDS ARE STANDARD.
011900  01  STUDENT-NEW-RECORD.
012000      05  SN-STUDENT-ID           PIC X(06).
012100      05  FILLER                  PIC X(52).
012200  WORKING-STORAGE SECTION.
012300******************************************************************
012400* SWITCHES
012500******************************************************************
012600  01  WS-SWITCHES.
012700      05  WS-FIM-SW              PIC X(01) VALUE 'N'.
012800          88  WS-FIM                       VALUE 'Y'.
012900      05  WS-FIM-GERACAO-SW      PIC X(01) VALUE 'N'.
013000          88  WS-FIM-GERACAO               VALUE 'Y'.
013100      05  WS-RECUSADO-SW         PIC X(01) VALUE 'N'.
013200          88  WS-RECUSADO                  VALUE 'Y'.
013300      05  WS-P-PENDENTE-SW       PIC X(01) VALUE 'N'.
013400          88  WS-P-PENDENTE                VALUE 'Y'.
013500      05  WS-GERACAO-ACHADA-SW   PIC X(01) VALUE 'N'.
013600          88  WS-GERACAO-ACHADA            VALUE 'Y'.
013700      05  WS-ERRO-GENARQ-SW      PIC X(01) VALUE 'N'.
013800          88  WS-ERRO-GENARQ               VALUE 'Y'.
013900      05  WS-GENARQ-ABERTO-SW    PIC X(01) VALUE 'N'.
014000          88  WS-GENARQ-ABERTO             VALUE 'Y'.
014100      05  WS-ACAO-SW             PIC X(01) VALUE 'T'.
014200          88  WS-ACAO-TROCA                VALUE 'T'.
014300          88  WS-ACAO-RESTAURA             VALUE 'R'.
014400******************************************************************
014500* FILE STATUS - OS SEIS ARQUIVOS NOVOS DIVIDEM O MESMO STATUS,
014600* SO UM DELES FICA ABERTO POR VEZ
014700******************************************************************
014800  01  WS-FILE-STATUSES.
014900      05  WS-NOVO-STATUS         PIC X(02) VALUE '00'.
015000          88  WS-NOVO-OK                  VALUE '00'.
015100      05  WS-GENARQ-STATUS       PIC X(02) VALUE '00'.
015200          88  WS-GENARQ-OK                VALUE '00'.
015300          88  WS-GENARQ-NAO-EXISTE        VALUE '35'.
015400      05  WS-RUNJRNL-STATUS      PIC X(02) VALUE '00'.
015500          88  WS-RUNJRNL-OK               VALUE '00'.
015600          88  WS-RUNJRNL-NAO-EXISTE       VALUE '35'.
015700******************************************************************
015800* ARQUIVOS CONTROLADOS - DDNAME DO ARQUIVO NOVO, DDNAME DO
015900* ARQUIVO VIVO QUE ELE SUBSTITUI E POSICAO DO CAMPO DE DATA
016000* QUE ENTRA NO HASH (O MESMO QUE O PRODUTOR SOMA):
016100*   AUDITNEW - AR-DATA-EXECUCAO   CERTNEW - CR-DATA-EMISSAO
016200*   HOLIDNEW - HN-DATA            CALNEW  - CN-DATA-INICIO
016300*   SUSPOUT  - SO-DATA-REJEICAO   STUDNEW - SM-DATA-MATRICULA
016400******************************************************************
016500  01  WRK-ARQUIVOS-VALORES.
016600      05  FILLER                 PIC X(19)
016700          VALUE 'AUDITNEWAUDITLOG025'.
016800      05  FILLER                 PIC X(19)
016900          VALUE 'CERTNEW CERTREG 039'.
017000      05  FILLER                 PIC X(19)
017100          VALUE 'HOLIDNEWHOLIDCAL001'.
017200      05  FILLER                 PIC X(19)
017300          VALUE 'CALNEW  CALLETIV008'.
017400      05  FILLER                 PIC X(19)
017500          VALUE 'SUSPOUT SUSPENSE010'.
017600      05  FILLER                 PIC X(19)
017700          VALUE 'STUDNEW STUDMAS 047'.
017800  01  WRK-ARQUIVOS-TABELA REDEFINES WRK-ARQUIVOS-VALORES.
017900      05  WRK-ARQ-ENT            OCCURS 6 TIMES.
018000          10  WRK-ARQ-NOVO       PIC X(08).
018100          10  WRK-ARQ-VIVO       PIC X(08).
018200          10  WRK-ARQ-POS-HASH   PIC 9(03).
018300  77  WRK-IDX                    PIC 9(02) COMP VALUE ZERO.
018400  77  WRK-ARQ-IDX                PIC 9(02) COMP VALUE ZERO.
018500      88  WRK-ARQ-AUDITNEW                 VALUE 1.
018600      88  WRK-ARQ-CERTNEW                  VALUE 2.
018700      88  WRK-ARQ-HOLIDNEW                 VALUE 3.
018800      88  WRK-ARQ-CALNEW                   VALUE 4.
018900      88  WRK-ARQ-SUSPOUT                  VALUE 5.
019000      88  WRK-ARQ-STUDNEW                  VALUE 6.
019100      88  WRK-ARQ-CONTROLADO               VALUES 1 THRU 6.
019200  77  WRK-ARQUIVO                PIC X(08) VALUE SPACES.
019300  77  WRK-ARQUIVO-VIVO           PIC X(08) VALUE SPACES.
019400  77  WRK-POS-HASH               PIC 9(03) VALUE 1.
019500******************************************************************
019600* PARAMETROS DO RUN E GERACOES LIDAS DO GENCAT
019700******************************************************************
019800  77  WRK-MANTER                 PIC 9(02) VALUE 5.
019900  77  WRK-GERACAO-PEDIDA         PIC 9(04) VALUE ZERO.
020000  77  WRK-ULTIMA-GERACAO         PIC 9(04) VALUE ZERO.
020100  77  WRK-MAIOR-EXPIRADA         PIC 9(04) VALUE ZERO.
020200  77  WRK-GERACAO-NOVA           PIC 9(04) VALUE ZERO.
020300  77  WRK-GERACAO-EXPIRAR        PIC 9(04) VALUE ZERO.
020400  77  WRK-LIMITE-EXPIRAR         PIC 9(04) VALUE ZERO.
020500  77  WRK-MOTIVO                 PIC X(30) VALUE SPACES.
020600******************************************************************
020700* ULTIMO 'P' PENDENTE DO ARQUIVO E 'T' DA GERACAO A RESTAURAR
020800******************************************************************
020900  01  WRK-PRODUCAO.
021000      05  WRK-P-PROGRAMA         PIC X(09) VALUE SPACES.
021100      05  WRK-P-DATA             PIC 9(08) VALUE ZERO.
021200      05  WRK-P-PRODUTOR-OK      PIC X(01) VALUE 'N'.
021300  01  WRK-PRODUCAO-CONTADORES COMP.
021400      05  WRK-P-REGISTROS        PIC 9(09) VALUE ZERO.
021500      05  WRK-P-HASH             PIC 9(15) VALUE ZERO.
021600      05  WRK-P-LIDOS            PIC 9(09) VALUE ZERO.
021700      05  WRK-P-INCLUIDOS        PIC 9(09) VALUE ZERO.
021800      05  WRK-P-EXCLUIDOS        PIC 9(09) VALUE ZERO.
021900      05  WRK-T-REGISTROS        PIC 9(09) VALUE ZERO.
022000      05  WRK-T-HASH             PIC 9(15) VALUE ZERO.
022100******************************************************************
022200* EVENTO A ACRESCENTAR AO GENCAT (MONTADO PELO CHAMADOR DO 7000)
022300******************************************************************
022400  77  WRK-EV-EVENTO              PIC X(01) VALUE SPACES.
022500  77  WRK-EV-GERACAO             PIC 9(04) VALUE ZERO.
022600  77  WRK-EV-MOTIVO              PIC X(30) VALUE SPACES.
022700  01  WRK-EVENTO-CONTADORES COMP.
022800      05  WRK-EV-REGISTROS       PIC 9(09) VALUE ZERO.
022900      05  WRK-EV-HASH            PIC 9(15) VALUE ZERO.
023000      05  WRK-SEQUENCIA          PIC 9(09) VALUE ZERO.
023100      05  WRK-QTDE-APAGADOS      PIC 9(09) VALUE ZERO.
023200******************************************************************
023300* REGISTRO DO ARQUIVO NOVO EM TRANSITO (LIDO OU A GRAVAR)
023400******************************************************************
023500  77  WRK-REGISTRO               PIC X(105) VALUE SPACES.
023600******************************************************************
023700* RUN DATE AND JOURNAL FIELDS
023800******************************************************************
023900  77  WRK-HOJE                   PIC 9(08) VALUE ZEROS.
024000  01  WRK-HORA-ATUAL.
024100      05  WRK-HORA-HHMMSS        PIC 9(06).
024200      05  FILLER                 PIC 9(02).
024300  77  WRK-HORA-INICIO            PIC 9(06) VALUE ZEROS.
024400  77  WRK-JR-ETAPA               PIC X(10) VALUE SPACES.
024500  77  WRK-JR-RESULTADO           PIC X(12) VALUE SPACES.
024600******************************************************************
024700* GENERATION CATALOG FIELDS (SEE GENWS.CPY)
024800******************************************************************
024900  COPY GENWS.
025000******************************************************************
025100* RUN-PARAMETER LOOKUP FIELDS (SEE PARMWS.CPY)
025200******************************************************************
025300  COPY PARMWS.
025400  PROCEDURE DIVISION.
025500******************************************************************
025600* 0000-MAINLINE
025700* CONTROLS THE OVERALL FLOW OF THE GENERATION STEP
025800******************************************************************
025900  0000-MAINLINE.
026000      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026100      IF NOT WS-RECUSADO
026200          PERFORM 2000-LER-CATALOGO THRU 2000-EXIT
026300      END-IF.
026400      IF NOT WS-RECUSADO
026500          IF WS-ACAO-RESTAURA
026600              PERFORM 5000-RESTAURAR THRU 5000-EXIT
026700          ELSE
026800              PERFORM 3000-TROCAR THRU 3000-EXIT
026900          END-IF
027000      END-IF.
027100      PERFORM 8000-TERMINATE THRU 8000-EXIT.
027200      STOP RUN.
027300******************************************************************
027400* 1000-INITIALIZE
027500* READS THE RUNPARM PARAMETERS, FINDS THE FILE IN THE TABLE OF
027600* CONTROLLED FILES AND OPENS THE GENERATION ARCHIVE (CREATED
027700* ON THE FIRST SWAP)
027800******************************************************************
027900  1000-INITIALIZE.
028000      ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
028100      ACCEPT WRK-HORA-ATUAL FROM TIME.
028200      MOVE WRK-HORA-HHMMSS TO WRK-HORA-INICIO.
028300      MOVE 'PROGCOB70' TO WRK-PARM-PROGRAMA.
028400      MOVE 'PROGCOB70' TO WRK-GN-PROGRAMA.
028500      PERFORM 1100-LER-PARAMETROS THRU 1100-EXIT.
028600      IF WS-RECUSADO
028700          GO TO 1000-EXIT
028800      END-IF.
028900      OPEN I-O GENERATION-ARCHIVE-FILE.
029000      IF WS-GENARQ-NAO-EXISTE
029100          DISPLAY 'PROGCOB70 - GENARQ INEXISTENTE - CRIANDO '
029200              'ARQUIVO NOVO'
029300          OPEN OUTPUT GENERATION-ARCHIVE-FILE
029400          CLOSE GENERATION-ARCHIVE-FILE
029500          OPEN I-O GENERATION-ARCHIVE-FILE
029600      END-IF.
029700      IF NOT WS-GENARQ-OK
029800          DISPLAY 'PROGCOB70 - ERRO AO ABRIR GENARQ: '
029900              WS-GENARQ-STATUS
030000          MOVE 'GENARQ INDISPONIVEL' TO WRK-MOTIVO
030100          MOVE 'Y' TO WS-RECUSADO-SW
030200          GO TO 1000-EXIT
030300      END-IF.
030400      MOVE 'Y' TO WS-GENARQ-ABERTO-SW.
030500  1000-EXIT.
030600      EXIT.
030700******************************************************************
030800* 1100-LER-PARAMETROS
030900* ARQUIVO IS REQUIRED AND MUST BE ONE OF THE CONTROLLED FILES;
031000* ACAO RESTAURA NEEDS GERACAO; MANTER ZERO OR ABSENT KEEPS 05
031100******************************************************************
031200  1100-LER-PARAMETROS.
031300      MOVE 'ARQUIVO' TO WRK-PARM-NOME.
031400      PERFORM 9860-BUSCAR-PARM THRU 9860-EXIT.
031500      IF NOT WS-PARM-ACHADO OR WRK-PARM-VALOR = SPACES
031600          MOVE 'ARQUIVO NAO INFORMADO NO RUNPARM' TO WRK-MOTIVO
031700          MOVE 'Y' TO WS-RECUSADO-SW
031800          GO TO 1100-EXIT
031900      END-IF.
032000      MOVE WRK-PARM-VALOR (1:8) TO WRK-ARQUIVO.
032100      MOVE WRK-ARQUIVO TO WRK-ARQUIVO-VIVO.
032200      MOVE ZERO TO WRK-ARQ-IDX.
032300      PERFORM 1150-PROCURAR-ARQUIVO THRU 1150-EXIT
032400          VARYING WRK-IDX FROM 1 BY 1
032500          UNTIL WRK-IDX > 6 OR WRK-ARQ-CONTROLADO.
032600      IF NOT WRK-ARQ-CONTROLADO
032700          MOVE 'ARQUIVO SEM CONTROLE DE GERACAO' TO WRK-MOTIVO
032800          MOVE 'Y' TO WS-RECUSADO-SW
032900          GO TO 1100-EXIT
033000      END-IF.
033100      MOVE WRK-ARQ-VIVO (WRK-ARQ-IDX) TO WRK-ARQUIVO-VIVO.
033200      MOVE WRK-ARQ-POS-HASH (WRK-ARQ-IDX) TO WRK-POS-HASH.
033300      MOVE 'ACAO' TO WRK-PARM-NOME.
033400      PERFORM 9860-BUSCAR-PARM THRU 9860-EXIT.
033500      IF WS-PARM-ACHADO AND WRK-PARM-VALOR (1:8) = 'RESTAURA'
033600          MOVE 'R' TO WS-ACAO-SW
033700      END-IF.
033800      IF WS-PARM-ACHADO AND WS-ACAO-TROCA
033900          AND WRK-PARM-VALOR NOT = SPACES
034000          AND WRK-PARM-VALOR (1:5) NOT = 'TROCA'
034100          MOVE 'ACAO INVALIDA NO RUNPARM' TO WRK-MOTIVO
034200          MOVE 'Y' TO WS-RECUSADO-SW
034300          GO TO 1100-EXIT
034400      END-IF.
034500      MOVE 'MANTER' TO WRK-PARM-NOME.
034600      PERFORM 9860-BUSCAR-PARM THRU 9860-EXIT.
034700      IF WS-PARM-ACHADO AND WRK-PARM-VALOR (1:2) NUMERIC
034800          AND WRK-PARM-VALOR (1:2) > '00'
034900          MOVE WRK-PARM-VALOR (1:2) TO WRK-MANTER
035000      END-IF.
035100      IF NOT WS-ACAO-RESTAURA
035200          GO TO 1100-EXIT
035300      END-IF.
035400      MOVE 'GERACAO' TO WRK-PARM-NOME.
035500      PERFORM 9860-BUSCAR-PARM THRU 9860-EXIT.
035600      IF WS-PARM-ACHADO AND WRK-PARM-VALOR (1:4) NUMERIC
035700          AND WRK-PARM-VALOR (1:4) > '0000'
035800          MOVE WRK-PARM-VALOR (1:4) TO WRK-GERACAO-PEDIDA
035900      ELSE
036000          MOVE 'GERACAO A RESTAURAR NAO INFORMADA' TO WRK-MOTIVO
036100          MOVE 'Y' TO WS-RECUSADO-SW
036200      END-IF.
036300  1100-EXIT.
036400      EXIT.
036500******************************************************************
036600* 1150-PROCURAR-ARQUIVO
036700******************************************************************
036800  1150-PROCURAR-ARQUIVO.
036900      IF WRK-ARQ-NOVO (WRK-IDX) = WRK-ARQUIVO
037000          MOVE WRK-IDX TO WRK-ARQ-IDX
037100      END-IF.
037200  1150-EXIT.
037300      EXIT.
037400******************************************************************
037500* 2000-LER-CATALOGO
037600* PASSES THE WHOLE GENCAT ONCE AND KEEPS, FOR THE FILE ASKED
037700* FOR, THE PENDING 'P', THE LAST GENERATION NUMBER, THE LAST
037800* GENERATION EXPIRED AND THE 'T' OF THE GENERATION TO RESTORE
037900******************************************************************
038000  2000-LER-CATALOGO.
038100      OPEN INPUT GENERATION-CATALOG-FILE.
038200      IF WS-GENCAT-NAO-EXISTE
038300          MOVE 'GENCAT INEXISTENTE' TO WRK-MOTIVO
038400          MOVE 'Y' TO WS-RECUSADO-SW
038500          GO TO 2000-EXIT
038600      END-IF.
038700      IF NOT WS-GENCAT-OK
038800          DISPLAY 'PROGCOB70 - ERRO AO ABRIR GENCAT: '
038900              WS-GENCAT-STATUS
039000          MOVE 'GENCAT ILEGIVEL' TO WRK-MOTIVO
039100          MOVE 'Y' TO WS-RECUSADO-SW
039200          GO TO 2000-EXIT
039300      END-IF.
039400      MOVE 'N' TO WS-FIM-SW.
039500      PERFORM 2100-LER-EVENTO THRU 2100-EXIT
039600          UNTIL WS-FIM.
039700      CLOSE GENERATION-CATALOG-FILE.
039800  2000-EXIT.
039900      EXIT.
040000******************************************************************
040100* 2100-LER-EVENTO
040200* ONE CATALOG EVENT OF THE FILE - 'T' AND 'S' CONSUME THE
040300* PENDING 'P' (THE NEW FILE WAS SWAPPED OR OVERWRITTEN BY A
040400* RESTORE); 'R' CHANGES NOTHING, SO A REFUSED SWAP CAN BE
040500* RETRIED ONCE THE CAUSE IS FIXED AND IS CHECKED IN FULL AGAIN
040600******************************************************************
040700  2100-LER-EVENTO.
040800      READ GENERATION-CATALOG-FILE
040900          AT END
041000              MOVE 'Y' TO WS-FIM-SW
041100              GO TO 2100-EXIT
041200      END-READ.
041300      IF NOT WS-GENCAT-OK
041400          DISPLAY 'PROGCOB70 - ERRO DE LEITURA GENCAT: '
041500              WS-GENCAT-STATUS
041600          MOVE 'GENCAT ILEGIVEL' TO WRK-MOTIVO
041700          MOVE 'Y' TO WS-RECUSADO-SW
041800          MOVE 'Y' TO WS-FIM-SW
041900          GO TO 2100-EXIT
042000      END-IF.
042100      IF GC-ARQUIVO NOT = WRK-ARQUIVO
042200          GO TO 2100-EXIT
042300      END-IF.
042400      IF GC-PRODUZIDA
042500          MOVE 'Y' TO WS-P-PENDENTE-SW
042600          MOVE GC-PROGRAMA TO WRK-P-PROGRAMA
042700          MOVE GC-DATA TO WRK-P-DATA
042800          MOVE GC-PRODUTOR-OK TO WRK-P-PRODUTOR-OK
042900          MOVE GC-QTDE-REGISTROS TO WRK-P-REGISTROS
043000          MOVE GC-HASH TO WRK-P-HASH
043100          MOVE GC-QTDE-LIDOS TO WRK-P-LIDOS
043200          MOVE GC-QTDE-INCLUIDOS TO WRK-P-INCLUIDOS
043300          MOVE GC-QTDE-EXCLUIDOS TO WRK-P-EXCLUIDOS
043400          GO TO 2100-EXIT
043500      END-IF.
043600      IF GC-TROCADA
043700          MOVE 'N' TO WS-P-PENDENTE-SW
043800          IF GC-GERACAO > WRK-ULTIMA-GERACAO
043900              MOVE GC-GERACAO TO WRK-ULTIMA-GERACAO
044000          END-IF
044100          IF GC-GERACAO = WRK-GERACAO-PEDIDA
044200              MOVE 'Y' TO WS-GERACAO-ACHADA-SW
044300              MOVE GC-QTDE-REGISTROS TO WRK-T-REGISTROS
044400              MOVE GC-HASH TO WRK-T-HASH
044500          END-IF
044600          GO TO 2100-EXIT
044700      END-IF.
044800      IF GC-RESTAURADA
044900          MOVE 'N' TO WS-P-PENDENTE-SW
045000          GO TO 2100-EXIT
045100      END-IF.
045200      IF GC-EXPIRADA AND GC-GERACAO > WRK-MAIOR-EXPIRADA
045300          MOVE GC-GERACAO TO WRK-MAIOR-EXPIRADA
045400      END-IF.
045500  2100-EXIT.
045600      EXIT.
045700******************************************************************
045800* 3000-TROCAR
045900* CHECKS THE PENDING PRODUCTION AGAINST ITSELF AND AGAINST THE
046000* FILE AS IT IS NOW, KEEPS IT IN GENARQ AS THE NEXT GENERATION
046100* AND RELEASES THE SWAP
046200******************************************************************
046300  3000-TROCAR.
046400      IF NOT WS-P-PENDENTE
046500          MOVE 'SEM PRODUCAO PENDENTE NO GENCAT' TO WRK-MOTIVO
046600          GO TO 3000-RECUSAR
046700      END-IF.
046800      IF WRK-P-PRODUTOR-OK NOT = 'S'
046900          MOVE 'PRODUTOR TERMINOU COM ERRO' TO WRK-MOTIVO
047000          GO TO 3000-RECUSAR
047100      END-IF.
047200      IF WRK-P-LIDOS + WRK-P-INCLUIDOS
047300          NOT = WRK-P-REGISTROS + WRK-P-EXCLUIDOS
047400          MOVE 'PRODUTOR NAO BALANCEIA' TO WRK-MOTIVO
047500          GO TO 3000-RECUSAR
047600      END-IF.
047700      PERFORM 4000-CONTAR-NOVO THRU 4000-EXIT.
047800      IF WS-RECUSADO
047900          GO TO 3000-EXIT
048000      END-IF.
048100      IF WS-GN-REGISTROS NOT = WRK-P-REGISTROS
048200          MOVE 'QTDE NAO CONFERE COM O PRODUTOR' TO WRK-MOTIVO
048300          GO TO 3000-RECUSAR
048400      END-IF.
048500      IF WS-GN-HASH NOT = WRK-P-HASH
048600          MOVE 'HASH NAO CONFERE COM O PRODUTOR' TO WRK-MOTIVO
048700          GO TO 3000-RECUSAR
048800      END-IF.
048900      COMPUTE WRK-GERACAO-NOVA = WRK-ULTIMA-GERACAO + 1.
049000      PERFORM 4500-ARQUIVAR-GERACAO THRU 4500-EXIT.
049100      IF WS-RECUSADO
049200          GO TO 3000-EXIT
049300      END-IF.
049400      MOVE 'T' TO WRK-EV-EVENTO.
049500      MOVE WRK-GERACAO-NOVA TO WRK-EV-GERACAO.
049600      MOVE WS-GN-REGISTROS TO WRK-EV-REGISTROS.
049700      MOVE WS-GN-HASH TO WRK-EV-HASH.
049800      MOVE SPACES TO WRK-EV-MOTIVO.
049900      STRING 'PRODUZIDA PELO ' WRK-P-PROGRAMA
050000          DELIMITED BY SIZE INTO WRK-EV-MOTIVO.
050100      PERFORM 7000-GRAVAR-EVENTO THRU 7000-EXIT.
050200      DISPLAY 'PROGCOB70 - ' WRK-ARQUIVO ' GERACAO '
050300          WRK-GERACAO-NOVA ' GUARDADA - TROCA LIBERADA ('
050400          WS-GN-REGISTROS ' REGISTROS)'.
050500      MOVE 'TROCADO' TO WRK-JR-RESULTADO.
050600      PERFORM 7500-GRAVAR-JOURNAL THRU 7500-EXIT.
050700      PERFORM 6000-EXPIRAR-GERACOES THRU 6000-EXIT.
050800      GO TO 3000-EXIT.
050900  3000-RECUSAR.
051000      MOVE 'Y' TO WS-RECUSADO-SW.
051100  3000-EXIT.
051200      EXIT.
051300******************************************************************
051400* 4000-CONTAR-NOVO
051500* REREADS THE NEW FILE AND COUNTS/HASHES IT THE SAME WAY THE
051600* PRODUCER DID (9930)
051700******************************************************************
051800  4000-CONTAR-NOVO.
051900      MOVE ZERO TO WS-GN-REGISTROS WS-GN-HASH.
052000      PERFORM 7100-ABRIR-NOVO-LEITURA THRU 7100-EXIT.
052100      IF WS-RECUSADO
052200          GO TO 4000-EXIT
052300      END-IF.
052400      MOVE 'N' TO WS-FIM-SW.
052500      PERFORM 4100-CONTAR-REGISTRO THRU 4100-EXIT
052600          UNTIL WS-FIM.
052700      PERFORM 7400-FECHAR-NOVO THRU 7400-EXIT.
052800  4000-EXIT.
052900      EXIT.
053000******************************************************************
053100* 4100-CONTAR-REGISTRO
053200******************************************************************
053300  4100-CONTAR-REGISTRO.
053400      PERFORM 7200-LER-NOVO THRU 7200-EXIT.
053500      IF WS-FIM
053600          GO TO 4100-EXIT
053700      END-IF.
053800      MOVE WRK-REGISTRO (WRK-POS-HASH:8) TO WRK-GN-CAMPO-HASH.
053900      PERFORM 9930-GERACAO-CONTAR THRU 9930-EXIT.
054000  4100-EXIT.
054100      EXIT.
054200******************************************************************
054300* 4500-ARQUIVAR-GERACAO
054400* COPIES THE NEW FILE INTO GENARQ UNDER THE NEW GENERATION -
054500* WHATEVER AN INTERRUPTED EARLIER ATTEMPT LEFT UNDER THE SAME
054600* NUMBER IS CLEARED FIRST, AND A COPY THAT FAILS HALFWAY IS
054700* CLEARED AGAIN SO GENARQ NEVER HOLDS A PARTIAL GENERATION
054800******************************************************************
054900  4500-ARQUIVAR-GERACAO.
055000      MOVE WRK-GERACAO-NOVA TO WRK-GERACAO-EXPIRAR.
055100      PERFORM 6200-APAGAR-GERACAO THRU 6200-EXIT.
055200      IF WS-ERRO-GENARQ
055300          MOVE 'ERRO AO LIMPAR O GENARQ' TO WRK-MOTIVO
055400          MOVE 'Y' TO WS-RECUSADO-SW
055500          GO TO 4500-EXIT
055600      END-IF.
055700      PERFORM 7100-ABRIR-NOVO-LEITURA THRU 7100-EXIT.
055800      IF WS-RECUSADO
055900          GO TO 4500-EXIT
056000      END-IF.
056100      MOVE ZERO TO WRK-SEQUENCIA.
056200      MOVE 'N' TO WS-FIM-SW.
056300      PERFORM 4600-ARQUIVAR-REGISTRO THRU 4600-EXIT
056400          UNTIL WS-FIM.
056500      PERFORM 7400-FECHAR-NOVO THRU 7400-EXIT.
056600      IF NOT WS-RECUSADO AND WRK-SEQUENCIA NOT = WS-GN-REGISTROS
056700          MOVE 'ARQUIVO MUDOU DURANTE A TROCA' TO WRK-MOTIVO
056800          MOVE 'Y' TO WS-RECUSADO-SW
056900      END-IF.
057000      IF WS-RECUSADO
057100          PERFORM 6200-APAGAR-GERACAO THRU 6200-EXIT
057200      END-IF.
057300  4500-EXIT.
057400      EXIT.
057500******************************************************************
057600* 4600-ARQUIVAR-REGISTRO
057700******************************************************************
057800  4600-ARQUIVAR-REGISTRO.
057900      PERFORM 7200-LER-NOVO THRU 7200-EXIT.
058000      IF WS-FIM
058100          GO TO 4600-EXIT
058200      END-IF.
058300      ADD 1 TO WRK-SEQUENCIA.
058400      MOVE WRK-ARQUIVO TO GA-ARQUIVO.
058500      MOVE WRK-GERACAO-NOVA TO GA-GERACAO.
058600      MOVE WRK-SEQUENCIA TO GA-SEQUENCIA.
058700      MOVE WRK-REGISTRO TO GA-DADOS.
058800      WRITE GENERATION-ARCHIVE-RECORD
058900          INVALID KEY
059000              CONTINUE
059100      END-WRITE.
059200      IF NOT WS-GENARQ-OK
059300          DISPLAY 'PROGCOB70 - ERRO AO GRAVAR GENARQ: '
059400              WS-GENARQ-STATUS
059500          MOVE 'ERRO AO GRAVAR NO GENARQ' TO WRK-MOTIVO
059600          MOVE 'Y' TO WS-RECUSADO-SW
059700          MOVE 'Y' TO WS-FIM-SW
059800      END-IF.
059900  4600-EXIT.
060000      EXIT.
060100******************************************************************
060200* 5000-RESTAURAR
060300* REWRITES THE NEW FILE FROM THE GENERATION ASKED FOR AND
060400* CHECKS IT AGAINST THE COUNT AND HASH OF ITS 'T' - THE JCL
060500* SWAP STEP THEN PUTS IT IN PLACE OF THE LIVE FILE
060600******************************************************************
060700  5000-RESTAURAR.
060800      IF NOT WS-GERACAO-ACHADA
060900          MOVE 'GERACAO NAO EXISTE NO GENCAT' TO WRK-MOTIVO
061000          MOVE 'Y' TO WS-RECUSADO-SW
061100          GO TO 5000-EXIT
061200      END-IF.
061300      IF WRK-GERACAO-PEDIDA NOT > WRK-MAIOR-EXPIRADA
061400          MOVE 'GERACAO JA EXPIRADA DO GENARQ' TO WRK-MOTIVO
061500          MOVE 'Y' TO WS-RECUSADO-SW
061600          GO TO 5000-EXIT
061700      END-IF.
061800      PERFORM 7300-ABRIR-NOVO-GRAVACAO THRU 7300-EXIT.
061900      IF WS-RECUSADO
062000          GO TO 5000-EXIT
062100      END-IF.
062200      MOVE ZERO TO WS-GN-REGISTROS WS-GN-HASH.
062300      MOVE 'N' TO WS-FIM-GERACAO-SW.
062400      MOVE WRK-ARQUIVO TO GA-ARQUIVO.
062500      MOVE WRK-GERACAO-PEDIDA TO GA-GERACAO.
062600      MOVE ZERO TO GA-SEQUENCIA.
062700      START GENERATION-ARCHIVE-FILE
062800          KEY IS NOT LESS THAN GA-CHAVE
062900          INVALID KEY
063000              MOVE 'Y' TO WS-FIM-GERACAO-SW
063100      END-START.
063200      PERFORM 5100-RESTAURAR-REGISTRO THRU 5100-EXIT
063300          UNTIL WS-FIM-GERACAO.
063400      PERFORM 7400-FECHAR-NOVO THRU 7400-EXIT.
063500      IF WS-RECUSADO
063600          GO TO 5000-EXIT
063700      END-IF.
063800      IF WS-GN-REGISTROS NOT = WRK-T-REGISTROS
063900          OR WS-GN-HASH NOT = WRK-T-HASH
064000          MOVE 'GENARQ NAO CONFERE COM A GERACAO' TO WRK-MOTIVO
064100          MOVE 'Y' TO WS-RECUSADO-SW
064200          GO TO 5000-EXIT
064300      END-IF.
064400      MOVE 'S' TO WRK-EV-EVENTO.
064500      MOVE WRK-GERACAO-PEDIDA TO WRK-EV-GERACAO.
064600      MOVE WS-GN-REGISTROS TO WRK-EV-REGISTROS.
064700      MOVE WS-GN-HASH TO WRK-EV-HASH.
064800      MOVE 'RESTAURADA A PEDIDO' TO WRK-EV-MOTIVO.
064900      PERFORM 7000-GRAVAR-EVENTO THRU 7000-EXIT.
065000      DISPLAY 'PROGCOB70 - ' WRK-ARQUIVO ' GERACAO '
065100          WRK-GERACAO-PEDIDA ' RESTAURADA - TROCA LIBERADA ('
065200          WS-GN-REGISTROS ' REGISTROS)'.
065300      MOVE 'RESTAURADO' TO WRK-JR-RESULTADO.
065400      PERFORM 7500-GRAVAR-JOURNAL THRU 7500-EXIT.
065500  5000-EXIT.
065600      EXIT.
065700******************************************************************
065800* 5100-RESTAURAR-REGISTRO
065900******************************************************************
066000  5100-RESTAURAR-REGISTRO.
066100      READ GENERATION-ARCHIVE-FILE NEXT RECORD
066200          AT END
066300              MOVE 'Y' TO WS-FIM-GERACAO-SW
066400              GO TO 5100-EXIT
066500      END-READ.
066600      IF NOT WS-GENARQ-OK
066700          DISPLAY 'PROGCOB70 - ERRO DE LEITURA GENARQ: '
066800              WS-GENARQ-STATUS
066900          MOVE 'ERRO DE LEITURA NO GENARQ' TO WRK-MOTIVO
067000          MOVE 'Y' TO WS-RECUSADO-SW
067100          MOVE 'Y' TO WS-FIM-GERACAO-SW
067200          GO TO 5100-EXIT
067300      END-IF.
067400      IF GA-ARQUIVO NOT = WRK-ARQUIVO
067500          OR GA-GERACAO NOT = WRK-GERACAO-PEDIDA
067600          MOVE 'Y' TO WS-FIM-GERACAO-SW
067700          GO TO 5100-EXIT
067800      END-IF.
067900      MOVE GA-DADOS TO WRK-REGISTRO.
068000      PERFORM 7350-GRAVAR-NOVO THRU 7350-EXIT.
068100      IF NOT WS-NOVO-OK
068200          DISPLAY 'PROGCOB70 - ERRO AO GRAVAR ' WRK-ARQUIVO ': '
068300              WS-NOVO-STATUS
068400          MOVE 'ERRO AO GRAVAR O ARQUIVO NOVO' TO WRK-MOTIVO
068500          MOVE 'Y' TO WS-RECUSADO-SW
068600          MOVE 'Y' TO WS-FIM-GERACAO-SW
068700          GO TO 5100-EXIT
068800      END-IF.
068900      MOVE WRK-REGISTRO (WRK-POS-HASH:8) TO WRK-GN-CAMPO-HASH.
069000      PERFORM 9930-GERACAO-CONTAR THRU 9930-EXIT.
069100  5100-EXIT.
069200      EXIT.
069300******************************************************************
069400* 6000-EXPIRAR-GERACOES
069500* KEEPS THE LAST WRK-MANTER GENERATIONS IN GENARQ - EVERY
069600* OLDER ONE NOT YET EXPIRED IS DELETED AND GETS ITS 'X'. AN
069700* ERROR STOPS HERE AND THE REST IS LEFT FOR THE NEXT SWAP
069800******************************************************************
069900  6000-EXPIRAR-GERACOES.
070000      IF WRK-GERACAO-NOVA NOT > WRK-MANTER
070100          GO TO 6000-EXIT
070200      END-IF.
070300      COMPUTE WRK-LIMITE-EXPIRAR = WRK-GERACAO-NOVA - WRK-MANTER.
070400      COMPUTE WRK-GERACAO-EXPIRAR = WRK-MAIOR-EXPIRADA + 1.
070500      MOVE 'N' TO WS-ERRO-GENARQ-SW.
070600      PERFORM 6100-EXPIRAR-GERACAO THRU 6100-EXIT
070700          UNTIL WRK-GERACAO-EXPIRAR > WRK-LIMITE-EXPIRAR
070800             OR WS-ERRO-GENARQ.
070900  6000-EXIT.
071000      EXIT.
071100******************************************************************
071200* 6100-EXPIRAR-GERACAO
071300******************************************************************
071400  6100-EXPIRAR-GERACAO.
071500      PERFORM 6200-APAGAR-GERACAO THRU 6200-EXIT.
071600      IF WS-ERRO-GENARQ
071700          DISPLAY 'PROGCOB70 - GERACAO ' WRK-GERACAO-EXPIRAR
071800              ' NAO EXPIRADA - FICA PARA A PROXIMA TROCA'
071900          GO TO 6100-EXIT
072000      END-IF.
072100      MOVE 'X' TO WRK-EV-EVENTO.
072200      MOVE WRK-GERACAO-EXPIRAR TO WRK-EV-GERACAO.
072300      MOVE WRK-QTDE-APAGADOS TO WRK-EV-REGISTROS.
072400      MOVE ZERO TO WRK-EV-HASH.
072500      MOVE SPACES TO WRK-EV-MOTIVO.
072600      STRING 'MANTIDAS AS ULTIMAS ' WRK-MANTER
072700          DELIMITED BY SIZE INTO WRK-EV-MOTIVO.
072800      PERFORM 7000-GRAVAR-EVENTO THRU 7000-EXIT.
072900      DISPLAY 'PROGCOB70 - ' WRK-ARQUIVO ' GERACAO '
073000          WRK-GERACAO-EXPIRAR ' EXPIRADA DO GENARQ'.
073100      ADD 1 TO WRK-GERACAO-EXPIRAR.
073200  6100-EXIT.
073300      EXIT.
073400******************************************************************
073500* 6200-APAGAR-GERACAO
073600* DELETES EVERY GENARQ RECORD OF THE FILE UNDER GENERATION
073700* WRK-GERACAO-EXPIRAR AND COUNTS THEM IN WRK-QTDE-APAGADOS
073800******************************************************************
073900  6200-APAGAR-GERACAO.
074000      MOVE 'N' TO WS-ERRO-GENARQ-SW.
074100      MOVE ZERO TO WRK-QTDE-APAGADOS.
074200      MOVE WRK-ARQUIVO TO GA-ARQUIVO.
074300      MOVE WRK-GERACAO-EXPIRAR TO GA-GERACAO.
074400      MOVE ZERO TO GA-SEQUENCIA.
074500      START GENERATION-ARCHIVE-FILE
074600          KEY IS NOT LESS THAN GA-CHAVE
074700          INVALID KEY
074800              GO TO 6200-EXIT
074900      END-START.
075000      MOVE 'N' TO WS-FIM-GERACAO-SW.
075100      PERFORM 6300-APAGAR-REGISTRO THRU 6300-EXIT
075200          UNTIL WS-FIM-GERACAO.
075300  6200-EXIT.
075400      EXIT.
075500******************************************************************
075600* 6300-APAGAR-REGISTRO
075700******************************************************************
075800  6300-APAGAR-REGISTRO.
075900      READ GENERATION-ARCHIVE-FILE NEXT RECORD
076000          AT END
076100              MOVE 'Y' TO WS-FIM-GERACAO-SW
076200              GO TO 6300-EXIT
076300      END-READ.
076400      IF NOT WS-GENARQ-OK
076500          DISPLAY 'PROGCOB70 - ERRO DE LEITURA GENARQ: '
076600              WS-GENARQ-STATUS
076700          MOVE 'Y' TO WS-ERRO-GENARQ-SW
076800          MOVE 'Y' TO WS-FIM-GERACAO-SW
076900          GO TO 6300-EXIT
077000      END-IF.
077100      IF GA-ARQUIVO NOT = WRK-ARQUIVO
077200          OR GA-GERACAO NOT = WRK-GERACAO-EXPIRAR
077300          MOVE 'Y' TO WS-FIM-GERACAO-SW
077400          GO TO 6300-EXIT
077500      END-IF.
077600      DELETE GENERATION-ARCHIVE-FILE RECORD
077700          INVALID KEY
077800              CONTINUE
077900      END-DELETE.
078000      IF NOT WS-GENARQ-OK
078100          DISPLAY 'PROGCOB70 - ERRO AO EXCLUIR DO GENARQ: '
078200              WS-GENARQ-STATUS
078300          MOVE 'Y' TO WS-ERRO-GENARQ-SW
078400          MOVE 'Y' TO WS-FIM-GERACAO-SW
078500          GO TO 6300-EXIT
078600      END-IF.
078700      ADD 1 TO WRK-QTDE-APAGADOS.
078800  6300-EXIT.
078900      EXIT.
079000******************************************************************
079100* 7000-GRAVAR-EVENTO
079200* APPENDS ONE EVENT MOUNTED IN WRK-EV- TO GENCAT - THE 'T'
079300* CARRIES THE PRODUCER'S COUNTS FORWARD FROM ITS 'P'
079400******************************************************************
079500  7000-GRAVAR-EVENTO.
079600      ACCEPT WRK-HORA-ATUAL FROM TIME.
079700      OPEN EXTEND GENERATION-CATALOG-FILE.
079800      IF WS-GENCAT-NAO-EXISTE
079900          OPEN OUTPUT GENERATION-CATALOG-FILE
080000      END-IF.
080100      IF NOT WS-GENCAT-OK
080200          DISPLAY 'PROGCOB70 - ERRO AO ABRIR GENCAT: '
080300              WS-GENCAT-STATUS ' - EVENTO ' WRK-EV-EVENTO
080400              ' NAO REGISTRADO'
080500          GO TO 7000-EXIT
080600      END-IF.
080700      MOVE SPACES TO GENERATION-CATALOG-RECORD.
080800      MOVE WRK-ARQUIVO TO GC-ARQUIVO.
080900      MOVE WRK-EV-EVENTO TO GC-EVENTO.
081000      MOVE 'PROGCOB70' TO GC-PROGRAMA.
081100      MOVE WRK-HOJE TO GC-DATA.
081200      MOVE WRK-HORA-HHMMSS TO GC-HORA.
081300      MOVE WRK-EV-GERACAO TO GC-GERACAO.
081400      MOVE WRK-EV-REGISTROS TO GC-QTDE-REGISTROS.
081500      MOVE WRK-EV-HASH TO GC-HASH.
081600      MOVE ZERO TO GC-QTDE-LIDOS GC-QTDE-INCLUIDOS
081700          GC-QTDE-EXCLUIDOS.
081800      MOVE 'S' TO GC-PRODUTOR-OK.
081900      IF GC-TROCADA
082000          MOVE WRK-P-LIDOS TO GC-QTDE-LIDOS
082100          MOVE WRK-P-INCLUIDOS TO GC-QTDE-INCLUIDOS
082200          MOVE WRK-P-EXCLUIDOS TO GC-QTDE-EXCLUIDOS
082300      END-IF.
082400      MOVE WRK-EV-MOTIVO TO GC-MOTIVO.
082500      WRITE GENERATION-CATALOG-RECORD.
082600      IF NOT WS-GENCAT-OK
082700          DISPLAY 'PROGCOB70 - ERRO AO GRAVAR GENCAT: '
082800              WS-GENCAT-STATUS ' - EVENTO ' WRK-EV-EVENTO
082900              ' NAO REGISTRADO'
083000      END-IF.
083100      CLOSE GENERATION-CATALOG-FILE.
083200  7000-EXIT.
083300      EXIT.
083400******************************************************************
083500* 7100-ABRIR-NOVO-LEITURA
083600* OPENS THE NEW FILE OF THE RUN FOR INPUT
083700******************************************************************
083800  7100-ABRIR-NOVO-LEITURA.
083900      IF WRK-ARQ-AUDITNEW
084000          OPEN INPUT AUDIT-NEW-FILE
084100      END-IF.
084200      IF WRK-ARQ-CERTNEW
084300          OPEN INPUT CERT-NEW-FILE
084400      END-IF.
084500      IF WRK-ARQ-HOLIDNEW
084600          OPEN INPUT HOLIDAY-NEW-FILE
084700      END-IF.
084800      IF WRK-ARQ-CALNEW
084900          OPEN INPUT CALENDAR-NEW-FILE
085000      END-IF.
085100      IF WRK-ARQ-SUSPOUT
085200          OPEN INPUT SUSPENSE-NEW-FILE
085300      END-IF.
085400      IF WRK-ARQ-STUDNEW
085500          OPEN INPUT STUDENT-NEW-FILE
085600      END-IF.
085700      IF NOT WS-NOVO-OK
085800          DISPLAY 'PROGCOB70 - ERRO AO ABRIR ' WRK-ARQUIVO ': '
085900              WS-NOVO-STATUS
086000          MOVE 'ARQUIVO NOVO AUSENTE OU ILEGIVEL' TO WRK-MOTIVO
086100          MOVE 'Y' TO WS-RECUSADO-SW
086200      END-IF.
086300  7100-EXIT.
086400      EXIT.
086500******************************************************************
086600* 7200-LER-NOVO
086700* READS THE NEXT RECORD OF THE NEW FILE INTO WRK-REGISTRO
086800******************************************************************
086900  7200-LER-NOVO.
087000      IF WRK-ARQ-AUDITNEW
087100          READ AUDIT-NEW-FILE INTO WRK-REGISTRO
087200              AT END
087300                  MOVE 'Y' TO WS-FIM-SW
087400          END-READ
087500      END-IF.
087600      IF WRK-ARQ-CERTNEW
087700          READ CERT-NEW-FILE INTO WRK-REGISTRO
087800              AT END
087900                  MOVE 'Y' TO WS-FIM-SW
088000          END-READ
088100      END-IF.
088200      IF WRK-ARQ-HOLIDNEW
088300          READ HOLIDAY-NEW-FILE INTO WRK-REGISTRO
088400              AT END
088500                  MOVE 'Y' TO WS-FIM-SW
088600          END-READ
088700      END-IF.
088800      IF WRK-ARQ-CALNEW
088900          READ CALENDAR-NEW-FILE INTO WRK-REGISTRO
089000              AT END
089100                  MOVE 'Y' TO WS-FIM-SW
089200          END-READ
089300      END-IF.
089400      IF WRK-ARQ-SUSPOUT
089500          READ SUSPENSE-NEW-FILE INTO WRK-REGISTRO
089600              AT END
089700                  MOVE 'Y' TO WS-FIM-SW
089800          END-READ
089900      END-IF.
090000      IF WRK-ARQ-STUDNEW
090100          READ STUDENT-NEW-FILE INTO WRK-REGISTRO
090200              AT END
090300                  MOVE 'Y' TO WS-FIM-SW
090400          END-READ
090500      END-IF.
090600      IF NOT WS-FIM AND NOT WS-NOVO-OK
090700          DISPLAY 'PROGCOB70 - ERRO DE LEITURA ' WRK-ARQUIVO ': '
090800              WS-NOVO-STATUS
090900          MOVE 'ERRO DE LEITURA NO ARQUIVO NOVO' TO WRK-MOTIVO
091000          MOVE 'Y' TO WS-RECUSADO-SW
091100          MOVE 'Y' TO WS-FIM-SW
091200      END-IF.
091300  7200-EXIT.
091400      EXIT.
091500******************************************************************
091600* 7300-ABRIR-NOVO-GRAVACAO
091700* OPENS THE NEW FILE OF THE RUN FOR OUTPUT (RESTORE)
091800******************************************************************
091900  7300-ABRIR-NOVO-GRAVACAO.
092000      IF WRK-ARQ-AUDITNEW
092100          OPEN OUTPUT AUDIT-NEW-FILE
092200      END-IF.
092300      IF WRK-ARQ-CERTNEW
092400          OPEN OUTPUT CERT-NEW-FILE
092500      END-IF.
092600      IF WRK-ARQ-HOLIDNEW
092700          OPEN OUTPUT HOLIDAY-NEW-FILE
092800      END-IF.
092900      IF WRK-ARQ-CALNEW
093000          OPEN OUTPUT CALENDAR-NEW-FILE
093100      END-IF.
093200      IF WRK-ARQ-SUSPOUT
093300          OPEN OUTPUT SUSPENSE-NEW-FILE
093400      END-IF.
093500      IF WRK-ARQ-STUDNEW
093600          OPEN OUTPUT STUDENT-NEW-FILE
093700      END-IF.
093800      IF NOT WS-NOVO-OK
093900          DISPLAY 'PROGCOB70 - ERRO AO ABRIR ' WRK-ARQUIVO ': '
094000              WS-NOVO-STATUS
094100          MOVE 'ERRO AO ABRIR O ARQUIVO NOVO' TO WRK-MOTIVO
094200          MOVE 'Y' TO WS-RECUSADO-SW
094300      END-IF.
094400  7300-EXIT.
094500      EXIT.
094600******************************************************************
094700* 7350-GRAVAR-NOVO
094800* WRITES WRK-REGISTRO TO THE NEW FILE OF THE RUN - O STUDNEW
094900* VOLTA NA ORDEM DE CHAVE EM QUE FOI GUARDADO
095000******************************************************************
095100  7350-GRAVAR-NOVO.
095200      IF WRK-ARQ-AUDITNEW
095300          WRITE AN-RECORD FROM WRK-REGISTRO
095400      END-IF.
095500      IF WRK-ARQ-CERTNEW
095600          WRITE CN-RECORD FROM WRK-REGISTRO
095700      END-IF.
095800      IF WRK-ARQ-HOLIDNEW
095900          WRITE HN-RECORD FROM WRK-REGISTRO
096000      END-IF.
096100      IF WRK-ARQ-CALNEW
096200          WRITE LN-RECORD FROM WRK-REGISTRO
096300      END-IF.
096400      IF WRK-ARQ-SUSPOUT
096500          WRITE SO-RECORD FROM WRK-REGISTRO
096600      END-IF.
096700      IF WRK-ARQ-STUDNEW
096800          WRITE STUDENT-NEW-RECORD FROM WRK-REGISTRO
096900              INVALID KEY
097000                  CONTINUE
097100          END-WRITE
097200      END-IF.
097300  7350-EXIT.
097400      EXIT.
097500******************************************************************
097600* 7400-FECHAR-NOVO
097700******************************************************************
097800  7400-FECHAR-NOVO.
097900      IF WRK-ARQ-AUDITNEW
098000          CLOSE AUDIT-NEW-FILE
098100      END-IF.
098200      IF WRK-ARQ-CERTNEW
098300          CLOSE CERT-NEW-FILE
098400      END-IF.
098500      IF WRK-ARQ-HOLIDNEW
098600          CLOSE HOLIDAY-NEW-FILE
098700      END-IF.
098800      IF WRK-ARQ-CALNEW
098900          CLOSE CALENDAR-NEW-FILE
099000      END-IF.
099100      IF WRK-ARQ-SUSPOUT
099200          CLOSE SUSPENSE-NEW-FILE
099300      END-IF.
099400      IF WRK-ARQ-STUDNEW
099500          CLOSE STUDENT-NEW-FILE
099600      END-IF.
099700  7400-EXIT.
099800      EXIT.
099900******************************************************************
100000* 7500-GRAVAR-JOURNAL
100100* APPENDS THE SWAP, RESTORE OR REFUSAL TO THE PERMANENT RUN
100200* JOURNAL UNDER ETAPA 'G-' + LIVE FILE, SO THE PROGCOB28 LISTS
100300* IT WITH THE NIGHT IT HAPPENED IN. A JOURNAL ERROR IS
100400* REPORTED BUT DOES NOT CHANGE THE RETURN-CODE
100500******************************************************************
100600  7500-GRAVAR-JOURNAL.
100700      ACCEPT WRK-HORA-ATUAL FROM TIME.
100800      OPEN EXTEND RUN-JOURNAL-FILE.
100900      IF WS-RUNJRNL-NAO-EXISTE
101000          OPEN OUTPUT RUN-JOURNAL-FILE
101100      END-IF.
101200      IF NOT WS-RUNJRNL-OK
101300          DISPLAY 'PROGCOB70 - ERRO AO ABRIR RUNJRNL: '
101400              WS-RUNJRNL-STATUS
101500          GO TO 7500-EXIT
101600      END-IF.
101700      MOVE SPACES TO WRK-JR-ETAPA.
101800      STRING 'G-' WRK-ARQUIVO-VIVO
101900          DELIMITED BY SIZE INTO WRK-JR-ETAPA.
102000      MOVE WRK-HOJE TO JR-DATA-EXECUCAO.
102100      MOVE WRK-JR-ETAPA TO JR-ETAPA.
102200      MOVE WRK-HORA-INICIO TO JR-HORA-INICIO.
102300      MOVE WRK-HORA-HHMMSS TO JR-HORA-FIM.
102400      MOVE WRK-JR-RESULTADO TO JR-RESULTADO.
102500      WRITE RUN-JOURNAL-RECORD.
102600      IF NOT WS-RUNJRNL-OK
102700          DISPLAY 'PROGCOB70 - ERRO AO GRAVAR RUNJRNL: '
102800              WS-RUNJRNL-STATUS
102900      END-IF.
103000      CLOSE RUN-JOURNAL-FILE.
103100  7500-EXIT.
103200      EXIT.
103300******************************************************************
103400* 8000-TERMINATE
103500* A REFUSAL IS RECORDED IN GENCAT AND RUNJRNL AND LEAVES
103600* RETURN-CODE 8 SO THE JCL DOES NOT SWAP; CLOSES GENARQ
103700******************************************************************
103800  8000-TERMINATE.
103900      IF WS-RECUSADO
104000          DISPLAY 'PROGCOB70 - ' WRK-ARQUIVO ' - TROCA NAO '
104100              'LIBERADA: ' WRK-MOTIVO
104200          MOVE 'R' TO WRK-EV-EVENTO
104300          MOVE WRK-GERACAO-PEDIDA TO WRK-EV-GERACAO
104400          MOVE WS-GN-REGISTROS TO WRK-EV-REGISTROS
104500          MOVE WS-GN-HASH TO WRK-EV-HASH
104600          MOVE WRK-MOTIVO TO WRK-EV-MOTIVO
104700          PERFORM 7000-GRAVAR-EVENTO THRU 7000-EXIT
104800          IF WS-ACAO-RESTAURA
104900              MOVE 'REST. NEGADA' TO WRK-JR-RESULTADO
105000          ELSE
105100              MOVE 'TROCA NEGADA' TO WRK-JR-RESULTADO
105200          END-IF
105300          PERFORM 7500-GRAVAR-JOURNAL THRU 7500-EXIT
105400          MOVE 8 TO RETURN-CODE
105500      END-IF.
105600      IF WS-GENARQ-ABERTO
105700          CLOSE GENERATION-ARCHIVE-FILE
105800      END-IF.
105900  8000-EXIT.
106000      EXIT.
106100******************************************************************
106200* GENERATION-CATALOG ROUTINES (SEE GENRTN.CPY)
106300******************************************************************
106400  COPY GENRTN.
106500******************************************************************
106600* RUN-PARAMETER LOOKUP ROUTINES (SEE PARMRTN.CPY)
106700******************************************************************
106800  COPY PARMRTN.
