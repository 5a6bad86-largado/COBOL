000100  IDENTIFICATION DIVISION.
000200  PROGRAM-ID. PROGCOB65.
000300  AUTHOR. ALEX.
000400  INSTALLATION. ESCOLA - SETOR DE PROCESSAMENTO DE DADOS.
000500  DATE-WRITTEN. 15/10/2026.
000600  DATE-COMPILED.
000700******************************************************************
000800* AREA DE COMENTARIOS - REMARKS
000900* OBJETIVO: RELATORIO MENSAL DE BOLSAS E DESCONTOS (DESCRPT).
001000* PARA A COMPETENCIA DO RUNPARM (PROGCOB65 COMPETENCIA, AAAAMM)
001100* OU, SEM ELA, A DO MES DO RUN:
001200*   1 - TOTAL DE DESCONTO CONCEDIDO NAS COBRANCAS DO BILLMAS,
001300*       POR TURMA (EM ORDEM) E POR TIPO DE BENEFICIO (IRMAOS,
001400*       FUNCIONARIO, SOCIAL), COM A QUANTIDADE DE COBRANCAS COM
001500*       DESCONTO E O TOTAL GERAL POR TIPO
001600*   2 - BENEFICIOS ATIVOS DO BENEFMAS CUJA VIGENCIA TERMINA NA
001700*       COMPETENCIA SEGUINTE, PARA A FINANCEIRA RENOVAR (PROGCOB64
001800*       INCLUSAO COM NOVA VIGENCIA) OU DEIXAR ENCERRAR
001900* SO LE - NADA E GRAVADO NOS MESTRES
002000*
002100* MODIFICATION HISTORY
002200* DATE       INIT  DESCRIPTION
002300* 15/10/2026 ALEX  ORIGINAL
002400******************************************************************
002500  ENVIRONMENT DIVISION.
002600  CONFIGURATION SECTION.
002700  SOURCE-COMPUTER. IBM-370.
002800  OBJECT-COMPUTER. IBM-370.
002900  INPUT-OUTPUT SECTION.
003000  FILE-CONTROL.
003100      SELECT BILLING-FILE ASSIGN TO BILLMAS
003200          ORGANIZATION IS INDEXED
003300          ACCESS MODE IS SEQUENTIAL
003400          RECORD KEY IS BL-CHAVE
003500          FILE STATUS IS WS-BILLMAS-STATUS.
003600      SELECT BENEFICIO-FILE ASSIGN TO BENEFMAS
003700          ORGANIZATION IS INDEXED
003800          ACCESS MODE IS SEQUENTIAL
003900          RECORD KEY IS BN-CHAVE
004000          FILE STATUS IS WS-BENEFMAS-STATUS.
004100      SELECT STUDENT-MASTER-FILE ASSIGN TO STUDMAS
004200          ORGANIZATION IS INDEXED
004300          ACCESS MODE IS RANDOM
004400          RECORD KEY IS SM-STUDENT-ID
004500          FILE STATUS IS WS-STUDMAS-STATUS.
004600      SELECT DESCONTO-REPORT-FILE ASSIGN TO DESCRPT
004700          ORGANIZATION IS LINE SEQUENTIAL
004800          FILE STATUS IS WS-DESCRPT-STATUS.
004900      SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
005000          ORGANIZATION IS SEQUENTIAL
005100          FILE STATUS IS WS-PARM-STATUS.
005200  DATA DIVISION.
005300  FILE SECTION.
005400  FD  BILLING-FILE
005500      LABEL RECORDS ARE STANDARD.
005600  COPY BILLREC.
005700  FD  BENEFICIO-FILE
005800      LABEL RECORDS ARE STANDARD.
005900  COPY BENEFREC.
006000  FD  STUDENT-MASTER-FILE
006100      LABEL RECORDS ARE STANDARD.
006200  COPY STUDMAS.
006300  FD  DESCONTO-REPORT-FILE
006400      LABEL RECORDS ARE STANDARD.
006500  01  DR-LINE                     PIC X(80).
006600  FD  RUN-PARM-FILE
006700      LABEL RECORDS ARE STANDARD.
006800  COPY PARMREC.
006900  WORKING-STORAGE SECTION.
007000******************************************************************
007100* SWITCHES
007200******************************************************************
007300  01  WS-SWITCHES.
007400      05  WS-EOF-SW              PIC X(01) VALUE 'N'.
007500          88  WS-EOF                       VALUE 'Y'.
007600      05  WS-BENEF-EOF-SW        PIC X(01) VALUE 'N'.
007700          88  WS-BENEF-EOF                 VALUE 'Y'.
007800      05  WS-TURMA-ACHADA-SW     PIC X(01) VALUE 'N'.
007900          88  WS-TURMA-ACHADA              VALUE 'Y'.
008000      05  WS-ARQUIVOS-ABERTOS-SW PIC X(01) VALUE 'N'.
008100          88  WS-ARQUIVOS-ABERTOS          VALUE 'Y'.
008200      05  WS-BENEFMAS-ABERTO-SW  PIC X(01) VALUE 'N'.
008300          88  WS-BENEFMAS-ABERTO           VALUE 'Y'.
008400******************************************************************
008500* FILE STATUS AND COUNTERS
008600******************************************************************
008700  01  WS-FILE-STATUSES.
008800      05  WS-BILLMAS-STATUS      PIC X(02) VALUE '00'.
008900          88  WS-BILLMAS-OK               VALUE '00'.
009000          88  WS-BILLMAS-EOF              VALUE '10'.
009100      05  WS-BENEFMAS-STATUS     PIC X(02) VALUE '00'.
009200          88  WS-BENEFMAS-OK              VALUE '00'.
009300          88  WS-BENEFMAS-EOF             VALUE '10'.
009400          88  WS-BENEFMAS-NAO-EXISTE      VALUE '35'.
009500      05  WS-STUDMAS-STATUS      PIC X(02) VALUE '00'.
009600          88  WS-STUDMAS-OK               VALUE '00'.
009700      05  WS-DESCRPT-STATUS      PIC X(02) VALUE '00'.
009800          88  WS-DESCRPT-OK               VALUE '00'.
009900  01  WS-COUNTERS COMP.
010000      05  WS-COBRANCAS-LIDAS     PIC 9(07) VALUE ZERO.
010100      05  WS-DA-COMPETENCIA      PIC 9(05) VALUE ZERO.
010200      05  WS-COM-DESCONTO        PIC 9(05) VALUE ZERO.
010300      05  WS-A-VENCER            PIC 9(05) VALUE ZERO.
010400      05  WS-FORA-DA-TABELA      PIC 9(05) VALUE ZERO.
010500******************************************************************
010600* COMPETENCIA DO RELATORIO E A SEGUINTE (VENCIMENTO DOS
010700* BENEFICIOS A RENOVAR)
010800******************************************************************
010900  01  WRK-COMPETENCIA-X.
011000      05  WRK-COMP-ANO           PIC 9(04).
011100      05  WRK-COMP-MES           PIC 9(02).
011200  01  WRK-COMPETENCIA-NUM REDEFINES WRK-COMPETENCIA-X PIC 9(06).
011300  01  WRK-PROXIMA-X.
011400      05  WRK-PROX-ANO           PIC 9(04).
011500      05  WRK-PROX-MES           PIC 9(02).
011600  01  WRK-PROXIMA-NUM REDEFINES WRK-PROXIMA-X PIC 9(06).
011700  01  WRK-EDITAR-X.
011800      05  WRK-EDIT-ANO           PIC 9(04).
011900      05  WRK-EDIT-MES           PIC 9(02).
012000  01  WRK-EDITAR-NUM REDEFINES WRK-EDITAR-X PIC 9(06).
012100******************************************************************
012200* DESCONTO POR TURMA E TIPO - TURMAS EM ORDEM CRESCENTE, UMA
012300* ENTRADA POR TURMA COM DESCONTO NA COMPETENCIA. TIPO 1 IRMAOS,
012400* 2 FUNCIONARIO, 3 SOCIAL. MESMO LIMITE DE 300 TURMAS DO PROGCOB39
012500******************************************************************
012600  01  WRK-TURMA-TABELA.
012700      05  WRK-QTDE-TURMAS        PIC 9(03) COMP VALUE ZERO.
012800      05  WRK-TURMA-ENT          OCCURS 300 TIMES.
012900          10  WRK-TD-TURMA       PIC X(06).
013000          10  WRK-TD-QTDE        PIC 9(05) COMP.
013100          10  WRK-TD-DESCONTO    PIC 9(09)V99 COMP-3
013200                                 OCCURS 3 TIMES.
013300  77  WRK-MAX-TURMAS             PIC 9(03) COMP VALUE 300.
013400  77  WRK-IDX                    PIC 9(03) COMP VALUE ZERO.
013500  77  WRK-POS                    PIC 9(03) COMP VALUE ZERO.
013600  77  WRK-IDX-DESL               PIC 9(03) COMP VALUE ZERO.
013700  77  WRK-TIPO-IDX               PIC 9(01) COMP VALUE ZERO.
013800  01  WS-TOTAIS COMP-3.
013900      05  WS-TOTAL-TIPO          PIC 9(09)V99 VALUE ZERO
014000                                 OCCURS 3 TIMES.
014100      05  WS-TOTAL-TURMA         PIC 9(09)V99 VALUE ZERO.
014200      05  WS-TOTAL-GERAL         PIC 9(09)V99 VALUE ZERO.
014300******************************************************************
014400* DESCONTO EDITADO DO BENEFICIO A VENCER - PERCENTUAL OU VALOR
014500******************************************************************
014600  01  WRK-DESC-PCT.
014700      05  WRK-DP-PCT             PIC ZZ9.99.
014800      05  FILLER                 PIC X(01) VALUE '%'.
014900      05  FILLER                 PIC X(02) VALUE SPACES.
015000  01  WRK-DESC-VALOR.
015100      05  WRK-DV-VALOR           PIC ZZZZZ9.99.
015200******************************************************************
015300* RUN DATE - SAME STRUCTURE TESTE1 USES FOR THE SYSTEM DATE
015400******************************************************************
015500  01  WRK-DATA.
015600      05  WRK-ANO                PIC 9(04) VALUE ZEROS.
015700      05  WRK-MES                PIC 9(02) VALUE ZEROS.
015800      05  WRK-DIA                PIC 9(02) VALUE ZEROS.
015900  01  WRK-DATA-YYYYMMDD REDEFINES WRK-DATA PIC 9(08).
016000******************************************************************
016100* SHARED DATE-OUTPUT FIELDS (SEE DATEFMT.CPY)
016200******************************************************************
016300  COPY DATEFMT.
016400******************************************************************
016500* RUN-PARAMETER LOOKUP FIELDS (SEE PARMWS.CPY/PARMRTN.CPY)
016600******************************************************************
016700  COPY PARMWS.
016800******************************************************************
016900* REPORT LINE LAYOUTS
017000******************************************************************
017100  01  WS-HEADER-1.
017200      05  FILLER                 PIC X(47)
017300          VALUE 'BOLSAS E DESCONTOS NA MENSALIDADE - COMPETENCIA'.
017400      05  FILLER                 PIC X(01) VALUE SPACE.
017500      05  WH-COMPETENCIA         PIC X(07).
017600  01  WS-HEADER-2.
017700      05  FILLER                 PIC X(10) VALUE 'DATA EMIS:'.
017800      05  WH-DATA                PIC X(10).
017900  01  WS-HEADER-3.
018000      05  FILLER                 PIC X(08) VALUE 'TURMA'.
018100      05  FILLER                 PIC X(07) VALUE '   QTDE'.
018200      05  FILLER                 PIC X(12) VALUE '      IRMAOS'.
018300      05  FILLER                 PIC X(12) VALUE ' FUNCIONARIO'.
018400      05  FILLER                 PIC X(12) VALUE '      SOCIAL'.
018500      05  FILLER                 PIC X(13) VALUE '        TOTAL'.
018600  01  WS-DETAIL-LINE.
018700      05  WD-TURMA               PIC X(06).
018800      05  FILLER                 PIC X(02) VALUE SPACES.
018900      05  WD-QTDE                PIC ZZZZZZ9.
019000      05  FILLER                 PIC X(02) VALUE SPACES.
019100      05  WD-IRMAOS              PIC ZZZZZZ9.99.
019200      05  FILLER                 PIC X(02) VALUE SPACES.
019300      05  WD-FUNCIONARIO         PIC ZZZZZZ9.99.
019400      05  FILLER                 PIC X(02) VALUE SPACES.
019500      05  WD-SOCIAL              PIC ZZZZZZ9.99.
019600      05  FILLER                 PIC X(02) VALUE SPACES.
019700      05  WD-TOTAL               PIC ZZZZZZZZ9.99.
019800  01  WS-VENC-HEADER-1.
019900      05  FILLER                 PIC X(25)
020000          VALUE 'BENEFICIOS QUE VENCEM EM '.
020100      05  WV-PROXIMA             PIC X(07).
020200      05  FILLER                 PIC X(24)
020300          VALUE ' - RENOVAR OU ENCERRAR'.
020400  01  WS-VENC-HEADER-2.
020500      05  FILLER                 PIC X(07) VALUE 'MATRIC'.
020600      05  FILLER                 PIC X(21) VALUE 'NOME'.
020700      05  FILLER                 PIC X(07) VALUE 'TURMA'.
020800      05  FILLER                 PIC X(13) VALUE 'TIPO'.
020900      05  FILLER                 PIC X(10) VALUE 'DESCONTO'.
021000      05  FILLER                 PIC X(08) VALUE 'INICIO'.
021100      05  FILLER                 PIC X(09) VALUE 'APROVADOR'.
021200  01  WS-VENC-DETAIL.
021300      05  WV-ID                  PIC X(06).
021400      05  FILLER                 PIC X(01) VALUE SPACE.
021500      05  WV-NOME                PIC X(20).
021600      05  FILLER                 PIC X(01) VALUE SPACE.
021700      05  WV-TURMA               PIC X(06).
021800      05  FILLER                 PIC X(01) VALUE SPACE.
021900      05  WV-TIPO                PIC X(12).
022000      05  FILLER                 PIC X(01) VALUE SPACE.
022100      05  WV-DESCONTO            PIC X(09).
022200      05  FILLER                 PIC X(01) VALUE SPACE.
022300      05  WV-INICIO              PIC X(07).
022400      05  FILLER                 PIC X(01) VALUE SPACE.
022500      05  WV-APROVADOR           PIC X(14).
022600  01  WS-VENC-NENHUM.
022700      05  FILLER                 PIC X(40)
022800          VALUE '  NENHUM BENEFICIO VENCE NA COMPETENCIA'.
022900  01  WS-FOOTER-LINE.
023000      05  FILLER                 PIC X(25)
023100          VALUE 'COBRANCAS DA COMPETENCIA:'.
023200      05  WF-DA-COMPETENCIA      PIC ZZZZ9.
023300      05  FILLER                 PIC X(16)
023400          VALUE '  COM DESCONTO: '.
023500      05  WF-COM-DESCONTO        PIC ZZZZ9.
023600      05  FILLER                 PIC X(12) VALUE '  A VENCER: '.
023700      05  WF-A-VENCER            PIC ZZZZ9.
023800  01  WS-BLANK-LINE              PIC X(01) VALUE SPACE.
023900  PROCEDURE DIVISION.
024000******************************************************************
024100* 0000-MAINLINE
024200* CONTROLS THE OVERALL FLOW OF THE MONTHLY DISCOUNT REPORT
024300******************************************************************
024400  0000-MAINLINE.
024500      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024600      PERFORM 2000-PROCESS-COBRANCA THRU 2000-EXIT
024700          UNTIL WS-EOF.
024800      PERFORM 3000-IMPRIMIR-TURMAS THRU 3000-EXIT.
024900      PERFORM 4000-LISTAR-A-VENCER THRU 4000-EXIT.
025000      PERFORM 8000-TERMINATE THRU 8000-EXIT.
025100      STOP RUN.
025200******************************************************************
025300* 1000-INITIALIZE
025400* RESOLVES THE COMPETENCIA AND THE NEXT ONE, OPENS THE FILES
025500* (SEM BENEFMAS A SECAO DE VENCIMENTOS SAI VAZIA), WRITES THE
025600* HEADERS AND PRIMES THE READ
025700******************************************************************
025800  1000-INITIALIZE.
025900      ACCEPT WRK-DATA FROM DATE YYYYMMDD.
026000      MOVE 'PROGCOB65' TO WRK-PARM-PROGRAMA.
026100      MOVE 'COMPETENCIA' TO WRK-PARM-NOME.
026200      PERFORM 9860-BUSCAR-PARM THRU 9860-EXIT.
026300      IF WS-PARM-ACHADO AND WRK-PARM-VALOR (1:6) NUMERIC
026400          MOVE WRK-PARM-VALOR (1:6) TO WRK-COMPETENCIA-NUM
026500      ELSE
026600          MOVE WRK-ANO TO WRK-COMP-ANO
026700          MOVE WRK-MES TO WRK-COMP-MES
026800      END-IF.
026900      IF WRK-COMP-MES = 12
027000          COMPUTE WRK-PROX-ANO = WRK-COMP-ANO + 1
027100          MOVE 1 TO WRK-PROX-MES
027200      ELSE
027300          MOVE WRK-COMP-ANO TO WRK-PROX-ANO
027400          COMPUTE WRK-PROX-MES = WRK-COMP-MES + 1
027500      END-IF.
027600      DISPLAY 'PROGCOB65 - DESCONTOS DA COMPETENCIA '
027700          WRK-COMPETENCIA-NUM.
027800      OPEN INPUT BILLING-FILE.
027900      OPEN INPUT STUDENT-MASTER-FILE.
028000      OPEN OUTPUT DESCONTO-REPORT-FILE.
028100      IF NOT WS-BILLMAS-OK OR NOT WS-STUDMAS-OK
028200          OR NOT WS-DESCRPT-OK
028300          DISPLAY 'PROGCOB65 - ERRO AO ABRIR ARQUIVOS: '
028400              WS-BILLMAS-STATUS ' / ' WS-STUDMAS-STATUS ' / '
028500              WS-DESCRPT-STATUS
028600          MOVE 'Y' TO WS-EOF-SW
028700          MOVE 8 TO RETURN-CODE
028800          GO TO 1000-EXIT
028900      END-IF.
029000      MOVE 'Y' TO WS-ARQUIVOS-ABERTOS-SW.
029100      OPEN INPUT BENEFICIO-FILE.
029200      IF WS-BENEFMAS-OK
029300          MOVE 'Y' TO WS-BENEFMAS-ABERTO-SW
029400      ELSE
029500          DISPLAY 'PROGCOB65 - BENEFMAS NAO ABRE ('
029600              WS-BENEFMAS-STATUS ') - SEM LISTA DE VENCIMENTOS'
029700      END-IF.
029800      PERFORM 9810-FORMATAR-DDMMYYYY THRU 9810-EXIT.
029900      MOVE DATEFMT-DDMMYYYY TO WH-DATA.
030000      MOVE WRK-COMPETENCIA-NUM TO WRK-EDITAR-NUM.
030100      PERFORM 9990-EDITAR-COMPETENCIA THRU 9990-EXIT.
030200      MOVE DATEFMT-MMYYYY TO WH-COMPETENCIA.
030300      MOVE WRK-PROXIMA-NUM TO WRK-EDITAR-NUM.
030400      PERFORM 9990-EDITAR-COMPETENCIA THRU 9990-EXIT.
030500      MOVE DATEFMT-MMYYYY TO WV-PROXIMA.
030600      WRITE DR-LINE FROM WS-HEADER-1.
030700      WRITE DR-LINE FROM WS-HEADER-2.
030800      WRITE DR-LINE FROM WS-BLANK-LINE.
030900      WRITE DR-LINE FROM WS-HEADER-3.
031000      PERFORM 2100-READ-COBRANCA THRU 2100-EXIT.
031100  1000-EXIT.
031200      EXIT.
031300******************************************************************
031400* 2000-PROCESS-COBRANCA
031500* ACCUMULATES THE DESCONTO OF ONE CHARGE OF THE COMPETENCIA UNDER
031600* ITS TURMA AND TIPO, AND READS THE NEXT ONE
031700******************************************************************
031800  2000-PROCESS-COBRANCA.
031900      IF BL-COMPETENCIA NOT = WRK-COMPETENCIA-NUM
032000          GO TO 2000-LER-PROXIMO
032100      END-IF.
032200      ADD 1 TO WS-DA-COMPETENCIA.
032300      IF BL-DESCONTO = ZERO
032400          GO TO 2000-LER-PROXIMO
032500      END-IF.
032700      PERFORM 2250-INDICE-TIPO THRU 2250-EXIT.
032800      PERFORM 2300-POSICIONAR-TURMA THRU 2300-EXIT.
032900      IF NOT WS-TURMA-ACHADA
033000          ADD 1 TO WS-FORA-DA-TABELA
033100          GO TO 2000-LER-PROXIMO
033200      END-IF.
033250      ADD 1 TO WS-COM-DESCONTO.
033300      ADD 1 TO WRK-TD-QTDE (WRK-POS).
033400      ADD BL-DESCONTO TO WRK-TD-DESCONTO (WRK-POS, WRK-TIPO-IDX).
033500      ADD BL-DESCONTO TO WS-TOTAL-TIPO (WRK-TIPO-IDX).
033600      ADD BL-DESCONTO TO WS-TOTAL-GERAL.
033700  2000-LER-PROXIMO.
033800      PERFORM 2100-READ-COBRANCA THRU 2100-EXIT.
033900  2000-EXIT.
034000      EXIT.
034100******************************************************************
034200* 2100-READ-COBRANCA
034300* READS THE NEXT BILLMAS RECORD, SETS THE EOF SWITCH
034400******************************************************************
034500  2100-READ-COBRANCA.
034600      READ BILLING-FILE NEXT RECORD
034700          AT END
034800              MOVE 'Y' TO WS-EOF-SW
034900              GO TO 2100-EXIT
035000      END-READ.
035100      IF NOT WS-BILLMAS-OK AND NOT WS-BILLMAS-EOF
035200          DISPLAY 'PROGCOB65 - ERRO DE LEITURA BILLMAS: '
035300              WS-BILLMAS-STATUS
035400          MOVE 'Y' TO WS-EOF-SW
035500          MOVE 8 TO RETURN-CODE
035600          GO TO 2100-EXIT
035700      END-IF.
035800      ADD 1 TO WS-COBRANCAS-LIDAS.
035900  2100-EXIT.
036000      EXIT.
036100******************************************************************
036200* 2250-INDICE-TIPO
036300* COLUMN OF THE TIPO DO BENEFICIO - TIPO DESCONHECIDO VAI PARA A
036400* BOLSA SOCIAL, PARA O TOTAL GERAL BATER COM O BILLMAS
036500******************************************************************
036600  2250-INDICE-TIPO.
036700      MOVE 3 TO WRK-TIPO-IDX.
036800      IF BL-TIPO-BENEFICIO = 'I'
036900          MOVE 1 TO WRK-TIPO-IDX
037000      END-IF.
037100      IF BL-TIPO-BENEFICIO = 'F'
037200          MOVE 2 TO WRK-TIPO-IDX
037300      END-IF.
037400  2250-EXIT.
037500      EXIT.
037600******************************************************************
037700* 2300-POSICIONAR-TURMA
037800* FINDS THE TURMA IN THE TABLE OR OPENS ITS ENTRY IN KEY ORDER,
037900* SHIFTING THE FOLLOWING ONES DOWN; WRK-POS RETURNS THE ENTRY
038000******************************************************************
038100  2300-POSICIONAR-TURMA.
038200      MOVE 'N' TO WS-TURMA-ACHADA-SW.
038300      COMPUTE WRK-POS = WRK-QTDE-TURMAS + 1.
038400      PERFORM 2310-COMPARAR-TURMA THRU 2310-EXIT
038500          VARYING WRK-IDX FROM WRK-QTDE-TURMAS BY -1
038600          UNTIL WRK-IDX < 1.
038700      IF WRK-POS NOT > WRK-QTDE-TURMAS
038800          IF WRK-TD-TURMA (WRK-POS) = BL-CLASS-SECTION
038900              MOVE 'Y' TO WS-TURMA-ACHADA-SW
039000              GO TO 2300-EXIT
039100          END-IF
039200      END-IF.
039300      IF WRK-QTDE-TURMAS >= WRK-MAX-TURMAS
039400          DISPLAY 'PROGCOB65 - TABELA DE TURMAS CHEIA - TURMA '
039500              BL-CLASS-SECTION ' FORA DO RELATORIO'
039600          GO TO 2300-EXIT
039700      END-IF.
039800      PERFORM 2320-DESLOCAR-TURMA THRU 2320-EXIT
039900          VARYING WRK-IDX-DESL FROM WRK-QTDE-TURMAS BY -1
040000          UNTIL WRK-IDX-DESL < WRK-POS.
040100      ADD 1 TO WRK-QTDE-TURMAS.
040200      MOVE BL-CLASS-SECTION TO WRK-TD-TURMA (WRK-POS).
040300      MOVE ZERO TO WRK-TD-QTDE (WRK-POS).
040400      MOVE ZERO TO WRK-TD-DESCONTO (WRK-POS, 1).
040500      MOVE ZERO TO WRK-TD-DESCONTO (WRK-POS, 2).
040600      MOVE ZERO TO WRK-TD-DESCONTO (WRK-POS, 3).
040700      MOVE 'Y' TO WS-TURMA-ACHADA-SW.
040800  2300-EXIT.
040900      EXIT.
041000******************************************************************
041100* 2310-COMPARAR-TURMA
041200* WALKING BACK FROM THE END, KEEPS THE FIRST ENTRY NOT BELOW THE
041300* TURMA - AS ENTRADAS ESTAO EM ORDEM, SO A ULTIMA MARCADA VALE
041400******************************************************************
041500  2310-COMPARAR-TURMA.
041600      IF WRK-TD-TURMA (WRK-IDX) NOT < BL-CLASS-SECTION
041700          MOVE WRK-IDX TO WRK-POS
041800      END-IF.
041900  2310-EXIT.
042000      EXIT.
042100******************************************************************
042200* 2320-DESLOCAR-TURMA
042300* MOVES ONE ENTRY A POSITION DOWN TO OPEN ROOM FOR THE NEW TURMA
042400******************************************************************
042500  2320-DESLOCAR-TURMA.
042600      MOVE WRK-TURMA-ENT (WRK-IDX-DESL)
042700          TO WRK-TURMA-ENT (WRK-IDX-DESL + 1).
042800  2320-EXIT.
042900      EXIT.
043000******************************************************************
043100* 3000-IMPRIMIR-TURMAS
043200* ONE LINE PER TURMA WITH THE DESCONTO BY TIPO, THEN THE TOTALS
043300* BY TIPO FOR THE WHOLE SCHOOL
043400******************************************************************
043500  3000-IMPRIMIR-TURMAS.
043600      IF NOT WS-ARQUIVOS-ABERTOS
043700          GO TO 3000-EXIT
043800      END-IF.
043900      PERFORM 3100-IMPRIMIR-TURMA THRU 3100-EXIT
044000          VARYING WRK-IDX FROM 1 BY 1
044100          UNTIL WRK-IDX > WRK-QTDE-TURMAS.
044200      MOVE 'TOTAL' TO WD-TURMA.
044300      MOVE WS-COM-DESCONTO TO WD-QTDE.
044400      MOVE WS-TOTAL-TIPO (1) TO WD-IRMAOS.
044500      MOVE WS-TOTAL-TIPO (2) TO WD-FUNCIONARIO.
044600      MOVE WS-TOTAL-TIPO (3) TO WD-SOCIAL.
044700      MOVE WS-TOTAL-GERAL TO WD-TOTAL.
044800      WRITE DR-LINE FROM WS-BLANK-LINE.
044900      WRITE DR-LINE FROM WS-DETAIL-LINE.
045000  3000-EXIT.
045100      EXIT.
045200******************************************************************
045300* 3100-IMPRIMIR-TURMA
045400******************************************************************
045500  3100-IMPRIMIR-TURMA.
045600      MOVE WRK-TD-TURMA (WRK-IDX) TO WD-TURMA.
045700      MOVE WRK-TD-QTDE (WRK-IDX) TO WD-QTDE.
045800      MOVE WRK-TD-DESCONTO (WRK-IDX, 1) TO WD-IRMAOS.
045900      MOVE WRK-TD-DESCONTO (WRK-IDX, 2) TO WD-FUNCIONARIO.
046000      MOVE WRK-TD-DESCONTO (WRK-IDX, 3) TO WD-SOCIAL.
046100      COMPUTE WS-TOTAL-TURMA = WRK-TD-DESCONTO (WRK-IDX, 1)
046200          + WRK-TD-DESCONTO (WRK-IDX, 2)
046300          + WRK-TD-DESCONTO (WRK-IDX, 3).
046400      MOVE WS-TOTAL-TURMA TO WD-TOTAL.
046500      WRITE DR-LINE FROM WS-DETAIL-LINE.
046600  3100-EXIT.
046700      EXIT.
046800******************************************************************
046900* 4000-LISTAR-A-VENCER
047000* READS THE WHOLE BENEFMAS AND LISTS THE ACTIVE BENEFITS WHOSE
047100* VIGENCIA ENDS IN THE NEXT COMPETENCIA
047200******************************************************************
047300  4000-LISTAR-A-VENCER.
047400      IF NOT WS-ARQUIVOS-ABERTOS
047500          GO TO 4000-EXIT
047600      END-IF.
047700      WRITE DR-LINE FROM WS-BLANK-LINE.
047800      WRITE DR-LINE FROM WS-VENC-HEADER-1.
047900      WRITE DR-LINE FROM WS-VENC-HEADER-2.
048000      IF WS-BENEFMAS-ABERTO
048100          PERFORM 4100-LER-BENEFICIO THRU 4100-EXIT
048200              UNTIL WS-BENEF-EOF
048300      END-IF.
048400      IF WS-A-VENCER = ZERO
048500          WRITE DR-LINE FROM WS-VENC-NENHUM
048600      END-IF.
048700  4000-EXIT.
048800      EXIT.
048900******************************************************************
049000* 4100-LER-BENEFICIO
049100* READS ONE BENEFMAS RECORD AND PRINTS IT WHEN IT EXPIRES NEXT
049200* MONTH
049300******************************************************************
049400  4100-LER-BENEFICIO.
049500      READ BENEFICIO-FILE NEXT RECORD
049600          AT END
049700              MOVE 'Y' TO WS-BENEF-EOF-SW
049800              GO TO 4100-EXIT
049900      END-READ.
050000      IF NOT WS-BENEFMAS-OK
050100          DISPLAY 'PROGCOB65 - ERRO DE LEITURA BENEFMAS: '
050200              WS-BENEFMAS-STATUS
050300          MOVE 'Y' TO WS-BENEF-EOF-SW
050400          MOVE 8 TO RETURN-CODE
050500          GO TO 4100-EXIT
050600      END-IF.
050700      IF NOT BN-ATIVO
050800          OR BN-COMPETENCIA-FIM NOT = WRK-PROXIMA-NUM
050900          GO TO 4100-EXIT
051000      END-IF.
051100      ADD 1 TO WS-A-VENCER.
051200      PERFORM 4200-IMPRIMIR-A-VENCER THRU 4200-EXIT.
051300  4100-EXIT.
051400      EXIT.
051500******************************************************************
051600* 4200-IMPRIMIR-A-VENCER
051700* ONE LINE FOR THE BENEFIT ABOUT TO EXPIRE - NOME E TURMA DO
051800* STUDMAS (ALUNO QUE SAIU FICA 'NAO CADASTRADO')
051900******************************************************************
052000  4200-IMPRIMIR-A-VENCER.
052100      MOVE BN-STUDENT-ID TO WV-ID.
052200      MOVE BN-STUDENT-ID TO SM-STUDENT-ID.
052300      READ STUDENT-MASTER-FILE
052400          INVALID KEY
052500              MOVE 'NAO CADASTRADO' TO WV-NOME
052600              MOVE SPACES TO WV-TURMA
052700          NOT INVALID KEY
052800              MOVE SM-STUDENT-NAME TO WV-NOME
052900              MOVE SM-CLASS-SECTION TO WV-TURMA
053000      END-READ.
053100      MOVE 'SOCIAL' TO WV-TIPO.
053200      IF BN-IRMAOS
053300          MOVE 'IRMAOS' TO WV-TIPO
053400      END-IF.
053500      IF BN-FUNCIONARIO
053600          MOVE 'FUNCIONARIO' TO WV-TIPO
053700      END-IF.
053800      IF BN-PERCENTUAL
053900          MOVE BN-PCT-DESCONTO TO WRK-DP-PCT
054000          MOVE WRK-DESC-PCT TO WV-DESCONTO
054100      ELSE
054200          MOVE BN-VALOR-DESCONTO TO WRK-DV-VALOR
054300          MOVE WRK-DESC-VALOR TO WV-DESCONTO
054400      END-IF.
054500      MOVE BN-COMPETENCIA-INICIO TO WRK-EDITAR-NUM.
054600      PERFORM 9990-EDITAR-COMPETENCIA THRU 9990-EXIT.
054700      MOVE DATEFMT-MMYYYY TO WV-INICIO.
054800      MOVE BN-APROVADOR TO WV-APROVADOR.
054900      WRITE DR-LINE FROM WS-VENC-DETAIL.
055000  4200-EXIT.
055100      EXIT.
055200******************************************************************
055300* 8000-TERMINATE
055400* WRITES THE CONTROL-COUNT FOOTER, CLOSES FILES AND SHOWS THE
055500* TOTALS
055600******************************************************************
055700  8000-TERMINATE.
055800      IF NOT WS-ARQUIVOS-ABERTOS
055900          GO TO 8000-EXIT
056000      END-IF.
056100      MOVE WS-DA-COMPETENCIA TO WF-DA-COMPETENCIA.
056200      MOVE WS-COM-DESCONTO TO WF-COM-DESCONTO.
056300      MOVE WS-A-VENCER TO WF-A-VENCER.
056400      WRITE DR-LINE FROM WS-BLANK-LINE.
056500      WRITE DR-LINE FROM WS-FOOTER-LINE.
056600      CLOSE BILLING-FILE STUDENT-MASTER-FILE
056700          DESCONTO-REPORT-FILE.
056800      IF WS-BENEFMAS-ABERTO
056900          CLOSE BENEFICIO-FILE
057000      END-IF.
057100      DISPLAY 'PROGCOB65 - COBRANCAS LIDAS......: '
057200          WS-COBRANCAS-LIDAS.
057300      DISPLAY 'PROGCOB65 - DA COMPETENCIA.......: '
057400          WS-DA-COMPETENCIA.
057500      DISPLAY 'PROGCOB65 - COM DESCONTO.........: '
057600          WS-COM-DESCONTO.
057700      DISPLAY 'PROGCOB65 - BENEFICIOS A VENCER..: '
057800          WS-A-VENCER.
057900      IF WS-FORA-DA-TABELA > ZERO
058000          DISPLAY 'PROGCOB65 - COBRANCAS FORA DA TABELA: '
058100              WS-FORA-DA-TABELA
058200      END-IF.
058300  8000-EXIT.
058400      EXIT.
058500******************************************************************
058600* 9990-EDITAR-COMPETENCIA
058700* MM/AAAA OF THE COMPETENCIA IN WRK-EDITAR-NUM - BORROWS WRK-DATA
058800* FOR THE SHARED ROUTINE AND PUTS THE RUN DATE BACK
058900******************************************************************
059000  9990-EDITAR-COMPETENCIA.
059100      MOVE WRK-EDIT-ANO TO WRK-ANO.
059200      MOVE WRK-EDIT-MES TO WRK-MES.
059300      PERFORM 9830-FORMATAR-MMYYYY THRU 9830-EXIT.
059400      ACCEPT WRK-DATA FROM DATE YYYYMMDD.
059500  9990-EXIT.
059600      EXIT.
059700******************************************************************
059800* SHARED DATE-FORMATTING ROUTINES (SEE DATERTN.CPY)
059900******************************************************************
060000  COPY DATERTN.
060100******************************************************************
060200* RUN-PARAMETER LOOKUP ROUTINES (SEE PARMRTN.CPY)
060300******************************************************************
060400  COPY PARMRTN.
