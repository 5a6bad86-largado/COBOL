003050*                  IMPEDIR; REJEITADA VAI AO SUSPENSE V01
003060*                  COMO AS DEMAIS. SEM TURMMAS NO CATALOGO
003070*                  NADA E CRITICADO
003072* 15/10/2026 ALEX  TROCA PARA TURMA LOTADA (OCUPADOS MAIS
003074*                  CONVOCADOS NA TM-CAPACIDADE, OU FILA JA
003076*                  ABERTA) NAO E APLICADA - VAI PARA A LISTA DE
003078*                  ESPERA DA TURMA (LISTESP) COM A DATA EFETIVA
003080*                  COMO DATA DO PEDIDO E SAI NO REGISTRO COMO EM
003082*                  ESPERA. A VAGA LIBERADA POR TRANSFERENCIA,
003084*                  EVASAO OU TROCA CONVOCA O PRIMEIRO DA FILA NA
003086*                  LISTA DE CONVOCACAO DA SECRETARIA (CONVRPT).
003088*                  STUDMAS PASSA A ACCESS DYNAMIC PARA A CONTAGEM
003100******************************************************************
003200  ENVIRONMENT DIVISION.
003300  CONFIGURATION SECTION.
004000          FILE STATUS IS WS-MOVTRAN-STATUS.
004100      SELECT STUDENT-MASTER-FILE ASSIGN TO STUDMAS
004200          ORGANIZATION IS INDEXED
004300          ACCESS MODE IS DYNAMIC
004400          RECORD KEY IS SM-STUDENT-ID
004500          FILE STATUS IS WS-STUDMAS-STATUS.
004600      SELECT ATTENDANCE-FILE ASSIGN TO ATTEND
006730          ACCESS MODE IS RANDOM
006740          RECORD KEY IS TM-CODIGO
006750          FILE STATUS IS WS-TURMMAS-STATUS.
006755      SELECT LISTA-ESPERA-FILE ASSIGN TO LISTESP
006760          ORGANIZATION IS INDEXED
006765          ACCESS MODE IS DYNAMIC
006770          RECORD KEY IS LE-CHAVE
006775          FILE STATUS IS WS-LISTESP-STATUS.
006780      SELECT CONVOCACAO-REPORT-FILE ASSIGN TO CONVRPT
006785          ORGANIZATION IS LINE SEQUENTIAL
006790          FILE STATUS IS WS-CONVRPT-STATUS.
006800  DATA DIVISION.
006900  FILE SECTION.
007000  FD  MOVE-TRANSACTION-FILE
010710  FD  TURMA-FILE
010720      LABEL RECORDS ARE STANDARD.
010730  COPY TURMREC.
010740  FD  LISTA-ESPERA-FILE
010750      LABEL RECORDS ARE STANDARD.
010760  COPY ESPERA.
010770  FD  CONVOCACAO-REPORT-FILE
010780      LABEL RECORDS ARE STANDARD.
010790  01  CV-LINE                     PIC X(80).
010800  WORKING-STORAGE SECTION.
010900******************************************************************
011000* SWITCHES
012200          88  WS-FIM-DISC                  VALUE 'Y'.
012210      05  WS-TURMMAS-DISPONIVEL-SW PIC X(01) VALUE 'N'.
012220          88  WS-TURMMAS-DISPONIVEL        VALUE 'Y'.
012230      05  WS-EM-ESPERA-SW        PIC X(01) VALUE 'N'.
012240          88  WS-EM-ESPERA                 VALUE 'Y'.
012250      05  WS-FIM-CONVOCACAO-SW   PIC X(01) VALUE 'N'.
012260          88  WS-FIM-CONVOCACAO            VALUE 'Y'.
012270      05  WS-CONVRPT-ABERTO-SW   PIC X(01) VALUE 'N'.
012280          88  WS-CONVRPT-ABERTO            VALUE 'Y'.
012300******************************************************************
012400* FILE STATUS AND COUNTERS
012500******************************************************************
014400          88  WS-SUSPENSE-NAO-EXISTE      VALUE '35'.
014410      05  WS-TURMMAS-STATUS      PIC X(02) VALUE '00'.
014420          88  WS-TURMMAS-OK               VALUE '00'.
014440      05  WS-CONVRPT-STATUS      PIC X(02) VALUE '00'.
014460          88  WS-CONVRPT-OK               VALUE '00'.
014500  01  WS-COUNTERS COMP.
014600      05  WS-TRANS-LIDAS         PIC 9(05) VALUE ZERO.
014700      05  WS-REMOCOES            PIC 9(05) VALUE ZERO.
014800      05  WS-TROCAS-TURMA        PIC 9(05) VALUE ZERO.
014900      05  WS-TRANS-REJEITADAS    PIC 9(05) VALUE ZERO.
014920      05  WS-TROCAS-EM-ESPERA    PIC 9(05) VALUE ZERO.
014940      05  WS-CONVOCACOES         PIC 9(05) VALUE ZERO.
015000******************************************************************
015100* RUN DATE - SAME STRUCTURE TESTE1 USES FOR THE SYSTEM DATE
015200******************************************************************
016700* PARAMETER AREA OF THE DATE SERVICE (SEE DATEPARM.CPY)
016800******************************************************************
016900  COPY DATEPARM.
016910******************************************************************
016920* VAGAS POR TURMA E LISTA DE ESPERA (SEE VAGAWS.CPY/VAGARTN.CPY)
016930******************************************************************
016940  COPY VAGAWS.
016950  77  WRK-CONV-IDX               PIC 9(03) COMP VALUE ZERO.
017000******************************************************************
017100* REASON THE CURRENT TRANSACTION WAS REJECTED AND THE TURMA
017200* THE ALUNO HAD BEFORE THE MOVEMENT (FOR THE HISTORY RECORD)
021100      05  FILLER                 PIC X(14)
021200          VALUE '  REJEITADAS: '.
021300      05  WF-REJEITADAS          PIC ZZZZ9.
021302  01  WS-FOOTER-LINE-2.
021304      05  FILLER                 PIC X(17)
021306          VALUE 'TROCAS EM ESPERA:'.
021308      05  WF-EM-ESPERA           PIC ZZZZ9.
021310      05  FILLER                 PIC X(16)
021312          VALUE '  CONVOCACOES: '.
021314      05  WF-CONVOCACOES         PIC ZZZZ9.
021316  01  WS-CONV-HEADER-1.
021318      05  FILLER                 PIC X(40)
021320          VALUE 'LISTA DE CONVOCACAO - VAGAS LIBERADAS'.
021322  01  WS-CONV-HEADER-2.
021324      05  FILLER                 PIC X(10) VALUE 'DATA EMIS:'.
021326      05  WS-CH2-DATA            PIC X(10).
021328  01  WS-CONV-HEADER-3.
021330      05  FILLER                 PIC X(08) VALUE 'TURMA   '.
021332      05  FILLER                 PIC X(10) VALUE 'PEDIDO    '.
021334      05  FILLER                 PIC X(03) VALUE 'OR '.
021336      05  FILLER                 PIC X(08) VALUE 'MATRIC. '.
021338      05  FILLER                 PIC X(21) VALUE 'NOME'.
021340      05  FILLER                 PIC X(11) VALUE 'RESPONSAVEL'.
021342  01  WS-CONV-DETAIL-LINE.
021344      05  WC-TURMA               PIC X(06).
021346      05  FILLER                 PIC X(02) VALUE SPACES.
021348      05  WC-DATA-PEDIDO         PIC 9(08).
021350      05  FILLER                 PIC X(02) VALUE SPACES.
021352      05  WC-ORIGEM              PIC X(01).
021354      05  FILLER                 PIC X(02) VALUE SPACES.
021356      05  WC-MATRICULA           PIC X(06).
021358      05  FILLER                 PIC X(02) VALUE SPACES.
021360      05  WC-NOME                PIC X(20).
021362      05  FILLER                 PIC X(01) VALUE SPACE.
021364      05  WC-RESPONSAVEL         PIC X(30).
021366  01  WS-CONV-FOOTER-LINE.
021368      05  FILLER                 PIC X(14) VALUE 'CONVOCACOES: '.
021370      05  WFC-CONVOCACOES        PIC ZZZZ9.
021400  PROCEDURE DIVISION.
021500******************************************************************
021600* 0000-MAINLINE
026260              WS-TURMMAS-STATUS ') - TURMA NOVA NAO '
026270              'CRITICADA'
026280      END-IF.
026290      PERFORM 1200-ABRIR-ESPERA THRU 1200-EXIT.
026300      PERFORM 1100-WRITE-HEADERS THRU 1100-EXIT.
026400      PERFORM 2100-READ-TRANS THRU 2100-EXIT.
026500  1000-EXIT.
027600      WRITE MR-LINE FROM WS-HEADER-3.
027700  1100-EXIT.
027800      EXIT.
027801******************************************************************
027802* 1200-ABRIR-ESPERA
027803* OPENS THE LISTA DE ESPERA (CRIADA NA PRIMEIRA VEZ) AND THE
027804* LISTA DE CONVOCACAO, COUNTS THE VAGAS OF EVERY TURMA AND
027805* CONVOCA QUEM JA CABE - VAGA ABERTA POR AUMENTO DE CAPACIDADE
027806* NO TURMMAS NAO ESPERA A PROXIMA SAIDA DE ALUNO. SEM A LISTA
027807* DE CONVOCACAO A FILA NAO E USADA (NINGUEM E CONVOCADO SEM SAIR
027808* NA LISTA DA SECRETARIA) E TURMA LOTADA REJEITA A TROCA
027809******************************************************************
027810  1200-ABRIR-ESPERA.
027811      OPEN OUTPUT CONVOCACAO-REPORT-FILE.
027812      IF NOT WS-CONVRPT-OK
027813          DISPLAY 'PROGCOB37 - ERRO AO ABRIR CONVRPT: '
027814              WS-CONVRPT-STATUS ' - LISTA DE ESPERA NAO USADA'
027815          GO TO 1200-EXIT
027816      END-IF.
027817      MOVE 'Y' TO WS-CONVRPT-ABERTO-SW.
027818      PERFORM 9810-FORMATAR-DDMMYYYY THRU 9810-EXIT.
027819      MOVE DATEFMT-DDMMYYYY TO WS-CH2-DATA.
027820      WRITE CV-LINE FROM WS-CONV-HEADER-1.
027821      WRITE CV-LINE FROM WS-CONV-HEADER-2.
027822      WRITE CV-LINE FROM WS-CONV-HEADER-3.
027823      OPEN I-O LISTA-ESPERA-FILE.
027824      IF WS-LISTESP-NAO-EXISTE
027825          DISPLAY 'PROGCOB37 - LISTESP INEXISTENTE - CRIANDO '
027826              'ARQUIVO NOVO'
027827          OPEN OUTPUT LISTA-ESPERA-FILE
027828          CLOSE LISTA-ESPERA-FILE
027829          OPEN I-O LISTA-ESPERA-FILE
027830      END-IF.
027831      IF WS-LISTESP-OK
027832          MOVE 'Y' TO WS-ESP-DISPONIVEL-SW
027833      ELSE
027834          DISPLAY 'PROGCOB37 - LISTESP INDISPONIVEL ('
027835              WS-LISTESP-STATUS ') - TROCA PARA TURMA LOTADA '
027836              'REJEITADA'
027837      END-IF.
027838      PERFORM 9890-CARREGAR-VAGAS THRU 9890-EXIT.
027839      IF WS-ESP-DISPONIVEL
027840          PERFORM 1300-CONVOCAR-PENDENTES THRU 1300-EXIT
027841              VARYING WRK-CONV-IDX FROM 1 BY 1
027842              UNTIL WRK-CONV-IDX > WRK-QTDE-VAGA
027843      END-IF.
027844  1200-EXIT.
027845      EXIT.
027846******************************************************************
027847* 1300-CONVOCAR-PENDENTES
027848* TURMA COM FILA E VAGA LIVRE NA ABERTURA DO RUN
027849******************************************************************
027850  1300-CONVOCAR-PENDENTES.
027851      IF WRK-VG-AGUARDANDO (WRK-CONV-IDX) = ZERO
027852          GO TO 1300-EXIT
027853      END-IF.
027854      MOVE WRK-CONV-IDX TO WRK-VAGA-ACHADO.
027855      MOVE WRK-VG-TURMA (WRK-CONV-IDX) TO WRK-VAGA-TURMA.
027856      PERFORM 2650-CONVOCAR-FILA THRU 2650-EXIT.
027857  1300-EXIT.
027858      EXIT.
027900******************************************************************
028000* 2000-PROCESS-TRANS
028100* VALIDATES AND APPLIES ONE MOVEMENT, LOGS IT ON THE REGISTER,
028300******************************************************************
028400  2000-PROCESS-TRANS.
028500      PERFORM 2200-VALIDAR-TRANS THRU 2200-EXIT.
028520      IF NOT WS-TRANS-INVALIDA AND MV-TROCA-TURMA
028540          PERFORM 2260-CONFERIR-VAGA THRU 2260-EXIT
028560      END-IF.
028600      IF WS-TRANS-INVALIDA
028700          ADD 1 TO WS-TRANS-REJEITADAS
028800          PERFORM 7000-GRAVAR-SUSPENSE THRU 7000-EXIT
028900      ELSE
028920          IF WS-EM-ESPERA
028940              ADD 1 TO WS-TROCAS-EM-ESPERA
028960          ELSE
029000              PERFORM 2300-APLICAR-MOVIMENTO THRU 2300-EXIT
029050          END-IF
029100      END-IF.
029200      PERFORM 2400-WRITE-REGISTRO THRU 2400-EXIT.
029300      PERFORM 2100-READ-TRANS THRU 2100-EXIT.
032100  2200-VALIDAR-TRANS.
032200      MOVE 'N' TO WS-TRANS-INVALIDA-SW.
032300      MOVE SPACES TO WRK-MOTIVO-REJEICAO.
032350      MOVE 'N' TO WS-EM-ESPERA-SW.
032400      IF NOT MV-TIPO-VALIDO
032500          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
032600          MOVE 'TIPO NAO E T/E/M' TO WRK-MOTIVO-REJEICAO
039200      PERFORM 2330-AJUSTAR-ATTEND THRU 2330-EXIT.
039300      PERFORM 2350-AJUSTAR-DISCIPLINAS THRU 2350-EXIT.
039400      ADD 1 TO WS-TROCAS-TURMA.
039405      IF MV-TURMA-NOVA = WRK-TURMA-ANTERIOR
039410          GO TO 2320-EXIT
039415      END-IF.
039420      MOVE MV-TURMA-NOVA TO WRK-VAGA-TURMA.
039425      PERFORM 9893-OBTER-VAGA THRU 9893-EXIT.
039430      IF WRK-VAGA-ACHADO > ZERO
039435          ADD 1 TO WRK-VG-OCUPADOS (WRK-VAGA-ACHADO)
039440      END-IF.
039445      IF WS-ESP-CONVOCADO
039450          PERFORM 9899-ATENDER-CONVOCADO THRU 9899-EXIT
039455      END-IF.
039460      PERFORM 2600-LIBERAR-VAGA THRU 2600-EXIT.
039500  2320-EXIT.
039600      EXIT.
039700******************************************************************
046200      END-IF.
046300  2355-EXIT.
046400      EXIT.
046401******************************************************************
046402* 2260-CONFERIR-VAGA
046403* CAPACITY CHECK OF THE TURMA NOVA. O ALUNO CONVOCADO DA LISTA
046404* DE ESPERA DESTA TURMA TEM A VAGA RESERVADA E PASSA. TURMA
046405* LOTADA POE A TROCA NA FILA COM A DATA EFETIVA COMO DATA DO
046406* PEDIDO - TROCA REPETIDA DE QUEM JA AGUARDA NAO ENTRA DUAS
046407* VEZES. SEM LISTESP A TROCA E REJEITADA PARA O SUSPENSE
046408******************************************************************
046409  2260-CONFERIR-VAGA.
046410      MOVE 'N' TO WS-ESP-CONVOCADO-SW.
046411      IF MV-TURMA-NOVA = WRK-TURMA-ANTERIOR
046412          GO TO 2260-EXIT
046413      END-IF.
046414      MOVE MV-TURMA-NOVA TO WRK-VAGA-TURMA.
046415      MOVE MV-STUDENT-ID TO WRK-ESP-ID.
046416      MOVE SM-STUDENT-NAME TO WRK-ESP-NOME.
046417      PERFORM 9896-PROCURAR-NA-LISTA THRU 9896-EXIT.
046418      IF WS-ESP-CONVOCADO
046419          GO TO 2260-EXIT
046420      END-IF.
046421      PERFORM 9895-CONFERIR-VAGA THRU 9895-EXIT.
046422      IF NOT WS-TURMA-CHEIA
046423          GO TO 2260-EXIT
046424      END-IF.
046425      IF NOT WS-ESP-DISPONIVEL
046426          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
046427          MOVE 'TURMA NOVA LOTADA' TO WRK-MOTIVO-REJEICAO
046428          GO TO 2260-EXIT
046429      END-IF.
046430      MOVE 'Y' TO WS-EM-ESPERA-SW.
046431      IF WS-ESP-AGUARDANDO
046432          MOVE 'JA ESTA NA FILA' TO WRK-MOTIVO-REJEICAO
046433          GO TO 2260-EXIT
046434      END-IF.
046435      MOVE MV-TURMA-NOVA TO LE-TURMA.
046436      MOVE MV-DATA-EFETIVA TO LE-DATA-PEDIDO.
046437      MOVE 'M' TO LE-ORIGEM.
046438      MOVE MV-STUDENT-ID TO LE-STUDENT-ID.
046439      MOVE SM-STUDENT-NAME TO LE-STUDENT-NAME.
046440      MOVE WRK-TURMA-ANTERIOR TO LE-TURMA-ATUAL.
046441      MOVE SPACES TO LE-NOME-RESPONSAVEL.
046442      MOVE SPACES TO LE-ENDERECO.
046443      MOVE ZEROS TO LE-CEP.
046444      PERFORM 9898-INCLUIR-ESPERA THRU 9898-EXIT.
046445      IF NOT WS-LISTESP-OK
046446          MOVE 'N' TO WS-EM-ESPERA-SW
046447          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
046448          MOVE 'ERRO LISTA DE ESPERA' TO WRK-MOTIVO-REJEICAO
046449          GO TO 2260-EXIT
046450      END-IF.
046451      MOVE 'TURMA NOVA LOTADA' TO WRK-MOTIVO-REJEICAO.
046452  2260-EXIT.
046453      EXIT.
046500******************************************************************
046600* 2340-REMOVER-ALUNO
046700* TRANSFERENCIA/EVASAO - REMOVES THE ALUNO FROM THE LIVE
048000      PERFORM 2345-REMOVER-ATTEND THRU 2345-EXIT.
048100      PERFORM 2370-REMOVER-DISCIPLINAS THRU 2370-EXIT.
048200      ADD 1 TO WS-REMOCOES.
048250      PERFORM 2600-LIBERAR-VAGA THRU 2600-EXIT.
048300  2340-EXIT.
048400      EXIT.
048500******************************************************************
054600      END-IF.
054700  2375-EXIT.
054800      EXIT.
054802******************************************************************
054804* 2600-LIBERAR-VAGA
054806* O ALUNO SAIU DE WRK-TURMA-ANTERIOR - ONE OCCUPANT LESS THERE
054808* AND THE FILA OF THAT TURMA IS CALLED WHILE THERE IS ROOM
054810******************************************************************
054812  2600-LIBERAR-VAGA.
054814      MOVE WRK-TURMA-ANTERIOR TO WRK-VAGA-TURMA.
054816      PERFORM 9893-OBTER-VAGA THRU 9893-EXIT.
054818      IF WRK-VAGA-ACHADO = ZERO
054820          GO TO 2600-EXIT
054822      END-IF.
054824      IF WRK-VG-OCUPADOS (WRK-VAGA-ACHADO) > ZERO
054826          SUBTRACT 1 FROM WRK-VG-OCUPADOS (WRK-VAGA-ACHADO)
054828      END-IF.
054830      IF NOT WS-ESP-DISPONIVEL
054832          GO TO 2600-EXIT
054834      END-IF.
054836      PERFORM 2650-CONVOCAR-FILA THRU 2650-EXIT.
054838  2600-EXIT.
054840      EXIT.
054842******************************************************************
054844* 2650-CONVOCAR-FILA
054846* CONVOCA, EM ORDEM DE PEDIDO, OS AGUARDANDO DA TURMA DA ENTRADA
054848* WRK-VAGA-ACHADO ENQUANTO OCUPADOS MAIS CONVOCADOS NAO CHEGAM
054850* NA CAPACIDADE (CAPACIDADE ZERO - SEM LIMITE - CONVOCA TODOS)
054852******************************************************************
054854  2650-CONVOCAR-FILA.
054856      MOVE 'N' TO WS-FIM-CONVOCACAO-SW.
054858      PERFORM 2660-CONVOCAR-PROXIMO THRU 2660-EXIT
054860          UNTIL WS-FIM-CONVOCACAO.
054862  2650-EXIT.
054864      EXIT.
054900******************************************************************
055000* 2360-GRAVAR-HISTORICO
055100* APPENDS THE APPLIED MOVEMENT TO THE PERMANENT HISTORY - A
057900      CLOSE MOVE-HISTORY-FILE.
058000  2360-EXIT.
058100      EXIT.
058101******************************************************************
058102* 2660-CONVOCAR-PROXIMO
058103* FIRST AGUARDANDO OF THE TURMA (START ON THE PARTIAL KEY) PASSA
058104* A CONVOCADO COM A DATA DO RUN E VAI PARA A LISTA DE CONVOCACAO
058105******************************************************************
058106  2660-CONVOCAR-PROXIMO.
058107      IF WRK-VG-AGUARDANDO (WRK-VAGA-ACHADO) = ZERO
058108          MOVE 'Y' TO WS-FIM-CONVOCACAO-SW
058109          GO TO 2660-EXIT
058110      END-IF.
058111      IF WRK-VG-CAPACIDADE (WRK-VAGA-ACHADO) > ZERO
058112          AND WRK-VG-OCUPADOS (WRK-VAGA-ACHADO)
058113              + WRK-VG-CONVOCADOS (WRK-VAGA-ACHADO)
058114              >= WRK-VG-CAPACIDADE (WRK-VAGA-ACHADO)
058115          MOVE 'Y' TO WS-FIM-CONVOCACAO-SW
058116          GO TO 2660-EXIT
058117      END-IF.
058118      MOVE 'Y' TO WS-FIM-CONVOCACAO-SW.
058119      MOVE WRK-VAGA-TURMA TO LE-TURMA.
058120      MOVE ZEROS TO LE-DATA-PEDIDO.
058121      MOVE ZEROS TO LE-SEQUENCIA.
058122      START LISTA-ESPERA-FILE
058123          KEY IS NOT LESS THAN LE-CHAVE
058124          INVALID KEY
058125              GO TO 2660-EXIT
058126      END-START.
058127      MOVE 'N' TO WS-ESP-AGUARDANDO-SW.
058128      MOVE 'N' TO WS-FIM-ESPERA-SW.
058129      PERFORM 2670-LER-AGUARDANDO THRU 2670-EXIT
058130          UNTIL WS-FIM-ESPERA.
058131      IF NOT WS-ESP-AGUARDANDO
058132          MOVE ZERO TO WRK-VG-AGUARDANDO (WRK-VAGA-ACHADO)
058133          GO TO 2660-EXIT
058134      END-IF.
058135      MOVE 'C' TO LE-SITUACAO.
058136      MOVE WRK-DATA-YYYYMMDD TO LE-DATA-CONVOCACAO.
058137      REWRITE LISTA-ESPERA-RECORD
058138          INVALID KEY
058139              CONTINUE
058140      END-REWRITE.
058141      IF NOT WS-LISTESP-OK
058142          DISPLAY 'PROGCOB37 - ERRO AO CONVOCAR DA LISTESP: '
058143              WS-LISTESP-STATUS ' TURMA ' LE-TURMA
058144          GO TO 2660-EXIT
058145      END-IF.
058146      SUBTRACT 1 FROM WRK-VG-AGUARDANDO (WRK-VAGA-ACHADO).
058147      ADD 1 TO WRK-VG-CONVOCADOS (WRK-VAGA-ACHADO).
058148      ADD 1 TO WS-CONVOCACOES.
058149      PERFORM 2680-WRITE-CONVOCACAO THRU 2680-EXIT.
058150      MOVE 'N' TO WS-FIM-CONVOCACAO-SW.
058151  2660-EXIT.
058152      EXIT.
058153******************************************************************
058154* 2670-LER-AGUARDANDO
058155******************************************************************
058156  2670-LER-AGUARDANDO.
058157      READ LISTA-ESPERA-FILE NEXT RECORD
058158          AT END
058159              MOVE 'Y' TO WS-FIM-ESPERA-SW
058160              GO TO 2670-EXIT
058161      END-READ.
058162      IF NOT WS-LISTESP-OK
058163          OR LE-TURMA NOT = WRK-VAGA-TURMA
058164          MOVE 'Y' TO WS-FIM-ESPERA-SW
058165          GO TO 2670-EXIT
058166      END-IF.
058167      IF LE-AGUARDANDO
058168          MOVE 'Y' TO WS-ESP-AGUARDANDO-SW
058169          MOVE 'Y' TO WS-FIM-ESPERA-SW
058170      END-IF.
058171  2670-EXIT.
058172      EXIT.
058200******************************************************************
058300* 2400-WRITE-REGISTRO
058400* ONE REGISTER LINE PER TRANSACTION - APPLIED OR REJECTED WITH
059200      IF WS-TRANS-INVALIDA
059300          MOVE 'REJEITADA' TO WD-SITUACAO
059400      ELSE
059420          IF WS-EM-ESPERA
059440              MOVE 'EM ESPERA' TO WD-SITUACAO
059460          ELSE
059500              MOVE 'APLICADA' TO WD-SITUACAO
059550          END-IF
059600      END-IF.
059700      MOVE WRK-MOTIVO-REJEICAO TO WD-MOTIVO.
059800      WRITE MR-LINE FROM WS-DETAIL-LINE.
059900  2400-EXIT.
060000      EXIT.
060005******************************************************************
060010* 2680-WRITE-CONVOCACAO
060015* ONE LINE PER CONVOCADO FOR THE SECRETARIA - FICHA DE MATRICULA
060020* TRAZ O RESPONSAVEL, TROCA DE TURMA TRAZ A MATRICULA
060025******************************************************************
060030  2680-WRITE-CONVOCACAO.
060035      MOVE LE-TURMA TO WC-TURMA.
060040      MOVE LE-DATA-PEDIDO TO WC-DATA-PEDIDO.
060045      MOVE LE-ORIGEM TO WC-ORIGEM.
060050      MOVE LE-STUDENT-ID TO WC-MATRICULA.
060055      MOVE LE-STUDENT-NAME TO WC-NOME.
060060      MOVE LE-NOME-RESPONSAVEL TO WC-RESPONSAVEL.
060065      WRITE CV-LINE FROM WS-CONV-DETAIL-LINE.
060070  2680-EXIT.
060075      EXIT.
060100******************************************************************
060200* 7000-GRAVAR-SUSPENSE
060300* APPENDS THE REJECTED MOVEMENT TO THE SUSPENSE FILE (MOTIVO
064400      MOVE WS-TROCAS-TURMA TO WF-TROCAS.
064500      MOVE WS-TRANS-REJEITADAS TO WF-REJEITADAS.
064600      WRITE MR-LINE FROM WS-FOOTER-LINE.
064610      MOVE WS-TROCAS-EM-ESPERA TO WF-EM-ESPERA.
064620      MOVE WS-CONVOCACOES TO WF-CONVOCACOES.
064630      WRITE MR-LINE FROM WS-FOOTER-LINE-2.
064635      IF WS-CONVRPT-ABERTO
064640          MOVE WS-CONVOCACOES TO WFC-CONVOCACOES
064650          WRITE CV-LINE FROM WS-CONV-FOOTER-LINE
064660          CLOSE CONVOCACAO-REPORT-FILE
064665      END-IF.
064700      CLOSE MOVE-TRANSACTION-FILE STUDENT-MASTER-FILE
064800          MOVE-REPORT-FILE.
064900      IF WS-ATTEND-DISPONIVEL
065410      IF WS-TURMMAS-DISPONIVEL
065420          CLOSE TURMA-FILE
065430      END-IF.
065440      IF WS-ESP-DISPONIVEL
065450          CLOSE LISTA-ESPERA-FILE
065460      END-IF.
065500      DISPLAY 'PROGCOB37 - TRANSACOES LIDAS......: '
065600          WS-TRANS-LIDAS.
065700      DISPLAY 'PROGCOB37 - REMOCOES APLICADAS....: '
066000          WS-TROCAS-TURMA.
066100      DISPLAY 'PROGCOB37 - TRANSACOES REJEITADAS.: '
066200          WS-TRANS-REJEITADAS.
066220      DISPLAY 'PROGCOB37 - TROCAS EM ESPERA......: '
066240          WS-TROCAS-EM-ESPERA.
066260      DISPLAY 'PROGCOB37 - CONVOCACOES...........: '
066280          WS-CONVOCACOES.
066300      PERFORM 9850-LIBERAR-LOCK THRU 9850-EXIT.
066400  8000-EXIT.
066500      EXIT.
067100* STUDMAS UPDATE-LOCK ROUTINES (SEE LOCKRTN.CPY)
067200******************************************************************
067300  COPY LOCKRTN.
067400******************************************************************
067500* VAGAS E LISTA DE ESPERA ROUTINES (SEE VAGARTN.CPY)
067600******************************************************************
067700  COPY VAGARTN.
