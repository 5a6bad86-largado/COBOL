002210* 01/09/2026 ALEX  A FREQUENCIA ATUAL PASSA A SER LIQUIDA
002220*                  DAS FALTAS JUSTIFICADAS POR ATESTADO
002230*                  (AT-ABONOS), COMO NO PROGCOB07
002240* 15/10/2026 ALEX  SECAO DE DEPENDENCIAS NO FIM DO DOCUMENTO
002250*                  (ARQUIVO DEPMAS) - DISCIPLINA, ANO E TURMA DE
002260*                  ORIGEM, MEDIA QUE REPROVOU E SE A DEPENDENCIA
002270*                  ESTA EM ABERTO OU FOI CUMPRIDA (COM A NOTA)
002280* 15/10/2026 ALEX  SOB CADA PERIODO FECHADO, AS LINHAS POR
002290*                  DISCIPLINA ARQUIVADAS PELO PROGCOB24 (DISCHIST)
002292* 15/10/2026 ALEX  ALUNO RECEBIDO POR TRANSFERENCIA - OS PERIODOS
002294*                  CURSADOS EM OUTRA INSTITUICAO (EXTHIST,
002296*                  PROGCOB54) ABREM O DOCUMENTO COM A ESCOLA DE
002298*                  ORIGEM, SERIE, RESULTADO E DISCIPLINAS
002299* 15/10/2026 ALEX  NOME E CARGA HORARIA DA DISCIPLINA (DISCMAS)
002300******************************************************************
002400  ENVIRONMENT DIVISION.
002500  CONFIGURATION SECTION.
004500      SELECT HISTORY-REPORT-FILE ASSIGN TO HISTRPT
004600          ORGANIZATION IS LINE SEQUENTIAL
004700          FILE STATUS IS WS-HISTRPT-STATUS.
004710      SELECT DEPENDENCIA-FILE ASSIGN TO DEPMAS
004720          ORGANIZATION IS INDEXED
004730          ACCESS MODE IS DYNAMIC
004740          RECORD KEY IS DE-CHAVE
004750          FILE STATUS IS WS-DEPMAS-STATUS.
004755      SELECT DISC-HISTORY-FILE ASSIGN TO DISCHIST
004760          ORGANIZATION IS INDEXED
004765          ACCESS MODE IS DYNAMIC
004770          RECORD KEY IS DH-CHAVE
004775          FILE STATUS IS WS-DISCHIST-STATUS.
004777      SELECT EXTERNAL-HISTORY-FILE ASSIGN TO EXTHIST
004779          ORGANIZATION IS INDEXED
004781          ACCESS MODE IS DYNAMIC
004783          RECORD KEY IS EX-CHAVE
004785          FILE STATUS IS WS-EXTHIST-STATUS.
004787      SELECT DISCIPLINA-FILE ASSIGN TO DISCMAS
004789          ORGANIZATION IS INDEXED
004791          ACCESS MODE IS RANDOM
004793          RECORD KEY IS DC-CODIGO
004795          FILE STATUS IS WS-DISCMAS-STATUS.
004800  DATA DIVISION.
004900  FILE SECTION.
005000  FD  STUDENT-HISTORY-FILE
005900  FD  HISTORY-REPORT-FILE
006000      LABEL RECORDS ARE STANDARD.
006100  01  HR-LINE                     PIC X(80).
006120  FD  DEPENDENCIA-FILE
006140      LABEL RECORDS ARE STANDARD.
006160  COPY DEPMAS.
006170  FD  DISC-HISTORY-FILE
006180      LABEL RECORDS ARE STANDARD.
006190  COPY DISCHIST.
006192  FD  EXTERNAL-HISTORY-FILE
006194      LABEL RECORDS ARE STANDARD.
006196  COPY EXTHIST.
006197  FD  DISCIPLINA-FILE
006198      LABEL RECORDS ARE STANDARD.
006199  COPY DISCMAS.
006200  WORKING-STORAGE SECTION.
006300******************************************************************
006400* SWITCHES AND FILE STATUS
007000          88  WS-ALUNO-VIVO                VALUE 'Y'.
007100      05  WS-ATTEND-DISPONIVEL-SW PIC X(01) VALUE 'N'.
007200          88  WS-ATTEND-DISPONIVEL         VALUE 'Y'.
007220      05  WS-DEPMAS-DISPONIVEL-SW PIC X(01) VALUE 'N'.
007240          88  WS-DEPMAS-DISPONIVEL         VALUE 'Y'.
007260      05  WS-FIM-DEP-SW          PIC X(01) VALUE 'N'.
007280          88  WS-FIM-DEP                   VALUE 'Y'.
007282      05  WS-DISCHIST-DISPONIVEL-SW PIC X(01) VALUE 'N'.
007284          88  WS-DISCHIST-DISPONIVEL       VALUE 'Y'.
007286      05  WS-FIM-DISC-SW         PIC X(01) VALUE 'N'.
007288          88  WS-FIM-DISC                  VALUE 'Y'.
007290      05  WS-EXTHIST-DISPONIVEL-SW PIC X(01) VALUE 'N'.
007292          88  WS-EXTHIST-DISPONIVEL        VALUE 'Y'.
007294      05  WS-FIM-EXT-SW          PIC X(01) VALUE 'N'.
007296          88  WS-FIM-EXT                   VALUE 'Y'.
007300  01  WS-FILE-STATUSES.
007400      05  WS-STUDHIST-STATUS     PIC X(02) VALUE '00'.
007500          88  WS-STUDHIST-OK              VALUE '00'.
007900          88  WS-ATTEND-OK                VALUE '00'.
008000      05  WS-HISTRPT-STATUS      PIC X(02) VALUE '00'.
008100          88  WS-HISTRPT-OK               VALUE '00'.
008120      05  WS-DEPMAS-STATUS       PIC X(02) VALUE '00'.
008140          88  WS-DEPMAS-OK                VALUE '00'.
008160      05  WS-DISCHIST-STATUS     PIC X(02) VALUE '00'.
008180          88  WS-DISCHIST-OK              VALUE '00'.
008185      05  WS-EXTHIST-STATUS      PIC X(02) VALUE '00'.
008190          88  WS-EXTHIST-OK               VALUE '00'.
008200  01  WS-CONTADORES COMP.
008300      05  WS-PERIODOS-LISTADOS   PIC 9(05) VALUE ZERO.
008350      05  WS-DEP-LISTADAS        PIC 9(05) VALUE ZERO.
008370      05  WS-DISC-LISTADAS       PIC 9(05) VALUE ZERO.
008380      05  WS-EXT-PERIODOS        PIC 9(05) VALUE ZERO.
008400******************************************************************
008500* RUN DATE - SAME STRUCTURE TESTE1 USES FOR THE SYSTEM DATE
008600******************************************************************
009300* SHARED DATE-OUTPUT FIELDS (SEE DATEFMT.CPY)
009400******************************************************************
009500  COPY DATEFMT.
009520******************************************************************
009540* CATALOGO DE DISCIPLINAS FIELDS (SEE DISCWS.CPY/DISCRTN.CPY)
009560******************************************************************
009580  COPY DISCWS.
009600  77  WRK-CONSULTA-ID            PIC X(06) VALUE SPACES.
009700******************************************************************
009800* FREQUENCIA DO PERIODO CORRENTE - TOTAIS DOS 4 BIMESTRES DO
010210  77  WRK-ABONOS-TOTAIS          PIC 9(05) VALUE ZEROS.
010220  77  WRK-FALTAS-LIQUIDAS        PIC S9(05) VALUE ZEROS.
010300  77  WRK-FREQUENCIA-PCT         PIC 9(03) VALUE 100.
010320******************************************************************
010340* QUEBRA DE PERIODO DO HISTORICO EXTERNO
010360******************************************************************
010380  77  WRK-EXT-PERIODO-ANT        PIC 9(06) VALUE ZEROS.
010400******************************************************************
010500* REPORT LINE LAYOUTS
010600******************************************************************
014500      05  WD-RECUP               PIC Z9.
014600      05  FILLER                 PIC X(04) VALUE SPACES.
014700      05  WD-RESULTADO           PIC X(10).
014705  01  WS-DISC-LINE.
014710      05  FILLER                 PIC X(09) VALUE '   DISC. '.
014715      05  WDD-DISC               PIC X(03).
014720      05  FILLER                 PIC X(04) VALUE SPACES.
014725      05  WDD-N1                 PIC Z9.
014730      05  FILLER                 PIC X(01) VALUE SPACE.
014735      05  WDD-N2                 PIC Z9.
014740      05  FILLER                 PIC X(01) VALUE SPACE.
014745      05  WDD-N3                 PIC Z9.
014750      05  FILLER                 PIC X(01) VALUE SPACE.
014755      05  WDD-N4                 PIC Z9.
014760      05  FILLER                 PIC X(03) VALUE SPACES.
014765      05  WDD-MEDIA              PIC Z9.
014770      05  FILLER                 PIC X(03) VALUE SPACES.
014775      05  WDD-LETRA              PIC X(01).
014780      05  FILLER                 PIC X(03) VALUE SPACES.
014785      05  WDD-RECUP              PIC Z9.
014790      05  FILLER                 PIC X(04) VALUE SPACES.
014795      05  WDD-RESULTADO          PIC X(10).
014800  01  WS-CORRENTE-TITULO.
014900      05  FILLER                 PIC X(30)
015000          VALUE 'PERIODO CORRENTE (EM ABERTO): '.
015005  01  WS-DISC-NOME-LINE.
015010      05  FILLER                 PIC X(09) VALUE '   DISC. '.
015015      05  WDN-DISC               PIC X(03).
015020      05  FILLER                 PIC X(02) VALUE SPACES.
015025      05  WDN-NOME               PIC X(25).
015030      05  FILLER                 PIC X(22)
015035          VALUE '   CARGA HORARIA ANUAL'.
015040      05  FILLER                 PIC X(01) VALUE SPACE.
015045      05  WDN-CARGA              PIC ZZZ9.
015050      05  FILLER                 PIC X(02) VALUE ' H'.
015100  01  WS-FREQ-LINE.
015200      05  FILLER                 PIC X(19)
015300          VALUE 'FREQUENCIA ATUAL: '.
015800      05  FILLER                 PIC X(08) VALUE ' FALTAS '.
015900      05  WF-FALTAS              PIC ZZZZ9.
016000      05  FILLER                 PIC X(01) VALUE ')'.
016002  01  WS-DEP-TITULO.
016004      05  FILLER                 PIC X(36)
016006          VALUE 'DEPENDENCIAS (PROGRESSAO PARCIAL): '.
016008  01  WS-DEP-HEADER.
016010      05  FILLER                 PIC X(07) VALUE 'DISC   '.
016012      05  FILLER                 PIC X(07) VALUE 'ANO    '.
016014      05  FILLER                 PIC X(09) VALUE 'TURMA    '.
016016      05  FILLER                 PIC X(07) VALUE 'MEDIA  '.
016018      05  FILLER                 PIC X(11) VALUE 'SITUACAO   '.
016020      05  FILLER                 PIC X(04) VALUE 'NOTA'.
016022  01  WS-DEP-LINE.
016024      05  WDP-DISC               PIC X(03).
016026      05  FILLER                 PIC X(04) VALUE SPACES.
016028      05  WDP-ANO                PIC 9(04).
016030      05  FILLER                 PIC X(03) VALUE SPACES.
016032      05  WDP-TURMA              PIC X(06).
016034      05  FILLER                 PIC X(04) VALUE SPACES.
016036      05  WDP-MEDIA              PIC Z9.
016038      05  FILLER                 PIC X(04) VALUE SPACES.
016040      05  WDP-SITUACAO           PIC X(10).
016042      05  FILLER                 PIC X(02) VALUE SPACES.
016044      05  WDP-NOTA               PIC Z9.
016046  01  WS-EXT-TITULO.
016048      05  FILLER                 PIC X(46)
016050          VALUE 'ESTUDOS EM OUTRA INSTITUICAO (TRANSFERENCIA):'.
016052  01  WS-EXT-PERIODO-LINE.
016054      05  FILLER                 PIC X(08) VALUE 'ANO/PER '.
016056      05  WXP-PERIODO            PIC 9(06).
016058      05  FILLER                 PIC X(09) VALUE '  SERIE '.
016060      05  WXP-SERIE              PIC X(10).
016062      05  FILLER                 PIC X(13) VALUE '  RESULTADO '.
016064      05  WXP-RESULTADO          PIC X(10).
016066  01  WS-EXT-ESCOLA-LINE.
016068      05  FILLER                 PIC X(18)
016070          VALUE 'ESCOLA DE ORIGEM: '.
016072      05  WXE-ESCOLA             PIC X(30).
016074  01  WS-EXT-DISC-LINE.
016076      05  FILLER                 PIC X(09) VALUE '   DISC. '.
016078      05  WXD-DISC               PIC X(03).
016080      05  FILLER                 PIC X(02) VALUE SPACES.
016082      05  WXD-NOME               PIC X(20).
016084      05  FILLER                 PIC X(07) VALUE '  AVAL '.
016086      05  WXD-AVAL               PIC X(02).
016088      05  FILLER                 PIC X(06) VALUE '   CH '.
016090      05  WXD-CARGA              PIC ZZZ9.
016092  01  WS-EXT-NOTA-EDIT           PIC Z9.
016094  01  WS-NOSSA-TITULO.
016096      05  FILLER                 PIC X(22)
016098          VALUE 'ESTUDOS NESTA ESCOLA:'.
016100  01  WS-FOOTER-LINE.
016200      05  FILLER                 PIC X(27)
016300          VALUE 'PERIODOS FECHADOS NO DOC.: '.
016400      05  WF-QTDE                PIC ZZZZ9.
016420  01  WS-FOOTER-LINE-2.
016440      05  FILLER                 PIC X(27)
016460          VALUE 'PERIODOS DE OUTRA INSTIT.: '.
016480      05  WF-QTDE-EXT            PIC ZZZZ9.
016500  PROCEDURE DIVISION.
016600******************************************************************
016700* 0000-MAINLINE
017300      PERFORM 2000-LISTAR-PERIODO THRU 2000-EXIT
017400          UNTIL WS-EOF.
017500      PERFORM 3000-PERIODO-CORRENTE THRU 3000-EXIT.
017550      PERFORM 3500-LISTAR-DEPENDENCIAS THRU 3500-EXIT.
017600      PERFORM 8000-TERMINATE THRU 8000-EXIT.
017700      STOP RUN.
017800******************************************************************
020400          DISPLAY 'PROGCOB34 - ATTEND INDISPONIVEL ('
020500              WS-ATTEND-STATUS ') - FREQUENCIA ASSUMIDA 100'
020600      END-IF.
020602      OPEN INPUT DISCIPLINA-FILE.
020604      IF WS-DISCMAS-OK
020606          MOVE 'Y' TO WS-DISCMAS-DISPONIVEL-SW
020608      END-IF.
020620      OPEN INPUT DEPENDENCIA-FILE.
020640      IF WS-DEPMAS-OK
020660          MOVE 'Y' TO WS-DEPMAS-DISPONIVEL-SW
020680      END-IF.
020682      OPEN INPUT DISC-HISTORY-FILE.
020684      IF WS-DISCHIST-OK
020686          MOVE 'Y' TO WS-DISCHIST-DISPONIVEL-SW
020688      ELSE
020690          DISPLAY 'PROGCOB34 - DISCHIST INDISPONIVEL ('
020692              WS-DISCHIST-STATUS ') - SO O RESUMO DOS PERIODOS'
020694      END-IF.
020695      OPEN INPUT EXTERNAL-HISTORY-FILE.
020696      IF WS-EXTHIST-OK
020697          MOVE 'Y' TO WS-EXTHIST-DISPONIVEL-SW
020698      END-IF.
020700      PERFORM 1100-BUSCAR-ALUNO-VIVO THRU 1100-EXIT.
020800      PERFORM 9810-FORMATAR-DDMMYYYY THRU 9810-EXIT.
020900      MOVE DATEFMT-DDMMYYYY TO WS-H2-DATA.
021000      WRITE HR-LINE FROM WS-HEADER-1.
021100      WRITE HR-LINE FROM WS-HEADER-2.
021200      WRITE HR-LINE FROM WS-HEADER-3.
021250      PERFORM 1200-LISTAR-EXTERNO THRU 1200-EXIT.
021300      WRITE HR-LINE FROM WS-HEADER-4.
021400      MOVE WRK-CONSULTA-ID TO SH-STUDENT-ID.
021500      MOVE ZEROS TO SH-ANO-PERIODO.
024500      MOVE SM-CLASS-SECTION TO WS-H3-TURMA.
024600  1100-EXIT.
024700      EXIT.
024701******************************************************************
024702* 1200-LISTAR-EXTERNO
024703* PRINTS THE TERMS TAKEN AT THE SCHOOL OF ORIGIN BEFORE OUR OWN -
024704* A CHAVE ENTREGA EM ORDEM DE PERIODO, E A SECAO SO SAI PARA
024705* ALUNO RECEBIDO POR TRANSFERENCIA
024706******************************************************************
024707  1200-LISTAR-EXTERNO.
024708      IF NOT WS-EXTHIST-DISPONIVEL
024709          GO TO 1200-EXIT
024710      END-IF.
024711      MOVE WRK-CONSULTA-ID TO EX-STUDENT-ID.
024712      MOVE ZEROS TO EX-ANO-PERIODO.
024713      MOVE LOW-VALUES TO EX-DISCIPLINA.
024714      START EXTERNAL-HISTORY-FILE KEY IS NOT LESS THAN EX-CHAVE
024715          INVALID KEY
024716              GO TO 1200-EXIT
024717      END-START.
024718      MOVE ZEROS TO WRK-EXT-PERIODO-ANT.
024719      MOVE 'N' TO WS-FIM-EXT-SW.
024720      PERFORM 1250-LISTAR-EXTERNO-DISC THRU 1250-EXIT
024721          UNTIL WS-FIM-EXT.
024722      IF WS-EXT-PERIODOS > ZERO
024723          MOVE SPACES TO HR-LINE
024724          WRITE HR-LINE
024725          WRITE HR-LINE FROM WS-NOSSA-TITULO
024726      END-IF.
024727  1200-EXIT.
024728      EXIT.
024729******************************************************************
024730* 1250-LISTAR-EXTERNO-DISC
024731* READS THE NEXT EXTHIST RECORD OF THE ALUNO - NA TROCA DE
024732* PERIODO SAEM AS LINHAS DO PERIODO (SERIE, RESULTADO, ESCOLA DE
024733* ORIGEM), DEPOIS A LINHA DA DISCIPLINA
024734******************************************************************
024735  1250-LISTAR-EXTERNO-DISC.
024736      READ EXTERNAL-HISTORY-FILE NEXT RECORD
024737          AT END
024738              MOVE 'Y' TO WS-FIM-EXT-SW
024739              GO TO 1250-EXIT
024740      END-READ.
024741      IF NOT WS-EXTHIST-OK
024742          OR EX-STUDENT-ID NOT = WRK-CONSULTA-ID
024743          MOVE 'Y' TO WS-FIM-EXT-SW
024744          GO TO 1250-EXIT
024745      END-IF.
024746      IF WS-EXT-PERIODOS = ZERO
024747          MOVE SPACES TO HR-LINE
024748          WRITE HR-LINE
024749          WRITE HR-LINE FROM WS-EXT-TITULO
024750      END-IF.
024751      IF EX-ANO-PERIODO NOT = WRK-EXT-PERIODO-ANT
024752          MOVE EX-ANO-PERIODO TO WRK-EXT-PERIODO-ANT
024753          MOVE EX-ANO-PERIODO TO WXP-PERIODO
024754          MOVE EX-SERIE TO WXP-SERIE
024755          IF EX-APROVADO
024756              MOVE 'APROVADO' TO WXP-RESULTADO
024757          ELSE
024758              IF EX-REPROVADO-FALTA
024759                  MOVE 'REPR FALTA' TO WXP-RESULTADO
024760              ELSE
024761                  MOVE 'REPROVADO' TO WXP-RESULTADO
024762              END-IF
024763          END-IF
024764          WRITE HR-LINE FROM WS-EXT-PERIODO-LINE
024765          MOVE EX-ESCOLA-ORIGEM TO WXE-ESCOLA
024766          WRITE HR-LINE FROM WS-EXT-ESCOLA-LINE
024767          ADD 1 TO WS-EXT-PERIODOS
024768      END-IF.
024769      MOVE EX-DISCIPLINA TO WXD-DISC.
024770      MOVE EX-NOME-DISCIPLINA TO WXD-NOME.
024771      IF EX-POR-NOTA
024772          MOVE EX-NOTA TO WS-EXT-NOTA-EDIT
024773          MOVE WS-EXT-NOTA-EDIT TO WXD-AVAL
024774      ELSE
024775          MOVE EX-CONCEITO TO WXD-AVAL
024776      END-IF.
024777      MOVE EX-CARGA-HORARIA TO WXD-CARGA.
024778      WRITE HR-LINE FROM WS-EXT-DISC-LINE.
024779  1250-EXIT.
024780      EXIT.
024800******************************************************************
024900* 2000-LISTAR-PERIODO
025000* PRINTS ONE CLOSED-TERM LINE AND READS THE NEXT - O PERIODO E
025100* PARTE DA CHAVE, ENTAO O READ NEXT JA ENTREGA EM ORDEM -
025150* FOLLOWED BY THE PERIOD'S DISCIPLINA LINES FROM DISCHIST
025200******************************************************************
025300  2000-LISTAR-PERIODO.
025400      MOVE SH-ANO-PERIODO TO WD-PERIODO.
027000          END-IF
027100      END-IF.
027200      WRITE HR-LINE FROM WS-DETAIL-LINE.
027250      PERFORM 2200-LISTAR-DISCIPLINAS THRU 2200-EXIT.
027300      ADD 1 TO WS-PERIODOS-LISTADOS.
027400      PERFORM 2100-READ-HISTORICO THRU 2100-EXIT.
027500  2000-EXIT.
029600      END-IF.
029700  2100-EXIT.
029800      EXIT.
029801******************************************************************
029802* 2200-LISTAR-DISCIPLINAS
029803* POSITIONS DISCHIST ON THE ALUNO + PERIOD JUST PRINTED - PERIODO
029804* FECHADO ANTES DO ARQUIVO POR DISCIPLINA SAI SO COM O RESUMO
029805******************************************************************
029806  2200-LISTAR-DISCIPLINAS.
029807      IF NOT WS-DISCHIST-DISPONIVEL
029808          GO TO 2200-EXIT
029809      END-IF.
029810      MOVE SH-STUDENT-ID TO DH-STUDENT-ID.
029811      MOVE SH-ANO-PERIODO TO DH-ANO-PERIODO.
029812      MOVE LOW-VALUES TO DH-DISCIPLINA.
029813      START DISC-HISTORY-FILE KEY IS NOT LESS THAN DH-CHAVE
029814          INVALID KEY
029815              GO TO 2200-EXIT
029816      END-START.
029817      MOVE 'N' TO WS-FIM-DISC-SW.
029818      PERFORM 2250-LISTAR-DISCIPLINA THRU 2250-EXIT
029819          UNTIL WS-FIM-DISC.
029820  2200-EXIT.
029821      EXIT.
029822******************************************************************
029823* 2250-LISTAR-DISCIPLINA
029824* READS THE NEXT DISCHIST RECORD AND PRINTS ITS SUBJECT LINE
029825* WHILE IT STILL BELONGS TO THE SAME ALUNO AND PERIOD
029826******************************************************************
029827  2250-LISTAR-DISCIPLINA.
029828      READ DISC-HISTORY-FILE NEXT RECORD
029829          AT END
029830              MOVE 'Y' TO WS-FIM-DISC-SW
029831              GO TO 2250-EXIT
029832      END-READ.
029833      IF NOT WS-DISCHIST-OK
029834          OR DH-STUDENT-ID NOT = SH-STUDENT-ID
029835          OR DH-ANO-PERIODO NOT = SH-ANO-PERIODO
029836          MOVE 'Y' TO WS-FIM-DISC-SW
029837          GO TO 2250-EXIT
029838      END-IF.
029839      PERFORM 2260-IMPRIMIR-NOME-DISC THRU 2260-EXIT.
029840      MOVE DH-NOTA1 TO WDD-N1.
029841      MOVE DH-NOTA2 TO WDD-N2.
029842      MOVE DH-NOTA3 TO WDD-N3.
029843      MOVE DH-NOTA4 TO WDD-N4.
029844      MOVE DH-MEDIA TO WDD-MEDIA.
029845      MOVE DH-LETRA TO WDD-LETRA.
029846      MOVE DH-NOTA-RECUPERACAO TO WDD-RECUP.
029847      IF DH-APROVADO-CONSELHO
029848          MOVE 'APR CONSEL' TO WDD-RESULTADO
029849      ELSE
029850          IF DH-APROVADO
029851              MOVE 'APROVADO' TO WDD-RESULTADO
029852          ELSE
029853              IF DH-REPROVADO-FALTA
029854                  MOVE 'REPR FALTA' TO WDD-RESULTADO
029855              ELSE
029856                  MOVE 'REPROVADO' TO WDD-RESULTADO
029857              END-IF
029858          END-IF
029859      END-IF.
029860      WRITE HR-LINE FROM WS-DISC-LINE.
029861      ADD 1 TO WS-DISC-LISTADAS.
029862  2250-EXIT.
029863      EXIT.
029864******************************************************************
029865* 2260-IMPRIMIR-NOME-DISC
029866* LINHA DE NOME E CARGA HORARIA DA DISCIPLINA NO CATALOGO
029867* DISCMAS ANTES DA LINHA DE NOTAS - FORA DO CATALOGO NAO SAI
029868******************************************************************
029869  2260-IMPRIMIR-NOME-DISC.
029870      MOVE DH-DISCIPLINA TO WDD-DISC.
029871      MOVE DH-DISCIPLINA TO WRK-DC-CODIGO.
029872      PERFORM 9940-OBTER-DISCIPLINA THRU 9940-EXIT.
029873      IF NOT WS-DC-ACHADA
029874          GO TO 2260-EXIT
029875      END-IF.
029876      MOVE DH-DISCIPLINA TO WDN-DISC.
029877      MOVE WRK-DC-NOME TO WDN-NOME.
029878      MOVE WRK-DC-CARGA-HORARIA TO WDN-CARGA.
029879      WRITE HR-LINE FROM WS-DISC-NOME-LINE.
029880  2260-EXIT.
029881      EXIT.
029900******************************************************************
030000* 3000-PERIODO-CORRENTE
030100* PRINTS THE OPEN TERM FROM THE LIVE MASTER (SITUACAO AINDA
036900          / WRK-AULAS-TOTAIS.
037000  3100-EXIT.
037100      EXIT.
037101******************************************************************
037102* 3500-LISTAR-DEPENDENCIAS
037103* PRINTS EVERY DEPENDENCIA OF THE ALUNO, OPEN OR CUMPRIDA - A
037104* SECAO SO SAI QUANDO HA PELO MENOS UMA
037105******************************************************************
037106  3500-LISTAR-DEPENDENCIAS.
037107      IF NOT WS-DEPMAS-DISPONIVEL
037108          GO TO 3500-EXIT
037109      END-IF.
037110      MOVE WRK-CONSULTA-ID TO DE-STUDENT-ID.
037111      MOVE LOW-VALUES TO DE-DISCIPLINA.
037112      MOVE ZEROS TO DE-ANO-ORIGEM.
037113      START DEPENDENCIA-FILE KEY IS NOT LESS THAN DE-CHAVE
037114          INVALID KEY
037115              GO TO 3500-EXIT
037116      END-START.
037117      MOVE 'N' TO WS-FIM-DEP-SW.
037118      PERFORM 3550-LISTAR-DEPENDENCIA THRU 3550-EXIT
037119          UNTIL WS-FIM-DEP.
037120  3500-EXIT.
037121      EXIT.
037122******************************************************************
037123* 3550-LISTAR-DEPENDENCIA
037124* READS THE NEXT DEPMAS RECORD AND PRINTS ITS LINE, WITH THE
037125* SECTION TITLE BEFORE THE FIRST ONE - OUTRA MATRICULA ENCERRA
037126******************************************************************
037127  3550-LISTAR-DEPENDENCIA.
037128      READ DEPENDENCIA-FILE NEXT RECORD
037129          AT END
037130              MOVE 'Y' TO WS-FIM-DEP-SW
037131              GO TO 3550-EXIT
037132      END-READ.
037133      IF NOT WS-DEPMAS-OK
037134          OR DE-STUDENT-ID NOT = WRK-CONSULTA-ID
037135          MOVE 'Y' TO WS-FIM-DEP-SW
037136          GO TO 3550-EXIT
037137      END-IF.
037138      IF WS-DEP-LISTADAS = ZERO
037139          MOVE SPACES TO HR-LINE
037140          WRITE HR-LINE
037141          WRITE HR-LINE FROM WS-DEP-TITULO
037142          WRITE HR-LINE FROM WS-DEP-HEADER
037143      END-IF.
037144      MOVE DE-DISCIPLINA TO WDP-DISC.
037145      MOVE DE-ANO-ORIGEM TO WDP-ANO.
037146      MOVE DE-TURMA-ORIGEM TO WDP-TURMA.
037147      MOVE DE-MEDIA-ORIGEM TO WDP-MEDIA.
037148      IF DE-CUMPRIDA
037149          MOVE 'CUMPRIDA' TO WDP-SITUACAO
037150          MOVE DE-NOTA-DEPENDENCIA TO WDP-NOTA
037151      ELSE
037152          MOVE 'EM ABERTO' TO WDP-SITUACAO
037153          MOVE ZERO TO WDP-NOTA
037154      END-IF.
037155      WRITE HR-LINE FROM WS-DEP-LINE.
037156      ADD 1 TO WS-DEP-LISTADAS.
037157  3550-EXIT.
037158      EXIT.
037200******************************************************************
037300* 8000-TERMINATE
037400* WRITES THE FOOTER, CLOSES FILES AND SHOWS THE COUNT
037600  8000-TERMINATE.
037700      MOVE WS-PERIODOS-LISTADOS TO WF-QTDE.
037800      WRITE HR-LINE FROM WS-FOOTER-LINE.
037820      MOVE WS-EXT-PERIODOS TO WF-QTDE-EXT.
037840      WRITE HR-LINE FROM WS-FOOTER-LINE-2.
037900      CLOSE STUDENT-HISTORY-FILE STUDENT-MASTER-FILE
038000          HISTORY-REPORT-FILE.
038100      IF WS-ATTEND-DISPONIVEL
038200          CLOSE ATTENDANCE-FILE
038300      END-IF.
038320      IF WS-DEPMAS-DISPONIVEL
038340          CLOSE DEPENDENCIA-FILE
038360      END-IF.
038370      IF WS-DISCHIST-DISPONIVEL
038380          CLOSE DISC-HISTORY-FILE
038390      END-IF.
038392      IF WS-EXTHIST-DISPONIVEL
038394          CLOSE EXTERNAL-HISTORY-FILE
038396      END-IF.
038397      IF WS-DISCMAS-DISPONIVEL
038398          CLOSE DISCIPLINA-FILE
038399      END-IF.
038400      DISPLAY 'PROGCOB34 - PERIODOS LISTADOS PARA '
038500          WRK-CONSULTA-ID ': ' WS-PERIODOS-LISTADOS.
038520      DISPLAY 'PROGCOB34 - DISCIPLINAS LISTADAS: '
038540          WS-DISC-LISTADAS.
038600  8000-EXIT.
038700      EXIT.
038800******************************************************************
038900* SHARED DATE-FORMATTING ROUTINES (SEE DATERTN.CPY)
039000******************************************************************
039100  COPY DATERTN.
039200******************************************************************
039300* CATALOGO DE DISCIPLINAS ROUTINE (SEE DISCRTN.CPY)
039400******************************************************************
039500  COPY DISCRTN.
