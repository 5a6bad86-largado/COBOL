002430*                  E O REPROCESSO (PROGCOB30) JA FAZEM - A
002440*                  PORTA UNICA NAO PODE CRIAR TURMA FANTASMA.
002450*                  SEM TURMMAS NO CATALOGO NADA E CRITICADO
002455* 15/10/2026 ALEX  TURMA LOTADA (OCUPADOS MAIS CONVOCADOS NA
002460*                  TM-CAPACIDADE, OU FILA JA ABERTA) NAO RECEBE
002465*                  MAIS ALUNO - A FICHA VAI PARA A LISTA DE ESPERA
002470*                  DA TURMA (LISTESP) NA ORDEM DO PEDIDO E SAI NO
002475*                  REGISTRO COMO EM ESPERA. A FICHA DE QUEM FOI
002480*                  CONVOCADO DA FILA OCUPA A VAGA RESERVADA.
002485*                  STUDMAS PASSA A ACCESS DYNAMIC PARA A CONTAGEM
002490* 15/10/2026 ALEX  RESPONSAVEL NOVO ENTRA SEM TELEFONE, E-MAIL
002495*                  NEM ACEITE - O CONTATO VEM PELO PROGCOB19
002500******************************************************************
002600  ENVIRONMENT DIVISION.
002700  CONFIGURATION SECTION.
003400          FILE STATUS IS WS-REGTRAN-STATUS.
003500      SELECT STUDENT-MASTER-FILE ASSIGN TO STUDMAS
003600          ORGANIZATION IS INDEXED
003700          ACCESS MODE IS DYNAMIC
003800          RECORD KEY IS SM-STUDENT-ID
003900          FILE STATUS IS WS-STUDMAS-STATUS.
004000      SELECT GUARDIAN-FILE ASSIGN TO GUARDIAN
005330          ACCESS MODE IS RANDOM
005340          RECORD KEY IS TM-CODIGO
005350          FILE STATUS IS WS-TURMMAS-STATUS.
005355      SELECT LISTA-ESPERA-FILE ASSIGN TO LISTESP
005360          ORGANIZATION IS INDEXED
005365          ACCESS MODE IS DYNAMIC
005370          RECORD KEY IS LE-CHAVE
005375          FILE STATUS IS WS-LISTESP-STATUS.
005400  DATA DIVISION.
005500  FILE SECTION.
005600  FD  REGISTER-TRAN-FILE
007910  FD  TURMA-FILE
007920      LABEL RECORDS ARE STANDARD.
007930  COPY TURMREC.
007940  FD  LISTA-ESPERA-FILE
007950      LABEL RECORDS ARE STANDARD.
007960  COPY ESPERA.
008000  WORKING-STORAGE SECTION.
008100******************************************************************
008200* SWITCHES
008800          88  WS-TRANS-INVALIDA            VALUE 'Y'.
008810      05  WS-TURMMAS-DISPONIVEL-SW PIC X(01) VALUE 'N'.
008820          88  WS-TURMMAS-DISPONIVEL        VALUE 'Y'.
008840      05  WS-EM-ESPERA-SW        PIC X(01) VALUE 'N'.
008860          88  WS-EM-ESPERA                 VALUE 'Y'.
008900******************************************************************
009000* FILE STATUS AND COUNTERS
009100******************************************************************
010800      05  WS-FICHAS-LIDAS        PIC 9(05) VALUE ZERO.
010900      05  WS-ALUNOS-REGISTRADOS  PIC 9(05) VALUE ZERO.
011000      05  WS-FICHAS-REJEITADAS   PIC 9(05) VALUE ZERO.
011050      05  WS-FICHAS-EM-ESPERA    PIC 9(05) VALUE ZERO.
011100******************************************************************
011200* PROXIMA MATRICULA A EMITIR - VEM DO MATRCTL; A PRIMEIRA
011300* EMISSAO DA VIDA COMECA NO VALOR ABAIXO
013400* SHARED DATE-OUTPUT FIELDS (SEE DATEFMT.CPY)
013500******************************************************************
013600  COPY DATEFMT.
013620******************************************************************
013640* VAGAS POR TURMA E LISTA DE ESPERA (SEE VAGAWS.CPY/VAGARTN.CPY)
013660******************************************************************
013680  COPY VAGAWS.
013700******************************************************************
013800* REPORT LINE LAYOUTS
013900******************************************************************
016800      05  FILLER                 PIC X(14)
016900          VALUE '  REJEITADAS: '.
017000      05  WF-REJEITADAS          PIC ZZZZ9.
017020  01  WS-FOOTER-LINE-2.
017040      05  FILLER                 PIC X(27)
017060          VALUE 'FICHAS EM LISTA DE ESPERA: '.
017080      05  WF-EM-ESPERA           PIC ZZZZ9.
017100  PROCEDURE DIVISION.
017200******************************************************************
017300* 0000-MAINLINE
021760              WS-TURMMAS-STATUS ') - TURMA DA FICHA NAO '
021770              'CRITICADA'
021780      END-IF.
021790      PERFORM 1200-ABRIR-ESPERA THRU 1200-EXIT.
021800      PERFORM 1100-LER-CONTROLE THRU 1100-EXIT.
021900      PERFORM 9810-FORMATAR-DDMMYYYY THRU 9810-EXIT.
022000      MOVE DATEFMT-DDMMYYYY TO WS-H2-DATA.
025400      CLOSE MATRICULA-CONTROL-FILE.
025500  1100-EXIT.
025600      EXIT.
025602******************************************************************
025604* 1200-ABRIR-ESPERA
025606* OPENS THE LISTA DE ESPERA (CRIADA NA PRIMEIRA VEZ) AND COUNTS
025608* OCUPADOS, AGUARDANDO E CONVOCADOS DE CADA TURMA - SEM LISTESP
025610* A TURMA LOTADA SO REJEITA A FICHA
025612******************************************************************
025614  1200-ABRIR-ESPERA.
025616      OPEN I-O LISTA-ESPERA-FILE.
025618      IF WS-LISTESP-NAO-EXISTE
025620          DISPLAY 'PROGCOB43 - LISTESP INEXISTENTE - CRIANDO '
025622              'ARQUIVO NOVO'
025624          OPEN OUTPUT LISTA-ESPERA-FILE
025626          CLOSE LISTA-ESPERA-FILE
025628          OPEN I-O LISTA-ESPERA-FILE
025630      END-IF.
025632      IF WS-LISTESP-OK
025634          MOVE 'Y' TO WS-ESP-DISPONIVEL-SW
025636      ELSE
025638          DISPLAY 'PROGCOB43 - LISTESP INDISPONIVEL ('
025640              WS-LISTESP-STATUS ') - TURMA LOTADA REJEITA '
025642              'A FICHA'
025644      END-IF.
025646      PERFORM 9890-CARREGAR-VAGAS THRU 9890-EXIT.
025648  1200-EXIT.
025650      EXIT.
025700******************************************************************
025800* 2000-PROCESSAR-FICHA
025900* VALIDATES ONE FICHA, REGISTERS THE ALUNO WHEN GOOD, LOGS IT
026100******************************************************************
026200  2000-PROCESSAR-FICHA.
026300      PERFORM 2200-VALIDAR-FICHA THRU 2200-EXIT.
026320      IF NOT WS-TRANS-INVALIDA
026340          PERFORM 2260-CONFERIR-VAGA THRU 2260-EXIT
026360      END-IF.
026400      IF WS-TRANS-INVALIDA
026500          ADD 1 TO WS-FICHAS-REJEITADAS
026600          MOVE SPACES TO WRK-MATRICULA-EMITIDA
026700      ELSE
026720          IF WS-EM-ESPERA
026740              ADD 1 TO WS-FICHAS-EM-ESPERA
026760              MOVE SPACES TO WRK-MATRICULA-EMITIDA
026780          ELSE
026800              PERFORM 2300-REGISTRAR-ALUNO THRU 2300-EXIT
026850          END-IF
026900      END-IF.
027000      PERFORM 2400-WRITE-REGISTRO THRU 2400-EXIT.
027100      PERFORM 2100-LER-FICHA THRU 2100-EXIT.
029900  2200-VALIDAR-FICHA.
030000      MOVE 'N' TO WS-TRANS-INVALIDA-SW.
030100      MOVE SPACES TO WRK-MOTIVO-REJEICAO.
030150      MOVE 'N' TO WS-EM-ESPERA-SW.
030200      IF RG-STUDENT-NAME = SPACES
030300          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
030400          MOVE 'NOME EM BRANCO' TO WRK-MOTIVO-REJEICAO
032892  2250-EXIT.
032894      EXIT.
032900******************************************************************
032902* 2260-CONFERIR-VAGA
032904* CAPACITY CHECK OF THE TURMA DA FICHA. QUEM FOI CONVOCADO DA
032906* LISTA DE ESPERA (MESMO NOME, AINDA SEM MATRICULA) TEM A VAGA
032908* RESERVADA E PASSA. TURMA LOTADA POE A FICHA INTEIRA NA FILA
032910* COM A DATA DO RUN - FICHA REPETIDA DE QUEM JA AGUARDA NAO
032912* ENTRA DUAS VEZES
032914******************************************************************
032916  2260-CONFERIR-VAGA.
032918      MOVE RG-CLASS-SECTION TO WRK-VAGA-TURMA.
032920      MOVE SPACES TO WRK-ESP-ID.
032922      MOVE RG-STUDENT-NAME TO WRK-ESP-NOME.
032924      PERFORM 9896-PROCURAR-NA-LISTA THRU 9896-EXIT.
032926      IF WS-ESP-CONVOCADO
032928          GO TO 2260-EXIT
032930      END-IF.
032932      PERFORM 9895-CONFERIR-VAGA THRU 9895-EXIT.
032934      IF NOT WS-TURMA-CHEIA
032936          GO TO 2260-EXIT
032938      END-IF.
032940      IF NOT WS-ESP-DISPONIVEL
032942          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
032944          MOVE 'TURMA LOTADA' TO WRK-MOTIVO-REJEICAO
032946          GO TO 2260-EXIT
032948      END-IF.
032950      MOVE 'Y' TO WS-EM-ESPERA-SW.
032952      IF WS-ESP-AGUARDANDO
032954          MOVE 'JA ESTA NA FILA' TO WRK-MOTIVO-REJEICAO
032956          GO TO 2260-EXIT
032958      END-IF.
032960      MOVE RG-CLASS-SECTION TO LE-TURMA.
032962      MOVE WRK-DATA-YYYYMMDD TO LE-DATA-PEDIDO.
032964      MOVE 'R' TO LE-ORIGEM.
032966      MOVE SPACES TO LE-STUDENT-ID.
032968      MOVE RG-STUDENT-NAME TO LE-STUDENT-NAME.
032970      MOVE SPACES TO LE-TURMA-ATUAL.
032972      MOVE RG-NOME-RESPONSAVEL TO LE-NOME-RESPONSAVEL.
032974      MOVE RG-ENDERECO TO LE-ENDERECO.
032976      MOVE RG-CEP TO LE-CEP.
032978      PERFORM 9898-INCLUIR-ESPERA THRU 9898-EXIT.
032980      IF NOT WS-LISTESP-OK
032982          MOVE 'N' TO WS-EM-ESPERA-SW
032984          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
032986          MOVE 'ERRO LISTA DE ESPERA' TO WRK-MOTIVO-REJEICAO
032988          GO TO 2260-EXIT
032990      END-IF.
032992      MOVE 'TURMA LOTADA' TO WRK-MOTIVO-REJEICAO.
032994  2260-EXIT.
032996      EXIT.
032998******************************************************************
033000* 2300-REGISTRAR-ALUNO
033100* ISSUES THE NEXT MATRICULA AND WRITES THE STUDENT-MASTER AND
033200* GUARDIAN RECORDS IN ONE GO - O CONTROLE E REGRAVADO ANTES DE
036800      MOVE SM-STUDENT-ID TO WRK-MATRICULA-EMITIDA.
036900      PERFORM 2370-GRAVAR-RESPONSAVEL THRU 2370-EXIT.
037000      ADD 1 TO WS-ALUNOS-REGISTRADOS.
037010      MOVE RG-CLASS-SECTION TO WRK-VAGA-TURMA.
037020      PERFORM 9893-OBTER-VAGA THRU 9893-EXIT.
037030      IF WRK-VAGA-ACHADO > ZERO
037040          ADD 1 TO WRK-VG-OCUPADOS (WRK-VAGA-ACHADO)
037050      END-IF.
037060      IF WS-ESP-CONVOCADO
037070          MOVE SM-STUDENT-ID TO LE-STUDENT-ID
037080          PERFORM 9899-ATENDER-CONVOCADO THRU 9899-EXIT
037090      END-IF.
037100  2300-EXIT.
037200      EXIT.
037300******************************************************************
039000******************************************************************
039100* 2370-GRAVAR-RESPONSAVEL
039200* WRITES THE GUARDIAN RECORD OF THE ALUNO JUST REGISTERED -
039300* MESMOS CAMPOS QUE O PROGCOB19 CARREGA; CONTATO E ACEITES
039350* FICAM EM BRANCO/'N' ATE A SECRETARIA LANCAR NO PROGCOB19
039400******************************************************************
039500  2370-GRAVAR-RESPONSAVEL.
039600      MOVE SM-STUDENT-ID TO GD-STUDENT-ID.
039700      MOVE RG-NOME-RESPONSAVEL TO GD-NOME-RESPONSAVEL.
039800      MOVE RG-ENDERECO TO GD-ENDERECO.
039900      MOVE RG-CEP TO GD-CEP.
039910      MOVE SPACES TO GD-TELEFONE GD-EMAIL.
039920      MOVE 'N' TO GD-OPTIN-SMS GD-OPTIN-EMAIL.
039930      MOVE ZEROS TO GD-DATA-OPTIN.
040000      WRITE GUARDIAN-RECORD
040100          INVALID KEY
040200              CONTINUE
041900      IF WS-TRANS-INVALIDA
042000          MOVE 'REJEITADA' TO WD-SITUACAO
042100      ELSE
042120          IF WS-EM-ESPERA
042140              MOVE 'EM ESPERA' TO WD-SITUACAO
042160          ELSE
042200              MOVE 'REGISTRADA' TO WD-SITUACAO
042250          END-IF
042300      END-IF.
042400      MOVE WRK-MOTIVO-REJEICAO TO WD-MOTIVO.
042500      WRITE RR-LINE FROM WS-DETAIL-LINE.
044000      MOVE WS-ALUNOS-REGISTRADOS TO WF-REGISTRADOS.
044100      MOVE WS-FICHAS-REJEITADAS TO WF-REJEITADAS.
044200      WRITE RR-LINE FROM WS-FOOTER-LINE.
044220      MOVE WS-FICHAS-EM-ESPERA TO WF-EM-ESPERA.
044240      WRITE RR-LINE FROM WS-FOOTER-LINE-2.
044300      CLOSE REGISTER-TRAN-FILE STUDENT-MASTER-FILE
044400          GUARDIAN-FILE REGISTER-REPORT-FILE.
044410      IF WS-TURMMAS-DISPONIVEL
044420          CLOSE TURMA-FILE
044430      END-IF.
044440      IF WS-ESP-DISPONIVEL
044450          CLOSE LISTA-ESPERA-FILE
044460      END-IF.
044500      DISPLAY 'PROGCOB43 - FICHAS LIDAS..........: '
044600          WS-FICHAS-LIDAS.
044700      DISPLAY 'PROGCOB43 - ALUNOS REGISTRADOS....: '
044800          WS-ALUNOS-REGISTRADOS.
044900      DISPLAY 'PROGCOB43 - FICHAS REJEITADAS.....: '
045000          WS-FICHAS-REJEITADAS.
045020      DISPLAY 'PROGCOB43 - FICHAS EM ESPERA......: '
045040          WS-FICHAS-EM-ESPERA.
045100      PERFORM 9850-LIBERAR-LOCK THRU 9850-EXIT.
045200  8000-EXIT.
045300      EXIT.
045900* STUDMAS UPDATE-LOCK ROUTINES (SEE LOCKRTN.CPY)
046000******************************************************************
046100  COPY LOCKRTN.
046200******************************************************************
046300* VAGAS E LISTA DE ESPERA ROUTINES (SEE VAGARTN.CPY)
046400******************************************************************
046500  COPY VAGARTN.
