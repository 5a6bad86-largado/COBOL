001600* INDEXADO; O AUDITLOG E SEQUENCIAL, ENTAO OS REGISTROS QUE
001700* FICAM SAO REESCRITOS EM AUDITNEW PARA O JCL TROCAR PELO
001800* AUDITLOG ANTIGO NO PROXIMO PASSO DO JOB. UM RELATORIO DE
001900* EXPURGO LISTA TUDO O QUE FOI REMOVIDO. O AUDITNEW E O CERTNEW
001920* PRODUZIDOS VAO PARA O GENCAT (QTDE, HASH E CONTADORES) E O
001940* PROGCOB70 SO LIBERA A TROCA DE CADA UM SE ELE CONFERIR.
002000*
002100* MODIFICATION HISTORY
002200* DATE       INIT  DESCRIPTION
002330* 22/08/2026 ALEX  ADOTA O LOCK DE ATUALIZACAO DO STUDMAS
002340*                  (STUDLOCK/LOCKRTN) - RECUSA RODAR ENQUANTO
002350*                  OUTRO ATUALIZADOR SEGURA O ARQUIVO
002352* 15/10/2026 ALEX  LGPD - ALUNO FORA DA RETENCAO NAO E MAIS SO
002354*                  APAGADO DO STUDMAS: O STUDHIST E O CERTREG
002356*                  (REESCRITO EM CERTNEW) FICAM COM O NOME
002358*                  ANONIMIZADO, POR OBRIGACAO LEGAL; GUARDIAN,
002360*                  ATTEND, GRADMAS, BOLSFAM E A MENSALIDADE
002362*                  QUITADA ANTES DO CORTE SAO EXCLUIDOS; PEDIDO
002364*                  ANTIGO JA ATENDIDO DA LISTESP E ANONIMIZADO
002366*                  PARA A ESTATISTICA. CADA REGISTRO ANONIMIZADO
002368*                  OU EXCLUIDO (INCLUSIVE AUDITLOG) VAI PARA O
002370*                  LGPDLOG COM A BASE LEGAL; SEM LGPDLOG NAO HA
002371*                  EXPURGO.
002372*                  STUDMAS PASSA A ACESSO DYNAMIC PARA A CONSULTA
002374*                  DO CERTREG
002376* 15/10/2026 ALEX  AP-RECORD ACOMPANHA O AUDITREC DE 105 BYTES
002378*                  (REGISTROS 'C' DO CONSELHO E 'X' DA CORRECAO
002379*                  DE PERIODO FECHADO)
002384* 15/10/2026 ALEX  BENEFMAS (BOLSAS E DESCONTOS) DO ALUNO FORA DA
002389*                  RETENCAO TAMBEM E EXCLUIDO, COM LGPDLOG
002390* 15/10/2026 ALEX  REGISTRA NO GENCAT O AUDITNEW E O CERTNEW
002391*                  PRODUZIDOS (QTDE, HASH E CONTADORES) PARA O
002392*                  PROGCOB70 CONFERIR ANTES DA TROCA; O CERTREG
002393*                  FECHA LOGO DEPOIS DE PASSADO E A LEITURA DO
002394*                  AUDITLOG E DO CERTREG CONFERE O STATUS
002395* 15/10/2026 ALEX  AVISO DO NOTIFOUT FORA DA RETENCAO FICA SEM O
002396*                  NOME, CONTATO E MENSAGEM; STUDMAS E EXCLUIDO
002397*                  ANTES DOS VINCULOS; ERRO DE LEITURA DO CERTREG
002398*                  ENCERRA A PASSAGEM DELE
002399* 15/10/2026 ALEX  CERTREG DE ALUNO EXPURGADO: CORTE PELA EMISSAO
002400******************************************************************
002500  ENVIRONMENT DIVISION.
002600  CONFIGURATION SECTION.
003000  FILE-CONTROL.
003100      SELECT STUDENT-MASTER-FILE ASSIGN TO STUDMAS
003200          ORGANIZATION IS INDEXED
003300          ACCESS MODE IS DYNAMIC
003400          RECORD KEY IS SM-STUDENT-ID
003500          FILE STATUS IS WS-STUDMAS-STATUS.
003600      SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
004410      SELECT LOCK-FILE ASSIGN TO STUDLOCK
004420          ORGANIZATION IS SEQUENTIAL
004430          FILE STATUS IS WS-LOCK-STATUS.
004431      SELECT STUDENT-HISTORY-FILE ASSIGN TO STUDHIST
004432          ORGANIZATION IS INDEXED
004433          ACCESS MODE IS DYNAMIC
004434          RECORD KEY IS SH-CHAVE
004435          FILE STATUS IS WS-STUDHIST-STATUS.
004436      SELECT GRADE-MASTER-FILE ASSIGN TO GRADMAS
004437          ORGANIZATION IS INDEXED
004438          ACCESS MODE IS DYNAMIC
004439          RECORD KEY IS GM-CHAVE
004440          FILE STATUS IS WS-GRADMAS-STATUS.
004441      SELECT GUARDIAN-FILE ASSIGN TO GUARDIAN
004442          ORGANIZATION IS INDEXED
004443          ACCESS MODE IS RANDOM
004444          RECORD KEY IS GD-STUDENT-ID
004445          FILE STATUS IS WS-GUARDIAN-STATUS.
004446      SELECT ATTENDANCE-FILE ASSIGN TO ATTEND
004447          ORGANIZATION IS INDEXED
004448          ACCESS MODE IS RANDOM
004449          RECORD KEY IS AT-STUDENT-ID
004450          FILE STATUS IS WS-ATTEND-STATUS.
004451      SELECT BOLSA-FAMILIA-FILE ASSIGN TO BOLSFAM
004452          ORGANIZATION IS INDEXED
004453          ACCESS MODE IS RANDOM
004454          RECORD KEY IS BF-STUDENT-ID
004455          FILE STATUS IS WS-BOLSFAM-STATUS.
004456      SELECT BILLING-FILE ASSIGN TO BILLMAS
004457          ORGANIZATION IS INDEXED
004458          ACCESS MODE IS DYNAMIC
004459          RECORD KEY IS BL-CHAVE
004460          FILE STATUS IS WS-BILLMAS-STATUS.
004461      SELECT LISTA-ESPERA-FILE ASSIGN TO LISTESP
004462          ORGANIZATION IS INDEXED
004463          ACCESS MODE IS SEQUENTIAL
004464          RECORD KEY IS LE-CHAVE
004465          FILE STATUS IS WS-LISTESP-STATUS.
004466      SELECT CERT-REGISTRY-FILE ASSIGN TO CERTREG
004467          ORGANIZATION IS SEQUENTIAL
004468          FILE STATUS IS WS-CERTREG-STATUS.
004469      SELECT CERT-KEEP-FILE ASSIGN TO CERTNEW
004470          ORGANIZATION IS SEQUENTIAL
004471          FILE STATUS IS WS-CERTNEW-STATUS.
004472      SELECT LGPD-LOG-FILE ASSIGN TO LGPDLOG
004473          ORGANIZATION IS SEQUENTIAL
004474          FILE STATUS IS WS-LGPDLOG-STATUS.
004476      SELECT BENEFICIO-FILE ASSIGN TO BENEFMAS
004478          ORGANIZATION IS INDEXED
004480          ACCESS MODE IS DYNAMIC
004482          RECORD KEY IS BN-CHAVE
004484          FILE STATUS IS WS-BENEFMAS-STATUS.
004486      SELECT NOTIF-FILE ASSIGN TO NOTIFOUT
004488          ORGANIZATION IS SEQUENTIAL
004490          FILE STATUS IS WS-NOTIFOUT-STATUS.
004492      SELECT GENERATION-CATALOG-FILE ASSIGN TO GENCAT
004494          ORGANIZATION IS SEQUENTIAL
004496          FILE STATUS IS WS-GENCAT-STATUS.
004500  DATA DIVISION.
004600  FILE SECTION.
004700  FD  STUDENT-MASTER-FILE
005200  COPY AUDITREC.
005300  FD  AUDIT-PURGE-FILE
005400      LABEL RECORDS ARE STANDARD.
005500  01  AP-RECORD                   PIC X(105).
005600  FD  PURGE-REPORT-FILE
005700      LABEL RECORDS ARE STANDARD.
005800  01  PR-LINE                     PIC X(80).
005810  FD  LOCK-FILE
005820      LABEL RECORDS ARE STANDARD.
005830  COPY LOCKREC.
005831  FD  STUDENT-HISTORY-FILE
005832      LABEL RECORDS ARE STANDARD.
005833  COPY STUDHIST.
005834  FD  GRADE-MASTER-FILE
005835      LABEL RECORDS ARE STANDARD.
005836  COPY GRADMAS.
005837  FD  GUARDIAN-FILE
005838      LABEL RECORDS ARE STANDARD.
005839  COPY GUARDREC.
005840  FD  ATTENDANCE-FILE
005841      LABEL RECORDS ARE STANDARD.
005842  COPY ATTENDNC.
005843  FD  BOLSA-FAMILIA-FILE
005844      LABEL RECORDS ARE STANDARD.
005845  COPY BOLSFAM.
005846  FD  BILLING-FILE
005847      LABEL RECORDS ARE STANDARD.
005848  COPY BILLREC.
005849  FD  LISTA-ESPERA-FILE
005850      LABEL RECORDS ARE STANDARD.
005851  COPY ESPERA.
005852  FD  CERT-REGISTRY-FILE
005853      LABEL RECORDS ARE STANDARD.
005854  01  CERT-REGISTRY-RECORD.
005855      05  CR-NUMERO               PIC 9(06).
005856      05  CR-STUDENT-ID           PIC X(06).
005857      05  CR-STUDENT-NAME         PIC X(20).
005858      05  CR-CLASS-SECTION        PIC X(06).
005859      05  CR-DATA-EMISSAO         PIC 9(08).
005860  FD  CERT-KEEP-FILE
005861      LABEL RECORDS ARE STANDARD.
005862  01  CN-RECORD                   PIC X(46).
005863  FD  LGPD-LOG-FILE
005864      LABEL RECORDS ARE STANDARD.
005865  COPY LGPDREC.
005867  FD  BENEFICIO-FILE
005869      LABEL RECORDS ARE STANDARD.
005871  COPY BENEFREC.
005873  FD  NOTIF-FILE
005875      LABEL RECORDS ARE STANDARD.
005877  COPY NOTIFREC.
005879  FD  GENERATION-CATALOG-FILE
005881      LABEL RECORDS ARE STANDARD.
005883  COPY GENCAT.
005900  WORKING-STORAGE SECTION.
006000******************************************************************
006100* SWITCHES
006500          88  WS-STUDMAS-EOF               VALUE 'Y'.
006600      05  WS-AUDITLOG-EOF-SW     PIC X(01) VALUE 'N'.
006700          88  WS-AUDITLOG-EOF              VALUE 'Y'.
006702      05  WS-CERTREG-EOF-SW      PIC X(01) VALUE 'N'.
006704          88  WS-CERTREG-EOF               VALUE 'Y'.
006706      05  WS-LISTESP-EOF-SW      PIC X(01) VALUE 'N'.
006708          88  WS-LISTESP-EOF               VALUE 'Y'.
006710      05  WS-FIM-ALUNO-SW        PIC X(01) VALUE 'N'.
006712          88  WS-FIM-ALUNO                 VALUE 'Y'.
006714      05  WS-STUDHIST-DISPONIVEL-SW PIC X(01) VALUE 'N'.
006716          88  WS-STUDHIST-DISPONIVEL       VALUE 'Y'.
006718      05  WS-GRADMAS-DISPONIVEL-SW PIC X(01) VALUE 'N'.
006720          88  WS-GRADMAS-DISPONIVEL        VALUE 'Y'.
006722      05  WS-GUARDIAN-DISPONIVEL-SW PIC X(01) VALUE 'N'.
006724          88  WS-GUARDIAN-DISPONIVEL       VALUE 'Y'.
006726      05  WS-ATTEND-DISPONIVEL-SW PIC X(01) VALUE 'N'.
006728          88  WS-ATTEND-DISPONIVEL         VALUE 'Y'.
006730      05  WS-BOLSFAM-DISPONIVEL-SW PIC X(01) VALUE 'N'.
006732          88  WS-BOLSFAM-DISPONIVEL        VALUE 'Y'.
006734      05  WS-BILLMAS-DISPONIVEL-SW PIC X(01) VALUE 'N'.
006736          88  WS-BILLMAS-DISPONIVEL        VALUE 'Y'.
006738      05  WS-LISTESP-DISPONIVEL-SW PIC X(01) VALUE 'N'.
006740          88  WS-LISTESP-DISPONIVEL        VALUE 'Y'.
006742      05  WS-CERTREG-DISPONIVEL-SW PIC X(01) VALUE 'N'.
006744          88  WS-CERTREG-DISPONIVEL        VALUE 'Y'.
006754      05  WS-BENEFMAS-DISPONIVEL-SW PIC X(01) VALUE 'N'.
006764          88  WS-BENEFMAS-DISPONIVEL       VALUE 'Y'.
006774      05  WS-NOTIFOUT-EOF-SW     PIC X(01) VALUE 'N'.
006784          88  WS-NOTIFOUT-EOF              VALUE 'Y'.
006800******************************************************************
006900* FILE STATUS AND COUNTERS
007000******************************************************************
007700          88  WS-AUDITNEW-OK              VALUE '00'.
007800      05  WS-PURGERPT-STATUS     PIC X(02) VALUE '00'.
007900          88  WS-PURGERPT-OK              VALUE '00'.
007905      05  WS-STUDHIST-STATUS     PIC X(02) VALUE '00'.
007910          88  WS-STUDHIST-OK              VALUE '00'.
007915      05  WS-GRADMAS-STATUS      PIC X(02) VALUE '00'.
007920          88  WS-GRADMAS-OK               VALUE '00'.
007925      05  WS-GUARDIAN-STATUS     PIC X(02) VALUE '00'.
007930          88  WS-GUARDIAN-OK              VALUE '00'.
007935      05  WS-ATTEND-STATUS       PIC X(02) VALUE '00'.
007940          88  WS-ATTEND-OK                VALUE '00'.
007945      05  WS-BOLSFAM-STATUS      PIC X(02) VALUE '00'.
007950          88  WS-BOLSFAM-OK               VALUE '00'.
007955      05  WS-BILLMAS-STATUS      PIC X(02) VALUE '00'.
007960          88  WS-BILLMAS-OK               VALUE '00'.
007961      05  WS-BENEFMAS-STATUS     PIC X(02) VALUE '00'.
007962          88  WS-BENEFMAS-OK              VALUE '00'.
007965      05  WS-LISTESP-STATUS      PIC X(02) VALUE '00'.
007970          88  WS-LISTESP-OK               VALUE '00'.
007975      05  WS-CERTREG-STATUS      PIC X(02) VALUE '00'.
007980          88  WS-CERTREG-OK               VALUE '00'.
007985      05  WS-CERTNEW-STATUS      PIC X(02) VALUE '00'.
007990          88  WS-CERTNEW-OK               VALUE '00'.
007992      05  WS-NOTIFOUT-STATUS     PIC X(02) VALUE '00'.
007994          88  WS-NOTIFOUT-OK              VALUE '00'.
008000  01  WS-COUNTERS COMP.
008100      05  WS-ALUNOS-LIDOS        PIC 9(05) VALUE ZERO.
008200      05  WS-ALUNOS-REMOVIDOS    PIC 9(05) VALUE ZERO.
008300      05  WS-AUDIT-LIDOS         PIC 9(05) VALUE ZERO.
008400      05  WS-AUDIT-RETIDOS       PIC 9(05) VALUE ZERO.
008500      05  WS-AUDIT-REMOVIDOS     PIC 9(05) VALUE ZERO.
008510      05  WS-STUDHIST-ANONIMIZADOS PIC 9(05) VALUE ZERO.
008520      05  WS-CERTREG-ANONIMIZADOS PIC 9(05) VALUE ZERO.
008525      05  WS-CERTREG-LIDOS       PIC 9(05) VALUE ZERO.
008530      05  WS-LISTESP-ANONIMIZADOS PIC 9(05) VALUE ZERO.
008540      05  WS-GUARDIAN-EXCLUIDOS  PIC 9(05) VALUE ZERO.
008550      05  WS-ATTEND-EXCLUIDOS    PIC 9(05) VALUE ZERO.
008560      05  WS-GRADMAS-EXCLUIDOS   PIC 9(05) VALUE ZERO.
008570      05  WS-BOLSFAM-EXCLUIDOS   PIC 9(05) VALUE ZERO.
008580      05  WS-BILLMAS-EXCLUIDOS   PIC 9(05) VALUE ZERO.
008590      05  WS-BILLMAS-MANTIDOS    PIC 9(05) VALUE ZERO.
008595      05  WS-BENEFMAS-EXCLUIDOS  PIC 9(05) VALUE ZERO.
008597      05  WS-NOTIFOUT-ANONIMIZADOS PIC 9(05) VALUE ZERO.
008600******************************************************************
008700* RUN DATE - SAME STRUCTURE TESTE1 USES FOR THE SYSTEM DATE
008800******************************************************************
009320* STUDMAS UPDATE LOCK FIELDS (SEE LOCKWS.CPY/LOCKRTN.CPY)
009330******************************************************************
009340  COPY LOCKWS.
009350******************************************************************
009360* LGPD TREATMENT-LOG FIELDS AND LEGAL BASES (SEE LGPDWS.CPY)
009370******************************************************************
009380  COPY LGPDWS.
009400******************************************************************
009500* RETENTION CUTOFF DATE - TODAY'S YEAR LESS THE RETENTION
009600* PERIOD, SAME MONTH/DAY - ANY RECORD DATED EARLIER THAN
010400      05  WRK-LIMITE-DIA         PIC 9(02) VALUE ZEROS.
010500  01  WRK-DATA-LIMITE-YYYYMMDD REDEFINES WRK-DATA-LIMITE
010600      PIC 9(08).
010610******************************************************************
010620* CHAVE DO AVISO ANONIMIZADO NO LGPDLOG - DATA, HORA E CANAL
010630******************************************************************
010640  01  WRK-NT-CHAVE.
010650      05  WRK-NTC-DATA           PIC 9(08) VALUE ZEROS.
010660      05  WRK-NTC-HORA           PIC 9(06) VALUE ZEROS.
010670      05  WRK-NTC-CANAL          PIC X(01) VALUE SPACE.
010700******************************************************************
010800* SHARED DATE-OUTPUT FIELDS (SEE DATEFMT.CPY)
010900******************************************************************
015100      05  WF-AR-RETIDOS          PIC ZZZZ9.
015200      05  FILLER                 PIC X(01) VALUE '/'.
015300      05  WF-AR-REMOVIDOS        PIC ZZZZ9.
015302  01  WS-DETAIL-LGPD.
015304      05  FILLER                 PIC X(02) VALUE SPACES.
015306      05  WD-LG-ACAO             PIC X(11).
015308      05  FILLER                 PIC X(01) VALUE SPACE.
015310      05  WD-LG-ARQUIVO          PIC X(08).
015312      05  FILLER                 PIC X(01) VALUE SPACE.
015314      05  WD-LG-ID               PIC X(06).
015316      05  FILLER                 PIC X(01) VALUE SPACE.
015318      05  WD-LG-CHAVE            PIC X(18).
015320      05  FILLER                 PIC X(01) VALUE SPACE.
015322      05  WD-LG-BASE             PIC X(30).
015324  01  WS-FOOTER-LINE-3.
015326      05  FILLER                 PIC X(39)
015328          VALUE 'ANONIMIZADOS STUDHIST/CERTREG/LISTESP: '.
015330      05  WF-SH-ANONIMIZADOS     PIC ZZZZ9.
015332      05  FILLER                 PIC X(01) VALUE '/'.
015334      05  WF-CR-ANONIMIZADOS     PIC ZZZZ9.
015336      05  FILLER                 PIC X(01) VALUE '/'.
015338      05  WF-LE-ANONIMIZADOS     PIC ZZZZ9.
015340  01  WS-FOOTER-LINE-4.
015342      05  FILLER                 PIC X(29)
015344          VALUE 'EXCLUIDOS GUARD/ATT/GRD/BF: '.
015346      05  WF-GD-EXCLUIDOS        PIC ZZZZ9.
015348      05  FILLER                 PIC X(01) VALUE '/'.
015350      05  WF-AT-EXCLUIDOS        PIC ZZZZ9.
015352      05  FILLER                 PIC X(01) VALUE '/'.
015354      05  WF-GM-EXCLUIDOS        PIC ZZZZ9.
015356      05  FILLER                 PIC X(01) VALUE '/'.
015358      05  WF-BF-EXCLUIDOS        PIC ZZZZ9.
015360  01  WS-FOOTER-LINE-5.
015362      05  FILLER                 PIC X(39)
015364          VALUE 'BILLMAS EXCLUIDOS/MANTIDOS (FISCAL)..: '.
015366      05  WF-BL-EXCLUIDOS        PIC ZZZZ9.
015368      05  FILLER                 PIC X(01) VALUE '/'.
015370      05  WF-BL-MANTIDOS         PIC ZZZZ9.
015375  01  WS-FOOTER-LINE-6.
015380      05  FILLER                 PIC X(39)
015385          VALUE 'BENEFMAS EXCLUIDOS...................: '.
015390      05  WF-BN-EXCLUIDOS        PIC ZZZZ9.
015392******************************************************************
015394* GENERATION CATALOG FIELDS (SEE GENWS.CPY)
015396******************************************************************
015398  COPY GENWS.
015400  PROCEDURE DIVISION.
015500******************************************************************
015600* 0000-MAINLINE
016200          UNTIL WS-STUDMAS-EOF.
016300      PERFORM 3000-PURGE-AUDIT-LOG THRU 3000-EXIT
016400          UNTIL WS-AUDITLOG-EOF.
016410      IF WS-LISTESP-DISPONIVEL
016420          PERFORM 5100-READ-ESPERA THRU 5100-EXIT
016430          PERFORM 5000-ANONIMIZAR-ESPERA THRU 5000-EXIT
016440              UNTIL WS-LISTESP-EOF
016450      END-IF.
016500      PERFORM 8000-TERMINATE THRU 8000-EXIT.
016600      GOBACK.
016700******************************************************************
016800* 1000-INITIALIZE
016900* OPENS ALL FILES, WORKS OUT THE RETENTION CUTOFF DATE AND
017000* PRIMES BOTH READS
017020* - O CERTREG E PASSADO INTEIRO AQUI, ANTES DE QUALQUER EXCLUSAO,
017040* PORQUE A RETENCAO DELE E DECIDIDA PELA MATRICULA NO STUDMAS
017060* - O NOTIFOUT TAMBEM, PELO MESMO MOTIVO
017100******************************************************************
017200  1000-INITIALIZE.
017300      ACCEPT WRK-DATA FROM DATE YYYYMMDD.
018900              WS-AUDITNEW-STATUS ' / ' WS-PURGERPT-STATUS
019000          MOVE 'Y' TO WS-STUDMAS-EOF-SW
019100          MOVE 'Y' TO WS-AUDITLOG-EOF-SW
019150          MOVE 'N' TO WS-GN-PRODUTOR-OK-SW
019200          GO TO 1000-EXIT
019300      END-IF.
019310      MOVE 'PROGCOB10' TO WRK-LG-PROGRAMA.
019320      PERFORM 9900-ABRIR-LGPDLOG THRU 9900-EXIT.
019330      IF NOT WS-LGPD-DISPONIVEL
019340          DISPLAY 'PROGCOB10 - SEM LGPDLOG NENHUM DADO PESSOAL E '
019350              'TRATADO - EXPURGO NAO EXECUTADO'
019360          MOVE 'Y' TO WS-STUDMAS-EOF-SW
019370          MOVE 'Y' TO WS-AUDITLOG-EOF-SW
019375          MOVE 'N' TO WS-GN-PRODUTOR-OK-SW
019380          GO TO 1000-EXIT
019390      END-IF.
019400      WRITE PR-LINE FROM WS-HEADER-1.
019500      WRITE PR-LINE FROM WS-HEADER-2.
019505      PERFORM 1300-ABRIR-VINCULOS THRU 1300-EXIT.
019507      PERFORM 1350-ABRIR-BENEFMAS THRU 1350-EXIT.
019510      IF WS-CERTREG-DISPONIVEL
019515          PERFORM 4100-READ-CERT THRU 4100-EXIT
019520          PERFORM 4000-ANONIMIZAR-CERTREG THRU 4000-EXIT
019525              UNTIL WS-CERTREG-EOF
019527          PERFORM 4200-CATALOGAR-CERTNEW THRU 4200-EXIT
019530      END-IF.
019532      PERFORM 4300-ANONIMIZAR-NOTIFOUT THRU 4300-EXIT.
019535      MOVE LOW-VALUES TO SM-STUDENT-ID.
019540      START STUDENT-MASTER-FILE KEY IS NOT LESS THAN SM-STUDENT-ID
019545          INVALID KEY
019550              MOVE 'Y' TO WS-STUDMAS-EOF-SW
019555      END-START.
019600      IF NOT WS-STUDMAS-EOF
019620          PERFORM 2100-READ-STUDENT THRU 2100-EXIT
019640      END-IF.
019700      PERFORM 3100-READ-AUDIT THRU 3100-EXIT.
019800  1000-EXIT.
019900      EXIT.
019901******************************************************************
019902* 1300-ABRIR-VINCULOS
019903* OPENS THE FILES THAT HOLD THE STUDENT'S DATA BESIDES STUDMAS -
019904* ARQUIVO AUSENTE SO DEIXA DE SER TRATADO; O CERTREG SO E LIDO
019905* SE O CERTNEW PUDER SER GRAVADO NO LUGAR DELE
019906******************************************************************
019907  1300-ABRIR-VINCULOS.
019908      OPEN I-O STUDENT-HISTORY-FILE.
019909      IF WS-STUDHIST-OK
019910          MOVE 'Y' TO WS-STUDHIST-DISPONIVEL-SW
019911      ELSE
019912          DISPLAY 'PROGCOB10 - STUDHIST NAO TRATADO: '
019913              WS-STUDHIST-STATUS
019914      END-IF.
019915      OPEN I-O GRADE-MASTER-FILE.
019916      IF WS-GRADMAS-OK
019917          MOVE 'Y' TO WS-GRADMAS-DISPONIVEL-SW
019918      ELSE
019919          DISPLAY 'PROGCOB10 - GRADMAS NAO TRATADO: '
019920              WS-GRADMAS-STATUS
019921      END-IF.
019922      OPEN I-O GUARDIAN-FILE.
019923      IF WS-GUARDIAN-OK
019924          MOVE 'Y' TO WS-GUARDIAN-DISPONIVEL-SW
019925      ELSE
019926          DISPLAY 'PROGCOB10 - GUARDIAN NAO TRATADO: '
019927              WS-GUARDIAN-STATUS
019928      END-IF.
019929      OPEN I-O ATTENDANCE-FILE.
019930      IF WS-ATTEND-OK
019931          MOVE 'Y' TO WS-ATTEND-DISPONIVEL-SW
019932      ELSE
019933          DISPLAY 'PROGCOB10 - ATTEND NAO TRATADO: '
019934              WS-ATTEND-STATUS
019935      END-IF.
019936      OPEN I-O BOLSA-FAMILIA-FILE.
019937      IF WS-BOLSFAM-OK
019938          MOVE 'Y' TO WS-BOLSFAM-DISPONIVEL-SW
019939      END-IF.
019940      OPEN I-O BILLING-FILE.
019941      IF WS-BILLMAS-OK
019942          MOVE 'Y' TO WS-BILLMAS-DISPONIVEL-SW
019943      ELSE
019944          DISPLAY 'PROGCOB10 - BILLMAS NAO TRATADO: '
019945              WS-BILLMAS-STATUS
019946      END-IF.
019947      OPEN I-O LISTA-ESPERA-FILE.
019948      IF WS-LISTESP-OK
019949          MOVE 'Y' TO WS-LISTESP-DISPONIVEL-SW
019950      END-IF.
019951      OPEN INPUT CERT-REGISTRY-FILE.
019952      IF NOT WS-CERTREG-OK
019953          GO TO 1300-EXIT
019954      END-IF.
019955      OPEN OUTPUT CERT-KEEP-FILE.
019956      IF WS-CERTNEW-OK
019957          MOVE 'Y' TO WS-CERTREG-DISPONIVEL-SW
019958      ELSE
019959          DISPLAY 'PROGCOB10 - ERRO AO ABRIR CERTNEW: '
019960              WS-CERTNEW-STATUS ' - CERTREG NAO TRATADO'
019961          CLOSE CERT-REGISTRY-FILE
019962      END-IF.
019963  1300-EXIT.
019964      EXIT.
019966******************************************************************
019968* 1350-ABRIR-BENEFMAS
019970* OPENS BENEFMAS (BOLSAS E DESCONTOS DO ALUNO) FOR THE CASCADE -
019972* ARQUIVO AUSENTE SO DEIXA DE SER TRATADO
019974******************************************************************
019976  1350-ABRIR-BENEFMAS.
019978      OPEN I-O BENEFICIO-FILE.
019980      IF WS-BENEFMAS-OK
019982          MOVE 'Y' TO WS-BENEFMAS-DISPONIVEL-SW
019984      ELSE
019986          DISPLAY 'PROGCOB10 - BENEFMAS NAO TRATADO: '
019988              WS-BENEFMAS-STATUS
019990      END-IF.
019992  1350-EXIT.
019994      EXIT.
020000******************************************************************
020100* 2000-PURGE-STUDENT-MASTER
020200* REMOVES A STUDENT-MASTER RECORD WHOSE ENROLLMENT DATE IS
022600* 2200-REMOVE-STUDENT
022700* DELETES THE CURRENT STUDENT-MASTER RECORD AND LOGS IT ON
022800* THE PURGE REPORT
022820* - SO COM A EXCLUSAO CONFIRMADA ANONIMIZA OU EXCLUI O QUE O
022840* ALUNO TEM NOS OUTROS ARQUIVOS (2300), E REGISTRA NO LGPDLOG
022900******************************************************************
023000  2200-REMOVE-STUDENT.
023100      DELETE STUDENT-MASTER-FILE RECORD.
023400              WS-STUDMAS-STATUS
023500          GO TO 2200-EXIT
023600      END-IF.
023650      PERFORM 2300-TRATAR-VINCULOS THRU 2300-EXIT.
023700      ADD 1 TO WS-ALUNOS-REMOVIDOS.
023800      MOVE SM-STUDENT-ID TO WD-SM-ID.
023900      MOVE SM-STUDENT-NAME TO WD-SM-NOME.
024000      MOVE SM-DATA-MATRICULA TO WD-SM-DATA.
024100      WRITE PR-LINE FROM WS-DETAIL-STUDENT.
024110      MOVE 'E' TO WRK-LG-ACAO.
024120      MOVE SM-STUDENT-ID TO WRK-LG-STUDENT-ID.
024130      MOVE 'STUDMAS' TO WRK-LG-ARQUIVO.
024140      MOVE SM-STUDENT-ID TO WRK-LG-CHAVE.
024150      MOVE WRK-BASE-FIM-FINALIDADE TO WRK-LG-BASE-LEGAL.
024160      PERFORM 9905-GRAVAR-LGPDLOG THRU 9905-EXIT.
024200  2200-EXIT.
024300      EXIT.
024301******************************************************************
024302* 2300-TRATAR-VINCULOS
024303* O QUE A ESCOLA E OBRIGADA A GUARDAR (VIDA ESCOLAR NO STUDHIST)
024304* FICA SEM O NOME; O RESTO DO ALUNO SAI. DISCHIST, EXTHIST,
024305* AUDMAS, CONSMAS, DEPMAS E MOVHIST SO TEM A MATRICULA E FICAM
024306******************************************************************
024307  2300-TRATAR-VINCULOS.
024308      MOVE SM-STUDENT-ID TO WRK-LG-STUDENT-ID.
024309      IF WS-STUDHIST-DISPONIVEL
024310          PERFORM 2310-ANONIMIZAR-STUDHIST THRU 2310-EXIT
024311      END-IF.
024312      IF WS-GRADMAS-DISPONIVEL
024313          PERFORM 2330-EXCLUIR-GRADMAS THRU 2330-EXIT
024314      END-IF.
024315      PERFORM 2350-EXCLUIR-CADASTROS THRU 2350-EXIT.
024316      IF WS-BILLMAS-DISPONIVEL
024317          PERFORM 2370-TRATAR-BILLMAS THRU 2370-EXIT
024318      END-IF.
024319  2300-EXIT.
024320      EXIT.
024321******************************************************************
024322* 2310-ANONIMIZAR-STUDHIST
024323* POSITIONS STUDHIST ON THE STUDENT AND ANONYMISES EVERY PERIOD
024324******************************************************************
024325  2310-ANONIMIZAR-STUDHIST.
024326      MOVE SM-STUDENT-ID TO SH-STUDENT-ID.
024327      MOVE ZEROS TO SH-ANO-PERIODO.
024328      START STUDENT-HISTORY-FILE KEY IS NOT LESS THAN SH-CHAVE
024329          INVALID KEY
024330              GO TO 2310-EXIT
024331      END-START.
024332      MOVE 'N' TO WS-FIM-ALUNO-SW.
024333      PERFORM 2315-ANONIMIZAR-PERIODO THRU 2315-EXIT
024334          UNTIL WS-FIM-ALUNO.
024335  2310-EXIT.
024336      EXIT.
024337******************************************************************
024338* 2315-ANONIMIZAR-PERIODO
024339* READS THE NEXT STUDHIST PERIOD OF THE STUDENT AND REWRITES IT
024340* WITH THE NAME ANONYMISED - NOTAS E SITUACAO FICAM
024341******************************************************************
024342  2315-ANONIMIZAR-PERIODO.
024343      READ STUDENT-HISTORY-FILE NEXT RECORD
024344          AT END
024345              MOVE 'Y' TO WS-FIM-ALUNO-SW
024346              GO TO 2315-EXIT
024347      END-READ.
024348      IF NOT WS-STUDHIST-OK OR SH-STUDENT-ID NOT = SM-STUDENT-ID
024349          MOVE 'Y' TO WS-FIM-ALUNO-SW
024350          GO TO 2315-EXIT
024351      END-IF.
024352      IF SH-STUDENT-NAME = WRK-NOME-ANONIMO
024353          GO TO 2315-EXIT
024354      END-IF.
024355      MOVE WRK-NOME-ANONIMO TO SH-STUDENT-NAME.
024356      REWRITE STUDENT-HISTORY-RECORD.
024357      IF NOT WS-STUDHIST-OK
024358          DISPLAY 'PROGCOB10 - ERRO AO REGRAVAR STUDHIST: '
024359              WS-STUDHIST-STATUS ' ALUNO ' SM-STUDENT-ID
024360          GO TO 2315-EXIT
024361      END-IF.
024362      ADD 1 TO WS-STUDHIST-ANONIMIZADOS.
024363      MOVE 'A' TO WRK-LG-ACAO.
024364      MOVE 'STUDHIST' TO WRK-LG-ARQUIVO.
024365      MOVE SH-CHAVE TO WRK-LG-CHAVE.
024366      MOVE WRK-BASE-OBRIGACAO TO WRK-LG-BASE-LEGAL.
024367      PERFORM 7000-REGISTRAR-TRATAMENTO THRU 7000-EXIT.
024368  2315-EXIT.
024369      EXIT.
024400******************************************************************
024405* 2330-EXCLUIR-GRADMAS
024410* POSITIONS GRADMAS ON THE STUDENT AND DELETES EVERY DISCIPLINA
024415******************************************************************
024420  2330-EXCLUIR-GRADMAS.
024425      MOVE SM-STUDENT-ID TO GM-STUDENT-ID.
024430      MOVE LOW-VALUES TO GM-DISCIPLINA.
024435      START GRADE-MASTER-FILE KEY IS NOT LESS THAN GM-CHAVE
024440          INVALID KEY
024445              GO TO 2330-EXIT
024450      END-START.
024455      MOVE 'N' TO WS-FIM-ALUNO-SW.
024460      PERFORM 2335-EXCLUIR-DISCIPLINA THRU 2335-EXIT
024465          UNTIL WS-FIM-ALUNO.
024470  2330-EXIT.
024475      EXIT.
024480******************************************************************
024485* 2335-EXCLUIR-DISCIPLINA
024490* READS THE NEXT GRADMAS RECORD OF THE STUDENT AND DELETES IT
024495******************************************************************
024500  2335-EXCLUIR-DISCIPLINA.
024505      READ GRADE-MASTER-FILE NEXT RECORD
024510          AT END
024515              MOVE 'Y' TO WS-FIM-ALUNO-SW
024520              GO TO 2335-EXIT
024525      END-READ.
024530      IF NOT WS-GRADMAS-OK OR GM-STUDENT-ID NOT = SM-STUDENT-ID
024535          MOVE 'Y' TO WS-FIM-ALUNO-SW
024540          GO TO 2335-EXIT
024545      END-IF.
024550      DELETE GRADE-MASTER-FILE RECORD.
024555      IF NOT WS-GRADMAS-OK
024560          DISPLAY 'PROGCOB10 - ERRO AO EXCLUIR GRADMAS: '
024565              WS-GRADMAS-STATUS ' ALUNO ' SM-STUDENT-ID
024570          GO TO 2335-EXIT
024575      END-IF.
024580      ADD 1 TO WS-GRADMAS-EXCLUIDOS.
024585      MOVE 'E' TO WRK-LG-ACAO.
024590      MOVE 'GRADMAS' TO WRK-LG-ARQUIVO.
024595      MOVE GM-CHAVE TO WRK-LG-CHAVE.
024600      MOVE WRK-BASE-FIM-FINALIDADE TO WRK-LG-BASE-LEGAL.
024605      PERFORM 7000-REGISTRAR-TRATAMENTO THRU 7000-EXIT.
024610  2335-EXIT.
024615      EXIT.
024620******************************************************************
024625* 2340-EXCLUIR-BENEFMAS
024630* POSITIONS BENEFMAS ON THE STUDENT AND DELETES EVERY BENEFICIO
024635******************************************************************
024640  2340-EXCLUIR-BENEFMAS.
024645      MOVE SM-STUDENT-ID TO BN-STUDENT-ID.
024650      MOVE LOW-VALUES TO BN-TIPO.
024655      START BENEFICIO-FILE KEY IS NOT LESS THAN BN-CHAVE
024660          INVALID KEY
024665              GO TO 2340-EXIT
024670      END-START.
024675      MOVE 'N' TO WS-FIM-ALUNO-SW.
024680      PERFORM 2345-EXCLUIR-BENEFICIO THRU 2345-EXIT
024685          UNTIL WS-FIM-ALUNO.
024690  2340-EXIT.
024695      EXIT.
024700******************************************************************
024705* 2345-EXCLUIR-BENEFICIO
024710* READS THE NEXT BENEFMAS RECORD OF THE STUDENT AND DELETES IT
024715******************************************************************
024720  2345-EXCLUIR-BENEFICIO.
024725      READ BENEFICIO-FILE NEXT RECORD
024730          AT END
024735              MOVE 'Y' TO WS-FIM-ALUNO-SW
024740              GO TO 2345-EXIT
024745      END-READ.
024750      IF NOT WS-BENEFMAS-OK OR BN-STUDENT-ID NOT = SM-STUDENT-ID
024755          MOVE 'Y' TO WS-FIM-ALUNO-SW
024760          GO TO 2345-EXIT
024765      END-IF.
024770      DELETE BENEFICIO-FILE RECORD.
024775      IF NOT WS-BENEFMAS-OK
024780          DISPLAY 'PROGCOB10 - ERRO AO EXCLUIR BENEFMAS: '
024785              WS-BENEFMAS-STATUS ' ALUNO ' SM-STUDENT-ID
024790          GO TO 2345-EXIT
024795      END-IF.
024800      ADD 1 TO WS-BENEFMAS-EXCLUIDOS.
024805      MOVE 'E' TO WRK-LG-ACAO.
024810      MOVE 'BENEFMAS' TO WRK-LG-ARQUIVO.
024815      MOVE BN-CHAVE TO WRK-LG-CHAVE.
024820      MOVE WRK-BASE-FIM-FINALIDADE TO WRK-LG-BASE-LEGAL.
024825      PERFORM 7000-REGISTRAR-TRATAMENTO THRU 7000-EXIT.
024830  2345-EXIT.
024835      EXIT.
024840******************************************************************
024845* 2350-EXCLUIR-CADASTROS
024850* DELETES THE ONE-RECORD-PER-STUDENT FILES: RESPONSAVEL
024855* (GUARDIAN), FREQUENCIA (ATTEND) E NIS DO BOLSA FAMILIA - E
024860* OS BENEFICIOS DO BENEFMAS (2340)
024865******************************************************************
024870  2350-EXCLUIR-CADASTROS.
024875      MOVE 'E' TO WRK-LG-ACAO.
024880      MOVE SM-STUDENT-ID TO WRK-LG-CHAVE.
024885      MOVE WRK-BASE-FIM-FINALIDADE TO WRK-LG-BASE-LEGAL.
024890      MOVE SM-STUDENT-ID TO GD-STUDENT-ID.
024895      IF WS-GUARDIAN-DISPONIVEL
024900          DELETE GUARDIAN-FILE RECORD
024905              INVALID KEY
024910                  CONTINUE
024915              NOT INVALID KEY
024920                  ADD 1 TO WS-GUARDIAN-EXCLUIDOS
024925                  MOVE 'GUARDIAN' TO WRK-LG-ARQUIVO
024930                  PERFORM 7000-REGISTRAR-TRATAMENTO THRU 7000-EXIT
024935          END-DELETE
024940      END-IF.
024945      MOVE SM-STUDENT-ID TO AT-STUDENT-ID.
024950      IF WS-ATTEND-DISPONIVEL
024955          DELETE ATTENDANCE-FILE RECORD
024960              INVALID KEY
024965                  CONTINUE
024970              NOT INVALID KEY
024975                  ADD 1 TO WS-ATTEND-EXCLUIDOS
024980                  MOVE 'ATTEND' TO WRK-LG-ARQUIVO
024985                  PERFORM 7000-REGISTRAR-TRATAMENTO THRU 7000-EXIT
024990          END-DELETE
024995      END-IF.
025000      MOVE SM-STUDENT-ID TO BF-STUDENT-ID.
025005      IF WS-BOLSFAM-DISPONIVEL
025010          DELETE BOLSA-FAMILIA-FILE RECORD
025015              INVALID KEY
025020                  CONTINUE
025025              NOT INVALID KEY
025030                  ADD 1 TO WS-BOLSFAM-EXCLUIDOS
025035                  MOVE 'BOLSFAM' TO WRK-LG-ARQUIVO
025040                  PERFORM 7000-REGISTRAR-TRATAMENTO THRU 7000-EXIT
025045          END-DELETE
025050      END-IF.
025055      IF WS-BENEFMAS-DISPONIVEL
025060          PERFORM 2340-EXCLUIR-BENEFMAS THRU 2340-EXIT
025065      END-IF.
025070  2350-EXIT.
025075      EXIT.
025080******************************************************************
025085* 2370-TRATAR-BILLMAS
025090* POSITIONS BILLMAS ON THE STUDENT - MENSALIDADE QUITADA ANTES DO
025095* CORTE E EXCLUIDA; EM ABERTO OU QUITADA DEPOIS DELE FICA PELO
025100* PRAZO FISCAL (NAO TEM DADO PESSOAL ALEM DA MATRICULA)
025105******************************************************************
025110  2370-TRATAR-BILLMAS.
025115      MOVE SM-STUDENT-ID TO BL-STUDENT-ID.
025120      MOVE ZEROS TO BL-COMPETENCIA.
025125      START BILLING-FILE KEY IS NOT LESS THAN BL-CHAVE
025130          INVALID KEY
025135              GO TO 2370-EXIT
025140      END-START.
025145      MOVE 'N' TO WS-FIM-ALUNO-SW.
025150      PERFORM 2375-TRATAR-COMPETENCIA THRU 2375-EXIT
025155          UNTIL WS-FIM-ALUNO.
025160  2370-EXIT.
025165      EXIT.
025170******************************************************************
025175* 2375-TRATAR-COMPETENCIA
025180* READS THE NEXT BILLMAS COMPETENCIA OF THE STUDENT AND DELETES
025185* IT WHEN IT WAS PAID BEFORE THE CUTOFF
025190******************************************************************
025195  2375-TRATAR-COMPETENCIA.
025200      READ BILLING-FILE NEXT RECORD
025205          AT END
025210              MOVE 'Y' TO WS-FIM-ALUNO-SW
025215              GO TO 2375-EXIT
025220      END-READ.
025225      IF NOT WS-BILLMAS-OK OR BL-STUDENT-ID NOT = SM-STUDENT-ID
025230          MOVE 'Y' TO WS-FIM-ALUNO-SW
025235          GO TO 2375-EXIT
025240      END-IF.
025245      IF NOT BL-PAGA
025250          OR BL-DATA-PAGAMENTO NOT < WRK-DATA-LIMITE-YYYYMMDD
025255          ADD 1 TO WS-BILLMAS-MANTIDOS
025260          GO TO 2375-EXIT
025265      END-IF.
025270      DELETE BILLING-FILE RECORD.
025275      IF NOT WS-BILLMAS-OK
025280          DISPLAY 'PROGCOB10 - ERRO AO EXCLUIR BILLMAS: '
025285              WS-BILLMAS-STATUS ' ALUNO ' SM-STUDENT-ID
025290          GO TO 2375-EXIT
025295      END-IF.
025300      ADD 1 TO WS-BILLMAS-EXCLUIDOS.
025305      MOVE 'E' TO WRK-LG-ACAO.
025310      MOVE 'BILLMAS' TO WRK-LG-ARQUIVO.
025315      MOVE BL-CHAVE TO WRK-LG-CHAVE.
025320      MOVE WRK-BASE-FIM-FINALIDADE TO WRK-LG-BASE-LEGAL.
025325      PERFORM 7000-REGISTRAR-TRATAMENTO THRU 7000-EXIT.
025330  2375-EXIT.
025335      EXIT.
025340******************************************************************
025345* 3000-PURGE-AUDIT-LOG
025350* KEEPS OR DROPS ONE AUDITLOG RECORD BASED ON ITS RUN DATE,
025355* READS THE NEXT ONE - AUDITLOG IS SEQUENTIAL SO SURVIVORS
025360* ARE REWRITTEN TO AUDITNEW RATHER THAN DELETED IN PLACE
025365******************************************************************
025370  3000-PURGE-AUDIT-LOG.
025375      IF AR-DATA-EXECUCAO < WRK-DATA-LIMITE-YYYYMMDD
025380          ADD 1 TO WS-AUDIT-REMOVIDOS
025385          MOVE AR-STUDENT-ID TO WD-AR-ID
025390          MOVE AR-DATA-EXECUCAO TO WD-AR-DATA
025395          WRITE PR-LINE FROM WS-DETAIL-AUDIT
025400          MOVE 'E' TO WRK-LG-ACAO
025405          MOVE AR-STUDENT-ID TO WRK-LG-STUDENT-ID
025410          MOVE 'AUDITLOG' TO WRK-LG-ARQUIVO
025415          MOVE AR-DATA-EXECUCAO TO WRK-LG-CHAVE
025420          MOVE WRK-BASE-FIM-FINALIDADE TO WRK-LG-BASE-LEGAL
025425          PERFORM 9905-GRAVAR-LGPDLOG THRU 9905-EXIT
025430      ELSE
025435          MOVE AUDIT-RECORD TO AP-RECORD
025440          WRITE AP-RECORD
025445          IF WS-AUDITNEW-OK
025450              MOVE AR-DATA-EXECUCAO TO WRK-GN-CAMPO-HASH
025455              PERFORM 9930-GERACAO-CONTAR THRU 9930-EXIT
025460          ELSE
025465              DISPLAY 'PROGCOB10 - ERRO AO GRAVAR AUDITNEW: '
025470                  WS-AUDITNEW-STATUS
025475              MOVE 'N' TO WS-GN-PRODUTOR-OK-SW
025480          END-IF
025485          ADD 1 TO WS-AUDIT-RETIDOS
025490      END-IF.
025495      PERFORM 3100-READ-AUDIT THRU 3100-EXIT.
025500  3000-EXIT.
025505      EXIT.
025510******************************************************************
025515* 3100-READ-AUDIT
025520* READS THE NEXT AUDITLOG RECORD, SETS THE EOF SWITCH
025525******************************************************************
025530  3100-READ-AUDIT.
025535      READ AUDIT-LOG-FILE
025540          AT END
025545              MOVE 'Y' TO WS-AUDITLOG-EOF-SW
025550              GO TO 3100-EXIT
025555      END-READ.
025560      IF NOT WS-AUDITLOG-OK
025565          DISPLAY 'PROGCOB10 - ERRO DE LEITURA AUDITLOG: '
025570              WS-AUDITLOG-STATUS
025575          MOVE 'Y' TO WS-AUDITLOG-EOF-SW
025580          MOVE 'N' TO WS-GN-PRODUTOR-OK-SW
025585          GO TO 3100-EXIT
025590      END-IF.
025595      ADD 1 TO WS-AUDIT-LIDOS.
025600  3100-EXIT.
025605      EXIT.
025610******************************************************************
025615* 4000-ANONIMIZAR-CERTREG
025620* COPIES ONE CERTREG RECORD TO CERTNEW - O LIVRO DE REGISTRO E
025625* GUARDADO, MAS O NOME DO ALUNO FORA DA RETENCAO NO STUDMAS SAI
025630* ANONIMIZADO - AND READS THE NEXT ONE
025635******************************************************************
025640  4000-ANONIMIZAR-CERTREG.
025645      PERFORM 4050-CONFERIR-RETENCAO THRU 4050-EXIT.
025650      MOVE CERT-REGISTRY-RECORD TO CN-RECORD.
025655      PERFORM 4010-GRAVAR-CERTNEW THRU 4010-EXIT.
025660      PERFORM 4100-READ-CERT THRU 4100-EXIT.
025665  4000-EXIT.
025670      EXIT.
025675******************************************************************
025680* 4010-GRAVAR-CERTNEW
025685* COUNTS THE CERTREG RECORD READ AND COPIES IT TO CERTNEW
025690******************************************************************
025695  4010-GRAVAR-CERTNEW.
025700      ADD 1 TO WS-CERTREG-LIDOS.
025705      WRITE CN-RECORD.
025710      IF WS-CERTNEW-OK
025715          MOVE CR-DATA-EMISSAO TO WRK-GN-CAMPO-HASH
025720          PERFORM 9930-GERACAO-CONTAR THRU 9930-EXIT
025725      ELSE
025730          DISPLAY 'PROGCOB10 - ERRO AO GRAVAR CERTNEW: '
025735              WS-CERTNEW-STATUS
025740          MOVE 'N' TO WS-GN-PRODUTOR-OK-SW
025745      END-IF.
025750  4010-EXIT.
025755      EXIT.
025760******************************************************************
025765* 4050-CONFERIR-RETENCAO
025770* LOOKS UP THE CERTIFICATE'S STUDENT - MATRICULA ANTERIOR AO
025775* CORTE TEM O NOME ANONIMIZADO NO REGISTRO; ALUNO JA EXPURGADO
025776* DO STUDMAS E ANONIMIZADO PELA DATA DE EMISSAO DO CERTIFICADO
025780******************************************************************
025785  4050-CONFERIR-RETENCAO.
025786      IF CR-STUDENT-NAME = WRK-NOME-ANONIMO
025787          GO TO 4050-EXIT
025788      END-IF.
025790      MOVE CR-STUDENT-ID TO SM-STUDENT-ID.
025795      READ STUDENT-MASTER-FILE
025800          INVALID KEY
025805              IF CR-DATA-EMISSAO NOT < WRK-DATA-LIMITE-YYYYMMDD
025806                  GO TO 4050-EXIT
025807              END-IF
025808          NOT INVALID KEY
025815              IF SM-DATA-MATRICULA NOT < WRK-DATA-LIMITE-YYYYMMDD
025825                  GO TO 4050-EXIT
025830              END-IF
025831      END-READ.
025835      MOVE WRK-NOME-ANONIMO TO CR-STUDENT-NAME.
025840      ADD 1 TO WS-CERTREG-ANONIMIZADOS.
025845      MOVE 'A' TO WRK-LG-ACAO.
025850      MOVE CR-STUDENT-ID TO WRK-LG-STUDENT-ID.
025855      MOVE 'CERTREG' TO WRK-LG-ARQUIVO.
025860      MOVE CR-NUMERO TO WRK-LG-CHAVE.
025865      MOVE WRK-BASE-OBRIGACAO TO WRK-LG-BASE-LEGAL.
025870      PERFORM 7000-REGISTRAR-TRATAMENTO THRU 7000-EXIT.
025875  4050-EXIT.
025880      EXIT.
025885******************************************************************
025890* 4100-READ-CERT
025895* READS THE NEXT CERTREG RECORD, SETS THE EOF SWITCH - ERRO DE
025900* LEITURA ENCERRA A PASSAGEM E SEGURA A TROCA DO CERTNEW
025905******************************************************************
025910  4100-READ-CERT.
025915      READ CERT-REGISTRY-FILE
025920          AT END
025925              MOVE 'Y' TO WS-CERTREG-EOF-SW
025930              GO TO 4100-EXIT
025935      END-READ.
025940      IF NOT WS-CERTREG-OK
025945          DISPLAY 'PROGCOB10 - ERRO DE LEITURA CERTREG: '
025950              WS-CERTREG-STATUS
025955          MOVE 'Y' TO WS-CERTREG-EOF-SW
025960          MOVE 'N' TO WS-GN-PRODUTOR-OK-SW
025965      END-IF.
025970  4100-EXIT.
025975      EXIT.
025980******************************************************************
025985* 4200-CATALOGAR-CERTNEW
025990* CLOSES THE CERTREG PAIR ONCE PASSED AND CATALOGS THE CERTNEW
025995* BEFORE THE AUDITLOG PASS STARTS COUNTING
026000******************************************************************
026005  4200-CATALOGAR-CERTNEW.
026010      CLOSE CERT-REGISTRY-FILE CERT-KEEP-FILE.
026015      MOVE 'N' TO WS-CERTREG-DISPONIVEL-SW.
026020      MOVE 'PROGCOB10' TO WRK-GN-PROGRAMA.
026025      MOVE 'CERTNEW' TO WRK-GN-ARQUIVO.
026030      MOVE WS-CERTREG-LIDOS TO WS-GN-LIDOS.
026035      MOVE ZERO TO WS-GN-INCLUIDOS.
026040      MOVE ZERO TO WS-GN-EXCLUIDOS.
026045      PERFORM 9935-GERACAO-CATALOGAR THRU 9935-EXIT.
026050  4200-EXIT.
026055      EXIT.
026060******************************************************************
026065* 4300-ANONIMIZAR-NOTIFOUT
026070* PASSES THE WHOLE NOTIFOUT (OPENED I-O) - AVISO MAIS VELHO QUE O
026075* CORTE OU DE ALUNO FORA DA RETENCAO NO STUDMAS FICA NO ARQUIVO
026080* PARA A ESTATISTICA, SEM O NOME E O CONTATO DO RESPONSAVEL E SEM
026085* A MENSAGEM. NOTIFOUT AUSENTE = NENHUM AVISO AINDA
026090******************************************************************
026095  4300-ANONIMIZAR-NOTIFOUT.
026100      OPEN I-O NOTIF-FILE.
026105      IF NOT WS-NOTIFOUT-OK
026110          DISPLAY 'PROGCOB10 - NOTIFOUT NAO TRATADO: '
026115              WS-NOTIFOUT-STATUS
026120          GO TO 4300-EXIT
026125      END-IF.
026130      PERFORM 4320-READ-NOTIF THRU 4320-EXIT.
026135      PERFORM 4310-TRATAR-AVISO THRU 4310-EXIT
026140          UNTIL WS-NOTIFOUT-EOF.
026145      CLOSE NOTIF-FILE.
026150  4300-EXIT.
026155      EXIT.
026160******************************************************************
026165* 4310-TRATAR-AVISO
026170* ANONYMISES THE CURRENT NOTICE WHEN PAST RETENTION AND READS
026175* THE NEXT ONE
026180******************************************************************
026185  4310-TRATAR-AVISO.
026190      PERFORM 4330-CONFERIR-AVISO THRU 4330-EXIT.
026195      PERFORM 4320-READ-NOTIF THRU 4320-EXIT.
026200  4310-EXIT.
026205      EXIT.
026210******************************************************************
026215* 4320-READ-NOTIF
026220* READS THE NEXT NOTIFOUT RECORD, SETS THE EOF SWITCH
026225******************************************************************
026230  4320-READ-NOTIF.
026235      READ NOTIF-FILE
026240          AT END
026245              MOVE 'Y' TO WS-NOTIFOUT-EOF-SW
026250              GO TO 4320-EXIT
026255      END-READ.
026260      IF NOT WS-NOTIFOUT-OK
026265          DISPLAY 'PROGCOB10 - ERRO DE LEITURA NOTIFOUT: '
026270              WS-NOTIFOUT-STATUS
026275          MOVE 'Y' TO WS-NOTIFOUT-EOF-SW
026280      END-IF.
026285  4320-EXIT.
026290      EXIT.
026295******************************************************************
026300* 4330-CONFERIR-AVISO
026305* AVISO DENTRO DO CORTE SO SAI SE O ALUNO DELE ESTA FORA DA
026310* RETENCAO NO STUDMAS; O REGISTRO E REGRAVADO NO LUGAR
026315******************************************************************
026320  4330-CONFERIR-AVISO.
026325      IF NT-NOME-RESPONSAVEL = WRK-NOME-ANONIMO
026330          GO TO 4330-EXIT
026335      END-IF.
026340      IF NT-DATA NOT < WRK-DATA-LIMITE-YYYYMMDD
026345          MOVE NT-STUDENT-ID TO SM-STUDENT-ID
026350          READ STUDENT-MASTER-FILE
026355              INVALID KEY
026360                  GO TO 4330-EXIT
026365          END-READ
026370          IF SM-DATA-MATRICULA NOT < WRK-DATA-LIMITE-YYYYMMDD
026375              GO TO 4330-EXIT
026380          END-IF
026385      END-IF.
026390      MOVE WRK-NOME-ANONIMO TO NT-NOME-RESPONSAVEL.
026395      MOVE SPACES TO NT-DESTINO.
026400      MOVE SPACES TO NT-MENSAGEM.
026405      REWRITE NOTIFICACAO-RECORD.
026410      IF NOT WS-NOTIFOUT-OK
026415          DISPLAY 'PROGCOB10 - ERRO AO REGRAVAR NOTIFOUT: '
026420              WS-NOTIFOUT-STATUS ' ALUNO ' NT-STUDENT-ID
026425          GO TO 4330-EXIT
026430      END-IF.
026435      ADD 1 TO WS-NOTIFOUT-ANONIMIZADOS.
026440      MOVE NT-DATA TO WRK-NTC-DATA.
026445      MOVE NT-HORA TO WRK-NTC-HORA.
026450      MOVE NT-CANAL TO WRK-NTC-CANAL.
026455      MOVE 'A' TO WRK-LG-ACAO.
026460      MOVE NT-STUDENT-ID TO WRK-LG-STUDENT-ID.
026465      MOVE 'NOTIFOUT' TO WRK-LG-ARQUIVO.
026470      MOVE WRK-NT-CHAVE TO WRK-LG-CHAVE.
026475      MOVE WRK-BASE-ESTATISTICA TO WRK-LG-BASE-LEGAL.
026480      PERFORM 7000-REGISTRAR-TRATAMENTO THRU 7000-EXIT.
026485  4330-EXIT.
026490      EXIT.
026495******************************************************************
026500* 5000-ANONIMIZAR-ESPERA
026505* PEDIDO DA LISTA DE ESPERA JA ATENDIDO E MAIS VELHO QUE O CORTE
026510* FICA SO PARA A ESTATISTICA DE PROCURA POR TURMA, SEM NOME,
026515* RESPONSAVEL, ENDERECO E CEP - AND READS THE NEXT ONE
026520******************************************************************
026525  5000-ANONIMIZAR-ESPERA.
026530      IF LE-ATENDIDO
026535          AND LE-DATA-PEDIDO < WRK-DATA-LIMITE-YYYYMMDD
026540          AND LE-STUDENT-NAME NOT = WRK-NOME-ANONIMO
026545          MOVE WRK-NOME-ANONIMO TO LE-STUDENT-NAME
026550          MOVE WRK-NOME-ANONIMO TO LE-NOME-RESPONSAVEL
026555          MOVE SPACES TO LE-ENDERECO
026560          MOVE ZEROS TO LE-CEP
026565          REWRITE LISTA-ESPERA-RECORD
026570          IF WS-LISTESP-OK
026575              ADD 1 TO WS-LISTESP-ANONIMIZADOS
026580              MOVE 'A' TO WRK-LG-ACAO
026585              MOVE LE-STUDENT-ID TO WRK-LG-STUDENT-ID
026590              MOVE 'LISTESP' TO WRK-LG-ARQUIVO
026595              MOVE LE-CHAVE TO WRK-LG-CHAVE
026600              MOVE WRK-BASE-ESTATISTICA TO WRK-LG-BASE-LEGAL
026605              PERFORM 7000-REGISTRAR-TRATAMENTO THRU 7000-EXIT
026610          ELSE
026615              DISPLAY 'PROGCOB10 - ERRO AO REGRAVAR LISTESP: '
026620                  WS-LISTESP-STATUS ' TURMA ' LE-TURMA
026625          END-IF
026630      END-IF.
026635      PERFORM 5100-READ-ESPERA THRU 5100-EXIT.
026640  5000-EXIT.
026645      EXIT.
026650******************************************************************
026655* 5100-READ-ESPERA
026660* READS THE NEXT LISTESP RECORD, SETS THE EOF SWITCH
026665******************************************************************
026670  5100-READ-ESPERA.
026675      READ LISTA-ESPERA-FILE NEXT RECORD
026680          AT END
026685              MOVE 'Y' TO WS-LISTESP-EOF-SW
026690              GO TO 5100-EXIT
026695      END-READ.
026700      IF NOT WS-LISTESP-OK
026705          DISPLAY 'PROGCOB10 - ERRO DE LEITURA LISTESP: '
026710              WS-LISTESP-STATUS
026715          MOVE 'Y' TO WS-LISTESP-EOF-SW
026720      END-IF.
026725  5100-EXIT.
026730      EXIT.
026735******************************************************************
026740* 7000-REGISTRAR-TRATAMENTO
026745* ONE PURGE-REPORT LINE AND ONE LGPDLOG RECORD FOR A RECORD
026750* ANONYMISED OR DELETED FOR THE STUDENT IN WRK-LG-STUDENT-ID
026755******************************************************************
026760  7000-REGISTRAR-TRATAMENTO.
026765      IF WRK-LG-ACAO = 'A'
026770          MOVE 'ANONIMIZADO' TO WD-LG-ACAO
026775      ELSE
026780          MOVE 'EXCLUIDO' TO WD-LG-ACAO
026785      END-IF.
026790      MOVE WRK-LG-ARQUIVO TO WD-LG-ARQUIVO.
026795      MOVE WRK-LG-STUDENT-ID TO WD-LG-ID.
026800      MOVE WRK-LG-CHAVE TO WD-LG-CHAVE.
026805      MOVE WRK-LG-BASE-LEGAL TO WD-LG-BASE.
026810      WRITE PR-LINE FROM WS-DETAIL-LGPD.
026815      PERFORM 9905-GRAVAR-LGPDLOG THRU 9905-EXIT.
026820  7000-EXIT.
026825      EXIT.
027700******************************************************************
027800* 8000-TERMINATE
027900* CLOSES FILES AND PRINTS THE RUN TOTALS, AND CATALOGS THE
027920* AUDITNEW PRODUCED IN GENCAT (THE RECORDS PAST RETENTION GO AS
027940* EXCLUIDOS)
028000******************************************************************
028100  8000-TERMINATE.
028110      IF WS-LOCK-NEGADO
028600      MOVE WS-AUDIT-RETIDOS TO WF-AR-RETIDOS.
028700      MOVE WS-AUDIT-REMOVIDOS TO WF-AR-REMOVIDOS.
028800      WRITE PR-LINE FROM WS-FOOTER-LINE-2.
028805      MOVE WS-STUDHIST-ANONIMIZADOS TO WF-SH-ANONIMIZADOS.
028810      MOVE WS-CERTREG-ANONIMIZADOS TO WF-CR-ANONIMIZADOS.
028815      MOVE WS-LISTESP-ANONIMIZADOS TO WF-LE-ANONIMIZADOS.
028820      WRITE PR-LINE FROM WS-FOOTER-LINE-3.
028825      MOVE WS-GUARDIAN-EXCLUIDOS TO WF-GD-EXCLUIDOS.
028830      MOVE WS-ATTEND-EXCLUIDOS TO WF-AT-EXCLUIDOS.
028835      MOVE WS-GRADMAS-EXCLUIDOS TO WF-GM-EXCLUIDOS.
028840      MOVE WS-BOLSFAM-EXCLUIDOS TO WF-BF-EXCLUIDOS.
028845      WRITE PR-LINE FROM WS-FOOTER-LINE-4.
028850      MOVE WS-BILLMAS-EXCLUIDOS TO WF-BL-EXCLUIDOS.
028855      MOVE WS-BILLMAS-MANTIDOS TO WF-BL-MANTIDOS.
028860      WRITE PR-LINE FROM WS-FOOTER-LINE-5.
028870      MOVE WS-BENEFMAS-EXCLUIDOS TO WF-BN-EXCLUIDOS.
028880      WRITE PR-LINE FROM WS-FOOTER-LINE-6.
028900      CLOSE STUDENT-MASTER-FILE AUDIT-LOG-FILE AUDIT-PURGE-FILE
029000          PURGE-REPORT-FILE.
029002      PERFORM 9909-FECHAR-LGPDLOG THRU 9909-EXIT.
029004      IF WS-STUDHIST-DISPONIVEL
029006          CLOSE STUDENT-HISTORY-FILE
029008      END-IF.
029010      IF WS-GRADMAS-DISPONIVEL
029012          CLOSE GRADE-MASTER-FILE
029014      END-IF.
029016      IF WS-GUARDIAN-DISPONIVEL
029018          CLOSE GUARDIAN-FILE
029020      END-IF.
029022      IF WS-ATTEND-DISPONIVEL
029024          CLOSE ATTENDANCE-FILE
029026      END-IF.
029028      IF WS-BOLSFAM-DISPONIVEL
029030          CLOSE BOLSA-FAMILIA-FILE
029032      END-IF.
029034      IF WS-BILLMAS-DISPONIVEL
029036          CLOSE BILLING-FILE
029038      END-IF.
029040      IF WS-LISTESP-DISPONIVEL
029042          CLOSE LISTA-ESPERA-FILE
029044      END-IF.
029046      IF WS-CERTREG-DISPONIVEL
029048          CLOSE CERT-REGISTRY-FILE CERT-KEEP-FILE
029050      END-IF.
029055      IF WS-BENEFMAS-DISPONIVEL
029060          CLOSE BENEFICIO-FILE
029065      END-IF.
029070      MOVE 'PROGCOB10' TO WRK-GN-PROGRAMA.
029075      MOVE 'AUDITNEW' TO WRK-GN-ARQUIVO.
029080      MOVE WS-AUDIT-LIDOS TO WS-GN-LIDOS.
029085      MOVE ZERO TO WS-GN-INCLUIDOS.
029090      MOVE WS-AUDIT-REMOVIDOS TO WS-GN-EXCLUIDOS.
029095      PERFORM 9935-GERACAO-CATALOGAR THRU 9935-EXIT.
029100      DISPLAY 'PROGCOB10 - ALUNOS REMOVIDOS POR RETENCAO...: '
029200          WS-ALUNOS-REMOVIDOS.
029300      DISPLAY 'PROGCOB10 - REGISTROS DE AUDITORIA REMOVIDOS.: '
029400          WS-AUDIT-REMOVIDOS.
029402      DISPLAY 'PROGCOB10 - STUDHIST ANONIMIZADOS (LGPD)....: '
029404          WS-STUDHIST-ANONIMIZADOS.
029406      DISPLAY 'PROGCOB10 - CERTREG ANONIMIZADOS (LGPD).....: '
029407          WS-CERTREG-ANONIMIZADOS.
029408      DISPLAY 'PROGCOB10 - NOTIFOUT ANONIMIZADOS (LGPD)....: '
029409          WS-NOTIFOUT-ANONIMIZADOS.
029410      PERFORM 9850-LIBERAR-LOCK THRU 9850-EXIT.
029500  8000-EXIT.
029600      EXIT.
030200* STUDMAS UPDATE-LOCK ROUTINES (SEE LOCKRTN.CPY)
030300******************************************************************
030400  COPY LOCKRTN.
030500******************************************************************
030600* LGPD TREATMENT-LOG ROUTINES (SEE LGPDRTN.CPY)
030700******************************************************************
030800  COPY LGPDRTN.
030900******************************************************************
031000* GENERATION-CATALOG ROUTINES (SEE GENRTN.CPY)
031100******************************************************************
031200  COPY GENRTN.
