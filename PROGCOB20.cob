003000*                  LINHA DE MEDIA GERAL; ALUNO SEM REGISTRO NO
003100*                  GRADMAS SAI NO FORMATO ANTIGO DE DISCIPLINA
003200*                  UNICA
003220* 15/10/2026 ALEX  O BOLETIM LISTA AS DEPENDENCIAS EM ABERTO DO
003240*                  ALUNO (ARQUIVO DEPMAS DO PROGCOB25/PROGCOB53)
003260*                  - DISCIPLINA, ANO E TURMA DE ORIGEM
003265* 15/10/2026 ALEX  CADA BOLETIM EMITIDO GERA O AVISO 'BOLETIM
003270*                  DISPONIVEL' NO NOTIFOUT (NOTIFRTN) PELOS CANAIS
003275*                  QUE O RESPONSAVEL ACEITOU; SEM CANAL FICA O
003280*                  REGISTRO DE SO PAPEL
003282* 15/10/2026 ALEX  CADA DISCIPLINA DO BOLETIM GANHA UMA LINHA COM
003284*                  O NOME E A CARGA HORARIA ANUAL DO CATALOGO
003286*                  DISCMAS (PROGCOB71); DISCIPLINA FORA DO
003288*                  CATALOGO SAI SO COM O CODIGO, COMO ANTES
003300******************************************************************
003400  ENVIRONMENT DIVISION.
003500  CONFIGURATION SECTION.
006300          ACCESS MODE IS DYNAMIC
006400          RECORD KEY IS GM-CHAVE
006500          FILE STATUS IS WS-GRADMAS-STATUS.
006510      SELECT DEPENDENCIA-FILE ASSIGN TO DEPMAS
006520          ORGANIZATION IS INDEXED
006530          ACCESS MODE IS DYNAMIC
006540          RECORD KEY IS DE-CHAVE
006550          FILE STATUS IS WS-DEPMAS-STATUS.
006560      SELECT NOTIF-FILE ASSIGN TO NOTIFOUT
006570          ORGANIZATION IS SEQUENTIAL
006580          FILE STATUS IS WS-NOTIFOUT-STATUS.
006582      SELECT DISCIPLINA-FILE ASSIGN TO DISCMAS
006584          ORGANIZATION IS INDEXED
006586          ACCESS MODE IS RANDOM
006588          RECORD KEY IS DC-CODIGO
006590          FILE STATUS IS WS-DISCMAS-STATUS.
006600  DATA DIVISION.
006700  FILE SECTION.
006800  FD  STUDENT-MASTER-FILE
008300  FD  GRADE-MASTER-FILE
008400      LABEL RECORDS ARE STANDARD.
008500  COPY GRADMAS.
008520  FD  DEPENDENCIA-FILE
008540      LABEL RECORDS ARE STANDARD.
008560  COPY DEPMAS.
008570  FD  NOTIF-FILE
008580      LABEL RECORDS ARE STANDARD.
008590  COPY NOTIFREC.
008592  FD  DISCIPLINA-FILE
008594      LABEL RECORDS ARE STANDARD.
008596  COPY DISCMAS.
008600  WORKING-STORAGE SECTION.
008700******************************************************************
008800* SWITCHES AND FILE STATUS
009800          88  WS-ATTEND-DISPONIVEL         VALUE 'Y'.
009900      05  WS-FIM-DISC-SW         PIC X(01) VALUE 'N'.
010000          88  WS-FIM-DISC                  VALUE 'Y'.
010020      05  WS-DEPMAS-DISPONIVEL-SW PIC X(01) VALUE 'N'.
010040          88  WS-DEPMAS-DISPONIVEL         VALUE 'Y'.
010060      05  WS-FIM-DEP-SW          PIC X(01) VALUE 'N'.
010080          88  WS-FIM-DEP                   VALUE 'Y'.
010100  01  WS-FILE-STATUSES.
010200      05  WS-STUDMAS-STATUS      PIC X(02) VALUE '00'.
010300          88  WS-STUDMAS-OK               VALUE '00'.
011200          88  WS-GRADMAS-OK               VALUE '00'.
011300      05  WS-ATTEND-STATUS       PIC X(02) VALUE '00'.
011400          88  WS-ATTEND-OK                VALUE '00'.
011420      05  WS-DEPMAS-STATUS       PIC X(02) VALUE '00'.
011440          88  WS-DEPMAS-OK                VALUE '00'.
011500  01  WS-CONTADORES COMP.
011600      05  WS-ALUNOS-LIDOS        PIC 9(05) VALUE ZERO.
011700      05  WS-BOLETINS-EMITIDOS   PIC 9(05) VALUE ZERO.
011800      05  WS-SEM-RESPONSAVEL     PIC 9(05) VALUE ZERO.
011900      05  WS-SEM-NOTA            PIC 9(05) VALUE ZERO.
012000      05  WRK-DISC-IMPRESSAS     PIC 9(03) VALUE ZERO.
012020      05  WS-COM-DEPENDENCIA     PIC 9(05) VALUE ZERO.
012040      05  WS-DEP-IMPRESSAS       PIC 9(03) VALUE ZERO.
012100******************************************************************
012200* FREQUENCIA DO ALUNO - MESMO CALCULO LIQUIDO DE ABONOS DO
012300* PROGCOB07
013900* SHARED DATE-OUTPUT FIELDS (SEE DATEFMT.CPY)
014000******************************************************************
014100  COPY DATEFMT.
014105******************************************************************
014110* OUTBOUND NOTIFICATION FIELDS (SEE NOTIFWS.CPY) AND THE TEXT OF
014115* THE 'BOLETIM DISPONIVEL' NOTICE
014120******************************************************************
014125  COPY NOTIFWS.
014130  01  WS-MSG-BOLETIM.
014135      05  FILLER                 PIC X(17)
014140          VALUE 'BOLETIM DO ALUNO '.
014145      05  WM-NOME                PIC X(20).
014150      05  FILLER                 PIC X(25)
014155          VALUE ' DISPONIVEL - RESULTADO: '.
014160      05  WM-RESULTADO           PIC X(09).
014165******************************************************************
014170* CATALOGO DE DISCIPLINAS FIELDS (SEE DISCWS.CPY/DISCRTN.CPY)
014175******************************************************************
014180  COPY DISCWS.
014200******************************************************************
014300* BOLETIM PAGE LAYOUTS - ONE PAGE PER ALUNO
014400******************************************************************
020200      05  WBD-LETRA              PIC X(01).
020300      05  FILLER                 PIC X(02) VALUE SPACES.
020400      05  WBD-SITUACAO           PIC X(10).
020410  01  WS-BOL-DISC-NOME.
020420      05  FILLER                 PIC X(12) VALUE 'DISCIPLINA: '.
020430      05  WBN-DISC               PIC X(03).
020440      05  FILLER                 PIC X(03) VALUE ' - '.
020450      05  WBN-NOME               PIC X(25).
020460      05  FILLER                 PIC X(23)
020470          VALUE '  CARGA HORARIA ANUAL: '.
020480      05  WBN-CARGA              PIC ZZZ9.
020490      05  FILLER                 PIC X(02) VALUE ' H'.
020500  01  WS-BOL-GERAL.
020600      05  FILLER                 PIC X(13)
020700          VALUE 'MEDIA GERAL: '.
022000          VALUE ' ABONADAS '.
022100      05  WB-ABONOS              PIC ZZZZ9.
022200      05  FILLER                 PIC X(01) VALUE ')'.
022205  01  WS-BOL-DEP.
022210      05  FILLER                 PIC X(23)
022215          VALUE 'DEPENDENCIA EM ABERTO: '.
022220      05  WBP-DISC               PIC X(03).
022225      05  FILLER                 PIC X(06) VALUE '  ANO '.
022230      05  WBP-ANO                PIC 9(04).
022235      05  FILLER                 PIC X(08) VALUE '  TURMA '.
022240      05  WBP-TURMA              PIC X(06).
022245      05  FILLER                 PIC X(08) VALUE '  MEDIA '.
022250      05  WBP-MEDIA              PIC Z9.
022300******************************************************************
022400* EXCEPTION-LIST LINE LAYOUTS
022500******************************************************************
026900              WS-GRADMAS-STATUS ') - BOLETINS NO FORMATO DE '
027000              'DISCIPLINA UNICA'
027100      END-IF.
027120      OPEN INPUT DEPENDENCIA-FILE.
027140      IF WS-DEPMAS-OK
027160          MOVE 'Y' TO WS-DEPMAS-DISPONIVEL-SW
027180      END-IF.
027182      OPEN INPUT DISCIPLINA-FILE.
027184      IF WS-DISCMAS-OK
027186          MOVE 'Y' TO WS-DISCMAS-DISPONIVEL-SW
027188      END-IF.
027200      IF NOT WS-STUDMAS-OK OR NOT WS-GUARDIAN-OK
027300          OR NOT WS-BOLETIM-OK OR NOT WS-RESPEXC-OK
027400          DISPLAY 'PROGCOB20 - ERRO AO ABRIR ARQUIVOS: '
027900      END-IF.
028000      PERFORM 9810-FORMATAR-DDMMYYYY THRU 9810-EXIT.
028100      MOVE DATEFMT-DDMMYYYY TO WB-DATA.
028120      MOVE 'PROGCOB20' TO WRK-NT-PROGRAMA.
028140      PERFORM 9910-ABRIR-NOTIFICACAO THRU 9910-EXIT.
028200      WRITE EX-LINE FROM WS-EXC-HEADER.
028300      PERFORM 2100-READ-STUDENT THRU 2100-EXIT.
028400  1000-EXIT.
029700      PERFORM 2200-BUSCAR-RESPONSAVEL THRU 2200-EXIT.
029800      IF WS-RESP-EXISTE
029900          PERFORM 2300-EMITIR-BOLETIM THRU 2300-EXIT
029950          PERFORM 2500-NOTIFICAR-BOLETIM THRU 2500-EXIT
030000      ELSE
030100          PERFORM 2400-LISTAR-EXCECAO THRU 2400-EXIT
030200      END-IF.
037200          MOVE SM-LETRA TO WB-LETRA
037300          WRITE BL-LINE FROM WS-BOL-NOTAS
037400      END-IF.
037420      IF WS-DEPMAS-DISPONIVEL
037440          PERFORM 2330-IMPRIMIR-DEPENDENCIAS THRU 2330-EXIT
037460      END-IF.
037500      IF WS-ATTEND-DISPONIVEL
037600          PERFORM 2350-IMPRIMIR-FREQUENCIA THRU 2350-EXIT
037700      END-IF.
040700          UNTIL WS-FIM-DISC.
040800  2310-EXIT.
040900      EXIT.
040901******************************************************************
040902* 2330-IMPRIMIR-DEPENDENCIAS
040903* ONE LINE PER OPEN DEPENDENCIA OF THE CURRENT ALUNO, POSITIONED
040904* WITH START ON THE PARTIAL KEY - DEPENDENCIA JA CUMPRIDA NAO
040905* SAI NO BOLETIM
040906******************************************************************
040907  2330-IMPRIMIR-DEPENDENCIAS.
040908      MOVE ZERO TO WS-DEP-IMPRESSAS.
040909      MOVE SM-STUDENT-ID TO DE-STUDENT-ID.
040910      MOVE LOW-VALUES TO DE-DISCIPLINA.
040911      MOVE ZEROS TO DE-ANO-ORIGEM.
040912      START DEPENDENCIA-FILE KEY IS NOT LESS THAN DE-CHAVE
040913          INVALID KEY
040914              GO TO 2330-EXIT
040915      END-START.
040916      MOVE 'N' TO WS-FIM-DEP-SW.
040917      PERFORM 2340-IMPRIMIR-DEPENDENCIA THRU 2340-EXIT
040918          UNTIL WS-FIM-DEP.
040919      IF WS-DEP-IMPRESSAS > ZERO
040920          ADD 1 TO WS-COM-DEPENDENCIA
040921      END-IF.
040922  2330-EXIT.
040923      EXIT.
040924******************************************************************
040925* 2340-IMPRIMIR-DEPENDENCIA
040926* READS THE NEXT DEPMAS RECORD AND PRINTS IT WHEN STILL OPEN - A
040927* KEY OF ANOTHER ALUNO ENDS THE LOOP
040928******************************************************************
040929  2340-IMPRIMIR-DEPENDENCIA.
040930      READ DEPENDENCIA-FILE NEXT RECORD
040931          AT END
040932              MOVE 'Y' TO WS-FIM-DEP-SW
040933              GO TO 2340-EXIT
040934      END-READ.
040935      IF NOT WS-DEPMAS-OK
040936          OR DE-STUDENT-ID NOT = SM-STUDENT-ID
040937          MOVE 'Y' TO WS-FIM-DEP-SW
040938          GO TO 2340-EXIT
040939      END-IF.
040940      IF NOT DE-ABERTA
040941          GO TO 2340-EXIT
040942      END-IF.
040943      MOVE DE-DISCIPLINA TO WBP-DISC.
040944      MOVE DE-ANO-ORIGEM TO WBP-ANO.
040945      MOVE DE-TURMA-ORIGEM TO WBP-TURMA.
040946      MOVE DE-MEDIA-ORIGEM TO WBP-MEDIA.
040947      WRITE BL-LINE FROM WS-BOL-DEP.
040948      ADD 1 TO WS-DEP-IMPRESSAS.
040949  2340-EXIT.
040950      EXIT.
041000******************************************************************
041100* 2350-IMPRIMIR-FREQUENCIA
041200* FREQUENCIA LINE OF THE BOLETIM - PERCENTUAL LIQUIDO E A
044600* 2320-IMPRIMIR-DISCIPLINA
044700* READS THE NEXT GRADMAS RECORD AND PRINTS ITS LINE - A KEY OF
044800* ANOTHER ALUNO ENDS THE LOOP. DISCIPLINA AINDA PENDENTE DE
044900* CORRECAO SAI COM A SITUACAO EM BRANCO. DISCIPLINA ACHADA NO
044950* DISCMAS GANHA ANTES A LINHA DE NOME E CARGA HORARIA
045000******************************************************************
045100  2320-IMPRIMIR-DISCIPLINA.
045200      READ GRADE-MASTER-FILE NEXT RECORD
048400              END-IF
048500          END-IF
048600      END-IF.
048610      MOVE GM-DISCIPLINA TO WRK-DC-CODIGO.
048620      PERFORM 9940-OBTER-DISCIPLINA THRU 9940-EXIT.
048630      IF WS-DC-ACHADA
048640          MOVE GM-DISCIPLINA TO WBN-DISC
048650          MOVE WRK-DC-NOME TO WBN-NOME
048660          MOVE WRK-DC-CARGA-HORARIA TO WBN-CARGA
048670          WRITE BL-LINE FROM WS-BOL-DISC-NOME
048680      END-IF.
048700      WRITE BL-LINE FROM WS-BOL-DISC.
048800      ADD 1 TO WRK-DISC-IMPRESSAS.
048900  2320-EXIT.
050100      ADD 1 TO WS-SEM-RESPONSAVEL.
050200  2400-EXIT.
050300      EXIT.
050305******************************************************************
050310* 2500-NOTIFICAR-BOLETIM
050315* 'BOLETIM DISPONIVEL' NOTICE FOR THE GUARDIAN JUST READ - ONE
050320* NOTIFOUT RECORD PER CANAL ACEITO, OR THE SO-PAPEL RECORD
050325******************************************************************
050330  2500-NOTIFICAR-BOLETIM.
050335      MOVE 'BL' TO WRK-NT-EVENTO.
050340      MOVE SM-CLASS-SECTION TO WRK-NT-REFERENCIA.
050345      MOVE SM-STUDENT-NAME TO WM-NOME.
050350      IF SM-APROVADO
050355          MOVE 'APROVADO' TO WM-RESULTADO
050360      ELSE
050365          MOVE 'REPROVADO' TO WM-RESULTADO
050370      END-IF.
050375      MOVE WS-MSG-BOLETIM TO WRK-NT-MENSAGEM.
050380      PERFORM 9915-NOTIFICAR THRU 9915-EXIT.
050385  2500-EXIT.
050390      EXIT.
050400******************************************************************
050500* 8000-TERMINATE
050600* WRITES THE EXCEPTION FOOTER, CLOSES FILES AND SHOWS TOTALS
051600      IF WS-ATTEND-DISPONIVEL
051700          CLOSE ATTENDANCE-FILE
051800      END-IF.
051820      IF WS-DEPMAS-DISPONIVEL
051840          CLOSE DEPENDENCIA-FILE
051860      END-IF.
051865      IF WS-DISCMAS-DISPONIVEL
051870          CLOSE DISCIPLINA-FILE
051875      END-IF.
051880      PERFORM 9919-FECHAR-NOTIFICACAO THRU 9919-EXIT.
051900      DISPLAY 'PROGCOB20 - ALUNOS LIDOS.........: '
052000          WS-ALUNOS-LIDOS.
052100      DISPLAY 'PROGCOB20 - BOLETINS EMITIDOS....: '
052400          WS-SEM-RESPONSAVEL.
052500      DISPLAY 'PROGCOB20 - PENDENTES DE CORRECAO: '
052600          WS-SEM-NOTA.
052620      DISPLAY 'PROGCOB20 - COM DEPENDENCIA ABERTA: '
052640          WS-COM-DEPENDENCIA.
052650      DISPLAY 'PROGCOB20 - AVISOS SMS/E-MAIL....: '
052660          WS-NOTIF-SMS ' / ' WS-NOTIF-EMAIL.
052670      DISPLAY 'PROGCOB20 - AVISOS SO PAPEL......: '
052680          WS-NOTIF-PAPEL.
052700  8000-EXIT.
052800      EXIT.
052900******************************************************************
053000* SHARED DATE-FORMATTING ROUTINES (SEE DATERTN.CPY)
053100******************************************************************
053200  COPY DATERTN.
053300******************************************************************
053400* OUTBOUND NOTIFICATION ROUTINES (SEE NOTIFRTN.CPY)
053500******************************************************************
053600  COPY NOTIFRTN.
053700******************************************************************
053800* CATALOGO DE DISCIPLINAS ROUTINE (SEE DISCRTN.CPY)
053900******************************************************************
054000  COPY DISCRTN.
