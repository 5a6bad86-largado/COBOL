002310* 01/09/2026 ALEX  A FREQUENCIA PASSA A SER LIQUIDA DAS
002320*                  FALTAS JUSTIFICADAS POR ATESTADO
002330*                  (AT-ABONOS) - ATESTADO NAO GERA CARTA
002340* 15/10/2026 ALEX  CADA CARTA EMITIDA GERA O AVISO 'FREQUENCIA
002350*                  ABAIXO DO AVISO' NO NOTIFOUT (NOTIFRTN) PELOS
002360*                  CANAIS QUE O RESPONSAVEL ACEITOU
002400******************************************************************
002500  ENVIRONMENT DIVISION.
002600  CONFIGURATION SECTION.
004900      SELECT EXCECAO-AVISO-FILE ASSIGN TO AVISEXC
005000          ORGANIZATION IS LINE SEQUENTIAL
005100          FILE STATUS IS WS-AVISEXC-STATUS.
005120      SELECT NOTIF-FILE ASSIGN TO NOTIFOUT
005140          ORGANIZATION IS SEQUENTIAL
005160          FILE STATUS IS WS-NOTIFOUT-STATUS.
005200  DATA DIVISION.
005300  FILE SECTION.
005400  FD  ATTENDANCE-FILE
006600  FD  EXCECAO-AVISO-FILE
006700      LABEL RECORDS ARE STANDARD.
006800  01  EX-LINE                     PIC X(80).
006820  FD  NOTIF-FILE
006840      LABEL RECORDS ARE STANDARD.
006860  COPY NOTIFREC.
006900  WORKING-STORAGE SECTION.
007000******************************************************************
007100* SWITCHES AND FILE STATUS
012000* SHARED DATE-OUTPUT FIELDS (SEE DATEFMT.CPY)
012100******************************************************************
012200  COPY DATEFMT.
012205******************************************************************
012210* OUTBOUND NOTIFICATION FIELDS (SEE NOTIFWS.CPY) AND THE TEXT OF
012215* THE 'FREQUENCIA ABAIXO DO AVISO' NOTICE
012220******************************************************************
012225  COPY NOTIFWS.
012230  01  WS-MSG-FREQUENCIA.
012235      05  FILLER                 PIC X(14)
012240          VALUE 'FREQUENCIA DE '.
012245      05  WM-NOME                PIC X(20).
012250      05  FILLER                 PIC X(04) VALUE ' EM '.
012255      05  WM-FREQ                PIC ZZ9.
012260      05  FILLER                 PIC X(33)
012265          VALUE ' PCT - PROCURE A SECRETARIA'.
012270  01  WS-REF-FREQUENCIA.
012275      05  WR-FREQ                PIC ZZ9.
012280      05  FILLER                 PIC X(04) VALUE ' PCT'.
012300******************************************************************
012400* LETTER PAGE LAYOUTS - ONE PAGE PER ALUNO EM RISCO
012500******************************************************************
023000      PERFORM 9810-FORMATAR-DDMMYYYY THRU 9810-EXIT.
023100      MOVE DATEFMT-DDMMYYYY TO WA-DATA.
023200      MOVE WRK-LIMITE-ESTADUAL TO WA-MINIMO.
023220      MOVE 'PROGCOB36' TO WRK-NT-PROGRAMA.
023240      PERFORM 9910-ABRIR-NOTIFICACAO THRU 9910-EXIT.
023300      WRITE EX-LINE FROM WS-EXC-HEADER.
023400      PERFORM 2100-READ-ATTEND THRU 2100-EXIT.
023500  1000-EXIT.
025600      PERFORM 2400-BUSCAR-RESPONSAVEL THRU 2400-EXIT.
025700      IF WS-RESP-EXISTE
025800          PERFORM 2500-EMITIR-CARTA THRU 2500-EXIT
025850          PERFORM 2700-NOTIFICAR-FREQUENCIA THRU 2700-EXIT
025900      ELSE
026000          PERFORM 2600-LISTAR-EXCECAO THRU 2600-EXIT
026100      END-IF.
037600      ADD 1 TO WS-SEM-RESPONSAVEL.
037700  2600-EXIT.
037800      EXIT.
037805******************************************************************
037810* 2700-NOTIFICAR-FREQUENCIA
037815* 'FREQUENCIA ABAIXO DO AVISO' NOTICE FOR THE GUARDIAN JUST READ
037820* - ONE NOTIFOUT RECORD PER CANAL ACEITO, OR THE SO-PAPEL RECORD
037825******************************************************************
037830  2700-NOTIFICAR-FREQUENCIA.
037835      MOVE 'FQ' TO WRK-NT-EVENTO.
037840      MOVE WRK-FREQUENCIA-PCT TO WR-FREQ.
037845      MOVE WS-REF-FREQUENCIA TO WRK-NT-REFERENCIA.
037850      MOVE SM-STUDENT-NAME TO WM-NOME.
037855      MOVE WRK-FREQUENCIA-PCT TO WM-FREQ.
037860      MOVE WS-MSG-FREQUENCIA TO WRK-NT-MENSAGEM.
037865      PERFORM 9915-NOTIFICAR THRU 9915-EXIT.
037870  2700-EXIT.
037875      EXIT.
037900******************************************************************
038000* 8000-TERMINATE
038100* WRITES THE EXCEPTION FOOTER, CLOSES FILES AND SHOWS TOTALS
038500      WRITE EX-LINE FROM WS-EXC-FOOTER.
038600      CLOSE ATTENDANCE-FILE STUDENT-MASTER-FILE GUARDIAN-FILE
038700          AVISO-FILE EXCECAO-AVISO-FILE.
038750      PERFORM 9919-FECHAR-NOTIFICACAO THRU 9919-EXIT.
038800      DISPLAY 'PROGCOB36 - REGISTROS LIDOS......: '
038900          WS-REGISTROS-LIDOS.
039000      DISPLAY 'PROGCOB36 - ALUNOS EM RISCO......: '
039500          WS-SEM-RESPONSAVEL.
039600      DISPLAY 'PROGCOB36 - SEM CADASTRO STUDMAS.: '
039700          WS-SEM-CADASTRO.
039720      DISPLAY 'PROGCOB36 - AVISOS SMS/E-MAIL....: '
039740          WS-NOTIF-SMS ' / ' WS-NOTIF-EMAIL.
039760      DISPLAY 'PROGCOB36 - AVISOS SO PAPEL......: '
039780          WS-NOTIF-PAPEL.
039800  8000-EXIT.
039900      EXIT.
040000******************************************************************
040100* SHARED DATE-FORMATTING ROUTINES (SEE DATERTN.CPY)
040200******************************************************************
040300  COPY DATERTN.
040400******************************************************************
040500* OUTBOUND NOTIFICATION ROUTINES (SEE NOTIFRTN.CPY)
040600******************************************************************
040700  COPY NOTIFRTN.
