000100  IDENTIFICATION DIVISION.
000200  PROGRAM-ID. PROGCOB61.
000300  AUTHOR. ALEX.
000400  INSTALLATION. ESCOLA - SETOR DE PROCESSAMENTO DE DADOS.
000500  DATE-WRITTEN. 15/10/2026.
000600  DATE-COMPILED.
000700******************************************************************
000800* AREA DE COMENTARIOS - REMARKS
000900* OBJETIVO: RELATORIO DIARIO DE AVISOS AOS RESPONSAVEIS. LE O
001000* ARQUIVO DE NOTIFICACOES (NOTIFOUT) QUE O BOLETIM (PROGCOB20),
001100* O AVISO DE FREQUENCIA (PROGCOB36), A GERACAO DE MENSALIDADES
001200* (PROGCOB39) E A INADIMPLENCIA (PROGCOB41) ACRESCENTAM, SELECIONA
001300* OS AVISOS DO DIA (RUNPARM PROGCOB61 DATA, AAAAMMDD, OU A DATA
001400* DO RUN) E IMPRIME (NOTIFRPT) UMA SECAO POR CANAL - SMS, E-MAIL
001500* E SO PAPEL - ORDENADA POR MATRICULA, COM A QUANTIDADE POR
001600* EVENTO. A SECAO SO PAPEL E A LISTA DOS RESPONSAVEIS QUE NAO
001700* ACEITARAM NENHUM CANAL ELETRONICO (OU NAO TEM O CONTATO) E SO
001800* FORAM ALCANCADOS PELO CORREIO - A SECRETARIA CORRE ATRAS DO
001900* TELEFONE/E-MAIL DELES NO PROGCOB19. SO LEITURA
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
003100      SELECT NOTIF-FILE ASSIGN TO NOTIFOUT
003200          ORGANIZATION IS SEQUENTIAL
003300          FILE STATUS IS WS-NOTIFOUT-STATUS.
003400      SELECT SORT-WORK-FILE ASSIGN TO SORTWK.
003500      SELECT NOTIF-REPORT-FILE ASSIGN TO NOTIFRPT
003600          ORGANIZATION IS LINE SEQUENTIAL
003700          FILE STATUS IS WS-NOTIFRPT-STATUS.
003800      SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
003900          ORGANIZATION IS SEQUENTIAL
004000          FILE STATUS IS WS-PARM-STATUS.
004100  DATA DIVISION.
004200  FILE SECTION.
004300  FD  NOTIF-FILE
004400      LABEL RECORDS ARE STANDARD.
004500  COPY NOTIFREC.
004600  SD  SORT-WORK-FILE.
004700  01  SORT-RECORD.
004800      05  SR-ORDEM-CANAL          PIC 9(01).
004900      05  SR-STUDENT-ID           PIC X(06).
005000      05  SR-EVENTO               PIC X(02).
005100      05  SR-HORA                 PIC 9(06).
005200      05  SR-CANAL                PIC X(01).
005300      05  SR-NOME-RESPONSAVEL     PIC X(30).
005400      05  SR-DESTINO              PIC X(50).
005500      05  SR-REFERENCIA           PIC X(10).
005600  FD  NOTIF-REPORT-FILE
005700      LABEL RECORDS ARE STANDARD.
005800  01  NR-LINE                     PIC X(80).
005900  FD  RUN-PARM-FILE
006000      LABEL RECORDS ARE STANDARD.
006100  COPY PARMREC.
006200  WORKING-STORAGE SECTION.
006300******************************************************************
006400* SWITCHES AND FILE STATUS
006500******************************************************************
006600  01  WS-SWITCHES.
006700      05  WS-EOF-SW              PIC X(01) VALUE 'N'.
006800          88  WS-EOF                       VALUE 'Y'.
006900      05  WS-PRIMEIRO-CANAL-SW   PIC X(01) VALUE 'Y'.
007000          88  WS-PRIMEIRO-CANAL            VALUE 'Y'.
007100  01  WS-FILE-STATUSES.
007200      05  WS-NOTIFOUT-STATUS     PIC X(02) VALUE '00'.
007300          88  WS-NOTIFOUT-OK              VALUE '00'.
007400          88  WS-NOTIFOUT-EOF             VALUE '10'.
007500          88  WS-NOTIFOUT-NAO-EXISTE      VALUE '35'.
007600      05  WS-NOTIFRPT-STATUS     PIC X(02) VALUE '00'.
007700          88  WS-NOTIFRPT-OK              VALUE '00'.
007800  01  WS-CONTADORES COMP.
007900      05  WS-REGISTROS-LIDOS     PIC 9(07) VALUE ZERO.
008000      05  WS-AVISOS-DO-DIA       PIC 9(07) VALUE ZERO.
008100      05  WS-TOTAL-SMS           PIC 9(07) VALUE ZERO.
008200      05  WS-TOTAL-EMAIL         PIC 9(07) VALUE ZERO.
008300      05  WS-TOTAL-PAPEL         PIC 9(07) VALUE ZERO.
008400      05  WS-RESP-SO-PAPEL       PIC 9(07) VALUE ZERO.
008500******************************************************************
008600* TOTAIS DO CANAL CORRENTE - POR EVENTO E RESPONSAVEIS DISTINTOS
008700******************************************************************
008800  01  WS-CANAL-TOTAIS COMP.
008900      05  WS-CANAL-QTDE          PIC 9(07) VALUE ZERO.
009000      05  WS-CANAL-BOLETIM       PIC 9(07) VALUE ZERO.
009100      05  WS-CANAL-FREQUENCIA    PIC 9(07) VALUE ZERO.
009200      05  WS-CANAL-EMITIDA       PIC 9(07) VALUE ZERO.
009300      05  WS-CANAL-VENCIDA       PIC 9(07) VALUE ZERO.
009400      05  WS-CANAL-RESPONSAVEIS  PIC 9(07) VALUE ZERO.
009500  01  WS-CANAL-ATUAL              PIC 9(01) VALUE ZERO.
009600  01  WS-ALUNO-ATUAL              PIC X(06) VALUE SPACES.
009700******************************************************************
009800* DATA DOS AVISOS LISTADOS - RUNPARM OU A DATA DO RUN
009900******************************************************************
010000  77  WRK-DATA-AVISOS            PIC 9(08) VALUE ZEROS.
010100******************************************************************
010200* RUN DATE - SAME STRUCTURE TESTE1 USES FOR THE SYSTEM DATE
010300******************************************************************
010400  01  WRK-DATA.
010500      05  WRK-ANO                PIC 9(04) VALUE ZEROS.
010600      05  WRK-MES                PIC 9(02) VALUE ZEROS.
010700      05  WRK-DIA                PIC 9(02) VALUE ZEROS.
010800  01  WRK-DATA-YYYYMMDD REDEFINES WRK-DATA PIC 9(08).
010900******************************************************************
011000* SHARED DATE-OUTPUT FIELDS (SEE DATEFMT.CPY)
011100******************************************************************
011200  COPY DATEFMT.
011300******************************************************************
011400* RUN-PARAMETER LOOKUP FIELDS (SEE PARMWS.CPY/PARMRTN.CPY)
011500******************************************************************
011600  COPY PARMWS.
011700******************************************************************
011800* REPORT LINE LAYOUTS
011900******************************************************************
012000  01  WS-HEADER-1.
012100      05  FILLER                 PIC X(42)
012200          VALUE 'RELATORIO DIARIO DE AVISOS A RESPONSAVEIS'.
012300      05  FILLER                 PIC X(10) VALUE '  AVISOS '.
012400      05  WS-H1-DATA             PIC X(10).
012500  01  WS-HEADER-2.
012600      05  FILLER                 PIC X(07) VALUE 'CANAL: '.
012700      05  WH2-CANAL              PIC X(50).
012800  01  WS-HEADER-3.
012900      05  FILLER                 PIC X(08) VALUE 'MATRIC  '.
013000      05  FILLER                 PIC X(25) VALUE 'RESPONSAVEL'.
013100      05  FILLER                 PIC X(12) VALUE 'EVENTO'.
013200      05  FILLER                 PIC X(11) VALUE 'REFERENCIA'.
013300      05  FILLER                 PIC X(07) VALUE 'DESTINO'.
013400  01  WS-DETAIL-LINE.
013500      05  WD-ID                  PIC X(06).
013600      05  FILLER                 PIC X(02) VALUE SPACES.
013700      05  WD-RESPONSAVEL         PIC X(24).
013800      05  FILLER                 PIC X(01) VALUE SPACE.
013900      05  WD-EVENTO              PIC X(11).
014000      05  FILLER                 PIC X(01) VALUE SPACE.
014100      05  WD-REFERENCIA          PIC X(10).
014200      05  FILLER                 PIC X(01) VALUE SPACE.
014300      05  WD-DESTINO             PIC X(24).
014400  01  WS-SUBTOTAL-1.
014500      05  FILLER                 PIC X(04) VALUE SPACES.
014600      05  FILLER                 PIC X(17)
014700          VALUE 'AVISOS NO CANAL: '.
014800      05  WS1-QTDE               PIC ZZZZZZ9.
014900      05  FILLER                 PIC X(16)
015000          VALUE '  RESPONSAVEIS: '.
015100      05  WS1-RESP               PIC ZZZZZZ9.
015200  01  WS-SUBTOTAL-2.
015300      05  FILLER                 PIC X(04) VALUE SPACES.
015400      05  FILLER                 PIC X(09) VALUE 'BOLETIM '.
015500      05  WS2-BOLETIM            PIC ZZZZZ9.
015600      05  FILLER                 PIC X(13) VALUE '  FREQUENCIA '.
015700      05  WS2-FREQUENCIA         PIC ZZZZZ9.
015800      05  FILLER                 PIC X(11) VALUE '  EMITIDA '.
015900      05  WS2-EMITIDA            PIC ZZZZZ9.
016000      05  FILLER                 PIC X(11) VALUE '  VENCIDA '.
016100      05  WS2-VENCIDA            PIC ZZZZZ9.
016200  01  WS-FOOTER-1.
016300      05  FILLER                 PIC X(24)
016400          VALUE 'REGISTROS NO NOTIFOUT.: '.
016500      05  WF-LIDOS               PIC ZZZZZZ9.
016600      05  FILLER                 PIC X(17)
016700          VALUE '  AVISOS DO DIA: '.
016800      05  WF-DO-DIA              PIC ZZZZZZ9.
016900  01  WS-FOOTER-2.
017000      05  FILLER                 PIC X(06) VALUE 'SMS: '.
017100      05  WF-SMS                 PIC ZZZZZZ9.
017200      05  FILLER                 PIC X(11) VALUE '  E-MAIL: '.
017300      05  WF-EMAIL               PIC ZZZZZZ9.
017400      05  FILLER                 PIC X(13) VALUE '  SO PAPEL: '.
017500      05  WF-PAPEL               PIC ZZZZZZ9.
017600      05  FILLER                 PIC X(16)
017700          VALUE '  RESP. PAPEL: '.
017800      05  WF-RESP-PAPEL          PIC ZZZZZZ9.
017900  01  WS-LINHA-VAZIA.
018000      05  FILLER                 PIC X(04) VALUE SPACES.
018100      05  FILLER                 PIC X(40)
018200          VALUE 'NENHUM AVISO GERADO NA DATA'.
018300  PROCEDURE DIVISION.
018400******************************************************************
018500* 0000-MAINLINE
018600* SORTS THE DAY'S NOTICES BY CANAL/MATRICULA AND PRINTS THE
018700* REPORT ONE SECTION PER CANAL
018800******************************************************************
018900  0000-MAINLINE.
019000      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019100      SORT SORT-WORK-FILE
019200          ASCENDING KEY SR-ORDEM-CANAL
019300                        SR-STUDENT-ID
019400                        SR-EVENTO
019500                        SR-HORA
019600          INPUT PROCEDURE IS 2000-SELECIONAR-AVISOS
019700          OUTPUT PROCEDURE IS 3000-IMPRIMIR-RELATORIO.
019800      PERFORM 8000-TERMINATE THRU 8000-EXIT.
019900      STOP RUN.
020000******************************************************************
020100* 1000-INITIALIZE
020200* RESOLVES THE DATE OF THE NOTICES, OPENS THE REPORT AND WRITES
020300* ITS TITLE
020400******************************************************************
020500  1000-INITIALIZE.
020600      ACCEPT WRK-DATA FROM DATE YYYYMMDD.
020700      MOVE WRK-DATA-YYYYMMDD TO WRK-DATA-AVISOS.
020800      MOVE 'PROGCOB61' TO WRK-PARM-PROGRAMA.
020900      MOVE 'DATA' TO WRK-PARM-NOME.
021000      PERFORM 9860-BUSCAR-PARM THRU 9860-EXIT.
021100      IF WS-PARM-ACHADO AND WRK-PARM-VALOR (1:8) NUMERIC
021200          MOVE WRK-PARM-VALOR (1:8) TO WRK-DATA-AVISOS
021300      END-IF.
021400      OPEN OUTPUT NOTIF-REPORT-FILE.
021500      IF NOT WS-NOTIFRPT-OK
021600          DISPLAY 'PROGCOB61 - ERRO AO ABRIR NOTIFRPT: '
021700              WS-NOTIFRPT-STATUS
021800      END-IF.
021900      MOVE WRK-DATA-AVISOS TO WRK-DATA-YYYYMMDD.
022000      PERFORM 9810-FORMATAR-DDMMYYYY THRU 9810-EXIT.
022100      MOVE DATEFMT-DDMMYYYY TO WS-H1-DATA.
022200      ACCEPT WRK-DATA FROM DATE YYYYMMDD.
022300      WRITE NR-LINE FROM WS-HEADER-1.
022400      DISPLAY 'PROGCOB61 - AVISOS DE ' WS-H1-DATA.
022500  1000-EXIT.
022600      EXIT.
022700******************************************************************
022800* 2000-SELECIONAR-AVISOS
022900* INPUT PROCEDURE OF THE SORT - READS NOTIFOUT AND RELEASES ONLY
023000* THE NOTICES OF THE DAY. NOTIFOUT AUSENTE = NENHUM AVISO AINDA
023100******************************************************************
023200  2000-SELECIONAR-AVISOS.
023300      OPEN INPUT NOTIF-FILE.
023400      IF WS-NOTIFOUT-NAO-EXISTE
023500          DISPLAY 'PROGCOB61 - NOTIFOUT INEXISTENTE - NENHUM '
023600              'AVISO GERADO'
023700          MOVE 'Y' TO WS-EOF-SW
023800          GO TO 2000-EXIT
023900      END-IF.
024000      IF NOT WS-NOTIFOUT-OK
024100          DISPLAY 'PROGCOB61 - ERRO AO ABRIR NOTIFOUT: '
024200              WS-NOTIFOUT-STATUS
024300          MOVE 'Y' TO WS-EOF-SW
024400          GO TO 2000-EXIT
024500      END-IF.
024600      PERFORM 2100-LER-E-SELECIONAR THRU 2100-EXIT
024700          UNTIL WS-EOF.
024800      CLOSE NOTIF-FILE.
024900  2000-EXIT.
025000      EXIT.
025100******************************************************************
025200* 2100-LER-E-SELECIONAR
025300* READS ONE NOTICE; ONLY THOSE OF THE SELECTED DATE GO TO THE
025400* SORT, WITH THE CANAL TURNED INTO THE SECTION ORDER
025500* (SMS, E-MAIL, SO PAPEL)
025600******************************************************************
025700  2100-LER-E-SELECIONAR.
025800      READ NOTIF-FILE
025900          AT END
026000              MOVE 'Y' TO WS-EOF-SW
026100              GO TO 2100-EXIT
026200      END-READ.
026300      IF NOT WS-NOTIFOUT-OK AND NOT WS-NOTIFOUT-EOF
026400          DISPLAY 'PROGCOB61 - ERRO DE LEITURA NOTIFOUT: '
026500              WS-NOTIFOUT-STATUS
026600          MOVE 'Y' TO WS-EOF-SW
026700          GO TO 2100-EXIT
026800      END-IF.
026900      ADD 1 TO WS-REGISTROS-LIDOS.
027000      IF NT-DATA NOT = WRK-DATA-AVISOS
027100          GO TO 2100-EXIT
027200      END-IF.
027300      EVALUATE TRUE
027400          WHEN NT-CANAL-SMS
027500              MOVE 1 TO SR-ORDEM-CANAL
027600          WHEN NT-CANAL-EMAIL
027700              MOVE 2 TO SR-ORDEM-CANAL
027800          WHEN OTHER
027900              MOVE 3 TO SR-ORDEM-CANAL
028000      END-EVALUATE.
028100      MOVE NT-STUDENT-ID TO SR-STUDENT-ID.
028200      MOVE NT-EVENTO TO SR-EVENTO.
028300      MOVE NT-HORA TO SR-HORA.
028400      MOVE NT-CANAL TO SR-CANAL.
028500      MOVE NT-NOME-RESPONSAVEL TO SR-NOME-RESPONSAVEL.
028600      MOVE NT-DESTINO TO SR-DESTINO.
028700      MOVE NT-REFERENCIA TO SR-REFERENCIA.
028800      RELEASE SORT-RECORD.
028900      ADD 1 TO WS-AVISOS-DO-DIA.
029000  2100-EXIT.
029100      EXIT.
029200******************************************************************
029300* 3000-IMPRIMIR-RELATORIO
029400* OUTPUT PROCEDURE OF THE SORT - ONE DETAIL LINE PER NOTICE,
029500* BREAKING ON CANAL FOR A SECTION HEADER AND THE SUBTOTALS
029600******************************************************************
029700  3000-IMPRIMIR-RELATORIO.
029800      MOVE 'N' TO WS-EOF-SW.
029900      RETURN SORT-WORK-FILE
030000          AT END
030100              MOVE 'Y' TO WS-EOF-SW.
030200      IF WS-EOF
030300          WRITE NR-LINE FROM WS-LINHA-VAZIA
030400      END-IF.
030500      PERFORM 3100-PROCESSAR-REGISTRO THRU 3100-EXIT
030600          UNTIL WS-EOF.
030700      IF NOT WS-PRIMEIRO-CANAL
030800          PERFORM 3200-IMPRIMIR-SUBTOTAL THRU 3200-EXIT
030900      END-IF.
031000  3000-EXIT.
031100      EXIT.
031200******************************************************************
031300* 3100-PROCESSAR-REGISTRO
031400* PRINTS ONE SORTED NOTICE, WITH A CANAL BREAK WHEN THE SECTION
031500* CHANGES, AND COUNTS IT BY CANAL AND EVENTO
031600******************************************************************
031700  3100-PROCESSAR-REGISTRO.
031800      IF SR-ORDEM-CANAL NOT = WS-CANAL-ATUAL
031900          IF NOT WS-PRIMEIRO-CANAL
032000              PERFORM 3200-IMPRIMIR-SUBTOTAL THRU 3200-EXIT
032100          END-IF
032200          MOVE 'N' TO WS-PRIMEIRO-CANAL-SW
032300          MOVE SR-ORDEM-CANAL TO WS-CANAL-ATUAL
032400          MOVE SPACES TO WS-ALUNO-ATUAL
032500          INITIALIZE WS-CANAL-TOTAIS
032600          PERFORM 3150-CABECALHO-CANAL THRU 3150-EXIT
032700      END-IF.
032800      IF SR-STUDENT-ID NOT = WS-ALUNO-ATUAL
032900          MOVE SR-STUDENT-ID TO WS-ALUNO-ATUAL
033000          ADD 1 TO WS-CANAL-RESPONSAVEIS
033100      END-IF.
033200      MOVE SR-STUDENT-ID TO WD-ID.
033300      MOVE SR-NOME-RESPONSAVEL TO WD-RESPONSAVEL.
033400      MOVE SR-REFERENCIA TO WD-REFERENCIA.
033500      MOVE SR-DESTINO TO WD-DESTINO.
033600      EVALUATE SR-EVENTO
033700          WHEN 'BL'
033800              MOVE 'BOLETIM' TO WD-EVENTO
033900              ADD 1 TO WS-CANAL-BOLETIM
034000          WHEN 'FQ'
034100              MOVE 'FREQUENCIA' TO WD-EVENTO
034200              ADD 1 TO WS-CANAL-FREQUENCIA
034300          WHEN 'CE'
034400              MOVE 'COB EMITIDA' TO WD-EVENTO
034500              ADD 1 TO WS-CANAL-EMITIDA
034600          WHEN 'CV'
034700              MOVE 'COB VENCIDA' TO WD-EVENTO
034800              ADD 1 TO WS-CANAL-VENCIDA
034900          WHEN OTHER
035000              MOVE SR-EVENTO TO WD-EVENTO
035100      END-EVALUATE.
035200      WRITE NR-LINE FROM WS-DETAIL-LINE.
035300      ADD 1 TO WS-CANAL-QTDE.
035400      PERFORM 3300-RETORNAR-PROXIMO THRU 3300-EXIT.
035500  3100-EXIT.
035600      EXIT.
035700******************************************************************
035800* 3150-CABECALHO-CANAL
035900* SECTION HEADER OF THE CANAL JUST STARTED
036000******************************************************************
036100  3150-CABECALHO-CANAL.
036200      EVALUATE WS-CANAL-ATUAL
036300          WHEN 1
036400              MOVE 'SMS' TO WH2-CANAL
036500          WHEN 2
036600              MOVE 'E-MAIL' TO WH2-CANAL
036700          WHEN OTHER
036800              MOVE 'SO PAPEL - RESPONSAVEL SEM CANAL ELETRONICO'
036900                  TO WH2-CANAL
037000      END-EVALUATE.
037100      WRITE NR-LINE FROM WS-HEADER-2.
037200      WRITE NR-LINE FROM WS-HEADER-3.
037300  3150-EXIT.
037400      EXIT.
037500******************************************************************
037600* 3200-IMPRIMIR-SUBTOTAL
037700* TOTAIS DO CANAL QUE ACABOU DE FECHAR, ACUMULADOS NO RODAPE
037800******************************************************************
037900  3200-IMPRIMIR-SUBTOTAL.
038000      MOVE WS-CANAL-QTDE TO WS1-QTDE.
038100      MOVE WS-CANAL-RESPONSAVEIS TO WS1-RESP.
038200      WRITE NR-LINE FROM WS-SUBTOTAL-1.
038300      MOVE WS-CANAL-BOLETIM TO WS2-BOLETIM.
038400      MOVE WS-CANAL-FREQUENCIA TO WS2-FREQUENCIA.
038500      MOVE WS-CANAL-EMITIDA TO WS2-EMITIDA.
038600      MOVE WS-CANAL-VENCIDA TO WS2-VENCIDA.
038700      WRITE NR-LINE FROM WS-SUBTOTAL-2.
038800      EVALUATE WS-CANAL-ATUAL
038900          WHEN 1
039000              MOVE WS-CANAL-QTDE TO WS-TOTAL-SMS
039100          WHEN 2
039200              MOVE WS-CANAL-QTDE TO WS-TOTAL-EMAIL
039300          WHEN OTHER
039400              MOVE WS-CANAL-QTDE TO WS-TOTAL-PAPEL
039500              MOVE WS-CANAL-RESPONSAVEIS TO WS-RESP-SO-PAPEL
039600      END-EVALUATE.
039700  3200-EXIT.
039800      EXIT.
039900******************************************************************
040000* 3300-RETORNAR-PROXIMO
040100* FETCHES THE NEXT SORTED RECORD, SETS THE EOF SWITCH
040200******************************************************************
040300  3300-RETORNAR-PROXIMO.
040400      RETURN SORT-WORK-FILE
040500          AT END
040600              MOVE 'Y' TO WS-EOF-SW.
040700  3300-EXIT.
040800      EXIT.
040900******************************************************************
041000* 8000-TERMINATE
041100* WRITES THE CONTROL-COUNT FOOTER, CLOSES THE REPORT AND SHOWS
041200* TOTALS
041300******************************************************************
041400  8000-TERMINATE.
041500      MOVE WS-REGISTROS-LIDOS TO WF-LIDOS.
041600      MOVE WS-AVISOS-DO-DIA TO WF-DO-DIA.
041700      WRITE NR-LINE FROM WS-FOOTER-1.
041800      MOVE WS-TOTAL-SMS TO WF-SMS.
041900      MOVE WS-TOTAL-EMAIL TO WF-EMAIL.
042000      MOVE WS-TOTAL-PAPEL TO WF-PAPEL.
042100      MOVE WS-RESP-SO-PAPEL TO WF-RESP-PAPEL.
042200      WRITE NR-LINE FROM WS-FOOTER-2.
042300      CLOSE NOTIF-REPORT-FILE.
042400      DISPLAY 'PROGCOB61 - REGISTROS NO NOTIFOUT: '
042500          WS-REGISTROS-LIDOS.
042600      DISPLAY 'PROGCOB61 - AVISOS DO DIA........: '
042700          WS-AVISOS-DO-DIA.
042800      DISPLAY 'PROGCOB61 - SMS / E-MAIL / PAPEL.: '
042900          WS-TOTAL-SMS ' / ' WS-TOTAL-EMAIL ' / '
043000          WS-TOTAL-PAPEL.
043100      DISPLAY 'PROGCOB61 - RESPONSAVEIS SO PAPEL: '
043200          WS-RESP-SO-PAPEL.
043300  8000-EXIT.
043400      EXIT.
043500******************************************************************
043600* SHARED DATE-FORMATTING ROUTINES (SEE DATERTN.CPY)
043700******************************************************************
043800  COPY DATERTN.
043900******************************************************************
044000* RUN-PARAMETER LOOKUP ROUTINES (SEE PARMRTN.CPY)
044100******************************************************************
044200  COPY PARMRTN.
