001400* CONTA DO AGING DO SUSPENSE NO PROGCOB29), MARCANDO COM ***
001500* O QUE PASSOU DE 30 DIAS VENCIDO. SUBTOTAIS DE QUANTIDADE E
001600* SALDO POR TURMA E TOTAL GERAL NO RODAPE MOSTRAM ONDE A
001700* COBRANCA PRECISA IR ATRAS. COBRANCA VENCIDA AINDA NAO AVISADA
001710* GERA O AVISO 'COBRANCA VENCIDA' NO NOTIFOUT PARA O RESPONSAVEL
001720* E GRAVA A DATA DO AVISO NO BILLMAS - UM AVISO SO POR COBRANCA
001740* AO LADO DO SALDO SAEM OS ENCARGOS (MULTA E JUROS JA LANCADOS
001760* E NAO PAGOS MAIS OS QUE CORRERIAM ATE HOJE PELA REGRA DO
001780* PROGCOB40 - ENCGRTN) E O VALOR ATUALIZADO PARA PAGAR HOJE
001800*
001900* MODIFICATION HISTORY
002000* DATE       INIT  DESCRIPTION
002100* 01/09/2026 ALEX  ORIGINAL
002110* 15/10/2026 ALEX  AVISO DE COBRANCA VENCIDA NO NOTIFOUT
002120*                  (NOTIFRTN) PELOS CANAIS QUE O RESPONSAVEL
002130*                  ACEITOU; BILLMAS PASSA A SER ABERTO I-O PARA
002140*                  GRAVAR BL-DATA-AVISO-VENC. SEM GUARDIAN OU SEM
002150*                  NOTIFOUT O RELATORIO SAI E NINGUEM E MARCADO
002160* 15/10/2026 ALEX  COLUNAS ENCARGOS E VALOR ATUALIZADO (ENCGRTN,
002170*                  TAXAS DO RUNPARM); SUBTOTAL, TOTAL E AVISO DE
002180*                  VENCIDA PASSAM A MOSTRAR O VALOR ATUALIZADO
002185* 15/10/2026 ALEX  VENCIMENTO EM DIA NAO UTIL SO CONTA COMO
002190*                  VENCIDO DEPOIS DO PROXIMO DIA UTIL (DATESRV)
002200******************************************************************
002300  ENVIRONMENT DIVISION.
002400  CONFIGURATION SECTION.
003500      SELECT AGING-BILL-REPORT-FILE ASSIGN TO AGBILRPT
003600          ORGANIZATION IS LINE SEQUENTIAL
003700          FILE STATUS IS WS-AGBILRPT-STATUS.
003710      SELECT GUARDIAN-FILE ASSIGN TO GUARDIAN
003720          ORGANIZATION IS INDEXED
003730          ACCESS MODE IS RANDOM
003740          RECORD KEY IS GD-STUDENT-ID
003750          FILE STATUS IS WS-GUARDIAN-STATUS.
003760      SELECT NOTIF-FILE ASSIGN TO NOTIFOUT
003770          ORGANIZATION IS SEQUENTIAL
003780          FILE STATUS IS WS-NOTIFOUT-STATUS.
003785      SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
003790          ORGANIZATION IS SEQUENTIAL
003795          FILE STATUS IS WS-PARM-STATUS.
003800  DATA DIVISION.
003900  FILE SECTION.
004000  FD  BILLING-FILE
004700      05  SR-COMPETENCIA          PIC 9(06).
004800      05  SR-SALDO                PIC 9(05)V99.
004900      05  SR-DATA-VENCIMENTO      PIC 9(08).
004920      05  SR-ENCARGOS             PIC 9(05)V99.
004940      05  SR-ATUALIZADO           PIC 9(06)V99.
005000  FD  AGING-BILL-REPORT-FILE
005100      LABEL RECORDS ARE STANDARD.
005200  01  AB-LINE                     PIC X(80).
005210  FD  GUARDIAN-FILE
005220      LABEL RECORDS ARE STANDARD.
005230  COPY GUARDREC.
005240  FD  NOTIF-FILE
005250      LABEL RECORDS ARE STANDARD.
005260  COPY NOTIFREC.
005270  FD  RUN-PARM-FILE
005280      LABEL RECORDS ARE STANDARD.
005290  COPY PARMREC.
005300  WORKING-STORAGE SECTION.
005400******************************************************************
005500* SWITCHES AND FILE STATUS
005900          88  WS-EOF                       VALUE 'Y'.
006000      05  WS-PRIMEIRA-TURMA-SW   PIC X(01) VALUE 'Y'.
006100          88  WS-PRIMEIRA-TURMA            VALUE 'Y'.
006120      05  WS-GUARDIAN-DISPONIVEL-SW PIC X(01) VALUE 'N'.
006140          88  WS-GUARDIAN-DISPONIVEL       VALUE 'Y'.
006200  01  WS-FILE-STATUSES.
006300      05  WS-BILLMAS-STATUS      PIC X(02) VALUE '00'.
006400          88  WS-BILLMAS-OK               VALUE '00'.
006500          88  WS-BILLMAS-EOF              VALUE '10'.
006600      05  WS-AGBILRPT-STATUS     PIC X(02) VALUE '00'.
006700          88  WS-AGBILRPT-OK              VALUE '00'.
006720      05  WS-GUARDIAN-STATUS     PIC X(02) VALUE '00'.
006740          88  WS-GUARDIAN-OK              VALUE '00'.
006800  01  WS-CONTADORES COMP.
006900      05  WS-COBRANCAS-LIDAS     PIC 9(07) VALUE ZERO.
007000      05  WS-VENCIDAS            PIC 9(07) VALUE ZERO.
007100      05  WS-TURMA-QTDE          PIC 9(05) VALUE ZERO.
007120      05  WS-AVISOS-VENCIDA      PIC 9(07) VALUE ZERO.
007140      05  WS-VENCIDAS-SEM-RESP   PIC 9(07) VALUE ZERO.
007200  01  WS-SALDOS COMP-3.
007300      05  WS-TURMA-SALDO         PIC 9(09)V99 VALUE ZERO.
007400      05  WS-TOTAL-SALDO         PIC 9(09)V99 VALUE ZERO.
007420      05  WS-TURMA-ATUALIZADO    PIC 9(09)V99 VALUE ZERO.
007440      05  WS-TOTAL-ATUALIZADO    PIC 9(09)V99 VALUE ZERO.
007500  01  WS-TURMA-ATUAL              PIC X(06) VALUE SPACES.
007600******************************************************************
007700* IDADE APROXIMADA DO VENCIMENTO - MESMA CONTA DO PROGCOB29
009500* SHARED DATE-OUTPUT FIELDS (SEE DATEFMT.CPY)
009600******************************************************************
009700  COPY DATEFMT.
009701******************************************************************
009702* PARAMETER AREA OF THE DATE SERVICE (SEE DATEPARM.CPY), RUN-
009703* PARAMETER LOOKUP (SEE PARMWS.CPY) AND THE LATE-PAYMENT CHARGE
009704* FIELDS (SEE ENCGWS.CPY)
009705******************************************************************
009706  COPY DATEPARM.
009707  COPY PARMWS.
009708  COPY ENCGWS.
009709  77  WRK-ENCARGOS-PENDENTES     PIC S9(06)V99 VALUE ZERO.
009719******************************************************************
009729* OUTBOUND NOTIFICATION FIELDS (SEE NOTIFWS.CPY) AND THE TEXT OF
009739* THE 'COBRANCA VENCIDA' NOTICE
009749******************************************************************
009759  COPY NOTIFWS.
009769  01  WS-MSG-VENCIDA.
009779      05  FILLER                 PIC X(12) VALUE 'MENSALIDADE '.
009789      05  WM-COMPETENCIA         PIC 9(06).
009799      05  FILLER                 PIC X(15)
009809          VALUE ' VENCIDA DESDE '.
009819      05  WM-VENCIMENTO          PIC X(10).
009829      05  FILLER                 PIC X(20)
009830          VALUE ' - VALOR ATUALIZADO '.
009840      05  WM-ATUALIZADO          PIC ZZZZZ9.99.
009850******************************************************************
009900* REPORT LINE LAYOUTS
010000******************************************************************
010100  01  WS-HEADER-1.
010900  01  WS-HEADER-3.
011000      05  FILLER                 PIC X(11) VALUE 'MATRICULA  '.
011100      05  FILLER                 PIC X(08) VALUE 'COMPET  '.
011150      05  FILLER                 PIC X(10) VALUE 'SALDO     '.
011200      05  FILLER                 PIC X(10) VALUE 'ENCARGOS  '.
011250      05  FILLER                 PIC X(11) VALUE 'ATUALIZADO '.
011300      05  FILLER                 PIC X(12) VALUE 'VENCIMENTO  '.
011400      05  FILLER                 PIC X(10) VALUE 'DIAS VENC '.
011500  01  WS-DETAIL-LINE.
011800      05  WD-COMPETENCIA         PIC 9(06).
011900      05  FILLER                 PIC X(02) VALUE SPACES.
012000      05  WD-SALDO               PIC ZZZZ9.99.
012020      05  FILLER                 PIC X(02) VALUE SPACES.
012040      05  WD-ENCARGOS            PIC ZZZZ9.99.
012060      05  FILLER                 PIC X(01) VALUE SPACE.
012080      05  WD-ATUALIZADO          PIC ZZZZZ9.99.
012100      05  FILLER                 PIC X(03) VALUE SPACES.
012200      05  WD-VENCIMENTO          PIC X(10).
012300      05  FILLER                 PIC X(02) VALUE SPACES.
013200      05  FILLER                 PIC X(09)
013300          VALUE '  SALDO: '.
013400      05  WS-SALDO               PIC ZZZZZZZZ9.99.
013420      05  FILLER                 PIC X(11) VALUE '  ATUALIZ: '.
013440      05  WS-ATUALIZADO          PIC ZZZZZZZZ9.99.
013500  01  WS-FOOTER-LINE.
013600      05  FILLER                 PIC X(24)
013700          VALUE 'TOTAL GERAL VENCIDAS..: '.
013900      05  FILLER                 PIC X(09)
014000          VALUE '  SALDO: '.
014100      05  WF-SALDO               PIC ZZZZZZZZ9.99.
014120      05  FILLER                 PIC X(11) VALUE '  ATUALIZ: '.
014140      05  WF-ATUALIZADO          PIC ZZZZZZZZ9.99.
014200  PROCEDURE DIVISION.
014300******************************************************************
014400* 0000-MAINLINE
016900      PERFORM 9810-FORMATAR-DDMMYYYY THRU 9810-EXIT.
017000      MOVE DATEFMT-DDMMYYYY TO WS-H1-DATA.
017100      WRITE AB-LINE FROM WS-HEADER-1.
017110      OPEN INPUT GUARDIAN-FILE.
017120      IF WS-GUARDIAN-OK
017130          MOVE 'Y' TO WS-GUARDIAN-DISPONIVEL-SW
017140      ELSE
017150          DISPLAY 'PROGCOB41 - GUARDIAN INDISPONIVEL ('
017160              WS-GUARDIAN-STATUS ') - SEM AVISO DE VENCIDA'
017170      END-IF.
017180      MOVE 'PROGCOB41' TO WRK-NT-PROGRAMA.
017190      PERFORM 9910-ABRIR-NOTIFICACAO THRU 9910-EXIT.
017192      PERFORM 9920-CARREGAR-TAXAS THRU 9920-EXIT.
017194      DISPLAY 'PROGCOB41 - MULTA ' WRK-MULTA-PCT
017196          '% JUROS AO MES ' WRK-JUROS-MES-PCT '%'.
017200  1000-EXIT.
017300      EXIT.
017400******************************************************************
017500* 2000-SELECIONAR-VENCIDAS
017600* INPUT PROCEDURE OF THE SORT - READS BILLMAS AND RELEASES
017700* ONLY THE OPEN CHARGES WHOSE VENCIMENTO JA PASSOU. ABERTO I-O
017750* PARA MARCAR A DATA DO AVISO DE VENCIDA
017800******************************************************************
017900  2000-SELECIONAR-VENCIDAS.
018000      OPEN I-O BILLING-FILE.
018100      IF NOT WS-BILLMAS-OK
018200          DISPLAY 'PROGCOB41 - ERRO AO ABRIR BILLMAS: '
018300              WS-BILLMAS-STATUS
019200******************************************************************
019300* 2100-LER-E-SELECIONAR
019400* READS ONE CHARGE; ONLY ABERTAS COM VENCIMENTO ANTERIOR A
019500* HOJE SAO LIBERADAS PARA O SORT, JA COM O SALDO DEVEDOR; A
019550* AINDA NAO AVISADA GERA O AVISO AO RESPONSAVEL (2200). O
019560* VENCIMENTO QUE CAIU EM DIA NAO UTIL ANDA PARA O PROXIMO DIA
019570* UTIL (2150/ENCGRTN) ANTES DO TESTE DE VENCIDA
019600******************************************************************
019700  2100-LER-E-SELECIONAR.
019800      READ BILLING-FILE NEXT RECORD
021600      MOVE BL-CLASS-SECTION TO SR-CLASS-SECTION.
021700      MOVE BL-STUDENT-ID TO SR-STUDENT-ID.
021800      MOVE BL-COMPETENCIA TO SR-COMPETENCIA.
021820      IF BL-VALOR-PAGO < BL-VALOR
021840          COMPUTE SR-SALDO = BL-VALOR - BL-VALOR-PAGO
021860      ELSE
021880          MOVE ZERO TO SR-SALDO
021900      END-IF.
022000      MOVE BL-DATA-VENCIMENTO TO SR-DATA-VENCIMENTO.
022050      PERFORM 2150-ATUALIZAR-VALOR THRU 2150-EXIT.
022060      IF NOT WS-ENC-EM-ATRASO
022070          GO TO 2100-EXIT
022080      END-IF.
022100      RELEASE SORT-RECORD.
022120      IF BL-DATA-AVISO-VENC = ZERO
022140          PERFORM 2200-NOTIFICAR-VENCIDA THRU 2200-EXIT
022160      END-IF.
022200  2100-EXIT.
022300      EXIT.
022301******************************************************************
022302* 2150-ATUALIZAR-VALOR
022303* ENCARGOS JA LANCADOS E AINDA NAO PAGOS MAIS O QUE A REGRA DO
022304* PROGCOB40 LANCARIA SE O PAGAMENTO FOSSE HOJE (MULTA SE AINDA
022305* NAO COBRADA, JUROS DESDE O ULTIMO CALCULO) - NADA E GRAVADO
022306******************************************************************
022307  2150-ATUALIZAR-VALOR.
022308      COMPUTE WRK-ENCARGOS-PENDENTES =
022309          BL-MULTA + BL-JUROS - BL-ENCARGOS-PAGOS.
022310      IF WRK-ENCARGOS-PENDENTES < ZERO
022311          MOVE ZERO TO WRK-ENCARGOS-PENDENTES
022312      END-IF.
022313      MOVE SR-SALDO TO WRK-ENC-SALDO.
022314      MOVE BL-DATA-VENCIMENTO TO WRK-ENC-VENCIMENTO.
022315      MOVE BL-DATA-CALC-ENCARGO TO WRK-ENC-DATA-INICIO.
022316      MOVE WRK-DATA-YYYYMMDD TO WRK-ENC-DATA-CALCULO.
022317      IF BL-MULTA = ZERO
022318          MOVE 'Y' TO WS-ENC-COBRA-MULTA-SW
022319      ELSE
022320          MOVE 'N' TO WS-ENC-COBRA-MULTA-SW
022321      END-IF.
022322      PERFORM 9925-CALCULAR-ENCARGOS THRU 9925-EXIT.
022323      COMPUTE SR-ENCARGOS = WRK-ENCARGOS-PENDENTES
022324          + WRK-ENC-MULTA + WRK-ENC-JUROS.
022325      COMPUTE SR-ATUALIZADO = SR-SALDO + SR-ENCARGOS.
022326  2150-EXIT.
022327      EXIT.
022337******************************************************************
022347* 2200-NOTIFICAR-VENCIDA
022357* 'COBRANCA VENCIDA' NOTICE FOR THE GUARDIAN OF THE CHARGE JUST
022367* SELECTED, THEN STAMPS BL-DATA-AVISO-VENC SO THE NEXT RUN DOES
022377* NOT REPEAT IT. ALUNO SEM RESPONSAVEL FICA SEM MARCA E E
022387* AVISADO QUANDO O CADASTRO CHEGAR
022397******************************************************************
022407  2200-NOTIFICAR-VENCIDA.
022417      IF NOT WS-NOTIF-DISPONIVEL OR NOT WS-GUARDIAN-DISPONIVEL
022427          GO TO 2200-EXIT
022437      END-IF.
022447      MOVE BL-STUDENT-ID TO GD-STUDENT-ID.
022457      READ GUARDIAN-FILE
022467          INVALID KEY
022477              ADD 1 TO WS-VENCIDAS-SEM-RESP
022487              GO TO 2200-EXIT
022497      END-READ.
022507      MOVE 'CV' TO WRK-NT-EVENTO.
022517      MOVE BL-COMPETENCIA TO WRK-NT-REFERENCIA.
022527      MOVE BL-COMPETENCIA TO WM-COMPETENCIA.
022537      MOVE BL-DATA-VENCIMENTO TO WRK-VENC-NUM.
022547      MOVE WRK-VENC-DIA TO DATEFMT-DDMMYYYY-DIA.
022557      MOVE WRK-VENC-MES TO DATEFMT-DDMMYYYY-MES.
022567      MOVE WRK-VENC-ANO TO DATEFMT-DDMMYYYY-ANO.
022577      MOVE DATEFMT-DDMMYYYY TO WM-VENCIMENTO.
022587      MOVE SR-ATUALIZADO TO WM-ATUALIZADO.
022597      MOVE WS-MSG-VENCIDA TO WRK-NT-MENSAGEM.
022607      PERFORM 9915-NOTIFICAR THRU 9915-EXIT.
022617      MOVE WRK-DATA-YYYYMMDD TO BL-DATA-AVISO-VENC.
022627      REWRITE BILLING-RECORD.
022637      IF NOT WS-BILLMAS-OK
022647          DISPLAY 'PROGCOB41 - ERRO AO MARCAR AVISO NO BILLMAS: '
022657              WS-BILLMAS-STATUS ' ALUNO ' BL-STUDENT-ID
022667          GO TO 2200-EXIT
022677      END-IF.
022687      ADD 1 TO WS-AVISOS-VENCIDA.
022697  2200-EXIT.
022707      EXIT.
022717******************************************************************
022727* 3000-IMPRIMIR-RELATORIO
022737* OUTPUT PROCEDURE OF THE SORT - PRINTS ONE DETAIL LINE PER
022747* COBRANCA VENCIDA, BREAKING ON TURMA FOR A HEADER AND A
022800* SUBTOTAL
022900******************************************************************
023000  3000-IMPRIMIR-RELATORIO.
025300          MOVE SR-CLASS-SECTION TO WS-TURMA-ATUAL
025400          MOVE ZERO TO WS-TURMA-QTDE
025500          MOVE ZERO TO WS-TURMA-SALDO
025550          MOVE ZERO TO WS-TURMA-ATUALIZADO
025600          MOVE SR-CLASS-SECTION TO WH2-TURMA
025700          WRITE AB-LINE FROM WS-HEADER-2
025800          WRITE AB-LINE FROM WS-HEADER-3
026000      MOVE SR-STUDENT-ID TO WD-ID.
026100      MOVE SR-COMPETENCIA TO WD-COMPETENCIA.
026200      MOVE SR-SALDO TO WD-SALDO.
026220      MOVE SR-ENCARGOS TO WD-ENCARGOS.
026240      MOVE SR-ATUALIZADO TO WD-ATUALIZADO.
026300      MOVE SR-DATA-VENCIMENTO TO WRK-VENC-NUM.
026400      PERFORM 3150-FORMATAR-VENCIMENTO THRU 3150-EXIT.
026500      PERFORM 3160-CALCULAR-IDADE THRU 3160-EXIT.
027400      ADD 1 TO WS-TURMA-QTDE.
027500      ADD SR-SALDO TO WS-TURMA-SALDO.
027600      ADD SR-SALDO TO WS-TOTAL-SALDO.
027620      ADD SR-ATUALIZADO TO WS-TURMA-ATUALIZADO.
027640      ADD SR-ATUALIZADO TO WS-TOTAL-ATUALIZADO.
027700      PERFORM 3300-RETORNAR-PROXIMO THRU 3300-EXIT.
027800  3100-EXIT.
027900      EXIT.
030600      EXIT.
030700******************************************************************
030800* 3200-IMPRIMIR-SUBTOTAL
030900* QUANTIDADE, SALDO DEVEDOR E VALOR ATUALIZADO DA TURMA
031000******************************************************************
031100  3200-IMPRIMIR-SUBTOTAL.
031200      MOVE WS-TURMA-QTDE TO WS-QTDE.
031300      MOVE WS-TURMA-SALDO TO WS-SALDO.
031350      MOVE WS-TURMA-ATUALIZADO TO WS-ATUALIZADO.
031400      WRITE AB-LINE FROM WS-SUBTOTAL-LINE.
031500  3200-EXIT.
031600      EXIT.
033200  8000-TERMINATE.
033300      MOVE WS-VENCIDAS TO WF-TOTAL.
033400      MOVE WS-TOTAL-SALDO TO WF-SALDO.
033450      MOVE WS-TOTAL-ATUALIZADO TO WF-ATUALIZADO.
033500      WRITE AB-LINE FROM WS-FOOTER-LINE.
033600      CLOSE AGING-BILL-REPORT-FILE.
033620      IF WS-GUARDIAN-DISPONIVEL
033640          CLOSE GUARDIAN-FILE
033660      END-IF.
033680      PERFORM 9919-FECHAR-NOTIFICACAO THRU 9919-EXIT.
033700      DISPLAY 'PROGCOB41 - COBRANCAS LIDAS......: '
033800          WS-COBRANCAS-LIDAS.
033900      DISPLAY 'PROGCOB41 - COBRANCAS VENCIDAS...: '
034000          WS-VENCIDAS.
034010      DISPLAY 'PROGCOB41 - VENCIDAS AVISADAS....: '
034020          WS-AVISOS-VENCIDA.
034030      DISPLAY 'PROGCOB41 - VENCIDAS SEM RESP....: '
034040          WS-VENCIDAS-SEM-RESP.
034050      DISPLAY 'PROGCOB41 - AVISOS SMS/E-MAIL....: '
034060          WS-NOTIF-SMS ' / ' WS-NOTIF-EMAIL.
034070      DISPLAY 'PROGCOB41 - AVISOS SO PAPEL......: '
034080          WS-NOTIF-PAPEL.
034100  8000-EXIT.
034200      EXIT.
034300******************************************************************
034400* SHARED DATE-FORMATTING ROUTINES (SEE DATERTN.CPY)
034500******************************************************************
034600  COPY DATERTN.
034700******************************************************************
034800* OUTBOUND NOTIFICATION ROUTINES (SEE NOTIFRTN.CPY)
034900******************************************************************
035000  COPY NOTIFRTN.
035100******************************************************************
035200* SHARED RUN-PARAMETER LOOKUP (SEE PARMRTN.CPY)
035300******************************************************************
035400  COPY PARMRTN.
035500******************************************************************
035600* SHARED LATE-PAYMENT CHARGE ROUTINES (SEE ENCGRTN.CPY)
035700******************************************************************
035800  COPY ENCGRTN.
