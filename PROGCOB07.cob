011500*                  UM INDICE ALTERNADO POR TURMA EXIGIRIA
011600*                  REDEFINIR O CLUSTER E O SELECT DE TODOS OS
011700*                  PROGRAMAS QUE ABREM O STUDMAS
011710* 15/10/2026 ALEX  RESPEITA A DELIBERACAO DO CONSELHO DE
011720*                  CLASSE (CONSMAS, GRAVADO PELO PROGCOB52) -
011730*                  ALUNO OU DISCIPLINA REPROVADO COM DECISAO
011740*                  'A' NO CONSMAS FICA 'C' (APROVADO PELO
011750*                  CONSELHO) A CADA RECORRECAO, COM REGISTRO
011760*                  'C' NO AUDITLOG. CONTADOR CONSELHO NO
011770*                  BALANCE
011772* 15/10/2026 ALEX  PESOS DOS BIMESTRES POR DISCIPLINA - A MEDIA
011774*                  DE CADA DISCIPLINA DO GRADMAS USA OS PESOS DELA
011776*                  NO CATALOGO DISCMAS (PROGCOB71), GUARDADOS NA
011778*                  TABELA DO ALUNO. O 30/30/20/20 FIXO SAI DAQUI
011780*                  E FICA COMO PADRAO NO DISCWS, PARA O CAMINHO DE
011782*                  DISCIPLINA UNICA, DISCIPLINA FORA DO CATALOGO E
011784*                  RODADA SEM DISCMAS
011800******************************************************************
011900  ENVIRONMENT DIVISION.
012000  CONFIGURATION SECTION.
016600      SELECT PENDENCIA-REPORT-FILE ASSIGN TO PENDRPT
016700          ORGANIZATION IS LINE SEQUENTIAL
016800          FILE STATUS IS WS-PENDRPT-STATUS.
016810      SELECT CONSELHO-FILE ASSIGN TO CONSMAS
016820          ORGANIZATION IS INDEXED
016830          ACCESS MODE IS RANDOM
016840          RECORD KEY IS CS-CHAVE
016850          FILE STATUS IS WS-CONSMAS-STATUS.
016855      SELECT DISCIPLINA-FILE ASSIGN TO DISCMAS
016860          ORGANIZATION IS INDEXED
016865          ACCESS MODE IS RANDOM
016870          RECORD KEY IS DC-CODIGO
016875          FILE STATUS IS WS-DISCMAS-STATUS.
016900  DATA DIVISION.
017000  FILE SECTION.
017100  FD  STUDENT-MASTER-FILE
020500  FD  PENDENCIA-REPORT-FILE
020600      LABEL RECORDS ARE STANDARD.
020700  01  PD-LINE                     PIC X(80).
020720  FD  CONSELHO-FILE
020740      LABEL RECORDS ARE STANDARD.
020760  COPY CONSMAS.
020770  FD  DISCIPLINA-FILE
020780      LABEL RECORDS ARE STANDARD.
020790  COPY DISCMAS.
020800  WORKING-STORAGE SECTION.
020900******************************************************************
021000* SWITCHES
023400          88  WS-TODAS-APROVADAS           VALUE 'Y'.
023500      05  WS-BIM-PENDENTE-SW     PIC X(01) VALUE 'N'.
023600          88  WS-BIM-PENDENTE              VALUE 'Y'.
023610      05  WS-CONSMAS-DISPONIVEL-SW PIC X(01) VALUE 'N'.
023620          88  WS-CONSMAS-DISPONIVEL        VALUE 'Y'.
023630      05  WS-CONSELHO-APLICADO-SW PIC X(01) VALUE 'N'.
023640          88  WS-CONSELHO-APLICADO         VALUE 'Y'.
023650      05  WS-DISC-CONSELHO-SW    PIC X(01) VALUE 'N'.
023660          88  WS-DISC-CONSELHO             VALUE 'Y'.
023700******************************************************************
023800* FILE STATUS AND COUNTERS
023900******************************************************************
026400          88  WS-GRADMAS-NAO-EXISTE       VALUE '35'.
026500      05  WS-PENDRPT-STATUS      PIC X(02) VALUE '00'.
026600          88  WS-PENDRPT-OK               VALUE '00'.
026620      05  WS-CONSMAS-STATUS      PIC X(02) VALUE '00'.
026640          88  WS-CONSMAS-OK               VALUE '00'.
026660          88  WS-CONSMAS-NAO-EXISTE       VALUE '35'.
026700  01  WS-COUNTERS COMP.
026800      05  WS-ALUNOS-LIDOS        PIC 9(05) VALUE ZERO.
026900      05  WS-ALUNOS-APROVADOS    PIC 9(05) VALUE ZERO.
027200      05  WS-DESDE-CHECKPOINT    PIC 9(05) VALUE ZERO.
027300      05  WS-AUDIT-O-GRAVADOS    PIC 9(05) VALUE ZERO.
027400      05  WS-ALUNOS-PENDENTES    PIC 9(05) VALUE ZERO.
027450      05  WS-APROV-CONSELHO      PIC 9(05) VALUE ZERO.
027500******************************************************************
027600* REPORT PAGINATION CONTROLS
027700******************************************************************
039000  77  WRK-MEDIA                  PIC 9(02) VALUE ZEROS.
039100  77  WRK-TIPO-AUDITORIA          PIC X(01) VALUE 'O'.
039200******************************************************************
039300* PESOS DE CADA BIMESTRE NA MEDIA - SOMAM 100 - VEM DA
039400* DISCIPLINA NO CATALOGO DISCMAS (SEE DISCWS.CPY/DISCRTN.CPY);
039500* O PADRAO WRK-DC-PESOS-PADRAO VALE NO CAMINHO DE DISCIPLINA
039600* UNICA E PARA DISCIPLINA FORA DO CATALOGO
039700******************************************************************
039800  COPY DISCWS.
040100******************************************************************
040200* MEDIA MINIMA DE APROVACAO - LIDA DE CTLPARM POR TURMA.
040300* SE A TURMA NAO TIVER PARAMETRO CADASTRADO, USA O PADRAO
043700          10  WRK-DE-LETRA       PIC X(01).
043800          10  WRK-DE-RECUPERACAO PIC 9(02).
043900          10  WRK-DE-LANCADO     PIC X(04).
043920          10  WRK-DE-PESO1       PIC 9(03).
043940          10  WRK-DE-PESO2       PIC 9(03).
043960          10  WRK-DE-PESO3       PIC 9(03).
043980          10  WRK-DE-PESO4       PIC 9(03).
044000  77  WRK-IDX                    PIC 9(03) COMP VALUE ZERO.
044100  77  WRK-MAX-DISC               PIC 9(03) COMP VALUE 15.
044200  77  WRK-SOMA-MEDIAS            PIC 9(05) COMP VALUE ZERO.
044300  77  WRK-LETRA-CALC             PIC X(01) VALUE SPACE.
044310******************************************************************
044320* ATA DO CONSELHO DE CLASSE QUE APROVOU O ALUNO CORRENTE - VAI
044330* NO REGISTRO 'C' DO AUDITLOG
044340******************************************************************
044350  77  WRK-ATA-CONSELHO           PIC X(10) VALUE SPACES.
044400******************************************************************
044500* CHECKPOINT/RESTART AND INTERACTIVE AD-HOC LOOKUP FIELDS
044600******************************************************************
057600          GO TO 1000-EXIT
057700      END-IF.
057800      WRITE PD-LINE FROM WS-PEND-HEADER.
057805      OPEN INPUT CONSELHO-FILE.
057810      IF WS-CONSMAS-OK
057815          MOVE 'Y' TO WS-CONSMAS-DISPONIVEL-SW
057820      ELSE
057825          IF WS-CONSMAS-NAO-EXISTE
057830              DISPLAY 'PROGCOB07 - CONSMAS INEXISTENTE - SEM '
057835                  'DELIBERACAO DO CONSELHO A APLICAR'
057840          ELSE
057845              DISPLAY 'PROGCOB07 - ERRO AO ABRIR CONSMAS: '
057850                  WS-CONSMAS-STATUS
057855              MOVE 'Y' TO WS-EOF-SW
057860              GO TO 1000-EXIT
057865          END-IF
057870      END-IF.
057872      OPEN INPUT DISCIPLINA-FILE.
057874      IF WS-DISCMAS-OK
057876          MOVE 'Y' TO WS-DISCMAS-DISPONIVEL-SW
057878      ELSE
057880          DISPLAY 'PROGCOB07 - DISCMAS INDISPONIVEL ('
057882              WS-DISCMAS-STATUS ') - PESOS PADRAO EM TODAS AS '
057884              'DISCIPLINAS'
057886      END-IF.
057900      IF NOT WS-STUDMAS-OK OR NOT WS-TRANSRPT-OK
058000          OR NOT WS-CTLPARM-OK OR NOT WS-AUDITLOG-OK
058100          DISPLAY 'PROGCOB07 - ERRO AO ABRIR ARQUIVOS: '
066300              MOVE 'O' TO WRK-TIPO-AUDITORIA
066400              PERFORM 2350-WRITE-AUDIT THRU 2350-EXIT
066500              PERFORM 2270-APLICAR-RECUPERACAO THRU 2270-EXIT
066550              PERFORM 2850-GRAVAR-CONSELHO THRU 2850-EXIT
066600              PERFORM 2400-WRITE-DETAIL THRU 2400-EXIT
066700          END-IF
066800          END-IF
085800      MOVE GM-NOTA-RECUPERACAO
085900          TO WRK-DE-RECUPERACAO (WRK-QTDE-DISC).
086000      MOVE GM-BIM-LANCADO TO WRK-DE-LANCADO (WRK-QTDE-DISC).
086010      MOVE GM-DISCIPLINA TO WRK-DC-CODIGO.
086020      PERFORM 9940-OBTER-DISCIPLINA THRU 9940-EXIT.
086030      MOVE WRK-DC-PESO1 TO WRK-DE-PESO1 (WRK-QTDE-DISC).
086040      MOVE WRK-DC-PESO2 TO WRK-DE-PESO2 (WRK-QTDE-DISC).
086050      MOVE WRK-DC-PESO3 TO WRK-DE-PESO3 (WRK-QTDE-DISC).
086060      MOVE WRK-DC-PESO4 TO WRK-DE-PESO4 (WRK-QTDE-DISC).
086100      IF GM-BIM1-LANCADO = 'N' OR GM-BIM2-LANCADO = 'N'
086200          OR GM-BIM3-LANCADO = 'N' OR GM-BIM4-LANCADO = 'N'
086300          MOVE 'Y' TO WS-BIM-PENDENTE-SW
088900******************************************************************
089000  2200-COMPUTE-MEDIA.
089100      COMPUTE WRK-MEDIA =
089200          (WRK-NOTA1 * WRK-DC-PADRAO1 +
089300           WRK-NOTA2 * WRK-DC-PADRAO2 +
089400           WRK-NOTA3 * WRK-DC-PADRAO3 +
089500           WRK-NOTA4 * WRK-DC-PADRAO4) / 100.
089600      IF WRK-FREQUENCIA-PCT < WRK-LIMITE-FREQUENCIA
089700          MOVE 'F' TO SM-SITUACAO
089800          ADD 1 TO WS-ALUNOS-REPROVADOS
101300* THE GRADES THAT WENT INTO IT AND THE RUN DATE
101400******************************************************************
101500  2350-WRITE-AUDIT.
101550      INITIALIZE AUDIT-RECORD.
101600      MOVE SM-STUDENT-ID TO AR-STUDENT-ID.
101700      MOVE SM-CLASS-SECTION TO AR-CLASS-SECTION.
101800      MOVE WRK-TIPO-AUDITORIA TO AR-TIPO-REGISTRO.
102500      MOVE WRK-FREQUENCIA-PCT TO AR-FREQUENCIA.
102600      MOVE WRK-ABONOS-TOTAIS TO AR-FALTAS-ABONADAS.
102700      MOVE SPACES TO AR-DISCIPLINA.
102710      IF AR-REGISTRO-CONSELHO
102720          MOVE WRK-ATA-CONSELHO TO AR-ATA-CONSELHO
102730      ELSE
102740          MOVE SPACES TO AR-ATA-CONSELHO
102750      END-IF.
102800      MOVE ZEROS TO AR-BIMESTRE.
102900      MOVE ZEROS TO AR-NOTA-ANTERIOR.
103000      MOVE ZEROS TO AR-NOTA-NOVA.
105900      MOVE WRK-NOTA4 TO WD-N4.
106000      MOVE WRK-MEDIA TO WD-MEDIA.
106100      MOVE SM-LETRA TO WD-LETRA.
106120      IF SM-APROVADO-CONSELHO
106140          MOVE 'APROV CONS' TO WD-RESULTADO
106160          GO TO 2400-GRAVAR
106180      END-IF.
106200      IF SM-APROVADO
106300          MOVE 'APROVADO' TO WD-RESULTADO
106400      ELSE
106800              MOVE 'REPROVADO' TO WD-RESULTADO
106900          END-IF
107000      END-IF.
107050  2400-GRAVAR.
107100      MOVE WRK-FREQUENCIA-PCT TO WD-FREQ.
107200      WRITE TR-LINE FROM WS-DETAIL-LINE.
107300      ADD 1 TO WS-LINE-COUNT.
110700      IF WRK-DE-SITUACAO (WRK-IDX) = 'A'
110800          MOVE 'APROVADO' TO WDD-RESULTADO
110900      ELSE
110920          IF WRK-DE-SITUACAO (WRK-IDX) = 'C'
110940              MOVE 'APROV CONS' TO WDD-RESULTADO
110960          ELSE
111000              IF WRK-DE-SITUACAO (WRK-IDX) = 'F'
111100                  MOVE 'REPR FALTA' TO WDD-RESULTADO
111200              ELSE
111300                  MOVE 'REPROVADO' TO WDD-RESULTADO
111400              END-IF
111450          END-IF
111500      END-IF.
111600      WRITE TR-LINE FROM WS-DETALHE-DISC.
111700      ADD 1 TO WS-LINE-COUNT.
117700              PERFORM 2350-WRITE-AUDIT THRU 2350-EXIT
117800          END-IF
117900      END-IF.
117950      PERFORM 2850-GRAVAR-CONSELHO THRU 2850-EXIT.
118000      PERFORM 2790-GRAVAR-DISCIPLINA THRU 2790-EXIT
118100          VARYING WRK-IDX FROM 1 BY 1
118200          UNTIL WRK-IDX > WRK-QTDE-DISC.
118900******************************************************************
119000* 2720-CALCULAR-DISCIPLINA
119100* WEIGHTED MEDIA, SITUACAO AND LETRA OF THE DISCIPLINA IN
119200* WRK-IDX - PESOS DA PROPRIA DISCIPLINA (DISCMAS, CARREGADOS
119300* EM 2185), SAME CORTE POR TURMA (CTLPARM) AND SAME REGRA DOS
119350* 75 PCT DE FREQUENCIA DO CAMINHO ANTIGO
119400******************************************************************
119500  2720-CALCULAR-DISCIPLINA.
119600      COMPUTE WRK-DE-MEDIA (WRK-IDX) =
119700          (WRK-DE-NOTA1 (WRK-IDX) * WRK-DE-PESO1 (WRK-IDX) +
119800           WRK-DE-NOTA2 (WRK-IDX) * WRK-DE-PESO2 (WRK-IDX) +
119900           WRK-DE-NOTA3 (WRK-IDX) * WRK-DE-PESO3 (WRK-IDX) +
120000           WRK-DE-NOTA4 (WRK-IDX) * WRK-DE-PESO4 (WRK-IDX)) / 100.
120100      IF WRK-FREQUENCIA-PCT < WRK-LIMITE-FREQUENCIA
120200          MOVE 'F' TO WRK-DE-SITUACAO (WRK-IDX)
120300      ELSE
128100  2780-CONSOLIDAR-ALUNO.
128200      MOVE ZERO TO WRK-SOMA-MEDIAS.
128300      MOVE 'Y' TO WS-TODAS-APROVADAS-SW.
128350      MOVE 'N' TO WS-DISC-CONSELHO-SW.
128400      PERFORM 2785-SOMAR-DISCIPLINA THRU 2785-EXIT
128500          VARYING WRK-IDX FROM 1 BY 1
128600          UNTIL WRK-IDX > WRK-QTDE-DISC.
129100      ELSE
129200          IF WS-TODAS-APROVADAS
129300              MOVE 'A' TO SM-SITUACAO
129320              IF WS-DISC-CONSELHO
129340                  MOVE 'C' TO SM-SITUACAO
129360              END-IF
129400              ADD 1 TO WS-ALUNOS-APROVADOS
129500          ELSE
129600              MOVE 'R' TO SM-SITUACAO
130600  2785-SOMAR-DISCIPLINA.
130700      ADD WRK-DE-MEDIA (WRK-IDX) TO WRK-SOMA-MEDIAS.
130800      IF WRK-DE-SITUACAO (WRK-IDX) NOT = 'A'
130850          AND WRK-DE-SITUACAO (WRK-IDX) NOT = 'C'
130900          MOVE 'N' TO WS-TODAS-APROVADAS-SW
131000      END-IF.
131020      IF WRK-DE-SITUACAO (WRK-IDX) = 'C'
131040          MOVE 'Y' TO WS-DISC-CONSELHO-SW
131060      END-IF.
131100  2785-EXIT.
131200      EXIT.
131300******************************************************************
134000      END-IF.
134100  2790-EXIT.
134200      EXIT.
134202******************************************************************
134204* 2800-APLICAR-CONSELHO
134206* LOOKS UP THE CONSELHO DE CLASSE DECISIONS OF THE ALUNO JUST
134208* GRADED - PRIMEIRO AS DAS DISCIPLINAS REPROVADAS (O RESULTADO
134210* GERAL E RECONSOLIDADO SE ALGUMA MUDOU), DEPOIS A DO RESULTADO
134212* GERAL (CHAVE COM DISCIPLINA EM BRANCO). SO A DECISAO 'A' MUDA
134214* ALGUMA COISA; A 'M' (REPROVACAO MANTIDA) FICA SO NO CONSMAS.
134216* MEXE APENAS NA MEMORIA E NOS CONTADORES - QUEM CHAMA DECIDE SE
134218* GRAVA (A CONSULTA AVULSA NAO GRAVA)
134220******************************************************************
134222  2800-APLICAR-CONSELHO.
134224      MOVE 'N' TO WS-CONSELHO-APLICADO-SW.
134226      MOVE SPACES TO WRK-ATA-CONSELHO.
134228      IF NOT WS-CONSMAS-DISPONIVEL
134230          GO TO 2800-EXIT
134232      END-IF.
134234      IF WRK-QTDE-DISC > ZERO
134236          PERFORM 2820-CONSELHO-DISCIPLINA THRU 2820-EXIT
134238              VARYING WRK-IDX FROM 1 BY 1
134240              UNTIL WRK-IDX > WRK-QTDE-DISC
134242          IF WS-CONSELHO-APLICADO AND SM-REPROVADO
134244              SUBTRACT 1 FROM WS-ALUNOS-REPROVADOS
134246              PERFORM 2780-CONSOLIDAR-ALUNO THRU 2780-EXIT
134248          END-IF
134250      END-IF.
134252      IF NOT SM-REPROVADO
134254          GO TO 2800-EXIT
134256      END-IF.
134258      MOVE SM-STUDENT-ID TO CS-STUDENT-ID.
134260      MOVE SPACES TO CS-DISCIPLINA.
134262      READ CONSELHO-FILE
134264          INVALID KEY
134266              GO TO 2800-EXIT
134268      END-READ.
134270      IF NOT CS-DECISAO-APROVA
134272          GO TO 2800-EXIT
134274      END-IF.
134276      MOVE 'C' TO SM-SITUACAO.
134278      SUBTRACT 1 FROM WS-ALUNOS-REPROVADOS.
134280      ADD 1 TO WS-ALUNOS-APROVADOS.
134282      MOVE 'Y' TO WS-CONSELHO-APLICADO-SW.
134284      MOVE CS-ATA TO WRK-ATA-CONSELHO.
134286  2800-EXIT.
134288      EXIT.
134300******************************************************************
134400* 2950-RETER-PENDENTE
134500* HOLDS THE ALUNO WITH AN UNPOSTED BIMESTRE - SITUACAO, LETRA
136900      END-IF.
137000  2950-EXIT.
137100      EXIT.
137102******************************************************************
137104* 2820-CONSELHO-DISCIPLINA
137106* APPLIES THE CONSELHO DECISION, WHEN THERE IS ONE, TO THE
137108* DISCIPLINA IN WRK-IDX - SO DISCIPLINA REPROVADA ('R'/'F')
137110******************************************************************
137112  2820-CONSELHO-DISCIPLINA.
137114      IF WRK-DE-SITUACAO (WRK-IDX) NOT = 'R'
137116          AND WRK-DE-SITUACAO (WRK-IDX) NOT = 'F'
137118          GO TO 2820-EXIT
137120      END-IF.
137122      MOVE SM-STUDENT-ID TO CS-STUDENT-ID.
137124      MOVE WRK-DE-CODIGO (WRK-IDX) TO CS-DISCIPLINA.
137126      READ CONSELHO-FILE
137128          INVALID KEY
137130              GO TO 2820-EXIT
137132      END-READ.
137134      IF CS-DECISAO-APROVA
137136          MOVE 'C' TO WRK-DE-SITUACAO (WRK-IDX)
137138          MOVE 'Y' TO WS-CONSELHO-APLICADO-SW
137140          MOVE CS-ATA TO WRK-ATA-CONSELHO
137142      END-IF.
137144  2820-EXIT.
137146      EXIT.
137200******************************************************************
137300* 2955-LISTAR-PEND-DISC
137400* ONE PENDENCIA LINE FOR EACH DISCIPLINA STILL MISSING A
138500      END-IF.
138600  2955-EXIT.
138700      EXIT.
138705******************************************************************
138710* 2850-GRAVAR-CONSELHO
138715* BATCH SIDE OF 2800 - WHEN A DECISION WAS APPLIED THE MASTER IS
138720* REWRITTEN AND THE OVERRIDE IS LOGGED AS ITS OWN 'C' RECORD,
138725* AFTER THE 'O'/'M' OF THE COMPUTED RESULT
138730******************************************************************
138735  2850-GRAVAR-CONSELHO.
138740      PERFORM 2800-APLICAR-CONSELHO THRU 2800-EXIT.
138745      IF NOT WS-CONSELHO-APLICADO
138750          GO TO 2850-EXIT
138755      END-IF.
138760      PERFORM 2300-REWRITE-STUDENT THRU 2300-EXIT.
138765      MOVE 'C' TO WRK-TIPO-AUDITORIA.
138770      PERFORM 2350-WRITE-AUDIT THRU 2350-EXIT.
138775      IF SM-APROVADO-CONSELHO
138780          ADD 1 TO WS-APROV-CONSELHO
138785      END-IF.
138790  2850-EXIT.
138795      EXIT.
138800******************************************************************
138900* 2960-LISTAR-PENDENCIA
139000* WRITES THE PENDENCIA LINE ALREADY MOUNTED IN WP-DISCIPLINA/
142000      IF WS-GRADMAS-OK
142100          MOVE 'Y' TO WS-GRADMAS-DISPONIVEL-SW
142200      END-IF.
142220      OPEN INPUT CONSELHO-FILE.
142240      IF WS-CONSMAS-OK
142260          MOVE 'Y' TO WS-CONSMAS-DISPONIVEL-SW
142280      END-IF.
142282      OPEN INPUT DISCIPLINA-FILE.
142284      IF WS-DISCMAS-OK
142286          MOVE 'Y' TO WS-DISCMAS-DISPONIVEL-SW
142288      END-IF.
142300      MOVE WRK-CONSULTA-ID TO SM-STUDENT-ID.
142400      START STUDENT-MASTER-FILE KEY IS EQUAL TO SM-STUDENT-ID
142500          INVALID KEY
146000          PERFORM 2200-COMPUTE-MEDIA THRU 2200-EXIT
146100          PERFORM 2250-DETERMINAR-LETRA THRU 2250-EXIT
146200      END-IF.
146250      PERFORM 2800-APLICAR-CONSELHO THRU 2800-EXIT.
146300      DISPLAY 'PROGCOB07 - ALUNO...: ' SM-STUDENT-ID ' '
146400          SM-STUDENT-NAME.
146500      DISPLAY 'PROGCOB07 - MEDIA...: ' WRK-MEDIA
147100      END-IF.
147200      DISPLAY 'PROGCOB07 - FREQUENCIA: ' WRK-FREQUENCIA-PCT
147300          ' PCT'.
147310      IF SM-APROVADO-CONSELHO
147320          DISPLAY 'PROGCOB07 - RESULTADO: APROVADO PELO '
147330              'CONSELHO - ATA ' WRK-ATA-CONSELHO
147340          GO TO 3000-FECHAR
147350      END-IF.
147400      IF SM-APROVADO
147500          DISPLAY 'PROGCOB07 - RESULTADO: APROVADO'
147600      ELSE
148900      IF WS-GRADMAS-DISPONIVEL
149000          CLOSE GRADE-MASTER-FILE
149100      END-IF.
149140      IF WS-CONSMAS-DISPONIVEL
149160          CLOSE CONSELHO-FILE
149180      END-IF.
149185      IF WS-DISCMAS-DISPONIVEL
149190          CLOSE DISCIPLINA-FILE
149195      END-IF.
149200  3000-EXIT.
149300      EXIT.
149400******************************************************************
153000      IF WS-GRADMAS-DISPONIVEL
153100          CLOSE GRADE-MASTER-FILE
153200      END-IF.
153220      IF WS-CONSMAS-DISPONIVEL
153240          CLOSE CONSELHO-FILE
153260      END-IF.
153270      IF WS-DISCMAS-DISPONIVEL
153280          CLOSE DISCIPLINA-FILE
153290      END-IF.
153300      IF WS-MODO-BATCH
153400          PERFORM 2600-RESET-CHECKPOINT THRU 2600-EXIT
153500      END-IF.
154200          WS-ALUNOS-REJEITADOS.
154300      DISPLAY 'PROGCOB07 - PENDENTES (BIM NAO LANC).: '
154400          WS-ALUNOS-PENDENTES.
154420      DISPLAY 'PROGCOB07 - APROVADOS PELO CONSELHO..: '
154440          WS-APROV-CONSELHO.
154500      PERFORM 8100-GRAVAR-BALANCE THRU 8100-EXIT.
154600      PERFORM 9850-LIBERAR-LOCK THRU 9850-EXIT.
154700  8000-EXIT.
158400      MOVE 'PENDENTES' TO BF-CONTADOR.
158500      MOVE WS-ALUNOS-PENDENTES TO BF-VALOR.
158600      PERFORM 8150-GRAVAR-CONTADOR THRU 8150-EXIT.
158620      MOVE 'CONSELHO' TO BF-CONTADOR.
158640      MOVE WS-APROV-CONSELHO TO BF-VALOR.
158660      PERFORM 8150-GRAVAR-CONTADOR THRU 8150-EXIT.
158700      CLOSE BALANCE-FILE.
158800  8100-EXIT.
158900      EXIT.
167400* RUN-PARAMETER LOOKUP ROUTINES (SEE PARMRTN.CPY)
167500******************************************************************
167600  COPY PARMRTN.
167700******************************************************************
167800* CATALOGO DE DISCIPLINAS ROUTINE (SEE DISCRTN.CPY)
167900******************************************************************
168000  COPY DISCRTN.
