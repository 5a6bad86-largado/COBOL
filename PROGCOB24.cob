004300*                  COMECA SEM LANCAMENTO HERDADO; O HISTORICO
004400*                  OFICIAL DO PERIODO CONTINUA SENDO O RESUMO
004500*                  GERAL GRAVADO NO STUDHIST
004520* 15/10/2026 ALEX  REMOVE TAMBEM AS DELIBERACOES DO CONSELHO DE
004540*                  CLASSE DO ALUNO (CONSMAS) - A DECISAO DO
004560*                  PERIODO FICA NA SITUACAO 'C' DO STUDHIST E
004580*                  NO AUDITLOG
004582* 15/10/2026 ALEX  ARQUIVA CADA REGISTRO DO GRADMAS NO HISTORICO
004584*                  POR DISCIPLINA (DISCHIST - MATRICULA + ANO/
004586*                  PERIODO + DISCIPLINA) ANTES DE REMOVE-LO; SO
004588*                  O QUE FOI ARQUIVADO E REMOVIDO, E O FECHRPT
004590*                  TRAZ OS TOTAIS LIDAS/ARQUIVADAS/REMOVIDAS
004600******************************************************************
004700  ENVIRONMENT DIVISION.
004800  CONFIGURATION SECTION.
006800          ACCESS MODE IS DYNAMIC
006900          RECORD KEY IS GM-CHAVE
007000          FILE STATUS IS WS-GRADMAS-STATUS.
007010      SELECT CONSELHO-FILE ASSIGN TO CONSMAS
007020          ORGANIZATION IS INDEXED
007030          ACCESS MODE IS DYNAMIC
007040          RECORD KEY IS CS-CHAVE
007050          FILE STATUS IS WS-CONSMAS-STATUS.
007055      SELECT DISC-HISTORY-FILE ASSIGN TO DISCHIST
007060          ORGANIZATION IS INDEXED
007065          ACCESS MODE IS RANDOM
007070          RECORD KEY IS DH-CHAVE
007075          FILE STATUS IS WS-DISCHIST-STATUS.
007100      SELECT LOCK-FILE ASSIGN TO STUDLOCK
007200          ORGANIZATION IS SEQUENTIAL
007300          FILE STATUS IS WS-LOCK-STATUS.
009100  FD  GRADE-MASTER-FILE
009200      LABEL RECORDS ARE STANDARD.
009300  COPY GRADMAS.
009320  FD  CONSELHO-FILE
009340      LABEL RECORDS ARE STANDARD.
009360  COPY CONSMAS.
009370  FD  DISC-HISTORY-FILE
009380      LABEL RECORDS ARE STANDARD.
009390  COPY DISCHIST.
009400  FD  LOCK-FILE
009500      LABEL RECORDS ARE STANDARD.
009600  COPY LOCKREC.
011300          88  WS-GRADMAS-DISPONIVEL        VALUE 'Y'.
011400      05  WS-FIM-DISC-SW         PIC X(01) VALUE 'N'.
011500          88  WS-FIM-DISC                  VALUE 'Y'.
011520      05  WS-CONSMAS-DISPONIVEL-SW PIC X(01) VALUE 'N'.
011540          88  WS-CONSMAS-DISPONIVEL        VALUE 'Y'.
011560      05  WS-FIM-CONS-SW         PIC X(01) VALUE 'N'.
011580          88  WS-FIM-CONS                  VALUE 'Y'.
011585      05  WS-DISC-ARQUIVADA-SW   PIC X(01) VALUE 'N'.
011590          88  WS-DISC-ARQUIVADA            VALUE 'Y'.
011600  01  WS-FILE-STATUSES.
011700      05  WS-STUDMAS-STATUS      PIC X(02) VALUE '00'.
011800          88  WS-STUDMAS-OK               VALUE '00'.
012600      05  WS-GRADMAS-STATUS      PIC X(02) VALUE '00'.
012700          88  WS-GRADMAS-OK               VALUE '00'.
012800          88  WS-GRADMAS-NAO-EXISTE       VALUE '35'.
012820      05  WS-CONSMAS-STATUS      PIC X(02) VALUE '00'.
012840          88  WS-CONSMAS-OK               VALUE '00'.
012860          88  WS-CONSMAS-NAO-EXISTE       VALUE '35'.
012865      05  WS-DISCHIST-STATUS     PIC X(02) VALUE '00'.
012870          88  WS-DISCHIST-OK              VALUE '00'.
012875          88  WS-DISCHIST-DUPLICADO       VALUE '22'.
012880          88  WS-DISCHIST-NAO-EXISTE      VALUE '35'.
012900  01  WS-COUNTERS COMP.
013000      05  WS-ALUNOS-LIDOS        PIC 9(05) VALUE ZERO.
013100      05  WS-ALUNOS-HISTORIADOS  PIC 9(05) VALUE ZERO.
013300      05  WS-ALUNOS-PENDENTES    PIC 9(05) VALUE ZERO.
013400      05  WS-ERROS-GRAVACAO      PIC 9(05) VALUE ZERO.
013500      05  WS-DISC-REMOVIDAS      PIC 9(05) VALUE ZERO.
013550      05  WS-CONS-REMOVIDAS      PIC 9(05) VALUE ZERO.
013560      05  WS-DISC-LIDAS          PIC 9(05) VALUE ZERO.
013570      05  WS-DISC-ARQUIVADAS     PIC 9(05) VALUE ZERO.
013600******************************************************************
013700* RUN DATE - SAME STRUCTURE TESTE1 USES FOR THE SYSTEM DATE
013800******************************************************************
020000  01  WS-BALANCE-ERR-LINE.
020100      05  FILLER                 PIC X(48)
020200          VALUE 'ATENCAO - HISTORIADOS E ZERADOS NAO CONFEREM'.
020205  01  WS-FOOTER-LINE-6.
020210      05  FILLER                 PIC X(28)
020215          VALUE 'DISCIPLINAS LIDAS.......: '.
020220      05  WF-DISC-LIDAS          PIC ZZZZ9.
020225  01  WS-FOOTER-LINE-7.
020230      05  FILLER                 PIC X(28)
020235          VALUE 'DISCIPLINAS ARQUIVADAS..: '.
020240      05  WF-DISC-ARQUIVADAS     PIC ZZZZ9.
020245  01  WS-FOOTER-LINE-8.
020250      05  FILLER                 PIC X(28)
020255          VALUE 'DISCIPLINAS REMOVIDAS...: '.
020260      05  WF-DISC-REMOVIDAS      PIC ZZZZ9.
020265  01  WS-DISC-OK-LINE.
020270      05  FILLER                 PIC X(45)
020275          VALUE 'DISCIPLINAS CONFEREM - ARQUIVADAS = REMOVIDAS'.
020280  01  WS-DISC-ERR-LINE.
020285      05  FILLER                 PIC X(45)
020290          VALUE 'ATENCAO - DISCIPLINAS ARQUIVADAS NAO CONFEREM'.
020300  PROCEDURE DIVISION.
020400******************************************************************
020500* 0000-MAINLINE
027400              GO TO 1000-EXIT
027500          END-IF
027600      END-IF.
027605      OPEN I-O CONSELHO-FILE.
027610      IF WS-CONSMAS-OK
027615          MOVE 'Y' TO WS-CONSMAS-DISPONIVEL-SW
027620      ELSE
027625          IF WS-CONSMAS-NAO-EXISTE
027630              DISPLAY 'PROGCOB24 - CONSMAS INEXISTENTE - SEM '
027635                  'DELIBERACOES A LIMPAR'
027640          ELSE
027645              DISPLAY 'PROGCOB24 - ERRO AO ABRIR CONSMAS: '
027650                  WS-CONSMAS-STATUS
027655              MOVE 'Y' TO WS-EOF-SW
027660              GO TO 1000-EXIT
027665          END-IF
027670      END-IF.
027672      IF WS-GRADMAS-DISPONIVEL
027674          OPEN I-O DISC-HISTORY-FILE
027676          IF WS-DISCHIST-NAO-EXISTE
027678              DISPLAY 'PROGCOB24 - DISCHIST INEXISTENTE - '
027680                  'CRIANDO ARQUIVO NOVO'
027682              OPEN OUTPUT DISC-HISTORY-FILE
027683              CLOSE DISC-HISTORY-FILE
027684              OPEN I-O DISC-HISTORY-FILE
027685          END-IF
027686          IF NOT WS-DISCHIST-OK
027688              DISPLAY 'PROGCOB24 - ERRO AO ABRIR DISCHIST: '
027690                  WS-DISCHIST-STATUS
027692              MOVE 'Y' TO WS-EOF-SW
027694              GO TO 1000-EXIT
027696          END-IF
027698      END-IF.
027700      OPEN OUTPUT CLOSING-REPORT-FILE.
027800      IF NOT WS-STUDMAS-OK OR NOT WS-STUDHIST-OK
027900          OR NOT WS-FECHRPT-OK
039500      IF WS-GRADMAS-DISPONIVEL
039600          PERFORM 2400-LIMPAR-DISCIPLINAS THRU 2400-EXIT
039700      END-IF.
039720      IF WS-CONSMAS-DISPONIVEL
039740          PERFORM 2500-LIMPAR-CONSELHO THRU 2500-EXIT
039760      END-IF.
039800  2300-EXIT.
039900      EXIT.
039902******************************************************************
039904* 2350-ARQUIVAR-DISCIPLINA
039906* CALLED FROM 2450 - WRITES THE GRADMAS RECORD INTO THE
039908* PER-DISCIPLINA HISTORY UNDER THE PERIOD BEING CLOSED - A KEY
039910* ALREADY ON FILE (RERUN) IS REWRITTEN, NUNCA DUPLICADO
039912******************************************************************
039914  2350-ARQUIVAR-DISCIPLINA.
039916      MOVE 'N' TO WS-DISC-ARQUIVADA-SW.
039918      MOVE GM-STUDENT-ID TO DH-STUDENT-ID.
039920      MOVE WRK-ANO-PERIODO TO DH-ANO-PERIODO.
039922      MOVE GM-DISCIPLINA TO DH-DISCIPLINA.
039924      MOVE GM-CLASS-SECTION TO DH-CLASS-SECTION.
039926      MOVE GM-NOTA1 TO DH-NOTA1.
039928      MOVE GM-NOTA2 TO DH-NOTA2.
039930      MOVE GM-NOTA3 TO DH-NOTA3.
039932      MOVE GM-NOTA4 TO DH-NOTA4.
039934      MOVE GM-MEDIA TO DH-MEDIA.
039936      MOVE GM-SITUACAO TO DH-SITUACAO.
039938      MOVE GM-LETRA TO DH-LETRA.
039940      MOVE GM-NOTA-RECUPERACAO TO DH-NOTA-RECUPERACAO.
039942      WRITE DISC-HISTORY-RECORD
039944          INVALID KEY
039946              CONTINUE
039948      END-WRITE.
039950      IF WS-DISCHIST-DUPLICADO
039952          REWRITE DISC-HISTORY-RECORD
039954      END-IF.
039956      IF WS-DISCHIST-OK
039958          MOVE 'Y' TO WS-DISC-ARQUIVADA-SW
039960          ADD 1 TO WS-DISC-ARQUIVADAS
039962          GO TO 2350-EXIT
039964      END-IF.
039966      DISPLAY 'PROGCOB24 - ERRO AO GRAVAR DISCHIST: '
039968          WS-DISCHIST-STATUS ' ALUNO ' GM-STUDENT-ID
039970          ' DISCIPLINA ' GM-DISCIPLINA.
039972  2350-EXIT.
039974      EXIT.
040000******************************************************************
040100* 2400-LIMPAR-DISCIPLINAS
040200* REMOVES THE CLOSED ALUNO'S GRADMAS RECORDS, POSITIONED WITH
040300* START ON THE PARTIAL KEY, SO THE NEW TERM STARTS WITHOUT
040400* LANCAMENTO HERDADO - O RESUMO DO PERIODO JA ESTA NO STUDHIST
040450* E CADA DISCIPLINA E ARQUIVADA NO DISCHIST ANTES DE SAIR
040500******************************************************************
040600  2400-LIMPAR-DISCIPLINAS.
040700      MOVE SM-STUDENT-ID TO GM-STUDENT-ID.
041800******************************************************************
041900* 2450-REMOVER-DISCIPLINA
042000* READS THE NEXT GRADMAS RECORD AND DELETES IT WHILE IT STILL
042100* BELONGS TO THE ALUNO BEING CLOSED - SO DEPOIS DE ARQUIVADO;
042150* UMA DISCIPLINA QUE NAO ENTROU NO DISCHIST FICA NO GRADMAS
042200******************************************************************
042300  2450-REMOVER-DISCIPLINA.
042400      READ GRADE-MASTER-FILE NEXT RECORD
043600          MOVE 'Y' TO WS-FIM-DISC-SW
043700          GO TO 2450-EXIT
043800      END-IF.
043810      ADD 1 TO WS-DISC-LIDAS.
043820      PERFORM 2350-ARQUIVAR-DISCIPLINA THRU 2350-EXIT.
043830      IF NOT WS-DISC-ARQUIVADA
043840          ADD 1 TO WS-ERROS-GRAVACAO
043850          GO TO 2450-EXIT
043860      END-IF.
043900      DELETE GRADE-MASTER-FILE RECORD.
044000      IF WS-GRADMAS-OK
044100          ADD 1 TO WS-DISC-REMOVIDAS
044700      END-IF.
044800  2450-EXIT.
044900      EXIT.
044902******************************************************************
044904* 2500-LIMPAR-CONSELHO
044906* REMOVES THE CLOSED ALUNO'S CONSELHO DE CLASSE DELIBERATIONS
044908* (GERAL E POR DISCIPLINA) - SAME PARTIAL-KEY START AS 2400
044910******************************************************************
044912  2500-LIMPAR-CONSELHO.
044914      MOVE SM-STUDENT-ID TO CS-STUDENT-ID.
044916      MOVE LOW-VALUES TO CS-DISCIPLINA.
044918      START CONSELHO-FILE KEY IS NOT LESS THAN CS-CHAVE
044920          INVALID KEY
044922              GO TO 2500-EXIT
044924      END-START.
044926      MOVE 'N' TO WS-FIM-CONS-SW.
044928      PERFORM 2550-REMOVER-CONSELHO THRU 2550-EXIT
044930          UNTIL WS-FIM-CONS.
044932  2500-EXIT.
044934      EXIT.
044936******************************************************************
044938* 2550-REMOVER-CONSELHO
044940* READS THE NEXT CONSMAS RECORD AND DELETES IT WHILE IT STILL
044942* BELONGS TO THE ALUNO BEING CLOSED
044944******************************************************************
044946  2550-REMOVER-CONSELHO.
044948      READ CONSELHO-FILE NEXT RECORD
044950          AT END
044952              MOVE 'Y' TO WS-FIM-CONS-SW
044954              GO TO 2550-EXIT
044956      END-READ.
044958      IF NOT WS-CONSMAS-OK
044960          DISPLAY 'PROGCOB24 - ERRO DE LEITURA CONSMAS: '
044962              WS-CONSMAS-STATUS
044964          MOVE 'Y' TO WS-FIM-CONS-SW
044966          GO TO 2550-EXIT
044968      END-IF.
044970      IF CS-STUDENT-ID NOT = SM-STUDENT-ID
044972          MOVE 'Y' TO WS-FIM-CONS-SW
044974          GO TO 2550-EXIT
044976      END-IF.
044978      DELETE CONSELHO-FILE RECORD.
044980      IF WS-CONSMAS-OK
044982          ADD 1 TO WS-CONS-REMOVIDAS
044984      ELSE
044986          DISPLAY 'PROGCOB24 - ERRO AO REMOVER CONSMAS: '
044988              WS-CONSMAS-STATUS ' ALUNO ' SM-STUDENT-ID
044990          ADD 1 TO WS-ERROS-GRAVACAO
044992          MOVE 'Y' TO WS-FIM-CONS-SW
044994      END-IF.
044996  2550-EXIT.
044998      EXIT.
045000******************************************************************
045100* 8000-TERMINATE
045200* WRITES THE CONTROL COUNTS THAT PROVE EVERY LIVE RECORD WAS
047400      ELSE
047500          WRITE FC-LINE FROM WS-BALANCE-ERR-LINE
047600      END-IF.
047605      MOVE WS-DISC-LIDAS TO WF-DISC-LIDAS.
047610      MOVE WS-DISC-ARQUIVADAS TO WF-DISC-ARQUIVADAS.
047615      MOVE WS-DISC-REMOVIDAS TO WF-DISC-REMOVIDAS.
047620      WRITE FC-LINE FROM WS-FOOTER-LINE-6.
047625      WRITE FC-LINE FROM WS-FOOTER-LINE-7.
047630      WRITE FC-LINE FROM WS-FOOTER-LINE-8.
047635      IF WS-DISC-ARQUIVADAS = WS-DISC-LIDAS
047640          AND WS-DISC-REMOVIDAS = WS-DISC-LIDAS
047645          WRITE FC-LINE FROM WS-DISC-OK-LINE
047650      ELSE
047655          WRITE FC-LINE FROM WS-DISC-ERR-LINE
047660      END-IF.
047700      CLOSE STUDENT-MASTER-FILE STUDENT-HISTORY-FILE
047800          CLOSING-REPORT-FILE.
047900      IF WS-GRADMAS-DISPONIVEL
048000          CLOSE GRADE-MASTER-FILE
048050          CLOSE DISC-HISTORY-FILE
048100      END-IF.
048120      IF WS-CONSMAS-DISPONIVEL
048140          CLOSE CONSELHO-FILE
048160      END-IF.
048200      DISPLAY 'PROGCOB24 - ALUNOS LIDOS......: ' WS-ALUNOS-LIDOS.
048300      DISPLAY 'PROGCOB24 - HISTORIADOS.......: '
048400          WS-ALUNOS-HISTORIADOS.
049000          WS-ERROS-GRAVACAO.
049100      DISPLAY 'PROGCOB24 - DISCIPLINAS REMOV.: '
049200          WS-DISC-REMOVIDAS.
049220      DISPLAY 'PROGCOB24 - DELIBERACOES REMOV: '
049240          WS-CONS-REMOVIDAS.
049260      DISPLAY 'PROGCOB24 - DISCIPLINAS ARQUIV: '
049280          WS-DISC-ARQUIVADAS.
049300      PERFORM 9850-LIBERAR-LOCK THRU 9850-EXIT.
049400  8000-EXIT.
049500      EXIT.
