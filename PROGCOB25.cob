003400*                  DE TURMA CHEIA DEIXAVA DE VALER CONFORME A
003500*                  ORDEM DE MATRICULA EM QUE OS ALUNOS ERAM
003600*                  LIDOS
003610* 15/10/2026 ALEX  DEPENDENCIA (PROGRESSAO PARCIAL) - ALUNO
003620*                  REPROVADO POR MEDIA EM ATE DUAS DISCIPLINAS
003630*                  DO GRADMAS, COM AS DEMAIS APROVADAS, E
003640*                  PROMOVIDO COMO O APROVADO E CADA DISCIPLINA
003650*                  REPROVADA ABRE UMA DEPENDENCIA NO DEPMAS
003660*                  (NOTA LANCADA NO ANO SEGUINTE PELO PROGCOB53).
003670*                  REPROVADO POR FALTA CONTINUA RETIDO.
003680*                  DEPENDENCIA AINDA ABERTA DE ANO ANTERIOR
003690*                  CONTA NO LIMITE DE DUAS
003692* 15/10/2026 ALEX  ANO DE ORIGEM DA DEPENDENCIA PASSA A SER O
003694*                  ANO LETIVO FECHADO (RUNPARM PROGCOB25 ANO; SEM
003696*                  ELE O ANO DO RUN, OU O ANTERIOR QUANDO O RUN E
003698*                  NO PRIMEIRO SEMESTRE) E NAO O ANO DO RUN
003700******************************************************************
003800  ENVIRONMENT DIVISION.
003900  CONFIGURATION SECTION.
006000          ACCESS MODE IS RANDOM
006100          RECORD KEY IS TM-CODIGO
006200          FILE STATUS IS WS-TURMMAS-STATUS.
006205      SELECT GRADE-MASTER-FILE ASSIGN TO GRADMAS
006210          ORGANIZATION IS INDEXED
006215          ACCESS MODE IS DYNAMIC
006220          RECORD KEY IS GM-CHAVE
006225          FILE STATUS IS WS-GRADMAS-STATUS.
006230      SELECT DEPENDENCIA-FILE ASSIGN TO DEPMAS
006235          ORGANIZATION IS INDEXED
006240          ACCESS MODE IS DYNAMIC
006245          RECORD KEY IS DE-CHAVE
006250          FILE STATUS IS WS-DEPMAS-STATUS.
006255      SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
006260          ORGANIZATION IS SEQUENTIAL
006265          FILE STATUS IS WS-PARM-STATUS.
006300  DATA DIVISION.
006400  FILE SECTION.
006500  FD  PROGRESSION-TABLE-FILE
008200  FD  TURMA-FILE
008300      LABEL RECORDS ARE STANDARD.
008400  COPY TURMREC.
008410  FD  GRADE-MASTER-FILE
008420      LABEL RECORDS ARE STANDARD.
008430  COPY GRADMAS.
008440  FD  DEPENDENCIA-FILE
008450      LABEL RECORDS ARE STANDARD.
008460  COPY DEPMAS.
008470  FD  RUN-PARM-FILE
008480      LABEL RECORDS ARE STANDARD.
008490  COPY PARMREC.
008500  WORKING-STORAGE SECTION.
008600******************************************************************
008700* SWITCHES AND FILE STATUS
009700          88  WS-TURMMAS-DISPONIVEL        VALUE 'Y'.
009800      05  WS-DESTINO-CHEIO-SW    PIC X(01) VALUE 'N'.
009900          88  WS-DESTINO-CHEIO             VALUE 'Y'.
009905      05  WS-GRADMAS-DISPONIVEL-SW PIC X(01) VALUE 'N'.
009910          88  WS-GRADMAS-DISPONIVEL        VALUE 'Y'.
009915      05  WS-DEPMAS-DISPONIVEL-SW PIC X(01) VALUE 'N'.
009920          88  WS-DEPMAS-DISPONIVEL         VALUE 'Y'.
009925      05  WS-PROMOVE-DEPEND-SW   PIC X(01) VALUE 'N'.
009930          88  WS-PROMOVE-DEPEND            VALUE 'Y'.
009935      05  WS-DEP-INELEGIVEL-SW   PIC X(01) VALUE 'N'.
009940          88  WS-DEP-INELEGIVEL            VALUE 'Y'.
009945      05  WS-FIM-DISC-SW         PIC X(01) VALUE 'N'.
009950          88  WS-FIM-DISC                  VALUE 'Y'.
009960      05  WS-FIM-DEPANT-SW       PIC X(01) VALUE 'N'.
009970          88  WS-FIM-DEPANT                VALUE 'Y'.
010000  01  WS-FILE-STATUSES.
010100      05  WS-PROGTAB-STATUS      PIC X(02) VALUE '00'.
010200          88  WS-PROGTAB-OK               VALUE '00'.
011000          88  WS-PROMORPT-OK              VALUE '00'.
011100      05  WS-TURMMAS-STATUS      PIC X(02) VALUE '00'.
011200          88  WS-TURMMAS-OK               VALUE '00'.
011210      05  WS-GRADMAS-STATUS      PIC X(02) VALUE '00'.
011220          88  WS-GRADMAS-OK               VALUE '00'.
011230      05  WS-DEPMAS-STATUS       PIC X(02) VALUE '00'.
011240          88  WS-DEPMAS-OK                VALUE '00'.
011250          88  WS-DEPMAS-DUPLICADA         VALUE '22'.
011260          88  WS-DEPMAS-NAO-EXISTE        VALUE '35'.
011300  01  WS-COUNTERS COMP.
011400      05  WS-ALUNOS-LIDOS        PIC 9(05) VALUE ZERO.
011500      05  WS-ALUNOS-PROMOVIDOS   PIC 9(05) VALUE ZERO.
011800      05  WS-ALUNOS-PENDENTES    PIC 9(05) VALUE ZERO.
011900      05  WS-ROSTER-GRAVADOS     PIC 9(05) VALUE ZERO.
012000      05  WS-TURMA-CHEIA         PIC 9(05) VALUE ZERO.
012020      05  WS-PROMOV-DEPEND       PIC 9(05) VALUE ZERO.
012040      05  WS-DEPEND-ABERTAS      PIC 9(05) VALUE ZERO.
012100******************************************************************
012200* RUN DATE - SAME STRUCTURE TESTE1 USES FOR THE SYSTEM DATE
012300******************************************************************
013000* SHARED DATE-OUTPUT FIELDS (SEE DATEFMT.CPY)
013100******************************************************************
013200  COPY DATEFMT.
013210******************************************************************
013220* RUN-PARAMETER LOOKUP FIELDS (SEE PARMWS.CPY/PARMRTN.CPY)
013230******************************************************************
013240  COPY PARMWS.
013300******************************************************************
013400* PROGRESSION TABLE LOADED AT INITIALIZATION - CURRENT TURMA
013500* AND THE ONE IT FEEDS NEXT YEAR
015500          10  WRK-OC-CAPACIDADE  PIC 9(03).
015600  77  WRK-OC-IDX                 PIC 9(03) COMP VALUE ZERO.
015700  77  WRK-OC-ACHADO              PIC 9(03) COMP VALUE ZERO.
015705******************************************************************
015710* DISCIPLINAS REPROVADAS DO ALUNO CORRENTE (GRADMAS) - ATE O
015715* LIMITE DO REGIMENTO O ALUNO E PROMOVIDO COM DEPENDENCIA; UMA
015720* A MAIS, OU UMA REPROVACAO POR FALTA, E ELE FICA RETIDO
015725******************************************************************
015730  77  WRK-MAX-DEPENDENCIAS       PIC 9(03) COMP VALUE 2.
015735  77  WRK-QTDE-DEP               PIC 9(03) COMP VALUE ZERO.
015740  77  WRK-DEP-IDX                PIC 9(03) COMP VALUE ZERO.
015742  77  WRK-QTDE-DEP-ANTERIOR      PIC 9(03) COMP VALUE ZERO.
015744  77  WRK-ANO-LETIVO             PIC 9(04) VALUE ZEROS.
015745  01  WRK-DEP-TABELA.
015750      05  WRK-DEP-ENT            OCCURS 2 TIMES.
015755          10  WRK-DEP-DISCIPLINA PIC X(03).
015760          10  WRK-DEP-MEDIA      PIC 9(02).
015800******************************************************************
015900* REPORT LINE LAYOUTS
016000******************************************************************
020000      05  FILLER                 PIC X(26)
020100          VALUE 'PENDENTES DE CORRECAO...: '.
020200      05  WF-PENDENTES           PIC ZZZZ9.
020205  01  WS-FOOTER-LINE-6.
020210      05  FILLER                 PIC X(26)
020215          VALUE 'PROMOVIDOS C/DEPENDENCIA: '.
020220      05  WF-PROMOV-DEPEND       PIC ZZZZ9.
020225  01  WS-FOOTER-LINE-7.
020230      05  FILLER                 PIC X(26)
020235          VALUE 'DEPENDENCIAS ABERTAS....: '.
020240      05  WF-DEPEND-ABERTAS      PIC ZZZZ9.
020245  01  WS-DEP-LINE.
020250      05  FILLER                 PIC X(11) VALUE SPACES.
020255      05  FILLER                 PIC X(13) VALUE 'DEPENDENCIA: '.
020260      05  WDP-DISCIPLINA         PIC X(03).
020265      05  FILLER                 PIC X(08) VALUE '  MEDIA '.
020270      05  WDP-MEDIA              PIC Z9.
020300  PROCEDURE DIVISION.
020400******************************************************************
020500* 0000-MAINLINE
021800******************************************************************
021900  1000-INITIALIZE.
022000      ACCEPT WRK-DATA FROM DATE YYYYMMDD.
022005      MOVE 'PROGCOB25' TO WRK-PARM-PROGRAMA.
022010      MOVE 'ANO' TO WRK-PARM-NOME.
022015      PERFORM 9860-BUSCAR-PARM THRU 9860-EXIT.
022020      IF WS-PARM-ACHADO AND WRK-PARM-VALOR (1:4) NUMERIC
022025          MOVE WRK-PARM-VALOR (1:4) TO WRK-ANO-LETIVO
022030      ELSE
022035          IF WRK-MES > 6
022040              MOVE WRK-ANO TO WRK-ANO-LETIVO
022045          ELSE
022050              COMPUTE WRK-ANO-LETIVO = WRK-ANO - 1
022055          END-IF
022060      END-IF.
022065      DISPLAY 'PROGCOB25 - PROGRESSAO DO ANO LETIVO '
022070          WRK-ANO-LETIVO.
022100      OPEN INPUT PROGRESSION-TABLE-FILE.
022200      OPEN INPUT STUDENT-MASTER-FILE.
022300      OPEN OUTPUT ROSTER-NEW-FILE.
023700          DISPLAY 'PROGCOB25 - TURMMAS INDISPONIVEL ('
023800              WS-TURMMAS-STATUS ') - CAPACIDADE NAO CRITICADA'
023900      END-IF.
023910      OPEN INPUT GRADE-MASTER-FILE.
023920      IF WS-GRADMAS-OK
023930          MOVE 'Y' TO WS-GRADMAS-DISPONIVEL-SW
023940          PERFORM 1050-ABRIR-DEPMAS THRU 1050-EXIT
023950      END-IF.
023960      IF NOT WS-DEPMAS-DISPONIVEL
023970          DISPLAY 'PROGCOB25 - GRADMAS/DEPMAS INDISPONIVEL - SEM '
023980              'PROMOCAO COM DEPENDENCIA'
023990      END-IF.
024000      PERFORM 1100-CARREGAR-PROGRESSAO THRU 1100-EXIT
024100          UNTIL WS-PROGTAB-FIM.
024200      IF WS-TURMMAS-DISPONIVEL
026100      PERFORM 2100-READ-STUDENT THRU 2100-EXIT.
026200  1000-EXIT.
026300      EXIT.
026302******************************************************************
026304* 1050-ABRIR-DEPMAS
026306* OPENS THE DEPENDENCIA FILE FOR UPDATE - O PRIMEIRO ANO COM
026308* DEPENDENCIA CRIA O ARQUIVO
026310******************************************************************
026312  1050-ABRIR-DEPMAS.
026314      OPEN I-O DEPENDENCIA-FILE.
026316      IF WS-DEPMAS-NAO-EXISTE
026318          DISPLAY 'PROGCOB25 - DEPMAS INEXISTENTE - CRIANDO '
026320              'ARQUIVO NOVO'
026322          OPEN OUTPUT DEPENDENCIA-FILE
026324          CLOSE DEPENDENCIA-FILE
026326          OPEN I-O DEPENDENCIA-FILE
026328      END-IF.
026330      IF WS-DEPMAS-OK
026332          MOVE 'Y' TO WS-DEPMAS-DISPONIVEL-SW
026334      ELSE
026336          DISPLAY 'PROGCOB25 - ERRO AO ABRIR DEPMAS: '
026338              WS-DEPMAS-STATUS
026340      END-IF.
026342  1050-EXIT.
026344      EXIT.
026400******************************************************************
026500* 1100-CARREGAR-PROGRESSAO
026600* READS ONE PROGRESSION ENTRY INTO THE TABLE
030700******************************************************************
030800* 1350-CONTAR-ALUNO
030900* COUNTS ONE UNCONDITIONAL OCCUPANT AND READS THE NEXT RECORD
030920* - O REPROVADO PROMOVIVEL COM DEPENDENCIA DISPUTA A VAGA DO
030940* DESTINO COMO O APROVADO, ENTAO NAO E CONTADO AQUI
031000******************************************************************
031100  1350-CONTAR-ALUNO.
031110      IF SM-REPROVADO
031120          PERFORM 2500-AVALIAR-DEPENDENCIA THRU 2500-EXIT
031130          IF WS-PROMOVE-DEPEND
031140              GO TO 1350-LER-PROXIMO
031150          END-IF
031160      END-IF.
031200      IF SM-SITUACAO-PENDENTE OR NOT SM-APROVADO
031300          MOVE SM-CLASS-SECTION TO WRK-TURMA-DESTINO
031400          PERFORM 1380-OCUPAR-DESTINO THRU 1380-EXIT
038600              MOVE 'SEM PROGRESSAO' TO WD-DECISAO
038700          END-IF
038800      ELSE
038810          PERFORM 2500-AVALIAR-DEPENDENCIA THRU 2500-EXIT
038820          IF WS-PROMOVE-DEPEND
038830              PERFORM 2550-PROMOVER-DEPENDENCIA THRU 2550-EXIT
038840              GO TO 2000-LER-PROXIMO
038850          END-IF
038900          ADD 1 TO WS-ALUNOS-RETIDOS
039000          MOVE SM-CLASS-SECTION TO WRK-TURMA-DESTINO
039100          MOVE 'RETIDO' TO WD-DECISAO
051100      END-IF.
051200  2360-EXIT.
051300      EXIT.
051301******************************************************************
051302* 2500-AVALIAR-DEPENDENCIA
051303* DECIDES WHETHER A REPROVADO ALUNO IS PROMOTED WITH DEPENDENCIA:
051304* REPROVADO POR MEDIA, COM DE UMA ATE WRK-MAX-DEPENDENCIAS
051305* DISCIPLINAS 'R' NO GRADMAS, NENHUMA POR FALTA OU PENDENTE E A
051306* TURMA COM PROGRESSAO NA TABELA. AS DEPENDENCIAS AINDA
051307* ABERTAS DE ANOS ANTERIORES (2650) ENTRAM NO MESMO LIMITE. AS
051308* DISCIPLINAS FICAM EM WRK-DEP-TABELA PARA 2600
051309******************************************************************
051310  2500-AVALIAR-DEPENDENCIA.
051311      MOVE 'N' TO WS-PROMOVE-DEPEND-SW.
051312      MOVE 'N' TO WS-DEP-INELEGIVEL-SW.
051313      MOVE ZERO TO WRK-QTDE-DEP.
051314      IF NOT WS-DEPMAS-DISPONIVEL OR SM-REPROVADO-FALTA
051315          GO TO 2500-EXIT
051316      END-IF.
051317      MOVE SM-STUDENT-ID TO GM-STUDENT-ID.
051318      MOVE LOW-VALUES TO GM-DISCIPLINA.
051319      START GRADE-MASTER-FILE KEY IS GREATER THAN GM-CHAVE
051320          INVALID KEY
051321              GO TO 2500-EXIT
051322      END-START.
051323      MOVE 'N' TO WS-FIM-DISC-SW.
051324      PERFORM 2520-CONFERIR-DISCIPLINA THRU 2520-EXIT
051325          UNTIL WS-FIM-DISC.
051326      IF NOT WS-DEP-INELEGIVEL AND WRK-QTDE-DEP > ZERO
051327          PERFORM 2650-CONTAR-DEP-ANTERIORES THRU 2650-EXIT
051328      END-IF.
051329      IF WS-DEP-INELEGIVEL OR WRK-QTDE-DEP = ZERO
051330          GO TO 2500-EXIT
051331      END-IF.
051332      PERFORM 2200-PROCURAR-PROGRESSAO THRU 2200-EXIT.
051333      IF WS-TURMA-ACHADA
051334          MOVE 'Y' TO WS-PROMOVE-DEPEND-SW
051335      END-IF.
051336  2500-EXIT.
051337      EXIT.
051338******************************************************************
051339* 2520-CONFERIR-DISCIPLINA
051340* READS THE NEXT GRADMAS RECORD OF THE ALUNO - DISCIPLINA 'R'
051341* ENTRA NA TABELA; 'F', PENDENTE OU UMA ALEM DO LIMITE TORNA O
051342* ALUNO INELEGIVEL E ENCERRA A LEITURA
051343******************************************************************
051344  2520-CONFERIR-DISCIPLINA.
051345      READ GRADE-MASTER-FILE NEXT RECORD
051346          AT END
051347              MOVE 'Y' TO WS-FIM-DISC-SW
051348              GO TO 2520-EXIT
051349      END-READ.
051350      IF NOT WS-GRADMAS-OK
051351          OR GM-STUDENT-ID NOT = SM-STUDENT-ID
051352          MOVE 'Y' TO WS-FIM-DISC-SW
051353          GO TO 2520-EXIT
051354      END-IF.
051355      IF GM-APROVADO
051356          GO TO 2520-EXIT
051357      END-IF.
051358      IF GM-REPROVADO-FALTA OR GM-SITUACAO-PENDENTE
051359          OR WRK-QTDE-DEP >= WRK-MAX-DEPENDENCIAS
051360          MOVE 'Y' TO WS-DEP-INELEGIVEL-SW
051361          MOVE 'Y' TO WS-FIM-DISC-SW
051362          GO TO 2520-EXIT
051363      END-IF.
051364      ADD 1 TO WRK-QTDE-DEP.
051365      MOVE GM-DISCIPLINA TO WRK-DEP-DISCIPLINA (WRK-QTDE-DEP).
051366      MOVE GM-MEDIA TO WRK-DEP-MEDIA (WRK-QTDE-DEP).
051367  2520-EXIT.
051368      EXIT.
051400******************************************************************
051500* 2450-LISTAR-SEM-GRAVAR
051600* REPORT LINE FOR THE ALUNO HELD OUT OF A FULL TURMA - NADA E
054100      WRITE PM-LINE FROM WS-DETAIL-LINE.
054200  2400-EXIT.
054300      EXIT.
054301******************************************************************
054302* 2550-PROMOVER-DEPENDENCIA
054303* PROMOTES THE ALUNO WITH DEPENDENCIA UNDER THE SAME CAPACITY
054304* RULE AS THE APROVADO (WRK-TURMA-DESTINO JA VEM DE 2500), AND
054305* OPENS ONE DEPMAS RECORD PER FAILED DISCIPLINA
054306******************************************************************
054307  2550-PROMOVER-DEPENDENCIA.
054308      PERFORM 2300-CONFERIR-CAPACIDADE THRU 2300-EXIT.
054309      IF WS-DESTINO-CHEIO
054310          ADD 1 TO WS-TURMA-CHEIA
054311          MOVE 'TURMA CHEIA' TO WD-DECISAO
054312          PERFORM 2450-LISTAR-SEM-GRAVAR THRU 2450-EXIT
054313          GO TO 2550-EXIT
054314      END-IF.
054315      ADD 1 TO WS-PROMOV-DEPEND.
054316      MOVE 'PROMOV C/ DEP' TO WD-DECISAO.
054317      PERFORM 2400-GRAVAR-ROSTER THRU 2400-EXIT.
054318      PERFORM 2600-ABRIR-DEPENDENCIA THRU 2600-EXIT
054319          VARYING WRK-DEP-IDX FROM 1 BY 1
054320          UNTIL WRK-DEP-IDX > WRK-QTDE-DEP.
054321  2550-EXIT.
054322      EXIT.
054323******************************************************************
054324* 2600-ABRIR-DEPENDENCIA
054325* WRITES ONE OPEN DEPENDENCIA AND ITS REPORT LINE - NO RERUN DA
054326* PROGRESSAO A CHAVE JA EXISTE E O REGISTRO E REGRAVADO ABERTO
054327******************************************************************
054328  2600-ABRIR-DEPENDENCIA.
054329      MOVE SM-STUDENT-ID TO DE-STUDENT-ID.
054330      MOVE WRK-DEP-DISCIPLINA (WRK-DEP-IDX) TO DE-DISCIPLINA.
054331      MOVE WRK-ANO-LETIVO TO DE-ANO-ORIGEM.
054332      MOVE SM-CLASS-SECTION TO DE-TURMA-ORIGEM.
054333      MOVE WRK-TURMA-DESTINO TO DE-TURMA-DESTINO.
054334      MOVE WRK-DEP-MEDIA (WRK-DEP-IDX) TO DE-MEDIA-ORIGEM.
054335      MOVE 'A' TO DE-STATUS.
054336      MOVE WRK-DATA-YYYYMMDD TO DE-DATA-ABERTURA.
054337      MOVE ZEROS TO DE-NOTA-DEPENDENCIA.
054338      MOVE ZEROS TO DE-DATA-LANCAMENTO.
054339      MOVE ZEROS TO DE-DATA-CONCLUSAO.
054340      WRITE DEPENDENCIA-RECORD.
054341      IF WS-DEPMAS-DUPLICADA
054342          REWRITE DEPENDENCIA-RECORD
054343      END-IF.
054344      IF NOT WS-DEPMAS-OK
054345          DISPLAY 'PROGCOB25 - ERRO AO GRAVAR DEPMAS: '
054346              WS-DEPMAS-STATUS ' ALUNO ' SM-STUDENT-ID
054347          GO TO 2600-EXIT
054348      END-IF.
054349      ADD 1 TO WS-DEPEND-ABERTAS.
054350      MOVE DE-DISCIPLINA TO WDP-DISCIPLINA.
054351      MOVE DE-MEDIA-ORIGEM TO WDP-MEDIA.
054352      WRITE PM-LINE FROM WS-DEP-LINE.
054353  2600-EXIT.
054354      EXIT.
054355******************************************************************
054356* 2650-CONTAR-DEP-ANTERIORES
054357* COUNTS THE ALUNO'S DEPENDENCIAS STILL OPEN FROM EARLIER YEARS -
054358* AS DO ANO LETIVO FECHADO SAO DO RERUN E NAO CONTAM. SOMADAS
054359* AS NOVAS, ALEM DO LIMITE O ALUNO FICA INELEGIVEL
054360******************************************************************
054361  2650-CONTAR-DEP-ANTERIORES.
054362      MOVE ZERO TO WRK-QTDE-DEP-ANTERIOR.
054363      MOVE SM-STUDENT-ID TO DE-STUDENT-ID.
054364      MOVE LOW-VALUES TO DE-DISCIPLINA.
054365      MOVE ZERO TO DE-ANO-ORIGEM.
054366      START DEPENDENCIA-FILE KEY IS NOT LESS THAN DE-CHAVE
054367          INVALID KEY
054368              GO TO 2650-EXIT
054369      END-START.
054370      MOVE 'N' TO WS-FIM-DEPANT-SW.
054371      PERFORM 2660-LER-DEP-ANTERIOR THRU 2660-EXIT
054372          UNTIL WS-FIM-DEPANT.
054373      IF WRK-QTDE-DEP + WRK-QTDE-DEP-ANTERIOR
054374              > WRK-MAX-DEPENDENCIAS
054375          MOVE 'Y' TO WS-DEP-INELEGIVEL-SW
054376      END-IF.
054377  2650-EXIT.
054378      EXIT.
054379******************************************************************
054380* 2660-LER-DEP-ANTERIOR
054381* READS THE NEXT DEPMAS RECORD OF THE ALUNO
054382******************************************************************
054383  2660-LER-DEP-ANTERIOR.
054384      READ DEPENDENCIA-FILE NEXT RECORD
054385          AT END
054386              MOVE 'Y' TO WS-FIM-DEPANT-SW
054387              GO TO 2660-EXIT
054388      END-READ.
054389      IF NOT WS-DEPMAS-OK
054390          OR DE-STUDENT-ID NOT = SM-STUDENT-ID
054391          MOVE 'Y' TO WS-FIM-DEPANT-SW
054392          GO TO 2660-EXIT
054393      END-IF.
054394      IF DE-ABERTA AND DE-ANO-ORIGEM NOT = WRK-ANO-LETIVO
054395          ADD 1 TO WRK-QTDE-DEP-ANTERIOR
054396      END-IF.
054397  2660-EXIT.
054398      EXIT.
054400******************************************************************
054500* 8000-TERMINATE
054600* WRITES THE DECISION TOTALS, CLOSES FILES AND SHOWS THE COUNTS
055600      WRITE PM-LINE FROM WS-FOOTER-LINE-4.
055700      MOVE WS-TURMA-CHEIA TO WF-TURMA-CHEIA.
055800      WRITE PM-LINE FROM WS-FOOTER-LINE-5.
055820      MOVE WS-PROMOV-DEPEND TO WF-PROMOV-DEPEND.
055840      WRITE PM-LINE FROM WS-FOOTER-LINE-6.
055860      MOVE WS-DEPEND-ABERTAS TO WF-DEPEND-ABERTAS.
055880      WRITE PM-LINE FROM WS-FOOTER-LINE-7.
055900      CLOSE PROGRESSION-TABLE-FILE STUDENT-MASTER-FILE
056000          ROSTER-NEW-FILE PROMOTION-REPORT-FILE.
056100      IF WS-TURMMAS-DISPONIVEL
056200          CLOSE TURMA-FILE
056300      END-IF.
056310      IF WS-GRADMAS-DISPONIVEL
056320          CLOSE GRADE-MASTER-FILE
056330      END-IF.
056340      IF WS-DEPMAS-DISPONIVEL
056350          CLOSE DEPENDENCIA-FILE
056360      END-IF.
056400      DISPLAY 'PROGCOB25 - ALUNOS LIDOS........: '
056500          WS-ALUNOS-LIDOS.
056600      DISPLAY 'PROGCOB25 - PROMOVIDOS..........: '
057500          WS-ROSTER-GRAVADOS.
057600      DISPLAY 'PROGCOB25 - TURMA CHEIA.........: '
057700          WS-TURMA-CHEIA.
057720      DISPLAY 'PROGCOB25 - PROMOVIDOS C/ DEPEND: '
057740          WS-PROMOV-DEPEND.
057760      DISPLAY 'PROGCOB25 - DEPENDENCIAS ABERTAS: '
057780          WS-DEPEND-ABERTAS.
057800  8000-EXIT.
057900      EXIT.
058000******************************************************************
058100* SHARED DATE-FORMATTING ROUTINES (SEE DATERTN.CPY)
058200******************************************************************
058300  COPY DATERTN.
058400******************************************************************
058500* RUN-PARAMETER LOOKUP ROUTINES (SEE PARMRTN.CPY)
058600******************************************************************
058700  COPY PARMRTN.
