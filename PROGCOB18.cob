001920*                  DE PARAMETROS (RUNPARM - MATRICULA); O
001930*                  PROMPT DE CONSOLE VIRA FALLBACK, PARA UMA
001940*                  CONSULTA PODER SER AGENDADA SEM OPERADOR
001950* 15/10/2026 ALEX  MOSTRA OS REGISTROS 'C' DE DECISAO DO
001960*                  CONSELHO DE CLASSE - RESULTADO APROV CONS,
001970*                  TIPO CONSELHO (OU CONS + DISCIPLINA) E O
001980*                  NUMERO DA ATA EM COLUNA PROPRIA
001985* 15/10/2026 ALEX  MOSTRA OS REGISTROS 'X' DE CORRECAO DE
001986*                  PERIODO FECHADO (PROGCOB60) - RESULTADO NOVO
001987*                  NA LINHA DE DECISAO, REFERENCIA DA APROVACAO
001988*                  NA COLUNA DA ATA E DUAS LINHAS COM PERIODO,
001989*                  CAMPO CORRIGIDO, VALORES ANTERIOR/NOVO,
001990*                  COORDENADOR E MOTIVO
002000******************************************************************
002100  ENVIRONMENT DIVISION.
002200  CONFIGURATION SECTION.
008500          VALUE 'N1 N2 N3 N4 MEDIA FREQ   '.
008600      05  FILLER                 PIC X(11) VALUE 'RESULTADO  '.
008700      05  FILLER                 PIC X(11) VALUE 'TIPO'.
008720      05  FILLER                 PIC X(01) VALUE SPACE.
008740      05  FILLER                 PIC X(10) VALUE 'ATA'.
008800  01  WS-DETAIL-LINE.
008900      05  WD-DATA                PIC X(10).
009000      05  FILLER                 PIC X(02) VALUE SPACES.
010500      05  WD-RESULTADO           PIC X(10).
010600      05  FILLER                 PIC X(01) VALUE SPACE.
010700      05  WD-TIPO                PIC X(11).
010702      05  FILLER                 PIC X(01) VALUE SPACE.
010704      05  WD-ATA                 PIC X(10).
010710  01  WS-DETAIL-LANC.
010712      05  WL-DATA                PIC X(10).
010714      05  FILLER                 PIC X(02) VALUE SPACES.
010732      05  WL-NOTA-NOVA           PIC Z9.
010734      05  FILLER                 PIC X(02) VALUE SPACES.
010736      05  WL-TIPO                PIC X(14).
010740  01  WS-DETAIL-CORR-1.
010741      05  FILLER                 PIC X(12) VALUE SPACES.
010742      05  FILLER                 PIC X(04) VALUE 'PER '.
010743      05  WC-PERIODO             PIC 9(06).
010744      05  FILLER                 PIC X(06) VALUE ' DISC '.
010745      05  WC-DISCIPLINA          PIC X(03).
010746      05  FILLER                 PIC X(01) VALUE SPACE.
010747      05  WC-CAMPO               PIC X(06).
010748      05  FILLER                 PIC X(06) VALUE ' NOTA '.
010749      05  WC-NOTA-ANTERIOR       PIC Z9.
010750      05  FILLER                 PIC X(01) VALUE '>'.
010751      05  WC-NOTA-NOVA           PIC Z9.
010752      05  FILLER                 PIC X(07) VALUE ' MEDIA '.
010753      05  WC-MEDIA-ANTERIOR      PIC Z9.
010754      05  FILLER                 PIC X(01) VALUE '>'.
010755      05  WC-MEDIA-NOVA          PIC Z9.
010756      05  FILLER                 PIC X(05) VALUE ' RES '.
010757      05  WC-RESULTADO-ANTERIOR  PIC X(01).
010758      05  FILLER                 PIC X(01) VALUE '>'.
010759      05  WC-RESULTADO-NOVO      PIC X(01).
010760  01  WS-DETAIL-CORR-2.
010761      05  FILLER                 PIC X(12) VALUE SPACES.
010762      05  FILLER                 PIC X(06) VALUE 'COORD '.
010763      05  WC-COORDENADOR         PIC X(10).
010764      05  FILLER                 PIC X(08) VALUE ' MOTIVO '.
010765      05  WC-MOTIVO              PIC X(30).
010800  01  WS-FOOTER-LINE.
010900      05  FILLER                 PIC X(20)
011000          VALUE 'DECISOES LISTADAS: '.
017500      MOVE AM-NOTA4 TO WD-N4.
017600      MOVE AM-MEDIA TO WD-MEDIA.
017700      MOVE AM-FREQUENCIA TO WD-FREQ.
017720      IF AM-APROVADO-CONSELHO
017740          MOVE 'APROV CONS' TO WD-RESULTADO
017760      ELSE
017800      IF AM-APROVADO
017900          MOVE 'APROVADO' TO WD-RESULTADO
018000      ELSE
018300          ELSE
018400              MOVE 'REPROVADO' TO WD-RESULTADO
018500          END-IF
018600      END-IF
018620      END-IF.
018640      MOVE SPACES TO WD-ATA.
018700      IF AM-REGISTRO-RECUPERACAO
018800          MOVE 'RECUPERACAO' TO WD-TIPO
018900      ELSE
019000          MOVE 'ORIGINAL' TO WD-TIPO
019100      END-IF.
019110      IF AM-REGISTRO-CONSELHO
019120          MOVE 'CONSELHO' TO WD-TIPO
019130          IF AM-DISCIPLINA NOT = SPACES
019140              MOVE 'CONS' TO WD-TIPO
019150              MOVE AM-DISCIPLINA TO WD-TIPO (6:3)
019160          END-IF
019170          MOVE AM-ATA-CONSELHO TO WD-ATA
019180      END-IF.
019182      IF AM-REGISTRO-CORRECAO
019184          MOVE 'CORRECAO' TO WD-TIPO
019186          IF AM-DISCIPLINA NOT = SPACES
019188              MOVE 'CORR' TO WD-TIPO
019190              MOVE AM-DISCIPLINA TO WD-TIPO (6:3)
019192          END-IF
019194          MOVE AM-ATA-CONSELHO TO WD-ATA
019196      END-IF.
019200      WRITE IQ-LINE FROM WS-DETAIL-LINE.
019300      ADD 1 TO WS-DECISOES-LISTADAS.
019310      IF AM-REGISTRO-CORRECAO
019320          PERFORM 2600-LISTAR-CORRECAO THRU 2600-EXIT
019330      END-IF.
019350  2000-LER-PROXIMO.
019400      PERFORM 2100-READ-AUDMAS THRU 2100-EXIT.
019500  2000-EXIT.
021600      END-IF.
021700  2100-EXIT.
021800      EXIT.
021801******************************************************************
021803* 2600-LISTAR-CORRECAO
021805* DETALHE DO REGISTRO 'X' - PERIODO FECHADO CORRIGIDO, O CAMPO
021807* (BIMESTRE, RECUPERACAO OU O RESUMO DO PERIODO RECALCULADO
021809* DEPOIS DA CORRECAO DE UMA DISCIPLINA), OS VALORES ANTERIOR E
021811* NOVO, QUEM PEDIU E POR QUE
021813******************************************************************
021815  2600-LISTAR-CORRECAO.
021817      MOVE AM-ANO-PERIODO TO WC-PERIODO.
021819      MOVE AM-DISCIPLINA TO WC-DISCIPLINA.
021821      IF AM-BIMESTRE = ZERO
021823          IF AM-NOTA-ANTERIOR = AM-NOTA-NOVA
021825              MOVE 'RESUMO' TO WC-CAMPO
021827          ELSE
021829              MOVE 'RECUP' TO WC-CAMPO
021831          END-IF
021833      ELSE
021835          MOVE 'BIM' TO WC-CAMPO
021837          MOVE AM-BIMESTRE TO WC-CAMPO (5:1)
021839      END-IF.
021841      MOVE AM-NOTA-ANTERIOR TO WC-NOTA-ANTERIOR.
021843      MOVE AM-NOTA-NOVA TO WC-NOTA-NOVA.
021845      MOVE AM-MEDIA-ANTERIOR TO WC-MEDIA-ANTERIOR.
021847      MOVE AM-MEDIA TO WC-MEDIA-NOVA.
021849      MOVE AM-RESULTADO-ANTERIOR TO WC-RESULTADO-ANTERIOR.
021851      MOVE AM-RESULTADO TO WC-RESULTADO-NOVO.
021853      WRITE IQ-LINE FROM WS-DETAIL-CORR-1.
021855      MOVE AM-COORDENADOR TO WC-COORDENADOR.
021857      MOVE AM-MOTIVO TO WC-MOTIVO.
021859      WRITE IQ-LINE FROM WS-DETAIL-CORR-2.
021861  2600-EXIT.
021863      EXIT.
021900******************************************************************
022000* 8000-TERMINATE
022100* WRITES THE FOOTER, CLOSES FILES AND SHOWS THE COUNT
