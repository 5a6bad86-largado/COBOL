001300* PREENCHIDO, CEP NUMERICO) E GRAVA OU ATUALIZA O REGISTRO DO
001400* RESPONSAVEL. O PROGCOB20 LE ESTE CADASTRO PARA ENDERECAR O
001500* BOLETIM DE CADA ALUNO
001510* O GUARDTRN TRAZ TAMBEM TELEFONE, E-MAIL E O ACEITE (S/N) DE
001520* CADA CANAL; ACEITE SEM O CONTATO DO CANAL E REJEITADO. A DATA
001530* DO ACEITE (GD-DATA-OPTIN) SO MUDA QUANDO OS ACEITES MUDAM
001600*
001700* MODIFICATION HISTORY
001800* DATE       INIT  DESCRIPTION
001900* 22/08/2026 ALEX  ORIGINAL
001910* 15/10/2026 ALEX  TELEFONE, E-MAIL E OPT-IN SMS/E-MAIL DO
001920*                  RESPONSAVEL PARA O ARQUIVO DE NOTIFICACOES
002000******************************************************************
002100  ENVIRONMENT DIVISION.
002200  CONFIGURATION SECTION.
004900      05  GX-NOME-RESPONSAVEL     PIC X(30).
005000      05  GX-ENDERECO             PIC X(40).
005100      05  GX-CEP                  PIC X(08).
005110      05  GX-TELEFONE             PIC X(11).
005120      05  GX-EMAIL                PIC X(50).
005130      05  GX-OPTIN-SMS            PIC X(01).
005140          88  GX-OPTIN-SMS-VALIDO         VALUE 'S' 'N' ' '.
005150      05  GX-OPTIN-EMAIL          PIC X(01).
005160          88  GX-OPTIN-EMAIL-VALIDO       VALUE 'S' 'N' ' '.
005200  FD  GUARDIAN-FILE
005300      LABEL RECORDS ARE STANDARD.
005400  COPY GUARDREC.
010100******************************************************************
010200  COPY DATEFMT.
010300  77  WRK-MOTIVO-REJEICAO        PIC X(20) VALUE SPACES.
010310******************************************************************
010320* CONTATO E ACEITES DA TRANSACAO - ACEITE EM BRANCO VALE 'N'
010330******************************************************************
010340  77  WRK-OPTIN-SMS              PIC X(01) VALUE 'N'.
010350  77  WRK-OPTIN-EMAIL            PIC X(01) VALUE 'N'.
010360  77  WRK-QTDE-ARROBA            PIC 9(03) COMP VALUE ZERO.
010400******************************************************************
010500* REPORT LINE LAYOUTS
010600******************************************************************
021600******************************************************************
021700* 2200-VALIDAR-TRANS
021800* MATRICULA ON THE STUDENT-MASTER, NOME PREENCHIDO, CEP
021900* NUMERICO - NOTHING ELSE REACHES THE CADASTRO DE RESPONSAVEIS.
021910* CONTATO OPCIONAL: TELEFONE COM DDD (10 OU 11 DIGITOS), E-MAIL
021920* COM UM SO '@', ACEITE S/N/BRANCO E SO COM O CONTATO DO CANAL
022000******************************************************************
022100  2200-VALIDAR-TRANS.
022200      MOVE 'N' TO WS-TRANS-INVALIDA-SW.
023700      IF GX-CEP NOT NUMERIC
023800          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
023900          MOVE 'CEP NAO NUMERICO' TO WRK-MOTIVO-REJEICAO
023910          GO TO 2200-EXIT
024000      END-IF.
024002      IF GX-TELEFONE NOT = SPACES
024004          IF GX-TELEFONE (1:10) NOT NUMERIC
024006              OR (GX-TELEFONE (11:1) NOT NUMERIC
024008                  AND GX-TELEFONE (11:1) NOT = SPACE)
024010              MOVE 'Y' TO WS-TRANS-INVALIDA-SW
024012              MOVE 'TELEFONE INVALIDO' TO WRK-MOTIVO-REJEICAO
024014              GO TO 2200-EXIT
024016          END-IF
024018      END-IF.
024020      IF GX-EMAIL NOT = SPACES
024022          MOVE ZERO TO WRK-QTDE-ARROBA
024024          INSPECT GX-EMAIL TALLYING WRK-QTDE-ARROBA FOR ALL '@'
024026          IF WRK-QTDE-ARROBA NOT = 1 OR GX-EMAIL (1:1) = '@'
024028              MOVE 'Y' TO WS-TRANS-INVALIDA-SW
024030              MOVE 'E-MAIL INVALIDO' TO WRK-MOTIVO-REJEICAO
024032              GO TO 2200-EXIT
024034          END-IF
024036      END-IF.
024038      IF NOT GX-OPTIN-SMS-VALIDO OR NOT GX-OPTIN-EMAIL-VALIDO
024040          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
024042          MOVE 'OPT-IN INVALIDO' TO WRK-MOTIVO-REJEICAO
024044          GO TO 2200-EXIT
024046      END-IF.
024048      MOVE 'N' TO WRK-OPTIN-SMS.
024050      MOVE 'N' TO WRK-OPTIN-EMAIL.
024052      IF GX-OPTIN-SMS = 'S'
024054          MOVE 'S' TO WRK-OPTIN-SMS
024056      END-IF.
024058      IF GX-OPTIN-EMAIL = 'S'
024060          MOVE 'S' TO WRK-OPTIN-EMAIL
024062      END-IF.
024064      IF WRK-OPTIN-SMS = 'S' AND GX-TELEFONE = SPACES
024066          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
024068          MOVE 'SMS SEM TELEFONE' TO WRK-MOTIVO-REJEICAO
024070          GO TO 2200-EXIT
024072      END-IF.
024074      IF WRK-OPTIN-EMAIL = 'S' AND GX-EMAIL = SPACES
024076          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
024078          MOVE 'E-MAIL SEM ENDERECO' TO WRK-MOTIVO-REJEICAO
024080      END-IF.
024082  2200-EXIT.
024200      EXIT.
024300******************************************************************
024400* 2300-GRAVAR-RESPONSAVEL
024500* WRITES A NEW GUARDIAN RECORD OR REWRITES THE ONE ALREADY ON
024600* FILE FOR THE MATRICULA. A DATA DO ACEITE E A DO RUN NA
024610* INCLUSAO E QUANDO UM DOS ACEITES MUDA; SENAO FICA A GRAVADA
024700******************************************************************
024800  2300-GRAVAR-RESPONSAVEL.
024900      MOVE GX-STUDENT-ID TO GD-STUDENT-ID.
025900      MOVE GX-NOME-RESPONSAVEL TO GD-NOME-RESPONSAVEL.
026000      MOVE GX-ENDERECO TO GD-ENDERECO.
026100      MOVE GX-CEP TO GD-CEP.
026110      IF NOT WS-RESP-EXISTE
026120          OR GD-OPTIN-SMS NOT = WRK-OPTIN-SMS
026130          OR GD-OPTIN-EMAIL NOT = WRK-OPTIN-EMAIL
026140          MOVE WRK-DATA-YYYYMMDD TO GD-DATA-OPTIN
026150      END-IF.
026160      MOVE GX-TELEFONE TO GD-TELEFONE.
026170      MOVE GX-EMAIL TO GD-EMAIL.
026180      MOVE WRK-OPTIN-SMS TO GD-OPTIN-SMS.
026190      MOVE WRK-OPTIN-EMAIL TO GD-OPTIN-EMAIL.
026200      IF WS-RESP-EXISTE
026300          REWRITE GUARDIAN-RECORD
026400      ELSE
