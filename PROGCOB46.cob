001200* MESMO LAYOUT DO REGISTRO). VALIDA ID E NOME PREENCHIDOS E
001300* GRAVA OU ATUALIZA O REGISTRO DO PROFESSOR, COMO O PROGCOB19
001400* FAZ COM O GUARDIAN. O PROGCOB13 LE ESTE CADASTRO PARA
001500* RECUSAR LANCAMENTO DE PROFESSOR NAO ATRIBUIDO A TURMA. A
001520* DISCIPLINA DE CADA ATRIBUICAO TEM QUE ESTAR ATIVA NO CATALOGO
001540* DISCMAS (PROGCOB71)
001600*
001700* MODIFICATION HISTORY
001800* DATE       INIT  DESCRIPTION
001900* 01/09/2026 ALEX  ORIGINAL
001920* 15/10/2026 ALEX  DISCIPLINA DE CADA ATRIBUICAO CONFERIDA NO
001940*                  CATALOGO DISCMAS - CODIGO FORA DO CATALOGO OU
001960*                  DISCIPLINA INATIVA RECUSA A TRANSACAO. SEM
001980*                  DISCMAS NAO E CRITICADA (AVISADA NO CONSOLE)
002000******************************************************************
002100  ENVIRONMENT DIVISION.
002200  CONFIGURATION SECTION.
003500      SELECT PROFESSOR-REPORT-FILE ASSIGN TO PROFRPT
003600          ORGANIZATION IS LINE SEQUENTIAL
003700          FILE STATUS IS WS-PROFRPT-STATUS.
003710      SELECT DISCIPLINA-FILE ASSIGN TO DISCMAS
003720          ORGANIZATION IS INDEXED
003730          ACCESS MODE IS RANDOM
003740          RECORD KEY IS DC-CODIGO
003750          FILE STATUS IS WS-DISCMAS-STATUS.
003800  DATA DIVISION.
003900  FILE SECTION.
004000  FD  PROFESSOR-TRAN-FILE
005200  FD  PROFESSOR-REPORT-FILE
005300      LABEL RECORDS ARE STANDARD.
005400  01  PR-LINE                     PIC X(80).
005420  FD  DISCIPLINA-FILE
005440      LABEL RECORDS ARE STANDARD.
005460  COPY DISCMAS.
005500  WORKING-STORAGE SECTION.
005600******************************************************************
005700* SWITCHES
009700******************************************************************
009800  77  WRK-MOTIVO-REJEICAO        PIC X(20) VALUE SPACES.
009900  77  WRK-IDX                    PIC 9(03) COMP VALUE ZERO.
009920******************************************************************
009940* CATALOGO DE DISCIPLINAS FIELDS (SEE DISCWS.CPY/DISCRTN.CPY)
009960******************************************************************
009980  COPY DISCWS.
010000******************************************************************
010100* REPORT LINE LAYOUTS
010200******************************************************************
016600          MOVE 'Y' TO WS-EOF-SW
016700          GO TO 1000-EXIT
016800      END-IF.
016810      OPEN INPUT DISCIPLINA-FILE.
016820      IF WS-DISCMAS-OK
016830          MOVE 'Y' TO WS-DISCMAS-DISPONIVEL-SW
016840      ELSE
016850          DISPLAY 'PROGCOB46 - DISCMAS INDISPONIVEL ('
016860              WS-DISCMAS-STATUS ') - DISCIPLINA NAO CRITICADA'
016870      END-IF.
016900      PERFORM 9810-FORMATAR-DDMMYYYY THRU 9810-EXIT.
017000      MOVE DATEFMT-DDMMYYYY TO WS-H2-DATA.
017100      WRITE PR-LINE FROM WS-HEADER-1.
021200******************************************************************
021300* 2200-VALIDAR-TRANS
021400* ID E NOME PREENCHIDOS - A ATRIBUICAO PODE VIR VAZIA (UM
021500* PROFESSOR AINDA SEM TURMA NAO LANCA NADA ATE GANHAR UMA).
021550* A DISCIPLINA DE CADA ATRIBUICAO E CONFERIDA EM 2250
021600******************************************************************
021700  2200-VALIDAR-TRANS.
021800      MOVE 'N' TO WS-TRANS-INVALIDA-SW.
022500      IF PT-NOME = SPACES
022600          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
022700          MOVE 'NOME EM BRANCO' TO WRK-MOTIVO-REJEICAO
022750          GO TO 2200-EXIT
022800      END-IF.
022820      PERFORM 2250-VALIDAR-ATRIBUICAO THRU 2250-EXIT
022840          VARYING WRK-IDX FROM 1 BY 1
022860          UNTIL WRK-IDX > 10 OR WS-TRANS-INVALIDA.
022900  2200-EXIT.
023000      EXIT.
023002******************************************************************
023004* 2250-VALIDAR-ATRIBUICAO
023006* A DISCIPLINA DA ATRIBUICAO TEM QUE ESTAR NO CATALOGO DISCMAS
023008* E ATIVA. DISCIPLINA EM BRANCO (TODAS AS DA TURMA) OU DISCMAS
023010* INDISPONIVEL NAO SAO CRITICADOS
023012******************************************************************
023014  2250-VALIDAR-ATRIBUICAO.
023016      IF PT-DISCIPLINA (WRK-IDX) = SPACES
023018          GO TO 2250-EXIT
023020      END-IF.
023022      IF NOT WS-DISCMAS-DISPONIVEL
023024          GO TO 2250-EXIT
023026      END-IF.
023028      MOVE PT-DISCIPLINA (WRK-IDX) TO WRK-DC-CODIGO.
023030      PERFORM 9940-OBTER-DISCIPLINA THRU 9940-EXIT.
023032      IF NOT WS-DC-ACHADA
023034          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
023036          MOVE 'DISC NAO CADASTRADA' TO WRK-MOTIVO-REJEICAO
023038          GO TO 2250-EXIT
023040      END-IF.
023042      IF NOT WS-DC-ATIVA
023044          MOVE 'Y' TO WS-TRANS-INVALIDA-SW
023046          MOVE 'DISCIPLINA INATIVA' TO WRK-MOTIVO-REJEICAO
023048      END-IF.
023050  2250-EXIT.
023052      EXIT.
023100******************************************************************
023200* 2300-GRAVAR-PROFESSOR
023300* WRITES A NEW PROFESSOR OR REWRITES THE ONE ALREADY ON FILE -
031300      WRITE PR-LINE FROM WS-FOOTER-LINE.
031400      CLOSE PROFESSOR-TRAN-FILE PROFESSOR-FILE
031500          PROFESSOR-REPORT-FILE.
031520      IF WS-DISCMAS-DISPONIVEL
031540          CLOSE DISCIPLINA-FILE
031560      END-IF.
031600      DISPLAY 'PROGCOB46 - TRANSACOES LIDAS......: '
031700          WS-TRANS-LIDAS.
031800      DISPLAY 'PROGCOB46 - PROFESSORES INCLUIDOS.: '
032700* SHARED DATE-FORMATTING ROUTINES (SEE DATERTN.CPY)
032800******************************************************************
032900  COPY DATERTN.
033000******************************************************************
033100* CATALOGO DE DISCIPLINAS ROUTINE (SEE DISCRTN.CPY)
033200******************************************************************
033300  COPY DISCRTN.
