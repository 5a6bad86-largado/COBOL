002200* CORRECAO E UM REGISTRO, NAO UM RERUN DA TURMA. O JCL TROCA
002300* SUSPOUT PELO SUSPENSE ANTIGO NO PASSO SEGUINTE (MESMO
002400* PADRAO DO AUDITNEW NO PROGCOB10), PARA O AGING NAO LISTAR
002500* CORRECAO JA FEITA. O SUSPOUT PRODUZIDO VAI PARA O GENCAT
002520* (QTDE, HASH E CONTADORES) E O PROGCOB70 SO LIBERA A TROCA SE
002540* ELE CONFERIR
002600*
002700* MODIFICATION HISTORY
002800* DATE       INIT  DESCRIPTION
005100*                  DISCIPLINA E A SITUACAO/LETRA/MEDIA DA
005200*                  DISCIPLINA VOLTAM A PENDENTE PARA O PROXIMO
005300*                  PROGCOB07 DECIDIR
005320* 15/10/2026 ALEX  REGISTRA NO GENCAT O SUSPOUT PRODUZIDO (QTDE,
005340*                  HASH E CONTADORES) PARA O PROGCOB70 CONFERIR
005360*                  ANTES DA TROCA
005400******************************************************************
005500  ENVIRONMENT DIVISION.
005600  CONFIGURATION SECTION.
008500      SELECT LOCK-FILE ASSIGN TO STUDLOCK
008600          ORGANIZATION IS SEQUENTIAL
008700          FILE STATUS IS WS-LOCK-STATUS.
008720      SELECT GENERATION-CATALOG-FILE ASSIGN TO GENCAT
008740          ORGANIZATION IS SEQUENTIAL
008760          FILE STATUS IS WS-GENCAT-STATUS.
008800  DATA DIVISION.
008900  FILE SECTION.
009000  FD  SUSPENSE-IN-FILE
011200  FD  LOCK-FILE
011300      LABEL RECORDS ARE STANDARD.
011400  COPY LOCKREC.
011420  FD  GENERATION-CATALOG-FILE
011440      LABEL RECORDS ARE STANDARD.
011460  COPY GENCAT.
011500  WORKING-STORAGE SECTION.
011600******************************************************************
011700* SWITCHES
025400      05  FILLER                 PIC X(26)
025500          VALUE 'REPASSADOS (OUTRO FLUXO): '.
025600      05  WF-REPASSADOS          PIC ZZZZ9.
025620******************************************************************
025640* GENERATION CATALOG FIELDS (SEE GENWS.CPY)
025660******************************************************************
025680  COPY GENWS.
025700  PROCEDURE DIVISION.
025800******************************************************************
025900* 0000-MAINLINE
030400              WS-SUSPIN-STATUS ' / ' WS-STUDMAS-STATUS
030500              ' / ' WS-SUSPOUT-STATUS ' / ' WS-REPRRPT-STATUS
030600          MOVE 'Y' TO WS-EOF-SW
030650          MOVE 'N' TO WS-GN-PRODUTOR-OK-SW
030700          GO TO 1000-EXIT
030800      END-IF.
030900      MOVE 'Y' TO WS-SUSPOUT-ABERTO-SW.
035000          DISPLAY 'PROGCOB30 - ERRO DE LEITURA SUSPIN: '
035100              WS-SUSPIN-STATUS
035200          MOVE 'Y' TO WS-EOF-SW
035250          MOVE 'N' TO WS-GN-PRODUTOR-OK-SW
035300          GO TO 2100-EXIT
035400      END-IF.
035500      ADD 1 TO WS-REGISTROS-LIDOS.
059000      IF NOT WS-SUSPOUT-OK
059100          DISPLAY 'PROGCOB30 - ERRO AO GRAVAR SUSPOUT: '
059200              WS-SUSPOUT-STATUS
059220          MOVE 'N' TO WS-GN-PRODUTOR-OK-SW
059240      ELSE
059260          MOVE SO-DATA-REJEICAO TO WRK-GN-CAMPO-HASH
059280          PERFORM 9930-GERACAO-CONTAR THRU 9930-EXIT
059300      END-IF.
059400      ADD 1 TO WS-REJEITADOS-NOVO.
059500      PERFORM 6000-IMPRIMIR-DETALHE THRU 6000-EXIT.
061200      IF NOT WS-SUSPOUT-OK
061300          DISPLAY 'PROGCOB30 - ERRO AO GRAVAR SUSPOUT: '
061400              WS-SUSPOUT-STATUS
061420          MOVE 'N' TO WS-GN-PRODUTOR-OK-SW
061440      ELSE
061460          MOVE SO-DATA-REJEICAO TO WRK-GN-CAMPO-HASH
061480          PERFORM 9930-GERACAO-CONTAR THRU 9930-EXIT
061500      END-IF.
061600      ADD 1 TO WS-REPASSADOS.
061700      MOVE 'REPASSADO - TRATADO PELO FLUXO DONO'
063200      EXIT.
063300******************************************************************
063400* 8000-TERMINATE
063420* CATALOGS THE SUSPOUT PRODUCED IN GENCAT - ALSO WHEN THE OPEN
063440* FAILED, SO A STALE SUSPOUT CAN NOT BE SWAPPED. EVERY RECORD
063460* READ ENDS CORRECTED (EXCLUIDOS) OR IN THE SUSPOUT
063500******************************************************************
063600  8000-TERMINATE.
063700      IF WS-LOCK-NEGADO
066500              CLOSE TURMA-FILE
066600          END-IF
066700      END-IF.
066710      MOVE 'PROGCOB30' TO WRK-GN-PROGRAMA.
066720      MOVE 'SUSPOUT' TO WRK-GN-ARQUIVO.
066730      MOVE WS-REGISTROS-LIDOS TO WS-GN-LIDOS.
066740      MOVE ZERO TO WS-GN-INCLUIDOS.
066750      COMPUTE WS-GN-EXCLUIDOS = WS-ALUNOS-INCLUIDOS
066760          + WS-ALUNOS-ATUALIZADOS + WS-NOTAS-CORRIGIDAS
066770          + WS-DISC-CORRIGIDAS.
066780      PERFORM 9935-GERACAO-CATALOGAR THRU 9935-EXIT.
066800      DISPLAY 'PROGCOB30 - REGISTROS LIDOS......: '
066900          WS-REGISTROS-LIDOS.
067000      DISPLAY 'PROGCOB30 - ALUNOS INCLUIDOS.....: '
069000* STUDMAS UPDATE-LOCK ROUTINES (SEE LOCKRTN.CPY)
069100******************************************************************
069200  COPY LOCKRTN.
069300******************************************************************
069400* GENERATION-CATALOG ROUTINES (SEE GENRTN.CPY)
069500******************************************************************
069600  COPY GENRTN.
