001000* BACKUP STUDBKP (DESCARGA DO PROGCOB44). LE OS REGISTROS 'D',
001100* CRITICA CADA UM COM AS MESMAS REGRAS DE DOMINIO DO PROGCOB31
001200* (CHAVE NAO BRANCA E ASCENDENTE, NOME/TURMA PREENCHIDOS,
001300* NOTAS/MEDIA/RECUPERACAO 00-10, SITUACAO A/R/F/C/BRANCO, LETRA
001400* A-D/F/BRANCO, FLAGS DE LANCAMENTO S/N/BRANCO, DATA DE
001410* MATRICULA UM DIA REAL PELO DATESRV - NEM FUTURA NEM ANTERIOR
001420* A 1990 - E O CRUZAMENTO DE SITUACAO DECIDIDA COM MEDIA FORA
001700* QUALQUER CRITICA, DIVERGENCIA DE TRAILER OU TRAILER AUSENTE
001800* DERRUBA O RETURN-CODE PARA 8 E O JCL NAO TROCA O STUDNEW
001900* PELO STUDMAS - UMA CARGA QUE NAO PROVA NAO ENTRA. O
002000* RELATORIO (RELORPT) LISTA AS CRITICAS E OS TOTAIS. O STUDNEW
002020* PRODUZIDO VAI PARA O GENCAT (QTDE, HASH E CONTADORES, COM
002040* PRODUTOR EM ERRO QUANDO HOUVE CRITICA) E O PROGCOB70 SO LIBERA
002060* A TROCA SE ELE CONFERIR
002100*
002200* MODIFICATION HISTORY
002300* DATE       INIT  DESCRIPTION
002440*                  PROGCOB31 - UM BACKUP COM DATA PODRE
002450*                  PROVAVA AQUI E CAIA NA VARREDURA DA NOITE
002460*                  SEGUINTE
002470* 15/10/2026 ALEX  ACEITA A SITUACAO 'C' (APROVADO PELO
002480*                  CONSELHO DE CLASSE), COMO O PROGCOB31
002485* 15/10/2026 ALEX  REGISTRA NO GENCAT O STUDNEW PRODUZIDO (QTDE,
002490*                  HASH E CONTADORES) PARA O PROGCOB70 CONFERIR
002495*                  ANTES DA TROCA
002500******************************************************************
002600  ENVIRONMENT DIVISION.
002700  CONFIGURATION SECTION.
004000      SELECT RELOAD-REPORT-FILE ASSIGN TO RELORPT
004100          ORGANIZATION IS LINE SEQUENTIAL
004200          FILE STATUS IS WS-RELORPT-STATUS.
004220      SELECT GENERATION-CATALOG-FILE ASSIGN TO GENCAT
004240          ORGANIZATION IS SEQUENTIAL
004260          FILE STATUS IS WS-GENCAT-STATUS.
004300  DATA DIVISION.
004400  FILE SECTION.
004500  FD  BACKUP-FILE
006200  FD  RELOAD-REPORT-FILE
006300      LABEL RECORDS ARE STANDARD.
006400  01  RL-LINE                     PIC X(80).
006420  FD  GENERATION-CATALOG-FILE
006440      LABEL RECORDS ARE STANDARD.
006460  COPY GENCAT.
006500  WORKING-STORAGE SECTION.
006600******************************************************************
006700* SWITCHES
012500      05  WC-NOME                PIC X(26).
012600      05  FILLER                 PIC X(02) VALUE ': '.
012700      05  WC-VALOR               PIC ZZZZZZ9.
012720******************************************************************
012740* GENERATION CATALOG FIELDS (SEE GENWS.CPY)
012760******************************************************************
012780  COPY GENWS.
012800  PROCEDURE DIVISION.
012900******************************************************************
013000* 0000-MAINLINE
025200          AND WRK-SM-SITUACAO NOT = 'R'
025300          AND WRK-SM-SITUACAO NOT = 'F'
025400          AND WRK-SM-SITUACAO NOT = SPACE
025450          AND WRK-SM-SITUACAO NOT = 'C'
025500          MOVE 'SITUACAO FORA DO DOMINIO A/R/F/C/BRANCO'
025600              TO WD-ERRO
025700          PERFORM 7100-CRITICAR THRU 7100-EXIT
025800      END-IF.
028358******************************************************************
028360* 2270-CRITICAR-CRUZADO
028362* SAME CROSS-CHECK AS THE PROGCOB31 SWEEP - SITUACAO JA
028364* DECIDIDA (A/R/F/C) COM MEDIA FORA DE FAIXA OU LETRA AINDA
028366* PENDENTE NAO PODE TER SAIDO DO PROGCOB07
028368******************************************************************
028370  2270-CRITICAR-CRUZADO.
028372      IF WRK-SM-SITUACAO NOT = 'A'
028374          AND WRK-SM-SITUACAO NOT = 'R'
028376          AND WRK-SM-SITUACAO NOT = 'F'
028377          AND WRK-SM-SITUACAO NOT = 'C'
028378          GO TO 2270-EXIT
028380      END-IF.
028382      IF WRK-SM-MEDIA NOT NUMERIC OR WRK-SM-MEDIA > 10
030000      END-IF.
030100      ADD 1 TO WS-REGISTROS-CARREGADOS.
030200      ADD WRK-SM-MEDIA TO WS-HASH-MEDIAS.
030220      MOVE WRK-SM-DATA-MATR TO WRK-GN-CAMPO-HASH.
030240      PERFORM 9930-GERACAO-CONTAR THRU 9930-EXIT.
030300  2300-EXIT.
030400      EXIT.
030500******************************************************************
034600******************************************************************
034700* 8000-TERMINATE
034800* WRITES THE CONTROL COUNTS, CLOSES FILES AND DECIDES THE
034900* RETURN-CODE QUE AUTORIZA (OU NAO) A TROCA DO STUDNEW, AND
034920* CATALOGS THE STUDNEW PRODUCED IN GENCAT - WHAT WAS READ AND
034940* NOT LOADED (THE TRAILER, THE CRITICADOS) GOES AS EXCLUIDOS
035000******************************************************************
035100  8000-TERMINATE.
035200      IF NOT WS-TRAILER-LIDO
038100      IF WS-REGISTROS-CRITICADOS > ZERO
038200          DISPLAY 'PROGCOB45 - CARGA NAO PROVADA - NAO TROCAR'
038300          MOVE 8 TO RETURN-CODE
038350          MOVE 'N' TO WS-GN-PRODUTOR-OK-SW
038400      ELSE
038500          DISPLAY 'PROGCOB45 - CARGA CONFERIDA'
038600      END-IF.
038610      MOVE 'PROGCOB45' TO WRK-GN-PROGRAMA.
038620      MOVE 'STUDNEW' TO WRK-GN-ARQUIVO.
038630      MOVE WS-REGISTROS-LIDOS TO WS-GN-LIDOS.
038640      MOVE ZERO TO WS-GN-INCLUIDOS.
038650      COMPUTE WS-GN-EXCLUIDOS = WS-REGISTROS-LIDOS
038660          - WS-REGISTROS-CARREGADOS.
038670      PERFORM 9935-GERACAO-CATALOGAR THRU 9935-EXIT.
038700  8000-EXIT.
038800      EXIT.
038900******************************************************************
039000* GENERATION-CATALOG ROUTINES (SEE GENRTN.CPY)
039100******************************************************************
039200  COPY GENRTN.
