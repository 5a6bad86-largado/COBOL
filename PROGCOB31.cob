001200*   - CHAVE NAO BRANCA, EM ORDEM ASCENDENTE E SEM DUPLICATA
001300*   - NOME E TURMA NAO BRANCOS
001400*   - NOTAS, MEDIA E RECUPERACAO NUMERICAS NA FAIXA 00-10
001500*   - SITUACAO SO A/R/F/C/BRANCO, LETRA SO A-D/F/BRANCO,
001510*     FLAGS DE BIMESTRE LANCADO SO S/N/BRANCO
001600*   - DATA DE MATRICULA UM DIA DE CALENDARIO REAL (BISSEXTO
001700*     INCLUIDO), NEM FUTURA NEM ANTERIOR A 1990
002740* 01/09/2026 ALEX  CRITICA OS FLAGS SM-BIM-LANCADO (DOMINIO
002750*                  S/N/BRANCO) QUE O LAYOUT GANHOU COM A
002760*                  RETENCAO DE BIMESTRE NAO LANCADO
002770* 15/10/2026 ALEX  SITUACAO 'C' (APROVADO PELO CONSELHO DE
002780*                  CLASSE) PASSA A SER DO DOMINIO E ENTRA NO
002790*                  CRUZAMENTO COMO SITUACAO DECIDIDA
002800******************************************************************
002900  ENVIRONMENT DIVISION.
003000  CONFIGURATION SECTION.
030100      EXIT.
030200******************************************************************
030300* 3300-VERIFICAR-SITUACAO
030400* SM-SITUACAO SO ADMITE A/R/F/C/BRANCO E SM-LETRA SO A-D/F/
030500* BRANCO - QUALQUER OUTRO BYTE E SUJEIRA
030600******************************************************************
030700  3300-VERIFICAR-SITUACAO.
030800      IF SM-SITUACAO NOT = 'A' AND SM-SITUACAO NOT = 'R'
030900          AND SM-SITUACAO NOT = 'F' AND SM-SITUACAO NOT = SPACE
030950          AND SM-SITUACAO NOT = 'C'
031000          MOVE 'SITUACAO FORA DO DOMINIO A/R/F/C/BRANCO'
031100              TO WD-ERRO
031200          ADD 1 TO WS-ERR-SITUACAO
031300          PERFORM 7000-REPORTAR-ERRO THRU 7000-EXIT
038900      EXIT.
039000******************************************************************
039100* 3500-VERIFICAR-CRUZADO
039200* UMA SITUACAO JA DECIDIDA (A/R/F/C) COM MEDIA FORA DE FAIXA OU
039300* COM LETRA AINDA PENDENTE NAO PODE TER SAIDO DO PROGCOB07 -
039400* E SINAL DE EDICAO MANUAL OU RESTORE PARCIAL
039500******************************************************************
039800          GO TO 3500-EXIT
039900      END-IF.
040000      IF SM-SITUACAO NOT = 'A' AND SM-SITUACAO NOT = 'R'
040100          AND SM-SITUACAO NOT = 'F' AND SM-SITUACAO NOT = 'C'
040200          GO TO 3500-EXIT
040300      END-IF.
040400      IF SM-MEDIA NOT NUMERIC OR SM-MEDIA > 10
