000100******************************************************************
000200* REPOSIC.CPY
000300* DIA DE REPOSICAO (ARQUIVO REPOSIC) - UM REGISTRO POR DIA DE
000400* AULA DE REPOSICAO PLANEJADO PELA COORDENACAO (SABADO, FERIADO
000500* PONTE) QUE CONTA PARA OS 200 DIAS LETIVOS DA LDB. TURMA EM
000600* BRANCO = A ESCOLA TODA; HORAS ZERADAS = A CARGA DIARIA PADRAO
000700* DO RUNPARM. LIDO PELO PROGCOB68, QUE SO ACEITA DATA REAL
000800* (DATESRV), QUE NAO SEJA DIA UTIL E DENTRO DE UMA JANELA DE
000900* BIMESTRE DO CALLETIV
001000*
001100* MODIFICATION HISTORY
001200* DATE       INIT  DESCRIPTION
001300* 15/10/2026 ALEX  ORIGINAL LAYOUT
001400******************************************************************
001500  01  REPOSICAO-RECORD.
001600      05  RP-DATA                 PIC 9(08).
001700      05  RP-TURMA                PIC X(06).
001800      05  RP-HORAS                PIC 9(02).
001900      05  RP-MOTIVO               PIC X(30).
