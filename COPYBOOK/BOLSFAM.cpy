000100******************************************************************
000200* BOLSFAM.CPY
000300* BENEFICIARIO DO BOLSA FAMILIA - INDEXED BY STUDENT ID. NIS DO
000400* BENEFICIARIO REGISTRADO CONTRA A MATRICULA E, PARA O PERIODO
000500* LETIVO EM BF-ANO-PERIODO, O MOTIVO DE BAIXA FREQUENCIA DE
000600* CADA BIMESTRE NO CODIGO DO SISTEMA PRESENCA (MEC). MANTIDO
000700* PELO PROGCOB56 (INCLUSAO/ALTERACAO DE NIS, DESLIGAMENTO E
000800* MOTIVO); LIDO PELO EXPORT BIMESTRAL PROGCOB57. PERIODO NOVO
000900* NO CALENDARIO ZERA OS MOTIVOS NA PRIMEIRA TRANSACAO DE MOTIVO
001000*
001100* MODIFICATION HISTORY
001200* DATE       INIT  DESCRIPTION
001300* 15/10/2026 ALEX  ORIGINAL LAYOUT
001400******************************************************************
001500  01  BOLSA-FAMILIA-RECORD.
001600      05  BF-STUDENT-ID           PIC X(06).
001700      05  BF-NIS                  PIC 9(11).
001800      05  BF-SITUACAO             PIC X(01).
001900          88  BF-ATIVO                    VALUE 'A'.
002000          88  BF-DESLIGADO                VALUE 'D'.
002100      05  BF-DATA-INCLUSAO        PIC 9(08).
002200      05  BF-DATA-ATUALIZACAO     PIC 9(08).
002300      05  BF-ANO-PERIODO          PIC 9(06).
002400      05  BF-MOTIVOS.
002500          10  BF-MOTIVO-BIM       PIC X(02) OCCURS 4 TIMES.
