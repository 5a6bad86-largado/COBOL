000100******************************************************************
000200* CONSMAS.CPY
000300* DELIBERACOES DO CONSELHO DE CLASSE - INDEXED BY STUDENT ID
000400* PLUS CODIGO DE DISCIPLINA (EM BRANCO = RESULTADO GERAL DO
000500* ALUNO). UM REGISTRO POR ALUNO/DISCIPLINA DELIBERADO NO
000600* PERIODO, GRAVADO PELO PROGCOB52 A PARTIR DAS TRANSACOES DA
000700* ATA (CONSTRAN). O PROGCOB07 CONSULTA ESTE ARQUIVO A CADA
000800* CORRECAO PARA QUE UMA RECORRECAO NAO DESFACA A APROVACAO
000900* PELO CONSELHO; O PROGCOB24 LIMPA OS REGISTROS DO ALUNO NO
001000* FECHAMENTO DO PERIODO (A DECISAO FICA NO STUDHIST E NO
001100* AUDITLOG). CS-SITUACAO-ANTERIOR GUARDA O RESULTADO QUE O
001200* CONSELHO ENCONTROU, PARA UMA DELIBERACAO REVISTA PODER
001300* DEVOLVER O ALUNO A ELE
001400*
001500* MODIFICATION HISTORY
001600* DATE       INIT  DESCRIPTION
001700* 15/10/2026 ALEX  ORIGINAL LAYOUT
001800******************************************************************
001900  01  CONSELHO-RECORD.
002000      05  CS-CHAVE.
002100          10  CS-STUDENT-ID       PIC X(06).
002200          10  CS-DISCIPLINA       PIC X(03).
002300      05  CS-CLASS-SECTION        PIC X(06).
002400      05  CS-DECISAO              PIC X(01).
002500          88  CS-DECISAO-APROVA           VALUE 'A'.
002600          88  CS-DECISAO-MANTEM           VALUE 'M'.
002700      05  CS-ATA                  PIC X(10).
002800      05  CS-DATA-CONSELHO        PIC 9(08).
002900      05  CS-JUSTIFICATIVA        PIC X(60).
003000      05  CS-SITUACAO-ANTERIOR    PIC X(01).
003100      05  CS-MEDIA-ANTERIOR       PIC 9(02).
003200      05  CS-FREQUENCIA           PIC 9(03).
003300      05  CS-DATA-LANCAMENTO      PIC 9(08).
