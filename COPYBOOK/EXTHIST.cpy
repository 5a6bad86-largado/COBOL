000100******************************************************************
000200* EXTHIST.CPY
000300* HISTORICO EXTERNO - ESTUDOS FEITOS EM OUTRA INSTITUICAO POR
000400* ALUNO RECEBIDO POR TRANSFERENCIA. INDEXED BY STUDENT ID PLUS
000500* ANO/PERIODO LETIVO (AAAAPP) PLUS CODIGO DE DISCIPLINA, COMO O
000600* DISCHIST, E GUARDADO AO LADO DO STUDHIST - NUNCA DENTRO DELE,
000700* PORQUE O STUDHIST SO TEM PERIODO CURSADO NESTA ESCOLA. ESCOLA
000800* DE ORIGEM, SERIE E RESULTADO DA SERIE SE REPETEM EM CADA
000900* DISCIPLINA DO PERIODO. GRAVADO PELO PROGCOB54 A PARTIR DA
001000* MATRICULA EMITIDA PELO PROGCOB43; LIDO PELO HISTORICO
001100* (PROGCOB34) E PELO CERTIFICADO (PROGCOB50)
001200*
001300* MODIFICATION HISTORY
001400* DATE       INIT  DESCRIPTION
001500* 15/10/2026 ALEX  ORIGINAL LAYOUT
001600******************************************************************
001700  01  EXTERNAL-HISTORY-RECORD.
001800      05  EX-CHAVE.
001900          10  EX-STUDENT-ID       PIC X(06).
002000          10  EX-ANO-PERIODO      PIC 9(06).
002100          10  EX-DISCIPLINA       PIC X(03).
002200      05  EX-ORIGEM               PIC X(01).
002300          88  EX-OUTRA-INSTITUICAO        VALUE 'E'.
002400      05  EX-ESCOLA-ORIGEM        PIC X(30).
002500      05  EX-SERIE                PIC X(10).
002600      05  EX-NOME-DISCIPLINA      PIC X(20).
002700      05  EX-TIPO-AVALIACAO       PIC X(01).
002800          88  EX-POR-NOTA                 VALUE 'N'.
002900          88  EX-POR-CONCEITO             VALUE 'C'.
003000      05  EX-NOTA                 PIC 9(02).
003100      05  EX-CONCEITO             PIC X(01).
003200      05  EX-CARGA-HORARIA        PIC 9(04).
003300      05  EX-RESULTADO            PIC X(01).
003400          88  EX-APROVADO                 VALUE 'A'.
003500          88  EX-REPROVADO                VALUES 'R' 'F'.
003600          88  EX-REPROVADO-FALTA          VALUE 'F'.
003700      05  EX-DATA-REGISTRO        PIC 9(08).
