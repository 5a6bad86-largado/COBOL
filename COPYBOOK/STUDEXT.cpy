000100******************************************************************
000200* STUDEXT.CPY
000300* EXTRATO ORDENADO DO STUDENT-MASTER PARA OS RELATORIOS DEPOIS
000400* DA CORRECAO (PROGCOB09, 11, 21, 22 E 23) - SEQUENTIAL, 80
000500* BYTES, GERADO PELO PROGCOB67 LOGO DEPOIS DO PROGCOB07. UM
000600* CABECALHO 'H' (DATA DA GERACAO, QTDE LIDA DO STUDMAS E O
000700* LIDOS DO PROGCOB07 NO BALANCE DO DIA; SITUACAO 'I' QUANDO
000800* ELES NAO BATERAM E O EXTRATO NAO PODE SER USADO), UM
000900* DETALHE 'D' POR ALUNO EM ORDEM DE TURMA E MEDIA DECRESCENTE,
001000* JA COM A DESCRICAO DA TURMA (TURMMAS) E A MEDIA MINIMA DE
001100* APROVACAO (CTLPARM), E UM TRAILER 'T' COM OS TOTAIS DE
001200* CONTROLE. CONFERIDO NA LEITURA POR EXTRRTN.CPY
001300*
001400* MODIFICATION HISTORY
001500* DATE       INIT  DESCRIPTION
001600* 15/10/2026 ALEX  ORIGINAL LAYOUT
001700******************************************************************
001800  01  STUDENT-EXTRACT-RECORD.
001900      05  SX-TIPO                 PIC X(01).
002000          88  SX-CABECALHO                VALUE 'H'.
002100          88  SX-DETALHE-ALUNO            VALUE 'D'.
002200          88  SX-RODAPE                   VALUE 'T'.
002300      05  SX-DETALHE.
002400          10  SX-CLASS-SECTION    PIC X(06).
002500          10  SX-MEDIA            PIC 9(02).
002600          10  SX-STUDENT-ID       PIC X(06).
002700          10  SX-STUDENT-NAME     PIC X(20).
002800          10  SX-NOTA1            PIC 9(02).
002900          10  SX-NOTA2            PIC 9(02).
003000          10  SX-NOTA3            PIC 9(02).
003100          10  SX-NOTA4            PIC 9(02).
003200          10  SX-SITUACAO         PIC X(01).
003300              88  SX-APROVADO             VALUES 'A' 'C'.
003400              88  SX-REPROVADO            VALUES 'R' 'F'.
003500              88  SX-REPROVADO-FALTA      VALUE 'F'.
003600              88  SX-SITUACAO-PENDENTE    VALUE ' '.
003700          10  SX-LETRA            PIC X(01).
003800              88  SX-LETRA-PENDENTE       VALUE ' '.
003900          10  SX-NOTA-RECUPERACAO PIC 9(02).
004000          10  SX-TURMA-DESCRICAO  PIC X(25).
004100          10  SX-PASSING-GRADE    PIC 9(02).
004200          10  FILLER              PIC X(06).
004300      05  SX-CABECALHO-DADOS REDEFINES SX-DETALHE.
004400          10  SX-H-DATA-GERACAO   PIC 9(08).
004500          10  SX-H-HORA-GERACAO   PIC 9(06).
004600          10  SX-H-QTDE-STUDMAS   PIC 9(07).
004700          10  SX-H-P07-LIDOS      PIC 9(09).
004800          10  SX-H-SITUACAO       PIC X(01).
004900              88  SX-H-VALIDO             VALUE 'V'.
005000              88  SX-H-INVALIDO           VALUE 'I'.
005100          10  FILLER              PIC X(48).
005200      05  SX-RODAPE-DADOS REDEFINES SX-DETALHE.
005300          10  SX-T-QTDE-REGISTROS PIC 9(07).
005400          10  SX-T-SOMA-MEDIAS    PIC 9(09).
005500          10  SX-T-APROVADOS      PIC 9(07).
005600          10  SX-T-REPROVADOS     PIC 9(07).
005700          10  SX-T-PENDENTES      PIC 9(07).
005800          10  FILLER              PIC X(42).
