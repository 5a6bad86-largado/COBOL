000100******************************************************************
000200* DEPMAS.CPY
000300* DEPENDENCIAS (PROGRESSAO PARCIAL) - INDEXED BY STUDENT ID PLUS
000400* DISCIPLINA PLUS ANO DE ORIGEM. O REGIMENTO PERMITE PROMOVER O
000500* ALUNO REPROVADO EM ATE DUAS DISCIPLINAS; O PROGCOB25 GRAVA UM
000600* REGISTRO ABERTO POR DISCIPLINA REPROVADA NO MOMENTO DA
000700* PROMOCAO, E O PROGCOB53 LANCA A NOTA DA DEPENDENCIA NO ANO
000800* SEGUINTE, FECHANDO O REGISTRO QUANDO A NOTA ATINGE A MEDIA
000900* MINIMA DA TURMA ATUAL (CTLPARM). LIDO PELO BOLETIM (PROGCOB20),
001000* PELO HISTORICO (PROGCOB34) E PELO CERTIFICADO (PROGCOB50) -
001100* ALUNO COM DEPENDENCIA ABERTA NAO RECEBE CERTIFICADO DE
001200* CONCLUSAO
001300*
001400* MODIFICATION HISTORY
001500* DATE       INIT  DESCRIPTION
001600* 15/10/2026 ALEX  ORIGINAL LAYOUT
001700******************************************************************
001800  01  DEPENDENCIA-RECORD.
001900      05  DE-CHAVE.
002000          10  DE-STUDENT-ID       PIC X(06).
002100          10  DE-DISCIPLINA       PIC X(03).
002200          10  DE-ANO-ORIGEM       PIC 9(04).
002300      05  DE-TURMA-ORIGEM         PIC X(06).
002400      05  DE-TURMA-DESTINO        PIC X(06).
002500      05  DE-MEDIA-ORIGEM         PIC 9(02).
002600      05  DE-STATUS               PIC X(01).
002700          88  DE-ABERTA                   VALUE 'A'.
002800          88  DE-CUMPRIDA                 VALUE 'C'.
002900      05  DE-DATA-ABERTURA        PIC 9(08).
003000      05  DE-NOTA-DEPENDENCIA     PIC 9(02).
003100      05  DE-DATA-LANCAMENTO      PIC 9(08).
003200      05  DE-DATA-CONCLUSAO       PIC 9(08).
