000100******************************************************************
000200* ESPERA.CPY
000300* LISTA DE ESPERA POR TURMA (ARQUIVO LISTESP) - INDEXED BY
000400* TURMA PLUS DATA DO PEDIDO (AAAAMMDD) PLUS SEQUENCIA DO DIA,
000500* ENTAO A LEITURA EM ORDEM DE CHAVE DENTRO DA TURMA E A FILA
000600* POR ORDEM DE PEDIDO. GRAVADO PELO REGISTRO DE MATRICULA
000700* (PROGCOB43 - FICHA INTEIRA, SEM MATRICULA AINDA) E PELA
000800* TROCA DE TURMA (PROGCOB37 - COM A MATRICULA E A TURMA ATUAL)
000900* QUANDO A TURMA PEDIDA ESTA LOTADA. A VAGA LIBERADA NO
001000* PROGCOB37 CONVOCA O PRIMEIRO AGUARDANDO (SITUACAO 'C'); O
001100* CONVOCADO QUE VOLTA PELA MESMA PORTA OCUPA A VAGA RESERVADA
001200* E FICA ATENDIDO ('E'). O REGISTRO NUNCA E APAGADO - A FILA
001300* INTEIRA FICA COMO HISTORICO. RELATORIO DE VAGAS NO PROGCOB55
001400*
001500* MODIFICATION HISTORY
001600* DATE       INIT  DESCRIPTION
001700* 15/10/2026 ALEX  ORIGINAL LAYOUT
001800******************************************************************
001900  01  LISTA-ESPERA-RECORD.
002000      05  LE-CHAVE.
002100          10  LE-TURMA            PIC X(06).
002200          10  LE-DATA-PEDIDO      PIC 9(08).
002300          10  LE-SEQUENCIA        PIC 9(04).
002400      05  LE-ORIGEM               PIC X(01).
002500          88  LE-PEDIDO-MATRICULA         VALUE 'R'.
002600          88  LE-PEDIDO-TROCA             VALUE 'M'.
002700      05  LE-STUDENT-ID           PIC X(06).
002800      05  LE-STUDENT-NAME         PIC X(20).
002900      05  LE-TURMA-ATUAL          PIC X(06).
003000      05  LE-NOME-RESPONSAVEL     PIC X(30).
003100      05  LE-ENDERECO             PIC X(40).
003200      05  LE-CEP                  PIC 9(08).
003300      05  LE-SITUACAO             PIC X(01).
003400          88  LE-AGUARDANDO               VALUE 'A'.
003500          88  LE-CONVOCADO                VALUE 'C'.
003600          88  LE-ATENDIDO                 VALUE 'E'.
003700      05  LE-DATA-CONVOCACAO      PIC 9(08).
003800      05  LE-DATA-ATENDIMENTO     PIC 9(08).
