001368*                  FREQUENCIA, PARA A REPROVACAO POR FALTA
001370*                  QUE SOBRAR SER DEFENSAVEL PELO LOG.
001372*                  RECORD GROWS FROM 43 TO 46 BYTES
001374* 15/10/2026 ALEX  TIPO 'C' - DELIBERACAO DO CONSELHO DE
001376*                  CLASSE (PROGCOB52, E O PROGCOB07 QUANDO
001378*                  REAPLICA A DECISAO NUMA RECORRECAO), COM O
001380*                  RESULTADO 'C' DE APROVADO PELO CONSELHO E O
001382*                  NUMERO DA ATA EM AR-ATA-CONSELHO. RECORD
001384*                  GROWS FROM 46 TO 56 BYTES
001386* 15/10/2026 ALEX  TIPO 'X' - CORRECAO DE PERIODO JA FECHADO NO
001388*                  STUDHIST/DISCHIST (PROGCOB60): NOTAS, MEDIA E
001390*                  RESULTADO NOVOS NOS CAMPOS DE SEMPRE, O VALOR
001392*                  ANTERIOR/NOVO DA NOTA CORRIGIDA, MAIS
001394*                  AR-ANO-PERIODO, A MEDIA E O RESULTADO
001396*                  ANTERIORES, O COORDENADOR E O MOTIVO; A
001397*                  REFERENCIA DA APROVACAO VAI EM
001398*                  AR-ATA-CONSELHO. RECORD GROWS FROM 56 TO 105
001399*                  BYTES
001400******************************************************************
001500  01  AUDIT-RECORD.
001600      05  AR-STUDENT-ID           PIC X(06).
001900          88  AR-REGISTRO-ORIGINAL        VALUE 'O'.
002000          88  AR-REGISTRO-RECUPERACAO     VALUE 'M'.
002010          88  AR-REGISTRO-LANCAMENTO      VALUE 'L'.
002030          88  AR-REGISTRO-CONSELHO        VALUE 'C'.
002040          88  AR-REGISTRO-CORRECAO        VALUE 'X'.
002100      05  AR-NOTA1                PIC 9(02).
002200      05  AR-NOTA2                PIC 9(02).
002300      05  AR-NOTA3                PIC 9(02).
002400      05  AR-NOTA4                PIC 9(02).
002500      05  AR-MEDIA                PIC 9(02).
002600      05  AR-RESULTADO            PIC X(01).
002700          88  AR-APROVADO                 VALUES 'A' 'C'.
002750          88  AR-APROVADO-CONSELHO        VALUE 'C'.
002800          88  AR-REPROVADO                VALUES 'R' 'F'.
002810          88  AR-REPROVADO-FALTA          VALUE 'F'.
002900      05  AR-DATA-EXECUCAO        PIC 9(08).
003300      05  AR-NOTA-ANTERIOR        PIC 9(02).
003400      05  AR-NOTA-NOVA            PIC 9(02).
003500      05  AR-FALTAS-ABONADAS      PIC 9(03).
003600      05  AR-ATA-CONSELHO         PIC X(10).
003700      05  AR-ANO-PERIODO          PIC 9(06).
003800      05  AR-MEDIA-ANTERIOR       PIC 9(02).
003900      05  AR-RESULTADO-ANTERIOR   PIC X(01).
004000      05  AR-COORDENADOR          PIC X(10).
004100      05  AR-MOTIVO               PIC X(30).
