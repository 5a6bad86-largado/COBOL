001240*                  CONSULTA DO PROGCOB18 MOSTRAR A CADEIA
001250*                  COMPLETA
001260* 01/09/2026 ALEX  AM-FALTAS-ABONADAS ACOMPANHA O AUDITREC
001270* 15/10/2026 ALEX  ACOMPANHA O AUDITREC - TIPO 'C' DO
001280*                  CONSELHO DE CLASSE, RESULTADO 'C' E
001290*                  AM-ATA-CONSELHO
001292* 15/10/2026 ALEX  ACOMPANHA O AUDITREC - TIPO 'X' DA CORRECAO
001294*                  DE PERIODO FECHADO, COM PERIODO, MEDIA E
001296*                  RESULTADO ANTERIORES, COORDENADOR E MOTIVO
001300******************************************************************
001400  01  AUDIT-MASTER-RECORD.
001500      05  AM-CHAVE.
002100          88  AM-REGISTRO-ORIGINAL        VALUE 'O'.
002200          88  AM-REGISTRO-RECUPERACAO     VALUE 'M'.
002210          88  AM-REGISTRO-LANCAMENTO      VALUE 'L'.
002230          88  AM-REGISTRO-CONSELHO        VALUE 'C'.
002240          88  AM-REGISTRO-CORRECAO        VALUE 'X'.
002300      05  AM-NOTA1                PIC 9(02).
002400      05  AM-NOTA2                PIC 9(02).
002500      05  AM-NOTA3                PIC 9(02).
002600      05  AM-NOTA4                PIC 9(02).
002700      05  AM-MEDIA                PIC 9(02).
002800      05  AM-RESULTADO            PIC X(01).
002900          88  AM-APROVADO                 VALUES 'A' 'C'.
002950          88  AM-APROVADO-CONSELHO        VALUE 'C'.
003000          88  AM-REPROVADO                VALUES 'R' 'F'.
003100          88  AM-REPROVADO-FALTA          VALUE 'F'.
003200      05  AM-FREQUENCIA           PIC 9(03).
003500      05  AM-NOTA-ANTERIOR        PIC 9(02).
003600      05  AM-NOTA-NOVA            PIC 9(02).
003700      05  AM-FALTAS-ABONADAS      PIC 9(03).
003800      05  AM-ATA-CONSELHO         PIC X(10).
003900      05  AM-ANO-PERIODO          PIC 9(06).
004000      05  AM-MEDIA-ANTERIOR       PIC 9(02).
004100      05  AM-RESULTADO-ANTERIOR   PIC X(01).
004200      05  AM-COORDENADOR          PIC X(10).
004300      05  AM-MOTIVO               PIC X(30).
