000100******************************************************************
000200* LGPDWS.CPY
000300* WORKING-STORAGE FIELDS FOR THE LGPD TREATMENT LOG - PAIRS WITH
000400* LGPDREC.CPY (FD RECORD) AND LGPDRTN.CPY (PROCEDURE ROUTINES),
000500* THE SAME WAY LOCKWS/LOCKREC/LOCKRTN PAIR UP. THE INCLUDING
000600* PROGRAM MUST ALSO DECLARE
000700*     SELECT LGPD-LOG-FILE ASSIGN TO LGPDLOG
000800*         ORGANIZATION IS SEQUENTIAL
000900*         FILE STATUS IS WS-LGPDLOG-STATUS.
001000* AND HAVE WRK-DATA ALREADY ACCEPTED. PERFORM 9900-ABRIR-LGPDLOG
001100* NA ABERTURA; PARA CADA REGISTRO TRATADO MONTE WRK-LG-ACAO,
001200* WRK-LG-STUDENT-ID, WRK-LG-ARQUIVO, WRK-LG-CHAVE E
001300* WRK-LG-BASE-LEGAL (UMA DAS BASES ABAIXO) E PERFORM
001400* 9905-GRAVAR-LGPDLOG; 9909-FECHAR-LGPDLOG NO FIM
001500*
001600* MODIFICATION HISTORY
001700* DATE       INIT  DESCRIPTION
001800* 15/10/2026 ALEX  ORIGINAL
001900******************************************************************
002000  01  WS-LGPDLOG-STATUS           PIC X(02) VALUE '00'.
002100      88  WS-LGPDLOG-OK                   VALUE '00'.
002200      88  WS-LGPDLOG-NAO-EXISTE           VALUE '35'.
002300  01  WS-LGPD-DISPONIVEL-SW       PIC X(01) VALUE 'N'.
002400      88  WS-LGPD-DISPONIVEL              VALUE 'Y'.
002500  77  WRK-LG-PROGRAMA             PIC X(09) VALUE SPACES.
002600  77  WRK-LG-ACAO                 PIC X(01) VALUE SPACE.
002700  77  WRK-LG-STUDENT-ID           PIC X(06) VALUE SPACES.
002800  77  WRK-LG-ARQUIVO              PIC X(08) VALUE SPACES.
002900  77  WRK-LG-CHAVE                PIC X(20) VALUE SPACES.
003000  77  WRK-LG-BASE-LEGAL           PIC X(30) VALUE SPACES.
003100  77  WRK-LG-PROTOCOLO            PIC X(10) VALUE SPACES.
003200  01  WRK-HORA-LGPD.
003300      05  WRK-HORA-LGPD-HHMMSS    PIC 9(06).
003400      05  FILLER                  PIC 9(02).
003500******************************************************************
003600* BASES LEGAIS (LEI 13.709/2018) USADAS NO LOG
003700******************************************************************
003800  77  WRK-BASE-OBRIGACAO          PIC X(30)
003900      VALUE 'LGPD ART.16 I - OBRIG. LEGAL'.
004000  77  WRK-BASE-ESTATISTICA        PIC X(30)
004100      VALUE 'LGPD ART.16 IV - ESTATISTICA'.
004200  77  WRK-BASE-FIM-FINALIDADE     PIC X(30)
004300      VALUE 'LGPD ART.15 I - FIM FINALIDADE'.
004400  77  WRK-BASE-ACESSO-TITULAR     PIC X(30)
004500      VALUE 'LGPD ART.18 II - ACESSO DADOS'.
004600******************************************************************
004700* VALOR GRAVADO NO LUGAR DO NOME NOS REGISTROS ANONIMIZADOS
004800******************************************************************
004900  77  WRK-NOME-ANONIMO            PIC X(20)
005000      VALUE '*** ANONIMIZADO ***'.
