000100******************************************************************
000200* PRESENCA.CPY
000300* REGISTRO DO ARQUIVO DE FREQUENCIA PARA O SISTEMA PRESENCA DO
000400* MEC (BOLSA FAMILIA) - UM HEADER ('0') COM O CODIGO INEP DA
000500* ESCOLA, ANO/PERIODO, BIMESTRE E JANELA DO CALLETIV; UM
000600* DETALHE ('1') POR BENEFICIARIO COM NIS, AULAS, FALTAS
000700* LIQUIDAS DE ABONO, FREQUENCIA EM PERCENTUAL E MOTIVO; E UM
000800* TRAILER ('9') COM AS QUANTIDADES DE CONTROLE. GRAVADO PELO
000900* PROGCOB57, 80 BYTES FIXOS
001000*
001100* MODIFICATION HISTORY
001200* DATE       INIT  DESCRIPTION
001300* 15/10/2026 ALEX  ORIGINAL LAYOUT
001400******************************************************************
001500  01  PRESENCA-RECORD.
001600      05  PR-TIPO-REGISTRO        PIC X(01).
001700          88  PR-HEADER                   VALUE '0'.
001800          88  PR-DETALHE                  VALUE '1'.
001900          88  PR-TRAILER                  VALUE '9'.
002000      05  PR-DADOS                PIC X(79).
002100      05  PR-HEADER-DADOS REDEFINES PR-DADOS.
002200          10  PR-H-COD-INEP       PIC 9(08).
002300          10  PR-H-ANO-PERIODO    PIC 9(06).
002400          10  PR-H-BIMESTRE       PIC 9(01).
002500          10  PR-H-DATA-INICIO    PIC 9(08).
002600          10  PR-H-DATA-FIM       PIC 9(08).
002700          10  PR-H-DATA-GERACAO   PIC 9(08).
002800          10  FILLER              PIC X(40).
002900      05  PR-DETALHE-DADOS REDEFINES PR-DADOS.
003000          10  PR-D-NIS            PIC 9(11).
003100          10  PR-D-COD-INEP       PIC 9(08).
003200          10  PR-D-MATRICULA      PIC X(06).
003300          10  PR-D-NOME           PIC X(20).
003400          10  PR-D-TURMA          PIC X(06).
003500          10  PR-D-AULAS          PIC 9(03).
003600          10  PR-D-FALTAS         PIC 9(03).
003700          10  PR-D-FREQUENCIA     PIC 9(03).
003800          10  PR-D-MOTIVO         PIC X(02).
003900          10  FILLER              PIC X(17).
004000      05  PR-TRAILER-DADOS REDEFINES PR-DADOS.
004100          10  PR-T-QTDE-DETALHES  PIC 9(07).
004200          10  PR-T-QTDE-ABAIXO    PIC 9(07).
004300          10  FILLER              PIC X(65).
