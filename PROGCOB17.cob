002800*                  AUDMAS DO ZERO; REGISTRO DUPLICADO COM O
002900*                  MESMO CONTEUDO E PULADO PARA O RERUN DA
003000*                  MESMA NOITE CONTINUAR SEGURO
003020* 15/10/2026 ALEX  CARREGA E COMPARA O NUMERO DA ATA DOS
003040*                  REGISTROS 'C' DE DECISAO DO CONSELHO DE
003060*                  CLASSE
003070* 15/10/2026 ALEX  CARREGA E COMPARA OS CAMPOS DO REGISTRO 'X'
003080*                  DE CORRECAO DE PERIODO FECHADO (PERIODO,
003090*                  MEDIA/RESULTADO ANTERIORES, COORDENADOR E
003095*                  MOTIVO)
003100******************************************************************
003200  ENVIRONMENT DIVISION.
003300  CONFIGURATION SECTION.
027830      MOVE AR-NOTA-ANTERIOR TO AM-NOTA-ANTERIOR.
027840      MOVE AR-NOTA-NOVA TO AM-NOTA-NOVA.
027850      MOVE AR-FALTAS-ABONADAS TO AM-FALTAS-ABONADAS.
027870      MOVE AR-ATA-CONSELHO TO AM-ATA-CONSELHO.
027872      MOVE AR-ANO-PERIODO TO AM-ANO-PERIODO.
027874      MOVE AR-MEDIA-ANTERIOR TO AM-MEDIA-ANTERIOR.
027876      MOVE AR-RESULTADO-ANTERIOR TO AM-RESULTADO-ANTERIOR.
027878      MOVE AR-COORDENADOR TO AM-COORDENADOR.
027880      MOVE AR-MOTIVO TO AM-MOTIVO.
027900  2350-EXIT.
028000      EXIT.
028100******************************************************************
030130          AND AM-NOTA-ANTERIOR = AR-NOTA-ANTERIOR
030140          AND AM-NOTA-NOVA = AR-NOTA-NOVA
030150          AND AM-FALTAS-ABONADAS = AR-FALTAS-ABONADAS
030170          AND AM-ATA-CONSELHO = AR-ATA-CONSELHO
030172          AND AM-ANO-PERIODO = AR-ANO-PERIODO
030174          AND AM-MEDIA-ANTERIOR = AR-MEDIA-ANTERIOR
030176          AND AM-RESULTADO-ANTERIOR = AR-RESULTADO-ANTERIOR
030178          AND AM-COORDENADOR = AR-COORDENADOR
030180          AND AM-MOTIVO = AR-MOTIVO
030200          MOVE 'Y' TO WS-GRAVADO-SW
030300      END-IF.
030400  2400-EXIT.
