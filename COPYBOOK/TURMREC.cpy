001100* MODIFICATION HISTORY
001200* DATE       INIT  DESCRIPTION
001300* 01/09/2026 ALEX  ORIGINAL LAYOUT
001320* 15/10/2026 ALEX  TM-CAPACIDADE TAMBEM LIDA NO REGISTRO DE
001340*                  MATRICULA (PROGCOB43) E NA TROCA DE TURMA
001360*                  (PROGCOB37) - TURMA LOTADA MANDA O PEDIDO PARA
001380*                  A LISTA DE ESPERA (ESPERA.CPY/VAGARTN.CPY)
001400******************************************************************
001500  01  TURMA-RECORD.
001600      05  TM-CODIGO               PIC X(06).
