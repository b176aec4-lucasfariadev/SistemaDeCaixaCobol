000100*-----------------------------------------------------------------
000200* KITREC    -  LAYOUT DA COMPOSICAO DE KITS (ARQUIVO INDEXADO)
000300*-----------------------------------------------------------------
000400*AUTOR.      ROTINA DE ESTOQUE - EQUIPE CAIXA.
000500*DATA-ESCR.  15/10/2026.
000600* UM REGISTRO POR PRODUTO COMPOSTO (KIT OU CESTA), VENDIDO COM
000700* O PROPRIO CODIGO EAN, COM OS CODIGOS DOS COMPONENTES E A
000800* QUANTIDADE DE CADA UM EM UM KIT. O ESTOQUE DO KIT NAO E
000900* MOVIMENTADO: VENDA, ESTORNO E DEVOLUCAO MOVIMENTAM O ESTOQUE
001000* DOS COMPONENTES. COMPONENTE NAO PODE SER OUTRO KIT.
001100*-----------------------------------------------------------------
001200* HISTORICO DE ALTERACOES
001300* DATA       AUTOR    DESCRICAO
001400* 15/10/2026 EQP-CX   CRIACAO DA COMPOSICAO DE KITS.
001500*-----------------------------------------------------------------
001600 01  REG-KIT.
001700     03  REG-KIT-COD             PIC 9(13).
001800     03  REG-KIT-QTD-COMP        PIC 9(02).
001900     03  REG-KIT-ITENS OCCURS 20 TIMES.
002000         05  REG-KIT-COMPONENTE  PIC 9(13).
002100         05  REG-KIT-QTD         PIC 9(05)V999.
