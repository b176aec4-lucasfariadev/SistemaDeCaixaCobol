000100*-----------------------------------------------------------------
000200* ETIQREC   -  LAYOUT DA ETIQUETA DE GONDOLA (ARQUIVO DO DIA)
000300*-----------------------------------------------------------------
000400*AUTOR.      ROTINA DE CADASTRO - EQUIPE CAIXA.
000500*DATA-ESCR.  15/10/2026.
000600* UMA ETIQUETA POR PRODUTO CUJO PRECO NO CAIXA MUDOU NO DIA:
000700* PRECO ALTERADO (A), INICIO DE PROMOCAO (I) OU FIM DE PROMOCAO
000800* (F). O PRECO E O COBRADO NO CAIXA NO DIA (O PROMOCIONAL SE HA
000900* PROMOCAO VIGENTE); O PRECO POR QUILO SO VEM PREENCHIDO PARA
001000* PRODUTO DE BALANCA.
001100*-----------------------------------------------------------------
001200* HISTORICO DE ALTERACOES
001300* DATA       AUTOR    DESCRICAO
001400* 15/10/2026 EQP-CX   CRIACAO DA ETIQUETA DE GONDOLA.
001500*-----------------------------------------------------------------
001600 01  REG-ETIQUETA.
001700     03  REG-ETQ-PRODUTO         PIC 9(13).
001800     03  REG-ETQ-DESC            PIC X(10).
001900     03  REG-ETQ-PRECO           PIC 9(02)V99.
002000     03  REG-ETQ-PRECO-KG        PIC 9(02)V99.
002100     03  REG-ETQ-PROMOCAO        PIC X(01).
002200         88  ETQ-PRECO-PROMOCIONAL     VALUE 'S'.
002300     03  REG-ETQ-PROMO-FIM       PIC 9(08).
002400     03  REG-ETQ-MOTIVO          PIC X(01).
002500         88  ETQ-PRECO-ALTERADO        VALUE 'A'.
002600         88  ETQ-INICIO-PROMOCAO       VALUE 'I'.
002700         88  ETQ-FIM-PROMOCAO          VALUE 'F'.
002800     03  REG-ETQ-DATA            PIC 9(08).
