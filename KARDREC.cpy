000100*-----------------------------------------------------------------
000200* KARDREC   -  LAYOUT DA MOVIMENTACAO DE ESTOQUE (KARDEX)
000300*-----------------------------------------------------------------
000400*AUTOR.      ROTINA DE ESTOQUE - EQUIPE CAIXA.
000500*DATA-ESCR.  15/10/2026.
000600* UM REGISTRO POR ALTERACAO DE REG-PROD-ESTOQUE, GRAVADO EM
000700* ORDEM CRONOLOGICA. A QUANTIDADE E COM SINAL (ENTRADAS
000800* POSITIVAS, SAIDAS NEGATIVAS) E O SALDO E O ESTOQUE DO PRODUTO
000900* APOS O MOVIMENTO. O DOCUMENTO E O NUMERO DO COMPROVANTE NA
001000* VENDA, NO ESTORNO E NA DEVOLUCAO, O NUMERO DA NOTA FISCAL NA
001100* ENTRADA DE MERCADORIA E ZERO NO AJUSTE DE BALANCO.
001200*-----------------------------------------------------------------
001300* HISTORICO DE ALTERACOES
001400* DATA       AUTOR    DESCRICAO
001500* 15/10/2026 EQP-CX   CRIACAO DO ARQUIVO DE MOVIMENTACAO.
001525* 15/10/2026 EQP-CX   BAIXA DE LOTE VENCIDO DE PRODUTO PERECIVEL
001550*                     COMO PERDA (TIPO PV), SEPARADA DO AJUSTE DE
001575*                     BALANCO.
001600*-----------------------------------------------------------------
001700 01  REG-KARDEX.
001800     03  REG-KDX-PRODUTO         PIC 9(13).
001900     03  REG-KDX-DATA            PIC 9(08).
002000     03  REG-KDX-HORA            PIC 9(08).
002100     03  REG-KDX-CAIXA           PIC X(04).
002200     03  REG-KDX-OPERADOR        PIC X(08).
002300     03  REG-KDX-TIPO            PIC X(02).
002400         88  KDX-VENDA                 VALUE 'VD'.
002500         88  KDX-ESTORNO               VALUE 'ES'.
002600         88  KDX-DEVOLUCAO             VALUE 'DV'.
002700         88  KDX-ENTRADA               VALUE 'EN'.
002800         88  KDX-AJUSTE                VALUE 'AJ'.
002850         88  KDX-PERDA-VALIDADE        VALUE 'PV'.
002900     03  REG-KDX-DOCUMENTO       PIC 9(09).
003000     03  REG-KDX-QTD             PIC S9(05)V999.
003100     03  REG-KDX-SALDO           PIC S9(05)V999.
