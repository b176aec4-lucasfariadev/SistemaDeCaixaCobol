000100*-----------------------------------------------------------------
000200* PEDREC    -  LAYOUT DO PEDIDO DE COMPRA (ARQUIVO INDEXADO)
000300*-----------------------------------------------------------------
000400*AUTOR.      ROTINA DE COMPRAS - EQUIPE CAIXA.
000500*DATA-ESCR.  15/10/2026.
000600* UM REGISTRO POR PEDIDO, EMITIDO PARA UM FORNECEDOR (FORNREC),
000700* COM AS QUANTIDADES PEDIDAS E O CUSTO ACORDADO POR PRODUTO. A
000800* ENTRADA DE MERCADORIA ACUMULA A QUANTIDADE RECEBIDA DE CADA
000900* LINHA; O PEDIDO FICA PARCIAL (P) ENQUANTO HOUVER SALDO A
001000* RECEBER E E ENCERRADO (E) QUANDO TODAS AS LINHAS CHEGAM.
001100*-----------------------------------------------------------------
001200* HISTORICO DE ALTERACOES
001300* DATA       AUTOR    DESCRICAO
001400* 15/10/2026 EQP-CX   CRIACAO DO PEDIDO DE COMPRA.
001500*-----------------------------------------------------------------
001600 01  REG-PEDIDO.
001700     03  REG-PED-NUM             PIC 9(06).
001800     03  REG-PED-FORNECEDOR      PIC 9(05).
001900     03  REG-PED-DATA            PIC 9(08).
002000     03  REG-PED-DATA-PREVISTA   PIC 9(08).
002100     03  REG-PED-OPERADOR        PIC X(08).
002200     03  REG-PED-STATUS          PIC X(01).
002300         88  PED-ABERTO                VALUE 'A'.
002400         88  PED-PARCIAL               VALUE 'P'.
002500         88  PED-ENCERRADO             VALUE 'E'.
002600         88  PED-CANCELADO             VALUE 'C'.
002700     03  REG-PED-QTD-ITENS       PIC 9(03).
002800     03  REG-PED-ITENS OCCURS 50 TIMES.
002900         05  REG-PED-PRODUTO     PIC 9(13).
003000         05  REG-PED-QTD-PEDIDA  PIC 9(05)V999.
003100         05  REG-PED-CUSTO       PIC 9(04)V99.
003200         05  REG-PED-QTD-RECEB   PIC 9(05)V999.
