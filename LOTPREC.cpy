000100*-----------------------------------------------------------------
000200* LOTPREC   -  LAYOUT DOS LOTES DE PRODUTO PERECIVEL (INDEXADO)
000300*-----------------------------------------------------------------
000400*AUTOR.      ROTINA DE ESTOQUE - EQUIPE CAIXA.
000500*DATA-ESCR.  15/10/2026.
000600* UM REGISTRO POR LOTE RECEBIDO DE PRODUTO PERECIVEL, COM A
000700* DATA DE VALIDADE E O SALDO AINDA NA LOJA. A CHAVE (PRODUTO,
000800* VALIDADE, LOTE) DEIXA OS LOTES DE UM PRODUTO NA ORDEM DO
000900* VENCIMENTO: A VENDA BAIXA PRIMEIRO O QUE VENCE ANTES. O
001000* LOTE VENCIDO COM SALDO E BAIXADO COMO PERDA (STATUS P).
001100*-----------------------------------------------------------------
001200* HISTORICO DE ALTERACOES
001300* DATA       AUTOR    DESCRICAO
001400* 15/10/2026 EQP-CX   CRIACAO DO CADASTRO DE LOTES.
001500*-----------------------------------------------------------------
001600 01  REG-LOTE-PROD.
001700     03  REG-LTP-CHAVE.
001800         05  REG-LTP-PRODUTO     PIC 9(13).
001900         05  REG-LTP-VALIDADE    PIC 9(08).
002000         05  REG-LTP-LOTE        PIC X(10).
002100     03  REG-LTP-DATA-ENTRADA    PIC 9(08).
002200     03  REG-LTP-NF-NUM          PIC 9(09).
002300     03  REG-LTP-QTD-RECEBIDA    PIC 9(05)V999.
002400     03  REG-LTP-SALDO           PIC 9(05)V999.
002500     03  REG-LTP-STATUS          PIC X(01).
002600         88  LTP-ABERTO                VALUE 'A'.
002700         88  LTP-ESGOTADO              VALUE 'E'.
002800         88  LTP-PERDA                 VALUE 'P'.
