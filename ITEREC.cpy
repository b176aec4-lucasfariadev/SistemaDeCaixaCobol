001210* 01/09/2026 EQP-CX   QUANTIDADE JA DEVOLVIDA DO ITEM, BAIXADA
001220*                     PELA DEVOLUCAO PARCIAL E CONSIDERADA NO
001230*                     ESTORNO E EM NOVAS DEVOLUCOES.
001253* 15/10/2026 EQP-CX   PONTOS DE FIDELIDADE GANHOS PELO ITEM,
001276*                     RETIRADOS NO ESTORNO E NA DEVOLUCAO.
001300*-----------------------------------------------------------------
001400 01  REG-ITE.
001500     03  REG-ITE-CAIXA               PIC X(04).
002200         88  ITE-EM-PROMOCAO               VALUE 'S'.
002300     03  REG-ITE-DESC-PROMO          PIC 9(06)V99.
002400     03  REG-ITE-QTD-DEVOLVIDA       PIC 9(03)V999.
002500     03  REG-ITE-PONTOS              PIC 9(05).
