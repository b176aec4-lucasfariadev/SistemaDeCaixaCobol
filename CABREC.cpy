001400* HISTORICO DE ALTERACOES
001500* DATA       AUTOR    DESCRICAO
001600* 01/09/2026 EQP-CX   CRIACAO DO CABECALHO DO COMPROVANTE.
001633* 15/10/2026 EQP-CX   PONTOS DE FIDELIDADE GANHOS E RESGATADOS
001666*                     NA VENDA E VALOR PAGO COM PONTOS.
001700*-----------------------------------------------------------------
001800 01  REG-CAB.
001900     03  REG-CAB-NUM                 PIC 9(06).
004800     03  REG-CAB-VALOR-PROMO         PIC 9(06)V99.
004900     03  REG-CAB-VALOR-VALE          PIC 9(06)V99.
005000     03  REG-CAB-VALE-NUM            PIC 9(06).
005100     03  REG-CAB-PONTOS              PIC 9(07).
005200     03  REG-CAB-PONTOS-RESG         PIC 9(07).
005300     03  REG-CAB-VALOR-PONTOS        PIC 9(06)V99.
