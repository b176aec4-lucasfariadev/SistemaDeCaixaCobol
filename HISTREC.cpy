001380* 01/09/2026 EQP-CX   QUANTIDADE JA DEVOLVIDA POR ITEM, PARA A
001390*                     DEVOLUCAO PARCIAL CONTRA O HISTORICO NAO
001392*                     DEVOLVER DUAS VEZES A MESMA LINHA.
001394* 15/10/2026 EQP-CX   PONTOS DE FIDELIDADE POR ITEM E DA VENDA,
001396*                     PONTOS RESGATADOS E VALOR PAGO COM PONTOS.
001400*-----------------------------------------------------------------
001500 01  REG-HISTORICO.
001600     03  REG-HIST-CHAVE.
002920             88  HIST-ITEM-EM-PROMOCAO     VALUE 'S'.
002930         05  REG-HIST-DESC-PROMO     PIC 9(06)V99.
002940         05  REG-HIST-QTD-DEV        PIC 9(03)V999.
002970         05  REG-HIST-PONTOS-ITEM    PIC 9(05).
003000     03  REG-HIST-SUBTOTAL           PIC 9(06)V99.
003100     03  REG-HIST-TIPO-DESC          PIC X(01).
003200     03  REG-HIST-PERC-DESC          PIC 9(03)V99.
004800     03  REG-HIST-VALOR-PROMO        PIC 9(06)V99.
004900     03  REG-HIST-VALOR-VALE         PIC 9(06)V99.
005000     03  REG-HIST-VALE-NUM           PIC 9(06).
005100     03  REG-HIST-PONTOS             PIC 9(07).
005200     03  REG-HIST-PONTOS-RESG        PIC 9(07).
005300     03  REG-HIST-VALOR-PONTOS       PIC 9(06)V99.
