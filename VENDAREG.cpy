001305*                     LAYOUTS CABREC/ITEREC; ESTE LAYOUT SEGUE
001306*                     NA AUDITORIA, NA RECUPERACAO E NAS AREAS
001307*                     DE TRABALHO.
001308* 15/10/2026 EQP-CX   PONTOS DE FIDELIDADE GANHOS NA VENDA E
001310*                     PONTOS RESGATADOS COMO PAGAMENTO, COM O
001320*                     VALOR CORRESPONDENTE AO RESGATE.
001330*-----------------------------------------------------------------
001400 01  REG-VENDA.
001500     03  REG-VENDA-NUM               PIC 9(06).
001600     03  REG-VENDA-NUM-ORIGEM        PIC 9(06).
004500     03  REG-VENDA-VALOR-PROMO       PIC 9(06)V99.
004600     03  REG-VENDA-VALOR-VALE        PIC 9(06)V99.
004700     03  REG-VENDA-VALE-NUM          PIC 9(06).
004800     03  REG-VENDA-PONTOS            PIC 9(07).
004900     03  REG-VENDA-PONTOS-RESG       PIC 9(07).
005000     03  REG-VENDA-VALOR-PONTOS      PIC 9(06)V99.
