002520* 01/09/2026 EQP-CX   LEITURA DO CABECALHO DO COMPROVANTE
002540*                     (COMPCAB) NO LUGAR DO REGISTRO UNICO
002560*                     DO ANTIGO COMPROV.
002573* 15/10/2026 EQP-CX   CAMPOS DE PONTOS DE FIDELIDADE NOS
002586*                     REGISTROS DE AUDITORIA E RECUPERACAO.
002600*-------------------------------------------------------------
002700
002800 ENVIRONMENT DIVISION.
015300         ==REG-VENDA-VALOR-PROMO== BY ==REG-AUDIT-VALOR-PROMO==
015400         ==REG-VENDA-VALOR-VALE== BY ==REG-AUDIT-VALOR-VALE==
015500         ==REG-VENDA-VALE-NUM== BY ==REG-AUDIT-VALE-NUM==
015525         ==REG-VENDA-PONTOS== BY ==REG-AUDIT-PONTOS==
015550         ==REG-VENDA-PONTOS-RESG== BY ==REG-AUDIT-PONTOS-RESG==
015575         ==REG-VENDA-VALOR-PONTOS== BY ==REG-AUDIT-VALOR-PONTOS==
015600         .
015700
015800 FD  ARQ-MOVCAIXA
021500         ==REG-VENDA-VALOR-PROMO== BY ==REG-RECUP-VALOR-PROMO==
021600         ==REG-VENDA-VALOR-VALE== BY ==REG-RECUP-VALOR-VALE==
021700         ==REG-VENDA-VALE-NUM== BY ==REG-RECUP-VALE-NUM==
021725         ==REG-VENDA-PONTOS== BY ==REG-RECUP-PONTOS==
021750         ==REG-VENDA-PONTOS-RESG== BY ==REG-RECUP-PONTOS-RESG==
021775         ==REG-VENDA-VALOR-PONTOS== BY ==REG-RECUP-VALOR-PONTOS==
021800         .
021900
022000 FD  ARQ-EXCECOES
