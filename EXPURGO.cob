002260*                     NOVO PAR CABECALHO + ITENS (COMPCAB/
002270*                     COMPITE), COM TRABALHO EM CABTEMP/
002280*                     ITETEMP.
002285* 15/10/2026 EQP-CX   PONTOS DE FIDELIDADE DO COMPROVANTE E DE
002290*                     CADA ITEM LEVADOS AO HISTORICO E AOS
002295*                     ARQUIVOS DE TRABALHO.
002300*-------------------------------------------------------------
002350
002400 ENVIRONMENT DIVISION.
008982         ==REG-VENDA-VALOR-PROMO== BY ==REG-COMP-VALOR-PROMO==
008983         ==REG-VENDA-VALOR-VALE== BY ==REG-COMP-VALOR-VALE==
008984         ==REG-VENDA-VALE-NUM== BY ==REG-COMP-VALE-NUM==
008985         ==REG-VENDA-PONTOS== BY ==REG-COMP-PONTOS==
008986         ==REG-VENDA-PONTOS-RESG== BY ==REG-COMP-PONTOS-RESG==
008987         ==REG-VENDA-VALOR-PONTOS== BY ==REG-COMP-VALOR-PONTOS==
008988         .
008989
009000*-------------------------------------------------------------
009100* STATUS DE ARQUIVO (PADRAO COBOL DE 2 POSICOES)
009200*-------------------------------------------------------------
011380*-------------------------------------------------------------
011385 01  WRK-ITENS-DEVOLVIDOS.
011390     03 QTDDEVOLVIDA   PIC 9(03)V999   OCCURS 300 TIMES.
011391* PONTOS DE FIDELIDADE POR ITEM, LEVADOS DO MESMO MODO.
011392 01  WRK-PONTOS-ITENS.
011393     03 PONTOSITEM     PIC 9(05)       OCCURS 300 TIMES.
011395
011400*-------------------------------------------------------------
011500* CONTADORES DO PROCESSAMENTO
017558     MOVE REG-CAB-CLIENTE TO REG-COMP-CLIENTE.
017560     MOVE REG-CAB-VALOR-FIADO TO REG-COMP-VALOR-FIADO.
017562     MOVE REG-CAB-VALOR-PROMO TO REG-COMP-VALOR-PROMO.
017563     MOVE REG-CAB-PONTOS TO REG-COMP-PONTOS.
017564     MOVE REG-CAB-VALOR-VALE TO REG-COMP-VALOR-VALE.
017565     MOVE REG-CAB-PONTOS-RESG TO REG-COMP-PONTOS-RESG.
017566     MOVE REG-CAB-VALE-NUM TO REG-COMP-VALE-NUM.
017567     MOVE REG-CAB-VALOR-PONTOS TO REG-COMP-VALOR-PONTOS.
017568     PERFORM 2012-LER-ITEM-COMPROV
017570         THRU 2012-LER-ITEM-COMPROV-EXIT
017572         VARYING I FROM 1 BY 1
017724     MOVE REG-ITE-QUANTIDADE TO REG-COMP-QUANTIDADE(I).
017726     MOVE REG-ITE-VALOR-ITEM TO REG-COMP-VALOR-ITEM(I).
017728     MOVE REG-ITE-ITEM-PROMO TO REG-COMP-ITEM-PROMO(I).
017729     MOVE REG-ITE-PONTOS TO PONTOSITEM(I).
017730     MOVE REG-ITE-DESC-PROMO TO REG-COMP-DESC-PROMO(I).
017731     MOVE REG-ITE-QTD-DEVOLVIDA TO QTDDEVOLVIDA(I).
017732 2012-LER-ITEM-COMPROV-EXIT.
023210     MOVE REG-COMP-VALOR-PROMO TO REG-HIST-VALOR-PROMO.
023220     MOVE REG-COMP-VALOR-VALE TO REG-HIST-VALOR-VALE.
023230     MOVE REG-COMP-VALE-NUM TO REG-HIST-VALE-NUM.
023247     MOVE REG-COMP-PONTOS TO REG-HIST-PONTOS.
023264     MOVE REG-COMP-PONTOS-RESG TO REG-HIST-PONTOS-RESG.
023281     MOVE REG-COMP-VALOR-PONTOS TO REG-HIST-VALOR-PONTOS.
023300 2110-MONTAR-HISTORICO-EXIT.
023400     EXIT.
023450
023910         MOVE REG-COMP-ITEM-PROMO(I) TO REG-HIST-ITEM-PROMO(I)
023920         MOVE REG-COMP-DESC-PROMO(I) TO REG-HIST-DESC-PROMO(I)
023925         MOVE QTDDEVOLVIDA(I) TO REG-HIST-QTD-DEV(I)
023927         MOVE PONTOSITEM(I) TO REG-HIST-PONTOS-ITEM(I)
023930     ELSE
023940         MOVE ZEROS TO REG-HIST-PRODUTO(I)
023950         MOVE ZEROS TO REG-HIST-QUANTIDADE(I)
023970         MOVE SPACES TO REG-HIST-ITEM-PROMO(I)
023980         MOVE ZEROS TO REG-HIST-DESC-PROMO(I)
023985         MOVE ZEROS TO REG-HIST-QTD-DEV(I)
023987         MOVE ZEROS TO REG-HIST-PONTOS-ITEM(I)
023990     END-IF.
024000 2120-MONTAR-ITEM-HISTORICO-EXIT.
024100     EXIT.
024188     MOVE REG-COMP-CLIENTE TO REG-CAB-CLIENTE.
024190     MOVE REG-COMP-VALOR-FIADO TO REG-CAB-VALOR-FIADO.
024192     MOVE REG-COMP-VALOR-PROMO TO REG-CAB-VALOR-PROMO.
024193     MOVE REG-COMP-PONTOS TO REG-CAB-PONTOS.
024194     MOVE REG-COMP-VALOR-VALE TO REG-CAB-VALOR-VALE.
024195     MOVE REG-COMP-PONTOS-RESG TO REG-CAB-PONTOS-RESG.
024196     MOVE REG-COMP-VALE-NUM TO REG-CAB-VALE-NUM.
024197     MOVE REG-COMP-VALOR-PONTOS TO REG-CAB-VALOR-PONTOS.
024198 2210-MONTAR-CABECALHO-EXIT.
024200     EXIT.
024202
024216     MOVE REG-COMP-QUANTIDADE(I) TO REG-ITE-QUANTIDADE.
024218     MOVE REG-COMP-VALOR-ITEM(I) TO REG-ITE-VALOR-ITEM.
024220     MOVE REG-COMP-ITEM-PROMO(I) TO REG-ITE-ITEM-PROMO.
024221     MOVE PONTOSITEM(I) TO REG-ITE-PONTOS.
024222     MOVE REG-COMP-DESC-PROMO(I) TO REG-ITE-DESC-PROMO.
024223     MOVE QTDDEVOLVIDA(I) TO REG-ITE-QTD-DEVOLVIDA.
024224     MOVE REG-ITE TO REG-TITE.
