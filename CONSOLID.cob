002198*                     CABECALHO + ITENS (CABCONSO/ITECONSO
002199*                     OU OS PARES DE ARQUIVOS DO PARAMETRO).
002200*-------------------------------------------------------------
002210* 15/10/2026 EQP-CX   PONTOS DE FIDELIDADE: VALOR PAGO COM
002220*                     PONTOS E PONTOS EMITIDOS NOS TOTAIS POR
002230*                     CAIXA, NO RELATORIO E NO MOVLOJA.
002240*-------------------------------------------------------------
002250
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
010400     03  REG-MOV-PIX             PIC 9(08)V99.
010500     03  REG-MOV-FIADO           PIC 9(08)V99.
010600     03  REG-MOV-VALE            PIC 9(08)V99.
010616     03  REG-MOV-PONTOS          PIC 9(08)V99.
010632     03  REG-MOV-PTS-EMIT        PIC 9(09).
010650
010700 FD  ARQ-RELATORIO
010800         LABEL RECORD IS STANDARD.
011053         ==REG-VENDA-VALOR-PROMO== BY ==REG-COMP-VALOR-PROMO==
011054         ==REG-VENDA-VALOR-VALE== BY ==REG-COMP-VALOR-VALE==
011055         ==REG-VENDA-VALE-NUM== BY ==REG-COMP-VALE-NUM==
011056         ==REG-VENDA-PONTOS== BY ==REG-COMP-PONTOS==
011057         ==REG-VENDA-PONTOS-RESG== BY ==REG-COMP-PONTOS-RESG==
011058         ==REG-VENDA-VALOR-PONTOS== BY ==REG-COMP-VALOR-PONTOS==
011059         .
011060
011100*-------------------------------------------------------------
011200* STATUS DE ARQUIVO (PADRAO COBOL DE 2 POSICOES)
011300*-------------------------------------------------------------
014400         05 CXA-PIX         PIC 9(08)V99.
014500         05 CXA-FIADO       PIC 9(08)V99.
014550         05 CXA-VALE        PIC 9(08)V99.
014566         05 CXA-PONTOS      PIC 9(08)V99.
014582         05 CXA-PTS-EMIT    PIC 9(09).
014600         05 CXA-FECHOU      PIC X(01).
014700             88 CXA-JA-FECHOU          VALUE 'S'.
014750
017700 77  WRK-LOJA-PIX           PIC 9(08)V99    VALUE ZEROS.
017800 77  WRK-LOJA-FIADO         PIC 9(08)V99    VALUE ZEROS.
017810 77  WRK-LOJA-VALE          PIC 9(08)V99    VALUE ZEROS.
017813 77  WRK-LOJA-PONTOS        PIC 9(08)V99    VALUE ZEROS.
017816 77  WRK-LOJA-PTS-EMIT      PIC 9(09)       VALUE ZEROS.
017820 77  WRK-LOJA-CUSTO         PIC 9(08)V99    VALUE ZEROS.
017830 77  WRK-MARGEM             PIC S9(08)V99   VALUE ZEROS.
017840 77  WRK-MARGEM-PCT         PIC S9(03)V99   VALUE ZEROS.
018000 77  J                      PIC 9(03)       VALUE ZEROS.
018050
018100 77  WRK-ED-QTD             PIC ZZZZ9       VALUE ZEROS.
018150 77  WRK-ED-PONTOS          PIC ZZZZZZZZ9   VALUE ZEROS.
018200 77  WRK-ED-QTD-PRO         PIC ZZZZZZ9,999 VALUE ZEROS.
018300 77  WRK-ED-VALOR           PIC $ZZZZZZZ9,99 VALUE ZEROS.
018310 77  WRK-ED-MARGEM          PIC -ZZZZZZ9,99 VALUE ZEROS.
023358     MOVE REG-CAB-CLIENTE TO REG-COMP-CLIENTE.
023360     MOVE REG-CAB-VALOR-FIADO TO REG-COMP-VALOR-FIADO.
023362     MOVE REG-CAB-VALOR-PROMO TO REG-COMP-VALOR-PROMO.
023363     MOVE REG-CAB-PONTOS TO REG-COMP-PONTOS.
023364     MOVE REG-CAB-VALOR-VALE TO REG-COMP-VALOR-VALE.
023365     MOVE REG-CAB-PONTOS-RESG TO REG-COMP-PONTOS-RESG.
023366     MOVE REG-CAB-VALE-NUM TO REG-COMP-VALE-NUM.
023367     MOVE REG-CAB-VALOR-PONTOS TO REG-COMP-VALOR-PONTOS.
023368     PERFORM 2015-LER-ITEM-MOVIMENTO
023370         THRU 2015-LER-ITEM-MOVIMENTO-EXIT
023372         VARYING J FROM 1 BY 1
025000         ADD REG-COMP-VALOR-PIX TO WRK-LOJA-PIX
025100         ADD REG-COMP-VALOR-FIADO TO WRK-LOJA-FIADO
025150         ADD REG-COMP-VALOR-VALE TO WRK-LOJA-VALE
025166         ADD REG-COMP-VALOR-PONTOS TO WRK-LOJA-PONTOS
025182         ADD REG-COMP-PONTOS TO WRK-LOJA-PTS-EMIT
025200     END-IF.
025300     PERFORM 2010-LER-MOVIMENTO
025400         THRU 2010-LER-MOVIMENTO-EXIT.
027200             MOVE ZEROS TO CXA-PIX(WRK-CXA-POS)
027300             MOVE ZEROS TO CXA-FIADO(WRK-CXA-POS)
027350             MOVE ZEROS TO CXA-VALE(WRK-CXA-POS)
027366             MOVE ZEROS TO CXA-PONTOS(WRK-CXA-POS)
027382             MOVE ZEROS TO CXA-PTS-EMIT(WRK-CXA-POS)
027400             MOVE "N" TO CXA-FECHOU(WRK-CXA-POS)
027500         ELSE
027600             DISPLAY "AVISO: TABELA DE CAIXAS CHEIA."
028400     ADD REG-COMP-VALOR-PIX TO CXA-PIX(WRK-CXA-POS).
028500     ADD REG-COMP-VALOR-FIADO TO CXA-FIADO(WRK-CXA-POS).
028550     ADD REG-COMP-VALOR-VALE TO CXA-VALE(WRK-CXA-POS).
028566     ADD REG-COMP-VALOR-PONTOS TO CXA-PONTOS(WRK-CXA-POS).
028582     ADD REG-COMP-PONTOS TO CXA-PTS-EMIT(WRK-CXA-POS).
028600 2100-ACUMULAR-CAIXA-EXIT.
028700     EXIT.
028750
041500     MOVE WRK-LOJA-PIX TO REG-MOV-PIX.
041600     MOVE WRK-LOJA-FIADO TO REG-MOV-FIADO.
041650     MOVE WRK-LOJA-VALE TO REG-MOV-VALE.
041666     MOVE WRK-LOJA-PONTOS TO REG-MOV-PONTOS.
041682     MOVE WRK-LOJA-PTS-EMIT TO REG-MOV-PTS-EMIT.
041700     WRITE REG-MOVLOJA.
041900 4000-GRAVAR-MOVLOJA-EXIT.
042000     EXIT.
043000     MOVE CXA-PIX(I) TO REG-MOV-PIX.
043100     MOVE CXA-FIADO(I) TO REG-MOV-FIADO.
043150     MOVE CXA-VALE(I) TO REG-MOV-VALE.
043166     MOVE CXA-PONTOS(I) TO REG-MOV-PONTOS.
043182     MOVE CXA-PTS-EMIT(I) TO REG-MOV-PTS-EMIT.
043200     WRITE REG-MOVLOJA.
043300 4010-GRAVAR-LINHA-CAIXA-EXIT.
043400     EXIT.
053730     STRING "VALE....: " WRK-ED-VALOR
053740         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
053750     WRITE REG-LINHA-RELCONSO FROM WRK-LINHA-RELATORIO.
053754     MOVE WRK-LOJA-PONTOS TO WRK-ED-VALOR.
053758     MOVE SPACES TO WRK-LINHA-RELATORIO.
053762     STRING "PONTOS..: " WRK-ED-VALOR
053766         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
053770     WRITE REG-LINHA-RELCONSO FROM WRK-LINHA-RELATORIO.
053774     MOVE WRK-LOJA-PTS-EMIT TO WRK-ED-PONTOS.
053778     MOVE SPACES TO WRK-LINHA-RELATORIO.
053782     STRING "PONTOS DE FIDELIDADE EMITIDOS: " WRK-ED-PONTOS
053786         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
053790     WRITE REG-LINHA-RELCONSO FROM WRK-LINHA-RELATORIO.
053800 5040-LINHAS-FORMAS-EXIT.
053900     EXIT.
053950
