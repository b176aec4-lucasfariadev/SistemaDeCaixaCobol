000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EXPCONTB.
000300 AUTHOR. EQUIPE DE SISTEMAS DE CAIXA.
000400 INSTALLATION. LOJA MATRIZ.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED.
000700*-------------------------------------------------------------
000800* EXPCONTB - EXPORTACAO CONTABIL DIARIA DA LOJA
000900*-------------------------------------------------------------
001000* RODA NA SEQUENCIA NOTURNA DEPOIS DA CONSOLIDACAO (CONSOLID)
001100* E GRAVA O DIARIO CONTABIL DO DIA (LANCCONT), EM PARTIDAS
001200* DOBRADAS, A PARTIR DE:
001300*   - MOVLOJA: VENDAS DO DIA POR FORMA DE PAGAMENTO (DINHEIRO,
001400*     CARTAO, PIX, FIADO, VALE-TROCA E PONTOS DE FIDELIDADE
001500*     RESGATADOS) CONTRA A RECEITA DE VENDAS;
001600*   - MOVCAIXA DE CADA CAIXA: FUNDO DE TROCO, SUPRIMENTO,
001700*     SANGRIA E RECEBIMENTO DE FIADO;
001800*   - BAIXATIT DE CADA CAIXA: JUROS PAGOS NOS RECEBIMENTOS,
001900*     SEPARADOS DO PRINCIPAL QUE BAIXA A CONTA DE CLIENTES;
002000*   - VALETROCA: VALES EMITIDOS NAS DEVOLUCOES DO DIA;
002050*   - MOVLOJA: PONTOS DE FIDELIDADE EMITIDOS NO DIA, PELO VALOR
002075*     DO PONTO (PARAMETRO PONTOVAL);
002100*   - KARDEX DE CADA CAIXA: CUSTO DAS MERCADORIAS VENDIDAS
002200*     (VENDAS MENOS ESTORNOS) E DAS DEVOLVIDAS, AO CUSTO MEDIO
002300*     DO MESTRE DE PRODUTOS (REG-PROD-CUSTO).
002400* CADA TIPO DE MOVIMENTO E LANCADO NA CONTA INDICADA NO PLANO
002500* DE CONTAS (PLANOCTA). A EXECUCAO E DESASSISTIDA COM O
002600* ARQUIVO DE PARAMETROS PARMCONT (DATA E LISTAS DE ARQUIVOS
002700* POR CAIXA, COMO NA CONSOLIDACAO); SEM ELE A DATA E PEDIDA NO
002800* CONSOLE E OS ARQUIVOS PADRAO SAO USADOS. O DIARIO SO E
002900* GRAVADO QUANDO TODOS OS CAIXAS COM MOVIMENTO NO DIA FECHARAM
003000* (FECHCTL) E O TOTAL A DEBITO BATE COM O TOTAL A CREDITO;
003100* SENAO O ARQUIVO FICA VAZIO E O PROGRAMA TERMINA COM
003200* RETURN-CODE 8. O RESUMO DA EXECUCAO VAI PARA LOTELOG.
003300*-------------------------------------------------------------
003400* HISTORICO DE ALTERACOES
003500* DATA       AUTOR    DESCRICAO
003600* 15/10/2026 EQP-CX   CRIACAO DA EXPORTACAO CONTABIL DIARIA.
003633* 15/10/2026 EQP-CX   VENDAS PAGAS COM PONTOS DE FIDELIDADE A
003666*                     DEBITO DOS PONTOS A RESGATAR (TIPO PONTOS).
003675* 15/10/2026 EQP-CX   PONTOS DE FIDELIDADE EMITIDOS LANCADOS NA
003685*                     DESPESA DE FIDELIDADE (DESPFIDE) CONTRA OS
003695*                     PONTOS A RESGATAR, PELO VALOR DO PONTO.
003700*-------------------------------------------------------------
003800
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER. LOJA-MATRIZ.
004200 OBJECT-COMPUTER. LOJA-MATRIZ.
004300
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT ARQ-MOVLOJA ASSIGN TO "MOVLOJA"
004700         ORGANIZATION IS SEQUENTIAL
004800         ACCESS MODE IS SEQUENTIAL
004900         FILE STATUS IS WRK-FS-MOVLOJA.
005000
005100     SELECT ARQ-MOVCAIXA ASSIGN TO WRK-NOME-MOVCAIXA
005200         ORGANIZATION IS SEQUENTIAL
005300         ACCESS MODE IS SEQUENTIAL
005400         FILE STATUS IS WRK-FS-MOVCAIXA.
005500
005600     SELECT ARQ-BAIXATIT ASSIGN TO WRK-NOME-BAIXATIT
005700         ORGANIZATION IS SEQUENTIAL
005800         ACCESS MODE IS SEQUENTIAL
005900         FILE STATUS IS WRK-FS-BAIXATIT.
006000
006100     SELECT ARQ-KARDEX ASSIGN TO WRK-NOME-KARDEX
006200         ORGANIZATION IS SEQUENTIAL
006300         ACCESS MODE IS SEQUENTIAL
006400         FILE STATUS IS WRK-FS-KARDEX.
006500
006600     SELECT ARQ-CONTROLE ASSIGN TO WRK-NOME-CONTROLE
006700         ORGANIZATION IS SEQUENTIAL
006800         ACCESS MODE IS SEQUENTIAL
006900         FILE STATUS IS WRK-FS-CONTROLE.
007000
007100     SELECT ARQ-VALE ASSIGN TO "VALETROCA"
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS SEQUENTIAL
007400         RECORD KEY IS REG-VALE-NUM
007500         FILE STATUS IS WRK-FS-VALE.
007600
007700     SELECT ARQ-PRODUTO ASSIGN TO "PRODUTO"
007800         ORGANIZATION IS INDEXED
007900         ACCESS MODE IS DYNAMIC
008000         RECORD KEY IS REG-PROD-COD
008100         FILE STATUS IS WRK-FS-PRODUTO.
008200
008300     SELECT ARQ-PLANO ASSIGN TO "PLANOCTA"
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         ACCESS MODE IS SEQUENTIAL
008600         FILE STATUS IS WRK-FS-PLANO.
008700
008800     SELECT ARQ-PARAMETRO ASSIGN TO "PARMCONT"
008900         ORGANIZATION IS LINE SEQUENTIAL
009000         ACCESS MODE IS SEQUENTIAL
009100         FILE STATUS IS WRK-FS-PARM.
009200
009300     SELECT ARQ-LOTELOG ASSIGN TO "LOTELOG"
009400         ORGANIZATION IS SEQUENTIAL
009500         ACCESS MODE IS SEQUENTIAL
009600         FILE STATUS IS WRK-FS-LOTELOG.
009700
009800     SELECT ARQ-LANCAMENTO ASSIGN TO "LANCCONT"
009900         ORGANIZATION IS LINE SEQUENTIAL
010000         ACCESS MODE IS SEQUENTIAL
010100         FILE STATUS IS WRK-FS-LANCTO.
010200
010300 DATA DIVISION.
010400 FILE SECTION.
010500
010600 FD  ARQ-MOVLOJA
010700         LABEL RECORD IS STANDARD.
010800 01  REG-MOVLOJA.
010900     03  REG-MOV-TIPO            PIC X(01).
011000         88  MOV-LINHA-CAIXA           VALUE 'C'.
011100         88  MOV-LINHA-TOTAL           VALUE 'T'.
011200     03  REG-MOV-DATA            PIC 9(08).
011300     03  REG-MOV-CAIXA           PIC X(04).
011400     03  REG-MOV-QTD-VENDAS      PIC 9(05).
011500     03  REG-MOV-TOTAL           PIC 9(08)V99.
011600     03  REG-MOV-DINHEIRO        PIC 9(08)V99.
011700     03  REG-MOV-CARTAO          PIC 9(08)V99.
011800     03  REG-MOV-PIX             PIC 9(08)V99.
011900     03  REG-MOV-FIADO           PIC 9(08)V99.
012000     03  REG-MOV-VALE            PIC 9(08)V99.
012033     03  REG-MOV-PONTOS          PIC 9(08)V99.
012066     03  REG-MOV-PTS-EMIT        PIC 9(09).
012100
012200 FD  ARQ-MOVCAIXA
012300         LABEL RECORD IS STANDARD.
012400 01  REG-MOVCAIXA.
012500     03  REG-MCX-CAIXA          PIC X(04).
012600     03  REG-MCX-DATA           PIC 9(08).
012700     03  REG-MCX-HORA           PIC 9(08).
012800     03  REG-MCX-TIPO           PIC X(01).
012900         88  MCX-FUNDO-TROCO          VALUE 'F'.
013000         88  MCX-SUPRIMENTO           VALUE 'S'.
013100         88  MCX-SANGRIA              VALUE 'G'.
013200         88  MCX-RECEBIMENTO          VALUE 'R'.
013300     03  REG-MCX-VALOR          PIC 9(06)V99.
013400     03  REG-MCX-OPERADOR       PIC X(08).
013500     03  REG-MCX-MOTIVO         PIC X(20).
013600
013700 FD  ARQ-BAIXATIT
013800         LABEL RECORD IS STANDARD.
013900     COPY BXTREC.
014000
014100 FD  ARQ-KARDEX
014200         LABEL RECORD IS STANDARD.
014300     COPY KARDREC.
014400
014500 FD  ARQ-CONTROLE
014600         LABEL RECORD IS STANDARD.
014700 01  REG-FECHCTL.
014800     03  REG-FCT-CAIXA           PIC X(04).
014900     03  REG-FCT-DATA            PIC 9(08).
015000     03  REG-FCT-HORA            PIC 9(08).
015100     03  REG-FCT-OPERADOR        PIC X(08).
015200
015300 FD  ARQ-VALE
015400         LABEL RECORD IS STANDARD.
015500     COPY VALEREC.
015600
015700 FD  ARQ-PRODUTO
015800         LABEL RECORD IS STANDARD.
015900     COPY PRODREC.
016000
016100*-------------------------------------------------------------
016200* PLANO DE CONTAS: UMA LINHA POR TIPO DE MOVIMENTO, COM A
016300* CONTA CONTABIL ONDE ELE E LANCADO.
016400*-------------------------------------------------------------
016500 FD  ARQ-PLANO
016600         LABEL RECORD IS STANDARD.
016700 01  REG-PLANO.
016800     03  REG-PLA-MOVIMENTO       PIC X(08).
016900     03  FILLER                  PIC X(01).
017000     03  REG-PLA-CONTA           PIC X(12).
017100     03  FILLER                  PIC X(01).
017200     03  REG-PLA-DESCRICAO       PIC X(30).
017300     03  FILLER                  PIC X(28).
017400
017500 FD  ARQ-PARAMETRO
017600         LABEL RECORD IS STANDARD.
017700 01  REG-PARAMETRO.
017800     03  REG-PARM-TIPO           PIC X(08).
017900     03  FILLER                  PIC X(01).
018000     03  REG-PARM-VALOR          PIC X(30).
018100     03  FILLER                  PIC X(41).
018200
018300 FD  ARQ-LOTELOG
018400         LABEL RECORD IS STANDARD.
018500     COPY LOTEREC.
018600
018700*-------------------------------------------------------------
018800* DIARIO CONTABIL: UMA LINHA POR PARTIDA. AS PARTIDAS DE UM
018900* MESMO LANCAMENTO TEM O MESMO NUMERO; NATUREZA D (DEBITO) OU
019000* C (CREDITO).
019100*-------------------------------------------------------------
019200 FD  ARQ-LANCAMENTO
019300         LABEL RECORD IS STANDARD.
019400 01  REG-LANCAMENTO.
019500     03  REG-LCT-DATA            PIC 9(08).
019600     03  REG-LCT-NUM             PIC 9(04).
019700     03  REG-LCT-NATUREZA        PIC X(01).
019800         88  LCT-DEBITO                VALUE 'D'.
019900         88  LCT-CREDITO               VALUE 'C'.
020000     03  REG-LCT-CONTA           PIC X(12).
020100     03  REG-LCT-VALOR           PIC 9(09)V99.
020200     03  REG-LCT-MOVIMENTO       PIC X(08).
020300     03  REG-LCT-HISTORICO       PIC X(30).
020400
020500 WORKING-STORAGE SECTION.
020600*-------------------------------------------------------------
020700* STATUS DE ARQUIVO (PADRAO COBOL DE 2 POSICOES)
020800*-------------------------------------------------------------
020900 77  WRK-FS-MOVLOJA         PIC X(02)       VALUE "00".
021000
021100 77  WRK-FS-MOVCAIXA        PIC X(02)       VALUE "00".
021200
021300 77  WRK-FS-BAIXATIT        PIC X(02)       VALUE "00".
021400
021500 77  WRK-FS-KARDEX          PIC X(02)       VALUE "00".
021600
021700 77  WRK-FS-CONTROLE        PIC X(02)       VALUE "00".
021800
021900 77  WRK-FS-VALE            PIC X(02)       VALUE "00".
022000
022100 77  WRK-FS-PRODUTO         PIC X(02)       VALUE "00".
022200
022300 77  WRK-FS-PLANO           PIC X(02)       VALUE "00".
022400
022500 77  WRK-FS-PARM            PIC X(02)       VALUE "00".
022600
022700 77  WRK-FS-LOTELOG         PIC X(02)       VALUE "00".
022800
022900 77  WRK-FS-LANCTO          PIC X(02)       VALUE "00".
023000
023100*-------------------------------------------------------------
023200* CHAVES DE CONDICAO (SWITCHES) DO PROGRAMA
023300*-------------------------------------------------------------
023400 01  WRK-SWITCHES.
023500     03 WRK-SW-EOF-ARQUIVO   PIC X(01) VALUE "N".
023600         88 FIM-ARQUIVO                  VALUE "S".
023700     03 WRK-SW-EOF-PARM       PIC X(01) VALUE "N".
023800         88 FIM-PARAMETRO                VALUE "S".
023900     03 WRK-SW-COM-PARM       PIC X(01) VALUE "N".
024000         88 COM-PARAMETROS               VALUE "S".
024100     03 WRK-SW-TOTAL-LOJA     PIC X(01) VALUE "N".
024200         88 ACHOU-TOTAL-LOJA             VALUE "S".
024300     03 WRK-SW-PRODUTO        PIC X(01) VALUE "N".
024400         88 PRODUTO-ABERTO               VALUE "S".
024500
024600*-------------------------------------------------------------
024700* DATA DO MOVIMENTO A EXPORTAR
024800*-------------------------------------------------------------
024900 77  WRK-DATA-MOVTO         PIC 9(08)       VALUE ZEROS.
025000
025010*-------------------------------------------------------------
025020* VALOR DO PONTO DE FIDELIDADE (PARAMETRO PONTOVAL, O MESMO
025030* DO PDV) PARA LANCAR OS PONTOS EMITIDOS NO DIA.
025040*-------------------------------------------------------------
025050 01  WRK-PARM-PONTO.
025060     03 WRK-VALOR-PONTO       PIC 9(01)V999   VALUE 0.010.
025070     03 WRK-VALOR-PONTO-X REDEFINES WRK-VALOR-PONTO
025080                              PIC X(04).
025090
025100*-------------------------------------------------------------
025200* EXECUCAO DESASSISTIDA: NOMES DOS ARQUIVOS DE CADA CAIXA (DO
025300* PARAMETRO OU OS PADROES), RESUMO DA EXECUCAO (LOTELOG) E RC.
025400*-------------------------------------------------------------
025500 77  WRK-NOME-MOVCAIXA      PIC X(30)       VALUE "MOVCAIXA".
025600 77  WRK-NOME-BAIXATIT      PIC X(30)       VALUE "BAIXATIT".
025700 77  WRK-NOME-KARDEX        PIC X(30)       VALUE "KARDEX".
025800 77  WRK-NOME-CONTROLE      PIC X(30)       VALUE "CTLCONSO".
025900 77  WRK-RC                 PIC 9(02)       VALUE ZEROS.
026000 77  WRK-DATA-EXEC          PIC 9(08)       VALUE ZEROS.
026100 77  WRK-HORA-EXEC          PIC 9(08)       VALUE ZEROS.
026200 77  WRK-MAX-ARQ            PIC 9(02)       VALUE 20.
026300 77  WRK-QTD-ARQ-MCX        PIC 9(02)       VALUE ZEROS.
026400 77  WRK-QTD-ARQ-BXT        PIC 9(02)       VALUE ZEROS.
026500 77  WRK-QTD-ARQ-KDX        PIC 9(02)       VALUE ZEROS.
026600 77  WRK-QTD-ARQ-CTL        PIC 9(02)       VALUE ZEROS.
026700 77  K                      PIC 9(02)       VALUE ZEROS.
026800
026900 01  WRK-TAB-ARQ-MCX.
027000     03 ARQMCX              PIC X(30)       OCCURS 20 TIMES.
027100
027200 01  WRK-TAB-ARQ-BXT.
027300     03 ARQBXT              PIC X(30)       OCCURS 20 TIMES.
027400
027500 01  WRK-TAB-ARQ-KDX.
027600     03 ARQKDX              PIC X(30)       OCCURS 20 TIMES.
027700
027800 01  WRK-TAB-ARQ-CTL.
027900     03 ARQCTL              PIC X(30)       OCCURS 20 TIMES.
028000
028100*-------------------------------------------------------------
028200* PLANO DE CONTAS CARREGADO DE PLANOCTA
028300*-------------------------------------------------------------
028400 77  WRK-MAX-PLA            PIC 9(02)       VALUE 30.
028500 77  WRK-PLA-USADOS         PIC 9(02)       VALUE ZEROS.
028600 77  WRK-PLA-POS            PIC 9(02)       VALUE ZEROS.
028700
028800 01  WRK-TAB-PLANO.
028900     03 WRK-PLA-ITEM OCCURS 30 TIMES.
029000         05 PLA-MOVIMENTO   PIC X(08).
029100         05 PLA-CONTA       PIC X(12).
029200
029300*-------------------------------------------------------------
029400* CAIXAS COM MOVIMENTO NO DIA (MOVLOJA E MOVCAIXA).
029500* CXA-FECHOU MARCA OS QUE GRAVARAM O CONTROLE DE FECHAMENTO.
029600*-------------------------------------------------------------
029700 77  WRK-MAX-CXA            PIC 9(02)       VALUE 20.
029800 77  WRK-CXA-USADOS         PIC 9(02)       VALUE ZEROS.
029900 77  WRK-CXA-POS            PIC 9(02)       VALUE ZEROS.
030000 77  WRK-CXA-PROCURA        PIC X(04)       VALUE SPACES.
030100 77  WRK-CXA-ABERTOS        PIC 9(02)       VALUE ZEROS.
030200
030300 01  WRK-TAB-CAIXAS.
030400     03 WRK-CXA-ITEM OCCURS 20 TIMES.
030500         05 CXA-CAIXA       PIC X(04).
030600         05 CXA-FECHOU      PIC X(01).
030700             88 CXA-JA-FECHOU          VALUE 'S'.
030800
030900*-------------------------------------------------------------
031000* VALORES DO DIA POR TIPO DE MOVIMENTO
031100*-------------------------------------------------------------
031200 77  WRK-VDA-TOTAL          PIC 9(08)V99    VALUE ZEROS.
031300 77  WRK-VDA-DINHEIRO       PIC 9(08)V99    VALUE ZEROS.
031400 77  WRK-VDA-CARTAO         PIC 9(08)V99    VALUE ZEROS.
031500 77  WRK-VDA-PIX            PIC 9(08)V99    VALUE ZEROS.
031600 77  WRK-VDA-FIADO          PIC 9(08)V99    VALUE ZEROS.
031700 77  WRK-VDA-VALE           PIC 9(08)V99    VALUE ZEROS.
031750 77  WRK-VDA-PONTOS         PIC 9(08)V99    VALUE ZEROS.
031760 77  WRK-PTS-EMITIDOS       PIC 9(09)       VALUE ZEROS.
031770 77  WRK-PTS-EMIT-VALOR     PIC 9(08)V99    VALUE ZEROS.
031800 77  WRK-MCX-FUNDO          PIC 9(08)V99    VALUE ZEROS.
031900 77  WRK-MCX-SUPRIMENTO     PIC 9(08)V99    VALUE ZEROS.
032000 77  WRK-MCX-SANGRIA        PIC 9(08)V99    VALUE ZEROS.
032100 77  WRK-MCX-RECEBIDO       PIC 9(08)V99    VALUE ZEROS.
032200 77  WRK-BXT-JUROS          PIC 9(08)V99    VALUE ZEROS.
032300 77  WRK-VALE-EMITIDO       PIC 9(08)V99    VALUE ZEROS.
032400 77  WRK-CMV-VENDAS         PIC S9(08)V99   VALUE ZEROS.
032500 77  WRK-CMV-DEVOLUCAO      PIC S9(08)V99   VALUE ZEROS.
032600 77  WRK-CUSTO-MOV          PIC S9(08)V99   VALUE ZEROS.
032700 77  WRK-QTD-SEM-CUSTO      PIC 9(05)       VALUE ZEROS.
032800
032900*-------------------------------------------------------------
033000* PARTIDAS DO DIARIO MONTADAS ANTES DA GRAVACAO. A PARTIDA A
033100* INCLUIR VEM EM WRK-LIN-*; VALOR NEGATIVO INVERTE A NATUREZA.
033200*-------------------------------------------------------------
033300 77  WRK-MAX-LIN            PIC 9(02)       VALUE 40.
033400 77  WRK-LIN-USADAS         PIC 9(02)       VALUE ZEROS.
033500 77  WRK-LCT-NUM            PIC 9(04)       VALUE ZEROS.
033600 77  WRK-LIN-NATUREZA       PIC X(01)       VALUE SPACES.
033700 77  WRK-LIN-MOVIMENTO      PIC X(08)       VALUE SPACES.
033800 77  WRK-LIN-VALOR          PIC S9(09)V99   VALUE ZEROS.
033900 77  WRK-LIN-HISTORICO      PIC X(30)       VALUE SPACES.
034000 77  WRK-TOT-DEBITO         PIC 9(09)V99    VALUE ZEROS.
034100 77  WRK-TOT-CREDITO        PIC 9(09)V99    VALUE ZEROS.
034200 77  WRK-QTD-GRAVADAS       PIC 9(07)       VALUE ZEROS.
034300
034400 01  WRK-TAB-LINHAS.
034500     03 WRK-LIN-ITEM OCCURS 40 TIMES.
034600         05 LIN-NUM         PIC 9(04).
034700         05 LIN-NATUREZA    PIC X(01).
034800         05 LIN-CONTA       PIC X(12).
034900         05 LIN-VALOR       PIC 9(09)V99.
035000         05 LIN-MOVIMENTO   PIC X(08).
035100         05 LIN-HISTORICO   PIC X(30).
035200
035300 77  I                      PIC 9(03)       VALUE ZEROS.
035400
035500 77  WRK-ED-VALOR           PIC $ZZZZZZZZ9,99 VALUE ZEROS.
035600 77  WRK-ED-VALOR2          PIC $ZZZZZZZZ9,99 VALUE ZEROS.
035700
035800 PROCEDURE DIVISION.
035900
036000 0000-MAINLINE.
036100     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
036200     IF WRK-RC = ZEROS
036300         PERFORM 2000-LER-MOVLOJA THRU 2000-LER-MOVLOJA-EXIT
036400     END-IF.
036500     IF WRK-RC = ZEROS
036600         PERFORM 3000-LER-MOVCAIXA THRU 3000-LER-MOVCAIXA-EXIT
036700         PERFORM 3500-LER-BAIXAS THRU 3500-LER-BAIXAS-EXIT
036800         PERFORM 4000-LER-VALES THRU 4000-LER-VALES-EXIT
036900         PERFORM 4500-LER-KARDEX THRU 4500-LER-KARDEX-EXIT
037000     END-IF.
037100     IF WRK-RC = ZEROS
037200         PERFORM 5000-VERIFICAR-FECHAMENTO
037300             THRU 5000-VERIFICAR-FECHAMENTO-EXIT
037400         PERFORM 6000-MONTAR-LANCAMENTOS
037500             THRU 6000-MONTAR-LANCAMENTOS-EXIT
037600         PERFORM 7000-CONFERIR-PARTIDAS
037700             THRU 7000-CONFERIR-PARTIDAS-EXIT
037800     END-IF.
037900     PERFORM 8000-GRAVAR-DIARIO THRU 8000-GRAVAR-DIARIO-EXIT.
038000     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
038100     STOP RUN.
038200 0000-MAINLINE-EXIT.
038300     EXIT.
038400
038500*-------------------------------------------------------------
038600 1000-INICIALIZAR.
038700     DISPLAY "=============================================".
038800     DISPLAY " EXPCONTB - EXPORTACAO CONTABIL DIARIA".
038900     DISPLAY "=============================================".
039000     PERFORM 1100-LER-PARAMETROS
039100         THRU 1100-LER-PARAMETROS-EXIT.
039200     IF NOT COM-PARAMETROS
039300         DISPLAY "DATA DO MOVIMENTO (AAAAMMDD): "
039400             WITH NO ADVANCING
039500         ACCEPT WRK-DATA-MOVTO
039600     END-IF.
039700     IF WRK-QTD-ARQ-MCX = ZEROS
039800         MOVE 1 TO WRK-QTD-ARQ-MCX
039900         MOVE "MOVCAIXA" TO ARQMCX(1)
040000     END-IF.
040100     IF WRK-QTD-ARQ-BXT = ZEROS
040200         MOVE 1 TO WRK-QTD-ARQ-BXT
040300         MOVE "BAIXATIT" TO ARQBXT(1)
040400     END-IF.
040500     IF WRK-QTD-ARQ-KDX = ZEROS
040600         MOVE 1 TO WRK-QTD-ARQ-KDX
040700         MOVE "KARDEX" TO ARQKDX(1)
040800     END-IF.
040900     IF WRK-QTD-ARQ-CTL = ZEROS
041000         MOVE 1 TO WRK-QTD-ARQ-CTL
041100         MOVE "CTLCONSO" TO ARQCTL(1)
041200     END-IF.
041300     IF WRK-RC NOT = ZEROS
041400         GO TO 1000-INICIALIZAR-EXIT
041500     END-IF.
041600     IF WRK-DATA-MOVTO = ZEROS
041700         DISPLAY "DATA DO MOVIMENTO INVALIDA."
041800         MOVE 8 TO WRK-RC
041900         GO TO 1000-INICIALIZAR-EXIT
042000     END-IF.
042100     PERFORM 1200-CARREGAR-PLANO THRU 1200-CARREGAR-PLANO-EXIT.
042200     IF WRK-RC NOT = ZEROS
042300         GO TO 1000-INICIALIZAR-EXIT
042400     END-IF.
042500     OPEN INPUT ARQ-PRODUTO.
042600     IF WRK-FS-PRODUTO NOT = "00"
042700         DISPLAY "MESTRE PRODUTO INDISPONIVEL. SEM ELE NAO HA"
042800         DISPLAY "CUSTO DAS MERCADORIAS VENDIDAS. FS="
042900             WRK-FS-PRODUTO
043000         MOVE 8 TO WRK-RC
043100         GO TO 1000-INICIALIZAR-EXIT
043200     END-IF.
043300     MOVE "S" TO WRK-SW-PRODUTO.
043400 1000-INICIALIZAR-EXIT.
043500     EXIT.
043600
043700*-------------------------------------------------------------
043800* LE O ARQUIVO DE PARAMETROS PARMCONT, QUANDO PRESENTE:
043900*   DATA     AAAAMMDD   - DATA DO MOVIMENTO A EXPORTAR
044000*   MOVCAIXA ARQUIVO    - UM ARQUIVO MOVCAIXA DE CAIXA
044100*   BAIXATIT ARQUIVO    - UM ARQUIVO BAIXATIT DE CAIXA
044200*   KARDEX   ARQUIVO    - UM ARQUIVO KARDEX DE CAIXA
044300*   CONTROLE ARQUIVO    - UM ARQUIVO FECHCTL DE CAIXA
044320*   PONTOVAL 9999       - VALOR DO PONTO DE FIDELIDADE (9V999,
044340*                         PADRAO 0010), O MESMO DO PDV
044400* SEM O ARQUIVO O PROGRAMA SEGUE NO MODO DE CONSOLE.
044500*-------------------------------------------------------------
044600 1100-LER-PARAMETROS.
044700     OPEN INPUT ARQ-PARAMETRO.
044800     IF WRK-FS-PARM NOT = "00"
044900         GO TO 1100-LER-PARAMETROS-EXIT
045000     END-IF.
045100     MOVE "S" TO WRK-SW-COM-PARM.
045200     MOVE "N" TO WRK-SW-EOF-PARM.
045300     PERFORM 1110-LER-PARAMETRO THRU 1110-LER-PARAMETRO-EXIT.
045400     PERFORM 1120-TRATAR-PARAMETRO
045500         THRU 1120-TRATAR-PARAMETRO-EXIT
045600         UNTIL FIM-PARAMETRO.
045700     CLOSE ARQ-PARAMETRO.
045800 1100-LER-PARAMETROS-EXIT.
045900     EXIT.
046000
046100*-------------------------------------------------------
046200 1110-LER-PARAMETRO.
046300     READ ARQ-PARAMETRO
046400         AT END
046500             MOVE "S" TO WRK-SW-EOF-PARM
046600     END-READ.
046700 1110-LER-PARAMETRO-EXIT.
046800     EXIT.
046900
047000*-------------------------------------------------------
047100 1120-TRATAR-PARAMETRO.
047200     EVALUATE REG-PARM-TIPO
047300         WHEN "DATA"
047400             IF REG-PARM-VALOR(1:8) IS NUMERIC
047500                 MOVE REG-PARM-VALOR(1:8) TO WRK-DATA-MOVTO
047600             ELSE
047700                 DISPLAY "PARAMETRO DATA INVALIDO: "
047800                     REG-PARM-VALOR
047900                 MOVE 8 TO WRK-RC
048000             END-IF
048100         WHEN "MOVCAIXA"
048200             IF WRK-QTD-ARQ-MCX < WRK-MAX-ARQ
048300                 ADD 1 TO WRK-QTD-ARQ-MCX
048400                 MOVE REG-PARM-VALOR
048500                     TO ARQMCX(WRK-QTD-ARQ-MCX)
048600             ELSE
048700                 DISPLAY "AVISO: LISTA MOVCAIXA CHEIA."
048800                 MOVE 8 TO WRK-RC
048900             END-IF
049000         WHEN "BAIXATIT"
049100             IF WRK-QTD-ARQ-BXT < WRK-MAX-ARQ
049200                 ADD 1 TO WRK-QTD-ARQ-BXT
049300                 MOVE REG-PARM-VALOR
049400                     TO ARQBXT(WRK-QTD-ARQ-BXT)
049500             ELSE
049600                 DISPLAY "AVISO: LISTA BAIXATIT CHEIA."
049700                 MOVE 8 TO WRK-RC
049800             END-IF
049900         WHEN "KARDEX"
050000             IF WRK-QTD-ARQ-KDX < WRK-MAX-ARQ
050100                 ADD 1 TO WRK-QTD-ARQ-KDX
050200                 MOVE REG-PARM-VALOR
050300                     TO ARQKDX(WRK-QTD-ARQ-KDX)
050400             ELSE
050500                 DISPLAY "AVISO: LISTA DE ARQUIVOS KARDEX CHEIA."
050600                 MOVE 8 TO WRK-RC
050700             END-IF
050800         WHEN "CONTROLE"
050900             IF WRK-QTD-ARQ-CTL < WRK-MAX-ARQ
051000                 ADD 1 TO WRK-QTD-ARQ-CTL
051100                 MOVE REG-PARM-VALOR
051200                     TO ARQCTL(WRK-QTD-ARQ-CTL)
051300             ELSE
051400                 DISPLAY "AVISO: LISTA DE ARQUIVOS CTL CHEIA."
051500                 MOVE 8 TO WRK-RC
051600             END-IF
051610         WHEN "PONTOVAL"
051620             IF REG-PARM-VALOR(1:4) IS NUMERIC
051630                 MOVE REG-PARM-VALOR(1:4) TO WRK-VALOR-PONTO-X
051640             ELSE
051650                 DISPLAY "PARAMETRO PONTOVAL INVALIDO: "
051660                     REG-PARM-VALOR
051670                 MOVE 8 TO WRK-RC
051680             END-IF
051700         WHEN SPACES
051800             CONTINUE
051900         WHEN OTHER
052000             DISPLAY "PARAMETRO DESCONHECIDO: " REG-PARM-TIPO
052100             MOVE 8 TO WRK-RC
052200     END-EVALUATE.
052300     PERFORM 1110-LER-PARAMETRO THRU 1110-LER-PARAMETRO-EXIT.
052400 1120-TRATAR-PARAMETRO-EXIT.
052500     EXIT.
052600
052700*-------------------------------------------------------------
052800* CARREGA O PLANO DE CONTAS (PLANOCTA). TIPOS DE MOVIMENTO:
052900*   DINHEIRO - GAVETA DOS CAIXAS (VENDAS EM DINHEIRO, FUNDO,
053000*              SUPRIMENTO E RECEBIMENTO A DEBITO; SANGRIA A
053100*              CREDITO)
053200*   CARTAO   - CARTAO A RECEBER         PIX      - PIX
053300*   FIADO    - CLIENTES A RECEBER (VENDA FIADA A DEBITO,
053400*              PRINCIPAL RECEBIDO A CREDITO)
053500*   VALE     - VALE-TROCA A RESGATAR (EMISSAO A CREDITO,
053600*              RESGATE NA VENDA A DEBITO)
053633*   PONTOS   - PONTOS DE FIDELIDADE A RESGATAR (EMISSAO A
053666*              CREDITO, RESGATE NA VENDA A DEBITO)
053680*   DESPFIDE - DESPESA DE FIDELIDADE (PONTOS EMITIDOS, A
053690*              DEBITO)
053700*   RECEITA  - RECEITA DE VENDAS        DEVOLUC  - DEVOLUCOES
053800*   JUROS    - JUROS DE ATRASO RECEBIDOS
053900*   CMV      - CUSTO DAS MERCADORIAS VENDIDAS
054000*   ESTOQUE  - ESTOQUE DE MERCADORIAS
054100*   FUNDO, SUPRIM, SANGRIA - CONTRAPARTIDA (TESOURARIA) DO
054200*              FUNDO DE TROCO, DO SUPRIMENTO E DA SANGRIA
054300* TIPO REPETIDO FICA COM A ULTIMA CONTA LIDA.
054400*-------------------------------------------------------------
054500 1200-CARREGAR-PLANO.
054600     OPEN INPUT ARQ-PLANO.
054700     IF WRK-FS-PLANO NOT = "00"
054800         DISPLAY "PLANO DE CONTAS (PLANOCTA) INDISPONIVEL. FS="
054900             WRK-FS-PLANO
055000         MOVE 8 TO WRK-RC
055100         GO TO 1200-CARREGAR-PLANO-EXIT
055200     END-IF.
055300     MOVE "N" TO WRK-SW-EOF-ARQUIVO.
055400     PERFORM 1210-LER-PLANO THRU 1210-LER-PLANO-EXIT.
055500     PERFORM 1220-GUARDAR-CONTA THRU 1220-GUARDAR-CONTA-EXIT
055600         UNTIL FIM-ARQUIVO.
055700     CLOSE ARQ-PLANO.
055800     IF WRK-PLA-USADOS = ZEROS
055900         DISPLAY "PLANO DE CONTAS VAZIO."
056000         MOVE 8 TO WRK-RC
056100     END-IF.
056200 1200-CARREGAR-PLANO-EXIT.
056300     EXIT.
056400
056500*-------------------------------------------------------
056600 1210-LER-PLANO.
056700     READ ARQ-PLANO
056800         AT END
056900             MOVE "S" TO WRK-SW-EOF-ARQUIVO
057000     END-READ.
057100 1210-LER-PLANO-EXIT.
057200     EXIT.
057300
057400*-------------------------------------------------------
057500 1220-GUARDAR-CONTA.
057600     IF REG-PLA-MOVIMENTO = SPACES
057700         OR REG-PLA-MOVIMENTO(1:1) = "*"
057800         GO TO 1220-GUARDAR-CONTA-PROXIMA
057900     END-IF.
058000     IF REG-PLA-CONTA = SPACES
058100         DISPLAY "PLANO DE CONTAS SEM CONTA PARA "
058200             REG-PLA-MOVIMENTO
058300         MOVE 8 TO WRK-RC
058400         GO TO 1220-GUARDAR-CONTA-PROXIMA
058500     END-IF.
058600     MOVE REG-PLA-MOVIMENTO TO WRK-LIN-MOVIMENTO.
058700     PERFORM 1230-LOCALIZAR-CONTA THRU 1230-LOCALIZAR-CONTA-EXIT.
058800     IF WRK-PLA-POS = ZEROS
058900         IF WRK-PLA-USADOS < WRK-MAX-PLA
059000             ADD 1 TO WRK-PLA-USADOS
059100             MOVE WRK-PLA-USADOS TO WRK-PLA-POS
059200             MOVE REG-PLA-MOVIMENTO TO PLA-MOVIMENTO(WRK-PLA-POS)
059300         ELSE
059400             DISPLAY "AVISO: TABELA DO PLANO DE CONTAS CHEIA."
059500             MOVE 8 TO WRK-RC
059600             GO TO 1220-GUARDAR-CONTA-PROXIMA
059700         END-IF
059800     END-IF.
059900     MOVE REG-PLA-CONTA TO PLA-CONTA(WRK-PLA-POS).
060000 1220-GUARDAR-CONTA-PROXIMA.
060100     PERFORM 1210-LER-PLANO THRU 1210-LER-PLANO-EXIT.
060200 1220-GUARDAR-CONTA-EXIT.
060300     EXIT.
060400
060500*-------------------------------------------------------
060600* PROCURA WRK-LIN-MOVIMENTO NO PLANO; POSICAO EM WRK-PLA-POS
060700* (ZERO QUANDO O TIPO NAO TEM CONTA).
060800*-------------------------------------------------------
060900 1230-LOCALIZAR-CONTA.
061000     MOVE ZEROS TO WRK-PLA-POS.
061100     PERFORM 1235-COMPARAR-CONTA THRU 1235-COMPARAR-CONTA-EXIT
061200         VARYING I FROM 1 BY 1
061300         UNTIL I > WRK-PLA-USADOS OR WRK-PLA-POS > ZEROS.
061400 1230-LOCALIZAR-CONTA-EXIT.
061500     EXIT.
061600
061700*-------------------------------------------------------
061800 1235-COMPARAR-CONTA.
061900     IF PLA-MOVIMENTO(I) = WRK-LIN-MOVIMENTO
062000         MOVE I TO WRK-PLA-POS
062100     END-IF.
062200 1235-COMPARAR-CONTA-EXIT.
062300     EXIT.
062400
062500*-------------------------------------------------------------
062600* VENDAS DO DIA: LINHA DE TOTAL DA LOJA (T) DO MOVLOJA GRAVADO
062700* PELA CONSOLIDACAO; AS LINHAS DE CAIXA (C) ENTRAM NA LISTA DE
062800* CAIXAS QUE PRECISAM TER FECHADO.
062900*-------------------------------------------------------------
063000 2000-LER-MOVLOJA.
063100     OPEN INPUT ARQ-MOVLOJA.
063200     IF WRK-FS-MOVLOJA NOT = "00"
063300         DISPLAY "MOVLOJA INDISPONIVEL. RODE A CONSOLIDACAO"
063400             " ANTES. FS=" WRK-FS-MOVLOJA
063500         MOVE 8 TO WRK-RC
063600         GO TO 2000-LER-MOVLOJA-EXIT
063700     END-IF.
063800     MOVE "N" TO WRK-SW-EOF-ARQUIVO.
063900     PERFORM 2010-LER-LINHA-MOVLOJA
064000         THRU 2010-LER-LINHA-MOVLOJA-EXIT.
064100     PERFORM 2020-TRATAR-MOVLOJA THRU 2020-TRATAR-MOVLOJA-EXIT
064200         UNTIL FIM-ARQUIVO.
064300     CLOSE ARQ-MOVLOJA.
064400     IF NOT ACHOU-TOTAL-LOJA
064500         DISPLAY "MOVLOJA SEM O TOTAL DA LOJA NA DATA "
064600             WRK-DATA-MOVTO
064700         MOVE 8 TO WRK-RC
064800     END-IF.
064900 2000-LER-MOVLOJA-EXIT.
065000     EXIT.
065100
065200*-------------------------------------------------------
065300 2010-LER-LINHA-MOVLOJA.
065400     READ ARQ-MOVLOJA
065500         AT END
065600             MOVE "S" TO WRK-SW-EOF-ARQUIVO
065700     END-READ.
065800 2010-LER-LINHA-MOVLOJA-EXIT.
065900     EXIT.
066000
066100*-------------------------------------------------------
066200 2020-TRATAR-MOVLOJA.
066300     IF REG-MOV-DATA NOT = WRK-DATA-MOVTO
066400         GO TO 2020-TRATAR-MOVLOJA-PROXIMA
066500     END-IF.
066600     IF MOV-LINHA-CAIXA
066700         MOVE REG-MOV-CAIXA TO WRK-CXA-PROCURA
066800         PERFORM 5100-INCLUIR-CAIXA THRU 5100-INCLUIR-CAIXA-EXIT
066900     END-IF.
067000     IF MOV-LINHA-TOTAL
067100         MOVE "S" TO WRK-SW-TOTAL-LOJA
067200         MOVE REG-MOV-TOTAL TO WRK-VDA-TOTAL
067300         MOVE REG-MOV-DINHEIRO TO WRK-VDA-DINHEIRO
067400         MOVE REG-MOV-CARTAO TO WRK-VDA-CARTAO
067500         MOVE REG-MOV-PIX TO WRK-VDA-PIX
067600         MOVE REG-MOV-FIADO TO WRK-VDA-FIADO
067700         MOVE REG-MOV-VALE TO WRK-VDA-VALE
067750         MOVE REG-MOV-PONTOS TO WRK-VDA-PONTOS
067760         MOVE REG-MOV-PTS-EMIT TO WRK-PTS-EMITIDOS
067800     END-IF.
067900 2020-TRATAR-MOVLOJA-PROXIMA.
068000     PERFORM 2010-LER-LINHA-MOVLOJA
068100         THRU 2010-LER-LINHA-MOVLOJA-EXIT.
068200 2020-TRATAR-MOVLOJA-EXIT.
068300     EXIT.
068400
068500*-------------------------------------------------------------
068600* MOVIMENTO DE CAIXA DO DIA (FUNDO, SUPRIMENTO, SANGRIA E
068700* RECEBIMENTO DE FIADO) DE TODOS OS CAIXAS. ARQUIVO AINDA NAO
068800* CRIADO (FS 35) E CAIXA SEM ESSE MOVIMENTO; OUTRO ERRO PARA.
068900*-------------------------------------------------------------
069000 3000-LER-MOVCAIXA.
069100     PERFORM 3005-LER-UM-MOVCAIXA THRU 3005-LER-UM-MOVCAIXA-EXIT
069200         VARYING K FROM 1 BY 1 UNTIL K > WRK-QTD-ARQ-MCX.
069300 3000-LER-MOVCAIXA-EXIT.
069400     EXIT.
069500
069600*-------------------------------------------------------
069700 3005-LER-UM-MOVCAIXA.
069800     MOVE ARQMCX(K) TO WRK-NOME-MOVCAIXA.
069900     OPEN INPUT ARQ-MOVCAIXA.
070000     IF WRK-FS-MOVCAIXA = "35"
070100         DISPLAY "AVISO: SEM MOVIMENTO DE CAIXA EM "
070200             WRK-NOME-MOVCAIXA
070300         GO TO 3005-LER-UM-MOVCAIXA-EXIT
070400     END-IF.
070500     IF WRK-FS-MOVCAIXA NOT = "00"
070600         DISPLAY "MOVIMENTO DE CAIXA INDISPONIVEL: "
070700             WRK-NOME-MOVCAIXA " FS=" WRK-FS-MOVCAIXA
070800         MOVE 8 TO WRK-RC
070900         GO TO 3005-LER-UM-MOVCAIXA-EXIT
071000     END-IF.
071100     MOVE "N" TO WRK-SW-EOF-ARQUIVO.
071200     PERFORM 3010-LER-REG-MOVCAIXA
071300         THRU 3010-LER-REG-MOVCAIXA-EXIT.
071400     PERFORM 3020-ACUMULAR-MOVCAIXA
071500         THRU 3020-ACUMULAR-MOVCAIXA-EXIT
071600         UNTIL FIM-ARQUIVO.
071700     CLOSE ARQ-MOVCAIXA.
071800 3005-LER-UM-MOVCAIXA-EXIT.
071900     EXIT.
072000
072100*-------------------------------------------------------
072200 3010-LER-REG-MOVCAIXA.
072300     READ ARQ-MOVCAIXA
072400         AT END
072500             MOVE "S" TO WRK-SW-EOF-ARQUIVO
072600     END-READ.
072700 3010-LER-REG-MOVCAIXA-EXIT.
072800     EXIT.
072900
073000*-------------------------------------------------------
073100 3020-ACUMULAR-MOVCAIXA.
073200     IF REG-MCX-DATA NOT = WRK-DATA-MOVTO
073300         GO TO 3020-ACUMULAR-MOVCAIXA-PROXIMO
073400     END-IF.
073500     MOVE REG-MCX-CAIXA TO WRK-CXA-PROCURA.
073600     PERFORM 5100-INCLUIR-CAIXA THRU 5100-INCLUIR-CAIXA-EXIT.
073700     EVALUATE TRUE
073800         WHEN MCX-FUNDO-TROCO
073900             ADD REG-MCX-VALOR TO WRK-MCX-FUNDO
074000         WHEN MCX-SUPRIMENTO
074100             ADD REG-MCX-VALOR TO WRK-MCX-SUPRIMENTO
074200         WHEN MCX-SANGRIA
074300             ADD REG-MCX-VALOR TO WRK-MCX-SANGRIA
074400         WHEN MCX-RECEBIMENTO
074500             ADD REG-MCX-VALOR TO WRK-MCX-RECEBIDO
074600         WHEN OTHER
074700             DISPLAY "AVISO: MOVIMENTO DE CAIXA DE TIPO "
074800                 REG-MCX-TIPO " IGNORADO."
074900     END-EVALUATE.
075000 3020-ACUMULAR-MOVCAIXA-PROXIMO.
075100     PERFORM 3010-LER-REG-MOVCAIXA
075200         THRU 3010-LER-REG-MOVCAIXA-EXIT.
075300 3020-ACUMULAR-MOVCAIXA-EXIT.
075400     EXIT.
075500
075600*-------------------------------------------------------------
075700* JUROS PAGOS NOS RECEBIMENTOS DO DIA (BAIXAS TIPO P). O
075800* RESTANTE DO RECEBIMENTO E PRINCIPAL, INCLUSIVE O DEBITO
075900* ANTERIOR AOS TITULOS, QUE NAO GERA BAIXA.
076000*-------------------------------------------------------------
076100 3500-LER-BAIXAS.
076200     PERFORM 3505-LER-UMA-BAIXATIT THRU 3505-LER-UMA-BAIXATIT-EXIT
076300         VARYING K FROM 1 BY 1 UNTIL K > WRK-QTD-ARQ-BXT.
076400 3500-LER-BAIXAS-EXIT.
076500     EXIT.
076600
076700*-------------------------------------------------------
076800 3505-LER-UMA-BAIXATIT.
076900     MOVE ARQBXT(K) TO WRK-NOME-BAIXATIT.
077000     OPEN INPUT ARQ-BAIXATIT.
077100     IF WRK-FS-BAIXATIT = "35"
077200         DISPLAY "AVISO: SEM BAIXAS DE TITULO EM "
077300             WRK-NOME-BAIXATIT
077400         GO TO 3505-LER-UMA-BAIXATIT-EXIT
077500     END-IF.
077600     IF WRK-FS-BAIXATIT NOT = "00"
077700         DISPLAY "BAIXAS DE TITULO INDISPONIVEIS: "
077800             WRK-NOME-BAIXATIT " FS=" WRK-FS-BAIXATIT
077900         MOVE 8 TO WRK-RC
078000         GO TO 3505-LER-UMA-BAIXATIT-EXIT
078100     END-IF.
078200     MOVE "N" TO WRK-SW-EOF-ARQUIVO.
078300     PERFORM 3510-LER-REG-BAIXATIT
078400         THRU 3510-LER-REG-BAIXATIT-EXIT.
078500     PERFORM 3520-ACUMULAR-BAIXA THRU 3520-ACUMULAR-BAIXA-EXIT
078600         UNTIL FIM-ARQUIVO.
078700     CLOSE ARQ-BAIXATIT.
078800 3505-LER-UMA-BAIXATIT-EXIT.
078900     EXIT.
079000
079100*-------------------------------------------------------
079200 3510-LER-REG-BAIXATIT.
079300     READ ARQ-BAIXATIT
079400         AT END
079500             MOVE "S" TO WRK-SW-EOF-ARQUIVO
079600     END-READ.
079700 3510-LER-REG-BAIXATIT-EXIT.
079800     EXIT.
079900
080000*-------------------------------------------------------
080100 3520-ACUMULAR-BAIXA.
080200     IF REG-BXT-DATA = WRK-DATA-MOVTO
080300         AND BXT-PAGAMENTO
080400         ADD REG-BXT-JUROS TO WRK-BXT-JUROS
080500     END-IF.
080600     PERFORM 3510-LER-REG-BAIXATIT
080700         THRU 3510-LER-REG-BAIXATIT-EXIT.
080800 3520-ACUMULAR-BAIXA-EXIT.
080900     EXIT.
081000
081100*-------------------------------------------------------------
081200* VALES-TROCA EMITIDOS NAS DEVOLUCOES DO DIA (VALOR DE
081300* EMISSAO; O RESGATE ENTRA PELAS VENDAS PAGAS COM VALE).
081400*-------------------------------------------------------------
081500 4000-LER-VALES.
081600     OPEN INPUT ARQ-VALE.
081700     IF WRK-FS-VALE = "35"
081800         DISPLAY "AVISO: ARQUIVO DE VALES-TROCA AINDA NAO CRIADO."
081900         GO TO 4000-LER-VALES-EXIT
082000     END-IF.
082100     IF WRK-FS-VALE NOT = "00"
082200         DISPLAY "ARQUIVO DE VALES-TROCA INDISPONIVEL. FS="
082300             WRK-FS-VALE
082400         MOVE 8 TO WRK-RC
082500         GO TO 4000-LER-VALES-EXIT
082600     END-IF.
082700     MOVE "N" TO WRK-SW-EOF-ARQUIVO.
082800     PERFORM 4010-LER-VALE THRU 4010-LER-VALE-EXIT.
082900     PERFORM 4020-ACUMULAR-VALE THRU 4020-ACUMULAR-VALE-EXIT
083000         UNTIL FIM-ARQUIVO.
083100     CLOSE ARQ-VALE.
083200 4000-LER-VALES-EXIT.
083300     EXIT.
083400
083500*-------------------------------------------------------
083600 4010-LER-VALE.
083700     READ ARQ-VALE
083800         AT END
083900             MOVE "S" TO WRK-SW-EOF-ARQUIVO
084000     END-READ.
084100 4010-LER-VALE-EXIT.
084200     EXIT.
084300
084400*-------------------------------------------------------
084500 4020-ACUMULAR-VALE.
084600     IF REG-VALE-DATA = WRK-DATA-MOVTO
084700         ADD REG-VALE-VALOR TO WRK-VALE-EMITIDO
084800     END-IF.
084900     PERFORM 4010-LER-VALE THRU 4010-LER-VALE-EXIT.
085000 4020-ACUMULAR-VALE-EXIT.
085100     EXIT.
085200
085300*-------------------------------------------------------------
085400* CUSTO DAS MERCADORIAS PELA FICHA DE ESTOQUE DO DIA: VENDAS
085500* (QUANTIDADE NEGATIVA) MENOS ESTORNOS FORMAM O CUSTO DAS
085600* VENDAS; DEVOLUCOES VOLTAM AO ESTOQUE PELO MESMO CUSTO.
085700* ENTRADAS E AJUSTES DE BALANCO NAO SAO CUSTO DE VENDA.
085800*-------------------------------------------------------------
085900 4500-LER-KARDEX.
086000     PERFORM 4505-LER-UM-KARDEX THRU 4505-LER-UM-KARDEX-EXIT
086100         VARYING K FROM 1 BY 1 UNTIL K > WRK-QTD-ARQ-KDX.
086200     IF WRK-QTD-SEM-CUSTO > ZEROS
086300         DISPLAY "AVISO: " WRK-QTD-SEM-CUSTO
086400             " MOVIMENTOS DE PRODUTO SEM CADASTRO (CUSTO ZERO)."
086500     END-IF.
086600 4500-LER-KARDEX-EXIT.
086700     EXIT.
086800
086900*-------------------------------------------------------
087000 4505-LER-UM-KARDEX.
087100     MOVE ARQKDX(K) TO WRK-NOME-KARDEX.
087200     OPEN INPUT ARQ-KARDEX.
087300     IF WRK-FS-KARDEX = "35"
087400         DISPLAY "AVISO: SEM MOVIMENTACAO DE ESTOQUE EM "
087500             WRK-NOME-KARDEX
087600         GO TO 4505-LER-UM-KARDEX-EXIT
087700     END-IF.
087800     IF WRK-FS-KARDEX NOT = "00"
087900         DISPLAY "MOVIMENTACAO DE ESTOQUE INDISPONIVEL: "
088000             WRK-NOME-KARDEX " FS=" WRK-FS-KARDEX
088100         MOVE 8 TO WRK-RC
088200         GO TO 4505-LER-UM-KARDEX-EXIT
088300     END-IF.
088400     MOVE "N" TO WRK-SW-EOF-ARQUIVO.
088500     PERFORM 4510-LER-REG-KARDEX THRU 4510-LER-REG-KARDEX-EXIT.
088600     PERFORM 4520-ACUMULAR-CUSTO THRU 4520-ACUMULAR-CUSTO-EXIT
088700         UNTIL FIM-ARQUIVO.
088800     CLOSE ARQ-KARDEX.
088900 4505-LER-UM-KARDEX-EXIT.
089000     EXIT.
089100
089200*-------------------------------------------------------
089300 4510-LER-REG-KARDEX.
089400     READ ARQ-KARDEX
089500         AT END
089600             MOVE "S" TO WRK-SW-EOF-ARQUIVO
089700     END-READ.
089800 4510-LER-REG-KARDEX-EXIT.
089900     EXIT.
090000
090100*-------------------------------------------------------
090200 4520-ACUMULAR-CUSTO.
090300     IF REG-KDX-DATA NOT = WRK-DATA-MOVTO
090400         GO TO 4520-ACUMULAR-CUSTO-PROXIMO
090500     END-IF.
090600     IF NOT KDX-VENDA AND NOT KDX-ESTORNO
090700         AND NOT KDX-DEVOLUCAO
090800         GO TO 4520-ACUMULAR-CUSTO-PROXIMO
090900     END-IF.
091000     MOVE REG-KDX-PRODUTO TO REG-PROD-COD.
091100     READ ARQ-PRODUTO
091200         INVALID KEY
091300             ADD 1 TO WRK-QTD-SEM-CUSTO
091400             MOVE ZEROS TO REG-PROD-CUSTO
091500     END-READ.
091600     COMPUTE WRK-CUSTO-MOV ROUNDED =
091700         REG-KDX-QTD * REG-PROD-CUSTO.
091800     IF KDX-DEVOLUCAO
091900         ADD WRK-CUSTO-MOV TO WRK-CMV-DEVOLUCAO
092000     ELSE
092100         SUBTRACT WRK-CUSTO-MOV FROM WRK-CMV-VENDAS
092200     END-IF.
092300 4520-ACUMULAR-CUSTO-PROXIMO.
092400     PERFORM 4510-LER-REG-KARDEX THRU 4510-LER-REG-KARDEX-EXIT.
092500 4520-ACUMULAR-CUSTO-EXIT.
092600     EXIT.
092700
092800*-------------------------------------------------------------
092900* TODO CAIXA COM MOVIMENTO NO DIA PRECISA TER GRAVADO O
093000* CONTROLE DE FECHAMENTO (FECHCTL) DA DATA.
093100*-------------------------------------------------------------
093200 5000-VERIFICAR-FECHAMENTO.
093300     PERFORM 5005-LER-UM-CONTROLE THRU 5005-LER-UM-CONTROLE-EXIT
093400         VARYING K FROM 1 BY 1 UNTIL K > WRK-QTD-ARQ-CTL.
093500     MOVE ZEROS TO WRK-CXA-ABERTOS.
093600     PERFORM 5040-CONFERIR-CAIXA THRU 5040-CONFERIR-CAIXA-EXIT
093700         VARYING I FROM 1 BY 1 UNTIL I > WRK-CXA-USADOS.
093800     IF WRK-CXA-ABERTOS > ZEROS
093900         DISPLAY WRK-CXA-ABERTOS
094000             " CAIXA(S) SEM FECHAMENTO NA DATA " WRK-DATA-MOVTO
094100         MOVE 8 TO WRK-RC
094200     END-IF.
094300 5000-VERIFICAR-FECHAMENTO-EXIT.
094400     EXIT.
094500
094600*-------------------------------------------------------
094700 5005-LER-UM-CONTROLE.
094800     MOVE ARQCTL(K) TO WRK-NOME-CONTROLE.
094900     OPEN INPUT ARQ-CONTROLE.
095000     IF WRK-FS-CONTROLE NOT = "00"
095100         DISPLAY "AVISO: CONTROLE INDISPONIVEL: "
095200             WRK-NOME-CONTROLE
095300         DISPLAY "FECHAMENTOS DESTE ARQUIVO NAO VERIFICADOS."
095400         GO TO 5005-LER-UM-CONTROLE-EXIT
095500     END-IF.
095600     MOVE "N" TO WRK-SW-EOF-ARQUIVO.
095700     PERFORM 5010-LER-CONTROLE THRU 5010-LER-CONTROLE-EXIT.
095800     PERFORM 5020-MARCAR-FECHAMENTO
095900         THRU 5020-MARCAR-FECHAMENTO-EXIT
096000         UNTIL FIM-ARQUIVO.
096100     CLOSE ARQ-CONTROLE.
096200 5005-LER-UM-CONTROLE-EXIT.
096300     EXIT.
096400
096500*-------------------------------------------------------
096600 5010-LER-CONTROLE.
096700     READ ARQ-CONTROLE
096800         AT END
096900             MOVE "S" TO WRK-SW-EOF-ARQUIVO
097000     END-READ.
097100 5010-LER-CONTROLE-EXIT.
097200     EXIT.
097300
097400*-------------------------------------------------------
097500 5020-MARCAR-FECHAMENTO.
097600     IF REG-FCT-DATA = WRK-DATA-MOVTO
097700         PERFORM 5030-MARCAR-UM-CAIXA
097800             THRU 5030-MARCAR-UM-CAIXA-EXIT
097900             VARYING I FROM 1 BY 1 UNTIL I > WRK-CXA-USADOS
098000     END-IF.
098100     PERFORM 5010-LER-CONTROLE THRU 5010-LER-CONTROLE-EXIT.
098200 5020-MARCAR-FECHAMENTO-EXIT.
098300     EXIT.
098400
098500*-------------------------------------------------------
098600 5030-MARCAR-UM-CAIXA.
098700     IF CXA-CAIXA(I) = REG-FCT-CAIXA
098800         MOVE "S" TO CXA-FECHOU(I)
098900     END-IF.
099000 5030-MARCAR-UM-CAIXA-EXIT.
099100     EXIT.
099200
099300*-------------------------------------------------------
099400 5040-CONFERIR-CAIXA.
099500     IF NOT CXA-JA-FECHOU(I)
099600         DISPLAY "CAIXA " CXA-CAIXA(I) " *** SEM FECHAMENTO ***"
099700         ADD 1 TO WRK-CXA-ABERTOS
099800     END-IF.
099900 5040-CONFERIR-CAIXA-EXIT.
100000     EXIT.
100100
100200*-------------------------------------------------------
100300* INCLUI WRK-CXA-PROCURA NA LISTA DE CAIXAS COM MOVIMENTO.
100400*-------------------------------------------------------
100500 5100-INCLUIR-CAIXA.
100600     MOVE ZEROS TO WRK-CXA-POS.
100700     PERFORM 5110-LOCALIZAR-CAIXA THRU 5110-LOCALIZAR-CAIXA-EXIT
100800         VARYING I FROM 1 BY 1 UNTIL I > WRK-CXA-USADOS.
100900     IF WRK-CXA-POS > ZEROS
101000         GO TO 5100-INCLUIR-CAIXA-EXIT
101100     END-IF.
101200     IF WRK-CXA-USADOS < WRK-MAX-CXA
101300         ADD 1 TO WRK-CXA-USADOS
101400         MOVE WRK-CXA-PROCURA TO CXA-CAIXA(WRK-CXA-USADOS)
101500         MOVE "N" TO CXA-FECHOU(WRK-CXA-USADOS)
101600     ELSE
101700         DISPLAY "TABELA DE CAIXAS CHEIA."
101800         MOVE 8 TO WRK-RC
101900     END-IF.
102000 5100-INCLUIR-CAIXA-EXIT.
102100     EXIT.
102200
102300*-------------------------------------------------------
102400 5110-LOCALIZAR-CAIXA.
102500     IF CXA-CAIXA(I) = WRK-CXA-PROCURA
102600         MOVE I TO WRK-CXA-POS
102700     END-IF.
102800 5110-LOCALIZAR-CAIXA-EXIT.
102900     EXIT.
103000
103100*-------------------------------------------------------------
103200* MONTA OS LANCAMENTOS DO DIA. PARTIDA DE VALOR ZERO NAO E
103300* GRAVADA; LANCAMENTO SEM NENHUMA PARTIDA NAO GASTA NUMERO.
103400*-------------------------------------------------------------
103500 6000-MONTAR-LANCAMENTOS.
103600     MOVE ZEROS TO WRK-LCT-NUM WRK-LIN-USADAS
103700                   WRK-TOT-DEBITO WRK-TOT-CREDITO.
103800     PERFORM 6100-LANCAR-VENDAS THRU 6100-LANCAR-VENDAS-EXIT.
103850     PERFORM 6150-LANCAR-PONTOS THRU 6150-LANCAR-PONTOS-EXIT.
103900     PERFORM 6200-LANCAR-CUSTO THRU 6200-LANCAR-CUSTO-EXIT.
104000     PERFORM 6300-LANCAR-DEVOLUCOES
104100         THRU 6300-LANCAR-DEVOLUCOES-EXIT.
104200     PERFORM 6400-LANCAR-MOVCAIXA THRU 6400-LANCAR-MOVCAIXA-EXIT.
104300     PERFORM 6500-LANCAR-RECEBIMENTOS
104400         THRU 6500-LANCAR-RECEBIMENTOS-EXIT.
104500 6000-MONTAR-LANCAMENTOS-EXIT.
104600     EXIT.
104700
104800*-------------------------------------------------------
104900* VENDAS: CADA FORMA DE PAGAMENTO A DEBITO CONTRA A RECEITA
104966* PELO TOTAL. O VALE RESGATADO BAIXA O VALE A RESGATAR E OS
105032* PONTOS RESGATADOS BAIXAM OS PONTOS A RESGATAR.
105100*-------------------------------------------------------
105200 6100-LANCAR-VENDAS.
105300     IF WRK-VDA-TOTAL = ZEROS
105400         GO TO 6100-LANCAR-VENDAS-EXIT
105500     END-IF.
105600     ADD 1 TO WRK-LCT-NUM.
105700     MOVE "VENDAS DO DIA" TO WRK-LIN-HISTORICO.
105800     MOVE "D" TO WRK-LIN-NATUREZA.
105900     MOVE "DINHEIRO" TO WRK-LIN-MOVIMENTO.
106000     MOVE WRK-VDA-DINHEIRO TO WRK-LIN-VALOR.
106100     PERFORM 6900-INCLUIR-PARTIDA THRU 6900-INCLUIR-PARTIDA-EXIT.
106200     MOVE "CARTAO" TO WRK-LIN-MOVIMENTO.
106300     MOVE WRK-VDA-CARTAO TO WRK-LIN-VALOR.
106400     PERFORM 6900-INCLUIR-PARTIDA THRU 6900-INCLUIR-PARTIDA-EXIT.
106500     MOVE "PIX" TO WRK-LIN-MOVIMENTO.
106600     MOVE WRK-VDA-PIX TO WRK-LIN-VALOR.
106700     PERFORM 6900-INCLUIR-PARTIDA THRU 6900-INCLUIR-PARTIDA-EXIT.
106800     MOVE "FIADO" TO WRK-LIN-MOVIMENTO.
106900     MOVE WRK-VDA-FIADO TO WRK-LIN-VALOR.
107000     PERFORM 6900-INCLUIR-PARTIDA THRU 6900-INCLUIR-PARTIDA-EXIT.
107100     MOVE "VALE" TO WRK-LIN-MOVIMENTO.
107200     MOVE WRK-VDA-VALE TO WRK-LIN-VALOR.
107300     PERFORM 6900-INCLUIR-PARTIDA THRU 6900-INCLUIR-PARTIDA-EXIT.
107325     MOVE "PONTOS" TO WRK-LIN-MOVIMENTO.
107350     MOVE WRK-VDA-PONTOS TO WRK-LIN-VALOR.
107375     PERFORM 6900-INCLUIR-PARTIDA THRU 6900-INCLUIR-PARTIDA-EXIT.
107400     MOVE "C" TO WRK-LIN-NATUREZA.
107500     MOVE "RECEITA" TO WRK-LIN-MOVIMENTO.
107600     MOVE WRK-VDA-TOTAL TO WRK-LIN-VALOR.
107700     PERFORM 6900-INCLUIR-PARTIDA THRU 6900-INCLUIR-PARTIDA-EXIT.
107800 6100-LANCAR-VENDAS-EXIT.
107900     EXIT.
108000
108010*-------------------------------------------------------
108020* PONTOS DE FIDELIDADE EMITIDOS NO DIA, PELO VALOR DO
108030* PONTO: DESPESA DE FIDELIDADE A DEBITO CONTRA OS PONTOS A
108040* RESGATAR, QUE O RESGATE NAS VENDAS DEPOIS BAIXA.
108050*-------------------------------------------------------
108060 6150-LANCAR-PONTOS.
108062     COMPUTE WRK-PTS-EMIT-VALOR ROUNDED =
108064         WRK-PTS-EMITIDOS * WRK-VALOR-PONTO.
108066     IF WRK-PTS-EMIT-VALOR = ZEROS
108068         GO TO 6150-LANCAR-PONTOS-EXIT
108070     END-IF.
108072     ADD 1 TO WRK-LCT-NUM.
108074     MOVE "PONTOS DE FIDELIDADE EMITIDOS" TO WRK-LIN-HISTORICO.
108076     MOVE "D" TO WRK-LIN-NATUREZA.
108078     MOVE "DESPFIDE" TO WRK-LIN-MOVIMENTO.
108080     MOVE WRK-PTS-EMIT-VALOR TO WRK-LIN-VALOR.
108082     PERFORM 6900-INCLUIR-PARTIDA THRU 6900-INCLUIR-PARTIDA-EXIT.
108084     MOVE "C" TO WRK-LIN-NATUREZA.
108086     MOVE "PONTOS" TO WRK-LIN-MOVIMENTO.
108088     MOVE WRK-PTS-EMIT-VALOR TO WRK-LIN-VALOR.
108090     PERFORM 6900-INCLUIR-PARTIDA THRU 6900-INCLUIR-PARTIDA-EXIT.
108092 6150-LANCAR-PONTOS-EXIT.
108094     EXIT.
108096
108100*-------------------------------------------------------
108200 6200-LANCAR-CUSTO.
108300     IF WRK-CMV-VENDAS = ZEROS
108400         GO TO 6200-LANCAR-CUSTO-EXIT
108500     END-IF.
108600     ADD 1 TO WRK-LCT-NUM.
108700     MOVE "CUSTO DAS MERCADORIAS VENDIDAS" TO WRK-LIN-HISTORICO.
108800     MOVE "D" TO WRK-LIN-NATUREZA.
108900     MOVE "CMV" TO WRK-LIN-MOVIMENTO.
109000     MOVE WRK-CMV-VENDAS TO WRK-LIN-VALOR.
109100     PERFORM 6900-INCLUIR-PARTIDA THRU 6900-INCLUIR-PARTIDA-EXIT.
109200     MOVE "C" TO WRK-LIN-NATUREZA.
109300     MOVE "ESTOQUE" TO WRK-LIN-MOVIMENTO.
109400     MOVE WRK-CMV-VENDAS TO WRK-LIN-VALOR.
109500     PERFORM 6900-INCLUIR-PARTIDA THRU 6900-INCLUIR-PARTIDA-EXIT.
109600 6200-LANCAR-CUSTO-EXIT.
109700     EXIT.
109800
109900*-------------------------------------------------------
110000* DEVOLUCOES: O VALE EMITIDO CONTRA DEVOLUCOES DE VENDAS E A
110100* MERCADORIA DEVOLVIDA DE VOLTA AO ESTOQUE PELO CUSTO.
110200*-------------------------------------------------------
110300 6300-LANCAR-DEVOLUCOES.
110400     IF WRK-VALE-EMITIDO > ZEROS
110500         ADD 1 TO WRK-LCT-NUM
110600         MOVE "VALES-TROCA EMITIDOS" TO WRK-LIN-HISTORICO
110700         MOVE "D" TO WRK-LIN-NATUREZA
110800         MOVE "DEVOLUC" TO WRK-LIN-MOVIMENTO
110900         MOVE WRK-VALE-EMITIDO TO WRK-LIN-VALOR
111000         PERFORM 6900-INCLUIR-PARTIDA
111100             THRU 6900-INCLUIR-PARTIDA-EXIT
111200         MOVE "C" TO WRK-LIN-NATUREZA
111300         MOVE "VALE" TO WRK-LIN-MOVIMENTO
111400         MOVE WRK-VALE-EMITIDO TO WRK-LIN-VALOR
111500         PERFORM 6900-INCLUIR-PARTIDA
111600             THRU 6900-INCLUIR-PARTIDA-EXIT
111700     END-IF.
111800     IF WRK-CMV-DEVOLUCAO NOT = ZEROS
111900         ADD 1 TO WRK-LCT-NUM
112000         MOVE "CUSTO DAS DEVOLUCOES"
112100             TO WRK-LIN-HISTORICO
112200         MOVE "D" TO WRK-LIN-NATUREZA
112300         MOVE "ESTOQUE" TO WRK-LIN-MOVIMENTO
112400         MOVE WRK-CMV-DEVOLUCAO TO WRK-LIN-VALOR
112500         PERFORM 6900-INCLUIR-PARTIDA
112600             THRU 6900-INCLUIR-PARTIDA-EXIT
112700         MOVE "C" TO WRK-LIN-NATUREZA
112800         MOVE "CMV" TO WRK-LIN-MOVIMENTO
112900         MOVE WRK-CMV-DEVOLUCAO TO WRK-LIN-VALOR
113000         PERFORM 6900-INCLUIR-PARTIDA
113100             THRU 6900-INCLUIR-PARTIDA-EXIT
113200     END-IF.
113300 6300-LANCAR-DEVOLUCOES-EXIT.
113400     EXIT.
113500
113600*-------------------------------------------------------
113700* FUNDO DE TROCO E SUPRIMENTO ENTRAM NA GAVETA VINDOS DA
113800* TESOURARIA; A SANGRIA SAI DA GAVETA PARA ELA.
113900*-------------------------------------------------------
114000 6400-LANCAR-MOVCAIXA.
114100     IF WRK-MCX-FUNDO > ZEROS
114200         ADD 1 TO WRK-LCT-NUM
114300         MOVE "FUNDO DE TROCO" TO WRK-LIN-HISTORICO
114400         MOVE "D" TO WRK-LIN-NATUREZA
114500         MOVE "DINHEIRO" TO WRK-LIN-MOVIMENTO
114600         MOVE WRK-MCX-FUNDO TO WRK-LIN-VALOR
114700         PERFORM 6900-INCLUIR-PARTIDA
114800             THRU 6900-INCLUIR-PARTIDA-EXIT
114900         MOVE "C" TO WRK-LIN-NATUREZA
115000         MOVE "FUNDO" TO WRK-LIN-MOVIMENTO
115100         PERFORM 6900-INCLUIR-PARTIDA
115200             THRU 6900-INCLUIR-PARTIDA-EXIT
115300     END-IF.
115400     IF WRK-MCX-SUPRIMENTO > ZEROS
115500         ADD 1 TO WRK-LCT-NUM
115600         MOVE "SUPRIMENTO DE CAIXA" TO WRK-LIN-HISTORICO
115700         MOVE "D" TO WRK-LIN-NATUREZA
115800         MOVE "DINHEIRO" TO WRK-LIN-MOVIMENTO
115900         MOVE WRK-MCX-SUPRIMENTO TO WRK-LIN-VALOR
116000         PERFORM 6900-INCLUIR-PARTIDA
116100             THRU 6900-INCLUIR-PARTIDA-EXIT
116200         MOVE "C" TO WRK-LIN-NATUREZA
116300         MOVE "SUPRIM" TO WRK-LIN-MOVIMENTO
116400         PERFORM 6900-INCLUIR-PARTIDA
116500             THRU 6900-INCLUIR-PARTIDA-EXIT
116600     END-IF.
116700     IF WRK-MCX-SANGRIA > ZEROS
116800         ADD 1 TO WRK-LCT-NUM
116900         MOVE "SANGRIA DE CAIXA" TO WRK-LIN-HISTORICO
117000         MOVE "D" TO WRK-LIN-NATUREZA
117100         MOVE "SANGRIA" TO WRK-LIN-MOVIMENTO
117200         MOVE WRK-MCX-SANGRIA TO WRK-LIN-VALOR
117300         PERFORM 6900-INCLUIR-PARTIDA
117400             THRU 6900-INCLUIR-PARTIDA-EXIT
117500         MOVE "C" TO WRK-LIN-NATUREZA
117600         MOVE "DINHEIRO" TO WRK-LIN-MOVIMENTO
117700         PERFORM 6900-INCLUIR-PARTIDA
117800             THRU 6900-INCLUIR-PARTIDA-EXIT
117900     END-IF.
118000 6400-LANCAR-MOVCAIXA-EXIT.
118100     EXIT.
118200
118300*-------------------------------------------------------
118400* RECEBIMENTO DE FIADO: O DINHEIRO RECEBIDO CONTRA CLIENTES
118500* (PRINCIPAL) E JUROS DE ATRASO (DAS BAIXAS DO DIA).
118600*-------------------------------------------------------
118700 6500-LANCAR-RECEBIMENTOS.
118800     IF WRK-MCX-RECEBIDO = ZEROS AND WRK-BXT-JUROS = ZEROS
118900         GO TO 6500-LANCAR-RECEBIMENTOS-EXIT
119000     END-IF.
119100     ADD 1 TO WRK-LCT-NUM.
119200     MOVE "RECEBIMENTO DE CLIENTES" TO WRK-LIN-HISTORICO.
119300     MOVE "D" TO WRK-LIN-NATUREZA.
119400     MOVE "DINHEIRO" TO WRK-LIN-MOVIMENTO.
119500     MOVE WRK-MCX-RECEBIDO TO WRK-LIN-VALOR.
119600     PERFORM 6900-INCLUIR-PARTIDA THRU 6900-INCLUIR-PARTIDA-EXIT.
119700     MOVE "C" TO WRK-LIN-NATUREZA.
119800     MOVE "FIADO" TO WRK-LIN-MOVIMENTO.
119900     COMPUTE WRK-LIN-VALOR = WRK-MCX-RECEBIDO - WRK-BXT-JUROS.
120000     PERFORM 6900-INCLUIR-PARTIDA THRU 6900-INCLUIR-PARTIDA-EXIT.
120100     MOVE "C" TO WRK-LIN-NATUREZA.
120200     MOVE "JUROS" TO WRK-LIN-MOVIMENTO.
120300     MOVE WRK-BXT-JUROS TO WRK-LIN-VALOR.
120400     PERFORM 6900-INCLUIR-PARTIDA THRU 6900-INCLUIR-PARTIDA-EXIT.
120500 6500-LANCAR-RECEBIMENTOS-EXIT.
120600     EXIT.
120700
120800*-------------------------------------------------------
120900* INCLUI A PARTIDA DE WRK-LIN-* NO LANCAMENTO WRK-LCT-NUM,
121000* NA CONTA DO TIPO DE MOVIMENTO. VALOR NEGATIVO VAI NA
121100* NATUREZA CONTRARIA; VALOR ZERO NAO GERA PARTIDA.
121200*-------------------------------------------------------
121300 6900-INCLUIR-PARTIDA.
121400     IF WRK-LIN-VALOR = ZEROS
121500         GO TO 6900-INCLUIR-PARTIDA-EXIT
121600     END-IF.
121700     PERFORM 1230-LOCALIZAR-CONTA THRU 1230-LOCALIZAR-CONTA-EXIT.
121800     IF WRK-PLA-POS = ZEROS
121900         DISPLAY "MOVIMENTO " WRK-LIN-MOVIMENTO
122000             " SEM CONTA NO PLANO DE CONTAS."
122100         MOVE 8 TO WRK-RC
122200         GO TO 6900-INCLUIR-PARTIDA-EXIT
122300     END-IF.
122400     IF WRK-LIN-USADAS NOT < WRK-MAX-LIN
122500         DISPLAY "TABELA DE PARTIDAS CHEIA."
122600         MOVE 8 TO WRK-RC
122700         GO TO 6900-INCLUIR-PARTIDA-EXIT
122800     END-IF.
122900     ADD 1 TO WRK-LIN-USADAS.
123000     MOVE WRK-LCT-NUM TO LIN-NUM(WRK-LIN-USADAS).
123100     MOVE WRK-LIN-NATUREZA TO LIN-NATUREZA(WRK-LIN-USADAS).
123200     IF WRK-LIN-VALOR < ZEROS
123300         IF WRK-LIN-NATUREZA = "D"
123400             MOVE "C" TO LIN-NATUREZA(WRK-LIN-USADAS)
123500         ELSE
123600             MOVE "D" TO LIN-NATUREZA(WRK-LIN-USADAS)
123700         END-IF
123800     END-IF.
123900     MOVE PLA-CONTA(WRK-PLA-POS) TO LIN-CONTA(WRK-LIN-USADAS).
124000     MOVE WRK-LIN-VALOR TO LIN-VALOR(WRK-LIN-USADAS).
124100     MOVE WRK-LIN-MOVIMENTO TO LIN-MOVIMENTO(WRK-LIN-USADAS).
124200     MOVE WRK-LIN-HISTORICO TO LIN-HISTORICO(WRK-LIN-USADAS).
124300     IF LIN-NATUREZA(WRK-LIN-USADAS) = "D"
124400         ADD LIN-VALOR(WRK-LIN-USADAS) TO WRK-TOT-DEBITO
124500     ELSE
124600         ADD LIN-VALOR(WRK-LIN-USADAS) TO WRK-TOT-CREDITO
124700     END-IF.
124800 6900-INCLUIR-PARTIDA-EXIT.
124900     EXIT.
125000
125100*-------------------------------------------------------------
125200* O DIA SO E EXPORTADO COM DEBITOS IGUAIS AOS CREDITOS.
125300*-------------------------------------------------------------
125400 7000-CONFERIR-PARTIDAS.
125500     MOVE WRK-TOT-DEBITO TO WRK-ED-VALOR.
125600     MOVE WRK-TOT-CREDITO TO WRK-ED-VALOR2.
125700     DISPLAY "TOTAL A DEBITO.: " WRK-ED-VALOR.
125800     DISPLAY "TOTAL A CREDITO: " WRK-ED-VALOR2.
125900     IF WRK-TOT-DEBITO NOT = WRK-TOT-CREDITO
126000         DISPLAY "DEBITOS E CREDITOS DO DIA NAO BATEM."
126100         MOVE 8 TO WRK-RC
126200     END-IF.
126300 7000-CONFERIR-PARTIDAS-EXIT.
126400     EXIT.
126500
126600*-------------------------------------------------------------
126700* GRAVA O DIARIO. COM ERRO O ARQUIVO E CRIADO VAZIO, PARA A
126800* CONTABILIDADE NAO IMPORTAR O DIARIO DE OUTRO DIA.
126900*-------------------------------------------------------------
127000 8000-GRAVAR-DIARIO.
127100     OPEN OUTPUT ARQ-LANCAMENTO.
127200     IF WRK-FS-LANCTO NOT = "00"
127300         DISPLAY "DIARIO CONTABIL (LANCCONT) NAO GRAVADO. FS="
127400             WRK-FS-LANCTO
127500         MOVE 8 TO WRK-RC
127600         GO TO 8000-GRAVAR-DIARIO-EXIT
127700     END-IF.
127800     IF WRK-RC = ZEROS
127900         PERFORM 8010-GRAVAR-PARTIDA THRU 8010-GRAVAR-PARTIDA-EXIT
128000             VARYING I FROM 1 BY 1 UNTIL I > WRK-LIN-USADAS
128100     END-IF.
128200     CLOSE ARQ-LANCAMENTO.
128300 8000-GRAVAR-DIARIO-EXIT.
128400     EXIT.
128500
128600*-------------------------------------------------------
128700 8010-GRAVAR-PARTIDA.
128800     MOVE WRK-DATA-MOVTO TO REG-LCT-DATA.
128900     MOVE LIN-NUM(I) TO REG-LCT-NUM.
129000     MOVE LIN-NATUREZA(I) TO REG-LCT-NATUREZA.
129100     MOVE LIN-CONTA(I) TO REG-LCT-CONTA.
129200     MOVE LIN-VALOR(I) TO REG-LCT-VALOR.
129300     MOVE LIN-MOVIMENTO(I) TO REG-LCT-MOVIMENTO.
129400     MOVE LIN-HISTORICO(I) TO REG-LCT-HISTORICO.
129500     WRITE REG-LANCAMENTO.
129600     ADD 1 TO WRK-QTD-GRAVADAS.
129700 8010-GRAVAR-PARTIDA-EXIT.
129800     EXIT.
129900
130000*-------------------------------------------------------------
130100 9000-FINALIZAR.
130200     IF PRODUTO-ABERTO
130300         CLOSE ARQ-PRODUTO
130400     END-IF.
130500     PERFORM 9100-GRAVAR-RESUMO-LOTE
130600         THRU 9100-GRAVAR-RESUMO-LOTE-EXIT.
130700     MOVE WRK-RC TO RETURN-CODE.
130800     IF WRK-RC NOT = ZEROS
130900         DISPLAY "EXPORTACAO CONTABIL ENCERRADA COM ERRO. RC="
131000             WRK-RC
131100         GO TO 9000-FINALIZAR-EXIT
131200     END-IF.
131300     DISPLAY "DIARIO CONTABIL GRAVADO EM LANCCONT. PARTIDAS: "
131400         WRK-QTD-GRAVADAS.
131500 9000-FINALIZAR-EXIT.
131600     EXIT.
131700
131800*-------------------------------------------------------
131900* RESUMO DA EXECUCAO EM LOTELOG (PROGRAMA, DATA E HORA DA
132000* EXECUCAO, PARAMETRO, QUANTIDADE DE PARTIDAS GRAVADAS E RC),
132100* PARA A SEQUENCIA NOTURNA ACOMPANHAR OS PASSOS.
132200*-------------------------------------------------------
132300 9100-GRAVAR-RESUMO-LOTE.
132400     OPEN EXTEND ARQ-LOTELOG.
132500     IF WRK-FS-LOTELOG = "35"
132600         OPEN OUTPUT ARQ-LOTELOG
132700         CLOSE ARQ-LOTELOG
132800         OPEN EXTEND ARQ-LOTELOG
132900     END-IF.
133000     IF WRK-FS-LOTELOG NOT = "00"
133100         DISPLAY "AVISO: RESUMO DE LOTE NAO GRAVADO. FS="
133200             WRK-FS-LOTELOG
133300         GO TO 9100-GRAVAR-RESUMO-LOTE-EXIT
133400     END-IF.
133500     ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
133600     ACCEPT WRK-HORA-EXEC FROM TIME.
133700     MOVE "EXPCONTB" TO REG-LOG-PROGRAMA.
133800     MOVE WRK-DATA-EXEC TO REG-LOG-DATA-EXEC.
133900     MOVE WRK-HORA-EXEC TO REG-LOG-HORA-EXEC.
134000     MOVE SPACES TO REG-LOG-PARAMETRO.
134100     STRING "DATA " WRK-DATA-MOVTO
134200         DELIMITED BY SIZE INTO REG-LOG-PARAMETRO.
134300     MOVE WRK-QTD-GRAVADAS TO REG-LOG-QTD.
134400     MOVE WRK-RC TO REG-LOG-RC.
134500     WRITE REG-LOTELOG.
134600     CLOSE ARQ-LOTELOG.
134700 9100-GRAVAR-RESUMO-LOTE-EXIT.
134800     EXIT.
134900
135000*-------------------------------------------------------------
