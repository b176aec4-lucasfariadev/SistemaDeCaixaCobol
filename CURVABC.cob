000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CURVABC.
000300 AUTHOR. EQUIPE DE SISTEMAS DE CAIXA.
000400 INSTALLATION. LOJA MATRIZ.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED.
000700*-------------------------------------------------------------
000800* CURVABC - ANALISE MENSAL DE VENDAS COM CURVA ABC
000900*-------------------------------------------------------------
001000* LE O HISTORICO INDEXADO (HISTCOMP) E O PAR CORRENTE DE
001100* COMPROVANTES (COMPCAB/COMPITE) E ACUMULA POR PRODUTO AS
001200* VENDAS DA COMPETENCIA INFORMADA E DA COMPETENCIA ANTERIOR.
001300* COMPROVANTES ESTORNADOS SAO IGNORADOS E A QUANTIDADE JA
001400* DEVOLVIDA DE CADA ITEM E DESCONTADA, COM O VALOR DO ITEM
001500* REDUZIDO NA MESMA PROPORCAO. O CUSTO VEM DO CUSTO MEDIO DO
001600* CADASTRO (REG-PROD-CUSTO).
001700* O RELATORIO RELABC CLASSIFICA OS PRODUTOS VENDIDOS NO MES
001800* NA CURVA ABC POR FATURAMENTO E POR MARGEM BRUTA, COMPARA
001900* CADA PRODUTO COM O MES ANTERIOR E LISTA OS PRODUTOS ATIVOS
002000* DO CADASTRO QUE NAO VENDERAM NADA NO MES.
002100* COM O ARQUIVO DE PARAMETROS PARMABC PRESENTE A COMPETENCIA
002200* E OS LIMITES DAS CLASSES VEM DO PARAMETRO; SEM ELE A
002300* COMPETENCIA E PEDIDA NO CONSOLE. AO FINAL GRAVA O RESUMO DA
002400* EXECUCAO EM LOTELOG E TERMINA COM RETURN-CODE 8 QUANDO O
002500* PARAMETRO E INVALIDO, UM ARQUIVO NECESSARIO NAO ABRE OU NAO
002600* HA VENDA NA COMPETENCIA.
002700*-------------------------------------------------------------
002800* HISTORICO DE ALTERACOES
002900* DATA       AUTOR    DESCRICAO
003000* 15/10/2026 EQP-CX   CRIACAO DA ANALISE MENSAL DE VENDAS COM
003100*                     CURVA ABC POR FATURAMENTO E MARGEM.
003200*-------------------------------------------------------------
003300
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER. LOJA-MATRIZ.
003700 OBJECT-COMPUTER. LOJA-MATRIZ.
003800
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT ARQ-COMPCAB ASSIGN TO "COMPCAB"
004200         ORGANIZATION IS SEQUENTIAL
004300         ACCESS MODE IS SEQUENTIAL
004400         FILE STATUS IS WRK-FS-COMPCAB.
004500
004600     SELECT ARQ-COMPITE ASSIGN TO "COMPITE"
004700         ORGANIZATION IS SEQUENTIAL
004800         ACCESS MODE IS SEQUENTIAL
004900         FILE STATUS IS WRK-FS-COMPITE.
005000
005100     SELECT ARQ-HISTORICO ASSIGN TO "HISTCOMP"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS REG-HIST-CHAVE
005500         FILE STATUS IS WRK-FS-HIST.
005600
005700     SELECT ARQ-PRODUTO ASSIGN TO "PRODUTO"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS REG-PROD-COD
006100         FILE STATUS IS WRK-FS-PRODUTO.
006200
006300     SELECT ARQ-RELATORIO ASSIGN TO "RELABC"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         ACCESS MODE IS SEQUENTIAL
006600         FILE STATUS IS WRK-FS-RELATORIO.
006700
006800     SELECT ARQ-PARAMETRO ASSIGN TO "PARMABC"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         ACCESS MODE IS SEQUENTIAL
007100         FILE STATUS IS WRK-FS-PARM.
007200
007300     SELECT ARQ-LOTELOG ASSIGN TO "LOTELOG"
007400         ORGANIZATION IS SEQUENTIAL
007500         ACCESS MODE IS SEQUENTIAL
007600         FILE STATUS IS WRK-FS-LOTELOG.
007700
007800 DATA DIVISION.
007900 FILE SECTION.
008000
008100 FD  ARQ-COMPCAB
008200         LABEL RECORD IS STANDARD.
008300     COPY CABREC.
008400
008500 FD  ARQ-COMPITE
008600         LABEL RECORD IS STANDARD.
008700     COPY ITEREC.
008800
008900 FD  ARQ-HISTORICO
009000         LABEL RECORD IS STANDARD.
009100     COPY HISTREC.
009200
009300 FD  ARQ-PRODUTO
009400         LABEL RECORD IS STANDARD.
009500     COPY PRODREC.
009600
009700 FD  ARQ-RELATORIO
009800         LABEL RECORD IS STANDARD.
009900 01  REG-LINHA-RELABC           PIC X(80).
010000
010100 FD  ARQ-PARAMETRO
010200         LABEL RECORD IS STANDARD.
010300 01  REG-PARAMETRO.
010400     03  REG-PARM-TIPO           PIC X(08).
010500     03  FILLER                  PIC X(01).
010600     03  REG-PARM-VALOR          PIC X(30).
010700     03  FILLER                  PIC X(41).
010800
010900 FD  ARQ-LOTELOG
011000         LABEL RECORD IS STANDARD.
011100     COPY LOTEREC.
011200
011300 WORKING-STORAGE SECTION.
011400*-------------------------------------------------------------
011500* STATUS DE ARQUIVO (PADRAO COBOL DE 2 POSICOES)
011600*-------------------------------------------------------------
011700 77  WRK-FS-COMPCAB         PIC X(02)       VALUE "00".
011800
011900 77  WRK-FS-COMPITE         PIC X(02)       VALUE "00".
012000
012100 77  WRK-FS-HIST            PIC X(02)       VALUE "00".
012200
012300 77  WRK-FS-PRODUTO         PIC X(02)       VALUE "00".
012400
012500 77  WRK-FS-RELATORIO       PIC X(02)       VALUE "00".
012600
012700 77  WRK-FS-PARM            PIC X(02)       VALUE "00".
012800
012900 77  WRK-FS-LOTELOG         PIC X(02)       VALUE "00".
013000
013100*-------------------------------------------------------------
013200* CHAVES DE CONDICAO (SWITCHES) DO PROGRAMA
013300*-------------------------------------------------------------
013400 01  WRK-SWITCHES.
013500     03 WRK-SW-EOF-COMPROV    PIC X(01) VALUE "N".
013600         88 FIM-COMPROV                  VALUE "S".
013700     03 WRK-SW-EOF-HIST       PIC X(01) VALUE "N".
013800         88 FIM-HISTORICO                VALUE "S".
013900     03 WRK-SW-EOF-PRODUTO    PIC X(01) VALUE "N".
014000         88 FIM-PRODUTO                  VALUE "S".
014100     03 WRK-SW-EOF-PARM       PIC X(01) VALUE "N".
014200         88 FIM-PARAMETRO                VALUE "S".
014300     03 WRK-SW-COM-PARM       PIC X(01) VALUE "N".
014400         88 COM-PARAMETROS               VALUE "S".
014500     03 WRK-SW-COM-HIST       PIC X(01) VALUE "N".
014600         88 COM-HISTORICO                VALUE "S".
014700     03 WRK-SW-COM-COMPROV    PIC X(01) VALUE "N".
014800         88 COM-COMPROVANTES             VALUE "S".
014900     03 WRK-SW-CONSIDERAR     PIC X(01) VALUE "N".
015000         88 CONSIDERAR-COMPROV           VALUE "S".
015100     03 WRK-SW-PERIODO        PIC X(01) VALUE SPACE.
015200         88 PERIODO-ATUAL                VALUE "A".
015300         88 PERIODO-ANTERIOR             VALUE "P".
015400     03 WRK-SW-CURVA          PIC X(01) VALUE SPACE.
015500         88 CURVA-FATURAMENTO            VALUE "F".
015600         88 CURVA-MARGEM                 VALUE "M".
015700         88 CURVA-ANTERIOR               VALUE "P".
015800
015900*-------------------------------------------------------------
016000* COMPETENCIA ANALISADA E A ANTERIOR (AAAAMM)
016100*-------------------------------------------------------------
016200 77  WRK-COMPETENCIA        PIC 9(06)       VALUE ZEROS.
016300
016400 01  WRK-COMPET-ANT.
016500     03  WRK-COMPET-ANT-NUM      PIC 9(06)       VALUE ZEROS.
016600     03  FILLER REDEFINES WRK-COMPET-ANT-NUM.
016700         05  WRK-COMPET-ANT-AAAA PIC 9(04).
016800         05  WRK-COMPET-ANT-MM   PIC 9(02).
016900
017000 01  WRK-DATA-REF.
017100     03  WRK-DATA-REF-NUM        PIC 9(08).
017200     03  FILLER REDEFINES WRK-DATA-REF-NUM.
017300         05  WRK-DATA-REF-AAAAMM PIC 9(06).
017400         05  WRK-DATA-REF-DD     PIC 9(02).
017500
017600*-------------------------------------------------------------
017700* LIMITES DA CURVA ABC EM PERCENTUAL ACUMULADO: O PRODUTO QUE
017800* COMECA ANTES DE LIMITE-A E CLASSE A, ANTES DE LIMITE-B E
017900* CLASSE B, O RESTANTE E CLASSE C.
018000*-------------------------------------------------------------
018100 77  WRK-LIMITE-A           PIC 9(03)V99    VALUE 80.
018200 77  WRK-LIMITE-B           PIC 9(03)V99    VALUE 95.
018300
018400*-------------------------------------------------------------
018500* ITEM VENDIDO EM TRATAMENTO, VINDO DO HISTORICO OU DO PAR
018600* CORRENTE, JA COM A QUANTIDADE DEVOLVIDA DESCONTADA.
018700*-------------------------------------------------------------
018800 77  WRK-ITEM-PRODUTO       PIC 9(13)       VALUE ZEROS.
018900 77  WRK-ITEM-QTD           PIC 9(03)V999   VALUE ZEROS.
019000 77  WRK-ITEM-QTD-DEV       PIC 9(03)V999   VALUE ZEROS.
019100 77  WRK-ITEM-VALOR         PIC 9(06)V99    VALUE ZEROS.
019200 77  WRK-QTD-LIQ            PIC 9(03)V999   VALUE ZEROS.
019300 77  WRK-VALOR-LIQ          PIC 9(06)V99    VALUE ZEROS.
019400 77  WRK-CUSTO-LIQ          PIC 9(08)V99    VALUE ZEROS.
019500
019600*-------------------------------------------------------------
019700* ACUMULADORES POR PRODUTO (CODIGO DE BARRAS EAN-13). A
019800* TABELA E REORDENADA PELA CHAVE PRO-CHAVE PARA CADA CURVA;
019900* PRODUTOS SEM VENDA NO PERIODO DA CURVA FICAM NO FIM.
020000*-------------------------------------------------------------
020100 77  WRK-MAX-PRO            PIC 9(04)       VALUE 1000.
020200 77  WRK-PRO-USADOS         PIC 9(04)       VALUE ZEROS.
020300 77  WRK-PRO-POS            PIC 9(04)       VALUE ZEROS.
020400 01  WRK-TAB-PRODUTOS.
020500     03 WRK-PRO-ITEM OCCURS 1000 TIMES.
020600         05 PRO-COD         PIC 9(13).
020700         05 PRO-DESC        PIC X(10).
020800         05 PRO-CUSTO-UNIT  PIC 9(04)V99.
020900         05 PRO-QTD         PIC 9(07)V999.
021000         05 PRO-VALOR       PIC 9(08)V99.
021100         05 PRO-CUSTO       PIC 9(08)V99.
021200         05 PRO-MARGEM      PIC S9(08)V99.
021300         05 PRO-QTD-ANT     PIC 9(07)V999.
021400         05 PRO-VALOR-ANT   PIC 9(08)V99.
021500         05 PRO-CUSTO-ANT   PIC 9(08)V99.
021600         05 PRO-MARGEM-ANT  PIC S9(08)V99.
021700         05 PRO-CHAVE       PIC S9(08)V99.
021800         05 PRO-VENDEU      PIC X(01).
021900             88 PRO-VENDEU-MES         VALUE 'S'.
022000         05 PRO-VENDEU-ANT  PIC X(01).
022100             88 PRO-VENDEU-MES-ANT     VALUE 'S'.
022200         05 PRO-CLASSE-FAT  PIC X(01).
022300         05 PRO-CLASSE-MRG  PIC X(01).
022400         05 PRO-CLASSE-ANT  PIC X(01).
022500         05 PRO-PCT-FAT     PIC 9(03)V9.
022600         05 PRO-PCT-MRG     PIC 9(03)V9.
022700 01  WRK-PRO-TROCA          PIC X(132)      VALUE SPACES.
022800
022900*-------------------------------------------------------------
023000* TOTAIS DA LOJA NA COMPETENCIA E NA ANTERIOR
023100*-------------------------------------------------------------
023200 77  WRK-QTD-COMPROV        PIC 9(07)       VALUE ZEROS.
023300 77  WRK-QTD-COMPROV-ANT    PIC 9(07)       VALUE ZEROS.
023400 77  WRK-QTD-ESTORNOS       PIC 9(07)       VALUE ZEROS.
023500 77  WRK-QTD-DUPLICADOS     PIC 9(07)       VALUE ZEROS.
023600 77  WRK-QTD-SEM-CADASTRO   PIC 9(05)       VALUE ZEROS.
023700 77  WRK-QTD-PRO-MES        PIC 9(05)       VALUE ZEROS.
023800 77  WRK-QTD-SEM-VENDA      PIC 9(05)       VALUE ZEROS.
023900 77  WRK-TOT-VALOR          PIC 9(09)V99    VALUE ZEROS.
024000 77  WRK-TOT-CUSTO          PIC 9(09)V99    VALUE ZEROS.
024100 77  WRK-TOT-MARGEM         PIC S9(09)V99   VALUE ZEROS.
024200 77  WRK-TOT-VALOR-ANT      PIC 9(09)V99    VALUE ZEROS.
024300 77  WRK-TOT-MARGEM-ANT     PIC S9(09)V99   VALUE ZEROS.
024400 77  WRK-BASE-MARGEM        PIC 9(09)V99    VALUE ZEROS.
024500 77  WRK-TOT-SEM-VENDA      PIC S9(09)V99   VALUE ZEROS.
024600
024700*-------------------------------------------------------------
024800* CLASSIFICACAO DA CURVA: BASE, ACUMULADO E RESUMO POR CLASSE
024900*-------------------------------------------------------------
025000 77  WRK-BASE-CURVA         PIC 9(09)V99    VALUE ZEROS.
025100 77  WRK-ACUM-CURVA         PIC 9(09)V99    VALUE ZEROS.
025200 77  WRK-PCT-ANTES          PIC 9(03)V99    VALUE ZEROS.
025300 77  WRK-PCT-ACUM           PIC 9(03)V9     VALUE ZEROS.
025400 77  WRK-CLASSE             PIC X(01)       VALUE SPACE.
025500 77  WRK-CHAVE-MINIMA       PIC S9(08)V99   VALUE -99999999.99.
025600 01  WRK-RESUMO-CLASSES.
025700     03 WRK-RES-CLASSE OCCURS 3 TIMES.
025800         05 RES-QTD         PIC 9(05).
025900         05 RES-VALOR       PIC 9(09)V99.
026000 77  K                      PIC 9(01)       VALUE ZEROS.
026100
026200*-------------------------------------------------------------
026300* EXECUCAO DESASSISTIDA: CODIGO DE RETORNO E RESUMO DO LOTE
026400*-------------------------------------------------------------
026500 77  WRK-RC                 PIC 9(02)       VALUE ZEROS.
026600 77  WRK-DATA-EXEC          PIC 9(08)       VALUE ZEROS.
026700 77  WRK-HORA-EXEC          PIC 9(08)       VALUE ZEROS.
026800
026900 77  I                      PIC 9(04)       VALUE ZEROS.
027000 77  J                      PIC 9(04)       VALUE ZEROS.
027100
027200*-------------------------------------------------------------
027300* CAMPOS DE EDICAO DO RELATORIO
027400*-------------------------------------------------------------
027500 77  WRK-MARGEM-PCT         PIC S9(03)V99   VALUE ZEROS.
027600 77  WRK-VARIACAO           PIC S9(05)V9    VALUE ZEROS.
027700 77  WRK-VALOR-ESTOQUE      PIC S9(09)V99   VALUE ZEROS.
027800 77  WRK-POS-REL            PIC 9(04)       VALUE ZEROS.
027900 77  WRK-ED-POS             PIC ZZZ9        VALUE ZEROS.
028000 77  WRK-ED-QTD             PIC ZZZZZZ9     VALUE ZEROS.
028100 77  WRK-ED-QTD-PRO         PIC ZZZZZ9,999  VALUE ZEROS.
028200 77  WRK-ED-VALOR           PIC ZZZZZZ9,99  VALUE ZEROS.
028300 77  WRK-ED-VALOR-ANT       PIC ZZZZZZ9,99  VALUE ZEROS.
028400 77  WRK-ED-TOTAL           PIC $ZZZZZZZ9,99 VALUE ZEROS.
028500 77  WRK-ED-MARGEM          PIC -ZZZZZZ9,99 VALUE ZEROS.
028600 77  WRK-ED-MARGEM-ANT      PIC -ZZZZZZ9,99 VALUE ZEROS.
028700 77  WRK-ED-MARGEM-PCT      PIC -ZZ9,99     VALUE ZEROS.
028800 77  WRK-ED-PCT-ACUM        PIC ZZ9,9       VALUE ZEROS.
028900 77  WRK-ED-VARIACAO        PIC -ZZZ9,9     VALUE ZEROS.
029000 77  WRK-ED-LIMITE          PIC ZZ9         VALUE ZEROS.
029100 77  WRK-ED-ESTOQUE         PIC -ZZZZ9,999  VALUE ZEROS.
029200 01  WRK-LINHA-RELATORIO    PIC X(80)       VALUE SPACES.
029300
029400 PROCEDURE DIVISION.
029500
029600 0000-MAINLINE.
029700     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
029800     IF WRK-RC = ZEROS
029900         PERFORM 2000-LER-HISTORICO
030000             THRU 2000-LER-HISTORICO-EXIT
030100         PERFORM 3000-LER-CORRENTE
030200             THRU 3000-LER-CORRENTE-EXIT
030300         PERFORM 5000-CLASSIFICAR-PRODUTOS
030400             THRU 5000-CLASSIFICAR-PRODUTOS-EXIT
030500         PERFORM 6000-IMPRIMIR-RELATORIO
030600             THRU 6000-IMPRIMIR-RELATORIO-EXIT
030700     END-IF.
030800     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
030900     STOP RUN.
031000 0000-MAINLINE-EXIT.
031100     EXIT.
031200
031300*-------------------------------------------------------------
031400 1000-INICIALIZAR.
031500     DISPLAY "=============================================".
031600     DISPLAY " CURVABC - ANALISE MENSAL DE VENDAS".
031700     DISPLAY "=============================================".
031800     PERFORM 1100-LER-PARAMETROS
031900         THRU 1100-LER-PARAMETROS-EXIT.
032000     IF NOT COM-PARAMETROS
032100         DISPLAY "COMPETENCIA A ANALISAR (AAAAMM): "
032200             WITH NO ADVANCING
032300         ACCEPT WRK-COMPETENCIA
032400     END-IF.
032500     IF WRK-RC NOT = ZEROS
032600         GO TO 1000-INICIALIZAR-EXIT
032700     END-IF.
032800     PERFORM 1200-CALCULAR-ANTERIOR
032900         THRU 1200-CALCULAR-ANTERIOR-EXIT.
033000     IF WRK-RC NOT = ZEROS
033100         GO TO 1000-INICIALIZAR-EXIT
033200     END-IF.
033300     IF WRK-LIMITE-A = ZEROS
033400         OR WRK-LIMITE-A > WRK-LIMITE-B
033500         OR WRK-LIMITE-B > 100
033600         DISPLAY "LIMITES DA CURVA INVALIDOS: A=" WRK-LIMITE-A
033700             " B=" WRK-LIMITE-B
033800         MOVE 8 TO WRK-RC
033900         GO TO 1000-INICIALIZAR-EXIT
034000     END-IF.
034100     OPEN INPUT ARQ-PRODUTO.
034200     IF WRK-FS-PRODUTO NOT = "00"
034300         DISPLAY "ARQUIVO PRODUTO INDISPONIVEL. FS="
034400             WRK-FS-PRODUTO
034500         MOVE 8 TO WRK-RC
034600         GO TO 1000-INICIALIZAR-EXIT
034700     END-IF.
034800     OPEN INPUT ARQ-HISTORICO.
034900     IF WRK-FS-HIST = "00"
035000         MOVE "S" TO WRK-SW-COM-HIST
035100     ELSE
035200         DISPLAY "AVISO: HISTCOMP INDISPONIVEL. FS=" WRK-FS-HIST
035300     END-IF.
035400     OPEN INPUT ARQ-COMPCAB.
035500     OPEN INPUT ARQ-COMPITE.
035600     IF WRK-FS-COMPCAB = "00"
035700         AND WRK-FS-COMPITE = "00"
035800         MOVE "S" TO WRK-SW-COM-COMPROV
035900     ELSE
036000         DISPLAY "AVISO: COMPCAB/COMPITE INDISPONIVEIS. FS="
036100             WRK-FS-COMPCAB " " WRK-FS-COMPITE
036200         IF WRK-FS-COMPCAB = "00"
036300             CLOSE ARQ-COMPCAB
036400         END-IF
036500         IF WRK-FS-COMPITE = "00"
036600             CLOSE ARQ-COMPITE
036700         END-IF
036800     END-IF.
036900     IF NOT COM-HISTORICO AND NOT COM-COMPROVANTES
037000         DISPLAY "NENHUM ARQUIVO DE COMPROVANTES DISPONIVEL."
037100         CLOSE ARQ-PRODUTO
037200         MOVE 8 TO WRK-RC
037300         GO TO 1000-INICIALIZAR-EXIT
037400     END-IF.
037500     OPEN OUTPUT ARQ-RELATORIO.
037600     IF WRK-FS-RELATORIO NOT = "00"
037700         DISPLAY "ERRO AO ABRIR RELABC. FS=" WRK-FS-RELATORIO
037710         CLOSE ARQ-PRODUTO
037720         IF COM-HISTORICO
037730             CLOSE ARQ-HISTORICO
037740         END-IF
037750         IF COM-COMPROVANTES
037760             CLOSE ARQ-COMPCAB
037770             CLOSE ARQ-COMPITE
037780         END-IF
037800         MOVE 8 TO WRK-RC
037850         GO TO 1000-INICIALIZAR-EXIT
037900     END-IF.
038000 1000-INICIALIZAR-EXIT.
038100     EXIT.
038200
038300*-------------------------------------------------------------
038400* LE O ARQUIVO DE PARAMETROS PARMABC, QUANDO PRESENTE:
038500*   COMPET   AAAAMM     - COMPETENCIA A ANALISAR
038600*   LIMITEA  NNN        - PCT ACUMULADO DA CLASSE A (PADRAO 80)
038700*   LIMITEB  NNN        - PCT ACUMULADO DA CLASSE B (PADRAO 95)
038800* SEM O ARQUIVO O PROGRAMA SEGUE NO MODO DE CONSOLE.
038900*-------------------------------------------------------------
039000 1100-LER-PARAMETROS.
039100     OPEN INPUT ARQ-PARAMETRO.
039200     IF WRK-FS-PARM NOT = "00"
039300         GO TO 1100-LER-PARAMETROS-EXIT
039400     END-IF.
039500     MOVE "S" TO WRK-SW-COM-PARM.
039600     MOVE "N" TO WRK-SW-EOF-PARM.
039700     PERFORM 1110-LER-PARAMETRO THRU 1110-LER-PARAMETRO-EXIT.
039800     PERFORM 1120-TRATAR-PARAMETRO
039900         THRU 1120-TRATAR-PARAMETRO-EXIT
040000         UNTIL FIM-PARAMETRO.
040100     CLOSE ARQ-PARAMETRO.
040200 1100-LER-PARAMETROS-EXIT.
040300     EXIT.
040400
040500*-------------------------------------------------------
040600 1110-LER-PARAMETRO.
040700     READ ARQ-PARAMETRO
040800         AT END
040900             MOVE "S" TO WRK-SW-EOF-PARM
041000     END-READ.
041100 1110-LER-PARAMETRO-EXIT.
041200     EXIT.
041300
041400*-------------------------------------------------------
041500 1120-TRATAR-PARAMETRO.
041600     EVALUATE REG-PARM-TIPO
041700         WHEN "COMPET"
041800             IF REG-PARM-VALOR(1:6) IS NUMERIC
041900                 MOVE REG-PARM-VALOR(1:6) TO WRK-COMPETENCIA
042000             ELSE
042100                 DISPLAY "PARAMETRO COMPET INVALIDO: "
042200                     REG-PARM-VALOR
042300                 MOVE 8 TO WRK-RC
042400             END-IF
042500         WHEN "LIMITEA"
042600             IF REG-PARM-VALOR(1:3) IS NUMERIC
042700                 MOVE REG-PARM-VALOR(1:3) TO WRK-LIMITE-A
042800             ELSE
042900                 DISPLAY "PARAMETRO LIMITEA INVALIDO: "
043000                     REG-PARM-VALOR
043100                 MOVE 8 TO WRK-RC
043200             END-IF
043300         WHEN "LIMITEB"
043400             IF REG-PARM-VALOR(1:3) IS NUMERIC
043500                 MOVE REG-PARM-VALOR(1:3) TO WRK-LIMITE-B
043600             ELSE
043700                 DISPLAY "PARAMETRO LIMITEB INVALIDO: "
043800                     REG-PARM-VALOR
043900                 MOVE 8 TO WRK-RC
044000             END-IF
044100         WHEN SPACES
044200             CONTINUE
044300         WHEN OTHER
044400             DISPLAY "PARAMETRO DESCONHECIDO: " REG-PARM-TIPO
044500             MOVE 8 TO WRK-RC
044600     END-EVALUATE.
044700     PERFORM 1110-LER-PARAMETRO THRU 1110-LER-PARAMETRO-EXIT.
044800 1120-TRATAR-PARAMETRO-EXIT.
044900     EXIT.
045000
045100*-------------------------------------------------------
045200* CRITICA A COMPETENCIA E CALCULA A COMPETENCIA ANTERIOR,
045300* USADA NA COMPARACAO PRODUTO A PRODUTO.
045400*-------------------------------------------------------
045500 1200-CALCULAR-ANTERIOR.
045600     MOVE WRK-COMPETENCIA TO WRK-COMPET-ANT-NUM.
045700     IF WRK-COMPETENCIA = ZEROS
045800         OR WRK-COMPET-ANT-MM = ZEROS
045900         OR WRK-COMPET-ANT-MM > 12
046000         DISPLAY "COMPETENCIA INVALIDA: " WRK-COMPETENCIA
046100         MOVE 8 TO WRK-RC
046200         GO TO 1200-CALCULAR-ANTERIOR-EXIT
046300     END-IF.
046400     IF WRK-COMPET-ANT-MM = 1
046500         MOVE 12 TO WRK-COMPET-ANT-MM
046600         SUBTRACT 1 FROM WRK-COMPET-ANT-AAAA
046700     ELSE
046800         SUBTRACT 1 FROM WRK-COMPET-ANT-MM
046900     END-IF.
047000 1200-CALCULAR-ANTERIOR-EXIT.
047100     EXIT.
047200
047300*-------------------------------------------------------------
047400* PASSADA SEQUENCIAL NO HISTORICO: COMPROVANTES JA LEVADOS
047500* PELO EXPURGO MENSAL.
047600*-------------------------------------------------------------
047700 2000-LER-HISTORICO.
047800     IF NOT COM-HISTORICO
047900         GO TO 2000-LER-HISTORICO-EXIT
048000     END-IF.
048100     MOVE "N" TO WRK-SW-EOF-HIST.
048200     MOVE LOW-VALUES TO REG-HIST-CHAVE.
048300     START ARQ-HISTORICO KEY IS NOT LESS THAN REG-HIST-CHAVE
048400         INVALID KEY
048500             MOVE "S" TO WRK-SW-EOF-HIST
048600     END-START.
048700     IF FIM-HISTORICO
048800         GO TO 2000-LER-HISTORICO-EXIT
048900     END-IF.
049000     PERFORM 2010-LER-UM-HISTORICO
049100         THRU 2010-LER-UM-HISTORICO-EXIT.
049200     PERFORM 2020-TRATAR-HISTORICO
049300         THRU 2020-TRATAR-HISTORICO-EXIT
049400         UNTIL FIM-HISTORICO.
049500 2000-LER-HISTORICO-EXIT.
049600     EXIT.
049700
049800*-------------------------------------------------------
049900 2010-LER-UM-HISTORICO.
050000     READ ARQ-HISTORICO NEXT RECORD
050100         AT END
050200             MOVE "S" TO WRK-SW-EOF-HIST
050300     END-READ.
050400     IF NOT FIM-HISTORICO
050500         AND WRK-FS-HIST NOT = "00"
050600         DISPLAY "ERRO DE LEITURA NO HISTCOMP. FS=" WRK-FS-HIST
050700         MOVE 8 TO WRK-RC
050800         MOVE "S" TO WRK-SW-EOF-HIST
050900     END-IF.
051000 2010-LER-UM-HISTORICO-EXIT.
051100     EXIT.
051200
051300*-------------------------------------------------------
051400 2020-TRATAR-HISTORICO.
051500     MOVE REG-HIST-DATA TO WRK-DATA-REF-NUM.
051600     PERFORM 2100-DEFINIR-PERIODO
051700         THRU 2100-DEFINIR-PERIODO-EXIT.
051800     IF WRK-SW-PERIODO NOT = SPACE
051900         IF HIST-ESTORNADA
052000             ADD 1 TO WRK-QTD-ESTORNOS
052100         ELSE
052200             PERFORM 2110-CONTAR-COMPROVANTE
052300                 THRU 2110-CONTAR-COMPROVANTE-EXIT
052400             PERFORM 2030-ITEM-HISTORICO
052500                 THRU 2030-ITEM-HISTORICO-EXIT
052600                 VARYING J FROM 1 BY 1
052700                 UNTIL J > REG-HIST-QTD-ITENS
052800         END-IF
052900     END-IF.
053000     PERFORM 2010-LER-UM-HISTORICO
053100         THRU 2010-LER-UM-HISTORICO-EXIT.
053200 2020-TRATAR-HISTORICO-EXIT.
053300     EXIT.
053400
053500*-------------------------------------------------------
053600 2030-ITEM-HISTORICO.
053700     MOVE REG-HIST-PRODUTO(J) TO WRK-ITEM-PRODUTO.
053800     MOVE REG-HIST-QUANTIDADE(J) TO WRK-ITEM-QTD.
053900     MOVE REG-HIST-QTD-DEV(J) TO WRK-ITEM-QTD-DEV.
054000     MOVE REG-HIST-VALOR-ITEM(J) TO WRK-ITEM-VALOR.
054100     PERFORM 4000-ACUMULAR-ITEM THRU 4000-ACUMULAR-ITEM-EXIT.
054200 2030-ITEM-HISTORICO-EXIT.
054300     EXIT.
054400
054500*-------------------------------------------------------
054600* A DATA DO COMPROVANTE (EM WRK-DATA-REF) DEFINE SE ELE ENTRA
054700* NA COMPETENCIA, NA ANTERIOR OU FICA FORA DA ANALISE.
054800*-------------------------------------------------------
054900 2100-DEFINIR-PERIODO.
055000     MOVE SPACE TO WRK-SW-PERIODO.
055100     IF WRK-DATA-REF-AAAAMM = WRK-COMPETENCIA
055200         MOVE "A" TO WRK-SW-PERIODO
055300     END-IF.
055400     IF WRK-DATA-REF-AAAAMM = WRK-COMPET-ANT-NUM
055500         MOVE "P" TO WRK-SW-PERIODO
055600     END-IF.
055700 2100-DEFINIR-PERIODO-EXIT.
055800     EXIT.
055900
056000*-------------------------------------------------------
056100 2110-CONTAR-COMPROVANTE.
056200     IF PERIODO-ATUAL
056300         ADD 1 TO WRK-QTD-COMPROV
056400     ELSE
056500         ADD 1 TO WRK-QTD-COMPROV-ANT
056600     END-IF.
056700 2110-CONTAR-COMPROVANTE-EXIT.
056800     EXIT.
056900
057000*-------------------------------------------------------------
057100* PASSADA NO PAR CORRENTE COMPCAB/COMPITE, LIDO EM PASSO: O
057200* CABECALHO E SEGUIDO DOS SEUS QTD-ITENS REGISTROS DE ITEM.
057300* COMPROVANTE QUE JA ESTA NO HISTORICO COM A MESMA DATA (EXPURGO
057400* INTERROMPIDO ANTES DE REGRAVAR O PAR) NAO E CONTADO DE NOVO.
057500*-------------------------------------------------------------
057600 3000-LER-CORRENTE.
057700     IF NOT COM-COMPROVANTES
057800         GO TO 3000-LER-CORRENTE-EXIT
057900     END-IF.
058000     MOVE "N" TO WRK-SW-EOF-COMPROV.
058100     PERFORM 3010-LER-CABECALHO THRU 3010-LER-CABECALHO-EXIT.
058200     PERFORM 3020-TRATAR-COMPROVANTE
058300         THRU 3020-TRATAR-COMPROVANTE-EXIT
058400         UNTIL FIM-COMPROV.
058500     CLOSE ARQ-COMPCAB.
058600     CLOSE ARQ-COMPITE.
058700 3000-LER-CORRENTE-EXIT.
058800     EXIT.
058900
059000*-------------------------------------------------------
059100 3010-LER-CABECALHO.
059200     READ ARQ-COMPCAB
059300         AT END
059400             MOVE "S" TO WRK-SW-EOF-COMPROV
059500     END-READ.
059600 3010-LER-CABECALHO-EXIT.
059700     EXIT.
059800
059900*-------------------------------------------------------
060000 3020-TRATAR-COMPROVANTE.
060100     MOVE "N" TO WRK-SW-CONSIDERAR.
060200     MOVE REG-CAB-DATA TO WRK-DATA-REF-NUM.
060300     PERFORM 2100-DEFINIR-PERIODO
060400         THRU 2100-DEFINIR-PERIODO-EXIT.
060500     IF WRK-SW-PERIODO NOT = SPACE
060600         IF CAB-ESTORNADA
060700             ADD 1 TO WRK-QTD-ESTORNOS
060800         ELSE
060900             PERFORM 3040-VERIFICAR-HISTORICO
061000                 THRU 3040-VERIFICAR-HISTORICO-EXIT
061100         END-IF
061200     END-IF.
061300     IF CONSIDERAR-COMPROV
061400         PERFORM 2110-CONTAR-COMPROVANTE
061500             THRU 2110-CONTAR-COMPROVANTE-EXIT
061600     END-IF.
061700     PERFORM 3030-ITEM-COMPROVANTE
061800         THRU 3030-ITEM-COMPROVANTE-EXIT
061900         VARYING J FROM 1 BY 1
062000         UNTIL J > REG-CAB-QTD-ITENS OR FIM-COMPROV.
062100     PERFORM 3010-LER-CABECALHO THRU 3010-LER-CABECALHO-EXIT.
062200 3020-TRATAR-COMPROVANTE-EXIT.
062300     EXIT.
062400
062500*-------------------------------------------------------
062600 3030-ITEM-COMPROVANTE.
062700     READ ARQ-COMPITE
062800         AT END
062900             DISPLAY "AVISO: COMPITE TERMINOU ANTES DO"
063000                 " CABECALHO. ARQUIVOS FORA DE PASSO."
063100             MOVE "S" TO WRK-SW-EOF-COMPROV
063200             GO TO 3030-ITEM-COMPROVANTE-EXIT
063300     END-READ.
063400     IF NOT CONSIDERAR-COMPROV
063500         GO TO 3030-ITEM-COMPROVANTE-EXIT
063600     END-IF.
063700     MOVE REG-ITE-PRODUTO TO WRK-ITEM-PRODUTO.
063800     MOVE REG-ITE-QUANTIDADE TO WRK-ITEM-QTD.
063900     MOVE REG-ITE-QTD-DEVOLVIDA TO WRK-ITEM-QTD-DEV.
064000     MOVE REG-ITE-VALOR-ITEM TO WRK-ITEM-VALOR.
064100     PERFORM 4000-ACUMULAR-ITEM THRU 4000-ACUMULAR-ITEM-EXIT.
064200 3030-ITEM-COMPROVANTE-EXIT.
064300     EXIT.
064400
064500*-------------------------------------------------------
064600 3040-VERIFICAR-HISTORICO.
064700     MOVE "S" TO WRK-SW-CONSIDERAR.
064800     IF NOT COM-HISTORICO
064900         GO TO 3040-VERIFICAR-HISTORICO-EXIT
065000     END-IF.
065100     MOVE REG-CAB-CAIXA TO REG-HIST-CAIXA.
065200     MOVE REG-CAB-NUM TO REG-HIST-NUM.
065300     READ ARQ-HISTORICO
065400         INVALID KEY
065500             CONTINUE
065600         NOT INVALID KEY
065700             IF REG-HIST-DATA = REG-CAB-DATA
065800                 MOVE "N" TO WRK-SW-CONSIDERAR
065900                 ADD 1 TO WRK-QTD-DUPLICADOS
066000             END-IF
066100     END-READ.
066200 3040-VERIFICAR-HISTORICO-EXIT.
066300     EXIT.
066400
066500*-------------------------------------------------------------
066600* ACUMULA O ITEM NO PRODUTO, NO PERIODO DO COMPROVANTE. A
066700* QUANTIDADE JA DEVOLVIDA SAI DA VENDA E O VALOR DO ITEM E
066800* REDUZIDO NA MESMA PROPORCAO; ITEM TODO DEVOLVIDO NAO CONTA.
066900*-------------------------------------------------------------
067000 4000-ACUMULAR-ITEM.
067100     IF WRK-ITEM-QTD = ZEROS
067200         OR WRK-ITEM-QTD-DEV NOT < WRK-ITEM-QTD
067300         GO TO 4000-ACUMULAR-ITEM-EXIT
067400     END-IF.
067500     COMPUTE WRK-QTD-LIQ = WRK-ITEM-QTD - WRK-ITEM-QTD-DEV.
067600     IF WRK-ITEM-QTD-DEV = ZEROS
067700         MOVE WRK-ITEM-VALOR TO WRK-VALOR-LIQ
067800     ELSE
067900         COMPUTE WRK-VALOR-LIQ ROUNDED =
068000             WRK-ITEM-VALOR * WRK-QTD-LIQ / WRK-ITEM-QTD
068100     END-IF.
068200     MOVE ZEROS TO WRK-PRO-POS.
068300     PERFORM 4010-LOCALIZAR-PRODUTO
068400         THRU 4010-LOCALIZAR-PRODUTO-EXIT
068500         VARYING I FROM 1 BY 1
068600         UNTIL I > WRK-PRO-USADOS OR WRK-PRO-POS > ZEROS.
068700     IF WRK-PRO-POS = ZEROS
068800         IF WRK-PRO-USADOS < WRK-MAX-PRO
068900             ADD 1 TO WRK-PRO-USADOS
069000             MOVE WRK-PRO-USADOS TO WRK-PRO-POS
069100             PERFORM 4020-INCLUIR-PRODUTO
069200                 THRU 4020-INCLUIR-PRODUTO-EXIT
069300         ELSE
069400             DISPLAY "AVISO: TABELA DE PRODUTOS CHEIA."
069500             GO TO 4000-ACUMULAR-ITEM-EXIT
069600         END-IF
069700     END-IF.
069800     COMPUTE WRK-CUSTO-LIQ ROUNDED =
069900         PRO-CUSTO-UNIT(WRK-PRO-POS) * WRK-QTD-LIQ.
070000     IF PERIODO-ATUAL
070100         ADD WRK-QTD-LIQ TO PRO-QTD(WRK-PRO-POS)
070200         ADD WRK-VALOR-LIQ TO PRO-VALOR(WRK-PRO-POS)
070300         ADD WRK-CUSTO-LIQ TO PRO-CUSTO(WRK-PRO-POS)
070400         MOVE "S" TO PRO-VENDEU(WRK-PRO-POS)
070500     ELSE
070600         ADD WRK-QTD-LIQ TO PRO-QTD-ANT(WRK-PRO-POS)
070700         ADD WRK-VALOR-LIQ TO PRO-VALOR-ANT(WRK-PRO-POS)
070800         ADD WRK-CUSTO-LIQ TO PRO-CUSTO-ANT(WRK-PRO-POS)
070900         MOVE "S" TO PRO-VENDEU-ANT(WRK-PRO-POS)
071000     END-IF.
071100 4000-ACUMULAR-ITEM-EXIT.
071200     EXIT.
071300
071400*-------------------------------------------------------
071500 4010-LOCALIZAR-PRODUTO.
071600     IF PRO-COD(I) = WRK-ITEM-PRODUTO
071700         MOVE I TO WRK-PRO-POS
071800     END-IF.
071900 4010-LOCALIZAR-PRODUTO-EXIT.
072000     EXIT.
072100
072200*-------------------------------------------------------
072300* NOVO PRODUTO NA TABELA: DESCRICAO E CUSTO MEDIO VEM DO
072400* CADASTRO; SEM CADASTRO O CUSTO FICA ZERO.
072500*-------------------------------------------------------
072600 4020-INCLUIR-PRODUTO.
072700     MOVE WRK-ITEM-PRODUTO TO PRO-COD(WRK-PRO-POS).
072800     MOVE ZEROS TO PRO-QTD(WRK-PRO-POS).
072900     MOVE ZEROS TO PRO-VALOR(WRK-PRO-POS).
073000     MOVE ZEROS TO PRO-CUSTO(WRK-PRO-POS).
073100     MOVE ZEROS TO PRO-MARGEM(WRK-PRO-POS).
073200     MOVE ZEROS TO PRO-QTD-ANT(WRK-PRO-POS).
073300     MOVE ZEROS TO PRO-VALOR-ANT(WRK-PRO-POS).
073400     MOVE ZEROS TO PRO-CUSTO-ANT(WRK-PRO-POS).
073500     MOVE ZEROS TO PRO-MARGEM-ANT(WRK-PRO-POS).
073600     MOVE ZEROS TO PRO-CHAVE(WRK-PRO-POS).
073700     MOVE "N" TO PRO-VENDEU(WRK-PRO-POS).
073800     MOVE "N" TO PRO-VENDEU-ANT(WRK-PRO-POS).
073900     MOVE SPACE TO PRO-CLASSE-FAT(WRK-PRO-POS).
074000     MOVE SPACE TO PRO-CLASSE-MRG(WRK-PRO-POS).
074100     MOVE SPACE TO PRO-CLASSE-ANT(WRK-PRO-POS).
074200     MOVE ZEROS TO PRO-PCT-FAT(WRK-PRO-POS).
074300     MOVE ZEROS TO PRO-PCT-MRG(WRK-PRO-POS).
074400     MOVE WRK-ITEM-PRODUTO TO REG-PROD-COD.
074500     READ ARQ-PRODUTO
074600         INVALID KEY
074700             MOVE "SEM CADAST" TO PRO-DESC(WRK-PRO-POS)
074800             MOVE ZEROS TO PRO-CUSTO-UNIT(WRK-PRO-POS)
074900             ADD 1 TO WRK-QTD-SEM-CADASTRO
075000         NOT INVALID KEY
075100             MOVE REG-PROD-DESC TO PRO-DESC(WRK-PRO-POS)
075200             MOVE REG-PROD-CUSTO
075300                 TO PRO-CUSTO-UNIT(WRK-PRO-POS)
075400     END-READ.
075500 4020-INCLUIR-PRODUTO-EXIT.
075600     EXIT.
075700
075800*-------------------------------------------------------------
075900* MARGENS E TOTAIS, E AS TRES CURVAS: FATURAMENTO DO MES
076000* ANTERIOR (SO PARA A COMPARACAO), MARGEM BRUTA DO MES E
076100* FATURAMENTO DO MES. A TABELA TERMINA ORDENADA POR
076200* FATURAMENTO DO MES.
076300*-------------------------------------------------------------
076400 5000-CLASSIFICAR-PRODUTOS.
076500     PERFORM 5010-TOTALIZAR-PRODUTO
076600         THRU 5010-TOTALIZAR-PRODUTO-EXIT
076700         VARYING I FROM 1 BY 1 UNTIL I > WRK-PRO-USADOS.
076800     COMPUTE WRK-TOT-MARGEM = WRK-TOT-VALOR - WRK-TOT-CUSTO.
076900     MOVE "P" TO WRK-SW-CURVA.
077000     MOVE WRK-TOT-VALOR-ANT TO WRK-BASE-CURVA.
077100     PERFORM 5100-MONTAR-CURVA THRU 5100-MONTAR-CURVA-EXIT.
077200     MOVE "M" TO WRK-SW-CURVA.
077300     MOVE WRK-BASE-MARGEM TO WRK-BASE-CURVA.
077400     PERFORM 5100-MONTAR-CURVA THRU 5100-MONTAR-CURVA-EXIT.
077500     MOVE "F" TO WRK-SW-CURVA.
077600     MOVE WRK-TOT-VALOR TO WRK-BASE-CURVA.
077700     PERFORM 5100-MONTAR-CURVA THRU 5100-MONTAR-CURVA-EXIT.
077800 5000-CLASSIFICAR-PRODUTOS-EXIT.
077900     EXIT.
078000
078100*-------------------------------------------------------
078200* A BASE DA CURVA DE MARGEM E A SOMA DAS MARGENS POSITIVAS;
078300* PRODUTO COM MARGEM ZERO OU NEGATIVA E SEMPRE CLASSE C.
078400*-------------------------------------------------------
078500 5010-TOTALIZAR-PRODUTO.
078600     COMPUTE PRO-MARGEM(I) = PRO-VALOR(I) - PRO-CUSTO(I).
078700     COMPUTE PRO-MARGEM-ANT(I) =
078800         PRO-VALOR-ANT(I) - PRO-CUSTO-ANT(I).
078900     ADD PRO-VALOR-ANT(I) TO WRK-TOT-VALOR-ANT.
079000     ADD PRO-MARGEM-ANT(I) TO WRK-TOT-MARGEM-ANT.
079100     IF PRO-VENDEU-MES(I)
079200         ADD 1 TO WRK-QTD-PRO-MES
079300         ADD PRO-VALOR(I) TO WRK-TOT-VALOR
079400         ADD PRO-CUSTO(I) TO WRK-TOT-CUSTO
079500         IF PRO-MARGEM(I) > ZEROS
079600             ADD PRO-MARGEM(I) TO WRK-BASE-MARGEM
079700         END-IF
079800     END-IF.
079900 5010-TOTALIZAR-PRODUTO-EXIT.
080000     EXIT.
080100
080200*-------------------------------------------------------
080300* MONTA A CURVA INDICADA EM WRK-SW-CURVA SOBRE A BASE EM
080400* WRK-BASE-CURVA: CHAVE, ORDENACAO DECRESCENTE E CLASSES.
080500*-------------------------------------------------------
080600 5100-MONTAR-CURVA.
080700     PERFORM 5110-MONTAR-CHAVE THRU 5110-MONTAR-CHAVE-EXIT
080800         VARYING I FROM 1 BY 1 UNTIL I > WRK-PRO-USADOS.
080900     PERFORM 5200-ORDENAR-POSICAO
081000         THRU 5200-ORDENAR-POSICAO-EXIT
081100         VARYING I FROM 1 BY 1 UNTIL I >= WRK-PRO-USADOS.
081200     MOVE ZEROS TO WRK-ACUM-CURVA.
081300     PERFORM 5300-CLASSIFICAR-UM
081400         THRU 5300-CLASSIFICAR-UM-EXIT
081500         VARYING I FROM 1 BY 1 UNTIL I > WRK-PRO-USADOS.
081600 5100-MONTAR-CURVA-EXIT.
081700     EXIT.
081800
081900*-------------------------------------------------------
082000 5110-MONTAR-CHAVE.
082100     MOVE WRK-CHAVE-MINIMA TO PRO-CHAVE(I).
082200     EVALUATE TRUE
082300         WHEN CURVA-ANTERIOR
082400             IF PRO-VENDEU-MES-ANT(I)
082500                 MOVE PRO-VALOR-ANT(I) TO PRO-CHAVE(I)
082600             END-IF
082700         WHEN CURVA-MARGEM
082800             IF PRO-VENDEU-MES(I)
082900                 MOVE PRO-MARGEM(I) TO PRO-CHAVE(I)
083000             END-IF
083100         WHEN CURVA-FATURAMENTO
083200             IF PRO-VENDEU-MES(I)
083300                 MOVE PRO-VALOR(I) TO PRO-CHAVE(I)
083400             END-IF
083500     END-EVALUATE.
083600 5110-MONTAR-CHAVE-EXIT.
083700     EXIT.
083800
083900*-------------------------------------------------------
084000* ORDENACAO POR SELECAO: TRAZ PARA A POSICAO I O PRODUTO DE
084100* MAIOR CHAVE ENTRE I E O FIM DA TABELA.
084200*-------------------------------------------------------
084300 5200-ORDENAR-POSICAO.
084400     MOVE I TO WRK-PRO-POS.
084500     PERFORM 5210-COMPARAR-CHAVE THRU 5210-COMPARAR-CHAVE-EXIT
084600         VARYING J FROM I BY 1 UNTIL J > WRK-PRO-USADOS.
084700     IF WRK-PRO-POS NOT = I
084800         MOVE WRK-PRO-ITEM(I) TO WRK-PRO-TROCA
084900         MOVE WRK-PRO-ITEM(WRK-PRO-POS) TO WRK-PRO-ITEM(I)
085000         MOVE WRK-PRO-TROCA TO WRK-PRO-ITEM(WRK-PRO-POS)
085100     END-IF.
085200 5200-ORDENAR-POSICAO-EXIT.
085300     EXIT.
085400
085500*-------------------------------------------------------
085600 5210-COMPARAR-CHAVE.
085700     IF PRO-CHAVE(J) > PRO-CHAVE(WRK-PRO-POS)
085800         MOVE J TO WRK-PRO-POS
085900     END-IF.
086000 5210-COMPARAR-CHAVE-EXIT.
086100     EXIT.
086200
086300*-------------------------------------------------------
086400* CLASSE PELO PERCENTUAL ACUMULADO ANTES DO PRODUTO: O
086500* PRODUTO QUE COMECA DENTRO DA FAIXA A E CLASSE A, MESMO QUE
086600* SOZINHO ULTRAPASSE O LIMITE.
086700*-------------------------------------------------------
086800 5300-CLASSIFICAR-UM.
086900     IF PRO-CHAVE(I) = WRK-CHAVE-MINIMA
087000         GO TO 5300-CLASSIFICAR-UM-EXIT
087100     END-IF.
087200     MOVE "C" TO WRK-CLASSE.
087300     IF PRO-CHAVE(I) > ZEROS
087400         AND WRK-BASE-CURVA > ZEROS
087500         COMPUTE WRK-PCT-ANTES ROUNDED =
087600             WRK-ACUM-CURVA * 100 / WRK-BASE-CURVA
087700         IF WRK-PCT-ANTES < WRK-LIMITE-A
087800             MOVE "A" TO WRK-CLASSE
087900         ELSE
088000             IF WRK-PCT-ANTES < WRK-LIMITE-B
088100                 MOVE "B" TO WRK-CLASSE
088200             END-IF
088300         END-IF
088400         ADD PRO-CHAVE(I) TO WRK-ACUM-CURVA
088500     END-IF.
088600     IF WRK-BASE-CURVA > ZEROS
088700         COMPUTE WRK-PCT-ACUM ROUNDED =
088800             WRK-ACUM-CURVA * 100 / WRK-BASE-CURVA
088900     ELSE
089000         MOVE ZEROS TO WRK-PCT-ACUM
089100     END-IF.
089200     EVALUATE TRUE
089300         WHEN CURVA-ANTERIOR
089400             MOVE WRK-CLASSE TO PRO-CLASSE-ANT(I)
089500         WHEN CURVA-MARGEM
089600             MOVE WRK-CLASSE TO PRO-CLASSE-MRG(I)
089700             MOVE WRK-PCT-ACUM TO PRO-PCT-MRG(I)
089800         WHEN CURVA-FATURAMENTO
089900             MOVE WRK-CLASSE TO PRO-CLASSE-FAT(I)
090000             MOVE WRK-PCT-ACUM TO PRO-PCT-FAT(I)
090100     END-EVALUATE.
090200 5300-CLASSIFICAR-UM-EXIT.
090300     EXIT.
090400
090500*-------------------------------------------------------------
090600* RELATORIO RELABC: RESUMO DO MES, CURVA POR FATURAMENTO,
090700* CURVA POR MARGEM BRUTA E PRODUTOS ATIVOS SEM VENDA.
090800*-------------------------------------------------------------
090900 6000-IMPRIMIR-RELATORIO.
091000     PERFORM 6100-IMPRIMIR-RESUMO THRU 6100-IMPRIMIR-RESUMO-EXIT.
091100     PERFORM 6200-IMPRIMIR-FATURAMENTO
091200         THRU 6200-IMPRIMIR-FATURAMENTO-EXIT.
091300     MOVE "M" TO WRK-SW-CURVA.
091400     PERFORM 5110-MONTAR-CHAVE THRU 5110-MONTAR-CHAVE-EXIT
091500         VARYING I FROM 1 BY 1 UNTIL I > WRK-PRO-USADOS.
091600     PERFORM 5200-ORDENAR-POSICAO
091700         THRU 5200-ORDENAR-POSICAO-EXIT
091800         VARYING I FROM 1 BY 1 UNTIL I >= WRK-PRO-USADOS.
091900     PERFORM 6300-IMPRIMIR-MARGEM
092000         THRU 6300-IMPRIMIR-MARGEM-EXIT.
092100     PERFORM 6400-IMPRIMIR-SEM-VENDA
092200         THRU 6400-IMPRIMIR-SEM-VENDA-EXIT.
092300     CLOSE ARQ-RELATORIO.
092400 6000-IMPRIMIR-RELATORIO-EXIT.
092500     EXIT.
092600
092700*-------------------------------------------------------
092800 6100-IMPRIMIR-RESUMO.
092900     MOVE SPACES TO WRK-LINHA-RELATORIO.
093000     STRING "ANALISE MENSAL DE VENDAS - CURVA ABC - "
093100         "COMPETENCIA " WRK-COMPETENCIA
093200         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
093300     WRITE REG-LINHA-RELABC FROM WRK-LINHA-RELATORIO.
093400     MOVE WRK-LIMITE-A TO WRK-ED-LIMITE.
093500     MOVE SPACES TO WRK-LINHA-RELATORIO.
093600     STRING "COMPARADA COM " WRK-COMPET-ANT-NUM
093700         "   CLASSE A ATE " WRK-ED-LIMITE " PCT"
093800         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
093900     MOVE WRK-LIMITE-B TO WRK-ED-LIMITE.
094000     STRING "  CLASSE B ATE " WRK-ED-LIMITE " PCT"
094100         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO(44:37).
094200     WRITE REG-LINHA-RELABC FROM WRK-LINHA-RELATORIO.
094300     MOVE SPACES TO WRK-LINHA-RELATORIO.
094400     WRITE REG-LINHA-RELABC FROM WRK-LINHA-RELATORIO.
094500     IF WRK-QTD-COMPROV = ZEROS
094600         MOVE "NENHUMA VENDA ENCONTRADA NA COMPETENCIA."
094700             TO WRK-LINHA-RELATORIO
094800         WRITE REG-LINHA-RELABC FROM WRK-LINHA-RELATORIO
094900         MOVE SPACES TO WRK-LINHA-RELATORIO
095000         WRITE REG-LINHA-RELABC FROM WRK-LINHA-RELATORIO
095100     END-IF.
095200     MOVE WRK-QTD-COMPROV TO WRK-ED-QTD.
095300     MOVE SPACES TO WRK-LINHA-RELATORIO.
095400     STRING "COMPROVANTES NO MES.......: " WRK-ED-QTD
095500         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
095600     MOVE WRK-QTD-COMPROV-ANT TO WRK-ED-QTD.
095700     STRING "   NO MES ANTERIOR: " WRK-ED-QTD
095800         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO(36:45).
095900     WRITE REG-LINHA-RELABC FROM WRK-LINHA-RELATORIO.
096000     MOVE WRK-QTD-PRO-MES TO WRK-ED-QTD.
096100     MOVE SPACES TO WRK-LINHA-RELATORIO.
096200     STRING "PRODUTOS VENDIDOS NO MES..: " WRK-ED-QTD
096300         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
096400     WRITE REG-LINHA-RELABC FROM WRK-LINHA-RELATORIO.
096500     MOVE WRK-TOT-VALOR TO WRK-ED-TOTAL.
096600     MOVE SPACES TO WRK-LINHA-RELATORIO.
096700     STRING "FATURAMENTO DO MES........: " WRK-ED-TOTAL
096800         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
096900     WRITE REG-LINHA-RELABC FROM WRK-LINHA-RELATORIO.
097000     MOVE WRK-TOT-CUSTO TO WRK-ED-TOTAL.
097100     MOVE SPACES TO WRK-LINHA-RELATORIO.
097200     STRING "CUSTO DAS VENDAS..........: " WRK-ED-TOTAL
097300         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
097400     WRITE REG-LINHA-RELABC FROM WRK-LINHA-RELATORIO.
097500     IF WRK-TOT-VALOR > ZEROS
097600         COMPUTE WRK-MARGEM-PCT ROUNDED =
097700             WRK-TOT-MARGEM * 100 / WRK-TOT-VALOR
097800     ELSE
097900         MOVE ZEROS TO WRK-MARGEM-PCT
098000     END-IF.
098100     MOVE WRK-TOT-MARGEM TO WRK-ED-MARGEM.
098200     MOVE WRK-MARGEM-PCT TO WRK-ED-MARGEM-PCT.
098300     MOVE SPACES TO WRK-LINHA-RELATORIO.
098400     STRING "MARGEM BRUTA DO MES.......:  " WRK-ED-MARGEM
098500         "  " WRK-ED-MARGEM-PCT " PCT"
098600         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
098700     WRITE REG-LINHA-RELABC FROM WRK-LINHA-RELATORIO.
098800     MOVE WRK-TOT-VALOR-ANT TO WRK-ED-TOTAL.
098900     MOVE SPACES TO WRK-LINHA-RELATORIO.
099000     STRING "FATURAMENTO MES ANTERIOR..: " WRK-ED-TOTAL
099100         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
099200     IF WRK-TOT-VALOR-ANT > ZEROS
099300         COMPUTE WRK-VARIACAO ROUNDED =
099400             (WRK-TOT-VALOR - WRK-TOT-VALOR-ANT) * 100
099500             / WRK-TOT-VALOR-ANT
099600             ON SIZE ERROR
099700                 MOVE 99999.9 TO WRK-VARIACAO
099800         END-COMPUTE
099900         MOVE WRK-VARIACAO TO WRK-ED-VARIACAO
100000         STRING "  VARIACAO " WRK-ED-VARIACAO " PCT"
100100             DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO(41:40)
100200     END-IF.
100300     WRITE REG-LINHA-RELABC FROM WRK-LINHA-RELATORIO.
100400     MOVE WRK-TOT-MARGEM-ANT TO WRK-ED-MARGEM.
100500     MOVE SPACES TO WRK-LINHA-RELATORIO.
100600     STRING "MARGEM BRUTA MES ANTERIOR.:  " WRK-ED-MARGEM
100700         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
100800     WRITE REG-LINHA-RELABC FROM WRK-LINHA-RELATORIO.
100900     IF WRK-QTD-ESTORNOS > ZEROS
101000         MOVE WRK-QTD-ESTORNOS TO WRK-ED-QTD
101100         MOVE SPACES TO WRK-LINHA-RELATORIO
101200         STRING "ESTORNOS DESCONSIDERADOS..: " WRK-ED-QTD
101300             DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO
101400         WRITE REG-LINHA-RELABC FROM WRK-LINHA-RELATORIO
101500     END-IF.
101600     IF WRK-QTD-DUPLICADOS > ZEROS
101700         MOVE WRK-QTD-DUPLICADOS TO WRK-ED-QTD
101800         MOVE SPACES TO WRK-LINHA-RELATORIO
101900         STRING "JA NO HISTORICO (IGNOR.)..: " WRK-ED-QTD
102000             DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO
102100         WRITE REG-LINHA-RELABC FROM WRK-LINHA-RELATORIO
102200     END-IF.
102300     IF WRK-QTD-SEM-CADASTRO > ZEROS
102400         MOVE WRK-QTD-SEM-CADASTRO TO WRK-ED-QTD
102500         MOVE SPACES TO WRK-LINHA-RELATORIO
102600         STRING "PRODUTOS SEM CADASTRO.....: " WRK-ED-QTD
102700             "   (CUSTO ZERO)"
102800             DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO
102900         WRITE REG-LINHA-RELABC FROM WRK-LINHA-RELATORIO
103000     END-IF.
103100 6100-IMPRIMIR-RESUMO-EXIT.
103200     EXIT.
103300
103400*-------------------------------------------------------
103500* CURVA POR FATURAMENTO, COM O FATURAMENTO, A VARIACAO E A
103600* CLASSE DO PRODUTO NO MES ANTERIOR (CA), E O RESUMO POR
103700* CLASSE.
103800*-------------------------------------------------------
103900 6200-IMPRIMIR-FATURAMENTO.
104000     MOVE SPACES TO WRK-LINHA-RELATORIO.
104100     WRITE REG-LINHA-RELABC FROM WRK-LINHA-RELATORIO.
104200     MOVE "CURVA ABC POR FATURAMENTO" TO WRK-LINHA-RELATORIO.
104300     WRITE REG-LINHA-RELABC FROM WRK-LINHA-RELATORIO.
104400     MOVE SPACES TO WRK-LINHA-RELATORIO.
104500     STRING " POS CODIGO        DESCRICAO  QUANTIDADE"
104600         "      VALOR %ACUM C MES ANTER.  VAR% CA"
104700         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
104800     WRITE REG-LINHA-RELABC FROM WRK-LINHA-RELATORIO.
104900     MOVE ZEROS TO WRK-RES-CLASSE(1) WRK-RES-CLASSE(2)
105000         WRK-RES-CLASSE(3).
105100     MOVE ZEROS TO WRK-POS-REL.
105200     PERFORM 6210-LINHA-FATURAMENTO
105300         THRU 6210-LINHA-FATURAMENTO-EXIT
105400         VARYING I FROM 1 BY 1 UNTIL I > WRK-PRO-USADOS.
105500     MOVE SPACES TO WRK-LINHA-RELATORIO.
105600     WRITE REG-LINHA-RELABC FROM WRK-LINHA-RELATORIO.
105700     PERFORM 6290-LINHA-CLASSE THRU 6290-LINHA-CLASSE-EXIT
105800         VARYING K FROM 1 BY 1 UNTIL K > 3.
105900 6200-IMPRIMIR-FATURAMENTO-EXIT.
106000     EXIT.
106100
106200*-------------------------------------------------------
106300 6210-LINHA-FATURAMENTO.
106400     IF NOT PRO-VENDEU-MES(I)
106500         GO TO 6210-LINHA-FATURAMENTO-EXIT
106600     END-IF.
106700     ADD 1 TO WRK-POS-REL.
106800     MOVE WRK-POS-REL TO WRK-ED-POS.
106900     MOVE PRO-QTD(I) TO WRK-ED-QTD-PRO.
107000     MOVE PRO-VALOR(I) TO WRK-ED-VALOR.
107100     MOVE PRO-PCT-FAT(I) TO WRK-ED-PCT-ACUM.
107200     MOVE PRO-VALOR-ANT(I) TO WRK-ED-VALOR-ANT.
107300     MOVE SPACES TO WRK-LINHA-RELATORIO.
107400     STRING WRK-ED-POS " " PRO-COD(I) " " PRO-DESC(I) " "
107500         WRK-ED-QTD-PRO " " WRK-ED-VALOR " " WRK-ED-PCT-ACUM
107600         " " PRO-CLASSE-FAT(I) " " WRK-ED-VALOR-ANT
107700         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
107800     IF PRO-VENDEU-MES-ANT(I)
107900         AND PRO-VALOR-ANT(I) > ZEROS
108000         COMPUTE WRK-VARIACAO ROUNDED =
108100             (PRO-VALOR(I) - PRO-VALOR-ANT(I)) * 100
108200             / PRO-VALOR-ANT(I)
108300             ON SIZE ERROR
108400                 MOVE 99999.9 TO WRK-VARIACAO
108500         END-COMPUTE
108600         MOVE WRK-VARIACAO TO WRK-ED-VARIACAO
108700         STRING WRK-ED-VARIACAO " " PRO-CLASSE-ANT(I)
108800             DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO(71:10)
108900     ELSE
109000         MOVE "   NOVO" TO WRK-LINHA-RELATORIO(71:10)
109100     END-IF.
109200     WRITE REG-LINHA-RELABC FROM WRK-LINHA-RELATORIO.
109300     EVALUATE PRO-CLASSE-FAT(I)
109400         WHEN "A"
109500             MOVE 1 TO K
109600         WHEN "B"
109700             MOVE 2 TO K
109800         WHEN OTHER
109900             MOVE 3 TO K
110000     END-EVALUATE.
110100     ADD 1 TO RES-QTD(K).
110200     ADD PRO-VALOR(I) TO RES-VALOR(K).
110300 6210-LINHA-FATURAMENTO-EXIT.
110400     EXIT.
110500
110600*-------------------------------------------------------
110700 6290-LINHA-CLASSE.
110800     MOVE RES-QTD(K) TO WRK-ED-QTD.
110900     MOVE RES-VALOR(K) TO WRK-ED-TOTAL.
111000     IF WRK-TOT-VALOR > ZEROS
111100         COMPUTE WRK-MARGEM-PCT ROUNDED =
111200             RES-VALOR(K) * 100 / WRK-TOT-VALOR
111300     ELSE
111400         MOVE ZEROS TO WRK-MARGEM-PCT
111500     END-IF.
111600     MOVE WRK-MARGEM-PCT TO WRK-ED-MARGEM-PCT.
111700     EVALUATE K
111800         WHEN 1
111900             MOVE "A" TO WRK-CLASSE
112000         WHEN 2
112100             MOVE "B" TO WRK-CLASSE
112200         WHEN OTHER
112300             MOVE "C" TO WRK-CLASSE
112400     END-EVALUATE.
112500     MOVE SPACES TO WRK-LINHA-RELATORIO.
112600     STRING "CLASSE " WRK-CLASSE ": " WRK-ED-QTD " PRODUTOS  "
112700         WRK-ED-TOTAL "  " WRK-ED-MARGEM-PCT " PCT"
112800         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
112900     WRITE REG-LINHA-RELABC FROM WRK-LINHA-RELATORIO.
113000 6290-LINHA-CLASSE-EXIT.
113100     EXIT.
113200
113300*-------------------------------------------------------
113400* CURVA POR MARGEM BRUTA (FATURAMENTO MENOS CUSTO MEDIO), COM
113500* A MARGEM DO MES ANTERIOR E A CLASSE NA CURVA DE FATURAMENTO.
113600*-------------------------------------------------------
113700 6300-IMPRIMIR-MARGEM.
113800     MOVE SPACES TO WRK-LINHA-RELATORIO.
113900     WRITE REG-LINHA-RELABC FROM WRK-LINHA-RELATORIO.
114000     MOVE "CURVA ABC POR MARGEM BRUTA" TO WRK-LINHA-RELATORIO.
114100     WRITE REG-LINHA-RELABC FROM WRK-LINHA-RELATORIO.
114200     MOVE SPACES TO WRK-LINHA-RELATORIO.
114300     STRING " POS CODIGO        DESCRICAO      MARGEM   MARG%"
114400         " %ACUM C MES ANTERIOR CF"
114500         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
114600     WRITE REG-LINHA-RELABC FROM WRK-LINHA-RELATORIO.
114700     MOVE ZEROS TO WRK-POS-REL.
114800     PERFORM 6310-LINHA-MARGEM THRU 6310-LINHA-MARGEM-EXIT
114900         VARYING I FROM 1 BY 1 UNTIL I > WRK-PRO-USADOS.
115000 6300-IMPRIMIR-MARGEM-EXIT.
115100     EXIT.
115200
115300*-------------------------------------------------------
115400 6310-LINHA-MARGEM.
115500     IF NOT PRO-VENDEU-MES(I)
115600         GO TO 6310-LINHA-MARGEM-EXIT
115700     END-IF.
115800     ADD 1 TO WRK-POS-REL.
115900     MOVE WRK-POS-REL TO WRK-ED-POS.
116000     IF PRO-VALOR(I) > ZEROS
116100         COMPUTE WRK-MARGEM-PCT ROUNDED =
116200             PRO-MARGEM(I) * 100 / PRO-VALOR(I)
116300             ON SIZE ERROR
116400                 MOVE -999.99 TO WRK-MARGEM-PCT
116500         END-COMPUTE
116600     ELSE
116700         MOVE ZEROS TO WRK-MARGEM-PCT
116800     END-IF.
116900     MOVE PRO-MARGEM(I) TO WRK-ED-MARGEM.
117000     MOVE WRK-MARGEM-PCT TO WRK-ED-MARGEM-PCT.
117100     MOVE PRO-PCT-MRG(I) TO WRK-ED-PCT-ACUM.
117200     MOVE SPACES TO WRK-LINHA-RELATORIO.
117300     STRING WRK-ED-POS " " PRO-COD(I) " " PRO-DESC(I) " "
117400         WRK-ED-MARGEM " " WRK-ED-MARGEM-PCT " "
117500         WRK-ED-PCT-ACUM " " PRO-CLASSE-MRG(I)
117600         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
117700     IF PRO-VENDEU-MES-ANT(I)
117800         MOVE PRO-MARGEM-ANT(I) TO WRK-ED-MARGEM-ANT
117900         STRING WRK-ED-MARGEM-ANT
118000             DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO(58:11)
118100     ELSE
118200         MOVE "       NOVO" TO WRK-LINHA-RELATORIO(58:11)
118300     END-IF.
118400     MOVE PRO-CLASSE-FAT(I) TO WRK-LINHA-RELATORIO(71:1).
118500     WRITE REG-LINHA-RELABC FROM WRK-LINHA-RELATORIO.
118600 6310-LINHA-MARGEM-EXIT.
118700     EXIT.
118800
118900*-------------------------------------------------------
119000* PRODUTOS ATIVOS DO CADASTRO SEM NENHUMA VENDA LIQUIDA NO
119100* MES, COM O ESTOQUE ATUAL, O ESTOQUE A CUSTO MEDIO E O QUE
119200* VENDERAM NO MES ANTERIOR.
119300*-------------------------------------------------------
119400 6400-IMPRIMIR-SEM-VENDA.
119500     MOVE SPACES TO WRK-LINHA-RELATORIO.
119600     WRITE REG-LINHA-RELABC FROM WRK-LINHA-RELATORIO.
119700     MOVE "PRODUTOS ATIVOS SEM VENDA NO MES" TO
119800         WRK-LINHA-RELATORIO.
119900     WRITE REG-LINHA-RELABC FROM WRK-LINHA-RELATORIO.
120000     MOVE SPACES TO WRK-LINHA-RELATORIO.
120100     STRING "CODIGO        DESCRICAO     ESTOQUE  ESTOQUE A CUSTO"
120200         "  MES ANTERIOR"
120300         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
120400     WRITE REG-LINHA-RELABC FROM WRK-LINHA-RELATORIO.
120500     MOVE "N" TO WRK-SW-EOF-PRODUTO.
120600     MOVE ZEROS TO REG-PROD-COD.
120700     START ARQ-PRODUTO KEY IS NOT LESS THAN REG-PROD-COD
120800         INVALID KEY
120900             MOVE "S" TO WRK-SW-EOF-PRODUTO
121000     END-START.
121100     IF NOT FIM-PRODUTO
121200         PERFORM 6410-LER-PRODUTO THRU 6410-LER-PRODUTO-EXIT
121300     END-IF.
121400     PERFORM 6420-VERIFICAR-PRODUTO
121500         THRU 6420-VERIFICAR-PRODUTO-EXIT
121600         UNTIL FIM-PRODUTO.
121700     MOVE SPACES TO WRK-LINHA-RELATORIO.
121800     WRITE REG-LINHA-RELABC FROM WRK-LINHA-RELATORIO.
121900     MOVE WRK-QTD-SEM-VENDA TO WRK-ED-QTD.
122000     MOVE WRK-TOT-SEM-VENDA TO WRK-ED-MARGEM.
122100     MOVE SPACES TO WRK-LINHA-RELATORIO.
122200     STRING "TOTAL SEM VENDA: " WRK-ED-QTD " PRODUTOS  "
122300         "ESTOQUE A CUSTO: " WRK-ED-MARGEM
122400         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
122500     WRITE REG-LINHA-RELABC FROM WRK-LINHA-RELATORIO.
122600     CLOSE ARQ-PRODUTO.
122700 6400-IMPRIMIR-SEM-VENDA-EXIT.
122800     EXIT.
122900
123000*-------------------------------------------------------
123100 6410-LER-PRODUTO.
123200     READ ARQ-PRODUTO NEXT RECORD
123300         AT END
123400             MOVE "S" TO WRK-SW-EOF-PRODUTO
123500     END-READ.
123600 6410-LER-PRODUTO-EXIT.
123700     EXIT.
123800
123900*-------------------------------------------------------
124000 6420-VERIFICAR-PRODUTO.
124100     IF NOT PRODUTO-ATIVO
124200         GO TO 6420-VERIFICAR-PRODUTO-PROX
124300     END-IF.
124400     MOVE REG-PROD-COD TO WRK-ITEM-PRODUTO.
124500     MOVE ZEROS TO WRK-PRO-POS.
124600     PERFORM 4010-LOCALIZAR-PRODUTO
124700         THRU 4010-LOCALIZAR-PRODUTO-EXIT
124800         VARYING I FROM 1 BY 1
124900         UNTIL I > WRK-PRO-USADOS OR WRK-PRO-POS > ZEROS.
125000     IF WRK-PRO-POS > ZEROS
125100         IF PRO-VENDEU-MES(WRK-PRO-POS)
125200             GO TO 6420-VERIFICAR-PRODUTO-PROX
125300         END-IF
125400     END-IF.
125500     ADD 1 TO WRK-QTD-SEM-VENDA.
125600     COMPUTE WRK-VALOR-ESTOQUE ROUNDED =
125700         REG-PROD-ESTOQUE * REG-PROD-CUSTO.
125800     ADD WRK-VALOR-ESTOQUE TO WRK-TOT-SEM-VENDA.
125900     MOVE REG-PROD-ESTOQUE TO WRK-ED-ESTOQUE.
126000     MOVE WRK-VALOR-ESTOQUE TO WRK-ED-MARGEM.
126100     MOVE SPACES TO WRK-LINHA-RELATORIO.
126200     STRING REG-PROD-COD " " REG-PROD-DESC " " WRK-ED-ESTOQUE
126300         "      " WRK-ED-MARGEM
126400         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
126500     IF WRK-PRO-POS > ZEROS
126600         MOVE PRO-VALOR-ANT(WRK-PRO-POS) TO WRK-ED-VALOR-ANT
126700         MOVE WRK-ED-VALOR-ANT TO WRK-LINHA-RELATORIO(57:10)
126800     ELSE
126900         MOVE "SEM VENDA" TO WRK-LINHA-RELATORIO(58:9)
127000     END-IF.
127100     WRITE REG-LINHA-RELABC FROM WRK-LINHA-RELATORIO.
127200 6420-VERIFICAR-PRODUTO-PROX.
127300     PERFORM 6410-LER-PRODUTO THRU 6410-LER-PRODUTO-EXIT.
127400 6420-VERIFICAR-PRODUTO-EXIT.
127500     EXIT.
127600
127700*-------------------------------------------------------------
127800 9000-FINALIZAR.
127900     IF WRK-RC NOT = ZEROS
128000         GO TO 9000-RESUMO-LOTE
128100     END-IF.
128200     IF COM-HISTORICO
128300         CLOSE ARQ-HISTORICO
128400     END-IF.
128500     MOVE WRK-QTD-COMPROV TO WRK-ED-QTD.
128600     DISPLAY "COMPROVANTES DO MES......: " WRK-ED-QTD.
128700     MOVE WRK-QTD-COMPROV-ANT TO WRK-ED-QTD.
128800     DISPLAY "COMPROVANTES MES ANTERIOR: " WRK-ED-QTD.
128900     MOVE WRK-QTD-PRO-MES TO WRK-ED-QTD.
129000     DISPLAY "PRODUTOS CLASSIFICADOS...: " WRK-ED-QTD.
129100     MOVE WRK-QTD-SEM-VENDA TO WRK-ED-QTD.
129200     DISPLAY "ATIVOS SEM VENDA.........: " WRK-ED-QTD.
129300     IF WRK-QTD-COMPROV = ZEROS
129400         DISPLAY "NENHUMA VENDA NA COMPETENCIA " WRK-COMPETENCIA
129500         DISPLAY "VERIFIQUE A COMPETENCIA DO PARAMETRO."
129600         MOVE 8 TO WRK-RC
129700     ELSE
129800         DISPLAY "RELATORIO GERADO EM RELABC."
129900     END-IF.
130000 9000-RESUMO-LOTE.
130100     PERFORM 9100-GRAVAR-RESUMO-LOTE
130200         THRU 9100-GRAVAR-RESUMO-LOTE-EXIT.
130300     MOVE WRK-RC TO RETURN-CODE.
130400     IF WRK-RC NOT = ZEROS
130500         DISPLAY "CURVABC ENCERRADO COM ERRO. RC=" WRK-RC
130600     END-IF.
130700 9000-FINALIZAR-EXIT.
130800     EXIT.
130900
131000*-------------------------------------------------------
131100* RESUMO DA EXECUCAO EM LOTELOG (PROGRAMA, DATA E HORA DA
131200* EXECUCAO, COMPETENCIA, COMPROVANTES DO MES E RC).
131300*-------------------------------------------------------
131400 9100-GRAVAR-RESUMO-LOTE.
131500     OPEN EXTEND ARQ-LOTELOG.
131600     IF WRK-FS-LOTELOG = "35"
131700         OPEN OUTPUT ARQ-LOTELOG
131800         CLOSE ARQ-LOTELOG
131900         OPEN EXTEND ARQ-LOTELOG
132000     END-IF.
132100     IF WRK-FS-LOTELOG NOT = "00"
132200         DISPLAY "AVISO: RESUMO DE LOTE NAO GRAVADO. FS="
132300             WRK-FS-LOTELOG
132400         GO TO 9100-GRAVAR-RESUMO-LOTE-EXIT
132500     END-IF.
132600     ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
132700     ACCEPT WRK-HORA-EXEC FROM TIME.
132800     MOVE "CURVABC" TO REG-LOG-PROGRAMA.
132900     MOVE WRK-DATA-EXEC TO REG-LOG-DATA-EXEC.
133000     MOVE WRK-HORA-EXEC TO REG-LOG-HORA-EXEC.
133100     MOVE SPACES TO REG-LOG-PARAMETRO.
133200     STRING "COMPET " WRK-COMPETENCIA
133300         DELIMITED BY SIZE INTO REG-LOG-PARAMETRO.
133400     MOVE WRK-QTD-COMPROV TO REG-LOG-QTD.
133500     MOVE WRK-RC TO REG-LOG-RC.
133600     WRITE REG-LOTELOG.
133700     CLOSE ARQ-LOTELOG.
133800 9100-GRAVAR-RESUMO-LOTE-EXIT.
133900     EXIT.
134000
134100*-------------------------------------------------------------
