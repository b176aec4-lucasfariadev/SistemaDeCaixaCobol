003477*                     CAIXA (CAIXACTL) LIDO NA ABERTURA, SEM
003478*                     VARRER O ARQUIVO DE COMPROVANTES.
003479*-------------------------------------------------------------
003480* 15/10/2026 EQP-CX   FORNECEDORES, PEDIDO DE COMPRA E ENTRADA DE
003481*                     MERCADORIA CONTRA O PEDIDO (RECEBMER).
003482* 15/10/2026 EQP-CX   FICHA DE ESTOQUE DO PRODUTO (KARDEX).
003483* 15/10/2026 EQP-CX   TITULOS A RECEBER DO FIADO (TITULOS,
003484*                     BAIXATIT), JUROS, EXTRATO E ENVELHECIMENTO.
003485* 15/10/2026 EQP-CX   PRECO PROGRAMADO, HISTPREC E ETIQUETAS.
003486* 15/10/2026 EQP-CX   BLOQUEIO POR FALHA DE LOGON, VALIDADE DA
003487*                     SENHA, ACESSLOG E RELAUTOR.
003488* 15/10/2026 EQP-CX   FIDELIDADE: PONTOS, RESGATE E RELPONTO.
003489* 15/10/2026 EQP-CX   LOTES E VALIDADE DE PERECIVEIS (LOTEPROD,
003490*                     RELVENC E RELPERDA).
003491* 15/10/2026 EQP-CX   PRODUTOS COMPOSTOS, KITS E CESTAS (KITCOMP).
003492* 15/10/2026 EQP-CX   ESTORNO FIADO PELO SALDO DO TITULO; LOTES
003493*                     NA PERDA E NO BALANCO; CUSTO DOS KITS.
003494* 15/10/2026 EQP-CX   GERENTE FORA DO BLOQUEIO AUTOMATICO; RM/PV
003495*                     NO RELAUTOR; CRITICAS DE KIT; SENHA VENCIDA
003496*                     RECUSADA NA AUTORIZACAO DO SUPERVISOR.
003497* 15/10/2026 EQP-CX   ETIQUETA DE FIM DE PROMOCAO; ETIQUETAS DO
003498*                     DIA PRESERVADAS; PEDIDO GRAVADO POR ITEM.
003499*-------------------------------------------------------------
003500
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS REG-PROD-COD
004700         FILE STATUS IS WRK-FS-PRODUTO.
004702
004704     SELECT ARQ-TITULO ASSIGN TO "TITULOS"
004706         ORGANIZATION IS INDEXED
004708         ACCESS MODE IS DYNAMIC
004710         RECORD KEY IS REG-TIT-CHAVE
004712         FILE STATUS IS WRK-FS-TITULO.
004714
004716     SELECT ARQ-BAIXATIT ASSIGN TO "BAIXATIT"
004718         ORGANIZATION IS SEQUENTIAL
004720         ACCESS MODE IS SEQUENTIAL
004722         FILE STATUS IS WRK-FS-BAIXATIT.
004724
004726     SELECT ARQ-PARAMETRO ASSIGN TO "PARMCAIX"
004728         ORGANIZATION IS LINE SEQUENTIAL
004730         ACCESS MODE IS SEQUENTIAL
004732         FILE STATUS IS WRK-FS-PARM.
004734
004736     SELECT ARQ-EXTRATO ASSIGN TO "EXTRATO"
004738         ORGANIZATION IS LINE SEQUENTIAL
004740         ACCESS MODE IS SEQUENTIAL
004742         FILE STATUS IS WRK-FS-EXTRATO.
004744
004746     SELECT ARQ-PRECOPROG ASSIGN TO "PRECPROG"
004748         ORGANIZATION IS INDEXED
004750         ACCESS MODE IS DYNAMIC
004752         RECORD KEY IS REG-PPG-CHAVE
004754         FILE STATUS IS WRK-FS-PRECPROG.
004756
004758     SELECT ARQ-HISTPRECO ASSIGN TO "HISTPREC"
004760         ORGANIZATION IS SEQUENTIAL
004762         ACCESS MODE IS SEQUENTIAL
004764         FILE STATUS IS WRK-FS-HISTPREC.
004766
004768     SELECT ARQ-ETIQUETA ASSIGN TO "ETIQUETA"
004770         ORGANIZATION IS LINE SEQUENTIAL
004772         ACCESS MODE IS SEQUENTIAL
004774         FILE STATUS IS WRK-FS-ETIQUETA.
004776
004778     SELECT ARQ-ACESSO ASSIGN TO "ACESSLOG"
004780         ORGANIZATION IS SEQUENTIAL
004782         ACCESS MODE IS SEQUENTIAL
004784         FILE STATUS IS WRK-FS-ACESSO.
004786
004788     SELECT ARQ-RELAUTOR ASSIGN TO "RELAUTOR"
004790         ORGANIZATION IS LINE SEQUENTIAL
004792         ACCESS MODE IS SEQUENTIAL
004794         FILE STATUS IS WRK-FS-RELAUT.
004800
004900     SELECT ARQ-COMPCAB ASSIGN TO "COMPCAB"
004925         ORGANIZATION IS SEQUENTIAL
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS REG-RECUP-CAIXA
006300         FILE STATUS IS WRK-FS-RECUP.
006301
006302     SELECT ARQ-FORNECEDOR ASSIGN TO "FORNECEDOR"
006303         ORGANIZATION IS INDEXED
006304         ACCESS MODE IS DYNAMIC
006305         RECORD KEY IS REG-FORN-COD
006306         FILE STATUS IS WRK-FS-FORN.
006307
006308     SELECT ARQ-PEDIDO ASSIGN TO "PEDCOMPRA"
006309         ORGANIZATION IS INDEXED
006310         ACCESS MODE IS DYNAMIC
006311         RECORD KEY IS REG-PED-NUM
006312         FILE STATUS IS WRK-FS-PEDIDO.
006313
006314     SELECT ARQ-RECEBIMENTO ASSIGN TO "RECEBMER"
006315         ORGANIZATION IS SEQUENTIAL
006316         ACCESS MODE IS SEQUENTIAL
006317         FILE STATUS IS WRK-FS-RECEBMER.
006318
006319     SELECT ARQ-RELPEDIDOS ASSIGN TO "RELPEDID"
006320         ORGANIZATION IS LINE SEQUENTIAL
006321         ACCESS MODE IS SEQUENTIAL
006322         FILE STATUS IS WRK-FS-RELPED.
006323
006324     SELECT ARQ-KARDEX ASSIGN TO "KARDEX"
006325         ORGANIZATION IS SEQUENTIAL
006326         ACCESS MODE IS SEQUENTIAL
006327         FILE STATUS IS WRK-FS-KARDEX.
006328
006329     SELECT ARQ-RELKARDEX ASSIGN TO "RELKARDX"
006330         ORGANIZATION IS LINE SEQUENTIAL
006331         ACCESS MODE IS SEQUENTIAL
006332         FILE STATUS IS WRK-FS-RELKDX.
006333
006334     SELECT ARQ-PONTOS ASSIGN TO "PONTOS"
006335         ORGANIZATION IS SEQUENTIAL
006336         ACCESS MODE IS SEQUENTIAL
006337         FILE STATUS IS WRK-FS-PONTOS.
006338
006339     SELECT ARQ-RELPONTO ASSIGN TO "RELPONTO"
006340         ORGANIZATION IS LINE SEQUENTIAL
006341         ACCESS MODE IS SEQUENTIAL
006342         FILE STATUS IS WRK-FS-RELPTO.
006343
006344     SELECT ARQ-LOTEPROD ASSIGN TO "LOTEPROD"
006345         ORGANIZATION IS INDEXED
006346         ACCESS MODE IS DYNAMIC
006347         RECORD KEY IS REG-LTP-CHAVE
006348         FILE STATUS IS WRK-FS-LOTEPROD.
006349
006350     SELECT ARQ-RELVENC ASSIGN TO "RELVENC"
006351         ORGANIZATION IS LINE SEQUENTIAL
006352         ACCESS MODE IS SEQUENTIAL
006353         FILE STATUS IS WRK-FS-RELVENC.
006354
006355     SELECT ARQ-RELPERDA ASSIGN TO "RELPERDA"
006356         ORGANIZATION IS LINE SEQUENTIAL
006357         ACCESS MODE IS SEQUENTIAL
006358         FILE STATUS IS WRK-FS-RELPERDA.
006359
006360     SELECT ARQ-KIT ASSIGN TO "KITCOMP"
006361         ORGANIZATION IS INDEXED
006362         ACCESS MODE IS DYNAMIC
006363         RECORD KEY IS REG-KIT-COD
006364         FILE STATUS IS WRK-FS-KIT.
006400
006500     SELECT ARQ-FECHAMENTO ASSIGN TO "FECHA"
006600         ORGANIZATION IS LINE SEQUENTIAL
007900         LABEL RECORD IS STANDARD.
008000     COPY PRODREC.
008100
008102 FD  ARQ-TITULO
008104         LABEL RECORD IS STANDARD.
008106     COPY TITREC.
008108
008110 FD  ARQ-BAIXATIT
008112         LABEL RECORD IS STANDARD.
008114     COPY BXTREC.
008116
008118 FD  ARQ-PARAMETRO
008120         LABEL RECORD IS STANDARD.
008122 01  REG-PARAMETRO.
008124     03  REG-PARM-TIPO           PIC X(08).
008126     03  FILLER                  PIC X(01).
008128     03  REG-PARM-VALOR          PIC X(30).
008130     03  FILLER                  PIC X(41).
008132
008134 FD  ARQ-EXTRATO
008136         LABEL RECORD IS STANDARD.
008138 01  REG-LINHA-EXTRATO           PIC X(80).
008140
008142 FD  ARQ-PRECOPROG
008144         LABEL RECORD IS STANDARD.
008146     COPY PRPGREC.
008148
008150 FD  ARQ-HISTPRECO
008152         LABEL RECORD IS STANDARD.
008154     COPY HPRCREC.
008156
008158 FD  ARQ-ETIQUETA
008160         LABEL RECORD IS STANDARD.
008162     COPY ETIQREC.
008164
008166 FD  ARQ-ACESSO
008168         LABEL RECORD IS STANDARD.
008170     COPY ACESREC.
008172
008174 FD  ARQ-RELAUTOR
008176         LABEL RECORD IS STANDARD.
008178 01  REG-LINHA-RELAUT           PIC X(80).
008180
008200 FD  ARQ-COMPCAB
008300         LABEL RECORD IS STANDARD.
008400     COPY CABREC.
008402
008404 FD  ARQ-FORNECEDOR
008406         LABEL RECORD IS STANDARD.
008408     COPY FORNREC.
008410
008412 FD  ARQ-PEDIDO
008414         LABEL RECORD IS STANDARD.
008416     COPY PEDREC.
008418
008420*-------------------------------------------------------------
008422* REGISTRO PERMANENTE DE RECEBIMENTO DE MERCADORIA, UM POR
008424* PRODUTO DA NOTA FISCAL, COM O PEDIDO, O FORNECEDOR, O QUE
008426* FOI PEDIDO E RECEBIDO E AS OCORRENCIAS DA CONFERENCIA.
008428*-------------------------------------------------------------
008430 FD  ARQ-RECEBIMENTO
008432         LABEL RECORD IS STANDARD.
008434 01  REG-RECEBIMENTO.
008436     03  REG-RCB-DATA           PIC 9(08).
008438     03  REG-RCB-HORA           PIC 9(08).
008440     03  REG-RCB-CAIXA          PIC X(04).
008442     03  REG-RCB-OPERADOR       PIC X(08).
008444     03  REG-RCB-PEDIDO         PIC 9(06).
008446     03  REG-RCB-FORNECEDOR     PIC 9(05).
008448     03  REG-RCB-NF-NUM         PIC 9(09).
008450     03  REG-RCB-NF-DATA        PIC 9(08).
008452     03  REG-RCB-PRODUTO        PIC 9(13).
008454     03  REG-RCB-QTD-PEDIDA     PIC 9(05)V999.
008456     03  REG-RCB-QTD-RECEBIDA   PIC 9(05)V999.
008458     03  REG-RCB-QTD-ACUMULADA  PIC 9(05)V999.
008460     03  REG-RCB-CUSTO-PEDIDO   PIC 9(04)V99.
008462     03  REG-RCB-CUSTO-NF       PIC 9(04)V99.
008464     03  REG-RCB-FALTA          PIC X(01).
008466         88  RCB-ENTREGA-PARCIAL      VALUE 'S'.
008468     03  REG-RCB-EXCESSO        PIC X(01).
008470         88  RCB-ENTREGA-EXCEDENTE    VALUE 'S'.
008472     03  REG-RCB-CUSTO-ACIMA    PIC X(01).
008474         88  RCB-CUSTO-ACIMA-PEDIDO   VALUE 'S'.
008476     03  REG-RCB-LOTE           PIC X(10).
008478     03  REG-RCB-VALIDADE       PIC 9(08).
008480
008482 FD  ARQ-RELPEDIDOS
008484         LABEL RECORD IS STANDARD.
008486 01  REG-LINHA-RELPED           PIC X(80).
008500
008600 FD  ARQ-COMPITE
008700         LABEL RECORD IS STANDARD.
014590         ==REG-VENDA-VALOR-PROMO== BY ==REG-AUDIT-VALOR-PROMO==
014592         ==REG-VENDA-VALOR-VALE== BY ==REG-AUDIT-VALOR-VALE==
014594         ==REG-VENDA-VALE-NUM== BY ==REG-AUDIT-VALE-NUM==
014595         ==REG-VENDA-PONTOS== BY ==REG-AUDIT-PONTOS==
014596         ==REG-VENDA-PONTOS-RESG== BY ==REG-AUDIT-PONTOS-RESG==
014597         ==REG-VENDA-VALOR-PONTOS== BY ==REG-AUDIT-VALOR-PONTOS==
014600         .
014605
014610 FD  ARQ-OPERADOR
014700         LABEL RECORD IS STANDARD.
014710     COPY VALEREC.
014720
014722 FD  ARQ-KARDEX
014724         LABEL RECORD IS STANDARD.
014726     COPY KARDREC.
014728
014730 FD  ARQ-RELKARDEX
014732         LABEL RECORD IS STANDARD.
014734 01  REG-LINHA-RELKDX           PIC X(80).
014736
014738 FD  ARQ-PONTOS
014740         LABEL RECORD IS STANDARD.
014742     COPY PONTREC.
014744
014746 FD  ARQ-RELPONTO
014748         LABEL RECORD IS STANDARD.
014750 01  REG-LINHA-RELPTO           PIC X(80).
014752
014754 FD  ARQ-LOTEPROD
014756         LABEL RECORD IS STANDARD.
014758     COPY LOTPREC.
014760
014762 FD  ARQ-RELVENC
014764         LABEL RECORD IS STANDARD.
014766 01  REG-LINHA-RELVENC          PIC X(80).
014768
014770 FD  ARQ-RELPERDA
014772         LABEL RECORD IS STANDARD.
014774 01  REG-LINHA-RELPERDA         PIC X(80).
014776
014778 FD  ARQ-KIT
014780         LABEL RECORD IS STANDARD.
014782     COPY KITREC.
014784
014800 FD  ARQ-RECUPERA
014900         LABEL RECORD IS STANDARD.
015000     COPY VENDAREG REPLACING
017890         ==REG-VENDA-VALOR-PROMO== BY ==REG-RECUP-VALOR-PROMO==
017892         ==REG-VENDA-VALOR-VALE== BY ==REG-RECUP-VALOR-VALE==
017894         ==REG-VENDA-VALE-NUM== BY ==REG-RECUP-VALE-NUM==
017895         ==REG-VENDA-PONTOS== BY ==REG-RECUP-PONTOS==
017896         ==REG-VENDA-PONTOS-RESG== BY ==REG-RECUP-PONTOS-RESG==
017897         ==REG-VENDA-VALOR-PONTOS== BY ==REG-RECUP-VALOR-PONTOS==
017900         .
018000
018100 FD  ARQ-FECHAMENTO
018826     03  REG-FIS-PIX            PIC 9(06)V99.
018827     03  REG-FIS-FIADO          PIC 9(06)V99.
018828     03  REG-FIS-VALE           PIC 9(06)V99.
018829     03  REG-FIS-PONTOS         PIC 9(08)V99.
018830
018831 FD  ARQ-BALANCO
018832         LABEL RECORD IS STANDARD.
018856     03  REG-AJU-OPERADOR       PIC X(08).
018857     03  REG-AJU-SUPERVISOR     PIC X(08).
018858
018861* A BAIXA DE LOTE VENCIDO GRAVA O MESMO REGISTRO COM MOTIVO
018864* 'V', O LOTE, A VALIDADE E A QUANTIDADE PERDIDA, PARA QUE A
018867* PERDA APARECA SEPARADA DAS DIFERENCAS DE CONTAGEM.
018870     03  REG-AJU-MOTIVO         PIC X(01).
018873         88  AJU-BALANCO              VALUE 'B'.
018876         88  AJU-PERDA-VALIDADE       VALUE 'V'.
018879     03  REG-AJU-LOTE           PIC X(10).
018882     03  REG-AJU-VALIDADE       PIC 9(08).
018885     03  REG-AJU-QTD-PERDA      PIC 9(05)V999.
018888
018900 WORKING-STORAGE SECTION.
018902*-------------------------------------------------------------
018903* AREA DE TRABALHO DO COMPROVANTE: O CABECALHO E OS ITENS
018947         ==REG-VENDA-VALOR-PROMO== BY ==REG-COMP-VALOR-PROMO==
018948         ==REG-VENDA-VALOR-VALE== BY ==REG-COMP-VALOR-VALE==
018949         ==REG-VENDA-VALE-NUM== BY ==REG-COMP-VALE-NUM==
018950         ==REG-VENDA-PONTOS== BY ==REG-COMP-PONTOS==
018951         ==REG-VENDA-PONTOS-RESG== BY ==REG-COMP-PONTOS-RESG==
018952         ==REG-VENDA-VALOR-PONTOS== BY ==REG-COMP-VALOR-PONTOS==
018953         .
018954
019000*-------------------------------------------------------------
019100* CAMPOS ORIGINAIS DO CONTROLE DE VENDA NO CAIXA
019200*-------------------------------------------------------------
020500 77  VALORRECEBIDO-ED       PIC $ZZZ9,99    VALUE ZEROS.
020600 77  TROCO                  PIC 9(04)V99    VALUE ZEROS.
020700 77  TROCO-ED                PIC $ZZZ9,99    VALUE ZEROS.
020701
020702*-------------------------------------------------------------
020703* MANUTENCAO DO CADASTRO DE FORNECEDORES
020704*-------------------------------------------------------------
020705 77  WRK-MFO-COD            PIC 9(05)       VALUE ZEROS.
020706 77  WRK-MFO-NOME           PIC X(30)       VALUE SPACES.
020707 77  WRK-MFO-CNPJ           PIC X(14)       VALUE SPACES.
020708 77  WRK-MFO-FONE           PIC X(11)       VALUE SPACES.
020709 77  WRK-MFO-CONTATO        PIC X(20)       VALUE SPACES.
020710 77  WRK-MFO-ATIVO          PIC X(01)       VALUE SPACES.
020711
020712*-------------------------------------------------------------
020713* PEDIDO DE COMPRA E ENTRADA DE MERCADORIA CONTRA O PEDIDO.
020714* A CONFERENCIA COMPARA O ACUMULADO RECEBIDO COM O PEDIDO
020715* (FALTA OU EXCESSO) E O CUSTO DA NOTA COM O ACORDADO.
020716*-------------------------------------------------------------
020717 77  WRK-PED-OPCAO          PIC 9(01)       VALUE ZEROS.
020718 77  WRK-PED-NUM            PIC 9(06)       VALUE ZEROS.
020719 77  WRK-PED-PROX-NUM       PIC 9(06)       VALUE ZEROS.
020720 77  WRK-PED-FORN           PIC 9(05)       VALUE ZEROS.
020721 77  WRK-PED-PREVISTA       PIC 9(08)       VALUE ZEROS.
020722 77  WRK-PED-COD            PIC 9(13)       VALUE ZEROS.
020723 77  WRK-PED-QTD            PIC 9(05)V999   VALUE ZEROS.
020724 77  WRK-PED-CUSTO          PIC 9(04)V99    VALUE ZEROS.
020725 77  WRK-PED-POS            PIC 9(03)       VALUE ZEROS.
020726 77  WRK-MAX-PED-ITENS      PIC 9(03)       VALUE 50.
020727 77  WRK-PED-SALDO          PIC S9(05)V999  VALUE ZEROS.
020728 77  WRK-PED-VALOR          PIC 9(08)V99    VALUE ZEROS.
020729 77  WRK-PED-TOT-VALOR      PIC 9(08)V99    VALUE ZEROS.
020730 77  WRK-PED-ABERTOS        PIC 9(05)       VALUE ZEROS.
020731 77  WRK-PED-PENDENTES      PIC 9(03)       VALUE ZEROS.
020732 77  WRK-ENT-NF-NUM         PIC 9(09)       VALUE ZEROS.
020733 77  WRK-ENT-NF-DATA        PIC 9(08)       VALUE ZEROS.
020734 77  WRK-ENT-ITENS-NF       PIC 9(03)       VALUE ZEROS.
020735 77  WRK-ENT-OCORRENCIAS    PIC 9(03)       VALUE ZEROS.
020736 77  WRK-ED-PED-QTD         PIC ZZZZ9,999   VALUE ZEROS.
020737 77  WRK-ED-PED-REC         PIC ZZZZ9,999   VALUE ZEROS.
020738 77  WRK-ED-PED-SALDO       PIC -ZZZZ9,999  VALUE ZEROS.
020739 77  WRK-ED-PED-CUSTO       PIC ZZZ9,99     VALUE ZEROS.
020740 77  WRK-ED-PED-VALOR       PIC $ZZZZZZ9,99 VALUE ZEROS.
020741 77  WRK-ED-PED-SITUACAO    PIC X(10)       VALUE SPACES.
020742
020743*-------------------------------------------------------------
020744* MOVIMENTACAO DE ESTOQUE (KARDEX). QUEM ALTERA O ESTOQUE
020745* INFORMA TIPO, DOCUMENTO E QUANTIDADE (SEM SINAL NAS SAIDAS)
020746* E EXECUTA 8550-GRAVAR-KARDEX COM O PRODUTO JA REGRAVADO.
020747*-------------------------------------------------------------
020748 77  WRK-KDX-TIPO           PIC X(02)       VALUE SPACES.
020749     88  KDX-MOV-SAIDA                      VALUE "VD" "PV".
020750 77  WRK-KDX-DOC            PIC 9(09)       VALUE ZEROS.
020751 77  WRK-KDX-QTD            PIC S9(05)V999  VALUE ZEROS.
020752 77  WRK-KDX-COD            PIC 9(13)       VALUE ZEROS.
020753 77  WRK-KDX-DATA-INI       PIC 9(08)       VALUE ZEROS.
020754 77  WRK-KDX-DATA-FIM       PIC 9(08)       VALUE ZEROS.
020755 77  WRK-KDX-SALDO-INI      PIC S9(05)V999  VALUE ZEROS.
020756 77  WRK-KDX-SALDO          PIC S9(05)V999  VALUE ZEROS.
020757 77  WRK-KDX-TOT-ENT        PIC S9(07)V999  VALUE ZEROS.
020758 77  WRK-KDX-TOT-SAI        PIC S9(07)V999  VALUE ZEROS.
020759 77  WRK-KDX-MOVIMENTOS     PIC 9(05)       VALUE ZEROS.
020760 77  WRK-KDX-QUEBRAS        PIC 9(05)       VALUE ZEROS.
020761 77  WRK-KDX-MARCA          PIC X(01)       VALUE SPACES.
020762 77  WRK-ED-KDX-QTD         PIC -ZZZZ9,999  VALUE ZEROS.
020763 77  WRK-ED-KDX-SALDO       PIC -ZZZZ9,999  VALUE ZEROS.
020764 77  WRK-ED-KDX-TOTAL       PIC -ZZZZZZ9,999 VALUE ZEROS.
020765
020766*-------------------------------------------------------------
020767* PARAMETROS DO CAIXA (PARMCAIX, OPCIONAL). CADA LINHA TRAZ O
020768* TIPO NAS COLUNAS 1-8 E O VALOR A PARTIR DA COLUNA 10; NA
020769* FALTA DO ARQUIVO OU DA LINHA VALEM OS VALORES ABAIXO.
020770*   PRAZOFIA  DIAS PARA VENCIMENTO DO TITULO FIADO    (999)
020771*   JUROSMES  TAXA DE JUROS DE ATRASO AO MES, EM %    (9999)
020772*   ATRASMAX  DIAS DE ATRASO QUE BLOQUEIAM NOVO FIADO (999)
020773*-------------------------------------------------------------
020774 01  WRK-PARAMETROS-CAIXA.
020775     03 WRK-PARM-PRAZO-FIADO  PIC 9(03)       VALUE 30.
020776     03 WRK-PARM-JUROS-MES    PIC 9(02)V99    VALUE 2.
020777     03 WRK-PARM-JUROS-X      REDEFINES WRK-PARM-JUROS-MES
020778                              PIC X(04).
020779     03 WRK-PARM-ATRASO-MAX   PIC 9(03)       VALUE 30.
020800
020900*-------------------------------------------------------------
021000* ITENS DO CUPOM EM DIGITACAO - O CODIGO DO PRODUTO E O
022996 01  WRK-ITENS-DEVOLVIDOS.
022998     03 QTDDEVOLVIDA   PIC 9(03)V999   OCCURS 300 TIMES.
023000
023009*-------------------------------------------------------------
023018* PONTOS DE FIDELIDADE GANHOS POR ITEM: CALCULADOS NO
023027* FECHAMENTO DA VENDA E LIDOS DOS REGISTROS DE ITEM DO
023036* COMPROVANTE CARREGADO, PARA O ESTORNO E A DEVOLUCAO
023045* RETIRAREM OS PONTOS DOS ITENS DEVOLVIDOS.
023054*-------------------------------------------------------------
023063 01  WRK-PONTOS-ITENS.
023072     03 PONTOSITEM     PIC 9(05)       OCCURS 300 TIMES.
023081
023100*-------------------------------------------------------------
023200* IDENTIFICACAO DO OPERADOR, DO CAIXA E DA DATA DO MOVIMENTO
023300*-------------------------------------------------------------
024798 77  WRK-PERC-EFETIVO       PIC 9(03)V99    VALUE ZEROS.
024800
024900*-------------------------------------------------------------
024901* CALCULO DE DATAS. 9500 CONVERTE WRK-DT-DATA EM NUMERO DE
024902* DIAS CORRIDOS (WRK-DT-DIAS) PARA DIFERENCA ENTRE DATAS;
024903* 9510 SOMA WRK-DT-PRAZO DIAS A WRK-DT-DATA.
024904*-------------------------------------------------------------
024905 01  WRK-DT-DATA              PIC 9(08)       VALUE ZEROS.
024906 01  FILLER REDEFINES WRK-DT-DATA.
024907     03 WRK-DT-ANO            PIC 9(04).
024908     03 WRK-DT-MES            PIC 9(02).
024909     03 WRK-DT-DIA            PIC 9(02).
024910 01  WRK-DT-TABELA-MESES.
024911     03 FILLER                PIC X(24)
024912                              VALUE "312831303130313130313031".
024913 01  FILLER REDEFINES WRK-DT-TABELA-MESES.
024914     03 WRK-DT-TAB-DIAS       PIC 9(02) OCCURS 12 TIMES.
024915 77  WRK-DT-DIAS            PIC 9(07)       VALUE ZEROS.
024916 77  WRK-DT-PRAZO           PIC 9(03)       VALUE ZEROS.
024917 77  WRK-DT-A               PIC 9(04)       VALUE ZEROS.
024918 77  WRK-DT-M               PIC 9(02)       VALUE ZEROS.
024919 77  WRK-DT-Q4              PIC 9(04)       VALUE ZEROS.
024920 77  WRK-DT-Q100            PIC 9(04)       VALUE ZEROS.
024921 77  WRK-DT-Q400            PIC 9(04)       VALUE ZEROS.
024922 77  WRK-DT-QMES            PIC 9(04)       VALUE ZEROS.
024923 77  WRK-DT-AUX             PIC 9(05)       VALUE ZEROS.
024924 77  WRK-DT-RESTO           PIC 9(05)       VALUE ZEROS.
024925 77  WRK-DT-DIAS-MES        PIC 9(02)       VALUE ZEROS.
024926 77  WRK-DT-R4              PIC 9(04)       VALUE ZEROS.
024927 77  WRK-DT-R100            PIC 9(04)       VALUE ZEROS.
024928 77  WRK-DT-R400            PIC 9(04)       VALUE ZEROS.
024929 77  WRK-ED-DT-DATA         PIC X(10)       VALUE SPACES.
024930
024931*-------------------------------------------------------------
024932* TITULOS A RECEBER DO FIADO. 4530-APURAR-DEBITO PERCORRE OS
024933* TITULOS ABERTOS DO CLIENTE EM REG-CLIENTE E DEVOLVE O
024934* PRINCIPAL, OS JUROS ATE A DATA, O MAIOR ATRASO E O SALDO POR
024935* FAIXA DE ATRASO (1: 0-30, 2: 31-60, 3: 61-90, 4: MAIS DE 90
024936* DIAS APOS O VENCIMENTO). O SALDO DO CLIENTE SEM TITULO
024937* (DEBITO ANTERIOR AOS TITULOS) VENCE PELO PRAZO A PARTIR DE
024938* REG-CLI-DATA-DEBITO, NAO CORRE JUROS E E PAGO PRIMEIRO.
024939*-------------------------------------------------------------
024940 01  WRK-FIA-FAIXAS.
024941     03 WRK-FIA-FAIXA         PIC S9(09)V99 OCCURS 4 TIMES.
024942 01  WRK-REC-FAIXAS.
024943     03 WRK-REC-FAIXA         PIC S9(09)V99 OCCURS 4 TIMES.
024944 77  WRK-REC-JUROS          PIC S9(09)V99   VALUE ZEROS.
024945 77  WRK-FIA-CLI            PIC 9(05)       VALUE ZEROS.
024946 77  WRK-FIA-DIAS-HOJE      PIC 9(07)       VALUE ZEROS.
024947 77  WRK-FIA-PRINCIPAL      PIC S9(09)V99   VALUE ZEROS.
024948 77  WRK-FIA-SEM-TITULO     PIC S9(09)V99   VALUE ZEROS.
024949 77  WRK-FIA-JUROS          PIC S9(09)V99   VALUE ZEROS.
024950 77  WRK-FIA-DEVIDO         PIC S9(09)V99   VALUE ZEROS.
024951 77  WRK-FIA-QTD-TIT        PIC 9(05)       VALUE ZEROS.
024952 77  WRK-FIA-MAIOR-ATRASO   PIC 9(05)       VALUE ZEROS.
024953 77  WRK-FIA-VENC           PIC 9(08)       VALUE ZEROS.
024954 77  WRK-FIA-VALOR-FAIXA    PIC S9(09)V99   VALUE ZEROS.
024955 77  WRK-FIA-ATRASO         PIC S9(05)      VALUE ZEROS.
024956 77  WRK-FIA-FX             PIC 9(01)       VALUE ZEROS.
024957 77  WRK-FIA-DIAS-JUROS     PIC S9(05)      VALUE ZEROS.
024958 77  WRK-FIA-JUROS-TIT      PIC 9(07)V99    VALUE ZEROS.
024959 77  WRK-FIA-RESTANTE       PIC 9(07)V99    VALUE ZEROS.
024960 77  WRK-FIA-PAGO-PRINC     PIC 9(07)V99    VALUE ZEROS.
024961 77  WRK-FIA-PAGO-JUROS     PIC 9(07)V99    VALUE ZEROS.
024962 77  WRK-FIA-TOT-PRINC      PIC 9(07)V99    VALUE ZEROS.
024963 77  WRK-FIA-TOT-JUROS      PIC 9(07)V99    VALUE ZEROS.
024964 77  WRK-FIA-PRIM-ABERTO    PIC 9(08)       VALUE ZEROS.
024965 77  WRK-FIA-BXT-TIPO       PIC X(01)       VALUE SPACES.
024966 77  WRK-ED-FIA-VALOR       PIC -ZZZZZZ9,99 VALUE ZEROS.
024967 77  WRK-ED-FIA-JUROS       PIC -ZZZZZ9,99  VALUE ZEROS.
024968 77  WRK-ED-FIA-FAIXA1      PIC -ZZZZZ9,99  VALUE ZEROS.
024969 77  WRK-ED-FIA-FAIXA2      PIC -ZZZZZ9,99  VALUE ZEROS.
024970 77  WRK-ED-FIA-FAIXA3      PIC -ZZZZZ9,99  VALUE ZEROS.
024971 77  WRK-ED-FIA-FAIXA4      PIC -ZZZZZ9,99  VALUE ZEROS.
024972 77  WRK-ED-FIA-ATRASO      PIC ZZZZ9       VALUE ZEROS.
024973
024974*-------------------------------------------------------------
025000* ENTRADA DE ITENS NO CUPOM - COMANDO, CANCELAMENTO
025100*-------------------------------------------------------------
025200 77  WRK-COMANDO-ITEM       PIC X(01)       VALUE SPACES.
025201
025202*-------------------------------------------------------------
025203* EXTRATO MENSAL DO CLIENTE (FIADO)
025204*-------------------------------------------------------------
025205 77  WRK-EXT-MES            PIC 9(06)       VALUE ZEROS.
025206 77  WRK-EXT-DATA-INI       PIC 9(08)       VALUE ZEROS.
025207 77  WRK-EXT-DATA-FIM       PIC 9(08)       VALUE ZEROS.
025208 77  WRK-EXT-SALDO-ANT      PIC S9(09)V99   VALUE ZEROS.
025209 77  WRK-EXT-COMPRAS        PIC S9(09)V99   VALUE ZEROS.
025210 77  WRK-EXT-PAGTOS         PIC S9(09)V99   VALUE ZEROS.
025211 77  WRK-EXT-JUROS          PIC S9(09)V99   VALUE ZEROS.
025212 77  WRK-EXT-ESTORNOS       PIC S9(09)V99   VALUE ZEROS.
025213 77  WRK-EXT-SALDO-FIM      PIC S9(09)V99   VALUE ZEROS.
025214
025215*-------------------------------------------------------------
025216* ALTERACAO DE PRECO E ETIQUETAS DE GONDOLA. A TABELA GUARDA
025217* OS PRODUTOS JA ETIQUETADOS NA GERACAO DO ARQUIVO DO DIA,
025218* COM PESQUISA SEQUENCIAL.
025219*-------------------------------------------------------------
025220 01  WRK-ETQ-TABELA.
025221     03 WRK-ETQ-TAB-COD       PIC 9(13) OCCURS 500 TIMES.
025222 77  WRK-MAX-ETQ            PIC 9(03)       VALUE 500.
025223 77  WRK-ETQ-USADOS         PIC 9(03)       VALUE ZEROS.
025224 77  WRK-ETQ-POS            PIC 9(03)       VALUE ZEROS.
025225 77  WRK-ETQ-MOTIVO         PIC X(01)       VALUE SPACES.
025226 77  WRK-ETQ-GERADAS        PIC 9(05)       VALUE ZEROS.
025227 77  WRK-ETQ-DIAS-ONTEM     PIC 9(07)       VALUE ZEROS.
025228 77  WRK-PRC-VIGENCIA       PIC 9(08)       VALUE ZEROS.
025229 77  WRK-PRC-ANTERIOR       PIC 9(02)V99    VALUE ZEROS.
025230 77  WRK-PRC-ORIGEM         PIC X(01)       VALUE SPACES.
025231 77  WRK-PRC-OPERADOR       PIC X(08)       VALUE SPACES.
025232 77  WRK-PRC-APLICADOS      PIC 9(05)       VALUE ZEROS.
025233 77  WRK-PRC-RESP           PIC X(01)       VALUE SPACES.
025234 77  WRK-ED-PRC-PRECO       PIC Z9,99       VALUE ZEROS.
025235
025236*-------------------------------------------------------------
025237* SEGURANCA DE ACESSO DOS OPERADORES. OS PARAMETROS VEM DO
025238* MESMO ARQUIVO PARMCAIX, COM OS VALORES ABAIXO NA FALTA DELE:
025239*   MAXFALHA  FALHAS DE LOGON QUE BLOQUEIAM O OPERADOR (99)
025240*   DIASENHA  DIAS DE VALIDADE DA SENHA, 0 = SEM VALIDADE (999)
025241*-------------------------------------------------------------
025242 01  WRK-PARAMETROS-SEGURANCA.
025243     03 WRK-PARM-MAX-FALHAS   PIC 9(02)       VALUE 5.
025244     03 WRK-PARM-DIAS-SENHA   PIC 9(03)       VALUE 90.
025245 77  WRK-SEG-TENTATIVAS     PIC 9(01)       VALUE ZEROS.
025246 77  WRK-SEG-SENHA-NOVA     PIC X(06)       VALUE SPACES.
025247 77  WRK-SEG-SENHA-CONF     PIC X(06)       VALUE SPACES.
025248 77  WRK-SEG-DIAS-TROCA     PIC 9(07)       VALUE ZEROS.
025249 77  WRK-SEG-IDADE-SENHA    PIC S9(07)      VALUE ZEROS.
025250 77  WRK-ACE-OPERADOR       PIC X(08)       VALUE SPACES.
025251 77  WRK-ACE-EVENTO         PIC X(02)       VALUE SPACES.
025252 77  WRK-ACE-SUPERVISOR     PIC X(08)       VALUE SPACES.
025253 77  WRK-ACE-ACAO           PIC X(02)       VALUE SPACES.
025254 77  WRK-ACE-DOC            PIC 9(09)       VALUE ZEROS.
025255 77  WRK-ACE-PERC-EXIGIDO   PIC 9(03)V99    VALUE ZEROS.
025300
025400*-------------------------------------------------------------
025500* DESCONTO APLICADO A VENDA ANTES DO PAGAMENTO
026830 77  WRK-VALE-RESTANTE      PIC 9(06)V99    VALUE ZEROS.
026900
027000*-------------------------------------------------------------
027001* RELATORIO DE AUTORIZACOES DE SUPERVISOR. AS TABELAS SOMAM AS
027002* AUTORIZACOES DO PERIODO POR SUPERVISOR E POR OPERADOR, NAS
027003* COLUNAS 1-DESCONTO 2-ESTORNO 3-DEVOLUCAO 4-AJUSTE 5-REMARCACAO
027004* 6-PERDA VALIDADE E 7-RECUSADAS, COM PESQUISA SEQUENCIAL.
027005*-------------------------------------------------------------
027006 01  WRK-AUT-TAB-SUP.
027007     03 WRK-AUT-SUP OCCURS 50 TIMES.
027008        05 WRK-AUT-SUP-COD    PIC X(08).
027009        05 WRK-AUT-SUP-QTDS.
027010           07 WRK-AUT-SUP-QTD PIC 9(05) OCCURS 7 TIMES.
027011 01  WRK-AUT-TAB-OPE.
027012     03 WRK-AUT-OPE OCCURS 50 TIMES.
027013        05 WRK-AUT-OPE-COD    PIC X(08).
027014        05 WRK-AUT-OPE-QTDS.
027015           07 WRK-AUT-OPE-QTD PIC 9(05) OCCURS 7 TIMES.
027016 77  WRK-MAX-AUT            PIC 9(03)       VALUE 50.
027017 77  WRK-AUT-SUP-USADOS     PIC 9(03)       VALUE ZEROS.
027018 77  WRK-AUT-OPE-USADOS     PIC 9(03)       VALUE ZEROS.
027019 77  WRK-AUT-POS            PIC 9(03)       VALUE ZEROS.
027020 77  WRK-AUT-IND            PIC 9(03)       VALUE ZEROS.
027021 77  WRK-AUT-COL            PIC 9(01)       VALUE ZEROS.
027022 77  WRK-AUT-DATA-INI       PIC 9(08)       VALUE ZEROS.
027023 77  WRK-AUT-DATA-FIM       PIC 9(08)       VALUE ZEROS.
027024 77  WRK-AUT-CONCEDIDAS     PIC 9(05)       VALUE ZEROS.
027025 77  WRK-AUT-RECUSADAS      PIC 9(05)       VALUE ZEROS.
027026 77  WRK-AUT-REMARCACOES    PIC 9(05)       VALUE ZEROS.
027027 77  WRK-AUT-PERDAS         PIC 9(05)       VALUE ZEROS.
027028 77  WRK-AUT-DESC-ACAO      PIC X(09)       VALUE SPACES.
027029 77  WRK-AUT-RESULTADO      PIC X(09)       VALUE SPACES.
027030 01  WRK-ED-AUT-QTDS.
027031     03 WRK-ED-AUT-QTD        PIC ZZZZZZZZ9 OCCURS 7 TIMES.
027032
027033*-------------------------------------------------------------
027034* RELATORIO MENSAL DE PONTOS. O SALDO A RESGATAR NO FIM DO MES
027035* SOMA TODOS OS MOVIMENTOS ATE O ULTIMO DIA DO MES (ENTRADAS
027036* MENOS SAIDAS) E E VALORIZADO PELO VALOR ATUAL DO PONTO.
027037*-------------------------------------------------------------
027038 77  WRK-RPT-MES            PIC 9(06)       VALUE ZEROS.
027039 77  WRK-RPT-DATA-INI       PIC 9(08)       VALUE ZEROS.
027040 77  WRK-RPT-DATA-FIM       PIC 9(08)       VALUE ZEROS.
027041 77  WRK-RPT-VENCIDOS-HOJE  PIC 9(05)       VALUE ZEROS.
027042 01  WRK-RPT-TOTAIS.
027043     03 WRK-RPT-SALDO-ANT     PIC S9(09)      VALUE ZEROS.
027044     03 WRK-RPT-GANHOS        PIC S9(09)      VALUE ZEROS.
027045     03 WRK-RPT-RESGATADOS    PIC S9(09)      VALUE ZEROS.
027046     03 WRK-RPT-VALOR-RESG    PIC S9(09)V99   VALUE ZEROS.
027047     03 WRK-RPT-ESTORNADOS    PIC S9(09)      VALUE ZEROS.
027048     03 WRK-RPT-DEVOLVIDOS    PIC S9(09)      VALUE ZEROS.
027049     03 WRK-RPT-VENCIDOS      PIC S9(09)      VALUE ZEROS.
027050     03 WRK-RPT-SALDO-FIM     PIC S9(09)      VALUE ZEROS.
027051 77  WRK-RPT-PASSIVO        PIC S9(09)V99   VALUE ZEROS.
027052 77  WRK-ED-RPT-PONTOS      PIC -ZZZZZZZZ9  VALUE ZEROS.
027053 77  WRK-ED-RPT-VALOR       PIC -ZZZZZZZ9,99 VALUE ZEROS.
027054
027055*-------------------------------------------------------------
027100* STATUS DE ARQUIVO (PADRAO COBOL DE 2 POSICOES)
027200*-------------------------------------------------------------
027300 77  WRK-FS-PRODUTO         PIC X(02)       VALUE "00".
027891
027900 77  WRK-FS-RECUP           PIC X(02)       VALUE "00".
028000
028002 77  WRK-FS-FORN            PIC X(02)       VALUE "00".
028004
028006 77  WRK-FS-PEDIDO          PIC X(02)       VALUE "00".
028008
028010 77  WRK-FS-RECEBMER        PIC X(02)       VALUE "00".
028012
028014 77  WRK-FS-RELPED          PIC X(02)       VALUE "00".
028016
028018 77  WRK-FS-KARDEX          PIC X(02)       VALUE "00".
028020
028022 77  WRK-FS-RELKDX          PIC X(02)       VALUE "00".
028024
028026 77  WRK-FS-TITULO          PIC X(02)       VALUE "00".
028028
028030 77  WRK-FS-BAIXATIT        PIC X(02)       VALUE "00".
028032
028034 77  WRK-FS-PARM            PIC X(02)       VALUE "00".
028036
028038 77  WRK-FS-EXTRATO         PIC X(02)       VALUE "00".
028040
028042 77  WRK-FS-PRECPROG        PIC X(02)       VALUE "00".
028044
028046 77  WRK-FS-HISTPREC        PIC X(02)       VALUE "00".
028048
028050 77  WRK-FS-ETIQUETA        PIC X(02)       VALUE "00".
028052
028054 77  WRK-FS-ACESSO          PIC X(02)       VALUE "00".
028056
028058 77  WRK-FS-RELAUT          PIC X(02)       VALUE "00".
028060
028062 77  WRK-FS-PONTOS          PIC X(02)       VALUE "00".
028064
028066 77  WRK-FS-RELPTO          PIC X(02)       VALUE "00".
028068
028070 77  WRK-FS-LOTEPROD        PIC X(02)       VALUE "00".
028072
028074 77  WRK-FS-RELVENC         PIC X(02)       VALUE "00".
028076
028078 77  WRK-FS-RELPERDA        PIC X(02)       VALUE "00".
028080
028082 77  WRK-FS-KIT             PIC X(02)       VALUE "00".
028084
028100 77  WRK-FS-FECHA           PIC X(02)       VALUE "00".
028200
028300 77  WRK-FS-CONCIL          PIC X(02)       VALUE "00".
028301
028302*-------------------------------------------------------------
028303* PROGRAMA DE FIDELIDADE. OS PARAMETROS VEM DO ARQUIVO
028304* PARMCAIX, COM OS VALORES ABAIXO NA FALTA DELE:
028305*   PONTREAL  PONTOS GANHOS POR REAL GASTO, 99,99     (9999)
028306*   PONTOVAL  VALOR EM REAIS DE UM PONTO, 9,999       (9999)
028307*   PONTODIA  DIAS DE VALIDADE DOS PONTOS             (999)
028308*   SEMPONTO  CODIGO EAN DE PRODUTO QUE NAO GERA PONTOS
028309*             (UMA LINHA POR PRODUTO, ATE 50)
028310* A VALIDADE E DO SALDO DO CLIENTE E E RENOVADA A CADA
028311* COMPRA QUE GERA PONTOS; VENCIDA, O SALDO INTEIRO VENCE.
028312*-------------------------------------------------------------
028313 01  WRK-PARAMETROS-PONTOS.
028314     03 WRK-PARM-PONTOS-REAL  PIC 9(02)V99    VALUE 1.
028315     03 WRK-PARM-PONTOS-REAL-X REDEFINES WRK-PARM-PONTOS-REAL
028316                              PIC X(04).
028317     03 WRK-PARM-VALOR-PONTO  PIC 9(01)V999   VALUE 0.010.
028318     03 WRK-PARM-VALOR-PONTO-X REDEFINES WRK-PARM-VALOR-PONTO
028319                              PIC X(04).
028320     03 WRK-PARM-DIAS-PONTOS  PIC 9(03)       VALUE 180.
028321 01  WRK-PTO-TAB-EXCLUIDOS.
028322     03 WRK-PTO-EXCLUIDO      PIC 9(13) OCCURS 50 TIMES.
028323 77  WRK-MAX-PTO-EXCL       PIC 9(03)       VALUE 50.
028324 77  WRK-PTO-EXCL-USADOS    PIC 9(03)       VALUE ZEROS.
028325 77  WRK-PTO-POS            PIC 9(03)       VALUE ZEROS.
028326 77  WRK-FID-CLIENTE        PIC 9(05)       VALUE ZEROS.
028327 77  WRK-FID-NOME           PIC X(30)       VALUE SPACES.
028328 77  WRK-PTO-GANHOS         PIC 9(07)       VALUE ZEROS.
028329 77  WRK-PTO-RESGATE        PIC 9(07)       VALUE ZEROS.
028330 77  WRK-VALOR-PONTOS       PIC 9(06)V99    VALUE ZEROS.
028331 77  WRK-PTO-BASE           PIC 9(06)V99    VALUE ZEROS.
028332 77  WRK-PTO-DISPONIVEL     PIC 9(07)V99    VALUE ZEROS.
028333 77  WRK-PTO-RESTANTE       PIC 9(06)V99    VALUE ZEROS.
028334 77  WRK-PTO-CALC           PIC 9(09)V999   VALUE ZEROS.
028335 77  WRK-PTO-INTEIRO        PIC 9(09)       VALUE ZEROS.
028336 77  WRK-PTO-RETIRAR        PIC 9(07)       VALUE ZEROS.
028337 77  WRK-PTO-ANTES          PIC 9(07)       VALUE ZEROS.
028338 77  WRK-PTO-DEPOIS         PIC 9(07)       VALUE ZEROS.
028339 77  WRK-PTO-TIPO           PIC X(01)       VALUE SPACES.
028340 77  WRK-PTO-QTD            PIC 9(07)       VALUE ZEROS.
028341 77  WRK-PTO-VALOR          PIC 9(06)V99    VALUE ZEROS.
028342 77  WRK-PTO-DOC            PIC 9(06)       VALUE ZEROS.
028343 77  WRK-PTO-RESP           PIC X(01)       VALUE SPACES.
028344 77  WRK-ED-PTO-SALDO       PIC -ZZZZZZ9    VALUE ZEROS.
028345 77  WRK-ED-PTO-QTD         PIC ZZZZZZ9     VALUE ZEROS.
028346 77  WRK-ED-PTO-VALOR       PIC ZZZZZZ9,99  VALUE ZEROS.
028347 77  WRK-PTO-HOJE           PIC 9(08)       VALUE ZEROS.
028348 77  WRK-PTO-DATA-MOV       PIC 9(08)       VALUE ZEROS.
028349 77  WRK-REL-PTO-GANHOS     PIC 9(09)       VALUE ZEROS.
028350 77  WRK-REL-PTO-RESG       PIC 9(09)       VALUE ZEROS.
028351 77  WRK-REL-VALOR-PONTOS   PIC 9(08)V99    VALUE ZEROS.
028352* CLIENTE DO COMPROVANTE DEVOLVIDO E PONTOS DE CADA ITEM, PARA
028353* RETIRAR DO SALDO OS PONTOS DOS ITENS DEVOLVIDOS.
028354 77  WRK-DEV-CLIENTE        PIC 9(05)       VALUE ZEROS.
028355 01  WRK-DEV-PONTOS-TAB.
028356     03 DEV-PONTOS     PIC 9(05)       OCCURS 300 TIMES.
028400
028500*-------------------------------------------------------------
028600* CHAVES DE CONDICAO (SWITCHES) DO PROGRAMA
030000         88 TICKET-ESTA-CHEIO            VALUE "S".
030100     03 WRK-SW-CONTINUAR-APOS PIC X(01) VALUE "N".
030200         88 DEVE-CONTINUAR-VENDA         VALUE "S".
030201     03 WRK-SW-EOF-PED        PIC X(01) VALUE "N".
030202         88 FIM-PEDIDO                   VALUE "S".
030203     03 WRK-SW-FIM-NF         PIC X(01) VALUE "N".
030204         88 FIM-NOTA-FISCAL              VALUE "S".
030205     03 WRK-SW-FIM-PED-ITENS  PIC X(01) VALUE "N".
030206         88 FIM-ITENS-PEDIDO             VALUE "S".
030207     03 WRK-SW-EOF-KDX        PIC X(01) VALUE "N".
030208         88 FIM-KARDEX                   VALUE "S".
030209     03 WRK-SW-KDX-ANTERIOR   PIC X(01) VALUE "N".
030210         88 KDX-COM-SALDO-ANTERIOR       VALUE "S".
030211     03 WRK-SW-KDX-PERIODO    PIC X(01) VALUE "N".
030212         88 KDX-COM-MOVIMENTO            VALUE "S".
030213     03 WRK-SW-EOF-TIT        PIC X(01) VALUE "N".
030214         88 FIM-TITULO                   VALUE "S".
030215     03 WRK-SW-EOF-BXT        PIC X(01) VALUE "N".
030216         88 FIM-BAIXATIT                 VALUE "S".
030217     03 WRK-SW-EOF-PARM       PIC X(01) VALUE "N".
030218         88 FIM-PARAMETRO                VALUE "S".
030219     03 WRK-SW-FIA-LISTAR     PIC X(01) VALUE "N".
030220         88 FIA-LISTAR-TITULOS           VALUE "S".
030221     03 WRK-SW-EXT-IMPRIMIR   PIC X(01) VALUE "N".
030222         88 EXT-IMPRIMIR                 VALUE "S".
030223     03 WRK-SW-EOF-PPG        PIC X(01) VALUE "N".
030224         88 FIM-PRECO-PROG               VALUE "S".
030225     03 WRK-SW-EOF-HPR        PIC X(01) VALUE "N".
030226         88 FIM-HIST-PRECO               VALUE "S".
030227     03 WRK-SW-EOF-PROMO      PIC X(01) VALUE "N".
030228         88 FIM-PROMOCAO                 VALUE "S".
030229     03 WRK-SW-ETQ-PROMO      PIC X(01) VALUE "N".
030230         88 ETQ-COM-PROMOCAO             VALUE "S".
030231     03 WRK-SW-ETQ-EMITIDA    PIC X(01) VALUE "N".
030232         88 ETQ-JA-EMITIDA               VALUE "S".
030233     03 WRK-SW-SENHA-VENCIDA  PIC X(01) VALUE "N".
030234         88 SENHA-VENCIDA                VALUE "S".
030235     03 WRK-SW-SENHA-TROCADA  PIC X(01) VALUE "N".
030236         88 SENHA-TROCADA                VALUE "S".
030237     03 WRK-SW-EOF-ACE        PIC X(01) VALUE "N".
030238         88 FIM-ACESSO                   VALUE "S".
030239     03 WRK-SW-AUT-ACHADO     PIC X(01) VALUE "N".
030240         88 AUT-ACHADO                   VALUE "S".
030241     03 WRK-SW-EOF-PTO        PIC X(01) VALUE "N".
030242         88 FIM-PONTOS                   VALUE "S".
030243     03 WRK-SW-PTO-EXCLUIDO   PIC X(01) VALUE "N".
030244         88 PTO-PRODUTO-EXCLUIDO         VALUE "S".
030245     03 WRK-SW-EOF-LOTE       PIC X(01) VALUE "N".
030246         88 FIM-LOTES                    VALUE "S".
030247     03 WRK-SW-LOTE-ACHADO    PIC X(01) VALUE "N".
030248         88 LOTE-ACHADO                  VALUE "S".
030249     03 WRK-SW-KIT-ACHADO     PIC X(01) VALUE "N".
030250         88 KIT-ACHADO                   VALUE "S".
030251     03 WRK-SW-FIM-KIT        PIC X(01) VALUE "N".
030252         88 FIM-COMPOSICAO               VALUE "S".
030253     03 WRK-SW-EOF-KIT        PIC X(01) VALUE "N".
030254         88 FIM-KITCOMP                  VALUE "S".
030260     03 WRK-SW-EOF-ETQ        PIC X(01) VALUE "N".
030266         88 FIM-ETIQUETAS                VALUE "S".
030272     03 WRK-SW-ETQ-DO-DIA     PIC X(01) VALUE "N".
030278         88 ETQ-ARQUIVO-DO-DIA           VALUE "S".
030284     03 WRK-SW-PROMO-ANTES    PIC X(01) VALUE "N".
030290         88 PROMO-VIGENTE-ANTES          VALUE "S".
030300     03 WRK-SW-RECUP-EXISTE   PIC X(01) VALUE "N".
030400         88 REGISTRO-RECUP-EXISTE        VALUE "S".
030410     03 WRK-SW-TENDER-VALIDO  PIC X(01) VALUE "N".
032700 77  WRK-TOTAL-PIX-DIA      PIC 9(08)V99    VALUE ZEROS.
032710 77  WRK-TOTAL-FIADO-DIA    PIC 9(08)V99    VALUE ZEROS.
032715 77  WRK-TOTAL-VALE-DIA     PIC 9(08)V99    VALUE ZEROS.
032717 77  WRK-TOTAL-PONTOS-DIA   PIC 9(08)V99    VALUE ZEROS.
032720 77  WRK-TOTAL-FUNDO-DIA    PIC 9(08)V99    VALUE ZEROS.
032730 77  WRK-TOTAL-SUPR-DIA     PIC 9(08)V99    VALUE ZEROS.
032735 77  WRK-TOTAL-RECEB-DIA    PIC 9(08)V99    VALUE ZEROS.
033200 01  WRK-LINHA-RELATORIO    PIC X(80)       VALUE SPACES.
033300
033400*-------------------------------------------------------------
033401* LOTES DE PRODUTO PERECIVEL (LOTEPROD). PARAMETRO EM PARMCAIX:
033402*   DIASVENC  DIAS A FRENTE DO RELATORIO DE LOTES A VENCER,
033403*             QUANDO O OPERADOR NAO INFORMA OUTRO         (999)
033404* A VENDA BAIXA OS LOTES NAO VENCIDOS NA ORDEM DA VALIDADE; A
033405* DEVOLUCAO VOLTA AO PRIMEIRO LOTE AINDA NAO VENCIDO. ESTOQUE
033406* SEM LOTE (ANTERIOR AO CONTROLE) NAO E ACOMPANHADO.
033407*-------------------------------------------------------------
033408 77  WRK-PARM-DIAS-VENC     PIC 9(03)       VALUE 3.
033409 77  WRK-LTP-LOTE           PIC X(10)       VALUE SPACES.
033410 77  WRK-LTP-VALIDADE       PIC 9(08)       VALUE ZEROS.
033411 77  WRK-LTP-HOJE           PIC 9(08)       VALUE ZEROS.
033412 77  WRK-LTP-QTD            PIC 9(05)V999   VALUE ZEROS.
033413 77  WRK-VNC-OPCAO          PIC 9(01)       VALUE ZEROS.
033414 77  WRK-VNC-DIAS           PIC 9(03)       VALUE ZEROS.
033415 77  WRK-VNC-LIMITE         PIC 9(08)       VALUE ZEROS.
033416 77  WRK-VNC-DIAS-HOJE      PIC 9(07)       VALUE ZEROS.
033417 77  WRK-VNC-DIAS-RESTAM    PIC S9(05)      VALUE ZEROS.
033418 77  WRK-VNC-VALOR          PIC 9(07)V99    VALUE ZEROS.
033419 77  WRK-VNC-LOTES          PIC 9(05)       VALUE ZEROS.
033420 77  WRK-VNC-A-VENCER       PIC 9(05)       VALUE ZEROS.
033421 77  WRK-VNC-TOT-QTD        PIC 9(07)V999   VALUE ZEROS.
033422 77  WRK-VNC-TOT-VALOR      PIC 9(08)V99    VALUE ZEROS.
033423 77  WRK-VNC-SITUACAO       PIC X(07)       VALUE SPACES.
033424 77  WRK-VNC-RESP           PIC X(01)       VALUE SPACES.
033425 77  WRK-VNC-PERC           PIC 9(02)       VALUE ZEROS.
033426 77  WRK-VNC-PRECO          PIC 9(02)V99    VALUE ZEROS.
033427 77  WRK-VNC-REMARCADOS     PIC 9(05)       VALUE ZEROS.
033428 77  WRK-VNC-MANTIDAS       PIC 9(05)       VALUE ZEROS.
033429 77  WRK-VNC-PROMO          PIC X(01)       VALUE SPACES.
033430     88  VNC-COM-PROMOCAO                   VALUE "S".
033431 77  WRK-PRD-QTD            PIC 9(05)V999   VALUE ZEROS.
033432 77  WRK-PRD-NOVO-EST       PIC S9(05)V999  VALUE ZEROS.
033433 77  WRK-ED-VNC-DIAS        PIC -ZZZ9       VALUE ZEROS.
033434 77  WRK-ED-VNC-QTD         PIC ZZZZ9,999   VALUE ZEROS.
033435 77  WRK-ED-VNC-VALOR       PIC ZZZZZ9,99   VALUE ZEROS.
033436 77  WRK-ED-VNC-TOT-QTD     PIC ZZZZZZ9,999 VALUE ZEROS.
033437 77  WRK-ED-VNC-TOT-VALOR   PIC ZZZZZZZ9,99 VALUE ZEROS.
033438
033439*-------------------------------------------------------------
033440* PRODUTOS COMPOSTOS (KITCOMP). O KIT E IDENTIFICADO PELA
033441* EXISTENCIA DA COMPOSICAO; A QUANTIDADE MOVIMENTADA DE CADA
033442* COMPONENTE E A QUANTIDADE DO KIT VEZES A DO COMPONENTE.
033443* WRK-KIT-TAB GUARDA A COMPOSICAO EM DIGITACAO.
033444*-------------------------------------------------------------
033445 77  WRK-KIT-COD            PIC 9(13)       VALUE ZEROS.
033446 77  WRK-KIT-IND            PIC 9(03)       VALUE ZEROS.
033447 77  WRK-KIT-QTD-BASE       PIC 9(05)V999   VALUE ZEROS.
033448 77  WRK-KIT-QTD-MOV        PIC 9(05)V999   VALUE ZEROS.
033449 77  WRK-KIT-CUSTO          PIC 9(06)V99    VALUE ZEROS.
033450 77  WRK-KIT-ACAO           PIC X(01)       VALUE SPACES.
033451 77  WRK-KIT-COMP-COD       PIC 9(13)       VALUE ZEROS.
033452 77  WRK-KIT-COMP-QTD       PIC 9(05)V999   VALUE ZEROS.
033453 77  WRK-KIT-USADOS         PIC 9(03)       VALUE ZEROS.
033454 77  WRK-KIT-POS            PIC 9(03)       VALUE ZEROS.
033455 77  WRK-KIT-PAI            PIC 9(13)       VALUE ZEROS.
033456 77  WRK-MAX-KIT            PIC 9(03)       VALUE 20.
033457 01  WRK-KIT-TAB.
033458     03 WRK-KIT-TAB-ITEM OCCURS 20 TIMES.
033459        05 WRK-KIT-TAB-COMP   PIC 9(13).
033460        05 WRK-KIT-TAB-QTD    PIC 9(05)V999.
033461 77  WRK-BAL-TEXTO          PIC X(22)       VALUE SPACES.
033462 77  WRK-ED-KIT-QTD         PIC ZZZZ9,999   VALUE ZEROS.
033463 77  WRK-ED-KIT-CUSTO       PIC ZZZZZ9,99   VALUE ZEROS.
033464
033465*-------------------------------------------------------------
033500* MANUTENCAO DO CADASTRO DE PRODUTOS
033600*-------------------------------------------------------------
033700 77  WRK-MANUT-COD          PIC 9(13)       VALUE ZEROS.
033912 77  WRK-MANUT-NCM          PIC X(08)       VALUE SPACES.
033914 77  WRK-MANUT-CST          PIC X(03)       VALUE SPACES.
033916 77  WRK-MANUT-ALIQ         PIC 9(02)V99    VALUE ZEROS.
033917 77  WRK-MANUT-PERECIVEL    PIC X(01)       VALUE SPACES.
033918
033920*-------------------------------------------------------------
033922* EXPORTACAO FISCAL DIARIA (DADOS DO ITEM E ICMS CALCULADO)
034112 77  WRK-MPR-PAGUE          PIC 9(03)       VALUE ZEROS.
034113 77  WRK-MPR-ATIVO          PIC X(01)       VALUE SPACES.
034114
034116
034120 PROCEDURE DIVISION.
034200
034300 0000-MAINLINE.
036000     ACCEPT WRK-CAIXA-ID.
036100     ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
036200     ACCEPT WRK-HORA-SISTEMA FROM TIME.
036210     PERFORM 1010-LER-PARAMETROS THRU 1010-LER-PARAMETROS-EXIT.
036300     PERFORM 1300-DETERMINAR-PROX-NUMERO
036400         THRU 1300-DETERMINAR-PROX-NUMERO-EXIT.
036500     PERFORM 1100-ABRIR-ARQUIVOS THRU 1100-ABRIR-ARQUIVOS-EXIT.
036750     IF LOGIN-OK
036800         PERFORM 1400-VERIFICAR-RECUPERACAO
036900             THRU 1400-VERIFICAR-RECUPERACAO-EXIT
036910         PERFORM 1500-APLICAR-PRECOS-PROGRAMADOS
036920             THRU 1500-APLICAR-PRECOS-PROGRAMADOS-EXIT
036950     ELSE
036960         MOVE 9 TO WRK-OPCAO
036970     END-IF.
037152     READ ARQ-OPERADOR
037154         INVALID KEY
037156             DISPLAY "OPERADOR OU SENHA INVALIDOS."
037157             PERFORM 1091-ACESSO-FALHO THRU 1091-ACESSO-FALHO-EXIT
037158         NOT INVALID KEY
037163             PERFORM 1065-VALIDAR-LOGON
037168                 THRU 1065-VALIDAR-LOGON-EXIT
037176     END-READ.
037178 1060-TENTAR-LOGON-EXIT.
037180     EXIT.
037780         PERFORM 1150-CRIAR-OPERADOR-PADRAO
037785             THRU 1150-CRIAR-OPERADOR-PADRAO-EXIT
037790     END-IF.
037791     PERFORM 1102-ABRIR-ARQ-COMPLEM
037792         THRU 1102-ABRIR-ARQ-COMPLEM-EXIT.
037795 1100-ABRIR-ARQUIVOS-EXIT.
037800     EXIT.
037801
037802*-------------------------------------------------------
037803* ARQUIVOS DE COMPRAS, ESTOQUE, RECEBIMENTOS, SEGURANCA E
037804* FIDELIDADE. CADA UM E CRIADO VAZIO NA PRIMEIRA EXECUCAO.
037805*-------------------------------------------------------
037806 1102-ABRIR-ARQ-COMPLEM.
037807     OPEN I-O ARQ-FORNECEDOR.
037808     IF WRK-FS-FORN = "35"
037809         OPEN OUTPUT ARQ-FORNECEDOR
037810         CLOSE ARQ-FORNECEDOR
037811         OPEN I-O ARQ-FORNECEDOR
037812     END-IF.
037813     OPEN I-O ARQ-PEDIDO.
037814     IF WRK-FS-PEDIDO = "35"
037815         OPEN OUTPUT ARQ-PEDIDO
037816         CLOSE ARQ-PEDIDO
037817         OPEN I-O ARQ-PEDIDO
037818     END-IF.
037819     OPEN EXTEND ARQ-KARDEX.
037820     IF WRK-FS-KARDEX = "35"
037821         OPEN OUTPUT ARQ-KARDEX
037822         CLOSE ARQ-KARDEX
037823         OPEN EXTEND ARQ-KARDEX
037824     END-IF.
037825     OPEN I-O ARQ-TITULO.
037826     IF WRK-FS-TITULO = "35"
037827         OPEN OUTPUT ARQ-TITULO
037828         CLOSE ARQ-TITULO
037829         OPEN I-O ARQ-TITULO
037830     END-IF.
037831     OPEN I-O ARQ-PRECOPROG.
037832     IF WRK-FS-PRECPROG = "35"
037833         OPEN OUTPUT ARQ-PRECOPROG
037834         CLOSE ARQ-PRECOPROG
037835         OPEN I-O ARQ-PRECOPROG
037836     END-IF.
037837     OPEN EXTEND ARQ-ACESSO.
037838     IF WRK-FS-ACESSO = "35"
037839         OPEN OUTPUT ARQ-ACESSO
037840         CLOSE ARQ-ACESSO
037841         OPEN EXTEND ARQ-ACESSO
037842     END-IF.
037843     OPEN EXTEND ARQ-PONTOS.
037844     IF WRK-FS-PONTOS = "35"
037845         OPEN OUTPUT ARQ-PONTOS
037846         CLOSE ARQ-PONTOS
037847         OPEN EXTEND ARQ-PONTOS
037848     END-IF.
037849     OPEN I-O ARQ-LOTEPROD.
037850     IF WRK-FS-LOTEPROD = "35"
037851         OPEN OUTPUT ARQ-LOTEPROD
037852         CLOSE ARQ-LOTEPROD
037853         OPEN I-O ARQ-LOTEPROD
037854     END-IF.
037855     OPEN I-O ARQ-KIT.
037856     IF WRK-FS-KIT = "35"
037857         OPEN OUTPUT ARQ-KIT
037858         CLOSE ARQ-KIT
037859         OPEN I-O ARQ-KIT
037860     END-IF.
037861 1102-ABRIR-ARQ-COMPLEM-EXIT.
037862     EXIT.
037910 
037912*-------------------------------------------------------
037914* ABERTURA E FECHAMENTO CONJUNTO DO PAR DE ARQUIVOS DO
038460     MOVE "123456" TO REG-OPER-SENHA.
038470     MOVE 3 TO REG-OPER-NIVEL.
038480     MOVE 100 TO REG-OPER-LIMITE-DESC.
038481     MOVE ZEROS TO REG-OPER-FALHAS.
038482     MOVE "N" TO REG-OPER-BLOQUEIO.
038483     MOVE ZEROS TO REG-OPER-DATA-SENHA.
038484     MOVE SPACES TO REG-OPER-SENHA-ANT.
038490     MOVE "S" TO REG-OPER-ATIVO.
038492     WRITE REG-OPERADOR.
038494     DISPLAY "CADASTRO DE OPERADORES CRIADO COM O USUARIO".
045674     MOVE REG-CAB-CLIENTE TO REG-COMP-CLIENTE.
045676     MOVE REG-CAB-VALOR-FIADO TO REG-COMP-VALOR-FIADO.
045678     MOVE REG-CAB-VALOR-PROMO TO REG-COMP-VALOR-PROMO.
045679     MOVE REG-CAB-PONTOS TO REG-COMP-PONTOS.
045680     MOVE REG-CAB-VALOR-VALE TO REG-COMP-VALOR-VALE.
045681     MOVE REG-CAB-PONTOS-RESG TO REG-COMP-PONTOS-RESG.
045682     MOVE REG-CAB-VALE-NUM TO REG-COMP-VALE-NUM.
045683     MOVE REG-CAB-VALOR-PONTOS TO REG-COMP-VALOR-PONTOS.
045684     PERFORM 1315-LER-ITEM-COMPROV
045686         THRU 1315-LER-ITEM-COMPROV-EXIT
045688         VARYING I FROM 1 BY 1
045940     MOVE REG-ITE-ITEM-PROMO TO REG-COMP-ITEM-PROMO(I).
045950     MOVE REG-ITE-DESC-PROMO TO REG-COMP-DESC-PROMO(I).
045955     MOVE REG-ITE-QTD-DEVOLVIDA TO QTDDEVOLVIDA(I).
045957     MOVE REG-ITE-PONTOS TO PONTOSITEM(I).
045960 1315-LER-ITEM-COMPROV-EXIT.
045970     EXIT.
045980
049800     MOVE REG-RECUP-CONTINUACAO TO WRK-CONTINUACAO.
049900     MOVE ZEROS TO WRK-PRECOACM.
049950     MOVE ZEROS TO WRK-VALOR-PROMO-VENDA.
049960     MOVE REG-RECUP-CLIENTE TO WRK-FID-CLIENTE.
050000     PERFORM 1420-RESTAURAR-ITEM THRU 1420-RESTAURAR-ITEM-EXIT
050100         VARYING I FROM 1 BY 1 UNTIL I > CONTADORPADRAO.
050200 1410-RESTAURAR-VENDA-EXIT.
051639     DISPLAY "16 - DEVOLUCAO PARCIAL (VALE-TROCA)".
051641     DISPLAY "17 - RELATORIO DE VALES EM ABERTO".
051642     DISPLAY "18 - BALANCO DE ESTOQUE".
051645     PERFORM 2005-MENU-COMPLEM THRU 2005-MENU-COMPLEM-EXIT.
051650     DISPLAY "=============================================".
051660     DISPLAY "OPCAO: " WITH NO ADVANCING.
051670     ACCEPT WRK-OPCAO.
052022                 THRU 8900-BALANCO-ESTOQUE-EXIT
052023         WHEN 9
052024             CONTINUE
052025         WHEN 19 THRU 27
052026             PERFORM 2010-OPCAO-COMPLEM
052027                 THRU 2010-OPCAO-COMPLEM-EXIT
052030         WHEN OTHER
052040             DISPLAY "OPCAO INVALIDA."
052050     END-EVALUATE.
052060 2000-MENU-PRINCIPAL-EXIT.
052070     EXIT.
052080
052090*-------------------------------------------------------
052100* OPCOES DE COMPRAS, ESTOQUE, CLIENTES, SEGURANCA E
052110* FIDELIDADE, EXIBIDAS E TRATADAS A PARTIR DO MENU PRINCIPAL.
052120*-------------------------------------------------------
052130 2005-MENU-COMPLEM.
052140     DISPLAY "19 - MANUTENCAO DE FORNECEDORES".
052150     DISPLAY "20 - PEDIDOS DE COMPRA".
052160     DISPLAY "21 - FICHA DE ESTOQUE DO PRODUTO (KARDEX)".
052170     DISPLAY "22 - EXTRATO MENSAL DO CLIENTE (FIADO)".
052180     DISPLAY "23 - ALTERACOES DE PRECO PROGRAMADAS".
052190     DISPLAY "24 - RELATORIO DE AUTORIZACOES DE SUPERVISOR".
052200     DISPLAY "25 - RELATORIO MENSAL DE PONTOS (FIDELIDADE)".
052210     DISPLAY "26 - LOTES E VALIDADE DE PERECIVEIS".
052220     DISPLAY "27 - COMPOSICAO DE KITS E CESTAS".
052230     DISPLAY " 9 - ENCERRAR".
052240 2005-MENU-COMPLEM-EXIT.
052250     EXIT.
052260
052270*-------------------------------------------------------
052280 2010-OPCAO-COMPLEM.
052290     EVALUATE WRK-OPCAO
052300         WHEN 19
052310             PERFORM 8520-MANUTENCAO-FORNECEDORES
052320                 THRU 8520-MANUTENCAO-FORNECEDORES-EXIT
052330         WHEN 20
052340             PERFORM 8530-PEDIDO-COMPRA
052350                 THRU 8530-PEDIDO-COMPRA-EXIT
052360         WHEN 21
052370             PERFORM 8560-RELATORIO-KARDEX
052380                 THRU 8560-RELATORIO-KARDEX-EXIT
052390         WHEN 22
052400             PERFORM 4560-EXTRATO-CLIENTE
052410                 THRU 4560-EXTRATO-CLIENTE-EXIT
052420         WHEN 23
052430             PERFORM 8040-PRECOS-PROGRAMADOS
052440                 THRU 8040-PRECOS-PROGRAMADOS-EXIT
052450         WHEN 24
052460             PERFORM 8650-RELATORIO-AUTORIZACOES
052470                 THRU 8650-RELATORIO-AUTORIZACOES-EXIT
052480         WHEN 25
052490             PERFORM 4600-RELATORIO-PONTOS
052500                 THRU 4600-RELATORIO-PONTOS-EXIT
052510         WHEN 26
052520             PERFORM 8950-LOTES-VALIDADE
052530                 THRU 8950-LOTES-VALIDADE-EXIT
052540         WHEN 27
052550             PERFORM 8580-MANUTENCAO-KITS
052560                 THRU 8580-MANUTENCAO-KITS-EXIT
052570     END-EVALUATE.
052580 2010-OPCAO-COMPLEM-EXIT.
052590     EXIT.
054500
054600*-------------------------------------------------------------
054700 3000-NOVA-VENDA.
059250         MOVE ZEROS TO WRK-VALOR-PROMO-VENDA
059300         IF WRK-CONTINUACAO NOT = "S"
059400             MOVE WRK-PROX-NUM-COMP TO WRK-NUM-ORIGEM
059410             PERFORM 3110-IDENTIFICAR-CLIENTE
059420                 THRU 3110-IDENTIFICAR-CLIENTE-EXIT
059500         END-IF
059600     END-IF.
059700     MOVE WRK-PROX-NUM-COMP TO WRK-NUM-ATUAL.
066900                     THRU 3215-ACUMULAR-VALOR-ITEM-EXIT
067000                 PERFORM 3230-GRAVAR-CHECKPOINT
067100                     THRU 3230-GRAVAR-CHECKPOINT-EXIT
067110                 PERFORM 3225-AVISAR-ESTOQUE-KIT
067120                     THRU 3225-AVISAR-ESTOQUE-KIT-EXIT
067150                 IF CONTADORPADRAO >= WRK-MAX-ITENS
067160                     MOVE "S" TO WRK-SW-TICKET-CHEIO
067170                     DISPLAY "CUPOM CHEIO (300 ITENS)."
070500         VARYING I FROM 1 BY 1 UNTIL I > CONTADORPADRAO.
070600     MOVE "A" TO REG-RECUP-STATUS.
070610     MOVE WRK-SUPERVISOR TO REG-RECUP-SUPERVISOR.
070619     MOVE WRK-FID-CLIENTE TO REG-RECUP-CLIENTE.
070630     MOVE ZEROS TO REG-RECUP-VALOR-FIADO.
070640     MOVE WRK-VALOR-PROMO-VENDA TO REG-RECUP-VALOR-PROMO.
070700     IF REGISTRO-RECUP-EXISTE
079226     IF WRK-PERC-EFETIVO > WRK-LIMITE-DESC
079228         DISPLAY "DESCONTO ACIMA DA ALCADA DO OPERADOR."
079230         DISPLAY "AUTORIZACAO DE SUPERVISOR NECESSARIA."
079231         PERFORM 3311-AUTORIZAR-DESCONTO
079232             THRU 3311-AUTORIZAR-DESCONTO-EXIT
079236         IF SUPERVISOR-OK
079238             AND WRK-SUP-LIMITE >= WRK-PERC-EFETIVO
079240             MOVE WRK-SUP-COD TO WRK-SUPERVISOR
079450     MOVE ZEROS TO WRK-VALOR-FIADO.
079455     MOVE ZEROS TO WRK-VALOR-VALE.
079456     MOVE ZEROS TO WRK-VALE-NUM-USO.
079457     MOVE ZEROS TO WRK-VALOR-PONTOS.
079458     MOVE ZEROS TO WRK-PTO-RESGATE.
079460     MOVE ZEROS TO WRK-CLIENTE-COD.
079470     MOVE ZEROS TO VALORRECEBIDO.
079480     MOVE ZEROS TO TROCO.
079640     DISPLAY " 4 - PAGAMENTO MISTO".
079650     DISPLAY " 5 - FIADO (VENDA A PRAZO)".
079655     DISPLAY " 6 - VALE-TROCA".
079657     DISPLAY " 7 - PONTOS DE FIDELIDADE".
079660     DISPLAY "OPCAO: " WITH NO ADVANCING.
079670     ACCEPT WRK-FORMA-PGTO.
079680     EVALUATE WRK-FORMA-PGTO
079862         WHEN "6"
079864             PERFORM 3440-RECEBER-VALE
079866                 THRU 3440-RECEBER-VALE-EXIT
079867         WHEN "7"
079868             PERFORM 3450-RESGATAR-PONTOS
079869                 THRU 3450-RESGATAR-PONTOS-EXIT
079870         WHEN OTHER
079880             DISPLAY "FORMA INVALIDA. ASSUMINDO DINHEIRO."
079890             MOVE "1" TO WRK-FORMA-PGTO
080460 
080470*-------------------------------------------------------
080480 3430-VENDER-FIADO.
080489     PERFORM 3431-OBTER-CLIENTE-FIADO
080498         THRU 3431-OBTER-CLIENTE-FIADO-EXIT.
080510     MOVE WRK-CLIENTE-COD TO REG-CLI-COD.
080520     READ ARQ-CLIENTE
080530         INVALID KEY
080640 3435-VALIDAR-CREDITO.
080650     IF NOT CLIENTE-ATIVO
080660         DISPLAY "CLIENTE INATIVO. FIADO RECUSADO."
080661         MOVE ZEROS TO WRK-CLIENTE-COD
080662         GO TO 3435-VALIDAR-CREDITO-EXIT
080663     END-IF.
080664     MOVE "N" TO WRK-SW-FIA-LISTAR.
080665     PERFORM 4530-APURAR-DEBITO THRU 4530-APURAR-DEBITO-EXIT.
080666     IF WRK-FIA-MAIOR-ATRASO > WRK-PARM-ATRASO-MAX
080667         MOVE WRK-FIA-MAIOR-ATRASO TO WRK-ED-FIA-ATRASO
080668         DISPLAY "CLIENTE COM TITULO VENCIDO HA "
080669             WRK-ED-FIA-ATRASO " DIAS. FIADO RECUSADO."
080670         MOVE ZEROS TO WRK-CLIENTE-COD
080680         GO TO 3435-VALIDAR-CREDITO-EXIT
080690     END-IF.
089540     MOVE WRK-VALOR-PROMO-VENDA TO REG-COMP-VALOR-PROMO.
089550     MOVE WRK-VALOR-VALE TO REG-COMP-VALOR-VALE.
089560     MOVE WRK-VALE-NUM-USO TO REG-COMP-VALE-NUM.
089570     PERFORM 3635-CALCULAR-PONTOS
089580         THRU 3635-CALCULAR-PONTOS-EXIT.
089600     PERFORM 3620-GRAVAR-COMP-ARQUIVO
089610         THRU 3620-GRAVAR-COMP-ARQUIVO-EXIT.
089700     ADD 1 TO WRK-ACUM.
089920     IF WRK-VALOR-FIADO > ZEROS
089930         PERFORM 3660-LANCAR-FIADO THRU 3660-LANCAR-FIADO-EXIT
089940     END-IF.
089950     PERFORM 3640-ATUALIZAR-PONTOS-CLI
089960         THRU 3640-ATUALIZAR-PONTOS-CLI-EXIT.
090000 3600-GRAVAR-COMPROVANTE-EXIT.
090100     EXIT.
090200
090856     MOVE REG-COMP-CLIENTE TO REG-CAB-CLIENTE.
090858     MOVE REG-COMP-VALOR-FIADO TO REG-CAB-VALOR-FIADO.
090860     MOVE REG-COMP-VALOR-PROMO TO REG-CAB-VALOR-PROMO.
090861     MOVE REG-COMP-PONTOS TO REG-CAB-PONTOS.
090862     MOVE REG-COMP-VALOR-VALE TO REG-CAB-VALOR-VALE.
090863     MOVE REG-COMP-PONTOS-RESG TO REG-CAB-PONTOS-RESG.
090864     MOVE REG-COMP-VALE-NUM TO REG-CAB-VALE-NUM.
090865     MOVE REG-COMP-VALOR-PONTOS TO REG-CAB-VALOR-PONTOS.
090866     WRITE REG-CAB.
090868     PERFORM 3625-GRAVAR-ITEM-ARQUIVO
090870         THRU 3625-GRAVAR-ITEM-ARQUIVO-EXIT
090894     MOVE REG-COMP-QUANTIDADE(I) TO REG-ITE-QUANTIDADE.
090896     MOVE REG-COMP-VALOR-ITEM(I) TO REG-ITE-VALOR-ITEM.
090898     MOVE REG-COMP-ITEM-PROMO(I) TO REG-ITE-ITEM-PROMO.
090899     MOVE PONTOSITEM(I) TO REG-ITE-PONTOS.
090900     MOVE REG-COMP-DESC-PROMO(I) TO REG-ITE-DESC-PROMO.
090901     MOVE ZEROS TO REG-ITE-QTD-DEVOLVIDA.
090902     WRITE REG-ITE.
090940
090941*-------------------------------------------------------
090942 3650-BAIXAR-ESTOQUE.
090943     PERFORM 3655-BAIXAR-ITEM-OU-KIT
090944         THRU 3655-BAIXAR-ITEM-OU-KIT-EXIT
090945         VARYING I FROM 1 BY 1 UNTIL I > CONTADORPADRAO.
090946 3650-BAIXAR-ESTOQUE-EXIT.
090947     EXIT.
090978             END-IF
090980             ADD WRK-VALOR-FIADO TO REG-CLI-SALDO
090982             REWRITE REG-CLIENTE
090983             PERFORM 3665-ABRIR-TITULO THRU 3665-ABRIR-TITULO-EXIT
090984     END-READ.
090986 3660-LANCAR-FIADO-EXIT.
090988     EXIT.
090990
091000*-------------------------------------------------------
091003* CADA VENDA FIADA ABRE SEU PROPRIO TITULO, IDENTIFICADO
091006* PELA DATA, CAIXA E NUMERO DO COMPROVANTE, COM VENCIMENTO
091009* NO PRAZO DO FIADO.
091012*-------------------------------------------------------
091015 3665-ABRIR-TITULO.
091018     MOVE WRK-CLIENTE-COD TO REG-TIT-CLIENTE.
091021     MOVE REG-COMP-DATA TO REG-TIT-DATA.
091024     MOVE REG-COMP-CAIXA TO REG-TIT-CAIXA.
091027     MOVE REG-COMP-NUM TO REG-TIT-COMPROV.
091030     MOVE REG-COMP-DATA TO WRK-DT-DATA.
091033     MOVE WRK-PARM-PRAZO-FIADO TO WRK-DT-PRAZO.
091036     PERFORM 9510-SOMAR-DIAS-DATA THRU 9510-SOMAR-DIAS-DATA-EXIT.
091039     MOVE WRK-DT-DATA TO REG-TIT-VENCIMENTO.
091042     MOVE WRK-DT-DATA TO REG-TIT-DATA-JUROS.
091045     MOVE WRK-VALOR-FIADO TO REG-TIT-VALOR.
091048     MOVE WRK-VALOR-FIADO TO REG-TIT-SALDO.
091051     MOVE ZEROS TO REG-TIT-JUROS-PEND.
091054     MOVE ZEROS TO REG-TIT-JUROS-PAGOS.
091057     MOVE ZEROS TO REG-TIT-DATA-BAIXA.
091060     MOVE "A" TO REG-TIT-STATUS.
091063     WRITE REG-TITULO
091066         INVALID KEY
091069             DISPLAY "AVISO: TITULO NAO GRAVADO. FS="
091072                 WRK-FS-TITULO
091075             GO TO 3665-ABRIR-TITULO-EXIT
091078     END-WRITE.
091081     PERFORM 9520-EDITAR-DATA THRU 9520-EDITAR-DATA-EXIT.
091084     DISPLAY "VENCIMENTO DO FIADO: " WRK-ED-DT-DATA.
091087 3665-ABRIR-TITULO-EXIT.
091090     EXIT.
091093
091096*-------------------------------------------------------
091100 3700-GRAVAR-AUDITORIA.
091200     MOVE WRK-NUM-ATUAL TO REG-AUDIT-NUM.
091300     MOVE WRK-NUM-ORIGEM TO REG-AUDIT-NUM-ORIGEM.
093440     MOVE WRK-VALOR-PROMO-VENDA TO REG-AUDIT-VALOR-PROMO.
093450     MOVE WRK-VALOR-VALE TO REG-AUDIT-VALOR-VALE.
093460     MOVE WRK-VALE-NUM-USO TO REG-AUDIT-VALE-NUM.
093469     MOVE REG-COMP-PONTOS TO REG-AUDIT-PONTOS.
093478     MOVE REG-COMP-PONTOS-RESG TO REG-AUDIT-PONTOS-RESG.
093487     MOVE REG-COMP-VALOR-PONTOS TO REG-AUDIT-VALOR-PONTOS.
093500     WRITE REG-AUDIT.
093600 3700-GRAVAR-AUDITORIA-EXIT.
093700     EXIT.
096300     DISPLAY "DESCONTO......: " WRK-VALOR-DESCONTO.
096400     DISPLAY "TOTAL A PAGAR.: " WRK-PRECOFINAL-ED.
096500     DISPLAY "TROCO.........: " TROCO-ED.
096510     IF WRK-VALOR-PONTOS > ZEROS
096520         DISPLAY "PAGO C/ PONTOS: " WRK-VALOR-PONTOS
096530     END-IF.
096600     DISPLAY "=============================================".
096700 3900-EXIBIR-RESUMO-VENDA-EXIT.
096800     EXIT.
097390         DISPLAY "ESTORNO ABANDONADO."
097400         GO TO 4000-REABRIR-COMPROVANTE
097410     END-IF.
097419     PERFORM 3312-AUTORIZAR-ESTORNO
097428         THRU 3312-AUTORIZAR-ESTORNO-EXIT.
097440     IF NOT SUPERVISOR-OK
097450         DISPLAY "SEM AUTORIZACAO. ESTORNO ABANDONADO."
097460         GO TO 4000-REABRIR-COMPROVANTE
097720         PERFORM 4050-REVERTER-FIADO
097730             THRU 4050-REVERTER-FIADO-EXIT
097740     END-IF.
097744     PERFORM 4060-ESTORNAR-PONTOS THRU 4060-ESTORNAR-PONTOS-EXIT.
097750     DISPLAY "COMPROVANTE " REG-COMP-NUM " ESTORNADO.".
097760 4020-EFETIVAR-ESTORNO-EXIT.
097770     EXIT.
097920 
097930*-------------------------------------------------------
097940 4040-RESTAURAR-ESTOQUE.
097949     PERFORM 4045-RESTAURAR-ITEM-OU-KIT
097958         THRU 4045-RESTAURAR-ITEM-OU-KIT-EXIT
097970         VARYING I FROM 1 BY 1
097980         UNTIL I > REG-COMP-QTD-ITENS.
097990 4040-RESTAURAR-ESTOQUE-EXIT.
098102                 REG-PROD-ESTOQUE +
098104                 REG-COMP-QUANTIDADE(I) - QTDDEVOLVIDA(I)
098110             REWRITE REG-PRODUTO
098111             MOVE "ES" TO WRK-KDX-TIPO
098112             MOVE REG-COMP-NUM TO WRK-KDX-DOC
098113             COMPUTE WRK-KDX-QTD =
098114                 REG-COMP-QUANTIDADE(I) - QTDDEVOLVIDA(I)
098115             PERFORM 8570-GRAVAR-KARDEX-LOTES
098116                 THRU 8570-GRAVAR-KARDEX-LOTES-EXIT
098120     END-READ.
098130 4041-RESTAURAR-UM-ITEM-EXIT.
098140     EXIT.
098210             DISPLAY "AVISO: CLIENTE " REG-CLI-COD
098220                 " NAO ENCONTRADO PARA REVERTER FIADO."
098230         NOT INVALID KEY
098233             MOVE REG-COMP-VALOR-FIADO TO WRK-FIA-PAGO-PRINC
098236             PERFORM 4055-ESTORNAR-TITULO
098239                 THRU 4055-ESTORNAR-TITULO-EXIT
098242             SUBTRACT WRK-FIA-PAGO-PRINC FROM REG-CLI-SALDO
098250             IF REG-CLI-SALDO <= ZEROS
098260                 MOVE ZEROS TO REG-CLI-DATA-DEBITO
098270             END-IF
098337         DISPLAY "CLIENTE SEM DEBITO EM ABERTO."
098338         GO TO 4500-RECEBER-CLIENTE-EXIT
098339     END-IF.
098340     PERFORM 4505-MOSTRAR-DEVIDO THRU 4505-MOSTRAR-DEVIDO-EXIT.
098341     ACCEPT WRK-PAG-VALOR.
098342     IF WRK-PAG-VALOR <= ZEROS
098343         DISPLAY "VALOR INVALIDO."
098344         GO TO 4500-RECEBER-CLIENTE-EXIT
098345     END-IF.
098346     IF WRK-PAG-VALOR > WRK-FIA-DEVIDO
098347         DISPLAY "VALOR MAIOR QUE O DEVIDO. RECEBIMENTO LIMITADO"
098348         DISPLAY "AO TOTAL DEVIDO."
098349         MOVE WRK-FIA-DEVIDO TO WRK-PAG-VALOR
098350     END-IF.
098351     PERFORM 4540-BAIXAR-TITULOS THRU 4540-BAIXAR-TITULOS-EXIT.
098352     MOVE WRK-FIA-TOT-JUROS TO WRK-ED-SALDO.
098353     DISPLAY "JUROS PAGOS..: " WRK-ED-SALDO.
098355     REWRITE REG-CLIENTE.
098356     PERFORM 4510-REGISTRAR-RECEBIMENTO
098357         THRU 4510-REGISTRAR-RECEBIMENTO-EXIT.
098934     DISPLAY "NUMERO DO COMPROVANTE.: " WITH NO ADVANCING.
098936     ACCEPT WRK-NUM-CONSULTA.
098938     MOVE ZEROS TO WRK-DEV-ITENS.
098939     MOVE ZEROS TO WRK-DEV-CLIENTE.
098940     MOVE ZEROS TO WRK-DEV-TOTAL.
098942     MOVE "N" TO WRK-SW-EOF-COMPROV.
098944     MOVE "N" TO WRK-SW-COMPROV-ACHADO.
099018         DISPLAY "DEVOLUCAO ABANDONADA."
099020         GO TO 5500-DEVOLUCAO-PARCIAL-EXIT
099022     END-IF.
099023     PERFORM 3313-AUTORIZAR-DEVOLUCAO
099024         THRU 3313-AUTORIZAR-DEVOLUCAO-EXIT.
099028     IF NOT SUPERVISOR-OK
099030         DISPLAY "SEM AUTORIZACAO. DEVOLUCAO ABANDONADA."
099032         GO TO 5500-DEVOLUCAO-PARCIAL-EXIT
099034     END-IF.
099036     MOVE WRK-SUP-COD TO WRK-SUPERVISOR.
099037     PERFORM 5541-RESTAURAR-DEV-OU-KIT
099038         THRU 5541-RESTAURAR-DEV-OU-KIT-EXIT
099042         VARYING I FROM 1 BY 1 UNTIL I > WRK-DEV-ITENS.
099044     PERFORM 5550-EMITIR-VALE THRU 5550-EMITIR-VALE-EXIT.
099045     PERFORM 5570-PONTOS-DEVOL THRU 5570-PONTOS-DEVOL-EXIT.
099046     PERFORM 5560-GRAVAR-AUDIT-DEV
099048         THRU 5560-GRAVAR-AUDIT-DEV-EXIT.
099049     IF DEV-DO-CORRENTE
099062     PERFORM 5515-COPIAR-ITEM-DEV
099064         THRU 5515-COPIAR-ITEM-DEV-EXIT
099066         VARYING I FROM 1 BY 1 UNTIL I > WRK-DEV-ITENS.
099067     MOVE REG-COMP-CLIENTE TO WRK-DEV-CLIENTE.
099068 5510-CARREGAR-ITENS-COMPROV-EXIT.
099070     EXIT.
099072
099076 5515-COPIAR-ITEM-DEV.
099078     MOVE REG-COMP-PRODUTO(I) TO DEV-PRODUTO(I).
099080     MOVE REG-COMP-QUANTIDADE(I) TO DEV-QTD-VENDIDA(I).
099081     MOVE PONTOSITEM(I) TO DEV-PONTOS(I).
099082     MOVE REG-COMP-VALOR-ITEM(I) TO DEV-VALOR-ITEM(I).
099083     MOVE QTDDEVOLVIDA(I) TO DEV-QTD-ANTERIOR(I).
099084     MOVE ZEROS TO DEV-QTD-DEV(I).
099122                     THRU 5525-COPIAR-ITEM-DEV-HIST-EXIT
099124                     VARYING I FROM 1 BY 1
099126                     UNTIL I > WRK-DEV-ITENS
099127                 MOVE REG-HIST-CLIENTE TO WRK-DEV-CLIENTE
099128             ELSE
099130                 DISPLAY "COMPROVANTE NAO ESTA FINALIZADO."
099132             END-IF
099146 5525-COPIAR-ITEM-DEV-HIST.
099148     MOVE REG-HIST-PRODUTO(I) TO DEV-PRODUTO(I).
099150     MOVE REG-HIST-QUANTIDADE(I) TO DEV-QTD-VENDIDA(I).
099151     MOVE REG-HIST-PONTOS-ITEM(I) TO DEV-PONTOS(I).
099152     MOVE REG-HIST-VALOR-ITEM(I) TO DEV-VALOR-ITEM(I).
099153     MOVE REG-HIST-QTD-DEV(I) TO DEV-QTD-ANTERIOR(I).
099154     MOVE ZEROS TO DEV-QTD-DEV(I).
100002     MOVE ZEROS TO WRK-REL-TOT-VL-PROMO.
100004     MOVE ZEROS TO WRK-REL-TOT-DSC-PROMO.
100006     MOVE ZEROS TO WRK-REL-TOTAL-CUSTO.
100007     MOVE ZEROS TO WRK-REL-PTO-GANHOS.
100008     MOVE ZEROS TO WRK-REL-PTO-RESG.
100009     MOVE ZEROS TO WRK-REL-VALOR-PONTOS.
100010     MOVE "N" TO WRK-SW-EOF-COMPROV.
100020     PERFORM 1107-FECHAR-COMPROV
100021         THRU 1107-FECHAR-COMPROV-EXIT.
100370             THRU 6210-ACUMULAR-ITEM-VENDA-EXIT
100380             VARYING I FROM 1 BY 1 UNTIL I > REG-COMP-QTD-ITENS
100390         ADD REG-COMP-TOTAL TO WRK-REL-TOTAL-VALOR
100392         ADD REG-COMP-PONTOS TO WRK-REL-PTO-GANHOS
100394         ADD REG-COMP-PONTOS-RESG TO WRK-REL-PTO-RESG
100396         ADD REG-COMP-VALOR-PONTOS TO WRK-REL-VALOR-PONTOS
100400     END-IF.
100410     PERFORM 1310-LER-COMPROVANTE THRU 1310-LER-COMPROVANTE-EXIT.
100420 6200-ACUMULAR-VENDA-EXIT.
100875             MOVE ZEROS TO WRK-REL-CUSTO-UNIT(WRK-REL-POS)
100880         NOT INVALID KEY
100890             MOVE REG-PROD-DESC TO WRK-REL-DESC(WRK-REL-POS)
100893             PERFORM 6235-CUSTO-UNIT-REL
100896                 THRU 6235-CUSTO-UNIT-REL-EXIT
100900     END-READ.
100910 6230-BUSCAR-DESC-PROD-REL-EXIT.
100920     EXIT.
101260         WRK-REL-TOTAL-VALOR-ED
101270         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
101280     WRITE REG-LINHA-FECHA FROM WRK-LINHA-RELATORIO.
101283     PERFORM 6510-IMPRIMIR-TOTAL-PONTOS
101286         THRU 6510-IMPRIMIR-TOTAL-PONTOS-EXIT.
101290 6500-IMPRIMIR-TOTAL-EXIT.
101300     EXIT.
101301
101438         STRING WRK-ED-COD "  " REG-PROD-DESC "  "
101439             WRK-ED-ESTOQUE "  " WRK-ED-MINIMO
101440             DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO
101441         PERFORM 6611-GRAVAR-BAIXO THRU 6611-GRAVAR-BAIXO-EXIT
101442     END-IF.
101443     PERFORM 1220-LER-PRODUTO THRU 1220-LER-PRODUTO-EXIT.
101444 6610-LINHA-ESTOQUE-BAIXO-EXIT.
101553     MOVE REG-COMP-VALOR-PIX TO REG-FIS-PIX.
101554     MOVE REG-COMP-VALOR-FIADO TO REG-FIS-FIADO.
101555     MOVE REG-COMP-VALOR-VALE TO REG-FIS-VALE.
101556     PERFORM 6671-FISCAL-PONTOS THRU 6671-FISCAL-PONTOS-EXIT.
101557 6670-GRAVAR-VENDA-FISCAL-EXIT.
101558     EXIT.
101559
101596     MOVE ZEROS TO REG-FIS-PIX.
101598     MOVE ZEROS TO REG-FIS-FIADO.
101600     MOVE ZEROS TO REG-FIS-VALE.
101601     MOVE ZEROS TO REG-FIS-PONTOS.
101602     WRITE REG-FISCAL.
101604 6680-GRAVAR-ITEM-FISCAL-EXIT.
101606     EXIT.
101642     MOVE REG-AUDIT-VALOR-PIX TO REG-FIS-PIX.
101644     MOVE REG-AUDIT-VALOR-FIADO TO REG-FIS-FIADO.
101646     MOVE REG-AUDIT-VALOR-VALE TO REG-FIS-VALE.
101647     MOVE REG-AUDIT-VALOR-PONTOS TO REG-FIS-PONTOS.
101648     WRITE REG-FISCAL.
101650 6690-GRAVAR-CANCEL-FISCAL-EXIT.
101652     EXIT.
101790     MOVE ZEROS TO WRK-TOTAL-PIX-DIA.
101800     MOVE ZEROS TO WRK-TOTAL-FIADO-DIA.
101805     MOVE ZEROS TO WRK-TOTAL-VALE-DIA.
101807     MOVE ZEROS TO WRK-TOTAL-PONTOS-DIA.
101810     MOVE ZEROS TO WRK-TOTAL-VENDAS-DIA.
101820     MOVE "N" TO WRK-SW-EOF-COMPROV.
101830     PERFORM 1107-FECHAR-COMPROV
101940         WRK-TOTAL-DINHEIRO-DIA.
101950     DISPLAY "TOTAL EM CARTAO..........: " WRK-TOTAL-CARTAO-DIA.
101960     DISPLAY "TOTAL EM PIX.............: " WRK-TOTAL-PIX-DIA.
101963     DISPLAY "TOTAL PAGO COM PONTOS....: "
101966         WRK-TOTAL-PONTOS-DIA.
101970     DISPLAY "TOTAL VENDIDO FIADO......: "
101980         WRK-TOTAL-FIADO-DIA.
101982     DISPLAY "TOTAL PAGO COM VALE......: "
102220         ADD REG-COMP-VALOR-PIX TO WRK-TOTAL-PIX-DIA
102230         ADD REG-COMP-VALOR-FIADO TO WRK-TOTAL-FIADO-DIA
102235         ADD REG-COMP-VALOR-VALE TO WRK-TOTAL-VALE-DIA
102237         ADD REG-COMP-VALOR-PONTOS TO WRK-TOTAL-PONTOS-DIA
102240     END-IF.
102250     PERFORM 1310-LER-COMPROVANTE THRU 1310-LER-COMPROVANTE-EXIT.
102260 7100-ACUMULAR-CONCILIACAO-EXIT.
102400     WRITE REG-LINHA-CONCILIA FROM WRK-LINHA-RELATORIO.
102410     MOVE SPACES TO WRK-LINHA-RELATORIO.
102420     STRING "TOTAL FIADO: " WRK-TOTAL-FIADO-DIA
102421         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
102422     WRITE REG-LINHA-CONCILIA FROM WRK-LINHA-RELATORIO.
102423     MOVE SPACES TO WRK-LINHA-RELATORIO.
102424     STRING "PAGO COM PONTOS: " WRK-TOTAL-PONTOS-DIA
102430         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
102440     WRITE REG-LINHA-CONCILIA FROM WRK-LINHA-RELATORIO.
102450     MOVE SPACES TO WRK-LINHA-RELATORIO.
103155 7500-RELATORIO-RECEBER.
103156     ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
103160     MOVE ZEROS TO WRK-REC-TOTAL.
103161     MOVE ZEROS TO WRK-REC-JUROS.
103162     MOVE ZEROS TO WRK-REC-FAIXA(1).
103163     MOVE ZEROS TO WRK-REC-FAIXA(2).
103164     MOVE ZEROS TO WRK-REC-FAIXA(3).
103165     MOVE ZEROS TO WRK-REC-FAIXA(4).
103166     MOVE "N" TO WRK-SW-FIA-LISTAR.
103170     MOVE "N" TO WRK-SW-EOF-CLIENTE.
103180     MOVE ZEROS TO REG-CLI-COD.
103190     START ARQ-CLIENTE KEY IS NOT LESS THAN REG-CLI-COD
103280     MOVE "CLIENTE NOME                           SALDO"
103290         TO WRK-LINHA-RELATORIO.
103300     WRITE REG-LINHA-RECEBER FROM WRK-LINHA-RELATORIO.
103302     MOVE SPACES TO WRK-LINHA-RELATORIO.
103304     STRING "                               DEVENDO DESDE"
103306         "  JUROS ATRASO"
103308         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
103310     WRITE REG-LINHA-RECEBER FROM WRK-LINHA-RELATORIO.
103312     MOVE "      SALDO POR FAIXA DE DIAS APOS O VENCIMENTO"
103320         TO WRK-LINHA-RELATORIO.
103330     WRITE REG-LINHA-RECEBER FROM WRK-LINHA-RELATORIO.
103340     IF NOT FIM-CLIENTE
103420     STRING "TOTAL A RECEBER: " WRK-REC-TOTAL-ED
103430         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
103440     WRITE REG-LINHA-RECEBER FROM WRK-LINHA-RELATORIO.
103443     PERFORM 7505-IMPRIMIR-FAIXAS
103446         THRU 7505-IMPRIMIR-FAIXAS-EXIT.
103450     CLOSE ARQ-RECEBER.
103460     DISPLAY "RELATORIO DE CONTAS A RECEBER GRAVADO EM RECEBER.".
103470 7500-RELATORIO-RECEBER-EXIT.
103590*-------------------------------------------------------
103600 7520-LINHA-RECEBER.
103610     IF REG-CLI-SALDO > ZEROS
103620         PERFORM 4530-APURAR-DEBITO THRU 4530-APURAR-DEBITO-EXIT
103630         PERFORM 7525-IMPRIMIR-CLIENTE-RECEBER
103640             THRU 7525-IMPRIMIR-CLIENTE-RECEBER-EXIT
103690     END-IF.
103700     PERFORM 7510-LER-CLIENTE THRU 7510-LER-CLIENTE-EXIT.
103710 7520-LINHA-RECEBER-EXIT.
104103         ACCEPT WRK-MANUT-NCM
104104         DISPLAY "CST/CSOSN (3 DIGITOS): " WITH NO ADVANCING
104105         ACCEPT WRK-MANUT-CST
104106         PERFORM 8014-OBTER-ALIQ-PEREC
104107             THRU 8014-OBTER-ALIQ-PEREC-EXIT
104108         MOVE WRK-MANUT-COD TO REG-PROD-COD
104109         READ ARQ-PRODUTO
104110             INVALID KEY
104111                 MOVE WRK-MANUT-DESC TO REG-PROD-DESC
104112                 PERFORM 8012-INC-PRECO THRU 8012-INC-PRECO-EXIT
104113                 MOVE "S" TO REG-PROD-ATIVO
104114                 MOVE ZEROS TO REG-PROD-ESTOQUE
104115                 MOVE WRK-MANUT-MINIMO TO REG-PROD-EST-MINIMO
104116                 MOVE WRK-MANUT-NCM TO REG-PROD-NCM
104117                 MOVE WRK-MANUT-CST TO REG-PROD-CST
104118                 PERFORM 8013-PERECIVEL THRU 8013-PERECIVEL-EXIT
104119                 MOVE ZEROS TO REG-PROD-CUSTO
104120                 WRITE REG-PRODUTO
104121             NOT INVALID KEY
104122                 MOVE WRK-MANUT-DESC TO REG-PROD-DESC
104123                 PERFORM 8010-ALT-PRECO THRU 8010-ALT-PRECO-EXIT
104124                 MOVE "S" TO REG-PROD-ATIVO
104125                 MOVE WRK-MANUT-MINIMO TO REG-PROD-EST-MINIMO
104126                 MOVE WRK-MANUT-NCM TO REG-PROD-NCM
104127                 MOVE WRK-MANUT-CST TO REG-PROD-CST
104128                 PERFORM 8013-PERECIVEL THRU 8013-PERECIVEL-EXIT
104129                 REWRITE REG-PRODUTO
104130         END-READ
104131         DISPLAY "PRODUTO GRAVADO COM SUCESSO."
104138*-------------------------------------------------------
104139 8500-ENTRADA-MERCADORIA.
104140     DISPLAY " ".
104141     DISPLAY "ENTRADA DE MERCADORIA CONTRA PEDIDO DE COMPRA".
104142     PERFORM 8501-IDENTIFICAR-NOTA
104143         THRU 8501-IDENTIFICAR-NOTA-EXIT.
104144     IF FIM-NOTA-FISCAL
104145         GO TO 8500-ENTRADA-MERCADORIA-EXIT
104146     END-IF.
104147     MOVE ZEROS TO WRK-ENT-ITENS-NF.
104148     MOVE ZEROS TO WRK-ENT-OCORRENCIAS.
104149     DISPLAY "PRODUTOS DA NOTA (CODIGO 0 ENCERRA).".
104150     PERFORM 8505-RECEBER-UM-ITEM
104151         THRU 8505-RECEBER-UM-ITEM-EXIT
104152         UNTIL FIM-NOTA-FISCAL.
104153     CLOSE ARQ-RECEBIMENTO.
104154     PERFORM 8508-SITUACAO-PEDIDO
104155         THRU 8508-SITUACAO-PEDIDO-EXIT.
104157     DISPLAY "ITENS RECEBIDOS: " WRK-ENT-ITENS-NF
104158         "  OCORRENCIAS: " WRK-ENT-OCORRENCIAS.
104159     IF PED-ENCERRADO
104160         DISPLAY "PEDIDO " REG-PED-NUM " ENCERRADO."
104161     ELSE
104162         DISPLAY "PEDIDO " REG-PED-NUM " COM "
104163             WRK-PED-PENDENTES " ITEM(NS) A RECEBER."
104164     END-IF.
104169 8500-ENTRADA-MERCADORIA-EXIT.
104170     EXIT.
104171
104226     MOVE WRK-MOP-COD TO REG-OPER-COD.
104227     READ ARQ-OPERADOR
104228         INVALID KEY
104229             PERFORM 8605-INCLUIR-OPERADOR
104230                 THRU 8605-INCLUIR-OPERADOR-EXIT
104231             WRITE REG-OPERADOR
104232         NOT INVALID KEY
104233             PERFORM 8615-ALTERAR-OPERADOR
104234                 THRU 8615-ALTERAR-OPERADOR-EXIT
104235             REWRITE REG-OPERADOR
104236     END-READ.
104237     DISPLAY "OPERADOR GRAVADO COM SUCESSO.".
104275         INVALID KEY
104276             PERFORM 8710-MONTAR-CLIENTE
104277                 THRU 8710-MONTAR-CLIENTE-EXIT
104278             MOVE ZEROS TO REG-CLI-SALDO REG-CLI-DATA-DEBITO
104279             MOVE ZEROS TO REG-CLI-PONTOS REG-CLI-PONTOS-VALIDADE
104280             WRITE REG-CLIENTE
104281         NOT INVALID KEY
104282             PERFORM 8710-MONTAR-CLIENTE
104350     MOVE WRK-MPR-COD TO REG-PROMO-COD.
104351     READ ARQ-PROMOCAO
104352         INVALID KEY
104353             PERFORM 8815-PROMO-ALTERADA
104354                 THRU 8815-PROMO-ALTERADA-EXIT
104355             WRITE REG-PROMOCAO
104356         NOT INVALID KEY
104357             PERFORM 8815-PROMO-ALTERADA
104358                 THRU 8815-PROMO-ALTERADA-EXIT
104359             REWRITE REG-PROMOCAO
104360     END-READ.
104361     PERFORM 8820-PROMO-GRAVADA THRU 8820-PROMO-GRAVADA-EXIT.
104362 8800-MANUTENCAO-PROMOCOES-EXIT.
104363     EXIT.
104364
104438*-------------------------------------------------------
104439 8915-LINHA-CONTAGEM.
104440     IF PRODUTO-ATIVO
104441         PERFORM 8916-TEXTO-CONTAGEM THRU 8916-TEXTO-CONTAGEM-EXIT
104442         MOVE SPACES TO WRK-LINHA-RELATORIO
104443         STRING WRK-ED-COD "  " REG-PROD-DESC
104444             WRK-BAL-TEXTO
104445             DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO
104446         WRITE REG-LINHA-CONTAGEM FROM WRK-LINHA-RELATORIO
104447     END-IF.
104473             DISPLAY "PRODUTO INEXISTENTE."
104474             GO TO 8925-UM-ITEM-CONTAGEM-EXIT
104475     END-READ.
104476     PERFORM 8926-OBTER-CONTAGEM THRU 8926-OBTER-CONTAGEM-EXIT.
104477     IF KIT-ACHADO
104478         GO TO 8925-UM-ITEM-CONTAGEM-EXIT
104479     END-IF.
104481     MOVE WRK-BAL-COD TO REG-BAL-COD.
104482     READ ARQ-BALANCO
104483         INVALID KEY
104600* GRAVANDO UM REGISTRO DE AJUSTE POR PRODUTO ALTERADO.
104601*-------------------------------------------------------
104602 8940-APLICAR-AJUSTES.
104603     PERFORM 3314-AUTORIZAR-AJUSTE
104604         THRU 3314-AUTORIZAR-AJUSTE-EXIT.
104605     IF NOT SUPERVISOR-OK
104606         DISPLAY "SEM AUTORIZACAO. AJUSTE ABANDONADO."
104607         GO TO 8940-APLICAR-AJUSTES-EXIT
104657         MOVE REG-PROD-ESTOQUE TO REG-AJU-EST-ANTERIOR
104658         MOVE REG-BAL-QTD-CONTADA TO REG-AJU-EST-CONTADO
104659         MOVE WRK-OPERADOR TO REG-AJU-OPERADOR
104660         PERFORM 8946-GRAVAR-AJUSTE-BALANCO
104661             THRU 8946-GRAVAR-AJUSTE-BALANCO-EXIT
104664         ADD 1 TO WRK-BAL-AJUSTADOS
104665     END-IF.
104666     MOVE "A" TO REG-BAL-STATUS.
104682     CLOSE ARQ-VALE.
104683     CLOSE ARQ-BALANCO.
104684     CLOSE ARQ-OPERADOR.
104685     PERFORM 9005-FECHAR-DEMAIS THRU 9005-FECHAR-DEMAIS-EXIT.
104686     DISPLAY "ENCERRANDO O CAIXA. ATE LOGO.".
104687 9000-FINALIZAR-EXIT.
104688     EXIT.
104689
104690*-------------------------------------------------------------
104691
104692
104702*-------------------------------------------------------
104712* IDENTIFICA O PEDIDO DE COMPRA (ABERTO OU PARCIAL) E A
104722* NOTA FISCAL DA ENTRADA E ABRE O REGISTRO DE RECEBIMENTO.
104732* QUALQUER RECUSA ENCERRA A ENTRADA (FIM-NOTA-FISCAL).
104742*-------------------------------------------------------
104752 8501-IDENTIFICAR-NOTA.
104762     MOVE "S" TO WRK-SW-FIM-NF.
104772     DISPLAY "NUMERO DO PEDIDO DE COMPRA: " WITH NO ADVANCING.
104782     ACCEPT WRK-PED-NUM.
104792     MOVE WRK-PED-NUM TO REG-PED-NUM.
104802     READ ARQ-PEDIDO
104812         INVALID KEY
104822             DISPLAY "PEDIDO INEXISTENTE."
104832             GO TO 8501-IDENTIFICAR-NOTA-EXIT
104842     END-READ.
104852     IF NOT PED-ABERTO AND NOT PED-PARCIAL
104862         DISPLAY "PEDIDO ENCERRADO OU CANCELADO."
104872         GO TO 8501-IDENTIFICAR-NOTA-EXIT
104882     END-IF.
104892     MOVE REG-PED-FORNECEDOR TO REG-FORN-COD.
104902     READ ARQ-FORNECEDOR
104912         INVALID KEY
104922             MOVE "*** SEM CADASTRO ***" TO REG-FORN-NOME
104932     END-READ.
104942     DISPLAY "FORNECEDOR: " REG-PED-FORNECEDOR " " REG-FORN-NOME.
104952     DISPLAY "NUMERO DA NOTA FISCAL....: " WITH NO ADVANCING.
104962     ACCEPT WRK-ENT-NF-NUM.
104972     DISPLAY "DATA DA NOTA (AAAAMMDD)..: " WITH NO ADVANCING.
104982     ACCEPT WRK-ENT-NF-DATA.
104992     ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
105002     IF WRK-ENT-NF-NUM = ZEROS OR WRK-ENT-NF-DATA = ZEROS
105012         OR WRK-ENT-NF-DATA > WRK-DATA-SISTEMA
105022         DISPLAY "NOTA FISCAL INVALIDA."
105032         GO TO 8501-IDENTIFICAR-NOTA-EXIT
105042     END-IF.
105052     OPEN EXTEND ARQ-RECEBIMENTO.
105062     IF WRK-FS-RECEBMER = "35"
105072         OPEN OUTPUT ARQ-RECEBIMENTO
105082         CLOSE ARQ-RECEBIMENTO
105092         OPEN EXTEND ARQ-RECEBIMENTO
105102     END-IF.
105112     IF WRK-FS-RECEBMER NOT = "00"
105122         DISPLAY "ERRO AO ABRIR RECEBMER. FS=" WRK-FS-RECEBMER
105132         GO TO 8501-IDENTIFICAR-NOTA-EXIT
105142     END-IF.
105152     MOVE "N" TO WRK-SW-FIM-NF.
105162 8501-IDENTIFICAR-NOTA-EXIT.
105172     EXIT.
105182
105192*-------------------------------------------------------
105202* RECEBE UM PRODUTO DA NOTA. SO ACEITA PRODUTO QUE CONSTE
105212* DO PEDIDO E NAO SEJA KIT (O KIT NAO TEM ESTOQUE PROPRIO;
105222* ENTRAM OS COMPONENTES); ATUALIZA CUSTO MEDIO, ESTOQUE E O
105232* ACUMULADO RECEBIDO DA LINHA DO PEDIDO E GRAVA O
105242* RECEBIMENTO.
105252*-------------------------------------------------------
105262 8505-RECEBER-UM-ITEM.
105272     DISPLAY "CODIGO DO PRODUTO: " WITH NO ADVANCING.
105282     ACCEPT WRK-ENT-COD.
105292     IF WRK-ENT-COD = ZEROS
105302         MOVE "S" TO WRK-SW-FIM-NF
105312         GO TO 8505-RECEBER-UM-ITEM-EXIT
105322     END-IF.
105332     MOVE ZEROS TO WRK-PED-POS.
105342     PERFORM 8506-LOCALIZAR-ITEM-PEDIDO
105352         THRU 8506-LOCALIZAR-ITEM-PEDIDO-EXIT
105362         VARYING I FROM 1 BY 1 UNTIL I > REG-PED-QTD-ITENS.
105372     IF WRK-PED-POS = ZEROS
105382         DISPLAY "PRODUTO NAO CONSTA DO PEDIDO. ITEM RECUSADO."
105392         GO TO 8505-RECEBER-UM-ITEM-EXIT
105402     END-IF.
105412     MOVE WRK-ENT-COD TO REG-PROD-COD.
105422     READ ARQ-PRODUTO
105432         INVALID KEY
105442             DISPLAY "PRODUTO INEXISTENTE."
105452             GO TO 8505-RECEBER-UM-ITEM-EXIT
105462     END-READ.
105472     MOVE WRK-ENT-COD TO WRK-KIT-COD.
105482     PERFORM 8590-LER-KIT THRU 8590-LER-KIT-EXIT.
105492     IF KIT-ACHADO
105502         DISPLAY "PRODUTO E KIT. RECEBA OS COMPONENTES. ITEM "
105512             "RECUSADO."
105522         GO TO 8505-RECEBER-UM-ITEM-EXIT
105532     END-IF.
105542     MOVE REG-PROD-ESTOQUE TO WRK-ED-ESTOQUE.
105552     MOVE REG-PED-QTD-PEDIDA(WRK-PED-POS) TO WRK-ED-PED-QTD.
105562     MOVE REG-PED-QTD-RECEB(WRK-PED-POS) TO WRK-ED-PED-REC.
105572     MOVE REG-PED-CUSTO(WRK-PED-POS) TO WRK-ED-PED-CUSTO.
105582     DISPLAY "PRODUTO: " REG-PROD-DESC.
105592     DISPLAY "ESTOQUE ATUAL: " WRK-ED-ESTOQUE.
105602     DISPLAY "PEDIDO: " WRK-ED-PED-QTD "  JA RECEBIDO: "
105612         WRK-ED-PED-REC "  CUSTO ACORDADO: " WRK-ED-PED-CUSTO.
105622     DISPLAY "QUANTIDADE RECEBIDA: " WITH NO ADVANCING.
105632     ACCEPT WRK-ENT-QTD.
105642     IF WRK-ENT-QTD = ZEROS
105652         DISPLAY "QUANTIDADE INVALIDA. ENTRADA IGNORADA."
105662         GO TO 8505-RECEBER-UM-ITEM-EXIT
105672     END-IF.
105682     DISPLAY "CUSTO UNITARIO DA NOTA (9999.99): "
105692         WITH NO ADVANCING.
105702     ACCEPT WRK-ENT-CUSTO.
105712     IF PRODUTO-PERECIVEL
105722         PERFORM 8511-OBTER-LOTE THRU 8511-OBTER-LOTE-EXIT
105732         IF WRK-LTP-LOTE = SPACES
105742             DISPLAY "LOTE OU VALIDADE INVALIDOS. ITEM RECUSADO."
105752             GO TO 8505-RECEBER-UM-ITEM-EXIT
105762         END-IF
105772     ELSE
105782         MOVE SPACES TO WRK-LTP-LOTE
105792         MOVE ZEROS TO WRK-LTP-VALIDADE
105802     END-IF.
105812     PERFORM 8510-ATUALIZAR-CUSTO-MEDIO
105822         THRU 8510-ATUALIZAR-CUSTO-MEDIO-EXIT.
105832     ADD WRK-ENT-QTD TO REG-PROD-ESTOQUE.
105842     REWRITE REG-PRODUTO.
105852     MOVE "EN" TO WRK-KDX-TIPO.
105862     MOVE WRK-ENT-NF-NUM TO WRK-KDX-DOC.
105872     MOVE WRK-ENT-QTD TO WRK-KDX-QTD.
105882     PERFORM 8550-GRAVAR-KARDEX THRU 8550-GRAVAR-KARDEX-EXIT.
105892     IF PRODUTO-PERECIVEL
105902         PERFORM 8512-GRAVAR-LOTE THRU 8512-GRAVAR-LOTE-EXIT
105912     END-IF.
105922     ADD WRK-ENT-QTD TO REG-PED-QTD-RECEB(WRK-PED-POS).
105932     PERFORM 8507-GRAVAR-RECEBIMENTO
105942         THRU 8507-GRAVAR-RECEBIMENTO-EXIT.
105952     ADD 1 TO WRK-ENT-ITENS-NF.
105953     PERFORM 8508-SITUACAO-PEDIDO
105954         THRU 8508-SITUACAO-PEDIDO-EXIT.
105955     REWRITE REG-PEDIDO
105956         INVALID KEY
105957             DISPLAY "ERRO AO GRAVAR PEDIDO. FS=" WRK-FS-PEDIDO
105958     END-REWRITE.
105962     MOVE REG-PROD-ESTOQUE TO WRK-ED-ESTOQUE.
105972     DISPLAY "NOVO ESTOQUE..: " WRK-ED-ESTOQUE.
105982     DISPLAY "CUSTO MEDIO...: " REG-PROD-CUSTO.
105992     PERFORM 8597-ATUALIZAR-CUSTO-KITS
106002         THRU 8597-ATUALIZAR-CUSTO-KITS-EXIT.
106012 8505-RECEBER-UM-ITEM-EXIT.
106022     EXIT.
106032
106042*-------------------------------------------------------
106052 8506-LOCALIZAR-ITEM-PEDIDO.
106062     IF WRK-PED-POS = ZEROS
106072         AND REG-PED-PRODUTO(I) = WRK-ENT-COD
106082         MOVE I TO WRK-PED-POS
106092     END-IF.
106102 8506-LOCALIZAR-ITEM-PEDIDO-EXIT.
106112     EXIT.
106122
106132*-------------------------------------------------------
106142* CONFERENCIA DA LINHA CONTRA O PEDIDO: FALTA OU EXCESSO
106152* PELO ACUMULADO RECEBIDO E CUSTO DA NOTA ACIMA DO
106162* ACORDADO. CADA LINHA COM OCORRENCIA CONTA UMA VEZ.
106172*-------------------------------------------------------
106182 8507-GRAVAR-RECEBIMENTO.
106192     ACCEPT WRK-HORA-SISTEMA FROM TIME.
106202     MOVE WRK-DATA-SISTEMA TO REG-RCB-DATA.
106212     MOVE WRK-HORA-SISTEMA TO REG-RCB-HORA.
106222     MOVE WRK-CAIXA-ID TO REG-RCB-CAIXA.
106232     MOVE WRK-OPERADOR TO REG-RCB-OPERADOR.
106242     MOVE REG-PED-NUM TO REG-RCB-PEDIDO.
106252     MOVE REG-PED-FORNECEDOR TO REG-RCB-FORNECEDOR.
106262     MOVE WRK-ENT-NF-NUM TO REG-RCB-NF-NUM.
106272     MOVE WRK-ENT-NF-DATA TO REG-RCB-NF-DATA.
106282     MOVE WRK-ENT-COD TO REG-RCB-PRODUTO.
106292     MOVE REG-PED-QTD-PEDIDA(WRK-PED-POS) TO REG-RCB-QTD-PEDIDA.
106302     MOVE WRK-ENT-QTD TO REG-RCB-QTD-RECEBIDA.
106312     MOVE REG-PED-QTD-RECEB(WRK-PED-POS) TO REG-RCB-QTD-ACUMULADA.
106322     MOVE REG-PED-CUSTO(WRK-PED-POS) TO REG-RCB-CUSTO-PEDIDO.
106332     MOVE WRK-ENT-CUSTO TO REG-RCB-CUSTO-NF.
106342     MOVE WRK-LTP-LOTE TO REG-RCB-LOTE.
106352     MOVE WRK-LTP-VALIDADE TO REG-RCB-VALIDADE.
106362     MOVE "N" TO REG-RCB-FALTA.
106372     MOVE "N" TO REG-RCB-EXCESSO.
106382     MOVE "N" TO REG-RCB-CUSTO-ACIMA.
106392     COMPUTE WRK-PED-SALDO = REG-RCB-QTD-PEDIDA
106402         - REG-RCB-QTD-ACUMULADA.
106412     MOVE WRK-PED-SALDO TO WRK-ED-PED-SALDO.
106422     IF WRK-PED-SALDO > ZEROS
106432         MOVE "S" TO REG-RCB-FALTA
106442         DISPLAY "*** ENTREGA PARCIAL. FALTAM " WRK-ED-PED-SALDO
106452     END-IF.
106462     IF WRK-PED-SALDO < ZEROS
106472         MOVE "S" TO REG-RCB-EXCESSO
106482         DISPLAY "*** ENTREGA ACIMA DO PEDIDO. DIFERENCA "
106492             WRK-ED-PED-SALDO
106502     END-IF.
106512     IF REG-RCB-CUSTO-NF > REG-RCB-CUSTO-PEDIDO
106522         MOVE "S" TO REG-RCB-CUSTO-ACIMA
106532         DISPLAY "*** CUSTO DA NOTA ACIMA DO ACORDADO ("
106542             WRK-ED-PED-CUSTO ")."
106552     END-IF.
106562     IF RCB-ENTREGA-PARCIAL OR RCB-ENTREGA-EXCEDENTE
106572         OR RCB-CUSTO-ACIMA-PEDIDO
106582         ADD 1 TO WRK-ENT-OCORRENCIAS
106592     END-IF.
106602     WRITE REG-RECEBIMENTO.
106612 8507-GRAVAR-RECEBIMENTO-EXIT.
106622     EXIT.
106632
106642*-------------------------------------------------------
106652* SITUACAO DO PEDIDO APOS A NOTA: ENCERRADO QUANDO TODAS
106662* AS LINHAS FORAM RECEBIDAS, PARCIAL SE JA HOUVE ENTRADA.
106672*-------------------------------------------------------
106682 8508-SITUACAO-PEDIDO.
106692     MOVE ZEROS TO WRK-PED-PENDENTES.
106702     PERFORM 8509-VERIFICAR-ITEM-PEDIDO
106712         THRU 8509-VERIFICAR-ITEM-PEDIDO-EXIT
106722         VARYING I FROM 1 BY 1 UNTIL I > REG-PED-QTD-ITENS.
106732     IF WRK-PED-PENDENTES = ZEROS
106742         MOVE "E" TO REG-PED-STATUS
106752     ELSE
106762         IF WRK-ENT-ITENS-NF > ZEROS
106772             MOVE "P" TO REG-PED-STATUS
106782         END-IF
106792     END-IF.
106802 8508-SITUACAO-PEDIDO-EXIT.
106812     EXIT.
106822
106832*-------------------------------------------------------
106842 8509-VERIFICAR-ITEM-PEDIDO.
106852     IF REG-PED-QTD-RECEB(I) < REG-PED-QTD-PEDIDA(I)
106862         ADD 1 TO WRK-PED-PENDENTES
106872     END-IF.
106882 8509-VERIFICAR-ITEM-PEDIDO-EXIT.
106892     EXIT.
106902
106912*-------------------------------------------------------
106922 8520-MANUTENCAO-FORNECEDORES.
106932     DISPLAY " ".
106942     DISPLAY "MANUTENCAO DE FORNECEDORES".
106952     DISPLAY "CODIGO DO FORNECEDOR (1-99999): " WITH NO ADVANCING.
106962     ACCEPT WRK-MFO-COD.
106972     IF WRK-MFO-COD = ZEROS
106982         DISPLAY "CODIGO INVALIDO."
106992         GO TO 8520-MANUTENCAO-FORNECEDORES-EXIT
107002     END-IF.
107012     DISPLAY "RAZAO SOCIAL (30 CARACTERES): " WITH NO ADVANCING.
107022     ACCEPT WRK-MFO-NOME.
107032     DISPLAY "CNPJ (14 DIGITOS)...........: " WITH NO ADVANCING.
107042     ACCEPT WRK-MFO-CNPJ.
107052     DISPLAY "FONE (11 DIGITOS)...........: " WITH NO ADVANCING.
107062     ACCEPT WRK-MFO-FONE.
107072     DISPLAY "CONTATO (20 CARACTERES).....: " WITH NO ADVANCING.
107082     ACCEPT WRK-MFO-CONTATO.
107092     DISPLAY "ATIVO (S/N).................: " WITH NO ADVANCING.
107102     ACCEPT WRK-MFO-ATIVO.
107112     IF WRK-MFO-ATIVO NOT = "S" AND WRK-MFO-ATIVO NOT = "N"
107122         MOVE "S" TO WRK-MFO-ATIVO
107132     END-IF.
107142     MOVE WRK-MFO-COD TO REG-FORN-COD.
107152     READ ARQ-FORNECEDOR
107162         INVALID KEY
107172             PERFORM 8525-MONTAR-FORNECEDOR
107182                 THRU 8525-MONTAR-FORNECEDOR-EXIT
107192             WRITE REG-FORNECEDOR
107202         NOT INVALID KEY
107212             PERFORM 8525-MONTAR-FORNECEDOR
107222                 THRU 8525-MONTAR-FORNECEDOR-EXIT
107232             REWRITE REG-FORNECEDOR
107242     END-READ.
107252     DISPLAY "FORNECEDOR GRAVADO COM SUCESSO.".
107262 8520-MANUTENCAO-FORNECEDORES-EXIT.
107272     EXIT.
107282
107292*-------------------------------------------------------
107302 8525-MONTAR-FORNECEDOR.
107312     MOVE WRK-MFO-COD TO REG-FORN-COD.
107322     MOVE WRK-MFO-NOME TO REG-FORN-NOME.
107332     MOVE WRK-MFO-CNPJ TO REG-FORN-CNPJ.
107342     MOVE WRK-MFO-FONE TO REG-FORN-FONE.
107352     MOVE WRK-MFO-CONTATO TO REG-FORN-CONTATO.
107362     MOVE WRK-MFO-ATIVO TO REG-FORN-ATIVO.
107372 8525-MONTAR-FORNECEDOR-EXIT.
107382     EXIT.
107392
107402*-------------------------------------------------------
107412 8530-PEDIDO-COMPRA.
107422     DISPLAY " ".
107432     DISPLAY "PEDIDOS DE COMPRA".
107442     DISPLAY " 1 - EMITIR PEDIDO".
107452     DISPLAY " 2 - CANCELAR PEDIDO".
107462     DISPLAY " 3 - RELATORIO DE PEDIDOS EM ABERTO".
107472     DISPLAY "OPCAO: " WITH NO ADVANCING.
107482     ACCEPT WRK-PED-OPCAO.
107492     EVALUATE WRK-PED-OPCAO
107502         WHEN 1
107512             PERFORM 8535-EMITIR-PEDIDO
107522                 THRU 8535-EMITIR-PEDIDO-EXIT
107532         WHEN 2
107542             PERFORM 8540-CANCELAR-PEDIDO
107552                 THRU 8540-CANCELAR-PEDIDO-EXIT
107562         WHEN 3
107572             PERFORM 8545-RELATORIO-PEDIDOS
107582                 THRU 8545-RELATORIO-PEDIDOS-EXIT
107592         WHEN OTHER
107602             DISPLAY "OPCAO INVALIDA."
107612     END-EVALUATE.
107622 8530-PEDIDO-COMPRA-EXIT.
107632     EXIT.
107642
107652*-------------------------------------------------------
107662* EMISSAO DO PEDIDO PARA FORNECEDOR ATIVO. O CUSTO
107672* ACORDADO ZERADO ASSUME O CUSTO MEDIO ATUAL DO PRODUTO.
107682*-------------------------------------------------------
107692 8535-EMITIR-PEDIDO.
107702     DISPLAY "CODIGO DO FORNECEDOR: " WITH NO ADVANCING.
107712     ACCEPT WRK-PED-FORN.
107722     MOVE WRK-PED-FORN TO REG-FORN-COD.
107732     READ ARQ-FORNECEDOR
107742         INVALID KEY
107752             DISPLAY "FORNECEDOR INEXISTENTE."
107762             GO TO 8535-EMITIR-PEDIDO-EXIT
107772     END-READ.
107782     IF NOT FORNECEDOR-ATIVO
107792         DISPLAY "FORNECEDOR INATIVO."
107802         GO TO 8535-EMITIR-PEDIDO-EXIT
107812     END-IF.
107822     DISPLAY "FORNECEDOR: " REG-FORN-NOME.
107832     ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
107842     DISPLAY "ENTREGA PREVISTA (AAAAMMDD): " WITH NO ADVANCING.
107852     ACCEPT WRK-PED-PREVISTA.
107862     IF WRK-PED-PREVISTA < WRK-DATA-SISTEMA
107872         DISPLAY "DATA PREVISTA INVALIDA."
107882         GO TO 8535-EMITIR-PEDIDO-EXIT
107892     END-IF.
107902     PERFORM 8537-NUMERAR-PEDIDO THRU 8537-NUMERAR-PEDIDO-EXIT.
107912     MOVE ZEROS TO REG-PEDIDO.
107922     MOVE WRK-PED-PROX-NUM TO REG-PED-NUM.
107932     MOVE WRK-PED-FORN TO REG-PED-FORNECEDOR.
107942     MOVE WRK-DATA-SISTEMA TO REG-PED-DATA.
107952     MOVE WRK-PED-PREVISTA TO REG-PED-DATA-PREVISTA.
107962     MOVE WRK-OPERADOR TO REG-PED-OPERADOR.
107972     MOVE "A" TO REG-PED-STATUS.
107982     DISPLAY "ITENS DO PEDIDO (CODIGO 0 ENCERRA).".
107992     MOVE "N" TO WRK-SW-FIM-PED-ITENS.
108002     PERFORM 8536-UM-ITEM-PEDIDO
108012         THRU 8536-UM-ITEM-PEDIDO-EXIT
108022         UNTIL FIM-ITENS-PEDIDO.
108032     IF REG-PED-QTD-ITENS = ZEROS
108042         DISPLAY "PEDIDO SEM ITENS. NAO GRAVADO."
108052         GO TO 8535-EMITIR-PEDIDO-EXIT
108062     END-IF.
108072     WRITE REG-PEDIDO
108082         INVALID KEY
108092             DISPLAY "ERRO AO GRAVAR PEDIDO. FS=" WRK-FS-PEDIDO
108102             GO TO 8535-EMITIR-PEDIDO-EXIT
108112     END-WRITE.
108122     DISPLAY "PEDIDO " REG-PED-NUM " EMITIDO COM "
108132         REG-PED-QTD-ITENS " ITEM(NS).".
108142 8535-EMITIR-PEDIDO-EXIT.
108152     EXIT.
108162
108172*-------------------------------------------------------
108182 8536-UM-ITEM-PEDIDO.
108192     IF REG-PED-QTD-ITENS >= WRK-MAX-PED-ITENS
108202         DISPLAY "LIMITE DE ITENS DO PEDIDO ATINGIDO."
108212         MOVE "S" TO WRK-SW-FIM-PED-ITENS
108222         GO TO 8536-UM-ITEM-PEDIDO-EXIT
108232     END-IF.
108242     DISPLAY "CODIGO DO PRODUTO: " WITH NO ADVANCING.
108252     ACCEPT WRK-PED-COD.
108262     IF WRK-PED-COD = ZEROS
108272         MOVE "S" TO WRK-SW-FIM-PED-ITENS
108282         GO TO 8536-UM-ITEM-PEDIDO-EXIT
108292     END-IF.
108302     MOVE WRK-PED-COD TO WRK-ENT-COD.
108312     MOVE ZEROS TO WRK-PED-POS.
108322     PERFORM 8506-LOCALIZAR-ITEM-PEDIDO
108332         THRU 8506-LOCALIZAR-ITEM-PEDIDO-EXIT
108342         VARYING I FROM 1 BY 1 UNTIL I > REG-PED-QTD-ITENS.
108352     IF WRK-PED-POS NOT = ZEROS
108362         DISPLAY "PRODUTO JA CONSTA DO PEDIDO."
108372         GO TO 8536-UM-ITEM-PEDIDO-EXIT
108382     END-IF.
108392     MOVE WRK-PED-COD TO REG-PROD-COD.
108402     READ ARQ-PRODUTO
108412         INVALID KEY
108422             DISPLAY "PRODUTO INEXISTENTE."
108432             GO TO 8536-UM-ITEM-PEDIDO-EXIT
108442     END-READ.
108452     DISPLAY "PRODUTO: " REG-PROD-DESC.
108462     DISPLAY "QUANTIDADE PEDIDA (99999.999): " WITH NO ADVANCING.
108472     ACCEPT WRK-PED-QTD.
108482     IF WRK-PED-QTD = ZEROS
108492         DISPLAY "QUANTIDADE INVALIDA."
108502         GO TO 8536-UM-ITEM-PEDIDO-EXIT
108512     END-IF.
108522     DISPLAY "CUSTO ACORDADO (0 = CUSTO MEDIO): "
108532         WITH NO ADVANCING.
108542     ACCEPT WRK-PED-CUSTO.
108552     IF WRK-PED-CUSTO = ZEROS
108562         MOVE REG-PROD-CUSTO TO WRK-PED-CUSTO
108572     END-IF.
108582     ADD 1 TO REG-PED-QTD-ITENS.
108592     MOVE REG-PED-QTD-ITENS TO WRK-PED-POS.
108602     MOVE WRK-PED-COD TO REG-PED-PRODUTO(WRK-PED-POS).
108612     MOVE WRK-PED-QTD TO REG-PED-QTD-PEDIDA(WRK-PED-POS).
108622     MOVE WRK-PED-CUSTO TO REG-PED-CUSTO(WRK-PED-POS).
108632     MOVE ZEROS TO REG-PED-QTD-RECEB(WRK-PED-POS).
108642 8536-UM-ITEM-PEDIDO-EXIT.
108652     EXIT.
108662
108672*-------------------------------------------------------
108682* PROXIMO NUMERO DE PEDIDO: MAIOR NUMERO GRAVADO MAIS UM.
108692*-------------------------------------------------------
108702 8537-NUMERAR-PEDIDO.
108712     MOVE ZEROS TO WRK-PED-PROX-NUM.
108722     MOVE "N" TO WRK-SW-EOF-PED.
108732     MOVE ZEROS TO REG-PED-NUM.
108742     START ARQ-PEDIDO KEY IS NOT LESS THAN REG-PED-NUM
108752         INVALID KEY
108762             MOVE "S" TO WRK-SW-EOF-PED
108772     END-START.
108782     IF NOT FIM-PEDIDO
108792         PERFORM 8546-LER-PEDIDO THRU 8546-LER-PEDIDO-EXIT
108802         PERFORM 8538-MAIOR-PEDIDO
108812             THRU 8538-MAIOR-PEDIDO-EXIT
108822             UNTIL FIM-PEDIDO
108832     END-IF.
108842     ADD 1 TO WRK-PED-PROX-NUM.
108852 8537-NUMERAR-PEDIDO-EXIT.
108862     EXIT.
108872
108882*-------------------------------------------------------
108892 8538-MAIOR-PEDIDO.
108902     IF REG-PED-NUM > WRK-PED-PROX-NUM
108912         MOVE REG-PED-NUM TO WRK-PED-PROX-NUM
108922     END-IF.
108932     PERFORM 8546-LER-PEDIDO THRU 8546-LER-PEDIDO-EXIT.
108942 8538-MAIOR-PEDIDO-EXIT.
108952     EXIT.
108962
108972*-------------------------------------------------------
108982* CANCELA O PEDIDO ABERTO OU O SALDO DO PEDIDO PARCIAL.
108992*-------------------------------------------------------
109002 8540-CANCELAR-PEDIDO.
109012     DISPLAY "NUMERO DO PEDIDO: " WITH NO ADVANCING.
109022     ACCEPT WRK-PED-NUM.
109032     MOVE WRK-PED-NUM TO REG-PED-NUM.
109042     READ ARQ-PEDIDO
109052         INVALID KEY
109062             DISPLAY "PEDIDO INEXISTENTE."
109072             GO TO 8540-CANCELAR-PEDIDO-EXIT
109082     END-READ.
109092     IF NOT PED-ABERTO AND NOT PED-PARCIAL
109102         DISPLAY "PEDIDO JA ENCERRADO OU CANCELADO."
109112         GO TO 8540-CANCELAR-PEDIDO-EXIT
109122     END-IF.
109132     MOVE "C" TO REG-PED-STATUS.
109142     REWRITE REG-PEDIDO.
109152     DISPLAY "PEDIDO " REG-PED-NUM " CANCELADO.".
109162 8540-CANCELAR-PEDIDO-EXIT.
109172     EXIT.
109182
109192*-------------------------------------------------------
109202* PEDIDOS EM ABERTO (ABERTOS E PARCIAIS) COM O SALDO A
109212* RECEBER POR PRODUTO, VALORIZADO AO CUSTO ACORDADO.
109222* PEDIDO COM ENTREGA PREVISTA VENCIDA SAI COMO ATRASADO.
109232*-------------------------------------------------------
109242 8545-RELATORIO-PEDIDOS.
109252     ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
109262     MOVE ZEROS TO WRK-PED-ABERTOS.
109272     MOVE ZEROS TO WRK-PED-TOT-VALOR.
109282     MOVE "N" TO WRK-SW-EOF-PED.
109292     MOVE ZEROS TO REG-PED-NUM.
109302     START ARQ-PEDIDO KEY IS NOT LESS THAN REG-PED-NUM
109312         INVALID KEY
109322             MOVE "S" TO WRK-SW-EOF-PED
109332     END-START.
109342     OPEN OUTPUT ARQ-RELPEDIDOS.
109352     MOVE SPACES TO WRK-LINHA-RELATORIO.
109362     STRING "PEDIDOS DE COMPRA EM ABERTO - " WRK-DATA-SISTEMA
109372         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
109382     WRITE REG-LINHA-RELPED FROM WRK-LINHA-RELATORIO.
109392     IF NOT FIM-PEDIDO
109402         PERFORM 8546-LER-PEDIDO THRU 8546-LER-PEDIDO-EXIT
109412         PERFORM 8547-LINHA-PEDIDO
109422             THRU 8547-LINHA-PEDIDO-EXIT
109432             UNTIL FIM-PEDIDO
109442     END-IF.
109452     MOVE WRK-PED-ABERTOS TO WRK-ED-QTD.
109462     MOVE WRK-PED-TOT-VALOR TO WRK-ED-PED-VALOR.
109472     MOVE SPACES TO WRK-LINHA-RELATORIO.
109482     STRING "PEDIDOS EM ABERTO: " WRK-ED-QTD
109492         "  SALDO A RECEBER: " WRK-ED-PED-VALOR
109502         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
109512     WRITE REG-LINHA-RELPED FROM WRK-LINHA-RELATORIO.
109522     CLOSE ARQ-RELPEDIDOS.
109532     DISPLAY "RELATORIO GRAVADO EM RELPEDID.".
109542 8545-RELATORIO-PEDIDOS-EXIT.
109552     EXIT.
109562
109572*-------------------------------------------------------
109582 8546-LER-PEDIDO.
109592     READ ARQ-PEDIDO NEXT RECORD
109602         AT END
109612             MOVE "S" TO WRK-SW-EOF-PED
109622     END-READ.
109632 8546-LER-PEDIDO-EXIT.
109642     EXIT.
109652
109662*-------------------------------------------------------
109672 8547-LINHA-PEDIDO.
109682     IF NOT PED-ABERTO AND NOT PED-PARCIAL
109692         PERFORM 8546-LER-PEDIDO THRU 8546-LER-PEDIDO-EXIT
109702         GO TO 8547-LINHA-PEDIDO-EXIT
109712     END-IF.
109722     ADD 1 TO WRK-PED-ABERTOS.
109732     MOVE REG-PED-FORNECEDOR TO REG-FORN-COD.
109742     READ ARQ-FORNECEDOR
109752         INVALID KEY
109762             MOVE "*** SEM CADASTRO ***" TO REG-FORN-NOME
109772     END-READ.
109782     MOVE SPACES TO WRK-ED-PED-SITUACAO.
109792     IF REG-PED-DATA-PREVISTA < WRK-DATA-SISTEMA
109802         MOVE "ATRASADO" TO WRK-ED-PED-SITUACAO
109812     END-IF.
109822     MOVE SPACES TO WRK-LINHA-RELATORIO.
109832     WRITE REG-LINHA-RELPED FROM WRK-LINHA-RELATORIO.
109842     STRING "PEDIDO " REG-PED-NUM "  FORN. " REG-PED-FORNECEDOR
109852         " " REG-FORN-NOME
109862         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
109872     WRITE REG-LINHA-RELPED FROM WRK-LINHA-RELATORIO.
109882     MOVE SPACES TO WRK-LINHA-RELATORIO.
109892     STRING "  EMISSAO: " REG-PED-DATA
109902         "  PREVISTA: " REG-PED-DATA-PREVISTA
109912         "  SITUACAO: " REG-PED-STATUS "  " WRK-ED-PED-SITUACAO
109922         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
109932     WRITE REG-LINHA-RELPED FROM WRK-LINHA-RELATORIO.
109942     MOVE "CODIGO EAN       PEDIDO  RECEBIDO      SALDO   CUSTO"
109952         TO WRK-LINHA-RELATORIO.
109962     WRITE REG-LINHA-RELPED FROM WRK-LINHA-RELATORIO.
109972     PERFORM 8548-LINHA-ITEM-PEDIDO
109982         THRU 8548-LINHA-ITEM-PEDIDO-EXIT
109992         VARYING I FROM 1 BY 1 UNTIL I > REG-PED-QTD-ITENS.
110002     PERFORM 8546-LER-PEDIDO THRU 8546-LER-PEDIDO-EXIT.
110012 8547-LINHA-PEDIDO-EXIT.
110022     EXIT.
110032
110042*-------------------------------------------------------
110052 8548-LINHA-ITEM-PEDIDO.
110062     IF REG-PED-QTD-RECEB(I) >= REG-PED-QTD-PEDIDA(I)
110072         GO TO 8548-LINHA-ITEM-PEDIDO-EXIT
110082     END-IF.
110092     COMPUTE WRK-PED-SALDO = REG-PED-QTD-PEDIDA(I)
110102         - REG-PED-QTD-RECEB(I).
110112     COMPUTE WRK-PED-VALOR ROUNDED =
110122         WRK-PED-SALDO * REG-PED-CUSTO(I).
110132     ADD WRK-PED-VALOR TO WRK-PED-TOT-VALOR.
110142     MOVE REG-PED-PRODUTO(I) TO WRK-ED-COD.
110152     MOVE REG-PED-QTD-PEDIDA(I) TO WRK-ED-PED-QTD.
110162     MOVE REG-PED-QTD-RECEB(I) TO WRK-ED-PED-REC.
110172     MOVE WRK-PED-SALDO TO WRK-ED-PED-SALDO.
110182     MOVE REG-PED-CUSTO(I) TO WRK-ED-PED-CUSTO.
110192     MOVE WRK-PED-VALOR TO WRK-ED-PED-VALOR.
110202     MOVE SPACES TO WRK-LINHA-RELATORIO.
110212     STRING WRK-ED-COD " " WRK-ED-PED-QTD " " WRK-ED-PED-REC
110222         " " WRK-ED-PED-SALDO " " WRK-ED-PED-CUSTO
110232         " " WRK-ED-PED-VALOR
110242         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
110252     WRITE REG-LINHA-RELPED FROM WRK-LINHA-RELATORIO.
110262 8548-LINHA-ITEM-PEDIDO-EXIT.
110272     EXIT.
110282
110292*-------------------------------------------------------
110302* GRAVA UM MOVIMENTO NO KARDEX COM O PRODUTO JA
110312* ATUALIZADO (REG-PRODUTO REGRAVADO). O SALDO GRAVADO E O
110322* ESTOQUE APOS O MOVIMENTO; SAIDAS FICAM NEGATIVAS.
110332*-------------------------------------------------------
110342 8550-GRAVAR-KARDEX.
110352     IF WRK-KDX-QTD = ZEROS
110362         GO TO 8550-GRAVAR-KARDEX-EXIT
110372     END-IF.
110382     IF KDX-MOV-SAIDA
110392         COMPUTE WRK-KDX-QTD = ZEROS - WRK-KDX-QTD
110402     END-IF.
110412     ACCEPT REG-KDX-DATA FROM DATE YYYYMMDD.
110422     ACCEPT REG-KDX-HORA FROM TIME.
110432     MOVE REG-PROD-COD TO REG-KDX-PRODUTO.
110442     MOVE WRK-CAIXA-ID TO REG-KDX-CAIXA.
110452     MOVE WRK-OPERADOR TO REG-KDX-OPERADOR.
110462     MOVE WRK-KDX-TIPO TO REG-KDX-TIPO.
110472     MOVE WRK-KDX-DOC TO REG-KDX-DOCUMENTO.
110482     MOVE WRK-KDX-QTD TO REG-KDX-QTD.
110492     MOVE REG-PROD-ESTOQUE TO REG-KDX-SALDO.
110502     WRITE REG-KARDEX.
110512 8550-GRAVAR-KARDEX-EXIT.
110522     EXIT.
110532
110542*-------------------------------------------------------
110552* FICHA DE ESTOQUE DO PRODUTO NO PERIODO: SALDO ANTERIOR,
110562* CADA MOVIMENTO COM O SALDO RESULTANTE E SALDO FINAL.
110572* MOVIMENTO CUJO SALDO NAO FECHA COM O SALDO ANTERIOR MAIS
110582* A QUANTIDADE SAI MARCADO COM "*" (ALTERACAO DE ESTOQUE
110592* SEM REGISTRO NO KARDEX ENTRE OS DOIS MOVIMENTOS).
110602*-------------------------------------------------------
110612 8560-RELATORIO-KARDEX.
110622     DISPLAY " ".
110632     DISPLAY "FICHA DE ESTOQUE DO PRODUTO (KARDEX)".
110642     DISPLAY "CODIGO DE BARRAS (EAN-13): " WITH NO ADVANCING.
110652     ACCEPT WRK-KDX-COD.
110662     MOVE WRK-KDX-COD TO REG-PROD-COD.
110672     READ ARQ-PRODUTO
110682         INVALID KEY
110692             DISPLAY "PRODUTO INEXISTENTE."
110702             GO TO 8560-RELATORIO-KARDEX-EXIT
110712     END-READ.
110722     DISPLAY "DATA INICIAL (AAAAMMDD): " WITH NO ADVANCING.
110732     ACCEPT WRK-KDX-DATA-INI.
110742     DISPLAY "DATA FINAL (AAAAMMDD)..: " WITH NO ADVANCING.
110752     ACCEPT WRK-KDX-DATA-FIM.
110762     IF WRK-KDX-DATA-INI = ZEROS
110772         OR WRK-KDX-DATA-FIM < WRK-KDX-DATA-INI
110782         DISPLAY "PERIODO INVALIDO."
110792         GO TO 8560-RELATORIO-KARDEX-EXIT
110802     END-IF.
110812     MOVE REG-PROD-ESTOQUE TO WRK-KDX-SALDO-INI.
110822     MOVE REG-PROD-ESTOQUE TO WRK-KDX-SALDO.
110832     MOVE ZEROS TO WRK-KDX-TOT-ENT.
110842     MOVE ZEROS TO WRK-KDX-TOT-SAI.
110852     MOVE ZEROS TO WRK-KDX-MOVIMENTOS.
110862     MOVE ZEROS TO WRK-KDX-QUEBRAS.
110872     MOVE "N" TO WRK-SW-KDX-ANTERIOR.
110882     MOVE "N" TO WRK-SW-KDX-PERIODO.
110892     MOVE "N" TO WRK-SW-EOF-KDX.
110902     CLOSE ARQ-KARDEX.
110912     OPEN INPUT ARQ-KARDEX.
110922     IF WRK-FS-KARDEX NOT = "00"
110932         MOVE "S" TO WRK-SW-EOF-KDX
110942     END-IF.
110952     OPEN OUTPUT ARQ-RELKARDEX.
110962     MOVE SPACES TO WRK-LINHA-RELATORIO.
110972     STRING "FICHA DE ESTOQUE - " REG-PROD-COD " " REG-PROD-DESC
110982         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
110992     WRITE REG-LINHA-RELKDX FROM WRK-LINHA-RELATORIO.
111002     MOVE SPACES TO WRK-LINHA-RELATORIO.
111012     STRING "PERIODO: " WRK-KDX-DATA-INI " A " WRK-KDX-DATA-FIM
111022         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
111032     WRITE REG-LINHA-RELKDX FROM WRK-LINHA-RELATORIO.
111042     MOVE SPACES TO WRK-LINHA-RELATORIO.
111052     STRING "DATA     HORA     CX   OPERADOR TP DOCUMENTO"
111062         " QUANTIDADE      SALDO"
111072         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
111082     WRITE REG-LINHA-RELKDX FROM WRK-LINHA-RELATORIO.
111092     IF NOT FIM-KARDEX
111102         PERFORM 8561-LER-KARDEX THRU 8561-LER-KARDEX-EXIT
111112         PERFORM 8565-LINHA-KARDEX
111122             THRU 8565-LINHA-KARDEX-EXIT
111132             UNTIL FIM-KARDEX
111142     END-IF.
111152     IF NOT KDX-COM-MOVIMENTO
111162         PERFORM 8566-IMPRIMIR-SALDO-INICIAL
111172             THRU 8566-IMPRIMIR-SALDO-INICIAL-EXIT
111182         MOVE WRK-KDX-SALDO-INI TO WRK-KDX-SALDO
111192     END-IF.
111202     MOVE WRK-KDX-TOT-ENT TO WRK-ED-KDX-TOTAL.
111212     MOVE SPACES TO WRK-LINHA-RELATORIO.
111222     STRING "TOTAL DE ENTRADAS......: " WRK-ED-KDX-TOTAL
111232         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
111242     WRITE REG-LINHA-RELKDX FROM WRK-LINHA-RELATORIO.
111252     MOVE WRK-KDX-TOT-SAI TO WRK-ED-KDX-TOTAL.
111262     MOVE SPACES TO WRK-LINHA-RELATORIO.
111272     STRING "TOTAL DE SAIDAS........: " WRK-ED-KDX-TOTAL
111282         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
111292     WRITE REG-LINHA-RELKDX FROM WRK-LINHA-RELATORIO.
111302     MOVE WRK-KDX-SALDO TO WRK-ED-KDX-SALDO.
111312     MOVE SPACES TO WRK-LINHA-RELATORIO.
111322     STRING "SALDO FINAL............:   " WRK-ED-KDX-SALDO
111332         "  MOVIMENTOS: " WRK-KDX-MOVIMENTOS
111342         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
111352     WRITE REG-LINHA-RELKDX FROM WRK-LINHA-RELATORIO.
111362     IF WRK-KDX-QUEBRAS > ZEROS
111372         MOVE SPACES TO WRK-LINHA-RELATORIO
111382         STRING "* MOVIMENTOS COM SALDO SEM CONTINUIDADE: "
111392             WRK-KDX-QUEBRAS
111402             DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO
111412         WRITE REG-LINHA-RELKDX FROM WRK-LINHA-RELATORIO
111422     END-IF.
111432     CLOSE ARQ-RELKARDEX.
111442     CLOSE ARQ-KARDEX.
111452     OPEN EXTEND ARQ-KARDEX.
111462     DISPLAY "RELATORIO GRAVADO EM RELKARDX.".
111472 8560-RELATORIO-KARDEX-EXIT.
111482     EXIT.
111492
111502*-------------------------------------------------------
111512 8561-LER-KARDEX.
111522     READ ARQ-KARDEX
111532         AT END
111542             MOVE "S" TO WRK-SW-EOF-KDX
111552     END-READ.
111562 8561-LER-KARDEX-EXIT.
111572     EXIT.
111582
111592*-------------------------------------------------------
111602* MOVIMENTOS ANTERIORES AO PERIODO SO DETERMINAM O SALDO
111612* ANTERIOR. SEM NENHUM, O SALDO ANTERIOR E DEDUZIDO DO
111622* PRIMEIRO MOVIMENTO DO PRODUTO (SALDO MENOS QUANTIDADE).
111632*-------------------------------------------------------
111642 8565-LINHA-KARDEX.
111652     IF REG-KDX-PRODUTO NOT = WRK-KDX-COD
111662         GO TO 8565-PROXIMO-KARDEX
111672     END-IF.
111682     IF REG-KDX-DATA < WRK-KDX-DATA-INI
111692         MOVE REG-KDX-SALDO TO WRK-KDX-SALDO-INI
111702         MOVE REG-KDX-SALDO TO WRK-KDX-SALDO
111712         MOVE "S" TO WRK-SW-KDX-ANTERIOR
111722         GO TO 8565-PROXIMO-KARDEX
111732     END-IF.
111742     IF REG-KDX-DATA > WRK-KDX-DATA-FIM
111752         IF NOT KDX-COM-MOVIMENTO AND NOT KDX-COM-SALDO-ANTERIOR
111762             COMPUTE WRK-KDX-SALDO-INI =
111772                 REG-KDX-SALDO - REG-KDX-QTD
111782             MOVE "S" TO WRK-SW-KDX-ANTERIOR
111792         END-IF
111802         GO TO 8565-PROXIMO-KARDEX
111812     END-IF.
111822     IF NOT KDX-COM-MOVIMENTO
111832         IF NOT KDX-COM-SALDO-ANTERIOR
111842             COMPUTE WRK-KDX-SALDO-INI =
111852                 REG-KDX-SALDO - REG-KDX-QTD
111862             MOVE WRK-KDX-SALDO-INI TO WRK-KDX-SALDO
111872         END-IF
111882         PERFORM 8566-IMPRIMIR-SALDO-INICIAL
111892             THRU 8566-IMPRIMIR-SALDO-INICIAL-EXIT
111902         MOVE "S" TO WRK-SW-KDX-PERIODO
111912     END-IF.
111922     MOVE SPACES TO WRK-KDX-MARCA.
111932     IF WRK-KDX-SALDO + REG-KDX-QTD NOT = REG-KDX-SALDO
111942         MOVE "*" TO WRK-KDX-MARCA
111952         ADD 1 TO WRK-KDX-QUEBRAS
111962     END-IF.
111972     IF REG-KDX-QTD > ZEROS
111982         ADD REG-KDX-QTD TO WRK-KDX-TOT-ENT
111992     ELSE
112002         SUBTRACT REG-KDX-QTD FROM WRK-KDX-TOT-SAI
112012     END-IF.
112022     MOVE REG-KDX-SALDO TO WRK-KDX-SALDO.
112032     ADD 1 TO WRK-KDX-MOVIMENTOS.
112042     MOVE REG-KDX-QTD TO WRK-ED-KDX-QTD.
112052     MOVE REG-KDX-SALDO TO WRK-ED-KDX-SALDO.
112062     MOVE SPACES TO WRK-LINHA-RELATORIO.
112072     STRING REG-KDX-DATA " " REG-KDX-HORA " " REG-KDX-CAIXA
112082         " " REG-KDX-OPERADOR " " REG-KDX-TIPO " "
112092         REG-KDX-DOCUMENTO " " WRK-ED-KDX-QTD " " WRK-ED-KDX-SALDO
112102         " " WRK-KDX-MARCA
112112         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
112122     WRITE REG-LINHA-RELKDX FROM WRK-LINHA-RELATORIO.
112132 8565-PROXIMO-KARDEX.
112142     PERFORM 8561-LER-KARDEX THRU 8561-LER-KARDEX-EXIT.
112152 8565-LINHA-KARDEX-EXIT.
112162     EXIT.
112172
112182*-------------------------------------------------------
112192 8566-IMPRIMIR-SALDO-INICIAL.
112202     MOVE WRK-KDX-SALDO-INI TO WRK-ED-KDX-SALDO.
112212     MOVE SPACES TO WRK-LINHA-RELATORIO.
112222     STRING "SALDO ANTERIOR A " WRK-KDX-DATA-INI
112232         "..................:   " WRK-ED-KDX-SALDO
112242         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
112252     WRITE REG-LINHA-RELKDX FROM WRK-LINHA-RELATORIO.
112262 8566-IMPRIMIR-SALDO-INICIAL-EXIT.
112272     EXIT.
112282
112292*-------------------------------------------------------
112302* PARAMETROS DO CAIXA (PARMCAIX). ARQUIVO OPCIONAL: NA
112312* FALTA DELE VALEM OS VALORES INICIAIS DE
112322* WRK-PARAMETROS-CAIXA.
112332*-------------------------------------------------------
112342 1010-LER-PARAMETROS.
112352     OPEN INPUT ARQ-PARAMETRO.
112362     IF WRK-FS-PARM NOT = "00"
112372         GO TO 1010-LER-PARAMETROS-EXIT
112382     END-IF.
112392     MOVE "N" TO WRK-SW-EOF-PARM.
112402     PERFORM 1015-LER-PARAMETRO THRU 1015-LER-PARAMETRO-EXIT.
112412     PERFORM 1020-TRATAR-PARAMETRO
112422         THRU 1020-TRATAR-PARAMETRO-EXIT
112432         UNTIL FIM-PARAMETRO.
112442     CLOSE ARQ-PARAMETRO.
112452 1010-LER-PARAMETROS-EXIT.
112462     EXIT.
112472
112482*-------------------------------------------------------
112492 1015-LER-PARAMETRO.
112502     READ ARQ-PARAMETRO
112512         AT END
112522             MOVE "S" TO WRK-SW-EOF-PARM
112532     END-READ.
112542 1015-LER-PARAMETRO-EXIT.
112552     EXIT.
112562
112572*-------------------------------------------------------
112582 1020-TRATAR-PARAMETRO.
112592     EVALUATE REG-PARM-TIPO
112602         WHEN "PRAZOFIA"
112612             IF REG-PARM-VALOR(1:3) IS NUMERIC
112622                 MOVE REG-PARM-VALOR(1:3) TO WRK-PARM-PRAZO-FIADO
112632             ELSE
112642                 DISPLAY "PARAMETRO PRAZOFIA INVALIDO: "
112652                     REG-PARM-VALOR
112662             END-IF
112672         WHEN "JUROSMES"
112682             IF REG-PARM-VALOR(1:4) IS NUMERIC
112692                 MOVE REG-PARM-VALOR(1:4) TO WRK-PARM-JUROS-X
112702             ELSE
112712                 DISPLAY "PARAMETRO JUROSMES INVALIDO: "
112722                     REG-PARM-VALOR
112732             END-IF
112742         WHEN "ATRASMAX"
112752             IF REG-PARM-VALOR(1:3) IS NUMERIC
112762                 MOVE REG-PARM-VALOR(1:3) TO WRK-PARM-ATRASO-MAX
112772             ELSE
112782                 DISPLAY "PARAMETRO ATRASMAX INVALIDO: "
112792                     REG-PARM-VALOR
112802             END-IF
112812         WHEN "MAXFALHA"
112822             IF REG-PARM-VALOR(1:2) IS NUMERIC
112832                 MOVE REG-PARM-VALOR(1:2) TO WRK-PARM-MAX-FALHAS
112842             ELSE
112852                 DISPLAY "PARAMETRO MAXFALHA INVALIDO: "
112862                     REG-PARM-VALOR
112872             END-IF
112882         WHEN "DIASENHA"
112892             IF REG-PARM-VALOR(1:3) IS NUMERIC
112902                 MOVE REG-PARM-VALOR(1:3) TO WRK-PARM-DIAS-SENHA
112912             ELSE
112922                 DISPLAY "PARAMETRO DIASENHA INVALIDO: "
112932                     REG-PARM-VALOR
112942             END-IF
112952         WHEN "PONTREAL"
112962             IF REG-PARM-VALOR(1:4) IS NUMERIC
112972                 MOVE REG-PARM-VALOR(1:4)
112982                     TO WRK-PARM-PONTOS-REAL-X
112992             ELSE
113002                 DISPLAY "PARAMETRO PONTREAL INVALIDO: "
113012                     REG-PARM-VALOR
113022             END-IF
113032         WHEN "PONTOVAL"
113042             IF REG-PARM-VALOR(1:4) IS NUMERIC
113052                 MOVE REG-PARM-VALOR(1:4)
113062                     TO WRK-PARM-VALOR-PONTO-X
113072             ELSE
113082                 DISPLAY "PARAMETRO PONTOVAL INVALIDO: "
113092                     REG-PARM-VALOR
113102             END-IF
113112         WHEN "PONTODIA"
113122             IF REG-PARM-VALOR(1:3) IS NUMERIC
113132                 MOVE REG-PARM-VALOR(1:3) TO WRK-PARM-DIAS-PONTOS
113142             ELSE
113152                 DISPLAY "PARAMETRO PONTODIA INVALIDO: "
113162                     REG-PARM-VALOR
113172             END-IF
113182         WHEN "SEMPONTO"
113192             IF REG-PARM-VALOR(1:13) IS NUMERIC
113202                 AND WRK-PTO-EXCL-USADOS < WRK-MAX-PTO-EXCL
113212                 ADD 1 TO WRK-PTO-EXCL-USADOS
113222                 MOVE REG-PARM-VALOR(1:13)
113232                     TO WRK-PTO-EXCLUIDO(WRK-PTO-EXCL-USADOS)
113242             ELSE
113252                 DISPLAY "PARAMETRO SEMPONTO INVALIDO: "
113262                     REG-PARM-VALOR
113272             END-IF
113282         WHEN "DIASVENC"
113292             IF REG-PARM-VALOR(1:3) IS NUMERIC
113302                 MOVE REG-PARM-VALOR(1:3) TO WRK-PARM-DIAS-VENC
113312             ELSE
113322                 DISPLAY "PARAMETRO DIASVENC INVALIDO: "
113332                     REG-PARM-VALOR
113342             END-IF
113352         WHEN SPACES
113362             CONTINUE
113372         WHEN OTHER
113382             DISPLAY "PARAMETRO DESCONHECIDO: " REG-PARM-TIPO
113392     END-EVALUATE.
113402     PERFORM 1015-LER-PARAMETRO THRU 1015-LER-PARAMETRO-EXIT.
113412 1020-TRATAR-PARAMETRO-EXIT.
113422     EXIT.
113432
113442*-------------------------------------------------------
113452* LISTA OS TITULOS EM ABERTO COM OS JUROS DE ATRASO E PEDE
113462* O VALOR RECEBIDO, QUE O 4500 LIMITA AO TOTAL DEVIDO.
113472*-------------------------------------------------------
113482 4505-MOSTRAR-DEVIDO.
113492     MOVE "S" TO WRK-SW-FIA-LISTAR.
113502     PERFORM 4530-APURAR-DEBITO THRU 4530-APURAR-DEBITO-EXIT.
113512     MOVE "N" TO WRK-SW-FIA-LISTAR.
113522     MOVE WRK-FIA-JUROS TO WRK-ED-SALDO.
113532     DISPLAY "JUROS ATRASO.: " WRK-ED-SALDO.
113542     MOVE WRK-FIA-DEVIDO TO WRK-ED-SALDO.
113552     DISPLAY "TOTAL DEVIDO.: " WRK-ED-SALDO.
113562     DISPLAY "VALOR RECEBIDO: " WITH NO ADVANCING.
113572 4505-MOSTRAR-DEVIDO-EXIT.
113582     EXIT.
113592
113602*-------------------------------------------------------
113612* SITUACAO DO DEBITO DO CLIENTE EM REG-CLIENTE NA DATA DE
113622* HOJE: PERCORRE OS TITULOS ABERTOS (LISTANDO NA TELA SE
113632* FIA-LISTAR-TITULOS) E ACRESCENTA O DEBITO SEM TITULO.
113642*-------------------------------------------------------
113652 4530-APURAR-DEBITO.
113662     MOVE ZEROS TO WRK-FIA-PRINCIPAL WRK-FIA-JUROS
113672                   WRK-FIA-QTD-TIT WRK-FIA-MAIOR-ATRASO.
113682     MOVE ZEROS TO WRK-FIA-FAIXA(1) WRK-FIA-FAIXA(2)
113692                   WRK-FIA-FAIXA(3) WRK-FIA-FAIXA(4).
113702     MOVE WRK-DATA-SISTEMA TO WRK-DT-DATA.
113712     PERFORM 9500-CALCULAR-DIAS-DATA
113722         THRU 9500-CALCULAR-DIAS-DATA-EXIT.
113732     MOVE WRK-DT-DIAS TO WRK-FIA-DIAS-HOJE.
113742     MOVE REG-CLI-COD TO WRK-FIA-CLI.
113752     PERFORM 4531-POSICIONAR-TITULOS
113762         THRU 4531-POSICIONAR-TITULOS-EXIT.
113772     PERFORM 4532-APURAR-TITULO THRU 4532-APURAR-TITULO-EXIT
113782         UNTIL FIM-TITULO.
113792     COMPUTE WRK-FIA-SEM-TITULO = REG-CLI-SALDO
113802         - WRK-FIA-PRINCIPAL.
113812     IF WRK-FIA-SEM-TITULO < ZEROS
113822         MOVE ZEROS TO WRK-FIA-SEM-TITULO
113832     END-IF.
113842     IF WRK-FIA-SEM-TITULO > ZEROS
113852         MOVE REG-CLI-DATA-DEBITO TO WRK-DT-DATA
113862         IF WRK-DT-DATA = ZEROS
113872             MOVE WRK-DATA-SISTEMA TO WRK-DT-DATA
113882         END-IF
113892         MOVE WRK-PARM-PRAZO-FIADO TO WRK-DT-PRAZO
113902         PERFORM 9510-SOMAR-DIAS-DATA
113912             THRU 9510-SOMAR-DIAS-DATA-EXIT
113922         MOVE WRK-DT-DATA TO WRK-FIA-VENC
113932         MOVE WRK-FIA-SEM-TITULO TO WRK-FIA-VALOR-FAIXA
113942         PERFORM 4535-CLASSIFICAR-ATRASO
113952             THRU 4535-CLASSIFICAR-ATRASO-EXIT
113962         IF FIA-LISTAR-TITULOS
113972             MOVE WRK-FIA-SEM-TITULO TO WRK-ED-FIA-VALOR
113982             DISPLAY "DEBITO ANTERIOR SEM TITULO: "
113992                 WRK-ED-FIA-VALOR
114002         END-IF
114012     END-IF.
114022     COMPUTE WRK-FIA-DEVIDO = WRK-FIA-SEM-TITULO
114032         + WRK-FIA-PRINCIPAL + WRK-FIA-JUROS.
114042 4530-APURAR-DEBITO-EXIT.
114052     EXIT.
114062
114072*-------------------------------------------------------
114082* POSICIONA NO PRIMEIRO TITULO DO CLIENTE WRK-FIA-CLI.
114092*-------------------------------------------------------
114102 4531-POSICIONAR-TITULOS.
114112     MOVE "N" TO WRK-SW-EOF-TIT.
114122     MOVE WRK-FIA-CLI TO REG-TIT-CLIENTE.
114132     MOVE ZEROS TO REG-TIT-DATA.
114142     MOVE SPACES TO REG-TIT-CAIXA.
114152     MOVE ZEROS TO REG-TIT-COMPROV.
114162     START ARQ-TITULO KEY IS NOT LESS THAN REG-TIT-CHAVE
114172         INVALID KEY
114182             MOVE "S" TO WRK-SW-EOF-TIT
114192     END-START.
114202     IF NOT FIM-TITULO
114212         PERFORM 4533-LER-TITULO THRU 4533-LER-TITULO-EXIT
114222     END-IF.
114232 4531-POSICIONAR-TITULOS-EXIT.
114242     EXIT.
114252
114262*-------------------------------------------------------
114272 4532-APURAR-TITULO.
114282     IF TIT-ABERTO
114292         ADD 1 TO WRK-FIA-QTD-TIT
114302         ADD REG-TIT-SALDO TO WRK-FIA-PRINCIPAL
114312         MOVE REG-TIT-VENCIMENTO TO WRK-FIA-VENC
114322         MOVE REG-TIT-SALDO TO WRK-FIA-VALOR-FAIXA
114332         PERFORM 4535-CLASSIFICAR-ATRASO
114342             THRU 4535-CLASSIFICAR-ATRASO-EXIT
114352         PERFORM 4536-CALCULAR-JUROS
114362             THRU 4536-CALCULAR-JUROS-EXIT
114372         ADD WRK-FIA-JUROS-TIT TO WRK-FIA-JUROS
114382         IF FIA-LISTAR-TITULOS
114392             PERFORM 4537-MOSTRAR-TITULO
114402                 THRU 4537-MOSTRAR-TITULO-EXIT
114412         END-IF
114422     END-IF.
114432     PERFORM 4533-LER-TITULO THRU 4533-LER-TITULO-EXIT.
114442 4532-APURAR-TITULO-EXIT.
114452     EXIT.
114462
114472*-------------------------------------------------------
114482 4533-LER-TITULO.
114492     READ ARQ-TITULO NEXT RECORD
114502         AT END
114512             MOVE "S" TO WRK-SW-EOF-TIT
114522     END-READ.
114532     IF NOT FIM-TITULO
114542         AND REG-TIT-CLIENTE NOT = WRK-FIA-CLI
114552         MOVE "S" TO WRK-SW-EOF-TIT
114562     END-IF.
114572 4533-LER-TITULO-EXIT.
114582     EXIT.
114592
114602*-------------------------------------------------------
114612* DIAS DE ATRASO APOS O VENCIMENTO WRK-FIA-VENC (ZERO SE
114622* AINDA NAO VENCEU) E SOMA DE WRK-FIA-VALOR-FAIXA NA FAIXA
114632* CORRESPONDENTE.
114642*-------------------------------------------------------
114652 4535-CLASSIFICAR-ATRASO.
114662     MOVE WRK-FIA-VENC TO WRK-DT-DATA.
114672     PERFORM 9500-CALCULAR-DIAS-DATA
114682         THRU 9500-CALCULAR-DIAS-DATA-EXIT.
114692     COMPUTE WRK-FIA-ATRASO = WRK-FIA-DIAS-HOJE - WRK-DT-DIAS.
114702     IF WRK-FIA-ATRASO < ZEROS
114712         MOVE ZEROS TO WRK-FIA-ATRASO
114722     END-IF.
114732     IF WRK-FIA-ATRASO > WRK-FIA-MAIOR-ATRASO
114742         MOVE WRK-FIA-ATRASO TO WRK-FIA-MAIOR-ATRASO
114752     END-IF.
114762     EVALUATE TRUE
114772         WHEN WRK-FIA-ATRASO <= 30
114782             MOVE 1 TO WRK-FIA-FX
114792         WHEN WRK-FIA-ATRASO <= 60
114802             MOVE 2 TO WRK-FIA-FX
114812         WHEN WRK-FIA-ATRASO <= 90
114822             MOVE 3 TO WRK-FIA-FX
114832         WHEN OTHER
114842             MOVE 4 TO WRK-FIA-FX
114852     END-EVALUATE.
114862     ADD WRK-FIA-VALOR-FAIXA TO WRK-FIA-FAIXA(WRK-FIA-FX).
114872 4535-CLASSIFICAR-ATRASO-EXIT.
114882     EXIT.
114892
114902*-------------------------------------------------------
114912* JUROS DO TITULO EM REG-TITULO ATE HOJE: OS PENDENTES MAIS
114922* OS CORRIDOS SOBRE O SALDO DESDE REG-TIT-DATA-JUROS, A TAXA
114932* MENSAL WRK-PARM-JUROS-MES PROPORCIONAL AOS DIAS (MES DE 30
114942* DIAS). SO CORREM JUROS DEPOIS DO VENCIMENTO.
114952*-------------------------------------------------------
114962 4536-CALCULAR-JUROS.
114972     MOVE REG-TIT-JUROS-PEND TO WRK-FIA-JUROS-TIT.
114982     MOVE ZEROS TO WRK-FIA-DIAS-JUROS.
114992     IF WRK-FIA-ATRASO = ZEROS
115002         GO TO 4536-CALCULAR-JUROS-EXIT
115012     END-IF.
115022     MOVE REG-TIT-DATA-JUROS TO WRK-DT-DATA.
115032     PERFORM 9500-CALCULAR-DIAS-DATA
115042         THRU 9500-CALCULAR-DIAS-DATA-EXIT.
115052     COMPUTE WRK-FIA-DIAS-JUROS = WRK-FIA-DIAS-HOJE - WRK-DT-DIAS.
115062     IF WRK-FIA-DIAS-JUROS > ZEROS
115072         COMPUTE WRK-FIA-JUROS-TIT ROUNDED = REG-TIT-JUROS-PEND
115082             + (REG-TIT-SALDO * WRK-PARM-JUROS-MES
115092                * WRK-FIA-DIAS-JUROS) / 3000
115102     END-IF.
115112 4536-CALCULAR-JUROS-EXIT.
115122     EXIT.
115132
115142*-------------------------------------------------------
115152 4537-MOSTRAR-TITULO.
115162     MOVE REG-TIT-SALDO TO WRK-ED-FIA-VALOR.
115172     MOVE WRK-FIA-JUROS-TIT TO WRK-ED-FIA-JUROS.
115182     MOVE WRK-FIA-ATRASO TO WRK-ED-FIA-ATRASO.
115192     DISPLAY "TITULO " REG-TIT-DATA "/" REG-TIT-CAIXA "/"
115202         REG-TIT-COMPROV " VENCIMENTO " REG-TIT-VENCIMENTO.
115212     DISPLAY "   SALDO " WRK-ED-FIA-VALOR
115222         " JUROS " WRK-ED-FIA-JUROS
115232         " ATRASO " WRK-ED-FIA-ATRASO " DIAS".
115242 4537-MOSTRAR-TITULO-EXIT.
115252     EXIT.
115262
115272*-------------------------------------------------------
115282* DISTRIBUI O VALOR RECEBIDO (WRK-PAG-VALOR): PRIMEIRO O
115292* DEBITO SEM TITULO, DEPOIS OS TITULOS DO MAIS ANTIGO PARA
115302* O MAIS NOVO, EM CADA UM OS JUROS ANTES DO PRINCIPAL.
115312* ATUALIZA O SALDO E A DATA DO DEBITO EM REG-CLIENTE (A
115322* REGRAVACAO FICA COM QUEM CHAMA). REQUER 4530 EXECUTADO.
115332*-------------------------------------------------------
115342 4540-BAIXAR-TITULOS.
115352     MOVE WRK-PAG-VALOR TO WRK-FIA-RESTANTE.
115362     MOVE ZEROS TO WRK-FIA-TOT-PRINC WRK-FIA-TOT-JUROS
115372                   WRK-FIA-PRIM-ABERTO.
115382     IF WRK-FIA-SEM-TITULO > ZEROS
115392         IF WRK-FIA-RESTANTE < WRK-FIA-SEM-TITULO
115402             MOVE WRK-FIA-RESTANTE TO WRK-FIA-TOT-PRINC
115412         ELSE
115422             MOVE WRK-FIA-SEM-TITULO TO WRK-FIA-TOT-PRINC
115432         END-IF
115442         SUBTRACT WRK-FIA-TOT-PRINC FROM WRK-FIA-RESTANTE
115452     END-IF.
115462     PERFORM 4531-POSICIONAR-TITULOS
115472         THRU 4531-POSICIONAR-TITULOS-EXIT.
115482     PERFORM 4541-BAIXAR-UM-TITULO
115492         THRU 4541-BAIXAR-UM-TITULO-EXIT
115502         UNTIL FIM-TITULO OR WRK-FIA-RESTANTE = ZEROS.
115512     PERFORM 4543-LOCALIZAR-ABERTO
115522         THRU 4543-LOCALIZAR-ABERTO-EXIT
115532         UNTIL FIM-TITULO OR WRK-FIA-PRIM-ABERTO > ZEROS.
115542     SUBTRACT WRK-FIA-TOT-PRINC FROM REG-CLI-SALDO.
115552     EVALUATE TRUE
115562         WHEN REG-CLI-SALDO <= ZEROS
115572             MOVE ZEROS TO REG-CLI-DATA-DEBITO
115582         WHEN WRK-FIA-SEM-TITULO > WRK-FIA-TOT-PRINC
115592             CONTINUE
115602         WHEN OTHER
115612             MOVE WRK-FIA-PRIM-ABERTO TO REG-CLI-DATA-DEBITO
115622     END-EVALUATE.
115632 4540-BAIXAR-TITULOS-EXIT.
115642     EXIT.
115652
115662*-------------------------------------------------------
115672 4541-BAIXAR-UM-TITULO.
115682     IF NOT TIT-ABERTO
115692         PERFORM 4533-LER-TITULO THRU 4533-LER-TITULO-EXIT
115702         GO TO 4541-BAIXAR-UM-TITULO-EXIT
115712     END-IF.
115722     MOVE REG-TIT-VENCIMENTO TO WRK-FIA-VENC.
115732     MOVE ZEROS TO WRK-FIA-VALOR-FAIXA.
115742     PERFORM 4535-CLASSIFICAR-ATRASO
115752         THRU 4535-CLASSIFICAR-ATRASO-EXIT.
115762     PERFORM 4536-CALCULAR-JUROS THRU 4536-CALCULAR-JUROS-EXIT.
115772     MOVE WRK-FIA-JUROS-TIT TO REG-TIT-JUROS-PEND.
115782     IF WRK-FIA-DIAS-JUROS > ZEROS
115792         MOVE WRK-DATA-SISTEMA TO REG-TIT-DATA-JUROS
115802     END-IF.
115812     IF WRK-FIA-RESTANTE < REG-TIT-JUROS-PEND
115822         MOVE WRK-FIA-RESTANTE TO WRK-FIA-PAGO-JUROS
115832     ELSE
115842         MOVE REG-TIT-JUROS-PEND TO WRK-FIA-PAGO-JUROS
115852     END-IF.
115862     SUBTRACT WRK-FIA-PAGO-JUROS FROM WRK-FIA-RESTANTE.
115872     SUBTRACT WRK-FIA-PAGO-JUROS FROM REG-TIT-JUROS-PEND.
115882     ADD WRK-FIA-PAGO-JUROS TO REG-TIT-JUROS-PAGOS.
115892     ADD WRK-FIA-PAGO-JUROS TO WRK-FIA-TOT-JUROS.
115902     IF WRK-FIA-RESTANTE < REG-TIT-SALDO
115912         MOVE WRK-FIA-RESTANTE TO WRK-FIA-PAGO-PRINC
115922     ELSE
115932         MOVE REG-TIT-SALDO TO WRK-FIA-PAGO-PRINC
115942     END-IF.
115952     SUBTRACT WRK-FIA-PAGO-PRINC FROM WRK-FIA-RESTANTE.
115962     SUBTRACT WRK-FIA-PAGO-PRINC FROM REG-TIT-SALDO.
115972     ADD WRK-FIA-PAGO-PRINC TO WRK-FIA-TOT-PRINC.
115982     IF REG-TIT-SALDO = ZEROS AND REG-TIT-JUROS-PEND = ZEROS
115992         MOVE "P" TO REG-TIT-STATUS
116002         MOVE WRK-DATA-SISTEMA TO REG-TIT-DATA-BAIXA
116012     ELSE
116022         IF WRK-FIA-PRIM-ABERTO = ZEROS
116032             MOVE REG-TIT-DATA TO WRK-FIA-PRIM-ABERTO
116042         END-IF
116052     END-IF.
116062     REWRITE REG-TITULO.
116072     IF WRK-FIA-PAGO-PRINC > ZEROS OR WRK-FIA-PAGO-JUROS > ZEROS
116082         MOVE "P" TO WRK-FIA-BXT-TIPO
116092         PERFORM 4545-GRAVAR-BAIXA THRU 4545-GRAVAR-BAIXA-EXIT
116102     END-IF.
116112     PERFORM 4533-LER-TITULO THRU 4533-LER-TITULO-EXIT.
116122 4541-BAIXAR-UM-TITULO-EXIT.
116132     EXIT.
116142
116152*-------------------------------------------------------
116162* TITULO ABERTO MAIS ANTIGO QUE SOBROU DEPOIS DA BAIXA,
116172* PARA A DATA DO DEBITO DO CLIENTE.
116182*-------------------------------------------------------
116192 4543-LOCALIZAR-ABERTO.
116202     IF TIT-ABERTO
116212         MOVE REG-TIT-DATA TO WRK-FIA-PRIM-ABERTO
116222     ELSE
116232         PERFORM 4533-LER-TITULO THRU 4533-LER-TITULO-EXIT
116242     END-IF.
116252 4543-LOCALIZAR-ABERTO-EXIT.
116262     EXIT.
116272
116282*-------------------------------------------------------
116292* BAIXA DO TITULO EM REG-TITULO: TIPO EM WRK-FIA-BXT-TIPO,
116302* VALORES EM WRK-FIA-PAGO-PRINC E WRK-FIA-PAGO-JUROS.
116312*-------------------------------------------------------
116322 4545-GRAVAR-BAIXA.
116332     OPEN EXTEND ARQ-BAIXATIT.
116342     IF WRK-FS-BAIXATIT = "35"
116352         OPEN OUTPUT ARQ-BAIXATIT
116362         CLOSE ARQ-BAIXATIT
116372         OPEN EXTEND ARQ-BAIXATIT
116382     END-IF.
116392     IF WRK-FS-BAIXATIT NOT = "00"
116402         DISPLAY "AVISO: BAIXA DE TITULO NAO GRAVADA. FS="
116412             WRK-FS-BAIXATIT
116422         GO TO 4545-GRAVAR-BAIXA-EXIT
116432     END-IF.
116442     MOVE REG-TIT-CLIENTE TO REG-BXT-CLIENTE.
116452     MOVE REG-TIT-DATA TO REG-BXT-TIT-DATA.
116462     MOVE REG-TIT-CAIXA TO REG-BXT-TIT-CAIXA.
116472     MOVE REG-TIT-COMPROV TO REG-BXT-TIT-COMPROV.
116482     MOVE WRK-DATA-SISTEMA TO REG-BXT-DATA.
116492     ACCEPT REG-BXT-HORA FROM TIME.
116502     MOVE WRK-CAIXA-ID TO REG-BXT-CAIXA.
116512     MOVE WRK-OPERADOR TO REG-BXT-OPERADOR.
116522     MOVE WRK-FIA-BXT-TIPO TO REG-BXT-TIPO.
116532     MOVE WRK-FIA-PAGO-PRINC TO REG-BXT-PRINCIPAL.
116542     MOVE WRK-FIA-PAGO-JUROS TO REG-BXT-JUROS.
116552     WRITE REG-BAIXATIT.
116562     CLOSE ARQ-BAIXATIT.
116572 4545-GRAVAR-BAIXA-EXIT.
116582     EXIT.
116592
116602*-------------------------------------------------------
116612* EXTRATO MENSAL DO CLIENTE: SALDO ANTERIOR, COMPRAS FIADAS
116622* E BAIXAS DO MES (PAGAMENTOS COM JUROS E ESTORNOS), SALDO
116632* NO FIM DO MES E OS TITULOS EM ABERTO HOJE COM OS JUROS
116642* DE ATRASO. GRAVADO EM EXTRATO PARA IMPRESSAO.
116652*-------------------------------------------------------
116662 4560-EXTRATO-CLIENTE.
116672     DISPLAY " ".
116682     DISPLAY "EXTRATO MENSAL DO CLIENTE (FIADO)".
116692     DISPLAY "CODIGO DO CLIENTE: " WITH NO ADVANCING.
116702     ACCEPT WRK-PAG-CLI.
116712     MOVE WRK-PAG-CLI TO REG-CLI-COD.
116722     READ ARQ-CLIENTE
116732         INVALID KEY
116742             DISPLAY "CLIENTE NAO CADASTRADO."
116752             GO TO 4560-EXTRATO-CLIENTE-EXIT
116762     END-READ.
116772     DISPLAY "MES DO EXTRATO (AAAAMM): " WITH NO ADVANCING.
116782     ACCEPT WRK-EXT-MES.
116792     DIVIDE WRK-EXT-MES BY 100 GIVING WRK-DT-A
116802         REMAINDER WRK-DT-M.
116812     IF WRK-DT-M < 1 OR WRK-DT-M > 12
116822         DISPLAY "MES INVALIDO."
116832         GO TO 4560-EXTRATO-CLIENTE-EXIT
116842     END-IF.
116852     COMPUTE WRK-EXT-DATA-INI = WRK-EXT-MES * 100 + 1.
116862     COMPUTE WRK-EXT-DATA-FIM = WRK-EXT-MES * 100 + 31.
116872     MOVE ZEROS TO WRK-EXT-SALDO-ANT WRK-EXT-COMPRAS
116882                   WRK-EXT-PAGTOS WRK-EXT-JUROS WRK-EXT-ESTORNOS.
116892     ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
116902     MOVE "N" TO WRK-SW-FIA-LISTAR.
116912     PERFORM 4530-APURAR-DEBITO THRU 4530-APURAR-DEBITO-EXIT.
116922     MOVE "N" TO WRK-SW-EXT-IMPRIMIR.
116932     PERFORM 4561-TITULOS-EXTRATO THRU 4561-TITULOS-EXTRATO-EXIT.
116942     PERFORM 4563-BAIXAS-EXTRATO THRU 4563-BAIXAS-EXTRATO-EXIT.
116952     COMPUTE WRK-EXT-SALDO-FIM = WRK-EXT-SALDO-ANT
116962         + WRK-EXT-COMPRAS - WRK-EXT-PAGTOS - WRK-EXT-ESTORNOS.
116972     OPEN OUTPUT ARQ-EXTRATO.
116982     MOVE SPACES TO WRK-LINHA-RELATORIO.
116992     STRING "EXTRATO DO CLIENTE " REG-CLI-COD " " REG-CLI-NOME
117002         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
117012     WRITE REG-LINHA-EXTRATO FROM WRK-LINHA-RELATORIO.
117022     MOVE SPACES TO WRK-LINHA-RELATORIO.
117032     STRING "MES DE REFERENCIA: " WRK-EXT-MES
117042         "   EMITIDO EM: " WRK-DATA-SISTEMA
117052         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
117062     WRITE REG-LINHA-EXTRATO FROM WRK-LINHA-RELATORIO.
117072     MOVE WRK-EXT-SALDO-ANT TO WRK-REC-TOTAL-ED.
117082     MOVE SPACES TO WRK-LINHA-RELATORIO.
117092     STRING "SALDO ANTERIOR.............: " WRK-REC-TOTAL-ED
117102         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
117112     WRITE REG-LINHA-EXTRATO FROM WRK-LINHA-RELATORIO.
117122     MOVE "COMPRAS NO MES: DATA     CAIXA COMPROV VENCIMENTO"
117132         TO WRK-LINHA-RELATORIO.
117142     WRITE REG-LINHA-EXTRATO FROM WRK-LINHA-RELATORIO.
117152     MOVE "S" TO WRK-SW-EXT-IMPRIMIR.
117162     PERFORM 4561-TITULOS-EXTRATO THRU 4561-TITULOS-EXTRATO-EXIT.
117172     MOVE SPACES TO WRK-LINHA-RELATORIO.
117182     STRING "BAIXAS NO MES:  DATA     TIPO TITULO"
117192         "                 PRINCIPAL     JUROS"
117202         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
117212     WRITE REG-LINHA-EXTRATO FROM WRK-LINHA-RELATORIO.
117222     PERFORM 4563-BAIXAS-EXTRATO THRU 4563-BAIXAS-EXTRATO-EXIT.
117232     PERFORM 4567-TOTAIS-EXTRATO THRU 4567-TOTAIS-EXTRATO-EXIT.
117242     MOVE SPACES TO WRK-LINHA-RELATORIO.
117252     STRING "TITULOS EM ABERTO EM " WRK-DATA-SISTEMA
117262         ": DATA CAIXA COMPROV VENC. SALDO JUROS"
117272         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
117282     WRITE REG-LINHA-EXTRATO FROM WRK-LINHA-RELATORIO.
117292     PERFORM 4531-POSICIONAR-TITULOS
117302         THRU 4531-POSICIONAR-TITULOS-EXIT.
117312     PERFORM 4566-TITULO-ABERTO-EXTRATO
117322         THRU 4566-TITULO-ABERTO-EXTRATO-EXIT
117332         UNTIL FIM-TITULO.
117342     IF WRK-FIA-SEM-TITULO > ZEROS
117352         MOVE WRK-FIA-SEM-TITULO TO WRK-REC-TOTAL-ED
117362         MOVE SPACES TO WRK-LINHA-RELATORIO
117372         STRING "DEBITO ANTERIOR SEM TITULO.: " WRK-REC-TOTAL-ED
117382             DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO
117392         WRITE REG-LINHA-EXTRATO FROM WRK-LINHA-RELATORIO
117402     END-IF.
117412     MOVE WRK-FIA-DEVIDO TO WRK-REC-TOTAL-ED.
117422     MOVE SPACES TO WRK-LINHA-RELATORIO.
117432     STRING "TOTAL DEVIDO HOJE C/ JUROS.: " WRK-REC-TOTAL-ED
117442         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
117452     WRITE REG-LINHA-EXTRATO FROM WRK-LINHA-RELATORIO.
117462     CLOSE ARQ-EXTRATO.
117472     DISPLAY "EXTRATO DO CLIENTE GRAVADO EM EXTRATO.".
117482 4560-EXTRATO-CLIENTE-EXIT.
117492     EXIT.
117502
117512*-------------------------------------------------------
117522* TITULOS DO CLIENTE: SEM EXT-IMPRIMIR SOMA O SALDO ANTERIOR
117532* E AS COMPRAS DO MES; COM ELE, LISTA AS COMPRAS DO MES.
117542*-------------------------------------------------------
117552 4561-TITULOS-EXTRATO.
117562     PERFORM 4531-POSICIONAR-TITULOS
117572         THRU 4531-POSICIONAR-TITULOS-EXIT.
117582     PERFORM 4562-TITULO-EXTRATO THRU 4562-TITULO-EXTRATO-EXIT
117592         UNTIL FIM-TITULO.
117602 4561-TITULOS-EXTRATO-EXIT.
117612     EXIT.
117622
117632*-------------------------------------------------------
117642 4562-TITULO-EXTRATO.
117652     IF REG-TIT-DATA < WRK-EXT-DATA-INI
117662         IF NOT EXT-IMPRIMIR
117672             ADD REG-TIT-VALOR TO WRK-EXT-SALDO-ANT
117682         END-IF
117692     ELSE
117702         IF REG-TIT-DATA NOT > WRK-EXT-DATA-FIM
117712             IF EXT-IMPRIMIR
117722                 MOVE REG-TIT-VALOR TO WRK-ED-FIA-VALOR
117732                 MOVE SPACES TO WRK-LINHA-RELATORIO
117742                 STRING "                " REG-TIT-DATA " "
117752                     REG-TIT-CAIXA "  " REG-TIT-COMPROV "  "
117762                     REG-TIT-VENCIMENTO "   " WRK-ED-FIA-VALOR
117772                     DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO
117782                 WRITE REG-LINHA-EXTRATO FROM WRK-LINHA-RELATORIO
117792             ELSE
117802                 ADD REG-TIT-VALOR TO WRK-EXT-COMPRAS
117812             END-IF
117822         END-IF
117832     END-IF.
117842     PERFORM 4533-LER-TITULO THRU 4533-LER-TITULO-EXIT.
117852 4562-TITULO-EXTRATO-EXIT.
117862     EXIT.
117872
117882*-------------------------------------------------------
117892* BAIXAS DO CLIENTE: SEM EXT-IMPRIMIR ABATE DO SALDO
117902* ANTERIOR AS BAIXAS ANTES DO MES E SOMA AS DO MES; COM
117912* ELE, LISTA AS BAIXAS DO MES.
117922*-------------------------------------------------------
117932 4563-BAIXAS-EXTRATO.
117942     OPEN INPUT ARQ-BAIXATIT.
117952     IF WRK-FS-BAIXATIT NOT = "00"
117962         GO TO 4563-BAIXAS-EXTRATO-EXIT
117972     END-IF.
117982     MOVE "N" TO WRK-SW-EOF-BXT.
117992     PERFORM 4565-LER-BAIXA THRU 4565-LER-BAIXA-EXIT.
118002     PERFORM 4564-BAIXA-EXTRATO THRU 4564-BAIXA-EXTRATO-EXIT
118012         UNTIL FIM-BAIXATIT.
118022     CLOSE ARQ-BAIXATIT.
118032 4563-BAIXAS-EXTRATO-EXIT.
118042     EXIT.
118052
118062*-------------------------------------------------------
118072 4564-BAIXA-EXTRATO.
118082     IF REG-BXT-CLIENTE NOT = WRK-FIA-CLI
118092         GO TO 4564-PROXIMA-BAIXA
118102     END-IF.
118112     IF REG-BXT-DATA < WRK-EXT-DATA-INI
118122         IF NOT EXT-IMPRIMIR
118132             SUBTRACT REG-BXT-PRINCIPAL FROM WRK-EXT-SALDO-ANT
118142         END-IF
118152         GO TO 4564-PROXIMA-BAIXA
118162     END-IF.
118172     IF REG-BXT-DATA > WRK-EXT-DATA-FIM
118182         GO TO 4564-PROXIMA-BAIXA
118192     END-IF.
118202     IF EXT-IMPRIMIR
118212         MOVE REG-BXT-PRINCIPAL TO WRK-ED-FIA-VALOR
118222         MOVE REG-BXT-JUROS TO WRK-ED-FIA-JUROS
118232         MOVE SPACES TO WRK-LINHA-RELATORIO
118242         STRING "                " REG-BXT-DATA "  "
118252             REG-BXT-TIPO "   " REG-BXT-TIT-DATA "/"
118262             REG-BXT-TIT-CAIXA "/" REG-BXT-TIT-COMPROV " "
118272             WRK-ED-FIA-VALOR " " WRK-ED-FIA-JUROS
118282             DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO
118292         WRITE REG-LINHA-EXTRATO FROM WRK-LINHA-RELATORIO
118302     ELSE
118312         IF BXT-PAGAMENTO
118322             ADD REG-BXT-PRINCIPAL TO WRK-EXT-PAGTOS
118332             ADD REG-BXT-JUROS TO WRK-EXT-JUROS
118342         ELSE
118352             ADD REG-BXT-PRINCIPAL TO WRK-EXT-ESTORNOS
118362         END-IF
118372     END-IF.
118382 4564-PROXIMA-BAIXA.
118392     PERFORM 4565-LER-BAIXA THRU 4565-LER-BAIXA-EXIT.
118402 4564-BAIXA-EXTRATO-EXIT.
118412     EXIT.
118422
118432*-------------------------------------------------------
118442 4565-LER-BAIXA.
118452     READ ARQ-BAIXATIT
118462         AT END
118472             MOVE "S" TO WRK-SW-EOF-BXT
118482     END-READ.
118492 4565-LER-BAIXA-EXIT.
118502     EXIT.
118512
118522*-------------------------------------------------------
118532 4566-TITULO-ABERTO-EXTRATO.
118542     IF TIT-ABERTO
118552         MOVE REG-TIT-VENCIMENTO TO WRK-FIA-VENC
118562         MOVE ZEROS TO WRK-FIA-VALOR-FAIXA
118572         PERFORM 4535-CLASSIFICAR-ATRASO
118582             THRU 4535-CLASSIFICAR-ATRASO-EXIT
118592         PERFORM 4536-CALCULAR-JUROS
118602             THRU 4536-CALCULAR-JUROS-EXIT
118612         MOVE REG-TIT-SALDO TO WRK-ED-FIA-VALOR
118622         MOVE WRK-FIA-JUROS-TIT TO WRK-ED-FIA-JUROS
118632         MOVE SPACES TO WRK-LINHA-RELATORIO
118642         STRING "  " REG-TIT-DATA " " REG-TIT-CAIXA " "
118652             REG-TIT-COMPROV " " REG-TIT-VENCIMENTO " "
118662             WRK-ED-FIA-VALOR " " WRK-ED-FIA-JUROS
118672             DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO
118682         WRITE REG-LINHA-EXTRATO FROM WRK-LINHA-RELATORIO
118692     END-IF.
118702     PERFORM 4533-LER-TITULO THRU 4533-LER-TITULO-EXIT.
118712 4566-TITULO-ABERTO-EXTRATO-EXIT.
118722     EXIT.
118732
118742*-------------------------------------------------------
118752 4567-TOTAIS-EXTRATO.
118762     MOVE WRK-EXT-COMPRAS TO WRK-REC-TOTAL-ED.
118772     MOVE SPACES TO WRK-LINHA-RELATORIO.
118782     STRING "TOTAL DE COMPRAS...........: " WRK-REC-TOTAL-ED
118792         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
118802     WRITE REG-LINHA-EXTRATO FROM WRK-LINHA-RELATORIO.
118812     MOVE WRK-EXT-PAGTOS TO WRK-REC-TOTAL-ED.
118822     MOVE SPACES TO WRK-LINHA-RELATORIO.
118832     STRING "TOTAL PAGO (PRINCIPAL).....: " WRK-REC-TOTAL-ED
118842         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
118852     WRITE REG-LINHA-EXTRATO FROM WRK-LINHA-RELATORIO.
118862     MOVE WRK-EXT-JUROS TO WRK-REC-TOTAL-ED.
118872     MOVE SPACES TO WRK-LINHA-RELATORIO.
118882     STRING "JUROS PAGOS................: " WRK-REC-TOTAL-ED
118892         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
118902     WRITE REG-LINHA-EXTRATO FROM WRK-LINHA-RELATORIO.
118912     MOVE WRK-EXT-ESTORNOS TO WRK-REC-TOTAL-ED.
118922     MOVE SPACES TO WRK-LINHA-RELATORIO.
118932     STRING "ESTORNOS...................: " WRK-REC-TOTAL-ED
118942         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
118952     WRITE REG-LINHA-EXTRATO FROM WRK-LINHA-RELATORIO.
118962     MOVE WRK-EXT-SALDO-FIM TO WRK-REC-TOTAL-ED.
118972     MOVE SPACES TO WRK-LINHA-RELATORIO.
118982     STRING "SALDO NO FIM DO MES........: " WRK-REC-TOTAL-ED
118992         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
119002     WRITE REG-LINHA-EXTRATO FROM WRK-LINHA-RELATORIO.
119012 4567-TOTAIS-EXTRATO-EXIT.
119022     EXIT.
119032
119042*-------------------------------------------------------
119052* NUMERO DE DIAS CORRIDOS DA DATA WRK-DT-DATA (AAAAMMDD),
119062* CONTANDO O ANO A PARTIR DE MARCO PARA QUE FEVEREIRO
119072* FIQUE NO FIM. SO SERVE PARA DIFERENCA ENTRE DUAS DATAS.
119082*-------------------------------------------------------
119092 9500-CALCULAR-DIAS-DATA.
119102     MOVE WRK-DT-ANO TO WRK-DT-A.
119112     MOVE WRK-DT-MES TO WRK-DT-M.
119122     IF WRK-DT-M < 3
119132         SUBTRACT 1 FROM WRK-DT-A
119142         ADD 12 TO WRK-DT-M
119152     END-IF.
119162     DIVIDE WRK-DT-A BY 4 GIVING WRK-DT-Q4.
119172     DIVIDE WRK-DT-A BY 100 GIVING WRK-DT-Q100.
119182     DIVIDE WRK-DT-A BY 400 GIVING WRK-DT-Q400.
119192     COMPUTE WRK-DT-AUX = 153 * (WRK-DT-M - 3) + 2.
119202     DIVIDE WRK-DT-AUX BY 5 GIVING WRK-DT-QMES.
119212     COMPUTE WRK-DT-DIAS = 365 * WRK-DT-A + WRK-DT-Q4
119222         - WRK-DT-Q100 + WRK-DT-Q400 + WRK-DT-QMES + WRK-DT-DIA.
119232 9500-CALCULAR-DIAS-DATA-EXIT.
119242     EXIT.
119252
119262*-------------------------------------------------------
119272* SOMA WRK-DT-PRAZO DIAS A WRK-DT-DATA.
119282*-------------------------------------------------------
119292 9510-SOMAR-DIAS-DATA.
119302     COMPUTE WRK-DT-RESTO = WRK-DT-DIA + WRK-DT-PRAZO.
119312     PERFORM 9516-DIAS-DO-MES THRU 9516-DIAS-DO-MES-EXIT.
119322     PERFORM 9515-AVANCAR-MES THRU 9515-AVANCAR-MES-EXIT
119332         UNTIL WRK-DT-RESTO NOT > WRK-DT-DIAS-MES.
119342     MOVE WRK-DT-RESTO TO WRK-DT-DIA.
119352 9510-SOMAR-DIAS-DATA-EXIT.
119362     EXIT.
119372
119382*-------------------------------------------------------
119392 9515-AVANCAR-MES.
119402     SUBTRACT WRK-DT-DIAS-MES FROM WRK-DT-RESTO.
119412     IF WRK-DT-MES = 12
119422         MOVE 1 TO WRK-DT-MES
119432         ADD 1 TO WRK-DT-ANO
119442     ELSE
119452         ADD 1 TO WRK-DT-MES
119462     END-IF.
119472     PERFORM 9516-DIAS-DO-MES THRU 9516-DIAS-DO-MES-EXIT.
119482 9515-AVANCAR-MES-EXIT.
119492     EXIT.
119502
119512*-------------------------------------------------------
119522 9516-DIAS-DO-MES.
119532     MOVE WRK-DT-TAB-DIAS(WRK-DT-MES) TO WRK-DT-DIAS-MES.
119542     IF WRK-DT-MES = 2
119552         DIVIDE WRK-DT-ANO BY 4 GIVING WRK-DT-Q4
119562             REMAINDER WRK-DT-R4
119572         DIVIDE WRK-DT-ANO BY 100 GIVING WRK-DT-Q100
119582             REMAINDER WRK-DT-R100
119592         DIVIDE WRK-DT-ANO BY 400 GIVING WRK-DT-Q400
119602             REMAINDER WRK-DT-R400
119612         IF WRK-DT-R4 = ZEROS
119622             AND (WRK-DT-R100 NOT = ZEROS OR WRK-DT-R400 = ZEROS)
119632             MOVE 29 TO WRK-DT-DIAS-MES
119642         END-IF
119652     END-IF.
119662 9516-DIAS-DO-MES-EXIT.
119672     EXIT.
119682
119692*-------------------------------------------------------
119702* WRK-DT-DATA EDITADA COMO DD/MM/AAAA EM WRK-ED-DT-DATA.
119712*-------------------------------------------------------
119722 9520-EDITAR-DATA.
119732     MOVE SPACES TO WRK-ED-DT-DATA.
119742     STRING WRK-DT-DIA "/" WRK-DT-MES "/" WRK-DT-ANO
119752         DELIMITED BY SIZE INTO WRK-ED-DT-DATA.
119762 9520-EDITAR-DATA-EXIT.
119772     EXIT.
119782
119792*-------------------------------------------------------
119802* ABERTURA DO CAIXA: APLICA AS ALTERACOES DE PRECO
119812* PROGRAMADAS PENDENTES COM VIGENCIA ATE HOJE, EM ORDEM DE
119822* DATA, E GERA O ARQUIVO DE ETIQUETAS DE GONDOLA DO DIA.
119832*-------------------------------------------------------
119842 1500-APLICAR-PRECOS-PROGRAMADOS.
119852     ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
119862     MOVE ZEROS TO WRK-PRC-APLICADOS.
119872     MOVE "N" TO WRK-SW-EOF-PPG.
119882     MOVE ZEROS TO REG-PPG-DATA-VIGENCIA.
119892     MOVE ZEROS TO REG-PPG-PRODUTO.
119902     START ARQ-PRECOPROG KEY IS NOT LESS THAN REG-PPG-CHAVE
119912         INVALID KEY
119922             MOVE "S" TO WRK-SW-EOF-PPG
119932     END-START.
119942     IF NOT FIM-PRECO-PROG
119952         PERFORM 1505-LER-PRECO-PROG THRU 1505-LER-PRECO-PROG-EXIT
119962     END-IF.
119972     PERFORM 1510-APLICAR-UM-PRECO THRU 1510-APLICAR-UM-PRECO-EXIT
119982         UNTIL FIM-PRECO-PROG.
119992     IF WRK-PRC-APLICADOS > ZEROS
120002         DISPLAY "ALTERACOES DE PRECO APLICADAS HOJE: "
120012             WRK-PRC-APLICADOS
120022     END-IF.
120032     PERFORM 1550-GERAR-ETIQUETAS THRU 1550-GERAR-ETIQUETAS-EXIT.
120042 1500-APLICAR-PRECOS-PROGRAMADOS-EXIT.
120052     EXIT.
120062
120072*-------------------------------------------------------
120082 1505-LER-PRECO-PROG.
120092     READ ARQ-PRECOPROG NEXT RECORD
120102         AT END
120112             MOVE "S" TO WRK-SW-EOF-PPG
120122     END-READ.
120132     IF NOT FIM-PRECO-PROG
120142         AND REG-PPG-DATA-VIGENCIA > WRK-DATA-SISTEMA
120152         MOVE "S" TO WRK-SW-EOF-PPG
120162     END-IF.
120172 1505-LER-PRECO-PROG-EXIT.
120182     EXIT.
120192
120202*-------------------------------------------------------
120212 1510-APLICAR-UM-PRECO.
120222     IF PPG-PENDENTE
120232         MOVE REG-PPG-PRODUTO TO REG-PROD-COD
120242         READ ARQ-PRODUTO
120252             INVALID KEY
120262                 DISPLAY "AVISO: PRODUTO " REG-PPG-PRODUTO
120272                     " DO PRECO PROGRAMADO NAO CADASTRADO."
120282                 MOVE "C" TO REG-PPG-STATUS
120292             NOT INVALID KEY
120302                 MOVE REG-PROD-PRECO TO WRK-PRC-ANTERIOR
120312                 MOVE REG-PPG-PRECO-NOVO TO REG-PROD-PRECO
120322                 REWRITE REG-PRODUTO
120332                 MOVE "P" TO WRK-PRC-ORIGEM
120342                 MOVE REG-PPG-OPERADOR TO WRK-PRC-OPERADOR
120352                 PERFORM 8020-GRAVAR-HIST-PRECO
120362                     THRU 8020-GRAVAR-HIST-PRECO-EXIT
120372                 MOVE "A" TO REG-PPG-STATUS
120382                 ADD 1 TO WRK-PRC-APLICADOS
120392         END-READ
120402         MOVE WRK-DATA-SISTEMA TO REG-PPG-DATA-APLICACAO
120412         REWRITE REG-PRECO-PROG
120422     END-IF.
120432     PERFORM 1505-LER-PRECO-PROG THRU 1505-LER-PRECO-PROG-EXIT.
120442 1510-APLICAR-UM-PRECO-EXIT.
120443     EXIT.
120444
120445*-------------------------------------------------------
120446* ARQUIVO DE ETIQUETAS JA GERADO HOJE: OS PRODUTOS NELE
120447* ENTRAM NA TABELA DE JA ETIQUETADOS E O ARQUIVO E
120448* ESTENDIDO, PRESERVANDO AS ETIQUETAS AVULSAS DO DIA.
120449*-------------------------------------------------------
120450 1540-ETIQUETAS-DO-DIA.
120451     MOVE "N" TO WRK-SW-ETQ-DO-DIA.
120452     OPEN INPUT ARQ-ETIQUETA.
120453     IF WRK-FS-ETIQUETA NOT = "00"
120454         GO TO 1540-ETIQUETAS-DO-DIA-EXIT
120455     END-IF.
120456     MOVE "N" TO WRK-SW-EOF-ETQ.
120457     PERFORM 1542-LER-ETIQUETA THRU 1542-LER-ETIQUETA-EXIT.
120458     PERFORM 1541-CARREGAR-ETIQUETA
120459         THRU 1541-CARREGAR-ETIQUETA-EXIT
120460         UNTIL FIM-ETIQUETAS.
120461     CLOSE ARQ-ETIQUETA.
120462 1540-ETIQUETAS-DO-DIA-EXIT.
120463     EXIT.
120464
120465*-------------------------------------------------------
120466 1541-CARREGAR-ETIQUETA.
120467     IF REG-ETQ-DATA NOT = WRK-DATA-SISTEMA
120468         GO TO 1541-PROXIMA-ETIQUETA
120469     END-IF.
120470     MOVE "S" TO WRK-SW-ETQ-DO-DIA.
120471     MOVE REG-ETQ-PRODUTO TO REG-PROD-COD.
120472     MOVE "N" TO WRK-SW-ETQ-EMITIDA.
120473     PERFORM 1558-COMPARAR-ETIQUETADO
120474         THRU 1558-COMPARAR-ETIQUETADO-EXIT
120475         VARYING WRK-ETQ-POS FROM 1 BY 1
120476         UNTIL WRK-ETQ-POS > WRK-ETQ-USADOS OR ETQ-JA-EMITIDA.
120477     IF NOT ETQ-JA-EMITIDA AND WRK-ETQ-USADOS < WRK-MAX-ETQ
120478         ADD 1 TO WRK-ETQ-USADOS
120479         MOVE REG-PROD-COD TO WRK-ETQ-TAB-COD(WRK-ETQ-USADOS)
120480     END-IF.
120481 1541-PROXIMA-ETIQUETA.
120482     PERFORM 1542-LER-ETIQUETA THRU 1542-LER-ETIQUETA-EXIT.
120483 1541-CARREGAR-ETIQUETA-EXIT.
120484     EXIT.
120485
120486*-------------------------------------------------------
120487 1542-LER-ETIQUETA.
120488     READ ARQ-ETIQUETA
120489         AT END
120490             MOVE "S" TO WRK-SW-EOF-ETQ
120491     END-READ.
120492 1542-LER-ETIQUETA-EXIT.
120493     EXIT.
120494
120495*-------------------------------------------------------
120496* ETIQUETAS DO DIA: PRODUTOS COM PRECO ALTERADO HOJE (PELO
120497* HISTORICO DE PRECOS), PROMOCOES ATIVAS QUE COMECAM HOJE E
120502* PROMOCOES ATIVAS QUE TERMINARAM ONTEM (PRECO NORMAL VOLTA
120506* HOJE). CADA PRODUTO SAI UMA SO VEZ, COM O PRECO DO CAIXA.
120510* CAIXA REABERTO NO MESMO DIA ACRESCENTA AO ARQUIVO, SEM
120514* REPETIR OS PRODUTOS JA ETIQUETADOS (INCLUSIVE AVULSAS).
120522*-------------------------------------------------------
120532 1550-GERAR-ETIQUETAS.
120542     MOVE ZEROS TO WRK-ETQ-USADOS.
120552     MOVE ZEROS TO WRK-ETQ-GERADAS.
120554     PERFORM 1540-ETIQUETAS-DO-DIA
120555         THRU 1540-ETIQUETAS-DO-DIA-EXIT.
120556     IF ETQ-ARQUIVO-DO-DIA
120558         OPEN EXTEND ARQ-ETIQUETA
120560     ELSE
120562         OPEN OUTPUT ARQ-ETIQUETA
120564     END-IF.
120572     IF WRK-FS-ETIQUETA NOT = "00"
120582         DISPLAY "AVISO: ARQUIVO DE ETIQUETAS NAO GERADO. FS="
120592             WRK-FS-ETIQUETA
120602         GO TO 1550-GERAR-ETIQUETAS-EXIT
120612     END-IF.
120622     MOVE WRK-DATA-SISTEMA TO WRK-DT-DATA.
120632     PERFORM 9500-CALCULAR-DIAS-DATA
120642         THRU 9500-CALCULAR-DIAS-DATA-EXIT.
120652     COMPUTE WRK-ETQ-DIAS-ONTEM = WRK-DT-DIAS - 1.
120662     PERFORM 1551-ETIQUETAS-PRECO THRU 1551-ETIQUETAS-PRECO-EXIT.
120672     PERFORM 1555-ETIQUETAS-PROMOCAO
120682         THRU 1555-ETIQUETAS-PROMOCAO-EXIT.
120692     CLOSE ARQ-ETIQUETA.
120702     DISPLAY "ETIQUETAS DE GONDOLA DO DIA: " WRK-ETQ-GERADAS.
120712 1550-GERAR-ETIQUETAS-EXIT.
120722     EXIT.
120732
120742*-------------------------------------------------------
120752 1551-ETIQUETAS-PRECO.
120762     OPEN INPUT ARQ-HISTPRECO.
120772     IF WRK-FS-HISTPREC NOT = "00"
120782         GO TO 1551-ETIQUETAS-PRECO-EXIT
120792     END-IF.
120802     MOVE "N" TO WRK-SW-EOF-HPR.
120812     PERFORM 1552-LER-HIST-PRECO THRU 1552-LER-HIST-PRECO-EXIT.
120822     PERFORM 1553-ETIQUETA-HIST-PRECO
120832         THRU 1553-ETIQUETA-HIST-PRECO-EXIT
120842         UNTIL FIM-HIST-PRECO.
120852     CLOSE ARQ-HISTPRECO.
120862 1551-ETIQUETAS-PRECO-EXIT.
120872     EXIT.
120882
120892*-------------------------------------------------------
120902 1552-LER-HIST-PRECO.
120912     READ ARQ-HISTPRECO
120922         AT END
120932             MOVE "S" TO WRK-SW-EOF-HPR
120942     END-READ.
120952 1552-LER-HIST-PRECO-EXIT.
120962     EXIT.
120972
120982*-------------------------------------------------------
120992 1553-ETIQUETA-HIST-PRECO.
121002     IF REG-HPR-DATA = WRK-DATA-SISTEMA
121012         MOVE REG-HPR-PRODUTO TO REG-PROD-COD
121022         MOVE "A" TO WRK-ETQ-MOTIVO
121032         PERFORM 1565-LER-PROMOCAO-ETIQUETA
121042             THRU 1565-LER-PROMOCAO-ETIQUETA-EXIT
121052         PERFORM 1557-ETIQUETAR-PRODUTO
121062             THRU 1557-ETIQUETAR-PRODUTO-EXIT
121072     END-IF.
121082     PERFORM 1552-LER-HIST-PRECO THRU 1552-LER-HIST-PRECO-EXIT.
121092 1553-ETIQUETA-HIST-PRECO-EXIT.
121102     EXIT.
121112
121122*-------------------------------------------------------
121132 1555-ETIQUETAS-PROMOCAO.
121142     MOVE "N" TO WRK-SW-EOF-PROMO.
121152     MOVE ZEROS TO REG-PROMO-COD.
121162     START ARQ-PROMOCAO KEY IS NOT LESS THAN REG-PROMO-COD
121172         INVALID KEY
121182             MOVE "S" TO WRK-SW-EOF-PROMO
121192     END-START.
121202     IF NOT FIM-PROMOCAO
121212         PERFORM 1556-LER-PROMOCAO THRU 1556-LER-PROMOCAO-EXIT
121222     END-IF.
121232     PERFORM 1559-ETIQUETA-PROMOCAO
121242         THRU 1559-ETIQUETA-PROMOCAO-EXIT
121252         UNTIL FIM-PROMOCAO.
121262 1555-ETIQUETAS-PROMOCAO-EXIT.
121272     EXIT.
121282
121292*-------------------------------------------------------
121302 1556-LER-PROMOCAO.
121312     READ ARQ-PROMOCAO NEXT RECORD
121322         AT END
121332             MOVE "S" TO WRK-SW-EOF-PROMO
121342     END-READ.
121352 1556-LER-PROMOCAO-EXIT.
121362     EXIT.
121372
121382*-------------------------------------------------------
121392* O PRODUTO EM REG-PROD-COD RECEBE ETIQUETA SE AINDA NAO
121402* SAIU NESTA GERACAO E ESTA ATIVO.
121412*-------------------------------------------------------
121422 1557-ETIQUETAR-PRODUTO.
121432     MOVE "N" TO WRK-SW-ETQ-EMITIDA.
121442     PERFORM 1558-COMPARAR-ETIQUETADO
121452         THRU 1558-COMPARAR-ETIQUETADO-EXIT
121462         VARYING WRK-ETQ-POS FROM 1 BY 1
121472         UNTIL WRK-ETQ-POS > WRK-ETQ-USADOS OR ETQ-JA-EMITIDA.
121482     IF ETQ-JA-EMITIDA
121492         GO TO 1557-ETIQUETAR-PRODUTO-EXIT
121502     END-IF.
121512     READ ARQ-PRODUTO
121522         INVALID KEY
121532             GO TO 1557-ETIQUETAR-PRODUTO-EXIT
121542     END-READ.
121552     IF PRODUTO-INATIVO
121562         GO TO 1557-ETIQUETAR-PRODUTO-EXIT
121572     END-IF.
121582     IF WRK-ETQ-USADOS < WRK-MAX-ETQ
121592         ADD 1 TO WRK-ETQ-USADOS
121602         MOVE REG-PROD-COD TO WRK-ETQ-TAB-COD(WRK-ETQ-USADOS)
121612     END-IF.
121622     PERFORM 1560-GRAVAR-ETIQUETA THRU 1560-GRAVAR-ETIQUETA-EXIT.
121632 1557-ETIQUETAR-PRODUTO-EXIT.
121642     EXIT.
121652
121662*-------------------------------------------------------
121672 1558-COMPARAR-ETIQUETADO.
121682     IF WRK-ETQ-TAB-COD(WRK-ETQ-POS) = REG-PROD-COD
121692         MOVE "S" TO WRK-SW-ETQ-EMITIDA
121702     END-IF.
121712 1558-COMPARAR-ETIQUETADO-EXIT.
121722     EXIT.
121732
121742*-------------------------------------------------------
121752* PROMOCAO ATIVA EM REG-PROMOCAO QUE COMECA HOJE (I) OU QUE
121762* TERMINOU ONTEM (F).
121772*-------------------------------------------------------
121782 1559-ETIQUETA-PROMOCAO.
121792     IF NOT PROMOCAO-ATIVA
121802         GO TO 1559-PROXIMA-PROMOCAO
121812     END-IF.
121822     MOVE SPACES TO WRK-ETQ-MOTIVO.
121832     IF REG-PROMO-DATA-INI = WRK-DATA-SISTEMA
121842         MOVE "I" TO WRK-ETQ-MOTIVO
121852     ELSE
121862         MOVE REG-PROMO-DATA-FIM TO WRK-DT-DATA
121872         PERFORM 9500-CALCULAR-DIAS-DATA
121882             THRU 9500-CALCULAR-DIAS-DATA-EXIT
121892         IF WRK-DT-DIAS = WRK-ETQ-DIAS-ONTEM
121902             MOVE "F" TO WRK-ETQ-MOTIVO
121912         END-IF
121922     END-IF.
121932     IF WRK-ETQ-MOTIVO NOT = SPACES
121942         MOVE REG-PROMO-COD TO REG-PROD-COD
121952         MOVE "S" TO WRK-SW-ETQ-PROMO
121962         PERFORM 1557-ETIQUETAR-PRODUTO
121972             THRU 1557-ETIQUETAR-PRODUTO-EXIT
121982     END-IF.
121992 1559-PROXIMA-PROMOCAO.
122002     PERFORM 1556-LER-PROMOCAO THRU 1556-LER-PROMOCAO-EXIT.
122012 1559-ETIQUETA-PROMOCAO-EXIT.
122022     EXIT.
122032
122042*-------------------------------------------------------
122052* ETIQUETA DO PRODUTO EM REG-PRODUTO COM O PRECO COBRADO
122062* HOJE NO CAIXA: O DA PROMOCAO EM REG-PROMOCAO (SE
122072* ETQ-COM-PROMOCAO) QUANDO ATIVA E VIGENTE, SENAO O DE
122082* TABELA. PRODUTO DE BALANCA LEVA TAMBEM O PRECO POR QUILO.
122092*-------------------------------------------------------
122102 1560-GRAVAR-ETIQUETA.
122112     MOVE REG-PROD-COD TO REG-ETQ-PRODUTO.
122122     MOVE REG-PROD-DESC TO REG-ETQ-DESC.
122132     MOVE REG-PROD-PRECO TO REG-ETQ-PRECO.
122142     MOVE "N" TO REG-ETQ-PROMOCAO.
122152     MOVE ZEROS TO REG-ETQ-PROMO-FIM.
122162     IF ETQ-COM-PROMOCAO
122172         AND PROMOCAO-ATIVA
122182         AND REG-PROMO-DATA-INI NOT > WRK-DATA-SISTEMA
122192         AND REG-PROMO-DATA-FIM NOT < WRK-DATA-SISTEMA
122202         MOVE REG-PROMO-PRECO TO REG-ETQ-PRECO
122212         MOVE "S" TO REG-ETQ-PROMOCAO
122222         MOVE REG-PROMO-DATA-FIM TO REG-ETQ-PROMO-FIM
122232     END-IF.
122242     MOVE REG-PROD-COD TO WRK-CB-NUM.
122252     IF WRK-CB-PREFIXO = 2
122262         MOVE REG-ETQ-PRECO TO REG-ETQ-PRECO-KG
122272     ELSE
122282         MOVE ZEROS TO REG-ETQ-PRECO-KG
122292     END-IF.
122302     MOVE WRK-ETQ-MOTIVO TO REG-ETQ-MOTIVO.
122312     MOVE WRK-DATA-SISTEMA TO REG-ETQ-DATA.
122322     WRITE REG-ETIQUETA.
122332     ADD 1 TO WRK-ETQ-GERADAS.
122342 1560-GRAVAR-ETIQUETA-EXIT.
122352     EXIT.
122362
122372*-------------------------------------------------------
122382 1565-LER-PROMOCAO-ETIQUETA.
122392     MOVE REG-PROD-COD TO REG-PROMO-COD.
122402     READ ARQ-PROMOCAO
122412         INVALID KEY
122422             MOVE "N" TO WRK-SW-ETQ-PROMO
122432         NOT INVALID KEY
122442             MOVE "S" TO WRK-SW-ETQ-PROMO
122452     END-READ.
122462 1565-LER-PROMOCAO-ETIQUETA-EXIT.
122472     EXIT.
122482
122492*-------------------------------------------------------
122502* PRECO DIGITADO NA MANUTENCAO DE PRODUTO EXISTENTE: COM
122512* VIGENCIA FUTURA FICA PROGRAMADO E O PRECO ATUAL SE MANTEM;
122522* SENAO VALE DE IMEDIATO, COM HISTORICO E ETIQUETA.
122532*-------------------------------------------------------
122542 8010-ALT-PRECO.
122552     IF WRK-MANUT-PRECO = REG-PROD-PRECO
122562         GO TO 8010-ALT-PRECO-EXIT
122572     END-IF.
122582     ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
122592     MOVE REG-PROD-PRECO TO WRK-ED-PRC-PRECO.
122602     DISPLAY "PRECO ATUAL: " WRK-ED-PRC-PRECO.
122612     DISPLAY "VIGENCIA DO NOVO PRECO (AAAAMMDD, 0 = HOJE): "
122622         WITH NO ADVANCING.
122632     ACCEPT WRK-PRC-VIGENCIA.
122642     IF WRK-PRC-VIGENCIA > WRK-DATA-SISTEMA
122652         PERFORM 8015-PROGRAMAR-PRECO
122662             THRU 8015-PROGRAMAR-PRECO-EXIT
122672         GO TO 8010-ALT-PRECO-EXIT
122682     END-IF.
122692     MOVE REG-PROD-PRECO TO WRK-PRC-ANTERIOR.
122702     MOVE WRK-MANUT-PRECO TO REG-PROD-PRECO.
122712     MOVE "M" TO WRK-PRC-ORIGEM.
122722     MOVE WRK-OPERADOR TO WRK-PRC-OPERADOR.
122732     PERFORM 8020-GRAVAR-HIST-PRECO
122742         THRU 8020-GRAVAR-HIST-PRECO-EXIT.
122752     MOVE "A" TO WRK-ETQ-MOTIVO.
122762     PERFORM 8030-ETIQUETA-AVULSA THRU 8030-ETIQUETA-AVULSA-EXIT.
122772 8010-ALT-PRECO-EXIT.
122782     EXIT.
122792
122802*-------------------------------------------------------
122812* PRECO DO PRODUTO INCLUIDO: HISTORICO COM PRECO ANTERIOR
122822* ZERO E ETIQUETA.
122832*-------------------------------------------------------
122842 8012-INC-PRECO.
122852     ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
122862     MOVE WRK-MANUT-PRECO TO REG-PROD-PRECO.
122872     MOVE ZEROS TO WRK-PRC-ANTERIOR.
122882     MOVE "I" TO WRK-PRC-ORIGEM.
122892     MOVE WRK-OPERADOR TO WRK-PRC-OPERADOR.
122902     PERFORM 8020-GRAVAR-HIST-PRECO
122912         THRU 8020-GRAVAR-HIST-PRECO-EXIT.
122922     MOVE "A" TO WRK-ETQ-MOTIVO.
122932     PERFORM 8030-ETIQUETA-AVULSA THRU 8030-ETIQUETA-AVULSA-EXIT.
122942 8012-INC-PRECO-EXIT.
122952     EXIT.
122962
122972*-------------------------------------------------------
122982* UMA SO ALTERACAO POR PRODUTO E DATA: REPROGRAMAR A MESMA
122992* VIGENCIA SUBSTITUI O PRECO PROGRAMADO ANTES.
123002*-------------------------------------------------------
123012 8015-PROGRAMAR-PRECO.
123022     MOVE WRK-PRC-VIGENCIA TO REG-PPG-DATA-VIGENCIA.
123032     MOVE REG-PROD-COD TO REG-PPG-PRODUTO.
123042     MOVE WRK-MANUT-PRECO TO REG-PPG-PRECO-NOVO.
123052     MOVE WRK-DATA-SISTEMA TO REG-PPG-DATA-CADASTRO.
123062     MOVE WRK-OPERADOR TO REG-PPG-OPERADOR.
123072     MOVE "P" TO REG-PPG-STATUS.
123082     MOVE ZEROS TO REG-PPG-DATA-APLICACAO.
123092     WRITE REG-PRECO-PROG
123102         INVALID KEY
123112             REWRITE REG-PRECO-PROG
123122     END-WRITE.
123132     DISPLAY "NOVO PRECO PROGRAMADO PARA " WRK-PRC-VIGENCIA
123142         ". PRECO ATUAL MANTIDO ATE LA.".
123152 8015-PROGRAMAR-PRECO-EXIT.
123162     EXIT.
123172
123182*-------------------------------------------------------
123192* HISTORICO DE PRECOS: PRODUTO EM REG-PRODUTO JA COM O
123202* PRECO NOVO, PRECO ANTERIOR, ORIGEM E OPERADOR EM
123212* WRK-PRC-ANTERIOR, WRK-PRC-ORIGEM E WRK-PRC-OPERADOR.
123222*-------------------------------------------------------
123232 8020-GRAVAR-HIST-PRECO.
123242     OPEN EXTEND ARQ-HISTPRECO.
123252     IF WRK-FS-HISTPREC = "35"
123262         OPEN OUTPUT ARQ-HISTPRECO
123272         CLOSE ARQ-HISTPRECO
123282         OPEN EXTEND ARQ-HISTPRECO
123292     END-IF.
123302     IF WRK-FS-HISTPREC NOT = "00"
123312         DISPLAY "AVISO: HISTORICO DE PRECO NAO GRAVADO. FS="
123322             WRK-FS-HISTPREC
123332         GO TO 8020-GRAVAR-HIST-PRECO-EXIT
123342     END-IF.
123352     MOVE REG-PROD-COD TO REG-HPR-PRODUTO.
123362     MOVE WRK-DATA-SISTEMA TO REG-HPR-DATA.
123372     ACCEPT REG-HPR-HORA FROM TIME.
123382     MOVE WRK-PRC-ANTERIOR TO REG-HPR-PRECO-ANTERIOR.
123392     MOVE REG-PROD-PRECO TO REG-HPR-PRECO-NOVO.
123402     MOVE WRK-PRC-OPERADOR TO REG-HPR-OPERADOR.
123412     MOVE WRK-CAIXA-ID TO REG-HPR-CAIXA.
123422     MOVE WRK-PRC-ORIGEM TO REG-HPR-ORIGEM.
123432     WRITE REG-HISTPRECO.
123442     CLOSE ARQ-HISTPRECO.
123452 8020-GRAVAR-HIST-PRECO-EXIT.
123462     EXIT.
123472
123482*-------------------------------------------------------
123492* ETIQUETA DE ALTERACAO FEITA COM O CAIXA ABERTO, ACRESCIDA
123502* AO ARQUIVO DO DIA. PRODUTO EM REG-PRODUTO, MOTIVO EM
123512* WRK-ETQ-MOTIVO.
123522*-------------------------------------------------------
123532 8030-ETIQUETA-AVULSA.
123542     OPEN EXTEND ARQ-ETIQUETA.
123552     IF WRK-FS-ETIQUETA = "35"
123562         OPEN OUTPUT ARQ-ETIQUETA
123572         CLOSE ARQ-ETIQUETA
123582         OPEN EXTEND ARQ-ETIQUETA
123592     END-IF.
123602     IF WRK-FS-ETIQUETA NOT = "00"
123612         DISPLAY "AVISO: ETIQUETA NAO GRAVADA. FS="
123622             WRK-FS-ETIQUETA
123632         GO TO 8030-ETIQUETA-AVULSA-EXIT
123642     END-IF.
123652     PERFORM 1565-LER-PROMOCAO-ETIQUETA
123662         THRU 1565-LER-PROMOCAO-ETIQUETA-EXIT.
123672     PERFORM 1560-GRAVAR-ETIQUETA THRU 1560-GRAVAR-ETIQUETA-EXIT.
123682     CLOSE ARQ-ETIQUETA.
123692     DISPLAY "ETIQUETA DE GONDOLA GRAVADA EM ETIQUETA.".
123702 8030-ETIQUETA-AVULSA-EXIT.
123712     EXIT.
123722
123732*-------------------------------------------------------
123742* CONSULTA DAS ALTERACOES DE PRECO PROGRAMADAS PENDENTES E
123752* CANCELAMENTO DE UMA DELAS PELA VIGENCIA E PELO PRODUTO.
123762*-------------------------------------------------------
123772 8040-PRECOS-PROGRAMADOS.
123782     DISPLAY " ".
123792     DISPLAY "ALTERACOES DE PRECO PROGRAMADAS PENDENTES".
123802     DISPLAY "VIGENCIA PRODUTO       PRECO OPERADOR".
123812     MOVE "N" TO WRK-SW-EOF-PPG.
123822     MOVE ZEROS TO REG-PPG-DATA-VIGENCIA.
123832     MOVE ZEROS TO REG-PPG-PRODUTO.
123842     START ARQ-PRECOPROG KEY IS NOT LESS THAN REG-PPG-CHAVE
123852         INVALID KEY
123862             MOVE "S" TO WRK-SW-EOF-PPG
123872     END-START.
123882     IF NOT FIM-PRECO-PROG
123892         PERFORM 8042-LER-PRECO-PROG THRU 8042-LER-PRECO-PROG-EXIT
123902     END-IF.
123912     PERFORM 8041-LISTAR-PRECO-PROG
123922         THRU 8041-LISTAR-PRECO-PROG-EXIT
123932         UNTIL FIM-PRECO-PROG.
123942     DISPLAY "CANCELAR UMA ALTERACAO (S/N)? " WITH NO ADVANCING.
123952     ACCEPT WRK-PRC-RESP.
123962     IF WRK-PRC-RESP NOT = "S"
123972         GO TO 8040-PRECOS-PROGRAMADOS-EXIT
123982     END-IF.
123992     DISPLAY "VIGENCIA (AAAAMMDD)......: " WITH NO ADVANCING.
124002     ACCEPT REG-PPG-DATA-VIGENCIA.
124012     DISPLAY "CODIGO DE BARRAS (EAN-13): " WITH NO ADVANCING.
124022     ACCEPT REG-PPG-PRODUTO.
124032     READ ARQ-PRECOPROG
124042         INVALID KEY
124052             DISPLAY "ALTERACAO PROGRAMADA NAO ENCONTRADA."
124062             GO TO 8040-PRECOS-PROGRAMADOS-EXIT
124072     END-READ.
124082     IF NOT PPG-PENDENTE
124092         DISPLAY "ALTERACAO JA APLICADA OU CANCELADA."
124102         GO TO 8040-PRECOS-PROGRAMADOS-EXIT
124112     END-IF.
124122     MOVE "C" TO REG-PPG-STATUS.
124132     REWRITE REG-PRECO-PROG.
124142     DISPLAY "ALTERACAO DE PRECO CANCELADA.".
124152 8040-PRECOS-PROGRAMADOS-EXIT.
124162     EXIT.
124172
124182*-------------------------------------------------------
124192 8041-LISTAR-PRECO-PROG.
124202     IF PPG-PENDENTE
124212         MOVE REG-PPG-PRECO-NOVO TO WRK-ED-PRC-PRECO
124222         DISPLAY REG-PPG-DATA-VIGENCIA " " REG-PPG-PRODUTO " "
124232             WRK-ED-PRC-PRECO " " REG-PPG-OPERADOR
124242     END-IF.
124252     PERFORM 8042-LER-PRECO-PROG THRU 8042-LER-PRECO-PROG-EXIT.
124262 8041-LISTAR-PRECO-PROG-EXIT.
124272     EXIT.
124282
124292*-------------------------------------------------------
124302 8042-LER-PRECO-PROG.
124312     READ ARQ-PRECOPROG NEXT RECORD
124322         AT END
124332             MOVE "S" TO WRK-SW-EOF-PPG
124342     END-READ.
124352 8042-LER-PRECO-PROG-EXIT.
124362     EXIT.
124372
124376*-------------------------------------------------------
124380* ANTES DE MONTAR O REGISTRO, GUARDA SE A PROMOCAO LIDA
124384* (FS 00) ESTAVA ATIVA E EM VIGOR HOJE, PARA A ETIQUETA DE
124388* FIM QUANDO A ALTERACAO A TIRA DE VIGOR.
124392*-------------------------------------------------------
124396 8815-PROMO-ALTERADA.
124400     ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
124404     MOVE "N" TO WRK-SW-PROMO-ANTES.
124408     IF WRK-FS-PROMO = "00"
124412         AND PROMOCAO-ATIVA
124416         AND REG-PROMO-DATA-INI NOT > WRK-DATA-SISTEMA
124420         AND REG-PROMO-DATA-FIM NOT < WRK-DATA-SISTEMA
124424         MOVE "S" TO WRK-SW-PROMO-ANTES
124428     END-IF.
124432     PERFORM 8810-MONTAR-PROMOCAO THRU 8810-MONTAR-PROMOCAO-EXIT.
124436 8815-PROMO-ALTERADA-EXIT.
124440     EXIT.
124444
124448*-------------------------------------------------------
124452* PROMOCAO ATIVA QUE JA ESTA EM VIGOR NO DIA EM QUE E
124456* GRAVADA SAI LOGO NO ARQUIVO DE ETIQUETAS (I); A QUE ESTAVA
124460* EM VIGOR E DEIXOU DE ESTAR (DESATIVADA OU COM VIGENCIA
124464* ALTERADA) SAI COM O PRECO DE TABELA (F).
124468*-------------------------------------------------------
124472 8820-PROMO-GRAVADA.
124476     DISPLAY "PROMOCAO GRAVADA COM SUCESSO.".
124480     ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
124484     MOVE SPACES TO WRK-ETQ-MOTIVO.
124488     IF WRK-MPR-ATIVO = "S"
124492         AND WRK-MPR-INI NOT > WRK-DATA-SISTEMA
124496         AND WRK-MPR-FIM NOT < WRK-DATA-SISTEMA
124500         MOVE "I" TO WRK-ETQ-MOTIVO
124504     ELSE
124508         IF PROMO-VIGENTE-ANTES
124512             MOVE "F" TO WRK-ETQ-MOTIVO
124516         END-IF
124520     END-IF.
124524     MOVE "N" TO WRK-SW-PROMO-ANTES.
124528     IF WRK-ETQ-MOTIVO = SPACES
124532         GO TO 8820-PROMO-GRAVADA-EXIT
124536     END-IF.
124540     MOVE WRK-MPR-COD TO REG-PROD-COD.
124544     READ ARQ-PRODUTO
124548         INVALID KEY
124552             GO TO 8820-PROMO-GRAVADA-EXIT
124556     END-READ.
124560     PERFORM 8030-ETIQUETA-AVULSA THRU 8030-ETIQUETA-AVULSA-EXIT.
124572 8820-PROMO-GRAVADA-EXIT.
124582     EXIT.
124592
124602*-------------------------------------------------------
124612* LOGON DO OPERADOR LIDO EM REG-OPERADOR. OPERADOR BLOQUEADO
124622* NAO ENTRA NEM COM A SENHA CERTA; SENHA ERRADA SOMA UMA
124632* FALHA NO CADASTRO E BLOQUEIA AO ATINGIR MAXFALHA; SENHA
124642* VENCIDA (OU INICIAL/REDEFINIDA PELO GERENTE) OBRIGA A
124652* TROCA ANTES DE LIBERAR O CAIXA.
124662*-------------------------------------------------------
124672 1065-VALIDAR-LOGON.
124682     IF REG-OPER-FALHAS NOT NUMERIC
124692         MOVE ZEROS TO REG-OPER-FALHAS
124702     END-IF.
124712     IF REG-OPER-DATA-SENHA NOT NUMERIC
124722         MOVE ZEROS TO REG-OPER-DATA-SENHA
124732     END-IF.
124742     IF OPER-BLOQUEADO
124752         DISPLAY "OPERADOR BLOQUEADO. PROCURE O GERENTE."
124762         MOVE "BL" TO WRK-ACE-EVENTO
124772         PERFORM 1090-GRAVAR-ACESSO THRU 1090-GRAVAR-ACESSO-EXIT
124782         GO TO 1065-VALIDAR-LOGON-EXIT
124792     END-IF.
124802     IF NOT OPERADOR-ATIVO
124812         OR REG-OPER-SENHA NOT = WRK-SENHA
124822         PERFORM 1066-REGISTRAR-FALHA
124832             THRU 1066-REGISTRAR-FALHA-EXIT
124842         GO TO 1065-VALIDAR-LOGON-EXIT
124852     END-IF.
124862     IF REG-OPER-FALHAS > ZEROS
124872         MOVE ZEROS TO REG-OPER-FALHAS
124882         REWRITE REG-OPERADOR
124892     END-IF.
124902     PERFORM 1067-VERIFICAR-VALIDADE
124912         THRU 1067-VERIFICAR-VALIDADE-EXIT.
124922     IF SENHA-VENCIDA
124932         MOVE "N" TO WRK-SW-SENHA-TROCADA
124942         MOVE ZEROS TO WRK-SEG-TENTATIVAS
124952         PERFORM 1070-TROCAR-SENHA THRU 1070-TROCAR-SENHA-EXIT
124962             UNTIL SENHA-TROCADA OR WRK-SEG-TENTATIVAS >= 3
124972         IF NOT SENHA-TROCADA
124982             DISPLAY "TROCA DE SENHA NAO CONCLUIDA. "
124992                 "ACESSO NEGADO."
125002             GO TO 1065-VALIDAR-LOGON-EXIT
125012         END-IF
125022     END-IF.
125032     MOVE "S" TO WRK-SW-LOGIN.
125042     MOVE REG-OPER-NIVEL TO WRK-NIVEL-OPER.
125052     MOVE REG-OPER-LIMITE-DESC TO WRK-LIMITE-DESC.
125062     DISPLAY "BEM-VINDO, " REG-OPER-NOME.
125072     MOVE "LG" TO WRK-ACE-EVENTO.
125082     PERFORM 1090-GRAVAR-ACESSO THRU 1090-GRAVAR-ACESSO-EXIT.
125092 1065-VALIDAR-LOGON-EXIT.
125102     EXIT.
125112
125122*-------------------------------------------------------
125132* OPERADOR INATIVO SO TEM A TENTATIVA REGISTRADA; NO ATIVO A
125142* FALHA E ACUMULADA NO CADASTRO, QUE SOBREVIVE AO REINICIO DO
125152* PROGRAMA. O GERENTE NAO E BLOQUEADO AUTOMATICAMENTE, POIS
125162* SO OUTRO GERENTE PODERIA DESBLOQUEA-LO: AS FALHAS DELE FICAM
125172* NO CADASTRO E NO REGISTRO DE ACESSOS.
125182*-------------------------------------------------------
125192 1066-REGISTRAR-FALHA.
125202     DISPLAY "OPERADOR OU SENHA INVALIDOS.".
125212     MOVE "FL" TO WRK-ACE-EVENTO.
125222     IF OPERADOR-ATIVO
125232         IF REG-OPER-FALHAS < 99
125242             ADD 1 TO REG-OPER-FALHAS
125252         END-IF
125262         IF REG-OPER-FALHAS >= WRK-PARM-MAX-FALHAS
125272             IF OPER-NIVEL-GERENTE
125282                 DISPLAY "LIMITE DE TENTATIVAS ATINGIDO. FALHA "
125292                     "REGISTRADA."
125302             ELSE
125312                 MOVE "S" TO REG-OPER-BLOQUEIO
125322                 MOVE "BQ" TO WRK-ACE-EVENTO
125332                 DISPLAY "LIMITE DE TENTATIVAS ATINGIDO. "
125342                     "OPERADOR BLOQUEADO."
125352             END-IF
125362         END-IF
125372         REWRITE REG-OPERADOR
125382     END-IF.
125392     PERFORM 1090-GRAVAR-ACESSO THRU 1090-GRAVAR-ACESSO-EXIT.
125402 1066-REGISTRAR-FALHA-EXIT.
125412     EXIT.
125422
125432*-------------------------------------------------------
125442* SENHA SEM DATA DE TROCA (INICIAL OU REDEFINIDA PELO
125452* GERENTE) OU TROCADA HA DIASENHA DIAS OU MAIS ESTA VENCIDA.
125462*-------------------------------------------------------
125472 1067-VERIFICAR-VALIDADE.
125482     MOVE "N" TO WRK-SW-SENHA-VENCIDA.
125492     IF REG-OPER-DATA-SENHA = ZEROS
125502         MOVE "S" TO WRK-SW-SENHA-VENCIDA
125512         DISPLAY "SENHA INICIAL OU REDEFINIDA. TROCA OBRIGATORIA."
125522         GO TO 1067-VERIFICAR-VALIDADE-EXIT
125532     END-IF.
125542     IF WRK-PARM-DIAS-SENHA = ZEROS
125552         GO TO 1067-VERIFICAR-VALIDADE-EXIT
125562     END-IF.
125572     MOVE REG-OPER-DATA-SENHA TO WRK-DT-DATA.
125582     PERFORM 9500-CALCULAR-DIAS-DATA
125592         THRU 9500-CALCULAR-DIAS-DATA-EXIT.
125602     MOVE WRK-DT-DIAS TO WRK-SEG-DIAS-TROCA.
125612     MOVE WRK-DATA-SISTEMA TO WRK-DT-DATA.
125622     PERFORM 9500-CALCULAR-DIAS-DATA
125632         THRU 9500-CALCULAR-DIAS-DATA-EXIT.
125642     COMPUTE WRK-SEG-IDADE-SENHA =
125652         WRK-DT-DIAS - WRK-SEG-DIAS-TROCA.
125662     IF WRK-SEG-IDADE-SENHA >= WRK-PARM-DIAS-SENHA
125672         MOVE "S" TO WRK-SW-SENHA-VENCIDA
125682         DISPLAY "SENHA EXPIRADA. TROCA OBRIGATORIA."
125692     END-IF.
125702 1067-VERIFICAR-VALIDADE-EXIT.
125712     EXIT.
125722
125732*-------------------------------------------------------
125742* TROCA DE SENHA DO OPERADOR EM REG-OPERADOR. A NOVA SENHA
125752* NAO PODE REPETIR A ATUAL NEM A ANTERIOR.
125762*-------------------------------------------------------
125772 1070-TROCAR-SENHA.
125782     ADD 1 TO WRK-SEG-TENTATIVAS.
125792     DISPLAY "NOVA SENHA (6 CARACTERES)..: " WITH NO ADVANCING.
125802     ACCEPT WRK-SEG-SENHA-NOVA.
125812     DISPLAY "CONFIRME A NOVA SENHA......: " WITH NO ADVANCING.
125822     ACCEPT WRK-SEG-SENHA-CONF.
125832     IF WRK-SEG-SENHA-NOVA = SPACES
125842         OR WRK-SEG-SENHA-NOVA NOT = WRK-SEG-SENHA-CONF
125852         DISPLAY "SENHAS NAO CONFEREM."
125862         GO TO 1070-TROCAR-SENHA-EXIT
125872     END-IF.
125882     IF WRK-SEG-SENHA-NOVA = REG-OPER-SENHA
125892         OR WRK-SEG-SENHA-NOVA = REG-OPER-SENHA-ANT
125902         DISPLAY "A NOVA SENHA NAO PODE REPETIR A ATUAL NEM A "
125912             "ANTERIOR."
125922         GO TO 1070-TROCAR-SENHA-EXIT
125932     END-IF.
125942     MOVE REG-OPER-SENHA TO REG-OPER-SENHA-ANT.
125952     MOVE WRK-SEG-SENHA-NOVA TO REG-OPER-SENHA.
125962     MOVE WRK-DATA-SISTEMA TO REG-OPER-DATA-SENHA.
125972     REWRITE REG-OPERADOR.
125982     MOVE "S" TO WRK-SW-SENHA-TROCADA.
125992     DISPLAY "SENHA ALTERADA.".
126002     MOVE "TS" TO WRK-ACE-EVENTO.
126012     PERFORM 1090-GRAVAR-ACESSO THRU 1090-GRAVAR-ACESSO-EXIT.
126022 1070-TROCAR-SENHA-EXIT.
126032     EXIT.
126042
126052*-------------------------------------------------------
126062* EVENTO DE LOGON (WRK-ACE-EVENTO) DO OPERADOR DIGITADO.
126072*-------------------------------------------------------
126082 1090-GRAVAR-ACESSO.
126092     MOVE WRK-OPERADOR TO WRK-ACE-OPERADOR.
126102     MOVE SPACES TO WRK-ACE-SUPERVISOR.
126112     MOVE SPACES TO WRK-ACE-ACAO.
126122     MOVE ZEROS TO WRK-ACE-DOC.
126132     PERFORM 1095-GRAVAR-REG-ACESSO
126142         THRU 1095-GRAVAR-REG-ACESSO-EXIT.
126152 1090-GRAVAR-ACESSO-EXIT.
126162     EXIT.
126172
126182*-------------------------------------------------------
126192* OPERADOR DIGITADO NAO CADASTRADO.
126202*-------------------------------------------------------
126212 1091-ACESSO-FALHO.
126222     MOVE "FL" TO WRK-ACE-EVENTO.
126232     PERFORM 1090-GRAVAR-ACESSO THRU 1090-GRAVAR-ACESSO-EXIT.
126242 1091-ACESSO-FALHO-EXIT.
126252     EXIT.
126262
126272*-------------------------------------------------------
126282 1095-GRAVAR-REG-ACESSO.
126292     ACCEPT REG-ACE-DATA FROM DATE YYYYMMDD.
126302     ACCEPT REG-ACE-HORA FROM TIME.
126312     MOVE WRK-CAIXA-ID TO REG-ACE-CAIXA.
126322     MOVE WRK-ACE-OPERADOR TO REG-ACE-OPERADOR.
126332     MOVE WRK-ACE-EVENTO TO REG-ACE-EVENTO.
126342     MOVE WRK-ACE-SUPERVISOR TO REG-ACE-SUPERVISOR.
126352     MOVE WRK-ACE-ACAO TO REG-ACE-ACAO.
126362     MOVE WRK-ACE-DOC TO REG-ACE-DOCUMENTO.
126372     WRITE REG-ACESSO.
126382 1095-GRAVAR-REG-ACESSO-EXIT.
126392     EXIT.
126402
126412*-------------------------------------------------------
126422* PEDIDOS DE CREDENCIAL DE SUPERVISOR: CADA UM INFORMA A ACAO
126432* E O DOCUMENTO PARA O REGISTRO DE ACESSOS. NO DESCONTO A
126442* ALCADA DO SUPERVISOR PRECISA COBRIR O PERCENTUAL.
126452*-------------------------------------------------------
126462 3311-AUTORIZAR-DESCONTO.
126472     MOVE "DE" TO WRK-ACE-ACAO.
126482     MOVE WRK-NUM-ATUAL TO WRK-ACE-DOC.
126492     MOVE WRK-PERC-EFETIVO TO WRK-ACE-PERC-EXIGIDO.
126502     PERFORM 3318-AUTORIZAR-ACAO THRU 3318-AUTORIZAR-ACAO-EXIT.
126512 3311-AUTORIZAR-DESCONTO-EXIT.
126522     EXIT.
126532
126542*-------------------------------------------------------
126552 3312-AUTORIZAR-ESTORNO.
126562     MOVE "ES" TO WRK-ACE-ACAO.
126572     MOVE WRK-NUM-CONSULTA TO WRK-ACE-DOC.
126582     MOVE ZEROS TO WRK-ACE-PERC-EXIGIDO.
126592     PERFORM 3318-AUTORIZAR-ACAO THRU 3318-AUTORIZAR-ACAO-EXIT.
126602 3312-AUTORIZAR-ESTORNO-EXIT.
126612     EXIT.
126622
126632*-------------------------------------------------------
126642 3313-AUTORIZAR-DEVOLUCAO.
126652     MOVE "DV" TO WRK-ACE-ACAO.
126662     MOVE WRK-NUM-CONSULTA TO WRK-ACE-DOC.
126672     MOVE ZEROS TO WRK-ACE-PERC-EXIGIDO.
126682     PERFORM 3318-AUTORIZAR-ACAO THRU 3318-AUTORIZAR-ACAO-EXIT.
126692 3313-AUTORIZAR-DEVOLUCAO-EXIT.
126702     EXIT.
126712
126722*-------------------------------------------------------
126732 3314-AUTORIZAR-AJUSTE.
126742     MOVE "AJ" TO WRK-ACE-ACAO.
126752     MOVE ZEROS TO WRK-ACE-DOC.
126762     MOVE ZEROS TO WRK-ACE-PERC-EXIGIDO.
126772     PERFORM 3318-AUTORIZAR-ACAO THRU 3318-AUTORIZAR-ACAO-EXIT.
126782 3314-AUTORIZAR-AJUSTE-EXIT.
126792     EXIT.
126802
126812*-------------------------------------------------------
126822* CREDENCIAL DE SUPERVISOR BLOQUEADO OU COM A SENHA VENCIDA
126832* (MESMA VALIDADE DO LOGON, 1067) E RECUSADA. O USO FICA
126842* REGISTRADO COMO CONCEDIDO OU RECUSADO.
126852*-------------------------------------------------------
126862 3318-AUTORIZAR-ACAO.
126872     PERFORM 3310-AUTORIZAR-SUPERVISOR
126882         THRU 3310-AUTORIZAR-SUPERVISOR-EXIT.
126892     IF SUPERVISOR-OK AND OPER-BLOQUEADO
126902         MOVE "N" TO WRK-SW-SUP-OK
126912         DISPLAY "SUPERVISOR BLOQUEADO. CREDENCIAL RECUSADA."
126922     END-IF.
126932     IF SUPERVISOR-OK
126942         IF REG-OPER-DATA-SENHA NOT NUMERIC
126952             MOVE ZEROS TO REG-OPER-DATA-SENHA
126962         END-IF
126972         PERFORM 1067-VERIFICAR-VALIDADE
126982             THRU 1067-VERIFICAR-VALIDADE-EXIT
126992         IF SENHA-VENCIDA
127002             MOVE "N" TO WRK-SW-SUP-OK
127012             DISPLAY "SENHA DO SUPERVISOR VENCIDA. CREDENCIAL "
127022                 "RECUSADA."
127032         END-IF
127042     END-IF.
127052     IF SUPERVISOR-OK
127062         AND WRK-SUP-LIMITE >= WRK-ACE-PERC-EXIGIDO
127072         MOVE "AS" TO WRK-ACE-EVENTO
127082     ELSE
127092         MOVE "AR" TO WRK-ACE-EVENTO
127102     END-IF.
127112     MOVE WRK-OPERADOR TO WRK-ACE-OPERADOR.
127122     MOVE WRK-SUP-COD TO WRK-ACE-SUPERVISOR.
127132     PERFORM 1095-GRAVAR-REG-ACESSO
127142         THRU 1095-GRAVAR-REG-ACESSO-EXIT.
127152 3318-AUTORIZAR-ACAO-EXIT.
127162     EXIT.
127172
127182*-------------------------------------------------------
127192* OPERADOR NOVO: SEM FALHAS, LIBERADO E COM A SENHA A TROCAR
127202* NO PRIMEIRO LOGON.
127212*-------------------------------------------------------
127222 8605-INCLUIR-OPERADOR.
127232     PERFORM 8610-MONTAR-OPERADOR THRU 8610-MONTAR-OPERADOR-EXIT.
127242     MOVE ZEROS TO REG-OPER-FALHAS.
127252     MOVE "N" TO REG-OPER-BLOQUEIO.
127262     MOVE ZEROS TO REG-OPER-DATA-SENHA.
127272     MOVE SPACES TO REG-OPER-SENHA-ANT.
127282 8605-INCLUIR-OPERADOR-EXIT.
127292     EXIT.
127302
127312*-------------------------------------------------------
127322* ALTERACAO PELO GERENTE: SENHA DIFERENTE DA ATUAL E UMA
127332* REDEFINICAO (A ATUAL PASSA A ANTERIOR E O OPERADOR TROCA
127342* NO PROXIMO LOGON); OPERADOR BLOQUEADO E DESBLOQUEADO.
127352*-------------------------------------------------------
127362 8615-ALTERAR-OPERADOR.
127372     IF REG-OPER-FALHAS NOT NUMERIC
127382         MOVE ZEROS TO REG-OPER-FALHAS
127392     END-IF.
127402     IF REG-OPER-DATA-SENHA NOT NUMERIC
127412         MOVE ZEROS TO REG-OPER-DATA-SENHA
127422     END-IF.
127432     IF WRK-MOP-SENHA NOT = REG-OPER-SENHA
127442         MOVE REG-OPER-SENHA TO REG-OPER-SENHA-ANT
127452         MOVE ZEROS TO REG-OPER-DATA-SENHA
127462     END-IF.
127472     IF OPER-BLOQUEADO
127482         MOVE ZEROS TO REG-OPER-FALHAS
127492         MOVE "N" TO REG-OPER-BLOQUEIO
127502         DISPLAY "OPERADOR DESBLOQUEADO."
127512         MOVE WRK-MOP-COD TO WRK-ACE-OPERADOR
127522         MOVE "DB" TO WRK-ACE-EVENTO
127532         MOVE WRK-OPERADOR TO WRK-ACE-SUPERVISOR
127542         MOVE SPACES TO WRK-ACE-ACAO
127552         MOVE ZEROS TO WRK-ACE-DOC
127562         PERFORM 1095-GRAVAR-REG-ACESSO
127572             THRU 1095-GRAVAR-REG-ACESSO-EXIT
127582     END-IF.
127592     PERFORM 8610-MONTAR-OPERADOR THRU 8610-MONTAR-OPERADOR-EXIT.
127602 8615-ALTERAR-OPERADOR-EXIT.
127612     EXIT.
127622
127632*-------------------------------------------------------
127642* AUTORIZACOES DE SUPERVISOR NO PERIODO, PARA PREVENCAO DE
127652* PERDAS: CADA USO DE CREDENCIAL (CONCEDIDO OU RECUSADO) EM
127662* ORDEM CRONOLOGICA E OS TOTAIS POR SUPERVISOR E POR
127672* OPERADOR QUE PEDIU A AUTORIZACAO.
127682*-------------------------------------------------------
127692 8650-RELATORIO-AUTORIZACOES.
127702     DISPLAY " ".
127712     DISPLAY "RELATORIO DE AUTORIZACOES DE SUPERVISOR".
127722     IF WRK-NIVEL-OPER NOT = 3
127732         DISPLAY "FUNCAO RESTRITA AO GERENTE."
127742         GO TO 8650-RELATORIO-AUTORIZACOES-EXIT
127752     END-IF.
127762     DISPLAY "DATA INICIAL (AAAAMMDD): " WITH NO ADVANCING.
127772     ACCEPT WRK-AUT-DATA-INI.
127782     DISPLAY "DATA FINAL (AAAAMMDD)..: " WITH NO ADVANCING.
127792     ACCEPT WRK-AUT-DATA-FIM.
127802     IF WRK-AUT-DATA-INI = ZEROS
127812         OR WRK-AUT-DATA-FIM < WRK-AUT-DATA-INI
127822         DISPLAY "PERIODO INVALIDO."
127832         GO TO 8650-RELATORIO-AUTORIZACOES-EXIT
127842     END-IF.
127852     MOVE ZEROS TO WRK-AUT-SUP-USADOS.
127862     MOVE ZEROS TO WRK-AUT-OPE-USADOS.
127872     MOVE ZEROS TO WRK-AUT-CONCEDIDAS.
127882     MOVE ZEROS TO WRK-AUT-RECUSADAS.
127892     MOVE ZEROS TO WRK-AUT-REMARCACOES.
127902     MOVE ZEROS TO WRK-AUT-PERDAS.
127912     MOVE "N" TO WRK-SW-EOF-ACE.
127922     CLOSE ARQ-ACESSO.
127932     OPEN INPUT ARQ-ACESSO.
127942     IF WRK-FS-ACESSO NOT = "00"
127952         MOVE "S" TO WRK-SW-EOF-ACE
127962     END-IF.
127972     OPEN OUTPUT ARQ-RELAUTOR.
127982     MOVE SPACES TO WRK-LINHA-RELATORIO.
127992     STRING "AUTORIZACOES DE SUPERVISOR - PERIODO: "
128002         WRK-AUT-DATA-INI " A " WRK-AUT-DATA-FIM
128012         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
128022     WRITE REG-LINHA-RELAUT FROM WRK-LINHA-RELATORIO.
128032     MOVE SPACES TO WRK-LINHA-RELATORIO.
128042     STRING "DATA     HORA     CX   OPERADOR SUPERV.  ACAO     "
128052         " DOCUMENTO RESULTADO"
128062         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
128072     WRITE REG-LINHA-RELAUT FROM WRK-LINHA-RELATORIO.
128082     IF NOT FIM-ACESSO
128092         PERFORM 8651-LER-ACESSO THRU 8651-LER-ACESSO-EXIT
128102         PERFORM 8655-LINHA-AUTORIZACAO
128112             THRU 8655-LINHA-AUTORIZACAO-EXIT
128122             UNTIL FIM-ACESSO
128132     END-IF.
128142     MOVE SPACES TO WRK-LINHA-RELATORIO.
128152     STRING "CONCEDIDAS: " WRK-AUT-CONCEDIDAS
128162         " (REMARC.: " WRK-AUT-REMARCACOES
128172         " PERDA VAL.: " WRK-AUT-PERDAS ")"
128182         "   RECUSADAS: " WRK-AUT-RECUSADAS
128192         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
128202     WRITE REG-LINHA-RELAUT FROM WRK-LINHA-RELATORIO.
128212     MOVE SPACES TO WRK-LINHA-RELATORIO.
128222     WRITE REG-LINHA-RELAUT FROM WRK-LINHA-RELATORIO.
128232     MOVE "TOTAIS POR SUPERVISOR" TO WRK-LINHA-RELATORIO.
128242     WRITE REG-LINHA-RELAUT FROM WRK-LINHA-RELATORIO.
128252     PERFORM 8664-CABECALHO-TOTAIS
128262         THRU 8664-CABECALHO-TOTAIS-EXIT.
128272     PERFORM 8665-TOTAL-SUPERVISOR THRU 8665-TOTAL-SUPERVISOR-EXIT
128282         VARYING WRK-AUT-POS FROM 1 BY 1
128292         UNTIL WRK-AUT-POS > WRK-AUT-SUP-USADOS.
128302     MOVE SPACES TO WRK-LINHA-RELATORIO.
128312     WRITE REG-LINHA-RELAUT FROM WRK-LINHA-RELATORIO.
128322     MOVE "TOTAIS POR OPERADOR" TO WRK-LINHA-RELATORIO.
128332     WRITE REG-LINHA-RELAUT FROM WRK-LINHA-RELATORIO.
128342     PERFORM 8664-CABECALHO-TOTAIS
128352         THRU 8664-CABECALHO-TOTAIS-EXIT.
128362     PERFORM 8666-TOTAL-OPERADOR THRU 8666-TOTAL-OPERADOR-EXIT
128372         VARYING WRK-AUT-POS FROM 1 BY 1
128382         UNTIL WRK-AUT-POS > WRK-AUT-OPE-USADOS.
128392     CLOSE ARQ-RELAUTOR.
128402     CLOSE ARQ-ACESSO.
128412     OPEN EXTEND ARQ-ACESSO.
128422     DISPLAY "RELATORIO GRAVADO EM RELAUTOR.".
128432 8650-RELATORIO-AUTORIZACOES-EXIT.
128442     EXIT.
128452
128462*-------------------------------------------------------
128472 8651-LER-ACESSO.
128482     READ ARQ-ACESSO
128492         AT END
128502             MOVE "S" TO WRK-SW-EOF-ACE
128512     END-READ.
128522 8651-LER-ACESSO-EXIT.
128532     EXIT.
128542
128552*-------------------------------------------------------
128562 8655-LINHA-AUTORIZACAO.
128572     IF ACE-USO-SUPERVISOR
128582         AND REG-ACE-DATA NOT < WRK-AUT-DATA-INI
128592         AND REG-ACE-DATA NOT > WRK-AUT-DATA-FIM
128602         PERFORM 8656-DETALHE-AUTORIZACAO
128612             THRU 8656-DETALHE-AUTORIZACAO-EXIT
128622         PERFORM 8660-SOMAR-SUPERVISOR
128632             THRU 8660-SOMAR-SUPERVISOR-EXIT
128642         PERFORM 8662-SOMAR-OPERADOR
128652             THRU 8662-SOMAR-OPERADOR-EXIT
128662     END-IF.
128672     PERFORM 8651-LER-ACESSO THRU 8651-LER-ACESSO-EXIT.
128682 8655-LINHA-AUTORIZACAO-EXIT.
128692     EXIT.
128702
128712*-------------------------------------------------------
128722* LINHA DA AUTORIZACAO EM REG-ACESSO; DEFINE A COLUNA DOS
128732* TOTAIS (WRK-AUT-COL) PELA ACAO OU PELA RECUSA.
128742*-------------------------------------------------------
128752 8656-DETALHE-AUTORIZACAO.
128762     EVALUATE TRUE
128772         WHEN ACE-DESCONTO
128782             MOVE "DESCONTO" TO WRK-AUT-DESC-ACAO
128792             MOVE 1 TO WRK-AUT-COL
128802         WHEN ACE-ESTORNO
128812             MOVE "ESTORNO" TO WRK-AUT-DESC-ACAO
128822             MOVE 2 TO WRK-AUT-COL
128832         WHEN ACE-DEVOLUCAO
128842             MOVE "DEVOLUCAO" TO WRK-AUT-DESC-ACAO
128852             MOVE 3 TO WRK-AUT-COL
128862         WHEN ACE-REMARCACAO
128872             MOVE "PROMO VAL" TO WRK-AUT-DESC-ACAO
128882             MOVE 5 TO WRK-AUT-COL
128892         WHEN ACE-PERDA-VALIDADE
128902             MOVE "PERDA VAL" TO WRK-AUT-DESC-ACAO
128912             MOVE 6 TO WRK-AUT-COL
128922         WHEN OTHER
128932             MOVE "AJUSTE" TO WRK-AUT-DESC-ACAO
128942             MOVE 4 TO WRK-AUT-COL
128952     END-EVALUATE.
128962     IF ACE-AUTORIZADO
128972         MOVE "CONCEDIDA" TO WRK-AUT-RESULTADO
128982         ADD 1 TO WRK-AUT-CONCEDIDAS
128992         IF ACE-REMARCACAO
129002             ADD 1 TO WRK-AUT-REMARCACOES
129012         END-IF
129022         IF ACE-PERDA-VALIDADE
129032             ADD 1 TO WRK-AUT-PERDAS
129042         END-IF
129052     ELSE
129062         MOVE "RECUSADA" TO WRK-AUT-RESULTADO
129072         MOVE 7 TO WRK-AUT-COL
129082         ADD 1 TO WRK-AUT-RECUSADAS
129092     END-IF.
129102     MOVE SPACES TO WRK-LINHA-RELATORIO.
129112     STRING REG-ACE-DATA " " REG-ACE-HORA " " REG-ACE-CAIXA " "
129122         REG-ACE-OPERADOR " " REG-ACE-SUPERVISOR " "
129132         WRK-AUT-DESC-ACAO " " REG-ACE-DOCUMENTO " "
129142         WRK-AUT-RESULTADO
129152         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
129162     WRITE REG-LINHA-RELAUT FROM WRK-LINHA-RELATORIO.
129172 8656-DETALHE-AUTORIZACAO-EXIT.
129182     EXIT.
129192
129202*-------------------------------------------------------
129212 8660-SOMAR-SUPERVISOR.
129222     MOVE "N" TO WRK-SW-AUT-ACHADO.
129232     PERFORM 8661-COMPARAR-SUPERVISOR
129242         THRU 8661-COMPARAR-SUPERVISOR-EXIT
129252         VARYING WRK-AUT-POS FROM 1 BY 1
129262         UNTIL WRK-AUT-POS > WRK-AUT-SUP-USADOS OR AUT-ACHADO.
129272     IF NOT AUT-ACHADO
129282         IF WRK-AUT-SUP-USADOS NOT < WRK-MAX-AUT
129292             GO TO 8660-SOMAR-SUPERVISOR-EXIT
129302         END-IF
129312         ADD 1 TO WRK-AUT-SUP-USADOS
129322         MOVE WRK-AUT-SUP-USADOS TO WRK-AUT-IND
129332         MOVE REG-ACE-SUPERVISOR TO WRK-AUT-SUP-COD(WRK-AUT-IND)
129342         MOVE ZEROS TO WRK-AUT-SUP-QTDS(WRK-AUT-IND)
129352     END-IF.
129362     ADD 1 TO WRK-AUT-SUP-QTD(WRK-AUT-IND, WRK-AUT-COL).
129372 8660-SOMAR-SUPERVISOR-EXIT.
129382     EXIT.
129392
129402*-------------------------------------------------------
129412 8661-COMPARAR-SUPERVISOR.
129422     IF WRK-AUT-SUP-COD(WRK-AUT-POS) = REG-ACE-SUPERVISOR
129432         MOVE "S" TO WRK-SW-AUT-ACHADO
129442         MOVE WRK-AUT-POS TO WRK-AUT-IND
129452     END-IF.
129462 8661-COMPARAR-SUPERVISOR-EXIT.
129472     EXIT.
129482
129492*-------------------------------------------------------
129502 8662-SOMAR-OPERADOR.
129512     MOVE "N" TO WRK-SW-AUT-ACHADO.
129522     PERFORM 8663-COMPARAR-OPERADOR
129532         THRU 8663-COMPARAR-OPERADOR-EXIT
129542         VARYING WRK-AUT-POS FROM 1 BY 1
129552         UNTIL WRK-AUT-POS > WRK-AUT-OPE-USADOS OR AUT-ACHADO.
129562     IF NOT AUT-ACHADO
129572         IF WRK-AUT-OPE-USADOS NOT < WRK-MAX-AUT
129582             GO TO 8662-SOMAR-OPERADOR-EXIT
129592         END-IF
129602         ADD 1 TO WRK-AUT-OPE-USADOS
129612         MOVE WRK-AUT-OPE-USADOS TO WRK-AUT-IND
129622         MOVE REG-ACE-OPERADOR TO WRK-AUT-OPE-COD(WRK-AUT-IND)
129632         MOVE ZEROS TO WRK-AUT-OPE-QTDS(WRK-AUT-IND)
129642     END-IF.
129652     ADD 1 TO WRK-AUT-OPE-QTD(WRK-AUT-IND, WRK-AUT-COL).
129662 8662-SOMAR-OPERADOR-EXIT.
129672     EXIT.
129682
129692*-------------------------------------------------------
129702 8663-COMPARAR-OPERADOR.
129712     IF WRK-AUT-OPE-COD(WRK-AUT-POS) = REG-ACE-OPERADOR
129722         MOVE "S" TO WRK-SW-AUT-ACHADO
129732         MOVE WRK-AUT-POS TO WRK-AUT-IND
129742     END-IF.
129752 8663-COMPARAR-OPERADOR-EXIT.
129762     EXIT.
129772
129782*-------------------------------------------------------
129792 8664-CABECALHO-TOTAIS.
129802     MOVE SPACES TO WRK-LINHA-RELATORIO.
129812     STRING "CODIGO   " " DESCONTO" "  ESTORNO" "DEVOLUCAO"
129822         "   AJUSTE" "PROMO VAL" "PERDA VAL" "RECUSADAS"
129832         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
129842     WRITE REG-LINHA-RELAUT FROM WRK-LINHA-RELATORIO.
129852 8664-CABECALHO-TOTAIS-EXIT.
129862     EXIT.
129872
129882*-------------------------------------------------------
129892 8665-TOTAL-SUPERVISOR.
129902     MOVE WRK-AUT-SUP-QTD(WRK-AUT-POS, 1) TO WRK-ED-AUT-QTD(1).
129912     MOVE WRK-AUT-SUP-QTD(WRK-AUT-POS, 2) TO WRK-ED-AUT-QTD(2).
129922     MOVE WRK-AUT-SUP-QTD(WRK-AUT-POS, 3) TO WRK-ED-AUT-QTD(3).
129932     MOVE WRK-AUT-SUP-QTD(WRK-AUT-POS, 4) TO WRK-ED-AUT-QTD(4).
129942     MOVE WRK-AUT-SUP-QTD(WRK-AUT-POS, 5) TO WRK-ED-AUT-QTD(5).
129952     MOVE WRK-AUT-SUP-QTD(WRK-AUT-POS, 6) TO WRK-ED-AUT-QTD(6).
129962     MOVE WRK-AUT-SUP-QTD(WRK-AUT-POS, 7) TO WRK-ED-AUT-QTD(7).
129972     MOVE SPACES TO WRK-LINHA-RELATORIO.
129982     STRING WRK-AUT-SUP-COD(WRK-AUT-POS) " " WRK-ED-AUT-QTDS
129992         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
130002     WRITE REG-LINHA-RELAUT FROM WRK-LINHA-RELATORIO.
130012 8665-TOTAL-SUPERVISOR-EXIT.
130022     EXIT.
130032
130042*-------------------------------------------------------
130052 8666-TOTAL-OPERADOR.
130062     MOVE WRK-AUT-OPE-QTD(WRK-AUT-POS, 1) TO WRK-ED-AUT-QTD(1).
130072     MOVE WRK-AUT-OPE-QTD(WRK-AUT-POS, 2) TO WRK-ED-AUT-QTD(2).
130082     MOVE WRK-AUT-OPE-QTD(WRK-AUT-POS, 3) TO WRK-ED-AUT-QTD(3).
130092     MOVE WRK-AUT-OPE-QTD(WRK-AUT-POS, 4) TO WRK-ED-AUT-QTD(4).
130102     MOVE WRK-AUT-OPE-QTD(WRK-AUT-POS, 5) TO WRK-ED-AUT-QTD(5).
130112     MOVE WRK-AUT-OPE-QTD(WRK-AUT-POS, 6) TO WRK-ED-AUT-QTD(6).
130122     MOVE WRK-AUT-OPE-QTD(WRK-AUT-POS, 7) TO WRK-ED-AUT-QTD(7).
130132     MOVE SPACES TO WRK-LINHA-RELATORIO.
130142     STRING WRK-AUT-OPE-COD(WRK-AUT-POS) " " WRK-ED-AUT-QTDS
130152         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
130162     WRITE REG-LINHA-RELAUT FROM WRK-LINHA-RELATORIO.
130172 8666-TOTAL-OPERADOR-EXIT.
130182     EXIT.
130192
130202*-------------------------------------------------------
130212* IDENTIFICACAO DO CLIENTE DO PROGRAMA DE FIDELIDADE NO
130222* INICIO DA VENDA (ZERO = VENDA SEM CLIENTE). VENCE O SALDO
130232* DE PONTOS COM VALIDADE ULTRAPASSADA E MOSTRA O SALDO.
130242*-------------------------------------------------------
130252 3110-IDENTIFICAR-CLIENTE.
130262     MOVE ZEROS TO WRK-FID-CLIENTE.
130272     MOVE SPACES TO WRK-FID-NOME.
130282     DISPLAY "CLIENTE FIDELIDADE (0 = NAO INFORMADO): "
130292         WITH NO ADVANCING.
130302     ACCEPT WRK-FID-CLIENTE.
130312     IF WRK-FID-CLIENTE = ZEROS
130322         GO TO 3110-IDENTIFICAR-CLIENTE-EXIT
130332     END-IF.
130342     MOVE WRK-FID-CLIENTE TO REG-CLI-COD.
130352     READ ARQ-CLIENTE
130362         INVALID KEY
130372             DISPLAY "CLIENTE NAO CADASTRADO. VENDA SEM CLIENTE."
130382             MOVE ZEROS TO WRK-FID-CLIENTE
130392             GO TO 3110-IDENTIFICAR-CLIENTE-EXIT
130402     END-READ.
130412     IF NOT CLIENTE-ATIVO
130422         DISPLAY "CLIENTE INATIVO. VENDA SEM CLIENTE."
130432         MOVE ZEROS TO WRK-FID-CLIENTE
130442         GO TO 3110-IDENTIFICAR-CLIENTE-EXIT
130452     END-IF.
130462     PERFORM 3115-VENCER-PONTOS THRU 3115-VENCER-PONTOS-EXIT.
130472     MOVE REG-CLI-NOME TO WRK-FID-NOME.
130482     MOVE REG-CLI-PONTOS TO WRK-ED-PTO-SALDO.
130492     DISPLAY "CLIENTE.........: " REG-CLI-NOME.
130502     DISPLAY "SALDO DE PONTOS.: " WRK-ED-PTO-SALDO.
130512     IF REG-CLI-PONTOS > ZEROS
130522         MOVE REG-CLI-PONTOS-VALIDADE TO WRK-DT-DATA
130532         PERFORM 9520-EDITAR-DATA THRU 9520-EDITAR-DATA-EXIT
130542         DISPLAY "VALIDOS ATE.....: " WRK-ED-DT-DATA
130552     END-IF.
130562 3110-IDENTIFICAR-CLIENTE-EXIT.
130572     EXIT.
130582
130592*-------------------------------------------------------
130602* COM O CLIENTE EM REG-CLIENTE: SALDO POSITIVO COM A
130612* VALIDADE ULTRAPASSADA VENCE INTEIRO (MOVIMENTO V DATADO DO
130622* DIA SEGUINTE A VALIDADE). CAMPOS DE PONTOS NAO NUMERICOS
130632* (CADASTRO ANTERIOR AO PROGRAMA) VALEM ZERO.
130642*-------------------------------------------------------
130652 3115-VENCER-PONTOS.
130662     ACCEPT WRK-PTO-HOJE FROM DATE YYYYMMDD.
130672     IF REG-CLI-PONTOS NOT NUMERIC
130682         OR REG-CLI-PONTOS-VALIDADE NOT NUMERIC
130692         MOVE ZEROS TO REG-CLI-PONTOS
130702         MOVE ZEROS TO REG-CLI-PONTOS-VALIDADE
130712     END-IF.
130722     IF REG-CLI-PONTOS NOT > ZEROS
130732         OR REG-CLI-PONTOS-VALIDADE NOT < WRK-PTO-HOJE
130742         GO TO 3115-VENCER-PONTOS-EXIT
130752     END-IF.
130762     MOVE REG-CLI-PONTOS TO WRK-PTO-QTD.
130772     MOVE ZEROS TO REG-CLI-PONTOS.
130782     REWRITE REG-CLIENTE.
130792     MOVE REG-CLI-PONTOS-VALIDADE TO WRK-DT-DATA.
130802     MOVE 1 TO WRK-DT-PRAZO.
130812     PERFORM 9510-SOMAR-DIAS-DATA THRU 9510-SOMAR-DIAS-DATA-EXIT.
130822     MOVE WRK-DT-DATA TO WRK-PTO-DATA-MOV.
130832     MOVE "V" TO WRK-PTO-TIPO.
130842     MOVE ZEROS TO WRK-PTO-VALOR.
130852     MOVE ZEROS TO WRK-PTO-DOC.
130862     PERFORM 3645-GRAVAR-MOV-PONTOS
130872         THRU 3645-GRAVAR-MOV-PONTOS-EXIT.
130882     ADD 1 TO WRK-RPT-VENCIDOS-HOJE.
130892     MOVE WRK-PTO-QTD TO WRK-ED-PTO-QTD.
130902     DISPLAY "CLIENTE " REG-CLI-COD ": " WRK-ED-PTO-QTD
130912         " PONTOS VENCIDOS.".
130922 3115-VENCER-PONTOS-EXIT.
130932     EXIT.
130942
130952*-------------------------------------------------------
130962* CLIENTE DO FIADO: O CLIENTE IDENTIFICADO NA VENDA OU,
130972* SEM ELE, O INFORMADO AQUI.
130982*-------------------------------------------------------
130992 3431-OBTER-CLIENTE-FIADO.
131002     IF WRK-FID-CLIENTE > ZEROS
131012         MOVE WRK-FID-CLIENTE TO WRK-CLIENTE-COD
131022         DISPLAY "CLIENTE DA VENDA: " WRK-FID-CLIENTE " "
131032             WRK-FID-NOME
131042     ELSE
131052         DISPLAY "CODIGO DO CLIENTE: " WITH NO ADVANCING
131062         ACCEPT WRK-CLIENTE-COD
131072     END-IF.
131082 3431-OBTER-CLIENTE-FIADO-EXIT.
131092     EXIT.
131102
131112*-------------------------------------------------------
131122* PAGAMENTO COM PONTOS DE FIDELIDADE: O SALDO DO CLIENTE,
131132* AO VALOR DO PONTO, E APLICADO AO TOTAL DA VENDA; SE NAO
131142* COBRIR TUDO, O RESTANTE E RECEBIDO EM DINHEIRO. OS PONTOS
131152* SO SAEM DO SALDO NA GRAVACAO DO COMPROVANTE (3640).
131162*-------------------------------------------------------
131172 3450-RESGATAR-PONTOS.
131182     IF WRK-FID-CLIENTE = ZEROS
131192         DISPLAY "CODIGO DO CLIENTE: " WITH NO ADVANCING
131202         ACCEPT WRK-FID-CLIENTE
131212     END-IF.
131222     MOVE WRK-FID-CLIENTE TO REG-CLI-COD.
131232     READ ARQ-CLIENTE
131242         INVALID KEY
131252             DISPLAY "CLIENTE NAO CADASTRADO."
131262             MOVE ZEROS TO WRK-FID-CLIENTE
131272             GO TO 3450-RESGATAR-PONTOS-EXIT
131282     END-READ.
131292     IF NOT CLIENTE-ATIVO
131302         DISPLAY "CLIENTE INATIVO. RESGATE RECUSADO."
131312         MOVE ZEROS TO WRK-FID-CLIENTE
131322         GO TO 3450-RESGATAR-PONTOS-EXIT
131332     END-IF.
131342     MOVE REG-CLI-NOME TO WRK-FID-NOME.
131352     PERFORM 3115-VENCER-PONTOS THRU 3115-VENCER-PONTOS-EXIT.
131362     IF REG-CLI-PONTOS NOT > ZEROS
131372         OR WRK-PARM-VALOR-PONTO = ZEROS
131382         DISPLAY "CLIENTE SEM PONTOS PARA RESGATE."
131392         GO TO 3450-RESGATAR-PONTOS-EXIT
131402     END-IF.
131412     COMPUTE WRK-PTO-DISPONIVEL =
131422         REG-CLI-PONTOS * WRK-PARM-VALOR-PONTO.
131432     MOVE REG-CLI-PONTOS TO WRK-ED-PTO-SALDO.
131442     MOVE WRK-PTO-DISPONIVEL TO WRK-ED-PTO-VALOR.
131452     DISPLAY "SALDO DE PONTOS: " WRK-ED-PTO-SALDO
131462         " = R$ " WRK-ED-PTO-VALOR.
131472     IF WRK-PTO-DISPONIVEL NOT < WRK-PRECOFINAL
131482         MOVE WRK-PRECOFINAL TO WRK-VALOR-PONTOS
131492         COMPUTE WRK-PTO-CALC =
131502             WRK-PRECOFINAL / WRK-PARM-VALOR-PONTO
131512         MOVE WRK-PTO-CALC TO WRK-PTO-INTEIRO
131522         IF WRK-PTO-INTEIRO < WRK-PTO-CALC
131532             ADD 1 TO WRK-PTO-INTEIRO
131542         END-IF
131552         MOVE WRK-PTO-INTEIRO TO WRK-PTO-RESGATE
131562         MOVE ZEROS TO WRK-PTO-RESTANTE
131572     ELSE
131582         MOVE REG-CLI-PONTOS TO WRK-PTO-RESGATE
131592         MOVE WRK-PTO-DISPONIVEL TO WRK-VALOR-PONTOS
131602         COMPUTE WRK-PTO-RESTANTE =
131612             WRK-PRECOFINAL - WRK-VALOR-PONTOS
131622     END-IF.
131632     MOVE WRK-PTO-RESGATE TO WRK-ED-PTO-QTD.
131642     MOVE WRK-VALOR-PONTOS TO WRK-ED-PTO-VALOR.
131652     DISPLAY "RESGATE DE " WRK-ED-PTO-QTD " PONTOS = R$ "
131662         WRK-ED-PTO-VALOR.
131672     DISPLAY "CONFIRMA O RESGATE (S/N)? " WITH NO ADVANCING.
131682     ACCEPT WRK-PTO-RESP.
131692     IF WRK-PTO-RESP NOT = "S"
131702         DISPLAY "RESGATE NAO CONFIRMADO."
131712         MOVE ZEROS TO WRK-PTO-RESGATE
131722         MOVE ZEROS TO WRK-VALOR-PONTOS
131732         GO TO 3450-RESGATAR-PONTOS-EXIT
131742     END-IF.
131752     IF WRK-PTO-RESTANTE > ZEROS
131762         DISPLAY "RESTANTE A RECEBER EM DINHEIRO: "
131772             WRK-PTO-RESTANTE
131782         MOVE WRK-PTO-RESTANTE TO WRK-VALOR-DINHEIRO
131792         PERFORM 3410-RECEBER-DINHEIRO
131802             THRU 3410-RECEBER-DINHEIRO-EXIT
131812     END-IF.
131822     MOVE "S" TO WRK-SW-PGTO-OK.
131832 3450-RESGATAR-PONTOS-EXIT.
131842     EXIT.
131852
131862*-------------------------------------------------------
131872* PONTOS GANHOS NA VENDA, POR ITEM: VALOR DO ITEM RATEADO
131882* PELO TOTAL PAGO (SEM O DESCONTO E SEM A PARTE PAGA COM
131892* PONTOS) VEZES OS PONTOS POR REAL, SEM FRACAO. PRODUTOS DA
131902* LISTA SEMPONTO NAO GERAM PONTOS. SEM CLIENTE IDENTIFICADO
131912* VALE O CLIENTE DO FIADO, SE HOUVER.
131922*-------------------------------------------------------
131932 3635-CALCULAR-PONTOS.
131942     IF WRK-FID-CLIENTE = ZEROS
131952         MOVE WRK-CLIENTE-COD TO WRK-FID-CLIENTE
131962     END-IF.
131972     MOVE WRK-FID-CLIENTE TO REG-COMP-CLIENTE.
131982     MOVE ZEROS TO WRK-PTO-GANHOS.
131992     COMPUTE WRK-PTO-BASE = WRK-PRECOFINAL - WRK-VALOR-PONTOS.
132002     PERFORM 3636-PONTOS-ITEM THRU 3636-PONTOS-ITEM-EXIT
132012         VARYING I FROM 1 BY 1 UNTIL I > CONTADORPADRAO.
132022     MOVE WRK-PTO-GANHOS TO REG-COMP-PONTOS.
132032     MOVE WRK-PTO-RESGATE TO REG-COMP-PONTOS-RESG.
132042     MOVE WRK-VALOR-PONTOS TO REG-COMP-VALOR-PONTOS.
132052 3635-CALCULAR-PONTOS-EXIT.
132062     EXIT.
132072
132082*-------------------------------------------------------
132092 3636-PONTOS-ITEM.
132102     MOVE ZEROS TO PONTOSITEM(I).
132112     IF WRK-FID-CLIENTE = ZEROS OR WRK-PRECOACM = ZEROS
132122         GO TO 3636-PONTOS-ITEM-EXIT
132132     END-IF.
132142     MOVE "N" TO WRK-SW-PTO-EXCLUIDO.
132152     PERFORM 3637-COMPARAR-EXCLUIDO
132162         THRU 3637-COMPARAR-EXCLUIDO-EXIT
132172         VARYING WRK-PTO-POS FROM 1 BY 1
132182         UNTIL WRK-PTO-POS > WRK-PTO-EXCL-USADOS
132192             OR PTO-PRODUTO-EXCLUIDO.
132202     IF PTO-PRODUTO-EXCLUIDO
132212         GO TO 3636-PONTOS-ITEM-EXIT
132222     END-IF.
132232     COMPUTE WRK-PTO-CALC = PRECOITEM(I) * WRK-PTO-BASE
132242         / WRK-PRECOACM * WRK-PARM-PONTOS-REAL.
132252     IF WRK-PTO-CALC > 99999
132262         MOVE 99999 TO PONTOSITEM(I)
132272     ELSE
132282         MOVE WRK-PTO-CALC TO PONTOSITEM(I)
132292     END-IF.
132302     ADD PONTOSITEM(I) TO WRK-PTO-GANHOS.
132312 3636-PONTOS-ITEM-EXIT.
132322     EXIT.
132332
132342*-------------------------------------------------------
132352 3637-COMPARAR-EXCLUIDO.
132362     IF WRK-PTO-EXCLUIDO(WRK-PTO-POS) = PRODUTO(I)
132372         MOVE "S" TO WRK-SW-PTO-EXCLUIDO
132382     END-IF.
132392 3637-COMPARAR-EXCLUIDO-EXIT.
132402     EXIT.
132412
132422*-------------------------------------------------------
132432* ATUALIZA O SALDO DE PONTOS DO CLIENTE DA VENDA GRAVADA:
132442* BAIXA O RESGATE, CREDITA OS PONTOS GANHOS (RENOVANDO A
132452* VALIDADE) E GRAVA OS MOVIMENTOS R E G.
132462*-------------------------------------------------------
132472 3640-ATUALIZAR-PONTOS-CLI.
132482     IF WRK-FID-CLIENTE = ZEROS
132492         GO TO 3640-ATUALIZAR-PONTOS-CLI-EXIT
132502     END-IF.
132512     IF WRK-PTO-GANHOS = ZEROS AND WRK-PTO-RESGATE = ZEROS
132522         GO TO 3640-ATUALIZAR-PONTOS-CLI-EXIT
132532     END-IF.
132542     MOVE WRK-FID-CLIENTE TO REG-CLI-COD.
132552     READ ARQ-CLIENTE
132562         INVALID KEY
132572             DISPLAY "AVISO: CLIENTE " WRK-FID-CLIENTE
132582                 " SEM CADASTRO. PONTOS NAO ATUALIZADOS."
132592             GO TO 3640-ATUALIZAR-PONTOS-CLI-EXIT
132602     END-READ.
132612     PERFORM 3115-VENCER-PONTOS THRU 3115-VENCER-PONTOS-EXIT.
132622     MOVE REG-COMP-NUM TO WRK-PTO-DOC.
132632     IF WRK-PTO-RESGATE > ZEROS
132642         SUBTRACT WRK-PTO-RESGATE FROM REG-CLI-PONTOS
132652         REWRITE REG-CLIENTE
132662         MOVE "R" TO WRK-PTO-TIPO
132672         MOVE WRK-PTO-RESGATE TO WRK-PTO-QTD
132682         MOVE WRK-VALOR-PONTOS TO WRK-PTO-VALOR
132692         PERFORM 3645-GRAVAR-MOV-PONTOS
132702             THRU 3645-GRAVAR-MOV-PONTOS-EXIT
132712     END-IF.
132722     IF WRK-PTO-GANHOS > ZEROS
132732         ADD WRK-PTO-GANHOS TO REG-CLI-PONTOS
132742         PERFORM 3646-RENOVAR-VALIDADE
132752             THRU 3646-RENOVAR-VALIDADE-EXIT
132762         REWRITE REG-CLIENTE
132772         MOVE "G" TO WRK-PTO-TIPO
132782         MOVE WRK-PTO-GANHOS TO WRK-PTO-QTD
132792         MOVE ZEROS TO WRK-PTO-VALOR
132802         PERFORM 3645-GRAVAR-MOV-PONTOS
132812             THRU 3645-GRAVAR-MOV-PONTOS-EXIT
132822     END-IF.
132832     MOVE WRK-PTO-GANHOS TO WRK-ED-PTO-QTD.
132842     MOVE REG-CLI-PONTOS TO WRK-ED-PTO-SALDO.
132852     DISPLAY "PONTOS GANHOS NA VENDA: " WRK-ED-PTO-QTD.
132862     DISPLAY "SALDO DE PONTOS.......: " WRK-ED-PTO-SALDO.
132872 3640-ATUALIZAR-PONTOS-CLI-EXIT.
132882     EXIT.
132892
132902*-------------------------------------------------------
132912* GRAVA UM MOVIMENTO DE PONTOS COM O CLIENTE JA REGRAVADO
132922* (SALDO E VALIDADE DE REG-CLIENTE). A DATA E A DE HOJE OU A
132932* INFORMADA EM WRK-PTO-DATA-MOV (VENCIMENTO).
132942*-------------------------------------------------------
132952 3645-GRAVAR-MOV-PONTOS.
132962     MOVE REG-CLI-COD TO REG-PTO-CLIENTE.
132972     IF WRK-PTO-DATA-MOV = ZEROS
132982         ACCEPT REG-PTO-DATA FROM DATE YYYYMMDD
132992     ELSE
133002         MOVE WRK-PTO-DATA-MOV TO REG-PTO-DATA
133012         MOVE ZEROS TO WRK-PTO-DATA-MOV
133022     END-IF.
133032     ACCEPT REG-PTO-HORA FROM TIME.
133042     MOVE WRK-CAIXA-ID TO REG-PTO-CAIXA.
133052     MOVE WRK-OPERADOR TO REG-PTO-OPERADOR.
133062     MOVE WRK-PTO-DOC TO REG-PTO-DOCUMENTO.
133072     MOVE WRK-PTO-TIPO TO REG-PTO-TIPO.
133082     MOVE WRK-PTO-QTD TO REG-PTO-PONTOS.
133092     MOVE WRK-PTO-VALOR TO REG-PTO-VALOR.
133102     MOVE REG-CLI-PONTOS TO REG-PTO-SALDO.
133112     MOVE REG-CLI-PONTOS-VALIDADE TO REG-PTO-VALIDADE.
133122     WRITE REG-PONTOS.
133132     IF WRK-FS-PONTOS NOT = "00"
133142         DISPLAY "AVISO: MOVIMENTO DE PONTOS NAO GRAVADO. FS="
133152             WRK-FS-PONTOS
133162     END-IF.
133172 3645-GRAVAR-MOV-PONTOS-EXIT.
133182     EXIT.
133192
133202*-------------------------------------------------------
133212* VALIDADE DO SALDO DE PONTOS: HOJE MAIS OS DIAS DE PONTODIA.
133222*-------------------------------------------------------
133232 3646-RENOVAR-VALIDADE.
133242     ACCEPT WRK-DT-DATA FROM DATE YYYYMMDD.
133252     MOVE WRK-PARM-DIAS-PONTOS TO WRK-DT-PRAZO.
133262     PERFORM 9510-SOMAR-DIAS-DATA THRU 9510-SOMAR-DIAS-DATA-EXIT.
133272     MOVE WRK-DT-DATA TO REG-CLI-PONTOS-VALIDADE.
133282 3646-RENOVAR-VALIDADE-EXIT.
133292     EXIT.
133302
133312*-------------------------------------------------------
133322* ESTORNO DOS PONTOS DO COMPROVANTE ESTORNADO: RETIRA DO
133332* CLIENTE OS PONTOS GANHOS NOS ITENS AINDA NAO DEVOLVIDOS
133342* (OS DEVOLVIDOS JA SAIRAM NA DEVOLUCAO) E DEVOLVE OS PONTOS
133352* RESGATADOS NA VENDA.
133362*-------------------------------------------------------
133372 4060-ESTORNAR-PONTOS.
133382     IF REG-COMP-CLIENTE = ZEROS
133392         GO TO 4060-ESTORNAR-PONTOS-EXIT
133402     END-IF.
133412     IF REG-COMP-PONTOS = ZEROS AND REG-COMP-PONTOS-RESG = ZEROS
133422         GO TO 4060-ESTORNAR-PONTOS-EXIT
133432     END-IF.
133442     MOVE ZEROS TO WRK-PTO-RETIRAR.
133452     PERFORM 4061-PONTOS-ITEM-ESTORNO
133462         THRU 4061-PONTOS-ITEM-ESTORNO-EXIT
133472         VARYING I FROM 1 BY 1 UNTIL I > REG-COMP-QTD-ITENS.
133482     MOVE REG-COMP-CLIENTE TO REG-CLI-COD.
133492     READ ARQ-CLIENTE
133502         INVALID KEY
133512             DISPLAY "AVISO: CLIENTE " REG-COMP-CLIENTE
133522                 " SEM CADASTRO. PONTOS NAO ESTORNADOS."
133532             GO TO 4060-ESTORNAR-PONTOS-EXIT
133542     END-READ.
133552     PERFORM 3115-VENCER-PONTOS THRU 3115-VENCER-PONTOS-EXIT.
133562     MOVE REG-COMP-NUM TO WRK-PTO-DOC.
133572     IF WRK-PTO-RETIRAR > ZEROS
133582         SUBTRACT WRK-PTO-RETIRAR FROM REG-CLI-PONTOS
133592         REWRITE REG-CLIENTE
133602         MOVE "E" TO WRK-PTO-TIPO
133612         MOVE WRK-PTO-RETIRAR TO WRK-PTO-QTD
133622         MOVE ZEROS TO WRK-PTO-VALOR
133632         PERFORM 3645-GRAVAR-MOV-PONTOS
133642             THRU 3645-GRAVAR-MOV-PONTOS-EXIT
133652     END-IF.
133662     IF REG-COMP-PONTOS-RESG > ZEROS
133672         ADD REG-COMP-PONTOS-RESG TO REG-CLI-PONTOS
133682         IF REG-CLI-PONTOS-VALIDADE < WRK-PTO-HOJE
133692             PERFORM 3646-RENOVAR-VALIDADE
133702                 THRU 3646-RENOVAR-VALIDADE-EXIT
133712         END-IF
133722         REWRITE REG-CLIENTE
133732         MOVE "C" TO WRK-PTO-TIPO
133742         MOVE REG-COMP-PONTOS-RESG TO WRK-PTO-QTD
133752         MOVE REG-COMP-VALOR-PONTOS TO WRK-PTO-VALOR
133762         PERFORM 3645-GRAVAR-MOV-PONTOS
133772             THRU 3645-GRAVAR-MOV-PONTOS-EXIT
133782     END-IF.
133792     MOVE REG-CLI-PONTOS TO WRK-ED-PTO-SALDO.
133802     DISPLAY "PONTOS DO CLIENTE ESTORNADOS. SALDO: "
133812         WRK-ED-PTO-SALDO.
133822 4060-ESTORNAR-PONTOS-EXIT.
133832     EXIT.
133842
133852*-------------------------------------------------------
133862 4061-PONTOS-ITEM-ESTORNO.
133872     IF PONTOSITEM(I) > ZEROS
133882         AND REG-COMP-QUANTIDADE(I) > ZEROS
133892         COMPUTE WRK-PTO-CALC = PONTOSITEM(I) * QTDDEVOLVIDA(I)
133902             / REG-COMP-QUANTIDADE(I)
133912         MOVE WRK-PTO-CALC TO WRK-PTO-INTEIRO
133922         COMPUTE WRK-PTO-RETIRAR = WRK-PTO-RETIRAR
133932             + PONTOSITEM(I) - WRK-PTO-INTEIRO
133942     END-IF.
133952 4061-PONTOS-ITEM-ESTORNO-EXIT.
133962     EXIT.
133972
133982*-------------------------------------------------------
133992* DEVOLUCAO PARCIAL: RETIRA DO CLIENTE DA VENDA OS PONTOS
134002* PROPORCIONAIS AS QUANTIDADES DEVOLVIDAS AGORA (DIFERENCA
134012* ENTRE OS PONTOS DO TOTAL JA DEVOLVIDO DEPOIS E ANTES DESTA
134022* DEVOLUCAO, PARA NAO ACUMULAR ARREDONDAMENTO).
134032*-------------------------------------------------------
134042 5570-PONTOS-DEVOL.
134052     IF WRK-DEV-CLIENTE = ZEROS
134062         GO TO 5570-PONTOS-DEVOL-EXIT
134072     END-IF.
134082     MOVE ZEROS TO WRK-PTO-RETIRAR.
134092     PERFORM 5571-PONTOS-ITEM-DEV THRU 5571-PONTOS-ITEM-DEV-EXIT
134102         VARYING I FROM 1 BY 1 UNTIL I > WRK-DEV-ITENS.
134112     IF WRK-PTO-RETIRAR = ZEROS
134122         GO TO 5570-PONTOS-DEVOL-EXIT
134132     END-IF.
134142     MOVE WRK-DEV-CLIENTE TO REG-CLI-COD.
134152     READ ARQ-CLIENTE
134162         INVALID KEY
134172             DISPLAY "AVISO: CLIENTE " WRK-DEV-CLIENTE
134182                 " SEM CADASTRO. PONTOS NAO RETIRADOS."
134192             GO TO 5570-PONTOS-DEVOL-EXIT
134202     END-READ.
134212     PERFORM 3115-VENCER-PONTOS THRU 3115-VENCER-PONTOS-EXIT.
134222     SUBTRACT WRK-PTO-RETIRAR FROM REG-CLI-PONTOS.
134232     REWRITE REG-CLIENTE.
134242     MOVE WRK-NUM-CONSULTA TO WRK-PTO-DOC.
134252     MOVE "E" TO WRK-PTO-TIPO.
134262     MOVE WRK-PTO-RETIRAR TO WRK-PTO-QTD.
134272     MOVE ZEROS TO WRK-PTO-VALOR.
134282     PERFORM 3645-GRAVAR-MOV-PONTOS
134292         THRU 3645-GRAVAR-MOV-PONTOS-EXIT.
134302     MOVE WRK-PTO-RETIRAR TO WRK-ED-PTO-QTD.
134312     MOVE REG-CLI-PONTOS TO WRK-ED-PTO-SALDO.
134322     DISPLAY "PONTOS RETIRADOS DO CLIENTE: " WRK-ED-PTO-QTD
134332         " SALDO: " WRK-ED-PTO-SALDO.
134342 5570-PONTOS-DEVOL-EXIT.
134352     EXIT.
134362
134372*-------------------------------------------------------
134382 5571-PONTOS-ITEM-DEV.
134392     IF DEV-QTD-DEV(I) > ZEROS AND DEV-PONTOS(I) > ZEROS
134402         COMPUTE WRK-PTO-CALC = DEV-PONTOS(I)
134412             * (DEV-QTD-ANTERIOR(I) + DEV-QTD-DEV(I))
134422             / DEV-QTD-VENDIDA(I)
134432         MOVE WRK-PTO-CALC TO WRK-PTO-DEPOIS
134442         COMPUTE WRK-PTO-CALC = DEV-PONTOS(I)
134452             * DEV-QTD-ANTERIOR(I) / DEV-QTD-VENDIDA(I)
134462         MOVE WRK-PTO-CALC TO WRK-PTO-ANTES
134472         COMPUTE WRK-PTO-RETIRAR = WRK-PTO-RETIRAR
134482             + WRK-PTO-DEPOIS - WRK-PTO-ANTES
134492     END-IF.
134502 5571-PONTOS-ITEM-DEV-EXIT.
134512     EXIT.
134522
134532*-------------------------------------------------------
134542* LINHA DE PONTOS DE FIDELIDADE NO TOTAL DO FECHAMENTO.
134552*-------------------------------------------------------
134562 6510-IMPRIMIR-TOTAL-PONTOS.
134572     IF WRK-REL-PTO-GANHOS = ZEROS AND WRK-REL-PTO-RESG = ZEROS
134582         GO TO 6510-IMPRIMIR-TOTAL-PONTOS-EXIT
134592     END-IF.
134602     MOVE WRK-REL-PTO-GANHOS TO WRK-ED-RPT-PONTOS.
134612     MOVE SPACES TO WRK-LINHA-RELATORIO.
134622     STRING "PONTOS EMITIDOS.: " WRK-ED-RPT-PONTOS
134632         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
134642     WRITE REG-LINHA-FECHA FROM WRK-LINHA-RELATORIO.
134652     MOVE WRK-REL-PTO-RESG TO WRK-ED-RPT-PONTOS.
134662     MOVE WRK-REL-VALOR-PONTOS TO WRK-ED-RPT-VALOR.
134672     MOVE SPACES TO WRK-LINHA-RELATORIO.
134682     STRING "PONTOS RESGATADOS: " WRK-ED-RPT-PONTOS
134692         "  VALOR " WRK-ED-RPT-VALOR
134702         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
134712     WRITE REG-LINHA-FECHA FROM WRK-LINHA-RELATORIO.
134722 6510-IMPRIMIR-TOTAL-PONTOS-EXIT.
134732     EXIT.
134742
134752*-------------------------------------------------------
134762* RELATORIO MENSAL DE PONTOS (RELPONTO). VENCE ANTES OS
134772* SALDOS COM VALIDADE ULTRAPASSADA, SOMA OS MOVIMENTOS DO MES
134782* POR TIPO E APURA O SALDO A RESGATAR NO FIM DO MES, COM O
134792* PASSIVO CORRESPONDENTE AO VALOR ATUAL DO PONTO. TERMINA COM
134802* O SALDO ATUAL DE CADA CLIENTE COM PONTOS.
134812*-------------------------------------------------------
134822 4600-RELATORIO-PONTOS.
134832     DISPLAY " ".
134842     DISPLAY "RELATORIO MENSAL DE PONTOS (FIDELIDADE)".
134852     DISPLAY "MES DE REFERENCIA (AAAAMM): " WITH NO ADVANCING.
134862     ACCEPT WRK-RPT-MES.
134872     DIVIDE WRK-RPT-MES BY 100 GIVING WRK-DT-A
134882         REMAINDER WRK-DT-M.
134892     IF WRK-DT-M < 1 OR WRK-DT-M > 12
134902         DISPLAY "MES INVALIDO."
134912         GO TO 4600-RELATORIO-PONTOS-EXIT
134922     END-IF.
134932     COMPUTE WRK-RPT-DATA-INI = WRK-RPT-MES * 100 + 1.
134942     COMPUTE WRK-RPT-DATA-FIM = WRK-RPT-MES * 100 + 31.
134952     ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
134962     MOVE ZEROS TO WRK-RPT-VENCIDOS-HOJE.
134972     PERFORM 4601-VENCER-SALDOS THRU 4601-VENCER-SALDOS-EXIT.
134982     IF WRK-RPT-VENCIDOS-HOJE > ZEROS
134992         DISPLAY "CLIENTES COM PONTOS VENCIDOS AGORA: "
135002             WRK-RPT-VENCIDOS-HOJE
135012     END-IF.
135022     MOVE ZEROS TO WRK-RPT-TOTAIS.
135032     CLOSE ARQ-PONTOS.
135042     MOVE "N" TO WRK-SW-EOF-PTO.
135052     OPEN INPUT ARQ-PONTOS.
135062     IF WRK-FS-PONTOS NOT = "00"
135072         MOVE "S" TO WRK-SW-EOF-PTO
135082     END-IF.
135092     IF NOT FIM-PONTOS
135102         PERFORM 4605-LER-PONTOS THRU 4605-LER-PONTOS-EXIT
135112         PERFORM 4610-ACUMULAR-PONTOS
135122             THRU 4610-ACUMULAR-PONTOS-EXIT
135132             UNTIL FIM-PONTOS
135142     END-IF.
135152     CLOSE ARQ-PONTOS.
135162     OPEN EXTEND ARQ-PONTOS.
135172     COMPUTE WRK-RPT-PASSIVO ROUNDED =
135182         WRK-RPT-SALDO-FIM * WRK-PARM-VALOR-PONTO.
135192     OPEN OUTPUT ARQ-RELPONTO.
135202     MOVE SPACES TO WRK-LINHA-RELATORIO.
135212     STRING "PONTOS DE FIDELIDADE - MES: " WRK-RPT-MES
135222         "   EMITIDO EM: " WRK-DATA-SISTEMA
135232         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
135242     WRITE REG-LINHA-RELPTO FROM WRK-LINHA-RELATORIO.
135252     MOVE SPACES TO WRK-LINHA-RELATORIO.
135262     WRITE REG-LINHA-RELPTO FROM WRK-LINHA-RELATORIO.
135272     MOVE WRK-RPT-SALDO-ANT TO WRK-ED-RPT-PONTOS.
135282     MOVE SPACES TO WRK-LINHA-RELATORIO.
135292     STRING "SALDO A RESGATAR NO INICIO DO MES...: "
135302         WRK-ED-RPT-PONTOS
135312         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
135322     WRITE REG-LINHA-RELPTO FROM WRK-LINHA-RELATORIO.
135332     MOVE WRK-RPT-GANHOS TO WRK-ED-RPT-PONTOS.
135342     MOVE SPACES TO WRK-LINHA-RELATORIO.
135352     STRING "(+) PONTOS EMITIDOS NAS VENDAS......: "
135362         WRK-ED-RPT-PONTOS
135372         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
135382     WRITE REG-LINHA-RELPTO FROM WRK-LINHA-RELATORIO.
135392     MOVE WRK-RPT-DEVOLVIDOS TO WRK-ED-RPT-PONTOS.
135402     MOVE SPACES TO WRK-LINHA-RELATORIO.
135412     STRING "(+) RESGATES DEVOLVIDOS NO ESTORNO..: "
135422         WRK-ED-RPT-PONTOS
135432         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
135442     WRITE REG-LINHA-RELPTO FROM WRK-LINHA-RELATORIO.
135452     MOVE WRK-RPT-ESTORNADOS TO WRK-ED-RPT-PONTOS.
135462     MOVE SPACES TO WRK-LINHA-RELATORIO.
135472     STRING "(-) RETIRADOS EM ESTORNO/DEVOLUCAO..: "
135482         WRK-ED-RPT-PONTOS
135492         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
135502     WRITE REG-LINHA-RELPTO FROM WRK-LINHA-RELATORIO.
135512     MOVE WRK-RPT-RESGATADOS TO WRK-ED-RPT-PONTOS.
135522     MOVE WRK-RPT-VALOR-RESG TO WRK-ED-RPT-VALOR.
135532     MOVE SPACES TO WRK-LINHA-RELATORIO.
135542     STRING "(-) PONTOS RESGATADOS...............: "
135552         WRK-ED-RPT-PONTOS "  R$ " WRK-ED-RPT-VALOR
135562         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
135572     WRITE REG-LINHA-RELPTO FROM WRK-LINHA-RELATORIO.
135582     MOVE WRK-RPT-VENCIDOS TO WRK-ED-RPT-PONTOS.
135592     MOVE SPACES TO WRK-LINHA-RELATORIO.
135602     STRING "(-) PONTOS VENCIDOS.................: "
135612         WRK-ED-RPT-PONTOS
135622         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
135632     WRITE REG-LINHA-RELPTO FROM WRK-LINHA-RELATORIO.
135642     MOVE WRK-RPT-SALDO-FIM TO WRK-ED-RPT-PONTOS.
135652     MOVE SPACES TO WRK-LINHA-RELATORIO.
135662     STRING "SALDO A RESGATAR NO FIM DO MES......: "
135672         WRK-ED-RPT-PONTOS
135682         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
135692     WRITE REG-LINHA-RELPTO FROM WRK-LINHA-RELATORIO.
135702     MOVE WRK-RPT-PASSIVO TO WRK-ED-RPT-VALOR.
135712     MOVE SPACES TO WRK-LINHA-RELATORIO.
135722     STRING "PASSIVO DE PONTOS A RESGATAR (R$)...: "
135732         WRK-ED-RPT-VALOR
135742         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
135752     WRITE REG-LINHA-RELPTO FROM WRK-LINHA-RELATORIO.
135762     MOVE SPACES TO WRK-LINHA-RELATORIO.
135772     WRITE REG-LINHA-RELPTO FROM WRK-LINHA-RELATORIO.
135782     MOVE SPACES TO WRK-LINHA-RELATORIO.
135792     STRING "SALDOS DOS CLIENTES EM " WRK-DATA-SISTEMA
135802         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
135812     WRITE REG-LINHA-RELPTO FROM WRK-LINHA-RELATORIO.
135822     MOVE SPACES TO WRK-LINHA-RELATORIO.
135832     STRING "COD.   NOME                          "
135842         "   PONTOS VALIDADE"
135852         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
135862     WRITE REG-LINHA-RELPTO FROM WRK-LINHA-RELATORIO.
135872     MOVE "N" TO WRK-SW-EOF-CLIENTE.
135882     MOVE ZEROS TO REG-CLI-COD.
135892     START ARQ-CLIENTE KEY IS NOT LESS THAN REG-CLI-COD
135902         INVALID KEY
135912             MOVE "S" TO WRK-SW-EOF-CLIENTE
135922     END-START.
135932     IF NOT FIM-CLIENTE
135942         PERFORM 7510-LER-CLIENTE THRU 7510-LER-CLIENTE-EXIT
135952         PERFORM 4615-LINHA-CLIENTE-PONTOS
135962             THRU 4615-LINHA-CLIENTE-PONTOS-EXIT
135972             UNTIL FIM-CLIENTE
135982     END-IF.
135992     CLOSE ARQ-RELPONTO.
136002     DISPLAY "RELATORIO GRAVADO EM RELPONTO.".
136012 4600-RELATORIO-PONTOS-EXIT.
136022     EXIT.
136032
136042*-------------------------------------------------------
136052* VENCIMENTO DOS SALDOS DE TODOS OS CLIENTES.
136062*-------------------------------------------------------
136072 4601-VENCER-SALDOS.
136082     MOVE "N" TO WRK-SW-EOF-CLIENTE.
136092     MOVE ZEROS TO REG-CLI-COD.
136102     START ARQ-CLIENTE KEY IS NOT LESS THAN REG-CLI-COD
136112         INVALID KEY
136122             MOVE "S" TO WRK-SW-EOF-CLIENTE
136132     END-START.
136142     IF NOT FIM-CLIENTE
136152         PERFORM 7510-LER-CLIENTE THRU 7510-LER-CLIENTE-EXIT
136162         PERFORM 4602-VENCER-UM-CLIENTE
136172             THRU 4602-VENCER-UM-CLIENTE-EXIT
136182             UNTIL FIM-CLIENTE
136192     END-IF.
136202 4601-VENCER-SALDOS-EXIT.
136212     EXIT.
136222
136232*-------------------------------------------------------
136242 4602-VENCER-UM-CLIENTE.
136252     PERFORM 3115-VENCER-PONTOS THRU 3115-VENCER-PONTOS-EXIT.
136262     PERFORM 7510-LER-CLIENTE THRU 7510-LER-CLIENTE-EXIT.
136272 4602-VENCER-UM-CLIENTE-EXIT.
136282     EXIT.
136292
136302*-------------------------------------------------------
136312 4605-LER-PONTOS.
136322     READ ARQ-PONTOS
136332         AT END
136342             MOVE "S" TO WRK-SW-EOF-PTO
136352     END-READ.
136362 4605-LER-PONTOS-EXIT.
136372     EXIT.
136382
136392*-------------------------------------------------------
136402* MOVIMENTOS ATE O FIM DO MES FORMAM O SALDO FINAL; OS
136412* ANTERIORES AO MES, O SALDO INICIAL; OS DO MES SOMAM POR
136422* TIPO.
136432*-------------------------------------------------------
136442 4610-ACUMULAR-PONTOS.
136452     IF REG-PTO-DATA > WRK-RPT-DATA-FIM
136462         GO TO 4610-PROXIMO-PONTOS
136472     END-IF.
136482     IF PTO-ENTRADA
136492         ADD REG-PTO-PONTOS TO WRK-RPT-SALDO-FIM
136502     ELSE
136512         SUBTRACT REG-PTO-PONTOS FROM WRK-RPT-SALDO-FIM
136522     END-IF.
136532     IF REG-PTO-DATA < WRK-RPT-DATA-INI
136542         IF PTO-ENTRADA
136552             ADD REG-PTO-PONTOS TO WRK-RPT-SALDO-ANT
136562         ELSE
136572             SUBTRACT REG-PTO-PONTOS FROM WRK-RPT-SALDO-ANT
136582         END-IF
136592         GO TO 4610-PROXIMO-PONTOS
136602     END-IF.
136612     EVALUATE TRUE
136622         WHEN PTO-GANHO
136632             ADD REG-PTO-PONTOS TO WRK-RPT-GANHOS
136642         WHEN PTO-RESGATE
136652             ADD REG-PTO-PONTOS TO WRK-RPT-RESGATADOS
136662             ADD REG-PTO-VALOR TO WRK-RPT-VALOR-RESG
136672         WHEN PTO-ESTORNO-GANHO
136682             ADD REG-PTO-PONTOS TO WRK-RPT-ESTORNADOS
136692         WHEN PTO-ESTORNO-RESGATE
136702             ADD REG-PTO-PONTOS TO WRK-RPT-DEVOLVIDOS
136712         WHEN PTO-VENCIDO
136722             ADD REG-PTO-PONTOS TO WRK-RPT-VENCIDOS
136732     END-EVALUATE.
136742 4610-PROXIMO-PONTOS.
136752     PERFORM 4605-LER-PONTOS THRU 4605-LER-PONTOS-EXIT.
136762 4610-ACUMULAR-PONTOS-EXIT.
136772     EXIT.
136782
136792*-------------------------------------------------------
136802 4615-LINHA-CLIENTE-PONTOS.
136812     IF REG-CLI-PONTOS IS NUMERIC
136822         AND REG-CLI-PONTOS NOT = ZEROS
136832         MOVE REG-CLI-PONTOS TO WRK-ED-PTO-SALDO
136842         MOVE SPACES TO WRK-LINHA-RELATORIO
136852         STRING REG-CLI-COD "  "
136862             REG-CLI-NOME " " WRK-ED-PTO-SALDO " "
136872             REG-CLI-PONTOS-VALIDADE
136882             DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO
136892         WRITE REG-LINHA-RELPTO FROM WRK-LINHA-RELATORIO
136902     END-IF.
136912     PERFORM 7510-LER-CLIENTE THRU 7510-LER-CLIENTE-EXIT.
136922 4615-LINHA-CLIENTE-PONTOS-EXIT.
136932     EXIT.
136942
136952*-------------------------------------------------------
136962* CADASTRO DO PRODUTO: ALIQUOTA DE ICMS E INDICADOR DE
136972* PRODUTO PERECIVEL (COM LOTE E VALIDADE NA ENTRADA).
136982*-------------------------------------------------------
136992 8014-OBTER-ALIQ-PEREC.
137002     DISPLAY "ALIQUOTA ICMS (99.99): " WITH NO ADVANCING.
137012     ACCEPT WRK-MANUT-ALIQ.
137022     DISPLAY "PERECIVEL (S/N)......: " WITH NO ADVANCING.
137032     ACCEPT WRK-MANUT-PERECIVEL.
137042     IF WRK-MANUT-PERECIVEL NOT = "S"
137052         MOVE "N" TO WRK-MANUT-PERECIVEL
137062     END-IF.
137072 8014-OBTER-ALIQ-PEREC-EXIT.
137082     EXIT.
137092
137102*-------------------------------------------------------
137112 8013-PERECIVEL.
137122     MOVE WRK-MANUT-ALIQ TO REG-PROD-ALIQ-ICMS.
137132     MOVE WRK-MANUT-PERECIVEL TO REG-PROD-PERECIVEL.
137142 8013-PERECIVEL-EXIT.
137152     EXIT.
137162
137172*-------------------------------------------------------
137182* LOTE E VALIDADE DO PRODUTO PERECIVEL RECEBIDO. VALIDADE
137192* INVALIDA, JA VENCIDA OU NAO POSTERIOR A EMISSAO DA NOTA
137202* DEIXA O LOTE EM BRANCO E O ITEM E RECUSADO.
137212*-------------------------------------------------------
137222 8511-OBTER-LOTE.
137232     DISPLAY "LOTE DO FABRICANTE...: " WITH NO ADVANCING.
137242     ACCEPT WRK-LTP-LOTE.
137252     IF WRK-LTP-LOTE = SPACES
137262         GO TO 8511-OBTER-LOTE-EXIT
137272     END-IF.
137282     DISPLAY "VALIDADE (AAAAMMDD)..: " WITH NO ADVANCING.
137292     ACCEPT WRK-LTP-VALIDADE.
137302     ACCEPT WRK-LTP-HOJE FROM DATE YYYYMMDD.
137312     MOVE WRK-LTP-VALIDADE TO WRK-DT-DATA.
137322     IF WRK-DT-MES < 1 OR WRK-DT-MES > 12
137332         OR WRK-DT-DIA < 1 OR WRK-DT-DIA > 31
137342         OR WRK-LTP-VALIDADE < WRK-LTP-HOJE
137352         OR WRK-LTP-VALIDADE NOT > WRK-ENT-NF-DATA
137362         MOVE SPACES TO WRK-LTP-LOTE
137372     END-IF.
137382 8511-OBTER-LOTE-EXIT.
137392     EXIT.
137402
137412*-------------------------------------------------------
137422* ENTRADA DO LOTE RECEBIDO. O MESMO LOTE E VALIDADE EM
137432* OUTRA NOTA SOMA AO LOTE JA CADASTRADO.
137442*-------------------------------------------------------
137452 8512-GRAVAR-LOTE.
137462     MOVE REG-PROD-COD TO REG-LTP-PRODUTO.
137472     MOVE WRK-LTP-VALIDADE TO REG-LTP-VALIDADE.
137482     MOVE WRK-LTP-LOTE TO REG-LTP-LOTE.
137492     READ ARQ-LOTEPROD
137502         INVALID KEY
137512             ACCEPT REG-LTP-DATA-ENTRADA FROM DATE YYYYMMDD
137522             MOVE WRK-ENT-NF-NUM TO REG-LTP-NF-NUM
137532             MOVE WRK-ENT-QTD TO REG-LTP-QTD-RECEBIDA
137542             MOVE WRK-ENT-QTD TO REG-LTP-SALDO
137552             MOVE "A" TO REG-LTP-STATUS
137562             WRITE REG-LOTE-PROD
137572         NOT INVALID KEY
137582             ADD WRK-ENT-QTD TO REG-LTP-QTD-RECEBIDA
137592             ADD WRK-ENT-QTD TO REG-LTP-SALDO
137602             MOVE "A" TO REG-LTP-STATUS
137612             REWRITE REG-LOTE-PROD
137622     END-READ.
137632     IF WRK-FS-LOTEPROD NOT = "00"
137642         DISPLAY "AVISO: LOTE NAO GRAVADO. FS=" WRK-FS-LOTEPROD
137652     END-IF.
137662 8512-GRAVAR-LOTE-EXIT.
137672     EXIT.
137682
137692*-------------------------------------------------------
137702* MOVIMENTO DE ESTOQUE DE VENDA, ESTORNO E DEVOLUCAO:
137712* NO PRODUTO PERECIVEL ACERTA OS LOTES ANTES DE GRAVAR O
137722* KARDEX. A VENDA BAIXA PRIMEIRO O LOTE QUE VENCE ANTES.
137732*-------------------------------------------------------
137742 8570-GRAVAR-KARDEX-LOTES.
137752     IF PRODUTO-PERECIVEL AND WRK-KDX-QTD > ZEROS
137762         MOVE WRK-KDX-QTD TO WRK-LTP-QTD
137772         ACCEPT WRK-LTP-HOJE FROM DATE YYYYMMDD
137782         MOVE REG-PROD-COD TO REG-LTP-PRODUTO
137792         MOVE WRK-LTP-HOJE TO REG-LTP-VALIDADE
137802         MOVE SPACES TO REG-LTP-LOTE
137812         MOVE "N" TO WRK-SW-EOF-LOTE
137822         START ARQ-LOTEPROD KEY IS NOT LESS THAN REG-LTP-CHAVE
137832             INVALID KEY
137842                 MOVE "S" TO WRK-SW-EOF-LOTE
137852         END-START
137862         IF NOT FIM-LOTES
137872             PERFORM 8575-LER-LOTE THRU 8575-LER-LOTE-EXIT
137882         END-IF
137892         IF KDX-MOV-SAIDA
137902             PERFORM 8571-BAIXAR-LOTE THRU 8571-BAIXAR-LOTE-EXIT
137912                 UNTIL FIM-LOTES OR WRK-LTP-QTD = ZEROS
137922                 OR REG-LTP-PRODUTO NOT = REG-PROD-COD
137932         ELSE
137942             PERFORM 8572-DEVOLVER-LOTE
137952                 THRU 8572-DEVOLVER-LOTE-EXIT
137962         END-IF
137972     END-IF.
137982     PERFORM 8550-GRAVAR-KARDEX THRU 8550-GRAVAR-KARDEX-EXIT.
137992 8570-GRAVAR-KARDEX-LOTES-EXIT.
138002     EXIT.
138012
138022*-------------------------------------------------------
138032* BAIXA DA VENDA NO LOTE LIDO (NAO VENCIDO). O QUE NAO
138042* COUBER NO SALDO DO LOTE PASSA PARA O LOTE SEGUINTE.
138052*-------------------------------------------------------
138062 8571-BAIXAR-LOTE.
138072     IF REG-LTP-SALDO > ZEROS
138082         IF REG-LTP-SALDO > WRK-LTP-QTD
138092             SUBTRACT WRK-LTP-QTD FROM REG-LTP-SALDO
138102             MOVE ZEROS TO WRK-LTP-QTD
138112         ELSE
138122             SUBTRACT REG-LTP-SALDO FROM WRK-LTP-QTD
138132             MOVE ZEROS TO REG-LTP-SALDO
138142             MOVE "E" TO REG-LTP-STATUS
138152         END-IF
138162         REWRITE REG-LOTE-PROD
138172     END-IF.
138182     IF WRK-LTP-QTD > ZEROS
138192         PERFORM 8575-LER-LOTE THRU 8575-LER-LOTE-EXIT
138202     END-IF.
138212 8571-BAIXAR-LOTE-EXIT.
138222     EXIT.
138232
138242*-------------------------------------------------------
138252* ESTORNO E DEVOLUCAO VOLTAM AO PRIMEIRO LOTE AINDA NAO
138262* VENCIDO DO PRODUTO, MESMO QUE JA ESGOTADO.
138272*-------------------------------------------------------
138282 8572-DEVOLVER-LOTE.
138292     IF NOT FIM-LOTES
138302         AND REG-LTP-PRODUTO = REG-PROD-COD
138312         ADD WRK-LTP-QTD TO REG-LTP-SALDO
138322         MOVE "A" TO REG-LTP-STATUS
138332         REWRITE REG-LOTE-PROD
138342     END-IF.
138352 8572-DEVOLVER-LOTE-EXIT.
138362     EXIT.
138372
138382*-------------------------------------------------------
138392 8575-LER-LOTE.
138402     READ ARQ-LOTEPROD NEXT RECORD
138412         AT END
138422             MOVE "S" TO WRK-SW-EOF-LOTE
138432     END-READ.
138442 8575-LER-LOTE-EXIT.
138452     EXIT.
138462
138472*-------------------------------------------------------
138482 3315-AUTORIZAR-REMARCACAO.
138492     MOVE "RM" TO WRK-ACE-ACAO.
138502     MOVE ZEROS TO WRK-ACE-DOC.
138512     MOVE ZEROS TO WRK-ACE-PERC-EXIGIDO.
138522     PERFORM 3318-AUTORIZAR-ACAO THRU 3318-AUTORIZAR-ACAO-EXIT.
138532 3315-AUTORIZAR-REMARCACAO-EXIT.
138542     EXIT.
138552
138562*-------------------------------------------------------
138572 3316-AUTORIZAR-PERDA.
138582     MOVE "PV" TO WRK-ACE-ACAO.
138592     MOVE ZEROS TO WRK-ACE-DOC.
138602     MOVE ZEROS TO WRK-ACE-PERC-EXIGIDO.
138612     PERFORM 3318-AUTORIZAR-ACAO THRU 3318-AUTORIZAR-ACAO-EXIT.
138622 3316-AUTORIZAR-PERDA-EXIT.
138632     EXIT.
138642
138652*-------------------------------------------------------
138662* REGISTRO DE AJUSTE DO BALANCO (MOTIVO 'B'), SEM LOTE;
138672* O ESTOQUE PASSA A SER O CONTADO E A DIFERENCA VAI PARA O
138682* KARDEX E PARA OS LOTES.
138692*-------------------------------------------------------
138702 8946-GRAVAR-AJUSTE-BALANCO.
138712     MOVE WRK-SUP-COD TO REG-AJU-SUPERVISOR.
138722     MOVE "B" TO REG-AJU-MOTIVO.
138732     MOVE SPACES TO REG-AJU-LOTE.
138742     MOVE ZEROS TO REG-AJU-VALIDADE.
138752     MOVE ZEROS TO REG-AJU-QTD-PERDA.
138762     WRITE REG-AJUSTE.
138772     MOVE REG-BAL-QTD-CONTADA TO REG-PROD-ESTOQUE.
138782     REWRITE REG-PRODUTO.
138792     MOVE "AJ" TO WRK-KDX-TIPO.
138802     MOVE ZEROS TO WRK-KDX-DOC.
138812     COMPUTE WRK-KDX-QTD =
138822         REG-BAL-QTD-CONTADA - REG-AJU-EST-ANTERIOR.
138832     PERFORM 8947-AJUSTAR-LOTES-BALANCO
138842         THRU 8947-AJUSTAR-LOTES-BALANCO-EXIT.
138852 8946-GRAVAR-AJUSTE-BALANCO-EXIT.
138862     EXIT.
138872
138882*-------------------------------------------------------
138892* LOTES E VALIDADE DOS PRODUTOS PERECIVEIS.
138902*-------------------------------------------------------
138912 8950-LOTES-VALIDADE.
138922     DISPLAY " ".
138932     DISPLAY "LOTES E VALIDADE DE PERECIVEIS".
138942     DISPLAY " 1 - RELATORIO DE LOTES A VENCER / REMARCACAO".
138952     DISPLAY " 2 - BAIXA DE LOTES VENCIDOS (SUPERVISOR)".
138962     DISPLAY "OPCAO: " WITH NO ADVANCING.
138972     ACCEPT WRK-VNC-OPCAO.
138982     EVALUATE WRK-VNC-OPCAO
138992         WHEN 1
139002             PERFORM 8960-LOTES-A-VENCER
139012                 THRU 8960-LOTES-A-VENCER-EXIT
139022         WHEN 2
139032             PERFORM 8970-BAIXAR-VENCIDOS
139042                 THRU 8970-BAIXAR-VENCIDOS-EXIT
139052         WHEN OTHER
139062             DISPLAY "OPCAO INVALIDA."
139072     END-EVALUATE.
139082 8950-LOTES-VALIDADE-EXIT.
139092     EXIT.
139102
139112*-------------------------------------------------------
139122* RELATORIO DIARIO DOS LOTES COM SALDO QUE VENCEM ATE N
139132* DIAS A FRENTE (RELVENC), COM QUANTIDADE E VALOR PELO
139142* CUSTO MEDIO; OS JA VENCIDOS SAEM MARCADOS. EM SEGUIDA
139152* OFERECE A REMARCACAO DOS LOTES NAO VENCIDOS NA PROMOCAO.
139162*-------------------------------------------------------
139172 8960-LOTES-A-VENCER.
139182     DISPLAY " ".
139192     DISPLAY "RELATORIO DE LOTES A VENCER".
139202     DISPLAY "DIAS A FRENTE (0 = " WRK-PARM-DIAS-VENC "): "
139212         WITH NO ADVANCING.
139222     ACCEPT WRK-VNC-DIAS.
139232     IF WRK-VNC-DIAS = ZEROS
139242         MOVE WRK-PARM-DIAS-VENC TO WRK-VNC-DIAS
139252     END-IF.
139262     ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
139272     MOVE WRK-DATA-SISTEMA TO WRK-DT-DATA.
139282     PERFORM 9500-CALCULAR-DIAS-DATA
139292         THRU 9500-CALCULAR-DIAS-DATA-EXIT.
139302     MOVE WRK-DT-DIAS TO WRK-VNC-DIAS-HOJE.
139312     MOVE WRK-VNC-DIAS TO WRK-DT-PRAZO.
139322     PERFORM 9510-SOMAR-DIAS-DATA THRU 9510-SOMAR-DIAS-DATA-EXIT.
139332     MOVE WRK-DT-DATA TO WRK-VNC-LIMITE.
139342     MOVE ZEROS TO WRK-VNC-LOTES.
139352     MOVE ZEROS TO WRK-VNC-A-VENCER.
139362     MOVE ZEROS TO WRK-VNC-TOT-QTD.
139372     MOVE ZEROS TO WRK-VNC-TOT-VALOR.
139382     OPEN OUTPUT ARQ-RELVENC.
139392     IF WRK-FS-RELVENC NOT = "00"
139402         DISPLAY "ARQUIVO RELVENC INDISPONIVEL. FS="
139412             WRK-FS-RELVENC
139422         GO TO 8960-LOTES-A-VENCER-EXIT
139432     END-IF.
139442     MOVE WRK-VNC-LIMITE TO WRK-DT-DATA.
139452     PERFORM 9520-EDITAR-DATA THRU 9520-EDITAR-DATA-EXIT.
139462     MOVE SPACES TO WRK-LINHA-RELATORIO.
139472     STRING "LOTES A VENCER ATE " WRK-ED-DT-DATA
139482         "   EMITIDO EM: " WRK-DATA-SISTEMA
139492         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
139502     WRITE REG-LINHA-RELVENC FROM WRK-LINHA-RELATORIO.
139512     MOVE SPACES TO WRK-LINHA-RELATORIO.
139522     WRITE REG-LINHA-RELVENC FROM WRK-LINHA-RELATORIO.
139532     MOVE SPACES TO WRK-LINHA-RELATORIO.
139542     STRING "PRODUTO       DESCRICAO  LOTE       VALIDADE   "
139552         " DIAS       QTD     CUSTO"
139562         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
139572     WRITE REG-LINHA-RELVENC FROM WRK-LINHA-RELATORIO.
139582     MOVE "N" TO WRK-SW-EOF-LOTE.
139592     MOVE ZEROS TO REG-LTP-PRODUTO.
139602     MOVE ZEROS TO REG-LTP-VALIDADE.
139612     MOVE SPACES TO REG-LTP-LOTE.
139622     START ARQ-LOTEPROD KEY IS NOT LESS THAN REG-LTP-CHAVE
139632         INVALID KEY
139642             MOVE "S" TO WRK-SW-EOF-LOTE
139652     END-START.
139662     IF NOT FIM-LOTES
139672         PERFORM 8575-LER-LOTE THRU 8575-LER-LOTE-EXIT
139682         PERFORM 8961-LINHA-LOTE-VENCER
139692             THRU 8961-LINHA-LOTE-VENCER-EXIT
139702             UNTIL FIM-LOTES
139712     END-IF.
139722     MOVE WRK-VNC-TOT-QTD TO WRK-ED-VNC-TOT-QTD.
139732     MOVE WRK-VNC-TOT-VALOR TO WRK-ED-VNC-TOT-VALOR.
139742     MOVE SPACES TO WRK-LINHA-RELATORIO.
139752     WRITE REG-LINHA-RELVENC FROM WRK-LINHA-RELATORIO.
139762     MOVE SPACES TO WRK-LINHA-RELATORIO.
139772     STRING "TOTAL: " WRK-VNC-LOTES " LOTES  QTD "
139782         WRK-ED-VNC-TOT-QTD "  VALOR A CUSTO "
139792         WRK-ED-VNC-TOT-VALOR
139802         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
139812     WRITE REG-LINHA-RELVENC FROM WRK-LINHA-RELATORIO.
139822     CLOSE ARQ-RELVENC.
139832     DISPLAY "LOTES LISTADOS: " WRK-VNC-LOTES.
139842     DISPLAY "RELATORIO GRAVADO EM RELVENC.".
139852     IF WRK-VNC-A-VENCER = ZEROS
139862         GO TO 8960-LOTES-A-VENCER-EXIT
139872     END-IF.
139882     DISPLAY "CRIAR REMARCACAO NA PROMOCAO (S/N)? "
139892         WITH NO ADVANCING.
139902     ACCEPT WRK-VNC-RESP.
139912     IF WRK-VNC-RESP NOT = "S"
139922         GO TO 8960-LOTES-A-VENCER-EXIT
139932     END-IF.
139942     PERFORM 8965-REMARCAR-LOTES THRU 8965-REMARCAR-LOTES-EXIT.
139952 8960-LOTES-A-VENCER-EXIT.
139962     EXIT.
139972
139982*-------------------------------------------------------
139992* LINHA DO LOTE COM SALDO E VALIDADE ATE O LIMITE. DIAS
140002* NEGATIVOS SAO DE LOTE JA VENCIDO, A BAIXAR COMO PERDA.
140012*-------------------------------------------------------
140022 8961-LINHA-LOTE-VENCER.
140032     IF REG-LTP-SALDO = ZEROS
140042         OR REG-LTP-VALIDADE > WRK-VNC-LIMITE
140052         GO TO 8961-PROXIMO-LOTE
140062     END-IF.
140072     MOVE REG-LTP-PRODUTO TO REG-PROD-COD.
140082     READ ARQ-PRODUTO
140092         INVALID KEY
140102             MOVE SPACES TO REG-PROD-DESC
140112             MOVE ZEROS TO REG-PROD-CUSTO
140122     END-READ.
140132     MOVE REG-LTP-VALIDADE TO WRK-DT-DATA.
140142     PERFORM 9500-CALCULAR-DIAS-DATA
140152         THRU 9500-CALCULAR-DIAS-DATA-EXIT.
140162     COMPUTE WRK-VNC-DIAS-RESTAM =
140172         WRK-DT-DIAS - WRK-VNC-DIAS-HOJE.
140182     PERFORM 9520-EDITAR-DATA THRU 9520-EDITAR-DATA-EXIT.
140192     IF REG-LTP-VALIDADE < WRK-DATA-SISTEMA
140202         MOVE "VENCIDO" TO WRK-VNC-SITUACAO
140212     ELSE
140222         MOVE SPACES TO WRK-VNC-SITUACAO
140232         ADD 1 TO WRK-VNC-A-VENCER
140242     END-IF.
140252     COMPUTE WRK-VNC-VALOR ROUNDED =
140262         REG-LTP-SALDO * REG-PROD-CUSTO.
140272     ADD 1 TO WRK-VNC-LOTES.
140282     ADD REG-LTP-SALDO TO WRK-VNC-TOT-QTD.
140292     ADD WRK-VNC-VALOR TO WRK-VNC-TOT-VALOR.
140302     MOVE WRK-VNC-DIAS-RESTAM TO WRK-ED-VNC-DIAS.
140312     MOVE REG-LTP-SALDO TO WRK-ED-VNC-QTD.
140322     MOVE WRK-VNC-VALOR TO WRK-ED-VNC-VALOR.
140332     MOVE SPACES TO WRK-LINHA-RELATORIO.
140342     STRING REG-LTP-PRODUTO " " REG-PROD-DESC " " REG-LTP-LOTE
140352         " " WRK-ED-DT-DATA " " WRK-ED-VNC-DIAS " "
140362         WRK-ED-VNC-QTD " " WRK-ED-VNC-VALOR " " WRK-VNC-SITUACAO
140372         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
140382     WRITE REG-LINHA-RELVENC FROM WRK-LINHA-RELATORIO.
140392 8961-PROXIMO-LOTE.
140402     PERFORM 8575-LER-LOTE THRU 8575-LER-LOTE-EXIT.
140412 8961-LINHA-LOTE-VENCER-EXIT.
140422     EXIT.
140432
140442*-------------------------------------------------------
140452* REMARCACAO DOS LOTES A VENCER, COM AUTORIZACAO DO
140462* SUPERVISOR: PRECO DE VENDA MENOS O PERCENTUAL, EM VIGOR
140472* DE HOJE ATE A VALIDADE DO LOTE.
140482*-------------------------------------------------------
140492 8965-REMARCAR-LOTES.
140502     PERFORM 3315-AUTORIZAR-REMARCACAO
140512         THRU 3315-AUTORIZAR-REMARCACAO-EXIT.
140522     IF NOT SUPERVISOR-OK
140532         DISPLAY "SEM AUTORIZACAO. REMARCACAO ABANDONADA."
140542         GO TO 8965-REMARCAR-LOTES-EXIT
140552     END-IF.
140562     DISPLAY "PERCENTUAL DE DESCONTO (99): " WITH NO ADVANCING.
140572     ACCEPT WRK-VNC-PERC.
140582     IF WRK-VNC-PERC = ZEROS
140592         DISPLAY "PERCENTUAL INVALIDO. REMARCACAO ABANDONADA."
140602         GO TO 8965-REMARCAR-LOTES-EXIT
140612     END-IF.
140622     MOVE ZEROS TO WRK-VNC-REMARCADOS.
140632     MOVE ZEROS TO WRK-VNC-MANTIDAS.
140642     MOVE "N" TO WRK-SW-EOF-LOTE.
140652     MOVE ZEROS TO REG-LTP-PRODUTO.
140662     MOVE ZEROS TO REG-LTP-VALIDADE.
140672     MOVE SPACES TO REG-LTP-LOTE.
140682     START ARQ-LOTEPROD KEY IS NOT LESS THAN REG-LTP-CHAVE
140692         INVALID KEY
140702             MOVE "S" TO WRK-SW-EOF-LOTE
140712     END-START.
140722     IF NOT FIM-LOTES
140732         PERFORM 8575-LER-LOTE THRU 8575-LER-LOTE-EXIT
140742         PERFORM 8966-REMARCAR-UM-LOTE
140752             THRU 8966-REMARCAR-UM-LOTE-EXIT
140762             UNTIL FIM-LOTES
140772     END-IF.
140782     DISPLAY "PROMOCOES DE REMARCACAO GRAVADAS: "
140792         WRK-VNC-REMARCADOS.
140802     DISPLAY "PROMOCOES VIGENTES MANTIDAS.....: "
140812         WRK-VNC-MANTIDAS.
140822 8965-REMARCAR-LOTES-EXIT.
140832     EXIT.
140842
140852*-------------------------------------------------------
140862* PROMOCAO VIGENTE DE OUTRO PRECO OU COM OFERTA LEVE/PAGUE
140872* E MANTIDA. A REMARCACAO JA FEITA PARA O PRODUTO SO TEM
140882* O FIM ESTENDIDO ATE A VALIDADE DO LOTE SEGUINTE.
140892*-------------------------------------------------------
140902 8966-REMARCAR-UM-LOTE.
140912     IF REG-LTP-SALDO = ZEROS
140922         OR REG-LTP-VALIDADE < WRK-DATA-SISTEMA
140932         OR REG-LTP-VALIDADE > WRK-VNC-LIMITE
140942         GO TO 8966-PROXIMO-LOTE
140952     END-IF.
140962     MOVE REG-LTP-PRODUTO TO REG-PROD-COD.
140972     READ ARQ-PRODUTO
140982         INVALID KEY
140992             GO TO 8966-PROXIMO-LOTE
141002     END-READ.
141012     COMPUTE WRK-VNC-PRECO ROUNDED =
141022         REG-PROD-PRECO * (100 - WRK-VNC-PERC) / 100.
141032     IF WRK-VNC-PRECO = ZEROS
141042         GO TO 8966-PROXIMO-LOTE
141052     END-IF.
141062     MOVE REG-LTP-PRODUTO TO REG-PROMO-COD.
141072     READ ARQ-PROMOCAO
141082         INVALID KEY
141092             MOVE "N" TO WRK-VNC-PROMO
141102         NOT INVALID KEY
141112             MOVE "S" TO WRK-VNC-PROMO
141122     END-READ.
141132     IF VNC-COM-PROMOCAO AND PROMOCAO-ATIVA
141142         AND REG-PROMO-DATA-FIM NOT < WRK-DATA-SISTEMA
141152         IF REG-PROMO-PRECO = WRK-VNC-PRECO
141162             AND REG-PROMO-QTD-LEVE = ZEROS
141172             IF REG-PROMO-DATA-FIM < REG-LTP-VALIDADE
141182                 MOVE REG-LTP-VALIDADE TO REG-PROMO-DATA-FIM
141192                 REWRITE REG-PROMOCAO
141202             END-IF
141212         ELSE
141222             DISPLAY "PROMOCAO VIGENTE MANTIDA: " REG-PROD-COD
141232                 " " REG-PROD-DESC
141242             ADD 1 TO WRK-VNC-MANTIDAS
141252         END-IF
141262         GO TO 8966-PROXIMO-LOTE
141272     END-IF.
141282     MOVE REG-LTP-PRODUTO TO WRK-MPR-COD.
141292     MOVE WRK-DATA-SISTEMA TO WRK-MPR-INI.
141302     MOVE REG-LTP-VALIDADE TO WRK-MPR-FIM.
141312     MOVE WRK-VNC-PRECO TO WRK-MPR-PRECO.
141322     MOVE ZEROS TO WRK-MPR-LEVE.
141332     MOVE ZEROS TO WRK-MPR-PAGUE.
141342     MOVE "S" TO WRK-MPR-ATIVO.
141352     PERFORM 8810-MONTAR-PROMOCAO THRU 8810-MONTAR-PROMOCAO-EXIT.
141362     IF VNC-COM-PROMOCAO
141372         REWRITE REG-PROMOCAO
141382     ELSE
141392         WRITE REG-PROMOCAO
141402     END-IF.
141412     ADD 1 TO WRK-VNC-REMARCADOS.
141422     DISPLAY "REMARCADO: " REG-PROD-COD " " REG-PROD-DESC.
141426     MOVE "N" TO WRK-SW-PROMO-ANTES.
141432     PERFORM 8820-PROMO-GRAVADA THRU 8820-PROMO-GRAVADA-EXIT.
141442 8966-PROXIMO-LOTE.
141452     PERFORM 8575-LER-LOTE THRU 8575-LER-LOTE-EXIT.
141462 8966-REMARCAR-UM-LOTE-EXIT.
141472     EXIT.
141482
141492*-------------------------------------------------------
141502* BAIXA DOS LOTES VENCIDOS COM SALDO COMO PERDA, SOMENTE
141512* COM CREDENCIAL DE SUPERVISOR (COMO O AJUSTE DO BALANCO).
141522* CADA LOTE GRAVA UM REGISTRO DE AJUSTE COM MOTIVO 'V',
141532* MOVIMENTO 'PV' NO KARDEX E UMA LINHA EM RELPERDA.
141542*-------------------------------------------------------
141552 8970-BAIXAR-VENCIDOS.
141562     ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
141572     MOVE ZEROS TO WRK-VNC-LOTES.
141582     MOVE "N" TO WRK-SW-EOF-LOTE.
141592     MOVE ZEROS TO REG-LTP-PRODUTO.
141602     MOVE ZEROS TO REG-LTP-VALIDADE.
141612     MOVE SPACES TO REG-LTP-LOTE.
141622     START ARQ-LOTEPROD KEY IS NOT LESS THAN REG-LTP-CHAVE
141632         INVALID KEY
141642             MOVE "S" TO WRK-SW-EOF-LOTE
141652     END-START.
141662     IF NOT FIM-LOTES
141672         PERFORM 8575-LER-LOTE THRU 8575-LER-LOTE-EXIT
141682         PERFORM 8971-CONTAR-VENCIDO THRU 8971-CONTAR-VENCIDO-EXIT
141692             UNTIL FIM-LOTES
141702     END-IF.
141712     IF WRK-VNC-LOTES = ZEROS
141722         DISPLAY "NENHUM LOTE VENCIDO COM SALDO."
141732         GO TO 8970-BAIXAR-VENCIDOS-EXIT
141742     END-IF.
141752     DISPLAY "LOTES VENCIDOS COM SALDO: " WRK-VNC-LOTES.
141762     PERFORM 3316-AUTORIZAR-PERDA THRU 3316-AUTORIZAR-PERDA-EXIT.
141772     IF NOT SUPERVISOR-OK
141782         DISPLAY "SEM AUTORIZACAO. BAIXA ABANDONADA."
141792         GO TO 8970-BAIXAR-VENCIDOS-EXIT
141802     END-IF.
141812     OPEN EXTEND ARQ-AJUSTES.
141822     IF WRK-FS-AJUSTES = "35"
141832         OPEN OUTPUT ARQ-AJUSTES
141842         CLOSE ARQ-AJUSTES
141852         OPEN EXTEND ARQ-AJUSTES
141862     END-IF.
141872     IF WRK-FS-AJUSTES NOT = "00"
141882         DISPLAY "ARQUIVO AJUSTES INDISPONIVEL. FS="
141892             WRK-FS-AJUSTES
141902         GO TO 8970-BAIXAR-VENCIDOS-EXIT
141912     END-IF.
141922     OPEN OUTPUT ARQ-RELPERDA.
141932     IF WRK-FS-RELPERDA NOT = "00"
141942         DISPLAY "ARQUIVO RELPERDA INDISPONIVEL. FS="
141952             WRK-FS-RELPERDA
141962         CLOSE ARQ-AJUSTES
141972         GO TO 8970-BAIXAR-VENCIDOS-EXIT
141982     END-IF.
141992     ACCEPT WRK-HORA-SISTEMA FROM TIME.
142002     MOVE ZEROS TO WRK-VNC-LOTES.
142012     MOVE ZEROS TO WRK-VNC-TOT-QTD.
142022     MOVE ZEROS TO WRK-VNC-TOT-VALOR.
142032     MOVE SPACES TO WRK-LINHA-RELATORIO.
142042     STRING "PERDAS POR VALIDADE EM " WRK-DATA-SISTEMA
142052         "   SUPERVISOR: " WRK-SUP-COD
142062         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
142072     WRITE REG-LINHA-RELPERDA FROM WRK-LINHA-RELATORIO.
142082     MOVE SPACES TO WRK-LINHA-RELATORIO.
142092     WRITE REG-LINHA-RELPERDA FROM WRK-LINHA-RELATORIO.
142102     MOVE SPACES TO WRK-LINHA-RELATORIO.
142112     STRING "PRODUTO       DESCRICAO  LOTE       VALIDADE   "
142122         "            QTD     CUSTO"
142132         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
142142     WRITE REG-LINHA-RELPERDA FROM WRK-LINHA-RELATORIO.
142152     MOVE "N" TO WRK-SW-EOF-LOTE.
142162     MOVE ZEROS TO REG-LTP-PRODUTO.
142172     MOVE ZEROS TO REG-LTP-VALIDADE.
142182     MOVE SPACES TO REG-LTP-LOTE.
142192     START ARQ-LOTEPROD KEY IS NOT LESS THAN REG-LTP-CHAVE
142202         INVALID KEY
142212             MOVE "S" TO WRK-SW-EOF-LOTE
142222     END-START.
142232     IF NOT FIM-LOTES
142242         PERFORM 8575-LER-LOTE THRU 8575-LER-LOTE-EXIT
142252         PERFORM 8975-BAIXAR-UM-VENCIDO
142262             THRU 8975-BAIXAR-UM-VENCIDO-EXIT
142272             UNTIL FIM-LOTES
142282     END-IF.
142292     MOVE WRK-VNC-TOT-QTD TO WRK-ED-VNC-TOT-QTD.
142302     MOVE WRK-VNC-TOT-VALOR TO WRK-ED-VNC-TOT-VALOR.
142312     MOVE SPACES TO WRK-LINHA-RELATORIO.
142322     WRITE REG-LINHA-RELPERDA FROM WRK-LINHA-RELATORIO.
142332     MOVE SPACES TO WRK-LINHA-RELATORIO.
142342     STRING "TOTAL: " WRK-VNC-LOTES " LOTES  QTD "
142352         WRK-ED-VNC-TOT-QTD "  PERDA A CUSTO "
142362         WRK-ED-VNC-TOT-VALOR
142372         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
142382     WRITE REG-LINHA-RELPERDA FROM WRK-LINHA-RELATORIO.
142392     CLOSE ARQ-RELPERDA.
142402     CLOSE ARQ-AJUSTES.
142412     DISPLAY "LOTES BAIXADOS COMO PERDA: " WRK-VNC-LOTES.
142422     DISPLAY "RELATORIO GRAVADO EM RELPERDA.".
142432 8970-BAIXAR-VENCIDOS-EXIT.
142442     EXIT.
142452
142462*-------------------------------------------------------
142472 8971-CONTAR-VENCIDO.
142482     IF REG-LTP-SALDO > ZEROS
142492         AND REG-LTP-VALIDADE < WRK-DATA-SISTEMA
142502         ADD 1 TO WRK-VNC-LOTES
142512     END-IF.
142522     PERFORM 8575-LER-LOTE THRU 8575-LER-LOTE-EXIT.
142532 8971-CONTAR-VENCIDO-EXIT.
142542     EXIT.
142552
142562*-------------------------------------------------------
142572* PERDA DE UM LOTE VENCIDO: O ESTOQUE DO PRODUTO CAI PELO
142582* SALDO DO LOTE (SEM FICAR NEGATIVO) E O LOTE FICA ZERADO
142592* COM STATUS 'P'. A PERDA GRAVADA NO AJUSTE, NO RELATORIO
142602* E NO VALOR E A BAIXA EFETIVA DO ESTOQUE, NAO O SALDO DO
142612* LOTE, PARA NAO CONTAR DUAS VEZES O QUE O BALANCO JA TIROU.
142622*-------------------------------------------------------
142632 8975-BAIXAR-UM-VENCIDO.
142642     IF REG-LTP-SALDO = ZEROS
142652         OR REG-LTP-VALIDADE NOT < WRK-DATA-SISTEMA
142662         GO TO 8975-PROXIMO-VENCIDO
142672     END-IF.
142682     MOVE REG-LTP-PRODUTO TO REG-PROD-COD.
142692     READ ARQ-PRODUTO
142702         INVALID KEY
142712             DISPLAY "AVISO: PRODUTO " REG-PROD-COD
142722                 " DO LOTE SEM CADASTRO."
142732             GO TO 8975-PROXIMO-VENCIDO
142742     END-READ.
142752     MOVE REG-LTP-SALDO TO WRK-PRD-QTD.
142762     COMPUTE WRK-PRD-NOVO-EST = REG-PROD-ESTOQUE - WRK-PRD-QTD.
142772     IF WRK-PRD-NOVO-EST < ZEROS
142782         MOVE ZEROS TO WRK-PRD-NOVO-EST
142792     END-IF.
142802     IF REG-PROD-ESTOQUE > WRK-PRD-NOVO-EST
142812         COMPUTE WRK-KDX-QTD = REG-PROD-ESTOQUE - WRK-PRD-NOVO-EST
142822     ELSE
142832         MOVE ZEROS TO WRK-KDX-QTD
142842     END-IF.
142852     MOVE WRK-KDX-QTD TO WRK-PRD-QTD.
142862     MOVE WRK-DATA-SISTEMA TO REG-AJU-DATA.
142872     MOVE WRK-HORA-SISTEMA TO REG-AJU-HORA.
142882     MOVE WRK-CAIXA-ID TO REG-AJU-CAIXA.
142892     MOVE REG-PROD-COD TO REG-AJU-PRODUTO.
142902     MOVE REG-PROD-ESTOQUE TO REG-AJU-EST-ANTERIOR.
142912     MOVE WRK-PRD-NOVO-EST TO REG-AJU-EST-CONTADO.
142922     MOVE WRK-OPERADOR TO REG-AJU-OPERADOR.
142932     MOVE WRK-SUP-COD TO REG-AJU-SUPERVISOR.
142942     MOVE "V" TO REG-AJU-MOTIVO.
142952     MOVE REG-LTP-LOTE TO REG-AJU-LOTE.
142962     MOVE REG-LTP-VALIDADE TO REG-AJU-VALIDADE.
142972     MOVE WRK-PRD-QTD TO REG-AJU-QTD-PERDA.
142982     WRITE REG-AJUSTE.
142992     MOVE WRK-PRD-NOVO-EST TO REG-PROD-ESTOQUE.
143002     REWRITE REG-PRODUTO.
143012     MOVE "PV" TO WRK-KDX-TIPO.
143022     MOVE ZEROS TO WRK-KDX-DOC.
143032     PERFORM 8550-GRAVAR-KARDEX THRU 8550-GRAVAR-KARDEX-EXIT.
143042     MOVE ZEROS TO REG-LTP-SALDO.
143052     MOVE "P" TO REG-LTP-STATUS.
143062     REWRITE REG-LOTE-PROD.
143072     COMPUTE WRK-VNC-VALOR ROUNDED = WRK-PRD-QTD * REG-PROD-CUSTO.
143082     ADD 1 TO WRK-VNC-LOTES.
143092     ADD WRK-PRD-QTD TO WRK-VNC-TOT-QTD.
143102     ADD WRK-VNC-VALOR TO WRK-VNC-TOT-VALOR.
143112     MOVE REG-LTP-VALIDADE TO WRK-DT-DATA.
143122     PERFORM 9520-EDITAR-DATA THRU 9520-EDITAR-DATA-EXIT.
143132     MOVE WRK-PRD-QTD TO WRK-ED-VNC-QTD.
143142     MOVE WRK-VNC-VALOR TO WRK-ED-VNC-VALOR.
143152     MOVE SPACES TO WRK-LINHA-RELATORIO.
143162     STRING REG-LTP-PRODUTO " " REG-PROD-DESC " " REG-LTP-LOTE
143172         " " WRK-ED-DT-DATA "       " WRK-ED-VNC-QTD " "
143182         WRK-ED-VNC-VALOR
143192         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
143202     WRITE REG-LINHA-RELPERDA FROM WRK-LINHA-RELATORIO.
143212 8975-PROXIMO-VENCIDO.
143222     PERFORM 8575-LER-LOTE THRU 8575-LER-LOTE-EXIT.
143232 8975-BAIXAR-UM-VENCIDO-EXIT.
143242     EXIT.
143252
143262*-------------------------------------------------------
143272* LE A COMPOSICAO DO PRODUTO EM WRK-KIT-COD. SEM
143282* COMPOSICAO O PRODUTO E SIMPLES (KIT-ACHADO DESLIGADO).
143292*-------------------------------------------------------
143302 8590-LER-KIT.
143312     MOVE "N" TO WRK-SW-KIT-ACHADO.
143322     MOVE WRK-KIT-COD TO REG-KIT-COD.
143332     READ ARQ-KIT
143342         INVALID KEY
143352             CONTINUE
143362         NOT INVALID KEY
143372             IF REG-KIT-QTD-COMP > ZEROS
143382                 MOVE "S" TO WRK-SW-KIT-ACHADO
143392             END-IF
143402     END-READ.
143412 8590-LER-KIT-EXIT.
143422     EXIT.
143432
143442*-------------------------------------------------------
143452* MOVIMENTA O ESTOQUE DOS COMPONENTES DO KIT EM REG-KIT:
143462* WRK-KIT-QTD-BASE KITS, COM TIPO E DOCUMENTO DO KARDEX JA
143472* INFORMADOS. SAIDA BAIXA, OS DEMAIS TIPOS REPOEM.
143482*-------------------------------------------------------
143492 8591-MOVIMENTAR-KIT.
143502     PERFORM 8592-MOVIMENTAR-COMPONENTE
143512         THRU 8592-MOVIMENTAR-COMPONENTE-EXIT
143522         VARYING WRK-KIT-IND FROM 1 BY 1
143532         UNTIL WRK-KIT-IND > REG-KIT-QTD-COMP.
143542 8591-MOVIMENTAR-KIT-EXIT.
143552     EXIT.
143562
143572*-------------------------------------------------------
143582 8592-MOVIMENTAR-COMPONENTE.
143592     MOVE REG-KIT-COMPONENTE(WRK-KIT-IND) TO REG-PROD-COD.
143602     COMPUTE WRK-KIT-QTD-MOV =
143612         WRK-KIT-QTD-BASE * REG-KIT-QTD(WRK-KIT-IND).
143622     READ ARQ-PRODUTO
143632         INVALID KEY
143642             DISPLAY "AVISO: COMPONENTE " REG-PROD-COD
143652                 " DO KIT " REG-KIT-COD " SEM CADASTRO."
143662         NOT INVALID KEY
143672             IF KDX-MOV-SAIDA
143682                 SUBTRACT WRK-KIT-QTD-MOV FROM REG-PROD-ESTOQUE
143692             ELSE
143702                 ADD WRK-KIT-QTD-MOV TO REG-PROD-ESTOQUE
143712             END-IF
143722             REWRITE REG-PRODUTO
143732             MOVE WRK-KIT-QTD-MOV TO WRK-KDX-QTD
143742             PERFORM 8570-GRAVAR-KARDEX-LOTES
143752                 THRU 8570-GRAVAR-KARDEX-LOTES-EXIT
143762     END-READ.
143772 8592-MOVIMENTAR-COMPONENTE-EXIT.
143782     EXIT.
143792
143802*-------------------------------------------------------
143812* CUSTO DO KIT EM REG-KIT: SOMA DO CUSTO MEDIO DE CADA
143822* COMPONENTE PELA SUA QUANTIDADE NO KIT (WRK-KIT-CUSTO).
143832*-------------------------------------------------------
143842 8595-CUSTO-KIT.
143852     MOVE ZEROS TO WRK-KIT-CUSTO.
143862     PERFORM 8596-SOMAR-CUSTO-COMP THRU 8596-SOMAR-CUSTO-COMP-EXIT
143872         VARYING WRK-KIT-IND FROM 1 BY 1
143882         UNTIL WRK-KIT-IND > REG-KIT-QTD-COMP.
143892 8595-CUSTO-KIT-EXIT.
143902     EXIT.
143912
143922*-------------------------------------------------------
143932 8596-SOMAR-CUSTO-COMP.
143942     MOVE REG-KIT-COMPONENTE(WRK-KIT-IND) TO REG-PROD-COD.
143952     READ ARQ-PRODUTO
143962         INVALID KEY
143972             CONTINUE
143982         NOT INVALID KEY
143992             COMPUTE WRK-KIT-CUSTO ROUNDED = WRK-KIT-CUSTO +
144002                 (REG-PROD-CUSTO * REG-KIT-QTD(WRK-KIT-IND))
144012     END-READ.
144022 8596-SOMAR-CUSTO-COMP-EXIT.
144032     EXIT.
144042
144052*-------------------------------------------------------
144062* BAIXA DE ESTOQUE DA VENDA: KIT BAIXA OS COMPONENTES,
144072* PRODUTO SIMPLES SEGUE EM 3651-BAIXAR-UM-ITEM.
144082*-------------------------------------------------------
144092 3655-BAIXAR-ITEM-OU-KIT.
144102     MOVE PRODUTO(I) TO WRK-KIT-COD.
144112     PERFORM 8590-LER-KIT THRU 8590-LER-KIT-EXIT.
144122     IF KIT-ACHADO
144132         MOVE QUANTIDADE(I) TO WRK-KIT-QTD-BASE
144142         MOVE "VD" TO WRK-KDX-TIPO
144152         MOVE REG-COMP-NUM TO WRK-KDX-DOC
144162         PERFORM 8591-MOVIMENTAR-KIT THRU 8591-MOVIMENTAR-KIT-EXIT
144172     ELSE
144182         MOVE "VD" TO WRK-KDX-TIPO
144192         MOVE REG-COMP-NUM TO WRK-KDX-DOC
144202         MOVE QUANTIDADE(I) TO WRK-KDX-QTD
144212         PERFORM 3651-BAIXAR-UM-ITEM THRU 3651-BAIXAR-UM-ITEM-EXIT
144222         IF WRK-FS-PRODUTO = "00"
144232             PERFORM 8570-GRAVAR-KARDEX-LOTES
144242                 THRU 8570-GRAVAR-KARDEX-LOTES-EXIT
144252         END-IF
144262     END-IF.
144272 3655-BAIXAR-ITEM-OU-KIT-EXIT.
144282     EXIT.
144292
144302*-------------------------------------------------------
144312* ESTORNO: KIT REPOE OS COMPONENTES PELA QUANTIDADE AINDA
144322* NAO DEVOLVIDA, COMO 4041-RESTAURAR-UM-ITEM.
144332*-------------------------------------------------------
144342 4045-RESTAURAR-ITEM-OU-KIT.
144352     MOVE REG-COMP-PRODUTO(I) TO WRK-KIT-COD.
144362     PERFORM 8590-LER-KIT THRU 8590-LER-KIT-EXIT.
144372     IF KIT-ACHADO
144382         COMPUTE WRK-KIT-QTD-BASE =
144392             REG-COMP-QUANTIDADE(I) - QTDDEVOLVIDA(I)
144402         MOVE "ES" TO WRK-KDX-TIPO
144412         MOVE REG-COMP-NUM TO WRK-KDX-DOC
144422         PERFORM 8591-MOVIMENTAR-KIT THRU 8591-MOVIMENTAR-KIT-EXIT
144432     ELSE
144442         PERFORM 4041-RESTAURAR-UM-ITEM
144452             THRU 4041-RESTAURAR-UM-ITEM-EXIT
144462     END-IF.
144472 4045-RESTAURAR-ITEM-OU-KIT-EXIT.
144482     EXIT.
144492
144502*-------------------------------------------------------
144512* DEVOLUCAO PARCIAL: KIT DEVOLVIDO REPOE OS COMPONENTES.
144522*-------------------------------------------------------
144532 5541-RESTAURAR-DEV-OU-KIT.
144542     IF DEV-QTD-DEV(I) = ZEROS
144552         GO TO 5541-RESTAURAR-DEV-OU-KIT-EXIT
144562     END-IF.
144572     MOVE DEV-PRODUTO(I) TO WRK-KIT-COD.
144582     PERFORM 8590-LER-KIT THRU 8590-LER-KIT-EXIT.
144592     IF KIT-ACHADO
144602         MOVE DEV-QTD-DEV(I) TO WRK-KIT-QTD-BASE
144612         MOVE "DV" TO WRK-KDX-TIPO
144622         MOVE WRK-NUM-CONSULTA TO WRK-KDX-DOC
144632         PERFORM 8591-MOVIMENTAR-KIT THRU 8591-MOVIMENTAR-KIT-EXIT
144642     ELSE
144652         MOVE "DV" TO WRK-KDX-TIPO
144662         MOVE WRK-NUM-CONSULTA TO WRK-KDX-DOC
144672         MOVE DEV-QTD-DEV(I) TO WRK-KDX-QTD
144682         PERFORM 5540-RESTAURAR-ESTOQUE-DEV
144692             THRU 5540-RESTAURAR-ESTOQUE-DEV-EXIT
144702         IF WRK-FS-PRODUTO = "00"
144712             PERFORM 8570-GRAVAR-KARDEX-LOTES
144722                 THRU 8570-GRAVAR-KARDEX-LOTES-EXIT
144732         END-IF
144742     END-IF.
144752 5541-RESTAURAR-DEV-OU-KIT-EXIT.
144762     EXIT.
144772
144782*-------------------------------------------------------
144792* CUSTO UNITARIO DO PRODUTO NA MARGEM DO FECHAMENTO; O DO
144802* KIT E A SOMA DO CUSTO DOS COMPONENTES.
144812*-------------------------------------------------------
144822 6235-CUSTO-UNIT-REL.
144832     MOVE REG-PROD-CUSTO TO WRK-KIT-CUSTO.
144842     MOVE REG-PROD-COD TO WRK-KIT-COD.
144852     PERFORM 8590-LER-KIT THRU 8590-LER-KIT-EXIT.
144862     IF KIT-ACHADO
144872         PERFORM 8595-CUSTO-KIT THRU 8595-CUSTO-KIT-EXIT
144882     END-IF.
144892     MOVE WRK-KIT-CUSTO TO WRK-REL-CUSTO-UNIT(WRK-REL-POS).
144902 6235-CUSTO-UNIT-REL-EXIT.
144912     EXIT.
144922
144932*-------------------------------------------------------
144942* AVISO NA INCLUSAO DO KIT NO CUPOM: COMPONENTE SEM
144952* ESTOQUE PARA MONTAR A QUANTIDADE PEDIDA. NAO IMPEDE A
144962* VENDA.
144972*-------------------------------------------------------
144982 3225-AVISAR-ESTOQUE-KIT.
144992     MOVE WRK-COD TO WRK-KIT-COD.
145002     PERFORM 8590-LER-KIT THRU 8590-LER-KIT-EXIT.
145012     IF NOT KIT-ACHADO
145022         GO TO 3225-AVISAR-ESTOQUE-KIT-EXIT
145032     END-IF.
145042     MOVE WRK-QT TO WRK-KIT-QTD-BASE.
145052     PERFORM 3226-AVISAR-COMPONENTE
145062         THRU 3226-AVISAR-COMPONENTE-EXIT
145072         VARYING WRK-KIT-IND FROM 1 BY 1
145082         UNTIL WRK-KIT-IND > REG-KIT-QTD-COMP.
145092 3225-AVISAR-ESTOQUE-KIT-EXIT.
145102     EXIT.
145112
145122*-------------------------------------------------------
145132 3226-AVISAR-COMPONENTE.
145142     MOVE REG-KIT-COMPONENTE(WRK-KIT-IND) TO REG-PROD-COD.
145152     COMPUTE WRK-KIT-QTD-MOV =
145162         WRK-KIT-QTD-BASE * REG-KIT-QTD(WRK-KIT-IND).
145172     READ ARQ-PRODUTO
145182         INVALID KEY
145192             DISPLAY "AVISO: COMPONENTE " REG-PROD-COD
145202                 " DO KIT SEM CADASTRO."
145212         NOT INVALID KEY
145222             IF REG-PROD-ESTOQUE < WRK-KIT-QTD-MOV
145232                 MOVE REG-PROD-ESTOQUE TO WRK-ED-ESTOQUE
145242                 DISPLAY "AVISO: ESTOQUE INSUFICIENTE P/ KIT - "
145252                     REG-PROD-DESC " SALDO " WRK-ED-ESTOQUE
145262             END-IF
145272     END-READ.
145282 3226-AVISAR-COMPONENTE-EXIT.
145292     EXIT.
145302
145312*-------------------------------------------------------
145322* FOLHA DE CONTAGEM: O KIT NAO E CONTADO, SEUS ITENS SAO
145332* CONTADOS NOS COMPONENTES.
145342*-------------------------------------------------------
145352 8916-TEXTO-CONTAGEM.
145362     MOVE REG-PROD-COD TO WRK-ED-COD.
145372     MOVE REG-PROD-COD TO WRK-KIT-COD.
145382     PERFORM 8590-LER-KIT THRU 8590-LER-KIT-EXIT.
145392     IF KIT-ACHADO
145402         MOVE "  KIT: CONTAR COMPON. " TO WRK-BAL-TEXTO
145412     ELSE
145422         MOVE "  CONTAGEM: __________" TO WRK-BAL-TEXTO
145432     END-IF.
145442 8916-TEXTO-CONTAGEM-EXIT.
145452     EXIT.
145462
145472*-------------------------------------------------------
145482* QUANTIDADE CONTADA DO PRODUTO EM REG-PRODUTO. KIT E
145492* RECUSADO (KIT-ACHADO LIGADO).
145502*-------------------------------------------------------
145512 8926-OBTER-CONTAGEM.
145522     DISPLAY "PRODUTO: " REG-PROD-DESC.
145532     MOVE REG-PROD-COD TO WRK-KIT-COD.
145542     PERFORM 8590-LER-KIT THRU 8590-LER-KIT-EXIT.
145552     IF KIT-ACHADO
145562         DISPLAY "PRODUTO COMPOSTO (KIT): CONTE OS COMPONENTES."
145572         GO TO 8926-OBTER-CONTAGEM-EXIT
145582     END-IF.
145592     DISPLAY "QUANTIDADE CONTADA (99999.999): " WITH NO ADVANCING.
145602     ACCEPT WRK-BAL-QTD.
145612     ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
145622     ACCEPT WRK-HORA-SISTEMA FROM TIME.
145632 8926-OBTER-CONTAGEM-EXIT.
145642     EXIT.
145652
145662*-------------------------------------------------------
145672* MANUTENCAO DA COMPOSICAO DE KITS (KITCOMP). O KIT E UM
145682* PRODUTO JA CADASTRADO; A COMPOSICAO E DIGITADA INTEIRA
145692* A CADA ALTERACAO. AO GRAVAR, O CUSTO DO PRODUTO KIT
145702* PASSA A SER A SOMA DO CUSTO DOS COMPONENTES.
145712*-------------------------------------------------------
145722 8580-MANUTENCAO-KITS.
145732     DISPLAY " ".
145742     DISPLAY "COMPOSICAO DE KITS E CESTAS".
145752     DISPLAY "CODIGO DO KIT (EAN-13): " WITH NO ADVANCING.
145762     ACCEPT WRK-KIT-COD.
145772     IF WRK-KIT-COD = ZEROS
145782         DISPLAY "CODIGO INVALIDO."
145792         GO TO 8580-MANUTENCAO-KITS-EXIT
145802     END-IF.
145812     MOVE WRK-KIT-COD TO REG-PROD-COD.
145822     READ ARQ-PRODUTO
145832         INVALID KEY
145842             DISPLAY "PRODUTO INEXISTENTE."
145852             GO TO 8580-MANUTENCAO-KITS-EXIT
145862     END-READ.
145872     DISPLAY "KIT: " REG-PROD-DESC.
145882     PERFORM 8590-LER-KIT THRU 8590-LER-KIT-EXIT.
145892     IF KIT-ACHADO
145902         DISPLAY "COMPONENTE     DESCRICAO        QUANTIDADE"
145912         PERFORM 8581-LISTAR-COMPONENTE
145922             THRU 8581-LISTAR-COMPONENTE-EXIT
145932             VARYING WRK-KIT-IND FROM 1 BY 1
145942             UNTIL WRK-KIT-IND > REG-KIT-QTD-COMP
145952         PERFORM 8595-CUSTO-KIT THRU 8595-CUSTO-KIT-EXIT
145962         MOVE WRK-KIT-CUSTO TO WRK-ED-KIT-CUSTO
145972         DISPLAY "CUSTO DOS COMPONENTES: " WRK-ED-KIT-CUSTO
145982     ELSE
145992         DISPLAY "PRODUTO SEM COMPOSICAO."
146002     END-IF.
146012     DISPLAY "(A)LTERAR COMPOSICAO  (E)XCLUIR KIT  (V)OLTAR: "
146022         WITH NO ADVANCING.
146032     ACCEPT WRK-KIT-ACAO.
146042     EVALUATE WRK-KIT-ACAO
146052         WHEN "A" WHEN "a"
146062             PERFORM 8582-DIGITAR-COMPOSICAO
146072                 THRU 8582-DIGITAR-COMPOSICAO-EXIT
146082         WHEN "E" WHEN "e"
146092             IF KIT-ACHADO
146102                 DELETE ARQ-KIT RECORD
146112                 DISPLAY "COMPOSICAO EXCLUIDA."
146122             ELSE
146132                 DISPLAY "PRODUTO SEM COMPOSICAO."
146142             END-IF
146152         WHEN OTHER
146162             CONTINUE
146172     END-EVALUATE.
146182 8580-MANUTENCAO-KITS-EXIT.
146192     EXIT.
146202
146212*-------------------------------------------------------
146222 8581-LISTAR-COMPONENTE.
146232     MOVE REG-KIT-COMPONENTE(WRK-KIT-IND) TO REG-PROD-COD.
146242     READ ARQ-PRODUTO
146252         INVALID KEY
146262             MOVE "SEM CADAST" TO REG-PROD-DESC
146272     END-READ.
146282     MOVE REG-KIT-COMPONENTE(WRK-KIT-IND) TO WRK-ED-COD.
146292     MOVE REG-KIT-QTD(WRK-KIT-IND) TO WRK-ED-KIT-QTD.
146302     DISPLAY WRK-ED-COD "  " REG-PROD-DESC "       "
146312         WRK-ED-KIT-QTD.
146322 8581-LISTAR-COMPONENTE-EXIT.
146332     EXIT.
146342
146352*-------------------------------------------------------
146362* DIGITACAO DA COMPOSICAO: COMPONENTE CADASTRADO, QUE NAO
146372* SEJA O PROPRIO KIT NEM OUTRO KIT, SEM REPETICAO, ATE 20.
146382* PRODUTO QUE JA E COMPONENTE DE OUTRO KIT NAO PODE VIRAR
146392* KIT.
146402*-------------------------------------------------------
146412 8582-DIGITAR-COMPOSICAO.
146422     PERFORM 8586-PROCURAR-KIT-PAI
146432         THRU 8586-PROCURAR-KIT-PAI-EXIT.
146442     IF WRK-KIT-PAI > ZEROS
146452         DISPLAY "PRODUTO E COMPONENTE DO KIT " WRK-KIT-PAI
146462             ". NAO PODE SER KIT."
146472         GO TO 8582-DIGITAR-COMPOSICAO-EXIT
146482     END-IF.
146492     MOVE ZEROS TO WRK-KIT-USADOS.
146502     MOVE "N" TO WRK-SW-FIM-KIT.
146512     DISPLAY "COMPONENTES DO KIT (CODIGO 0 ENCERRA).".
146522     PERFORM 8583-UM-COMPONENTE THRU 8583-UM-COMPONENTE-EXIT
146532         UNTIL FIM-COMPOSICAO.
146542     IF WRK-KIT-USADOS = ZEROS
146552         DISPLAY "COMPOSICAO VAZIA. KIT NAO ALTERADO."
146562         GO TO 8582-DIGITAR-COMPOSICAO-EXIT
146572     END-IF.
146582     MOVE ZEROS TO REG-KIT.
146592     MOVE WRK-KIT-COD TO REG-KIT-COD.
146602     MOVE WRK-KIT-USADOS TO REG-KIT-QTD-COMP.
146612     PERFORM 8585-COPIAR-COMPONENTE
146622         THRU 8585-COPIAR-COMPONENTE-EXIT
146632         VARYING WRK-KIT-IND FROM 1 BY 1
146642         UNTIL WRK-KIT-IND > WRK-KIT-USADOS.
146652     WRITE REG-KIT
146662         INVALID KEY
146672             REWRITE REG-KIT
146682     END-WRITE.
146692     PERFORM 8595-CUSTO-KIT THRU 8595-CUSTO-KIT-EXIT.
146702     MOVE WRK-KIT-COD TO REG-PROD-COD.
146712     READ ARQ-PRODUTO
146722         NOT INVALID KEY
146732             MOVE WRK-KIT-CUSTO TO REG-PROD-CUSTO
146742             REWRITE REG-PRODUTO
146752     END-READ.
146762     MOVE WRK-KIT-CUSTO TO WRK-ED-KIT-CUSTO.
146772     DISPLAY "COMPOSICAO GRAVADA. CUSTO DO KIT: "
146782         WRK-ED-KIT-CUSTO.
146792 8582-DIGITAR-COMPOSICAO-EXIT.
146802     EXIT.
146812
146822*-------------------------------------------------------
146832 8583-UM-COMPONENTE.
146842     IF WRK-KIT-USADOS >= WRK-MAX-KIT
146852         DISPLAY "LIMITE DE " WRK-MAX-KIT " COMPONENTES ATINGIDO."
146862         MOVE "S" TO WRK-SW-FIM-KIT
146872         GO TO 8583-UM-COMPONENTE-EXIT
146882     END-IF.
146892     DISPLAY "COMPONENTE (EAN-13): " WITH NO ADVANCING.
146902     ACCEPT WRK-KIT-COMP-COD.
146912     IF WRK-KIT-COMP-COD = ZEROS
146922         MOVE "S" TO WRK-SW-FIM-KIT
146932         GO TO 8583-UM-COMPONENTE-EXIT
146942     END-IF.
146952     IF WRK-KIT-COMP-COD = WRK-KIT-COD
146962         DISPLAY "O KIT NAO PODE SER COMPONENTE DELE MESMO."
146972         GO TO 8583-UM-COMPONENTE-EXIT
146982     END-IF.
146992     MOVE WRK-KIT-COMP-COD TO REG-PROD-COD.
147002     READ ARQ-PRODUTO
147012         INVALID KEY
147022             DISPLAY "PRODUTO INEXISTENTE."
147032             GO TO 8583-UM-COMPONENTE-EXIT
147042     END-READ.
147052     MOVE WRK-KIT-COMP-COD TO REG-KIT-COD.
147062     READ ARQ-KIT
147072         NOT INVALID KEY
147082             DISPLAY "COMPONENTE E OUTRO KIT. RECUSADO."
147092             GO TO 8583-UM-COMPONENTE-EXIT
147102     END-READ.
147112     MOVE ZEROS TO WRK-KIT-POS.
147122     PERFORM 8584-LOCALIZAR-COMPONENTE
147132         THRU 8584-LOCALIZAR-COMPONENTE-EXIT
147142         VARYING WRK-KIT-IND FROM 1 BY 1
147152         UNTIL WRK-KIT-IND > WRK-KIT-USADOS.
147162     IF WRK-KIT-POS > ZEROS
147172         DISPLAY "COMPONENTE JA INFORMADO."
147182         GO TO 8583-UM-COMPONENTE-EXIT
147192     END-IF.
147202     DISPLAY REG-PROD-DESC " - QUANTIDADE NO KIT (99999.999): "
147212         WITH NO ADVANCING.
147222     ACCEPT WRK-KIT-COMP-QTD.
147232     IF WRK-KIT-COMP-QTD = ZEROS
147242         DISPLAY "QUANTIDADE INVALIDA."
147252         GO TO 8583-UM-COMPONENTE-EXIT
147262     END-IF.
147272     ADD 1 TO WRK-KIT-USADOS.
147282     MOVE WRK-KIT-COMP-COD TO WRK-KIT-TAB-COMP(WRK-KIT-USADOS).
147292     MOVE WRK-KIT-COMP-QTD TO WRK-KIT-TAB-QTD(WRK-KIT-USADOS).
147302 8583-UM-COMPONENTE-EXIT.
147312     EXIT.
147322
147332*-------------------------------------------------------
147342 8584-LOCALIZAR-COMPONENTE.
147352     IF WRK-KIT-TAB-COMP(WRK-KIT-IND) = WRK-KIT-COMP-COD
147362         MOVE WRK-KIT-IND TO WRK-KIT-POS
147372     END-IF.
147382 8584-LOCALIZAR-COMPONENTE-EXIT.
147392     EXIT.
147402
147412*-------------------------------------------------------
147422 8585-COPIAR-COMPONENTE.
147432     MOVE WRK-KIT-TAB-COMP(WRK-KIT-IND)
147442         TO REG-KIT-COMPONENTE(WRK-KIT-IND).
147452     MOVE WRK-KIT-TAB-QTD(WRK-KIT-IND)
147462         TO REG-KIT-QTD(WRK-KIT-IND).
147472 8585-COPIAR-COMPONENTE-EXIT.
147482     EXIT.
147492
147502*-------------------------------------------------------
147512* PROCURA NO KITCOMP UM KIT QUE TENHA WRK-KIT-COD COMO
147522* COMPONENTE; O PRIMEIRO ACHADO FICA EM WRK-KIT-PAI (ZERO
147532* QUANDO NAO HA).
147542*-------------------------------------------------------
147552 8586-PROCURAR-KIT-PAI.
147562     MOVE ZEROS TO WRK-KIT-PAI.
147572     MOVE ZEROS TO REG-KIT-COD.
147582     MOVE "N" TO WRK-SW-EOF-KIT.
147592     START ARQ-KIT KEY IS NOT LESS THAN REG-KIT-COD
147602         INVALID KEY
147612             MOVE "S" TO WRK-SW-EOF-KIT
147622     END-START.
147632     IF NOT FIM-KITCOMP
147642         PERFORM 8599-LER-KIT-SEQ THRU 8599-LER-KIT-SEQ-EXIT
147652     END-IF.
147662     PERFORM 8587-COMPARAR-KIT-PAI THRU 8587-COMPARAR-KIT-PAI-EXIT
147672         UNTIL FIM-KITCOMP OR WRK-KIT-PAI > ZEROS.
147682 8586-PROCURAR-KIT-PAI-EXIT.
147692     EXIT.
147702
147712*-------------------------------------------------------
147722 8587-COMPARAR-KIT-PAI.
147732     MOVE ZEROS TO WRK-KIT-POS.
147742     PERFORM 8588-LOCALIZAR-NO-KIT THRU 8588-LOCALIZAR-NO-KIT-EXIT
147752         VARYING WRK-KIT-IND FROM 1 BY 1
147762         UNTIL WRK-KIT-IND > REG-KIT-QTD-COMP.
147772     IF WRK-KIT-POS > ZEROS
147782         MOVE REG-KIT-COD TO WRK-KIT-PAI
147792     ELSE
147802         PERFORM 8599-LER-KIT-SEQ THRU 8599-LER-KIT-SEQ-EXIT
147812     END-IF.
147822 8587-COMPARAR-KIT-PAI-EXIT.
147832     EXIT.
147842
147852*-------------------------------------------------------
147862 8588-LOCALIZAR-NO-KIT.
147872     IF REG-KIT-COMPONENTE(WRK-KIT-IND) = WRK-KIT-COD
147882         MOVE WRK-KIT-IND TO WRK-KIT-POS
147892     END-IF.
147902 8588-LOCALIZAR-NO-KIT-EXIT.
147912     EXIT.
147922
147932*-------------------------------------------------------
147942* O ESTORNO DA VENDA FIADA CANCELA O SALDO DO TITULO E
147952* REGISTRA A BAIXA TIPO E. SO ESSE SALDO EM ABERTO SAI DO
147962* DEBITO DO CLIENTE (WRK-FIA-PAGO-PRINC); O QUE JA FOI PAGO
147972* SAIU NO RECEBIMENTO E E INFORMADO PARA DEVOLUCAO. VENDA
147982* FIADA SEM TITULO (ANTERIOR AOS TITULOS A RECEBER) TIRA O
147992* VALOR FIADO INTEIRO; TITULO JA ESTORNADO NAO TIRA NADA.
148002*-------------------------------------------------------
148012 4055-ESTORNAR-TITULO.
148022     MOVE REG-COMP-CLIENTE TO REG-TIT-CLIENTE.
148032     MOVE REG-COMP-DATA TO REG-TIT-DATA.
148042     MOVE REG-COMP-CAIXA TO REG-TIT-CAIXA.
148052     MOVE REG-COMP-NUM TO REG-TIT-COMPROV.
148062     READ ARQ-TITULO
148072         INVALID KEY
148082             GO TO 4055-ESTORNAR-TITULO-EXIT
148092     END-READ.
148102     IF TIT-ESTORNADO
148112         MOVE ZEROS TO WRK-FIA-PAGO-PRINC
148122         GO TO 4055-ESTORNAR-TITULO-EXIT
148132     END-IF.
148142     MOVE REG-TIT-SALDO TO WRK-FIA-PAGO-PRINC.
148152     PERFORM 4056-INFORMAR-PAGO THRU 4056-INFORMAR-PAGO-EXIT.
148162     MOVE ZEROS TO WRK-FIA-PAGO-JUROS.
148172     MOVE ZEROS TO REG-TIT-SALDO.
148182     MOVE ZEROS TO REG-TIT-JUROS-PEND.
148192     MOVE WRK-DATA-SISTEMA TO REG-TIT-DATA-BAIXA.
148202     MOVE "E" TO REG-TIT-STATUS.
148212     REWRITE REG-TITULO.
148222     MOVE "E" TO WRK-FIA-BXT-TIPO.
148232     PERFORM 4545-GRAVAR-BAIXA THRU 4545-GRAVAR-BAIXA-EXIT.
148242 4055-ESTORNAR-TITULO-EXIT.
148252     EXIT.
148262
148272*-------------------------------------------------------
148282* PARTE DO TITULO JA RECEBIDA ANTES DO ESTORNO DA VENDA
148292* FIADA: NAO SAI DE NOVO DO SALDO DO CLIENTE E E INFORMADA
148302* AO OPERADOR PARA DEVOLUCAO.
148312*-------------------------------------------------------
148322 4056-INFORMAR-PAGO.
148332     IF REG-TIT-SALDO < REG-TIT-VALOR
148342         COMPUTE WRK-ED-FIA-VALOR = REG-TIT-VALOR - REG-TIT-SALDO
148352         DISPLAY "PARTE JA PAGA DESTA VENDA FIADA: "
148362             WRK-ED-FIA-VALOR
148372         DISPLAY "VALOR A DEVOLVER AO CLIENTE "
148382             REG-TIT-CLIENTE "."
148392     END-IF.
148402 4056-INFORMAR-PAGO-EXIT.
148412     EXIT.
148422
148432*-------------------------------------------------------
148442* FALTA NO BALANCO DE PRODUTO PERECIVEL: A DIFERENCA SAI
148452* DOS LOTES EM ORDEM DE VALIDADE (VENCIDOS PRIMEIRO), COMO
148462* NA VENDA, PARA QUE OS LOTES ACOMPANHEM O ESTOQUE CONTADO.
148472* DEPOIS GRAVA O KARDEX DO AJUSTE.
148482*-------------------------------------------------------
148492 8947-AJUSTAR-LOTES-BALANCO.
148502     IF NOT PRODUTO-PERECIVEL OR WRK-KDX-QTD NOT < ZEROS
148512         GO TO 8947-GRAVAR-KARDEX
148522     END-IF.
148532     COMPUTE WRK-LTP-QTD = ZEROS - WRK-KDX-QTD.
148542     MOVE REG-PROD-COD TO REG-LTP-PRODUTO.
148552     MOVE ZEROS TO REG-LTP-VALIDADE.
148562     MOVE SPACES TO REG-LTP-LOTE.
148572     MOVE "N" TO WRK-SW-EOF-LOTE.
148582     START ARQ-LOTEPROD KEY IS NOT LESS THAN REG-LTP-CHAVE
148592         INVALID KEY
148602             MOVE "S" TO WRK-SW-EOF-LOTE
148612     END-START.
148622     IF NOT FIM-LOTES
148632         PERFORM 8575-LER-LOTE THRU 8575-LER-LOTE-EXIT
148642     END-IF.
148652     PERFORM 8571-BAIXAR-LOTE THRU 8571-BAIXAR-LOTE-EXIT
148662         UNTIL FIM-LOTES OR WRK-LTP-QTD = ZEROS
148672         OR REG-LTP-PRODUTO NOT = REG-PROD-COD.
148682 8947-GRAVAR-KARDEX.
148692     PERFORM 8550-GRAVAR-KARDEX THRU 8550-GRAVAR-KARDEX-EXIT.
148702 8947-AJUSTAR-LOTES-BALANCO-EXIT.
148712     EXIT.
148722
148732*-------------------------------------------------------
148742* NOVO CUSTO MEDIO DO PRODUTO RECEBIDO (WRK-ENT-COD): OS
148752* KITS QUE O TEM COMO COMPONENTE TEM O CUSTO REFEITO PELA
148762* SOMA DOS COMPONENTES, PARA A MARGEM DA CURVA ABC E DA
148772* EXPORTACAO CONTABIL. RODA DEPOIS DA REGRAVACAO DO
148782* PRODUTO, POIS USA A AREA DE REG-PRODUTO.
148792*-------------------------------------------------------
148802 8597-ATUALIZAR-CUSTO-KITS.
148812     MOVE ZEROS TO REG-KIT-COD.
148822     MOVE "N" TO WRK-SW-EOF-KIT.
148832     START ARQ-KIT KEY IS NOT LESS THAN REG-KIT-COD
148842         INVALID KEY
148852             MOVE "S" TO WRK-SW-EOF-KIT
148862     END-START.
148872     IF NOT FIM-KITCOMP
148882         PERFORM 8599-LER-KIT-SEQ THRU 8599-LER-KIT-SEQ-EXIT
148892     END-IF.
148902     PERFORM 8598-CUSTO-UM-KIT THRU 8598-CUSTO-UM-KIT-EXIT
148912         UNTIL FIM-KITCOMP.
148922 8597-ATUALIZAR-CUSTO-KITS-EXIT.
148932     EXIT.
148942
148952*-------------------------------------------------------
148962 8598-CUSTO-UM-KIT.
148972     MOVE ZEROS TO WRK-KIT-POS.
148982     PERFORM 8594-PROCURAR-RECEBIDO
148992         THRU 8594-PROCURAR-RECEBIDO-EXIT
149002         VARYING WRK-KIT-IND FROM 1 BY 1
149012         UNTIL WRK-KIT-IND > REG-KIT-QTD-COMP.
149022     IF WRK-KIT-POS = ZEROS
149032         GO TO 8598-PROXIMO-KIT
149042     END-IF.
149052     PERFORM 8595-CUSTO-KIT THRU 8595-CUSTO-KIT-EXIT.
149062     MOVE REG-KIT-COD TO REG-PROD-COD.
149072     READ ARQ-PRODUTO
149082         INVALID KEY
149092             DISPLAY "AVISO: KIT " REG-KIT-COD " SEM CADASTRO."
149102         NOT INVALID KEY
149112             MOVE WRK-KIT-CUSTO TO REG-PROD-CUSTO
149122             REWRITE REG-PRODUTO
149132             MOVE WRK-KIT-CUSTO TO WRK-ED-KIT-CUSTO
149142             DISPLAY "CUSTO DO KIT " REG-PROD-DESC " ATUALIZADO: "
149152                 WRK-ED-KIT-CUSTO
149162     END-READ.
149172 8598-PROXIMO-KIT.
149182     PERFORM 8599-LER-KIT-SEQ THRU 8599-LER-KIT-SEQ-EXIT.
149192 8598-CUSTO-UM-KIT-EXIT.
149202     EXIT.
149212
149222*-------------------------------------------------------
149232 8594-PROCURAR-RECEBIDO.
149242     IF REG-KIT-COMPONENTE(WRK-KIT-IND) = WRK-ENT-COD
149252         MOVE WRK-KIT-IND TO WRK-KIT-POS
149262     END-IF.
149272 8594-PROCURAR-RECEBIDO-EXIT.
149282     EXIT.
149292
149302*-------------------------------------------------------
149312 8599-LER-KIT-SEQ.
149322     READ ARQ-KIT NEXT RECORD
149332         AT END
149342             MOVE "S" TO WRK-SW-EOF-KIT
149352     END-READ.
149362 8599-LER-KIT-SEQ-EXIT.
149372     EXIT.
149382
149392*-------------------------------------------------------
149402* FECHA OS ARQUIVOS DE CLIENTES, COMPRAS, ESTOQUE E
149412* FIDELIDADE NO ENCERRAMENTO DO CAIXA.
149422*-------------------------------------------------------
149432 9005-FECHAR-DEMAIS.
149442     CLOSE ARQ-CLIENTE.
149452     CLOSE ARQ-FORNECEDOR.
149462     CLOSE ARQ-PEDIDO.
149472     CLOSE ARQ-KARDEX.
149482     CLOSE ARQ-TITULO.
149492     CLOSE ARQ-PRECOPROG.
149502     CLOSE ARQ-ACESSO.
149512     CLOSE ARQ-PONTOS.
149522     CLOSE ARQ-LOTEPROD.
149532     CLOSE ARQ-KIT.
149542 9005-FECHAR-DEMAIS-EXIT.
149552     EXIT.
149562
149572*-------------------------------------------------------
149582* O KIT NAO TEM ESTOQUE PROPRIO (A VENDA BAIXA OS
149592* COMPONENTES) E NAO ENTRA NA LISTA DE ESTOQUE BAIXO.
149602*-------------------------------------------------------
149612 6611-GRAVAR-BAIXO.
149622     MOVE REG-PROD-COD TO WRK-KIT-COD.
149632     PERFORM 8590-LER-KIT THRU 8590-LER-KIT-EXIT.
149642     IF NOT KIT-ACHADO
149652         WRITE REG-LINHA-FECHA FROM WRK-LINHA-RELATORIO
149662     END-IF.
149672 6611-GRAVAR-BAIXO-EXIT.
149682     EXIT.
149692
149702*-------------------------------------------------------
149712* VALOR PAGO COM PONTOS NO REGISTRO FISCAL DA VENDA.
149722*-------------------------------------------------------
149732 6671-FISCAL-PONTOS.
149742     MOVE REG-COMP-VALOR-PONTOS TO REG-FIS-PONTOS.
149752     WRITE REG-FISCAL.
149762 6671-FISCAL-PONTOS-EXIT.
149772     EXIT.
149782
149792
149802*-------------------------------------------------------
149812* TOTAL DE JUROS DE ATRASO E SALDO A RECEBER POR FAIXA DE
149822* DIAS APOS O VENCIMENTO, NO FIM DO RELATORIO.
149832*-------------------------------------------------------
149842 7505-IMPRIMIR-FAIXAS.
149852     MOVE WRK-REC-JUROS TO WRK-REC-TOTAL-ED.
149862     MOVE SPACES TO WRK-LINHA-RELATORIO.
149872     STRING "JUROS DE ATRASO: " WRK-REC-TOTAL-ED
149882         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
149892     WRITE REG-LINHA-RECEBER FROM WRK-LINHA-RELATORIO.
149902     MOVE WRK-REC-FAIXA(1) TO WRK-REC-TOTAL-ED.
149912     MOVE SPACES TO WRK-LINHA-RELATORIO.
149922     STRING "  ATE 30 DIAS..: " WRK-REC-TOTAL-ED
149932         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
149942     WRITE REG-LINHA-RECEBER FROM WRK-LINHA-RELATORIO.
149952     MOVE WRK-REC-FAIXA(2) TO WRK-REC-TOTAL-ED.
149962     MOVE SPACES TO WRK-LINHA-RELATORIO.
149972     STRING "  31 A 60 DIAS.: " WRK-REC-TOTAL-ED
149982         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
149992     WRITE REG-LINHA-RECEBER FROM WRK-LINHA-RELATORIO.
150002     MOVE WRK-REC-FAIXA(3) TO WRK-REC-TOTAL-ED.
150012     MOVE SPACES TO WRK-LINHA-RELATORIO.
150022     STRING "  61 A 90 DIAS.: " WRK-REC-TOTAL-ED
150032         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
150042     WRITE REG-LINHA-RECEBER FROM WRK-LINHA-RELATORIO.
150052     MOVE WRK-REC-FAIXA(4) TO WRK-REC-TOTAL-ED.
150062     MOVE SPACES TO WRK-LINHA-RELATORIO.
150072     STRING "  MAIS DE 90...: " WRK-REC-TOTAL-ED
150082         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
150092     WRITE REG-LINHA-RECEBER FROM WRK-LINHA-RELATORIO.
150102 7505-IMPRIMIR-FAIXAS-EXIT.
150112     EXIT.
150122
150132*-------------------------------------------------------
150142* DUAS LINHAS POR CLIENTE: SALDO, DATA DO DEBITO MAIS
150152* ANTIGO E JUROS DE ATRASO ATE HOJE; DEPOIS O SALDO POR
150162* FAIXA DE DIAS APOS O VENCIMENTO (TITULO A VENCER ENTRA
150172* NA FAIXA 0-30).
150182*-------------------------------------------------------
150192 7525-IMPRIMIR-CLIENTE-RECEBER.
150202     MOVE REG-CLI-SALDO TO WRK-ED-SALDO.
150212     ADD REG-CLI-SALDO TO WRK-REC-TOTAL.
150222     MOVE WRK-FIA-JUROS TO WRK-ED-FIA-JUROS.
150232     ADD WRK-FIA-JUROS TO WRK-REC-JUROS.
150242     MOVE SPACES TO WRK-LINHA-RELATORIO.
150252     STRING REG-CLI-COD "  " REG-CLI-NOME "  "
150262         WRK-ED-SALDO "  " REG-CLI-DATA-DEBITO "  "
150272         WRK-ED-FIA-JUROS
150282         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
150292     WRITE REG-LINHA-RECEBER FROM WRK-LINHA-RELATORIO.
150302     ADD WRK-FIA-FAIXA(1) TO WRK-REC-FAIXA(1).
150312     ADD WRK-FIA-FAIXA(2) TO WRK-REC-FAIXA(2).
150322     ADD WRK-FIA-FAIXA(3) TO WRK-REC-FAIXA(3).
150332     ADD WRK-FIA-FAIXA(4) TO WRK-REC-FAIXA(4).
150342     MOVE WRK-FIA-FAIXA(1) TO WRK-ED-FIA-FAIXA1.
150352     MOVE WRK-FIA-FAIXA(2) TO WRK-ED-FIA-FAIXA2.
150362     MOVE WRK-FIA-FAIXA(3) TO WRK-ED-FIA-FAIXA3.
150372     MOVE WRK-FIA-FAIXA(4) TO WRK-ED-FIA-FAIXA4.
150382     MOVE SPACES TO WRK-LINHA-RELATORIO.
150392     STRING "      0-30:" WRK-ED-FIA-FAIXA1
150402         " 31-60:" WRK-ED-FIA-FAIXA2
150412         " 61-90:" WRK-ED-FIA-FAIXA3
150422         "   +90:" WRK-ED-FIA-FAIXA4
150432         DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO.
150442     WRITE REG-LINHA-RECEBER FROM WRK-LINHA-RELATORIO.
150452 7525-IMPRIMIR-CLIENTE-RECEBER-EXIT.
150462     EXIT.
