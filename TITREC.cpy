000100*-----------------------------------------------------------------
000200* TITREC    -  LAYOUT DO TITULO A RECEBER (FIADO) - ARQ. INDEXADO
000300*-----------------------------------------------------------------
000400*AUTOR.      ROTINA DE CAIXA - EQUIPE CAIXA.
000500*DATA-ESCR.  15/10/2026.
000600* UM TITULO POR VENDA FIADA, ABERTO NA GRAVACAO DO COMPROVANTE
000700* COM O VENCIMENTO DADO PELO PRAZO DO FIADO. A CHAVE (CLIENTE +
000800* DATA DA COMPRA + CAIXA + COMPROVANTE) DEIXA OS TITULOS DE CADA
000900* CLIENTE EM ORDEM DE ANTIGUIDADE, QUE E A ORDEM DE BAIXA DOS
001000* PAGAMENTOS. OS JUROS DE ATRASO CORREM SOBRE O SALDO A PARTIR
001100* DE REG-TIT-DATA-JUROS (O VENCIMENTO OU O ULTIMO PAGAMENTO).
001200*-----------------------------------------------------------------
001300* HISTORICO DE ALTERACOES
001400* DATA       AUTOR    DESCRICAO
001500* 15/10/2026 EQP-CX   CRIACAO DO TITULO A RECEBER POR COMPRA.
001600*-----------------------------------------------------------------
001700 01  REG-TITULO.
001800     03  REG-TIT-CHAVE.
001900         05  REG-TIT-CLIENTE     PIC 9(05).
002000         05  REG-TIT-DATA        PIC 9(08).
002100         05  REG-TIT-CAIXA       PIC X(04).
002200         05  REG-TIT-COMPROV     PIC 9(06).
002300     03  REG-TIT-VENCIMENTO      PIC 9(08).
002400     03  REG-TIT-VALOR           PIC 9(07)V99.
002500     03  REG-TIT-SALDO           PIC 9(07)V99.
002600     03  REG-TIT-DATA-JUROS      PIC 9(08).
002650     03  REG-TIT-JUROS-PEND      PIC 9(07)V99.
002700     03  REG-TIT-JUROS-PAGOS     PIC 9(07)V99.
002800     03  REG-TIT-DATA-BAIXA      PIC 9(08).
002900     03  REG-TIT-STATUS          PIC X(01).
003000         88  TIT-ABERTO                VALUE 'A'.
003100         88  TIT-PAGO                  VALUE 'P'.
003200         88  TIT-ESTORNADO             VALUE 'E'.
