000100*-----------------------------------------------------------------
000200* BXTREC    -  LAYOUT DA BAIXA DE TITULO A RECEBER (SEQUENCIAL)
000300*-----------------------------------------------------------------
000400*AUTOR.      ROTINA DE CAIXA - EQUIPE CAIXA.
000500*DATA-ESCR.  15/10/2026.
000600* UM REGISTRO POR TITULO ATINGIDO EM CADA RECEBIMENTO DE CLIENTE
000700* (TIPO P, COM O PRINCIPAL E OS JUROS PAGOS) OU NO ESTORNO DA
000800* VENDA FIADA (TIPO E, COM O SALDO CANCELADO). BASE DO EXTRATO
000900* MENSAL DO CLIENTE.
001000*-----------------------------------------------------------------
001100* HISTORICO DE ALTERACOES
001200* DATA       AUTOR    DESCRICAO
001300* 15/10/2026 EQP-CX   CRIACAO DO REGISTRO DE BAIXA DE TITULO.
001400*-----------------------------------------------------------------
001500 01  REG-BAIXATIT.
001600     03  REG-BXT-CLIENTE         PIC 9(05).
001700     03  REG-BXT-TIT-DATA        PIC 9(08).
001800     03  REG-BXT-TIT-CAIXA       PIC X(04).
001900     03  REG-BXT-TIT-COMPROV     PIC 9(06).
002000     03  REG-BXT-DATA            PIC 9(08).
002100     03  REG-BXT-HORA            PIC 9(08).
002200     03  REG-BXT-CAIXA           PIC X(04).
002300     03  REG-BXT-OPERADOR        PIC X(08).
002400     03  REG-BXT-TIPO            PIC X(01).
002500         88  BXT-PAGAMENTO             VALUE 'P'.
002600         88  BXT-ESTORNO               VALUE 'E'.
002700     03  REG-BXT-PRINCIPAL       PIC 9(07)V99.
002800     03  REG-BXT-JUROS           PIC 9(07)V99.
