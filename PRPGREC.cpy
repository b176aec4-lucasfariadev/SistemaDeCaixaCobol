000100*-----------------------------------------------------------------
000200* PRPGREC   -  LAYOUT DA ALTERACAO DE PRECO PROGRAMADA (INDEXADO)
000300*-----------------------------------------------------------------
000400*AUTOR.      ROTINA DE CADASTRO - EQUIPE CAIXA.
000500*DATA-ESCR.  15/10/2026.
000600* NOVO PRECO DE UM PRODUTO COM DATA DE VIGENCIA FUTURA. A CHAVE
000700* COMECA PELA VIGENCIA PARA QUE A ABERTURA DO CAIXA APLIQUE, EM
000800* ORDEM DE DATA, TODAS AS ALTERACOES PENDENTES (P) COM VIGENCIA
000900* ATE O DIA, MARCANDO-AS COMO APLICADAS (A).
001000*-----------------------------------------------------------------
001100* HISTORICO DE ALTERACOES
001200* DATA       AUTOR    DESCRICAO
001300* 15/10/2026 EQP-CX   CRIACAO DA ALTERACAO DE PRECO PROGRAMADA.
001400*-----------------------------------------------------------------
001500 01  REG-PRECO-PROG.
001600     03  REG-PPG-CHAVE.
001700         05  REG-PPG-DATA-VIGENCIA PIC 9(08).
001800         05  REG-PPG-PRODUTO     PIC 9(13).
001900     03  REG-PPG-PRECO-NOVO      PIC 9(02)V99.
002000     03  REG-PPG-DATA-CADASTRO   PIC 9(08).
002100     03  REG-PPG-OPERADOR        PIC X(08).
002200     03  REG-PPG-STATUS          PIC X(01).
002300         88  PPG-PENDENTE              VALUE 'P'.
002400         88  PPG-APLICADO              VALUE 'A'.
002500         88  PPG-CANCELADO             VALUE 'C'.
002600     03  REG-PPG-DATA-APLICACAO  PIC 9(08).
