000100*-----------------------------------------------------------------
000200* HPRCREC   -  LAYOUT DO HISTORICO DE PRECOS (SEQUENCIAL)
000300*-----------------------------------------------------------------
000400*AUTOR.      ROTINA DE CADASTRO - EQUIPE CAIXA.
000500*DATA-ESCR.  15/10/2026.
000600* UM REGISTRO POR ALTERACAO DE REG-PROD-PRECO, EM ORDEM
000700* CRONOLOGICA: INCLUSAO DO PRODUTO (I), ALTERACAO IMEDIATA NA
000800* MANUTENCAO (M) OU ALTERACAO PROGRAMADA APLICADA NA ABERTURA
000900* DO CAIXA (P). O OPERADOR E QUEM FEZ A ALTERACAO (NA PROGRAMADA,
001000* QUEM A PROGRAMOU).
001100*-----------------------------------------------------------------
001200* HISTORICO DE ALTERACOES
001300* DATA       AUTOR    DESCRICAO
001400* 15/10/2026 EQP-CX   CRIACAO DO HISTORICO DE PRECOS.
001500*-----------------------------------------------------------------
001600 01  REG-HISTPRECO.
001700     03  REG-HPR-PRODUTO         PIC 9(13).
001800     03  REG-HPR-DATA            PIC 9(08).
001900     03  REG-HPR-HORA            PIC 9(08).
002000     03  REG-HPR-PRECO-ANTERIOR  PIC 9(02)V99.
002100     03  REG-HPR-PRECO-NOVO      PIC 9(02)V99.
002200     03  REG-HPR-OPERADOR        PIC X(08).
002300     03  REG-HPR-CAIXA           PIC X(04).
002400     03  REG-HPR-ORIGEM          PIC X(01).
002500         88  HPR-INCLUSAO              VALUE 'I'.
002600         88  HPR-MANUAL                VALUE 'M'.
002700         88  HPR-PROGRAMADA            VALUE 'P'.
