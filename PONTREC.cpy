000100*-----------------------------------------------------------------
000200* PONTREC   -  MOVIMENTO DE PONTOS DE FIDELIDADE (PONTOS)
000300*-----------------------------------------------------------------
000400*AUTOR.      ROTINA DE CAIXA - EQUIPE CAIXA.
000500*DATA-ESCR.  15/10/2026.
000600* UM REGISTRO POR ALTERACAO DE REG-CLI-PONTOS, GRAVADO EM
000700* ORDEM CRONOLOGICA. OS PONTOS SAO SEMPRE POSITIVOS; O TIPO
000800* DIZ SE ENTRAM (GANHO, RESGATE DEVOLVIDO NO ESTORNO) OU SAEM
000900* (RESGATE, PONTOS RETIRADOS NO ESTORNO OU NA DEVOLUCAO,
001000* VENCIMENTO) DO SALDO. O SALDO E O DO CLIENTE APOS O
001100* MOVIMENTO E O VALOR E O EQUIVALENTE EM REAIS NO RESGATE.
001200* O DOCUMENTO E O NUMERO DO COMPROVANTE (ZERO NO VENCIMENTO).
001300*-----------------------------------------------------------------
001400* HISTORICO DE ALTERACOES
001500* DATA       AUTOR    DESCRICAO
001600* 15/10/2026 EQP-CX   CRIACAO DO MOVIMENTO DE PONTOS.
001700*-----------------------------------------------------------------
001800 01  REG-PONTOS.
001900     03  REG-PTO-CLIENTE         PIC 9(05).
002000     03  REG-PTO-DATA            PIC 9(08).
002100     03  REG-PTO-HORA            PIC 9(08).
002200     03  REG-PTO-CAIXA           PIC X(04).
002300     03  REG-PTO-OPERADOR        PIC X(08).
002400     03  REG-PTO-DOCUMENTO       PIC 9(06).
002500     03  REG-PTO-TIPO            PIC X(01).
002600         88  PTO-GANHO                 VALUE 'G'.
002700         88  PTO-RESGATE               VALUE 'R'.
002800         88  PTO-ESTORNO-GANHO         VALUE 'E'.
002900         88  PTO-ESTORNO-RESGATE       VALUE 'C'.
003000         88  PTO-VENCIDO               VALUE 'V'.
003100         88  PTO-ENTRADA               VALUE 'G' 'C'.
003200     03  REG-PTO-PONTOS          PIC 9(07).
003300     03  REG-PTO-VALOR           PIC 9(06)V99.
003400     03  REG-PTO-SALDO           PIC S9(07).
003500     03  REG-PTO-VALIDADE        PIC 9(08).
