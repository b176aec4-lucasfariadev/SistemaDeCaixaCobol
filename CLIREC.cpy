001000*                     VENDA A PRAZO (FIADO), COM LIMITE DE
001100*                     CREDITO, SALDO DEVEDOR E DATA DO DEBITO
001200*                     MAIS ANTIGO EM ABERTO.
001225* 15/10/2026 EQP-CX   SALDO DE PONTOS DE FIDELIDADE E DATA DE
001250*                     VALIDADE DOS PONTOS (RENOVADA A CADA
001275*                     COMPRA QUE GERA PONTOS).
001300*-----------------------------------------------------------------
001400 01  REG-CLIENTE.
001500     03  REG-CLI-COD             PIC 9(05).
002100     03  REG-CLI-ATIVO           PIC X(01).
002200         88  CLIENTE-ATIVO             VALUE 'S'.
002300         88  CLIENTE-INATIVO           VALUE 'N'.
002400     03  REG-CLI-PONTOS          PIC S9(07).
002500     03  REG-CLI-PONTOS-VALIDADE PIC 9(08).
