000900* 22/08/2026 EQP-CX   CRIACAO DO CADASTRO DE OPERADORES COM
001000*                     SENHA, NIVEL DE PERMISSAO E ALCADA DE
001100*                     DESCONTO.
001110* 15/10/2026 EQP-CX   CONTADOR DE FALHAS DE LOGON E BLOQUEIO,
001120*                     DATA DA ULTIMA TROCA DE SENHA (VALIDADE)
001130*                     E SENHA ANTERIOR (NAO PODE SER REPETIDA).
001200*-----------------------------------------------------------------
001300 01  REG-OPERADOR.
001400     03  REG-OPER-COD            PIC X(08).
002200     03  REG-OPER-ATIVO          PIC X(01).
002300         88  OPERADOR-ATIVO            VALUE 'S'.
002400         88  OPERADOR-INATIVO          VALUE 'N'.
002500     03  REG-OPER-FALHAS         PIC 9(02).
002600     03  REG-OPER-BLOQUEIO       PIC X(01).
002700         88  OPER-BLOQUEADO            VALUE 'S'.
002800         88  OPER-LIBERADO             VALUE 'N'.
002900     03  REG-OPER-DATA-SENHA     PIC 9(08).
003000     03  REG-OPER-SENHA-ANT      PIC X(06).
