000994* 01/09/2026 EQP-CX   CUSTO MEDIO DO PRODUTO, ATUALIZADO NA
000996*                     ENTRADA DE MERCADORIA, PARA OS
000998*                     RELATORIOS DE MARGEM.
000999* 15/10/2026 EQP-CX   PRODUTO PERECIVEL, COM LOTE E VALIDADE.
001000*-----------------------------------------------------------------
001100 01  REG-PRODUTO.
001200     03  REG-PROD-COD            PIC 9(13).
002100     03  REG-PROD-CST            PIC X(03).
002200     03  REG-PROD-ALIQ-ICMS      PIC 9(02)V99.
002300     03  REG-PROD-CUSTO          PIC 9(04)V99.
002400     03  REG-PROD-PERECIVEL      PIC X(01).
002500         88  PRODUTO-PERECIVEL         VALUE 'S'.
