000100*-----------------------------------------------------------------
000200* FORNREC   -  LAYOUT DO CADASTRO DE FORNECEDORES (ARQ. INDEXADO)
000300*-----------------------------------------------------------------
000400*AUTOR.      ROTINA DE COMPRAS - EQUIPE CAIXA.
000500*DATA-ESCR.  15/10/2026.
000600* FORNECEDOR DE MERCADORIA, REFERENCIADO PELO PEDIDO DE COMPRA
000700* (PEDREC) E PELO REGISTRO DE RECEBIMENTO DA ENTRADA DE
000800* MERCADORIA.
000900*-----------------------------------------------------------------
001000* HISTORICO DE ALTERACOES
001100* DATA       AUTOR    DESCRICAO
001200* 15/10/2026 EQP-CX   CRIACAO DO CADASTRO DE FORNECEDORES.
001300*-----------------------------------------------------------------
001400 01  REG-FORNECEDOR.
001500     03  REG-FORN-COD            PIC 9(05).
001600     03  REG-FORN-NOME           PIC X(30).
001700     03  REG-FORN-CNPJ           PIC X(14).
001800     03  REG-FORN-FONE           PIC X(11).
001900     03  REG-FORN-CONTATO        PIC X(20).
002000     03  REG-FORN-ATIVO          PIC X(01).
002100         88  FORNECEDOR-ATIVO          VALUE 'S'.
002200         88  FORNECEDOR-INATIVO        VALUE 'N'.
