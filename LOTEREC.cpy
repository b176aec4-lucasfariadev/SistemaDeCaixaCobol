000300*-----------------------------------------------------------------
000400*AUTOR.      ROTINA DE CAIXA - EQUIPE CAIXA.
000500*DATA-ESCR.  01/09/2026.
000600* UM REGISTRO POR EXECUCAO DE PROGRAMA BATCH (CONSOLID, CONCADQ,
000700* EXPURGO, EXPCONTB E CURVABC), COM O PARAMETRO USADO, A
000750* QUANTIDADE PROCESSADA E O CODIGO DE RETORNO, PARA A SEQUENCIA
000800* NOTURNA ENCADEAR OS PASSOS E PARAR NO ERRO.
001000*-----------------------------------------------------------------
001100* HISTORICO DE ALTERACOES
001200* DATA       AUTOR    DESCRICAO
001300* 01/09/2026 EQP-CX   CRIACAO DO RESUMO DE EXECUCAO DOS LOTES.
001310* 15/10/2026 EQP-CX   EXPORTACAO CONTABIL (EXPCONTB) TAMBEM
001320*                     GRAVA O RESUMO.
001330* 15/10/2026 EQP-CX   ANALISE MENSAL COM CURVA ABC (CURVABC)
001340*                     TAMBEM GRAVA O RESUMO.
001400*-----------------------------------------------------------------
001500 01  REG-LOTELOG.
001600     03  REG-LOG-PROGRAMA        PIC X(08).
