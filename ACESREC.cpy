000100*-----------------------------------------------------------------
000200* ACESREC   -  LAYOUT DO REGISTRO DE ACESSOS DOS OPERADORES
000300*-----------------------------------------------------------------
000400*AUTOR.      ROTINA DE CAIXA - EQUIPE CAIXA.
000500*DATA-ESCR.  15/10/2026.
000600* UM REGISTRO POR EVENTO, GRAVADO EM ORDEM CRONOLOGICA: LOGON,
000700* FALHA DE LOGON, BLOQUEIO, TENTATIVA COM OPERADOR BLOQUEADO,
000800* TROCA DE SENHA E DESBLOQUEIO PELO GERENTE (O GERENTE FICA EM
000900* REG-ACE-SUPERVISOR), E CADA USO DE CREDENCIAL DE SUPERVISOR,
001000* CONCEDIDO OU RECUSADO, COM A ACAO E O DOCUMENTO AUTORIZADO
001100* (COMPROVANTE NO DESCONTO, NO ESTORNO E NA DEVOLUCAO; ZERO NO
001200* AJUSTE DE BALANCO).
001300*-----------------------------------------------------------------
001400* HISTORICO DE ALTERACOES
001500* DATA       AUTOR    DESCRICAO
001600* 15/10/2026 EQP-CX   CRIACAO DO REGISTRO DE ACESSOS.
001633* 15/10/2026 EQP-CX   ACOES DE REMARCACAO DE LOTES A VENCER (RM) E
001666*                     DE BAIXA DE LOTES VENCIDOS COMO PERDA (PV).
001700*-----------------------------------------------------------------
001800 01  REG-ACESSO.
001900     03  REG-ACE-DATA            PIC 9(08).
002000     03  REG-ACE-HORA            PIC 9(08).
002100     03  REG-ACE-CAIXA           PIC X(04).
002200     03  REG-ACE-OPERADOR        PIC X(08).
002300     03  REG-ACE-EVENTO          PIC X(02).
002400         88  ACE-LOGON                 VALUE 'LG'.
002500         88  ACE-FALHA-LOGON           VALUE 'FL'.
002600         88  ACE-BLOQUEIO              VALUE 'BQ'.
002700         88  ACE-OPER-BLOQUEADO        VALUE 'BL'.
002800         88  ACE-TROCA-SENHA           VALUE 'TS'.
002900         88  ACE-DESBLOQUEIO           VALUE 'DB'.
003000         88  ACE-AUTORIZADO            VALUE 'AS'.
003100         88  ACE-RECUSADO              VALUE 'AR'.
003200         88  ACE-USO-SUPERVISOR        VALUE 'AS' 'AR'.
003300     03  REG-ACE-SUPERVISOR      PIC X(08).
003400     03  REG-ACE-ACAO            PIC X(02).
003500         88  ACE-DESCONTO              VALUE 'DE'.
003600         88  ACE-ESTORNO               VALUE 'ES'.
003700         88  ACE-DEVOLUCAO             VALUE 'DV'.
003800         88  ACE-AJUSTE                VALUE 'AJ'.
003833         88  ACE-REMARCACAO            VALUE 'RM'.
003866         88  ACE-PERDA-VALIDADE        VALUE 'PV'.
003900     03  REG-ACE-DOCUMENTO       PIC 9(09).
