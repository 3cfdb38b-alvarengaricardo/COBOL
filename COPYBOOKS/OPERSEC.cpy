000080*          PROGCOB11, QUE O MANTEM. UM REGISTRO POR OPERADOR,
000090*          COM SENHA, FLAG DE ATIVO E AUTORIZACOES POR FUNCAO
000100*          (CONSULTA DE NOME, CAPTURA DE DATA, EXECUCAO DA
000110*          FOLHA, MANUTENCAO DE CADASTRO, APROVACAO DE ALTERACAO
000120*          BANCARIA), NO LUGAR DA ANTIGA
000130*          TABELA FIXA DE TRES OPERADORES DO TABOPER.CPY, QUE
000140*          EXIGIA RECOMPILACAO PARA INCLUIR OU EXCLUIR OPERADOR
000150*          E DAVA A TODOS OS MESMOS PODERES.
000160******************************************************************
000170* MODIFICATION HISTORY
000180* DATE       INIT DESCRIPTION
000190* 2026-08-22 RRA  ORIGINAL - SUBSTITUI O COPYBOOKS/TABOPER.CPY.
000200* 2026-10-15 RRA  INCLUIDA A AUTORIZACAO DE APROVACAO DE ALTERACAO
000210*                 BANCARIA (OPR-AUT-APROVA), EXIGIDA PELO
000220*                 PROGCOB27. REGISTRO ANTIGO SEM O CAMPO (BRANCO)
000230*                 EQUIVALE A 'N'.
000240******************************************************************
000250 01  OPR-RECORD.
000260     05  OPR-CODIGO       PIC X(10).
000270     05  OPR-FILL1        PIC X(02).
000280     05  OPR-SENHA        PIC X(10).
000290     05  OPR-FILL2        PIC X(02).
000300     05  OPR-ATIVO        PIC X(01).
000310     05  OPR-FILL3        PIC X(02).
000320     05  OPR-AUT-CONSULTA PIC X(01).
000330     05  OPR-FILL4        PIC X(01).
000340     05  OPR-AUT-DATA     PIC X(01).
000350     05  OPR-FILL5        PIC X(01).
000360     05  OPR-AUT-FOLHA    PIC X(01).
000370     05  OPR-FILL6        PIC X(01).
000380     05  OPR-AUT-CADASTRO PIC X(01).
000390     05  OPR-FILL7        PIC X(01).
000400     05  OPR-AUT-APROVA   PIC X(01).
