000010******************************************************************
000020* Author: RICARDO RIBEIRO DE ALVARENGA - RRA
000030* Installation: FOLHA DE PAGAMENTO
000040* Date-Written: 2026-10-15
000050* Purpose: LAYOUT CANONICO DO REGISTRO DE ADESAO A BENEFICIO
000060*          (BENEF), UM REGISTRO POR MATRICULA + TIPO + DEPENDENTE
000070*          + DATA DE INICIO. TIPOS: VT = VALE-TRANSPORTE (COM O
000080*          CUSTO DIARIO DA CONDUCAO DO FUNCIONARIO), VR = VALE-
000090*          REFEICAO E PS = PLANO DE SAUDE. NO PLANO DE SAUDE O
000100*          REGISTRO SEM DEPENDENTE (ESPACOS) E A VIDA DO TITULAR
000110*          E CADA DEPENDENTE INSCRITO (NOME DO DEPMAST) TEM O SEU
000120*          PROPRIO REGISTRO. O PLANO APONTA PARA A TABELA DE
000130*          PRECOS (BENPLAN, COPYBOOKS/PLNREC.CPY). DATA DE FIM
000140*          ZERADA = ADESAO EM ABERTO.
000150*          MANTIDO PELO PROGCOB34 E LIDO PELO PROGCOB04 (DESCONTO
000160*          NA FOLHA REGULAR, CUSTO DO EMPREGADOR NO GLPOST E
000170*          PEDIDO AOS FORNECEDORES).
000180******************************************************************
000190* MODIFICATION HISTORY
000200* DATE       INIT DESCRIPTION
000210* 2026-10-15 RRA  ORIGINAL.
000220******************************************************************
000230 01  BEN-RECORD.
000240     05  BEN-MATRICULA    PIC X(06).
000250     05  BEN-FILL1        PIC X(02).
000260     05  BEN-TIPO         PIC X(02).
000270     05  BEN-FILL2        PIC X(02).
000280     05  BEN-PLANO        PIC X(04).
000290     05  BEN-FILL3        PIC X(02).
000300     05  BEN-DEPENDENTE   PIC X(30).
000310     05  BEN-FILL4        PIC X(02).
000320     05  BEN-CUSTO-DIARIO PIC 9(04)V99.
000330     05  BEN-FILL5        PIC X(02).
000340     05  BEN-DATA-INI     PIC 9(08).
000350     05  BEN-FILL6        PIC X(02).
000360     05  BEN-DATA-FIM     PIC 9(08).
