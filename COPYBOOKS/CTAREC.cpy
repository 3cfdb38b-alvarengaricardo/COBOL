000010******************************************************************
000020* Author: RICARDO RIBEIRO DE ALVARENGA - RRA
000030* Installation: FOLHA DE PAGAMENTO
000040* Date-Written: 2026-10-15
000050* Purpose: LAYOUT CANONICO DO REGISTRO DO PLANO DE CONTAS
000060*          (PLANOCTA), UM REGISTRO POR CONTA CONTABIL USADA PELA
000070*          FOLHA: CONTA, DESCRICAO, TIPO (A = ATIVO, P = PASSIVO,
000080*          L = PATRIMONIO LIQUIDO, R = RECEITA, D = DESPESA),
000090*          INDICADOR DE CONTA ATIVA (S/N) E DE CENTRO DE CUSTO
000100*          OBRIGATORIO NO LANCAMENTO (S/N).
000110*          MANTIDO PELO PROGCOB31 E LIDO PELOS PROGRAMAS QUE
000120*          GRAVAM O GLPOST (PROGCOB04, PROGCOB13 E PROGCOB22),
000130*          QUE CONSISTEM CADA LANCAMENTO CONTRA ELE, E PELO
000140*          BALANCETE (PROGCOB32).
000150******************************************************************
000160* MODIFICATION HISTORY
000170* DATE       INIT DESCRIPTION
000180* 2026-10-15 RRA  ORIGINAL.
000190******************************************************************
000200 01  CTA-RECORD.
000210     05  CTA-CONTA        PIC X(08).
000220     05  CTA-FILL1        PIC X(02).
000230     05  CTA-DESCRICAO    PIC X(30).
000240     05  CTA-FILL2        PIC X(02).
000250     05  CTA-TIPO         PIC X(01).
000260     05  CTA-FILL3        PIC X(02).
000270     05  CTA-ATIVA        PIC X(01).
000280     05  CTA-FILL4        PIC X(02).
000290     05  CTA-EXIGE-CC     PIC X(01).
