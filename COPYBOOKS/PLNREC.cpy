000010******************************************************************
000020* Author: RICARDO RIBEIRO DE ALVARENGA - RRA
000030* Installation: FOLHA DE PAGAMENTO
000040* Date-Written: 2026-10-15
000050* Purpose: LAYOUT CANONICO DO REGISTRO DA TABELA DE PLANOS DE
000060*          BENEFICIO (BENPLAN), UM REGISTRO POR TIPO + PLANO,
000070*          PREPARADO PELO RH COM OS PRECOS VIGENTES DOS
000080*          FORNECEDORES:
000090*          VT - SO O FORNECEDOR (O CUSTO DIARIO E O DA ADESAO; O
000100*               DESCONTO E LIMITADO A 6% DO SALARIO BASE);
000110*          VR - VALOR DIARIO DO VALE EM PLN-VALOR-TITULAR E O
000120*               PERCENTUAL DESCONTADO DO FUNCIONARIO;
000130*          PS - MENSALIDADE DO TITULAR, MENSALIDADE POR
000140*               DEPENDENTE E O PERCENTUAL DESCONTADO DO
000150*               FUNCIONARIO (O RESTANTE E CUSTO DO EMPREGADOR).
000160*          LIDO PELO PROGCOB34 (VALIDACAO DO PLANO DA ADESAO) E
000170*          PELO PROGCOB04 (CALCULO E PEDIDO AOS FORNECEDORES).
000180******************************************************************
000190* MODIFICATION HISTORY
000200* DATE       INIT DESCRIPTION
000210* 2026-10-15 RRA  ORIGINAL.
000220******************************************************************
000230 01  PLN-RECORD.
000240     05  PLN-TIPO             PIC X(02).
000250     05  PLN-FILL1            PIC X(02).
000260     05  PLN-PLANO            PIC X(04).
000270     05  PLN-FILL2            PIC X(02).
000280     05  PLN-DESCRICAO        PIC X(20).
000290     05  PLN-FILL3            PIC X(02).
000300     05  PLN-FORNECEDOR       PIC X(20).
000310     05  PLN-FILL4            PIC X(02).
000320     05  PLN-VALOR-TITULAR    PIC 9(05)V99.
000330     05  PLN-FILL5            PIC X(02).
000340     05  PLN-VALOR-DEPENDENTE PIC 9(05)V99.
000350     05  PLN-FILL6            PIC X(02).
000360     05  PLN-PCT-EMPREGADO    PIC 9(03)V99.
