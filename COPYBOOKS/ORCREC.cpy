000010******************************************************************
000020* Author: RICARDO RIBEIRO DE ALVARENGA - RRA
000030* Installation: FOLHA DE PAGAMENTO
000040* Date-Written: 2026-10-15
000050* Purpose: LAYOUT CANONICO DO REGISTRO DO ORCAMENTO DE PESSOAL
000060*          (ORCADO), UM REGISTRO POR COMPETENCIA (AAAAMM) E
000070*          CENTRO DE CUSTO: QUADRO ORCADO (QUANTIDADE DE
000080*          FUNCIONARIOS), SALARIO BRUTO, ENCARGOS DO EMPREGADOR
000090*          (INSS PATRONAL E FGTS) E PROVISOES (13O SALARIO E
000100*          FERIAS). PREPARADO PELA CONTROLADORIA PARA O ANO E LIDO
000110*          PELO ORCADO X REALIZADO DE PESSOAL (PROGCOB33).
000120******************************************************************
000130* MODIFICATION HISTORY
000140* DATE       INIT DESCRIPTION
000150* 2026-10-15 RRA  ORIGINAL.
000160******************************************************************
000170 01  ORC-RECORD.
000180     05  ORC-COMPETENCIA  PIC 9(06).
000190     05  ORC-FILL1        PIC X(02).
000200     05  ORC-CCUSTO       PIC X(04).
000210     05  ORC-FILL2        PIC X(02).
000220     05  ORC-QUADRO       PIC 9(05).
000230     05  ORC-FILL3        PIC X(02).
000240     05  ORC-BRUTO        PIC 9(10)V99.
000250     05  ORC-FILL4        PIC X(02).
000260     05  ORC-ENCARGOS     PIC 9(10)V99.
000270     05  ORC-FILL5        PIC X(02).
000280     05  ORC-PROVISOES    PIC 9(10)V99.
