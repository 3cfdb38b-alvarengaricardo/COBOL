000010******************************************************************
000020* Author: RICARDO RIBEIRO DE ALVARENGA - RRA
000030* Installation: FOLHA DE PAGAMENTO
000040* Date-Written: 2026-10-15
000050* Purpose: LAYOUT CANONICO DO REGISTRO DE CARGO (CARGOS), UM
000060*          REGISTRO POR CODIGO DE CARGO, COM A DESCRICAO E A
000070*          FAIXA SALARIAL (MINIMO E MAXIMO) DO CARGO.
000080*          COMPARTILHADO PELO PROGCOB23, QUE O MANTEM, PELO
000090*          PROGCOB05, QUE REJEITA SALARIO FORA DA FAIXA NA
000100*          MANUTENCAO DO EMPMAST, E PELO PROGCOB07, QUE
000110*          SINALIZA OS REGISTROS DO EMPMAST FORA DA FAIXA.
000120******************************************************************
000130* MODIFICATION HISTORY
000140* DATE       INIT DESCRIPTION
000150* 2026-10-15 RRA  ORIGINAL.
000160******************************************************************
000170 01  CRG-RECORD.
000180     05  CRG-CODIGO       PIC X(04).
000190     05  CRG-FILL1        PIC X(02).
000200     05  CRG-DESCRICAO    PIC X(30).
000210     05  CRG-FILL2        PIC X(02).
000220     05  CRG-SAL-MIN      PIC 9(06)V99.
000230     05  CRG-FILL3        PIC X(02).
000240     05  CRG-SAL-MAX      PIC 9(06)V99.
