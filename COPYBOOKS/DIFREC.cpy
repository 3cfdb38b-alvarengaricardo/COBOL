000010******************************************************************
000020* Author: RICARDO RIBEIRO DE ALVARENGA - RRA
000030* Installation: FOLHA DE PAGAMENTO
000040* Date-Written: 2026-10-15
000050* Purpose: LAYOUT CANONICO DO REGISTRO DE DIFERENCAS DE DISSIDIO
000060*          (DISSDIF), UM REGISTRO POR MATRICULA E COMPETENCIA JA
000070*          FECHADA, COM O SALARIO PAGO NA EPOCA, A DIFERENCA
000080*          DEVIDA E O BRUTO/INSS/IRRF ORIGINAIS DA FOLHA
000090*          REGULAR DAQUELA COMPETENCIA (PAYIMPO). GRAVADO PELO
000100*          PROGCOB24 E PAGO PELA FOLHA DISSIDIO DO PROGCOB04,
000110*          QUE RECALCULA O INSS/IRRF COMPETENCIA A COMPETENCIA.
000120******************************************************************
000130* MODIFICATION HISTORY
000140* DATE       INIT DESCRIPTION
000150* 2026-10-15 RRA  ORIGINAL.
000160******************************************************************
000170 01  DIF-RECORD.
000180     05  DIF-MATRICULA    PIC X(06).
000190     05  DIF-FILL1        PIC X(02).
000200     05  DIF-COMPETENCIA  PIC 9(06).
000210     05  DIF-FILL2        PIC X(02).
000220     05  DIF-SALARIO-ANT  PIC 9(06)V99.
000230     05  DIF-FILL3        PIC X(02).
000240     05  DIF-VALOR        PIC 9(06)V99.
000250     05  DIF-FILL4        PIC X(02).
000260     05  DIF-BRUTO-ORIG   PIC 9(08)V99.
000270     05  DIF-FILL5        PIC X(02).
000280     05  DIF-INSS-ORIG    PIC 9(08)V99.
000290     05  DIF-FILL6        PIC X(02).
000300     05  DIF-IRRF-ORIG    PIC 9(08)V99.
