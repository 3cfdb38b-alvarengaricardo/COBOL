000010******************************************************************
000020* Author: RICARDO RIBEIRO DE ALVARENGA - RRA
000030* Installation: FOLHA DE PAGAMENTO
000040* Date-Written: 2026-10-15
000050* Purpose: LAYOUT CANONICO DO REGISTRO DE ADIANTAMENTO SALARIAL
000060*          (ADIANTAM), UM REGISTRO POR MATRICULA E COMPETENCIA,
000070*          COM O VALOR ADIANTADO NA MOEDA DO FUNCIONARIO E A
000080*          DATA DO CREDITO (DATA DA REMESSA BANKREM). GRAVADO
000090*          PELA FOLHA ADIANT DO PROGCOB04 E DESCONTADO PELA
000100*          FOLHA REGULAR DA MESMA COMPETENCIA.
000110******************************************************************
000120* MODIFICATION HISTORY
000130* DATE       INIT DESCRIPTION
000140* 2026-10-15 RRA  ORIGINAL.
000150******************************************************************
000160 01  ADT-RECORD.
000170     05  ADT-MATRICULA    PIC X(06).
000180     05  ADT-FILL1        PIC X(02).
000190     05  ADT-COMPETENCIA  PIC 9(06).
000200     05  ADT-FILL2        PIC X(02).
000210     05  ADT-VALOR        PIC 9(06)V99.
000220     05  ADT-FILL3        PIC X(02).
000230     05  ADT-DATA-CREDITO PIC 9(08).
