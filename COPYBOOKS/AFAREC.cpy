000010******************************************************************
000020* Author: RICARDO RIBEIRO DE ALVARENGA - RRA
000030* Installation: FOLHA DE PAGAMENTO
000040* Date-Written: 2026-10-15
000050* Purpose: LAYOUT CANONICO DO REGISTRO DE AFASTAMENTO (AFAST), UM
000060*          REGISTRO POR MATRICULA + TIPO + DATA DE INICIO, COM A
000070*          DATA DE FIM (ZEROS = AFASTAMENTO AINDA EM ABERTO).
000080*          TIPOS: DO = DOENCA (OS 15 PRIMEIROS DIAS SAO PAGOS PELA
000090*          EMPRESA; DO 16O DIA EM DIANTE NAO SAO PAGOS E SUSPENDEM
000100*          O PERIODO AQUISITIVO DE FERIAS), MA = LICENCA
000110*          MATERNIDADE (NAO PAGA NA FOLHA, NAO SUSPENDE) E NR =
000120*          LICENCA NAO REMUNERADA (NAO PAGA E SUSPENDE).
000130*          MANTIDO PELO PROGCOB26 E LIDO PELO PROGCOB04 (SALARIO
000140*          PROPORCIONAL E ACRESCIMO DO FERSALDO) E PELO PROGCOB22
000150*          (PROVISAO DE 13O E FERIAS).
000160******************************************************************
000170* MODIFICATION HISTORY
000180* DATE       INIT DESCRIPTION
000190* 2026-10-15 RRA  ORIGINAL.
000200******************************************************************
000210 01  AFA-RECORD.
000220     05  AFA-MATRICULA    PIC X(06).
000230     05  AFA-FILL1        PIC X(02).
000240     05  AFA-TIPO         PIC X(02).
000250     05  AFA-FILL2        PIC X(02).
000260     05  AFA-DATA-INI     PIC 9(08).
000270     05  AFA-FILL3        PIC X(02).
000280     05  AFA-DATA-FIM     PIC 9(08).
