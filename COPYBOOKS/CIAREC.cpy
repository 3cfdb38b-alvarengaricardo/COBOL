000010******************************************************************
000020* Author: RICARDO RIBEIRO DE ALVARENGA - RRA
000030* Installation: FOLHA DE PAGAMENTO
000040* Date-Written: 2026-10-15
000050* Purpose: LAYOUT CANONICO DO REGISTRO DE EMPRESA (EMPRESAS), UM
000060*          REGISTRO POR EMPRESA EMPREGADORA, COM A RAZAO SOCIAL,
000070*          O CNPJ, A CONTA BANCARIA PAGADORA (BANCO, AGENCIA E
000080*          CONTA DEBITADOS NA REMESSA DE CREDITO) E O CODIGO DA
000090*          EMPRESA NA CONTABILIDADE (GLPOST).
000100*          MANTIDO PELO PROGCOB29 E LIDO PELO PROGCOB05, QUE
000110*          REJEITA EMPRESA NAO CADASTRADA NA MANUTENCAO DO
000120*          EMPMAST, E PELOS PROGRAMAS QUE SEPARAM A FOLHA POR
000130*          EMPRESA (PROGCOB04, PROGCOB06, PROGCOB13, PROGCOB19
000140*          E PROGCOB22).
000150******************************************************************
000160* MODIFICATION HISTORY
000170* DATE       INIT DESCRIPTION
000180* 2026-10-15 RRA  ORIGINAL.
000190******************************************************************
000200 01  CIA-RECORD.
000210     05  CIA-CODIGO       PIC X(02).
000220     05  CIA-FILL1        PIC X(02).
000230     05  CIA-RAZAO        PIC X(40).
000240     05  CIA-FILL2        PIC X(02).
000250     05  CIA-CNPJ         PIC 9(14).
000260     05  CIA-FILL3        PIC X(02).
000270     05  CIA-BANCO        PIC 9(03).
000280     05  CIA-FILL4        PIC X(01).
000290     05  CIA-AGENCIA      PIC 9(04).
000300     05  CIA-FILL5        PIC X(01).
000310     05  CIA-CONTA        PIC 9(08).
000320     05  CIA-FILL6        PIC X(02).
000330     05  CIA-GL-EMPRESA   PIC X(04).
