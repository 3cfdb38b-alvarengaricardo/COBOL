000010******************************************************************
000020* Author: RICARDO RIBEIRO DE ALVARENGA - RRA
000030* Installation: FOLHA DE PAGAMENTO
000040* Date-Written: 2026-10-15
000050* Purpose: LAYOUT CANONICO DO REGISTRO DE ALTERACAO BANCARIA
000060*          (BNKPEND), UM REGISTRO POR ALTERACAO DE BANCO,
000070*          AGENCIA OU CONTA SOLICITADA NO EMPTRAN, COM A CONTA
000080*          ANTERIOR E A NOVA, O OPERADOR SOLICITANTE E, DEPOIS
000090*          DA DECISAO, A SITUACAO ('P' PENDENTE, 'A' APROVADA,
000100*          'R' REJEITADA), O APROVADOR E A DATA.
000110*          GRAVADO PENDENTE PELO PROGCOB05, DECIDIDO PELO
000120*          PROGCOB27 (OUTRO OPERADOR, COM AUTORIZACAO DE
000130*          APROVACAO NO OPERSEC) E LIDO PELO PROGCOB04, QUE
000140*          AVISA O PAGAMENTO EM CONTA APROVADA HA POUCO.
000150******************************************************************
000160* MODIFICATION HISTORY
000170* DATE       INIT DESCRIPTION
000180* 2026-10-15 RRA  ORIGINAL.
000190******************************************************************
000200 01  BNP-RECORD.
000210     05  BNP-MATRICULA    PIC X(06).
000220     05  BNP-FILL1        PIC X(02).
000230     05  BNP-DATA-SOLIC   PIC 9(08).
000240     05  BNP-FILL2        PIC X(02).
000250     05  BNP-HORA-SOLIC   PIC 9(08).
000260     05  BNP-FILL3        PIC X(02).
000270     05  BNP-OPER-SOLIC   PIC X(10).
000280     05  BNP-FILL4        PIC X(02).
000290     05  BNP-BANCO-ANT    PIC 9(03).
000300     05  BNP-FILL5        PIC X(01).
000310     05  BNP-AGENCIA-ANT  PIC 9(04).
000320     05  BNP-FILL6        PIC X(01).
000330     05  BNP-CONTA-ANT    PIC 9(08).
000340     05  BNP-FILL7        PIC X(02).
000350     05  BNP-BANCO-NOVO   PIC 9(03).
000360     05  BNP-FILL8        PIC X(01).
000370     05  BNP-AGENCIA-NOVO PIC 9(04).
000380     05  BNP-FILL9        PIC X(01).
000390     05  BNP-CONTA-NOVO   PIC 9(08).
000400     05  BNP-FILL10       PIC X(02).
000410     05  BNP-SITUACAO     PIC X(01).
000420     05  BNP-FILL11       PIC X(02).
000430     05  BNP-OPER-APROV   PIC X(10).
000440     05  BNP-FILL12       PIC X(02).
000450     05  BNP-DATA-APROV   PIC 9(08).
