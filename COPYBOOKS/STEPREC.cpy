000010******************************************************************
000020* Author: RICARDO RIBEIRO DE ALVARENGA - RRA
000030* Installation: FOLHA DE PAGAMENTO
000040* Date-Written: 2026-10-15
000050* Purpose: LAYOUT CANONICO DO REGISTRO DO CONTROLE DE ETAPAS DA
000060*          ESTEIRA DA FOLHA (PAYSTEP), CHAVEADO POR COMPETENCIA +
000070*          TIPO DE EXECUCAO + STEP DA JCL/PAYROLL. O ARQUIVO SO
000080*          CRESCE: CADA PROGRAMA DA ESTEIRA (PROGCOB20, 05, 15,
000090*          35, 07, 04 E 19) GRAVA UM REGISTRO 'I' (INICIADA) AO
000100*          COMECAR E UM 'C' (CONCLUIDA, RC 0 OU 4) OU 'F'
000110*          (FALHOU, RC 8 OU MAIS) AO TERMINAR; VALE O ULTIMO
000120*          REGISTRO DA CHAVE. ETAPA 'I' SEM CONCLUSAO E UMA
000130*          EXECUCAO QUE MORREU NO MEIO. O TIPO DE EXECUCAO E O DO
000140*          PAYTIPO, COM A PARCELA NO 13O ('13SAL-1'/'13SAL-2') E
000150*          'REPROC' NO MODO DE REPROCESSO DE REJEITADOS. LIDO
000160*          PELO PROGCOB30, QUE MOSTRA ONDE ESTA A ESTEIRA DE CADA
000170*          COMPETENCIA.
000180******************************************************************
000190* MODIFICATION HISTORY
000200* DATE       INIT DESCRIPTION
000210* 2026-10-15 RRA  ORIGINAL.
000220* 2026-10-15 RRA  PROGCOB35 (STEP027) INCLUIDO NA LISTA DOS
000230*                 PROGRAMAS QUE GRAVAM O PAYSTEP.
000240******************************************************************
000250 01  STP-RECORD.
000260     05  STP-COMPETENCIA  PIC 9(06).
000270     05  STP-FILL1        PIC X(02).
000280     05  STP-TIPO         PIC X(08).
000290     05  STP-FILL2        PIC X(02).
000300     05  STP-STEP         PIC X(08).
000310     05  STP-FILL3        PIC X(02).
000320     05  STP-PROGRAMA     PIC X(09).
000330     05  STP-FILL4        PIC X(02).
000340     05  STP-SITUACAO     PIC X(01).
000350     05  STP-FILL5        PIC X(02).
000360     05  STP-RC           PIC 9(02).
000370     05  STP-FILL6        PIC X(02).
000380     05  STP-DATA         PIC 9(08).
000390     05  STP-FILL7        PIC X(02).
000400     05  STP-HORA         PIC 9(08).
000410     05  STP-FILL8        PIC X(02).
000420     05  STP-OPERADOR     PIC X(10).
