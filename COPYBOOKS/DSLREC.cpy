000010******************************************************************
000020* Author: RICARDO RIBEIRO DE ALVARENGA - RRA
000030* Installation: FOLHA DE PAGAMENTO
000040* Date-Written: 2026-10-15
000050* Purpose: LAYOUT CANONICO DO REGISTRO DO HISTORICO DE
000060*          DESLIGAMENTOS (DESLHIST), UM REGISTRO POR RESCISAO
000070*          APLICADA PELO PROGCOB13: MATRICULA, ULTIMO DIA
000080*          TRABALHADO, MOTIVO (SJ/JC/PD), DATA DO LOTE E OPERADOR.
000090*          O ARQUIVO SO CRESCE; VALE O ULTIMO REGISTRO DA
000100*          MATRICULA. LIDO PELO EXPURGO DE DESLIGADOS (PROGCOB36),
000110*          QUE USA A DATA E O MOTIVO PARA DECIDIR O QUE SAI DO
000120*          EMPMAST E OS LEVA PARA O CADASTRO DE INATIVOS
000130*          (EMPINAT).
000140******************************************************************
000150* MODIFICATION HISTORY
000160* DATE       INIT DESCRIPTION
000170* 2026-10-15 RRA  ORIGINAL.
000180******************************************************************
000190 01  DSL-RECORD.
000200     05  DSL-MATRICULA    PIC X(06).
000210     05  DSL-FILL1        PIC X(02).
000220     05  DSL-DATA-DESLIG  PIC 9(08).
000230     05  DSL-FILL2        PIC X(02).
000240     05  DSL-MOTIVO       PIC X(02).
000250     05  DSL-FILL3        PIC X(02).
000260     05  DSL-DATA-PROC    PIC 9(08).
000270     05  DSL-FILL4        PIC X(02).
000280     05  DSL-OPERADOR     PIC X(10).
