000010******************************************************************
000020* Author: RICARDO RIBEIRO DE ALVARENGA - RRA
000030* Installation: FOLHA DE PAGAMENTO
000040* Date-Written: 2026-10-15
000050* Purpose: LAYOUT CANONICO DO REGISTRO DO CADASTRO DE FUNCIONARIOS
000060*          INATIVOS (EMPINAT, INDEXADO POR MATRICULA): A IMAGEM
000070*          COMPLETA DO EMPREC DO FUNCIONARIO DESLIGADO NO MOMENTO
000080*          EM QUE SAIU DO EMPMAST, MAIS A DATA E O MOTIVO DO
000090*          DESLIGAMENTO (DESLHIST) E A DATA DO EXPURGO. GRAVADO
000100*          PELO EXPURGO DE DESLIGADOS (PROGCOB36); CONSULTADO PELO
000110*          EXTRATO ANUAL (PROGCOB06), PELA CONSULTA DE HISTORICO
000120*          SALARIAL (PROGCOB09), PELA SEGUNDA VIA DE CONTRACHEQUE
000130*          (PROGCOB16) E PELA INTEGRIDADE DOS SATELITES
000140*          (PROGCOB35) QUANDO A MATRICULA NAO ESTA MAIS NO
000150*          EMPMAST. INA-EMP-IMAGEM TEM O MESMO TAMANHO DO
000160*          EMP-RECORD E RECEBE/DEVOLVE O REGISTRO INTEIRO NUM
000170*          MOVE.
000180******************************************************************
000190* MODIFICATION HISTORY
000200* DATE       INIT DESCRIPTION
000210* 2026-10-15 RRA  ORIGINAL.
000220******************************************************************
000230 01  INA-RECORD.
000240     05  INA-EMP-IMAGEM.
000250         10  INA-ID           PIC X(06).
000260         10  INA-NOME         PIC X(30).
000270         10  INA-RESTO        PIC X(45).
000280     05  INA-DATA-DESLIG  PIC 9(08).
000290     05  INA-MOTIVO       PIC X(02).
000300     05  INA-DATA-EXPURGO PIC 9(08).
