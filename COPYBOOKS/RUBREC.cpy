000010******************************************************************
000020* Author: RICARDO RIBEIRO DE ALVARENGA - RRA
000030* Installation: FOLHA DE PAGAMENTO
000040* Date-Written: 2026-10-15
000050* Purpose: LAYOUT CANONICO DO REGISTRO DA TABELA DE RUBRICAS DO
000060*          ESOCIAL (RUBRICAS), UM REGISTRO POR ITEM DA FOLHA E
000070*          TIPO DE EXECUCAO: ITEM (SAL = SALARIO, HE/HD = HORAS
000080*          EXTRAS 50%/100%, BO = BONIFICACAO, FA = FALTAS, DIF =
000090*          DIFERENCA DE DISSIDIO, SFAM = SALARIO-FAMILIA, CSG =
000100*          CONSIGNACAO, INSS, IRRF, ADT = ADIANTAMENTO
000110*          DESCONTADO, VT/VR/PS = PARTE DO EMPREGADO NOS
000120*          BENEFICIOS), TIPO DA FOLHA (REGULAR, 13SAL, FERIAS,
000130*          DISSIDIO, ADIANT, RESCISAO; BRANCOS = QUALQUER TIPO),
000140*          CODIGO DA RUBRICA NO EMPREGADOR, DESCRICAO, NATUREZA
000150*          DA RUBRICA NA TABELA DO ESOCIAL, TIPO (1 = VENCIMENTO,
000160*          2 = DESCONTO, 3 = INFORMATIVA) E INDICADOR DE ATIVA
000170*          (S/N).
000180*          MANTIDO PELO PROGCOB37 E LIDO PELO PROGCOB38, QUE
000190*          CLASSIFICA POR ELE OS ITENS DOS EVENTOS DE
000200*          REMUNERACAO (S-1200), PRIMEIRO PELO ITEM E TIPO DA
000210*          FOLHA E DEPOIS PELO ITEM COM TIPO EM BRANCO.
000220******************************************************************
000230* MODIFICATION HISTORY
000240* DATE       INIT DESCRIPTION
000250* 2026-10-15 RRA  ORIGINAL.
000260******************************************************************
000270 01  RUB-RECORD.
000280     05  RUB-ITEM         PIC X(04).
000290     05  RUB-FILL1        PIC X(02).
000300     05  RUB-TIPO-FOLHA   PIC X(08).
000310     05  RUB-FILL2        PIC X(02).
000320     05  RUB-CODIGO       PIC X(08).
000330     05  RUB-FILL3        PIC X(02).
000340     05  RUB-DESCRICAO    PIC X(30).
000350     05  RUB-FILL4        PIC X(02).
000360     05  RUB-NATUREZA     PIC 9(04).
000370     05  RUB-FILL5        PIC X(02).
000380     05  RUB-TIPO         PIC X(01).
000390     05  RUB-FILL6        PIC X(02).
000400     05  RUB-ATIVA        PIC X(01).
