000350*                 'D' = DESLIGADO, GRAVADO PELO PROGRAMA DE
000360*                 RESCISAO PROGCOB13): FUNCIONARIO DESLIGADO NAO
000370*                 E MAIS PAGO PELA FOLHA REGULAR.
000380* 2026-10-15 RRA  INCLUIDOS EMP-ADMISSAO (DATA DE ADMISSAO,
000390*                 AAAAMMDD) E EMP-CARGO (CODIGO DO CARGO NO
000400*                 CADASTRO DE CARGOS - CARGOS, MANTIDO PELO
000410*                 PROGCOB23, COM A FAIXA SALARIAL DO CARGO). A
000420*                 ADMISSAO ALIMENTA O PROPORCIONAL DA RESCISAO
000430*                 (PROGCOB13); O CARGO, A CRITICA DE FAIXA DO
000440*                 PROGCOB05 E DO PROGCOB07. ZEROS/BRANCOS
000450*                 SIGNIFICAM DADO AINDA NAO INFORMADO.
000460* 2026-10-15 RRA  INCLUIDO EMP-EMPRESA (CODIGO DA EMPRESA
000470*                 EMPREGADORA NO CADASTRO DE EMPRESAS - EMPRESAS,
000480*                 MANTIDO PELO PROGCOB29), QUE SEPARA A FOLHA, A
000490*                 REMESSA BANCARIA, O FGTS E O GLPOST POR EMPRESA.
000500*                 BRANCOS SIGNIFICAM A EMPRESA '01', A UNICA QUE
000510*                 EXISTIA ANTES DO CADASTRO.
000520******************************************************************
000530 01  EMP-RECORD.
000540     05  EMP-ID       PIC X(06).
000550     05  EMP-NOME     PIC X(30).
000560     05  EMP-SALARIO  PIC 9(06)V99.
000570     05  EMP-MOEDA    PIC X(03).
000580     05  EMP-BANCO    PIC 9(03).
000590     05  EMP-AGENCIA  PIC 9(04).
000600     05  EMP-CONTA    PIC 9(08).
000610     05  EMP-CCUSTO   PIC X(04).
000620     05  EMP-SITUACAO PIC X(01).
000630     05  EMP-ADMISSAO PIC 9(08).
000640     05  EMP-CARGO    PIC X(04).
000650     05  EMP-EMPRESA  PIC X(02).
