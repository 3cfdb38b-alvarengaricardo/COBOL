004170*                 CONSIGNADO VIRA CREDITO PROPRIO NO GLPOST
004180*                 (CONSIGNACOES A REPASSAR) E E GUARDADO NO
004190*                 CHECKPOINT.
004200* 2026-10-15 RRA  O EMPREC GANHOU EMP-ADMISSAO E EMP-CARGO: A
004210*                 IMAGEM DO EMPREC NO PAYSUSP CRESCEU COM OS
004220*                 CAMPOS NOVOS.
004230* 2026-10-15 RRA  INCLUIDO O TIPO DE FOLHA DISSIDIO (FOLHA
004240*                 COMPLEMENTAR DAS DIFERENCAS RETROATIVAS DE
004250*                 DISSIDIO COLETIVO): PAGA SO AS MATRICULAS DO
004260*                 DISSDIF (GRAVADO PELO PROGCOB24), COM O BRUTO
004270*                 IGUAL A SOMA DAS DIFERENCAS E O INSS/IRRF
004280*                 RECALCULADOS COMPETENCIA A COMPETENCIA (DESCONTO
004290*                 SOBRE O BRUTO ORIGINAL MAIS A DIFERENCA, MENOS O
004300*                 JA RETIDO NA EPOCA, PELAS FAIXAS VIGENTES), SEM
004310*                 MOVIMENTOS, CONSIGNACOES, SALARIO-FAMILIA,
004320*                 HISTORICO SALARIAL NEM CONTROLE DE FERIAS. O
004330*                 CONTRACHEQUE ITEMIZA A DIFERENCA DE CADA
004340*                 COMPETENCIA; REMESSA, FGTS, PAYIMPO E GLPOST
004350*                 SAEM COMO NAS DEMAIS FOLHAS. A CONFERENCIA DO
004360*                 PAYCTRL NAO SE APLICA, COMO NA FOLHA DE FERIAS.
004370* 2026-10-15 RRA  INCLUIDO O EVENTO HD DO MOVFOLHA (HORAS EXTRAS A
004380*                 100% EM DOMINGO OU FERIADO, GERADO PELA
004390*                 IMPORTACAO DO PONTO NO PROGCOB25): PAGA A HORA
004400*                 NORMAL (SALARIO/220) EM DOBRO.
004410* 2026-10-15 RRA  INCLUIDO O CADASTRO DE AFASTAMENTOS (AFAST,
004420*                 MANTIDO PELO PROGCOB26): NA FOLHA REGULAR, OS
004430*                 DIAS AFASTADOS DA COMPETENCIA NAO SAO PAGOS
004440*                 (SALARIO/30 POR DIA; NA DOENCA, SO A PARTIR DO
004450*                 16O DIA) E SAEM NO CONTRACHEQUE; COM MAIS DE 15
004460*                 DIAS DE DOENCA OU LICENCA NAO REMUNERADA NO MES,
004470*                 O FERSALDO NAO E ACRESCIDO (SITUACAO 'U').
004480* 2026-10-15 RRA  INCLUIDO O TIPO DE FOLHA ADIANT (ADIANTAMENTO
004490*                 QUINZENAL): PAGA O PERCENTUAL DO PAYTIPO (PADRAO
004500*                 40%) DO SALARIO AOS ATIVOS, SEM INSS/IRRF, COM
004510*                 REMESSA, HOLERITE E DEBITO EM ADIANTAMENTOS A
004520*                 RECUPERAR, GUARDANDO O VALOR NO ADIANTAM. A
004530*                 FOLHA REGULAR DA MESMA COMPETENCIA DESCONTA O
004540*                 ADIANTAMENTO E RELATA OS DESLIGADOS QUE O
004550*                 RECEBERAM SEM DESCONTO.
004560* 2026-10-15 RRA  AVISO NO PAYRPT (SEM MUDAR O RETURN-CODE) DO
004570*                 PAGAMENTO EM CONTA BANCARIA APROVADA NO BNKPEND
004580*                 HA MENOS DE N DIAS (PAYTABS TIPO CTAN, PADRAO
004590*                 30), COM A DATA E O APROVADOR DA ALTERACAO.
004600* 2026-10-15 RRA  FOLHA DE MAIS DE UMA EMPRESA NA MESMA EXECUCAO:
004610*                 A EMPRESA DO FUNCIONARIO (EMP-EMPRESA, BRANCO =
004620*                 '01') E PROCURADA NO CADASTRO DE EMPRESAS
004630*                 (EMPRESAS, MANTIDO PELO PROGCOB29); AUSENTE, O
004640*                 REGISTRO VAI PARA O PAYSUSP COM O MOTIVO 08, E
004650*                 EMPRESAS INDISPONIVEL ENCERRA COM RETURN-CODE 8.
004660*                 OS TOTAIS SAO ACUMULADOS TAMBEM POR EMPRESA (E
004670*                 GUARDADOS NO CHECKPOINT) E O LOTE GERA UM LOTE
004680*                 DO BANKREM E DO FGTSREM (HEADER COM RAZAO
004690*                 SOCIAL, CNPJ E CONTA PAGADORA, DETALHES E
004700*                 TRAILER) E UM CONJUNTO BALANCEADO DO GLPOST
004710*                 (COM A EMPRESA CONTABIL EM GLL-EMPRESA) POR
004720*                 EMPRESA. OS DETALHES DA REMESSA E DO FGTS SAO
004730*                 GUARDADOS NOS ARQUIVOS DE TRABALHO BANKWRK E
004740*                 FGTSWRK DURANTE O LOTE (E ACRESCIDOS NUMA
004750*                 RETOMADA) E AGRUPADOS POR EMPRESA NO FECHAMENTO.
004760*                 O PAYRPT GANHOU OS SUBTOTAIS POR EMPRESA E A
004770*                 EMPRESA NOS SUBTOTAIS POR CENTRO DE CUSTO; O
004780*                 CONTRACHEQUE TRAZ A RAZAO SOCIAL DA EMPRESA NO
004790*                 TITULO E O PAYIMPO A EMPRESA (IMP-EMPRESA).
004800* 2026-08-09 RRA  1070-ABRE-HISTORICO E 7200-GRAVA-HISTORICO
004810*                 PASSARAM A CONFERIR O STATUS DO OPEN E DO WRITE
004820*                 DO SALARY-HISTORY-FILE, GUARDANDO UMA FALHA EM
004830*                 WRK-SW-HIST-FALHA (MESMO IDIOMA JA USADO EM
004840*                 WRK-SW-CKPT-FALHA); 0000-MAINLINE PASSA A
004850*                 DEVOLVER RETURN-CODE 4 TAMBEM QUANDO O HISTORICO
004860*                 FALHOU, EM VEZ DE PERDER OS REGISTROS EM
004870*                 SILENCIO.
004880* 2026-10-15 RRA  CONTROLE DE ETAPAS DA ESTEIRA (PAYSTEP,
004890*                 COPYBOOKS/STEPREC.CPY): REGISTRA O INICIO E A
004900*                 CONCLUSAO (COM O RC) DO STEP030 POR COMPETENCIA
004910*                 + TIPO DE EXECUCAO, E NA RESSUBMISSAO DA
004920*                 JCL/PAYROLL ENCERRA SEM FAZER NADA SE A ETAPA JA
004930*                 FOI CONCLUIDA.
004940* 2026-10-15 RRA  PLANO DE CONTAS (PLANOCTA, MANTIDO PELO
004950*                 PROGCOB31): ANTES DE ABRIR O GLPOST, TODOS OS
004960*                 LANCAMENTOS DO LOTE SAO CONSISTIDOS CONTRA O
004970*                 PLANO (9240); CONTA NAO CADASTRADA, INATIVA OU
004980*                 QUE EXIGE CENTRO DE CUSTO SEM ELE, OU PLANOCTA
004990*                 INDISPONIVEL, SEGURA O GLPOST INTEIRO COM
005000*                 RETURN-CODE 4, COMO O FORA DE BALANCO. O GLPOST
005010*                 GANHOU O CENTRO DE CUSTO (GLL-CCUSTO) E A
005020*                 DESPESA DE INSS PATRONAL E DE FGTS TAMBEM SAI
005030*                 ABERTA POR CENTRO DE CUSTO, COMO A DE SALARIOS
005040*                 (TOTAIS POR CENTRO GUARDADOS NO CHECKPOINT).
005050* 2026-10-15 RRA  BENEFICIOS (BENEF, MANTIDO PELO PROGCOB34, E
005060*                 TABELA DE PLANOS BENPLAN): NA FOLHA REGULAR A
005070*                 PARTE DO EMPREGADO NO VALE-TRANSPORTE (ATE 6% DO
005080*                 SALARIO BASE), NO VALE-REFEICAO E NO PLANO DE
005090*                 SAUDE (TITULAR E DEPENDENTES DO DEPMAST) E
005100*                 DESCONTADA DO LIQUIDO (3350); O CUSTO DA EMPRESA
005110*                 VAI AO GLPOST POR CENTRO DE CUSTO (51010008
005120*                 CONTRA 21010007) E O FECHAMENTO GERA O PEDIDO
005130*                 AOS FORNECEDORES (BENPED). VT E VR PELOS DIAS
005140*                 UTEIS DA COMPETENCIA (CALENDARIO FERIADOS).
005150* 2026-10-15 RRA  O CONTRACHEQUE DA FOLHA REGULAR PASSOU A
005160*                 ITEMIZAR OS MOVIMENTOS APLICADOS (HE, HD, BO E
005170*                 FA, 7580) ABAIXO DO SALARIO BRUTO, COM O VALOR E
005180*                 A QUANTIDADE, PARA QUE O PAYSLARC TRAGA AS
005190*                 RUBRICAS DOS EVENTOS DE REMUNERACAO (PROGCOB38).
005200* 2026-10-15 RRA  A MARGEM DAS CONSIGNACOES VOLTOU A SER CALCULADA
005210*                 SOBRE O LIQUIDO APOS INSS/IRRF, ANTES DO
005220*                 ABATIMENTO DO ADIANTAMENTO QUINZENAL; A
005230*                 CONSIGNACAO QUE NAO CABE NO LIQUIDO RESTANTE
005240*                 FICA PARA O MES SEGUINTE, COMO A QUE ESTOURA A
005250*                 MARGEM.
005260* 2026-10-15 RRA  BENEFICIOS A PAGAR PASSOU PARA A CONTA PROPRIA
005270*                 21010008 (A 21010007 E A DE RESCISOES A PAGAR DO
005280*                 PROGCOB13).
005290* 2026-10-15 RRA  OS CUSTOS DE BENEFICIOS FICAM EM REAIS (PRECOS
005300*                 DO FORNECEDOR): SO A PARTE DO EMPREGADO E
005310*                 CONVERTIDA PARA A MOEDA DO HOLERITE, PARA O
005320*                 DESCONTO NO LIQUIDO E O TETO DE 6% DO VT.
005330*                 CONTABILIZACAO E BENPED RECEBEM OS VALORES EM
005340*                 REAIS.
005350******************************************************************
005360 IDENTIFICATION DIVISION.
005370 PROGRAM-ID. PROGCOB04.
005380 ENVIRONMENT DIVISION.
005390 CONFIGURATION SECTION.
005400 SPECIAL-NAMES.
005410     DECIMAL-POINT IS COMMA.
005420 INPUT-OUTPUT SECTION.
005430 FILE-CONTROL.
005440     SELECT EMPLOYEE-MASTER
005450         ASSIGN TO "EMPMAST"
005460         ORGANIZATION IS INDEXED
005470         ACCESS MODE IS DYNAMIC
005480         RECORD KEY IS EMP-ID
005490         FILE STATUS IS WRK-EMP-STATUS.
005500     SELECT STEP-LEDGER-FILE
005510         ASSIGN TO "PAYSTEP"
005520         ORGANIZATION IS LINE SEQUENTIAL
005530         FILE STATUS IS WRK-STP-STATUS.
005540     SELECT SECURITY-MASTER-FILE
005550         ASSIGN TO "OPERSEC"
005560         ORGANIZATION IS LINE SEQUENTIAL
005570         FILE STATUS IS WRK-SEC-STATUS.
005580     SELECT SECURITY-AUDIT-FILE
005590         ASSIGN TO "SECAUD"
005600         ORGANIZATION IS LINE SEQUENTIAL
005610         FILE STATUS IS WRK-SECAUD-STATUS.
005620     SELECT PAYSLIP-FILE
005630         ASSIGN TO "PAYSLIP"
005640         ORGANIZATION IS LINE SEQUENTIAL
005650         FILE STATUS IS WRK-SLIP-STATUS.
005660     SELECT PERIOD-CONTROL-FILE
005670         ASSIGN TO "PAYPERIO"
005680         ORGANIZATION IS LINE SEQUENTIAL
005690         FILE STATUS IS WRK-PER-STATUS.
005700     SELECT SUSPENSE-FILE
005710         ASSIGN TO "PAYSUSP"
005720         ORGANIZATION IS LINE SEQUENTIAL
005730         FILE STATUS IS WRK-SUS-STATUS.
005740     SELECT SUSPENSE-INPUT-FILE
005750         ASSIGN TO "PAYSUSPI"
005760         ORGANIZATION IS LINE SEQUENTIAL
005770         FILE STATUS IS WRK-SUSI-STATUS.
005780     SELECT REPORT-FILE
005790         ASSIGN TO "PAYRPT"
005800         ORGANIZATION IS LINE SEQUENTIAL
005810         FILE STATUS IS WRK-REPORT-STATUS.
005820     SELECT CHECKPOINT-FILE
005830         ASSIGN TO "PAYCKPT"
005840         ORGANIZATION IS LINE SEQUENTIAL
005850         FILE STATUS IS WRK-CKPT-STATUS.
005860     SELECT SALARY-HISTORY-FILE
005870         ASSIGN TO "SALHIST"
005880         ORGANIZATION IS LINE SEQUENTIAL
005890         FILE STATUS IS WRK-HIST-STATUS.
005900     SELECT CURRENCY-CONFIG-FILE
005910         ASSIGN TO "PAYMOEDA"
005920         ORGANIZATION IS LINE SEQUENTIAL
005930         FILE STATUS IS WRK-MOEDA-CFG-STATUS.
005940     SELECT CONTROL-TOTAL-FILE
005950         ASSIGN TO "PAYCTRL"
005960         ORGANIZATION IS LINE SEQUENTIAL
005970         FILE STATUS IS WRK-CTRLTOT-STATUS.
005980     SELECT AUDIT-FILE
005990         ASSIGN TO "DATEAUD"
006000         ORGANIZATION IS LINE SEQUENTIAL
006010         FILE STATUS IS WRK-AUDIT-STATUS.
006020     SELECT OPERATOR-CONTROL-FILE
006030         ASSIGN TO "PAYOPER"
006040         ORGANIZATION IS LINE SEQUENTIAL
006050         FILE STATUS IS WRK-OPER-CFG-STATUS.
006060     SELECT EXCHANGE-RATE-FILE
006070         ASSIGN TO "PAYCAMB"
006080         ORGANIZATION IS LINE SEQUENTIAL
006090         FILE STATUS IS WRK-CMB-STATUS.
006100     SELECT TAX-TABLE-FILE
006110         ASSIGN TO "PAYTABS"
006120         ORGANIZATION IS LINE SEQUENTIAL
006130         FILE STATUS IS WRK-TBX-STATUS.
006140     SELECT TAX-DETAIL-FILE
006150         ASSIGN TO "PAYIMPO"
006160         ORGANIZATION IS LINE SEQUENTIAL
006170         FILE STATUS IS WRK-IMP-STATUS.
006180     SELECT GL-POST-FILE
006190         ASSIGN TO "GLPOST"
006200         ORGANIZATION IS LINE SEQUENTIAL
006210         FILE STATUS IS WRK-GL-STATUS.
006220     SELECT BANK-REMIT-FILE
006230         ASSIGN TO "BANKREM"
006240         ORGANIZATION IS LINE SEQUENTIAL
006250         FILE STATUS IS WRK-REM-STATUS.
006260     SELECT RUN-CONTROL-FILE
006270         ASSIGN TO "PAYTIPO"
006280         ORGANIZATION IS LINE SEQUENTIAL
006290         FILE STATUS IS WRK-TIPO-CFG-STATUS.
006300     SELECT MOVEMENTS-FILE
006310         ASSIGN TO "MOVFOLHA"
006320         ORGANIZATION IS LINE SEQUENTIAL
006330         FILE STATUS IS WRK-MOV-STATUS.
006340     SELECT FGTS-REMIT-FILE
006350         ASSIGN TO "FGTSREM"
006360         ORGANIZATION IS LINE SEQUENTIAL
006370         FILE STATUS IS WRK-FGR-STATUS.
006380     SELECT VACATION-BALANCE-FILE
006390         ASSIGN TO "FERSALDO"
006400         ORGANIZATION IS LINE SEQUENTIAL
006410         FILE STATUS IS WRK-FSD-STATUS.
006420     SELECT VACATION-SCHED-FILE
006430         ASSIGN TO "FERAGEND"
006440         ORGANIZATION IS LINE SEQUENTIAL
006450         FILE STATUS IS WRK-AGD-STATUS.
006460     SELECT RETRO-DIFF-FILE
006470         ASSIGN TO "DISSDIF"
006480         ORGANIZATION IS LINE SEQUENTIAL
006490         FILE STATUS IS WRK-DFR-STATUS.
006500     SELECT PAYSLIP-ARCHIVE-FILE
006510         ASSIGN TO "PAYSLARC"
006520         ORGANIZATION IS LINE SEQUENTIAL
006530         FILE STATUS IS WRK-ARC-STATUS.
006540     SELECT CONSIGNATION-FILE
006550         ASSIGN TO "CONSIG"
006560         ORGANIZATION IS LINE SEQUENTIAL
006570         FILE STATUS IS WRK-CSG-STATUS.
006580     SELECT DEPENDENTS-FILE
006590         ASSIGN TO "DEPMAST"
006600         ORGANIZATION IS LINE SEQUENTIAL
006610         FILE STATUS IS WRK-DEP-STATUS.
006620     SELECT LEAVE-FILE
006630         ASSIGN TO "AFAST"
006640         ORGANIZATION IS LINE SEQUENTIAL
006650         FILE STATUS IS WRK-AFA-STATUS.
006660     SELECT ADVANCE-FILE
006670         ASSIGN TO "ADIANTAM"
006680         ORGANIZATION IS LINE SEQUENTIAL
006690         FILE STATUS IS WRK-ADT-STATUS.
006700     SELECT BANK-PENDING-FILE
006710         ASSIGN TO "BNKPEND"
006720         ORGANIZATION IS LINE SEQUENTIAL
006730         FILE STATUS IS WRK-BNP-STATUS.
006740     SELECT COMPANY-FILE
006750         ASSIGN TO "EMPRESAS"
006760         ORGANIZATION IS LINE SEQUENTIAL
006770         FILE STATUS IS WRK-CIA-STATUS.
006780     SELECT BANK-WORK-FILE
006790         ASSIGN TO "BANKWRK"
006800         ORGANIZATION IS LINE SEQUENTIAL
006810         FILE STATUS IS WRK-BWK-STATUS.
006820     SELECT FGTS-WORK-FILE
006830         ASSIGN TO "FGTSWRK"
006840         ORGANIZATION IS LINE SEQUENTIAL
006850         FILE STATUS IS WRK-FWK-STATUS.
006860     SELECT ACCOUNT-FILE
006870         ASSIGN TO "PLANOCTA"
006880         ORGANIZATION IS LINE SEQUENTIAL
006890         FILE STATUS IS WRK-CTA-STATUS.
006900     SELECT BENEFIT-FILE
006910         ASSIGN TO "BENEF"
006920         ORGANIZATION IS LINE SEQUENTIAL
006930         FILE STATUS IS WRK-BEN-STATUS.
006940     SELECT BENEFIT-PLAN-FILE
006950         ASSIGN TO "BENPLAN"
006960         ORGANIZATION IS LINE SEQUENTIAL
006970         FILE STATUS IS WRK-PLN-STATUS.
006980     SELECT HOLIDAY-FILE
006990         ASSIGN TO "FERIADOS"
007000         ORGANIZATION IS LINE SEQUENTIAL
007010         FILE STATUS IS WRK-FER-STATUS.
007020     SELECT BENEFIT-ORDER-FILE
007030         ASSIGN TO "BENPED"
007040         ORGANIZATION IS LINE SEQUENTIAL
007050         FILE STATUS IS WRK-BPD-STATUS.
007060 DATA DIVISION.
007070 FILE SECTION.
007080 FD  EMPLOYEE-MASTER
007090     LABEL RECORDS ARE STANDARD.
007100     COPY EMPREC.
007110 FD  REPORT-FILE
007120     LABEL RECORDS ARE STANDARD.
007130 01  REPORT-RECORD                PIC X(100).
007140 FD  CHECKPOINT-FILE
007150     LABEL RECORDS ARE STANDARD.
007160 01  CHECKPOINT-RECORD.
007170     05  CKPT-ULTIMA-MATRICULA    PIC X(06).
007180     05  CKPT-CONT-PROCESSADOS    PIC 9(07).
007190     05  CKPT-CONT-ERROS          PIC 9(05).
007200     05  CKPT-BRUTO-PROCESSADO    PIC 9(08)V99.
007210     05  CKPT-TOTAL-LIQUIDO       PIC 9(08)V99.
007220     05  CKPT-NUM-PAGINA          PIC 9(03).
007230     05  CKPT-CONT-PAGOS          PIC 9(07).
007240     05  CKPT-TOTAL-BRUTO-CALC    PIC 9(08)V99.
007250     05  CKPT-TOTAL-INSS          PIC 9(08)V99.
007260     05  CKPT-TOTAL-IRRF          PIC 9(08)V99.
007270     05  CKPT-TOTAL-ADIANT        PIC 9(08)V99.
007280     05  CKPT-SUBT-ENT OCCURS 2 TIMES.
007290         10  CKPT-SUBT-MOEDA      PIC X(03).
007300         10  CKPT-SUBT-ORIG       PIC 9(08)V99.
007310         10  CKPT-SUBT-CONV       PIC 9(08)V99.
007320         10  CKPT-SUBT-QTDE       PIC 9(05).
007330     05  CKPT-COMPETENCIA         PIC 9(06).
007340     05  CKPT-TIPO-FOLHA          PIC X(08).
007350     05  CKPT-PARCELA             PIC 9(01).
007360     05  CKPT-MODO                PIC X(08).
007370     05  CKPT-TOTAL-SALFAM        PIC 9(08)V99.
007380     05  CKPT-TOTAL-PATRONAL      PIC 9(08)V99.
007390     05  CKPT-TOTAL-FGTS          PIC 9(08)V99.
007400     05  CKPT-CC-ENT OCCURS 20 TIMES.
007410         10  CKPT-CC-EMPRESA      PIC X(02).
007420         10  CKPT-CC-CODIGO       PIC X(04).
007430         10  CKPT-CC-BRUTO        PIC 9(08)V99.
007440         10  CKPT-CC-LIQUIDO      PIC 9(08)V99.
007450         10  CKPT-CC-QTDE         PIC 9(05).
007460     05  CKPT-QTD-CCUSTO          PIC 9(02).
007470     05  CKPT-TOTAL-CONSIG        PIC 9(08)V99.
007480     05  CKPT-QTD-EMPRESAS        PIC 9(02).
007490     05  CKPT-CIA-ENT OCCURS 20 TIMES.
007500         10  CKPT-CIA-CODIGO      PIC X(02).
007510         10  CKPT-CIA-QTDE        PIC 9(07).
007520         10  CKPT-CIA-BRUTO       PIC 9(08)V99.
007530         10  CKPT-CIA-LIQUIDO     PIC 9(08)V99.
007540         10  CKPT-CIA-INSS        PIC 9(08)V99.
007550         10  CKPT-CIA-IRRF        PIC 9(08)V99.
007560         10  CKPT-CIA-ADIANT      PIC 9(08)V99.
007570         10  CKPT-CIA-SALFAM      PIC 9(08)V99.
007580         10  CKPT-CIA-PATRONAL    PIC 9(08)V99.
007590         10  CKPT-CIA-FGTS        PIC 9(08)V99.
007600         10  CKPT-CIA-CONSIG      PIC 9(08)V99.
007610     05  CKPT-CC-ENC-ENT OCCURS 20 TIMES.
007620         10  CKPT-CC-PATRONAL     PIC 9(08)V99.
007630         10  CKPT-CC-FGTS         PIC 9(08)V99.
007640     05  CKPT-TOTAL-BENEF         PIC 9(08)V99.
007650     05  CKPT-TOTAL-BENEF-EMPR    PIC 9(08)V99.
007660     05  CKPT-CC-BEN-ENT OCCURS 20 TIMES.
007670         10  CKPT-CC-BENEFICIO    PIC 9(08)V99.
007680     05  CKPT-CIA-BEN-ENT OCCURS 20 TIMES.
007690         10  CKPT-CIA-BENEF       PIC 9(08)V99.
007700         10  CKPT-CIA-BENEF-EMPR  PIC 9(08)V99.
007710 FD  SALARY-HISTORY-FILE
007720     LABEL RECORDS ARE STANDARD.
007730 01  HIST-RECORD.
007740     05  HIST-MATRICULA           PIC X(06).
007750     05  HIST-FILL1               PIC X(02).
007760     05  HIST-DATA-EFETIVA        PIC 9(08).
007770     05  HIST-FILL2               PIC X(02).
007780     05  HIST-SALARIO             PIC 9(06)V99.
007790     05  HIST-FILL3               PIC X(02).
007800     05  HIST-NOME                PIC X(30).
007810 FD  CURRENCY-CONFIG-FILE
007820     LABEL RECORDS ARE STANDARD.
007830 01  CURRENCY-CONFIG-RECORD.
007840     05  CFG-MOEDA                PIC X(03).
007850 FD  CONTROL-TOTAL-FILE
007860     LABEL RECORDS ARE STANDARD.
007870 01  CONTROL-TOTAL-RECORD.
007880     05  CTRL-QTDE-ESPERADA       PIC 9(07).
007890     05  CTRL-FILL1               PIC X(02).
007900     05  CTRL-BRUTO-ESPERADO      PIC 9(08)V99.
007910*----------------------------------------------------------------
007920* LAYOUT DO AUDIT-FILE (DATEAUD) GRAVADO PELO PROGCOB03 - PRECISA
007930* FICAR EM SINCRONIA COM O AUDIT-RECORD DEFINIDO LA. AQUI SO A
007940* DATA (AUD-DATA) E LIDA, PARA OBTER A DATA DE VIGENCIA DO LOTE.
007950*----------------------------------------------------------------
007960 FD  AUDIT-FILE
007970     LABEL RECORDS ARE STANDARD.
007980 01  AUDIT-RECORD.
007990     05  AUD-DATA                 PIC 9(08).
008000     05  AUD-FILL1                PIC X(02).
008010     05  AUD-HORA                 PIC 9(08).
008020     05  AUD-FILL2                PIC X(02).
008030     05  AUD-OPERADOR             PIC X(10).
008040 FD  OPERATOR-CONTROL-FILE
008050     LABEL RECORDS ARE STANDARD.
008060 01  OPERATOR-CONTROL-RECORD.
008070     05  OPCFG-OPERADOR           PIC X(10).
008080     05  OPCFG-FILL1              PIC X(02).
008090     05  OPCFG-SENHA              PIC X(10).
008100 FD  STEP-LEDGER-FILE
008110     LABEL RECORDS ARE STANDARD.
008120     COPY STEPREC.
008130 FD  SECURITY-MASTER-FILE
008140     LABEL RECORDS ARE STANDARD.
008150     COPY OPERSEC.
008160 FD  SECURITY-AUDIT-FILE
008170     LABEL RECORDS ARE STANDARD.
008180 01  SECAUD-RECORD.
008190     05  SEC-DATA                 PIC 9(08).
008200     05  SEC-FILL1                PIC X(02).
008210     05  SEC-HORA                 PIC 9(08).
008220     05  SEC-FILL2                PIC X(02).
008230     05  SEC-OPERADOR             PIC X(10).
008240     05  SEC-FILL3                PIC X(02).
008250     05  SEC-PROGRAMA             PIC X(09).
008260     05  SEC-FILL4                PIC X(02).
008270     05  SEC-MOTIVO               PIC X(20).
008280 FD  EXCHANGE-RATE-FILE
008290     LABEL RECORDS ARE STANDARD.
008300 01  EXCHANGE-RATE-RECORD.
008310     05  CMB-MOEDA                PIC X(03).
008320     05  CMB-FILL1                PIC X(02).
008330     05  CMB-TAXA                 PIC 9(03)V9(04).
008340     05  CMB-FILL2                PIC X(02).
008350     05  CMB-VIG                  PIC 9(08).
008360 FD  TAX-TABLE-FILE
008370     LABEL RECORDS ARE STANDARD.
008380 01  TAX-TABLE-RECORD.
008390     05  TBX-TIPO                 PIC X(04).
008400     05  TBX-FILL1                PIC X(02).
008410     05  TBX-VIG-INI              PIC 9(08).
008420     05  TBX-FILL2                PIC X(02).
008430     05  TBX-VIG-FIM              PIC 9(08).
008440     05  TBX-FILL3                PIC X(02).
008450     05  TBX-LIMITE               PIC 9(06)V99.
008460     05  TBX-FILL4                PIC X(02).
008470     05  TBX-ALIQUOTA             PIC 9(02)V99.
008480     05  TBX-FILL5                PIC X(02).
008490     05  TBX-DEDUZIR              PIC 9(06)V99.
008500 FD  TAX-DETAIL-FILE
008510     LABEL RECORDS ARE STANDARD.
008520 01  TAX-DETAIL-RECORD.
008530     05  IMP-MATRICULA            PIC X(06).
008540     05  IMP-FILL1                PIC X(02).
008550     05  IMP-COMPETENCIA          PIC 9(06).
008560     05  IMP-FILL2                PIC X(02).
008570     05  IMP-BRUTO                PIC 9(08)V99.
008580     05  IMP-FILL3                PIC X(02).
008590     05  IMP-INSS                 PIC 9(08)V99.
008600     05  IMP-FILL4                PIC X(02).
008610     05  IMP-IRRF                 PIC 9(08)V99.
008620     05  IMP-FILL5                PIC X(02).
008630     05  IMP-TIPO                 PIC X(08).
008640     05  IMP-FILL6                PIC X(02).
008650     05  IMP-PARCELA              PIC 9(01).
008660     05  IMP-FILL7                PIC X(02).
008670     05  IMP-EMPRESA              PIC X(02).
008680 FD  GL-POST-FILE
008690     LABEL RECORDS ARE STANDARD.
008700 01  GL-RECORD                    PIC X(80).
008710 FD  BANK-REMIT-FILE
008720     LABEL RECORDS ARE STANDARD.
008730 01  REMIT-RECORD                 PIC X(80).
008740 FD  RUN-CONTROL-FILE
008750     LABEL RECORDS ARE STANDARD.
008760 01  RUN-CONTROL-RECORD.
008770     05  RCF-TIPO                 PIC X(08).
008780     05  RCF-FILL1                PIC X(02).
008790     05  RCF-PARCELA              PIC 9(01).
008800     05  RCF-FILL2                PIC X(02).
008810     05  RCF-MODO                 PIC X(08).
008820     05  RCF-FILL3                PIC X(02).
008830     05  RCF-PERCENTUAL           PIC 9(03)V99.
008840 FD  PAYSLIP-FILE
008850     LABEL RECORDS ARE STANDARD.
008860 01  PAYSLIP-RECORD               PIC X(80).
008870 FD  PERIOD-CONTROL-FILE
008880     LABEL RECORDS ARE STANDARD.
008890 01  PERIOD-CONTROL-RECORD.
008900     05  PER-COMPETENCIA          PIC 9(06).
008910     05  PER-FILL1                PIC X(02).
008920     05  PER-STATUS               PIC X(08).
008930 FD  SUSPENSE-FILE
008940     LABEL RECORDS ARE STANDARD.
008950 01  SUSPENSE-RECORD.
008960     05  SUS-DATA                 PIC 9(08).
008970     05  SUS-FILL1                PIC X(02).
008980     05  SUS-MOTIVO               PIC X(02).
008990     05  SUS-FILL2                PIC X(02).
009000     05  SUS-EMP-IMAGEM           PIC X(81).
009010 FD  SUSPENSE-INPUT-FILE
009020     LABEL RECORDS ARE STANDARD.
009030 01  SUSPENSE-INPUT-RECORD.
009040     05  SUSI-DATA                PIC 9(08).
009050     05  SUSI-FILL1               PIC X(02).
009060     05  SUSI-MOTIVO              PIC X(02).
009070     05  SUSI-FILL2               PIC X(02).
009080     05  SUSI-EMP-IMAGEM.
009090         10  SUSI-EMP-MATRICULA   PIC X(06).
009100         10  SUSI-EMP-RESTO       PIC X(75).
009110 FD  MOVEMENTS-FILE
009120     LABEL RECORDS ARE STANDARD.
009130 01  MOVEMENTS-RECORD.
009140     05  MOV-MATRICULA            PIC X(06).
009150     05  MOV-FILL1                PIC X(02).
009160     05  MOV-EVENTO               PIC X(02).
009170     05  MOV-FILL2                PIC X(02).
009180     05  MOV-VALOR                PIC 9(06)V99.
009190 FD  FGTS-REMIT-FILE
009200     LABEL RECORDS ARE STANDARD.
009210 01  FGTS-REMIT-RECORD            PIC X(80).
009220 FD  VACATION-BALANCE-FILE
009230     LABEL RECORDS ARE STANDARD.
009240 01  VACATION-BALANCE-RECORD.
009250     05  FSD-MATRICULA            PIC X(06).
009260     05  FSD-FILL1                PIC X(02).
009270     05  FSD-AQUIS-INI            PIC 9(08).
009280     05  FSD-FILL2                PIC X(02).
009290     05  FSD-DIAS-DIREITO         PIC 9(03)V99.
009300     05  FSD-FILL3                PIC X(02).
009310     05  FSD-DIAS-GOZADOS         PIC 9(03)V99.
009320 FD  VACATION-SCHED-FILE
009330     LABEL RECORDS ARE STANDARD.
009340 01  VACATION-SCHED-RECORD.
009350     05  AGD-MATRICULA            PIC X(06).
009360     05  AGD-FILL1                PIC X(02).
009370     05  AGD-DATA-INI             PIC 9(08).
009380     05  AGD-FILL2                PIC X(02).
009390     05  AGD-DIAS                 PIC 9(02).
009400 FD  RETRO-DIFF-FILE
009410     LABEL RECORDS ARE STANDARD.
009420     COPY DIFREC.
009430 FD  PAYSLIP-ARCHIVE-FILE
009440     LABEL RECORDS ARE STANDARD.
009450 01  PAYSLIP-ARCHIVE-RECORD.
009460     05  ARC-MATRICULA            PIC X(06).
009470     05  ARC-COMPETENCIA          PIC 9(06).
009480     05  ARC-TIPO                 PIC X(08).
009490     05  ARC-PARCELA              PIC 9(01).
009500     05  ARC-SEQ                  PIC 9(03).
009510     05  ARC-LINHA                PIC X(80).
009520 FD  CONSIGNATION-FILE
009530     LABEL RECORDS ARE STANDARD.
009540 01  CONSIGNATION-RECORD.
009550     05  CSG-MATRICULA            PIC X(06).
009560     05  CSG-FILL1                PIC X(02).
009570     05  CSG-CODIGO               PIC X(02).
009580     05  CSG-FILL2                PIC X(02).
009590     05  CSG-DESCRICAO            PIC X(20).
009600     05  CSG-FILL3                PIC X(02).
009610     05  CSG-VALOR                PIC 9(06)V99.
009620     05  CSG-FILL4                PIC X(02).
009630     05  CSG-PARCELAS             PIC 9(03).
009640 FD  DEPENDENTS-FILE
009650     LABEL RECORDS ARE STANDARD.
009660     COPY DEPREC.
009670 FD  LEAVE-FILE
009680     LABEL RECORDS ARE STANDARD.
009690     COPY AFAREC.
009700 FD  ADVANCE-FILE
009710     LABEL RECORDS ARE STANDARD.
009720     COPY ADTREC.
009730 FD  BANK-PENDING-FILE
009740     LABEL RECORDS ARE STANDARD.
009750     COPY BNPREC.
009760 FD  COMPANY-FILE
009770     LABEL RECORDS ARE STANDARD.
009780     COPY CIAREC.
009790*----------------------------------------------------------------
009800* ARQUIVOS DE TRABALHO DA REMESSA BANCARIA E DO FGTS: O DETALHE
009810* DE CADA FUNCIONARIO PAGO PRECEDIDO DA EMPRESA, PARA O BANKREM E
009820* O FGTSREM SAIREM AGRUPADOS POR EMPRESA NO FECHAMENTO DO LOTE.
009830*----------------------------------------------------------------
009840 FD  BANK-WORK-FILE
009850     LABEL RECORDS ARE STANDARD.
009860 01  BANK-WORK-RECORD.
009870     05  BWK-EMPRESA              PIC X(02).
009880     05  BWK-DETALHE              PIC X(80).
009890 FD  FGTS-WORK-FILE
009900     LABEL RECORDS ARE STANDARD.
009910 01  FGTS-WORK-RECORD.
009920     05  FWK-EMPRESA              PIC X(02).
009930     05  FWK-DETALHE              PIC X(80).
009940 FD  ACCOUNT-FILE
009950     LABEL RECORDS ARE STANDARD.
009960     COPY CTAREC.
009970 FD  BENEFIT-FILE
009980     LABEL RECORDS ARE STANDARD.
009990     COPY BENREC.
010000 FD  BENEFIT-PLAN-FILE
010010     LABEL RECORDS ARE STANDARD.
010020     COPY PLNREC.
010030 FD  HOLIDAY-FILE
010040     LABEL RECORDS ARE STANDARD.
010050 01  HOLIDAY-RECORD.
010060     05  FER-DATA                 PIC 9(08).
010070     05  FER-FILL1                PIC X(02).
010080     05  FER-DESCRICAO            PIC X(30).
010090*----------------------------------------------------------------
010100* PEDIDO AOS FORNECEDORES DE BENEFICIOS (BENPED): UM REGISTRO POR
010110* TIPO + PLANO COM ADESAO DESCONTADA NA FOLHA REGULAR, COM AS
010120* VIDAS
010130* (TITULARES E DEPENDENTES DO PLANO DE SAUDE; FUNCIONARIOS NO VT E
010140* NO VR), OS DIAS DE VALE A COMPRAR (VT E VR) E O VALOR TOTAL DO
010150* MES, CONSOLIDADO DE TODAS AS EMPRESAS DO LOTE.
010160*----------------------------------------------------------------
010170 FD  BENEFIT-ORDER-FILE
010180     LABEL RECORDS ARE STANDARD.
010190 01  BENEFIT-ORDER-RECORD.
010200     05  BPD-COMPETENCIA          PIC 9(06).
010210     05  BPD-FILL1                PIC X(02).
010220     05  BPD-TIPO                 PIC X(02).
010230     05  BPD-FILL2                PIC X(02).
010240     05  BPD-PLANO                PIC X(04).
010250     05  BPD-FILL3                PIC X(02).
010260     05  BPD-FORNECEDOR           PIC X(20).
010270     05  BPD-FILL4                PIC X(02).
010280     05  BPD-QTDE-TITULAR         PIC 9(05).
010290     05  BPD-FILL5                PIC X(02).
010300     05  BPD-QTDE-DEPEND          PIC 9(05).
010310     05  BPD-FILL6                PIC X(02).
010320     05  BPD-QTDE-DIAS            PIC 9(07).
010330     05  BPD-FILL7                PIC X(02).
010340     05  BPD-VALOR                PIC 9(09)V99.
010350 WORKING-STORAGE SECTION.
010360 77  WRK-NOME             PIC X(30) VALUE SPACES.
010370 77  WRK-SALARIO          PIC 9(06)V99 VALUE ZEROS.
010380 77  WRK-SALARIO-ED       PIC $ZZZ.ZZ9,99 VALUE ZEROS.
010390 77  WRK-EMP-STATUS       PIC X(02) VALUE '00'.
010400     88  WRK-EMP-OK                  VALUE '00'.
010410     88  WRK-EMP-EOF                 VALUE '10'.
010420 77  WRK-REPORT-STATUS    PIC X(02) VALUE '00'.
010430     88  WRK-REPORT-OK               VALUE '00'.
010440 77  WRK-CKPT-STATUS      PIC X(02) VALUE '00'.
010450     88  WRK-CKPT-OK                 VALUE '00'.
010460 77  WRK-HIST-STATUS      PIC X(02) VALUE '00'.
010470     88  WRK-HIST-OK                 VALUE '00'.
010480 77  WRK-MOEDA-CFG-STATUS PIC X(02) VALUE '00'.
010490     88  WRK-MOEDA-CFG-OK            VALUE '00'.
010500 77  WRK-MOEDA-PADRAO     PIC X(03) VALUE 'BRL'.
010510     88  WRK-MOEDA-PADRAO-VALIDA     VALUES 'BRL' 'USD'.
010520 77  WRK-MOEDA-REGISTRO   PIC X(03) VALUE 'BRL'.
010530     88  WRK-MOEDA-REGISTRO-VALIDA   VALUES 'BRL' 'USD'.
010540 77  WRK-MOEDA-TEXTO      PIC X(14) VALUE SPACES.
010550 77  WRK-CTRLTOT-STATUS   PIC X(02) VALUE '00'.
010560     88  WRK-CTRLTOT-OK              VALUE '00'.
010570 77  WRK-SW-CTRLTOT-PRESENTE PIC X(01) VALUE 'N'.
010580     88  WRK-CTRLTOT-PRESENTE        VALUE 'S'.
010590 77  WRK-AUDIT-STATUS     PIC X(02) VALUE '00'.
010600     88  WRK-AUDIT-OK                VALUE '00'.
010610     88  WRK-AUDIT-EOF               VALUE '10'.
010620 77  WRK-SW-RESTART       PIC X(01) VALUE 'N'.
010630     88  WRK-EH-RESTART              VALUE 'S'.
010640 77  WRK-ULTIMA-MATRICULA PIC X(06) VALUE SPACES.
010650 77  WRK-CONT-PROCESSADOS PIC 9(07) VALUE ZERO.
010660 77  WRK-SW-VALIDO        PIC X(01) VALUE 'S'.
010670     88  WRK-REGISTRO-VALIDO         VALUE 'S'.
010680 77  WRK-CONT-ERROS       PIC 9(05) COMP VALUE ZERO.
010690 77  WRK-IDX              PIC 9(02) COMP VALUE ZERO.
010700 77  WRK-CTRL-QTDE-ESPERADA    PIC 9(07) VALUE ZERO.
010710 77  WRK-CTRL-BRUTO-ESPERADO   PIC 9(08)V99 VALUE ZEROS.
010720 77  WRK-CTRL-BRUTO-PROCESSADO PIC 9(08)V99 VALUE ZEROS.
010730 77  WRK-SW-LOTE-CONFERE       PIC X(01) VALUE 'S'.
010740     88  WRK-LOTE-CONFERE              VALUE 'S'.
010750 77  WRK-OPERADOR         PIC X(10) VALUE SPACES.
010760 77  WRK-OPER-CFG-STATUS  PIC X(02) VALUE '00'.
010770     88  WRK-OPER-CFG-OK             VALUE '00'.
010780*----------------------------------------------------------------
010790* CONTROLE DE ETAPAS DA ESTEIRA (PAYSTEP): ESTE PROGRAMA E O
010800* STEP030 DA JCL/PAYROLL. A CHAVE E A COMPETENCIA (DATA DO
010810* DATEAUD) + O TIPO DE EXECUCAO (PAYTIPO) + O STEP; ETAPA JA
010820* CONCLUIDA NA MESMA CHAVE NAO RODA DE NOVO NA RESSUBMISSAO.
010830* SEM O DD PAYSTEP (PROGRAMA RODADO FORA DA ESTEIRA) NADA MUDA.
010840*----------------------------------------------------------------
010850 77  WRK-STP-STATUS       PIC X(02) VALUE '00'.
010860     88  WRK-STP-OK                  VALUE '00'.
010870     88  WRK-STP-EOF                 VALUE '10'.
010880 77  WRK-STP-STEP         PIC X(08) VALUE 'STEP030'.
010890 77  WRK-STP-PROGRAMA     PIC X(09) VALUE 'PROGCOB04'.
010900 77  WRK-SW-STP-ATIVO     PIC X(01) VALUE 'N'.
010910     88  WRK-STP-ATIVO               VALUE 'S'.
010920 77  WRK-STP-DATA-LOTE    PIC 9(08) VALUE ZEROS.
010930 77  WRK-STP-COMPETENCIA  PIC 9(06) VALUE ZEROS.
010940 77  WRK-STP-TIPO         PIC X(08) VALUE 'REGULAR'.
010950     88  WRK-STP-TIPO-VALIDO         VALUES 'REGULAR' '13SAL'
010960                                            'FERIAS' 'DISSIDIO'
010970                                            'ADIANT'.
010980 77  WRK-STP-PARCELA      PIC 9(01) VALUE 1.
010990 77  WRK-STP-MODO         PIC X(08) VALUE 'NORMAL'.
011000 77  WRK-STP-SITUACAO     PIC X(01) VALUE SPACES.
011010     88  WRK-STP-JA-CONCLUIDA        VALUE 'C'.
011020 77  WRK-STP-RC-ANTERIOR  PIC 9(02) VALUE ZEROS.
011030 77  WRK-STP-SIT-GRAVAR   PIC X(01) VALUE SPACES.
011040 77  WRK-STP-RC           PIC 9(02) VALUE ZEROS.
011050 77  WRK-STP-DATA         PIC 9(08) VALUE ZEROS.
011060 77  WRK-STP-HORA         PIC 9(08) VALUE ZEROS.
011070 77  WRK-SW-OPER-ARQUIVO  PIC X(01) VALUE 'N'.
011080     88  WRK-OPER-ARQUIVO            VALUE 'S'.
011090 77  WRK-SW-OPERADOR      PIC X(01) VALUE 'N'.
011100     88  WRK-OPERADOR-VALIDO         VALUE 'S'.
011110 77  WRK-SW-CKPT-FALHA    PIC X(01) VALUE 'N'.
011120     88  WRK-CKPT-FALHOU             VALUE 'S'.
011130 77  WRK-SENHA            PIC X(10) VALUE SPACES.
011140 77  WRK-SEC-STATUS       PIC X(02) VALUE '00'.
011150     88  WRK-SEC-OK                  VALUE '00'.
011160     88  WRK-SEC-EOF                 VALUE '10'.
011170 77  WRK-SECAUD-STATUS    PIC X(02) VALUE '00'.
011180     88  WRK-SECAUD-OK               VALUE '00'.
011190 77  WRK-SW-OPR-ACHADO    PIC X(01) VALUE 'N'.
011200     88  WRK-OPR-ACHADO              VALUE 'S'.
011210 77  WRK-OPR-ATIVO        PIC X(01) VALUE 'N'.
011220 77  WRK-OPR-SENHA        PIC X(10) VALUE SPACES.
011230 77  WRK-OPR-AUT-FUNCAO   PIC X(01) VALUE 'N'.
011240 77  WRK-MOTIVO-LOGON     PIC X(20) VALUE SPACES.
011250 77  WRK-DATA-LOGON       PIC 9(08) VALUE ZEROS.
011260 77  WRK-HORA-LOGON       PIC 9(08) VALUE ZEROS.
011270 77  WRK-SW-HIST-FALHA    PIC X(01) VALUE 'N'.
011280     88  WRK-HIST-FALHOU             VALUE 'S'.
011290 77  WRK-MOV-STATUS       PIC X(02) VALUE '00'.
011300     88  WRK-MOV-OK                  VALUE '00'.
011310     88  WRK-MOV-EOF                 VALUE '10'.
011320 77  WRK-QTD-MOVIMENTOS   PIC 9(03) COMP VALUE ZERO.
011330 77  WRK-MAX-MOVIMENTOS   PIC 9(03) COMP VALUE 200.
011340 77  WRK-MOV-IDX          PIC 9(03) COMP VALUE ZERO.
011350 77  WRK-CONT-MOV-ERROS   PIC 9(05) COMP VALUE ZERO.
011360 77  WRK-CONT-AGD-ERROS   PIC 9(05) COMP VALUE ZERO.
011370 77  WRK-VALOR-MOVIMENTO  PIC S9(06)V99 VALUE ZEROS.
011380 77  WRK-SALARIO-AJUSTADO PIC S9(07)V99 VALUE ZEROS.
011390 77  WRK-TIPO-CFG-STATUS  PIC X(02) VALUE '00'.
011400     88  WRK-TIPO-CFG-OK             VALUE '00'.
011410 77  WRK-TIPO-FOLHA       PIC X(08) VALUE 'REGULAR'.
011420     88  WRK-TIPO-REGULAR            VALUE 'REGULAR'.
011430     88  WRK-TIPO-13SAL              VALUE '13SAL'.
011440     88  WRK-TIPO-FERIAS             VALUE 'FERIAS'.
011450     88  WRK-TIPO-DISSIDIO           VALUE 'DISSIDIO'.
011460     88  WRK-TIPO-ADIANT             VALUE 'ADIANT'.
011470     88  WRK-TIPO-VALIDO             VALUES 'REGULAR' '13SAL'
011480                                            'FERIAS' 'DISSIDIO'
011490                                            'ADIANT'.
011500 77  WRK-PARCELA-13       PIC 9(01) VALUE 1.
011510 77  WRK-SW-SEM-DESCONTO  PIC X(01) VALUE 'N'.
011520     88  WRK-SEM-DESCONTO            VALUE 'S'.
011530 77  WRK-VALOR-PARCELA1   PIC 9(06)V99 VALUE ZEROS.
011540 77  WRK-REM-STATUS       PIC X(02) VALUE '00'.
011550     88  WRK-REM-OK                  VALUE '00'.
011560 77  WRK-SW-REM-FALHA     PIC X(01) VALUE 'N'.
011570     88  WRK-REM-FALHOU              VALUE 'S'.
011580 77  WRK-CONT-PAGOS       PIC 9(07) VALUE ZERO.
011590*----------------------------------------------------------------
011600* REGISTROS DA REMESSA DE CREDITO BANCARIO (BANKREM): HEADER (0),
011610* DETALHE (1) E TRAILER (9), MONTADOS EM WORKING-STORAGE E
011620* MOVIDOS PARA REMIT-RECORD ANTES DE CADA WRITE. VALORES EM
011630* CENTAVOS, SEM VIRGULA, COMO O BANCO EXIGE.
011640*----------------------------------------------------------------
011650 77  WRK-ARC-STATUS       PIC X(02) VALUE '00'.
011660     88  WRK-ARC-OK                  VALUE '00'.
011670 77  WRK-SW-ARC-FALHA     PIC X(01) VALUE 'N'.
011680     88  WRK-ARC-FALHOU              VALUE 'S'.
011690 77  WRK-ARC-SEQ          PIC 9(03) VALUE ZEROS.
011700 77  WRK-SLP-LINHA        PIC X(80) VALUE SPACES.
011710 77  WRK-SLP-AVANCO       PIC 9(01) VALUE ZERO.
011720 77  WRK-SLIP-STATUS      PIC X(02) VALUE '00'.
011730     88  WRK-SLIP-OK                 VALUE '00'.
011740 77  WRK-SW-SLIP-FALHA    PIC X(01) VALUE 'N'.
011750     88  WRK-SLIP-FALHOU             VALUE 'S'.
011760 77  WRK-BASE-IRRF-ED     PIC $ZZZ.ZZ9,99 VALUE ZEROS.
011770 77  WRK-PARCELA1-ED      PIC $ZZZ.ZZ9,99 VALUE ZEROS.
011780*----------------------------------------------------------------
011790* LINHAS DO CONTRACHEQUE INDIVIDUAL (PAYSLIP), UMA PAGINA POR
011800* FUNCIONARIO, MONTADAS EM WORKING-STORAGE E MOVIDAS PARA
011810* PAYSLIP-RECORD ANTES DE CADA WRITE.
011820*----------------------------------------------------------------
011830 01  WRK-SLP-TITULO.
011840     05  SLPT-RAZAO           PIC X(40).
011850     05  FILLER PIC X(15) VALUE ' - CONTRACHEQUE'.
011860     05  FILLER               PIC X(25) VALUE SPACES.
011870 01  WRK-SLP-COMPET.
011880     05  FILLER PIC X(13) VALUE 'COMPETENCIA: '.
011890     05  SLPC-COMPETENCIA     PIC 9(06).
011900     05  FILLER PIC X(08) VALUE '  TIPO: '.
011910     05  SLPC-TIPO            PIC X(22).
011920     05  FILLER               PIC X(31) VALUE SPACES.
011930 01  WRK-SLP-FUNC.
011940     05  FILLER PIC X(11) VALUE 'MATRICULA: '.
011950     05  SLPF-MATRICULA       PIC X(06).
011960     05  FILLER PIC X(08) VALUE '  NOME: '.
011970     05  SLPF-NOME            PIC X(30).
011980     05  FILLER PIC X(09) VALUE '  MOEDA: '.
011990     05  SLPF-MOEDA           PIC X(03).
012000     05  FILLER               PIC X(13) VALUE SPACES.
012010 01  WRK-SLP-VALOR.
012020     05  SLPV-ROTULO          PIC X(28).
012030     05  SLPV-VALOR           PIC X(14).
012040     05  SLPV-COMPL-TXT       PIC X(08).
012050     05  SLPV-COMPL-VAL       PIC X(14).
012060     05  FILLER               PIC X(16) VALUE SPACES.
012070 01  WRK-SLP-DIAS-ED.
012080     05  FILLER               PIC X(11) VALUE SPACES.
012090     05  SLPD-DIAS            PIC ZZ9.
012100 01  WRK-SLP-ASSINATURA.
012110     05  FILLER PIC X(26) VALUE 'RECEBI EM ____/____/____  '.
012120     05  FILLER PIC X(12) VALUE 'ASSINATURA: '.
012130     05  FILLER PIC X(30) VALUE ALL '_'.
012140     05  FILLER PIC X(12) VALUE SPACES.
012150 77  WRK-PER-STATUS       PIC X(02) VALUE '00'.
012160     88  WRK-PER-OK                  VALUE '00'.
012170     88  WRK-PER-EOF                 VALUE '10'.
012180 77  WRK-SW-PER-FALHA     PIC X(01) VALUE 'N'.
012190     88  WRK-PER-FALHOU              VALUE 'S'.
012200 77  WRK-QTD-PERIODOS     PIC 9(03) COMP VALUE ZERO.
012210 77  WRK-MAX-PERIODOS     PIC 9(03) COMP VALUE 120.
012220 77  WRK-PER-IDX          PIC 9(03) COMP VALUE ZERO.
012230 77  WRK-SW-PER-ACHADA    PIC X(01) VALUE 'N'.
012240     88  WRK-PER-ACHADA              VALUE 'S'.
012250 77  WRK-CKPT-COMPETENCIA PIC 9(06) VALUE ZEROS.
012260 77  WRK-CKPT-TIPO        PIC X(08) VALUE SPACES.
012270 77  WRK-CKPT-PARCELA     PIC 9(01) VALUE 1.
012280 77  WRK-CKPT-MODO        PIC X(08) VALUE SPACES.
012290*----------------------------------------------------------------
012300* TABELA DAS COMPETENCIAS DO PAYPERIO (AAAAMM + STATUS ABERTA/
012310* FECHADA), CARREGADA NO INICIO E REGRAVADA NO FECHAMENTO DO
012320* LOTE. COMPETENCIA AUSENTE DO ARQUIVO E TRATADA COMO ABERTA.
012330*----------------------------------------------------------------
012340 01  TAB-PERIODOS.
012350     05  TAB-PER-ENT OCCURS 120 TIMES.
012360         10  TAB-PER-COMPETENCIA  PIC 9(06).
012370         10  TAB-PER-STATUS       PIC X(08).
012380 77  WRK-SUS-STATUS       PIC X(02) VALUE '00'.
012390     88  WRK-SUS-OK                  VALUE '00'.
012400 77  WRK-SW-SUS-FALHA     PIC X(01) VALUE 'N'.
012410     88  WRK-SUS-FALHOU              VALUE 'S'.
012420 77  WRK-SUSI-STATUS      PIC X(02) VALUE '00'.
012430     88  WRK-SUSI-OK                 VALUE '00'.
012440     88  WRK-SUSI-EOF                VALUE '10'.
012450 77  WRK-MODO-FOLHA       PIC X(08) VALUE 'NORMAL'.
012460     88  WRK-MODO-NORMAL             VALUE 'NORMAL'.
012470     88  WRK-MODO-REPROC             VALUE 'REPROC'.
012480     88  WRK-MODO-VALIDO             VALUES 'NORMAL' 'REPROC'.
012490 77  WRK-MOTIVO-REJEICAO  PIC X(02) VALUE SPACES.
012500 77  WRK-SW-SUSP-ACHOU    PIC X(01) VALUE 'N'.
012510     88  WRK-SUSP-ACHOU              VALUE 'S'.
012520 77  WRK-QTD-REJEITADOS   PIC 9(03) COMP VALUE ZERO.
012530 77  WRK-MAX-REJEITADOS   PIC 9(03) COMP VALUE 100.
012540 77  WRK-REJ-IDX          PIC 9(03) COMP VALUE ZERO.
012550*----------------------------------------------------------------
012560* TABELA DOS REJEITADOS DESTA EXECUCAO, PARA A SECAO DE
012570* REJEITADOS NO FIM DO RELATORIO (O PAYSUSP GUARDA TODOS, A
012580* TABELA SO OS DESTA EXECUCAO, ATE O LIMITE).
012590*----------------------------------------------------------------
012600 01  TAB-REJEITADOS.
012610     05  TAB-REJ-ENT OCCURS 100 TIMES.
012620         10  TAB-REJ-MATRICULA    PIC X(06).
012630         10  TAB-REJ-MOTIVO       PIC X(02).
012640 77  WRK-CMB-STATUS       PIC X(02) VALUE '00'.
012650     88  WRK-CMB-OK                  VALUE '00'.
012660     88  WRK-CMB-EOF                 VALUE '10'.
012670 77  WRK-TAXA-REGISTRO    PIC 9(03)V9(04) VALUE ZEROS.
012680 77  WRK-SW-TAXA-ACHADA   PIC X(01) VALUE 'N'.
012690     88  WRK-TAXA-ACHADA             VALUE 'S'.
012700 77  WRK-CMB-IDX          PIC 9(02) COMP VALUE ZERO.
012710 77  WRK-SUBT-IDX         PIC 9(02) COMP VALUE ZERO.
012720 77  WRK-CTRL-BRUTO-CONV  PIC 9(08)V99 VALUE ZEROS.
012730 77  WRK-BRUTO-CONV       PIC 9(08)V99 VALUE ZEROS.
012740 77  WRK-INSS-CONV        PIC 9(08)V99 VALUE ZEROS.
012750 77  WRK-IRRF-CONV        PIC 9(08)V99 VALUE ZEROS.
012760 77  WRK-LIQUIDO-CONV     PIC 9(08)V99 VALUE ZEROS.
012770 77  WRK-ADIANT-CONV      PIC 9(08)V99 VALUE ZEROS.
012780 77  WRK-CONV-AJUSTADO    PIC S9(08)V99 VALUE ZEROS.
012790 77  WRK-SW-BRUTO-ESTOURO PIC X(01) VALUE 'N'.
012800     88  WRK-BRUTO-ESTOUROU          VALUE 'S'.
012810*----------------------------------------------------------------
012820* TABELA DE TAXAS DE CAMBIO (PAYCAMB) POR MOEDA RECONHECIDA,
012830* FICANDO COM A TAXA DE VIGENCIA MAIS RECENTE QUE NAO ULTRAPASSE
012840* A DATA DO LOTE. A MOEDA PADRAO DO LOTE SEMPRE VALE 1.
012850*----------------------------------------------------------------
012860 01  TAB-CAMBIO.
012870     05  TAB-CMB-ENT OCCURS 2 TIMES.
012880         10  TAB-CMB-MOEDA        PIC X(03).
012890         10  TAB-CMB-TAXA         PIC 9(03)V9(04).
012900         10  TAB-CMB-VIG          PIC 9(08).
012910         10  TAB-CMB-SW           PIC X(01).
012920             88  TAB-CMB-CARREGADA        VALUE 'S'.
012930*----------------------------------------------------------------
012940* SUBTOTAIS DE LIQUIDO POR MOEDA (ORIGINAL E CONVERTIDO PARA A
012950* MOEDA BASE), IMPRESSOS NO FIM DO RELATORIO E GUARDADOS NO
012960* CHECKPOINT.
012970*----------------------------------------------------------------
012980 01  TAB-SUBTOTAIS.
012990     05  TAB-SUBT-ENT OCCURS 2 TIMES.
013000         10  TAB-SUBT-MOEDA       PIC X(03).
013010         10  TAB-SUBT-ORIG        PIC 9(08)V99.
013020         10  TAB-SUBT-CONV        PIC 9(08)V99.
013030         10  TAB-SUBT-QTDE        PIC 9(05).
013040 77  WRK-IMP-STATUS       PIC X(02) VALUE '00'.
013050     88  WRK-IMP-OK                  VALUE '00'.
013060 77  WRK-SW-IMP-FALHA     PIC X(01) VALUE 'N'.
013070     88  WRK-IMP-FALHOU              VALUE 'S'.
013080 77  WRK-COMPETENCIA      PIC 9(06) VALUE ZEROS.
013090 77  WRK-GL-STATUS        PIC X(02) VALUE '00'.
013100     88  WRK-GL-OK                   VALUE '00'.
013110 77  WRK-SW-GL-FALHA      PIC X(01) VALUE 'N'.
013120     88  WRK-GL-FALHOU               VALUE 'S'.
013130 77  WRK-SW-GL-BALANCO    PIC X(01) VALUE 'S'.
013140     88  WRK-GL-CONFERE              VALUE 'S'.
013150 77  WRK-TOTAL-BRUTO-CALC PIC 9(08)V99 VALUE ZEROS.
013160 77  WRK-TOTAL-INSS       PIC 9(08)V99 VALUE ZEROS.
013170 77  WRK-TOTAL-IRRF       PIC 9(08)V99 VALUE ZEROS.
013180 77  WRK-TOTAL-ADIANT     PIC 9(08)V99 VALUE ZEROS.
013190 77  WRK-GL-DEBITOS       PIC 9(10)V99 VALUE ZEROS.
013200 77  WRK-GL-CREDITOS      PIC 9(10)V99 VALUE ZEROS.
013210 77  WRK-GL-CONTA         PIC X(08) VALUE SPACES.
013220 77  WRK-GL-DC            PIC X(01) VALUE SPACES.
013230 77  WRK-GL-VALOR         PIC 9(11)V99 VALUE ZEROS.
013240 77  WRK-GL-HISTORICO     PIC X(25) VALUE SPACES.
013250*----------------------------------------------------------------
013260* LANCAMENTO CONTABIL (GLPOST): DATA DE VIGENCIA, CONTA, D/C,
013270* VALOR, HISTORICO, EMPRESA CONTABIL E CENTRO DE CUSTO (EM
013280* BRANCO NAS CONTAS QUE NAO SAO ABERTAS POR CENTRO), MONTADO EM
013290* WORKING-STORAGE E MOVIDO PARA GL-RECORD ANTES DE CADA WRITE.
013300*----------------------------------------------------------------
013310 01  WRK-GL-LANCAMENTO.
013320     05  GLL-DATA             PIC 9(08).
013330     05  FILLER               PIC X(02) VALUE SPACES.
013340     05  GLL-CONTA            PIC X(08).
013350     05  FILLER               PIC X(02) VALUE SPACES.
013360     05  GLL-DC               PIC X(01).
013370     05  FILLER               PIC X(02) VALUE SPACES.
013380     05  GLL-VALOR            PIC 9(11)V99.
013390     05  FILLER               PIC X(02) VALUE SPACES.
013400     05  GLL-HISTORICO        PIC X(25).
013410     05  FILLER               PIC X(02) VALUE SPACES.
013420     05  GLL-EMPRESA          PIC X(04).
013430     05  FILLER               PIC X(02) VALUE SPACES.
013440     05  GLL-CCUSTO           PIC X(04).
013450     05  FILLER               PIC X(05) VALUE SPACES.
013460 01  WRK-REM-HEADER.
013470     05  FILLER               PIC X(01) VALUE '0'.
013480     05  REMH-DATA            PIC 9(08).
013490     05  REMH-EMPRESA         PIC X(02).
013500     05  REMH-CNPJ            PIC 9(14).
013510     05  REMH-BANCO           PIC 9(03).
013520     05  REMH-AGENCIA         PIC 9(04).
013530     05  REMH-CONTA           PIC 9(08).
013540     05  REMH-RAZAO           PIC X(40).
013550 01  WRK-REM-DETALHE.
013560     05  FILLER               PIC X(01) VALUE '1'.
013570     05  REMD-MATRICULA       PIC X(06).
013580     05  REMD-NOME            PIC X(30).
013590     05  REMD-BANCO           PIC 9(03).
013600     05  REMD-AGENCIA         PIC 9(04).
013610     05  REMD-CONTA           PIC 9(08).
013620     05  REMD-VALOR           PIC 9(13).
013630     05  FILLER               PIC X(15) VALUE SPACES.
013640 01  WRK-REM-TRAILER.
013650     05  FILLER               PIC X(01) VALUE '9'.
013660     05  REMT-QTDE            PIC 9(06).
013670     05  REMT-SOMA            PIC 9(15).
013680     05  FILLER               PIC X(58) VALUE SPACES.
013690*----------------------------------------------------------------
013700* TABELA DE MOVIMENTOS MENSAIS (MOVFOLHA), CARREGADA NO INICIO
013710* DO LOTE: HORAS EXTRAS (HE A 50% E HD A 100%, QTDE DE HORAS),
013720* BONIFICACAO (BO, VALOR) E FALTAS (FA, QTDE DE DIAS). O SWITCH
013730* DE CADA ENTRADA MARCA SE O MOVIMENTO FOI APLICADO (S), AGUARDA
013740* FUNCIONARIO (N) OU TROUXE EVENTO NAO RECONHECIDO (E).
013750*----------------------------------------------------------------
013760 01  TAB-MOVIMENTOS.
013770     05  TAB-MOV-ENT OCCURS 200 TIMES.
013780         10  TAB-MOV-MATRICULA    PIC X(06).
013790         10  TAB-MOV-EVENTO       PIC X(02).
013800         10  TAB-MOV-VALOR        PIC 9(06)V99.
013810         10  TAB-MOV-VALOR-CALC   PIC S9(06)V99.
013820         10  TAB-MOV-SW-APLICADO  PIC X(01).
013830             88  TAB-MOV-APLICADO         VALUE 'S'.
013840             88  TAB-MOV-EVENTO-INVALIDO  VALUE 'E'.
013850*----------------------------------------------------------------
013860* CADASTRO DE DEPENDENTES (DEPMAST, MANTIDO PELO PROGCOB12),
013870* CARREGADO EM TABELA NO INICIO DO LOTE: A QUANTIDADE DE
013880* DEPENDENTES ABATE A DEDUCAO 'DEPD' DO PAYTABS NA BASE DO IRRF,
013890* E FILHO/ENTEADO MENOR DE 14 ANOS NA DATA DO LOTE CONTA PARA O
013900* SALARIO-FAMILIA ('SFAM'). SEM O ARQUIVO, O LOTE RODA SEM
013910* DEDUCAO NEM BENEFICIO, COMO SEMPRE FOI.
013920*----------------------------------------------------------------
013930 77  WRK-DEP-STATUS       PIC X(02) VALUE '00'.
013940     88  WRK-DEP-OK                  VALUE '00'.
013950     88  WRK-DEP-EOF                 VALUE '10'.
013960 77  WRK-QTD-DEPENDENTES  PIC 9(03) COMP VALUE ZERO.
013970 77  WRK-MAX-DEPENDENTES  PIC 9(03) COMP VALUE 500.
013980 77  WRK-DEP-IDX          PIC 9(03) COMP VALUE ZERO.
013990 77  WRK-QTD-DEP-IRRF     PIC 9(02) COMP VALUE ZERO.
014000 77  WRK-QTD-DEP-MENORES  PIC 9(02) COMP VALUE ZERO.
014010 77  WRK-DEDUCAO-DEP      PIC 9(06)V99 VALUE ZEROS.
014020 77  WRK-SALFAM-LIMITE    PIC 9(06)V99 VALUE ZEROS.
014030 77  WRK-SALFAM-VALOR     PIC 9(06)V99 VALUE ZEROS.
014040 77  WRK-SALARIO-FAMILIA  PIC 9(06)V99 VALUE ZEROS.
014050 77  WRK-SALFAM-ED        PIC $ZZZ.ZZ9,99 VALUE ZEROS.
014060 77  WRK-SALFAM-CONV      PIC 9(08)V99 VALUE ZEROS.
014070 77  WRK-TOTAL-SALFAM     PIC 9(08)V99 VALUE ZEROS.
014080 77  WRK-NASC-LIMITE      PIC 9(08) VALUE ZEROS.
014090 01  TAB-DEPENDENTES.
014100     05  TAB-DEP-ENT OCCURS 500 TIMES.
014110         10  TAB-DEP-MATRICULA    PIC X(06).
014120         10  TAB-DEP-NASCIMENTO   PIC 9(08).
014130         10  TAB-DEP-PARENTESCO   PIC X(02).
014140         10  TAB-DEP-NOME         PIC X(30).
014150*----------------------------------------------------------------
014160* CADASTRO DE AFASTAMENTOS (AFAST, MANTIDO PELO PROGCOB26),
014170* CARREGADO EM TABELA NO INICIO DO LOTE COM O INICIO EFETIVO DE
014180* CADA AFASTAMENTO (NA DOENCA, O 16O DIA - OS 15 PRIMEIROS SAO
014190* PAGOS PELA EMPRESA). NA FOLHA REGULAR, OS DIAS AFASTADOS DA
014200* COMPETENCIA NAO SAO PAGOS (BASE DE 30 DIAS, MES INTEIRO = 30)
014210* E, SE OS DIAS DOS TIPOS QUE SUSPENDEM O PERIODO AQUISITIVO
014220* (DOENCA E LICENCA NAO REMUNERADA) PASSAM DE 15, O FERSALDO NAO
014230* E ACRESCIDO NO MES. SEM O ARQUIVO, O LOTE PAGA O MES CHEIO,
014240* COMO SEMPRE FOI.
014250*----------------------------------------------------------------
014260 77  WRK-AFA-STATUS       PIC X(02) VALUE '00'.
014270     88  WRK-AFA-OK                  VALUE '00'.
014280     88  WRK-AFA-EOF                 VALUE '10'.
014290 77  WRK-QTD-AFASTAMENTOS PIC 9(03) COMP VALUE ZERO.
014300 77  WRK-MAX-AFASTAMENTOS PIC 9(03) COMP VALUE 500.
014310 77  WRK-AFA-IDX          PIC 9(03) COMP VALUE ZERO.
014320 77  WRK-AFA-MATRICULA    PIC X(06) VALUE SPACES.
014330 77  WRK-AFA-INI-MES      PIC 9(08) VALUE ZEROS.
014340 77  WRK-AFA-FIM-MES      PIC 9(08) VALUE ZEROS.
014350 77  WRK-AFA-DIAS-MES     PIC 9(02) VALUE ZEROS.
014360 77  WRK-AFA-DATA-DE      PIC 9(08) VALUE ZEROS.
014370 77  WRK-AFA-DATA-ATE     PIC 9(08) VALUE ZEROS.
014380 77  WRK-AFA-DIAS         PIC 9(03) VALUE ZEROS.
014390 77  WRK-DIAS-AFASTADO    PIC 9(03) VALUE ZEROS.
014400 77  WRK-DIAS-SUSPENSO    PIC 9(03) VALUE ZEROS.
014410 77  WRK-DIAS-CARENCIA    PIC 9(02) VALUE 15.
014420 77  WRK-LIMITE-SUSPENSAO PIC 9(02) VALUE 15.
014430 01  TAB-AFASTAMENTOS.
014440     05  TAB-AFA-ENT OCCURS 500 TIMES.
014450         10  TAB-AFA-MATRICULA    PIC X(06).
014460         10  TAB-AFA-INICIO-EFET  PIC 9(08).
014470         10  TAB-AFA-DATA-FIM     PIC 9(08).
014480         10  TAB-AFA-SW-SUSPENDE  PIC X(01).
014490             88  TAB-AFA-SUSPENDE         VALUE 'S'.
014500*----------------------------------------------------------------
014510* DATA DE TRABALHO DA SOMA DE DIAS DO INICIO EFETIVO DA DOENCA E
014520* DA QUANTIDADE DE DIAS DA COMPETENCIA, COMO NO PROGCOB03.
014530*----------------------------------------------------------------
014540 01  WRK-DATA-VERIF.
014550     02  WRK-VRF-ANO      PIC 9(04) VALUE ZEROS.
014560     02  WRK-VRF-MES      PIC 9(02) VALUE ZEROS.
014570     02  WRK-VRF-DIA      PIC 9(02) VALUE ZEROS.
014580 01  WRK-DATA-VERIF-R REDEFINES WRK-DATA-VERIF.
014590     02  WRK-DATA-VERIF-NUM PIC 9(08).
014600 77  WRK-DIAS-NO-MES      PIC 9(02) COMP VALUE ZERO.
014610 77  WRK-RESTO            PIC 9(04) COMP VALUE ZERO.
014620 77  WRK-QUOCIENTE        PIC 9(04) COMP VALUE ZERO.
014630 01  TAB-DIAS-MES-DADOS.
014640     05  FILLER PIC X(24) VALUE '312831303130313130313031'.
014650 01  TAB-DIAS-MES REDEFINES TAB-DIAS-MES-DADOS.
014660     05  TAB-DIAS-DO-MES  PIC 9(02) OCCURS 12 TIMES.
014670*----------------------------------------------------------------
014680* ENCARGOS PATRONAIS: ALIQUOTAS DO INSS PATRONAL E DO FGTS
014690* (REGISTROS OPCIONAIS 'PATR' E 'FGTS' DO PAYTABS; 20% E 8%
014700* QUANDO AUSENTES), VALORES CONVERTIDOS POR FUNCIONARIO E TOTAIS
014710* DO LOTE, E OS REGISTROS DO ARQUIVO DE RECOLHIMENTO DO FGTS
014720* (FGTSREM), NO MESMO IDIOMA DO BANKREM. VALORES EM CENTAVOS,
014730* SEM VIRGULA, COMO O AGENTE OPERADOR EXIGE.
014740*----------------------------------------------------------------
014750 77  WRK-FGR-STATUS       PIC X(02) VALUE '00'.
014760     88  WRK-FGR-OK                  VALUE '00'.
014770 77  WRK-SW-FGR-FALHA     PIC X(01) VALUE 'N'.
014780     88  WRK-FGR-FALHOU              VALUE 'S'.
014790 77  WRK-ALIQ-PATRONAL    PIC 9(02)V99 VALUE ZEROS.
014800 77  WRK-ALIQ-FGTS        PIC 9(02)V99 VALUE ZEROS.
014810 77  WRK-PATR-CONV        PIC 9(08)V99 VALUE ZEROS.
014820 77  WRK-FGTS-CONV        PIC 9(08)V99 VALUE ZEROS.
014830 77  WRK-TOTAL-PATRONAL   PIC 9(08)V99 VALUE ZEROS.
014840 77  WRK-TOTAL-FGTS       PIC 9(08)V99 VALUE ZEROS.
014850 01  WRK-FGT-HEADER.
014860     05  FILLER               PIC X(01) VALUE '0'.
014870     05  FGTH-DATA            PIC 9(08).
014880     05  FGTH-EMPRESA         PIC X(02).
014890     05  FGTH-CNPJ            PIC 9(14).
014900     05  FGTH-RAZAO           PIC X(40).
014910     05  FILLER               PIC X(15) VALUE SPACES.
014920 01  WRK-FGT-DETALHE.
014930     05  FILLER               PIC X(01) VALUE '1'.
014940     05  FGTD-MATRICULA       PIC X(06).
014950     05  FGTD-NOME            PIC X(30).
014960     05  FGTD-BASE            PIC 9(13).
014970     05  FGTD-VALOR           PIC 9(13).
014980     05  FILLER               PIC X(17) VALUE SPACES.
014990 01  WRK-FGT-TRAILER.
015000     05  FILLER               PIC X(01) VALUE '9'.
015010     05  FGTT-QTDE            PIC 9(06).
015020     05  FGTT-SOMA            PIC 9(15).
015030     05  FILLER               PIC X(58) VALUE SPACES.
015040*----------------------------------------------------------------
015050* SUBTOTAIS POR EMPRESA E CENTRO DE CUSTO (EMP-CCUSTO),
015060* ACUMULADOS EM 2085 NOS VALORES CONVERTIDOS, IMPRESSOS NO FIM
015070* DO RELATORIO E USADOS PARA ABRIR OS DEBITOS DA DESPESA DE
015080* SALARIOS, DE INSS PATRONAL E DE FGTS NO GLPOST POR CENTRO
015090* (ESTES DOIS SO NA TABELA, FORA DO RELATORIO). FUNCIONARIO SEM
015100* CENTRO DE CUSTO
015110* CAI NO CODIGO '????'; ACIMA DO LIMITE DA TABELA, O EXCEDENTE E
015120* AGRUPADO NO CODIGO '****' (EMPRESA '**') COM AVISO, E O GLPOST
015130* DEBITA A DIFERENCA DE CADA EMPRESA NO CENTRO '****'.
015140*----------------------------------------------------------------
015150 01  TAB-CCUSTOS.
015160     05  TAB-CC-ENT OCCURS 20 TIMES.
015170         10  TAB-CC-EMPRESA       PIC X(02).
015180         10  TAB-CC-CODIGO        PIC X(04).
015190         10  TAB-CC-BRUTO         PIC 9(08)V99.
015200         10  TAB-CC-LIQUIDO       PIC 9(08)V99.
015210         10  TAB-CC-QTDE          PIC 9(05).
015220         10  TAB-CC-PATRONAL      PIC 9(08)V99.
015230         10  TAB-CC-FGTS          PIC 9(08)V99.
015240         10  TAB-CC-BENEFICIO     PIC 9(08)V99.
015250 77  WRK-QTD-CCUSTO       PIC 9(02) COMP VALUE ZERO.
015260 77  WRK-MAX-CCUSTO       PIC 9(02) COMP VALUE 20.
015270 77  WRK-CC-IDX           PIC 9(02) COMP VALUE ZERO.
015280 77  WRK-CC-CODIGO        PIC X(04) VALUE SPACES.
015290 77  WRK-SW-CC-ACHADO     PIC X(01) VALUE 'N'.
015300     88  WRK-CC-ACHADO               VALUE 'S'.
015310 01  WRK-GL-HIST-CC.
015320     05  GLH-CC-TEXTO         PIC X(17) VALUE 'DESP SALARIOS CC '.
015330     05  GLH-CC-CODIGO        PIC X(04).
015340     05  FILLER               PIC X(04) VALUE SPACES.
015350 01  WRK-LINHA-CCUSTO.
015360     05  FILLER PIC X(08) VALUE 'EMPRESA '.
015370     05  CCL-EMPRESA          PIC X(02).
015380     05  FILLER PIC X(18) VALUE '  CENTRO DE CUSTO '.
015390     05  CCL-CODIGO           PIC X(04).
015400     05  FILLER PIC X(09) VALUE '  BRUTO: '.
015410     05  CCL-BRUTO            PIC ZZ.ZZZ.ZZ9,99.
015420     05  FILLER PIC X(11) VALUE '  LIQUIDO: '.
015430     05  CCL-LIQUIDO          PIC ZZ.ZZZ.ZZ9,99.
015440     05  FILLER PIC X(09) VALUE '  QTDE: '.
015450     05  CCL-QTDE             PIC ZZ.ZZ9.
015460     05  FILLER               PIC X(07) VALUE SPACES.
015470 77  WRK-GL-CC-SOMA       PIC 9(10)V99 VALUE ZEROS.
015480 77  WRK-GL-CC-TOTAL      PIC 9(10)V99 VALUE ZEROS.
015490 77  WRK-GL-CC-VERBA      PIC X(01) VALUE 'S'.
015500     88  WRK-GL-CC-SALARIOS          VALUE 'S'.
015510     88  WRK-GL-CC-PATRONAL          VALUE 'P'.
015520     88  WRK-GL-CC-FGTS              VALUE 'F'.
015530     88  WRK-GL-CC-BENEFICIO         VALUE 'B'.
015540 77  WRK-GL-CCUSTO        PIC X(04) VALUE SPACES.
015550*----------------------------------------------------------------
015560* PLANO DE CONTAS (PLANOCTA, MANTIDO PELO PROGCOB31), CARREGADO
015570* EM TABELA NO INICIO DO LOTE. ANTES DE ABRIR O GLPOST, OS
015580* LANCAMENTOS DO LOTE SAO MONTADOS UMA VEZ SO PARA CONSISTENCIA
015590* (WRK-GL-CONSISTINDO) E CADA CONTA E CONFERIDA CONTRA A TABELA:
015600* NAO CADASTRADA, INATIVA OU QUE EXIGE CENTRO DE CUSTO SEM ELE
015610* DESARMA WRK-SW-GL-CONTAS E O GLPOST NAO E GERADO.
015620*----------------------------------------------------------------
015630 77  WRK-CTA-STATUS       PIC X(02) VALUE '00'.
015640     88  WRK-CTA-OK                  VALUE '00'.
015650     88  WRK-CTA-EOF                 VALUE '10'.
015660 77  WRK-QTD-CONTAS       PIC 9(03) COMP VALUE ZERO.
015670 77  WRK-MAX-CONTAS       PIC 9(03) COMP VALUE 300.
015680 77  WRK-CTA-IDX          PIC 9(03) COMP VALUE ZERO.
015690 77  WRK-SW-CTA-ACHADA    PIC X(01) VALUE 'N'.
015700     88  WRK-CTA-ACHADA              VALUE 'S'.
015710 77  WRK-SW-PLANO         PIC X(01) VALUE 'N'.
015720     88  WRK-PLANO-CARREGADO         VALUE 'S'.
015730 77  WRK-SW-GL-MODO       PIC X(01) VALUE 'G'.
015740     88  WRK-GL-CONSISTINDO          VALUE 'C'.
015750     88  WRK-GL-GRAVANDO             VALUE 'G'.
015760 77  WRK-SW-GL-CONTAS     PIC X(01) VALUE 'S'.
015770     88  WRK-GL-CONTAS-OK            VALUE 'S'.
015780 01  TAB-PLANO.
015790     05  TAB-CTA-ENT OCCURS 300 TIMES.
015800         10  TAB-CTA-CONTA        PIC X(08).
015810         10  TAB-CTA-ATIVA        PIC X(01).
015820         10  TAB-CTA-EXIGE-CC     PIC X(01).
015830*----------------------------------------------------------------
015840* CADASTRO DE EMPRESAS (EMPRESAS, MANTIDO PELO PROGCOB29),
015850* CARREGADO EM TABELA NO INICIO DO LOTE, COM OS TOTAIS DO LOTE
015860* POR EMPRESA ACUMULADOS EM 2088 NOS VALORES CONVERTIDOS E
015870* GUARDADOS NO CHECKPOINT. OS TOTAIS DE CADA EMPRESA FECHAM O
015880* LOTE DO BANKREM E DO FGTSREM, O CONJUNTO DE LANCAMENTOS DO
015890* GLPOST E O SUBTOTAL DO RELATORIO DA EMPRESA. FUNCIONARIO COM A
015900* EMPRESA EM BRANCO E DA EMPRESA '01'.
015910*----------------------------------------------------------------
015920 77  WRK-CIA-STATUS       PIC X(02) VALUE '00'.
015930     88  WRK-CIA-OK                  VALUE '00'.
015940     88  WRK-CIA-EOF                 VALUE '10'.
015950 77  WRK-BWK-STATUS       PIC X(02) VALUE '00'.
015960     88  WRK-BWK-OK                  VALUE '00'.
015970     88  WRK-BWK-EOF                 VALUE '10'.
015980 77  WRK-FWK-STATUS       PIC X(02) VALUE '00'.
015990     88  WRK-FWK-OK                  VALUE '00'.
016000     88  WRK-FWK-EOF                 VALUE '10'.
016010 77  WRK-QTD-EMPRESAS     PIC 9(02) COMP VALUE ZERO.
016020 77  WRK-MAX-EMPRESAS     PIC 9(02) COMP VALUE 20.
016030 77  WRK-CIA-IDX          PIC 9(02) COMP VALUE ZERO.
016040 77  WRK-CKPT-CIA-IDX     PIC 9(02) COMP VALUE ZERO.
016050 77  WRK-EMPRESA          PIC X(02) VALUE SPACES.
016060 77  WRK-SW-CIA-ACHADO    PIC X(01) VALUE 'N'.
016070     88  WRK-CIA-ACHADO              VALUE 'S'.
016080 77  WRK-LOTE-QTDE        PIC 9(07) COMP VALUE ZERO.
016090 01  TAB-EMPRESAS.
016100     05  TAB-CIA-ENT OCCURS 20 TIMES.
016110         10  TAB-CIA-CODIGO       PIC X(02).
016120         10  TAB-CIA-RAZAO        PIC X(40).
016130         10  TAB-CIA-CNPJ         PIC 9(14).
016140         10  TAB-CIA-BANCO        PIC 9(03).
016150         10  TAB-CIA-AGENCIA      PIC 9(04).
016160         10  TAB-CIA-CONTA        PIC 9(08).
016170         10  TAB-CIA-GL-EMPRESA   PIC X(04).
016180         10  TAB-CIA-QTDE         PIC 9(07).
016190         10  TAB-CIA-BRUTO        PIC 9(08)V99.
016200         10  TAB-CIA-LIQUIDO      PIC 9(08)V99.
016210         10  TAB-CIA-INSS         PIC 9(08)V99.
016220         10  TAB-CIA-IRRF         PIC 9(08)V99.
016230         10  TAB-CIA-ADIANT       PIC 9(08)V99.
016240         10  TAB-CIA-SALFAM       PIC 9(08)V99.
016250         10  TAB-CIA-PATRONAL     PIC 9(08)V99.
016260         10  TAB-CIA-FGTS         PIC 9(08)V99.
016270         10  TAB-CIA-CONSIG       PIC 9(08)V99.
016280         10  TAB-CIA-BENEF        PIC 9(08)V99.
016290         10  TAB-CIA-BENEF-EMPR   PIC 9(08)V99.
016300 01  WRK-LINHA-EMPRESA.
016310     05  FILLER PIC X(08) VALUE 'EMPRESA '.
016320     05  CIAL-CODIGO          PIC X(02).
016330     05  FILLER PIC X(01) VALUE SPACES.
016340     05  CIAL-RAZAO           PIC X(25).
016350     05  FILLER PIC X(08) VALUE ' BRUTO: '.
016360     05  CIAL-BRUTO           PIC ZZ.ZZZ.ZZ9,99.
016370     05  FILLER PIC X(10) VALUE ' LIQUIDO: '.
016380     05  CIAL-LIQUIDO         PIC ZZ.ZZZ.ZZ9,99.
016390     05  FILLER PIC X(08) VALUE ' QTDE: '.
016400     05  CIAL-QTDE            PIC Z.ZZZ.ZZ9.
016410     05  FILLER               PIC X(03) VALUE SPACES.
016420*----------------------------------------------------------------
016430* CONTROLE DE FERIAS: O SALDO POR MATRICULA (FERSALDO - INICIO DO
016440* PERIODO AQUISITIVO, DIAS DE DIREITO E DIAS GOZADOS) E CARREGADO
016450* EM TABELA, ACRESCIDO DE 2,50 DIAS POR COMPETENCIA REGULAR
016460* FECHADA E DEBITADO PELA FOLHA DE FERIAS, QUE PASSOU A PAGAR SO
016470* AS MATRICULAS AGENDADAS NO FERAGEND (DATA DE INICIO E DIAS).
016480* SALDO COM 30 DIAS OU MAIS E PERIODO AQUISITIVO COM 18 MESES OU
016490* MAIS GERA AVISO DE FERIAS A VENCER NO FIM DO RELATORIO.
016500*----------------------------------------------------------------
016510 77  WRK-FSD-STATUS       PIC X(02) VALUE '00'.
016520     88  WRK-FSD-OK                  VALUE '00'.
016530     88  WRK-FSD-EOF                 VALUE '10'.
016540 77  WRK-SW-FSD-FALHA     PIC X(01) VALUE 'N'.
016550     88  WRK-FSD-FALHOU              VALUE 'S'.
016560 77  WRK-QTD-FERSALDO     PIC 9(04) COMP VALUE ZERO.
016570 77  WRK-MAX-FERSALDO     PIC 9(04) COMP VALUE 999.
016580 77  WRK-FSD-IDX          PIC 9(04) COMP VALUE ZERO.
016590 77  WRK-SW-FSD-ACHADO    PIC X(01) VALUE 'N'.
016600     88  WRK-FSD-ACHADO              VALUE 'S'.
016610 01  TAB-FERSALDO.
016620     05  TAB-FSD-ENT OCCURS 999 TIMES.
016630         10  TAB-FSD-MATRICULA    PIC X(06).
016640         10  TAB-FSD-AQUIS-INI    PIC 9(08).
016650         10  TAB-FSD-DIREITO      PIC 9(03)V99.
016660         10  TAB-FSD-GOZADOS      PIC 9(03)V99.
016670         10  TAB-FSD-SW-ATIVO     PIC X(01).
016680             88  TAB-FSD-ATIVO            VALUE 'S'.
016690             88  TAB-FSD-SUSPENSO         VALUE 'U'.
016700 77  WRK-AGD-STATUS       PIC X(02) VALUE '00'.
016710     88  WRK-AGD-OK                  VALUE '00'.
016720     88  WRK-AGD-EOF                 VALUE '10'.
016730 77  WRK-QTD-AGENDA       PIC 9(03) COMP VALUE ZERO.
016740 77  WRK-MAX-AGENDA       PIC 9(03) COMP VALUE 200.
016750 77  WRK-AGD-IDX          PIC 9(03) COMP VALUE ZERO.
016760 77  WRK-SW-AGD-ACHADA    PIC X(01) VALUE 'N'.
016770     88  WRK-AGD-ACHADA              VALUE 'S'.
016780 01  TAB-AGENDA.
016790     05  TAB-AGD-ENT OCCURS 200 TIMES.
016800         10  TAB-AGD-MATRICULA    PIC X(06).
016810         10  TAB-AGD-DATA-INI     PIC 9(08).
016820         10  TAB-AGD-DIAS         PIC 9(02).
016830         10  TAB-AGD-SW-APLICADA  PIC X(01).
016840             88  TAB-AGD-APLICADA         VALUE 'S'.
016850*----------------------------------------------------------------
016860* DIFERENCAS DE DISSIDIO (DISSDIF, GRAVADO PELO PROGCOB24): UMA
016870* ENTRADA POR MATRICULA E COMPETENCIA FECHADA, COM A DIFERENCA E
016880* O BRUTO/INSS/IRRF ORIGINAIS DA EPOCA, CARREGADAS SO NA FOLHA
016890* DISSIDIO PARA O BRUTO E O RECALCULO DOS DESCONTOS.
016900*----------------------------------------------------------------
016910 77  WRK-DFR-STATUS       PIC X(02) VALUE '00'.
016920     88  WRK-DFR-OK                  VALUE '00'.
016930     88  WRK-DFR-EOF                 VALUE '10'.
016940 77  WRK-QTD-DIFERENCAS   PIC 9(04) COMP VALUE ZERO.
016950 77  WRK-MAX-DIFERENCAS   PIC 9(04) COMP VALUE 3000.
016960 77  WRK-DFR-IDX          PIC 9(04) COMP VALUE ZERO.
016970 77  WRK-SW-DFR-ACHADA    PIC X(01) VALUE 'N'.
016980     88  WRK-DFR-ACHADA              VALUE 'S'.
016990 01  TAB-DIFERENCAS.
017000     05  TAB-DFR-ENT OCCURS 3000 TIMES.
017010         10  TAB-DFR-MATRICULA    PIC X(06).
017020         10  TAB-DFR-COMPETENCIA  PIC 9(06).
017030         10  TAB-DFR-VALOR        PIC 9(06)V99.
017040         10  TAB-DFR-BRUTO-ORIG   PIC 9(08)V99.
017050         10  TAB-DFR-INSS-ORIG    PIC 9(08)V99.
017060         10  TAB-DFR-IRRF-ORIG    PIC 9(08)V99.
017070 77  WRK-SALARIO-DISSIDIO PIC 9(06)V99 VALUE ZEROS.
017080 77  WRK-INSS-DISSIDIO    PIC 9(06)V99 VALUE ZEROS.
017090 77  WRK-IRRF-DISSIDIO    PIC 9(06)V99 VALUE ZEROS.
017100 77  WRK-DFR-ED           PIC $ZZZ.ZZ9,99 VALUE ZEROS.
017110*----------------------------------------------------------------
017120* ADIANTAMENTOS SALARIAIS (ADIANTAM) DA COMPETENCIA DO LOTE: NA
017130* FOLHA ADIANT EVITAM PAGAR DUAS VEZES A MESMA MATRICULA E NA
017140* FOLHA REGULAR SAO DESCONTADOS DO LIQUIDO. O PERCENTUAL VEM DO
017150* PAYTIPO (RCF-PERCENTUAL), COM 40% QUANDO AUSENTE OU INVALIDO.
017160*----------------------------------------------------------------
017170 77  WRK-ADT-STATUS       PIC X(02) VALUE '00'.
017180     88  WRK-ADT-OK                  VALUE '00'.
017190     88  WRK-ADT-EOF                 VALUE '10'.
017200 77  WRK-SW-ADT-FALHA     PIC X(01) VALUE 'N'.
017210     88  WRK-ADT-FALHOU              VALUE 'S'.
017220 77  WRK-PCT-ADIANT       PIC 9(03)V99 VALUE 40,00.
017230 77  WRK-QTD-ADIANT       PIC 9(04) COMP VALUE ZERO.
017240 77  WRK-MAX-ADIANT       PIC 9(04) COMP VALUE 3000.
017250 77  WRK-ADT-IDX          PIC 9(04) COMP VALUE ZERO.
017260 77  WRK-SW-ADT-ACHADO    PIC X(01) VALUE 'N'.
017270     88  WRK-ADT-ACHADO              VALUE 'S'.
017280 77  WRK-CONT-ADT-DESLIG  PIC 9(05) COMP VALUE ZERO.
017290 01  TAB-ADIANTAMENTOS.
017300     05  TAB-ADT-ENT OCCURS 3000 TIMES.
017310         10  TAB-ADT-MATRICULA    PIC X(06).
017320         10  TAB-ADT-VALOR        PIC 9(06)V99.
017330*----------------------------------------------------------------
017340* ALTERACOES BANCARIAS APROVADAS (BNKPEND, SITUACAO 'A') HA MENOS
017350* DE WRK-DIAS-CONTA-NOVA DIAS DA DATA DO LOTE (PAYTABS TIPO CTAN,
017360* 30 QUANDO AUSENTE), PARA O AVISO DE PAGAMENTO EM CONTA NOVA.
017370*----------------------------------------------------------------
017380 77  WRK-BNP-STATUS       PIC X(02) VALUE '00'.
017390     88  WRK-BNP-OK                  VALUE '00'.
017400     88  WRK-BNP-EOF                 VALUE '10'.
017410 77  WRK-DIAS-CONTA-NOVA  PIC 9(03) VALUE ZEROS.
017420 77  WRK-QTD-CONTAS-NOVAS PIC 9(04) COMP VALUE ZERO.
017430 77  WRK-MAX-CONTAS-NOVAS PIC 9(04) COMP VALUE 3000.
017440 77  WRK-CTN-IDX          PIC 9(04) COMP VALUE ZERO.
017450 77  WRK-CONT-CONTA-NOVA  PIC 9(05) COMP VALUE ZERO.
017460 01  TAB-CONTAS-NOVAS.
017470     05  TAB-CTN-ENT OCCURS 3000 TIMES.
017480         10  TAB-CTN-MATRICULA    PIC X(06).
017490         10  TAB-CTN-BANCO        PIC 9(03).
017500         10  TAB-CTN-AGENCIA      PIC 9(04).
017510         10  TAB-CTN-CONTA        PIC 9(08).
017520         10  TAB-CTN-DATA-APROV   PIC 9(08).
017530         10  TAB-CTN-OPER-APROV   PIC X(10).
017540 77  WRK-DIAS-FERIAS      PIC 9(02) VALUE ZEROS.
017550 77  WRK-SALDO-FERIAS     PIC S9(04)V99 VALUE ZEROS.
017560 77  WRK-ACRESC-FERIAS    PIC 9(01)V99 VALUE 2,50.
017570 77  WRK-MESES-AQUIS      PIC 9(06) COMP VALUE ZERO.
017580 77  WRK-MESES-LIMITE     PIC 9(06) COMP VALUE ZERO.
017590 77  WRK-ANO-AUX          PIC 9(04) VALUE ZEROS.
017600 77  WRK-MES-AUX          PIC 9(02) VALUE ZEROS.
017610 01  WRK-LINHA-AGD-ERRO.
017620     05  FILLER PIC X(31)
017630         VALUE 'AGENDA DE FERIAS NAO APLICADA: '.
017640     05  AGDE-MATRICULA       PIC X(06).
017650     05  FILLER               PIC X(63) VALUE SPACES.
017660 01  WRK-LINHA-ADT-DESLIG.
017670     05  FILLER PIC X(40)
017680         VALUE 'ADIANTAMENTO DE DESLIGADO NAO DESCONTADO'.
017690     05  FILLER PIC X(02) VALUE ': '.
017700     05  ADTD-MATRICULA       PIC X(06).
017710     05  FILLER PIC X(09) VALUE '  VALOR: '.
017720     05  ADTD-VALOR           PIC ZZZ.ZZ9,99.
017730     05  FILLER               PIC X(33) VALUE SPACES.
017740 01  WRK-LINHA-CONTA-NOVA.
017750     05  FILLER PIC X(27) VALUE 'CONTA APROVADA HA MENOS DE '.
017760     05  CTNL-DIAS            PIC ZZ9.
017770     05  FILLER PIC X(07) VALUE ' DIAS: '.
017780     05  CTNL-MATRICULA       PIC X(06).
017790     05  FILLER PIC X(02) VALUE SPACES.
017800     05  CTNL-BANCO           PIC 9(03).
017810     05  FILLER PIC X(01) VALUE '/'.
017820     05  CTNL-AGENCIA         PIC 9(04).
017830     05  FILLER PIC X(01) VALUE '/'.
017840     05  CTNL-CONTA           PIC 9(08).
017850     05  FILLER PIC X(04) VALUE ' EM '.
017860     05  CTNL-DATA-APROV      PIC 9(08).
017870     05  FILLER PIC X(05) VALUE ' POR '.
017880     05  CTNL-OPER-APROV      PIC X(10).
017890     05  FILLER               PIC X(11) VALUE SPACES.
017900 01  WRK-LINHA-FER-VENC.
017910     05  FILLER PIC X(17) VALUE 'FERIAS A VENCER: '.
017920     05  FVC-MATRICULA        PIC X(06).
017930     05  FILLER PIC X(09) VALUE '  SALDO: '.
017940     05  FVC-SALDO            PIC ZZ9,99.
017950     05  FILLER PIC X(20) VALUE '  AQUISITIVO DESDE '.
017960     05  FVC-AQUIS            PIC 9(08).
017970     05  FILLER               PIC X(34) VALUE SPACES.
017980*----------------------------------------------------------------
017990* CONSIGNACOES (CONSIG): DESCONTOS RECORRENTES POR MATRICULA,
018000* CARREGADOS EM TABELA NO INICIO DO LOTE E APLICADOS APOS O
018010* CALCULO DOS DESCONTOS, LIMITADOS A MARGEM LEGAL SOBRE O
018020* LIQUIDO. O SWITCH DE CADA ENTRADA MARCA SE FOI APLICADA (S),
018030* AGUARDA FUNCIONARIO (N) OU FICOU FORA DA MARGEM (M). NO
018040* FECHAMENTO, AS APLICADAS TEM A PARCELA DECREMENTADA E O
018050* ARQUIVO E REGRAVADO SEM AS QUITADAS.
018060*----------------------------------------------------------------
018070 77  WRK-CSG-STATUS       PIC X(02) VALUE '00'.
018080     88  WRK-CSG-OK                  VALUE '00'.
018090     88  WRK-CSG-EOF                 VALUE '10'.
018100 77  WRK-SW-CSG-FALHA     PIC X(01) VALUE 'N'.
018110     88  WRK-CSG-FALHOU              VALUE 'S'.
018120 77  WRK-QTD-CONSIG       PIC 9(03) COMP VALUE ZERO.
018130 77  WRK-MAX-CONSIG       PIC 9(03) COMP VALUE 200.
018140 77  WRK-CSG-IDX          PIC 9(03) COMP VALUE ZERO.
018150 77  WRK-MARGEM-PCT       PIC 9(03)V99 VALUE ZEROS.
018160 77  WRK-MARGEM-RESTANTE  PIC S9(07)V99 VALUE ZEROS.
018170 77  WRK-CONSIG-FUNC      PIC 9(06)V99 VALUE ZEROS.
018180 77  WRK-CONSIG-CONV      PIC 9(08)V99 VALUE ZEROS.
018190 77  WRK-TOTAL-CONSIG     PIC 9(08)V99 VALUE ZEROS.
018200 77  WRK-CONT-CSG-MARGEM  PIC 9(05) COMP VALUE ZERO.
018210 77  WRK-CONSIG-ED        PIC $ZZZ.ZZ9,99 VALUE ZEROS.
018220 01  TAB-CONSIGNACOES.
018230     05  TAB-CSG-ENT OCCURS 200 TIMES.
018240         10  TAB-CSG-MATRICULA    PIC X(06).
018250         10  TAB-CSG-CODIGO       PIC X(02).
018260         10  TAB-CSG-DESCRICAO    PIC X(20).
018270         10  TAB-CSG-VALOR        PIC 9(06)V99.
018280         10  TAB-CSG-PARCELAS     PIC 9(03).
018290         10  TAB-CSG-SW-APLICADA  PIC X(01).
018300             88  TAB-CSG-APLICADA         VALUE 'S'.
018310             88  TAB-CSG-FORA-MARGEM      VALUE 'M'.
018320 01  WRK-LINHA-CSG-MARGEM.
018330     05  FILLER PIC X(25) VALUE 'CONSIGNACAO FORA MARGEM: '.
018340     05  CSGM-MATRICULA       PIC X(06).
018350     05  FILLER               PIC X(02) VALUE SPACES.
018360     05  CSGM-CODIGO          PIC X(02).
018370     05  FILLER PIC X(03) VALUE ' - '.
018380     05  CSGM-DESCRICAO       PIC X(20).
018390     05  FILLER PIC X(22) VALUE ' - FICA PARA O PROXIMO'.
018400     05  FILLER               PIC X(20) VALUE ' MES'.
018410 01  WRK-SLP-ROT-CONSIG.
018420     05  FILLER PIC X(12) VALUE 'CONSIGNACAO '.
018430     05  SLPCG-CODIGO         PIC X(02).
018440     05  FILLER PIC X(14) VALUE ' ...........:'.
018450 01  WRK-SLP-ROT-DISSIDIO.
018460     05  FILLER PIC X(18) VALUE 'DIFERENCA COMPET. '.
018470     05  SLPDS-COMPETENCIA    PIC 9(06).
018480     05  FILLER PIC X(04) VALUE ' ..:'.
018490*----------------------------------------------------------------
018500* BENEFICIOS (BENEF, MANTIDO PELO PROGCOB34): ADESOES A VALE-
018510* TRANSPORTE, VALE-REFEICAO E PLANO DE SAUDE VIGENTES NA
018520* COMPETENCIA, CARREGADAS EM TABELA NO INICIO DA FOLHA REGULAR COM
018530* O CUSTO DO MES JA CALCULADO: VT E VR PELOS DIAS UTEIS (SEGUNDA A
018540* SEXTA, MENOS OS FERIADOS DO CALENDARIO FERIADOS) DO PERIODO DA
018550* ADESAO DENTRO DA COMPETENCIA; PS PELO PRECO MENSAL DO TITULAR OU
018560* DO DEPENDENTE NA TABELA DE PLANOS (BENPLAN). A PARTE DO
018570* EMPREGADO E DESCONTADA DO LIQUIDO - NO VT ATE 6% DO SALARIO
018580* BASE,
018590* NO VR E NO PS PELO PERCENTUAL DO PLANO - E O RESTANTE E CUSTO DA
018600* EMPRESA, CONTABILIZADO POR CENTRO DE CUSTO. O SWITCH DE CADA
018610* ENTRADA MARCA SE FOI APLICADA (S) OU AGUARDA FUNCIONARIO (N).
018620*----------------------------------------------------------------
018630 77  WRK-BEN-STATUS       PIC X(02) VALUE '00'.
018640     88  WRK-BEN-OK                  VALUE '00'.
018650     88  WRK-BEN-EOF                 VALUE '10'.
018660 77  WRK-PLN-STATUS       PIC X(02) VALUE '00'.
018670     88  WRK-PLN-OK                  VALUE '00'.
018680     88  WRK-PLN-EOF                 VALUE '10'.
018690 77  WRK-FER-STATUS       PIC X(02) VALUE '00'.
018700     88  WRK-FER-OK                  VALUE '00'.
018710     88  WRK-FER-EOF                 VALUE '10'.
018720 77  WRK-BPD-STATUS       PIC X(02) VALUE '00'.
018730     88  WRK-BPD-OK                  VALUE '00'.
018740 77  WRK-SW-BPD-FALHA     PIC X(01) VALUE 'N'.
018750     88  WRK-BPD-FALHOU              VALUE 'S'.
018760 77  WRK-QTD-BENEFICIOS   PIC 9(04) COMP VALUE ZERO.
018770 77  WRK-MAX-BENEFICIOS   PIC 9(04) COMP VALUE 1000.
018780 77  WRK-BNF-IDX          PIC 9(04) COMP VALUE ZERO.
018790 77  WRK-QTD-PLANOS-BEN   PIC 9(03) COMP VALUE ZERO.
018800 77  WRK-MAX-PLANOS-BEN   PIC 9(03) COMP VALUE 100.
018810 77  WRK-BPL-IDX          PIC 9(03) COMP VALUE ZERO.
018820 77  WRK-SW-BPL-ACHADO    PIC X(01) VALUE 'N'.
018830     88  WRK-BPL-ACHADO              VALUE 'S'.
018840 77  WRK-SW-BNF-DEP-ACHADO PIC X(01) VALUE 'N'.
018850     88  WRK-BNF-DEP-ACHADO          VALUE 'S'.
018860 77  WRK-QTD-FERIADOS     PIC 9(03) COMP VALUE ZERO.
018870 77  WRK-MAX-FERIADOS     PIC 9(03) COMP VALUE 100.
018880 77  WRK-FER-IDX          PIC 9(03) COMP VALUE ZERO.
018890 77  WRK-SW-FERIADO       PIC X(01) VALUE 'N'.
018900     88  WRK-EH-FERIADO              VALUE 'S'.
018910 77  WRK-DOW-VERIF        PIC 9(01) VALUE ZERO.
018920 77  WRK-ZEL-ANO          PIC 9(04) COMP VALUE ZERO.
018930 77  WRK-ZEL-MES          PIC 9(02) COMP VALUE ZERO.
018940 77  WRK-ZEL-SECULO       PIC 9(02) COMP VALUE ZERO.
018950 77  WRK-ZEL-ANOSEC       PIC 9(02) COMP VALUE ZERO.
018960 77  WRK-ZEL-T1           PIC 9(04) COMP VALUE ZERO.
018970 77  WRK-ZEL-SOMA         PIC 9(05) COMP VALUE ZERO.
018980 77  WRK-ZEL-H            PIC 9(01) COMP VALUE ZERO.
018990 77  WRK-DIAS-UTEIS-MES   PIC 9(02) VALUE ZEROS.
019000 77  WRK-BNF-DIA          PIC 9(02) COMP VALUE ZERO.
019010 77  WRK-BNF-DIA-DE       PIC 9(02) VALUE ZEROS.
019020 77  WRK-BNF-DIA-ATE      PIC 9(02) VALUE ZEROS.
019030 77  WRK-BNF-DIAS         PIC 9(02) VALUE ZEROS.
019040 77  WRK-BNF-PCT-VT       PIC 9(03)V99 VALUE 6.
019050 77  WRK-BNF-TETO-VT      PIC 9(06)V99 VALUE ZEROS.
019060 77  WRK-BNF-DISPONIVEL   PIC 9(06)V99 VALUE ZEROS.
019070 77  WRK-BNF-DESCONTO     PIC 9(06)V99 VALUE ZEROS.
019080 77  WRK-BNF-VT-FUNC      PIC 9(06)V99 VALUE ZEROS.
019090 77  WRK-BNF-VR-FUNC      PIC 9(06)V99 VALUE ZEROS.
019100 77  WRK-BNF-PS-FUNC      PIC 9(06)V99 VALUE ZEROS.
019110 77  WRK-BNF-PS-VIDAS     PIC 9(02) VALUE ZEROS.
019120 77  WRK-BENEF-FUNC       PIC 9(06)V99 VALUE ZEROS.
019130 77  WRK-BENEF-EMPR       PIC 9(06)V99 VALUE ZEROS.
019140 77  WRK-BENEF-FUNC-BRL   PIC 9(06)V99 VALUE ZEROS.
019150 77  WRK-BNF-CUSTO-FUNC   PIC 9(06)V99 VALUE ZEROS.
019160 77  WRK-BNF-DESC-BRL     PIC 9(06)V99 VALUE ZEROS.
019170 77  WRK-BENEF-CONV       PIC 9(08)V99 VALUE ZEROS.
019180 77  WRK-BENEF-EMPR-CONV  PIC 9(08)V99 VALUE ZEROS.
019190 77  WRK-TOTAL-BENEF      PIC 9(08)V99 VALUE ZEROS.
019200 77  WRK-TOTAL-BENEF-EMPR PIC 9(08)V99 VALUE ZEROS.
019210 77  WRK-BENEF-ED         PIC $ZZZ.ZZ9,99 VALUE ZEROS.
019220*----------------------------------------------------------------
019230* VALOR (SEMPRE POSITIVO; A FALTA E DESCONTO PELO ROTULO) E
019240* QUANTIDADE DO MOVIMENTO ITEMIZADO NO CONTRACHEQUE (7580).
019250*----------------------------------------------------------------
019260 77  WRK-MOV-ED           PIC $ZZZ.ZZ9,99 VALUE ZEROS.
019270 77  WRK-MOV-QTDE-ED      PIC ZZZ.ZZ9,99 VALUE ZEROS.
019280 01  TAB-DIAS-UTEIS.
019290     05  TAB-DIA-UTIL         PIC X(01) OCCURS 31 TIMES.
019300 01  TAB-CALENDARIO.
019310     05  TAB-FERIADO-DATA     PIC 9(08) OCCURS 100 TIMES.
019320 01  TAB-BENEFICIOS.
019330     05  TAB-BNF-ENT OCCURS 1000 TIMES.
019340         10  TAB-BNF-MATRICULA    PIC X(06).
019350         10  TAB-BNF-TIPO         PIC X(02).
019360         10  TAB-BNF-SW-DEPENDENTE PIC X(01).
019370             88  TAB-BNF-DEPENDENTE       VALUE 'S'.
019380         10  TAB-BNF-BPL-IDX      PIC 9(03).
019390         10  TAB-BNF-DIAS         PIC 9(02).
019400         10  TAB-BNF-CUSTO        PIC 9(06)V99.
019410         10  TAB-BNF-SW-APLICADA  PIC X(01).
019420             88  TAB-BNF-APLICADA         VALUE 'S'.
019430 01  TAB-PLANOS-BEN.
019440     05  TAB-BPL-ENT OCCURS 100 TIMES.
019450         10  TAB-BPL-TIPO         PIC X(02).
019460         10  TAB-BPL-PLANO        PIC X(04).
019470         10  TAB-BPL-FORNECEDOR   PIC X(20).
019480         10  TAB-BPL-VALOR-TITULAR PIC 9(05)V99.
019490         10  TAB-BPL-VALOR-DEPEND PIC 9(05)V99.
019500         10  TAB-BPL-PCT-EMPREGADO PIC 9(03)V99.
019510         10  TAB-BPL-QTDE-TITULAR PIC 9(05).
019520         10  TAB-BPL-QTDE-DEPEND  PIC 9(05).
019530         10  TAB-BPL-QTDE-DIAS    PIC 9(07).
019540         10  TAB-BPL-VALOR        PIC 9(09)V99.
019550*----------------------------------------------------------------
019560* CONTROLE DE PAGINACAO DO RELATORIO DE HOLERITES.
019570*----------------------------------------------------------------
019580 77  WRK-DATA-ATUAL        PIC 9(08) VALUE ZEROS.
019590 77  WRK-MAX-LINHAS        PIC 9(02) COMP VALUE 20.
019600 77  WRK-CONT-LINHAS       PIC 9(02) COMP VALUE 99.
019610 77  WRK-NUM-PAGINA        PIC 9(03) COMP VALUE ZERO.
019620 77  WRK-TOTAL-LIQUIDO     PIC 9(08)V99 VALUE ZEROS.
019630 77  WRK-TOTAL-LIQUIDO-ED  PIC $ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
019640*----------------------------------------------------------------
019650* DESCONTOS CALCULADOS E SEUS CAMPOS EDITADOS PARA O HOLERITE.
019660*----------------------------------------------------------------
019670 77  WRK-BASE-IRRF        PIC 9(06)V99 VALUE ZEROS.
019680 77  WRK-INSS             PIC 9(06)V99 VALUE ZEROS.
019690 77  WRK-INSS-ED          PIC $ZZZ.ZZ9,99 VALUE ZEROS.
019700 77  WRK-INSS-TETO        PIC 9(06)V99 VALUE ZEROS.
019710 77  WRK-IRRF             PIC 9(06)V99 VALUE ZEROS.
019720 77  WRK-IRRF-ED          PIC $ZZZ.ZZ9,99 VALUE ZEROS.
019730 77  WRK-SALARIO-LIQUIDO     PIC 9(06)V99 VALUE ZEROS.
019740 77  WRK-SALARIO-LIQUIDO-ED  PIC $ZZZ.ZZ9,99 VALUE ZEROS.
019750*----------------------------------------------------------------
019760* TABELA DE FAIXAS DO INSS (LIMITE SUPERIOR, ALIQUOTA, PARCELA
019770* A DEDUZIR), CARREGADA EM 1083-CARREGA-TABELAS DO TAX-TABLE-
019780* FILE (PAYTABS) COM O CONJUNTO VIGENTE NA DATA DO LOTE. O TETO
019790* DO INSS (WRK-INSS-TETO) VEM DO REGISTRO DE TIPO 'TETO'.
019800*----------------------------------------------------------------
019810 01  TAB-INSS.
019820     05  TAB-INSS-FAIXA OCCURS 10 TIMES.
019830         10  TAB-INSS-LIMITE    PIC 9(06)V99.
019840         10  TAB-INSS-ALIQUOTA  PIC 9(02)V99.
019850         10  TAB-INSS-DEDUZIR   PIC 9(06)V99.
019860 77  WRK-QTD-FAIXAS-INSS  PIC 9(02) COMP VALUE ZERO.
019870 77  WRK-MAX-FAIXAS       PIC 9(02) COMP VALUE 10.
019880*----------------------------------------------------------------
019890* TABELA DE FAIXAS DO IRRF (LIMITE SUPERIOR, ALIQUOTA, PARCELA
019900* A DEDUZIR), CARREGADA DO MESMO PAYTABS. A ULTIMA FAIXA DO
019910* CONJUNTO VIGENTE E A FAIXA ABERTA (ACIMA DO LIMITE) E DEVE
019920* TRAZER UM LIMITE SENTINELA (999999,99) NO ARQUIVO: O IRRF,
019930* AO CONTRARIO DO INSS, E PROGRESSIVO E NAO TEM TETO DE DESCONTO.
019940*----------------------------------------------------------------
019950 01  TAB-IRRF.
019960     05  TAB-IRRF-FAIXA OCCURS 10 TIMES.
019970         10  TAB-IRRF-LIMITE    PIC 9(06)V99.
019980         10  TAB-IRRF-ALIQUOTA  PIC 9(02)V99.
019990         10  TAB-IRRF-DEDUZIR   PIC 9(06)V99.
020000 77  WRK-QTD-FAIXAS-IRRF  PIC 9(02) COMP VALUE ZERO.
020010 77  WRK-TBX-STATUS       PIC X(02) VALUE '00'.
020020     88  WRK-TBX-OK                  VALUE '00'.
020030     88  WRK-TBX-EOF                 VALUE '10'.
020040*----------------------------------------------------------------
020050* LINHAS DE IMPRESSAO DO RELATORIO DE HOLERITES (CABECALHO DA
020060* EMPRESA, CABECALHO DE PAGINA, CABECALHO DE COLUNAS, DETALHE
020070* E TOTAL), MONTADAS EM WORKING-STORAGE E MOVIDAS PARA
020080* REPORT-RECORD ANTES DE CADA WRITE.
020090*----------------------------------------------------------------
020100 01  WRK-LINHA-CABEC1.
020110     05  FILLER               PIC X(30) VALUE SPACES.
020120     05  CAB1-TITULO          PIC X(44)
020130         VALUE 'FOLHA DE PAGAMENTO - RELATORIO DE HOLERITES'.
020140     05  FILLER               PIC X(30) VALUE SPACES.
020150 01  WRK-LINHA-CABEC2.
020160     05  FILLER               PIC X(08) VALUE 'DATA: '.
020170     05  CAB2-DATA            PIC 9(08).
020180     05  FILLER               PIC X(10) VALUE SPACES.
020190     05  FILLER               PIC X(08) VALUE 'PAGINA: '.
020200     05  CAB2-PAGINA          PIC ZZ9.
020210     05  FILLER               PIC X(04) VALUE SPACES.
020220     05  FILLER               PIC X(08) VALUE 'MOEDA: '.
020230     05  CAB2-MOEDA           PIC X(03).
020240 01  WRK-LINHA-COLUNAS.
020250     05  FILLER               PIC X(10) VALUE 'MATRICULA'.
020260     05  FILLER               PIC X(30) VALUE 'NOME'.
020270     05  FILLER               PIC X(15) VALUE 'SALARIO BRUTO'.
020280     05  FILLER               PIC X(12) VALUE 'INSS'.
020290     05  FILLER               PIC X(12) VALUE 'IRRF'.
020300     05  FILLER               PIC X(15) VALUE 'LIQUIDO'.
020310     05  FILLER               PIC X(06) VALUE 'MOEDA'.
020320 01  WRK-LINHA-DETALHE.
020330     05  DET-MATRICULA        PIC X(10).
020340     05  DET-NOME             PIC X(30).
020350     05  DET-BRUTO            PIC X(11).
020360     05  FILLER               PIC X(04) VALUE SPACES.
020370     05  DET-INSS             PIC X(11).
020380     05  FILLER               PIC X(01) VALUE SPACES.
020390     05  DET-IRRF             PIC X(11).
020400     05  FILLER               PIC X(01) VALUE SPACES.
020410     05  DET-LIQUIDO          PIC X(11).
020420     05  FILLER               PIC X(04) VALUE SPACES.
020430     05  DET-MOEDA            PIC X(03).
020440     05  FILLER               PIC X(03) VALUE SPACES.
020450 01  WRK-LINHA-MOVIMENTO.
020460     05  FILLER               PIC X(12) VALUE SPACES.
020470     05  FILLER               PIC X(10) VALUE 'MOVIMENTO '.
020480     05  MOVL-EVENTO          PIC X(02).
020490     05  FILLER               PIC X(02) VALUE SPACES.
020500     05  MOVL-DESCRICAO       PIC X(16).
020510     05  FILLER               PIC X(08) VALUE '  QTDE: '.
020520     05  MOVL-QTDE            PIC ZZZ.ZZ9,99.
020530     05  FILLER               PIC X(09) VALUE '  VALOR: '.
020540     05  MOVL-VALOR           PIC -ZZZ.ZZ9,99.
020550     05  FILLER               PIC X(20) VALUE SPACES.
020560 01  WRK-LINHA-MOV-ERRO.
020570     05  FILLER PIC X(24) VALUE 'MOVIMENTO NAO APLICADO: '.
020580     05  MVE-MATRICULA        PIC X(06).
020590     05  FILLER               PIC X(02) VALUE SPACES.
020600     05  MVE-EVENTO           PIC X(02).
020610     05  FILLER               PIC X(03) VALUE ' - '.
020620     05  MVE-TEXTO            PIC X(35).
020630     05  FILLER               PIC X(28) VALUE SPACES.
020640 01  WRK-LINHA-REJEITADO.
020650     05  FILLER PIC X(22) VALUE 'REJEITADO: MATRICULA '.
020660     05  REJL-MATRICULA       PIC X(06).
020670     05  FILLER PIC X(09) VALUE '  MOTIVO '.
020680     05  REJL-MOTIVO          PIC X(02).
020690     05  FILLER PIC X(03) VALUE ' - '.
020700     05  REJL-TEXTO           PIC X(35).
020710     05  FILLER               PIC X(23) VALUE SPACES.
020720 01  WRK-LINHA-SUBTOT.
020730     05  FILLER PIC X(07) VALUE 'MOEDA '.
020740     05  SBT-MOEDA            PIC X(03).
020750     05  FILLER PIC X(20) VALUE '  LIQUIDO ORIGINAL: '.
020760     05  SBT-ORIG             PIC ZZ.ZZZ.ZZ9,99.
020770     05  FILLER PIC X(15) VALUE '  CONVERTIDO: '.
020780     05  SBT-CONV             PIC ZZ.ZZZ.ZZ9,99.
020790     05  FILLER PIC X(09) VALUE '  QTDE: '.
020800     05  SBT-QTDE             PIC ZZ.ZZ9.
020810     05  FILLER               PIC X(14) VALUE SPACES.
020820 01  WRK-LINHA-TOTAL.
020830     05  FILLER PIC X(25) VALUE 'TOTAL LIQUIDO DA FOLHA: '.
020840     05  TOT-LIQUIDO          PIC X(14).
020850     05  FILLER               PIC X(45) VALUE SPACES.
020860 PROCEDURE DIVISION.
020870******************************************************************
020880* 0000-MAINLINE - CONTROLA A EXECUCAO DO LOTE DE FOLHA.
020890******************************************************************
020900 0000-MAINLINE.
020910     PERFORM 0500-LOGON-OPERADOR THRU 0500-EXIT.
020920     IF NOT WRK-OPERADOR-VALIDO
020930         DISPLAY 'OPERADOR NAO AUTORIZADO: ' WRK-OPERADOR
020940         MOVE 8 TO RETURN-CODE
020950         GOBACK
020960     END-IF.
020970     PERFORM 0600-VERIFICA-ETAPA THRU 0600-EXIT.
020980     IF WRK-STP-JA-CONCLUIDA
020990         DISPLAY 'ETAPA ' WRK-STP-STEP ' JA CONCLUIDA PARA '
021000             WRK-STP-COMPETENCIA ' ' WRK-STP-TIPO ' (RC '
021010             WRK-STP-RC-ANTERIOR ') - NADA A FAZER'
021020         MOVE WRK-STP-RC-ANTERIOR TO RETURN-CODE
021030         GOBACK
021040     END-IF.
021050     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021060     PERFORM 2000-PROCESS-EMPLOYEE THRU 2000-EXIT
021070         UNTIL WRK-EMP-EOF.
021080     PERFORM 9000-FINALIZE THRU 9000-EXIT.
021090     IF WRK-CONT-ERROS > 0 OR NOT WRK-LOTE-CONFERE
021100             OR WRK-CKPT-FALHOU OR WRK-HIST-FALHOU
021110             OR WRK-CONT-MOV-ERROS > 0 OR WRK-REM-FALHOU
021120             OR NOT WRK-GL-CONFERE OR WRK-GL-FALHOU
021130             OR NOT WRK-GL-CONTAS-OK
021140             OR WRK-IMP-FALHOU OR WRK-SUS-FALHOU
021150             OR WRK-PER-FALHOU OR WRK-SLIP-FALHOU
021160             OR WRK-FGR-FALHOU OR WRK-CSG-FALHOU
021170             OR WRK-ARC-FALHOU OR WRK-FSD-FALHOU
021180             OR WRK-CONT-AGD-ERROS > 0
021190             OR WRK-ADT-FALHOU OR WRK-CONT-ADT-DESLIG > 0
021200             OR WRK-BPD-FALHOU
021210         MOVE 4 TO RETURN-CODE
021220     ELSE
021230         MOVE 0 TO RETURN-CODE
021240     END-IF.
021250     PERFORM 0650-CONCLUI-ETAPA THRU 0650-EXIT.
021260     GOBACK.
021270******************************************************************
021280* 0500-LOGON-OPERADOR - VALIDA O OPERADOR (E A SENHA, LIDA DO
021290*                       PAYOPER OU DO CONSOLE) CONTRA O CADASTRO
021300*                       DE SEGURANCA (OPERSEC): ATIVO, SENHA E
021310*                       AUTORIZACAO DE EXECUCAO DA FOLHA.
021320*                       TENTATIVA RECUSADA E GRAVADA NO SECAUD.
021330******************************************************************
021340 0500-LOGON-OPERADOR.
021350     MOVE 'N' TO WRK-SW-OPER-ARQUIVO.
021360     OPEN INPUT OPERATOR-CONTROL-FILE.
021370     IF WRK-OPER-CFG-OK
021380         READ OPERATOR-CONTROL-FILE
021390             AT END
021400                 CONTINUE
021410             NOT AT END
021420                 MOVE OPCFG-OPERADOR TO WRK-OPERADOR
021430                 MOVE OPCFG-SENHA    TO WRK-SENHA
021440                 SET WRK-OPER-ARQUIVO TO TRUE
021450         END-READ
021460         CLOSE OPERATOR-CONTROL-FILE
021470     END-IF.
021480     IF NOT WRK-OPER-ARQUIVO
021490         DISPLAY 'OPERADOR: ' WITH NO ADVANCING
021500         ACCEPT WRK-OPERADOR FROM CONSOLE
021510         DISPLAY 'SENHA: ' WITH NO ADVANCING
021520         ACCEPT WRK-SENHA FROM CONSOLE
021530     END-IF.
021540     MOVE 'N' TO WRK-SW-OPERADOR.
021550     MOVE SPACES TO WRK-MOTIVO-LOGON.
021560     PERFORM 0510-PROCURA-OPERSEC THRU 0510-EXIT.
021570     EVALUATE TRUE
021580         WHEN NOT WRK-OPR-ACHADO
021590             MOVE 'NAO CADASTRADO' TO WRK-MOTIVO-LOGON
021600         WHEN WRK-OPR-ATIVO NOT = 'S'
021610             MOVE 'OPERADOR INATIVO' TO WRK-MOTIVO-LOGON
021620         WHEN WRK-OPR-SENHA NOT = WRK-SENHA
021630             MOVE 'SENHA INVALIDA' TO WRK-MOTIVO-LOGON
021640         WHEN WRK-OPR-AUT-FUNCAO NOT = 'S'
021650             MOVE 'SEM AUTORIZACAO' TO WRK-MOTIVO-LOGON
021660         WHEN OTHER
021670             MOVE 'S' TO WRK-SW-OPERADOR
021680     END-EVALUATE.
021690     IF NOT WRK-OPERADOR-VALIDO
021700         DISPLAY 'LOGON RECUSADO (' WRK-MOTIVO-LOGON ') - '
021710             WRK-OPERADOR
021720         PERFORM 0520-GRAVA-SECAUD THRU 0520-EXIT
021730     END-IF.
021740 0500-EXIT.
021750     EXIT.
021760******************************************************************
021770* 0510-PROCURA-OPERSEC - PROCURA O OPERADOR NO CADASTRO DE
021780*                        SEGURANCA (OPERSEC) E GUARDA OS CAMPOS
021790*                        DO REGISTRO ACHADO (A AUTORIZACAO DESTE
021800*                        PROGRAMA E A DE EXECUCAO DA FOLHA).
021810*                        ARQUIVO INDISPONIVEL EQUIVALE A
021820*                        OPERADOR NAO CADASTRADO.
021830******************************************************************
021840 0510-PROCURA-OPERSEC.
021850     MOVE 'N' TO WRK-SW-OPR-ACHADO.
021860     OPEN INPUT SECURITY-MASTER-FILE.
021870     IF NOT WRK-SEC-OK
021880         DISPLAY 'CADASTRO DE SEGURANCA (OPERSEC) '
021890             'INDISPONIVEL: ' WRK-SEC-STATUS
021900         GO TO 0510-EXIT
021910     END-IF.
021920     PERFORM 0515-LE-OPERSEC THRU 0515-EXIT
021930         UNTIL WRK-SEC-EOF OR WRK-OPR-ACHADO.
021940     CLOSE SECURITY-MASTER-FILE.
021950 0510-EXIT.
021960     EXIT.
021970 0515-LE-OPERSEC.
021980     READ SECURITY-MASTER-FILE
021990         AT END
022000             SET WRK-SEC-EOF TO TRUE
022010         NOT AT END
022020             IF OPR-CODIGO = WRK-OPERADOR
022030                 SET WRK-OPR-ACHADO TO TRUE
022040                 MOVE OPR-ATIVO     TO WRK-OPR-ATIVO
022050                 MOVE OPR-SENHA     TO WRK-OPR-SENHA
022060                 MOVE OPR-AUT-FOLHA TO WRK-OPR-AUT-FUNCAO
022070             END-IF
022080     END-READ.
022090 0515-EXIT.
022100     EXIT.
022110******************************************************************
022120* 0520-GRAVA-SECAUD - REGISTRA A TENTATIVA DE LOGON RECUSADA NO
022130*                     SECAUD (DATA, HORA, OPERADOR, PROGRAMA E
022140*                     MOTIVO), NO MESMO IDIOMA DA TRILHA DO
022150*                     DATEAUD DO PROGCOB03.
022160******************************************************************
022170 0520-GRAVA-SECAUD.
022180     ACCEPT WRK-DATA-LOGON FROM DATE YYYYMMDD.
022190     ACCEPT WRK-HORA-LOGON FROM TIME.
022200     OPEN EXTEND SECURITY-AUDIT-FILE.
022210     IF NOT WRK-SECAUD-OK
022220         CLOSE SECURITY-AUDIT-FILE
022230         OPEN OUTPUT SECURITY-AUDIT-FILE
022240     END-IF.
022250     IF NOT WRK-SECAUD-OK
022260         DISPLAY 'ERRO AO ABRIR SECAUD: ' WRK-SECAUD-STATUS
022270         GO TO 0520-EXIT
022280     END-IF.
022290     MOVE WRK-DATA-LOGON TO SEC-DATA.
022300     MOVE SPACES         TO SEC-FILL1.
022310     MOVE WRK-HORA-LOGON TO SEC-HORA.
022320     MOVE SPACES         TO SEC-FILL2.
022330     MOVE WRK-OPERADOR   TO SEC-OPERADOR.
022340     MOVE SPACES         TO SEC-FILL3.
022350     MOVE 'PROGCOB04'    TO SEC-PROGRAMA.
022360     MOVE SPACES         TO SEC-FILL4.
022370     MOVE WRK-MOTIVO-LOGON TO SEC-MOTIVO.
022380     WRITE SECAUD-RECORD.
022390     IF NOT WRK-SECAUD-OK
022400         DISPLAY 'ERRO AO GRAVAR SECAUD: ' WRK-SECAUD-STATUS
022410     END-IF.
022420     CLOSE SECURITY-AUDIT-FILE.
022430 0520-EXIT.
022440     EXIT.
022450******************************************************************
022460* 0600-VERIFICA-ETAPA - MONTA A CHAVE DA ETAPA (COMPETENCIA, TIPO
022470*                       DE EXECUCAO E STEP) E PROCURA O ULTIMO
022480*                       REGISTRO DELA NO PAYSTEP. CONCLUIDA: O
022490*                       CHAMADOR ENCERRA SEM FAZER NADA, COM O RC
022500*                       DA CONCLUSAO; SENAO GRAVA O REGISTRO DE
022510*                       INICIO. SEM O PAYSTEP, A ETAPA RODA SEM
022520*                       REGISTRO, COMO ANTES.
022530******************************************************************
022540 0600-VERIFICA-ETAPA.
022550     PERFORM 0605-DETERMINA-CHAVE THRU 0605-EXIT.
022560     MOVE SPACES TO WRK-STP-SITUACAO.
022570     MOVE ZEROS TO WRK-STP-RC-ANTERIOR.
022580     MOVE 'N' TO WRK-SW-STP-ATIVO.
022590     OPEN INPUT STEP-LEDGER-FILE.
022600     IF NOT WRK-STP-OK
022610         DISPLAY 'CONTROLE DE ETAPAS (PAYSTEP) INDISPONIVEL ('
022620             WRK-STP-STATUS ') - ETAPA SEM REGISTRO'
022630         GO TO 0600-EXIT
022640     END-IF.
022650     SET WRK-STP-ATIVO TO TRUE.
022660     PERFORM 0610-LE-ETAPA THRU 0610-EXIT
022670         UNTIL WRK-STP-EOF.
022680     CLOSE STEP-LEDGER-FILE.
022690     IF WRK-STP-JA-CONCLUIDA
022700         GO TO 0600-EXIT
022710     END-IF.
022720     MOVE 'I' TO WRK-STP-SIT-GRAVAR.
022730     MOVE ZEROS TO WRK-STP-RC.
022740     PERFORM 0620-GRAVA-ETAPA THRU 0620-EXIT.
022750 0600-EXIT.
022760     EXIT.
022770******************************************************************
022780* 0605-DETERMINA-CHAVE - COMPETENCIA DA DATA DO ULTIMO REGISTRO
022790*                        DO DATEAUD (DATA DO SISTEMA SEM ELE) E
022800*                        TIPO DE EXECUCAO DO PAYTIPO (REGULAR SEM
022810*                        ELE OU COM TIPO NAO RECONHECIDO), COM A
022820*                        PARCELA NO 13O E 'REPROC' NO MODO DE
022830*                        REPROCESSO - OS MESMOS CRITERIOS DO
022840*                        PROGCOB04.
022850******************************************************************
022860 0605-DETERMINA-CHAVE.
022870     ACCEPT WRK-STP-DATA-LOTE FROM DATE YYYYMMDD.
022880     OPEN INPUT AUDIT-FILE.
022890     IF WRK-AUDIT-OK
022900         PERFORM 0615-LE-AUDITORIA THRU 0615-EXIT
022910             UNTIL WRK-AUDIT-EOF
022920         CLOSE AUDIT-FILE
022930     END-IF.
022940     COMPUTE WRK-STP-COMPETENCIA = WRK-STP-DATA-LOTE / 100.
022950     MOVE 'REGULAR' TO WRK-STP-TIPO.
022960     MOVE 1 TO WRK-STP-PARCELA.
022970     MOVE 'NORMAL' TO WRK-STP-MODO.
022980     OPEN INPUT RUN-CONTROL-FILE.
022990     IF WRK-TIPO-CFG-OK
023000         READ RUN-CONTROL-FILE
023010             AT END
023020                 CONTINUE
023030             NOT AT END
023040                 MOVE RCF-TIPO TO WRK-STP-TIPO
023050                 IF RCF-PARCELA IS NUMERIC AND RCF-PARCELA = 2
023060                     MOVE 2 TO WRK-STP-PARCELA
023070                 END-IF
023080                 IF RCF-MODO NOT = SPACES
023090                     MOVE RCF-MODO TO WRK-STP-MODO
023100                 END-IF
023110         END-READ
023120         CLOSE RUN-CONTROL-FILE
023130     END-IF.
023140     IF NOT WRK-STP-TIPO-VALIDO
023150         MOVE 'REGULAR' TO WRK-STP-TIPO
023160     END-IF.
023170     IF WRK-STP-TIPO = '13SAL'
023180         IF WRK-STP-PARCELA = 2
023190             MOVE '13SAL-2' TO WRK-STP-TIPO
023200         ELSE
023210             MOVE '13SAL-1' TO WRK-STP-TIPO
023220         END-IF
023230     END-IF.
023240     IF WRK-STP-MODO = 'REPROC'
023250         MOVE 'REPROC' TO WRK-STP-TIPO
023260     END-IF.
023270 0605-EXIT.
023280     EXIT.
023290 0610-LE-ETAPA.
023300     READ STEP-LEDGER-FILE
023310         AT END
023320             SET WRK-STP-EOF TO TRUE
023330         NOT AT END
023340             IF STP-COMPETENCIA = WRK-STP-COMPETENCIA
023350                     AND STP-TIPO = WRK-STP-TIPO
023360                     AND STP-STEP = WRK-STP-STEP
023370                 MOVE STP-SITUACAO TO WRK-STP-SITUACAO
023380                 MOVE STP-RC       TO WRK-STP-RC-ANTERIOR
023390             END-IF
023400     END-READ.
023410 0610-EXIT.
023420     EXIT.
023430 0615-LE-AUDITORIA.
023440     READ AUDIT-FILE
023450         AT END
023460             SET WRK-AUDIT-EOF TO TRUE
023470         NOT AT END
023480             MOVE AUD-DATA TO WRK-STP-DATA-LOTE
023490     END-READ.
023500 0615-EXIT.
023510     EXIT.
023520******************************************************************
023530* 0620-GRAVA-ETAPA - ACRESCENTA AO PAYSTEP O REGISTRO DA ETAPA COM
023540*                    A SITUACAO DE WRK-STP-SIT-GRAVAR E O RC DE
023550*                    WRK-STP-RC. FALHA DE GRAVACAO SO E AVISADA:
023560*                    O CONTROLE DE ETAPAS NAO IMPEDE O LOTE.
023570******************************************************************
023580 0620-GRAVA-ETAPA.
023590     IF NOT WRK-STP-ATIVO
023600         GO TO 0620-EXIT
023610     END-IF.
023620     ACCEPT WRK-STP-DATA FROM DATE YYYYMMDD.
023630     ACCEPT WRK-STP-HORA FROM TIME.
023640     OPEN EXTEND STEP-LEDGER-FILE.
023650     IF NOT WRK-STP-OK
023660         DISPLAY 'ERRO AO ABRIR PAYSTEP: ' WRK-STP-STATUS
023670         GO TO 0620-EXIT
023680     END-IF.
023690     MOVE WRK-STP-COMPETENCIA TO STP-COMPETENCIA.
023700     MOVE SPACES              TO STP-FILL1.
023710     MOVE WRK-STP-TIPO        TO STP-TIPO.
023720     MOVE SPACES              TO STP-FILL2.
023730     MOVE WRK-STP-STEP        TO STP-STEP.
023740     MOVE SPACES              TO STP-FILL3.
023750     MOVE WRK-STP-PROGRAMA    TO STP-PROGRAMA.
023760     MOVE SPACES              TO STP-FILL4.
023770     MOVE WRK-STP-SIT-GRAVAR  TO STP-SITUACAO.
023780     MOVE SPACES              TO STP-FILL5.
023790     MOVE WRK-STP-RC          TO STP-RC.
023800     MOVE SPACES              TO STP-FILL6.
023810     MOVE WRK-STP-DATA        TO STP-DATA.
023820     MOVE SPACES              TO STP-FILL7.
023830     MOVE WRK-STP-HORA        TO STP-HORA.
023840     MOVE SPACES              TO STP-FILL8.
023850     MOVE WRK-OPERADOR        TO STP-OPERADOR.
023860     WRITE STP-RECORD.
023870     IF NOT WRK-STP-OK
023880         DISPLAY 'ERRO AO GRAVAR PAYSTEP: ' WRK-STP-STATUS
023890     END-IF.
023900     CLOSE STEP-LEDGER-FILE.
023910 0620-EXIT.
023920     EXIT.
023930******************************************************************
023940* 0650-CONCLUI-ETAPA - REGISTRA O FIM DA ETAPA COM O RETURN-CODE
023950*                      DO PROGRAMA: 'C' (CONCLUIDA) ATE RC 4, 'F'
023960*                      (FALHOU) DE RC 8 EM DIANTE. OS
023970*                      ENCERRAMENTOS FATAIS NO MEIO DO PROGRAMA
023980*                      (GOBACK COM RC 8) DEIXAM A ETAPA SO COM O
023990*                      REGISTRO 'I', QUE TAMBEM NAO CONTA COMO
024000*                      CONCLUIDA.
024010******************************************************************
024020 0650-CONCLUI-ETAPA.
024030     MOVE RETURN-CODE TO WRK-STP-RC.
024040     IF WRK-STP-RC < 8
024050         MOVE 'C' TO WRK-STP-SIT-GRAVAR
024060     ELSE
024070         MOVE 'F' TO WRK-STP-SIT-GRAVAR
024080     END-IF.
024090     PERFORM 0620-GRAVA-ETAPA THRU 0620-EXIT.
024100     MOVE WRK-STP-RC TO RETURN-CODE.
024110 0650-EXIT.
024120     EXIT.
024130******************************************************************
024140* 1000-INITIALIZE - ABRE O CADASTRO E LE O PRIMEIRO REGISTRO.
024150******************************************************************
024160 1000-INITIALIZE.
024170     OPEN INPUT EMPLOYEE-MASTER.
024180     IF NOT WRK-EMP-OK
024190         DISPLAY 'ERRO AO ABRIR EMPLOYEE-MASTER: ' WRK-EMP-STATUS
024200         MOVE 8 TO RETURN-CODE
024210         GOBACK
024220     END-IF.
024230*    O CADASTRO DE EMPRESAS VEM ANTES DO CHECKPOINT, QUE GUARDA OS
024240*    TOTAIS POR EMPRESA.
024250     PERFORM 1045-CARREGA-EMPRESAS THRU 1045-EXIT.
024260     PERFORM 1040-CARREGA-PLANO THRU 1040-EXIT.
024270     PERFORM 1050-VERIFICA-RESTART THRU 1050-EXIT.
024280*    A DATA, O TIPO/MODO E O CONTROLE DE COMPETENCIA VEM ANTES
024290*    DA ABERTURA DO RELATORIO: UM CHECKPOINT DE OUTRA
024300*    COMPETENCIA DERRUBA WRK-EH-RESTART (E O RELATORIO ENTAO
024310*    DEVE COMECAR EM BRANCO), E COMPETENCIA FECHADA ENCERRA O
024320*    LOTE ANTES DE TOCAR EM QUALQUER SAIDA.
024330     PERFORM 1085-DETERMINA-DATA THRU 1085-EXIT.
024340     PERFORM 1082-DETERMINA-TIPO THRU 1082-EXIT.
024350     PERFORM 1086-VERIFICA-COMPETENCIA THRU 1086-EXIT.
024360     PERFORM 1065-ABRE-RELATORIO THRU 1065-EXIT.
024370     IF NOT WRK-REPORT-OK
024380         DISPLAY 'ERRO AO ABRIR REPORT-FILE: ' WRK-REPORT-STATUS
024390         CLOSE EMPLOYEE-MASTER
024400         MOVE 8 TO RETURN-CODE
024410         GOBACK
024420     END-IF.
024430     PERFORM 1070-ABRE-HISTORICO THRU 1070-EXIT.
024440     PERFORM 1080-DETERMINA-MOEDA THRU 1080-EXIT.
024450     PERFORM 1090-LE-CONTROLE THRU 1090-EXIT.
024460     PERFORM 1083-CARREGA-TABELAS THRU 1083-EXIT.
024470     PERFORM 1081-CARREGA-CAMBIO THRU 1081-EXIT.
024480     PERFORM 1075-ABRE-REMESSA THRU 1075-EXIT.
024490     PERFORM 1078-ABRE-IMPOSTOS THRU 1078-EXIT.
024500     PERFORM 1079-ABRE-FGTS THRU 1079-EXIT.
024510     PERFORM 1072-ABRE-SUSPENSO THRU 1072-EXIT.
024520     PERFORM 1076-ABRE-CONTRACHEQUE THRU 1076-EXIT.
024530     PERFORM 1095-CARREGA-MOVIMENTOS THRU 1095-EXIT.
024540     PERFORM 1094-CARREGA-DEPENDENTES THRU 1094-EXIT.
024550     PERFORM 1074-CARREGA-CONSIGNACOES THRU 1074-EXIT.
024560     PERFORM 1056-CARREGA-AFASTAMENTOS THRU 1056-EXIT.
024570     PERFORM 1073-CARREGA-BENEFICIOS THRU 1073-EXIT.
024580     PERFORM 1067-CARREGA-FERSALDO THRU 1067-EXIT.
024590     PERFORM 1068-CARREGA-AGENDA THRU 1068-EXIT.
024600     PERFORM 1066-CARREGA-DIFERENCAS THRU 1066-EXIT.
024610     PERFORM 1052-CARREGA-ADIANTAMENTOS THRU 1052-EXIT.
024620     PERFORM 1051-CARREGA-CONTAS-NOVAS THRU 1051-EXIT.
024630     IF WRK-EH-RESTART
024640         PERFORM 1060-POSICIONA-RESTART THRU 1060-EXIT
024650     END-IF.
024660     IF NOT WRK-EMP-EOF
024670         PERFORM 2100-READ-EMPLOYEE THRU 2100-EXIT
024680     END-IF.
024690 1000-EXIT.
024700     EXIT.
024710******************************************************************
024720* 1065-ABRE-RELATORIO - ABRE O REPORT-FILE. NUMA EXECUCAO NOVA,
024730*                       SEMPRE COMECA EM BRANCO (OPEN OUTPUT);
024740*                       NUMA RETOMADA (WRK-EH-RESTART), ACRESCENTA
024750*                       AO RELATORIO JA GRAVADO ANTES DA
024760*                       INTERRUPCAO,
024770*                       EM VEZ DE TRUNCA-LO, PELO MESMO IDIOMA DE
024780*                       OPEN EXTEND COM FALLBACK PARA OPEN OUTPUT
024790*                       USADO EM 1070-ABRE-HISTORICO.
024800******************************************************************
024810 1065-ABRE-RELATORIO.
024820     IF WRK-EH-RESTART
024830         OPEN EXTEND REPORT-FILE
024840         IF NOT WRK-REPORT-OK
024850             CLOSE REPORT-FILE
024860             OPEN OUTPUT REPORT-FILE
024870         END-IF
024880     ELSE
024890         OPEN OUTPUT REPORT-FILE
024900     END-IF.
024910 1065-EXIT.
024920     EXIT.
024930******************************************************************
024940* 1050-VERIFICA-RESTART - VERIFICA SE EXISTE CHECKPOINT DE UMA
024950*                         EXECUCAO ANTERIOR NAO CONCLUIDA. ZERA OS
024960*                         CONTADORES E OS TOTAIS DE CONTROLE ANTES
024970*                         DE LER O CHECKPOINT, JA QUE O PROGCOB04
024980*                         E CHAMADO POR GOBACK (NAO STOP RUN) E
024990*                         PODE SER ACIONADO VARIAS VEZES NA MESMA
025000*                         EXECUCAO PELO MENU PROGCOB01 - SEM ISSO,
025010*                         UMA SEGUNDA CHAMADA SEM CHECKPOINT
025020*                         HERDARIA OS TOTAIS DA CHAMADA ANTERIOR.
025030******************************************************************
025040 1050-VERIFICA-RESTART.
025050     MOVE 'N' TO WRK-SW-RESTART.
025060     MOVE ZEROS TO WRK-CKPT-COMPETENCIA.
025070     MOVE SPACES TO WRK-CKPT-TIPO.
025080     MOVE 1 TO WRK-CKPT-PARCELA.
025090     MOVE SPACES TO WRK-CKPT-MODO.
025100     PERFORM 1055-ZERA-CONTADORES THRU 1055-EXIT.
025110     OPEN INPUT CHECKPOINT-FILE.
025120     IF WRK-CKPT-OK
025130         READ CHECKPOINT-FILE
025140             AT END
025150                 CONTINUE
025160             NOT AT END
025170                 MOVE CKPT-ULTIMA-MATRICULA
025180                     TO WRK-ULTIMA-MATRICULA
025190                 MOVE CKPT-CONT-PROCESSADOS
025200                     TO WRK-CONT-PROCESSADOS
025210                 MOVE CKPT-CONT-ERROS
025220                     TO WRK-CONT-ERROS
025230                 MOVE CKPT-BRUTO-PROCESSADO
025240                     TO WRK-CTRL-BRUTO-PROCESSADO
025250                 MOVE CKPT-TOTAL-LIQUIDO
025260                     TO WRK-TOTAL-LIQUIDO
025270                 MOVE CKPT-NUM-PAGINA
025280                     TO WRK-NUM-PAGINA
025290                 IF CKPT-CONT-PAGOS IS NUMERIC
025300                     MOVE CKPT-CONT-PAGOS TO WRK-CONT-PAGOS
025310                 END-IF
025320                 IF CKPT-TOTAL-BRUTO-CALC IS NUMERIC
025330                     MOVE CKPT-TOTAL-BRUTO-CALC
025340                         TO WRK-TOTAL-BRUTO-CALC
025350                 END-IF
025360                 IF CKPT-TOTAL-INSS IS NUMERIC
025370                     MOVE CKPT-TOTAL-INSS TO WRK-TOTAL-INSS
025380                 END-IF
025390                 IF CKPT-TOTAL-IRRF IS NUMERIC
025400                     MOVE CKPT-TOTAL-IRRF TO WRK-TOTAL-IRRF
025410                 END-IF
025420                 IF CKPT-TOTAL-ADIANT IS NUMERIC
025430                     MOVE CKPT-TOTAL-ADIANT TO WRK-TOTAL-ADIANT
025440                 END-IF
025450                 PERFORM VARYING WRK-SUBT-IDX FROM 1 BY 1
025460                         UNTIL WRK-SUBT-IDX > 2
025470                     IF CKPT-SUBT-ORIG(WRK-SUBT-IDX) IS NUMERIC
025480                         MOVE CKPT-SUBT-ORIG(WRK-SUBT-IDX)
025490                             TO TAB-SUBT-ORIG(WRK-SUBT-IDX)
025500                         MOVE CKPT-SUBT-CONV(WRK-SUBT-IDX)
025510                             TO TAB-SUBT-CONV(WRK-SUBT-IDX)
025520                         MOVE CKPT-SUBT-QTDE(WRK-SUBT-IDX)
025530                             TO TAB-SUBT-QTDE(WRK-SUBT-IDX)
025540                     END-IF
025550                 END-PERFORM
025560                 IF CKPT-COMPETENCIA IS NUMERIC
025570                     MOVE CKPT-COMPETENCIA
025580                         TO WRK-CKPT-COMPETENCIA
025590                 END-IF
025600*                CHECKPOINT ANTIGO (ANTERIOR AO TIPO DE FOLHA NO
025610*                REGISTRO) VEM COM OS CAMPOS EM BRANCO E VALE
025620*                COMO FOLHA REGULAR EM MODO NORMAL.
025630                 IF CKPT-TIPO-FOLHA = SPACES
025640                     MOVE 'REGULAR' TO WRK-CKPT-TIPO
025650                 ELSE
025660                     MOVE CKPT-TIPO-FOLHA TO WRK-CKPT-TIPO
025670                 END-IF
025680                 IF CKPT-PARCELA IS NUMERIC
025690                         AND CKPT-PARCELA = 2
025700                     MOVE 2 TO WRK-CKPT-PARCELA
025710                 ELSE
025720                     MOVE 1 TO WRK-CKPT-PARCELA
025730                 END-IF
025740                 IF CKPT-MODO = SPACES
025750                     MOVE 'NORMAL' TO WRK-CKPT-MODO
025760                 ELSE
025770                     MOVE CKPT-MODO TO WRK-CKPT-MODO
025780                 END-IF
025790                 IF CKPT-TOTAL-SALFAM IS NUMERIC
025800                     MOVE CKPT-TOTAL-SALFAM TO WRK-TOTAL-SALFAM
025810                 END-IF
025820                 IF CKPT-TOTAL-PATRONAL IS NUMERIC
025830                     MOVE CKPT-TOTAL-PATRONAL
025840                         TO WRK-TOTAL-PATRONAL
025850                 END-IF
025860                 IF CKPT-TOTAL-FGTS IS NUMERIC
025870                     MOVE CKPT-TOTAL-FGTS TO WRK-TOTAL-FGTS
025880                 END-IF
025890                 IF CKPT-TOTAL-CONSIG IS NUMERIC
025900                     MOVE CKPT-TOTAL-CONSIG TO WRK-TOTAL-CONSIG
025910                 END-IF
025920                 IF CKPT-TOTAL-BENEF IS NUMERIC
025930                     MOVE CKPT-TOTAL-BENEF TO WRK-TOTAL-BENEF
025940                     MOVE CKPT-TOTAL-BENEF-EMPR
025950                         TO WRK-TOTAL-BENEF-EMPR
025960                 END-IF
025970                 IF CKPT-QTD-CCUSTO IS NUMERIC
025980                     MOVE CKPT-QTD-CCUSTO TO WRK-QTD-CCUSTO
025990                     PERFORM VARYING WRK-CC-IDX FROM 1 BY 1
026000                             UNTIL WRK-CC-IDX > WRK-QTD-CCUSTO
026010                         MOVE CKPT-CC-EMPRESA(WRK-CC-IDX)
026020                             TO TAB-CC-EMPRESA(WRK-CC-IDX)
026030                         MOVE CKPT-CC-CODIGO(WRK-CC-IDX)
026040                             TO TAB-CC-CODIGO(WRK-CC-IDX)
026050                         MOVE CKPT-CC-BRUTO(WRK-CC-IDX)
026060                             TO TAB-CC-BRUTO(WRK-CC-IDX)
026070                         MOVE CKPT-CC-LIQUIDO(WRK-CC-IDX)
026080                             TO TAB-CC-LIQUIDO(WRK-CC-IDX)
026090                         MOVE CKPT-CC-QTDE(WRK-CC-IDX)
026100                             TO TAB-CC-QTDE(WRK-CC-IDX)
026110                         IF CKPT-CC-PATRONAL(WRK-CC-IDX)
026120                                 IS NUMERIC
026130                             MOVE CKPT-CC-PATRONAL(WRK-CC-IDX)
026140                                 TO TAB-CC-PATRONAL(WRK-CC-IDX)
026150                             MOVE CKPT-CC-FGTS(WRK-CC-IDX)
026160                                 TO TAB-CC-FGTS(WRK-CC-IDX)
026170                         END-IF
026180                         IF CKPT-CC-BENEFICIO(WRK-CC-IDX)
026190                                 IS NUMERIC
026200                             MOVE CKPT-CC-BENEFICIO(WRK-CC-IDX)
026210                                 TO TAB-CC-BENEFICIO(WRK-CC-IDX)
026220                         END-IF
026230                     END-PERFORM
026240                 END-IF
026250                 IF CKPT-QTD-EMPRESAS IS NUMERIC
026260                     PERFORM VARYING WRK-CKPT-CIA-IDX FROM 1 BY 1
026270                             UNTIL WRK-CKPT-CIA-IDX
026280                                 > CKPT-QTD-EMPRESAS
026290                         PERFORM 1047-RESTAURA-EMPRESA
026300                             THRU 1047-EXIT
026310                     END-PERFORM
026320                 END-IF
026330                 SET WRK-EH-RESTART TO TRUE
026340                 DISPLAY 'RETOMANDO LOTE A PARTIR DA MATRICULA '
026350                     WRK-ULTIMA-MATRICULA
026360         END-READ
026370         CLOSE CHECKPOINT-FILE
026380     END-IF.
026390 1050-EXIT.
026400     EXIT.
026410******************************************************************
026420* 1040-CARREGA-PLANO - CARREGA O PLANO DE CONTAS (PLANOCTA) EM
026430*                      TABELA PARA A CONSISTENCIA DO GLPOST. SEM
026440*                      ELE O LOTE RODA, MAS O GLPOST NAO E GERADO
026450*                      (9240).
026460******************************************************************
026470 1040-CARREGA-PLANO.
026480     MOVE ZERO TO WRK-QTD-CONTAS.
026490     MOVE 'N' TO WRK-SW-PLANO.
026500     OPEN INPUT ACCOUNT-FILE.
026510     IF NOT WRK-CTA-OK
026520         DISPLAY 'PLANO DE CONTAS (PLANOCTA) INDISPONIVEL: '
026530             WRK-CTA-STATUS ' - GLPOST NAO SERA GERADO'
026540         GO TO 1040-EXIT
026550     END-IF.
026560     PERFORM 1041-LE-CONTA THRU 1041-EXIT
026570         UNTIL WRK-CTA-EOF.
026580     CLOSE ACCOUNT-FILE.
026590     SET WRK-PLANO-CARREGADO TO TRUE.
026600 1040-EXIT.
026610     EXIT.
026620******************************************************************
026630* 1041-LE-CONTA - LE UM REGISTRO DO PLANOCTA PARA A TABELA.
026640******************************************************************
026650 1041-LE-CONTA.
026660     READ ACCOUNT-FILE
026670         AT END
026680             SET WRK-CTA-EOF TO TRUE
026690         NOT AT END
026700             IF WRK-QTD-CONTAS < WRK-MAX-CONTAS
026710                 ADD 1 TO WRK-QTD-CONTAS
026720                 MOVE CTA-CONTA
026730                     TO TAB-CTA-CONTA(WRK-QTD-CONTAS)
026740                 MOVE CTA-ATIVA
026750                     TO TAB-CTA-ATIVA(WRK-QTD-CONTAS)
026760                 MOVE CTA-EXIGE-CC
026770                     TO TAB-CTA-EXIGE-CC(WRK-QTD-CONTAS)
026780             ELSE
026790                 DISPLAY 'PLANO DE CONTAS CHEIO - '
026800                     'REGISTRO IGNORADO: ' CTA-CONTA
026810             END-IF
026820     END-READ.
026830 1041-EXIT.
026840     EXIT.
026850******************************************************************
026860* 1045-CARREGA-EMPRESAS - CARREGA O CADASTRO DE EMPRESAS
026870*                         (EMPRESAS) EM TABELA. SEM ELE NAO HA
026880*                         RAZAO SOCIAL, CNPJ NEM CONTA PAGADORA
026890*                         PARA OS LOTES DA REMESSA, E O LOTE
026900*                         ENCERRA COM RETURN-CODE 8 ANTES DE
026910*                         TOCAR EM QUALQUER SAIDA.
026920******************************************************************
026930 1045-CARREGA-EMPRESAS.
026940     MOVE ZERO TO WRK-QTD-EMPRESAS.
026950     OPEN INPUT COMPANY-FILE.
026960     IF NOT WRK-CIA-OK
026970         DISPLAY 'ERRO AO ABRIR COMPANY-FILE (EMPRESAS): '
026980             WRK-CIA-STATUS
026990         CLOSE EMPLOYEE-MASTER
027000         MOVE 8 TO RETURN-CODE
027010         GOBACK
027020     END-IF.
027030     PERFORM 1046-LE-EMPRESA THRU 1046-EXIT
027040         UNTIL WRK-CIA-EOF.
027050     CLOSE COMPANY-FILE.
027060 1045-EXIT.
027070     EXIT.
027080******************************************************************
027090* 1046-LE-EMPRESA - LE UM REGISTRO DO EMPRESAS PARA A TABELA.
027100******************************************************************
027110 1046-LE-EMPRESA.
027120     READ COMPANY-FILE
027130         AT END
027140             SET WRK-CIA-EOF TO TRUE
027150         NOT AT END
027160             IF WRK-QTD-EMPRESAS < WRK-MAX-EMPRESAS
027170                 ADD 1 TO WRK-QTD-EMPRESAS
027180                 MOVE CIA-CODIGO
027190                     TO TAB-CIA-CODIGO(WRK-QTD-EMPRESAS)
027200                 MOVE CIA-RAZAO
027210                     TO TAB-CIA-RAZAO(WRK-QTD-EMPRESAS)
027220                 MOVE CIA-CNPJ
027230                     TO TAB-CIA-CNPJ(WRK-QTD-EMPRESAS)
027240                 MOVE CIA-BANCO
027250                     TO TAB-CIA-BANCO(WRK-QTD-EMPRESAS)
027260                 MOVE CIA-AGENCIA
027270                     TO TAB-CIA-AGENCIA(WRK-QTD-EMPRESAS)
027280                 MOVE CIA-CONTA
027290                     TO TAB-CIA-CONTA(WRK-QTD-EMPRESAS)
027300                 MOVE CIA-GL-EMPRESA
027310                     TO TAB-CIA-GL-EMPRESA(WRK-QTD-EMPRESAS)
027320             ELSE
027330                 DISPLAY 'CADASTRO DE EMPRESAS CHEIO - '
027340                     'REGISTRO IGNORADO: ' CIA-CODIGO
027350             END-IF
027360     END-READ.
027370 1046-EXIT.
027380     EXIT.
027390******************************************************************
027400* 1047-RESTAURA-EMPRESA - DEVOLVE A EMPRESA DO CADASTRO OS TOTAIS
027410*                         GUARDADOS NA ENTRADA WRK-CKPT-CIA-IDX DO
027420*                         CHECKPOINT, LOCALIZANDO-A PELO CODIGO.
027430******************************************************************
027440 1047-RESTAURA-EMPRESA.
027450     MOVE CKPT-CIA-CODIGO(WRK-CKPT-CIA-IDX) TO WRK-EMPRESA.
027460     PERFORM 2052-PROCURA-EMPRESA THRU 2052-EXIT.
027470     IF NOT WRK-CIA-ACHADO
027480             OR CKPT-CIA-QTDE(WRK-CKPT-CIA-IDX) IS NOT NUMERIC
027490         GO TO 1047-EXIT
027500     END-IF.
027510     MOVE CKPT-CIA-QTDE(WRK-CKPT-CIA-IDX)
027520         TO TAB-CIA-QTDE(WRK-CIA-IDX).
027530     MOVE CKPT-CIA-BRUTO(WRK-CKPT-CIA-IDX)
027540         TO TAB-CIA-BRUTO(WRK-CIA-IDX).
027550     MOVE CKPT-CIA-LIQUIDO(WRK-CKPT-CIA-IDX)
027560         TO TAB-CIA-LIQUIDO(WRK-CIA-IDX).
027570     MOVE CKPT-CIA-INSS(WRK-CKPT-CIA-IDX)
027580         TO TAB-CIA-INSS(WRK-CIA-IDX).
027590     MOVE CKPT-CIA-IRRF(WRK-CKPT-CIA-IDX)
027600         TO TAB-CIA-IRRF(WRK-CIA-IDX).
027610     MOVE CKPT-CIA-ADIANT(WRK-CKPT-CIA-IDX)
027620         TO TAB-CIA-ADIANT(WRK-CIA-IDX).
027630     MOVE CKPT-CIA-SALFAM(WRK-CKPT-CIA-IDX)
027640         TO TAB-CIA-SALFAM(WRK-CIA-IDX).
027650     MOVE CKPT-CIA-PATRONAL(WRK-CKPT-CIA-IDX)
027660         TO TAB-CIA-PATRONAL(WRK-CIA-IDX).
027670     MOVE CKPT-CIA-FGTS(WRK-CKPT-CIA-IDX)
027680         TO TAB-CIA-FGTS(WRK-CIA-IDX).
027690     MOVE CKPT-CIA-CONSIG(WRK-CKPT-CIA-IDX)
027700         TO TAB-CIA-CONSIG(WRK-CIA-IDX).
027710     IF CKPT-CIA-BENEF(WRK-CKPT-CIA-IDX) IS NUMERIC
027720         MOVE CKPT-CIA-BENEF(WRK-CKPT-CIA-IDX)
027730             TO TAB-CIA-BENEF(WRK-CIA-IDX)
027740         MOVE CKPT-CIA-BENEF-EMPR(WRK-CKPT-CIA-IDX)
027750             TO TAB-CIA-BENEF-EMPR(WRK-CIA-IDX)
027760     END-IF.
027770 1047-EXIT.
027780     EXIT.
027790******************************************************************
027800* 1055-ZERA-CONTADORES - ZERA OS CONTADORES, TOTAIS, SWITCHES DE
027810*                        FALHA E SUBTOTAIS POR MOEDA DO LOTE.
027820*                        CHAMADO POR 1050 ANTES DE LER O
027830*                        CHECKPOINT E POR 1086 QUANDO UM
027840*                        CHECKPOINT DE OUTRA COMPETENCIA E
027850*                        DESCARTADO.
027860******************************************************************
027870 1055-ZERA-CONTADORES.
027880     MOVE ZERO TO WRK-CONT-PROCESSADOS.
027890     MOVE ZERO TO WRK-CONT-ERROS.
027900     MOVE ZEROS TO WRK-CTRL-BRUTO-PROCESSADO.
027910     MOVE ZEROS TO WRK-TOTAL-LIQUIDO.
027920     MOVE ZERO TO WRK-NUM-PAGINA.
027930     MOVE 'N' TO WRK-SW-CKPT-FALHA.
027940     MOVE 'N' TO WRK-SW-HIST-FALHA.
027950     MOVE ZERO TO WRK-CONT-MOV-ERROS.
027960     MOVE ZERO TO WRK-CONT-PAGOS.
027970     MOVE 'N' TO WRK-SW-REM-FALHA.
027980     MOVE ZEROS TO WRK-TOTAL-BRUTO-CALC.
027990     MOVE ZEROS TO WRK-TOTAL-INSS.
028000     MOVE ZEROS TO WRK-TOTAL-IRRF.
028010     MOVE ZEROS TO WRK-TOTAL-ADIANT.
028020     MOVE ZEROS TO WRK-TOTAL-SALFAM.
028030     MOVE ZEROS TO WRK-TOTAL-PATRONAL.
028040     MOVE ZEROS TO WRK-TOTAL-FGTS.
028050     MOVE 'N' TO WRK-SW-FGR-FALHA.
028060     MOVE ZEROS TO WRK-TOTAL-CONSIG.
028070     MOVE ZERO TO WRK-CONT-CSG-MARGEM.
028080     MOVE 'N' TO WRK-SW-CSG-FALHA.
028090     MOVE 'N' TO WRK-SW-ARC-FALHA.
028100     MOVE 'N' TO WRK-SW-FSD-FALHA.
028110     MOVE ZERO TO WRK-CONT-AGD-ERROS.
028120     MOVE 'N' TO WRK-SW-ADT-FALHA.
028130     MOVE ZERO TO WRK-CONT-ADT-DESLIG.
028140     MOVE ZEROS TO WRK-TOTAL-BENEF.
028150     MOVE ZEROS TO WRK-TOTAL-BENEF-EMPR.
028160     MOVE 'N' TO WRK-SW-BPD-FALHA.
028170     MOVE ZERO TO WRK-QTD-CCUSTO.
028180     PERFORM VARYING WRK-CC-IDX FROM 1 BY 1
028190             UNTIL WRK-CC-IDX > WRK-MAX-CCUSTO
028200         MOVE SPACES TO TAB-CC-EMPRESA(WRK-CC-IDX)
028210         MOVE SPACES TO TAB-CC-CODIGO(WRK-CC-IDX)
028220         MOVE ZEROS TO TAB-CC-BRUTO(WRK-CC-IDX)
028230         MOVE ZEROS TO TAB-CC-LIQUIDO(WRK-CC-IDX)
028240         MOVE ZEROS TO TAB-CC-QTDE(WRK-CC-IDX)
028250         MOVE ZEROS TO TAB-CC-PATRONAL(WRK-CC-IDX)
028260         MOVE ZEROS TO TAB-CC-FGTS(WRK-CC-IDX)
028270         MOVE ZEROS TO TAB-CC-BENEFICIO(WRK-CC-IDX)
028280     END-PERFORM.
028290     PERFORM VARYING WRK-CIA-IDX FROM 1 BY 1
028300             UNTIL WRK-CIA-IDX > WRK-MAX-EMPRESAS
028310         MOVE ZEROS TO TAB-CIA-QTDE(WRK-CIA-IDX)
028320         MOVE ZEROS TO TAB-CIA-BRUTO(WRK-CIA-IDX)
028330         MOVE ZEROS TO TAB-CIA-LIQUIDO(WRK-CIA-IDX)
028340         MOVE ZEROS TO TAB-CIA-INSS(WRK-CIA-IDX)
028350         MOVE ZEROS TO TAB-CIA-IRRF(WRK-CIA-IDX)
028360         MOVE ZEROS TO TAB-CIA-ADIANT(WRK-CIA-IDX)
028370         MOVE ZEROS TO TAB-CIA-SALFAM(WRK-CIA-IDX)
028380         MOVE ZEROS TO TAB-CIA-PATRONAL(WRK-CIA-IDX)
028390         MOVE ZEROS TO TAB-CIA-FGTS(WRK-CIA-IDX)
028400         MOVE ZEROS TO TAB-CIA-CONSIG(WRK-CIA-IDX)
028410         MOVE ZEROS TO TAB-CIA-BENEF(WRK-CIA-IDX)
028420         MOVE ZEROS TO TAB-CIA-BENEF-EMPR(WRK-CIA-IDX)
028430     END-PERFORM.
028440     MOVE 'N' TO WRK-SW-GL-FALHA.
028450     MOVE 'S' TO WRK-SW-GL-BALANCO.
028460     MOVE 'S' TO WRK-SW-GL-CONTAS.
028470     MOVE 'G' TO WRK-SW-GL-MODO.
028480     MOVE 'N' TO WRK-SW-IMP-FALHA.
028490     MOVE 'N' TO WRK-SW-SUS-FALHA.
028500     MOVE 'N' TO WRK-SW-PER-FALHA.
028510     MOVE 'N' TO WRK-SW-SLIP-FALHA.
028520     MOVE ZERO TO WRK-QTD-REJEITADOS.
028530     MOVE SPACES TO WRK-ULTIMA-MATRICULA.
028540     MOVE 'BRL' TO TAB-SUBT-MOEDA(1).
028550     MOVE 'USD' TO TAB-SUBT-MOEDA(2).
028560     PERFORM VARYING WRK-SUBT-IDX FROM 1 BY 1
028570             UNTIL WRK-SUBT-IDX > 2
028580         MOVE ZEROS TO TAB-SUBT-ORIG(WRK-SUBT-IDX)
028590         MOVE ZEROS TO TAB-SUBT-CONV(WRK-SUBT-IDX)
028600         MOVE ZEROS TO TAB-SUBT-QTDE(WRK-SUBT-IDX)
028610     END-PERFORM.
028620 1055-EXIT.
028630     EXIT.
028640******************************************************************
028650* 1086-VERIFICA-COMPETENCIA - DESCARTA CHECKPOINT DE OUTRA
028660*                             COMPETENCIA (UM PAYCKPT ESQUECIDO
028670*                             DE OUTRO MES NAO PODE VIRAR FALSA
028680*                             RETOMADA), CARREGA O PAYPERIO E
028690*                             RECUSA O LOTE SE A COMPETENCIA DA
028700*                             DATA DO DATEAUD JA ESTA FECHADA OU
028710*                             SE HA CHECKPOINT DE LOTE DE OUTRO
028720*                             TIPO/PARCELA/MODO NO MESMO MES (O
028730*                             INTERROMPIDO PRECISA SER RETOMADO
028740*                             E CONCLUIDO PRIMEIRO).
028750*                             SO A FOLHA REGULAR CONFERE (E
028760*                             FECHA) A COMPETENCIA: 13O E FERIAS
028770*                             SAO EVENTOS LEGITIMOS NO MESMO MES
028780*                             DA FOLHA FECHADA, E O MODO REPROC
028790*                             E UM LOTE COMPLEMENTAR QUE RODA
028800*                             DEPOIS DO FECHAMENTO.
028810******************************************************************
028820 1086-VERIFICA-COMPETENCIA.
028830     IF WRK-EH-RESTART
028840             AND WRK-CKPT-COMPETENCIA NOT = WRK-COMPETENCIA
028850         DISPLAY 'CHECKPOINT DE OUTRA COMPETENCIA ('
028860             WRK-CKPT-COMPETENCIA ') IGNORADO - O LOTE DE '
028870             WRK-COMPETENCIA ' COMECA DO INICIO'
028880         MOVE 'N' TO WRK-SW-RESTART
028890         PERFORM 1055-ZERA-CONTADORES THRU 1055-EXIT
028900     END-IF.
028910*    CHECKPOINT DA MESMA COMPETENCIA MAS DE OUTRO TIPO DE FOLHA,
028920*    PARCELA OU MODO NAO PODE VIRAR RETOMADA DESTE LOTE (13O,
028930*    FERIAS E REPROC SAO LEGITIMOS NO MESMO MES): MISTURARIA OS
028940*    TOTAIS E AS SAIDAS DOS DOIS LOTES E DESTRUIRIA O PONTO DE
028950*    RETOMADA DO LOTE INTERROMPIDO. O LOTE NOVO E RECUSADO ATE
028960*    O INTERROMPIDO SER RETOMADO E CONCLUIDO.
028970     IF WRK-EH-RESTART
028980             AND (WRK-CKPT-TIPO NOT = WRK-TIPO-FOLHA
028990             OR WRK-CKPT-PARCELA NOT = WRK-PARCELA-13
029000             OR WRK-CKPT-MODO NOT = WRK-MODO-FOLHA)
029010         DISPLAY 'CHECKPOINT DE LOTE ' WRK-CKPT-TIPO
029020             ' INTERROMPIDO NA COMPETENCIA ' WRK-COMPETENCIA
029030             ' - RETOME O LOTE INTERROMPIDO ANTES DE RODAR '
029040             WRK-TIPO-FOLHA
029050         CLOSE EMPLOYEE-MASTER
029060         MOVE 8 TO RETURN-CODE
029070         GOBACK
029080     END-IF.
029090     MOVE ZERO TO WRK-QTD-PERIODOS.
029100     OPEN INPUT PERIOD-CONTROL-FILE.
029110     IF WRK-PER-OK
029120         PERFORM 1093-LE-PERIODO THRU 1093-EXIT
029130             UNTIL WRK-PER-EOF
029140         CLOSE PERIOD-CONTROL-FILE
029150     END-IF.
029160*    O ADIANTAMENTO TAMBEM E RECUSADO EM COMPETENCIA FECHADA:
029170*    A FOLHA REGULAR QUE O DESCONTARIA JA RODOU.
029180     IF WRK-MODO-REPROC
029190             OR (NOT WRK-TIPO-REGULAR AND NOT WRK-TIPO-ADIANT)
029200         GO TO 1086-EXIT
029210     END-IF.
029220     PERFORM VARYING WRK-PER-IDX FROM 1 BY 1
029230             UNTIL WRK-PER-IDX > WRK-QTD-PERIODOS
029240         IF TAB-PER-COMPETENCIA(WRK-PER-IDX) = WRK-COMPETENCIA
029250                 AND TAB-PER-STATUS(WRK-PER-IDX) = 'FECHADA'
029260             DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA
029270                 ' JA FECHADA NO PAYPERIO - LOTE RECUSADO'
029280                 ' (REABERTURA SUPERVISIONADA: PROGCOB08)'
029290             CLOSE EMPLOYEE-MASTER
029300             MOVE 8 TO RETURN-CODE
029310             GOBACK
029320         END-IF
029330     END-PERFORM.
029340 1086-EXIT.
029350     EXIT.
029360******************************************************************
029370* 1093-LE-PERIODO - LE UM REGISTRO DO PAYPERIO PARA A TABELA DE
029380*                   COMPETENCIAS. REGISTROS ALEM DA TABELA SAO
029390*                   IGNORADOS COM AVISO (A TABELA COBRE DEZ ANOS
029400*                   DE COMPETENCIAS).
029410******************************************************************
029420 1093-LE-PERIODO.
029430     READ PERIOD-CONTROL-FILE
029440         AT END
029450             SET WRK-PER-EOF TO TRUE
029460         NOT AT END
029470             IF WRK-QTD-PERIODOS < WRK-MAX-PERIODOS
029480                 ADD 1 TO WRK-QTD-PERIODOS
029490                 MOVE PER-COMPETENCIA
029500                     TO TAB-PER-COMPETENCIA(WRK-QTD-PERIODOS)
029510                 MOVE PER-STATUS
029520                     TO TAB-PER-STATUS(WRK-QTD-PERIODOS)
029530             ELSE
029540                 DISPLAY 'TABELA DE COMPETENCIAS CHEIA - '
029550                     'REGISTRO IGNORADO: ' PER-COMPETENCIA
029560             END-IF
029570     END-READ.
029580 1093-EXIT.
029590     EXIT.
029600******************************************************************
029610* 1060-POSICIONA-RESTART - POSICIONA O CADASTRO LOGO APOS O
029620*                         ULTIMO FUNCIONARIO JA PROCESSADO.
029630******************************************************************
029640 1060-POSICIONA-RESTART.
029650     IF WRK-MODO-REPROC
029660*        NO MODO REPROC O CADASTRO E LIDO POR CHAVE, ENTAO A
029670*        RETOMADA PULA NO SUSPENSE-INPUT OS REGISTROS JA
029680*        CONSUMIDOS (WRK-CONT-PROCESSADOS) EM VEZ DE
029690*        REPOSICIONAR O EMPMAST.
029700         PERFORM 1062-PULA-SUSPENSO THRU 1062-EXIT
029710             WRK-CONT-PROCESSADOS TIMES
029720         GO TO 1060-EXIT
029730     END-IF.
029740     MOVE WRK-ULTIMA-MATRICULA TO EMP-ID.
029750     START EMPLOYEE-MASTER KEY IS GREATER THAN EMP-ID
029760         INVALID KEY
029770             SET WRK-EMP-EOF TO TRUE
029780     END-START.
029790 1060-EXIT.
029800     EXIT.
029810******************************************************************
029820* 1062-PULA-SUSPENSO - LE E DESCARTA UM REGISTRO DO SUSPENSE-
029830*                      INPUT-FILE NUMA RETOMADA EM MODO REPROC.
029840******************************************************************
029850 1062-PULA-SUSPENSO.
029860     READ SUSPENSE-INPUT-FILE
029870         AT END
029880             SET WRK-EMP-EOF TO TRUE
029890     END-READ.
029900 1062-EXIT.
029910     EXIT.
029920******************************************************************
029930* 1070-ABRE-HISTORICO - ABRE O SALARY-HISTORY-FILE PARA ACRESCIMO,
029940*                       CRIANDO-O NA PRIMEIRA EXECUCAO. ARMA
029950*                       WRK-SW-HIST-FALHA SE NEM O OPEN EXTEND NEM
029960*                       O OPEN OUTPUT DE FALLBACK DER CERTO, PARA
029970*                       QUE O HISTORICO DE SALARIOS NAO SEJA
029980*                       SILENCIOSAMENTE PERDIDO NO RESTO DO LOTE.
029990******************************************************************
030000 1070-ABRE-HISTORICO.
030010     OPEN EXTEND SALARY-HISTORY-FILE.
030020     IF NOT WRK-HIST-OK
030030         CLOSE SALARY-HISTORY-FILE
030040         OPEN OUTPUT SALARY-HISTORY-FILE
030050         IF NOT WRK-HIST-OK
030060             DISPLAY 'ERRO AO ABRIR SALARY-HISTORY-FILE: '
030070                 WRK-HIST-STATUS
030080             SET WRK-HIST-FALHOU TO TRUE
030090         END-IF
030100     END-IF.
030110 1070-EXIT.
030120     EXIT.
030130******************************************************************
030140* 1075-ABRE-REMESSA - ABRE O ARQUIVO DE TRABALHO DA REMESSA
030150*                     BANCARIA (BANKWRK), QUE RECEBE OS DETALHES
030160*                     MARCADOS COM A EMPRESA; O BANKREM SO E
030170*                     MONTADO NO FECHAMENTO (9070), UM LOTE
030180*                     (HEADER/DETALHES/TRAILER) POR EMPRESA.
030190*                     EXECUCAO NOVA COMECA EM BRANCO (OPEN
030200*                     OUTPUT); NUMA RETOMADA ACRESCENTA AOS
030210*                     DETALHES JA GRAVADOS (OPEN EXTEND, MESMO
030220*                     IDIOMA DO REPORT-FILE). FALHA ARMA
030230*                     WRK-SW-REM-FALHA, PARA O LOTE TERMINAR COM
030240*                     RETURN-CODE 4 EM VEZ DE PERDER A REMESSA
030250*                     EM SILENCIO.
030260******************************************************************
030270 1075-ABRE-REMESSA.
030280     IF WRK-EH-RESTART
030290         OPEN EXTEND BANK-WORK-FILE
030300         IF NOT WRK-BWK-OK
030310             CLOSE BANK-WORK-FILE
030320             OPEN OUTPUT BANK-WORK-FILE
030330         END-IF
030340     ELSE
030350         OPEN OUTPUT BANK-WORK-FILE
030360     END-IF.
030370     IF NOT WRK-BWK-OK
030380         DISPLAY 'ERRO AO ABRIR BANK-WORK-FILE: '
030390             WRK-BWK-STATUS
030400         SET WRK-REM-FALHOU TO TRUE
030410     END-IF.
030420 1075-EXIT.
030430     EXIT.
030440******************************************************************
030450* 1072-ABRE-SUSPENSO - ABRE O SUSPENSE-FILE (PAYSUSP) PARA AS
030460*                      REJEICOES DESTA EXECUCAO: EXECUCAO NOVA
030470*                      COMECA EM BRANCO (OPEN OUTPUT), RETOMADA
030480*                      ACRESCENTA (OPEN EXTEND). NO MODO REPROC
030490*                      TAMBEM ABRE O SUSPENSE-INPUT-FILE
030500*                      (PAYSUSPI, O PAYSUSP DO LOTE ANTERIOR,
030510*                      PREPARADO PELA OPERACAO); SEM ELE O
030520*                      REPROCESSO NAO TEM O QUE PAGAR E O LOTE
030530*                      ENCERRA COM RETURN-CODE 8.
030540******************************************************************
030550 1072-ABRE-SUSPENSO.
030560     IF WRK-EH-RESTART
030570         OPEN EXTEND SUSPENSE-FILE
030580         IF NOT WRK-SUS-OK
030590             CLOSE SUSPENSE-FILE
030600             OPEN OUTPUT SUSPENSE-FILE
030610         END-IF
030620     ELSE
030630         OPEN OUTPUT SUSPENSE-FILE
030640     END-IF.
030650     IF NOT WRK-SUS-OK
030660         DISPLAY 'ERRO AO ABRIR SUSPENSE-FILE: ' WRK-SUS-STATUS
030670         SET WRK-SUS-FALHOU TO TRUE
030680     END-IF.
030690     IF WRK-MODO-REPROC
030700         OPEN INPUT SUSPENSE-INPUT-FILE
030710         IF NOT WRK-SUSI-OK
030720             DISPLAY 'ERRO AO ABRIR SUSPENSE-INPUT-FILE '
030730                 '(PAYSUSPI): ' WRK-SUSI-STATUS
030740*            FECHA TUDO O QUE JA FOI ABERTO ATE AQUI, PARA UMA
030750*            NOVA CHAMADA PELO MENU PROGCOB01 NAO FALHAR NO
030760*            OPEN (STATUS 41).
030770             CLOSE EMPLOYEE-MASTER
030780             CLOSE REPORT-FILE
030790             CLOSE SALARY-HISTORY-FILE
030800             CLOSE SUSPENSE-FILE
030810             CLOSE BANK-WORK-FILE
030820             CLOSE FGTS-WORK-FILE
030830             CLOSE TAX-DETAIL-FILE
030840             MOVE 8 TO RETURN-CODE
030850             GOBACK
030860         END-IF
030870     END-IF.
030880 1072-EXIT.
030890     EXIT.
030900******************************************************************
030910* 1076-ABRE-CONTRACHEQUE - ABRE O PAYSLIP-FILE: EXECUCAO NOVA
030920*                          COMECA EM BRANCO (OPEN OUTPUT);
030930*                          RETOMADA ACRESCENTA AOS CONTRACHEQUES
030940*                          JA EMITIDOS (OPEN EXTEND), SEM
030950*                          REIMPRIMI-LOS. FALHA ARMA
030960*                          WRK-SW-SLIP-FALHA (RETURN-CODE 4).
030970******************************************************************
030980 1076-ABRE-CONTRACHEQUE.
030990     IF WRK-EH-RESTART
031000         OPEN EXTEND PAYSLIP-FILE
031010         IF NOT WRK-SLIP-OK
031020             CLOSE PAYSLIP-FILE
031030             OPEN OUTPUT PAYSLIP-FILE
031040         END-IF
031050     ELSE
031060         OPEN OUTPUT PAYSLIP-FILE
031070     END-IF.
031080     IF NOT WRK-SLIP-OK
031090         DISPLAY 'ERRO AO ABRIR PAYSLIP-FILE: '
031100             WRK-SLIP-STATUS
031110         SET WRK-SLIP-FALHOU TO TRUE
031120     END-IF.
031130*    O ARQUIVO DE CONTRACHEQUES (PAYSLARC) E ACUMULATIVO: OPEN
031140*    EXTEND COM FALLBACK PARA OUTPUT NA PRIMEIRA EXECUCAO, MESMO
031150*    IDIOMA DO SALHIST.
031160     OPEN EXTEND PAYSLIP-ARCHIVE-FILE.
031170     IF NOT WRK-ARC-OK
031180         CLOSE PAYSLIP-ARCHIVE-FILE
031190         OPEN OUTPUT PAYSLIP-ARCHIVE-FILE
031200         IF NOT WRK-ARC-OK
031210             DISPLAY 'ERRO AO ABRIR PAYSLIP-ARCHIVE-FILE: '
031220                 WRK-ARC-STATUS
031230             SET WRK-ARC-FALHOU TO TRUE
031240         END-IF
031250     END-IF.
031260 1076-EXIT.
031270     EXIT.
031280******************************************************************
031290* 1078-ABRE-IMPOSTOS - ABRE O TAX-DETAIL-FILE (PAYIMPO) PARA
031300*                      ACRESCIMO, CRIANDO-O NA PRIMEIRA EXECUCAO,
031310*                      PELO MESMO IDIOMA DE OPEN EXTEND COM
031320*                      FALLBACK PARA OPEN OUTPUT DO SALARY-
031330*                      HISTORY-FILE. FALHA ARMA WRK-SW-IMP-FALHA,
031340*                      PARA O EXTRATO ANUAL NAO PERDER MESES EM
031350*                      SILENCIO.
031360******************************************************************
031370 1078-ABRE-IMPOSTOS.
031380     OPEN EXTEND TAX-DETAIL-FILE.
031390     IF NOT WRK-IMP-OK
031400         CLOSE TAX-DETAIL-FILE
031410         OPEN OUTPUT TAX-DETAIL-FILE
031420         IF NOT WRK-IMP-OK
031430             DISPLAY 'ERRO AO ABRIR TAX-DETAIL-FILE: '
031440                 WRK-IMP-STATUS
031450             SET WRK-IMP-FALHOU TO TRUE
031460         END-IF
031470     END-IF.
031480 1078-EXIT.
031490     EXIT.
031500******************************************************************
031510* 1079-ABRE-FGTS - ABRE O ARQUIVO DE TRABALHO DO RECOLHIMENTO
031520*                  DO FGTS (FGTSWRK), NO MESMO IDIOMA DO BANKWRK:
031530*                  EXECUCAO NOVA COMECA EM BRANCO (OPEN OUTPUT);
031540*                  RETOMADA ACRESCENTA AOS DETALHES JA GRAVADOS
031550*                  (OPEN EXTEND). O FGTSREM, UM LOTE POR
031560*                  EMPRESA, SAI NO FECHAMENTO (9075). FALHA ARMA
031570*                  WRK-SW-FGR-FALHA (RETURN-CODE 4).
031580******************************************************************
031590 1079-ABRE-FGTS.
031600     IF WRK-EH-RESTART
031610         OPEN EXTEND FGTS-WORK-FILE
031620         IF NOT WRK-FWK-OK
031630             CLOSE FGTS-WORK-FILE
031640             OPEN OUTPUT FGTS-WORK-FILE
031650         END-IF
031660     ELSE
031670         OPEN OUTPUT FGTS-WORK-FILE
031680     END-IF.
031690     IF NOT WRK-FWK-OK
031700         DISPLAY 'ERRO AO ABRIR FGTS-WORK-FILE: '
031710             WRK-FWK-STATUS
031720         SET WRK-FGR-FALHOU TO TRUE
031730     END-IF.
031740 1079-EXIT.
031750     EXIT.
031760******************************************************************
031770* 1080-DETERMINA-MOEDA - LE O CODIGO DA MOEDA DO RELATORIO NO
031780*                        CURRENCY-CONFIG-FILE (PAYMOEDA). SE O
031790*                        ARQUIVO NAO EXISTIR, ESTIVER VAZIO OU
031800*                        TRAZER UM CODIGO NAO RECONHECIDO, ASSUME
031810*                        BRL.
031820******************************************************************
031830 1080-DETERMINA-MOEDA.
031840     MOVE 'BRL' TO WRK-MOEDA-PADRAO.
031850     OPEN INPUT CURRENCY-CONFIG-FILE.
031860     IF WRK-MOEDA-CFG-OK
031870         READ CURRENCY-CONFIG-FILE
031880             AT END
031890                 CONTINUE
031900             NOT AT END
031910                 MOVE CFG-MOEDA TO WRK-MOEDA-PADRAO
031920         END-READ
031930         CLOSE CURRENCY-CONFIG-FILE
031940     END-IF.
031950     IF NOT WRK-MOEDA-PADRAO-VALIDA
031960         DISPLAY 'MOEDA NAO RECONHECIDA (' WRK-MOEDA-PADRAO
031970             ') - ASSUMINDO BRL'
031980         MOVE 'BRL' TO WRK-MOEDA-PADRAO
031990     END-IF.
032000 1080-EXIT.
032010     EXIT.
032020******************************************************************
032030* 1081-CARREGA-CAMBIO - CARREGA DO EXCHANGE-RATE-FILE (PAYCAMB)
032040*                       A TAXA DE CADA MOEDA RECONHECIDA, FICANDO
032050*                       COM A DE VIGENCIA MAIS RECENTE QUE NAO
032060*                       ULTRAPASSE A DATA DO LOTE. A MOEDA PADRAO
032070*                       DO LOTE SEMPRE VALE 1. SEM O ARQUIVO, SO
032080*                       A MOEDA PADRAO FICA DISPONIVEL, E OS
032090*                       FUNCIONARIOS DE OUTRA MOEDA SAO
032100*                       REJEITADOS EM 2050 POR FALTA DE TAXA.
032110*                       DEVE RODAR DEPOIS DE 1085-DETERMINA-DATA.
032120******************************************************************
032130 1081-CARREGA-CAMBIO.
032140     MOVE 'BRL' TO TAB-CMB-MOEDA(1).
032150     MOVE 'USD' TO TAB-CMB-MOEDA(2).
032160     PERFORM VARYING WRK-CMB-IDX FROM 1 BY 1
032170             UNTIL WRK-CMB-IDX > 2
032180         MOVE ZEROS TO TAB-CMB-TAXA(WRK-CMB-IDX)
032190         MOVE ZEROS TO TAB-CMB-VIG(WRK-CMB-IDX)
032200         MOVE 'N' TO TAB-CMB-SW(WRK-CMB-IDX)
032210     END-PERFORM.
032220     OPEN INPUT EXCHANGE-RATE-FILE.
032230     IF WRK-CMB-OK
032240         PERFORM 1091-LE-CAMBIO THRU 1091-EXIT
032250             UNTIL WRK-CMB-EOF
032260         CLOSE EXCHANGE-RATE-FILE
032270     END-IF.
032280     PERFORM VARYING WRK-CMB-IDX FROM 1 BY 1
032290             UNTIL WRK-CMB-IDX > 2
032300         IF TAB-CMB-MOEDA(WRK-CMB-IDX) = WRK-MOEDA-PADRAO
032310             MOVE 1 TO TAB-CMB-TAXA(WRK-CMB-IDX)
032320             MOVE 'S' TO TAB-CMB-SW(WRK-CMB-IDX)
032330         END-IF
032340     END-PERFORM.
032350 1081-EXIT.
032360     EXIT.
032370******************************************************************
032380* 1091-LE-CAMBIO - LE UM REGISTRO DO PAYCAMB E GUARDA A TAXA NA
032390*                  ENTRADA DA MOEDA, SE A VIGENCIA NAO PASSAR DA
032400*                  DATA DO LOTE E FOR MAIS RECENTE QUE A JA
032410*                  GUARDADA. REGISTRO INVALIDO E IGNORADO COM
032420*                  AVISO.
032430******************************************************************
032440 1091-LE-CAMBIO.
032450     READ EXCHANGE-RATE-FILE
032460         AT END
032470             SET WRK-CMB-EOF TO TRUE
032480         NOT AT END
032490             PERFORM 1092-GUARDA-CAMBIO THRU 1092-EXIT
032500     END-READ.
032510 1091-EXIT.
032520     EXIT.
032530 1092-GUARDA-CAMBIO.
032540     IF CMB-TAXA IS NOT NUMERIC OR CMB-VIG IS NOT NUMERIC
032550             OR CMB-TAXA = ZEROS
032560         DISPLAY 'REGISTRO INVALIDO NO PAYCAMB IGNORADO: '
032570             CMB-MOEDA
032580         GO TO 1092-EXIT
032590     END-IF.
032600     IF CMB-VIG > WRK-DATA-ATUAL
032610         GO TO 1092-EXIT
032620     END-IF.
032630     PERFORM VARYING WRK-CMB-IDX FROM 1 BY 1
032640             UNTIL WRK-CMB-IDX > 2
032650         IF CMB-MOEDA = TAB-CMB-MOEDA(WRK-CMB-IDX)
032660                 AND CMB-VIG >= TAB-CMB-VIG(WRK-CMB-IDX)
032670             MOVE CMB-TAXA TO TAB-CMB-TAXA(WRK-CMB-IDX)
032680             MOVE CMB-VIG  TO TAB-CMB-VIG(WRK-CMB-IDX)
032690             MOVE 'S'      TO TAB-CMB-SW(WRK-CMB-IDX)
032700         END-IF
032710     END-PERFORM.
032720 1092-EXIT.
032730     EXIT.
032740******************************************************************
032750* 1083-CARREGA-TABELAS - CARREGA DO TAX-TABLE-FILE (PAYTABS) AS
032760*                        FAIXAS DO INSS E DO IRRF (E O TETO DO
032770*                        INSS, REGISTRO 'TETO' COM O VALOR EM
032780*                        TBX-LIMITE) CUJA VIGENCIA COBRE A DATA
032790*                        DO LOTE. SEM ARQUIVO, OU SEM CONJUNTO
032800*                        VIGENTE PARA A DATA, O LOTE ENCERRA COM
032810*                        MENSAGEM CLARA E RETURN-CODE 8 - NUNCA
032820*                        CALCULA COM FAIXAS DEFASADAS. DEVE SER
032830*                        CHAMADO DEPOIS DE 1085-DETERMINA-DATA.
032840******************************************************************
032850 1083-CARREGA-TABELAS.
032860     MOVE ZERO TO WRK-QTD-FAIXAS-INSS.
032870     MOVE ZERO TO WRK-QTD-FAIXAS-IRRF.
032880     MOVE ZEROS TO WRK-INSS-TETO.
032890     MOVE ZEROS TO WRK-DEDUCAO-DEP.
032900     MOVE ZEROS TO WRK-SALFAM-LIMITE.
032910     MOVE ZEROS TO WRK-SALFAM-VALOR.
032920     MOVE ZEROS TO WRK-ALIQ-PATRONAL.
032930     MOVE ZEROS TO WRK-ALIQ-FGTS.
032940     MOVE ZEROS TO WRK-MARGEM-PCT.
032950     MOVE ZEROS TO WRK-DIAS-CONTA-NOVA.
032960     OPEN INPUT TAX-TABLE-FILE.
032970     IF NOT WRK-TBX-OK
032980         DISPLAY 'ARQUIVO DE TABELAS (PAYTABS) INDISPONIVEL: '
032990             WRK-TBX-STATUS ' - LOTE ENCERRADO'
033000         PERFORM 1089-ENCERRA-SEM-TABELAS THRU 1089-EXIT
033010     END-IF.
033020     PERFORM 1084-LE-TABELA THRU 1084-EXIT
033030         UNTIL WRK-TBX-EOF.
033040     CLOSE TAX-TABLE-FILE.
033050     IF WRK-QTD-FAIXAS-INSS = ZERO
033060             OR WRK-QTD-FAIXAS-IRRF = ZERO
033070             OR WRK-INSS-TETO = ZEROS
033080         DISPLAY 'NENHUM CONJUNTO DE FAIXAS INSS/IRRF VIGENTE'
033090             ' PARA A DATA ' WRK-DATA-ATUAL
033100             ' NO PAYTABS - LOTE ENCERRADO'
033110         PERFORM 1089-ENCERRA-SEM-TABELAS THRU 1089-EXIT
033120     END-IF.
033130*    AS ALIQUOTAS DOS ENCARGOS PATRONAIS SAO OPCIONAIS NO
033140*    PAYTABS: SEM ELAS O LOTE ASSUME AS ALIQUOTAS LEGAIS
033150*    CORRENTES COM AVISO, EM VEZ DE ENCERRAR (OS PAYTABS
033160*    ANTERIORES A ESTA VERSAO NAO AS TRAZEM).
033170     IF WRK-ALIQ-PATRONAL = ZEROS
033180         DISPLAY 'SEM REGISTRO PATR NO PAYTABS - ASSUMINDO 20%'
033190         MOVE 20,00 TO WRK-ALIQ-PATRONAL
033200     END-IF.
033210     IF WRK-ALIQ-FGTS = ZEROS
033220         DISPLAY 'SEM REGISTRO FGTS NO PAYTABS - ASSUMINDO 8%'
033230         MOVE 8,00 TO WRK-ALIQ-FGTS
033240     END-IF.
033250     IF WRK-MARGEM-PCT = ZEROS
033260         DISPLAY 'SEM REGISTRO MARG NO PAYTABS - ASSUMINDO 35%'
033270         MOVE 35,00 TO WRK-MARGEM-PCT
033280     END-IF.
033290     IF WRK-DIAS-CONTA-NOVA = ZEROS
033300         DISPLAY 'SEM REGISTRO CTAN NO PAYTABS - ASSUMINDO 30'
033310             ' DIAS'
033320         MOVE 30 TO WRK-DIAS-CONTA-NOVA
033330     END-IF.
033340 1083-EXIT.
033350     EXIT.
033360******************************************************************
033370* 1084-LE-TABELA - LE UM REGISTRO DO PAYTABS E, SE A VIGENCIA
033380*                  COBRIR A DATA DO LOTE, GUARDA A FAIXA NA
033390*                  TABELA DO SEU TIPO. REGISTRO COM CAMPOS NAO
033400*                  NUMERICOS E IGNORADO COM AVISO.
033410******************************************************************
033420 1084-LE-TABELA.
033430     READ TAX-TABLE-FILE
033440         AT END
033450             SET WRK-TBX-EOF TO TRUE
033460         NOT AT END
033470             PERFORM 1088-GUARDA-FAIXA THRU 1088-EXIT
033480     END-READ.
033490 1084-EXIT.
033500     EXIT.
033510 1088-GUARDA-FAIXA.
033520     IF TBX-VIG-INI IS NOT NUMERIC
033530             OR TBX-VIG-FIM IS NOT NUMERIC
033540             OR TBX-LIMITE IS NOT NUMERIC
033550             OR TBX-ALIQUOTA IS NOT NUMERIC
033560             OR TBX-DEDUZIR IS NOT NUMERIC
033570         DISPLAY 'REGISTRO INVALIDO NO PAYTABS IGNORADO: '
033580             TBX-TIPO
033590         GO TO 1088-EXIT
033600     END-IF.
033610     IF WRK-DATA-ATUAL < TBX-VIG-INI
033620             OR WRK-DATA-ATUAL > TBX-VIG-FIM
033630         GO TO 1088-EXIT
033640     END-IF.
033650     EVALUATE TBX-TIPO
033660         WHEN 'INSS'
033670             IF WRK-QTD-FAIXAS-INSS >= WRK-MAX-FAIXAS
033680                 DISPLAY 'EXCESSO DE FAIXAS INSS NO PAYTABS'
033690                     ' - LOTE ENCERRADO'
033700                 CLOSE TAX-TABLE-FILE
033710                 PERFORM 1089-ENCERRA-SEM-TABELAS THRU 1089-EXIT
033720             END-IF
033730             ADD 1 TO WRK-QTD-FAIXAS-INSS
033740             MOVE TBX-LIMITE
033750                 TO TAB-INSS-LIMITE(WRK-QTD-FAIXAS-INSS)
033760             MOVE TBX-ALIQUOTA
033770                 TO TAB-INSS-ALIQUOTA(WRK-QTD-FAIXAS-INSS)
033780             MOVE TBX-DEDUZIR
033790                 TO TAB-INSS-DEDUZIR(WRK-QTD-FAIXAS-INSS)
033800         WHEN 'IRRF'
033810             IF WRK-QTD-FAIXAS-IRRF >= WRK-MAX-FAIXAS
033820                 DISPLAY 'EXCESSO DE FAIXAS IRRF NO PAYTABS'
033830                     ' - LOTE ENCERRADO'
033840                 CLOSE TAX-TABLE-FILE
033850                 PERFORM 1089-ENCERRA-SEM-TABELAS THRU 1089-EXIT
033860             END-IF
033870             ADD 1 TO WRK-QTD-FAIXAS-IRRF
033880             MOVE TBX-LIMITE
033890                 TO TAB-IRRF-LIMITE(WRK-QTD-FAIXAS-IRRF)
033900             MOVE TBX-ALIQUOTA
033910                 TO TAB-IRRF-ALIQUOTA(WRK-QTD-FAIXAS-IRRF)
033920             MOVE TBX-DEDUZIR
033930                 TO TAB-IRRF-DEDUZIR(WRK-QTD-FAIXAS-IRRF)
033940         WHEN 'TETO'
033950             MOVE TBX-LIMITE TO WRK-INSS-TETO
033960*        DEDUCAO POR DEPENDENTE DO IRRF (VALOR EM TBX-LIMITE) E
033970*        SALARIO-FAMILIA (LIMITE DE SALARIO EM TBX-LIMITE, VALOR
033980*        POR DEPENDENTE EM TBX-DEDUZIR). REGISTROS OPCIONAIS:
033990*        SEM ELES O LOTE RODA SEM DEDUCAO NEM BENEFICIO.
034000         WHEN 'DEPD'
034010             MOVE TBX-LIMITE TO WRK-DEDUCAO-DEP
034020         WHEN 'SFAM'
034030             MOVE TBX-LIMITE  TO WRK-SALFAM-LIMITE
034040             MOVE TBX-DEDUZIR TO WRK-SALFAM-VALOR
034050*        ALIQUOTAS DOS ENCARGOS PATRONAIS (EM TBX-ALIQUOTA).
034060         WHEN 'PATR'
034070             MOVE TBX-ALIQUOTA TO WRK-ALIQ-PATRONAL
034080*        PERCENTUAL DA MARGEM LEGAL DE CONSIGNACOES (TBX-ALIQUOTA).
034090         WHEN 'MARG'
034100             MOVE TBX-ALIQUOTA TO WRK-MARGEM-PCT
034110         WHEN 'FGTS'
034120             MOVE TBX-ALIQUOTA TO WRK-ALIQ-FGTS
034130*        DIAS DO AVISO DE PAGAMENTO EM CONTA BANCARIA APROVADA HA
034140*        POUCO (TBX-LIMITE, PARTE INTEIRA).
034150         WHEN 'CTAN'
034160             MOVE TBX-LIMITE TO WRK-DIAS-CONTA-NOVA
034170         WHEN OTHER
034180             DISPLAY 'TIPO INVALIDO NO PAYTABS IGNORADO: '
034190                 TBX-TIPO
034200     END-EVALUATE.
034210 1088-EXIT.
034220     EXIT.
034230******************************************************************
034240* 1089-ENCERRA-SEM-TABELAS - ENCERRA O LOTE QUANDO NAO HA FAIXAS
034250*                            VIGENTES: FECHA OS ARQUIVOS JA
034260*                            ABERTOS E DEVOLVE RETURN-CODE 8. O
034270*                            CHECKPOINT NAO E TOCADO, ENTAO UMA
034280*                            RETOMADA CONTINUA POSSIVEL DEPOIS DE
034290*                            CORRIGIR O PAYTABS.
034300******************************************************************
034310 1089-ENCERRA-SEM-TABELAS.
034320     CLOSE EMPLOYEE-MASTER.
034330     CLOSE REPORT-FILE.
034340     CLOSE SALARY-HISTORY-FILE.
034350     MOVE 8 TO RETURN-CODE.
034360     GOBACK.
034370 1089-EXIT.
034380     EXIT.
034390******************************************************************
034400* 1082-DETERMINA-TIPO - LE O TIPO DE FOLHA (E A PARCELA, NO CASO
034410*                       DO 13O) DO RUN-CONTROL-FILE (PAYTIPO). SE
034420*                       O ARQUIVO NAO EXISTIR, ESTIVER VAZIO OU
034430*                       TRAZER TIPO NAO RECONHECIDO, ASSUME A
034440*                       FOLHA REGULAR, COMO SEMPRE FOI. AJUSTA O
034450*                       TITULO DO CABECALHO AO TIPO DA EXECUCAO.
034460******************************************************************
034470 1082-DETERMINA-TIPO.
034480     MOVE 'REGULAR' TO WRK-TIPO-FOLHA.
034490     MOVE 1 TO WRK-PARCELA-13.
034500     MOVE 'NORMAL' TO WRK-MODO-FOLHA.
034510     OPEN INPUT RUN-CONTROL-FILE.
034520     IF WRK-TIPO-CFG-OK
034530         READ RUN-CONTROL-FILE
034540             AT END
034550                 CONTINUE
034560             NOT AT END
034570                 MOVE RCF-TIPO TO WRK-TIPO-FOLHA
034580                 IF RCF-PARCELA IS NUMERIC AND RCF-PARCELA = 2
034590                     MOVE 2 TO WRK-PARCELA-13
034600                 END-IF
034610                 IF RCF-MODO NOT = SPACES
034620                     MOVE RCF-MODO TO WRK-MODO-FOLHA
034630                 END-IF
034640                 IF RCF-PERCENTUAL IS NUMERIC
034650                         AND RCF-PERCENTUAL > ZEROS
034660                         AND RCF-PERCENTUAL NOT > 100
034670                     MOVE RCF-PERCENTUAL TO WRK-PCT-ADIANT
034680                 END-IF
034690         END-READ
034700         CLOSE RUN-CONTROL-FILE
034710     END-IF.
034720     IF NOT WRK-TIPO-VALIDO
034730         DISPLAY 'TIPO DE FOLHA NAO RECONHECIDO ('
034740             WRK-TIPO-FOLHA ') - ASSUMINDO REGULAR'
034750         MOVE 'REGULAR' TO WRK-TIPO-FOLHA
034760     END-IF.
034770     IF NOT WRK-MODO-VALIDO
034780         DISPLAY 'MODO DE EXECUCAO NAO RECONHECIDO ('
034790             WRK-MODO-FOLHA ') - ASSUMINDO NORMAL'
034800         MOVE 'NORMAL' TO WRK-MODO-FOLHA
034810     END-IF.
034820     IF WRK-MODO-REPROC
034830         DISPLAY 'MODO REPROCESSO DE REJEITADOS (PAYSUSPI)'
034840     END-IF.
034850     EVALUATE TRUE
034860         WHEN WRK-TIPO-13SAL AND WRK-PARCELA-13 = 1
034870             MOVE '13O SALARIO - 1A PARCELA - HOLERITES'
034880                 TO CAB1-TITULO
034890         WHEN WRK-TIPO-13SAL AND WRK-PARCELA-13 = 2
034900             MOVE '13O SALARIO - 2A PARCELA - HOLERITES'
034910                 TO CAB1-TITULO
034920         WHEN WRK-TIPO-FERIAS
034930             MOVE 'FERIAS - RELATORIO DE HOLERITES'
034940                 TO CAB1-TITULO
034950         WHEN WRK-TIPO-DISSIDIO
034960             MOVE 'DISSIDIO - DIFERENCAS RETROATIVAS'
034970                 TO CAB1-TITULO
034980         WHEN WRK-TIPO-ADIANT
034990             MOVE 'ADIANTAMENTO SALARIAL - HOLERITES'
035000                 TO CAB1-TITULO
035010         WHEN OTHER
035020             MOVE 'FOLHA DE PAGAMENTO - RELATORIO DE HOLERITES'
035030                 TO CAB1-TITULO
035040     END-EVALUATE.
035050 1082-EXIT.
035060     EXIT.
035070******************************************************************
035080* 1085-DETERMINA-DATA - OBTEM A DATA DE VIGENCIA DO LOTE (USADA NO
035090*                       CABECALHO DO RELATORIO E NO HISTORICO
035100*                       SALARIAL) A PARTIR DO ULTIMO REGISTRO DO
035110*                       AUDIT-FILE (DATEAUD) GRAVADO PELO
035120*                       PROGCOB03 - O AUDIT-FILE E SEQUENCIAL SEM
035130*                       INDICE,
035140*                       ENTAO E PRECISO LER ATE O FIM PARA ACHAR O
035150*                       REGISTRO MAIS RECENTE. SE O ARQUIVO NAO
035160*                       EXISTIR OU ESTIVER VAZIO (LOTE RODADO SEM
035170*                       PASSAR PELO PROGCOB03 ANTES), PERMANECE A
035180*                       DATA DO SISTEMA OBTIDA PELO ACCEPT ABAIXO.
035190******************************************************************
035200 1085-DETERMINA-DATA.
035210     ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
035220     OPEN INPUT AUDIT-FILE.
035230     IF WRK-AUDIT-OK
035240         PERFORM 1087-LE-AUDITORIA THRU 1087-EXIT
035250             UNTIL WRK-AUDIT-EOF
035260         CLOSE AUDIT-FILE
035270     END-IF.
035280     COMPUTE WRK-COMPETENCIA = WRK-DATA-ATUAL / 100.
035290 1085-EXIT.
035300     EXIT.
035310******************************************************************
035320* 1087-LE-AUDITORIA - LE UM REGISTRO DO AUDIT-FILE E GUARDA A
035330*                     DATA, SOBRESCREVENDO A ANTERIOR, PARA NO FIM
035340*                     FICAR
035350*                     COM A DATA DO REGISTRO MAIS RECENTE.
035360******************************************************************
035370 1087-LE-AUDITORIA.
035380     READ AUDIT-FILE
035390         AT END
035400             SET WRK-AUDIT-EOF TO TRUE
035410         NOT AT END
035420             MOVE AUD-DATA TO WRK-DATA-ATUAL
035430     END-READ.
035440 1087-EXIT.
035450     EXIT.
035460******************************************************************
035470* 1090-LE-CONTROLE - LE O REGISTRO UNICO DO CONTROL-TOTAL-FILE
035480*                    (PAYCTRL), PREPARADO EXTERNAMENTE ANTES DO
035490*                    LOTE RODAR, COM A QUANTIDADE E O BRUTO
035500*                    ESPERADOS PARA A CONFERENCIA DE TOTAIS NO FIM
035510*                    DO LOTE. SE O ARQUIVO NAO EXISTIR OU ESTIVER
035520*                    VAZIO, A CONFERENCIA E PULADA MAIS ADIANTE.
035530******************************************************************
035540 1090-LE-CONTROLE.
035550     MOVE 'N' TO WRK-SW-CTRLTOT-PRESENTE.
035560     OPEN INPUT CONTROL-TOTAL-FILE.
035570     IF WRK-CTRLTOT-OK
035580         READ CONTROL-TOTAL-FILE
035590             AT END
035600                 CONTINUE
035610             NOT AT END
035620                 MOVE CTRL-QTDE-ESPERADA
035630                     TO WRK-CTRL-QTDE-ESPERADA
035640                 MOVE CTRL-BRUTO-ESPERADO
035650                     TO WRK-CTRL-BRUTO-ESPERADO
035660                 SET WRK-CTRLTOT-PRESENTE TO TRUE
035670         END-READ
035680         CLOSE CONTROL-TOTAL-FILE
035690     END-IF.
035700 1090-EXIT.
035710     EXIT.
035720******************************************************************
035730* 1095-CARREGA-MOVIMENTOS - CARREGA O ARQUIVO DE MOVIMENTOS
035740*                           MENSAIS (MOVFOLHA) NA TABELA
035750*                           TAB-MOVIMENTOS. SE O ARQUIVO NAO
035760*                           EXISTIR OU ESTIVER VAZIO, O LOTE RODA
035770*                           SEM MOVIMENTOS, COMO ANTES. NUMA
035780*                           RETOMADA, OS MOVIMENTOS DAS
035790*                           MATRICULAS JA PROCESSADAS ANTES DA
035800*                           INTERRUPCAO SAO MARCADOS COMO
035810*                           APLICADOS, PARA NAO SEREM ACUSADOS
035820*                           COMO PENDENTES NO FIM DO LOTE.
035830******************************************************************
035840 1095-CARREGA-MOVIMENTOS.
035850     MOVE ZERO TO WRK-QTD-MOVIMENTOS.
035860     OPEN INPUT MOVEMENTS-FILE.
035870     IF WRK-MOV-OK
035880         PERFORM 1097-LE-MOVIMENTO THRU 1097-EXIT
035890             UNTIL WRK-MOV-EOF
035900         CLOSE MOVEMENTS-FILE
035910     END-IF.
035920     IF WRK-EH-RESTART
035930         PERFORM VARYING WRK-MOV-IDX FROM 1 BY 1
035940                 UNTIL WRK-MOV-IDX > WRK-QTD-MOVIMENTOS
035950             IF TAB-MOV-MATRICULA(WRK-MOV-IDX)
035960                     <= WRK-ULTIMA-MATRICULA
035970                 MOVE 'S' TO
035980                     TAB-MOV-SW-APLICADO(WRK-MOV-IDX)
035990             END-IF
036000         END-PERFORM
036010     END-IF.
036020 1095-EXIT.
036030     EXIT.
036040******************************************************************
036050* 1097-LE-MOVIMENTO - LE UM REGISTRO DO MOVFOLHA E GUARDA NA
036060*                     TABELA. EVENTO NAO RECONHECIDO OU VALOR NAO
036070*                     NUMERICO E MARCADO COM 'E' PARA SER RELATADO
036080*                     COMO ERRO NO FIM DO LOTE. TABELA CHEIA
036090*                     ENCERRA O LOTE COM RETURN-CODE 8, EM VEZ DE
036100*                     DESCARTAR MOVIMENTOS EM SILENCIO.
036110******************************************************************
036120 1097-LE-MOVIMENTO.
036130     READ MOVEMENTS-FILE
036140         AT END
036150             SET WRK-MOV-EOF TO TRUE
036160         NOT AT END
036170             PERFORM 1098-GUARDA-MOVIMENTO THRU 1098-EXIT
036180     END-READ.
036190 1097-EXIT.
036200     EXIT.
036210 1098-GUARDA-MOVIMENTO.
036220     IF WRK-QTD-MOVIMENTOS >= WRK-MAX-MOVIMENTOS
036230         DISPLAY 'TABELA DE MOVIMENTOS CHEIA - MAXIMO '
036240             WRK-MAX-MOVIMENTOS ' REGISTROS'
036250*        FECHA TUDO O QUE JA FOI ABERTO ATE AQUI: O PROGCOB04 E
036260*        CHAMADO PELO MENU PROGCOB01 (GOBACK), E UM ARQUIVO
036270*        DEIXADO ABERTO FARIA A PROXIMA CHAMADA FALHAR NO OPEN
036280*        (STATUS 41).
036290         CLOSE MOVEMENTS-FILE
036300         CLOSE EMPLOYEE-MASTER
036310         CLOSE REPORT-FILE
036320         CLOSE SALARY-HISTORY-FILE
036330         CLOSE BANK-WORK-FILE
036340         CLOSE FGTS-WORK-FILE
036350         CLOSE TAX-DETAIL-FILE
036360         CLOSE SUSPENSE-FILE
036370         CLOSE PAYSLIP-FILE
036380         CLOSE PAYSLIP-ARCHIVE-FILE
036390         IF WRK-MODO-REPROC
036400             CLOSE SUSPENSE-INPUT-FILE
036410         END-IF
036420         MOVE 8 TO RETURN-CODE
036430         GOBACK
036440     END-IF.
036450     ADD 1 TO WRK-QTD-MOVIMENTOS.
036460     MOVE MOV-MATRICULA TO
036470         TAB-MOV-MATRICULA(WRK-QTD-MOVIMENTOS).
036480     MOVE MOV-EVENTO TO TAB-MOV-EVENTO(WRK-QTD-MOVIMENTOS).
036490     MOVE ZEROS TO TAB-MOV-VALOR-CALC(WRK-QTD-MOVIMENTOS).
036500     IF MOV-VALOR IS NUMERIC
036510         MOVE MOV-VALOR TO TAB-MOV-VALOR(WRK-QTD-MOVIMENTOS)
036520     ELSE
036530         MOVE ZEROS TO TAB-MOV-VALOR(WRK-QTD-MOVIMENTOS)
036540     END-IF.
036550     IF MOV-VALOR IS NUMERIC
036560             AND (MOV-EVENTO = 'HE' OR MOV-EVENTO = 'BO'
036570             OR MOV-EVENTO = 'FA' OR MOV-EVENTO = 'HD')
036580         MOVE 'N' TO TAB-MOV-SW-APLICADO(WRK-QTD-MOVIMENTOS)
036590     ELSE
036600         MOVE 'E' TO TAB-MOV-SW-APLICADO(WRK-QTD-MOVIMENTOS)
036610     END-IF.
036620 1098-EXIT.
036630     EXIT.
036640******************************************************************
036650* 1094-CARREGA-DEPENDENTES - CARREGA O CADASTRO DE DEPENDENTES
036660*                            (DEPMAST) NA TABELA TAB-DEPENDENTES
036670*                            E CALCULA A DATA-LIMITE DE
036680*                            NASCIMENTO DO SALARIO-FAMILIA (14
036690*                            ANOS ANTES DA DATA DO LOTE). SE O
036700*                            ARQUIVO NAO EXISTIR OU ESTIVER
036710*                            VAZIO, O LOTE RODA SEM DEPENDENTES,
036720*                            COMO SEMPRE FOI. DEVE RODAR DEPOIS
036730*                            DE 1085-DETERMINA-DATA.
036740******************************************************************
036750 1094-CARREGA-DEPENDENTES.
036760     MOVE ZERO TO WRK-QTD-DEPENDENTES.
036770     COMPUTE WRK-NASC-LIMITE = WRK-DATA-ATUAL - 140000.
036780     OPEN INPUT DEPENDENTS-FILE.
036790     IF WRK-DEP-OK
036800         PERFORM 1096-LE-DEPENDENTE THRU 1096-EXIT
036810             UNTIL WRK-DEP-EOF
036820         CLOSE DEPENDENTS-FILE
036830     END-IF.
036840 1094-EXIT.
036850     EXIT.
036860******************************************************************
036870* 1096-LE-DEPENDENTE - LE UM REGISTRO DO DEPMAST E GUARDA NA
036880*                      TABELA. REGISTRO COM NASCIMENTO NAO
036890*                      NUMERICO E IGNORADO COM AVISO; TABELA
036900*                      CHEIA IGNORA O EXCEDENTE COM AVISO (A
036910*                      DEDUCAO SAIRIA MENOR, NUNCA MAIOR).
036920******************************************************************
036930 1096-LE-DEPENDENTE.
036940     READ DEPENDENTS-FILE
036950         AT END
036960             SET WRK-DEP-EOF TO TRUE
036970         NOT AT END
036980             IF DEP-NASCIMENTO IS NOT NUMERIC
036990                 DISPLAY 'REGISTRO INVALIDO NO DEPMAST '
037000                     'IGNORADO: ' DEP-MATRICULA
037010             ELSE
037020                 IF WRK-QTD-DEPENDENTES < WRK-MAX-DEPENDENTES
037030                     ADD 1 TO WRK-QTD-DEPENDENTES
037040                     MOVE DEP-MATRICULA TO
037050                         TAB-DEP-MATRICULA(WRK-QTD-DEPENDENTES)
037060                     MOVE DEP-NASCIMENTO TO
037070                         TAB-DEP-NASCIMENTO(WRK-QTD-DEPENDENTES)
037080                     MOVE DEP-PARENTESCO TO
037090                         TAB-DEP-PARENTESCO(WRK-QTD-DEPENDENTES)
037100                     MOVE DEP-NOME TO
037110                         TAB-DEP-NOME(WRK-QTD-DEPENDENTES)
037120                 ELSE
037130                     DISPLAY 'TABELA DE DEPENDENTES CHEIA - '
037140                         'REGISTRO IGNORADO: ' DEP-MATRICULA
037150                 END-IF
037160             END-IF
037170     END-READ.
037180 1096-EXIT.
037190     EXIT.
037200******************************************************************
037210* 1052-CARREGA-ADIANTAMENTOS - CARREGA OS ADIANTAMENTOS DA
037220*                              COMPETENCIA DO LOTE (ADIANTAM) NA
037230*                              TABELA TAB-ADIANTAMENTOS, SO NAS
037240*                              FOLHAS REGULAR E ADIANT. NA FOLHA
037250*                              ADIANT O ARQUIVO E REABERTO PARA
037260*                              ACRESCIMO (1054). SEM O ARQUIVO, A
037270*                              FOLHA REGULAR RODA SEM DESCONTO,
037280*                              COMO SEMPRE FOI.
037290******************************************************************
037300 1052-CARREGA-ADIANTAMENTOS.
037310     MOVE ZERO TO WRK-QTD-ADIANT.
037320     IF NOT WRK-TIPO-REGULAR AND NOT WRK-TIPO-ADIANT
037330         GO TO 1052-EXIT
037340     END-IF.
037350     OPEN INPUT ADVANCE-FILE.
037360     IF WRK-ADT-OK
037370         PERFORM 1053-LE-ADIANTAMENTO THRU 1053-EXIT
037380             UNTIL WRK-ADT-EOF
037390         CLOSE ADVANCE-FILE
037400     END-IF.
037410     IF WRK-TIPO-ADIANT
037420         DISPLAY 'ADIANTAMENTO SALARIAL DE ' WRK-PCT-ADIANT
037430             '% DO SALARIO'
037440         PERFORM 1054-ABRE-ADIANTAMENTOS THRU 1054-EXIT
037450     END-IF.
037460 1052-EXIT.
037470     EXIT.
037480******************************************************************
037490* 1051-CARREGA-CONTAS-NOVAS - CARREGA DO BNKPEND (ALTERACOES
037500*                             BANCARIAS DO PROGCOB05 DECIDIDAS
037510*                             NO PROGCOB27) AS APROVADAS HA
037520*                             MENOS DE WRK-DIAS-CONTA-NOVA DIAS
037530*                             DA DATA DO LOTE. SEM O ARQUIVO, A
037540*                             FOLHA RODA SEM O AVISO, COMO
037550*                             SEMPRE FOI. DEVE SER CHAMADO
037560*                             DEPOIS DE 1083-CARREGA-TABELAS.
037570******************************************************************
037580 1051-CARREGA-CONTAS-NOVAS.
037590     MOVE ZERO TO WRK-QTD-CONTAS-NOVAS.
037600     OPEN INPUT BANK-PENDING-FILE.
037610     IF NOT WRK-BNP-OK
037620         GO TO 1051-EXIT
037630     END-IF.
037640     PERFORM 1049-LE-CONTA-NOVA THRU 1049-EXIT
037650         UNTIL WRK-BNP-EOF.
037660     CLOSE BANK-PENDING-FILE.
037670 1051-EXIT.
037680     EXIT.
037690******************************************************************
037700* 1049-LE-CONTA-NOVA - LE UM REGISTRO DO BNKPEND E GUARDA NA
037710*                      TABELA A ALTERACAO APROVADA CUJA DATA DE
037720*                      APROVACAO, SOMADA DE WRK-DIAS-CONTA-NOVA
037730*                      DIAS, AINDA PASSA DA DATA DO LOTE. REGISTRO
037740*                      COM DATA INVALIDA E IGNORADO COM AVISO;
037750*                      TABELA CHEIA IGNORA O EXCEDENTE COM AVISO.
037760******************************************************************
037770 1049-LE-CONTA-NOVA.
037780     READ BANK-PENDING-FILE
037790         AT END
037800             SET WRK-BNP-EOF TO TRUE
037810             GO TO 1049-EXIT
037820     END-READ.
037830     IF BNP-SITUACAO NOT = 'A'
037840         GO TO 1049-EXIT
037850     END-IF.
037860     IF BNP-DATA-APROV IS NOT NUMERIC
037870         DISPLAY 'REGISTRO INVALIDO NO BNKPEND IGNORADO: '
037880             BNP-MATRICULA
037890         GO TO 1049-EXIT
037900     END-IF.
037910     MOVE BNP-DATA-APROV TO WRK-DATA-VERIF-NUM.
037920     IF WRK-VRF-MES < 1 OR WRK-VRF-MES > 12
037930         DISPLAY 'REGISTRO INVALIDO NO BNKPEND IGNORADO: '
037940             BNP-MATRICULA
037950         GO TO 1049-EXIT
037960     END-IF.
037970     IF BNP-DATA-APROV > WRK-DATA-ATUAL
037980         GO TO 1049-EXIT
037990     END-IF.
038000     PERFORM 1059-SOMA-UM-DIA THRU 1059-EXIT
038010         WRK-DIAS-CONTA-NOVA TIMES.
038020     IF WRK-DATA-VERIF-NUM NOT > WRK-DATA-ATUAL
038030         GO TO 1049-EXIT
038040     END-IF.
038050     IF WRK-QTD-CONTAS-NOVAS >= WRK-MAX-CONTAS-NOVAS
038060         DISPLAY 'TABELA DO BNKPEND CHEIA - IGNORADO: '
038070             BNP-MATRICULA
038080         GO TO 1049-EXIT
038090     END-IF.
038100     ADD 1 TO WRK-QTD-CONTAS-NOVAS.
038110     MOVE BNP-MATRICULA
038120         TO TAB-CTN-MATRICULA(WRK-QTD-CONTAS-NOVAS).
038130     MOVE BNP-BANCO-NOVO
038140         TO TAB-CTN-BANCO(WRK-QTD-CONTAS-NOVAS).
038150     MOVE BNP-AGENCIA-NOVO
038160         TO TAB-CTN-AGENCIA(WRK-QTD-CONTAS-NOVAS).
038170     MOVE BNP-CONTA-NOVO
038180         TO TAB-CTN-CONTA(WRK-QTD-CONTAS-NOVAS).
038190     MOVE BNP-DATA-APROV
038200         TO TAB-CTN-DATA-APROV(WRK-QTD-CONTAS-NOVAS).
038210     MOVE BNP-OPER-APROV
038220         TO TAB-CTN-OPER-APROV(WRK-QTD-CONTAS-NOVAS).
038230 1049-EXIT.
038240     EXIT.
038250******************************************************************
038260* 1053-LE-ADIANTAMENTO - LE UM REGISTRO DO ADIANTAM E GUARDA NA
038270*                        TABELA OS DA COMPETENCIA DO LOTE.
038280*                        REGISTRO INVALIDO E IGNORADO COM AVISO;
038290*                        TABELA CHEIA IGNORA O EXCEDENTE COM
038300*                        AVISO.
038310******************************************************************
038320 1053-LE-ADIANTAMENTO.
038330     READ ADVANCE-FILE
038340         AT END
038350             SET WRK-ADT-EOF TO TRUE
038360         NOT AT END
038370             IF ADT-COMPETENCIA IS NOT NUMERIC
038380                     OR ADT-VALOR IS NOT NUMERIC
038390                 DISPLAY 'REGISTRO INVALIDO NO ADIANTAM '
038400                     'IGNORADO: ' ADT-MATRICULA
038410             ELSE
038420                 IF ADT-COMPETENCIA = WRK-COMPETENCIA
038430                     IF WRK-QTD-ADIANT < WRK-MAX-ADIANT
038440                         ADD 1 TO WRK-QTD-ADIANT
038450                         MOVE ADT-MATRICULA TO
038460                             TAB-ADT-MATRICULA(WRK-QTD-ADIANT)
038470                         MOVE ADT-VALOR TO
038480                             TAB-ADT-VALOR(WRK-QTD-ADIANT)
038490                     ELSE
038500                         DISPLAY 'TABELA DO ADIANTAM CHEIA - '
038510                             'IGNORADO: ' ADT-MATRICULA
038520                     END-IF
038530                 END-IF
038540             END-IF
038550     END-READ.
038560 1053-EXIT.
038570     EXIT.
038580******************************************************************
038590* 1054-ABRE-ADIANTAMENTOS - ABRE O ADIANTAM PARA ACRESCIMO,
038600*                           CRIANDO-O NA PRIMEIRA EXECUCAO (MESMO
038610*                           IDIOMA DE 1070-ABRE-HISTORICO). ARMA
038620*                           WRK-SW-ADT-FALHA SE NENHUM DOS DOIS
038630*                           OPEN DER CERTO.
038640******************************************************************
038650 1054-ABRE-ADIANTAMENTOS.
038660     OPEN EXTEND ADVANCE-FILE.
038670     IF NOT WRK-ADT-OK
038680         CLOSE ADVANCE-FILE
038690         OPEN OUTPUT ADVANCE-FILE
038700         IF NOT WRK-ADT-OK
038710             DISPLAY 'ERRO AO ABRIR ADIANTAM: ' WRK-ADT-STATUS
038720             SET WRK-ADT-FALHOU TO TRUE
038730         END-IF
038740     END-IF.
038750 1054-EXIT.
038760     EXIT.
038770******************************************************************
038780* 1056-CARREGA-AFASTAMENTOS - CARREGA O CADASTRO DE AFASTAMENTOS
038790*                             (AFAST) NA TABELA TAB-AFASTAMENTOS,
038800*                             DEPOIS DE DELIMITAR A COMPETENCIA
038810*                             (PRIMEIRO E ULTIMO DIA DO MES). SE
038820*                             O ARQUIVO NAO EXISTIR OU ESTIVER
038830*                             VAZIO, O LOTE RODA SEM AFASTAMENTOS,
038840*                             COMO SEMPRE FOI. DEVE RODAR DEPOIS
038850*                             DE 1085-DETERMINA-DATA.
038860******************************************************************
038870 1056-CARREGA-AFASTAMENTOS.
038880     MOVE ZERO TO WRK-QTD-AFASTAMENTOS.
038890     COMPUTE WRK-AFA-INI-MES = (WRK-COMPETENCIA * 100) + 1.
038900     MOVE WRK-AFA-INI-MES TO WRK-DATA-VERIF-NUM.
038910     PERFORM 1058-DIAS-NO-MES THRU 1058-EXIT.
038920     MOVE WRK-DIAS-NO-MES TO WRK-AFA-DIAS-MES.
038930     COMPUTE WRK-AFA-FIM-MES =
038940         (WRK-COMPETENCIA * 100) + WRK-AFA-DIAS-MES.
038950     OPEN INPUT LEAVE-FILE.
038960     IF WRK-AFA-OK
038970         PERFORM 1057-LE-AFASTAMENTO THRU 1057-EXIT
038980             UNTIL WRK-AFA-EOF
038990         CLOSE LEAVE-FILE
039000     END-IF.
039010 1056-EXIT.
039020     EXIT.
039030******************************************************************
039040* 1057-LE-AFASTAMENTO - LE UM REGISTRO DO AFAST E GUARDA NA
039050*                       TABELA O INICIO EFETIVO (NA DOENCA, 15
039060*                       DIAS DEPOIS DO INICIO), O FIM E SE O TIPO
039070*                       SUSPENDE O PERIODO AQUISITIVO. REGISTRO
039080*                       COM DATA NAO NUMERICA OU TIPO INVALIDO E
039090*                       IGNORADO COM AVISO; AFASTAMENTO ENCERRADO
039100*                       ANTES DA COMPETENCIA NAO E GUARDADO;
039110*                       TABELA CHEIA IGNORA O EXCEDENTE COM AVISO.
039120******************************************************************
039130 1057-LE-AFASTAMENTO.
039140     READ LEAVE-FILE
039150         AT END
039160             SET WRK-AFA-EOF TO TRUE
039170             GO TO 1057-EXIT
039180     END-READ.
039190     IF AFA-DATA-INI IS NOT NUMERIC
039200             OR AFA-DATA-FIM IS NOT NUMERIC
039210             OR (AFA-TIPO NOT = 'DO' AND AFA-TIPO NOT = 'MA'
039220                 AND AFA-TIPO NOT = 'NR')
039230         DISPLAY 'REGISTRO INVALIDO NO AFAST IGNORADO: '
039240             AFA-MATRICULA
039250         GO TO 1057-EXIT
039260     END-IF.
039270     IF AFA-DATA-FIM NOT = ZEROS
039280             AND AFA-DATA-FIM < WRK-AFA-INI-MES
039290         GO TO 1057-EXIT
039300     END-IF.
039310     IF WRK-QTD-AFASTAMENTOS NOT < WRK-MAX-AFASTAMENTOS
039320         DISPLAY 'TABELA DE AFASTAMENTOS CHEIA - '
039330             'REGISTRO IGNORADO: ' AFA-MATRICULA
039340         GO TO 1057-EXIT
039350     END-IF.
039360     ADD 1 TO WRK-QTD-AFASTAMENTOS.
039370     MOVE AFA-MATRICULA TO
039380         TAB-AFA-MATRICULA(WRK-QTD-AFASTAMENTOS).
039390     MOVE AFA-DATA-FIM TO
039400         TAB-AFA-DATA-FIM(WRK-QTD-AFASTAMENTOS).
039410     MOVE AFA-DATA-INI TO WRK-DATA-VERIF-NUM.
039420     MOVE 'N' TO TAB-AFA-SW-SUSPENDE(WRK-QTD-AFASTAMENTOS).
039430     IF AFA-TIPO = 'DO'
039440         PERFORM 1059-SOMA-UM-DIA THRU 1059-EXIT
039450             WRK-DIAS-CARENCIA TIMES
039460     END-IF.
039470     IF AFA-TIPO = 'DO' OR AFA-TIPO = 'NR'
039480         MOVE 'S' TO TAB-AFA-SW-SUSPENDE(WRK-QTD-AFASTAMENTOS)
039490     END-IF.
039500     MOVE WRK-DATA-VERIF-NUM TO
039510         TAB-AFA-INICIO-EFET(WRK-QTD-AFASTAMENTOS).
039520 1057-EXIT.
039530     EXIT.
039540******************************************************************
039550* 1058-DIAS-NO-MES - DEVOLVE EM WRK-DIAS-NO-MES A QUANTIDADE DE
039560*                    DIAS DO MES DE WRK-DATA-VERIF, TRATANDO
039570*                    FEVEREIRO DE ANO BISSEXTO (DIVISIVEL POR 4,
039580*                    MENOS OS SECULOS NAO DIVISIVEIS POR 400).
039590******************************************************************
039600 1058-DIAS-NO-MES.
039610     MOVE TAB-DIAS-DO-MES(WRK-VRF-MES) TO WRK-DIAS-NO-MES.
039620     IF WRK-VRF-MES = 2
039630         DIVIDE WRK-VRF-ANO BY 4 GIVING WRK-QUOCIENTE
039640             REMAINDER WRK-RESTO
039650         IF WRK-RESTO = ZERO
039660             DIVIDE WRK-VRF-ANO BY 100 GIVING WRK-QUOCIENTE
039670                 REMAINDER WRK-RESTO
039680             IF WRK-RESTO NOT = ZERO
039690                 MOVE 29 TO WRK-DIAS-NO-MES
039700             ELSE
039710                 DIVIDE WRK-VRF-ANO BY 400 GIVING WRK-QUOCIENTE
039720                     REMAINDER WRK-RESTO
039730                 IF WRK-RESTO = ZERO
039740                     MOVE 29 TO WRK-DIAS-NO-MES
039750                 END-IF
039760             END-IF
039770         END-IF
039780     END-IF.
039790 1058-EXIT.
039800     EXIT.
039810******************************************************************
039820* 1059-SOMA-UM-DIA - SOMA UM DIA A WRK-DATA-VERIF, VIRANDO MES E
039830*                    ANO QUANDO PRECISO.
039840******************************************************************
039850 1059-SOMA-UM-DIA.
039860     PERFORM 1058-DIAS-NO-MES THRU 1058-EXIT.
039870     IF WRK-VRF-DIA < WRK-DIAS-NO-MES
039880         ADD 1 TO WRK-VRF-DIA
039890     ELSE
039900         MOVE 1 TO WRK-VRF-DIA
039910         IF WRK-VRF-MES < 12
039920             ADD 1 TO WRK-VRF-MES
039930         ELSE
039940             MOVE 1 TO WRK-VRF-MES
039950             ADD 1 TO WRK-VRF-ANO
039960         END-IF
039970     END-IF.
039980 1059-EXIT.
039990     EXIT.
040000******************************************************************
040010* 1074-CARREGA-CONSIGNACOES - CARREGA O ARQUIVO DE CONSIGNACOES
040020*                             (CONSIG) NA TABELA. SE O ARQUIVO NAO
040030*                             EXISTIR OU ESTIVER VAZIO, O LOTE RODA
040040*                             SEM CONSIGNACOES. NUMA RETOMADA, AS
040050*                             CONSIGNACOES DAS MATRICULAS JA
040060*                             PROCESSADAS SAO MARCADAS COMO
040070*                             APLICADAS, NO MESMO IDIOMA DOS
040080*                             MOVIMENTOS (1095).
040090******************************************************************
040100 1074-CARREGA-CONSIGNACOES.
040110     MOVE ZERO TO WRK-QTD-CONSIG.
040120     OPEN INPUT CONSIGNATION-FILE.
040130     IF WRK-CSG-OK
040140         PERFORM 1071-LE-CONSIGNACAO THRU 1071-EXIT
040150             UNTIL WRK-CSG-EOF
040160         CLOSE CONSIGNATION-FILE
040170     END-IF.
040180     IF WRK-EH-RESTART
040190         PERFORM VARYING WRK-CSG-IDX FROM 1 BY 1
040200                 UNTIL WRK-CSG-IDX > WRK-QTD-CONSIG
040210             IF TAB-CSG-MATRICULA(WRK-CSG-IDX)
040220                     <= WRK-ULTIMA-MATRICULA
040230                 MOVE 'S' TO
040240                     TAB-CSG-SW-APLICADA(WRK-CSG-IDX)
040250             END-IF
040260         END-PERFORM
040270     END-IF.
040280 1074-EXIT.
040290     EXIT.
040300******************************************************************
040310* 1071-LE-CONSIGNACAO - LE UM REGISTRO DO CONSIG E GUARDA NA
040320*                       TABELA. VALOR OU PARCELAS NAO NUMERICOS,
040330*                       OU PARCELAS ZERADAS, E IGNORADO COM AVISO;
040340*                       TABELA CHEIA IGNORA O EXCEDENTE COM AVISO
040350*                       (A CONSIGNACAO FICA PARA O MES SEGUINTE).
040360******************************************************************
040370 1071-LE-CONSIGNACAO.
040380     READ CONSIGNATION-FILE
040390         AT END
040400             SET WRK-CSG-EOF TO TRUE
040410         NOT AT END
040420             IF CSG-VALOR IS NOT NUMERIC
040430                     OR CSG-PARCELAS IS NOT NUMERIC
040440                     OR CSG-PARCELAS = ZEROS
040450                 DISPLAY 'REGISTRO INVALIDO NO CONSIG '
040460                     'IGNORADO: ' CSG-MATRICULA
040470             ELSE
040480                 IF WRK-QTD-CONSIG < WRK-MAX-CONSIG
040490                     ADD 1 TO WRK-QTD-CONSIG
040500                     MOVE CSG-MATRICULA TO
040510                         TAB-CSG-MATRICULA(WRK-QTD-CONSIG)
040520                     MOVE CSG-CODIGO TO
040530                         TAB-CSG-CODIGO(WRK-QTD-CONSIG)
040540                     MOVE CSG-DESCRICAO TO
040550                         TAB-CSG-DESCRICAO(WRK-QTD-CONSIG)
040560                     MOVE CSG-VALOR TO
040570                         TAB-CSG-VALOR(WRK-QTD-CONSIG)
040580                     MOVE CSG-PARCELAS TO
040590                         TAB-CSG-PARCELAS(WRK-QTD-CONSIG)
040600                     MOVE 'N' TO
040610                         TAB-CSG-SW-APLICADA(WRK-QTD-CONSIG)
040620                 ELSE
040630                     DISPLAY 'TABELA DE CONSIGNACOES CHEIA - '
040640                         'REGISTRO IGNORADO: ' CSG-MATRICULA
040650                 END-IF
040660             END-IF
040670     END-READ.
040680 1071-EXIT.
040690     EXIT.
040700******************************************************************
040710* 1073-CARREGA-BENEFICIOS - NA FOLHA REGULAR EM MODO NORMAL,
040720*                           CARREGA A TABELA DE PLANOS (BENPLAN),
040730*                           MARCA OS DIAS UTEIS DA COMPETENCIA
040740*                           PELO CALENDARIO DE FERIADOS E CARREGA
040750*                           AS ADESOES DO BENEF VIGENTES NO MES,
040760*                           COM O CUSTO JA CALCULADO. SEM O BENEF
040770*                           O LOTE RODA SEM BENEFICIOS, COMO
040780*                           SEMPRE FOI; SEM O FERIADOS, TODO DIA
040790*                           DE SEGUNDA A SEXTA CONTA COMO UTIL,
040800*                           COM AVISO. NUMA RETOMADA, AS ADESOES
040810*                           DAS MATRICULAS JA PROCESSADAS SAO
040820*                           MARCADAS COMO APLICADAS, NO MESMO
040830*                           IDIOMA DAS CONSIGNACOES (1074). DEVE
040840*                           RODAR DEPOIS DE 1056 (LIMITES DA
040850*                           COMPETENCIA) E DE 1094 (DEPENDENTES).
040860******************************************************************
040870 1073-CARREGA-BENEFICIOS.
040880     MOVE ZERO TO WRK-QTD-BENEFICIOS.
040890     IF NOT WRK-TIPO-REGULAR OR WRK-MODO-REPROC
040900         GO TO 1073-EXIT
040910     END-IF.
040920     OPEN INPUT BENEFIT-FILE.
040930     IF NOT WRK-BEN-OK
040940         GO TO 1073-EXIT
040950     END-IF.
040960     MOVE ZERO TO WRK-QTD-PLANOS-BEN.
040970     OPEN INPUT BENEFIT-PLAN-FILE.
040980     IF WRK-PLN-OK
040990         PERFORM 1043-LE-PLANO-BEN THRU 1043-EXIT
041000             UNTIL WRK-PLN-EOF
041010         CLOSE BENEFIT-PLAN-FILE
041020     ELSE
041030         DISPLAY 'TABELA DE PLANOS (BENPLAN) INDISPONIVEL - '
041040             'ADESOES DO BENEF IGNORADAS'
041050     END-IF.
041060     MOVE ZERO TO WRK-QTD-FERIADOS.
041070     OPEN INPUT HOLIDAY-FILE.
041080     IF WRK-FER-OK
041090         PERFORM 1044-LE-FERIADO THRU 1044-EXIT
041100             UNTIL WRK-FER-EOF
041110         CLOSE HOLIDAY-FILE
041120     ELSE
041130         DISPLAY 'CALENDARIO DE FERIADOS INDISPONIVEL - VT E VR '
041140             'PELOS DIAS DE SEGUNDA A SEXTA'
041150     END-IF.
041160     PERFORM 1048-MARCA-DIAS-UTEIS THRU 1048-EXIT.
041170     PERFORM 1077-LE-BENEFICIO THRU 1077-EXIT
041180         UNTIL WRK-BEN-EOF.
041190     CLOSE BENEFIT-FILE.
041200     IF WRK-EH-RESTART
041210         PERFORM VARYING WRK-BNF-IDX FROM 1 BY 1
041220                 UNTIL WRK-BNF-IDX > WRK-QTD-BENEFICIOS
041230             IF TAB-BNF-MATRICULA(WRK-BNF-IDX)
041240                     <= WRK-ULTIMA-MATRICULA
041250                 MOVE 'S' TO
041260                     TAB-BNF-SW-APLICADA(WRK-BNF-IDX)
041270             END-IF
041280         END-PERFORM
041290     END-IF.
041300 1073-EXIT.
041310     EXIT.
041320******************************************************************
041330* 1043-LE-PLANO-BEN - LE UM REGISTRO DO BENPLAN E GUARDA NA
041340*                     TABELA, COM OS ACUMULADORES DO PEDIDO AOS
041350*                     FORNECEDORES ZERADOS. PRECO OU PERCENTUAL
041360*                     NAO NUMERICO E IGNORADO COM AVISO; TABELA
041370*                     CHEIA IGNORA O EXCEDENTE COM AVISO.
041380******************************************************************
041390 1043-LE-PLANO-BEN.
041400     READ BENEFIT-PLAN-FILE
041410         AT END
041420             SET WRK-PLN-EOF TO TRUE
041430             GO TO 1043-EXIT
041440     END-READ.
041450     IF PLN-VALOR-TITULAR IS NOT NUMERIC
041460             OR PLN-VALOR-DEPENDENTE IS NOT NUMERIC
041470             OR PLN-PCT-EMPREGADO IS NOT NUMERIC
041480         DISPLAY 'REGISTRO INVALIDO NO BENPLAN IGNORADO: '
041490             PLN-TIPO ' ' PLN-PLANO
041500         GO TO 1043-EXIT
041510     END-IF.
041520     IF WRK-QTD-PLANOS-BEN NOT < WRK-MAX-PLANOS-BEN
041530         DISPLAY 'TABELA DE PLANOS CHEIA - REGISTRO IGNORADO: '
041540             PLN-TIPO ' ' PLN-PLANO
041550         GO TO 1043-EXIT
041560     END-IF.
041570     ADD 1 TO WRK-QTD-PLANOS-BEN.
041580     MOVE WRK-QTD-PLANOS-BEN TO WRK-BPL-IDX.
041590     MOVE PLN-TIPO       TO TAB-BPL-TIPO(WRK-BPL-IDX).
041600     MOVE PLN-PLANO      TO TAB-BPL-PLANO(WRK-BPL-IDX).
041610     MOVE PLN-FORNECEDOR TO TAB-BPL-FORNECEDOR(WRK-BPL-IDX).
041620     MOVE PLN-VALOR-TITULAR
041630         TO TAB-BPL-VALOR-TITULAR(WRK-BPL-IDX).
041640     MOVE PLN-VALOR-DEPENDENTE
041650         TO TAB-BPL-VALOR-DEPEND(WRK-BPL-IDX).
041660     MOVE PLN-PCT-EMPREGADO
041670         TO TAB-BPL-PCT-EMPREGADO(WRK-BPL-IDX).
041680     MOVE ZEROS TO TAB-BPL-QTDE-TITULAR(WRK-BPL-IDX).
041690     MOVE ZEROS TO TAB-BPL-QTDE-DEPEND(WRK-BPL-IDX).
041700     MOVE ZEROS TO TAB-BPL-QTDE-DIAS(WRK-BPL-IDX).
041710     MOVE ZEROS TO TAB-BPL-VALOR(WRK-BPL-IDX).
041720 1043-EXIT.
041730     EXIT.
041740******************************************************************
041750* 1044-LE-FERIADO - LE UM REGISTRO DO CALENDARIO PARA A TABELA.
041760*                   DATA NAO NUMERICA E IGNORADA COM AVISO; TABELA
041770*                   CHEIA IGNORA O EXCEDENTE COM AVISO.
041780******************************************************************
041790 1044-LE-FERIADO.
041800     READ HOLIDAY-FILE
041810         AT END
041820             SET WRK-FER-EOF TO TRUE
041830         NOT AT END
041840             IF FER-DATA IS NOT NUMERIC
041850                 DISPLAY 'FERIADO COM DATA INVALIDA IGNORADO: '
041860                     FER-DESCRICAO
041870             ELSE
041880                 IF WRK-QTD-FERIADOS < WRK-MAX-FERIADOS
041890                     ADD 1 TO WRK-QTD-FERIADOS
041900                     MOVE FER-DATA TO
041910                         TAB-FERIADO-DATA(WRK-QTD-FERIADOS)
041920                 ELSE
041930                     DISPLAY 'CALENDARIO CHEIO - FERIADO '
041940                         'IGNORADO: ' FER-DATA
041950                 END-IF
041960             END-IF
041970     END-READ.
041980 1044-EXIT.
041990     EXIT.
042000******************************************************************
042010* 1048-MARCA-DIAS-UTEIS - MARCA EM TAB-DIA-UTIL OS DIAS UTEIS DA
042020*                         COMPETENCIA (SEGUNDA A SEXTA QUE NAO SAO
042030*                         FERIADO DO CALENDARIO), BASE DOS DIAS DE
042040*                         VT E VR DE CADA ADESAO.
042050******************************************************************
042060 1048-MARCA-DIAS-UTEIS.
042070     MOVE ZEROS TO WRK-DIAS-UTEIS-MES.
042080     PERFORM VARYING WRK-BNF-DIA FROM 1 BY 1
042090             UNTIL WRK-BNF-DIA > 31
042100         MOVE 'N' TO TAB-DIA-UTIL(WRK-BNF-DIA)
042110         IF WRK-BNF-DIA NOT > WRK-AFA-DIAS-MES
042120             COMPUTE WRK-DATA-VERIF-NUM =
042130                 WRK-AFA-INI-MES + WRK-BNF-DIA - 1
042140             PERFORM 1099-CALCULA-DOW THRU 1099-EXIT
042150             MOVE 'N' TO WRK-SW-FERIADO
042160             PERFORM VARYING WRK-FER-IDX FROM 1 BY 1
042170                     UNTIL WRK-FER-IDX > WRK-QTD-FERIADOS
042180                 IF WRK-DATA-VERIF-NUM
042190                         = TAB-FERIADO-DATA(WRK-FER-IDX)
042200                     MOVE 'S' TO WRK-SW-FERIADO
042210                 END-IF
042220             END-PERFORM
042230             IF WRK-DOW-VERIF < 6 AND NOT WRK-EH-FERIADO
042240                 MOVE 'S' TO TAB-DIA-UTIL(WRK-BNF-DIA)
042250                 ADD 1 TO WRK-DIAS-UTEIS-MES
042260             END-IF
042270         END-IF
042280     END-PERFORM.
042290     DISPLAY 'DIAS UTEIS DA COMPETENCIA (VT/VR): '
042300         WRK-DIAS-UTEIS-MES.
042310 1048-EXIT.
042320     EXIT.
042330******************************************************************
042340* 1099-CALCULA-DOW - CALCULA O DIA DA SEMANA DE WRK-DATA-VERIF
042350*                    PELA CONGRUENCIA DE ZELLER, DEVOLVENDO EM
042360*                    WRK-DOW-VERIF A MESMA CONVENCAO DO ACCEPT
042370*                    FROM DAY-OF-WEEK (1 = SEGUNDA ... 7 =
042380*                    DOMINGO), COMO NO PROGCOB28.
042390******************************************************************
042400 1099-CALCULA-DOW.
042410     MOVE WRK-VRF-ANO TO WRK-ZEL-ANO.
042420     MOVE WRK-VRF-MES TO WRK-ZEL-MES.
042430     IF WRK-ZEL-MES <= 2
042440         ADD 12 TO WRK-ZEL-MES
042450         SUBTRACT 1 FROM WRK-ZEL-ANO
042460     END-IF.
042470     DIVIDE WRK-ZEL-ANO BY 100 GIVING WRK-ZEL-SECULO
042480         REMAINDER WRK-ZEL-ANOSEC.
042490     COMPUTE WRK-ZEL-T1 = (13 * (WRK-ZEL-MES + 1)) / 5.
042500     COMPUTE WRK-ZEL-SOMA = WRK-VRF-DIA + WRK-ZEL-T1
042510         + WRK-ZEL-ANOSEC + (WRK-ZEL-ANOSEC / 4)
042520         + (WRK-ZEL-SECULO / 4) + (5 * WRK-ZEL-SECULO).
042530     DIVIDE WRK-ZEL-SOMA BY 7 GIVING WRK-QUOCIENTE
042540         REMAINDER WRK-ZEL-H.
042550     COMPUTE WRK-ZEL-SOMA = WRK-ZEL-H + 5.
042560     DIVIDE WRK-ZEL-SOMA BY 7 GIVING WRK-QUOCIENTE
042570         REMAINDER WRK-ZEL-H.
042580     COMPUTE WRK-DOW-VERIF = WRK-ZEL-H + 1.
042590 1099-EXIT.
042600     EXIT.
042610******************************************************************
042620* 1077-LE-BENEFICIO - LE UMA ADESAO DO BENEF E, SE VIGENTE EM
042630*                     ALGUM DIA DA COMPETENCIA, GUARDA NA TABELA
042640*                     COM O CUSTO DO MES: VT = CUSTO DIARIO X DIAS
042650*                     UTEIS DO PERIODO; VR = VALOR DIARIO DO PLANO
042660*                     X DIAS UTEIS DO PERIODO; PS = PRECO MENSAL
042670*                     DO TITULAR OU DO DEPENDENTE. REGISTRO COM
042680*                     CAMPO NAO NUMERICO OU TIPO INVALIDO, PLANO
042690*                     FORA DO BENPLAN OU DEPENDENTE FORA DO
042700*                     DEPMAST E IGNORADO COM AVISO; TABELA CHEIA
042710*                     IGNORA O EXCEDENTE COM AVISO.
042720******************************************************************
042730 1077-LE-BENEFICIO.
042740     READ BENEFIT-FILE
042750         AT END
042760             SET WRK-BEN-EOF TO TRUE
042770             GO TO 1077-EXIT
042780     END-READ.
042790     IF BEN-DATA-INI IS NOT NUMERIC
042800             OR BEN-DATA-FIM IS NOT NUMERIC
042810             OR BEN-CUSTO-DIARIO IS NOT NUMERIC
042820             OR (BEN-TIPO NOT = 'VT' AND BEN-TIPO NOT = 'VR'
042830                 AND BEN-TIPO NOT = 'PS')
042840         DISPLAY 'REGISTRO INVALIDO NO BENEF IGNORADO: '
042850             BEN-MATRICULA
042860         GO TO 1077-EXIT
042870     END-IF.
042880     IF BEN-DATA-INI > WRK-AFA-FIM-MES
042890             OR (BEN-DATA-FIM NOT = ZEROS
042900                 AND BEN-DATA-FIM < WRK-AFA-INI-MES)
042910         GO TO 1077-EXIT
042920     END-IF.
042930     MOVE 'N' TO WRK-SW-BPL-ACHADO.
042940     PERFORM VARYING WRK-BPL-IDX FROM 1 BY 1
042950             UNTIL WRK-BPL-IDX > WRK-QTD-PLANOS-BEN
042960                OR WRK-BPL-ACHADO
042970         IF TAB-BPL-TIPO(WRK-BPL-IDX) = BEN-TIPO
042980                 AND TAB-BPL-PLANO(WRK-BPL-IDX) = BEN-PLANO
042990             SET WRK-BPL-ACHADO TO TRUE
043000         END-IF
043010     END-PERFORM.
043020     IF NOT WRK-BPL-ACHADO
043030         DISPLAY 'PLANO NAO CADASTRADO NO BENPLAN - ADESAO '
043040             'IGNORADA: ' BEN-MATRICULA ' ' BEN-TIPO ' ' BEN-PLANO
043050         GO TO 1077-EXIT
043060     END-IF.
043070     SUBTRACT 1 FROM WRK-BPL-IDX.
043080     IF BEN-DEPENDENTE NOT = SPACES
043090         MOVE 'N' TO WRK-SW-BNF-DEP-ACHADO
043100         PERFORM VARYING WRK-DEP-IDX FROM 1 BY 1
043110                 UNTIL WRK-DEP-IDX > WRK-QTD-DEPENDENTES
043120                    OR WRK-BNF-DEP-ACHADO
043130             IF TAB-DEP-MATRICULA(WRK-DEP-IDX) = BEN-MATRICULA
043140                     AND TAB-DEP-NOME(WRK-DEP-IDX)
043150                         = BEN-DEPENDENTE
043160                 SET WRK-BNF-DEP-ACHADO TO TRUE
043170             END-IF
043180         END-PERFORM
043190         IF NOT WRK-BNF-DEP-ACHADO
043200             DISPLAY 'DEPENDENTE NAO CADASTRADO NO DEPMAST - '
043210                 'ADESAO IGNORADA: ' BEN-MATRICULA ' '
043220                 BEN-DEPENDENTE
043230             GO TO 1077-EXIT
043240         END-IF
043250     END-IF.
043260     IF WRK-QTD-BENEFICIOS NOT < WRK-MAX-BENEFICIOS
043270         DISPLAY 'TABELA DE BENEFICIOS CHEIA - REGISTRO '
043280             'IGNORADO: ' BEN-MATRICULA
043290         GO TO 1077-EXIT
043300     END-IF.
043310*    DIAS UTEIS DO PERIODO DA ADESAO DENTRO DA COMPETENCIA.
043320     MOVE 1 TO WRK-BNF-DIA-DE.
043330     MOVE WRK-AFA-DIAS-MES TO WRK-BNF-DIA-ATE.
043340     IF BEN-DATA-INI > WRK-AFA-INI-MES
043350         MOVE BEN-DATA-INI TO WRK-DATA-VERIF-NUM
043360         MOVE WRK-VRF-DIA TO WRK-BNF-DIA-DE
043370     END-IF.
043380     IF BEN-DATA-FIM NOT = ZEROS
043390             AND BEN-DATA-FIM < WRK-AFA-FIM-MES
043400         MOVE BEN-DATA-FIM TO WRK-DATA-VERIF-NUM
043410         MOVE WRK-VRF-DIA TO WRK-BNF-DIA-ATE
043420     END-IF.
043430     MOVE ZEROS TO WRK-BNF-DIAS.
043440     PERFORM VARYING WRK-BNF-DIA FROM WRK-BNF-DIA-DE BY 1
043450             UNTIL WRK-BNF-DIA > WRK-BNF-DIA-ATE
043460         IF TAB-DIA-UTIL(WRK-BNF-DIA) = 'S'
043470             ADD 1 TO WRK-BNF-DIAS
043480         END-IF
043490     END-PERFORM.
043500     ADD 1 TO WRK-QTD-BENEFICIOS.
043510     MOVE WRK-QTD-BENEFICIOS TO WRK-BNF-IDX.
043520     MOVE BEN-MATRICULA TO TAB-BNF-MATRICULA(WRK-BNF-IDX).
043530     MOVE BEN-TIPO      TO TAB-BNF-TIPO(WRK-BNF-IDX).
043540     MOVE WRK-BPL-IDX   TO TAB-BNF-BPL-IDX(WRK-BNF-IDX).
043550     MOVE 'N'           TO TAB-BNF-SW-DEPENDENTE(WRK-BNF-IDX).
043560     MOVE 'N'           TO TAB-BNF-SW-APLICADA(WRK-BNF-IDX).
043570     EVALUATE BEN-TIPO
043580         WHEN 'VT'
043590             MOVE WRK-BNF-DIAS TO TAB-BNF-DIAS(WRK-BNF-IDX)
043600             COMPUTE TAB-BNF-CUSTO(WRK-BNF-IDX) =
043610                 BEN-CUSTO-DIARIO * WRK-BNF-DIAS
043620         WHEN 'VR'
043630             MOVE WRK-BNF-DIAS TO TAB-BNF-DIAS(WRK-BNF-IDX)
043640             COMPUTE TAB-BNF-CUSTO(WRK-BNF-IDX) =
043650                 TAB-BPL-VALOR-TITULAR(WRK-BPL-IDX) * WRK-BNF-DIAS
043660         WHEN OTHER
043670             MOVE ZEROS TO TAB-BNF-DIAS(WRK-BNF-IDX)
043680             IF BEN-DEPENDENTE = SPACES
043690                 MOVE TAB-BPL-VALOR-TITULAR(WRK-BPL-IDX)
043700                     TO TAB-BNF-CUSTO(WRK-BNF-IDX)
043710             ELSE
043720                 MOVE 'S' TO TAB-BNF-SW-DEPENDENTE(WRK-BNF-IDX)
043730                 MOVE TAB-BPL-VALOR-DEPEND(WRK-BPL-IDX)
043740                     TO TAB-BNF-CUSTO(WRK-BNF-IDX)
043750             END-IF
043760     END-EVALUATE.
043770 1077-EXIT.
043780     EXIT.
043790******************************************************************
043800* 1067-CARREGA-FERSALDO - CARREGA O SALDO DE FERIAS (FERSALDO) NA
043810*                         TABELA. SE O ARQUIVO NAO EXISTIR
043820*                         (PRIMEIRA EXECUCAO DO CONTROLE), A TABELA
043830*                         COMECA VAZIA E OS REGISTROS SAO CRIADOS
043840*                         CONFORME OS FUNCIONARIOS SAO PAGOS. NUMA
043850*                         RETOMADA, OS FUNCIONARIOS JA PROCESSADOS
043860*                         SAO REMARCADOS COMO ATIVOS, NO MESMO
043870*                         IDIOMA DOS MOVIMENTOS (1095), MENOS OS
043880*                         SUSPENSOS POR AFASTAMENTO (2069); POR
043890*                         ISSO DEVE RODAR DEPOIS DE 1056.
043900******************************************************************
043910 1067-CARREGA-FERSALDO.
043920     MOVE ZERO TO WRK-QTD-FERSALDO.
043930     OPEN INPUT VACATION-BALANCE-FILE.
043940     IF WRK-FSD-OK
043950         PERFORM 1069-LE-FERSALDO THRU 1069-EXIT
043960             UNTIL WRK-FSD-EOF
043970         CLOSE VACATION-BALANCE-FILE
043980     END-IF.
043990     IF WRK-EH-RESTART
044000         PERFORM VARYING WRK-FSD-IDX FROM 1 BY 1
044010                 UNTIL WRK-FSD-IDX > WRK-QTD-FERSALDO
044020             IF TAB-FSD-MATRICULA(WRK-FSD-IDX)
044030                     <= WRK-ULTIMA-MATRICULA
044040                 MOVE 'S' TO TAB-FSD-SW-ATIVO(WRK-FSD-IDX)
044050                 MOVE TAB-FSD-MATRICULA(WRK-FSD-IDX)
044060                     TO WRK-AFA-MATRICULA
044070                 PERFORM 2069-CONTA-AFASTAMENTOS THRU 2069-EXIT
044080                 IF WRK-DIAS-SUSPENSO > WRK-LIMITE-SUSPENSAO
044090                     MOVE 'U' TO TAB-FSD-SW-ATIVO(WRK-FSD-IDX)
044100                 END-IF
044110             END-IF
044120         END-PERFORM
044130     END-IF.
044140 1067-EXIT.
044150     EXIT.
044160******************************************************************
044170* 1069-LE-FERSALDO - LE UM REGISTRO DO FERSALDO PARA A TABELA.
044180*                    REGISTRO INVALIDO E IGNORADO COM AVISO;
044190*                    TABELA CHEIA IGNORA O EXCEDENTE COM AVISO.
044200******************************************************************
044210 1069-LE-FERSALDO.
044220     READ VACATION-BALANCE-FILE
044230         AT END
044240             SET WRK-FSD-EOF TO TRUE
044250         NOT AT END
044260             IF FSD-DIAS-DIREITO IS NOT NUMERIC
044270                     OR FSD-DIAS-GOZADOS IS NOT NUMERIC
044280                     OR FSD-AQUIS-INI IS NOT NUMERIC
044290                 DISPLAY 'REGISTRO INVALIDO NO FERSALDO '
044300                     'IGNORADO: ' FSD-MATRICULA
044310             ELSE
044320                 IF WRK-QTD-FERSALDO < WRK-MAX-FERSALDO
044330                     ADD 1 TO WRK-QTD-FERSALDO
044340                     MOVE FSD-MATRICULA TO
044350                         TAB-FSD-MATRICULA(WRK-QTD-FERSALDO)
044360                     MOVE FSD-AQUIS-INI TO
044370                         TAB-FSD-AQUIS-INI(WRK-QTD-FERSALDO)
044380                     MOVE FSD-DIAS-DIREITO TO
044390                         TAB-FSD-DIREITO(WRK-QTD-FERSALDO)
044400                     MOVE FSD-DIAS-GOZADOS TO
044410                         TAB-FSD-GOZADOS(WRK-QTD-FERSALDO)
044420                     MOVE 'N' TO
044430                         TAB-FSD-SW-ATIVO(WRK-QTD-FERSALDO)
044440                 ELSE
044450                     DISPLAY 'TABELA DO FERSALDO CHEIA - '
044460                         'REGISTRO IGNORADO: ' FSD-MATRICULA
044470                 END-IF
044480             END-IF
044490     END-READ.
044500 1069-EXIT.
044510     EXIT.
044520******************************************************************
044530* 1068-CARREGA-AGENDA - CARREGA A AGENDA DE FERIAS (FERAGEND) NA
044540*                       TABELA, SO NA FOLHA DE FERIAS. NUMA
044550*                       RETOMADA, AS AGENDAS DAS MATRICULAS JA
044560*                       PROCESSADAS SAO MARCADAS COMO APLICADAS E
044570*                       O DEBITO DO SALDO E REFEITO, PARA A
044580*                       REGRAVACAO DO FERSALDO NAO PERDER OS DIAS
044590*                       JA PAGOS ANTES DA INTERRUPCAO.
044600******************************************************************
044610 1068-CARREGA-AGENDA.
044620     MOVE ZERO TO WRK-QTD-AGENDA.
044630     IF NOT WRK-TIPO-FERIAS
044640         GO TO 1068-EXIT
044650     END-IF.
044660     OPEN INPUT VACATION-SCHED-FILE.
044670     IF WRK-AGD-OK
044680         PERFORM 1063-LE-AGENDA THRU 1063-EXIT
044690             UNTIL WRK-AGD-EOF
044700         CLOSE VACATION-SCHED-FILE
044710     END-IF.
044720     IF WRK-QTD-AGENDA = ZERO
044730         DISPLAY 'FOLHA DE FERIAS SEM AGENDA (FERAGEND) - '
044740             'NENHUM FUNCIONARIO SERA PAGO'
044750     END-IF.
044760     IF WRK-EH-RESTART
044770         PERFORM VARYING WRK-AGD-IDX FROM 1 BY 1
044780                 UNTIL WRK-AGD-IDX > WRK-QTD-AGENDA
044790             IF TAB-AGD-MATRICULA(WRK-AGD-IDX)
044800                     <= WRK-ULTIMA-MATRICULA
044810                 MOVE 'S' TO TAB-AGD-SW-APLICADA(WRK-AGD-IDX)
044820                 PERFORM 1064-REDEBITA-SALDO THRU 1064-EXIT
044830             END-IF
044840         END-PERFORM
044850     END-IF.
044860 1068-EXIT.
044870     EXIT.
044880******************************************************************
044890* 1066-CARREGA-DIFERENCAS - CARREGA AS DIFERENCAS DE DISSIDIO
044900*                           (DISSDIF) NA TABELA, SO NA FOLHA
044910*                           DISSIDIO. NUMA RETOMADA NADA E
044920*                           REFEITO: AS MATRICULAS JA PAGAS
044930*                           FICAM ANTES DO PONTO DE RETOMADA DO
044940*                           CADASTRO.
044950******************************************************************
044960 1066-CARREGA-DIFERENCAS.
044970     MOVE ZERO TO WRK-QTD-DIFERENCAS.
044980     IF NOT WRK-TIPO-DISSIDIO
044990         GO TO 1066-EXIT
045000     END-IF.
045010     OPEN INPUT RETRO-DIFF-FILE.
045020     IF WRK-DFR-OK
045030         PERFORM 1061-LE-DIFERENCA THRU 1061-EXIT
045040             UNTIL WRK-DFR-EOF
045050         CLOSE RETRO-DIFF-FILE
045060     END-IF.
045070     IF WRK-QTD-DIFERENCAS = ZERO
045080         DISPLAY 'FOLHA DISSIDIO SEM DIFERENCAS (DISSDIF) - '
045090             'NENHUM FUNCIONARIO SERA PAGO'
045100     END-IF.
045110 1066-EXIT.
045120     EXIT.
045130******************************************************************
045140* 1061-LE-DIFERENCA - LE UM REGISTRO DO DISSDIF PARA A TABELA.
045150*                     REGISTRO INVALIDO E IGNORADO COM AVISO;
045160*                     TABELA CHEIA IGNORA O EXCEDENTE COM AVISO.
045170******************************************************************
045180 1061-LE-DIFERENCA.
045190     READ RETRO-DIFF-FILE
045200         AT END
045210             SET WRK-DFR-EOF TO TRUE
045220         NOT AT END
045230             IF DIF-VALOR IS NOT NUMERIC OR DIF-VALOR = ZEROS
045240                     OR DIF-BRUTO-ORIG IS NOT NUMERIC
045250                     OR DIF-INSS-ORIG IS NOT NUMERIC
045260                     OR DIF-IRRF-ORIG IS NOT NUMERIC
045270                 DISPLAY 'REGISTRO INVALIDO NO DISSDIF '
045280                     'IGNORADO: ' DIF-MATRICULA
045290             ELSE
045300                 IF WRK-QTD-DIFERENCAS < WRK-MAX-DIFERENCAS
045310                     ADD 1 TO WRK-QTD-DIFERENCAS
045320                     MOVE WRK-QTD-DIFERENCAS TO WRK-DFR-IDX
045330                     MOVE DIF-MATRICULA TO
045340                         TAB-DFR-MATRICULA(WRK-DFR-IDX)
045350                     MOVE DIF-COMPETENCIA TO
045360                         TAB-DFR-COMPETENCIA(WRK-DFR-IDX)
045370                     MOVE DIF-VALOR TO
045380                         TAB-DFR-VALOR(WRK-DFR-IDX)
045390                     MOVE DIF-BRUTO-ORIG TO
045400                         TAB-DFR-BRUTO-ORIG(WRK-DFR-IDX)
045410                     MOVE DIF-INSS-ORIG TO
045420                         TAB-DFR-INSS-ORIG(WRK-DFR-IDX)
045430                     MOVE DIF-IRRF-ORIG TO
045440                         TAB-DFR-IRRF-ORIG(WRK-DFR-IDX)
045450                 ELSE
045460                     DISPLAY 'TABELA DO DISSDIF CHEIA - '
045470                         'REGISTRO IGNORADO: ' DIF-MATRICULA
045480                 END-IF
045490             END-IF
045500     END-READ.
045510 1061-EXIT.
045520     EXIT.
045530******************************************************************
045540* 1063-LE-AGENDA - LE UM REGISTRO DO FERAGEND PARA A TABELA.
045550*                  REGISTRO INVALIDO E IGNORADO COM AVISO; TABELA
045560*                  CHEIA IGNORA O EXCEDENTE COM AVISO.
045570******************************************************************
045580 1063-LE-AGENDA.
045590     READ VACATION-SCHED-FILE
045600         AT END
045610             SET WRK-AGD-EOF TO TRUE
045620         NOT AT END
045630             IF AGD-DIAS IS NOT NUMERIC OR AGD-DIAS = ZEROS
045640                     OR AGD-DIAS > 30
045650                     OR AGD-DATA-INI IS NOT NUMERIC
045660                 DISPLAY 'REGISTRO INVALIDO NO FERAGEND '
045670                     'IGNORADO: ' AGD-MATRICULA
045680             ELSE
045690                 IF WRK-QTD-AGENDA < WRK-MAX-AGENDA
045700                     ADD 1 TO WRK-QTD-AGENDA
045710                     MOVE AGD-MATRICULA TO
045720                         TAB-AGD-MATRICULA(WRK-QTD-AGENDA)
045730                     MOVE AGD-DATA-INI TO
045740                         TAB-AGD-DATA-INI(WRK-QTD-AGENDA)
045750                     MOVE AGD-DIAS TO
045760                         TAB-AGD-DIAS(WRK-QTD-AGENDA)
045770                     MOVE 'N' TO
045780                         TAB-AGD-SW-APLICADA(WRK-QTD-AGENDA)
045790                 ELSE
045800                     DISPLAY 'TABELA DO FERAGEND CHEIA - '
045810                         'REGISTRO IGNORADO: ' AGD-MATRICULA
045820                 END-IF
045830             END-IF
045840     END-READ.
045850 1063-EXIT.
045860     EXIT.
045870******************************************************************
045880* 1064-REDEBITA-SALDO - NUMA RETOMADA DA FOLHA DE FERIAS, REFAZ O
045890*                       DEBITO DO SALDO DA AGENDA APONTADA POR
045900*                       WRK-AGD-IDX (JA PAGA ANTES DA
045910*                       INTERRUPCAO).
045920******************************************************************
045930 1064-REDEBITA-SALDO.
045940     PERFORM VARYING WRK-FSD-IDX FROM 1 BY 1
045950             UNTIL WRK-FSD-IDX > WRK-QTD-FERSALDO
045960         IF TAB-FSD-MATRICULA(WRK-FSD-IDX)
045970                 = TAB-AGD-MATRICULA(WRK-AGD-IDX)
045980             ADD TAB-AGD-DIAS(WRK-AGD-IDX)
045990                 TO TAB-FSD-GOZADOS(WRK-FSD-IDX)
046000         END-IF
046010     END-PERFORM.
046020 1064-EXIT.
046030     EXIT.
046040******************************************************************
046050* 2062-CONTA-DEPENDENTES - CONTA OS DEPENDENTES DA MATRICULA
046060*                          CORRENTE: TODOS PARA A DEDUCAO DO
046070*                          IRRF, E SO FILHO/ENTEADO MENOR DE 14
046080*                          ANOS NA DATA DO LOTE PARA O SALARIO-
046090*                          FAMILIA.
046100******************************************************************
046110 2062-CONTA-DEPENDENTES.
046120     MOVE ZERO TO WRK-QTD-DEP-IRRF.
046130     MOVE ZERO TO WRK-QTD-DEP-MENORES.
046140     PERFORM VARYING WRK-DEP-IDX FROM 1 BY 1
046150             UNTIL WRK-DEP-IDX > WRK-QTD-DEPENDENTES
046160         IF TAB-DEP-MATRICULA(WRK-DEP-IDX) = EMP-ID
046170             ADD 1 TO WRK-QTD-DEP-IRRF
046180             IF (TAB-DEP-PARENTESCO(WRK-DEP-IDX) = 'FI'
046190                     OR TAB-DEP-PARENTESCO(WRK-DEP-IDX) = 'EN')
046200                     AND TAB-DEP-NASCIMENTO(WRK-DEP-IDX)
046210                     > WRK-NASC-LIMITE
046220                 ADD 1 TO WRK-QTD-DEP-MENORES
046230             END-IF
046240         END-IF
046250     END-PERFORM.
046260 2062-EXIT.
046270     EXIT.
046280******************************************************************
046290* 2063-PROCURA-AGENDA - LOCALIZA A MATRICULA CORRENTE NA AGENDA DE
046300*                       FERIAS (FERAGEND) AINDA NAO APLICADA,
046310*                       DEIXANDO WRK-AGD-IDX APONTANDO PARA ELA.
046320******************************************************************
046330 2063-PROCURA-AGENDA.
046340     MOVE 'N' TO WRK-SW-AGD-ACHADA.
046350     PERFORM VARYING WRK-AGD-IDX FROM 1 BY 1
046360             UNTIL WRK-AGD-IDX > WRK-QTD-AGENDA
046370                OR WRK-AGD-ACHADA
046380         IF TAB-AGD-MATRICULA(WRK-AGD-IDX) = EMP-ID
046390                 AND TAB-AGD-SW-APLICADA(WRK-AGD-IDX) = 'N'
046400             SET WRK-AGD-ACHADA TO TRUE
046410         END-IF
046420     END-PERFORM.
046430     IF WRK-AGD-ACHADA
046440         SUBTRACT 1 FROM WRK-AGD-IDX
046450     END-IF.
046460 2063-EXIT.
046470     EXIT.
046480******************************************************************
046490* 2067-PROCURA-DIFERENCA - VERIFICA SE A MATRICULA CORRENTE TEM
046500*                          DIFERENCA DE DISSIDIO NA TABELA DO
046510*                          DISSDIF.
046520******************************************************************
046530 2067-PROCURA-DIFERENCA.
046540     MOVE 'N' TO WRK-SW-DFR-ACHADA.
046550     PERFORM VARYING WRK-DFR-IDX FROM 1 BY 1
046560             UNTIL WRK-DFR-IDX > WRK-QTD-DIFERENCAS
046570                OR WRK-DFR-ACHADA
046580         IF TAB-DFR-MATRICULA(WRK-DFR-IDX) = EMP-ID
046590             SET WRK-DFR-ACHADA TO TRUE
046600         END-IF
046610     END-PERFORM.
046620 2067-EXIT.
046630     EXIT.
046640******************************************************************
046650* 2072-PROCURA-ADIANTAMENTO - LOCALIZA A MATRICULA CORRENTE NA
046660*                             TABELA DO ADIANTAM, DEIXANDO
046670*                             WRK-ADT-IDX APONTANDO PARA ELA
046680*                             QUANDO ACHADA.
046690******************************************************************
046700 2072-PROCURA-ADIANTAMENTO.
046710     MOVE 'N' TO WRK-SW-ADT-ACHADO.
046720     PERFORM VARYING WRK-ADT-IDX FROM 1 BY 1
046730             UNTIL WRK-ADT-IDX > WRK-QTD-ADIANT
046740                OR WRK-ADT-ACHADO
046750         IF TAB-ADT-MATRICULA(WRK-ADT-IDX) = EMP-ID
046760             SET WRK-ADT-ACHADO TO TRUE
046770         END-IF
046780     END-PERFORM.
046790     IF WRK-ADT-ACHADO
046800         SUBTRACT 1 FROM WRK-ADT-IDX
046810     END-IF.
046820 2072-EXIT.
046830     EXIT.
046840******************************************************************
046850* 2066-PROCURA-FERSALDO - LOCALIZA A MATRICULA CORRENTE NA TABELA
046860*                         DO FERSALDO, DEIXANDO WRK-FSD-IDX
046870*                         APONTANDO PARA ELA QUANDO ACHADA.
046880******************************************************************
046890 2066-PROCURA-FERSALDO.
046900     MOVE 'N' TO WRK-SW-FSD-ACHADO.
046910     PERFORM VARYING WRK-FSD-IDX FROM 1 BY 1
046920             UNTIL WRK-FSD-IDX > WRK-QTD-FERSALDO
046930                OR WRK-FSD-ACHADO
046940         IF TAB-FSD-MATRICULA(WRK-FSD-IDX) = EMP-ID
046950             SET WRK-FSD-ACHADO TO TRUE
046960         END-IF
046970     END-PERFORM.
046980     IF WRK-FSD-ACHADO
046990         SUBTRACT 1 FROM WRK-FSD-IDX
047000     END-IF.
047010 2066-EXIT.
047020     EXIT.
047030******************************************************************
047040* 2064-GARANTE-FERSALDO - NA FOLHA REGULAR, MARCA O REGISTRO DO
047050*                         FERSALDO DO FUNCIONARIO PAGO COMO ATIVO
047060*                         (PARA O ACRESCIMO DO FECHAMENTO),
047070*                         CRIANDO A ENTRADA NA PRIMEIRA FOLHA DO
047080*                         FUNCIONARIO, COM O PERIODO AQUISITIVO
047090*                         COMECANDO NA DATA DO LOTE.
047100******************************************************************
047110 2064-GARANTE-FERSALDO.
047120     PERFORM 2066-PROCURA-FERSALDO THRU 2066-EXIT.
047130     IF NOT WRK-FSD-ACHADO
047140         IF WRK-QTD-FERSALDO < WRK-MAX-FERSALDO
047150             ADD 1 TO WRK-QTD-FERSALDO
047160             MOVE WRK-QTD-FERSALDO TO WRK-FSD-IDX
047170             MOVE EMP-ID TO TAB-FSD-MATRICULA(WRK-FSD-IDX)
047180             MOVE WRK-DATA-ATUAL
047190                 TO TAB-FSD-AQUIS-INI(WRK-FSD-IDX)
047200             MOVE ZEROS TO TAB-FSD-DIREITO(WRK-FSD-IDX)
047210             MOVE ZEROS TO TAB-FSD-GOZADOS(WRK-FSD-IDX)
047220         ELSE
047230             DISPLAY 'TABELA DO FERSALDO CHEIA - SALDO DE '
047240                 EMP-ID ' NAO CONTROLADO'
047250             GO TO 2064-EXIT
047260         END-IF
047270     END-IF.
047280     MOVE 'S' TO TAB-FSD-SW-ATIVO(WRK-FSD-IDX).
047290*    MAIS DE 15 DIAS DE AFASTAMENTO QUE SUSPENDE O PERIODO
047300*    AQUISITIVO (CONTADOS EM 2080): O MES NAO CONTA PARA AS
047310*    FERIAS, E O SALDO NAO E ACRESCIDO NO FECHAMENTO.
047320     IF WRK-DIAS-SUSPENSO > WRK-LIMITE-SUSPENSAO
047330         MOVE 'U' TO TAB-FSD-SW-ATIVO(WRK-FSD-IDX)
047340     END-IF.
047350 2064-EXIT.
047360     EXIT.
047370******************************************************************
047380* 2069-CONTA-AFASTAMENTOS - CONTA OS DIAS DA COMPETENCIA COBERTOS
047390*                           POR AFASTAMENTO DA MATRICULA EM
047400*                           WRK-AFA-MATRICULA (WRK-DIAS-AFASTADO)
047410*                           E, DESTES, OS DE TIPO QUE SUSPENDE O
047420*                           PERIODO AQUISITIVO (WRK-DIAS-
047430*                           SUSPENSO), NA BASE DE 30 DIAS: MES
047440*                           INTEIRO AFASTADO CONTA 30, E NENHUMA
047450*                           CONTAGEM PASSA DE 30.
047460******************************************************************
047470 2069-CONTA-AFASTAMENTOS.
047480     MOVE ZEROS TO WRK-DIAS-AFASTADO.
047490     MOVE ZEROS TO WRK-DIAS-SUSPENSO.
047500     PERFORM 2071-CONTA-UM-AFASTAMENTO THRU 2071-EXIT
047510         VARYING WRK-AFA-IDX FROM 1 BY 1
047520         UNTIL WRK-AFA-IDX > WRK-QTD-AFASTAMENTOS.
047530     IF WRK-DIAS-AFASTADO >= WRK-AFA-DIAS-MES
047540             OR WRK-DIAS-AFASTADO > 30
047550         MOVE 30 TO WRK-DIAS-AFASTADO
047560     END-IF.
047570     IF WRK-DIAS-SUSPENSO >= WRK-AFA-DIAS-MES
047580             OR WRK-DIAS-SUSPENSO > 30
047590         MOVE 30 TO WRK-DIAS-SUSPENSO
047600     END-IF.
047610 2069-EXIT.
047620     EXIT.
047630******************************************************************
047640* 2071-CONTA-UM-AFASTAMENTO - SOMA OS DIAS DO AFASTAMENTO
047650*                             APONTADO POR WRK-AFA-IDX QUE CAEM
047660*                             NA COMPETENCIA (DO INICIO EFETIVO
047670*                             AO FIM, OU AO FIM DO MES QUANDO EM
047680*                             ABERTO). COMO AS DUAS PONTAS FICAM
047690*                             NO MESMO MES, A DIFERENCA DAS DATAS
047700*                             AAAAMMDD E A DIFERENCA DOS DIAS.
047710******************************************************************
047720 2071-CONTA-UM-AFASTAMENTO.
047730     IF TAB-AFA-MATRICULA(WRK-AFA-IDX) NOT = WRK-AFA-MATRICULA
047740         GO TO 2071-EXIT
047750     END-IF.
047760     IF TAB-AFA-INICIO-EFET(WRK-AFA-IDX) > WRK-AFA-FIM-MES
047770         GO TO 2071-EXIT
047780     END-IF.
047790     IF TAB-AFA-DATA-FIM(WRK-AFA-IDX) NOT = ZEROS
047800             AND (TAB-AFA-DATA-FIM(WRK-AFA-IDX) < WRK-AFA-INI-MES
047810              OR TAB-AFA-DATA-FIM(WRK-AFA-IDX)
047820                 < TAB-AFA-INICIO-EFET(WRK-AFA-IDX))
047830         GO TO 2071-EXIT
047840     END-IF.
047850     IF TAB-AFA-INICIO-EFET(WRK-AFA-IDX) > WRK-AFA-INI-MES
047860         MOVE TAB-AFA-INICIO-EFET(WRK-AFA-IDX) TO WRK-AFA-DATA-DE
047870     ELSE
047880         MOVE WRK-AFA-INI-MES TO WRK-AFA-DATA-DE
047890     END-IF.
047900     IF TAB-AFA-DATA-FIM(WRK-AFA-IDX) = ZEROS
047910             OR TAB-AFA-DATA-FIM(WRK-AFA-IDX) > WRK-AFA-FIM-MES
047920         MOVE WRK-AFA-FIM-MES TO WRK-AFA-DATA-ATE
047930     ELSE
047940         MOVE TAB-AFA-DATA-FIM(WRK-AFA-IDX) TO WRK-AFA-DATA-ATE
047950     END-IF.
047960     COMPUTE WRK-AFA-DIAS =
047970         WRK-AFA-DATA-ATE - WRK-AFA-DATA-DE + 1.
047980     ADD WRK-AFA-DIAS TO WRK-DIAS-AFASTADO.
047990     IF TAB-AFA-SUSPENDE(WRK-AFA-IDX)
048000         ADD WRK-AFA-DIAS TO WRK-DIAS-SUSPENSO
048010     END-IF.
048020 2071-EXIT.
048030     EXIT.
048040******************************************************************
048050* 2068-VALIDA-SALDO-FERIAS - NA FOLHA DE FERIAS, CONFERE SE O
048060*                            SALDO (DIREITO - GOZADOS) COBRE OS
048070*                            DIAS AGENDADOS; INSUFICIENTE (OU SEM
048080*                            REGISTRO NO FERSALDO) REJEITA PARA O
048090*                            PAYSUSP COM O MOTIVO 07.
048100******************************************************************
048110 2068-VALIDA-SALDO-FERIAS.
048120     PERFORM 2066-PROCURA-FERSALDO THRU 2066-EXIT.
048130     IF WRK-FSD-ACHADO
048140         COMPUTE WRK-SALDO-FERIAS =
048150             TAB-FSD-DIREITO(WRK-FSD-IDX)
048160             - TAB-FSD-GOZADOS(WRK-FSD-IDX)
048170     ELSE
048180         MOVE ZEROS TO WRK-SALDO-FERIAS
048190     END-IF.
048200     IF WRK-SALDO-FERIAS < TAB-AGD-DIAS(WRK-AGD-IDX)
048210         DISPLAY 'ERRO: SALDO DE FERIAS INSUFICIENTE - '
048220             'MATRICULA ' EMP-ID
048230         MOVE 'N' TO WRK-SW-VALIDO
048240         MOVE '07' TO WRK-MOTIVO-REJEICAO
048250     END-IF.
048260 2068-EXIT.
048270     EXIT.
048280******************************************************************
048290* 2090-DEBITA-FERIAS - DEBITA OS DIAS AGENDADOS DO SALDO DO
048300*                      FUNCIONARIO PAGO NA FOLHA DE FERIAS E MARCA
048310*                      A AGENDA COMO APLICADA.
048320******************************************************************
048330 2090-DEBITA-FERIAS.
048340     ADD TAB-AGD-DIAS(WRK-AGD-IDX)
048350         TO TAB-FSD-GOZADOS(WRK-FSD-IDX).
048360     SET TAB-AGD-APLICADA(WRK-AGD-IDX) TO TRUE.
048370 2090-EXIT.
048380     EXIT.
048390******************************************************************
048400* 2000-PROCESS-EMPLOYEE - VALIDA, FORMATA, CALCULA DESCONTOS E
048410*                         IMPRIME O HOLERITE DE UM FUNCIONARIO.
048420******************************************************************
048430 2000-PROCESS-EMPLOYEE.
048440*    FUNCIONARIO DESLIGADO (RESCISAO PELO PROGCOB13) NAO E PAGO
048450*    NEM REJEITADO: CONTA COMO PROCESSADO (O PAYCTRL TAMBEM O
048460*    EXCLUI DO BRUTO ESPERADO) E O LOTE SEGUE PARA O PROXIMO.
048470     IF EMP-SITUACAO = 'D'
048480         ADD 1 TO WRK-CONT-PROCESSADOS
048490         MOVE EMP-ID TO WRK-ULTIMA-MATRICULA
048500         PERFORM 8000-GRAVA-CHECKPOINT THRU 8000-EXIT
048510         PERFORM 2100-READ-EMPLOYEE THRU 2100-EXIT
048520         GO TO 2000-EXIT
048530     END-IF.
048540*    NA FOLHA DE FERIAS SO AS MATRICULAS AGENDADAS NO FERAGEND SAO
048550*    PAGAS; AS DEMAIS SAO PULADAS NO MESMO IDIOMA DO DESLIGADO.
048560     IF WRK-TIPO-FERIAS
048570         PERFORM 2063-PROCURA-AGENDA THRU 2063-EXIT
048580         IF NOT WRK-AGD-ACHADA
048590             ADD 1 TO WRK-CONT-PROCESSADOS
048600             MOVE EMP-ID TO WRK-ULTIMA-MATRICULA
048610             PERFORM 8000-GRAVA-CHECKPOINT THRU 8000-EXIT
048620             PERFORM 2100-READ-EMPLOYEE THRU 2100-EXIT
048630             GO TO 2000-EXIT
048640         END-IF
048650     END-IF.
048660*    NA FOLHA DISSIDIO SO AS MATRICULAS COM DIFERENCA NO DISSDIF
048670*    SAO PAGAS, NO MESMO IDIOMA DA FOLHA DE FERIAS.
048680     IF WRK-TIPO-DISSIDIO
048690         PERFORM 2067-PROCURA-DIFERENCA THRU 2067-EXIT
048700         IF NOT WRK-DFR-ACHADA
048710             ADD 1 TO WRK-CONT-PROCESSADOS
048720             MOVE EMP-ID TO WRK-ULTIMA-MATRICULA
048730             PERFORM 8000-GRAVA-CHECKPOINT THRU 8000-EXIT
048740             PERFORM 2100-READ-EMPLOYEE THRU 2100-EXIT
048750             GO TO 2000-EXIT
048760         END-IF
048770     END-IF.
048780*    NA FOLHA ADIANT A MATRICULA QUE JA TEM ADIANTAMENTO NA
048790*    COMPETENCIA (ADIANTAM) NAO E PAGA DE NOVO.
048800     IF WRK-TIPO-ADIANT
048810         PERFORM 2072-PROCURA-ADIANTAMENTO THRU 2072-EXIT
048820         IF WRK-ADT-ACHADO
048830             DISPLAY 'ADIANTAMENTO JA PAGO NA COMPETENCIA - '
048840                 'MATRICULA ' EMP-ID
048850             ADD 1 TO WRK-CONT-PROCESSADOS
048860             MOVE EMP-ID TO WRK-ULTIMA-MATRICULA
048870             PERFORM 8000-GRAVA-CHECKPOINT THRU 8000-EXIT
048880             PERFORM 2100-READ-EMPLOYEE THRU 2100-EXIT
048890             GO TO 2000-EXIT
048900         END-IF
048910     END-IF.
048920     MOVE EMP-NOME TO WRK-NOME.
048930     PERFORM 2060-DETERMINA-MOEDA-REGISTRO THRU 2060-EXIT.
048940     PERFORM 2050-VALIDA-FUNCIONARIO THRU 2050-EXIT.
048950     IF WRK-REGISTRO-VALIDO
048960         MOVE EMP-SALARIO TO WRK-SALARIO
048970         COMPUTE WRK-CTRL-BRUTO-CONV ROUNDED =
048980             EMP-SALARIO * WRK-TAXA-REGISTRO
048990         ADD WRK-CTRL-BRUTO-CONV TO WRK-CTRL-BRUTO-PROCESSADO
049000         PERFORM 2080-APLICA-TIPO-FOLHA THRU 2080-EXIT
049010         IF WRK-TIPO-REGULAR
049020             PERFORM 2070-APLICA-MOVIMENTOS THRU 2070-EXIT
049030         END-IF
049040         IF WRK-BRUTO-ESTOUROU
049050*            O BRUTO (TERCO DE FERIAS OU MOVIMENTOS) NAO CABE
049060*            NO HOLERITE: O REGISTRO VIRA REJEICAO (MOTIVO 05,
049070*            PAYSUSP), EM VEZ DE SEGUIR COM O VALOR TRUNCADO.
049080             DISPLAY 'ERRO: BRUTO EXCEDE O LIMITE DO HOLERITE'
049090                 ' - MATRICULA ' EMP-ID
049100             MOVE 'N' TO WRK-SW-VALIDO
049110             MOVE '05' TO WRK-MOTIVO-REJEICAO
049120             ADD 1 TO WRK-CONT-ERROS
049130             PERFORM 2055-GRAVA-SUSPENSO THRU 2055-EXIT
049140             PERFORM 2078-DESFAZ-MOVIMENTOS THRU 2078-EXIT
049150         ELSE
049160             MOVE WRK-SALARIO TO WRK-SALARIO-ED
049170             PERFORM 2062-CONTA-DEPENDENTES THRU 2062-EXIT
049180             PERFORM 3000-CALCULA-DESCONTOS THRU 3000-EXIT
049190             PERFORM 3300-APLICA-CONSIGNACOES THRU 3300-EXIT
049200             PERFORM 3350-APLICA-BENEFICIOS THRU 3350-EXIT
049210             PERFORM 2085-ACUMULA-TOTAIS THRU 2085-EXIT
049220             PERFORM 7000-IMPRIME-DETALHE THRU 7000-EXIT
049230             IF WRK-TIPO-REGULAR
049240                 PERFORM 7200-GRAVA-HISTORICO THRU 7200-EXIT
049250             END-IF
049260             PERFORM 7300-GRAVA-REMESSA THRU 7300-EXIT
049270*            O ADIANTAMENTO NAO E RENDIMENTO NEM BASE DE FGTS:
049280*            TUDO ISSO SAI NA FOLHA REGULAR QUE O DESCONTA.
049290             IF WRK-TIPO-ADIANT
049300                 PERFORM 7600-GRAVA-ADIANTAMENTO THRU 7600-EXIT
049310             ELSE
049320                 PERFORM 7350-GRAVA-FGTS THRU 7350-EXIT
049330                 PERFORM 7400-GRAVA-IMPOSTOS THRU 7400-EXIT
049340             END-IF
049350             PERFORM 7500-IMPRIME-CONTRACHEQUE THRU 7500-EXIT
049360             IF WRK-TIPO-REGULAR
049370                 PERFORM 2064-GARANTE-FERSALDO THRU 2064-EXIT
049380             END-IF
049390             IF WRK-TIPO-FERIAS
049400                 PERFORM 2090-DEBITA-FERIAS THRU 2090-EXIT
049410             END-IF
049420         END-IF
049430     ELSE
049440         ADD 1 TO WRK-CONT-ERROS
049450         PERFORM 2055-GRAVA-SUSPENSO THRU 2055-EXIT
049460     END-IF.
049470     ADD 1 TO WRK-CONT-PROCESSADOS.
049480     MOVE EMP-ID TO WRK-ULTIMA-MATRICULA.
049490     PERFORM 8000-GRAVA-CHECKPOINT THRU 8000-EXIT.
049500     PERFORM 2100-READ-EMPLOYEE THRU 2100-EXIT.
049510 2000-EXIT.
049520     EXIT.
049530******************************************************************
049540* 2050-VALIDA-FUNCIONARIO - REJEITA REGISTROS COM SALARIO NAO
049550*                          NUMERICO, ZERADO OU NEGATIVO, EM VEZ
049560*                          DE DEIXAR O HOLERITE SAIR ERRADO.
049570******************************************************************
049580 2050-VALIDA-FUNCIONARIO.
049590     MOVE 'S' TO WRK-SW-VALIDO.
049600     MOVE SPACES TO WRK-MOTIVO-REJEICAO.
049610     IF EMP-SALARIO IS NOT NUMERIC
049620         DISPLAY 'ERRO: SALARIO NAO NUMERICO - MATRICULA '
049630             EMP-ID
049640         MOVE 'N' TO WRK-SW-VALIDO
049650         MOVE '01' TO WRK-MOTIVO-REJEICAO
049660     ELSE
049670         IF EMP-SALARIO <= ZEROS
049680             DISPLAY 'ERRO: SALARIO ZERADO OU NEGATIVO - '
049690                 'MATRICULA ' EMP-ID
049700             MOVE 'N' TO WRK-SW-VALIDO
049710             MOVE '02' TO WRK-MOTIVO-REJEICAO
049720         END-IF
049730     END-IF.
049740     IF WRK-REGISTRO-VALIDO
049750         PERFORM 2065-DETERMINA-TAXA THRU 2065-EXIT
049760         IF NOT WRK-TAXA-ACHADA
049770             DISPLAY 'ERRO: SEM TAXA DE CAMBIO PARA '
049780                 WRK-MOEDA-REGISTRO ' - MATRICULA ' EMP-ID
049790             MOVE 'N' TO WRK-SW-VALIDO
049800             MOVE '03' TO WRK-MOTIVO-REJEICAO
049810         END-IF
049820     END-IF.
049830     IF WRK-REGISTRO-VALIDO AND WRK-TIPO-FERIAS
049840         PERFORM 2068-VALIDA-SALDO-FERIAS THRU 2068-EXIT
049850     END-IF.
049860*    EMPRESA EM BRANCO E A '01' (CADASTRO ANTERIOR AO CAMPO).
049870     IF WRK-REGISTRO-VALIDO
049880         IF EMP-EMPRESA = SPACES
049890             MOVE '01' TO WRK-EMPRESA
049900         ELSE
049910             MOVE EMP-EMPRESA TO WRK-EMPRESA
049920         END-IF
049930         PERFORM 2052-PROCURA-EMPRESA THRU 2052-EXIT
049940         IF NOT WRK-CIA-ACHADO
049950             DISPLAY 'ERRO: EMPRESA ' WRK-EMPRESA
049960                 ' NAO CADASTRADA - MATRICULA ' EMP-ID
049970             MOVE 'N' TO WRK-SW-VALIDO
049980             MOVE '08' TO WRK-MOTIVO-REJEICAO
049990         END-IF
050000     END-IF.
050010 2050-EXIT.
050020     EXIT.
050030******************************************************************
050040* 2052-PROCURA-EMPRESA - PROCURA WRK-EMPRESA NA TABELA DE
050050*                        EMPRESAS; ACHADA, DEIXA WRK-CIA-IDX
050060*                        APONTANDO PARA A ENTRADA.
050070******************************************************************
050080 2052-PROCURA-EMPRESA.
050090     MOVE 'N' TO WRK-SW-CIA-ACHADO.
050100     PERFORM VARYING WRK-CIA-IDX FROM 1 BY 1
050110             UNTIL WRK-CIA-IDX > WRK-QTD-EMPRESAS
050120                OR WRK-CIA-ACHADO
050130         IF TAB-CIA-CODIGO(WRK-CIA-IDX) = WRK-EMPRESA
050140             SET WRK-CIA-ACHADO TO TRUE
050150         END-IF
050160     END-PERFORM.
050170     IF WRK-CIA-ACHADO
050180         SUBTRACT 1 FROM WRK-CIA-IDX
050190     END-IF.
050200 2052-EXIT.
050210     EXIT.
050220******************************************************************
050230* 2055-GRAVA-SUSPENSO - GRAVA O REGISTRO REJEITADO NO SUSPENSE-
050240*                       FILE (DATA DO LOTE, MOTIVO E IMAGEM
050250*                       COMPLETA DO EMPREC) E GUARDA A REJEICAO
050260*                       NA TABELA PARA A SECAO DE REJEITADOS DO
050270*                       RELATORIO (ATE O LIMITE DA TABELA; O
050280*                       PAYSUSP RECEBE TODOS).
050290******************************************************************
050300 2055-GRAVA-SUSPENSO.
050310     IF NOT WRK-SUS-FALHOU
050320         MOVE WRK-DATA-ATUAL       TO SUS-DATA
050330         MOVE SPACES               TO SUS-FILL1
050340         MOVE WRK-MOTIVO-REJEICAO  TO SUS-MOTIVO
050350         MOVE SPACES               TO SUS-FILL2
050360         MOVE EMP-RECORD           TO SUS-EMP-IMAGEM
050370         WRITE SUSPENSE-RECORD
050380         IF NOT WRK-SUS-OK
050390             DISPLAY 'ERRO AO GRAVAR SUSPENSE-FILE: '
050400                 WRK-SUS-STATUS
050410             SET WRK-SUS-FALHOU TO TRUE
050420         END-IF
050430     END-IF.
050440     IF WRK-QTD-REJEITADOS < WRK-MAX-REJEITADOS
050450         ADD 1 TO WRK-QTD-REJEITADOS
050460         MOVE EMP-ID TO TAB-REJ-MATRICULA(WRK-QTD-REJEITADOS)
050470         MOVE WRK-MOTIVO-REJEICAO
050480             TO TAB-REJ-MOTIVO(WRK-QTD-REJEITADOS)
050490     END-IF.
050500 2055-EXIT.
050510     EXIT.
050520******************************************************************
050530* 2060-DETERMINA-MOEDA-REGISTRO - DEFINE A MOEDA DESTE HOLERITE:
050540*                                 A DO PROPRIO FUNCIONARIO (EMP-
050550*                                 MOEDA), QUANDO TRAZ UM CODIGO
050560*                                 RECONHECIDO, OU A PADRAO DO
050570*                                 LOTE (WRK-MOEDA-PADRAO) CASO
050580*                                 CONTRARIO.
050590******************************************************************
050600 2060-DETERMINA-MOEDA-REGISTRO.
050610     MOVE WRK-MOEDA-PADRAO TO WRK-MOEDA-REGISTRO.
050620     IF EMP-MOEDA = 'BRL' OR EMP-MOEDA = 'USD'
050630         MOVE EMP-MOEDA TO WRK-MOEDA-REGISTRO
050640     END-IF.
050650 2060-EXIT.
050660     EXIT.
050670******************************************************************
050680* 2065-DETERMINA-TAXA - RESOLVE A TAXA DE CONVERSAO DA MOEDA DO
050690*                       HOLERITE PARA A MOEDA BASE DO LOTE: 1
050700*                       QUANDO E A PROPRIA MOEDA PADRAO, OU A
050710*                       TAXA CARREGADA DO PAYCAMB. SEM TAXA
050720*                       CARREGADA, WRK-TAXA-ACHADA FICA EM 'N' E
050730*                       2050 REJEITA O REGISTRO.
050740******************************************************************
050750 2065-DETERMINA-TAXA.
050760     MOVE 'N' TO WRK-SW-TAXA-ACHADA.
050770     MOVE ZEROS TO WRK-TAXA-REGISTRO.
050780     IF WRK-MOEDA-REGISTRO = WRK-MOEDA-PADRAO
050790         MOVE 1 TO WRK-TAXA-REGISTRO
050800         SET WRK-TAXA-ACHADA TO TRUE
050810         GO TO 2065-EXIT
050820     END-IF.
050830     PERFORM VARYING WRK-CMB-IDX FROM 1 BY 1
050840             UNTIL WRK-CMB-IDX > 2
050850         IF TAB-CMB-MOEDA(WRK-CMB-IDX) = WRK-MOEDA-REGISTRO
050860                 AND TAB-CMB-CARREGADA(WRK-CMB-IDX)
050870             MOVE TAB-CMB-TAXA(WRK-CMB-IDX)
050880                 TO WRK-TAXA-REGISTRO
050890             SET WRK-TAXA-ACHADA TO TRUE
050900         END-IF
050910     END-PERFORM.
050920 2065-EXIT.
050930     EXIT.
050940******************************************************************
050950* 2070-APLICA-MOVIMENTOS - INCORPORA AO BRUTO DO FUNCIONARIO OS
050960*                          MOVIMENTOS MENSAIS (MOVFOLHA) DA SUA
050970*                          MATRICULA AINDA NAO APLICADOS, ANTES
050980*                          DO CALCULO DOS DESCONTOS.
050990******************************************************************
051000 2070-APLICA-MOVIMENTOS.
051010     PERFORM VARYING WRK-MOV-IDX FROM 1 BY 1
051020             UNTIL WRK-MOV-IDX > WRK-QTD-MOVIMENTOS
051030                OR WRK-BRUTO-ESTOUROU
051040         IF TAB-MOV-MATRICULA(WRK-MOV-IDX) = EMP-ID
051050                 AND TAB-MOV-SW-APLICADO(WRK-MOV-IDX) = 'N'
051060             PERFORM 2075-APLICA-UM-MOVIMENTO THRU 2075-EXIT
051070         END-IF
051080     END-PERFORM.
051090 2070-EXIT.
051100     EXIT.
051110******************************************************************
051120* 2075-APLICA-UM-MOVIMENTO - CALCULA O VALOR DO MOVIMENTO
051130*                            APONTADO POR WRK-MOV-IDX E O SOMA
051140*                            (OU DESCONTA) NO BRUTO. HORA EXTRA
051150*                            (HE) PAGA 50% SOBRE A HORA NORMAL
051160*                            (SALARIO/220), E A DE DOMINGO OU
051170*                            FERIADO (HD) 100%; FALTA (FA)
051180*                            DESCONTA 1/30 DO SALARIO POR DIA;
051190*                            BONIFICACAO (BO) SOMA O VALOR
051200*                            INFORMADO. O BRUTO NUNCA FICA
051210*                            NEGATIVO.
051220******************************************************************
051230 2075-APLICA-UM-MOVIMENTO.
051240     EVALUATE TAB-MOV-EVENTO(WRK-MOV-IDX)
051250         WHEN 'HE'
051260             COMPUTE WRK-VALOR-MOVIMENTO ROUNDED =
051270                 EMP-SALARIO / 220 * 1,5
051280                 * TAB-MOV-VALOR(WRK-MOV-IDX)
051290         WHEN 'HD'
051300             COMPUTE WRK-VALOR-MOVIMENTO ROUNDED =
051310                 EMP-SALARIO / 220 * 2
051320                 * TAB-MOV-VALOR(WRK-MOV-IDX)
051330         WHEN 'BO'
051340             MOVE TAB-MOV-VALOR(WRK-MOV-IDX)
051350                 TO WRK-VALOR-MOVIMENTO
051360         WHEN 'FA'
051370             COMPUTE WRK-VALOR-MOVIMENTO ROUNDED =
051380                 0 - (EMP-SALARIO / 30
051390                 * TAB-MOV-VALOR(WRK-MOV-IDX))
051400     END-EVALUATE.
051410     COMPUTE WRK-SALARIO-AJUSTADO =
051420         WRK-SALARIO + WRK-VALOR-MOVIMENTO
051430         ON SIZE ERROR
051440             SET WRK-BRUTO-ESTOUROU TO TRUE
051450     END-COMPUTE.
051460     IF WRK-SALARIO-AJUSTADO > 999999,99
051470*        O BRUTO COM MOVIMENTOS NAO CABE NO HOLERITE (PIC
051480*        9(06)V99); REJEITA O REGISTRO EM VEZ DE TRUNCAR O
051490*        DIGITO ALTO EM SILENCIO.
051500         SET WRK-BRUTO-ESTOUROU TO TRUE
051510     END-IF.
051520     IF WRK-BRUTO-ESTOUROU
051530         GO TO 2075-EXIT
051540     END-IF.
051550     IF WRK-SALARIO-AJUSTADO < ZEROS
051560         MOVE ZEROS TO WRK-SALARIO-AJUSTADO
051570     END-IF.
051580     MOVE WRK-SALARIO-AJUSTADO TO WRK-SALARIO.
051590     MOVE WRK-VALOR-MOVIMENTO
051600         TO TAB-MOV-VALOR-CALC(WRK-MOV-IDX).
051610     SET TAB-MOV-APLICADO(WRK-MOV-IDX) TO TRUE.
051620 2075-EXIT.
051630     EXIT.
051640******************************************************************
051650* 2078-DESFAZ-MOVIMENTOS - QUANDO O FUNCIONARIO E REJEITADO POR
051660*                          ESTOURO DE BRUTO, OS MOVIMENTOS DELE
051670*                          JA MARCADOS COMO APLICADOS NESTA
051680*                          PASSAGEM VOLTAM PARA 'N' (E O VALOR
051690*                          CALCULADO E ZERADO): NADA FOI PAGO,
051700*                          ENTAO TODOS DEVEM APARECER COMO
051710*                          PENDENCIA EM 9050, NAO SO O MOVIMENTO
051720*                          QUE ESTOUROU.
051730******************************************************************
051740 2078-DESFAZ-MOVIMENTOS.
051750     PERFORM VARYING WRK-MOV-IDX FROM 1 BY 1
051760             UNTIL WRK-MOV-IDX > WRK-QTD-MOVIMENTOS
051770         IF TAB-MOV-MATRICULA(WRK-MOV-IDX) = EMP-ID
051780                 AND TAB-MOV-APLICADO(WRK-MOV-IDX)
051790             MOVE 'N' TO TAB-MOV-SW-APLICADO(WRK-MOV-IDX)
051800             MOVE ZEROS TO TAB-MOV-VALOR-CALC(WRK-MOV-IDX)
051810         END-IF
051820     END-PERFORM.
051830 2078-EXIT.
051840     EXIT.
051850******************************************************************
051860* 2080-APLICA-TIPO-FOLHA - AJUSTA O BRUTO DO FUNCIONARIO AO TIPO
051870*                          DA EXECUCAO: 13O SALARIO 1A PARCELA
051880*                          (METADE DO SALARIO, SEM DESCONTOS),
051890*                          13O SALARIO 2A PARCELA (13O INTEGRAL,
051900*                          DESCONTOS SOBRE O TOTAL E ABATIMENTO
051910*                          DO ADIANTAMENTO DA 1A PARCELA NO
051920*                          LIQUIDO) OU FERIAS (SALARIO MAIS O
051930*                          TERCO CONSTITUCIONAL) OU DISSIDIO
051940*                          (SOMA DAS DIFERENCAS DO DISSDIF) OU
051950*                          ADIANT (PERCENTUAL DO SALARIO, SEM
051960*                          DESCONTOS). NA FOLHA REGULAR, SO OS
051970*                          DIAS NAO AFASTADOS DA COMPETENCIA
051980*                          (AFAST) SAO PAGOS E O ADIANTAMENTO
051990*                          QUINZENAL (ADIANTAM) E ABATIDO NO
052000*                          LIQUIDO.
052010******************************************************************
052020 2080-APLICA-TIPO-FOLHA.
052030     MOVE 'N' TO WRK-SW-SEM-DESCONTO.
052040     MOVE 'N' TO WRK-SW-BRUTO-ESTOURO.
052050     MOVE ZEROS TO WRK-VALOR-PARCELA1.
052060     MOVE ZEROS TO WRK-DIAS-AFASTADO.
052070     MOVE ZEROS TO WRK-DIAS-SUSPENSO.
052080     EVALUATE TRUE
052090         WHEN WRK-TIPO-REGULAR
052100*            DIAS AFASTADOS NA COMPETENCIA NAO SAO PAGOS:
052110*            SALARIO/30 POR DIA NAO AFASTADO (NA DOENCA, OS 15
052120*            PRIMEIROS DIAS JA FICARAM FORA DA CONTAGEM).
052130             MOVE EMP-ID TO WRK-AFA-MATRICULA
052140             PERFORM 2069-CONTA-AFASTAMENTOS THRU 2069-EXIT
052150             IF WRK-DIAS-AFASTADO > ZEROS
052160                 COMPUTE WRK-SALARIO ROUNDED =
052170                     EMP-SALARIO / 30 * (30 - WRK-DIAS-AFASTADO)
052180             END-IF
052190             PERFORM 2072-PROCURA-ADIANTAMENTO THRU 2072-EXIT
052200             IF WRK-ADT-ACHADO
052210                 MOVE TAB-ADT-VALOR(WRK-ADT-IDX)
052220                     TO WRK-VALOR-PARCELA1
052230             END-IF
052240         WHEN WRK-TIPO-ADIANT
052250             COMPUTE WRK-SALARIO ROUNDED =
052260                 EMP-SALARIO * WRK-PCT-ADIANT / 100
052270             SET WRK-SEM-DESCONTO TO TRUE
052280         WHEN WRK-TIPO-13SAL AND WRK-PARCELA-13 = 1
052290             COMPUTE WRK-SALARIO ROUNDED = EMP-SALARIO / 2
052300             SET WRK-SEM-DESCONTO TO TRUE
052310         WHEN WRK-TIPO-13SAL AND WRK-PARCELA-13 = 2
052320             MOVE EMP-SALARIO TO WRK-SALARIO
052330             COMPUTE WRK-VALOR-PARCELA1 ROUNDED =
052340                 EMP-SALARIO / 2
052350         WHEN WRK-TIPO-FERIAS
052360*            AS FERIAS PASSARAM A SER PROPORCIONAIS AOS DIAS
052370*            AGENDADOS NO FERAGEND (SALARIO/30 POR DIA, MAIS O
052380*            TERCO CONSTITUCIONAL). O TERCO PODE ESTOURAR O
052390*            BRUTO DO HOLERITE (PIC 9(06)V99); NESSE CASO O
052400*            REGISTRO E REJEITADO PARA O PAYSUSP EM VEZ DE
052410*            PERDER O DIGITO ALTO EM SILENCIO.
052420             MOVE TAB-AGD-DIAS(WRK-AGD-IDX) TO WRK-DIAS-FERIAS
052430             COMPUTE WRK-SALARIO ROUNDED =
052440                 (EMP-SALARIO / 30 * WRK-DIAS-FERIAS)
052450                 + (EMP-SALARIO / 30 * WRK-DIAS-FERIAS) / 3
052460                 ON SIZE ERROR
052470                     SET WRK-BRUTO-ESTOUROU TO TRUE
052480             END-COMPUTE
052490         WHEN WRK-TIPO-DISSIDIO
052500             MOVE ZEROS TO WRK-SALARIO
052510             PERFORM VARYING WRK-DFR-IDX FROM 1 BY 1
052520                     UNTIL WRK-DFR-IDX > WRK-QTD-DIFERENCAS
052530                 IF TAB-DFR-MATRICULA(WRK-DFR-IDX) = EMP-ID
052540                     ADD TAB-DFR-VALOR(WRK-DFR-IDX) TO WRK-SALARIO
052550                         ON SIZE ERROR
052560                             SET WRK-BRUTO-ESTOUROU TO TRUE
052570                     END-ADD
052580                 END-IF
052590             END-PERFORM
052600     END-EVALUATE.
052610 2080-EXIT.
052620     EXIT.
052630******************************************************************
052640* 2085-ACUMULA-TOTAIS - CONVERTE OS VALORES DO FUNCIONARIO PARA
052650*                       A MOEDA BASE DO LOTE PELA TAXA RESOLVIDA
052660*                       EM 2065 E ACUMULA OS TOTAIS DO LOTE E OS
052670*                       SUBTOTAIS POR MOEDA. O LIQUIDO CONVERTIDO
052680*                       NAO E MULTIPLICADO POR CONTA PROPRIA: E
052690*                       DERIVADO DE BRUTO - INSS - IRRF -
052700*                       ADIANTAMENTO (+ SALARIO-FAMILIA -
052710*                       CONSIGNACOES - BENEFICIOS) JA
052720*                       CONVERTIDOS (OS BENEFICIOS, EM
052730*                       REAIS DESDE 3350), SENAO OS
052740*                       ARREDONDAMENTOS INDEPENDENTES QUEBRARIAM
052750*                       O BALANCEAMENTO DEBITO = CREDITO DA
052760*                       CONTABILIZACAO (9200) POR CENTAVOS.
052770******************************************************************
052780 2085-ACUMULA-TOTAIS.
052790     COMPUTE WRK-BRUTO-CONV ROUNDED =
052800         WRK-SALARIO * WRK-TAXA-REGISTRO.
052810     COMPUTE WRK-INSS-CONV ROUNDED =
052820         WRK-INSS * WRK-TAXA-REGISTRO.
052830     COMPUTE WRK-IRRF-CONV ROUNDED =
052840         WRK-IRRF * WRK-TAXA-REGISTRO.
052850     COMPUTE WRK-ADIANT-CONV ROUNDED =
052860         WRK-VALOR-PARCELA1 * WRK-TAXA-REGISTRO.
052870     COMPUTE WRK-SALFAM-CONV ROUNDED =
052880         WRK-SALARIO-FAMILIA * WRK-TAXA-REGISTRO.
052890     COMPUTE WRK-CONSIG-CONV ROUNDED =
052900         WRK-CONSIG-FUNC * WRK-TAXA-REGISTRO.
052910*    BENEFICIOS JA VEM EM REAIS DE 3350 (PRECO DO FORNECEDOR):
052920*    NAO SAO CONVERTIDOS DE NOVO.
052930     MOVE WRK-BENEF-FUNC-BRL TO WRK-BENEF-CONV.
052940     MOVE WRK-BENEF-EMPR     TO WRK-BENEF-EMPR-CONV.
052950     COMPUTE WRK-CONV-AJUSTADO =
052960         WRK-BRUTO-CONV - WRK-INSS-CONV - WRK-IRRF-CONV
052970         - WRK-ADIANT-CONV + WRK-SALFAM-CONV
052980         - WRK-CONSIG-CONV - WRK-BENEF-CONV.
052990     IF WRK-CONV-AJUSTADO < ZEROS
053000         MOVE ZEROS TO WRK-CONV-AJUSTADO
053010     END-IF.
053020     MOVE WRK-CONV-AJUSTADO TO WRK-LIQUIDO-CONV.
053030     ADD WRK-LIQUIDO-CONV TO WRK-TOTAL-LIQUIDO.
053040     ADD WRK-BRUTO-CONV   TO WRK-TOTAL-BRUTO-CALC.
053050     ADD WRK-INSS-CONV    TO WRK-TOTAL-INSS.
053060     ADD WRK-IRRF-CONV    TO WRK-TOTAL-IRRF.
053070     ADD WRK-ADIANT-CONV  TO WRK-TOTAL-ADIANT.
053080     ADD WRK-SALFAM-CONV  TO WRK-TOTAL-SALFAM.
053090     ADD WRK-CONSIG-CONV  TO WRK-TOTAL-CONSIG.
053100     ADD WRK-BENEF-CONV   TO WRK-TOTAL-BENEF.
053110     ADD WRK-BENEF-EMPR-CONV TO WRK-TOTAL-BENEF-EMPR.
053120*    ENCARGOS PATRONAIS SOBRE O MESMO BRUTO CONVERTIDO: NAO
053130*    ENTRAM NO LIQUIDO DO FUNCIONARIO, SO NOS TOTAIS DO
053140*    EMPREGADOR (GLPOST E FGTSREM).
053150     COMPUTE WRK-PATR-CONV ROUNDED =
053160         WRK-BRUTO-CONV * WRK-ALIQ-PATRONAL / 100.
053170     COMPUTE WRK-FGTS-CONV ROUNDED =
053180         WRK-BRUTO-CONV * WRK-ALIQ-FGTS / 100.
053190*    O ADIANTAMENTO NAO GERA ENCARGOS: ELES SAEM SOBRE O BRUTO
053200*    INTEIRO DA FOLHA REGULAR.
053210     IF WRK-TIPO-ADIANT
053220         MOVE ZEROS TO WRK-PATR-CONV
053230         MOVE ZEROS TO WRK-FGTS-CONV
053240     END-IF.
053250     ADD WRK-PATR-CONV TO WRK-TOTAL-PATRONAL.
053260     ADD WRK-FGTS-CONV TO WRK-TOTAL-FGTS.
053270     EVALUATE WRK-MOEDA-REGISTRO
053280         WHEN 'USD'
053290             MOVE 2 TO WRK-SUBT-IDX
053300         WHEN OTHER
053310             MOVE 1 TO WRK-SUBT-IDX
053320     END-EVALUATE.
053330     ADD WRK-SALARIO-LIQUIDO
053340         TO TAB-SUBT-ORIG(WRK-SUBT-IDX).
053350     ADD WRK-LIQUIDO-CONV TO TAB-SUBT-CONV(WRK-SUBT-IDX).
053360     ADD 1 TO TAB-SUBT-QTDE(WRK-SUBT-IDX).
053370     PERFORM 2087-ACUMULA-CCUSTO THRU 2087-EXIT.
053380     PERFORM 2088-ACUMULA-EMPRESA THRU 2088-EXIT.
053390 2085-EXIT.
053400     EXIT.
053410******************************************************************
053420* 2088-ACUMULA-EMPRESA - ACUMULA OS VALORES CONVERTIDOS DO
053430*                        FUNCIONARIO NOS TOTAIS DA SUA EMPRESA
053440*                        (WRK-CIA-IDX, RESOLVIDO EM 2050), QUE
053450*                        FECHAM OS LOTES DO BANKREM E DO FGTSREM
053460*                        E O CONJUNTO DE LANCAMENTOS DO GLPOST DA
053470*                        EMPRESA.
053480******************************************************************
053490 2088-ACUMULA-EMPRESA.
053500     ADD 1 TO TAB-CIA-QTDE(WRK-CIA-IDX).
053510     ADD WRK-BRUTO-CONV   TO TAB-CIA-BRUTO(WRK-CIA-IDX).
053520     ADD WRK-LIQUIDO-CONV TO TAB-CIA-LIQUIDO(WRK-CIA-IDX).
053530     ADD WRK-INSS-CONV    TO TAB-CIA-INSS(WRK-CIA-IDX).
053540     ADD WRK-IRRF-CONV    TO TAB-CIA-IRRF(WRK-CIA-IDX).
053550     ADD WRK-ADIANT-CONV  TO TAB-CIA-ADIANT(WRK-CIA-IDX).
053560     ADD WRK-SALFAM-CONV  TO TAB-CIA-SALFAM(WRK-CIA-IDX).
053570     ADD WRK-PATR-CONV    TO TAB-CIA-PATRONAL(WRK-CIA-IDX).
053580     ADD WRK-FGTS-CONV    TO TAB-CIA-FGTS(WRK-CIA-IDX).
053590     ADD WRK-CONSIG-CONV  TO TAB-CIA-CONSIG(WRK-CIA-IDX).
053600     ADD WRK-BENEF-CONV   TO TAB-CIA-BENEF(WRK-CIA-IDX).
053610     ADD WRK-BENEF-EMPR-CONV TO TAB-CIA-BENEF-EMPR(WRK-CIA-IDX).
053620 2088-EXIT.
053630     EXIT.
053640******************************************************************
053650* 2087-ACUMULA-CCUSTO - ACUMULA O BRUTO, O LIQUIDO, O INSS
053660*                       PATRONAL, O FGTS E O CUSTO DE BENEFICIOS
053670*                       DA EMPRESA CONVERTIDOS DO
053680*                       FUNCIONARIO NO SUBTOTAL DO SEU CENTRO
053690*                       DE CUSTO DENTRO DA SUA EMPRESA, CRIANDO A
053700*                       ENTRADA NA PRIMEIRA OCORRENCIA. SEM
053710*                       CENTRO DE CUSTO, CAI NO CODIGO '????';
053720*                       TABELA CHEIA AGRUPA O EXCEDENTE NO CODIGO
053730*                       '****' DA EMPRESA '**' COM AVISO.
053740******************************************************************
053750 2087-ACUMULA-CCUSTO.
053760     IF EMP-CCUSTO = SPACES
053770         MOVE '????' TO WRK-CC-CODIGO
053780     ELSE
053790         MOVE EMP-CCUSTO TO WRK-CC-CODIGO
053800     END-IF.
053810     MOVE 'N' TO WRK-SW-CC-ACHADO.
053820     PERFORM VARYING WRK-CC-IDX FROM 1 BY 1
053830             UNTIL WRK-CC-IDX > WRK-QTD-CCUSTO
053840                OR WRK-CC-ACHADO
053850         IF TAB-CC-CODIGO(WRK-CC-IDX) = WRK-CC-CODIGO
053860                 AND TAB-CC-EMPRESA(WRK-CC-IDX) = WRK-EMPRESA
053870             SET WRK-CC-ACHADO TO TRUE
053880         END-IF
053890     END-PERFORM.
053900     IF WRK-CC-ACHADO
053910         SUBTRACT 1 FROM WRK-CC-IDX
053920     ELSE
053930         IF WRK-QTD-CCUSTO < WRK-MAX-CCUSTO
053940             ADD 1 TO WRK-QTD-CCUSTO
053950             MOVE WRK-QTD-CCUSTO TO WRK-CC-IDX
053960             MOVE WRK-EMPRESA TO TAB-CC-EMPRESA(WRK-CC-IDX)
053970             MOVE WRK-CC-CODIGO TO TAB-CC-CODIGO(WRK-CC-IDX)
053980         ELSE
053990             DISPLAY 'TABELA DE CENTROS DE CUSTO CHEIA - '
054000                 WRK-CC-CODIGO ' AGRUPADO EM ****'
054010             MOVE WRK-MAX-CCUSTO TO WRK-CC-IDX
054020             MOVE '**' TO TAB-CC-EMPRESA(WRK-CC-IDX)
054030             MOVE '****' TO TAB-CC-CODIGO(WRK-CC-IDX)
054040         END-IF
054050     END-IF.
054060     ADD WRK-BRUTO-CONV   TO TAB-CC-BRUTO(WRK-CC-IDX).
054070     ADD WRK-LIQUIDO-CONV TO TAB-CC-LIQUIDO(WRK-CC-IDX).
054080     ADD 1 TO TAB-CC-QTDE(WRK-CC-IDX).
054090     ADD WRK-PATR-CONV    TO TAB-CC-PATRONAL(WRK-CC-IDX).
054100     ADD WRK-FGTS-CONV    TO TAB-CC-FGTS(WRK-CC-IDX).
054110     ADD WRK-BENEF-EMPR-CONV TO TAB-CC-BENEFICIO(WRK-CC-IDX).
054120 2087-EXIT.
054130     EXIT.
054140******************************************************************
054150* 2100-READ-EMPLOYEE - LE O PROXIMO REGISTRO DO CADASTRO.
054160******************************************************************
054170 2100-READ-EMPLOYEE.
054180     IF WRK-MODO-REPROC
054190         PERFORM 2150-LE-SUSPENSO THRU 2150-EXIT
054200         GO TO 2100-EXIT
054210     END-IF.
054220     READ EMPLOYEE-MASTER NEXT RECORD
054230         AT END
054240             SET WRK-EMP-EOF TO TRUE
054250     END-READ.
054260 2100-EXIT.
054270     EXIT.
054280******************************************************************
054290* 2150-LE-SUSPENSO - NO MODO REPROC, LE O PROXIMO REGISTRO DO
054300*                    SUSPENSE-INPUT-FILE E BUSCA A MATRICULA NO
054310*                    EMPMAST JA CORRIGIDO (LEITURA RANDOMICA),
054320*                    DEIXANDO O REGISTRO ATUAL DO CADASTRO EM
054330*                    EMP-RECORD PARA O PROCESSAMENTO NORMAL.
054340*                    MATRICULA SUSPENSA QUE NAO EXISTE MAIS NO
054350*                    CADASTRO E CONTADA COMO ERRO, REGRAVADA NO
054360*                    PAYSUSP COM O MOTIVO 04 E PULADA.
054370******************************************************************
054380 2150-LE-SUSPENSO.
054390     MOVE 'N' TO WRK-SW-SUSP-ACHOU.
054400     PERFORM 2155-LE-UM-SUSPENSO THRU 2155-EXIT
054410         UNTIL WRK-SUSP-ACHOU OR WRK-EMP-EOF.
054420 2150-EXIT.
054430     EXIT.
054440 2155-LE-UM-SUSPENSO.
054450     READ SUSPENSE-INPUT-FILE
054460         AT END
054470             SET WRK-EMP-EOF TO TRUE
054480             GO TO 2155-EXIT
054490     END-READ.
054500     MOVE SUSI-EMP-MATRICULA TO EMP-ID.
054510     READ EMPLOYEE-MASTER
054520         INVALID KEY
054530             DISPLAY 'MATRICULA SUSPENSA NAO CADASTRADA: '
054540                 SUSI-EMP-MATRICULA
054550             ADD 1 TO WRK-CONT-ERROS
054560             ADD 1 TO WRK-CONT-PROCESSADOS
054570             MOVE '04' TO WRK-MOTIVO-REJEICAO
054580             PERFORM 2156-SUSPENDE-NAO-CADASTRADO
054590                 THRU 2156-EXIT
054600         NOT INVALID KEY
054610             SET WRK-SUSP-ACHOU TO TRUE
054620     END-READ.
054630 2155-EXIT.
054640     EXIT.
054650******************************************************************
054660* 2156-SUSPENDE-NAO-CADASTRADO - REGRAVA NO PAYSUSP, COM O
054670*                                MOTIVO 04, A IMAGEM ORIGINAL DO
054680*                                SUSPENSO CUJA MATRICULA NAO
054690*                                EXISTE MAIS NO CADASTRO, E
054700*                                GUARDA A REJEICAO PARA A SECAO
054710*                                DO RELATORIO.
054720******************************************************************
054730 2156-SUSPENDE-NAO-CADASTRADO.
054740     IF NOT WRK-SUS-FALHOU
054750         MOVE WRK-DATA-ATUAL      TO SUS-DATA
054760         MOVE SPACES              TO SUS-FILL1
054770         MOVE WRK-MOTIVO-REJEICAO TO SUS-MOTIVO
054780         MOVE SPACES              TO SUS-FILL2
054790         MOVE SUSI-EMP-IMAGEM     TO SUS-EMP-IMAGEM
054800         WRITE SUSPENSE-RECORD
054810         IF NOT WRK-SUS-OK
054820             DISPLAY 'ERRO AO GRAVAR SUSPENSE-FILE: '
054830                 WRK-SUS-STATUS
054840             SET WRK-SUS-FALHOU TO TRUE
054850         END-IF
054860     END-IF.
054870     IF WRK-QTD-REJEITADOS < WRK-MAX-REJEITADOS
054880         ADD 1 TO WRK-QTD-REJEITADOS
054890         MOVE SUSI-EMP-MATRICULA
054900             TO TAB-REJ-MATRICULA(WRK-QTD-REJEITADOS)
054910         MOVE WRK-MOTIVO-REJEICAO
054920             TO TAB-REJ-MOTIVO(WRK-QTD-REJEITADOS)
054930     END-IF.
054940 2156-EXIT.
054950     EXIT.
054960******************************************************************
054970* 8000-GRAVA-CHECKPOINT - GRAVA NO CHECKPOINT-FILE A MATRICULA DO
054980*                         ULTIMO FUNCIONARIO PROCESSADO, PARA
054990*                         PERMITIR RETOMAR O LOTE EM CASO DE
055000*                         INTERRUPCAO.
055010******************************************************************
055020 8000-GRAVA-CHECKPOINT.
055030     OPEN OUTPUT CHECKPOINT-FILE.
055040     IF NOT WRK-CKPT-OK
055050         DISPLAY 'ERRO AO ABRIR CHECKPOINT-FILE: ' WRK-CKPT-STATUS
055060         SET WRK-CKPT-FALHOU TO TRUE
055070     ELSE
055080         MOVE WRK-ULTIMA-MATRICULA    TO CKPT-ULTIMA-MATRICULA
055090         MOVE WRK-CONT-PROCESSADOS    TO CKPT-CONT-PROCESSADOS
055100         MOVE WRK-CONT-ERROS          TO CKPT-CONT-ERROS
055110         MOVE WRK-CTRL-BRUTO-PROCESSADO
055120             TO CKPT-BRUTO-PROCESSADO
055130         MOVE WRK-TOTAL-LIQUIDO       TO CKPT-TOTAL-LIQUIDO
055140         MOVE WRK-NUM-PAGINA          TO CKPT-NUM-PAGINA
055150         MOVE WRK-CONT-PAGOS          TO CKPT-CONT-PAGOS
055160         MOVE WRK-TOTAL-BRUTO-CALC    TO CKPT-TOTAL-BRUTO-CALC
055170         MOVE WRK-TOTAL-INSS          TO CKPT-TOTAL-INSS
055180         MOVE WRK-TOTAL-IRRF          TO CKPT-TOTAL-IRRF
055190         MOVE WRK-TOTAL-ADIANT        TO CKPT-TOTAL-ADIANT
055200         PERFORM VARYING WRK-SUBT-IDX FROM 1 BY 1
055210                 UNTIL WRK-SUBT-IDX > 2
055220             MOVE TAB-SUBT-MOEDA(WRK-SUBT-IDX)
055230                 TO CKPT-SUBT-MOEDA(WRK-SUBT-IDX)
055240             MOVE TAB-SUBT-ORIG(WRK-SUBT-IDX)
055250                 TO CKPT-SUBT-ORIG(WRK-SUBT-IDX)
055260             MOVE TAB-SUBT-CONV(WRK-SUBT-IDX)
055270                 TO CKPT-SUBT-CONV(WRK-SUBT-IDX)
055280             MOVE TAB-SUBT-QTDE(WRK-SUBT-IDX)
055290                 TO CKPT-SUBT-QTDE(WRK-SUBT-IDX)
055300         END-PERFORM
055310         MOVE WRK-COMPETENCIA         TO CKPT-COMPETENCIA
055320         MOVE WRK-TIPO-FOLHA          TO CKPT-TIPO-FOLHA
055330         MOVE WRK-PARCELA-13          TO CKPT-PARCELA
055340         MOVE WRK-MODO-FOLHA          TO CKPT-MODO
055350         MOVE WRK-TOTAL-SALFAM        TO CKPT-TOTAL-SALFAM
055360         MOVE WRK-TOTAL-PATRONAL      TO CKPT-TOTAL-PATRONAL
055370         MOVE WRK-TOTAL-FGTS          TO CKPT-TOTAL-FGTS
055380         MOVE WRK-QTD-CCUSTO          TO CKPT-QTD-CCUSTO
055390         MOVE WRK-TOTAL-CONSIG        TO CKPT-TOTAL-CONSIG
055400         MOVE WRK-TOTAL-BENEF         TO CKPT-TOTAL-BENEF
055410         MOVE WRK-TOTAL-BENEF-EMPR    TO CKPT-TOTAL-BENEF-EMPR
055420         PERFORM VARYING WRK-CC-IDX FROM 1 BY 1
055430                 UNTIL WRK-CC-IDX > WRK-MAX-CCUSTO
055440             MOVE TAB-CC-EMPRESA(WRK-CC-IDX)
055450                 TO CKPT-CC-EMPRESA(WRK-CC-IDX)
055460             MOVE TAB-CC-CODIGO(WRK-CC-IDX)
055470                 TO CKPT-CC-CODIGO(WRK-CC-IDX)
055480             MOVE TAB-CC-BRUTO(WRK-CC-IDX)
055490                 TO CKPT-CC-BRUTO(WRK-CC-IDX)
055500             MOVE TAB-CC-LIQUIDO(WRK-CC-IDX)
055510                 TO CKPT-CC-LIQUIDO(WRK-CC-IDX)
055520             MOVE TAB-CC-QTDE(WRK-CC-IDX)
055530                 TO CKPT-CC-QTDE(WRK-CC-IDX)
055540             MOVE TAB-CC-PATRONAL(WRK-CC-IDX)
055550                 TO CKPT-CC-PATRONAL(WRK-CC-IDX)
055560             MOVE TAB-CC-FGTS(WRK-CC-IDX)
055570                 TO CKPT-CC-FGTS(WRK-CC-IDX)
055580             MOVE TAB-CC-BENEFICIO(WRK-CC-IDX)
055590                 TO CKPT-CC-BENEFICIO(WRK-CC-IDX)
055600         END-PERFORM
055610*        OS TOTAIS POR EMPRESA ANDAM COM UM INDICE PROPRIO, PARA
055620*        NAO MEXER NA EMPRESA DO FUNCIONARIO CORRENTE.
055630         MOVE WRK-QTD-EMPRESAS        TO CKPT-QTD-EMPRESAS
055640         PERFORM VARYING WRK-CKPT-CIA-IDX FROM 1 BY 1
055650                 UNTIL WRK-CKPT-CIA-IDX > WRK-MAX-EMPRESAS
055660             MOVE TAB-CIA-CODIGO(WRK-CKPT-CIA-IDX)
055670                 TO CKPT-CIA-CODIGO(WRK-CKPT-CIA-IDX)
055680             MOVE TAB-CIA-QTDE(WRK-CKPT-CIA-IDX)
055690                 TO CKPT-CIA-QTDE(WRK-CKPT-CIA-IDX)
055700             MOVE TAB-CIA-BRUTO(WRK-CKPT-CIA-IDX)
055710                 TO CKPT-CIA-BRUTO(WRK-CKPT-CIA-IDX)
055720             MOVE TAB-CIA-LIQUIDO(WRK-CKPT-CIA-IDX)
055730                 TO CKPT-CIA-LIQUIDO(WRK-CKPT-CIA-IDX)
055740             MOVE TAB-CIA-INSS(WRK-CKPT-CIA-IDX)
055750                 TO CKPT-CIA-INSS(WRK-CKPT-CIA-IDX)
055760             MOVE TAB-CIA-IRRF(WRK-CKPT-CIA-IDX)
055770                 TO CKPT-CIA-IRRF(WRK-CKPT-CIA-IDX)
055780             MOVE TAB-CIA-ADIANT(WRK-CKPT-CIA-IDX)
055790                 TO CKPT-CIA-ADIANT(WRK-CKPT-CIA-IDX)
055800             MOVE TAB-CIA-SALFAM(WRK-CKPT-CIA-IDX)
055810                 TO CKPT-CIA-SALFAM(WRK-CKPT-CIA-IDX)
055820             MOVE TAB-CIA-PATRONAL(WRK-CKPT-CIA-IDX)
055830                 TO CKPT-CIA-PATRONAL(WRK-CKPT-CIA-IDX)
055840             MOVE TAB-CIA-FGTS(WRK-CKPT-CIA-IDX)
055850                 TO CKPT-CIA-FGTS(WRK-CKPT-CIA-IDX)
055860             MOVE TAB-CIA-CONSIG(WRK-CKPT-CIA-IDX)
055870                 TO CKPT-CIA-CONSIG(WRK-CKPT-CIA-IDX)
055880             MOVE TAB-CIA-BENEF(WRK-CKPT-CIA-IDX)
055890                 TO CKPT-CIA-BENEF(WRK-CKPT-CIA-IDX)
055900             MOVE TAB-CIA-BENEF-EMPR(WRK-CKPT-CIA-IDX)
055910                 TO CKPT-CIA-BENEF-EMPR(WRK-CKPT-CIA-IDX)
055920         END-PERFORM
055930         WRITE CHECKPOINT-RECORD
055940         IF NOT WRK-CKPT-OK
055950             DISPLAY 'ERRO AO GRAVAR CHECKPOINT: ' WRK-CKPT-STATUS
055960             SET WRK-CKPT-FALHOU TO TRUE
055970         END-IF
055980         CLOSE CHECKPOINT-FILE
055990     END-IF.
056000 8000-EXIT.
056010     EXIT.
056020******************************************************************
056030* 8100-LIMPA-CHECKPOINT - APAGA O CHECKPOINT AO FIM DE UM LOTE
056040*                         CONCLUIDO COM SUCESSO, PARA QUE A
056050*                         PROXIMA EXECUCAO COMECE DO INICIO.
056060******************************************************************
056070 8100-LIMPA-CHECKPOINT.
056080     OPEN OUTPUT CHECKPOINT-FILE.
056090     IF NOT WRK-CKPT-OK
056100         DISPLAY 'ERRO AO LIMPAR CHECKPOINT: ' WRK-CKPT-STATUS
056110         SET WRK-CKPT-FALHOU TO TRUE
056120     END-IF.
056130     CLOSE CHECKPOINT-FILE.
056140 8100-EXIT.
056150     EXIT.
056160******************************************************************
056170* 3000-CALCULA-DESCONTOS - APURA INSS, IRRF E O SALARIO LIQUIDO.
056180******************************************************************
056190 3000-CALCULA-DESCONTOS.
056200     EVALUATE TRUE
056210         WHEN WRK-SEM-DESCONTO
056220             MOVE ZEROS TO WRK-INSS
056230             MOVE ZEROS TO WRK-IRRF
056240             MOVE ZEROS TO WRK-BASE-IRRF
056250         WHEN WRK-TIPO-DISSIDIO
056260             PERFORM 3400-DESCONTOS-DISSIDIO THRU 3400-EXIT
056270         WHEN OTHER
056280             PERFORM 3100-CALCULA-INSS THRU 3100-EXIT
056290             PERFORM 3200-CALCULA-IRRF THRU 3200-EXIT
056300     END-EVALUATE.
056310     PERFORM 3250-CALCULA-SALFAM THRU 3250-EXIT.
056320     COMPUTE WRK-SALARIO-AJUSTADO =
056330         WRK-SALARIO - WRK-INSS - WRK-IRRF
056340         - WRK-VALOR-PARCELA1 + WRK-SALARIO-FAMILIA.
056350     IF WRK-SALARIO-AJUSTADO < ZEROS
056360         MOVE ZEROS TO WRK-SALARIO-AJUSTADO
056370     END-IF.
056380     MOVE WRK-SALARIO-AJUSTADO TO WRK-SALARIO-LIQUIDO.
056390     MOVE WRK-INSS             TO WRK-INSS-ED.
056400     MOVE WRK-IRRF             TO WRK-IRRF-ED.
056410     MOVE WRK-SALARIO-FAMILIA  TO WRK-SALFAM-ED.
056420     MOVE WRK-SALARIO-LIQUIDO  TO WRK-SALARIO-LIQUIDO-ED.
056430 3000-EXIT.
056440     EXIT.
056450******************************************************************
056460* 3100-CALCULA-INSS - LOCALIZA A FAIXA DO INSS E APLICA A
056470*                     ALIQUOTA MENOS A PARCELA A DEDUZIR. ACIMA
056480*                     DA ULTIMA FAIXA, APLICA O TETO DO INSS.
056490******************************************************************
056500 3100-CALCULA-INSS.
056510     MOVE ZEROS TO WRK-INSS.
056520     PERFORM VARYING WRK-IDX FROM 1 BY 1
056530             UNTIL WRK-IDX > WRK-QTD-FAIXAS-INSS
056540                OR WRK-SALARIO <= TAB-INSS-LIMITE(WRK-IDX)
056550         CONTINUE
056560     END-PERFORM.
056570     IF WRK-IDX > WRK-QTD-FAIXAS-INSS
056580         MOVE WRK-INSS-TETO TO WRK-INSS
056590     ELSE
056600         COMPUTE WRK-INSS ROUNDED =
056610             (WRK-SALARIO * TAB-INSS-ALIQUOTA(WRK-IDX) / 100)
056620             - TAB-INSS-DEDUZIR(WRK-IDX)
056630     END-IF.
056640     IF WRK-INSS < ZEROS
056650         MOVE ZEROS TO WRK-INSS
056660     END-IF.
056670 3100-EXIT.
056680     EXIT.
056690******************************************************************
056700* 3200-CALCULA-IRRF - APURA A BASE (SALARIO MENOS INSS, MENOS A
056710*                     DEDUCAO POR DEPENDENTE DO PAYTABS),
056720*                     LOCALIZA A FAIXA DO IRRF E APLICA A
056730*                     ALIQUOTA MENOS A PARCELA A DEDUZIR.
056740******************************************************************
056750 3200-CALCULA-IRRF.
056760     COMPUTE WRK-SALARIO-AJUSTADO =
056770         WRK-SALARIO - WRK-INSS
056780         - (WRK-QTD-DEP-IRRF * WRK-DEDUCAO-DEP).
056790     IF WRK-SALARIO-AJUSTADO < ZEROS
056800         MOVE ZEROS TO WRK-SALARIO-AJUSTADO
056810     END-IF.
056820     MOVE WRK-SALARIO-AJUSTADO TO WRK-BASE-IRRF.
056830     MOVE ZEROS TO WRK-IRRF.
056840     PERFORM VARYING WRK-IDX FROM 1 BY 1
056850             UNTIL WRK-IDX > WRK-QTD-FAIXAS-IRRF
056860                OR WRK-BASE-IRRF <= TAB-IRRF-LIMITE(WRK-IDX)
056870         CONTINUE
056880     END-PERFORM.
056890     IF WRK-IDX > WRK-QTD-FAIXAS-IRRF
056900         MOVE WRK-QTD-FAIXAS-IRRF TO WRK-IDX
056910     END-IF.
056920     COMPUTE WRK-IRRF ROUNDED =
056930         (WRK-BASE-IRRF * TAB-IRRF-ALIQUOTA(WRK-IDX) / 100)
056940         - TAB-IRRF-DEDUZIR(WRK-IDX).
056950     IF WRK-IRRF < ZEROS
056960         MOVE ZEROS TO WRK-IRRF
056970     END-IF.
056980 3200-EXIT.
056990     EXIT.
057000******************************************************************
057010* 3400-DESCONTOS-DISSIDIO - NA FOLHA DISSIDIO O INSS E O IRRF SAO
057020*                           APURADOS COMPETENCIA A COMPETENCIA
057030*                           (3410) E SOMADOS. A BASE DO IRRF NO
057040*                           CONTRACHEQUE E A DAS DIFERENCAS
057050*                           (BRUTO MENOS INSS E DEPENDENTES).
057060******************************************************************
057070 3400-DESCONTOS-DISSIDIO.
057080     MOVE WRK-SALARIO TO WRK-SALARIO-DISSIDIO.
057090     MOVE ZEROS TO WRK-INSS-DISSIDIO.
057100     MOVE ZEROS TO WRK-IRRF-DISSIDIO.
057110     PERFORM 3410-RECALCULA-COMPETENCIA THRU 3410-EXIT
057120         VARYING WRK-DFR-IDX FROM 1 BY 1
057130         UNTIL WRK-DFR-IDX > WRK-QTD-DIFERENCAS.
057140     MOVE WRK-SALARIO-DISSIDIO TO WRK-SALARIO.
057150     MOVE WRK-INSS-DISSIDIO    TO WRK-INSS.
057160     MOVE WRK-IRRF-DISSIDIO    TO WRK-IRRF.
057170     COMPUTE WRK-SALARIO-AJUSTADO =
057180         WRK-SALARIO - WRK-INSS
057190         - (WRK-QTD-DEP-IRRF * WRK-DEDUCAO-DEP).
057200     IF WRK-SALARIO-AJUSTADO < ZEROS
057210         MOVE ZEROS TO WRK-SALARIO-AJUSTADO
057220     END-IF.
057230     MOVE WRK-SALARIO-AJUSTADO TO WRK-BASE-IRRF.
057240 3400-EXIT.
057250     EXIT.
057260******************************************************************
057270* 3410-RECALCULA-COMPETENCIA - PARA A DIFERENCA APONTADA POR
057280*                              WRK-DFR-IDX (SE FOR DA MATRICULA
057290*                              CORRENTE), CALCULA O INSS E O IRRF
057300*                              SOBRE O BRUTO ORIGINAL MAIS A
057310*                              DIFERENCA E ACUMULA O QUE PASSA DO
057320*                              JA RETIDO NA EPOCA (PAYIMPO).
057330******************************************************************
057340 3410-RECALCULA-COMPETENCIA.
057350     IF TAB-DFR-MATRICULA(WRK-DFR-IDX) NOT = EMP-ID
057360         GO TO 3410-EXIT
057370     END-IF.
057380     COMPUTE WRK-SALARIO = TAB-DFR-BRUTO-ORIG(WRK-DFR-IDX)
057390         + TAB-DFR-VALOR(WRK-DFR-IDX)
057400         ON SIZE ERROR
057410             DISPLAY 'AVISO: BRUTO RECALCULADO EXCEDE O LIMITE - '
057420                 'MATRICULA ' EMP-ID ' COMPETENCIA '
057430                 TAB-DFR-COMPETENCIA(WRK-DFR-IDX)
057440             GO TO 3410-EXIT
057450     END-COMPUTE.
057460     PERFORM 3100-CALCULA-INSS THRU 3100-EXIT.
057470     PERFORM 3200-CALCULA-IRRF THRU 3200-EXIT.
057480     IF WRK-INSS > TAB-DFR-INSS-ORIG(WRK-DFR-IDX)
057490         COMPUTE WRK-INSS-DISSIDIO = WRK-INSS-DISSIDIO
057500             + WRK-INSS - TAB-DFR-INSS-ORIG(WRK-DFR-IDX)
057510     END-IF.
057520     IF WRK-IRRF > TAB-DFR-IRRF-ORIG(WRK-DFR-IDX)
057530         COMPUTE WRK-IRRF-DISSIDIO = WRK-IRRF-DISSIDIO
057540             + WRK-IRRF - TAB-DFR-IRRF-ORIG(WRK-DFR-IDX)
057550     END-IF.
057560 3410-EXIT.
057570     EXIT.
057580******************************************************************
057590* 3250-CALCULA-SALFAM - APURA O SALARIO-FAMILIA DO FUNCIONARIO:
057600*                       SO NA FOLHA REGULAR, SO QUANDO O SALARIO
057610*                       NAO PASSA DO LIMITE DO REGISTRO 'SFAM' DO
057620*                       PAYTABS, UM VALOR POR FILHO/ENTEADO MENOR
057630*                       DE 14 ANOS (CONTADOS EM 2062). SEM O
057640*                       REGISTRO SFAM (LIMITE ZERADO), NADA E
057650*                       PAGO.
057660******************************************************************
057670 3250-CALCULA-SALFAM.
057680     MOVE ZEROS TO WRK-SALARIO-FAMILIA.
057690     IF NOT WRK-TIPO-REGULAR
057700         GO TO 3250-EXIT
057710     END-IF.
057720     IF WRK-SALFAM-LIMITE = ZEROS
057730             OR WRK-SALARIO > WRK-SALFAM-LIMITE
057740             OR WRK-QTD-DEP-MENORES = ZERO
057750         GO TO 3250-EXIT
057760     END-IF.
057770     COMPUTE WRK-SALARIO-FAMILIA =
057780         WRK-QTD-DEP-MENORES * WRK-SALFAM-VALOR.
057790 3250-EXIT.
057800     EXIT.
057810******************************************************************
057820* 3300-APLICA-CONSIGNACOES - APLICA AO LIQUIDO DO FUNCIONARIO AS
057830*                            CONSIGNACOES PENDENTES DA SUA
057840*                            MATRICULA, NA ORDEM DO ARQUIVO, ATE A
057850*                            MARGEM LEGAL (WRK-MARGEM-PCT SOBRE O
057860*                            LIQUIDO APOS INSS/IRRF, SEM ABATER O
057870*                            ADIANTAMENTO QUINZENAL). CONSIGNACAO
057880*                            QUE ESTOURARIA A MARGEM OU O LIQUIDO
057890*                            RESTANTE E MARCADA 'M' E FICA PARA O
057900*                            MES SEGUINTE. SO VALE PARA A FOLHA
057910*                            REGULAR EM MODO NORMAL.
057920******************************************************************
057930 3300-APLICA-CONSIGNACOES.
057940     MOVE ZEROS TO WRK-CONSIG-FUNC.
057950     IF NOT WRK-TIPO-REGULAR OR WRK-MODO-REPROC
057960         GO TO 3300-EXIT
057970     END-IF.
057980     IF WRK-QTD-CONSIG = ZERO
057990         GO TO 3300-EXIT
058000     END-IF.
058010     COMPUTE WRK-MARGEM-RESTANTE ROUNDED =
058020         (WRK-SALARIO-LIQUIDO + WRK-VALOR-PARCELA1)
058030         * WRK-MARGEM-PCT / 100.
058040     PERFORM VARYING WRK-CSG-IDX FROM 1 BY 1
058050             UNTIL WRK-CSG-IDX > WRK-QTD-CONSIG
058060         IF TAB-CSG-MATRICULA(WRK-CSG-IDX) = EMP-ID
058070                 AND TAB-CSG-SW-APLICADA(WRK-CSG-IDX) = 'N'
058080             PERFORM 3310-APLICA-UMA-CONSIGNACAO THRU 3310-EXIT
058090         END-IF
058100     END-PERFORM.
058110     IF WRK-CONSIG-FUNC > ZEROS
058120         COMPUTE WRK-SALARIO-AJUSTADO =
058130             WRK-SALARIO-LIQUIDO - WRK-CONSIG-FUNC
058140         IF WRK-SALARIO-AJUSTADO < ZEROS
058150             MOVE ZEROS TO WRK-SALARIO-AJUSTADO
058160         END-IF
058170         MOVE WRK-SALARIO-AJUSTADO TO WRK-SALARIO-LIQUIDO
058180         MOVE WRK-SALARIO-LIQUIDO  TO WRK-SALARIO-LIQUIDO-ED
058190     END-IF.
058200 3300-EXIT.
058210     EXIT.
058220******************************************************************
058230* 3310-APLICA-UMA-CONSIGNACAO - APLICA A CONSIGNACAO APONTADA POR
058240*                               WRK-CSG-IDX, SE COUBER NA MARGEM
058250*                               RESTANTE E NO LIQUIDO AINDA NAO
058260*                               CONSIGNADO; SENAO MARCA 'M' (FORA
058270*                               DA MARGEM) PARA A SECAO DE AVISOS.
058280******************************************************************
058290 3310-APLICA-UMA-CONSIGNACAO.
058300     IF TAB-CSG-VALOR(WRK-CSG-IDX) > WRK-MARGEM-RESTANTE
058310             OR WRK-CONSIG-FUNC + TAB-CSG-VALOR(WRK-CSG-IDX)
058320                > WRK-SALARIO-LIQUIDO
058330         MOVE 'M' TO TAB-CSG-SW-APLICADA(WRK-CSG-IDX)
058340         GO TO 3310-EXIT
058350     END-IF.
058360     SUBTRACT TAB-CSG-VALOR(WRK-CSG-IDX)
058370         FROM WRK-MARGEM-RESTANTE.
058380     ADD TAB-CSG-VALOR(WRK-CSG-IDX) TO WRK-CONSIG-FUNC.
058390     MOVE 'S' TO TAB-CSG-SW-APLICADA(WRK-CSG-IDX).
058400 3310-EXIT.
058410     EXIT.
058420******************************************************************
058430* 3350-APLICA-BENEFICIOS - DESCONTA DO LIQUIDO DO FUNCIONARIO A
058440*                          PARTE DO EMPREGADO NAS ADESOES
058450*                          PENDENTES DA SUA MATRICULA E APURA O
058460*                          CUSTO DA EMPRESA (O RESTANTE DO CUSTO
058470*                          DO MES). O DESCONTO DE VT E LIMITADO A
058480*                          6% DO SALARIO BASE (EMP-SALARIO),
058490*                          SOMADAS AS ADESOES DE VT DO MES. O
058500*                          CUSTO FICA EM REAIS; SO O DESCONTO E
058510*                          CONVERTIDO PARA A MOEDA DO HOLERITE.
058520*                          WRK-BENEF-FUNC (MOEDA DO HOLERITE) SAI
058530*                          DO LIQUIDO; WRK-BENEF-FUNC-BRL E
058540*                          WRK-BENEF-EMPR (REAIS) VAO PARA 2085.
058550*                          SO VALE PARA A FOLHA REGULAR EM MODO
058560*                          NORMAL, DEPOIS DAS CONSIGNACOES.
058570******************************************************************
058580 3350-APLICA-BENEFICIOS.
058590     MOVE ZEROS TO WRK-BENEF-FUNC.
058600     MOVE ZEROS TO WRK-BENEF-EMPR.
058610     MOVE ZEROS TO WRK-BENEF-FUNC-BRL.
058620     MOVE ZEROS TO WRK-BNF-VT-FUNC.
058630     MOVE ZEROS TO WRK-BNF-VR-FUNC.
058640     MOVE ZEROS TO WRK-BNF-PS-FUNC.
058650     MOVE ZEROS TO WRK-BNF-PS-VIDAS.
058660     IF NOT WRK-TIPO-REGULAR OR WRK-MODO-REPROC
058670         GO TO 3350-EXIT
058680     END-IF.
058690     IF WRK-QTD-BENEFICIOS = ZERO
058700         GO TO 3350-EXIT
058710     END-IF.
058720     COMPUTE WRK-BNF-TETO-VT ROUNDED =
058730         EMP-SALARIO * WRK-BNF-PCT-VT / 100.
058740     MOVE WRK-SALARIO-LIQUIDO TO WRK-BNF-DISPONIVEL.
058750     PERFORM VARYING WRK-BNF-IDX FROM 1 BY 1
058760             UNTIL WRK-BNF-IDX > WRK-QTD-BENEFICIOS
058770         IF TAB-BNF-MATRICULA(WRK-BNF-IDX) = EMP-ID
058780                 AND TAB-BNF-SW-APLICADA(WRK-BNF-IDX) = 'N'
058790             PERFORM 3360-APLICA-UM-BENEFICIO THRU 3360-EXIT
058800         END-IF
058810     END-PERFORM.
058820     IF WRK-BENEF-FUNC > ZEROS
058830         COMPUTE WRK-SALARIO-AJUSTADO =
058840             WRK-SALARIO-LIQUIDO - WRK-BENEF-FUNC
058850         IF WRK-SALARIO-AJUSTADO < ZEROS
058860             MOVE ZEROS TO WRK-SALARIO-AJUSTADO
058870         END-IF
058880         MOVE WRK-SALARIO-AJUSTADO TO WRK-SALARIO-LIQUIDO
058890         MOVE WRK-SALARIO-LIQUIDO  TO WRK-SALARIO-LIQUIDO-ED
058900     END-IF.
058910 3350-EXIT.
058920     EXIT.
058930******************************************************************
058940* 3360-APLICA-UM-BENEFICIO - APURA O DESCONTO DO EMPREGADO E O
058950*                            CUSTO DA EMPRESA NA ADESAO APONTADA
058960*                            POR WRK-BNF-IDX (VT ATE O TETO DE 6%
058970*                            RESTANTE; VR E PS PELO PERCENTUAL DO
058980*                            PLANO). DESCONTO MAIOR QUE O LIQUIDO
058990*                            DISPONIVEL FICA LIMITADO A ELE, COM
059000*                            AVISO, E A DIFERENCA E ASSUMIDA PELA
059010*                            EMPRESA. ADESAO SEM CUSTO NO MES (VT
059020*                            OU VR SEM DIA UTIL) NAO E APLICADA.
059030*                            O CUSTO DA ADESAO ESTA EM REAIS; O
059040*                            DESCONTO, O TETO E O LIQUIDO, NA
059050*                            MOEDA DO HOLERITE (TAXA DE 2065).
059060******************************************************************
059070 3360-APLICA-UM-BENEFICIO.
059080     IF TAB-BNF-CUSTO(WRK-BNF-IDX) = ZEROS
059090         GO TO 3360-EXIT
059100     END-IF.
059110     MOVE TAB-BNF-BPL-IDX(WRK-BNF-IDX) TO WRK-BPL-IDX.
059120     IF WRK-MOEDA-REGISTRO = 'BRL'
059130         MOVE TAB-BNF-CUSTO(WRK-BNF-IDX) TO WRK-BNF-CUSTO-FUNC
059140     ELSE
059150         COMPUTE WRK-BNF-CUSTO-FUNC ROUNDED =
059160             TAB-BNF-CUSTO(WRK-BNF-IDX) / WRK-TAXA-REGISTRO
059170     END-IF.
059180     IF TAB-BNF-TIPO(WRK-BNF-IDX) = 'VT'
059190         IF WRK-BNF-CUSTO-FUNC > WRK-BNF-TETO-VT
059200             MOVE WRK-BNF-TETO-VT TO WRK-BNF-DESCONTO
059210         ELSE
059220             MOVE WRK-BNF-CUSTO-FUNC TO WRK-BNF-DESCONTO
059230         END-IF
059240         SUBTRACT WRK-BNF-DESCONTO FROM WRK-BNF-TETO-VT
059250     ELSE
059260         COMPUTE WRK-BNF-DESCONTO ROUNDED =
059270             WRK-BNF-CUSTO-FUNC
059280             * TAB-BPL-PCT-EMPREGADO(WRK-BPL-IDX) / 100
059290     END-IF.
059300     IF WRK-BNF-DESCONTO > WRK-BNF-DISPONIVEL
059310         DISPLAY 'DESCONTO DE ' TAB-BNF-TIPO(WRK-BNF-IDX)
059320             ' ACIMA DO LIQUIDO - MATRICULA ' EMP-ID
059330             ' - DIFERENCA ASSUMIDA PELA EMPRESA'
059340         MOVE WRK-BNF-DISPONIVEL TO WRK-BNF-DESCONTO
059350     END-IF.
059360     SUBTRACT WRK-BNF-DESCONTO FROM WRK-BNF-DISPONIVEL.
059370     ADD WRK-BNF-DESCONTO TO WRK-BENEF-FUNC.
059380*    A PARTE DO EMPREGADO VOLTA PARA REAIS; O ARREDONDAMENTO NAO
059390*    PODE PASSAR DO CUSTO, E A EMPRESA FICA COM O RESTANTE.
059400     IF WRK-BNF-DESCONTO = WRK-BNF-CUSTO-FUNC
059410         MOVE TAB-BNF-CUSTO(WRK-BNF-IDX) TO WRK-BNF-DESC-BRL
059420     ELSE
059430         IF WRK-MOEDA-REGISTRO = 'BRL'
059440             MOVE WRK-BNF-DESCONTO TO WRK-BNF-DESC-BRL
059450         ELSE
059460             COMPUTE WRK-BNF-DESC-BRL ROUNDED =
059470                 WRK-BNF-DESCONTO * WRK-TAXA-REGISTRO
059480         END-IF
059490     END-IF.
059500     IF WRK-BNF-DESC-BRL > TAB-BNF-CUSTO(WRK-BNF-IDX)
059510         MOVE TAB-BNF-CUSTO(WRK-BNF-IDX) TO WRK-BNF-DESC-BRL
059520     END-IF.
059530     ADD WRK-BNF-DESC-BRL TO WRK-BENEF-FUNC-BRL.
059540     COMPUTE WRK-BENEF-EMPR = WRK-BENEF-EMPR
059550         + TAB-BNF-CUSTO(WRK-BNF-IDX) - WRK-BNF-DESC-BRL.
059560     EVALUATE TAB-BNF-TIPO(WRK-BNF-IDX)
059570         WHEN 'VT'
059580             ADD WRK-BNF-DESCONTO TO WRK-BNF-VT-FUNC
059590         WHEN 'VR'
059600             ADD WRK-BNF-DESCONTO TO WRK-BNF-VR-FUNC
059610         WHEN OTHER
059620             ADD WRK-BNF-DESCONTO TO WRK-BNF-PS-FUNC
059630             ADD 1 TO WRK-BNF-PS-VIDAS
059640     END-EVALUATE.
059650     MOVE 'S' TO TAB-BNF-SW-APLICADA(WRK-BNF-IDX).
059660 3360-EXIT.
059670     EXIT.
059680******************************************************************
059690* 7000-IMPRIME-DETALHE - GRAVA A LINHA DE DETALHE DO HOLERITE DO
059700*                        FUNCIONARIO NO REPORT-FILE, QUEBRANDO A
059710*                        PAGINA QUANDO NECESSARIO.
059720******************************************************************
059730 7000-IMPRIME-DETALHE.
059740     PERFORM 7050-VERIFICA-QUEBRA-PAGINA THRU 7050-EXIT.
059750     MOVE EMP-ID                TO DET-MATRICULA.
059760     MOVE WRK-NOME               TO DET-NOME.
059770     MOVE WRK-SALARIO-ED         TO WRK-MOEDA-TEXTO.
059780     PERFORM 7060-FORMATA-MOEDA THRU 7060-EXIT.
059790     MOVE WRK-MOEDA-TEXTO        TO DET-BRUTO.
059800     MOVE WRK-INSS-ED            TO WRK-MOEDA-TEXTO.
059810     PERFORM 7060-FORMATA-MOEDA THRU 7060-EXIT.
059820     MOVE WRK-MOEDA-TEXTO        TO DET-INSS.
059830     MOVE WRK-IRRF-ED            TO WRK-MOEDA-TEXTO.
059840     PERFORM 7060-FORMATA-MOEDA THRU 7060-EXIT.
059850     MOVE WRK-MOEDA-TEXTO        TO DET-IRRF.
059860     MOVE WRK-SALARIO-LIQUIDO-ED TO WRK-MOEDA-TEXTO.
059870     PERFORM 7060-FORMATA-MOEDA THRU 7060-EXIT.
059880     MOVE WRK-MOEDA-TEXTO        TO DET-LIQUIDO.
059890     MOVE WRK-MOEDA-REGISTRO     TO DET-MOEDA.
059900     WRITE REPORT-RECORD FROM WRK-LINHA-DETALHE
059910         AFTER ADVANCING 1 LINE.
059920     ADD 1 TO WRK-CONT-LINHAS.
059930     PERFORM 7020-IMPRIME-MOVIMENTOS THRU 7020-EXIT.
059940     PERFORM 7040-AVISA-CONTA-NOVA THRU 7040-EXIT.
059950 7000-EXIT.
059960     EXIT.
059970******************************************************************
059980* 7020-IMPRIME-MOVIMENTOS - ITEMIZA, ABAIXO DA LINHA DE DETALHE
059990*                           DO FUNCIONARIO, OS MOVIMENTOS MENSAIS
060000*                           APLICADOS AO SEU BRUTO NESTE LOTE.
060010******************************************************************
060020 7020-IMPRIME-MOVIMENTOS.
060030     PERFORM VARYING WRK-MOV-IDX FROM 1 BY 1
060040             UNTIL WRK-MOV-IDX > WRK-QTD-MOVIMENTOS
060050         IF TAB-MOV-MATRICULA(WRK-MOV-IDX) = EMP-ID
060060                 AND TAB-MOV-APLICADO(WRK-MOV-IDX)
060070             PERFORM 7030-IMPRIME-UM-MOVIMENTO THRU 7030-EXIT
060080         END-IF
060090     END-PERFORM.
060100 7020-EXIT.
060110     EXIT.
060120******************************************************************
060130* 7030-IMPRIME-UM-MOVIMENTO - GRAVA A LINHA DE EVENTO DO
060140*                             MOVIMENTO APONTADO POR WRK-MOV-IDX.
060150******************************************************************
060160 7030-IMPRIME-UM-MOVIMENTO.
060170     PERFORM 7050-VERIFICA-QUEBRA-PAGINA THRU 7050-EXIT.
060180     MOVE TAB-MOV-EVENTO(WRK-MOV-IDX) TO MOVL-EVENTO.
060190     EVALUATE TAB-MOV-EVENTO(WRK-MOV-IDX)
060200         WHEN 'HE'
060210             MOVE 'HORAS EXTRAS'     TO MOVL-DESCRICAO
060220         WHEN 'HD'
060230             MOVE 'H.EXTRAS 100%'    TO MOVL-DESCRICAO
060240         WHEN 'BO'
060250             MOVE 'BONIFICACAO'      TO MOVL-DESCRICAO
060260         WHEN 'FA'
060270             MOVE 'FALTAS (DESC.)'   TO MOVL-DESCRICAO
060280     END-EVALUATE.
060290     MOVE TAB-MOV-VALOR(WRK-MOV-IDX)      TO MOVL-QTDE.
060300     MOVE TAB-MOV-VALOR-CALC(WRK-MOV-IDX) TO MOVL-VALOR.
060310     WRITE REPORT-RECORD FROM WRK-LINHA-MOVIMENTO
060320         AFTER ADVANCING 1 LINE.
060330     ADD 1 TO WRK-CONT-LINHAS.
060340 7030-EXIT.
060350     EXIT.
060360******************************************************************
060370* 7040-AVISA-CONTA-NOVA - AVISA, ABAIXO DA LINHA DE DETALHE, O
060380*                         PAGAMENTO NUMA CONTA BANCARIA APROVADA
060390*                         HA MENOS DE WRK-DIAS-CONTA-NOVA DIAS (SO
060400*                         SE O CADASTRO AINDA TEM A CONTA
060410*                         APROVADA). E SO AVISO: NAO MUDA O
060420*                         RETURN-CODE.
060430******************************************************************
060440 7040-AVISA-CONTA-NOVA.
060450     PERFORM VARYING WRK-CTN-IDX FROM 1 BY 1
060460             UNTIL WRK-CTN-IDX > WRK-QTD-CONTAS-NOVAS
060470         IF TAB-CTN-MATRICULA(WRK-CTN-IDX) = EMP-ID
060480                 AND TAB-CTN-BANCO(WRK-CTN-IDX) = EMP-BANCO
060490                 AND TAB-CTN-AGENCIA(WRK-CTN-IDX) = EMP-AGENCIA
060500                 AND TAB-CTN-CONTA(WRK-CTN-IDX) = EMP-CONTA
060510             PERFORM 7045-IMPRIME-CONTA-NOVA THRU 7045-EXIT
060520         END-IF
060530     END-PERFORM.
060540 7040-EXIT.
060550     EXIT.
060560******************************************************************
060570* 7045-IMPRIME-CONTA-NOVA - GRAVA A LINHA DE AVISO DA CONTA
060580*                           APONTADA POR WRK-CTN-IDX.
060590******************************************************************
060600 7045-IMPRIME-CONTA-NOVA.
060610     PERFORM 7050-VERIFICA-QUEBRA-PAGINA THRU 7050-EXIT.
060620     MOVE WRK-DIAS-CONTA-NOVA             TO CTNL-DIAS.
060630     MOVE EMP-ID                          TO CTNL-MATRICULA.
060640     MOVE TAB-CTN-BANCO(WRK-CTN-IDX)      TO CTNL-BANCO.
060650     MOVE TAB-CTN-AGENCIA(WRK-CTN-IDX)    TO CTNL-AGENCIA.
060660     MOVE TAB-CTN-CONTA(WRK-CTN-IDX)      TO CTNL-CONTA.
060670     MOVE TAB-CTN-DATA-APROV(WRK-CTN-IDX) TO CTNL-DATA-APROV.
060680     MOVE TAB-CTN-OPER-APROV(WRK-CTN-IDX) TO CTNL-OPER-APROV.
060690     WRITE REPORT-RECORD FROM WRK-LINHA-CONTA-NOVA
060700         AFTER ADVANCING 1 LINE.
060710     ADD 1 TO WRK-CONT-LINHAS.
060720     ADD 1 TO WRK-CONT-CONTA-NOVA.
060730     DISPLAY 'AVISO: PAGAMENTO EM CONTA APROVADA EM '
060740         TAB-CTN-DATA-APROV(WRK-CTN-IDX) ' - MATRICULA ' EMP-ID.
060750 7045-EXIT.
060760     EXIT.
060770******************************************************************
060780* 7050-VERIFICA-QUEBRA-PAGINA - INICIA NOVA PAGINA (CABECALHO E
060790*                               COLUNAS) QUANDO A PAGINA ATUAL
060800*                               JA ATINGIU O NUMERO MAXIMO DE
060810*                               LINHAS DE DETALHE.
060820******************************************************************
060830 7050-VERIFICA-QUEBRA-PAGINA.
060840     IF WRK-CONT-LINHAS >= WRK-MAX-LINHAS
060850         PERFORM 7100-IMPRIME-CABECALHO THRU 7100-EXIT
060860     END-IF.
060870 7050-EXIT.
060880     EXIT.
060890******************************************************************
060900* 7060-FORMATA-MOEDA - CONVERTE O TEXTO EDITADO NO PADRAO BRL
060910*                      (PONTO NOS MILHARES, VIRGULA NOS CENTAVOS)
060920*                      PARA O PADRAO USD (VIRGULA NOS MILHARES,
060930*                      PONTO NOS CENTAVOS), QUANDO A MOEDA DA
060940*                      EXECUCAO FOR USD. EM BRL, NADA E ALTERADO.
060950******************************************************************
060960 7060-FORMATA-MOEDA.
060970     IF WRK-MOEDA-REGISTRO = 'USD'
060980         INSPECT WRK-MOEDA-TEXTO REPLACING ALL ',' BY X'01'
060990         INSPECT WRK-MOEDA-TEXTO REPLACING ALL '.' BY ','
061000         INSPECT WRK-MOEDA-TEXTO REPLACING ALL X'01' BY '.'
061010     END-IF.
061020 7060-EXIT.
061030     EXIT.
061040******************************************************************
061050* 7100-IMPRIME-CABECALHO - GRAVA O CABECALHO DA EMPRESA, A DATA,
061060*                          O NUMERO DA PAGINA E O CABECALHO DE
061070*                          COLUNAS NO TOPO DE CADA PAGINA NOVA.
061080******************************************************************
061090 7100-IMPRIME-CABECALHO.
061100     ADD 1 TO WRK-NUM-PAGINA.
061110     MOVE WRK-DATA-ATUAL TO CAB2-DATA.
061120     MOVE WRK-NUM-PAGINA TO CAB2-PAGINA.
061130     MOVE WRK-MOEDA-PADRAO TO CAB2-MOEDA.
061140     WRITE REPORT-RECORD FROM WRK-LINHA-CABEC1
061150         AFTER ADVANCING PAGE.
061160     WRITE REPORT-RECORD FROM WRK-LINHA-CABEC2
061170         AFTER ADVANCING 1 LINE.
061180     WRITE REPORT-RECORD FROM WRK-LINHA-COLUNAS
061190         AFTER ADVANCING 2 LINES.
061200     MOVE ZERO TO WRK-CONT-LINHAS.
061210 7100-EXIT.
061220     EXIT.
061230******************************************************************
061240* 7200-GRAVA-HISTORICO - GRAVA NO SALARY-HISTORY-FILE O SALARIO
061250*                        VIGENTE DO FUNCIONARIO NESTA EXECUCAO,
061260*                        PARA MANTER O HISTORICO SALARIAL. NAO
061270*                        GRAVA SE O ARQUIVO JA NAO FOI ABERTO COM
061280*                        SUCESSO (WRK-HIST-FALHOU) E ARMA O MESMO
061290*                        SWITCH SE O WRITE FALHAR, MESMO IDIOMA
061300*                        JA USADO PARA O CHECKPOINT-FILE.
061310******************************************************************
061320 7200-GRAVA-HISTORICO.
061330     IF NOT WRK-HIST-FALHOU
061340         MOVE EMP-ID          TO HIST-MATRICULA
061350         MOVE SPACES          TO HIST-FILL1
061360         MOVE WRK-DATA-ATUAL  TO HIST-DATA-EFETIVA
061370         MOVE SPACES          TO HIST-FILL2
061380         MOVE WRK-SALARIO     TO HIST-SALARIO
061390         MOVE SPACES          TO HIST-FILL3
061400         MOVE WRK-NOME        TO HIST-NOME
061410         WRITE HIST-RECORD
061420         IF NOT WRK-HIST-OK
061430             DISPLAY 'ERRO AO GRAVAR SALARY-HISTORY: '
061440                 WRK-HIST-STATUS
061450             SET WRK-HIST-FALHOU TO TRUE
061460         END-IF
061470     END-IF.
061480 7200-EXIT.
061490     EXIT.
061500******************************************************************
061510* 7300-GRAVA-REMESSA - GRAVA O DETALHE (TIPO 1) DA REMESSA
061520*                      BANCARIA DO FUNCIONARIO PAGO, COM O
061530*                      LIQUIDO EM CENTAVOS. DADOS BANCARIOS NAO
061540*                      NUMERICOS NO CADASTRO SAEM COMO ZEROS
061550*                      (CONTA NAO INFORMADA), PARA O BANCO
061560*                      DEVOLVER O CREDITO EM VEZ DE O REGISTRO
061570*                      QUEBRAR O ARQUIVO. O DETALHE VAI PARA O
061580*                      BANKWRK MARCADO COM A EMPRESA, PARA O
061590*                      LOTE DA EMPRESA NO FECHAMENTO. NAO GRAVA
061600*                      SE A REMESSA JA FALHOU (WRK-REM-FALHOU),
061610*                      MESMO IDIOMA DO HISTORICO.
061620******************************************************************
061630 7300-GRAVA-REMESSA.
061640     ADD 1 TO WRK-CONT-PAGOS.
061650     IF NOT WRK-REM-FALHOU
061660         MOVE EMP-ID   TO REMD-MATRICULA
061670         MOVE WRK-NOME TO REMD-NOME
061680         IF EMP-BANCO IS NUMERIC
061690                 AND EMP-AGENCIA IS NUMERIC
061700                 AND EMP-CONTA IS NUMERIC
061710             MOVE EMP-BANCO   TO REMD-BANCO
061720             MOVE EMP-AGENCIA TO REMD-AGENCIA
061730             MOVE EMP-CONTA   TO REMD-CONTA
061740         ELSE
061750             MOVE ZEROS TO REMD-BANCO
061760             MOVE ZEROS TO REMD-AGENCIA
061770             MOVE ZEROS TO REMD-CONTA
061780         END-IF
061790         COMPUTE REMD-VALOR = WRK-LIQUIDO-CONV * 100
061800         MOVE WRK-EMPRESA     TO BWK-EMPRESA
061810         MOVE WRK-REM-DETALHE TO BWK-DETALHE
061820         WRITE BANK-WORK-RECORD
061830         IF NOT WRK-BWK-OK
061840             DISPLAY 'ERRO AO GRAVAR REMESSA: ' WRK-BWK-STATUS
061850             SET WRK-REM-FALHOU TO TRUE
061860         END-IF
061870     END-IF.
061880 7300-EXIT.
061890     EXIT.
061900******************************************************************
061910* 7350-GRAVA-FGTS - GRAVA O DETALHE (TIPO 1) DO RECOLHIMENTO DO
061920*                   FGTS DO FUNCIONARIO PAGO, COM A BASE (BRUTO
061930*                   CONVERTIDO) E O DEPOSITO EM CENTAVOS, NO
061940*                   FGTSWRK MARCADO COM A EMPRESA. NAO GRAVA SE
061950*                   O ARQUIVO JA FALHOU (WRK-FGR-FALHOU), MESMO
061960*                   IDIOMA DA REMESSA BANCARIA.
061970******************************************************************
061980 7350-GRAVA-FGTS.
061990     IF NOT WRK-FGR-FALHOU
062000         MOVE EMP-ID   TO FGTD-MATRICULA
062010         MOVE WRK-NOME TO FGTD-NOME
062020         COMPUTE FGTD-BASE  = WRK-BRUTO-CONV * 100
062030         COMPUTE FGTD-VALOR = WRK-FGTS-CONV * 100
062040         MOVE WRK-EMPRESA     TO FWK-EMPRESA
062050         MOVE WRK-FGT-DETALHE TO FWK-DETALHE
062060         WRITE FGTS-WORK-RECORD
062070         IF NOT WRK-FWK-OK
062080             DISPLAY 'ERRO AO GRAVAR FGTSREM: ' WRK-FWK-STATUS
062090             SET WRK-FGR-FALHOU TO TRUE
062100         END-IF
062110     END-IF.
062120 7350-EXIT.
062130     EXIT.
062140******************************************************************
062150* 7400-GRAVA-IMPOSTOS - GRAVA NO TAX-DETAIL-FILE (PAYIMPO) O
062160*                       BRUTO, O INSS E O IRRF DO FUNCIONARIO
062170*                       NESTA COMPETENCIA, COM O TIPO DA FOLHA
062180*                       (E A PARCELA DO 13O), PARA O EXTRATO
062190*                       ANUAL DISTINGUIR FOLHA REGULAR, 13O E
062200*                       FERIAS DO MESMO MES EM VEZ DE DESCARTA-
062210*                       LOS COMO DUPLICATA. NAO GRAVA SE O
062220*                       ARQUIVO JA FALHOU (WRK-IMP-FALHOU),
062230*                       MESMO IDIOMA DO HISTORICO.
062240******************************************************************
062250 7400-GRAVA-IMPOSTOS.
062260     IF NOT WRK-IMP-FALHOU
062270         MOVE EMP-ID          TO IMP-MATRICULA
062280         MOVE SPACES          TO IMP-FILL1
062290         MOVE WRK-COMPETENCIA TO IMP-COMPETENCIA
062300         MOVE SPACES          TO IMP-FILL2
062310         MOVE WRK-SALARIO     TO IMP-BRUTO
062320         MOVE SPACES          TO IMP-FILL3
062330         MOVE WRK-INSS        TO IMP-INSS
062340         MOVE SPACES          TO IMP-FILL4
062350         MOVE WRK-IRRF        TO IMP-IRRF
062360         MOVE SPACES          TO IMP-FILL5
062370         MOVE WRK-TIPO-FOLHA  TO IMP-TIPO
062380         MOVE SPACES          TO IMP-FILL6
062390         IF WRK-TIPO-13SAL
062400             MOVE WRK-PARCELA-13 TO IMP-PARCELA
062410         ELSE
062420             MOVE ZERO TO IMP-PARCELA
062430         END-IF
062440         MOVE SPACES          TO IMP-FILL7
062450         MOVE WRK-EMPRESA     TO IMP-EMPRESA
062460         WRITE TAX-DETAIL-RECORD
062470         IF NOT WRK-IMP-OK
062480             DISPLAY 'ERRO AO GRAVAR TAX-DETAIL: '
062490                 WRK-IMP-STATUS
062500             SET WRK-IMP-FALHOU TO TRUE
062510         END-IF
062520     END-IF.
062530 7400-EXIT.
062540     EXIT.
062550******************************************************************
062560* 7500-IMPRIME-CONTRACHEQUE - EMITE O CONTRACHEQUE INDIVIDUAL DO
062570*                             FUNCIONARIO NO PAYSLIP-FILE, UMA
062580*                             PAGINA POR FUNCIONARIO (ADVANCING
062590*                             PAGE NA PRIMEIRA LINHA), COM OS
062600*                             VALORES NA MOEDA DO PROPRIO
062610*                             FUNCIONARIO (7060) E AS BASES DE
062620*                             CALCULO DO INSS E DO IRRF.
062630******************************************************************
062640 7500-IMPRIME-CONTRACHEQUE.
062650     IF WRK-SLIP-FALHOU
062660         GO TO 7500-EXIT
062670     END-IF.
062680*    CADA LINHA SAI POR 7450, QUE GRAVA O PAYSLIP E A COPIA NO
062690*    ARQUIVO DE CONTRACHEQUES (PAYSLARC), NUMERANDO AS LINHAS DA
062700*    PAGINA (AVANCO ZERO = NOVA PAGINA).
062710     MOVE ZERO TO WRK-ARC-SEQ.
062720     MOVE TAB-CIA-RAZAO(WRK-CIA-IDX) TO SLPT-RAZAO.
062730     MOVE WRK-SLP-TITULO TO WRK-SLP-LINHA.
062740     MOVE ZERO TO WRK-SLP-AVANCO.
062750     PERFORM 7450-EMITE-LINHA-SLIP THRU 7450-EXIT.
062760     IF NOT WRK-SLIP-OK
062770         DISPLAY 'ERRO AO GRAVAR PAYSLIP: ' WRK-SLIP-STATUS
062780         SET WRK-SLIP-FALHOU TO TRUE
062790         GO TO 7500-EXIT
062800     END-IF.
062810     MOVE WRK-COMPETENCIA TO SLPC-COMPETENCIA.
062820     EVALUATE TRUE
062830         WHEN WRK-TIPO-13SAL AND WRK-PARCELA-13 = 1
062840             MOVE '13O SALARIO - PARC. 1' TO SLPC-TIPO
062850         WHEN WRK-TIPO-13SAL AND WRK-PARCELA-13 = 2
062860             MOVE '13O SALARIO - PARC. 2' TO SLPC-TIPO
062870         WHEN WRK-TIPO-FERIAS
062880             MOVE 'FERIAS' TO SLPC-TIPO
062890         WHEN WRK-TIPO-DISSIDIO
062900             MOVE 'DIFERENCAS DISSIDIO' TO SLPC-TIPO
062910         WHEN WRK-TIPO-ADIANT
062920             MOVE 'ADIANTAMENTO SALARIAL' TO SLPC-TIPO
062930         WHEN OTHER
062940             MOVE 'FOLHA REGULAR' TO SLPC-TIPO
062950     END-EVALUATE.
062960     MOVE WRK-SLP-COMPET TO WRK-SLP-LINHA.
062970     MOVE 1 TO WRK-SLP-AVANCO.
062980     PERFORM 7450-EMITE-LINHA-SLIP THRU 7450-EXIT.
062990     MOVE EMP-ID             TO SLPF-MATRICULA.
063000     MOVE WRK-NOME           TO SLPF-NOME.
063010     MOVE WRK-MOEDA-REGISTRO TO SLPF-MOEDA.
063020     MOVE WRK-SLP-FUNC TO WRK-SLP-LINHA.
063030     MOVE 1 TO WRK-SLP-AVANCO.
063040     PERFORM 7450-EMITE-LINHA-SLIP THRU 7450-EXIT.
063050     MOVE 'SALARIO BRUTO ............:' TO SLPV-ROTULO.
063060     MOVE WRK-SALARIO-ED TO WRK-MOEDA-TEXTO.
063070     PERFORM 7060-FORMATA-MOEDA THRU 7060-EXIT.
063080     MOVE WRK-MOEDA-TEXTO TO SLPV-VALOR.
063090     MOVE SPACES TO SLPV-COMPL-TXT.
063100     MOVE SPACES TO SLPV-COMPL-VAL.
063110     MOVE WRK-SLP-VALOR TO WRK-SLP-LINHA.
063120     MOVE 2 TO WRK-SLP-AVANCO.
063130     PERFORM 7450-EMITE-LINHA-SLIP THRU 7450-EXIT.
063140*    NA FOLHA REGULAR, OS DIAS DE AFASTAMENTO NAO PAGOS.
063150     IF WRK-DIAS-AFASTADO > ZEROS
063160         MOVE 'DIAS DE AFASTAMENTO ......:' TO SLPV-ROTULO
063170         MOVE WRK-DIAS-AFASTADO TO SLPD-DIAS
063180         MOVE WRK-SLP-DIAS-ED TO SLPV-VALOR
063190         MOVE SPACES TO SLPV-COMPL-TXT
063200         MOVE SPACES TO SLPV-COMPL-VAL
063210         MOVE WRK-SLP-VALOR TO WRK-SLP-LINHA
063220         MOVE 1 TO WRK-SLP-AVANCO
063230         PERFORM 7450-EMITE-LINHA-SLIP THRU 7450-EXIT
063240     END-IF.
063250*    MOVIMENTOS APLICADOS AO BRUTO (SO NA FOLHA REGULAR).
063260     PERFORM VARYING WRK-MOV-IDX FROM 1 BY 1
063270             UNTIL WRK-MOV-IDX > WRK-QTD-MOVIMENTOS
063280         IF TAB-MOV-MATRICULA(WRK-MOV-IDX) = EMP-ID
063290                 AND TAB-MOV-APLICADO(WRK-MOV-IDX)
063300             PERFORM 7580-IMPRIME-MOVIMENTO-SLIP THRU 7580-EXIT
063310         END-IF
063320     END-PERFORM.
063330*    NA FOLHA DISSIDIO, A DIFERENCA DE CADA COMPETENCIA.
063340     IF WRK-TIPO-DISSIDIO
063350         PERFORM VARYING WRK-DFR-IDX FROM 1 BY 1
063360                 UNTIL WRK-DFR-IDX > WRK-QTD-DIFERENCAS
063370             IF TAB-DFR-MATRICULA(WRK-DFR-IDX) = EMP-ID
063380                 PERFORM 7560-IMPRIME-DIFERENCA-SLIP
063390                     THRU 7560-EXIT
063400             END-IF
063410         END-PERFORM
063420     END-IF.
063430     MOVE 'DESCONTO INSS ............:' TO SLPV-ROTULO.
063440     MOVE WRK-INSS-ED TO WRK-MOEDA-TEXTO.
063450     PERFORM 7060-FORMATA-MOEDA THRU 7060-EXIT.
063460     MOVE WRK-MOEDA-TEXTO TO SLPV-VALOR.
063470     MOVE '  BASE: ' TO SLPV-COMPL-TXT.
063480     MOVE WRK-SALARIO-ED TO WRK-MOEDA-TEXTO.
063490     PERFORM 7060-FORMATA-MOEDA THRU 7060-EXIT.
063500     MOVE WRK-MOEDA-TEXTO TO SLPV-COMPL-VAL.
063510     MOVE WRK-SLP-VALOR TO WRK-SLP-LINHA.
063520     MOVE 1 TO WRK-SLP-AVANCO.
063530     PERFORM 7450-EMITE-LINHA-SLIP THRU 7450-EXIT.
063540     MOVE 'DESCONTO IRRF ............:' TO SLPV-ROTULO.
063550     MOVE WRK-IRRF-ED TO WRK-MOEDA-TEXTO.
063560     PERFORM 7060-FORMATA-MOEDA THRU 7060-EXIT.
063570     MOVE WRK-MOEDA-TEXTO TO SLPV-VALOR.
063580     MOVE '  BASE: ' TO SLPV-COMPL-TXT.
063590     MOVE WRK-BASE-IRRF TO WRK-BASE-IRRF-ED.
063600     MOVE WRK-BASE-IRRF-ED TO WRK-MOEDA-TEXTO.
063610     PERFORM 7060-FORMATA-MOEDA THRU 7060-EXIT.
063620     MOVE WRK-MOEDA-TEXTO TO SLPV-COMPL-VAL.
063630     MOVE WRK-SLP-VALOR TO WRK-SLP-LINHA.
063640     MOVE 1 TO WRK-SLP-AVANCO.
063650     PERFORM 7450-EMITE-LINHA-SLIP THRU 7450-EXIT.
063660     IF WRK-VALOR-PARCELA1 > ZEROS
063670         IF WRK-TIPO-REGULAR
063680             MOVE 'ADIANTAMENTO QUINZENAL ...:' TO SLPV-ROTULO
063690         ELSE
063700             MOVE 'ADIANTAMENTO 1A PARCELA ..:' TO SLPV-ROTULO
063710         END-IF
063720         MOVE WRK-VALOR-PARCELA1 TO WRK-PARCELA1-ED
063730         MOVE WRK-PARCELA1-ED TO WRK-MOEDA-TEXTO
063740         PERFORM 7060-FORMATA-MOEDA THRU 7060-EXIT
063750         MOVE WRK-MOEDA-TEXTO TO SLPV-VALOR
063760         MOVE SPACES TO SLPV-COMPL-TXT
063770         MOVE SPACES TO SLPV-COMPL-VAL
063780         MOVE WRK-SLP-VALOR TO WRK-SLP-LINHA
063790         MOVE 1 TO WRK-SLP-AVANCO
063800         PERFORM 7450-EMITE-LINHA-SLIP THRU 7450-EXIT
063810     END-IF.
063820*    CONSIGNACOES APLICADAS A ESTE FUNCIONARIO, UMA LINHA CADA.
063830     PERFORM VARYING WRK-CSG-IDX FROM 1 BY 1
063840             UNTIL WRK-CSG-IDX > WRK-QTD-CONSIG
063850         IF TAB-CSG-MATRICULA(WRK-CSG-IDX) = EMP-ID
063860                 AND TAB-CSG-APLICADA(WRK-CSG-IDX)
063870             PERFORM 7550-IMPRIME-CONSIG-SLIP THRU 7550-EXIT
063880         END-IF
063890     END-PERFORM.
063900*    PARTE DO EMPREGADO NOS BENEFICIOS, UMA LINHA POR TIPO.
063910     IF WRK-BNF-VT-FUNC > ZEROS
063920         MOVE 'VALE-TRANSPORTE ..........:' TO SLPV-ROTULO
063930         MOVE WRK-BNF-VT-FUNC TO WRK-BENEF-ED
063940         MOVE SPACES TO SLPV-COMPL-TXT
063950         MOVE SPACES TO SLPV-COMPL-VAL
063960         PERFORM 7570-IMPRIME-BENEFICIO-SLIP THRU 7570-EXIT
063970     END-IF.
063980     IF WRK-BNF-VR-FUNC > ZEROS
063990         MOVE 'VALE-REFEICAO ............:' TO SLPV-ROTULO
064000         MOVE WRK-BNF-VR-FUNC TO WRK-BENEF-ED
064010         MOVE SPACES TO SLPV-COMPL-TXT
064020         MOVE SPACES TO SLPV-COMPL-VAL
064030         PERFORM 7570-IMPRIME-BENEFICIO-SLIP THRU 7570-EXIT
064040     END-IF.
064050     IF WRK-BNF-PS-FUNC > ZEROS
064060         MOVE 'PLANO DE SAUDE ...........:' TO SLPV-ROTULO
064070         MOVE WRK-BNF-PS-FUNC TO WRK-BENEF-ED
064080         MOVE '  VIDAS:' TO SLPV-COMPL-TXT
064090         MOVE WRK-BNF-PS-VIDAS TO SLPV-COMPL-VAL
064100         PERFORM 7570-IMPRIME-BENEFICIO-SLIP THRU 7570-EXIT
064110     END-IF.
064120     IF WRK-SALARIO-FAMILIA > ZEROS
064130         MOVE 'SALARIO FAMILIA ..........:' TO SLPV-ROTULO
064140         MOVE WRK-SALFAM-ED TO WRK-MOEDA-TEXTO
064150         PERFORM 7060-FORMATA-MOEDA THRU 7060-EXIT
064160         MOVE WRK-MOEDA-TEXTO TO SLPV-VALOR
064170         MOVE '  DEPS: ' TO SLPV-COMPL-TXT
064180         MOVE WRK-QTD-DEP-MENORES TO SLPV-COMPL-VAL
064190         MOVE WRK-SLP-VALOR TO WRK-SLP-LINHA
064200         MOVE 1 TO WRK-SLP-AVANCO
064210         PERFORM 7450-EMITE-LINHA-SLIP THRU 7450-EXIT
064220     END-IF.
064230     MOVE 'SALARIO LIQUIDO ..........:' TO SLPV-ROTULO.
064240     MOVE WRK-SALARIO-LIQUIDO-ED TO WRK-MOEDA-TEXTO.
064250     PERFORM 7060-FORMATA-MOEDA THRU 7060-EXIT.
064260     MOVE WRK-MOEDA-TEXTO TO SLPV-VALOR.
064270     MOVE SPACES TO SLPV-COMPL-TXT.
064280     MOVE SPACES TO SLPV-COMPL-VAL.
064290     MOVE WRK-SLP-VALOR TO WRK-SLP-LINHA.
064300     MOVE 2 TO WRK-SLP-AVANCO.
064310     PERFORM 7450-EMITE-LINHA-SLIP THRU 7450-EXIT.
064320     MOVE WRK-SLP-ASSINATURA TO WRK-SLP-LINHA.
064330     MOVE 3 TO WRK-SLP-AVANCO.
064340     PERFORM 7450-EMITE-LINHA-SLIP THRU 7450-EXIT.
064350 7500-EXIT.
064360     EXIT.
064370******************************************************************
064380* 7550-IMPRIME-CONSIG-SLIP - GRAVA NO CONTRACHEQUE A LINHA DA
064390*                            CONSIGNACAO APONTADA POR WRK-CSG-IDX,
064400*                            COM O CODIGO, O VALOR E AS PARCELAS
064410*                            RESTANTES (CONTANDO A DESTE MES).
064420******************************************************************
064430 7550-IMPRIME-CONSIG-SLIP.
064440     MOVE TAB-CSG-CODIGO(WRK-CSG-IDX) TO SLPCG-CODIGO.
064450     MOVE WRK-SLP-ROT-CONSIG TO SLPV-ROTULO.
064460     MOVE TAB-CSG-VALOR(WRK-CSG-IDX) TO WRK-CONSIG-ED.
064470     MOVE WRK-CONSIG-ED TO WRK-MOEDA-TEXTO.
064480     PERFORM 7060-FORMATA-MOEDA THRU 7060-EXIT.
064490     MOVE WRK-MOEDA-TEXTO TO SLPV-VALOR.
064500     MOVE '  PARC: ' TO SLPV-COMPL-TXT.
064510     MOVE TAB-CSG-PARCELAS(WRK-CSG-IDX) TO SLPV-COMPL-VAL.
064520     MOVE WRK-SLP-VALOR TO WRK-SLP-LINHA.
064530     MOVE 1 TO WRK-SLP-AVANCO.
064540     PERFORM 7450-EMITE-LINHA-SLIP THRU 7450-EXIT.
064550 7550-EXIT.
064560     EXIT.
064570******************************************************************
064580* 7560-IMPRIME-DIFERENCA-SLIP - GRAVA NO CONTRACHEQUE A LINHA DA
064590*                               DIFERENCA DE DISSIDIO APONTADA POR
064600*                               WRK-DFR-IDX, COM A COMPETENCIA E O
064610*                               VALOR.
064620******************************************************************
064630 7560-IMPRIME-DIFERENCA-SLIP.
064640     MOVE TAB-DFR-COMPETENCIA(WRK-DFR-IDX) TO SLPDS-COMPETENCIA.
064650     MOVE WRK-SLP-ROT-DISSIDIO TO SLPV-ROTULO.
064660     MOVE TAB-DFR-VALOR(WRK-DFR-IDX) TO WRK-DFR-ED.
064670     MOVE WRK-DFR-ED TO WRK-MOEDA-TEXTO.
064680     PERFORM 7060-FORMATA-MOEDA THRU 7060-EXIT.
064690     MOVE WRK-MOEDA-TEXTO TO SLPV-VALOR.
064700     MOVE SPACES TO SLPV-COMPL-TXT.
064710     MOVE SPACES TO SLPV-COMPL-VAL.
064720     MOVE WRK-SLP-VALOR TO WRK-SLP-LINHA.
064730     MOVE 1 TO WRK-SLP-AVANCO.
064740     PERFORM 7450-EMITE-LINHA-SLIP THRU 7450-EXIT.
064750 7560-EXIT.
064760     EXIT.
064770******************************************************************
064780* 7570-IMPRIME-BENEFICIO-SLIP - GRAVA NO CONTRACHEQUE A LINHA DE
064790*                               DESCONTO DE BENEFICIO MONTADA PELO
064800*                               CHAMADOR (ROTULO, VALOR EM
064810*                               WRK-BENEF-ED E COMPLEMENTO).
064820******************************************************************
064830 7570-IMPRIME-BENEFICIO-SLIP.
064840     MOVE WRK-BENEF-ED TO WRK-MOEDA-TEXTO.
064850     PERFORM 7060-FORMATA-MOEDA THRU 7060-EXIT.
064860     MOVE WRK-MOEDA-TEXTO TO SLPV-VALOR.
064870     MOVE WRK-SLP-VALOR TO WRK-SLP-LINHA.
064880     MOVE 1 TO WRK-SLP-AVANCO.
064890     PERFORM 7450-EMITE-LINHA-SLIP THRU 7450-EXIT.
064900 7570-EXIT.
064910     EXIT.
064920******************************************************************
064930* 7580-IMPRIME-MOVIMENTO-SLIP - GRAVA NO CONTRACHEQUE A LINHA DO
064940*                               MOVIMENTO APONTADO POR
064950*                               WRK-MOV-IDX, COM O VALOR CALCULADO
064960*                               (SEM SINAL; A FALTA JA SAIU DO
064970*                               BRUTO) E A QUANTIDADE INFORMADA NO
064980*                               MOVFOLHA.
064990******************************************************************
065000 7580-IMPRIME-MOVIMENTO-SLIP.
065010     EVALUATE TAB-MOV-EVENTO(WRK-MOV-IDX)
065020         WHEN 'HE'
065030             MOVE 'HORAS EXTRAS 50% (HE) ....:' TO SLPV-ROTULO
065040         WHEN 'HD'
065050             MOVE 'HORAS EXTRAS 100% (HD) ...:' TO SLPV-ROTULO
065060         WHEN 'BO'
065070             MOVE 'BONIFICACAO (BO) .........:' TO SLPV-ROTULO
065080         WHEN 'FA'
065090             MOVE 'FALTAS (FA) ..............:' TO SLPV-ROTULO
065100     END-EVALUATE.
065110     MOVE TAB-MOV-VALOR-CALC(WRK-MOV-IDX) TO WRK-MOV-ED.
065120     MOVE WRK-MOV-ED TO WRK-MOEDA-TEXTO.
065130     PERFORM 7060-FORMATA-MOEDA THRU 7060-EXIT.
065140     MOVE WRK-MOEDA-TEXTO TO SLPV-VALOR.
065150     MOVE '  QTDE: ' TO SLPV-COMPL-TXT.
065160     MOVE TAB-MOV-VALOR(WRK-MOV-IDX) TO WRK-MOV-QTDE-ED.
065170     MOVE WRK-MOV-QTDE-ED TO SLPV-COMPL-VAL.
065180     MOVE WRK-SLP-VALOR TO WRK-SLP-LINHA.
065190     MOVE 1 TO WRK-SLP-AVANCO.
065200     PERFORM 7450-EMITE-LINHA-SLIP THRU 7450-EXIT.
065210 7580-EXIT.
065220     EXIT.
065230******************************************************************
065240* 7600-GRAVA-ADIANTAMENTO - GRAVA NO ADIANTAM O ADIANTAMENTO PAGO
065250*                           AO FUNCIONARIO (NA MOEDA DELE), COM A
065260*                           DATA DE CREDITO DA REMESSA, PARA A
065270*                           FOLHA REGULAR DESCONTAR. NAO GRAVA SE
065280*                           O ARQUIVO JA FALHOU (WRK-ADT-FALHOU),
065290*                           MESMO IDIOMA DO HISTORICO.
065300******************************************************************
065310 7600-GRAVA-ADIANTAMENTO.
065320     IF NOT WRK-ADT-FALHOU
065330         MOVE EMP-ID          TO ADT-MATRICULA
065340         MOVE SPACES          TO ADT-FILL1
065350         MOVE WRK-COMPETENCIA TO ADT-COMPETENCIA
065360         MOVE SPACES          TO ADT-FILL2
065370         MOVE WRK-SALARIO     TO ADT-VALOR
065380         MOVE SPACES          TO ADT-FILL3
065390         MOVE WRK-DATA-ATUAL  TO ADT-DATA-CREDITO
065400         WRITE ADT-RECORD
065410         IF NOT WRK-ADT-OK
065420             DISPLAY 'ERRO AO GRAVAR ADIANTAM: ' WRK-ADT-STATUS
065430             SET WRK-ADT-FALHOU TO TRUE
065440         END-IF
065450     END-IF.
065460 7600-EXIT.
065470     EXIT.
065480******************************************************************
065490* 7450-EMITE-LINHA-SLIP - GRAVA A LINHA MONTADA EM WRK-SLP-LINHA
065500*                         NO PAYSLIP (AVANCO ZERO = NOVA PAGINA) E
065510*                         A COPIA NO ARQUIVO DE CONTRACHEQUES
065520*                         (PAYSLARC), CHAVEADA POR MATRICULA +
065530*                         COMPETENCIA + TIPO + PARCELA + SEQUENCIA
065540*                         DA LINHA, PARA A REIMPRESSAO AVULSA PELO
065550*                         PROGCOB16. FALHA EM QUALQUER DAS SAIDAS
065560*                         ARMA O SWITCH PROPRIO (RETURN-CODE 4).
065570******************************************************************
065580 7450-EMITE-LINHA-SLIP.
065590     IF WRK-SLP-AVANCO = ZERO
065600         WRITE PAYSLIP-RECORD FROM WRK-SLP-LINHA
065610             AFTER ADVANCING PAGE
065620     ELSE
065630         WRITE PAYSLIP-RECORD FROM WRK-SLP-LINHA
065640             AFTER ADVANCING WRK-SLP-AVANCO LINES
065650     END-IF.
065660     IF NOT WRK-SLIP-OK
065670         DISPLAY 'ERRO AO GRAVAR PAYSLIP: ' WRK-SLIP-STATUS
065680         SET WRK-SLIP-FALHOU TO TRUE
065690     END-IF.
065700     IF WRK-ARC-FALHOU
065710         GO TO 7450-EXIT
065720     END-IF.
065730     ADD 1 TO WRK-ARC-SEQ.
065740     MOVE EMP-ID          TO ARC-MATRICULA.
065750     MOVE WRK-COMPETENCIA TO ARC-COMPETENCIA.
065760     MOVE WRK-TIPO-FOLHA  TO ARC-TIPO.
065770     IF WRK-TIPO-13SAL
065780         MOVE WRK-PARCELA-13 TO ARC-PARCELA
065790     ELSE
065800         MOVE ZERO TO ARC-PARCELA
065810     END-IF.
065820     MOVE WRK-ARC-SEQ     TO ARC-SEQ.
065830     MOVE WRK-SLP-LINHA   TO ARC-LINHA.
065840     WRITE PAYSLIP-ARCHIVE-RECORD.
065850     IF NOT WRK-ARC-OK
065860         DISPLAY 'ERRO AO GRAVAR PAYSLARC: ' WRK-ARC-STATUS
065870         SET WRK-ARC-FALHOU TO TRUE
065880     END-IF.
065890 7450-EXIT.
065900     EXIT.
065910******************************************************************
065920* 9000-FINALIZE - GRAVA O TOTAL DA FOLHA, EXIBE O RESUMO DE
065930*                 ERROS E FECHA OS ARQUIVOS.
065940******************************************************************
065950 9000-FINALIZE.
065960     MOVE WRK-MOEDA-PADRAO TO WRK-MOEDA-REGISTRO.
065970     MOVE WRK-TOTAL-LIQUIDO TO WRK-TOTAL-LIQUIDO-ED.
065980     MOVE WRK-TOTAL-LIQUIDO-ED TO WRK-MOEDA-TEXTO.
065990     PERFORM 7060-FORMATA-MOEDA THRU 7060-EXIT.
066000     MOVE WRK-MOEDA-TEXTO TO TOT-LIQUIDO.
066010     WRITE REPORT-RECORD FROM WRK-LINHA-TOTAL
066020         AFTER ADVANCING 2 LINES.
066030     PERFORM 9040-IMPRIME-SUBTOTAIS THRU 9040-EXIT.
066040     PERFORM 9044-IMPRIME-EMPRESAS THRU 9044-EXIT.
066050     PERFORM 9042-IMPRIME-CCUSTOS THRU 9042-EXIT.
066060     PERFORM 9050-RELATA-MOV-PENDENTES THRU 9050-EXIT.
066070     PERFORM 9052-RELATA-CONSIG-MARGEM THRU 9052-EXIT.
066080*    O ACRESCIMO DE FERIAS (E OS AVISOS DE FERIAS A VENCER) SAI NO
066090*    FECHAMENTO DA FOLHA REGULAR; NA FOLHA DE FERIAS SAEM AS
066100*    AGENDAS QUE FICARAM SEM FUNCIONARIO. AMBOS ESCREVEM NO
066110*    RELATORIO E POR ISSO RODAM ANTES DO CLOSE.
066120     IF WRK-TIPO-REGULAR AND NOT WRK-MODO-REPROC
066130         PERFORM 9355-ACUMULA-FERIAS THRU 9355-EXIT
066140     END-IF.
066150     IF WRK-TIPO-FERIAS AND NOT WRK-MODO-REPROC
066160         PERFORM 9358-RELATA-AGENDA-PENDENTE THRU 9358-EXIT
066170     END-IF.
066180*    NA FOLHA REGULAR, OS ADIANTAMENTOS DE QUEM FOI DESLIGADO
066190*    ANTES DELA FICAM SEM DESCONTO E VAO PARA A RESCISAO.
066200     IF WRK-TIPO-REGULAR AND NOT WRK-MODO-REPROC
066210         PERFORM 9380-RELATA-ADIANT-DESLIGADO THRU 9380-EXIT
066220     END-IF.
066230     PERFORM 9055-RELATA-REJEITADOS THRU 9055-EXIT.
066240     DISPLAY '--------------------------------------------'.
066250     DISPLAY 'REGISTROS COM ERRO DE VALIDACAO: ' WRK-CONT-ERROS.
066260     DISPLAY 'MOVIMENTOS NAO APLICADOS ......: '
066270         WRK-CONT-MOV-ERROS.
066280     PERFORM 9100-CONFERE-CONTROLE THRU 9100-EXIT.
066290     PERFORM 9070-GERA-REMESSA THRU 9070-EXIT.
066300     PERFORM 9075-GERA-FGTS THRU 9075-EXIT.
066310     PERFORM 9200-GRAVA-CONTABIL THRU 9200-EXIT.
066320     CLOSE EMPLOYEE-MASTER.
066330     CLOSE REPORT-FILE.
066340     CLOSE SALARY-HISTORY-FILE.
066350     CLOSE TAX-DETAIL-FILE.
066360     CLOSE SUSPENSE-FILE.
066370     CLOSE PAYSLIP-FILE.
066380     CLOSE PAYSLIP-ARCHIVE-FILE.
066390     IF WRK-MODO-REPROC
066400         CLOSE SUSPENSE-INPUT-FILE
066410     END-IF.
066420     IF WRK-TIPO-ADIANT AND NOT WRK-ADT-FALHOU
066430         CLOSE ADVANCE-FILE
066440     END-IF.
066450     PERFORM 8100-LIMPA-CHECKPOINT THRU 8100-EXIT.
066460     IF WRK-TIPO-REGULAR AND NOT WRK-MODO-REPROC
066470         PERFORM 9300-FECHA-COMPETENCIA THRU 9300-EXIT
066480         PERFORM 9360-REGRAVA-CONSIGNACOES THRU 9360-EXIT
066490         PERFORM 9370-REGRAVA-FERSALDO THRU 9370-EXIT
066500         PERFORM 9390-GERA-PEDIDO-BENEFICIOS THRU 9390-EXIT
066510     END-IF.
066520*    A FOLHA DE FERIAS REGRAVA O FERSALDO TAMBEM NO MODO REPROC:
066530*    O REPROCESSO PAGA (E DEBITA) OS DIAS AGENDADOS DO SUSPENSO, E
066540*    UM DEBITO NAO REGRAVADO DEIXARIA OS MESMOS DIAS PAGAVEIS DE
066550*    NOVO NUMA PROXIMA FOLHA DE FERIAS.
066560     IF WRK-TIPO-FERIAS
066570         PERFORM 9370-REGRAVA-FERSALDO THRU 9370-EXIT
066580     END-IF.
066590 9000-EXIT.
066600     EXIT.
066610******************************************************************
066620* 9300-FECHA-COMPETENCIA - MARCA A COMPETENCIA DO LOTE COMO
066630*                          FECHADA NA TABELA E REGRAVA O
066640*                          PAYPERIO, NO MESMO PONTO EM QUE O
066650*                          CHECKPOINT E LIMPO. SO A FOLHA
066660*                          REGULAR FECHA O MES (13O E FERIAS NAO
066670*                          MARCAM); DESSE MOMENTO EM DIANTE A
066680*                          FOLHA REGULAR SO RODA DE NOVO POR
066690*                          REABERTURA SUPERVISIONADA (PROGCOB08).
066700******************************************************************
066710 9300-FECHA-COMPETENCIA.
066720     MOVE 'N' TO WRK-SW-PER-ACHADA.
066730     PERFORM VARYING WRK-PER-IDX FROM 1 BY 1
066740             UNTIL WRK-PER-IDX > WRK-QTD-PERIODOS
066750         IF TAB-PER-COMPETENCIA(WRK-PER-IDX) = WRK-COMPETENCIA
066760             MOVE 'FECHADA' TO TAB-PER-STATUS(WRK-PER-IDX)
066770             SET WRK-PER-ACHADA TO TRUE
066780         END-IF
066790     END-PERFORM.
066800     IF NOT WRK-PER-ACHADA
066810         IF WRK-QTD-PERIODOS < WRK-MAX-PERIODOS
066820             ADD 1 TO WRK-QTD-PERIODOS
066830             MOVE WRK-COMPETENCIA
066840                 TO TAB-PER-COMPETENCIA(WRK-QTD-PERIODOS)
066850             MOVE 'FECHADA'
066860                 TO TAB-PER-STATUS(WRK-QTD-PERIODOS)
066870         ELSE
066880             DISPLAY 'TABELA DE COMPETENCIAS CHEIA - '
066890                 'FECHAMENTO NAO GRAVADO'
066900             SET WRK-PER-FALHOU TO TRUE
066910             GO TO 9300-EXIT
066920         END-IF
066930     END-IF.
066940     OPEN OUTPUT PERIOD-CONTROL-FILE.
066950     IF NOT WRK-PER-OK
066960         DISPLAY 'ERRO AO REGRAVAR PAYPERIO: ' WRK-PER-STATUS
066970         SET WRK-PER-FALHOU TO TRUE
066980         GO TO 9300-EXIT
066990     END-IF.
067000     PERFORM VARYING WRK-PER-IDX FROM 1 BY 1
067010             UNTIL WRK-PER-IDX > WRK-QTD-PERIODOS
067020         MOVE TAB-PER-COMPETENCIA(WRK-PER-IDX)
067030             TO PER-COMPETENCIA
067040         MOVE SPACES TO PER-FILL1
067050         MOVE TAB-PER-STATUS(WRK-PER-IDX) TO PER-STATUS
067060         WRITE PERIOD-CONTROL-RECORD
067070         IF NOT WRK-PER-OK
067080             DISPLAY 'ERRO AO GRAVAR PAYPERIO: ' WRK-PER-STATUS
067090             SET WRK-PER-FALHOU TO TRUE
067100         END-IF
067110     END-PERFORM.
067120     CLOSE PERIOD-CONTROL-FILE.
067130     DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA
067140         ' FECHADA NO PAYPERIO'.
067150 9300-EXIT.
067160     EXIT.
067170******************************************************************
067180* 9360-REGRAVA-CONSIGNACOES - NO FECHAMENTO DA COMPETENCIA (SO
067190*                             FOLHA REGULAR EM MODO NORMAL),
067200*                             DECREMENTA A PARCELA DAS
067210*                             CONSIGNACOES APLICADAS E REGRAVA O
067220*                             CONSIG SEM AS QUITADAS. AS FORA DA
067230*                             MARGEM (E AS DE FUNCIONARIO NAO
067240*                             PROCESSADO) SAEM INTACTAS E FICAM
067250*                             PARA O MES SEGUINTE. FALHA ARMA
067260*                             WRK-SW-CSG-FALHA (RETURN-CODE 4).
067270******************************************************************
067280 9360-REGRAVA-CONSIGNACOES.
067290     IF WRK-QTD-CONSIG = ZERO
067300         GO TO 9360-EXIT
067310     END-IF.
067320     PERFORM VARYING WRK-CSG-IDX FROM 1 BY 1
067330             UNTIL WRK-CSG-IDX > WRK-QTD-CONSIG
067340         IF TAB-CSG-APLICADA(WRK-CSG-IDX)
067350             SUBTRACT 1 FROM TAB-CSG-PARCELAS(WRK-CSG-IDX)
067360         END-IF
067370     END-PERFORM.
067380     OPEN OUTPUT CONSIGNATION-FILE.
067390     IF NOT WRK-CSG-OK
067400         DISPLAY 'ERRO AO REGRAVAR CONSIG: ' WRK-CSG-STATUS
067410         SET WRK-CSG-FALHOU TO TRUE
067420         GO TO 9360-EXIT
067430     END-IF.
067440     PERFORM 9365-GRAVA-UMA-CONSIGNACAO THRU 9365-EXIT
067450         VARYING WRK-CSG-IDX FROM 1 BY 1
067460         UNTIL WRK-CSG-IDX > WRK-QTD-CONSIG.
067470     CLOSE CONSIGNATION-FILE.
067480 9360-EXIT.
067490     EXIT.
067500******************************************************************
067510* 9365-GRAVA-UMA-CONSIGNACAO - REGRAVA A CONSIGNACAO APONTADA POR
067520*                              WRK-CSG-IDX, PULANDO AS QUITADAS
067530*                              (PARCELAS ZERADAS).
067540******************************************************************
067550 9365-GRAVA-UMA-CONSIGNACAO.
067560     IF TAB-CSG-PARCELAS(WRK-CSG-IDX) = ZEROS
067570         GO TO 9365-EXIT
067580     END-IF.
067590     MOVE TAB-CSG-MATRICULA(WRK-CSG-IDX) TO CSG-MATRICULA.
067600     MOVE SPACES                         TO CSG-FILL1.
067610     MOVE TAB-CSG-CODIGO(WRK-CSG-IDX)    TO CSG-CODIGO.
067620     MOVE SPACES                         TO CSG-FILL2.
067630     MOVE TAB-CSG-DESCRICAO(WRK-CSG-IDX) TO CSG-DESCRICAO.
067640     MOVE SPACES                         TO CSG-FILL3.
067650     MOVE TAB-CSG-VALOR(WRK-CSG-IDX)     TO CSG-VALOR.
067660     MOVE SPACES                         TO CSG-FILL4.
067670     MOVE TAB-CSG-PARCELAS(WRK-CSG-IDX)  TO CSG-PARCELAS.
067680     WRITE CONSIGNATION-RECORD.
067690     IF NOT WRK-CSG-OK
067700         DISPLAY 'ERRO AO GRAVAR CONSIG: ' WRK-CSG-STATUS
067710         SET WRK-CSG-FALHOU TO TRUE
067720     END-IF.
067730 9365-EXIT.
067740     EXIT.
067750******************************************************************
067760* 9390-GERA-PEDIDO-BENEFICIOS - NO FECHAMENTO DA COMPETENCIA (SO
067770*                               FOLHA REGULAR EM MODO NORMAL),
067780*                               SOMA POR TIPO + PLANO AS ADESOES
067790*                               APLICADAS (VIDAS, DIAS DE VALE E
067800*                               VALOR DO MES, EM REAIS COMO O
067810*                               PRECO DO PLANO) E GRAVA O PEDIDO
067820*                               AOS FORNECEDORES (BENPED), UM
067830*                               REGISTRO POR PLANO COM VIDAS.
067840*                               FALHA ARMA WRK-SW-BPD-FALHA
067850*                               (RETURN-CODE 4).
067860******************************************************************
067870 9390-GERA-PEDIDO-BENEFICIOS.
067880     IF WRK-QTD-BENEFICIOS = ZERO
067890         GO TO 9390-EXIT
067900     END-IF.
067910     PERFORM VARYING WRK-BNF-IDX FROM 1 BY 1
067920             UNTIL WRK-BNF-IDX > WRK-QTD-BENEFICIOS
067930         IF TAB-BNF-APLICADA(WRK-BNF-IDX)
067940                 AND TAB-BNF-CUSTO(WRK-BNF-IDX) > ZEROS
067950             MOVE TAB-BNF-BPL-IDX(WRK-BNF-IDX) TO WRK-BPL-IDX
067960             IF TAB-BNF-DEPENDENTE(WRK-BNF-IDX)
067970                 ADD 1 TO TAB-BPL-QTDE-DEPEND(WRK-BPL-IDX)
067980             ELSE
067990                 ADD 1 TO TAB-BPL-QTDE-TITULAR(WRK-BPL-IDX)
068000             END-IF
068010             ADD TAB-BNF-DIAS(WRK-BNF-IDX)
068020                 TO TAB-BPL-QTDE-DIAS(WRK-BPL-IDX)
068030             ADD TAB-BNF-CUSTO(WRK-BNF-IDX)
068040                 TO TAB-BPL-VALOR(WRK-BPL-IDX)
068050         END-IF
068060     END-PERFORM.
068070     OPEN OUTPUT BENEFIT-ORDER-FILE.
068080     IF NOT WRK-BPD-OK
068090         DISPLAY 'ERRO AO ABRIR BENPED: ' WRK-BPD-STATUS
068100         SET WRK-BPD-FALHOU TO TRUE
068110         GO TO 9390-EXIT
068120     END-IF.
068130     PERFORM 9395-GRAVA-UM-PEDIDO THRU 9395-EXIT
068140         VARYING WRK-BPL-IDX FROM 1 BY 1
068150         UNTIL WRK-BPL-IDX > WRK-QTD-PLANOS-BEN.
068160     CLOSE BENEFIT-ORDER-FILE.
068170     DISPLAY 'BENEFICIOS DESCONTADOS .........: ' WRK-TOTAL-BENEF.
068180     DISPLAY 'BENEFICIOS CUSTO DA EMPRESA ....: '
068190         WRK-TOTAL-BENEF-EMPR.
068200 9390-EXIT.
068210     EXIT.
068220******************************************************************
068230* 9395-GRAVA-UM-PEDIDO - GRAVA O PEDIDO DO PLANO APONTADO POR
068240*                        WRK-BPL-IDX, PULANDO OS PLANOS SEM VIDAS.
068250******************************************************************
068260 9395-GRAVA-UM-PEDIDO.
068270     IF TAB-BPL-QTDE-TITULAR(WRK-BPL-IDX) = ZEROS
068280             AND TAB-BPL-QTDE-DEPEND(WRK-BPL-IDX) = ZEROS
068290         GO TO 9395-EXIT
068300     END-IF.
068310     MOVE WRK-COMPETENCIA                     TO BPD-COMPETENCIA.
068320     MOVE SPACES                              TO BPD-FILL1.
068330     MOVE TAB-BPL-TIPO(WRK-BPL-IDX)           TO BPD-TIPO.
068340     MOVE SPACES                              TO BPD-FILL2.
068350     MOVE TAB-BPL-PLANO(WRK-BPL-IDX)          TO BPD-PLANO.
068360     MOVE SPACES                              TO BPD-FILL3.
068370     MOVE TAB-BPL-FORNECEDOR(WRK-BPL-IDX)     TO BPD-FORNECEDOR.
068380     MOVE SPACES                              TO BPD-FILL4.
068390     MOVE TAB-BPL-QTDE-TITULAR(WRK-BPL-IDX)   TO BPD-QTDE-TITULAR.
068400     MOVE SPACES                              TO BPD-FILL5.
068410     MOVE TAB-BPL-QTDE-DEPEND(WRK-BPL-IDX)    TO BPD-QTDE-DEPEND.
068420     MOVE SPACES                              TO BPD-FILL6.
068430     MOVE TAB-BPL-QTDE-DIAS(WRK-BPL-IDX)      TO BPD-QTDE-DIAS.
068440     MOVE SPACES                              TO BPD-FILL7.
068450     MOVE TAB-BPL-VALOR(WRK-BPL-IDX)          TO BPD-VALOR.
068460     WRITE BENEFIT-ORDER-RECORD.
068470     IF NOT WRK-BPD-OK
068480         DISPLAY 'ERRO AO GRAVAR BENPED: ' WRK-BPD-STATUS
068490         SET WRK-BPD-FALHOU TO TRUE
068500     END-IF.
068510 9395-EXIT.
068520     EXIT.
068530******************************************************************
068540* 9355-ACUMULA-FERIAS - NO FECHAMENTO DA FOLHA REGULAR, ACRESCE
068550*                       2,50 DIAS DE DIREITO AO SALDO DE CADA
068560*                       FUNCIONARIO PAGO NESTE LOTE (MARCADO ATIVO
068570*                       EM 2064) E IMPRIME O AVISO DE FERIAS A
068580*                       VENCER: SALDO DE 30 DIAS OU MAIS COM
068590*                       PERIODO AQUISITIVO INICIADO HA 18 MESES OU
068600*                       MAIS.
068610******************************************************************
068620 9355-ACUMULA-FERIAS.
068630     COMPUTE WRK-ANO-AUX = WRK-DATA-ATUAL / 10000.
068640     COMPUTE WRK-MES-AUX =
068650         (WRK-DATA-ATUAL / 100) - (WRK-ANO-AUX * 100).
068660     COMPUTE WRK-MESES-LIMITE =
068670         (WRK-ANO-AUX * 12) + WRK-MES-AUX - 18.
068680     PERFORM 9356-ACUMULA-UM-SALDO THRU 9356-EXIT
068690         VARYING WRK-FSD-IDX FROM 1 BY 1
068700         UNTIL WRK-FSD-IDX > WRK-QTD-FERSALDO.
068710 9355-EXIT.
068720     EXIT.
068730******************************************************************
068740* 9356-ACUMULA-UM-SALDO - ACRESCE O DIREITO DO SALDO APONTADO POR
068750*                         WRK-FSD-IDX (SO OS ATIVOS DESTE LOTE) E
068760*                         AVALIA O AVISO DE FERIAS A VENCER.
068770******************************************************************
068780 9356-ACUMULA-UM-SALDO.
068790     IF NOT TAB-FSD-ATIVO(WRK-FSD-IDX)
068800         GO TO 9356-EXIT
068810     END-IF.
068820     ADD WRK-ACRESC-FERIAS TO TAB-FSD-DIREITO(WRK-FSD-IDX).
068830     COMPUTE WRK-SALDO-FERIAS =
068840         TAB-FSD-DIREITO(WRK-FSD-IDX)
068850         - TAB-FSD-GOZADOS(WRK-FSD-IDX).
068860     COMPUTE WRK-ANO-AUX =
068870         TAB-FSD-AQUIS-INI(WRK-FSD-IDX) / 10000.
068880     COMPUTE WRK-MES-AUX =
068890         (TAB-FSD-AQUIS-INI(WRK-FSD-IDX) / 100)
068900         - (WRK-ANO-AUX * 100).
068910     COMPUTE WRK-MESES-AQUIS =
068920         (WRK-ANO-AUX * 12) + WRK-MES-AUX.
068930     IF WRK-SALDO-FERIAS >= 30
068940             AND WRK-MESES-AQUIS <= WRK-MESES-LIMITE
068950         MOVE TAB-FSD-MATRICULA(WRK-FSD-IDX) TO FVC-MATRICULA
068960         MOVE WRK-SALDO-FERIAS TO FVC-SALDO
068970         MOVE TAB-FSD-AQUIS-INI(WRK-FSD-IDX) TO FVC-AQUIS
068980         WRITE REPORT-RECORD FROM WRK-LINHA-FER-VENC
068990             AFTER ADVANCING 1 LINE
069000         DISPLAY 'FERIAS A VENCER: '
069010             TAB-FSD-MATRICULA(WRK-FSD-IDX)
069020     END-IF.
069030 9356-EXIT.
069040     EXIT.
069050******************************************************************
069060* 9358-RELATA-AGENDA-PENDENTE - RELATA AS AGENDAS DO FERAGEND QUE
069070*                               FICARAM SEM APLICAR (MATRICULA
069080*                               INEXISTENTE, DESLIGADA OU REJEITADA
069090*                               NO LOTE); CADA UMA CONTA EM
069100*                               WRK-CONT-AGD-ERROS, QUE LEVA O
069110*                               RETURN-CODE A 4.
069120******************************************************************
069130 9358-RELATA-AGENDA-PENDENTE.
069140     PERFORM VARYING WRK-AGD-IDX FROM 1 BY 1
069150             UNTIL WRK-AGD-IDX > WRK-QTD-AGENDA
069160         IF TAB-AGD-SW-APLICADA(WRK-AGD-IDX) NOT = 'S'
069170             ADD 1 TO WRK-CONT-AGD-ERROS
069180             MOVE TAB-AGD-MATRICULA(WRK-AGD-IDX)
069190                 TO AGDE-MATRICULA
069200             WRITE REPORT-RECORD FROM WRK-LINHA-AGD-ERRO
069210                 AFTER ADVANCING 1 LINE
069220             DISPLAY 'AGENDA DE FERIAS NAO APLICADA: '
069230                 TAB-AGD-MATRICULA(WRK-AGD-IDX)
069240         END-IF
069250     END-PERFORM.
069260 9358-EXIT.
069270     EXIT.
069280******************************************************************
069290* 9380-RELATA-ADIANT-DESLIGADO - RELATA OS ADIANTAMENTOS DA
069300*                                COMPETENCIA CUJA MATRICULA FOI
069310*                                DESLIGADA (OU EXCLUIDA) ANTES DA
069320*                                FOLHA REGULAR E POR ISSO FICOU
069330*                                SEM DESCONTO; CADA UM CONTA EM
069340*                                WRK-CONT-ADT-DESLIG, QUE LEVA O
069350*                                RETURN-CODE A 4. USA LEITURA
069360*                                DIRETA PELA CHAVE DO EMPMAST,
069370*                                AINDA ABERTO.
069380******************************************************************
069390 9380-RELATA-ADIANT-DESLIGADO.
069400     PERFORM VARYING WRK-ADT-IDX FROM 1 BY 1
069410             UNTIL WRK-ADT-IDX > WRK-QTD-ADIANT
069420         MOVE TAB-ADT-MATRICULA(WRK-ADT-IDX) TO EMP-ID
069430         MOVE 'N' TO WRK-SW-ADT-ACHADO
069440         READ EMPLOYEE-MASTER
069450             INVALID KEY
069460                 SET WRK-ADT-ACHADO TO TRUE
069470             NOT INVALID KEY
069480                 IF EMP-SITUACAO = 'D'
069490                     SET WRK-ADT-ACHADO TO TRUE
069500                 END-IF
069510         END-READ
069520         IF WRK-ADT-ACHADO
069530             ADD 1 TO WRK-CONT-ADT-DESLIG
069540             MOVE TAB-ADT-MATRICULA(WRK-ADT-IDX) TO ADTD-MATRICULA
069550             MOVE TAB-ADT-VALOR(WRK-ADT-IDX) TO ADTD-VALOR
069560             WRITE REPORT-RECORD FROM WRK-LINHA-ADT-DESLIG
069570                 AFTER ADVANCING 1 LINE
069580             DISPLAY 'ADIANTAMENTO DE DESLIGADO NAO DESCONTADO: '
069590                 TAB-ADT-MATRICULA(WRK-ADT-IDX)
069600         END-IF
069610     END-PERFORM.
069620 9380-EXIT.
069630     EXIT.
069640******************************************************************
069650* 9370-REGRAVA-FERSALDO - REGRAVA O FERSALDO COM OS SALDOS
069660*                         ATUALIZADOS (ACRESCIMO DO FECHAMENTO
069670*                         REGULAR OU DEBITO DA FOLHA DE FERIAS).
069680*                         FALHA ARMA WRK-SW-FSD-FALHA (RETURN-CODE
069690*                         4).
069700******************************************************************
069710 9370-REGRAVA-FERSALDO.
069720     IF WRK-QTD-FERSALDO = ZERO
069730         GO TO 9370-EXIT
069740     END-IF.
069750     OPEN OUTPUT VACATION-BALANCE-FILE.
069760     IF NOT WRK-FSD-OK
069770         DISPLAY 'ERRO AO REGRAVAR FERSALDO: ' WRK-FSD-STATUS
069780         SET WRK-FSD-FALHOU TO TRUE
069790         GO TO 9370-EXIT
069800     END-IF.
069810     PERFORM 9375-GRAVA-UM-SALDO THRU 9375-EXIT
069820         VARYING WRK-FSD-IDX FROM 1 BY 1
069830         UNTIL WRK-FSD-IDX > WRK-QTD-FERSALDO.
069840     CLOSE VACATION-BALANCE-FILE.
069850 9370-EXIT.
069860     EXIT.
069870******************************************************************
069880* 9375-GRAVA-UM-SALDO - REGRAVA O SALDO DE FERIAS APONTADO POR
069890*                       WRK-FSD-IDX.
069900******************************************************************
069910 9375-GRAVA-UM-SALDO.
069920     MOVE TAB-FSD-MATRICULA(WRK-FSD-IDX) TO FSD-MATRICULA.
069930     MOVE SPACES                         TO FSD-FILL1.
069940     MOVE TAB-FSD-AQUIS-INI(WRK-FSD-IDX) TO FSD-AQUIS-INI.
069950     MOVE SPACES                         TO FSD-FILL2.
069960     MOVE TAB-FSD-DIREITO(WRK-FSD-IDX)   TO FSD-DIAS-DIREITO.
069970     MOVE SPACES                         TO FSD-FILL3.
069980     MOVE TAB-FSD-GOZADOS(WRK-FSD-IDX)   TO FSD-DIAS-GOZADOS.
069990     WRITE VACATION-BALANCE-RECORD.
070000     IF NOT WRK-FSD-OK
070010         DISPLAY 'ERRO AO GRAVAR FERSALDO: ' WRK-FSD-STATUS
070020         SET WRK-FSD-FALHOU TO TRUE
070030     END-IF.
070040 9375-EXIT.
070050     EXIT.
070060******************************************************************
070070* 9200-GRAVA-CONTABIL - MONTA OS LANCAMENTOS CONTABEIS DA
070080*                       EXECUCAO (DEBITO DA DESPESA DE SALARIOS,
070090*                       OU DO ADIANTAMENTO DO 13O NA 1A PARCELA,
070100*                       CONTRA INSS A RECOLHER, IRRF A RECOLHER,
070110*                       ADIANTAMENTO DO 13O E SALARIOS A PAGAR),
070120*                       CONFERE SE DEBITOS = CREDITOS E SO ENTAO
070130*                       GRAVA O GLPOST, UM CONJUNTO BALANCEADO
070140*                       POR EMPRESA (9230). FORA DE BALANCO, NO
070150*                       TOTAL OU EM QUALQUER EMPRESA, OU COM
070160*                       CONTA REJEITADA PELO PLANO DE CONTAS
070170*                       (9240), O ARQUIVO NAO E LIBERADO E O LOTE
070180*                       TERMINA COM RETURN-CODE 4, COMO NA
070190*                       CONFERENCIA DO PAYCTRL.
070200******************************************************************
070210 9200-GRAVA-CONTABIL.
070220     COMPUTE WRK-GL-DEBITOS =
070230         WRK-TOTAL-BRUTO-CALC + WRK-TOTAL-SALFAM
070240         + WRK-TOTAL-PATRONAL + WRK-TOTAL-FGTS
070250         + WRK-TOTAL-BENEF-EMPR.
070260     COMPUTE WRK-GL-CREDITOS = WRK-TOTAL-INSS
070270         + WRK-TOTAL-IRRF + WRK-TOTAL-ADIANT
070280         + WRK-TOTAL-LIQUIDO + WRK-TOTAL-CONSIG
070290         + WRK-TOTAL-PATRONAL + WRK-TOTAL-FGTS
070300         + WRK-TOTAL-BENEF + WRK-TOTAL-BENEF-EMPR.
070310     DISPLAY '--------------------------------------------'.
070320     DISPLAY 'CONTABILIZACAO DO LOTE:'.
070330     DISPLAY '  DEBITOS ...........: ' WRK-GL-DEBITOS.
070340     DISPLAY '  CREDITOS ..........: ' WRK-GL-CREDITOS.
070350     IF WRK-GL-DEBITOS NOT = WRK-GL-CREDITOS
070360         MOVE 'N' TO WRK-SW-GL-BALANCO
070370         DISPLAY '  SITUACAO ..........: LANCAMENTOS FORA DE'
070380             ' BALANCO (OUT OF BALANCE) - GLPOST NAO GERADO'
070390         GO TO 9200-EXIT
070400     END-IF.
070410*    CADA EMPRESA TEM O SEU CONJUNTO DE LANCAMENTOS, QUE TAMBEM
070420*    PRECISA FECHAR DEBITO = CREDITO; UMA SO FORA DE BALANCO
070430*    SEGURA O GLPOST INTEIRO.
070440     PERFORM VARYING WRK-CIA-IDX FROM 1 BY 1
070450             UNTIL WRK-CIA-IDX > WRK-QTD-EMPRESAS
070460         IF TAB-CIA-QTDE(WRK-CIA-IDX) > ZERO
070470             PERFORM 9205-CONFERE-EMPRESA THRU 9205-EXIT
070480         END-IF
070490     END-PERFORM.
070500     IF WRK-SW-GL-BALANCO = 'N'
070510         DISPLAY '  SITUACAO ..........: LANCAMENTOS FORA DE'
070520             ' BALANCO (OUT OF BALANCE) - GLPOST NAO GERADO'
070530         GO TO 9200-EXIT
070540     END-IF.
070550     DISPLAY '  SITUACAO ..........: LANCAMENTOS CONFEREM'.
070560     PERFORM 9240-CONSISTE-PLANO THRU 9240-EXIT.
070570     IF NOT WRK-GL-CONTAS-OK
070580         DISPLAY '  SITUACAO ..........: CONTA INVALIDA NO PLANO'
070590             ' DE CONTAS - GLPOST NAO GERADO'
070600         GO TO 9200-EXIT
070610     END-IF.
070620     OPEN OUTPUT GL-POST-FILE.
070630     IF NOT WRK-GL-OK
070640         DISPLAY 'ERRO AO ABRIR GL-POST-FILE: ' WRK-GL-STATUS
070650         SET WRK-GL-FALHOU TO TRUE
070660         GO TO 9200-EXIT
070670     END-IF.
070680     PERFORM VARYING WRK-CIA-IDX FROM 1 BY 1
070690             UNTIL WRK-CIA-IDX > WRK-QTD-EMPRESAS
070700         IF TAB-CIA-QTDE(WRK-CIA-IDX) > ZERO
070710             PERFORM 9230-GRAVA-LOTE-EMPRESA THRU 9230-EXIT
070720         END-IF
070730     END-PERFORM.
070740     CLOSE GL-POST-FILE.
070750 9200-EXIT.
070760     EXIT.
070770******************************************************************
070780* 9205-CONFERE-EMPRESA - CONFERE DEBITOS = CREDITOS NOS TOTAIS DA
070790*                        EMPRESA APONTADA POR WRK-CIA-IDX; FORA
070800*                        DE BALANCO, DESARMA WRK-SW-GL-BALANCO.
070810******************************************************************
070820 9205-CONFERE-EMPRESA.
070830     COMPUTE WRK-GL-DEBITOS =
070840         TAB-CIA-BRUTO(WRK-CIA-IDX) + TAB-CIA-SALFAM(WRK-CIA-IDX)
070850         + TAB-CIA-PATRONAL(WRK-CIA-IDX)
070860         + TAB-CIA-FGTS(WRK-CIA-IDX)
070870         + TAB-CIA-BENEF-EMPR(WRK-CIA-IDX).
070880     COMPUTE WRK-GL-CREDITOS = TAB-CIA-INSS(WRK-CIA-IDX)
070890         + TAB-CIA-IRRF(WRK-CIA-IDX) + TAB-CIA-ADIANT(WRK-CIA-IDX)
070900         + TAB-CIA-LIQUIDO(WRK-CIA-IDX)
070910         + TAB-CIA-CONSIG(WRK-CIA-IDX)
070920         + TAB-CIA-PATRONAL(WRK-CIA-IDX)
070930         + TAB-CIA-FGTS(WRK-CIA-IDX)
070940         + TAB-CIA-BENEF(WRK-CIA-IDX)
070950         + TAB-CIA-BENEF-EMPR(WRK-CIA-IDX).
070960     IF WRK-GL-DEBITOS NOT = WRK-GL-CREDITOS
070970         MOVE 'N' TO WRK-SW-GL-BALANCO
070980         DISPLAY '  EMPRESA ' TAB-CIA-CODIGO(WRK-CIA-IDX)
070990             ' FORA DE BALANCO - DEBITOS: ' WRK-GL-DEBITOS
071000             ' CREDITOS: ' WRK-GL-CREDITOS
071010     END-IF.
071020 9205-EXIT.
071030     EXIT.
071040******************************************************************
071050* 9230-GRAVA-LOTE-EMPRESA - GRAVA O CONJUNTO DE LANCAMENTOS DA
071060*                           EMPRESA APONTADA POR WRK-CIA-IDX, COM
071070*                           A EMPRESA CONTABIL DELA EM
071080*                           GLL-EMPRESA.
071090******************************************************************
071100 9230-GRAVA-LOTE-EMPRESA.
071110     MOVE TAB-CIA-GL-EMPRESA(WRK-CIA-IDX) TO GLL-EMPRESA.
071120*    ADIANTAMENTOS (13O 1A PARCELA E QUINZENAL) NAO SAO DESPESA:
071130*    DEBITAM A CONTA DE ADIANTAMENTOS A RECUPERAR, BAIXADA PELA
071140*    FOLHA QUE OS DESCONTA.
071150     EVALUATE TRUE
071160         WHEN WRK-TIPO-13SAL AND WRK-PARCELA-13 = 1
071170             MOVE '11020001' TO WRK-GL-CONTA
071180             MOVE 'ADIANTAMENTO 13O SALARIO' TO WRK-GL-HISTORICO
071190             MOVE 'D' TO WRK-GL-DC
071200             MOVE TAB-CIA-BRUTO(WRK-CIA-IDX) TO WRK-GL-VALOR
071210             PERFORM 9210-GRAVA-UM-LANCAMENTO THRU 9210-EXIT
071220         WHEN WRK-TIPO-ADIANT
071230             MOVE '11020002' TO WRK-GL-CONTA
071240             MOVE 'ADIANTAMENTO SALARIAL' TO WRK-GL-HISTORICO
071250             MOVE 'D' TO WRK-GL-DC
071260             MOVE TAB-CIA-BRUTO(WRK-CIA-IDX) TO WRK-GL-VALOR
071270             PERFORM 9210-GRAVA-UM-LANCAMENTO THRU 9210-EXIT
071280         WHEN OTHER
071290*            A DESPESA DE SALARIOS SAI ABERTA POR CENTRO DE CUSTO;
071300*            A SOMA DOS LANCAMENTOS E O MESMO TOTAL DE ANTES.
071310             MOVE '51010001' TO WRK-GL-CONTA
071320             MOVE 'DESP SALARIOS CC ' TO GLH-CC-TEXTO
071330             SET WRK-GL-CC-SALARIOS TO TRUE
071340             MOVE TAB-CIA-BRUTO(WRK-CIA-IDX) TO WRK-GL-CC-TOTAL
071350             PERFORM 9220-GRAVA-DESPESA-CCUSTO THRU 9220-EXIT
071360     END-EVALUATE.
071370*    O SALARIO-FAMILIA E DESPESA PROPRIA (DEBITO), JA SOMADA AO
071380*    LIQUIDO DE CADA FUNCIONARIO (CREDITO DE SALARIOS A PAGAR).
071390     IF TAB-CIA-SALFAM(WRK-CIA-IDX) > ZEROS
071400         MOVE '51010002' TO WRK-GL-CONTA
071410         MOVE 'D' TO WRK-GL-DC
071420         MOVE TAB-CIA-SALFAM(WRK-CIA-IDX) TO WRK-GL-VALOR
071430         MOVE 'SALARIO FAMILIA' TO WRK-GL-HISTORICO
071440         PERFORM 9210-GRAVA-UM-LANCAMENTO THRU 9210-EXIT
071450     END-IF.
071460     IF TAB-CIA-INSS(WRK-CIA-IDX) > ZEROS
071470         MOVE '21010001' TO WRK-GL-CONTA
071480         MOVE 'C' TO WRK-GL-DC
071490         MOVE TAB-CIA-INSS(WRK-CIA-IDX) TO WRK-GL-VALOR
071500         MOVE 'INSS A RECOLHER' TO WRK-GL-HISTORICO
071510         PERFORM 9210-GRAVA-UM-LANCAMENTO THRU 9210-EXIT
071520     END-IF.
071530     IF TAB-CIA-IRRF(WRK-CIA-IDX) > ZEROS
071540         MOVE '21010002' TO WRK-GL-CONTA
071550         MOVE 'C' TO WRK-GL-DC
071560         MOVE TAB-CIA-IRRF(WRK-CIA-IDX) TO WRK-GL-VALOR
071570         MOVE 'IRRF A RECOLHER' TO WRK-GL-HISTORICO
071580         PERFORM 9210-GRAVA-UM-LANCAMENTO THRU 9210-EXIT
071590     END-IF.
071600     IF TAB-CIA-ADIANT(WRK-CIA-IDX) > ZEROS
071610         IF WRK-TIPO-REGULAR
071620             MOVE '11020002' TO WRK-GL-CONTA
071630             MOVE 'BAIXA ADIANT. SALARIAL' TO WRK-GL-HISTORICO
071640         ELSE
071650             MOVE '11020001' TO WRK-GL-CONTA
071660             MOVE 'BAIXA ADIANTAMENTO 13O' TO WRK-GL-HISTORICO
071670         END-IF
071680         MOVE 'C' TO WRK-GL-DC
071690         MOVE TAB-CIA-ADIANT(WRK-CIA-IDX) TO WRK-GL-VALOR
071700         PERFORM 9210-GRAVA-UM-LANCAMENTO THRU 9210-EXIT
071710     END-IF.
071720*    ENCARGOS PATRONAIS: DESPESA (ABERTA POR CENTRO DE CUSTO)
071730*    CONTRA A RECOLHER, EM PARES PROPRIOS QUE NAO ALTERAM O
071740*    LIQUIDO DO FUNCIONARIO.
071750     IF TAB-CIA-PATRONAL(WRK-CIA-IDX) > ZEROS
071760         MOVE '51010003' TO WRK-GL-CONTA
071770         MOVE 'DESP INSS PAT CC ' TO GLH-CC-TEXTO
071780         SET WRK-GL-CC-PATRONAL TO TRUE
071790         MOVE TAB-CIA-PATRONAL(WRK-CIA-IDX) TO WRK-GL-CC-TOTAL
071800         PERFORM 9220-GRAVA-DESPESA-CCUSTO THRU 9220-EXIT
071810         MOVE '21010004' TO WRK-GL-CONTA
071820         MOVE 'C' TO WRK-GL-DC
071830         MOVE TAB-CIA-PATRONAL(WRK-CIA-IDX) TO WRK-GL-VALOR
071840         MOVE 'INSS PATRONAL A RECOLHER' TO WRK-GL-HISTORICO
071850         PERFORM 9210-GRAVA-UM-LANCAMENTO THRU 9210-EXIT
071860     END-IF.
071870     IF TAB-CIA-FGTS(WRK-CIA-IDX) > ZEROS
071880         MOVE '51010004' TO WRK-GL-CONTA
071890         MOVE 'DESP FGTS CC ' TO GLH-CC-TEXTO
071900         SET WRK-GL-CC-FGTS TO TRUE
071910         MOVE TAB-CIA-FGTS(WRK-CIA-IDX) TO WRK-GL-CC-TOTAL
071920         PERFORM 9220-GRAVA-DESPESA-CCUSTO THRU 9220-EXIT
071930         MOVE '21010005' TO WRK-GL-CONTA
071940         MOVE 'C' TO WRK-GL-DC
071950         MOVE TAB-CIA-FGTS(WRK-CIA-IDX) TO WRK-GL-VALOR
071960         MOVE 'FGTS A RECOLHER' TO WRK-GL-HISTORICO
071970         PERFORM 9210-GRAVA-UM-LANCAMENTO THRU 9210-EXIT
071980     END-IF.
071990     IF TAB-CIA-CONSIG(WRK-CIA-IDX) > ZEROS
072000         MOVE '21010006' TO WRK-GL-CONTA
072010         MOVE 'C' TO WRK-GL-DC
072020         MOVE TAB-CIA-CONSIG(WRK-CIA-IDX) TO WRK-GL-VALOR
072030         MOVE 'CONSIGNACOES A REPASSAR' TO WRK-GL-HISTORICO
072040         PERFORM 9210-GRAVA-UM-LANCAMENTO THRU 9210-EXIT
072050     END-IF.
072060*    BENEFICIOS: O CUSTO DA EMPRESA E DESPESA (ABERTA POR CENTRO
072070*    DE CUSTO); A CONTA A PAGAR AOS FORNECEDORES RECEBE ELE MAIS A
072080*    PARTE DESCONTADA DO LIQUIDO DOS FUNCIONARIOS.
072090     IF TAB-CIA-BENEF-EMPR(WRK-CIA-IDX) > ZEROS
072100         MOVE '51010008' TO WRK-GL-CONTA
072110         MOVE 'DESP BENEF CC ' TO GLH-CC-TEXTO
072120         SET WRK-GL-CC-BENEFICIO TO TRUE
072130         MOVE TAB-CIA-BENEF-EMPR(WRK-CIA-IDX) TO WRK-GL-CC-TOTAL
072140         PERFORM 9220-GRAVA-DESPESA-CCUSTO THRU 9220-EXIT
072150     END-IF.
072160     IF TAB-CIA-BENEF(WRK-CIA-IDX) > ZEROS
072170             OR TAB-CIA-BENEF-EMPR(WRK-CIA-IDX) > ZEROS
072180         MOVE '21010008' TO WRK-GL-CONTA
072190         MOVE 'C' TO WRK-GL-DC
072200         COMPUTE WRK-GL-VALOR = TAB-CIA-BENEF(WRK-CIA-IDX)
072210             + TAB-CIA-BENEF-EMPR(WRK-CIA-IDX)
072220         MOVE 'BENEFICIOS A PAGAR' TO WRK-GL-HISTORICO
072230         PERFORM 9210-GRAVA-UM-LANCAMENTO THRU 9210-EXIT
072240     END-IF.
072250     MOVE '21010003' TO WRK-GL-CONTA.
072260     MOVE 'C' TO WRK-GL-DC.
072270     MOVE TAB-CIA-LIQUIDO(WRK-CIA-IDX) TO WRK-GL-VALOR.
072280     MOVE 'SALARIOS A PAGAR' TO WRK-GL-HISTORICO.
072290     PERFORM 9210-GRAVA-UM-LANCAMENTO THRU 9210-EXIT.
072300 9230-EXIT.
072310     EXIT.
072320******************************************************************
072330* 9210-GRAVA-UM-LANCAMENTO - GRAVA NO GLPOST O LANCAMENTO
072340*                            MONTADO EM WRK-GL-CONTA/DC/VALOR/
072350*                            HISTORICO/CCUSTO, DATADO COM A DATA
072360*                            DE VIGENCIA DO LOTE. NA CONSISTENCIA
072370*                            (9240) SO CONFERE A CONTA CONTRA O
072380*                            PLANO DE CONTAS, SEM GRAVAR.
072390******************************************************************
072400 9210-GRAVA-UM-LANCAMENTO.
072410     IF WRK-GL-CONSISTINDO
072420         PERFORM 9215-CONSISTE-CONTA THRU 9215-EXIT
072430         MOVE SPACES TO WRK-GL-CCUSTO
072440         GO TO 9210-EXIT
072450     END-IF.
072460     MOVE WRK-DATA-ATUAL  TO GLL-DATA.
072470     MOVE WRK-GL-CONTA    TO GLL-CONTA.
072480     MOVE WRK-GL-DC       TO GLL-DC.
072490     MOVE WRK-GL-VALOR    TO GLL-VALOR.
072500     MOVE WRK-GL-HISTORICO TO GLL-HISTORICO.
072510     MOVE WRK-GL-CCUSTO   TO GLL-CCUSTO.
072520     MOVE SPACES TO WRK-GL-CCUSTO.
072530     WRITE GL-RECORD FROM WRK-GL-LANCAMENTO.
072540     IF NOT WRK-GL-OK
072550         DISPLAY 'ERRO AO GRAVAR GLPOST: ' WRK-GL-STATUS
072560         SET WRK-GL-FALHOU TO TRUE
072570     END-IF.
072580 9210-EXIT.
072590     EXIT.
072600******************************************************************
072610* 9220-GRAVA-DESPESA-CCUSTO - GRAVA UM DEBITO NA CONTA DE DESPESA
072620*                             EM WRK-GL-CONTA POR CENTRO DE CUSTO
072630*                             DA EMPRESA APONTADA POR WRK-CIA-IDX
072640*                             COM FUNCIONARIO PAGO NO LOTE, COM O
072650*                             VALOR DA VERBA EM WRK-GL-CC-VERBA
072660*                             (SALARIOS, INSS PATRONAL, FGTS OU
072670*                             BENEFICIOS) E
072680*                             O TEXTO DO HISTORICO EM
072690*                             GLH-CC-TEXTO; A SOMA DOS LANCAMENTOS
072700*                             E O TOTAL DA EMPRESA EM
072710*                             WRK-GL-CC-TOTAL, CONFERIDO NO
072720*                             BALANCEAMENTO. O QUE A TABELA DE
072730*                             CENTROS DE CUSTO CHEIA AGRUPOU NA
072740*                             EMPRESA '**' SAI COMO A DIFERENCA,
072750*                             NO CENTRO '****' DA EMPRESA, SEM
072760*                             CENTRO DE CUSTO NO GLPOST.
072770******************************************************************
072780 9220-GRAVA-DESPESA-CCUSTO.
072790     MOVE ZEROS TO WRK-GL-CC-SOMA.
072800     PERFORM VARYING WRK-CC-IDX FROM 1 BY 1
072810             UNTIL WRK-CC-IDX > WRK-QTD-CCUSTO
072820         IF TAB-CC-QTDE(WRK-CC-IDX) > ZERO
072830                 AND TAB-CC-EMPRESA(WRK-CC-IDX)
072840                     = TAB-CIA-CODIGO(WRK-CIA-IDX)
072850             PERFORM 9225-GRAVA-UM-CCUSTO THRU 9225-EXIT
072860         END-IF
072870     END-PERFORM.
072880     IF WRK-GL-CC-SOMA < WRK-GL-CC-TOTAL
072890         MOVE 'D' TO WRK-GL-DC
072900         COMPUTE WRK-GL-VALOR = WRK-GL-CC-TOTAL - WRK-GL-CC-SOMA
072910         MOVE '****' TO GLH-CC-CODIGO
072920         MOVE WRK-GL-HIST-CC TO WRK-GL-HISTORICO
072930         MOVE SPACES TO WRK-GL-CCUSTO
072940         PERFORM 9210-GRAVA-UM-LANCAMENTO THRU 9210-EXIT
072950     END-IF.
072960 9220-EXIT.
072970     EXIT.
072980******************************************************************
072990* 9225-GRAVA-UM-CCUSTO - GRAVA O DEBITO DO CENTRO DE CUSTO
073000*                        APONTADO POR WRK-CC-IDX NA VERBA DE
073010*                        WRK-GL-CC-VERBA, QUANDO HA VALOR. O
073020*                        CENTRO '????' (FUNCIONARIO SEM CENTRO DE
073030*                        CUSTO) VAI SEM CENTRO PARA O GLPOST.
073040******************************************************************
073050 9225-GRAVA-UM-CCUSTO.
073060     EVALUATE TRUE
073070         WHEN WRK-GL-CC-PATRONAL
073080             MOVE TAB-CC-PATRONAL(WRK-CC-IDX) TO WRK-GL-VALOR
073090         WHEN WRK-GL-CC-FGTS
073100             MOVE TAB-CC-FGTS(WRK-CC-IDX) TO WRK-GL-VALOR
073110         WHEN WRK-GL-CC-BENEFICIO
073120             MOVE TAB-CC-BENEFICIO(WRK-CC-IDX) TO WRK-GL-VALOR
073130         WHEN OTHER
073140             MOVE TAB-CC-BRUTO(WRK-CC-IDX) TO WRK-GL-VALOR
073150     END-EVALUATE.
073160     IF WRK-GL-VALOR = ZEROS
073170         GO TO 9225-EXIT
073180     END-IF.
073190     ADD WRK-GL-VALOR TO WRK-GL-CC-SOMA.
073200     MOVE 'D' TO WRK-GL-DC.
073210     MOVE TAB-CC-CODIGO(WRK-CC-IDX) TO GLH-CC-CODIGO.
073220     MOVE WRK-GL-HIST-CC TO WRK-GL-HISTORICO.
073230     IF TAB-CC-CODIGO(WRK-CC-IDX) NOT = '????'
073240             AND TAB-CC-CODIGO(WRK-CC-IDX) NOT = '****'
073250         MOVE TAB-CC-CODIGO(WRK-CC-IDX) TO WRK-GL-CCUSTO
073260     END-IF.
073270     PERFORM 9210-GRAVA-UM-LANCAMENTO THRU 9210-EXIT.
073280 9225-EXIT.
073290     EXIT.
073300******************************************************************
073310* 9240-CONSISTE-PLANO - MONTA OS LANCAMENTOS DE TODAS AS EMPRESAS
073320*                       SEM GRAVAR (WRK-GL-CONSISTINDO),
073330*                       CONFERINDO CADA CONTA CONTRA O PLANO DE
073340*                       CONTAS. UMA SO CONTA REJEITADA, OU O
073350*                       PLANOCTA INDISPONIVEL, DESARMA
073360*                       WRK-SW-GL-CONTAS E SEGURA O GLPOST
073370*                       INTEIRO.
073380******************************************************************
073390 9240-CONSISTE-PLANO.
073400     MOVE 'S' TO WRK-SW-GL-CONTAS.
073410     IF NOT WRK-PLANO-CARREGADO
073420         MOVE 'N' TO WRK-SW-GL-CONTAS
073430         DISPLAY '  PLANO DE CONTAS (PLANOCTA) INDISPONIVEL'
073440         GO TO 9240-EXIT
073450     END-IF.
073460     SET WRK-GL-CONSISTINDO TO TRUE.
073470     PERFORM VARYING WRK-CIA-IDX FROM 1 BY 1
073480             UNTIL WRK-CIA-IDX > WRK-QTD-EMPRESAS
073490         IF TAB-CIA-QTDE(WRK-CIA-IDX) > ZERO
073500             PERFORM 9230-GRAVA-LOTE-EMPRESA THRU 9230-EXIT
073510         END-IF
073520     END-PERFORM.
073530     SET WRK-GL-GRAVANDO TO TRUE.
073540 9240-EXIT.
073550     EXIT.
073560******************************************************************
073570* 9215-CONSISTE-CONTA - CONFERE A CONTA DE WRK-GL-CONTA CONTRA O
073580*                       PLANO DE CONTAS: PRECISA ESTAR CADASTRADA
073590*                       E ATIVA E, SE O PLANO EXIGE CENTRO DE
073600*                       CUSTO, O LANCAMENTO PRECISA TER UM
073610*                       (WRK-GL-CCUSTO). CADA REJEICAO E LISTADA
073620*                       NO SYSOUT E DESARMA WRK-SW-GL-CONTAS.
073630******************************************************************
073640 9215-CONSISTE-CONTA.
073650     MOVE 'N' TO WRK-SW-CTA-ACHADA.
073660     PERFORM VARYING WRK-CTA-IDX FROM 1 BY 1
073670             UNTIL WRK-CTA-IDX > WRK-QTD-CONTAS
073680                OR WRK-CTA-ACHADA
073690         IF TAB-CTA-CONTA(WRK-CTA-IDX) = WRK-GL-CONTA
073700             SET WRK-CTA-ACHADA TO TRUE
073710         END-IF
073720     END-PERFORM.
073730     IF NOT WRK-CTA-ACHADA
073740         MOVE 'N' TO WRK-SW-GL-CONTAS
073750         DISPLAY '  CONTA NAO CADASTRADA NO PLANOCTA: '
073760             WRK-GL-CONTA ' ' WRK-GL-HISTORICO
073770         GO TO 9215-EXIT
073780     END-IF.
073790     SUBTRACT 1 FROM WRK-CTA-IDX.
073800     IF TAB-CTA-ATIVA(WRK-CTA-IDX) NOT = 'S'
073810         MOVE 'N' TO WRK-SW-GL-CONTAS
073820         DISPLAY '  CONTA INATIVA NO PLANOCTA .....: '
073830             WRK-GL-CONTA ' ' WRK-GL-HISTORICO
073840         GO TO 9215-EXIT
073850     END-IF.
073860     IF TAB-CTA-EXIGE-CC(WRK-CTA-IDX) = 'S'
073870             AND WRK-GL-CCUSTO = SPACES
073880         MOVE 'N' TO WRK-SW-GL-CONTAS
073890         DISPLAY '  CONTA EXIGE CENTRO DE CUSTO ...: '
073900             WRK-GL-CONTA ' ' WRK-GL-HISTORICO
073910     END-IF.
073920 9215-EXIT.
073930     EXIT.
073940******************************************************************
073950* 9055-RELATA-REJEITADOS - IMPRIME A SECAO DE REJEITADOS DESTA
073960*                          EXECUCAO (MATRICULA, MOTIVO E TEXTO),
073970*                          ESPELHANDO O QUE FOI GRAVADO NO
073980*                          PAYSUSP. NUMA RETOMADA, AS REJEICOES
073990*                          ANTERIORES A INTERRUPCAO ESTAO SO NO
074000*                          PAYSUSP.
074010******************************************************************
074020 9055-RELATA-REJEITADOS.
074030     PERFORM VARYING WRK-REJ-IDX FROM 1 BY 1
074040             UNTIL WRK-REJ-IDX > WRK-QTD-REJEITADOS
074050         PERFORM 9065-RELATA-UM-REJEITADO THRU 9065-EXIT
074060     END-PERFORM.
074070 9055-EXIT.
074080     EXIT.
074090******************************************************************
074100* 9065-RELATA-UM-REJEITADO - GRAVA A LINHA DO REJEITADO APONTADO
074110*                            POR WRK-REJ-IDX.
074120******************************************************************
074130 9065-RELATA-UM-REJEITADO.
074140     MOVE TAB-REJ-MATRICULA(WRK-REJ-IDX) TO REJL-MATRICULA.
074150     MOVE TAB-REJ-MOTIVO(WRK-REJ-IDX)    TO REJL-MOTIVO.
074160     EVALUATE TAB-REJ-MOTIVO(WRK-REJ-IDX)
074170         WHEN '01'
074180             MOVE 'SALARIO NAO NUMERICO' TO REJL-TEXTO
074190         WHEN '02'
074200             MOVE 'SALARIO ZERADO OU NEGATIVO' TO REJL-TEXTO
074210         WHEN '03'
074220             MOVE 'SEM TAXA DE CAMBIO VIGENTE' TO REJL-TEXTO
074230         WHEN '04'
074240             MOVE 'MATRICULA SUSPENSA NAO CADASTRADA'
074250                 TO REJL-TEXTO
074260         WHEN '05'
074270             MOVE 'BRUTO EXCEDE O LIMITE' TO REJL-TEXTO
074280*        MOTIVO GRAVADO PELO PROGCOB14 (RETORNO BANCARIO) - AQUI SO
074290*        APARECE NUM REPROCESSO QUE REJEITA DE NOVO O SUSPENSO.
074300         WHEN '06'
074310             MOVE 'CREDITO DEVOLVIDO PELO BANCO' TO REJL-TEXTO
074320         WHEN '07'
074330             MOVE 'SALDO DE FERIAS INSUFICIENTE' TO REJL-TEXTO
074340         WHEN '08'
074350             MOVE 'EMPRESA NAO CADASTRADA' TO REJL-TEXTO
074360         WHEN OTHER
074370             MOVE 'MOTIVO NAO RECONHECIDO' TO REJL-TEXTO
074380     END-EVALUATE.
074390     WRITE REPORT-RECORD FROM WRK-LINHA-REJEITADO
074400         AFTER ADVANCING 1 LINE.
074410 9065-EXIT.
074420     EXIT.
074430******************************************************************
074440* 9040-IMPRIME-SUBTOTAIS - IMPRIME, APOS O TOTAL DA FOLHA, O
074450*                          BLOCO DE SUBTOTAIS POR MOEDA (LIQUIDO
074460*                          NA MOEDA ORIGINAL E CONVERTIDO PARA A
074470*                          MOEDA BASE), SO PARA AS MOEDAS COM
074480*                          FUNCIONARIO PAGO NO LOTE.
074490******************************************************************
074500 9040-IMPRIME-SUBTOTAIS.
074510     PERFORM VARYING WRK-SUBT-IDX FROM 1 BY 1
074520             UNTIL WRK-SUBT-IDX > 2
074530         IF TAB-SUBT-QTDE(WRK-SUBT-IDX) > ZERO
074540             PERFORM 9045-IMPRIME-UM-SUBTOTAL THRU 9045-EXIT
074550         END-IF
074560     END-PERFORM.
074570 9040-EXIT.
074580     EXIT.
074590******************************************************************
074600* 9044-IMPRIME-EMPRESAS - IMPRIME, APOS OS SUBTOTAIS POR MOEDA, O
074610*                         BLOCO DE SUBTOTAIS POR EMPRESA (BRUTO E
074620*                         LIQUIDO CONVERTIDOS E QUANTIDADE DE
074630*                         FUNCIONARIOS), SO PARA AS EMPRESAS COM
074640*                         FUNCIONARIO PAGO NO LOTE.
074650******************************************************************
074660 9044-IMPRIME-EMPRESAS.
074670     PERFORM VARYING WRK-CIA-IDX FROM 1 BY 1
074680             UNTIL WRK-CIA-IDX > WRK-QTD-EMPRESAS
074690         IF TAB-CIA-QTDE(WRK-CIA-IDX) > ZERO
074700             PERFORM 9046-IMPRIME-UMA-EMPRESA THRU 9046-EXIT
074710         END-IF
074720     END-PERFORM.
074730 9044-EXIT.
074740     EXIT.
074750******************************************************************
074760* 9046-IMPRIME-UMA-EMPRESA - GRAVA A LINHA DE SUBTOTAL DA EMPRESA
074770*                            APONTADA POR WRK-CIA-IDX.
074780******************************************************************
074790 9046-IMPRIME-UMA-EMPRESA.
074800     MOVE TAB-CIA-CODIGO(WRK-CIA-IDX)  TO CIAL-CODIGO.
074810     MOVE TAB-CIA-RAZAO(WRK-CIA-IDX)   TO CIAL-RAZAO.
074820     MOVE TAB-CIA-BRUTO(WRK-CIA-IDX)   TO CIAL-BRUTO.
074830     MOVE TAB-CIA-LIQUIDO(WRK-CIA-IDX) TO CIAL-LIQUIDO.
074840     MOVE TAB-CIA-QTDE(WRK-CIA-IDX)    TO CIAL-QTDE.
074850     WRITE REPORT-RECORD FROM WRK-LINHA-EMPRESA
074860         AFTER ADVANCING 1 LINE.
074870 9046-EXIT.
074880     EXIT.
074890******************************************************************
074900* 9045-IMPRIME-UM-SUBTOTAL - GRAVA A LINHA DE SUBTOTAL DA MOEDA
074910*                            APONTADA POR WRK-SUBT-IDX.
074920******************************************************************
074930 9045-IMPRIME-UM-SUBTOTAL.
074940     MOVE TAB-SUBT-MOEDA(WRK-SUBT-IDX) TO SBT-MOEDA.
074950     MOVE TAB-SUBT-ORIG(WRK-SUBT-IDX)  TO SBT-ORIG.
074960     MOVE TAB-SUBT-CONV(WRK-SUBT-IDX)  TO SBT-CONV.
074970     MOVE TAB-SUBT-QTDE(WRK-SUBT-IDX)  TO SBT-QTDE.
074980     WRITE REPORT-RECORD FROM WRK-LINHA-SUBTOT
074990         AFTER ADVANCING 1 LINE.
075000 9045-EXIT.
075010     EXIT.
075020******************************************************************
075030* 9042-IMPRIME-CCUSTOS - IMPRIME, APOS OS SUBTOTAIS POR MOEDA, O
075040*                        BLOCO DE SUBTOTAIS POR CENTRO DE CUSTO
075050*                        (BRUTO E LIQUIDO CONVERTIDOS E
075060*                        QUANTIDADE DE FUNCIONARIOS), SO PARA OS
075070*                        CENTROS COM FUNCIONARIO PAGO NO LOTE.
075080******************************************************************
075090 9042-IMPRIME-CCUSTOS.
075100     PERFORM VARYING WRK-CC-IDX FROM 1 BY 1
075110             UNTIL WRK-CC-IDX > WRK-QTD-CCUSTO
075120         IF TAB-CC-QTDE(WRK-CC-IDX) > ZERO
075130             PERFORM 9047-IMPRIME-UM-CCUSTO THRU 9047-EXIT
075140         END-IF
075150     END-PERFORM.
075160 9042-EXIT.
075170     EXIT.
075180******************************************************************
075190* 9047-IMPRIME-UM-CCUSTO - GRAVA A LINHA DE SUBTOTAL DO CENTRO
075200*                          DE CUSTO APONTADO POR WRK-CC-IDX.
075210******************************************************************
075220 9047-IMPRIME-UM-CCUSTO.
075230     MOVE TAB-CC-EMPRESA(WRK-CC-IDX) TO CCL-EMPRESA.
075240     MOVE TAB-CC-CODIGO(WRK-CC-IDX)  TO CCL-CODIGO.
075250     MOVE TAB-CC-BRUTO(WRK-CC-IDX)   TO CCL-BRUTO.
075260     MOVE TAB-CC-LIQUIDO(WRK-CC-IDX) TO CCL-LIQUIDO.
075270     MOVE TAB-CC-QTDE(WRK-CC-IDX)    TO CCL-QTDE.
075280     WRITE REPORT-RECORD FROM WRK-LINHA-CCUSTO
075290         AFTER ADVANCING 1 LINE.
075300 9047-EXIT.
075310     EXIT.
075320******************************************************************
075330* 9070-GERA-REMESSA - MONTA O BANKREM A PARTIR DO BANKWRK: UM
075340*                     LOTE POR EMPRESA COM FUNCIONARIO PAGO, COM
075350*                     HEADER (TIPO 0) DA CONTA PAGADORA DA
075360*                     EMPRESA, OS DETALHES DELA E O TRAILER
075370*                     (TIPO 9) COM A QUANTIDADE DE DETALHES E A
075380*                     SOMA DOS VALORES EM CENTAVOS, AMARRADA AO
075390*                     LIQUIDO DA EMPRESA NO RELATORIO PARA A
075400*                     CONCILIACAO ANTES DA TRANSMISSAO.
075410******************************************************************
075420 9070-GERA-REMESSA.
075430     CLOSE BANK-WORK-FILE.
075440     IF WRK-REM-FALHOU
075450         GO TO 9070-EXIT
075460     END-IF.
075470     OPEN OUTPUT BANK-REMIT-FILE.
075480     IF NOT WRK-REM-OK
075490         DISPLAY 'ERRO AO ABRIR BANK-REMIT-FILE: '
075500             WRK-REM-STATUS
075510         SET WRK-REM-FALHOU TO TRUE
075520         GO TO 9070-EXIT
075530     END-IF.
075540     PERFORM VARYING WRK-CIA-IDX FROM 1 BY 1
075550             UNTIL WRK-CIA-IDX > WRK-QTD-EMPRESAS
075560                OR WRK-REM-FALHOU
075570         IF TAB-CIA-QTDE(WRK-CIA-IDX) > ZERO
075580             PERFORM 9071-GERA-LOTE-REMESSA THRU 9071-EXIT
075590         END-IF
075600     END-PERFORM.
075610     CLOSE BANK-REMIT-FILE.
075620 9070-EXIT.
075630     EXIT.
075640******************************************************************
075650* 9071-GERA-LOTE-REMESSA - GRAVA O LOTE DA EMPRESA APONTADA POR
075660*                          WRK-CIA-IDX: HEADER, OS DETALHES DO
075670*                          BANKWRK DA EMPRESA (RELIDO DO INICIO)
075680*                          E O TRAILER.
075690******************************************************************
075700 9071-GERA-LOTE-REMESSA.
075710     MOVE WRK-DATA-ATUAL              TO REMH-DATA.
075720     MOVE TAB-CIA-CODIGO(WRK-CIA-IDX)  TO REMH-EMPRESA.
075730     MOVE TAB-CIA-CNPJ(WRK-CIA-IDX)    TO REMH-CNPJ.
075740     MOVE TAB-CIA-BANCO(WRK-CIA-IDX)   TO REMH-BANCO.
075750     MOVE TAB-CIA-AGENCIA(WRK-CIA-IDX) TO REMH-AGENCIA.
075760     MOVE TAB-CIA-CONTA(WRK-CIA-IDX)   TO REMH-CONTA.
075770     MOVE TAB-CIA-RAZAO(WRK-CIA-IDX)   TO REMH-RAZAO.
075780     WRITE REMIT-RECORD FROM WRK-REM-HEADER.
075790     IF NOT WRK-REM-OK
075800         DISPLAY 'ERRO AO GRAVAR HEADER DA REMESSA: '
075810             WRK-REM-STATUS
075820         SET WRK-REM-FALHOU TO TRUE
075830         GO TO 9071-EXIT
075840     END-IF.
075850     MOVE ZERO TO WRK-LOTE-QTDE.
075860     OPEN INPUT BANK-WORK-FILE.
075870     IF NOT WRK-BWK-OK
075880         DISPLAY 'ERRO AO REABRIR BANK-WORK-FILE: '
075890             WRK-BWK-STATUS
075900         SET WRK-REM-FALHOU TO TRUE
075910         GO TO 9071-EXIT
075920     END-IF.
075930     PERFORM 9072-COPIA-REMESSA THRU 9072-EXIT
075940         UNTIL WRK-BWK-EOF OR WRK-REM-FALHOU.
075950     CLOSE BANK-WORK-FILE.
075960     IF WRK-REM-FALHOU
075970         GO TO 9071-EXIT
075980     END-IF.
075990     MOVE WRK-LOTE-QTDE TO REMT-QTDE.
076000     COMPUTE REMT-SOMA = TAB-CIA-LIQUIDO(WRK-CIA-IDX) * 100.
076010     WRITE REMIT-RECORD FROM WRK-REM-TRAILER.
076020     IF NOT WRK-REM-OK
076030         DISPLAY 'ERRO AO GRAVAR TRAILER DA REMESSA: '
076040             WRK-REM-STATUS
076050         SET WRK-REM-FALHOU TO TRUE
076060     END-IF.
076070 9071-EXIT.
076080     EXIT.
076090******************************************************************
076100* 9072-COPIA-REMESSA - LE UM DETALHE DO BANKWRK E, SE FOR DA
076110*                      EMPRESA DO LOTE, COPIA-O PARA O BANKREM.
076120******************************************************************
076130 9072-COPIA-REMESSA.
076140     READ BANK-WORK-FILE
076150         AT END
076160             SET WRK-BWK-EOF TO TRUE
076170         NOT AT END
076180             IF BWK-EMPRESA = TAB-CIA-CODIGO(WRK-CIA-IDX)
076190                 WRITE REMIT-RECORD FROM BWK-DETALHE
076200                 IF NOT WRK-REM-OK
076210                     DISPLAY 'ERRO AO GRAVAR REMESSA: '
076220                         WRK-REM-STATUS
076230                     SET WRK-REM-FALHOU TO TRUE
076240                 ELSE
076250                     ADD 1 TO WRK-LOTE-QTDE
076260                 END-IF
076270             END-IF
076280     END-READ.
076290 9072-EXIT.
076300     EXIT.
076310******************************************************************
076320* 9075-GERA-FGTS - MONTA O FGTSREM A PARTIR DO FGTSWRK, NO MESMO
076330*                  IDIOMA DO BANKREM: UM LOTE POR EMPRESA COM
076340*                  FUNCIONARIO PAGO, COM HEADER (TIPO 0) COM O
076350*                  CNPJ DA EMPRESA, OS DETALHES DELA E O TRAILER
076360*                  (TIPO 9) COM A QUANTIDADE DE DETALHES E A SOMA
076370*                  DOS DEPOSITOS EM CENTAVOS, AMARRADA AO FGTS DA
076380*                  EMPRESA PARA A CONCILIACAO ANTES DO
076390*                  RECOLHIMENTO.
076400******************************************************************
076410 9075-GERA-FGTS.
076420     CLOSE FGTS-WORK-FILE.
076430     IF WRK-FGR-FALHOU
076440         GO TO 9075-EXIT
076450     END-IF.
076460     OPEN OUTPUT FGTS-REMIT-FILE.
076470     IF NOT WRK-FGR-OK
076480         DISPLAY 'ERRO AO ABRIR FGTS-REMIT-FILE: '
076490             WRK-FGR-STATUS
076500         SET WRK-FGR-FALHOU TO TRUE
076510         GO TO 9075-EXIT
076520     END-IF.
076530     PERFORM VARYING WRK-CIA-IDX FROM 1 BY 1
076540             UNTIL WRK-CIA-IDX > WRK-QTD-EMPRESAS
076550                OR WRK-FGR-FALHOU
076560         IF TAB-CIA-QTDE(WRK-CIA-IDX) > ZERO
076570             PERFORM 9076-GERA-LOTE-FGTS THRU 9076-EXIT
076580         END-IF
076590     END-PERFORM.
076600     CLOSE FGTS-REMIT-FILE.
076610 9075-EXIT.
076620     EXIT.
076630******************************************************************
076640* 9076-GERA-LOTE-FGTS - GRAVA O LOTE DO FGTSREM DA EMPRESA
076650*                       APONTADA POR WRK-CIA-IDX.
076660******************************************************************
076670 9076-GERA-LOTE-FGTS.
076680     MOVE WRK-DATA-ATUAL              TO FGTH-DATA.
076690     MOVE TAB-CIA-CODIGO(WRK-CIA-IDX)  TO FGTH-EMPRESA.
076700     MOVE TAB-CIA-CNPJ(WRK-CIA-IDX)    TO FGTH-CNPJ.
076710     MOVE TAB-CIA-RAZAO(WRK-CIA-IDX)   TO FGTH-RAZAO.
076720     WRITE FGTS-REMIT-RECORD FROM WRK-FGT-HEADER.
076730     IF NOT WRK-FGR-OK
076740         DISPLAY 'ERRO AO GRAVAR HEADER DO FGTSREM: '
076750             WRK-FGR-STATUS
076760         SET WRK-FGR-FALHOU TO TRUE
076770         GO TO 9076-EXIT
076780     END-IF.
076790     MOVE ZERO TO WRK-LOTE-QTDE.
076800     OPEN INPUT FGTS-WORK-FILE.
076810     IF NOT WRK-FWK-OK
076820         DISPLAY 'ERRO AO REABRIR FGTS-WORK-FILE: '
076830             WRK-FWK-STATUS
076840         SET WRK-FGR-FALHOU TO TRUE
076850         GO TO 9076-EXIT
076860     END-IF.
076870     PERFORM 9077-COPIA-FGTS THRU 9077-EXIT
076880         UNTIL WRK-FWK-EOF OR WRK-FGR-FALHOU.
076890     CLOSE FGTS-WORK-FILE.
076900     IF WRK-FGR-FALHOU
076910         GO TO 9076-EXIT
076920     END-IF.
076930     MOVE WRK-LOTE-QTDE TO FGTT-QTDE.
076940     COMPUTE FGTT-SOMA = TAB-CIA-FGTS(WRK-CIA-IDX) * 100.
076950     WRITE FGTS-REMIT-RECORD FROM WRK-FGT-TRAILER.
076960     IF NOT WRK-FGR-OK
076970         DISPLAY 'ERRO AO GRAVAR TRAILER DO FGTSREM: '
076980             WRK-FGR-STATUS
076990         SET WRK-FGR-FALHOU TO TRUE
077000     END-IF.
077010 9076-EXIT.
077020     EXIT.
077030******************************************************************
077040* 9077-COPIA-FGTS - LE UM DETALHE DO FGTSWRK E, SE FOR DA EMPRESA
077050*                   DO LOTE, COPIA-O PARA O FGTSREM.
077060******************************************************************
077070 9077-COPIA-FGTS.
077080     READ FGTS-WORK-FILE
077090         AT END
077100             SET WRK-FWK-EOF TO TRUE
077110         NOT AT END
077120             IF FWK-EMPRESA = TAB-CIA-CODIGO(WRK-CIA-IDX)
077130                 WRITE FGTS-REMIT-RECORD FROM FWK-DETALHE
077140                 IF NOT WRK-FGR-OK
077150                     DISPLAY 'ERRO AO GRAVAR FGTSREM: '
077160                         WRK-FGR-STATUS
077170                     SET WRK-FGR-FALHOU TO TRUE
077180                 ELSE
077190                     ADD 1 TO WRK-LOTE-QTDE
077200                 END-IF
077210             END-IF
077220     END-READ.
077230 9077-EXIT.
077240     EXIT.
077250******************************************************************
077260* 9050-RELATA-MOV-PENDENTES - RELATA, NO FIM DO RELATORIO, OS
077270*                             MOVIMENTOS DO MOVFOLHA QUE NAO
077280*                             FORAM APLICADOS: FUNCIONARIO NAO
077290*                             PROCESSADO (INEXISTENTE OU
077300*                             REJEITADO) OU EVENTO NAO
077310*                             RECONHECIDO. CADA UM CONTA EM
077320*                             WRK-CONT-MOV-ERROS, QUE LEVA O
077330*                             RETURN-CODE A 4.
077340*                             A SECAO SO VALE PARA A FOLHA
077350*                             REGULAR EM MODO NORMAL: NO REPROC
077360*                             O MOVFOLHA E O DO MES INTEIRO E OS
077370*                             MOVIMENTOS DOS FUNCIONARIOS JA
077380*                             PAGOS PELO LOTE PRINCIPAL FICAM
077390*                             LEGITIMAMENTE SEM APLICAR AQUI, E
077400*                             NO 13O/FERIAS MOVIMENTO NENHUM SE
077410*                             APLICA (2070 SO RODA NA REGULAR).
077420******************************************************************
077430 9050-RELATA-MOV-PENDENTES.
077440     IF WRK-MODO-REPROC
077450         DISPLAY 'MODO REPROCESSO - PENDENCIAS DE MOVIMENTOS'
077460             ' NAO SE APLICAM'
077470         GO TO 9050-EXIT
077480     END-IF.
077490     IF NOT WRK-TIPO-REGULAR
077500*        13O E FERIAS NAO APLICAM MOVIMENTOS (2070 SO RODA NA
077510*        FOLHA REGULAR); OS MOVIMENTOS DO MES PREPARADOS NO
077520*        MOVFOLHA NAO SAO PENDENCIA DESSES LOTES.
077530         DISPLAY 'FOLHA ' WRK-TIPO-FOLHA '- MOVIMENTOS NAO SE'
077540             ' APLICAM'
077550         GO TO 9050-EXIT
077560     END-IF.
077570     PERFORM VARYING WRK-MOV-IDX FROM 1 BY 1
077580             UNTIL WRK-MOV-IDX > WRK-QTD-MOVIMENTOS
077590         IF TAB-MOV-SW-APLICADO(WRK-MOV-IDX) NOT = 'S'
077600             PERFORM 9060-RELATA-UM-MOVIMENTO THRU 9060-EXIT
077610         END-IF
077620     END-PERFORM.
077630 9050-EXIT.
077640     EXIT.
077650******************************************************************
077660* 9060-RELATA-UM-MOVIMENTO - GRAVA E EXIBE A LINHA DE ERRO DO
077670*                            MOVIMENTO NAO APLICADO APONTADO POR
077680*                            WRK-MOV-IDX.
077690******************************************************************
077700 9060-RELATA-UM-MOVIMENTO.
077710     ADD 1 TO WRK-CONT-MOV-ERROS.
077720     MOVE TAB-MOV-MATRICULA(WRK-MOV-IDX) TO MVE-MATRICULA.
077730     MOVE TAB-MOV-EVENTO(WRK-MOV-IDX)    TO MVE-EVENTO.
077740     IF TAB-MOV-EVENTO-INVALIDO(WRK-MOV-IDX)
077750         MOVE 'EVENTO NAO RECONHECIDO' TO MVE-TEXTO
077760     ELSE
077770         MOVE 'FUNCIONARIO NAO PROCESSADO NO LOTE' TO MVE-TEXTO
077780     END-IF.
077790     WRITE REPORT-RECORD FROM WRK-LINHA-MOV-ERRO
077800         AFTER ADVANCING 1 LINE.
077810     DISPLAY 'MOVIMENTO NAO APLICADO: '
077820         TAB-MOV-MATRICULA(WRK-MOV-IDX) ' '
077830         TAB-MOV-EVENTO(WRK-MOV-IDX).
077840 9060-EXIT.
077850     EXIT.
077860******************************************************************
077870* 9052-RELATA-CONSIG-MARGEM - RELATA, NO FIM DO RELATORIO, AS
077880*                             CONSIGNACOES QUE FICARAM FORA DA
077890*                             MARGEM LEGAL NESTE LOTE E FICAM PARA
077900*                             O MES SEGUINTE. E AVISO, NAO ERRO: O
077910*                             RETURN-CODE NAO E ALTERADO.
077920******************************************************************
077930 9052-RELATA-CONSIG-MARGEM.
077940     PERFORM VARYING WRK-CSG-IDX FROM 1 BY 1
077950             UNTIL WRK-CSG-IDX > WRK-QTD-CONSIG
077960         IF TAB-CSG-FORA-MARGEM(WRK-CSG-IDX)
077970             PERFORM 9053-RELATA-UMA-CONSIG THRU 9053-EXIT
077980         END-IF
077990     END-PERFORM.
078000 9052-EXIT.
078010     EXIT.
078020******************************************************************
078030* 9053-RELATA-UMA-CONSIG - GRAVA E EXIBE A LINHA DE AVISO DA
078040*                          CONSIGNACAO FORA DA MARGEM APONTADA POR
078050*                          WRK-CSG-IDX.
078060******************************************************************
078070 9053-RELATA-UMA-CONSIG.
078080     ADD 1 TO WRK-CONT-CSG-MARGEM.
078090     MOVE TAB-CSG-MATRICULA(WRK-CSG-IDX) TO CSGM-MATRICULA.
078100     MOVE TAB-CSG-CODIGO(WRK-CSG-IDX)    TO CSGM-CODIGO.
078110     MOVE TAB-CSG-DESCRICAO(WRK-CSG-IDX) TO CSGM-DESCRICAO.
078120     WRITE REPORT-RECORD FROM WRK-LINHA-CSG-MARGEM
078130         AFTER ADVANCING 1 LINE.
078140     DISPLAY 'CONSIGNACAO FORA DA MARGEM: '
078150         TAB-CSG-MATRICULA(WRK-CSG-IDX) ' '
078160         TAB-CSG-CODIGO(WRK-CSG-IDX).
078170 9053-EXIT.
078180     EXIT.
078190******************************************************************
078200* 9100-CONFERE-CONTROLE - CONFERE A QUANTIDADE E O TOTAL BRUTO
078210*                         REALMENTE PROCESSADOS CONTRA OS TOTAIS
078220*                         DE CONTROLE LIDOS EM 1090-LE-CONTROLE DO
078230*                         CONTROL-TOTAL-FILE (PAYCTRL), ANTES DE A
078240*                         FOLHA SER DADA POR CONCLUIDA, E AVISA SE
078250*                         O LOTE NAO BATEU. SE O PAYCTRL NAO TIVER
078260*                         SIDO ENCONTRADO, A CONFERENCIA E PULADA
078270*                         COM AVISO EXPLICITO, EM VEZ DE ACUSAR UM
078280*                         FALSO FORA DE BALANCO.
078290******************************************************************
078300 9100-CONFERE-CONTROLE.
078310     MOVE 'S' TO WRK-SW-LOTE-CONFERE.
078320     DISPLAY '--------------------------------------------'.
078330     IF WRK-MODO-REPROC
078340         DISPLAY 'MODO REPROCESSO - CONFERENCIA DE CONTROLE'
078350             ' (PAYCTRL) NAO SE APLICA'
078360         GO TO 9100-EXIT
078370     END-IF.
078380*    A FOLHA DE FERIAS E AGENDADA (FERAGEND) E NAO PERCORRE O
078390*    BRUTO DO CADASTRO INTEIRO QUE O PAYCTRL ESPERA.
078400     IF WRK-TIPO-FERIAS
078410         DISPLAY 'FOLHA DE FERIAS - CONFERENCIA DE CONTROLE'
078420             ' (PAYCTRL) NAO SE APLICA'
078430         GO TO 9100-EXIT
078440     END-IF.
078450*    A FOLHA DISSIDIO TAMBEM SO PAGA PARTE DO CADASTRO (DISSDIF).
078460     IF WRK-TIPO-DISSIDIO
078470         DISPLAY 'FOLHA DISSIDIO - CONFERENCIA DE CONTROLE'
078480             ' (PAYCTRL) NAO SE APLICA'
078490         GO TO 9100-EXIT
078500     END-IF.
078510     IF NOT WRK-CTRLTOT-PRESENTE
078520         DISPLAY 'ARQUIVO DE CONTROLE (PAYCTRL) NAO ENCONTRADO - '
078530             'CONFERENCIA NAO REALIZADA'
078540     ELSE
078550         IF WRK-CTRL-QTDE-ESPERADA NOT = WRK-CONT-PROCESSADOS
078560             MOVE 'N' TO WRK-SW-LOTE-CONFERE
078570         END-IF
078580         IF WRK-CTRL-BRUTO-ESPERADO NOT =
078590                 WRK-CTRL-BRUTO-PROCESSADO
078600             MOVE 'N' TO WRK-SW-LOTE-CONFERE
078610         END-IF
078620         DISPLAY 'CONTROLE DE LOTE:'
078630         DISPLAY '  QTDE ESPERADA .....: ' WRK-CTRL-QTDE-ESPERADA
078640         DISPLAY '  QTDE PROCESSADA ...: ' WRK-CONT-PROCESSADOS
078650         DISPLAY '  BRUTO ESPERADO ....: ' WRK-CTRL-BRUTO-ESPERADO
078660         DISPLAY '  BRUTO PROCESSADO ..: '
078670             WRK-CTRL-BRUTO-PROCESSADO
078680         IF WRK-LOTE-CONFERE
078690             DISPLAY '  SITUACAO ..........: LOTE CONFERE (MATCH)'
078700         ELSE
078710             DISPLAY '  SITUACAO ..........: LOTE FORA DE'
078720                 ' BALANCO (OUT OF BALANCE)'
078730         END-IF
078740     END-IF.
078750 9100-EXIT.
078760     EXIT.
078770 END PROGRAM PROGCOB04.
