000360*                 OPERADOR E RETURN-CODE NO MESMO IDIOMA DO
000370*                 PROGCOB04 (8 = OPERADOR/ARQUIVO/TABELAS, 4 =
000380*                 HOUVE TRANSACAO REJEITADA, 0 = NORMAL).
000390* 2026-10-15 RRA  COM A DATA DE ADMISSAO NO EMPREC (EMP-ADMISSAO),
000400*                 O 13O PROPORCIONAL PASSOU A CONTAR OS MESES
000410*                 DESDE A ADMISSAO QUANDO ELA CAI NO ANO DO
000420*                 DESLIGAMENTO, E AS FERIAS PROPORCIONAIS OS MESES
000430*                 DESDE O ULTIMO ANIVERSARIO DA ADMISSAO (PERIODO
000440*                 AQUISITIVO EM CURSO), SEMPRE COM A FRACAO DE 15
000450*                 DIAS OU MAIS CONTANDO MES CHEIO. DESLIGAMENTO
000460*                 ANTERIOR A ADMISSAO E REJEITADO. FUNCIONARIO
000470*                 AINDA SEM ADMISSAO NO CADASTRO CAI NA REGRA
000480*                 ANTERIOR DO ANO CALENDARIO, COM MENSAGEM NO
000490*                 CONSOLE.
000500* 2026-10-15 RRA  EMPRESA DO FUNCIONARIO (EMP-EMPRESA, BRANCO =
000510*                 '01') PROCURADA NO CADASTRO DE EMPRESAS
000520*                 (EMPRESAS); AUSENTE, A RESCISAO E REJEITADA, E
000530*                 EMPRESAS INDISPONIVEL ENCERRA COM RETURN-CODE 8.
000540*                 O PAYIMPO LEVA A EMPRESA (IMP-EMPRESA) E O
000550*                 GLPOST SAI COM UM CONJUNTO BALANCEADO POR
000560*                 EMPRESA, COM A EMPRESA CONTABIL EM GLL-EMPRESA,
000570*                 COMO NO PROGCOB04.
000580* 2026-10-15 RRA  PLANO DE CONTAS (PLANOCTA, MANTIDO PELO
000590*                 PROGCOB31): OS LANCAMENTOS SAO CONSISTIDOS
000600*                 CONTRA O PLANO ANTES DE ABRIR O GLPOST, COMO NO
000610*                 PROGCOB04; CONTA NAO CADASTRADA, INATIVA OU QUE
000620*                 EXIGE CENTRO DE CUSTO SEM ELE, OU PLANOCTA
000630*                 INDISPONIVEL, SEGURA O GLPOST COM RETURN-CODE 4.
000640*                 A DESPESA DE RESCISOES SAI ABERTA POR CENTRO DE
000650*                 CUSTO (EMP-CCUSTO), COM O CENTRO EM GLL-CCUSTO.
000660* 2026-10-15 RRA  CADA RESCISAO APLICADA GRAVA NO HISTORICO DE
000670*                 DESLIGAMENTOS (DESLHIST, COPYBOOKS/DSLREC.CPY,
000680*                 ACUMULATIVO COMO O PAYIMPO) A DATA E O MOTIVO DO
000690*                 DESLIGAMENTO, QUE O EMPREC NAO GUARDA - USADOS
000700*                 PELO EXPURGO DE DESLIGADOS (PROGCOB36). FALHA NO
000710*                 DESLHIST LEVA O RETURN-CODE A 4.
000720******************************************************************
000730 IDENTIFICATION DIVISION.
000740 PROGRAM-ID. PROGCOB13.
000750 ENVIRONMENT DIVISION.
000760 CONFIGURATION SECTION.
000770 SPECIAL-NAMES.
000780     DECIMAL-POINT IS COMMA.
000790 INPUT-OUTPUT SECTION.
000800 FILE-CONTROL.
000810     SELECT EMPLOYEE-MASTER
000820         ASSIGN TO "EMPMAST"
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS RANDOM
000850         RECORD KEY IS EMP-ID
000860         FILE STATUS IS WRK-EMP-STATUS.
000870     SELECT RESCISSION-TRANS-FILE
000880         ASSIGN TO "RESTRAN"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WRK-RTR-STATUS.
000910     SELECT TERMO-FILE
000920         ASSIGN TO "RESTERMO"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WRK-TRM-STATUS.
000950     SELECT TAX-TABLE-FILE
000960         ASSIGN TO "PAYTABS"
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS WRK-TBX-STATUS.
000990     SELECT TAX-DETAIL-FILE
001000         ASSIGN TO "PAYIMPO"
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS WRK-IMP-STATUS.
001030     SELECT TERMINATION-HISTORY-FILE
001040         ASSIGN TO "DESLHIST"
001050         ORGANIZATION IS LINE SEQUENTIAL
001060         FILE STATUS IS WRK-DSL-STATUS.
001070     SELECT GL-POST-FILE
001080         ASSIGN TO "GLPOST"
001090         ORGANIZATION IS LINE SEQUENTIAL
001100         FILE STATUS IS WRK-GL-STATUS.
001110     SELECT AUDIT-FILE
001120         ASSIGN TO "DATEAUD"
001130         ORGANIZATION IS LINE SEQUENTIAL
001140         FILE STATUS IS WRK-AUDIT-STATUS.
001150     SELECT CURRENCY-CONFIG-FILE
001160         ASSIGN TO "PAYMOEDA"
001170         ORGANIZATION IS LINE SEQUENTIAL
001180         FILE STATUS IS WRK-MOEDA-CFG-STATUS.
001190     SELECT EXCHANGE-RATE-FILE
001200         ASSIGN TO "PAYCAMB"
001210         ORGANIZATION IS LINE SEQUENTIAL
001220         FILE STATUS IS WRK-CMB-STATUS.
001230     SELECT DEPENDENTS-FILE
001240         ASSIGN TO "DEPMAST"
001250         ORGANIZATION IS LINE SEQUENTIAL
001260         FILE STATUS IS WRK-DEP-STATUS.
001270     SELECT SECURITY-MASTER-FILE
001280         ASSIGN TO "OPERSEC"
001290         ORGANIZATION IS LINE SEQUENTIAL
001300         FILE STATUS IS WRK-SEC-STATUS.
001310     SELECT SECURITY-AUDIT-FILE
001320         ASSIGN TO "SECAUD"
001330         ORGANIZATION IS LINE SEQUENTIAL
001340         FILE STATUS IS WRK-SECAUD-STATUS.
001350     SELECT OPERATOR-CONTROL-FILE
001360         ASSIGN TO "PAYOPER"
001370         ORGANIZATION IS LINE SEQUENTIAL
001380         FILE STATUS IS WRK-OPER-CFG-STATUS.
001390     SELECT COMPANY-FILE
001400         ASSIGN TO "EMPRESAS"
001410         ORGANIZATION IS LINE SEQUENTIAL
001420         FILE STATUS IS WRK-CIA-STATUS.
001430     SELECT ACCOUNT-FILE
001440         ASSIGN TO "PLANOCTA"
001450         ORGANIZATION IS LINE SEQUENTIAL
001460         FILE STATUS IS WRK-CTA-STATUS.
001470 DATA DIVISION.
001480 FILE SECTION.
001490 FD  EMPLOYEE-MASTER
001500     LABEL RECORDS ARE STANDARD.
001510     COPY EMPREC.
001520 FD  RESCISSION-TRANS-FILE
001530     LABEL RECORDS ARE STANDARD.
001540 01  RESCISSION-TRANS-RECORD.
001550     05  RTR-MATRICULA            PIC X(06).
001560     05  RTR-FILL1                PIC X(02).
001570     05  RTR-DATA-DESLIG          PIC 9(08).
001580     05  RTR-FILL2                PIC X(02).
001590     05  RTR-MOTIVO               PIC X(02).
001600 FD  TERMO-FILE
001610     LABEL RECORDS ARE STANDARD.
001620 01  TERMO-RECORD                 PIC X(80).
001630 FD  TAX-TABLE-FILE
001640     LABEL RECORDS ARE STANDARD.
001650 01  TAX-TABLE-RECORD.
001660     05  TBX-TIPO                 PIC X(04).
001670     05  TBX-FILL1                PIC X(02).
001680     05  TBX-VIG-INI              PIC 9(08).
001690     05  TBX-FILL2                PIC X(02).
001700     05  TBX-VIG-FIM              PIC 9(08).
001710     05  TBX-FILL3                PIC X(02).
001720     05  TBX-LIMITE               PIC 9(06)V99.
001730     05  TBX-FILL4                PIC X(02).
001740     05  TBX-ALIQUOTA             PIC 9(02)V99.
001750     05  TBX-FILL5                PIC X(02).
001760     05  TBX-DEDUZIR              PIC 9(06)V99.
001770 FD  TAX-DETAIL-FILE
001780     LABEL RECORDS ARE STANDARD.
001790 01  TAX-DETAIL-RECORD.
001800     05  IMP-MATRICULA            PIC X(06).
001810     05  IMP-FILL1                PIC X(02).
001820     05  IMP-COMPETENCIA          PIC 9(06).
001830     05  IMP-FILL2                PIC X(02).
001840     05  IMP-BRUTO                PIC 9(08)V99.
001850     05  IMP-FILL3                PIC X(02).
001860     05  IMP-INSS                 PIC 9(08)V99.
001870     05  IMP-FILL4                PIC X(02).
001880     05  IMP-IRRF                 PIC 9(08)V99.
001890     05  IMP-FILL5                PIC X(02).
001900     05  IMP-TIPO                 PIC X(08).
001910     05  IMP-FILL6                PIC X(02).
001920     05  IMP-PARCELA              PIC 9(01).
001930     05  IMP-FILL7                PIC X(02).
001940     05  IMP-EMPRESA              PIC X(02).
001950 FD  TERMINATION-HISTORY-FILE
001960     LABEL RECORDS ARE STANDARD.
001970     COPY DSLREC.
001980 FD  GL-POST-FILE
001990     LABEL RECORDS ARE STANDARD.
002000 01  GL-RECORD                    PIC X(80).
002010 FD  AUDIT-FILE
002020     LABEL RECORDS ARE STANDARD.
002030 01  AUDIT-RECORD.
002040     05  AUD-DATA                 PIC 9(08).
002050     05  AUD-FILL1                PIC X(02).
002060     05  AUD-HORA                 PIC 9(08).
002070     05  AUD-FILL2                PIC X(02).
002080     05  AUD-OPERADOR             PIC X(10).
002090 FD  CURRENCY-CONFIG-FILE
002100     LABEL RECORDS ARE STANDARD.
002110 01  CURRENCY-CONFIG-RECORD.
002120     05  CFG-MOEDA                PIC X(03).
002130 FD  EXCHANGE-RATE-FILE
002140     LABEL RECORDS ARE STANDARD.
002150 01  EXCHANGE-RATE-RECORD.
002160     05  CMB-MOEDA                PIC X(03).
002170     05  CMB-FILL1                PIC X(02).
002180     05  CMB-TAXA                 PIC 9(03)V9(04).
002190     05  CMB-FILL2                PIC X(02).
002200     05  CMB-VIG                  PIC 9(08).
002210 FD  DEPENDENTS-FILE
002220     LABEL RECORDS ARE STANDARD.
002230     COPY DEPREC.
002240 FD  OPERATOR-CONTROL-FILE
002250     LABEL RECORDS ARE STANDARD.
002260 01  OPERATOR-CONTROL-RECORD.
002270     05  OPCFG-OPERADOR           PIC X(10).
002280     05  OPCFG-FILL1              PIC X(02).
002290     05  OPCFG-SENHA              PIC X(10).
002300 FD  COMPANY-FILE
002310     LABEL RECORDS ARE STANDARD.
002320     COPY CIAREC.
002330 FD  ACCOUNT-FILE
002340     LABEL RECORDS ARE STANDARD.
002350     COPY CTAREC.
002360 FD  SECURITY-MASTER-FILE
002370     LABEL RECORDS ARE STANDARD.
002380     COPY OPERSEC.
002390 FD  SECURITY-AUDIT-FILE
002400     LABEL RECORDS ARE STANDARD.
002410 01  SECAUD-RECORD.
002420     05  SEC-DATA                 PIC 9(08).
002430     05  SEC-FILL1                PIC X(02).
002440     05  SEC-HORA                 PIC 9(08).
002450     05  SEC-FILL2                PIC X(02).
002460     05  SEC-OPERADOR             PIC X(10).
002470     05  SEC-FILL3                PIC X(02).
002480     05  SEC-PROGRAMA             PIC X(09).
002490     05  SEC-FILL4                PIC X(02).
002500     05  SEC-MOTIVO               PIC X(20).
002510 WORKING-STORAGE SECTION.
002520 77  WRK-EMP-STATUS       PIC X(02) VALUE '00'.
002530     88  WRK-EMP-OK                  VALUE '00'.
002540 77  WRK-RTR-STATUS       PIC X(02) VALUE '00'.
002550     88  WRK-RTR-OK                  VALUE '00'.
002560     88  WRK-RTR-EOF                 VALUE '10'.
002570 77  WRK-TRM-STATUS       PIC X(02) VALUE '00'.
002580     88  WRK-TRM-OK                  VALUE '00'.
002590 77  WRK-TBX-STATUS       PIC X(02) VALUE '00'.
002600     88  WRK-TBX-OK                  VALUE '00'.
002610     88  WRK-TBX-EOF                 VALUE '10'.
002620 77  WRK-IMP-STATUS       PIC X(02) VALUE '00'.
002630     88  WRK-IMP-OK                  VALUE '00'.
002640 77  WRK-GL-STATUS        PIC X(02) VALUE '00'.
002650     88  WRK-GL-OK                   VALUE '00'.
002660 77  WRK-AUDIT-STATUS     PIC X(02) VALUE '00'.
002670     88  WRK-AUDIT-OK                VALUE '00'.
002680     88  WRK-AUDIT-EOF               VALUE '10'.
002690 77  WRK-MOEDA-CFG-STATUS PIC X(02) VALUE '00'.
002700     88  WRK-MOEDA-CFG-OK            VALUE '00'.
002710 77  WRK-CMB-STATUS       PIC X(02) VALUE '00'.
002720     88  WRK-CMB-OK                  VALUE '00'.
002730     88  WRK-CMB-EOF                 VALUE '10'.
002740 77  WRK-DEP-STATUS       PIC X(02) VALUE '00'.
002750     88  WRK-DEP-OK                  VALUE '00'.
002760     88  WRK-DEP-EOF                 VALUE '10'.
002770 77  WRK-OPER-CFG-STATUS  PIC X(02) VALUE '00'.
002780     88  WRK-OPER-CFG-OK             VALUE '00'.
002790 77  WRK-SW-OPER-ARQUIVO  PIC X(01) VALUE 'N'.
002800     88  WRK-OPER-ARQUIVO            VALUE 'S'.
002810 77  WRK-SW-OPERADOR      PIC X(01) VALUE 'N'.
002820     88  WRK-OPERADOR-VALIDO         VALUE 'S'.
002830 77  WRK-OPERADOR         PIC X(10) VALUE SPACES.
002840 77  WRK-SENHA            PIC X(10) VALUE SPACES.
002850 77  WRK-SEC-STATUS       PIC X(02) VALUE '00'.
002860     88  WRK-SEC-OK                  VALUE '00'.
002870     88  WRK-SEC-EOF                 VALUE '10'.
002880 77  WRK-SECAUD-STATUS    PIC X(02) VALUE '00'.
002890     88  WRK-SECAUD-OK               VALUE '00'.
002900 77  WRK-SW-OPR-ACHADO    PIC X(01) VALUE 'N'.
002910     88  WRK-OPR-ACHADO              VALUE 'S'.
002920 77  WRK-OPR-ATIVO        PIC X(01) VALUE 'N'.
002930 77  WRK-OPR-SENHA        PIC X(10) VALUE SPACES.
002940 77  WRK-OPR-AUT-FUNCAO   PIC X(01) VALUE 'N'.
002950 77  WRK-MOTIVO-LOGON     PIC X(20) VALUE SPACES.
002960 77  WRK-DATA-LOGON       PIC 9(08) VALUE ZEROS.
002970 77  WRK-HORA-LOGON       PIC 9(08) VALUE ZEROS.
002980 77  WRK-IDX              PIC 9(02) COMP VALUE ZERO.
002990 77  WRK-DATA-ATUAL       PIC 9(08) VALUE ZEROS.
003000 77  WRK-COMPETENCIA      PIC 9(06) VALUE ZEROS.
003010 77  WRK-CONT-LIDAS       PIC 9(05) COMP VALUE ZERO.
003020 77  WRK-CONT-APLICADAS   PIC 9(05) COMP VALUE ZERO.
003030 77  WRK-CONT-REJEITADAS  PIC 9(05) COMP VALUE ZERO.
003040 77  WRK-SW-TRAN-VALIDA   PIC X(01) VALUE 'S'.
003050     88  WRK-TRAN-VALIDA             VALUE 'S'.
003060 77  WRK-MOTIVO-REJEICAO  PIC X(30) VALUE SPACES.
003070 77  WRK-SW-IMP-FALHA     PIC X(01) VALUE 'N'.
003080     88  WRK-IMP-FALHOU              VALUE 'S'.
003090 77  WRK-SW-TRM-FALHA     PIC X(01) VALUE 'N'.
003100     88  WRK-TRM-FALHOU              VALUE 'S'.
003110 77  WRK-DSL-STATUS       PIC X(02) VALUE '00'.
003120     88  WRK-DSL-OK                  VALUE '00'.
003130 77  WRK-SW-DSL-FALHA     PIC X(01) VALUE 'N'.
003140     88  WRK-DSL-FALHOU              VALUE 'S'.
003150 77  WRK-SW-GL-FALHA      PIC X(01) VALUE 'N'.
003160     88  WRK-GL-FALHOU               VALUE 'S'.
003170 77  WRK-SW-GL-BALANCO    PIC X(01) VALUE 'S'.
003180     88  WRK-GL-CONFERE              VALUE 'S'.
003190*----------------------------------------------------------------
003200* DATAS DO DESLIGAMENTO E DA ADMISSAO DECOMPOSTAS E BASES DO
003210* PROPORCIONAL (MESES DO 13O EM WRK-MESES-PROP, MESES DO PERIODO
003220* AQUISITIVO DE FERIAS EM CURSO EM WRK-MESES-FERIAS).
003230*----------------------------------------------------------------
003240 01  WRK-DATA-DESLIG      PIC 9(08) VALUE ZEROS.
003250 01  WRK-DATA-DESLIG-R REDEFINES WRK-DATA-DESLIG.
003260     05  WRK-DESLIG-ANO       PIC 9(04).
003270     05  WRK-DESLIG-MES       PIC 9(02).
003280     05  WRK-DESLIG-DIA       PIC 9(02).
003290 01  WRK-DATA-ADMISSAO    PIC 9(08) VALUE ZEROS.
003300 01  WRK-DATA-ADMISSAO-R REDEFINES WRK-DATA-ADMISSAO.
003310     05  WRK-ADMISSAO-ANO     PIC 9(04).
003320     05  WRK-ADMISSAO-MES     PIC 9(02).
003330     05  WRK-ADMISSAO-DIA     PIC 9(02).
003340 77  WRK-DIAS-SALDO       PIC 9(02) VALUE ZEROS.
003350 77  WRK-MESES-PROP       PIC 9(02) VALUE ZEROS.
003360 77  WRK-MESES-FERIAS     PIC 9(02) VALUE ZEROS.
003370 77  WRK-MESES-CORRIDOS   PIC S9(05) COMP VALUE ZERO.
003380 77  WRK-DIAS-FRACAO      PIC S9(03) COMP VALUE ZERO.
003390 77  WRK-PERIODOS         PIC 9(03) COMP VALUE ZERO.
003400 77  WRK-MESES-RESTO      PIC 9(02) COMP VALUE ZERO.
003410*----------------------------------------------------------------
003420* VERBAS RESCISORIAS E DESCONTOS DO FUNCIONARIO CORRENTE.
003430*----------------------------------------------------------------
003440 77  WRK-SALDO-SALARIO    PIC 9(06)V99 VALUE ZEROS.
003450 77  WRK-13O-PROP         PIC 9(06)V99 VALUE ZEROS.
003460 77  WRK-FERIAS-PROP      PIC 9(06)V99 VALUE ZEROS.
003470 77  WRK-TERCO-FERIAS     PIC 9(06)V99 VALUE ZEROS.
003480 77  WRK-AVISO-PREVIO     PIC 9(06)V99 VALUE ZEROS.
003490 77  WRK-BASE-TRIBUTAVEL  PIC 9(07)V99 VALUE ZEROS.
003500 77  WRK-BASE-IRRF        PIC 9(07)V99 VALUE ZEROS.
003510 77  WRK-INSS             PIC 9(06)V99 VALUE ZEROS.
003520 77  WRK-IRRF             PIC 9(06)V99 VALUE ZEROS.
003530 77  WRK-BRUTO-TOTAL      PIC 9(08)V99 VALUE ZEROS.
003540 77  WRK-LIQUIDO          PIC 9(08)V99 VALUE ZEROS.
003550 77  WRK-AJUSTE           PIC S9(08)V99 VALUE ZEROS.
003560 77  WRK-VALOR-ED         PIC $ZZZ.ZZ9,99 VALUE ZEROS.
003570 77  WRK-LIQ-ED           PIC $ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
003580*----------------------------------------------------------------
003590* MOEDA E CAMBIO, MESMO CRITERIO DO PROGCOB04/07: TAXA DE
003600* VIGENCIA MAIS RECENTE ATE A DATA DO LOTE, MOEDA PADRAO 1.
003610*----------------------------------------------------------------
003620 77  WRK-MOEDA-PADRAO     PIC X(03) VALUE 'BRL'.
003630     88  WRK-MOEDA-PADRAO-VALIDA     VALUES 'BRL' 'USD'.
003640 77  WRK-MOEDA-REGISTRO   PIC X(03) VALUE 'BRL'.
003650 77  WRK-TAXA-REGISTRO    PIC 9(03)V9(04) VALUE ZEROS.
003660 77  WRK-SW-TAXA-ACHADA   PIC X(01) VALUE 'N'.
003670     88  WRK-TAXA-ACHADA             VALUE 'S'.
003680 77  WRK-CMB-IDX          PIC 9(02) COMP VALUE ZERO.
003690 01  TAB-CAMBIO.
003700     05  TAB-CMB-ENT OCCURS 2 TIMES.
003710         10  TAB-CMB-MOEDA        PIC X(03).
003720         10  TAB-CMB-TAXA         PIC 9(03)V9(04).
003730         10  TAB-CMB-VIG          PIC 9(08).
003740         10  TAB-CMB-SW           PIC X(01).
003750             88  TAB-CMB-CARREGADA        VALUE 'S'.
003760*----------------------------------------------------------------
003770* TOTAIS DO LOTE NA MOEDA BASE, PARA A CONTABILIZACAO.
003780*----------------------------------------------------------------
003790 77  WRK-BRUTO-CONV       PIC 9(08)V99 VALUE ZEROS.
003800 77  WRK-INSS-CONV        PIC 9(08)V99 VALUE ZEROS.
003810 77  WRK-IRRF-CONV        PIC 9(08)V99 VALUE ZEROS.
003820 77  WRK-LIQUIDO-CONV     PIC 9(08)V99 VALUE ZEROS.
003830 77  WRK-TOTAL-BRUTO      PIC 9(09)V99 VALUE ZEROS.
003840 77  WRK-TOTAL-INSS       PIC 9(09)V99 VALUE ZEROS.
003850 77  WRK-TOTAL-IRRF       PIC 9(09)V99 VALUE ZEROS.
003860 77  WRK-TOTAL-LIQUIDO    PIC 9(09)V99 VALUE ZEROS.
003870*----------------------------------------------------------------
003880* CADASTRO DE EMPRESAS (EMPRESAS, MANTIDO PELO PROGCOB29) COM OS
003890* TOTAIS DAS RESCISOES DE CADA EMPRESA NA MOEDA BASE, PARA UM
003900* CONJUNTO DE LANCAMENTOS DO GLPOST POR EMPRESA.
003910*----------------------------------------------------------------
003920 77  WRK-CIA-STATUS       PIC X(02) VALUE '00'.
003930     88  WRK-CIA-OK                  VALUE '00'.
003940     88  WRK-CIA-EOF                 VALUE '10'.
003950 77  WRK-QTD-EMPRESAS     PIC 9(02) COMP VALUE ZERO.
003960 77  WRK-MAX-EMPRESAS     PIC 9(02) COMP VALUE 20.
003970 77  WRK-CIA-IDX          PIC 9(02) COMP VALUE ZERO.
003980 77  WRK-EMPRESA          PIC X(02) VALUE SPACES.
003990 77  WRK-SW-CIA-ACHADO    PIC X(01) VALUE 'N'.
004000     88  WRK-CIA-ACHADO              VALUE 'S'.
004010 01  TAB-EMPRESAS.
004020     05  TAB-CIA-ENT OCCURS 20 TIMES.
004030         10  TAB-CIA-CODIGO       PIC X(02).
004040         10  TAB-CIA-GL-EMPRESA   PIC X(04).
004050         10  TAB-CIA-QTDE         PIC 9(05).
004060         10  TAB-CIA-BRUTO        PIC 9(09)V99.
004070         10  TAB-CIA-INSS         PIC 9(09)V99.
004080         10  TAB-CIA-IRRF         PIC 9(09)V99.
004090         10  TAB-CIA-LIQUIDO      PIC 9(09)V99.
004100 77  WRK-GL-DEBITOS       PIC 9(10)V99 VALUE ZEROS.
004110 77  WRK-GL-CREDITOS      PIC 9(10)V99 VALUE ZEROS.
004120 77  WRK-GL-CONTA         PIC X(08) VALUE SPACES.
004130 77  WRK-GL-DC            PIC X(01) VALUE SPACES.
004140 77  WRK-GL-VALOR         PIC 9(11)V99 VALUE ZEROS.
004150 77  WRK-GL-HISTORICO     PIC X(25) VALUE SPACES.
004160 01  WRK-GL-LANCAMENTO.
004170     05  GLL-DATA             PIC 9(08).
004180     05  FILLER               PIC X(02) VALUE SPACES.
004190     05  GLL-CONTA            PIC X(08).
004200     05  FILLER               PIC X(02) VALUE SPACES.
004210     05  GLL-DC               PIC X(01).
004220     05  FILLER               PIC X(02) VALUE SPACES.
004230     05  GLL-VALOR            PIC 9(11)V99.
004240     05  FILLER               PIC X(02) VALUE SPACES.
004250     05  GLL-HISTORICO        PIC X(25).
004260     05  FILLER               PIC X(02) VALUE SPACES.
004270     05  GLL-EMPRESA          PIC X(04).
004280     05  FILLER               PIC X(02) VALUE SPACES.
004290     05  GLL-CCUSTO           PIC X(04).
004300     05  FILLER               PIC X(05) VALUE SPACES.
004310 77  WRK-GL-CCUSTO        PIC X(04) VALUE SPACES.
004320 77  WRK-GL-CC-SOMA       PIC 9(10)V99 VALUE ZEROS.
004330*----------------------------------------------------------------
004340* DESPESA DE RESCISOES POR EMPRESA E CENTRO DE CUSTO (EMP-CCUSTO),
004350* ACUMULADA EM 2087 NA MOEDA BASE PARA ABRIR O DEBITO NO GLPOST
004360* POR CENTRO, NO MESMO IDIOMA DO PROGCOB04: SEM CENTRO DE CUSTO,
004370* CODIGO '????'; TABELA CHEIA, O EXCEDENTE SAI COMO A DIFERENCA
004380* DA EMPRESA NO CENTRO '****'.
004390*----------------------------------------------------------------
004400 01  TAB-CCUSTOS.
004410     05  TAB-CC-ENT OCCURS 50 TIMES.
004420         10  TAB-CC-EMPRESA       PIC X(02).
004430         10  TAB-CC-CODIGO        PIC X(04).
004440         10  TAB-CC-BRUTO         PIC 9(09)V99.
004450 77  WRK-QTD-CCUSTO       PIC 9(02) COMP VALUE ZERO.
004460 77  WRK-MAX-CCUSTO       PIC 9(02) COMP VALUE 50.
004470 77  WRK-CC-IDX           PIC 9(02) COMP VALUE ZERO.
004480 77  WRK-CC-CODIGO        PIC X(04) VALUE SPACES.
004490 77  WRK-SW-CC-ACHADO     PIC X(01) VALUE 'N'.
004500     88  WRK-CC-ACHADO               VALUE 'S'.
004510 01  WRK-GL-HIST-CC.
004520     05  FILLER PIC X(18) VALUE 'DESP RESCISOES CC '.
004530     05  GLH-CC-CODIGO        PIC X(04).
004540     05  FILLER               PIC X(03) VALUE SPACES.
004550*----------------------------------------------------------------
004560* PLANO DE CONTAS (PLANOCTA, MANTIDO PELO PROGCOB31) PARA A
004570* CONSISTENCIA DOS LANCAMENTOS ANTES DE ABRIR O GLPOST (9240),
004580* NO MESMO IDIOMA DO PROGCOB04.
004590*----------------------------------------------------------------
004600 77  WRK-CTA-STATUS       PIC X(02) VALUE '00'.
004610     88  WRK-CTA-OK                  VALUE '00'.
004620     88  WRK-CTA-EOF                 VALUE '10'.
004630 77  WRK-QTD-CONTAS       PIC 9(03) COMP VALUE ZERO.
004640 77  WRK-MAX-CONTAS       PIC 9(03) COMP VALUE 300.
004650 77  WRK-CTA-IDX          PIC 9(03) COMP VALUE ZERO.
004660 77  WRK-SW-CTA-ACHADA    PIC X(01) VALUE 'N'.
004670     88  WRK-CTA-ACHADA              VALUE 'S'.
004680 77  WRK-SW-PLANO         PIC X(01) VALUE 'N'.
004690     88  WRK-PLANO-CARREGADO         VALUE 'S'.
004700 77  WRK-SW-GL-MODO       PIC X(01) VALUE 'G'.
004710     88  WRK-GL-CONSISTINDO          VALUE 'C'.
004720     88  WRK-GL-GRAVANDO             VALUE 'G'.
004730 77  WRK-SW-GL-CONTAS     PIC X(01) VALUE 'S'.
004740     88  WRK-GL-CONTAS-OK            VALUE 'S'.
004750 01  TAB-PLANO.
004760     05  TAB-CTA-ENT OCCURS 300 TIMES.
004770         10  TAB-CTA-CONTA        PIC X(08).
004780         10  TAB-CTA-ATIVA        PIC X(01).
004790         10  TAB-CTA-EXIGE-CC     PIC X(01).
004800*----------------------------------------------------------------
004810* TABELAS DE FAIXAS DO INSS E DO IRRF (E O TETO E A DEDUCAO POR
004820* DEPENDENTE), CARREGADAS DO PAYTABS COM O CONJUNTO VIGENTE NA
004830* DATA DO LOTE, MESMO CRITERIO DO PROGCOB04.
004840*----------------------------------------------------------------
004850 01  TAB-INSS.
004860     05  TAB-INSS-FAIXA OCCURS 10 TIMES.
004870         10  TAB-INSS-LIMITE    PIC 9(06)V99.
004880         10  TAB-INSS-ALIQUOTA  PIC 9(02)V99.
004890         10  TAB-INSS-DEDUZIR   PIC 9(06)V99.
004900 77  WRK-QTD-FAIXAS-INSS  PIC 9(02) COMP VALUE ZERO.
004910 77  WRK-MAX-FAIXAS       PIC 9(02) COMP VALUE 10.
004920 77  WRK-INSS-TETO        PIC 9(06)V99 VALUE ZEROS.
004930 01  TAB-IRRF.
004940     05  TAB-IRRF-FAIXA OCCURS 10 TIMES.
004950         10  TAB-IRRF-LIMITE    PIC 9(06)V99.
004960         10  TAB-IRRF-ALIQUOTA  PIC 9(02)V99.
004970         10  TAB-IRRF-DEDUZIR   PIC 9(06)V99.
004980 77  WRK-QTD-FAIXAS-IRRF  PIC 9(02) COMP VALUE ZERO.
004990 77  WRK-DEDUCAO-DEP      PIC 9(06)V99 VALUE ZEROS.
005000*----------------------------------------------------------------
005010* CADASTRO DE DEPENDENTES (DEPMAST), CARREGADO EM TABELA PARA A
005020* DEDUCAO DO IRRF, MESMO CRITERIO DO PROGCOB04.
005030*----------------------------------------------------------------
005040 01  TAB-DEPENDENTES.
005050     05  TAB-DEP-ENT OCCURS 500 TIMES.
005060         10  TAB-DEP-MATRICULA    PIC X(06).
005070 77  WRK-QTD-DEPENDENTES  PIC 9(03) COMP VALUE ZERO.
005080 77  WRK-MAX-DEPENDENTES  PIC 9(03) COMP VALUE 500.
005090 77  WRK-DEP-IDX          PIC 9(03) COMP VALUE ZERO.
005100 77  WRK-QTD-DEP-IRRF     PIC 9(02) COMP VALUE ZERO.
005110*----------------------------------------------------------------
005120* LINHAS DO TERMO DE RESCISAO (RESTERMO), UMA PAGINA POR
005130* FUNCIONARIO, NO MESMO ESTILO DO CONTRACHEQUE (PAYSLIP).
005140*----------------------------------------------------------------
005150 01  WRK-TRM-TITULO.
005160     05  FILLER PIC X(80)
005170         VALUE 'FOLHA DE PAGAMENTO - TERMO DE RESCISAO'.
005180 01  WRK-TRM-DESLIG.
005190     05  FILLER PIC X(15) VALUE 'DESLIGAMENTO: '.
005200     05  TRMD-DATA            PIC 9(08).
005210     05  FILLER PIC X(10) VALUE '  MOTIVO: '.
005220     05  TRMD-MOTIVO          PIC X(30).
005230     05  FILLER               PIC X(17) VALUE SPACES.
005240 01  WRK-TRM-FUNC.
005250     05  FILLER PIC X(11) VALUE 'MATRICULA: '.
005260     05  TRMF-MATRICULA       PIC X(06).
005270     05  FILLER PIC X(08) VALUE '  NOME: '.
005280     05  TRMF-NOME            PIC X(30).
005290     05  FILLER PIC X(09) VALUE '  MOEDA: '.
005300     05  TRMF-MOEDA           PIC X(03).
005310     05  FILLER               PIC X(13) VALUE SPACES.
005320 01  WRK-TRM-VALOR.
005330     05  TRMV-ROTULO          PIC X(28).
005340     05  TRMV-VALOR           PIC X(14).
005350     05  FILLER               PIC X(38) VALUE SPACES.
005360 01  WRK-TRM-ASSINATURA.
005370     05  FILLER PIC X(26) VALUE 'RECEBI EM ____/____/____  '.
005380     05  FILLER PIC X(12) VALUE 'ASSINATURA: '.
005390     05  FILLER PIC X(30) VALUE ALL '_'.
005400     05  FILLER PIC X(12) VALUE SPACES.
005410 PROCEDURE DIVISION.
005420******************************************************************
005430* 0000-MAINLINE - CONTROLA O PROCESSAMENTO DAS RESCISOES.
005440******************************************************************
005450 0000-MAINLINE.
005460     PERFORM 0500-LOGON-OPERADOR THRU 0500-EXIT.
005470     IF NOT WRK-OPERADOR-VALIDO
005480         DISPLAY 'OPERADOR NAO AUTORIZADO: ' WRK-OPERADOR
005490         MOVE 8 TO RETURN-CODE
005500         GOBACK
005510     END-IF.
005520     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005530     PERFORM 2000-PROCESSA-RESCISAO THRU 2000-EXIT
005540         UNTIL WRK-RTR-EOF.
005550     PERFORM 9000-FINALIZE THRU 9000-EXIT.
005560     IF WRK-CONT-REJEITADAS > 0 OR WRK-IMP-FALHOU
005570             OR WRK-TRM-FALHOU OR WRK-GL-FALHOU OR WRK-DSL-FALHOU
005580             OR NOT WRK-GL-CONFERE OR NOT WRK-GL-CONTAS-OK
005590         MOVE 4 TO RETURN-CODE
005600     ELSE
005610         MOVE 0 TO RETURN-CODE
005620     END-IF.
005630     GOBACK.
005640******************************************************************
005650* 0500-LOGON-OPERADOR - OBTEM O OPERADOR E A SENHA DO PAYOPER,
005660*                       QUANDO PREPARADOS EXTERNAMENTE PARA UMA
005670*                       EXECUCAO EM LOTE, OU DO CONSOLE QUANDO O
005680*                       ARQUIVO NAO EXISTE OU ESTA VAZIO, E
005690*                       VALIDA CONTRA O CADASTRO DE SEGURANCA
005700*                       (OPERSEC): OPERADOR ATIVO, SENHA E
005710*                       AUTORIZACAO DE EXECUCAO DA FOLHA.
005720*                       TENTATIVA RECUSADA E GRAVADA NO SECAUD,
005730*                       NO MESMO IDIOMA DO PROGCOB02/03/04.
005740******************************************************************
005750 0500-LOGON-OPERADOR.
005760     MOVE 'N' TO WRK-SW-OPER-ARQUIVO.
005770     OPEN INPUT OPERATOR-CONTROL-FILE.
005780     IF WRK-OPER-CFG-OK
005790         READ OPERATOR-CONTROL-FILE
005800             AT END
005810                 CONTINUE
005820             NOT AT END
005830                 MOVE OPCFG-OPERADOR TO WRK-OPERADOR
005840                 MOVE OPCFG-SENHA    TO WRK-SENHA
005850                 SET WRK-OPER-ARQUIVO TO TRUE
005860         END-READ
005870         CLOSE OPERATOR-CONTROL-FILE
005880     END-IF.
005890     IF NOT WRK-OPER-ARQUIVO
005900         DISPLAY 'OPERADOR: ' WITH NO ADVANCING
005910         ACCEPT WRK-OPERADOR FROM CONSOLE
005920         DISPLAY 'SENHA: ' WITH NO ADVANCING
005930         ACCEPT WRK-SENHA FROM CONSOLE
005940     END-IF.
005950     MOVE 'N' TO WRK-SW-OPERADOR.
005960     MOVE SPACES TO WRK-MOTIVO-LOGON.
005970     PERFORM 0510-PROCURA-OPERSEC THRU 0510-EXIT.
005980     EVALUATE TRUE
005990         WHEN NOT WRK-OPR-ACHADO
006000             MOVE 'NAO CADASTRADO' TO WRK-MOTIVO-LOGON
006010         WHEN WRK-OPR-ATIVO NOT = 'S'
006020             MOVE 'OPERADOR INATIVO' TO WRK-MOTIVO-LOGON
006030         WHEN WRK-OPR-SENHA NOT = WRK-SENHA
006040             MOVE 'SENHA INVALIDA' TO WRK-MOTIVO-LOGON
006050         WHEN WRK-OPR-AUT-FUNCAO NOT = 'S'
006060             MOVE 'SEM AUTORIZACAO' TO WRK-MOTIVO-LOGON
006070         WHEN OTHER
006080             MOVE 'S' TO WRK-SW-OPERADOR
006090     END-EVALUATE.
006100     IF NOT WRK-OPERADOR-VALIDO
006110         DISPLAY 'LOGON RECUSADO (' WRK-MOTIVO-LOGON ') - '
006120             WRK-OPERADOR
006130         PERFORM 0520-GRAVA-SECAUD THRU 0520-EXIT
006140     END-IF.
006150 0500-EXIT.
006160     EXIT.
006170******************************************************************
006180* 0510-PROCURA-OPERSEC - PROCURA O OPERADOR NO CADASTRO DE
006190*                        SEGURANCA (OPERSEC) E GUARDA OS CAMPOS
006200*                        DO REGISTRO ACHADO (A AUTORIZACAO DESTE
006210*                        PROGRAMA E A DE EXECUCAO DA FOLHA).
006220*                        ARQUIVO INDISPONIVEL EQUIVALE A
006230*                        OPERADOR NAO CADASTRADO.
006240******************************************************************
006250 0510-PROCURA-OPERSEC.
006260     MOVE 'N' TO WRK-SW-OPR-ACHADO.
006270     OPEN INPUT SECURITY-MASTER-FILE.
006280     IF NOT WRK-SEC-OK
006290         DISPLAY 'CADASTRO DE SEGURANCA (OPERSEC) '
006300             'INDISPONIVEL: ' WRK-SEC-STATUS
006310         GO TO 0510-EXIT
006320     END-IF.
006330     PERFORM 0515-LE-OPERSEC THRU 0515-EXIT
006340         UNTIL WRK-SEC-EOF OR WRK-OPR-ACHADO.
006350     CLOSE SECURITY-MASTER-FILE.
006360 0510-EXIT.
006370     EXIT.
006380 0515-LE-OPERSEC.
006390     READ SECURITY-MASTER-FILE
006400         AT END
006410             SET WRK-SEC-EOF TO TRUE
006420         NOT AT END
006430             IF OPR-CODIGO = WRK-OPERADOR
006440                 SET WRK-OPR-ACHADO TO TRUE
006450                 MOVE OPR-ATIVO     TO WRK-OPR-ATIVO
006460                 MOVE OPR-SENHA     TO WRK-OPR-SENHA
006470                 MOVE OPR-AUT-FOLHA TO WRK-OPR-AUT-FUNCAO
006480             END-IF
006490     END-READ.
006500 0515-EXIT.
006510     EXIT.
006520******************************************************************
006530* 0520-GRAVA-SECAUD - REGISTRA A TENTATIVA DE LOGON RECUSADA NO
006540*                     SECAUD (DATA, HORA, OPERADOR, PROGRAMA E
006550*                     MOTIVO), NO MESMO IDIOMA DA TRILHA DO
006560*                     DATEAUD DO PROGCOB03.
006570******************************************************************
006580 0520-GRAVA-SECAUD.
006590     ACCEPT WRK-DATA-LOGON FROM DATE YYYYMMDD.
006600     ACCEPT WRK-HORA-LOGON FROM TIME.
006610     OPEN EXTEND SECURITY-AUDIT-FILE.
006620     IF NOT WRK-SECAUD-OK
006630         CLOSE SECURITY-AUDIT-FILE
006640         OPEN OUTPUT SECURITY-AUDIT-FILE
006650     END-IF.
006660     IF NOT WRK-SECAUD-OK
006670         DISPLAY 'ERRO AO ABRIR SECAUD: ' WRK-SECAUD-STATUS
006680         GO TO 0520-EXIT
006690     END-IF.
006700     MOVE WRK-DATA-LOGON TO SEC-DATA.
006710     MOVE SPACES         TO SEC-FILL1.
006720     MOVE WRK-HORA-LOGON TO SEC-HORA.
006730     MOVE SPACES         TO SEC-FILL2.
006740     MOVE WRK-OPERADOR   TO SEC-OPERADOR.
006750     MOVE SPACES         TO SEC-FILL3.
006760     MOVE 'PROGCOB13'    TO SEC-PROGRAMA.
006770     MOVE SPACES         TO SEC-FILL4.
006780     MOVE WRK-MOTIVO-LOGON TO SEC-MOTIVO.
006790     WRITE SECAUD-RECORD.
006800     IF NOT WRK-SECAUD-OK
006810         DISPLAY 'ERRO AO GRAVAR SECAUD: ' WRK-SECAUD-STATUS
006820     END-IF.
006830     CLOSE SECURITY-AUDIT-FILE.
006840 0520-EXIT.
006850     EXIT.
006860******************************************************************
006870* 1000-INITIALIZE - DETERMINA A DATA E A MOEDA BASE, CARREGA AS
006880*                   TAXAS DE CAMBIO, AS FAIXAS DO PAYTABS E OS
006890*                   DEPENDENTES, ABRE OS ARQUIVOS E LE A PRIMEIRA
006900*                   TRANSACAO.
006910******************************************************************
006920 1000-INITIALIZE.
006930     PERFORM 1085-DETERMINA-DATA THRU 1085-EXIT.
006940     PERFORM 1080-DETERMINA-MOEDA THRU 1080-EXIT.
006950     PERFORM 1081-CARREGA-CAMBIO THRU 1081-EXIT.
006960     PERFORM 1083-CARREGA-TABELAS THRU 1083-EXIT.
006970     PERFORM 1094-CARREGA-DEPENDENTES THRU 1094-EXIT.
006980     PERFORM 1045-CARREGA-EMPRESAS THRU 1045-EXIT.
006990     PERFORM 1040-CARREGA-PLANO THRU 1040-EXIT.
007000     OPEN I-O EMPLOYEE-MASTER.
007010     IF NOT WRK-EMP-OK
007020         DISPLAY 'ERRO AO ABRIR EMPLOYEE-MASTER: '
007030             WRK-EMP-STATUS
007040         MOVE 8 TO RETURN-CODE
007050         GOBACK
007060     END-IF.
007070     OPEN INPUT RESCISSION-TRANS-FILE.
007080     IF NOT WRK-RTR-OK
007090         DISPLAY 'ERRO AO ABRIR RESCISSION-TRANS-FILE: '
007100             WRK-RTR-STATUS
007110         CLOSE EMPLOYEE-MASTER
007120         MOVE 8 TO RETURN-CODE
007130         GOBACK
007140     END-IF.
007150     OPEN OUTPUT TERMO-FILE.
007160     IF NOT WRK-TRM-OK
007170         DISPLAY 'ERRO AO ABRIR TERMO-FILE: ' WRK-TRM-STATUS
007180         CLOSE EMPLOYEE-MASTER
007190         CLOSE RESCISSION-TRANS-FILE
007200         MOVE 8 TO RETURN-CODE
007210         GOBACK
007220     END-IF.
007230*    O PAYIMPO E ACUMULATIVO (OPEN EXTEND COM FALLBACK PARA
007240*    OUTPUT, MESMO IDIOMA DO PROGCOB04).
007250     OPEN EXTEND TAX-DETAIL-FILE.
007260     IF NOT WRK-IMP-OK
007270         CLOSE TAX-DETAIL-FILE
007280         OPEN OUTPUT TAX-DETAIL-FILE
007290         IF NOT WRK-IMP-OK
007300             DISPLAY 'ERRO AO ABRIR TAX-DETAIL-FILE: '
007310                 WRK-IMP-STATUS
007320             SET WRK-IMP-FALHOU TO TRUE
007330         END-IF
007340     END-IF.
007350*    O DESLHIST TAMBEM E ACUMULATIVO.
007360     OPEN EXTEND TERMINATION-HISTORY-FILE.
007370     IF NOT WRK-DSL-OK
007380         CLOSE TERMINATION-HISTORY-FILE
007390         OPEN OUTPUT TERMINATION-HISTORY-FILE
007400         IF NOT WRK-DSL-OK
007410             DISPLAY 'ERRO AO ABRIR DESLHIST: ' WRK-DSL-STATUS
007420             SET WRK-DSL-FALHOU TO TRUE
007430         END-IF
007440     END-IF.
007450     PERFORM 2900-LE-TRANSACAO THRU 2900-EXIT.
007460 1000-EXIT.
007470     EXIT.
007480******************************************************************
007490* 1085-DETERMINA-DATA - OBTEM A DATA DE VIGENCIA DO LOTE DO
007500*                       ULTIMO REGISTRO DO DATEAUD (GRAVADO PELO
007510*                       PROGCOB03), CAINDO NA DATA DO SISTEMA SE
007520*                       O ARQUIVO FALTAR OU ESTIVER VAZIO -
007530*                       MESMO IDIOMA DO PROGCOB04.
007540******************************************************************
007550 1085-DETERMINA-DATA.
007560     ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
007570     OPEN INPUT AUDIT-FILE.
007580     IF WRK-AUDIT-OK
007590         PERFORM 1087-LE-AUDITORIA THRU 1087-EXIT
007600             UNTIL WRK-AUDIT-EOF
007610         CLOSE AUDIT-FILE
007620     END-IF.
007630     COMPUTE WRK-COMPETENCIA = WRK-DATA-ATUAL / 100.
007640 1085-EXIT.
007650     EXIT.
007660 1087-LE-AUDITORIA.
007670     READ AUDIT-FILE
007680         AT END
007690             SET WRK-AUDIT-EOF TO TRUE
007700         NOT AT END
007710             MOVE AUD-DATA TO WRK-DATA-ATUAL
007720     END-READ.
007730 1087-EXIT.
007740     EXIT.
007750******************************************************************
007760* 1080-DETERMINA-MOEDA - LE A MOEDA BASE DO PAYMOEDA, MESMO
007770*                        IDIOMA E MESMO FALLBACK (BRL) DO
007780*                        PROGCOB04.
007790******************************************************************
007800 1080-DETERMINA-MOEDA.
007810     MOVE 'BRL' TO WRK-MOEDA-PADRAO.
007820     OPEN INPUT CURRENCY-CONFIG-FILE.
007830     IF WRK-MOEDA-CFG-OK
007840         READ CURRENCY-CONFIG-FILE
007850             AT END
007860                 CONTINUE
007870             NOT AT END
007880                 MOVE CFG-MOEDA TO WRK-MOEDA-PADRAO
007890         END-READ
007900         CLOSE CURRENCY-CONFIG-FILE
007910     END-IF.
007920     IF NOT WRK-MOEDA-PADRAO-VALIDA
007930         DISPLAY 'MOEDA NAO RECONHECIDA (' WRK-MOEDA-PADRAO
007940             ') - ASSUMINDO BRL'
007950         MOVE 'BRL' TO WRK-MOEDA-PADRAO
007960     END-IF.
007970 1080-EXIT.
007980     EXIT.
007990******************************************************************
008000* 1081-CARREGA-CAMBIO - CARREGA AS TAXAS DO PAYCAMB COM O MESMO
008010*                       CRITERIO DO PROGCOB04 (VIGENCIA MAIS
008020*                       RECENTE ATE A DATA DO LOTE; MOEDA PADRAO
008030*                       SEMPRE 1).
008040******************************************************************
008050 1081-CARREGA-CAMBIO.
008060     MOVE 'BRL' TO TAB-CMB-MOEDA(1).
008070     MOVE 'USD' TO TAB-CMB-MOEDA(2).
008080     PERFORM VARYING WRK-CMB-IDX FROM 1 BY 1
008090             UNTIL WRK-CMB-IDX > 2
008100         MOVE ZEROS TO TAB-CMB-TAXA(WRK-CMB-IDX)
008110         MOVE ZEROS TO TAB-CMB-VIG(WRK-CMB-IDX)
008120         MOVE 'N' TO TAB-CMB-SW(WRK-CMB-IDX)
008130     END-PERFORM.
008140     OPEN INPUT EXCHANGE-RATE-FILE.
008150     IF WRK-CMB-OK
008160         PERFORM 1091-LE-CAMBIO THRU 1091-EXIT
008170             UNTIL WRK-CMB-EOF
008180         CLOSE EXCHANGE-RATE-FILE
008190     END-IF.
008200     PERFORM VARYING WRK-CMB-IDX FROM 1 BY 1
008210             UNTIL WRK-CMB-IDX > 2
008220         IF TAB-CMB-MOEDA(WRK-CMB-IDX) = WRK-MOEDA-PADRAO
008230             MOVE 1 TO TAB-CMB-TAXA(WRK-CMB-IDX)
008240             MOVE 'S' TO TAB-CMB-SW(WRK-CMB-IDX)
008250         END-IF
008260     END-PERFORM.
008270 1081-EXIT.
008280     EXIT.
008290 1091-LE-CAMBIO.
008300     READ EXCHANGE-RATE-FILE
008310         AT END
008320             SET WRK-CMB-EOF TO TRUE
008330         NOT AT END
008340             PERFORM 1092-GUARDA-CAMBIO THRU 1092-EXIT
008350     END-READ.
008360 1091-EXIT.
008370     EXIT.
008380 1092-GUARDA-CAMBIO.
008390     IF CMB-TAXA IS NOT NUMERIC OR CMB-VIG IS NOT NUMERIC
008400             OR CMB-TAXA = ZEROS
008410         GO TO 1092-EXIT
008420     END-IF.
008430     IF CMB-VIG > WRK-DATA-ATUAL
008440         GO TO 1092-EXIT
008450     END-IF.
008460     PERFORM VARYING WRK-CMB-IDX FROM 1 BY 1
008470             UNTIL WRK-CMB-IDX > 2
008480         IF CMB-MOEDA = TAB-CMB-MOEDA(WRK-CMB-IDX)
008490                 AND CMB-VIG >= TAB-CMB-VIG(WRK-CMB-IDX)
008500             MOVE CMB-TAXA TO TAB-CMB-TAXA(WRK-CMB-IDX)
008510             MOVE CMB-VIG  TO TAB-CMB-VIG(WRK-CMB-IDX)
008520             MOVE 'S'      TO TAB-CMB-SW(WRK-CMB-IDX)
008530         END-IF
008540     END-PERFORM.
008550 1092-EXIT.
008560     EXIT.
008570******************************************************************
008580* 1083-CARREGA-TABELAS - CARREGA DO PAYTABS AS FAIXAS DO INSS E
008590*                        DO IRRF (E O TETO E A DEDUCAO POR
008600*                        DEPENDENTE) CUJA VIGENCIA COBRE A DATA
008610*                        DO LOTE. SEM CONJUNTO VIGENTE, ENCERRA
008620*                        COM RETURN-CODE 8, COMO O PROGCOB04 -
008630*                        NUNCA CALCULA COM FAIXAS DEFASADAS.
008640******************************************************************
008650 1083-CARREGA-TABELAS.
008660     MOVE ZERO TO WRK-QTD-FAIXAS-INSS.
008670     MOVE ZERO TO WRK-QTD-FAIXAS-IRRF.
008680     MOVE ZEROS TO WRK-INSS-TETO.
008690     MOVE ZEROS TO WRK-DEDUCAO-DEP.
008700     OPEN INPUT TAX-TABLE-FILE.
008710     IF NOT WRK-TBX-OK
008720         DISPLAY 'ARQUIVO DE TABELAS (PAYTABS) INDISPONIVEL: '
008730             WRK-TBX-STATUS ' - LOTE ENCERRADO'
008740         MOVE 8 TO RETURN-CODE
008750         GOBACK
008760     END-IF.
008770     PERFORM 1084-LE-TABELA THRU 1084-EXIT
008780         UNTIL WRK-TBX-EOF.
008790     CLOSE TAX-TABLE-FILE.
008800     IF WRK-QTD-FAIXAS-INSS = ZERO
008810             OR WRK-QTD-FAIXAS-IRRF = ZERO
008820             OR WRK-INSS-TETO = ZEROS
008830         DISPLAY 'NENHUM CONJUNTO DE FAIXAS INSS/IRRF VIGENTE'
008840             ' PARA A DATA ' WRK-DATA-ATUAL
008850             ' NO PAYTABS - LOTE ENCERRADO'
008860         MOVE 8 TO RETURN-CODE
008870         GOBACK
008880     END-IF.
008890 1083-EXIT.
008900     EXIT.
008910 1084-LE-TABELA.
008920     READ TAX-TABLE-FILE
008930         AT END
008940             SET WRK-TBX-EOF TO TRUE
008950         NOT AT END
008960             PERFORM 1088-GUARDA-FAIXA THRU 1088-EXIT
008970     END-READ.
008980 1084-EXIT.
008990     EXIT.
009000 1088-GUARDA-FAIXA.
009010     IF TBX-VIG-INI IS NOT NUMERIC
009020             OR TBX-VIG-FIM IS NOT NUMERIC
009030             OR TBX-LIMITE IS NOT NUMERIC
009040             OR TBX-ALIQUOTA IS NOT NUMERIC
009050             OR TBX-DEDUZIR IS NOT NUMERIC
009060         GO TO 1088-EXIT
009070     END-IF.
009080     IF WRK-DATA-ATUAL < TBX-VIG-INI
009090             OR WRK-DATA-ATUAL > TBX-VIG-FIM
009100         GO TO 1088-EXIT
009110     END-IF.
009120     EVALUATE TBX-TIPO
009130         WHEN 'INSS'
009140             IF WRK-QTD-FAIXAS-INSS < WRK-MAX-FAIXAS
009150                 ADD 1 TO WRK-QTD-FAIXAS-INSS
009160                 MOVE TBX-LIMITE
009170                     TO TAB-INSS-LIMITE(WRK-QTD-FAIXAS-INSS)
009180                 MOVE TBX-ALIQUOTA
009190                     TO TAB-INSS-ALIQUOTA(WRK-QTD-FAIXAS-INSS)
009200                 MOVE TBX-DEDUZIR
009210                     TO TAB-INSS-DEDUZIR(WRK-QTD-FAIXAS-INSS)
009220             END-IF
009230         WHEN 'IRRF'
009240             IF WRK-QTD-FAIXAS-IRRF < WRK-MAX-FAIXAS
009250                 ADD 1 TO WRK-QTD-FAIXAS-IRRF
009260                 MOVE TBX-LIMITE
009270                     TO TAB-IRRF-LIMITE(WRK-QTD-FAIXAS-IRRF)
009280                 MOVE TBX-ALIQUOTA
009290                     TO TAB-IRRF-ALIQUOTA(WRK-QTD-FAIXAS-IRRF)
009300                 MOVE TBX-DEDUZIR
009310                     TO TAB-IRRF-DEDUZIR(WRK-QTD-FAIXAS-IRRF)
009320             END-IF
009330         WHEN 'TETO'
009340             MOVE TBX-LIMITE TO WRK-INSS-TETO
009350         WHEN 'DEPD'
009360             MOVE TBX-LIMITE TO WRK-DEDUCAO-DEP
009370         WHEN OTHER
009380             CONTINUE
009390     END-EVALUATE.
009400 1088-EXIT.
009410     EXIT.
009420******************************************************************
009430* 1094-CARREGA-DEPENDENTES - CARREGA AS MATRICULAS DO DEPMAST NA
009440*                            TABELA, PARA A DEDUCAO DE
009450*                            DEPENDENTES DO IRRF. SEM O ARQUIVO,
009460*                            A RESCISAO SAI SEM DEDUCAO.
009470******************************************************************
009480 1094-CARREGA-DEPENDENTES.
009490     MOVE ZERO TO WRK-QTD-DEPENDENTES.
009500     OPEN INPUT DEPENDENTS-FILE.
009510     IF WRK-DEP-OK
009520         PERFORM 1096-LE-DEPENDENTE THRU 1096-EXIT
009530             UNTIL WRK-DEP-EOF
009540         CLOSE DEPENDENTS-FILE
009550     END-IF.
009560 1094-EXIT.
009570     EXIT.
009580 1096-LE-DEPENDENTE.
009590     READ DEPENDENTS-FILE
009600         AT END
009610             SET WRK-DEP-EOF TO TRUE
009620         NOT AT END
009630             IF WRK-QTD-DEPENDENTES < WRK-MAX-DEPENDENTES
009640                 ADD 1 TO WRK-QTD-DEPENDENTES
009650                 MOVE DEP-MATRICULA
009660                     TO TAB-DEP-MATRICULA(WRK-QTD-DEPENDENTES)
009670             ELSE
009680                 DISPLAY 'TABELA DE DEPENDENTES CHEIA - '
009690                     'REGISTRO IGNORADO: ' DEP-MATRICULA
009700             END-IF
009710     END-READ.
009720 1096-EXIT.
009730     EXIT.
009740******************************************************************
009750* 1040-CARREGA-PLANO - CARREGA O PLANO DE CONTAS (PLANOCTA) EM
009760*                      TABELA PARA A CONSISTENCIA DO GLPOST. SEM
009770*                      ELE AS RESCISOES SAO PROCESSADAS, MAS O
009780*                      GLPOST NAO E GERADO (9240).
009790******************************************************************
009800 1040-CARREGA-PLANO.
009810     MOVE ZERO TO WRK-QTD-CONTAS.
009820     MOVE 'N' TO WRK-SW-PLANO.
009830     OPEN INPUT ACCOUNT-FILE.
009840     IF NOT WRK-CTA-OK
009850         DISPLAY 'PLANO DE CONTAS (PLANOCTA) INDISPONIVEL: '
009860             WRK-CTA-STATUS ' - GLPOST NAO SERA GERADO'
009870         GO TO 1040-EXIT
009880     END-IF.
009890     PERFORM 1041-LE-CONTA THRU 1041-EXIT
009900         UNTIL WRK-CTA-EOF.
009910     CLOSE ACCOUNT-FILE.
009920     SET WRK-PLANO-CARREGADO TO TRUE.
009930 1040-EXIT.
009940     EXIT.
009950******************************************************************
009960* 1041-LE-CONTA - LE UM REGISTRO DO PLANOCTA PARA A TABELA.
009970******************************************************************
009980 1041-LE-CONTA.
009990     READ ACCOUNT-FILE
010000         AT END
010010             SET WRK-CTA-EOF TO TRUE
010020         NOT AT END
010030             IF WRK-QTD-CONTAS < WRK-MAX-CONTAS
010040                 ADD 1 TO WRK-QTD-CONTAS
010050                 MOVE CTA-CONTA
010060                     TO TAB-CTA-CONTA(WRK-QTD-CONTAS)
010070                 MOVE CTA-ATIVA
010080                     TO TAB-CTA-ATIVA(WRK-QTD-CONTAS)
010090                 MOVE CTA-EXIGE-CC
010100                     TO TAB-CTA-EXIGE-CC(WRK-QTD-CONTAS)
010110             ELSE
010120                 DISPLAY 'PLANO DE CONTAS CHEIO - '
010130                     'REGISTRO IGNORADO: ' CTA-CONTA
010140             END-IF
010150     END-READ.
010160 1041-EXIT.
010170     EXIT.
010180******************************************************************
010190* 1045-CARREGA-EMPRESAS - CARREGA O CADASTRO DE EMPRESAS
010200*                         (EMPRESAS) EM TABELA, COM OS TOTAIS
010210*                         ZERADOS. SEM ELE NAO HA EMPRESA
010220*                         CONTABIL PARA O GLPOST E O LOTE ENCERRA
010230*                         COM RETURN-CODE 8 ANTES DE ABRIR
010240*                         QUALQUER OUTRO ARQUIVO.
010250******************************************************************
010260 1045-CARREGA-EMPRESAS.
010270     MOVE ZERO TO WRK-QTD-EMPRESAS.
010280     OPEN INPUT COMPANY-FILE.
010290     IF NOT WRK-CIA-OK
010300         DISPLAY 'ERRO AO ABRIR COMPANY-FILE (EMPRESAS): '
010310             WRK-CIA-STATUS
010320         MOVE 8 TO RETURN-CODE
010330         GOBACK
010340     END-IF.
010350     PERFORM 1046-LE-EMPRESA THRU 1046-EXIT
010360         UNTIL WRK-CIA-EOF.
010370     CLOSE COMPANY-FILE.
010380 1045-EXIT.
010390     EXIT.
010400 1046-LE-EMPRESA.
010410     READ COMPANY-FILE
010420         AT END
010430             SET WRK-CIA-EOF TO TRUE
010440         NOT AT END
010450             IF WRK-QTD-EMPRESAS < WRK-MAX-EMPRESAS
010460                 ADD 1 TO WRK-QTD-EMPRESAS
010470                 MOVE CIA-CODIGO
010480                     TO TAB-CIA-CODIGO(WRK-QTD-EMPRESAS)
010490                 MOVE CIA-GL-EMPRESA
010500                     TO TAB-CIA-GL-EMPRESA(WRK-QTD-EMPRESAS)
010510                 MOVE ZEROS TO TAB-CIA-QTDE(WRK-QTD-EMPRESAS)
010520                 MOVE ZEROS TO TAB-CIA-BRUTO(WRK-QTD-EMPRESAS)
010530                 MOVE ZEROS TO TAB-CIA-INSS(WRK-QTD-EMPRESAS)
010540                 MOVE ZEROS TO TAB-CIA-IRRF(WRK-QTD-EMPRESAS)
010550                 MOVE ZEROS TO TAB-CIA-LIQUIDO(WRK-QTD-EMPRESAS)
010560             ELSE
010570                 DISPLAY 'CADASTRO DE EMPRESAS CHEIO - '
010580                     'REGISTRO IGNORADO: ' CIA-CODIGO
010590             END-IF
010600     END-READ.
010610 1046-EXIT.
010620     EXIT.
010630******************************************************************
010640* 2000-PROCESSA-RESCISAO - VALIDA A TRANSACAO, CALCULA AS VERBAS,
010650*                          EMITE O TERMO, GRAVA PAYIMPO, MARCA O
010660*                          FUNCIONARIO COMO DESLIGADO E REGISTRA
010670*                          O DESLIGAMENTO NO DESLHIST.
010680******************************************************************
010690 2000-PROCESSA-RESCISAO.
010700     ADD 1 TO WRK-CONT-LIDAS.
010710     MOVE 'S' TO WRK-SW-TRAN-VALIDA.
010720     MOVE SPACES TO WRK-MOTIVO-REJEICAO.
010730     PERFORM 2050-VALIDA-TRANSACAO THRU 2050-EXIT.
010740     IF WRK-TRAN-VALIDA
010750         PERFORM 3000-CALCULA-VERBAS THRU 3000-EXIT
010760         PERFORM 7000-IMPRIME-TERMO THRU 7000-EXIT
010770         PERFORM 7400-GRAVA-IMPOSTOS THRU 7400-EXIT
010780         PERFORM 7600-MARCA-DESLIGADO THRU 7600-EXIT
010790     END-IF.
010800     IF WRK-TRAN-VALIDA
010810         PERFORM 7700-GRAVA-DESLIGAMENTO THRU 7700-EXIT
010820         ADD 1 TO WRK-CONT-APLICADAS
010830     ELSE
010840         DISPLAY 'RESCISAO REJEITADA: ' RTR-MATRICULA ' - '
010850             WRK-MOTIVO-REJEICAO
010860         ADD 1 TO WRK-CONT-REJEITADAS
010870     END-IF.
010880     PERFORM 2900-LE-TRANSACAO THRU 2900-EXIT.
010890 2000-EXIT.
010900     EXIT.
010910******************************************************************
010920* 2050-VALIDA-TRANSACAO - CONSISTE A MATRICULA (EXISTENTE E NAO
010930*                         DESLIGADA), A DATA DO DESLIGAMENTO E O
010940*                         MOTIVO, E RESOLVE A EMPRESA, A MOEDA E
010950*                         A TAXA DO FUNCIONARIO.
010960******************************************************************
010970 2050-VALIDA-TRANSACAO.
010980     IF RTR-MATRICULA = SPACES
010990         MOVE 'MATRICULA EM BRANCO' TO WRK-MOTIVO-REJEICAO
011000         MOVE 'N' TO WRK-SW-TRAN-VALIDA
011010         GO TO 2050-EXIT
011020     END-IF.
011030     MOVE RTR-MATRICULA TO EMP-ID.
011040     READ EMPLOYEE-MASTER
011050         INVALID KEY
011060             MOVE 'MATRICULA NAO CADASTRADA'
011070                 TO WRK-MOTIVO-REJEICAO
011080             MOVE 'N' TO WRK-SW-TRAN-VALIDA
011090     END-READ.
011100     IF NOT WRK-TRAN-VALIDA
011110         GO TO 2050-EXIT
011120     END-IF.
011130     IF EMP-SITUACAO = 'D'
011140         MOVE 'FUNCIONARIO JA DESLIGADO' TO WRK-MOTIVO-REJEICAO
011150         MOVE 'N' TO WRK-SW-TRAN-VALIDA
011160         GO TO 2050-EXIT
011170     END-IF.
011180     IF EMP-SALARIO IS NOT NUMERIC OR EMP-SALARIO <= ZEROS
011190         MOVE 'SALARIO INVALIDO NO CADASTRO'
011200             TO WRK-MOTIVO-REJEICAO
011210         MOVE 'N' TO WRK-SW-TRAN-VALIDA
011220         GO TO 2050-EXIT
011230     END-IF.
011240     IF RTR-DATA-DESLIG IS NOT NUMERIC
011250             OR RTR-DATA-DESLIG = ZEROS
011260         MOVE 'DATA DE DESLIGAMENTO INVALIDA'
011270             TO WRK-MOTIVO-REJEICAO
011280         MOVE 'N' TO WRK-SW-TRAN-VALIDA
011290         GO TO 2050-EXIT
011300     END-IF.
011310     IF EMP-ADMISSAO IS NUMERIC AND EMP-ADMISSAO NOT = ZEROS
011320             AND RTR-DATA-DESLIG < EMP-ADMISSAO
011330         MOVE 'DESLIGAMENTO ANTES DA ADMISSAO'
011340             TO WRK-MOTIVO-REJEICAO
011350         MOVE 'N' TO WRK-SW-TRAN-VALIDA
011360         GO TO 2050-EXIT
011370     END-IF.
011380     IF RTR-MOTIVO NOT = 'SJ' AND RTR-MOTIVO NOT = 'JC'
011390             AND RTR-MOTIVO NOT = 'PD'
011400         MOVE 'MOTIVO NAO RECONHECIDO' TO WRK-MOTIVO-REJEICAO
011410         MOVE 'N' TO WRK-SW-TRAN-VALIDA
011420         GO TO 2050-EXIT
011430     END-IF.
011440     IF EMP-EMPRESA = SPACES
011450         MOVE '01' TO WRK-EMPRESA
011460     ELSE
011470         MOVE EMP-EMPRESA TO WRK-EMPRESA
011480     END-IF.
011490     MOVE 'N' TO WRK-SW-CIA-ACHADO.
011500     PERFORM VARYING WRK-CIA-IDX FROM 1 BY 1
011510             UNTIL WRK-CIA-IDX > WRK-QTD-EMPRESAS
011520                OR WRK-CIA-ACHADO
011530         IF TAB-CIA-CODIGO(WRK-CIA-IDX) = WRK-EMPRESA
011540             SET WRK-CIA-ACHADO TO TRUE
011550         END-IF
011560     END-PERFORM.
011570     IF WRK-CIA-ACHADO
011580         SUBTRACT 1 FROM WRK-CIA-IDX
011590     ELSE
011600         MOVE 'EMPRESA NAO CADASTRADA' TO WRK-MOTIVO-REJEICAO
011610         MOVE 'N' TO WRK-SW-TRAN-VALIDA
011620         GO TO 2050-EXIT
011630     END-IF.
011640     MOVE WRK-MOEDA-PADRAO TO WRK-MOEDA-REGISTRO.
011650     IF EMP-MOEDA = 'BRL' OR EMP-MOEDA = 'USD'
011660         MOVE EMP-MOEDA TO WRK-MOEDA-REGISTRO
011670     END-IF.
011680     MOVE 'N' TO WRK-SW-TAXA-ACHADA.
011690     MOVE ZEROS TO WRK-TAXA-REGISTRO.
011700     IF WRK-MOEDA-REGISTRO = WRK-MOEDA-PADRAO
011710         MOVE 1 TO WRK-TAXA-REGISTRO
011720         SET WRK-TAXA-ACHADA TO TRUE
011730     ELSE
011740         PERFORM VARYING WRK-CMB-IDX FROM 1 BY 1
011750                 UNTIL WRK-CMB-IDX > 2
011760             IF TAB-CMB-MOEDA(WRK-CMB-IDX) = WRK-MOEDA-REGISTRO
011770                     AND TAB-CMB-CARREGADA(WRK-CMB-IDX)
011780                 MOVE TAB-CMB-TAXA(WRK-CMB-IDX)
011790                     TO WRK-TAXA-REGISTRO
011800                 SET WRK-TAXA-ACHADA TO TRUE
011810             END-IF
011820         END-PERFORM
011830     END-IF.
011840     IF NOT WRK-TAXA-ACHADA
011850         MOVE 'SEM TAXA DE CAMBIO VIGENTE'
011860             TO WRK-MOTIVO-REJEICAO
011870         MOVE 'N' TO WRK-SW-TRAN-VALIDA
011880     END-IF.
011890 2050-EXIT.
011900     EXIT.
011910******************************************************************
011920* 2900-LE-TRANSACAO - LE A PROXIMA TRANSACAO DO RESTRAN.
011930******************************************************************
011940 2900-LE-TRANSACAO.
011950     READ RESCISSION-TRANS-FILE
011960         AT END
011970             SET WRK-RTR-EOF TO TRUE
011980     END-READ.
011990 2900-EXIT.
012000     EXIT.
012010******************************************************************
012020* 3000-CALCULA-VERBAS - CALCULA AS VERBAS RESCISORIAS E OS
012030*                       DESCONTOS: SALDO DE SALARIO (DIAS DO MES
012040*                       DO DESLIGAMENTO, ATE 30), 13O E FERIAS
012050*                       PROPORCIONAIS (MESES CONTADOS DA ADMISSAO
012060*                       EM 3050, FRACAO DE 15 DIAS OU MAIS CONTA
012070*                       MES CHEIO), TERCO
012080*                       CONSTITUCIONAL E AVISO PREVIO INDENIZADO
012090*                       (SO NA DISPENSA SEM JUSTA CAUSA).
012100*                       INSS/IRRF SO SOBRE SALDO + 13O, COM A
012110*                       DEDUCAO DE DEPENDENTES NA BASE DO IRRF.
012120******************************************************************
012130 3000-CALCULA-VERBAS.
012140     MOVE RTR-DATA-DESLIG TO WRK-DATA-DESLIG.
012150     MOVE WRK-DESLIG-DIA TO WRK-DIAS-SALDO.
012160     IF WRK-DIAS-SALDO > 30
012170         MOVE 30 TO WRK-DIAS-SALDO
012180     END-IF.
012190     PERFORM 3050-CALCULA-MESES THRU 3050-EXIT.
012200     COMPUTE WRK-SALDO-SALARIO ROUNDED =
012210         EMP-SALARIO / 30 * WRK-DIAS-SALDO.
012220     COMPUTE WRK-13O-PROP ROUNDED =
012230         EMP-SALARIO / 12 * WRK-MESES-PROP.
012240     COMPUTE WRK-FERIAS-PROP ROUNDED =
012250         EMP-SALARIO / 12 * WRK-MESES-FERIAS.
012260     COMPUTE WRK-TERCO-FERIAS ROUNDED = WRK-FERIAS-PROP / 3.
012270     IF RTR-MOTIVO = 'SJ'
012280         MOVE EMP-SALARIO TO WRK-AVISO-PREVIO
012290     ELSE
012300         MOVE ZEROS TO WRK-AVISO-PREVIO
012310     END-IF.
012320     COMPUTE WRK-BASE-TRIBUTAVEL =
012330         WRK-SALDO-SALARIO + WRK-13O-PROP.
012340     PERFORM 3100-CALCULA-INSS THRU 3100-EXIT.
012350     PERFORM 3200-CALCULA-IRRF THRU 3200-EXIT.
012360     COMPUTE WRK-BRUTO-TOTAL =
012370         WRK-SALDO-SALARIO + WRK-13O-PROP + WRK-FERIAS-PROP
012380         + WRK-TERCO-FERIAS + WRK-AVISO-PREVIO.
012390     COMPUTE WRK-AJUSTE =
012400         WRK-BRUTO-TOTAL - WRK-INSS - WRK-IRRF.
012410     IF WRK-AJUSTE < ZEROS
012420         MOVE ZEROS TO WRK-AJUSTE
012430     END-IF.
012440     MOVE WRK-AJUSTE TO WRK-LIQUIDO.
012450     PERFORM 2085-ACUMULA-TOTAIS THRU 2085-EXIT.
012460 3000-EXIT.
012470     EXIT.
012480******************************************************************
012490* 3050-CALCULA-MESES - APURA OS MESES DO 13O PROPORCIONAL (DESDE
012500*                      1O DE JANEIRO, OU DESDE A ADMISSAO SE ELA
012510*                      CAIU NO ANO DO DESLIGAMENTO) E OS MESES DAS
012520*                      FERIAS PROPORCIONAIS (DESDE O ULTIMO
012530*                      ANIVERSARIO DA ADMISSAO, ATE 12). FRACAO DE
012540*                      15 DIAS OU MAIS CONTA MES CHEIO; O MES
012550*                      COMERCIAL E DE 30 DIAS. SEM ADMISSAO NO
012560*                      CADASTRO, OS DOIS SAO OS MESES DO ANO
012570*                      CALENDARIO ATE O DESLIGAMENTO.
012580******************************************************************
012590 3050-CALCULA-MESES.
012600     COMPUTE WRK-MESES-PROP = WRK-DESLIG-MES - 1.
012610     IF WRK-DESLIG-DIA >= 15
012620         ADD 1 TO WRK-MESES-PROP
012630     END-IF.
012640     IF EMP-ADMISSAO IS NOT NUMERIC OR EMP-ADMISSAO = ZEROS
012650         DISPLAY 'SEM DATA DE ADMISSAO - PROPORCIONAL PELO ANO '
012660             'CALENDARIO: ' EMP-ID
012670         MOVE WRK-MESES-PROP TO WRK-MESES-FERIAS
012680         GO TO 3050-EXIT
012690     END-IF.
012700     MOVE EMP-ADMISSAO TO WRK-DATA-ADMISSAO.
012710*    13O: ADMITIDO NO PROPRIO ANO CONTA OS MESES ENTRE A ADMISSAO
012720*    E O DESLIGAMENTO; O MES DA ADMISSAO CONTA SE TIVER 15 DIAS OU
012730*    MAIS TRABALHADOS (ADMISSAO ATE O DIA 16).
012740     IF WRK-ADMISSAO-ANO = WRK-DESLIG-ANO
012750         IF WRK-ADMISSAO-MES = WRK-DESLIG-MES
012760             IF WRK-DESLIG-DIA - WRK-ADMISSAO-DIA + 1 >= 15
012770                 MOVE 1 TO WRK-MESES-PROP
012780             ELSE
012790                 MOVE 0 TO WRK-MESES-PROP
012800             END-IF
012810         ELSE
012820             COMPUTE WRK-MESES-PROP =
012830                 WRK-DESLIG-MES - WRK-ADMISSAO-MES - 1
012840             IF WRK-ADMISSAO-DIA <= 16
012850                 ADD 1 TO WRK-MESES-PROP
012860             END-IF
012870             IF WRK-DESLIG-DIA >= 15
012880                 ADD 1 TO WRK-MESES-PROP
012890             END-IF
012900         END-IF
012910     END-IF.
012920*    FERIAS: MESES COMPLETOS DESDE A ADMISSAO, DESCONTADOS OS
012930*    PERIODOS AQUISITIVOS JA COMPLETOS, MAIS A FRACAO DO MES EM
012940*    CURSO.
012950     COMPUTE WRK-MESES-CORRIDOS =
012960         (WRK-DESLIG-ANO - WRK-ADMISSAO-ANO) * 12
012970         + WRK-DESLIG-MES - WRK-ADMISSAO-MES.
012980     COMPUTE WRK-DIAS-FRACAO =
012990         WRK-DESLIG-DIA - WRK-ADMISSAO-DIA + 1.
013000     IF WRK-DIAS-FRACAO <= 0
013010         SUBTRACT 1 FROM WRK-MESES-CORRIDOS
013020         ADD 30 TO WRK-DIAS-FRACAO
013030     END-IF.
013040     IF WRK-DIAS-FRACAO >= 30
013050         ADD 1 TO WRK-MESES-CORRIDOS
013060         MOVE 0 TO WRK-DIAS-FRACAO
013070     END-IF.
013080     IF WRK-MESES-CORRIDOS < 0
013090         MOVE 0 TO WRK-MESES-CORRIDOS
013100     END-IF.
013110     DIVIDE WRK-MESES-CORRIDOS BY 12 GIVING WRK-PERIODOS
013120         REMAINDER WRK-MESES-RESTO.
013130     MOVE WRK-MESES-RESTO TO WRK-MESES-FERIAS.
013140     IF WRK-DIAS-FRACAO >= 15
013150         ADD 1 TO WRK-MESES-FERIAS
013160     END-IF.
013170     IF WRK-MESES-FERIAS > 12
013180         MOVE 12 TO WRK-MESES-FERIAS
013190     END-IF.
013200 3050-EXIT.
013210     EXIT.
013220******************************************************************
013230* 3100-CALCULA-INSS - LOCALIZA A FAIXA DO INSS PARA A BASE
013240*                     TRIBUTAVEL E APLICA A ALIQUOTA MENOS A
013250*                     PARCELA A DEDUZIR; ACIMA DA ULTIMA FAIXA,
013260*                     O TETO - MESMO CRITERIO DO PROGCOB04.
013270******************************************************************
013280 3100-CALCULA-INSS.
013290     MOVE ZEROS TO WRK-INSS.
013300     PERFORM VARYING WRK-IDX FROM 1 BY 1
013310             UNTIL WRK-IDX > WRK-QTD-FAIXAS-INSS
013320                OR WRK-BASE-TRIBUTAVEL
013330                   <= TAB-INSS-LIMITE(WRK-IDX)
013340         CONTINUE
013350     END-PERFORM.
013360     IF WRK-IDX > WRK-QTD-FAIXAS-INSS
013370         MOVE WRK-INSS-TETO TO WRK-INSS
013380     ELSE
013390         COMPUTE WRK-INSS ROUNDED =
013400             (WRK-BASE-TRIBUTAVEL
013410             * TAB-INSS-ALIQUOTA(WRK-IDX) / 100)
013420             - TAB-INSS-DEDUZIR(WRK-IDX)
013430     END-IF.
013440     IF WRK-INSS < ZEROS
013450         MOVE ZEROS TO WRK-INSS
013460     END-IF.
013470 3100-EXIT.
013480     EXIT.
013490******************************************************************
013500* 3200-CALCULA-IRRF - APURA A BASE (BASE TRIBUTAVEL MENOS INSS E
013510*                     MENOS A DEDUCAO POR DEPENDENTE), LOCALIZA A
013520*                     FAIXA E APLICA A ALIQUOTA MENOS A PARCELA A
013530*                     DEDUZIR.
013540******************************************************************
013550 3200-CALCULA-IRRF.
013560     MOVE ZERO TO WRK-QTD-DEP-IRRF.
013570     PERFORM VARYING WRK-DEP-IDX FROM 1 BY 1
013580             UNTIL WRK-DEP-IDX > WRK-QTD-DEPENDENTES
013590         IF TAB-DEP-MATRICULA(WRK-DEP-IDX) = EMP-ID
013600             ADD 1 TO WRK-QTD-DEP-IRRF
013610         END-IF
013620     END-PERFORM.
013630     COMPUTE WRK-AJUSTE =
013640         WRK-BASE-TRIBUTAVEL - WRK-INSS
013650         - (WRK-QTD-DEP-IRRF * WRK-DEDUCAO-DEP).
013660     IF WRK-AJUSTE < ZEROS
013670         MOVE ZEROS TO WRK-AJUSTE
013680     END-IF.
013690     MOVE WRK-AJUSTE TO WRK-BASE-IRRF.
013700     MOVE ZEROS TO WRK-IRRF.
013710     PERFORM VARYING WRK-IDX FROM 1 BY 1
013720             UNTIL WRK-IDX > WRK-QTD-FAIXAS-IRRF
013730                OR WRK-BASE-IRRF <= TAB-IRRF-LIMITE(WRK-IDX)
013740         CONTINUE
013750     END-PERFORM.
013760     IF WRK-IDX > WRK-QTD-FAIXAS-IRRF
013770         MOVE WRK-QTD-FAIXAS-IRRF TO WRK-IDX
013780     END-IF.
013790     COMPUTE WRK-IRRF ROUNDED =
013800         (WRK-BASE-IRRF * TAB-IRRF-ALIQUOTA(WRK-IDX) / 100)
013810         - TAB-IRRF-DEDUZIR(WRK-IDX).
013820     IF WRK-IRRF < ZEROS
013830         MOVE ZEROS TO WRK-IRRF
013840     END-IF.
013850 3200-EXIT.
013860     EXIT.
013870******************************************************************
013880* 2085-ACUMULA-TOTAIS - CONVERTE OS VALORES DO FUNCIONARIO PARA
013890*                       A MOEDA BASE E ACUMULA OS TOTAIS DO LOTE
013900*                       PARA A CONTABILIZACAO; O LIQUIDO
013910*                       CONVERTIDO E DERIVADO DOS DEMAIS, COMO NO
013920*                       PROGCOB04, PARA NAO QUEBRAR O
013930*                       BALANCEAMENTO POR CENTAVOS.
013940******************************************************************
013950 2085-ACUMULA-TOTAIS.
013960     COMPUTE WRK-BRUTO-CONV ROUNDED =
013970         WRK-BRUTO-TOTAL * WRK-TAXA-REGISTRO.
013980     COMPUTE WRK-INSS-CONV ROUNDED =
013990         WRK-INSS * WRK-TAXA-REGISTRO.
014000     COMPUTE WRK-IRRF-CONV ROUNDED =
014010         WRK-IRRF * WRK-TAXA-REGISTRO.
014020     COMPUTE WRK-AJUSTE =
014030         WRK-BRUTO-CONV - WRK-INSS-CONV - WRK-IRRF-CONV.
014040     IF WRK-AJUSTE < ZEROS
014050         MOVE ZEROS TO WRK-AJUSTE
014060     END-IF.
014070     MOVE WRK-AJUSTE TO WRK-LIQUIDO-CONV.
014080     ADD WRK-BRUTO-CONV   TO WRK-TOTAL-BRUTO.
014090     ADD WRK-INSS-CONV    TO WRK-TOTAL-INSS.
014100     ADD WRK-IRRF-CONV    TO WRK-TOTAL-IRRF.
014110     ADD WRK-LIQUIDO-CONV TO WRK-TOTAL-LIQUIDO.
014120     ADD 1 TO TAB-CIA-QTDE(WRK-CIA-IDX).
014130     ADD WRK-BRUTO-CONV   TO TAB-CIA-BRUTO(WRK-CIA-IDX).
014140     ADD WRK-INSS-CONV    TO TAB-CIA-INSS(WRK-CIA-IDX).
014150     ADD WRK-IRRF-CONV    TO TAB-CIA-IRRF(WRK-CIA-IDX).
014160     ADD WRK-LIQUIDO-CONV TO TAB-CIA-LIQUIDO(WRK-CIA-IDX).
014170     PERFORM 2087-ACUMULA-CCUSTO THRU 2087-EXIT.
014180 2085-EXIT.
014190     EXIT.
014200******************************************************************
014210* 2087-ACUMULA-CCUSTO - ACUMULA O BRUTO CONVERTIDO DA RESCISAO NO
014220*                       SUBTOTAL DO CENTRO DE CUSTO DO FUNCIONARIO
014230*                       DENTRO DA SUA EMPRESA, CRIANDO A ENTRADA
014240*                       NA PRIMEIRA OCORRENCIA, NO MESMO IDIOMA DO
014250*                       PROGCOB04 ('????' SEM CENTRO DE CUSTO,
014260*                       '****' DA EMPRESA '**' COM A TABELA
014270*                       CHEIA).
014280******************************************************************
014290 2087-ACUMULA-CCUSTO.
014300     IF EMP-CCUSTO = SPACES
014310         MOVE '????' TO WRK-CC-CODIGO
014320     ELSE
014330         MOVE EMP-CCUSTO TO WRK-CC-CODIGO
014340     END-IF.
014350     MOVE 'N' TO WRK-SW-CC-ACHADO.
014360     PERFORM VARYING WRK-CC-IDX FROM 1 BY 1
014370             UNTIL WRK-CC-IDX > WRK-QTD-CCUSTO
014380                OR WRK-CC-ACHADO
014390         IF TAB-CC-CODIGO(WRK-CC-IDX) = WRK-CC-CODIGO
014400                 AND TAB-CC-EMPRESA(WRK-CC-IDX) = WRK-EMPRESA
014410             SET WRK-CC-ACHADO TO TRUE
014420         END-IF
014430     END-PERFORM.
014440     IF WRK-CC-ACHADO
014450         SUBTRACT 1 FROM WRK-CC-IDX
014460     ELSE
014470         IF WRK-QTD-CCUSTO < WRK-MAX-CCUSTO
014480             ADD 1 TO WRK-QTD-CCUSTO
014490             MOVE WRK-QTD-CCUSTO TO WRK-CC-IDX
014500             MOVE WRK-EMPRESA TO TAB-CC-EMPRESA(WRK-CC-IDX)
014510             MOVE WRK-CC-CODIGO TO TAB-CC-CODIGO(WRK-CC-IDX)
014520             MOVE ZEROS TO TAB-CC-BRUTO(WRK-CC-IDX)
014530         ELSE
014540             DISPLAY 'TABELA DE CENTROS DE CUSTO CHEIA - '
014550                 WRK-CC-CODIGO ' AGRUPADO EM ****'
014560             MOVE WRK-MAX-CCUSTO TO WRK-CC-IDX
014570             MOVE '**' TO TAB-CC-EMPRESA(WRK-CC-IDX)
014580             MOVE '****' TO TAB-CC-CODIGO(WRK-CC-IDX)
014590         END-IF
014600     END-IF.
014610     ADD WRK-BRUTO-CONV TO TAB-CC-BRUTO(WRK-CC-IDX).
014620 2087-EXIT.
014630     EXIT.
014640******************************************************************
014650* 7000-IMPRIME-TERMO - EMITE O TERMO DE RESCISAO DO FUNCIONARIO
014660*                      NO RESTERMO, UMA PAGINA POR FUNCIONARIO
014670*                      (ADVANCING PAGE NA PRIMEIRA LINHA), NO
014680*                      MESMO ESTILO DO CONTRACHEQUE.
014690******************************************************************
014700 7000-IMPRIME-TERMO.
014710     IF WRK-TRM-FALHOU
014720         GO TO 7000-EXIT
014730     END-IF.
014740     WRITE TERMO-RECORD FROM WRK-TRM-TITULO
014750         AFTER ADVANCING PAGE.
014760     IF NOT WRK-TRM-OK
014770         DISPLAY 'ERRO AO GRAVAR RESTERMO: ' WRK-TRM-STATUS
014780         SET WRK-TRM-FALHOU TO TRUE
014790         GO TO 7000-EXIT
014800     END-IF.
014810     MOVE RTR-DATA-DESLIG TO TRMD-DATA.
014820     EVALUATE RTR-MOTIVO
014830         WHEN 'SJ'
014840             MOVE 'DISPENSA SEM JUSTA CAUSA' TO TRMD-MOTIVO
014850         WHEN 'JC'
014860             MOVE 'DISPENSA COM JUSTA CAUSA' TO TRMD-MOTIVO
014870         WHEN 'PD'
014880             MOVE 'PEDIDO DE DEMISSAO' TO TRMD-MOTIVO
014890     END-EVALUATE.
014900     WRITE TERMO-RECORD FROM WRK-TRM-DESLIG
014910         AFTER ADVANCING 1 LINE.
014920     MOVE EMP-ID             TO TRMF-MATRICULA.
014930     MOVE EMP-NOME           TO TRMF-NOME.
014940     MOVE WRK-MOEDA-REGISTRO TO TRMF-MOEDA.
014950     WRITE TERMO-RECORD FROM WRK-TRM-FUNC
014960         AFTER ADVANCING 1 LINE.
014970     MOVE 'SALDO DE SALARIO .........:' TO TRMV-ROTULO.
014980     MOVE WRK-SALDO-SALARIO TO WRK-VALOR-ED.
014990     MOVE WRK-VALOR-ED TO TRMV-VALOR.
015000     WRITE TERMO-RECORD FROM WRK-TRM-VALOR
015010         AFTER ADVANCING 2 LINES.
015020     MOVE '13O PROPORCIONAL .........:' TO TRMV-ROTULO.
015030     MOVE WRK-13O-PROP TO WRK-VALOR-ED.
015040     MOVE WRK-VALOR-ED TO TRMV-VALOR.
015050     WRITE TERMO-RECORD FROM WRK-TRM-VALOR
015060         AFTER ADVANCING 1 LINE.
015070     MOVE 'FERIAS PROPORCIONAIS .....:' TO TRMV-ROTULO.
015080     MOVE WRK-FERIAS-PROP TO WRK-VALOR-ED.
015090     MOVE WRK-VALOR-ED TO TRMV-VALOR.
015100     WRITE TERMO-RECORD FROM WRK-TRM-VALOR
015110         AFTER ADVANCING 1 LINE.
015120     MOVE 'TERCO CONSTITUCIONAL .....:' TO TRMV-ROTULO.
015130     MOVE WRK-TERCO-FERIAS TO WRK-VALOR-ED.
015140     MOVE WRK-VALOR-ED TO TRMV-VALOR.
015150     WRITE TERMO-RECORD FROM WRK-TRM-VALOR
015160         AFTER ADVANCING 1 LINE.
015170     IF WRK-AVISO-PREVIO > ZEROS
015180         MOVE 'AVISO PREVIO INDENIZADO ..:' TO TRMV-ROTULO
015190         MOVE WRK-AVISO-PREVIO TO WRK-VALOR-ED
015200         MOVE WRK-VALOR-ED TO TRMV-VALOR
015210         WRITE TERMO-RECORD FROM WRK-TRM-VALOR
015220             AFTER ADVANCING 1 LINE
015230     END-IF.
015240     MOVE 'DESCONTO INSS ............:' TO TRMV-ROTULO.
015250     MOVE WRK-INSS TO WRK-VALOR-ED.
015260     MOVE WRK-VALOR-ED TO TRMV-VALOR.
015270     WRITE TERMO-RECORD FROM WRK-TRM-VALOR
015280         AFTER ADVANCING 2 LINES.
015290     MOVE 'DESCONTO IRRF ............:' TO TRMV-ROTULO.
015300     MOVE WRK-IRRF TO WRK-VALOR-ED.
015310     MOVE WRK-VALOR-ED TO TRMV-VALOR.
015320     WRITE TERMO-RECORD FROM WRK-TRM-VALOR
015330         AFTER ADVANCING 1 LINE.
015340     MOVE 'LIQUIDO DA RESCISAO ......:' TO TRMV-ROTULO.
015350     MOVE WRK-LIQUIDO TO WRK-LIQ-ED.
015360     MOVE WRK-LIQ-ED TO TRMV-VALOR.
015370     WRITE TERMO-RECORD FROM WRK-TRM-VALOR
015380         AFTER ADVANCING 2 LINES.
015390     WRITE TERMO-RECORD FROM WRK-TRM-ASSINATURA
015400         AFTER ADVANCING 3 LINES.
015410     IF NOT WRK-TRM-OK
015420         DISPLAY 'ERRO AO GRAVAR RESTERMO: ' WRK-TRM-STATUS
015430         SET WRK-TRM-FALHOU TO TRUE
015440     END-IF.
015450 7000-EXIT.
015460     EXIT.
015470******************************************************************
015480* 7400-GRAVA-IMPOSTOS - GRAVA NO PAYIMPO O BRUTO TOTAL DA
015490*                       RESCISAO, O INSS E O IRRF, COM O TIPO
015500*                       'RESCISAO', PARA O EXTRATO ANUAL
015510*                       (PROGCOB06) INCORPORAR AS VERBAS.
015520******************************************************************
015530 7400-GRAVA-IMPOSTOS.
015540     IF WRK-IMP-FALHOU
015550         GO TO 7400-EXIT
015560     END-IF.
015570     MOVE EMP-ID          TO IMP-MATRICULA.
015580     MOVE SPACES          TO IMP-FILL1.
015590     MOVE WRK-COMPETENCIA TO IMP-COMPETENCIA.
015600     MOVE SPACES          TO IMP-FILL2.
015610     MOVE WRK-BRUTO-TOTAL TO IMP-BRUTO.
015620     MOVE SPACES          TO IMP-FILL3.
015630     MOVE WRK-INSS        TO IMP-INSS.
015640     MOVE SPACES          TO IMP-FILL4.
015650     MOVE WRK-IRRF        TO IMP-IRRF.
015660     MOVE SPACES          TO IMP-FILL5.
015670     MOVE 'RESCISAO'      TO IMP-TIPO.
015680     MOVE SPACES          TO IMP-FILL6.
015690     MOVE ZERO            TO IMP-PARCELA.
015700     MOVE SPACES          TO IMP-FILL7.
015710     MOVE WRK-EMPRESA     TO IMP-EMPRESA.
015720     WRITE TAX-DETAIL-RECORD.
015730     IF NOT WRK-IMP-OK
015740         DISPLAY 'ERRO AO GRAVAR TAX-DETAIL: ' WRK-IMP-STATUS
015750         SET WRK-IMP-FALHOU TO TRUE
015760     END-IF.
015770 7400-EXIT.
015780     EXIT.
015790******************************************************************
015800* 7600-MARCA-DESLIGADO - MARCA O FUNCIONARIO COMO DESLIGADO NO
015810*                        EMPMAST (EMP-SITUACAO = 'D'), PARA A
015820*                        PROXIMA FOLHA REGULAR NAO PAGA-LO.
015830******************************************************************
015840 7600-MARCA-DESLIGADO.
015850     MOVE 'D' TO EMP-SITUACAO.
015860     REWRITE EMP-RECORD
015870         INVALID KEY
015880             DISPLAY 'ERRO AO MARCAR DESLIGADO: ' EMP-ID
015890             MOVE 'N' TO WRK-SW-TRAN-VALIDA
015900             MOVE 'ERRO AO REGRAVAR EMPMAST'
015910                 TO WRK-MOTIVO-REJEICAO
015920     END-REWRITE.
015930 7600-EXIT.
015940     EXIT.
015950******************************************************************
015960* 7700-GRAVA-DESLIGAMENTO - GRAVA NO DESLHIST A DATA E O MOTIVO DO
015970*                           DESLIGAMENTO, COM A DATA DO LOTE E O
015980*                           OPERADOR. NAO GRAVA SE O ARQUIVO JA
015990*                           FALHOU (WRK-DSL-FALHOU).
016000******************************************************************
016010 7700-GRAVA-DESLIGAMENTO.
016020     IF WRK-DSL-FALHOU
016030         GO TO 7700-EXIT
016040     END-IF.
016050     MOVE EMP-ID          TO DSL-MATRICULA.
016060     MOVE SPACES          TO DSL-FILL1.
016070     MOVE RTR-DATA-DESLIG TO DSL-DATA-DESLIG.
016080     MOVE SPACES          TO DSL-FILL2.
016090     MOVE RTR-MOTIVO      TO DSL-MOTIVO.
016100     MOVE SPACES          TO DSL-FILL3.
016110     MOVE WRK-DATA-ATUAL  TO DSL-DATA-PROC.
016120     MOVE SPACES          TO DSL-FILL4.
016130     MOVE WRK-OPERADOR    TO DSL-OPERADOR.
016140     WRITE DSL-RECORD.
016150     IF NOT WRK-DSL-OK
016160         DISPLAY 'ERRO AO GRAVAR DESLHIST: ' WRK-DSL-STATUS
016170         SET WRK-DSL-FALHOU TO TRUE
016180     END-IF.
016190 7700-EXIT.
016200     EXIT.
016210******************************************************************
016220* 9200-GRAVA-CONTABIL - MONTA OS LANCAMENTOS DA RESCISAO (DEBITO
016230*                       DA DESPESA DE RESCISOES CONTRA INSS A
016240*                       RECOLHER, IRRF A RECOLHER E RESCISOES A
016250*                       PAGAR), CONFERE DEBITOS = CREDITOS NO
016260*                       TOTAL E EM CADA EMPRESA E SO ENTAO GRAVA
016270*                       O GLPOST, UM CONJUNTO POR EMPRESA (9230),
016280*                       NO MESMO IDIOMA DO PROGCOB04. CONTA
016290*                       REJEITADA PELO PLANO DE CONTAS (9240)
016300*                       TAMBEM SEGURA O GLPOST.
016310******************************************************************
016320 9200-GRAVA-CONTABIL.
016330     IF WRK-CONT-APLICADAS = ZERO
016340         GO TO 9200-EXIT
016350     END-IF.
016360     COMPUTE WRK-GL-DEBITOS = WRK-TOTAL-BRUTO.
016370     COMPUTE WRK-GL-CREDITOS = WRK-TOTAL-INSS
016380         + WRK-TOTAL-IRRF + WRK-TOTAL-LIQUIDO.
016390     DISPLAY '--------------------------------------------'.
016400     DISPLAY 'CONTABILIZACAO DAS RESCISOES:'.
016410     DISPLAY '  DEBITOS ...........: ' WRK-GL-DEBITOS.
016420     DISPLAY '  CREDITOS ..........: ' WRK-GL-CREDITOS.
016430     IF WRK-GL-DEBITOS NOT = WRK-GL-CREDITOS
016440         MOVE 'N' TO WRK-SW-GL-BALANCO
016450         DISPLAY '  SITUACAO ..........: LANCAMENTOS FORA DE'
016460             ' BALANCO (OUT OF BALANCE) - GLPOST NAO GERADO'
016470         GO TO 9200-EXIT
016480     END-IF.
016490     PERFORM VARYING WRK-CIA-IDX FROM 1 BY 1
016500             UNTIL WRK-CIA-IDX > WRK-QTD-EMPRESAS
016510         IF TAB-CIA-QTDE(WRK-CIA-IDX) > ZERO
016520             COMPUTE WRK-GL-DEBITOS = TAB-CIA-BRUTO(WRK-CIA-IDX)
016530             COMPUTE WRK-GL-CREDITOS = TAB-CIA-INSS(WRK-CIA-IDX)
016540                 + TAB-CIA-IRRF(WRK-CIA-IDX)
016550                 + TAB-CIA-LIQUIDO(WRK-CIA-IDX)
016560             IF WRK-GL-DEBITOS NOT = WRK-GL-CREDITOS
016570                 MOVE 'N' TO WRK-SW-GL-BALANCO
016580                 DISPLAY '  EMPRESA ' TAB-CIA-CODIGO(WRK-CIA-IDX)
016590                     ' FORA DE BALANCO'
016600             END-IF
016610         END-IF
016620     END-PERFORM.
016630     IF NOT WRK-GL-CONFERE
016640         DISPLAY '  SITUACAO ..........: LANCAMENTOS FORA DE'
016650             ' BALANCO (OUT OF BALANCE) - GLPOST NAO GERADO'
016660         GO TO 9200-EXIT
016670     END-IF.
016680     DISPLAY '  SITUACAO ..........: LANCAMENTOS CONFEREM'.
016690     PERFORM 9240-CONSISTE-PLANO THRU 9240-EXIT.
016700     IF NOT WRK-GL-CONTAS-OK
016710         DISPLAY '  SITUACAO ..........: CONTA INVALIDA NO PLANO'
016720             ' DE CONTAS - GLPOST NAO GERADO'
016730         GO TO 9200-EXIT
016740     END-IF.
016750     OPEN OUTPUT GL-POST-FILE.
016760     IF NOT WRK-GL-OK
016770         DISPLAY 'ERRO AO ABRIR GL-POST-FILE: ' WRK-GL-STATUS
016780         SET WRK-GL-FALHOU TO TRUE
016790         GO TO 9200-EXIT
016800     END-IF.
016810     PERFORM VARYING WRK-CIA-IDX FROM 1 BY 1
016820             UNTIL WRK-CIA-IDX > WRK-QTD-EMPRESAS
016830         IF TAB-CIA-QTDE(WRK-CIA-IDX) > ZERO
016840             PERFORM 9230-GRAVA-LOTE-EMPRESA THRU 9230-EXIT
016850         END-IF
016860     END-PERFORM.
016870     CLOSE GL-POST-FILE.
016880 9200-EXIT.
016890     EXIT.
016900******************************************************************
016910* 9230-GRAVA-LOTE-EMPRESA - GRAVA O CONJUNTO DE LANCAMENTOS DAS
016920*                           RESCISOES DA EMPRESA APONTADA POR
016930*                           WRK-CIA-IDX, COM A EMPRESA CONTABIL
016940*                           DELA EM GLL-EMPRESA.
016950******************************************************************
016960 9230-GRAVA-LOTE-EMPRESA.
016970     MOVE TAB-CIA-GL-EMPRESA(WRK-CIA-IDX) TO GLL-EMPRESA.
016980*    A DESPESA DE RESCISOES SAI ABERTA POR CENTRO DE CUSTO; A SOMA
016990*    DOS LANCAMENTOS E O BRUTO DA EMPRESA.
017000     PERFORM 9220-GRAVA-DESPESA-CCUSTO THRU 9220-EXIT.
017010     IF TAB-CIA-INSS(WRK-CIA-IDX) > ZEROS
017020         MOVE '21010001' TO WRK-GL-CONTA
017030         MOVE 'C' TO WRK-GL-DC
017040         MOVE TAB-CIA-INSS(WRK-CIA-IDX) TO WRK-GL-VALOR
017050         MOVE 'INSS A RECOLHER' TO WRK-GL-HISTORICO
017060         PERFORM 9210-GRAVA-UM-LANCAMENTO THRU 9210-EXIT
017070     END-IF.
017080     IF TAB-CIA-IRRF(WRK-CIA-IDX) > ZEROS
017090         MOVE '21010002' TO WRK-GL-CONTA
017100         MOVE 'C' TO WRK-GL-DC
017110         MOVE TAB-CIA-IRRF(WRK-CIA-IDX) TO WRK-GL-VALOR
017120         MOVE 'IRRF A RECOLHER' TO WRK-GL-HISTORICO
017130         PERFORM 9210-GRAVA-UM-LANCAMENTO THRU 9210-EXIT
017140     END-IF.
017150     MOVE '21010007' TO WRK-GL-CONTA.
017160     MOVE 'C' TO WRK-GL-DC.
017170     MOVE TAB-CIA-LIQUIDO(WRK-CIA-IDX) TO WRK-GL-VALOR.
017180     MOVE 'RESCISOES A PAGAR' TO WRK-GL-HISTORICO.
017190     PERFORM 9210-GRAVA-UM-LANCAMENTO THRU 9210-EXIT.
017200 9230-EXIT.
017210     EXIT.
017220******************************************************************
017230* 9210-GRAVA-UM-LANCAMENTO - GRAVA NO GLPOST O LANCAMENTO
017240*                            MONTADO EM WRK-GL-CONTA/DC/VALOR/
017250*                            HISTORICO/CCUSTO, DATADO COM A DATA
017260*                            DE VIGENCIA DO LOTE. NA CONSISTENCIA
017270*                            (9240) SO CONFERE A CONTA CONTRA O
017280*                            PLANO DE CONTAS, SEM GRAVAR.
017290******************************************************************
017300 9210-GRAVA-UM-LANCAMENTO.
017310     IF WRK-GL-CONSISTINDO
017320         PERFORM 9215-CONSISTE-CONTA THRU 9215-EXIT
017330         MOVE SPACES TO WRK-GL-CCUSTO
017340         GO TO 9210-EXIT
017350     END-IF.
017360     MOVE WRK-DATA-ATUAL   TO GLL-DATA.
017370     MOVE WRK-GL-CONTA     TO GLL-CONTA.
017380     MOVE WRK-GL-DC        TO GLL-DC.
017390     MOVE WRK-GL-VALOR     TO GLL-VALOR.
017400     MOVE WRK-GL-HISTORICO TO GLL-HISTORICO.
017410     MOVE WRK-GL-CCUSTO    TO GLL-CCUSTO.
017420     MOVE SPACES TO WRK-GL-CCUSTO.
017430     WRITE GL-RECORD FROM WRK-GL-LANCAMENTO.
017440     IF NOT WRK-GL-OK
017450         DISPLAY 'ERRO AO GRAVAR GLPOST: ' WRK-GL-STATUS
017460         SET WRK-GL-FALHOU TO TRUE
017470     END-IF.
017480 9210-EXIT.
017490     EXIT.
017500******************************************************************
017510* 9215-CONSISTE-CONTA - CONFERE A CONTA DE WRK-GL-CONTA CONTRA O
017520*                       PLANO DE CONTAS: PRECISA ESTAR CADASTRADA
017530*                       E ATIVA E, SE O PLANO EXIGE CENTRO DE
017540*                       CUSTO, O LANCAMENTO PRECISA TER UM
017550*                       (WRK-GL-CCUSTO). CADA REJEICAO E LISTADA
017560*                       NO SYSOUT E DESARMA WRK-SW-GL-CONTAS.
017570******************************************************************
017580 9215-CONSISTE-CONTA.
017590     MOVE 'N' TO WRK-SW-CTA-ACHADA.
017600     PERFORM VARYING WRK-CTA-IDX FROM 1 BY 1
017610             UNTIL WRK-CTA-IDX > WRK-QTD-CONTAS
017620                OR WRK-CTA-ACHADA
017630         IF TAB-CTA-CONTA(WRK-CTA-IDX) = WRK-GL-CONTA
017640             SET WRK-CTA-ACHADA TO TRUE
017650         END-IF
017660     END-PERFORM.
017670     IF NOT WRK-CTA-ACHADA
017680         MOVE 'N' TO WRK-SW-GL-CONTAS
017690         DISPLAY '  CONTA NAO CADASTRADA NO PLANOCTA: '
017700             WRK-GL-CONTA ' ' WRK-GL-HISTORICO
017710         GO TO 9215-EXIT
017720     END-IF.
017730     SUBTRACT 1 FROM WRK-CTA-IDX.
017740     IF TAB-CTA-ATIVA(WRK-CTA-IDX) NOT = 'S'
017750         MOVE 'N' TO WRK-SW-GL-CONTAS
017760         DISPLAY '  CONTA INATIVA NO PLANOCTA .....: '
017770             WRK-GL-CONTA ' ' WRK-GL-HISTORICO
017780         GO TO 9215-EXIT
017790     END-IF.
017800     IF TAB-CTA-EXIGE-CC(WRK-CTA-IDX) = 'S'
017810             AND WRK-GL-CCUSTO = SPACES
017820         MOVE 'N' TO WRK-SW-GL-CONTAS
017830         DISPLAY '  CONTA EXIGE CENTRO DE CUSTO ...: '
017840             WRK-GL-CONTA ' ' WRK-GL-HISTORICO
017850     END-IF.
017860 9215-EXIT.
017870     EXIT.
017880******************************************************************
017890* 9220-GRAVA-DESPESA-CCUSTO - GRAVA UM DEBITO DE DESPESA DE
017900*                             RESCISOES (51010005) POR CENTRO DE
017910*                             CUSTO DA EMPRESA APONTADA POR
017920*                             WRK-CIA-IDX; A SOMA DOS LANCAMENTOS
017930*                             E O BRUTO DA EMPRESA CONFERIDO NO
017940*                             BALANCEAMENTO. O QUE A TABELA CHEIA
017950*                             AGRUPOU NA EMPRESA '**' SAI COMO A
017960*                             DIFERENCA, NO CENTRO '****' DA
017970*                             EMPRESA, SEM CENTRO DE CUSTO NO
017980*                             GLPOST (COMO O '????').
017990******************************************************************
018000 9220-GRAVA-DESPESA-CCUSTO.
018010     MOVE ZEROS TO WRK-GL-CC-SOMA.
018020     MOVE '51010005' TO WRK-GL-CONTA.
018030     PERFORM VARYING WRK-CC-IDX FROM 1 BY 1
018040             UNTIL WRK-CC-IDX > WRK-QTD-CCUSTO
018050         IF TAB-CC-EMPRESA(WRK-CC-IDX)
018060                 = TAB-CIA-CODIGO(WRK-CIA-IDX)
018070             MOVE 'D' TO WRK-GL-DC
018080             MOVE TAB-CC-BRUTO(WRK-CC-IDX) TO WRK-GL-VALOR
018090             ADD TAB-CC-BRUTO(WRK-CC-IDX) TO WRK-GL-CC-SOMA
018100             MOVE TAB-CC-CODIGO(WRK-CC-IDX) TO GLH-CC-CODIGO
018110             MOVE WRK-GL-HIST-CC TO WRK-GL-HISTORICO
018120             IF TAB-CC-CODIGO(WRK-CC-IDX) NOT = '????'
018130                 MOVE TAB-CC-CODIGO(WRK-CC-IDX) TO WRK-GL-CCUSTO
018140             END-IF
018150             PERFORM 9210-GRAVA-UM-LANCAMENTO THRU 9210-EXIT
018160         END-IF
018170     END-PERFORM.
018180     IF WRK-GL-CC-SOMA < TAB-CIA-BRUTO(WRK-CIA-IDX)
018190         MOVE 'D' TO WRK-GL-DC
018200         COMPUTE WRK-GL-VALOR =
018210             TAB-CIA-BRUTO(WRK-CIA-IDX) - WRK-GL-CC-SOMA
018220         MOVE '****' TO GLH-CC-CODIGO
018230         MOVE WRK-GL-HIST-CC TO WRK-GL-HISTORICO
018240         MOVE SPACES TO WRK-GL-CCUSTO
018250         PERFORM 9210-GRAVA-UM-LANCAMENTO THRU 9210-EXIT
018260     END-IF.
018270 9220-EXIT.
018280     EXIT.
018290******************************************************************
018300* 9240-CONSISTE-PLANO - MONTA OS LANCAMENTOS DE TODAS AS EMPRESAS
018310*                       SEM GRAVAR (WRK-GL-CONSISTINDO),
018320*                       CONFERINDO CADA CONTA CONTRA O PLANO DE
018330*                       CONTAS. UMA SO CONTA REJEITADA, OU O
018340*                       PLANOCTA INDISPONIVEL, DESARMA
018350*                       WRK-SW-GL-CONTAS E SEGURA O GLPOST
018360*                       INTEIRO.
018370******************************************************************
018380 9240-CONSISTE-PLANO.
018390     MOVE 'S' TO WRK-SW-GL-CONTAS.
018400     IF NOT WRK-PLANO-CARREGADO
018410         MOVE 'N' TO WRK-SW-GL-CONTAS
018420         DISPLAY '  PLANO DE CONTAS (PLANOCTA) INDISPONIVEL'
018430         GO TO 9240-EXIT
018440     END-IF.
018450     SET WRK-GL-CONSISTINDO TO TRUE.
018460     PERFORM VARYING WRK-CIA-IDX FROM 1 BY 1
018470             UNTIL WRK-CIA-IDX > WRK-QTD-EMPRESAS
018480         IF TAB-CIA-QTDE(WRK-CIA-IDX) > ZERO
018490             PERFORM 9230-GRAVA-LOTE-EMPRESA THRU 9230-EXIT
018500         END-IF
018510     END-PERFORM.
018520     SET WRK-GL-GRAVANDO TO TRUE.
018530 9240-EXIT.
018540     EXIT.
018550******************************************************************
018560* 9000-FINALIZE - GRAVA A CONTABILIZACAO, EXIBE O RESUMO E FECHA
018570*                 OS ARQUIVOS.
018580******************************************************************
018590 9000-FINALIZE.
018600     PERFORM 9200-GRAVA-CONTABIL THRU 9200-EXIT.
018610     CLOSE EMPLOYEE-MASTER.
018620     CLOSE RESCISSION-TRANS-FILE.
018630     CLOSE TERMO-FILE.
018640     CLOSE TAX-DETAIL-FILE.
018650     CLOSE TERMINATION-HISTORY-FILE.
018660     DISPLAY '--------------------------------------------'.
018670     DISPLAY 'RESCISOES LIDAS .....: ' WRK-CONT-LIDAS.
018680     DISPLAY 'RESCISOES APLICADAS .: ' WRK-CONT-APLICADAS.
018690     DISPLAY 'RESCISOES REJEITADAS : ' WRK-CONT-REJEITADAS.
018700 9000-EXIT.
018710     EXIT.
018720 END PROGRAM PROGCOB13.
