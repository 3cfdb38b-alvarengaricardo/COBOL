000320*                 CREDITOS, NO MESMO IDIOMA DO PROGCOB04 (FORA
000330*                 DE BALANCO: RETURN-CODE 4). RETURN-CODE 8
000340*                 PARA OPERADOR/ARQUIVO/TABELA CHEIA.
000350* 2026-10-15 RRA  NO MODO ACUMULA, O FUNCIONARIO COM MAIS DE 15
000360*                 DIAS NO MES DE AFASTAMENTO QUE SUSPENDE O
000370*                 PERIODO AQUISITIVO (DOENCA DO 16O DIA EM DIANTE
000380*                 E LICENCA NAO REMUNERADA, NO AFAST MANTIDO PELO
000390*                 PROGCOB26) E PULADO COM AVISO, COMO O PROGCOB04
000400*                 FAZ COM O FERSALDO. SEM O ARQUIVO, NADA MUDA.
000410* 2026-10-15 RRA  PROVISAO POR EMPRESA: O CADASTRO DE EMPRESAS
000420*                 (EMPRESAS) PASSOU A SER OBRIGATORIO (RC 8 SEM
000430*                 ELE); O PROVSALD GUARDA A EMPRESA DA MATRICULA
000440*                 (ATUALIZADA A CADA APROPRIACAO; BRANCO NOS
000450*                 SALDOS ANTIGOS = '01'); O GLPOST SAI COM UM
000460*                 CONJUNTO BALANCEADO POR EMPRESA (EMPRESA
000470*                 CONTABIL NO LANCAMENTO) E O RELATORIO COM O
000480*                 SUBTOTAL DE CADA UMA. FUNCIONARIO OU SALDO DE
000490*                 EMPRESA NAO CADASTRADA E PULADO COM AVISO.
000500* 2026-10-15 RRA  PLANO DE CONTAS (PLANOCTA, MANTIDO PELO
000510*                 PROGCOB31): OS LANCAMENTOS SAO CONSISTIDOS
000520*                 CONTRA O PLANO ANTES DE ABRIR O GLPOST, COMO NO
000530*                 PROGCOB04; CONTA NAO CADASTRADA, INATIVA OU QUE
000540*                 EXIGE CENTRO DE CUSTO SEM ELE, OU PLANOCTA
000550*                 INDISPONIVEL, SEGURA O GLPOST COM RETURN-CODE 4.
000560*                 A DESPESA DE PROVISAO (E O SEU ESTORNO) SAI
000570*                 ABERTA POR CENTRO DE CUSTO, COM O CENTRO EM
000580*                 GLL-CCUSTO; O PROVSALD GUARDA O CENTRO DE CUSTO
000590*                 DA MATRICULA (PSD-CCUSTO, ATUALIZADO A CADA
000600*                 APROPRIACAO) PARA O ESTORNO.
000610******************************************************************
000620 IDENTIFICATION DIVISION.
000630 PROGRAM-ID. PROGCOB22.
000640 ENVIRONMENT DIVISION.
000650 CONFIGURATION SECTION.
000660 SPECIAL-NAMES.
000670     DECIMAL-POINT IS COMMA.
000680 INPUT-OUTPUT SECTION.
000690 FILE-CONTROL.
000700     SELECT EMPLOYEE-MASTER
000710         ASSIGN TO "EMPMAST"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS SEQUENTIAL
000740         RECORD KEY IS EMP-ID
000750         FILE STATUS IS WRK-EMP-STATUS.
000760     SELECT PROVISION-BALANCE-FILE
000770         ASSIGN TO "PROVSALD"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WRK-PSD-STATUS.
000800     SELECT PROVISION-PARAM-FILE
000810         ASSIGN TO "PROVPARM"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WRK-PRM-STATUS.
000840     SELECT VACATION-SCHED-FILE
000850         ASSIGN TO "FERAGEND"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WRK-AGD-STATUS.
000880     SELECT LEAVE-FILE
000890         ASSIGN TO "AFAST"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WRK-AFA-STATUS.
000920     SELECT COMPANY-FILE
000930         ASSIGN TO "EMPRESAS"
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WRK-CIA-STATUS.
000960     SELECT GL-POST-FILE
000970         ASSIGN TO "GLPOST"
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS WRK-GL-STATUS.
001000     SELECT PROVISION-REPORT-FILE
001010         ASSIGN TO "PROVRPT"
001020         ORGANIZATION IS LINE SEQUENTIAL
001030         FILE STATUS IS WRK-RPT-STATUS.
001040     SELECT AUDIT-FILE
001050         ASSIGN TO "DATEAUD"
001060         ORGANIZATION IS LINE SEQUENTIAL
001070         FILE STATUS IS WRK-AUDIT-STATUS.
001080     SELECT CURRENCY-CONFIG-FILE
001090         ASSIGN TO "PAYMOEDA"
001100         ORGANIZATION IS LINE SEQUENTIAL
001110         FILE STATUS IS WRK-MOEDA-CFG-STATUS.
001120     SELECT EXCHANGE-RATE-FILE
001130         ASSIGN TO "PAYCAMB"
001140         ORGANIZATION IS LINE SEQUENTIAL
001150         FILE STATUS IS WRK-CMB-STATUS.
001160     SELECT SECURITY-MASTER-FILE
001170         ASSIGN TO "OPERSEC"
001180         ORGANIZATION IS LINE SEQUENTIAL
001190         FILE STATUS IS WRK-SEC-STATUS.
001200     SELECT SECURITY-AUDIT-FILE
001210         ASSIGN TO "SECAUD"
001220         ORGANIZATION IS LINE SEQUENTIAL
001230         FILE STATUS IS WRK-SECAUD-STATUS.
001240     SELECT ACCOUNT-FILE
001250         ASSIGN TO "PLANOCTA"
001260         ORGANIZATION IS LINE SEQUENTIAL
001270         FILE STATUS IS WRK-CTA-STATUS.
001280     SELECT OPERATOR-CONTROL-FILE
001290         ASSIGN TO "PAYOPER"
001300         ORGANIZATION IS LINE SEQUENTIAL
001310         FILE STATUS IS WRK-OPER-CFG-STATUS.
001320 DATA DIVISION.
001330 FILE SECTION.
001340 FD  EMPLOYEE-MASTER
001350     LABEL RECORDS ARE STANDARD.
001360     COPY EMPREC.
001370 FD  PROVISION-BALANCE-FILE
001380     LABEL RECORDS ARE STANDARD.
001390 01  PROVISION-BALANCE-RECORD.
001400     05  PSD-MATRICULA            PIC X(06).
001410     05  PSD-FILL1                PIC X(02).
001420     05  PSD-SALDO-13O            PIC 9(08)V99.
001430     05  PSD-FILL2                PIC X(02).
001440     05  PSD-SALDO-FERIAS         PIC 9(08)V99.
001450     05  PSD-FILL3                PIC X(02).
001460     05  PSD-EMPRESA              PIC X(02).
001470     05  PSD-FILL4                PIC X(02).
001480     05  PSD-CCUSTO               PIC X(04).
001490 FD  PROVISION-PARAM-FILE
001500     LABEL RECORDS ARE STANDARD.
001510 01  PROVISION-PARAM-RECORD.
001520     05  PRM-MODO                 PIC X(08).
001530     05  PRM-FILL1                PIC X(02).
001540     05  PRM-TIPO                 PIC X(08).
001550 FD  VACATION-SCHED-FILE
001560     LABEL RECORDS ARE STANDARD.
001570 01  VACATION-SCHED-RECORD.
001580     05  AGD-MATRICULA            PIC X(06).
001590     05  AGD-FILL1                PIC X(02).
001600     05  AGD-DATA-INI             PIC 9(08).
001610     05  AGD-FILL2                PIC X(02).
001620     05  AGD-DIAS                 PIC 9(02).
001630 FD  LEAVE-FILE
001640     LABEL RECORDS ARE STANDARD.
001650     COPY AFAREC.
001660 FD  COMPANY-FILE
001670     LABEL RECORDS ARE STANDARD.
001680     COPY CIAREC.
001690 FD  GL-POST-FILE
001700     LABEL RECORDS ARE STANDARD.
001710 01  GL-RECORD                    PIC X(80).
001720 FD  PROVISION-REPORT-FILE
001730     LABEL RECORDS ARE STANDARD.
001740 01  PROVISION-REPORT-RECORD      PIC X(100).
001750 FD  AUDIT-FILE
001760     LABEL RECORDS ARE STANDARD.
001770 01  AUDIT-RECORD.
001780     05  AUD-DATA                 PIC 9(08).
001790     05  AUD-FILL1                PIC X(02).
001800     05  AUD-HORA                 PIC 9(08).
001810     05  AUD-FILL2                PIC X(02).
001820     05  AUD-OPERADOR             PIC X(10).
001830 FD  CURRENCY-CONFIG-FILE
001840     LABEL RECORDS ARE STANDARD.
001850 01  CURRENCY-CONFIG-RECORD.
001860     05  CFG-MOEDA                PIC X(03).
001870 FD  EXCHANGE-RATE-FILE
001880     LABEL RECORDS ARE STANDARD.
001890 01  EXCHANGE-RATE-RECORD.
001900     05  CMB-MOEDA                PIC X(03).
001910     05  CMB-FILL1                PIC X(02).
001920     05  CMB-TAXA                 PIC 9(03)V9(04).
001930     05  CMB-FILL2                PIC X(02).
001940     05  CMB-VIG                  PIC 9(08).
001950 FD  SECURITY-MASTER-FILE
001960     LABEL RECORDS ARE STANDARD.
001970     COPY OPERSEC.
001980 FD  SECURITY-AUDIT-FILE
001990     LABEL RECORDS ARE STANDARD.
002000 01  SECAUD-RECORD.
002010     05  SEC-DATA                 PIC 9(08).
002020     05  SEC-FILL1                PIC X(02).
002030     05  SEC-HORA                 PIC 9(08).
002040     05  SEC-FILL2                PIC X(02).
002050     05  SEC-OPERADOR             PIC X(10).
002060     05  SEC-FILL3                PIC X(02).
002070     05  SEC-PROGRAMA             PIC X(09).
002080     05  SEC-FILL4                PIC X(02).
002090     05  SEC-MOTIVO               PIC X(20).
002100 FD  ACCOUNT-FILE
002110     LABEL RECORDS ARE STANDARD.
002120     COPY CTAREC.
002130 FD  OPERATOR-CONTROL-FILE
002140     LABEL RECORDS ARE STANDARD.
002150 01  OPERATOR-CONTROL-RECORD.
002160     05  OPCFG-OPERADOR           PIC X(10).
002170     05  OPCFG-FILL1              PIC X(02).
002180     05  OPCFG-SENHA              PIC X(10).
002190 WORKING-STORAGE SECTION.
002200 77  WRK-EMP-STATUS       PIC X(02) VALUE '00'.
002210     88  WRK-EMP-OK                  VALUE '00'.
002220     88  WRK-EMP-EOF                 VALUE '10'.
002230 77  WRK-PSD-STATUS       PIC X(02) VALUE '00'.
002240     88  WRK-PSD-OK                  VALUE '00'.
002250     88  WRK-PSD-EOF                 VALUE '10'.
002260 77  WRK-PRM-STATUS       PIC X(02) VALUE '00'.
002270     88  WRK-PRM-OK                  VALUE '00'.
002280 77  WRK-AGD-STATUS       PIC X(02) VALUE '00'.
002290     88  WRK-AGD-OK                  VALUE '00'.
002300     88  WRK-AGD-EOF                 VALUE '10'.
002310 77  WRK-GL-STATUS        PIC X(02) VALUE '00'.
002320     88  WRK-GL-OK                   VALUE '00'.
002330 77  WRK-RPT-STATUS       PIC X(02) VALUE '00'.
002340     88  WRK-RPT-OK                  VALUE '00'.
002350 77  WRK-AUDIT-STATUS     PIC X(02) VALUE '00'.
002360     88  WRK-AUDIT-OK                VALUE '00'.
002370     88  WRK-AUDIT-EOF               VALUE '10'.
002380 77  WRK-MOEDA-CFG-STATUS PIC X(02) VALUE '00'.
002390     88  WRK-MOEDA-CFG-OK            VALUE '00'.
002400 77  WRK-CMB-STATUS       PIC X(02) VALUE '00'.
002410     88  WRK-CMB-OK                  VALUE '00'.
002420     88  WRK-CMB-EOF                 VALUE '10'.
002430 77  WRK-SEC-STATUS       PIC X(02) VALUE '00'.
002440     88  WRK-SEC-OK                  VALUE '00'.
002450     88  WRK-SEC-EOF                 VALUE '10'.
002460 77  WRK-SECAUD-STATUS    PIC X(02) VALUE '00'.
002470     88  WRK-SECAUD-OK               VALUE '00'.
002480 77  WRK-OPER-CFG-STATUS  PIC X(02) VALUE '00'.
002490     88  WRK-OPER-CFG-OK             VALUE '00'.
002500 77  WRK-SW-OPER-ARQUIVO  PIC X(01) VALUE 'N'.
002510     88  WRK-OPER-ARQUIVO            VALUE 'S'.
002520 77  WRK-SW-OPERADOR      PIC X(01) VALUE 'N'.
002530     88  WRK-OPERADOR-VALIDO         VALUE 'S'.
002540 77  WRK-OPERADOR         PIC X(10) VALUE SPACES.
002550 77  WRK-SENHA            PIC X(10) VALUE SPACES.
002560 77  WRK-SW-OPR-ACHADO    PIC X(01) VALUE 'N'.
002570     88  WRK-OPR-ACHADO              VALUE 'S'.
002580 77  WRK-OPR-ATIVO        PIC X(01) VALUE 'N'.
002590 77  WRK-OPR-SENHA        PIC X(10) VALUE SPACES.
002600 77  WRK-OPR-AUT-FUNCAO   PIC X(01) VALUE 'N'.
002610 77  WRK-MOTIVO-LOGON     PIC X(20) VALUE SPACES.
002620 77  WRK-DATA-LOGON       PIC 9(08) VALUE ZEROS.
002630 77  WRK-HORA-LOGON       PIC 9(08) VALUE ZEROS.
002640 77  WRK-DATA-ATUAL       PIC 9(08) VALUE ZEROS.
002650 77  WRK-MODO             PIC X(08) VALUE 'ACUMULA'.
002660     88  WRK-MODO-ACUMULA            VALUE 'ACUMULA'.
002670     88  WRK-MODO-ESTORNA            VALUE 'ESTORNA'.
002680 77  WRK-TIPO-ESTORNO     PIC X(08) VALUE SPACES.
002690     88  WRK-ESTORNA-13SAL           VALUE '13SAL'.
002700     88  WRK-ESTORNA-FERIAS          VALUE 'FERIAS'.
002710 77  WRK-MOEDA-PADRAO     PIC X(03) VALUE 'BRL'.
002720     88  WRK-MOEDA-PADRAO-VALIDA     VALUES 'BRL' 'USD'.
002730 77  WRK-MOEDA-REGISTRO   PIC X(03) VALUE 'BRL'.
002740 77  WRK-TAXA-REGISTRO    PIC 9(03)V9(04) VALUE ZEROS.
002750 77  WRK-SW-TAXA-ACHADA   PIC X(01) VALUE 'N'.
002760     88  WRK-TAXA-ACHADA             VALUE 'S'.
002770 77  WRK-CMB-IDX          PIC 9(02) COMP VALUE ZERO.
002780 01  TAB-CAMBIO.
002790     05  TAB-CMB-ENT OCCURS 2 TIMES.
002800         10  TAB-CMB-MOEDA        PIC X(03).
002810         10  TAB-CMB-TAXA         PIC 9(03)V9(04).
002820         10  TAB-CMB-VIG          PIC 9(08).
002830         10  TAB-CMB-SW           PIC X(01).
002840             88  TAB-CMB-CARREGADA        VALUE 'S'.
002850 77  WRK-SALARIO-CONV     PIC 9(08)V99 VALUE ZEROS.
002860 77  WRK-ACRESC-13O       PIC 9(08)V99 VALUE ZEROS.
002870 77  WRK-ACRESC-FERIAS    PIC 9(08)V99 VALUE ZEROS.
002880 77  WRK-TOTAL-13O        PIC 9(10)V99 VALUE ZEROS.
002890 77  WRK-TOTAL-FERIAS     PIC 9(10)V99 VALUE ZEROS.
002900 77  WRK-CONT-FUNC        PIC 9(05) COMP VALUE ZERO.
002910 77  WRK-CONT-PULADOS     PIC 9(05) COMP VALUE ZERO.
002920 77  WRK-GL-DEBITOS       PIC 9(11)V99 VALUE ZEROS.
002930 77  WRK-GL-CREDITOS      PIC 9(11)V99 VALUE ZEROS.
002940 77  WRK-GL-CONTA         PIC X(08) VALUE SPACES.
002950 77  WRK-GL-DC            PIC X(01) VALUE SPACES.
002960 77  WRK-GL-VALOR         PIC 9(11)V99 VALUE ZEROS.
002970 77  WRK-GL-HISTORICO     PIC X(25) VALUE SPACES.
002980 77  WRK-SW-GL-FALHA      PIC X(01) VALUE 'N'.
002990     88  WRK-GL-FALHOU               VALUE 'S'.
003000 77  WRK-SW-GL-BALANCO    PIC X(01) VALUE 'S'.
003010     88  WRK-GL-CONFERE              VALUE 'S'.
003020 01  WRK-GL-LANCAMENTO.
003030     05  GLL-DATA             PIC 9(08).
003040     05  FILLER               PIC X(02) VALUE SPACES.
003050     05  GLL-CONTA            PIC X(08).
003060     05  FILLER               PIC X(02) VALUE SPACES.
003070     05  GLL-DC               PIC X(01).
003080     05  FILLER               PIC X(02) VALUE SPACES.
003090     05  GLL-VALOR            PIC 9(11)V99.
003100     05  FILLER               PIC X(02) VALUE SPACES.
003110     05  GLL-HISTORICO        PIC X(25).
003120     05  FILLER               PIC X(02) VALUE SPACES.
003130     05  GLL-EMPRESA          PIC X(04).
003140     05  FILLER               PIC X(02) VALUE SPACES.
003150     05  GLL-CCUSTO           PIC X(04).
003160     05  FILLER               PIC X(05) VALUE SPACES.
003170 77  WRK-GL-CCUSTO        PIC X(04) VALUE SPACES.
003180 77  WRK-GL-CC-SOMA       PIC 9(11)V99 VALUE ZEROS.
003190 77  WRK-GL-CC-TOTAL      PIC 9(11)V99 VALUE ZEROS.
003200 77  WRK-GL-CC-VERBA      PIC X(01) VALUE '1'.
003210     88  WRK-GL-CC-13O               VALUE '1'.
003220     88  WRK-GL-CC-FERIAS            VALUE 'F'.
003230 01  WRK-GL-HIST-CC.
003240     05  GLH-CC-TEXTO         PIC X(21) VALUE SPACES.
003250     05  GLH-CC-CODIGO        PIC X(04).
003260*----------------------------------------------------------------
003270* PROVISAO (OU ESTORNO) POR EMPRESA E CENTRO DE CUSTO, ACUMULADA
003280* EM 2250 PARA ABRIR A DESPESA NO GLPOST POR CENTRO, NO MESMO
003290* IDIOMA DO PROGCOB04: SEM CENTRO DE CUSTO, CODIGO '????';
003300* TABELA CHEIA, O EXCEDENTE SAI COMO A DIFERENCA DA EMPRESA NO
003310* CENTRO '****'.
003320*----------------------------------------------------------------
003330 01  TAB-CCUSTOS.
003340     05  TAB-CC-ENT OCCURS 50 TIMES.
003350         10  TAB-CC-EMPRESA       PIC X(02).
003360         10  TAB-CC-CODIGO        PIC X(04).
003370         10  TAB-CC-13O           PIC 9(10)V99.
003380         10  TAB-CC-FER           PIC 9(10)V99.
003390 77  WRK-QTD-CCUSTO       PIC 9(02) COMP VALUE ZERO.
003400 77  WRK-MAX-CCUSTO       PIC 9(02) COMP VALUE 50.
003410 77  WRK-CC-IDX           PIC 9(02) COMP VALUE ZERO.
003420 77  WRK-CC-CODIGO        PIC X(04) VALUE SPACES.
003430 77  WRK-SW-CC-ACHADO     PIC X(01) VALUE 'N'.
003440     88  WRK-CC-ACHADO               VALUE 'S'.
003450 77  WRK-CC-13O           PIC 9(10)V99 VALUE ZEROS.
003460 77  WRK-CC-FER           PIC 9(10)V99 VALUE ZEROS.
003470*----------------------------------------------------------------
003480* PLANO DE CONTAS (PLANOCTA, MANTIDO PELO PROGCOB31) PARA A
003490* CONSISTENCIA DOS LANCAMENTOS ANTES DE ABRIR O GLPOST (9240),
003500* NO MESMO IDIOMA DO PROGCOB04.
003510*----------------------------------------------------------------
003520 77  WRK-CTA-STATUS       PIC X(02) VALUE '00'.
003530     88  WRK-CTA-OK                  VALUE '00'.
003540     88  WRK-CTA-EOF                 VALUE '10'.
003550 77  WRK-QTD-CONTAS       PIC 9(03) COMP VALUE ZERO.
003560 77  WRK-MAX-CONTAS       PIC 9(03) COMP VALUE 300.
003570 77  WRK-CTA-IDX          PIC 9(03) COMP VALUE ZERO.
003580 77  WRK-SW-CTA-ACHADA    PIC X(01) VALUE 'N'.
003590     88  WRK-CTA-ACHADA              VALUE 'S'.
003600 77  WRK-SW-PLANO         PIC X(01) VALUE 'N'.
003610     88  WRK-PLANO-CARREGADO         VALUE 'S'.
003620 77  WRK-SW-GL-MODO       PIC X(01) VALUE 'G'.
003630     88  WRK-GL-CONSISTINDO          VALUE 'C'.
003640     88  WRK-GL-GRAVANDO             VALUE 'G'.
003650 77  WRK-SW-GL-CONTAS     PIC X(01) VALUE 'S'.
003660     88  WRK-GL-CONTAS-OK            VALUE 'S'.
003670 01  TAB-PLANO.
003680     05  TAB-CTA-ENT OCCURS 300 TIMES.
003690         10  TAB-CTA-CONTA        PIC X(08).
003700         10  TAB-CTA-ATIVA        PIC X(01).
003710         10  TAB-CTA-EXIGE-CC     PIC X(01).
003720*----------------------------------------------------------------
003730* SALDO ACUMULADO DE PROVISAO POR MATRICULA (PROVSALD), COM A
003740* EMPRESA E O CENTRO DE CUSTO DA MATRICULA, CARREGADO NO INICIO E
003750* REGRAVADO NO FIM.
003760*----------------------------------------------------------------
003770 01  TAB-PROVISAO.
003780     05  TAB-PSD-ENT OCCURS 999 TIMES.
003790         10  TAB-PSD-MATRICULA    PIC X(06).
003800         10  TAB-PSD-EMPRESA      PIC X(02).
003810         10  TAB-PSD-SALDO-13O    PIC 9(08)V99.
003820         10  TAB-PSD-SALDO-FER    PIC 9(08)V99.
003830         10  TAB-PSD-CCUSTO       PIC X(04).
003840 77  WRK-QTD-PROVISAO     PIC 9(04) COMP VALUE ZERO.
003850 77  WRK-MAX-PROVISAO     PIC 9(04) COMP VALUE 999.
003860 77  WRK-PSD-IDX          PIC 9(04) COMP VALUE ZERO.
003870 77  WRK-SW-PSD-ACHADO    PIC X(01) VALUE 'N'.
003880     88  WRK-PSD-ACHADO              VALUE 'S'.
003890*----------------------------------------------------------------
003900* CADASTRO DE EMPRESAS (EMPRESAS), COM OS TOTAIS DE PROVISAO DE
003910* CADA UMA PARA O CONJUNTO DE LANCAMENTOS E O SUBTOTAL.
003920*----------------------------------------------------------------
003930 77  WRK-CIA-STATUS       PIC X(02) VALUE '00'.
003940     88  WRK-CIA-OK                  VALUE '00'.
003950     88  WRK-CIA-EOF                 VALUE '10'.
003960 77  WRK-QTD-EMPRESAS     PIC 9(02) COMP VALUE ZERO.
003970 77  WRK-MAX-EMPRESAS     PIC 9(02) COMP VALUE 20.
003980 77  WRK-CIA-IDX          PIC 9(02) COMP VALUE ZERO.
003990 77  WRK-EMPRESA          PIC X(02) VALUE SPACES.
004000 77  WRK-SW-CIA-ACHADO    PIC X(01) VALUE 'N'.
004010     88  WRK-CIA-ACHADO              VALUE 'S'.
004020 77  WRK-CIA-13O          PIC 9(10)V99 VALUE ZEROS.
004030 77  WRK-CIA-FERIAS       PIC 9(10)V99 VALUE ZEROS.
004040 01  TAB-EMPRESAS.
004050     05  TAB-CIA-ENT OCCURS 20 TIMES.
004060         10  TAB-CIA-CODIGO       PIC X(02).
004070         10  TAB-CIA-GL-EMPRESA   PIC X(04).
004080         10  TAB-CIA-TOTAL-13O    PIC 9(10)V99.
004090         10  TAB-CIA-TOTAL-FER    PIC 9(10)V99.
004100*----------------------------------------------------------------
004110* AGENDA DE FERIAS (FERAGEND), USADA SO NO ESTORNO DE FERIAS
004120* PARA LIMITAR AS MATRICULAS REVERTIDAS.
004130*----------------------------------------------------------------
004140 01  TAB-AGENDA.
004150     05  TAB-AGD-ENT OCCURS 200 TIMES.
004160         10  TAB-AGD-MATRICULA    PIC X(06).
004170 77  WRK-QTD-AGENDA       PIC 9(03) COMP VALUE ZERO.
004180 77  WRK-MAX-AGENDA       PIC 9(03) COMP VALUE 200.
004190 77  WRK-AGD-IDX          PIC 9(03) COMP VALUE ZERO.
004200 77  WRK-SW-AGD-ACHADA    PIC X(01) VALUE 'N'.
004210     88  WRK-AGD-ACHADA              VALUE 'S'.
004220*----------------------------------------------------------------
004230* AFASTAMENTOS QUE SUSPENDEM O PERIODO AQUISITIVO (AFAST), USADOS
004240* SO NO MODO ACUMULA: NA DOENCA, O INICIO EFETIVO E O 16O DIA (OS
004250* 15 PRIMEIROS SAO PAGOS PELA EMPRESA); A MATERNIDADE NAO
004260* SUSPENDE E NAO E CARREGADA. O MES DE REFERENCIA E O DA DATA DE
004270* VIGENCIA DO LOTE.
004280*----------------------------------------------------------------
004290 77  WRK-AFA-STATUS       PIC X(02) VALUE '00'.
004300     88  WRK-AFA-OK                  VALUE '00'.
004310     88  WRK-AFA-EOF                 VALUE '10'.
004320 77  WRK-QTD-AFASTAMENTOS PIC 9(03) COMP VALUE ZERO.
004330 77  WRK-MAX-AFASTAMENTOS PIC 9(03) COMP VALUE 500.
004340 77  WRK-AFA-IDX          PIC 9(03) COMP VALUE ZERO.
004350 77  WRK-AFA-INI-MES      PIC 9(08) VALUE ZEROS.
004360 77  WRK-AFA-FIM-MES      PIC 9(08) VALUE ZEROS.
004370 77  WRK-AFA-DATA-DE      PIC 9(08) VALUE ZEROS.
004380 77  WRK-AFA-DATA-ATE     PIC 9(08) VALUE ZEROS.
004390 77  WRK-AFA-DIAS         PIC 9(03) VALUE ZEROS.
004400 77  WRK-DIAS-SUSPENSO    PIC 9(03) VALUE ZEROS.
004410 77  WRK-DIAS-CARENCIA    PIC 9(02) VALUE 15.
004420 77  WRK-LIMITE-SUSPENSAO PIC 9(02) VALUE 15.
004430 01  TAB-AFASTAMENTOS.
004440     05  TAB-AFA-ENT OCCURS 500 TIMES.
004450         10  TAB-AFA-MATRICULA    PIC X(06).
004460         10  TAB-AFA-INICIO-EFET  PIC 9(08).
004470         10  TAB-AFA-DATA-FIM     PIC 9(08).
004480 01  WRK-DATA-VERIF.
004490     02  WRK-VRF-ANO      PIC 9(04) VALUE ZEROS.
004500     02  WRK-VRF-MES      PIC 9(02) VALUE ZEROS.
004510     02  WRK-VRF-DIA      PIC 9(02) VALUE ZEROS.
004520 01  WRK-DATA-VERIF-R REDEFINES WRK-DATA-VERIF.
004530     02  WRK-DATA-VERIF-NUM PIC 9(08).
004540 77  WRK-DIAS-NO-MES      PIC 9(02) COMP VALUE ZERO.
004550 77  WRK-RESTO            PIC 9(04) COMP VALUE ZERO.
004560 77  WRK-QUOCIENTE        PIC 9(04) COMP VALUE ZERO.
004570 01  TAB-DIAS-MES-DADOS.
004580     05  FILLER PIC X(24) VALUE '312831303130313130313031'.
004590 01  TAB-DIAS-MES REDEFINES TAB-DIAS-MES-DADOS.
004600     05  TAB-DIAS-DO-MES  PIC 9(02) OCCURS 12 TIMES.
004610*----------------------------------------------------------------
004620* LINHAS DE IMPRESSAO DO RELATORIO DE PROVISAO.
004630*----------------------------------------------------------------
004640 01  WRK-LINHA-CABEC1.
004650     05  FILLER PIC X(22) VALUE SPACES.
004660     05  FILLER PIC X(56)
004670         VALUE 'FOLHA DE PAGAMENTO - PROVISAO DE 13O E FERIAS'.
004680     05  FILLER PIC X(22) VALUE SPACES.
004690 01  WRK-LINHA-CABEC2.
004700     05  FILLER PIC X(08) VALUE 'DATA: '.
004710     05  CAB2-DATA            PIC 9(08).
004720     05  FILLER PIC X(08) VALUE '  MODO: '.
004730     05  CAB2-MODO            PIC X(08).
004740     05  FILLER PIC X(01) VALUE SPACES.
004750     05  CAB2-TIPO            PIC X(08).
004760     05  FILLER PIC X(67) VALUE SPACES.
004770 01  WRK-LINHA-FUNC.
004780     05  FNC-MATRICULA        PIC X(06).
004790     05  FILLER PIC X(12) VALUE '  MES 13O: '.
004800     05  FNC-ACR-13O          PIC ZZZ.ZZ9,99.
004810     05  FILLER PIC X(15) VALUE '  MES FERIAS: '.
004820     05  FNC-ACR-FER          PIC ZZZ.ZZ9,99.
004830     05  FILLER PIC X(13) VALUE '  SALDO 13O: '.
004840     05  FNC-SAL-13O          PIC Z.ZZZ.ZZ9,99.
004850     05  FILLER PIC X(10) VALUE '  FERIAS: '.
004860     05  FNC-SAL-FER          PIC Z.ZZZ.ZZ9,99.
004870     05  FILLER               PIC X(01) VALUE SPACES.
004880 01  WRK-LINHA-TOT-EMPRESA.
004890     05  FILLER PIC X(08) VALUE 'EMPRESA '.
004900     05  TCI-EMPRESA          PIC X(02).
004910     05  FILLER PIC X(06) VALUE ' 13O:'.
004920     05  TCI-13O              PIC ZZ.ZZZ.ZZZ.ZZ9,99.
004930     05  FILLER PIC X(18) VALUE '  TOTAL FERIAS: '.
004940     05  TCI-FERIAS           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
004950     05  FILLER               PIC X(32) VALUE SPACES.
004960 01  WRK-LINHA-TOTAIS.
004970     05  FILLER PIC X(16) VALUE 'TOTAL 13O .....:'.
004980     05  TOT-13O              PIC ZZ.ZZZ.ZZZ.ZZ9,99.
004990     05  FILLER PIC X(18) VALUE '  TOTAL FERIAS: '.
005000     05  TOT-FERIAS           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
005010     05  FILLER               PIC X(32) VALUE SPACES.
005020 PROCEDURE DIVISION.
005030******************************************************************
005040* 0000-MAINLINE - CONTROLA A PROVISAO (OU O ESTORNO).
005050******************************************************************
005060 0000-MAINLINE.
005070     PERFORM 0500-LOGON-OPERADOR THRU 0500-EXIT.
005080     IF NOT WRK-OPERADOR-VALIDO
005090         DISPLAY 'OPERADOR NAO AUTORIZADO: ' WRK-OPERADOR
005100         MOVE 8 TO RETURN-CODE
005110         GOBACK
005120     END-IF.
005130     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005140     IF WRK-MODO-ACUMULA
005150         PERFORM 2000-ACUMULA-PROVISAO THRU 2000-EXIT
005160     ELSE
005170         PERFORM 4000-ESTORNA-PROVISAO THRU 4000-EXIT
005180     END-IF.
005190     PERFORM 9000-FINALIZE THRU 9000-EXIT.
005200     IF NOT WRK-GL-CONFERE OR WRK-GL-FALHOU
005210             OR NOT WRK-GL-CONTAS-OK
005220         MOVE 4 TO RETURN-CODE
005230     ELSE
005240         MOVE 0 TO RETURN-CODE
005250     END-IF.
005260     GOBACK.
005270******************************************************************
005280* 0500-LOGON-OPERADOR - OBTEM O OPERADOR E A SENHA DO PAYOPER,
005290*                       QUANDO PREPARADOS EXTERNAMENTE PARA UMA
005300*                       EXECUCAO EM LOTE, OU DO CONSOLE QUANDO O
005310*                       ARQUIVO NAO EXISTE OU ESTA VAZIO, E
005320*                       VALIDA CONTRA O CADASTRO DE SEGURANCA
005330*                       (OPERSEC): OPERADOR ATIVO, SENHA E
005340*                       AUTORIZACAO DE EXECUCAO DA FOLHA.
005350*                       TENTATIVA RECUSADA E GRAVADA NO SECAUD,
005360*                       NO MESMO IDIOMA DO PROGCOB02/03/04.
005370******************************************************************
005380 0500-LOGON-OPERADOR.
005390     MOVE 'N' TO WRK-SW-OPER-ARQUIVO.
005400     OPEN INPUT OPERATOR-CONTROL-FILE.
005410     IF WRK-OPER-CFG-OK
005420         READ OPERATOR-CONTROL-FILE
005430             AT END
005440                 CONTINUE
005450             NOT AT END
005460                 MOVE OPCFG-OPERADOR TO WRK-OPERADOR
005470                 MOVE OPCFG-SENHA    TO WRK-SENHA
005480                 SET WRK-OPER-ARQUIVO TO TRUE
005490         END-READ
005500         CLOSE OPERATOR-CONTROL-FILE
005510     END-IF.
005520     IF NOT WRK-OPER-ARQUIVO
005530         DISPLAY 'OPERADOR: ' WITH NO ADVANCING
005540         ACCEPT WRK-OPERADOR FROM CONSOLE
005550         DISPLAY 'SENHA: ' WITH NO ADVANCING
005560         ACCEPT WRK-SENHA FROM CONSOLE
005570     END-IF.
005580     MOVE 'N' TO WRK-SW-OPERADOR.
005590     MOVE SPACES TO WRK-MOTIVO-LOGON.
005600     PERFORM 0510-PROCURA-OPERSEC THRU 0510-EXIT.
005610     EVALUATE TRUE
005620         WHEN NOT WRK-OPR-ACHADO
005630             MOVE 'NAO CADASTRADO' TO WRK-MOTIVO-LOGON
005640         WHEN WRK-OPR-ATIVO NOT = 'S'
005650             MOVE 'OPERADOR INATIVO' TO WRK-MOTIVO-LOGON
005660         WHEN WRK-OPR-SENHA NOT = WRK-SENHA
005670             MOVE 'SENHA INVALIDA' TO WRK-MOTIVO-LOGON
005680         WHEN WRK-OPR-AUT-FUNCAO NOT = 'S'
005690             MOVE 'SEM AUTORIZACAO' TO WRK-MOTIVO-LOGON
005700         WHEN OTHER
005710             MOVE 'S' TO WRK-SW-OPERADOR
005720     END-EVALUATE.
005730     IF NOT WRK-OPERADOR-VALIDO
005740         DISPLAY 'LOGON RECUSADO (' WRK-MOTIVO-LOGON ') - '
005750             WRK-OPERADOR
005760         PERFORM 0520-GRAVA-SECAUD THRU 0520-EXIT
005770     END-IF.
005780 0500-EXIT.
005790     EXIT.
005800******************************************************************
005810* 0510-PROCURA-OPERSEC - PROCURA O OPERADOR NO CADASTRO DE
005820*                        SEGURANCA (OPERSEC) E GUARDA OS CAMPOS
005830*                        DO REGISTRO ACHADO (A AUTORIZACAO DESTE
005840*                        PROGRAMA E A DE EXECUCAO DA FOLHA).
005850*                        ARQUIVO INDISPONIVEL EQUIVALE A
005860*                        OPERADOR NAO CADASTRADO.
005870******************************************************************
005880 0510-PROCURA-OPERSEC.
005890     MOVE 'N' TO WRK-SW-OPR-ACHADO.
005900     OPEN INPUT SECURITY-MASTER-FILE.
005910     IF NOT WRK-SEC-OK
005920         DISPLAY 'CADASTRO DE SEGURANCA (OPERSEC) '
005930             'INDISPONIVEL: ' WRK-SEC-STATUS
005940         GO TO 0510-EXIT
005950     END-IF.
005960     PERFORM 0515-LE-OPERSEC THRU 0515-EXIT
005970         UNTIL WRK-SEC-EOF OR WRK-OPR-ACHADO.
005980     CLOSE SECURITY-MASTER-FILE.
005990 0510-EXIT.
006000     EXIT.
006010 0515-LE-OPERSEC.
006020     READ SECURITY-MASTER-FILE
006030         AT END
006040             SET WRK-SEC-EOF TO TRUE
006050         NOT AT END
006060             IF OPR-CODIGO = WRK-OPERADOR
006070                 SET WRK-OPR-ACHADO TO TRUE
006080                 MOVE OPR-ATIVO     TO WRK-OPR-ATIVO
006090                 MOVE OPR-SENHA     TO WRK-OPR-SENHA
006100                 MOVE OPR-AUT-FOLHA TO WRK-OPR-AUT-FUNCAO
006110             END-IF
006120     END-READ.
006130 0515-EXIT.
006140     EXIT.
006150******************************************************************
006160* 0520-GRAVA-SECAUD - REGISTRA A TENTATIVA DE LOGON RECUSADA NO
006170*                     SECAUD (DATA, HORA, OPERADOR, PROGRAMA E
006180*                     MOTIVO), NO MESMO IDIOMA DA TRILHA DO
006190*                     DATEAUD DO PROGCOB03.
006200******************************************************************
006210 0520-GRAVA-SECAUD.
006220     ACCEPT WRK-DATA-LOGON FROM DATE YYYYMMDD.
006230     ACCEPT WRK-HORA-LOGON FROM TIME.
006240     OPEN EXTEND SECURITY-AUDIT-FILE.
006250     IF NOT WRK-SECAUD-OK
006260         CLOSE SECURITY-AUDIT-FILE
006270         OPEN OUTPUT SECURITY-AUDIT-FILE
006280     END-IF.
006290     IF NOT WRK-SECAUD-OK
006300         DISPLAY 'ERRO AO ABRIR SECAUD: ' WRK-SECAUD-STATUS
006310         GO TO 0520-EXIT
006320     END-IF.
006330     MOVE WRK-DATA-LOGON TO SEC-DATA.
006340     MOVE SPACES         TO SEC-FILL1.
006350     MOVE WRK-HORA-LOGON TO SEC-HORA.
006360     MOVE SPACES         TO SEC-FILL2.
006370     MOVE WRK-OPERADOR   TO SEC-OPERADOR.
006380     MOVE SPACES         TO SEC-FILL3.
006390     MOVE 'PROGCOB22'    TO SEC-PROGRAMA.
006400     MOVE SPACES         TO SEC-FILL4.
006410     MOVE WRK-MOTIVO-LOGON TO SEC-MOTIVO.
006420     WRITE SECAUD-RECORD.
006430     IF NOT WRK-SECAUD-OK
006440         DISPLAY 'ERRO AO GRAVAR SECAUD: ' WRK-SECAUD-STATUS
006450     END-IF.
006460     CLOSE SECURITY-AUDIT-FILE.
006470 0520-EXIT.
006480     EXIT.
006490******************************************************************
006500* 1000-INITIALIZE - DETERMINA A DATA (DATEAUD), A MOEDA BASE E
006510*                   AS TAXAS, LE O MODO (PROVPARM), CARREGA O
006520*                   CADASTRO DE EMPRESAS, O SALDO DE PROVISAO
006530*                   (PROVSALD) E A AGENDA DE FERIAS (SO NO
006540*                   ESTORNO DE FERIAS) E ABRE O RELATORIO.
006550******************************************************************
006560 1000-INITIALIZE.
006570     PERFORM 1085-DETERMINA-DATA THRU 1085-EXIT.
006580     PERFORM 1080-DETERMINA-MOEDA THRU 1080-EXIT.
006590     PERFORM 1081-CARREGA-CAMBIO THRU 1081-EXIT.
006600     OPEN INPUT PROVISION-PARAM-FILE.
006610     IF WRK-PRM-OK
006620         READ PROVISION-PARAM-FILE
006630             AT END
006640                 CONTINUE
006650             NOT AT END
006660                 IF PRM-MODO = 'ESTORNA'
006670                     MOVE 'ESTORNA' TO WRK-MODO
006680                     MOVE PRM-TIPO TO WRK-TIPO-ESTORNO
006690                 END-IF
006700         END-READ
006710         CLOSE PROVISION-PARAM-FILE
006720     END-IF.
006730     IF WRK-MODO-ESTORNA
006740             AND NOT WRK-ESTORNA-13SAL
006750             AND NOT WRK-ESTORNA-FERIAS
006760         DISPLAY 'TIPO DE ESTORNO NAO RECONHECIDO ('
006770             WRK-TIPO-ESTORNO ') - LOTE ENCERRADO'
006780         MOVE 8 TO RETURN-CODE
006790         GOBACK
006800     END-IF.
006810     PERFORM 1050-CARREGA-EMPRESAS THRU 1050-EXIT.
006820     PERFORM 1040-CARREGA-PLANO THRU 1040-EXIT.
006830     PERFORM 1100-CARREGA-PROVISAO THRU 1100-EXIT.
006840     IF WRK-MODO-ESTORNA AND WRK-ESTORNA-FERIAS
006850         PERFORM 1200-CARREGA-AGENDA THRU 1200-EXIT
006860     END-IF.
006870     IF WRK-MODO-ACUMULA
006880         PERFORM 1300-CARREGA-AFASTAMENTOS THRU 1300-EXIT
006890     END-IF.
006900     OPEN OUTPUT PROVISION-REPORT-FILE.
006910     IF NOT WRK-RPT-OK
006920         DISPLAY 'ERRO AO ABRIR PROVISION-REPORT-FILE: '
006930             WRK-RPT-STATUS
006940         MOVE 8 TO RETURN-CODE
006950         GOBACK
006960     END-IF.
006970     MOVE WRK-DATA-ATUAL TO CAB2-DATA.
006980     MOVE WRK-MODO       TO CAB2-MODO.
006990     MOVE WRK-TIPO-ESTORNO TO CAB2-TIPO.
007000     WRITE PROVISION-REPORT-RECORD FROM WRK-LINHA-CABEC1
007010         AFTER ADVANCING PAGE.
007020     WRITE PROVISION-REPORT-RECORD FROM WRK-LINHA-CABEC2
007030         AFTER ADVANCING 1 LINE.
007040 1000-EXIT.
007050     EXIT.
007060******************************************************************
007070* 1085-DETERMINA-DATA - OBTEM A DATA DE VIGENCIA DO LOTE DO
007080*                       ULTIMO REGISTRO DO DATEAUD, CAINDO NA
007090*                       DATA DO SISTEMA SE O ARQUIVO FALTAR OU
007100*                       ESTIVER VAZIO - MESMO IDIOMA DO
007110*                       PROGCOB04.
007120******************************************************************
007130 1085-DETERMINA-DATA.
007140     ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
007150     OPEN INPUT AUDIT-FILE.
007160     IF WRK-AUDIT-OK
007170         PERFORM 1087-LE-AUDITORIA THRU 1087-EXIT
007180             UNTIL WRK-AUDIT-EOF
007190         CLOSE AUDIT-FILE
007200     END-IF.
007210 1085-EXIT.
007220     EXIT.
007230 1087-LE-AUDITORIA.
007240     READ AUDIT-FILE
007250         AT END
007260             SET WRK-AUDIT-EOF TO TRUE
007270         NOT AT END
007280             MOVE AUD-DATA TO WRK-DATA-ATUAL
007290     END-READ.
007300 1087-EXIT.
007310     EXIT.
007320******************************************************************
007330* 1080-DETERMINA-MOEDA - LE A MOEDA BASE DO PAYMOEDA, MESMO
007340*                        IDIOMA E MESMO FALLBACK (BRL) DO
007350*                        PROGCOB04.
007360******************************************************************
007370 1080-DETERMINA-MOEDA.
007380     MOVE 'BRL' TO WRK-MOEDA-PADRAO.
007390     OPEN INPUT CURRENCY-CONFIG-FILE.
007400     IF WRK-MOEDA-CFG-OK
007410         READ CURRENCY-CONFIG-FILE
007420             AT END
007430                 CONTINUE
007440             NOT AT END
007450                 MOVE CFG-MOEDA TO WRK-MOEDA-PADRAO
007460         END-READ
007470         CLOSE CURRENCY-CONFIG-FILE
007480     END-IF.
007490     IF NOT WRK-MOEDA-PADRAO-VALIDA
007500         DISPLAY 'MOEDA NAO RECONHECIDA (' WRK-MOEDA-PADRAO
007510             ') - ASSUMINDO BRL'
007520         MOVE 'BRL' TO WRK-MOEDA-PADRAO
007530     END-IF.
007540 1080-EXIT.
007550     EXIT.
007560******************************************************************
007570* 1081-CARREGA-CAMBIO - CARREGA AS TAXAS DO PAYCAMB COM O MESMO
007580*                       CRITERIO DO PROGCOB04/07 (VIGENCIA MAIS
007590*                       RECENTE ATE A DATA DO LOTE; MOEDA PADRAO
007600*                       SEMPRE 1).
007610******************************************************************
007620 1081-CARREGA-CAMBIO.
007630     MOVE 'BRL' TO TAB-CMB-MOEDA(1).
007640     MOVE 'USD' TO TAB-CMB-MOEDA(2).
007650     PERFORM VARYING WRK-CMB-IDX FROM 1 BY 1
007660             UNTIL WRK-CMB-IDX > 2
007670         MOVE ZEROS TO TAB-CMB-TAXA(WRK-CMB-IDX)
007680         MOVE ZEROS TO TAB-CMB-VIG(WRK-CMB-IDX)
007690         MOVE 'N' TO TAB-CMB-SW(WRK-CMB-IDX)
007700     END-PERFORM.
007710     OPEN INPUT EXCHANGE-RATE-FILE.
007720     IF WRK-CMB-OK
007730         PERFORM 1091-LE-CAMBIO THRU 1091-EXIT
007740             UNTIL WRK-CMB-EOF
007750         CLOSE EXCHANGE-RATE-FILE
007760     END-IF.
007770     PERFORM VARYING WRK-CMB-IDX FROM 1 BY 1
007780             UNTIL WRK-CMB-IDX > 2
007790         IF TAB-CMB-MOEDA(WRK-CMB-IDX) = WRK-MOEDA-PADRAO
007800             MOVE 1 TO TAB-CMB-TAXA(WRK-CMB-IDX)
007810             MOVE 'S' TO TAB-CMB-SW(WRK-CMB-IDX)
007820         END-IF
007830     END-PERFORM.
007840 1081-EXIT.
007850     EXIT.
007860 1091-LE-CAMBIO.
007870     READ EXCHANGE-RATE-FILE
007880         AT END
007890             SET WRK-CMB-EOF TO TRUE
007900         NOT AT END
007910             PERFORM 1092-GUARDA-CAMBIO THRU 1092-EXIT
007920     END-READ.
007930 1091-EXIT.
007940     EXIT.
007950 1092-GUARDA-CAMBIO.
007960     IF CMB-TAXA IS NOT NUMERIC OR CMB-VIG IS NOT NUMERIC
007970             OR CMB-TAXA = ZEROS
007980         GO TO 1092-EXIT
007990     END-IF.
008000     IF CMB-VIG > WRK-DATA-ATUAL
008010         GO TO 1092-EXIT
008020     END-IF.
008030     PERFORM VARYING WRK-CMB-IDX FROM 1 BY 1
008040             UNTIL WRK-CMB-IDX > 2
008050         IF CMB-MOEDA = TAB-CMB-MOEDA(WRK-CMB-IDX)
008060                 AND CMB-VIG >= TAB-CMB-VIG(WRK-CMB-IDX)
008070             MOVE CMB-TAXA TO TAB-CMB-TAXA(WRK-CMB-IDX)
008080             MOVE CMB-VIG  TO TAB-CMB-VIG(WRK-CMB-IDX)
008090             MOVE 'S'      TO TAB-CMB-SW(WRK-CMB-IDX)
008100         END-IF
008110     END-PERFORM.
008120 1092-EXIT.
008130     EXIT.
008140******************************************************************
008150* 1040-CARREGA-PLANO - CARREGA O PLANO DE CONTAS (PLANOCTA) EM
008160*                      TABELA PARA A CONSISTENCIA DO GLPOST. SEM
008170*                      ELE A PROVISAO E APURADA, MAS O GLPOST NAO
008180*                      E GERADO (9240).
008190******************************************************************
008200 1040-CARREGA-PLANO.
008210     MOVE ZERO TO WRK-QTD-CONTAS.
008220     MOVE 'N' TO WRK-SW-PLANO.
008230     OPEN INPUT ACCOUNT-FILE.
008240     IF NOT WRK-CTA-OK
008250         DISPLAY 'PLANO DE CONTAS (PLANOCTA) INDISPONIVEL: '
008260             WRK-CTA-STATUS ' - GLPOST NAO SERA GERADO'
008270         GO TO 1040-EXIT
008280     END-IF.
008290     PERFORM 1041-LE-CONTA THRU 1041-EXIT
008300         UNTIL WRK-CTA-EOF.
008310     CLOSE ACCOUNT-FILE.
008320     SET WRK-PLANO-CARREGADO TO TRUE.
008330 1040-EXIT.
008340     EXIT.
008350******************************************************************
008360* 1041-LE-CONTA - LE UM REGISTRO DO PLANOCTA PARA A TABELA.
008370******************************************************************
008380 1041-LE-CONTA.
008390     READ ACCOUNT-FILE
008400         AT END
008410             SET WRK-CTA-EOF TO TRUE
008420         NOT AT END
008430             IF WRK-QTD-CONTAS < WRK-MAX-CONTAS
008440                 ADD 1 TO WRK-QTD-CONTAS
008450                 MOVE CTA-CONTA
008460                     TO TAB-CTA-CONTA(WRK-QTD-CONTAS)
008470                 MOVE CTA-ATIVA
008480                     TO TAB-CTA-ATIVA(WRK-QTD-CONTAS)
008490                 MOVE CTA-EXIGE-CC
008500                     TO TAB-CTA-EXIGE-CC(WRK-QTD-CONTAS)
008510             ELSE
008520                 DISPLAY 'PLANO DE CONTAS CHEIO - '
008530                     'REGISTRO IGNORADO: ' CTA-CONTA
008540             END-IF
008550     END-READ.
008560 1041-EXIT.
008570     EXIT.
008580******************************************************************
008590* 1050-CARREGA-EMPRESAS - CARREGA O CADASTRO DE EMPRESAS
008600*                         (EMPRESAS) EM TABELA, COM OS TOTAIS
008610*                         ZERADOS. SEM ELE NAO HA EMPRESA
008620*                         CONTABIL PARA OS LANCAMENTOS: LOTE
008630*                         ENCERRADO COM RC 8.
008640******************************************************************
008650 1050-CARREGA-EMPRESAS.
008660     MOVE ZERO TO WRK-QTD-EMPRESAS.
008670     OPEN INPUT COMPANY-FILE.
008680     IF NOT WRK-CIA-OK
008690         DISPLAY 'ERRO AO ABRIR COMPANY-FILE: ' WRK-CIA-STATUS
008700         MOVE 8 TO RETURN-CODE
008710         GOBACK
008720     END-IF.
008730     PERFORM 1060-LE-EMPRESA THRU 1060-EXIT
008740         UNTIL WRK-CIA-EOF.
008750     CLOSE COMPANY-FILE.
008760     IF WRK-QTD-EMPRESAS = ZERO
008770         DISPLAY 'CADASTRO DE EMPRESAS VAZIO - LOTE ENCERRADO'
008780         MOVE 8 TO RETURN-CODE
008790         GOBACK
008800     END-IF.
008810 1050-EXIT.
008820     EXIT.
008830 1060-LE-EMPRESA.
008840     READ COMPANY-FILE
008850         AT END
008860             SET WRK-CIA-EOF TO TRUE
008870         NOT AT END
008880             IF WRK-QTD-EMPRESAS < WRK-MAX-EMPRESAS
008890                 ADD 1 TO WRK-QTD-EMPRESAS
008900                 MOVE CIA-CODIGO
008910                     TO TAB-CIA-CODIGO(WRK-QTD-EMPRESAS)
008920                 MOVE CIA-GL-EMPRESA
008930                     TO TAB-CIA-GL-EMPRESA(WRK-QTD-EMPRESAS)
008940                 MOVE ZEROS
008950                     TO TAB-CIA-TOTAL-13O(WRK-QTD-EMPRESAS)
008960                 MOVE ZEROS
008970                     TO TAB-CIA-TOTAL-FER(WRK-QTD-EMPRESAS)
008980             ELSE
008990                 DISPLAY 'CADASTRO DE EMPRESAS CHEIO - '
009000                     'REGISTRO IGNORADO: ' CIA-CODIGO
009010             END-IF
009020     END-READ.
009030 1060-EXIT.
009040     EXIT.
009050******************************************************************
009060* 1100-CARREGA-PROVISAO - CARREGA O PROVSALD NA TABELA. SE O
009070*                         ARQUIVO NAO EXISTIR (PRIMEIRA
009080*                         PROVISAO), A TABELA COMECA VAZIA.
009090******************************************************************
009100 1100-CARREGA-PROVISAO.
009110     MOVE ZERO TO WRK-QTD-PROVISAO.
009120     OPEN INPUT PROVISION-BALANCE-FILE.
009130     IF NOT WRK-PSD-OK
009140         DISPLAY 'PROVSALD AINDA NAO EXISTE - SERA CRIADO'
009150         GO TO 1100-EXIT
009160     END-IF.
009170     PERFORM 1110-LE-PROVISAO THRU 1110-EXIT
009180         UNTIL WRK-PSD-EOF.
009190     CLOSE PROVISION-BALANCE-FILE.
009200 1100-EXIT.
009210     EXIT.
009220 1110-LE-PROVISAO.
009230     READ PROVISION-BALANCE-FILE
009240         AT END
009250             SET WRK-PSD-EOF TO TRUE
009260         NOT AT END
009270             IF PSD-SALDO-13O IS NOT NUMERIC
009280                     OR PSD-SALDO-FERIAS IS NOT NUMERIC
009290                 DISPLAY 'REGISTRO INVALIDO NO PROVSALD '
009300                     'IGNORADO: ' PSD-MATRICULA
009310             ELSE
009320                 IF WRK-QTD-PROVISAO < WRK-MAX-PROVISAO
009330                     ADD 1 TO WRK-QTD-PROVISAO
009340                     MOVE PSD-MATRICULA TO
009350                         TAB-PSD-MATRICULA(WRK-QTD-PROVISAO)
009360                     MOVE PSD-SALDO-13O TO
009370                         TAB-PSD-SALDO-13O(WRK-QTD-PROVISAO)
009380                     MOVE PSD-SALDO-FERIAS TO
009390                         TAB-PSD-SALDO-FER(WRK-QTD-PROVISAO)
009400                     MOVE PSD-CCUSTO TO
009410                         TAB-PSD-CCUSTO(WRK-QTD-PROVISAO)
009420                     IF PSD-EMPRESA = SPACES
009430                         MOVE '01' TO
009440                             TAB-PSD-EMPRESA(WRK-QTD-PROVISAO)
009450                     ELSE
009460                         MOVE PSD-EMPRESA TO
009470                             TAB-PSD-EMPRESA(WRK-QTD-PROVISAO)
009480                     END-IF
009490                 ELSE
009500                     DISPLAY 'TABELA DO PROVSALD CHEIA - '
009510                         'REGISTRO IGNORADO: ' PSD-MATRICULA
009520                 END-IF
009530             END-IF
009540     END-READ.
009550 1110-EXIT.
009560     EXIT.
009570******************************************************************
009580* 1200-CARREGA-AGENDA - CARREGA AS MATRICULAS DO FERAGEND, PARA
009590*                       O ESTORNO DE FERIAS REVERTER SO AS
009600*                       MATRICULAS QUE A FOLHA DE FERIAS PAGOU.
009610*                       SEM O ARQUIVO (OU VAZIO), O ESTORNO
009620*                       REVERTE TODOS OS SALDOS DE FERIAS.
009630******************************************************************
009640 1200-CARREGA-AGENDA.
009650     MOVE ZERO TO WRK-QTD-AGENDA.
009660     OPEN INPUT VACATION-SCHED-FILE.
009670     IF NOT WRK-AGD-OK
009680         GO TO 1200-EXIT
009690     END-IF.
009700     PERFORM 1210-LE-AGENDA THRU 1210-EXIT
009710         UNTIL WRK-AGD-EOF.
009720     CLOSE VACATION-SCHED-FILE.
009730 1200-EXIT.
009740     EXIT.
009750 1210-LE-AGENDA.
009760     READ VACATION-SCHED-FILE
009770         AT END
009780             SET WRK-AGD-EOF TO TRUE
009790         NOT AT END
009800             IF WRK-QTD-AGENDA < WRK-MAX-AGENDA
009810                 ADD 1 TO WRK-QTD-AGENDA
009820                 MOVE AGD-MATRICULA
009830                     TO TAB-AGD-MATRICULA(WRK-QTD-AGENDA)
009840             ELSE
009850                 DISPLAY 'TABELA DO FERAGEND CHEIA - '
009860                     'REGISTRO IGNORADO: ' AGD-MATRICULA
009870             END-IF
009880     END-READ.
009890 1210-EXIT.
009900     EXIT.
009910******************************************************************
009920* 1300-CARREGA-AFASTAMENTOS - DELIMITA O MES DA DATA DE VIGENCIA
009930*                             (PRIMEIRO E ULTIMO DIA) E CARREGA
009940*                             OS AFASTAMENTOS QUE SUSPENDEM O
009950*                             PERIODO AQUISITIVO. SEM O ARQUIVO
009960*                             (OU VAZIO), NINGUEM E PULADO.
009970******************************************************************
009980 1300-CARREGA-AFASTAMENTOS.
009990     MOVE ZERO TO WRK-QTD-AFASTAMENTOS.
010000     MOVE WRK-DATA-ATUAL TO WRK-DATA-VERIF-NUM.
010010     MOVE 1 TO WRK-VRF-DIA.
010020     MOVE WRK-DATA-VERIF-NUM TO WRK-AFA-INI-MES.
010030     PERFORM 1320-DIAS-NO-MES THRU 1320-EXIT.
010040     MOVE WRK-DIAS-NO-MES TO WRK-VRF-DIA.
010050     MOVE WRK-DATA-VERIF-NUM TO WRK-AFA-FIM-MES.
010060     OPEN INPUT LEAVE-FILE.
010070     IF NOT WRK-AFA-OK
010080         GO TO 1300-EXIT
010090     END-IF.
010100     PERFORM 1310-LE-AFASTAMENTO THRU 1310-EXIT
010110         UNTIL WRK-AFA-EOF.
010120     CLOSE LEAVE-FILE.
010130 1300-EXIT.
010140     EXIT.
010150******************************************************************
010160* 1310-LE-AFASTAMENTO - LE UM REGISTRO DO AFAST E GUARDA NA
010170*                       TABELA A DOENCA (INICIO EFETIVO 15 DIAS
010180*                       DEPOIS DO INICIO) E A LICENCA NAO
010190*                       REMUNERADA. REGISTRO COM DATA NAO NUMERICA
010200*                       E IGNORADO COM AVISO; AFASTAMENTO
010210*                       ENCERRADO ANTES DO MES NAO E GUARDADO.
010220******************************************************************
010230 1310-LE-AFASTAMENTO.
010240     READ LEAVE-FILE
010250         AT END
010260             SET WRK-AFA-EOF TO TRUE
010270             GO TO 1310-EXIT
010280     END-READ.
010290     IF AFA-TIPO NOT = 'DO' AND AFA-TIPO NOT = 'NR'
010300         GO TO 1310-EXIT
010310     END-IF.
010320     IF AFA-DATA-INI IS NOT NUMERIC
010330             OR AFA-DATA-FIM IS NOT NUMERIC
010340         DISPLAY 'REGISTRO INVALIDO NO AFAST IGNORADO: '
010350             AFA-MATRICULA
010360         GO TO 1310-EXIT
010370     END-IF.
010380     IF AFA-DATA-FIM NOT = ZEROS
010390             AND AFA-DATA-FIM < WRK-AFA-INI-MES
010400         GO TO 1310-EXIT
010410     END-IF.
010420     IF WRK-QTD-AFASTAMENTOS NOT < WRK-MAX-AFASTAMENTOS
010430         DISPLAY 'TABELA DE AFASTAMENTOS CHEIA - '
010440             'REGISTRO IGNORADO: ' AFA-MATRICULA
010450         GO TO 1310-EXIT
010460     END-IF.
010470     ADD 1 TO WRK-QTD-AFASTAMENTOS.
010480     MOVE AFA-MATRICULA TO
010490         TAB-AFA-MATRICULA(WRK-QTD-AFASTAMENTOS).
010500     MOVE AFA-DATA-FIM TO
010510         TAB-AFA-DATA-FIM(WRK-QTD-AFASTAMENTOS).
010520     MOVE AFA-DATA-INI TO WRK-DATA-VERIF-NUM.
010530     IF AFA-TIPO = 'DO'
010540         PERFORM 1330-SOMA-UM-DIA THRU 1330-EXIT
010550             WRK-DIAS-CARENCIA TIMES
010560     END-IF.
010570     MOVE WRK-DATA-VERIF-NUM TO
010580         TAB-AFA-INICIO-EFET(WRK-QTD-AFASTAMENTOS).
010590 1310-EXIT.
010600     EXIT.
010610******************************************************************
010620* 1320-DIAS-NO-MES - DEVOLVE EM WRK-DIAS-NO-MES A QUANTIDADE DE
010630*                    DIAS DO MES DE WRK-DATA-VERIF, TRATANDO
010640*                    FEVEREIRO DE ANO BISSEXTO - MESMA REGRA DO
010650*                    PROGCOB04.
010660******************************************************************
010670 1320-DIAS-NO-MES.
010680     MOVE TAB-DIAS-DO-MES(WRK-VRF-MES) TO WRK-DIAS-NO-MES.
010690     IF WRK-VRF-MES = 2
010700         DIVIDE WRK-VRF-ANO BY 4 GIVING WRK-QUOCIENTE
010710             REMAINDER WRK-RESTO
010720         IF WRK-RESTO = ZERO
010730             DIVIDE WRK-VRF-ANO BY 100 GIVING WRK-QUOCIENTE
010740                 REMAINDER WRK-RESTO
010750             IF WRK-RESTO NOT = ZERO
010760                 MOVE 29 TO WRK-DIAS-NO-MES
010770             ELSE
010780                 DIVIDE WRK-VRF-ANO BY 400 GIVING WRK-QUOCIENTE
010790                     REMAINDER WRK-RESTO
010800                 IF WRK-RESTO = ZERO
010810                     MOVE 29 TO WRK-DIAS-NO-MES
010820                 END-IF
010830             END-IF
010840         END-IF
010850     END-IF.
010860 1320-EXIT.
010870     EXIT.
010880******************************************************************
010890* 1330-SOMA-UM-DIA - SOMA UM DIA A WRK-DATA-VERIF, VIRANDO MES E
010900*                    ANO QUANDO PRECISO.
010910******************************************************************
010920 1330-SOMA-UM-DIA.
010930     PERFORM 1320-DIAS-NO-MES THRU 1320-EXIT.
010940     IF WRK-VRF-DIA < WRK-DIAS-NO-MES
010950         ADD 1 TO WRK-VRF-DIA
010960     ELSE
010970         MOVE 1 TO WRK-VRF-DIA
010980         IF WRK-VRF-MES < 12
010990             ADD 1 TO WRK-VRF-MES
011000         ELSE
011010             MOVE 1 TO WRK-VRF-MES
011020             ADD 1 TO WRK-VRF-ANO
011030         END-IF
011040     END-IF.
011050 1330-EXIT.
011060     EXIT.
011070******************************************************************
011080* 2000-ACUMULA-PROVISAO - LE O EMPMAST INTEIRO E APROPRIA 1/12
011090*                         DO 13O E 1/12 DAS FERIAS MAIS O TERCO
011100*                         POR FUNCIONARIO ATIVO COM SALARIO
011110*                         VALIDO, NO SALDO E NOS TOTAIS DO
011120*                         LANCAMENTO.
011130******************************************************************
011140 2000-ACUMULA-PROVISAO.
011150     OPEN INPUT EMPLOYEE-MASTER.
011160     IF NOT WRK-EMP-OK
011170         DISPLAY 'ERRO AO ABRIR EMPLOYEE-MASTER: '
011180             WRK-EMP-STATUS
011190         MOVE 8 TO RETURN-CODE
011200         GOBACK
011210     END-IF.
011220     PERFORM 2900-LE-EMPLOYEE THRU 2900-EXIT.
011230     PERFORM 2100-APROPRIA-FUNCIONARIO THRU 2100-EXIT
011240         UNTIL WRK-EMP-EOF.
011250     CLOSE EMPLOYEE-MASTER.
011260 2000-EXIT.
011270     EXIT.
011280******************************************************************
011290* 2100-APROPRIA-FUNCIONARIO - APROPRIA O MES DO FUNCIONARIO
011300*                             CORRENTE: DESLIGADO, SALARIO
011310*                             INVALIDO, EMPRESA NAO CADASTRADA,
011320*                             MOEDA SEM TAXA OU MAIS DE 15 DIAS
011330*                             DE AFASTAMENTO QUE SUSPENDE O
011340*                             PERIODO AQUISITIVO E PULADO COM
011350*                             AVISO (NAO HA O QUE PROVISIONAR).
011360******************************************************************
011370 2100-APROPRIA-FUNCIONARIO.
011380     IF EMP-SITUACAO = 'D'
011390         ADD 1 TO WRK-CONT-PULADOS
011400         GO TO 2100-LE
011410     END-IF.
011420     IF EMP-SALARIO IS NOT NUMERIC OR EMP-SALARIO <= ZEROS
011430         DISPLAY 'SALARIO INVALIDO - PROVISAO PULADA: ' EMP-ID
011440         ADD 1 TO WRK-CONT-PULADOS
011450         GO TO 2100-LE
011460     END-IF.
011470     IF EMP-EMPRESA = SPACES
011480         MOVE '01' TO WRK-EMPRESA
011490     ELSE
011500         MOVE EMP-EMPRESA TO WRK-EMPRESA
011510     END-IF.
011520     PERFORM 2050-PROCURA-EMPRESA THRU 2050-EXIT.
011530     IF NOT WRK-CIA-ACHADO
011540         DISPLAY 'EMPRESA NAO CADASTRADA (' WRK-EMPRESA
011550             ') - PROVISAO PULADA: ' EMP-ID
011560         ADD 1 TO WRK-CONT-PULADOS
011570         GO TO 2100-LE
011580     END-IF.
011590     PERFORM 2150-CONTA-SUSPENSAO THRU 2150-EXIT.
011600     IF WRK-DIAS-SUSPENSO > WRK-LIMITE-SUSPENSAO
011610         DISPLAY 'AFASTAMENTO NO MES - PROVISAO PULADA: ' EMP-ID
011620         ADD 1 TO WRK-CONT-PULADOS
011630         GO TO 2100-LE
011640     END-IF.
011650     MOVE WRK-MOEDA-PADRAO TO WRK-MOEDA-REGISTRO.
011660     IF EMP-MOEDA = 'BRL' OR EMP-MOEDA = 'USD'
011670         MOVE EMP-MOEDA TO WRK-MOEDA-REGISTRO
011680     END-IF.
011690     MOVE 'N' TO WRK-SW-TAXA-ACHADA.
011700     MOVE ZEROS TO WRK-TAXA-REGISTRO.
011710     IF WRK-MOEDA-REGISTRO = WRK-MOEDA-PADRAO
011720         MOVE 1 TO WRK-TAXA-REGISTRO
011730         SET WRK-TAXA-ACHADA TO TRUE
011740     ELSE
011750         PERFORM VARYING WRK-CMB-IDX FROM 1 BY 1
011760                 UNTIL WRK-CMB-IDX > 2
011770             IF TAB-CMB-MOEDA(WRK-CMB-IDX) = WRK-MOEDA-REGISTRO
011780                     AND TAB-CMB-CARREGADA(WRK-CMB-IDX)
011790                 MOVE TAB-CMB-TAXA(WRK-CMB-IDX)
011800                     TO WRK-TAXA-REGISTRO
011810                 SET WRK-TAXA-ACHADA TO TRUE
011820             END-IF
011830         END-PERFORM
011840     END-IF.
011850     IF NOT WRK-TAXA-ACHADA
011860         DISPLAY 'SEM TAXA DE CAMBIO - PROVISAO PULADA: '
011870             EMP-ID
011880         ADD 1 TO WRK-CONT-PULADOS
011890         GO TO 2100-LE
011900     END-IF.
011910     COMPUTE WRK-SALARIO-CONV ROUNDED =
011920         EMP-SALARIO * WRK-TAXA-REGISTRO.
011930     COMPUTE WRK-ACRESC-13O ROUNDED = WRK-SALARIO-CONV / 12.
011940*    1/12 DAS FERIAS MAIS O TERCO CONSTITUCIONAL SOBRE ELE.
011950     COMPUTE WRK-ACRESC-FERIAS ROUNDED =
011960         (WRK-SALARIO-CONV / 12)
011970         + (WRK-SALARIO-CONV / 36).
011980     PERFORM 2200-GARANTE-SALDO THRU 2200-EXIT.
011990     MOVE WRK-EMPRESA TO TAB-PSD-EMPRESA(WRK-PSD-IDX).
012000     MOVE EMP-CCUSTO TO TAB-PSD-CCUSTO(WRK-PSD-IDX).
012010     MOVE EMP-CCUSTO TO WRK-CC-CODIGO.
012020     MOVE WRK-ACRESC-13O    TO WRK-CC-13O.
012030     MOVE WRK-ACRESC-FERIAS TO WRK-CC-FER.
012040     PERFORM 2250-ACUMULA-CCUSTO THRU 2250-EXIT.
012050     ADD WRK-ACRESC-13O    TO TAB-PSD-SALDO-13O(WRK-PSD-IDX).
012060     ADD WRK-ACRESC-FERIAS TO TAB-PSD-SALDO-FER(WRK-PSD-IDX).
012070     ADD WRK-ACRESC-13O    TO WRK-TOTAL-13O.
012080     ADD WRK-ACRESC-FERIAS TO WRK-TOTAL-FERIAS.
012090     ADD WRK-ACRESC-13O    TO TAB-CIA-TOTAL-13O(WRK-CIA-IDX).
012100     ADD WRK-ACRESC-FERIAS TO TAB-CIA-TOTAL-FER(WRK-CIA-IDX).
012110     ADD 1 TO WRK-CONT-FUNC.
012120     MOVE EMP-ID TO FNC-MATRICULA.
012130     MOVE WRK-ACRESC-13O    TO FNC-ACR-13O.
012140     MOVE WRK-ACRESC-FERIAS TO FNC-ACR-FER.
012150     MOVE TAB-PSD-SALDO-13O(WRK-PSD-IDX) TO FNC-SAL-13O.
012160     MOVE TAB-PSD-SALDO-FER(WRK-PSD-IDX) TO FNC-SAL-FER.
012170     WRITE PROVISION-REPORT-RECORD FROM WRK-LINHA-FUNC
012180         AFTER ADVANCING 1 LINE.
012190 2100-LE.
012200     PERFORM 2900-LE-EMPLOYEE THRU 2900-EXIT.
012210 2100-EXIT.
012220     EXIT.
012230******************************************************************
012240* 2050-PROCURA-EMPRESA - PROCURA WRK-EMPRESA NO CADASTRO DE
012250*                        EMPRESAS, DEIXANDO WRK-CIA-IDX
012260*                        APONTANDO PARA ELA QUANDO ACHADA.
012270******************************************************************
012280 2050-PROCURA-EMPRESA.
012290     MOVE 'N' TO WRK-SW-CIA-ACHADO.
012300     PERFORM VARYING WRK-CIA-IDX FROM 1 BY 1
012310             UNTIL WRK-CIA-IDX > WRK-QTD-EMPRESAS
012320                OR WRK-CIA-ACHADO
012330         IF TAB-CIA-CODIGO(WRK-CIA-IDX) = WRK-EMPRESA
012340             SET WRK-CIA-ACHADO TO TRUE
012350         END-IF
012360     END-PERFORM.
012370     IF WRK-CIA-ACHADO
012380         SUBTRACT 1 FROM WRK-CIA-IDX
012390     END-IF.
012400 2050-EXIT.
012410     EXIT.
012420******************************************************************
012430* 2150-CONTA-SUSPENSAO - CONTA EM WRK-DIAS-SUSPENSO OS DIAS DO MES
012440*                        COBERTOS POR AFASTAMENTO QUE SUSPENDE O
012450*                        PERIODO AQUISITIVO DO FUNCIONARIO
012460*                        CORRENTE.
012470******************************************************************
012480 2150-CONTA-SUSPENSAO.
012490     MOVE ZEROS TO WRK-DIAS-SUSPENSO.
012500     PERFORM 2160-CONTA-UM-AFASTAMENTO THRU 2160-EXIT
012510         VARYING WRK-AFA-IDX FROM 1 BY 1
012520         UNTIL WRK-AFA-IDX > WRK-QTD-AFASTAMENTOS.
012530 2150-EXIT.
012540     EXIT.
012550******************************************************************
012560* 2160-CONTA-UM-AFASTAMENTO - SOMA OS DIAS DO AFASTAMENTO
012570*                             APONTADO POR WRK-AFA-IDX QUE CAEM
012580*                             NO MES (DO INICIO EFETIVO AO FIM, OU
012590*                             AO FIM DO MES QUANDO EM ABERTO).
012600******************************************************************
012610 2160-CONTA-UM-AFASTAMENTO.
012620     IF TAB-AFA-MATRICULA(WRK-AFA-IDX) NOT = EMP-ID
012630         GO TO 2160-EXIT
012640     END-IF.
012650     IF TAB-AFA-INICIO-EFET(WRK-AFA-IDX) > WRK-AFA-FIM-MES
012660         GO TO 2160-EXIT
012670     END-IF.
012680     IF TAB-AFA-DATA-FIM(WRK-AFA-IDX) NOT = ZEROS
012690             AND (TAB-AFA-DATA-FIM(WRK-AFA-IDX) < WRK-AFA-INI-MES
012700              OR TAB-AFA-DATA-FIM(WRK-AFA-IDX)
012710                 < TAB-AFA-INICIO-EFET(WRK-AFA-IDX))
012720         GO TO 2160-EXIT
012730     END-IF.
012740     IF TAB-AFA-INICIO-EFET(WRK-AFA-IDX) > WRK-AFA-INI-MES
012750         MOVE TAB-AFA-INICIO-EFET(WRK-AFA-IDX) TO WRK-AFA-DATA-DE
012760     ELSE
012770         MOVE WRK-AFA-INI-MES TO WRK-AFA-DATA-DE
012780     END-IF.
012790     IF TAB-AFA-DATA-FIM(WRK-AFA-IDX) = ZEROS
012800             OR TAB-AFA-DATA-FIM(WRK-AFA-IDX) > WRK-AFA-FIM-MES
012810         MOVE WRK-AFA-FIM-MES TO WRK-AFA-DATA-ATE
012820     ELSE
012830         MOVE TAB-AFA-DATA-FIM(WRK-AFA-IDX) TO WRK-AFA-DATA-ATE
012840     END-IF.
012850     COMPUTE WRK-AFA-DIAS =
012860         WRK-AFA-DATA-ATE - WRK-AFA-DATA-DE + 1.
012870     ADD WRK-AFA-DIAS TO WRK-DIAS-SUSPENSO.
012880 2160-EXIT.
012890     EXIT.
012900******************************************************************
012910* 2200-GARANTE-SALDO - LOCALIZA (OU CRIA) A ENTRADA DO SALDO DE
012920*                      PROVISAO DA MATRICULA CORRENTE, DEIXANDO
012930*                      WRK-PSD-IDX APONTANDO PARA ELA. TABELA
012940*                      CHEIA E FATAL: A PROVISAO SAIRIA
012950*                      INCOMPLETA EM SILENCIO.
012960******************************************************************
012970 2200-GARANTE-SALDO.
012980     MOVE 'N' TO WRK-SW-PSD-ACHADO.
012990     PERFORM VARYING WRK-PSD-IDX FROM 1 BY 1
013000             UNTIL WRK-PSD-IDX > WRK-QTD-PROVISAO
013010                OR WRK-PSD-ACHADO
013020         IF TAB-PSD-MATRICULA(WRK-PSD-IDX) = EMP-ID
013030             SET WRK-PSD-ACHADO TO TRUE
013040         END-IF
013050     END-PERFORM.
013060     IF WRK-PSD-ACHADO
013070         SUBTRACT 1 FROM WRK-PSD-IDX
013080         GO TO 2200-EXIT
013090     END-IF.
013100     IF WRK-QTD-PROVISAO >= WRK-MAX-PROVISAO
013110         DISPLAY 'TABELA DO PROVSALD CHEIA - MAXIMO '
013120             WRK-MAX-PROVISAO ' MATRICULAS - LOTE ENCERRADO'
013130         CLOSE EMPLOYEE-MASTER
013140         CLOSE PROVISION-REPORT-FILE
013150         MOVE 8 TO RETURN-CODE
013160         GOBACK
013170     END-IF.
013180     ADD 1 TO WRK-QTD-PROVISAO.
013190     MOVE WRK-QTD-PROVISAO TO WRK-PSD-IDX.
013200     MOVE EMP-ID TO TAB-PSD-MATRICULA(WRK-PSD-IDX).
013210     MOVE WRK-EMPRESA TO TAB-PSD-EMPRESA(WRK-PSD-IDX).
013220     MOVE ZEROS TO TAB-PSD-SALDO-13O(WRK-PSD-IDX).
013230     MOVE ZEROS TO TAB-PSD-SALDO-FER(WRK-PSD-IDX).
013240     MOVE SPACES TO TAB-PSD-CCUSTO(WRK-PSD-IDX).
013250 2200-EXIT.
013260     EXIT.
013270******************************************************************
013280* 2250-ACUMULA-CCUSTO - ACUMULA WRK-CC-13O E WRK-CC-FER (PROVISAO
013290*                       DO MES OU SALDO ESTORNADO) NO SUBTOTAL DO
013300*                       CENTRO DE CUSTO WRK-CC-CODIGO DENTRO DA
013310*                       EMPRESA WRK-EMPRESA, CRIANDO A ENTRADA NA
013320*                       PRIMEIRA OCORRENCIA, NO MESMO IDIOMA DO
013330*                       PROGCOB04 ('????' SEM CENTRO DE CUSTO,
013340*                       '****' DA EMPRESA '**' COM A TABELA
013350*                       CHEIA).
013360******************************************************************
013370 2250-ACUMULA-CCUSTO.
013380     IF WRK-CC-CODIGO = SPACES
013390         MOVE '????' TO WRK-CC-CODIGO
013400     END-IF.
013410     MOVE 'N' TO WRK-SW-CC-ACHADO.
013420     PERFORM VARYING WRK-CC-IDX FROM 1 BY 1
013430             UNTIL WRK-CC-IDX > WRK-QTD-CCUSTO
013440                OR WRK-CC-ACHADO
013450         IF TAB-CC-CODIGO(WRK-CC-IDX) = WRK-CC-CODIGO
013460                 AND TAB-CC-EMPRESA(WRK-CC-IDX) = WRK-EMPRESA
013470             SET WRK-CC-ACHADO TO TRUE
013480         END-IF
013490     END-PERFORM.
013500     IF WRK-CC-ACHADO
013510         SUBTRACT 1 FROM WRK-CC-IDX
013520     ELSE
013530         IF WRK-QTD-CCUSTO < WRK-MAX-CCUSTO
013540             ADD 1 TO WRK-QTD-CCUSTO
013550             MOVE WRK-QTD-CCUSTO TO WRK-CC-IDX
013560             MOVE WRK-EMPRESA TO TAB-CC-EMPRESA(WRK-CC-IDX)
013570             MOVE WRK-CC-CODIGO TO TAB-CC-CODIGO(WRK-CC-IDX)
013580             MOVE ZEROS TO TAB-CC-13O(WRK-CC-IDX)
013590             MOVE ZEROS TO TAB-CC-FER(WRK-CC-IDX)
013600         ELSE
013610             DISPLAY 'TABELA DE CENTROS DE CUSTO CHEIA - '
013620                 WRK-CC-CODIGO ' AGRUPADO EM ****'
013630             MOVE WRK-MAX-CCUSTO TO WRK-CC-IDX
013640             MOVE '**' TO TAB-CC-EMPRESA(WRK-CC-IDX)
013650             MOVE '****' TO TAB-CC-CODIGO(WRK-CC-IDX)
013660         END-IF
013670     END-IF.
013680     ADD WRK-CC-13O TO TAB-CC-13O(WRK-CC-IDX).
013690     ADD WRK-CC-FER TO TAB-CC-FER(WRK-CC-IDX).
013700 2250-EXIT.
013710     EXIT.
013720 2900-LE-EMPLOYEE.
013730     READ EMPLOYEE-MASTER NEXT RECORD
013740         AT END
013750             SET WRK-EMP-EOF TO TRUE
013760     END-READ.
013770 2900-EXIT.
013780     EXIT.
013790******************************************************************
013800* 4000-ESTORNA-PROVISAO - REVERTE O SALDO ACUMULADO DO
013810*                         COMPONENTE PAGO PELA FOLHA REAL: 13SAL
013820*                         REVERTE O SALDO DO 13O DE TODAS AS
013830*                         MATRICULAS; FERIAS REVERTE O SALDO DE
013840*                         FERIAS DAS MATRICULAS AGENDADAS NO
013850*                         FERAGEND (OU DE TODAS, SEM AGENDA). O
013860*                         SALDO REVERTIDO E BAIXADO NO PROVSALD.
013870*                         SALDO DE EMPRESA NAO CADASTRADA FICA
013880*                         COMO ESTA, COM AVISO. O ESTORNO E
013890*                         ACUMULADO NO CENTRO DE CUSTO GUARDADO
013900*                         NO PROVSALD (2250).
013910******************************************************************
013920 4000-ESTORNA-PROVISAO.
013930     PERFORM 4100-ESTORNA-UM-SALDO THRU 4100-EXIT
013940         VARYING WRK-PSD-IDX FROM 1 BY 1
013950         UNTIL WRK-PSD-IDX > WRK-QTD-PROVISAO.
013960 4000-EXIT.
013970     EXIT.
013980 4100-ESTORNA-UM-SALDO.
013990     IF WRK-ESTORNA-FERIAS AND WRK-QTD-AGENDA > ZERO
014000         MOVE 'N' TO WRK-SW-AGD-ACHADA
014010         PERFORM VARYING WRK-AGD-IDX FROM 1 BY 1
014020                 UNTIL WRK-AGD-IDX > WRK-QTD-AGENDA
014030                    OR WRK-AGD-ACHADA
014040             IF TAB-AGD-MATRICULA(WRK-AGD-IDX)
014050                     = TAB-PSD-MATRICULA(WRK-PSD-IDX)
014060                 SET WRK-AGD-ACHADA TO TRUE
014070             END-IF
014080         END-PERFORM
014090         IF NOT WRK-AGD-ACHADA
014100             GO TO 4100-EXIT
014110         END-IF
014120     END-IF.
014130     MOVE TAB-PSD-EMPRESA(WRK-PSD-IDX) TO WRK-EMPRESA.
014140     PERFORM 2050-PROCURA-EMPRESA THRU 2050-EXIT.
014150     IF NOT WRK-CIA-ACHADO
014160         DISPLAY 'EMPRESA NAO CADASTRADA (' WRK-EMPRESA
014170             ') - SALDO NAO ESTORNADO: '
014180             TAB-PSD-MATRICULA(WRK-PSD-IDX)
014190         ADD 1 TO WRK-CONT-PULADOS
014200         GO TO 4100-EXIT
014210     END-IF.
014220     MOVE ZEROS TO WRK-CC-13O.
014230     MOVE ZEROS TO WRK-CC-FER.
014240     IF WRK-ESTORNA-13SAL
014250         IF TAB-PSD-SALDO-13O(WRK-PSD-IDX) > ZEROS
014260             MOVE TAB-PSD-SALDO-13O(WRK-PSD-IDX) TO WRK-CC-13O
014270             ADD TAB-PSD-SALDO-13O(WRK-PSD-IDX)
014280                 TO WRK-TOTAL-13O
014290             ADD TAB-PSD-SALDO-13O(WRK-PSD-IDX)
014300                 TO TAB-CIA-TOTAL-13O(WRK-CIA-IDX)
014310             ADD 1 TO WRK-CONT-FUNC
014320             MOVE TAB-PSD-MATRICULA(WRK-PSD-IDX)
014330                 TO FNC-MATRICULA
014340             MOVE TAB-PSD-SALDO-13O(WRK-PSD-IDX)
014350                 TO FNC-ACR-13O
014360             MOVE ZEROS TO FNC-ACR-FER
014370             MOVE ZEROS TO TAB-PSD-SALDO-13O(WRK-PSD-IDX)
014380             MOVE TAB-PSD-SALDO-13O(WRK-PSD-IDX)
014390                 TO FNC-SAL-13O
014400             MOVE TAB-PSD-SALDO-FER(WRK-PSD-IDX)
014410                 TO FNC-SAL-FER
014420             WRITE PROVISION-REPORT-RECORD FROM WRK-LINHA-FUNC
014430                 AFTER ADVANCING 1 LINE
014440         END-IF
014450     END-IF.
014460     IF WRK-ESTORNA-FERIAS
014470         IF TAB-PSD-SALDO-FER(WRK-PSD-IDX) > ZEROS
014480             MOVE TAB-PSD-SALDO-FER(WRK-PSD-IDX) TO WRK-CC-FER
014490             ADD TAB-PSD-SALDO-FER(WRK-PSD-IDX)
014500                 TO WRK-TOTAL-FERIAS
014510             ADD TAB-PSD-SALDO-FER(WRK-PSD-IDX)
014520                 TO TAB-CIA-TOTAL-FER(WRK-CIA-IDX)
014530             ADD 1 TO WRK-CONT-FUNC
014540             MOVE TAB-PSD-MATRICULA(WRK-PSD-IDX)
014550                 TO FNC-MATRICULA
014560             MOVE ZEROS TO FNC-ACR-13O
014570             MOVE TAB-PSD-SALDO-FER(WRK-PSD-IDX)
014580                 TO FNC-ACR-FER
014590             MOVE ZEROS TO TAB-PSD-SALDO-FER(WRK-PSD-IDX)
014600             MOVE TAB-PSD-SALDO-13O(WRK-PSD-IDX)
014610                 TO FNC-SAL-13O
014620             MOVE TAB-PSD-SALDO-FER(WRK-PSD-IDX)
014630                 TO FNC-SAL-FER
014640             WRITE PROVISION-REPORT-RECORD FROM WRK-LINHA-FUNC
014650                 AFTER ADVANCING 1 LINE
014660         END-IF
014670     END-IF.
014680     IF WRK-CC-13O > ZEROS OR WRK-CC-FER > ZEROS
014690         MOVE TAB-PSD-CCUSTO(WRK-PSD-IDX) TO WRK-CC-CODIGO
014700         PERFORM 2250-ACUMULA-CCUSTO THRU 2250-EXIT
014710     END-IF.
014720 4100-EXIT.
014730     EXIT.
014740******************************************************************
014750* 9200-GRAVA-CONTABIL - GRAVA NO GLPOST OS LANCAMENTOS DE
014760*                       PROVISAO (ACUMULA: DESPESA CONTRA
014770*                       PROVISAO A PAGAR; ESTORNA: INVERTIDOS),
014780*                       DATADOS COM A DATA DE VIGENCIA DO LOTE,
014790*                       SO COM DEBITOS = CREDITOS, NO MESMO
014800*                       IDIOMA DO PROGCOB04 - UM CONJUNTO POR
014810*                       EMPRESA, COM A SUA EMPRESA CONTABIL.
014820*                       CONTA REJEITADA PELO PLANO DE CONTAS
014830*                       (9240) SEGURA O GLPOST INTEIRO.
014840******************************************************************
014850 9200-GRAVA-CONTABIL.
014860     COMPUTE WRK-GL-DEBITOS = WRK-TOTAL-13O + WRK-TOTAL-FERIAS.
014870     MOVE WRK-GL-DEBITOS TO WRK-GL-CREDITOS.
014880     DISPLAY '--------------------------------------------'.
014890     DISPLAY 'CONTABILIZACAO DA PROVISAO:'.
014900     DISPLAY '  DEBITOS ...........: ' WRK-GL-DEBITOS.
014910     DISPLAY '  CREDITOS ..........: ' WRK-GL-CREDITOS.
014920     IF WRK-GL-DEBITOS = ZEROS
014930         DISPLAY '  SITUACAO ..........: NADA A CONTABILIZAR'
014940         GO TO 9200-EXIT
014950     END-IF.
014960     PERFORM 9240-CONSISTE-PLANO THRU 9240-EXIT.
014970     IF NOT WRK-GL-CONTAS-OK
014980         DISPLAY '  SITUACAO ..........: CONTA INVALIDA NO PLANO'
014990             ' DE CONTAS - GLPOST NAO GERADO'
015000         GO TO 9200-EXIT
015010     END-IF.
015020     OPEN OUTPUT GL-POST-FILE.
015030     IF NOT WRK-GL-OK
015040         DISPLAY 'ERRO AO ABRIR GL-POST-FILE: ' WRK-GL-STATUS
015050         SET WRK-GL-FALHOU TO TRUE
015060         GO TO 9200-EXIT
015070     END-IF.
015080     PERFORM 9220-GRAVA-LOTE-EMPRESA THRU 9220-EXIT
015090         VARYING WRK-CIA-IDX FROM 1 BY 1
015100         UNTIL WRK-CIA-IDX > WRK-QTD-EMPRESAS.
015110     CLOSE GL-POST-FILE.
015120     DISPLAY '  SITUACAO ..........: LANCAMENTOS CONFEREM'.
015130 9200-EXIT.
015140     EXIT.
015150******************************************************************
015160* 9220-GRAVA-LOTE-EMPRESA - GRAVA O CONJUNTO DE LANCAMENTOS DA
015170*                           EMPRESA APONTADA POR WRK-CIA-IDX (13O
015180*                           E FERIAS, CADA UM COM DEBITO =
015190*                           CREDITO). A DESPESA SAI ABERTA POR
015200*                           CENTRO DE CUSTO (9225) E A PROVISAO A
015210*                           PAGAR PELO TOTAL DA EMPRESA. EMPRESA
015220*                           SEM VALOR NAO GRAVA NADA.
015230******************************************************************
015240 9220-GRAVA-LOTE-EMPRESA.
015250     MOVE TAB-CIA-TOTAL-13O(WRK-CIA-IDX) TO WRK-CIA-13O.
015260     MOVE TAB-CIA-TOTAL-FER(WRK-CIA-IDX) TO WRK-CIA-FERIAS.
015270     IF WRK-CIA-13O = ZEROS AND WRK-CIA-FERIAS = ZEROS
015280         GO TO 9220-EXIT
015290     END-IF.
015300     IF WRK-GL-GRAVANDO
015310         DISPLAY '  EMPRESA ' TAB-CIA-CODIGO(WRK-CIA-IDX)
015320             ' 13O/FERIAS: ' WRK-CIA-13O ' / ' WRK-CIA-FERIAS
015330     END-IF.
015340     IF WRK-CIA-13O > ZEROS
015350         SET WRK-GL-CC-13O TO TRUE
015360         MOVE WRK-CIA-13O TO WRK-GL-CC-TOTAL
015370         IF WRK-MODO-ACUMULA
015380             MOVE '51010006' TO WRK-GL-CONTA
015390             MOVE 'D' TO WRK-GL-DC
015400             MOVE 'PROVISAO 13O CC ' TO GLH-CC-TEXTO
015410             PERFORM 9225-GRAVA-DESPESA-CCUSTO THRU 9225-EXIT
015420             MOVE '21020001' TO WRK-GL-CONTA
015430             MOVE 'C' TO WRK-GL-DC
015440             MOVE WRK-CIA-13O TO WRK-GL-VALOR
015450             MOVE '13O A PAGAR (PROVISAO)' TO WRK-GL-HISTORICO
015460             PERFORM 9210-GRAVA-UM-LANCAMENTO THRU 9210-EXIT
015470         ELSE
015480             MOVE '21020001' TO WRK-GL-CONTA
015490             MOVE 'D' TO WRK-GL-DC
015500             MOVE WRK-CIA-13O TO WRK-GL-VALOR
015510             MOVE 'ESTORNO PROVISAO 13O' TO WRK-GL-HISTORICO
015520             PERFORM 9210-GRAVA-UM-LANCAMENTO THRU 9210-EXIT
015530             MOVE '51010006' TO WRK-GL-CONTA
015540             MOVE 'C' TO WRK-GL-DC
015550             MOVE 'ESTORNO PROV 13O CC ' TO GLH-CC-TEXTO
015560             PERFORM 9225-GRAVA-DESPESA-CCUSTO THRU 9225-EXIT
015570         END-IF
015580     END-IF.
015590     IF WRK-CIA-FERIAS > ZEROS
015600         SET WRK-GL-CC-FERIAS TO TRUE
015610         MOVE WRK-CIA-FERIAS TO WRK-GL-CC-TOTAL
015620         IF WRK-MODO-ACUMULA
015630             MOVE '51010007' TO WRK-GL-CONTA
015640             MOVE 'D' TO WRK-GL-DC
015650             MOVE 'PROVISAO FERIAS CC ' TO GLH-CC-TEXTO
015660             PERFORM 9225-GRAVA-DESPESA-CCUSTO THRU 9225-EXIT
015670             MOVE '21020002' TO WRK-GL-CONTA
015680             MOVE 'C' TO WRK-GL-DC
015690             MOVE WRK-CIA-FERIAS TO WRK-GL-VALOR
015700             MOVE 'FERIAS A PAGAR (PROV)' TO WRK-GL-HISTORICO
015710             PERFORM 9210-GRAVA-UM-LANCAMENTO THRU 9210-EXIT
015720         ELSE
015730             MOVE '21020002' TO WRK-GL-CONTA
015740             MOVE 'D' TO WRK-GL-DC
015750             MOVE WRK-CIA-FERIAS TO WRK-GL-VALOR
015760             MOVE 'ESTORNO PROVISAO FERIAS' TO WRK-GL-HISTORICO
015770             PERFORM 9210-GRAVA-UM-LANCAMENTO THRU 9210-EXIT
015780             MOVE '51010007' TO WRK-GL-CONTA
015790             MOVE 'C' TO WRK-GL-DC
015800             MOVE 'ESTORNO PROV FER CC ' TO GLH-CC-TEXTO
015810             PERFORM 9225-GRAVA-DESPESA-CCUSTO THRU 9225-EXIT
015820         END-IF
015830     END-IF.
015840 9220-EXIT.
015850     EXIT.
015860******************************************************************
015870* 9225-GRAVA-DESPESA-CCUSTO - GRAVA O LANCAMENTO DA CONTA DE
015880*                             DESPESA EM WRK-GL-CONTA (D/C EM
015890*                             WRK-GL-DC) POR CENTRO DE CUSTO DA
015900*                             EMPRESA APONTADA POR WRK-CIA-IDX,
015910*                             COM O VALOR DA VERBA EM
015920*                             WRK-GL-CC-VERBA (13O OU FERIAS) E O
015930*                             TEXTO DO HISTORICO EM GLH-CC-TEXTO;
015940*                             A SOMA E O TOTAL DA EMPRESA EM
015950*                             WRK-GL-CC-TOTAL. O QUE A TABELA
015960*                             CHEIA AGRUPOU NA EMPRESA '**' SAI
015970*                             COMO A DIFERENCA, NO CENTRO '****',
015980*                             SEM CENTRO DE CUSTO NO GLPOST (COMO
015990*                             O '????').
016000******************************************************************
016010 9225-GRAVA-DESPESA-CCUSTO.
016020     MOVE ZEROS TO WRK-GL-CC-SOMA.
016030     PERFORM VARYING WRK-CC-IDX FROM 1 BY 1
016040             UNTIL WRK-CC-IDX > WRK-QTD-CCUSTO
016050         IF TAB-CC-EMPRESA(WRK-CC-IDX)
016060                 = TAB-CIA-CODIGO(WRK-CIA-IDX)
016070             PERFORM 9226-GRAVA-UM-CCUSTO THRU 9226-EXIT
016080         END-IF
016090     END-PERFORM.
016100     IF WRK-GL-CC-SOMA < WRK-GL-CC-TOTAL
016110         COMPUTE WRK-GL-VALOR = WRK-GL-CC-TOTAL - WRK-GL-CC-SOMA
016120         MOVE '****' TO GLH-CC-CODIGO
016130         MOVE WRK-GL-HIST-CC TO WRK-GL-HISTORICO
016140         MOVE SPACES TO WRK-GL-CCUSTO
016150         PERFORM 9210-GRAVA-UM-LANCAMENTO THRU 9210-EXIT
016160     END-IF.
016170 9225-EXIT.
016180     EXIT.
016190******************************************************************
016200* 9226-GRAVA-UM-CCUSTO - GRAVA O LANCAMENTO DO CENTRO DE CUSTO
016210*                        APONTADO POR WRK-CC-IDX NA VERBA DE
016220*                        WRK-GL-CC-VERBA, QUANDO HA VALOR.
016230******************************************************************
016240 9226-GRAVA-UM-CCUSTO.
016250     IF WRK-GL-CC-FERIAS
016260         MOVE TAB-CC-FER(WRK-CC-IDX) TO WRK-GL-VALOR
016270     ELSE
016280         MOVE TAB-CC-13O(WRK-CC-IDX) TO WRK-GL-VALOR
016290     END-IF.
016300     IF WRK-GL-VALOR = ZEROS
016310         GO TO 9226-EXIT
016320     END-IF.
016330     ADD WRK-GL-VALOR TO WRK-GL-CC-SOMA.
016340     MOVE TAB-CC-CODIGO(WRK-CC-IDX) TO GLH-CC-CODIGO.
016350     MOVE WRK-GL-HIST-CC TO WRK-GL-HISTORICO.
016360     IF TAB-CC-CODIGO(WRK-CC-IDX) NOT = '????'
016370         MOVE TAB-CC-CODIGO(WRK-CC-IDX) TO WRK-GL-CCUSTO
016380     END-IF.
016390     PERFORM 9210-GRAVA-UM-LANCAMENTO THRU 9210-EXIT.
016400 9226-EXIT.
016410     EXIT.
016420******************************************************************
016430* 9240-CONSISTE-PLANO - MONTA OS LANCAMENTOS DE TODAS AS EMPRESAS
016440*                       SEM GRAVAR (WRK-GL-CONSISTINDO),
016450*                       CONFERINDO CADA CONTA CONTRA O PLANO DE
016460*                       CONTAS. UMA SO CONTA REJEITADA, OU O
016470*                       PLANOCTA INDISPONIVEL, DESARMA
016480*                       WRK-SW-GL-CONTAS E SEGURA O GLPOST
016490*                       INTEIRO.
016500******************************************************************
016510 9240-CONSISTE-PLANO.
016520     MOVE 'S' TO WRK-SW-GL-CONTAS.
016530     IF NOT WRK-PLANO-CARREGADO
016540         MOVE 'N' TO WRK-SW-GL-CONTAS
016550         DISPLAY '  PLANO DE CONTAS (PLANOCTA) INDISPONIVEL'
016560         GO TO 9240-EXIT
016570     END-IF.
016580     SET WRK-GL-CONSISTINDO TO TRUE.
016590     PERFORM 9220-GRAVA-LOTE-EMPRESA THRU 9220-EXIT
016600         VARYING WRK-CIA-IDX FROM 1 BY 1
016610         UNTIL WRK-CIA-IDX > WRK-QTD-EMPRESAS.
016620     SET WRK-GL-GRAVANDO TO TRUE.
016630 9240-EXIT.
016640     EXIT.
016650******************************************************************
016660* 9210-GRAVA-UM-LANCAMENTO - GRAVA NO GLPOST O LANCAMENTO
016670*                            MONTADO EM WRK-GL-CONTA/DC/VALOR/
016680*                            HISTORICO/CCUSTO, DATADO COM A DATA
016690*                            DE VIGENCIA DO LOTE E MARCADO COM A
016700*                            EMPRESA CONTABIL DE WRK-CIA-IDX. NA
016710*                            CONSISTENCIA (9240) SO CONFERE A
016720*                            CONTA CONTRA O PLANO DE CONTAS.
016730******************************************************************
016740 9210-GRAVA-UM-LANCAMENTO.
016750     IF WRK-GL-CONSISTINDO
016760         PERFORM 9215-CONSISTE-CONTA THRU 9215-EXIT
016770         MOVE SPACES TO WRK-GL-CCUSTO
016780         GO TO 9210-EXIT
016790     END-IF.
016800     MOVE WRK-DATA-ATUAL   TO GLL-DATA.
016810     MOVE WRK-GL-CONTA     TO GLL-CONTA.
016820     MOVE WRK-GL-DC        TO GLL-DC.
016830     MOVE WRK-GL-VALOR     TO GLL-VALOR.
016840     MOVE WRK-GL-HISTORICO TO GLL-HISTORICO.
016850     MOVE TAB-CIA-GL-EMPRESA(WRK-CIA-IDX) TO GLL-EMPRESA.
016860     MOVE WRK-GL-CCUSTO    TO GLL-CCUSTO.
016870     MOVE SPACES TO WRK-GL-CCUSTO.
016880     WRITE GL-RECORD FROM WRK-GL-LANCAMENTO.
016890     IF NOT WRK-GL-OK
016900         DISPLAY 'ERRO AO GRAVAR GLPOST: ' WRK-GL-STATUS
016910         SET WRK-GL-FALHOU TO TRUE
016920     END-IF.
016930 9210-EXIT.
016940     EXIT.
016950******************************************************************
016960* 9215-CONSISTE-CONTA - CONFERE A CONTA DE WRK-GL-CONTA CONTRA O
016970*                       PLANO DE CONTAS: PRECISA ESTAR CADASTRADA
016980*                       E ATIVA E, SE O PLANO EXIGE CENTRO DE
016990*                       CUSTO, O LANCAMENTO PRECISA TER UM
017000*                       (WRK-GL-CCUSTO). CADA REJEICAO E LISTADA
017010*                       NO SYSOUT E DESARMA WRK-SW-GL-CONTAS.
017020******************************************************************
017030 9215-CONSISTE-CONTA.
017040     MOVE 'N' TO WRK-SW-CTA-ACHADA.
017050     PERFORM VARYING WRK-CTA-IDX FROM 1 BY 1
017060             UNTIL WRK-CTA-IDX > WRK-QTD-CONTAS
017070                OR WRK-CTA-ACHADA
017080         IF TAB-CTA-CONTA(WRK-CTA-IDX) = WRK-GL-CONTA
017090             SET WRK-CTA-ACHADA TO TRUE
017100         END-IF
017110     END-PERFORM.
017120     IF NOT WRK-CTA-ACHADA
017130         MOVE 'N' TO WRK-SW-GL-CONTAS
017140         DISPLAY '  CONTA NAO CADASTRADA NO PLANOCTA: '
017150             WRK-GL-CONTA ' ' WRK-GL-HISTORICO
017160         GO TO 9215-EXIT
017170     END-IF.
017180     SUBTRACT 1 FROM WRK-CTA-IDX.
017190     IF TAB-CTA-ATIVA(WRK-CTA-IDX) NOT = 'S'
017200         MOVE 'N' TO WRK-SW-GL-CONTAS
017210         DISPLAY '  CONTA INATIVA NO PLANOCTA .....: '
017220             WRK-GL-CONTA ' ' WRK-GL-HISTORICO
017230         GO TO 9215-EXIT
017240     END-IF.
017250     IF TAB-CTA-EXIGE-CC(WRK-CTA-IDX) = 'S'
017260             AND WRK-GL-CCUSTO = SPACES
017270         MOVE 'N' TO WRK-SW-GL-CONTAS
017280         DISPLAY '  CONTA EXIGE CENTRO DE CUSTO ...: '
017290             WRK-GL-CONTA ' ' WRK-GL-HISTORICO
017300     END-IF.
017310 9215-EXIT.
017320     EXIT.
017330******************************************************************
017340* 9300-REGRAVA-PROVISAO - REGRAVA O PROVSALD COM OS SALDOS
017350*                         ATUALIZADOS (APROPRIADOS OU BAIXADOS).
017360******************************************************************
017370 9300-REGRAVA-PROVISAO.
017380     OPEN OUTPUT PROVISION-BALANCE-FILE.
017390     IF NOT WRK-PSD-OK
017400         DISPLAY 'ERRO AO REGRAVAR PROVSALD: ' WRK-PSD-STATUS
017410         MOVE 8 TO RETURN-CODE
017420         GOBACK
017430     END-IF.
017440     PERFORM 9310-GRAVA-UM-SALDO THRU 9310-EXIT
017450         VARYING WRK-PSD-IDX FROM 1 BY 1
017460         UNTIL WRK-PSD-IDX > WRK-QTD-PROVISAO.
017470     CLOSE PROVISION-BALANCE-FILE.
017480 9300-EXIT.
017490     EXIT.
017500 9310-GRAVA-UM-SALDO.
017510     MOVE TAB-PSD-MATRICULA(WRK-PSD-IDX) TO PSD-MATRICULA.
017520     MOVE SPACES                         TO PSD-FILL1.
017530     MOVE TAB-PSD-SALDO-13O(WRK-PSD-IDX) TO PSD-SALDO-13O.
017540     MOVE SPACES                         TO PSD-FILL2.
017550     MOVE TAB-PSD-SALDO-FER(WRK-PSD-IDX) TO PSD-SALDO-FERIAS.
017560     MOVE SPACES                         TO PSD-FILL3.
017570     MOVE TAB-PSD-EMPRESA(WRK-PSD-IDX)   TO PSD-EMPRESA.
017580     MOVE SPACES                         TO PSD-FILL4.
017590     MOVE TAB-PSD-CCUSTO(WRK-PSD-IDX)    TO PSD-CCUSTO.
017600     WRITE PROVISION-BALANCE-RECORD.
017610 9310-EXIT.
017620     EXIT.
017630******************************************************************
017640* 9000-FINALIZE - GRAVA A CONTABILIZACAO, REGRAVA O PROVSALD,
017650*                 IMPRIME OS SUBTOTAIS POR EMPRESA E OS TOTAIS
017660*                 E FECHA O RELATORIO.
017670******************************************************************
017680 9000-FINALIZE.
017690     PERFORM 9200-GRAVA-CONTABIL THRU 9200-EXIT.
017700     PERFORM 9300-REGRAVA-PROVISAO THRU 9300-EXIT.
017710     PERFORM 9050-IMPRIME-EMPRESA THRU 9050-EXIT
017720         VARYING WRK-CIA-IDX FROM 1 BY 1
017730         UNTIL WRK-CIA-IDX > WRK-QTD-EMPRESAS.
017740     MOVE WRK-TOTAL-13O    TO TOT-13O.
017750     MOVE WRK-TOTAL-FERIAS TO TOT-FERIAS.
017760     WRITE PROVISION-REPORT-RECORD FROM WRK-LINHA-TOTAIS
017770         AFTER ADVANCING 2 LINES.
017780     CLOSE PROVISION-REPORT-FILE.
017790     DISPLAY '--------------------------------------------'.
017800     DISPLAY 'MODO ................: ' WRK-MODO ' '
017810         WRK-TIPO-ESTORNO.
017820     DISPLAY 'FUNCIONARIOS ........: ' WRK-CONT-FUNC.
017830     DISPLAY 'PULADOS .............: ' WRK-CONT-PULADOS.
017840     DISPLAY 'TOTAL 13O ...........: ' WRK-TOTAL-13O.
017850     DISPLAY 'TOTAL FERIAS ........: ' WRK-TOTAL-FERIAS.
017860 9000-EXIT.
017870     EXIT.
017880******************************************************************
017890* 9050-IMPRIME-EMPRESA - IMPRIME O SUBTOTAL DA EMPRESA APONTADA
017900*                        POR WRK-CIA-IDX (EMPRESA SEM VALOR NAO
017910*                        SAI).
017920******************************************************************
017930 9050-IMPRIME-EMPRESA.
017940     IF TAB-CIA-TOTAL-13O(WRK-CIA-IDX) = ZEROS
017950             AND TAB-CIA-TOTAL-FER(WRK-CIA-IDX) = ZEROS
017960         GO TO 9050-EXIT
017970     END-IF.
017980     MOVE TAB-CIA-CODIGO(WRK-CIA-IDX)    TO TCI-EMPRESA.
017990     MOVE TAB-CIA-TOTAL-13O(WRK-CIA-IDX) TO TCI-13O.
018000     MOVE TAB-CIA-TOTAL-FER(WRK-CIA-IDX) TO TCI-FERIAS.
018010     WRITE PROVISION-REPORT-RECORD FROM WRK-LINHA-TOT-EMPRESA
018020         AFTER ADVANCING 1 LINE.
018030 9050-EXIT.
018040     EXIT.
018050 END PROGRAM PROGCOB22.
