000010******************************************************************
000020* Author: RICARDO RIBEIRO DE ALVARENGA - RRA
000030* Installation: FOLHA DE PAGAMENTO
000040* Date-Written: 2026-10-15
000050* Date-Compiled: 2026-10-15
000060* Purpose: ORCADO X REALIZADO DO CUSTO DE PESSOAL POR CENTRO DE
000070*          CUSTO NA COMPETENCIA FECHADA: O ORCAMENTO (ORCADO,
000080*          PREPARADO PELA CONTROLADORIA) CONTRA O REALIZADO DO
000090*          GLPOST (SALARIOS, INSS PATRONAL, FGTS E BENEFICIOS DA
000100*          FOLHA E AS PROVISOES DE 13O E FERIAS DO PROGCOB22) E
000110*          CONTRA O QUADRO DE FUNCIONARIOS ATIVOS DO EMPMAST POR
000120*          EMP-CCUSTO. IMPRIME A VARIACAO DO MES E DO ACUMULADO NO
000130*          ANO EM VALOR E EM PERCENTUAL, MARCA OS CENTROS DE CUSTO
000140*          FORA DA TOLERANCIA E LISTA OS CENTROS DE CUSTO COM
000150*          REALIZADO E SEM ORCAMENTO.
000160* Tectonics: cobc
000170******************************************************************
000180* MODIFICATION HISTORY
000190* DATE       INIT DESCRIPTION
000200* 2026-10-15 RRA  ORIGINAL - A COMPETENCIA VEM DO ORCPARM (AAAAMM)
000210*                 OU, SEM ELE, E A ULTIMA FECHADA NO PAYPERIO;
000220*                 COMPETENCIA NAO FECHADA ENCERRA COM RETURN-CODE
000230*                 8, COMO NO PROGCOB32. A TOLERANCIA (PERCENTUAL)
000240*                 TAMBEM VEM DO ORCPARM, 10% QUANDO AUSENTE, NO
000250*                 MESMO IDIOMA DO COMPPARM DO PROGCOB19. O
000260*                 REALIZADO DE CADA CONTA E DEBITOS MENOS
000270*                 CREDITOS (O ESTORNO DA PROVISAO REDUZ A
000280*                 PROVISAO DO MES); O ACUMULADO VAI DE JANEIRO A
000290*                 COMPETENCIA. O QUADRO REALIZADO E O RETRATO DO
000300*                 EMPMAST NA EXECUCAO (ATIVOS ADMITIDOS ATE O FIM
000310*                 DA COMPETENCIA) E SO EXISTE NO MES. CENTRO DE
000320*                 CUSTO FORA DA TOLERANCIA, COM REALIZADO E SEM
000330*                 ORCAMENTO OU REGISTRO DE ORCAMENTO INVALIDO
000340*                 DEVOLVEM RETURN-CODE 4.
000350* 2026-10-15 RRA  O CUSTO DA EMPRESA COM BENEFICIOS (CONTA
000360*                 51010008 - VT, VR E PLANO DE SAUDE LANCADOS PELA
000370*                 FOLHA REGULAR) ENTRA NO REALIZADO DE ENCARGOS.
000380******************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. PROGCOB33.
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SPECIAL-NAMES.
000440     DECIMAL-POINT IS COMMA.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT BUDGET-FILE
000480         ASSIGN TO "ORCADO"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WRK-ORC-STATUS.
000510     SELECT GL-POST-FILE
000520         ASSIGN TO "GLPOST"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WRK-GL-STATUS.
000550     SELECT EMPLOYEE-MASTER
000560         ASSIGN TO "EMPMAST"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS SEQUENTIAL
000590         RECORD KEY IS EMP-ID
000600         FILE STATUS IS WRK-EMP-STATUS.
000610     SELECT PERIOD-CONTROL-FILE
000620         ASSIGN TO "PAYPERIO"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WRK-PER-STATUS.
000650     SELECT BUDGET-PARM-FILE
000660         ASSIGN TO "ORCPARM"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WRK-PRM-STATUS.
000690     SELECT BUDGET-REPORT-FILE
000700         ASSIGN TO "ORCRPT"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WRK-RPT-STATUS.
000730     SELECT SECURITY-MASTER-FILE
000740         ASSIGN TO "OPERSEC"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WRK-SEC-STATUS.
000770     SELECT SECURITY-AUDIT-FILE
000780         ASSIGN TO "SECAUD"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WRK-SECAUD-STATUS.
000810     SELECT OPERATOR-CONTROL-FILE
000820         ASSIGN TO "PAYOPER"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WRK-OPER-CFG-STATUS.
000850 DATA DIVISION.
000860 FILE SECTION.
000870 FD  BUDGET-FILE
000880     LABEL RECORDS ARE STANDARD.
000890     COPY ORCREC.
000900 FD  GL-POST-FILE
000910     LABEL RECORDS ARE STANDARD.
000920 01  GL-RECORD.
000930     05  GLL-DATA                 PIC 9(08).
000940     05  GLL-FILL1                PIC X(02).
000950     05  GLL-CONTA                PIC X(08).
000960     05  GLL-FILL2                PIC X(02).
000970     05  GLL-DC                   PIC X(01).
000980     05  GLL-FILL3                PIC X(02).
000990     05  GLL-VALOR                PIC 9(11)V99.
001000     05  GLL-FILL4                PIC X(02).
001010     05  GLL-HISTORICO            PIC X(25).
001020     05  GLL-FILL5                PIC X(02).
001030     05  GLL-EMPRESA              PIC X(04).
001040     05  GLL-FILL6                PIC X(02).
001050     05  GLL-CCUSTO               PIC X(04).
001060     05  GLL-FILL7                PIC X(05).
001070 FD  EMPLOYEE-MASTER
001080     LABEL RECORDS ARE STANDARD.
001090     COPY EMPREC.
001100 FD  PERIOD-CONTROL-FILE
001110     LABEL RECORDS ARE STANDARD.
001120 01  PERIOD-CONTROL-RECORD.
001130     05  PER-COMPETENCIA          PIC 9(06).
001140     05  PER-FILL1                PIC X(02).
001150     05  PER-STATUS               PIC X(08).
001160 FD  BUDGET-PARM-FILE
001170     LABEL RECORDS ARE STANDARD.
001180 01  BUDGET-PARM-RECORD.
001190     05  ORP-COMPETENCIA          PIC X(06).
001200     05  ORP-FILL1                PIC X(02).
001210     05  ORP-PCT-TOLERANCIA       PIC 9(03)V99.
001220 FD  BUDGET-REPORT-FILE
001230     LABEL RECORDS ARE STANDARD.
001240 01  BUDGET-REPORT-RECORD         PIC X(100).
001250 FD  OPERATOR-CONTROL-FILE
001260     LABEL RECORDS ARE STANDARD.
001270 01  OPERATOR-CONTROL-RECORD.
001280     05  OPCFG-OPERADOR           PIC X(10).
001290     05  OPCFG-FILL1              PIC X(02).
001300     05  OPCFG-SENHA              PIC X(10).
001310 FD  SECURITY-MASTER-FILE
001320     LABEL RECORDS ARE STANDARD.
001330     COPY OPERSEC.
001340 FD  SECURITY-AUDIT-FILE
001350     LABEL RECORDS ARE STANDARD.
001360 01  SECAUD-RECORD.
001370     05  SEC-DATA                 PIC 9(08).
001380     05  SEC-FILL1                PIC X(02).
001390     05  SEC-HORA                 PIC 9(08).
001400     05  SEC-FILL2                PIC X(02).
001410     05  SEC-OPERADOR             PIC X(10).
001420     05  SEC-FILL3                PIC X(02).
001430     05  SEC-PROGRAMA             PIC X(09).
001440     05  SEC-FILL4                PIC X(02).
001450     05  SEC-MOTIVO               PIC X(20).
001460 WORKING-STORAGE SECTION.
001470 77  WRK-ORC-STATUS       PIC X(02) VALUE '00'.
001480     88  WRK-ORC-OK                  VALUE '00'.
001490     88  WRK-ORC-EOF                 VALUE '10'.
001500 77  WRK-GL-STATUS        PIC X(02) VALUE '00'.
001510     88  WRK-GL-OK                   VALUE '00'.
001520     88  WRK-GL-EOF                  VALUE '10'.
001530 77  WRK-EMP-STATUS       PIC X(02) VALUE '00'.
001540     88  WRK-EMP-OK                  VALUE '00'.
001550     88  WRK-EMP-EOF                 VALUE '10'.
001560 77  WRK-PER-STATUS       PIC X(02) VALUE '00'.
001570     88  WRK-PER-OK                  VALUE '00'.
001580     88  WRK-PER-EOF                 VALUE '10'.
001590 77  WRK-PRM-STATUS       PIC X(02) VALUE '00'.
001600     88  WRK-PRM-OK                  VALUE '00'.
001610 77  WRK-RPT-STATUS       PIC X(02) VALUE '00'.
001620     88  WRK-RPT-OK                  VALUE '00'.
001630 77  WRK-OPER-CFG-STATUS  PIC X(02) VALUE '00'.
001640     88  WRK-OPER-CFG-OK             VALUE '00'.
001650 77  WRK-SW-OPER-ARQUIVO  PIC X(01) VALUE 'N'.
001660     88  WRK-OPER-ARQUIVO            VALUE 'S'.
001670 77  WRK-SW-OPERADOR      PIC X(01) VALUE 'N'.
001680     88  WRK-OPERADOR-VALIDO         VALUE 'S'.
001690 77  WRK-OPERADOR         PIC X(10) VALUE SPACES.
001700 77  WRK-SENHA            PIC X(10) VALUE SPACES.
001710 77  WRK-SEC-STATUS       PIC X(02) VALUE '00'.
001720     88  WRK-SEC-OK                  VALUE '00'.
001730     88  WRK-SEC-EOF                 VALUE '10'.
001740 77  WRK-SECAUD-STATUS    PIC X(02) VALUE '00'.
001750     88  WRK-SECAUD-OK               VALUE '00'.
001760 77  WRK-SW-OPR-ACHADO    PIC X(01) VALUE 'N'.
001770     88  WRK-OPR-ACHADO              VALUE 'S'.
001780 77  WRK-OPR-ATIVO        PIC X(01) VALUE 'N'.
001790 77  WRK-OPR-SENHA        PIC X(10) VALUE SPACES.
001800 77  WRK-OPR-AUT-FUNCAO   PIC X(01) VALUE 'N'.
001810 77  WRK-MOTIVO-LOGON     PIC X(20) VALUE SPACES.
001820 77  WRK-DATA-LOGON       PIC 9(08) VALUE ZEROS.
001830 77  WRK-HORA-LOGON       PIC 9(08) VALUE ZEROS.
001840 77  WRK-DATA-ATUAL       PIC 9(08) VALUE ZEROS.
001850*----------------------------------------------------------------
001860* COMPETENCIA DO RELATORIO, INICIO DO ACUMULADO NO ANO (JANEIRO),
001870* ULTIMO DIA DA COMPETENCIA PARA O QUADRO E TOLERANCIA.
001880*----------------------------------------------------------------
001890 01  WRK-COMPETENCIA      PIC 9(06) VALUE ZEROS.
001900 01  WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA.
001910     05  WRK-CMP-ANO          PIC 9(04).
001920     05  WRK-CMP-MES          PIC 9(02).
001930 77  WRK-CMP-JANEIRO      PIC 9(06) VALUE ZEROS.
001940 77  WRK-CMP-FIM          PIC 9(08) VALUE ZEROS.
001950 77  WRK-ULTIMA-FECHADA   PIC 9(06) VALUE ZEROS.
001960 77  WRK-SITUACAO-CMP     PIC X(08) VALUE SPACES.
001970 77  WRK-GL-COMPETENCIA   PIC 9(06) VALUE ZEROS.
001980 77  WRK-PCT-TOLERANCIA   PIC 9(03)V99 VALUE 10,00.
001990 77  WRK-CONT-ORC-LIDOS   PIC 9(05) COMP VALUE ZERO.
002000 77  WRK-CONT-GL-LIDOS    PIC 9(07) COMP VALUE ZERO.
002010 77  WRK-CONT-GL-USADOS   PIC 9(07) COMP VALUE ZERO.
002020 77  WRK-CONT-EMP-ATIVOS  PIC 9(05) COMP VALUE ZERO.
002030 77  WRK-CONT-ORCADOS     PIC 9(03) COMP VALUE ZERO.
002040 77  WRK-CONT-FORA        PIC 9(03) COMP VALUE ZERO.
002050 77  WRK-CONT-SEM-ORC     PIC 9(03) COMP VALUE ZERO.
002060 77  WRK-SW-DIVERGENCIA   PIC X(01) VALUE 'N'.
002070     88  WRK-HA-DIVERGENCIA          VALUE 'S'.
002080*----------------------------------------------------------------
002090* CONTAS DO GLPOST QUE COMPOEM O REALIZADO E O ITEM DO ORCAMENTO
002100* EM QUE CADA UMA ENTRA (1 = BRUTO, 2 = ENCARGOS, 3 = PROVISOES).
002110*----------------------------------------------------------------
002120 01  TAB-CONTAS-DADOS.
002130     05  FILLER PIC X(09) VALUE '510100011'.
002140     05  FILLER PIC X(09) VALUE '510100032'.
002150     05  FILLER PIC X(09) VALUE '510100042'.
002160     05  FILLER PIC X(09) VALUE '510100063'.
002170     05  FILLER PIC X(09) VALUE '510100073'.
002180     05  FILLER PIC X(09) VALUE '510100082'.
002190 01  TAB-CONTAS REDEFINES TAB-CONTAS-DADOS.
002200     05  TAB-CTA-ENT OCCURS 6 TIMES.
002210         10  TAB-CTA-CONTA        PIC X(08).
002220         10  TAB-CTA-ITEM         PIC 9(01).
002230 77  WRK-QTD-CONTAS       PIC 9(03) COMP VALUE 6.
002240 77  WRK-CTA-IDX          PIC 9(03) COMP VALUE ZERO.
002250 77  WRK-SW-CTA-ACHADA    PIC X(01) VALUE 'N'.
002260     88  WRK-CTA-ACHADA              VALUE 'S'.
002270 01  TAB-ITENS-DADOS.
002280     05  FILLER PIC X(09) VALUE 'BRUTO'.
002290     05  FILLER PIC X(09) VALUE 'ENCARGOS'.
002300     05  FILLER PIC X(09) VALUE 'PROVISOES'.
002310 01  TAB-ITENS REDEFINES TAB-ITENS-DADOS.
002320     05  TAB-ITEM-NOME    PIC X(09) OCCURS 3 TIMES.
002330 77  WRK-ITEM             PIC 9(01) VALUE ZERO.
002340 77  WRK-VALOR-LIQUIDO    PIC S9(11)V99 VALUE ZEROS.
002350*----------------------------------------------------------------
002360* ORCADO E REALIZADO POR CENTRO DE CUSTO: QUADRO DO MES E, PARA
002370* CADA ITEM, MES E ACUMULADO NO ANO. TAB-CCO-SW-ORCADO INDICA
002380* ORCAMENTO INFORMADO PARA A PROPRIA COMPETENCIA.
002390*----------------------------------------------------------------
002400 01  TAB-CCUSTOS.
002410     05  TAB-CCO-ENT OCCURS 200 TIMES.
002420         10  TAB-CCO-CCUSTO       PIC X(04).
002430         10  TAB-CCO-SW-ORCADO    PIC X(01).
002440         10  TAB-CCO-QUADRO-ORC   PIC 9(05).
002450         10  TAB-CCO-QUADRO-REAL  PIC 9(05).
002460         10  TAB-CCO-ITENS OCCURS 3 TIMES.
002470             15  TAB-CCO-ORC-MES      PIC 9(11)V99.
002480             15  TAB-CCO-REAL-MES     PIC S9(11)V99.
002490             15  TAB-CCO-ORC-ACUM     PIC 9(11)V99.
002500             15  TAB-CCO-REAL-ACUM    PIC S9(11)V99.
002510 77  WRK-QTD-CCUSTOS      PIC 9(03) COMP VALUE ZERO.
002520 77  WRK-MAX-CCUSTOS      PIC 9(03) COMP VALUE 200.
002530 77  WRK-CCO-IDX          PIC 9(03) COMP VALUE ZERO.
002540 77  WRK-SW-CCO-ACHADO    PIC X(01) VALUE 'N'.
002550     88  WRK-CCO-ACHADO              VALUE 'S'.
002560 77  WRK-CHV-CCUSTO       PIC X(04) VALUE SPACES.
002570 01  WRK-TROCA-ENT        PIC X(171).
002580 77  WRK-I                PIC 9(03) COMP VALUE ZERO.
002590 77  WRK-J                PIC 9(03) COMP VALUE ZERO.
002600 77  WRK-J1               PIC 9(03) COMP VALUE ZERO.
002610*----------------------------------------------------------------
002620* CENTRO DE CUSTO EM IMPRESSAO (COPIA DA ENTRADA DA TABELA) E
002630* TOTAL DOS CENTROS DE CUSTO ORCADOS, NO MESMO FORMATO.
002640*----------------------------------------------------------------
002650 01  WRK-CCO-ATUAL.
002660     05  CUR-CCUSTO           PIC X(04).
002670     05  CUR-SW-ORCADO        PIC X(01).
002680     05  CUR-QUADRO-ORC       PIC 9(05).
002690     05  CUR-QUADRO-REAL      PIC 9(05).
002700     05  CUR-ITENS OCCURS 3 TIMES.
002710         10  CUR-ORC-MES          PIC 9(11)V99.
002720         10  CUR-REAL-MES         PIC S9(11)V99.
002730         10  CUR-ORC-ACUM         PIC 9(11)V99.
002740         10  CUR-REAL-ACUM        PIC S9(11)V99.
002750 01  WRK-CCO-TOTAL.
002760     05  TOT-CCUSTO           PIC X(04).
002770     05  TOT-SW-ORCADO        PIC X(01).
002780     05  TOT-QUADRO-ORC       PIC 9(05).
002790     05  TOT-QUADRO-REAL      PIC 9(05).
002800     05  TOT-ITENS OCCURS 3 TIMES.
002810         10  TOT-ORC-MES          PIC 9(11)V99.
002820         10  TOT-REAL-MES         PIC S9(11)V99.
002830         10  TOT-ORC-ACUM         PIC 9(11)V99.
002840         10  TOT-REAL-ACUM        PIC S9(11)V99.
002850*----------------------------------------------------------------
002860* CALCULO DA VARIACAO DE UMA LINHA (REALIZADO MENOS ORCADO) E DO
002870* PERCENTUAL SOBRE O ORCADO; SEM ORCADO NAO HA PERCENTUAL.
002880*----------------------------------------------------------------
002890 77  WRK-CALC-ORC         PIC 9(11)V99 VALUE ZEROS.
002900 77  WRK-CALC-REAL        PIC S9(11)V99 VALUE ZEROS.
002910 77  WRK-CALC-VAR         PIC S9(11)V99 VALUE ZEROS.
002920 77  WRK-CALC-PCT         PIC S9(03)V9 VALUE ZEROS.
002930 77  WRK-SW-SEM-PCT       PIC X(01) VALUE 'N'.
002940     88  WRK-SEM-PCT                 VALUE 'S'.
002950 77  WRK-SW-LINHA-FORA    PIC X(01) VALUE 'N'.
002960     88  WRK-LINHA-FORA              VALUE 'S'.
002970 77  WRK-SW-CCO-FORA      PIC X(01) VALUE 'N'.
002980     88  WRK-CCO-FORA                VALUE 'S'.
002990*----------------------------------------------------------------
003000* LINHAS DE IMPRESSAO DO ORCADO X REALIZADO (ORCRPT). VALORES EM
003010* REAIS, SEM CENTAVOS.
003020*----------------------------------------------------------------
003030 01  WRK-LINHA-CABEC1.
003040     05  FILLER               PIC X(25) VALUE SPACES.
003050     05  FILLER               PIC X(50) VALUE
003060         'FOLHA DE PAGAMENTO - ORCADO X REALIZADO DE PESSOAL'.
003070     05  FILLER               PIC X(25) VALUE SPACES.
003080 01  WRK-LINHA-CABEC2.
003090     05  FILLER               PIC X(08) VALUE 'DATA: '.
003100     05  CAB2-DATA            PIC 9(08).
003110     05  FILLER               PIC X(04) VALUE SPACES.
003120     05  FILLER               PIC X(10) VALUE 'OPERADOR: '.
003130     05  CAB2-OPERADOR        PIC X(10).
003140     05  FILLER               PIC X(04) VALUE SPACES.
003150     05  FILLER               PIC X(13) VALUE 'COMPETENCIA: '.
003160     05  CAB2-COMPETENCIA     PIC 9(06).
003170     05  FILLER               PIC X(04) VALUE SPACES.
003180     05  FILLER               PIC X(12) VALUE 'TOLERANCIA: '.
003190     05  CAB2-PCT             PIC ZZ9,99.
003200     05  FILLER               PIC X(15) VALUE '%'.
003210 01  WRK-LINHA-CABEC3.
003220     05  FILLER               PIC X(50) VALUE
003230         'CC   ITEM      ORCADO MES    REAL MES    VARIACAO '.
003240     05  FILLER               PIC X(50) VALUE
003250         '  VAR% ORC. ACUM.  REAL ACUM.  VAR. ACUM.   VAR%  '.
003260 01  WRK-LINHA-TITULO.
003270     05  TIT-TEXTO            PIC X(100).
003280 01  WRK-LINHA-ITEM.
003290     05  ITL-CCUSTO           PIC X(04).
003300     05  FILLER               PIC X(01) VALUE SPACES.
003310     05  ITL-ITEM             PIC X(09).
003320     05  FILLER               PIC X(01) VALUE SPACES.
003330     05  ITL-MES.
003340         10  ITL-ORC-MES          PIC ZZ.ZZZ.ZZ9.
003350         10  FILLER               PIC X(01) VALUE SPACES.
003360         10  ITL-REAL-MES         PIC -ZZ.ZZZ.ZZ9.
003370         10  FILLER               PIC X(01) VALUE SPACES.
003380         10  ITL-VAR-MES          PIC -ZZ.ZZZ.ZZ9.
003390         10  FILLER               PIC X(01) VALUE SPACES.
003400         10  ITL-PCT-MES          PIC -ZZ9,9.
003410         10  ITL-PCT-MES-X REDEFINES ITL-PCT-MES
003420                                  PIC X(06).
003430         10  FILLER               PIC X(01) VALUE SPACES.
003440     05  ITL-ACUM.
003450         10  ITL-ORC-ACUM         PIC ZZ.ZZZ.ZZ9.
003460         10  FILLER               PIC X(01) VALUE SPACES.
003470         10  ITL-REAL-ACUM        PIC -ZZ.ZZZ.ZZ9.
003480         10  FILLER               PIC X(01) VALUE SPACES.
003490         10  ITL-VAR-ACUM         PIC -ZZ.ZZZ.ZZ9.
003500         10  FILLER               PIC X(01) VALUE SPACES.
003510         10  ITL-PCT-ACUM         PIC -ZZ9,9.
003520         10  ITL-PCT-ACUM-X REDEFINES ITL-PCT-ACUM
003530                                  PIC X(06).
003540     05  FILLER               PIC X(01) VALUE SPACES.
003550     05  ITL-MARCA            PIC X(01).
003560 01  WRK-LINHA-RESUMO.
003570     05  FILLER PIC X(13) VALUE 'CC ORCADOS: '.
003580     05  RES-ORCADOS          PIC ZZ9.
003590     05  FILLER PIC X(25) VALUE '  FORA DA TOLERANCIA: '.
003600     05  RES-FORA             PIC ZZ9.
003610     05  FILLER PIC X(20) VALUE '  SEM ORCAMENTO: '.
003620     05  RES-SEM-ORC          PIC ZZ9.
003630     05  FILLER PIC X(02) VALUE SPACES.
003640     05  RES-SITUACAO         PIC X(31).
003650 01  WRK-LINHA-LEGENDA.
003660     05  FILLER               PIC X(100) VALUE
003670         '* = VARIACAO FORA DA TOLERANCIA NO MES OU NO ACUMULADO'.
003680 PROCEDURE DIVISION.
003690******************************************************************
003700* 0000-MAINLINE - CONTROLA O ORCADO X REALIZADO DE PESSOAL.
003710******************************************************************
003720 0000-MAINLINE.
003730     PERFORM 0500-LOGON-OPERADOR THRU 0500-EXIT.
003740     IF NOT WRK-OPERADOR-VALIDO
003750         DISPLAY 'OPERADOR NAO AUTORIZADO: ' WRK-OPERADOR
003760         MOVE 8 TO RETURN-CODE
003770         GOBACK
003780     END-IF.
003790     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003800     PERFORM 2000-LE-ORCAMENTO THRU 2000-EXIT
003810         UNTIL WRK-ORC-EOF.
003820     PERFORM 3000-LE-LANCAMENTO THRU 3000-EXIT
003830         UNTIL WRK-GL-EOF.
003840     PERFORM 3200-LE-FUNCIONARIO THRU 3200-EXIT
003850         UNTIL WRK-EMP-EOF.
003860     PERFORM 4000-ORDENA-TABELA THRU 4000-EXIT.
003870     PERFORM 5000-IMPRIME-ORCADOS THRU 5000-EXIT.
003880     PERFORM 6000-IMPRIME-SEM-ORCAMENTO THRU 6000-EXIT.
003890     PERFORM 9000-FINALIZE THRU 9000-EXIT.
003900     IF WRK-HA-DIVERGENCIA
003910         MOVE 4 TO RETURN-CODE
003920     ELSE
003930         MOVE 0 TO RETURN-CODE
003940     END-IF.
003950     GOBACK.
003960******************************************************************
003970* 0500-LOGON-OPERADOR - OBTEM O OPERADOR E A SENHA DO PAYOPER,
003980*                       QUANDO PREPARADOS EXTERNAMENTE PARA UMA
003990*                       EXECUCAO EM LOTE, OU DO CONSOLE QUANDO O
004000*                       ARQUIVO NAO EXISTE OU ESTA VAZIO, E
004010*                       VALIDA CONTRA O CADASTRO DE SEGURANCA
004020*                       (OPERSEC): OPERADOR ATIVO, SENHA E
004030*                       AUTORIZACAO DE FOLHA (A MESMA DO
004040*                       PROGCOB04). TENTATIVA RECUSADA E GRAVADA
004050*                       NO SECAUD, NO MESMO IDIOMA DO PROGCOB15.
004060******************************************************************
004070 0500-LOGON-OPERADOR.
004080     MOVE 'N' TO WRK-SW-OPER-ARQUIVO.
004090     OPEN INPUT OPERATOR-CONTROL-FILE.
004100     IF WRK-OPER-CFG-OK
004110         READ OPERATOR-CONTROL-FILE
004120             AT END
004130                 CONTINUE
004140             NOT AT END
004150                 MOVE OPCFG-OPERADOR TO WRK-OPERADOR
004160                 MOVE OPCFG-SENHA    TO WRK-SENHA
004170                 SET WRK-OPER-ARQUIVO TO TRUE
004180         END-READ
004190         CLOSE OPERATOR-CONTROL-FILE
004200     END-IF.
004210     IF NOT WRK-OPER-ARQUIVO
004220         DISPLAY 'OPERADOR: ' WITH NO ADVANCING
004230         ACCEPT WRK-OPERADOR FROM CONSOLE
004240         DISPLAY 'SENHA: ' WITH NO ADVANCING
004250         ACCEPT WRK-SENHA FROM CONSOLE
004260     END-IF.
004270     MOVE 'N' TO WRK-SW-OPERADOR.
004280     MOVE SPACES TO WRK-MOTIVO-LOGON.
004290     PERFORM 0510-PROCURA-OPERSEC THRU 0510-EXIT.
004300     EVALUATE TRUE
004310         WHEN NOT WRK-OPR-ACHADO
004320             MOVE 'NAO CADASTRADO' TO WRK-MOTIVO-LOGON
004330         WHEN WRK-OPR-ATIVO NOT = 'S'
004340             MOVE 'OPERADOR INATIVO' TO WRK-MOTIVO-LOGON
004350         WHEN WRK-OPR-SENHA NOT = WRK-SENHA
004360             MOVE 'SENHA INVALIDA' TO WRK-MOTIVO-LOGON
004370         WHEN WRK-OPR-AUT-FUNCAO NOT = 'S'
004380             MOVE 'SEM AUTORIZACAO' TO WRK-MOTIVO-LOGON
004390         WHEN OTHER
004400             MOVE 'S' TO WRK-SW-OPERADOR
004410     END-EVALUATE.
004420     IF NOT WRK-OPERADOR-VALIDO
004430         DISPLAY 'LOGON RECUSADO (' WRK-MOTIVO-LOGON ') - '
004440             WRK-OPERADOR
004450         PERFORM 0520-GRAVA-SECAUD THRU 0520-EXIT
004460     END-IF.
004470 0500-EXIT.
004480     EXIT.
004490******************************************************************
004500* 0510-PROCURA-OPERSEC - PROCURA O OPERADOR NO CADASTRO DE
004510*                        SEGURANCA (OPERSEC) E GUARDA OS CAMPOS
004520*                        DO REGISTRO ACHADO (A AUTORIZACAO DESTE
004530*                        PROGRAMA E A DE FOLHA). ARQUIVO
004540*                        INDISPONIVEL EQUIVALE A OPERADOR NAO
004550*                        CADASTRADO.
004560******************************************************************
004570 0510-PROCURA-OPERSEC.
004580     MOVE 'N' TO WRK-SW-OPR-ACHADO.
004590     OPEN INPUT SECURITY-MASTER-FILE.
004600     IF NOT WRK-SEC-OK
004610         DISPLAY 'CADASTRO DE SEGURANCA (OPERSEC) '
004620             'INDISPONIVEL: ' WRK-SEC-STATUS
004630         GO TO 0510-EXIT
004640     END-IF.
004650     PERFORM 0515-LE-OPERSEC THRU 0515-EXIT
004660         UNTIL WRK-SEC-EOF OR WRK-OPR-ACHADO.
004670     CLOSE SECURITY-MASTER-FILE.
004680 0510-EXIT.
004690     EXIT.
004700 0515-LE-OPERSEC.
004710     READ SECURITY-MASTER-FILE
004720         AT END
004730             SET WRK-SEC-EOF TO TRUE
004740         NOT AT END
004750             IF OPR-CODIGO = WRK-OPERADOR
004760                 SET WRK-OPR-ACHADO TO TRUE
004770                 MOVE OPR-ATIVO TO WRK-OPR-ATIVO
004780                 MOVE OPR-SENHA TO WRK-OPR-SENHA
004790                 MOVE OPR-AUT-FOLHA
004800                     TO WRK-OPR-AUT-FUNCAO
004810             END-IF
004820     END-READ.
004830 0515-EXIT.
004840     EXIT.
004850******************************************************************
004860* 0520-GRAVA-SECAUD - REGISTRA A TENTATIVA DE LOGON RECUSADA NO
004870*                     SECAUD (DATA, HORA, OPERADOR, PROGRAMA E
004880*                     MOTIVO), NO MESMO IDIOMA DA TRILHA DO
004890*                     DATEAUD DO PROGCOB03.
004900******************************************************************
004910 0520-GRAVA-SECAUD.
004920     ACCEPT WRK-DATA-LOGON FROM DATE YYYYMMDD.
004930     ACCEPT WRK-HORA-LOGON FROM TIME.
004940     OPEN EXTEND SECURITY-AUDIT-FILE.
004950     IF NOT WRK-SECAUD-OK
004960         CLOSE SECURITY-AUDIT-FILE
004970         OPEN OUTPUT SECURITY-AUDIT-FILE
004980     END-IF.
004990     IF NOT WRK-SECAUD-OK
005000         DISPLAY 'ERRO AO ABRIR SECAUD: ' WRK-SECAUD-STATUS
005010         GO TO 0520-EXIT
005020     END-IF.
005030     MOVE WRK-DATA-LOGON TO SEC-DATA.
005040     MOVE SPACES         TO SEC-FILL1.
005050     MOVE WRK-HORA-LOGON TO SEC-HORA.
005060     MOVE SPACES         TO SEC-FILL2.
005070     MOVE WRK-OPERADOR   TO SEC-OPERADOR.
005080     MOVE SPACES         TO SEC-FILL3.
005090     MOVE 'PROGCOB33'    TO SEC-PROGRAMA.
005100     MOVE SPACES         TO SEC-FILL4.
005110     MOVE WRK-MOTIVO-LOGON TO SEC-MOTIVO.
005120     WRITE SECAUD-RECORD.
005130     IF NOT WRK-SECAUD-OK
005140         DISPLAY 'ERRO AO GRAVAR SECAUD: ' WRK-SECAUD-STATUS
005150     END-IF.
005160     CLOSE SECURITY-AUDIT-FILE.
005170 0520-EXIT.
005180     EXIT.
005190******************************************************************
005200* 1000-INITIALIZE - DETERMINA A COMPETENCIA E CONFERE QUE ESTA
005210*                   FECHADA, ABRE OS ARQUIVOS, IMPRIME O
005220*                   CABECALHO E LE O PRIMEIRO REGISTRO DO
005230*                   ORCAMENTO, DO GLPOST E DO EMPMAST.
005240******************************************************************
005250 1000-INITIALIZE.
005260     ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
005270     PERFORM 1010-LE-PARAMETRO THRU 1010-EXIT.
005280     PERFORM 1020-VERIFICA-PERIODO THRU 1020-EXIT.
005290     COMPUTE WRK-CMP-JANEIRO = WRK-CMP-ANO * 100 + 1.
005300     COMPUTE WRK-CMP-FIM = WRK-COMPETENCIA * 100 + 31.
005310     OPEN INPUT BUDGET-FILE.
005320     IF NOT WRK-ORC-OK
005330         DISPLAY 'ORCAMENTO DE PESSOAL (ORCADO) '
005340             'INDISPONIVEL: ' WRK-ORC-STATUS ' - LOTE ENCERRADO'
005350         MOVE 8 TO RETURN-CODE
005360         GOBACK
005370     END-IF.
005380     OPEN INPUT GL-POST-FILE.
005390     IF NOT WRK-GL-OK
005400         DISPLAY 'ERRO AO ABRIR GL-POST-FILE: ' WRK-GL-STATUS
005410         CLOSE BUDGET-FILE
005420         MOVE 8 TO RETURN-CODE
005430         GOBACK
005440     END-IF.
005450     OPEN INPUT EMPLOYEE-MASTER.
005460     IF NOT WRK-EMP-OK
005470         DISPLAY 'ERRO AO ABRIR EMPLOYEE-MASTER: ' WRK-EMP-STATUS
005480         CLOSE BUDGET-FILE
005490         CLOSE GL-POST-FILE
005500         MOVE 8 TO RETURN-CODE
005510         GOBACK
005520     END-IF.
005530     OPEN OUTPUT BUDGET-REPORT-FILE.
005540     IF NOT WRK-RPT-OK
005550         DISPLAY 'ERRO AO ABRIR BUDGET-REPORT-FILE: '
005560             WRK-RPT-STATUS
005570         CLOSE BUDGET-FILE
005580         CLOSE GL-POST-FILE
005590         CLOSE EMPLOYEE-MASTER
005600         MOVE 8 TO RETURN-CODE
005610         GOBACK
005620     END-IF.
005630     MOVE WRK-DATA-ATUAL     TO CAB2-DATA.
005640     MOVE WRK-OPERADOR       TO CAB2-OPERADOR.
005650     MOVE WRK-COMPETENCIA    TO CAB2-COMPETENCIA.
005660     MOVE WRK-PCT-TOLERANCIA TO CAB2-PCT.
005670     WRITE BUDGET-REPORT-RECORD FROM WRK-LINHA-CABEC1
005680         AFTER ADVANCING PAGE.
005690     WRITE BUDGET-REPORT-RECORD FROM WRK-LINHA-CABEC2
005700         AFTER ADVANCING 1 LINE.
005710     PERFORM 2100-LE-ORCAMENTO THRU 2100-EXIT.
005720     PERFORM 3100-LE-GLPOST THRU 3100-EXIT.
005730     PERFORM 3300-LE-EMPMAST THRU 3300-EXIT.
005740 1000-EXIT.
005750     EXIT.
005760******************************************************************
005770* 1010-LE-PARAMETRO - LE DO ORCPARM A COMPETENCIA (AAAAMM) E O
005780*                     PERCENTUAL DE TOLERANCIA DA VARIACAO.
005790*                     ARQUIVO AUSENTE, VAZIO OU COMPETENCIA EM
005800*                     BRANCO DEIXA A COMPETENCIA ZERADA, PARA QUE
005810*                     SEJA USADA A ULTIMA FECHADA; TOLERANCIA NAO
005820*                     INFORMADA FICA EM 10%. COMPETENCIA INVALIDA
005830*                     ENCERRA COM RETURN-CODE 8.
005840******************************************************************
005850 1010-LE-PARAMETRO.
005860     MOVE ZEROS TO WRK-COMPETENCIA.
005870     OPEN INPUT BUDGET-PARM-FILE.
005880     IF NOT WRK-PRM-OK
005890         GO TO 1010-EXIT
005900     END-IF.
005910     READ BUDGET-PARM-FILE
005920         AT END
005930             MOVE SPACES TO BUDGET-PARM-RECORD
005940     END-READ.
005950     CLOSE BUDGET-PARM-FILE.
005960     IF ORP-PCT-TOLERANCIA IS NUMERIC
005970             AND ORP-PCT-TOLERANCIA > ZEROS
005980         MOVE ORP-PCT-TOLERANCIA TO WRK-PCT-TOLERANCIA
005990     END-IF.
006000     IF ORP-COMPETENCIA = SPACES
006010         GO TO 1010-EXIT
006020     END-IF.
006030     IF ORP-COMPETENCIA IS NOT NUMERIC
006040         DISPLAY 'COMPETENCIA DO ORCPARM INVALIDA: '
006050             ORP-COMPETENCIA ' - LOTE ENCERRADO'
006060         MOVE 8 TO RETURN-CODE
006070         GOBACK
006080     END-IF.
006090     MOVE ORP-COMPETENCIA TO WRK-COMPETENCIA.
006100     IF WRK-CMP-MES < 1 OR WRK-CMP-MES > 12
006110         DISPLAY 'COMPETENCIA DO ORCPARM INVALIDA: '
006120             ORP-COMPETENCIA ' - LOTE ENCERRADO'
006130         MOVE 8 TO RETURN-CODE
006140         GOBACK
006150     END-IF.
006160 1010-EXIT.
006170     EXIT.
006180******************************************************************
006190* 1020-VERIFICA-PERIODO - LE O PAYPERIO, GUARDA A SITUACAO DA
006200*                         COMPETENCIA PEDIDA E A ULTIMA
006210*                         COMPETENCIA FECHADA. SEM PARAMETRO,
006220*                         A COMPETENCIA E A ULTIMA FECHADA. O
006230*                         REALIZADO SO E DEFINITIVO EM
006240*                         COMPETENCIA FECHADA: ABERTA,
006250*                         DESCONHECIDA OU PAYPERIO INDISPONIVEL
006260*                         ENCERRAM COM RETURN-CODE 8.
006270******************************************************************
006280 1020-VERIFICA-PERIODO.
006290     MOVE ZEROS  TO WRK-ULTIMA-FECHADA.
006300     MOVE SPACES TO WRK-SITUACAO-CMP.
006310     OPEN INPUT PERIOD-CONTROL-FILE.
006320     IF NOT WRK-PER-OK
006330         DISPLAY 'CONTROLE DE COMPETENCIA (PAYPERIO) '
006340             'INDISPONIVEL: ' WRK-PER-STATUS
006350             ' - LOTE ENCERRADO'
006360         MOVE 8 TO RETURN-CODE
006370         GOBACK
006380     END-IF.
006390     PERFORM 1025-LE-PERIODO THRU 1025-EXIT
006400         UNTIL WRK-PER-EOF.
006410     CLOSE PERIOD-CONTROL-FILE.
006420     IF WRK-COMPETENCIA = ZEROS
006430         MOVE WRK-ULTIMA-FECHADA TO WRK-COMPETENCIA
006440         MOVE 'FECHADA' TO WRK-SITUACAO-CMP
006450     END-IF.
006460     IF WRK-COMPETENCIA = ZEROS
006470         DISPLAY 'NENHUMA COMPETENCIA FECHADA NO PAYPERIO'
006480             ' - LOTE ENCERRADO'
006490         MOVE 8 TO RETURN-CODE
006500         GOBACK
006510     END-IF.
006520     IF WRK-SITUACAO-CMP NOT = 'FECHADA'
006530         DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA
006540             ' NAO ESTA FECHADA NO PAYPERIO - LOTE ENCERRADO'
006550         MOVE 8 TO RETURN-CODE
006560         GOBACK
006570     END-IF.
006580 1020-EXIT.
006590     EXIT.
006600 1025-LE-PERIODO.
006610     READ PERIOD-CONTROL-FILE
006620         AT END
006630             SET WRK-PER-EOF TO TRUE
006640         NOT AT END
006650             IF PER-STATUS = 'FECHADA'
006660                     AND PER-COMPETENCIA > WRK-ULTIMA-FECHADA
006670                 MOVE PER-COMPETENCIA TO WRK-ULTIMA-FECHADA
006680             END-IF
006690             IF PER-COMPETENCIA = WRK-COMPETENCIA
006700                 MOVE PER-STATUS TO WRK-SITUACAO-CMP
006710             END-IF
006720     END-READ.
006730 1025-EXIT.
006740     EXIT.
006750******************************************************************
006760* 2000-LE-ORCAMENTO - ACUMULA UM REGISTRO DO ORCAMENTO DE JANEIRO
006770*                     ATE A COMPETENCIA NO SEU CENTRO DE CUSTO:
006780*                     NO ACUMULADO SEMPRE E, SE FOR DA PROPRIA
006790*                     COMPETENCIA, NO MES E NO QUADRO ORCADO.
006800*                     REGISTRO NAO NUMERICO OU SEM CENTRO DE
006810*                     CUSTO E SEGUNDO REGISTRO DO MESMO CENTRO DE
006820*                     CUSTO NA COMPETENCIA SAO IGNORADOS COM
006830*                     DIVERGENCIA.
006840******************************************************************
006850 2000-LE-ORCAMENTO.
006860     ADD 1 TO WRK-CONT-ORC-LIDOS.
006870     IF ORC-COMPETENCIA IS NOT NUMERIC
006880             OR ORC-QUADRO IS NOT NUMERIC
006890             OR ORC-BRUTO IS NOT NUMERIC
006900             OR ORC-ENCARGOS IS NOT NUMERIC
006910             OR ORC-PROVISOES IS NOT NUMERIC
006920             OR ORC-CCUSTO = SPACES
006930         DISPLAY 'REGISTRO DE ORCAMENTO INVALIDO IGNORADO: '
006940             ORC-COMPETENCIA ' ' ORC-CCUSTO
006950         MOVE 'S' TO WRK-SW-DIVERGENCIA
006960         GO TO 2000-LER-PROXIMO
006970     END-IF.
006980     IF ORC-COMPETENCIA < WRK-CMP-JANEIRO
006990             OR ORC-COMPETENCIA > WRK-COMPETENCIA
007000         GO TO 2000-LER-PROXIMO
007010     END-IF.
007020     MOVE ORC-CCUSTO TO WRK-CHV-CCUSTO.
007030     PERFORM 2200-PROCURA-CCUSTO THRU 2200-EXIT.
007040     IF NOT WRK-CCO-ACHADO
007050         GO TO 2000-LER-PROXIMO
007060     END-IF.
007070     IF ORC-COMPETENCIA = WRK-COMPETENCIA
007080         IF TAB-CCO-SW-ORCADO(WRK-CCO-IDX) = 'S'
007090             DISPLAY 'ORCAMENTO EM DUPLICIDADE IGNORADO: '
007100                 ORC-COMPETENCIA ' ' ORC-CCUSTO
007110             MOVE 'S' TO WRK-SW-DIVERGENCIA
007120             GO TO 2000-LER-PROXIMO
007130         END-IF
007140         MOVE 'S' TO TAB-CCO-SW-ORCADO(WRK-CCO-IDX)
007150         MOVE ORC-QUADRO TO TAB-CCO-QUADRO-ORC(WRK-CCO-IDX)
007160         ADD ORC-BRUTO     TO TAB-CCO-ORC-MES(WRK-CCO-IDX, 1)
007170         ADD ORC-ENCARGOS  TO TAB-CCO-ORC-MES(WRK-CCO-IDX, 2)
007180         ADD ORC-PROVISOES TO TAB-CCO-ORC-MES(WRK-CCO-IDX, 3)
007190     END-IF.
007200     ADD ORC-BRUTO     TO TAB-CCO-ORC-ACUM(WRK-CCO-IDX, 1).
007210     ADD ORC-ENCARGOS  TO TAB-CCO-ORC-ACUM(WRK-CCO-IDX, 2).
007220     ADD ORC-PROVISOES TO TAB-CCO-ORC-ACUM(WRK-CCO-IDX, 3).
007230 2000-LER-PROXIMO.
007240     PERFORM 2100-LE-ORCAMENTO THRU 2100-EXIT.
007250 2000-EXIT.
007260     EXIT.
007270 2100-LE-ORCAMENTO.
007280     READ BUDGET-FILE
007290         AT END
007300             SET WRK-ORC-EOF TO TRUE
007310     END-READ.
007320 2100-EXIT.
007330     EXIT.
007340******************************************************************
007350* 2200-PROCURA-CCUSTO - PROCURA WRK-CHV-CCUSTO NA TABELA DE
007360*                       CENTROS DE CUSTO, CRIANDO A ENTRADA
007370*                       ZERADA NA PRIMEIRA OCORRENCIA; DEIXA O
007380*                       INDICE EM WRK-CCO-IDX. TABELA CHEIA DEIXA
007390*                       O CENTRO DE CUSTO FORA DO RELATORIO, COM
007400*                       DIVERGENCIA.
007410******************************************************************
007420 2200-PROCURA-CCUSTO.
007430     MOVE 'N' TO WRK-SW-CCO-ACHADO.
007440     PERFORM VARYING WRK-CCO-IDX FROM 1 BY 1
007450             UNTIL WRK-CCO-IDX > WRK-QTD-CCUSTOS
007460                OR WRK-CCO-ACHADO
007470         IF TAB-CCO-CCUSTO(WRK-CCO-IDX) = WRK-CHV-CCUSTO
007480             SET WRK-CCO-ACHADO TO TRUE
007490         END-IF
007500     END-PERFORM.
007510     IF WRK-CCO-ACHADO
007520         SUBTRACT 1 FROM WRK-CCO-IDX
007530         GO TO 2200-EXIT
007540     END-IF.
007550     IF WRK-QTD-CCUSTOS NOT < WRK-MAX-CCUSTOS
007560         DISPLAY 'TABELA DE CENTROS DE CUSTO CHEIA - IGNORADO: '
007570             WRK-CHV-CCUSTO
007580         MOVE 'S' TO WRK-SW-DIVERGENCIA
007590         GO TO 2200-EXIT
007600     END-IF.
007610     ADD 1 TO WRK-QTD-CCUSTOS.
007620     MOVE WRK-QTD-CCUSTOS TO WRK-CCO-IDX.
007630     MOVE WRK-CHV-CCUSTO TO TAB-CCO-CCUSTO(WRK-CCO-IDX).
007640     MOVE 'N'   TO TAB-CCO-SW-ORCADO(WRK-CCO-IDX).
007650     MOVE ZEROS TO TAB-CCO-QUADRO-ORC(WRK-CCO-IDX).
007660     MOVE ZEROS TO TAB-CCO-QUADRO-REAL(WRK-CCO-IDX).
007670     PERFORM VARYING WRK-ITEM FROM 1 BY 1
007680             UNTIL WRK-ITEM > 3
007690         MOVE ZEROS TO TAB-CCO-ORC-MES(WRK-CCO-IDX, WRK-ITEM)
007700         MOVE ZEROS TO TAB-CCO-REAL-MES(WRK-CCO-IDX, WRK-ITEM)
007710         MOVE ZEROS TO TAB-CCO-ORC-ACUM(WRK-CCO-IDX, WRK-ITEM)
007720         MOVE ZEROS TO TAB-CCO-REAL-ACUM(WRK-CCO-IDX, WRK-ITEM)
007730     END-PERFORM.
007740     SET WRK-CCO-ACHADO TO TRUE.
007750 2200-EXIT.
007760     EXIT.
007770******************************************************************
007780* 3000-LE-LANCAMENTO - ACUMULA UM LANCAMENTO DE JANEIRO ATE A
007790*                      COMPETENCIA, NUMA DAS CONTAS DE CUSTO DE
007800*                      PESSOAL, NO REALIZADO DO SEU CENTRO DE
007810*                      CUSTO: DEBITO SOMA E CREDITO SUBTRAI, NO
007820*                      ACUMULADO SEMPRE E NO MES SE FOR DA PROPRIA
007830*                      COMPETENCIA. LANCAMENTO SEM CENTRO DE CUSTO
007840*                      ENTRA NO CENTRO DE CUSTO '????'.
007850******************************************************************
007860 3000-LE-LANCAMENTO.
007870     ADD 1 TO WRK-CONT-GL-LIDOS.
007880     IF GLL-DATA IS NOT NUMERIC
007890             OR GLL-VALOR IS NOT NUMERIC
007900         DISPLAY 'LANCAMENTO INVALIDO NO GLPOST IGNORADO: '
007910             GLL-CONTA ' ' GLL-HISTORICO
007920         GO TO 3000-LER-PROXIMO
007930     END-IF.
007940     COMPUTE WRK-GL-COMPETENCIA = GLL-DATA / 100.
007950     IF WRK-GL-COMPETENCIA < WRK-CMP-JANEIRO
007960             OR WRK-GL-COMPETENCIA > WRK-COMPETENCIA
007970         GO TO 3000-LER-PROXIMO
007980     END-IF.
007990     PERFORM 3050-PROCURA-CONTA THRU 3050-EXIT.
008000     IF NOT WRK-CTA-ACHADA
008010         GO TO 3000-LER-PROXIMO
008020     END-IF.
008030     IF GLL-CCUSTO = SPACES
008040         MOVE '????' TO WRK-CHV-CCUSTO
008050     ELSE
008060         MOVE GLL-CCUSTO TO WRK-CHV-CCUSTO
008070     END-IF.
008080     PERFORM 2200-PROCURA-CCUSTO THRU 2200-EXIT.
008090     IF NOT WRK-CCO-ACHADO
008100         GO TO 3000-LER-PROXIMO
008110     END-IF.
008120     ADD 1 TO WRK-CONT-GL-USADOS.
008130     IF GLL-DC = 'D'
008140         MOVE GLL-VALOR TO WRK-VALOR-LIQUIDO
008150     ELSE
008160         COMPUTE WRK-VALOR-LIQUIDO = ZERO - GLL-VALOR
008170     END-IF.
008180     MOVE TAB-CTA-ITEM(WRK-CTA-IDX) TO WRK-ITEM.
008190     ADD WRK-VALOR-LIQUIDO
008200         TO TAB-CCO-REAL-ACUM(WRK-CCO-IDX, WRK-ITEM).
008210     IF WRK-GL-COMPETENCIA = WRK-COMPETENCIA
008220         ADD WRK-VALOR-LIQUIDO
008230             TO TAB-CCO-REAL-MES(WRK-CCO-IDX, WRK-ITEM)
008240     END-IF.
008250 3000-LER-PROXIMO.
008260     PERFORM 3100-LE-GLPOST THRU 3100-EXIT.
008270 3000-EXIT.
008280     EXIT.
008290******************************************************************
008300* 3050-PROCURA-CONTA - PROCURA A CONTA DO LANCAMENTO NA TABELA DE
008310*                      CONTAS DE CUSTO DE PESSOAL; ACHADA, DEIXA O
008320*                      INDICE EM WRK-CTA-IDX.
008330******************************************************************
008340 3050-PROCURA-CONTA.
008350     MOVE 'N' TO WRK-SW-CTA-ACHADA.
008360     PERFORM VARYING WRK-CTA-IDX FROM 1 BY 1
008370             UNTIL WRK-CTA-IDX > WRK-QTD-CONTAS
008380                OR WRK-CTA-ACHADA
008390         IF TAB-CTA-CONTA(WRK-CTA-IDX) = GLL-CONTA
008400             SET WRK-CTA-ACHADA TO TRUE
008410         END-IF
008420     END-PERFORM.
008430     IF WRK-CTA-ACHADA
008440         SUBTRACT 1 FROM WRK-CTA-IDX
008450     END-IF.
008460 3050-EXIT.
008470     EXIT.
008480 3100-LE-GLPOST.
008490     READ GL-POST-FILE
008500         AT END
008510             SET WRK-GL-EOF TO TRUE
008520     END-READ.
008530 3100-EXIT.
008540     EXIT.
008550******************************************************************
008560* 3200-LE-FUNCIONARIO - CONTA NO QUADRO REALIZADO DO SEU CENTRO
008570*                       DE CUSTO O FUNCIONARIO ATIVO ADMITIDO ATE
008580*                       O FIM DA COMPETENCIA. SEM CENTRO DE CUSTO,
008590*                       ENTRA NO CENTRO DE CUSTO '????'.
008600******************************************************************
008610 3200-LE-FUNCIONARIO.
008620     IF EMP-SITUACAO = 'D'
008630         GO TO 3200-LER-PROXIMO
008640     END-IF.
008650     IF EMP-ADMISSAO IS NUMERIC
008660             AND EMP-ADMISSAO > WRK-CMP-FIM
008670         GO TO 3200-LER-PROXIMO
008680     END-IF.
008690     IF EMP-CCUSTO = SPACES
008700         MOVE '????' TO WRK-CHV-CCUSTO
008710     ELSE
008720         MOVE EMP-CCUSTO TO WRK-CHV-CCUSTO
008730     END-IF.
008740     PERFORM 2200-PROCURA-CCUSTO THRU 2200-EXIT.
008750     IF NOT WRK-CCO-ACHADO
008760         GO TO 3200-LER-PROXIMO
008770     END-IF.
008780     ADD 1 TO TAB-CCO-QUADRO-REAL(WRK-CCO-IDX).
008790     ADD 1 TO WRK-CONT-EMP-ATIVOS.
008800 3200-LER-PROXIMO.
008810     PERFORM 3300-LE-EMPMAST THRU 3300-EXIT.
008820 3200-EXIT.
008830     EXIT.
008840 3300-LE-EMPMAST.
008850     READ EMPLOYEE-MASTER
008860         AT END
008870             SET WRK-EMP-EOF TO TRUE
008880     END-READ.
008890 3300-EXIT.
008900     EXIT.
008910******************************************************************
008920* 4000-ORDENA-TABELA - ORDENA A TABELA POR CENTRO DE CUSTO
008930*                      (BOLHA, COMO NO PROGCOB32).
008940******************************************************************
008950 4000-ORDENA-TABELA.
008960     IF WRK-QTD-CCUSTOS < 2
008970         GO TO 4000-EXIT
008980     END-IF.
008990     PERFORM VARYING WRK-I FROM 1 BY 1
009000             UNTIL WRK-I >= WRK-QTD-CCUSTOS
009010         PERFORM VARYING WRK-J FROM 1 BY 1
009020                 UNTIL WRK-J > WRK-QTD-CCUSTOS - WRK-I
009030             COMPUTE WRK-J1 = WRK-J + 1
009040             IF TAB-CCO-CCUSTO(WRK-J) > TAB-CCO-CCUSTO(WRK-J1)
009050                 PERFORM 4100-TROCA-ENTRADAS THRU 4100-EXIT
009060             END-IF
009070         END-PERFORM
009080     END-PERFORM.
009090 4000-EXIT.
009100     EXIT.
009110 4100-TROCA-ENTRADAS.
009120     MOVE TAB-CCO-ENT(WRK-J)  TO WRK-TROCA-ENT.
009130     MOVE TAB-CCO-ENT(WRK-J1) TO TAB-CCO-ENT(WRK-J).
009140     MOVE WRK-TROCA-ENT       TO TAB-CCO-ENT(WRK-J1).
009150 4100-EXIT.
009160     EXIT.
009170******************************************************************
009180* 5000-IMPRIME-ORCADOS - IMPRIME OS CENTROS DE CUSTO ORCADOS NA
009190*                        COMPETENCIA, CONTA OS FORA DA TOLERANCIA
009200*                        E IMPRIME NO FIM O TOTAL DOS ORCADOS.
009210******************************************************************
009220 5000-IMPRIME-ORCADOS.
009230     MOVE 'CENTROS DE CUSTO ORCADOS NA COMPETENCIA' TO TIT-TEXTO.
009240     WRITE BUDGET-REPORT-RECORD FROM WRK-LINHA-TITULO
009250         AFTER ADVANCING 2 LINES.
009260     WRITE BUDGET-REPORT-RECORD FROM WRK-LINHA-CABEC3
009270         AFTER ADVANCING 2 LINES.
009280     MOVE 'TOT.'  TO TOT-CCUSTO.
009290     MOVE 'S'     TO TOT-SW-ORCADO.
009300     MOVE ZEROS   TO TOT-QUADRO-ORC.
009310     MOVE ZEROS   TO TOT-QUADRO-REAL.
009320     PERFORM VARYING WRK-ITEM FROM 1 BY 1
009330             UNTIL WRK-ITEM > 3
009340         MOVE ZEROS TO TOT-ORC-MES(WRK-ITEM)
009350         MOVE ZEROS TO TOT-REAL-MES(WRK-ITEM)
009360         MOVE ZEROS TO TOT-ORC-ACUM(WRK-ITEM)
009370         MOVE ZEROS TO TOT-REAL-ACUM(WRK-ITEM)
009380     END-PERFORM.
009390     PERFORM VARYING WRK-CCO-IDX FROM 1 BY 1
009400             UNTIL WRK-CCO-IDX > WRK-QTD-CCUSTOS
009410         IF TAB-CCO-SW-ORCADO(WRK-CCO-IDX) = 'S'
009420             ADD 1 TO WRK-CONT-ORCADOS
009430             MOVE TAB-CCO-ENT(WRK-CCO-IDX) TO WRK-CCO-ATUAL
009440             PERFORM 5100-IMPRIME-CCUSTO THRU 5100-EXIT
009450             PERFORM 5050-SOMA-TOTAL THRU 5050-EXIT
009460             IF WRK-CCO-FORA
009470                 ADD 1 TO WRK-CONT-FORA
009480                 MOVE 'S' TO WRK-SW-DIVERGENCIA
009490                 DISPLAY 'CENTRO DE CUSTO FORA DA TOLERANCIA: '
009500                     CUR-CCUSTO
009510             END-IF
009520         END-IF
009530     END-PERFORM.
009540     IF WRK-CONT-ORCADOS = ZERO
009550         DISPLAY 'NENHUM CENTRO DE CUSTO ORCADO PARA A '
009560             'COMPETENCIA ' WRK-COMPETENCIA
009570         MOVE 'S' TO WRK-SW-DIVERGENCIA
009580         MOVE 'NENHUM CENTRO DE CUSTO ORCADO' TO TIT-TEXTO
009590         WRITE BUDGET-REPORT-RECORD FROM WRK-LINHA-TITULO
009600             AFTER ADVANCING 1 LINE
009610         GO TO 5000-EXIT
009620     END-IF.
009630     MOVE WRK-CCO-TOTAL TO WRK-CCO-ATUAL.
009640     PERFORM 5100-IMPRIME-CCUSTO THRU 5100-EXIT.
009650 5000-EXIT.
009660     EXIT.
009670 5050-SOMA-TOTAL.
009680     ADD CUR-QUADRO-ORC  TO TOT-QUADRO-ORC.
009690     ADD CUR-QUADRO-REAL TO TOT-QUADRO-REAL.
009700     PERFORM VARYING WRK-ITEM FROM 1 BY 1
009710             UNTIL WRK-ITEM > 3
009720         ADD CUR-ORC-MES(WRK-ITEM)   TO TOT-ORC-MES(WRK-ITEM)
009730         ADD CUR-REAL-MES(WRK-ITEM)  TO TOT-REAL-MES(WRK-ITEM)
009740         ADD CUR-ORC-ACUM(WRK-ITEM)  TO TOT-ORC-ACUM(WRK-ITEM)
009750         ADD CUR-REAL-ACUM(WRK-ITEM) TO TOT-REAL-ACUM(WRK-ITEM)
009760     END-PERFORM.
009770 5050-EXIT.
009780     EXIT.
009790******************************************************************
009800* 5100-IMPRIME-CCUSTO - IMPRIME AS LINHAS DO CENTRO DE CUSTO EM
009810*                       WRK-CCO-ATUAL: QUADRO (SO DO MES), UMA
009820*                       LINHA POR ITEM E O TOTAL DO CUSTO. LIGA
009830*                       WRK-CCO-FORA QUANDO ALGUMA LINHA SAI FORA
009840*                       DA TOLERANCIA.
009850******************************************************************
009860 5100-IMPRIME-CCUSTO.
009870     MOVE 'N' TO WRK-SW-CCO-FORA.
009880     MOVE SPACES TO ITL-MARCA.
009890     MOVE CUR-CCUSTO  TO ITL-CCUSTO.
009900     MOVE 'QUADRO'    TO ITL-ITEM.
009910     MOVE CUR-QUADRO-ORC  TO WRK-CALC-ORC.
009920     MOVE CUR-QUADRO-REAL TO WRK-CALC-REAL.
009930     PERFORM 5300-CALCULA-VARIACAO THRU 5300-EXIT.
009940     PERFORM 5310-MOVE-MES THRU 5310-EXIT.
009950     MOVE SPACES TO ITL-ACUM.
009960     PERFORM 5400-GRAVA-LINHA THRU 5400-EXIT.
009970     MOVE SPACES TO ITL-CCUSTO.
009980     PERFORM VARYING WRK-ITEM FROM 1 BY 1
009990             UNTIL WRK-ITEM > 3
010000         MOVE TAB-ITEM-NOME(WRK-ITEM) TO ITL-ITEM
010010         MOVE CUR-ORC-MES(WRK-ITEM)   TO WRK-CALC-ORC
010020         MOVE CUR-REAL-MES(WRK-ITEM)  TO WRK-CALC-REAL
010030         PERFORM 5300-CALCULA-VARIACAO THRU 5300-EXIT
010040         PERFORM 5310-MOVE-MES THRU 5310-EXIT
010050         MOVE CUR-ORC-ACUM(WRK-ITEM)  TO WRK-CALC-ORC
010060         MOVE CUR-REAL-ACUM(WRK-ITEM) TO WRK-CALC-REAL
010070         PERFORM 5300-CALCULA-VARIACAO THRU 5300-EXIT
010080         PERFORM 5320-MOVE-ACUM THRU 5320-EXIT
010090         PERFORM 5400-GRAVA-LINHA THRU 5400-EXIT
010100     END-PERFORM.
010110     MOVE 'TOTAL' TO ITL-ITEM.
010120     COMPUTE WRK-CALC-ORC = CUR-ORC-MES(1) + CUR-ORC-MES(2)
010130         + CUR-ORC-MES(3).
010140     COMPUTE WRK-CALC-REAL = CUR-REAL-MES(1) + CUR-REAL-MES(2)
010150         + CUR-REAL-MES(3).
010160     PERFORM 5300-CALCULA-VARIACAO THRU 5300-EXIT.
010170     PERFORM 5310-MOVE-MES THRU 5310-EXIT.
010180     COMPUTE WRK-CALC-ORC = CUR-ORC-ACUM(1) + CUR-ORC-ACUM(2)
010190         + CUR-ORC-ACUM(3).
010200     COMPUTE WRK-CALC-REAL = CUR-REAL-ACUM(1) + CUR-REAL-ACUM(2)
010210         + CUR-REAL-ACUM(3).
010220     PERFORM 5300-CALCULA-VARIACAO THRU 5300-EXIT.
010230     PERFORM 5320-MOVE-ACUM THRU 5320-EXIT.
010240     PERFORM 5400-GRAVA-LINHA THRU 5400-EXIT.
010250     MOVE SPACES TO BUDGET-REPORT-RECORD.
010260     WRITE BUDGET-REPORT-RECORD AFTER ADVANCING 1 LINE.
010270 5100-EXIT.
010280     EXIT.
010290******************************************************************
010300* 5300-CALCULA-VARIACAO - CALCULA A VARIACAO (REALIZADO MENOS
010310*                         ORCADO) E O PERCENTUAL SOBRE O ORCADO,
010320*                         LIMITADO A 999,9%. SEM ORCADO NAO HA
010330*                         PERCENTUAL E QUALQUER REALIZADO ESTA
010340*                         FORA DA TOLERANCIA. A TOLERANCIA VALE
010350*                         PARA MAIS E PARA MENOS, COMO NO
010360*                         PROGCOB19.
010370******************************************************************
010380 5300-CALCULA-VARIACAO.
010390     MOVE 'N' TO WRK-SW-SEM-PCT.
010400     COMPUTE WRK-CALC-VAR = WRK-CALC-REAL - WRK-CALC-ORC.
010410     IF WRK-CALC-ORC = ZERO
010420         SET WRK-SEM-PCT TO TRUE
010430         MOVE ZEROS TO WRK-CALC-PCT
010440         IF WRK-CALC-REAL NOT = ZERO
010450             SET WRK-LINHA-FORA TO TRUE
010460         END-IF
010470         GO TO 5300-EXIT
010480     END-IF.
010490     COMPUTE WRK-CALC-PCT ROUNDED =
010500         WRK-CALC-VAR * 100 / WRK-CALC-ORC
010510         ON SIZE ERROR
010520             MOVE 999,9 TO WRK-CALC-PCT
010530     END-COMPUTE.
010540     IF WRK-CALC-PCT > WRK-PCT-TOLERANCIA
010550             OR (ZERO - WRK-CALC-PCT) > WRK-PCT-TOLERANCIA
010560         SET WRK-LINHA-FORA TO TRUE
010570     END-IF.
010580 5300-EXIT.
010590     EXIT.
010600 5310-MOVE-MES.
010610     MOVE WRK-CALC-ORC  TO ITL-ORC-MES.
010620     MOVE WRK-CALC-REAL TO ITL-REAL-MES.
010630     MOVE WRK-CALC-VAR  TO ITL-VAR-MES.
010640     IF WRK-SEM-PCT
010650         MOVE '    --' TO ITL-PCT-MES-X
010660     ELSE
010670         MOVE WRK-CALC-PCT TO ITL-PCT-MES
010680     END-IF.
010690 5310-EXIT.
010700     EXIT.
010710 5320-MOVE-ACUM.
010720     MOVE WRK-CALC-ORC  TO ITL-ORC-ACUM.
010730     MOVE WRK-CALC-REAL TO ITL-REAL-ACUM.
010740     MOVE WRK-CALC-VAR  TO ITL-VAR-ACUM.
010750     IF WRK-SEM-PCT
010760         MOVE '    --' TO ITL-PCT-ACUM-X
010770     ELSE
010780         MOVE WRK-CALC-PCT TO ITL-PCT-ACUM
010790     END-IF.
010800 5320-EXIT.
010810     EXIT.
010820******************************************************************
010830* 5400-GRAVA-LINHA - GRAVA A LINHA MONTADA, COM A MARCA QUANDO O
010840*                    MES OU O ACUMULADO SAIU FORA DA TOLERANCIA,
010850*                    E PREPARA A PROXIMA.
010860******************************************************************
010870 5400-GRAVA-LINHA.
010880     IF WRK-LINHA-FORA
010890         MOVE '*' TO ITL-MARCA
010900         SET WRK-CCO-FORA TO TRUE
010910     ELSE
010920         MOVE SPACES TO ITL-MARCA
010930     END-IF.
010940     WRITE BUDGET-REPORT-RECORD FROM WRK-LINHA-ITEM
010950         AFTER ADVANCING 1 LINE.
010960     MOVE 'N' TO WRK-SW-LINHA-FORA.
010970 5400-EXIT.
010980     EXIT.
010990******************************************************************
011000* 6000-IMPRIME-SEM-ORCAMENTO - IMPRIME OS CENTROS DE CUSTO SEM
011010*                              ORCAMENTO NA COMPETENCIA QUE TEM
011020*                              QUADRO ATIVO OU CUSTO REALIZADO NO
011030*                              MES OU NO ANO. CADA UM E
011040*                              DIVERGENCIA.
011050******************************************************************
011060 6000-IMPRIME-SEM-ORCAMENTO.
011070     MOVE 'CENTROS DE CUSTO COM REALIZADO E SEM ORCAMENTO'
011080         TO TIT-TEXTO.
011090     WRITE BUDGET-REPORT-RECORD FROM WRK-LINHA-TITULO
011100         AFTER ADVANCING 2 LINES.
011110     WRITE BUDGET-REPORT-RECORD FROM WRK-LINHA-CABEC3
011120         AFTER ADVANCING 2 LINES.
011130     PERFORM VARYING WRK-CCO-IDX FROM 1 BY 1
011140             UNTIL WRK-CCO-IDX > WRK-QTD-CCUSTOS
011150         IF TAB-CCO-SW-ORCADO(WRK-CCO-IDX) NOT = 'S'
011160             MOVE TAB-CCO-ENT(WRK-CCO-IDX) TO WRK-CCO-ATUAL
011170             PERFORM 6100-VERIFICA-REALIZADO THRU 6100-EXIT
011180         END-IF
011190     END-PERFORM.
011200     IF WRK-CONT-SEM-ORC = ZERO
011210         MOVE 'NENHUM CENTRO DE CUSTO SEM ORCAMENTO' TO TIT-TEXTO
011220         WRITE BUDGET-REPORT-RECORD FROM WRK-LINHA-TITULO
011230             AFTER ADVANCING 1 LINE
011240     END-IF.
011250 6000-EXIT.
011260     EXIT.
011270 6100-VERIFICA-REALIZADO.
011280     MOVE 'N' TO WRK-SW-CCO-ACHADO.
011290     IF CUR-QUADRO-REAL > ZERO
011300         SET WRK-CCO-ACHADO TO TRUE
011310     END-IF.
011320     PERFORM VARYING WRK-ITEM FROM 1 BY 1
011330             UNTIL WRK-ITEM > 3
011340         IF CUR-REAL-MES(WRK-ITEM) NOT = ZERO
011350                 OR CUR-REAL-ACUM(WRK-ITEM) NOT = ZERO
011360             SET WRK-CCO-ACHADO TO TRUE
011370         END-IF
011380     END-PERFORM.
011390     IF NOT WRK-CCO-ACHADO
011400         GO TO 6100-EXIT
011410     END-IF.
011420     ADD 1 TO WRK-CONT-SEM-ORC.
011430     MOVE 'S' TO WRK-SW-DIVERGENCIA.
011440     DISPLAY 'CENTRO DE CUSTO COM REALIZADO E SEM ORCAMENTO: '
011450         CUR-CCUSTO.
011460     PERFORM 5100-IMPRIME-CCUSTO THRU 5100-EXIT.
011470 6100-EXIT.
011480     EXIT.
011490******************************************************************
011500* 9000-FINALIZE - IMPRIME O RESUMO E FECHA OS ARQUIVOS.
011510******************************************************************
011520 9000-FINALIZE.
011530     MOVE WRK-CONT-ORCADOS TO RES-ORCADOS.
011540     MOVE WRK-CONT-FORA    TO RES-FORA.
011550     MOVE WRK-CONT-SEM-ORC TO RES-SEM-ORC.
011560     IF WRK-HA-DIVERGENCIA
011570         MOVE 'DIVERGENCIA - VER AVISOS' TO RES-SITUACAO
011580     ELSE
011590         MOVE 'DENTRO DA TOLERANCIA' TO RES-SITUACAO
011600     END-IF.
011610     WRITE BUDGET-REPORT-RECORD FROM WRK-LINHA-RESUMO
011620         AFTER ADVANCING 3 LINES.
011630     WRITE BUDGET-REPORT-RECORD FROM WRK-LINHA-LEGENDA
011640         AFTER ADVANCING 1 LINE.
011650     CLOSE BUDGET-FILE.
011660     CLOSE GL-POST-FILE.
011670     CLOSE EMPLOYEE-MASTER.
011680     CLOSE BUDGET-REPORT-FILE.
011690     DISPLAY '--------------------------------------------'.
011700     DISPLAY 'COMPETENCIA .........: ' WRK-COMPETENCIA.
011710     DISPLAY 'ORCAMENTOS LIDOS ....: ' WRK-CONT-ORC-LIDOS.
011720     DISPLAY 'LANCAMENTOS LIDOS ...: ' WRK-CONT-GL-LIDOS.
011730     DISPLAY 'DE CUSTO DE PESSOAL .: ' WRK-CONT-GL-USADOS.
011740     DISPLAY 'FUNCIONARIOS ATIVOS .: ' WRK-CONT-EMP-ATIVOS.
011750     DISPLAY 'CC ORCADOS ..........: ' WRK-CONT-ORCADOS.
011760     DISPLAY 'FORA DA TOLERANCIA ..: ' WRK-CONT-FORA.
011770     DISPLAY 'SEM ORCAMENTO .......: ' WRK-CONT-SEM-ORC.
011780 9000-EXIT.
011790     EXIT.
011800 END PROGRAM PROGCOB33.
