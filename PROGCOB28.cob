000010******************************************************************
000020* Author: RICARDO RIBEIRO DE ALVARENGA - RRA
000030* Installation: FOLHA DE PAGAMENTO
000040* Date-Written: 2026-10-15
000050* Date-Compiled: 2026-10-15
000060* Purpose: AGENDA DAS GUIAS DE RECOLHIMENTO DA COMPETENCIA
000070*          FECHADA: SOMA NO GLPOST OS SALDOS DAS CONTAS DE
000080*          OBRIGACAO (INSS A RECOLHER, IRRF A RECOLHER, INSS
000090*          PATRONAL E FGTS), MONTA AS GUIAS (GPS, DARF E
000100*          FGTS), CALCULA O VENCIMENTO LEGAL DE CADA UMA E O
000110*          DESLOCA PARA O DIA UTIL ANTERIOR OU POSTERIOR
000120*          CONFORME A REGRA DO TRIBUTO, PELO CALENDARIO DE
000130*          FERIADOS (FERIADOS). IMPRIME A AGENDA E A
000140*          CONCILIACAO COM O GLPOST (GUIARPT) E GRAVA A
000150*          INTERFACE DO CONTAS A PAGAR (GUIAPAG), UM REGISTRO
000160*          POR GUIA, NO LUGAR DA LEITURA DOS TOTAIS NO PAYRPT
000170*          E DAS DATAS CALCULADAS A MAO.
000180* Tectonics: cobc
000190******************************************************************
000200* MODIFICATION HISTORY
000210* DATE       INIT DESCRIPTION
000220* 2026-10-15 RRA  ORIGINAL - A COMPETENCIA VEM DO GUIAPARM
000230*                 (AAAAMM) OU, SEM ELE, E A ULTIMA FECHADA NO
000240*                 PAYPERIO; COMPETENCIA NAO FECHADA ENCERRA COM
000250*                 RETURN-CODE 8. SO ENTRAM OS LANCAMENTOS DO
000260*                 GLPOST DATADOS NO MES DA COMPETENCIA (DATA DO
000270*                 LOTE DO PROGCOB04/PROGCOB13), SALDO = CREDITOS
000280*                 MENOS DEBITOS DE CADA CONTA. AS REGRAS DAS
000290*                 GUIAS (DIA DO VENCIMENTO NO MES SEGUINTE E
000300*                 ANTECIPACAO OU POSTERGACAO) FICAM NA TABELA
000310*                 TAB-GUIAS. DIVERGENCIA NA CONCILIACAO (SALDO
000320*                 NEGATIVO, CONTA FORA DE GUIA OU LANCAMENTOS
000330*                 DESBALANCEADOS) DEVOLVE RETURN-CODE 4 E NAO
000340*                 GRAVA O GUIAPAG, PARA QUE O CONTAS A PAGAR NAO
000350*                 RECEBA VALOR ERRADO. RETURN-CODE 8 TAMBEM PARA
000360*                 OPERADOR, ARQUIVO OU CALENDARIO SEM O ANO DO
000370*                 VENCIMENTO.
000380* 2026-10-15 RRA  GUIAS POR EMPRESA: O GLPOST TRAZ A EMPRESA
000390*                 CONTABIL (GLL-EMPRESA); SALDOS, GUIAS E
000400*                 CONCILIACAO SAO APURADOS POR EMPRESA, COM O
000410*                 CODIGO E O CNPJ DO CADASTRO DE EMPRESAS
000420*                 (EMPRESAS, OBRIGATORIO) NO CABECALHO DE CADA
000430*                 EMPRESA NO GUIARPT E EM CADA REGISTRO DO
000440*                 GUIAPAG (LRECL 100). LANCAMENTO SEM EMPRESA
000450*                 CONTABIL E DA EMPRESA '01'; EMPRESA CONTABIL
000460*                 FORA DO CADASTRO E DIVERGENCIA.
000470******************************************************************
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID. PROGCOB28.
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SPECIAL-NAMES.
000530     DECIMAL-POINT IS COMMA.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT GL-POST-FILE
000570         ASSIGN TO "GLPOST"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WRK-GL-STATUS.
000600     SELECT PERIOD-CONTROL-FILE
000610         ASSIGN TO "PAYPERIO"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WRK-PER-STATUS.
000640     SELECT GUIDE-PARM-FILE
000650         ASSIGN TO "GUIAPARM"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WRK-PRM-STATUS.
000680     SELECT HOLIDAY-FILE
000690         ASSIGN TO "FERIADOS"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WRK-FER-STATUS.
000720     SELECT GUIDE-REPORT-FILE
000730         ASSIGN TO "GUIARPT"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WRK-RPT-STATUS.
000760     SELECT PAYABLES-FILE
000770         ASSIGN TO "GUIAPAG"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WRK-PAG-STATUS.
000800     SELECT SECURITY-MASTER-FILE
000810         ASSIGN TO "OPERSEC"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WRK-SEC-STATUS.
000840     SELECT SECURITY-AUDIT-FILE
000850         ASSIGN TO "SECAUD"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WRK-SECAUD-STATUS.
000880     SELECT OPERATOR-CONTROL-FILE
000890         ASSIGN TO "PAYOPER"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WRK-OPER-CFG-STATUS.
000920     SELECT COMPANY-FILE
000930         ASSIGN TO "EMPRESAS"
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WRK-CIA-STATUS.
000960 DATA DIVISION.
000970 FILE SECTION.
000980 FD  GL-POST-FILE
000990     LABEL RECORDS ARE STANDARD.
001000 01  GL-RECORD.
001010     05  GLL-DATA                 PIC 9(08).
001020     05  GLL-FILL1                PIC X(02).
001030     05  GLL-CONTA                PIC X(08).
001040     05  GLL-FILL2                PIC X(02).
001050     05  GLL-DC                   PIC X(01).
001060     05  GLL-FILL3                PIC X(02).
001070     05  GLL-VALOR                PIC 9(11)V99.
001080     05  GLL-FILL4                PIC X(02).
001090     05  GLL-HISTORICO            PIC X(25).
001100     05  GLL-FILL5                PIC X(02).
001110     05  GLL-EMPRESA              PIC X(04).
001120     05  GLL-FILL6                PIC X(02).
001130     05  GLL-CCUSTO               PIC X(04).
001140     05  GLL-FILL7                PIC X(05).
001150 FD  PERIOD-CONTROL-FILE
001160     LABEL RECORDS ARE STANDARD.
001170 01  PERIOD-CONTROL-RECORD.
001180     05  PER-COMPETENCIA          PIC 9(06).
001190     05  PER-FILL1                PIC X(02).
001200     05  PER-STATUS               PIC X(08).
001210 FD  GUIDE-PARM-FILE
001220     LABEL RECORDS ARE STANDARD.
001230 01  GUIDE-PARM-RECORD.
001240     05  GPR-COMPETENCIA          PIC X(06).
001250 FD  HOLIDAY-FILE
001260     LABEL RECORDS ARE STANDARD.
001270 01  HOLIDAY-RECORD.
001280     05  FER-DATA                 PIC 9(08).
001290     05  FER-FILL1                PIC X(02).
001300     05  FER-DESCRICAO            PIC X(30).
001310 FD  GUIDE-REPORT-FILE
001320     LABEL RECORDS ARE STANDARD.
001330 01  GUIDE-REPORT-RECORD          PIC X(100).
001340*----------------------------------------------------------------
001350* INTERFACE DO CONTAS A PAGAR: UMA GUIA POR REGISTRO, COM O TIPO
001360* (GPS/DARF/FGTS), O CODIGO DE RECOLHIMENTO, A COMPETENCIA, O
001370* VENCIMENTO JA AJUSTADO AO DIA UTIL, O VALOR E A EMPRESA
001380* RECOLHEDORA (CODIGO E CNPJ).
001390*----------------------------------------------------------------
001400 FD  PAYABLES-FILE
001410     LABEL RECORDS ARE STANDARD.
001420 01  PAYABLES-RECORD.
001430     05  PAG-TIPO                 PIC X(04).
001440     05  PAG-FILL1                PIC X(02).
001450     05  PAG-CODIGO               PIC X(04).
001460     05  PAG-FILL2                PIC X(02).
001470     05  PAG-COMPETENCIA          PIC 9(06).
001480     05  PAG-FILL3                PIC X(02).
001490     05  PAG-VENCIMENTO           PIC 9(08).
001500     05  PAG-FILL4                PIC X(02).
001510     05  PAG-VALOR                PIC 9(11)V99.
001520     05  PAG-FILL5                PIC X(02).
001530     05  PAG-DESCRICAO            PIC X(30).
001540     05  PAG-FILL6                PIC X(02).
001550     05  PAG-EMPRESA              PIC X(02).
001560     05  PAG-FILL7                PIC X(02).
001570     05  PAG-CNPJ                 PIC 9(14).
001580     05  PAG-FILL8                PIC X(05).
001590 FD  OPERATOR-CONTROL-FILE
001600     LABEL RECORDS ARE STANDARD.
001610 01  OPERATOR-CONTROL-RECORD.
001620     05  OPCFG-OPERADOR           PIC X(10).
001630     05  OPCFG-FILL1              PIC X(02).
001640     05  OPCFG-SENHA              PIC X(10).
001650 FD  COMPANY-FILE
001660     LABEL RECORDS ARE STANDARD.
001670     COPY CIAREC.
001680 FD  SECURITY-MASTER-FILE
001690     LABEL RECORDS ARE STANDARD.
001700     COPY OPERSEC.
001710 FD  SECURITY-AUDIT-FILE
001720     LABEL RECORDS ARE STANDARD.
001730 01  SECAUD-RECORD.
001740     05  SEC-DATA                 PIC 9(08).
001750     05  SEC-FILL1                PIC X(02).
001760     05  SEC-HORA                 PIC 9(08).
001770     05  SEC-FILL2                PIC X(02).
001780     05  SEC-OPERADOR             PIC X(10).
001790     05  SEC-FILL3                PIC X(02).
001800     05  SEC-PROGRAMA             PIC X(09).
001810     05  SEC-FILL4                PIC X(02).
001820     05  SEC-MOTIVO               PIC X(20).
001830 WORKING-STORAGE SECTION.
001840 77  WRK-GL-STATUS        PIC X(02) VALUE '00'.
001850     88  WRK-GL-OK                   VALUE '00'.
001860     88  WRK-GL-EOF                  VALUE '10'.
001870 77  WRK-PER-STATUS       PIC X(02) VALUE '00'.
001880     88  WRK-PER-OK                  VALUE '00'.
001890     88  WRK-PER-EOF                 VALUE '10'.
001900 77  WRK-PRM-STATUS       PIC X(02) VALUE '00'.
001910     88  WRK-PRM-OK                  VALUE '00'.
001920 77  WRK-FER-STATUS       PIC X(02) VALUE '00'.
001930     88  WRK-FER-OK                  VALUE '00'.
001940     88  WRK-FER-EOF                 VALUE '10'.
001950 77  WRK-RPT-STATUS       PIC X(02) VALUE '00'.
001960     88  WRK-RPT-OK                  VALUE '00'.
001970 77  WRK-PAG-STATUS       PIC X(02) VALUE '00'.
001980     88  WRK-PAG-OK                  VALUE '00'.
001990 77  WRK-OPER-CFG-STATUS  PIC X(02) VALUE '00'.
002000     88  WRK-OPER-CFG-OK             VALUE '00'.
002010 77  WRK-CIA-STATUS       PIC X(02) VALUE '00'.
002020     88  WRK-CIA-OK                  VALUE '00'.
002030     88  WRK-CIA-EOF                 VALUE '10'.
002040 77  WRK-SW-OPER-ARQUIVO  PIC X(01) VALUE 'N'.
002050     88  WRK-OPER-ARQUIVO            VALUE 'S'.
002060 77  WRK-SW-OPERADOR      PIC X(01) VALUE 'N'.
002070     88  WRK-OPERADOR-VALIDO         VALUE 'S'.
002080 77  WRK-OPERADOR         PIC X(10) VALUE SPACES.
002090 77  WRK-SENHA            PIC X(10) VALUE SPACES.
002100 77  WRK-SEC-STATUS       PIC X(02) VALUE '00'.
002110     88  WRK-SEC-OK                  VALUE '00'.
002120     88  WRK-SEC-EOF                 VALUE '10'.
002130 77  WRK-SECAUD-STATUS    PIC X(02) VALUE '00'.
002140     88  WRK-SECAUD-OK               VALUE '00'.
002150 77  WRK-SW-OPR-ACHADO    PIC X(01) VALUE 'N'.
002160     88  WRK-OPR-ACHADO              VALUE 'S'.
002170 77  WRK-OPR-ATIVO        PIC X(01) VALUE 'N'.
002180 77  WRK-OPR-SENHA        PIC X(10) VALUE SPACES.
002190 77  WRK-OPR-AUT-FUNCAO   PIC X(01) VALUE 'N'.
002200 77  WRK-MOTIVO-LOGON     PIC X(20) VALUE SPACES.
002210 77  WRK-DATA-LOGON       PIC 9(08) VALUE ZEROS.
002220 77  WRK-HORA-LOGON       PIC 9(08) VALUE ZEROS.
002230 77  WRK-DATA-ATUAL       PIC 9(08) VALUE ZEROS.
002240*----------------------------------------------------------------
002250* COMPETENCIA DAS GUIAS E SITUACAO DELA NO PAYPERIO (VALE O
002260* ULTIMO REGISTRO DA COMPETENCIA, COMO NO PROGCOB04).
002270*----------------------------------------------------------------
002280 01  WRK-COMPETENCIA      PIC 9(06) VALUE ZEROS.
002290 01  WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA.
002300     05  WRK-CMP-ANO          PIC 9(04).
002310     05  WRK-CMP-MES          PIC 9(02).
002320 77  WRK-ULTIMA-FECHADA   PIC 9(06) VALUE ZEROS.
002330 77  WRK-SITUACAO-CMP     PIC X(08) VALUE SPACES.
002340 77  WRK-GL-COMPETENCIA   PIC 9(06) VALUE ZEROS.
002350 77  WRK-CONT-GL-LIDOS    PIC 9(07) COMP VALUE ZERO.
002360 77  WRK-CONT-GL-CMP      PIC 9(07) COMP VALUE ZERO.
002370 77  WRK-GL-DEBITOS       PIC 9(12)V99 VALUE ZEROS.
002380 77  WRK-GL-CREDITOS      PIC 9(12)V99 VALUE ZEROS.
002390 77  WRK-SW-DIVERGENCIA   PIC X(01) VALUE 'N'.
002400     88  WRK-HA-DIVERGENCIA          VALUE 'S'.
002410 77  WRK-CONT-GUIAS       PIC 9(03) COMP VALUE ZERO.
002420 77  WRK-TOTAL-GUIAS      PIC S9(12)V99 VALUE ZEROS.
002430 77  WRK-TOTAL-SALDOS     PIC S9(12)V99 VALUE ZEROS.
002440*----------------------------------------------------------------
002450* CONTAS DE OBRIGACAO LIDAS DO GLPOST (MESMO PLANO DO PROGCOB04)
002460* COM OS CREDITOS, OS DEBITOS, O SALDO A RECOLHER E O VALOR QUE
002470* ENTROU EM GUIA, PARA A CONCILIACAO.
002480*----------------------------------------------------------------
002490 01  TAB-CONTAS-DADOS.
002500     05  FILLER PIC X(33) VALUE
002510         '21010001INSS A RECOLHER          '.
002520     05  FILLER PIC X(33) VALUE
002530         '21010002IRRF A RECOLHER          '.
002540     05  FILLER PIC X(33) VALUE
002550         '21010004INSS PATRONAL A RECOLHER '.
002560     05  FILLER PIC X(33) VALUE
002570         '21010005FGTS A RECOLHER          '.
002580 01  TAB-CONTAS-FIXA REDEFINES TAB-CONTAS-DADOS.
002590     05  TAB-CTF-ENT OCCURS 4 TIMES.
002600         10  TAB-CTF-CONTA        PIC X(08).
002610         10  TAB-CTF-DESCRICAO    PIC X(25).
002620 01  TAB-CONTAS-SALDOS.
002630     05  TAB-CTA-ENT OCCURS 4 TIMES.
002640         10  TAB-CTA-CREDITOS     PIC 9(12)V99.
002650         10  TAB-CTA-DEBITOS      PIC 9(12)V99.
002660         10  TAB-CTA-SALDO        PIC S9(12)V99.
002670         10  TAB-CTA-EM-GUIA      PIC S9(12)V99.
002680 77  WRK-QTD-CONTAS       PIC 9(02) COMP VALUE 4.
002690 77  WRK-CTA-IDX          PIC 9(02) COMP VALUE ZERO.
002700 77  WRK-SW-CTA-ACHADA    PIC X(01) VALUE 'N'.
002710     88  WRK-CTA-ACHADA              VALUE 'S'.
002720 77  WRK-CONTA-PROCURADA  PIC X(08) VALUE SPACES.
002730*----------------------------------------------------------------
002740* CADASTRO DE EMPRESAS (EMPRESAS), PARA LOCALIZAR A EMPRESA DE
002750* CADA EMPRESA CONTABIL DO GLPOST E LEVAR O CODIGO E O CNPJ
002760* PARA O GUIARPT E O GUIAPAG.
002770*----------------------------------------------------------------
002780 01  TAB-EMPRESAS.
002790     05  TAB-CIA-ENT OCCURS 20 TIMES.
002800         10  TAB-CIA-CODIGO       PIC X(02).
002810         10  TAB-CIA-RAZAO        PIC X(40).
002820         10  TAB-CIA-CNPJ         PIC 9(14).
002830         10  TAB-CIA-GL-EMPRESA   PIC X(04).
002840 77  WRK-QTD-EMPRESAS     PIC 9(02) COMP VALUE ZERO.
002850 77  WRK-MAX-EMPRESAS     PIC 9(02) COMP VALUE 20.
002860 77  WRK-CIA-IDX          PIC 9(02) COMP VALUE ZERO.
002870 77  WRK-SW-CIA-ACHADA    PIC X(01) VALUE 'N'.
002880     88  WRK-CIA-ACHADA              VALUE 'S'.
002890*----------------------------------------------------------------
002900* LANCAMENTOS DA COMPETENCIA POR EMPRESA CONTABIL (GLL-EMPRESA),
002910* NA ORDEM EM QUE APARECEM NO GLPOST: A EMPRESA DO CADASTRO
002920* (ZERO = NAO CADASTRADA), OS TOTAIS DE DEBITO E CREDITO, OS
002930* CREDITOS E DEBITOS DE CADA CONTA DE OBRIGACAO E O VALOR DE
002940* CADA GUIA, GUARDADO PARA O GUIAPAG.
002950*----------------------------------------------------------------
002960 01  TAB-EMPRESAS-GL.
002970     05  TAB-GLE-ENT OCCURS 20 TIMES.
002980         10  TAB-GLE-EMPRESA      PIC X(04).
002990         10  TAB-GLE-CIA-IDX      PIC 9(02).
003000         10  TAB-GLE-QTD          PIC 9(07).
003010         10  TAB-GLE-DEBITOS      PIC 9(12)V99.
003020         10  TAB-GLE-CREDITOS     PIC 9(12)V99.
003030         10  TAB-GLE-CTA OCCURS 4 TIMES.
003040             15  TAB-GLE-CTA-CREDITOS PIC 9(12)V99.
003050             15  TAB-GLE-CTA-DEBITOS  PIC 9(12)V99.
003060         10  TAB-GLE-GUIA-VALOR   PIC S9(12)V99 OCCURS 3 TIMES.
003070 77  WRK-QTD-GLE          PIC 9(02) COMP VALUE ZERO.
003080 77  WRK-MAX-GLE          PIC 9(02) COMP VALUE 20.
003090 77  WRK-GLE-IDX          PIC 9(02) COMP VALUE ZERO.
003100 77  WRK-SW-GLE-ACHADA    PIC X(01) VALUE 'N'.
003110     88  WRK-GLE-ACHADA              VALUE 'S'.
003120 77  WRK-GL-EMPRESA-PROC  PIC X(04) VALUE SPACES.
003130 77  WRK-SALDOS-EMPRESA   PIC S9(12)V99 VALUE ZEROS.
003140 77  WRK-GUIAS-EMPRESA    PIC S9(12)V99 VALUE ZEROS.
003150*----------------------------------------------------------------
003160* REGRAS DAS GUIAS: TIPO, CODIGO DE RECOLHIMENTO, DIA DO
003170* VENCIMENTO NO MES SEGUINTE AO DA COMPETENCIA, REGRA QUANDO O
003180* DIA NAO E UTIL ('A' = ANTECIPA PARA O DIA UTIL ANTERIOR, 'P' =
003190* POSTERGA PARA O SEGUINTE), AS CONTAS QUE COMPOEM A GUIA (A
003200* SEGUNDA EM BRANCO QUANDO SO HA UMA) E A DESCRICAO. GPS (INSS
003210* DOS SEGURADOS E PATRONAL) E DARF DO IRRF SOBRE TRABALHO
003220* ASSALARIADO VENCEM NO DIA 20 E O FGTS NO DIA 7, TODOS
003230* ANTECIPADOS QUANDO O DIA NAO E UTIL.
003240*----------------------------------------------------------------
003250 01  TAB-GUIAS-DADOS.
003260     05  FILLER PIC X(27) VALUE 'GPS 210020A2101000121010004'.
003270     05  FILLER PIC X(30) VALUE 'INSS SEGURADOS E PATRONAL'.
003280     05  FILLER PIC X(27) VALUE 'DARF056120A21010002        '.
003290     05  FILLER PIC X(30) VALUE 'IRRF RENDIMENTOS DO TRABALHO'.
003300     05  FILLER PIC X(27) VALUE 'FGTS011507A21010005        '.
003310     05  FILLER PIC X(30) VALUE 'FGTS DEPOSITO MENSAL'.
003320 01  TAB-GUIAS REDEFINES TAB-GUIAS-DADOS.
003330     05  TAB-GUI-ENT OCCURS 3 TIMES.
003340         10  TAB-GUI-TIPO         PIC X(04).
003350         10  TAB-GUI-CODIGO       PIC X(04).
003360         10  TAB-GUI-DIA          PIC 9(02).
003370         10  TAB-GUI-REGRA        PIC X(01).
003380         10  TAB-GUI-CONTA1       PIC X(08).
003390         10  TAB-GUI-CONTA2       PIC X(08).
003400         10  TAB-GUI-DESCRICAO    PIC X(30).
003410 01  TAB-GUIAS-CALCULO.
003420     05  TAB-GUC-ENT OCCURS 3 TIMES.
003430         10  TAB-GUC-VALOR        PIC S9(12)V99.
003440         10  TAB-GUC-VENC-LEGAL   PIC 9(08).
003450         10  TAB-GUC-VENCIMENTO   PIC 9(08).
003460 77  WRK-QTD-GUIAS        PIC 9(02) COMP VALUE 3.
003470 77  WRK-GUI-IDX          PIC 9(02) COMP VALUE ZERO.
003480*----------------------------------------------------------------
003490* CALENDARIO DE FERIADOS (DATAS COMPLETAS AAAAMMDD), CARREGADO DO
003500* ARQUIVO FERIADOS COMO NO PROGCOB03.
003510*----------------------------------------------------------------
003520 01  TAB-CALENDARIO.
003530     05  TAB-FERIADO-DATA PIC 9(08) OCCURS 100 TIMES.
003540 77  WRK-QTD-FERIADOS     PIC 9(03) COMP VALUE ZERO.
003550 77  WRK-MAX-FERIADOS     PIC 9(03) COMP VALUE 100.
003560 77  WRK-FER-IDX          PIC 9(03) COMP VALUE ZERO.
003570 77  WRK-SW-FERIADO       PIC X(01) VALUE 'N'.
003580     88  WRK-EH-FERIADO              VALUE 'S'.
003590 77  WRK-SW-ANO-COBERTO   PIC X(01) VALUE 'N'.
003600     88  WRK-ANO-COBERTO             VALUE 'S'.
003610 77  WRK-ANO-PROCURADO    PIC 9(04) VALUE ZEROS.
003620 77  WRK-ANO-PROCURADO-TESTE PIC 9(04) COMP VALUE ZERO.
003630 77  WRK-RESTO-DATA       PIC 9(04) COMP VALUE ZERO.
003640 77  WRK-DOW-VERIF        PIC 9(01) VALUE ZERO.
003650 77  WRK-SW-DIA-UTIL      PIC X(01) VALUE 'N'.
003660     88  WRK-EH-DIA-UTIL             VALUE 'S'.
003670*----------------------------------------------------------------
003680* DATA DE TRABALHO DO CALCULO DO DIA DA SEMANA (CONGRUENCIA DE
003690* ZELLER) E DA SOMA E SUBTRACAO DE UM DIA, COMO NO PROGCOB03.
003700*----------------------------------------------------------------
003710 01  WRK-DATA-VERIF.
003720     02  WRK-VRF-ANO      PIC 9(04) VALUE ZEROS.
003730     02  WRK-VRF-MES      PIC 9(02) VALUE ZEROS.
003740     02  WRK-VRF-DIA      PIC 9(02) VALUE ZEROS.
003750 01  WRK-DATA-VERIF-R REDEFINES WRK-DATA-VERIF.
003760     02  WRK-DATA-VERIF-NUM PIC 9(08).
003770 77  WRK-ZEL-ANO          PIC 9(04) COMP VALUE ZERO.
003780 77  WRK-ZEL-MES          PIC 9(02) COMP VALUE ZERO.
003790 77  WRK-ZEL-SECULO       PIC 9(02) COMP VALUE ZERO.
003800 77  WRK-ZEL-ANOSEC       PIC 9(02) COMP VALUE ZERO.
003810 77  WRK-ZEL-T1           PIC 9(04) COMP VALUE ZERO.
003820 77  WRK-ZEL-SOMA         PIC 9(05) COMP VALUE ZERO.
003830 77  WRK-ZEL-H            PIC 9(01) COMP VALUE ZERO.
003840 77  WRK-DIAS-NO-MES      PIC 9(02) COMP VALUE ZERO.
003850 77  WRK-RESTO            PIC 9(04) COMP VALUE ZERO.
003860 77  WRK-QUOCIENTE        PIC 9(04) COMP VALUE ZERO.
003870 01  TAB-DIAS-MES-DADOS.
003880     05  FILLER PIC X(24) VALUE '312831303130313130313031'.
003890 01  TAB-DIAS-MES REDEFINES TAB-DIAS-MES-DADOS.
003900     05  TAB-DIAS-DO-MES  PIC 9(02) OCCURS 12 TIMES.
003910*----------------------------------------------------------------
003920* LINHAS DE IMPRESSAO DA AGENDA E DA CONCILIACAO (GUIARPT).
003930*----------------------------------------------------------------
003940 01  WRK-LINHA-CABEC1.
003950     05  FILLER               PIC X(22) VALUE SPACES.
003960     05  FILLER               PIC X(56) VALUE
003970         'FOLHA DE PAGAMENTO - AGENDA DAS GUIAS DE RECOLHIMENTO'.
003980     05  FILLER               PIC X(22) VALUE SPACES.
003990 01  WRK-LINHA-CABEC2.
004000     05  FILLER               PIC X(08) VALUE 'DATA: '.
004010     05  CAB2-DATA            PIC 9(08).
004020     05  FILLER               PIC X(10) VALUE SPACES.
004030     05  FILLER               PIC X(10) VALUE 'OPERADOR: '.
004040     05  CAB2-OPERADOR        PIC X(10).
004050     05  FILLER               PIC X(10) VALUE SPACES.
004060     05  FILLER               PIC X(13) VALUE 'COMPETENCIA: '.
004070     05  CAB2-COMPETENCIA     PIC 9(06).
004080     05  FILLER               PIC X(25) VALUE SPACES.
004090 01  WRK-LINHA-EMPRESA.
004100     05  FILLER PIC X(09) VALUE 'EMPRESA: '.
004110     05  CIAL-CODIGO          PIC X(02).
004120     05  FILLER PIC X(03) VALUE ' - '.
004130     05  CIAL-RAZAO           PIC X(40).
004140     05  FILLER PIC X(08) VALUE '  CNPJ: '.
004150     05  CIAL-CNPJ            PIC 9(14).
004160     05  FILLER PIC X(12) VALUE '  CONTABIL: '.
004170     05  CIAL-GL-EMPRESA      PIC X(04).
004180     05  FILLER               PIC X(08) VALUE SPACES.
004190 01  WRK-LINHA-CABEC3.
004200     05  FILLER               PIC X(53) VALUE
004210         'GUIA  CODIGO CONTAS                          VALOR  '.
004220     05  FILLER               PIC X(47) VALUE
004230         'VENC LEGAL  VENCIMENTO  AJUSTE'.
004240 01  WRK-LINHA-GUIA.
004250     05  GUL-TIPO             PIC X(04).
004260     05  FILLER               PIC X(02) VALUE SPACES.
004270     05  GUL-CODIGO           PIC X(04).
004280     05  FILLER               PIC X(03) VALUE SPACES.
004290     05  GUL-CONTA1           PIC X(08).
004300     05  FILLER               PIC X(01) VALUE SPACES.
004310     05  GUL-CONTA2           PIC X(08).
004320     05  FILLER               PIC X(02) VALUE SPACES.
004330     05  GUL-VALOR            PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
004340     05  FILLER               PIC X(03) VALUE SPACES.
004350     05  GUL-VENC-LEGAL       PIC 9(08).
004360     05  FILLER               PIC X(04) VALUE SPACES.
004370     05  GUL-VENCIMENTO       PIC 9(08).
004380     05  FILLER               PIC X(04) VALUE SPACES.
004390     05  GUL-AJUSTE           PIC X(20).
004400     05  FILLER               PIC X(03) VALUE SPACES.
004410 01  WRK-LINHA-DESCRICAO.
004420     05  FILLER               PIC X(13) VALUE SPACES.
004430     05  DSL-DESCRICAO        PIC X(30).
004440     05  FILLER               PIC X(57) VALUE SPACES.
004450 01  WRK-LINHA-CONC-TITULO.
004460     05  FILLER               PIC X(50) VALUE
004470         'CONCILIACAO COM O GLPOST'.
004480     05  FILLER               PIC X(50) VALUE SPACES.
004490 01  WRK-LINHA-CONC-CABEC.
004500     05  FILLER               PIC X(51) VALUE
004510         'CONTA     DESCRICAO                    SALDO GLPOST'.
004520     05  FILLER               PIC X(49) VALUE
004530         '        EM GUIAS         DIFERENCA'.
004540 01  WRK-LINHA-CONC.
004550     05  CNL-CONTA            PIC X(08).
004560     05  FILLER               PIC X(02) VALUE SPACES.
004570     05  CNL-DESCRICAO        PIC X(25).
004580     05  FILLER               PIC X(01) VALUE SPACES.
004590     05  CNL-SALDO            PIC -ZZZ.ZZZ.ZZ9,99.
004600     05  FILLER               PIC X(01) VALUE SPACES.
004610     05  CNL-EM-GUIA          PIC -ZZZ.ZZZ.ZZ9,99.
004620     05  FILLER               PIC X(01) VALUE SPACES.
004630     05  CNL-DIFERENCA        PIC -ZZZ.ZZZ.ZZ9,99.
004640     05  FILLER               PIC X(02) VALUE SPACES.
004650     05  CNL-SITUACAO         PIC X(10).
004660     05  FILLER               PIC X(05) VALUE SPACES.
004670 01  WRK-LINHA-CONC-GL.
004680     05  FILLER PIC X(23) VALUE 'LANCAMENTOS GLPOST   : '.
004690     05  CGL-QTD              PIC Z.ZZZ.ZZ9.
004700     05  FILLER PIC X(12) VALUE '  DEBITOS: '.
004710     05  CGL-DEBITOS          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
004720     05  FILLER PIC X(12) VALUE '  CREDITOS: '.
004730     05  CGL-CREDITOS         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
004740     05  FILLER               PIC X(01) VALUE SPACES.
004750     05  CGL-SITUACAO         PIC X(07).
004760 01  WRK-LINHA-TOTAIS.
004770     05  FILLER PIC X(23) VALUE 'GUIAS A RECOLHER     : '.
004780     05  TOT-GUIAS            PIC ZZ9.
004790     05  FILLER PIC X(16) VALUE '  VALOR TOTAL: '.
004800     05  TOT-VALOR            PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
004810     05  FILLER PIC X(02) VALUE SPACES.
004820     05  TOT-SITUACAO         PIC X(38).
004830 PROCEDURE DIVISION.
004840******************************************************************
004850* 0000-MAINLINE - CONTROLA A AGENDA DAS GUIAS DE RECOLHIMENTO.
004860******************************************************************
004870 0000-MAINLINE.
004880     PERFORM 0500-LOGON-OPERADOR THRU 0500-EXIT.
004890     IF NOT WRK-OPERADOR-VALIDO
004900         DISPLAY 'OPERADOR NAO AUTORIZADO: ' WRK-OPERADOR
004910         MOVE 8 TO RETURN-CODE
004920         GOBACK
004930     END-IF.
004940     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004950     PERFORM 2000-LE-LANCAMENTO THRU 2000-EXIT
004960         UNTIL WRK-GL-EOF.
004970     PERFORM 2900-PROCESSA-EMPRESA THRU 2900-EXIT
004980         VARYING WRK-GLE-IDX FROM 1 BY 1
004990         UNTIL WRK-GLE-IDX > WRK-QTD-GLE.
005000     PERFORM 4500-CONCILIA-LOTE THRU 4500-EXIT.
005010     PERFORM 6000-GRAVA-INTERFACE THRU 6000-EXIT.
005020     PERFORM 9000-FINALIZE THRU 9000-EXIT.
005030     IF WRK-HA-DIVERGENCIA
005040         MOVE 4 TO RETURN-CODE
005050     ELSE
005060         MOVE 0 TO RETURN-CODE
005070     END-IF.
005080     GOBACK.
005090******************************************************************
005100* 0500-LOGON-OPERADOR - OBTEM O OPERADOR E A SENHA DO PAYOPER,
005110*                       QUANDO PREPARADOS EXTERNAMENTE PARA UMA
005120*                       EXECUCAO EM LOTE, OU DO CONSOLE QUANDO O
005130*                       ARQUIVO NAO EXISTE OU ESTA VAZIO, E
005140*                       VALIDA CONTRA O CADASTRO DE SEGURANCA
005150*                       (OPERSEC): OPERADOR ATIVO, SENHA E
005160*                       AUTORIZACAO DE FOLHA (A MESMA DO
005170*                       PROGCOB04). TENTATIVA RECUSADA E GRAVADA
005180*                       NO SECAUD, NO MESMO IDIOMA DO PROGCOB15.
005190******************************************************************
005200 0500-LOGON-OPERADOR.
005210     MOVE 'N' TO WRK-SW-OPER-ARQUIVO.
005220     OPEN INPUT OPERATOR-CONTROL-FILE.
005230     IF WRK-OPER-CFG-OK
005240         READ OPERATOR-CONTROL-FILE
005250             AT END
005260                 CONTINUE
005270             NOT AT END
005280                 MOVE OPCFG-OPERADOR TO WRK-OPERADOR
005290                 MOVE OPCFG-SENHA    TO WRK-SENHA
005300                 SET WRK-OPER-ARQUIVO TO TRUE
005310         END-READ
005320         CLOSE OPERATOR-CONTROL-FILE
005330     END-IF.
005340     IF NOT WRK-OPER-ARQUIVO
005350         DISPLAY 'OPERADOR: ' WITH NO ADVANCING
005360         ACCEPT WRK-OPERADOR FROM CONSOLE
005370         DISPLAY 'SENHA: ' WITH NO ADVANCING
005380         ACCEPT WRK-SENHA FROM CONSOLE
005390     END-IF.
005400     MOVE 'N' TO WRK-SW-OPERADOR.
005410     MOVE SPACES TO WRK-MOTIVO-LOGON.
005420     PERFORM 0510-PROCURA-OPERSEC THRU 0510-EXIT.
005430     EVALUATE TRUE
005440         WHEN NOT WRK-OPR-ACHADO
005450             MOVE 'NAO CADASTRADO' TO WRK-MOTIVO-LOGON
005460         WHEN WRK-OPR-ATIVO NOT = 'S'
005470             MOVE 'OPERADOR INATIVO' TO WRK-MOTIVO-LOGON
005480         WHEN WRK-OPR-SENHA NOT = WRK-SENHA
005490             MOVE 'SENHA INVALIDA' TO WRK-MOTIVO-LOGON
005500         WHEN WRK-OPR-AUT-FUNCAO NOT = 'S'
005510             MOVE 'SEM AUTORIZACAO' TO WRK-MOTIVO-LOGON
005520         WHEN OTHER
005530             MOVE 'S' TO WRK-SW-OPERADOR
005540     END-EVALUATE.
005550     IF NOT WRK-OPERADOR-VALIDO
005560         DISPLAY 'LOGON RECUSADO (' WRK-MOTIVO-LOGON ') - '
005570             WRK-OPERADOR
005580         PERFORM 0520-GRAVA-SECAUD THRU 0520-EXIT
005590     END-IF.
005600 0500-EXIT.
005610     EXIT.
005620******************************************************************
005630* 0510-PROCURA-OPERSEC - PROCURA O OPERADOR NO CADASTRO DE
005640*                        SEGURANCA (OPERSEC) E GUARDA OS CAMPOS
005650*                        DO REGISTRO ACHADO (A AUTORIZACAO DESTE
005660*                        PROGRAMA E A DE FOLHA). ARQUIVO
005670*                        INDISPONIVEL EQUIVALE A OPERADOR NAO
005680*                        CADASTRADO.
005690******************************************************************
005700 0510-PROCURA-OPERSEC.
005710     MOVE 'N' TO WRK-SW-OPR-ACHADO.
005720     OPEN INPUT SECURITY-MASTER-FILE.
005730     IF NOT WRK-SEC-OK
005740         DISPLAY 'CADASTRO DE SEGURANCA (OPERSEC) '
005750             'INDISPONIVEL: ' WRK-SEC-STATUS
005760         GO TO 0510-EXIT
005770     END-IF.
005780     PERFORM 0515-LE-OPERSEC THRU 0515-EXIT
005790         UNTIL WRK-SEC-EOF OR WRK-OPR-ACHADO.
005800     CLOSE SECURITY-MASTER-FILE.
005810 0510-EXIT.
005820     EXIT.
005830 0515-LE-OPERSEC.
005840     READ SECURITY-MASTER-FILE
005850         AT END
005860             SET WRK-SEC-EOF TO TRUE
005870         NOT AT END
005880             IF OPR-CODIGO = WRK-OPERADOR
005890                 SET WRK-OPR-ACHADO TO TRUE
005900                 MOVE OPR-ATIVO TO WRK-OPR-ATIVO
005910                 MOVE OPR-SENHA TO WRK-OPR-SENHA
005920                 MOVE OPR-AUT-FOLHA
005930                     TO WRK-OPR-AUT-FUNCAO
005940             END-IF
005950     END-READ.
005960 0515-EXIT.
005970     EXIT.
005980******************************************************************
005990* 0520-GRAVA-SECAUD - REGISTRA A TENTATIVA DE LOGON RECUSADA NO
006000*                     SECAUD (DATA, HORA, OPERADOR, PROGRAMA E
006010*                     MOTIVO), NO MESMO IDIOMA DA TRILHA DO
006020*                     DATEAUD DO PROGCOB03.
006030******************************************************************
006040 0520-GRAVA-SECAUD.
006050     ACCEPT WRK-DATA-LOGON FROM DATE YYYYMMDD.
006060     ACCEPT WRK-HORA-LOGON FROM TIME.
006070     OPEN EXTEND SECURITY-AUDIT-FILE.
006080     IF NOT WRK-SECAUD-OK
006090         CLOSE SECURITY-AUDIT-FILE
006100         OPEN OUTPUT SECURITY-AUDIT-FILE
006110     END-IF.
006120     IF NOT WRK-SECAUD-OK
006130         DISPLAY 'ERRO AO ABRIR SECAUD: ' WRK-SECAUD-STATUS
006140         GO TO 0520-EXIT
006150     END-IF.
006160     MOVE WRK-DATA-LOGON TO SEC-DATA.
006170     MOVE SPACES         TO SEC-FILL1.
006180     MOVE WRK-HORA-LOGON TO SEC-HORA.
006190     MOVE SPACES         TO SEC-FILL2.
006200     MOVE WRK-OPERADOR   TO SEC-OPERADOR.
006210     MOVE SPACES         TO SEC-FILL3.
006220     MOVE 'PROGCOB28'    TO SEC-PROGRAMA.
006230     MOVE SPACES         TO SEC-FILL4.
006240     MOVE WRK-MOTIVO-LOGON TO SEC-MOTIVO.
006250     WRITE SECAUD-RECORD.
006260     IF NOT WRK-SECAUD-OK
006270         DISPLAY 'ERRO AO GRAVAR SECAUD: ' WRK-SECAUD-STATUS
006280     END-IF.
006290     CLOSE SECURITY-AUDIT-FILE.
006300 0520-EXIT.
006310     EXIT.
006320******************************************************************
006330* 1000-INITIALIZE - DETERMINA A COMPETENCIA E CONFERE QUE ESTA
006340*                   FECHADA, CARREGA O CALENDARIO E O CADASTRO
006350*                   DE EMPRESAS, ABRE OS ARQUIVOS E LE O
006360*                   PRIMEIRO LANCAMENTO DO GLPOST.
006370******************************************************************
006380 1000-INITIALIZE.
006390     ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
006400     PERFORM 1010-LE-PARAMETRO THRU 1010-EXIT.
006410     PERFORM 1020-VERIFICA-PERIODO THRU 1020-EXIT.
006420     PERFORM 1030-CARREGA-CALENDARIO THRU 1030-EXIT.
006430     PERFORM 1040-CARREGA-EMPRESAS THRU 1040-EXIT.
006440     MOVE ZERO TO WRK-QTD-GLE.
006450     OPEN INPUT GL-POST-FILE.
006460     IF NOT WRK-GL-OK
006470         DISPLAY 'ERRO AO ABRIR GL-POST-FILE: ' WRK-GL-STATUS
006480         MOVE 8 TO RETURN-CODE
006490         GOBACK
006500     END-IF.
006510     OPEN OUTPUT GUIDE-REPORT-FILE.
006520     IF NOT WRK-RPT-OK
006530         DISPLAY 'ERRO AO ABRIR GUIDE-REPORT-FILE: '
006540             WRK-RPT-STATUS
006550         CLOSE GL-POST-FILE
006560         MOVE 8 TO RETURN-CODE
006570         GOBACK
006580     END-IF.
006590     OPEN OUTPUT PAYABLES-FILE.
006600     IF NOT WRK-PAG-OK
006610         DISPLAY 'ERRO AO ABRIR PAYABLES-FILE: '
006620             WRK-PAG-STATUS
006630         CLOSE GL-POST-FILE
006640         CLOSE GUIDE-REPORT-FILE
006650         MOVE 8 TO RETURN-CODE
006660         GOBACK
006670     END-IF.
006680     MOVE WRK-DATA-ATUAL     TO CAB2-DATA.
006690     MOVE WRK-OPERADOR       TO CAB2-OPERADOR.
006700     MOVE WRK-COMPETENCIA    TO CAB2-COMPETENCIA.
006710     WRITE GUIDE-REPORT-RECORD FROM WRK-LINHA-CABEC1
006720         AFTER ADVANCING PAGE.
006730     WRITE GUIDE-REPORT-RECORD FROM WRK-LINHA-CABEC2
006740         AFTER ADVANCING 1 LINE.
006750     PERFORM 2100-LE-GLPOST THRU 2100-EXIT.
006760 1000-EXIT.
006770     EXIT.
006780******************************************************************
006790* 1010-LE-PARAMETRO - LE A COMPETENCIA DAS GUIAS (AAAAMM) DO
006800*                     GUIAPARM. ARQUIVO AUSENTE, VAZIO OU EM
006810*                     BRANCO DEIXA A COMPETENCIA ZERADA, PARA
006820*                     QUE SEJA USADA A ULTIMA FECHADA; VALOR
006830*                     INVALIDO ENCERRA COM RETURN-CODE 8.
006840******************************************************************
006850 1010-LE-PARAMETRO.
006860     MOVE ZEROS TO WRK-COMPETENCIA.
006870     OPEN INPUT GUIDE-PARM-FILE.
006880     IF NOT WRK-PRM-OK
006890         GO TO 1010-EXIT
006900     END-IF.
006910     READ GUIDE-PARM-FILE
006920         AT END
006930             MOVE SPACES TO GPR-COMPETENCIA
006940     END-READ.
006950     CLOSE GUIDE-PARM-FILE.
006960     IF GPR-COMPETENCIA = SPACES
006970         GO TO 1010-EXIT
006980     END-IF.
006990     IF GPR-COMPETENCIA IS NOT NUMERIC
007000         DISPLAY 'COMPETENCIA DO GUIAPARM INVALIDA: '
007010             GPR-COMPETENCIA ' - LOTE ENCERRADO'
007020         MOVE 8 TO RETURN-CODE
007030         GOBACK
007040     END-IF.
007050     MOVE GPR-COMPETENCIA TO WRK-COMPETENCIA.
007060     IF WRK-CMP-MES < 1 OR WRK-CMP-MES > 12
007070         DISPLAY 'COMPETENCIA DO GUIAPARM INVALIDA: '
007080             GPR-COMPETENCIA ' - LOTE ENCERRADO'
007090         MOVE 8 TO RETURN-CODE
007100         GOBACK
007110     END-IF.
007120 1010-EXIT.
007130     EXIT.
007140******************************************************************
007150* 1020-VERIFICA-PERIODO - LE O PAYPERIO, GUARDA A SITUACAO DA
007160*                         COMPETENCIA PEDIDA E A ULTIMA
007170*                         COMPETENCIA FECHADA. SEM PARAMETRO,
007180*                         A COMPETENCIA E A ULTIMA FECHADA. AS
007190*                         GUIAS SO SAEM DE COMPETENCIA FECHADA:
007200*                         ABERTA, DESCONHECIDA OU PAYPERIO
007210*                         INDISPONIVEL ENCERRAM COM
007220*                         RETURN-CODE 8.
007230******************************************************************
007240 1020-VERIFICA-PERIODO.
007250     MOVE ZEROS  TO WRK-ULTIMA-FECHADA.
007260     MOVE SPACES TO WRK-SITUACAO-CMP.
007270     OPEN INPUT PERIOD-CONTROL-FILE.
007280     IF NOT WRK-PER-OK
007290         DISPLAY 'CONTROLE DE COMPETENCIA (PAYPERIO) '
007300             'INDISPONIVEL: ' WRK-PER-STATUS
007310             ' - LOTE ENCERRADO'
007320         MOVE 8 TO RETURN-CODE
007330         GOBACK
007340     END-IF.
007350     PERFORM 1025-LE-PERIODO THRU 1025-EXIT
007360         UNTIL WRK-PER-EOF.
007370     CLOSE PERIOD-CONTROL-FILE.
007380     IF WRK-COMPETENCIA = ZEROS
007390         MOVE WRK-ULTIMA-FECHADA TO WRK-COMPETENCIA
007400         MOVE 'FECHADA' TO WRK-SITUACAO-CMP
007410     END-IF.
007420     IF WRK-COMPETENCIA = ZEROS
007430         DISPLAY 'NENHUMA COMPETENCIA FECHADA NO PAYPERIO'
007440             ' - LOTE ENCERRADO'
007450         MOVE 8 TO RETURN-CODE
007460         GOBACK
007470     END-IF.
007480     IF WRK-SITUACAO-CMP NOT = 'FECHADA'
007490         DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA
007500             ' NAO ESTA FECHADA NO PAYPERIO - LOTE ENCERRADO'
007510         MOVE 8 TO RETURN-CODE
007520         GOBACK
007530     END-IF.
007540 1020-EXIT.
007550     EXIT.
007560 1025-LE-PERIODO.
007570     READ PERIOD-CONTROL-FILE
007580         AT END
007590             SET WRK-PER-EOF TO TRUE
007600         NOT AT END
007610             IF PER-STATUS = 'FECHADA'
007620                     AND PER-COMPETENCIA > WRK-ULTIMA-FECHADA
007630                 MOVE PER-COMPETENCIA TO WRK-ULTIMA-FECHADA
007640             END-IF
007650             IF PER-COMPETENCIA = WRK-COMPETENCIA
007660                 MOVE PER-STATUS TO WRK-SITUACAO-CMP
007670             END-IF
007680     END-READ.
007690 1025-EXIT.
007700     EXIT.
007710******************************************************************
007720* 1030-CARREGA-CALENDARIO - CARREGA O CALENDARIO DE FERIADOS
007730*                           (FERIADOS) NA TABELA. SE NAO HOUVER
007740*                           NENHUM REGISTRO DO ANO DOS
007750*                           VENCIMENTOS (MES SEGUINTE AO DA
007760*                           COMPETENCIA), O PROGRAMA ENCERRA COM
007770*                           RETURN-CODE 8, COMO O PROGCOB03, EM
007780*                           VEZ DE TRATAR TODO FERIADO COMO DIA
007790*                           UTIL.
007800******************************************************************
007810 1030-CARREGA-CALENDARIO.
007820     MOVE ZERO TO WRK-QTD-FERIADOS.
007830     OPEN INPUT HOLIDAY-FILE.
007840     IF WRK-FER-OK
007850         PERFORM 1035-LE-FERIADO THRU 1035-EXIT
007860             UNTIL WRK-FER-EOF
007870         CLOSE HOLIDAY-FILE
007880     END-IF.
007890     IF WRK-CMP-MES = 12
007900         COMPUTE WRK-ANO-PROCURADO = WRK-CMP-ANO + 1
007910     ELSE
007920         MOVE WRK-CMP-ANO TO WRK-ANO-PROCURADO
007930     END-IF.
007940     PERFORM 2700-VERIFICA-ANO-COBERTO THRU 2700-EXIT.
007950     IF NOT WRK-ANO-COBERTO
007960         DISPLAY 'SEM CALENDARIO DE FERIADOS PARA O ANO '
007970             WRK-ANO-PROCURADO ' - LOTE ENCERRADO'
007980         MOVE 8 TO RETURN-CODE
007990         GOBACK
008000     END-IF.
008010 1030-EXIT.
008020     EXIT.
008030******************************************************************
008040* 1035-LE-FERIADO - LE UM REGISTRO DO CALENDARIO PARA A TABELA.
008050*                   DATA NAO NUMERICA E IGNORADA COM AVISO;
008060*                   TABELA CHEIA IGNORA O EXCEDENTE COM AVISO.
008070******************************************************************
008080 1035-LE-FERIADO.
008090     READ HOLIDAY-FILE
008100         AT END
008110             SET WRK-FER-EOF TO TRUE
008120         NOT AT END
008130             IF FER-DATA IS NOT NUMERIC
008140                 DISPLAY 'FERIADO COM DATA INVALIDA IGNORADO: '
008150                     FER-DESCRICAO
008160             ELSE
008170                 IF WRK-QTD-FERIADOS < WRK-MAX-FERIADOS
008180                     ADD 1 TO WRK-QTD-FERIADOS
008190                     MOVE FER-DATA TO
008200                         TAB-FERIADO-DATA(WRK-QTD-FERIADOS)
008210                 ELSE
008220                     DISPLAY 'CALENDARIO CHEIO - FERIADO '
008230                         'IGNORADO: ' FER-DATA
008240                 END-IF
008250             END-IF
008260     END-READ.
008270 1035-EXIT.
008280     EXIT.
008290******************************************************************
008300* 1040-CARREGA-EMPRESAS - CARREGA O CADASTRO DE EMPRESAS
008310*                         (EMPRESAS) EM TABELA, PARA O CODIGO E O
008320*                         CNPJ DE CADA EMPRESA CONTABIL. SEM O
008330*                         CADASTRO, OU COM ELE VAZIO, AS GUIAS NAO
008340*                         TERIAM O RECOLHEDOR E O PROGRAMA ENCERRA
008350*                         COM RETURN-CODE 8.
008360******************************************************************
008370 1040-CARREGA-EMPRESAS.
008380     MOVE ZERO TO WRK-QTD-EMPRESAS.
008390     OPEN INPUT COMPANY-FILE.
008400     IF NOT WRK-CIA-OK
008410         DISPLAY 'CADASTRO DE EMPRESAS (EMPRESAS) INDISPONIVEL: '
008420             WRK-CIA-STATUS ' - LOTE ENCERRADO'
008430         MOVE 8 TO RETURN-CODE
008440         GOBACK
008450     END-IF.
008460     PERFORM 1045-LE-EMPRESA THRU 1045-EXIT
008470         UNTIL WRK-CIA-EOF.
008480     CLOSE COMPANY-FILE.
008490     IF WRK-QTD-EMPRESAS = ZERO
008500         DISPLAY 'CADASTRO DE EMPRESAS VAZIO - LOTE ENCERRADO'
008510         MOVE 8 TO RETURN-CODE
008520         GOBACK
008530     END-IF.
008540 1040-EXIT.
008550     EXIT.
008560 1045-LE-EMPRESA.
008570     READ COMPANY-FILE
008580         AT END
008590             SET WRK-CIA-EOF TO TRUE
008600         NOT AT END
008610             IF WRK-QTD-EMPRESAS < WRK-MAX-EMPRESAS
008620                 ADD 1 TO WRK-QTD-EMPRESAS
008630                 MOVE CIA-CODIGO
008640                     TO TAB-CIA-CODIGO(WRK-QTD-EMPRESAS)
008650                 MOVE CIA-RAZAO
008660                     TO TAB-CIA-RAZAO(WRK-QTD-EMPRESAS)
008670                 MOVE CIA-CNPJ
008680                     TO TAB-CIA-CNPJ(WRK-QTD-EMPRESAS)
008690                 MOVE CIA-GL-EMPRESA
008700                     TO TAB-CIA-GL-EMPRESA(WRK-QTD-EMPRESAS)
008710             ELSE
008720                 DISPLAY 'CADASTRO DE EMPRESAS CHEIO - '
008730                     'REGISTRO IGNORADO: ' CIA-CODIGO
008740             END-IF
008750     END-READ.
008760 1045-EXIT.
008770     EXIT.
008780******************************************************************
008790* 2000-LE-LANCAMENTO - ACUMULA UM LANCAMENTO DA COMPETENCIA: OS
008800*                      TOTAIS DE DEBITO E CREDITO DO CONJUNTO E
008810*                      DA SUA EMPRESA CONTABIL (PARA CONFERIR O
008820*                      BALANCEAMENTO) E, NAS CONTAS DE OBRIGACAO
008830*                      DAS GUIAS, OS CREDITOS E DEBITOS DA CONTA
008840*                      NA EMPRESA. LANCAMENTOS DE OUTRAS
008850*                      COMPETENCIAS SAO IGNORADOS.
008860******************************************************************
008870 2000-LE-LANCAMENTO.
008880     ADD 1 TO WRK-CONT-GL-LIDOS.
008890     IF GLL-DATA IS NOT NUMERIC
008900             OR GLL-VALOR IS NOT NUMERIC
008910         DISPLAY 'LANCAMENTO INVALIDO NO GLPOST IGNORADO: '
008920             GLL-CONTA ' ' GLL-HISTORICO
008930         GO TO 2000-LER-PROXIMO
008940     END-IF.
008950     COMPUTE WRK-GL-COMPETENCIA = GLL-DATA / 100.
008960     IF WRK-GL-COMPETENCIA NOT = WRK-COMPETENCIA
008970         GO TO 2000-LER-PROXIMO
008980     END-IF.
008990     ADD 1 TO WRK-CONT-GL-CMP.
009000     IF GLL-DC = 'D'
009010         ADD GLL-VALOR TO WRK-GL-DEBITOS
009020     ELSE
009030         ADD GLL-VALOR TO WRK-GL-CREDITOS
009040     END-IF.
009050     MOVE GLL-EMPRESA TO WRK-GL-EMPRESA-PROC.
009060     PERFORM 2300-PROCURA-EMPRESA-GL THRU 2300-EXIT.
009070     IF NOT WRK-GLE-ACHADA
009080         GO TO 2000-LER-PROXIMO
009090     END-IF.
009100     ADD 1 TO TAB-GLE-QTD(WRK-GLE-IDX).
009110     IF GLL-DC = 'D'
009120         ADD GLL-VALOR TO TAB-GLE-DEBITOS(WRK-GLE-IDX)
009130     ELSE
009140         ADD GLL-VALOR TO TAB-GLE-CREDITOS(WRK-GLE-IDX)
009150     END-IF.
009160     MOVE GLL-CONTA TO WRK-CONTA-PROCURADA.
009170     PERFORM 2200-PROCURA-CONTA THRU 2200-EXIT.
009180     IF WRK-CTA-ACHADA
009190         IF GLL-DC = 'D'
009200             ADD GLL-VALOR
009210                 TO TAB-GLE-CTA-DEBITOS(WRK-GLE-IDX, WRK-CTA-IDX)
009220         ELSE
009230             ADD GLL-VALOR
009240                 TO TAB-GLE-CTA-CREDITOS(WRK-GLE-IDX, WRK-CTA-IDX)
009250         END-IF
009260     END-IF.
009270 2000-LER-PROXIMO.
009280     PERFORM 2100-LE-GLPOST THRU 2100-EXIT.
009290 2000-EXIT.
009300     EXIT.
009310 2100-LE-GLPOST.
009320     READ GL-POST-FILE
009330         AT END
009340             SET WRK-GL-EOF TO TRUE
009350     END-READ.
009360 2100-EXIT.
009370     EXIT.
009380******************************************************************
009390* 2200-PROCURA-CONTA - PROCURA WRK-CONTA-PROCURADA NA TABELA DAS
009400*                      CONTAS DE OBRIGACAO; ACHADA, DEIXA O
009410*                      INDICE EM WRK-CTA-IDX.
009420******************************************************************
009430 2200-PROCURA-CONTA.
009440     MOVE 'N' TO WRK-SW-CTA-ACHADA.
009450     PERFORM VARYING WRK-CTA-IDX FROM 1 BY 1
009460             UNTIL WRK-CTA-IDX > WRK-QTD-CONTAS
009470                OR WRK-CTA-ACHADA
009480         IF TAB-CTF-CONTA(WRK-CTA-IDX) = WRK-CONTA-PROCURADA
009490             MOVE 'S' TO WRK-SW-CTA-ACHADA
009500         END-IF
009510     END-PERFORM.
009520     IF WRK-CTA-ACHADA
009530         SUBTRACT 1 FROM WRK-CTA-IDX
009540     END-IF.
009550 2200-EXIT.
009560     EXIT.
009570******************************************************************
009580* 2300-PROCURA-EMPRESA-GL - PROCURA WRK-GL-EMPRESA-PROC NA TABELA
009590*                           DAS EMPRESAS CONTABEIS DA COMPETENCIA,
009600*                           INCLUINDO-A NA PRIMEIRA OCORRENCIA
009610*                           (2310); ACHADA, DEIXA O INDICE EM
009620*                           WRK-GLE-IDX. TABELA CHEIA E
009630*                           DIVERGENCIA.
009640******************************************************************
009650 2300-PROCURA-EMPRESA-GL.
009660     MOVE 'N' TO WRK-SW-GLE-ACHADA.
009670     PERFORM VARYING WRK-GLE-IDX FROM 1 BY 1
009680             UNTIL WRK-GLE-IDX > WRK-QTD-GLE
009690                OR WRK-GLE-ACHADA
009700         IF TAB-GLE-EMPRESA(WRK-GLE-IDX) = WRK-GL-EMPRESA-PROC
009710             MOVE 'S' TO WRK-SW-GLE-ACHADA
009720         END-IF
009730     END-PERFORM.
009740     IF WRK-GLE-ACHADA
009750         SUBTRACT 1 FROM WRK-GLE-IDX
009760         GO TO 2300-EXIT
009770     END-IF.
009780     IF WRK-QTD-GLE NOT < WRK-MAX-GLE
009790         DISPLAY 'TABELA DE EMPRESAS CONTABEIS CHEIA - EMPRESA '
009800             WRK-GL-EMPRESA-PROC ' FORA DAS GUIAS'
009810         MOVE 'S' TO WRK-SW-DIVERGENCIA
009820         GO TO 2300-EXIT
009830     END-IF.
009840     PERFORM 2310-INCLUI-EMPRESA-GL THRU 2310-EXIT.
009850     MOVE 'S' TO WRK-SW-GLE-ACHADA.
009860 2300-EXIT.
009870     EXIT.
009880******************************************************************
009890* 2310-INCLUI-EMPRESA-GL - ABRE A ENTRADA DA EMPRESA CONTABIL NOVA
009900*                          E A LIGA A EMPRESA DO CADASTRO DE MESMA
009910*                          EMPRESA CONTABIL; EM BRANCO (GLPOST
009920*                          ANTERIOR AO CADASTRO DE EMPRESAS)
009930*                          VALE A EMPRESA '01'. SEM EMPRESA NO
009940*                          CADASTRO A ENTRADA FICA COM ZERO E E
009950*                          DIVERGENCIA.
009960******************************************************************
009970 2310-INCLUI-EMPRESA-GL.
009980     ADD 1 TO WRK-QTD-GLE.
009990     MOVE WRK-QTD-GLE TO WRK-GLE-IDX.
010000     MOVE WRK-GL-EMPRESA-PROC TO TAB-GLE-EMPRESA(WRK-GLE-IDX).
010010     MOVE ZEROS TO TAB-GLE-CIA-IDX(WRK-GLE-IDX).
010020     MOVE ZEROS TO TAB-GLE-QTD(WRK-GLE-IDX).
010030     MOVE ZEROS TO TAB-GLE-DEBITOS(WRK-GLE-IDX).
010040     MOVE ZEROS TO TAB-GLE-CREDITOS(WRK-GLE-IDX).
010050     PERFORM VARYING WRK-CTA-IDX FROM 1 BY 1
010060             UNTIL WRK-CTA-IDX > WRK-QTD-CONTAS
010070         MOVE ZEROS
010080             TO TAB-GLE-CTA-CREDITOS(WRK-GLE-IDX, WRK-CTA-IDX)
010090         MOVE ZEROS
010100             TO TAB-GLE-CTA-DEBITOS(WRK-GLE-IDX, WRK-CTA-IDX)
010110     END-PERFORM.
010120     PERFORM VARYING WRK-GUI-IDX FROM 1 BY 1
010130             UNTIL WRK-GUI-IDX > WRK-QTD-GUIAS
010140         MOVE ZEROS
010150             TO TAB-GLE-GUIA-VALOR(WRK-GLE-IDX, WRK-GUI-IDX)
010160     END-PERFORM.
010170     MOVE 'N' TO WRK-SW-CIA-ACHADA.
010180     PERFORM VARYING WRK-CIA-IDX FROM 1 BY 1
010190             UNTIL WRK-CIA-IDX > WRK-QTD-EMPRESAS
010200                OR WRK-CIA-ACHADA
010210         IF TAB-CIA-GL-EMPRESA(WRK-CIA-IDX) = WRK-GL-EMPRESA-PROC
010220             MOVE 'S' TO WRK-SW-CIA-ACHADA
010230         END-IF
010240     END-PERFORM.
010250     IF NOT WRK-CIA-ACHADA AND WRK-GL-EMPRESA-PROC = SPACES
010260         PERFORM VARYING WRK-CIA-IDX FROM 1 BY 1
010270                 UNTIL WRK-CIA-IDX > WRK-QTD-EMPRESAS
010280                    OR WRK-CIA-ACHADA
010290             IF TAB-CIA-CODIGO(WRK-CIA-IDX) = '01'
010300                 MOVE 'S' TO WRK-SW-CIA-ACHADA
010310             END-IF
010320         END-PERFORM
010330     END-IF.
010340     IF WRK-CIA-ACHADA
010350         SUBTRACT 1 FROM WRK-CIA-IDX
010360         MOVE WRK-CIA-IDX TO TAB-GLE-CIA-IDX(WRK-GLE-IDX)
010370     ELSE
010380         DISPLAY 'EMPRESA CONTABIL ' WRK-GL-EMPRESA-PROC
010390             ' SEM EMPRESA NO CADASTRO (EMPRESAS)'
010400         MOVE 'S' TO WRK-SW-DIVERGENCIA
010410     END-IF.
010420 2310-EXIT.
010430     EXIT.
010440******************************************************************
010450* 2900-PROCESSA-EMPRESA - MONTA AS GUIAS, CONCILIA E IMPRIME A
010460*                         AGENDA DA EMPRESA CONTABIL APONTADA POR
010470*                         WRK-GLE-IDX.
010480******************************************************************
010490 2900-PROCESSA-EMPRESA.
010500     PERFORM 3000-MONTA-GUIAS THRU 3000-EXIT.
010510     PERFORM 4000-CONCILIA THRU 4000-EXIT.
010520     PERFORM 5000-IMPRIME-AGENDA THRU 5000-EXIT.
010530 2900-EXIT.
010540     EXIT.
010550******************************************************************
010560* 2400-SOMA-UM-DIA - SOMA UM DIA A WRK-DATA-VERIF, VIRANDO MES E
010570*                    ANO QUANDO PRECISO.
010580******************************************************************
010590 2400-SOMA-UM-DIA.
010600     PERFORM 2420-CALCULA-DIAS-MES THRU 2420-EXIT.
010610     IF WRK-VRF-DIA < WRK-DIAS-NO-MES
010620         ADD 1 TO WRK-VRF-DIA
010630     ELSE
010640         MOVE 1 TO WRK-VRF-DIA
010650         IF WRK-VRF-MES < 12
010660             ADD 1 TO WRK-VRF-MES
010670         ELSE
010680             MOVE 1 TO WRK-VRF-MES
010690             ADD 1 TO WRK-VRF-ANO
010700         END-IF
010710     END-IF.
010720 2400-EXIT.
010730     EXIT.
010740******************************************************************
010750* 2410-SUBTRAI-UM-DIA - SUBTRAI UM DIA DE WRK-DATA-VERIF, VOLTANDO
010760*                       PARA O ULTIMO DIA DO MES (OU DO ANO)
010770*                       ANTERIOR QUANDO PRECISO.
010780******************************************************************
010790 2410-SUBTRAI-UM-DIA.
010800     IF WRK-VRF-DIA > 1
010810         SUBTRACT 1 FROM WRK-VRF-DIA
010820         GO TO 2410-EXIT
010830     END-IF.
010840     IF WRK-VRF-MES > 1
010850         SUBTRACT 1 FROM WRK-VRF-MES
010860     ELSE
010870         MOVE 12 TO WRK-VRF-MES
010880         SUBTRACT 1 FROM WRK-VRF-ANO
010890     END-IF.
010900     PERFORM 2420-CALCULA-DIAS-MES THRU 2420-EXIT.
010910     MOVE WRK-DIAS-NO-MES TO WRK-VRF-DIA.
010920 2410-EXIT.
010930     EXIT.
010940******************************************************************
010950* 2420-CALCULA-DIAS-MES - DEVOLVE EM WRK-DIAS-NO-MES A QUANTIDADE
010960*                         DE DIAS DO MES DE WRK-DATA-VERIF,
010970*                         TRATANDO FEVEREIRO DE ANO BISSEXTO
010980*                         (DIVISIVEL POR 4, MENOS OS SECULOS
010990*                         NAO DIVISIVEIS POR 400).
011000******************************************************************
011010 2420-CALCULA-DIAS-MES.
011020     MOVE TAB-DIAS-DO-MES(WRK-VRF-MES) TO WRK-DIAS-NO-MES.
011030     IF WRK-VRF-MES = 2
011040         DIVIDE WRK-VRF-ANO BY 4 GIVING WRK-QUOCIENTE
011050             REMAINDER WRK-RESTO
011060         IF WRK-RESTO = ZERO
011070             DIVIDE WRK-VRF-ANO BY 100 GIVING WRK-QUOCIENTE
011080                 REMAINDER WRK-RESTO
011090             IF WRK-RESTO NOT = ZERO
011100                 MOVE 29 TO WRK-DIAS-NO-MES
011110             ELSE
011120                 DIVIDE WRK-VRF-ANO BY 400 GIVING WRK-QUOCIENTE
011130                     REMAINDER WRK-RESTO
011140                 IF WRK-RESTO = ZERO
011150                     MOVE 29 TO WRK-DIAS-NO-MES
011160                 END-IF
011170             END-IF
011180         END-IF
011190     END-IF.
011200 2420-EXIT.
011210     EXIT.
011220******************************************************************
011230* 2500-CALCULA-DOW - CALCULA O DIA DA SEMANA DE WRK-DATA-VERIF
011240*                    PELA CONGRUENCIA DE ZELLER, DEVOLVENDO EM
011250*                    WRK-DOW-VERIF A MESMA CONVENCAO DO ACCEPT
011260*                    FROM DAY-OF-WEEK (1 = SEGUNDA ... 7 =
011270*                    DOMINGO).
011280******************************************************************
011290 2500-CALCULA-DOW.
011300     MOVE WRK-VRF-ANO TO WRK-ZEL-ANO.
011310     MOVE WRK-VRF-MES TO WRK-ZEL-MES.
011320     IF WRK-ZEL-MES <= 2
011330         ADD 12 TO WRK-ZEL-MES
011340         SUBTRACT 1 FROM WRK-ZEL-ANO
011350     END-IF.
011360     DIVIDE WRK-ZEL-ANO BY 100 GIVING WRK-ZEL-SECULO
011370         REMAINDER WRK-ZEL-ANOSEC.
011380     COMPUTE WRK-ZEL-T1 = (13 * (WRK-ZEL-MES + 1)) / 5.
011390     COMPUTE WRK-ZEL-SOMA = WRK-VRF-DIA + WRK-ZEL-T1
011400         + WRK-ZEL-ANOSEC + (WRK-ZEL-ANOSEC / 4)
011410         + (WRK-ZEL-SECULO / 4) + (5 * WRK-ZEL-SECULO).
011420     DIVIDE WRK-ZEL-SOMA BY 7 GIVING WRK-QUOCIENTE
011430         REMAINDER WRK-ZEL-H.
011440     COMPUTE WRK-ZEL-SOMA = WRK-ZEL-H + 5.
011450     DIVIDE WRK-ZEL-SOMA BY 7 GIVING WRK-QUOCIENTE
011460         REMAINDER WRK-ZEL-H.
011470     COMPUTE WRK-DOW-VERIF = WRK-ZEL-H + 1.
011480 2500-EXIT.
011490     EXIT.
011500******************************************************************
011510* 2600-VERIFICA-FERIADO - PESQUISA A DATA DE WRK-DATA-VERIF NO
011520*                         CALENDARIO DE FERIADOS CARREGADO.
011530******************************************************************
011540 2600-VERIFICA-FERIADO.
011550     MOVE 'N' TO WRK-SW-FERIADO.
011560     PERFORM VARYING WRK-FER-IDX FROM 1 BY 1
011570             UNTIL WRK-FER-IDX > WRK-QTD-FERIADOS
011580         IF WRK-DATA-VERIF-NUM = TAB-FERIADO-DATA(WRK-FER-IDX)
011590             MOVE 'S' TO WRK-SW-FERIADO
011600         END-IF
011610     END-PERFORM.
011620 2600-EXIT.
011630     EXIT.
011640******************************************************************
011650* 2650-VERIFICA-DIA-UTIL - DIA UTIL E O QUE NAO CAI EM SABADO,
011660*                          DOMINGO NEM FERIADO DO CALENDARIO.
011670******************************************************************
011680 2650-VERIFICA-DIA-UTIL.
011690     MOVE 'S' TO WRK-SW-DIA-UTIL.
011700     PERFORM 2500-CALCULA-DOW THRU 2500-EXIT.
011710     IF WRK-DOW-VERIF > 5
011720         MOVE 'N' TO WRK-SW-DIA-UTIL
011730         GO TO 2650-EXIT
011740     END-IF.
011750     PERFORM 2600-VERIFICA-FERIADO THRU 2600-EXIT.
011760     IF WRK-EH-FERIADO
011770         MOVE 'N' TO WRK-SW-DIA-UTIL
011780     END-IF.
011790 2650-EXIT.
011800     EXIT.
011810******************************************************************
011820* 2700-VERIFICA-ANO-COBERTO - VERIFICA SE O CALENDARIO CARREGADO
011830*                             TEM ALGUM FERIADO DO ANO PROCURADO
011840*                             (WRK-ANO-PROCURADO).
011850******************************************************************
011860 2700-VERIFICA-ANO-COBERTO.
011870     MOVE 'N' TO WRK-SW-ANO-COBERTO.
011880     PERFORM VARYING WRK-FER-IDX FROM 1 BY 1
011890             UNTIL WRK-FER-IDX > WRK-QTD-FERIADOS
011900         DIVIDE TAB-FERIADO-DATA(WRK-FER-IDX) BY 10000
011910             GIVING WRK-ANO-PROCURADO-TESTE
011920             REMAINDER WRK-RESTO-DATA
011930         IF WRK-ANO-PROCURADO-TESTE = WRK-ANO-PROCURADO
011940             MOVE 'S' TO WRK-SW-ANO-COBERTO
011950         END-IF
011960     END-PERFORM.
011970 2700-EXIT.
011980     EXIT.
011990******************************************************************
012000* 3000-MONTA-GUIAS - TRAZ PARA A AREA DE TRABALHO AS CONTAS DA
012010*                    EMPRESA CORRENTE, APURA O SALDO A RECOLHER
012020*                    DE CADA CONTA (CREDITOS MENOS DEBITOS) E
012030*                    MONTA CADA GUIA COM A SOMA DAS SUAS CONTAS E
012040*                    O VENCIMENTO, GUARDANDO O VALOR NA EMPRESA.
012050******************************************************************
012060 3000-MONTA-GUIAS.
012070     PERFORM VARYING WRK-CTA-IDX FROM 1 BY 1
012080             UNTIL WRK-CTA-IDX > WRK-QTD-CONTAS
012090         MOVE TAB-GLE-CTA-CREDITOS(WRK-GLE-IDX, WRK-CTA-IDX)
012100             TO TAB-CTA-CREDITOS(WRK-CTA-IDX)
012110         MOVE TAB-GLE-CTA-DEBITOS(WRK-GLE-IDX, WRK-CTA-IDX)
012120             TO TAB-CTA-DEBITOS(WRK-CTA-IDX)
012130         MOVE ZEROS TO TAB-CTA-EM-GUIA(WRK-CTA-IDX)
012140         COMPUTE TAB-CTA-SALDO(WRK-CTA-IDX) =
012150             TAB-CTA-CREDITOS(WRK-CTA-IDX)
012160             - TAB-CTA-DEBITOS(WRK-CTA-IDX)
012170     END-PERFORM.
012180     PERFORM VARYING WRK-GUI-IDX FROM 1 BY 1
012190             UNTIL WRK-GUI-IDX > WRK-QTD-GUIAS
012200         PERFORM 3100-MONTA-UMA-GUIA THRU 3100-EXIT
012210         MOVE TAB-GUC-VALOR(WRK-GUI-IDX)
012220             TO TAB-GLE-GUIA-VALOR(WRK-GLE-IDX, WRK-GUI-IDX)
012230     END-PERFORM.
012240 3000-EXIT.
012250     EXIT.
012260******************************************************************
012270* 3100-MONTA-UMA-GUIA - SOMA AS CONTAS DA GUIA (MARCANDO O VALOR
012280*                       COMO EM GUIA NA CONTA, PARA A
012290*                       CONCILIACAO) E CALCULA O VENCIMENTO
012300*                       LEGAL (DIA DA REGRA NO MES SEGUINTE AO
012310*                       DA COMPETENCIA) E O VENCIMENTO AJUSTADO
012320*                       AO DIA UTIL. SALDO NEGATIVO NAO VAI PARA
012330*                       A GUIA E FICA COMO DIVERGENCIA.
012340******************************************************************
012350 3100-MONTA-UMA-GUIA.
012360     MOVE ZEROS TO TAB-GUC-VALOR(WRK-GUI-IDX).
012370     MOVE TAB-GUI-CONTA1(WRK-GUI-IDX) TO WRK-CONTA-PROCURADA.
012380     PERFORM 3200-SOMA-CONTA-GUIA THRU 3200-EXIT.
012390     IF TAB-GUI-CONTA2(WRK-GUI-IDX) NOT = SPACES
012400         MOVE TAB-GUI-CONTA2(WRK-GUI-IDX)
012410             TO WRK-CONTA-PROCURADA
012420         PERFORM 3200-SOMA-CONTA-GUIA THRU 3200-EXIT
012430     END-IF.
012440     MOVE WRK-CMP-ANO TO WRK-VRF-ANO.
012450     MOVE WRK-CMP-MES TO WRK-VRF-MES.
012460     IF WRK-VRF-MES < 12
012470         ADD 1 TO WRK-VRF-MES
012480     ELSE
012490         MOVE 1 TO WRK-VRF-MES
012500         ADD 1 TO WRK-VRF-ANO
012510     END-IF.
012520     MOVE TAB-GUI-DIA(WRK-GUI-IDX) TO WRK-VRF-DIA.
012530     MOVE WRK-DATA-VERIF-NUM TO TAB-GUC-VENC-LEGAL(WRK-GUI-IDX).
012540     PERFORM 2650-VERIFICA-DIA-UTIL THRU 2650-EXIT.
012550     PERFORM 3300-DESLOCA-UM-DIA THRU 3300-EXIT
012560         UNTIL WRK-EH-DIA-UTIL.
012570     MOVE WRK-DATA-VERIF-NUM TO TAB-GUC-VENCIMENTO(WRK-GUI-IDX).
012580 3100-EXIT.
012590     EXIT.
012600******************************************************************
012610* 3200-SOMA-CONTA-GUIA - SOMA O SALDO DA CONTA PROCURADA NA GUIA
012620*                        CORRENTE, QUANDO NAO NEGATIVO.
012630******************************************************************
012640 3200-SOMA-CONTA-GUIA.
012650     PERFORM 2200-PROCURA-CONTA THRU 2200-EXIT.
012660     IF NOT WRK-CTA-ACHADA
012670         GO TO 3200-EXIT
012680     END-IF.
012690     IF TAB-CTA-SALDO(WRK-CTA-IDX) < ZERO
012700         GO TO 3200-EXIT
012710     END-IF.
012720     ADD TAB-CTA-SALDO(WRK-CTA-IDX)
012730         TO TAB-GUC-VALOR(WRK-GUI-IDX).
012740     ADD TAB-CTA-SALDO(WRK-CTA-IDX)
012750         TO TAB-CTA-EM-GUIA(WRK-CTA-IDX).
012760 3200-EXIT.
012770     EXIT.
012780******************************************************************
012790* 3300-DESLOCA-UM-DIA - MOVE O VENCIMENTO UM DIA PARA TRAS
012800*                       (REGRA 'A') OU PARA FRENTE (REGRA 'P')
012810*                       E VERIFICA SE O NOVO DIA E UTIL.
012820******************************************************************
012830 3300-DESLOCA-UM-DIA.
012840     IF TAB-GUI-REGRA(WRK-GUI-IDX) = 'P'
012850         PERFORM 2400-SOMA-UM-DIA THRU 2400-EXIT
012860     ELSE
012870         PERFORM 2410-SUBTRAI-UM-DIA THRU 2410-EXIT
012880     END-IF.
012890     PERFORM 2650-VERIFICA-DIA-UTIL THRU 2650-EXIT.
012900 3300-EXIT.
012910     EXIT.
012920******************************************************************
012930* 4000-CONCILIA - CONFERE, NA EMPRESA CORRENTE, QUE O SALDO DE
012940*                 CADA CONTA DO GLPOST ENTROU INTEGRALMENTE NAS
012950*                 GUIAS, QUE O TOTAL DAS GUIAS E O TOTAL DOS
012960*                 SALDOS BATEM E QUE OS LANCAMENTOS DA EMPRESA
012970*                 ESTAO BALANCEADOS. SOMA AS GUIAS E OS SALDOS
012980*                 DA EMPRESA NOS TOTAIS DO LOTE.
012990******************************************************************
013000 4000-CONCILIA.
013010     MOVE ZEROS TO WRK-SALDOS-EMPRESA.
013020     MOVE ZEROS TO WRK-GUIAS-EMPRESA.
013030     PERFORM VARYING WRK-CTA-IDX FROM 1 BY 1
013040             UNTIL WRK-CTA-IDX > WRK-QTD-CONTAS
013050         ADD TAB-CTA-SALDO(WRK-CTA-IDX) TO WRK-SALDOS-EMPRESA
013060         IF TAB-CTA-SALDO(WRK-CTA-IDX)
013070                 NOT = TAB-CTA-EM-GUIA(WRK-CTA-IDX)
013080             MOVE 'S' TO WRK-SW-DIVERGENCIA
013090         END-IF
013100     END-PERFORM.
013110     PERFORM VARYING WRK-GUI-IDX FROM 1 BY 1
013120             UNTIL WRK-GUI-IDX > WRK-QTD-GUIAS
013130         ADD TAB-GUC-VALOR(WRK-GUI-IDX) TO WRK-GUIAS-EMPRESA
013140     END-PERFORM.
013150     IF WRK-GUIAS-EMPRESA NOT = WRK-SALDOS-EMPRESA
013160         MOVE 'S' TO WRK-SW-DIVERGENCIA
013170     END-IF.
013180     IF TAB-GLE-DEBITOS(WRK-GLE-IDX)
013190             NOT = TAB-GLE-CREDITOS(WRK-GLE-IDX)
013200         MOVE 'S' TO WRK-SW-DIVERGENCIA
013210     END-IF.
013220     ADD WRK-SALDOS-EMPRESA TO WRK-TOTAL-SALDOS.
013230     ADD WRK-GUIAS-EMPRESA  TO WRK-TOTAL-GUIAS.
013240 4000-EXIT.
013250     EXIT.
013260******************************************************************
013270* 4500-CONCILIA-LOTE - CONFERE OS TOTAIS DO LOTE: LANCAMENTOS DA
013280*                      COMPETENCIA BALANCEADOS NO CONJUNTO E
013290*                      COMPETENCIA COM ALGUM LANCAMENTO. SEM
013300*                      NENHUM, E DIVERGENCIA (GLPOST ERRADO NO JCL
013310*                      OU FOLHA NAO CONTABILIZADA).
013320******************************************************************
013330 4500-CONCILIA-LOTE.
013340     IF WRK-GL-DEBITOS NOT = WRK-GL-CREDITOS
013350         MOVE 'S' TO WRK-SW-DIVERGENCIA
013360     END-IF.
013370     IF WRK-CONT-GL-CMP = ZERO
013380         DISPLAY 'NENHUM LANCAMENTO NO GLPOST PARA A '
013390             'COMPETENCIA ' WRK-COMPETENCIA
013400         MOVE 'S' TO WRK-SW-DIVERGENCIA
013410     END-IF.
013420     MOVE WRK-CONT-GL-CMP TO CGL-QTD.
013430     MOVE WRK-GL-DEBITOS  TO CGL-DEBITOS.
013440     MOVE WRK-GL-CREDITOS TO CGL-CREDITOS.
013450     IF WRK-GL-DEBITOS = WRK-GL-CREDITOS
013460         MOVE 'BATE'    TO CGL-SITUACAO
013470     ELSE
013480         MOVE 'DIVERGE' TO CGL-SITUACAO
013490     END-IF.
013500     WRITE GUIDE-REPORT-RECORD FROM WRK-LINHA-CONC-GL
013510         AFTER ADVANCING 3 LINES.
013520 4500-EXIT.
013530     EXIT.
013540******************************************************************
013550* 5000-IMPRIME-AGENDA - IMPRIME, SOB O CABECALHO DA EMPRESA
013560*                       CORRENTE (CODIGO, RAZAO SOCIAL, CNPJ E
013570*                       EMPRESA CONTABIL), UMA LINHA POR GUIA
013580*                       (VALOR, VENCIMENTO LEGAL E AJUSTADO) E
013590*                       DEPOIS A CONCILIACAO POR CONTA COM O
013600*                       GLPOST E OS LANCAMENTOS DA EMPRESA.
013610******************************************************************
013620 5000-IMPRIME-AGENDA.
013630     IF TAB-GLE-CIA-IDX(WRK-GLE-IDX) = ZERO
013640         MOVE SPACES             TO CIAL-CODIGO
013650         MOVE '(NAO CADASTRADA)' TO CIAL-RAZAO
013660         MOVE ZEROS              TO CIAL-CNPJ
013670     ELSE
013680         MOVE TAB-GLE-CIA-IDX(WRK-GLE-IDX) TO WRK-CIA-IDX
013690         MOVE TAB-CIA-CODIGO(WRK-CIA-IDX)  TO CIAL-CODIGO
013700         MOVE TAB-CIA-RAZAO(WRK-CIA-IDX)   TO CIAL-RAZAO
013710         MOVE TAB-CIA-CNPJ(WRK-CIA-IDX)    TO CIAL-CNPJ
013720     END-IF.
013730     MOVE TAB-GLE-EMPRESA(WRK-GLE-IDX) TO CIAL-GL-EMPRESA.
013740     WRITE GUIDE-REPORT-RECORD FROM WRK-LINHA-EMPRESA
013750         AFTER ADVANCING 3 LINES.
013760     WRITE GUIDE-REPORT-RECORD FROM WRK-LINHA-CABEC3
013770         AFTER ADVANCING 2 LINES.
013780     PERFORM VARYING WRK-GUI-IDX FROM 1 BY 1
013790             UNTIL WRK-GUI-IDX > WRK-QTD-GUIAS
013800         PERFORM 5100-IMPRIME-GUIA THRU 5100-EXIT
013810     END-PERFORM.
013820     WRITE GUIDE-REPORT-RECORD FROM WRK-LINHA-CONC-TITULO
013830         AFTER ADVANCING 3 LINES.
013840     WRITE GUIDE-REPORT-RECORD FROM WRK-LINHA-CONC-CABEC
013850         AFTER ADVANCING 2 LINES.
013860     PERFORM VARYING WRK-CTA-IDX FROM 1 BY 1
013870             UNTIL WRK-CTA-IDX > WRK-QTD-CONTAS
013880         PERFORM 5200-IMPRIME-CONTA THRU 5200-EXIT
013890     END-PERFORM.
013900     MOVE TAB-GLE-QTD(WRK-GLE-IDX)      TO CGL-QTD.
013910     MOVE TAB-GLE-DEBITOS(WRK-GLE-IDX)  TO CGL-DEBITOS.
013920     MOVE TAB-GLE-CREDITOS(WRK-GLE-IDX) TO CGL-CREDITOS.
013930     IF TAB-GLE-DEBITOS(WRK-GLE-IDX)
013940             = TAB-GLE-CREDITOS(WRK-GLE-IDX)
013950         MOVE 'BATE'    TO CGL-SITUACAO
013960     ELSE
013970         MOVE 'DIVERGE' TO CGL-SITUACAO
013980     END-IF.
013990     WRITE GUIDE-REPORT-RECORD FROM WRK-LINHA-CONC-GL
014000         AFTER ADVANCING 2 LINES.
014010 5000-EXIT.
014020     EXIT.
014030******************************************************************
014040* 5100-IMPRIME-GUIA - IMPRIME A LINHA DA GUIA CORRENTE, COM O
014050*                     AJUSTE DO VENCIMENTO QUANDO HOUVE, E A
014060*                     DESCRICAO DA GUIA NA LINHA SEGUINTE.
014070******************************************************************
014080 5100-IMPRIME-GUIA.
014090     MOVE TAB-GUI-TIPO(WRK-GUI-IDX)       TO GUL-TIPO.
014100     MOVE TAB-GUI-CODIGO(WRK-GUI-IDX)     TO GUL-CODIGO.
014110     MOVE TAB-GUI-CONTA1(WRK-GUI-IDX)     TO GUL-CONTA1.
014120     MOVE TAB-GUI-CONTA2(WRK-GUI-IDX)     TO GUL-CONTA2.
014130     MOVE TAB-GUC-VALOR(WRK-GUI-IDX)      TO GUL-VALOR.
014140     MOVE TAB-GUC-VENC-LEGAL(WRK-GUI-IDX) TO GUL-VENC-LEGAL.
014150     MOVE TAB-GUC-VENCIMENTO(WRK-GUI-IDX) TO GUL-VENCIMENTO.
014160     EVALUATE TRUE
014170         WHEN TAB-GUC-VALOR(WRK-GUI-IDX) = ZERO
014180             MOVE 'SEM VALOR - SEM GUIA' TO GUL-AJUSTE
014190         WHEN TAB-GUC-VENCIMENTO(WRK-GUI-IDX)
014200                 < TAB-GUC-VENC-LEGAL(WRK-GUI-IDX)
014210             MOVE 'ANTECIPADO'           TO GUL-AJUSTE
014220         WHEN TAB-GUC-VENCIMENTO(WRK-GUI-IDX)
014230                 > TAB-GUC-VENC-LEGAL(WRK-GUI-IDX)
014240             MOVE 'POSTERGADO'           TO GUL-AJUSTE
014250         WHEN OTHER
014260             MOVE SPACES                 TO GUL-AJUSTE
014270     END-EVALUATE.
014280     WRITE GUIDE-REPORT-RECORD FROM WRK-LINHA-GUIA
014290         AFTER ADVANCING 1 LINE.
014300     MOVE TAB-GUI-DESCRICAO(WRK-GUI-IDX)  TO DSL-DESCRICAO.
014310     WRITE GUIDE-REPORT-RECORD FROM WRK-LINHA-DESCRICAO
014320         AFTER ADVANCING 1 LINE.
014330 5100-EXIT.
014340     EXIT.
014350******************************************************************
014360* 5200-IMPRIME-CONTA - IMPRIME A CONCILIACAO DE UMA CONTA: SALDO
014370*                      NO GLPOST, VALOR EM GUIAS E DIFERENCA.
014380******************************************************************
014390 5200-IMPRIME-CONTA.
014400     MOVE TAB-CTF-CONTA(WRK-CTA-IDX)     TO CNL-CONTA.
014410     MOVE TAB-CTF-DESCRICAO(WRK-CTA-IDX) TO CNL-DESCRICAO.
014420     MOVE TAB-CTA-SALDO(WRK-CTA-IDX)     TO CNL-SALDO.
014430     MOVE TAB-CTA-EM-GUIA(WRK-CTA-IDX)   TO CNL-EM-GUIA.
014440     COMPUTE CNL-DIFERENCA = TAB-CTA-SALDO(WRK-CTA-IDX)
014450         - TAB-CTA-EM-GUIA(WRK-CTA-IDX).
014460     IF TAB-CTA-SALDO(WRK-CTA-IDX) = TAB-CTA-EM-GUIA(WRK-CTA-IDX)
014470         MOVE 'BATE'    TO CNL-SITUACAO
014480     ELSE
014490         MOVE 'DIVERGE' TO CNL-SITUACAO
014500     END-IF.
014510     WRITE GUIDE-REPORT-RECORD FROM WRK-LINHA-CONC
014520         AFTER ADVANCING 1 LINE.
014530 5200-EXIT.
014540     EXIT.
014550******************************************************************
014560* 6000-GRAVA-INTERFACE - GRAVA NO GUIAPAG UM REGISTRO POR GUIA
014570*                        COM VALOR DE CADA EMPRESA, SO QUANDO A
014580*                        CONCILIACAO BATEU EM TODAS. COM
014590*                        DIVERGENCIA O ARQUIVO FICA VAZIO E O
014600*                        CONTAS A PAGAR SO RECEBE AS GUIAS DEPOIS
014610*                        DO ACERTO E DE NOVA EXECUCAO.
014620******************************************************************
014630 6000-GRAVA-INTERFACE.
014640     IF WRK-HA-DIVERGENCIA
014650         DISPLAY 'CONCILIACAO COM O GLPOST DIVERGENTE - '
014660             'INTERFACE DE PAGAMENTOS NAO GERADA'
014670         GO TO 6000-EXIT
014680     END-IF.
014690     PERFORM VARYING WRK-GLE-IDX FROM 1 BY 1
014700             UNTIL WRK-GLE-IDX > WRK-QTD-GLE
014710         MOVE TAB-GLE-CIA-IDX(WRK-GLE-IDX) TO WRK-CIA-IDX
014720         PERFORM 6100-GRAVA-GUIA THRU 6100-EXIT
014730             VARYING WRK-GUI-IDX FROM 1 BY 1
014740             UNTIL WRK-GUI-IDX > WRK-QTD-GUIAS
014750     END-PERFORM.
014760 6000-EXIT.
014770     EXIT.
014780 6100-GRAVA-GUIA.
014790     IF TAB-GLE-GUIA-VALOR(WRK-GLE-IDX, WRK-GUI-IDX) = ZERO
014800         GO TO 6100-EXIT
014810     END-IF.
014820     MOVE SPACES                          TO PAYABLES-RECORD.
014830     MOVE TAB-GUI-TIPO(WRK-GUI-IDX)       TO PAG-TIPO.
014840     MOVE TAB-GUI-CODIGO(WRK-GUI-IDX)     TO PAG-CODIGO.
014850     MOVE WRK-COMPETENCIA                 TO PAG-COMPETENCIA.
014860     MOVE TAB-GUC-VENCIMENTO(WRK-GUI-IDX) TO PAG-VENCIMENTO.
014870     MOVE TAB-GLE-GUIA-VALOR(WRK-GLE-IDX, WRK-GUI-IDX)
014880                                          TO PAG-VALOR.
014890     MOVE TAB-GUI-DESCRICAO(WRK-GUI-IDX)  TO PAG-DESCRICAO.
014900     MOVE TAB-CIA-CODIGO(WRK-CIA-IDX)     TO PAG-EMPRESA.
014910     MOVE TAB-CIA-CNPJ(WRK-CIA-IDX)       TO PAG-CNPJ.
014920     WRITE PAYABLES-RECORD.
014930     IF NOT WRK-PAG-OK
014940         DISPLAY 'ERRO AO GRAVAR PAYABLES-FILE: '
014950             WRK-PAG-STATUS
014960         MOVE 'S' TO WRK-SW-DIVERGENCIA
014970         GO TO 6100-EXIT
014980     END-IF.
014990     ADD 1 TO WRK-CONT-GUIAS.
015000 6100-EXIT.
015010     EXIT.
015020******************************************************************
015030* 9000-FINALIZE - IMPRIME OS TOTAIS E FECHA OS ARQUIVOS.
015040******************************************************************
015050 9000-FINALIZE.
015060     MOVE WRK-CONT-GUIAS  TO TOT-GUIAS.
015070     MOVE WRK-TOTAL-GUIAS TO TOT-VALOR.
015080     IF WRK-HA-DIVERGENCIA
015090         MOVE 'DIVERGENCIA - GUIAPAG NAO GERADO'
015100             TO TOT-SITUACAO
015110     ELSE
015120         MOVE 'GUIAPAG GERADO' TO TOT-SITUACAO
015130     END-IF.
015140     WRITE GUIDE-REPORT-RECORD FROM WRK-LINHA-TOTAIS
015150         AFTER ADVANCING 3 LINES.
015160     CLOSE GL-POST-FILE.
015170     CLOSE GUIDE-REPORT-FILE.
015180     CLOSE PAYABLES-FILE.
015190     DISPLAY '--------------------------------------------'.
015200     DISPLAY 'COMPETENCIA .........: ' WRK-COMPETENCIA.
015210     DISPLAY 'LANCAMENTOS LIDOS ...: ' WRK-CONT-GL-LIDOS.
015220     DISPLAY 'DA COMPETENCIA ......: ' WRK-CONT-GL-CMP.
015230     DISPLAY 'GUIAS GRAVADAS ......: ' WRK-CONT-GUIAS.
015240 9000-EXIT.
015250     EXIT.
015260 END PROGRAM PROGCOB28.
