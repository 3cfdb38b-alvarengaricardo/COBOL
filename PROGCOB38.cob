000010******************************************************************
000020* Author: RICARDO RIBEIRO DE ALVARENGA - RRA
000030* Installation: FOLHA DE PAGAMENTO
000040* Date-Written: 2026-10-15
000050* Date-Compiled: 2026-10-15
000060* Purpose: EVENTOS MENSAIS DE REMUNERACAO (S-1200) E DE PAGAMENTO
000070*          (S-1210) NO LEIAUTE DO ESOCIAL, A PARTIR DA FOLHA DA
000080*          COMPETENCIA FECHADA, NO LUGAR DA REDIGITACAO NO
000090*          PORTAL, ITEM A ITEM, DOS VALORES DO PAYRPT: LE O
000100*          PAYIMPO E OS CONTRACHEQUES ARQUIVADOS (PAYSLARC) DE
000110*          TODAS AS EXECUCOES DO MES (REGULAR, 13SAL, FERIAS,
000120*          DISSIDIO, ADIANT, RESCISAO E OS REPROCESSAMENTOS),
000130*          CLASSIFICA CADA ITEM (SALARIO, HORAS EXTRAS,
000140*          BONIFICACAO, FALTAS, SALARIO-FAMILIA, CONSIGNACOES,
000150*          INSS, IRRF E OS DEMAIS DESCONTOS) PELA TABELA DE
000160*          RUBRICAS (RUBRICAS, MANTIDA PELO PROGCOB37), CASA O
000170*          LIQUIDO DE CADA EXECUCAO COM O CREDITO NA REMESSA
000180*          BANCARIA (BANKREM) OU, NA RESCISAO, COM A DATA DO
000190*          DESLIGAMENTO (DESLHIST), E GRAVA NO ESOCEVT UM EVENTO
000200*          S-1200 E UM S-1210 POR FUNCIONARIO. O ESOCRPT TRAZ OS
000210*          AVISOS, O RESUMO POR FUNCIONARIO, OS TOTAIS POR
000220*          RUBRICA E O CONTROLE DE EVENTOS GERADOS CONTRA
000230*          FUNCIONARIOS NA FOLHA E PAGOS.
000240* Tectonics: cobc
000250******************************************************************
000260* MODIFICATION HISTORY
000270* DATE       INIT DESCRIPTION
000280* 2026-10-15 RRA  ORIGINAL - A COMPETENCIA E O MODO VEM DO
000290*                 ESOCPARM (AAAAMM E NORMAL/RETIFICA); SEM
000300*                 COMPETENCIA, E A ULTIMA FECHADA NO PAYPERIO, E
000310*                 COMPETENCIA NAO FECHADA ENCERRA COM RETURN-CODE
000320*                 8, COMO NO PROGCOB28. CADA EXECUCAO DO MES
000330*                 (TIPO + PARCELA) E UM DEMONSTRATIVO; VALE O
000340*                 ULTIMO PAYIMPO E O ULTIMO CONTRACHEQUE DE CADA
000350*                 UM (REPROCESSAMENTO SUBSTITUI O ANTERIOR). O
000360*                 SALARIO E O BRUTO DO CONTRACHEQUE MENOS OS
000370*                 MOVIMENTOS (HE/HD/BO, MAIS FA) E AS DIFERENCAS
000380*                 DE DISSIDIO ITEMIZADOS; SEM CONTRACHEQUE
000390*                 (RESCISAO), SALARIO, INSS E IRRF SAEM DO
000400*                 PAYIMPO. VALORES NA MOEDA DO CONTRACHEQUE. A
000410*                 RUBRICA E PROCURADA PELO ITEM E TIPO DA FOLHA E
000420*                 DEPOIS PELO ITEM COM TIPO EM BRANCO; ITEM SEM
000430*                 RUBRICA ATIVA FICA FORA DO EVENTO COM AVISO. O
000440*                 PAGAMENTO E O CREDITO DO BANKREM (MES DA
000450*                 COMPETENCIA OU SEGUINTE) DE VALOR IGUAL AO
000460*                 LIQUIDO; FUNCIONARIO EM OUTRA MOEDA FICA COM O
000470*                 PRIMEIRO CREDITO LIVRE DELE. NO MODO RETIFICA O
000480*                 ESOCANT (GERACAO ANTERIOR DA MESMA COMPETENCIA)
000490*                 E COMPARADO EVENTO A EVENTO: O QUE MUDOU SAI
000500*                 COMO RETIFICADOR (INDRETIF 2) A ENVIAR, O QUE
000510*                 NAO MUDOU SAI MARCADO PARA NAO ENVIAR, E O
000520*                 EVENTO ANTERIOR SEM CORRESPONDENTE E AVISADO
000530*                 PARA EXCLUSAO NO PORTAL. RETURN-CODE 4 QUANDO
000540*                 HOUVE AVISO; 8 PARA OPERADOR, PARAMETRO,
000550*                 COMPETENCIA OU ARQUIVO.
000560* 2026-10-15 RRA  VALORES DO EVENTO EM REAIS: O DEMONSTRATIVO EM
000570*                 OUTRA MOEDA E CONVERTIDO PELA MESMA MOEDA BASE
000580*                 (PAYMOEDA) E TAXA (PAYCAMB) DO PROGCOB04, NA
000590*                 VIGENCIA DA DATA DO CREDITO NO BANKREM (A DATA
000600*                 DO LOTE DA FOLHA), DA DATA DA RESCISAO NO
000610*                 DESLHIST OU, SEM PAGAMENTO, DO FIM DA
000620*                 COMPETENCIA. O CREDITO E CASADO PELO VALOR
000630*                 TAMBEM EM OUTRA MOEDA (LIQUIDO CONVERTIDO COMO
000640*                 NO 2085 DO PROGCOB04, COM TOLERANCIA SO PARA O
000650*                 ARREDONDAMENTO DOS BENEFICIOS, QUE O PROGCOB04
000660*                 DESCONTA EM REAIS) E O S-1210 LEVA O VALOR
000670*                 CREDITADO; SAI O CASAMENTO PELO PRIMEIRO
000680*                 CREDITO LIVRE. DEMONSTRATIVO SEM CONTRACHEQUE
000690*                 TEM A MOEDA DO EMPMAST. SEM TAXA VIGENTE PARA
000700*                 CONVERTER, ENCERRA COM RETURN-CODE 8.
000710******************************************************************
000720 IDENTIFICATION DIVISION.
000730 PROGRAM-ID. PROGCOB38.
000740 ENVIRONMENT DIVISION.
000750 CONFIGURATION SECTION.
000760 SPECIAL-NAMES.
000770     DECIMAL-POINT IS COMMA.
000780 INPUT-OUTPUT SECTION.
000790 FILE-CONTROL.
000800     SELECT PERIOD-CONTROL-FILE
000810         ASSIGN TO "PAYPERIO"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WRK-PER-STATUS.
000840     SELECT ESOC-PARM-FILE
000850         ASSIGN TO "ESOCPARM"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WRK-PRM-STATUS.
000880     SELECT RUBRIC-FILE
000890         ASSIGN TO "RUBRICAS"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WRK-RUB-STATUS.
000920     SELECT COMPANY-FILE
000930         ASSIGN TO "EMPRESAS"
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WRK-CIA-STATUS.
000960     SELECT TAX-DETAIL-FILE
000970         ASSIGN TO "PAYIMPO"
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS WRK-IMP-STATUS.
001000     SELECT PAYSLIP-ARCHIVE-FILE
001010         ASSIGN TO "PAYSLARC"
001020         ORGANIZATION IS LINE SEQUENTIAL
001030         FILE STATUS IS WRK-ARC-STATUS.
001040     SELECT BANK-REMIT-FILE
001050         ASSIGN TO "BANKREM"
001060         ORGANIZATION IS LINE SEQUENTIAL
001070         FILE STATUS IS WRK-REM-STATUS.
001080     SELECT CURRENCY-CONFIG-FILE
001090         ASSIGN TO "PAYMOEDA"
001100         ORGANIZATION IS LINE SEQUENTIAL
001110         FILE STATUS IS WRK-MOEDA-CFG-STATUS.
001120     SELECT EXCHANGE-RATE-FILE
001130         ASSIGN TO "PAYCAMB"
001140         ORGANIZATION IS LINE SEQUENTIAL
001150         FILE STATUS IS WRK-CMB-STATUS.
001160     SELECT EMPLOYEE-MASTER
001170         ASSIGN TO "EMPMAST"
001180         ORGANIZATION IS INDEXED
001190         ACCESS MODE IS RANDOM
001200         RECORD KEY IS EMP-ID
001210         FILE STATUS IS WRK-EMP-STATUS.
001220     SELECT TERMINATION-HIST-FILE
001230         ASSIGN TO "DESLHIST"
001240         ORGANIZATION IS LINE SEQUENTIAL
001250         FILE STATUS IS WRK-DSL-STATUS.
001260     SELECT PREV-EVENT-FILE
001270         ASSIGN TO "ESOCANT"
001280         ORGANIZATION IS LINE SEQUENTIAL
001290         FILE STATUS IS WRK-ANT-STATUS.
001300     SELECT EVENT-FILE
001310         ASSIGN TO "ESOCEVT"
001320         ORGANIZATION IS LINE SEQUENTIAL
001330         FILE STATUS IS WRK-EVT-STATUS.
001340     SELECT EVENT-REPORT-FILE
001350         ASSIGN TO "ESOCRPT"
001360         ORGANIZATION IS LINE SEQUENTIAL
001370         FILE STATUS IS WRK-RPT-STATUS.
001380     SELECT SECURITY-MASTER-FILE
001390         ASSIGN TO "OPERSEC"
001400         ORGANIZATION IS LINE SEQUENTIAL
001410         FILE STATUS IS WRK-SEC-STATUS.
001420     SELECT SECURITY-AUDIT-FILE
001430         ASSIGN TO "SECAUD"
001440         ORGANIZATION IS LINE SEQUENTIAL
001450         FILE STATUS IS WRK-SECAUD-STATUS.
001460     SELECT OPERATOR-CONTROL-FILE
001470         ASSIGN TO "PAYOPER"
001480         ORGANIZATION IS LINE SEQUENTIAL
001490         FILE STATUS IS WRK-OPER-CFG-STATUS.
001500 DATA DIVISION.
001510 FILE SECTION.
001520 FD  PERIOD-CONTROL-FILE
001530     LABEL RECORDS ARE STANDARD.
001540 01  PERIOD-CONTROL-RECORD.
001550     05  PER-COMPETENCIA          PIC 9(06).
001560     05  PER-FILL1                PIC X(02).
001570     05  PER-STATUS               PIC X(08).
001580 FD  ESOC-PARM-FILE
001590     LABEL RECORDS ARE STANDARD.
001600 01  ESOC-PARM-RECORD.
001610     05  EPR-COMPETENCIA          PIC X(06).
001620     05  EPR-FILL1                PIC X(02).
001630     05  EPR-MODO                 PIC X(08).
001640 FD  RUBRIC-FILE
001650     LABEL RECORDS ARE STANDARD.
001660     COPY RUBREC.
001670 FD  COMPANY-FILE
001680     LABEL RECORDS ARE STANDARD.
001690     COPY CIAREC.
001700 FD  TAX-DETAIL-FILE
001710     LABEL RECORDS ARE STANDARD.
001720 01  TAX-DETAIL-RECORD.
001730     05  IMP-MATRICULA            PIC X(06).
001740     05  IMP-FILL1                PIC X(02).
001750     05  IMP-COMPETENCIA          PIC 9(06).
001760     05  IMP-FILL2                PIC X(02).
001770     05  IMP-BRUTO                PIC 9(08)V99.
001780     05  IMP-FILL3                PIC X(02).
001790     05  IMP-INSS                 PIC 9(08)V99.
001800     05  IMP-FILL4                PIC X(02).
001810     05  IMP-IRRF                 PIC 9(08)V99.
001820     05  IMP-FILL5                PIC X(02).
001830     05  IMP-TIPO                 PIC X(08).
001840     05  IMP-FILL6                PIC X(02).
001850     05  IMP-PARCELA              PIC 9(01).
001860     05  IMP-FILL7                PIC X(02).
001870     05  IMP-EMPRESA              PIC X(02).
001880*----------------------------------------------------------------
001890* CONTRACHEQUES ARQUIVADOS PELO PROGCOB04: A LINHA IMPRESSA COM
001900* A CHAVE DA EXECUCAO E A SEQUENCIA NA PAGINA (1 = INICIO DE UM
001910* CONTRACHEQUE). AS LINHAS DE VALOR TEM O ROTULO NAS 28
001920* PRIMEIRAS POSICOES E O VALOR EDITADO NA MOEDA DO FUNCIONARIO
001930* LOGO DEPOIS; A LINHA DO FUNCIONARIO TRAZ A MOEDA.
001940*----------------------------------------------------------------
001950 FD  PAYSLIP-ARCHIVE-FILE
001960     LABEL RECORDS ARE STANDARD.
001970 01  PAYSLIP-ARCHIVE-RECORD.
001980     05  ARC-MATRICULA            PIC X(06).
001990     05  ARC-COMPETENCIA          PIC 9(06).
002000     05  ARC-TIPO                 PIC X(08).
002010     05  ARC-PARCELA              PIC 9(01).
002020     05  ARC-SEQ                  PIC 9(03).
002030     05  ARC-LINHA                PIC X(80).
002040     05  ARC-LINHA-VALOR REDEFINES ARC-LINHA.
002050         10  ARC-ROTULO           PIC X(28).
002060         10  ARC-VALOR-TXT        PIC X(11).
002070         10  FILLER               PIC X(41).
002080     05  ARC-LINHA-CONSIG REDEFINES ARC-LINHA.
002090         10  ARC-PREFIXO-CSG      PIC X(12).
002100         10  ARC-CODIGO-CSG       PIC X(02).
002110         10  ARC-SUFIXO-CSG       PIC X(14).
002120         10  FILLER               PIC X(52).
002130     05  ARC-LINHA-DISSIDIO REDEFINES ARC-LINHA.
002140         10  ARC-PREFIXO-DIF      PIC X(18).
002150         10  ARC-CMP-DIF          PIC X(06).
002160         10  ARC-SUFIXO-DIF       PIC X(04).
002170         10  FILLER               PIC X(52).
002180     05  ARC-LINHA-FUNC REDEFINES ARC-LINHA.
002190         10  ARC-FUNC-ROTULO      PIC X(11).
002200         10  FILLER               PIC X(53).
002210         10  ARC-FUNC-MOEDA       PIC X(03).
002220         10  FILLER               PIC X(13).
002230 FD  BANK-REMIT-FILE
002240     LABEL RECORDS ARE STANDARD.
002250 01  BANK-REMIT-RECORD.
002260     05  REM-TIPO                 PIC X(01).
002270     05  REM-RESTO                PIC X(79).
002280 01  BANK-REMIT-HEADER.
002290     05  FILLER                   PIC X(01).
002300     05  REM-DATA                 PIC 9(08).
002310     05  FILLER                   PIC X(71).
002320 01  BANK-REMIT-DETALHE.
002330     05  FILLER                   PIC X(01).
002340     05  REM-MATRICULA            PIC X(06).
002350     05  REM-NOME                 PIC X(30).
002360     05  REM-BANCO                PIC 9(03).
002370     05  REM-AGENCIA              PIC 9(04).
002380     05  REM-CONTA                PIC 9(08).
002390     05  REM-VALOR                PIC 9(13).
002400     05  FILLER                   PIC X(15).
002410 FD  CURRENCY-CONFIG-FILE
002420     LABEL RECORDS ARE STANDARD.
002430 01  CURRENCY-CONFIG-RECORD.
002440     05  CFG-MOEDA                PIC X(03).
002450 FD  EXCHANGE-RATE-FILE
002460     LABEL RECORDS ARE STANDARD.
002470 01  EXCHANGE-RATE-RECORD.
002480     05  CMB-MOEDA                PIC X(03).
002490     05  CMB-FILL1                PIC X(02).
002500     05  CMB-TAXA                 PIC 9(03)V9(04).
002510     05  CMB-FILL2                PIC X(02).
002520     05  CMB-VIG                  PIC 9(08).
002530 FD  EMPLOYEE-MASTER
002540     LABEL RECORDS ARE STANDARD.
002550     COPY EMPREC.
002560 FD  TERMINATION-HIST-FILE
002570     LABEL RECORDS ARE STANDARD.
002580     COPY DSLREC.
002590*----------------------------------------------------------------
002600* GERACAO ANTERIOR DOS EVENTOS DA COMPETENCIA (MESMO LAYOUT DO
002610* ESOCEVT), LIDA SO NO MODO RETIFICA.
002620*----------------------------------------------------------------
002630 FD  PREV-EVENT-FILE
002640     LABEL RECORDS ARE STANDARD.
002650 01  PREV-EVENT-RECORD.
002660     05  ANT-TIPO-REG             PIC X(01).
002670     05  ANT-RESTO                PIC X(79).
002680 01  PREV-EVENT-HEADER.
002690     05  FILLER                   PIC X(01).
002700     05  ANT-COMPETENCIA          PIC 9(06).
002710     05  FILLER                   PIC X(73).
002720 01  PREV-EVENT-EVENTO.
002730     05  FILLER                   PIC X(01).
002740     05  ANT-EVENTO               PIC X(06).
002750     05  ANT-IND-RETIF            PIC X(01).
002760     05  ANT-ENVIAR               PIC X(01).
002770     05  ANT-EVE-COMPETENCIA      PIC 9(06).
002780     05  ANT-EMPRESA              PIC X(02).
002790     05  ANT-CNPJ                 PIC 9(14).
002800     05  ANT-MATRICULA            PIC X(06).
002810     05  FILLER                   PIC X(43).
002820*----------------------------------------------------------------
002830* ARQUIVO DE EVENTOS: UM HEADER (TIPO 0), POR FUNCIONARIO O
002840* EVENTO S-1200 (TIPO 1) COM OS ITENS DE REMUNERACAO (TIPO 2) E
002850* O EVENTO S-1210 (TIPO 3) COM OS PAGAMENTOS (TIPO 4), E UM
002860* TRAILER (TIPO 9). OS LAYOUTS DE CADA TIPO ESTAO NA
002870* WORKING-STORAGE (WRK-EVT-...).
002880*----------------------------------------------------------------
002890 FD  EVENT-FILE
002900     LABEL RECORDS ARE STANDARD.
002910 01  EVENT-RECORD                 PIC X(80).
002920 FD  EVENT-REPORT-FILE
002930     LABEL RECORDS ARE STANDARD.
002940 01  EVENT-REPORT-RECORD          PIC X(100).
002950 FD  OPERATOR-CONTROL-FILE
002960     LABEL RECORDS ARE STANDARD.
002970 01  OPERATOR-CONTROL-RECORD.
002980     05  OPCFG-OPERADOR           PIC X(10).
002990     05  OPCFG-FILL1              PIC X(02).
003000     05  OPCFG-SENHA              PIC X(10).
003010 FD  SECURITY-MASTER-FILE
003020     LABEL RECORDS ARE STANDARD.
003030     COPY OPERSEC.
003040 FD  SECURITY-AUDIT-FILE
003050     LABEL RECORDS ARE STANDARD.
003060 01  SECAUD-RECORD.
003070     05  SEC-DATA                 PIC 9(08).
003080     05  SEC-FILL1                PIC X(02).
003090     05  SEC-HORA                 PIC 9(08).
003100     05  SEC-FILL2                PIC X(02).
003110     05  SEC-OPERADOR             PIC X(10).
003120     05  SEC-FILL3                PIC X(02).
003130     05  SEC-PROGRAMA             PIC X(09).
003140     05  SEC-FILL4                PIC X(02).
003150     05  SEC-MOTIVO               PIC X(20).
003160 WORKING-STORAGE SECTION.
003170 77  WRK-PER-STATUS       PIC X(02) VALUE '00'.
003180     88  WRK-PER-OK                  VALUE '00'.
003190     88  WRK-PER-EOF                 VALUE '10'.
003200 77  WRK-PRM-STATUS       PIC X(02) VALUE '00'.
003210     88  WRK-PRM-OK                  VALUE '00'.
003220 77  WRK-RUB-STATUS       PIC X(02) VALUE '00'.
003230     88  WRK-RUB-OK                  VALUE '00'.
003240     88  WRK-RUB-EOF                 VALUE '10'.
003250 77  WRK-CIA-STATUS       PIC X(02) VALUE '00'.
003260     88  WRK-CIA-OK                  VALUE '00'.
003270     88  WRK-CIA-EOF                 VALUE '10'.
003280 77  WRK-IMP-STATUS       PIC X(02) VALUE '00'.
003290     88  WRK-IMP-OK                  VALUE '00'.
003300     88  WRK-IMP-EOF                 VALUE '10'.
003310 77  WRK-ARC-STATUS       PIC X(02) VALUE '00'.
003320     88  WRK-ARC-OK                  VALUE '00'.
003330     88  WRK-ARC-EOF                 VALUE '10'.
003340 77  WRK-REM-STATUS       PIC X(02) VALUE '00'.
003350     88  WRK-REM-OK                  VALUE '00'.
003360     88  WRK-REM-EOF                 VALUE '10'.
003370 77  WRK-MOEDA-CFG-STATUS PIC X(02) VALUE '00'.
003380     88  WRK-MOEDA-CFG-OK            VALUE '00'.
003390 77  WRK-CMB-STATUS       PIC X(02) VALUE '00'.
003400     88  WRK-CMB-OK                  VALUE '00'.
003410     88  WRK-CMB-EOF                 VALUE '10'.
003420 77  WRK-EMP-STATUS       PIC X(02) VALUE '00'.
003430     88  WRK-EMP-OK                  VALUE '00'.
003440 77  WRK-SW-MASTER        PIC X(01) VALUE 'N'.
003450     88  WRK-MASTER-DISPONIVEL       VALUE 'S'.
003460 77  WRK-DSL-STATUS       PIC X(02) VALUE '00'.
003470     88  WRK-DSL-OK                  VALUE '00'.
003480     88  WRK-DSL-EOF                 VALUE '10'.
003490 77  WRK-ANT-STATUS       PIC X(02) VALUE '00'.
003500     88  WRK-ANT-OK                  VALUE '00'.
003510     88  WRK-ANT-EOF                 VALUE '10'.
003520 77  WRK-EVT-STATUS       PIC X(02) VALUE '00'.
003530     88  WRK-EVT-OK                  VALUE '00'.
003540 77  WRK-RPT-STATUS       PIC X(02) VALUE '00'.
003550     88  WRK-RPT-OK                  VALUE '00'.
003560 77  WRK-OPER-CFG-STATUS  PIC X(02) VALUE '00'.
003570     88  WRK-OPER-CFG-OK             VALUE '00'.
003580 77  WRK-SW-OPER-ARQUIVO  PIC X(01) VALUE 'N'.
003590     88  WRK-OPER-ARQUIVO            VALUE 'S'.
003600 77  WRK-SW-OPERADOR      PIC X(01) VALUE 'N'.
003610     88  WRK-OPERADOR-VALIDO         VALUE 'S'.
003620 77  WRK-OPERADOR         PIC X(10) VALUE SPACES.
003630 77  WRK-SENHA            PIC X(10) VALUE SPACES.
003640 77  WRK-SEC-STATUS       PIC X(02) VALUE '00'.
003650     88  WRK-SEC-OK                  VALUE '00'.
003660     88  WRK-SEC-EOF                 VALUE '10'.
003670 77  WRK-SECAUD-STATUS    PIC X(02) VALUE '00'.
003680     88  WRK-SECAUD-OK               VALUE '00'.
003690 77  WRK-SW-OPR-ACHADO    PIC X(01) VALUE 'N'.
003700     88  WRK-OPR-ACHADO              VALUE 'S'.
003710 77  WRK-OPR-ATIVO        PIC X(01) VALUE 'N'.
003720 77  WRK-OPR-SENHA        PIC X(10) VALUE SPACES.
003730 77  WRK-OPR-AUT-FUNCAO   PIC X(01) VALUE 'N'.
003740 77  WRK-MOTIVO-LOGON     PIC X(20) VALUE SPACES.
003750 77  WRK-DATA-LOGON       PIC 9(08) VALUE ZEROS.
003760 77  WRK-HORA-LOGON       PIC 9(08) VALUE ZEROS.
003770 77  WRK-DATA-ATUAL       PIC 9(08) VALUE ZEROS.
003780*----------------------------------------------------------------
003790* COMPETENCIA DOS EVENTOS, SITUACAO DELA NO PAYPERIO (VALE O
003800* ULTIMO REGISTRO DA COMPETENCIA, COMO NO PROGCOB28), MES
003810* SEGUINTE (ULTIMO MES EM QUE UM CREDITO DO BANKREM AINDA E
003820* CONSIDERADO PAGAMENTO DA COMPETENCIA) E MODO DA GERACAO.
003830*----------------------------------------------------------------
003840 01  WRK-COMPETENCIA      PIC 9(06) VALUE ZEROS.
003850 01  WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA.
003860     05  WRK-CMP-ANO          PIC 9(04).
003870     05  WRK-CMP-MES          PIC 9(02).
003880 01  WRK-CMP-SEGUINTE     PIC 9(06) VALUE ZEROS.
003890 01  WRK-CMP-SEGUINTE-R REDEFINES WRK-CMP-SEGUINTE.
003900     05  WRK-CMS-ANO          PIC 9(04).
003910     05  WRK-CMS-MES          PIC 9(02).
003920 77  WRK-ULTIMA-FECHADA   PIC 9(06) VALUE ZEROS.
003930 77  WRK-SITUACAO-CMP     PIC X(08) VALUE SPACES.
003940 77  WRK-MODO             PIC X(08) VALUE SPACES.
003950     88  WRK-MODO-NORMAL             VALUE 'NORMAL'.
003960     88  WRK-MODO-RETIFICA           VALUE 'RETIFICA'.
003970 77  WRK-SW-AVISO         PIC X(01) VALUE 'N'.
003980     88  WRK-HA-AVISO                VALUE 'S'.
003990 77  WRK-AVISO-VALOR-ED   PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
004000*----------------------------------------------------------------
004010* DATA DE UM CREDITO OU DO HEADER DO BANKREM, COM A COMPETENCIA
004020* (AAAAMM) EM QUE CAI.
004030*----------------------------------------------------------------
004040 01  WRK-DATA-CREDITO     PIC 9(08) VALUE ZEROS.
004050 01  WRK-DATA-CREDITO-R REDEFINES WRK-DATA-CREDITO.
004060     05  WRK-DCR-ANOMES       PIC 9(06).
004070     05  WRK-DCR-DIA          PIC 9(02).
004080*----------------------------------------------------------------
004090* TABELA DE RUBRICAS (RUBRICAS), COM O TOTAL CLASSIFICADO EM
004100* CADA UMA NESTA GERACAO.
004110*----------------------------------------------------------------
004120 01  TAB-RUBRICAS.
004130     05  TAB-RUB-ENT OCCURS 200 TIMES.
004140         10  TAB-RUB-ITEM         PIC X(04).
004150         10  TAB-RUB-TIPO-FOLHA   PIC X(08).
004160         10  TAB-RUB-CODIGO       PIC X(08).
004170         10  TAB-RUB-DESCRICAO    PIC X(30).
004180         10  TAB-RUB-NATUREZA     PIC 9(04).
004190         10  TAB-RUB-TIPO         PIC X(01).
004200         10  TAB-RUB-QTDE         PIC 9(07) COMP.
004210         10  TAB-RUB-TOTAL        PIC 9(11)V99.
004220 77  WRK-QTD-RUBRICAS     PIC 9(03) COMP VALUE ZERO.
004230 77  WRK-MAX-RUBRICAS     PIC 9(03) COMP VALUE 200.
004240 77  WRK-RUB-IDX          PIC 9(03) COMP VALUE ZERO.
004250 77  WRK-SW-RUB-ACHADA    PIC X(01) VALUE 'N'.
004260     88  WRK-RUB-ACHADA              VALUE 'S'.
004270 77  WRK-RUB-TIPO-PROC    PIC X(08) VALUE SPACES.
004280*----------------------------------------------------------------
004290* EMPRESAS (EMPRESAS), PARA O CNPJ DO EMPREGADOR NOS EVENTOS.
004300*----------------------------------------------------------------
004310 01  TAB-EMPRESAS.
004320     05  TAB-CIA-ENT OCCURS 20 TIMES.
004330         10  TAB-CIA-CODIGO       PIC X(02).
004340         10  TAB-CIA-CNPJ         PIC 9(14).
004350 77  WRK-QTD-EMPRESAS     PIC 9(02) COMP VALUE ZERO.
004360 77  WRK-MAX-EMPRESAS     PIC 9(02) COMP VALUE 20.
004370 77  WRK-CIA-IDX          PIC 9(02) COMP VALUE ZERO.
004380 77  WRK-SW-CIA-ACHADA    PIC X(01) VALUE 'N'.
004390     88  WRK-CIA-ACHADA              VALUE 'S'.
004400*----------------------------------------------------------------
004410* ROTULOS DAS LINHAS DE VALOR DO CONTRACHEQUE E O ITEM DA FOLHA
004420* DE CADA UM. BRUT E LIQ NAO SAO ITENS: GUARDAM O BRUTO E O
004430* LIQUIDO DO DEMONSTRATIVO. CONSIGNACAO E DIFERENCA DE DISSIDIO
004440* TEM CODIGO NO ROTULO E SAO RECONHECIDAS PELO PREFIXO.
004450*----------------------------------------------------------------
004460 01  TAB-ROTULOS-DADOS.
004470     05  FILLER PIC X(31) VALUE
004480         'SALARIO BRUTO ............:BRUT'.
004490     05  FILLER PIC X(31) VALUE
004500         'HORAS EXTRAS 50% (HE) ....:HE  '.
004510     05  FILLER PIC X(31) VALUE
004520         'HORAS EXTRAS 100% (HD) ...:HD  '.
004530     05  FILLER PIC X(31) VALUE
004540         'BONIFICACAO (BO) .........:BO  '.
004550     05  FILLER PIC X(31) VALUE
004560         'FALTAS (FA) ..............:FA  '.
004570     05  FILLER PIC X(31) VALUE
004580         'DESCONTO INSS ............:INSS'.
004590     05  FILLER PIC X(31) VALUE
004600         'DESCONTO IRRF ............:IRRF'.
004610     05  FILLER PIC X(31) VALUE
004620         'ADIANTAMENTO QUINZENAL ...:ADT '.
004630     05  FILLER PIC X(31) VALUE
004640         'ADIANTAMENTO 1A PARCELA ..:ADT '.
004650     05  FILLER PIC X(31) VALUE
004660         'VALE-TRANSPORTE ..........:VT  '.
004670     05  FILLER PIC X(31) VALUE
004680         'VALE-REFEICAO ............:VR  '.
004690     05  FILLER PIC X(31) VALUE
004700         'PLANO DE SAUDE ...........:PS  '.
004710     05  FILLER PIC X(31) VALUE
004720         'SALARIO FAMILIA ..........:SFAM'.
004730     05  FILLER PIC X(31) VALUE
004740         'SALARIO LIQUIDO ..........:LIQ '.
004750 01  TAB-ROTULOS REDEFINES TAB-ROTULOS-DADOS.
004760     05  TAB-ROT-ENT OCCURS 14 TIMES.
004770         10  TAB-ROT-TEXTO        PIC X(27).
004780         10  TAB-ROT-ITEM         PIC X(04).
004790 77  WRK-QTD-ROTULOS      PIC 9(02) COMP VALUE 14.
004800 77  WRK-ROT-IDX          PIC 9(02) COMP VALUE ZERO.
004810 77  WRK-ITEM-LINHA       PIC X(04) VALUE SPACES.
004820*----------------------------------------------------------------
004830* VALOR LIDO DO CONTRACHEQUE: O TEXTO EDITADO NO PADRAO BRL
004840* (DEPOIS DE DESFEITA A TROCA DO PADRAO USD) E O VALOR NUMERICO.
004850*----------------------------------------------------------------
004860 01  WRK-VALOR-TXT        PIC X(11) VALUE SPACES.
004870 01  WRK-VALOR-ED REDEFINES WRK-VALOR-TXT PIC $ZZZ.ZZ9,99.
004880 77  WRK-VALOR-LIDO       PIC 9(06)V99 VALUE ZEROS.
004890*----------------------------------------------------------------
004900* MOEDA BASE DO LOTE (PAYMOEDA) E HISTORICO DAS TAXAS DO PAYCAMB
004910* (MOEDA, TAXA PARA A MOEDA BASE E VIGENCIA): A TAXA DE UMA DATA
004920* E A DE VIGENCIA MAIS RECENTE QUE NAO A ULTRAPASSE, O MESMO
004930* CRITERIO DO PROGCOB04 NA DATA DO LOTE. A MOEDA BASE VALE 1.
004940* FATOR PARA REAIS = TAXA DA MOEDA DO DEMONSTRATIVO / TAXA DO BRL.
004950*----------------------------------------------------------------
004960 77  WRK-MOEDA-PADRAO     PIC X(03) VALUE 'BRL'.
004970     88  WRK-MOEDA-PADRAO-VALIDA     VALUES 'BRL' 'USD'.
004980 01  TAB-CAMBIO-HIST.
004990     05  TAB-CMH-ENT OCCURS 500 TIMES.
005000         10  TAB-CMH-MOEDA        PIC X(03).
005010         10  TAB-CMH-TAXA         PIC 9(03)V9(04).
005020         10  TAB-CMH-VIG          PIC 9(08).
005030 77  WRK-QTD-CMH          PIC 9(03) COMP VALUE ZERO.
005040 77  WRK-MAX-CMH          PIC 9(03) COMP VALUE 500.
005050 77  WRK-CMH-IDX          PIC 9(03) COMP VALUE ZERO.
005060 77  WRK-MOEDA-PROC       PIC X(03) VALUE SPACES.
005070 77  WRK-DATA-TAXA        PIC 9(08) VALUE ZEROS.
005080 77  WRK-TAXA-PROC        PIC 9(03)V9(04) VALUE ZEROS.
005090 77  WRK-VIG-PROC         PIC 9(08) VALUE ZEROS.
005100 77  WRK-SW-TAXA-ACHADA   PIC X(01) VALUE 'N'.
005110     88  WRK-TAXA-ACHADA             VALUE 'S'.
005120 77  WRK-TAXA-REGISTRO    PIC 9(03)V9(04) VALUE ZEROS.
005130 77  WRK-TAXA-BRL         PIC 9(03)V9(04) VALUE ZEROS.
005140 77  WRK-VALOR-ORIG       PIC 9(08)V99 VALUE ZEROS.
005150 77  WRK-VALOR-CONV       PIC 9(08)V99 VALUE ZEROS.
005160 77  WRK-LIQUIDO-BRL      PIC S9(09)V99 VALUE ZEROS.
005170 77  WRK-QTD-BNF-ITENS    PIC 9(03) COMP VALUE ZERO.
005180 77  WRK-TOLERANCIA-CENT  PIC 9(05) COMP VALUE ZERO.
005190 77  WRK-DIFERENCA-CENT   PIC S9(13) VALUE ZEROS.
005200*----------------------------------------------------------------
005210* DEMONSTRATIVOS DA COMPETENCIA, UM POR EXECUCAO (MATRICULA, TIPO
005220* E PARCELA): VALORES DO PAYIMPO, DADOS DO ULTIMO CONTRACHEQUE
005230* ARQUIVADO (MOEDA, BRUTO, LIQUIDO E A FAIXA DOS SEUS ITENS NA
005240* TAB-ITENS), O PAGAMENTO CASADO (DATA, VALOR E ORIGEM) E A DATA
005250* DA TAXA DE CONVERSAO PARA REAIS. OS VALORES FICAM NA MOEDA DO
005260* CONTRACHEQUE ATE O 3500, QUE OS CONVERTE.
005270*----------------------------------------------------------------
005280 01  TAB-DEMONSTRATIVOS.
005290     05  TAB-DMD-ENT OCCURS 3000 TIMES.
005300         10  TAB-DMD-CHAVE.
005310             15  TAB-DMD-MATRICULA    PIC X(06).
005320             15  TAB-DMD-TIPO         PIC X(08).
005330             15  TAB-DMD-PARCELA      PIC 9(01).
005340         10  TAB-DMD-EMPRESA      PIC X(02).
005350         10  TAB-DMD-BRUTO        PIC 9(08)V99.
005360         10  TAB-DMD-INSS         PIC 9(08)V99.
005370         10  TAB-DMD-IRRF         PIC 9(08)V99.
005380         10  TAB-DMD-SW-SLIP      PIC X(01).
005390             88  TAB-DMD-COM-SLIP         VALUE 'S'.
005400         10  TAB-DMD-MOEDA        PIC X(03).
005410         10  TAB-DMD-BRUTO-SLP    PIC 9(08)V99.
005420         10  TAB-DMD-LIQUIDO      PIC 9(08)V99.
005430         10  TAB-DMD-ITM-INI      PIC 9(05) COMP.
005440         10  TAB-DMD-ITM-QTD      PIC 9(03) COMP.
005450         10  TAB-DMD-DATA-PGTO    PIC 9(08).
005460         10  TAB-DMD-ORIGEM-PGTO  PIC X(08).
005470         10  TAB-DMD-DATA-TAXA    PIC 9(08).
005480 01  WRK-TROCA-DMD            PIC X(101).
005490 01  WRK-CHAVE-DMD.
005500     05  WRK-CHV-MATRICULA    PIC X(06).
005510     05  WRK-CHV-TIPO         PIC X(08).
005520     05  WRK-CHV-PARCELA      PIC 9(01).
005530 77  WRK-QTD-DMD          PIC 9(04) COMP VALUE ZERO.
005540 77  WRK-MAX-DMD          PIC 9(04) COMP VALUE 3000.
005550 77  WRK-DMD-IDX          PIC 9(04) COMP VALUE ZERO.
005560 77  WRK-DMD-IDX2         PIC 9(04) COMP VALUE ZERO.
005570 77  WRK-DMD-PASSO        PIC 9(04) COMP VALUE ZERO.
005580 77  WRK-DMD-ATUAL        PIC 9(04) COMP VALUE ZERO.
005590 77  WRK-DMD-INI          PIC 9(04) COMP VALUE ZERO.
005600 77  WRK-DMD-FIM          PIC 9(04) COMP VALUE ZERO.
005610 77  WRK-SW-DMD-ACHADO    PIC X(01) VALUE 'N'.
005620     88  WRK-DMD-ACHADO              VALUE 'S'.
005630 77  WRK-SW-TROCA         PIC X(01) VALUE 'N'.
005640     88  WRK-HOUVE-TROCA             VALUE 'S'.
005650*----------------------------------------------------------------
005660* ITENS DOS CONTRACHEQUES (ITEM E VALOR, SOMADOS POR ITEM DENTRO
005670* DO CONTRACHEQUE). UM CONTRACHEQUE REPROCESSADO GANHA UMA NOVA
005680* FAIXA E A ANTERIOR FICA ABANDONADA.
005690*----------------------------------------------------------------
005700 01  TAB-ITENS.
005710     05  TAB-ITM-ENT OCCURS 20000 TIMES.
005720         10  TAB-ITM-ITEM         PIC X(04).
005730         10  TAB-ITM-VALOR        PIC 9(08)V99.
005740 77  WRK-QTD-ITENS        PIC 9(05) COMP VALUE ZERO.
005750 77  WRK-MAX-ITENS        PIC 9(05) COMP VALUE 20000.
005760 77  WRK-ITM-IDX          PIC 9(05) COMP VALUE ZERO.
005770 77  WRK-ITM-POS          PIC 9(05) COMP VALUE ZERO.
005780 77  WRK-SW-ITM-ACHADO    PIC X(01) VALUE 'N'.
005790     88  WRK-ITM-ACHADO              VALUE 'S'.
005800*----------------------------------------------------------------
005810* CREDITOS DO BANKREM DATADOS NO MES DA COMPETENCIA OU NO
005820* SEGUINTE (VALOR EM CENTAVOS, COMO NA REMESSA), COM A MARCA DE
005830* JA CASADO COM UM DEMONSTRATIVO.
005840*----------------------------------------------------------------
005850 01  TAB-CREDITOS.
005860     05  TAB-CRE-ENT OCCURS 5000 TIMES.
005870         10  TAB-CRE-MATRICULA    PIC X(06).
005880         10  TAB-CRE-DATA         PIC 9(08).
005890         10  TAB-CRE-VALOR        PIC 9(13).
005900         10  TAB-CRE-SW-USADO     PIC X(01).
005910             88  TAB-CRE-USADO            VALUE 'S'.
005920 77  WRK-QTD-CREDITOS     PIC 9(04) COMP VALUE ZERO.
005930 77  WRK-MAX-CREDITOS     PIC 9(04) COMP VALUE 5000.
005940 77  WRK-CRE-IDX          PIC 9(04) COMP VALUE ZERO.
005950 77  WRK-CRE-IDX2         PIC 9(04) COMP VALUE ZERO.
005960 77  WRK-SW-CRE-ACHADO    PIC X(01) VALUE 'N'.
005970     88  WRK-CRE-ACHADO              VALUE 'S'.
005980 77  WRK-SW-REM-NA-JANELA PIC X(01) VALUE 'N'.
005990     88  WRK-REM-NA-JANELA           VALUE 'S'.
006000 77  WRK-DATA-REMESSA     PIC 9(08) VALUE ZEROS.
006010 77  WRK-LIQUIDO-CENT     PIC 9(13) VALUE ZEROS.
006020*----------------------------------------------------------------
006030* DESLIGAMENTOS (DESLHIST): DATA EM QUE A RESCISAO FOI PROCESSADA,
006040* QUE E A DATA DE PAGAMENTO DA RESCISAO (VALE O ULTIMO REGISTRO).
006050*----------------------------------------------------------------
006060 01  TAB-DESLIGAMENTOS.
006070     05  TAB-DSL-ENT OCCURS 1000 TIMES.
006080         10  TAB-DSL-MATRICULA    PIC X(06).
006090         10  TAB-DSL-DATA-PROC    PIC 9(08).
006100 77  WRK-QTD-DESLIG       PIC 9(04) COMP VALUE ZERO.
006110 77  WRK-MAX-DESLIG       PIC 9(04) COMP VALUE 1000.
006120 77  WRK-DSL-IDX          PIC 9(04) COMP VALUE ZERO.
006130 77  WRK-SW-DSL-ACHADO    PIC X(01) VALUE 'N'.
006140     88  WRK-DSL-ACHADO              VALUE 'S'.
006150*----------------------------------------------------------------
006160* EVENTOS DA GERACAO ANTERIOR (ESOCANT), LIDOS NO MODO RETIFICA:
006170* MATRICULA, TIPO DO REGISTRO DO EVENTO (1 = S-1200, 3 = S-1210),
006180* INDICADOR DE RETIFICACAO, A FAIXA DAS SUAS LINHAS DE ITEM OU DE
006190* PAGAMENTO NA TAB-LINHAS-ANT E A MARCA DE EVENTO REAPRESENTADO.
006200*----------------------------------------------------------------
006210 01  TAB-EVENTOS-ANT.
006220     05  TAB-EVA-ENT OCCURS 6000 TIMES.
006230         10  TAB-EVA-MATRICULA    PIC X(06).
006240         10  TAB-EVA-TIPO-REG     PIC X(01).
006250         10  TAB-EVA-EVENTO       PIC X(06).
006260         10  TAB-EVA-IND-RETIF    PIC X(01).
006270         10  TAB-EVA-LIN-INI      PIC 9(05) COMP.
006280         10  TAB-EVA-LIN-QTD      PIC 9(03) COMP.
006290         10  TAB-EVA-SW-VISTO     PIC X(01).
006300             88  TAB-EVA-VISTO            VALUE 'S'.
006310 77  WRK-QTD-EVA          PIC 9(04) COMP VALUE ZERO.
006320 77  WRK-MAX-EVA          PIC 9(04) COMP VALUE 6000.
006330 77  WRK-EVA-IDX          PIC 9(04) COMP VALUE ZERO.
006340 77  WRK-SW-EVA-ACHADO    PIC X(01) VALUE 'N'.
006350     88  WRK-EVA-ACHADO              VALUE 'S'.
006360 77  WRK-SW-ANT-HEADER    PIC X(01) VALUE 'N'.
006370     88  WRK-ANT-COM-HEADER          VALUE 'S'.
006380 01  TAB-LINHAS-ANT.
006390     05  TAB-LNA-LINHA        PIC X(80) OCCURS 20000 TIMES.
006400 77  WRK-QTD-LNA          PIC 9(05) COMP VALUE ZERO.
006410 77  WRK-MAX-LNA          PIC 9(05) COMP VALUE 20000.
006420 77  WRK-LNA-IDX          PIC 9(05) COMP VALUE ZERO.
006430*----------------------------------------------------------------
006440* LINHAS DOS EVENTOS DO FUNCIONARIO EM MONTAGEM: OS ITENS DO
006450* S-1200 (1 A WRK-QTD-NOV-ITENS) E, EM SEGUIDA, OS PAGAMENTOS DO
006460* S-1210.
006470*----------------------------------------------------------------
006480 01  TAB-LINHAS-NOVAS.
006490     05  TAB-NOV-LINHA        PIC X(80) OCCURS 250 TIMES.
006500 77  WRK-QTD-NOV          PIC 9(03) COMP VALUE ZERO.
006510 77  WRK-MAX-NOV          PIC 9(03) COMP VALUE 250.
006520 77  WRK-QTD-NOV-ITENS    PIC 9(03) COMP VALUE ZERO.
006530 77  WRK-QTD-NOV-PGTOS    PIC 9(03) COMP VALUE ZERO.
006540 77  WRK-NOV-IDX          PIC 9(03) COMP VALUE ZERO.
006550 77  WRK-NOV-INI          PIC 9(03) COMP VALUE ZERO.
006560 77  WRK-NOV-QTD          PIC 9(03) COMP VALUE ZERO.
006570 77  WRK-NOV-POS          PIC 9(03) COMP VALUE ZERO.
006580*----------------------------------------------------------------
006590* DADOS DO FUNCIONARIO EM MONTAGEM E SITUACAO DE CADA EVENTO.
006600*----------------------------------------------------------------
006610 77  WRK-MATRICULA        PIC X(06) VALUE SPACES.
006620 77  WRK-EMPRESA          PIC X(02) VALUE SPACES.
006630 77  WRK-CNPJ             PIC 9(14) VALUE ZEROS.
006640 77  WRK-ITEM             PIC X(04) VALUE SPACES.
006650 77  WRK-VALOR-ITEM       PIC S9(08)V99 VALUE ZEROS.
006660 77  WRK-SALARIO          PIC S9(08)V99 VALUE ZEROS.
006670 77  WRK-FUNC-VENCIMENTOS PIC 9(09)V99 VALUE ZEROS.
006680 77  WRK-FUNC-DESCONTOS   PIC 9(09)V99 VALUE ZEROS.
006690 77  WRK-FUNC-LIQUIDO     PIC 9(09)V99 VALUE ZEROS.
006700 77  WRK-TIPO-REG-EVT     PIC X(01) VALUE SPACES.
006710 77  WRK-IND-RETIF        PIC X(01) VALUE SPACES.
006720 77  WRK-ENVIAR           PIC X(01) VALUE SPACES.
006730 77  WRK-SITUACAO-EVT     PIC X(13) VALUE SPACES.
006740 77  WRK-SITUACAO-1200    PIC X(13) VALUE SPACES.
006750 77  WRK-SITUACAO-1210    PIC X(13) VALUE SPACES.
006760 77  WRK-SW-IGUAL         PIC X(01) VALUE 'N'.
006770     88  WRK-EVENTO-IGUAL            VALUE 'S'.
006780*----------------------------------------------------------------
006790* CONTADORES DO CONTROLE.
006800*----------------------------------------------------------------
006810 77  WRK-CONT-IMP-LIDOS   PIC 9(07) COMP VALUE ZERO.
006820 77  WRK-CONT-SLP-LIDOS   PIC 9(07) COMP VALUE ZERO.
006830 77  WRK-CONT-CREDITOS    PIC 9(07) COMP VALUE ZERO.
006840 77  WRK-CONT-FUNC-FOLHA  PIC 9(06) COMP VALUE ZERO.
006850 77  WRK-CONT-FUNC-PAGOS  PIC 9(06) COMP VALUE ZERO.
006860 77  WRK-CONT-S1200       PIC 9(06) COMP VALUE ZERO.
006870 77  WRK-CONT-S1210       PIC 9(06) COMP VALUE ZERO.
006880 77  WRK-CONT-ITENS       PIC 9(07) COMP VALUE ZERO.
006890 77  WRK-CONT-PGTOS       PIC 9(07) COMP VALUE ZERO.
006900 77  WRK-CONT-A-ENVIAR    PIC 9(06) COMP VALUE ZERO.
006910 77  WRK-CONT-SEM-RUBRICA PIC 9(06) COMP VALUE ZERO.
006920 77  WRK-CONT-SEM-CREDITO PIC 9(06) COMP VALUE ZERO.
006930 77  WRK-CONT-CRED-SOBRA  PIC 9(06) COMP VALUE ZERO.
006940 77  WRK-CONT-ORIGINAIS   PIC 9(06) COMP VALUE ZERO.
006950 77  WRK-CONT-RETIFICADOS PIC 9(06) COMP VALUE ZERO.
006960 77  WRK-CONT-SEM-ALTER   PIC 9(06) COMP VALUE ZERO.
006970 77  WRK-CONT-EXCLUIDOS   PIC 9(06) COMP VALUE ZERO.
006980 77  WRK-CONT-AVISOS      PIC 9(06) COMP VALUE ZERO.
006990*----------------------------------------------------------------
007000* REGISTROS DO ESOCEVT (80 POSICOES). HEADER: COMPETENCIA, MODO
007010* (1 = ORIGINAL, 2 = RETIFICACAO), DATA E OPERADOR. EVENTO:
007020* EVENTO DO ESOCIAL, INDICADOR DE RETIFICACAO (1 = ORIGINAL, 2 =
007030* RETIFICADOR), ENVIAR (S = TRANSMITIR, N = SEM ALTERACAO DESDE
007040* A GERACAO ANTERIOR), EMPREGADOR E QUANTIDADE DE LINHAS. ITEM
007050* (S-1200): DEMONSTRATIVO, RUBRICA, NATUREZA, TIPO E VALOR.
007060* PAGAMENTO (S-1210): DEMONSTRATIVO, DATA DO CREDITO, LIQUIDO E
007070* ORIGEM DA DATA (BANKREM OU DESLHIST). TRAILER: QUANTIDADES.
007080*----------------------------------------------------------------
007090 01  WRK-EVT-HEADER.
007100     05  FILLER               PIC X(01) VALUE '0'.
007110     05  EVH-COMPETENCIA      PIC 9(06).
007120     05  EVH-IND-RETIF        PIC X(01).
007130     05  EVH-DATA             PIC 9(08).
007140     05  EVH-OPERADOR         PIC X(10).
007150     05  FILLER               PIC X(54) VALUE SPACES.
007160 01  WRK-EVT-EVENTO.
007170     05  EVE-TIPO-REG         PIC X(01).
007180     05  EVE-EVENTO           PIC X(06).
007190     05  EVE-IND-RETIF        PIC X(01).
007200     05  EVE-ENVIAR           PIC X(01).
007210     05  EVE-COMPETENCIA      PIC 9(06).
007220     05  EVE-EMPRESA          PIC X(02).
007230     05  EVE-CNPJ             PIC 9(14).
007240     05  EVE-MATRICULA        PIC X(06).
007250     05  EVE-QTD-LINHAS       PIC 9(03).
007260     05  FILLER               PIC X(40) VALUE SPACES.
007270 01  WRK-EVT-ITEM.
007280     05  FILLER               PIC X(01) VALUE '2'.
007290     05  EVI-MATRICULA        PIC X(06).
007300     05  EVI-TIPO-FOLHA       PIC X(08).
007310     05  EVI-PARCELA          PIC 9(01).
007320     05  EVI-RUBRICA          PIC X(08).
007330     05  EVI-NATUREZA         PIC 9(04).
007340     05  EVI-TIPO-RUBRICA     PIC X(01).
007350     05  EVI-ITEM             PIC X(04).
007360     05  EVI-VALOR            PIC 9(09)V99.
007370     05  FILLER               PIC X(36) VALUE SPACES.
007380 01  WRK-EVT-PAGAMENTO.
007390     05  FILLER               PIC X(01) VALUE '4'.
007400     05  EVP-MATRICULA        PIC X(06).
007410     05  EVP-TIPO-FOLHA       PIC X(08).
007420     05  EVP-PARCELA          PIC 9(01).
007430     05  EVP-DATA-PGTO        PIC 9(08).
007440     05  EVP-VALOR-LIQ        PIC 9(09)V99.
007450     05  EVP-ORIGEM           PIC X(08).
007460     05  FILLER               PIC X(37) VALUE SPACES.
007470 01  WRK-EVT-TRAILER.
007480     05  FILLER               PIC X(01) VALUE '9'.
007490     05  EVT-QTD-S1200        PIC 9(06).
007500     05  EVT-QTD-S1210        PIC 9(06).
007510     05  EVT-QTD-ITENS        PIC 9(07).
007520     05  EVT-QTD-PGTOS        PIC 9(07).
007530     05  EVT-QTD-A-ENVIAR     PIC 9(06).
007540     05  FILLER               PIC X(47) VALUE SPACES.
007550*----------------------------------------------------------------
007560* LINHAS DE IMPRESSAO DO ESOCRPT.
007570*----------------------------------------------------------------
007580 01  WRK-LINHA-CABEC1.
007590     05  FILLER               PIC X(22) VALUE SPACES.
007600     05  FILLER               PIC X(56) VALUE
007610        'FOLHA DE PAGAMENTO - EVENTOS DO ESOCIAL (S-1200/S-1210)'.
007620     05  FILLER               PIC X(22) VALUE SPACES.
007630 01  WRK-LINHA-CABEC2.
007640     05  FILLER               PIC X(08) VALUE 'DATA: '.
007650     05  CAB2-DATA            PIC 9(08).
007660     05  FILLER               PIC X(04) VALUE SPACES.
007670     05  FILLER               PIC X(10) VALUE 'OPERADOR: '.
007680     05  CAB2-OPERADOR        PIC X(10).
007690     05  FILLER               PIC X(04) VALUE SPACES.
007700     05  FILLER               PIC X(13) VALUE 'COMPETENCIA: '.
007710     05  CAB2-COMPETENCIA     PIC 9(06).
007720     05  FILLER               PIC X(04) VALUE SPACES.
007730     05  FILLER               PIC X(06) VALUE 'MODO: '.
007740     05  CAB2-MODO            PIC X(08).
007750     05  FILLER               PIC X(19) VALUE SPACES.
007760 01  WRK-LINHA-AVISO.
007770     05  FILLER               PIC X(07) VALUE 'AVISO: '.
007780     05  AVL-TEXTO            PIC X(45).
007790     05  FILLER               PIC X(09) VALUE ' MATRIC. '.
007800     05  AVL-MATRICULA        PIC X(06).
007810     05  FILLER               PIC X(02) VALUE SPACES.
007820     05  AVL-TIPO             PIC X(08).
007830     05  FILLER               PIC X(01) VALUE SPACES.
007840     05  AVL-PARCELA          PIC X(01).
007850     05  FILLER               PIC X(01) VALUE SPACES.
007860     05  AVL-COMPL            PIC X(20).
007870 01  WRK-LINHA-FUNC-CABEC.
007880     05  FILLER               PIC X(47) VALUE
007890         'MATRIC. EMP S-1200     ITENS   VENCIMENTOS'.
007900     05  FILLER               PIC X(53) VALUE
007910         'DESCONTOS S-1210     PGTOS       LIQUIDO'.
007920 01  WRK-LINHA-FUNC.
007930     05  FNL-MATRICULA        PIC X(06).
007940     05  FILLER               PIC X(02) VALUE SPACES.
007950     05  FNL-EMPRESA          PIC X(02).
007960     05  FILLER               PIC X(02) VALUE SPACES.
007970     05  FNL-SITUACAO-1200    PIC X(13).
007980     05  FNL-ITENS            PIC ZZ9.
007990     05  FILLER               PIC X(01) VALUE SPACES.
008000     05  FNL-VENCIMENTOS      PIC ZZ.ZZZ.ZZ9,99.
008010     05  FILLER               PIC X(01) VALUE SPACES.
008020     05  FNL-DESCONTOS        PIC ZZ.ZZZ.ZZ9,99.
008030     05  FILLER               PIC X(01) VALUE SPACES.
008040     05  FNL-SITUACAO-1210    PIC X(13).
008050     05  FNL-PGTOS            PIC ZZ9.
008060     05  FILLER               PIC X(01) VALUE SPACES.
008070     05  FNL-LIQUIDO          PIC ZZ.ZZZ.ZZ9,99.
008080     05  FILLER               PIC X(13) VALUE SPACES.
008090 01  WRK-LINHA-RUB-TITULO.
008100     05  FILLER               PIC X(50) VALUE
008110         'TOTAIS POR RUBRICA'.
008120     05  FILLER               PIC X(50) VALUE SPACES.
008130 01  WRK-LINHA-RUB-CABEC.
008140     05  FILLER               PIC X(50) VALUE
008150         'ITEM FOLHA    RUBRICA  DESCRICAO'.
008160     05  FILLER               PIC X(50) VALUE
008170         '     NAT  T     ITENS              TOTAL'.
008180 01  WRK-LINHA-RUB.
008190     05  RBL-ITEM             PIC X(04).
008200     05  FILLER               PIC X(01) VALUE SPACES.
008210     05  RBL-TIPO-FOLHA       PIC X(08).
008220     05  FILLER               PIC X(02) VALUE SPACES.
008230     05  RBL-CODIGO           PIC X(08).
008240     05  FILLER               PIC X(01) VALUE SPACES.
008250     05  RBL-DESCRICAO        PIC X(30).
008260     05  FILLER               PIC X(01) VALUE SPACES.
008270     05  RBL-NATUREZA         PIC 9(04).
008280     05  FILLER               PIC X(01) VALUE SPACES.
008290     05  RBL-TIPO             PIC X(01).
008300     05  FILLER               PIC X(01) VALUE SPACES.
008310     05  RBL-QTDE             PIC Z.ZZZ.ZZ9.
008320     05  FILLER               PIC X(01) VALUE SPACES.
008330     05  RBL-TOTAL            PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
008340     05  FILLER               PIC X(10) VALUE SPACES.
008350 01  WRK-LINHA-CTL-TITULO.
008360     05  FILLER               PIC X(50) VALUE
008370         'CONTROLE DE EVENTOS GERADOS'.
008380     05  FILLER               PIC X(50) VALUE SPACES.
008390 01  WRK-LINHA-CTL-CONFRONTO.
008400     05  CTC-ROTULO1          PIC X(30).
008410     05  CTC-QTD1             PIC ZZZ.ZZ9.
008420     05  FILLER               PIC X(04) VALUE SPACES.
008430     05  CTC-ROTULO2          PIC X(30).
008440     05  CTC-QTD2             PIC ZZZ.ZZ9.
008450     05  FILLER               PIC X(04) VALUE SPACES.
008460     05  CTC-SITUACAO         PIC X(07).
008470     05  FILLER               PIC X(11) VALUE SPACES.
008480 01  WRK-LINHA-CTL.
008490     05  CTL-ROTULO           PIC X(30).
008500     05  CTL-QTD              PIC ZZZ.ZZ9.
008510     05  FILLER               PIC X(63) VALUE SPACES.
008520 PROCEDURE DIVISION.
008530******************************************************************
008540* 0000-MAINLINE - CONTROLA A GERACAO DOS EVENTOS DO ESOCIAL.
008550******************************************************************
008560 0000-MAINLINE.
008570     PERFORM 0500-LOGON-OPERADOR THRU 0500-EXIT.
008580     IF NOT WRK-OPERADOR-VALIDO
008590         DISPLAY 'OPERADOR NAO AUTORIZADO: ' WRK-OPERADOR
008600         MOVE 8 TO RETURN-CODE
008610         GOBACK
008620     END-IF.
008630     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008640     PERFORM 2000-CARREGA-FOLHA THRU 2000-EXIT.
008650     PERFORM 3000-CASA-PAGAMENTOS THRU 3000-EXIT.
008660     PERFORM 4000-GERA-EVENTOS THRU 4000-EXIT.
008670     PERFORM 5000-IMPRIME-RUBRICAS THRU 5000-EXIT.
008680     PERFORM 6000-IMPRIME-CONTROLE THRU 6000-EXIT.
008690     PERFORM 9000-FINALIZE THRU 9000-EXIT.
008700     IF WRK-HA-AVISO
008710         MOVE 4 TO RETURN-CODE
008720     ELSE
008730         MOVE 0 TO RETURN-CODE
008740     END-IF.
008750     GOBACK.
008760******************************************************************
008770* 0500-LOGON-OPERADOR - OBTEM O OPERADOR E A SENHA DO PAYOPER,
008780*                       QUANDO PREPARADOS EXTERNAMENTE PARA UMA
008790*                       EXECUCAO EM LOTE, OU DO CONSOLE QUANDO O
008800*                       ARQUIVO NAO EXISTE OU ESTA VAZIO, E
008810*                       VALIDA CONTRA O CADASTRO DE SEGURANCA
008820*                       (OPERSEC): OPERADOR ATIVO, SENHA E
008830*                       AUTORIZACAO DE FOLHA (A MESMA DO
008840*                       PROGCOB04). TENTATIVA RECUSADA E GRAVADA
008850*                       NO SECAUD, NO MESMO IDIOMA DO PROGCOB15.
008860******************************************************************
008870 0500-LOGON-OPERADOR.
008880     MOVE 'N' TO WRK-SW-OPER-ARQUIVO.
008890     OPEN INPUT OPERATOR-CONTROL-FILE.
008900     IF WRK-OPER-CFG-OK
008910         READ OPERATOR-CONTROL-FILE
008920             AT END
008930                 CONTINUE
008940             NOT AT END
008950                 MOVE OPCFG-OPERADOR TO WRK-OPERADOR
008960                 MOVE OPCFG-SENHA    TO WRK-SENHA
008970                 SET WRK-OPER-ARQUIVO TO TRUE
008980         END-READ
008990         CLOSE OPERATOR-CONTROL-FILE
009000     END-IF.
009010     IF NOT WRK-OPER-ARQUIVO
009020         DISPLAY 'OPERADOR: ' WITH NO ADVANCING
009030         ACCEPT WRK-OPERADOR FROM CONSOLE
009040         DISPLAY 'SENHA: ' WITH NO ADVANCING
009050         ACCEPT WRK-SENHA FROM CONSOLE
009060     END-IF.
009070     MOVE 'N' TO WRK-SW-OPERADOR.
009080     MOVE SPACES TO WRK-MOTIVO-LOGON.
009090     PERFORM 0510-PROCURA-OPERSEC THRU 0510-EXIT.
009100     EVALUATE TRUE
009110         WHEN NOT WRK-OPR-ACHADO
009120             MOVE 'NAO CADASTRADO' TO WRK-MOTIVO-LOGON
009130         WHEN WRK-OPR-ATIVO NOT = 'S'
009140             MOVE 'OPERADOR INATIVO' TO WRK-MOTIVO-LOGON
009150         WHEN WRK-OPR-SENHA NOT = WRK-SENHA
009160             MOVE 'SENHA INVALIDA' TO WRK-MOTIVO-LOGON
009170         WHEN WRK-OPR-AUT-FUNCAO NOT = 'S'
009180             MOVE 'SEM AUTORIZACAO' TO WRK-MOTIVO-LOGON
009190         WHEN OTHER
009200             MOVE 'S' TO WRK-SW-OPERADOR
009210     END-EVALUATE.
009220     IF NOT WRK-OPERADOR-VALIDO
009230         DISPLAY 'LOGON RECUSADO (' WRK-MOTIVO-LOGON ') - '
009240             WRK-OPERADOR
009250         PERFORM 0520-GRAVA-SECAUD THRU 0520-EXIT
009260     END-IF.
009270 0500-EXIT.
009280     EXIT.
009290******************************************************************
009300* 0510-PROCURA-OPERSEC - PROCURA O OPERADOR NO CADASTRO DE
009310*                        SEGURANCA (OPERSEC) E GUARDA OS CAMPOS
009320*                        DO REGISTRO ACHADO (A AUTORIZACAO DESTE
009330*                        PROGRAMA E A DE FOLHA). ARQUIVO
009340*                        INDISPONIVEL EQUIVALE A OPERADOR NAO
009350*                        CADASTRADO.
009360******************************************************************
009370 0510-PROCURA-OPERSEC.
009380     MOVE 'N' TO WRK-SW-OPR-ACHADO.
009390     OPEN INPUT SECURITY-MASTER-FILE.
009400     IF NOT WRK-SEC-OK
009410         DISPLAY 'CADASTRO DE SEGURANCA (OPERSEC) '
009420             'INDISPONIVEL: ' WRK-SEC-STATUS
009430         GO TO 0510-EXIT
009440     END-IF.
009450     PERFORM 0515-LE-OPERSEC THRU 0515-EXIT
009460         UNTIL WRK-SEC-EOF OR WRK-OPR-ACHADO.
009470     CLOSE SECURITY-MASTER-FILE.
009480 0510-EXIT.
009490     EXIT.
009500 0515-LE-OPERSEC.
009510     READ SECURITY-MASTER-FILE
009520         AT END
009530             SET WRK-SEC-EOF TO TRUE
009540         NOT AT END
009550             IF OPR-CODIGO = WRK-OPERADOR
009560                 SET WRK-OPR-ACHADO TO TRUE
009570                 MOVE OPR-ATIVO TO WRK-OPR-ATIVO
009580                 MOVE OPR-SENHA TO WRK-OPR-SENHA
009590                 MOVE OPR-AUT-FOLHA
009600                     TO WRK-OPR-AUT-FUNCAO
009610             END-IF
009620     END-READ.
009630 0515-EXIT.
009640     EXIT.
009650******************************************************************
009660* 0520-GRAVA-SECAUD - REGISTRA A TENTATIVA DE LOGON RECUSADA NO
009670*                     SECAUD (DATA, HORA, OPERADOR, PROGRAMA E
009680*                     MOTIVO), NO MESMO IDIOMA DA TRILHA DO
009690*                     DATEAUD DO PROGCOB03.
009700******************************************************************
009710 0520-GRAVA-SECAUD.
009720     ACCEPT WRK-DATA-LOGON FROM DATE YYYYMMDD.
009730     ACCEPT WRK-HORA-LOGON FROM TIME.
009740     OPEN EXTEND SECURITY-AUDIT-FILE.
009750     IF NOT WRK-SECAUD-OK
009760         CLOSE SECURITY-AUDIT-FILE
009770         OPEN OUTPUT SECURITY-AUDIT-FILE
009780     END-IF.
009790     IF NOT WRK-SECAUD-OK
009800         DISPLAY 'ERRO AO ABRIR SECAUD: ' WRK-SECAUD-STATUS
009810         GO TO 0520-EXIT
009820     END-IF.
009830     MOVE WRK-DATA-LOGON TO SEC-DATA.
009840     MOVE SPACES         TO SEC-FILL1.
009850     MOVE WRK-HORA-LOGON TO SEC-HORA.
009860     MOVE SPACES         TO SEC-FILL2.
009870     MOVE WRK-OPERADOR   TO SEC-OPERADOR.
009880     MOVE SPACES         TO SEC-FILL3.
009890     MOVE 'PROGCOB38'    TO SEC-PROGRAMA.
009900     MOVE SPACES         TO SEC-FILL4.
009910     MOVE WRK-MOTIVO-LOGON TO SEC-MOTIVO.
009920     WRITE SECAUD-RECORD.
009930     IF NOT WRK-SECAUD-OK
009940         DISPLAY 'ERRO AO GRAVAR SECAUD: ' WRK-SECAUD-STATUS
009950     END-IF.
009960     CLOSE SECURITY-AUDIT-FILE.
009970 0520-EXIT.
009980     EXIT.
009990******************************************************************
010000* 1000-INITIALIZE - DETERMINA A COMPETENCIA E O MODO, CONFERE QUE
010010*                   A COMPETENCIA ESTA FECHADA, CARREGA AS
010020*                   RUBRICAS, AS EMPRESAS E, NO MODO RETIFICA, A
010030*                   GERACAO ANTERIOR, E ABRE O ESOCEVT E O
010040*                   ESOCRPT COM OS CABECALHOS.
010050******************************************************************
010060 1000-INITIALIZE.
010070     ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
010080     PERFORM 1010-LE-PARAMETRO THRU 1010-EXIT.
010090     PERFORM 1020-VERIFICA-PERIODO THRU 1020-EXIT.
010100     MOVE WRK-COMPETENCIA TO WRK-CMP-SEGUINTE.
010110     IF WRK-CMS-MES = 12
010120         ADD 1 TO WRK-CMS-ANO
010130         MOVE 1 TO WRK-CMS-MES
010140     ELSE
010150         ADD 1 TO WRK-CMS-MES
010160     END-IF.
010170     PERFORM 1030-CARREGA-RUBRICAS THRU 1030-EXIT.
010180     PERFORM 1040-CARREGA-EMPRESAS THRU 1040-EXIT.
010190     PERFORM 1080-DETERMINA-MOEDA THRU 1080-EXIT.
010200     PERFORM 1081-CARREGA-CAMBIO THRU 1081-EXIT.
010210     IF WRK-MODO-RETIFICA
010220         PERFORM 1050-CARREGA-ANTERIOR THRU 1050-EXIT
010230     END-IF.
010240     OPEN OUTPUT EVENT-REPORT-FILE.
010250     IF NOT WRK-RPT-OK
010260         DISPLAY 'ERRO AO ABRIR EVENT-REPORT-FILE: '
010270             WRK-RPT-STATUS
010280         MOVE 8 TO RETURN-CODE
010290         GOBACK
010300     END-IF.
010310     OPEN OUTPUT EVENT-FILE.
010320     IF NOT WRK-EVT-OK
010330         DISPLAY 'ERRO AO ABRIR EVENT-FILE: ' WRK-EVT-STATUS
010340         CLOSE EVENT-REPORT-FILE
010350         MOVE 8 TO RETURN-CODE
010360         GOBACK
010370     END-IF.
010380     MOVE WRK-DATA-ATUAL     TO CAB2-DATA.
010390     MOVE WRK-OPERADOR       TO CAB2-OPERADOR.
010400     MOVE WRK-COMPETENCIA    TO CAB2-COMPETENCIA.
010410     MOVE WRK-MODO           TO CAB2-MODO.
010420     WRITE EVENT-REPORT-RECORD FROM WRK-LINHA-CABEC1
010430         AFTER ADVANCING PAGE.
010440     WRITE EVENT-REPORT-RECORD FROM WRK-LINHA-CABEC2
010450         AFTER ADVANCING 1 LINE.
010460     MOVE WRK-COMPETENCIA    TO EVH-COMPETENCIA.
010470     IF WRK-MODO-RETIFICA
010480         MOVE '2' TO EVH-IND-RETIF
010490     ELSE
010500         MOVE '1' TO EVH-IND-RETIF
010510     END-IF.
010520     MOVE WRK-DATA-ATUAL     TO EVH-DATA.
010530     MOVE WRK-OPERADOR       TO EVH-OPERADOR.
010540     MOVE WRK-EVT-HEADER     TO EVENT-RECORD.
010550     PERFORM 4950-GRAVA-ESOCEVT THRU 4950-EXIT.
010560     IF WRK-QTD-EMPRESAS = ZERO
010570         MOVE 'CADASTRO DE EMPRESAS VAZIO - CNPJ ZERADO'
010580             TO AVL-TEXTO
010590         MOVE SPACES TO AVL-MATRICULA
010600         MOVE SPACES TO AVL-TIPO
010610         MOVE SPACES TO AVL-PARCELA
010620         MOVE SPACES TO AVL-COMPL
010630         PERFORM 7000-GRAVA-AVISO THRU 7000-EXIT
010640     END-IF.
010650 1000-EXIT.
010660     EXIT.
010670******************************************************************
010680* 1010-LE-PARAMETRO - LE A COMPETENCIA (AAAAMM) E O MODO DO
010690*                     ESOCPARM. ARQUIVO AUSENTE, VAZIO OU
010700*                     COMPETENCIA EM BRANCO DEIXA A COMPETENCIA
010710*                     ZERADA, PARA QUE SEJA USADA A ULTIMA
010720*                     FECHADA; MODO EM BRANCO E NORMAL. A
010730*                     RETIFICACAO DE UMA COMPETENCIA REABERTA E
010740*                     REFECHADA NO PAYPERIO E PEDIDA COM O MODO
010750*                     RETIFICA. VALOR INVALIDO ENCERRA COM
010760*                     RETURN-CODE 8.
010770******************************************************************
010780 1010-LE-PARAMETRO.
010790     MOVE ZEROS TO WRK-COMPETENCIA.
010800     MOVE 'NORMAL' TO WRK-MODO.
010810     OPEN INPUT ESOC-PARM-FILE.
010820     IF NOT WRK-PRM-OK
010830         GO TO 1010-EXIT
010840     END-IF.
010850     READ ESOC-PARM-FILE
010860         AT END
010870             MOVE SPACES TO ESOC-PARM-RECORD
010880     END-READ.
010890     CLOSE ESOC-PARM-FILE.
010900     IF EPR-MODO NOT = SPACES
010910         MOVE EPR-MODO TO WRK-MODO
010920     END-IF.
010930     IF NOT WRK-MODO-NORMAL AND NOT WRK-MODO-RETIFICA
010940         DISPLAY 'MODO DO ESOCPARM INVALIDO: '
010950             EPR-MODO ' - LOTE ENCERRADO'
010960         MOVE 8 TO RETURN-CODE
010970         GOBACK
010980     END-IF.
010990     IF EPR-COMPETENCIA = SPACES
011000         GO TO 1010-EXIT
011010     END-IF.
011020     IF EPR-COMPETENCIA IS NOT NUMERIC
011030         DISPLAY 'COMPETENCIA DO ESOCPARM INVALIDA: '
011040             EPR-COMPETENCIA ' - LOTE ENCERRADO'
011050         MOVE 8 TO RETURN-CODE
011060         GOBACK
011070     END-IF.
011080     MOVE EPR-COMPETENCIA TO WRK-COMPETENCIA.
011090     IF WRK-CMP-MES < 1 OR WRK-CMP-MES > 12
011100         DISPLAY 'COMPETENCIA DO ESOCPARM INVALIDA: '
011110             EPR-COMPETENCIA ' - LOTE ENCERRADO'
011120         MOVE 8 TO RETURN-CODE
011130         GOBACK
011140     END-IF.
011150 1010-EXIT.
011160     EXIT.
011170******************************************************************
011180* 1020-VERIFICA-PERIODO - LE O PAYPERIO, GUARDA A SITUACAO DA
011190*                         COMPETENCIA PEDIDA E A ULTIMA
011200*                         COMPETENCIA FECHADA. SEM PARAMETRO,
011210*                         A COMPETENCIA E A ULTIMA FECHADA. OS
011220*                         EVENTOS SO SAEM DE COMPETENCIA
011230*                         FECHADA: ABERTA, DESCONHECIDA OU
011240*                         PAYPERIO INDISPONIVEL ENCERRAM COM
011250*                         RETURN-CODE 8.
011260******************************************************************
011270 1020-VERIFICA-PERIODO.
011280     MOVE ZEROS  TO WRK-ULTIMA-FECHADA.
011290     MOVE SPACES TO WRK-SITUACAO-CMP.
011300     OPEN INPUT PERIOD-CONTROL-FILE.
011310     IF NOT WRK-PER-OK
011320         DISPLAY 'CONTROLE DE COMPETENCIA (PAYPERIO) '
011330             'INDISPONIVEL: ' WRK-PER-STATUS
011340             ' - LOTE ENCERRADO'
011350         MOVE 8 TO RETURN-CODE
011360         GOBACK
011370     END-IF.
011380     PERFORM 1025-LE-PERIODO THRU 1025-EXIT
011390         UNTIL WRK-PER-EOF.
011400     CLOSE PERIOD-CONTROL-FILE.
011410     IF WRK-COMPETENCIA = ZEROS
011420         MOVE WRK-ULTIMA-FECHADA TO WRK-COMPETENCIA
011430         MOVE 'FECHADA' TO WRK-SITUACAO-CMP
011440     END-IF.
011450     IF WRK-COMPETENCIA = ZEROS
011460         DISPLAY 'NENHUMA COMPETENCIA FECHADA NO PAYPERIO'
011470             ' - LOTE ENCERRADO'
011480         MOVE 8 TO RETURN-CODE
011490         GOBACK
011500     END-IF.
011510     IF WRK-SITUACAO-CMP NOT = 'FECHADA'
011520         DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA
011530             ' NAO ESTA FECHADA NO PAYPERIO - LOTE ENCERRADO'
011540         MOVE 8 TO RETURN-CODE
011550         GOBACK
011560     END-IF.
011570 1020-EXIT.
011580     EXIT.
011590 1025-LE-PERIODO.
011600     READ PERIOD-CONTROL-FILE
011610         AT END
011620             SET WRK-PER-EOF TO TRUE
011630         NOT AT END
011640             IF PER-STATUS = 'FECHADA'
011650                     AND PER-COMPETENCIA > WRK-ULTIMA-FECHADA
011660                 MOVE PER-COMPETENCIA TO WRK-ULTIMA-FECHADA
011670             END-IF
011680             IF PER-COMPETENCIA = WRK-COMPETENCIA
011690                 MOVE PER-STATUS TO WRK-SITUACAO-CMP
011700             END-IF
011710     END-READ.
011720 1025-EXIT.
011730     EXIT.
011740******************************************************************
011750* 1030-CARREGA-RUBRICAS - CARREGA AS RUBRICAS ATIVAS DA TABELA
011760*                         (RUBRICAS). SEM A TABELA NAO HA COMO
011770*                         CLASSIFICAR OS ITENS: ENCERRA COM
011780*                         RETURN-CODE 8.
011790******************************************************************
011800 1030-CARREGA-RUBRICAS.
011810     MOVE ZERO TO WRK-QTD-RUBRICAS.
011820     OPEN INPUT RUBRIC-FILE.
011830     IF NOT WRK-RUB-OK
011840         DISPLAY 'TABELA DE RUBRICAS (RUBRICAS) INDISPONIVEL: '
011850             WRK-RUB-STATUS ' - LOTE ENCERRADO'
011860         MOVE 8 TO RETURN-CODE
011870         GOBACK
011880     END-IF.
011890     PERFORM 1035-LE-RUBRICA THRU 1035-EXIT
011900         UNTIL WRK-RUB-EOF.
011910     CLOSE RUBRIC-FILE.
011920 1030-EXIT.
011930     EXIT.
011940 1035-LE-RUBRICA.
011950     READ RUBRIC-FILE
011960         AT END
011970             SET WRK-RUB-EOF TO TRUE
011980             GO TO 1035-EXIT
011990     END-READ.
012000     IF RUB-ATIVA NOT = 'S'
012010         GO TO 1035-EXIT
012020     END-IF.
012030     IF WRK-QTD-RUBRICAS >= WRK-MAX-RUBRICAS
012040         DISPLAY 'TABELA DE RUBRICAS CHEIA - MAXIMO '
012050             WRK-MAX-RUBRICAS ' - LOTE ENCERRADO'
012060         CLOSE RUBRIC-FILE
012070         MOVE 8 TO RETURN-CODE
012080         GOBACK
012090     END-IF.
012100     ADD 1 TO WRK-QTD-RUBRICAS.
012110     MOVE RUB-ITEM       TO TAB-RUB-ITEM(WRK-QTD-RUBRICAS).
012120     MOVE RUB-TIPO-FOLHA TO TAB-RUB-TIPO-FOLHA(WRK-QTD-RUBRICAS).
012130     MOVE RUB-CODIGO     TO TAB-RUB-CODIGO(WRK-QTD-RUBRICAS).
012140     MOVE RUB-DESCRICAO  TO TAB-RUB-DESCRICAO(WRK-QTD-RUBRICAS).
012150     MOVE RUB-NATUREZA   TO TAB-RUB-NATUREZA(WRK-QTD-RUBRICAS).
012160     MOVE RUB-TIPO       TO TAB-RUB-TIPO(WRK-QTD-RUBRICAS).
012170     MOVE ZERO           TO TAB-RUB-QTDE(WRK-QTD-RUBRICAS).
012180     MOVE ZEROS          TO TAB-RUB-TOTAL(WRK-QTD-RUBRICAS).
012190 1035-EXIT.
012200     EXIT.
012210******************************************************************
012220* 1040-CARREGA-EMPRESAS - CARREGA O CADASTRO DE EMPRESAS
012230*                         (EMPRESAS) EM TABELA, PARA O CNPJ DO
012240*                         EMPREGADOR NOS EVENTOS. SEM ELE OS
012250*                         EVENTOS SAEM COM O CNPJ ZERADO E AVISO.
012260******************************************************************
012270 1040-CARREGA-EMPRESAS.
012280     MOVE ZERO TO WRK-QTD-EMPRESAS.
012290     OPEN INPUT COMPANY-FILE.
012300     IF NOT WRK-CIA-OK
012310         DISPLAY 'CADASTRO DE EMPRESAS INDISPONIVEL ('
012320             WRK-CIA-STATUS ') - EVENTOS SEM CNPJ'
012330         GO TO 1040-EXIT
012340     END-IF.
012350     PERFORM 1045-LE-EMPRESA THRU 1045-EXIT
012360         UNTIL WRK-CIA-EOF.
012370     CLOSE COMPANY-FILE.
012380 1040-EXIT.
012390     EXIT.
012400 1045-LE-EMPRESA.
012410     READ COMPANY-FILE
012420         AT END
012430             SET WRK-CIA-EOF TO TRUE
012440         NOT AT END
012450             IF WRK-QTD-EMPRESAS < WRK-MAX-EMPRESAS
012460                 ADD 1 TO WRK-QTD-EMPRESAS
012470                 MOVE CIA-CODIGO
012480                     TO TAB-CIA-CODIGO(WRK-QTD-EMPRESAS)
012490                 MOVE CIA-CNPJ
012500                     TO TAB-CIA-CNPJ(WRK-QTD-EMPRESAS)
012510             ELSE
012520                 DISPLAY 'CADASTRO DE EMPRESAS CHEIO - '
012530                     'REGISTRO IGNORADO: ' CIA-CODIGO
012540             END-IF
012550     END-READ.
012560 1045-EXIT.
012570     EXIT.
012580******************************************************************
012590* 1050-CARREGA-ANTERIOR - NO MODO RETIFICA, CARREGA A GERACAO
012600*                         ANTERIOR DOS EVENTOS (ESOCANT): CADA
012610*                         EVENTO COM A FAIXA DAS SUAS LINHAS DE
012620*                         ITEM OU DE PAGAMENTO. ARQUIVO
012630*                         INDISPONIVEL, VAZIO OU DE OUTRA
012640*                         COMPETENCIA ENCERRA COM RETURN-CODE 8.
012650******************************************************************
012660 1050-CARREGA-ANTERIOR.
012670     MOVE ZERO TO WRK-QTD-EVA.
012680     MOVE ZERO TO WRK-QTD-LNA.
012690     MOVE 'N' TO WRK-SW-ANT-HEADER.
012700     OPEN INPUT PREV-EVENT-FILE.
012710     IF NOT WRK-ANT-OK
012720         DISPLAY 'GERACAO ANTERIOR DOS EVENTOS (ESOCANT) '
012730             'INDISPONIVEL: ' WRK-ANT-STATUS
012740             ' - RETIFICACAO ENCERRADA'
012750         MOVE 8 TO RETURN-CODE
012760         GOBACK
012770     END-IF.
012780     PERFORM 1055-LE-ANTERIOR THRU 1055-EXIT
012790         UNTIL WRK-ANT-EOF.
012800     CLOSE PREV-EVENT-FILE.
012810     IF NOT WRK-ANT-COM-HEADER
012820         DISPLAY 'GERACAO ANTERIOR DOS EVENTOS (ESOCANT) '
012830             'VAZIA OU SEM HEADER - RETIFICACAO ENCERRADA'
012840         MOVE 8 TO RETURN-CODE
012850         GOBACK
012860     END-IF.
012870 1050-EXIT.
012880     EXIT.
012890 1055-LE-ANTERIOR.
012900     READ PREV-EVENT-FILE
012910         AT END
012920             SET WRK-ANT-EOF TO TRUE
012930             GO TO 1055-EXIT
012940     END-READ.
012950     EVALUATE ANT-TIPO-REG
012960         WHEN '0'
012970             IF ANT-COMPETENCIA NOT = WRK-COMPETENCIA
012980                 DISPLAY 'ESOCANT E DA COMPETENCIA '
012990                     ANT-COMPETENCIA ' E NAO DA '
013000                     WRK-COMPETENCIA ' - RETIFICACAO ENCERRADA'
013010                 CLOSE PREV-EVENT-FILE
013020                 MOVE 8 TO RETURN-CODE
013030                 GOBACK
013040             END-IF
013050             SET WRK-ANT-COM-HEADER TO TRUE
013060         WHEN '1'
013070         WHEN '3'
013080             IF WRK-QTD-EVA >= WRK-MAX-EVA
013090                 DISPLAY 'TABELA DE EVENTOS ANTERIORES CHEIA - '
013100                     'MAXIMO ' WRK-MAX-EVA
013110                     ' - RETIFICACAO ENCERRADA'
013120                 CLOSE PREV-EVENT-FILE
013130                 MOVE 8 TO RETURN-CODE
013140                 GOBACK
013150             END-IF
013160             ADD 1 TO WRK-QTD-EVA
013170             MOVE ANT-MATRICULA TO TAB-EVA-MATRICULA(WRK-QTD-EVA)
013180             MOVE ANT-TIPO-REG  TO TAB-EVA-TIPO-REG(WRK-QTD-EVA)
013190             MOVE ANT-EVENTO    TO TAB-EVA-EVENTO(WRK-QTD-EVA)
013200             MOVE ANT-IND-RETIF TO TAB-EVA-IND-RETIF(WRK-QTD-EVA)
013210             COMPUTE TAB-EVA-LIN-INI(WRK-QTD-EVA) =
013220                 WRK-QTD-LNA + 1
013230             MOVE ZERO TO TAB-EVA-LIN-QTD(WRK-QTD-EVA)
013240             MOVE 'N'  TO TAB-EVA-SW-VISTO(WRK-QTD-EVA)
013250         WHEN '2'
013260         WHEN '4'
013270             IF WRK-QTD-LNA >= WRK-MAX-LNA
013280                 DISPLAY 'TABELA DE LINHAS ANTERIORES CHEIA - '
013290                     'MAXIMO ' WRK-MAX-LNA
013300                     ' - RETIFICACAO ENCERRADA'
013310                 CLOSE PREV-EVENT-FILE
013320                 MOVE 8 TO RETURN-CODE
013330                 GOBACK
013340             END-IF
013350             IF WRK-QTD-EVA > ZERO
013360                 ADD 1 TO WRK-QTD-LNA
013370                 MOVE PREV-EVENT-RECORD
013380                     TO TAB-LNA-LINHA(WRK-QTD-LNA)
013390                 ADD 1 TO TAB-EVA-LIN-QTD(WRK-QTD-EVA)
013400             END-IF
013410         WHEN OTHER
013420             CONTINUE
013430     END-EVALUATE.
013440 1055-EXIT.
013450     EXIT.
013460******************************************************************
013470* 1080-DETERMINA-MOEDA - LE A MOEDA BASE DO PAYMOEDA, MESMO
013480*                        IDIOMA E MESMO FALLBACK (BRL) DO
013490*                        PROGCOB04.
013500******************************************************************
013510 1080-DETERMINA-MOEDA.
013520     MOVE 'BRL' TO WRK-MOEDA-PADRAO.
013530     OPEN INPUT CURRENCY-CONFIG-FILE.
013540     IF WRK-MOEDA-CFG-OK
013550         READ CURRENCY-CONFIG-FILE
013560             AT END
013570                 CONTINUE
013580             NOT AT END
013590                 MOVE CFG-MOEDA TO WRK-MOEDA-PADRAO
013600         END-READ
013610         CLOSE CURRENCY-CONFIG-FILE
013620     END-IF.
013630     IF NOT WRK-MOEDA-PADRAO-VALIDA
013640         DISPLAY 'MOEDA NAO RECONHECIDA (' WRK-MOEDA-PADRAO
013650             ') - ASSUMINDO BRL'
013660         MOVE 'BRL' TO WRK-MOEDA-PADRAO
013670     END-IF.
013680 1080-EXIT.
013690     EXIT.
013700******************************************************************
013710* 1081-CARREGA-CAMBIO - CARREGA TODAS AS TAXAS VALIDAS DO PAYCAMB
013720*                       COM A VIGENCIA: A TAXA DE CADA
013730*                       DEMONSTRATIVO E A DA DATA DO SEU
013740*                       PAGAMENTO (3140), NAO A DE HOJE. SEM O
013750*                       ARQUIVO SO A MOEDA BASE TEM TAXA.
013760******************************************************************
013770 1081-CARREGA-CAMBIO.
013780     MOVE ZERO TO WRK-QTD-CMH.
013790     OPEN INPUT EXCHANGE-RATE-FILE.
013800     IF WRK-CMB-OK
013810         PERFORM 1091-LE-CAMBIO THRU 1091-EXIT
013820             UNTIL WRK-CMB-EOF
013830         CLOSE EXCHANGE-RATE-FILE
013840     END-IF.
013850 1081-EXIT.
013860     EXIT.
013870 1091-LE-CAMBIO.
013880     READ EXCHANGE-RATE-FILE
013890         AT END
013900             SET WRK-CMB-EOF TO TRUE
013910         NOT AT END
013920             PERFORM 1092-GUARDA-CAMBIO THRU 1092-EXIT
013930     END-READ.
013940 1091-EXIT.
013950     EXIT.
013960 1092-GUARDA-CAMBIO.
013970     IF CMB-TAXA IS NOT NUMERIC OR CMB-VIG IS NOT NUMERIC
013980             OR CMB-TAXA = ZEROS
013990         DISPLAY 'REGISTRO INVALIDO NO PAYCAMB IGNORADO: '
014000             CMB-MOEDA
014010         GO TO 1092-EXIT
014020     END-IF.
014030     IF WRK-QTD-CMH >= WRK-MAX-CMH
014040         DISPLAY 'TABELA DE TAXAS DO PAYCAMB CHEIA - MAXIMO '
014050             WRK-MAX-CMH ' - LOTE ENCERRADO'
014060         CLOSE EXCHANGE-RATE-FILE
014070         MOVE 8 TO RETURN-CODE
014080         GOBACK
014090     END-IF.
014100     ADD 1 TO WRK-QTD-CMH.
014110     MOVE CMB-MOEDA TO TAB-CMH-MOEDA(WRK-QTD-CMH).
014120     MOVE CMB-TAXA  TO TAB-CMH-TAXA(WRK-QTD-CMH).
014130     MOVE CMB-VIG   TO TAB-CMH-VIG(WRK-QTD-CMH).
014140 1092-EXIT.
014150     EXIT.
014160******************************************************************
014170* 2000-CARREGA-FOLHA - MONTA OS DEMONSTRATIVOS DA COMPETENCIA A
014180*                      PARTIR DO PAYIMPO (UM POR MATRICULA, TIPO
014190*                      E PARCELA; REPROCESSAMENTO SUBSTITUI OS
014200*                      VALORES) E LE OS CONTRACHEQUES ARQUIVADOS
014210*                      (PAYSLARC) PARA OS ITENS DE CADA UM.
014220*                      DEMONSTRATIVO SEM CONTRACHEQUE (RESCISAO)
014230*                      FICA COM O LIQUIDO DO PAYIMPO E A MOEDA
014240*                      DO EMPMAST. NO FIM, ORDENA POR MATRICULA.
014250******************************************************************
014260 2000-CARREGA-FOLHA.
014270     MOVE ZERO TO WRK-QTD-DMD.
014280     MOVE ZERO TO WRK-QTD-ITENS.
014290     OPEN INPUT TAX-DETAIL-FILE.
014300     IF NOT WRK-IMP-OK
014310         DISPLAY 'ERRO AO ABRIR TAX-DETAIL-FILE: ' WRK-IMP-STATUS
014320         CLOSE EVENT-FILE
014330         CLOSE EVENT-REPORT-FILE
014340         MOVE 8 TO RETURN-CODE
014350         GOBACK
014360     END-IF.
014370     PERFORM 2100-LE-IMPOSTO THRU 2100-EXIT
014380         UNTIL WRK-IMP-EOF.
014390     CLOSE TAX-DETAIL-FILE.
014400     IF WRK-QTD-DMD = ZERO
014410         MOVE 'NENHUM DEMONSTRATIVO DA COMPETENCIA (PAYIMPO)'
014420             TO AVL-TEXTO
014430         MOVE SPACES TO AVL-MATRICULA
014440         MOVE SPACES TO AVL-TIPO
014450         MOVE SPACES TO AVL-PARCELA
014460         MOVE SPACES TO AVL-COMPL
014470         PERFORM 7000-GRAVA-AVISO THRU 7000-EXIT
014480     END-IF.
014490     OPEN INPUT PAYSLIP-ARCHIVE-FILE.
014500     IF NOT WRK-ARC-OK
014510         DISPLAY 'ERRO AO ABRIR PAYSLIP-ARCHIVE-FILE: '
014520             WRK-ARC-STATUS
014530         CLOSE EVENT-FILE
014540         CLOSE EVENT-REPORT-FILE
014550         MOVE 8 TO RETURN-CODE
014560         GOBACK
014570     END-IF.
014580     MOVE ZERO TO WRK-DMD-ATUAL.
014590     PERFORM 2200-LE-CONTRACHEQUE THRU 2200-EXIT
014600         UNTIL WRK-ARC-EOF.
014610     CLOSE PAYSLIP-ARCHIVE-FILE.
014620     MOVE 'N' TO WRK-SW-MASTER.
014630     OPEN INPUT EMPLOYEE-MASTER.
014640     IF WRK-EMP-OK
014650         SET WRK-MASTER-DISPONIVEL TO TRUE
014660     ELSE
014670         DISPLAY 'CADASTRO (EMPMAST) INDISPONIVEL: '
014680             WRK-EMP-STATUS ' - DEMONSTRATIVO SEM CONTRACHEQUE '
014690             'NA MOEDA BASE'
014700     END-IF.
014710     PERFORM VARYING WRK-DMD-IDX FROM 1 BY 1
014720             UNTIL WRK-DMD-IDX > WRK-QTD-DMD
014730         IF NOT TAB-DMD-COM-SLIP(WRK-DMD-IDX)
014740             PERFORM 2400-DEMONSTRATIVO-SEM-SLIP THRU 2400-EXIT
014750         END-IF
014760     END-PERFORM.
014770     IF WRK-MASTER-DISPONIVEL
014780         CLOSE EMPLOYEE-MASTER
014790     END-IF.
014800     PERFORM 2500-ORDENA-DEMONSTRATIVOS THRU 2500-EXIT.
014810 2000-EXIT.
014820     EXIT.
014830 2100-LE-IMPOSTO.
014840     READ TAX-DETAIL-FILE
014850         AT END
014860             SET WRK-IMP-EOF TO TRUE
014870         NOT AT END
014880             IF IMP-COMPETENCIA = WRK-COMPETENCIA
014890                 ADD 1 TO WRK-CONT-IMP-LIDOS
014900                 PERFORM 2150-GUARDA-DEMONSTRATIVO THRU 2150-EXIT
014910             END-IF
014920     END-READ.
014930 2100-EXIT.
014940     EXIT.
014950******************************************************************
014960* 2150-GUARDA-DEMONSTRATIVO - GUARDA O REGISTRO DO PAYIMPO NO
014970*                             DEMONSTRATIVO DA EXECUCAO, CRIANDO
014980*                             O DEMONSTRATIVO NA PRIMEIRA VEZ.
014990*                             EMPRESA EM BRANCO E A 01.
015000******************************************************************
015010 2150-GUARDA-DEMONSTRATIVO.
015020     MOVE IMP-MATRICULA TO WRK-CHV-MATRICULA.
015030     MOVE IMP-TIPO      TO WRK-CHV-TIPO.
015040     MOVE IMP-PARCELA   TO WRK-CHV-PARCELA.
015050     PERFORM 2160-PROCURA-DEMONSTRATIVO THRU 2160-EXIT.
015060     IF NOT WRK-DMD-ACHADO
015070         IF WRK-QTD-DMD >= WRK-MAX-DMD
015080             DISPLAY 'TABELA DE DEMONSTRATIVOS CHEIA - MAXIMO '
015090                 WRK-MAX-DMD ' - LOTE ENCERRADO'
015100             CLOSE TAX-DETAIL-FILE
015110             CLOSE EVENT-FILE
015120             CLOSE EVENT-REPORT-FILE
015130             MOVE 8 TO RETURN-CODE
015140             GOBACK
015150         END-IF
015160         ADD 1 TO WRK-QTD-DMD
015170         MOVE WRK-QTD-DMD TO WRK-DMD-IDX
015180         MOVE WRK-CHAVE-DMD TO TAB-DMD-CHAVE(WRK-DMD-IDX)
015190         MOVE 'N'    TO TAB-DMD-SW-SLIP(WRK-DMD-IDX)
015200         MOVE 'BRL'  TO TAB-DMD-MOEDA(WRK-DMD-IDX)
015210         MOVE ZEROS  TO TAB-DMD-BRUTO-SLP(WRK-DMD-IDX)
015220         MOVE ZEROS  TO TAB-DMD-LIQUIDO(WRK-DMD-IDX)
015230         MOVE ZERO   TO TAB-DMD-ITM-INI(WRK-DMD-IDX)
015240         MOVE ZERO   TO TAB-DMD-ITM-QTD(WRK-DMD-IDX)
015250         MOVE ZEROS  TO TAB-DMD-DATA-PGTO(WRK-DMD-IDX)
015260         MOVE SPACES TO TAB-DMD-ORIGEM-PGTO(WRK-DMD-IDX)
015270         MOVE ZEROS  TO TAB-DMD-DATA-TAXA(WRK-DMD-IDX)
015280     END-IF.
015290     IF IMP-EMPRESA = SPACES
015300         MOVE '01' TO TAB-DMD-EMPRESA(WRK-DMD-IDX)
015310     ELSE
015320         MOVE IMP-EMPRESA TO TAB-DMD-EMPRESA(WRK-DMD-IDX)
015330     END-IF.
015340     MOVE IMP-BRUTO TO TAB-DMD-BRUTO(WRK-DMD-IDX).
015350     MOVE IMP-INSS  TO TAB-DMD-INSS(WRK-DMD-IDX).
015360     MOVE IMP-IRRF  TO TAB-DMD-IRRF(WRK-DMD-IDX).
015370 2150-EXIT.
015380     EXIT.
015390 2160-PROCURA-DEMONSTRATIVO.
015400     MOVE 'N' TO WRK-SW-DMD-ACHADO.
015410     PERFORM VARYING WRK-DMD-IDX FROM 1 BY 1
015420             UNTIL WRK-DMD-IDX > WRK-QTD-DMD
015430                OR WRK-DMD-ACHADO
015440         IF TAB-DMD-CHAVE(WRK-DMD-IDX) = WRK-CHAVE-DMD
015450             SET WRK-DMD-ACHADO TO TRUE
015460         END-IF
015470     END-PERFORM.
015480     IF WRK-DMD-ACHADO
015490         SUBTRACT 1 FROM WRK-DMD-IDX
015500     END-IF.
015510 2160-EXIT.
015520     EXIT.
015530 2200-LE-CONTRACHEQUE.
015540     READ PAYSLIP-ARCHIVE-FILE
015550         AT END
015560             SET WRK-ARC-EOF TO TRUE
015570         NOT AT END
015580             IF ARC-COMPETENCIA = WRK-COMPETENCIA
015590                 PERFORM 2210-TRATA-LINHA-SLIP THRU 2210-EXIT
015600             END-IF
015610     END-READ.
015620 2200-EXIT.
015630     EXIT.
015640******************************************************************
015650* 2210-TRATA-LINHA-SLIP - A PRIMEIRA LINHA DE UM CONTRACHEQUE
015660*                         ABRE UMA NOVA FAIXA DE ITENS NO
015670*                         DEMONSTRATIVO (O CONTRACHEQUE DE UM
015680*                         REPROCESSAMENTO SUBSTITUI O ANTERIOR);
015690*                         A LINHA DO FUNCIONARIO DA A MOEDA; AS
015700*                         LINHAS DE VALOR SAO CLASSIFICADAS PELO
015710*                         ROTULO. AS DEMAIS SAO IGNORADAS.
015720******************************************************************
015730 2210-TRATA-LINHA-SLIP.
015740     IF ARC-SEQ = 1
015750         ADD 1 TO WRK-CONT-SLP-LIDOS
015760         MOVE ARC-MATRICULA TO WRK-CHV-MATRICULA
015770         MOVE ARC-TIPO      TO WRK-CHV-TIPO
015780         MOVE ARC-PARCELA   TO WRK-CHV-PARCELA
015790         PERFORM 2160-PROCURA-DEMONSTRATIVO THRU 2160-EXIT
015800         IF NOT WRK-DMD-ACHADO
015810             MOVE ZERO TO WRK-DMD-ATUAL
015820             MOVE 'CONTRACHEQUE SEM REGISTRO NO PAYIMPO'
015830                 TO AVL-TEXTO
015840             MOVE ARC-MATRICULA TO AVL-MATRICULA
015850             MOVE ARC-TIPO      TO AVL-TIPO
015860             MOVE ARC-PARCELA   TO AVL-PARCELA
015870             MOVE 'IGNORADO'    TO AVL-COMPL
015880             PERFORM 7000-GRAVA-AVISO THRU 7000-EXIT
015890             GO TO 2210-EXIT
015900         END-IF
015910         MOVE WRK-DMD-IDX TO WRK-DMD-ATUAL
015920         MOVE 'S'   TO TAB-DMD-SW-SLIP(WRK-DMD-ATUAL)
015930         MOVE 'BRL' TO TAB-DMD-MOEDA(WRK-DMD-ATUAL)
015940         MOVE ZEROS TO TAB-DMD-BRUTO-SLP(WRK-DMD-ATUAL)
015950         MOVE ZEROS TO TAB-DMD-LIQUIDO(WRK-DMD-ATUAL)
015960         COMPUTE TAB-DMD-ITM-INI(WRK-DMD-ATUAL) =
015970             WRK-QTD-ITENS + 1
015980         MOVE ZERO  TO TAB-DMD-ITM-QTD(WRK-DMD-ATUAL)
015990         GO TO 2210-EXIT
016000     END-IF.
016010     IF WRK-DMD-ATUAL = ZERO
016020         GO TO 2210-EXIT
016030     END-IF.
016040     IF ARC-MATRICULA NOT = TAB-DMD-MATRICULA(WRK-DMD-ATUAL)
016050             OR ARC-TIPO NOT = TAB-DMD-TIPO(WRK-DMD-ATUAL)
016060             OR ARC-PARCELA NOT = TAB-DMD-PARCELA(WRK-DMD-ATUAL)
016070         GO TO 2210-EXIT
016080     END-IF.
016090     IF ARC-FUNC-ROTULO = 'MATRICULA: '
016100         MOVE ARC-FUNC-MOEDA TO TAB-DMD-MOEDA(WRK-DMD-ATUAL)
016110         GO TO 2210-EXIT
016120     END-IF.
016130     MOVE SPACES TO WRK-ITEM-LINHA.
016140     EVALUATE TRUE
016150         WHEN ARC-PREFIXO-CSG = 'CONSIGNACAO '
016160                 AND ARC-SUFIXO-CSG = ' ...........:'
016170             MOVE 'CSG' TO WRK-ITEM-LINHA
016180         WHEN ARC-PREFIXO-DIF = 'DIFERENCA COMPET. '
016190                 AND ARC-SUFIXO-DIF = ' ..:'
016200             MOVE 'DIF' TO WRK-ITEM-LINHA
016210         WHEN OTHER
016220             PERFORM VARYING WRK-ROT-IDX FROM 1 BY 1
016230                     UNTIL WRK-ROT-IDX > WRK-QTD-ROTULOS
016240                        OR WRK-ITEM-LINHA NOT = SPACES
016250                 IF ARC-ROTULO = TAB-ROT-TEXTO(WRK-ROT-IDX)
016260                     MOVE TAB-ROT-ITEM(WRK-ROT-IDX)
016270                         TO WRK-ITEM-LINHA
016280                 END-IF
016290             END-PERFORM
016300     END-EVALUATE.
016310     IF WRK-ITEM-LINHA = SPACES
016320         GO TO 2210-EXIT
016330     END-IF.
016340     PERFORM 2250-CONVERTE-VALOR THRU 2250-EXIT.
016350     EVALUATE WRK-ITEM-LINHA
016360         WHEN 'BRUT'
016370             MOVE WRK-VALOR-LIDO
016380                 TO TAB-DMD-BRUTO-SLP(WRK-DMD-ATUAL)
016390         WHEN 'LIQ '
016400             MOVE WRK-VALOR-LIDO
016410                 TO TAB-DMD-LIQUIDO(WRK-DMD-ATUAL)
016420         WHEN OTHER
016430             PERFORM 2300-ACUMULA-ITEM THRU 2300-EXIT
016440     END-EVALUATE.
016450 2210-EXIT.
016460     EXIT.
016470******************************************************************
016480* 2250-CONVERTE-VALOR - CONVERTE O VALOR EDITADO DA LINHA DO
016490*                       CONTRACHEQUE EM NUMERICO, DESFAZENDO
016500*                       ANTES A TROCA DE PONTO E VIRGULA DO
016510*                       PADRAO USD (7060-FORMATA-MOEDA DO
016520*                       PROGCOB04).
016530******************************************************************
016540 2250-CONVERTE-VALOR.
016550     MOVE ARC-VALOR-TXT TO WRK-VALOR-TXT.
016560     IF TAB-DMD-MOEDA(WRK-DMD-ATUAL) = 'USD'
016570         INSPECT WRK-VALOR-TXT REPLACING ALL '.' BY X'01'
016580         INSPECT WRK-VALOR-TXT REPLACING ALL ',' BY '.'
016590         INSPECT WRK-VALOR-TXT REPLACING ALL X'01' BY ','
016600     END-IF.
016610     MOVE WRK-VALOR-ED TO WRK-VALOR-LIDO.
016620 2250-EXIT.
016630     EXIT.
016640******************************************************************
016650* 2300-ACUMULA-ITEM - SOMA O VALOR AO ITEM NA FAIXA DO
016660*                     CONTRACHEQUE CORRENTE, CRIANDO O ITEM NA
016670*                     PRIMEIRA VEZ (CONSIGNACOES E DIFERENCAS DE
016680*                     VARIAS LINHAS VIRAM UM ITEM SO).
016690******************************************************************
016700 2300-ACUMULA-ITEM.
016710     MOVE 'N' TO WRK-SW-ITM-ACHADO.
016720     PERFORM VARYING WRK-ITM-IDX FROM 1 BY 1
016730             UNTIL WRK-ITM-IDX > TAB-DMD-ITM-QTD(WRK-DMD-ATUAL)
016740                OR WRK-ITM-ACHADO
016750         COMPUTE WRK-ITM-POS =
016760             TAB-DMD-ITM-INI(WRK-DMD-ATUAL) + WRK-ITM-IDX - 1
016770         IF TAB-ITM-ITEM(WRK-ITM-POS) = WRK-ITEM-LINHA
016780             SET WRK-ITM-ACHADO TO TRUE
016790             ADD WRK-VALOR-LIDO TO TAB-ITM-VALOR(WRK-ITM-POS)
016800         END-IF
016810     END-PERFORM.
016820     IF WRK-ITM-ACHADO
016830         GO TO 2300-EXIT
016840     END-IF.
016850     IF WRK-QTD-ITENS >= WRK-MAX-ITENS
016860         DISPLAY 'TABELA DE ITENS DOS CONTRACHEQUES CHEIA - '
016870             'MAXIMO ' WRK-MAX-ITENS ' - LOTE ENCERRADO'
016880         CLOSE PAYSLIP-ARCHIVE-FILE
016890         CLOSE EVENT-FILE
016900         CLOSE EVENT-REPORT-FILE
016910         MOVE 8 TO RETURN-CODE
016920         GOBACK
016930     END-IF.
016940     ADD 1 TO WRK-QTD-ITENS.
016950     MOVE WRK-ITEM-LINHA TO TAB-ITM-ITEM(WRK-QTD-ITENS).
016960     MOVE WRK-VALOR-LIDO TO TAB-ITM-VALOR(WRK-QTD-ITENS).
016970     ADD 1 TO TAB-DMD-ITM-QTD(WRK-DMD-ATUAL).
016980 2300-EXIT.
016990     EXIT.
017000******************************************************************
017010* 2400-DEMONSTRATIVO-SEM-SLIP - DEMONSTRATIVO SEM CONTRACHEQUE
017020*                               ARQUIVADO (A RESCISAO NAO GERA
017030*                               CONTRACHEQUE): O LIQUIDO E O
017040*                               BRUTO DO PAYIMPO MENOS INSS E
017050*                               IRRF, NA MOEDA DO FUNCIONARIO NO
017060*                               EMPMAST (A DO 2060 DO PROGCOB04:
017070*                               EMP-MOEDA RECONHECIDA OU A MOEDA
017080*                               BASE). FORA DA RESCISAO, AVISA.
017090******************************************************************
017100 2400-DEMONSTRATIVO-SEM-SLIP.
017110     MOVE WRK-MOEDA-PADRAO TO TAB-DMD-MOEDA(WRK-DMD-IDX).
017120     IF WRK-MASTER-DISPONIVEL
017130         MOVE TAB-DMD-MATRICULA(WRK-DMD-IDX) TO EMP-ID
017140         READ EMPLOYEE-MASTER
017150             INVALID KEY
017160                 MOVE 'MATRICULA FORA DO EMPMAST - MOEDA BASE'
017170                     TO AVL-TEXTO
017180                 MOVE TAB-DMD-MATRICULA(WRK-DMD-IDX)
017190                     TO AVL-MATRICULA
017200                 MOVE TAB-DMD-TIPO(WRK-DMD-IDX)    TO AVL-TIPO
017210                 MOVE TAB-DMD-PARCELA(WRK-DMD-IDX) TO AVL-PARCELA
017220                 MOVE WRK-MOEDA-PADRAO             TO AVL-COMPL
017230                 PERFORM 7000-GRAVA-AVISO THRU 7000-EXIT
017240             NOT INVALID KEY
017250                 IF EMP-MOEDA = 'BRL' OR EMP-MOEDA = 'USD'
017260                     MOVE EMP-MOEDA TO TAB-DMD-MOEDA(WRK-DMD-IDX)
017270                 END-IF
017280         END-READ
017290     END-IF.
017300     IF TAB-DMD-BRUTO(WRK-DMD-IDX) >
017310             TAB-DMD-INSS(WRK-DMD-IDX) + TAB-DMD-IRRF(WRK-DMD-IDX)
017320         COMPUTE TAB-DMD-LIQUIDO(WRK-DMD-IDX) =
017330             TAB-DMD-BRUTO(WRK-DMD-IDX)
017340             - TAB-DMD-INSS(WRK-DMD-IDX)
017350             - TAB-DMD-IRRF(WRK-DMD-IDX)
017360     END-IF.
017370     IF TAB-DMD-TIPO(WRK-DMD-IDX) NOT = 'RESCISAO'
017380         MOVE 'DEMONSTRATIVO SEM CONTRACHEQUE NO PAYSLARC'
017390             TO AVL-TEXTO
017400         MOVE TAB-DMD-MATRICULA(WRK-DMD-IDX) TO AVL-MATRICULA
017410         MOVE TAB-DMD-TIPO(WRK-DMD-IDX)      TO AVL-TIPO
017420         MOVE TAB-DMD-PARCELA(WRK-DMD-IDX)   TO AVL-PARCELA
017430         MOVE 'VALORES DO PAYIMPO'           TO AVL-COMPL
017440         PERFORM 7000-GRAVA-AVISO THRU 7000-EXIT
017450     END-IF.
017460 2400-EXIT.
017470     EXIT.
017480******************************************************************
017490* 2500-ORDENA-DEMONSTRATIVOS - ORDENA OS DEMONSTRATIVOS POR
017500*                              MATRICULA, TIPO E PARCELA (BOLHA,
017510*                              COMO NO PROGCOB31).
017520******************************************************************
017530 2500-ORDENA-DEMONSTRATIVOS.
017540     IF WRK-QTD-DMD < 2
017550         GO TO 2500-EXIT
017560     END-IF.
017570     PERFORM VARYING WRK-DMD-PASSO FROM 1 BY 1
017580             UNTIL WRK-DMD-PASSO >= WRK-QTD-DMD
017590         PERFORM VARYING WRK-DMD-IDX FROM 1 BY 1
017600                 UNTIL WRK-DMD-IDX > WRK-QTD-DMD - WRK-DMD-PASSO
017610             COMPUTE WRK-DMD-IDX2 = WRK-DMD-IDX + 1
017620             IF TAB-DMD-CHAVE(WRK-DMD-IDX) >
017630                     TAB-DMD-CHAVE(WRK-DMD-IDX2)
017640                 PERFORM 2510-TROCA-DEMONSTRATIVOS THRU 2510-EXIT
017650             END-IF
017660         END-PERFORM
017670     END-PERFORM.
017680 2500-EXIT.
017690     EXIT.
017700 2510-TROCA-DEMONSTRATIVOS.
017710     MOVE TAB-DMD-ENT(WRK-DMD-IDX)  TO WRK-TROCA-DMD.
017720     MOVE TAB-DMD-ENT(WRK-DMD-IDX2) TO TAB-DMD-ENT(WRK-DMD-IDX).
017730     MOVE WRK-TROCA-DMD             TO TAB-DMD-ENT(WRK-DMD-IDX2).
017740 2510-EXIT.
017750     EXIT.
017760******************************************************************
017770* 3000-CASA-PAGAMENTOS - CARREGA OS CREDITOS DO BANKREM E OS
017780*                        DESLIGAMENTOS DO DESLHIST E DA A CADA
017790*                        DEMONSTRATIVO COM LIQUIDO A DATA DO SEU
017800*                        PAGAMENTO: PRIMEIRO O CREDITO DA MESMA
017810*                        MATRICULA COM O VALOR DO LIQUIDO (EM
017820*                        OUTRA MOEDA, CONVERTIDO EM REAIS NA
017830*                        DATA DO CREDITO); NA RESCISAO, A DATA
017840*                        EM QUE FOI PROCESSADA. SEM PAGAMENTO,
017850*                        AVISA. NO FIM CONVERTE OS DEMONSTRATIVOS
017860*                        EM OUTRA MOEDA PARA REAIS (3500).
017870******************************************************************
017880 3000-CASA-PAGAMENTOS.
017890     PERFORM 3010-CARREGA-REMESSA THRU 3010-EXIT.
017900     PERFORM 3100-CARREGA-DESLIGAMENTOS THRU 3100-EXIT.
017910     PERFORM VARYING WRK-DMD-IDX FROM 1 BY 1
017920             UNTIL WRK-DMD-IDX > WRK-QTD-DMD
017930         IF TAB-DMD-LIQUIDO(WRK-DMD-IDX) > ZERO
017940             PERFORM 3200-CASA-VALOR THRU 3200-EXIT
017950         END-IF
017960     END-PERFORM.
017970     PERFORM VARYING WRK-DMD-IDX FROM 1 BY 1
017980             UNTIL WRK-DMD-IDX > WRK-QTD-DMD
017990         IF TAB-DMD-LIQUIDO(WRK-DMD-IDX) > ZERO
018000                 AND TAB-DMD-DATA-PGTO(WRK-DMD-IDX) = ZEROS
018010             PERFORM 3300-CASA-SEM-VALOR THRU 3300-EXIT
018020         END-IF
018030     END-PERFORM.
018040     PERFORM VARYING WRK-CRE-IDX FROM 1 BY 1
018050             UNTIL WRK-CRE-IDX > WRK-QTD-CREDITOS
018060         IF NOT TAB-CRE-USADO(WRK-CRE-IDX)
018070             ADD 1 TO WRK-CONT-CRED-SOBRA
018080         END-IF
018090     END-PERFORM.
018100     PERFORM 3500-CONVERTE-DEMONSTRATIVO THRU 3500-EXIT
018110         VARYING WRK-DMD-IDX FROM 1 BY 1
018120         UNTIL WRK-DMD-IDX > WRK-QTD-DMD.
018130 3000-EXIT.
018140     EXIT.
018150******************************************************************
018160* 3010-CARREGA-REMESSA - CARREGA OS DETALHES DO BANKREM DOS LOTES
018170*                        DATADOS NO MES DA COMPETENCIA OU NO
018180*                        SEGUINTE (A DATA DO HEADER E A DO
018190*                        CREDITO). SEM O BANKREM ENCERRA COM
018200*                        RETURN-CODE 8.
018210******************************************************************
018220 3010-CARREGA-REMESSA.
018230     MOVE ZERO TO WRK-QTD-CREDITOS.
018240     MOVE 'N' TO WRK-SW-REM-NA-JANELA.
018250     OPEN INPUT BANK-REMIT-FILE.
018260     IF NOT WRK-REM-OK
018270         DISPLAY 'ERRO AO ABRIR BANK-REMIT-FILE: ' WRK-REM-STATUS
018280         CLOSE EVENT-FILE
018290         CLOSE EVENT-REPORT-FILE
018300         MOVE 8 TO RETURN-CODE
018310         GOBACK
018320     END-IF.
018330     PERFORM 3015-LE-REMESSA THRU 3015-EXIT
018340         UNTIL WRK-REM-EOF.
018350     CLOSE BANK-REMIT-FILE.
018360 3010-EXIT.
018370     EXIT.
018380 3015-LE-REMESSA.
018390     READ BANK-REMIT-FILE
018400         AT END
018410             SET WRK-REM-EOF TO TRUE
018420             GO TO 3015-EXIT
018430     END-READ.
018440     EVALUATE REM-TIPO
018450         WHEN '0'
018460             MOVE REM-DATA TO WRK-DATA-REMESSA
018470             MOVE REM-DATA TO WRK-DATA-CREDITO
018480             IF WRK-DCR-ANOMES = WRK-COMPETENCIA
018490                     OR WRK-DCR-ANOMES = WRK-CMP-SEGUINTE
018500                 SET WRK-REM-NA-JANELA TO TRUE
018510             ELSE
018520                 MOVE 'N' TO WRK-SW-REM-NA-JANELA
018530             END-IF
018540         WHEN '1'
018550             IF WRK-REM-NA-JANELA
018560                 PERFORM 3020-GUARDA-CREDITO THRU 3020-EXIT
018570             END-IF
018580         WHEN OTHER
018590             CONTINUE
018600     END-EVALUATE.
018610 3015-EXIT.
018620     EXIT.
018630 3020-GUARDA-CREDITO.
018640     IF WRK-QTD-CREDITOS >= WRK-MAX-CREDITOS
018650         DISPLAY 'TABELA DE CREDITOS DO BANKREM CHEIA - MAXIMO '
018660             WRK-MAX-CREDITOS ' - LOTE ENCERRADO'
018670         CLOSE BANK-REMIT-FILE
018680         CLOSE EVENT-FILE
018690         CLOSE EVENT-REPORT-FILE
018700         MOVE 8 TO RETURN-CODE
018710         GOBACK
018720     END-IF.
018730     ADD 1 TO WRK-QTD-CREDITOS.
018740     ADD 1 TO WRK-CONT-CREDITOS.
018750     MOVE REM-MATRICULA    TO TAB-CRE-MATRICULA(WRK-QTD-CREDITOS).
018760     MOVE WRK-DATA-REMESSA TO TAB-CRE-DATA(WRK-QTD-CREDITOS).
018770     MOVE REM-VALOR        TO TAB-CRE-VALOR(WRK-QTD-CREDITOS).
018780     MOVE 'N'              TO TAB-CRE-SW-USADO(WRK-QTD-CREDITOS).
018790 3020-EXIT.
018800     EXIT.
018810******************************************************************
018820* 3100-CARREGA-DESLIGAMENTOS - CARREGA O DESLHIST (VALE O ULTIMO
018830*                              REGISTRO DE CADA MATRICULA). SEM
018840*                              ELE AS RESCISOES FICAM SEM DATA DE
018850*                              PAGAMENTO, COM AVISO.
018860******************************************************************
018870 3100-CARREGA-DESLIGAMENTOS.
018880     MOVE ZERO TO WRK-QTD-DESLIG.
018890     OPEN INPUT TERMINATION-HIST-FILE.
018900     IF NOT WRK-DSL-OK
018910         DISPLAY 'HISTORICO DE DESLIGAMENTOS (DESLHIST) '
018920             'INDISPONIVEL: ' WRK-DSL-STATUS
018930         GO TO 3100-EXIT
018940     END-IF.
018950     PERFORM 3110-LE-DESLIGAMENTO THRU 3110-EXIT
018960         UNTIL WRK-DSL-EOF.
018970     CLOSE TERMINATION-HIST-FILE.
018980 3100-EXIT.
018990     EXIT.
019000 3110-LE-DESLIGAMENTO.
019010     READ TERMINATION-HIST-FILE
019020         AT END
019030             SET WRK-DSL-EOF TO TRUE
019040             GO TO 3110-EXIT
019050     END-READ.
019060     MOVE DSL-MATRICULA TO WRK-MATRICULA.
019070     PERFORM 3120-PROCURA-DESLIGAMENTO THRU 3120-EXIT.
019080     IF NOT WRK-DSL-ACHADO
019090         IF WRK-QTD-DESLIG >= WRK-MAX-DESLIG
019100             DISPLAY 'TABELA DE DESLIGAMENTOS CHEIA - '
019110                 'REGISTRO IGNORADO: ' DSL-MATRICULA
019120             GO TO 3110-EXIT
019130         END-IF
019140         ADD 1 TO WRK-QTD-DESLIG
019150         MOVE WRK-QTD-DESLIG TO WRK-DSL-IDX
019160         MOVE DSL-MATRICULA TO TAB-DSL-MATRICULA(WRK-DSL-IDX)
019170     END-IF.
019180     MOVE DSL-DATA-PROC TO TAB-DSL-DATA-PROC(WRK-DSL-IDX).
019190 3110-EXIT.
019200     EXIT.
019210 3120-PROCURA-DESLIGAMENTO.
019220     MOVE 'N' TO WRK-SW-DSL-ACHADO.
019230     PERFORM VARYING WRK-DSL-IDX FROM 1 BY 1
019240             UNTIL WRK-DSL-IDX > WRK-QTD-DESLIG
019250                OR WRK-DSL-ACHADO
019260         IF TAB-DSL-MATRICULA(WRK-DSL-IDX) = WRK-MATRICULA
019270             SET WRK-DSL-ACHADO TO TRUE
019280         END-IF
019290     END-PERFORM.
019300     IF WRK-DSL-ACHADO
019310         SUBTRACT 1 FROM WRK-DSL-IDX
019320     END-IF.
019330 3120-EXIT.
019340     EXIT.
019350******************************************************************
019360* 3140-PROCURA-TAXA - TAXA DA MOEDA WRK-MOEDA-PROC PARA A MOEDA
019370*                     BASE NA DATA WRK-DATA-TAXA: 1 PARA A
019380*                     PROPRIA MOEDA BASE; SENAO A DO PAYCAMB DE
019390*                     VIGENCIA MAIS RECENTE ATE A DATA (NA MESMA
019400*                     VIGENCIA, A ULTIMA DO ARQUIVO). SEM TAXA,
019410*                     WRK-TAXA-ACHADA FICA EM 'N'.
019420******************************************************************
019430 3140-PROCURA-TAXA.
019440     MOVE 'N' TO WRK-SW-TAXA-ACHADA.
019450     MOVE ZEROS TO WRK-TAXA-PROC.
019460     MOVE ZEROS TO WRK-VIG-PROC.
019470     IF WRK-MOEDA-PROC = WRK-MOEDA-PADRAO
019480         MOVE 1 TO WRK-TAXA-PROC
019490         SET WRK-TAXA-ACHADA TO TRUE
019500         GO TO 3140-EXIT
019510     END-IF.
019520     PERFORM VARYING WRK-CMH-IDX FROM 1 BY 1
019530             UNTIL WRK-CMH-IDX > WRK-QTD-CMH
019540         IF TAB-CMH-MOEDA(WRK-CMH-IDX) = WRK-MOEDA-PROC
019550                 AND TAB-CMH-VIG(WRK-CMH-IDX) NOT > WRK-DATA-TAXA
019560                 AND TAB-CMH-VIG(WRK-CMH-IDX) NOT < WRK-VIG-PROC
019570             MOVE TAB-CMH-TAXA(WRK-CMH-IDX) TO WRK-TAXA-PROC
019580             MOVE TAB-CMH-VIG(WRK-CMH-IDX)  TO WRK-VIG-PROC
019590             SET WRK-TAXA-ACHADA TO TRUE
019600         END-IF
019610     END-PERFORM.
019620 3140-EXIT.
019630     EXIT.
019640******************************************************************
019650* 3150-DETERMINA-FATOR - TAXAS DA MOEDA DO DEMONSTRATIVO
019660*                        (WRK-DMD-IDX) E DO BRL NA DATA
019670*                        WRK-DATA-TAXA. COM A MOEDA BASE BRL, A
019680*                        TAXA DO BRL E 1 E A CONVERSAO E A MESMA
019690*                        DO 2085 DO PROGCOB04.
019700******************************************************************
019710 3150-DETERMINA-FATOR.
019720     MOVE TAB-DMD-MOEDA(WRK-DMD-IDX) TO WRK-MOEDA-PROC.
019730     PERFORM 3140-PROCURA-TAXA THRU 3140-EXIT.
019740     IF NOT WRK-TAXA-ACHADA
019750         GO TO 3150-EXIT
019760     END-IF.
019770     MOVE WRK-TAXA-PROC TO WRK-TAXA-REGISTRO.
019780     MOVE 'BRL' TO WRK-MOEDA-PROC.
019790     PERFORM 3140-PROCURA-TAXA THRU 3140-EXIT.
019800     MOVE WRK-TAXA-PROC TO WRK-TAXA-BRL.
019810 3150-EXIT.
019820     EXIT.
019830 3160-CONVERTE-VALOR.
019840     COMPUTE WRK-VALOR-CONV ROUNDED =
019850         WRK-VALOR-ORIG * WRK-TAXA-REGISTRO / WRK-TAXA-BRL.
019860 3160-EXIT.
019870     EXIT.
019880******************************************************************
019890* 3170-CALCULA-LIQUIDO-BRL - LIQUIDO EM REAIS DO DEMONSTRATIVO
019900*                            (WRK-DMD-IDX) NA DATA WRK-DATA-TAXA,
019910*                            DERIVADO DOS VALORES CONVERTIDOS UM
019920*                            A UM COMO NO 2085 DO PROGCOB04:
019930*                            BRUTO - INSS - IRRF - ADIANTAMENTO
019940*                            + SALARIO-FAMILIA - CONSIGNACOES -
019950*                            BENEFICIOS. O PROGCOB04 DESCONTA OS
019960*                            BENEFICIOS PELO CUSTO EM REAIS, QUE
019970*                            O CONTRACHEQUE NAO TRAZ: CADA UM
019980*                            PODE DIFERIR DA CONVERSAO EM ATE
019990*                            MEIA TAXA MAIS UM CENTAVO, A
020000*                            TOLERANCIA DO CASAMENTO
020010*                            (WRK-TOLERANCIA-CENT).
020020******************************************************************
020030 3170-CALCULA-LIQUIDO-BRL.
020040     MOVE ZEROS TO WRK-LIQUIDO-BRL.
020050     MOVE ZERO  TO WRK-QTD-BNF-ITENS.
020060     MOVE ZERO  TO WRK-TOLERANCIA-CENT.
020070     PERFORM 3150-DETERMINA-FATOR THRU 3150-EXIT.
020080     IF NOT WRK-TAXA-ACHADA
020090         GO TO 3170-EXIT
020100     END-IF.
020110     IF NOT TAB-DMD-COM-SLIP(WRK-DMD-IDX)
020120         IF TAB-DMD-LIQUIDO(WRK-DMD-IDX) = ZEROS
020130             GO TO 3170-EXIT
020140         END-IF
020150         MOVE TAB-DMD-BRUTO(WRK-DMD-IDX) TO WRK-VALOR-ORIG
020160         PERFORM 3160-CONVERTE-VALOR THRU 3160-EXIT
020170         ADD WRK-VALOR-CONV TO WRK-LIQUIDO-BRL
020180         MOVE TAB-DMD-INSS(WRK-DMD-IDX) TO WRK-VALOR-ORIG
020190         PERFORM 3160-CONVERTE-VALOR THRU 3160-EXIT
020200         SUBTRACT WRK-VALOR-CONV FROM WRK-LIQUIDO-BRL
020210         MOVE TAB-DMD-IRRF(WRK-DMD-IDX) TO WRK-VALOR-ORIG
020220         PERFORM 3160-CONVERTE-VALOR THRU 3160-EXIT
020230         SUBTRACT WRK-VALOR-CONV FROM WRK-LIQUIDO-BRL
020240         GO TO 3170-EXIT
020250     END-IF.
020260     MOVE TAB-DMD-BRUTO-SLP(WRK-DMD-IDX) TO WRK-VALOR-ORIG.
020270     PERFORM 3160-CONVERTE-VALOR THRU 3160-EXIT.
020280     ADD WRK-VALOR-CONV TO WRK-LIQUIDO-BRL.
020290     PERFORM VARYING WRK-ITM-IDX FROM 1 BY 1
020300             UNTIL WRK-ITM-IDX > TAB-DMD-ITM-QTD(WRK-DMD-IDX)
020310         COMPUTE WRK-ITM-POS =
020320             TAB-DMD-ITM-INI(WRK-DMD-IDX) + WRK-ITM-IDX - 1
020330         MOVE TAB-ITM-VALOR(WRK-ITM-POS) TO WRK-VALOR-ORIG
020340         PERFORM 3160-CONVERTE-VALOR THRU 3160-EXIT
020350         EVALUATE TAB-ITM-ITEM(WRK-ITM-POS)
020360             WHEN 'INSS'
020370             WHEN 'IRRF'
020380             WHEN 'ADT'
020390             WHEN 'CSG'
020400                 SUBTRACT WRK-VALOR-CONV FROM WRK-LIQUIDO-BRL
020410             WHEN 'VT'
020420             WHEN 'VR'
020430             WHEN 'PS'
020440                 SUBTRACT WRK-VALOR-CONV FROM WRK-LIQUIDO-BRL
020450                 ADD 1 TO WRK-QTD-BNF-ITENS
020460             WHEN 'SFAM'
020470                 ADD WRK-VALOR-CONV TO WRK-LIQUIDO-BRL
020480             WHEN OTHER
020490                 CONTINUE
020500         END-EVALUATE
020510     END-PERFORM.
020520     IF WRK-LIQUIDO-BRL < ZEROS
020530         MOVE ZEROS TO WRK-LIQUIDO-BRL
020540     END-IF.
020550     COMPUTE WRK-TOLERANCIA-CENT = WRK-QTD-BNF-ITENS *
020560         (WRK-TAXA-REGISTRO / WRK-TAXA-BRL / 2 + 1).
020570 3170-EXIT.
020580     EXIT.
020590******************************************************************
020600* 3200-CASA-VALOR - PROCURA, PARA O DEMONSTRATIVO APONTADO POR
020610*                   WRK-DMD-IDX, O CREDITO LIVRE DA MATRICULA COM
020620*                   O VALOR DO LIQUIDO (EM CENTAVOS, COMO NA
020630*                   REMESSA). EM OUTRA MOEDA, CADA CREDITO E
020640*                   COMPARADO COM O LIQUIDO CONVERTIDO NA DATA
020650*                   DELE (3220).
020660******************************************************************
020670 3200-CASA-VALOR.
020680     MOVE 'N' TO WRK-SW-CRE-ACHADO.
020690     IF TAB-DMD-MOEDA(WRK-DMD-IDX) NOT = 'BRL'
020700         PERFORM 3220-TESTA-CREDITO THRU 3220-EXIT
020710             VARYING WRK-CRE-IDX FROM 1 BY 1
020720             UNTIL WRK-CRE-IDX > WRK-QTD-CREDITOS
020730                OR WRK-CRE-ACHADO
020740         GO TO 3210-VERIFICA-ACHADO
020750     END-IF.
020760     COMPUTE WRK-LIQUIDO-CENT =
020770         TAB-DMD-LIQUIDO(WRK-DMD-IDX) * 100.
020780     PERFORM VARYING WRK-CRE-IDX FROM 1 BY 1
020790             UNTIL WRK-CRE-IDX > WRK-QTD-CREDITOS
020800                OR WRK-CRE-ACHADO
020810         IF TAB-CRE-MATRICULA(WRK-CRE-IDX) =
020820                 TAB-DMD-MATRICULA(WRK-DMD-IDX)
020830                 AND NOT TAB-CRE-USADO(WRK-CRE-IDX)
020840                 AND TAB-CRE-VALOR(WRK-CRE-IDX) = WRK-LIQUIDO-CENT
020850             SET WRK-CRE-ACHADO TO TRUE
020860         END-IF
020870     END-PERFORM.
020880 3210-VERIFICA-ACHADO.
020890     IF WRK-CRE-ACHADO
020900         SUBTRACT 1 FROM WRK-CRE-IDX
020910         PERFORM 3250-MARCA-CREDITO THRU 3250-EXIT
020920     END-IF.
020930 3200-EXIT.
020940     EXIT.
020950 3220-TESTA-CREDITO.
020960     IF TAB-CRE-MATRICULA(WRK-CRE-IDX) NOT =
020970             TAB-DMD-MATRICULA(WRK-DMD-IDX)
020980             OR TAB-CRE-USADO(WRK-CRE-IDX)
020990         GO TO 3220-EXIT
021000     END-IF.
021010     MOVE TAB-CRE-DATA(WRK-CRE-IDX) TO WRK-DATA-TAXA.
021020     PERFORM 3170-CALCULA-LIQUIDO-BRL THRU 3170-EXIT.
021030     IF NOT WRK-TAXA-ACHADA
021040         GO TO 3220-EXIT
021050     END-IF.
021060     COMPUTE WRK-DIFERENCA-CENT =
021070         TAB-CRE-VALOR(WRK-CRE-IDX) - WRK-LIQUIDO-BRL * 100.
021080     IF WRK-DIFERENCA-CENT < ZERO
021090         COMPUTE WRK-DIFERENCA-CENT = ZERO - WRK-DIFERENCA-CENT
021100     END-IF.
021110     IF WRK-DIFERENCA-CENT NOT > WRK-TOLERANCIA-CENT
021120         SET WRK-CRE-ACHADO TO TRUE
021130     END-IF.
021140 3220-EXIT.
021150     EXIT.
021160******************************************************************
021170* 3250-MARCA-CREDITO - CASA O CREDITO WRK-CRE-IDX COM O
021180*                      DEMONSTRATIVO WRK-DMD-IDX. O LIQUIDO DO
021190*                      S-1210 E O VALOR CREDITADO, EM REAIS, E A
021200*                      DATA DO CREDITO E A DA TAXA DE CONVERSAO.
021210******************************************************************
021220 3250-MARCA-CREDITO.
021230     MOVE 'S' TO TAB-CRE-SW-USADO(WRK-CRE-IDX).
021240     MOVE TAB-CRE-DATA(WRK-CRE-IDX)
021250         TO TAB-DMD-DATA-PGTO(WRK-DMD-IDX).
021260     MOVE TAB-CRE-DATA(WRK-CRE-IDX)
021270         TO TAB-DMD-DATA-TAXA(WRK-DMD-IDX).
021280     MOVE 'BANKREM' TO TAB-DMD-ORIGEM-PGTO(WRK-DMD-IDX).
021290     COMPUTE TAB-DMD-LIQUIDO(WRK-DMD-IDX) =
021300         TAB-CRE-VALOR(WRK-CRE-IDX) / 100.
021310 3250-EXIT.
021320     EXIT.
021330******************************************************************
021340* 3300-CASA-SEM-VALOR - DEMONSTRATIVO COM LIQUIDO QUE NAO CASOU
021350*                       PELO VALOR: RESCISAO PELA DATA DO
021360*                       DESLHIST. O QUE SOBRA E AVISADO (VALOR
021370*                       NA MOEDA DO CONTRACHEQUE) E FICA FORA DO
021380*                       S-1210.
021390******************************************************************
021400 3300-CASA-SEM-VALOR.
021410     IF TAB-DMD-TIPO(WRK-DMD-IDX) = 'RESCISAO'
021420         MOVE TAB-DMD-MATRICULA(WRK-DMD-IDX) TO WRK-MATRICULA
021430         PERFORM 3120-PROCURA-DESLIGAMENTO THRU 3120-EXIT
021440         IF WRK-DSL-ACHADO
021450             MOVE TAB-DSL-DATA-PROC(WRK-DSL-IDX)
021460                 TO TAB-DMD-DATA-PGTO(WRK-DMD-IDX)
021470             MOVE TAB-DSL-DATA-PROC(WRK-DSL-IDX)
021480                 TO TAB-DMD-DATA-TAXA(WRK-DMD-IDX)
021490             MOVE 'DESLHIST' TO TAB-DMD-ORIGEM-PGTO(WRK-DMD-IDX)
021500             GO TO 3300-EXIT
021510         END-IF
021520     END-IF.
021530     ADD 1 TO WRK-CONT-SEM-CREDITO.
021540     MOVE 'LIQUIDO SEM CREDITO NO BANKREM - FORA S-1210'
021550         TO AVL-TEXTO.
021560     MOVE TAB-DMD-MATRICULA(WRK-DMD-IDX) TO AVL-MATRICULA.
021570     MOVE TAB-DMD-TIPO(WRK-DMD-IDX)      TO AVL-TIPO.
021580     MOVE TAB-DMD-PARCELA(WRK-DMD-IDX)   TO AVL-PARCELA.
021590     MOVE TAB-DMD-LIQUIDO(WRK-DMD-IDX)   TO WRK-AVISO-VALOR-ED.
021600     MOVE WRK-AVISO-VALOR-ED             TO AVL-COMPL.
021610     PERFORM 7000-GRAVA-AVISO THRU 7000-EXIT.
021620 3300-EXIT.
021630     EXIT.
021640******************************************************************
021650* 3500-CONVERTE-DEMONSTRATIVO - CONVERTE PARA REAIS OS VALORES DO
021660*                               DEMONSTRATIVO EM OUTRA MOEDA
021670*                               (WRK-DMD-IDX) ANTES DA MONTAGEM
021680*                               DOS ITENS E DOS PAGAMENTOS, PELA
021690*                               TAXA DA DATA DO PAGAMENTO OU, SEM
021700*                               ELE, DO FIM DA COMPETENCIA. O
021710*                               LIQUIDO CASADO NO BANKREM JA E O
021720*                               VALOR CREDITADO; OS OUTROS SAO
021730*                               DERIVADOS COMO NO 3170. SEM TAXA
021740*                               VIGENTE NO PAYCAMB ENCERRA COM
021750*                               RETURN-CODE 8 (O S-1200 SAIRIA
021760*                               NA MOEDA ERRADA).
021770******************************************************************
021780 3500-CONVERTE-DEMONSTRATIVO.
021790     IF TAB-DMD-MOEDA(WRK-DMD-IDX) = 'BRL'
021800         GO TO 3500-EXIT
021810     END-IF.
021820     IF TAB-DMD-DATA-TAXA(WRK-DMD-IDX) = ZEROS
021830         COMPUTE TAB-DMD-DATA-TAXA(WRK-DMD-IDX) =
021840             WRK-COMPETENCIA * 100 + 31
021850     END-IF.
021860     MOVE TAB-DMD-DATA-TAXA(WRK-DMD-IDX) TO WRK-DATA-TAXA.
021870     PERFORM 3170-CALCULA-LIQUIDO-BRL THRU 3170-EXIT.
021880     IF NOT WRK-TAXA-ACHADA
021890         DISPLAY 'SEM TAXA DE CAMBIO NO PAYCAMB PARA '
021900             TAB-DMD-MOEDA(WRK-DMD-IDX) ' EM ' WRK-DATA-TAXA
021910             ' (MATRICULA ' TAB-DMD-MATRICULA(WRK-DMD-IDX)
021920             ') - LOTE ENCERRADO'
021930         CLOSE EVENT-FILE
021940         CLOSE EVENT-REPORT-FILE
021950         MOVE 8 TO RETURN-CODE
021960         GOBACK
021970     END-IF.
021980     IF TAB-DMD-ORIGEM-PGTO(WRK-DMD-IDX) NOT = 'BANKREM'
021990         MOVE WRK-LIQUIDO-BRL TO TAB-DMD-LIQUIDO(WRK-DMD-IDX)
022000     END-IF.
022010     MOVE TAB-DMD-BRUTO(WRK-DMD-IDX) TO WRK-VALOR-ORIG.
022020     PERFORM 3160-CONVERTE-VALOR THRU 3160-EXIT.
022030     MOVE WRK-VALOR-CONV TO TAB-DMD-BRUTO(WRK-DMD-IDX).
022040     MOVE TAB-DMD-INSS(WRK-DMD-IDX) TO WRK-VALOR-ORIG.
022050     PERFORM 3160-CONVERTE-VALOR THRU 3160-EXIT.
022060     MOVE WRK-VALOR-CONV TO TAB-DMD-INSS(WRK-DMD-IDX).
022070     MOVE TAB-DMD-IRRF(WRK-DMD-IDX) TO WRK-VALOR-ORIG.
022080     PERFORM 3160-CONVERTE-VALOR THRU 3160-EXIT.
022090     MOVE WRK-VALOR-CONV TO TAB-DMD-IRRF(WRK-DMD-IDX).
022100     MOVE TAB-DMD-BRUTO-SLP(WRK-DMD-IDX) TO WRK-VALOR-ORIG.
022110     PERFORM 3160-CONVERTE-VALOR THRU 3160-EXIT.
022120     MOVE WRK-VALOR-CONV TO TAB-DMD-BRUTO-SLP(WRK-DMD-IDX).
022130     PERFORM VARYING WRK-ITM-IDX FROM 1 BY 1
022140             UNTIL WRK-ITM-IDX > TAB-DMD-ITM-QTD(WRK-DMD-IDX)
022150         COMPUTE WRK-ITM-POS =
022160             TAB-DMD-ITM-INI(WRK-DMD-IDX) + WRK-ITM-IDX - 1
022170         MOVE TAB-ITM-VALOR(WRK-ITM-POS) TO WRK-VALOR-ORIG
022180         PERFORM 3160-CONVERTE-VALOR THRU 3160-EXIT
022190         MOVE WRK-VALOR-CONV TO TAB-ITM-VALOR(WRK-ITM-POS)
022200     END-PERFORM.
022210 3500-EXIT.
022220     EXIT.
022230******************************************************************
022240* 4000-GERA-EVENTOS - PERCORRE OS DEMONSTRATIVOS EM ORDEM DE
022250*                     MATRICULA E GERA OS EVENTOS DE CADA
022260*                     FUNCIONARIO. NO MODO RETIFICA, AVISA OS
022270*                     EVENTOS DA GERACAO ANTERIOR QUE NAO SE
022280*                     REPETIRAM.
022290******************************************************************
022300 4000-GERA-EVENTOS.
022310     WRITE EVENT-REPORT-RECORD FROM WRK-LINHA-FUNC-CABEC
022320         AFTER ADVANCING 2 LINES.
022330     MOVE 1 TO WRK-DMD-INI.
022340     PERFORM 4100-GERA-FUNCIONARIO THRU 4100-EXIT
022350         UNTIL WRK-DMD-INI > WRK-QTD-DMD.
022360     IF WRK-MODO-RETIFICA
022370         PERFORM VARYING WRK-EVA-IDX FROM 1 BY 1
022380                 UNTIL WRK-EVA-IDX > WRK-QTD-EVA
022390             IF NOT TAB-EVA-VISTO(WRK-EVA-IDX)
022400                 PERFORM 4800-AVISA-EXCLUSAO THRU 4800-EXIT
022410             END-IF
022420         END-PERFORM
022430     END-IF.
022440 4000-EXIT.
022450     EXIT.
022460******************************************************************
022470* 4100-GERA-FUNCIONARIO - MONTA AS LINHAS DE ITEM E DE PAGAMENTO
022480*                         DE TODOS OS DEMONSTRATIVOS DO
022490*                         FUNCIONARIO (WRK-DMD-INI EM DIANTE),
022500*                         GRAVA O S-1200 E O S-1210 E IMPRIME O
022510*                         RESUMO. A EMPRESA E A DO ULTIMO
022520*                         DEMONSTRATIVO.
022530******************************************************************
022540 4100-GERA-FUNCIONARIO.
022550     MOVE TAB-DMD-MATRICULA(WRK-DMD-INI) TO WRK-MATRICULA.
022560     MOVE WRK-DMD-INI TO WRK-DMD-FIM.
022570     PERFORM VARYING WRK-DMD-IDX FROM WRK-DMD-INI BY 1
022580             UNTIL WRK-DMD-IDX > WRK-QTD-DMD
022590                OR WRK-DMD-IDX > WRK-DMD-FIM + 1
022600         IF TAB-DMD-MATRICULA(WRK-DMD-IDX) = WRK-MATRICULA
022610             MOVE WRK-DMD-IDX TO WRK-DMD-FIM
022620         END-IF
022630     END-PERFORM.
022640     ADD 1 TO WRK-CONT-FUNC-FOLHA.
022650     MOVE TAB-DMD-EMPRESA(WRK-DMD-FIM) TO WRK-EMPRESA.
022660     PERFORM 4150-PROCURA-EMPRESA THRU 4150-EXIT.
022670     MOVE ZERO  TO WRK-QTD-NOV.
022680     MOVE ZEROS TO WRK-FUNC-VENCIMENTOS.
022690     MOVE ZEROS TO WRK-FUNC-DESCONTOS.
022700     MOVE ZEROS TO WRK-FUNC-LIQUIDO.
022710     PERFORM VARYING WRK-DMD-ATUAL FROM WRK-DMD-INI BY 1
022720             UNTIL WRK-DMD-ATUAL > WRK-DMD-FIM
022730         PERFORM 4200-MONTA-ITENS THRU 4200-EXIT
022740     END-PERFORM.
022750     MOVE WRK-QTD-NOV TO WRK-QTD-NOV-ITENS.
022760     PERFORM VARYING WRK-DMD-ATUAL FROM WRK-DMD-INI BY 1
022770             UNTIL WRK-DMD-ATUAL > WRK-DMD-FIM
022780         IF TAB-DMD-DATA-PGTO(WRK-DMD-ATUAL) NOT = ZEROS
022790             PERFORM 4300-MONTA-PAGAMENTO THRU 4300-EXIT
022800         END-IF
022810     END-PERFORM.
022820     COMPUTE WRK-QTD-NOV-PGTOS = WRK-QTD-NOV - WRK-QTD-NOV-ITENS.
022830     PERFORM 4350-VERIFICA-PAGO THRU 4350-EXIT.
022840     IF WRK-QTD-NOV-ITENS > ZERO
022850         MOVE '1'      TO WRK-TIPO-REG-EVT
022860         MOVE 'S-1200' TO EVE-EVENTO
022870         MOVE 1        TO WRK-NOV-INI
022880         MOVE WRK-QTD-NOV-ITENS TO WRK-NOV-QTD
022890         PERFORM 4400-GRAVA-EVENTO THRU 4400-EXIT
022900         MOVE WRK-SITUACAO-EVT TO WRK-SITUACAO-1200
022910     ELSE
022920         MOVE 'NAO GERADO' TO WRK-SITUACAO-1200
022930         MOVE 'SEM ITEM CLASSIFICADO - S-1200 NAO GERADO'
022940             TO AVL-TEXTO
022950         MOVE WRK-MATRICULA TO AVL-MATRICULA
022960         MOVE SPACES TO AVL-TIPO
022970         MOVE SPACES TO AVL-PARCELA
022980         MOVE SPACES TO AVL-COMPL
022990         PERFORM 7000-GRAVA-AVISO THRU 7000-EXIT
023000     END-IF.
023010     IF WRK-QTD-NOV-PGTOS > ZERO
023020         MOVE '3'      TO WRK-TIPO-REG-EVT
023030         MOVE 'S-1210' TO EVE-EVENTO
023040         COMPUTE WRK-NOV-INI = WRK-QTD-NOV-ITENS + 1
023050         MOVE WRK-QTD-NOV-PGTOS TO WRK-NOV-QTD
023060         PERFORM 4400-GRAVA-EVENTO THRU 4400-EXIT
023070         MOVE WRK-SITUACAO-EVT TO WRK-SITUACAO-1210
023080     ELSE
023090         MOVE 'NAO GERADO' TO WRK-SITUACAO-1210
023100     END-IF.
023110     MOVE WRK-MATRICULA        TO FNL-MATRICULA.
023120     MOVE WRK-EMPRESA          TO FNL-EMPRESA.
023130     MOVE WRK-SITUACAO-1200    TO FNL-SITUACAO-1200.
023140     MOVE WRK-QTD-NOV-ITENS    TO FNL-ITENS.
023150     MOVE WRK-FUNC-VENCIMENTOS TO FNL-VENCIMENTOS.
023160     MOVE WRK-FUNC-DESCONTOS   TO FNL-DESCONTOS.
023170     MOVE WRK-SITUACAO-1210    TO FNL-SITUACAO-1210.
023180     MOVE WRK-QTD-NOV-PGTOS    TO FNL-PGTOS.
023190     MOVE WRK-FUNC-LIQUIDO     TO FNL-LIQUIDO.
023200     WRITE EVENT-REPORT-RECORD FROM WRK-LINHA-FUNC
023210         AFTER ADVANCING 1 LINE.
023220     COMPUTE WRK-DMD-INI = WRK-DMD-FIM + 1.
023230 4100-EXIT.
023240     EXIT.
023250******************************************************************
023260* 4150-PROCURA-EMPRESA - CNPJ DA EMPRESA DO FUNCIONARIO. EMPRESA
023270*                        FORA DO CADASTRO FICA COM CNPJ ZERADO E
023280*                        AVISO (COM O CADASTRO VAZIO, O AVISO JA
023290*                        SAIU UMA VEZ NO INICIO).
023300******************************************************************
023310 4150-PROCURA-EMPRESA.
023320     MOVE ZEROS TO WRK-CNPJ.
023330     MOVE 'N' TO WRK-SW-CIA-ACHADA.
023340     PERFORM VARYING WRK-CIA-IDX FROM 1 BY 1
023350             UNTIL WRK-CIA-IDX > WRK-QTD-EMPRESAS
023360                OR WRK-CIA-ACHADA
023370         IF TAB-CIA-CODIGO(WRK-CIA-IDX) = WRK-EMPRESA
023380             SET WRK-CIA-ACHADA TO TRUE
023390             MOVE TAB-CIA-CNPJ(WRK-CIA-IDX) TO WRK-CNPJ
023400         END-IF
023410     END-PERFORM.
023420     IF NOT WRK-CIA-ACHADA AND WRK-QTD-EMPRESAS > ZERO
023430         MOVE 'EMPRESA FORA DO CADASTRO - CNPJ ZERADO'
023440             TO AVL-TEXTO
023450         MOVE WRK-MATRICULA TO AVL-MATRICULA
023460         MOVE SPACES TO AVL-TIPO
023470         MOVE SPACES TO AVL-PARCELA
023480         MOVE WRK-EMPRESA TO AVL-COMPL
023490         PERFORM 7000-GRAVA-AVISO THRU 7000-EXIT
023500     END-IF.
023510 4150-EXIT.
023520     EXIT.
023530******************************************************************
023540* 4200-MONTA-ITENS - ITENS DO DEMONSTRATIVO APONTADO POR
023550*                    WRK-DMD-ATUAL. COM CONTRACHEQUE: O SALARIO
023560*                    (BRUTO MENOS HORAS EXTRAS, BONIFICACAO E
023570*                    DIFERENCAS DE DISSIDIO, MAIS AS FALTAS) E OS
023580*                    ITENS LIDOS, NA ORDEM DO CONTRACHEQUE. SEM
023590*                    CONTRACHEQUE: SALARIO, INSS E IRRF DO
023600*                    PAYIMPO.
023610******************************************************************
023620 4200-MONTA-ITENS.
023630     IF NOT TAB-DMD-COM-SLIP(WRK-DMD-ATUAL)
023640         MOVE 'SAL' TO WRK-ITEM
023650         MOVE TAB-DMD-BRUTO(WRK-DMD-ATUAL) TO WRK-VALOR-ITEM
023660         PERFORM 4250-GRAVA-ITEM THRU 4250-EXIT
023670         MOVE 'INSS' TO WRK-ITEM
023680         MOVE TAB-DMD-INSS(WRK-DMD-ATUAL) TO WRK-VALOR-ITEM
023690         PERFORM 4250-GRAVA-ITEM THRU 4250-EXIT
023700         MOVE 'IRRF' TO WRK-ITEM
023710         MOVE TAB-DMD-IRRF(WRK-DMD-ATUAL) TO WRK-VALOR-ITEM
023720         PERFORM 4250-GRAVA-ITEM THRU 4250-EXIT
023730         GO TO 4200-EXIT
023740     END-IF.
023750     MOVE TAB-DMD-BRUTO-SLP(WRK-DMD-ATUAL) TO WRK-SALARIO.
023760     PERFORM VARYING WRK-ITM-IDX FROM 1 BY 1
023770             UNTIL WRK-ITM-IDX > TAB-DMD-ITM-QTD(WRK-DMD-ATUAL)
023780         COMPUTE WRK-ITM-POS =
023790             TAB-DMD-ITM-INI(WRK-DMD-ATUAL) + WRK-ITM-IDX - 1
023800         EVALUATE TAB-ITM-ITEM(WRK-ITM-POS)
023810             WHEN 'HE'
023820             WHEN 'HD'
023830             WHEN 'BO'
023840             WHEN 'DIF'
023850                 SUBTRACT TAB-ITM-VALOR(WRK-ITM-POS)
023860                     FROM WRK-SALARIO
023870             WHEN 'FA'
023880                 ADD TAB-ITM-VALOR(WRK-ITM-POS) TO WRK-SALARIO
023890             WHEN OTHER
023900                 CONTINUE
023910         END-EVALUATE
023920     END-PERFORM.
023930     MOVE 'SAL' TO WRK-ITEM.
023940     MOVE WRK-SALARIO TO WRK-VALOR-ITEM.
023950     PERFORM 4250-GRAVA-ITEM THRU 4250-EXIT.
023960     PERFORM VARYING WRK-ITM-IDX FROM 1 BY 1
023970             UNTIL WRK-ITM-IDX > TAB-DMD-ITM-QTD(WRK-DMD-ATUAL)
023980         COMPUTE WRK-ITM-POS =
023990             TAB-DMD-ITM-INI(WRK-DMD-ATUAL) + WRK-ITM-IDX - 1
024000         MOVE TAB-ITM-ITEM(WRK-ITM-POS)  TO WRK-ITEM
024010         MOVE TAB-ITM-VALOR(WRK-ITM-POS) TO WRK-VALOR-ITEM
024020         PERFORM 4250-GRAVA-ITEM THRU 4250-EXIT
024030     END-PERFORM.
024040 4200-EXIT.
024050     EXIT.
024060******************************************************************
024070* 4250-GRAVA-ITEM - CLASSIFICA O ITEM (WRK-ITEM, WRK-VALOR-ITEM)
024080*                   PELA RUBRICA DO ITEM E TIPO DA FOLHA OU, NA
024090*                   FALTA, DO ITEM COM TIPO EM BRANCO, E GUARDA A
024100*                   LINHA DO S-1200. ITEM SEM RUBRICA ATIVA FICA
024110*                   FORA DO EVENTO, COM AVISO. VALOR ZERO NAO
024120*                   GERA LINHA.
024130******************************************************************
024140 4250-GRAVA-ITEM.
024150     IF WRK-VALOR-ITEM NOT > ZERO
024160         GO TO 4250-EXIT
024170     END-IF.
024180     MOVE TAB-DMD-TIPO(WRK-DMD-ATUAL) TO WRK-RUB-TIPO-PROC.
024190     PERFORM 4260-PROCURA-RUBRICA THRU 4260-EXIT.
024200     IF NOT WRK-RUB-ACHADA
024210         MOVE SPACES TO WRK-RUB-TIPO-PROC
024220         PERFORM 4260-PROCURA-RUBRICA THRU 4260-EXIT
024230     END-IF.
024240     IF NOT WRK-RUB-ACHADA
024250         ADD 1 TO WRK-CONT-SEM-RUBRICA
024260         MOVE 'ITEM SEM RUBRICA ATIVA - FORA DO S-1200'
024270             TO AVL-TEXTO
024280         MOVE WRK-MATRICULA TO AVL-MATRICULA
024290         MOVE TAB-DMD-TIPO(WRK-DMD-ATUAL)    TO AVL-TIPO
024300         MOVE TAB-DMD-PARCELA(WRK-DMD-ATUAL) TO AVL-PARCELA
024310         MOVE WRK-ITEM TO AVL-COMPL
024320         PERFORM 7000-GRAVA-AVISO THRU 7000-EXIT
024330         GO TO 4250-EXIT
024340     END-IF.
024350     IF WRK-QTD-NOV >= WRK-MAX-NOV
024360         MOVE 'LINHAS DO FUNCIONARIO EXCEDEM O LIMITE'
024370             TO AVL-TEXTO
024380         MOVE WRK-MATRICULA TO AVL-MATRICULA
024390         MOVE TAB-DMD-TIPO(WRK-DMD-ATUAL)    TO AVL-TIPO
024400         MOVE TAB-DMD-PARCELA(WRK-DMD-ATUAL) TO AVL-PARCELA
024410         MOVE WRK-ITEM TO AVL-COMPL
024420         PERFORM 7000-GRAVA-AVISO THRU 7000-EXIT
024430         GO TO 4250-EXIT
024440     END-IF.
024450     MOVE WRK-MATRICULA                    TO EVI-MATRICULA.
024460     MOVE TAB-DMD-TIPO(WRK-DMD-ATUAL)      TO EVI-TIPO-FOLHA.
024470     MOVE TAB-DMD-PARCELA(WRK-DMD-ATUAL)   TO EVI-PARCELA.
024480     MOVE TAB-RUB-CODIGO(WRK-RUB-IDX)      TO EVI-RUBRICA.
024490     MOVE TAB-RUB-NATUREZA(WRK-RUB-IDX)    TO EVI-NATUREZA.
024500     MOVE TAB-RUB-TIPO(WRK-RUB-IDX)        TO EVI-TIPO-RUBRICA.
024510     MOVE WRK-ITEM                         TO EVI-ITEM.
024520     MOVE WRK-VALOR-ITEM                   TO EVI-VALOR.
024530     ADD 1 TO WRK-QTD-NOV.
024540     MOVE WRK-EVT-ITEM TO TAB-NOV-LINHA(WRK-QTD-NOV).
024550     ADD 1 TO TAB-RUB-QTDE(WRK-RUB-IDX).
024560     ADD WRK-VALOR-ITEM TO TAB-RUB-TOTAL(WRK-RUB-IDX).
024570     EVALUATE TAB-RUB-TIPO(WRK-RUB-IDX)
024580         WHEN '1'
024590             ADD WRK-VALOR-ITEM TO WRK-FUNC-VENCIMENTOS
024600         WHEN '2'
024610             ADD WRK-VALOR-ITEM TO WRK-FUNC-DESCONTOS
024620         WHEN OTHER
024630             CONTINUE
024640     END-EVALUATE.
024650 4250-EXIT.
024660     EXIT.
024670 4260-PROCURA-RUBRICA.
024680     MOVE 'N' TO WRK-SW-RUB-ACHADA.
024690     PERFORM VARYING WRK-RUB-IDX FROM 1 BY 1
024700             UNTIL WRK-RUB-IDX > WRK-QTD-RUBRICAS
024710                OR WRK-RUB-ACHADA
024720         IF TAB-RUB-ITEM(WRK-RUB-IDX) = WRK-ITEM
024730                 AND TAB-RUB-TIPO-FOLHA(WRK-RUB-IDX) =
024740                     WRK-RUB-TIPO-PROC
024750             SET WRK-RUB-ACHADA TO TRUE
024760         END-IF
024770     END-PERFORM.
024780     IF WRK-RUB-ACHADA
024790         SUBTRACT 1 FROM WRK-RUB-IDX
024800     END-IF.
024810 4260-EXIT.
024820     EXIT.
024830******************************************************************
024840* 4300-MONTA-PAGAMENTO - GUARDA A LINHA DO S-1210 DO
024850*                        DEMONSTRATIVO APONTADO POR WRK-DMD-ATUAL.
024860******************************************************************
024870 4300-MONTA-PAGAMENTO.
024880     IF WRK-QTD-NOV >= WRK-MAX-NOV
024890         MOVE 'LINHAS DO FUNCIONARIO EXCEDEM O LIMITE'
024900             TO AVL-TEXTO
024910         MOVE WRK-MATRICULA TO AVL-MATRICULA
024920         MOVE TAB-DMD-TIPO(WRK-DMD-ATUAL)    TO AVL-TIPO
024930         MOVE TAB-DMD-PARCELA(WRK-DMD-ATUAL) TO AVL-PARCELA
024940         MOVE 'PAGAMENTO' TO AVL-COMPL
024950         PERFORM 7000-GRAVA-AVISO THRU 7000-EXIT
024960         GO TO 4300-EXIT
024970     END-IF.
024980     MOVE WRK-MATRICULA                      TO EVP-MATRICULA.
024990     MOVE TAB-DMD-TIPO(WRK-DMD-ATUAL)        TO EVP-TIPO-FOLHA.
025000     MOVE TAB-DMD-PARCELA(WRK-DMD-ATUAL)     TO EVP-PARCELA.
025010     MOVE TAB-DMD-DATA-PGTO(WRK-DMD-ATUAL)   TO EVP-DATA-PGTO.
025020     MOVE TAB-DMD-LIQUIDO(WRK-DMD-ATUAL)     TO EVP-VALOR-LIQ.
025030     MOVE TAB-DMD-ORIGEM-PGTO(WRK-DMD-ATUAL) TO EVP-ORIGEM.
025040     ADD 1 TO WRK-QTD-NOV.
025050     MOVE WRK-EVT-PAGAMENTO TO TAB-NOV-LINHA(WRK-QTD-NOV).
025060     ADD TAB-DMD-LIQUIDO(WRK-DMD-ATUAL) TO WRK-FUNC-LIQUIDO.
025070 4300-EXIT.
025080     EXIT.
025090******************************************************************
025100* 4350-VERIFICA-PAGO - O FUNCIONARIO CONTA COMO PAGO NO CONTROLE
025110*                      QUANDO TEM CREDITO NO BANKREM DA JANELA
025120*                      (CASADO OU NAO) OU RESCISAO NO DESLHIST.
025130******************************************************************
025140 4350-VERIFICA-PAGO.
025150     MOVE 'N' TO WRK-SW-CRE-ACHADO.
025160     PERFORM VARYING WRK-CRE-IDX FROM 1 BY 1
025170             UNTIL WRK-CRE-IDX > WRK-QTD-CREDITOS
025180                OR WRK-CRE-ACHADO
025190         IF TAB-CRE-MATRICULA(WRK-CRE-IDX) = WRK-MATRICULA
025200             SET WRK-CRE-ACHADO TO TRUE
025210         END-IF
025220     END-PERFORM.
025230     IF NOT WRK-CRE-ACHADO
025240         PERFORM VARYING WRK-DMD-IDX FROM WRK-DMD-INI BY 1
025250                 UNTIL WRK-DMD-IDX > WRK-DMD-FIM
025260             IF TAB-DMD-ORIGEM-PGTO(WRK-DMD-IDX) = 'DESLHIST'
025270                 SET WRK-CRE-ACHADO TO TRUE
025280             END-IF
025290         END-PERFORM
025300     END-IF.
025310     IF WRK-CRE-ACHADO
025320         ADD 1 TO WRK-CONT-FUNC-PAGOS
025330     END-IF.
025340 4350-EXIT.
025350     EXIT.
025360******************************************************************
025370* 4400-GRAVA-EVENTO - GRAVA NO ESOCEVT O EVENTO (WRK-TIPO-REG-EVT,
025380*                     EVE-EVENTO) COM AS SUAS LINHAS (WRK-NOV-INI
025390*                     E WRK-NOV-QTD NA TAB-LINHAS-NOVAS). NO MODO
025400*                     NORMAL TODO EVENTO E ORIGINAL; NO MODO
025410*                     RETIFICA, O EVENTO E COMPARADO COM O DA
025420*                     GERACAO ANTERIOR (4500-COMPARA-ANTERIOR).
025430******************************************************************
025440 4400-GRAVA-EVENTO.
025450     IF WRK-MODO-RETIFICA
025460         PERFORM 4500-COMPARA-ANTERIOR THRU 4500-EXIT
025470     ELSE
025480         MOVE '1' TO WRK-IND-RETIF
025490         MOVE 'S' TO WRK-ENVIAR
025500         MOVE 'ORIGINAL' TO WRK-SITUACAO-EVT
025510         ADD 1 TO WRK-CONT-ORIGINAIS
025520     END-IF.
025530     MOVE WRK-TIPO-REG-EVT TO EVE-TIPO-REG.
025540     MOVE WRK-IND-RETIF    TO EVE-IND-RETIF.
025550     MOVE WRK-ENVIAR       TO EVE-ENVIAR.
025560     MOVE WRK-COMPETENCIA  TO EVE-COMPETENCIA.
025570     MOVE WRK-EMPRESA      TO EVE-EMPRESA.
025580     MOVE WRK-CNPJ         TO EVE-CNPJ.
025590     MOVE WRK-MATRICULA    TO EVE-MATRICULA.
025600     MOVE WRK-NOV-QTD      TO EVE-QTD-LINHAS.
025610     MOVE WRK-EVT-EVENTO   TO EVENT-RECORD.
025620     PERFORM 4950-GRAVA-ESOCEVT THRU 4950-EXIT.
025630     PERFORM VARYING WRK-NOV-IDX FROM WRK-NOV-INI BY 1
025640             UNTIL WRK-NOV-IDX > WRK-NOV-INI + WRK-NOV-QTD - 1
025650         MOVE TAB-NOV-LINHA(WRK-NOV-IDX) TO EVENT-RECORD
025660         PERFORM 4950-GRAVA-ESOCEVT THRU 4950-EXIT
025670     END-PERFORM.
025680     IF WRK-TIPO-REG-EVT = '1'
025690         ADD 1 TO WRK-CONT-S1200
025700         ADD WRK-NOV-QTD TO WRK-CONT-ITENS
025710     ELSE
025720         ADD 1 TO WRK-CONT-S1210
025730         ADD WRK-NOV-QTD TO WRK-CONT-PGTOS
025740     END-IF.
025750     IF WRK-ENVIAR = 'S'
025760         ADD 1 TO WRK-CONT-A-ENVIAR
025770     END-IF.
025780 4400-EXIT.
025790     EXIT.
025800******************************************************************
025810* 4500-COMPARA-ANTERIOR - PROCURA O MESMO EVENTO DO FUNCIONARIO NA
025820*                         GERACAO ANTERIOR. SEM ELE, O EVENTO E
025830*                         ORIGINAL. COM AS MESMAS LINHAS, O
025840*                         EVENTO MANTEM O INDICADOR ANTERIOR E
025850*                         NAO E REENVIADO; COM QUALQUER
025860*                         DIFERENCA, E RETIFICADOR A ENVIAR.
025870******************************************************************
025880 4500-COMPARA-ANTERIOR.
025890     MOVE 'N' TO WRK-SW-EVA-ACHADO.
025900     PERFORM VARYING WRK-EVA-IDX FROM 1 BY 1
025910             UNTIL WRK-EVA-IDX > WRK-QTD-EVA
025920                OR WRK-EVA-ACHADO
025930         IF TAB-EVA-MATRICULA(WRK-EVA-IDX) = WRK-MATRICULA
025940                 AND TAB-EVA-TIPO-REG(WRK-EVA-IDX) =
025950                     WRK-TIPO-REG-EVT
025960             SET WRK-EVA-ACHADO TO TRUE
025970         END-IF
025980     END-PERFORM.
025990     IF NOT WRK-EVA-ACHADO
026000         MOVE '1' TO WRK-IND-RETIF
026010         MOVE 'S' TO WRK-ENVIAR
026020         MOVE 'ORIGINAL' TO WRK-SITUACAO-EVT
026030         ADD 1 TO WRK-CONT-ORIGINAIS
026040         GO TO 4500-EXIT
026050     END-IF.
026060     SUBTRACT 1 FROM WRK-EVA-IDX.
026070     MOVE 'S' TO TAB-EVA-SW-VISTO(WRK-EVA-IDX).
026080     MOVE 'N' TO WRK-SW-IGUAL.
026090     IF TAB-EVA-LIN-QTD(WRK-EVA-IDX) = WRK-NOV-QTD
026100         SET WRK-EVENTO-IGUAL TO TRUE
026110         PERFORM VARYING WRK-NOV-IDX FROM 1 BY 1
026120                 UNTIL WRK-NOV-IDX > WRK-NOV-QTD
026130                    OR NOT WRK-EVENTO-IGUAL
026140             COMPUTE WRK-LNA-IDX =
026150                 TAB-EVA-LIN-INI(WRK-EVA-IDX) + WRK-NOV-IDX - 1
026160             COMPUTE WRK-NOV-POS = WRK-NOV-INI + WRK-NOV-IDX - 1
026170             IF TAB-LNA-LINHA(WRK-LNA-IDX) NOT =
026180                     TAB-NOV-LINHA(WRK-NOV-POS)
026190                 MOVE 'N' TO WRK-SW-IGUAL
026200             END-IF
026210         END-PERFORM
026220     END-IF.
026230     IF WRK-EVENTO-IGUAL
026240         MOVE TAB-EVA-IND-RETIF(WRK-EVA-IDX) TO WRK-IND-RETIF
026250         MOVE 'N' TO WRK-ENVIAR
026260         MOVE 'SEM ALTERACAO' TO WRK-SITUACAO-EVT
026270         ADD 1 TO WRK-CONT-SEM-ALTER
026280     ELSE
026290         MOVE '2' TO WRK-IND-RETIF
026300         MOVE 'S' TO WRK-ENVIAR
026310         MOVE 'RETIFICADOR' TO WRK-SITUACAO-EVT
026320         ADD 1 TO WRK-CONT-RETIFICADOS
026330     END-IF.
026340 4500-EXIT.
026350     EXIT.
026360******************************************************************
026370* 4800-AVISA-EXCLUSAO - EVENTO DA GERACAO ANTERIOR SEM
026380*                       CORRESPONDENTE NESTA (FUNCIONARIO QUE
026390*                       SAIU DA FOLHA OU FICOU SEM ITEM OU SEM
026400*                       PAGAMENTO): PRECISA SER EXCLUIDO NO
026410*                       PORTAL.
026420******************************************************************
026430 4800-AVISA-EXCLUSAO.
026440     ADD 1 TO WRK-CONT-EXCLUIDOS.
026450     MOVE 'EVENTO ANTERIOR SEM CORRESPONDENTE - EXCLUIR'
026460         TO AVL-TEXTO.
026470     MOVE TAB-EVA-MATRICULA(WRK-EVA-IDX) TO AVL-MATRICULA.
026480     MOVE TAB-EVA-EVENTO(WRK-EVA-IDX)    TO AVL-TIPO.
026490     MOVE SPACES TO AVL-PARCELA.
026500     MOVE 'NO PORTAL'                    TO AVL-COMPL.
026510     PERFORM 7000-GRAVA-AVISO THRU 7000-EXIT.
026520 4800-EXIT.
026530     EXIT.
026540******************************************************************
026550* 4950-GRAVA-ESOCEVT - GRAVA O REGISTRO MONTADO EM EVENT-RECORD.
026560*                      ERRO DE GRAVACAO ENCERRA COM RETURN-CODE 8.
026570******************************************************************
026580 4950-GRAVA-ESOCEVT.
026590     WRITE EVENT-RECORD.
026600     IF NOT WRK-EVT-OK
026610         DISPLAY 'ERRO AO GRAVAR ESOCEVT: ' WRK-EVT-STATUS
026620             ' - LOTE ENCERRADO'
026630         CLOSE EVENT-FILE
026640         CLOSE EVENT-REPORT-FILE
026650         MOVE 8 TO RETURN-CODE
026660         GOBACK
026670     END-IF.
026680 4950-EXIT.
026690     EXIT.
026700******************************************************************
026710* 5000-IMPRIME-RUBRICAS - IMPRIME AS RUBRICAS USADAS NESTA GERACAO
026720*                         COM A QUANTIDADE DE ITENS E O TOTAL.
026730******************************************************************
026740 5000-IMPRIME-RUBRICAS.
026750     WRITE EVENT-REPORT-RECORD FROM WRK-LINHA-RUB-TITULO
026760         AFTER ADVANCING 3 LINES.
026770     WRITE EVENT-REPORT-RECORD FROM WRK-LINHA-RUB-CABEC
026780         AFTER ADVANCING 2 LINES.
026790     PERFORM VARYING WRK-RUB-IDX FROM 1 BY 1
026800             UNTIL WRK-RUB-IDX > WRK-QTD-RUBRICAS
026810         IF TAB-RUB-QTDE(WRK-RUB-IDX) > ZERO
026820             MOVE TAB-RUB-ITEM(WRK-RUB-IDX)       TO RBL-ITEM
026830             MOVE TAB-RUB-TIPO-FOLHA(WRK-RUB-IDX)
026840                 TO RBL-TIPO-FOLHA
026850             MOVE TAB-RUB-CODIGO(WRK-RUB-IDX)     TO RBL-CODIGO
026860             MOVE TAB-RUB-DESCRICAO(WRK-RUB-IDX)  TO RBL-DESCRICAO
026870             MOVE TAB-RUB-NATUREZA(WRK-RUB-IDX)   TO RBL-NATUREZA
026880             MOVE TAB-RUB-TIPO(WRK-RUB-IDX)       TO RBL-TIPO
026890             MOVE TAB-RUB-QTDE(WRK-RUB-IDX)       TO RBL-QTDE
026900             MOVE TAB-RUB-TOTAL(WRK-RUB-IDX)      TO RBL-TOTAL
026910             WRITE EVENT-REPORT-RECORD FROM WRK-LINHA-RUB
026920                 AFTER ADVANCING 1 LINE
026930         END-IF
026940     END-PERFORM.
026950 5000-EXIT.
026960     EXIT.
026970******************************************************************
026980* 6000-IMPRIME-CONTROLE - CONFRONTA OS EVENTOS GERADOS COM OS
026990*                         FUNCIONARIOS NA FOLHA (S-1200) E COM
027000*                         OS FUNCIONARIOS PAGOS (S-1210) E
027010*                         IMPRIME OS CONTADORES DA GERACAO.
027020******************************************************************
027030 6000-IMPRIME-CONTROLE.
027040     WRITE EVENT-REPORT-RECORD FROM WRK-LINHA-CTL-TITULO
027050         AFTER ADVANCING 3 LINES.
027060     MOVE 'FUNCIONARIOS NA FOLHA .....: ' TO CTC-ROTULO1.
027070     MOVE WRK-CONT-FUNC-FOLHA            TO CTC-QTD1.
027080     MOVE 'EVENTOS S-1200 GERADOS ....: ' TO CTC-ROTULO2.
027090     MOVE WRK-CONT-S1200                 TO CTC-QTD2.
027100     IF WRK-CONT-FUNC-FOLHA = WRK-CONT-S1200
027110         MOVE 'BATE'    TO CTC-SITUACAO
027120     ELSE
027130         MOVE 'DIVERGE' TO CTC-SITUACAO
027140     END-IF.
027150     WRITE EVENT-REPORT-RECORD FROM WRK-LINHA-CTL-CONFRONTO
027160         AFTER ADVANCING 2 LINES.
027170     MOVE 'FUNCIONARIOS PAGOS ........: ' TO CTC-ROTULO1.
027180     MOVE WRK-CONT-FUNC-PAGOS            TO CTC-QTD1.
027190     MOVE 'EVENTOS S-1210 GERADOS ....: ' TO CTC-ROTULO2.
027200     MOVE WRK-CONT-S1210                 TO CTC-QTD2.
027210     IF WRK-CONT-FUNC-PAGOS = WRK-CONT-S1210
027220         MOVE 'BATE'    TO CTC-SITUACAO
027230     ELSE
027240         MOVE 'DIVERGE' TO CTC-SITUACAO
027250     END-IF.
027260     WRITE EVENT-REPORT-RECORD FROM WRK-LINHA-CTL-CONFRONTO
027270         AFTER ADVANCING 1 LINE.
027280     MOVE 'DEMONSTRATIVOS (PAYIMPO) ..: ' TO CTL-ROTULO.
027290     MOVE WRK-QTD-DMD                    TO CTL-QTD.
027300     WRITE EVENT-REPORT-RECORD FROM WRK-LINHA-CTL
027310         AFTER ADVANCING 2 LINES.
027320     MOVE 'CONTRACHEQUES (PAYSLARC) ..: ' TO CTL-ROTULO.
027330     MOVE WRK-CONT-SLP-LIDOS             TO CTL-QTD.
027340     WRITE EVENT-REPORT-RECORD FROM WRK-LINHA-CTL
027350         AFTER ADVANCING 1 LINE.
027360     MOVE 'ITENS DE REMUNERACAO ......: ' TO CTL-ROTULO.
027370     MOVE WRK-CONT-ITENS                 TO CTL-QTD.
027380     WRITE EVENT-REPORT-RECORD FROM WRK-LINHA-CTL
027390         AFTER ADVANCING 1 LINE.
027400     MOVE 'ITENS SEM RUBRICA .........: ' TO CTL-ROTULO.
027410     MOVE WRK-CONT-SEM-RUBRICA           TO CTL-QTD.
027420     WRITE EVENT-REPORT-RECORD FROM WRK-LINHA-CTL
027430         AFTER ADVANCING 1 LINE.
027440     MOVE 'PAGAMENTOS ................: ' TO CTL-ROTULO.
027450     MOVE WRK-CONT-PGTOS                 TO CTL-QTD.
027460     WRITE EVENT-REPORT-RECORD FROM WRK-LINHA-CTL
027470         AFTER ADVANCING 1 LINE.
027480     MOVE 'LIQUIDOS SEM CREDITO ......: ' TO CTL-ROTULO.
027490     MOVE WRK-CONT-SEM-CREDITO           TO CTL-QTD.
027500     WRITE EVENT-REPORT-RECORD FROM WRK-LINHA-CTL
027510         AFTER ADVANCING 1 LINE.
027520     MOVE 'CREDITOS BANKREM NA JANELA : ' TO CTL-ROTULO.
027530     MOVE WRK-CONT-CREDITOS              TO CTL-QTD.
027540     WRITE EVENT-REPORT-RECORD FROM WRK-LINHA-CTL
027550         AFTER ADVANCING 1 LINE.
027560     MOVE 'CREDITOS NAO CASADOS ......: ' TO CTL-ROTULO.
027570     MOVE WRK-CONT-CRED-SOBRA            TO CTL-QTD.
027580     WRITE EVENT-REPORT-RECORD FROM WRK-LINHA-CTL
027590         AFTER ADVANCING 1 LINE.
027600     MOVE 'EVENTOS ORIGINAIS .........: ' TO CTL-ROTULO.
027610     MOVE WRK-CONT-ORIGINAIS             TO CTL-QTD.
027620     WRITE EVENT-REPORT-RECORD FROM WRK-LINHA-CTL
027630         AFTER ADVANCING 1 LINE.
027640     IF WRK-MODO-RETIFICA
027650         MOVE 'EVENTOS RETIFICADORES .....: ' TO CTL-ROTULO
027660         MOVE WRK-CONT-RETIFICADOS           TO CTL-QTD
027670         WRITE EVENT-REPORT-RECORD FROM WRK-LINHA-CTL
027680             AFTER ADVANCING 1 LINE
027690         MOVE 'EVENTOS SEM ALTERACAO .....: ' TO CTL-ROTULO
027700         MOVE WRK-CONT-SEM-ALTER             TO CTL-QTD
027710         WRITE EVENT-REPORT-RECORD FROM WRK-LINHA-CTL
027720             AFTER ADVANCING 1 LINE
027730         MOVE 'EVENTOS A EXCLUIR NO PORTAL: ' TO CTL-ROTULO
027740         MOVE WRK-CONT-EXCLUIDOS             TO CTL-QTD
027750         WRITE EVENT-REPORT-RECORD FROM WRK-LINHA-CTL
027760             AFTER ADVANCING 1 LINE
027770     END-IF.
027780     MOVE 'EVENTOS A ENVIAR ..........: ' TO CTL-ROTULO.
027790     MOVE WRK-CONT-A-ENVIAR              TO CTL-QTD.
027800     WRITE EVENT-REPORT-RECORD FROM WRK-LINHA-CTL
027810         AFTER ADVANCING 1 LINE.
027820     MOVE 'AVISOS ....................: ' TO CTL-ROTULO.
027830     MOVE WRK-CONT-AVISOS                TO CTL-QTD.
027840     WRITE EVENT-REPORT-RECORD FROM WRK-LINHA-CTL
027850         AFTER ADVANCING 1 LINE.
027860 6000-EXIT.
027870     EXIT.
027880******************************************************************
027890* 7000-GRAVA-AVISO - IMPRIME A LINHA DE AVISO MONTADA (AVL-...) E
027900*                    MARCA O LOTE PARA TERMINAR COM RETURN-CODE 4.
027910******************************************************************
027920 7000-GRAVA-AVISO.
027930     SET WRK-HA-AVISO TO TRUE.
027940     ADD 1 TO WRK-CONT-AVISOS.
027950     WRITE EVENT-REPORT-RECORD FROM WRK-LINHA-AVISO
027960         AFTER ADVANCING 1 LINE.
027970 7000-EXIT.
027980     EXIT.
027990******************************************************************
028000* 9000-FINALIZE - GRAVA O TRAILER DO ESOCEVT E FECHA OS ARQUIVOS.
028010******************************************************************
028020 9000-FINALIZE.
028030     MOVE WRK-CONT-S1200    TO EVT-QTD-S1200.
028040     MOVE WRK-CONT-S1210    TO EVT-QTD-S1210.
028050     MOVE WRK-CONT-ITENS    TO EVT-QTD-ITENS.
028060     MOVE WRK-CONT-PGTOS    TO EVT-QTD-PGTOS.
028070     MOVE WRK-CONT-A-ENVIAR TO EVT-QTD-A-ENVIAR.
028080     MOVE WRK-EVT-TRAILER   TO EVENT-RECORD.
028090     PERFORM 4950-GRAVA-ESOCEVT THRU 4950-EXIT.
028100     CLOSE EVENT-FILE.
028110     CLOSE EVENT-REPORT-FILE.
028120     DISPLAY '--------------------------------------------'.
028130     DISPLAY 'COMPETENCIA .........: ' WRK-COMPETENCIA.
028140     DISPLAY 'MODO ................: ' WRK-MODO.
028150     DISPLAY 'REGISTROS PAYIMPO ...: ' WRK-CONT-IMP-LIDOS.
028160     DISPLAY 'FUNCIONARIOS ........: ' WRK-CONT-FUNC-FOLHA.
028170     DISPLAY 'EVENTOS S-1200 ......: ' WRK-CONT-S1200.
028180     DISPLAY 'EVENTOS S-1210 ......: ' WRK-CONT-S1210.
028190     DISPLAY 'EVENTOS A ENVIAR ....: ' WRK-CONT-A-ENVIAR.
028200     DISPLAY 'AVISOS ..............: ' WRK-CONT-AVISOS.
028210 9000-EXIT.
028220     EXIT.
028230 END PROGRAM PROGCOB38.
