000010******************************************************************
000020* Author: RICARDO RIBEIRO DE ALVARENGA - RRA
000030* Installation: FOLHA DE PAGAMENTO
000040* Date-Written: 2026-10-15
000050* Date-Compiled: 2026-10-15
000060* Purpose: IMPORTACAO DO PONTO ELETRONICO: LE AS MARCACOES
000070*          DIARIAS EXPORTADAS PELO RELOGIO DE PONTO (PONTO:
000080*          MATRICULA, DATA, ENTRADA E SAIDA), COMPARA CADA DIA
000090*          DO PERIODO DO PNTPARM COM A JORNADA PREVISTA E, PELO
000100*          CALENDARIO DE FERIADOS (FERIADOS) E PELAS REGRAS DE
000110*          DIA UTIL DO PROGCOB03, SEPARA AS HORAS EXTRAS EM
000120*          DIA UTIL/SABADO (HE, 50%) E EM DOMINGO/FERIADO (HD,
000130*          100%) E CONTA AS FALTAS NAO JUSTIFICADAS (FA, EM
000140*          DIAS). O RESULTADO SAI COMO TRANSACOES DE INCLUSAO NO
000150*          MOVTRAN, PARA A PRE-CRITICA DO PROGCOB15, NO LUGAR DA
000160*          DIGITACAO A PARTIR DOS CARTOES IMPRESSOS; AS
000170*          MARCACOES INCOMPLETAS, AS FALTAS E AS JORNADAS
000180*          INCOMPLETAS SAEM NO RELATORIO DE OCORRENCIAS POR
000190*          FUNCIONARIO (PNTRPT).
000200* Tectonics: cobc
000210******************************************************************
000220* MODIFICATION HISTORY
000230* DATE       INIT DESCRIPTION
000240* 2026-10-15 RRA  ORIGINAL - O PONTO VEM EM ORDEM DE MATRICULA E
000250*                 DATA (VARIOS PARES ENTRADA/SAIDA NO MESMO DIA
000260*                 SAO SOMADOS; SAIDA MENOR QUE A ENTRADA VIRA O
000270*                 DIA). FALTA SO E CONTADA EM DIA UTIL SEM NENHUMA
000280*                 MARCACAO, A PARTIR DA ADMISSAO, FORA DAS FERIAS
000290*                 AGENDADAS (FERAGEND) E DOS ABONOS (PNTJUST). DIA
000300*                 COM MARCACAO INCOMPLETA NAO GERA HORA NEM FALTA:
000310*                 FICA NO RELATORIO PARA ACERTO MANUAL NO MOVTRAN,
000320*                 ASSIM COMO O FUNCIONARIO SEM NENHUMA MARCACAO NO
000330*                 PERIODO (FORA DO RELOGIO OU EXPORTACAO FALHA),
000340*                 PARA QUE NAO VIREM FALTA TODOS OS DIAS UTEIS.
000350*                 LOGON DE OPERADOR (AUTORIZACAO DE CADASTRO, A
000360*                 MESMA DO PROGCOB15) E RETURN-CODE NO MESMO
000370*                 IDIOMA (8 = OPERADOR/ARQUIVO/PARAMETRO, 4 =
000380*                 HOUVE OCORRENCIA, 0 = NORMAL).
000390* 2026-10-15 RRA  OS DIAS COBERTOS POR AFASTAMENTO DO CADASTRO
000400*                 AFAST (PROGCOB26) TAMBEM NAO VIRAM FALTA: O
000410*                 DESCONTO DELES JA E FEITO PELA FOLHA REGULAR DO
000420*                 PROGCOB04, QUE SO PAGA OS DIAS NAO AFASTADOS.
000430******************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID. PROGCOB25.
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SPECIAL-NAMES.
000490     DECIMAL-POINT IS COMMA.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT EMPLOYEE-MASTER
000530         ASSIGN TO "EMPMAST"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS SEQUENTIAL
000560         RECORD KEY IS EMP-ID
000570         FILE STATUS IS WRK-EMP-STATUS.
000580     SELECT CLOCK-PUNCH-FILE
000590         ASSIGN TO "PONTO"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WRK-PNT-STATUS.
000620     SELECT CLOCK-PARM-FILE
000630         ASSIGN TO "PNTPARM"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WRK-PNP-STATUS.
000660     SELECT EXCUSED-DAY-FILE
000670         ASSIGN TO "PNTJUST"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WRK-ABN-STATUS.
000700     SELECT VACATION-SCHED-FILE
000710         ASSIGN TO "FERAGEND"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WRK-AGD-STATUS.
000740     SELECT LEAVE-FILE
000750         ASSIGN TO "AFAST"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WRK-AFA-STATUS.
000780     SELECT HOLIDAY-FILE
000790         ASSIGN TO "FERIADOS"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WRK-FER-STATUS.
000820     SELECT MOV-TRANS-FILE
000830         ASSIGN TO "MOVTRAN"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WRK-MTR-STATUS.
000860     SELECT CLOCK-REPORT-FILE
000870         ASSIGN TO "PNTRPT"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WRK-RPT-STATUS.
000900     SELECT SECURITY-MASTER-FILE
000910         ASSIGN TO "OPERSEC"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WRK-SEC-STATUS.
000940     SELECT SECURITY-AUDIT-FILE
000950         ASSIGN TO "SECAUD"
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS WRK-SECAUD-STATUS.
000980     SELECT OPERATOR-CONTROL-FILE
000990         ASSIGN TO "PAYOPER"
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS WRK-OPER-CFG-STATUS.
001020 DATA DIVISION.
001030 FILE SECTION.
001040 FD  EMPLOYEE-MASTER
001050     LABEL RECORDS ARE STANDARD.
001060     COPY EMPREC.
001070 FD  CLOCK-PUNCH-FILE
001080     LABEL RECORDS ARE STANDARD.
001090 01  CLOCK-PUNCH-RECORD.
001100     05  PNT-MATRICULA            PIC X(06).
001110     05  PNT-FILL1                PIC X(02).
001120     05  PNT-DATA                 PIC 9(08).
001130     05  PNT-FILL2                PIC X(02).
001140     05  PNT-ENTRADA              PIC X(04).
001150     05  PNT-FILL3                PIC X(02).
001160     05  PNT-SAIDA                PIC X(04).
001170 FD  CLOCK-PARM-FILE
001180     LABEL RECORDS ARE STANDARD.
001190 01  CLOCK-PARM-RECORD.
001200     05  PNP-DATA-INICIAL         PIC 9(08).
001210     05  PNP-FILL1                PIC X(02).
001220     05  PNP-DATA-FINAL           PIC 9(08).
001230     05  PNP-FILL2                PIC X(02).
001240     05  PNP-JORNADA              PIC 9(04).
001250     05  PNP-FILL3                PIC X(02).
001260     05  PNP-TOLERANCIA           PIC 9(02).
001270 FD  EXCUSED-DAY-FILE
001280     LABEL RECORDS ARE STANDARD.
001290 01  EXCUSED-DAY-RECORD.
001300     05  ABN-MATRICULA            PIC X(06).
001310     05  ABN-FILL1                PIC X(02).
001320     05  ABN-DATA                 PIC 9(08).
001330     05  ABN-FILL2                PIC X(02).
001340     05  ABN-MOTIVO               PIC X(20).
001350 FD  VACATION-SCHED-FILE
001360     LABEL RECORDS ARE STANDARD.
001370 01  VACATION-SCHED-RECORD.
001380     05  AGD-MATRICULA            PIC X(06).
001390     05  AGD-FILL1                PIC X(02).
001400     05  AGD-DATA-INI             PIC 9(08).
001410     05  AGD-FILL2                PIC X(02).
001420     05  AGD-DIAS                 PIC 9(02).
001430 FD  LEAVE-FILE
001440     LABEL RECORDS ARE STANDARD.
001450     COPY AFAREC.
001460 FD  HOLIDAY-FILE
001470     LABEL RECORDS ARE STANDARD.
001480 01  HOLIDAY-RECORD.
001490     05  FER-DATA                 PIC 9(08).
001500     05  FER-FILL1                PIC X(02).
001510     05  FER-DESCRICAO            PIC X(30).
001520 FD  MOV-TRANS-FILE
001530     LABEL RECORDS ARE STANDARD.
001540 01  MOV-TRANS-RECORD.
001550     05  MTR-ACAO                 PIC X(01).
001560     05  MTR-FILL1                PIC X(02).
001570     05  MTR-MATRICULA            PIC X(06).
001580     05  MTR-FILL2                PIC X(02).
001590     05  MTR-EVENTO               PIC X(02).
001600     05  MTR-FILL3                PIC X(02).
001610     05  MTR-VALOR                PIC 9(06)V99.
001620 FD  CLOCK-REPORT-FILE
001630     LABEL RECORDS ARE STANDARD.
001640 01  CLOCK-REPORT-RECORD          PIC X(100).
001650 FD  OPERATOR-CONTROL-FILE
001660     LABEL RECORDS ARE STANDARD.
001670 01  OPERATOR-CONTROL-RECORD.
001680     05  OPCFG-OPERADOR           PIC X(10).
001690     05  OPCFG-FILL1              PIC X(02).
001700     05  OPCFG-SENHA              PIC X(10).
001710 FD  SECURITY-MASTER-FILE
001720     LABEL RECORDS ARE STANDARD.
001730     COPY OPERSEC.
001740 FD  SECURITY-AUDIT-FILE
001750     LABEL RECORDS ARE STANDARD.
001760 01  SECAUD-RECORD.
001770     05  SEC-DATA                 PIC 9(08).
001780     05  SEC-FILL1                PIC X(02).
001790     05  SEC-HORA                 PIC 9(08).
001800     05  SEC-FILL2                PIC X(02).
001810     05  SEC-OPERADOR             PIC X(10).
001820     05  SEC-FILL3                PIC X(02).
001830     05  SEC-PROGRAMA             PIC X(09).
001840     05  SEC-FILL4                PIC X(02).
001850     05  SEC-MOTIVO               PIC X(20).
001860 WORKING-STORAGE SECTION.
001870 77  WRK-EMP-STATUS       PIC X(02) VALUE '00'.
001880     88  WRK-EMP-OK                  VALUE '00'.
001890     88  WRK-EMP-EOF                 VALUE '10'.
001900 77  WRK-PNT-STATUS       PIC X(02) VALUE '00'.
001910     88  WRK-PNT-OK                  VALUE '00'.
001920     88  WRK-PNT-EOF                 VALUE '10'.
001930 77  WRK-PNP-STATUS       PIC X(02) VALUE '00'.
001940     88  WRK-PNP-OK                  VALUE '00'.
001950 77  WRK-ABN-STATUS       PIC X(02) VALUE '00'.
001960     88  WRK-ABN-OK                  VALUE '00'.
001970     88  WRK-ABN-EOF                 VALUE '10'.
001980 77  WRK-AGD-STATUS       PIC X(02) VALUE '00'.
001990     88  WRK-AGD-OK                  VALUE '00'.
002000     88  WRK-AGD-EOF                 VALUE '10'.
002010 77  WRK-AFA-STATUS       PIC X(02) VALUE '00'.
002020     88  WRK-AFA-OK                  VALUE '00'.
002030     88  WRK-AFA-EOF                 VALUE '10'.
002040 77  WRK-FER-STATUS       PIC X(02) VALUE '00'.
002050     88  WRK-FER-OK                  VALUE '00'.
002060     88  WRK-FER-EOF                 VALUE '10'.
002070 77  WRK-MTR-STATUS       PIC X(02) VALUE '00'.
002080     88  WRK-MTR-OK                  VALUE '00'.
002090 77  WRK-RPT-STATUS       PIC X(02) VALUE '00'.
002100     88  WRK-RPT-OK                  VALUE '00'.
002110 77  WRK-OPER-CFG-STATUS  PIC X(02) VALUE '00'.
002120     88  WRK-OPER-CFG-OK             VALUE '00'.
002130 77  WRK-SW-OPER-ARQUIVO  PIC X(01) VALUE 'N'.
002140     88  WRK-OPER-ARQUIVO            VALUE 'S'.
002150 77  WRK-SW-OPERADOR      PIC X(01) VALUE 'N'.
002160     88  WRK-OPERADOR-VALIDO         VALUE 'S'.
002170 77  WRK-OPERADOR         PIC X(10) VALUE SPACES.
002180 77  WRK-SENHA            PIC X(10) VALUE SPACES.
002190 77  WRK-SEC-STATUS       PIC X(02) VALUE '00'.
002200     88  WRK-SEC-OK                  VALUE '00'.
002210     88  WRK-SEC-EOF                 VALUE '10'.
002220 77  WRK-SECAUD-STATUS    PIC X(02) VALUE '00'.
002230     88  WRK-SECAUD-OK               VALUE '00'.
002240 77  WRK-SW-OPR-ACHADO    PIC X(01) VALUE 'N'.
002250     88  WRK-OPR-ACHADO              VALUE 'S'.
002260 77  WRK-OPR-ATIVO        PIC X(01) VALUE 'N'.
002270 77  WRK-OPR-SENHA        PIC X(10) VALUE SPACES.
002280 77  WRK-OPR-AUT-FUNCAO   PIC X(01) VALUE 'N'.
002290 77  WRK-MOTIVO-LOGON     PIC X(20) VALUE SPACES.
002300 77  WRK-DATA-LOGON       PIC 9(08) VALUE ZEROS.
002310 77  WRK-HORA-LOGON       PIC 9(08) VALUE ZEROS.
002320 77  WRK-DATA-ATUAL       PIC 9(08) VALUE ZEROS.
002330 77  WRK-CONT-LIDOS       PIC 9(05) COMP VALUE ZERO.
002340 77  WRK-CONT-MARCACOES   PIC 9(07) COMP VALUE ZERO.
002350 77  WRK-CONT-OCORRENCIAS PIC 9(05) COMP VALUE ZERO.
002360 77  WRK-CONT-TRANSACOES  PIC 9(05) COMP VALUE ZERO.
002370 77  WRK-TOTAL-HORAS-HE   PIC 9(07)V99 VALUE ZEROS.
002380 77  WRK-TOTAL-HORAS-HD   PIC 9(07)V99 VALUE ZEROS.
002390 77  WRK-TOTAL-FALTAS     PIC 9(05) COMP VALUE ZERO.
002400 77  WRK-SW-MTR-FALHA     PIC X(01) VALUE 'N'.
002410     88  WRK-MTR-FALHOU              VALUE 'S'.
002420*----------------------------------------------------------------
002430* PARAMETROS DO PONTO (PNTPARM): PERIODO DE APURACAO (NO MAXIMO
002440* 31 DIAS), JORNADA DIARIA PREVISTA (HHMM) E TOLERANCIA DIARIA EM
002450* MINUTOS PARA MAIS OU PARA MENOS, DENTRO DA QUAL A DIFERENCA NAO
002460* E HORA EXTRA NEM JORNADA INCOMPLETA.
002470*----------------------------------------------------------------
002480 77  WRK-DATA-INICIAL     PIC 9(08) VALUE ZEROS.
002490 77  WRK-DATA-FINAL       PIC 9(08) VALUE ZEROS.
002500 01  WRK-JORNADA          PIC 9(04) VALUE ZEROS.
002510 01  WRK-JORNADA-R REDEFINES WRK-JORNADA.
002520     05  WRK-JORNADA-HH       PIC 9(02).
002530     05  WRK-JORNADA-MM       PIC 9(02).
002540 77  WRK-JORNADA-MIN      PIC 9(04) COMP VALUE ZERO.
002550 77  WRK-TOLERANCIA       PIC 9(02) COMP VALUE ZERO.
002560*----------------------------------------------------------------
002570* DIAS DO PERIODO, MONTADOS NO INICIO COM O TIPO DE CADA DIA
002580* ('U' = DIA UTIL, 'S' = SABADO, 'D' = DOMINGO OU FERIADO) E
002590* ZERADOS A CADA FUNCIONARIO COM OS MINUTOS TRABALHADOS, A
002600* QUANTIDADE DE MARCACOES E AS MARCAS DE DIA INCOMPLETO E DE DIA
002610* JUSTIFICADO (FERIAS OU ABONO).
002620*----------------------------------------------------------------
002630 01  TAB-PERIODO.
002640     05  TAB-PER-ENT OCCURS 31 TIMES.
002650         10  TAB-PER-DATA         PIC 9(08).
002660         10  TAB-PER-TIPO         PIC X(01).
002670             88  TAB-PER-UTIL             VALUE 'U'.
002680             88  TAB-PER-SABADO           VALUE 'S'.
002690             88  TAB-PER-DOMFER           VALUE 'D'.
002700         10  TAB-PER-MINUTOS      PIC 9(05) COMP.
002710         10  TAB-PER-MARCACOES    PIC 9(03) COMP.
002720         10  TAB-PER-SW-INCOMPLETO PIC X(01).
002730             88  TAB-PER-INCOMPLETO       VALUE 'S'.
002740         10  TAB-PER-SW-JUSTIFICADO PIC X(01).
002750             88  TAB-PER-JUSTIFICADO      VALUE 'S'.
002760 77  WRK-QTD-DIAS         PIC 9(02) COMP VALUE ZERO.
002770 77  WRK-MAX-DIAS         PIC 9(02) COMP VALUE 31.
002780 77  WRK-DIA-IDX          PIC 9(02) COMP VALUE ZERO.
002790 77  WRK-SW-DIA-ACHADO    PIC X(01) VALUE 'N'.
002800     88  WRK-DIA-ACHADO              VALUE 'S'.
002810*----------------------------------------------------------------
002820* ABONOS (PNTJUST) E FERIAS AGENDADAS (FERAGEND): DIAS EM QUE A
002830* AUSENCIA DE MARCACAO NAO E FALTA.
002840*----------------------------------------------------------------
002850 01  TAB-ABONOS.
002860     05  TAB-ABN-ENT OCCURS 1000 TIMES.
002870         10  TAB-ABN-MATRICULA    PIC X(06).
002880         10  TAB-ABN-DATA         PIC 9(08).
002890 77  WRK-QTD-ABONOS       PIC 9(04) COMP VALUE ZERO.
002900 77  WRK-MAX-ABONOS       PIC 9(04) COMP VALUE 1000.
002910 77  WRK-ABN-IDX          PIC 9(04) COMP VALUE ZERO.
002920 01  TAB-AGENDA.
002930     05  TAB-AGD-ENT OCCURS 500 TIMES.
002940         10  TAB-AGD-MATRICULA    PIC X(06).
002950         10  TAB-AGD-DATA-INI     PIC 9(08).
002960         10  TAB-AGD-DIAS         PIC 9(02).
002970 77  WRK-QTD-AGENDAS      PIC 9(03) COMP VALUE ZERO.
002980 77  WRK-MAX-AGENDAS      PIC 9(03) COMP VALUE 500.
002990 77  WRK-AGD-IDX          PIC 9(03) COMP VALUE ZERO.
003000 77  WRK-CONT-DIAS-AGD    PIC 9(02) COMP VALUE ZERO.
003010*----------------------------------------------------------------
003020* AFASTAMENTOS (AFAST, MANTIDO PELO PROGCOB26) QUE CRUZAM O
003030* PERIODO: OS DIAS AFASTADOS NAO SAO FALTA (FIM ZERADO = AINDA EM
003040* ABERTO).
003050*----------------------------------------------------------------
003060 01  TAB-AFASTAMENTOS.
003070     05  TAB-AFA-ENT OCCURS 500 TIMES.
003080         10  TAB-AFA-MATRICULA    PIC X(06).
003090         10  TAB-AFA-DATA-INI     PIC 9(08).
003100         10  TAB-AFA-DATA-FIM     PIC 9(08).
003110 77  WRK-QTD-AFASTAMENTOS PIC 9(03) COMP VALUE ZERO.
003120 77  WRK-MAX-AFASTAMENTOS PIC 9(03) COMP VALUE 500.
003130 77  WRK-AFA-IDX          PIC 9(03) COMP VALUE ZERO.
003140*----------------------------------------------------------------
003150* CALENDARIO DE FERIADOS (DATAS COMPLETAS AAAAMMDD), CARREGADO DO
003160* ARQUIVO FERIADOS COMO NO PROGCOB03.
003170*----------------------------------------------------------------
003180 01  TAB-CALENDARIO.
003190     05  TAB-FERIADO-DATA PIC 9(08) OCCURS 100 TIMES.
003200 77  WRK-QTD-FERIADOS     PIC 9(03) COMP VALUE ZERO.
003210 77  WRK-MAX-FERIADOS     PIC 9(03) COMP VALUE 100.
003220 77  WRK-FER-IDX          PIC 9(03) COMP VALUE ZERO.
003230 77  WRK-SW-FERIADO       PIC X(01) VALUE 'N'.
003240     88  WRK-EH-FERIADO              VALUE 'S'.
003250 77  WRK-SW-ANO-COBERTO   PIC X(01) VALUE 'N'.
003260     88  WRK-ANO-COBERTO             VALUE 'S'.
003270 77  WRK-ANO-PROCURADO    PIC 9(04) VALUE ZEROS.
003280 77  WRK-ANO-PROCURADO-TESTE PIC 9(04) COMP VALUE ZERO.
003290 77  WRK-RESTO-DATA       PIC 9(04) COMP VALUE ZERO.
003300 77  WRK-DOW-VERIF        PIC 9(01) VALUE ZERO.
003310*----------------------------------------------------------------
003320* DATA DE TRABALHO DO CALCULO DO DIA DA SEMANA (CONGRUENCIA DE
003330* ZELLER) E DA SOMA DE UM DIA, COMO NO PROGCOB03.
003340*----------------------------------------------------------------
003350 01  WRK-DATA-VERIF.
003360     02  WRK-VRF-ANO      PIC 9(04) VALUE ZEROS.
003370     02  WRK-VRF-MES      PIC 9(02) VALUE ZEROS.
003380     02  WRK-VRF-DIA      PIC 9(02) VALUE ZEROS.
003390 01  WRK-DATA-VERIF-R REDEFINES WRK-DATA-VERIF.
003400     02  WRK-DATA-VERIF-NUM PIC 9(08).
003410 77  WRK-ZEL-ANO          PIC 9(04) COMP VALUE ZERO.
003420 77  WRK-ZEL-MES          PIC 9(02) COMP VALUE ZERO.
003430 77  WRK-ZEL-SECULO       PIC 9(02) COMP VALUE ZERO.
003440 77  WRK-ZEL-ANOSEC       PIC 9(02) COMP VALUE ZERO.
003450 77  WRK-ZEL-T1           PIC 9(04) COMP VALUE ZERO.
003460 77  WRK-ZEL-SOMA         PIC 9(05) COMP VALUE ZERO.
003470 77  WRK-ZEL-H            PIC 9(01) COMP VALUE ZERO.
003480 77  WRK-DIAS-NO-MES      PIC 9(02) COMP VALUE ZERO.
003490 77  WRK-RESTO            PIC 9(04) COMP VALUE ZERO.
003500 77  WRK-QUOCIENTE        PIC 9(04) COMP VALUE ZERO.
003510 01  TAB-DIAS-MES-DADOS.
003520     05  FILLER PIC X(24) VALUE '312831303130313130313031'.
003530 01  TAB-DIAS-MES REDEFINES TAB-DIAS-MES-DADOS.
003540     05  TAB-DIAS-DO-MES  PIC 9(02) OCCURS 12 TIMES.
003550*----------------------------------------------------------------
003560* MARCACAO CORRENTE E APURACAO DO FUNCIONARIO CORRENTE.
003570*----------------------------------------------------------------
003580 01  WRK-HORARIO          PIC X(04) VALUE SPACES.
003590 01  WRK-HORARIO-R REDEFINES WRK-HORARIO.
003600     05  WRK-HORARIO-HH       PIC 9(02).
003610     05  WRK-HORARIO-MM       PIC 9(02).
003620 77  WRK-MIN-ENTRADA      PIC 9(04) COMP VALUE ZERO.
003630 77  WRK-MIN-SAIDA        PIC 9(04) COMP VALUE ZERO.
003640 77  WRK-MIN-TRABALHADOS  PIC 9(05) COMP VALUE ZERO.
003650 77  WRK-SW-HORARIO       PIC X(01) VALUE 'S'.
003660     88  WRK-HORARIO-VALIDO          VALUE 'S'.
003670 77  WRK-MATRICULA-ANT    PIC X(06) VALUE LOW-VALUES.
003680 77  WRK-ORFAO-ANT        PIC X(06) VALUE LOW-VALUES.
003690 77  WRK-MIN-HE           PIC 9(05) COMP VALUE ZERO.
003700 77  WRK-MIN-HD           PIC 9(05) COMP VALUE ZERO.
003710 77  WRK-MIN-EXCESSO      PIC 9(05) COMP VALUE ZERO.
003720 77  WRK-QTD-FALTAS       PIC 9(02) COMP VALUE ZERO.
003730 77  WRK-CONT-OCOR-FUNC   PIC 9(03) COMP VALUE ZERO.
003740 77  WRK-HORAS-HE         PIC 9(06)V99 VALUE ZEROS.
003750 77  WRK-HORAS-HD         PIC 9(06)V99 VALUE ZEROS.
003760 77  WRK-OCOR-DATA        PIC 9(08) VALUE ZEROS.
003770 77  WRK-OCOR-TEXTO       PIC X(30) VALUE SPACES.
003780 77  WRK-OCOR-DETALHE     PIC X(20) VALUE SPACES.
003790 77  WRK-MINUTOS-ED       PIC ZZ.ZZ9 VALUE ZEROS.
003800 77  WRK-MIN-HORARIO      PIC 9(04) COMP VALUE ZERO.
003810 77  WRK-DATA-PROCURADA   PIC 9(08) VALUE ZEROS.
003820 77  WRK-DIA-POS          PIC 9(02) COMP VALUE ZERO.
003830 77  WRK-SW-SEQ-OK        PIC X(01) VALUE 'N'.
003840     88  WRK-SEQ-OK                  VALUE 'S'.
003850 77  WRK-SW-EM-FUNC       PIC X(01) VALUE 'N'.
003860     88  WRK-EM-FUNCIONARIO          VALUE 'S'.
003870 77  WRK-SW-CABEC-FUNC    PIC X(01) VALUE 'N'.
003880     88  WRK-CABEC-FUNC-IMPRESSO     VALUE 'S'.
003890 77  WRK-OCOR-MATRICULA   PIC X(06) VALUE SPACES.
003900*----------------------------------------------------------------
003910* LINHAS DE IMPRESSAO DO RELATORIO DE OCORRENCIAS (PNTRPT).
003920*----------------------------------------------------------------
003930 01  WRK-LINHA-CABEC1.
003940     05  FILLER               PIC X(25) VALUE SPACES.
003950     05  FILLER               PIC X(50)
003960         VALUE 'FOLHA DE PAGAMENTO - IMPORTACAO DO PONTO'.
003970     05  FILLER               PIC X(25) VALUE SPACES.
003980 01  WRK-LINHA-CABEC2.
003990     05  FILLER               PIC X(08) VALUE 'DATA: '.
004000     05  CAB2-DATA            PIC 9(08).
004010     05  FILLER               PIC X(10) VALUE SPACES.
004020     05  FILLER               PIC X(10) VALUE 'OPERADOR: '.
004030     05  CAB2-OPERADOR        PIC X(10).
004040     05  FILLER               PIC X(54) VALUE SPACES.
004050 01  WRK-LINHA-CABEC3.
004060     05  FILLER               PIC X(09) VALUE 'PERIODO: '.
004070     05  CAB3-DATA-INICIAL    PIC 9(08).
004080     05  FILLER               PIC X(03) VALUE ' A '.
004090     05  CAB3-DATA-FINAL      PIC 9(08).
004100     05  FILLER               PIC X(11) VALUE '  JORNADA: '.
004110     05  CAB3-JORNADA         PIC 9(04).
004120     05  FILLER               PIC X(14) VALUE '  TOLERANCIA: '.
004130     05  CAB3-TOLERANCIA      PIC Z9.
004140     05  FILLER               PIC X(04) VALUE ' MIN'.
004150     05  FILLER               PIC X(37) VALUE SPACES.
004160 01  WRK-LINHA-FUNCIONARIO.
004170     05  FILLER               PIC X(13) VALUE 'FUNCIONARIO: '.
004180     05  FNL-MATRICULA        PIC X(06).
004190     05  FILLER               PIC X(02) VALUE SPACES.
004200     05  FNL-NOME             PIC X(30).
004210     05  FILLER               PIC X(49) VALUE SPACES.
004220 01  WRK-LINHA-OCORRENCIA.
004230     05  FILLER               PIC X(13) VALUE 'OCORRENCIA : '.
004240     05  OCL-MATRICULA        PIC X(06).
004250     05  FILLER               PIC X(02) VALUE SPACES.
004260     05  OCL-DATA             PIC X(08).
004270     05  FILLER               PIC X(02) VALUE SPACES.
004280     05  OCL-TEXTO            PIC X(30).
004290     05  FILLER               PIC X(02) VALUE SPACES.
004300     05  OCL-DETALHE          PIC X(20).
004310     05  FILLER               PIC X(17) VALUE SPACES.
004320 01  WRK-LINHA-RESUMO.
004330     05  FILLER               PIC X(13) VALUE 'APURADO    : '.
004340     05  FILLER               PIC X(09) VALUE 'HE 50%: '.
004350     05  RES-HE               PIC ZZ9,99.
004360     05  FILLER               PIC X(11) VALUE '  HE 100%: '.
004370     05  RES-HD               PIC ZZ9,99.
004380     05  FILLER               PIC X(10) VALUE '  FALTAS: '.
004390     05  RES-FALTAS           PIC Z9.
004400     05  FILLER               PIC X(43) VALUE SPACES.
004410 01  WRK-LINHA-TOTAIS1.
004420     05  FILLER PIC X(20) VALUE 'FUNCIONARIOS LIDOS: '.
004430     05  TOT-LIDOS            PIC ZZZ.ZZ9.
004440     05  FILLER PIC X(13) VALUE '  MARCACOES: '.
004450     05  TOT-MARCACOES        PIC Z.ZZZ.ZZ9.
004460     05  FILLER PIC X(15) VALUE '  OCORRENCIAS: '.
004470     05  TOT-OCORRENCIAS      PIC ZZZ.ZZ9.
004480     05  FILLER               PIC X(29) VALUE SPACES.
004490 01  WRK-LINHA-TOTAIS2.
004500     05  FILLER PIC X(20) VALUE 'TRANSACOES GERADAS: '.
004510     05  TOT-TRANSACOES       PIC ZZZ.ZZ9.
004520     05  FILLER PIC X(12) VALUE '  HORAS HE: '.
004530     05  TOT-HE               PIC Z.ZZZ.ZZ9,99.
004540     05  FILLER PIC X(12) VALUE '  HORAS HD: '.
004550     05  TOT-HD               PIC Z.ZZZ.ZZ9,99.
004560     05  FILLER PIC X(10) VALUE '  FALTAS: '.
004570     05  TOT-FALTAS           PIC ZZ.ZZ9.
004580     05  FILLER               PIC X(09) VALUE SPACES.
004590 PROCEDURE DIVISION.
004600******************************************************************
004610* 0000-MAINLINE - CONTROLA A IMPORTACAO DO PONTO.
004620******************************************************************
004630 0000-MAINLINE.
004640     PERFORM 0500-LOGON-OPERADOR THRU 0500-EXIT.
004650     IF NOT WRK-OPERADOR-VALIDO
004660         DISPLAY 'OPERADOR NAO AUTORIZADO: ' WRK-OPERADOR
004670         MOVE 8 TO RETURN-CODE
004680         GOBACK
004690     END-IF.
004700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004710     PERFORM 2000-PROCESSA-FUNCIONARIO THRU 2000-EXIT
004720         UNTIL WRK-EMP-EOF.
004730     PERFORM 9000-FINALIZE THRU 9000-EXIT.
004740     EVALUATE TRUE
004750         WHEN WRK-MTR-FALHOU
004760             MOVE 8 TO RETURN-CODE
004770         WHEN WRK-CONT-OCORRENCIAS > 0
004780             MOVE 4 TO RETURN-CODE
004790         WHEN OTHER
004800             MOVE 0 TO RETURN-CODE
004810     END-EVALUATE.
004820     GOBACK.
004830******************************************************************
004840* 0500-LOGON-OPERADOR - OBTEM O OPERADOR E A SENHA DO PAYOPER,
004850*                       QUANDO PREPARADOS EXTERNAMENTE PARA UMA
004860*                       EXECUCAO EM LOTE, OU DO CONSOLE QUANDO O
004870*                       ARQUIVO NAO EXISTE OU ESTA VAZIO, E
004880*                       VALIDA CONTRA O CADASTRO DE SEGURANCA
004890*                       (OPERSEC): OPERADOR ATIVO, SENHA E
004900*                       AUTORIZACAO DE MANUTENCAO DE CADASTRO
004910*                       (A MESMA DOS MOVIMENTOS NO PROGCOB15).
004920*                       TENTATIVA RECUSADA E GRAVADA NO SECAUD,
004930*                       NO MESMO IDIOMA DO PROGCOB15.
004940******************************************************************
004950 0500-LOGON-OPERADOR.
004960     MOVE 'N' TO WRK-SW-OPER-ARQUIVO.
004970     OPEN INPUT OPERATOR-CONTROL-FILE.
004980     IF WRK-OPER-CFG-OK
004990         READ OPERATOR-CONTROL-FILE
005000             AT END
005010                 CONTINUE
005020             NOT AT END
005030                 MOVE OPCFG-OPERADOR TO WRK-OPERADOR
005040                 MOVE OPCFG-SENHA    TO WRK-SENHA
005050                 SET WRK-OPER-ARQUIVO TO TRUE
005060         END-READ
005070         CLOSE OPERATOR-CONTROL-FILE
005080     END-IF.
005090     IF NOT WRK-OPER-ARQUIVO
005100         DISPLAY 'OPERADOR: ' WITH NO ADVANCING
005110         ACCEPT WRK-OPERADOR FROM CONSOLE
005120         DISPLAY 'SENHA: ' WITH NO ADVANCING
005130         ACCEPT WRK-SENHA FROM CONSOLE
005140     END-IF.
005150     MOVE 'N' TO WRK-SW-OPERADOR.
005160     MOVE SPACES TO WRK-MOTIVO-LOGON.
005170     PERFORM 0510-PROCURA-OPERSEC THRU 0510-EXIT.
005180     EVALUATE TRUE
005190         WHEN NOT WRK-OPR-ACHADO
005200             MOVE 'NAO CADASTRADO' TO WRK-MOTIVO-LOGON
005210         WHEN WRK-OPR-ATIVO NOT = 'S'
005220             MOVE 'OPERADOR INATIVO' TO WRK-MOTIVO-LOGON
005230         WHEN WRK-OPR-SENHA NOT = WRK-SENHA
005240             MOVE 'SENHA INVALIDA' TO WRK-MOTIVO-LOGON
005250         WHEN WRK-OPR-AUT-FUNCAO NOT = 'S'
005260             MOVE 'SEM AUTORIZACAO' TO WRK-MOTIVO-LOGON
005270         WHEN OTHER
005280             MOVE 'S' TO WRK-SW-OPERADOR
005290     END-EVALUATE.
005300     IF NOT WRK-OPERADOR-VALIDO
005310         DISPLAY 'LOGON RECUSADO (' WRK-MOTIVO-LOGON ') - '
005320             WRK-OPERADOR
005330         PERFORM 0520-GRAVA-SECAUD THRU 0520-EXIT
005340     END-IF.
005350 0500-EXIT.
005360     EXIT.
005370******************************************************************
005380* 0510-PROCURA-OPERSEC - PROCURA O OPERADOR NO CADASTRO DE
005390*                        SEGURANCA (OPERSEC) E GUARDA OS CAMPOS
005400*                        DO REGISTRO ACHADO (A AUTORIZACAO DESTE
005410*                        PROGRAMA E A DE MANUTENCAO DE CADASTRO).
005420*                        ARQUIVO INDISPONIVEL EQUIVALE A
005430*                        OPERADOR NAO CADASTRADO.
005440******************************************************************
005450 0510-PROCURA-OPERSEC.
005460     MOVE 'N' TO WRK-SW-OPR-ACHADO.
005470     OPEN INPUT SECURITY-MASTER-FILE.
005480     IF NOT WRK-SEC-OK
005490         DISPLAY 'CADASTRO DE SEGURANCA (OPERSEC) '
005500             'INDISPONIVEL: ' WRK-SEC-STATUS
005510         GO TO 0510-EXIT
005520     END-IF.
005530     PERFORM 0515-LE-OPERSEC THRU 0515-EXIT
005540         UNTIL WRK-SEC-EOF OR WRK-OPR-ACHADO.
005550     CLOSE SECURITY-MASTER-FILE.
005560 0510-EXIT.
005570     EXIT.
005580 0515-LE-OPERSEC.
005590     READ SECURITY-MASTER-FILE
005600         AT END
005610             SET WRK-SEC-EOF TO TRUE
005620         NOT AT END
005630             IF OPR-CODIGO = WRK-OPERADOR
005640                 SET WRK-OPR-ACHADO TO TRUE
005650                 MOVE OPR-ATIVO TO WRK-OPR-ATIVO
005660                 MOVE OPR-SENHA TO WRK-OPR-SENHA
005670                 MOVE OPR-AUT-CADASTRO
005680                     TO WRK-OPR-AUT-FUNCAO
005690             END-IF
005700     END-READ.
005710 0515-EXIT.
005720     EXIT.
005730******************************************************************
005740* 0520-GRAVA-SECAUD - REGISTRA A TENTATIVA DE LOGON RECUSADA NO
005750*                     SECAUD (DATA, HORA, OPERADOR, PROGRAMA E
005760*                     MOTIVO), NO MESMO IDIOMA DA TRILHA DO
005770*                     DATEAUD DO PROGCOB03.
005780******************************************************************
005790 0520-GRAVA-SECAUD.
005800     ACCEPT WRK-DATA-LOGON FROM DATE YYYYMMDD.
005810     ACCEPT WRK-HORA-LOGON FROM TIME.
005820     OPEN EXTEND SECURITY-AUDIT-FILE.
005830     IF NOT WRK-SECAUD-OK
005840         CLOSE SECURITY-AUDIT-FILE
005850         OPEN OUTPUT SECURITY-AUDIT-FILE
005860     END-IF.
005870     IF NOT WRK-SECAUD-OK
005880         DISPLAY 'ERRO AO ABRIR SECAUD: ' WRK-SECAUD-STATUS
005890         GO TO 0520-EXIT
005900     END-IF.
005910     MOVE WRK-DATA-LOGON TO SEC-DATA.
005920     MOVE SPACES         TO SEC-FILL1.
005930     MOVE WRK-HORA-LOGON TO SEC-HORA.
005940     MOVE SPACES         TO SEC-FILL2.
005950     MOVE WRK-OPERADOR   TO SEC-OPERADOR.
005960     MOVE SPACES         TO SEC-FILL3.
005970     MOVE 'PROGCOB25'    TO SEC-PROGRAMA.
005980     MOVE SPACES         TO SEC-FILL4.
005990     MOVE WRK-MOTIVO-LOGON TO SEC-MOTIVO.
006000     WRITE SECAUD-RECORD.
006010     IF NOT WRK-SECAUD-OK
006020         DISPLAY 'ERRO AO GRAVAR SECAUD: ' WRK-SECAUD-STATUS
006030     END-IF.
006040     CLOSE SECURITY-AUDIT-FILE.
006050 0520-EXIT.
006060     EXIT.
006070******************************************************************
006080* 1000-INITIALIZE - LE E CONSISTE OS PARAMETROS, CARREGA O
006090*                   CALENDARIO, MONTA OS DIAS DO PERIODO, CARREGA
006100*                   OS ABONOS, AS FERIAS AGENDADAS E OS
006110*                   AFASTAMENTOS, ABRE OS
006120*                   ARQUIVOS, IMPRIME O CABECALHO E LE O PRIMEIRO
006130*                   FUNCIONARIO E A PRIMEIRA MARCACAO.
006140******************************************************************
006150 1000-INITIALIZE.
006160     ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
006170     PERFORM 1010-LE-PARAMETROS THRU 1010-EXIT.
006180     PERFORM 1030-CARREGA-CALENDARIO THRU 1030-EXIT.
006190     PERFORM 1020-MONTA-PERIODO THRU 1020-EXIT.
006200     PERFORM 1040-CARREGA-ABONOS THRU 1040-EXIT.
006210     PERFORM 1050-CARREGA-AGENDA THRU 1050-EXIT.
006220     PERFORM 1060-CARREGA-AFASTAMENTOS THRU 1060-EXIT.
006230     OPEN INPUT EMPLOYEE-MASTER.
006240     IF NOT WRK-EMP-OK
006250         DISPLAY 'ERRO AO ABRIR EMPLOYEE-MASTER: '
006260             WRK-EMP-STATUS
006270         MOVE 8 TO RETURN-CODE
006280         GOBACK
006290     END-IF.
006300     OPEN INPUT CLOCK-PUNCH-FILE.
006310     IF NOT WRK-PNT-OK
006320         DISPLAY 'ERRO AO ABRIR CLOCK-PUNCH-FILE: '
006330             WRK-PNT-STATUS
006340         CLOSE EMPLOYEE-MASTER
006350         MOVE 8 TO RETURN-CODE
006360         GOBACK
006370     END-IF.
006380     OPEN OUTPUT CLOCK-REPORT-FILE.
006390     IF NOT WRK-RPT-OK
006400         DISPLAY 'ERRO AO ABRIR CLOCK-REPORT-FILE: '
006410             WRK-RPT-STATUS
006420         CLOSE EMPLOYEE-MASTER
006430         CLOSE CLOCK-PUNCH-FILE
006440         MOVE 8 TO RETURN-CODE
006450         GOBACK
006460     END-IF.
006470*    AS TRANSACOES GERADAS SE JUNTAM AS DIGITADAS NO MOVTRAN (OPEN
006480*    EXTEND COM FALLBACK PARA OUTPUT, MESMO IDIOMA DO SALHIST).
006490     OPEN EXTEND MOV-TRANS-FILE.
006500     IF NOT WRK-MTR-OK
006510         CLOSE MOV-TRANS-FILE
006520         OPEN OUTPUT MOV-TRANS-FILE
006530         IF NOT WRK-MTR-OK
006540             DISPLAY 'ERRO AO ABRIR MOV-TRANS-FILE: '
006550                 WRK-MTR-STATUS
006560             CLOSE EMPLOYEE-MASTER
006570             CLOSE CLOCK-PUNCH-FILE
006580             CLOSE CLOCK-REPORT-FILE
006590             MOVE 8 TO RETURN-CODE
006600             GOBACK
006610         END-IF
006620     END-IF.
006630     MOVE WRK-DATA-ATUAL     TO CAB2-DATA.
006640     MOVE WRK-OPERADOR       TO CAB2-OPERADOR.
006650     MOVE WRK-DATA-INICIAL   TO CAB3-DATA-INICIAL.
006660     MOVE WRK-DATA-FINAL     TO CAB3-DATA-FINAL.
006670     MOVE WRK-JORNADA        TO CAB3-JORNADA.
006680     MOVE WRK-TOLERANCIA     TO CAB3-TOLERANCIA.
006690     WRITE CLOCK-REPORT-RECORD FROM WRK-LINHA-CABEC1
006700         AFTER ADVANCING PAGE.
006710     WRITE CLOCK-REPORT-RECORD FROM WRK-LINHA-CABEC2
006720         AFTER ADVANCING 1 LINE.
006730     WRITE CLOCK-REPORT-RECORD FROM WRK-LINHA-CABEC3
006740         AFTER ADVANCING 1 LINE.
006750     PERFORM 2100-LE-FUNCIONARIO THRU 2100-EXIT.
006760     PERFORM 2150-LE-MARCACAO THRU 2150-EXIT.
006770 1000-EXIT.
006780     EXIT.
006790******************************************************************
006800* 1010-LE-PARAMETROS - LE O PNTPARM (UM REGISTRO) E CONSISTE O
006810*                      PERIODO (DATAS VALIDAS, FINAL NAO ANTERIOR
006820*                      A INICIAL), A JORNADA DIARIA (HHMM MAIOR
006830*                      QUE ZERO) E A TOLERANCIA (BRANCOS = ZERO).
006840*                      PARAMETRO AUSENTE OU INVALIDO ENCERRA COM
006850*                      RETURN-CODE 8 ANTES DE GRAVAR QUALQUER
006860*                      TRANSACAO.
006870******************************************************************
006880 1010-LE-PARAMETROS.
006890     OPEN INPUT CLOCK-PARM-FILE.
006900     IF NOT WRK-PNP-OK
006910         DISPLAY 'PARAMETROS DO PONTO (PNTPARM) '
006920             'INDISPONIVEIS: ' WRK-PNP-STATUS
006930             ' - LOTE ENCERRADO'
006940         MOVE 8 TO RETURN-CODE
006950         GOBACK
006960     END-IF.
006970     READ CLOCK-PARM-FILE
006980         AT END
006990             DISPLAY 'PNTPARM VAZIO - LOTE ENCERRADO'
007000             CLOSE CLOCK-PARM-FILE
007010             MOVE 8 TO RETURN-CODE
007020             GOBACK
007030     END-READ.
007040     CLOSE CLOCK-PARM-FILE.
007050     IF PNP-DATA-INICIAL IS NOT NUMERIC
007060             OR PNP-DATA-FINAL IS NOT NUMERIC
007070             OR PNP-DATA-INICIAL = ZEROS
007080             OR PNP-DATA-FINAL < PNP-DATA-INICIAL
007090         DISPLAY 'PERIODO DO PONTO INVALIDO - LOTE ENCERRADO'
007100         MOVE 8 TO RETURN-CODE
007110         GOBACK
007120     END-IF.
007130     MOVE PNP-DATA-INICIAL TO WRK-DATA-INICIAL.
007140     MOVE PNP-DATA-FINAL   TO WRK-DATA-FINAL.
007150     MOVE WRK-DATA-INICIAL TO WRK-DATA-VERIF-NUM.
007160     IF WRK-VRF-MES < 1 OR WRK-VRF-MES > 12
007170             OR WRK-VRF-DIA < 1 OR WRK-VRF-DIA > 31
007180         DISPLAY 'DATA INICIAL DO PONTO INVALIDA: '
007190             WRK-DATA-INICIAL ' - LOTE ENCERRADO'
007200         MOVE 8 TO RETURN-CODE
007210         GOBACK
007220     END-IF.
007230     IF PNP-JORNADA IS NOT NUMERIC
007240         DISPLAY 'JORNADA DO PONTO INVALIDA - LOTE ENCERRADO'
007250         MOVE 8 TO RETURN-CODE
007260         GOBACK
007270     END-IF.
007280     MOVE PNP-JORNADA TO WRK-JORNADA.
007290     IF WRK-JORNADA = ZEROS
007300             OR WRK-JORNADA-HH > 23 OR WRK-JORNADA-MM > 59
007310         DISPLAY 'JORNADA DO PONTO INVALIDA: ' WRK-JORNADA
007320             ' - LOTE ENCERRADO'
007330         MOVE 8 TO RETURN-CODE
007340         GOBACK
007350     END-IF.
007360     COMPUTE WRK-JORNADA-MIN =
007370         WRK-JORNADA-HH * 60 + WRK-JORNADA-MM.
007380     IF PNP-TOLERANCIA IS NUMERIC
007390         MOVE PNP-TOLERANCIA TO WRK-TOLERANCIA
007400     ELSE
007410         MOVE ZERO TO WRK-TOLERANCIA
007420     END-IF.
007430 1010-EXIT.
007440     EXIT.
007450******************************************************************
007460* 1020-MONTA-PERIODO - MONTA A TABELA DOS DIAS DO PERIODO, DA
007470*                      DATA INICIAL A FINAL, CLASSIFICANDO CADA
007480*                      DIA PELAS REGRAS DO PROGCOB03 (SABADO,
007490*                      DOMINGO E FERIADO DO CALENDARIO). PERIODO
007500*                      COM MAIS DE 31 DIAS ENCERRA COM
007510*                      RETURN-CODE 8.
007520******************************************************************
007530 1020-MONTA-PERIODO.
007540     MOVE ZERO TO WRK-QTD-DIAS.
007550     MOVE WRK-DATA-INICIAL TO WRK-DATA-VERIF-NUM.
007560     PERFORM 1025-INCLUI-DIA THRU 1025-EXIT
007570         UNTIL WRK-QTD-DIAS >= WRK-MAX-DIAS
007580            OR WRK-DATA-VERIF-NUM > WRK-DATA-FINAL.
007590     IF WRK-DATA-VERIF-NUM NOT > WRK-DATA-FINAL
007600         DISPLAY 'PERIODO DO PONTO ACIMA DE ' WRK-MAX-DIAS
007610             ' DIAS - LOTE ENCERRADO'
007620         MOVE 8 TO RETURN-CODE
007630         GOBACK
007640     END-IF.
007650 1020-EXIT.
007660     EXIT.
007670 1025-INCLUI-DIA.
007680     ADD 1 TO WRK-QTD-DIAS.
007690     MOVE WRK-DATA-VERIF-NUM TO TAB-PER-DATA(WRK-QTD-DIAS).
007700     PERFORM 2500-CALCULA-DOW THRU 2500-EXIT.
007710     PERFORM 2600-VERIFICA-FERIADO THRU 2600-EXIT.
007720     EVALUATE TRUE
007730         WHEN WRK-EH-FERIADO OR WRK-DOW-VERIF = 7
007740             SET TAB-PER-DOMFER(WRK-QTD-DIAS) TO TRUE
007750         WHEN WRK-DOW-VERIF = 6
007760             SET TAB-PER-SABADO(WRK-QTD-DIAS) TO TRUE
007770         WHEN OTHER
007780             SET TAB-PER-UTIL(WRK-QTD-DIAS) TO TRUE
007790     END-EVALUATE.
007800     PERFORM 2400-SOMA-UM-DIA THRU 2400-EXIT.
007810 1025-EXIT.
007820     EXIT.
007830******************************************************************
007840* 1030-CARREGA-CALENDARIO - CARREGA O CALENDARIO DE FERIADOS
007850*                           (FERIADOS) NA TABELA. SE NAO HOUVER
007860*                           NENHUM REGISTRO DO ANO DA DATA INICIAL
007870*                           OU DA FINAL DO PERIODO, O PROGRAMA
007880*                           ENCERRA COM RETURN-CODE 8, COMO O
007890*                           PROGCOB03, EM VEZ DE TRATAR TODO
007900*                           FERIADO COMO DIA UTIL.
007910******************************************************************
007920 1030-CARREGA-CALENDARIO.
007930     MOVE ZERO TO WRK-QTD-FERIADOS.
007940     OPEN INPUT HOLIDAY-FILE.
007950     IF WRK-FER-OK
007960         PERFORM 1035-LE-FERIADO THRU 1035-EXIT
007970             UNTIL WRK-FER-EOF
007980         CLOSE HOLIDAY-FILE
007990     END-IF.
008000     COMPUTE WRK-ANO-PROCURADO = WRK-DATA-INICIAL / 10000.
008010     PERFORM 2700-VERIFICA-ANO-COBERTO THRU 2700-EXIT.
008020     IF WRK-ANO-COBERTO
008030         COMPUTE WRK-ANO-PROCURADO = WRK-DATA-FINAL / 10000
008040         PERFORM 2700-VERIFICA-ANO-COBERTO THRU 2700-EXIT
008050     END-IF.
008060     IF NOT WRK-ANO-COBERTO
008070         DISPLAY 'SEM CALENDARIO DE FERIADOS PARA O ANO '
008080             WRK-ANO-PROCURADO ' - LOTE ENCERRADO'
008090         MOVE 8 TO RETURN-CODE
008100         GOBACK
008110     END-IF.
008120 1030-EXIT.
008130     EXIT.
008140******************************************************************
008150* 1035-LE-FERIADO - LE UM REGISTRO DO CALENDARIO PARA A TABELA.
008160*                   DATA NAO NUMERICA E IGNORADA COM AVISO;
008170*                   TABELA CHEIA IGNORA O EXCEDENTE COM AVISO.
008180******************************************************************
008190 1035-LE-FERIADO.
008200     READ HOLIDAY-FILE
008210         AT END
008220             SET WRK-FER-EOF TO TRUE
008230         NOT AT END
008240             IF FER-DATA IS NOT NUMERIC
008250                 DISPLAY 'FERIADO COM DATA INVALIDA IGNORADO: '
008260                     FER-DESCRICAO
008270             ELSE
008280                 IF WRK-QTD-FERIADOS < WRK-MAX-FERIADOS
008290                     ADD 1 TO WRK-QTD-FERIADOS
008300                     MOVE FER-DATA TO
008310                         TAB-FERIADO-DATA(WRK-QTD-FERIADOS)
008320                 ELSE
008330                     DISPLAY 'CALENDARIO CHEIO - FERIADO '
008340                         'IGNORADO: ' FER-DATA
008350                 END-IF
008360             END-IF
008370     END-READ.
008380 1035-EXIT.
008390     EXIT.
008400******************************************************************
008410* 1040-CARREGA-ABONOS - CARREGA OS ABONOS (PNTJUST) DO PERIODO:
008420*                       DIAS EM QUE A FALTA DE MARCACAO FOI
008430*                       JUSTIFICADA (ATESTADO, DISPENSA, ETC.).
008440*                       SEM O ARQUIVO NENHUM DIA E ABONADO.
008450******************************************************************
008460 1040-CARREGA-ABONOS.
008470     MOVE ZERO TO WRK-QTD-ABONOS.
008480     OPEN INPUT EXCUSED-DAY-FILE.
008490     IF WRK-ABN-OK
008500         PERFORM 1045-LE-ABONO THRU 1045-EXIT
008510             UNTIL WRK-ABN-EOF
008520         CLOSE EXCUSED-DAY-FILE
008530     ELSE
008540         DISPLAY 'SEM ABONOS (PNTJUST) - NENHUM DIA ABONADO'
008550     END-IF.
008560 1040-EXIT.
008570     EXIT.
008580******************************************************************
008590* 1045-LE-ABONO - LE UM REGISTRO DO PNTJUST PARA A TABELA. SO
008600*                 FICAM OS DIAS DENTRO DO PERIODO; DATA INVALIDA
008610*                 E IGNORADA COM AVISO; TABELA CHEIA IGNORA O
008620*                 EXCEDENTE COM AVISO.
008630******************************************************************
008640 1045-LE-ABONO.
008650     READ EXCUSED-DAY-FILE
008660         AT END
008670             SET WRK-ABN-EOF TO TRUE
008680         NOT AT END
008690             IF ABN-DATA IS NOT NUMERIC
008700                 DISPLAY 'ABONO COM DATA INVALIDA IGNORADO: '
008710                     ABN-MATRICULA
008720             ELSE
008730                 IF ABN-DATA NOT < WRK-DATA-INICIAL
008740                         AND ABN-DATA NOT > WRK-DATA-FINAL
008750                     IF WRK-QTD-ABONOS < WRK-MAX-ABONOS
008760                         ADD 1 TO WRK-QTD-ABONOS
008770                         MOVE ABN-MATRICULA TO
008780                             TAB-ABN-MATRICULA(WRK-QTD-ABONOS)
008790                         MOVE ABN-DATA TO
008800                             TAB-ABN-DATA(WRK-QTD-ABONOS)
008810                     ELSE
008820                         DISPLAY 'TABELA DE ABONOS CHEIA - '
008830                             'REGISTRO IGNORADO: ' ABN-MATRICULA
008840                     END-IF
008850                 END-IF
008860             END-IF
008870     END-READ.
008880 1045-EXIT.
008890     EXIT.
008900******************************************************************
008910* 1050-CARREGA-AGENDA - CARREGA AS FERIAS AGENDADAS (FERAGEND):
008920*                       OS DIAS DE FERIAS NAO SAO FALTA. SEM O
008930*                       ARQUIVO NENHUM DIA E DE FERIAS.
008940******************************************************************
008950 1050-CARREGA-AGENDA.
008960     MOVE ZERO TO WRK-QTD-AGENDAS.
008970     OPEN INPUT VACATION-SCHED-FILE.
008980     IF WRK-AGD-OK
008990         PERFORM 1055-LE-AGENDA THRU 1055-EXIT
009000             UNTIL WRK-AGD-EOF
009010         CLOSE VACATION-SCHED-FILE
009020     END-IF.
009030 1050-EXIT.
009040     EXIT.
009050******************************************************************
009060* 1055-LE-AGENDA - LE UM REGISTRO DO FERAGEND PARA A TABELA. SO
009070*                  FICAM AS AGENDAS QUE COMECAM ATE O FIM DO
009080*                  PERIODO; REGISTRO INVALIDO E IGNORADO COM
009090*                  AVISO; TABELA CHEIA IGNORA O EXCEDENTE COM
009100*                  AVISO.
009110******************************************************************
009120 1055-LE-AGENDA.
009130     READ VACATION-SCHED-FILE
009140         AT END
009150             SET WRK-AGD-EOF TO TRUE
009160         NOT AT END
009170             MOVE AGD-DATA-INI TO WRK-DATA-VERIF
009180             IF AGD-DATA-INI IS NOT NUMERIC
009190                     OR AGD-DIAS IS NOT NUMERIC
009200                     OR AGD-DIAS = ZEROS
009210                     OR WRK-VRF-MES < 1 OR WRK-VRF-MES > 12
009220                 DISPLAY 'AGENDA DE FERIAS INVALIDA IGNORADA: '
009230                     AGD-MATRICULA
009240             ELSE
009250                 IF AGD-DATA-INI NOT > WRK-DATA-FINAL
009260                     IF WRK-QTD-AGENDAS < WRK-MAX-AGENDAS
009270                         ADD 1 TO WRK-QTD-AGENDAS
009280                         MOVE AGD-MATRICULA TO
009290                             TAB-AGD-MATRICULA(WRK-QTD-AGENDAS)
009300                         MOVE AGD-DATA-INI TO
009310                             TAB-AGD-DATA-INI(WRK-QTD-AGENDAS)
009320                         MOVE AGD-DIAS TO
009330                             TAB-AGD-DIAS(WRK-QTD-AGENDAS)
009340                     ELSE
009350                         DISPLAY 'TABELA DE AGENDAS CHEIA - '
009360                             'REGISTRO IGNORADO: ' AGD-MATRICULA
009370                     END-IF
009380                 END-IF
009390             END-IF
009400     END-READ.
009410 1055-EXIT.
009420     EXIT.
009430******************************************************************
009440* 1060-CARREGA-AFASTAMENTOS - CARREGA OS AFASTAMENTOS (AFAST): OS
009450*                             DIAS AFASTADOS NAO SAO FALTA. SEM O
009460*                             ARQUIVO NENHUM DIA E DE AFASTAMENTO.
009470******************************************************************
009480 1060-CARREGA-AFASTAMENTOS.
009490     MOVE ZERO TO WRK-QTD-AFASTAMENTOS.
009500     OPEN INPUT LEAVE-FILE.
009510     IF WRK-AFA-OK
009520         PERFORM 1065-LE-AFASTAMENTO THRU 1065-EXIT
009530             UNTIL WRK-AFA-EOF
009540         CLOSE LEAVE-FILE
009550     END-IF.
009560 1060-EXIT.
009570     EXIT.
009580******************************************************************
009590* 1065-LE-AFASTAMENTO - LE UM REGISTRO DO AFAST PARA A TABELA. SO
009600*                       FICAM OS AFASTAMENTOS QUE CRUZAM O
009610*                       PERIODO; REGISTRO INVALIDO E IGNORADO COM
009620*                       AVISO; TABELA CHEIA IGNORA O EXCEDENTE COM
009630*                       AVISO.
009640******************************************************************
009650 1065-LE-AFASTAMENTO.
009660     READ LEAVE-FILE
009670         AT END
009680             SET WRK-AFA-EOF TO TRUE
009690             GO TO 1065-EXIT
009700     END-READ.
009710     IF AFA-DATA-INI IS NOT NUMERIC
009720             OR AFA-DATA-FIM IS NOT NUMERIC
009730         DISPLAY 'AFASTAMENTO INVALIDO IGNORADO: ' AFA-MATRICULA
009740         GO TO 1065-EXIT
009750     END-IF.
009760     IF AFA-DATA-INI > WRK-DATA-FINAL
009770             OR (AFA-DATA-FIM NOT = ZEROS
009780                 AND AFA-DATA-FIM < WRK-DATA-INICIAL)
009790         GO TO 1065-EXIT
009800     END-IF.
009810     IF WRK-QTD-AFASTAMENTOS NOT < WRK-MAX-AFASTAMENTOS
009820         DISPLAY 'TABELA DE AFASTAMENTOS CHEIA - '
009830             'REGISTRO IGNORADO: ' AFA-MATRICULA
009840         GO TO 1065-EXIT
009850     END-IF.
009860     ADD 1 TO WRK-QTD-AFASTAMENTOS.
009870     MOVE AFA-MATRICULA TO
009880         TAB-AFA-MATRICULA(WRK-QTD-AFASTAMENTOS).
009890     MOVE AFA-DATA-INI TO
009900         TAB-AFA-DATA-INI(WRK-QTD-AFASTAMENTOS).
009910     MOVE AFA-DATA-FIM TO
009920         TAB-AFA-DATA-FIM(WRK-QTD-AFASTAMENTOS).
009930 1065-EXIT.
009940     EXIT.
009950******************************************************************
009960* 2000-PROCESSA-FUNCIONARIO - CASA O FUNCIONARIO CORRENTE DO
009970*                             EMPMAST COM AS SUAS MARCACOES:
009980*                             DESCARTA ANTES AS MARCACOES DE
009990*                             MATRICULA INEXISTENTE, ACUMULA AS
010000*                             MARCACOES POR DIA, APURA O PERIODO E
010010*                             GRAVA AS TRANSACOES DO MOVTRAN.
010020******************************************************************
010030 2000-PROCESSA-FUNCIONARIO.
010040     PERFORM 2050-MARCACAO-ORFA THRU 2050-EXIT
010050         UNTIL WRK-PNT-EOF OR PNT-MATRICULA NOT < EMP-ID.
010060     IF EMP-SITUACAO = 'D'
010070         PERFORM 2060-MARCACAO-DESLIGADO THRU 2060-EXIT
010080             UNTIL WRK-PNT-EOF OR PNT-MATRICULA NOT = EMP-ID
010090         PERFORM 2100-LE-FUNCIONARIO THRU 2100-EXIT
010100         GO TO 2000-EXIT
010110     END-IF.
010120     PERFORM 2200-PREPARA-FUNCIONARIO THRU 2200-EXIT.
010130     IF WRK-PNT-EOF OR PNT-MATRICULA NOT = EMP-ID
010140         MOVE EMP-ID                   TO WRK-OCOR-MATRICULA
010150         MOVE 'SEM MARCACAO NO PERIODO' TO WRK-OCOR-TEXTO
010160         MOVE 'FALTAS NAO APURADAS'    TO WRK-OCOR-DETALHE
010170         PERFORM 7000-IMPRIME-OCORRENCIA THRU 7000-EXIT
010180     ELSE
010190         PERFORM 2300-ACUMULA-MARCACAO THRU 2300-EXIT
010200             UNTIL WRK-PNT-EOF OR PNT-MATRICULA NOT = EMP-ID
010210         PERFORM 3000-APURA-DIA THRU 3000-EXIT
010220             VARYING WRK-DIA-IDX FROM 1 BY 1
010230             UNTIL WRK-DIA-IDX > WRK-QTD-DIAS
010240         PERFORM 4000-GRAVA-MOVIMENTOS THRU 4000-EXIT
010250     END-IF.
010260     PERFORM 7100-IMPRIME-RESUMO THRU 7100-EXIT.
010270     MOVE 'N' TO WRK-SW-EM-FUNC.
010280     PERFORM 2100-LE-FUNCIONARIO THRU 2100-EXIT.
010290 2000-EXIT.
010300     EXIT.
010310******************************************************************
010320* 2050-MARCACAO-ORFA - MARCACAO DE MATRICULA QUE NAO EXISTE NO
010330*                      EMPMAST: SAI UMA OCORRENCIA POR MATRICULA E
010340*                      AS MARCACOES SAO DESCARTADAS.
010350******************************************************************
010360 2050-MARCACAO-ORFA.
010370     IF PNT-MATRICULA NOT = WRK-ORFAO-ANT
010380         MOVE PNT-MATRICULA              TO WRK-OCOR-MATRICULA
010390         MOVE 'MATRICULA NAO CADASTRADA' TO WRK-OCOR-TEXTO
010400         MOVE 'MARCACOES DESCARTADAS'    TO WRK-OCOR-DETALHE
010410         PERFORM 7000-IMPRIME-OCORRENCIA THRU 7000-EXIT
010420         MOVE PNT-MATRICULA TO WRK-ORFAO-ANT
010430     END-IF.
010440     PERFORM 2150-LE-MARCACAO THRU 2150-EXIT.
010450 2050-EXIT.
010460     EXIT.
010470******************************************************************
010480* 2060-MARCACAO-DESLIGADO - MARCACAO DE FUNCIONARIO DESLIGADO
010490*                           (EMP-SITUACAO 'D'): NAO GERA
010500*                           MOVIMENTO, POIS A FOLHA REGULAR NAO O
010510*                           PAGA MAIS; SAI UMA OCORRENCIA E AS
010520*                           MARCACOES SAO DESCARTADAS.
010530******************************************************************
010540 2060-MARCACAO-DESLIGADO.
010550     IF PNT-MATRICULA NOT = WRK-ORFAO-ANT
010560         MOVE PNT-MATRICULA           TO WRK-OCOR-MATRICULA
010570         MOVE 'FUNCIONARIO DESLIGADO' TO WRK-OCOR-TEXTO
010580         MOVE 'MARCACOES DESCARTADAS' TO WRK-OCOR-DETALHE
010590         PERFORM 7000-IMPRIME-OCORRENCIA THRU 7000-EXIT
010600         MOVE PNT-MATRICULA TO WRK-ORFAO-ANT
010610     END-IF.
010620     PERFORM 2150-LE-MARCACAO THRU 2150-EXIT.
010630 2060-EXIT.
010640     EXIT.
010650******************************************************************
010660* 2100-LE-FUNCIONARIO - LE O PROXIMO FUNCIONARIO DO EMPMAST.
010670******************************************************************
010680 2100-LE-FUNCIONARIO.
010690     READ EMPLOYEE-MASTER NEXT RECORD
010700         AT END
010710             SET WRK-EMP-EOF TO TRUE
010720         NOT AT END
010730             ADD 1 TO WRK-CONT-LIDOS
010740     END-READ.
010750 2100-EXIT.
010760     EXIT.
010770******************************************************************
010780* 2150-LE-MARCACAO - LE A PROXIMA MARCACAO DO PONTO QUE ESTEJA EM
010790*                    ORDEM DE MATRICULA. MARCACAO COM MATRICULA
010800*                    MENOR QUE A ANTERIOR NAO PODE SER CASADA COM
010810*                    O EMPMAST: SAI COMO OCORRENCIA E E
010820*                    DESCARTADA.
010830******************************************************************
010840 2150-LE-MARCACAO.
010850     MOVE 'N' TO WRK-SW-SEQ-OK.
010860     PERFORM 2155-LE-PONTO THRU 2155-EXIT
010870         UNTIL WRK-PNT-EOF OR WRK-SEQ-OK.
010880 2150-EXIT.
010890     EXIT.
010900 2155-LE-PONTO.
010910     READ CLOCK-PUNCH-FILE
010920         AT END
010930             SET WRK-PNT-EOF TO TRUE
010940         NOT AT END
010950             ADD 1 TO WRK-CONT-MARCACOES
010960             IF PNT-MATRICULA < WRK-MATRICULA-ANT
010970                 MOVE PNT-MATRICULA TO WRK-OCOR-MATRICULA
010980                 IF PNT-DATA IS NUMERIC
010990                     MOVE PNT-DATA TO WRK-OCOR-DATA
011000                 END-IF
011010                 MOVE 'MARCACAO FORA DE ORDEM' TO WRK-OCOR-TEXTO
011020                 MOVE 'MARCACAO DESCARTADA' TO WRK-OCOR-DETALHE
011030                 PERFORM 7000-IMPRIME-OCORRENCIA THRU 7000-EXIT
011040             ELSE
011050                 MOVE PNT-MATRICULA TO WRK-MATRICULA-ANT
011060                 SET WRK-SEQ-OK TO TRUE
011070             END-IF
011080     END-READ.
011090 2155-EXIT.
011100     EXIT.
011110******************************************************************
011120* 2200-PREPARA-FUNCIONARIO - ZERA A APURACAO DO FUNCIONARIO E
011130*                            MARCA OS DIAS DO PERIODO ABONADOS
011140*                            (PNTJUST), DE FERIAS AGENDADAS
011150*                            (FERAGEND) OU DE AFASTAMENTO (AFAST),
011160*                            QUE NAO VIRAM FALTA.
011170******************************************************************
011180 2200-PREPARA-FUNCIONARIO.
011190     SET WRK-EM-FUNCIONARIO TO TRUE.
011200     MOVE 'N' TO WRK-SW-CABEC-FUNC.
011210     MOVE ZERO TO WRK-MIN-HE WRK-MIN-HD WRK-QTD-FALTAS
011220                  WRK-CONT-OCOR-FUNC WRK-HORAS-HE WRK-HORAS-HD.
011230     PERFORM VARYING WRK-DIA-IDX FROM 1 BY 1
011240             UNTIL WRK-DIA-IDX > WRK-QTD-DIAS
011250         MOVE ZERO TO TAB-PER-MINUTOS(WRK-DIA-IDX)
011260                      TAB-PER-MARCACOES(WRK-DIA-IDX)
011270         MOVE 'N'  TO TAB-PER-SW-INCOMPLETO(WRK-DIA-IDX)
011280                      TAB-PER-SW-JUSTIFICADO(WRK-DIA-IDX)
011290     END-PERFORM.
011300     PERFORM VARYING WRK-ABN-IDX FROM 1 BY 1
011310             UNTIL WRK-ABN-IDX > WRK-QTD-ABONOS
011320         IF TAB-ABN-MATRICULA(WRK-ABN-IDX) = EMP-ID
011330             MOVE TAB-ABN-DATA(WRK-ABN-IDX) TO WRK-DATA-PROCURADA
011340             PERFORM 2310-PROCURA-DIA THRU 2310-EXIT
011350             IF WRK-DIA-ACHADO
011360                 SET TAB-PER-JUSTIFICADO(WRK-DIA-POS) TO TRUE
011370             END-IF
011380         END-IF
011390     END-PERFORM.
011400     PERFORM 2210-MARCA-FERIAS THRU 2210-EXIT
011410         VARYING WRK-AGD-IDX FROM 1 BY 1
011420         UNTIL WRK-AGD-IDX > WRK-QTD-AGENDAS.
011430     PERFORM 2220-MARCA-AFASTAMENTO THRU 2220-EXIT
011440         VARYING WRK-AFA-IDX FROM 1 BY 1
011450         UNTIL WRK-AFA-IDX > WRK-QTD-AFASTAMENTOS.
011460 2200-EXIT.
011470     EXIT.
011480******************************************************************
011490* 2210-MARCA-FERIAS - MARCA COMO JUSTIFICADOS OS DIAS DO PERIODO
011500*                     COBERTOS POR UMA AGENDA DE FERIAS DO
011510*                     FUNCIONARIO (AGD-DIAS DIAS CORRIDOS A PARTIR
011520*                     DE AGD-DATA-INI).
011530******************************************************************
011540 2210-MARCA-FERIAS.
011550     IF TAB-AGD-MATRICULA(WRK-AGD-IDX) NOT = EMP-ID
011560         GO TO 2210-EXIT
011570     END-IF.
011580     MOVE TAB-AGD-DATA-INI(WRK-AGD-IDX) TO WRK-DATA-VERIF-NUM.
011590     PERFORM 2215-MARCA-DIA-FERIAS THRU 2215-EXIT
011600         VARYING WRK-CONT-DIAS-AGD FROM 1 BY 1
011610         UNTIL WRK-CONT-DIAS-AGD > TAB-AGD-DIAS(WRK-AGD-IDX)
011620            OR WRK-DATA-VERIF-NUM > WRK-DATA-FINAL.
011630 2210-EXIT.
011640     EXIT.
011650 2215-MARCA-DIA-FERIAS.
011660     MOVE WRK-DATA-VERIF-NUM TO WRK-DATA-PROCURADA.
011670     PERFORM 2310-PROCURA-DIA THRU 2310-EXIT.
011680     IF WRK-DIA-ACHADO
011690         SET TAB-PER-JUSTIFICADO(WRK-DIA-POS) TO TRUE
011700     END-IF.
011710     PERFORM 2400-SOMA-UM-DIA THRU 2400-EXIT.
011720 2215-EXIT.
011730     EXIT.
011740******************************************************************
011750* 2220-MARCA-AFASTAMENTO - MARCA COMO JUSTIFICADOS OS DIAS DO
011760*                          PERIODO COBERTOS POR UM AFASTAMENTO DO
011770*                          FUNCIONARIO (DO INICIO AO FIM, OU ATE O
011780*                          FIM DO PERIODO QUANDO EM ABERTO).
011790******************************************************************
011800 2220-MARCA-AFASTAMENTO.
011810     IF TAB-AFA-MATRICULA(WRK-AFA-IDX) NOT = EMP-ID
011820         GO TO 2220-EXIT
011830     END-IF.
011840     PERFORM VARYING WRK-DIA-IDX FROM 1 BY 1
011850             UNTIL WRK-DIA-IDX > WRK-QTD-DIAS
011860         IF TAB-PER-DATA(WRK-DIA-IDX)
011870                 NOT < TAB-AFA-DATA-INI(WRK-AFA-IDX)
011880                 AND (TAB-AFA-DATA-FIM(WRK-AFA-IDX) = ZEROS
011890                  OR TAB-PER-DATA(WRK-DIA-IDX)
011900                     NOT > TAB-AFA-DATA-FIM(WRK-AFA-IDX))
011910             SET TAB-PER-JUSTIFICADO(WRK-DIA-IDX) TO TRUE
011920         END-IF
011930     END-PERFORM.
011940 2220-EXIT.
011950     EXIT.
011960******************************************************************
011970* 2300-ACUMULA-MARCACAO - SOMA UMA MARCACAO NOS MINUTOS DO SEU DIA
011980*                         E LE A PROXIMA.
011990******************************************************************
012000 2300-ACUMULA-MARCACAO.
012010     PERFORM 2305-VALIDA-MARCACAO THRU 2305-EXIT.
012020     PERFORM 2150-LE-MARCACAO THRU 2150-EXIT.
012030 2300-EXIT.
012040     EXIT.
012050******************************************************************
012060* 2305-VALIDA-MARCACAO - LOCALIZA O DIA DA MARCACAO NO PERIODO E
012070*                        CONVERTE ENTRADA E SAIDA EM MINUTOS.
012080*                        SAIDA MENOR QUE A ENTRADA E JORNADA QUE
012090*                        VIRA A MEIA-NOITE (SOMA 24 HORAS A
012100*                        SAIDA). DIA COM MARCACAO SEM ENTRADA, SEM
012110*                        SAIDA OU COM HORARIO INVALIDO FICA
012120*                        INCOMPLETO.
012130******************************************************************
012140 2305-VALIDA-MARCACAO.
012150     MOVE EMP-ID TO WRK-OCOR-MATRICULA.
012160     IF PNT-DATA IS NOT NUMERIC
012170         MOVE 'DATA DA MARCACAO INVALIDA' TO WRK-OCOR-TEXTO
012180         MOVE 'MARCACAO DESCARTADA'       TO WRK-OCOR-DETALHE
012190         PERFORM 7000-IMPRIME-OCORRENCIA THRU 7000-EXIT
012200         GO TO 2305-EXIT
012210     END-IF.
012220     MOVE PNT-DATA TO WRK-DATA-PROCURADA.
012230     PERFORM 2310-PROCURA-DIA THRU 2310-EXIT.
012240     IF NOT WRK-DIA-ACHADO
012250         MOVE PNT-DATA                   TO WRK-OCOR-DATA
012260         MOVE 'MARCACAO FORA DO PERIODO' TO WRK-OCOR-TEXTO
012270         MOVE 'MARCACAO DESCARTADA'      TO WRK-OCOR-DETALHE
012280         PERFORM 7000-IMPRIME-OCORRENCIA THRU 7000-EXIT
012290         GO TO 2305-EXIT
012300     END-IF.
012310     ADD 1 TO TAB-PER-MARCACOES(WRK-DIA-POS).
012320     MOVE PNT-DATA TO WRK-OCOR-DATA.
012330     IF PNT-ENTRADA = SPACES OR PNT-SAIDA = SPACES
012340         SET TAB-PER-INCOMPLETO(WRK-DIA-POS) TO TRUE
012350         MOVE 'MARCACAO INCOMPLETA' TO WRK-OCOR-TEXTO
012360         IF PNT-ENTRADA = SPACES
012370             MOVE 'SEM ENTRADA' TO WRK-OCOR-DETALHE
012380         ELSE
012390             MOVE 'SEM SAIDA'   TO WRK-OCOR-DETALHE
012400         END-IF
012410         PERFORM 7000-IMPRIME-OCORRENCIA THRU 7000-EXIT
012420         GO TO 2305-EXIT
012430     END-IF.
012440     MOVE PNT-ENTRADA TO WRK-HORARIO.
012450     PERFORM 2320-CONVERTE-HORARIO THRU 2320-EXIT.
012460     IF NOT WRK-HORARIO-VALIDO
012470         SET TAB-PER-INCOMPLETO(WRK-DIA-POS) TO TRUE
012480         MOVE 'HORARIO INVALIDO' TO WRK-OCOR-TEXTO
012490         MOVE 'ENTRADA'          TO WRK-OCOR-DETALHE
012500         PERFORM 7000-IMPRIME-OCORRENCIA THRU 7000-EXIT
012510         GO TO 2305-EXIT
012520     END-IF.
012530     MOVE WRK-MIN-HORARIO TO WRK-MIN-ENTRADA.
012540     MOVE PNT-SAIDA TO WRK-HORARIO.
012550     PERFORM 2320-CONVERTE-HORARIO THRU 2320-EXIT.
012560     IF NOT WRK-HORARIO-VALIDO
012570         SET TAB-PER-INCOMPLETO(WRK-DIA-POS) TO TRUE
012580         MOVE 'HORARIO INVALIDO' TO WRK-OCOR-TEXTO
012590         MOVE 'SAIDA'            TO WRK-OCOR-DETALHE
012600         PERFORM 7000-IMPRIME-OCORRENCIA THRU 7000-EXIT
012610         GO TO 2305-EXIT
012620     END-IF.
012630     MOVE WRK-MIN-HORARIO TO WRK-MIN-SAIDA.
012640     MOVE ZERO TO WRK-OCOR-DATA.
012650     IF WRK-MIN-SAIDA NOT < WRK-MIN-ENTRADA
012660         COMPUTE WRK-MIN-TRABALHADOS =
012670             WRK-MIN-SAIDA - WRK-MIN-ENTRADA
012680     ELSE
012690         COMPUTE WRK-MIN-TRABALHADOS =
012700             WRK-MIN-SAIDA + 1440 - WRK-MIN-ENTRADA
012710     END-IF.
012720     ADD WRK-MIN-TRABALHADOS TO TAB-PER-MINUTOS(WRK-DIA-POS).
012730 2305-EXIT.
012740     EXIT.
012750******************************************************************
012760* 2310-PROCURA-DIA - PROCURA WRK-DATA-PROCURADA NOS DIAS DO
012770*                    PERIODO, DEVOLVENDO A POSICAO EM WRK-DIA-POS.
012780******************************************************************
012790 2310-PROCURA-DIA.
012800     MOVE 'N'  TO WRK-SW-DIA-ACHADO.
012810     MOVE ZERO TO WRK-DIA-POS.
012820     PERFORM VARYING WRK-DIA-IDX FROM 1 BY 1
012830             UNTIL WRK-DIA-IDX > WRK-QTD-DIAS OR WRK-DIA-ACHADO
012840         IF TAB-PER-DATA(WRK-DIA-IDX) = WRK-DATA-PROCURADA
012850             SET WRK-DIA-ACHADO TO TRUE
012860             MOVE WRK-DIA-IDX TO WRK-DIA-POS
012870         END-IF
012880     END-PERFORM.
012890 2310-EXIT.
012900     EXIT.
012910******************************************************************
012920* 2320-CONVERTE-HORARIO - CONVERTE O HORARIO HHMM DE WRK-HORARIO
012930*                         EM MINUTOS DESDE A MEIA-NOITE
012940*                         (WRK-MIN-HORARIO).
012950******************************************************************
012960 2320-CONVERTE-HORARIO.
012970     MOVE 'N' TO WRK-SW-HORARIO.
012980     IF WRK-HORARIO IS NOT NUMERIC
012990         GO TO 2320-EXIT
013000     END-IF.
013010     IF WRK-HORARIO-HH > 23 OR WRK-HORARIO-MM > 59
013020         GO TO 2320-EXIT
013030     END-IF.
013040     COMPUTE WRK-MIN-HORARIO =
013050         WRK-HORARIO-HH * 60 + WRK-HORARIO-MM.
013060     MOVE 'S' TO WRK-SW-HORARIO.
013070 2320-EXIT.
013080     EXIT.
013090******************************************************************
013100* 2400-SOMA-UM-DIA - SOMA UM DIA A WRK-DATA-VERIF, VIRANDO MES E
013110*                    ANO QUANDO PRECISO E TRATANDO FEVEREIRO DE
013120*                    ANO BISSEXTO (DIVISIVEL POR 4, MENOS OS
013130*                    SECULOS NAO DIVISIVEIS POR 400).
013140******************************************************************
013150 2400-SOMA-UM-DIA.
013160     MOVE TAB-DIAS-DO-MES(WRK-VRF-MES) TO WRK-DIAS-NO-MES.
013170     IF WRK-VRF-MES = 2
013180         DIVIDE WRK-VRF-ANO BY 4 GIVING WRK-QUOCIENTE
013190             REMAINDER WRK-RESTO
013200         IF WRK-RESTO = ZERO
013210             DIVIDE WRK-VRF-ANO BY 100 GIVING WRK-QUOCIENTE
013220                 REMAINDER WRK-RESTO
013230             IF WRK-RESTO NOT = ZERO
013240                 MOVE 29 TO WRK-DIAS-NO-MES
013250             ELSE
013260                 DIVIDE WRK-VRF-ANO BY 400 GIVING WRK-QUOCIENTE
013270                     REMAINDER WRK-RESTO
013280                 IF WRK-RESTO = ZERO
013290                     MOVE 29 TO WRK-DIAS-NO-MES
013300                 END-IF
013310             END-IF
013320         END-IF
013330     END-IF.
013340     IF WRK-VRF-DIA < WRK-DIAS-NO-MES
013350         ADD 1 TO WRK-VRF-DIA
013360     ELSE
013370         MOVE 1 TO WRK-VRF-DIA
013380         IF WRK-VRF-MES < 12
013390             ADD 1 TO WRK-VRF-MES
013400         ELSE
013410             MOVE 1 TO WRK-VRF-MES
013420             ADD 1 TO WRK-VRF-ANO
013430         END-IF
013440     END-IF.
013450 2400-EXIT.
013460     EXIT.
013470******************************************************************
013480* 2500-CALCULA-DOW - CALCULA O DIA DA SEMANA DE WRK-DATA-VERIF
013490*                    PELA CONGRUENCIA DE ZELLER, DEVOLVENDO EM
013500*                    WRK-DOW-VERIF A MESMA CONVENCAO DO ACCEPT
013510*                    FROM DAY-OF-WEEK (1 = SEGUNDA ... 7 =
013520*                    DOMINGO).
013530******************************************************************
013540 2500-CALCULA-DOW.
013550     MOVE WRK-VRF-ANO TO WRK-ZEL-ANO.
013560     MOVE WRK-VRF-MES TO WRK-ZEL-MES.
013570     IF WRK-ZEL-MES <= 2
013580         ADD 12 TO WRK-ZEL-MES
013590         SUBTRACT 1 FROM WRK-ZEL-ANO
013600     END-IF.
013610     DIVIDE WRK-ZEL-ANO BY 100 GIVING WRK-ZEL-SECULO
013620         REMAINDER WRK-ZEL-ANOSEC.
013630     COMPUTE WRK-ZEL-T1 = (13 * (WRK-ZEL-MES + 1)) / 5.
013640     COMPUTE WRK-ZEL-SOMA = WRK-VRF-DIA + WRK-ZEL-T1
013650         + WRK-ZEL-ANOSEC + (WRK-ZEL-ANOSEC / 4)
013660         + (WRK-ZEL-SECULO / 4) + (5 * WRK-ZEL-SECULO).
013670     DIVIDE WRK-ZEL-SOMA BY 7 GIVING WRK-QUOCIENTE
013680         REMAINDER WRK-ZEL-H.
013690     COMPUTE WRK-ZEL-SOMA = WRK-ZEL-H + 5.
013700     DIVIDE WRK-ZEL-SOMA BY 7 GIVING WRK-QUOCIENTE
013710         REMAINDER WRK-ZEL-H.
013720     COMPUTE WRK-DOW-VERIF = WRK-ZEL-H + 1.
013730 2500-EXIT.
013740     EXIT.
013750******************************************************************
013760* 2700-VERIFICA-ANO-COBERTO - VERIFICA SE O CALENDARIO CARREGADO
013770*                             TEM ALGUM FERIADO DO ANO PROCURADO
013780*                             (WRK-ANO-PROCURADO).
013790******************************************************************
013800 2700-VERIFICA-ANO-COBERTO.
013810     MOVE 'N' TO WRK-SW-ANO-COBERTO.
013820     PERFORM VARYING WRK-FER-IDX FROM 1 BY 1
013830             UNTIL WRK-FER-IDX > WRK-QTD-FERIADOS
013840         DIVIDE TAB-FERIADO-DATA(WRK-FER-IDX) BY 10000
013850             GIVING WRK-ANO-PROCURADO-TESTE
013860             REMAINDER WRK-RESTO-DATA
013870         IF WRK-ANO-PROCURADO-TESTE = WRK-ANO-PROCURADO
013880             MOVE 'S' TO WRK-SW-ANO-COBERTO
013890         END-IF
013900     END-PERFORM.
013910 2700-EXIT.
013920     EXIT.
013930******************************************************************
013940* 2600-VERIFICA-FERIADO - PESQUISA A DATA DE WRK-DATA-VERIF NO
013950*                         CALENDARIO DE FERIADOS CARREGADO.
013960******************************************************************
013970 2600-VERIFICA-FERIADO.
013980     MOVE 'N' TO WRK-SW-FERIADO.
013990     PERFORM VARYING WRK-FER-IDX FROM 1 BY 1
014000             UNTIL WRK-FER-IDX > WRK-QTD-FERIADOS
014010         IF WRK-DATA-VERIF-NUM = TAB-FERIADO-DATA(WRK-FER-IDX)
014020             MOVE 'S' TO WRK-SW-FERIADO
014030         END-IF
014040     END-PERFORM.
014050 2600-EXIT.
014060     EXIT.
014070******************************************************************
014080* 3000-APURA-DIA - APURA UM DIA DO PERIODO PARA O FUNCIONARIO.
014090*                  DIA ANTERIOR A ADMISSAO OU COM MARCACAO
014100*                  INCOMPLETA NAO E APURADO. EM DOMINGO OU FERIADO
014110*                  TODA HORA TRABALHADA E HORA EXTRA 100% (HD); NO
014120*                  SABADO, HORA EXTRA 50% (HE); NO DIA UTIL VALE A
014130*                  JORNADA PREVISTA (3100).
014140******************************************************************
014150 3000-APURA-DIA.
014160     IF TAB-PER-DATA(WRK-DIA-IDX) < EMP-ADMISSAO
014170         GO TO 3000-EXIT
014180     END-IF.
014190     IF TAB-PER-INCOMPLETO(WRK-DIA-IDX)
014200         GO TO 3000-EXIT
014210     END-IF.
014220     EVALUATE TRUE
014230         WHEN TAB-PER-DOMFER(WRK-DIA-IDX)
014240             ADD TAB-PER-MINUTOS(WRK-DIA-IDX) TO WRK-MIN-HD
014250         WHEN TAB-PER-SABADO(WRK-DIA-IDX)
014260             ADD TAB-PER-MINUTOS(WRK-DIA-IDX) TO WRK-MIN-HE
014270         WHEN OTHER
014280             PERFORM 3100-APURA-DIA-UTIL THRU 3100-EXIT
014290     END-EVALUATE.
014300 3000-EXIT.
014310     EXIT.
014320******************************************************************
014330* 3100-APURA-DIA-UTIL - DIA UTIL SEM NENHUMA MARCACAO E FALTA,
014340*                       SALVO FERIAS OU ABONO. O QUE PASSA DA
014350*                       JORNADA MAIS A TOLERANCIA E HORA EXTRA 50%
014360*                       (O EXCESSO SOBRE A JORNADA); O QUE FICA
014370*                       ABAIXO DA JORNADA MENOS A TOLERANCIA SAI
014380*                       COMO JORNADA INCOMPLETA, SO INFORMATIVA.
014390******************************************************************
014400 3100-APURA-DIA-UTIL.
014410     IF TAB-PER-MARCACOES(WRK-DIA-IDX) = ZERO
014420         IF NOT TAB-PER-JUSTIFICADO(WRK-DIA-IDX)
014430             ADD 1 TO WRK-QTD-FALTAS
014440             MOVE EMP-ID TO WRK-OCOR-MATRICULA
014450             MOVE TAB-PER-DATA(WRK-DIA-IDX) TO WRK-OCOR-DATA
014460             MOVE 'FALTA NAO JUSTIFICADA' TO WRK-OCOR-TEXTO
014470             PERFORM 7000-IMPRIME-OCORRENCIA THRU 7000-EXIT
014480         END-IF
014490         GO TO 3100-EXIT
014500     END-IF.
014510     IF TAB-PER-MINUTOS(WRK-DIA-IDX) >
014520             WRK-JORNADA-MIN + WRK-TOLERANCIA
014530         COMPUTE WRK-MIN-EXCESSO =
014540             TAB-PER-MINUTOS(WRK-DIA-IDX) - WRK-JORNADA-MIN
014550         ADD WRK-MIN-EXCESSO TO WRK-MIN-HE
014560         GO TO 3100-EXIT
014570     END-IF.
014580     IF TAB-PER-MINUTOS(WRK-DIA-IDX) + WRK-TOLERANCIA <
014590             WRK-JORNADA-MIN
014600         MOVE EMP-ID TO WRK-OCOR-MATRICULA
014610         MOVE TAB-PER-DATA(WRK-DIA-IDX) TO WRK-OCOR-DATA
014620         MOVE 'JORNADA INCOMPLETA - MINUTOS' TO WRK-OCOR-TEXTO
014630         MOVE TAB-PER-MINUTOS(WRK-DIA-IDX) TO WRK-MINUTOS-ED
014640         MOVE WRK-MINUTOS-ED TO WRK-OCOR-DETALHE
014650         PERFORM 7000-IMPRIME-OCORRENCIA THRU 7000-EXIT
014660     END-IF.
014670 3100-EXIT.
014680     EXIT.
014690******************************************************************
014700* 4000-GRAVA-MOVIMENTOS - CONVERTE OS MINUTOS APURADOS EM HORAS
014710*                         (ARREDONDADAS NO CENTESIMO) E GRAVA NO
014720*                         MOVTRAN UMA INCLUSAO POR EVENTO COM
014730*                         VALOR: HE E HD EM HORAS, FA EM DIAS.
014740******************************************************************
014750 4000-GRAVA-MOVIMENTOS.
014760     COMPUTE WRK-HORAS-HE ROUNDED = WRK-MIN-HE / 60.
014770     COMPUTE WRK-HORAS-HD ROUNDED = WRK-MIN-HD / 60.
014780     IF WRK-HORAS-HE > ZERO
014790         MOVE SPACES       TO MOV-TRANS-RECORD
014800         MOVE 'HE'         TO MTR-EVENTO
014810         MOVE WRK-HORAS-HE TO MTR-VALOR
014820         PERFORM 4100-GRAVA-TRANSACAO THRU 4100-EXIT
014830         ADD WRK-HORAS-HE  TO WRK-TOTAL-HORAS-HE
014840     END-IF.
014850     IF WRK-HORAS-HD > ZERO
014860         MOVE SPACES       TO MOV-TRANS-RECORD
014870         MOVE 'HD'         TO MTR-EVENTO
014880         MOVE WRK-HORAS-HD TO MTR-VALOR
014890         PERFORM 4100-GRAVA-TRANSACAO THRU 4100-EXIT
014900         ADD WRK-HORAS-HD  TO WRK-TOTAL-HORAS-HD
014910     END-IF.
014920     IF WRK-QTD-FALTAS > ZERO
014930         MOVE SPACES         TO MOV-TRANS-RECORD
014940         MOVE 'FA'           TO MTR-EVENTO
014950         MOVE WRK-QTD-FALTAS TO MTR-VALOR
014960         PERFORM 4100-GRAVA-TRANSACAO THRU 4100-EXIT
014970         ADD WRK-QTD-FALTAS  TO WRK-TOTAL-FALTAS
014980     END-IF.
014990 4000-EXIT.
015000     EXIT.
015010******************************************************************
015020* 4100-GRAVA-TRANSACAO - GRAVA UMA TRANSACAO DE INCLUSAO NO
015030*                        MOVTRAN PARA O FUNCIONARIO CORRENTE.
015040*                        FALHA DE GRAVACAO ENCERRA COM
015050*                        RETURN-CODE 8.
015060******************************************************************
015070 4100-GRAVA-TRANSACAO.
015080     MOVE 'I'    TO MTR-ACAO.
015090     MOVE EMP-ID TO MTR-MATRICULA.
015100     WRITE MOV-TRANS-RECORD.
015110     IF WRK-MTR-OK
015120         ADD 1 TO WRK-CONT-TRANSACOES
015130     ELSE
015140         DISPLAY 'ERRO AO GRAVAR MOV-TRANS-FILE: '
015150             WRK-MTR-STATUS ' - MATRICULA ' EMP-ID
015160             ' EVENTO ' MTR-EVENTO
015170         SET WRK-MTR-FALHOU TO TRUE
015180     END-IF.
015190 4100-EXIT.
015200     EXIT.
015210******************************************************************
015220* 7000-IMPRIME-OCORRENCIA - IMPRIME UMA OCORRENCIA NO PNTRPT. A
015230*                           PRIMEIRA OCORRENCIA DO FUNCIONARIO
015240*                           CORRENTE E PRECEDIDA PELA LINHA DE
015250*                           IDENTIFICACAO DELE.
015260******************************************************************
015270 7000-IMPRIME-OCORRENCIA.
015280     IF WRK-EM-FUNCIONARIO AND WRK-OCOR-MATRICULA = EMP-ID
015290         IF NOT WRK-CABEC-FUNC-IMPRESSO
015300             PERFORM 7050-IMPRIME-CABEC-FUNC THRU 7050-EXIT
015310         END-IF
015320         ADD 1 TO WRK-CONT-OCOR-FUNC
015330     END-IF.
015340     MOVE WRK-OCOR-MATRICULA TO OCL-MATRICULA.
015350     IF WRK-OCOR-DATA = ZEROS
015360         MOVE SPACES TO OCL-DATA
015370     ELSE
015380         MOVE WRK-OCOR-DATA TO OCL-DATA
015390     END-IF.
015400     MOVE WRK-OCOR-TEXTO     TO OCL-TEXTO.
015410     MOVE WRK-OCOR-DETALHE   TO OCL-DETALHE.
015420     WRITE CLOCK-REPORT-RECORD FROM WRK-LINHA-OCORRENCIA
015430         AFTER ADVANCING 1 LINE.
015440     ADD 1 TO WRK-CONT-OCORRENCIAS.
015450     MOVE ZEROS  TO WRK-OCOR-DATA.
015460     MOVE SPACES TO WRK-OCOR-DETALHE.
015470 7000-EXIT.
015480     EXIT.
015490******************************************************************
015500* 7050-IMPRIME-CABEC-FUNC - IMPRIME A LINHA DE IDENTIFICACAO DO
015510*                           FUNCIONARIO CORRENTE.
015520******************************************************************
015530 7050-IMPRIME-CABEC-FUNC.
015540     MOVE EMP-ID   TO FNL-MATRICULA.
015550     MOVE EMP-NOME TO FNL-NOME.
015560     WRITE CLOCK-REPORT-RECORD FROM WRK-LINHA-FUNCIONARIO
015570         AFTER ADVANCING 2 LINES.
015580     SET WRK-CABEC-FUNC-IMPRESSO TO TRUE.
015590 7050-EXIT.
015600     EXIT.
015610******************************************************************
015620* 7100-IMPRIME-RESUMO - IMPRIME O APURADO DO FUNCIONARIO QUANDO
015630*                       HOUVE HORA EXTRA, FALTA OU OCORRENCIA.
015640******************************************************************
015650 7100-IMPRIME-RESUMO.
015660     IF WRK-HORAS-HE = ZERO AND WRK-HORAS-HD = ZERO
015670             AND WRK-QTD-FALTAS = ZERO
015680             AND WRK-CONT-OCOR-FUNC = ZERO
015690         GO TO 7100-EXIT
015700     END-IF.
015710     IF NOT WRK-CABEC-FUNC-IMPRESSO
015720         PERFORM 7050-IMPRIME-CABEC-FUNC THRU 7050-EXIT
015730     END-IF.
015740     MOVE WRK-HORAS-HE   TO RES-HE.
015750     MOVE WRK-HORAS-HD   TO RES-HD.
015760     MOVE WRK-QTD-FALTAS TO RES-FALTAS.
015770     WRITE CLOCK-REPORT-RECORD FROM WRK-LINHA-RESUMO
015780         AFTER ADVANCING 1 LINE.
015790 7100-EXIT.
015800     EXIT.
015810******************************************************************
015820* 9000-FINALIZE - DESCARTA AS MARCACOES DE MATRICULAS POSTERIORES
015830*                 AO ULTIMO FUNCIONARIO DO EMPMAST, IMPRIME OS
015840*                 TOTAIS E FECHA OS ARQUIVOS.
015850******************************************************************
015860 9000-FINALIZE.
015870     MOVE 'N' TO WRK-SW-EM-FUNC.
015880     PERFORM 2050-MARCACAO-ORFA THRU 2050-EXIT
015890         UNTIL WRK-PNT-EOF.
015900     MOVE WRK-CONT-LIDOS       TO TOT-LIDOS.
015910     MOVE WRK-CONT-MARCACOES   TO TOT-MARCACOES.
015920     MOVE WRK-CONT-OCORRENCIAS TO TOT-OCORRENCIAS.
015930     MOVE WRK-CONT-TRANSACOES  TO TOT-TRANSACOES.
015940     MOVE WRK-TOTAL-HORAS-HE   TO TOT-HE.
015950     MOVE WRK-TOTAL-HORAS-HD   TO TOT-HD.
015960     MOVE WRK-TOTAL-FALTAS     TO TOT-FALTAS.
015970     WRITE CLOCK-REPORT-RECORD FROM WRK-LINHA-TOTAIS1
015980         AFTER ADVANCING 3 LINES.
015990     WRITE CLOCK-REPORT-RECORD FROM WRK-LINHA-TOTAIS2
016000         AFTER ADVANCING 1 LINE.
016010     CLOSE EMPLOYEE-MASTER.
016020     CLOSE CLOCK-PUNCH-FILE.
016030     CLOSE MOV-TRANS-FILE.
016040     CLOSE CLOCK-REPORT-FILE.
016050     DISPLAY '--------------------------------------------'.
016060     DISPLAY 'FUNCIONARIOS LIDOS ..: ' WRK-CONT-LIDOS.
016070     DISPLAY 'MARCACOES LIDAS .....: ' WRK-CONT-MARCACOES.
016080     DISPLAY 'OCORRENCIAS .........: ' WRK-CONT-OCORRENCIAS.
016090     DISPLAY 'TRANSACOES GERADAS ..: ' WRK-CONT-TRANSACOES.
016100 9000-EXIT.
016110     EXIT.
016120 END PROGRAM PROGCOB25.
