000010******************************************************************
000020* Author: RICARDO RIBEIRO DE ALVARENGA - RRA
000030* Installation: FOLHA DE PAGAMENTO
000040* Date-Written: 2026-10-15
000050* Date-Compiled: 2026-10-15
000060* Purpose: DISSIDIO COLETIVO: APLICA O PERCENTUAL DE REAJUSTE
000070*          DO DISSPARM (COM A DATA DE VIGENCIA DO ACORDO E UM
000080*          FILTRO OPCIONAL POR CENTRO DE CUSTO OU CARGO) AO
000090*          EMP-SALARIO DOS FUNCIONARIOS ATIVOS DO EMPMAST,
000100*          GRAVA O NOVO SALARIO NO SALHIST E APURA, PARA CADA
000110*          COMPETENCIA JA FECHADA NO PAYPERIO DESDE A VIGENCIA,
000120*          A DIFERENCA DEVIDA SOBRE O SALARIO PAGO NA EPOCA
000130*          (SALHIST), GRAVANDO-A NO DISSDIF COM O BRUTO, O INSS
000140*          E O IRRF ORIGINAIS DA FOLHA REGULAR (PAYIMPO). AS
000150*          DIFERENCAS SAO PAGAS PELA FOLHA COMPLEMENTAR DISSIDIO
000160*          DO PROGCOB04 (PAYTIPO), COM CONTRACHEQUE, BANKREM E
000170*          GLPOST PROPRIOS - NO LUGAR DO REAJUSTE PELO EMPTRAN
000180*          E DAS DIFERENCAS CALCULADAS NA MAO NO MOVFOLHA.
000190* Tectonics: cobc
000200******************************************************************
000210* MODIFICATION HISTORY
000220* DATE       INIT DESCRIPTION
000230* 2026-10-15 RRA  ORIGINAL - O SALARIO PAGO EM CADA COMPETENCIA
000240*                 VEM DO SALHIST (REGISTRO GRAVADO PELA FOLHA
000250*                 REGULAR DAQUELA COMPETENCIA), CAINDO NO
000260*                 EMP-SALARIO ANTERIOR AO REAJUSTE QUANDO NAO HA
000270*                 REGISTRO; SO HA DIFERENCA NAS COMPETENCIAS EM
000280*                 QUE O FUNCIONARIO TEM FOLHA REGULAR NO PAYIMPO.
000290*                 VIGENCIA NO MEIO DO MES PAGA A PRIMEIRA
000300*                 COMPETENCIA PROPORCIONAL AOS DIAS (MES DE 30).
000310*                 LOGON DE OPERADOR (AUTORIZACAO DE CADASTRO) E
000320*                 RETURN-CODE NO MESMO IDIOMA DO PROGCOB13 (8 =
000330*                 OPERADOR/ARQUIVO/PARAMETRO, 4 = HOUVE
000340*                 FUNCIONARIO REJEITADO, 0 = NORMAL).
000350* 2026-10-15 RRA  PAYIMPO COM A EMPRESA DO FUNCIONARIO NO FIM DO
000360*                 REGISTRO (IMP-EMPRESA).
000370******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. PROGCOB24.
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SPECIAL-NAMES.
000430     DECIMAL-POINT IS COMMA.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT EMPLOYEE-MASTER
000470         ASSIGN TO "EMPMAST"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS SEQUENTIAL
000500         RECORD KEY IS EMP-ID
000510         FILE STATUS IS WRK-EMP-STATUS.
000520     SELECT DISSIDIO-PARM-FILE
000530         ASSIGN TO "DISSPARM"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WRK-DSP-STATUS.
000560     SELECT DIFERENCAS-FILE
000570         ASSIGN TO "DISSDIF"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WRK-DIF-STATUS.
000600     SELECT DISS-REPORT-FILE
000610         ASSIGN TO "DISRPT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WRK-RPT-STATUS.
000640     SELECT PERIOD-CONTROL-FILE
000650         ASSIGN TO "PAYPERIO"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WRK-PER-STATUS.
000680     SELECT TAX-DETAIL-FILE
000690         ASSIGN TO "PAYIMPO"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WRK-IMP-STATUS.
000720     SELECT SALARY-HISTORY-FILE
000730         ASSIGN TO "SALHIST"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WRK-HIST-STATUS.
000760     SELECT AUDIT-FILE
000770         ASSIGN TO "DATEAUD"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WRK-AUDIT-STATUS.
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
000920 DATA DIVISION.
000930 FILE SECTION.
000940 FD  EMPLOYEE-MASTER
000950     LABEL RECORDS ARE STANDARD.
000960     COPY EMPREC.
000970 FD  DISSIDIO-PARM-FILE
000980     LABEL RECORDS ARE STANDARD.
000990 01  DISSIDIO-PARM-RECORD.
001000     05  DSP-PERCENTUAL           PIC 9(03)V99.
001010     05  DSP-FILL1                PIC X(02).
001020     05  DSP-DATA-VIGENCIA        PIC 9(08).
001030     05  DSP-FILL2                PIC X(02).
001040     05  DSP-FILTRO-TIPO          PIC X(02).
001050     05  DSP-FILL3                PIC X(02).
001060     05  DSP-FILTRO-CODIGO        PIC X(04).
001070 FD  DIFERENCAS-FILE
001080     LABEL RECORDS ARE STANDARD.
001090     COPY DIFREC.
001100 FD  DISS-REPORT-FILE
001110     LABEL RECORDS ARE STANDARD.
001120 01  DISS-REPORT-RECORD           PIC X(100).
001130 FD  PERIOD-CONTROL-FILE
001140     LABEL RECORDS ARE STANDARD.
001150 01  PERIOD-CONTROL-RECORD.
001160     05  PER-COMPETENCIA          PIC 9(06).
001170     05  PER-FILL1                PIC X(02).
001180     05  PER-STATUS               PIC X(08).
001190 FD  TAX-DETAIL-FILE
001200     LABEL RECORDS ARE STANDARD.
001210 01  TAX-DETAIL-RECORD.
001220     05  IMP-MATRICULA            PIC X(06).
001230     05  IMP-FILL1                PIC X(02).
001240     05  IMP-COMPETENCIA          PIC 9(06).
001250     05  IMP-FILL2                PIC X(02).
001260     05  IMP-BRUTO                PIC 9(08)V99.
001270     05  IMP-FILL3                PIC X(02).
001280     05  IMP-INSS                 PIC 9(08)V99.
001290     05  IMP-FILL4                PIC X(02).
001300     05  IMP-IRRF                 PIC 9(08)V99.
001310     05  IMP-FILL5                PIC X(02).
001320     05  IMP-TIPO                 PIC X(08).
001330     05  IMP-FILL6                PIC X(02).
001340     05  IMP-PARCELA              PIC 9(01).
001350     05  IMP-FILL7                PIC X(02).
001360     05  IMP-EMPRESA              PIC X(02).
001370 FD  SALARY-HISTORY-FILE
001380     LABEL RECORDS ARE STANDARD.
001390 01  HIST-RECORD.
001400     05  HIST-MATRICULA           PIC X(06).
001410     05  HIST-FILL1               PIC X(02).
001420     05  HIST-DATA-EFETIVA        PIC 9(08).
001430     05  HIST-FILL2               PIC X(02).
001440     05  HIST-SALARIO             PIC 9(06)V99.
001450     05  HIST-FILL3               PIC X(02).
001460     05  HIST-NOME                PIC X(30).
001470 FD  AUDIT-FILE
001480     LABEL RECORDS ARE STANDARD.
001490 01  AUDIT-RECORD.
001500     05  AUD-DATA                 PIC 9(08).
001510     05  AUD-FILL1                PIC X(02).
001520     05  AUD-HORA                 PIC 9(08).
001530     05  AUD-FILL2                PIC X(02).
001540     05  AUD-OPERADOR             PIC X(10).
001550 FD  OPERATOR-CONTROL-FILE
001560     LABEL RECORDS ARE STANDARD.
001570 01  OPERATOR-CONTROL-RECORD.
001580     05  OPCFG-OPERADOR           PIC X(10).
001590     05  OPCFG-FILL1              PIC X(02).
001600     05  OPCFG-SENHA              PIC X(10).
001610 FD  SECURITY-MASTER-FILE
001620     LABEL RECORDS ARE STANDARD.
001630     COPY OPERSEC.
001640 FD  SECURITY-AUDIT-FILE
001650     LABEL RECORDS ARE STANDARD.
001660 01  SECAUD-RECORD.
001670     05  SEC-DATA                 PIC 9(08).
001680     05  SEC-FILL1                PIC X(02).
001690     05  SEC-HORA                 PIC 9(08).
001700     05  SEC-FILL2                PIC X(02).
001710     05  SEC-OPERADOR             PIC X(10).
001720     05  SEC-FILL3                PIC X(02).
001730     05  SEC-PROGRAMA             PIC X(09).
001740     05  SEC-FILL4                PIC X(02).
001750     05  SEC-MOTIVO               PIC X(20).
001760 WORKING-STORAGE SECTION.
001770 77  WRK-EMP-STATUS       PIC X(02) VALUE '00'.
001780     88  WRK-EMP-OK                  VALUE '00'.
001790     88  WRK-EMP-EOF                 VALUE '10'.
001800 77  WRK-DSP-STATUS       PIC X(02) VALUE '00'.
001810     88  WRK-DSP-OK                  VALUE '00'.
001820 77  WRK-DIF-STATUS       PIC X(02) VALUE '00'.
001830     88  WRK-DIF-OK                  VALUE '00'.
001840 77  WRK-RPT-STATUS       PIC X(02) VALUE '00'.
001850     88  WRK-RPT-OK                  VALUE '00'.
001860 77  WRK-PER-STATUS       PIC X(02) VALUE '00'.
001870     88  WRK-PER-OK                  VALUE '00'.
001880     88  WRK-PER-EOF                 VALUE '10'.
001890 77  WRK-IMP-STATUS       PIC X(02) VALUE '00'.
001900     88  WRK-IMP-OK                  VALUE '00'.
001910     88  WRK-IMP-EOF                 VALUE '10'.
001920 77  WRK-HIST-STATUS      PIC X(02) VALUE '00'.
001930     88  WRK-HIST-OK                 VALUE '00'.
001940     88  WRK-HIST-EOF                VALUE '10'.
001950 77  WRK-AUDIT-STATUS     PIC X(02) VALUE '00'.
001960     88  WRK-AUDIT-OK                VALUE '00'.
001970     88  WRK-AUDIT-EOF               VALUE '10'.
001980 77  WRK-OPER-CFG-STATUS  PIC X(02) VALUE '00'.
001990     88  WRK-OPER-CFG-OK             VALUE '00'.
002000 77  WRK-SW-OPER-ARQUIVO  PIC X(01) VALUE 'N'.
002010     88  WRK-OPER-ARQUIVO            VALUE 'S'.
002020 77  WRK-SW-OPERADOR      PIC X(01) VALUE 'N'.
002030     88  WRK-OPERADOR-VALIDO         VALUE 'S'.
002040 77  WRK-OPERADOR         PIC X(10) VALUE SPACES.
002050 77  WRK-SENHA            PIC X(10) VALUE SPACES.
002060 77  WRK-SEC-STATUS       PIC X(02) VALUE '00'.
002070     88  WRK-SEC-OK                  VALUE '00'.
002080     88  WRK-SEC-EOF                 VALUE '10'.
002090 77  WRK-SECAUD-STATUS    PIC X(02) VALUE '00'.
002100     88  WRK-SECAUD-OK               VALUE '00'.
002110 77  WRK-SW-OPR-ACHADO    PIC X(01) VALUE 'N'.
002120     88  WRK-OPR-ACHADO              VALUE 'S'.
002130 77  WRK-OPR-ATIVO        PIC X(01) VALUE 'N'.
002140 77  WRK-OPR-SENHA        PIC X(10) VALUE SPACES.
002150 77  WRK-OPR-AUT-FUNCAO   PIC X(01) VALUE 'N'.
002160 77  WRK-MOTIVO-LOGON     PIC X(20) VALUE SPACES.
002170 77  WRK-DATA-LOGON       PIC 9(08) VALUE ZEROS.
002180 77  WRK-HORA-LOGON       PIC 9(08) VALUE ZEROS.
002190 77  WRK-DATA-ATUAL       PIC 9(08) VALUE ZEROS.
002200 77  WRK-COMPETENCIA      PIC 9(06) VALUE ZEROS.
002210 77  WRK-CONT-LIDOS       PIC 9(05) COMP VALUE ZERO.
002220 77  WRK-CONT-IGNORADOS   PIC 9(05) COMP VALUE ZERO.
002230 77  WRK-CONT-REAJUSTADOS PIC 9(05) COMP VALUE ZERO.
002240 77  WRK-CONT-REJEITADOS  PIC 9(05) COMP VALUE ZERO.
002250 77  WRK-CONT-DIFERENCAS  PIC 9(05) COMP VALUE ZERO.
002260 77  WRK-TOTAL-DIFERENCAS PIC 9(09)V99 VALUE ZEROS.
002270 77  WRK-SW-FUNC-VALIDO   PIC X(01) VALUE 'S'.
002280     88  WRK-FUNC-VALIDO             VALUE 'S'.
002290 77  WRK-MOTIVO-REJEICAO  PIC X(30) VALUE SPACES.
002300 77  WRK-SW-DIF-FALHA     PIC X(01) VALUE 'N'.
002310     88  WRK-DIF-FALHOU              VALUE 'S'.
002320 77  WRK-SW-HIST-FALHA    PIC X(01) VALUE 'N'.
002330     88  WRK-HIST-FALHOU             VALUE 'S'.
002340*----------------------------------------------------------------
002350* PARAMETROS DO DISSIDIO (DISSPARM): PERCENTUAL, DATA DE VIGENCIA
002360* DECOMPOSTA E FILTRO OPCIONAL ('CC' = CENTRO DE CUSTO, 'CG' =
002370* CARGO, BRANCOS = TODOS OS ATIVOS).
002380*----------------------------------------------------------------
002390 77  WRK-PERCENTUAL       PIC 9(03)V99 VALUE ZEROS.
002400 01  WRK-DATA-VIGENCIA    PIC 9(08) VALUE ZEROS.
002410 01  WRK-DATA-VIGENCIA-R REDEFINES WRK-DATA-VIGENCIA.
002420     05  WRK-VIGENCIA-ANO     PIC 9(04).
002430     05  WRK-VIGENCIA-MES     PIC 9(02).
002440     05  WRK-VIGENCIA-DIA     PIC 9(02).
002450 77  WRK-COMP-VIGENCIA    PIC 9(06) VALUE ZEROS.
002460 77  WRK-DIAS-PRIMEIRA    PIC 9(02) VALUE ZEROS.
002470 77  WRK-FILTRO-TIPO      PIC X(02) VALUE SPACES.
002480     88  WRK-FILTRO-VALIDO           VALUES 'CC' 'CG' SPACES.
002490     88  WRK-FILTRO-CCUSTO           VALUE 'CC'.
002500     88  WRK-FILTRO-CARGO            VALUE 'CG'.
002510 77  WRK-FILTRO-CODIGO    PIC X(04) VALUE SPACES.
002520*----------------------------------------------------------------
002530* SALARIOS E DIFERENCAS DO FUNCIONARIO CORRENTE.
002540*----------------------------------------------------------------
002550 77  WRK-SALARIO-ANT      PIC 9(06)V99 VALUE ZEROS.
002560 77  WRK-SALARIO-NOVO     PIC 9(06)V99 VALUE ZEROS.
002570 77  WRK-SALARIO-EPOCA    PIC 9(06)V99 VALUE ZEROS.
002580 77  WRK-DIFERENCA        PIC 9(06)V99 VALUE ZEROS.
002590*----------------------------------------------------------------
002600* COMPETENCIAS FECHADAS NO PAYPERIO A PARTIR DA VIGENCIA (AS QUE
002610* GERAM DIFERENCA), NA ORDEM DO ARQUIVO.
002620*----------------------------------------------------------------
002630 01  TAB-COMPETENCIAS.
002640     05  TAB-CMP-ENT OCCURS 120 TIMES.
002650         10  TAB-CMP-COMPETENCIA  PIC 9(06).
002660 77  WRK-QTD-COMPETENCIAS PIC 9(03) COMP VALUE ZERO.
002670 77  WRK-MAX-COMPETENCIAS PIC 9(03) COMP VALUE 120.
002680 77  WRK-CMP-IDX          PIC 9(03) COMP VALUE ZERO.
002690*----------------------------------------------------------------
002700* FOLHAS REGULARES DO PAYIMPO NAS COMPETENCIAS ACIMA (BRUTO,
002710* INSS E IRRF ORIGINAIS POR MATRICULA E COMPETENCIA; UM
002720* REPROC DA MESMA COMPETENCIA SOMA NA MESMA ENTRADA).
002730*----------------------------------------------------------------
002740 01  TAB-IMPOSTOS.
002750     05  TAB-IMP-ENT OCCURS 3000 TIMES.
002760         10  TAB-IMP-MATRICULA    PIC X(06).
002770         10  TAB-IMP-COMPETENCIA  PIC 9(06).
002780         10  TAB-IMP-BRUTO        PIC 9(08)V99.
002790         10  TAB-IMP-INSS         PIC 9(08)V99.
002800         10  TAB-IMP-IRRF         PIC 9(08)V99.
002810 77  WRK-QTD-IMPOSTOS     PIC 9(04) COMP VALUE ZERO.
002820 77  WRK-MAX-IMPOSTOS     PIC 9(04) COMP VALUE 3000.
002830 77  WRK-IMP-IDX          PIC 9(04) COMP VALUE ZERO.
002840 77  WRK-CHAVE-MATRICULA  PIC X(06) VALUE SPACES.
002850 77  WRK-CHAVE-COMPETENCIA PIC 9(06) VALUE ZEROS.
002860 77  WRK-SW-IMP-ACHADO    PIC X(01) VALUE 'N'.
002870     88  WRK-IMP-ACHADO              VALUE 'S'.
002880*----------------------------------------------------------------
002890* SALARIOS DO SALHIST A PARTIR DA VIGENCIA (MATRICULA,
002900* COMPETENCIA DA DATA EFETIVA E SALARIO), NA ORDEM DO ARQUIVO:
002910* O ULTIMO REGISTRO DA COMPETENCIA E O QUE VALEU NELA.
002920*----------------------------------------------------------------
002930 01  TAB-HISTORICO.
002940     05  TAB-HIS-ENT OCCURS 3000 TIMES.
002950         10  TAB-HIS-MATRICULA    PIC X(06).
002960         10  TAB-HIS-COMPETENCIA  PIC 9(06).
002970         10  TAB-HIS-SALARIO      PIC 9(06)V99.
002980 77  WRK-QTD-HISTORICO    PIC 9(04) COMP VALUE ZERO.
002990 77  WRK-MAX-HISTORICO    PIC 9(04) COMP VALUE 3000.
003000 77  WRK-HIS-IDX          PIC 9(04) COMP VALUE ZERO.
003010*----------------------------------------------------------------
003020* LINHAS DE IMPRESSAO DO RELATORIO DO DISSIDIO (DISRPT).
003030*----------------------------------------------------------------
003040 01  WRK-LINHA-CABEC1.
003050     05  FILLER               PIC X(25) VALUE SPACES.
003060     05  FILLER               PIC X(50)
003070         VALUE 'FOLHA DE PAGAMENTO - DISSIDIO COLETIVO'.
003080     05  FILLER               PIC X(25) VALUE SPACES.
003090 01  WRK-LINHA-CABEC2.
003100     05  FILLER               PIC X(08) VALUE 'DATA: '.
003110     05  CAB2-DATA            PIC 9(08).
003120     05  FILLER               PIC X(10) VALUE SPACES.
003130     05  FILLER               PIC X(10) VALUE 'OPERADOR: '.
003140     05  CAB2-OPERADOR        PIC X(10).
003150     05  FILLER               PIC X(54) VALUE SPACES.
003160 01  WRK-LINHA-CABEC3.
003170     05  FILLER               PIC X(12) VALUE 'PERCENTUAL: '.
003180     05  CAB3-PERCENTUAL      PIC ZZ9,99.
003190     05  FILLER               PIC X(13) VALUE '%  VIGENCIA: '.
003200     05  CAB3-VIGENCIA        PIC 9(08).
003210     05  FILLER               PIC X(10) VALUE '  FILTRO: '.
003220     05  CAB3-FILTRO-TIPO     PIC X(02).
003230     05  FILLER               PIC X(01) VALUE SPACES.
003240     05  CAB3-FILTRO-CODIGO   PIC X(04).
003250     05  FILLER               PIC X(44) VALUE SPACES.
003260 01  WRK-LINHA-FUNCIONARIO.
003270     05  FILLER               PIC X(13) VALUE 'REAJUSTADO : '.
003280     05  FUN-MATRICULA        PIC X(06).
003290     05  FILLER               PIC X(02) VALUE SPACES.
003300     05  FUN-NOME             PIC X(30).
003310     05  FILLER               PIC X(02) VALUE SPACES.
003320     05  FUN-SALARIO-ANT      PIC ZZZ.ZZ9,99.
003330     05  FILLER               PIC X(04) VALUE ' -> '.
003340     05  FUN-SALARIO-NOVO     PIC ZZZ.ZZ9,99.
003350     05  FILLER               PIC X(23) VALUE SPACES.
003360 01  WRK-LINHA-DIFERENCA.
003370     05  FILLER               PIC X(15) VALUE SPACES.
003380     05  FILLER               PIC X(13) VALUE 'COMPETENCIA '.
003390     05  DFL-COMPETENCIA      PIC 9(06).
003400     05  FILLER               PIC X(16) VALUE '  SALARIO PAGO '.
003410     05  DFL-SALARIO-EPOCA    PIC ZZZ.ZZ9,99.
003420     05  FILLER               PIC X(13) VALUE '  DIFERENCA '.
003430     05  DFL-VALOR            PIC ZZZ.ZZ9,99.
003440     05  FILLER               PIC X(17) VALUE SPACES.
003450 01  WRK-LINHA-REJEICAO.
003460     05  FILLER               PIC X(13) VALUE 'REJEITADO  : '.
003470     05  REJ-MATRICULA        PIC X(06).
003480     05  FILLER               PIC X(03) VALUE ' - '.
003490     05  REJ-MOTIVO           PIC X(30).
003500     05  FILLER               PIC X(48) VALUE SPACES.
003510 01  WRK-LINHA-TOTAIS1.
003520     05  FILLER PIC X(16) VALUE 'ATIVOS LIDOS: '.
003530     05  TOT-LIDOS            PIC ZZZ.ZZ9.
003540     05  FILLER PIC X(16) VALUE '  FORA FILTRO: '.
003550     05  TOT-IGNORADOS        PIC ZZZ.ZZ9.
003560     05  FILLER PIC X(16) VALUE '  REAJUSTADOS: '.
003570     05  TOT-REAJUSTADOS      PIC ZZZ.ZZ9.
003580     05  FILLER PIC X(15) VALUE '  REJEITADOS: '.
003590     05  TOT-REJEITADOS       PIC ZZZ.ZZ9.
003600     05  FILLER               PIC X(09) VALUE SPACES.
003610 01  WRK-LINHA-TOTAIS2.
003620     05  FILLER PIC X(23) VALUE 'DIFERENCAS GRAVADAS: '.
003630     05  TOT-DIFERENCAS       PIC ZZZ.ZZ9.
003640     05  FILLER PIC X(16) VALUE '  VALOR TOTAL: '.
003650     05  TOT-VALOR            PIC ZZZ.ZZZ.ZZ9,99.
003660     05  FILLER               PIC X(40) VALUE SPACES.
003670 PROCEDURE DIVISION.
003680******************************************************************
003690* 0000-MAINLINE - CONTROLA O PROCESSAMENTO DO DISSIDIO.
003700******************************************************************
003710 0000-MAINLINE.
003720     PERFORM 0500-LOGON-OPERADOR THRU 0500-EXIT.
003730     IF NOT WRK-OPERADOR-VALIDO
003740         DISPLAY 'OPERADOR NAO AUTORIZADO: ' WRK-OPERADOR
003750         MOVE 8 TO RETURN-CODE
003760         GOBACK
003770     END-IF.
003780     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003790     PERFORM 2000-PROCESSA-FUNCIONARIO THRU 2000-EXIT
003800         UNTIL WRK-EMP-EOF.
003810     PERFORM 9000-FINALIZE THRU 9000-EXIT.
003820     IF WRK-CONT-REJEITADOS > 0 OR WRK-DIF-FALHOU
003830             OR WRK-HIST-FALHOU
003840         MOVE 4 TO RETURN-CODE
003850     ELSE
003860         MOVE 0 TO RETURN-CODE
003870     END-IF.
003880     GOBACK.
003890******************************************************************
003900* 0500-LOGON-OPERADOR - OBTEM O OPERADOR E A SENHA DO PAYOPER,
003910*                       QUANDO PREPARADOS EXTERNAMENTE PARA UMA
003920*                       EXECUCAO EM LOTE, OU DO CONSOLE QUANDO O
003930*                       ARQUIVO NAO EXISTE OU ESTA VAZIO, E
003940*                       VALIDA CONTRA O CADASTRO DE SEGURANCA
003950*                       (OPERSEC): OPERADOR ATIVO, SENHA E
003960*                       AUTORIZACAO DE MANUTENCAO DE CADASTRO
003970*                       (O DISSIDIO ALTERA O EMP-SALARIO).
003980*                       TENTATIVA RECUSADA E GRAVADA NO SECAUD,
003990*                       NO MESMO IDIOMA DO PROGCOB13.
004000******************************************************************
004010 0500-LOGON-OPERADOR.
004020     MOVE 'N' TO WRK-SW-OPER-ARQUIVO.
004030     OPEN INPUT OPERATOR-CONTROL-FILE.
004040     IF WRK-OPER-CFG-OK
004050         READ OPERATOR-CONTROL-FILE
004060             AT END
004070                 CONTINUE
004080             NOT AT END
004090                 MOVE OPCFG-OPERADOR TO WRK-OPERADOR
004100                 MOVE OPCFG-SENHA    TO WRK-SENHA
004110                 SET WRK-OPER-ARQUIVO TO TRUE
004120         END-READ
004130         CLOSE OPERATOR-CONTROL-FILE
004140     END-IF.
004150     IF NOT WRK-OPER-ARQUIVO
004160         DISPLAY 'OPERADOR: ' WITH NO ADVANCING
004170         ACCEPT WRK-OPERADOR FROM CONSOLE
004180         DISPLAY 'SENHA: ' WITH NO ADVANCING
004190         ACCEPT WRK-SENHA FROM CONSOLE
004200     END-IF.
004210     MOVE 'N' TO WRK-SW-OPERADOR.
004220     MOVE SPACES TO WRK-MOTIVO-LOGON.
004230     PERFORM 0510-PROCURA-OPERSEC THRU 0510-EXIT.
004240     EVALUATE TRUE
004250         WHEN NOT WRK-OPR-ACHADO
004260             MOVE 'NAO CADASTRADO' TO WRK-MOTIVO-LOGON
004270         WHEN WRK-OPR-ATIVO NOT = 'S'
004280             MOVE 'OPERADOR INATIVO' TO WRK-MOTIVO-LOGON
004290         WHEN WRK-OPR-SENHA NOT = WRK-SENHA
004300             MOVE 'SENHA INVALIDA' TO WRK-MOTIVO-LOGON
004310         WHEN WRK-OPR-AUT-FUNCAO NOT = 'S'
004320             MOVE 'SEM AUTORIZACAO' TO WRK-MOTIVO-LOGON
004330         WHEN OTHER
004340             MOVE 'S' TO WRK-SW-OPERADOR
004350     END-EVALUATE.
004360     IF NOT WRK-OPERADOR-VALIDO
004370         DISPLAY 'LOGON RECUSADO (' WRK-MOTIVO-LOGON ') - '
004380             WRK-OPERADOR
004390         PERFORM 0520-GRAVA-SECAUD THRU 0520-EXIT
004400     END-IF.
004410 0500-EXIT.
004420     EXIT.
004430******************************************************************
004440* 0510-PROCURA-OPERSEC - PROCURA O OPERADOR NO CADASTRO DE
004450*                        SEGURANCA (OPERSEC) E GUARDA OS CAMPOS
004460*                        DO REGISTRO ACHADO (A AUTORIZACAO DESTE
004470*                        PROGRAMA E A DE MANUTENCAO DE CADASTRO).
004480*                        ARQUIVO INDISPONIVEL EQUIVALE A
004490*                        OPERADOR NAO CADASTRADO.
004500******************************************************************
004510 0510-PROCURA-OPERSEC.
004520     MOVE 'N' TO WRK-SW-OPR-ACHADO.
004530     OPEN INPUT SECURITY-MASTER-FILE.
004540     IF NOT WRK-SEC-OK
004550         DISPLAY 'CADASTRO DE SEGURANCA (OPERSEC) '
004560             'INDISPONIVEL: ' WRK-SEC-STATUS
004570         GO TO 0510-EXIT
004580     END-IF.
004590     PERFORM 0515-LE-OPERSEC THRU 0515-EXIT
004600         UNTIL WRK-SEC-EOF OR WRK-OPR-ACHADO.
004610     CLOSE SECURITY-MASTER-FILE.
004620 0510-EXIT.
004630     EXIT.
004640 0515-LE-OPERSEC.
004650     READ SECURITY-MASTER-FILE
004660         AT END
004670             SET WRK-SEC-EOF TO TRUE
004680         NOT AT END
004690             IF OPR-CODIGO = WRK-OPERADOR
004700                 SET WRK-OPR-ACHADO TO TRUE
004710                 MOVE OPR-ATIVO TO WRK-OPR-ATIVO
004720                 MOVE OPR-SENHA TO WRK-OPR-SENHA
004730                 MOVE OPR-AUT-CADASTRO
004740                     TO WRK-OPR-AUT-FUNCAO
004750             END-IF
004760     END-READ.
004770 0515-EXIT.
004780     EXIT.
004790******************************************************************
004800* 0520-GRAVA-SECAUD - REGISTRA A TENTATIVA DE LOGON RECUSADA NO
004810*                     SECAUD (DATA, HORA, OPERADOR, PROGRAMA E
004820*                     MOTIVO), NO MESMO IDIOMA DA TRILHA DO
004830*                     DATEAUD DO PROGCOB03.
004840******************************************************************
004850 0520-GRAVA-SECAUD.
004860     ACCEPT WRK-DATA-LOGON FROM DATE YYYYMMDD.
004870     ACCEPT WRK-HORA-LOGON FROM TIME.
004880     OPEN EXTEND SECURITY-AUDIT-FILE.
004890     IF NOT WRK-SECAUD-OK
004900         CLOSE SECURITY-AUDIT-FILE
004910         OPEN OUTPUT SECURITY-AUDIT-FILE
004920     END-IF.
004930     IF NOT WRK-SECAUD-OK
004940         DISPLAY 'ERRO AO ABRIR SECAUD: ' WRK-SECAUD-STATUS
004950         GO TO 0520-EXIT
004960     END-IF.
004970     MOVE WRK-DATA-LOGON TO SEC-DATA.
004980     MOVE SPACES         TO SEC-FILL1.
004990     MOVE WRK-HORA-LOGON TO SEC-HORA.
005000     MOVE SPACES         TO SEC-FILL2.
005010     MOVE WRK-OPERADOR   TO SEC-OPERADOR.
005020     MOVE SPACES         TO SEC-FILL3.
005030     MOVE 'PROGCOB24'    TO SEC-PROGRAMA.
005040     MOVE SPACES         TO SEC-FILL4.
005050     MOVE WRK-MOTIVO-LOGON TO SEC-MOTIVO.
005060     WRITE SECAUD-RECORD.
005070     IF NOT WRK-SECAUD-OK
005080         DISPLAY 'ERRO AO GRAVAR SECAUD: ' WRK-SECAUD-STATUS
005090     END-IF.
005100     CLOSE SECURITY-AUDIT-FILE.
005110 0520-EXIT.
005120     EXIT.
005130******************************************************************
005140* 1000-INITIALIZE - DETERMINA A DATA DO LOTE, LE E CONSISTE OS
005150*                   PARAMETROS, CARREGA AS COMPETENCIAS
005160*                   FECHADAS, AS FOLHAS REGULARES DO PAYIMPO E
005170*                   OS SALARIOS DO SALHIST, ABRE OS ARQUIVOS E
005180*                   LE O PRIMEIRO FUNCIONARIO.
005190******************************************************************
005200 1000-INITIALIZE.
005210     PERFORM 1085-DETERMINA-DATA THRU 1085-EXIT.
005220     PERFORM 1010-LE-PARAMETROS THRU 1010-EXIT.
005230     PERFORM 1020-CARREGA-PERIODOS THRU 1020-EXIT.
005240     PERFORM 1030-CARREGA-IMPOSTOS THRU 1030-EXIT.
005250     PERFORM 1040-CARREGA-HISTORICO THRU 1040-EXIT.
005260     OPEN I-O EMPLOYEE-MASTER.
005270     IF NOT WRK-EMP-OK
005280         DISPLAY 'ERRO AO ABRIR EMPLOYEE-MASTER: '
005290             WRK-EMP-STATUS
005300         MOVE 8 TO RETURN-CODE
005310         GOBACK
005320     END-IF.
005330     OPEN OUTPUT DISS-REPORT-FILE.
005340     IF NOT WRK-RPT-OK
005350         DISPLAY 'ERRO AO ABRIR DISS-REPORT-FILE: '
005360             WRK-RPT-STATUS
005370         CLOSE EMPLOYEE-MASTER
005380         MOVE 8 TO RETURN-CODE
005390         GOBACK
005400     END-IF.
005410     OPEN OUTPUT DIFERENCAS-FILE.
005420     IF NOT WRK-DIF-OK
005430         DISPLAY 'ERRO AO ABRIR DIFERENCAS-FILE: '
005440             WRK-DIF-STATUS
005450         CLOSE EMPLOYEE-MASTER
005460         CLOSE DISS-REPORT-FILE
005470         MOVE 8 TO RETURN-CODE
005480         GOBACK
005490     END-IF.
005500*    O SALHIST E ACUMULATIVO (OPEN EXTEND COM FALLBACK PARA
005510*    OUTPUT, MESMO IDIOMA DO PROGCOB04).
005520     OPEN EXTEND SALARY-HISTORY-FILE.
005530     IF NOT WRK-HIST-OK
005540         CLOSE SALARY-HISTORY-FILE
005550         OPEN OUTPUT SALARY-HISTORY-FILE
005560         IF NOT WRK-HIST-OK
005570             DISPLAY 'ERRO AO ABRIR SALARY-HISTORY: '
005580                 WRK-HIST-STATUS
005590             SET WRK-HIST-FALHOU TO TRUE
005600         END-IF
005610     END-IF.
005620     MOVE WRK-DATA-ATUAL     TO CAB2-DATA.
005630     MOVE WRK-OPERADOR       TO CAB2-OPERADOR.
005640     MOVE WRK-PERCENTUAL     TO CAB3-PERCENTUAL.
005650     MOVE WRK-DATA-VIGENCIA  TO CAB3-VIGENCIA.
005660     MOVE WRK-FILTRO-TIPO    TO CAB3-FILTRO-TIPO.
005670     MOVE WRK-FILTRO-CODIGO  TO CAB3-FILTRO-CODIGO.
005680     WRITE DISS-REPORT-RECORD FROM WRK-LINHA-CABEC1
005690         AFTER ADVANCING PAGE.
005700     WRITE DISS-REPORT-RECORD FROM WRK-LINHA-CABEC2
005710         AFTER ADVANCING 1 LINE.
005720     WRITE DISS-REPORT-RECORD FROM WRK-LINHA-CABEC3
005730         AFTER ADVANCING 1 LINE.
005740     PERFORM 2100-LE-FUNCIONARIO THRU 2100-EXIT.
005750 1000-EXIT.
005760     EXIT.
005770******************************************************************
005780* 1085-DETERMINA-DATA - OBTEM A DATA DO LOTE DO ULTIMO REGISTRO
005790*                       DO DATEAUD (GRAVADO PELO PROGCOB03),
005800*                       CAINDO NA DATA DO SISTEMA SE O ARQUIVO
005810*                       FALTAR OU ESTIVER VAZIO - MESMO IDIOMA
005820*                       DO PROGCOB04.
005830******************************************************************
005840 1085-DETERMINA-DATA.
005850     ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
005860     OPEN INPUT AUDIT-FILE.
005870     IF WRK-AUDIT-OK
005880         PERFORM 1087-LE-AUDITORIA THRU 1087-EXIT
005890             UNTIL WRK-AUDIT-EOF
005900         CLOSE AUDIT-FILE
005910     END-IF.
005920     COMPUTE WRK-COMPETENCIA = WRK-DATA-ATUAL / 100.
005930 1085-EXIT.
005940     EXIT.
005950 1087-LE-AUDITORIA.
005960     READ AUDIT-FILE
005970         AT END
005980             SET WRK-AUDIT-EOF TO TRUE
005990         NOT AT END
006000             MOVE AUD-DATA TO WRK-DATA-ATUAL
006010     END-READ.
006020 1087-EXIT.
006030     EXIT.
006040******************************************************************
006050* 1010-LE-PARAMETROS - LE O DISSPARM (UM REGISTRO) E CONSISTE O
006060*                      PERCENTUAL (MAIOR QUE ZERO), A DATA DE
006070*                      VIGENCIA (NAO POSTERIOR A DATA DO LOTE -
006080*                      O DISSIDIO E RETROATIVO, NUNCA FUTURO) E
006090*                      O FILTRO. PARAMETRO AUSENTE OU INVALIDO
006100*                      ENCERRA COM RETURN-CODE 8 ANTES DE
006110*                      QUALQUER ALTERACAO NO EMPMAST.
006120******************************************************************
006130 1010-LE-PARAMETROS.
006140     OPEN INPUT DISSIDIO-PARM-FILE.
006150     IF NOT WRK-DSP-OK
006160         DISPLAY 'PARAMETROS DO DISSIDIO (DISSPARM) '
006170             'INDISPONIVEIS: ' WRK-DSP-STATUS
006180             ' - LOTE ENCERRADO'
006190         MOVE 8 TO RETURN-CODE
006200         GOBACK
006210     END-IF.
006220     READ DISSIDIO-PARM-FILE
006230         AT END
006240             DISPLAY 'DISSPARM VAZIO - LOTE ENCERRADO'
006250             CLOSE DISSIDIO-PARM-FILE
006260             MOVE 8 TO RETURN-CODE
006270             GOBACK
006280     END-READ.
006290     CLOSE DISSIDIO-PARM-FILE.
006300     IF DSP-PERCENTUAL IS NOT NUMERIC
006310             OR DSP-PERCENTUAL = ZEROS
006320         DISPLAY 'PERCENTUAL DO DISSIDIO INVALIDO - '
006330             'LOTE ENCERRADO'
006340         MOVE 8 TO RETURN-CODE
006350         GOBACK
006360     END-IF.
006370     IF DSP-DATA-VIGENCIA IS NOT NUMERIC
006380             OR DSP-DATA-VIGENCIA = ZEROS
006390             OR DSP-DATA-VIGENCIA > WRK-DATA-ATUAL
006400         DISPLAY 'DATA DE VIGENCIA DO DISSIDIO INVALIDA OU '
006410             'FUTURA - LOTE ENCERRADO'
006420         MOVE 8 TO RETURN-CODE
006430         GOBACK
006440     END-IF.
006450     MOVE DSP-PERCENTUAL    TO WRK-PERCENTUAL.
006460     MOVE DSP-DATA-VIGENCIA TO WRK-DATA-VIGENCIA.
006470     MOVE DSP-FILTRO-TIPO   TO WRK-FILTRO-TIPO.
006480     MOVE DSP-FILTRO-CODIGO TO WRK-FILTRO-CODIGO.
006490     IF WRK-VIGENCIA-MES < 1 OR WRK-VIGENCIA-MES > 12
006500             OR WRK-VIGENCIA-DIA < 1 OR WRK-VIGENCIA-DIA > 31
006510         DISPLAY 'DATA DE VIGENCIA DO DISSIDIO INVALIDA: '
006520             WRK-DATA-VIGENCIA ' - LOTE ENCERRADO'
006530         MOVE 8 TO RETURN-CODE
006540         GOBACK
006550     END-IF.
006560     IF NOT WRK-FILTRO-VALIDO
006570             OR (WRK-FILTRO-TIPO NOT = SPACES
006580             AND WRK-FILTRO-CODIGO = SPACES)
006590         DISPLAY 'FILTRO DO DISSIDIO INVALIDO (' WRK-FILTRO-TIPO
006600             ') - USE CC, CG OU BRANCOS - LOTE ENCERRADO'
006610         MOVE 8 TO RETURN-CODE
006620         GOBACK
006630     END-IF.
006640     COMPUTE WRK-COMP-VIGENCIA = WRK-DATA-VIGENCIA / 100.
006650*    VIGENCIA NO MEIO DO MES: A PRIMEIRA COMPETENCIA SO TEM
006660*    DIFERENCA NOS DIAS A PARTIR DA VIGENCIA (MES DE 30 DIAS).
006670     IF WRK-VIGENCIA-DIA > 30
006680         MOVE 1 TO WRK-DIAS-PRIMEIRA
006690     ELSE
006700         COMPUTE WRK-DIAS-PRIMEIRA = 31 - WRK-VIGENCIA-DIA
006710     END-IF.
006720 1010-EXIT.
006730     EXIT.
006740******************************************************************
006750* 1020-CARREGA-PERIODOS - CARREGA DO PAYPERIO AS COMPETENCIAS
006760*                         FECHADAS A PARTIR DA COMPETENCIA DA
006770*                         VIGENCIA. SEM NENHUMA, O REAJUSTE E
006780*                         APLICADO NORMALMENTE E NAO HA
006790*                         DIFERENCA A PAGAR.
006800******************************************************************
006810 1020-CARREGA-PERIODOS.
006820     MOVE ZERO TO WRK-QTD-COMPETENCIAS.
006830     OPEN INPUT PERIOD-CONTROL-FILE.
006840     IF WRK-PER-OK
006850         PERFORM 1025-LE-PERIODO THRU 1025-EXIT
006860             UNTIL WRK-PER-EOF
006870         CLOSE PERIOD-CONTROL-FILE
006880     END-IF.
006890     IF WRK-QTD-COMPETENCIAS = ZERO
006900         DISPLAY 'NENHUMA COMPETENCIA FECHADA DESDE '
006910             WRK-COMP-VIGENCIA ' - SEM DIFERENCAS RETROATIVAS'
006920     END-IF.
006930 1020-EXIT.
006940     EXIT.
006950 1025-LE-PERIODO.
006960     READ PERIOD-CONTROL-FILE
006970         AT END
006980             SET WRK-PER-EOF TO TRUE
006990         NOT AT END
007000             IF PER-STATUS = 'FECHADA'
007010                     AND PER-COMPETENCIA >= WRK-COMP-VIGENCIA
007020                 IF WRK-QTD-COMPETENCIAS < WRK-MAX-COMPETENCIAS
007030                     ADD 1 TO WRK-QTD-COMPETENCIAS
007040                     MOVE PER-COMPETENCIA TO
007050                         TAB-CMP-COMPETENCIA(WRK-QTD-COMPETENCIAS)
007060                 ELSE
007070                     DISPLAY 'TABELA DE COMPETENCIAS CHEIA - '
007080                         'REGISTRO IGNORADO: ' PER-COMPETENCIA
007090                 END-IF
007100             END-IF
007110     END-READ.
007120 1025-EXIT.
007130     EXIT.
007140******************************************************************
007150* 1030-CARREGA-IMPOSTOS - CARREGA DO PAYIMPO AS FOLHAS REGULARES
007160*                         A PARTIR DA COMPETENCIA DA VIGENCIA
007170*                         (13O, FERIAS E OUTRAS FOLHAS NAO GERAM
007180*                         DIFERENCA). SEM O ARQUIVO, NENHUMA
007190*                         DIFERENCA E APURADA.
007200******************************************************************
007210 1030-CARREGA-IMPOSTOS.
007220     MOVE ZERO TO WRK-QTD-IMPOSTOS.
007230     IF WRK-QTD-COMPETENCIAS = ZERO
007240         GO TO 1030-EXIT
007250     END-IF.
007260     OPEN INPUT TAX-DETAIL-FILE.
007270     IF NOT WRK-IMP-OK
007280         DISPLAY 'PAYIMPO INDISPONIVEL: ' WRK-IMP-STATUS
007290             ' - SEM DIFERENCAS RETROATIVAS'
007300         GO TO 1030-EXIT
007310     END-IF.
007320     PERFORM 1035-LE-IMPOSTO THRU 1035-EXIT
007330         UNTIL WRK-IMP-EOF.
007340     CLOSE TAX-DETAIL-FILE.
007350 1030-EXIT.
007360     EXIT.
007370 1035-LE-IMPOSTO.
007380     READ TAX-DETAIL-FILE
007390         AT END
007400             SET WRK-IMP-EOF TO TRUE
007410         NOT AT END
007420             IF IMP-TIPO = 'REGULAR'
007430                     AND IMP-COMPETENCIA >= WRK-COMP-VIGENCIA
007440                 PERFORM 1037-GUARDA-IMPOSTO THRU 1037-EXIT
007450             END-IF
007460     END-READ.
007470 1035-EXIT.
007480     EXIT.
007490 1037-GUARDA-IMPOSTO.
007500     IF IMP-BRUTO IS NOT NUMERIC OR IMP-INSS IS NOT NUMERIC
007510             OR IMP-IRRF IS NOT NUMERIC
007520         GO TO 1037-EXIT
007530     END-IF.
007540     MOVE IMP-MATRICULA   TO WRK-CHAVE-MATRICULA.
007550     MOVE IMP-COMPETENCIA TO WRK-CHAVE-COMPETENCIA.
007560     PERFORM 2250-PROCURA-IMPOSTO THRU 2250-EXIT.
007570     IF NOT WRK-IMP-ACHADO
007580         IF WRK-QTD-IMPOSTOS < WRK-MAX-IMPOSTOS
007590             ADD 1 TO WRK-QTD-IMPOSTOS
007600             MOVE WRK-QTD-IMPOSTOS TO WRK-IMP-IDX
007610             MOVE IMP-MATRICULA
007620                 TO TAB-IMP-MATRICULA(WRK-IMP-IDX)
007630             MOVE IMP-COMPETENCIA
007640                 TO TAB-IMP-COMPETENCIA(WRK-IMP-IDX)
007650             MOVE ZEROS TO TAB-IMP-BRUTO(WRK-IMP-IDX)
007660             MOVE ZEROS TO TAB-IMP-INSS(WRK-IMP-IDX)
007670             MOVE ZEROS TO TAB-IMP-IRRF(WRK-IMP-IDX)
007680         ELSE
007690             DISPLAY 'TABELA DO PAYIMPO CHEIA - REGISTRO '
007700                 'IGNORADO: ' IMP-MATRICULA ' ' IMP-COMPETENCIA
007710             GO TO 1037-EXIT
007720         END-IF
007730     END-IF.
007740     ADD IMP-BRUTO TO TAB-IMP-BRUTO(WRK-IMP-IDX).
007750     ADD IMP-INSS  TO TAB-IMP-INSS(WRK-IMP-IDX).
007760     ADD IMP-IRRF  TO TAB-IMP-IRRF(WRK-IMP-IDX).
007770 1037-EXIT.
007780     EXIT.
007790******************************************************************
007800* 1040-CARREGA-HISTORICO - CARREGA DO SALHIST OS SALARIOS COM
007810*                          DATA EFETIVA A PARTIR DA COMPETENCIA
007820*                          DA VIGENCIA, ANTES DE ESTE PROGRAMA
007830*                          ACRESCENTAR OS NOVOS.
007840******************************************************************
007850 1040-CARREGA-HISTORICO.
007860     MOVE ZERO TO WRK-QTD-HISTORICO.
007870     IF WRK-QTD-COMPETENCIAS = ZERO
007880         GO TO 1040-EXIT
007890     END-IF.
007900     OPEN INPUT SALARY-HISTORY-FILE.
007910     IF NOT WRK-HIST-OK
007920         GO TO 1040-EXIT
007930     END-IF.
007940     PERFORM 1045-LE-HISTORICO THRU 1045-EXIT
007950         UNTIL WRK-HIST-EOF.
007960     CLOSE SALARY-HISTORY-FILE.
007970     MOVE '00' TO WRK-HIST-STATUS.
007980 1040-EXIT.
007990     EXIT.
008000 1045-LE-HISTORICO.
008010     READ SALARY-HISTORY-FILE
008020         AT END
008030             SET WRK-HIST-EOF TO TRUE
008040         NOT AT END
008050             IF HIST-DATA-EFETIVA IS NUMERIC
008060                     AND HIST-SALARIO IS NUMERIC
008070                     AND HIST-DATA-EFETIVA / 100
008080                         >= WRK-COMP-VIGENCIA
008090                 IF WRK-QTD-HISTORICO < WRK-MAX-HISTORICO
008100                     ADD 1 TO WRK-QTD-HISTORICO
008110                     MOVE HIST-MATRICULA TO
008120                         TAB-HIS-MATRICULA(WRK-QTD-HISTORICO)
008130                     COMPUTE TAB-HIS-COMPETENCIA
008140                         (WRK-QTD-HISTORICO) =
008150                         HIST-DATA-EFETIVA / 100
008160                     MOVE HIST-SALARIO TO
008170                         TAB-HIS-SALARIO(WRK-QTD-HISTORICO)
008180                 ELSE
008190                     DISPLAY 'TABELA DO SALHIST CHEIA - '
008200                         'REGISTRO IGNORADO: ' HIST-MATRICULA
008210                 END-IF
008220             END-IF
008230     END-READ.
008240 1045-EXIT.
008250     EXIT.
008260******************************************************************
008270* 2000-PROCESSA-FUNCIONARIO - SELECIONA O FUNCIONARIO (ATIVO E
008280*                             DENTRO DO FILTRO), APLICA O
008290*                             REAJUSTE NO EMPMAST E NO SALHIST E
008300*                             APURA AS DIFERENCAS DAS
008310*                             COMPETENCIAS FECHADAS.
008320******************************************************************
008330 2000-PROCESSA-FUNCIONARIO.
008340*    DESLIGADO (PROGCOB13) NAO E REAJUSTADO NEM CONTADO.
008350     IF EMP-SITUACAO = 'D'
008360         PERFORM 2100-LE-FUNCIONARIO THRU 2100-EXIT
008370         GO TO 2000-EXIT
008380     END-IF.
008390     ADD 1 TO WRK-CONT-LIDOS.
008400     IF (WRK-FILTRO-CCUSTO AND EMP-CCUSTO NOT = WRK-FILTRO-CODIGO)
008410             OR (WRK-FILTRO-CARGO
008420             AND EMP-CARGO NOT = WRK-FILTRO-CODIGO)
008430         ADD 1 TO WRK-CONT-IGNORADOS
008440         PERFORM 2100-LE-FUNCIONARIO THRU 2100-EXIT
008450         GO TO 2000-EXIT
008460     END-IF.
008470     PERFORM 2050-VALIDA-FUNCIONARIO THRU 2050-EXIT.
008480     IF WRK-FUNC-VALIDO
008490         MOVE WRK-SALARIO-NOVO TO EMP-SALARIO
008500         REWRITE EMP-RECORD
008510             INVALID KEY
008520                 MOVE 'ERRO AO REGRAVAR O EMPMAST'
008530                     TO WRK-MOTIVO-REJEICAO
008540                 MOVE 'N' TO WRK-SW-FUNC-VALIDO
008550         END-REWRITE
008560     END-IF.
008570     IF WRK-FUNC-VALIDO
008580         ADD 1 TO WRK-CONT-REAJUSTADOS
008590         PERFORM 7200-GRAVA-HISTORICO THRU 7200-EXIT
008600         PERFORM 7000-IMPRIME-FUNCIONARIO THRU 7000-EXIT
008610         PERFORM 2200-APURA-DIFERENCAS THRU 2200-EXIT
008620     ELSE
008630         DISPLAY 'FUNCIONARIO REJEITADO: ' EMP-ID ' - '
008640             WRK-MOTIVO-REJEICAO
008650         ADD 1 TO WRK-CONT-REJEITADOS
008660         PERFORM 7100-IMPRIME-REJEICAO THRU 7100-EXIT
008670     END-IF.
008680     PERFORM 2100-LE-FUNCIONARIO THRU 2100-EXIT.
008690 2000-EXIT.
008700     EXIT.
008710******************************************************************
008720* 2050-VALIDA-FUNCIONARIO - CONSISTE O SALARIO DO CADASTRO E
008730*                           CALCULA O SALARIO REAJUSTADO,
008740*                           REJEITANDO O QUE NAO CABE NO
008750*                           EMP-SALARIO.
008760******************************************************************
008770 2050-VALIDA-FUNCIONARIO.
008780     MOVE 'S' TO WRK-SW-FUNC-VALIDO.
008790     MOVE SPACES TO WRK-MOTIVO-REJEICAO.
008800     IF EMP-SALARIO IS NOT NUMERIC OR EMP-SALARIO <= ZEROS
008810         MOVE 'SALARIO INVALIDO NO CADASTRO'
008820             TO WRK-MOTIVO-REJEICAO
008830         MOVE 'N' TO WRK-SW-FUNC-VALIDO
008840         GO TO 2050-EXIT
008850     END-IF.
008860     MOVE EMP-SALARIO TO WRK-SALARIO-ANT.
008870     COMPUTE WRK-SALARIO-NOVO ROUNDED =
008880         EMP-SALARIO + (EMP-SALARIO * WRK-PERCENTUAL / 100)
008890         ON SIZE ERROR
008900             MOVE 'SALARIO REAJUSTADO EXCEDE LIMITE'
008910                 TO WRK-MOTIVO-REJEICAO
008920             MOVE 'N' TO WRK-SW-FUNC-VALIDO
008930     END-COMPUTE.
008940 2050-EXIT.
008950     EXIT.
008960******************************************************************
008970* 2100-LE-FUNCIONARIO - LE O PROXIMO FUNCIONARIO DO EMPMAST.
008980******************************************************************
008990 2100-LE-FUNCIONARIO.
009000     READ EMPLOYEE-MASTER NEXT RECORD
009010         AT END
009020             SET WRK-EMP-EOF TO TRUE
009030     END-READ.
009040 2100-EXIT.
009050     EXIT.
009060******************************************************************
009070* 2200-APURA-DIFERENCAS - PERCORRE AS COMPETENCIAS FECHADAS DESDE
009080*                         A VIGENCIA E APURA A DIFERENCA DO
009090*                         FUNCIONARIO EM CADA UMA.
009100******************************************************************
009110 2200-APURA-DIFERENCAS.
009120     PERFORM 2210-DIFERENCA-COMPETENCIA THRU 2210-EXIT
009130         VARYING WRK-CMP-IDX FROM 1 BY 1
009140         UNTIL WRK-CMP-IDX > WRK-QTD-COMPETENCIAS.
009150 2200-EXIT.
009160     EXIT.
009170******************************************************************
009180* 2210-DIFERENCA-COMPETENCIA - SO HA DIFERENCA SE O FUNCIONARIO
009190*                              TEVE FOLHA REGULAR NA COMPETENCIA
009200*                              (PAYIMPO). A DIFERENCA E O
009210*                              PERCENTUAL SOBRE O SALARIO PAGO
009220*                              NA EPOCA (SALHIST, OU O SALARIO
009230*                              ANTERIOR AO REAJUSTE SEM ELE),
009240*                              PROPORCIONAL AOS DIAS NA
009250*                              COMPETENCIA DA VIGENCIA.
009260******************************************************************
009270 2210-DIFERENCA-COMPETENCIA.
009280     MOVE EMP-ID TO WRK-CHAVE-MATRICULA.
009290     MOVE TAB-CMP-COMPETENCIA(WRK-CMP-IDX)
009300         TO WRK-CHAVE-COMPETENCIA.
009310     PERFORM 2250-PROCURA-IMPOSTO THRU 2250-EXIT.
009320     IF NOT WRK-IMP-ACHADO
009330         GO TO 2210-EXIT
009340     END-IF.
009350     MOVE WRK-SALARIO-ANT TO WRK-SALARIO-EPOCA.
009360     PERFORM VARYING WRK-HIS-IDX FROM 1 BY 1
009370             UNTIL WRK-HIS-IDX > WRK-QTD-HISTORICO
009380         IF TAB-HIS-MATRICULA(WRK-HIS-IDX) = EMP-ID
009390                 AND TAB-HIS-COMPETENCIA(WRK-HIS-IDX)
009400                     = WRK-CHAVE-COMPETENCIA
009410             MOVE TAB-HIS-SALARIO(WRK-HIS-IDX)
009420                 TO WRK-SALARIO-EPOCA
009430         END-IF
009440     END-PERFORM.
009450     IF WRK-CHAVE-COMPETENCIA = WRK-COMP-VIGENCIA
009460         COMPUTE WRK-DIFERENCA ROUNDED =
009470             WRK-SALARIO-EPOCA * WRK-PERCENTUAL / 100
009480             / 30 * WRK-DIAS-PRIMEIRA
009490     ELSE
009500         COMPUTE WRK-DIFERENCA ROUNDED =
009510             WRK-SALARIO-EPOCA * WRK-PERCENTUAL / 100
009520     END-IF.
009530     IF WRK-DIFERENCA = ZEROS
009540         GO TO 2210-EXIT
009550     END-IF.
009560     PERFORM 7300-GRAVA-DIFERENCA THRU 7300-EXIT.
009570 2210-EXIT.
009580     EXIT.
009590******************************************************************
009600* 2250-PROCURA-IMPOSTO - PROCURA NA TABELA DO PAYIMPO A FOLHA
009610*                        REGULAR DA MATRICULA E DA COMPETENCIA
009620*                        DA CHAVE (WRK-CHAVE-...); ACHADA,
009630*                        WRK-IMP-IDX APONTA A ENTRADA.
009640******************************************************************
009650 2250-PROCURA-IMPOSTO.
009660     MOVE 'N' TO WRK-SW-IMP-ACHADO.
009670     PERFORM VARYING WRK-IMP-IDX FROM 1 BY 1
009680             UNTIL WRK-IMP-IDX > WRK-QTD-IMPOSTOS
009690                OR WRK-IMP-ACHADO
009700         IF TAB-IMP-MATRICULA(WRK-IMP-IDX) = WRK-CHAVE-MATRICULA
009710                 AND TAB-IMP-COMPETENCIA(WRK-IMP-IDX)
009720                     = WRK-CHAVE-COMPETENCIA
009730             SET WRK-IMP-ACHADO TO TRUE
009740         END-IF
009750     END-PERFORM.
009760     IF WRK-IMP-ACHADO
009770         SUBTRACT 1 FROM WRK-IMP-IDX
009780     END-IF.
009790 2250-EXIT.
009800     EXIT.
009810******************************************************************
009820* 7000-IMPRIME-FUNCIONARIO - IMPRIME O FUNCIONARIO REAJUSTADO
009830*                            (SALARIO ANTERIOR E NOVO).
009840******************************************************************
009850 7000-IMPRIME-FUNCIONARIO.
009860     MOVE EMP-ID           TO FUN-MATRICULA.
009870     MOVE EMP-NOME         TO FUN-NOME.
009880     MOVE WRK-SALARIO-ANT  TO FUN-SALARIO-ANT.
009890     MOVE WRK-SALARIO-NOVO TO FUN-SALARIO-NOVO.
009900     WRITE DISS-REPORT-RECORD FROM WRK-LINHA-FUNCIONARIO
009910         AFTER ADVANCING 1 LINE.
009920 7000-EXIT.
009930     EXIT.
009940******************************************************************
009950* 7100-IMPRIME-REJEICAO - IMPRIME O FUNCIONARIO REJEITADO COM O
009960*                         MOTIVO.
009970******************************************************************
009980 7100-IMPRIME-REJEICAO.
009990     MOVE EMP-ID              TO REJ-MATRICULA.
010000     MOVE WRK-MOTIVO-REJEICAO TO REJ-MOTIVO.
010010     WRITE DISS-REPORT-RECORD FROM WRK-LINHA-REJEICAO
010020         AFTER ADVANCING 1 LINE.
010030 7100-EXIT.
010040     EXIT.
010050******************************************************************
010060* 7200-GRAVA-HISTORICO - GRAVA NO SALHIST O SALARIO REAJUSTADO
010070*                        COM A DATA DE VIGENCIA DO DISSIDIO. NAO
010080*                        GRAVA SE O ARQUIVO JA FALHOU (WRK-HIST-
010090*                        FALHOU), MESMO IDIOMA DO PROGCOB04.
010100******************************************************************
010110 7200-GRAVA-HISTORICO.
010120     IF NOT WRK-HIST-FALHOU
010130         MOVE EMP-ID            TO HIST-MATRICULA
010140         MOVE SPACES            TO HIST-FILL1
010150         MOVE WRK-DATA-VIGENCIA TO HIST-DATA-EFETIVA
010160         MOVE SPACES            TO HIST-FILL2
010170         MOVE WRK-SALARIO-NOVO  TO HIST-SALARIO
010180         MOVE SPACES            TO HIST-FILL3
010190         MOVE EMP-NOME          TO HIST-NOME
010200         WRITE HIST-RECORD
010210         IF NOT WRK-HIST-OK
010220             DISPLAY 'ERRO AO GRAVAR SALARY-HISTORY: '
010230                 WRK-HIST-STATUS
010240             SET WRK-HIST-FALHOU TO TRUE
010250         END-IF
010260     END-IF.
010270 7200-EXIT.
010280     EXIT.
010290******************************************************************
010300* 7300-GRAVA-DIFERENCA - GRAVA NO DISSDIF A DIFERENCA DA
010310*                        COMPETENCIA COM O BRUTO/INSS/IRRF
010320*                        ORIGINAIS (PARA O RECALCULO DOS
010330*                        DESCONTOS NA FOLHA DISSIDIO) E IMPRIME
010340*                        A LINHA DE DETALHE.
010350******************************************************************
010360 7300-GRAVA-DIFERENCA.
010370     ADD WRK-DIFERENCA TO WRK-TOTAL-DIFERENCAS.
010380     ADD 1 TO WRK-CONT-DIFERENCAS.
010390     MOVE WRK-CHAVE-COMPETENCIA TO DFL-COMPETENCIA.
010400     MOVE WRK-SALARIO-EPOCA     TO DFL-SALARIO-EPOCA.
010410     MOVE WRK-DIFERENCA         TO DFL-VALOR.
010420     WRITE DISS-REPORT-RECORD FROM WRK-LINHA-DIFERENCA
010430         AFTER ADVANCING 1 LINE.
010440     IF WRK-DIF-FALHOU
010450         GO TO 7300-EXIT
010460     END-IF.
010470     MOVE EMP-ID                      TO DIF-MATRICULA.
010480     MOVE SPACES                      TO DIF-FILL1.
010490     MOVE WRK-CHAVE-COMPETENCIA       TO DIF-COMPETENCIA.
010500     MOVE SPACES                      TO DIF-FILL2.
010510     MOVE WRK-SALARIO-EPOCA           TO DIF-SALARIO-ANT.
010520     MOVE SPACES                      TO DIF-FILL3.
010530     MOVE WRK-DIFERENCA               TO DIF-VALOR.
010540     MOVE SPACES                      TO DIF-FILL4.
010550     MOVE TAB-IMP-BRUTO(WRK-IMP-IDX)  TO DIF-BRUTO-ORIG.
010560     MOVE SPACES                      TO DIF-FILL5.
010570     MOVE TAB-IMP-INSS(WRK-IMP-IDX)   TO DIF-INSS-ORIG.
010580     MOVE SPACES                      TO DIF-FILL6.
010590     MOVE TAB-IMP-IRRF(WRK-IMP-IDX)   TO DIF-IRRF-ORIG.
010600     WRITE DIF-RECORD.
010610     IF NOT WRK-DIF-OK
010620         DISPLAY 'ERRO AO GRAVAR DISSDIF: ' WRK-DIF-STATUS
010630         SET WRK-DIF-FALHOU TO TRUE
010640     END-IF.
010650 7300-EXIT.
010660     EXIT.
010670******************************************************************
010680* 9000-FINALIZE - IMPRIME OS TOTAIS E FECHA OS ARQUIVOS.
010690******************************************************************
010700 9000-FINALIZE.
010710     MOVE WRK-CONT-LIDOS       TO TOT-LIDOS.
010720     MOVE WRK-CONT-IGNORADOS   TO TOT-IGNORADOS.
010730     MOVE WRK-CONT-REAJUSTADOS TO TOT-REAJUSTADOS.
010740     MOVE WRK-CONT-REJEITADOS  TO TOT-REJEITADOS.
010750     MOVE WRK-CONT-DIFERENCAS  TO TOT-DIFERENCAS.
010760     MOVE WRK-TOTAL-DIFERENCAS TO TOT-VALOR.
010770     WRITE DISS-REPORT-RECORD FROM WRK-LINHA-TOTAIS1
010780         AFTER ADVANCING 2 LINES.
010790     WRITE DISS-REPORT-RECORD FROM WRK-LINHA-TOTAIS2
010800         AFTER ADVANCING 1 LINE.
010810     CLOSE EMPLOYEE-MASTER.
010820     CLOSE DIFERENCAS-FILE.
010830     CLOSE SALARY-HISTORY-FILE.
010840     CLOSE DISS-REPORT-FILE.
010850     DISPLAY '--------------------------------------------'.
010860     DISPLAY 'ATIVOS LIDOS ........: ' WRK-CONT-LIDOS.
010870     DISPLAY 'FORA DO FILTRO ......: ' WRK-CONT-IGNORADOS.
010880     DISPLAY 'REAJUSTADOS .........: ' WRK-CONT-REAJUSTADOS.
010890     DISPLAY 'REJEITADOS ..........: ' WRK-CONT-REJEITADOS.
010900     DISPLAY 'DIFERENCAS GRAVADAS .: ' WRK-CONT-DIFERENCAS.
010910     DISPLAY 'VALOR DAS DIFERENCAS : ' WRK-TOTAL-DIFERENCAS.
010920 9000-EXIT.
010930     EXIT.
010940 END PROGRAM PROGCOB24.
