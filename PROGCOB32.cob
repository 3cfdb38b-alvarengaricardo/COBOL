000010******************************************************************
000020* Author: RICARDO RIBEIRO DE ALVARENGA - RRA
000030* Installation: FOLHA DE PAGAMENTO
000040* Date-Written: 2026-10-15
000050* Date-Compiled: 2026-10-15
000060* Purpose: BALANCETE DE VERIFICACAO DA COMPETENCIA FECHADA, POR
000070*          EMPRESA CONTABIL, CONTA E CENTRO DE CUSTO: SALDO
000080*          ANTERIOR (SALDOANT, GRAVADO PELA EXECUCAO DA
000090*          COMPETENCIA ANTERIOR), DEBITOS E CREDITOS DO MES
000100*          (GLPOST DA FOLHA, DAS RESCISOES E DA PROVISAO) E SALDO
000110*          ATUAL, COM A DESCRICAO DO PLANO DE CONTAS (PLANOCTA) E
000120*          A CONFERENCIA DEBITO = CREDITO DE CADA EMPRESA. GRAVA
000130*          OS SALDOS ATUAIS (SALDOATU), QUE SAO O SALDO ANTERIOR
000140*          DA PROXIMA COMPETENCIA.
000150* Tectonics: cobc
000160******************************************************************
000170* MODIFICATION HISTORY
000180* DATE       INIT DESCRIPTION
000190* 2026-10-15 RRA  ORIGINAL - A COMPETENCIA VEM DO BALPARM (AAAAMM)
000200*                 OU, SEM ELE, E A ULTIMA FECHADA NO PAYPERIO;
000210*                 COMPETENCIA NAO FECHADA ENCERRA COM RETURN-CODE
000220*                 8, COMO NO PROGCOB28. SO ENTRAM OS LANCAMENTOS
000230*                 DATADOS NO MES DA COMPETENCIA. SALDO DEVEDOR E
000240*                 POSITIVO E SALDO CREDOR NEGATIVO; NO
000250*                 SALDOANT/SALDOATU O VALOR VAI SEM SINAL, COM 'D'
000260*                 OU 'C'. SALDOANT DA PROPRIA COMPETENCIA OU DE
000270*                 UMA POSTERIOR (REEXECUCAO APONTANDO PARA A
000280*                 GERACAO ERRADA) ENCERRA COM RETURN-CODE 8;
000290*                 SALDOANT MAIS ANTIGO QUE A COMPETENCIA ANTERIOR,
000300*                 CONTA FORA DO PLANO DE CONTAS, EMPRESA
000310*                 DESBALANCEADA OU TABELA CHEIA DEVOLVEM
000320*                 RETURN-CODE 4. SEM SALDOANT (PRIMEIRA EXECUCAO)
000330*                 OS SALDOS ANTERIORES SAO ZERO.
000340* 2026-10-15 RRA  SALDOANT AUSENTE OU VAZIO DEIXOU DE ZERAR OS
000350*                 SALDOS ANTERIORES EM SILENCIO: SEM O MODO
000360*                 'INICIAL' NO BALPARM (PRIMEIRA EXECUCAO) E
000370*                 DIVERGENCIA (RETURN-CODE 4) COM AVISO NO BALRPT;
000380*                 COM 'INICIAL', O SALDOANT TEM DE VIR VAZIO (DD
000390*                 DUMMY) - SALDOS NELE ENCERRAM COM RETURN-CODE 8.
000400******************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. PROGCOB32.
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SPECIAL-NAMES.
000460     DECIMAL-POINT IS COMMA.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT GL-POST-FILE
000500         ASSIGN TO "GLPOST"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WRK-GL-STATUS.
000530     SELECT PERIOD-CONTROL-FILE
000540         ASSIGN TO "PAYPERIO"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WRK-PER-STATUS.
000570     SELECT BALANCE-PARM-FILE
000580         ASSIGN TO "BALPARM"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WRK-PRM-STATUS.
000610     SELECT ACCOUNT-FILE
000620         ASSIGN TO "PLANOCTA"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WRK-CTA-STATUS.
000650     SELECT OPENING-BALANCE-FILE
000660         ASSIGN TO "SALDOANT"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WRK-SDA-STATUS.
000690     SELECT CLOSING-BALANCE-FILE
000700         ASSIGN TO "SALDOATU"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WRK-SDN-STATUS.
000730     SELECT BALANCE-REPORT-FILE
000740         ASSIGN TO "BALRPT"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WRK-RPT-STATUS.
000770     SELECT SECURITY-MASTER-FILE
000780         ASSIGN TO "OPERSEC"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WRK-SEC-STATUS.
000810     SELECT SECURITY-AUDIT-FILE
000820         ASSIGN TO "SECAUD"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WRK-SECAUD-STATUS.
000850     SELECT OPERATOR-CONTROL-FILE
000860         ASSIGN TO "PAYOPER"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WRK-OPER-CFG-STATUS.
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  GL-POST-FILE
000920     LABEL RECORDS ARE STANDARD.
000930 01  GL-RECORD.
000940     05  GLL-DATA                 PIC 9(08).
000950     05  GLL-FILL1                PIC X(02).
000960     05  GLL-CONTA                PIC X(08).
000970     05  GLL-FILL2                PIC X(02).
000980     05  GLL-DC                   PIC X(01).
000990     05  GLL-FILL3                PIC X(02).
001000     05  GLL-VALOR                PIC 9(11)V99.
001010     05  GLL-FILL4                PIC X(02).
001020     05  GLL-HISTORICO            PIC X(25).
001030     05  GLL-FILL5                PIC X(02).
001040     05  GLL-EMPRESA              PIC X(04).
001050     05  GLL-FILL6                PIC X(02).
001060     05  GLL-CCUSTO               PIC X(04).
001070     05  GLL-FILL7                PIC X(05).
001080 FD  PERIOD-CONTROL-FILE
001090     LABEL RECORDS ARE STANDARD.
001100 01  PERIOD-CONTROL-RECORD.
001110     05  PER-COMPETENCIA          PIC 9(06).
001120     05  PER-FILL1                PIC X(02).
001130     05  PER-STATUS               PIC X(08).
001140 FD  BALANCE-PARM-FILE
001150     LABEL RECORDS ARE STANDARD.
001160 01  BALANCE-PARM-RECORD.
001170     05  BPR-COMPETENCIA          PIC X(06).
001180     05  BPR-FILL1                PIC X(02).
001190     05  BPR-MODO                 PIC X(08).
001200 FD  ACCOUNT-FILE
001210     LABEL RECORDS ARE STANDARD.
001220     COPY CTAREC.
001230*----------------------------------------------------------------
001240* SALDO POR EMPRESA CONTABIL, CONTA E CENTRO DE CUSTO NO FIM DE
001250* UMA COMPETENCIA: SALDOANT E O SALDOATU GRAVADO PELA EXECUCAO
001260* ANTERIOR (MESMO LAYOUT DO SALDOATU ABAIXO).
001270*----------------------------------------------------------------
001280 FD  OPENING-BALANCE-FILE
001290     LABEL RECORDS ARE STANDARD.
001300 01  OPENING-BALANCE-RECORD.
001310     05  SDA-COMPETENCIA          PIC 9(06).
001320     05  SDA-FILL1                PIC X(02).
001330     05  SDA-EMPRESA              PIC X(04).
001340     05  SDA-FILL2                PIC X(02).
001350     05  SDA-CONTA                PIC X(08).
001360     05  SDA-FILL3                PIC X(02).
001370     05  SDA-CCUSTO               PIC X(04).
001380     05  SDA-FILL4                PIC X(02).
001390     05  SDA-SALDO                PIC 9(12)V99.
001400     05  SDA-FILL5                PIC X(02).
001410     05  SDA-DC                   PIC X(01).
001420 FD  CLOSING-BALANCE-FILE
001430     LABEL RECORDS ARE STANDARD.
001440 01  CLOSING-BALANCE-RECORD.
001450     05  SDN-COMPETENCIA          PIC 9(06).
001460     05  SDN-FILL1                PIC X(02).
001470     05  SDN-EMPRESA              PIC X(04).
001480     05  SDN-FILL2                PIC X(02).
001490     05  SDN-CONTA                PIC X(08).
001500     05  SDN-FILL3                PIC X(02).
001510     05  SDN-CCUSTO               PIC X(04).
001520     05  SDN-FILL4                PIC X(02).
001530     05  SDN-SALDO                PIC 9(12)V99.
001540     05  SDN-FILL5                PIC X(02).
001550     05  SDN-DC                   PIC X(01).
001560 FD  BALANCE-REPORT-FILE
001570     LABEL RECORDS ARE STANDARD.
001580 01  BALANCE-REPORT-RECORD        PIC X(100).
001590 FD  OPERATOR-CONTROL-FILE
001600     LABEL RECORDS ARE STANDARD.
001610 01  OPERATOR-CONTROL-RECORD.
001620     05  OPCFG-OPERADOR           PIC X(10).
001630     05  OPCFG-FILL1              PIC X(02).
001640     05  OPCFG-SENHA              PIC X(10).
001650 FD  SECURITY-MASTER-FILE
001660     LABEL RECORDS ARE STANDARD.
001670     COPY OPERSEC.
001680 FD  SECURITY-AUDIT-FILE
001690     LABEL RECORDS ARE STANDARD.
001700 01  SECAUD-RECORD.
001710     05  SEC-DATA                 PIC 9(08).
001720     05  SEC-FILL1                PIC X(02).
001730     05  SEC-HORA                 PIC 9(08).
001740     05  SEC-FILL2                PIC X(02).
001750     05  SEC-OPERADOR             PIC X(10).
001760     05  SEC-FILL3                PIC X(02).
001770     05  SEC-PROGRAMA             PIC X(09).
001780     05  SEC-FILL4                PIC X(02).
001790     05  SEC-MOTIVO               PIC X(20).
001800 WORKING-STORAGE SECTION.
001810 77  WRK-GL-STATUS        PIC X(02) VALUE '00'.
001820     88  WRK-GL-OK                   VALUE '00'.
001830     88  WRK-GL-EOF                  VALUE '10'.
001840 77  WRK-PER-STATUS       PIC X(02) VALUE '00'.
001850     88  WRK-PER-OK                  VALUE '00'.
001860     88  WRK-PER-EOF                 VALUE '10'.
001870 77  WRK-PRM-STATUS       PIC X(02) VALUE '00'.
001880     88  WRK-PRM-OK                  VALUE '00'.
001890 77  WRK-CTA-STATUS       PIC X(02) VALUE '00'.
001900     88  WRK-CTA-OK                  VALUE '00'.
001910     88  WRK-CTA-EOF                 VALUE '10'.
001920 77  WRK-SDA-STATUS       PIC X(02) VALUE '00'.
001930     88  WRK-SDA-OK                  VALUE '00'.
001940     88  WRK-SDA-EOF                 VALUE '10'.
001950 77  WRK-SDN-STATUS       PIC X(02) VALUE '00'.
001960     88  WRK-SDN-OK                  VALUE '00'.
001970 77  WRK-RPT-STATUS       PIC X(02) VALUE '00'.
001980     88  WRK-RPT-OK                  VALUE '00'.
001990 77  WRK-OPER-CFG-STATUS  PIC X(02) VALUE '00'.
002000     88  WRK-OPER-CFG-OK             VALUE '00'.
002010 77  WRK-SW-OPER-ARQUIVO  PIC X(01) VALUE 'N'.
002020     88  WRK-OPER-ARQUIVO            VALUE 'S'.
002030 77  WRK-SW-OPERADOR      PIC X(01) VALUE 'N'.
002040     88  WRK-OPERADOR-VALIDO         VALUE 'S'.
002050 77  WRK-OPERADOR         PIC X(10) VALUE SPACES.
002060 77  WRK-SENHA            PIC X(10) VALUE SPACES.
002070 77  WRK-SEC-STATUS       PIC X(02) VALUE '00'.
002080     88  WRK-SEC-OK                  VALUE '00'.
002090     88  WRK-SEC-EOF                 VALUE '10'.
002100 77  WRK-SECAUD-STATUS    PIC X(02) VALUE '00'.
002110     88  WRK-SECAUD-OK               VALUE '00'.
002120 77  WRK-SW-OPR-ACHADO    PIC X(01) VALUE 'N'.
002130     88  WRK-OPR-ACHADO              VALUE 'S'.
002140 77  WRK-OPR-ATIVO        PIC X(01) VALUE 'N'.
002150 77  WRK-OPR-SENHA        PIC X(10) VALUE SPACES.
002160 77  WRK-OPR-AUT-FUNCAO   PIC X(01) VALUE 'N'.
002170 77  WRK-MOTIVO-LOGON     PIC X(20) VALUE SPACES.
002180 77  WRK-DATA-LOGON       PIC 9(08) VALUE ZEROS.
002190 77  WRK-HORA-LOGON       PIC 9(08) VALUE ZEROS.
002200 77  WRK-DATA-ATUAL       PIC 9(08) VALUE ZEROS.
002210*----------------------------------------------------------------
002220* COMPETENCIA DO BALANCETE, A IMEDIATAMENTE ANTERIOR (ESPERADA NO
002230* SALDOANT) E A SITUACAO DA COMPETENCIA NO PAYPERIO.
002240*----------------------------------------------------------------
002250 01  WRK-COMPETENCIA      PIC 9(06) VALUE ZEROS.
002260 01  WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA.
002270     05  WRK-CMP-ANO          PIC 9(04).
002280     05  WRK-CMP-MES          PIC 9(02).
002290 77  WRK-CMP-ANTERIOR     PIC 9(06) VALUE ZEROS.
002300 77  WRK-ULTIMA-FECHADA   PIC 9(06) VALUE ZEROS.
002310 77  WRK-SITUACAO-CMP     PIC X(08) VALUE SPACES.
002320 77  WRK-GL-COMPETENCIA   PIC 9(06) VALUE ZEROS.
002330 77  WRK-CONT-GL-LIDOS    PIC 9(07) COMP VALUE ZERO.
002340 77  WRK-CONT-GL-CMP      PIC 9(07) COMP VALUE ZERO.
002350 77  WRK-CONT-SDA-LIDOS   PIC 9(05) COMP VALUE ZERO.
002360 77  WRK-CONT-SDN-GRAVADOS PIC 9(05) COMP VALUE ZERO.
002370 77  WRK-SW-DIVERGENCIA   PIC X(01) VALUE 'N'.
002380     88  WRK-HA-DIVERGENCIA          VALUE 'S'.
002390 77  WRK-SW-SDA-DEFASADO  PIC X(01) VALUE 'N'.
002400     88  WRK-SDA-DEFASADO            VALUE 'S'.
002410 77  WRK-MODO             PIC X(08) VALUE 'NORMAL'.
002420     88  WRK-MODO-VALIDO             VALUES 'NORMAL' 'INICIAL'.
002430     88  WRK-MODO-INICIAL            VALUE 'INICIAL'.
002440 77  WRK-AVISO-SDA        PIC X(80) VALUE SPACES.
002450*----------------------------------------------------------------
002460* PLANO DE CONTAS (PLANOCTA, MANTIDO PELO PROGCOB31), PARA A
002470* DESCRICAO DAS CONTAS NO BALANCETE.
002480*----------------------------------------------------------------
002490 01  TAB-PLANO.
002500     05  TAB-CTA-ENT OCCURS 300 TIMES.
002510         10  TAB-CTA-CONTA        PIC X(08).
002520         10  TAB-CTA-DESCRICAO    PIC X(30).
002530 77  WRK-QTD-CONTAS       PIC 9(03) COMP VALUE ZERO.
002540 77  WRK-MAX-CONTAS       PIC 9(03) COMP VALUE 300.
002550 77  WRK-CTA-IDX          PIC 9(03) COMP VALUE ZERO.
002560 77  WRK-SW-CTA-ACHADA    PIC X(01) VALUE 'N'.
002570     88  WRK-CTA-ACHADA              VALUE 'S'.
002580*----------------------------------------------------------------
002590* SALDOS DO BALANCETE POR EMPRESA CONTABIL + CONTA + CENTRO DE
002600* CUSTO (A CHAVE DE ORDENACAO): SALDO ANTERIOR E ATUAL COM SINAL
002610* (DEVEDOR POSITIVO, CREDOR NEGATIVO) E OS DEBITOS E CREDITOS DO
002620* MES.
002630*----------------------------------------------------------------
002640 01  TAB-SALDOS.
002650     05  TAB-BAL-ENT OCCURS 500 TIMES.
002660         10  TAB-BAL-CHAVE.
002670             15  TAB-BAL-EMPRESA  PIC X(04).
002680             15  TAB-BAL-CONTA    PIC X(08).
002690             15  TAB-BAL-CCUSTO   PIC X(04).
002700         10  TAB-BAL-ANTERIOR     PIC S9(12)V99.
002710         10  TAB-BAL-DEBITOS      PIC 9(12)V99.
002720         10  TAB-BAL-CREDITOS     PIC 9(12)V99.
002730         10  TAB-BAL-ATUAL        PIC S9(12)V99.
002740 77  WRK-QTD-SALDOS       PIC 9(03) COMP VALUE ZERO.
002750 77  WRK-MAX-SALDOS       PIC 9(03) COMP VALUE 500.
002760 77  WRK-BAL-IDX          PIC 9(03) COMP VALUE ZERO.
002770 77  WRK-SW-BAL-ACHADO    PIC X(01) VALUE 'N'.
002780     88  WRK-BAL-ACHADO              VALUE 'S'.
002790 01  WRK-CHAVE.
002800     05  WRK-CHV-EMPRESA      PIC X(04).
002810     05  WRK-CHV-CONTA        PIC X(08).
002820     05  WRK-CHV-CCUSTO       PIC X(04).
002830 01  WRK-TROCA-ENT.
002840     05  WRK-TROCA-CHAVE          PIC X(16).
002850     05  WRK-TROCA-ANTERIOR       PIC S9(12)V99.
002860     05  WRK-TROCA-DEBITOS        PIC 9(12)V99.
002870     05  WRK-TROCA-CREDITOS       PIC 9(12)V99.
002880     05  WRK-TROCA-ATUAL          PIC S9(12)V99.
002890 77  WRK-I                PIC 9(03) COMP VALUE ZERO.
002900 77  WRK-J                PIC 9(03) COMP VALUE ZERO.
002910 77  WRK-J1               PIC 9(03) COMP VALUE ZERO.
002920*----------------------------------------------------------------
002930* TOTAIS DA EMPRESA CORRENTE (QUEBRA NA IMPRESSAO) E GERAIS.
002940*----------------------------------------------------------------
002950 77  WRK-EMPRESA-ANT      PIC X(04) VALUE SPACES.
002960 77  WRK-SW-PRIMEIRA      PIC X(01) VALUE 'S'.
002970     88  WRK-PRIMEIRA-LINHA          VALUE 'S'.
002980 77  WRK-EMP-ANTERIOR     PIC S9(13)V99 VALUE ZEROS.
002990 77  WRK-EMP-DEBITOS      PIC 9(13)V99 VALUE ZEROS.
003000 77  WRK-EMP-CREDITOS     PIC 9(13)V99 VALUE ZEROS.
003010 77  WRK-EMP-ATUAL        PIC S9(13)V99 VALUE ZEROS.
003020 77  WRK-GER-ANTERIOR     PIC S9(13)V99 VALUE ZEROS.
003030 77  WRK-GER-DEBITOS      PIC 9(13)V99 VALUE ZEROS.
003040 77  WRK-GER-CREDITOS     PIC 9(13)V99 VALUE ZEROS.
003050 77  WRK-GER-ATUAL        PIC S9(13)V99 VALUE ZEROS.
003060*----------------------------------------------------------------
003070* LINHAS DE IMPRESSAO DO BALANCETE (BALRPT).
003080*----------------------------------------------------------------
003090 01  WRK-LINHA-CABEC1.
003100     05  FILLER               PIC X(25) VALUE SPACES.
003110     05  FILLER               PIC X(50) VALUE
003120         'FOLHA DE PAGAMENTO - BALANCETE DE VERIFICACAO'.
003130     05  FILLER               PIC X(25) VALUE SPACES.
003140 01  WRK-LINHA-CABEC2.
003150     05  FILLER               PIC X(08) VALUE 'DATA: '.
003160     05  CAB2-DATA            PIC 9(08).
003170     05  FILLER               PIC X(10) VALUE SPACES.
003180     05  FILLER               PIC X(10) VALUE 'OPERADOR: '.
003190     05  CAB2-OPERADOR        PIC X(10).
003200     05  FILLER               PIC X(10) VALUE SPACES.
003210     05  FILLER               PIC X(13) VALUE 'COMPETENCIA: '.
003220     05  CAB2-COMPETENCIA     PIC 9(06).
003230     05  FILLER               PIC X(25) VALUE SPACES.
003240 01  WRK-LINHA-CABEC3.
003250     05  FILLER               PIC X(36) VALUE
003260         'EMPR CONTA    CC   DESCRICAO'.
003270     05  FILLER               PIC X(32) VALUE
003280         '  SALDO ANTERIOR         DEBITOS'.
003290     05  FILLER               PIC X(32) VALUE
003300         '        CREDITOS     SALDO ATUAL'.
003310 01  WRK-LINHA-CONTA.
003320     05  BLL-EMPRESA          PIC X(04).
003330     05  FILLER               PIC X(01) VALUE SPACES.
003340     05  BLL-CONTA            PIC X(08).
003350     05  FILLER               PIC X(01) VALUE SPACES.
003360     05  BLL-CCUSTO           PIC X(04).
003370     05  FILLER               PIC X(01) VALUE SPACES.
003380     05  BLL-DESCRICAO        PIC X(17).
003390     05  FILLER               PIC X(01) VALUE SPACES.
003400     05  BLL-ANTERIOR         PIC -ZZZ.ZZZ.ZZ9,99.
003410     05  FILLER               PIC X(01) VALUE SPACES.
003420     05  BLL-DEBITOS          PIC ZZZZ.ZZZ.ZZ9,99.
003430     05  FILLER               PIC X(01) VALUE SPACES.
003440     05  BLL-CREDITOS         PIC ZZZZ.ZZZ.ZZ9,99.
003450     05  FILLER               PIC X(01) VALUE SPACES.
003460     05  BLL-ATUAL            PIC -ZZZ.ZZZ.ZZ9,99.
003470 01  WRK-LINHA-TOTAL.
003480     05  TTL-ROTULO           PIC X(14).
003490     05  TTL-EMPRESA          PIC X(04).
003500     05  FILLER               PIC X(01) VALUE SPACES.
003510     05  TTL-SITUACAO         PIC X(17).
003520     05  FILLER               PIC X(01) VALUE SPACES.
003530     05  TTL-ANTERIOR         PIC -ZZZ.ZZZ.ZZ9,99.
003540     05  FILLER               PIC X(01) VALUE SPACES.
003550     05  TTL-DEBITOS          PIC ZZZZ.ZZZ.ZZ9,99.
003560     05  FILLER               PIC X(01) VALUE SPACES.
003570     05  TTL-CREDITOS         PIC ZZZZ.ZZZ.ZZ9,99.
003580     05  FILLER               PIC X(01) VALUE SPACES.
003590     05  TTL-ATUAL            PIC -ZZZ.ZZZ.ZZ9,99.
003600 01  WRK-LINHA-AVISO.
003610     05  FILLER               PIC X(08) VALUE 'AVISO: '.
003620     05  AVI-TEXTO            PIC X(80).
003630     05  FILLER               PIC X(12) VALUE SPACES.
003640 01  WRK-LINHA-RESUMO.
003650     05  FILLER PIC X(23) VALUE 'LANCAMENTOS DO MES   : '.
003660     05  RES-LANCAMENTOS      PIC Z.ZZZ.ZZ9.
003670     05  FILLER PIC X(19) VALUE '  SALDOS GRAVADOS: '.
003680     05  RES-GRAVADOS         PIC ZZ.ZZ9.
003690     05  FILLER PIC X(02) VALUE SPACES.
003700     05  RES-SITUACAO         PIC X(41).
003710 PROCEDURE DIVISION.
003720******************************************************************
003730* 0000-MAINLINE - CONTROLA O BALANCETE DE VERIFICACAO.
003740******************************************************************
003750 0000-MAINLINE.
003760     PERFORM 0500-LOGON-OPERADOR THRU 0500-EXIT.
003770     IF NOT WRK-OPERADOR-VALIDO
003780         DISPLAY 'OPERADOR NAO AUTORIZADO: ' WRK-OPERADOR
003790         MOVE 8 TO RETURN-CODE
003800         GOBACK
003810     END-IF.
003820     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003830     PERFORM 2000-LE-LANCAMENTO THRU 2000-EXIT
003840         UNTIL WRK-GL-EOF.
003850     PERFORM 3000-ORDENA-TABELA THRU 3000-EXIT.
003860     PERFORM 4000-IMPRIME-BALANCETE THRU 4000-EXIT.
003870     PERFORM 5000-GRAVA-SALDOS THRU 5000-EXIT.
003880     PERFORM 9000-FINALIZE THRU 9000-EXIT.
003890     IF WRK-HA-DIVERGENCIA
003900         MOVE 4 TO RETURN-CODE
003910     ELSE
003920         MOVE 0 TO RETURN-CODE
003930     END-IF.
003940     GOBACK.
003950******************************************************************
003960* 0500-LOGON-OPERADOR - OBTEM O OPERADOR E A SENHA DO PAYOPER,
003970*                       QUANDO PREPARADOS EXTERNAMENTE PARA UMA
003980*                       EXECUCAO EM LOTE, OU DO CONSOLE QUANDO O
003990*                       ARQUIVO NAO EXISTE OU ESTA VAZIO, E
004000*                       VALIDA CONTRA O CADASTRO DE SEGURANCA
004010*                       (OPERSEC): OPERADOR ATIVO, SENHA E
004020*                       AUTORIZACAO DE FOLHA (A MESMA DO
004030*                       PROGCOB04). TENTATIVA RECUSADA E GRAVADA
004040*                       NO SECAUD, NO MESMO IDIOMA DO PROGCOB15.
004050******************************************************************
004060 0500-LOGON-OPERADOR.
004070     MOVE 'N' TO WRK-SW-OPER-ARQUIVO.
004080     OPEN INPUT OPERATOR-CONTROL-FILE.
004090     IF WRK-OPER-CFG-OK
004100         READ OPERATOR-CONTROL-FILE
004110             AT END
004120                 CONTINUE
004130             NOT AT END
004140                 MOVE OPCFG-OPERADOR TO WRK-OPERADOR
004150                 MOVE OPCFG-SENHA    TO WRK-SENHA
004160                 SET WRK-OPER-ARQUIVO TO TRUE
004170         END-READ
004180         CLOSE OPERATOR-CONTROL-FILE
004190     END-IF.
004200     IF NOT WRK-OPER-ARQUIVO
004210         DISPLAY 'OPERADOR: ' WITH NO ADVANCING
004220         ACCEPT WRK-OPERADOR FROM CONSOLE
004230         DISPLAY 'SENHA: ' WITH NO ADVANCING
004240         ACCEPT WRK-SENHA FROM CONSOLE
004250     END-IF.
004260     MOVE 'N' TO WRK-SW-OPERADOR.
004270     MOVE SPACES TO WRK-MOTIVO-LOGON.
004280     PERFORM 0510-PROCURA-OPERSEC THRU 0510-EXIT.
004290     EVALUATE TRUE
004300         WHEN NOT WRK-OPR-ACHADO
004310             MOVE 'NAO CADASTRADO' TO WRK-MOTIVO-LOGON
004320         WHEN WRK-OPR-ATIVO NOT = 'S'
004330             MOVE 'OPERADOR INATIVO' TO WRK-MOTIVO-LOGON
004340         WHEN WRK-OPR-SENHA NOT = WRK-SENHA
004350             MOVE 'SENHA INVALIDA' TO WRK-MOTIVO-LOGON
004360         WHEN WRK-OPR-AUT-FUNCAO NOT = 'S'
004370             MOVE 'SEM AUTORIZACAO' TO WRK-MOTIVO-LOGON
004380         WHEN OTHER
004390             MOVE 'S' TO WRK-SW-OPERADOR
004400     END-EVALUATE.
004410     IF NOT WRK-OPERADOR-VALIDO
004420         DISPLAY 'LOGON RECUSADO (' WRK-MOTIVO-LOGON ') - '
004430             WRK-OPERADOR
004440         PERFORM 0520-GRAVA-SECAUD THRU 0520-EXIT
004450     END-IF.
004460 0500-EXIT.
004470     EXIT.
004480******************************************************************
004490* 0510-PROCURA-OPERSEC - PROCURA O OPERADOR NO CADASTRO DE
004500*                        SEGURANCA (OPERSEC) E GUARDA OS CAMPOS
004510*                        DO REGISTRO ACHADO (A AUTORIZACAO DESTE
004520*                        PROGRAMA E A DE FOLHA). ARQUIVO
004530*                        INDISPONIVEL EQUIVALE A OPERADOR NAO
004540*                        CADASTRADO.
004550******************************************************************
004560 0510-PROCURA-OPERSEC.
004570     MOVE 'N' TO WRK-SW-OPR-ACHADO.
004580     OPEN INPUT SECURITY-MASTER-FILE.
004590     IF NOT WRK-SEC-OK
004600         DISPLAY 'CADASTRO DE SEGURANCA (OPERSEC) '
004610             'INDISPONIVEL: ' WRK-SEC-STATUS
004620         GO TO 0510-EXIT
004630     END-IF.
004640     PERFORM 0515-LE-OPERSEC THRU 0515-EXIT
004650         UNTIL WRK-SEC-EOF OR WRK-OPR-ACHADO.
004660     CLOSE SECURITY-MASTER-FILE.
004670 0510-EXIT.
004680     EXIT.
004690 0515-LE-OPERSEC.
004700     READ SECURITY-MASTER-FILE
004710         AT END
004720             SET WRK-SEC-EOF TO TRUE
004730         NOT AT END
004740             IF OPR-CODIGO = WRK-OPERADOR
004750                 SET WRK-OPR-ACHADO TO TRUE
004760                 MOVE OPR-ATIVO TO WRK-OPR-ATIVO
004770                 MOVE OPR-SENHA TO WRK-OPR-SENHA
004780                 MOVE OPR-AUT-FOLHA
004790                     TO WRK-OPR-AUT-FUNCAO
004800             END-IF
004810     END-READ.
004820 0515-EXIT.
004830     EXIT.
004840******************************************************************
004850* 0520-GRAVA-SECAUD - REGISTRA A TENTATIVA DE LOGON RECUSADA NO
004860*                     SECAUD (DATA, HORA, OPERADOR, PROGRAMA E
004870*                     MOTIVO), NO MESMO IDIOMA DA TRILHA DO
004880*                     DATEAUD DO PROGCOB03.
004890******************************************************************
004900 0520-GRAVA-SECAUD.
004910     ACCEPT WRK-DATA-LOGON FROM DATE YYYYMMDD.
004920     ACCEPT WRK-HORA-LOGON FROM TIME.
004930     OPEN EXTEND SECURITY-AUDIT-FILE.
004940     IF NOT WRK-SECAUD-OK
004950         CLOSE SECURITY-AUDIT-FILE
004960         OPEN OUTPUT SECURITY-AUDIT-FILE
004970     END-IF.
004980     IF NOT WRK-SECAUD-OK
004990         DISPLAY 'ERRO AO ABRIR SECAUD: ' WRK-SECAUD-STATUS
005000         GO TO 0520-EXIT
005010     END-IF.
005020     MOVE WRK-DATA-LOGON TO SEC-DATA.
005030     MOVE SPACES         TO SEC-FILL1.
005040     MOVE WRK-HORA-LOGON TO SEC-HORA.
005050     MOVE SPACES         TO SEC-FILL2.
005060     MOVE WRK-OPERADOR   TO SEC-OPERADOR.
005070     MOVE SPACES         TO SEC-FILL3.
005080     MOVE 'PROGCOB32'    TO SEC-PROGRAMA.
005090     MOVE SPACES         TO SEC-FILL4.
005100     MOVE WRK-MOTIVO-LOGON TO SEC-MOTIVO.
005110     WRITE SECAUD-RECORD.
005120     IF NOT WRK-SECAUD-OK
005130         DISPLAY 'ERRO AO GRAVAR SECAUD: ' WRK-SECAUD-STATUS
005140     END-IF.
005150     CLOSE SECURITY-AUDIT-FILE.
005160 0520-EXIT.
005170     EXIT.
005180******************************************************************
005190* 1000-INITIALIZE - DETERMINA A COMPETENCIA E CONFERE QUE ESTA
005200*                   FECHADA, CARREGA O PLANO DE CONTAS E OS
005210*                   SALDOS ANTERIORES, ABRE OS ARQUIVOS E LE O
005220*                   PRIMEIRO LANCAMENTO DO GLPOST.
005230******************************************************************
005240 1000-INITIALIZE.
005250     ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
005260     PERFORM 1010-LE-PARAMETRO THRU 1010-EXIT.
005270     PERFORM 1020-VERIFICA-PERIODO THRU 1020-EXIT.
005280     IF WRK-CMP-MES = 1
005290         COMPUTE WRK-CMP-ANTERIOR = (WRK-CMP-ANO - 1) * 100 + 12
005300     ELSE
005310         COMPUTE WRK-CMP-ANTERIOR = WRK-COMPETENCIA - 1
005320     END-IF.
005330     PERFORM 1030-CARREGA-PLANO THRU 1030-EXIT.
005340     PERFORM 1040-CARREGA-SALDO-ANTERIOR THRU 1040-EXIT.
005350     OPEN INPUT GL-POST-FILE.
005360     IF NOT WRK-GL-OK
005370         DISPLAY 'ERRO AO ABRIR GL-POST-FILE: ' WRK-GL-STATUS
005380         MOVE 8 TO RETURN-CODE
005390         GOBACK
005400     END-IF.
005410     OPEN OUTPUT BALANCE-REPORT-FILE.
005420     IF NOT WRK-RPT-OK
005430         DISPLAY 'ERRO AO ABRIR BALANCE-REPORT-FILE: '
005440             WRK-RPT-STATUS
005450         CLOSE GL-POST-FILE
005460         MOVE 8 TO RETURN-CODE
005470         GOBACK
005480     END-IF.
005490     OPEN OUTPUT CLOSING-BALANCE-FILE.
005500     IF NOT WRK-SDN-OK
005510         DISPLAY 'ERRO AO ABRIR CLOSING-BALANCE-FILE: '
005520             WRK-SDN-STATUS
005530         CLOSE GL-POST-FILE
005540         CLOSE BALANCE-REPORT-FILE
005550         MOVE 8 TO RETURN-CODE
005560         GOBACK
005570     END-IF.
005580     MOVE WRK-DATA-ATUAL     TO CAB2-DATA.
005590     MOVE WRK-OPERADOR       TO CAB2-OPERADOR.
005600     MOVE WRK-COMPETENCIA    TO CAB2-COMPETENCIA.
005610     WRITE BALANCE-REPORT-RECORD FROM WRK-LINHA-CABEC1
005620         AFTER ADVANCING PAGE.
005630     WRITE BALANCE-REPORT-RECORD FROM WRK-LINHA-CABEC2
005640         AFTER ADVANCING 1 LINE.
005650     IF WRK-AVISO-SDA NOT = SPACES
005660         MOVE WRK-AVISO-SDA TO AVI-TEXTO
005670         WRITE BALANCE-REPORT-RECORD FROM WRK-LINHA-AVISO
005680             AFTER ADVANCING 2 LINES
005690     END-IF.
005700     PERFORM 2100-LE-GLPOST THRU 2100-EXIT.
005710 1000-EXIT.
005720     EXIT.
005730******************************************************************
005740* 1010-LE-PARAMETRO - LE A COMPETENCIA DO BALANCETE (AAAAMM) E O
005750*                     MODO DO BALPARM. ARQUIVO AUSENTE, VAZIO OU
005760*                     EM BRANCO DEIXA A COMPETENCIA ZERADA, PARA
005770*                     QUE SEJA USADA A ULTIMA FECHADA, E O MODO
005780*                     NORMAL; 'INICIAL' MARCA A PRIMEIRA
005790*                     EXECUCAO, SEM SALDO ANTERIOR. VALOR
005800*                     INVALIDO ENCERRA COM RETURN-CODE 8.
005810******************************************************************
005820 1010-LE-PARAMETRO.
005830     MOVE ZEROS TO WRK-COMPETENCIA.
005840     OPEN INPUT BALANCE-PARM-FILE.
005850     IF NOT WRK-PRM-OK
005860         GO TO 1010-EXIT
005870     END-IF.
005880     READ BALANCE-PARM-FILE
005890         AT END
005900             MOVE SPACES TO BALANCE-PARM-RECORD
005910     END-READ.
005920     CLOSE BALANCE-PARM-FILE.
005930     IF BPR-MODO NOT = SPACES
005940         MOVE BPR-MODO TO WRK-MODO
005950     END-IF.
005960     IF NOT WRK-MODO-VALIDO
005970         DISPLAY 'MODO DO BALPARM INVALIDO: ' BPR-MODO
005980             ' - LOTE ENCERRADO'
005990         MOVE 8 TO RETURN-CODE
006000         GOBACK
006010     END-IF.
006020     IF BPR-COMPETENCIA = SPACES
006030         GO TO 1010-EXIT
006040     END-IF.
006050     IF BPR-COMPETENCIA IS NOT NUMERIC
006060         DISPLAY 'COMPETENCIA DO BALPARM INVALIDA: '
006070             BPR-COMPETENCIA ' - LOTE ENCERRADO'
006080         MOVE 8 TO RETURN-CODE
006090         GOBACK
006100     END-IF.
006110     MOVE BPR-COMPETENCIA TO WRK-COMPETENCIA.
006120     IF WRK-CMP-MES < 1 OR WRK-CMP-MES > 12
006130         DISPLAY 'COMPETENCIA DO BALPARM INVALIDA: '
006140             BPR-COMPETENCIA ' - LOTE ENCERRADO'
006150         MOVE 8 TO RETURN-CODE
006160         GOBACK
006170     END-IF.
006180 1010-EXIT.
006190     EXIT.
006200******************************************************************
006210* 1020-VERIFICA-PERIODO - LE O PAYPERIO, GUARDA A SITUACAO DA
006220*                         COMPETENCIA PEDIDA E A ULTIMA
006230*                         COMPETENCIA FECHADA. SEM PARAMETRO,
006240*                         A COMPETENCIA E A ULTIMA FECHADA. O
006250*                         BALANCETE SO SAI DE COMPETENCIA
006260*                         FECHADA: ABERTA, DESCONHECIDA OU
006270*                         PAYPERIO INDISPONIVEL ENCERRAM COM
006280*                         RETURN-CODE 8.
006290******************************************************************
006300 1020-VERIFICA-PERIODO.
006310     MOVE ZEROS  TO WRK-ULTIMA-FECHADA.
006320     MOVE SPACES TO WRK-SITUACAO-CMP.
006330     OPEN INPUT PERIOD-CONTROL-FILE.
006340     IF NOT WRK-PER-OK
006350         DISPLAY 'CONTROLE DE COMPETENCIA (PAYPERIO) '
006360             'INDISPONIVEL: ' WRK-PER-STATUS
006370             ' - LOTE ENCERRADO'
006380         MOVE 8 TO RETURN-CODE
006390         GOBACK
006400     END-IF.
006410     PERFORM 1025-LE-PERIODO THRU 1025-EXIT
006420         UNTIL WRK-PER-EOF.
006430     CLOSE PERIOD-CONTROL-FILE.
006440     IF WRK-COMPETENCIA = ZEROS
006450         MOVE WRK-ULTIMA-FECHADA TO WRK-COMPETENCIA
006460         MOVE 'FECHADA' TO WRK-SITUACAO-CMP
006470     END-IF.
006480     IF WRK-COMPETENCIA = ZEROS
006490         DISPLAY 'NENHUMA COMPETENCIA FECHADA NO PAYPERIO'
006500             ' - LOTE ENCERRADO'
006510         MOVE 8 TO RETURN-CODE
006520         GOBACK
006530     END-IF.
006540     IF WRK-SITUACAO-CMP NOT = 'FECHADA'
006550         DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA
006560             ' NAO ESTA FECHADA NO PAYPERIO - LOTE ENCERRADO'
006570         MOVE 8 TO RETURN-CODE
006580         GOBACK
006590     END-IF.
006600 1020-EXIT.
006610     EXIT.
006620 1025-LE-PERIODO.
006630     READ PERIOD-CONTROL-FILE
006640         AT END
006650             SET WRK-PER-EOF TO TRUE
006660         NOT AT END
006670             IF PER-STATUS = 'FECHADA'
006680                     AND PER-COMPETENCIA > WRK-ULTIMA-FECHADA
006690                 MOVE PER-COMPETENCIA TO WRK-ULTIMA-FECHADA
006700             END-IF
006710             IF PER-COMPETENCIA = WRK-COMPETENCIA
006720                 MOVE PER-STATUS TO WRK-SITUACAO-CMP
006730             END-IF
006740     END-READ.
006750 1025-EXIT.
006760     EXIT.
006770******************************************************************
006780* 1030-CARREGA-PLANO - CARREGA O PLANO DE CONTAS (PLANOCTA) EM
006790*                      TABELA. SEM ELE O BALANCETE NAO TEM COMO
006800*                      CONFERIR AS CONTAS E O PROGRAMA ENCERRA
006810*                      COM RETURN-CODE 8.
006820******************************************************************
006830 1030-CARREGA-PLANO.
006840     MOVE ZERO TO WRK-QTD-CONTAS.
006850     OPEN INPUT ACCOUNT-FILE.
006860     IF NOT WRK-CTA-OK
006870         DISPLAY 'PLANO DE CONTAS (PLANOCTA) INDISPONIVEL: '
006880             WRK-CTA-STATUS ' - LOTE ENCERRADO'
006890         MOVE 8 TO RETURN-CODE
006900         GOBACK
006910     END-IF.
006920     PERFORM 1035-LE-CONTA THRU 1035-EXIT
006930         UNTIL WRK-CTA-EOF.
006940     CLOSE ACCOUNT-FILE.
006950 1030-EXIT.
006960     EXIT.
006970******************************************************************
006980* 1035-LE-CONTA - LE UM REGISTRO DO PLANOCTA PARA A TABELA.
006990******************************************************************
007000 1035-LE-CONTA.
007010     READ ACCOUNT-FILE
007020         AT END
007030             SET WRK-CTA-EOF TO TRUE
007040         NOT AT END
007050             IF WRK-QTD-CONTAS < WRK-MAX-CONTAS
007060                 ADD 1 TO WRK-QTD-CONTAS
007070                 MOVE CTA-CONTA
007080                     TO TAB-CTA-CONTA(WRK-QTD-CONTAS)
007090                 MOVE CTA-DESCRICAO
007100                     TO TAB-CTA-DESCRICAO(WRK-QTD-CONTAS)
007110             ELSE
007120                 DISPLAY 'PLANO DE CONTAS CHEIO - '
007130                     'REGISTRO IGNORADO: ' CTA-CONTA
007140             END-IF
007150     END-READ.
007160 1035-EXIT.
007170     EXIT.
007180******************************************************************
007190* 1040-CARREGA-SALDO-ANTERIOR - CARREGA NA TABELA OS SALDOS DO
007200*                               SALDOANT (SALDOATU DA EXECUCAO
007210*                               ANTERIOR). ARQUIVO AUSENTE OU
007220*                               VAZIO DEIXA OS SALDOS ANTERIORES
007230*                               ZERADOS: NO MODO INICIAL (PRIMEIRA
007240*                               EXECUCAO, DD DUMMY) E O ESPERADO;
007250*                               FORA DELE E DIVERGENCIA, COM AVISO
007260*                               NO BALRPT. SALDOS NO SALDOANT
007270*                               COM O MODO INICIAL ENCERRAM COM
007280*                               RETURN-CODE 8.
007290******************************************************************
007300 1040-CARREGA-SALDO-ANTERIOR.
007310     OPEN INPUT OPENING-BALANCE-FILE.
007320     IF NOT WRK-SDA-OK
007330         DISPLAY 'SALDO ANTERIOR (SALDOANT) INDISPONIVEL: '
007340             WRK-SDA-STATUS ' - SALDOS ANTERIORES ZERADOS'
007350         GO TO 1040-SEM-SALDO
007360     END-IF.
007370     PERFORM 1045-LE-SALDO-ANTERIOR THRU 1045-EXIT
007380         UNTIL WRK-SDA-EOF.
007390     CLOSE OPENING-BALANCE-FILE.
007400     IF WRK-CONT-SDA-LIDOS NOT = ZERO
007410         GO TO 1040-EXIT
007420     END-IF.
007430     DISPLAY 'SALDO ANTERIOR (SALDOANT) VAZIO - '
007440         'SALDOS ANTERIORES ZERADOS'.
007450 1040-SEM-SALDO.
007460     IF WRK-MODO-INICIAL
007470         MOVE 'PRIMEIRA EXECUCAO (BALPARM INICIAL) - SEM SALDOANT'
007480             TO WRK-AVISO-SDA
007490         GO TO 1040-EXIT
007500     END-IF.
007510     MOVE 'SALDOANT AUSENTE OU VAZIO SEM BALPARM INICIAL - '
007520         TO WRK-AVISO-SDA.
007530     MOVE 'SALDOS ANTERIORES ZERADOS' TO WRK-AVISO-SDA(49:25).
007540     MOVE 'S' TO WRK-SW-DIVERGENCIA.
007550 1040-EXIT.
007560     EXIT.
007570******************************************************************
007580* 1045-LE-SALDO-ANTERIOR - LE UM SALDO DO SALDOANT E O SOMA NA
007590*                          ENTRADA DA SUA CHAVE. SALDO DA PROPRIA
007600*                          COMPETENCIA OU DE UMA POSTERIOR
007610*                          ENCERRA COM RETURN-CODE 8 (O BALANCETE
007620*                          SAIRIA EM DOBRO); SALDO MAIS ANTIGO QUE
007630*                          A COMPETENCIA ANTERIOR (MES SEM
007640*                          BALANCETE NO MEIO) E ACEITO COM
007650*                          DIVERGENCIA. REGISTRO NAO NUMERICO E
007660*                          IGNORADO COM DIVERGENCIA.
007670******************************************************************
007680 1045-LE-SALDO-ANTERIOR.
007690     READ OPENING-BALANCE-FILE
007700         AT END
007710             SET WRK-SDA-EOF TO TRUE
007720     END-READ.
007730     IF WRK-SDA-EOF
007740         GO TO 1045-EXIT
007750     END-IF.
007760     ADD 1 TO WRK-CONT-SDA-LIDOS.
007770     IF WRK-MODO-INICIAL
007780         DISPLAY 'BALPARM INICIAL COM SALDOS NO SALDOANT - '
007790             'LOTE ENCERRADO'
007800         CLOSE OPENING-BALANCE-FILE
007810         MOVE 8 TO RETURN-CODE
007820         GOBACK
007830     END-IF.
007840     IF SDA-COMPETENCIA IS NOT NUMERIC
007850             OR SDA-SALDO IS NOT NUMERIC
007860         DISPLAY 'SALDO ANTERIOR INVALIDO IGNORADO: '
007870             SDA-EMPRESA ' ' SDA-CONTA ' ' SDA-CCUSTO
007880         MOVE 'S' TO WRK-SW-DIVERGENCIA
007890         GO TO 1045-EXIT
007900     END-IF.
007910     IF SDA-COMPETENCIA NOT < WRK-COMPETENCIA
007920         DISPLAY 'SALDOANT DA COMPETENCIA ' SDA-COMPETENCIA
007930             ' NAO E ANTERIOR A ' WRK-COMPETENCIA
007940             ' - LOTE ENCERRADO'
007950         CLOSE OPENING-BALANCE-FILE
007960         MOVE 8 TO RETURN-CODE
007970         GOBACK
007980     END-IF.
007990     IF SDA-COMPETENCIA < WRK-CMP-ANTERIOR
008000             AND NOT WRK-SDA-DEFASADO
008010         DISPLAY 'SALDOANT DA COMPETENCIA ' SDA-COMPETENCIA
008020             ' - ESPERADA ' WRK-CMP-ANTERIOR
008030             ' (FALTA O BALANCETE DE MES INTERMEDIARIO)'
008040         SET WRK-SDA-DEFASADO TO TRUE
008050         MOVE 'S' TO WRK-SW-DIVERGENCIA
008060     END-IF.
008070     MOVE SDA-EMPRESA TO WRK-CHV-EMPRESA.
008080     MOVE SDA-CONTA   TO WRK-CHV-CONTA.
008090     MOVE SDA-CCUSTO  TO WRK-CHV-CCUSTO.
008100     PERFORM 2200-PROCURA-SALDO THRU 2200-EXIT.
008110     IF NOT WRK-BAL-ACHADO
008120         GO TO 1045-EXIT
008130     END-IF.
008140     IF SDA-DC = 'C'
008150         SUBTRACT SDA-SALDO FROM TAB-BAL-ANTERIOR(WRK-BAL-IDX)
008160     ELSE
008170         ADD SDA-SALDO TO TAB-BAL-ANTERIOR(WRK-BAL-IDX)
008180     END-IF.
008190 1045-EXIT.
008200     EXIT.
008210******************************************************************
008220* 2000-LE-LANCAMENTO - ACUMULA UM LANCAMENTO DA COMPETENCIA NOS
008230*                      DEBITOS OU CREDITOS DA SUA EMPRESA, CONTA
008240*                      E CENTRO DE CUSTO. LANCAMENTOS DE OUTRAS
008250*                      COMPETENCIAS SAO IGNORADOS.
008260******************************************************************
008270 2000-LE-LANCAMENTO.
008280     ADD 1 TO WRK-CONT-GL-LIDOS.
008290     IF GLL-DATA IS NOT NUMERIC
008300             OR GLL-VALOR IS NOT NUMERIC
008310         DISPLAY 'LANCAMENTO INVALIDO NO GLPOST IGNORADO: '
008320             GLL-CONTA ' ' GLL-HISTORICO
008330         GO TO 2000-LER-PROXIMO
008340     END-IF.
008350     COMPUTE WRK-GL-COMPETENCIA = GLL-DATA / 100.
008360     IF WRK-GL-COMPETENCIA NOT = WRK-COMPETENCIA
008370         GO TO 2000-LER-PROXIMO
008380     END-IF.
008390     ADD 1 TO WRK-CONT-GL-CMP.
008400     MOVE GLL-EMPRESA TO WRK-CHV-EMPRESA.
008410     MOVE GLL-CONTA   TO WRK-CHV-CONTA.
008420     MOVE GLL-CCUSTO  TO WRK-CHV-CCUSTO.
008430     PERFORM 2200-PROCURA-SALDO THRU 2200-EXIT.
008440     IF NOT WRK-BAL-ACHADO
008450         GO TO 2000-LER-PROXIMO
008460     END-IF.
008470     IF GLL-DC = 'D'
008480         ADD GLL-VALOR TO TAB-BAL-DEBITOS(WRK-BAL-IDX)
008490     ELSE
008500         ADD GLL-VALOR TO TAB-BAL-CREDITOS(WRK-BAL-IDX)
008510     END-IF.
008520 2000-LER-PROXIMO.
008530     PERFORM 2100-LE-GLPOST THRU 2100-EXIT.
008540 2000-EXIT.
008550     EXIT.
008560 2100-LE-GLPOST.
008570     READ GL-POST-FILE
008580         AT END
008590             SET WRK-GL-EOF TO TRUE
008600     END-READ.
008610 2100-EXIT.
008620     EXIT.
008630******************************************************************
008640* 2200-PROCURA-SALDO - PROCURA A CHAVE DE WRK-CHAVE NA TABELA DE
008650*                      SALDOS, CRIANDO A ENTRADA ZERADA NA
008660*                      PRIMEIRA OCORRENCIA; DEIXA O INDICE EM
008670*                      WRK-BAL-IDX. TABELA CHEIA DEIXA A CHAVE
008680*                      FORA DO BALANCETE, COM DIVERGENCIA.
008690******************************************************************
008700 2200-PROCURA-SALDO.
008710     MOVE 'N' TO WRK-SW-BAL-ACHADO.
008720     PERFORM VARYING WRK-BAL-IDX FROM 1 BY 1
008730             UNTIL WRK-BAL-IDX > WRK-QTD-SALDOS
008740                OR WRK-BAL-ACHADO
008750         IF TAB-BAL-CHAVE(WRK-BAL-IDX) = WRK-CHAVE
008760             SET WRK-BAL-ACHADO TO TRUE
008770         END-IF
008780     END-PERFORM.
008790     IF WRK-BAL-ACHADO
008800         SUBTRACT 1 FROM WRK-BAL-IDX
008810         GO TO 2200-EXIT
008820     END-IF.
008830     IF WRK-QTD-SALDOS NOT < WRK-MAX-SALDOS
008840         DISPLAY 'TABELA DE SALDOS CHEIA - IGNORADO: '
008850             WRK-CHV-EMPRESA ' ' WRK-CHV-CONTA ' '
008860             WRK-CHV-CCUSTO
008870         MOVE 'S' TO WRK-SW-DIVERGENCIA
008880         GO TO 2200-EXIT
008890     END-IF.
008900     ADD 1 TO WRK-QTD-SALDOS.
008910     MOVE WRK-QTD-SALDOS TO WRK-BAL-IDX.
008920     MOVE WRK-CHAVE TO TAB-BAL-CHAVE(WRK-BAL-IDX).
008930     MOVE ZEROS TO TAB-BAL-ANTERIOR(WRK-BAL-IDX).
008940     MOVE ZEROS TO TAB-BAL-DEBITOS(WRK-BAL-IDX).
008950     MOVE ZEROS TO TAB-BAL-CREDITOS(WRK-BAL-IDX).
008960     MOVE ZEROS TO TAB-BAL-ATUAL(WRK-BAL-IDX).
008970     SET WRK-BAL-ACHADO TO TRUE.
008980 2200-EXIT.
008990     EXIT.
009000******************************************************************
009010* 2300-PROCURA-CONTA - PROCURA A CONTA DA ENTRADA WRK-BAL-IDX NO
009020*                      PLANO DE CONTAS; ACHADA, DEIXA O INDICE EM
009030*                      WRK-CTA-IDX.
009040******************************************************************
009050 2300-PROCURA-CONTA.
009060     MOVE 'N' TO WRK-SW-CTA-ACHADA.
009070     PERFORM VARYING WRK-CTA-IDX FROM 1 BY 1
009080             UNTIL WRK-CTA-IDX > WRK-QTD-CONTAS
009090                OR WRK-CTA-ACHADA
009100         IF TAB-CTA-CONTA(WRK-CTA-IDX)
009110                 = TAB-BAL-CONTA(WRK-BAL-IDX)
009120             SET WRK-CTA-ACHADA TO TRUE
009130         END-IF
009140     END-PERFORM.
009150     IF WRK-CTA-ACHADA
009160         SUBTRACT 1 FROM WRK-CTA-IDX
009170     END-IF.
009180 2300-EXIT.
009190     EXIT.
009200******************************************************************
009210* 3000-ORDENA-TABELA - CALCULA O SALDO ATUAL DE CADA ENTRADA E
009220*                      ORDENA A TABELA POR EMPRESA, CONTA E
009230*                      CENTRO DE CUSTO (BOLHA, COMO NO PROGCOB31).
009240******************************************************************
009250 3000-ORDENA-TABELA.
009260     PERFORM VARYING WRK-BAL-IDX FROM 1 BY 1
009270             UNTIL WRK-BAL-IDX > WRK-QTD-SALDOS
009280         COMPUTE TAB-BAL-ATUAL(WRK-BAL-IDX) =
009290             TAB-BAL-ANTERIOR(WRK-BAL-IDX)
009300             + TAB-BAL-DEBITOS(WRK-BAL-IDX)
009310             - TAB-BAL-CREDITOS(WRK-BAL-IDX)
009320     END-PERFORM.
009330     IF WRK-QTD-SALDOS < 2
009340         GO TO 3000-EXIT
009350     END-IF.
009360     PERFORM VARYING WRK-I FROM 1 BY 1
009370             UNTIL WRK-I >= WRK-QTD-SALDOS
009380         PERFORM VARYING WRK-J FROM 1 BY 1
009390                 UNTIL WRK-J > WRK-QTD-SALDOS - WRK-I
009400             COMPUTE WRK-J1 = WRK-J + 1
009410             IF TAB-BAL-CHAVE(WRK-J) > TAB-BAL-CHAVE(WRK-J1)
009420                 PERFORM 3100-TROCA-ENTRADAS THRU 3100-EXIT
009430             END-IF
009440         END-PERFORM
009450     END-PERFORM.
009460 3000-EXIT.
009470     EXIT.
009480 3100-TROCA-ENTRADAS.
009490     MOVE TAB-BAL-ENT(WRK-J)  TO WRK-TROCA-ENT.
009500     MOVE TAB-BAL-ENT(WRK-J1) TO TAB-BAL-ENT(WRK-J).
009510     MOVE WRK-TROCA-ENT       TO TAB-BAL-ENT(WRK-J1).
009520 3100-EXIT.
009530     EXIT.
009540******************************************************************
009550* 4000-IMPRIME-BALANCETE - IMPRIME UMA LINHA POR EMPRESA, CONTA E
009560*                          CENTRO DE CUSTO, COM O TOTAL DE CADA
009570*                          EMPRESA NA QUEBRA E O TOTAL GERAL NO
009580*                          FIM.
009590******************************************************************
009600 4000-IMPRIME-BALANCETE.
009610     WRITE BALANCE-REPORT-RECORD FROM WRK-LINHA-CABEC3
009620         AFTER ADVANCING 2 LINES.
009630     PERFORM VARYING WRK-BAL-IDX FROM 1 BY 1
009640             UNTIL WRK-BAL-IDX > WRK-QTD-SALDOS
009650         IF NOT WRK-PRIMEIRA-LINHA
009660                 AND TAB-BAL-EMPRESA(WRK-BAL-IDX)
009670                     NOT = WRK-EMPRESA-ANT
009680             PERFORM 4200-IMPRIME-TOTAL-EMPRESA THRU 4200-EXIT
009690         END-IF
009700         MOVE 'N' TO WRK-SW-PRIMEIRA
009710         MOVE TAB-BAL-EMPRESA(WRK-BAL-IDX) TO WRK-EMPRESA-ANT
009720         PERFORM 4100-IMPRIME-CONTA THRU 4100-EXIT
009730     END-PERFORM.
009740     IF NOT WRK-PRIMEIRA-LINHA
009750         PERFORM 4200-IMPRIME-TOTAL-EMPRESA THRU 4200-EXIT
009760     END-IF.
009770     MOVE 'TOTAL GERAL'    TO TTL-ROTULO.
009780     MOVE SPACES           TO TTL-EMPRESA.
009790     MOVE SPACES           TO TTL-SITUACAO.
009800     MOVE WRK-GER-ANTERIOR TO TTL-ANTERIOR.
009810     MOVE WRK-GER-DEBITOS  TO TTL-DEBITOS.
009820     MOVE WRK-GER-CREDITOS TO TTL-CREDITOS.
009830     MOVE WRK-GER-ATUAL    TO TTL-ATUAL.
009840     WRITE BALANCE-REPORT-RECORD FROM WRK-LINHA-TOTAL
009850         AFTER ADVANCING 2 LINES.
009860     IF WRK-CONT-GL-CMP = ZERO
009870         DISPLAY 'NENHUM LANCAMENTO NO GLPOST PARA A '
009880             'COMPETENCIA ' WRK-COMPETENCIA
009890         MOVE 'S' TO WRK-SW-DIVERGENCIA
009900     END-IF.
009910 4000-EXIT.
009920     EXIT.
009930******************************************************************
009940* 4100-IMPRIME-CONTA - IMPRIME A LINHA DA ENTRADA WRK-BAL-IDX E A
009950*                      SOMA NOS TOTAIS DA EMPRESA. CONTA FORA DO
009960*                      PLANO DE CONTAS SAI MARCADA E E
009970*                      DIVERGENCIA.
009980******************************************************************
009990 4100-IMPRIME-CONTA.
010000     MOVE TAB-BAL-EMPRESA(WRK-BAL-IDX)  TO BLL-EMPRESA.
010010     MOVE TAB-BAL-CONTA(WRK-BAL-IDX)    TO BLL-CONTA.
010020     MOVE TAB-BAL-CCUSTO(WRK-BAL-IDX)   TO BLL-CCUSTO.
010030     PERFORM 2300-PROCURA-CONTA THRU 2300-EXIT.
010040     IF WRK-CTA-ACHADA
010050         MOVE TAB-CTA-DESCRICAO(WRK-CTA-IDX) TO BLL-DESCRICAO
010060     ELSE
010070         MOVE '*FORA DO PLANO*' TO BLL-DESCRICAO
010080         DISPLAY 'CONTA FORA DO PLANO DE CONTAS: '
010090             TAB-BAL-CONTA(WRK-BAL-IDX)
010100         MOVE 'S' TO WRK-SW-DIVERGENCIA
010110     END-IF.
010120     MOVE TAB-BAL-ANTERIOR(WRK-BAL-IDX) TO BLL-ANTERIOR.
010130     MOVE TAB-BAL-DEBITOS(WRK-BAL-IDX)  TO BLL-DEBITOS.
010140     MOVE TAB-BAL-CREDITOS(WRK-BAL-IDX) TO BLL-CREDITOS.
010150     MOVE TAB-BAL-ATUAL(WRK-BAL-IDX)    TO BLL-ATUAL.
010160     WRITE BALANCE-REPORT-RECORD FROM WRK-LINHA-CONTA
010170         AFTER ADVANCING 1 LINE.
010180     ADD TAB-BAL-ANTERIOR(WRK-BAL-IDX) TO WRK-EMP-ANTERIOR.
010190     ADD TAB-BAL-DEBITOS(WRK-BAL-IDX)  TO WRK-EMP-DEBITOS.
010200     ADD TAB-BAL-CREDITOS(WRK-BAL-IDX) TO WRK-EMP-CREDITOS.
010210     ADD TAB-BAL-ATUAL(WRK-BAL-IDX)    TO WRK-EMP-ATUAL.
010220 4100-EXIT.
010230     EXIT.
010240******************************************************************
010250* 4200-IMPRIME-TOTAL-EMPRESA - IMPRIME O TOTAL DA EMPRESA
010260*                              WRK-EMPRESA-ANT, CONFERE DEBITOS =
010270*                              CREDITOS DO MES E SALDO ANTERIOR E
010280*                              ATUAL ZERADOS NA SOMA (PARTIDAS
010290*                              DOBRADAS), SOMA NO TOTAL GERAL E
010300*                              ZERA OS TOTAIS DA EMPRESA.
010310******************************************************************
010320 4200-IMPRIME-TOTAL-EMPRESA.
010330     MOVE 'TOTAL EMPRESA ' TO TTL-ROTULO.
010340     MOVE WRK-EMPRESA-ANT  TO TTL-EMPRESA.
010350     IF WRK-EMP-DEBITOS = WRK-EMP-CREDITOS
010360             AND WRK-EMP-ANTERIOR = ZERO
010370             AND WRK-EMP-ATUAL = ZERO
010380         MOVE 'BATE'    TO TTL-SITUACAO
010390     ELSE
010400         MOVE 'DESBALANCEADA' TO TTL-SITUACAO
010410         DISPLAY 'EMPRESA ' WRK-EMPRESA-ANT
010420             ' DESBALANCEADA NO BALANCETE'
010430         MOVE 'S' TO WRK-SW-DIVERGENCIA
010440     END-IF.
010450     MOVE WRK-EMP-ANTERIOR TO TTL-ANTERIOR.
010460     MOVE WRK-EMP-DEBITOS  TO TTL-DEBITOS.
010470     MOVE WRK-EMP-CREDITOS TO TTL-CREDITOS.
010480     MOVE WRK-EMP-ATUAL    TO TTL-ATUAL.
010490     WRITE BALANCE-REPORT-RECORD FROM WRK-LINHA-TOTAL
010500         AFTER ADVANCING 2 LINES.
010510     MOVE SPACES TO BALANCE-REPORT-RECORD.
010520     WRITE BALANCE-REPORT-RECORD AFTER ADVANCING 1 LINE.
010530     ADD WRK-EMP-ANTERIOR TO WRK-GER-ANTERIOR.
010540     ADD WRK-EMP-DEBITOS  TO WRK-GER-DEBITOS.
010550     ADD WRK-EMP-CREDITOS TO WRK-GER-CREDITOS.
010560     ADD WRK-EMP-ATUAL    TO WRK-GER-ATUAL.
010570     MOVE ZEROS TO WRK-EMP-ANTERIOR.
010580     MOVE ZEROS TO WRK-EMP-DEBITOS.
010590     MOVE ZEROS TO WRK-EMP-CREDITOS.
010600     MOVE ZEROS TO WRK-EMP-ATUAL.
010610 4200-EXIT.
010620     EXIT.
010630******************************************************************
010640* 5000-GRAVA-SALDOS - GRAVA NO SALDOATU O SALDO ATUAL DE CADA
010650*                     ENTRADA NAO ZERADA, MESMO COM DIVERGENCIA:
010660*                     O SALDOATU E O RETRATO DO GLPOST DO MES E
010670*                     E O SALDO ANTERIOR DA PROXIMA COMPETENCIA;
010680*                     ACERTADO O GLPOST, O BALANCETE E
010690*                     REEXECUTADO SOBRE O MESMO SALDOANT.
010700******************************************************************
010710 5000-GRAVA-SALDOS.
010720     PERFORM VARYING WRK-BAL-IDX FROM 1 BY 1
010730             UNTIL WRK-BAL-IDX > WRK-QTD-SALDOS
010740         IF TAB-BAL-ATUAL(WRK-BAL-IDX) NOT = ZERO
010750             PERFORM 5100-GRAVA-UM-SALDO THRU 5100-EXIT
010760         END-IF
010770     END-PERFORM.
010780 5000-EXIT.
010790     EXIT.
010800 5100-GRAVA-UM-SALDO.
010810     MOVE SPACES                       TO CLOSING-BALANCE-RECORD.
010820     MOVE WRK-COMPETENCIA              TO SDN-COMPETENCIA.
010830     MOVE TAB-BAL-EMPRESA(WRK-BAL-IDX) TO SDN-EMPRESA.
010840     MOVE TAB-BAL-CONTA(WRK-BAL-IDX)   TO SDN-CONTA.
010850     MOVE TAB-BAL-CCUSTO(WRK-BAL-IDX)  TO SDN-CCUSTO.
010860     IF TAB-BAL-ATUAL(WRK-BAL-IDX) < ZERO
010870         COMPUTE SDN-SALDO = ZERO - TAB-BAL-ATUAL(WRK-BAL-IDX)
010880         MOVE 'C' TO SDN-DC
010890     ELSE
010900         MOVE TAB-BAL-ATUAL(WRK-BAL-IDX) TO SDN-SALDO
010910         MOVE 'D' TO SDN-DC
010920     END-IF.
010930     WRITE CLOSING-BALANCE-RECORD.
010940     IF NOT WRK-SDN-OK
010950         DISPLAY 'ERRO AO GRAVAR CLOSING-BALANCE-FILE: '
010960             WRK-SDN-STATUS
010970         MOVE 'S' TO WRK-SW-DIVERGENCIA
010980         GO TO 5100-EXIT
010990     END-IF.
011000     ADD 1 TO WRK-CONT-SDN-GRAVADOS.
011010 5100-EXIT.
011020     EXIT.
011030******************************************************************
011040* 9000-FINALIZE - IMPRIME O RESUMO E FECHA OS ARQUIVOS.
011050******************************************************************
011060 9000-FINALIZE.
011070     MOVE WRK-CONT-GL-CMP       TO RES-LANCAMENTOS.
011080     MOVE WRK-CONT-SDN-GRAVADOS TO RES-GRAVADOS.
011090     IF WRK-HA-DIVERGENCIA
011100         MOVE 'DIVERGENCIA - VER AVISOS NO SYSOUT'
011110             TO RES-SITUACAO
011120     ELSE
011130         MOVE 'BALANCETE CONFERIDO' TO RES-SITUACAO
011140     END-IF.
011150     WRITE BALANCE-REPORT-RECORD FROM WRK-LINHA-RESUMO
011160         AFTER ADVANCING 3 LINES.
011170     CLOSE GL-POST-FILE.
011180     CLOSE BALANCE-REPORT-FILE.
011190     CLOSE CLOSING-BALANCE-FILE.
011200     DISPLAY '--------------------------------------------'.
011210     DISPLAY 'COMPETENCIA .........: ' WRK-COMPETENCIA.
011220     DISPLAY 'SALDOS ANTERIORES ...: ' WRK-CONT-SDA-LIDOS.
011230     DISPLAY 'LANCAMENTOS LIDOS ...: ' WRK-CONT-GL-LIDOS.
011240     DISPLAY 'DA COMPETENCIA ......: ' WRK-CONT-GL-CMP.
011250     DISPLAY 'SALDOS GRAVADOS .....: ' WRK-CONT-SDN-GRAVADOS.
011260 9000-EXIT.
011270     EXIT.
011280 END PROGRAM PROGCOB32.
