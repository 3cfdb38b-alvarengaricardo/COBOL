000010******************************************************************
000020* Author: RICARDO RIBEIRO DE ALVARENGA - RRA
000030* Installation: FOLHA DE PAGAMENTO
000040* Date-Written: 2026-10-15
000050* Date-Compiled: 2026-10-15
000060* Purpose: SITUACAO DA ESTEIRA DA JCL/PAYROLL POR COMPETENCIA E
000070*          TIPO DE EXECUCAO, A PARTIR DO CONTROLE DE ETAPAS
000080*          (PAYSTEP) GRAVADO PELOS PROGRAMAS DOS STEPS STEP024
000090*          (PROGCOB20), STEP025 (PROGCOB05), STEP026 (PROGCOB15),
000100*          STEP027 (PROGCOB35), STEP028 (PROGCOB07), STEP030
000110*          (PROGCOB04) E STEP040 (PROGCOB19). PARA CADA ESTEIRA
000120*          O RELATORIO (STEPRPT) MOSTRA A ULTIMA SITUACAO DE CADA
000130*          ETAPA, COM RC, DATA, HORA, OPERADOR E QUANTIDADE DE
000140*          TENTATIVAS, E EM QUE STEP A ESTEIRA DEVE SER RETOMADA -
000150*          A OPERACAO NAO PRECISA MAIS DECIDIR NA MAO O QUE
000160*          COMENTAR ANTES DE RESSUBMETER: AS ETAPAS CONCLUIDAS SE
000170*          PULAM SOZINHAS.
000180* Tectonics: cobc
000190******************************************************************
000200* MODIFICATION HISTORY
000210* DATE       INIT DESCRIPTION
000220* 2026-10-15 RRA  ORIGINAL - O STEPPARM (OPCIONAL) LIMITA O
000230*                 RELATORIO A UMA COMPETENCIA (AAAAMM); SEM ELE,
000240*                 OU COM ZEROS, SAEM TODAS AS ESTEIRAS DO PAYSTEP,
000250*                 NA ORDEM EM QUE FORAM INICIADAS. LOGON DE
000260*                 OPERADOR NO MESMO IDIOMA DO PROGCOB19 (EXECUCAO
000270*                 DA FOLHA). RETURN-CODE: 8 = OPERADOR/ARQUIVO,
000280*                 4 = HA ESTEIRA PENDENTE (OU TABELA CHEIA),
000290*                 0 = TODAS AS ESTEIRAS LISTADAS CONCLUIDAS.
000300* 2026-10-15 RRA  ACRESCENTADA A ETAPA STEP027 (PROGCOB35,
000310*                 INTEGRIDADE DOS ARQUIVOS SATELITES) NA TABELA DE
000320*                 ETAPAS.
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. PROGCOB30.
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SPECIAL-NAMES.
000390     DECIMAL-POINT IS COMMA.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT STEP-LEDGER-FILE
000430         ASSIGN TO "PAYSTEP"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WRK-STP-STATUS.
000460     SELECT STEP-PARAM-FILE
000470         ASSIGN TO "STEPPARM"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WRK-PRM-STATUS.
000500     SELECT STEP-REPORT-FILE
000510         ASSIGN TO "STEPRPT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WRK-RPT-STATUS.
000540     SELECT SECURITY-MASTER-FILE
000550         ASSIGN TO "OPERSEC"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WRK-SEC-STATUS.
000580     SELECT SECURITY-AUDIT-FILE
000590         ASSIGN TO "SECAUD"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WRK-SECAUD-STATUS.
000620     SELECT OPERATOR-CONTROL-FILE
000630         ASSIGN TO "PAYOPER"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WRK-OPER-CFG-STATUS.
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  STEP-LEDGER-FILE
000690     LABEL RECORDS ARE STANDARD.
000700     COPY STEPREC.
000710 FD  STEP-PARAM-FILE
000720     LABEL RECORDS ARE STANDARD.
000730 01  STEP-PARAM-RECORD.
000740     05  PRM-COMPETENCIA          PIC 9(06).
000750 FD  STEP-REPORT-FILE
000760     LABEL RECORDS ARE STANDARD.
000770 01  STEP-REPORT-RECORD           PIC X(100).
000780 FD  OPERATOR-CONTROL-FILE
000790     LABEL RECORDS ARE STANDARD.
000800 01  OPERATOR-CONTROL-RECORD.
000810     05  OPCFG-OPERADOR           PIC X(10).
000820     05  OPCFG-FILL1              PIC X(02).
000830     05  OPCFG-SENHA              PIC X(10).
000840 FD  SECURITY-MASTER-FILE
000850     LABEL RECORDS ARE STANDARD.
000860     COPY OPERSEC.
000870 FD  SECURITY-AUDIT-FILE
000880     LABEL RECORDS ARE STANDARD.
000890 01  SECAUD-RECORD.
000900     05  SEC-DATA                 PIC 9(08).
000910     05  SEC-FILL1                PIC X(02).
000920     05  SEC-HORA                 PIC 9(08).
000930     05  SEC-FILL2                PIC X(02).
000940     05  SEC-OPERADOR             PIC X(10).
000950     05  SEC-FILL3                PIC X(02).
000960     05  SEC-PROGRAMA             PIC X(09).
000970     05  SEC-FILL4                PIC X(02).
000980     05  SEC-MOTIVO               PIC X(20).
000990 WORKING-STORAGE SECTION.
001000 77  WRK-STP-STATUS       PIC X(02) VALUE '00'.
001010     88  WRK-STP-OK                  VALUE '00'.
001020     88  WRK-STP-EOF                 VALUE '10'.
001030 77  WRK-PRM-STATUS       PIC X(02) VALUE '00'.
001040     88  WRK-PRM-OK                  VALUE '00'.
001050 77  WRK-RPT-STATUS       PIC X(02) VALUE '00'.
001060     88  WRK-RPT-OK                  VALUE '00'.
001070 77  WRK-OPER-CFG-STATUS  PIC X(02) VALUE '00'.
001080     88  WRK-OPER-CFG-OK             VALUE '00'.
001090 77  WRK-SW-OPER-ARQUIVO  PIC X(01) VALUE 'N'.
001100     88  WRK-OPER-ARQUIVO            VALUE 'S'.
001110 77  WRK-SW-OPERADOR      PIC X(01) VALUE 'N'.
001120     88  WRK-OPERADOR-VALIDO         VALUE 'S'.
001130 77  WRK-OPERADOR         PIC X(10) VALUE SPACES.
001140 77  WRK-SENHA            PIC X(10) VALUE SPACES.
001150 77  WRK-SEC-STATUS       PIC X(02) VALUE '00'.
001160     88  WRK-SEC-OK                  VALUE '00'.
001170     88  WRK-SEC-EOF                 VALUE '10'.
001180 77  WRK-SECAUD-STATUS    PIC X(02) VALUE '00'.
001190     88  WRK-SECAUD-OK               VALUE '00'.
001200 77  WRK-SW-OPR-ACHADO    PIC X(01) VALUE 'N'.
001210     88  WRK-OPR-ACHADO              VALUE 'S'.
001220 77  WRK-OPR-ATIVO        PIC X(01) VALUE 'N'.
001230 77  WRK-OPR-SENHA        PIC X(10) VALUE SPACES.
001240 77  WRK-OPR-AUT-FUNCAO   PIC X(01) VALUE 'N'.
001250 77  WRK-MOTIVO-LOGON     PIC X(20) VALUE SPACES.
001260 77  WRK-DATA-LOGON       PIC 9(08) VALUE ZEROS.
001270 77  WRK-HORA-LOGON       PIC 9(08) VALUE ZEROS.
001280 77  WRK-DATA-ATUAL       PIC 9(08) VALUE ZEROS.
001290 77  WRK-COMP-FILTRO      PIC 9(06) VALUE ZEROS.
001300 77  WRK-CONT-LIDOS       PIC 9(07) COMP VALUE ZERO.
001310 77  WRK-CONT-IGNORADOS   PIC 9(07) COMP VALUE ZERO.
001320 77  WRK-CONT-CONCLUIDAS  PIC 9(05) COMP VALUE ZERO.
001330 77  WRK-CONT-PENDENTES   PIC 9(05) COMP VALUE ZERO.
001340 77  WRK-QTD-ESTEIRAS     PIC 9(03) COMP VALUE ZERO.
001350 77  WRK-MAX-ESTEIRAS     PIC 9(03) COMP VALUE 200.
001360 77  WRK-SW-TABELA-CHEIA  PIC X(01) VALUE 'N'.
001370     88  WRK-TABELA-CHEIA            VALUE 'S'.
001380 77  WRK-EST-IDX          PIC 9(03) COMP VALUE ZERO.
001390 77  WRK-SW-EST-ACHADA    PIC X(01) VALUE 'N'.
001400     88  WRK-EST-ACHADA              VALUE 'S'.
001410 77  WRK-ETP-IDX          PIC 9(02) COMP VALUE ZERO.
001420 77  WRK-SW-ETP-ACHADA    PIC X(01) VALUE 'N'.
001430     88  WRK-ETP-ACHADA              VALUE 'S'.
001440 77  WRK-ETP-RETOMAR      PIC 9(02) COMP VALUE ZERO.
001450 77  WRK-I                PIC 9(02) COMP VALUE ZERO.
001460*----------------------------------------------------------------
001470* ETAPAS DA ESTEIRA DA JCL/PAYROLL QUE GRAVAM O PAYSTEP, NA ORDEM
001480* DE EXECUCAO, CARREGADAS POR REDEFINES.
001490*----------------------------------------------------------------
001500 01  TAB-ETAPAS-DADOS.
001510     05  FILLER PIC X(08) VALUE 'STEP024'.
001520     05  FILLER PIC X(09) VALUE 'PROGCOB20'.
001530     05  FILLER PIC X(25) VALUE 'BACKUP DO EMPMAST'.
001540     05  FILLER PIC X(08) VALUE 'STEP025'.
001550     05  FILLER PIC X(09) VALUE 'PROGCOB05'.
001560     05  FILLER PIC X(25) VALUE 'MANUTENCAO DO CADASTRO'.
001570     05  FILLER PIC X(08) VALUE 'STEP026'.
001580     05  FILLER PIC X(09) VALUE 'PROGCOB15'.
001590     05  FILLER PIC X(25) VALUE 'MOVIMENTOS MENSAIS'.
001600     05  FILLER PIC X(08) VALUE 'STEP027'.
001610     05  FILLER PIC X(09) VALUE 'PROGCOB35'.
001620     05  FILLER PIC X(25) VALUE 'INTEGRIDADE DOS SATELITES'.
001630     05  FILLER PIC X(08) VALUE 'STEP028'.
001640     05  FILLER PIC X(09) VALUE 'PROGCOB07'.
001650     05  FILLER PIC X(25) VALUE 'CRITICA DO CADASTRO'.
001660     05  FILLER PIC X(08) VALUE 'STEP030'.
001670     05  FILLER PIC X(09) VALUE 'PROGCOB04'.
001680     05  FILLER PIC X(25) VALUE 'CALCULO DA FOLHA'.
001690     05  FILLER PIC X(08) VALUE 'STEP040'.
001700     05  FILLER PIC X(09) VALUE 'PROGCOB19'.
001710     05  FILLER PIC X(25) VALUE 'COMPARACAO DE FECHAMENTO'.
001720 01  TAB-ETAPAS REDEFINES TAB-ETAPAS-DADOS.
001730     05  TAB-ETP-ENT OCCURS 7 TIMES.
001740         10  TAB-ETP-STEP         PIC X(08).
001750         10  TAB-ETP-PROGRAMA     PIC X(09).
001760         10  TAB-ETP-DESCRICAO    PIC X(25).
001770 77  WRK-QTD-ETAPAS       PIC 9(02) COMP VALUE 7.
001780*----------------------------------------------------------------
001790* ESTEIRAS (COMPETENCIA + TIPO DE EXECUCAO) ACHADAS NO PAYSTEP,
001800* COM O ULTIMO REGISTRO DE CADA ETAPA. TAB-EST-TENTATIVAS CONTA
001810* OS REGISTROS DE INICIO ('I') DA ETAPA.
001820*----------------------------------------------------------------
001830 01  TAB-ESTEIRAS.
001840     05  TAB-EST-ENT OCCURS 200 TIMES.
001850         10  TAB-EST-COMPETENCIA  PIC 9(06).
001860         10  TAB-EST-TIPO         PIC X(08).
001870         10  TAB-EST-ETAPA OCCURS 7 TIMES.
001880             15  TAB-EST-SITUACAO   PIC X(01).
001890             15  TAB-EST-RC         PIC 9(02).
001900             15  TAB-EST-DATA       PIC 9(08).
001910             15  TAB-EST-HORA       PIC 9(08).
001920             15  TAB-EST-OPERADOR   PIC X(10).
001930             15  TAB-EST-TENTATIVAS PIC 9(03) COMP.
001940*----------------------------------------------------------------
001950* LINHAS DE IMPRESSAO DO RELATORIO DE SITUACAO.
001960*----------------------------------------------------------------
001970 01  WRK-LINHA-CABEC1.
001980     05  FILLER               PIC X(25) VALUE SPACES.
001990     05  FILLER               PIC X(50)
002000         VALUE 'FOLHA DE PAGAMENTO - SITUACAO DA ESTEIRA'.
002010     05  FILLER               PIC X(25) VALUE SPACES.
002020 01  WRK-LINHA-CABEC2.
002030     05  FILLER               PIC X(08) VALUE 'DATA: '.
002040     05  CAB2-DATA            PIC 9(08).
002050     05  FILLER               PIC X(10) VALUE SPACES.
002060     05  FILLER               PIC X(10) VALUE 'OPERADOR: '.
002070     05  CAB2-OPERADOR        PIC X(10).
002080     05  FILLER               PIC X(10) VALUE SPACES.
002090     05  FILLER               PIC X(13) VALUE 'COMPETENCIA: '.
002100     05  CAB2-FILTRO          PIC X(06).
002110     05  FILLER               PIC X(25) VALUE SPACES.
002120 01  WRK-LINHA-ESTEIRA.
002130     05  FILLER               PIC X(13) VALUE 'COMPETENCIA: '.
002140     05  EST-COMPETENCIA      PIC 9(06).
002150     05  FILLER               PIC X(09) VALUE '   TIPO: '.
002160     05  EST-TIPO             PIC X(08).
002170     05  FILLER               PIC X(64) VALUE SPACES.
002180 01  WRK-LINHA-TITULOS.
002190     05  FILLER               PIC X(10) VALUE 'STEP'.
002200     05  FILLER               PIC X(11) VALUE 'PROGRAMA'.
002210     05  FILLER               PIC X(26) VALUE 'ETAPA'.
002220     05  FILLER               PIC X(14) VALUE 'SITUACAO'.
002230     05  FILLER               PIC X(04) VALUE 'RC'.
002240     05  FILLER               PIC X(09) VALUE 'DATA'.
002250     05  FILLER               PIC X(09) VALUE 'HORA'.
002260     05  FILLER               PIC X(11) VALUE 'OPERADOR'.
002270     05  FILLER               PIC X(06) VALUE 'TENT.'.
002280 01  WRK-LINHA-ETAPA.
002290     05  ETP-STEP             PIC X(08).
002300     05  FILLER               PIC X(02) VALUE SPACES.
002310     05  ETP-PROGRAMA         PIC X(09).
002320     05  FILLER               PIC X(02) VALUE SPACES.
002330     05  ETP-DESCRICAO        PIC X(25).
002340     05  FILLER               PIC X(01) VALUE SPACES.
002350     05  ETP-SITUACAO         PIC X(13).
002360     05  FILLER               PIC X(01) VALUE SPACES.
002370     05  ETP-RC               PIC X(02).
002380     05  FILLER               PIC X(02) VALUE SPACES.
002390     05  ETP-DATA             PIC X(08).
002400     05  FILLER               PIC X(01) VALUE SPACES.
002410     05  ETP-HORA             PIC X(08).
002420     05  FILLER               PIC X(01) VALUE SPACES.
002430     05  ETP-OPERADOR         PIC X(10).
002440     05  FILLER               PIC X(01) VALUE SPACES.
002450     05  ETP-TENTATIVAS       PIC ZZ9.
002460     05  FILLER               PIC X(03) VALUE SPACES.
002470 01  WRK-LINHA-ANDAMENTO.
002480     05  FILLER               PIC X(21) VALUE
002490         'SITUACAO DA ESTEIRA: '.
002500     05  AND-TEXTO            PIC X(79).
002510 01  WRK-TEXTO-RETOMAR.
002520     05  FILLER               PIC X(10) VALUE 'RETOMAR EM'.
002530     05  FILLER               PIC X(01) VALUE SPACES.
002540     05  RET-STEP             PIC X(08).
002550     05  FILLER               PIC X(03) VALUE ' - '.
002560     05  RET-DESCRICAO        PIC X(25).
002570     05  FILLER               PIC X(32) VALUE SPACES.
002580 01  WRK-LINHA-TOTAIS.
002590     05  FILLER PIC X(19) VALUE 'ESTEIRAS LISTADAS: '.
002600     05  TOT-ESTEIRAS         PIC ZZ9.
002610     05  FILLER PIC X(15) VALUE '  CONCLUIDAS: '.
002620     05  TOT-CONCLUIDAS       PIC ZZ9.
002630     05  FILLER PIC X(15) VALUE '  PENDENTES: '.
002640     05  TOT-PENDENTES        PIC ZZ9.
002650     05  FILLER               PIC X(42) VALUE SPACES.
002660 PROCEDURE DIVISION.
002670******************************************************************
002680* 0000-MAINLINE - CONTROLA O RELATORIO DE SITUACAO DA ESTEIRA.
002690******************************************************************
002700 0000-MAINLINE.
002710     PERFORM 0500-LOGON-OPERADOR THRU 0500-EXIT.
002720     IF NOT WRK-OPERADOR-VALIDO
002730         DISPLAY 'OPERADOR NAO AUTORIZADO: ' WRK-OPERADOR
002740         MOVE 8 TO RETURN-CODE
002750         GOBACK
002760     END-IF.
002770     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002780     PERFORM 2000-LE-ETAPA THRU 2000-EXIT
002790         UNTIL WRK-STP-EOF.
002800     CLOSE STEP-LEDGER-FILE.
002810     PERFORM 3000-IMPRIME-ESTEIRA THRU 3000-EXIT
002820         VARYING WRK-EST-IDX FROM 1 BY 1
002830         UNTIL WRK-EST-IDX > WRK-QTD-ESTEIRAS.
002840     PERFORM 9000-FINALIZE THRU 9000-EXIT.
002850     IF WRK-CONT-PENDENTES > 0 OR WRK-TABELA-CHEIA
002860         MOVE 4 TO RETURN-CODE
002870     ELSE
002880         MOVE 0 TO RETURN-CODE
002890     END-IF.
002900     GOBACK.
002910******************************************************************
002920* 0500-LOGON-OPERADOR - OBTEM O OPERADOR E A SENHA DO PAYOPER,
002930*                       QUANDO PREPARADOS EXTERNAMENTE PARA UMA
002940*                       EXECUCAO EM LOTE, OU DO CONSOLE QUANDO O
002950*                       ARQUIVO NAO EXISTE OU ESTA VAZIO, E
002960*                       VALIDA CONTRA O CADASTRO DE SEGURANCA
002970*                       (OPERSEC): OPERADOR ATIVO, SENHA E
002980*                       AUTORIZACAO DE EXECUCAO DA FOLHA.
002990*                       TENTATIVA RECUSADA E GRAVADA NO SECAUD,
003000*                       NO MESMO IDIOMA DO PROGCOB19.
003010******************************************************************
003020 0500-LOGON-OPERADOR.
003030     MOVE 'N' TO WRK-SW-OPER-ARQUIVO.
003040     OPEN INPUT OPERATOR-CONTROL-FILE.
003050     IF WRK-OPER-CFG-OK
003060         READ OPERATOR-CONTROL-FILE
003070             AT END
003080                 CONTINUE
003090             NOT AT END
003100                 MOVE OPCFG-OPERADOR TO WRK-OPERADOR
003110                 MOVE OPCFG-SENHA    TO WRK-SENHA
003120                 SET WRK-OPER-ARQUIVO TO TRUE
003130         END-READ
003140         CLOSE OPERATOR-CONTROL-FILE
003150     END-IF.
003160     IF NOT WRK-OPER-ARQUIVO
003170         DISPLAY 'OPERADOR: ' WITH NO ADVANCING
003180         ACCEPT WRK-OPERADOR FROM CONSOLE
003190         DISPLAY 'SENHA: ' WITH NO ADVANCING
003200         ACCEPT WRK-SENHA FROM CONSOLE
003210     END-IF.
003220     MOVE 'N' TO WRK-SW-OPERADOR.
003230     MOVE SPACES TO WRK-MOTIVO-LOGON.
003240     PERFORM 0510-PROCURA-OPERSEC THRU 0510-EXIT.
003250     EVALUATE TRUE
003260         WHEN NOT WRK-OPR-ACHADO
003270             MOVE 'NAO CADASTRADO' TO WRK-MOTIVO-LOGON
003280         WHEN WRK-OPR-ATIVO NOT = 'S'
003290             MOVE 'OPERADOR INATIVO' TO WRK-MOTIVO-LOGON
003300         WHEN WRK-OPR-SENHA NOT = WRK-SENHA
003310             MOVE 'SENHA INVALIDA' TO WRK-MOTIVO-LOGON
003320         WHEN WRK-OPR-AUT-FUNCAO NOT = 'S'
003330             MOVE 'SEM AUTORIZACAO' TO WRK-MOTIVO-LOGON
003340         WHEN OTHER
003350             MOVE 'S' TO WRK-SW-OPERADOR
003360     END-EVALUATE.
003370     IF NOT WRK-OPERADOR-VALIDO
003380         DISPLAY 'LOGON RECUSADO (' WRK-MOTIVO-LOGON ') - '
003390             WRK-OPERADOR
003400         PERFORM 0520-GRAVA-SECAUD THRU 0520-EXIT
003410     END-IF.
003420 0500-EXIT.
003430     EXIT.
003440******************************************************************
003450* 0510-PROCURA-OPERSEC - PROCURA O OPERADOR NO CADASTRO DE
003460*                        SEGURANCA (OPERSEC) E GUARDA OS CAMPOS
003470*                        DO REGISTRO ACHADO (A AUTORIZACAO DESTE
003480*                        PROGRAMA E A DE EXECUCAO DA FOLHA).
003490*                        ARQUIVO INDISPONIVEL EQUIVALE A
003500*                        OPERADOR NAO CADASTRADO.
003510******************************************************************
003520 0510-PROCURA-OPERSEC.
003530     MOVE 'N' TO WRK-SW-OPR-ACHADO.
003540     OPEN INPUT SECURITY-MASTER-FILE.
003550     IF NOT WRK-SEC-OK
003560         DISPLAY 'CADASTRO DE SEGURANCA (OPERSEC) '
003570             'INDISPONIVEL: ' WRK-SEC-STATUS
003580         GO TO 0510-EXIT
003590     END-IF.
003600     PERFORM 0515-LE-OPERSEC THRU 0515-EXIT
003610         UNTIL WRK-SEC-EOF OR WRK-OPR-ACHADO.
003620     CLOSE SECURITY-MASTER-FILE.
003630 0510-EXIT.
003640     EXIT.
003650 0515-LE-OPERSEC.
003660     READ SECURITY-MASTER-FILE
003670         AT END
003680             SET WRK-SEC-EOF TO TRUE
003690         NOT AT END
003700             IF OPR-CODIGO = WRK-OPERADOR
003710                 SET WRK-OPR-ACHADO TO TRUE
003720                 MOVE OPR-ATIVO TO WRK-OPR-ATIVO
003730                 MOVE OPR-SENHA TO WRK-OPR-SENHA
003740                 MOVE OPR-AUT-FOLHA TO WRK-OPR-AUT-FUNCAO
003750             END-IF
003760     END-READ.
003770 0515-EXIT.
003780     EXIT.
003790******************************************************************
003800* 0520-GRAVA-SECAUD - REGISTRA A TENTATIVA DE LOGON RECUSADA NO
003810*                     SECAUD (DATA, HORA, OPERADOR, PROGRAMA E
003820*                     MOTIVO), NO MESMO IDIOMA DA TRILHA DO
003830*                     DATEAUD DO PROGCOB03.
003840******************************************************************
003850 0520-GRAVA-SECAUD.
003860     ACCEPT WRK-DATA-LOGON FROM DATE YYYYMMDD.
003870     ACCEPT WRK-HORA-LOGON FROM TIME.
003880     OPEN EXTEND SECURITY-AUDIT-FILE.
003890     IF NOT WRK-SECAUD-OK
003900         CLOSE SECURITY-AUDIT-FILE
003910         OPEN OUTPUT SECURITY-AUDIT-FILE
003920     END-IF.
003930     IF NOT WRK-SECAUD-OK
003940         DISPLAY 'ERRO AO ABRIR SECAUD: ' WRK-SECAUD-STATUS
003950         GO TO 0520-EXIT
003960     END-IF.
003970     MOVE WRK-DATA-LOGON TO SEC-DATA.
003980     MOVE SPACES         TO SEC-FILL1.
003990     MOVE WRK-HORA-LOGON TO SEC-HORA.
004000     MOVE SPACES         TO SEC-FILL2.
004010     MOVE WRK-OPERADOR   TO SEC-OPERADOR.
004020     MOVE SPACES         TO SEC-FILL3.
004030     MOVE 'PROGCOB30'    TO SEC-PROGRAMA.
004040     MOVE SPACES         TO SEC-FILL4.
004050     MOVE WRK-MOTIVO-LOGON TO SEC-MOTIVO.
004060     WRITE SECAUD-RECORD.
004070     IF NOT WRK-SECAUD-OK
004080         DISPLAY 'ERRO AO GRAVAR SECAUD: ' WRK-SECAUD-STATUS
004090     END-IF.
004100     CLOSE SECURITY-AUDIT-FILE.
004110 0520-EXIT.
004120     EXIT.
004130******************************************************************
004140* 1000-INITIALIZE - LE A COMPETENCIA DO FILTRO (STEPPARM), ABRE O
004150*                   CONTROLE DE ETAPAS E O RELATORIO E IMPRIME O
004160*                   CABECALHO.
004170******************************************************************
004180 1000-INITIALIZE.
004190     ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
004200     MOVE ZEROS TO WRK-COMP-FILTRO.
004210     OPEN INPUT STEP-PARAM-FILE.
004220     IF WRK-PRM-OK
004230         READ STEP-PARAM-FILE
004240             AT END
004250                 CONTINUE
004260             NOT AT END
004270                 IF PRM-COMPETENCIA IS NUMERIC
004280                     MOVE PRM-COMPETENCIA TO WRK-COMP-FILTRO
004290                 END-IF
004300         END-READ
004310         CLOSE STEP-PARAM-FILE
004320     END-IF.
004330     OPEN INPUT STEP-LEDGER-FILE.
004340     IF NOT WRK-STP-OK
004350         DISPLAY 'ERRO AO ABRIR STEP-LEDGER-FILE: '
004360             WRK-STP-STATUS
004370         MOVE 8 TO RETURN-CODE
004380         GOBACK
004390     END-IF.
004400     OPEN OUTPUT STEP-REPORT-FILE.
004410     IF NOT WRK-RPT-OK
004420         DISPLAY 'ERRO AO ABRIR STEP-REPORT-FILE: '
004430             WRK-RPT-STATUS
004440         CLOSE STEP-LEDGER-FILE
004450         MOVE 8 TO RETURN-CODE
004460         GOBACK
004470     END-IF.
004480     MOVE WRK-DATA-ATUAL TO CAB2-DATA.
004490     MOVE WRK-OPERADOR   TO CAB2-OPERADOR.
004500     IF WRK-COMP-FILTRO = ZEROS
004510         MOVE 'TODAS' TO CAB2-FILTRO
004520     ELSE
004530         MOVE WRK-COMP-FILTRO TO CAB2-FILTRO
004540     END-IF.
004550     WRITE STEP-REPORT-RECORD FROM WRK-LINHA-CABEC1
004560         AFTER ADVANCING PAGE.
004570     WRITE STEP-REPORT-RECORD FROM WRK-LINHA-CABEC2
004580         AFTER ADVANCING 1 LINE.
004590 1000-EXIT.
004600     EXIT.
004610******************************************************************
004620* 2000-LE-ETAPA - LE UM REGISTRO DO PAYSTEP E O APLICA NA ETAPA
004630*                 DA SUA ESTEIRA: O PAYSTEP E CRONOLOGICO, ENTAO
004640*                 O ULTIMO REGISTRO DE CADA ETAPA E O QUE VALE.
004650*                 STEP QUE NAO E DA ESTEIRA E IGNORADO.
004660******************************************************************
004670 2000-LE-ETAPA.
004680     READ STEP-LEDGER-FILE
004690         AT END
004700             SET WRK-STP-EOF TO TRUE
004710             GO TO 2000-EXIT
004720     END-READ.
004730     ADD 1 TO WRK-CONT-LIDOS.
004740     IF WRK-COMP-FILTRO NOT = ZEROS
004750             AND STP-COMPETENCIA NOT = WRK-COMP-FILTRO
004760         GO TO 2000-EXIT
004770     END-IF.
004780     MOVE 'N' TO WRK-SW-ETP-ACHADA.
004790     PERFORM VARYING WRK-ETP-IDX FROM 1 BY 1
004800             UNTIL WRK-ETP-IDX > WRK-QTD-ETAPAS
004810                OR WRK-ETP-ACHADA
004820         IF TAB-ETP-STEP(WRK-ETP-IDX) = STP-STEP
004830             SET WRK-ETP-ACHADA TO TRUE
004840         END-IF
004850     END-PERFORM.
004860     IF NOT WRK-ETP-ACHADA
004870         ADD 1 TO WRK-CONT-IGNORADOS
004880         GO TO 2000-EXIT
004890     END-IF.
004900     SUBTRACT 1 FROM WRK-ETP-IDX.
004910     PERFORM 2100-PROCURA-ESTEIRA THRU 2100-EXIT.
004920     IF NOT WRK-EST-ACHADA
004930         GO TO 2000-EXIT
004940     END-IF.
004950     MOVE STP-SITUACAO
004960         TO TAB-EST-SITUACAO(WRK-EST-IDX, WRK-ETP-IDX).
004970     MOVE STP-RC   TO TAB-EST-RC(WRK-EST-IDX, WRK-ETP-IDX).
004980     MOVE STP-DATA TO TAB-EST-DATA(WRK-EST-IDX, WRK-ETP-IDX).
004990     MOVE STP-HORA TO TAB-EST-HORA(WRK-EST-IDX, WRK-ETP-IDX).
005000     MOVE STP-OPERADOR
005010         TO TAB-EST-OPERADOR(WRK-EST-IDX, WRK-ETP-IDX).
005020     IF STP-SITUACAO = 'I'
005030         ADD 1 TO TAB-EST-TENTATIVAS(WRK-EST-IDX, WRK-ETP-IDX)
005040     END-IF.
005050 2000-EXIT.
005060     EXIT.
005070******************************************************************
005080* 2100-PROCURA-ESTEIRA - PROCURA A ESTEIRA (COMPETENCIA + TIPO)
005090*                        DO REGISTRO NA TABELA E, SE NAO ACHAR,
005100*                        ACRESCENTA UMA NOVA COM TODAS AS ETAPAS
005110*                        NAO EXECUTADAS. TABELA CHEIA: O REGISTRO
005120*                        E IGNORADO, COM AVISO.
005130******************************************************************
005140 2100-PROCURA-ESTEIRA.
005150     MOVE 'N' TO WRK-SW-EST-ACHADA.
005160     PERFORM VARYING WRK-EST-IDX FROM 1 BY 1
005170             UNTIL WRK-EST-IDX > WRK-QTD-ESTEIRAS
005180                OR WRK-EST-ACHADA
005190         IF TAB-EST-COMPETENCIA(WRK-EST-IDX) = STP-COMPETENCIA
005200                 AND TAB-EST-TIPO(WRK-EST-IDX) = STP-TIPO
005210             SET WRK-EST-ACHADA TO TRUE
005220         END-IF
005230     END-PERFORM.
005240     IF WRK-EST-ACHADA
005250         SUBTRACT 1 FROM WRK-EST-IDX
005260         GO TO 2100-EXIT
005270     END-IF.
005280     IF WRK-QTD-ESTEIRAS NOT < WRK-MAX-ESTEIRAS
005290         IF NOT WRK-TABELA-CHEIA
005300             DISPLAY 'TABELA DE ESTEIRAS CHEIA - REGISTROS '
005310                 'IGNORADOS A PARTIR DE ' STP-COMPETENCIA ' '
005320                 STP-TIPO
005330         END-IF
005340         SET WRK-TABELA-CHEIA TO TRUE
005350         ADD 1 TO WRK-CONT-IGNORADOS
005360         GO TO 2100-EXIT
005370     END-IF.
005380     ADD 1 TO WRK-QTD-ESTEIRAS.
005390     MOVE WRK-QTD-ESTEIRAS TO WRK-EST-IDX.
005400     MOVE STP-COMPETENCIA TO TAB-EST-COMPETENCIA(WRK-EST-IDX).
005410     MOVE STP-TIPO        TO TAB-EST-TIPO(WRK-EST-IDX).
005420     PERFORM VARYING WRK-I FROM 1 BY 1
005430             UNTIL WRK-I > WRK-QTD-ETAPAS
005440         MOVE SPACES TO TAB-EST-SITUACAO(WRK-EST-IDX, WRK-I)
005450         MOVE ZEROS  TO TAB-EST-RC(WRK-EST-IDX, WRK-I)
005460         MOVE ZEROS  TO TAB-EST-DATA(WRK-EST-IDX, WRK-I)
005470         MOVE ZEROS  TO TAB-EST-HORA(WRK-EST-IDX, WRK-I)
005480         MOVE SPACES TO TAB-EST-OPERADOR(WRK-EST-IDX, WRK-I)
005490         MOVE ZERO   TO TAB-EST-TENTATIVAS(WRK-EST-IDX, WRK-I)
005500     END-PERFORM.
005510     SET WRK-EST-ACHADA TO TRUE.
005520 2100-EXIT.
005530     EXIT.
005540******************************************************************
005550* 3000-IMPRIME-ESTEIRA - IMPRIME A ESTEIRA DE WRK-EST-IDX: UMA
005560*                        LINHA POR ETAPA E A SITUACAO GERAL -
005570*                        CONCLUIDA QUANDO TODAS AS ETAPAS ESTAO
005580*                        'C', SENAO O PRIMEIRO STEP NAO CONCLUIDO,
005590*                        ONDE A RESSUBMISSAO VAI COMECAR A
005600*                        TRABALHAR DE FATO.
005610******************************************************************
005620 3000-IMPRIME-ESTEIRA.
005630     MOVE TAB-EST-COMPETENCIA(WRK-EST-IDX) TO EST-COMPETENCIA.
005640     MOVE TAB-EST-TIPO(WRK-EST-IDX)        TO EST-TIPO.
005650     WRITE STEP-REPORT-RECORD FROM WRK-LINHA-ESTEIRA
005660         AFTER ADVANCING 3 LINES.
005670     WRITE STEP-REPORT-RECORD FROM WRK-LINHA-TITULOS
005680         AFTER ADVANCING 2 LINES.
005690     MOVE ZERO TO WRK-ETP-RETOMAR.
005700     PERFORM 3100-IMPRIME-ETAPA THRU 3100-EXIT
005710         VARYING WRK-ETP-IDX FROM 1 BY 1
005720         UNTIL WRK-ETP-IDX > WRK-QTD-ETAPAS.
005730     IF WRK-ETP-RETOMAR = ZERO
005740         ADD 1 TO WRK-CONT-CONCLUIDAS
005750         MOVE 'ESTEIRA CONCLUIDA' TO AND-TEXTO
005760     ELSE
005770         ADD 1 TO WRK-CONT-PENDENTES
005780         MOVE TAB-ETP-STEP(WRK-ETP-RETOMAR)      TO RET-STEP
005790         MOVE TAB-ETP-DESCRICAO(WRK-ETP-RETOMAR) TO RET-DESCRICAO
005800         MOVE WRK-TEXTO-RETOMAR TO AND-TEXTO
005810     END-IF.
005820     WRITE STEP-REPORT-RECORD FROM WRK-LINHA-ANDAMENTO
005830         AFTER ADVANCING 2 LINES.
005840 3000-EXIT.
005850     EXIT.
005860******************************************************************
005870* 3100-IMPRIME-ETAPA - IMPRIME A LINHA DA ETAPA WRK-ETP-IDX DA
005880*                      ESTEIRA E GUARDA A PRIMEIRA NAO CONCLUIDA.
005890*                      'I' COMO ULTIMO REGISTRO E ETAPA INICIADA
005900*                      QUE NAO TERMINOU (INTERROMPIDA, OU AINDA
005910*                      RODANDO).
005920******************************************************************
005930 3100-IMPRIME-ETAPA.
005940     MOVE SPACES TO WRK-LINHA-ETAPA.
005950     MOVE TAB-ETP-STEP(WRK-ETP-IDX)      TO ETP-STEP.
005960     MOVE TAB-ETP-PROGRAMA(WRK-ETP-IDX)  TO ETP-PROGRAMA.
005970     MOVE TAB-ETP-DESCRICAO(WRK-ETP-IDX) TO ETP-DESCRICAO.
005980     EVALUATE TAB-EST-SITUACAO(WRK-EST-IDX, WRK-ETP-IDX)
005990         WHEN 'C'
006000             MOVE 'CONCLUIDA' TO ETP-SITUACAO
006010         WHEN 'F'
006020             MOVE 'FALHOU' TO ETP-SITUACAO
006030         WHEN 'I'
006040             MOVE 'INTERROMPIDA' TO ETP-SITUACAO
006050         WHEN OTHER
006060             MOVE 'NAO EXECUTADA' TO ETP-SITUACAO
006070     END-EVALUATE.
006080     IF TAB-EST-SITUACAO(WRK-EST-IDX, WRK-ETP-IDX) NOT = SPACES
006090         MOVE TAB-EST-RC(WRK-EST-IDX, WRK-ETP-IDX)   TO ETP-RC
006100         MOVE TAB-EST-DATA(WRK-EST-IDX, WRK-ETP-IDX) TO ETP-DATA
006110         MOVE TAB-EST-HORA(WRK-EST-IDX, WRK-ETP-IDX) TO ETP-HORA
006120         MOVE TAB-EST-OPERADOR(WRK-EST-IDX, WRK-ETP-IDX)
006130             TO ETP-OPERADOR
006140     END-IF.
006150     MOVE TAB-EST-TENTATIVAS(WRK-EST-IDX, WRK-ETP-IDX)
006160         TO ETP-TENTATIVAS.
006170     WRITE STEP-REPORT-RECORD FROM WRK-LINHA-ETAPA
006180         AFTER ADVANCING 1 LINE.
006190     IF TAB-EST-SITUACAO(WRK-EST-IDX, WRK-ETP-IDX) NOT = 'C'
006200             AND WRK-ETP-RETOMAR = ZERO
006210         MOVE WRK-ETP-IDX TO WRK-ETP-RETOMAR
006220     END-IF.
006230 3100-EXIT.
006240     EXIT.
006250******************************************************************
006260* 9000-FINALIZE - IMPRIME OS TOTAIS, FECHA O RELATORIO E MOSTRA
006270*                 O RESUMO NO SYSOUT.
006280******************************************************************
006290 9000-FINALIZE.
006300     IF WRK-QTD-ESTEIRAS = ZERO
006310         MOVE 'NENHUMA ESTEIRA NO CONTROLE DE ETAPAS' TO AND-TEXTO
006320         WRITE STEP-REPORT-RECORD FROM WRK-LINHA-ANDAMENTO
006330             AFTER ADVANCING 3 LINES
006340     END-IF.
006350     MOVE WRK-QTD-ESTEIRAS    TO TOT-ESTEIRAS.
006360     MOVE WRK-CONT-CONCLUIDAS TO TOT-CONCLUIDAS.
006370     MOVE WRK-CONT-PENDENTES  TO TOT-PENDENTES.
006380     WRITE STEP-REPORT-RECORD FROM WRK-LINHA-TOTAIS
006390         AFTER ADVANCING 3 LINES.
006400     CLOSE STEP-REPORT-FILE.
006410     DISPLAY '--------------------------------------------'.
006420     DISPLAY 'REGISTROS LIDOS DO PAYSTEP: ' WRK-CONT-LIDOS.
006430     DISPLAY 'REGISTROS IGNORADOS ......: ' WRK-CONT-IGNORADOS.
006440     DISPLAY 'ESTEIRAS LISTADAS ........: ' WRK-QTD-ESTEIRAS.
006450     DISPLAY 'ESTEIRAS CONCLUIDAS ......: ' WRK-CONT-CONCLUIDAS.
006460     DISPLAY 'ESTEIRAS PENDENTES .......: ' WRK-CONT-PENDENTES.
006470 9000-EXIT.
006480     EXIT.
006490 END PROGRAM PROGCOB30.
