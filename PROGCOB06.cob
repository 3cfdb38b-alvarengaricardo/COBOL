000520*                 CONTROLE POR MATRICULA - SEM LIMITE DE
000530*                 CAPACIDADE E SEM TEMPO QUADRATICO NO TAMANHO DO
000540*                 ARQUIVO.
000550* 2026-10-15 RRA  EXTRATO SEPARADO POR EMPRESA (DECLARANTE): A
000560*                 EMPRESA DO PAYIMPO (IMP-EMPRESA; BRANCO NOS
000570*                 REGISTROS ANTIGOS = '01') ENTROU NA FRENTE DA
000580*                 CHAVE DE CLASSIFICACAO, CADA PAGINA TRAZ A
000590*                 EMPRESA COM A RAZAO SOCIAL E O CNPJ DO CADASTRO
000600*                 DE EMPRESAS (EMPRESAS, OPCIONAL COMO O EMPMAST)
000610*                 E CADA EMPRESA FECHA COM A SUA PAGINA DE TOTAIS;
000620*                 A ULTIMA PAGINA TRAZ O TOTAL GERAL.
000630* 2026-10-15 RRA  MATRICULA AUSENTE DO EMPMAST E PROCURADA NO
000640*                 CADASTRO DE INATIVOS (EMPINAT, GRAVADO PELO
000650*                 EXPURGO DE DESLIGADOS - PROGCOB36, OPCIONAL COMO
000660*                 O EMPMAST), PARA O EXTRATO DE QUEM JA FOI
000670*                 EXPURGADO SAIR COM O NOME.
000680******************************************************************
000690 IDENTIFICATION DIVISION.
000700 PROGRAM-ID. PROGCOB06.
000710 ENVIRONMENT DIVISION.
000720 CONFIGURATION SECTION.
000730 SPECIAL-NAMES.
000740     DECIMAL-POINT IS COMMA.
000750 INPUT-OUTPUT SECTION.
000760 FILE-CONTROL.
000770     SELECT TAX-DETAIL-FILE
000780         ASSIGN TO "PAYIMPO"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WRK-IMP-STATUS.
000810     SELECT EMPLOYEE-MASTER
000820         ASSIGN TO "EMPMAST"
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS RANDOM
000850         RECORD KEY IS EMP-ID
000860         FILE STATUS IS WRK-EMP-STATUS.
000870     SELECT INACTIVE-MASTER
000880         ASSIGN TO "EMPINAT"
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS RANDOM
000910         RECORD KEY IS INA-ID
000920         FILE STATUS IS WRK-INA-STATUS.
000930     SELECT YEAR-PARAM-FILE
000940         ASSIGN TO "DIRFANO"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS WRK-ANO-CFG-STATUS.
000970     SELECT DIRF-REPORT-FILE
000980         ASSIGN TO "DIRFRPT"
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS WRK-DIRF-STATUS.
001010     SELECT SECURITY-MASTER-FILE
001020         ASSIGN TO "OPERSEC"
001030         ORGANIZATION IS LINE SEQUENTIAL
001040         FILE STATUS IS WRK-SEC-STATUS.
001050     SELECT SECURITY-AUDIT-FILE
001060         ASSIGN TO "SECAUD"
001070         ORGANIZATION IS LINE SEQUENTIAL
001080         FILE STATUS IS WRK-SECAUD-STATUS.
001090     SELECT OPERATOR-CONTROL-FILE
001100         ASSIGN TO "PAYOPER"
001110         ORGANIZATION IS LINE SEQUENTIAL
001120         FILE STATUS IS WRK-OPER-CFG-STATUS.
001130     SELECT COMPANY-FILE
001140         ASSIGN TO "EMPRESAS"
001150         ORGANIZATION IS LINE SEQUENTIAL
001160         FILE STATUS IS WRK-CIA-STATUS.
001170     SELECT SORT-FILE
001180         ASSIGN TO "SORTWK".
001190 DATA DIVISION.
001200 FILE SECTION.
001210 FD  TAX-DETAIL-FILE
001220     LABEL RECORDS ARE STANDARD.
001230 01  TAX-DETAIL-RECORD.
001240     05  IMP-MATRICULA            PIC X(06).
001250     05  IMP-FILL1                PIC X(02).
001260     05  IMP-COMPETENCIA          PIC 9(06).
001270     05  IMP-FILL2                PIC X(02).
001280     05  IMP-BRUTO                PIC 9(08)V99.
001290     05  IMP-FILL3                PIC X(02).
001300     05  IMP-INSS                 PIC 9(08)V99.
001310     05  IMP-FILL4                PIC X(02).
001320     05  IMP-IRRF                 PIC 9(08)V99.
001330     05  IMP-FILL5                PIC X(02).
001340     05  IMP-TIPO                 PIC X(08).
001350     05  IMP-FILL6                PIC X(02).
001360     05  IMP-PARCELA              PIC 9(01).
001370     05  IMP-FILL7                PIC X(02).
001380     05  IMP-EMPRESA              PIC X(02).
001390 FD  EMPLOYEE-MASTER
001400     LABEL RECORDS ARE STANDARD.
001410     COPY EMPREC.
001420 FD  INACTIVE-MASTER
001430     LABEL RECORDS ARE STANDARD.
001440     COPY INAREC.
001450 FD  YEAR-PARAM-FILE
001460     LABEL RECORDS ARE STANDARD.
001470 01  YEAR-PARAM-RECORD.
001480     05  PRM-ANO                  PIC 9(04).
001490 FD  DIRF-REPORT-FILE
001500     LABEL RECORDS ARE STANDARD.
001510 01  DIRF-REPORT-RECORD           PIC X(100).
001520 FD  COMPANY-FILE
001530     LABEL RECORDS ARE STANDARD.
001540     COPY CIAREC.
001550 SD  SORT-FILE.
001560 01  SORT-RECORD.
001570     05  SRT-CHAVE.
001580         10  SRT-EMPRESA          PIC X(02).
001590         10  SRT-MATRICULA        PIC X(06).
001600         10  SRT-COMPET           PIC 9(06).
001610         10  SRT-TIPO             PIC X(08).
001620         10  SRT-PARCELA          PIC 9(01).
001630     05  SRT-BRUTO                PIC 9(08)V99.
001640     05  SRT-INSS                 PIC 9(08)V99.
001650     05  SRT-IRRF                 PIC 9(08)V99.
001660 FD  OPERATOR-CONTROL-FILE
001670     LABEL RECORDS ARE STANDARD.
001680 01  OPERATOR-CONTROL-RECORD.
001690     05  OPCFG-OPERADOR           PIC X(10).
001700     05  OPCFG-FILL1              PIC X(02).
001710     05  OPCFG-SENHA              PIC X(10).
001720 FD  SECURITY-MASTER-FILE
001730     LABEL RECORDS ARE STANDARD.
001740     COPY OPERSEC.
001750 FD  SECURITY-AUDIT-FILE
001760     LABEL RECORDS ARE STANDARD.
001770 01  SECAUD-RECORD.
001780     05  SEC-DATA                 PIC 9(08).
001790     05  SEC-FILL1                PIC X(02).
001800     05  SEC-HORA                 PIC 9(08).
001810     05  SEC-FILL2                PIC X(02).
001820     05  SEC-OPERADOR             PIC X(10).
001830     05  SEC-FILL3                PIC X(02).
001840     05  SEC-PROGRAMA             PIC X(09).
001850     05  SEC-FILL4                PIC X(02).
001860     05  SEC-MOTIVO               PIC X(20).
001870 WORKING-STORAGE SECTION.
001880 77  WRK-IMP-STATUS       PIC X(02) VALUE '00'.
001890     88  WRK-IMP-OK                  VALUE '00'.
001900     88  WRK-IMP-EOF                 VALUE '10'.
001910 77  WRK-EMP-STATUS       PIC X(02) VALUE '00'.
001920     88  WRK-EMP-OK                  VALUE '00'.
001930 77  WRK-INA-STATUS       PIC X(02) VALUE '00'.
001940     88  WRK-INA-OK                  VALUE '00'.
001950 77  WRK-ANO-CFG-STATUS   PIC X(02) VALUE '00'.
001960     88  WRK-ANO-CFG-OK              VALUE '00'.
001970 77  WRK-DIRF-STATUS      PIC X(02) VALUE '00'.
001980     88  WRK-DIRF-OK                 VALUE '00'.
001990 77  WRK-OPER-CFG-STATUS  PIC X(02) VALUE '00'.
002000     88  WRK-OPER-CFG-OK             VALUE '00'.
002010 77  WRK-SW-OPER-ARQUIVO  PIC X(01) VALUE 'N'.
002020     88  WRK-OPER-ARQUIVO            VALUE 'S'.
002030 77  WRK-SW-OPERADOR      PIC X(01) VALUE 'N'.
002040     88  WRK-OPERADOR-VALIDO         VALUE 'S'.
002050 77  WRK-OPERADOR         PIC X(10) VALUE SPACES.
002060 77  WRK-IDX              PIC 9(02) COMP VALUE ZERO.
002070 77  WRK-SW-MASTER        PIC X(01) VALUE 'N'.
002080     88  WRK-MASTER-DISPONIVEL       VALUE 'S'.
002090 77  WRK-SW-INATIVOS      PIC X(01) VALUE 'N'.
002100     88  WRK-INATIVOS-DISPONIVEL     VALUE 'S'.
002110 77  WRK-DATA-ATUAL       PIC 9(08) VALUE ZEROS.
002120 77  WRK-ANO-EXTRATO      PIC 9(04) VALUE ZEROS.
002130 77  WRK-ANO-REGISTRO     PIC 9(04) VALUE ZEROS.
002140 77  WRK-QTD-REGISTROS    PIC 9(07) COMP VALUE ZERO.
002150 77  WRK-SW-FIM-CLASS     PIC X(01) VALUE 'N'.
002160     88  WRK-FIM-CLASSIFICACAO       VALUE 'S'.
002170 77  WRK-CONT-DUPLICADAS  PIC 9(04) COMP VALUE ZERO.
002180 77  WRK-CONT-FUNCIONARIOS PIC 9(05) COMP VALUE ZERO.
002190 77  WRK-MATRICULA-ATUAL  PIC X(06) VALUE SPACES.
002200 77  WRK-CHAVE-ANTERIOR   PIC X(23) VALUE SPACES.
002210 77  WRK-FUNC-BRUTO       PIC 9(09)V99 VALUE ZEROS.
002220 77  WRK-FUNC-INSS        PIC 9(09)V99 VALUE ZEROS.
002230 77  WRK-FUNC-IRRF        PIC 9(09)V99 VALUE ZEROS.
002240 77  WRK-GERAL-BRUTO      PIC 9(10)V99 VALUE ZEROS.
002250 77  WRK-GERAL-INSS       PIC 9(10)V99 VALUE ZEROS.
002260 77  WRK-GERAL-IRRF       PIC 9(10)V99 VALUE ZEROS.
002270*----------------------------------------------------------------
002280* EMPRESA (DECLARANTE) CORRENTE DO FLUXO CLASSIFICADO, COM OS
002290* SEUS TOTAIS, E O CADASTRO DE EMPRESAS PARA A RAZAO SOCIAL E O
002300* CNPJ DO CABECALHO.
002310*----------------------------------------------------------------
002320 77  WRK-CIA-STATUS       PIC X(02) VALUE '00'.
002330     88  WRK-CIA-OK                  VALUE '00'.
002340     88  WRK-CIA-EOF                 VALUE '10'.
002350 77  WRK-EMPRESA-ATUAL    PIC X(02) VALUE SPACES.
002360 77  WRK-CIA-FUNCIONARIOS PIC 9(05) COMP VALUE ZERO.
002370 77  WRK-CIA-BRUTO        PIC 9(10)V99 VALUE ZEROS.
002380 77  WRK-CIA-INSS         PIC 9(10)V99 VALUE ZEROS.
002390 77  WRK-CIA-IRRF         PIC 9(10)V99 VALUE ZEROS.
002400 77  WRK-QTD-EMPRESAS     PIC 9(02) COMP VALUE ZERO.
002410 77  WRK-MAX-EMPRESAS     PIC 9(02) COMP VALUE 20.
002420 77  WRK-CIA-IDX          PIC 9(02) COMP VALUE ZERO.
002430 77  WRK-SW-CIA-ACHADO    PIC X(01) VALUE 'N'.
002440     88  WRK-CIA-ACHADO              VALUE 'S'.
002450 01  TAB-EMPRESAS.
002460     05  TAB-CIA-ENT OCCURS 20 TIMES.
002470         10  TAB-CIA-CODIGO       PIC X(02).
002480         10  TAB-CIA-RAZAO        PIC X(40).
002490         10  TAB-CIA-CNPJ         PIC 9(14).
002500 77  WRK-SENHA            PIC X(10) VALUE SPACES.
002510 77  WRK-SEC-STATUS       PIC X(02) VALUE '00'.
002520     88  WRK-SEC-OK                  VALUE '00'.
002530     88  WRK-SEC-EOF                 VALUE '10'.
002540 77  WRK-SECAUD-STATUS    PIC X(02) VALUE '00'.
002550     88  WRK-SECAUD-OK               VALUE '00'.
002560 77  WRK-SW-OPR-ACHADO    PIC X(01) VALUE 'N'.
002570     88  WRK-OPR-ACHADO              VALUE 'S'.
002580 77  WRK-OPR-ATIVO        PIC X(01) VALUE 'N'.
002590 77  WRK-OPR-SENHA        PIC X(10) VALUE SPACES.
002600 77  WRK-OPR-AUT-FUNCAO   PIC X(01) VALUE 'N'.
002610 77  WRK-MOTIVO-LOGON     PIC X(20) VALUE SPACES.
002620 77  WRK-DATA-LOGON       PIC 9(08) VALUE ZEROS.
002630 77  WRK-HORA-LOGON       PIC 9(08) VALUE ZEROS.
002640*----------------------------------------------------------------
002650* LINHAS DE IMPRESSAO DO DEMONSTRATIVO ANUAL.
002660*----------------------------------------------------------------
002670 01  WRK-LINHA-CABEC1.
002680     05  FILLER PIC X(25) VALUE SPACES.
002690     05  FILLER PIC X(40)
002700         VALUE 'EXTRATO ANUAL DE RETENCOES (DIRF) - ANO '.
002710     05  CAB1-ANO             PIC 9(04).
002720     05  FILLER PIC X(30) VALUE SPACES.
002730 01  WRK-LINHA-EMPRESA.
002740     05  FILLER PIC X(09) VALUE 'EMPRESA: '.
002750     05  CIAL-CODIGO          PIC X(02).
002760     05  FILLER PIC X(03) VALUE ' - '.
002770     05  CIAL-RAZAO           PIC X(40).
002780     05  FILLER PIC X(08) VALUE '  CNPJ: '.
002790     05  CIAL-CNPJ            PIC 9(14).
002800     05  FILLER               PIC X(24) VALUE SPACES.
002810 01  WRK-LINHA-FUNC.
002820     05  FILLER PIC X(11) VALUE 'MATRICULA: '.
002830     05  FUN-MATRICULA        PIC X(06).
002840     05  FILLER PIC X(08) VALUE '  NOME: '.
002850     05  FUN-NOME             PIC X(30).
002860     05  FILLER PIC X(45) VALUE SPACES.
002870 01  WRK-LINHA-COLUNAS.
002880     05  FILLER PIC X(13) VALUE 'COMPETENCIA'.
002890     05  FILLER PIC X(11) VALUE 'TIPO'.
002900     05  FILLER PIC X(16) VALUE 'BRUTO'.
002910     05  FILLER PIC X(16) VALUE 'INSS'.
002920     05  FILLER PIC X(16) VALUE 'IRRF'.
002930     05  FILLER PIC X(28) VALUE SPACES.
002940 01  WRK-LINHA-MES.
002950     05  MES-COMPETENCIA      PIC 9(06).
002960     05  FILLER               PIC X(07) VALUE SPACES.
002970     05  MES-TIPO             PIC X(08).
002980     05  MES-PARCELA          PIC X(01).
002990     05  FILLER               PIC X(02) VALUE SPACES.
003000     05  MES-BRUTO            PIC ZZ.ZZZ.ZZ9,99.
003010     05  FILLER               PIC X(03) VALUE SPACES.
003020     05  MES-INSS             PIC ZZ.ZZZ.ZZ9,99.
003030     05  FILLER               PIC X(03) VALUE SPACES.
003040     05  MES-IRRF             PIC ZZ.ZZZ.ZZ9,99.
003050     05  FILLER               PIC X(31) VALUE SPACES.
003060 01  WRK-LINHA-TOT-FUNC.
003070     05  FILLER PIC X(14) VALUE 'TOTAL ANO ...:'.
003080     05  TOF-BRUTO            PIC ZZ.ZZZ.ZZ9,99.
003090     05  FILLER               PIC X(02) VALUE SPACES.
003100     05  TOF-INSS             PIC ZZ.ZZZ.ZZ9,99.
003110     05  FILLER               PIC X(02) VALUE SPACES.
003120     05  TOF-IRRF             PIC ZZ.ZZZ.ZZ9,99.
003130     05  FILLER               PIC X(40) VALUE SPACES.
003140 01  WRK-LINHA-DUPLICADA.
003150     05  FILLER PIC X(25) VALUE 'COMPETENCIA EM DUPLICATA:'.
003160     05  FILLER               PIC X(01) VALUE SPACES.
003170     05  DUP-COMPETENCIA      PIC 9(06).
003180     05  FILLER PIC X(22) VALUE ' - CONSIDERADA UMA VEZ'.
003190     05  FILLER               PIC X(46) VALUE SPACES.
003200 01  WRK-LINHA-TOT-GERAL.
003210     05  FILLER PIC X(14) VALUE 'TOTAL EMPRESA:'.
003220     05  TOG-BRUTO            PIC Z.ZZZ.ZZZ.ZZ9,99.
003230     05  FILLER               PIC X(02) VALUE SPACES.
003240     05  TOG-INSS             PIC Z.ZZZ.ZZZ.ZZ9,99.
003250     05  FILLER               PIC X(02) VALUE SPACES.
003260     05  TOG-IRRF             PIC Z.ZZZ.ZZZ.ZZ9,99.
003270     05  FILLER               PIC X(31) VALUE SPACES.
003280 01  WRK-LINHA-TOT-TODAS.
003290     05  FILLER PIC X(14) VALUE 'TOTAL GERAL .:'.
003300     05  TOT-BRUTO            PIC Z.ZZZ.ZZZ.ZZ9,99.
003310     05  FILLER               PIC X(02) VALUE SPACES.
003320     05  TOT-INSS             PIC Z.ZZZ.ZZZ.ZZ9,99.
003330     05  FILLER               PIC X(02) VALUE SPACES.
003340     05  TOT-IRRF             PIC Z.ZZZ.ZZZ.ZZ9,99.
003350     05  FILLER               PIC X(31) VALUE SPACES.
003360 01  WRK-LINHA-QTD-FUNC.
003370     05  FILLER PIC X(26) VALUE 'FUNCIONARIOS NO EXTRATO: '.
003380     05  QTF-QUANTIDADE       PIC ZZ.ZZ9.
003390     05  FILLER               PIC X(68) VALUE SPACES.
003400 PROCEDURE DIVISION.
003410******************************************************************
003420* 0000-MAINLINE - CONTROLA A GERACAO DO EXTRATO ANUAL.
003430******************************************************************
003440 0000-MAINLINE.
003450     PERFORM 0500-LOGON-OPERADOR THRU 0500-EXIT.
003460     IF NOT WRK-OPERADOR-VALIDO
003470         DISPLAY 'OPERADOR NAO AUTORIZADO: ' WRK-OPERADOR
003480         MOVE 8 TO RETURN-CODE
003490         GOBACK
003500     END-IF.
003510     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003520     PERFORM 3000-CLASSIFICA-EXTRATO THRU 3000-EXIT.
003530     PERFORM 9000-FINALIZE THRU 9000-EXIT.
003540     IF WRK-CONT-DUPLICADAS > 0
003550         MOVE 4 TO RETURN-CODE
003560     ELSE
003570         MOVE 0 TO RETURN-CODE
003580     END-IF.
003590     GOBACK.
003600******************************************************************
003610* 0500-LOGON-OPERADOR - OBTEM O OPERADOR E A SENHA DO PAYOPER,
003620*                       QUANDO PREPARADOS EXTERNAMENTE PARA UMA
003630*                       EXECUCAO EM LOTE, OU DO CONSOLE QUANDO O
003640*                       ARQUIVO NAO EXISTE OU ESTA VAZIO, E
003650*                       VALIDA CONTRA O CADASTRO DE SEGURANCA
003660*                       (OPERSEC): OPERADOR ATIVO, SENHA E
003670*                       AUTORIZACAO DE CONSULTA DE NOME.
003680*                       TENTATIVA RECUSADA E GRAVADA NO SECAUD,
003690*                       NO MESMO IDIOMA DO PROGCOB02/03/04.
003700******************************************************************
003710 0500-LOGON-OPERADOR.
003720     MOVE 'N' TO WRK-SW-OPER-ARQUIVO.
003730     OPEN INPUT OPERATOR-CONTROL-FILE.
003740     IF WRK-OPER-CFG-OK
003750         READ OPERATOR-CONTROL-FILE
003760             AT END
003770                 CONTINUE
003780             NOT AT END
003790                 MOVE OPCFG-OPERADOR TO WRK-OPERADOR
003800                 MOVE OPCFG-SENHA    TO WRK-SENHA
003810                 SET WRK-OPER-ARQUIVO TO TRUE
003820         END-READ
003830         CLOSE OPERATOR-CONTROL-FILE
003840     END-IF.
003850     IF NOT WRK-OPER-ARQUIVO
003860         DISPLAY 'OPERADOR: ' WITH NO ADVANCING
003870         ACCEPT WRK-OPERADOR FROM CONSOLE
003880         DISPLAY 'SENHA: ' WITH NO ADVANCING
003890         ACCEPT WRK-SENHA FROM CONSOLE
003900     END-IF.
003910     MOVE 'N' TO WRK-SW-OPERADOR.
003920     MOVE SPACES TO WRK-MOTIVO-LOGON.
003930     PERFORM 0510-PROCURA-OPERSEC THRU 0510-EXIT.
003940     EVALUATE TRUE
003950         WHEN NOT WRK-OPR-ACHADO
003960             MOVE 'NAO CADASTRADO' TO WRK-MOTIVO-LOGON
003970         WHEN WRK-OPR-ATIVO NOT = 'S'
003980             MOVE 'OPERADOR INATIVO' TO WRK-MOTIVO-LOGON
003990         WHEN WRK-OPR-SENHA NOT = WRK-SENHA
004000             MOVE 'SENHA INVALIDA' TO WRK-MOTIVO-LOGON
004010         WHEN WRK-OPR-AUT-FUNCAO NOT = 'S'
004020             MOVE 'SEM AUTORIZACAO' TO WRK-MOTIVO-LOGON
004030         WHEN OTHER
004040             MOVE 'S' TO WRK-SW-OPERADOR
004050     END-EVALUATE.
004060     IF NOT WRK-OPERADOR-VALIDO
004070         DISPLAY 'LOGON RECUSADO (' WRK-MOTIVO-LOGON ') - '
004080             WRK-OPERADOR
004090         PERFORM 0520-GRAVA-SECAUD THRU 0520-EXIT
004100     END-IF.
004110 0500-EXIT.
004120     EXIT.
004130******************************************************************
004140* 0510-PROCURA-OPERSEC - PROCURA O OPERADOR NO CADASTRO DE
004150*                        SEGURANCA (OPERSEC) E GUARDA OS CAMPOS
004160*                        DO REGISTRO ACHADO (A AUTORIZACAO DESTE
004170*                        PROGRAMA E A DE CONSULTA DE NOME).
004180*                        ARQUIVO INDISPONIVEL EQUIVALE A
004190*                        OPERADOR NAO CADASTRADO.
004200******************************************************************
004210 0510-PROCURA-OPERSEC.
004220     MOVE 'N' TO WRK-SW-OPR-ACHADO.
004230     OPEN INPUT SECURITY-MASTER-FILE.
004240     IF NOT WRK-SEC-OK
004250         DISPLAY 'CADASTRO DE SEGURANCA (OPERSEC) '
004260             'INDISPONIVEL: ' WRK-SEC-STATUS
004270         GO TO 0510-EXIT
004280     END-IF.
004290     PERFORM 0515-LE-OPERSEC THRU 0515-EXIT
004300         UNTIL WRK-SEC-EOF OR WRK-OPR-ACHADO.
004310     CLOSE SECURITY-MASTER-FILE.
004320 0510-EXIT.
004330     EXIT.
004340 0515-LE-OPERSEC.
004350     READ SECURITY-MASTER-FILE
004360         AT END
004370             SET WRK-SEC-EOF TO TRUE
004380         NOT AT END
004390             IF OPR-CODIGO = WRK-OPERADOR
004400                 SET WRK-OPR-ACHADO TO TRUE
004410                 MOVE OPR-ATIVO TO WRK-OPR-ATIVO
004420                 MOVE OPR-SENHA TO WRK-OPR-SENHA
004430                 MOVE OPR-AUT-CONSULTA
004440                     TO WRK-OPR-AUT-FUNCAO
004450             END-IF
004460     END-READ.
004470 0515-EXIT.
004480     EXIT.
004490******************************************************************
004500* 0520-GRAVA-SECAUD - REGISTRA A TENTATIVA DE LOGON RECUSADA NO
004510*                     SECAUD (DATA, HORA, OPERADOR, PROGRAMA E
004520*                     MOTIVO), NO MESMO IDIOMA DA TRILHA DO
004530*                     DATEAUD DO PROGCOB03.
004540******************************************************************
004550 0520-GRAVA-SECAUD.
004560     ACCEPT WRK-DATA-LOGON FROM DATE YYYYMMDD.
004570     ACCEPT WRK-HORA-LOGON FROM TIME.
004580     OPEN EXTEND SECURITY-AUDIT-FILE.
004590     IF NOT WRK-SECAUD-OK
004600         CLOSE SECURITY-AUDIT-FILE
004610         OPEN OUTPUT SECURITY-AUDIT-FILE
004620     END-IF.
004630     IF NOT WRK-SECAUD-OK
004640         DISPLAY 'ERRO AO ABRIR SECAUD: ' WRK-SECAUD-STATUS
004650         GO TO 0520-EXIT
004660     END-IF.
004670     MOVE WRK-DATA-LOGON TO SEC-DATA.
004680     MOVE SPACES         TO SEC-FILL1.
004690     MOVE WRK-HORA-LOGON TO SEC-HORA.
004700     MOVE SPACES         TO SEC-FILL2.
004710     MOVE WRK-OPERADOR   TO SEC-OPERADOR.
004720     MOVE SPACES         TO SEC-FILL3.
004730     MOVE 'PROGCOB06'    TO SEC-PROGRAMA.
004740     MOVE SPACES         TO SEC-FILL4.
004750     MOVE WRK-MOTIVO-LOGON TO SEC-MOTIVO.
004760     WRITE SECAUD-RECORD.
004770     IF NOT WRK-SECAUD-OK
004780         DISPLAY 'ERRO AO GRAVAR SECAUD: ' WRK-SECAUD-STATUS
004790     END-IF.
004800     CLOSE SECURITY-AUDIT-FILE.
004810 0520-EXIT.
004820     EXIT.
004830******************************************************************
004840* 1000-INITIALIZE - DETERMINA O ANO DO EXTRATO (PARAMETRO
004850*                   DIRFANO OU ANO DA DATA DO SISTEMA), ABRE O
004860*                   PAYIMPO E O RELATORIO E TENTA ABRIR O
004870*                   CADASTRO (OPCIONAL, SO PARA OS NOMES).
004880******************************************************************
004890 1000-INITIALIZE.
004900     ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
004910     COMPUTE WRK-ANO-EXTRATO = WRK-DATA-ATUAL / 10000.
004920     OPEN INPUT YEAR-PARAM-FILE.
004930     IF WRK-ANO-CFG-OK
004940         READ YEAR-PARAM-FILE
004950             AT END
004960                 CONTINUE
004970             NOT AT END
004980                 IF PRM-ANO IS NUMERIC AND PRM-ANO > ZEROS
004990                     MOVE PRM-ANO TO WRK-ANO-EXTRATO
005000                 END-IF
005010         END-READ
005020         CLOSE YEAR-PARAM-FILE
005030     END-IF.
005040     OPEN INPUT TAX-DETAIL-FILE.
005050     IF NOT WRK-IMP-OK
005060         DISPLAY 'ERRO AO ABRIR TAX-DETAIL-FILE: '
005070             WRK-IMP-STATUS
005080         MOVE 8 TO RETURN-CODE
005090         GOBACK
005100     END-IF.
005110     OPEN OUTPUT DIRF-REPORT-FILE.
005120     IF NOT WRK-DIRF-OK
005130         DISPLAY 'ERRO AO ABRIR DIRF-REPORT-FILE: '
005140             WRK-DIRF-STATUS
005150         CLOSE TAX-DETAIL-FILE
005160         MOVE 8 TO RETURN-CODE
005170         GOBACK
005180     END-IF.
005190     MOVE 'N' TO WRK-SW-MASTER.
005200     OPEN INPUT EMPLOYEE-MASTER.
005210     IF WRK-EMP-OK
005220         SET WRK-MASTER-DISPONIVEL TO TRUE
005230     ELSE
005240         DISPLAY 'CADASTRO INDISPONIVEL (' WRK-EMP-STATUS
005250             ') - EXTRATO SEM NOMES'
005260     END-IF.
005270     MOVE 'N' TO WRK-SW-INATIVOS.
005280     OPEN INPUT INACTIVE-MASTER.
005290     IF WRK-INA-OK
005300         SET WRK-INATIVOS-DISPONIVEL TO TRUE
005310     END-IF.
005320     PERFORM 1045-CARREGA-EMPRESAS THRU 1045-EXIT.
005330 1000-EXIT.
005340     EXIT.
005350******************************************************************
005360* 1045-CARREGA-EMPRESAS - CARREGA O CADASTRO DE EMPRESAS
005370*                         (EMPRESAS) EM TABELA, PARA A RAZAO
005380*                         SOCIAL E O CNPJ DO CABECALHO. SEM ELE O
005390*                         EXTRATO SAI SEPARADO POR EMPRESA MESMO
005400*                         ASSIM, SO COM O CODIGO.
005410******************************************************************
005420 1045-CARREGA-EMPRESAS.
005430     MOVE ZERO TO WRK-QTD-EMPRESAS.
005440     OPEN INPUT COMPANY-FILE.
005450     IF NOT WRK-CIA-OK
005460         DISPLAY 'CADASTRO DE EMPRESAS INDISPONIVEL ('
005470             WRK-CIA-STATUS ') - EXTRATO SEM RAZAO SOCIAL'
005480         GO TO 1045-EXIT
005490     END-IF.
005500     PERFORM 1046-LE-EMPRESA THRU 1046-EXIT
005510         UNTIL WRK-CIA-EOF.
005520     CLOSE COMPANY-FILE.
005530 1045-EXIT.
005540     EXIT.
005550 1046-LE-EMPRESA.
005560     READ COMPANY-FILE
005570         AT END
005580             SET WRK-CIA-EOF TO TRUE
005590         NOT AT END
005600             IF WRK-QTD-EMPRESAS < WRK-MAX-EMPRESAS
005610                 ADD 1 TO WRK-QTD-EMPRESAS
005620                 MOVE CIA-CODIGO
005630                     TO TAB-CIA-CODIGO(WRK-QTD-EMPRESAS)
005640                 MOVE CIA-RAZAO
005650                     TO TAB-CIA-RAZAO(WRK-QTD-EMPRESAS)
005660                 MOVE CIA-CNPJ
005670                     TO TAB-CIA-CNPJ(WRK-QTD-EMPRESAS)
005680             ELSE
005690                 DISPLAY 'CADASTRO DE EMPRESAS CHEIO - '
005700                     'REGISTRO IGNORADO: ' CIA-CODIGO
005710             END-IF
005720     END-READ.
005730 1046-EXIT.
005740     EXIT.
005750******************************************************************
005760* 3000-CLASSIFICA-EXTRATO - CLASSIFICA POR SORT EXTERNO OS
005770*                           REGISTROS DO PAYIMPO DO ANO DO EXTRATO
005780*                           (EMPRESA + MATRICULA + COMPETENCIA +
005790*                           TIPO + PARCELA) E IMPRIME O
005800*                           DEMONSTRATIVO EM FLUXO, SEM TABELA EM
005810*                           WORKING-STORAGE NEM LIMITE DE
005820*                           CAPACIDADE.
005830******************************************************************
005840 3000-CLASSIFICA-EXTRATO.
005850     SORT SORT-FILE
005860         ASCENDING KEY SRT-CHAVE
005870         INPUT PROCEDURE 2000-CARREGA-EXTRATO THRU 2000-EXIT
005880         OUTPUT PROCEDURE 5000-IMPRIME-EXTRATO THRU 5000-EXIT.
005890 3000-EXIT.
005900     EXIT.
005910******************************************************************
005920* 2000-CARREGA-EXTRATO - LE O PAYIMPO ATE O FIM E LIBERA PARA A
005930*                        CLASSIFICACAO OS REGISTROS DO ANO DO
005940*                        EXTRATO.
005950******************************************************************
005960 2000-CARREGA-EXTRATO.
005970     PERFORM 2100-LE-IMPOSTO THRU 2100-EXIT
005980         UNTIL WRK-IMP-EOF.
005990 2000-EXIT.
006000     EXIT.
006010******************************************************************
006020* 2100-LE-IMPOSTO - LE UM REGISTRO DO PAYIMPO E LIBERA PARA A
006030*                   CLASSIFICACAO SE A COMPETENCIA FOR DO ANO DO
006040*                   EXTRATO.
006050******************************************************************
006060 2100-LE-IMPOSTO.
006070     READ TAX-DETAIL-FILE
006080         AT END
006090             SET WRK-IMP-EOF TO TRUE
006100         NOT AT END
006110             PERFORM 2200-LIBERA-IMPOSTO THRU 2200-EXIT
006120     END-READ.
006130 2100-EXIT.
006140     EXIT.
006150 2200-LIBERA-IMPOSTO.
006160     IF IMP-COMPETENCIA IS NOT NUMERIC
006170         GO TO 2200-EXIT
006180     END-IF.
006190     COMPUTE WRK-ANO-REGISTRO = IMP-COMPETENCIA / 100.
006200     IF WRK-ANO-REGISTRO NOT = WRK-ANO-EXTRATO
006210         GO TO 2200-EXIT
006220     END-IF.
006230     ADD 1 TO WRK-QTD-REGISTROS.
006240*    REGISTRO ANTERIOR A EMPRESA NO PAYIMPO E DA EMPRESA '01'.
006250     IF IMP-EMPRESA = SPACES
006260         MOVE '01' TO SRT-EMPRESA
006270     ELSE
006280         MOVE IMP-EMPRESA TO SRT-EMPRESA
006290     END-IF.
006300     MOVE IMP-MATRICULA   TO SRT-MATRICULA.
006310     MOVE IMP-COMPETENCIA TO SRT-COMPET.
006320*    REGISTRO ANTIGO (ANTERIOR AO TIPO DE FOLHA NO PAYIMPO) VEM
006330*    COM O TIPO EM BRANCO E VALE COMO FOLHA REGULAR.
006340     IF IMP-TIPO = SPACES
006350         MOVE 'REGULAR' TO SRT-TIPO
006360     ELSE
006370         MOVE IMP-TIPO TO SRT-TIPO
006380     END-IF.
006390     IF IMP-PARCELA IS NUMERIC
006400         MOVE IMP-PARCELA TO SRT-PARCELA
006410     ELSE
006420         MOVE ZERO TO SRT-PARCELA
006430     END-IF.
006440     MOVE IMP-BRUTO TO SRT-BRUTO.
006450     MOVE IMP-INSS  TO SRT-INSS.
006460     MOVE IMP-IRRF  TO SRT-IRRF.
006470     RELEASE SORT-RECORD.
006480 2200-EXIT.
006490     EXIT.
006500******************************************************************
006510* 5000-IMPRIME-EXTRATO - RETORNA O FLUXO CLASSIFICADO E IMPRIME O
006520*                        DEMONSTRATIVO DE CADA FUNCIONARIO (UMA
006530*                        PAGINA CADA) COM QUEBRA DE CONTROLE POR
006540*                        EMPRESA E MATRICULA, IGNORANDO E
006550*                        RELATANDO COMPETENCIAS EM DUPLICATA.
006560******************************************************************
006570 5000-IMPRIME-EXTRATO.
006580     MOVE SPACES TO WRK-MATRICULA-ATUAL.
006590     MOVE SPACES TO WRK-CHAVE-ANTERIOR.
006600     MOVE 'N' TO WRK-SW-FIM-CLASS.
006610     PERFORM 5050-RETORNA-REGISTRO THRU 5050-EXIT.
006620     PERFORM 5100-PROCESSA-REGISTRO THRU 5100-EXIT
006630         UNTIL WRK-FIM-CLASSIFICACAO.
006640     IF WRK-MATRICULA-ATUAL NOT = SPACES
006650         PERFORM 5400-TOTAL-FUNCIONARIO THRU 5400-EXIT
006660         PERFORM 5500-TOTAL-EMPRESA THRU 5500-EXIT
006670     END-IF.
006680 5000-EXIT.
006690     EXIT.
006700******************************************************************
006710* 5050-RETORNA-REGISTRO - RETORNA O PROXIMO REGISTRO DO FLUXO
006720*                         CLASSIFICADO.
006730******************************************************************
006740 5050-RETORNA-REGISTRO.
006750     RETURN SORT-FILE
006760         AT END
006770             SET WRK-FIM-CLASSIFICACAO TO TRUE
006780     END-RETURN.
006790 5050-EXIT.
006800     EXIT.
006810******************************************************************
006820* 5100-PROCESSA-REGISTRO - TRATA O REGISTRO RETORNADO: QUEBRA DE
006830*                          EMPRESA E DE FUNCIONARIO, DUPLICIDADE
006840*                          DE COMPETENCIA E LINHA DO MES.
006850******************************************************************
006860 5100-PROCESSA-REGISTRO.
006870     IF SRT-EMPRESA NOT = WRK-EMPRESA-ATUAL
006880         IF WRK-MATRICULA-ATUAL NOT = SPACES
006890             PERFORM 5400-TOTAL-FUNCIONARIO THRU 5400-EXIT
006900             PERFORM 5500-TOTAL-EMPRESA THRU 5500-EXIT
006910         END-IF
006920         PERFORM 5150-INICIA-EMPRESA THRU 5150-EXIT
006930         PERFORM 5200-INICIA-FUNCIONARIO THRU 5200-EXIT
006940     ELSE
006950         IF SRT-MATRICULA NOT = WRK-MATRICULA-ATUAL
006960             PERFORM 5400-TOTAL-FUNCIONARIO THRU 5400-EXIT
006970             PERFORM 5200-INICIA-FUNCIONARIO THRU 5200-EXIT
006980         END-IF
006990     END-IF.
007000     IF SRT-CHAVE = WRK-CHAVE-ANTERIOR
007010         ADD 1 TO WRK-CONT-DUPLICADAS
007020         MOVE SRT-COMPET TO DUP-COMPETENCIA
007030         WRITE DIRF-REPORT-RECORD FROM WRK-LINHA-DUPLICADA
007040             AFTER ADVANCING 1 LINE
007050         DISPLAY 'COMPETENCIA EM DUPLICATA NO PAYIMPO: '
007060             SRT-MATRICULA ' ' SRT-COMPET
007070         GO TO 5100-LE.
007080     MOVE SRT-CHAVE TO WRK-CHAVE-ANTERIOR.
007090     PERFORM 5300-IMPRIME-MES THRU 5300-EXIT.
007100 5100-LE.
007110     PERFORM 5050-RETORNA-REGISTRO THRU 5050-EXIT.
007120 5100-EXIT.
007130     EXIT.
007140******************************************************************
007150* 5150-INICIA-EMPRESA - ABRE A EMPRESA DO REGISTRO RETORNADO:
007160*                       ZERA OS SEUS TOTAIS E MONTA A LINHA DA
007170*                       EMPRESA (RAZAO SOCIAL E CNPJ DO CADASTRO,
007180*                       QUANDO DISPONIVEL) PARA OS CABECALHOS.
007190******************************************************************
007200 5150-INICIA-EMPRESA.
007210     MOVE SRT-EMPRESA TO WRK-EMPRESA-ATUAL.
007220     MOVE ZERO TO WRK-CIA-FUNCIONARIOS.
007230     MOVE ZEROS TO WRK-CIA-BRUTO.
007240     MOVE ZEROS TO WRK-CIA-INSS.
007250     MOVE ZEROS TO WRK-CIA-IRRF.
007260     MOVE WRK-EMPRESA-ATUAL TO CIAL-CODIGO.
007270     MOVE '(NAO CADASTRADA)' TO CIAL-RAZAO.
007280     MOVE ZEROS TO CIAL-CNPJ.
007290     MOVE 'N' TO WRK-SW-CIA-ACHADO.
007300     PERFORM VARYING WRK-CIA-IDX FROM 1 BY 1
007310             UNTIL WRK-CIA-IDX > WRK-QTD-EMPRESAS
007320                OR WRK-CIA-ACHADO
007330         IF TAB-CIA-CODIGO(WRK-CIA-IDX) = WRK-EMPRESA-ATUAL
007340             SET WRK-CIA-ACHADO TO TRUE
007350         END-IF
007360     END-PERFORM.
007370     IF WRK-CIA-ACHADO
007380         SUBTRACT 1 FROM WRK-CIA-IDX
007390         MOVE TAB-CIA-RAZAO(WRK-CIA-IDX) TO CIAL-RAZAO
007400         MOVE TAB-CIA-CNPJ(WRK-CIA-IDX)  TO CIAL-CNPJ
007410     END-IF.
007420 5150-EXIT.
007430     EXIT.
007440******************************************************************
007450* 5200-INICIA-FUNCIONARIO - ABRE A PAGINA DO FUNCIONARIO DO
007460*                           REGISTRO RETORNADO, COM O NOME OBTIDO
007470*                           DO CADASTRO QUANDO DISPONIVEL (OU DO
007480*                           CADASTRO DE INATIVOS, SE A MATRICULA
007490*                           JA FOI EXPURGADA DO EMPMAST).
007500******************************************************************
007510 5200-INICIA-FUNCIONARIO.
007520     MOVE SRT-MATRICULA TO WRK-MATRICULA-ATUAL.
007530     MOVE SPACES TO WRK-CHAVE-ANTERIOR.
007540     MOVE ZEROS TO WRK-FUNC-BRUTO.
007550     MOVE ZEROS TO WRK-FUNC-INSS.
007560     MOVE ZEROS TO WRK-FUNC-IRRF.
007570     ADD 1 TO WRK-CONT-FUNCIONARIOS.
007580     ADD 1 TO WRK-CIA-FUNCIONARIOS.
007590     MOVE WRK-ANO-EXTRATO TO CAB1-ANO.
007600     WRITE DIRF-REPORT-RECORD FROM WRK-LINHA-CABEC1
007610         AFTER ADVANCING PAGE.
007620     WRITE DIRF-REPORT-RECORD FROM WRK-LINHA-EMPRESA
007630         AFTER ADVANCING 1 LINE.
007640     MOVE WRK-MATRICULA-ATUAL TO FUN-MATRICULA.
007650     MOVE SPACES TO FUN-NOME.
007660     IF WRK-MASTER-DISPONIVEL
007670         MOVE WRK-MATRICULA-ATUAL TO EMP-ID
007680         READ EMPLOYEE-MASTER
007690             INVALID KEY
007700                 PERFORM 5250-PROCURA-INATIVO THRU 5250-EXIT
007710             NOT INVALID KEY
007720                 MOVE EMP-NOME TO FUN-NOME
007730         END-READ
007740     ELSE
007750         MOVE '(CADASTRO INDISPONIVEL)' TO FUN-NOME
007760     END-IF.
007770     WRITE DIRF-REPORT-RECORD FROM WRK-LINHA-FUNC
007780         AFTER ADVANCING 1 LINE.
007790     WRITE DIRF-REPORT-RECORD FROM WRK-LINHA-COLUNAS
007800         AFTER ADVANCING 2 LINES.
007810 5200-EXIT.
007820     EXIT.
007830******************************************************************
007840* 5250-PROCURA-INATIVO - PROCURA NO CADASTRO DE INATIVOS (EMPINAT)
007850*                        A MATRICULA AUSENTE DO EMPMAST.
007860******************************************************************
007870 5250-PROCURA-INATIVO.
007880     MOVE '(NAO CADASTRADO)' TO FUN-NOME.
007890     IF NOT WRK-INATIVOS-DISPONIVEL
007900         GO TO 5250-EXIT
007910     END-IF.
007920     MOVE WRK-MATRICULA-ATUAL TO INA-ID.
007930     READ INACTIVE-MASTER
007940         INVALID KEY
007950             CONTINUE
007960         NOT INVALID KEY
007970             MOVE INA-NOME TO FUN-NOME
007980     END-READ.
007990 5250-EXIT.
008000     EXIT.
008010******************************************************************
008020* 5300-IMPRIME-MES - IMPRIME A LINHA DA COMPETENCIA RETORNADA E
008030*                    ACUMULA OS TOTAIS DO FUNCIONARIO, DA
008040*                    EMPRESA E GERAIS.
008050******************************************************************
008060 5300-IMPRIME-MES.
008070     MOVE SRT-COMPET TO MES-COMPETENCIA.
008080     MOVE SRT-TIPO   TO MES-TIPO.
008090     IF SRT-TIPO = '13SAL'
008100         MOVE SRT-PARCELA TO MES-PARCELA
008110     ELSE
008120         MOVE SPACES TO MES-PARCELA
008130     END-IF.
008140     MOVE SRT-BRUTO TO MES-BRUTO.
008150     MOVE SRT-INSS  TO MES-INSS.
008160     MOVE SRT-IRRF  TO MES-IRRF.
008170     WRITE DIRF-REPORT-RECORD FROM WRK-LINHA-MES
008180         AFTER ADVANCING 1 LINE.
008190     ADD SRT-BRUTO TO WRK-FUNC-BRUTO.
008200     ADD SRT-INSS  TO WRK-FUNC-INSS.
008210     ADD SRT-IRRF  TO WRK-FUNC-IRRF.
008220     ADD SRT-BRUTO TO WRK-CIA-BRUTO.
008230     ADD SRT-INSS  TO WRK-CIA-INSS.
008240     ADD SRT-IRRF  TO WRK-CIA-IRRF.
008250     ADD SRT-BRUTO TO WRK-GERAL-BRUTO.
008260     ADD SRT-INSS  TO WRK-GERAL-INSS.
008270     ADD SRT-IRRF  TO WRK-GERAL-IRRF.
008280 5300-EXIT.
008290     EXIT.
008300******************************************************************
008310* 5400-TOTAL-FUNCIONARIO - IMPRIME A LINHA DE TOTAIS ANUAIS DO
008320*                          FUNCIONARIO CORRENTE.
008330******************************************************************
008340 5400-TOTAL-FUNCIONARIO.
008350     MOVE WRK-FUNC-BRUTO TO TOF-BRUTO.
008360     MOVE WRK-FUNC-INSS  TO TOF-INSS.
008370     MOVE WRK-FUNC-IRRF  TO TOF-IRRF.
008380     WRITE DIRF-REPORT-RECORD FROM WRK-LINHA-TOT-FUNC
008390         AFTER ADVANCING 2 LINES.
008400 5400-EXIT.
008410     EXIT.
008420******************************************************************
008430* 5500-TOTAL-EMPRESA - IMPRIME A PAGINA DE TOTAIS DA EMPRESA
008440*                      CORRENTE (QUANTIDADE DE FUNCIONARIOS E
008450*                      TOTAIS ANUAIS DA DECLARANTE).
008460******************************************************************
008470 5500-TOTAL-EMPRESA.
008480     MOVE WRK-ANO-EXTRATO TO CAB1-ANO.
008490     WRITE DIRF-REPORT-RECORD FROM WRK-LINHA-CABEC1
008500         AFTER ADVANCING PAGE.
008510     WRITE DIRF-REPORT-RECORD FROM WRK-LINHA-EMPRESA
008520         AFTER ADVANCING 1 LINE.
008530     MOVE WRK-CIA-FUNCIONARIOS TO QTF-QUANTIDADE.
008540     WRITE DIRF-REPORT-RECORD FROM WRK-LINHA-QTD-FUNC
008550         AFTER ADVANCING 2 LINES.
008560     MOVE WRK-CIA-BRUTO TO TOG-BRUTO.
008570     MOVE WRK-CIA-INSS  TO TOG-INSS.
008580     MOVE WRK-CIA-IRRF  TO TOG-IRRF.
008590     WRITE DIRF-REPORT-RECORD FROM WRK-LINHA-TOT-GERAL
008600         AFTER ADVANCING 1 LINE.
008610 5500-EXIT.
008620     EXIT.
008630******************************************************************
008640* 9000-FINALIZE - IMPRIME A PAGINA DO TOTAL GERAL (TODAS AS
008650*                 EMPRESAS), EXIBE O RESUMO E FECHA OS
008660*                 ARQUIVOS.
008670******************************************************************
008680 9000-FINALIZE.
008690     MOVE WRK-ANO-EXTRATO TO CAB1-ANO.
008700     WRITE DIRF-REPORT-RECORD FROM WRK-LINHA-CABEC1
008710         AFTER ADVANCING PAGE.
008720     MOVE WRK-CONT-FUNCIONARIOS TO QTF-QUANTIDADE.
008730     WRITE DIRF-REPORT-RECORD FROM WRK-LINHA-QTD-FUNC
008740         AFTER ADVANCING 2 LINES.
008750     MOVE WRK-GERAL-BRUTO TO TOT-BRUTO.
008760     MOVE WRK-GERAL-INSS  TO TOT-INSS.
008770     MOVE WRK-GERAL-IRRF  TO TOT-IRRF.
008780     WRITE DIRF-REPORT-RECORD FROM WRK-LINHA-TOT-TODAS
008790         AFTER ADVANCING 1 LINE.
008800     DISPLAY '--------------------------------------------'.
008810     DISPLAY 'ANO DO EXTRATO ........: ' WRK-ANO-EXTRATO.
008820     DISPLAY 'REGISTROS DO ANO ......: ' WRK-QTD-REGISTROS.
008830     DISPLAY 'FUNCIONARIOS ..........: '
008840         WRK-CONT-FUNCIONARIOS.
008850     DISPLAY 'COMPETENCIAS DUPLICADAS: '
008860         WRK-CONT-DUPLICADAS.
008870     CLOSE TAX-DETAIL-FILE.
008880     CLOSE DIRF-REPORT-FILE.
008890     IF WRK-MASTER-DISPONIVEL
008900         CLOSE EMPLOYEE-MASTER
008910     END-IF.
008920     IF WRK-INATIVOS-DISPONIVEL
008930         CLOSE INACTIVE-MASTER
008940     END-IF.
008950 9000-EXIT.
008960     EXIT.
008970 END PROGRAM PROGCOB06.
