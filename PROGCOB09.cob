000430*                 TAMANHO DO ARQUIVO. A TABELA DE EXCECOES (SO AS
000440*                 200 PRIMEIRAS SAO LISTADAS; TODAS CONTAM)
000450*                 PERMANECE.
000460* 2026-10-15 RRA  O CABECALHO DE CADA FUNCIONARIO PASSOU A
000470*                 TRAZER O NOME E A SITUACAO DO CADASTRO: ATIVO
000480*                 OU DESLIGADO NO EMPMAST E, PARA A MATRICULA JA
000490*                 EXPURGADA, INATIVO NO CADASTRO DE INATIVOS
000500*                 (EMPINAT, GRAVADO PELO PROGCOB36). FORA DOS
000510*                 DOIS (OU COM ELES INDISPONIVEIS - SAO
000520*                 OPCIONAIS), VALE O NOME GRAVADO NO SALHIST,
000530*                 COMO ANTES.
000540******************************************************************
000550 IDENTIFICATION DIVISION.
000560 PROGRAM-ID. PROGCOB09.
000570 ENVIRONMENT DIVISION.
000580 CONFIGURATION SECTION.
000590 SPECIAL-NAMES.
000600     DECIMAL-POINT IS COMMA.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT SALARY-HISTORY-FILE
000640         ASSIGN TO "SALHIST"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WRK-HIST-STATUS.
000670     SELECT INQUIRY-PARAM-FILE
000680         ASSIGN TO "SALHPARM"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WRK-PRM-STATUS.
000710     SELECT INQUIRY-REPORT-FILE
000720         ASSIGN TO "SALHRPT"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WRK-RPT-STATUS.
000750     SELECT SECURITY-MASTER-FILE
000760         ASSIGN TO "OPERSEC"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WRK-SEC-STATUS.
000790     SELECT SECURITY-AUDIT-FILE
000800         ASSIGN TO "SECAUD"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WRK-SECAUD-STATUS.
000830     SELECT OPERATOR-CONTROL-FILE
000840         ASSIGN TO "PAYOPER"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WRK-OPER-CFG-STATUS.
000870     SELECT EMPLOYEE-MASTER
000880         ASSIGN TO "EMPMAST"
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS RANDOM
000910         RECORD KEY IS EMP-ID
000920         FILE STATUS IS WRK-EMP-STATUS.
000930     SELECT INACTIVE-MASTER
000940         ASSIGN TO "EMPINAT"
000950         ORGANIZATION IS INDEXED
000960         ACCESS MODE IS RANDOM
000970         RECORD KEY IS INA-ID
000980         FILE STATUS IS WRK-INA-STATUS.
000990     SELECT SORT-FILE
001000         ASSIGN TO "SORTWK".
001010 DATA DIVISION.
001020 FILE SECTION.
001030 FD  SALARY-HISTORY-FILE
001040     LABEL RECORDS ARE STANDARD.
001050 01  HIST-RECORD.
001060     05  HIST-MATRICULA           PIC X(06).
001070     05  HIST-FILL1               PIC X(02).
001080     05  HIST-DATA-EFETIVA        PIC 9(08).
001090     05  HIST-FILL2               PIC X(02).
001100     05  HIST-SALARIO             PIC 9(06)V99.
001110     05  HIST-FILL3               PIC X(02).
001120     05  HIST-NOME                PIC X(30).
001130 FD  EMPLOYEE-MASTER
001140     LABEL RECORDS ARE STANDARD.
001150     COPY EMPREC.
001160 FD  INACTIVE-MASTER
001170     LABEL RECORDS ARE STANDARD.
001180     COPY INAREC.
001190 FD  INQUIRY-PARAM-FILE
001200     LABEL RECORDS ARE STANDARD.
001210 01  INQUIRY-PARAM-RECORD.
001220     05  PRM-MATRICULA            PIC X(06).
001230     05  PRM-FILL1                PIC X(02).
001240     05  PRM-DATA-INI             PIC 9(08).
001250     05  PRM-FILL2                PIC X(02).
001260     05  PRM-DATA-FIM             PIC 9(08).
001270     05  PRM-FILL3                PIC X(02).
001280     05  PRM-PCT-LIMITE           PIC 9(03)V99.
001290 FD  INQUIRY-REPORT-FILE
001300     LABEL RECORDS ARE STANDARD.
001310 01  INQUIRY-REPORT-RECORD        PIC X(100).
001320 SD  SORT-FILE.
001330 01  SORT-RECORD.
001340     05  SRT-CHAVE.
001350         10  SRT-MATRICULA        PIC X(06).
001360         10  SRT-DATA             PIC 9(08).
001370     05  SRT-SALARIO              PIC 9(06)V99.
001380     05  SRT-NOME                 PIC X(30).
001390 FD  OPERATOR-CONTROL-FILE
001400     LABEL RECORDS ARE STANDARD.
001410 01  OPERATOR-CONTROL-RECORD.
001420     05  OPCFG-OPERADOR           PIC X(10).
001430     05  OPCFG-FILL1              PIC X(02).
001440     05  OPCFG-SENHA              PIC X(10).
001450 FD  SECURITY-MASTER-FILE
001460     LABEL RECORDS ARE STANDARD.
001470     COPY OPERSEC.
001480 FD  SECURITY-AUDIT-FILE
001490     LABEL RECORDS ARE STANDARD.
001500 01  SECAUD-RECORD.
001510     05  SEC-DATA                 PIC 9(08).
001520     05  SEC-FILL1                PIC X(02).
001530     05  SEC-HORA                 PIC 9(08).
001540     05  SEC-FILL2                PIC X(02).
001550     05  SEC-OPERADOR             PIC X(10).
001560     05  SEC-FILL3                PIC X(02).
001570     05  SEC-PROGRAMA             PIC X(09).
001580     05  SEC-FILL4                PIC X(02).
001590     05  SEC-MOTIVO               PIC X(20).
001600 WORKING-STORAGE SECTION.
001610 77  WRK-HIST-STATUS      PIC X(02) VALUE '00'.
001620     88  WRK-HIST-OK                 VALUE '00'.
001630     88  WRK-HIST-EOF                VALUE '10'.
001640 77  WRK-PRM-STATUS       PIC X(02) VALUE '00'.
001650     88  WRK-PRM-OK                  VALUE '00'.
001660 77  WRK-EMP-STATUS       PIC X(02) VALUE '00'.
001670     88  WRK-EMP-OK                  VALUE '00'.
001680 77  WRK-INA-STATUS       PIC X(02) VALUE '00'.
001690     88  WRK-INA-OK                  VALUE '00'.
001700 77  WRK-SW-MASTER        PIC X(01) VALUE 'N'.
001710     88  WRK-MASTER-DISPONIVEL       VALUE 'S'.
001720 77  WRK-SW-INATIVOS      PIC X(01) VALUE 'N'.
001730     88  WRK-INATIVOS-DISPONIVEL     VALUE 'S'.
001740 77  WRK-RPT-STATUS       PIC X(02) VALUE '00'.
001750     88  WRK-RPT-OK                  VALUE '00'.
001760 77  WRK-OPER-CFG-STATUS  PIC X(02) VALUE '00'.
001770     88  WRK-OPER-CFG-OK             VALUE '00'.
001780 77  WRK-SW-OPER-ARQUIVO  PIC X(01) VALUE 'N'.
001790     88  WRK-OPER-ARQUIVO            VALUE 'S'.
001800 77  WRK-SW-OPERADOR      PIC X(01) VALUE 'N'.
001810     88  WRK-OPERADOR-VALIDO         VALUE 'S'.
001820 77  WRK-OPERADOR         PIC X(10) VALUE SPACES.
001830 77  WRK-IDX              PIC 9(02) COMP VALUE ZERO.
001840 77  WRK-FILTRO-MATRICULA PIC X(06) VALUE 'ALL'.
001850 77  WRK-DATA-INI         PIC 9(08) VALUE ZEROS.
001860 77  WRK-DATA-FIM         PIC 9(08) VALUE 99999999.
001870 77  WRK-PCT-LIMITE       PIC 9(03)V99 VALUE 10,00.
001880 77  WRK-QTD-REGISTROS    PIC 9(07) COMP VALUE ZERO.
001890 77  WRK-SW-FIM-CLASS     PIC X(01) VALUE 'N'.
001900     88  WRK-FIM-CLASSIFICACAO       VALUE 'S'.
001910 77  WRK-MATRICULA-ATUAL  PIC X(06) VALUE SPACES.
001920 77  WRK-SALARIO-ANTERIOR PIC 9(06)V99 VALUE ZEROS.
001930 77  WRK-SW-PRIMEIRO      PIC X(01) VALUE 'S'.
001940     88  WRK-PRIMEIRO-REGISTRO       VALUE 'S'.
001950 77  WRK-DIFERENCA        PIC S9(07)V99 VALUE ZEROS.
001960 77  WRK-PERCENTUAL       PIC S9(04)V99 VALUE ZEROS.
001970 77  WRK-CONT-EXCECOES    PIC 9(05) COMP VALUE ZERO.
001980 77  WRK-CONT-IMPRESSOS   PIC 9(05) COMP VALUE ZERO.
001990 77  WRK-SENHA            PIC X(10) VALUE SPACES.
002000 77  WRK-SEC-STATUS       PIC X(02) VALUE '00'.
002010     88  WRK-SEC-OK                  VALUE '00'.
002020     88  WRK-SEC-EOF                 VALUE '10'.
002030 77  WRK-SECAUD-STATUS    PIC X(02) VALUE '00'.
002040     88  WRK-SECAUD-OK               VALUE '00'.
002050 77  WRK-SW-OPR-ACHADO    PIC X(01) VALUE 'N'.
002060     88  WRK-OPR-ACHADO              VALUE 'S'.
002070 77  WRK-OPR-ATIVO        PIC X(01) VALUE 'N'.
002080 77  WRK-OPR-SENHA        PIC X(10) VALUE SPACES.
002090 77  WRK-OPR-AUT-FUNCAO   PIC X(01) VALUE 'N'.
002100 77  WRK-MOTIVO-LOGON     PIC X(20) VALUE SPACES.
002110 77  WRK-DATA-LOGON       PIC 9(08) VALUE ZEROS.
002120 77  WRK-HORA-LOGON       PIC 9(08) VALUE ZEROS.
002130*----------------------------------------------------------------
002140* TABELA DAS EXCECOES ENCONTRADAS (AUMENTO ACIMA DO LIMITE OU
002150* REDUCAO), IMPRESSAS NA SECAO PROPRIA NO FIM DO RELATORIO.
002160*----------------------------------------------------------------
002170 01  TAB-EXCECOES.
002180     05  TAB-EXC-ENT OCCURS 200 TIMES.
002190         10  TAB-EXC-MATRICULA    PIC X(06).
002200         10  TAB-EXC-DATA         PIC 9(08).
002210         10  TAB-EXC-PCT          PIC S9(04)V99.
002220         10  TAB-EXC-TIPO         PIC X(01).
002230 77  WRK-QTD-EXCECOES     PIC 9(03) COMP VALUE ZERO.
002240 77  WRK-MAX-EXCECOES     PIC 9(03) COMP VALUE 200.
002250 77  WRK-EXC-IDX          PIC 9(03) COMP VALUE ZERO.
002260*----------------------------------------------------------------
002270* LINHAS DE IMPRESSAO DO RELATORIO DE EVOLUCAO SALARIAL.
002280*----------------------------------------------------------------
002290 01  WRK-LINHA-CABEC1.
002300     05  FILLER PIC X(25) VALUE SPACES.
002310     05  FILLER PIC X(45)
002320         VALUE 'FOLHA DE PAGAMENTO - EVOLUCAO SALARIAL'.
002330     05  FILLER PIC X(30) VALUE SPACES.
002340 01  WRK-LINHA-FILTROS.
002350     05  FILLER PIC X(11) VALUE 'MATRICULA: '.
002360     05  FIL-MATRICULA        PIC X(06).
002370     05  FILLER PIC X(10) VALUE '  PERIODO '.
002380     05  FIL-DATA-INI         PIC 9(08).
002390     05  FILLER PIC X(03) VALUE ' A '.
002400     05  FIL-DATA-FIM         PIC 9(08).
002410     05  FILLER PIC X(17) VALUE '  LIMITE AUMENTO '.
002420     05  FIL-PCT              PIC ZZ9,99.
002430     05  FILLER PIC X(01) VALUE '%'.
002440     05  FILLER PIC X(30) VALUE SPACES.
002450 01  WRK-LINHA-FUNC.
002460     05  FILLER PIC X(11) VALUE 'MATRICULA: '.
002470     05  FUN-MATRICULA        PIC X(06).
002480     05  FILLER PIC X(08) VALUE '  NOME: '.
002490     05  FUN-NOME             PIC X(30).
002500     05  FILLER PIC X(12) VALUE '  SITUACAO: '.
002510     05  FUN-SITUACAO         PIC X(16).
002520     05  FILLER PIC X(17) VALUE SPACES.
002530 01  WRK-LINHA-COLUNAS.
002540     05  FILLER PIC X(12) VALUE 'DATA'.
002550     05  FILLER PIC X(14) VALUE 'SALARIO'.
002560     05  FILLER PIC X(14) VALUE 'DIFERENCA'.
002570     05  FILLER PIC X(10) VALUE 'VARIACAO%'.
002580     05  FILLER PIC X(50) VALUE SPACES.
002590 01  WRK-LINHA-EVOLUCAO.
002600     05  EVO-DATA             PIC 9(08).
002610     05  FILLER               PIC X(04) VALUE SPACES.
002620     05  EVO-SALARIO          PIC ZZZ.ZZ9,99.
002630     05  FILLER               PIC X(04) VALUE SPACES.
002640     05  EVO-DIFERENCA        PIC -ZZZ.ZZ9,99.
002650     05  FILLER               PIC X(03) VALUE SPACES.
002660     05  EVO-PCT              PIC -ZZ9,99.
002670     05  FILLER               PIC X(53) VALUE SPACES.
002680 01  WRK-LINHA-EVO-PRIMEIRA.
002690     05  EVP-DATA             PIC 9(08).
002700     05  FILLER               PIC X(04) VALUE SPACES.
002710     05  EVP-SALARIO          PIC ZZZ.ZZ9,99.
002720     05  FILLER PIC X(14) VALUE '      (BASE)'.
002730     05  FILLER               PIC X(64) VALUE SPACES.
002740 01  WRK-LINHA-EXC-TITULO.
002750     05  FILLER PIC X(36)
002760         VALUE 'EXCECOES (AUMENTO ACIMA DO LIMITE OU'.
002770     05  FILLER PIC X(64) VALUE ' REDUCAO DE SALARIO):'.
002780 01  WRK-LINHA-EXCECAO.
002790     05  FILLER PIC X(11) VALUE 'MATRICULA '.
002800     05  EXC-MATRICULA        PIC X(06).
002810     05  FILLER PIC X(07) VALUE '  DATA '.
002820     05  EXC-DATA             PIC 9(08).
002830     05  FILLER PIC X(12) VALUE '  VARIACAO '.
002840     05  EXC-PCT              PIC -ZZ9,99.
002850     05  FILLER PIC X(02) VALUE '% '.
002860     05  EXC-TEXTO            PIC X(30).
002870     05  FILLER PIC X(17) VALUE SPACES.
002880 01  WRK-LINHA-TOTAIS.
002890     05  FILLER PIC X(22) VALUE 'REGISTROS IMPRESSOS: '.
002900     05  TOT-IMPRESSOS        PIC ZZ.ZZ9.
002910     05  FILLER PIC X(13) VALUE '  EXCECOES: '.
002920     05  TOT-EXCECOES         PIC ZZ.ZZ9.
002930     05  FILLER PIC X(53) VALUE SPACES.
002940 PROCEDURE DIVISION.
002950******************************************************************
002960* 0000-MAINLINE - CONTROLA A CONSULTA DO HISTORICO SALARIAL.
002970******************************************************************
002980 0000-MAINLINE.
002990     PERFORM 0500-LOGON-OPERADOR THRU 0500-EXIT.
003000     IF NOT WRK-OPERADOR-VALIDO
003010         DISPLAY 'OPERADOR NAO AUTORIZADO: ' WRK-OPERADOR
003020         MOVE 8 TO RETURN-CODE
003030         GOBACK
003040     END-IF.
003050     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003060     PERFORM 3000-CLASSIFICA-HISTORICO THRU 3000-EXIT.
003070     PERFORM 6000-IMPRIME-EXCECOES THRU 6000-EXIT.
003080     PERFORM 9000-FINALIZE THRU 9000-EXIT.
003090     IF WRK-CONT-EXCECOES > 0
003100         MOVE 4 TO RETURN-CODE
003110     ELSE
003120         MOVE 0 TO RETURN-CODE
003130     END-IF.
003140     GOBACK.
003150******************************************************************
003160* 0500-LOGON-OPERADOR - OBTEM O OPERADOR E A SENHA DO PAYOPER,
003170*                       QUANDO PREPARADOS EXTERNAMENTE PARA UMA
003180*                       EXECUCAO EM LOTE, OU DO CONSOLE QUANDO O
003190*                       ARQUIVO NAO EXISTE OU ESTA VAZIO, E
003200*                       VALIDA CONTRA O CADASTRO DE SEGURANCA
003210*                       (OPERSEC): OPERADOR ATIVO, SENHA E
003220*                       AUTORIZACAO DE CONSULTA DE NOME.
003230*                       TENTATIVA RECUSADA E GRAVADA NO SECAUD,
003240*                       NO MESMO IDIOMA DO PROGCOB02/03/04.
003250******************************************************************
003260 0500-LOGON-OPERADOR.
003270     MOVE 'N' TO WRK-SW-OPER-ARQUIVO.
003280     OPEN INPUT OPERATOR-CONTROL-FILE.
003290     IF WRK-OPER-CFG-OK
003300         READ OPERATOR-CONTROL-FILE
003310             AT END
003320                 CONTINUE
003330             NOT AT END
003340                 MOVE OPCFG-OPERADOR TO WRK-OPERADOR
003350                 MOVE OPCFG-SENHA    TO WRK-SENHA
003360                 SET WRK-OPER-ARQUIVO TO TRUE
003370         END-READ
003380         CLOSE OPERATOR-CONTROL-FILE
003390     END-IF.
003400     IF NOT WRK-OPER-ARQUIVO
003410         DISPLAY 'OPERADOR: ' WITH NO ADVANCING
003420         ACCEPT WRK-OPERADOR FROM CONSOLE
003430         DISPLAY 'SENHA: ' WITH NO ADVANCING
003440         ACCEPT WRK-SENHA FROM CONSOLE
003450     END-IF.
003460     MOVE 'N' TO WRK-SW-OPERADOR.
003470     MOVE SPACES TO WRK-MOTIVO-LOGON.
003480     PERFORM 0510-PROCURA-OPERSEC THRU 0510-EXIT.
003490     EVALUATE TRUE
003500         WHEN NOT WRK-OPR-ACHADO
003510             MOVE 'NAO CADASTRADO' TO WRK-MOTIVO-LOGON
003520         WHEN WRK-OPR-ATIVO NOT = 'S'
003530             MOVE 'OPERADOR INATIVO' TO WRK-MOTIVO-LOGON
003540         WHEN WRK-OPR-SENHA NOT = WRK-SENHA
003550             MOVE 'SENHA INVALIDA' TO WRK-MOTIVO-LOGON
003560         WHEN WRK-OPR-AUT-FUNCAO NOT = 'S'
003570             MOVE 'SEM AUTORIZACAO' TO WRK-MOTIVO-LOGON
003580         WHEN OTHER
003590             MOVE 'S' TO WRK-SW-OPERADOR
003600     END-EVALUATE.
003610     IF NOT WRK-OPERADOR-VALIDO
003620         DISPLAY 'LOGON RECUSADO (' WRK-MOTIVO-LOGON ') - '
003630             WRK-OPERADOR
003640         PERFORM 0520-GRAVA-SECAUD THRU 0520-EXIT
003650     END-IF.
003660 0500-EXIT.
003670     EXIT.
003680******************************************************************
003690* 0510-PROCURA-OPERSEC - PROCURA O OPERADOR NO CADASTRO DE
003700*                        SEGURANCA (OPERSEC) E GUARDA OS CAMPOS
003710*                        DO REGISTRO ACHADO (A AUTORIZACAO DESTE
003720*                        PROGRAMA E A DE CONSULTA DE NOME).
003730*                        ARQUIVO INDISPONIVEL EQUIVALE A
003740*                        OPERADOR NAO CADASTRADO.
003750******************************************************************
003760 0510-PROCURA-OPERSEC.
003770     MOVE 'N' TO WRK-SW-OPR-ACHADO.
003780     OPEN INPUT SECURITY-MASTER-FILE.
003790     IF NOT WRK-SEC-OK
003800         DISPLAY 'CADASTRO DE SEGURANCA (OPERSEC) '
003810             'INDISPONIVEL: ' WRK-SEC-STATUS
003820         GO TO 0510-EXIT
003830     END-IF.
003840     PERFORM 0515-LE-OPERSEC THRU 0515-EXIT
003850         UNTIL WRK-SEC-EOF OR WRK-OPR-ACHADO.
003860     CLOSE SECURITY-MASTER-FILE.
003870 0510-EXIT.
003880     EXIT.
003890 0515-LE-OPERSEC.
003900     READ SECURITY-MASTER-FILE
003910         AT END
003920             SET WRK-SEC-EOF TO TRUE
003930         NOT AT END
003940             IF OPR-CODIGO = WRK-OPERADOR
003950                 SET WRK-OPR-ACHADO TO TRUE
003960                 MOVE OPR-ATIVO TO WRK-OPR-ATIVO
003970                 MOVE OPR-SENHA TO WRK-OPR-SENHA
003980                 MOVE OPR-AUT-CONSULTA
003990                     TO WRK-OPR-AUT-FUNCAO
004000             END-IF
004010     END-READ.
004020 0515-EXIT.
004030     EXIT.
004040******************************************************************
004050* 0520-GRAVA-SECAUD - REGISTRA A TENTATIVA DE LOGON RECUSADA NO
004060*                     SECAUD (DATA, HORA, OPERADOR, PROGRAMA E
004070*                     MOTIVO), NO MESMO IDIOMA DA TRILHA DO
004080*                     DATEAUD DO PROGCOB03.
004090******************************************************************
004100 0520-GRAVA-SECAUD.
004110     ACCEPT WRK-DATA-LOGON FROM DATE YYYYMMDD.
004120     ACCEPT WRK-HORA-LOGON FROM TIME.
004130     OPEN EXTEND SECURITY-AUDIT-FILE.
004140     IF NOT WRK-SECAUD-OK
004150         CLOSE SECURITY-AUDIT-FILE
004160         OPEN OUTPUT SECURITY-AUDIT-FILE
004170     END-IF.
004180     IF NOT WRK-SECAUD-OK
004190         DISPLAY 'ERRO AO ABRIR SECAUD: ' WRK-SECAUD-STATUS
004200         GO TO 0520-EXIT
004210     END-IF.
004220     MOVE WRK-DATA-LOGON TO SEC-DATA.
004230     MOVE SPACES         TO SEC-FILL1.
004240     MOVE WRK-HORA-LOGON TO SEC-HORA.
004250     MOVE SPACES         TO SEC-FILL2.
004260     MOVE WRK-OPERADOR   TO SEC-OPERADOR.
004270     MOVE SPACES         TO SEC-FILL3.
004280     MOVE 'PROGCOB09'    TO SEC-PROGRAMA.
004290     MOVE SPACES         TO SEC-FILL4.
004300     MOVE WRK-MOTIVO-LOGON TO SEC-MOTIVO.
004310     WRITE SECAUD-RECORD.
004320     IF NOT WRK-SECAUD-OK
004330         DISPLAY 'ERRO AO GRAVAR SECAUD: ' WRK-SECAUD-STATUS
004340     END-IF.
004350     CLOSE SECURITY-AUDIT-FILE.
004360 0520-EXIT.
004370     EXIT.
004380******************************************************************
004390* 1000-INITIALIZE - LE OS PARAMETROS DA CONSULTA (SALHPARM),
004400*                   ABRE O SALHIST, O RELATORIO E OS CADASTROS
004410*                   (EMPMAST E EMPINAT, OPCIONAIS, SO PARA O NOME
004420*                   E A SITUACAO) E IMPRIME O CABECALHO COM OS
004430*                   FILTROS EM VIGOR.
004440******************************************************************
004450 1000-INITIALIZE.
004460     OPEN INPUT INQUIRY-PARAM-FILE.
004470     IF WRK-PRM-OK
004480         READ INQUIRY-PARAM-FILE
004490             AT END
004500                 CONTINUE
004510             NOT AT END
004520                 PERFORM 1100-GUARDA-PARAMETROS THRU 1100-EXIT
004530         END-READ
004540         CLOSE INQUIRY-PARAM-FILE
004550     END-IF.
004560     OPEN INPUT SALARY-HISTORY-FILE.
004570     IF NOT WRK-HIST-OK
004580         DISPLAY 'ERRO AO ABRIR SALARY-HISTORY-FILE: '
004590             WRK-HIST-STATUS
004600         MOVE 8 TO RETURN-CODE
004610         GOBACK
004620     END-IF.
004630     OPEN OUTPUT INQUIRY-REPORT-FILE.
004640     IF NOT WRK-RPT-OK
004650         DISPLAY 'ERRO AO ABRIR INQUIRY-REPORT-FILE: '
004660             WRK-RPT-STATUS
004670         CLOSE SALARY-HISTORY-FILE
004680         MOVE 8 TO RETURN-CODE
004690         GOBACK
004700     END-IF.
004710     MOVE 'N' TO WRK-SW-MASTER.
004720     OPEN INPUT EMPLOYEE-MASTER.
004730     IF WRK-EMP-OK
004740         SET WRK-MASTER-DISPONIVEL TO TRUE
004750     ELSE
004760         DISPLAY 'CADASTRO INDISPONIVEL (' WRK-EMP-STATUS
004770             ') - NOMES DO SALHIST'
004780     END-IF.
004790     MOVE 'N' TO WRK-SW-INATIVOS.
004800     OPEN INPUT INACTIVE-MASTER.
004810     IF WRK-INA-OK
004820         SET WRK-INATIVOS-DISPONIVEL TO TRUE
004830     END-IF.
004840     WRITE INQUIRY-REPORT-RECORD FROM WRK-LINHA-CABEC1
004850         AFTER ADVANCING PAGE.
004860     MOVE WRK-FILTRO-MATRICULA TO FIL-MATRICULA.
004870     MOVE WRK-DATA-INI         TO FIL-DATA-INI.
004880     MOVE WRK-DATA-FIM         TO FIL-DATA-FIM.
004890     MOVE WRK-PCT-LIMITE       TO FIL-PCT.
004900     WRITE INQUIRY-REPORT-RECORD FROM WRK-LINHA-FILTROS
004910         AFTER ADVANCING 1 LINE.
004920 1000-EXIT.
004930     EXIT.
004940******************************************************************
004950* 1100-GUARDA-PARAMETROS - CONSISTE E GUARDA OS PARAMETROS DO
004960*                          SALHPARM; CAMPO INVALIDO OU EM BRANCO
004970*                          FICA COM O VALOR PADRAO.
004980******************************************************************
004990 1100-GUARDA-PARAMETROS.
005000     IF PRM-MATRICULA NOT = SPACES
005010         MOVE PRM-MATRICULA TO WRK-FILTRO-MATRICULA
005020     END-IF.
005030     IF PRM-DATA-INI IS NUMERIC
005040         MOVE PRM-DATA-INI TO WRK-DATA-INI
005050     END-IF.
005060     IF PRM-DATA-FIM IS NUMERIC AND PRM-DATA-FIM > ZEROS
005070         MOVE PRM-DATA-FIM TO WRK-DATA-FIM
005080     END-IF.
005090     IF PRM-PCT-LIMITE IS NUMERIC AND PRM-PCT-LIMITE > ZEROS
005100         MOVE PRM-PCT-LIMITE TO WRK-PCT-LIMITE
005110     END-IF.
005120 1100-EXIT.
005130     EXIT.
005140******************************************************************
005150* 3000-CLASSIFICA-HISTORICO - CLASSIFICA POR SORT EXTERNO OS
005160*                             REGISTROS DO SALHIST DENTRO DOS
005170*                             FILTROS (MATRICULA + DATA DE
005180*                             VIGENCIA) E IMPRIME A EVOLUCAO EM
005190*                             FLUXO, SEM TABELA EM WORKING-STORAGE
005200*                             NEM LIMITE DE CAPACIDADE.
005210******************************************************************
005220 3000-CLASSIFICA-HISTORICO.
005230     SORT SORT-FILE
005240         ASCENDING KEY SRT-CHAVE
005250         INPUT PROCEDURE 2000-CARREGA-HISTORICO THRU 2000-EXIT
005260         OUTPUT PROCEDURE 5000-IMPRIME-EVOLUCAO THRU 5000-EXIT.
005270 3000-EXIT.
005280     EXIT.
005290******************************************************************
005300* 2000-CARREGA-HISTORICO - LE O SALHIST ATE O FIM E LIBERA PARA A
005310*                          CLASSIFICACAO OS REGISTROS DENTRO DOS
005320*                          FILTROS DE MATRICULA E DATA.
005330******************************************************************
005340 2000-CARREGA-HISTORICO.
005350     PERFORM 2100-LE-HISTORICO THRU 2100-EXIT
005360         UNTIL WRK-HIST-EOF.
005370 2000-EXIT.
005380     EXIT.
005390 2100-LE-HISTORICO.
005400     READ SALARY-HISTORY-FILE
005410         AT END
005420             SET WRK-HIST-EOF TO TRUE
005430         NOT AT END
005440             PERFORM 2200-LIBERA-HISTORICO THRU 2200-EXIT
005450     END-READ.
005460 2100-EXIT.
005470     EXIT.
005480 2200-LIBERA-HISTORICO.
005490     IF WRK-FILTRO-MATRICULA NOT = 'ALL'
005500             AND HIST-MATRICULA NOT = WRK-FILTRO-MATRICULA
005510         GO TO 2200-EXIT
005520     END-IF.
005530     IF HIST-DATA-EFETIVA IS NOT NUMERIC
005540         GO TO 2200-EXIT
005550     END-IF.
005560     IF HIST-DATA-EFETIVA < WRK-DATA-INI
005570             OR HIST-DATA-EFETIVA > WRK-DATA-FIM
005580         GO TO 2200-EXIT
005590     END-IF.
005600     IF HIST-SALARIO IS NOT NUMERIC
005610         GO TO 2200-EXIT
005620     END-IF.
005630     ADD 1 TO WRK-QTD-REGISTROS.
005640     MOVE HIST-MATRICULA    TO SRT-MATRICULA.
005650     MOVE HIST-DATA-EFETIVA TO SRT-DATA.
005660     MOVE HIST-SALARIO      TO SRT-SALARIO.
005670     MOVE HIST-NOME         TO SRT-NOME.
005680     RELEASE SORT-RECORD.
005690 2200-EXIT.
005700     EXIT.
005710******************************************************************
005720* 5000-IMPRIME-EVOLUCAO - RETORNA O FLUXO CLASSIFICADO E IMPRIME A
005730*                         EVOLUCAO SALARIAL DE CADA FUNCIONARIO
005740*                         COM QUEBRA DE CONTROLE POR MATRICULA,
005750*                         GUARDANDO AS EXCECOES ENCONTRADAS.
005760******************************************************************
005770 5000-IMPRIME-EVOLUCAO.
005780     MOVE SPACES TO WRK-MATRICULA-ATUAL.
005790     MOVE 'N' TO WRK-SW-FIM-CLASS.
005800     PERFORM 5050-RETORNA-REGISTRO THRU 5050-EXIT.
005810     PERFORM 5100-PROCESSA-REGISTRO THRU 5100-EXIT
005820         UNTIL WRK-FIM-CLASSIFICACAO.
005830 5000-EXIT.
005840     EXIT.
005850******************************************************************
005860* 5050-RETORNA-REGISTRO - RETORNA O PROXIMO REGISTRO DO FLUXO
005870*                         CLASSIFICADO.
005880******************************************************************
005890 5050-RETORNA-REGISTRO.
005900     RETURN SORT-FILE
005910         AT END
005920             SET WRK-FIM-CLASSIFICACAO TO TRUE
005930     END-RETURN.
005940 5050-EXIT.
005950     EXIT.
005960******************************************************************
005970* 5100-PROCESSA-REGISTRO - TRATA O REGISTRO RETORNADO: QUEBRA DE
005980*                          FUNCIONARIO, LINHA DE EVOLUCAO E
005990*                          DETECCAO DE EXCECAO.
006000******************************************************************
006010 5100-PROCESSA-REGISTRO.
006020     IF SRT-MATRICULA NOT = WRK-MATRICULA-ATUAL
006030         MOVE SRT-MATRICULA TO WRK-MATRICULA-ATUAL
006040         MOVE 'S' TO WRK-SW-PRIMEIRO
006050         MOVE ZEROS TO WRK-SALARIO-ANTERIOR
006060         MOVE WRK-MATRICULA-ATUAL TO FUN-MATRICULA
006070         PERFORM 5150-OBTEM-NOME THRU 5150-EXIT
006080         WRITE INQUIRY-REPORT-RECORD FROM WRK-LINHA-FUNC
006090             AFTER ADVANCING 2 LINES
006100         WRITE INQUIRY-REPORT-RECORD FROM WRK-LINHA-COLUNAS
006110             AFTER ADVANCING 1 LINE
006120     END-IF.
006130     ADD 1 TO WRK-CONT-IMPRESSOS.
006140     IF WRK-PRIMEIRO-REGISTRO
006150         MOVE SRT-DATA    TO EVP-DATA
006160         MOVE SRT-SALARIO TO EVP-SALARIO
006170         WRITE INQUIRY-REPORT-RECORD FROM WRK-LINHA-EVO-PRIMEIRA
006180             AFTER ADVANCING 1 LINE
006190         MOVE 'N' TO WRK-SW-PRIMEIRO
006200     ELSE
006210         PERFORM 5200-IMPRIME-VARIACAO THRU 5200-EXIT
006220     END-IF.
006230     MOVE SRT-SALARIO TO WRK-SALARIO-ANTERIOR.
006240     PERFORM 5050-RETORNA-REGISTRO THRU 5050-EXIT.
006250 5100-EXIT.
006260     EXIT.
006270******************************************************************
006280* 5150-OBTEM-NOME - NOME E SITUACAO DO FUNCIONARIO DA QUEBRA: DO
006290*                   EMPMAST; SE A MATRICULA NAO ESTA MAIS LA
006300*                   (EXPURGADA PELO PROGCOB36), DO CADASTRO DE
006310*                   INATIVOS (EMPINAT); FORA DOS DOIS, O NOME
006320*                   GRAVADO NO SALHIST.
006330******************************************************************
006340 5150-OBTEM-NOME.
006350     MOVE SRT-NOME TO FUN-NOME.
006360     MOVE SPACES   TO FUN-SITUACAO.
006370     IF WRK-MASTER-DISPONIVEL
006380         MOVE WRK-MATRICULA-ATUAL TO EMP-ID
006390         READ EMPLOYEE-MASTER
006400             INVALID KEY
006410                 CONTINUE
006420             NOT INVALID KEY
006430                 MOVE EMP-NOME TO FUN-NOME
006440                 IF EMP-SITUACAO = 'D'
006450                     MOVE 'DESLIGADO' TO FUN-SITUACAO
006460                 ELSE
006470                     MOVE 'ATIVO' TO FUN-SITUACAO
006480                 END-IF
006490                 GO TO 5150-EXIT
006500         END-READ
006510     END-IF.
006520     IF WRK-INATIVOS-DISPONIVEL
006530         MOVE WRK-MATRICULA-ATUAL TO INA-ID
006540         READ INACTIVE-MASTER
006550             INVALID KEY
006560                 CONTINUE
006570             NOT INVALID KEY
006580                 MOVE INA-NOME TO FUN-NOME
006590                 MOVE 'INATIVO' TO FUN-SITUACAO
006600                 GO TO 5150-EXIT
006610         END-READ
006620     END-IF.
006630     IF WRK-MASTER-DISPONIVEL
006640         MOVE '(NAO CADASTRADO)' TO FUN-SITUACAO
006650     END-IF.
006660 5150-EXIT.
006670     EXIT.
006680******************************************************************
006690* 5200-IMPRIME-VARIACAO - IMPRIME A LINHA DE EVOLUCAO COM A
006700*                         VARIACAO ABSOLUTA E PERCENTUAL SOBRE O
006710*                         REGISTRO ANTERIOR E GUARDA A EXCECAO
006720*                         QUANDO O AUMENTO PASSA DO LIMITE OU O
006730*                         SALARIO CAIU.
006740******************************************************************
006750 5200-IMPRIME-VARIACAO.
006760     COMPUTE WRK-DIFERENCA =
006770         SRT-SALARIO - WRK-SALARIO-ANTERIOR.
006780     IF WRK-SALARIO-ANTERIOR > ZEROS
006790         COMPUTE WRK-PERCENTUAL ROUNDED =
006800             WRK-DIFERENCA * 100 / WRK-SALARIO-ANTERIOR
006810     ELSE
006820         MOVE ZEROS TO WRK-PERCENTUAL
006830     END-IF.
006840     MOVE SRT-DATA       TO EVO-DATA.
006850     MOVE SRT-SALARIO    TO EVO-SALARIO.
006860     MOVE WRK-DIFERENCA  TO EVO-DIFERENCA.
006870     MOVE WRK-PERCENTUAL TO EVO-PCT.
006880     WRITE INQUIRY-REPORT-RECORD FROM WRK-LINHA-EVOLUCAO
006890         AFTER ADVANCING 1 LINE.
006900     IF WRK-DIFERENCA < ZEROS
006910         PERFORM 5300-GUARDA-EXCECAO THRU 5300-EXIT
006920     ELSE
006930         IF WRK-PERCENTUAL > WRK-PCT-LIMITE
006940             PERFORM 5300-GUARDA-EXCECAO THRU 5300-EXIT
006950         END-IF
006960     END-IF.
006970 5200-EXIT.
006980     EXIT.
006990******************************************************************
007000* 5300-GUARDA-EXCECAO - GUARDA A EXCECAO DO REGISTRO RETORNADO
007010*                       PARA A SECAO DE EXCECOES (TIPO R =
007020*                       REDUCAO, A = AUMENTO ACIMA DO LIMITE).
007030******************************************************************
007040 5300-GUARDA-EXCECAO.
007050     ADD 1 TO WRK-CONT-EXCECOES.
007060     IF WRK-QTD-EXCECOES >= WRK-MAX-EXCECOES
007070         GO TO 5300-EXIT
007080     END-IF.
007090     ADD 1 TO WRK-QTD-EXCECOES.
007100     MOVE SRT-MATRICULA
007110         TO TAB-EXC-MATRICULA(WRK-QTD-EXCECOES).
007120     MOVE SRT-DATA
007130         TO TAB-EXC-DATA(WRK-QTD-EXCECOES).
007140     MOVE WRK-PERCENTUAL TO TAB-EXC-PCT(WRK-QTD-EXCECOES).
007150     IF WRK-DIFERENCA < ZEROS
007160         MOVE 'R' TO TAB-EXC-TIPO(WRK-QTD-EXCECOES)
007170     ELSE
007180         MOVE 'A' TO TAB-EXC-TIPO(WRK-QTD-EXCECOES)
007190     END-IF.
007200 5300-EXIT.
007210     EXIT.
007220******************************************************************
007230* 6000-IMPRIME-EXCECOES - IMPRIME A SECAO DE EXCECOES NO FIM DO
007240*                         RELATORIO.
007250******************************************************************
007260 6000-IMPRIME-EXCECOES.
007270     IF WRK-QTD-EXCECOES = ZERO
007280         GO TO 6000-EXIT
007290     END-IF.
007300     WRITE INQUIRY-REPORT-RECORD FROM WRK-LINHA-EXC-TITULO
007310         AFTER ADVANCING 2 LINES.
007320     PERFORM VARYING WRK-EXC-IDX FROM 1 BY 1
007330             UNTIL WRK-EXC-IDX > WRK-QTD-EXCECOES
007340         PERFORM 6100-IMPRIME-UMA-EXCECAO THRU 6100-EXIT
007350     END-PERFORM.
007360 6000-EXIT.
007370     EXIT.
007380 6100-IMPRIME-UMA-EXCECAO.
007390     MOVE TAB-EXC-MATRICULA(WRK-EXC-IDX) TO EXC-MATRICULA.
007400     MOVE TAB-EXC-DATA(WRK-EXC-IDX)      TO EXC-DATA.
007410     MOVE TAB-EXC-PCT(WRK-EXC-IDX)       TO EXC-PCT.
007420     IF TAB-EXC-TIPO(WRK-EXC-IDX) = 'R'
007430         MOVE 'REDUCAO DE SALARIO' TO EXC-TEXTO
007440     ELSE
007450         MOVE 'AUMENTO ACIMA DO LIMITE' TO EXC-TEXTO
007460     END-IF.
007470     WRITE INQUIRY-REPORT-RECORD FROM WRK-LINHA-EXCECAO
007480         AFTER ADVANCING 1 LINE.
007490 6100-EXIT.
007500     EXIT.
007510******************************************************************
007520* 9000-FINALIZE - IMPRIME OS TOTAIS, EXIBE O RESUMO E FECHA OS
007530*                 ARQUIVOS.
007540******************************************************************
007550 9000-FINALIZE.
007560     MOVE WRK-CONT-IMPRESSOS TO TOT-IMPRESSOS.
007570     MOVE WRK-CONT-EXCECOES  TO TOT-EXCECOES.
007580     WRITE INQUIRY-REPORT-RECORD FROM WRK-LINHA-TOTAIS
007590         AFTER ADVANCING 2 LINES.
007600     DISPLAY '--------------------------------------------'.
007610     DISPLAY 'REGISTROS IMPRESSOS: ' WRK-CONT-IMPRESSOS.
007620     DISPLAY 'EXCECOES ..........: ' WRK-CONT-EXCECOES.
007630     CLOSE SALARY-HISTORY-FILE.
007640     CLOSE INQUIRY-REPORT-FILE.
007650     IF WRK-MASTER-DISPONIVEL
007660         CLOSE EMPLOYEE-MASTER
007670     END-IF.
007680     IF WRK-INATIVOS-DISPONIVEL
007690         CLOSE INACTIVE-MASTER
007700     END-IF.
007710 9000-EXIT.
007720     EXIT.
007730 END PROGRAM PROGCOB09.
