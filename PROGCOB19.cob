000310*                 ULTIMO REGISTRO. RETURN-CODE 8 PARA OPERADOR
000320*                 OU ARQUIVO INDISPONIVEL OU TABELA CHEIA (MAIS
000330*                 DE 999 FUNCIONARIOS NUM MES).
000340* 2026-10-15 RRA  COMPARACAO POR EMPRESA + MATRICULA (EMPRESA DO
000350*                 PAYIMPO; BRANCO NOS REGISTROS ANTIGOS = '01'):
000360*                 FUNCIONARIO TRANSFERIDO ENTRE EMPRESAS SAI COMO
000370*                 AUSENTE NUMA E PRIMEIRA FOLHA NA OUTRA, QUE E
000380*                 COMO CADA EMPRESA VE A SUA REMESSA. A EXCECAO
000390*                 TRAZ A EMPRESA NA FRENTE DA MATRICULA.
000400* 2026-10-15 RRA  CONTROLE DE ETAPAS DA ESTEIRA (PAYSTEP,
000410*                 COPYBOOKS/STEPREC.CPY): REGISTRA O INICIO E A
000420*                 CONCLUSAO (COM O RC) DO STEP040 POR COMPETENCIA
000430*                 + TIPO DE EXECUCAO, E NA RESSUBMISSAO DA
000440*                 JCL/PAYROLL ENCERRA SEM FAZER NADA SE A ETAPA JA
000450*                 FOI CONCLUIDA.
000460******************************************************************
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID. PROGCOB19.
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SPECIAL-NAMES.
000520     DECIMAL-POINT IS COMMA.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT TAX-DETAIL-FILE
000560         ASSIGN TO "PAYIMPO"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WRK-IMP-STATUS.
000590     SELECT AUDIT-FILE
000600         ASSIGN TO "DATEAUD"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WRK-AUDIT-STATUS.
000630     SELECT COMPARE-PARAM-FILE
000640         ASSIGN TO "COMPPARM"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WRK-PRM-STATUS.
000670     SELECT COMPARE-REPORT-FILE
000680         ASSIGN TO "COMPRPT"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WRK-RPT-STATUS.
000710     SELECT STEP-LEDGER-FILE
000720         ASSIGN TO "PAYSTEP"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WRK-STP-STATUS.
000750     SELECT RUN-CONTROL-FILE
000760         ASSIGN TO "PAYTIPO"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WRK-TIPO-CFG-STATUS.
000790     SELECT SECURITY-MASTER-FILE
000800         ASSIGN TO "OPERSEC"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WRK-SEC-STATUS.
000830     SELECT SECURITY-AUDIT-FILE
000840         ASSIGN TO "SECAUD"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WRK-SECAUD-STATUS.
000870     SELECT OPERATOR-CONTROL-FILE
000880         ASSIGN TO "PAYOPER"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WRK-OPER-CFG-STATUS.
000910 DATA DIVISION.
000920 FILE SECTION.
000930 FD  TAX-DETAIL-FILE
000940     LABEL RECORDS ARE STANDARD.
000950 01  TAX-DETAIL-RECORD.
000960     05  IMP-MATRICULA            PIC X(06).
000970     05  IMP-FILL1                PIC X(02).
000980     05  IMP-COMPETENCIA          PIC 9(06).
000990     05  IMP-FILL2                PIC X(02).
001000     05  IMP-BRUTO                PIC 9(08)V99.
001010     05  IMP-FILL3                PIC X(02).
001020     05  IMP-INSS                 PIC 9(08)V99.
001030     05  IMP-FILL4                PIC X(02).
001040     05  IMP-IRRF                 PIC 9(08)V99.
001050     05  IMP-FILL5                PIC X(02).
001060     05  IMP-TIPO                 PIC X(08).
001070     05  IMP-FILL6                PIC X(02).
001080     05  IMP-PARCELA              PIC 9(01).
001090     05  IMP-FILL7                PIC X(02).
001100     05  IMP-EMPRESA              PIC X(02).
001110 FD  AUDIT-FILE
001120     LABEL RECORDS ARE STANDARD.
001130 01  AUDIT-RECORD.
001140     05  AUD-DATA                 PIC 9(08).
001150     05  AUD-FILL1                PIC X(02).
001160     05  AUD-HORA                 PIC 9(08).
001170     05  AUD-FILL2                PIC X(02).
001180     05  AUD-OPERADOR             PIC X(10).
001190 FD  COMPARE-PARAM-FILE
001200     LABEL RECORDS ARE STANDARD.
001210 01  COMPARE-PARAM-RECORD.
001220     05  PRM-PCT-LIMITE           PIC 9(03)V99.
001230 FD  COMPARE-REPORT-FILE
001240     LABEL RECORDS ARE STANDARD.
001250 01  COMPARE-REPORT-RECORD        PIC X(100).
001260 FD  STEP-LEDGER-FILE
001270     LABEL RECORDS ARE STANDARD.
001280     COPY STEPREC.
001290 FD  RUN-CONTROL-FILE
001300     LABEL RECORDS ARE STANDARD.
001310 01  RUN-CONTROL-RECORD.
001320     05  RCF-TIPO                 PIC X(08).
001330     05  RCF-FILL1                PIC X(02).
001340     05  RCF-PARCELA              PIC 9(01).
001350     05  RCF-FILL2                PIC X(02).
001360     05  RCF-MODO                 PIC X(08).
001370 FD  SECURITY-MASTER-FILE
001380     LABEL RECORDS ARE STANDARD.
001390     COPY OPERSEC.
001400 FD  SECURITY-AUDIT-FILE
001410     LABEL RECORDS ARE STANDARD.
001420 01  SECAUD-RECORD.
001430     05  SEC-DATA                 PIC 9(08).
001440     05  SEC-FILL1                PIC X(02).
001450     05  SEC-HORA                 PIC 9(08).
001460     05  SEC-FILL2                PIC X(02).
001470     05  SEC-OPERADOR             PIC X(10).
001480     05  SEC-FILL3                PIC X(02).
001490     05  SEC-PROGRAMA             PIC X(09).
001500     05  SEC-FILL4                PIC X(02).
001510     05  SEC-MOTIVO               PIC X(20).
001520 FD  OPERATOR-CONTROL-FILE
001530     LABEL RECORDS ARE STANDARD.
001540 01  OPERATOR-CONTROL-RECORD.
001550     05  OPCFG-OPERADOR           PIC X(10).
001560     05  OPCFG-FILL1              PIC X(02).
001570     05  OPCFG-SENHA              PIC X(10).
001580 WORKING-STORAGE SECTION.
001590 77  WRK-IMP-STATUS       PIC X(02) VALUE '00'.
001600     88  WRK-IMP-OK                  VALUE '00'.
001610     88  WRK-IMP-EOF                 VALUE '10'.
001620 77  WRK-AUDIT-STATUS     PIC X(02) VALUE '00'.
001630     88  WRK-AUDIT-OK                VALUE '00'.
001640     88  WRK-AUDIT-EOF               VALUE '10'.
001650 77  WRK-PRM-STATUS       PIC X(02) VALUE '00'.
001660     88  WRK-PRM-OK                  VALUE '00'.
001670 77  WRK-RPT-STATUS       PIC X(02) VALUE '00'.
001680     88  WRK-RPT-OK                  VALUE '00'.
001690 77  WRK-SEC-STATUS       PIC X(02) VALUE '00'.
001700     88  WRK-SEC-OK                  VALUE '00'.
001710     88  WRK-SEC-EOF                 VALUE '10'.
001720 77  WRK-SECAUD-STATUS    PIC X(02) VALUE '00'.
001730     88  WRK-SECAUD-OK               VALUE '00'.
001740 77  WRK-OPER-CFG-STATUS  PIC X(02) VALUE '00'.
001750     88  WRK-OPER-CFG-OK             VALUE '00'.
001760*----------------------------------------------------------------
001770* CONTROLE DE ETAPAS DA ESTEIRA (PAYSTEP): ESTE PROGRAMA E O
001780* STEP040 DA JCL/PAYROLL. A CHAVE E A COMPETENCIA (DATA DO
001790* DATEAUD) + O TIPO DE EXECUCAO (PAYTIPO) + O STEP; ETAPA JA
001800* CONCLUIDA NA MESMA CHAVE NAO RODA DE NOVO NA RESSUBMISSAO.
001810* SEM O DD PAYSTEP (PROGRAMA RODADO FORA DA ESTEIRA) NADA MUDA.
001820*----------------------------------------------------------------
001830 77  WRK-STP-STATUS       PIC X(02) VALUE '00'.
001840     88  WRK-STP-OK                  VALUE '00'.
001850     88  WRK-STP-EOF                 VALUE '10'.
001860 77  WRK-STP-STEP         PIC X(08) VALUE 'STEP040'.
001870 77  WRK-STP-PROGRAMA     PIC X(09) VALUE 'PROGCOB19'.
001880 77  WRK-SW-STP-ATIVO     PIC X(01) VALUE 'N'.
001890     88  WRK-STP-ATIVO               VALUE 'S'.
001900 77  WRK-STP-DATA-LOTE    PIC 9(08) VALUE ZEROS.
001910 77  WRK-STP-COMPETENCIA  PIC 9(06) VALUE ZEROS.
001920 77  WRK-STP-TIPO         PIC X(08) VALUE 'REGULAR'.
001930     88  WRK-STP-TIPO-VALIDO         VALUES 'REGULAR' '13SAL'
001940                                            'FERIAS' 'DISSIDIO'
001950                                            'ADIANT'.
001960 77  WRK-STP-PARCELA      PIC 9(01) VALUE 1.
001970 77  WRK-STP-MODO         PIC X(08) VALUE 'NORMAL'.
001980 77  WRK-STP-SITUACAO     PIC X(01) VALUE SPACES.
001990     88  WRK-STP-JA-CONCLUIDA        VALUE 'C'.
002000 77  WRK-STP-RC-ANTERIOR  PIC 9(02) VALUE ZEROS.
002010 77  WRK-STP-SIT-GRAVAR   PIC X(01) VALUE SPACES.
002020 77  WRK-STP-RC           PIC 9(02) VALUE ZEROS.
002030 77  WRK-STP-DATA         PIC 9(08) VALUE ZEROS.
002040 77  WRK-STP-HORA         PIC 9(08) VALUE ZEROS.
002050 77  WRK-TIPO-CFG-STATUS  PIC X(02) VALUE '00'.
002060     88  WRK-TIPO-CFG-OK             VALUE '00'.
002070 77  WRK-SW-OPER-ARQUIVO  PIC X(01) VALUE 'N'.
002080     88  WRK-OPER-ARQUIVO            VALUE 'S'.
002090 77  WRK-SW-OPERADOR      PIC X(01) VALUE 'N'.
002100     88  WRK-OPERADOR-VALIDO         VALUE 'S'.
002110 77  WRK-OPERADOR         PIC X(10) VALUE SPACES.
002120 77  WRK-SENHA            PIC X(10) VALUE SPACES.
002130 77  WRK-SW-OPR-ACHADO    PIC X(01) VALUE 'N'.
002140     88  WRK-OPR-ACHADO              VALUE 'S'.
002150 77  WRK-OPR-ATIVO        PIC X(01) VALUE 'N'.
002160 77  WRK-OPR-SENHA        PIC X(10) VALUE SPACES.
002170 77  WRK-OPR-AUT-FUNCAO   PIC X(01) VALUE 'N'.
002180 77  WRK-MOTIVO-LOGON     PIC X(20) VALUE SPACES.
002190 77  WRK-DATA-LOGON       PIC 9(08) VALUE ZEROS.
002200 77  WRK-HORA-LOGON       PIC 9(08) VALUE ZEROS.
002210 77  WRK-DATA-ATUAL       PIC 9(08) VALUE ZEROS.
002220 77  WRK-COMPETENCIA      PIC 9(06) VALUE ZEROS.
002230 77  WRK-COMP-ANTERIOR    PIC 9(06) VALUE ZEROS.
002240 77  WRK-ANO-AUX          PIC 9(04) VALUE ZEROS.
002250 77  WRK-MES-AUX          PIC 9(02) VALUE ZEROS.
002260 77  WRK-PCT-LIMITE       PIC 9(03)V99 VALUE 10,00.
002270 77  WRK-PCT-VARIACAO     PIC S9(05)V99 VALUE ZEROS.
002280 77  WRK-DIFERENCA        PIC S9(09)V99 VALUE ZEROS.
002290 77  WRK-CONT-EXCECOES    PIC 9(05) COMP VALUE ZERO.
002300 77  WRK-IDX              PIC 9(04) COMP VALUE ZERO.
002310 77  WRK-ATU-IDX          PIC 9(04) COMP VALUE ZERO.
002320 77  WRK-ANT-IDX          PIC 9(04) COMP VALUE ZERO.
002330 77  WRK-SW-ACHADO        PIC X(01) VALUE 'N'.
002340     88  WRK-ACHADO                  VALUE 'S'.
002350 77  WRK-EMPRESA          PIC X(02) VALUE SPACES.
002360*----------------------------------------------------------------
002370* FOLHA REGULAR DAS DUAS COMPETENCIAS, UMA TABELA CADA (ATE 999
002380* FUNCIONARIOS POR MES, O MESMO TETO DA REMESSA BANCARIA),
002390* CHAVEADAS POR EMPRESA + MATRICULA. O LIQUIDO E DERIVADO DE
002400* BRUTO - INSS - IRRF, COMO NO HOLERITE.
002410*----------------------------------------------------------------
002420 01  TAB-ATUAL.
002430     05  TAB-ATU-ENT OCCURS 999 TIMES.
002440         10  TAB-ATU-EMPRESA      PIC X(02).
002450         10  TAB-ATU-MATRICULA    PIC X(06).
002460         10  TAB-ATU-BRUTO        PIC 9(08)V99.
002470         10  TAB-ATU-INSS         PIC 9(08)V99.
002480         10  TAB-ATU-IRRF         PIC 9(08)V99.
002490         10  TAB-ATU-LIQUIDO      PIC S9(09)V99.
002500 77  WRK-QTD-ATUAL        PIC 9(04) COMP VALUE ZERO.
002510 01  TAB-ANTERIOR.
002520     05  TAB-ANT-ENT OCCURS 999 TIMES.
002530         10  TAB-ANT-EMPRESA      PIC X(02).
002540         10  TAB-ANT-MATRICULA    PIC X(06).
002550         10  TAB-ANT-BRUTO        PIC 9(08)V99.
002560         10  TAB-ANT-INSS         PIC 9(08)V99.
002570         10  TAB-ANT-IRRF         PIC 9(08)V99.
002580         10  TAB-ANT-LIQUIDO      PIC S9(09)V99.
002590         10  TAB-ANT-SW-CASADO    PIC X(01).
002600             88  TAB-ANT-CASADO           VALUE 'S'.
002610 77  WRK-QTD-ANTERIOR     PIC 9(04) COMP VALUE ZERO.
002620 77  WRK-MAX-FUNC         PIC 9(04) COMP VALUE 999.
002630*----------------------------------------------------------------
002640* LINHAS DE IMPRESSAO DO RELATORIO DE COMPARACAO.
002650*----------------------------------------------------------------
002660 01  WRK-LINHA-CABEC1.
002670     05  FILLER PIC X(22) VALUE SPACES.
002680     05  FILLER PIC X(56)
002690         VALUE 'FOLHA DE PAGAMENTO - COMPARACAO DE FECHAMENTO'.
002700     05  FILLER PIC X(22) VALUE SPACES.
002710 01  WRK-LINHA-CABEC2.
002720     05  FILLER PIC X(14) VALUE 'COMPETENCIA: '.
002730     05  CAB2-COMPETENCIA     PIC 9(06).
002740     05  FILLER PIC X(14) VALUE '  ANTERIOR: '.
002750     05  CAB2-ANTERIOR        PIC 9(06).
002760     05  FILLER PIC X(19) VALUE '  LIMITE VARIACAO '.
002770     05  CAB2-PCT             PIC ZZ9,99.
002780     05  FILLER PIC X(01) VALUE '%'.
002790     05  FILLER PIC X(34) VALUE SPACES.
002800 01  WRK-LINHA-EXCECAO.
002810     05  EXC-TEXTO            PIC X(18).
002820     05  EXC-EMPRESA          PIC X(02).
002830     05  FILLER PIC X(01) VALUE '/'.
002840     05  EXC-MATRICULA        PIC X(06).
002850     05  FILLER PIC X(12) VALUE '  ANTERIOR: '.
002860     05  EXC-LIQ-ANT          PIC ZZZ.ZZZ.ZZ9,99.
002870     05  FILLER PIC X(09) VALUE '  ATUAL: '.
002880     05  EXC-LIQ-ATU          PIC ZZZ.ZZZ.ZZ9,99.
002890     05  FILLER PIC X(12) VALUE '  VARIACAO '.
002900     05  EXC-PCT              PIC -ZZZZ9,99.
002910     05  FILLER PIC X(01) VALUE '%'.
002920     05  FILLER PIC X(01) VALUE SPACES.
002930 01  WRK-LINHA-TOTAIS.
002940     05  FILLER PIC X(23) VALUE 'FUNCIONARIOS NO MES: '.
002950     05  TOT-ATUAL            PIC Z.ZZ9.
002960     05  FILLER PIC X(17) VALUE '  MES ANTERIOR: '.
002970     05  TOT-ANTERIOR         PIC Z.ZZ9.
002980     05  FILLER PIC X(13) VALUE '  EXCECOES: '.
002990     05  TOT-EXCECOES         PIC ZZ.ZZ9.
003000     05  FILLER PIC X(31) VALUE SPACES.
003010 PROCEDURE DIVISION.
003020******************************************************************
003030* 0000-MAINLINE - CONTROLA A COMPARACAO DE FECHAMENTO.
003040******************************************************************
003050 0000-MAINLINE.
003060     PERFORM 0500-LOGON-OPERADOR THRU 0500-EXIT.
003070     IF NOT WRK-OPERADOR-VALIDO
003080         DISPLAY 'OPERADOR NAO AUTORIZADO: ' WRK-OPERADOR
003090         MOVE 8 TO RETURN-CODE
003100         GOBACK
003110     END-IF.
003120     PERFORM 0600-VERIFICA-ETAPA THRU 0600-EXIT.
003130     IF WRK-STP-JA-CONCLUIDA
003140         DISPLAY 'ETAPA ' WRK-STP-STEP ' JA CONCLUIDA PARA '
003150             WRK-STP-COMPETENCIA ' ' WRK-STP-TIPO ' (RC '
003160             WRK-STP-RC-ANTERIOR ') - NADA A FAZER'
003170         MOVE WRK-STP-RC-ANTERIOR TO RETURN-CODE
003180         GOBACK
003190     END-IF.
003200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003210     PERFORM 2000-CARREGA-COMPETENCIAS THRU 2000-EXIT.
003220     PERFORM 5000-COMPARA THRU 5000-EXIT.
003230     PERFORM 9000-FINALIZE THRU 9000-EXIT.
003240     IF WRK-CONT-EXCECOES > 0
003250         MOVE 4 TO RETURN-CODE
003260     ELSE
003270         MOVE 0 TO RETURN-CODE
003280     END-IF.
003290     PERFORM 0650-CONCLUI-ETAPA THRU 0650-EXIT.
003300     GOBACK.
003310******************************************************************
003320* 0500-LOGON-OPERADOR - OBTEM O OPERADOR E A SENHA DO PAYOPER,
003330*                       QUANDO PREPARADOS EXTERNAMENTE PARA UMA
003340*                       EXECUCAO EM LOTE, OU DO CONSOLE QUANDO O
003350*                       ARQUIVO NAO EXISTE OU ESTA VAZIO, E
003360*                       VALIDA CONTRA O CADASTRO DE SEGURANCA
003370*                       (OPERSEC): OPERADOR ATIVO, SENHA E
003380*                       AUTORIZACAO DE EXECUCAO DA FOLHA.
003390*                       TENTATIVA RECUSADA E GRAVADA NO SECAUD,
003400*                       NO MESMO IDIOMA DO PROGCOB02/03/04.
003410******************************************************************
003420 0500-LOGON-OPERADOR.
003430     MOVE 'N' TO WRK-SW-OPER-ARQUIVO.
003440     OPEN INPUT OPERATOR-CONTROL-FILE.
003450     IF WRK-OPER-CFG-OK
003460         READ OPERATOR-CONTROL-FILE
003470             AT END
003480                 CONTINUE
003490             NOT AT END
003500                 MOVE OPCFG-OPERADOR TO WRK-OPERADOR
003510                 MOVE OPCFG-SENHA    TO WRK-SENHA
003520                 SET WRK-OPER-ARQUIVO TO TRUE
003530         END-READ
003540         CLOSE OPERATOR-CONTROL-FILE
003550     END-IF.
003560     IF NOT WRK-OPER-ARQUIVO
003570         DISPLAY 'OPERADOR: ' WITH NO ADVANCING
003580         ACCEPT WRK-OPERADOR FROM CONSOLE
003590         DISPLAY 'SENHA: ' WITH NO ADVANCING
003600         ACCEPT WRK-SENHA FROM CONSOLE
003610     END-IF.
003620     MOVE 'N' TO WRK-SW-OPERADOR.
003630     MOVE SPACES TO WRK-MOTIVO-LOGON.
003640     PERFORM 0510-PROCURA-OPERSEC THRU 0510-EXIT.
003650     EVALUATE TRUE
003660         WHEN NOT WRK-OPR-ACHADO
003670             MOVE 'NAO CADASTRADO' TO WRK-MOTIVO-LOGON
003680         WHEN WRK-OPR-ATIVO NOT = 'S'
003690             MOVE 'OPERADOR INATIVO' TO WRK-MOTIVO-LOGON
003700         WHEN WRK-OPR-SENHA NOT = WRK-SENHA
003710             MOVE 'SENHA INVALIDA' TO WRK-MOTIVO-LOGON
003720         WHEN WRK-OPR-AUT-FUNCAO NOT = 'S'
003730             MOVE 'SEM AUTORIZACAO' TO WRK-MOTIVO-LOGON
003740         WHEN OTHER
003750             MOVE 'S' TO WRK-SW-OPERADOR
003760     END-EVALUATE.
003770     IF NOT WRK-OPERADOR-VALIDO
003780         DISPLAY 'LOGON RECUSADO (' WRK-MOTIVO-LOGON ') - '
003790             WRK-OPERADOR
003800         PERFORM 0520-GRAVA-SECAUD THRU 0520-EXIT
003810     END-IF.
003820 0500-EXIT.
003830     EXIT.
003840******************************************************************
003850* 0510-PROCURA-OPERSEC - PROCURA O OPERADOR NO CADASTRO DE
003860*                        SEGURANCA (OPERSEC) E GUARDA OS CAMPOS
003870*                        DO REGISTRO ACHADO (A AUTORIZACAO DESTE
003880*                        PROGRAMA E A DE EXECUCAO DA FOLHA).
003890*                        ARQUIVO INDISPONIVEL EQUIVALE A
003900*                        OPERADOR NAO CADASTRADO.
003910******************************************************************
003920 0510-PROCURA-OPERSEC.
003930     MOVE 'N' TO WRK-SW-OPR-ACHADO.
003940     OPEN INPUT SECURITY-MASTER-FILE.
003950     IF NOT WRK-SEC-OK
003960         DISPLAY 'CADASTRO DE SEGURANCA (OPERSEC) '
003970             'INDISPONIVEL: ' WRK-SEC-STATUS
003980         GO TO 0510-EXIT
003990     END-IF.
004000     PERFORM 0515-LE-OPERSEC THRU 0515-EXIT
004010         UNTIL WRK-SEC-EOF OR WRK-OPR-ACHADO.
004020     CLOSE SECURITY-MASTER-FILE.
004030 0510-EXIT.
004040     EXIT.
004050 0515-LE-OPERSEC.
004060     READ SECURITY-MASTER-FILE
004070         AT END
004080             SET WRK-SEC-EOF TO TRUE
004090         NOT AT END
004100             IF OPR-CODIGO = WRK-OPERADOR
004110                 SET WRK-OPR-ACHADO TO TRUE
004120                 MOVE OPR-ATIVO     TO WRK-OPR-ATIVO
004130                 MOVE OPR-SENHA     TO WRK-OPR-SENHA
004140                 MOVE OPR-AUT-FOLHA TO WRK-OPR-AUT-FUNCAO
004150             END-IF
004160     END-READ.
004170 0515-EXIT.
004180     EXIT.
004190******************************************************************
004200* 0520-GRAVA-SECAUD - REGISTRA A TENTATIVA DE LOGON RECUSADA NO
004210*                     SECAUD (DATA, HORA, OPERADOR, PROGRAMA E
004220*                     MOTIVO), NO MESMO IDIOMA DA TRILHA DO
004230*                     DATEAUD DO PROGCOB03.
004240******************************************************************
004250 0520-GRAVA-SECAUD.
004260     ACCEPT WRK-DATA-LOGON FROM DATE YYYYMMDD.
004270     ACCEPT WRK-HORA-LOGON FROM TIME.
004280     OPEN EXTEND SECURITY-AUDIT-FILE.
004290     IF NOT WRK-SECAUD-OK
004300         CLOSE SECURITY-AUDIT-FILE
004310         OPEN OUTPUT SECURITY-AUDIT-FILE
004320     END-IF.
004330     IF NOT WRK-SECAUD-OK
004340         DISPLAY 'ERRO AO ABRIR SECAUD: ' WRK-SECAUD-STATUS
004350         GO TO 0520-EXIT
004360     END-IF.
004370     MOVE WRK-DATA-LOGON TO SEC-DATA.
004380     MOVE SPACES         TO SEC-FILL1.
004390     MOVE WRK-HORA-LOGON TO SEC-HORA.
004400     MOVE SPACES         TO SEC-FILL2.
004410     MOVE WRK-OPERADOR   TO SEC-OPERADOR.
004420     MOVE SPACES         TO SEC-FILL3.
004430     MOVE 'PROGCOB19'    TO SEC-PROGRAMA.
004440     MOVE SPACES         TO SEC-FILL4.
004450     MOVE WRK-MOTIVO-LOGON TO SEC-MOTIVO.
004460     WRITE SECAUD-RECORD.
004470     IF NOT WRK-SECAUD-OK
004480         DISPLAY 'ERRO AO GRAVAR SECAUD: ' WRK-SECAUD-STATUS
004490     END-IF.
004500     CLOSE SECURITY-AUDIT-FILE.
004510 0520-EXIT.
004520     EXIT.
004530******************************************************************
004540* 0600-VERIFICA-ETAPA - MONTA A CHAVE DA ETAPA (COMPETENCIA, TIPO
004550*                       DE EXECUCAO E STEP) E PROCURA O ULTIMO
004560*                       REGISTRO DELA NO PAYSTEP. CONCLUIDA: O
004570*                       CHAMADOR ENCERRA SEM FAZER NADA, COM O RC
004580*                       DA CONCLUSAO; SENAO GRAVA O REGISTRO DE
004590*                       INICIO. SEM O PAYSTEP, A ETAPA RODA SEM
004600*                       REGISTRO, COMO ANTES.
004610******************************************************************
004620 0600-VERIFICA-ETAPA.
004630     PERFORM 0605-DETERMINA-CHAVE THRU 0605-EXIT.
004640     MOVE SPACES TO WRK-STP-SITUACAO.
004650     MOVE ZEROS TO WRK-STP-RC-ANTERIOR.
004660     MOVE 'N' TO WRK-SW-STP-ATIVO.
004670     OPEN INPUT STEP-LEDGER-FILE.
004680     IF NOT WRK-STP-OK
004690         DISPLAY 'CONTROLE DE ETAPAS (PAYSTEP) INDISPONIVEL ('
004700             WRK-STP-STATUS ') - ETAPA SEM REGISTRO'
004710         GO TO 0600-EXIT
004720     END-IF.
004730     SET WRK-STP-ATIVO TO TRUE.
004740     PERFORM 0610-LE-ETAPA THRU 0610-EXIT
004750         UNTIL WRK-STP-EOF.
004760     CLOSE STEP-LEDGER-FILE.
004770     IF WRK-STP-JA-CONCLUIDA
004780         GO TO 0600-EXIT
004790     END-IF.
004800     MOVE 'I' TO WRK-STP-SIT-GRAVAR.
004810     MOVE ZEROS TO WRK-STP-RC.
004820     PERFORM 0620-GRAVA-ETAPA THRU 0620-EXIT.
004830 0600-EXIT.
004840     EXIT.
004850******************************************************************
004860* 0605-DETERMINA-CHAVE - COMPETENCIA DA DATA DO ULTIMO REGISTRO
004870*                        DO DATEAUD (DATA DO SISTEMA SEM ELE) E
004880*                        TIPO DE EXECUCAO DO PAYTIPO (REGULAR SEM
004890*                        ELE OU COM TIPO NAO RECONHECIDO), COM A
004900*                        PARCELA NO 13O E 'REPROC' NO MODO DE
004910*                        REPROCESSO - OS MESMOS CRITERIOS DO
004920*                        PROGCOB04.
004930******************************************************************
004940 0605-DETERMINA-CHAVE.
004950     ACCEPT WRK-STP-DATA-LOTE FROM DATE YYYYMMDD.
004960     OPEN INPUT AUDIT-FILE.
004970     IF WRK-AUDIT-OK
004980         PERFORM 0615-LE-AUDITORIA THRU 0615-EXIT
004990             UNTIL WRK-AUDIT-EOF
005000         CLOSE AUDIT-FILE
005010     END-IF.
005020     COMPUTE WRK-STP-COMPETENCIA = WRK-STP-DATA-LOTE / 100.
005030     MOVE 'REGULAR' TO WRK-STP-TIPO.
005040     MOVE 1 TO WRK-STP-PARCELA.
005050     MOVE 'NORMAL' TO WRK-STP-MODO.
005060     OPEN INPUT RUN-CONTROL-FILE.
005070     IF WRK-TIPO-CFG-OK
005080         READ RUN-CONTROL-FILE
005090             AT END
005100                 CONTINUE
005110             NOT AT END
005120                 MOVE RCF-TIPO TO WRK-STP-TIPO
005130                 IF RCF-PARCELA IS NUMERIC AND RCF-PARCELA = 2
005140                     MOVE 2 TO WRK-STP-PARCELA
005150                 END-IF
005160                 IF RCF-MODO NOT = SPACES
005170                     MOVE RCF-MODO TO WRK-STP-MODO
005180                 END-IF
005190         END-READ
005200         CLOSE RUN-CONTROL-FILE
005210     END-IF.
005220     IF NOT WRK-STP-TIPO-VALIDO
005230         MOVE 'REGULAR' TO WRK-STP-TIPO
005240     END-IF.
005250     IF WRK-STP-TIPO = '13SAL'
005260         IF WRK-STP-PARCELA = 2
005270             MOVE '13SAL-2' TO WRK-STP-TIPO
005280         ELSE
005290             MOVE '13SAL-1' TO WRK-STP-TIPO
005300         END-IF
005310     END-IF.
005320     IF WRK-STP-MODO = 'REPROC'
005330         MOVE 'REPROC' TO WRK-STP-TIPO
005340     END-IF.
005350 0605-EXIT.
005360     EXIT.
005370 0610-LE-ETAPA.
005380     READ STEP-LEDGER-FILE
005390         AT END
005400             SET WRK-STP-EOF TO TRUE
005410         NOT AT END
005420             IF STP-COMPETENCIA = WRK-STP-COMPETENCIA
005430                     AND STP-TIPO = WRK-STP-TIPO
005440                     AND STP-STEP = WRK-STP-STEP
005450                 MOVE STP-SITUACAO TO WRK-STP-SITUACAO
005460                 MOVE STP-RC       TO WRK-STP-RC-ANTERIOR
005470             END-IF
005480     END-READ.
005490 0610-EXIT.
005500     EXIT.
005510 0615-LE-AUDITORIA.
005520     READ AUDIT-FILE
005530         AT END
005540             SET WRK-AUDIT-EOF TO TRUE
005550         NOT AT END
005560             MOVE AUD-DATA TO WRK-STP-DATA-LOTE
005570     END-READ.
005580 0615-EXIT.
005590     EXIT.
005600******************************************************************
005610* 0620-GRAVA-ETAPA - ACRESCENTA AO PAYSTEP O REGISTRO DA ETAPA COM
005620*                    A SITUACAO DE WRK-STP-SIT-GRAVAR E O RC DE
005630*                    WRK-STP-RC. FALHA DE GRAVACAO SO E AVISADA:
005640*                    O CONTROLE DE ETAPAS NAO IMPEDE O LOTE.
005650******************************************************************
005660 0620-GRAVA-ETAPA.
005670     IF NOT WRK-STP-ATIVO
005680         GO TO 0620-EXIT
005690     END-IF.
005700     ACCEPT WRK-STP-DATA FROM DATE YYYYMMDD.
005710     ACCEPT WRK-STP-HORA FROM TIME.
005720     OPEN EXTEND STEP-LEDGER-FILE.
005730     IF NOT WRK-STP-OK
005740         DISPLAY 'ERRO AO ABRIR PAYSTEP: ' WRK-STP-STATUS
005750         GO TO 0620-EXIT
005760     END-IF.
005770     MOVE WRK-STP-COMPETENCIA TO STP-COMPETENCIA.
005780     MOVE SPACES              TO STP-FILL1.
005790     MOVE WRK-STP-TIPO        TO STP-TIPO.
005800     MOVE SPACES              TO STP-FILL2.
005810     MOVE WRK-STP-STEP        TO STP-STEP.
005820     MOVE SPACES              TO STP-FILL3.
005830     MOVE WRK-STP-PROGRAMA    TO STP-PROGRAMA.
005840     MOVE SPACES              TO STP-FILL4.
005850     MOVE WRK-STP-SIT-GRAVAR  TO STP-SITUACAO.
005860     MOVE SPACES              TO STP-FILL5.
005870     MOVE WRK-STP-RC          TO STP-RC.
005880     MOVE SPACES              TO STP-FILL6.
005890     MOVE WRK-STP-DATA        TO STP-DATA.
005900     MOVE SPACES              TO STP-FILL7.
005910     MOVE WRK-STP-HORA        TO STP-HORA.
005920     MOVE SPACES              TO STP-FILL8.
005930     MOVE WRK-OPERADOR        TO STP-OPERADOR.
005940     WRITE STP-RECORD.
005950     IF NOT WRK-STP-OK
005960         DISPLAY 'ERRO AO GRAVAR PAYSTEP: ' WRK-STP-STATUS
005970     END-IF.
005980     CLOSE STEP-LEDGER-FILE.
005990 0620-EXIT.
006000     EXIT.
006010******************************************************************
006020* 0650-CONCLUI-ETAPA - REGISTRA O FIM DA ETAPA COM O RETURN-CODE
006030*                      DO PROGRAMA: 'C' (CONCLUIDA) ATE RC 4, 'F'
006040*                      (FALHOU) DE RC 8 EM DIANTE. OS
006050*                      ENCERRAMENTOS FATAIS NO MEIO DO PROGRAMA
006060*                      (GOBACK COM RC 8) DEIXAM A ETAPA SO COM O
006070*                      REGISTRO 'I', QUE TAMBEM NAO CONTA COMO
006080*                      CONCLUIDA.
006090******************************************************************
006100 0650-CONCLUI-ETAPA.
006110     MOVE RETURN-CODE TO WRK-STP-RC.
006120     IF WRK-STP-RC < 8
006130         MOVE 'C' TO WRK-STP-SIT-GRAVAR
006140     ELSE
006150         MOVE 'F' TO WRK-STP-SIT-GRAVAR
006160     END-IF.
006170     PERFORM 0620-GRAVA-ETAPA THRU 0620-EXIT.
006180     MOVE WRK-STP-RC TO RETURN-CODE.
006190 0650-EXIT.
006200     EXIT.
006210******************************************************************
006220* 1000-INITIALIZE - DETERMINA AS DUAS COMPETENCIAS (DATEAUD), LE
006230*                   O PERCENTUAL LIMITE (COMPPARM), ABRE O
006240*                   PAYIMPO E O RELATORIO E IMPRIME O CABECALHO.
006250******************************************************************
006260 1000-INITIALIZE.
006270     ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
006280     OPEN INPUT AUDIT-FILE.
006290     IF WRK-AUDIT-OK
006300         PERFORM 1087-LE-AUDITORIA THRU 1087-EXIT
006310             UNTIL WRK-AUDIT-EOF
006320         CLOSE AUDIT-FILE
006330     END-IF.
006340     COMPUTE WRK-COMPETENCIA = WRK-DATA-ATUAL / 100.
006350     COMPUTE WRK-ANO-AUX = WRK-COMPETENCIA / 100.
006360     COMPUTE WRK-MES-AUX =
006370         WRK-COMPETENCIA - (WRK-ANO-AUX * 100).
006380     IF WRK-MES-AUX = 1
006390         COMPUTE WRK-COMP-ANTERIOR =
006400             ((WRK-ANO-AUX - 1) * 100) + 12
006410     ELSE
006420         COMPUTE WRK-COMP-ANTERIOR = WRK-COMPETENCIA - 1
006430     END-IF.
006440     OPEN INPUT COMPARE-PARAM-FILE.
006450     IF WRK-PRM-OK
006460         READ COMPARE-PARAM-FILE
006470             AT END
006480                 CONTINUE
006490             NOT AT END
006500                 IF PRM-PCT-LIMITE IS NUMERIC
006510                         AND PRM-PCT-LIMITE > ZEROS
006520                     MOVE PRM-PCT-LIMITE TO WRK-PCT-LIMITE
006530                 END-IF
006540         END-READ
006550         CLOSE COMPARE-PARAM-FILE
006560     END-IF.
006570     OPEN INPUT TAX-DETAIL-FILE.
006580     IF NOT WRK-IMP-OK
006590         DISPLAY 'ERRO AO ABRIR TAX-DETAIL-FILE: '
006600             WRK-IMP-STATUS
006610         MOVE 8 TO RETURN-CODE
006620         GOBACK
006630     END-IF.
006640     OPEN OUTPUT COMPARE-REPORT-FILE.
006650     IF NOT WRK-RPT-OK
006660         DISPLAY 'ERRO AO ABRIR COMPARE-REPORT-FILE: '
006670             WRK-RPT-STATUS
006680         CLOSE TAX-DETAIL-FILE
006690         MOVE 8 TO RETURN-CODE
006700         GOBACK
006710     END-IF.
006720     MOVE WRK-COMPETENCIA   TO CAB2-COMPETENCIA.
006730     MOVE WRK-COMP-ANTERIOR TO CAB2-ANTERIOR.
006740     MOVE WRK-PCT-LIMITE    TO CAB2-PCT.
006750     WRITE COMPARE-REPORT-RECORD FROM WRK-LINHA-CABEC1
006760         AFTER ADVANCING PAGE.
006770     WRITE COMPARE-REPORT-RECORD FROM WRK-LINHA-CABEC2
006780         AFTER ADVANCING 1 LINE.
006790 1000-EXIT.
006800     EXIT.
006810 1087-LE-AUDITORIA.
006820     READ AUDIT-FILE
006830         AT END
006840             SET WRK-AUDIT-EOF TO TRUE
006850         NOT AT END
006860             MOVE AUD-DATA TO WRK-DATA-ATUAL
006870     END-READ.
006880 1087-EXIT.
006890     EXIT.
006900******************************************************************
006910* 2000-CARREGA-COMPETENCIAS - LE O PAYIMPO ATE O FIM E GUARDA OS
006920*                             REGISTROS DA FOLHA REGULAR DAS
006930*                             DUAS COMPETENCIAS NAS TABELAS
006940*                             (EMPRESA + MATRICULA REPETIDA NA
006950*                             MESMA COMPETENCIA: VALE O ULTIMO).
006960******************************************************************
006970 2000-CARREGA-COMPETENCIAS.
006980     PERFORM 2100-LE-IMPOSTO THRU 2100-EXIT
006990         UNTIL WRK-IMP-EOF.
007000     CLOSE TAX-DETAIL-FILE.
007010 2000-EXIT.
007020     EXIT.
007030 2100-LE-IMPOSTO.
007040     READ TAX-DETAIL-FILE
007050         AT END
007060             SET WRK-IMP-EOF TO TRUE
007070         NOT AT END
007080             PERFORM 2200-GUARDA-IMPOSTO THRU 2200-EXIT
007090     END-READ.
007100 2100-EXIT.
007110     EXIT.
007120 2200-GUARDA-IMPOSTO.
007130     IF IMP-COMPETENCIA IS NOT NUMERIC
007140         GO TO 2200-EXIT
007150     END-IF.
007160*    SO A FOLHA REGULAR ENTRA NA COMPARACAO (REGISTRO ANTIGO SEM
007170*    TIPO VALE COMO REGULAR).
007180     IF IMP-TIPO NOT = 'REGULAR' AND IMP-TIPO NOT = SPACES
007190         GO TO 2200-EXIT
007200     END-IF.
007210     IF IMP-EMPRESA = SPACES
007220         MOVE '01' TO WRK-EMPRESA
007230     ELSE
007240         MOVE IMP-EMPRESA TO WRK-EMPRESA
007250     END-IF.
007260     EVALUATE IMP-COMPETENCIA
007270         WHEN WRK-COMPETENCIA
007280             PERFORM 2300-GUARDA-ATUAL THRU 2300-EXIT
007290         WHEN WRK-COMP-ANTERIOR
007300             PERFORM 2400-GUARDA-ANTERIOR THRU 2400-EXIT
007310         WHEN OTHER
007320             CONTINUE
007330     END-EVALUATE.
007340 2200-EXIT.
007350     EXIT.
007360 2300-GUARDA-ATUAL.
007370     MOVE 'N' TO WRK-SW-ACHADO.
007380     PERFORM VARYING WRK-IDX FROM 1 BY 1
007390             UNTIL WRK-IDX > WRK-QTD-ATUAL OR WRK-ACHADO
007400         IF TAB-ATU-MATRICULA(WRK-IDX) = IMP-MATRICULA
007410                 AND TAB-ATU-EMPRESA(WRK-IDX) = WRK-EMPRESA
007420             SET WRK-ACHADO TO TRUE
007430         END-IF
007440     END-PERFORM.
007450     IF WRK-ACHADO
007460         SUBTRACT 1 FROM WRK-IDX
007470     ELSE
007480         IF WRK-QTD-ATUAL >= WRK-MAX-FUNC
007490             DISPLAY 'TABELA DA COMPETENCIA ATUAL CHEIA - '
007500                 'MAXIMO ' WRK-MAX-FUNC ' FUNCIONARIOS'
007510             CLOSE TAX-DETAIL-FILE
007520             CLOSE COMPARE-REPORT-FILE
007530             MOVE 8 TO RETURN-CODE
007540             GOBACK
007550         END-IF
007560         ADD 1 TO WRK-QTD-ATUAL
007570         MOVE WRK-QTD-ATUAL TO WRK-IDX
007580         MOVE WRK-EMPRESA   TO TAB-ATU-EMPRESA(WRK-IDX)
007590         MOVE IMP-MATRICULA TO TAB-ATU-MATRICULA(WRK-IDX)
007600     END-IF.
007610     MOVE IMP-BRUTO TO TAB-ATU-BRUTO(WRK-IDX).
007620     MOVE IMP-INSS  TO TAB-ATU-INSS(WRK-IDX).
007630     MOVE IMP-IRRF  TO TAB-ATU-IRRF(WRK-IDX).
007640     COMPUTE TAB-ATU-LIQUIDO(WRK-IDX) =
007650         IMP-BRUTO - IMP-INSS - IMP-IRRF.
007660 2300-EXIT.
007670     EXIT.
007680 2400-GUARDA-ANTERIOR.
007690     MOVE 'N' TO WRK-SW-ACHADO.
007700     PERFORM VARYING WRK-IDX FROM 1 BY 1
007710             UNTIL WRK-IDX > WRK-QTD-ANTERIOR OR WRK-ACHADO
007720         IF TAB-ANT-MATRICULA(WRK-IDX) = IMP-MATRICULA
007730                 AND TAB-ANT-EMPRESA(WRK-IDX) = WRK-EMPRESA
007740             SET WRK-ACHADO TO TRUE
007750         END-IF
007760     END-PERFORM.
007770     IF WRK-ACHADO
007780         SUBTRACT 1 FROM WRK-IDX
007790     ELSE
007800         IF WRK-QTD-ANTERIOR >= WRK-MAX-FUNC
007810             DISPLAY 'TABELA DA COMPETENCIA ANTERIOR CHEIA - '
007820                 'MAXIMO ' WRK-MAX-FUNC ' FUNCIONARIOS'
007830             CLOSE TAX-DETAIL-FILE
007840             CLOSE COMPARE-REPORT-FILE
007850             MOVE 8 TO RETURN-CODE
007860             GOBACK
007870         END-IF
007880         ADD 1 TO WRK-QTD-ANTERIOR
007890         MOVE WRK-QTD-ANTERIOR TO WRK-IDX
007900         MOVE WRK-EMPRESA   TO TAB-ANT-EMPRESA(WRK-IDX)
007910         MOVE IMP-MATRICULA TO TAB-ANT-MATRICULA(WRK-IDX)
007920     END-IF.
007930     MOVE IMP-BRUTO TO TAB-ANT-BRUTO(WRK-IDX).
007940     MOVE IMP-INSS  TO TAB-ANT-INSS(WRK-IDX).
007950     MOVE IMP-IRRF  TO TAB-ANT-IRRF(WRK-IDX).
007960     COMPUTE TAB-ANT-LIQUIDO(WRK-IDX) =
007970         IMP-BRUTO - IMP-INSS - IMP-IRRF.
007980     MOVE 'N' TO TAB-ANT-SW-CASADO(WRK-IDX).
007990 2400-EXIT.
008000     EXIT.
008010******************************************************************
008020* 5000-COMPARA - COMPARA AS DUAS COMPETENCIAS POR EMPRESA +
008030*                MATRICULA: VARIACAO DE LIQUIDO ACIMA DO LIMITE,
008040*                PRIMEIRA FOLHA E AUSENTE NESTE MES.
008050******************************************************************
008060 5000-COMPARA.
008070     PERFORM 5100-COMPARA-UM-ATUAL THRU 5100-EXIT
008080         VARYING WRK-ATU-IDX FROM 1 BY 1
008090         UNTIL WRK-ATU-IDX > WRK-QTD-ATUAL.
008100     PERFORM 5300-RELATA-AUSENTE THRU 5300-EXIT
008110         VARYING WRK-ANT-IDX FROM 1 BY 1
008120         UNTIL WRK-ANT-IDX > WRK-QTD-ANTERIOR.
008130 5000-EXIT.
008140     EXIT.
008150******************************************************************
008160* 5100-COMPARA-UM-ATUAL - LOCALIZA A MATRICULA ATUAL NO MES
008170*                         ANTERIOR: SEM PAR E PRIMEIRA FOLHA;
008180*                         COM PAR, CONFERE A VARIACAO DO
008190*                         LIQUIDO CONTRA O LIMITE.
008200******************************************************************
008210 5100-COMPARA-UM-ATUAL.
008220     MOVE 'N' TO WRK-SW-ACHADO.
008230     PERFORM VARYING WRK-ANT-IDX FROM 1 BY 1
008240             UNTIL WRK-ANT-IDX > WRK-QTD-ANTERIOR
008250                OR WRK-ACHADO
008260         IF TAB-ANT-MATRICULA(WRK-ANT-IDX)
008270                 = TAB-ATU-MATRICULA(WRK-ATU-IDX)
008280                 AND TAB-ANT-EMPRESA(WRK-ANT-IDX)
008290                 = TAB-ATU-EMPRESA(WRK-ATU-IDX)
008300             SET WRK-ACHADO TO TRUE
008310         END-IF
008320     END-PERFORM.
008330     IF NOT WRK-ACHADO
008340         ADD 1 TO WRK-CONT-EXCECOES
008350         MOVE 'PRIMEIRA FOLHA:  ' TO EXC-TEXTO
008360         MOVE TAB-ATU-EMPRESA(WRK-ATU-IDX) TO EXC-EMPRESA
008370         MOVE TAB-ATU-MATRICULA(WRK-ATU-IDX) TO EXC-MATRICULA
008380         MOVE ZEROS TO EXC-LIQ-ANT
008390         MOVE TAB-ATU-LIQUIDO(WRK-ATU-IDX) TO EXC-LIQ-ATU
008400         MOVE ZEROS TO EXC-PCT
008410         WRITE COMPARE-REPORT-RECORD FROM WRK-LINHA-EXCECAO
008420             AFTER ADVANCING 1 LINE
008430         GO TO 5100-EXIT
008440     END-IF.
008450     SUBTRACT 1 FROM WRK-ANT-IDX.
008460     SET TAB-ANT-CASADO(WRK-ANT-IDX) TO TRUE.
008470     COMPUTE WRK-DIFERENCA =
008480         TAB-ATU-LIQUIDO(WRK-ATU-IDX)
008490         - TAB-ANT-LIQUIDO(WRK-ANT-IDX).
008500     IF TAB-ANT-LIQUIDO(WRK-ANT-IDX) > ZEROS
008510         COMPUTE WRK-PCT-VARIACAO ROUNDED =
008520             WRK-DIFERENCA * 100
008530             / TAB-ANT-LIQUIDO(WRK-ANT-IDX)
008540     ELSE
008550         MOVE 999,99 TO WRK-PCT-VARIACAO
008560     END-IF.
008570     IF WRK-PCT-VARIACAO > WRK-PCT-LIMITE
008580             OR WRK-PCT-VARIACAO < ZERO
008590         IF WRK-PCT-VARIACAO < ZERO
008600                 AND (ZERO - WRK-PCT-VARIACAO)
008610                     <= WRK-PCT-LIMITE
008620             GO TO 5100-EXIT
008630         END-IF
008640         ADD 1 TO WRK-CONT-EXCECOES
008650         MOVE 'VARIACAO LIQUIDO:' TO EXC-TEXTO
008660         MOVE TAB-ATU-EMPRESA(WRK-ATU-IDX) TO EXC-EMPRESA
008670         MOVE TAB-ATU-MATRICULA(WRK-ATU-IDX) TO EXC-MATRICULA
008680         MOVE TAB-ANT-LIQUIDO(WRK-ANT-IDX) TO EXC-LIQ-ANT
008690         MOVE TAB-ATU-LIQUIDO(WRK-ATU-IDX) TO EXC-LIQ-ATU
008700         MOVE WRK-PCT-VARIACAO TO EXC-PCT
008710         WRITE COMPARE-REPORT-RECORD FROM WRK-LINHA-EXCECAO
008720             AFTER ADVANCING 1 LINE
008730     END-IF.
008740 5100-EXIT.
008750     EXIT.
008760******************************************************************
008770* 5300-RELATA-AUSENTE - RELATA A MATRICULA PAGA NO MES ANTERIOR
008780*                       E SEM PAR NO MES ATUAL.
008790******************************************************************
008800 5300-RELATA-AUSENTE.
008810     IF TAB-ANT-CASADO(WRK-ANT-IDX)
008820         GO TO 5300-EXIT
008830     END-IF.
008840     ADD 1 TO WRK-CONT-EXCECOES.
008850     MOVE 'AUSENTE NO MES:  ' TO EXC-TEXTO.
008860     MOVE TAB-ANT-EMPRESA(WRK-ANT-IDX) TO EXC-EMPRESA.
008870     MOVE TAB-ANT-MATRICULA(WRK-ANT-IDX) TO EXC-MATRICULA.
008880     MOVE TAB-ANT-LIQUIDO(WRK-ANT-IDX) TO EXC-LIQ-ANT.
008890     MOVE ZEROS TO EXC-LIQ-ATU.
008900     MOVE ZEROS TO EXC-PCT.
008910     WRITE COMPARE-REPORT-RECORD FROM WRK-LINHA-EXCECAO
008920         AFTER ADVANCING 1 LINE.
008930 5300-EXIT.
008940     EXIT.
008950******************************************************************
008960* 9000-FINALIZE - IMPRIME OS TOTAIS, EXIBE O RESUMO E FECHA O
008970*                 RELATORIO.
008980******************************************************************
008990 9000-FINALIZE.
009000     MOVE WRK-QTD-ATUAL    TO TOT-ATUAL.
009010     MOVE WRK-QTD-ANTERIOR TO TOT-ANTERIOR.
009020     MOVE WRK-CONT-EXCECOES TO TOT-EXCECOES.
009030     WRITE COMPARE-REPORT-RECORD FROM WRK-LINHA-TOTAIS
009040         AFTER ADVANCING 2 LINES.
009050     CLOSE COMPARE-REPORT-FILE.
009060     DISPLAY '--------------------------------------------'.
009070     DISPLAY 'COMPETENCIA .........: ' WRK-COMPETENCIA.
009080     DISPLAY 'FUNCIONARIOS NO MES .: ' WRK-QTD-ATUAL.
009090     DISPLAY 'MES ANTERIOR ........: ' WRK-QTD-ANTERIOR.
009100     DISPLAY 'EXCECOES ............: ' WRK-CONT-EXCECOES.
009110     IF WRK-CONT-EXCECOES > 0
009120         DISPLAY 'HA EXCECOES - SEGURAR A REMESSA ATE O VISTO'
009130             ' DO SUPERVISOR'
009140     END-IF.
009150 9000-EXIT.
009160     EXIT.
009170 END PROGRAM PROGCOB19.
