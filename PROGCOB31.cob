000010******************************************************************
000020* Author: RICARDO RIBEIRO DE ALVARENGA - RRA
000030* Installation: FOLHA DE PAGAMENTO
000040* Date-Written: 2026-10-15
000050* Date-Compiled: 2026-10-15
000060* Purpose: MANUTENCAO DO PLANO DE CONTAS (PLANOCTA) A PARTIR DAS
000070*          TRANSACOES DE INCLUSAO, ALTERACAO E EXCLUSAO DO
000080*          CTATRAN, NO MESMO MOLDE DO PROGCOB29 PARA O EMPRESAS:
000090*          CADA CONTA CONTABIL USADA PELA FOLHA TEM CODIGO,
000100*          DESCRICAO, TIPO, INDICADOR DE ATIVA E DE CENTRO DE
000110*          CUSTO OBRIGATORIO, CONSISTIDOS AQUI, E O RELATORIO DE
000120*          MANUTENCAO (CTARPT) REGISTRA O QUE FOI APLICADO E
000130*          REJEITADO. O PLANO E A REFERENCIA CONTRA A QUAL OS
000140*          PROGRAMAS QUE GRAVAM O GLPOST (PROGCOB04, PROGCOB13 E
000150*          PROGCOB22) CONSISTEM CADA LANCAMENTO, E DA AS
000160*          DESCRICOES DO BALANCETE (PROGCOB32).
000170* Tectonics: cobc
000180******************************************************************
000190* MODIFICATION HISTORY
000200* DATE       INIT DESCRIPTION
000210* 2026-10-15 RRA  ORIGINAL - INCLUSAO (I), ALTERACAO (A) E
000220*                 EXCLUSAO (E), CHAVEADAS PELA CONTA (OITO
000230*                 DIGITOS), COM O LAYOUT DO COPYBOOK CTAREC. TIPO
000240*                 A/P/L/R/D; ATIVA E CENTRO DE CUSTO OBRIGATORIO
000250*                 S/N. O PLANOCTA E CARREGADO EM TABELA E
000260*                 REGRAVADO EM ORDEM DE CONTA NO FIM. SO A CONTA
000270*                 JA INATIVA PODE SER EXCLUIDA (CONTA EM USO SAI
000280*                 DE CENA PELA INATIVACAO, QUE FAZ OS PROGRAMAS
000290*                 RECUSAREM NOVOS LANCAMENTOS NELA). LOGON DE
000300*                 OPERADOR E RETURN-CODE NO MESMO IDIOMA DO
000310*                 PROGCOB29 (8 = OPERADOR/ARQUIVO, 4 = HOUVE
000320*                 REJEICAO, 0 = NORMAL).
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. PROGCOB31.
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SPECIAL-NAMES.
000390     DECIMAL-POINT IS COMMA.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT ACCOUNT-FILE
000430         ASSIGN TO "PLANOCTA"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WRK-CTA-STATUS.
000460     SELECT CTA-TRANS-FILE
000470         ASSIGN TO "CTATRAN"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WRK-CTT-STATUS.
000500     SELECT CTA-REPORT-FILE
000510         ASSIGN TO "CTARPT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WRK-CTARPT-STATUS.
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
000680 FD  ACCOUNT-FILE
000690     LABEL RECORDS ARE STANDARD.
000700     COPY CTAREC.
000710 FD  CTA-TRANS-FILE
000720     LABEL RECORDS ARE STANDARD.
000730 01  CTA-TRANS-RECORD.
000740     05  CTT-ACAO                 PIC X(01).
000750     05  CTT-FILL1                PIC X(02).
000760     05  CTT-CONTA                PIC X(08).
000770     05  CTT-FILL2                PIC X(02).
000780     05  CTT-DESCRICAO            PIC X(30).
000790     05  CTT-FILL3                PIC X(02).
000800     05  CTT-TIPO                 PIC X(01).
000810     05  CTT-FILL4                PIC X(02).
000820     05  CTT-ATIVA                PIC X(01).
000830     05  CTT-FILL5                PIC X(02).
000840     05  CTT-EXIGE-CC             PIC X(01).
000850 FD  CTA-REPORT-FILE
000860     LABEL RECORDS ARE STANDARD.
000870 01  CTA-REPORT-RECORD            PIC X(100).
000880 FD  OPERATOR-CONTROL-FILE
000890     LABEL RECORDS ARE STANDARD.
000900 01  OPERATOR-CONTROL-RECORD.
000910     05  OPCFG-OPERADOR           PIC X(10).
000920     05  OPCFG-FILL1              PIC X(02).
000930     05  OPCFG-SENHA              PIC X(10).
000940 FD  SECURITY-MASTER-FILE
000950     LABEL RECORDS ARE STANDARD.
000960     COPY OPERSEC.
000970 FD  SECURITY-AUDIT-FILE
000980     LABEL RECORDS ARE STANDARD.
000990 01  SECAUD-RECORD.
001000     05  SEC-DATA                 PIC 9(08).
001010     05  SEC-FILL1                PIC X(02).
001020     05  SEC-HORA                 PIC 9(08).
001030     05  SEC-FILL2                PIC X(02).
001040     05  SEC-OPERADOR             PIC X(10).
001050     05  SEC-FILL3                PIC X(02).
001060     05  SEC-PROGRAMA             PIC X(09).
001070     05  SEC-FILL4                PIC X(02).
001080     05  SEC-MOTIVO               PIC X(20).
001090 WORKING-STORAGE SECTION.
001100 77  WRK-CTA-STATUS       PIC X(02) VALUE '00'.
001110     88  WRK-CTA-OK                  VALUE '00'.
001120     88  WRK-CTA-EOF                 VALUE '10'.
001130 77  WRK-CTT-STATUS       PIC X(02) VALUE '00'.
001140     88  WRK-CTT-OK                  VALUE '00'.
001150     88  WRK-CTT-EOF                 VALUE '10'.
001160 77  WRK-CTARPT-STATUS    PIC X(02) VALUE '00'.
001170     88  WRK-CTARPT-OK               VALUE '00'.
001180 77  WRK-OPER-CFG-STATUS  PIC X(02) VALUE '00'.
001190     88  WRK-OPER-CFG-OK             VALUE '00'.
001200 77  WRK-SW-OPER-ARQUIVO  PIC X(01) VALUE 'N'.
001210     88  WRK-OPER-ARQUIVO            VALUE 'S'.
001220 77  WRK-SW-OPERADOR      PIC X(01) VALUE 'N'.
001230     88  WRK-OPERADOR-VALIDO         VALUE 'S'.
001240 77  WRK-OPERADOR         PIC X(10) VALUE SPACES.
001250 77  WRK-IDX              PIC 9(02) COMP VALUE ZERO.
001260 77  WRK-DATA-ATUAL       PIC 9(08) VALUE ZEROS.
001270 77  WRK-CONT-LIDAS       PIC 9(05) COMP VALUE ZERO.
001280 77  WRK-CONT-APLICADAS   PIC 9(05) COMP VALUE ZERO.
001290 77  WRK-CONT-REJEITADAS  PIC 9(05) COMP VALUE ZERO.
001300 77  WRK-SW-TRAN-VALIDA   PIC X(01) VALUE 'S'.
001310     88  WRK-TRAN-VALIDA             VALUE 'S'.
001320 77  WRK-MOTIVO           PIC X(02) VALUE SPACES.
001330 77  WRK-QTD-CONTAS       PIC 9(03) COMP VALUE ZERO.
001340 77  WRK-MAX-CONTAS       PIC 9(03) COMP VALUE 300.
001350 77  WRK-CTA-IDX          PIC 9(03) COMP VALUE ZERO.
001360 77  WRK-I                PIC 9(03) COMP VALUE ZERO.
001370 77  WRK-J                PIC 9(03) COMP VALUE ZERO.
001380 77  WRK-J1               PIC 9(03) COMP VALUE ZERO.
001390 77  WRK-SW-CTA-ACHADA    PIC X(01) VALUE 'N'.
001400     88  WRK-CTA-ACHADA              VALUE 'S'.
001410 77  WRK-SENHA            PIC X(10) VALUE SPACES.
001420 77  WRK-SEC-STATUS       PIC X(02) VALUE '00'.
001430     88  WRK-SEC-OK                  VALUE '00'.
001440     88  WRK-SEC-EOF                 VALUE '10'.
001450 77  WRK-SECAUD-STATUS    PIC X(02) VALUE '00'.
001460     88  WRK-SECAUD-OK               VALUE '00'.
001470 77  WRK-SW-OPR-ACHADO    PIC X(01) VALUE 'N'.
001480     88  WRK-OPR-ACHADO              VALUE 'S'.
001490 77  WRK-OPR-ATIVO        PIC X(01) VALUE 'N'.
001500 77  WRK-OPR-SENHA        PIC X(10) VALUE SPACES.
001510 77  WRK-OPR-AUT-FUNCAO   PIC X(01) VALUE 'N'.
001520 77  WRK-MOTIVO-LOGON     PIC X(20) VALUE SPACES.
001530 77  WRK-DATA-LOGON       PIC 9(08) VALUE ZEROS.
001540 77  WRK-HORA-LOGON       PIC 9(08) VALUE ZEROS.
001550*----------------------------------------------------------------
001560* TABELA DE MOTIVOS DE REJEICAO DE TRANSACAO, CARREGADA POR
001570* REDEFINES, NO MESMO IDIOMA DO PROGCOB29.
001580*----------------------------------------------------------------
001590 01  TAB-MOTIVOS-DADOS.
001600     05  FILLER PIC X(02) VALUE '01'.
001610     05  FILLER PIC X(30) VALUE 'ACAO INVALIDA'.
001620     05  FILLER PIC X(02) VALUE '02'.
001630     05  FILLER PIC X(30) VALUE 'CONTA INVALIDA (8 DIGITOS)'.
001640     05  FILLER PIC X(02) VALUE '03'.
001650     05  FILLER PIC X(30) VALUE 'CONTA JA CADASTRADA'.
001660     05  FILLER PIC X(02) VALUE '04'.
001670     05  FILLER PIC X(30) VALUE 'CONTA NAO CADASTRADA'.
001680     05  FILLER PIC X(02) VALUE '05'.
001690     05  FILLER PIC X(30) VALUE 'DESCRICAO EM BRANCO'.
001700     05  FILLER PIC X(02) VALUE '06'.
001710     05  FILLER PIC X(30) VALUE 'TIPO DE CONTA INVALIDO'.
001720     05  FILLER PIC X(02) VALUE '07'.
001730     05  FILLER PIC X(30) VALUE 'INDICADOR DE ATIVA INVALIDO'.
001740     05  FILLER PIC X(02) VALUE '08'.
001750     05  FILLER PIC X(30) VALUE 'INDICADOR DE C.CUSTO INVALIDO'.
001760     05  FILLER PIC X(02) VALUE '09'.
001770     05  FILLER PIC X(30) VALUE 'CONTA ATIVA - INATIVAR ANTES'.
001780     05  FILLER PIC X(02) VALUE '10'.
001790     05  FILLER PIC X(30) VALUE 'PLANO DE CONTAS CHEIO'.
001800 01  TAB-MOTIVOS REDEFINES TAB-MOTIVOS-DADOS.
001810     05  TAB-MOTIVO-ENT OCCURS 10 TIMES.
001820         10  TAB-MOTIVO-CODIGO    PIC X(02).
001830         10  TAB-MOTIVO-TEXTO     PIC X(30).
001840*----------------------------------------------------------------
001850* TABELA DO PLANO DE CONTAS, CARREGADA NO INICIO E REGRAVADA EM
001860* ORDEM DE CONTA NO FIM.
001870*----------------------------------------------------------------
001880 01  TAB-PLANO.
001890     05  TAB-CTA-ENT OCCURS 300 TIMES.
001900         10  TAB-CTA-CONTA        PIC X(08).
001910         10  TAB-CTA-DESCRICAO    PIC X(30).
001920         10  TAB-CTA-TIPO         PIC X(01).
001930         10  TAB-CTA-ATIVA        PIC X(01).
001940         10  TAB-CTA-EXIGE-CC     PIC X(01).
001950 01  WRK-TROCA-ENT.
001960     05  WRK-TROCA-CONTA          PIC X(08).
001970     05  WRK-TROCA-DESCRICAO      PIC X(30).
001980     05  WRK-TROCA-TIPO           PIC X(01).
001990     05  WRK-TROCA-ATIVA          PIC X(01).
002000     05  WRK-TROCA-EXIGE-CC       PIC X(01).
002010*----------------------------------------------------------------
002020* LINHAS DE IMPRESSAO DO RELATORIO DE MANUTENCAO.
002030*----------------------------------------------------------------
002040 01  WRK-LINHA-CABEC1.
002050     05  FILLER               PIC X(25) VALUE SPACES.
002060     05  FILLER               PIC X(50) VALUE
002070         'FOLHA DE PAGAMENTO - MANUTENCAO DO PLANO DE CONTAS'.
002080     05  FILLER               PIC X(25) VALUE SPACES.
002090 01  WRK-LINHA-CABEC2.
002100     05  FILLER               PIC X(08) VALUE 'DATA: '.
002110     05  CAB2-DATA            PIC 9(08).
002120     05  FILLER               PIC X(10) VALUE SPACES.
002130     05  FILLER               PIC X(10) VALUE 'OPERADOR: '.
002140     05  CAB2-OPERADOR        PIC X(10).
002150     05  FILLER               PIC X(54) VALUE SPACES.
002160 01  WRK-LINHA-APLICADA.
002170     05  FILLER               PIC X(11) VALUE 'APLICADA : '.
002180     05  APL-ACAO             PIC X(01).
002190     05  FILLER               PIC X(02) VALUE SPACES.
002200     05  APL-CONTA            PIC X(08).
002210     05  FILLER               PIC X(02) VALUE SPACES.
002220     05  APL-DESCRICAO        PIC X(30).
002230     05  FILLER               PIC X(07) VALUE '  TIPO '.
002240     05  APL-TIPO             PIC X(01).
002250     05  FILLER               PIC X(08) VALUE '  ATIVA '.
002260     05  APL-ATIVA            PIC X(01).
002270     05  FILLER               PIC X(09) VALUE '  C.CUSTO'.
002280     05  FILLER               PIC X(01) VALUE SPACES.
002290     05  APL-EXIGE-CC         PIC X(01).
002300     05  FILLER               PIC X(18) VALUE SPACES.
002310 01  WRK-LINHA-REJEICAO.
002320     05  FILLER               PIC X(11) VALUE 'REJEITADA: '.
002330     05  REJ-ACAO             PIC X(01).
002340     05  FILLER               PIC X(02) VALUE SPACES.
002350     05  REJ-CONTA            PIC X(08).
002360     05  FILLER               PIC X(09) VALUE '  MOTIVO '.
002370     05  REJ-MOTIVO           PIC X(02).
002380     05  FILLER               PIC X(03) VALUE ' - '.
002390     05  REJ-TEXTO            PIC X(30).
002400     05  FILLER               PIC X(34) VALUE SPACES.
002410 01  WRK-LINHA-TOTAIS.
002420     05  FILLER PIC X(19) VALUE 'TRANSACOES LIDAS: '.
002430     05  TOT-LIDAS            PIC ZZZ.ZZ9.
002440     05  FILLER PIC X(14) VALUE '  APLICADAS: '.
002450     05  TOT-APLICADAS        PIC ZZZ.ZZ9.
002460     05  FILLER PIC X(15) VALUE '  REJEITADAS: '.
002470     05  TOT-REJEITADAS       PIC ZZZ.ZZ9.
002480     05  FILLER               PIC X(31) VALUE SPACES.
002490 PROCEDURE DIVISION.
002500******************************************************************
002510* 0000-MAINLINE - CONTROLA A MANUTENCAO DO PLANO DE CONTAS.
002520******************************************************************
002530 0000-MAINLINE.
002540     PERFORM 0500-LOGON-OPERADOR THRU 0500-EXIT.
002550     IF NOT WRK-OPERADOR-VALIDO
002560         DISPLAY 'OPERADOR NAO AUTORIZADO: ' WRK-OPERADOR
002570         MOVE 8 TO RETURN-CODE
002580         GOBACK
002590     END-IF.
002600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002610     PERFORM 2000-PROCESSA-TRANSACAO THRU 2000-EXIT
002620         UNTIL WRK-CTT-EOF.
002630     PERFORM 9000-FINALIZE THRU 9000-EXIT.
002640     IF WRK-CONT-REJEITADAS > 0
002650         MOVE 4 TO RETURN-CODE
002660     ELSE
002670         MOVE 0 TO RETURN-CODE
002680     END-IF.
002690     GOBACK.
002700******************************************************************
002710* 0500-LOGON-OPERADOR - OBTEM O OPERADOR E A SENHA DO PAYOPER,
002720*                       QUANDO PREPARADOS EXTERNAMENTE PARA UMA
002730*                       EXECUCAO EM LOTE, OU DO CONSOLE QUANDO O
002740*                       ARQUIVO NAO EXISTE OU ESTA VAZIO, E
002750*                       VALIDA CONTRA O CADASTRO DE SEGURANCA
002760*                       (OPERSEC): OPERADOR ATIVO, SENHA E
002770*                       AUTORIZACAO DE MANUTENCAO DE CADASTRO.
002780*                       TENTATIVA RECUSADA E GRAVADA NO SECAUD,
002790*                       NO MESMO IDIOMA DO PROGCOB29.
002800******************************************************************
002810 0500-LOGON-OPERADOR.
002820     MOVE 'N' TO WRK-SW-OPER-ARQUIVO.
002830     OPEN INPUT OPERATOR-CONTROL-FILE.
002840     IF WRK-OPER-CFG-OK
002850         READ OPERATOR-CONTROL-FILE
002860             AT END
002870                 CONTINUE
002880             NOT AT END
002890                 MOVE OPCFG-OPERADOR TO WRK-OPERADOR
002900                 MOVE OPCFG-SENHA    TO WRK-SENHA
002910                 SET WRK-OPER-ARQUIVO TO TRUE
002920         END-READ
002930         CLOSE OPERATOR-CONTROL-FILE
002940     END-IF.
002950     IF NOT WRK-OPER-ARQUIVO
002960         DISPLAY 'OPERADOR: ' WITH NO ADVANCING
002970         ACCEPT WRK-OPERADOR FROM CONSOLE
002980         DISPLAY 'SENHA: ' WITH NO ADVANCING
002990         ACCEPT WRK-SENHA FROM CONSOLE
003000     END-IF.
003010     MOVE 'N' TO WRK-SW-OPERADOR.
003020     MOVE SPACES TO WRK-MOTIVO-LOGON.
003030     PERFORM 0510-PROCURA-OPERSEC THRU 0510-EXIT.
003040     EVALUATE TRUE
003050         WHEN NOT WRK-OPR-ACHADO
003060             MOVE 'NAO CADASTRADO' TO WRK-MOTIVO-LOGON
003070         WHEN WRK-OPR-ATIVO NOT = 'S'
003080             MOVE 'OPERADOR INATIVO' TO WRK-MOTIVO-LOGON
003090         WHEN WRK-OPR-SENHA NOT = WRK-SENHA
003100             MOVE 'SENHA INVALIDA' TO WRK-MOTIVO-LOGON
003110         WHEN WRK-OPR-AUT-FUNCAO NOT = 'S'
003120             MOVE 'SEM AUTORIZACAO' TO WRK-MOTIVO-LOGON
003130         WHEN OTHER
003140             MOVE 'S' TO WRK-SW-OPERADOR
003150     END-EVALUATE.
003160     IF NOT WRK-OPERADOR-VALIDO
003170         DISPLAY 'LOGON RECUSADO (' WRK-MOTIVO-LOGON ') - '
003180             WRK-OPERADOR
003190         PERFORM 0520-GRAVA-SECAUD THRU 0520-EXIT
003200     END-IF.
003210 0500-EXIT.
003220     EXIT.
003230******************************************************************
003240* 0510-PROCURA-OPERSEC - PROCURA O OPERADOR NO CADASTRO DE
003250*                        SEGURANCA (OPERSEC) E GUARDA OS CAMPOS
003260*                        DO REGISTRO ACHADO (A AUTORIZACAO DESTE
003270*                        PROGRAMA E A DE MANUTENCAO DE CADASTRO).
003280*                        ARQUIVO INDISPONIVEL EQUIVALE A
003290*                        OPERADOR NAO CADASTRADO.
003300******************************************************************
003310 0510-PROCURA-OPERSEC.
003320     MOVE 'N' TO WRK-SW-OPR-ACHADO.
003330     OPEN INPUT SECURITY-MASTER-FILE.
003340     IF NOT WRK-SEC-OK
003350         DISPLAY 'CADASTRO DE SEGURANCA (OPERSEC) '
003360             'INDISPONIVEL: ' WRK-SEC-STATUS
003370         GO TO 0510-EXIT
003380     END-IF.
003390     PERFORM 0515-LE-OPERSEC THRU 0515-EXIT
003400         UNTIL WRK-SEC-EOF OR WRK-OPR-ACHADO.
003410     CLOSE SECURITY-MASTER-FILE.
003420 0510-EXIT.
003430     EXIT.
003440 0515-LE-OPERSEC.
003450     READ SECURITY-MASTER-FILE
003460         AT END
003470             SET WRK-SEC-EOF TO TRUE
003480         NOT AT END
003490             IF OPR-CODIGO = WRK-OPERADOR
003500                 SET WRK-OPR-ACHADO TO TRUE
003510                 MOVE OPR-ATIVO TO WRK-OPR-ATIVO
003520                 MOVE OPR-SENHA TO WRK-OPR-SENHA
003530                 MOVE OPR-AUT-CADASTRO
003540                     TO WRK-OPR-AUT-FUNCAO
003550             END-IF
003560     END-READ.
003570 0515-EXIT.
003580     EXIT.
003590******************************************************************
003600* 0520-GRAVA-SECAUD - REGISTRA A TENTATIVA DE LOGON RECUSADA NO
003610*                     SECAUD (DATA, HORA, OPERADOR, PROGRAMA E
003620*                     MOTIVO), NO MESMO IDIOMA DA TRILHA DO
003630*                     DATEAUD DO PROGCOB03.
003640******************************************************************
003650 0520-GRAVA-SECAUD.
003660     ACCEPT WRK-DATA-LOGON FROM DATE YYYYMMDD.
003670     ACCEPT WRK-HORA-LOGON FROM TIME.
003680     OPEN EXTEND SECURITY-AUDIT-FILE.
003690     IF NOT WRK-SECAUD-OK
003700         CLOSE SECURITY-AUDIT-FILE
003710         OPEN OUTPUT SECURITY-AUDIT-FILE
003720     END-IF.
003730     IF NOT WRK-SECAUD-OK
003740         DISPLAY 'ERRO AO ABRIR SECAUD: ' WRK-SECAUD-STATUS
003750         GO TO 0520-EXIT
003760     END-IF.
003770     MOVE WRK-DATA-LOGON TO SEC-DATA.
003780     MOVE SPACES         TO SEC-FILL1.
003790     MOVE WRK-HORA-LOGON TO SEC-HORA.
003800     MOVE SPACES         TO SEC-FILL2.
003810     MOVE WRK-OPERADOR   TO SEC-OPERADOR.
003820     MOVE SPACES         TO SEC-FILL3.
003830     MOVE 'PROGCOB31'    TO SEC-PROGRAMA.
003840     MOVE SPACES         TO SEC-FILL4.
003850     MOVE WRK-MOTIVO-LOGON TO SEC-MOTIVO.
003860     WRITE SECAUD-RECORD.
003870     IF NOT WRK-SECAUD-OK
003880         DISPLAY 'ERRO AO GRAVAR SECAUD: ' WRK-SECAUD-STATUS
003890     END-IF.
003900     CLOSE SECURITY-AUDIT-FILE.
003910 0520-EXIT.
003920     EXIT.
003930******************************************************************
003940* 1000-INITIALIZE - CARREGA O PLANOCTA NA TABELA, ABRE O ARQUIVO
003950*                   DE TRANSACOES E O RELATORIO, E LE A PRIMEIRA
003960*                   TRANSACAO.
003970******************************************************************
003980 1000-INITIALIZE.
003990     ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
004000     MOVE ZERO TO WRK-QTD-CONTAS.
004010     OPEN INPUT ACCOUNT-FILE.
004020     IF WRK-CTA-OK
004030         PERFORM 1100-LE-CONTA THRU 1100-EXIT
004040             UNTIL WRK-CTA-EOF
004050         CLOSE ACCOUNT-FILE
004060     ELSE
004070         DISPLAY 'PLANO DE CONTAS AINDA NAO EXISTE - '
004080             'SERA CRIADO'
004090     END-IF.
004100     OPEN INPUT CTA-TRANS-FILE.
004110     IF NOT WRK-CTT-OK
004120         DISPLAY 'ERRO AO ABRIR CTA-TRANS-FILE: '
004130             WRK-CTT-STATUS
004140         MOVE 8 TO RETURN-CODE
004150         GOBACK
004160     END-IF.
004170     OPEN OUTPUT CTA-REPORT-FILE.
004180     IF NOT WRK-CTARPT-OK
004190         DISPLAY 'ERRO AO ABRIR CTA-REPORT-FILE: '
004200             WRK-CTARPT-STATUS
004210         CLOSE CTA-TRANS-FILE
004220         MOVE 8 TO RETURN-CODE
004230         GOBACK
004240     END-IF.
004250     MOVE WRK-DATA-ATUAL TO CAB2-DATA.
004260     MOVE WRK-OPERADOR   TO CAB2-OPERADOR.
004270     WRITE CTA-REPORT-RECORD FROM WRK-LINHA-CABEC1
004280         AFTER ADVANCING PAGE.
004290     WRITE CTA-REPORT-RECORD FROM WRK-LINHA-CABEC2
004300         AFTER ADVANCING 1 LINE.
004310     PERFORM 2900-LE-TRANSACAO THRU 2900-EXIT.
004320 1000-EXIT.
004330     EXIT.
004340******************************************************************
004350* 1100-LE-CONTA - LE UM REGISTRO DO PLANOCTA PARA A TABELA.
004360******************************************************************
004370 1100-LE-CONTA.
004380     READ ACCOUNT-FILE
004390         AT END
004400             SET WRK-CTA-EOF TO TRUE
004410         NOT AT END
004420             IF WRK-QTD-CONTAS < WRK-MAX-CONTAS
004430                 ADD 1 TO WRK-QTD-CONTAS
004440                 MOVE CTA-CONTA
004450                     TO TAB-CTA-CONTA(WRK-QTD-CONTAS)
004460                 MOVE CTA-DESCRICAO
004470                     TO TAB-CTA-DESCRICAO(WRK-QTD-CONTAS)
004480                 MOVE CTA-TIPO
004490                     TO TAB-CTA-TIPO(WRK-QTD-CONTAS)
004500                 MOVE CTA-ATIVA
004510                     TO TAB-CTA-ATIVA(WRK-QTD-CONTAS)
004520                 MOVE CTA-EXIGE-CC
004530                     TO TAB-CTA-EXIGE-CC(WRK-QTD-CONTAS)
004540             ELSE
004550                 DISPLAY 'PLANO DE CONTAS CHEIO - '
004560                     'REGISTRO IGNORADO: ' CTA-CONTA
004570             END-IF
004580     END-READ.
004590 1100-EXIT.
004600     EXIT.
004610******************************************************************
004620* 2000-PROCESSA-TRANSACAO - VALIDA A TRANSACAO E ACIONA A
004630*                           INCLUSAO, ALTERACAO OU EXCLUSAO
004640*                           CORRESPONDENTE.
004650******************************************************************
004660 2000-PROCESSA-TRANSACAO.
004670     ADD 1 TO WRK-CONT-LIDAS.
004680     MOVE 'S' TO WRK-SW-TRAN-VALIDA.
004690     MOVE SPACES TO WRK-MOTIVO.
004700     PERFORM 2050-VALIDA-TRANSACAO THRU 2050-EXIT.
004710     IF WRK-TRAN-VALIDA
004720         EVALUATE CTT-ACAO
004730             WHEN 'I'
004740                 PERFORM 3000-INCLUI THRU 3000-EXIT
004750             WHEN 'A'
004760                 PERFORM 4000-ALTERA THRU 4000-EXIT
004770             WHEN 'E'
004780                 PERFORM 5000-EXCLUI THRU 5000-EXIT
004790         END-EVALUATE
004800     END-IF.
004810     IF NOT WRK-TRAN-VALIDA
004820         PERFORM 7200-IMPRIME-REJEICAO THRU 7200-EXIT
004830         ADD 1 TO WRK-CONT-REJEITADAS
004840     ELSE
004850         PERFORM 7100-IMPRIME-APLICADA THRU 7100-EXIT
004860         ADD 1 TO WRK-CONT-APLICADAS
004870     END-IF.
004880     PERFORM 2900-LE-TRANSACAO THRU 2900-EXIT.
004890 2000-EXIT.
004900     EXIT.
004910******************************************************************
004920* 2050-VALIDA-TRANSACAO - CONSISTE A ACAO E A CONTA (OITO
004930*                         DIGITOS), COMUNS A TODA TRANSACAO; OS
004940*                         DEMAIS CAMPOS SO VALEM PARA INCLUSAO E
004950*                         ALTERACAO.
004960******************************************************************
004970 2050-VALIDA-TRANSACAO.
004980     IF CTT-ACAO NOT = 'I' AND CTT-ACAO NOT = 'A'
004990             AND CTT-ACAO NOT = 'E'
005000         MOVE '01' TO WRK-MOTIVO
005010         MOVE 'N' TO WRK-SW-TRAN-VALIDA
005020         GO TO 2050-EXIT
005030     END-IF.
005040     IF CTT-CONTA IS NOT NUMERIC
005050         MOVE '02' TO WRK-MOTIVO
005060         MOVE 'N' TO WRK-SW-TRAN-VALIDA
005070         GO TO 2050-EXIT
005080     END-IF.
005090     IF CTT-ACAO = 'I' OR CTT-ACAO = 'A'
005100         PERFORM 2060-VALIDA-CAMPOS THRU 2060-EXIT
005110     END-IF.
005120 2050-EXIT.
005130     EXIT.
005140******************************************************************
005150* 2060-VALIDA-CAMPOS - CONSISTE A DESCRICAO, O TIPO DA CONTA
005160*                      (A = ATIVO, P = PASSIVO, L = PATRIMONIO
005170*                      LIQUIDO, R = RECEITA, D = DESPESA) E OS
005180*                      INDICADORES DE ATIVA E DE CENTRO DE CUSTO
005190*                      OBRIGATORIO (S/N) DAS TRANSACOES DE
005200*                      INCLUSAO E ALTERACAO.
005210******************************************************************
005220 2060-VALIDA-CAMPOS.
005230     IF CTT-DESCRICAO = SPACES
005240         MOVE '05' TO WRK-MOTIVO
005250         MOVE 'N' TO WRK-SW-TRAN-VALIDA
005260         GO TO 2060-EXIT
005270     END-IF.
005280     IF CTT-TIPO NOT = 'A' AND CTT-TIPO NOT = 'P'
005290             AND CTT-TIPO NOT = 'L' AND CTT-TIPO NOT = 'R'
005300             AND CTT-TIPO NOT = 'D'
005310         MOVE '06' TO WRK-MOTIVO
005320         MOVE 'N' TO WRK-SW-TRAN-VALIDA
005330         GO TO 2060-EXIT
005340     END-IF.
005350     IF CTT-ATIVA NOT = 'S' AND CTT-ATIVA NOT = 'N'
005360         MOVE '07' TO WRK-MOTIVO
005370         MOVE 'N' TO WRK-SW-TRAN-VALIDA
005380         GO TO 2060-EXIT
005390     END-IF.
005400     IF CTT-EXIGE-CC NOT = 'S' AND CTT-EXIGE-CC NOT = 'N'
005410         MOVE '08' TO WRK-MOTIVO
005420         MOVE 'N' TO WRK-SW-TRAN-VALIDA
005430         GO TO 2060-EXIT
005440     END-IF.
005450 2060-EXIT.
005460     EXIT.
005470******************************************************************
005480* 2100-PROCURA-CONTA - LOCALIZA A CONTA DA TRANSACAO NA TABELA,
005490*                      DEIXANDO WRK-CTA-IDX APONTANDO PARA ELA
005500*                      QUANDO ACHADA.
005510******************************************************************
005520 2100-PROCURA-CONTA.
005530     MOVE 'N' TO WRK-SW-CTA-ACHADA.
005540     PERFORM VARYING WRK-CTA-IDX FROM 1 BY 1
005550             UNTIL WRK-CTA-IDX > WRK-QTD-CONTAS
005560                OR WRK-CTA-ACHADA
005570         IF TAB-CTA-CONTA(WRK-CTA-IDX) = CTT-CONTA
005580             SET WRK-CTA-ACHADA TO TRUE
005590         END-IF
005600     END-PERFORM.
005610     IF WRK-CTA-ACHADA
005620         SUBTRACT 1 FROM WRK-CTA-IDX
005630     END-IF.
005640 2100-EXIT.
005650     EXIT.
005660******************************************************************
005670* 2900-LE-TRANSACAO - LE A PROXIMA TRANSACAO DO CTATRAN.
005680******************************************************************
005690 2900-LE-TRANSACAO.
005700     READ CTA-TRANS-FILE
005710         AT END
005720             SET WRK-CTT-EOF TO TRUE
005730     END-READ.
005740 2900-EXIT.
005750     EXIT.
005760******************************************************************
005770* 3000-INCLUI - INCLUI UMA CONTA NOVA NA TABELA. CONTA JA
005780*               CADASTRADA OU TABELA CHEIA E REJEITADA.
005790******************************************************************
005800 3000-INCLUI.
005810     PERFORM 2100-PROCURA-CONTA THRU 2100-EXIT.
005820     IF WRK-CTA-ACHADA
005830         MOVE '03' TO WRK-MOTIVO
005840         MOVE 'N' TO WRK-SW-TRAN-VALIDA
005850         GO TO 3000-EXIT
005860     END-IF.
005870     IF WRK-QTD-CONTAS >= WRK-MAX-CONTAS
005880         MOVE '10' TO WRK-MOTIVO
005890         MOVE 'N' TO WRK-SW-TRAN-VALIDA
005900         GO TO 3000-EXIT
005910     END-IF.
005920     ADD 1 TO WRK-QTD-CONTAS.
005930     MOVE WRK-QTD-CONTAS TO WRK-CTA-IDX.
005940     PERFORM 3100-MOVE-CAMPOS THRU 3100-EXIT.
005950 3000-EXIT.
005960     EXIT.
005970******************************************************************
005980* 3100-MOVE-CAMPOS - MOVE OS CAMPOS DA TRANSACAO PARA A ENTRADA
005990*                    WRK-CTA-IDX DA TABELA.
006000******************************************************************
006010 3100-MOVE-CAMPOS.
006020     MOVE CTT-CONTA      TO TAB-CTA-CONTA(WRK-CTA-IDX).
006030     MOVE CTT-DESCRICAO  TO TAB-CTA-DESCRICAO(WRK-CTA-IDX).
006040     MOVE CTT-TIPO       TO TAB-CTA-TIPO(WRK-CTA-IDX).
006050     MOVE CTT-ATIVA      TO TAB-CTA-ATIVA(WRK-CTA-IDX).
006060     MOVE CTT-EXIGE-CC   TO TAB-CTA-EXIGE-CC(WRK-CTA-IDX).
006070 3100-EXIT.
006080     EXIT.
006090******************************************************************
006100* 4000-ALTERA - REGRAVA OS DADOS DA CONTA ACHADA PELA CONTA DA
006110*               TRANSACAO. A INATIVACAO (ATIVA = 'N') VALE A
006120*               PARTIR DO PROXIMO LOTE QUE GRAVA O GLPOST.
006130******************************************************************
006140 4000-ALTERA.
006150     PERFORM 2100-PROCURA-CONTA THRU 2100-EXIT.
006160     IF NOT WRK-CTA-ACHADA
006170         MOVE '04' TO WRK-MOTIVO
006180         MOVE 'N' TO WRK-SW-TRAN-VALIDA
006190         GO TO 4000-EXIT
006200     END-IF.
006210     PERFORM 3100-MOVE-CAMPOS THRU 3100-EXIT.
006220 4000-EXIT.
006230     EXIT.
006240******************************************************************
006250* 5000-EXCLUI - EXCLUI A CONTA ACHADA PELA CONTA DA TRANSACAO,
006260*               COMPACTANDO A TABELA. CONTA AINDA ATIVA E
006270*               REJEITADA: PRIMEIRO ELA E INATIVADA (ALTERACAO),
006280*               PARA QUE NENHUM LOTE VOLTE A LANCAR NELA.
006290******************************************************************
006300 5000-EXCLUI.
006310     PERFORM 2100-PROCURA-CONTA THRU 2100-EXIT.
006320     IF NOT WRK-CTA-ACHADA
006330         MOVE '04' TO WRK-MOTIVO
006340         MOVE 'N' TO WRK-SW-TRAN-VALIDA
006350         GO TO 5000-EXIT
006360     END-IF.
006370     IF TAB-CTA-ATIVA(WRK-CTA-IDX) NOT = 'N'
006380         MOVE '09' TO WRK-MOTIVO
006390         MOVE 'N' TO WRK-SW-TRAN-VALIDA
006400         GO TO 5000-EXIT
006410     END-IF.
006420     PERFORM VARYING WRK-I FROM WRK-CTA-IDX BY 1
006430             UNTIL WRK-I >= WRK-QTD-CONTAS
006440         COMPUTE WRK-J = WRK-I + 1
006450         MOVE TAB-CTA-ENT(WRK-J) TO TAB-CTA-ENT(WRK-I)
006460     END-PERFORM.
006470     SUBTRACT 1 FROM WRK-QTD-CONTAS.
006480 5000-EXIT.
006490     EXIT.
006500******************************************************************
006510* 6000-ORDENA-TABELA - ORDENA A TABELA POR CONTA (BOLHA, COMO NO
006520*                      PROGCOB29).
006530******************************************************************
006540 6000-ORDENA-TABELA.
006550     IF WRK-QTD-CONTAS < 2
006560         GO TO 6000-EXIT
006570     END-IF.
006580     PERFORM VARYING WRK-I FROM 1 BY 1
006590             UNTIL WRK-I >= WRK-QTD-CONTAS
006600         PERFORM VARYING WRK-J FROM 1 BY 1
006610                 UNTIL WRK-J > WRK-QTD-CONTAS - WRK-I
006620             COMPUTE WRK-J1 = WRK-J + 1
006630             IF TAB-CTA-CONTA(WRK-J) > TAB-CTA-CONTA(WRK-J1)
006640                 PERFORM 6100-TROCA-ENTRADAS THRU 6100-EXIT
006650             END-IF
006660         END-PERFORM
006670     END-PERFORM.
006680 6000-EXIT.
006690     EXIT.
006700 6100-TROCA-ENTRADAS.
006710     MOVE TAB-CTA-ENT(WRK-J)  TO WRK-TROCA-ENT.
006720     MOVE TAB-CTA-ENT(WRK-J1) TO TAB-CTA-ENT(WRK-J).
006730     MOVE WRK-TROCA-ENT       TO TAB-CTA-ENT(WRK-J1).
006740 6100-EXIT.
006750     EXIT.
006760******************************************************************
006770* 7100-IMPRIME-APLICADA - IMPRIME A TRANSACAO APLICADA NO
006780*                         RELATORIO DE MANUTENCAO.
006790******************************************************************
006800 7100-IMPRIME-APLICADA.
006810     MOVE CTT-ACAO       TO APL-ACAO.
006820     MOVE CTT-CONTA      TO APL-CONTA.
006830     IF CTT-ACAO = 'E'
006840         MOVE SPACES TO APL-DESCRICAO
006850         MOVE SPACES TO APL-TIPO
006860         MOVE SPACES TO APL-ATIVA
006870         MOVE SPACES TO APL-EXIGE-CC
006880     ELSE
006890         MOVE CTT-DESCRICAO  TO APL-DESCRICAO
006900         MOVE CTT-TIPO       TO APL-TIPO
006910         MOVE CTT-ATIVA      TO APL-ATIVA
006920         MOVE CTT-EXIGE-CC   TO APL-EXIGE-CC
006930     END-IF.
006940     WRITE CTA-REPORT-RECORD FROM WRK-LINHA-APLICADA
006950         AFTER ADVANCING 1 LINE.
006960 7100-EXIT.
006970     EXIT.
006980******************************************************************
006990* 7200-IMPRIME-REJEICAO - IMPRIME A TRANSACAO REJEITADA COM O
007000*                         CODIGO E O TEXTO DO MOTIVO.
007010******************************************************************
007020 7200-IMPRIME-REJEICAO.
007030     MOVE CTT-ACAO      TO REJ-ACAO.
007040     MOVE CTT-CONTA     TO REJ-CONTA.
007050     MOVE WRK-MOTIVO    TO REJ-MOTIVO.
007060     MOVE SPACES        TO REJ-TEXTO.
007070     PERFORM VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 10
007080         IF WRK-MOTIVO = TAB-MOTIVO-CODIGO(WRK-IDX)
007090             MOVE TAB-MOTIVO-TEXTO(WRK-IDX) TO REJ-TEXTO
007100         END-IF
007110     END-PERFORM.
007120     WRITE CTA-REPORT-RECORD FROM WRK-LINHA-REJEICAO
007130         AFTER ADVANCING 1 LINE.
007140 7200-EXIT.
007150     EXIT.
007160******************************************************************
007170* 9000-FINALIZE - ORDENA E REGRAVA O PLANOCTA, IMPRIME OS TOTAIS
007180*                 E FECHA OS ARQUIVOS.
007190******************************************************************
007200 9000-FINALIZE.
007210     CLOSE CTA-TRANS-FILE.
007220     PERFORM 6000-ORDENA-TABELA THRU 6000-EXIT.
007230     OPEN OUTPUT ACCOUNT-FILE.
007240     IF NOT WRK-CTA-OK
007250         DISPLAY 'ERRO AO REGRAVAR PLANOCTA: ' WRK-CTA-STATUS
007260         CLOSE CTA-REPORT-FILE
007270         MOVE 8 TO RETURN-CODE
007280         GOBACK
007290     END-IF.
007300     PERFORM VARYING WRK-CTA-IDX FROM 1 BY 1
007310             UNTIL WRK-CTA-IDX > WRK-QTD-CONTAS
007320         MOVE TAB-CTA-CONTA(WRK-CTA-IDX)     TO CTA-CONTA
007330         MOVE SPACES                         TO CTA-FILL1
007340         MOVE TAB-CTA-DESCRICAO(WRK-CTA-IDX) TO CTA-DESCRICAO
007350         MOVE SPACES                         TO CTA-FILL2
007360         MOVE TAB-CTA-TIPO(WRK-CTA-IDX)      TO CTA-TIPO
007370         MOVE SPACES                         TO CTA-FILL3
007380         MOVE TAB-CTA-ATIVA(WRK-CTA-IDX)     TO CTA-ATIVA
007390         MOVE SPACES                         TO CTA-FILL4
007400         MOVE TAB-CTA-EXIGE-CC(WRK-CTA-IDX)  TO CTA-EXIGE-CC
007410         WRITE CTA-RECORD
007420     END-PERFORM.
007430     CLOSE ACCOUNT-FILE.
007440     MOVE WRK-CONT-LIDAS      TO TOT-LIDAS.
007450     MOVE WRK-CONT-APLICADAS  TO TOT-APLICADAS.
007460     MOVE WRK-CONT-REJEITADAS TO TOT-REJEITADAS.
007470     WRITE CTA-REPORT-RECORD FROM WRK-LINHA-TOTAIS
007480         AFTER ADVANCING 2 LINES.
007490     CLOSE CTA-REPORT-FILE.
007500     DISPLAY '--------------------------------------------'.
007510     DISPLAY 'TRANSACOES LIDAS ....: ' WRK-CONT-LIDAS.
007520     DISPLAY 'TRANSACOES APLICADAS : ' WRK-CONT-APLICADAS.
007530     DISPLAY 'TRANSACOES REJEITADAS: ' WRK-CONT-REJEITADAS.
007540 9000-EXIT.
007550     EXIT.
007560 END PROGRAM PROGCOB31.
