000010******************************************************************
000020* Author: RICARDO RIBEIRO DE ALVARENGA - RRA
000030* Installation: FOLHA DE PAGAMENTO
000040* Date-Written: 2026-10-15
000050* Date-Compiled: 2026-10-15
000060* Purpose: MANUTENCAO DO CADASTRO DE CARGOS (CARGOS) A PARTIR
000070*          DAS TRANSACOES DE INCLUSAO, ALTERACAO E EXCLUSAO DO
000080*          CRGTRAN, NO MESMO MOLDE DO PROGCOB12 PARA O DEPMAST:
000090*          CADA CARGO TEM CODIGO, DESCRICAO E FAIXA SALARIAL
000100*          (SALARIO MINIMO E MAXIMO), CONSISTIDOS AQUI, E O
000110*          RELATORIO DE MANUTENCAO (CRGRPT) REGISTRA O QUE FOI
000120*          APLICADO E REJEITADO. A FAIXA E USADA PELO PROGCOB05
000130*          PARA REJEITAR SALARIO FORA DELA E PELO PROGCOB07 PARA
000140*          SINALIZAR OS REGISTROS DO EMPMAST FORA DELA.
000150* Tectonics: cobc
000160******************************************************************
000170* MODIFICATION HISTORY
000180* DATE       INIT DESCRIPTION
000190* 2026-10-15 RRA  ORIGINAL - INCLUSAO (I), ALTERACAO (A) E
000200*                 EXCLUSAO (E), CHAVEADAS PELO CODIGO DO CARGO,
000210*                 COM O LAYOUT DO COPYBOOK CARGOREC. O CARGOS E
000220*                 CARREGADO EM TABELA E REGRAVADO EM ORDEM DE
000230*                 CODIGO NO FIM. A EXCLUSAO DE CARGO AINDA USADO
000240*                 POR FUNCIONARIO ATIVO DO EMPMAST E REJEITADA.
000250*                 LOGON DE OPERADOR E RETURN-CODE NO MESMO IDIOMA
000260*                 DO PROGCOB12 (8 = OPERADOR/ARQUIVO, 4 = HOUVE
000270*                 REJEICAO, 0 = NORMAL).
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. PROGCOB23.
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SPECIAL-NAMES.
000340     DECIMAL-POINT IS COMMA.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT CARGO-FILE
000380         ASSIGN TO "CARGOS"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WRK-CRG-STATUS.
000410     SELECT CRG-TRANS-FILE
000420         ASSIGN TO "CRGTRAN"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WRK-CTR-STATUS.
000450     SELECT EMPLOYEE-MASTER
000460         ASSIGN TO "EMPMAST"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS SEQUENTIAL
000490         RECORD KEY IS EMP-ID
000500         FILE STATUS IS WRK-EMP-STATUS.
000510     SELECT CRG-REPORT-FILE
000520         ASSIGN TO "CRGRPT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WRK-CRGRPT-STATUS.
000550     SELECT SECURITY-MASTER-FILE
000560         ASSIGN TO "OPERSEC"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WRK-SEC-STATUS.
000590     SELECT SECURITY-AUDIT-FILE
000600         ASSIGN TO "SECAUD"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WRK-SECAUD-STATUS.
000630     SELECT OPERATOR-CONTROL-FILE
000640         ASSIGN TO "PAYOPER"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WRK-OPER-CFG-STATUS.
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  CARGO-FILE
000700     LABEL RECORDS ARE STANDARD.
000710     COPY CARGOREC.
000720 FD  CRG-TRANS-FILE
000730     LABEL RECORDS ARE STANDARD.
000740 01  CRG-TRANS-RECORD.
000750     05  CTR-ACAO                 PIC X(01).
000760     05  CTR-FILL1                PIC X(02).
000770     05  CTR-CODIGO               PIC X(04).
000780     05  CTR-FILL2                PIC X(02).
000790     05  CTR-DESCRICAO            PIC X(30).
000800     05  CTR-FILL3                PIC X(02).
000810     05  CTR-SAL-MIN              PIC 9(06)V99.
000820     05  CTR-FILL4                PIC X(02).
000830     05  CTR-SAL-MAX              PIC 9(06)V99.
000840 FD  EMPLOYEE-MASTER
000850     LABEL RECORDS ARE STANDARD.
000860     COPY EMPREC.
000870 FD  CRG-REPORT-FILE
000880     LABEL RECORDS ARE STANDARD.
000890 01  CRG-REPORT-RECORD            PIC X(100).
000900 FD  OPERATOR-CONTROL-FILE
000910     LABEL RECORDS ARE STANDARD.
000920 01  OPERATOR-CONTROL-RECORD.
000930     05  OPCFG-OPERADOR           PIC X(10).
000940     05  OPCFG-FILL1              PIC X(02).
000950     05  OPCFG-SENHA              PIC X(10).
000960 FD  SECURITY-MASTER-FILE
000970     LABEL RECORDS ARE STANDARD.
000980     COPY OPERSEC.
000990 FD  SECURITY-AUDIT-FILE
001000     LABEL RECORDS ARE STANDARD.
001010 01  SECAUD-RECORD.
001020     05  SEC-DATA                 PIC 9(08).
001030     05  SEC-FILL1                PIC X(02).
001040     05  SEC-HORA                 PIC 9(08).
001050     05  SEC-FILL2                PIC X(02).
001060     05  SEC-OPERADOR             PIC X(10).
001070     05  SEC-FILL3                PIC X(02).
001080     05  SEC-PROGRAMA             PIC X(09).
001090     05  SEC-FILL4                PIC X(02).
001100     05  SEC-MOTIVO               PIC X(20).
001110 WORKING-STORAGE SECTION.
001120 77  WRK-CRG-STATUS       PIC X(02) VALUE '00'.
001130     88  WRK-CRG-OK                  VALUE '00'.
001140     88  WRK-CRG-EOF                 VALUE '10'.
001150 77  WRK-CTR-STATUS       PIC X(02) VALUE '00'.
001160     88  WRK-CTR-OK                  VALUE '00'.
001170     88  WRK-CTR-EOF                 VALUE '10'.
001180 77  WRK-EMP-STATUS       PIC X(02) VALUE '00'.
001190     88  WRK-EMP-OK                  VALUE '00'.
001200     88  WRK-EMP-EOF                 VALUE '10'.
001210 77  WRK-CRGRPT-STATUS    PIC X(02) VALUE '00'.
001220     88  WRK-CRGRPT-OK               VALUE '00'.
001230 77  WRK-OPER-CFG-STATUS  PIC X(02) VALUE '00'.
001240     88  WRK-OPER-CFG-OK             VALUE '00'.
001250 77  WRK-SW-OPER-ARQUIVO  PIC X(01) VALUE 'N'.
001260     88  WRK-OPER-ARQUIVO            VALUE 'S'.
001270 77  WRK-SW-OPERADOR      PIC X(01) VALUE 'N'.
001280     88  WRK-OPERADOR-VALIDO         VALUE 'S'.
001290 77  WRK-OPERADOR         PIC X(10) VALUE SPACES.
001300 77  WRK-IDX              PIC 9(02) COMP VALUE ZERO.
001310 77  WRK-DATA-ATUAL       PIC 9(08) VALUE ZEROS.
001320 77  WRK-CONT-LIDAS       PIC 9(05) COMP VALUE ZERO.
001330 77  WRK-CONT-APLICADAS   PIC 9(05) COMP VALUE ZERO.
001340 77  WRK-CONT-REJEITADAS  PIC 9(05) COMP VALUE ZERO.
001350 77  WRK-SW-TRAN-VALIDA   PIC X(01) VALUE 'S'.
001360     88  WRK-TRAN-VALIDA             VALUE 'S'.
001370 77  WRK-MOTIVO           PIC X(02) VALUE SPACES.
001380 77  WRK-QTD-CARGOS       PIC 9(03) COMP VALUE ZERO.
001390 77  WRK-MAX-CARGOS       PIC 9(03) COMP VALUE 500.
001400 77  WRK-CRG-IDX          PIC 9(03) COMP VALUE ZERO.
001410 77  WRK-I                PIC 9(03) COMP VALUE ZERO.
001420 77  WRK-J                PIC 9(03) COMP VALUE ZERO.
001430 77  WRK-J1               PIC 9(03) COMP VALUE ZERO.
001440 77  WRK-SW-CRG-ACHADO    PIC X(01) VALUE 'N'.
001450     88  WRK-CRG-ACHADO              VALUE 'S'.
001460 77  WRK-SENHA            PIC X(10) VALUE SPACES.
001470 77  WRK-SEC-STATUS       PIC X(02) VALUE '00'.
001480     88  WRK-SEC-OK                  VALUE '00'.
001490     88  WRK-SEC-EOF                 VALUE '10'.
001500 77  WRK-SECAUD-STATUS    PIC X(02) VALUE '00'.
001510     88  WRK-SECAUD-OK               VALUE '00'.
001520 77  WRK-SW-OPR-ACHADO    PIC X(01) VALUE 'N'.
001530     88  WRK-OPR-ACHADO              VALUE 'S'.
001540 77  WRK-OPR-ATIVO        PIC X(01) VALUE 'N'.
001550 77  WRK-OPR-SENHA        PIC X(10) VALUE SPACES.
001560 77  WRK-OPR-AUT-FUNCAO   PIC X(01) VALUE 'N'.
001570 77  WRK-MOTIVO-LOGON     PIC X(20) VALUE SPACES.
001580 77  WRK-DATA-LOGON       PIC 9(08) VALUE ZEROS.
001590 77  WRK-HORA-LOGON       PIC 9(08) VALUE ZEROS.
001600*----------------------------------------------------------------
001610* TABELA DE MOTIVOS DE REJEICAO DE TRANSACAO, CARREGADA POR
001620* REDEFINES, NO MESMO IDIOMA DO PROGCOB12.
001630*----------------------------------------------------------------
001640 01  TAB-MOTIVOS-DADOS.
001650     05  FILLER PIC X(02) VALUE '01'.
001660     05  FILLER PIC X(30) VALUE 'ACAO INVALIDA'.
001670     05  FILLER PIC X(02) VALUE '02'.
001680     05  FILLER PIC X(30) VALUE 'CODIGO DO CARGO EM BRANCO'.
001690     05  FILLER PIC X(02) VALUE '03'.
001700     05  FILLER PIC X(30) VALUE 'CARGO JA CADASTRADO'.
001710     05  FILLER PIC X(02) VALUE '04'.
001720     05  FILLER PIC X(30) VALUE 'CARGO NAO CADASTRADO'.
001730     05  FILLER PIC X(02) VALUE '05'.
001740     05  FILLER PIC X(30) VALUE 'DESCRICAO EM BRANCO'.
001750     05  FILLER PIC X(02) VALUE '06'.
001760     05  FILLER PIC X(30) VALUE 'SALARIO MINIMO INVALIDO'.
001770     05  FILLER PIC X(02) VALUE '07'.
001780     05  FILLER PIC X(30) VALUE 'SALARIO MAXIMO INVALIDO'.
001790     05  FILLER PIC X(02) VALUE '08'.
001800     05  FILLER PIC X(30) VALUE 'CARGO EM USO POR FUNCIONARIO'.
001810     05  FILLER PIC X(02) VALUE '09'.
001820     05  FILLER PIC X(30) VALUE 'CADASTRO DE CARGOS CHEIO'.
001830 01  TAB-MOTIVOS REDEFINES TAB-MOTIVOS-DADOS.
001840     05  TAB-MOTIVO-ENT OCCURS 9 TIMES.
001850         10  TAB-MOTIVO-CODIGO    PIC X(02).
001860         10  TAB-MOTIVO-TEXTO     PIC X(30).
001870*----------------------------------------------------------------
001880* TABELA DO CADASTRO DE CARGOS, CARREGADA NO INICIO E REGRAVADA
001890* EM ORDEM DE CODIGO NO FIM. TAB-CRG-EM-USO CONTA OS
001900* FUNCIONARIOS ATIVOS DO EMPMAST EM CADA CARGO.
001910*----------------------------------------------------------------
001920 01  TAB-CARGOS.
001930     05  TAB-CRG-ENT OCCURS 500 TIMES.
001940         10  TAB-CRG-CODIGO       PIC X(04).
001950         10  TAB-CRG-DESCRICAO    PIC X(30).
001960         10  TAB-CRG-SAL-MIN      PIC 9(06)V99.
001970         10  TAB-CRG-SAL-MAX      PIC 9(06)V99.
001980         10  TAB-CRG-EM-USO       PIC 9(05) COMP.
001990 01  WRK-TROCA-ENT.
002000     05  WRK-TROCA-CODIGO         PIC X(04).
002010     05  WRK-TROCA-DESCRICAO      PIC X(30).
002020     05  WRK-TROCA-SAL-MIN        PIC 9(06)V99.
002030     05  WRK-TROCA-SAL-MAX        PIC 9(06)V99.
002040     05  WRK-TROCA-EM-USO         PIC 9(05) COMP.
002050*----------------------------------------------------------------
002060* LINHAS DE IMPRESSAO DO RELATORIO DE MANUTENCAO.
002070*----------------------------------------------------------------
002080 01  WRK-LINHA-CABEC1.
002090     05  FILLER               PIC X(25) VALUE SPACES.
002100     05  FILLER               PIC X(50)
002110         VALUE 'FOLHA DE PAGAMENTO - MANUTENCAO DE CARGOS'.
002120     05  FILLER               PIC X(25) VALUE SPACES.
002130 01  WRK-LINHA-CABEC2.
002140     05  FILLER               PIC X(08) VALUE 'DATA: '.
002150     05  CAB2-DATA            PIC 9(08).
002160     05  FILLER               PIC X(10) VALUE SPACES.
002170     05  FILLER               PIC X(10) VALUE 'OPERADOR: '.
002180     05  CAB2-OPERADOR        PIC X(10).
002190     05  FILLER               PIC X(54) VALUE SPACES.
002200 01  WRK-LINHA-APLICADA.
002210     05  FILLER               PIC X(11) VALUE 'APLICADA : '.
002220     05  APL-ACAO             PIC X(01).
002230     05  FILLER               PIC X(02) VALUE SPACES.
002240     05  APL-CODIGO           PIC X(04).
002250     05  FILLER               PIC X(02) VALUE SPACES.
002260     05  APL-DESCRICAO        PIC X(30).
002270     05  FILLER               PIC X(02) VALUE SPACES.
002280     05  APL-SAL-MIN          PIC ZZZ.ZZ9,99.
002290     05  FILLER               PIC X(03) VALUE ' A '.
002300     05  APL-SAL-MAX          PIC ZZZ.ZZ9,99.
002310     05  FILLER               PIC X(25) VALUE SPACES.
002320 01  WRK-LINHA-REJEICAO.
002330     05  FILLER               PIC X(11) VALUE 'REJEITADA: '.
002340     05  REJ-ACAO             PIC X(01).
002350     05  FILLER               PIC X(02) VALUE SPACES.
002360     05  REJ-CODIGO           PIC X(04).
002370     05  FILLER               PIC X(09) VALUE '  MOTIVO '.
002380     05  REJ-MOTIVO           PIC X(02).
002390     05  FILLER               PIC X(03) VALUE ' - '.
002400     05  REJ-TEXTO            PIC X(30).
002410     05  FILLER               PIC X(38) VALUE SPACES.
002420 01  WRK-LINHA-TOTAIS.
002430     05  FILLER PIC X(19) VALUE 'TRANSACOES LIDAS: '.
002440     05  TOT-LIDAS            PIC ZZZ.ZZ9.
002450     05  FILLER PIC X(14) VALUE '  APLICADAS: '.
002460     05  TOT-APLICADAS        PIC ZZZ.ZZ9.
002470     05  FILLER PIC X(15) VALUE '  REJEITADAS: '.
002480     05  TOT-REJEITADAS       PIC ZZZ.ZZ9.
002490     05  FILLER               PIC X(31) VALUE SPACES.
002500 PROCEDURE DIVISION.
002510******************************************************************
002520* 0000-MAINLINE - CONTROLA A MANUTENCAO DO CADASTRO DE CARGOS.
002530******************************************************************
002540 0000-MAINLINE.
002550     PERFORM 0500-LOGON-OPERADOR THRU 0500-EXIT.
002560     IF NOT WRK-OPERADOR-VALIDO
002570         DISPLAY 'OPERADOR NAO AUTORIZADO: ' WRK-OPERADOR
002580         MOVE 8 TO RETURN-CODE
002590         GOBACK
002600     END-IF.
002610     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002620     PERFORM 2000-PROCESSA-TRANSACAO THRU 2000-EXIT
002630         UNTIL WRK-CTR-EOF.
002640     PERFORM 9000-FINALIZE THRU 9000-EXIT.
002650     IF WRK-CONT-REJEITADAS > 0
002660         MOVE 4 TO RETURN-CODE
002670     ELSE
002680         MOVE 0 TO RETURN-CODE
002690     END-IF.
002700     GOBACK.
002710******************************************************************
002720* 0500-LOGON-OPERADOR - OBTEM O OPERADOR E A SENHA DO PAYOPER,
002730*                       QUANDO PREPARADOS EXTERNAMENTE PARA UMA
002740*                       EXECUCAO EM LOTE, OU DO CONSOLE QUANDO O
002750*                       ARQUIVO NAO EXISTE OU ESTA VAZIO, E
002760*                       VALIDA CONTRA O CADASTRO DE SEGURANCA
002770*                       (OPERSEC): OPERADOR ATIVO, SENHA E
002780*                       AUTORIZACAO DE MANUTENCAO DE CADASTRO.
002790*                       TENTATIVA RECUSADA E GRAVADA NO SECAUD,
002800*                       NO MESMO IDIOMA DO PROGCOB12.
002810******************************************************************
002820 0500-LOGON-OPERADOR.
002830     MOVE 'N' TO WRK-SW-OPER-ARQUIVO.
002840     OPEN INPUT OPERATOR-CONTROL-FILE.
002850     IF WRK-OPER-CFG-OK
002860         READ OPERATOR-CONTROL-FILE
002870             AT END
002880                 CONTINUE
002890             NOT AT END
002900                 MOVE OPCFG-OPERADOR TO WRK-OPERADOR
002910                 MOVE OPCFG-SENHA    TO WRK-SENHA
002920                 SET WRK-OPER-ARQUIVO TO TRUE
002930         END-READ
002940         CLOSE OPERATOR-CONTROL-FILE
002950     END-IF.
002960     IF NOT WRK-OPER-ARQUIVO
002970         DISPLAY 'OPERADOR: ' WITH NO ADVANCING
002980         ACCEPT WRK-OPERADOR FROM CONSOLE
002990         DISPLAY 'SENHA: ' WITH NO ADVANCING
003000         ACCEPT WRK-SENHA FROM CONSOLE
003010     END-IF.
003020     MOVE 'N' TO WRK-SW-OPERADOR.
003030     MOVE SPACES TO WRK-MOTIVO-LOGON.
003040     PERFORM 0510-PROCURA-OPERSEC THRU 0510-EXIT.
003050     EVALUATE TRUE
003060         WHEN NOT WRK-OPR-ACHADO
003070             MOVE 'NAO CADASTRADO' TO WRK-MOTIVO-LOGON
003080         WHEN WRK-OPR-ATIVO NOT = 'S'
003090             MOVE 'OPERADOR INATIVO' TO WRK-MOTIVO-LOGON
003100         WHEN WRK-OPR-SENHA NOT = WRK-SENHA
003110             MOVE 'SENHA INVALIDA' TO WRK-MOTIVO-LOGON
003120         WHEN WRK-OPR-AUT-FUNCAO NOT = 'S'
003130             MOVE 'SEM AUTORIZACAO' TO WRK-MOTIVO-LOGON
003140         WHEN OTHER
003150             MOVE 'S' TO WRK-SW-OPERADOR
003160     END-EVALUATE.
003170     IF NOT WRK-OPERADOR-VALIDO
003180         DISPLAY 'LOGON RECUSADO (' WRK-MOTIVO-LOGON ') - '
003190             WRK-OPERADOR
003200         PERFORM 0520-GRAVA-SECAUD THRU 0520-EXIT
003210     END-IF.
003220 0500-EXIT.
003230     EXIT.
003240******************************************************************
003250* 0510-PROCURA-OPERSEC - PROCURA O OPERADOR NO CADASTRO DE
003260*                        SEGURANCA (OPERSEC) E GUARDA OS CAMPOS
003270*                        DO REGISTRO ACHADO (A AUTORIZACAO DESTE
003280*                        PROGRAMA E A DE MANUTENCAO DE CADASTRO).
003290*                        ARQUIVO INDISPONIVEL EQUIVALE A
003300*                        OPERADOR NAO CADASTRADO.
003310******************************************************************
003320 0510-PROCURA-OPERSEC.
003330     MOVE 'N' TO WRK-SW-OPR-ACHADO.
003340     OPEN INPUT SECURITY-MASTER-FILE.
003350     IF NOT WRK-SEC-OK
003360         DISPLAY 'CADASTRO DE SEGURANCA (OPERSEC) '
003370             'INDISPONIVEL: ' WRK-SEC-STATUS
003380         GO TO 0510-EXIT
003390     END-IF.
003400     PERFORM 0515-LE-OPERSEC THRU 0515-EXIT
003410         UNTIL WRK-SEC-EOF OR WRK-OPR-ACHADO.
003420     CLOSE SECURITY-MASTER-FILE.
003430 0510-EXIT.
003440     EXIT.
003450 0515-LE-OPERSEC.
003460     READ SECURITY-MASTER-FILE
003470         AT END
003480             SET WRK-SEC-EOF TO TRUE
003490         NOT AT END
003500             IF OPR-CODIGO = WRK-OPERADOR
003510                 SET WRK-OPR-ACHADO TO TRUE
003520                 MOVE OPR-ATIVO TO WRK-OPR-ATIVO
003530                 MOVE OPR-SENHA TO WRK-OPR-SENHA
003540                 MOVE OPR-AUT-CADASTRO
003550                     TO WRK-OPR-AUT-FUNCAO
003560             END-IF
003570     END-READ.
003580 0515-EXIT.
003590     EXIT.
003600******************************************************************
003610* 0520-GRAVA-SECAUD - REGISTRA A TENTATIVA DE LOGON RECUSADA NO
003620*                     SECAUD (DATA, HORA, OPERADOR, PROGRAMA E
003630*                     MOTIVO), NO MESMO IDIOMA DA TRILHA DO
003640*                     DATEAUD DO PROGCOB03.
003650******************************************************************
003660 0520-GRAVA-SECAUD.
003670     ACCEPT WRK-DATA-LOGON FROM DATE YYYYMMDD.
003680     ACCEPT WRK-HORA-LOGON FROM TIME.
003690     OPEN EXTEND SECURITY-AUDIT-FILE.
003700     IF NOT WRK-SECAUD-OK
003710         CLOSE SECURITY-AUDIT-FILE
003720         OPEN OUTPUT SECURITY-AUDIT-FILE
003730     END-IF.
003740     IF NOT WRK-SECAUD-OK
003750         DISPLAY 'ERRO AO ABRIR SECAUD: ' WRK-SECAUD-STATUS
003760         GO TO 0520-EXIT
003770     END-IF.
003780     MOVE WRK-DATA-LOGON TO SEC-DATA.
003790     MOVE SPACES         TO SEC-FILL1.
003800     MOVE WRK-HORA-LOGON TO SEC-HORA.
003810     MOVE SPACES         TO SEC-FILL2.
003820     MOVE WRK-OPERADOR   TO SEC-OPERADOR.
003830     MOVE SPACES         TO SEC-FILL3.
003840     MOVE 'PROGCOB23'    TO SEC-PROGRAMA.
003850     MOVE SPACES         TO SEC-FILL4.
003860     MOVE WRK-MOTIVO-LOGON TO SEC-MOTIVO.
003870     WRITE SECAUD-RECORD.
003880     IF NOT WRK-SECAUD-OK
003890         DISPLAY 'ERRO AO GRAVAR SECAUD: ' WRK-SECAUD-STATUS
003900     END-IF.
003910     CLOSE SECURITY-AUDIT-FILE.
003920 0520-EXIT.
003930     EXIT.
003940******************************************************************
003950* 1000-INITIALIZE - CARREGA O CARGOS NA TABELA, CONTA OS
003960*                   FUNCIONARIOS ATIVOS DE CADA CARGO NO EMPMAST
003970*                   (PARA PROTEGER A EXCLUSAO), ABRE O ARQUIVO DE
003980*                   TRANSACOES E O RELATORIO, E LE A PRIMEIRA
003990*                   TRANSACAO.
004000******************************************************************
004010 1000-INITIALIZE.
004020     ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
004030     MOVE ZERO TO WRK-QTD-CARGOS.
004040     OPEN INPUT CARGO-FILE.
004050     IF WRK-CRG-OK
004060         PERFORM 1100-LE-CARGO THRU 1100-EXIT
004070             UNTIL WRK-CRG-EOF
004080         CLOSE CARGO-FILE
004090     ELSE
004100         DISPLAY 'CADASTRO DE CARGOS AINDA NAO EXISTE - '
004110             'SERA CRIADO'
004120     END-IF.
004130     OPEN INPUT EMPLOYEE-MASTER.
004140     IF NOT WRK-EMP-OK
004150         DISPLAY 'ERRO AO ABRIR EMPLOYEE-MASTER: '
004160             WRK-EMP-STATUS
004170         MOVE 8 TO RETURN-CODE
004180         GOBACK
004190     END-IF.
004200     PERFORM 1200-CONTA-EM-USO THRU 1200-EXIT
004210         UNTIL WRK-EMP-EOF.
004220     CLOSE EMPLOYEE-MASTER.
004230     OPEN INPUT CRG-TRANS-FILE.
004240     IF NOT WRK-CTR-OK
004250         DISPLAY 'ERRO AO ABRIR CRG-TRANS-FILE: '
004260             WRK-CTR-STATUS
004270         MOVE 8 TO RETURN-CODE
004280         GOBACK
004290     END-IF.
004300     OPEN OUTPUT CRG-REPORT-FILE.
004310     IF NOT WRK-CRGRPT-OK
004320         DISPLAY 'ERRO AO ABRIR CRG-REPORT-FILE: '
004330             WRK-CRGRPT-STATUS
004340         CLOSE CRG-TRANS-FILE
004350         MOVE 8 TO RETURN-CODE
004360         GOBACK
004370     END-IF.
004380     MOVE WRK-DATA-ATUAL TO CAB2-DATA.
004390     MOVE WRK-OPERADOR   TO CAB2-OPERADOR.
004400     WRITE CRG-REPORT-RECORD FROM WRK-LINHA-CABEC1
004410         AFTER ADVANCING PAGE.
004420     WRITE CRG-REPORT-RECORD FROM WRK-LINHA-CABEC2
004430         AFTER ADVANCING 1 LINE.
004440     PERFORM 2900-LE-TRANSACAO THRU 2900-EXIT.
004450 1000-EXIT.
004460     EXIT.
004470******************************************************************
004480* 1100-LE-CARGO - LE UM REGISTRO DO CARGOS PARA A TABELA.
004490******************************************************************
004500 1100-LE-CARGO.
004510     READ CARGO-FILE
004520         AT END
004530             SET WRK-CRG-EOF TO TRUE
004540         NOT AT END
004550             IF WRK-QTD-CARGOS < WRK-MAX-CARGOS
004560                 ADD 1 TO WRK-QTD-CARGOS
004570                 MOVE CRG-CODIGO
004580                     TO TAB-CRG-CODIGO(WRK-QTD-CARGOS)
004590                 MOVE CRG-DESCRICAO
004600                     TO TAB-CRG-DESCRICAO(WRK-QTD-CARGOS)
004610                 MOVE CRG-SAL-MIN
004620                     TO TAB-CRG-SAL-MIN(WRK-QTD-CARGOS)
004630                 MOVE CRG-SAL-MAX
004640                     TO TAB-CRG-SAL-MAX(WRK-QTD-CARGOS)
004650                 MOVE ZERO
004660                     TO TAB-CRG-EM-USO(WRK-QTD-CARGOS)
004670             ELSE
004680                 DISPLAY 'CADASTRO DE CARGOS CHEIO - '
004690                     'REGISTRO IGNORADO: ' CRG-CODIGO
004700             END-IF
004710     END-READ.
004720 1100-EXIT.
004730     EXIT.
004740******************************************************************
004750* 1200-CONTA-EM-USO - LE UM FUNCIONARIO DO EMPMAST E, SE ATIVO E
004760*                     COM CARGO CADASTRADO, SOMA 1 AO CONTADOR DE
004770*                     USO DO CARGO NA TABELA.
004780******************************************************************
004790 1200-CONTA-EM-USO.
004800     READ EMPLOYEE-MASTER NEXT RECORD
004810         AT END
004820             SET WRK-EMP-EOF TO TRUE
004830             GO TO 1200-EXIT
004840     END-READ.
004850     IF EMP-SITUACAO = 'D' OR EMP-CARGO = SPACES
004860         GO TO 1200-EXIT
004870     END-IF.
004880     MOVE 'N' TO WRK-SW-CRG-ACHADO.
004890     PERFORM VARYING WRK-CRG-IDX FROM 1 BY 1
004900             UNTIL WRK-CRG-IDX > WRK-QTD-CARGOS
004910                OR WRK-CRG-ACHADO
004920         IF TAB-CRG-CODIGO(WRK-CRG-IDX) = EMP-CARGO
004930             SET WRK-CRG-ACHADO TO TRUE
004940             ADD 1 TO TAB-CRG-EM-USO(WRK-CRG-IDX)
004950         END-IF
004960     END-PERFORM.
004970 1200-EXIT.
004980     EXIT.
004990******************************************************************
005000* 2000-PROCESSA-TRANSACAO - VALIDA A TRANSACAO E ACIONA A
005010*                           INCLUSAO, ALTERACAO OU EXCLUSAO
005020*                           CORRESPONDENTE.
005030******************************************************************
005040 2000-PROCESSA-TRANSACAO.
005050     ADD 1 TO WRK-CONT-LIDAS.
005060     MOVE 'S' TO WRK-SW-TRAN-VALIDA.
005070     MOVE SPACES TO WRK-MOTIVO.
005080     PERFORM 2050-VALIDA-TRANSACAO THRU 2050-EXIT.
005090     IF WRK-TRAN-VALIDA
005100         EVALUATE CTR-ACAO
005110             WHEN 'I'
005120                 PERFORM 3000-INCLUI THRU 3000-EXIT
005130             WHEN 'A'
005140                 PERFORM 4000-ALTERA THRU 4000-EXIT
005150             WHEN 'E'
005160                 PERFORM 5000-EXCLUI THRU 5000-EXIT
005170         END-EVALUATE
005180     END-IF.
005190     IF NOT WRK-TRAN-VALIDA
005200         PERFORM 7200-IMPRIME-REJEICAO THRU 7200-EXIT
005210         ADD 1 TO WRK-CONT-REJEITADAS
005220     ELSE
005230         PERFORM 7100-IMPRIME-APLICADA THRU 7100-EXIT
005240         ADD 1 TO WRK-CONT-APLICADAS
005250     END-IF.
005260     PERFORM 2900-LE-TRANSACAO THRU 2900-EXIT.
005270 2000-EXIT.
005280     EXIT.
005290******************************************************************
005300* 2050-VALIDA-TRANSACAO - CONSISTE A ACAO E O CODIGO DO CARGO,
005310*                         COMUNS A TODA TRANSACAO; DESCRICAO E
005320*                         FAIXA SALARIAL SO VALEM PARA INCLUSAO E
005330*                         ALTERACAO.
005340******************************************************************
005350 2050-VALIDA-TRANSACAO.
005360     IF CTR-ACAO NOT = 'I' AND CTR-ACAO NOT = 'A'
005370             AND CTR-ACAO NOT = 'E'
005380         MOVE '01' TO WRK-MOTIVO
005390         MOVE 'N' TO WRK-SW-TRAN-VALIDA
005400         GO TO 2050-EXIT
005410     END-IF.
005420     IF CTR-CODIGO = SPACES
005430         MOVE '02' TO WRK-MOTIVO
005440         MOVE 'N' TO WRK-SW-TRAN-VALIDA
005450         GO TO 2050-EXIT
005460     END-IF.
005470     IF CTR-ACAO = 'I' OR CTR-ACAO = 'A'
005480         PERFORM 2060-VALIDA-CAMPOS THRU 2060-EXIT
005490     END-IF.
005500 2050-EXIT.
005510     EXIT.
005520******************************************************************
005530* 2060-VALIDA-CAMPOS - CONSISTE A DESCRICAO E A FAIXA SALARIAL
005540*                      (MINIMO NUMERICO E MAIOR QUE ZERO, MAXIMO
005550*                      NUMERICO E NAO MENOR QUE O MINIMO) DAS
005560*                      TRANSACOES DE INCLUSAO E ALTERACAO.
005570******************************************************************
005580 2060-VALIDA-CAMPOS.
005590     IF CTR-DESCRICAO = SPACES
005600         MOVE '05' TO WRK-MOTIVO
005610         MOVE 'N' TO WRK-SW-TRAN-VALIDA
005620         GO TO 2060-EXIT
005630     END-IF.
005640     IF CTR-SAL-MIN IS NOT NUMERIC
005650             OR CTR-SAL-MIN = ZERO
005660         MOVE '06' TO WRK-MOTIVO
005670         MOVE 'N' TO WRK-SW-TRAN-VALIDA
005680         GO TO 2060-EXIT
005690     END-IF.
005700     IF CTR-SAL-MAX IS NOT NUMERIC
005710             OR CTR-SAL-MAX < CTR-SAL-MIN
005720         MOVE '07' TO WRK-MOTIVO
005730         MOVE 'N' TO WRK-SW-TRAN-VALIDA
005740         GO TO 2060-EXIT
005750     END-IF.
005760 2060-EXIT.
005770     EXIT.
005780******************************************************************
005790* 2100-PROCURA-CARGO - LOCALIZA O CODIGO DA TRANSACAO NA TABELA,
005800*                      DEIXANDO WRK-CRG-IDX APONTANDO PARA ELE
005810*                      QUANDO ACHADO.
005820******************************************************************
005830 2100-PROCURA-CARGO.
005840     MOVE 'N' TO WRK-SW-CRG-ACHADO.
005850     PERFORM VARYING WRK-CRG-IDX FROM 1 BY 1
005860             UNTIL WRK-CRG-IDX > WRK-QTD-CARGOS
005870                OR WRK-CRG-ACHADO
005880         IF TAB-CRG-CODIGO(WRK-CRG-IDX) = CTR-CODIGO
005890             SET WRK-CRG-ACHADO TO TRUE
005900         END-IF
005910     END-PERFORM.
005920     IF WRK-CRG-ACHADO
005930         SUBTRACT 1 FROM WRK-CRG-IDX
005940     END-IF.
005950 2100-EXIT.
005960     EXIT.
005970******************************************************************
005980* 2900-LE-TRANSACAO - LE A PROXIMA TRANSACAO DO CRGTRAN.
005990******************************************************************
006000 2900-LE-TRANSACAO.
006010     READ CRG-TRANS-FILE
006020         AT END
006030             SET WRK-CTR-EOF TO TRUE
006040     END-READ.
006050 2900-EXIT.
006060     EXIT.
006070******************************************************************
006080* 3000-INCLUI - INCLUI UM CARGO NOVO NA TABELA. CODIGO JA
006090*               CADASTRADO OU TABELA CHEIA E REJEITADA.
006100******************************************************************
006110 3000-INCLUI.
006120     PERFORM 2100-PROCURA-CARGO THRU 2100-EXIT.
006130     IF WRK-CRG-ACHADO
006140         MOVE '03' TO WRK-MOTIVO
006150         MOVE 'N' TO WRK-SW-TRAN-VALIDA
006160         GO TO 3000-EXIT
006170     END-IF.
006180     IF WRK-QTD-CARGOS >= WRK-MAX-CARGOS
006190         MOVE '09' TO WRK-MOTIVO
006200         MOVE 'N' TO WRK-SW-TRAN-VALIDA
006210         GO TO 3000-EXIT
006220     END-IF.
006230     ADD 1 TO WRK-QTD-CARGOS.
006240     MOVE CTR-CODIGO    TO TAB-CRG-CODIGO(WRK-QTD-CARGOS).
006250     MOVE CTR-DESCRICAO TO TAB-CRG-DESCRICAO(WRK-QTD-CARGOS).
006260     MOVE CTR-SAL-MIN   TO TAB-CRG-SAL-MIN(WRK-QTD-CARGOS).
006270     MOVE CTR-SAL-MAX   TO TAB-CRG-SAL-MAX(WRK-QTD-CARGOS).
006280     MOVE ZERO          TO TAB-CRG-EM-USO(WRK-QTD-CARGOS).
006290 3000-EXIT.
006300     EXIT.
006310******************************************************************
006320* 4000-ALTERA - REGRAVA A DESCRICAO E A FAIXA SALARIAL DO CARGO
006330*               ACHADO PELO CODIGO DA TRANSACAO. OS FUNCIONARIOS
006340*               QUE FICAREM FORA DA NOVA FAIXA SAO APONTADOS PELA
006350*               CRITICA DO PROGCOB07.
006360******************************************************************
006370 4000-ALTERA.
006380     PERFORM 2100-PROCURA-CARGO THRU 2100-EXIT.
006390     IF NOT WRK-CRG-ACHADO
006400         MOVE '04' TO WRK-MOTIVO
006410         MOVE 'N' TO WRK-SW-TRAN-VALIDA
006420         GO TO 4000-EXIT
006430     END-IF.
006440     MOVE CTR-DESCRICAO TO TAB-CRG-DESCRICAO(WRK-CRG-IDX).
006450     MOVE CTR-SAL-MIN   TO TAB-CRG-SAL-MIN(WRK-CRG-IDX).
006460     MOVE CTR-SAL-MAX   TO TAB-CRG-SAL-MAX(WRK-CRG-IDX).
006470 4000-EXIT.
006480     EXIT.
006490******************************************************************
006500* 5000-EXCLUI - EXCLUI O CARGO ACHADO PELO CODIGO DA TRANSACAO,
006510*               COMPACTANDO A TABELA. CARGO AINDA USADO POR
006520*               FUNCIONARIO ATIVO E REJEITADO.
006530******************************************************************
006540 5000-EXCLUI.
006550     PERFORM 2100-PROCURA-CARGO THRU 2100-EXIT.
006560     IF NOT WRK-CRG-ACHADO
006570         MOVE '04' TO WRK-MOTIVO
006580         MOVE 'N' TO WRK-SW-TRAN-VALIDA
006590         GO TO 5000-EXIT
006600     END-IF.
006610     IF TAB-CRG-EM-USO(WRK-CRG-IDX) > 0
006620         MOVE '08' TO WRK-MOTIVO
006630         MOVE 'N' TO WRK-SW-TRAN-VALIDA
006640         GO TO 5000-EXIT
006650     END-IF.
006660     PERFORM VARYING WRK-I FROM WRK-CRG-IDX BY 1
006670             UNTIL WRK-I >= WRK-QTD-CARGOS
006680         COMPUTE WRK-J = WRK-I + 1
006690         MOVE TAB-CRG-ENT(WRK-J) TO TAB-CRG-ENT(WRK-I)
006700     END-PERFORM.
006710     SUBTRACT 1 FROM WRK-QTD-CARGOS.
006720 5000-EXIT.
006730     EXIT.
006740******************************************************************
006750* 7100-IMPRIME-APLICADA - IMPRIME A TRANSACAO APLICADA NO
006760*                         RELATORIO DE MANUTENCAO.
006770******************************************************************
006780 7100-IMPRIME-APLICADA.
006790     MOVE CTR-ACAO       TO APL-ACAO.
006800     MOVE CTR-CODIGO     TO APL-CODIGO.
006810     MOVE CTR-DESCRICAO  TO APL-DESCRICAO.
006820     IF CTR-ACAO = 'E'
006830         MOVE ZERO TO APL-SAL-MIN
006840         MOVE ZERO TO APL-SAL-MAX
006850     ELSE
006860         MOVE CTR-SAL-MIN TO APL-SAL-MIN
006870         MOVE CTR-SAL-MAX TO APL-SAL-MAX
006880     END-IF.
006890     WRITE CRG-REPORT-RECORD FROM WRK-LINHA-APLICADA
006900         AFTER ADVANCING 1 LINE.
006910 7100-EXIT.
006920     EXIT.
006930******************************************************************
006940* 7200-IMPRIME-REJEICAO - IMPRIME A TRANSACAO REJEITADA COM O
006950*                         CODIGO E O TEXTO DO MOTIVO.
006960******************************************************************
006970 7200-IMPRIME-REJEICAO.
006980     MOVE CTR-ACAO      TO REJ-ACAO.
006990     MOVE CTR-CODIGO    TO REJ-CODIGO.
007000     MOVE WRK-MOTIVO    TO REJ-MOTIVO.
007010     MOVE SPACES        TO REJ-TEXTO.
007020     PERFORM VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 9
007030         IF WRK-MOTIVO = TAB-MOTIVO-CODIGO(WRK-IDX)
007040             MOVE TAB-MOTIVO-TEXTO(WRK-IDX) TO REJ-TEXTO
007050         END-IF
007060     END-PERFORM.
007070     WRITE CRG-REPORT-RECORD FROM WRK-LINHA-REJEICAO
007080         AFTER ADVANCING 1 LINE.
007090 7200-EXIT.
007100     EXIT.
007110******************************************************************
007120* 6000-ORDENA-TABELA - ORDENA A TABELA POR CODIGO DO CARGO
007130*                      (BOLHA, COMO NO PROGCOB12).
007140******************************************************************
007150 6000-ORDENA-TABELA.
007160     IF WRK-QTD-CARGOS < 2
007170         GO TO 6000-EXIT
007180     END-IF.
007190     PERFORM VARYING WRK-I FROM 1 BY 1
007200             UNTIL WRK-I >= WRK-QTD-CARGOS
007210         PERFORM VARYING WRK-J FROM 1 BY 1
007220                 UNTIL WRK-J > WRK-QTD-CARGOS - WRK-I
007230             COMPUTE WRK-J1 = WRK-J + 1
007240             IF TAB-CRG-CODIGO(WRK-J) > TAB-CRG-CODIGO(WRK-J1)
007250                 PERFORM 6100-TROCA-ENTRADAS THRU 6100-EXIT
007260             END-IF
007270         END-PERFORM
007280     END-PERFORM.
007290 6000-EXIT.
007300     EXIT.
007310 6100-TROCA-ENTRADAS.
007320     MOVE TAB-CRG-ENT(WRK-J)  TO WRK-TROCA-ENT.
007330     MOVE TAB-CRG-ENT(WRK-J1) TO TAB-CRG-ENT(WRK-J).
007340     MOVE WRK-TROCA-ENT       TO TAB-CRG-ENT(WRK-J1).
007350 6100-EXIT.
007360     EXIT.
007370******************************************************************
007380* 9000-FINALIZE - ORDENA E REGRAVA O CARGOS, IMPRIME OS TOTAIS E
007390*                 FECHA OS ARQUIVOS.
007400******************************************************************
007410 9000-FINALIZE.
007420     CLOSE CRG-TRANS-FILE.
007430     PERFORM 6000-ORDENA-TABELA THRU 6000-EXIT.
007440     OPEN OUTPUT CARGO-FILE.
007450     IF NOT WRK-CRG-OK
007460         DISPLAY 'ERRO AO REGRAVAR CARGOS: ' WRK-CRG-STATUS
007470         CLOSE CRG-REPORT-FILE
007480         MOVE 8 TO RETURN-CODE
007490         GOBACK
007500     END-IF.
007510     PERFORM VARYING WRK-CRG-IDX FROM 1 BY 1
007520             UNTIL WRK-CRG-IDX > WRK-QTD-CARGOS
007530         MOVE TAB-CRG-CODIGO(WRK-CRG-IDX)    TO CRG-CODIGO
007540         MOVE SPACES                         TO CRG-FILL1
007550         MOVE TAB-CRG-DESCRICAO(WRK-CRG-IDX) TO CRG-DESCRICAO
007560         MOVE SPACES                         TO CRG-FILL2
007570         MOVE TAB-CRG-SAL-MIN(WRK-CRG-IDX)   TO CRG-SAL-MIN
007580         MOVE SPACES                         TO CRG-FILL3
007590         MOVE TAB-CRG-SAL-MAX(WRK-CRG-IDX)   TO CRG-SAL-MAX
007600         WRITE CRG-RECORD
007610     END-PERFORM.
007620     CLOSE CARGO-FILE.
007630     MOVE WRK-CONT-LIDAS      TO TOT-LIDAS.
007640     MOVE WRK-CONT-APLICADAS  TO TOT-APLICADAS.
007650     MOVE WRK-CONT-REJEITADAS TO TOT-REJEITADAS.
007660     WRITE CRG-REPORT-RECORD FROM WRK-LINHA-TOTAIS
007670         AFTER ADVANCING 2 LINES.
007680     CLOSE CRG-REPORT-FILE.
007690     DISPLAY '--------------------------------------------'.
007700     DISPLAY 'TRANSACOES LIDAS ....: ' WRK-CONT-LIDAS.
007710     DISPLAY 'TRANSACOES APLICADAS : ' WRK-CONT-APLICADAS.
007720     DISPLAY 'TRANSACOES REJEITADAS: ' WRK-CONT-REJEITADAS.
007730 9000-EXIT.
007740     EXIT.
007750 END PROGRAM PROGCOB23.
