000010******************************************************************
000020* Author: RICARDO RIBEIRO DE ALVARENGA - RRA
000030* Installation: FOLHA DE PAGAMENTO
000040* Date-Written: 2026-10-15
000050* Date-Compiled: 2026-10-15
000060* Purpose: MANUTENCAO DA TABELA DE RUBRICAS DO ESOCIAL (RUBRICAS)
000070*          A PARTIR DAS TRANSACOES DE INCLUSAO, ALTERACAO E
000080*          EXCLUSAO DO RUBTRAN, NO MESMO MOLDE DO PROGCOB31 PARA
000090*          O PLANOCTA: CADA ITEM DA FOLHA (SALARIO, HORAS
000100*          EXTRAS, BONIFICACAO, FALTAS, SALARIO-FAMILIA,
000110*          CONSIGNACOES, INSS, IRRF E OS DEMAIS DO CONTRACHEQUE),
000120*          POR TIPO DE EXECUCAO OU PARA QUALQUER TIPO, RECEBE O
000130*          CODIGO DA RUBRICA DO EMPREGADOR, A DESCRICAO, A
000140*          NATUREZA NA TABELA DO ESOCIAL, O TIPO (VENCIMENTO,
000150*          DESCONTO OU INFORMATIVA) E O INDICADOR DE ATIVA,
000160*          CONSISTIDOS AQUI, E O RELATORIO DE MANUTENCAO
000170*          (RUBRPT) REGISTRA O QUE FOI APLICADO E REJEITADO. A
000180*          TABELA E A REFERENCIA DO PROGCOB38 NA MONTAGEM DOS
000190*          EVENTOS DE REMUNERACAO (S-1200).
000200* Tectonics: cobc
000210******************************************************************
000220* MODIFICATION HISTORY
000230* DATE       INIT DESCRIPTION
000240* 2026-10-15 RRA  ORIGINAL - INCLUSAO (I), ALTERACAO (A) E
000250*                 EXCLUSAO (E), CHAVEADAS PELO ITEM DA FOLHA MAIS
000260*                 O TIPO DA FOLHA (BRANCOS = QUALQUER TIPO), COM
000270*                 O LAYOUT DO COPYBOOK RUBREC. ITENS E TIPOS
000280*                 VALIDOS NAS TABELAS TAB-ITENS E TAB-TIPOS;
000290*                 NATUREZA COM QUATRO DIGITOS; TIPO 1/2/3; ATIVA
000300*                 S/N. A RUBRICAS E CARREGADA EM TABELA E
000310*                 REGRAVADA EM ORDEM DE CHAVE NO FIM. SO A
000320*                 RUBRICA JA INATIVA PODE SER EXCLUIDA. LOGON DE
000330*                 OPERADOR E RETURN-CODE NO MESMO IDIOMA DO
000340*                 PROGCOB31 (8 = OPERADOR/ARQUIVO, 4 = HOUVE
000350*                 REJEICAO, 0 = NORMAL).
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. PROGCOB37.
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SPECIAL-NAMES.
000420     DECIMAL-POINT IS COMMA.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT RUBRIC-FILE
000460         ASSIGN TO "RUBRICAS"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WRK-RUB-STATUS.
000490     SELECT RUB-TRANS-FILE
000500         ASSIGN TO "RUBTRAN"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WRK-RBT-STATUS.
000530     SELECT RUB-REPORT-FILE
000540         ASSIGN TO "RUBRPT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WRK-RUBRPT-STATUS.
000570     SELECT SECURITY-MASTER-FILE
000580         ASSIGN TO "OPERSEC"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WRK-SEC-STATUS.
000610     SELECT SECURITY-AUDIT-FILE
000620         ASSIGN TO "SECAUD"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WRK-SECAUD-STATUS.
000650     SELECT OPERATOR-CONTROL-FILE
000660         ASSIGN TO "PAYOPER"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WRK-OPER-CFG-STATUS.
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  RUBRIC-FILE
000720     LABEL RECORDS ARE STANDARD.
000730     COPY RUBREC.
000740 FD  RUB-TRANS-FILE
000750     LABEL RECORDS ARE STANDARD.
000760 01  RUB-TRANS-RECORD.
000770     05  RBT-ACAO                 PIC X(01).
000780     05  RBT-FILL1                PIC X(02).
000790     05  RBT-ITEM                 PIC X(04).
000800     05  RBT-FILL2                PIC X(02).
000810     05  RBT-TIPO-FOLHA           PIC X(08).
000820     05  RBT-FILL3                PIC X(02).
000830     05  RBT-CODIGO               PIC X(08).
000840     05  RBT-FILL4                PIC X(02).
000850     05  RBT-DESCRICAO            PIC X(30).
000860     05  RBT-FILL5                PIC X(02).
000870     05  RBT-NATUREZA             PIC X(04).
000880     05  RBT-FILL6                PIC X(02).
000890     05  RBT-TIPO                 PIC X(01).
000900     05  RBT-FILL7                PIC X(02).
000910     05  RBT-ATIVA                PIC X(01).
000920 FD  RUB-REPORT-FILE
000930     LABEL RECORDS ARE STANDARD.
000940 01  RUB-REPORT-RECORD            PIC X(100).
000950 FD  OPERATOR-CONTROL-FILE
000960     LABEL RECORDS ARE STANDARD.
000970 01  OPERATOR-CONTROL-RECORD.
000980     05  OPCFG-OPERADOR           PIC X(10).
000990     05  OPCFG-FILL1              PIC X(02).
001000     05  OPCFG-SENHA              PIC X(10).
001010 FD  SECURITY-MASTER-FILE
001020     LABEL RECORDS ARE STANDARD.
001030     COPY OPERSEC.
001040 FD  SECURITY-AUDIT-FILE
001050     LABEL RECORDS ARE STANDARD.
001060 01  SECAUD-RECORD.
001070     05  SEC-DATA                 PIC 9(08).
001080     05  SEC-FILL1                PIC X(02).
001090     05  SEC-HORA                 PIC 9(08).
001100     05  SEC-FILL2                PIC X(02).
001110     05  SEC-OPERADOR             PIC X(10).
001120     05  SEC-FILL3                PIC X(02).
001130     05  SEC-PROGRAMA             PIC X(09).
001140     05  SEC-FILL4                PIC X(02).
001150     05  SEC-MOTIVO               PIC X(20).
001160 WORKING-STORAGE SECTION.
001170 77  WRK-RUB-STATUS       PIC X(02) VALUE '00'.
001180     88  WRK-RUB-OK                  VALUE '00'.
001190     88  WRK-RUB-EOF                 VALUE '10'.
001200 77  WRK-RBT-STATUS       PIC X(02) VALUE '00'.
001210     88  WRK-RBT-OK                  VALUE '00'.
001220     88  WRK-RBT-EOF                 VALUE '10'.
001230 77  WRK-RUBRPT-STATUS    PIC X(02) VALUE '00'.
001240     88  WRK-RUBRPT-OK               VALUE '00'.
001250 77  WRK-OPER-CFG-STATUS  PIC X(02) VALUE '00'.
001260     88  WRK-OPER-CFG-OK             VALUE '00'.
001270 77  WRK-SW-OPER-ARQUIVO  PIC X(01) VALUE 'N'.
001280     88  WRK-OPER-ARQUIVO            VALUE 'S'.
001290 77  WRK-SW-OPERADOR      PIC X(01) VALUE 'N'.
001300     88  WRK-OPERADOR-VALIDO         VALUE 'S'.
001310 77  WRK-OPERADOR         PIC X(10) VALUE SPACES.
001320 77  WRK-IDX              PIC 9(02) COMP VALUE ZERO.
001330 77  WRK-DATA-ATUAL       PIC 9(08) VALUE ZEROS.
001340 77  WRK-CONT-LIDAS       PIC 9(05) COMP VALUE ZERO.
001350 77  WRK-CONT-APLICADAS   PIC 9(05) COMP VALUE ZERO.
001360 77  WRK-CONT-REJEITADAS  PIC 9(05) COMP VALUE ZERO.
001370 77  WRK-SW-TRAN-VALIDA   PIC X(01) VALUE 'S'.
001380     88  WRK-TRAN-VALIDA             VALUE 'S'.
001390 77  WRK-MOTIVO           PIC X(02) VALUE SPACES.
001400 77  WRK-QTD-RUBRICAS     PIC 9(03) COMP VALUE ZERO.
001410 77  WRK-MAX-RUBRICAS     PIC 9(03) COMP VALUE 200.
001420 77  WRK-RUB-IDX          PIC 9(03) COMP VALUE ZERO.
001430 77  WRK-I                PIC 9(03) COMP VALUE ZERO.
001440 77  WRK-J                PIC 9(03) COMP VALUE ZERO.
001450 77  WRK-J1               PIC 9(03) COMP VALUE ZERO.
001460 77  WRK-SW-RUB-ACHADA    PIC X(01) VALUE 'N'.
001470     88  WRK-RUB-ACHADA              VALUE 'S'.
001480 77  WRK-SW-VALOR-ACHADO  PIC X(01) VALUE 'N'.
001490     88  WRK-VALOR-ACHADO            VALUE 'S'.
001500 77  WRK-SENHA            PIC X(10) VALUE SPACES.
001510 77  WRK-SEC-STATUS       PIC X(02) VALUE '00'.
001520     88  WRK-SEC-OK                  VALUE '00'.
001530     88  WRK-SEC-EOF                 VALUE '10'.
001540 77  WRK-SECAUD-STATUS    PIC X(02) VALUE '00'.
001550     88  WRK-SECAUD-OK               VALUE '00'.
001560 77  WRK-SW-OPR-ACHADO    PIC X(01) VALUE 'N'.
001570     88  WRK-OPR-ACHADO              VALUE 'S'.
001580 77  WRK-OPR-ATIVO        PIC X(01) VALUE 'N'.
001590 77  WRK-OPR-SENHA        PIC X(10) VALUE SPACES.
001600 77  WRK-OPR-AUT-FUNCAO   PIC X(01) VALUE 'N'.
001610 77  WRK-MOTIVO-LOGON     PIC X(20) VALUE SPACES.
001620 77  WRK-DATA-LOGON       PIC 9(08) VALUE ZEROS.
001630 77  WRK-HORA-LOGON       PIC 9(08) VALUE ZEROS.
001640*----------------------------------------------------------------
001650* TABELA DE MOTIVOS DE REJEICAO DE TRANSACAO, CARREGADA POR
001660* REDEFINES, NO MESMO IDIOMA DO PROGCOB31.
001670*----------------------------------------------------------------
001680 01  TAB-MOTIVOS-DADOS.
001690     05  FILLER PIC X(02) VALUE '01'.
001700     05  FILLER PIC X(30) VALUE 'ACAO INVALIDA'.
001710     05  FILLER PIC X(02) VALUE '02'.
001720     05  FILLER PIC X(30) VALUE 'ITEM DA FOLHA INVALIDO'.
001730     05  FILLER PIC X(02) VALUE '03'.
001740     05  FILLER PIC X(30) VALUE 'TIPO DE FOLHA INVALIDO'.
001750     05  FILLER PIC X(02) VALUE '04'.
001760     05  FILLER PIC X(30) VALUE 'RUBRICA JA CADASTRADA'.
001770     05  FILLER PIC X(02) VALUE '05'.
001780     05  FILLER PIC X(30) VALUE 'RUBRICA NAO CADASTRADA'.
001790     05  FILLER PIC X(02) VALUE '06'.
001800     05  FILLER PIC X(30) VALUE 'CODIGO DA RUBRICA EM BRANCO'.
001810     05  FILLER PIC X(02) VALUE '07'.
001820     05  FILLER PIC X(30) VALUE 'DESCRICAO EM BRANCO'.
001830     05  FILLER PIC X(02) VALUE '08'.
001840     05  FILLER PIC X(30) VALUE 'NATUREZA INVALIDA (4 DIGITOS)'.
001850     05  FILLER PIC X(02) VALUE '09'.
001860     05  FILLER PIC X(30) VALUE 'TIPO DE RUBRICA INVALIDO'.
001870     05  FILLER PIC X(02) VALUE '10'.
001880     05  FILLER PIC X(30) VALUE 'INDICADOR DE ATIVA INVALIDO'.
001890     05  FILLER PIC X(02) VALUE '11'.
001900     05  FILLER PIC X(30) VALUE 'RUBRICA ATIVA - INATIVAR ANTES'.
001910     05  FILLER PIC X(02) VALUE '12'.
001920     05  FILLER PIC X(30) VALUE 'TABELA DE RUBRICAS CHEIA'.
001930 01  TAB-MOTIVOS REDEFINES TAB-MOTIVOS-DADOS.
001940     05  TAB-MOTIVO-ENT OCCURS 12 TIMES.
001950         10  TAB-MOTIVO-CODIGO    PIC X(02).
001960         10  TAB-MOTIVO-TEXTO     PIC X(30).
001970*----------------------------------------------------------------
001980* ITENS DA FOLHA QUE O PROGCOB38 LEVA AOS EVENTOS DE REMUNERACAO
001990* E TIPOS DE EXECUCAO DA FOLHA (OS DO PAYIMPO).
002000*----------------------------------------------------------------
002010 01  TAB-ITENS-DADOS.
002020     05  FILLER PIC X(28) VALUE 'SAL HE  HD  BO  FA  DIF SFAM'.
002030     05  FILLER PIC X(28) VALUE 'CSG INSSIRRFADT VT  VR  PS  '.
002040 01  TAB-ITENS REDEFINES TAB-ITENS-DADOS.
002050     05  TAB-ITEM-VALIDO      PIC X(04) OCCURS 14 TIMES.
002060 01  TAB-TIPOS-DADOS.
002070     05  FILLER PIC X(24) VALUE 'REGULAR 13SAL   FERIAS  '.
002080     05  FILLER PIC X(24) VALUE 'DISSIDIOADIANT  RESCISAO'.
002090 01  TAB-TIPOS REDEFINES TAB-TIPOS-DADOS.
002100     05  TAB-TIPO-VALIDO      PIC X(08) OCCURS 6 TIMES.
002110*----------------------------------------------------------------
002120* TABELA DE RUBRICAS, CARREGADA NO INICIO E REGRAVADA EM ORDEM
002130* DE ITEM + TIPO DA FOLHA NO FIM.
002140*----------------------------------------------------------------
002150 01  TAB-RUBRICAS.
002160     05  TAB-RUB-ENT OCCURS 200 TIMES.
002170         10  TAB-RUB-CHAVE.
002180             15  TAB-RUB-ITEM         PIC X(04).
002190             15  TAB-RUB-TIPO-FOLHA   PIC X(08).
002200         10  TAB-RUB-CODIGO       PIC X(08).
002210         10  TAB-RUB-DESCRICAO    PIC X(30).
002220         10  TAB-RUB-NATUREZA     PIC 9(04).
002230         10  TAB-RUB-TIPO         PIC X(01).
002240         10  TAB-RUB-ATIVA        PIC X(01).
002250 01  WRK-TROCA-ENT.
002260     05  WRK-TROCA-CHAVE          PIC X(12).
002270     05  WRK-TROCA-CODIGO         PIC X(08).
002280     05  WRK-TROCA-DESCRICAO      PIC X(30).
002290     05  WRK-TROCA-NATUREZA       PIC 9(04).
002300     05  WRK-TROCA-TIPO           PIC X(01).
002310     05  WRK-TROCA-ATIVA          PIC X(01).
002320*----------------------------------------------------------------
002330* LINHAS DE IMPRESSAO DO RELATORIO DE MANUTENCAO.
002340*----------------------------------------------------------------
002350 01  WRK-LINHA-CABEC1.
002360     05  FILLER               PIC X(22) VALUE SPACES.
002370     05  FILLER               PIC X(56) VALUE
002380         'FOLHA DE PAGAMENTO - MANUTENCAO DA TABELA DE RUBRICAS'.
002390     05  FILLER               PIC X(22) VALUE SPACES.
002400 01  WRK-LINHA-CABEC2.
002410     05  FILLER               PIC X(08) VALUE 'DATA: '.
002420     05  CAB2-DATA            PIC 9(08).
002430     05  FILLER               PIC X(10) VALUE SPACES.
002440     05  FILLER               PIC X(10) VALUE 'OPERADOR: '.
002450     05  CAB2-OPERADOR        PIC X(10).
002460     05  FILLER               PIC X(54) VALUE SPACES.
002470 01  WRK-LINHA-APLICADA.
002480     05  FILLER               PIC X(11) VALUE 'APLICADA : '.
002490     05  APL-ACAO             PIC X(01).
002500     05  FILLER               PIC X(02) VALUE SPACES.
002510     05  APL-ITEM             PIC X(04).
002520     05  FILLER               PIC X(01) VALUE SPACES.
002530     05  APL-TIPO-FOLHA       PIC X(08).
002540     05  FILLER               PIC X(02) VALUE SPACES.
002550     05  APL-CODIGO           PIC X(08).
002560     05  FILLER               PIC X(02) VALUE SPACES.
002570     05  APL-DESCRICAO        PIC X(30).
002580     05  FILLER               PIC X(06) VALUE '  NAT '.
002590     05  APL-NATUREZA         PIC X(04).
002600     05  FILLER               PIC X(07) VALUE '  TIPO '.
002610     05  APL-TIPO             PIC X(01).
002620     05  FILLER               PIC X(08) VALUE '  ATIVA '.
002630     05  APL-ATIVA            PIC X(01).
002640     05  FILLER               PIC X(04) VALUE SPACES.
002650 01  WRK-LINHA-REJEICAO.
002660     05  FILLER               PIC X(11) VALUE 'REJEITADA: '.
002670     05  REJ-ACAO             PIC X(01).
002680     05  FILLER               PIC X(02) VALUE SPACES.
002690     05  REJ-ITEM             PIC X(04).
002700     05  FILLER               PIC X(01) VALUE SPACES.
002710     05  REJ-TIPO-FOLHA       PIC X(08).
002720     05  FILLER               PIC X(09) VALUE '  MOTIVO '.
002730     05  REJ-MOTIVO           PIC X(02).
002740     05  FILLER               PIC X(03) VALUE ' - '.
002750     05  REJ-TEXTO            PIC X(30).
002760     05  FILLER               PIC X(29) VALUE SPACES.
002770 01  WRK-LINHA-TOTAIS.
002780     05  FILLER PIC X(19) VALUE 'TRANSACOES LIDAS: '.
002790     05  TOT-LIDAS            PIC ZZZ.ZZ9.
002800     05  FILLER PIC X(14) VALUE '  APLICADAS: '.
002810     05  TOT-APLICADAS        PIC ZZZ.ZZ9.
002820     05  FILLER PIC X(15) VALUE '  REJEITADAS: '.
002830     05  TOT-REJEITADAS       PIC ZZZ.ZZ9.
002840     05  FILLER               PIC X(31) VALUE SPACES.
002850 PROCEDURE DIVISION.
002860******************************************************************
002870* 0000-MAINLINE - CONTROLA A MANUTENCAO DA TABELA DE RUBRICAS.
002880******************************************************************
002890 0000-MAINLINE.
002900     PERFORM 0500-LOGON-OPERADOR THRU 0500-EXIT.
002910     IF NOT WRK-OPERADOR-VALIDO
002920         DISPLAY 'OPERADOR NAO AUTORIZADO: ' WRK-OPERADOR
002930         MOVE 8 TO RETURN-CODE
002940         GOBACK
002950     END-IF.
002960     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002970     PERFORM 2000-PROCESSA-TRANSACAO THRU 2000-EXIT
002980         UNTIL WRK-RBT-EOF.
002990     PERFORM 9000-FINALIZE THRU 9000-EXIT.
003000     IF WRK-CONT-REJEITADAS > 0
003010         MOVE 4 TO RETURN-CODE
003020     ELSE
003030         MOVE 0 TO RETURN-CODE
003040     END-IF.
003050     GOBACK.
003060******************************************************************
003070* 0500-LOGON-OPERADOR - OBTEM O OPERADOR E A SENHA DO PAYOPER,
003080*                       QUANDO PREPARADOS EXTERNAMENTE PARA UMA
003090*                       EXECUCAO EM LOTE, OU DO CONSOLE QUANDO O
003100*                       ARQUIVO NAO EXISTE OU ESTA VAZIO, E
003110*                       VALIDA CONTRA O CADASTRO DE SEGURANCA
003120*                       (OPERSEC): OPERADOR ATIVO, SENHA E
003130*                       AUTORIZACAO DE MANUTENCAO DE CADASTRO.
003140*                       TENTATIVA RECUSADA E GRAVADA NO SECAUD,
003150*                       NO MESMO IDIOMA DO PROGCOB31.
003160******************************************************************
003170 0500-LOGON-OPERADOR.
003180     MOVE 'N' TO WRK-SW-OPER-ARQUIVO.
003190     OPEN INPUT OPERATOR-CONTROL-FILE.
003200     IF WRK-OPER-CFG-OK
003210         READ OPERATOR-CONTROL-FILE
003220             AT END
003230                 CONTINUE
003240             NOT AT END
003250                 MOVE OPCFG-OPERADOR TO WRK-OPERADOR
003260                 MOVE OPCFG-SENHA    TO WRK-SENHA
003270                 SET WRK-OPER-ARQUIVO TO TRUE
003280         END-READ
003290         CLOSE OPERATOR-CONTROL-FILE
003300     END-IF.
003310     IF NOT WRK-OPER-ARQUIVO
003320         DISPLAY 'OPERADOR: ' WITH NO ADVANCING
003330         ACCEPT WRK-OPERADOR FROM CONSOLE
003340         DISPLAY 'SENHA: ' WITH NO ADVANCING
003350         ACCEPT WRK-SENHA FROM CONSOLE
003360     END-IF.
003370     MOVE 'N' TO WRK-SW-OPERADOR.
003380     MOVE SPACES TO WRK-MOTIVO-LOGON.
003390     PERFORM 0510-PROCURA-OPERSEC THRU 0510-EXIT.
003400     EVALUATE TRUE
003410         WHEN NOT WRK-OPR-ACHADO
003420             MOVE 'NAO CADASTRADO' TO WRK-MOTIVO-LOGON
003430         WHEN WRK-OPR-ATIVO NOT = 'S'
003440             MOVE 'OPERADOR INATIVO' TO WRK-MOTIVO-LOGON
003450         WHEN WRK-OPR-SENHA NOT = WRK-SENHA
003460             MOVE 'SENHA INVALIDA' TO WRK-MOTIVO-LOGON
003470         WHEN WRK-OPR-AUT-FUNCAO NOT = 'S'
003480             MOVE 'SEM AUTORIZACAO' TO WRK-MOTIVO-LOGON
003490         WHEN OTHER
003500             MOVE 'S' TO WRK-SW-OPERADOR
003510     END-EVALUATE.
003520     IF NOT WRK-OPERADOR-VALIDO
003530         DISPLAY 'LOGON RECUSADO (' WRK-MOTIVO-LOGON ') - '
003540             WRK-OPERADOR
003550         PERFORM 0520-GRAVA-SECAUD THRU 0520-EXIT
003560     END-IF.
003570 0500-EXIT.
003580     EXIT.
003590******************************************************************
003600* 0510-PROCURA-OPERSEC - PROCURA O OPERADOR NO CADASTRO DE
003610*                        SEGURANCA (OPERSEC) E GUARDA OS CAMPOS
003620*                        DO REGISTRO ACHADO (A AUTORIZACAO DESTE
003630*                        PROGRAMA E A DE MANUTENCAO DE CADASTRO).
003640*                        ARQUIVO INDISPONIVEL EQUIVALE A
003650*                        OPERADOR NAO CADASTRADO.
003660******************************************************************
003670 0510-PROCURA-OPERSEC.
003680     MOVE 'N' TO WRK-SW-OPR-ACHADO.
003690     OPEN INPUT SECURITY-MASTER-FILE.
003700     IF NOT WRK-SEC-OK
003710         DISPLAY 'CADASTRO DE SEGURANCA (OPERSEC) '
003720             'INDISPONIVEL: ' WRK-SEC-STATUS
003730         GO TO 0510-EXIT
003740     END-IF.
003750     PERFORM 0515-LE-OPERSEC THRU 0515-EXIT
003760         UNTIL WRK-SEC-EOF OR WRK-OPR-ACHADO.
003770     CLOSE SECURITY-MASTER-FILE.
003780 0510-EXIT.
003790     EXIT.
003800 0515-LE-OPERSEC.
003810     READ SECURITY-MASTER-FILE
003820         AT END
003830             SET WRK-SEC-EOF TO TRUE
003840         NOT AT END
003850             IF OPR-CODIGO = WRK-OPERADOR
003860                 SET WRK-OPR-ACHADO TO TRUE
003870                 MOVE OPR-ATIVO TO WRK-OPR-ATIVO
003880                 MOVE OPR-SENHA TO WRK-OPR-SENHA
003890                 MOVE OPR-AUT-CADASTRO
003900                     TO WRK-OPR-AUT-FUNCAO
003910             END-IF
003920     END-READ.
003930 0515-EXIT.
003940     EXIT.
003950******************************************************************
003960* 0520-GRAVA-SECAUD - REGISTRA A TENTATIVA DE LOGON RECUSADA NO
003970*                     SECAUD (DATA, HORA, OPERADOR, PROGRAMA E
003980*                     MOTIVO), NO MESMO IDIOMA DA TRILHA DO
003990*                     DATEAUD DO PROGCOB03.
004000******************************************************************
004010 0520-GRAVA-SECAUD.
004020     ACCEPT WRK-DATA-LOGON FROM DATE YYYYMMDD.
004030     ACCEPT WRK-HORA-LOGON FROM TIME.
004040     OPEN EXTEND SECURITY-AUDIT-FILE.
004050     IF NOT WRK-SECAUD-OK
004060         CLOSE SECURITY-AUDIT-FILE
004070         OPEN OUTPUT SECURITY-AUDIT-FILE
004080     END-IF.
004090     IF NOT WRK-SECAUD-OK
004100         DISPLAY 'ERRO AO ABRIR SECAUD: ' WRK-SECAUD-STATUS
004110         GO TO 0520-EXIT
004120     END-IF.
004130     MOVE WRK-DATA-LOGON TO SEC-DATA.
004140     MOVE SPACES         TO SEC-FILL1.
004150     MOVE WRK-HORA-LOGON TO SEC-HORA.
004160     MOVE SPACES         TO SEC-FILL2.
004170     MOVE WRK-OPERADOR   TO SEC-OPERADOR.
004180     MOVE SPACES         TO SEC-FILL3.
004190     MOVE 'PROGCOB37'    TO SEC-PROGRAMA.
004200     MOVE SPACES         TO SEC-FILL4.
004210     MOVE WRK-MOTIVO-LOGON TO SEC-MOTIVO.
004220     WRITE SECAUD-RECORD.
004230     IF NOT WRK-SECAUD-OK
004240         DISPLAY 'ERRO AO GRAVAR SECAUD: ' WRK-SECAUD-STATUS
004250     END-IF.
004260     CLOSE SECURITY-AUDIT-FILE.
004270 0520-EXIT.
004280     EXIT.
004290******************************************************************
004300* 1000-INITIALIZE - CARREGA A RUBRICAS NA TABELA, ABRE O ARQUIVO
004310*                   DE TRANSACOES E O RELATORIO, E LE A PRIMEIRA
004320*                   TRANSACAO.
004330******************************************************************
004340 1000-INITIALIZE.
004350     ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
004360     MOVE ZERO TO WRK-QTD-RUBRICAS.
004370     OPEN INPUT RUBRIC-FILE.
004380     IF WRK-RUB-OK
004390         PERFORM 1100-LE-RUBRICA THRU 1100-EXIT
004400             UNTIL WRK-RUB-EOF
004410         CLOSE RUBRIC-FILE
004420     ELSE
004430         DISPLAY 'TABELA DE RUBRICAS AINDA NAO EXISTE - '
004440             'SERA CRIADA'
004450     END-IF.
004460     OPEN INPUT RUB-TRANS-FILE.
004470     IF NOT WRK-RBT-OK
004480         DISPLAY 'ERRO AO ABRIR RUB-TRANS-FILE: '
004490             WRK-RBT-STATUS
004500         MOVE 8 TO RETURN-CODE
004510         GOBACK
004520     END-IF.
004530     OPEN OUTPUT RUB-REPORT-FILE.
004540     IF NOT WRK-RUBRPT-OK
004550         DISPLAY 'ERRO AO ABRIR RUB-REPORT-FILE: '
004560             WRK-RUBRPT-STATUS
004570         CLOSE RUB-TRANS-FILE
004580         MOVE 8 TO RETURN-CODE
004590         GOBACK
004600     END-IF.
004610     MOVE WRK-DATA-ATUAL TO CAB2-DATA.
004620     MOVE WRK-OPERADOR   TO CAB2-OPERADOR.
004630     WRITE RUB-REPORT-RECORD FROM WRK-LINHA-CABEC1
004640         AFTER ADVANCING PAGE.
004650     WRITE RUB-REPORT-RECORD FROM WRK-LINHA-CABEC2
004660         AFTER ADVANCING 1 LINE.
004670     PERFORM 2900-LE-TRANSACAO THRU 2900-EXIT.
004680 1000-EXIT.
004690     EXIT.
004700******************************************************************
004710* 1100-LE-RUBRICA - LE UM REGISTRO DA RUBRICAS PARA A TABELA.
004720******************************************************************
004730 1100-LE-RUBRICA.
004740     READ RUBRIC-FILE
004750         AT END
004760             SET WRK-RUB-EOF TO TRUE
004770         NOT AT END
004780             IF WRK-QTD-RUBRICAS < WRK-MAX-RUBRICAS
004790                 ADD 1 TO WRK-QTD-RUBRICAS
004800                 MOVE RUB-ITEM
004810                     TO TAB-RUB-ITEM(WRK-QTD-RUBRICAS)
004820                 MOVE RUB-TIPO-FOLHA
004830                     TO TAB-RUB-TIPO-FOLHA(WRK-QTD-RUBRICAS)
004840                 MOVE RUB-CODIGO
004850                     TO TAB-RUB-CODIGO(WRK-QTD-RUBRICAS)
004860                 MOVE RUB-DESCRICAO
004870                     TO TAB-RUB-DESCRICAO(WRK-QTD-RUBRICAS)
004880                 MOVE RUB-NATUREZA
004890                     TO TAB-RUB-NATUREZA(WRK-QTD-RUBRICAS)
004900                 MOVE RUB-TIPO
004910                     TO TAB-RUB-TIPO(WRK-QTD-RUBRICAS)
004920                 MOVE RUB-ATIVA
004930                     TO TAB-RUB-ATIVA(WRK-QTD-RUBRICAS)
004940             ELSE
004950                 DISPLAY 'TABELA DE RUBRICAS CHEIA - '
004960                     'REGISTRO IGNORADO: ' RUB-ITEM ' '
004970                     RUB-TIPO-FOLHA
004980             END-IF
004990     END-READ.
005000 1100-EXIT.
005010     EXIT.
005020******************************************************************
005030* 2000-PROCESSA-TRANSACAO - VALIDA A TRANSACAO E ACIONA A
005040*                           INCLUSAO, ALTERACAO OU EXCLUSAO
005050*                           CORRESPONDENTE.
005060******************************************************************
005070 2000-PROCESSA-TRANSACAO.
005080     ADD 1 TO WRK-CONT-LIDAS.
005090     MOVE 'S' TO WRK-SW-TRAN-VALIDA.
005100     MOVE SPACES TO WRK-MOTIVO.
005110     PERFORM 2050-VALIDA-TRANSACAO THRU 2050-EXIT.
005120     IF WRK-TRAN-VALIDA
005130         EVALUATE RBT-ACAO
005140             WHEN 'I'
005150                 PERFORM 3000-INCLUI THRU 3000-EXIT
005160             WHEN 'A'
005170                 PERFORM 4000-ALTERA THRU 4000-EXIT
005180             WHEN 'E'
005190                 PERFORM 5000-EXCLUI THRU 5000-EXIT
005200         END-EVALUATE
005210     END-IF.
005220     IF NOT WRK-TRAN-VALIDA
005230         PERFORM 7200-IMPRIME-REJEICAO THRU 7200-EXIT
005240         ADD 1 TO WRK-CONT-REJEITADAS
005250     ELSE
005260         PERFORM 7100-IMPRIME-APLICADA THRU 7100-EXIT
005270         ADD 1 TO WRK-CONT-APLICADAS
005280     END-IF.
005290     PERFORM 2900-LE-TRANSACAO THRU 2900-EXIT.
005300 2000-EXIT.
005310     EXIT.
005320******************************************************************
005330* 2050-VALIDA-TRANSACAO - CONSISTE A ACAO, O ITEM DA FOLHA
005340*                         (TAB-ITENS) E O TIPO DA FOLHA (BRANCOS
005350*                         OU UM DOS TIPOS DE TAB-TIPOS), COMUNS
005360*                         A TODA TRANSACAO; OS DEMAIS CAMPOS SO
005370*                         VALEM PARA INCLUSAO E ALTERACAO.
005380******************************************************************
005390 2050-VALIDA-TRANSACAO.
005400     IF RBT-ACAO NOT = 'I' AND RBT-ACAO NOT = 'A'
005410             AND RBT-ACAO NOT = 'E'
005420         MOVE '01' TO WRK-MOTIVO
005430         MOVE 'N' TO WRK-SW-TRAN-VALIDA
005440         GO TO 2050-EXIT
005450     END-IF.
005460     MOVE 'N' TO WRK-SW-VALOR-ACHADO.
005470     PERFORM VARYING WRK-IDX FROM 1 BY 1
005480             UNTIL WRK-IDX > 14 OR WRK-VALOR-ACHADO
005490         IF TAB-ITEM-VALIDO(WRK-IDX) = RBT-ITEM
005500             SET WRK-VALOR-ACHADO TO TRUE
005510         END-IF
005520     END-PERFORM.
005530     IF NOT WRK-VALOR-ACHADO
005540         MOVE '02' TO WRK-MOTIVO
005550         MOVE 'N' TO WRK-SW-TRAN-VALIDA
005560         GO TO 2050-EXIT
005570     END-IF.
005580     IF RBT-TIPO-FOLHA NOT = SPACES
005590         MOVE 'N' TO WRK-SW-VALOR-ACHADO
005600         PERFORM VARYING WRK-IDX FROM 1 BY 1
005610                 UNTIL WRK-IDX > 6 OR WRK-VALOR-ACHADO
005620             IF TAB-TIPO-VALIDO(WRK-IDX) = RBT-TIPO-FOLHA
005630                 SET WRK-VALOR-ACHADO TO TRUE
005640             END-IF
005650         END-PERFORM
005660         IF NOT WRK-VALOR-ACHADO
005670             MOVE '03' TO WRK-MOTIVO
005680             MOVE 'N' TO WRK-SW-TRAN-VALIDA
005690             GO TO 2050-EXIT
005700         END-IF
005710     END-IF.
005720     IF RBT-ACAO = 'I' OR RBT-ACAO = 'A'
005730         PERFORM 2060-VALIDA-CAMPOS THRU 2060-EXIT
005740     END-IF.
005750 2050-EXIT.
005760     EXIT.
005770******************************************************************
005780* 2060-VALIDA-CAMPOS - CONSISTE O CODIGO DA RUBRICA, A
005790*                      DESCRICAO, A NATUREZA (QUATRO DIGITOS DA
005800*                      TABELA DE NATUREZAS DO ESOCIAL), O TIPO
005810*                      (1 = VENCIMENTO, 2 = DESCONTO, 3 =
005820*                      INFORMATIVA) E O INDICADOR DE ATIVA (S/N)
005830*                      DAS TRANSACOES DE INCLUSAO E ALTERACAO.
005840******************************************************************
005850 2060-VALIDA-CAMPOS.
005860     IF RBT-CODIGO = SPACES
005870         MOVE '06' TO WRK-MOTIVO
005880         MOVE 'N' TO WRK-SW-TRAN-VALIDA
005890         GO TO 2060-EXIT
005900     END-IF.
005910     IF RBT-DESCRICAO = SPACES
005920         MOVE '07' TO WRK-MOTIVO
005930         MOVE 'N' TO WRK-SW-TRAN-VALIDA
005940         GO TO 2060-EXIT
005950     END-IF.
005960     IF RBT-NATUREZA IS NOT NUMERIC
005970         MOVE '08' TO WRK-MOTIVO
005980         MOVE 'N' TO WRK-SW-TRAN-VALIDA
005990         GO TO 2060-EXIT
006000     END-IF.
006010     IF RBT-TIPO NOT = '1' AND RBT-TIPO NOT = '2'
006020             AND RBT-TIPO NOT = '3'
006030         MOVE '09' TO WRK-MOTIVO
006040         MOVE 'N' TO WRK-SW-TRAN-VALIDA
006050         GO TO 2060-EXIT
006060     END-IF.
006070     IF RBT-ATIVA NOT = 'S' AND RBT-ATIVA NOT = 'N'
006080         MOVE '10' TO WRK-MOTIVO
006090         MOVE 'N' TO WRK-SW-TRAN-VALIDA
006100         GO TO 2060-EXIT
006110     END-IF.
006120 2060-EXIT.
006130     EXIT.
006140******************************************************************
006150* 2100-PROCURA-RUBRICA - LOCALIZA O ITEM + TIPO DA FOLHA DA
006160*                        TRANSACAO NA TABELA, DEIXANDO
006170*                        WRK-RUB-IDX APONTANDO PARA ELE QUANDO
006180*                        ACHADO.
006190******************************************************************
006200 2100-PROCURA-RUBRICA.
006210     MOVE 'N' TO WRK-SW-RUB-ACHADA.
006220     PERFORM VARYING WRK-RUB-IDX FROM 1 BY 1
006230             UNTIL WRK-RUB-IDX > WRK-QTD-RUBRICAS
006240                OR WRK-RUB-ACHADA
006250         IF TAB-RUB-ITEM(WRK-RUB-IDX) = RBT-ITEM
006260                 AND TAB-RUB-TIPO-FOLHA(WRK-RUB-IDX)
006270                     = RBT-TIPO-FOLHA
006280             SET WRK-RUB-ACHADA TO TRUE
006290         END-IF
006300     END-PERFORM.
006310     IF WRK-RUB-ACHADA
006320         SUBTRACT 1 FROM WRK-RUB-IDX
006330     END-IF.
006340 2100-EXIT.
006350     EXIT.
006360******************************************************************
006370* 2900-LE-TRANSACAO - LE A PROXIMA TRANSACAO DO RUBTRAN.
006380******************************************************************
006390 2900-LE-TRANSACAO.
006400     READ RUB-TRANS-FILE
006410         AT END
006420             SET WRK-RBT-EOF TO TRUE
006430     END-READ.
006440 2900-EXIT.
006450     EXIT.
006460******************************************************************
006470* 3000-INCLUI - INCLUI UMA RUBRICA NOVA NA TABELA. CHAVE JA
006480*               CADASTRADA OU TABELA CHEIA E REJEITADA.
006490******************************************************************
006500 3000-INCLUI.
006510     PERFORM 2100-PROCURA-RUBRICA THRU 2100-EXIT.
006520     IF WRK-RUB-ACHADA
006530         MOVE '04' TO WRK-MOTIVO
006540         MOVE 'N' TO WRK-SW-TRAN-VALIDA
006550         GO TO 3000-EXIT
006560     END-IF.
006570     IF WRK-QTD-RUBRICAS >= WRK-MAX-RUBRICAS
006580         MOVE '12' TO WRK-MOTIVO
006590         MOVE 'N' TO WRK-SW-TRAN-VALIDA
006600         GO TO 3000-EXIT
006610     END-IF.
006620     ADD 1 TO WRK-QTD-RUBRICAS.
006630     MOVE WRK-QTD-RUBRICAS TO WRK-RUB-IDX.
006640     PERFORM 3100-MOVE-CAMPOS THRU 3100-EXIT.
006650 3000-EXIT.
006660     EXIT.
006670******************************************************************
006680* 3100-MOVE-CAMPOS - MOVE OS CAMPOS DA TRANSACAO PARA A ENTRADA
006690*                    WRK-RUB-IDX DA TABELA.
006700******************************************************************
006710 3100-MOVE-CAMPOS.
006720     MOVE RBT-ITEM       TO TAB-RUB-ITEM(WRK-RUB-IDX).
006730     MOVE RBT-TIPO-FOLHA TO TAB-RUB-TIPO-FOLHA(WRK-RUB-IDX).
006740     MOVE RBT-CODIGO     TO TAB-RUB-CODIGO(WRK-RUB-IDX).
006750     MOVE RBT-DESCRICAO  TO TAB-RUB-DESCRICAO(WRK-RUB-IDX).
006760     MOVE RBT-NATUREZA   TO TAB-RUB-NATUREZA(WRK-RUB-IDX).
006770     MOVE RBT-TIPO       TO TAB-RUB-TIPO(WRK-RUB-IDX).
006780     MOVE RBT-ATIVA      TO TAB-RUB-ATIVA(WRK-RUB-IDX).
006790 3100-EXIT.
006800     EXIT.
006810******************************************************************
006820* 4000-ALTERA - REGRAVA OS DADOS DA RUBRICA ACHADA PELA CHAVE DA
006830*               TRANSACAO. A TROCA DE CODIGO OU A INATIVACAO
006840*               (ATIVA = 'N') VALE A PARTIR DA PROXIMA GERACAO
006850*               DOS EVENTOS.
006860******************************************************************
006870 4000-ALTERA.
006880     PERFORM 2100-PROCURA-RUBRICA THRU 2100-EXIT.
006890     IF NOT WRK-RUB-ACHADA
006900         MOVE '05' TO WRK-MOTIVO
006910         MOVE 'N' TO WRK-SW-TRAN-VALIDA
006920         GO TO 4000-EXIT
006930     END-IF.
006940     PERFORM 3100-MOVE-CAMPOS THRU 3100-EXIT.
006950 4000-EXIT.
006960     EXIT.
006970******************************************************************
006980* 5000-EXCLUI - EXCLUI A RUBRICA ACHADA PELA CHAVE DA TRANSACAO,
006990*               COMPACTANDO A TABELA. RUBRICA AINDA ATIVA E
007000*               REJEITADA: PRIMEIRO ELA E INATIVADA (ALTERACAO),
007010*               COMO NO PLANO DE CONTAS.
007020******************************************************************
007030 5000-EXCLUI.
007040     PERFORM 2100-PROCURA-RUBRICA THRU 2100-EXIT.
007050     IF NOT WRK-RUB-ACHADA
007060         MOVE '05' TO WRK-MOTIVO
007070         MOVE 'N' TO WRK-SW-TRAN-VALIDA
007080         GO TO 5000-EXIT
007090     END-IF.
007100     IF TAB-RUB-ATIVA(WRK-RUB-IDX) NOT = 'N'
007110         MOVE '11' TO WRK-MOTIVO
007120         MOVE 'N' TO WRK-SW-TRAN-VALIDA
007130         GO TO 5000-EXIT
007140     END-IF.
007150     PERFORM VARYING WRK-I FROM WRK-RUB-IDX BY 1
007160             UNTIL WRK-I >= WRK-QTD-RUBRICAS
007170         COMPUTE WRK-J = WRK-I + 1
007180         MOVE TAB-RUB-ENT(WRK-J) TO TAB-RUB-ENT(WRK-I)
007190     END-PERFORM.
007200     SUBTRACT 1 FROM WRK-QTD-RUBRICAS.
007210 5000-EXIT.
007220     EXIT.
007230******************************************************************
007240* 6000-ORDENA-TABELA - ORDENA A TABELA POR ITEM + TIPO DA FOLHA
007250*                      (BOLHA, COMO NO PROGCOB31).
007260******************************************************************
007270 6000-ORDENA-TABELA.
007280     IF WRK-QTD-RUBRICAS < 2
007290         GO TO 6000-EXIT
007300     END-IF.
007310     PERFORM VARYING WRK-I FROM 1 BY 1
007320             UNTIL WRK-I >= WRK-QTD-RUBRICAS
007330         PERFORM VARYING WRK-J FROM 1 BY 1
007340                 UNTIL WRK-J > WRK-QTD-RUBRICAS - WRK-I
007350             COMPUTE WRK-J1 = WRK-J + 1
007360             IF TAB-RUB-CHAVE(WRK-J) > TAB-RUB-CHAVE(WRK-J1)
007370                 PERFORM 6100-TROCA-ENTRADAS THRU 6100-EXIT
007380             END-IF
007390         END-PERFORM
007400     END-PERFORM.
007410 6000-EXIT.
007420     EXIT.
007430 6100-TROCA-ENTRADAS.
007440     MOVE TAB-RUB-ENT(WRK-J)  TO WRK-TROCA-ENT.
007450     MOVE TAB-RUB-ENT(WRK-J1) TO TAB-RUB-ENT(WRK-J).
007460     MOVE WRK-TROCA-ENT       TO TAB-RUB-ENT(WRK-J1).
007470 6100-EXIT.
007480     EXIT.
007490******************************************************************
007500* 7100-IMPRIME-APLICADA - IMPRIME A TRANSACAO APLICADA NO
007510*                         RELATORIO DE MANUTENCAO.
007520******************************************************************
007530 7100-IMPRIME-APLICADA.
007540     MOVE RBT-ACAO       TO APL-ACAO.
007550     MOVE RBT-ITEM       TO APL-ITEM.
007560     MOVE RBT-TIPO-FOLHA TO APL-TIPO-FOLHA.
007570     IF RBT-ACAO = 'E'
007580         MOVE SPACES TO APL-CODIGO
007590         MOVE SPACES TO APL-DESCRICAO
007600         MOVE SPACES TO APL-NATUREZA
007610         MOVE SPACES TO APL-TIPO
007620         MOVE SPACES TO APL-ATIVA
007630     ELSE
007640         MOVE RBT-CODIGO     TO APL-CODIGO
007650         MOVE RBT-DESCRICAO  TO APL-DESCRICAO
007660         MOVE RBT-NATUREZA   TO APL-NATUREZA
007670         MOVE RBT-TIPO       TO APL-TIPO
007680         MOVE RBT-ATIVA      TO APL-ATIVA
007690     END-IF.
007700     WRITE RUB-REPORT-RECORD FROM WRK-LINHA-APLICADA
007710         AFTER ADVANCING 1 LINE.
007720 7100-EXIT.
007730     EXIT.
007740******************************************************************
007750* 7200-IMPRIME-REJEICAO - IMPRIME A TRANSACAO REJEITADA COM O
007760*                         CODIGO E O TEXTO DO MOTIVO.
007770******************************************************************
007780 7200-IMPRIME-REJEICAO.
007790     MOVE RBT-ACAO       TO REJ-ACAO.
007800     MOVE RBT-ITEM       TO REJ-ITEM.
007810     MOVE RBT-TIPO-FOLHA TO REJ-TIPO-FOLHA.
007820     MOVE WRK-MOTIVO     TO REJ-MOTIVO.
007830     MOVE SPACES         TO REJ-TEXTO.
007840     PERFORM VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 12
007850         IF WRK-MOTIVO = TAB-MOTIVO-CODIGO(WRK-IDX)
007860             MOVE TAB-MOTIVO-TEXTO(WRK-IDX) TO REJ-TEXTO
007870         END-IF
007880     END-PERFORM.
007890     WRITE RUB-REPORT-RECORD FROM WRK-LINHA-REJEICAO
007900         AFTER ADVANCING 1 LINE.
007910 7200-EXIT.
007920     EXIT.
007930******************************************************************
007940* 9000-FINALIZE - ORDENA E REGRAVA A RUBRICAS, IMPRIME OS TOTAIS
007950*                 E FECHA OS ARQUIVOS.
007960******************************************************************
007970 9000-FINALIZE.
007980     CLOSE RUB-TRANS-FILE.
007990     PERFORM 6000-ORDENA-TABELA THRU 6000-EXIT.
008000     OPEN OUTPUT RUBRIC-FILE.
008010     IF NOT WRK-RUB-OK
008020         DISPLAY 'ERRO AO REGRAVAR RUBRICAS: ' WRK-RUB-STATUS
008030         CLOSE RUB-REPORT-FILE
008040         MOVE 8 TO RETURN-CODE
008050         GOBACK
008060     END-IF.
008070     PERFORM VARYING WRK-RUB-IDX FROM 1 BY 1
008080             UNTIL WRK-RUB-IDX > WRK-QTD-RUBRICAS
008090         MOVE TAB-RUB-ITEM(WRK-RUB-IDX)       TO RUB-ITEM
008100         MOVE SPACES                          TO RUB-FILL1
008110         MOVE TAB-RUB-TIPO-FOLHA(WRK-RUB-IDX) TO RUB-TIPO-FOLHA
008120         MOVE SPACES                          TO RUB-FILL2
008130         MOVE TAB-RUB-CODIGO(WRK-RUB-IDX)     TO RUB-CODIGO
008140         MOVE SPACES                          TO RUB-FILL3
008150         MOVE TAB-RUB-DESCRICAO(WRK-RUB-IDX)  TO RUB-DESCRICAO
008160         MOVE SPACES                          TO RUB-FILL4
008170         MOVE TAB-RUB-NATUREZA(WRK-RUB-IDX)   TO RUB-NATUREZA
008180         MOVE SPACES                          TO RUB-FILL5
008190         MOVE TAB-RUB-TIPO(WRK-RUB-IDX)       TO RUB-TIPO
008200         MOVE SPACES                          TO RUB-FILL6
008210         MOVE TAB-RUB-ATIVA(WRK-RUB-IDX)      TO RUB-ATIVA
008220         WRITE RUB-RECORD
008230     END-PERFORM.
008240     CLOSE RUBRIC-FILE.
008250     MOVE WRK-CONT-LIDAS      TO TOT-LIDAS.
008260     MOVE WRK-CONT-APLICADAS  TO TOT-APLICADAS.
008270     MOVE WRK-CONT-REJEITADAS TO TOT-REJEITADAS.
008280     WRITE RUB-REPORT-RECORD FROM WRK-LINHA-TOTAIS
008290         AFTER ADVANCING 2 LINES.
008300     CLOSE RUB-REPORT-FILE.
008310     DISPLAY '--------------------------------------------'.
008320     DISPLAY 'TRANSACOES LIDAS ....: ' WRK-CONT-LIDAS.
008330     DISPLAY 'TRANSACOES APLICADAS : ' WRK-CONT-APLICADAS.
008340     DISPLAY 'TRANSACOES REJEITADAS: ' WRK-CONT-REJEITADAS.
008350 9000-EXIT.
008360     EXIT.
008370 END PROGRAM PROGCOB37.
