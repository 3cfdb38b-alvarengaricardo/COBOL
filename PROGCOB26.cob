000010******************************************************************
000020* Author: RICARDO RIBEIRO DE ALVARENGA - RRA
000030* Installation: FOLHA DE PAGAMENTO
000040* Date-Written: 2026-10-15
000050* Date-Compiled: 2026-10-15
000060* Purpose: MANUTENCAO DO CADASTRO DE AFASTAMENTOS (AFAST) A PARTIR
000070*          DAS TRANSACOES DE INCLUSAO, ALTERACAO E EXCLUSAO DO
000080*          AFATRAN, NO MESMO MOLDE DO PROGCOB12 PARA O DEPMAST:
000090*          CADA AFASTAMENTO TEM MATRICULA (VALIDADA CONTRA O
000100*          EMPMAST), TIPO (DO = DOENCA, MA = MATERNIDADE, NR =
000110*          LICENCA NAO REMUNERADA), DATA DE INICIO E DATA DE FIM
000120*          (ZEROS = AINDA EM ABERTO), E O RELATORIO DE MANUTENCAO
000130*          (AFARPT) REGISTRA O QUE FOI APLICADO E REJEITADO. O
000140*          AFAST E LIDO PELO PROGCOB04, QUE SO PAGA OS DIAS NAO
000150*          AFASTADOS DA COMPETENCIA E SUSPENDE O ACRESCIMO DO
000160*          FERSALDO, E PELO PROGCOB22, QUE SUSPENDE A PROVISAO.
000170* Tectonics: cobc
000180******************************************************************
000190* MODIFICATION HISTORY
000200* DATE       INIT DESCRIPTION
000210* 2026-10-15 RRA  ORIGINAL - INCLUSAO (I), ALTERACAO (A, SO DA
000220*                 DATA DE FIM, PARA ENCERRAR O AFASTAMENTO EM
000230*                 ABERTO OU CORRIGI-LO) E EXCLUSAO (E), CHAVEADAS
000240*                 POR MATRICULA + TIPO + DATA DE INICIO, COM O
000250*                 LAYOUT DO COPYBOOK AFAREC. PERIODO QUE SOBREPOE
000260*                 OUTRO AFASTAMENTO DA MESMA MATRICULA E
000270*                 REJEITADO, PARA A FOLHA NUNCA DESCONTAR O MESMO
000280*                 DIA DUAS VEZES. O AFAST E CARREGADO EM TABELA E
000290*                 REGRAVADO EM ORDEM DE CHAVE NO FIM. LOGON DE
000300*                 OPERADOR E RETURN-CODE NO MESMO IDIOMA DO
000310*                 PROGCOB12 (8 = OPERADOR/ARQUIVO, 4 = HOUVE
000320*                 REJEICAO, 0 = NORMAL).
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. PROGCOB26.
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SPECIAL-NAMES.
000390     DECIMAL-POINT IS COMMA.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT LEAVE-FILE
000430         ASSIGN TO "AFAST"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WRK-AFA-STATUS.
000460     SELECT LEAVE-TRANS-FILE
000470         ASSIGN TO "AFATRAN"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WRK-ATR-STATUS.
000500     SELECT EMPLOYEE-MASTER
000510         ASSIGN TO "EMPMAST"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS RANDOM
000540         RECORD KEY IS EMP-ID
000550         FILE STATUS IS WRK-EMP-STATUS.
000560     SELECT LEAVE-REPORT-FILE
000570         ASSIGN TO "AFARPT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WRK-AFARPT-STATUS.
000600     SELECT SECURITY-MASTER-FILE
000610         ASSIGN TO "OPERSEC"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WRK-SEC-STATUS.
000640     SELECT SECURITY-AUDIT-FILE
000650         ASSIGN TO "SECAUD"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WRK-SECAUD-STATUS.
000680     SELECT OPERATOR-CONTROL-FILE
000690         ASSIGN TO "PAYOPER"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WRK-OPER-CFG-STATUS.
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  LEAVE-FILE
000750     LABEL RECORDS ARE STANDARD.
000760     COPY AFAREC.
000770 FD  LEAVE-TRANS-FILE
000780     LABEL RECORDS ARE STANDARD.
000790 01  LEAVE-TRANS-RECORD.
000800     05  ATR-ACAO                 PIC X(01).
000810     05  ATR-FILL1                PIC X(02).
000820     05  ATR-MATRICULA            PIC X(06).
000830     05  ATR-FILL2                PIC X(02).
000840     05  ATR-TIPO                 PIC X(02).
000850     05  ATR-FILL3                PIC X(02).
000860     05  ATR-DATA-INI             PIC 9(08).
000870     05  ATR-FILL4                PIC X(02).
000880     05  ATR-DATA-FIM             PIC 9(08).
000890 FD  EMPLOYEE-MASTER
000900     LABEL RECORDS ARE STANDARD.
000910     COPY EMPREC.
000920 FD  LEAVE-REPORT-FILE
000930     LABEL RECORDS ARE STANDARD.
000940 01  LEAVE-REPORT-RECORD          PIC X(100).
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
001170 77  WRK-AFA-STATUS       PIC X(02) VALUE '00'.
001180     88  WRK-AFA-OK                  VALUE '00'.
001190     88  WRK-AFA-EOF                 VALUE '10'.
001200 77  WRK-ATR-STATUS       PIC X(02) VALUE '00'.
001210     88  WRK-ATR-OK                  VALUE '00'.
001220     88  WRK-ATR-EOF                 VALUE '10'.
001230 77  WRK-EMP-STATUS       PIC X(02) VALUE '00'.
001240     88  WRK-EMP-OK                  VALUE '00'.
001250 77  WRK-AFARPT-STATUS    PIC X(02) VALUE '00'.
001260     88  WRK-AFARPT-OK               VALUE '00'.
001270 77  WRK-OPER-CFG-STATUS  PIC X(02) VALUE '00'.
001280     88  WRK-OPER-CFG-OK             VALUE '00'.
001290 77  WRK-SW-OPER-ARQUIVO  PIC X(01) VALUE 'N'.
001300     88  WRK-OPER-ARQUIVO            VALUE 'S'.
001310 77  WRK-SW-OPERADOR      PIC X(01) VALUE 'N'.
001320     88  WRK-OPERADOR-VALIDO         VALUE 'S'.
001330 77  WRK-OPERADOR         PIC X(10) VALUE SPACES.
001340 77  WRK-IDX              PIC 9(02) COMP VALUE ZERO.
001350 77  WRK-DATA-ATUAL       PIC 9(08) VALUE ZEROS.
001360 77  WRK-CONT-LIDAS       PIC 9(05) COMP VALUE ZERO.
001370 77  WRK-CONT-APLICADAS   PIC 9(05) COMP VALUE ZERO.
001380 77  WRK-CONT-REJEITADAS  PIC 9(05) COMP VALUE ZERO.
001390 77  WRK-SW-TRAN-VALIDA   PIC X(01) VALUE 'S'.
001400     88  WRK-TRAN-VALIDA             VALUE 'S'.
001410 77  WRK-MOTIVO           PIC X(02) VALUE SPACES.
001420 77  WRK-QTD-AFASTAMENTOS PIC 9(03) COMP VALUE ZERO.
001430 77  WRK-MAX-AFASTAMENTOS PIC 9(03) COMP VALUE 500.
001440 77  WRK-AFA-IDX          PIC 9(03) COMP VALUE ZERO.
001450 77  WRK-AFA-PROPRIO      PIC 9(03) COMP VALUE ZERO.
001460 77  WRK-I                PIC 9(03) COMP VALUE ZERO.
001470 77  WRK-J                PIC 9(03) COMP VALUE ZERO.
001480 77  WRK-J1               PIC 9(03) COMP VALUE ZERO.
001490 77  WRK-SW-AFA-ACHADO    PIC X(01) VALUE 'N'.
001500     88  WRK-AFA-ACHADO              VALUE 'S'.
001510 77  WRK-SW-SOBREPOE      PIC X(01) VALUE 'N'.
001520     88  WRK-SOBREPOE                VALUE 'S'.
001530 77  WRK-FIM-NOVO         PIC 9(08) VALUE ZEROS.
001540 77  WRK-FIM-OUTRO        PIC 9(08) VALUE ZEROS.
001550 77  WRK-SENHA            PIC X(10) VALUE SPACES.
001560 77  WRK-SEC-STATUS       PIC X(02) VALUE '00'.
001570     88  WRK-SEC-OK                  VALUE '00'.
001580     88  WRK-SEC-EOF                 VALUE '10'.
001590 77  WRK-SECAUD-STATUS    PIC X(02) VALUE '00'.
001600     88  WRK-SECAUD-OK               VALUE '00'.
001610 77  WRK-SW-OPR-ACHADO    PIC X(01) VALUE 'N'.
001620     88  WRK-OPR-ACHADO              VALUE 'S'.
001630 77  WRK-OPR-ATIVO        PIC X(01) VALUE 'N'.
001640 77  WRK-OPR-SENHA        PIC X(10) VALUE SPACES.
001650 77  WRK-OPR-AUT-FUNCAO   PIC X(01) VALUE 'N'.
001660 77  WRK-MOTIVO-LOGON     PIC X(20) VALUE SPACES.
001670 77  WRK-DATA-LOGON       PIC 9(08) VALUE ZEROS.
001680 77  WRK-HORA-LOGON       PIC 9(08) VALUE ZEROS.
001690*----------------------------------------------------------------
001700* DATA DE TRABALHO DA CONSISTENCIA DAS DATAS DA TRANSACAO.
001710*----------------------------------------------------------------
001720 01  WRK-DATA-VERIF.
001730     02  WRK-VRF-ANO      PIC 9(04) VALUE ZEROS.
001740     02  WRK-VRF-MES      PIC 9(02) VALUE ZEROS.
001750     02  WRK-VRF-DIA      PIC 9(02) VALUE ZEROS.
001760 01  WRK-DATA-VERIF-R REDEFINES WRK-DATA-VERIF.
001770     02  WRK-DATA-VERIF-NUM PIC 9(08).
001780*----------------------------------------------------------------
001790* TABELA DE MOTIVOS DE REJEICAO DE TRANSACAO, CARREGADA POR
001800* REDEFINES, NO MESMO IDIOMA DO PROGCOB12.
001810*----------------------------------------------------------------
001820 01  TAB-MOTIVOS-DADOS.
001830     05  FILLER PIC X(02) VALUE '01'.
001840     05  FILLER PIC X(30) VALUE 'ACAO INVALIDA'.
001850     05  FILLER PIC X(02) VALUE '02'.
001860     05  FILLER PIC X(30) VALUE 'MATRICULA EM BRANCO'.
001870     05  FILLER PIC X(02) VALUE '03'.
001880     05  FILLER PIC X(30) VALUE 'MATRICULA NAO CADASTRADA'.
001890     05  FILLER PIC X(02) VALUE '04'.
001900     05  FILLER PIC X(30) VALUE 'AFASTAMENTO JA CADASTRADO'.
001910     05  FILLER PIC X(02) VALUE '05'.
001920     05  FILLER PIC X(30) VALUE 'AFASTAMENTO NAO CADASTRADO'.
001930     05  FILLER PIC X(02) VALUE '06'.
001940     05  FILLER PIC X(30) VALUE 'TIPO DE AFASTAMENTO INVALIDO'.
001950     05  FILLER PIC X(02) VALUE '07'.
001960     05  FILLER PIC X(30) VALUE 'DATA DE INICIO INVALIDA'.
001970     05  FILLER PIC X(02) VALUE '08'.
001980     05  FILLER PIC X(30) VALUE 'DATA DE FIM INVALIDA'.
001990     05  FILLER PIC X(02) VALUE '09'.
002000     05  FILLER PIC X(30) VALUE 'PERIODO SOBREPOE OUTRO AFAST.'.
002010     05  FILLER PIC X(02) VALUE '10'.
002020     05  FILLER PIC X(30) VALUE 'CADASTRO DE AFASTAMENTOS CHEIO'.
002030 01  TAB-MOTIVOS REDEFINES TAB-MOTIVOS-DADOS.
002040     05  TAB-MOTIVO-ENT OCCURS 10 TIMES.
002050         10  TAB-MOTIVO-CODIGO    PIC X(02).
002060         10  TAB-MOTIVO-TEXTO     PIC X(30).
002070*----------------------------------------------------------------
002080* TABELA DO CADASTRO DE AFASTAMENTOS, CARREGADA NO INICIO E
002090* REGRAVADA EM ORDEM DE MATRICULA + TIPO + INICIO NO FIM.
002100*----------------------------------------------------------------
002110 01  TAB-AFASTAMENTOS.
002120     05  TAB-AFA-ENT OCCURS 500 TIMES.
002130         10  TAB-AFA-CHAVE.
002140             15  TAB-AFA-MATRICULA PIC X(06).
002150             15  TAB-AFA-TIPO      PIC X(02).
002160             15  TAB-AFA-DATA-INI  PIC 9(08).
002170         10  TAB-AFA-DATA-FIM     PIC 9(08).
002180 01  WRK-TROCA-ENT.
002190     05  WRK-TROCA-CHAVE          PIC X(16).
002200     05  WRK-TROCA-DATA-FIM       PIC 9(08).
002210*----------------------------------------------------------------
002220* LINHAS DE IMPRESSAO DO RELATORIO DE MANUTENCAO.
002230*----------------------------------------------------------------
002240 01  WRK-LINHA-CABEC1.
002250     05  FILLER               PIC X(25) VALUE SPACES.
002260     05  FILLER               PIC X(50)
002270         VALUE 'FOLHA DE PAGAMENTO - MANUTENCAO DE AFASTAMENTOS'.
002280     05  FILLER               PIC X(25) VALUE SPACES.
002290 01  WRK-LINHA-CABEC2.
002300     05  FILLER               PIC X(08) VALUE 'DATA: '.
002310     05  CAB2-DATA            PIC 9(08).
002320     05  FILLER               PIC X(10) VALUE SPACES.
002330     05  FILLER               PIC X(10) VALUE 'OPERADOR: '.
002340     05  CAB2-OPERADOR        PIC X(10).
002350     05  FILLER               PIC X(54) VALUE SPACES.
002360 01  WRK-LINHA-APLICADA.
002370     05  FILLER               PIC X(11) VALUE 'APLICADA : '.
002380     05  APL-ACAO             PIC X(01).
002390     05  FILLER               PIC X(02) VALUE SPACES.
002400     05  APL-MATRICULA        PIC X(06).
002410     05  FILLER               PIC X(02) VALUE SPACES.
002420     05  APL-TIPO             PIC X(02).
002430     05  FILLER               PIC X(02) VALUE SPACES.
002440     05  APL-DATA-INI         PIC 9(08).
002450     05  FILLER               PIC X(02) VALUE SPACES.
002460     05  APL-DATA-FIM         PIC 9(08).
002470     05  FILLER               PIC X(56) VALUE SPACES.
002480 01  WRK-LINHA-REJEICAO.
002490     05  FILLER               PIC X(11) VALUE 'REJEITADA: '.
002500     05  REJ-ACAO             PIC X(01).
002510     05  FILLER               PIC X(02) VALUE SPACES.
002520     05  REJ-MATRICULA        PIC X(06).
002530     05  FILLER               PIC X(09) VALUE '  MOTIVO '.
002540     05  REJ-MOTIVO           PIC X(02).
002550     05  FILLER               PIC X(03) VALUE ' - '.
002560     05  REJ-TEXTO            PIC X(30).
002570     05  FILLER               PIC X(36) VALUE SPACES.
002580 01  WRK-LINHA-TOTAIS.
002590     05  FILLER PIC X(19) VALUE 'TRANSACOES LIDAS: '.
002600     05  TOT-LIDAS            PIC ZZZ.ZZ9.
002610     05  FILLER PIC X(14) VALUE '  APLICADAS: '.
002620     05  TOT-APLICADAS        PIC ZZZ.ZZ9.
002630     05  FILLER PIC X(15) VALUE '  REJEITADAS: '.
002640     05  TOT-REJEITADAS       PIC ZZZ.ZZ9.
002650     05  FILLER               PIC X(31) VALUE SPACES.
002660 PROCEDURE DIVISION.
002670******************************************************************
002680* 0000-MAINLINE - CONTROLA A MANUTENCAO DO CADASTRO DE
002690*                 AFASTAMENTOS.
002700******************************************************************
002710 0000-MAINLINE.
002720     PERFORM 0500-LOGON-OPERADOR THRU 0500-EXIT.
002730     IF NOT WRK-OPERADOR-VALIDO
002740         DISPLAY 'OPERADOR NAO AUTORIZADO: ' WRK-OPERADOR
002750         MOVE 8 TO RETURN-CODE
002760         GOBACK
002770     END-IF.
002780     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002790     PERFORM 2000-PROCESSA-TRANSACAO THRU 2000-EXIT
002800         UNTIL WRK-ATR-EOF.
002810     PERFORM 9000-FINALIZE THRU 9000-EXIT.
002820     IF WRK-CONT-REJEITADAS > 0
002830         MOVE 4 TO RETURN-CODE
002840     ELSE
002850         MOVE 0 TO RETURN-CODE
002860     END-IF.
002870     GOBACK.
002880******************************************************************
002890* 0500-LOGON-OPERADOR - OBTEM O OPERADOR E A SENHA DO PAYOPER,
002900*                       QUANDO PREPARADOS EXTERNAMENTE PARA UMA
002910*                       EXECUCAO EM LOTE, OU DO CONSOLE QUANDO O
002920*                       ARQUIVO NAO EXISTE OU ESTA VAZIO, E
002930*                       VALIDA CONTRA O CADASTRO DE SEGURANCA
002940*                       (OPERSEC): OPERADOR ATIVO, SENHA E
002950*                       AUTORIZACAO DE MANUTENCAO DE CADASTRO.
002960*                       TENTATIVA RECUSADA E GRAVADA NO SECAUD,
002970*                       NO MESMO IDIOMA DO PROGCOB12.
002980******************************************************************
002990 0500-LOGON-OPERADOR.
003000     MOVE 'N' TO WRK-SW-OPER-ARQUIVO.
003010     OPEN INPUT OPERATOR-CONTROL-FILE.
003020     IF WRK-OPER-CFG-OK
003030         READ OPERATOR-CONTROL-FILE
003040             AT END
003050                 CONTINUE
003060             NOT AT END
003070                 MOVE OPCFG-OPERADOR TO WRK-OPERADOR
003080                 MOVE OPCFG-SENHA    TO WRK-SENHA
003090                 SET WRK-OPER-ARQUIVO TO TRUE
003100         END-READ
003110         CLOSE OPERATOR-CONTROL-FILE
003120     END-IF.
003130     IF NOT WRK-OPER-ARQUIVO
003140         DISPLAY 'OPERADOR: ' WITH NO ADVANCING
003150         ACCEPT WRK-OPERADOR FROM CONSOLE
003160         DISPLAY 'SENHA: ' WITH NO ADVANCING
003170         ACCEPT WRK-SENHA FROM CONSOLE
003180     END-IF.
003190     MOVE 'N' TO WRK-SW-OPERADOR.
003200     MOVE SPACES TO WRK-MOTIVO-LOGON.
003210     PERFORM 0510-PROCURA-OPERSEC THRU 0510-EXIT.
003220     EVALUATE TRUE
003230         WHEN NOT WRK-OPR-ACHADO
003240             MOVE 'NAO CADASTRADO' TO WRK-MOTIVO-LOGON
003250         WHEN WRK-OPR-ATIVO NOT = 'S'
003260             MOVE 'OPERADOR INATIVO' TO WRK-MOTIVO-LOGON
003270         WHEN WRK-OPR-SENHA NOT = WRK-SENHA
003280             MOVE 'SENHA INVALIDA' TO WRK-MOTIVO-LOGON
003290         WHEN WRK-OPR-AUT-FUNCAO NOT = 'S'
003300             MOVE 'SEM AUTORIZACAO' TO WRK-MOTIVO-LOGON
003310         WHEN OTHER
003320             MOVE 'S' TO WRK-SW-OPERADOR
003330     END-EVALUATE.
003340     IF NOT WRK-OPERADOR-VALIDO
003350         DISPLAY 'LOGON RECUSADO (' WRK-MOTIVO-LOGON ') - '
003360             WRK-OPERADOR
003370         PERFORM 0520-GRAVA-SECAUD THRU 0520-EXIT
003380     END-IF.
003390 0500-EXIT.
003400     EXIT.
003410******************************************************************
003420* 0510-PROCURA-OPERSEC - PROCURA O OPERADOR NO CADASTRO DE
003430*                        SEGURANCA (OPERSEC) E GUARDA OS CAMPOS
003440*                        DO REGISTRO ACHADO (A AUTORIZACAO DESTE
003450*                        PROGRAMA E A DE MANUTENCAO DE CADASTRO).
003460*                        ARQUIVO INDISPONIVEL EQUIVALE A
003470*                        OPERADOR NAO CADASTRADO.
003480******************************************************************
003490 0510-PROCURA-OPERSEC.
003500     MOVE 'N' TO WRK-SW-OPR-ACHADO.
003510     OPEN INPUT SECURITY-MASTER-FILE.
003520     IF NOT WRK-SEC-OK
003530         DISPLAY 'CADASTRO DE SEGURANCA (OPERSEC) '
003540             'INDISPONIVEL: ' WRK-SEC-STATUS
003550         GO TO 0510-EXIT
003560     END-IF.
003570     PERFORM 0515-LE-OPERSEC THRU 0515-EXIT
003580         UNTIL WRK-SEC-EOF OR WRK-OPR-ACHADO.
003590     CLOSE SECURITY-MASTER-FILE.
003600 0510-EXIT.
003610     EXIT.
003620 0515-LE-OPERSEC.
003630     READ SECURITY-MASTER-FILE
003640         AT END
003650             SET WRK-SEC-EOF TO TRUE
003660         NOT AT END
003670             IF OPR-CODIGO = WRK-OPERADOR
003680                 SET WRK-OPR-ACHADO TO TRUE
003690                 MOVE OPR-ATIVO TO WRK-OPR-ATIVO
003700                 MOVE OPR-SENHA TO WRK-OPR-SENHA
003710                 MOVE OPR-AUT-CADASTRO
003720                     TO WRK-OPR-AUT-FUNCAO
003730             END-IF
003740     END-READ.
003750 0515-EXIT.
003760     EXIT.
003770******************************************************************
003780* 0520-GRAVA-SECAUD - REGISTRA A TENTATIVA DE LOGON RECUSADA NO
003790*                     SECAUD (DATA, HORA, OPERADOR, PROGRAMA E
003800*                     MOTIVO), NO MESMO IDIOMA DA TRILHA DO
003810*                     DATEAUD DO PROGCOB03.
003820******************************************************************
003830 0520-GRAVA-SECAUD.
003840     ACCEPT WRK-DATA-LOGON FROM DATE YYYYMMDD.
003850     ACCEPT WRK-HORA-LOGON FROM TIME.
003860     OPEN EXTEND SECURITY-AUDIT-FILE.
003870     IF NOT WRK-SECAUD-OK
003880         CLOSE SECURITY-AUDIT-FILE
003890         OPEN OUTPUT SECURITY-AUDIT-FILE
003900     END-IF.
003910     IF NOT WRK-SECAUD-OK
003920         DISPLAY 'ERRO AO ABRIR SECAUD: ' WRK-SECAUD-STATUS
003930         GO TO 0520-EXIT
003940     END-IF.
003950     MOVE WRK-DATA-LOGON TO SEC-DATA.
003960     MOVE SPACES         TO SEC-FILL1.
003970     MOVE WRK-HORA-LOGON TO SEC-HORA.
003980     MOVE SPACES         TO SEC-FILL2.
003990     MOVE WRK-OPERADOR   TO SEC-OPERADOR.
004000     MOVE SPACES         TO SEC-FILL3.
004010     MOVE 'PROGCOB26'    TO SEC-PROGRAMA.
004020     MOVE SPACES         TO SEC-FILL4.
004030     MOVE WRK-MOTIVO-LOGON TO SEC-MOTIVO.
004040     WRITE SECAUD-RECORD.
004050     IF NOT WRK-SECAUD-OK
004060         DISPLAY 'ERRO AO GRAVAR SECAUD: ' WRK-SECAUD-STATUS
004070     END-IF.
004080     CLOSE SECURITY-AUDIT-FILE.
004090 0520-EXIT.
004100     EXIT.
004110******************************************************************
004120* 1000-INITIALIZE - CARREGA O AFAST NA TABELA, ABRE O CADASTRO DE
004130*                   FUNCIONARIOS (PARA VALIDAR AS MATRICULAS), O
004140*                   ARQUIVO DE TRANSACOES E O RELATORIO, E LE A
004150*                   PRIMEIRA TRANSACAO.
004160******************************************************************
004170 1000-INITIALIZE.
004180     ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
004190     MOVE ZERO TO WRK-QTD-AFASTAMENTOS.
004200     OPEN INPUT LEAVE-FILE.
004210     IF WRK-AFA-OK
004220         PERFORM 1100-LE-AFASTAMENTO THRU 1100-EXIT
004230             UNTIL WRK-AFA-EOF
004240         CLOSE LEAVE-FILE
004250     ELSE
004260         DISPLAY 'CADASTRO DE AFASTAMENTOS AINDA NAO EXISTE - '
004270             'SERA CRIADO'
004280     END-IF.
004290     OPEN INPUT EMPLOYEE-MASTER.
004300     IF NOT WRK-EMP-OK
004310         DISPLAY 'ERRO AO ABRIR EMPLOYEE-MASTER: '
004320             WRK-EMP-STATUS
004330         MOVE 8 TO RETURN-CODE
004340         GOBACK
004350     END-IF.
004360     OPEN INPUT LEAVE-TRANS-FILE.
004370     IF NOT WRK-ATR-OK
004380         DISPLAY 'ERRO AO ABRIR LEAVE-TRANS-FILE: '
004390             WRK-ATR-STATUS
004400         CLOSE EMPLOYEE-MASTER
004410         MOVE 8 TO RETURN-CODE
004420         GOBACK
004430     END-IF.
004440     OPEN OUTPUT LEAVE-REPORT-FILE.
004450     IF NOT WRK-AFARPT-OK
004460         DISPLAY 'ERRO AO ABRIR LEAVE-REPORT-FILE: '
004470             WRK-AFARPT-STATUS
004480         CLOSE EMPLOYEE-MASTER
004490         CLOSE LEAVE-TRANS-FILE
004500         MOVE 8 TO RETURN-CODE
004510         GOBACK
004520     END-IF.
004530     MOVE WRK-DATA-ATUAL TO CAB2-DATA.
004540     MOVE WRK-OPERADOR   TO CAB2-OPERADOR.
004550     WRITE LEAVE-REPORT-RECORD FROM WRK-LINHA-CABEC1
004560         AFTER ADVANCING PAGE.
004570     WRITE LEAVE-REPORT-RECORD FROM WRK-LINHA-CABEC2
004580         AFTER ADVANCING 1 LINE.
004590     PERFORM 2900-LE-TRANSACAO THRU 2900-EXIT.
004600 1000-EXIT.
004610     EXIT.
004620******************************************************************
004630* 1100-LE-AFASTAMENTO - LE UM REGISTRO DO AFAST PARA A TABELA.
004640******************************************************************
004650 1100-LE-AFASTAMENTO.
004660     READ LEAVE-FILE
004670         AT END
004680             SET WRK-AFA-EOF TO TRUE
004690         NOT AT END
004700             IF WRK-QTD-AFASTAMENTOS < WRK-MAX-AFASTAMENTOS
004710                 ADD 1 TO WRK-QTD-AFASTAMENTOS
004720                 MOVE AFA-MATRICULA
004730                     TO TAB-AFA-MATRICULA(WRK-QTD-AFASTAMENTOS)
004740                 MOVE AFA-TIPO
004750                     TO TAB-AFA-TIPO(WRK-QTD-AFASTAMENTOS)
004760                 MOVE AFA-DATA-INI
004770                     TO TAB-AFA-DATA-INI(WRK-QTD-AFASTAMENTOS)
004780                 MOVE AFA-DATA-FIM
004790                     TO TAB-AFA-DATA-FIM(WRK-QTD-AFASTAMENTOS)
004800             ELSE
004810                 DISPLAY 'CADASTRO DE AFASTAMENTOS CHEIO - '
004820                     'REGISTRO IGNORADO: ' AFA-MATRICULA
004830             END-IF
004840     END-READ.
004850 1100-EXIT.
004860     EXIT.
004870******************************************************************
004880* 2000-PROCESSA-TRANSACAO - VALIDA A TRANSACAO E ACIONA A
004890*                           INCLUSAO, ALTERACAO OU EXCLUSAO
004900*                           CORRESPONDENTE.
004910******************************************************************
004920 2000-PROCESSA-TRANSACAO.
004930     ADD 1 TO WRK-CONT-LIDAS.
004940     MOVE 'S' TO WRK-SW-TRAN-VALIDA.
004950     MOVE SPACES TO WRK-MOTIVO.
004960     PERFORM 2050-VALIDA-TRANSACAO THRU 2050-EXIT.
004970     IF WRK-TRAN-VALIDA
004980         EVALUATE ATR-ACAO
004990             WHEN 'I'
005000                 PERFORM 3000-INCLUI THRU 3000-EXIT
005010             WHEN 'A'
005020                 PERFORM 4000-ALTERA THRU 4000-EXIT
005030             WHEN 'E'
005040                 PERFORM 5000-EXCLUI THRU 5000-EXIT
005050         END-EVALUATE
005060     END-IF.
005070     IF NOT WRK-TRAN-VALIDA
005080         PERFORM 7200-IMPRIME-REJEICAO THRU 7200-EXIT
005090         ADD 1 TO WRK-CONT-REJEITADAS
005100     ELSE
005110         PERFORM 7100-IMPRIME-APLICADA THRU 7100-EXIT
005120         ADD 1 TO WRK-CONT-APLICADAS
005130     END-IF.
005140     PERFORM 2900-LE-TRANSACAO THRU 2900-EXIT.
005150 2000-EXIT.
005160     EXIT.
005170******************************************************************
005180* 2050-VALIDA-TRANSACAO - CONSISTE A ACAO, A MATRICULA (QUE DEVE
005190*                         EXISTIR NO EMPMAST), O TIPO E A DATA DE
005200*                         INICIO, QUE FORMAM A CHAVE DE TODA
005210*                         TRANSACAO; A DATA DE FIM SO VALE PARA
005220*                         INCLUSAO E ALTERACAO.
005230******************************************************************
005240 2050-VALIDA-TRANSACAO.
005250     IF ATR-ACAO NOT = 'I' AND ATR-ACAO NOT = 'A'
005260             AND ATR-ACAO NOT = 'E'
005270         MOVE '01' TO WRK-MOTIVO
005280         MOVE 'N' TO WRK-SW-TRAN-VALIDA
005290         GO TO 2050-EXIT
005300     END-IF.
005310     IF ATR-MATRICULA = SPACES
005320         MOVE '02' TO WRK-MOTIVO
005330         MOVE 'N' TO WRK-SW-TRAN-VALIDA
005340         GO TO 2050-EXIT
005350     END-IF.
005360     MOVE ATR-MATRICULA TO EMP-ID.
005370     READ EMPLOYEE-MASTER
005380         INVALID KEY
005390             MOVE '03' TO WRK-MOTIVO
005400             MOVE 'N' TO WRK-SW-TRAN-VALIDA
005410     END-READ.
005420     IF NOT WRK-TRAN-VALIDA
005430         GO TO 2050-EXIT
005440     END-IF.
005450     IF ATR-TIPO NOT = 'DO' AND ATR-TIPO NOT = 'MA'
005460             AND ATR-TIPO NOT = 'NR'
005470         MOVE '06' TO WRK-MOTIVO
005480         MOVE 'N' TO WRK-SW-TRAN-VALIDA
005490         GO TO 2050-EXIT
005500     END-IF.
005510     IF ATR-DATA-INI IS NOT NUMERIC
005520             OR ATR-DATA-INI = ZEROS
005530         MOVE '07' TO WRK-MOTIVO
005540         MOVE 'N' TO WRK-SW-TRAN-VALIDA
005550         GO TO 2050-EXIT
005560     END-IF.
005570     MOVE ATR-DATA-INI TO WRK-DATA-VERIF-NUM.
005580     IF WRK-VRF-MES < 1 OR WRK-VRF-MES > 12
005590             OR WRK-VRF-DIA < 1 OR WRK-VRF-DIA > 31
005600         MOVE '07' TO WRK-MOTIVO
005610         MOVE 'N' TO WRK-SW-TRAN-VALIDA
005620         GO TO 2050-EXIT
005630     END-IF.
005640     IF ATR-ACAO = 'I' OR ATR-ACAO = 'A'
005650         PERFORM 2060-VALIDA-CAMPOS THRU 2060-EXIT
005660     END-IF.
005670 2050-EXIT.
005680     EXIT.
005690******************************************************************
005700* 2060-VALIDA-CAMPOS - CONSISTE A DATA DE FIM DAS TRANSACOES DE
005710*                      INCLUSAO E ALTERACAO: ZEROS (AFASTAMENTO
005720*                      EM ABERTO) OU UMA DATA VALIDA NAO ANTERIOR
005730*                      AO INICIO.
005740******************************************************************
005750 2060-VALIDA-CAMPOS.
005760     IF ATR-DATA-FIM IS NOT NUMERIC
005770         MOVE '08' TO WRK-MOTIVO
005780         MOVE 'N' TO WRK-SW-TRAN-VALIDA
005790         GO TO 2060-EXIT
005800     END-IF.
005810     IF ATR-DATA-FIM = ZEROS
005820         GO TO 2060-EXIT
005830     END-IF.
005840     MOVE ATR-DATA-FIM TO WRK-DATA-VERIF-NUM.
005850     IF WRK-VRF-MES < 1 OR WRK-VRF-MES > 12
005860             OR WRK-VRF-DIA < 1 OR WRK-VRF-DIA > 31
005870             OR ATR-DATA-FIM < ATR-DATA-INI
005880         MOVE '08' TO WRK-MOTIVO
005890         MOVE 'N' TO WRK-SW-TRAN-VALIDA
005900         GO TO 2060-EXIT
005910     END-IF.
005920 2060-EXIT.
005930     EXIT.
005940******************************************************************
005950* 2100-PROCURA-AFASTAMENTO - LOCALIZA A CHAVE (MATRICULA + TIPO +
005960*                            INICIO) DA TRANSACAO NA TABELA,
005970*                            DEIXANDO WRK-AFA-IDX APONTANDO PARA
005980*                            ELA QUANDO ACHADA.
005990******************************************************************
006000 2100-PROCURA-AFASTAMENTO.
006010     MOVE 'N' TO WRK-SW-AFA-ACHADO.
006020     PERFORM VARYING WRK-AFA-IDX FROM 1 BY 1
006030             UNTIL WRK-AFA-IDX > WRK-QTD-AFASTAMENTOS
006040                OR WRK-AFA-ACHADO
006050         IF TAB-AFA-MATRICULA(WRK-AFA-IDX) = ATR-MATRICULA
006060                 AND TAB-AFA-TIPO(WRK-AFA-IDX) = ATR-TIPO
006070                 AND TAB-AFA-DATA-INI(WRK-AFA-IDX) = ATR-DATA-INI
006080             SET WRK-AFA-ACHADO TO TRUE
006090         END-IF
006100     END-PERFORM.
006110     IF WRK-AFA-ACHADO
006120         SUBTRACT 1 FROM WRK-AFA-IDX
006130     END-IF.
006140 2100-EXIT.
006150     EXIT.
006160******************************************************************
006170* 2200-VERIFICA-SOBREPOSICAO - CONFERE SE O PERIODO DA TRANSACAO
006180*                              (INICIO A FIM, FIM ZERADO = EM
006190*                              ABERTO) CRUZA O DE OUTRO
006200*                              AFASTAMENTO DA MESMA MATRICULA,
006210*                              DESCONSIDERANDO A ENTRADA
006220*                              WRK-AFA-PROPRIO (A PROPRIA, NA
006230*                              ALTERACAO; ZERO NA INCLUSAO).
006240******************************************************************
006250 2200-VERIFICA-SOBREPOSICAO.
006260     MOVE 'N' TO WRK-SW-SOBREPOE.
006270     IF ATR-DATA-FIM = ZEROS
006280         MOVE 99999999 TO WRK-FIM-NOVO
006290     ELSE
006300         MOVE ATR-DATA-FIM TO WRK-FIM-NOVO
006310     END-IF.
006320     PERFORM VARYING WRK-I FROM 1 BY 1
006330             UNTIL WRK-I > WRK-QTD-AFASTAMENTOS
006340                OR WRK-SOBREPOE
006350         IF TAB-AFA-MATRICULA(WRK-I) = ATR-MATRICULA
006360                 AND WRK-I NOT = WRK-AFA-PROPRIO
006370             IF TAB-AFA-DATA-FIM(WRK-I) = ZEROS
006380                 MOVE 99999999 TO WRK-FIM-OUTRO
006390             ELSE
006400                 MOVE TAB-AFA-DATA-FIM(WRK-I) TO WRK-FIM-OUTRO
006410             END-IF
006420             IF TAB-AFA-DATA-INI(WRK-I) <= WRK-FIM-NOVO
006430                     AND ATR-DATA-INI <= WRK-FIM-OUTRO
006440                 SET WRK-SOBREPOE TO TRUE
006450             END-IF
006460         END-IF
006470     END-PERFORM.
006480     IF WRK-SOBREPOE
006490         MOVE '09' TO WRK-MOTIVO
006500         MOVE 'N' TO WRK-SW-TRAN-VALIDA
006510     END-IF.
006520 2200-EXIT.
006530     EXIT.
006540******************************************************************
006550* 2900-LE-TRANSACAO - LE A PROXIMA TRANSACAO DO AFATRAN.
006560******************************************************************
006570 2900-LE-TRANSACAO.
006580     READ LEAVE-TRANS-FILE
006590         AT END
006600             SET WRK-ATR-EOF TO TRUE
006610     END-READ.
006620 2900-EXIT.
006630     EXIT.
006640******************************************************************
006650* 3000-INCLUI - INCLUI UM AFASTAMENTO NOVO NA TABELA. CHAVE JA
006660*               CADASTRADA, PERIODO SOBREPOSTO A OUTRO AFASTAMENTO
006670*               DA MATRICULA OU TABELA CHEIA E REJEITADA.
006680******************************************************************
006690 3000-INCLUI.
006700     PERFORM 2100-PROCURA-AFASTAMENTO THRU 2100-EXIT.
006710     IF WRK-AFA-ACHADO
006720         MOVE '04' TO WRK-MOTIVO
006730         MOVE 'N' TO WRK-SW-TRAN-VALIDA
006740         GO TO 3000-EXIT
006750     END-IF.
006760     MOVE ZERO TO WRK-AFA-PROPRIO.
006770     PERFORM 2200-VERIFICA-SOBREPOSICAO THRU 2200-EXIT.
006780     IF NOT WRK-TRAN-VALIDA
006790         GO TO 3000-EXIT
006800     END-IF.
006810     IF WRK-QTD-AFASTAMENTOS >= WRK-MAX-AFASTAMENTOS
006820         MOVE '10' TO WRK-MOTIVO
006830         MOVE 'N' TO WRK-SW-TRAN-VALIDA
006840         GO TO 3000-EXIT
006850     END-IF.
006860     ADD 1 TO WRK-QTD-AFASTAMENTOS.
006870     MOVE ATR-MATRICULA
006880         TO TAB-AFA-MATRICULA(WRK-QTD-AFASTAMENTOS).
006890     MOVE ATR-TIPO TO TAB-AFA-TIPO(WRK-QTD-AFASTAMENTOS).
006900     MOVE ATR-DATA-INI
006910         TO TAB-AFA-DATA-INI(WRK-QTD-AFASTAMENTOS).
006920     MOVE ATR-DATA-FIM
006930         TO TAB-AFA-DATA-FIM(WRK-QTD-AFASTAMENTOS).
006940 3000-EXIT.
006950     EXIT.
006960******************************************************************
006970* 4000-ALTERA - REGRAVA A DATA DE FIM DO AFASTAMENTO ACHADO PELA
006980*               CHAVE DA TRANSACAO, SE O PERIODO NOVO NAO CRUZAR
006990*               OUTRO AFASTAMENTO DA MATRICULA.
007000******************************************************************
007010 4000-ALTERA.
007020     PERFORM 2100-PROCURA-AFASTAMENTO THRU 2100-EXIT.
007030     IF NOT WRK-AFA-ACHADO
007040         MOVE '05' TO WRK-MOTIVO
007050         MOVE 'N' TO WRK-SW-TRAN-VALIDA
007060         GO TO 4000-EXIT
007070     END-IF.
007080     MOVE WRK-AFA-IDX TO WRK-AFA-PROPRIO.
007090     PERFORM 2200-VERIFICA-SOBREPOSICAO THRU 2200-EXIT.
007100     IF NOT WRK-TRAN-VALIDA
007110         GO TO 4000-EXIT
007120     END-IF.
007130     MOVE ATR-DATA-FIM TO TAB-AFA-DATA-FIM(WRK-AFA-IDX).
007140 4000-EXIT.
007150     EXIT.
007160******************************************************************
007170* 5000-EXCLUI - EXCLUI O AFASTAMENTO ACHADO PELA CHAVE DA
007180*               TRANSACAO, COMPACTANDO A TABELA.
007190******************************************************************
007200 5000-EXCLUI.
007210     PERFORM 2100-PROCURA-AFASTAMENTO THRU 2100-EXIT.
007220     IF NOT WRK-AFA-ACHADO
007230         MOVE '05' TO WRK-MOTIVO
007240         MOVE 'N' TO WRK-SW-TRAN-VALIDA
007250         GO TO 5000-EXIT
007260     END-IF.
007270     PERFORM VARYING WRK-I FROM WRK-AFA-IDX BY 1
007280             UNTIL WRK-I >= WRK-QTD-AFASTAMENTOS
007290         COMPUTE WRK-J = WRK-I + 1
007300         MOVE TAB-AFA-ENT(WRK-J) TO TAB-AFA-ENT(WRK-I)
007310     END-PERFORM.
007320     SUBTRACT 1 FROM WRK-QTD-AFASTAMENTOS.
007330 5000-EXIT.
007340     EXIT.
007350******************************************************************
007360* 7100-IMPRIME-APLICADA - IMPRIME A TRANSACAO APLICADA NO
007370*                         RELATORIO DE MANUTENCAO.
007380******************************************************************
007390 7100-IMPRIME-APLICADA.
007400     MOVE ATR-ACAO       TO APL-ACAO.
007410     MOVE ATR-MATRICULA  TO APL-MATRICULA.
007420     MOVE ATR-TIPO       TO APL-TIPO.
007430     MOVE ATR-DATA-INI   TO APL-DATA-INI.
007440     MOVE ATR-DATA-FIM   TO APL-DATA-FIM.
007450     WRITE LEAVE-REPORT-RECORD FROM WRK-LINHA-APLICADA
007460         AFTER ADVANCING 1 LINE.
007470 7100-EXIT.
007480     EXIT.
007490******************************************************************
007500* 7200-IMPRIME-REJEICAO - IMPRIME A TRANSACAO REJEITADA COM O
007510*                         CODIGO E O TEXTO DO MOTIVO.
007520******************************************************************
007530 7200-IMPRIME-REJEICAO.
007540     MOVE ATR-ACAO      TO REJ-ACAO.
007550     MOVE ATR-MATRICULA TO REJ-MATRICULA.
007560     MOVE WRK-MOTIVO    TO REJ-MOTIVO.
007570     MOVE SPACES        TO REJ-TEXTO.
007580     PERFORM VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 10
007590         IF WRK-MOTIVO = TAB-MOTIVO-CODIGO(WRK-IDX)
007600             MOVE TAB-MOTIVO-TEXTO(WRK-IDX) TO REJ-TEXTO
007610         END-IF
007620     END-PERFORM.
007630     WRITE LEAVE-REPORT-RECORD FROM WRK-LINHA-REJEICAO
007640         AFTER ADVANCING 1 LINE.
007650 7200-EXIT.
007660     EXIT.
007670******************************************************************
007680* 6000-ORDENA-TABELA - ORDENA A TABELA POR MATRICULA + TIPO +
007690*                      INICIO (BOLHA, COMO NO PROGCOB12), PARA O
007700*                      ARQUIVO SAIR AGRUPADO POR FUNCIONARIO.
007710******************************************************************
007720 6000-ORDENA-TABELA.
007730     IF WRK-QTD-AFASTAMENTOS < 2
007740         GO TO 6000-EXIT
007750     END-IF.
007760     PERFORM VARYING WRK-I FROM 1 BY 1
007770             UNTIL WRK-I >= WRK-QTD-AFASTAMENTOS
007780         PERFORM VARYING WRK-J FROM 1 BY 1
007790                 UNTIL WRK-J > WRK-QTD-AFASTAMENTOS - WRK-I
007800             COMPUTE WRK-J1 = WRK-J + 1
007810             IF TAB-AFA-CHAVE(WRK-J) > TAB-AFA-CHAVE(WRK-J1)
007820                 PERFORM 6100-TROCA-ENTRADAS THRU 6100-EXIT
007830             END-IF
007840         END-PERFORM
007850     END-PERFORM.
007860 6000-EXIT.
007870     EXIT.
007880 6100-TROCA-ENTRADAS.
007890     MOVE TAB-AFA-ENT(WRK-J)  TO WRK-TROCA-ENT.
007900     MOVE TAB-AFA-ENT(WRK-J1) TO TAB-AFA-ENT(WRK-J).
007910     MOVE WRK-TROCA-ENT       TO TAB-AFA-ENT(WRK-J1).
007920 6100-EXIT.
007930     EXIT.
007940******************************************************************
007950* 9000-FINALIZE - ORDENA E REGRAVA O AFAST, IMPRIME OS TOTAIS E
007960*                 FECHA OS ARQUIVOS.
007970******************************************************************
007980 9000-FINALIZE.
007990     CLOSE LEAVE-TRANS-FILE.
008000     CLOSE EMPLOYEE-MASTER.
008010     PERFORM 6000-ORDENA-TABELA THRU 6000-EXIT.
008020     OPEN OUTPUT LEAVE-FILE.
008030     IF NOT WRK-AFA-OK
008040         DISPLAY 'ERRO AO REGRAVAR AFAST: ' WRK-AFA-STATUS
008050         CLOSE LEAVE-REPORT-FILE
008060         MOVE 8 TO RETURN-CODE
008070         GOBACK
008080     END-IF.
008090     PERFORM VARYING WRK-AFA-IDX FROM 1 BY 1
008100             UNTIL WRK-AFA-IDX > WRK-QTD-AFASTAMENTOS
008110         MOVE TAB-AFA-MATRICULA(WRK-AFA-IDX) TO AFA-MATRICULA
008120         MOVE SPACES                         TO AFA-FILL1
008130         MOVE TAB-AFA-TIPO(WRK-AFA-IDX)      TO AFA-TIPO
008140         MOVE SPACES                         TO AFA-FILL2
008150         MOVE TAB-AFA-DATA-INI(WRK-AFA-IDX)  TO AFA-DATA-INI
008160         MOVE SPACES                         TO AFA-FILL3
008170         MOVE TAB-AFA-DATA-FIM(WRK-AFA-IDX)  TO AFA-DATA-FIM
008180         WRITE AFA-RECORD
008190     END-PERFORM.
008200     CLOSE LEAVE-FILE.
008210     MOVE WRK-CONT-LIDAS      TO TOT-LIDAS.
008220     MOVE WRK-CONT-APLICADAS  TO TOT-APLICADAS.
008230     MOVE WRK-CONT-REJEITADAS TO TOT-REJEITADAS.
008240     WRITE LEAVE-REPORT-RECORD FROM WRK-LINHA-TOTAIS
008250         AFTER ADVANCING 2 LINES.
008260     CLOSE LEAVE-REPORT-FILE.
008270     DISPLAY '--------------------------------------------'.
008280     DISPLAY 'TRANSACOES LIDAS ....: ' WRK-CONT-LIDAS.
008290     DISPLAY 'TRANSACOES APLICADAS : ' WRK-CONT-APLICADAS.
008300     DISPLAY 'TRANSACOES REJEITADAS: ' WRK-CONT-REJEITADAS.
008310 9000-EXIT.
008320     EXIT.
008330 END PROGRAM PROGCOB26.
