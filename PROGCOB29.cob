000010******************************************************************
000020* Author: RICARDO RIBEIRO DE ALVARENGA - RRA
000030* Installation: FOLHA DE PAGAMENTO
000040* Date-Written: 2026-10-15
000050* Date-Compiled: 2026-10-15
000060* Purpose: MANUTENCAO DO CADASTRO DE EMPRESAS (EMPRESAS) A PARTIR
000070*          DAS TRANSACOES DE INCLUSAO, ALTERACAO E EXCLUSAO DO
000080*          CIATRAN, NO MESMO MOLDE DO PROGCOB23 PARA O CARGOS:
000090*          CADA EMPRESA EMPREGADORA TEM CODIGO, RAZAO SOCIAL,
000100*          CNPJ, CONTA BANCARIA PAGADORA E CODIGO DA EMPRESA NA
000110*          CONTABILIDADE, CONSISTIDOS AQUI, E O RELATORIO DE
000120*          MANUTENCAO (CIARPT) REGISTRA O QUE FOI APLICADO E
000130*          REJEITADO. O CADASTRO SEPARA A FOLHA POR EMPRESA
000140*          (PROGCOB04) E SUAS INTERFACES (REMESSA BANCARIA, FGTS,
000150*          GLPOST, DIRF E PROVISOES).
000160* Tectonics: cobc
000170******************************************************************
000180* MODIFICATION HISTORY
000190* DATE       INIT DESCRIPTION
000200* 2026-10-15 RRA  ORIGINAL - INCLUSAO (I), ALTERACAO (A) E
000210*                 EXCLUSAO (E), CHAVEADAS PELO CODIGO DA EMPRESA,
000220*                 COM O LAYOUT DO COPYBOOK CIAREC. O CNPJ E
000230*                 CONFERIDO PELOS DOIS DIGITOS VERIFICADORES
000240*                 (MODULO 11). O EMPRESAS E CARREGADO EM TABELA E
000250*                 REGRAVADO EM ORDEM DE CODIGO NO FIM. A EXCLUSAO
000260*                 DE EMPRESA AINDA USADA POR FUNCIONARIO ATIVO DO
000270*                 EMPMAST (EMPRESA EM BRANCO = '01') E REJEITADA.
000280*                 LOGON DE OPERADOR E RETURN-CODE NO MESMO IDIOMA
000290*                 DO PROGCOB23 (8 = OPERADOR/ARQUIVO, 4 = HOUVE
000300*                 REJEICAO, 0 = NORMAL).
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. PROGCOB29.
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SPECIAL-NAMES.
000370     DECIMAL-POINT IS COMMA.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT COMPANY-FILE
000410         ASSIGN TO "EMPRESAS"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WRK-CIA-STATUS.
000440     SELECT CIA-TRANS-FILE
000450         ASSIGN TO "CIATRAN"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WRK-CTR-STATUS.
000480     SELECT EMPLOYEE-MASTER
000490         ASSIGN TO "EMPMAST"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS SEQUENTIAL
000520         RECORD KEY IS EMP-ID
000530         FILE STATUS IS WRK-EMP-STATUS.
000540     SELECT CIA-REPORT-FILE
000550         ASSIGN TO "CIARPT"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WRK-CIARPT-STATUS.
000580     SELECT SECURITY-MASTER-FILE
000590         ASSIGN TO "OPERSEC"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WRK-SEC-STATUS.
000620     SELECT SECURITY-AUDIT-FILE
000630         ASSIGN TO "SECAUD"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WRK-SECAUD-STATUS.
000660     SELECT OPERATOR-CONTROL-FILE
000670         ASSIGN TO "PAYOPER"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WRK-OPER-CFG-STATUS.
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  COMPANY-FILE
000730     LABEL RECORDS ARE STANDARD.
000740     COPY CIAREC.
000750 FD  CIA-TRANS-FILE
000760     LABEL RECORDS ARE STANDARD.
000770 01  CIA-TRANS-RECORD.
000780     05  CTR-ACAO                 PIC X(01).
000790     05  CTR-FILL1                PIC X(02).
000800     05  CTR-CODIGO               PIC X(02).
000810     05  CTR-FILL2                PIC X(02).
000820     05  CTR-RAZAO                PIC X(40).
000830     05  CTR-FILL3                PIC X(02).
000840     05  CTR-CNPJ                 PIC 9(14).
000850     05  CTR-FILL4                PIC X(02).
000860     05  CTR-BANCO                PIC 9(03).
000870     05  CTR-FILL5                PIC X(01).
000880     05  CTR-AGENCIA              PIC 9(04).
000890     05  CTR-FILL6                PIC X(01).
000900     05  CTR-CONTA                PIC 9(08).
000910     05  CTR-FILL7                PIC X(02).
000920     05  CTR-GL-EMPRESA           PIC X(04).
000930 FD  EMPLOYEE-MASTER
000940     LABEL RECORDS ARE STANDARD.
000950     COPY EMPREC.
000960 FD  CIA-REPORT-FILE
000970     LABEL RECORDS ARE STANDARD.
000980 01  CIA-REPORT-RECORD            PIC X(100).
000990 FD  OPERATOR-CONTROL-FILE
001000     LABEL RECORDS ARE STANDARD.
001010 01  OPERATOR-CONTROL-RECORD.
001020     05  OPCFG-OPERADOR           PIC X(10).
001030     05  OPCFG-FILL1              PIC X(02).
001040     05  OPCFG-SENHA              PIC X(10).
001050 FD  SECURITY-MASTER-FILE
001060     LABEL RECORDS ARE STANDARD.
001070     COPY OPERSEC.
001080 FD  SECURITY-AUDIT-FILE
001090     LABEL RECORDS ARE STANDARD.
001100 01  SECAUD-RECORD.
001110     05  SEC-DATA                 PIC 9(08).
001120     05  SEC-FILL1                PIC X(02).
001130     05  SEC-HORA                 PIC 9(08).
001140     05  SEC-FILL2                PIC X(02).
001150     05  SEC-OPERADOR             PIC X(10).
001160     05  SEC-FILL3                PIC X(02).
001170     05  SEC-PROGRAMA             PIC X(09).
001180     05  SEC-FILL4                PIC X(02).
001190     05  SEC-MOTIVO               PIC X(20).
001200 WORKING-STORAGE SECTION.
001210 77  WRK-CIA-STATUS       PIC X(02) VALUE '00'.
001220     88  WRK-CIA-OK                  VALUE '00'.
001230     88  WRK-CIA-EOF                 VALUE '10'.
001240 77  WRK-CTR-STATUS       PIC X(02) VALUE '00'.
001250     88  WRK-CTR-OK                  VALUE '00'.
001260     88  WRK-CTR-EOF                 VALUE '10'.
001270 77  WRK-EMP-STATUS       PIC X(02) VALUE '00'.
001280     88  WRK-EMP-OK                  VALUE '00'.
001290     88  WRK-EMP-EOF                 VALUE '10'.
001300 77  WRK-CIARPT-STATUS    PIC X(02) VALUE '00'.
001310     88  WRK-CIARPT-OK               VALUE '00'.
001320 77  WRK-OPER-CFG-STATUS  PIC X(02) VALUE '00'.
001330     88  WRK-OPER-CFG-OK             VALUE '00'.
001340 77  WRK-SW-OPER-ARQUIVO  PIC X(01) VALUE 'N'.
001350     88  WRK-OPER-ARQUIVO            VALUE 'S'.
001360 77  WRK-SW-OPERADOR      PIC X(01) VALUE 'N'.
001370     88  WRK-OPERADOR-VALIDO         VALUE 'S'.
001380 77  WRK-OPERADOR         PIC X(10) VALUE SPACES.
001390 77  WRK-IDX              PIC 9(02) COMP VALUE ZERO.
001400 77  WRK-DATA-ATUAL       PIC 9(08) VALUE ZEROS.
001410 77  WRK-CONT-LIDAS       PIC 9(05) COMP VALUE ZERO.
001420 77  WRK-CONT-APLICADAS   PIC 9(05) COMP VALUE ZERO.
001430 77  WRK-CONT-REJEITADAS  PIC 9(05) COMP VALUE ZERO.
001440 77  WRK-SW-TRAN-VALIDA   PIC X(01) VALUE 'S'.
001450     88  WRK-TRAN-VALIDA             VALUE 'S'.
001460 77  WRK-MOTIVO           PIC X(02) VALUE SPACES.
001470 77  WRK-QTD-EMPRESAS     PIC 9(02) COMP VALUE ZERO.
001480 77  WRK-MAX-EMPRESAS     PIC 9(02) COMP VALUE 20.
001490 77  WRK-CIA-IDX          PIC 9(02) COMP VALUE ZERO.
001500 77  WRK-I                PIC 9(02) COMP VALUE ZERO.
001510 77  WRK-J                PIC 9(02) COMP VALUE ZERO.
001520 77  WRK-J1               PIC 9(02) COMP VALUE ZERO.
001530 77  WRK-SW-CIA-ACHADO    PIC X(01) VALUE 'N'.
001540     88  WRK-CIA-ACHADO              VALUE 'S'.
001550 77  WRK-EMPRESA          PIC X(02) VALUE SPACES.
001560 77  WRK-SENHA            PIC X(10) VALUE SPACES.
001570 77  WRK-SEC-STATUS       PIC X(02) VALUE '00'.
001580     88  WRK-SEC-OK                  VALUE '00'.
001590     88  WRK-SEC-EOF                 VALUE '10'.
001600 77  WRK-SECAUD-STATUS    PIC X(02) VALUE '00'.
001610     88  WRK-SECAUD-OK               VALUE '00'.
001620 77  WRK-SW-OPR-ACHADO    PIC X(01) VALUE 'N'.
001630     88  WRK-OPR-ACHADO              VALUE 'S'.
001640 77  WRK-OPR-ATIVO        PIC X(01) VALUE 'N'.
001650 77  WRK-OPR-SENHA        PIC X(10) VALUE SPACES.
001660 77  WRK-OPR-AUT-FUNCAO   PIC X(01) VALUE 'N'.
001670 77  WRK-MOTIVO-LOGON     PIC X(20) VALUE SPACES.
001680 77  WRK-DATA-LOGON       PIC 9(08) VALUE ZEROS.
001690 77  WRK-HORA-LOGON       PIC 9(08) VALUE ZEROS.
001700*----------------------------------------------------------------
001710* CONFERENCIA DOS DIGITOS VERIFICADORES DO CNPJ (MODULO 11): O
001720* CNPJ E VISTO DIGITO A DIGITO E MULTIPLICADO PELOS PESOS DA
001730* TABELA ABAIXO (O PRIMEIRO DIGITO USA A TABELA A PARTIR DA
001740* SEGUNDA POSICAO, O SEGUNDO DIGITO DESDE A PRIMEIRA).
001750*----------------------------------------------------------------
001760 01  WRK-CNPJ                     PIC 9(14) VALUE ZEROS.
001770 01  WRK-CNPJ-R REDEFINES WRK-CNPJ.
001780     05  WRK-CNPJ-DIG             PIC 9(01) OCCURS 14 TIMES.
001790 01  TAB-PESOS-DADOS              PIC X(13) VALUE '6543298765432'.
001800 01  TAB-PESOS REDEFINES TAB-PESOS-DADOS.
001810     05  TAB-PESO                 PIC 9(01) OCCURS 13 TIMES.
001820 77  WRK-CNPJ-SOMA        PIC 9(05) COMP VALUE ZERO.
001830 77  WRK-CNPJ-QUOC        PIC 9(05) COMP VALUE ZERO.
001840 77  WRK-CNPJ-RESTO       PIC 9(02) COMP VALUE ZERO.
001850 77  WRK-CNPJ-DV          PIC 9(01) VALUE ZERO.
001860 77  WRK-CNPJ-POS         PIC 9(02) COMP VALUE ZERO.
001870 77  WRK-CNPJ-PESO-INI    PIC 9(02) COMP VALUE ZERO.
001880 77  WRK-CNPJ-PESO-IDX    PIC 9(02) COMP VALUE ZERO.
001890 77  WRK-CNPJ-QTD-DIG     PIC 9(02) COMP VALUE ZERO.
001900 77  WRK-SW-CNPJ-VALIDO   PIC X(01) VALUE 'N'.
001910     88  WRK-CNPJ-VALIDO             VALUE 'S'.
001920*----------------------------------------------------------------
001930* TABELA DE MOTIVOS DE REJEICAO DE TRANSACAO, CARREGADA POR
001940* REDEFINES, NO MESMO IDIOMA DO PROGCOB23.
001950*----------------------------------------------------------------
001960 01  TAB-MOTIVOS-DADOS.
001970     05  FILLER PIC X(02) VALUE '01'.
001980     05  FILLER PIC X(30) VALUE 'ACAO INVALIDA'.
001990     05  FILLER PIC X(02) VALUE '02'.
002000     05  FILLER PIC X(30) VALUE 'CODIGO DA EMPRESA EM BRANCO'.
002010     05  FILLER PIC X(02) VALUE '03'.
002020     05  FILLER PIC X(30) VALUE 'EMPRESA JA CADASTRADA'.
002030     05  FILLER PIC X(02) VALUE '04'.
002040     05  FILLER PIC X(30) VALUE 'EMPRESA NAO CADASTRADA'.
002050     05  FILLER PIC X(02) VALUE '05'.
002060     05  FILLER PIC X(30) VALUE 'RAZAO SOCIAL EM BRANCO'.
002070     05  FILLER PIC X(02) VALUE '06'.
002080     05  FILLER PIC X(30) VALUE 'CNPJ INVALIDO'.
002090     05  FILLER PIC X(02) VALUE '07'.
002100     05  FILLER PIC X(30) VALUE 'CONTA PAGADORA INVALIDA'.
002110     05  FILLER PIC X(02) VALUE '08'.
002120     05  FILLER PIC X(30) VALUE 'EMPRESA CONTABIL EM BRANCO'.
002130     05  FILLER PIC X(02) VALUE '09'.
002140     05  FILLER PIC X(30) VALUE 'EMPRESA EM USO POR FUNCIONARIO'.
002150     05  FILLER PIC X(02) VALUE '10'.
002160     05  FILLER PIC X(30) VALUE 'CADASTRO DE EMPRESAS CHEIO'.
002170 01  TAB-MOTIVOS REDEFINES TAB-MOTIVOS-DADOS.
002180     05  TAB-MOTIVO-ENT OCCURS 10 TIMES.
002190         10  TAB-MOTIVO-CODIGO    PIC X(02).
002200         10  TAB-MOTIVO-TEXTO     PIC X(30).
002210*----------------------------------------------------------------
002220* TABELA DO CADASTRO DE EMPRESAS, CARREGADA NO INICIO E REGRAVADA
002230* EM ORDEM DE CODIGO NO FIM. TAB-CIA-EM-USO CONTA OS
002240* FUNCIONARIOS ATIVOS DO EMPMAST EM CADA EMPRESA.
002250*----------------------------------------------------------------
002260 01  TAB-EMPRESAS.
002270     05  TAB-CIA-ENT OCCURS 20 TIMES.
002280         10  TAB-CIA-CODIGO       PIC X(02).
002290         10  TAB-CIA-RAZAO        PIC X(40).
002300         10  TAB-CIA-CNPJ         PIC 9(14).
002310         10  TAB-CIA-BANCO        PIC 9(03).
002320         10  TAB-CIA-AGENCIA      PIC 9(04).
002330         10  TAB-CIA-CONTA        PIC 9(08).
002340         10  TAB-CIA-GL-EMPRESA   PIC X(04).
002350         10  TAB-CIA-EM-USO       PIC 9(05) COMP.
002360 01  WRK-TROCA-ENT.
002370     05  WRK-TROCA-CODIGO         PIC X(02).
002380     05  WRK-TROCA-RAZAO          PIC X(40).
002390     05  WRK-TROCA-CNPJ           PIC 9(14).
002400     05  WRK-TROCA-BANCO          PIC 9(03).
002410     05  WRK-TROCA-AGENCIA        PIC 9(04).
002420     05  WRK-TROCA-CONTA          PIC 9(08).
002430     05  WRK-TROCA-GL-EMPRESA     PIC X(04).
002440     05  WRK-TROCA-EM-USO         PIC 9(05) COMP.
002450*----------------------------------------------------------------
002460* LINHAS DE IMPRESSAO DO RELATORIO DE MANUTENCAO.
002470*----------------------------------------------------------------
002480 01  WRK-LINHA-CABEC1.
002490     05  FILLER               PIC X(25) VALUE SPACES.
002500     05  FILLER               PIC X(50)
002510         VALUE 'FOLHA DE PAGAMENTO - MANUTENCAO DE EMPRESAS'.
002520     05  FILLER               PIC X(25) VALUE SPACES.
002530 01  WRK-LINHA-CABEC2.
002540     05  FILLER               PIC X(08) VALUE 'DATA: '.
002550     05  CAB2-DATA            PIC 9(08).
002560     05  FILLER               PIC X(10) VALUE SPACES.
002570     05  FILLER               PIC X(10) VALUE 'OPERADOR: '.
002580     05  CAB2-OPERADOR        PIC X(10).
002590     05  FILLER               PIC X(54) VALUE SPACES.
002600 01  WRK-LINHA-APLICADA.
002610     05  FILLER               PIC X(11) VALUE 'APLICADA : '.
002620     05  APL-ACAO             PIC X(01).
002630     05  FILLER               PIC X(02) VALUE SPACES.
002640     05  APL-CODIGO           PIC X(02).
002650     05  FILLER               PIC X(02) VALUE SPACES.
002660     05  APL-RAZAO            PIC X(40).
002670     05  FILLER               PIC X(02) VALUE SPACES.
002680     05  APL-CNPJ             PIC 9(14).
002690     05  FILLER               PIC X(02) VALUE SPACES.
002700     05  APL-BANCO            PIC 9(03).
002710     05  FILLER               PIC X(01) VALUE '/'.
002720     05  APL-AGENCIA          PIC 9(04).
002730     05  FILLER               PIC X(01) VALUE '/'.
002740     05  APL-CONTA            PIC 9(08).
002750     05  FILLER               PIC X(02) VALUE SPACES.
002760     05  APL-GL-EMPRESA       PIC X(04).
002770     05  FILLER               PIC X(01) VALUE SPACES.
002780 01  WRK-LINHA-REJEICAO.
002790     05  FILLER               PIC X(11) VALUE 'REJEITADA: '.
002800     05  REJ-ACAO             PIC X(01).
002810     05  FILLER               PIC X(02) VALUE SPACES.
002820     05  REJ-CODIGO           PIC X(02).
002830     05  FILLER               PIC X(09) VALUE '  MOTIVO '.
002840     05  REJ-MOTIVO           PIC X(02).
002850     05  FILLER               PIC X(03) VALUE ' - '.
002860     05  REJ-TEXTO            PIC X(30).
002870     05  FILLER               PIC X(40) VALUE SPACES.
002880 01  WRK-LINHA-TOTAIS.
002890     05  FILLER PIC X(19) VALUE 'TRANSACOES LIDAS: '.
002900     05  TOT-LIDAS            PIC ZZZ.ZZ9.
002910     05  FILLER PIC X(14) VALUE '  APLICADAS: '.
002920     05  TOT-APLICADAS        PIC ZZZ.ZZ9.
002930     05  FILLER PIC X(15) VALUE '  REJEITADAS: '.
002940     05  TOT-REJEITADAS       PIC ZZZ.ZZ9.
002950     05  FILLER               PIC X(31) VALUE SPACES.
002960 PROCEDURE DIVISION.
002970******************************************************************
002980* 0000-MAINLINE - CONTROLA A MANUTENCAO DO CADASTRO DE EMPRESAS.
002990******************************************************************
003000 0000-MAINLINE.
003010     PERFORM 0500-LOGON-OPERADOR THRU 0500-EXIT.
003020     IF NOT WRK-OPERADOR-VALIDO
003030         DISPLAY 'OPERADOR NAO AUTORIZADO: ' WRK-OPERADOR
003040         MOVE 8 TO RETURN-CODE
003050         GOBACK
003060     END-IF.
003070     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003080     PERFORM 2000-PROCESSA-TRANSACAO THRU 2000-EXIT
003090         UNTIL WRK-CTR-EOF.
003100     PERFORM 9000-FINALIZE THRU 9000-EXIT.
003110     IF WRK-CONT-REJEITADAS > 0
003120         MOVE 4 TO RETURN-CODE
003130     ELSE
003140         MOVE 0 TO RETURN-CODE
003150     END-IF.
003160     GOBACK.
003170******************************************************************
003180* 0500-LOGON-OPERADOR - OBTEM O OPERADOR E A SENHA DO PAYOPER,
003190*                       QUANDO PREPARADOS EXTERNAMENTE PARA UMA
003200*                       EXECUCAO EM LOTE, OU DO CONSOLE QUANDO O
003210*                       ARQUIVO NAO EXISTE OU ESTA VAZIO, E
003220*                       VALIDA CONTRA O CADASTRO DE SEGURANCA
003230*                       (OPERSEC): OPERADOR ATIVO, SENHA E
003240*                       AUTORIZACAO DE MANUTENCAO DE CADASTRO.
003250*                       TENTATIVA RECUSADA E GRAVADA NO SECAUD,
003260*                       NO MESMO IDIOMA DO PROGCOB23.
003270******************************************************************
003280 0500-LOGON-OPERADOR.
003290     MOVE 'N' TO WRK-SW-OPER-ARQUIVO.
003300     OPEN INPUT OPERATOR-CONTROL-FILE.
003310     IF WRK-OPER-CFG-OK
003320         READ OPERATOR-CONTROL-FILE
003330             AT END
003340                 CONTINUE
003350             NOT AT END
003360                 MOVE OPCFG-OPERADOR TO WRK-OPERADOR
003370                 MOVE OPCFG-SENHA    TO WRK-SENHA
003380                 SET WRK-OPER-ARQUIVO TO TRUE
003390         END-READ
003400         CLOSE OPERATOR-CONTROL-FILE
003410     END-IF.
003420     IF NOT WRK-OPER-ARQUIVO
003430         DISPLAY 'OPERADOR: ' WITH NO ADVANCING
003440         ACCEPT WRK-OPERADOR FROM CONSOLE
003450         DISPLAY 'SENHA: ' WITH NO ADVANCING
003460         ACCEPT WRK-SENHA FROM CONSOLE
003470     END-IF.
003480     MOVE 'N' TO WRK-SW-OPERADOR.
003490     MOVE SPACES TO WRK-MOTIVO-LOGON.
003500     PERFORM 0510-PROCURA-OPERSEC THRU 0510-EXIT.
003510     EVALUATE TRUE
003520         WHEN NOT WRK-OPR-ACHADO
003530             MOVE 'NAO CADASTRADO' TO WRK-MOTIVO-LOGON
003540         WHEN WRK-OPR-ATIVO NOT = 'S'
003550             MOVE 'OPERADOR INATIVO' TO WRK-MOTIVO-LOGON
003560         WHEN WRK-OPR-SENHA NOT = WRK-SENHA
003570             MOVE 'SENHA INVALIDA' TO WRK-MOTIVO-LOGON
003580         WHEN WRK-OPR-AUT-FUNCAO NOT = 'S'
003590             MOVE 'SEM AUTORIZACAO' TO WRK-MOTIVO-LOGON
003600         WHEN OTHER
003610             MOVE 'S' TO WRK-SW-OPERADOR
003620     END-EVALUATE.
003630     IF NOT WRK-OPERADOR-VALIDO
003640         DISPLAY 'LOGON RECUSADO (' WRK-MOTIVO-LOGON ') - '
003650             WRK-OPERADOR
003660         PERFORM 0520-GRAVA-SECAUD THRU 0520-EXIT
003670     END-IF.
003680 0500-EXIT.
003690     EXIT.
003700******************************************************************
003710* 0510-PROCURA-OPERSEC - PROCURA O OPERADOR NO CADASTRO DE
003720*                        SEGURANCA (OPERSEC) E GUARDA OS CAMPOS
003730*                        DO REGISTRO ACHADO (A AUTORIZACAO DESTE
003740*                        PROGRAMA E A DE MANUTENCAO DE CADASTRO).
003750*                        ARQUIVO INDISPONIVEL EQUIVALE A
003760*                        OPERADOR NAO CADASTRADO.
003770******************************************************************
003780 0510-PROCURA-OPERSEC.
003790     MOVE 'N' TO WRK-SW-OPR-ACHADO.
003800     OPEN INPUT SECURITY-MASTER-FILE.
003810     IF NOT WRK-SEC-OK
003820         DISPLAY 'CADASTRO DE SEGURANCA (OPERSEC) '
003830             'INDISPONIVEL: ' WRK-SEC-STATUS
003840         GO TO 0510-EXIT
003850     END-IF.
003860     PERFORM 0515-LE-OPERSEC THRU 0515-EXIT
003870         UNTIL WRK-SEC-EOF OR WRK-OPR-ACHADO.
003880     CLOSE SECURITY-MASTER-FILE.
003890 0510-EXIT.
003900     EXIT.
003910 0515-LE-OPERSEC.
003920     READ SECURITY-MASTER-FILE
003930         AT END
003940             SET WRK-SEC-EOF TO TRUE
003950         NOT AT END
003960             IF OPR-CODIGO = WRK-OPERADOR
003970                 SET WRK-OPR-ACHADO TO TRUE
003980                 MOVE OPR-ATIVO TO WRK-OPR-ATIVO
003990                 MOVE OPR-SENHA TO WRK-OPR-SENHA
004000                 MOVE OPR-AUT-CADASTRO
004010                     TO WRK-OPR-AUT-FUNCAO
004020             END-IF
004030     END-READ.
004040 0515-EXIT.
004050     EXIT.
004060******************************************************************
004070* 0520-GRAVA-SECAUD - REGISTRA A TENTATIVA DE LOGON RECUSADA NO
004080*                     SECAUD (DATA, HORA, OPERADOR, PROGRAMA E
004090*                     MOTIVO), NO MESMO IDIOMA DA TRILHA DO
004100*                     DATEAUD DO PROGCOB03.
004110******************************************************************
004120 0520-GRAVA-SECAUD.
004130     ACCEPT WRK-DATA-LOGON FROM DATE YYYYMMDD.
004140     ACCEPT WRK-HORA-LOGON FROM TIME.
004150     OPEN EXTEND SECURITY-AUDIT-FILE.
004160     IF NOT WRK-SECAUD-OK
004170         CLOSE SECURITY-AUDIT-FILE
004180         OPEN OUTPUT SECURITY-AUDIT-FILE
004190     END-IF.
004200     IF NOT WRK-SECAUD-OK
004210         DISPLAY 'ERRO AO ABRIR SECAUD: ' WRK-SECAUD-STATUS
004220         GO TO 0520-EXIT
004230     END-IF.
004240     MOVE WRK-DATA-LOGON TO SEC-DATA.
004250     MOVE SPACES         TO SEC-FILL1.
004260     MOVE WRK-HORA-LOGON TO SEC-HORA.
004270     MOVE SPACES         TO SEC-FILL2.
004280     MOVE WRK-OPERADOR   TO SEC-OPERADOR.
004290     MOVE SPACES         TO SEC-FILL3.
004300     MOVE 'PROGCOB29'    TO SEC-PROGRAMA.
004310     MOVE SPACES         TO SEC-FILL4.
004320     MOVE WRK-MOTIVO-LOGON TO SEC-MOTIVO.
004330     WRITE SECAUD-RECORD.
004340     IF NOT WRK-SECAUD-OK
004350         DISPLAY 'ERRO AO GRAVAR SECAUD: ' WRK-SECAUD-STATUS
004360     END-IF.
004370     CLOSE SECURITY-AUDIT-FILE.
004380 0520-EXIT.
004390     EXIT.
004400******************************************************************
004410* 1000-INITIALIZE - CARREGA O EMPRESAS NA TABELA, CONTA OS
004420*                   FUNCIONARIOS ATIVOS DE CADA EMPRESA NO EMPMAST
004430*                   (PARA PROTEGER A EXCLUSAO), ABRE O ARQUIVO DE
004440*                   TRANSACOES E O RELATORIO, E LE A PRIMEIRA
004450*                   TRANSACAO.
004460******************************************************************
004470 1000-INITIALIZE.
004480     ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
004490     MOVE ZERO TO WRK-QTD-EMPRESAS.
004500     OPEN INPUT COMPANY-FILE.
004510     IF WRK-CIA-OK
004520         PERFORM 1100-LE-EMPRESA THRU 1100-EXIT
004530             UNTIL WRK-CIA-EOF
004540         CLOSE COMPANY-FILE
004550     ELSE
004560         DISPLAY 'CADASTRO DE EMPRESAS AINDA NAO EXISTE - '
004570             'SERA CRIADO'
004580     END-IF.
004590     OPEN INPUT EMPLOYEE-MASTER.
004600     IF NOT WRK-EMP-OK
004610         DISPLAY 'ERRO AO ABRIR EMPLOYEE-MASTER: '
004620             WRK-EMP-STATUS
004630         MOVE 8 TO RETURN-CODE
004640         GOBACK
004650     END-IF.
004660     PERFORM 1200-CONTA-EM-USO THRU 1200-EXIT
004670         UNTIL WRK-EMP-EOF.
004680     CLOSE EMPLOYEE-MASTER.
004690     OPEN INPUT CIA-TRANS-FILE.
004700     IF NOT WRK-CTR-OK
004710         DISPLAY 'ERRO AO ABRIR CIA-TRANS-FILE: '
004720             WRK-CTR-STATUS
004730         MOVE 8 TO RETURN-CODE
004740         GOBACK
004750     END-IF.
004760     OPEN OUTPUT CIA-REPORT-FILE.
004770     IF NOT WRK-CIARPT-OK
004780         DISPLAY 'ERRO AO ABRIR CIA-REPORT-FILE: '
004790             WRK-CIARPT-STATUS
004800         CLOSE CIA-TRANS-FILE
004810         MOVE 8 TO RETURN-CODE
004820         GOBACK
004830     END-IF.
004840     MOVE WRK-DATA-ATUAL TO CAB2-DATA.
004850     MOVE WRK-OPERADOR   TO CAB2-OPERADOR.
004860     WRITE CIA-REPORT-RECORD FROM WRK-LINHA-CABEC1
004870         AFTER ADVANCING PAGE.
004880     WRITE CIA-REPORT-RECORD FROM WRK-LINHA-CABEC2
004890         AFTER ADVANCING 1 LINE.
004900     PERFORM 2900-LE-TRANSACAO THRU 2900-EXIT.
004910 1000-EXIT.
004920     EXIT.
004930******************************************************************
004940* 1100-LE-EMPRESA - LE UM REGISTRO DO EMPRESAS PARA A TABELA.
004950******************************************************************
004960 1100-LE-EMPRESA.
004970     READ COMPANY-FILE
004980         AT END
004990             SET WRK-CIA-EOF TO TRUE
005000         NOT AT END
005010             IF WRK-QTD-EMPRESAS < WRK-MAX-EMPRESAS
005020                 ADD 1 TO WRK-QTD-EMPRESAS
005030                 MOVE CIA-CODIGO
005040                     TO TAB-CIA-CODIGO(WRK-QTD-EMPRESAS)
005050                 MOVE CIA-RAZAO
005060                     TO TAB-CIA-RAZAO(WRK-QTD-EMPRESAS)
005070                 MOVE CIA-CNPJ
005080                     TO TAB-CIA-CNPJ(WRK-QTD-EMPRESAS)
005090                 MOVE CIA-BANCO
005100                     TO TAB-CIA-BANCO(WRK-QTD-EMPRESAS)
005110                 MOVE CIA-AGENCIA
005120                     TO TAB-CIA-AGENCIA(WRK-QTD-EMPRESAS)
005130                 MOVE CIA-CONTA
005140                     TO TAB-CIA-CONTA(WRK-QTD-EMPRESAS)
005150                 MOVE CIA-GL-EMPRESA
005160                     TO TAB-CIA-GL-EMPRESA(WRK-QTD-EMPRESAS)
005170                 MOVE ZERO
005180                     TO TAB-CIA-EM-USO(WRK-QTD-EMPRESAS)
005190             ELSE
005200                 DISPLAY 'CADASTRO DE EMPRESAS CHEIO - '
005210                     'REGISTRO IGNORADO: ' CIA-CODIGO
005220             END-IF
005230     END-READ.
005240 1100-EXIT.
005250     EXIT.
005260******************************************************************
005270* 1200-CONTA-EM-USO - LE UM FUNCIONARIO DO EMPMAST E, SE ATIVO,
005280*                     SOMA 1 AO CONTADOR DE USO DA SUA EMPRESA NA
005290*                     TABELA (EMPRESA EM BRANCO = '01').
005300******************************************************************
005310 1200-CONTA-EM-USO.
005320     READ EMPLOYEE-MASTER NEXT RECORD
005330         AT END
005340             SET WRK-EMP-EOF TO TRUE
005350             GO TO 1200-EXIT
005360     END-READ.
005370     IF EMP-SITUACAO = 'D'
005380         GO TO 1200-EXIT
005390     END-IF.
005400     IF EMP-EMPRESA = SPACES
005410         MOVE '01' TO WRK-EMPRESA
005420     ELSE
005430         MOVE EMP-EMPRESA TO WRK-EMPRESA
005440     END-IF.
005450     MOVE 'N' TO WRK-SW-CIA-ACHADO.
005460     PERFORM VARYING WRK-CIA-IDX FROM 1 BY 1
005470             UNTIL WRK-CIA-IDX > WRK-QTD-EMPRESAS
005480                OR WRK-CIA-ACHADO
005490         IF TAB-CIA-CODIGO(WRK-CIA-IDX) = WRK-EMPRESA
005500             SET WRK-CIA-ACHADO TO TRUE
005510             ADD 1 TO TAB-CIA-EM-USO(WRK-CIA-IDX)
005520         END-IF
005530     END-PERFORM.
005540 1200-EXIT.
005550     EXIT.
005560******************************************************************
005570* 2000-PROCESSA-TRANSACAO - VALIDA A TRANSACAO E ACIONA A
005580*                           INCLUSAO, ALTERACAO OU EXCLUSAO
005590*                           CORRESPONDENTE.
005600******************************************************************
005610 2000-PROCESSA-TRANSACAO.
005620     ADD 1 TO WRK-CONT-LIDAS.
005630     MOVE 'S' TO WRK-SW-TRAN-VALIDA.
005640     MOVE SPACES TO WRK-MOTIVO.
005650     PERFORM 2050-VALIDA-TRANSACAO THRU 2050-EXIT.
005660     IF WRK-TRAN-VALIDA
005670         EVALUATE CTR-ACAO
005680             WHEN 'I'
005690                 PERFORM 3000-INCLUI THRU 3000-EXIT
005700             WHEN 'A'
005710                 PERFORM 4000-ALTERA THRU 4000-EXIT
005720             WHEN 'E'
005730                 PERFORM 5000-EXCLUI THRU 5000-EXIT
005740         END-EVALUATE
005750     END-IF.
005760     IF NOT WRK-TRAN-VALIDA
005770         PERFORM 7200-IMPRIME-REJEICAO THRU 7200-EXIT
005780         ADD 1 TO WRK-CONT-REJEITADAS
005790     ELSE
005800         PERFORM 7100-IMPRIME-APLICADA THRU 7100-EXIT
005810         ADD 1 TO WRK-CONT-APLICADAS
005820     END-IF.
005830     PERFORM 2900-LE-TRANSACAO THRU 2900-EXIT.
005840 2000-EXIT.
005850     EXIT.
005860******************************************************************
005870* 2050-VALIDA-TRANSACAO - CONSISTE A ACAO E O CODIGO DA EMPRESA,
005880*                         COMUNS A TODA TRANSACAO; OS DEMAIS
005890*                         CAMPOS SO VALEM PARA INCLUSAO E
005900*                         ALTERACAO.
005910******************************************************************
005920 2050-VALIDA-TRANSACAO.
005930     IF CTR-ACAO NOT = 'I' AND CTR-ACAO NOT = 'A'
005940             AND CTR-ACAO NOT = 'E'
005950         MOVE '01' TO WRK-MOTIVO
005960         MOVE 'N' TO WRK-SW-TRAN-VALIDA
005970         GO TO 2050-EXIT
005980     END-IF.
005990     IF CTR-CODIGO = SPACES
006000         MOVE '02' TO WRK-MOTIVO
006010         MOVE 'N' TO WRK-SW-TRAN-VALIDA
006020         GO TO 2050-EXIT
006030     END-IF.
006040     IF CTR-ACAO = 'I' OR CTR-ACAO = 'A'
006050         PERFORM 2060-VALIDA-CAMPOS THRU 2060-EXIT
006060     END-IF.
006070 2050-EXIT.
006080     EXIT.
006090******************************************************************
006100* 2060-VALIDA-CAMPOS - CONSISTE A RAZAO SOCIAL, O CNPJ (NUMERICO,
006110*                      NAO ZERADO E COM OS DIGITOS VERIFICADORES
006120*                      CORRETOS), A CONTA PAGADORA (NUMERICA E
006130*                      INFORMADA) E A EMPRESA CONTABIL DAS
006140*                      TRANSACOES DE INCLUSAO E ALTERACAO.
006150******************************************************************
006160 2060-VALIDA-CAMPOS.
006170     IF CTR-RAZAO = SPACES
006180         MOVE '05' TO WRK-MOTIVO
006190         MOVE 'N' TO WRK-SW-TRAN-VALIDA
006200         GO TO 2060-EXIT
006210     END-IF.
006220     IF CTR-CNPJ IS NOT NUMERIC
006230             OR CTR-CNPJ = ZEROS
006240         MOVE '06' TO WRK-MOTIVO
006250         MOVE 'N' TO WRK-SW-TRAN-VALIDA
006260         GO TO 2060-EXIT
006270     END-IF.
006280     PERFORM 2070-VALIDA-CNPJ THRU 2070-EXIT.
006290     IF NOT WRK-CNPJ-VALIDO
006300         MOVE '06' TO WRK-MOTIVO
006310         MOVE 'N' TO WRK-SW-TRAN-VALIDA
006320         GO TO 2060-EXIT
006330     END-IF.
006340     IF CTR-BANCO IS NOT NUMERIC
006350             OR CTR-AGENCIA IS NOT NUMERIC
006360             OR CTR-CONTA IS NOT NUMERIC
006370         MOVE '07' TO WRK-MOTIVO
006380         MOVE 'N' TO WRK-SW-TRAN-VALIDA
006390         GO TO 2060-EXIT
006400     END-IF.
006410     IF CTR-BANCO = ZEROS OR CTR-CONTA = ZEROS
006420         MOVE '07' TO WRK-MOTIVO
006430         MOVE 'N' TO WRK-SW-TRAN-VALIDA
006440         GO TO 2060-EXIT
006450     END-IF.
006460     IF CTR-GL-EMPRESA = SPACES
006470         MOVE '08' TO WRK-MOTIVO
006480         MOVE 'N' TO WRK-SW-TRAN-VALIDA
006490         GO TO 2060-EXIT
006500     END-IF.
006510 2060-EXIT.
006520     EXIT.
006530******************************************************************
006540* 2070-VALIDA-CNPJ - CONFERE OS DOIS DIGITOS VERIFICADORES DO
006550*                    CNPJ DA TRANSACAO (MODULO 11): O PRIMEIRO
006560*                    SOBRE OS 12 DIGITOS DA RAIZ E FILIAL, O
006570*                    SEGUNDO SOBRE ESSES 12 MAIS O PRIMEIRO
006580*                    DIGITO.
006590*                    RESTO MENOR QUE 2 DA DIGITO ZERO.
006600******************************************************************
006610 2070-VALIDA-CNPJ.
006620     MOVE 'N' TO WRK-SW-CNPJ-VALIDO.
006630     MOVE CTR-CNPJ TO WRK-CNPJ.
006640     MOVE 12 TO WRK-CNPJ-QTD-DIG.
006650     MOVE 2  TO WRK-CNPJ-PESO-INI.
006660     PERFORM 2075-CALCULA-DV THRU 2075-EXIT.
006670     IF WRK-CNPJ-DV NOT = WRK-CNPJ-DIG(13)
006680         GO TO 2070-EXIT
006690     END-IF.
006700     MOVE 13 TO WRK-CNPJ-QTD-DIG.
006710     MOVE 1  TO WRK-CNPJ-PESO-INI.
006720     PERFORM 2075-CALCULA-DV THRU 2075-EXIT.
006730     IF WRK-CNPJ-DV NOT = WRK-CNPJ-DIG(14)
006740         GO TO 2070-EXIT
006750     END-IF.
006760     SET WRK-CNPJ-VALIDO TO TRUE.
006770 2070-EXIT.
006780     EXIT.
006790******************************************************************
006800* 2075-CALCULA-DV - SOMA OS WRK-CNPJ-QTD-DIG PRIMEIROS DIGITOS DO
006810*                   CNPJ MULTIPLICADOS PELOS PESOS DA TABELA A
006820*                   PARTIR DE WRK-CNPJ-PESO-INI E DEVOLVE EM
006830*                   WRK-CNPJ-DV O DIGITO VERIFICADOR (11 MENOS O
006840*                   RESTO DA DIVISAO POR 11, OU ZERO).
006850******************************************************************
006860 2075-CALCULA-DV.
006870     MOVE ZERO TO WRK-CNPJ-SOMA.
006880     MOVE WRK-CNPJ-PESO-INI TO WRK-CNPJ-PESO-IDX.
006890     PERFORM VARYING WRK-CNPJ-POS FROM 1 BY 1
006900             UNTIL WRK-CNPJ-POS > WRK-CNPJ-QTD-DIG
006910         COMPUTE WRK-CNPJ-SOMA = WRK-CNPJ-SOMA
006920             + WRK-CNPJ-DIG(WRK-CNPJ-POS)
006930             * TAB-PESO(WRK-CNPJ-PESO-IDX)
006940         ADD 1 TO WRK-CNPJ-PESO-IDX
006950     END-PERFORM.
006960     DIVIDE WRK-CNPJ-SOMA BY 11 GIVING WRK-CNPJ-QUOC
006970         REMAINDER WRK-CNPJ-RESTO.
006980     IF WRK-CNPJ-RESTO < 2
006990         MOVE ZERO TO WRK-CNPJ-DV
007000     ELSE
007010         COMPUTE WRK-CNPJ-DV = 11 - WRK-CNPJ-RESTO
007020     END-IF.
007030 2075-EXIT.
007040     EXIT.
007050******************************************************************
007060* 2100-PROCURA-EMPRESA - LOCALIZA O CODIGO DA TRANSACAO NA
007070*                        TABELA, DEIXANDO WRK-CIA-IDX APONTANDO
007080*                        PARA ELE QUANDO ACHADO.
007090******************************************************************
007100 2100-PROCURA-EMPRESA.
007110     MOVE 'N' TO WRK-SW-CIA-ACHADO.
007120     PERFORM VARYING WRK-CIA-IDX FROM 1 BY 1
007130             UNTIL WRK-CIA-IDX > WRK-QTD-EMPRESAS
007140                OR WRK-CIA-ACHADO
007150         IF TAB-CIA-CODIGO(WRK-CIA-IDX) = CTR-CODIGO
007160             SET WRK-CIA-ACHADO TO TRUE
007170         END-IF
007180     END-PERFORM.
007190     IF WRK-CIA-ACHADO
007200         SUBTRACT 1 FROM WRK-CIA-IDX
007210     END-IF.
007220 2100-EXIT.
007230     EXIT.
007240******************************************************************
007250* 2900-LE-TRANSACAO - LE A PROXIMA TRANSACAO DO CIATRAN.
007260******************************************************************
007270 2900-LE-TRANSACAO.
007280     READ CIA-TRANS-FILE
007290         AT END
007300             SET WRK-CTR-EOF TO TRUE
007310     END-READ.
007320 2900-EXIT.
007330     EXIT.
007340******************************************************************
007350* 3000-INCLUI - INCLUI UMA EMPRESA NOVA NA TABELA. CODIGO JA
007360*               CADASTRADO OU TABELA CHEIA E REJEITADA.
007370******************************************************************
007380 3000-INCLUI.
007390     PERFORM 2100-PROCURA-EMPRESA THRU 2100-EXIT.
007400     IF WRK-CIA-ACHADO
007410         MOVE '03' TO WRK-MOTIVO
007420         MOVE 'N' TO WRK-SW-TRAN-VALIDA
007430         GO TO 3000-EXIT
007440     END-IF.
007450     IF WRK-QTD-EMPRESAS >= WRK-MAX-EMPRESAS
007460         MOVE '10' TO WRK-MOTIVO
007470         MOVE 'N' TO WRK-SW-TRAN-VALIDA
007480         GO TO 3000-EXIT
007490     END-IF.
007500     ADD 1 TO WRK-QTD-EMPRESAS.
007510     MOVE WRK-QTD-EMPRESAS TO WRK-CIA-IDX.
007520     PERFORM 3100-MOVE-CAMPOS THRU 3100-EXIT.
007530     MOVE ZERO TO TAB-CIA-EM-USO(WRK-CIA-IDX).
007540 3000-EXIT.
007550     EXIT.
007560******************************************************************
007570* 3100-MOVE-CAMPOS - MOVE OS CAMPOS DA TRANSACAO PARA A ENTRADA
007580*                    WRK-CIA-IDX DA TABELA.
007590******************************************************************
007600 3100-MOVE-CAMPOS.
007610     MOVE CTR-CODIGO     TO TAB-CIA-CODIGO(WRK-CIA-IDX).
007620     MOVE CTR-RAZAO      TO TAB-CIA-RAZAO(WRK-CIA-IDX).
007630     MOVE CTR-CNPJ       TO TAB-CIA-CNPJ(WRK-CIA-IDX).
007640     MOVE CTR-BANCO      TO TAB-CIA-BANCO(WRK-CIA-IDX).
007650     MOVE CTR-AGENCIA    TO TAB-CIA-AGENCIA(WRK-CIA-IDX).
007660     MOVE CTR-CONTA      TO TAB-CIA-CONTA(WRK-CIA-IDX).
007670     MOVE CTR-GL-EMPRESA TO TAB-CIA-GL-EMPRESA(WRK-CIA-IDX).
007680 3100-EXIT.
007690     EXIT.
007700******************************************************************
007710* 4000-ALTERA - REGRAVA OS DADOS DA EMPRESA ACHADA PELO CODIGO DA
007720*               TRANSACAO. A NOVA CONTA PAGADORA VALE A PARTIR DA
007730*               PROXIMA REMESSA DA FOLHA.
007740******************************************************************
007750 4000-ALTERA.
007760     PERFORM 2100-PROCURA-EMPRESA THRU 2100-EXIT.
007770     IF NOT WRK-CIA-ACHADO
007780         MOVE '04' TO WRK-MOTIVO
007790         MOVE 'N' TO WRK-SW-TRAN-VALIDA
007800         GO TO 4000-EXIT
007810     END-IF.
007820     PERFORM 3100-MOVE-CAMPOS THRU 3100-EXIT.
007830 4000-EXIT.
007840     EXIT.
007850******************************************************************
007860* 5000-EXCLUI - EXCLUI A EMPRESA ACHADA PELO CODIGO DA TRANSACAO,
007870*               COMPACTANDO A TABELA. EMPRESA AINDA USADA POR
007880*               FUNCIONARIO ATIVO E REJEITADA.
007890******************************************************************
007900 5000-EXCLUI.
007910     PERFORM 2100-PROCURA-EMPRESA THRU 2100-EXIT.
007920     IF NOT WRK-CIA-ACHADO
007930         MOVE '04' TO WRK-MOTIVO
007940         MOVE 'N' TO WRK-SW-TRAN-VALIDA
007950         GO TO 5000-EXIT
007960     END-IF.
007970     IF TAB-CIA-EM-USO(WRK-CIA-IDX) > 0
007980         MOVE '09' TO WRK-MOTIVO
007990         MOVE 'N' TO WRK-SW-TRAN-VALIDA
008000         GO TO 5000-EXIT
008010     END-IF.
008020     PERFORM VARYING WRK-I FROM WRK-CIA-IDX BY 1
008030             UNTIL WRK-I >= WRK-QTD-EMPRESAS
008040         COMPUTE WRK-J = WRK-I + 1
008050         MOVE TAB-CIA-ENT(WRK-J) TO TAB-CIA-ENT(WRK-I)
008060     END-PERFORM.
008070     SUBTRACT 1 FROM WRK-QTD-EMPRESAS.
008080 5000-EXIT.
008090     EXIT.
008100******************************************************************
008110* 6000-ORDENA-TABELA - ORDENA A TABELA POR CODIGO DA EMPRESA
008120*                      (BOLHA, COMO NO PROGCOB23).
008130******************************************************************
008140 6000-ORDENA-TABELA.
008150     IF WRK-QTD-EMPRESAS < 2
008160         GO TO 6000-EXIT
008170     END-IF.
008180     PERFORM VARYING WRK-I FROM 1 BY 1
008190             UNTIL WRK-I >= WRK-QTD-EMPRESAS
008200         PERFORM VARYING WRK-J FROM 1 BY 1
008210                 UNTIL WRK-J > WRK-QTD-EMPRESAS - WRK-I
008220             COMPUTE WRK-J1 = WRK-J + 1
008230             IF TAB-CIA-CODIGO(WRK-J) > TAB-CIA-CODIGO(WRK-J1)
008240                 PERFORM 6100-TROCA-ENTRADAS THRU 6100-EXIT
008250             END-IF
008260         END-PERFORM
008270     END-PERFORM.
008280 6000-EXIT.
008290     EXIT.
008300 6100-TROCA-ENTRADAS.
008310     MOVE TAB-CIA-ENT(WRK-J)  TO WRK-TROCA-ENT.
008320     MOVE TAB-CIA-ENT(WRK-J1) TO TAB-CIA-ENT(WRK-J).
008330     MOVE WRK-TROCA-ENT       TO TAB-CIA-ENT(WRK-J1).
008340 6100-EXIT.
008350     EXIT.
008360******************************************************************
008370* 7100-IMPRIME-APLICADA - IMPRIME A TRANSACAO APLICADA NO
008380*                         RELATORIO DE MANUTENCAO.
008390******************************************************************
008400 7100-IMPRIME-APLICADA.
008410     MOVE CTR-ACAO       TO APL-ACAO.
008420     MOVE CTR-CODIGO     TO APL-CODIGO.
008430     IF CTR-ACAO = 'E'
008440         MOVE SPACES TO APL-RAZAO
008450         MOVE ZEROS  TO APL-CNPJ
008460         MOVE ZEROS  TO APL-BANCO
008470         MOVE ZEROS  TO APL-AGENCIA
008480         MOVE ZEROS  TO APL-CONTA
008490         MOVE SPACES TO APL-GL-EMPRESA
008500     ELSE
008510         MOVE CTR-RAZAO      TO APL-RAZAO
008520         MOVE CTR-CNPJ       TO APL-CNPJ
008530         MOVE CTR-BANCO      TO APL-BANCO
008540         MOVE CTR-AGENCIA    TO APL-AGENCIA
008550         MOVE CTR-CONTA      TO APL-CONTA
008560         MOVE CTR-GL-EMPRESA TO APL-GL-EMPRESA
008570     END-IF.
008580     WRITE CIA-REPORT-RECORD FROM WRK-LINHA-APLICADA
008590         AFTER ADVANCING 1 LINE.
008600 7100-EXIT.
008610     EXIT.
008620******************************************************************
008630* 7200-IMPRIME-REJEICAO - IMPRIME A TRANSACAO REJEITADA COM O
008640*                         CODIGO E O TEXTO DO MOTIVO.
008650******************************************************************
008660 7200-IMPRIME-REJEICAO.
008670     MOVE CTR-ACAO      TO REJ-ACAO.
008680     MOVE CTR-CODIGO    TO REJ-CODIGO.
008690     MOVE WRK-MOTIVO    TO REJ-MOTIVO.
008700     MOVE SPACES        TO REJ-TEXTO.
008710     PERFORM VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 10
008720         IF WRK-MOTIVO = TAB-MOTIVO-CODIGO(WRK-IDX)
008730             MOVE TAB-MOTIVO-TEXTO(WRK-IDX) TO REJ-TEXTO
008740         END-IF
008750     END-PERFORM.
008760     WRITE CIA-REPORT-RECORD FROM WRK-LINHA-REJEICAO
008770         AFTER ADVANCING 1 LINE.
008780 7200-EXIT.
008790     EXIT.
008800******************************************************************
008810* 9000-FINALIZE - ORDENA E REGRAVA O EMPRESAS, IMPRIME OS TOTAIS
008820*                 E FECHA OS ARQUIVOS.
008830******************************************************************
008840 9000-FINALIZE.
008850     CLOSE CIA-TRANS-FILE.
008860     PERFORM 6000-ORDENA-TABELA THRU 6000-EXIT.
008870     OPEN OUTPUT COMPANY-FILE.
008880     IF NOT WRK-CIA-OK
008890         DISPLAY 'ERRO AO REGRAVAR EMPRESAS: ' WRK-CIA-STATUS
008900         CLOSE CIA-REPORT-FILE
008910         MOVE 8 TO RETURN-CODE
008920         GOBACK
008930     END-IF.
008940     PERFORM VARYING WRK-CIA-IDX FROM 1 BY 1
008950             UNTIL WRK-CIA-IDX > WRK-QTD-EMPRESAS
008960         MOVE TAB-CIA-CODIGO(WRK-CIA-IDX)     TO CIA-CODIGO
008970         MOVE SPACES                          TO CIA-FILL1
008980         MOVE TAB-CIA-RAZAO(WRK-CIA-IDX)      TO CIA-RAZAO
008990         MOVE SPACES                          TO CIA-FILL2
009000         MOVE TAB-CIA-CNPJ(WRK-CIA-IDX)       TO CIA-CNPJ
009010         MOVE SPACES                          TO CIA-FILL3
009020         MOVE TAB-CIA-BANCO(WRK-CIA-IDX)      TO CIA-BANCO
009030         MOVE SPACES                          TO CIA-FILL4
009040         MOVE TAB-CIA-AGENCIA(WRK-CIA-IDX)    TO CIA-AGENCIA
009050         MOVE SPACES                          TO CIA-FILL5
009060         MOVE TAB-CIA-CONTA(WRK-CIA-IDX)      TO CIA-CONTA
009070         MOVE SPACES                          TO CIA-FILL6
009080         MOVE TAB-CIA-GL-EMPRESA(WRK-CIA-IDX) TO CIA-GL-EMPRESA
009090         WRITE CIA-RECORD
009100     END-PERFORM.
009110     CLOSE COMPANY-FILE.
009120     MOVE WRK-CONT-LIDAS      TO TOT-LIDAS.
009130     MOVE WRK-CONT-APLICADAS  TO TOT-APLICADAS.
009140     MOVE WRK-CONT-REJEITADAS TO TOT-REJEITADAS.
009150     WRITE CIA-REPORT-RECORD FROM WRK-LINHA-TOTAIS
009160         AFTER ADVANCING 2 LINES.
009170     CLOSE CIA-REPORT-FILE.
009180     DISPLAY '--------------------------------------------'.
009190     DISPLAY 'TRANSACOES LIDAS ....: ' WRK-CONT-LIDAS.
009200     DISPLAY 'TRANSACOES APLICADAS : ' WRK-CONT-APLICADAS.
009210     DISPLAY 'TRANSACOES REJEITADAS: ' WRK-CONT-REJEITADAS.
009220 9000-EXIT.
009230     EXIT.
009240 END PROGRAM PROGCOB29.
