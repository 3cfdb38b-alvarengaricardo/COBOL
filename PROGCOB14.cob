000300*                 ARQUIVO ESSENCIAL INDISPONIVEL, 8. A IMAGEM DO
000310*                 EMPREC GRAVADA NO PAYSUSP E OBTIDA DO EMPMAST
000320*                 (LEITURA RANDOMICA).
000330* 2026-10-15 RRA  O EMPREC GANHOU EMP-ADMISSAO E EMP-CARGO: A
000340*                 IMAGEM DO EMPREC NO PAYSUSP CRESCEU COM OS
000350*                 CAMPOS NOVOS.
000360* 2026-10-15 RRA  O EMPREC GANHOU EMP-EMPRESA (PAYSUSP PASSOU A
000370*                 LRECL=95). A REMESSA E O RETORNO PASSARAM A TER
000380*                 UM LOTE (HEADER/TRAILER) POR EMPRESA: AS
000390*                 QUANTIDADES E SOMAS DOS TRAILERS SAO ACUMULADAS
000400*                 PARA A CONCILIACAO EM VEZ DE GUARDAR SO O
000410*                 ULTIMO.
000420******************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. PROGCOB14.
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SPECIAL-NAMES.
000480     DECIMAL-POINT IS COMMA.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT BANK-RETURN-FILE
000520         ASSIGN TO "BANKRET"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WRK-RET-STATUS.
000550     SELECT BANK-REMIT-FILE
000560         ASSIGN TO "BANKREM"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WRK-REM-STATUS.
000590     SELECT EMPLOYEE-MASTER
000600         ASSIGN TO "EMPMAST"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS RANDOM
000630         RECORD KEY IS EMP-ID
000640         FILE STATUS IS WRK-EMP-STATUS.
000650     SELECT SUSPENSE-FILE
000660         ASSIGN TO "PAYSUSP"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WRK-SUS-STATUS.
000690     SELECT RETURN-REPORT-FILE
000700         ASSIGN TO "RETRPT"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WRK-RPT-STATUS.
000730     SELECT AUDIT-FILE
000740         ASSIGN TO "DATEAUD"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WRK-AUDIT-STATUS.
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
000910 FD  BANK-RETURN-FILE
000920     LABEL RECORDS ARE STANDARD.
000930 01  BANK-RETURN-RECORD.
000940     05  RET-TIPO                 PIC X(01).
000950     05  RET-RESTO                PIC X(79).
000960 01  BANK-RETURN-DETALHE.
000970     05  FILLER                   PIC X(01).
000980     05  RET-MATRICULA            PIC X(06).
000990     05  RET-OCORRENCIA           PIC X(02).
001000     05  RET-VALOR                PIC 9(13).
001010     05  FILLER                   PIC X(58).
001020 01  BANK-RETURN-TRAILER.
001030     05  FILLER                   PIC X(01).
001040     05  RET-QTDE                 PIC 9(06).
001050     05  RET-SOMA                 PIC 9(15).
001060     05  FILLER                   PIC X(58).
001070 FD  BANK-REMIT-FILE
001080     LABEL RECORDS ARE STANDARD.
001090 01  BANK-REMIT-RECORD.
001100     05  REM-TIPO                 PIC X(01).
001110     05  REM-RESTO                PIC X(79).
001120 01  BANK-REMIT-DETALHE.
001130     05  FILLER                   PIC X(01).
001140     05  REM-MATRICULA            PIC X(06).
001150     05  REM-NOME                 PIC X(30).
001160     05  REM-BANCO                PIC 9(03).
001170     05  REM-AGENCIA              PIC 9(04).
001180     05  REM-CONTA                PIC 9(08).
001190     05  REM-VALOR                PIC 9(13).
001200     05  FILLER                   PIC X(15).
001210 01  BANK-REMIT-TRAILER.
001220     05  FILLER                   PIC X(01).
001230     05  REM-QTDE                 PIC 9(06).
001240     05  REM-SOMA                 PIC 9(15).
001250     05  FILLER                   PIC X(58).
001260 FD  EMPLOYEE-MASTER
001270     LABEL RECORDS ARE STANDARD.
001280     COPY EMPREC.
001290 FD  SUSPENSE-FILE
001300     LABEL RECORDS ARE STANDARD.
001310 01  SUSPENSE-RECORD.
001320     05  SUS-DATA                 PIC 9(08).
001330     05  SUS-FILL1                PIC X(02).
001340     05  SUS-MOTIVO               PIC X(02).
001350     05  SUS-FILL2                PIC X(02).
001360     05  SUS-EMP-IMAGEM           PIC X(81).
001370 FD  RETURN-REPORT-FILE
001380     LABEL RECORDS ARE STANDARD.
001390 01  RETURN-REPORT-RECORD         PIC X(100).
001400 FD  AUDIT-FILE
001410     LABEL RECORDS ARE STANDARD.
001420 01  AUDIT-RECORD.
001430     05  AUD-DATA                 PIC 9(08).
001440     05  AUD-FILL1                PIC X(02).
001450     05  AUD-HORA                 PIC 9(08).
001460     05  AUD-FILL2                PIC X(02).
001470     05  AUD-OPERADOR             PIC X(10).
001480 FD  OPERATOR-CONTROL-FILE
001490     LABEL RECORDS ARE STANDARD.
001500 01  OPERATOR-CONTROL-RECORD.
001510     05  OPCFG-OPERADOR           PIC X(10).
001520     05  OPCFG-FILL1              PIC X(02).
001530     05  OPCFG-SENHA              PIC X(10).
001540 FD  SECURITY-MASTER-FILE
001550     LABEL RECORDS ARE STANDARD.
001560     COPY OPERSEC.
001570 FD  SECURITY-AUDIT-FILE
001580     LABEL RECORDS ARE STANDARD.
001590 01  SECAUD-RECORD.
001600     05  SEC-DATA                 PIC 9(08).
001610     05  SEC-FILL1                PIC X(02).
001620     05  SEC-HORA                 PIC 9(08).
001630     05  SEC-FILL2                PIC X(02).
001640     05  SEC-OPERADOR             PIC X(10).
001650     05  SEC-FILL3                PIC X(02).
001660     05  SEC-PROGRAMA             PIC X(09).
001670     05  SEC-FILL4                PIC X(02).
001680     05  SEC-MOTIVO               PIC X(20).
001690 WORKING-STORAGE SECTION.
001700 77  WRK-RET-STATUS       PIC X(02) VALUE '00'.
001710     88  WRK-RET-OK                  VALUE '00'.
001720     88  WRK-RET-EOF                 VALUE '10'.
001730 77  WRK-REM-STATUS       PIC X(02) VALUE '00'.
001740     88  WRK-REM-OK                  VALUE '00'.
001750     88  WRK-REM-EOF                 VALUE '10'.
001760 77  WRK-EMP-STATUS       PIC X(02) VALUE '00'.
001770     88  WRK-EMP-OK                  VALUE '00'.
001780 77  WRK-SUS-STATUS       PIC X(02) VALUE '00'.
001790     88  WRK-SUS-OK                  VALUE '00'.
001800 77  WRK-RPT-STATUS       PIC X(02) VALUE '00'.
001810     88  WRK-RPT-OK                  VALUE '00'.
001820 77  WRK-AUDIT-STATUS     PIC X(02) VALUE '00'.
001830     88  WRK-AUDIT-OK                VALUE '00'.
001840     88  WRK-AUDIT-EOF               VALUE '10'.
001850 77  WRK-OPER-CFG-STATUS  PIC X(02) VALUE '00'.
001860     88  WRK-OPER-CFG-OK             VALUE '00'.
001870 77  WRK-SW-OPER-ARQUIVO  PIC X(01) VALUE 'N'.
001880     88  WRK-OPER-ARQUIVO            VALUE 'S'.
001890 77  WRK-SW-OPERADOR      PIC X(01) VALUE 'N'.
001900     88  WRK-OPERADOR-VALIDO         VALUE 'S'.
001910 77  WRK-OPERADOR         PIC X(10) VALUE SPACES.
001920 77  WRK-SENHA            PIC X(10) VALUE SPACES.
001930 77  WRK-SEC-STATUS       PIC X(02) VALUE '00'.
001940     88  WRK-SEC-OK                  VALUE '00'.
001950     88  WRK-SEC-EOF                 VALUE '10'.
001960 77  WRK-SECAUD-STATUS    PIC X(02) VALUE '00'.
001970     88  WRK-SECAUD-OK               VALUE '00'.
001980 77  WRK-SW-OPR-ACHADO    PIC X(01) VALUE 'N'.
001990     88  WRK-OPR-ACHADO              VALUE 'S'.
002000 77  WRK-OPR-ATIVO        PIC X(01) VALUE 'N'.
002010 77  WRK-OPR-SENHA        PIC X(10) VALUE SPACES.
002020 77  WRK-OPR-AUT-FUNCAO   PIC X(01) VALUE 'N'.
002030 77  WRK-MOTIVO-LOGON     PIC X(20) VALUE SPACES.
002040 77  WRK-DATA-LOGON       PIC 9(08) VALUE ZEROS.
002050 77  WRK-HORA-LOGON       PIC 9(08) VALUE ZEROS.
002060 77  WRK-DATA-ATUAL       PIC 9(08) VALUE ZEROS.
002070 77  WRK-IDX              PIC 9(02) COMP VALUE ZERO.
002080 77  WRK-QTD-REMESSA      PIC 9(04) COMP VALUE ZERO.
002090 77  WRK-MAX-REMESSA      PIC 9(04) COMP VALUE 999.
002100 77  WRK-REM-IDX          PIC 9(04) COMP VALUE ZERO.
002110 77  WRK-SW-REM-ACHADA    PIC X(01) VALUE 'N'.
002120     88  WRK-REM-ACHADA              VALUE 'S'.
002130 77  WRK-REM-TRAILER-QTDE PIC 9(06) VALUE ZEROS.
002140 77  WRK-REM-TRAILER-SOMA PIC 9(15) VALUE ZEROS.
002150 77  WRK-RET-TRAILER-QTDE PIC 9(06) VALUE ZEROS.
002160 77  WRK-RET-TRAILER-SOMA PIC 9(15) VALUE ZEROS.
002170 77  WRK-RET-QTDE-LIDA    PIC 9(06) VALUE ZEROS.
002180 77  WRK-RET-SOMA-LIDA    PIC 9(15) VALUE ZEROS.
002190 77  WRK-CONT-PAGOS       PIC 9(05) COMP VALUE ZERO.
002200 77  WRK-CONT-DEVOLVIDOS  PIC 9(05) COMP VALUE ZERO.
002210 77  WRK-CONT-DIVERGENTES PIC 9(05) COMP VALUE ZERO.
002220 77  WRK-SW-CONCILIA      PIC X(01) VALUE 'S'.
002230     88  WRK-CONCILIA-OK             VALUE 'S'.
002240 77  WRK-SW-SUS-FALHA     PIC X(01) VALUE 'N'.
002250     88  WRK-SUS-FALHOU              VALUE 'S'.
002260 77  WRK-VALOR-ED         PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
002270 77  WRK-VALOR-CENTAVOS   PIC 9(13) VALUE ZEROS.
002280 77  WRK-VALOR-REAIS      PIC 9(11)V99 VALUE ZEROS.
002290*----------------------------------------------------------------
002300* DETALHES DA REMESSA (BANKREM) CARREGADOS EM TABELA; O SWITCH
002310* MARCA SE O DETALHE JA RECEBEU O SEU RETORNO.
002320*----------------------------------------------------------------
002330 01  TAB-REMESSA.
002340     05  TAB-REM-ENT OCCURS 999 TIMES.
002350         10  TAB-REM-MATRICULA    PIC X(06).
002360         10  TAB-REM-NOME         PIC X(30).
002370         10  TAB-REM-VALOR        PIC 9(13).
002380         10  TAB-REM-SW-RETORNO   PIC X(01).
002390             88  TAB-REM-RETORNOU         VALUE 'S'.
002400*----------------------------------------------------------------
002410* TEXTOS DAS OCORRENCIAS DE DEVOLUCAO MAIS COMUNS DO BANCO,
002420* CARREGADOS POR REDEFINES, NO MESMO IDIOMA DO PROGCOB05.
002430*----------------------------------------------------------------
002440 01  TAB-OCORRENCIAS-DADOS.
002450     05  FILLER PIC X(02) VALUE '02'.
002460     05  FILLER PIC X(30) VALUE 'AGENCIA/CONTA INVALIDA'.
002470     05  FILLER PIC X(02) VALUE '03'.
002480     05  FILLER PIC X(30) VALUE 'CONTA ENCERRADA'.
002490     05  FILLER PIC X(02) VALUE '04'.
002500     05  FILLER PIC X(30) VALUE 'CONTA BLOQUEADA'.
002510     05  FILLER PIC X(02) VALUE '05'.
002520     05  FILLER PIC X(30) VALUE 'DIGITO DE CONTROLE INVALIDO'.
002530 01  TAB-OCORRENCIAS REDEFINES TAB-OCORRENCIAS-DADOS.
002540     05  TAB-OCO-ENT OCCURS 4 TIMES.
002550         10  TAB-OCO-CODIGO       PIC X(02).
002560         10  TAB-OCO-TEXTO        PIC X(30).
002570*----------------------------------------------------------------
002580* LINHAS DE IMPRESSAO DO RELATORIO DE RETORNO.
002590*----------------------------------------------------------------
002600 01  WRK-LINHA-CABEC1.
002610     05  FILLER PIC X(25) VALUE SPACES.
002620     05  FILLER PIC X(50)
002630         VALUE 'FOLHA DE PAGAMENTO - RETORNO BANCARIO'.
002640     05  FILLER PIC X(25) VALUE SPACES.
002650 01  WRK-LINHA-CABEC2.
002660     05  FILLER PIC X(08) VALUE 'DATA: '.
002670     05  CAB2-DATA            PIC 9(08).
002680     05  FILLER PIC X(10) VALUE SPACES.
002690     05  FILLER PIC X(10) VALUE 'OPERADOR: '.
002700     05  CAB2-OPERADOR        PIC X(10).
002710     05  FILLER PIC X(54) VALUE SPACES.
002720 01  WRK-LINHA-DETALHE.
002730     05  DET-MATRICULA        PIC X(06).
002740     05  FILLER               PIC X(02) VALUE SPACES.
002750     05  DET-NOME             PIC X(30).
002760     05  FILLER               PIC X(02) VALUE SPACES.
002770     05  DET-VALOR            PIC ZZ.ZZZ.ZZ9,99.
002780     05  FILLER               PIC X(02) VALUE SPACES.
002790     05  DET-SITUACAO         PIC X(12).
002800     05  FILLER               PIC X(03) VALUE SPACES.
002810     05  DET-TEXTO            PIC X(30).
002820 01  WRK-LINHA-CONCILIA.
002830     05  FILLER PIC X(14) VALUE 'CONCILIACAO - '.
002840     05  CON-ROTULO           PIC X(22).
002850     05  CON-QTDE             PIC ZZZ.ZZ9.
002860     05  FILLER PIC X(09) VALUE '  VALOR: '.
002870     05  CON-VALOR            PIC ZZZ.ZZZ.ZZ9,99.
002880     05  FILLER               PIC X(34) VALUE SPACES.
002890 01  WRK-LINHA-TOTAIS.
002900     05  FILLER PIC X(08) VALUE 'PAGOS: '.
002910     05  TOT-PAGOS            PIC ZZZ.ZZ9.
002920     05  FILLER PIC X(15) VALUE '  DEVOLVIDOS: '.
002930     05  TOT-DEVOLVIDOS       PIC ZZZ.ZZ9.
002940     05  FILLER PIC X(16) VALUE '  DIVERGENCIAS: '.
002950     05  TOT-DIVERGENTES      PIC ZZZ.ZZ9.
002960     05  FILLER               PIC X(40) VALUE SPACES.
002970 PROCEDURE DIVISION.
002980******************************************************************
002990* 0000-MAINLINE - CONTROLA O PROCESSAMENTO DO RETORNO BANCARIO.
003000******************************************************************
003010 0000-MAINLINE.
003020     PERFORM 0500-LOGON-OPERADOR THRU 0500-EXIT.
003030     IF NOT WRK-OPERADOR-VALIDO
003040         DISPLAY 'OPERADOR NAO AUTORIZADO: ' WRK-OPERADOR
003050         MOVE 8 TO RETURN-CODE
003060         GOBACK
003070     END-IF.
003080     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003090     PERFORM 2000-PROCESSA-RETORNO THRU 2000-EXIT
003100         UNTIL WRK-RET-EOF.
003110     PERFORM 9000-FINALIZE THRU 9000-EXIT.
003120     IF WRK-CONT-DEVOLVIDOS > 0 OR WRK-CONT-DIVERGENTES > 0
003130             OR NOT WRK-CONCILIA-OK OR WRK-SUS-FALHOU
003140         MOVE 4 TO RETURN-CODE
003150     ELSE
003160         MOVE 0 TO RETURN-CODE
003170     END-IF.
003180     GOBACK.
003190******************************************************************
003200* 0500-LOGON-OPERADOR - OBTEM O OPERADOR E A SENHA DO PAYOPER,
003210*                       QUANDO PREPARADOS EXTERNAMENTE PARA UMA
003220*                       EXECUCAO EM LOTE, OU DO CONSOLE QUANDO O
003230*                       ARQUIVO NAO EXISTE OU ESTA VAZIO, E
003240*                       VALIDA CONTRA O CADASTRO DE SEGURANCA
003250*                       (OPERSEC): OPERADOR ATIVO, SENHA E
003260*                       AUTORIZACAO DE EXECUCAO DA FOLHA.
003270*                       TENTATIVA RECUSADA E GRAVADA NO SECAUD,
003280*                       NO MESMO IDIOMA DO PROGCOB02/03/04.
003290******************************************************************
003300 0500-LOGON-OPERADOR.
003310     MOVE 'N' TO WRK-SW-OPER-ARQUIVO.
003320     OPEN INPUT OPERATOR-CONTROL-FILE.
003330     IF WRK-OPER-CFG-OK
003340         READ OPERATOR-CONTROL-FILE
003350             AT END
003360                 CONTINUE
003370             NOT AT END
003380                 MOVE OPCFG-OPERADOR TO WRK-OPERADOR
003390                 MOVE OPCFG-SENHA    TO WRK-SENHA
003400                 SET WRK-OPER-ARQUIVO TO TRUE
003410         END-READ
003420         CLOSE OPERATOR-CONTROL-FILE
003430     END-IF.
003440     IF NOT WRK-OPER-ARQUIVO
003450         DISPLAY 'OPERADOR: ' WITH NO ADVANCING
003460         ACCEPT WRK-OPERADOR FROM CONSOLE
003470         DISPLAY 'SENHA: ' WITH NO ADVANCING
003480         ACCEPT WRK-SENHA FROM CONSOLE
003490     END-IF.
003500     MOVE 'N' TO WRK-SW-OPERADOR.
003510     MOVE SPACES TO WRK-MOTIVO-LOGON.
003520     PERFORM 0510-PROCURA-OPERSEC THRU 0510-EXIT.
003530     EVALUATE TRUE
003540         WHEN NOT WRK-OPR-ACHADO
003550             MOVE 'NAO CADASTRADO' TO WRK-MOTIVO-LOGON
003560         WHEN WRK-OPR-ATIVO NOT = 'S'
003570             MOVE 'OPERADOR INATIVO' TO WRK-MOTIVO-LOGON
003580         WHEN WRK-OPR-SENHA NOT = WRK-SENHA
003590             MOVE 'SENHA INVALIDA' TO WRK-MOTIVO-LOGON
003600         WHEN WRK-OPR-AUT-FUNCAO NOT = 'S'
003610             MOVE 'SEM AUTORIZACAO' TO WRK-MOTIVO-LOGON
003620         WHEN OTHER
003630             MOVE 'S' TO WRK-SW-OPERADOR
003640     END-EVALUATE.
003650     IF NOT WRK-OPERADOR-VALIDO
003660         DISPLAY 'LOGON RECUSADO (' WRK-MOTIVO-LOGON ') - '
003670             WRK-OPERADOR
003680         PERFORM 0520-GRAVA-SECAUD THRU 0520-EXIT
003690     END-IF.
003700 0500-EXIT.
003710     EXIT.
003720******************************************************************
003730* 0510-PROCURA-OPERSEC - PROCURA O OPERADOR NO CADASTRO DE
003740*                        SEGURANCA (OPERSEC) E GUARDA OS CAMPOS
003750*                        DO REGISTRO ACHADO (A AUTORIZACAO DESTE
003760*                        PROGRAMA E A DE EXECUCAO DA FOLHA).
003770*                        ARQUIVO INDISPONIVEL EQUIVALE A
003780*                        OPERADOR NAO CADASTRADO.
003790******************************************************************
003800 0510-PROCURA-OPERSEC.
003810     MOVE 'N' TO WRK-SW-OPR-ACHADO.
003820     OPEN INPUT SECURITY-MASTER-FILE.
003830     IF NOT WRK-SEC-OK
003840         DISPLAY 'CADASTRO DE SEGURANCA (OPERSEC) '
003850             'INDISPONIVEL: ' WRK-SEC-STATUS
003860         GO TO 0510-EXIT
003870     END-IF.
003880     PERFORM 0515-LE-OPERSEC THRU 0515-EXIT
003890         UNTIL WRK-SEC-EOF OR WRK-OPR-ACHADO.
003900     CLOSE SECURITY-MASTER-FILE.
003910 0510-EXIT.
003920     EXIT.
003930 0515-LE-OPERSEC.
003940     READ SECURITY-MASTER-FILE
003950         AT END
003960             SET WRK-SEC-EOF TO TRUE
003970         NOT AT END
003980             IF OPR-CODIGO = WRK-OPERADOR
003990                 SET WRK-OPR-ACHADO TO TRUE
004000                 MOVE OPR-ATIVO     TO WRK-OPR-ATIVO
004010                 MOVE OPR-SENHA     TO WRK-OPR-SENHA
004020                 MOVE OPR-AUT-FOLHA TO WRK-OPR-AUT-FUNCAO
004030             END-IF
004040     END-READ.
004050 0515-EXIT.
004060     EXIT.
004070******************************************************************
004080* 0520-GRAVA-SECAUD - REGISTRA A TENTATIVA DE LOGON RECUSADA NO
004090*                     SECAUD (DATA, HORA, OPERADOR, PROGRAMA E
004100*                     MOTIVO), NO MESMO IDIOMA DA TRILHA DO
004110*                     DATEAUD DO PROGCOB03.
004120******************************************************************
004130 0520-GRAVA-SECAUD.
004140     ACCEPT WRK-DATA-LOGON FROM DATE YYYYMMDD.
004150     ACCEPT WRK-HORA-LOGON FROM TIME.
004160     OPEN EXTEND SECURITY-AUDIT-FILE.
004170     IF NOT WRK-SECAUD-OK
004180         CLOSE SECURITY-AUDIT-FILE
004190         OPEN OUTPUT SECURITY-AUDIT-FILE
004200     END-IF.
004210     IF NOT WRK-SECAUD-OK
004220         DISPLAY 'ERRO AO ABRIR SECAUD: ' WRK-SECAUD-STATUS
004230         GO TO 0520-EXIT
004240     END-IF.
004250     MOVE WRK-DATA-LOGON TO SEC-DATA.
004260     MOVE SPACES         TO SEC-FILL1.
004270     MOVE WRK-HORA-LOGON TO SEC-HORA.
004280     MOVE SPACES         TO SEC-FILL2.
004290     MOVE WRK-OPERADOR   TO SEC-OPERADOR.
004300     MOVE SPACES         TO SEC-FILL3.
004310     MOVE 'PROGCOB14'    TO SEC-PROGRAMA.
004320     MOVE SPACES         TO SEC-FILL4.
004330     MOVE WRK-MOTIVO-LOGON TO SEC-MOTIVO.
004340     WRITE SECAUD-RECORD.
004350     IF NOT WRK-SECAUD-OK
004360         DISPLAY 'ERRO AO GRAVAR SECAUD: ' WRK-SECAUD-STATUS
004370     END-IF.
004380     CLOSE SECURITY-AUDIT-FILE.
004390 0520-EXIT.
004400     EXIT.
004410******************************************************************
004420* 1000-INITIALIZE - DETERMINA A DATA DO LOTE, CARREGA A REMESSA
004430*                   (BANKREM) EM TABELA, ABRE O RETORNO, O
004440*                   CADASTRO, O PAYSUSP E O RELATORIO E LE O
004450*                   PRIMEIRO REGISTRO DO RETORNO.
004460******************************************************************
004470 1000-INITIALIZE.
004480     PERFORM 1085-DETERMINA-DATA THRU 1085-EXIT.
004490     PERFORM 1100-CARREGA-REMESSA THRU 1100-EXIT.
004500     OPEN INPUT BANK-RETURN-FILE.
004510     IF NOT WRK-RET-OK
004520         DISPLAY 'ERRO AO ABRIR BANK-RETURN-FILE: '
004530             WRK-RET-STATUS
004540         MOVE 8 TO RETURN-CODE
004550         GOBACK
004560     END-IF.
004570     OPEN INPUT EMPLOYEE-MASTER.
004580     IF NOT WRK-EMP-OK
004590         DISPLAY 'ERRO AO ABRIR EMPLOYEE-MASTER: '
004600             WRK-EMP-STATUS
004610         CLOSE BANK-RETURN-FILE
004620         MOVE 8 TO RETURN-CODE
004630         GOBACK
004640     END-IF.
004650     OPEN OUTPUT SUSPENSE-FILE.
004660     IF NOT WRK-SUS-OK
004670         DISPLAY 'ERRO AO ABRIR SUSPENSE-FILE: '
004680             WRK-SUS-STATUS
004690         SET WRK-SUS-FALHOU TO TRUE
004700     END-IF.
004710     OPEN OUTPUT RETURN-REPORT-FILE.
004720     IF NOT WRK-RPT-OK
004730         DISPLAY 'ERRO AO ABRIR RETURN-REPORT-FILE: '
004740             WRK-RPT-STATUS
004750         CLOSE BANK-RETURN-FILE
004760         CLOSE EMPLOYEE-MASTER
004770         CLOSE SUSPENSE-FILE
004780         MOVE 8 TO RETURN-CODE
004790         GOBACK
004800     END-IF.
004810     MOVE WRK-DATA-ATUAL TO CAB2-DATA.
004820     MOVE WRK-OPERADOR   TO CAB2-OPERADOR.
004830     WRITE RETURN-REPORT-RECORD FROM WRK-LINHA-CABEC1
004840         AFTER ADVANCING PAGE.
004850     WRITE RETURN-REPORT-RECORD FROM WRK-LINHA-CABEC2
004860         AFTER ADVANCING 1 LINE.
004870     PERFORM 2900-LE-RETORNO THRU 2900-EXIT.
004880 1000-EXIT.
004890     EXIT.
004900******************************************************************
004910* 1085-DETERMINA-DATA - OBTEM A DATA DE VIGENCIA DO LOTE DO
004920*                       ULTIMO REGISTRO DO DATEAUD, CAINDO NA
004930*                       DATA DO SISTEMA SE O ARQUIVO FALTAR OU
004940*                       ESTIVER VAZIO - MESMO IDIOMA DO
004950*                       PROGCOB04.
004960******************************************************************
004970 1085-DETERMINA-DATA.
004980     ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
004990     OPEN INPUT AUDIT-FILE.
005000     IF WRK-AUDIT-OK
005010         PERFORM 1087-LE-AUDITORIA THRU 1087-EXIT
005020             UNTIL WRK-AUDIT-EOF
005030         CLOSE AUDIT-FILE
005040     END-IF.
005050 1085-EXIT.
005060     EXIT.
005070 1087-LE-AUDITORIA.
005080     READ AUDIT-FILE
005090         AT END
005100             SET WRK-AUDIT-EOF TO TRUE
005110         NOT AT END
005120             MOVE AUD-DATA TO WRK-DATA-ATUAL
005130     END-READ.
005140 1087-EXIT.
005150     EXIT.
005160******************************************************************
005170* 1100-CARREGA-REMESSA - CARREGA OS DETALHES (TIPO 1) DO BANKREM
005180*                        NA TABELA E GUARDA O TRAILER (TIPO 9)
005190*                        PARA A CONCILIACAO. SEM O ARQUIVO, O
005200*                        RETORNO NAO TEM CONTRA O QUE CASAR E O
005210*                        LOTE ENCERRA COM RETURN-CODE 8.
005220******************************************************************
005230 1100-CARREGA-REMESSA.
005240     MOVE ZERO TO WRK-QTD-REMESSA.
005250     OPEN INPUT BANK-REMIT-FILE.
005260     IF NOT WRK-REM-OK
005270         DISPLAY 'ERRO AO ABRIR BANK-REMIT-FILE: '
005280             WRK-REM-STATUS ' - LOTE ENCERRADO'
005290         MOVE 8 TO RETURN-CODE
005300         GOBACK
005310     END-IF.
005320     PERFORM 1110-LE-REMESSA THRU 1110-EXIT
005330         UNTIL WRK-REM-EOF.
005340     CLOSE BANK-REMIT-FILE.
005350 1100-EXIT.
005360     EXIT.
005370 1110-LE-REMESSA.
005380     READ BANK-REMIT-FILE
005390         AT END
005400             SET WRK-REM-EOF TO TRUE
005410         NOT AT END
005420             EVALUATE REM-TIPO
005430                 WHEN '1'
005440                     PERFORM 1120-GUARDA-DETALHE THRU 1120-EXIT
005450                 WHEN '9'
005460                     ADD REM-QTDE TO WRK-REM-TRAILER-QTDE
005470                     ADD REM-SOMA TO WRK-REM-TRAILER-SOMA
005480                 WHEN OTHER
005490                     CONTINUE
005500             END-EVALUATE
005510     END-READ.
005520 1110-EXIT.
005530     EXIT.
005540 1120-GUARDA-DETALHE.
005550     IF WRK-QTD-REMESSA >= WRK-MAX-REMESSA
005560         DISPLAY 'TABELA DA REMESSA CHEIA - MAXIMO '
005570             WRK-MAX-REMESSA ' DETALHES - LOTE ENCERRADO'
005580         CLOSE BANK-REMIT-FILE
005590         MOVE 8 TO RETURN-CODE
005600         GOBACK
005610     END-IF.
005620     ADD 1 TO WRK-QTD-REMESSA.
005630     MOVE REM-MATRICULA TO TAB-REM-MATRICULA(WRK-QTD-REMESSA).
005640     MOVE REM-NOME      TO TAB-REM-NOME(WRK-QTD-REMESSA).
005650     MOVE REM-VALOR     TO TAB-REM-VALOR(WRK-QTD-REMESSA).
005660     MOVE 'N'           TO TAB-REM-SW-RETORNO(WRK-QTD-REMESSA).
005670 1120-EXIT.
005680     EXIT.
005690******************************************************************
005700* 2000-PROCESSA-RETORNO - TRATA UM REGISTRO DO RETORNO: DETALHE
005710*                         E CASADO COM A REMESSA, TRAILER E
005720*                         GUARDADO PARA A CONCILIACAO.
005730******************************************************************
005740 2000-PROCESSA-RETORNO.
005750     EVALUATE RET-TIPO
005760         WHEN '1'
005770             PERFORM 2100-PROCESSA-DETALHE THRU 2100-EXIT
005780         WHEN '9'
005790             ADD RET-QTDE TO WRK-RET-TRAILER-QTDE
005800             ADD RET-SOMA TO WRK-RET-TRAILER-SOMA
005810         WHEN OTHER
005820             CONTINUE
005830     END-EVALUATE.
005840     PERFORM 2900-LE-RETORNO THRU 2900-EXIT.
005850 2000-EXIT.
005860     EXIT.
005870******************************************************************
005880* 2100-PROCESSA-DETALHE - CASA O DETALHE DO RETORNO COM O DA
005890*                         REMESSA, IMPRIME A SITUACAO (PAGO OU
005900*                         DEVOLVIDO COM O CODIGO DO BANCO) E
005910*                         ENCAMINHA OS DEVOLVIDOS AO PAYSUSP.
005920*                         VALOR DIVERGENTE DO REMETIDO E
005930*                         RELATADO COMO DIVERGENCIA.
005940******************************************************************
005950 2100-PROCESSA-DETALHE.
005960     ADD 1 TO WRK-RET-QTDE-LIDA.
005970     IF RET-VALOR IS NUMERIC
005980         ADD RET-VALOR TO WRK-RET-SOMA-LIDA
005990     END-IF.
006000     MOVE 'N' TO WRK-SW-REM-ACHADA.
006010     PERFORM VARYING WRK-REM-IDX FROM 1 BY 1
006020             UNTIL WRK-REM-IDX > WRK-QTD-REMESSA
006030                OR WRK-REM-ACHADA
006040         IF TAB-REM-MATRICULA(WRK-REM-IDX) = RET-MATRICULA
006050             SET WRK-REM-ACHADA TO TRUE
006060         END-IF
006070     END-PERFORM.
006080     IF NOT WRK-REM-ACHADA
006090         ADD 1 TO WRK-CONT-DIVERGENTES
006100         MOVE RET-MATRICULA TO DET-MATRICULA
006110         MOVE SPACES TO DET-NOME
006120         PERFORM 2300-EDITA-VALOR THRU 2300-EXIT
006130         MOVE 'DIVERGENCIA' TO DET-SITUACAO
006140         MOVE 'NAO CONSTA NA REMESSA' TO DET-TEXTO
006150         PERFORM 7000-IMPRIME-DETALHE THRU 7000-EXIT
006160         GO TO 2100-EXIT
006170     END-IF.
006180     SUBTRACT 1 FROM WRK-REM-IDX.
006190     SET TAB-REM-RETORNOU(WRK-REM-IDX) TO TRUE.
006200     MOVE RET-MATRICULA TO DET-MATRICULA.
006210     MOVE TAB-REM-NOME(WRK-REM-IDX) TO DET-NOME.
006220     PERFORM 2300-EDITA-VALOR THRU 2300-EXIT.
006230     IF RET-VALOR IS NUMERIC
006240             AND RET-VALOR NOT = TAB-REM-VALOR(WRK-REM-IDX)
006250         ADD 1 TO WRK-CONT-DIVERGENTES
006260         MOVE 'DIVERGENCIA' TO DET-SITUACAO
006270         MOVE 'VALOR DIFERE DO REMETIDO' TO DET-TEXTO
006280         PERFORM 7000-IMPRIME-DETALHE THRU 7000-EXIT
006290         GO TO 2100-EXIT
006300     END-IF.
006310     IF RET-OCORRENCIA = '00'
006320         ADD 1 TO WRK-CONT-PAGOS
006330         MOVE 'PAGO' TO DET-SITUACAO
006340         MOVE 'CREDITO EFETIVADO' TO DET-TEXTO
006350         PERFORM 7000-IMPRIME-DETALHE THRU 7000-EXIT
006360     ELSE
006370         ADD 1 TO WRK-CONT-DEVOLVIDOS
006380         MOVE 'DEVOLVIDO' TO DET-SITUACAO
006390         PERFORM 2200-TEXTO-OCORRENCIA THRU 2200-EXIT
006400         PERFORM 7000-IMPRIME-DETALHE THRU 7000-EXIT
006410         PERFORM 2400-GRAVA-SUSPENSO THRU 2400-EXIT
006420     END-IF.
006430 2100-EXIT.
006440     EXIT.
006450******************************************************************
006460* 2200-TEXTO-OCORRENCIA - MONTA O TEXTO DA OCORRENCIA DE
006470*                         DEVOLUCAO: O CODIGO DO BANCO E, QUANDO
006480*                         RECONHECIDO, A DESCRICAO DA TABELA.
006490******************************************************************
006500 2200-TEXTO-OCORRENCIA.
006510     MOVE SPACES TO DET-TEXTO.
006520     MOVE 'OCORRENCIA ' TO DET-TEXTO.
006530     MOVE RET-OCORRENCIA TO DET-TEXTO(12:2).
006540     PERFORM VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 4
006550         IF RET-OCORRENCIA = TAB-OCO-CODIGO(WRK-IDX)
006560             MOVE TAB-OCO-TEXTO(WRK-IDX) TO DET-TEXTO
006570         END-IF
006580     END-PERFORM.
006590 2200-EXIT.
006600     EXIT.
006610******************************************************************
006620* 2300-EDITA-VALOR - EDITA O VALOR DO DETALHE DO RETORNO (EM
006630*                    CENTAVOS) PARA A LINHA DO RELATORIO.
006640******************************************************************
006650 2300-EDITA-VALOR.
006660     IF RET-VALOR IS NUMERIC
006670         MOVE RET-VALOR TO WRK-VALOR-CENTAVOS
006680     ELSE
006690         MOVE ZEROS TO WRK-VALOR-CENTAVOS
006700     END-IF.
006710     COMPUTE WRK-VALOR-REAIS = WRK-VALOR-CENTAVOS / 100.
006720     MOVE WRK-VALOR-REAIS TO WRK-VALOR-ED.
006730     MOVE WRK-VALOR-ED TO DET-VALOR.
006740 2300-EXIT.
006750     EXIT.
006760******************************************************************
006770* 2400-GRAVA-SUSPENSO - GRAVA O CREDITO DEVOLVIDO NO PAYSUSP COM
006780*                       O MOTIVO 06 E A IMAGEM DO EMPREC OBTIDA
006790*                       DO EMPMAST, PARA O MODO REPROC DO
006800*                       PROGCOB04 REPAGA-LO DEPOIS DA CORRECAO.
006810*                       MATRICULA QUE NAO EXISTE MAIS NO
006820*                       CADASTRO SAI COM A IMAGEM SO DA
006830*                       MATRICULA, RELATADA NO SYSOUT.
006840******************************************************************
006850 2400-GRAVA-SUSPENSO.
006860     IF WRK-SUS-FALHOU
006870         GO TO 2400-EXIT
006880     END-IF.
006890     MOVE RET-MATRICULA TO EMP-ID.
006900     READ EMPLOYEE-MASTER
006910         INVALID KEY
006920             DISPLAY 'MATRICULA DEVOLVIDA NAO CADASTRADA: '
006930                 RET-MATRICULA
006940             MOVE SPACES TO EMP-RECORD
006950             MOVE RET-MATRICULA TO EMP-ID
006960     END-READ.
006970     MOVE WRK-DATA-ATUAL TO SUS-DATA.
006980     MOVE SPACES         TO SUS-FILL1.
006990     MOVE '06'           TO SUS-MOTIVO.
007000     MOVE SPACES         TO SUS-FILL2.
007010     MOVE EMP-RECORD     TO SUS-EMP-IMAGEM.
007020     WRITE SUSPENSE-RECORD.
007030     IF NOT WRK-SUS-OK
007040         DISPLAY 'ERRO AO GRAVAR SUSPENSE-FILE: '
007050             WRK-SUS-STATUS
007060         SET WRK-SUS-FALHOU TO TRUE
007070     END-IF.
007080 2400-EXIT.
007090     EXIT.
007100******************************************************************
007110* 2900-LE-RETORNO - LE O PROXIMO REGISTRO DO BANKRET.
007120******************************************************************
007130 2900-LE-RETORNO.
007140     READ BANK-RETURN-FILE
007150         AT END
007160             SET WRK-RET-EOF TO TRUE
007170     END-READ.
007180 2900-EXIT.
007190     EXIT.
007200******************************************************************
007210* 7000-IMPRIME-DETALHE - GRAVA A LINHA DE SITUACAO DO DETALHE NO
007220*                        RELATORIO DE RETORNO.
007230******************************************************************
007240 7000-IMPRIME-DETALHE.
007250     WRITE RETURN-REPORT-RECORD FROM WRK-LINHA-DETALHE
007260         AFTER ADVANCING 1 LINE.
007270 7000-EXIT.
007280     EXIT.
007290******************************************************************
007300* 8000-RELATA-SEM-RETORNO - RELATA OS DETALHES DA REMESSA QUE
007310*                           NAO RECEBERAM RETORNO DO BANCO -
007320*                           CADA UM E UMA DIVERGENCIA.
007330******************************************************************
007340 8000-RELATA-SEM-RETORNO.
007350     PERFORM VARYING WRK-REM-IDX FROM 1 BY 1
007360             UNTIL WRK-REM-IDX > WRK-QTD-REMESSA
007370         IF NOT TAB-REM-RETORNOU(WRK-REM-IDX)
007380             ADD 1 TO WRK-CONT-DIVERGENTES
007390             MOVE TAB-REM-MATRICULA(WRK-REM-IDX)
007400                 TO DET-MATRICULA
007410             MOVE TAB-REM-NOME(WRK-REM-IDX) TO DET-NOME
007420             MOVE TAB-REM-VALOR(WRK-REM-IDX)
007430                 TO WRK-VALOR-CENTAVOS
007440             COMPUTE WRK-VALOR-REAIS =
007450                 WRK-VALOR-CENTAVOS / 100
007460             MOVE WRK-VALOR-REAIS TO WRK-VALOR-ED
007470             MOVE WRK-VALOR-ED TO DET-VALOR
007480             MOVE 'DIVERGENCIA' TO DET-SITUACAO
007490             MOVE 'SEM RETORNO DO BANCO' TO DET-TEXTO
007500             PERFORM 7000-IMPRIME-DETALHE THRU 7000-EXIT
007510         END-IF
007520     END-PERFORM.
007530 8000-EXIT.
007540     EXIT.
007550******************************************************************
007560* 8100-CONCILIA-TOTAIS - CONFERE A QUANTIDADE E A SOMA LIDAS DO
007570*                        RETORNO CONTRA O TRAILER DO PROPRIO
007580*                        RETORNO E CONTRA O TRAILER DA REMESSA.
007590*                        QUALQUER DIFERENCA DERRUBA A
007600*                        CONCILIACAO (RETURN-CODE 4).
007610******************************************************************
007620 8100-CONCILIA-TOTAIS.
007630     MOVE 'RETORNO (TRAILER):    ' TO CON-ROTULO.
007640     MOVE WRK-RET-TRAILER-QTDE TO CON-QTDE.
007650     COMPUTE WRK-VALOR-REAIS = WRK-RET-TRAILER-SOMA / 100.
007660     MOVE WRK-VALOR-REAIS TO CON-VALOR.
007670     WRITE RETURN-REPORT-RECORD FROM WRK-LINHA-CONCILIA
007680         AFTER ADVANCING 2 LINES.
007690     MOVE 'RETORNO (DETALHES):   ' TO CON-ROTULO.
007700     MOVE WRK-RET-QTDE-LIDA TO CON-QTDE.
007710     COMPUTE WRK-VALOR-REAIS = WRK-RET-SOMA-LIDA / 100.
007720     MOVE WRK-VALOR-REAIS TO CON-VALOR.
007730     WRITE RETURN-REPORT-RECORD FROM WRK-LINHA-CONCILIA
007740         AFTER ADVANCING 1 LINE.
007750     MOVE 'REMESSA (TRAILER):    ' TO CON-ROTULO.
007760     MOVE WRK-REM-TRAILER-QTDE TO CON-QTDE.
007770     COMPUTE WRK-VALOR-REAIS = WRK-REM-TRAILER-SOMA / 100.
007780     MOVE WRK-VALOR-REAIS TO CON-VALOR.
007790     WRITE RETURN-REPORT-RECORD FROM WRK-LINHA-CONCILIA
007800         AFTER ADVANCING 1 LINE.
007810     IF WRK-RET-QTDE-LIDA NOT = WRK-RET-TRAILER-QTDE
007820             OR WRK-RET-SOMA-LIDA NOT = WRK-RET-TRAILER-SOMA
007830         MOVE 'N' TO WRK-SW-CONCILIA
007840         DISPLAY 'RETORNO FORA DE BALANCO COM O PROPRIO'
007850             ' TRAILER'
007860     END-IF.
007870     IF WRK-RET-QTDE-LIDA NOT = WRK-REM-TRAILER-QTDE
007880             OR WRK-RET-SOMA-LIDA NOT = WRK-REM-TRAILER-SOMA
007890         MOVE 'N' TO WRK-SW-CONCILIA
007900         DISPLAY 'RETORNO FORA DE BALANCO COM O TRAILER DA'
007910             ' REMESSA'
007920     END-IF.
007930     IF WRK-CONCILIA-OK
007940         DISPLAY 'CONCILIACAO: RETORNO CONFERE COM A REMESSA'
007950     END-IF.
007960 8100-EXIT.
007970     EXIT.
007980******************************************************************
007990* 9000-FINALIZE - RELATA OS SEM-RETORNO, CONCILIA OS TOTAIS,
008000*                 IMPRIME OS TOTAIS E FECHA OS ARQUIVOS.
008010******************************************************************
008020 9000-FINALIZE.
008030     PERFORM 8000-RELATA-SEM-RETORNO THRU 8000-EXIT.
008040     PERFORM 8100-CONCILIA-TOTAIS THRU 8100-EXIT.
008050     MOVE WRK-CONT-PAGOS       TO TOT-PAGOS.
008060     MOVE WRK-CONT-DEVOLVIDOS  TO TOT-DEVOLVIDOS.
008070     MOVE WRK-CONT-DIVERGENTES TO TOT-DIVERGENTES.
008080     WRITE RETURN-REPORT-RECORD FROM WRK-LINHA-TOTAIS
008090         AFTER ADVANCING 2 LINES.
008100     CLOSE BANK-RETURN-FILE.
008110     CLOSE EMPLOYEE-MASTER.
008120     CLOSE SUSPENSE-FILE.
008130     CLOSE RETURN-REPORT-FILE.
008140     DISPLAY '--------------------------------------------'.
008150     DISPLAY 'CREDITOS PAGOS ......: ' WRK-CONT-PAGOS.
008160     DISPLAY 'CREDITOS DEVOLVIDOS .: ' WRK-CONT-DEVOLVIDOS.
008170     DISPLAY 'DIVERGENCIAS ........: ' WRK-CONT-DIVERGENTES.
008180 9000-EXIT.
008190     EXIT.
008200 END PROGRAM PROGCOB14.
