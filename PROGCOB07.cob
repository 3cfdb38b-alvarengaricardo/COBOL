000370*                 AVISO - A FOLHA RODA, MAS OS SUBTOTAIS
000380*                 DEPARTAMENTAIS E A ABERTURA DO GLPOST SAEM COM
000390*                 O CENTRO DE CUSTO INDEFINIDO.
000400* 2026-10-15 RRA  INCLUIDA A CRITICA DA DATA DE ADMISSAO E DO
000410*                 CARGO (EMP-ADMISSAO/EMP-CARGO, INCLUIDOS NO
000420*                 EMPREC): ADMISSAO AUSENTE OU FUTURA, CARGO EM
000430*                 BRANCO OU AUSENTE DO CADASTRO DE CARGOS (CARGOS)
000440*                 E SALARIO FORA DA FAIXA MINIMA/MAXIMA DO CARGO
000450*                 SAO AVISO - O PROGCOB04 PAGA O REGISTRO, MAS ELE
000460*                 PRECISA SER ACERTADO PELO PROGCOB05. CARGOS
000470*                 INDISPONIVEL E UM AVISO UNICO E A CRITICA DE
000480*                 FAIXA NAO E FEITA.
000490* 2026-10-15 RRA  CONTROLE DE ETAPAS DA ESTEIRA (PAYSTEP,
000500*                 COPYBOOKS/STEPREC.CPY): REGISTRA O INICIO E A
000510*                 CONCLUSAO (COM O RC) DO STEP028 POR COMPETENCIA
000520*                 + TIPO DE EXECUCAO, E NA RESSUBMISSAO DA
000530*                 JCL/PAYROLL ENCERRA SEM FAZER NADA SE A ETAPA JA
000540*                 FOI CONCLUIDA.
000550******************************************************************
000560 IDENTIFICATION DIVISION.
000570 PROGRAM-ID. PROGCOB07.
000580 ENVIRONMENT DIVISION.
000590 CONFIGURATION SECTION.
000600 SPECIAL-NAMES.
000610     DECIMAL-POINT IS COMMA.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT EMPLOYEE-MASTER
000650         ASSIGN TO "EMPMAST"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS SEQUENTIAL
000680         RECORD KEY IS EMP-ID
000690         FILE STATUS IS WRK-EMP-STATUS.
000700     SELECT CURRENCY-CONFIG-FILE
000710         ASSIGN TO "PAYMOEDA"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WRK-MOEDA-CFG-STATUS.
000740     SELECT EXCHANGE-RATE-FILE
000750         ASSIGN TO "PAYCAMB"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WRK-CMB-STATUS.
000780     SELECT AUDIT-FILE
000790         ASSIGN TO "DATEAUD"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WRK-AUDIT-STATUS.
000820     SELECT CONTROL-TOTAL-FILE
000830         ASSIGN TO "PAYCTRL"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WRK-CTRLTOT-STATUS.
000860     SELECT CARGO-FILE
000870         ASSIGN TO "CARGOS"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WRK-CRG-STATUS.
000900     SELECT EDIT-REPORT-FILE
000910         ASSIGN TO "EDTRPT"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WRK-EDT-STATUS.
000940     SELECT STEP-LEDGER-FILE
000950         ASSIGN TO "PAYSTEP"
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS WRK-STP-STATUS.
000980     SELECT RUN-CONTROL-FILE
000990         ASSIGN TO "PAYTIPO"
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS WRK-TIPO-CFG-STATUS.
001020     SELECT SECURITY-MASTER-FILE
001030         ASSIGN TO "OPERSEC"
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS WRK-SEC-STATUS.
001060     SELECT SECURITY-AUDIT-FILE
001070         ASSIGN TO "SECAUD"
001080         ORGANIZATION IS LINE SEQUENTIAL
001090         FILE STATUS IS WRK-SECAUD-STATUS.
001100     SELECT OPERATOR-CONTROL-FILE
001110         ASSIGN TO "PAYOPER"
001120         ORGANIZATION IS LINE SEQUENTIAL
001130         FILE STATUS IS WRK-OPER-CFG-STATUS.
001140 DATA DIVISION.
001150 FILE SECTION.
001160 FD  EMPLOYEE-MASTER
001170     LABEL RECORDS ARE STANDARD.
001180     COPY EMPREC.
001190 FD  CURRENCY-CONFIG-FILE
001200     LABEL RECORDS ARE STANDARD.
001210 01  CURRENCY-CONFIG-RECORD.
001220     05  CFG-MOEDA                PIC X(03).
001230 FD  EXCHANGE-RATE-FILE
001240     LABEL RECORDS ARE STANDARD.
001250 01  EXCHANGE-RATE-RECORD.
001260     05  CMB-MOEDA                PIC X(03).
001270     05  CMB-FILL1                PIC X(02).
001280     05  CMB-TAXA                 PIC 9(03)V9(04).
001290     05  CMB-FILL2                PIC X(02).
001300     05  CMB-VIG                  PIC 9(08).
001310 FD  AUDIT-FILE
001320     LABEL RECORDS ARE STANDARD.
001330 01  AUDIT-RECORD.
001340     05  AUD-DATA                 PIC 9(08).
001350     05  AUD-FILL1                PIC X(02).
001360     05  AUD-HORA                 PIC 9(08).
001370     05  AUD-FILL2                PIC X(02).
001380     05  AUD-OPERADOR             PIC X(10).
001390 FD  CONTROL-TOTAL-FILE
001400     LABEL RECORDS ARE STANDARD.
001410 01  CONTROL-TOTAL-RECORD.
001420     05  CTRL-QTDE-ESPERADA       PIC 9(07).
001430     05  CTRL-FILL1               PIC X(02).
001440     05  CTRL-BRUTO-ESPERADO      PIC 9(08)V99.
001450 FD  EDIT-REPORT-FILE
001460     LABEL RECORDS ARE STANDARD.
001470 01  EDIT-REPORT-RECORD           PIC X(100).
001480 FD  CARGO-FILE
001490     LABEL RECORDS ARE STANDARD.
001500     COPY CARGOREC.
001510 FD  OPERATOR-CONTROL-FILE
001520     LABEL RECORDS ARE STANDARD.
001530 01  OPERATOR-CONTROL-RECORD.
001540     05  OPCFG-OPERADOR           PIC X(10).
001550     05  OPCFG-FILL1              PIC X(02).
001560     05  OPCFG-SENHA              PIC X(10).
001570 FD  STEP-LEDGER-FILE
001580     LABEL RECORDS ARE STANDARD.
001590     COPY STEPREC.
001600 FD  RUN-CONTROL-FILE
001610     LABEL RECORDS ARE STANDARD.
001620 01  RUN-CONTROL-RECORD.
001630     05  RCF-TIPO                 PIC X(08).
001640     05  RCF-FILL1                PIC X(02).
001650     05  RCF-PARCELA              PIC 9(01).
001660     05  RCF-FILL2                PIC X(02).
001670     05  RCF-MODO                 PIC X(08).
001680 FD  SECURITY-MASTER-FILE
001690     LABEL RECORDS ARE STANDARD.
001700     COPY OPERSEC.
001710 FD  SECURITY-AUDIT-FILE
001720     LABEL RECORDS ARE STANDARD.
001730 01  SECAUD-RECORD.
001740     05  SEC-DATA                 PIC 9(08).
001750     05  SEC-FILL1                PIC X(02).
001760     05  SEC-HORA                 PIC 9(08).
001770     05  SEC-FILL2                PIC X(02).
001780     05  SEC-OPERADOR             PIC X(10).
001790     05  SEC-FILL3                PIC X(02).
001800     05  SEC-PROGRAMA             PIC X(09).
001810     05  SEC-FILL4                PIC X(02).
001820     05  SEC-MOTIVO               PIC X(20).
001830 WORKING-STORAGE SECTION.
001840 77  WRK-EMP-STATUS       PIC X(02) VALUE '00'.
001850     88  WRK-EMP-OK                  VALUE '00'.
001860     88  WRK-EMP-EOF                 VALUE '10'.
001870 77  WRK-MOEDA-CFG-STATUS PIC X(02) VALUE '00'.
001880     88  WRK-MOEDA-CFG-OK            VALUE '00'.
001890 77  WRK-CMB-STATUS       PIC X(02) VALUE '00'.
001900     88  WRK-CMB-OK                  VALUE '00'.
001910     88  WRK-CMB-EOF                 VALUE '10'.
001920 77  WRK-AUDIT-STATUS     PIC X(02) VALUE '00'.
001930     88  WRK-AUDIT-OK                VALUE '00'.
001940     88  WRK-AUDIT-EOF               VALUE '10'.
001950 77  WRK-CTRLTOT-STATUS   PIC X(02) VALUE '00'.
001960     88  WRK-CTRLTOT-OK              VALUE '00'.
001970 77  WRK-EDT-STATUS       PIC X(02) VALUE '00'.
001980     88  WRK-EDT-OK                  VALUE '00'.
001990 77  WRK-CRG-STATUS       PIC X(02) VALUE '00'.
002000     88  WRK-CRG-OK                  VALUE '00'.
002010     88  WRK-CRG-EOF                 VALUE '10'.
002020 77  WRK-SW-CARGOS        PIC X(01) VALUE 'N'.
002030     88  WRK-CARGOS-CARREGADOS       VALUE 'S'.
002040 77  WRK-QTD-CARGOS       PIC 9(03) COMP VALUE ZERO.
002050 77  WRK-MAX-CARGOS       PIC 9(03) COMP VALUE 500.
002060 77  WRK-CRG-IDX          PIC 9(03) COMP VALUE ZERO.
002070 77  WRK-SW-CRG-ACHADO    PIC X(01) VALUE 'N'.
002080     88  WRK-CRG-ACHADO              VALUE 'S'.
002090 77  WRK-OPER-CFG-STATUS  PIC X(02) VALUE '00'.
002100     88  WRK-OPER-CFG-OK             VALUE '00'.
002110*----------------------------------------------------------------
002120* CONTROLE DE ETAPAS DA ESTEIRA (PAYSTEP): ESTE PROGRAMA E O
002130* STEP028 DA JCL/PAYROLL. A CHAVE E A COMPETENCIA (DATA DO
002140* DATEAUD) + O TIPO DE EXECUCAO (PAYTIPO) + O STEP; ETAPA JA
002150* CONCLUIDA NA MESMA CHAVE NAO RODA DE NOVO NA RESSUBMISSAO.
002160* SEM O DD PAYSTEP (PROGRAMA RODADO FORA DA ESTEIRA) NADA MUDA.
002170*----------------------------------------------------------------
002180 77  WRK-STP-STATUS       PIC X(02) VALUE '00'.
002190     88  WRK-STP-OK                  VALUE '00'.
002200     88  WRK-STP-EOF                 VALUE '10'.
002210 77  WRK-STP-STEP         PIC X(08) VALUE 'STEP028'.
002220 77  WRK-STP-PROGRAMA     PIC X(09) VALUE 'PROGCOB07'.
002230 77  WRK-SW-STP-ATIVO     PIC X(01) VALUE 'N'.
002240     88  WRK-STP-ATIVO               VALUE 'S'.
002250 77  WRK-STP-DATA-LOTE    PIC 9(08) VALUE ZEROS.
002260 77  WRK-STP-COMPETENCIA  PIC 9(06) VALUE ZEROS.
002270 77  WRK-STP-TIPO         PIC X(08) VALUE 'REGULAR'.
002280     88  WRK-STP-TIPO-VALIDO         VALUES 'REGULAR' '13SAL'
002290                                            'FERIAS' 'DISSIDIO'
002300                                            'ADIANT'.
002310 77  WRK-STP-PARCELA      PIC 9(01) VALUE 1.
002320 77  WRK-STP-MODO         PIC X(08) VALUE 'NORMAL'.
002330 77  WRK-STP-SITUACAO     PIC X(01) VALUE SPACES.
002340     88  WRK-STP-JA-CONCLUIDA        VALUE 'C'.
002350 77  WRK-STP-RC-ANTERIOR  PIC 9(02) VALUE ZEROS.
002360 77  WRK-STP-SIT-GRAVAR   PIC X(01) VALUE SPACES.
002370 77  WRK-STP-RC           PIC 9(02) VALUE ZEROS.
002380 77  WRK-STP-DATA         PIC 9(08) VALUE ZEROS.
002390 77  WRK-STP-HORA         PIC 9(08) VALUE ZEROS.
002400 77  WRK-TIPO-CFG-STATUS  PIC X(02) VALUE '00'.
002410     88  WRK-TIPO-CFG-OK             VALUE '00'.
002420 77  WRK-SW-OPER-ARQUIVO  PIC X(01) VALUE 'N'.
002430     88  WRK-OPER-ARQUIVO            VALUE 'S'.
002440 77  WRK-SW-OPERADOR      PIC X(01) VALUE 'N'.
002450     88  WRK-OPERADOR-VALIDO         VALUE 'S'.
002460 77  WRK-OPERADOR         PIC X(10) VALUE SPACES.
002470 77  WRK-IDX              PIC 9(02) COMP VALUE ZERO.
002480 77  WRK-DATA-ATUAL       PIC 9(08) VALUE ZEROS.
002490 77  WRK-MOEDA-PADRAO     PIC X(03) VALUE 'BRL'.
002500     88  WRK-MOEDA-PADRAO-VALIDA     VALUES 'BRL' 'USD'.
002510 77  WRK-MOEDA-REGISTRO   PIC X(03) VALUE 'BRL'.
002520 77  WRK-TAXA-REGISTRO    PIC 9(03)V9(04) VALUE ZEROS.
002530 77  WRK-SW-TAXA-ACHADA   PIC X(01) VALUE 'N'.
002540     88  WRK-TAXA-ACHADA             VALUE 'S'.
002550 77  WRK-CMB-IDX          PIC 9(02) COMP VALUE ZERO.
002560 77  WRK-CONT-REGISTROS   PIC 9(07) VALUE ZERO.
002570 77  WRK-CONT-EXCECOES    PIC 9(05) COMP VALUE ZERO.
002580 77  WRK-CONT-AVISOS      PIC 9(05) COMP VALUE ZERO.
002590 77  WRK-SW-FATAL         PIC X(01) VALUE 'N'.
002600     88  WRK-ERRO-FATAL              VALUE 'S'.
002610 77  WRK-SW-REG-SOMA      PIC X(01) VALUE 'S'.
002620     88  WRK-REGISTRO-SOMA           VALUE 'S'.
002630 77  WRK-BRUTO-ESPERADO   PIC 9(08)V99 VALUE ZEROS.
002640 77  WRK-BRUTO-CONV       PIC 9(08)V99 VALUE ZEROS.
002650 77  WRK-CHAVE-ANTERIOR   PIC X(06) VALUE LOW-VALUES.
002660 77  WRK-SENHA            PIC X(10) VALUE SPACES.
002670 77  WRK-SEC-STATUS       PIC X(02) VALUE '00'.
002680     88  WRK-SEC-OK                  VALUE '00'.
002690     88  WRK-SEC-EOF                 VALUE '10'.
002700 77  WRK-SECAUD-STATUS    PIC X(02) VALUE '00'.
002710     88  WRK-SECAUD-OK               VALUE '00'.
002720 77  WRK-SW-OPR-ACHADO    PIC X(01) VALUE 'N'.
002730     88  WRK-OPR-ACHADO              VALUE 'S'.
002740 77  WRK-OPR-ATIVO        PIC X(01) VALUE 'N'.
002750 77  WRK-OPR-SENHA        PIC X(10) VALUE SPACES.
002760 77  WRK-OPR-AUT-FUNCAO   PIC X(01) VALUE 'N'.
002770 77  WRK-MOTIVO-LOGON     PIC X(20) VALUE SPACES.
002780 77  WRK-DATA-LOGON       PIC 9(08) VALUE ZEROS.
002790 77  WRK-HORA-LOGON       PIC 9(08) VALUE ZEROS.
002800*----------------------------------------------------------------
002810* TABELA DE TAXAS DE CAMBIO (PAYCAMB), MESMO CRITERIO DO
002820* PROGCOB04: TAXA DE VIGENCIA MAIS RECENTE ATE A DATA DO LOTE,
002830* MOEDA PADRAO SEMPRE 1.
002840*----------------------------------------------------------------
002850 01  TAB-CAMBIO.
002860     05  TAB-CMB-ENT OCCURS 2 TIMES.
002870         10  TAB-CMB-MOEDA        PIC X(03).
002880         10  TAB-CMB-TAXA         PIC 9(03)V9(04).
002890         10  TAB-CMB-VIG          PIC 9(08).
002900         10  TAB-CMB-SW           PIC X(01).
002910             88  TAB-CMB-CARREGADA        VALUE 'S'.
002920*----------------------------------------------------------------
002930* TABELA DO CADASTRO DE CARGOS (CODIGO E FAIXA SALARIAL), MESMO
002940* CRITERIO DA CONSISTENCIA DO PROGCOB05.
002950*----------------------------------------------------------------
002960 01  TAB-CARGOS.
002970     05  TAB-CRG-ENT OCCURS 500 TIMES.
002980         10  TAB-CRG-CODIGO       PIC X(04).
002990         10  TAB-CRG-SAL-MIN      PIC 9(06)V99.
003000         10  TAB-CRG-SAL-MAX      PIC 9(06)V99.
003010*----------------------------------------------------------------
003020* LINHAS DE IMPRESSAO DO RELATORIO DE CRITICA.
003030*----------------------------------------------------------------
003040 01  WRK-LINHA-CABEC1.
003050     05  FILLER PIC X(25) VALUE SPACES.
003060     05  FILLER PIC X(47)
003070         VALUE 'FOLHA DE PAGAMENTO - PRE-CRITICA DO CADASTRO'.
003080     05  FILLER PIC X(28) VALUE SPACES.
003090 01  WRK-LINHA-CABEC2.
003100     05  FILLER PIC X(08) VALUE 'DATA: '.
003110     05  CAB2-DATA            PIC 9(08).
003120     05  FILLER PIC X(10) VALUE SPACES.
003130     05  FILLER PIC X(10) VALUE 'OPERADOR: '.
003140     05  CAB2-OPERADOR        PIC X(10).
003150     05  FILLER PIC X(54) VALUE SPACES.
003160 01  WRK-LINHA-EXCECAO.
003170     05  EXC-CLASSE           PIC X(08).
003180     05  FILLER PIC X(11) VALUE ' MATRICULA '.
003190     05  EXC-MATRICULA        PIC X(06).
003200     05  FILLER PIC X(03) VALUE ' - '.
003210     05  EXC-TEXTO            PIC X(45).
003220     05  FILLER PIC X(27) VALUE SPACES.
003230 01  WRK-LINHA-TOTAIS.
003240     05  FILLER PIC X(12) VALUE 'REGISTROS: '.
003250     05  TOT-REGISTROS        PIC ZZZZ.ZZ9.
003260     05  FILLER PIC X(13) VALUE '  EXCECOES: '.
003270     05  TOT-EXCECOES         PIC ZZZ.ZZ9.
003280     05  FILLER PIC X(11) VALUE '  AVISOS: '.
003290     05  TOT-AVISOS           PIC ZZZ.ZZ9.
003300     05  FILLER PIC X(42) VALUE SPACES.
003310 01  WRK-LINHA-CONTROLE.
003320     05  FILLER PIC X(17) VALUE 'PAYCTRL - QTDE: '.
003330     05  CTL-QTDE             PIC ZZZZ.ZZ9.
003340     05  FILLER PIC X(24) VALUE '  BRUTO (MOEDA BASE): '.
003350     05  CTL-BRUTO            PIC ZZ.ZZZ.ZZ9,99.
003360     05  FILLER PIC X(38) VALUE SPACES.
003370 PROCEDURE DIVISION.
003380******************************************************************
003390* 0000-MAINLINE - CONTROLA A PRE-CRITICA E A GRAVACAO DO PAYCTRL.
003400******************************************************************
003410 0000-MAINLINE.
003420     PERFORM 0500-LOGON-OPERADOR THRU 0500-EXIT.
003430     IF NOT WRK-OPERADOR-VALIDO
003440         DISPLAY 'OPERADOR NAO AUTORIZADO: ' WRK-OPERADOR
003450         MOVE 8 TO RETURN-CODE
003460         GOBACK
003470     END-IF.
003480     PERFORM 0600-VERIFICA-ETAPA THRU 0600-EXIT.
003490     IF WRK-STP-JA-CONCLUIDA
003500         DISPLAY 'ETAPA ' WRK-STP-STEP ' JA CONCLUIDA PARA '
003510             WRK-STP-COMPETENCIA ' ' WRK-STP-TIPO ' (RC '
003520             WRK-STP-RC-ANTERIOR ') - NADA A FAZER'
003530         MOVE WRK-STP-RC-ANTERIOR TO RETURN-CODE
003540         GOBACK
003550     END-IF.
003560     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003570     PERFORM 2000-CRITICA-REGISTRO THRU 2000-EXIT
003580         UNTIL WRK-EMP-EOF.
003590     PERFORM 9000-FINALIZE THRU 9000-EXIT.
003600     IF WRK-ERRO-FATAL
003610         MOVE 8 TO RETURN-CODE
003620     ELSE
003630         IF WRK-CONT-EXCECOES > 0 OR WRK-CONT-AVISOS > 0
003640             MOVE 4 TO RETURN-CODE
003650         ELSE
003660             MOVE 0 TO RETURN-CODE
003670         END-IF
003680     END-IF.
003690     PERFORM 0650-CONCLUI-ETAPA THRU 0650-EXIT.
003700     GOBACK.
003710******************************************************************
003720* 0500-LOGON-OPERADOR - OBTEM O OPERADOR E A SENHA DO PAYOPER,
003730*                       QUANDO PREPARADOS EXTERNAMENTE PARA UMA
003740*                       EXECUCAO EM LOTE, OU DO CONSOLE QUANDO O
003750*                       ARQUIVO NAO EXISTE OU ESTA VAZIO, E
003760*                       VALIDA CONTRA O CADASTRO DE SEGURANCA
003770*                       (OPERSEC): OPERADOR ATIVO, SENHA E
003780*                       AUTORIZACAO DE EXECUCAO DA FOLHA.
003790*                       TENTATIVA RECUSADA E GRAVADA NO SECAUD,
003800*                       NO MESMO IDIOMA DO PROGCOB02/03/04.
003810******************************************************************
003820 0500-LOGON-OPERADOR.
003830     MOVE 'N' TO WRK-SW-OPER-ARQUIVO.
003840     OPEN INPUT OPERATOR-CONTROL-FILE.
003850     IF WRK-OPER-CFG-OK
003860         READ OPERATOR-CONTROL-FILE
003870             AT END
003880                 CONTINUE
003890             NOT AT END
003900                 MOVE OPCFG-OPERADOR TO WRK-OPERADOR
003910                 MOVE OPCFG-SENHA    TO WRK-SENHA
003920                 SET WRK-OPER-ARQUIVO TO TRUE
003930         END-READ
003940         CLOSE OPERATOR-CONTROL-FILE
003950     END-IF.
003960     IF NOT WRK-OPER-ARQUIVO
003970         DISPLAY 'OPERADOR: ' WITH NO ADVANCING
003980         ACCEPT WRK-OPERADOR FROM CONSOLE
003990         DISPLAY 'SENHA: ' WITH NO ADVANCING
004000         ACCEPT WRK-SENHA FROM CONSOLE
004010     END-IF.
004020     MOVE 'N' TO WRK-SW-OPERADOR.
004030     MOVE SPACES TO WRK-MOTIVO-LOGON.
004040     PERFORM 0510-PROCURA-OPERSEC THRU 0510-EXIT.
004050     EVALUATE TRUE
004060         WHEN NOT WRK-OPR-ACHADO
004070             MOVE 'NAO CADASTRADO' TO WRK-MOTIVO-LOGON
004080         WHEN WRK-OPR-ATIVO NOT = 'S'
004090             MOVE 'OPERADOR INATIVO' TO WRK-MOTIVO-LOGON
004100         WHEN WRK-OPR-SENHA NOT = WRK-SENHA
004110             MOVE 'SENHA INVALIDA' TO WRK-MOTIVO-LOGON
004120         WHEN WRK-OPR-AUT-FUNCAO NOT = 'S'
004130             MOVE 'SEM AUTORIZACAO' TO WRK-MOTIVO-LOGON
004140         WHEN OTHER
004150             MOVE 'S' TO WRK-SW-OPERADOR
004160     END-EVALUATE.
004170     IF NOT WRK-OPERADOR-VALIDO
004180         DISPLAY 'LOGON RECUSADO (' WRK-MOTIVO-LOGON ') - '
004190             WRK-OPERADOR
004200         PERFORM 0520-GRAVA-SECAUD THRU 0520-EXIT
004210     END-IF.
004220 0500-EXIT.
004230     EXIT.
004240******************************************************************
004250* 0510-PROCURA-OPERSEC - PROCURA O OPERADOR NO CADASTRO DE
004260*                        SEGURANCA (OPERSEC) E GUARDA OS CAMPOS
004270*                        DO REGISTRO ACHADO (A AUTORIZACAO DESTE
004280*                        PROGRAMA E A DE EXECUCAO DA FOLHA).
004290*                        ARQUIVO INDISPONIVEL EQUIVALE A
004300*                        OPERADOR NAO CADASTRADO.
004310******************************************************************
004320 0510-PROCURA-OPERSEC.
004330     MOVE 'N' TO WRK-SW-OPR-ACHADO.
004340     OPEN INPUT SECURITY-MASTER-FILE.
004350     IF NOT WRK-SEC-OK
004360         DISPLAY 'CADASTRO DE SEGURANCA (OPERSEC) '
004370             'INDISPONIVEL: ' WRK-SEC-STATUS
004380         GO TO 0510-EXIT
004390     END-IF.
004400     PERFORM 0515-LE-OPERSEC THRU 0515-EXIT
004410         UNTIL WRK-SEC-EOF OR WRK-OPR-ACHADO.
004420     CLOSE SECURITY-MASTER-FILE.
004430 0510-EXIT.
004440     EXIT.
004450 0515-LE-OPERSEC.
004460     READ SECURITY-MASTER-FILE
004470         AT END
004480             SET WRK-SEC-EOF TO TRUE
004490         NOT AT END
004500             IF OPR-CODIGO = WRK-OPERADOR
004510                 SET WRK-OPR-ACHADO TO TRUE
004520                 MOVE OPR-ATIVO TO WRK-OPR-ATIVO
004530                 MOVE OPR-SENHA TO WRK-OPR-SENHA
004540                 MOVE OPR-AUT-FOLHA
004550                     TO WRK-OPR-AUT-FUNCAO
004560             END-IF
004570     END-READ.
004580 0515-EXIT.
004590     EXIT.
004600******************************************************************
004610* 0520-GRAVA-SECAUD - REGISTRA A TENTATIVA DE LOGON RECUSADA NO
004620*                     SECAUD (DATA, HORA, OPERADOR, PROGRAMA E
004630*                     MOTIVO), NO MESMO IDIOMA DA TRILHA DO
004640*                     DATEAUD DO PROGCOB03.
004650******************************************************************
004660 0520-GRAVA-SECAUD.
004670     ACCEPT WRK-DATA-LOGON FROM DATE YYYYMMDD.
004680     ACCEPT WRK-HORA-LOGON FROM TIME.
004690     OPEN EXTEND SECURITY-AUDIT-FILE.
004700     IF NOT WRK-SECAUD-OK
004710         CLOSE SECURITY-AUDIT-FILE
004720         OPEN OUTPUT SECURITY-AUDIT-FILE
004730     END-IF.
004740     IF NOT WRK-SECAUD-OK
004750         DISPLAY 'ERRO AO ABRIR SECAUD: ' WRK-SECAUD-STATUS
004760         GO TO 0520-EXIT
004770     END-IF.
004780     MOVE WRK-DATA-LOGON TO SEC-DATA.
004790     MOVE SPACES         TO SEC-FILL1.
004800     MOVE WRK-HORA-LOGON TO SEC-HORA.
004810     MOVE SPACES         TO SEC-FILL2.
004820     MOVE WRK-OPERADOR   TO SEC-OPERADOR.
004830     MOVE SPACES         TO SEC-FILL3.
004840     MOVE 'PROGCOB07'    TO SEC-PROGRAMA.
004850     MOVE SPACES         TO SEC-FILL4.
004860     MOVE WRK-MOTIVO-LOGON TO SEC-MOTIVO.
004870     WRITE SECAUD-RECORD.
004880     IF NOT WRK-SECAUD-OK
004890         DISPLAY 'ERRO AO GRAVAR SECAUD: ' WRK-SECAUD-STATUS
004900     END-IF.
004910     CLOSE SECURITY-AUDIT-FILE.
004920 0520-EXIT.
004930     EXIT.
004940******************************************************************
004950* 0600-VERIFICA-ETAPA - MONTA A CHAVE DA ETAPA (COMPETENCIA, TIPO
004960*                       DE EXECUCAO E STEP) E PROCURA O ULTIMO
004970*                       REGISTRO DELA NO PAYSTEP. CONCLUIDA: O
004980*                       CHAMADOR ENCERRA SEM FAZER NADA, COM O RC
004990*                       DA CONCLUSAO; SENAO GRAVA O REGISTRO DE
005000*                       INICIO. SEM O PAYSTEP, A ETAPA RODA SEM
005010*                       REGISTRO, COMO ANTES.
005020******************************************************************
005030 0600-VERIFICA-ETAPA.
005040     PERFORM 0605-DETERMINA-CHAVE THRU 0605-EXIT.
005050     MOVE SPACES TO WRK-STP-SITUACAO.
005060     MOVE ZEROS TO WRK-STP-RC-ANTERIOR.
005070     MOVE 'N' TO WRK-SW-STP-ATIVO.
005080     OPEN INPUT STEP-LEDGER-FILE.
005090     IF NOT WRK-STP-OK
005100         DISPLAY 'CONTROLE DE ETAPAS (PAYSTEP) INDISPONIVEL ('
005110             WRK-STP-STATUS ') - ETAPA SEM REGISTRO'
005120         GO TO 0600-EXIT
005130     END-IF.
005140     SET WRK-STP-ATIVO TO TRUE.
005150     PERFORM 0610-LE-ETAPA THRU 0610-EXIT
005160         UNTIL WRK-STP-EOF.
005170     CLOSE STEP-LEDGER-FILE.
005180     IF WRK-STP-JA-CONCLUIDA
005190         GO TO 0600-EXIT
005200     END-IF.
005210     MOVE 'I' TO WRK-STP-SIT-GRAVAR.
005220     MOVE ZEROS TO WRK-STP-RC.
005230     PERFORM 0620-GRAVA-ETAPA THRU 0620-EXIT.
005240 0600-EXIT.
005250     EXIT.
005260******************************************************************
005270* 0605-DETERMINA-CHAVE - COMPETENCIA DA DATA DO ULTIMO REGISTRO
005280*                        DO DATEAUD (DATA DO SISTEMA SEM ELE) E
005290*                        TIPO DE EXECUCAO DO PAYTIPO (REGULAR SEM
005300*                        ELE OU COM TIPO NAO RECONHECIDO), COM A
005310*                        PARCELA NO 13O E 'REPROC' NO MODO DE
005320*                        REPROCESSO - OS MESMOS CRITERIOS DO
005330*                        PROGCOB04.
005340******************************************************************
005350 0605-DETERMINA-CHAVE.
005360     ACCEPT WRK-STP-DATA-LOTE FROM DATE YYYYMMDD.
005370     OPEN INPUT AUDIT-FILE.
005380     IF WRK-AUDIT-OK
005390         PERFORM 0615-LE-AUDITORIA THRU 0615-EXIT
005400             UNTIL WRK-AUDIT-EOF
005410         CLOSE AUDIT-FILE
005420     END-IF.
005430     COMPUTE WRK-STP-COMPETENCIA = WRK-STP-DATA-LOTE / 100.
005440     MOVE 'REGULAR' TO WRK-STP-TIPO.
005450     MOVE 1 TO WRK-STP-PARCELA.
005460     MOVE 'NORMAL' TO WRK-STP-MODO.
005470     OPEN INPUT RUN-CONTROL-FILE.
005480     IF WRK-TIPO-CFG-OK
005490         READ RUN-CONTROL-FILE
005500             AT END
005510                 CONTINUE
005520             NOT AT END
005530                 MOVE RCF-TIPO TO WRK-STP-TIPO
005540                 IF RCF-PARCELA IS NUMERIC AND RCF-PARCELA = 2
005550                     MOVE 2 TO WRK-STP-PARCELA
005560                 END-IF
005570                 IF RCF-MODO NOT = SPACES
005580                     MOVE RCF-MODO TO WRK-STP-MODO
005590                 END-IF
005600         END-READ
005610         CLOSE RUN-CONTROL-FILE
005620     END-IF.
005630     IF NOT WRK-STP-TIPO-VALIDO
005640         MOVE 'REGULAR' TO WRK-STP-TIPO
005650     END-IF.
005660     IF WRK-STP-TIPO = '13SAL'
005670         IF WRK-STP-PARCELA = 2
005680             MOVE '13SAL-2' TO WRK-STP-TIPO
005690         ELSE
005700             MOVE '13SAL-1' TO WRK-STP-TIPO
005710         END-IF
005720     END-IF.
005730     IF WRK-STP-MODO = 'REPROC'
005740         MOVE 'REPROC' TO WRK-STP-TIPO
005750     END-IF.
005760 0605-EXIT.
005770     EXIT.
005780 0610-LE-ETAPA.
005790     READ STEP-LEDGER-FILE
005800         AT END
005810             SET WRK-STP-EOF TO TRUE
005820         NOT AT END
005830             IF STP-COMPETENCIA = WRK-STP-COMPETENCIA
005840                     AND STP-TIPO = WRK-STP-TIPO
005850                     AND STP-STEP = WRK-STP-STEP
005860                 MOVE STP-SITUACAO TO WRK-STP-SITUACAO
005870                 MOVE STP-RC       TO WRK-STP-RC-ANTERIOR
005880             END-IF
005890     END-READ.
005900 0610-EXIT.
005910     EXIT.
005920 0615-LE-AUDITORIA.
005930     READ AUDIT-FILE
005940         AT END
005950             SET WRK-AUDIT-EOF TO TRUE
005960         NOT AT END
005970             MOVE AUD-DATA TO WRK-STP-DATA-LOTE
005980     END-READ.
005990 0615-EXIT.
006000     EXIT.
006010******************************************************************
006020* 0620-GRAVA-ETAPA - ACRESCENTA AO PAYSTEP O REGISTRO DA ETAPA COM
006030*                    A SITUACAO DE WRK-STP-SIT-GRAVAR E O RC DE
006040*                    WRK-STP-RC. FALHA DE GRAVACAO SO E AVISADA:
006050*                    O CONTROLE DE ETAPAS NAO IMPEDE O LOTE.
006060******************************************************************
006070 0620-GRAVA-ETAPA.
006080     IF NOT WRK-STP-ATIVO
006090         GO TO 0620-EXIT
006100     END-IF.
006110     ACCEPT WRK-STP-DATA FROM DATE YYYYMMDD.
006120     ACCEPT WRK-STP-HORA FROM TIME.
006130     OPEN EXTEND STEP-LEDGER-FILE.
006140     IF NOT WRK-STP-OK
006150         DISPLAY 'ERRO AO ABRIR PAYSTEP: ' WRK-STP-STATUS
006160         GO TO 0620-EXIT
006170     END-IF.
006180     MOVE WRK-STP-COMPETENCIA TO STP-COMPETENCIA.
006190     MOVE SPACES              TO STP-FILL1.
006200     MOVE WRK-STP-TIPO        TO STP-TIPO.
006210     MOVE SPACES              TO STP-FILL2.
006220     MOVE WRK-STP-STEP        TO STP-STEP.
006230     MOVE SPACES              TO STP-FILL3.
006240     MOVE WRK-STP-PROGRAMA    TO STP-PROGRAMA.
006250     MOVE SPACES              TO STP-FILL4.
006260     MOVE WRK-STP-SIT-GRAVAR  TO STP-SITUACAO.
006270     MOVE SPACES              TO STP-FILL5.
006280     MOVE WRK-STP-RC          TO STP-RC.
006290     MOVE SPACES              TO STP-FILL6.
006300     MOVE WRK-STP-DATA        TO STP-DATA.
006310     MOVE SPACES              TO STP-FILL7.
006320     MOVE WRK-STP-HORA        TO STP-HORA.
006330     MOVE SPACES              TO STP-FILL8.
006340     MOVE WRK-OPERADOR        TO STP-OPERADOR.
006350     WRITE STP-RECORD.
006360     IF NOT WRK-STP-OK
006370         DISPLAY 'ERRO AO GRAVAR PAYSTEP: ' WRK-STP-STATUS
006380     END-IF.
006390     CLOSE STEP-LEDGER-FILE.
006400 0620-EXIT.
006410     EXIT.
006420******************************************************************
006430* 0650-CONCLUI-ETAPA - REGISTRA O FIM DA ETAPA COM O RETURN-CODE
006440*                      DO PROGRAMA: 'C' (CONCLUIDA) ATE RC 4, 'F'
006450*                      (FALHOU) DE RC 8 EM DIANTE. OS
006460*                      ENCERRAMENTOS FATAIS NO MEIO DO PROGRAMA
006470*                      (GOBACK COM RC 8) DEIXAM A ETAPA SO COM O
006480*                      REGISTRO 'I', QUE TAMBEM NAO CONTA COMO
006490*                      CONCLUIDA.
006500******************************************************************
006510 0650-CONCLUI-ETAPA.
006520     MOVE RETURN-CODE TO WRK-STP-RC.
006530     IF WRK-STP-RC < 8
006540         MOVE 'C' TO WRK-STP-SIT-GRAVAR
006550     ELSE
006560         MOVE 'F' TO WRK-STP-SIT-GRAVAR
006570     END-IF.
006580     PERFORM 0620-GRAVA-ETAPA THRU 0620-EXIT.
006590     MOVE WRK-STP-RC TO RETURN-CODE.
006600 0650-EXIT.
006610     EXIT.
006620******************************************************************
006630* 1000-INITIALIZE - DETERMINA A DATA E A MOEDA BASE DO LOTE,
006640*                   CARREGA AS TAXAS DE CAMBIO E OS CARGOS, ABRE O
006650*                   CADASTRO E O RELATORIO DE CRITICA E LE O
006660*                   PRIMEIRO REGISTRO.
006670******************************************************************
006680 1000-INITIALIZE.
006690     PERFORM 1085-DETERMINA-DATA THRU 1085-EXIT.
006700     PERFORM 1080-DETERMINA-MOEDA THRU 1080-EXIT.
006710     PERFORM 1081-CARREGA-CAMBIO THRU 1081-EXIT.
006720     PERFORM 1082-CARREGA-CARGOS THRU 1082-EXIT.
006730     OPEN INPUT EMPLOYEE-MASTER.
006740     IF NOT WRK-EMP-OK
006750         DISPLAY 'ERRO AO ABRIR EMPLOYEE-MASTER: '
006760             WRK-EMP-STATUS
006770         MOVE 8 TO RETURN-CODE
006780         GOBACK
006790     END-IF.
006800     OPEN OUTPUT EDIT-REPORT-FILE.
006810     IF NOT WRK-EDT-OK
006820         DISPLAY 'ERRO AO ABRIR EDIT-REPORT-FILE: '
006830             WRK-EDT-STATUS
006840         CLOSE EMPLOYEE-MASTER
006850         MOVE 8 TO RETURN-CODE
006860         GOBACK
006870     END-IF.
006880     MOVE WRK-DATA-ATUAL TO CAB2-DATA.
006890     MOVE WRK-OPERADOR   TO CAB2-OPERADOR.
006900     WRITE EDIT-REPORT-RECORD FROM WRK-LINHA-CABEC1
006910         AFTER ADVANCING PAGE.
006920     WRITE EDIT-REPORT-RECORD FROM WRK-LINHA-CABEC2
006930         AFTER ADVANCING 1 LINE.
006940     IF NOT WRK-CARGOS-CARREGADOS
006950         MOVE 'AVISO'   TO EXC-CLASSE
006960         MOVE SPACES    TO EMP-ID
006970         MOVE 'CARGOS INDISPONIVEL - FAIXA NAO CRITICADA'
006980             TO EXC-TEXTO
006990         PERFORM 7000-IMPRIME-EXCECAO THRU 7000-EXIT
007000         ADD 1 TO WRK-CONT-AVISOS
007010     END-IF.
007020     MOVE LOW-VALUES TO WRK-CHAVE-ANTERIOR.
007030     PERFORM 2900-LE-EMPLOYEE THRU 2900-EXIT.
007040 1000-EXIT.
007050     EXIT.
007060******************************************************************
007070* 1080-DETERMINA-MOEDA - LE A MOEDA BASE DO LOTE DO PAYMOEDA,
007080*                        MESMO IDIOMA E MESMO FALLBACK (BRL) DO
007090*                        PROGCOB04.
007100******************************************************************
007110 1080-DETERMINA-MOEDA.
007120     MOVE 'BRL' TO WRK-MOEDA-PADRAO.
007130     OPEN INPUT CURRENCY-CONFIG-FILE.
007140     IF WRK-MOEDA-CFG-OK
007150         READ CURRENCY-CONFIG-FILE
007160             AT END
007170                 CONTINUE
007180             NOT AT END
007190                 MOVE CFG-MOEDA TO WRK-MOEDA-PADRAO
007200         END-READ
007210         CLOSE CURRENCY-CONFIG-FILE
007220     END-IF.
007230     IF NOT WRK-MOEDA-PADRAO-VALIDA
007240         DISPLAY 'MOEDA NAO RECONHECIDA (' WRK-MOEDA-PADRAO
007250             ') - ASSUMINDO BRL'
007260         MOVE 'BRL' TO WRK-MOEDA-PADRAO
007270     END-IF.
007280 1080-EXIT.
007290     EXIT.
007300******************************************************************
007310* 1081-CARREGA-CAMBIO - CARREGA AS TAXAS DO PAYCAMB COM O MESMO
007320*                       CRITERIO DO PROGCOB04 (VIGENCIA MAIS
007330*                       RECENTE ATE A DATA DO LOTE; MOEDA PADRAO
007340*                       SEMPRE 1).
007350******************************************************************
007360 1081-CARREGA-CAMBIO.
007370     MOVE 'BRL' TO TAB-CMB-MOEDA(1).
007380     MOVE 'USD' TO TAB-CMB-MOEDA(2).
007390     PERFORM VARYING WRK-CMB-IDX FROM 1 BY 1
007400             UNTIL WRK-CMB-IDX > 2
007410         MOVE ZEROS TO TAB-CMB-TAXA(WRK-CMB-IDX)
007420         MOVE ZEROS TO TAB-CMB-VIG(WRK-CMB-IDX)
007430         MOVE 'N' TO TAB-CMB-SW(WRK-CMB-IDX)
007440     END-PERFORM.
007450     OPEN INPUT EXCHANGE-RATE-FILE.
007460     IF WRK-CMB-OK
007470         PERFORM 1091-LE-CAMBIO THRU 1091-EXIT
007480             UNTIL WRK-CMB-EOF
007490         CLOSE EXCHANGE-RATE-FILE
007500     END-IF.
007510     PERFORM VARYING WRK-CMB-IDX FROM 1 BY 1
007520             UNTIL WRK-CMB-IDX > 2
007530         IF TAB-CMB-MOEDA(WRK-CMB-IDX) = WRK-MOEDA-PADRAO
007540             MOVE 1 TO TAB-CMB-TAXA(WRK-CMB-IDX)
007550             MOVE 'S' TO TAB-CMB-SW(WRK-CMB-IDX)
007560         END-IF
007570     END-PERFORM.
007580 1081-EXIT.
007590     EXIT.
007600 1091-LE-CAMBIO.
007610     READ EXCHANGE-RATE-FILE
007620         AT END
007630             SET WRK-CMB-EOF TO TRUE
007640         NOT AT END
007650             PERFORM 1092-GUARDA-CAMBIO THRU 1092-EXIT
007660     END-READ.
007670 1091-EXIT.
007680     EXIT.
007690 1092-GUARDA-CAMBIO.
007700     IF CMB-TAXA IS NOT NUMERIC OR CMB-VIG IS NOT NUMERIC
007710             OR CMB-TAXA = ZEROS
007720         GO TO 1092-EXIT
007730     END-IF.
007740     IF CMB-VIG > WRK-DATA-ATUAL
007750         GO TO 1092-EXIT
007760     END-IF.
007770     PERFORM VARYING WRK-CMB-IDX FROM 1 BY 1
007780             UNTIL WRK-CMB-IDX > 2
007790         IF CMB-MOEDA = TAB-CMB-MOEDA(WRK-CMB-IDX)
007800                 AND CMB-VIG >= TAB-CMB-VIG(WRK-CMB-IDX)
007810             MOVE CMB-TAXA TO TAB-CMB-TAXA(WRK-CMB-IDX)
007820             MOVE CMB-VIG  TO TAB-CMB-VIG(WRK-CMB-IDX)
007830             MOVE 'S'      TO TAB-CMB-SW(WRK-CMB-IDX)
007840         END-IF
007850     END-PERFORM.
007860 1092-EXIT.
007870     EXIT.
007880******************************************************************
007890* 1082-CARREGA-CARGOS - CARREGA O CADASTRO DE CARGOS (CARGOS,
007900*                       MANTIDO PELO PROGCOB23) NA TABELA. ARQUIVO
007910*                       INDISPONIVEL DEIXA A TABELA VAZIA E A
007920*                       CRITICA DE FAIXA SALARIAL DESLIGADA.
007930******************************************************************
007940 1082-CARREGA-CARGOS.
007950     MOVE ZERO TO WRK-QTD-CARGOS.
007960     MOVE 'N' TO WRK-SW-CARGOS.
007970     OPEN INPUT CARGO-FILE.
007980     IF NOT WRK-CRG-OK
007990         DISPLAY 'CADASTRO DE CARGOS (CARGOS) INDISPONIVEL: '
008000             WRK-CRG-STATUS
008010         GO TO 1082-EXIT
008020     END-IF.
008030     PERFORM 1093-LE-CARGO THRU 1093-EXIT
008040         UNTIL WRK-CRG-EOF.
008050     CLOSE CARGO-FILE.
008060     SET WRK-CARGOS-CARREGADOS TO TRUE.
008070 1082-EXIT.
008080     EXIT.
008090 1093-LE-CARGO.
008100     READ CARGO-FILE
008110         AT END
008120             SET WRK-CRG-EOF TO TRUE
008130         NOT AT END
008140             IF WRK-QTD-CARGOS < WRK-MAX-CARGOS
008150                 ADD 1 TO WRK-QTD-CARGOS
008160                 MOVE CRG-CODIGO
008170                     TO TAB-CRG-CODIGO(WRK-QTD-CARGOS)
008180                 MOVE CRG-SAL-MIN
008190                     TO TAB-CRG-SAL-MIN(WRK-QTD-CARGOS)
008200                 MOVE CRG-SAL-MAX
008210                     TO TAB-CRG-SAL-MAX(WRK-QTD-CARGOS)
008220             ELSE
008230                 DISPLAY 'CADASTRO DE CARGOS CHEIO - '
008240                     'REGISTRO IGNORADO: ' CRG-CODIGO
008250             END-IF
008260     END-READ.
008270 1093-EXIT.
008280     EXIT.
008290******************************************************************
008300* 1085-DETERMINA-DATA - OBTEM A DATA DE VIGENCIA DO LOTE DO
008310*                       ULTIMO REGISTRO DO DATEAUD (GRAVADO PELO
008320*                       PROGCOB03), CAINDO NA DATA DO SISTEMA SE
008330*                       O ARQUIVO FALTAR OU ESTIVER VAZIO -
008340*                       MESMO IDIOMA DO PROGCOB04.
008350******************************************************************
008360 1085-DETERMINA-DATA.
008370     ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
008380     OPEN INPUT AUDIT-FILE.
008390     IF WRK-AUDIT-OK
008400         PERFORM 1087-LE-AUDITORIA THRU 1087-EXIT
008410             UNTIL WRK-AUDIT-EOF
008420         CLOSE AUDIT-FILE
008430     END-IF.
008440 1085-EXIT.
008450     EXIT.
008460 1087-LE-AUDITORIA.
008470     READ AUDIT-FILE
008480         AT END
008490             SET WRK-AUDIT-EOF TO TRUE
008500         NOT AT END
008510             MOVE AUD-DATA TO WRK-DATA-ATUAL
008520     END-READ.
008530 1087-EXIT.
008540     EXIT.
008550******************************************************************
008560* 2000-CRITICA-REGISTRO - VALIDA O REGISTRO CORRENTE DO CADASTRO
008570*                         E ACUMULA OS TOTAIS DE CONTROLE.
008580******************************************************************
008590 2000-CRITICA-REGISTRO.
008600     ADD 1 TO WRK-CONT-REGISTROS.
008610     MOVE 'S' TO WRK-SW-REG-SOMA.
008620     PERFORM 2010-CRITICA-CHAVE THRU 2010-EXIT.
008630*    FUNCIONARIO DESLIGADO (RESCISAO PELO PROGCOB13) E LEGITIMO NO
008640*    CADASTRO, NAO E CRITICADO NEM SOMA NO BRUTO ESPERADO - O
008650*    PROGCOB04 NAO O PAGA.
008660     IF EMP-SITUACAO = 'D'
008670         MOVE 'N' TO WRK-SW-REG-SOMA
008680         MOVE EMP-ID TO WRK-CHAVE-ANTERIOR
008690         PERFORM 2900-LE-EMPLOYEE THRU 2900-EXIT
008700         GO TO 2000-EXIT
008710     END-IF.
008720     PERFORM 2020-CRITICA-SALARIO THRU 2020-EXIT.
008730     PERFORM 2030-CRITICA-MOEDA THRU 2030-EXIT.
008740     PERFORM 2040-CRITICA-BANCO THRU 2040-EXIT.
008750     PERFORM 2045-CRITICA-CCUSTO THRU 2045-EXIT.
008760     PERFORM 2050-CRITICA-CARGO THRU 2050-EXIT.
008770     IF WRK-REGISTRO-SOMA
008780         COMPUTE WRK-BRUTO-CONV ROUNDED =
008790             EMP-SALARIO * WRK-TAXA-REGISTRO
008800         ADD WRK-BRUTO-CONV TO WRK-BRUTO-ESPERADO
008810     END-IF.
008820     MOVE EMP-ID TO WRK-CHAVE-ANTERIOR.
008830     PERFORM 2900-LE-EMPLOYEE THRU 2900-EXIT.
008840 2000-EXIT.
008850     EXIT.
008860******************************************************************
008870* 2010-CRITICA-CHAVE - MATRICULA EM BRANCO OU CHAVE FORA DE
008880*                      ORDEM/DUPLICADA E PROBLEMA FATAL: O
008890*                      CADASTRO NAO PODE ALIMENTAR A FOLHA.
008900******************************************************************
008910 2010-CRITICA-CHAVE.
008920     IF EMP-ID = SPACES
008930         MOVE 'FATAL'   TO EXC-CLASSE
008940         MOVE 'MATRICULA EM BRANCO NO CADASTRO' TO EXC-TEXTO
008950         PERFORM 7000-IMPRIME-EXCECAO THRU 7000-EXIT
008960         SET WRK-ERRO-FATAL TO TRUE
008970         MOVE 'N' TO WRK-SW-REG-SOMA
008980     END-IF.
008990     IF EMP-ID <= WRK-CHAVE-ANTERIOR
009000             AND WRK-CHAVE-ANTERIOR NOT = LOW-VALUES
009010         MOVE 'FATAL'   TO EXC-CLASSE
009020         MOVE 'CHAVE DUPLICADA OU FORA DE ORDEM' TO EXC-TEXTO
009030         PERFORM 7000-IMPRIME-EXCECAO THRU 7000-EXIT
009040         SET WRK-ERRO-FATAL TO TRUE
009050         MOVE 'N' TO WRK-SW-REG-SOMA
009060     END-IF.
009070 2010-EXIT.
009080     EXIT.
009090******************************************************************
009100* 2020-CRITICA-SALARIO - SALARIO NAO NUMERICO, ZERADO OU
009110*                        NEGATIVO E EXCECAO (O PROGCOB04
009120*                        REJEITARIA O REGISTRO, ENTAO ELE FICA
009130*                        FORA DO BRUTO ESPERADO); SALARIO ACIMA
009140*                        DE 500.000,00 E AVISO DE FAIXA.
009150******************************************************************
009160 2020-CRITICA-SALARIO.
009170     IF EMP-SALARIO IS NOT NUMERIC
009180         MOVE 'EXCECAO' TO EXC-CLASSE
009190         MOVE 'SALARIO NAO NUMERICO' TO EXC-TEXTO
009200         PERFORM 7000-IMPRIME-EXCECAO THRU 7000-EXIT
009210         ADD 1 TO WRK-CONT-EXCECOES
009220         MOVE 'N' TO WRK-SW-REG-SOMA
009230         GO TO 2020-EXIT
009240     END-IF.
009250     IF EMP-SALARIO <= ZEROS
009260         MOVE 'EXCECAO' TO EXC-CLASSE
009270         MOVE 'SALARIO ZERADO OU NEGATIVO' TO EXC-TEXTO
009280         PERFORM 7000-IMPRIME-EXCECAO THRU 7000-EXIT
009290         ADD 1 TO WRK-CONT-EXCECOES
009300         MOVE 'N' TO WRK-SW-REG-SOMA
009310         GO TO 2020-EXIT
009320     END-IF.
009330     IF EMP-SALARIO > 500000,00
009340         MOVE 'AVISO'   TO EXC-CLASSE
009350         MOVE 'SALARIO ACIMA DA FAIXA ESPERADA' TO EXC-TEXTO
009360         PERFORM 7000-IMPRIME-EXCECAO THRU 7000-EXIT
009370         ADD 1 TO WRK-CONT-AVISOS
009380     END-IF.
009390 2020-EXIT.
009400     EXIT.
009410******************************************************************
009420* 2030-CRITICA-MOEDA - MOEDA NAO RECONHECIDA E AVISO (O
009430*                      PROGCOB04 CAI NA MOEDA PADRAO); MOEDA
009440*                      EFETIVA SEM TAXA DE CAMBIO VIGENTE E
009450*                      EXCECAO (O PROGCOB04 REJEITARIA), E O
009460*                      REGISTRO FICA FORA DO BRUTO ESPERADO.
009470******************************************************************
009480 2030-CRITICA-MOEDA.
009490     MOVE WRK-MOEDA-PADRAO TO WRK-MOEDA-REGISTRO.
009500     IF EMP-MOEDA = 'BRL' OR EMP-MOEDA = 'USD'
009510         MOVE EMP-MOEDA TO WRK-MOEDA-REGISTRO
009520     ELSE
009530         MOVE 'AVISO'   TO EXC-CLASSE
009540         MOVE 'MOEDA NAO RECONHECIDA - ASSUME A PADRAO'
009550             TO EXC-TEXTO
009560         PERFORM 7000-IMPRIME-EXCECAO THRU 7000-EXIT
009570         ADD 1 TO WRK-CONT-AVISOS
009580     END-IF.
009590     MOVE 'N' TO WRK-SW-TAXA-ACHADA.
009600     MOVE ZEROS TO WRK-TAXA-REGISTRO.
009610     IF WRK-MOEDA-REGISTRO = WRK-MOEDA-PADRAO
009620         MOVE 1 TO WRK-TAXA-REGISTRO
009630         SET WRK-TAXA-ACHADA TO TRUE
009640     ELSE
009650         PERFORM VARYING WRK-CMB-IDX FROM 1 BY 1
009660                 UNTIL WRK-CMB-IDX > 2
009670             IF TAB-CMB-MOEDA(WRK-CMB-IDX) = WRK-MOEDA-REGISTRO
009680                     AND TAB-CMB-CARREGADA(WRK-CMB-IDX)
009690                 MOVE TAB-CMB-TAXA(WRK-CMB-IDX)
009700                     TO WRK-TAXA-REGISTRO
009710                 SET WRK-TAXA-ACHADA TO TRUE
009720             END-IF
009730         END-PERFORM
009740     END-IF.
009750     IF NOT WRK-TAXA-ACHADA
009760         MOVE 'EXCECAO' TO EXC-CLASSE
009770         MOVE 'SEM TAXA DE CAMBIO VIGENTE PARA A MOEDA'
009780             TO EXC-TEXTO
009790         PERFORM 7000-IMPRIME-EXCECAO THRU 7000-EXIT
009800         ADD 1 TO WRK-CONT-EXCECOES
009810         MOVE 'N' TO WRK-SW-REG-SOMA
009820     END-IF.
009830 2030-EXIT.
009840     EXIT.
009850******************************************************************
009860* 2040-CRITICA-BANCO - DADOS BANCARIOS NAO NUMERICOS OU ZERADOS
009870*                      SAO AVISO: A REMESSA BANCARIA SAI COM
009880*                      CONTA ZERADA E O CREDITO VOLTA.
009890******************************************************************
009900 2040-CRITICA-BANCO.
009910     IF EMP-BANCO IS NOT NUMERIC
009920             OR EMP-AGENCIA IS NOT NUMERIC
009930             OR EMP-CONTA IS NOT NUMERIC
009940         MOVE 'AVISO'   TO EXC-CLASSE
009950         MOVE 'DADOS BANCARIOS NAO NUMERICOS' TO EXC-TEXTO
009960         PERFORM 7000-IMPRIME-EXCECAO THRU 7000-EXIT
009970         ADD 1 TO WRK-CONT-AVISOS
009980         GO TO 2040-EXIT
009990     END-IF.
010000     IF EMP-BANCO = ZEROS AND EMP-AGENCIA = ZEROS
010010             AND EMP-CONTA = ZEROS
010020         MOVE 'AVISO'   TO EXC-CLASSE
010030         MOVE 'FUNCIONARIO SEM CONTA BANCARIA INFORMADA'
010040             TO EXC-TEXTO
010050         PERFORM 7000-IMPRIME-EXCECAO THRU 7000-EXIT
010060         ADD 1 TO WRK-CONT-AVISOS
010070     END-IF.
010080 2040-EXIT.
010090     EXIT.
010100******************************************************************
010110* 2045-CRITICA-CCUSTO - CENTRO DE CUSTO EM BRANCO E AVISO: A
010120*                       FOLHA RODA, MAS OS SUBTOTAIS
010130*                       DEPARTAMENTAIS E A ABERTURA DA DESPESA DE
010140*                       SALARIOS NO GLPOST SAEM COM O CENTRO DE
010150*                       CUSTO INDEFINIDO.
010160******************************************************************
010170 2045-CRITICA-CCUSTO.
010180     IF EMP-CCUSTO = SPACES
010190         MOVE 'AVISO'   TO EXC-CLASSE
010200         MOVE 'FUNCIONARIO SEM CENTRO DE CUSTO' TO EXC-TEXTO
010210         PERFORM 7000-IMPRIME-EXCECAO THRU 7000-EXIT
010220         ADD 1 TO WRK-CONT-AVISOS
010230     END-IF.
010240 2045-EXIT.
010250     EXIT.
010260******************************************************************
010270* 2050-CRITICA-CARGO - ADMISSAO AUSENTE OU FUTURA, CARGO EM BRANCO
010280*                      OU NAO CADASTRADO E SALARIO FORA DA FAIXA
010290*                      DO CARGO SAO AVISO: A FOLHA RODA, MAS O
010300*                      REGISTRO PRECISA SER ACERTADO NO CADASTRO.
010310******************************************************************
010320 2050-CRITICA-CARGO.
010330     IF EMP-ADMISSAO IS NOT NUMERIC OR EMP-ADMISSAO = ZEROS
010340         MOVE 'AVISO'   TO EXC-CLASSE
010350         MOVE 'FUNCIONARIO SEM DATA DE ADMISSAO' TO EXC-TEXTO
010360         PERFORM 7000-IMPRIME-EXCECAO THRU 7000-EXIT
010370         ADD 1 TO WRK-CONT-AVISOS
010380     ELSE
010390         IF EMP-ADMISSAO > WRK-DATA-ATUAL
010400             MOVE 'AVISO'   TO EXC-CLASSE
010410             MOVE 'DATA DE ADMISSAO POSTERIOR A DATA DO LOTE'
010420                 TO EXC-TEXTO
010430             PERFORM 7000-IMPRIME-EXCECAO THRU 7000-EXIT
010440             ADD 1 TO WRK-CONT-AVISOS
010450         END-IF
010460     END-IF.
010470     IF EMP-CARGO = SPACES
010480         MOVE 'AVISO'   TO EXC-CLASSE
010490         MOVE 'FUNCIONARIO SEM CARGO INFORMADO' TO EXC-TEXTO
010500         PERFORM 7000-IMPRIME-EXCECAO THRU 7000-EXIT
010510         ADD 1 TO WRK-CONT-AVISOS
010520         GO TO 2050-EXIT
010530     END-IF.
010540     IF NOT WRK-CARGOS-CARREGADOS
010550         GO TO 2050-EXIT
010560     END-IF.
010570     MOVE 'N' TO WRK-SW-CRG-ACHADO.
010580     PERFORM VARYING WRK-CRG-IDX FROM 1 BY 1
010590             UNTIL WRK-CRG-IDX > WRK-QTD-CARGOS
010600                OR WRK-CRG-ACHADO
010610         IF TAB-CRG-CODIGO(WRK-CRG-IDX) = EMP-CARGO
010620             SET WRK-CRG-ACHADO TO TRUE
010630         END-IF
010640     END-PERFORM.
010650     IF NOT WRK-CRG-ACHADO
010660         MOVE 'AVISO'   TO EXC-CLASSE
010670         MOVE 'CARGO NAO CADASTRADO NO CARGOS' TO EXC-TEXTO
010680         PERFORM 7000-IMPRIME-EXCECAO THRU 7000-EXIT
010690         ADD 1 TO WRK-CONT-AVISOS
010700         GO TO 2050-EXIT
010710     END-IF.
010720     SUBTRACT 1 FROM WRK-CRG-IDX.
010730     IF EMP-SALARIO IS NOT NUMERIC
010740         GO TO 2050-EXIT
010750     END-IF.
010760     IF EMP-SALARIO < TAB-CRG-SAL-MIN(WRK-CRG-IDX)
010770             OR EMP-SALARIO > TAB-CRG-SAL-MAX(WRK-CRG-IDX)
010780         MOVE 'AVISO'   TO EXC-CLASSE
010790         MOVE 'SALARIO FORA DA FAIXA DO CARGO' TO EXC-TEXTO
010800         PERFORM 7000-IMPRIME-EXCECAO THRU 7000-EXIT
010810         ADD 1 TO WRK-CONT-AVISOS
010820     END-IF.
010830 2050-EXIT.
010840     EXIT.
010850******************************************************************
010860* 2900-LE-EMPLOYEE - LE O PROXIMO REGISTRO DO CADASTRO.
010870******************************************************************
010880 2900-LE-EMPLOYEE.
010890     READ EMPLOYEE-MASTER NEXT RECORD
010900         AT END
010910             SET WRK-EMP-EOF TO TRUE
010920     END-READ.
010930 2900-EXIT.
010940     EXIT.
010950******************************************************************
010960* 7000-IMPRIME-EXCECAO - GRAVA E EXIBE A LINHA DE EXCECAO/AVISO
010970*                        MONTADA EM EXC-CLASSE/EXC-TEXTO.
010980******************************************************************
010990 7000-IMPRIME-EXCECAO.
011000     MOVE EMP-ID TO EXC-MATRICULA.
011010     WRITE EDIT-REPORT-RECORD FROM WRK-LINHA-EXCECAO
011020         AFTER ADVANCING 1 LINE.
011030     DISPLAY EXC-CLASSE ' MATRICULA ' EMP-ID ' - ' EXC-TEXTO.
011040 7000-EXIT.
011050     EXIT.
011060******************************************************************
011070* 9000-FINALIZE - GRAVA O PAYCTRL (QUANTIDADE E BRUTO ESPERADO
011080*                 NA MOEDA BASE), IMPRIME OS TOTAIS E FECHA OS
011090*                 ARQUIVOS.
011100******************************************************************
011110 9000-FINALIZE.
011120     OPEN OUTPUT CONTROL-TOTAL-FILE.
011130     IF NOT WRK-CTRLTOT-OK
011140         DISPLAY 'ERRO AO ABRIR CONTROL-TOTAL-FILE: '
011150             WRK-CTRLTOT-STATUS
011160         SET WRK-ERRO-FATAL TO TRUE
011170     ELSE
011180         MOVE WRK-CONT-REGISTROS TO CTRL-QTDE-ESPERADA
011190         MOVE SPACES             TO CTRL-FILL1
011200         MOVE WRK-BRUTO-ESPERADO TO CTRL-BRUTO-ESPERADO
011210         WRITE CONTROL-TOTAL-RECORD
011220         IF NOT WRK-CTRLTOT-OK
011230             DISPLAY 'ERRO AO GRAVAR PAYCTRL: '
011240                 WRK-CTRLTOT-STATUS
011250             SET WRK-ERRO-FATAL TO TRUE
011260         END-IF
011270         CLOSE CONTROL-TOTAL-FILE
011280     END-IF.
011290     MOVE WRK-CONT-REGISTROS TO TOT-REGISTROS.
011300     MOVE WRK-CONT-EXCECOES  TO TOT-EXCECOES.
011310     MOVE WRK-CONT-AVISOS    TO TOT-AVISOS.
011320     WRITE EDIT-REPORT-RECORD FROM WRK-LINHA-TOTAIS
011330         AFTER ADVANCING 2 LINES.
011340     MOVE WRK-CONT-REGISTROS TO CTL-QTDE.
011350     MOVE WRK-BRUTO-ESPERADO TO CTL-BRUTO.
011360     WRITE EDIT-REPORT-RECORD FROM WRK-LINHA-CONTROLE
011370         AFTER ADVANCING 1 LINE.
011380     DISPLAY '--------------------------------------------'.
011390     DISPLAY 'REGISTROS CRITICADOS: ' WRK-CONT-REGISTROS.
011400     DISPLAY 'EXCECOES ...........: ' WRK-CONT-EXCECOES.
011410     DISPLAY 'AVISOS .............: ' WRK-CONT-AVISOS.
011420     DISPLAY 'BRUTO ESPERADO .....: ' WRK-BRUTO-ESPERADO.
011430     CLOSE EMPLOYEE-MASTER.
011440     CLOSE EDIT-REPORT-FILE.
011450 9000-EXIT.
011460     EXIT.
011470 END PROGRAM PROGCOB07.
