000310*                 LOGON DE OPERADOR (AUTORIZACAO DE MANUTENCAO
000320*                 DE CADASTRO) COM RECUSA GRAVADA NO SECAUD,
000330*                 COMO NOS DEMAIS PROGRAMAS DE MANUTENCAO.
000340* 2026-10-15 RRA  ACEITO O TIPO CTAN NO PAYTABS (DIAS, EM LIMITE,
000350*                 DO AVISO DE PAGAMENTO EM CONTA BANCARIA RECEM
000360*                 APROVADA NO PROGCOB04).
000370******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. PROGCOB17.
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SPECIAL-NAMES.
000430     DECIMAL-POINT IS COMMA.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT TAX-TABLE-FILE
000470         ASSIGN TO "PAYTABS"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WRK-TBX-STATUS.
000500     SELECT EXCHANGE-RATE-FILE
000510         ASSIGN TO "PAYCAMB"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WRK-CMB-STATUS.
000540     SELECT TAB-TRANS-FILE
000550         ASSIGN TO "TABTRAN"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WRK-TTR-STATUS.
000580     SELECT TAB-REPORT-FILE
000590         ASSIGN TO "TABRPT"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WRK-RPT-STATUS.
000620     SELECT SECURITY-MASTER-FILE
000630         ASSIGN TO "OPERSEC"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WRK-SEC-STATUS.
000660     SELECT SECURITY-AUDIT-FILE
000670         ASSIGN TO "SECAUD"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WRK-SECAUD-STATUS.
000700     SELECT OPERATOR-CONTROL-FILE
000710         ASSIGN TO "PAYOPER"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WRK-OPER-CFG-STATUS.
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  TAX-TABLE-FILE
000770     LABEL RECORDS ARE STANDARD.
000780 01  TAX-TABLE-RECORD.
000790     05  TBX-TIPO                 PIC X(04).
000800     05  TBX-FILL1                PIC X(02).
000810     05  TBX-VIG-INI              PIC 9(08).
000820     05  TBX-FILL2                PIC X(02).
000830     05  TBX-VIG-FIM              PIC 9(08).
000840     05  TBX-FILL3                PIC X(02).
000850     05  TBX-LIMITE               PIC 9(06)V99.
000860     05  TBX-FILL4                PIC X(02).
000870     05  TBX-ALIQUOTA             PIC 9(02)V99.
000880     05  TBX-FILL5                PIC X(02).
000890     05  TBX-DEDUZIR              PIC 9(06)V99.
000900 FD  EXCHANGE-RATE-FILE
000910     LABEL RECORDS ARE STANDARD.
000920 01  EXCHANGE-RATE-RECORD.
000930     05  CMB-MOEDA                PIC X(03).
000940     05  CMB-FILL1                PIC X(02).
000950     05  CMB-TAXA                 PIC 9(03)V9(04).
000960     05  CMB-FILL2                PIC X(02).
000970     05  CMB-VIG                  PIC 9(08).
000980 FD  TAB-TRANS-FILE
000990     LABEL RECORDS ARE STANDARD.
001000 01  TAB-TRANS-RECORD.
001010     05  TTR-ARQUIVO              PIC X(04).
001020     05  TTR-FILL1                PIC X(02).
001030     05  TTR-ACAO                 PIC X(01).
001040     05  TTR-FILL2                PIC X(02).
001050     05  TTR-CAMPOS               PIC X(50).
001060 01  TTR-CAMPOS-TABS.
001070     05  FILLER                   PIC X(09).
001080     05  TTT-TIPO                 PIC X(04).
001090     05  TTT-FILL1                PIC X(02).
001100     05  TTT-VIG-INI              PIC 9(08).
001110     05  TTT-FILL2                PIC X(02).
001120     05  TTT-VIG-FIM              PIC 9(08).
001130     05  TTT-FILL3                PIC X(02).
001140     05  TTT-LIMITE               PIC 9(06)V99.
001150     05  TTT-FILL4                PIC X(02).
001160     05  TTT-ALIQUOTA             PIC 9(02)V99.
001170     05  TTT-FILL5                PIC X(02).
001180     05  TTT-DEDUZIR              PIC 9(06)V99.
001190 01  TTR-CAMPOS-CAMB.
001200     05  FILLER                   PIC X(09).
001210     05  TTC-MOEDA                PIC X(03).
001220     05  TTC-FILL1                PIC X(02).
001230     05  TTC-TAXA                 PIC 9(03)V9(04).
001240     05  TTC-FILL2                PIC X(02).
001250     05  TTC-VIG                  PIC 9(08).
001260     05  FILLER                   PIC X(31).
001270 FD  TAB-REPORT-FILE
001280     LABEL RECORDS ARE STANDARD.
001290 01  TAB-REPORT-RECORD            PIC X(100).
001300 FD  OPERATOR-CONTROL-FILE
001310     LABEL RECORDS ARE STANDARD.
001320 01  OPERATOR-CONTROL-RECORD.
001330     05  OPCFG-OPERADOR           PIC X(10).
001340     05  OPCFG-FILL1              PIC X(02).
001350     05  OPCFG-SENHA              PIC X(10).
001360 FD  SECURITY-MASTER-FILE
001370     LABEL RECORDS ARE STANDARD.
001380     COPY OPERSEC.
001390 FD  SECURITY-AUDIT-FILE
001400     LABEL RECORDS ARE STANDARD.
001410 01  SECAUD-RECORD.
001420     05  SEC-DATA                 PIC 9(08).
001430     05  SEC-FILL1                PIC X(02).
001440     05  SEC-HORA                 PIC 9(08).
001450     05  SEC-FILL2                PIC X(02).
001460     05  SEC-OPERADOR             PIC X(10).
001470     05  SEC-FILL3                PIC X(02).
001480     05  SEC-PROGRAMA             PIC X(09).
001490     05  SEC-FILL4                PIC X(02).
001500     05  SEC-MOTIVO               PIC X(20).
001510 WORKING-STORAGE SECTION.
001520 77  WRK-TBX-STATUS       PIC X(02) VALUE '00'.
001530     88  WRK-TBX-OK                  VALUE '00'.
001540     88  WRK-TBX-EOF                 VALUE '10'.
001550 77  WRK-CMB-STATUS       PIC X(02) VALUE '00'.
001560     88  WRK-CMB-OK                  VALUE '00'.
001570     88  WRK-CMB-EOF                 VALUE '10'.
001580 77  WRK-TTR-STATUS       PIC X(02) VALUE '00'.
001590     88  WRK-TTR-OK                  VALUE '00'.
001600     88  WRK-TTR-EOF                 VALUE '10'.
001610 77  WRK-RPT-STATUS       PIC X(02) VALUE '00'.
001620     88  WRK-RPT-OK                  VALUE '00'.
001630 77  WRK-OPER-CFG-STATUS  PIC X(02) VALUE '00'.
001640     88  WRK-OPER-CFG-OK             VALUE '00'.
001650 77  WRK-SW-OPER-ARQUIVO  PIC X(01) VALUE 'N'.
001660     88  WRK-OPER-ARQUIVO            VALUE 'S'.
001670 77  WRK-SW-OPERADOR      PIC X(01) VALUE 'N'.
001680     88  WRK-OPERADOR-VALIDO         VALUE 'S'.
001690 77  WRK-OPERADOR         PIC X(10) VALUE SPACES.
001700 77  WRK-SENHA            PIC X(10) VALUE SPACES.
001710 77  WRK-SEC-STATUS       PIC X(02) VALUE '00'.
001720     88  WRK-SEC-OK                  VALUE '00'.
001730     88  WRK-SEC-EOF                 VALUE '10'.
001740 77  WRK-SECAUD-STATUS    PIC X(02) VALUE '00'.
001750     88  WRK-SECAUD-OK               VALUE '00'.
001760 77  WRK-SW-OPR-ACHADO    PIC X(01) VALUE 'N'.
001770     88  WRK-OPR-ACHADO              VALUE 'S'.
001780 77  WRK-OPR-ATIVO        PIC X(01) VALUE 'N'.
001790 77  WRK-OPR-SENHA        PIC X(10) VALUE SPACES.
001800 77  WRK-OPR-AUT-FUNCAO   PIC X(01) VALUE 'N'.
001810 77  WRK-MOTIVO-LOGON     PIC X(20) VALUE SPACES.
001820 77  WRK-DATA-LOGON       PIC 9(08) VALUE ZEROS.
001830 77  WRK-HORA-LOGON       PIC 9(08) VALUE ZEROS.
001840 77  WRK-DATA-ATUAL       PIC 9(08) VALUE ZEROS.
001850 77  WRK-CONT-LIDAS       PIC 9(05) COMP VALUE ZERO.
001860 77  WRK-CONT-APLICADAS   PIC 9(05) COMP VALUE ZERO.
001870 77  WRK-CONT-REJEITADAS  PIC 9(05) COMP VALUE ZERO.
001880 77  WRK-SW-TRAN-VALIDA   PIC X(01) VALUE 'S'.
001890     88  WRK-TRAN-VALIDA             VALUE 'S'.
001900 77  WRK-MOTIVO           PIC X(30) VALUE SPACES.
001910 77  WRK-SW-CONTINUIDADE  PIC X(01) VALUE 'S'.
001920     88  WRK-CONTINUIDADE-OK         VALUE 'S'.
001930 77  WRK-I                PIC 9(03) COMP VALUE ZERO.
001940 77  WRK-J                PIC 9(03) COMP VALUE ZERO.
001950 77  WRK-J1               PIC 9(03) COMP VALUE ZERO.
001960*----------------------------------------------------------------
001970* TABELA DO PAYTABS (LIMITE 200 REGISTROS), ORDENADA POR TIPO +
001980* VIGENCIA INICIAL + LIMITE PARA A VALIDACAO E A REGRAVACAO.
001990*----------------------------------------------------------------
002000 01  TAB-TABELAS.
002010     05  TAB-TBX-ENT OCCURS 200 TIMES.
002020         10  TAB-TBX-CHAVE.
002030             15  TAB-TBX-TIPO     PIC X(04).
002040             15  TAB-TBX-VIG-INI  PIC 9(08).
002050             15  TAB-TBX-LIMITE   PIC 9(06)V99.
002060         10  TAB-TBX-VIG-FIM      PIC 9(08).
002070         10  TAB-TBX-ALIQUOTA     PIC 9(02)V99.
002080         10  TAB-TBX-DEDUZIR      PIC 9(06)V99.
002090 77  WRK-QTD-TABELAS      PIC 9(03) COMP VALUE ZERO.
002100 77  WRK-MAX-TABELAS      PIC 9(03) COMP VALUE 200.
002110 77  WRK-TBX-IDX          PIC 9(03) COMP VALUE ZERO.
002120 77  WRK-SW-TBX-ACHADO    PIC X(01) VALUE 'N'.
002130     88  WRK-TBX-ACHADO              VALUE 'S'.
002140 01  WRK-TROCA-TBX.
002150     05  WRK-TROCA-TBX-CHAVE      PIC X(20).
002160     05  WRK-TROCA-TBX-VIG-FIM    PIC 9(08).
002170     05  WRK-TROCA-TBX-ALIQUOTA   PIC 9(02)V99.
002180     05  WRK-TROCA-TBX-DEDUZIR    PIC 9(06)V99.
002190*----------------------------------------------------------------
002200* TABELA DO PAYCAMB (LIMITE 50 REGISTROS), ORDENADA POR MOEDA +
002210* VIGENCIA PARA A REGRAVACAO.
002220*----------------------------------------------------------------
002230 01  TAB-CAMBIOS.
002240     05  TAB-CMB-ENT OCCURS 50 TIMES.
002250         10  TAB-CMB-CHAVE.
002260             15  TAB-CMB-MOEDA    PIC X(03).
002270             15  TAB-CMB-VIG      PIC 9(08).
002280         10  TAB-CMB-TAXA         PIC 9(03)V9(04).
002290 77  WRK-QTD-CAMBIOS      PIC 9(03) COMP VALUE ZERO.
002300 77  WRK-MAX-CAMBIOS      PIC 9(03) COMP VALUE 50.
002310 77  WRK-CMB-IDX          PIC 9(03) COMP VALUE ZERO.
002320 77  WRK-SW-CMB-ACHADO    PIC X(01) VALUE 'N'.
002330     88  WRK-CMB-ACHADO              VALUE 'S'.
002340 01  WRK-TROCA-CMB.
002350     05  WRK-TROCA-CMB-CHAVE      PIC X(11).
002360     05  WRK-TROCA-CMB-TAXA       PIC 9(03)V9(04).
002370*----------------------------------------------------------------
002380* LINHAS DE IMPRESSAO DO REGISTRO DE MANUTENCAO.
002390*----------------------------------------------------------------
002400 01  WRK-LINHA-CABEC1.
002410     05  FILLER PIC X(22) VALUE SPACES.
002420     05  FILLER PIC X(56) VALUE
002430         'MANUTENCAO DE TABELAS - PAYTABS / PAYCAMB'.
002440     05  FILLER PIC X(22) VALUE SPACES.
002450 01  WRK-LINHA-CABEC2.
002460     05  FILLER PIC X(08) VALUE 'DATA: '.
002470     05  CAB2-DATA            PIC 9(08).
002480     05  FILLER PIC X(10) VALUE SPACES.
002490     05  FILLER PIC X(10) VALUE 'OPERADOR: '.
002500     05  CAB2-OPERADOR        PIC X(10).
002510     05  FILLER PIC X(54) VALUE SPACES.
002520 01  WRK-LINHA-SECAO.
002530     05  SEC-TITULO           PIC X(40).
002540     05  FILLER               PIC X(60) VALUE SPACES.
002550 01  WRK-LINHA-TBX.
002560     05  FILLER PIC X(06) VALUE 'TABS  '.
002570     05  LTB-TIPO             PIC X(04).
002580     05  FILLER PIC X(02) VALUE SPACES.
002590     05  LTB-VIG-INI          PIC 9(08).
002600     05  FILLER PIC X(01) VALUE '-'.
002610     05  LTB-VIG-FIM          PIC 9(08).
002620     05  FILLER PIC X(02) VALUE SPACES.
002630     05  LTB-LIMITE           PIC ZZZ.ZZ9,99.
002640     05  FILLER PIC X(02) VALUE SPACES.
002650     05  LTB-ALIQUOTA         PIC Z9,99.
002660     05  FILLER PIC X(02) VALUE SPACES.
002670     05  LTB-DEDUZIR          PIC ZZZ.ZZ9,99.
002680     05  FILLER               PIC X(45) VALUE SPACES.
002690 01  WRK-LINHA-CMB.
002700     05  FILLER PIC X(06) VALUE 'CAMB  '.
002710     05  LCM-MOEDA            PIC X(03).
002720     05  FILLER PIC X(02) VALUE SPACES.
002730     05  LCM-VIG              PIC 9(08).
002740     05  FILLER PIC X(02) VALUE SPACES.
002750     05  LCM-TAXA             PIC ZZ9,9999.
002760     05  FILLER               PIC X(71) VALUE SPACES.
002770 01  WRK-LINHA-REJEICAO.
002780     05  FILLER PIC X(11) VALUE 'REJEITADA: '.
002790     05  REJ-ARQUIVO          PIC X(04).
002800     05  FILLER PIC X(01) VALUE SPACES.
002810     05  REJ-ACAO             PIC X(01).
002820     05  FILLER PIC X(03) VALUE ' - '.
002830     05  REJ-TEXTO            PIC X(30).
002840     05  FILLER               PIC X(50) VALUE SPACES.
002850 01  WRK-LINHA-ERRO-CONT.
002860     05  FILLER PIC X(21) VALUE 'ERRO DE CONTINUIDADE:'.
002870     05  FILLER PIC X(01) VALUE SPACES.
002880     05  ERC-TEXTO            PIC X(40).
002890     05  ERC-TIPO             PIC X(04).
002900     05  FILLER PIC X(01) VALUE SPACES.
002910     05  ERC-VIG              PIC 9(08).
002920     05  FILLER               PIC X(25) VALUE SPACES.
002930 01  WRK-LINHA-TOTAIS.
002940     05  FILLER PIC X(19) VALUE 'TRANSACOES LIDAS: '.
002950     05  TOT-LIDAS            PIC ZZZ.ZZ9.
002960     05  FILLER PIC X(14) VALUE '  APLICADAS: '.
002970     05  TOT-APLICADAS        PIC ZZZ.ZZ9.
002980     05  FILLER PIC X(15) VALUE '  REJEITADAS: '.
002990     05  TOT-REJEITADAS       PIC ZZZ.ZZ9.
003000     05  FILLER               PIC X(31) VALUE SPACES.
003010 PROCEDURE DIVISION.
003020******************************************************************
003030* 0000-MAINLINE - CONTROLA A MANUTENCAO DAS TABELAS.
003040******************************************************************
003050 0000-MAINLINE.
003060     PERFORM 0500-LOGON-OPERADOR THRU 0500-EXIT.
003070     IF NOT WRK-OPERADOR-VALIDO
003080         DISPLAY 'OPERADOR NAO AUTORIZADO: ' WRK-OPERADOR
003090         MOVE 8 TO RETURN-CODE
003100         GOBACK
003110     END-IF.
003120     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003130     PERFORM 2000-PROCESSA-TRANSACAO THRU 2000-EXIT
003140         UNTIL WRK-TTR-EOF.
003150     PERFORM 9000-FINALIZE THRU 9000-EXIT.
003160     IF NOT WRK-CONTINUIDADE-OK
003170         MOVE 8 TO RETURN-CODE
003180     ELSE
003190         IF WRK-CONT-REJEITADAS > 0
003200             MOVE 4 TO RETURN-CODE
003210         ELSE
003220             MOVE 0 TO RETURN-CODE
003230         END-IF
003240     END-IF.
003250     GOBACK.
003260******************************************************************
003270* 0500-LOGON-OPERADOR - OBTEM O OPERADOR E A SENHA DO PAYOPER,
003280*                       QUANDO PREPARADOS EXTERNAMENTE PARA UMA
003290*                       EXECUCAO EM LOTE, OU DO CONSOLE QUANDO O
003300*                       ARQUIVO NAO EXISTE OU ESTA VAZIO, E
003310*                       VALIDA CONTRA O CADASTRO DE SEGURANCA
003320*                       (OPERSEC): OPERADOR ATIVO, SENHA E
003330*                       AUTORIZACAO DE MANUTENCAO DE CADASTRO.
003340*                       TENTATIVA RECUSADA E GRAVADA NO SECAUD,
003350*                       NO MESMO IDIOMA DO PROGCOB02/03/04.
003360******************************************************************
003370 0500-LOGON-OPERADOR.
003380     MOVE 'N' TO WRK-SW-OPER-ARQUIVO.
003390     OPEN INPUT OPERATOR-CONTROL-FILE.
003400     IF WRK-OPER-CFG-OK
003410         READ OPERATOR-CONTROL-FILE
003420             AT END
003430                 CONTINUE
003440             NOT AT END
003450                 MOVE OPCFG-OPERADOR TO WRK-OPERADOR
003460                 MOVE OPCFG-SENHA    TO WRK-SENHA
003470                 SET WRK-OPER-ARQUIVO TO TRUE
003480         END-READ
003490         CLOSE OPERATOR-CONTROL-FILE
003500     END-IF.
003510     IF NOT WRK-OPER-ARQUIVO
003520         DISPLAY 'OPERADOR: ' WITH NO ADVANCING
003530         ACCEPT WRK-OPERADOR FROM CONSOLE
003540         DISPLAY 'SENHA: ' WITH NO ADVANCING
003550         ACCEPT WRK-SENHA FROM CONSOLE
003560     END-IF.
003570     MOVE 'N' TO WRK-SW-OPERADOR.
003580     MOVE SPACES TO WRK-MOTIVO-LOGON.
003590     PERFORM 0510-PROCURA-OPERSEC THRU 0510-EXIT.
003600     EVALUATE TRUE
003610         WHEN NOT WRK-OPR-ACHADO
003620             MOVE 'NAO CADASTRADO' TO WRK-MOTIVO-LOGON
003630         WHEN WRK-OPR-ATIVO NOT = 'S'
003640             MOVE 'OPERADOR INATIVO' TO WRK-MOTIVO-LOGON
003650         WHEN WRK-OPR-SENHA NOT = WRK-SENHA
003660             MOVE 'SENHA INVALIDA' TO WRK-MOTIVO-LOGON
003670         WHEN WRK-OPR-AUT-FUNCAO NOT = 'S'
003680             MOVE 'SEM AUTORIZACAO' TO WRK-MOTIVO-LOGON
003690         WHEN OTHER
003700             MOVE 'S' TO WRK-SW-OPERADOR
003710     END-EVALUATE.
003720     IF NOT WRK-OPERADOR-VALIDO
003730         DISPLAY 'LOGON RECUSADO (' WRK-MOTIVO-LOGON ') - '
003740             WRK-OPERADOR
003750         PERFORM 0520-GRAVA-SECAUD THRU 0520-EXIT
003760     END-IF.
003770 0500-EXIT.
003780     EXIT.
003790******************************************************************
003800* 0510-PROCURA-OPERSEC - PROCURA O OPERADOR NO CADASTRO DE
003810*                        SEGURANCA (OPERSEC) E GUARDA OS CAMPOS
003820*                        DO REGISTRO ACHADO (A AUTORIZACAO DESTE
003830*                        PROGRAMA E A DE MANUTENCAO DE CADASTRO).
003840*                        ARQUIVO INDISPONIVEL EQUIVALE A
003850*                        OPERADOR NAO CADASTRADO.
003860******************************************************************
003870 0510-PROCURA-OPERSEC.
003880     MOVE 'N' TO WRK-SW-OPR-ACHADO.
003890     OPEN INPUT SECURITY-MASTER-FILE.
003900     IF NOT WRK-SEC-OK
003910         DISPLAY 'CADASTRO DE SEGURANCA (OPERSEC) '
003920             'INDISPONIVEL: ' WRK-SEC-STATUS
003930         GO TO 0510-EXIT
003940     END-IF.
003950     PERFORM 0515-LE-OPERSEC THRU 0515-EXIT
003960         UNTIL WRK-SEC-EOF OR WRK-OPR-ACHADO.
003970     CLOSE SECURITY-MASTER-FILE.
003980 0510-EXIT.
003990     EXIT.
004000 0515-LE-OPERSEC.
004010     READ SECURITY-MASTER-FILE
004020         AT END
004030             SET WRK-SEC-EOF TO TRUE
004040         NOT AT END
004050             IF OPR-CODIGO = WRK-OPERADOR
004060                 SET WRK-OPR-ACHADO TO TRUE
004070                 MOVE OPR-ATIVO TO WRK-OPR-ATIVO
004080                 MOVE OPR-SENHA TO WRK-OPR-SENHA
004090                 MOVE OPR-AUT-CADASTRO
004100                     TO WRK-OPR-AUT-FUNCAO
004110             END-IF
004120     END-READ.
004130 0515-EXIT.
004140     EXIT.
004150******************************************************************
004160* 0520-GRAVA-SECAUD - REGISTRA A TENTATIVA DE LOGON RECUSADA NO
004170*                     SECAUD (DATA, HORA, OPERADOR, PROGRAMA E
004180*                     MOTIVO), NO MESMO IDIOMA DA TRILHA DO
004190*                     DATEAUD DO PROGCOB03.
004200******************************************************************
004210 0520-GRAVA-SECAUD.
004220     ACCEPT WRK-DATA-LOGON FROM DATE YYYYMMDD.
004230     ACCEPT WRK-HORA-LOGON FROM TIME.
004240     OPEN EXTEND SECURITY-AUDIT-FILE.
004250     IF NOT WRK-SECAUD-OK
004260         CLOSE SECURITY-AUDIT-FILE
004270         OPEN OUTPUT SECURITY-AUDIT-FILE
004280     END-IF.
004290     IF NOT WRK-SECAUD-OK
004300         DISPLAY 'ERRO AO ABRIR SECAUD: ' WRK-SECAUD-STATUS
004310         GO TO 0520-EXIT
004320     END-IF.
004330     MOVE WRK-DATA-LOGON TO SEC-DATA.
004340     MOVE SPACES         TO SEC-FILL1.
004350     MOVE WRK-HORA-LOGON TO SEC-HORA.
004360     MOVE SPACES         TO SEC-FILL2.
004370     MOVE WRK-OPERADOR   TO SEC-OPERADOR.
004380     MOVE SPACES         TO SEC-FILL3.
004390     MOVE 'PROGCOB17'    TO SEC-PROGRAMA.
004400     MOVE SPACES         TO SEC-FILL4.
004410     MOVE WRK-MOTIVO-LOGON TO SEC-MOTIVO.
004420     WRITE SECAUD-RECORD.
004430     IF NOT WRK-SECAUD-OK
004440         DISPLAY 'ERRO AO GRAVAR SECAUD: ' WRK-SECAUD-STATUS
004450     END-IF.
004460     CLOSE SECURITY-AUDIT-FILE.
004470 0520-EXIT.
004480     EXIT.
004490******************************************************************
004500* 1000-INITIALIZE - CARREGA O PAYTABS E O PAYCAMB NAS TABELAS,
004510*                   ABRE AS TRANSACOES E O RELATORIO, IMPRIME O
004520*                   CABECALHO E A IMAGEM DE ANTES E LE A PRIMEIRA
004530*                   TRANSACAO.
004540******************************************************************
004550 1000-INITIALIZE.
004560     ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
004570     PERFORM 1100-CARREGA-TABELAS THRU 1100-EXIT.
004580     PERFORM 1200-CARREGA-CAMBIOS THRU 1200-EXIT.
004590     OPEN INPUT TAB-TRANS-FILE.
004600     IF NOT WRK-TTR-OK
004610         DISPLAY 'ERRO AO ABRIR TAB-TRANS-FILE: '
004620             WRK-TTR-STATUS
004630         MOVE 8 TO RETURN-CODE
004640         GOBACK
004650     END-IF.
004660     OPEN OUTPUT TAB-REPORT-FILE.
004670     IF NOT WRK-RPT-OK
004680         DISPLAY 'ERRO AO ABRIR TAB-REPORT-FILE: '
004690             WRK-RPT-STATUS
004700         CLOSE TAB-TRANS-FILE
004710         MOVE 8 TO RETURN-CODE
004720         GOBACK
004730     END-IF.
004740     MOVE WRK-DATA-ATUAL TO CAB2-DATA.
004750     MOVE WRK-OPERADOR   TO CAB2-OPERADOR.
004760     WRITE TAB-REPORT-RECORD FROM WRK-LINHA-CABEC1
004770         AFTER ADVANCING PAGE.
004780     WRITE TAB-REPORT-RECORD FROM WRK-LINHA-CABEC2
004790         AFTER ADVANCING 1 LINE.
004800     MOVE 'IMAGEM ANTES DA MANUTENCAO:' TO SEC-TITULO.
004810     WRITE TAB-REPORT-RECORD FROM WRK-LINHA-SECAO
004820         AFTER ADVANCING 2 LINES.
004830     PERFORM 7000-IMPRIME-IMAGEM THRU 7000-EXIT.
004840     PERFORM 2900-LE-TRANSACAO THRU 2900-EXIT.
004850 1000-EXIT.
004860     EXIT.
004870******************************************************************
004880* 1100-CARREGA-TABELAS - CARREGA O PAYTABS NA TABELA. REGISTRO
004890*                        COM CAMPO NAO NUMERICO E FATAL: O
004900*                        ARQUIVO JA ESTA ERRADO E A MANUTENCAO
004910*                        NAO PODE REGRAVA-LO POR CIMA AS CEGAS.
004920******************************************************************
004930 1100-CARREGA-TABELAS.
004940     MOVE ZERO TO WRK-QTD-TABELAS.
004950     OPEN INPUT TAX-TABLE-FILE.
004960     IF NOT WRK-TBX-OK
004970         DISPLAY 'PAYTABS AINDA NAO EXISTE - SERA CRIADO'
004980         GO TO 1100-EXIT
004990     END-IF.
005000     PERFORM 1110-LE-TABELA THRU 1110-EXIT
005010         UNTIL WRK-TBX-EOF.
005020     CLOSE TAX-TABLE-FILE.
005030 1100-EXIT.
005040     EXIT.
005050 1110-LE-TABELA.
005060     READ TAX-TABLE-FILE
005070         AT END
005080             SET WRK-TBX-EOF TO TRUE
005090         NOT AT END
005100             PERFORM 1120-GUARDA-TABELA THRU 1120-EXIT
005110     END-READ.
005120 1110-EXIT.
005130     EXIT.
005140 1120-GUARDA-TABELA.
005150     IF TBX-VIG-INI IS NOT NUMERIC
005160             OR TBX-VIG-FIM IS NOT NUMERIC
005170             OR TBX-LIMITE IS NOT NUMERIC
005180             OR TBX-ALIQUOTA IS NOT NUMERIC
005190             OR TBX-DEDUZIR IS NOT NUMERIC
005200         DISPLAY 'REGISTRO INVALIDO NO PAYTABS: ' TBX-TIPO
005210             ' - CORRIJA ANTES DE MANTER'
005220         CLOSE TAX-TABLE-FILE
005230         MOVE 8 TO RETURN-CODE
005240         GOBACK
005250     END-IF.
005260     IF WRK-QTD-TABELAS >= WRK-MAX-TABELAS
005270         DISPLAY 'TABELA DO PAYTABS CHEIA - MAXIMO '
005280             WRK-MAX-TABELAS ' REGISTROS'
005290         CLOSE TAX-TABLE-FILE
005300         MOVE 8 TO RETURN-CODE
005310         GOBACK
005320     END-IF.
005330     ADD 1 TO WRK-QTD-TABELAS.
005340     MOVE TBX-TIPO     TO TAB-TBX-TIPO(WRK-QTD-TABELAS).
005350     MOVE TBX-VIG-INI  TO TAB-TBX-VIG-INI(WRK-QTD-TABELAS).
005360     MOVE TBX-VIG-FIM  TO TAB-TBX-VIG-FIM(WRK-QTD-TABELAS).
005370     MOVE TBX-LIMITE   TO TAB-TBX-LIMITE(WRK-QTD-TABELAS).
005380     MOVE TBX-ALIQUOTA TO TAB-TBX-ALIQUOTA(WRK-QTD-TABELAS).
005390     MOVE TBX-DEDUZIR  TO TAB-TBX-DEDUZIR(WRK-QTD-TABELAS).
005400 1120-EXIT.
005410     EXIT.
005420******************************************************************
005430* 1200-CARREGA-CAMBIOS - CARREGA O PAYCAMB NA TABELA, COM A
005440*                        MESMA REGRA DO 1100 PARA REGISTRO
005450*                        INVALIDO.
005460******************************************************************
005470 1200-CARREGA-CAMBIOS.
005480     MOVE ZERO TO WRK-QTD-CAMBIOS.
005490     OPEN INPUT EXCHANGE-RATE-FILE.
005500     IF NOT WRK-CMB-OK
005510         DISPLAY 'PAYCAMB AINDA NAO EXISTE - SERA CRIADO'
005520         GO TO 1200-EXIT
005530     END-IF.
005540     PERFORM 1210-LE-CAMBIO THRU 1210-EXIT
005550         UNTIL WRK-CMB-EOF.
005560     CLOSE EXCHANGE-RATE-FILE.
005570 1200-EXIT.
005580     EXIT.
005590 1210-LE-CAMBIO.
005600     READ EXCHANGE-RATE-FILE
005610         AT END
005620             SET WRK-CMB-EOF TO TRUE
005630         NOT AT END
005640             PERFORM 1220-GUARDA-CAMBIO THRU 1220-EXIT
005650     END-READ.
005660 1210-EXIT.
005670     EXIT.
005680 1220-GUARDA-CAMBIO.
005690     IF CMB-TAXA IS NOT NUMERIC OR CMB-VIG IS NOT NUMERIC
005700         DISPLAY 'REGISTRO INVALIDO NO PAYCAMB: ' CMB-MOEDA
005710             ' - CORRIJA ANTES DE MANTER'
005720         CLOSE EXCHANGE-RATE-FILE
005730         MOVE 8 TO RETURN-CODE
005740         GOBACK
005750     END-IF.
005760     IF WRK-QTD-CAMBIOS >= WRK-MAX-CAMBIOS
005770         DISPLAY 'TABELA DO PAYCAMB CHEIA - MAXIMO '
005780             WRK-MAX-CAMBIOS ' REGISTROS'
005790         CLOSE EXCHANGE-RATE-FILE
005800         MOVE 8 TO RETURN-CODE
005810         GOBACK
005820     END-IF.
005830     ADD 1 TO WRK-QTD-CAMBIOS.
005840     MOVE CMB-MOEDA TO TAB-CMB-MOEDA(WRK-QTD-CAMBIOS).
005850     MOVE CMB-VIG   TO TAB-CMB-VIG(WRK-QTD-CAMBIOS).
005860     MOVE CMB-TAXA  TO TAB-CMB-TAXA(WRK-QTD-CAMBIOS).
005870 1220-EXIT.
005880     EXIT.
005890******************************************************************
005900* 2000-PROCESSA-TRANSACAO - VALIDA E APLICA UMA TRANSACAO DO
005910*                           TABTRAN SOBRE A TABELA DO ARQUIVO
005920*                           CORRESPONDENTE.
005930******************************************************************
005940 2000-PROCESSA-TRANSACAO.
005950     ADD 1 TO WRK-CONT-LIDAS.
005960     MOVE 'S' TO WRK-SW-TRAN-VALIDA.
005970     MOVE SPACES TO WRK-MOTIVO.
005980     EVALUATE TRUE
005990         WHEN TTR-ARQUIVO = 'TABS' AND TTR-ACAO = 'I'
006000             PERFORM 3000-INCLUI-TABS THRU 3000-EXIT
006010         WHEN TTR-ARQUIVO = 'TABS' AND TTR-ACAO = 'E'
006020             PERFORM 3500-EXCLUI-TABS THRU 3500-EXIT
006030         WHEN TTR-ARQUIVO = 'CAMB' AND TTR-ACAO = 'I'
006040             PERFORM 4000-INCLUI-CAMB THRU 4000-EXIT
006050         WHEN TTR-ARQUIVO = 'CAMB' AND TTR-ACAO = 'E'
006060             PERFORM 4500-EXCLUI-CAMB THRU 4500-EXIT
006070         WHEN OTHER
006080             MOVE 'ARQUIVO OU ACAO INVALIDOS' TO WRK-MOTIVO
006090             MOVE 'N' TO WRK-SW-TRAN-VALIDA
006100     END-EVALUATE.
006110     IF WRK-TRAN-VALIDA
006120         ADD 1 TO WRK-CONT-APLICADAS
006130     ELSE
006140         ADD 1 TO WRK-CONT-REJEITADAS
006150         MOVE TTR-ARQUIVO TO REJ-ARQUIVO
006160         MOVE TTR-ACAO    TO REJ-ACAO
006170         MOVE WRK-MOTIVO  TO REJ-TEXTO
006180         WRITE TAB-REPORT-RECORD FROM WRK-LINHA-REJEICAO
006190             AFTER ADVANCING 1 LINE
006200         DISPLAY 'TRANSACAO REJEITADA (' TTR-ARQUIVO ' '
006210             TTR-ACAO '): ' WRK-MOTIVO
006220     END-IF.
006230     PERFORM 2900-LE-TRANSACAO THRU 2900-EXIT.
006240 2000-EXIT.
006250     EXIT.
006260******************************************************************
006270* 2900-LE-TRANSACAO - LE A PROXIMA TRANSACAO DO TABTRAN.
006280******************************************************************
006290 2900-LE-TRANSACAO.
006300     READ TAB-TRANS-FILE
006310         AT END
006320             SET WRK-TTR-EOF TO TRUE
006330     END-READ.
006340 2900-EXIT.
006350     EXIT.
006360******************************************************************
006370* 3000-INCLUI-TABS - CONSISTE E INCLUI UM REGISTRO DO PAYTABS NA
006380*                    TABELA. TIPO NAO RECONHECIDO, CAMPO NAO
006390*                    NUMERICO, VIGENCIA INVERTIDA OU CHAVE JA
006400*                    CADASTRADA E REJEITADA.
006410******************************************************************
006420 3000-INCLUI-TABS.
006430     IF TTT-TIPO NOT = 'INSS' AND TTT-TIPO NOT = 'IRRF'
006440             AND TTT-TIPO NOT = 'TETO'
006450             AND TTT-TIPO NOT = 'DEPD'
006460             AND TTT-TIPO NOT = 'SFAM'
006470             AND TTT-TIPO NOT = 'PATR'
006480             AND TTT-TIPO NOT = 'FGTS'
006490             AND TTT-TIPO NOT = 'MARG'
006500             AND TTT-TIPO NOT = 'CTAN'
006510         MOVE 'TIPO NAO RECONHECIDO' TO WRK-MOTIVO
006520         MOVE 'N' TO WRK-SW-TRAN-VALIDA
006530         GO TO 3000-EXIT
006540     END-IF.
006550     IF TTT-VIG-INI IS NOT NUMERIC
006560             OR TTT-VIG-FIM IS NOT NUMERIC
006570             OR TTT-LIMITE IS NOT NUMERIC
006580             OR TTT-ALIQUOTA IS NOT NUMERIC
006590             OR TTT-DEDUZIR IS NOT NUMERIC
006600         MOVE 'CAMPO NAO NUMERICO' TO WRK-MOTIVO
006610         MOVE 'N' TO WRK-SW-TRAN-VALIDA
006620         GO TO 3000-EXIT
006630     END-IF.
006640     IF TTT-VIG-INI > TTT-VIG-FIM
006650         MOVE 'VIGENCIA INVERTIDA' TO WRK-MOTIVO
006660         MOVE 'N' TO WRK-SW-TRAN-VALIDA
006670         GO TO 3000-EXIT
006680     END-IF.
006690     PERFORM 3100-PROCURA-TABS THRU 3100-EXIT.
006700     IF WRK-TBX-ACHADO
006710         MOVE 'REGISTRO JA CADASTRADO' TO WRK-MOTIVO
006720         MOVE 'N' TO WRK-SW-TRAN-VALIDA
006730         GO TO 3000-EXIT
006740     END-IF.
006750     IF WRK-QTD-TABELAS >= WRK-MAX-TABELAS
006760         MOVE 'TABELA CHEIA' TO WRK-MOTIVO
006770         MOVE 'N' TO WRK-SW-TRAN-VALIDA
006780         GO TO 3000-EXIT
006790     END-IF.
006800     ADD 1 TO WRK-QTD-TABELAS.
006810     MOVE TTT-TIPO     TO TAB-TBX-TIPO(WRK-QTD-TABELAS).
006820     MOVE TTT-VIG-INI  TO TAB-TBX-VIG-INI(WRK-QTD-TABELAS).
006830     MOVE TTT-VIG-FIM  TO TAB-TBX-VIG-FIM(WRK-QTD-TABELAS).
006840     MOVE TTT-LIMITE   TO TAB-TBX-LIMITE(WRK-QTD-TABELAS).
006850     MOVE TTT-ALIQUOTA TO TAB-TBX-ALIQUOTA(WRK-QTD-TABELAS).
006860     MOVE TTT-DEDUZIR  TO TAB-TBX-DEDUZIR(WRK-QTD-TABELAS).
006870 3000-EXIT.
006880     EXIT.
006890******************************************************************
006900* 3100-PROCURA-TABS - LOCALIZA A CHAVE (TIPO + VIGENCIA INICIAL
006910*                     + LIMITE) DA TRANSACAO NA TABELA DO
006920*                     PAYTABS.
006930******************************************************************
006940 3100-PROCURA-TABS.
006950     MOVE 'N' TO WRK-SW-TBX-ACHADO.
006960     PERFORM VARYING WRK-TBX-IDX FROM 1 BY 1
006970             UNTIL WRK-TBX-IDX > WRK-QTD-TABELAS
006980                OR WRK-TBX-ACHADO
006990         IF TAB-TBX-TIPO(WRK-TBX-IDX) = TTT-TIPO
007000                 AND TAB-TBX-VIG-INI(WRK-TBX-IDX) = TTT-VIG-INI
007010                 AND TAB-TBX-LIMITE(WRK-TBX-IDX) = TTT-LIMITE
007020             SET WRK-TBX-ACHADO TO TRUE
007030         END-IF
007040     END-PERFORM.
007050     IF WRK-TBX-ACHADO
007060         SUBTRACT 1 FROM WRK-TBX-IDX
007070     END-IF.
007080 3100-EXIT.
007090     EXIT.
007100******************************************************************
007110* 3500-EXCLUI-TABS - EXCLUI O REGISTRO DO PAYTABS ACHADO PELA
007120*                    CHAVE DA TRANSACAO, COMPACTANDO A TABELA.
007130******************************************************************
007140 3500-EXCLUI-TABS.
007150     PERFORM 3100-PROCURA-TABS THRU 3100-EXIT.
007160     IF NOT WRK-TBX-ACHADO
007170         MOVE 'REGISTRO NAO CADASTRADO' TO WRK-MOTIVO
007180         MOVE 'N' TO WRK-SW-TRAN-VALIDA
007190         GO TO 3500-EXIT
007200     END-IF.
007210     PERFORM VARYING WRK-I FROM WRK-TBX-IDX BY 1
007220             UNTIL WRK-I >= WRK-QTD-TABELAS
007230         COMPUTE WRK-J = WRK-I + 1
007240         MOVE TAB-TBX-ENT(WRK-J) TO TAB-TBX-ENT(WRK-I)
007250     END-PERFORM.
007260     SUBTRACT 1 FROM WRK-QTD-TABELAS.
007270 3500-EXIT.
007280     EXIT.
007290******************************************************************
007300* 4000-INCLUI-CAMB - CONSISTE E INCLUI UMA TAXA DO PAYCAMB NA
007310*                    TABELA. MOEDA NAO RECONHECIDA, TAXA NAO
007320*                    POSITIVA OU CHAVE JA CADASTRADA E
007330*                    REJEITADA.
007340******************************************************************
007350 4000-INCLUI-CAMB.
007360     IF TTC-MOEDA NOT = 'BRL' AND TTC-MOEDA NOT = 'USD'
007370         MOVE 'MOEDA NAO RECONHECIDA' TO WRK-MOTIVO
007380         MOVE 'N' TO WRK-SW-TRAN-VALIDA
007390         GO TO 4000-EXIT
007400     END-IF.
007410     IF TTC-TAXA IS NOT NUMERIC OR TTC-TAXA = ZEROS
007420         MOVE 'TAXA NAO POSITIVA' TO WRK-MOTIVO
007430         MOVE 'N' TO WRK-SW-TRAN-VALIDA
007440         GO TO 4000-EXIT
007450     END-IF.
007460     IF TTC-VIG IS NOT NUMERIC OR TTC-VIG = ZEROS
007470         MOVE 'VIGENCIA INVALIDA' TO WRK-MOTIVO
007480         MOVE 'N' TO WRK-SW-TRAN-VALIDA
007490         GO TO 4000-EXIT
007500     END-IF.
007510     PERFORM 4100-PROCURA-CAMB THRU 4100-EXIT.
007520     IF WRK-CMB-ACHADO
007530         MOVE 'TAXA JA CADASTRADA' TO WRK-MOTIVO
007540         MOVE 'N' TO WRK-SW-TRAN-VALIDA
007550         GO TO 4000-EXIT
007560     END-IF.
007570     IF WRK-QTD-CAMBIOS >= WRK-MAX-CAMBIOS
007580         MOVE 'TABELA CHEIA' TO WRK-MOTIVO
007590         MOVE 'N' TO WRK-SW-TRAN-VALIDA
007600         GO TO 4000-EXIT
007610     END-IF.
007620     ADD 1 TO WRK-QTD-CAMBIOS.
007630     MOVE TTC-MOEDA TO TAB-CMB-MOEDA(WRK-QTD-CAMBIOS).
007640     MOVE TTC-VIG   TO TAB-CMB-VIG(WRK-QTD-CAMBIOS).
007650     MOVE TTC-TAXA  TO TAB-CMB-TAXA(WRK-QTD-CAMBIOS).
007660 4000-EXIT.
007670     EXIT.
007680******************************************************************
007690* 4100-PROCURA-CAMB - LOCALIZA A CHAVE (MOEDA + VIGENCIA) DA
007700*                     TRANSACAO NA TABELA DO PAYCAMB.
007710******************************************************************
007720 4100-PROCURA-CAMB.
007730     MOVE 'N' TO WRK-SW-CMB-ACHADO.
007740     PERFORM VARYING WRK-CMB-IDX FROM 1 BY 1
007750             UNTIL WRK-CMB-IDX > WRK-QTD-CAMBIOS
007760                OR WRK-CMB-ACHADO
007770         IF TAB-CMB-MOEDA(WRK-CMB-IDX) = TTC-MOEDA
007780                 AND TAB-CMB-VIG(WRK-CMB-IDX) = TTC-VIG
007790             SET WRK-CMB-ACHADO TO TRUE
007800         END-IF
007810     END-PERFORM.
007820     IF WRK-CMB-ACHADO
007830         SUBTRACT 1 FROM WRK-CMB-IDX
007840     END-IF.
007850 4100-EXIT.
007860     EXIT.
007870******************************************************************
007880* 4500-EXCLUI-CAMB - EXCLUI A TAXA DO PAYCAMB ACHADA PELA CHAVE
007890*                    DA TRANSACAO, COMPACTANDO A TABELA.
007900******************************************************************
007910 4500-EXCLUI-CAMB.
007920     PERFORM 4100-PROCURA-CAMB THRU 4100-EXIT.
007930     IF NOT WRK-CMB-ACHADO
007940         MOVE 'TAXA NAO CADASTRADA' TO WRK-MOTIVO
007950         MOVE 'N' TO WRK-SW-TRAN-VALIDA
007960         GO TO 4500-EXIT
007970     END-IF.
007980     PERFORM VARYING WRK-I FROM WRK-CMB-IDX BY 1
007990             UNTIL WRK-I >= WRK-QTD-CAMBIOS
008000         COMPUTE WRK-J = WRK-I + 1
008010         MOVE TAB-CMB-ENT(WRK-J) TO TAB-CMB-ENT(WRK-I)
008020     END-PERFORM.
008030     SUBTRACT 1 FROM WRK-QTD-CAMBIOS.
008040 4500-EXIT.
008050     EXIT.
008060******************************************************************
008070* 5000-ORDENA-TABELAS - ORDENA O PAYTABS POR TIPO + VIGENCIA
008080*                       INICIAL + LIMITE E O PAYCAMB POR MOEDA +
008090*                       VIGENCIA (BOLHA, COMO NO PROGCOB10), PARA
008100*                       A VALIDACAO DE CONTINUIDADE E A
008110*                       REGRAVACAO.
008120******************************************************************
008130 5000-ORDENA-TABELAS.
008140     IF WRK-QTD-TABELAS > 1
008150         PERFORM VARYING WRK-I FROM 1 BY 1
008160                 UNTIL WRK-I >= WRK-QTD-TABELAS
008170             PERFORM VARYING WRK-J FROM 1 BY 1
008180                     UNTIL WRK-J > WRK-QTD-TABELAS - WRK-I
008190                 COMPUTE WRK-J1 = WRK-J + 1
008200                 IF TAB-TBX-CHAVE(WRK-J)
008210                         > TAB-TBX-CHAVE(WRK-J1)
008220                     PERFORM 5100-TROCA-TBX THRU 5100-EXIT
008230                 END-IF
008240             END-PERFORM
008250         END-PERFORM
008260     END-IF.
008270     IF WRK-QTD-CAMBIOS > 1
008280         PERFORM VARYING WRK-I FROM 1 BY 1
008290                 UNTIL WRK-I >= WRK-QTD-CAMBIOS
008300             PERFORM VARYING WRK-J FROM 1 BY 1
008310                     UNTIL WRK-J > WRK-QTD-CAMBIOS - WRK-I
008320                 COMPUTE WRK-J1 = WRK-J + 1
008330                 IF TAB-CMB-CHAVE(WRK-J)
008340                         > TAB-CMB-CHAVE(WRK-J1)
008350                     PERFORM 5200-TROCA-CMB THRU 5200-EXIT
008360                 END-IF
008370             END-PERFORM
008380         END-PERFORM
008390     END-IF.
008400 5000-EXIT.
008410     EXIT.
008420 5100-TROCA-TBX.
008430     MOVE TAB-TBX-ENT(WRK-J)  TO WRK-TROCA-TBX.
008440     MOVE TAB-TBX-ENT(WRK-J1) TO TAB-TBX-ENT(WRK-J).
008450     MOVE WRK-TROCA-TBX       TO TAB-TBX-ENT(WRK-J1).
008460 5100-EXIT.
008470     EXIT.
008480 5200-TROCA-CMB.
008490     MOVE TAB-CMB-ENT(WRK-J)  TO WRK-TROCA-CMB.
008500     MOVE TAB-CMB-ENT(WRK-J1) TO TAB-CMB-ENT(WRK-J).
008510     MOVE WRK-TROCA-CMB       TO TAB-CMB-ENT(WRK-J1).
008520 5200-EXIT.
008530     EXIT.
008540******************************************************************
008550* 6000-VALIDA-CONTINUIDADE - SOBRE A TABELA ORDENADA DO PAYTABS:
008560*                            DENTRO DO MESMO CONJUNTO (TIPO +
008570*                            VIGENCIA INICIAL) OS LIMITES DEVEM
008580*                            SER ESTRITAMENTE CRESCENTES (SEM
008590*                            REPETICAO = SEM SOBREPOSICAO DE
008600*                            FAIXA), E ENTRE CONJUNTOS DO MESMO
008610*                            TIPO AS VIGENCIAS NAO PODEM SE
008620*                            SOBREPOR (OU O MESMO PERIODO TERIA
008630*                            DOIS JOGOS DE FAIXAS E O 1083 DO
008640*                            PROGCOB04 ESCOLHERIA AS CEGAS).
008650*                            QUALQUER ERRO DERRUBA A VALIDACAO:
008660*                            NADA E REGRAVADO E O RETURN-CODE E
008670*                            8.
008680******************************************************************
008690 6000-VALIDA-CONTINUIDADE.
008700     IF WRK-QTD-TABELAS < 2
008710         GO TO 6000-EXIT
008720     END-IF.
008730     PERFORM 6100-VALIDA-UM-PAR THRU 6100-EXIT
008740         VARYING WRK-I FROM 1 BY 1
008750         UNTIL WRK-I >= WRK-QTD-TABELAS.
008760 6000-EXIT.
008770     EXIT.
008780******************************************************************
008790* 6100-VALIDA-UM-PAR - COMPARA O REGISTRO WRK-I COM O SEGUINTE
008800*                      NA TABELA ORDENADA DO PAYTABS.
008810******************************************************************
008820 6100-VALIDA-UM-PAR.
008830     COMPUTE WRK-J = WRK-I + 1.
008840     IF TAB-TBX-TIPO(WRK-I) NOT = TAB-TBX-TIPO(WRK-J)
008850         GO TO 6100-EXIT
008860     END-IF.
008870     IF TAB-TBX-VIG-INI(WRK-I) = TAB-TBX-VIG-INI(WRK-J)
008880*        MESMO CONJUNTO: A VIGENCIA FINAL DEVE SER A MESMA E OS
008890*        LIMITES ESTRITAMENTE CRESCENTES.
008900         IF TAB-TBX-VIG-FIM(WRK-I)
008910                 NOT = TAB-TBX-VIG-FIM(WRK-J)
008920             MOVE 'VIGENCIA FINAL DIVERGE NO CONJUNTO'
008930                 TO ERC-TEXTO
008940             PERFORM 6200-RELATA-ERRO THRU 6200-EXIT
008950         END-IF
008960         IF TAB-TBX-LIMITE(WRK-J) <= TAB-TBX-LIMITE(WRK-I)
008970             MOVE 'LIMITES NAO CRESCENTES NO CONJUNTO'
008980                 TO ERC-TEXTO
008990             PERFORM 6200-RELATA-ERRO THRU 6200-EXIT
009000         END-IF
009010     ELSE
009020*        CONJUNTOS DISTINTOS DO MESMO TIPO: AS VIGENCIAS NAO
009030*        PODEM SE SOBREPOR.
009040         IF TAB-TBX-VIG-FIM(WRK-I) >= TAB-TBX-VIG-INI(WRK-J)
009050             MOVE 'VIGENCIAS SOBREPOSTAS PARA O TIPO'
009060                 TO ERC-TEXTO
009070             PERFORM 6200-RELATA-ERRO THRU 6200-EXIT
009080         END-IF
009090     END-IF.
009100 6100-EXIT.
009110     EXIT.
009120******************************************************************
009130* 6200-RELATA-ERRO - GRAVA E EXIBE O ERRO DE CONTINUIDADE DO
009140*                    REGISTRO WRK-J E DERRUBA A VALIDACAO.
009150******************************************************************
009160 6200-RELATA-ERRO.
009170     MOVE 'N' TO WRK-SW-CONTINUIDADE.
009180     MOVE TAB-TBX-TIPO(WRK-J)    TO ERC-TIPO.
009190     MOVE TAB-TBX-VIG-INI(WRK-J) TO ERC-VIG.
009200     WRITE TAB-REPORT-RECORD FROM WRK-LINHA-ERRO-CONT
009210         AFTER ADVANCING 1 LINE.
009220     DISPLAY 'ERRO DE CONTINUIDADE: ' ERC-TEXTO ' '
009230         TAB-TBX-TIPO(WRK-J) ' ' TAB-TBX-VIG-INI(WRK-J).
009240 6200-EXIT.
009250     EXIT.
009260******************************************************************
009270* 7000-IMPRIME-IMAGEM - IMPRIME A IMAGEM CORRENTE DAS DUAS
009280*                       TABELAS NO REGISTRO DE MANUTENCAO (USADA
009290*                       PARA O ANTES E O DEPOIS).
009300******************************************************************
009310 7000-IMPRIME-IMAGEM.
009320     PERFORM 7100-IMPRIME-UM-TBX THRU 7100-EXIT
009330         VARYING WRK-TBX-IDX FROM 1 BY 1
009340         UNTIL WRK-TBX-IDX > WRK-QTD-TABELAS.
009350     PERFORM 7200-IMPRIME-UM-CMB THRU 7200-EXIT
009360         VARYING WRK-CMB-IDX FROM 1 BY 1
009370         UNTIL WRK-CMB-IDX > WRK-QTD-CAMBIOS.
009380 7000-EXIT.
009390     EXIT.
009400 7100-IMPRIME-UM-TBX.
009410     MOVE TAB-TBX-TIPO(WRK-TBX-IDX)     TO LTB-TIPO.
009420     MOVE TAB-TBX-VIG-INI(WRK-TBX-IDX)  TO LTB-VIG-INI.
009430     MOVE TAB-TBX-VIG-FIM(WRK-TBX-IDX)  TO LTB-VIG-FIM.
009440     MOVE TAB-TBX-LIMITE(WRK-TBX-IDX)   TO LTB-LIMITE.
009450     MOVE TAB-TBX-ALIQUOTA(WRK-TBX-IDX) TO LTB-ALIQUOTA.
009460     MOVE TAB-TBX-DEDUZIR(WRK-TBX-IDX)  TO LTB-DEDUZIR.
009470     WRITE TAB-REPORT-RECORD FROM WRK-LINHA-TBX
009480         AFTER ADVANCING 1 LINE.
009490 7100-EXIT.
009500     EXIT.
009510 7200-IMPRIME-UM-CMB.
009520     MOVE TAB-CMB-MOEDA(WRK-CMB-IDX) TO LCM-MOEDA.
009530     MOVE TAB-CMB-VIG(WRK-CMB-IDX)   TO LCM-VIG.
009540     MOVE TAB-CMB-TAXA(WRK-CMB-IDX)  TO LCM-TAXA.
009550     WRITE TAB-REPORT-RECORD FROM WRK-LINHA-CMB
009560         AFTER ADVANCING 1 LINE.
009570 7200-EXIT.
009580     EXIT.
009590******************************************************************
009600* 8000-REGRAVA-ARQUIVOS - REGRAVA O PAYTABS E O PAYCAMB A PARTIR
009610*                         DAS TABELAS ORDENADAS. SO E CHAMADO
009620*                         COM A VALIDACAO DE CONTINUIDADE LIMPA.
009630******************************************************************
009640 8000-REGRAVA-ARQUIVOS.
009650     OPEN OUTPUT TAX-TABLE-FILE.
009660     IF NOT WRK-TBX-OK
009670         DISPLAY 'ERRO AO REGRAVAR PAYTABS: ' WRK-TBX-STATUS
009680         MOVE 'N' TO WRK-SW-CONTINUIDADE
009690         GO TO 8000-EXIT
009700     END-IF.
009710     PERFORM 8100-GRAVA-UM-TBX THRU 8100-EXIT
009720         VARYING WRK-TBX-IDX FROM 1 BY 1
009730         UNTIL WRK-TBX-IDX > WRK-QTD-TABELAS.
009740     CLOSE TAX-TABLE-FILE.
009750     OPEN OUTPUT EXCHANGE-RATE-FILE.
009760     IF NOT WRK-CMB-OK
009770         DISPLAY 'ERRO AO REGRAVAR PAYCAMB: ' WRK-CMB-STATUS
009780         MOVE 'N' TO WRK-SW-CONTINUIDADE
009790         GO TO 8000-EXIT
009800     END-IF.
009810     PERFORM 8200-GRAVA-UM-CMB THRU 8200-EXIT
009820         VARYING WRK-CMB-IDX FROM 1 BY 1
009830         UNTIL WRK-CMB-IDX > WRK-QTD-CAMBIOS.
009840     CLOSE EXCHANGE-RATE-FILE.
009850 8000-EXIT.
009860     EXIT.
009870 8100-GRAVA-UM-TBX.
009880     MOVE TAB-TBX-TIPO(WRK-TBX-IDX)     TO TBX-TIPO.
009890     MOVE SPACES                        TO TBX-FILL1.
009900     MOVE TAB-TBX-VIG-INI(WRK-TBX-IDX)  TO TBX-VIG-INI.
009910     MOVE SPACES                        TO TBX-FILL2.
009920     MOVE TAB-TBX-VIG-FIM(WRK-TBX-IDX)  TO TBX-VIG-FIM.
009930     MOVE SPACES                        TO TBX-FILL3.
009940     MOVE TAB-TBX-LIMITE(WRK-TBX-IDX)   TO TBX-LIMITE.
009950     MOVE SPACES                        TO TBX-FILL4.
009960     MOVE TAB-TBX-ALIQUOTA(WRK-TBX-IDX) TO TBX-ALIQUOTA.
009970     MOVE SPACES                        TO TBX-FILL5.
009980     MOVE TAB-TBX-DEDUZIR(WRK-TBX-IDX)  TO TBX-DEDUZIR.
009990     WRITE TAX-TABLE-RECORD.
010000 8100-EXIT.
010010     EXIT.
010020 8200-GRAVA-UM-CMB.
010030     MOVE TAB-CMB-MOEDA(WRK-CMB-IDX) TO CMB-MOEDA.
010040     MOVE SPACES                     TO CMB-FILL1.
010050     MOVE TAB-CMB-TAXA(WRK-CMB-IDX)  TO CMB-TAXA.
010060     MOVE SPACES                     TO CMB-FILL2.
010070     MOVE TAB-CMB-VIG(WRK-CMB-IDX)   TO CMB-VIG.
010080     WRITE EXCHANGE-RATE-RECORD.
010090 8200-EXIT.
010100     EXIT.
010110******************************************************************
010120* 9000-FINALIZE - ORDENA, VALIDA A CONTINUIDADE, REGRAVA OS
010130*                 ARQUIVOS (SO COM A VALIDACAO LIMPA), IMPRIME A
010140*                 IMAGEM DE DEPOIS E OS TOTAIS E FECHA OS
010150*                 ARQUIVOS.
010160******************************************************************
010170 9000-FINALIZE.
010180     CLOSE TAB-TRANS-FILE.
010190     PERFORM 5000-ORDENA-TABELAS THRU 5000-EXIT.
010200     PERFORM 6000-VALIDA-CONTINUIDADE THRU 6000-EXIT.
010210     IF WRK-CONTINUIDADE-OK
010220         PERFORM 8000-REGRAVA-ARQUIVOS THRU 8000-EXIT
010230         MOVE 'IMAGEM DEPOIS DA MANUTENCAO:' TO SEC-TITULO
010240         WRITE TAB-REPORT-RECORD FROM WRK-LINHA-SECAO
010250             AFTER ADVANCING 2 LINES
010260         PERFORM 7000-IMPRIME-IMAGEM THRU 7000-EXIT
010270     ELSE
010280         MOVE 'VALIDACAO FALHOU - ARQUIVOS NAO REGRAVADOS'
010290             TO SEC-TITULO
010300         WRITE TAB-REPORT-RECORD FROM WRK-LINHA-SECAO
010310             AFTER ADVANCING 2 LINES
010320         DISPLAY 'VALIDACAO DE CONTINUIDADE FALHOU - '
010330             'PAYTABS/PAYCAMB NAO REGRAVADOS'
010340     END-IF.
010350     MOVE WRK-CONT-LIDAS      TO TOT-LIDAS.
010360     MOVE WRK-CONT-APLICADAS  TO TOT-APLICADAS.
010370     MOVE WRK-CONT-REJEITADAS TO TOT-REJEITADAS.
010380     WRITE TAB-REPORT-RECORD FROM WRK-LINHA-TOTAIS
010390         AFTER ADVANCING 2 LINES.
010400     CLOSE TAB-REPORT-FILE.
010410     DISPLAY '--------------------------------------------'.
010420     DISPLAY 'TRANSACOES LIDAS ....: ' WRK-CONT-LIDAS.
010430     DISPLAY 'TRANSACOES APLICADAS : ' WRK-CONT-APLICADAS.
010440     DISPLAY 'TRANSACOES REJEITADAS: ' WRK-CONT-REJEITADAS.
010450 9000-EXIT.
010460     EXIT.
010470 END PROGRAM PROGCOB17.
