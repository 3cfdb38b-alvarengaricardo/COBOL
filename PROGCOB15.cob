000090*          MATRICULA + EVENTO), NO MOLDE DO PROGCOB05: A
000100*          MATRICULA E VALIDADA CONTRA O EMPMAST (E CONTRA A
000110*          SITUACAO DE DESLIGADO), O EVENTO CONTRA OS CODIGOS
000120*          RECONHECIDOS (HE/HD/BO/FA) E O VALOR CONTRA OS LIMITES
000130*          DE CADA EVENTO - ASSIM O MOVIMENTO ERRADO E PEGO
000140*          AQUI, COM TEMPO DE CORRIGIR, E NAO NO MEIO DO
000150*          CALCULO DA FOLHA (2075 DO PROGCOB04). O REGISTRO DE
000280*                 TRAVA O STEP030 NELE, COMO JA TRAVA NO
000290*                 PROGCOB07); 4 QUANDO HOUVE TRANSACAO
000300*                 REJEITADA; 0 NORMAL.
000310* 2026-10-15 RRA  INCLUIDO O EVENTO HD (HORAS EXTRAS A 100%, EM
000320*                 DOMINGO OU FERIADO), GERADO PELA IMPORTACAO DO
000330*                 PONTO (PROGCOB25) AO LADO DO HE (50%), COM O
000340*                 MESMO LIMITE DE 220 HORAS E TOTAL PROPRIO NO
000350*                 MOVRPT.
000360* 2026-10-15 RRA  CONTROLE DE ETAPAS DA ESTEIRA (PAYSTEP,
000370*                 COPYBOOKS/STEPREC.CPY): REGISTRA O INICIO E A
000380*                 CONCLUSAO (COM O RC) DO STEP026 POR COMPETENCIA
000390*                 + TIPO DE EXECUCAO, E NA RESSUBMISSAO DA
000400*                 JCL/PAYROLL ENCERRA SEM FAZER NADA SE A ETAPA JA
000410*                 FOI CONCLUIDA.
000420******************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. PROGCOB15.
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SPECIAL-NAMES.
000480     DECIMAL-POINT IS COMMA.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT MOVEMENTS-FILE
000520         ASSIGN TO "MOVFOLHA"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WRK-MOV-STATUS.
000550     SELECT MOV-TRANS-FILE
000560         ASSIGN TO "MOVTRAN"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WRK-MTR-STATUS.
000590     SELECT EMPLOYEE-MASTER
000600         ASSIGN TO "EMPMAST"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS RANDOM
000630         RECORD KEY IS EMP-ID
000640         FILE STATUS IS WRK-EMP-STATUS.
000650     SELECT MOV-REPORT-FILE
000660         ASSIGN TO "MOVRPT"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WRK-MOVRPT-STATUS.
000690     SELECT STEP-LEDGER-FILE
000700         ASSIGN TO "PAYSTEP"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WRK-STP-STATUS.
000730     SELECT AUDIT-FILE
000740         ASSIGN TO "DATEAUD"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WRK-AUDIT-STATUS.
000770     SELECT RUN-CONTROL-FILE
000780         ASSIGN TO "PAYTIPO"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WRK-TIPO-CFG-STATUS.
000810     SELECT SECURITY-MASTER-FILE
000820         ASSIGN TO "OPERSEC"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WRK-SEC-STATUS.
000850     SELECT SECURITY-AUDIT-FILE
000860         ASSIGN TO "SECAUD"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WRK-SECAUD-STATUS.
000890     SELECT OPERATOR-CONTROL-FILE
000900         ASSIGN TO "PAYOPER"
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WRK-OPER-CFG-STATUS.
000930 DATA DIVISION.
000940 FILE SECTION.
000950 FD  MOVEMENTS-FILE
000960     LABEL RECORDS ARE STANDARD.
000970 01  MOVEMENTS-RECORD.
000980     05  MOV-MATRICULA            PIC X(06).
000990     05  MOV-FILL1                PIC X(02).
001000     05  MOV-EVENTO               PIC X(02).
001010     05  MOV-FILL2                PIC X(02).
001020     05  MOV-VALOR                PIC 9(06)V99.
001030 FD  MOV-TRANS-FILE
001040     LABEL RECORDS ARE STANDARD.
001050 01  MOV-TRANS-RECORD.
001060     05  MTR-ACAO                 PIC X(01).
001070     05  MTR-FILL1                PIC X(02).
001080     05  MTR-MATRICULA            PIC X(06).
001090     05  MTR-FILL2                PIC X(02).
001100     05  MTR-EVENTO               PIC X(02).
001110     05  MTR-FILL3                PIC X(02).
001120     05  MTR-VALOR                PIC 9(06)V99.
001130 FD  EMPLOYEE-MASTER
001140     LABEL RECORDS ARE STANDARD.
001150     COPY EMPREC.
001160 FD  MOV-REPORT-FILE
001170     LABEL RECORDS ARE STANDARD.
001180 01  MOV-REPORT-RECORD            PIC X(100).
001190 FD  OPERATOR-CONTROL-FILE
001200     LABEL RECORDS ARE STANDARD.
001210 01  OPERATOR-CONTROL-RECORD.
001220     05  OPCFG-OPERADOR           PIC X(10).
001230     05  OPCFG-FILL1              PIC X(02).
001240     05  OPCFG-SENHA              PIC X(10).
001250 FD  STEP-LEDGER-FILE
001260     LABEL RECORDS ARE STANDARD.
001270     COPY STEPREC.
001280 FD  AUDIT-FILE
001290     LABEL RECORDS ARE STANDARD.
001300 01  AUDIT-RECORD.
001310     05  AUD-DATA                 PIC 9(08).
001320     05  AUD-FILL1                PIC X(02).
001330     05  AUD-HORA                 PIC 9(08).
001340     05  AUD-FILL2                PIC X(02).
001350     05  AUD-OPERADOR             PIC X(10).
001360 FD  RUN-CONTROL-FILE
001370     LABEL RECORDS ARE STANDARD.
001380 01  RUN-CONTROL-RECORD.
001390     05  RCF-TIPO                 PIC X(08).
001400     05  RCF-FILL1                PIC X(02).
001410     05  RCF-PARCELA              PIC 9(01).
001420     05  RCF-FILL2                PIC X(02).
001430     05  RCF-MODO                 PIC X(08).
001440 FD  SECURITY-MASTER-FILE
001450     LABEL RECORDS ARE STANDARD.
001460     COPY OPERSEC.
001470 FD  SECURITY-AUDIT-FILE
001480     LABEL RECORDS ARE STANDARD.
001490 01  SECAUD-RECORD.
001500     05  SEC-DATA                 PIC 9(08).
001510     05  SEC-FILL1                PIC X(02).
001520     05  SEC-HORA                 PIC 9(08).
001530     05  SEC-FILL2                PIC X(02).
001540     05  SEC-OPERADOR             PIC X(10).
001550     05  SEC-FILL3                PIC X(02).
001560     05  SEC-PROGRAMA             PIC X(09).
001570     05  SEC-FILL4                PIC X(02).
001580     05  SEC-MOTIVO               PIC X(20).
001590 WORKING-STORAGE SECTION.
001600 77  WRK-MOV-STATUS       PIC X(02) VALUE '00'.
001610     88  WRK-MOV-OK                  VALUE '00'.
001620     88  WRK-MOV-EOF                 VALUE '10'.
001630 77  WRK-MTR-STATUS       PIC X(02) VALUE '00'.
001640     88  WRK-MTR-OK                  VALUE '00'.
001650     88  WRK-MTR-EOF                 VALUE '10'.
001660 77  WRK-EMP-STATUS       PIC X(02) VALUE '00'.
001670     88  WRK-EMP-OK                  VALUE '00'.
001680 77  WRK-MOVRPT-STATUS    PIC X(02) VALUE '00'.
001690     88  WRK-MOVRPT-OK               VALUE '00'.
001700 77  WRK-OPER-CFG-STATUS  PIC X(02) VALUE '00'.
001710     88  WRK-OPER-CFG-OK             VALUE '00'.
001720*----------------------------------------------------------------
001730* CONTROLE DE ETAPAS DA ESTEIRA (PAYSTEP): ESTE PROGRAMA E O
001740* STEP026 DA JCL/PAYROLL. A CHAVE E A COMPETENCIA (DATA DO
001750* DATEAUD) + O TIPO DE EXECUCAO (PAYTIPO) + O STEP; ETAPA JA
001760* CONCLUIDA NA MESMA CHAVE NAO RODA DE NOVO NA RESSUBMISSAO.
001770* SEM O DD PAYSTEP (PROGRAMA RODADO FORA DA ESTEIRA) NADA MUDA.
001780*----------------------------------------------------------------
001790 77  WRK-STP-STATUS       PIC X(02) VALUE '00'.
001800     88  WRK-STP-OK                  VALUE '00'.
001810     88  WRK-STP-EOF                 VALUE '10'.
001820 77  WRK-STP-STEP         PIC X(08) VALUE 'STEP026'.
001830 77  WRK-STP-PROGRAMA     PIC X(09) VALUE 'PROGCOB15'.
001840 77  WRK-SW-STP-ATIVO     PIC X(01) VALUE 'N'.
001850     88  WRK-STP-ATIVO               VALUE 'S'.
001860 77  WRK-STP-DATA-LOTE    PIC 9(08) VALUE ZEROS.
001870 77  WRK-STP-COMPETENCIA  PIC 9(06) VALUE ZEROS.
001880 77  WRK-STP-TIPO         PIC X(08) VALUE 'REGULAR'.
001890     88  WRK-STP-TIPO-VALIDO         VALUES 'REGULAR' '13SAL'
001900                                            'FERIAS' 'DISSIDIO'
001910                                            'ADIANT'.
001920 77  WRK-STP-PARCELA      PIC 9(01) VALUE 1.
001930 77  WRK-STP-MODO         PIC X(08) VALUE 'NORMAL'.
001940 77  WRK-STP-SITUACAO     PIC X(01) VALUE SPACES.
001950     88  WRK-STP-JA-CONCLUIDA        VALUE 'C'.
001960 77  WRK-STP-RC-ANTERIOR  PIC 9(02) VALUE ZEROS.
001970 77  WRK-STP-SIT-GRAVAR   PIC X(01) VALUE SPACES.
001980 77  WRK-STP-RC           PIC 9(02) VALUE ZEROS.
001990 77  WRK-STP-DATA         PIC 9(08) VALUE ZEROS.
002000 77  WRK-STP-HORA         PIC 9(08) VALUE ZEROS.
002010 77  WRK-AUDIT-STATUS     PIC X(02) VALUE '00'.
002020     88  WRK-AUDIT-OK                VALUE '00'.
002030     88  WRK-AUDIT-EOF               VALUE '10'.
002040 77  WRK-TIPO-CFG-STATUS  PIC X(02) VALUE '00'.
002050     88  WRK-TIPO-CFG-OK             VALUE '00'.
002060 77  WRK-SW-OPER-ARQUIVO  PIC X(01) VALUE 'N'.
002070     88  WRK-OPER-ARQUIVO            VALUE 'S'.
002080 77  WRK-SW-OPERADOR      PIC X(01) VALUE 'N'.
002090     88  WRK-OPERADOR-VALIDO         VALUE 'S'.
002100 77  WRK-OPERADOR         PIC X(10) VALUE SPACES.
002110 77  WRK-SENHA            PIC X(10) VALUE SPACES.
002120 77  WRK-SEC-STATUS       PIC X(02) VALUE '00'.
002130     88  WRK-SEC-OK                  VALUE '00'.
002140     88  WRK-SEC-EOF                 VALUE '10'.
002150 77  WRK-SECAUD-STATUS    PIC X(02) VALUE '00'.
002160     88  WRK-SECAUD-OK               VALUE '00'.
002170 77  WRK-SW-OPR-ACHADO    PIC X(01) VALUE 'N'.
002180     88  WRK-OPR-ACHADO              VALUE 'S'.
002190 77  WRK-OPR-ATIVO        PIC X(01) VALUE 'N'.
002200 77  WRK-OPR-SENHA        PIC X(10) VALUE SPACES.
002210 77  WRK-OPR-AUT-FUNCAO   PIC X(01) VALUE 'N'.
002220 77  WRK-MOTIVO-LOGON     PIC X(20) VALUE SPACES.
002230 77  WRK-DATA-LOGON       PIC 9(08) VALUE ZEROS.
002240 77  WRK-HORA-LOGON       PIC 9(08) VALUE ZEROS.
002250 77  WRK-IDX              PIC 9(02) COMP VALUE ZERO.
002260 77  WRK-DATA-ATUAL       PIC 9(08) VALUE ZEROS.
002270 77  WRK-CONT-LIDAS       PIC 9(05) COMP VALUE ZERO.
002280 77  WRK-CONT-APLICADAS   PIC 9(05) COMP VALUE ZERO.
002290 77  WRK-CONT-REJEITADAS  PIC 9(05) COMP VALUE ZERO.
002300 77  WRK-SW-TRAN-VALIDA   PIC X(01) VALUE 'S'.
002310     88  WRK-TRAN-VALIDA             VALUE 'S'.
002320 77  WRK-MOTIVO           PIC X(02) VALUE SPACES.
002330 77  WRK-QTD-MOVIMENTOS   PIC 9(03) COMP VALUE ZERO.
002340 77  WRK-MAX-MOVIMENTOS   PIC 9(03) COMP VALUE 200.
002350 77  WRK-MOV-IDX          PIC 9(03) COMP VALUE ZERO.
002360 77  WRK-I                PIC 9(03) COMP VALUE ZERO.
002370 77  WRK-J                PIC 9(03) COMP VALUE ZERO.
002380 77  WRK-J1               PIC 9(03) COMP VALUE ZERO.
002390 77  WRK-SW-MOV-ACHADO    PIC X(01) VALUE 'N'.
002400     88  WRK-MOV-ACHADO              VALUE 'S'.
002410 77  WRK-VALOR-ED         PIC ZZZ.ZZ9,99 VALUE ZEROS.
002420*----------------------------------------------------------------
002430* TABELA DE MOTIVOS DE REJEICAO DE TRANSACAO, CARREGADA POR
002440* REDEFINES, NO MESMO IDIOMA DO PROGCOB05.
002450*----------------------------------------------------------------
002460 01  TAB-MOTIVOS-DADOS.
002470     05  FILLER PIC X(02) VALUE '01'.
002480     05  FILLER PIC X(30) VALUE 'ACAO INVALIDA'.
002490     05  FILLER PIC X(02) VALUE '02'.
002500     05  FILLER PIC X(30) VALUE 'MATRICULA EM BRANCO'.
002510     05  FILLER PIC X(02) VALUE '03'.
002520     05  FILLER PIC X(30) VALUE 'MATRICULA NAO CADASTRADA'.
002530     05  FILLER PIC X(02) VALUE '04'.
002540     05  FILLER PIC X(30) VALUE 'FUNCIONARIO DESLIGADO'.
002550     05  FILLER PIC X(02) VALUE '05'.
002560     05  FILLER PIC X(30) VALUE 'EVENTO NAO RECONHECIDO'.
002570     05  FILLER PIC X(02) VALUE '06'.
002580     05  FILLER PIC X(30) VALUE 'VALOR INVALIDO OU FORA LIMITE'.
002590     05  FILLER PIC X(02) VALUE '07'.
002600     05  FILLER PIC X(30) VALUE 'MOVIMENTO JA CADASTRADO'.
002610     05  FILLER PIC X(02) VALUE '08'.
002620     05  FILLER PIC X(30) VALUE 'MOVIMENTO NAO CADASTRADO'.
002630     05  FILLER PIC X(02) VALUE '09'.
002640     05  FILLER PIC X(30) VALUE 'ARQUIVO DE MOVIMENTOS CHEIO'.
002650 01  TAB-MOTIVOS REDEFINES TAB-MOTIVOS-DADOS.
002660     05  TAB-MOTIVO-ENT OCCURS 9 TIMES.
002670         10  TAB-MOTIVO-CODIGO    PIC X(02).
002680         10  TAB-MOTIVO-TEXTO     PIC X(30).
002690*----------------------------------------------------------------
002700* TABELA DO MOVFOLHA (MESMO LIMITE DO PROGCOB04), REGRAVADA EM
002710* ORDEM DE MATRICULA + EVENTO NO FIM.
002720*----------------------------------------------------------------
002730 01  TAB-MOVIMENTOS.
002740     05  TAB-MOV-ENT OCCURS 200 TIMES.
002750         10  TAB-MOV-CHAVE.
002760             15  TAB-MOV-MATRICULA PIC X(06).
002770             15  TAB-MOV-EVENTO    PIC X(02).
002780         10  TAB-MOV-VALOR        PIC 9(06)V99.
002790 01  WRK-TROCA-ENT.
002800     05  WRK-TROCA-CHAVE          PIC X(08).
002810     05  WRK-TROCA-VALOR          PIC 9(06)V99.
002820*----------------------------------------------------------------
002830* TOTAIS POR TIPO DE EVENTO PARA O VISTO DO SUPERVISOR.
002840*----------------------------------------------------------------
002850 01  TAB-EVENTOS.
002860     05  TAB-EVT-ENT OCCURS 4 TIMES.
002870         10  TAB-EVT-CODIGO       PIC X(02).
002880         10  TAB-EVT-QTDE         PIC 9(05).
002890         10  TAB-EVT-VALOR        PIC 9(08)V99.
002900 77  WRK-EVT-IDX          PIC 9(01) COMP VALUE ZERO.
002910*----------------------------------------------------------------
002920* LINHAS DE IMPRESSAO DO REGISTRO DE MOVIMENTOS.
002930*----------------------------------------------------------------
002940 01  WRK-LINHA-CABEC1.
002950     05  FILLER PIC X(25) VALUE SPACES.
002960     05  FILLER PIC X(50)
002970         VALUE 'FOLHA DE PAGAMENTO - REGISTRO DE MOVIMENTOS'.
002980     05  FILLER PIC X(25) VALUE SPACES.
002990 01  WRK-LINHA-CABEC2.
003000     05  FILLER PIC X(08) VALUE 'DATA: '.
003010     05  CAB2-DATA            PIC 9(08).
003020     05  FILLER PIC X(10) VALUE SPACES.
003030     05  FILLER PIC X(10) VALUE 'OPERADOR: '.
003040     05  CAB2-OPERADOR        PIC X(10).
003050     05  FILLER PIC X(54) VALUE SPACES.
003060 01  WRK-LINHA-APLICADA.
003070     05  FILLER PIC X(11) VALUE 'APLICADA : '.
003080     05  APL-ACAO             PIC X(01).
003090     05  FILLER PIC X(02) VALUE SPACES.
003100     05  APL-MATRICULA        PIC X(06).
003110     05  FILLER PIC X(02) VALUE SPACES.
003120     05  APL-EVENTO           PIC X(02).
003130     05  FILLER PIC X(02) VALUE SPACES.
003140     05  APL-VALOR            PIC ZZZ.ZZ9,99.
003150     05  FILLER PIC X(64) VALUE SPACES.
003160 01  WRK-LINHA-REJEICAO.
003170     05  FILLER PIC X(11) VALUE 'REJEITADA: '.
003180     05  REJ-ACAO             PIC X(01).
003190     05  FILLER PIC X(02) VALUE SPACES.
003200     05  REJ-MATRICULA        PIC X(06).
003210     05  FILLER PIC X(02) VALUE SPACES.
003220     05  REJ-EVENTO           PIC X(02).
003230     05  FILLER PIC X(09) VALUE '  MOTIVO '.
003240     05  REJ-MOTIVO           PIC X(02).
003250     05  FILLER PIC X(03) VALUE ' - '.
003260     05  REJ-TEXTO            PIC X(30).
003270     05  FILLER PIC X(32) VALUE SPACES.
003280 01  WRK-LINHA-EVENTO.
003290     05  FILLER PIC X(15) VALUE 'TOTAL EVENTO '.
003300     05  EVT-CODIGO           PIC X(02).
003310     05  FILLER PIC X(09) VALUE '  QTDE: '.
003320     05  EVT-QTDE             PIC ZZ.ZZ9.
003330     05  FILLER PIC X(16) VALUE '  VALOR/QTDE: '.
003340     05  EVT-VALOR            PIC ZZ.ZZZ.ZZ9,99.
003350     05  FILLER PIC X(39) VALUE SPACES.
003360 01  WRK-LINHA-TOTAIS.
003370     05  FILLER PIC X(19) VALUE 'TRANSACOES LIDAS: '.
003380     05  TOT-LIDAS            PIC ZZZ.ZZ9.
003390     05  FILLER PIC X(14) VALUE '  APLICADAS: '.
003400     05  TOT-APLICADAS        PIC ZZZ.ZZ9.
003410     05  FILLER PIC X(15) VALUE '  REJEITADAS: '.
003420     05  TOT-REJEITADAS       PIC ZZZ.ZZ9.
003430     05  FILLER PIC X(31) VALUE SPACES.
003440 PROCEDURE DIVISION.
003450******************************************************************
003460* 0000-MAINLINE - CONTROLA A MANUTENCAO DO MOVFOLHA.
003470******************************************************************
003480 0000-MAINLINE.
003490     PERFORM 0500-LOGON-OPERADOR THRU 0500-EXIT.
003500     IF NOT WRK-OPERADOR-VALIDO
003510         DISPLAY 'OPERADOR NAO AUTORIZADO: ' WRK-OPERADOR
003520         MOVE 8 TO RETURN-CODE
003530         GOBACK
003540     END-IF.
003550     PERFORM 0600-VERIFICA-ETAPA THRU 0600-EXIT.
003560     IF WRK-STP-JA-CONCLUIDA
003570         DISPLAY 'ETAPA ' WRK-STP-STEP ' JA CONCLUIDA PARA '
003580             WRK-STP-COMPETENCIA ' ' WRK-STP-TIPO ' (RC '
003590             WRK-STP-RC-ANTERIOR ') - NADA A FAZER'
003600         MOVE WRK-STP-RC-ANTERIOR TO RETURN-CODE
003610         GOBACK
003620     END-IF.
003630     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003640     PERFORM 2000-PROCESSA-TRANSACAO THRU 2000-EXIT
003650         UNTIL WRK-MTR-EOF.
003660     PERFORM 9000-FINALIZE THRU 9000-EXIT.
003670     IF WRK-CONT-REJEITADAS > 0
003680         MOVE 4 TO RETURN-CODE
003690     ELSE
003700         MOVE 0 TO RETURN-CODE
003710     END-IF.
003720     PERFORM 0650-CONCLUI-ETAPA THRU 0650-EXIT.
003730     GOBACK.
003740******************************************************************
003750* 0500-LOGON-OPERADOR - OBTEM O OPERADOR E A SENHA DO PAYOPER,
003760*                       QUANDO PREPARADOS EXTERNAMENTE PARA UMA
003770*                       EXECUCAO EM LOTE, OU DO CONSOLE QUANDO O
003780*                       ARQUIVO NAO EXISTE OU ESTA VAZIO, E
003790*                       VALIDA CONTRA O CADASTRO DE SEGURANCA
003800*                       (OPERSEC): OPERADOR ATIVO, SENHA E
003810*                       AUTORIZACAO DE MANUTENCAO DE CADASTRO.
003820*                       TENTATIVA RECUSADA E GRAVADA NO SECAUD,
003830*                       NO MESMO IDIOMA DO PROGCOB02/03/04.
003840******************************************************************
003850 0500-LOGON-OPERADOR.
003860     MOVE 'N' TO WRK-SW-OPER-ARQUIVO.
003870     OPEN INPUT OPERATOR-CONTROL-FILE.
003880     IF WRK-OPER-CFG-OK
003890         READ OPERATOR-CONTROL-FILE
003900             AT END
003910                 CONTINUE
003920             NOT AT END
003930                 MOVE OPCFG-OPERADOR TO WRK-OPERADOR
003940                 MOVE OPCFG-SENHA    TO WRK-SENHA
003950                 SET WRK-OPER-ARQUIVO TO TRUE
003960         END-READ
003970         CLOSE OPERATOR-CONTROL-FILE
003980     END-IF.
003990     IF NOT WRK-OPER-ARQUIVO
004000         DISPLAY 'OPERADOR: ' WITH NO ADVANCING
004010         ACCEPT WRK-OPERADOR FROM CONSOLE
004020         DISPLAY 'SENHA: ' WITH NO ADVANCING
004030         ACCEPT WRK-SENHA FROM CONSOLE
004040     END-IF.
004050     MOVE 'N' TO WRK-SW-OPERADOR.
004060     MOVE SPACES TO WRK-MOTIVO-LOGON.
004070     PERFORM 0510-PROCURA-OPERSEC THRU 0510-EXIT.
004080     EVALUATE TRUE
004090         WHEN NOT WRK-OPR-ACHADO
004100             MOVE 'NAO CADASTRADO' TO WRK-MOTIVO-LOGON
004110         WHEN WRK-OPR-ATIVO NOT = 'S'
004120             MOVE 'OPERADOR INATIVO' TO WRK-MOTIVO-LOGON
004130         WHEN WRK-OPR-SENHA NOT = WRK-SENHA
004140             MOVE 'SENHA INVALIDA' TO WRK-MOTIVO-LOGON
004150         WHEN WRK-OPR-AUT-FUNCAO NOT = 'S'
004160             MOVE 'SEM AUTORIZACAO' TO WRK-MOTIVO-LOGON
004170         WHEN OTHER
004180             MOVE 'S' TO WRK-SW-OPERADOR
004190     END-EVALUATE.
004200     IF NOT WRK-OPERADOR-VALIDO
004210         DISPLAY 'LOGON RECUSADO (' WRK-MOTIVO-LOGON ') - '
004220             WRK-OPERADOR
004230         PERFORM 0520-GRAVA-SECAUD THRU 0520-EXIT
004240     END-IF.
004250 0500-EXIT.
004260     EXIT.
004270******************************************************************
004280* 0510-PROCURA-OPERSEC - PROCURA O OPERADOR NO CADASTRO DE
004290*                        SEGURANCA (OPERSEC) E GUARDA OS CAMPOS
004300*                        DO REGISTRO ACHADO (A AUTORIZACAO DESTE
004310*                        PROGRAMA E A DE MANUTENCAO DE CADASTRO).
004320*                        ARQUIVO INDISPONIVEL EQUIVALE A
004330*                        OPERADOR NAO CADASTRADO.
004340******************************************************************
004350 0510-PROCURA-OPERSEC.
004360     MOVE 'N' TO WRK-SW-OPR-ACHADO.
004370     OPEN INPUT SECURITY-MASTER-FILE.
004380     IF NOT WRK-SEC-OK
004390         DISPLAY 'CADASTRO DE SEGURANCA (OPERSEC) '
004400             'INDISPONIVEL: ' WRK-SEC-STATUS
004410         GO TO 0510-EXIT
004420     END-IF.
004430     PERFORM 0515-LE-OPERSEC THRU 0515-EXIT
004440         UNTIL WRK-SEC-EOF OR WRK-OPR-ACHADO.
004450     CLOSE SECURITY-MASTER-FILE.
004460 0510-EXIT.
004470     EXIT.
004480 0515-LE-OPERSEC.
004490     READ SECURITY-MASTER-FILE
004500         AT END
004510             SET WRK-SEC-EOF TO TRUE
004520         NOT AT END
004530             IF OPR-CODIGO = WRK-OPERADOR
004540                 SET WRK-OPR-ACHADO TO TRUE
004550                 MOVE OPR-ATIVO TO WRK-OPR-ATIVO
004560                 MOVE OPR-SENHA TO WRK-OPR-SENHA
004570                 MOVE OPR-AUT-CADASTRO
004580                     TO WRK-OPR-AUT-FUNCAO
004590             END-IF
004600     END-READ.
004610 0515-EXIT.
004620     EXIT.
004630******************************************************************
004640* 0520-GRAVA-SECAUD - REGISTRA A TENTATIVA DE LOGON RECUSADA NO
004650*                     SECAUD (DATA, HORA, OPERADOR, PROGRAMA E
004660*                     MOTIVO), NO MESMO IDIOMA DA TRILHA DO
004670*                     DATEAUD DO PROGCOB03.
004680******************************************************************
004690 0520-GRAVA-SECAUD.
004700     ACCEPT WRK-DATA-LOGON FROM DATE YYYYMMDD.
004710     ACCEPT WRK-HORA-LOGON FROM TIME.
004720     OPEN EXTEND SECURITY-AUDIT-FILE.
004730     IF NOT WRK-SECAUD-OK
004740         CLOSE SECURITY-AUDIT-FILE
004750         OPEN OUTPUT SECURITY-AUDIT-FILE
004760     END-IF.
004770     IF NOT WRK-SECAUD-OK
004780         DISPLAY 'ERRO AO ABRIR SECAUD: ' WRK-SECAUD-STATUS
004790         GO TO 0520-EXIT
004800     END-IF.
004810     MOVE WRK-DATA-LOGON TO SEC-DATA.
004820     MOVE SPACES         TO SEC-FILL1.
004830     MOVE WRK-HORA-LOGON TO SEC-HORA.
004840     MOVE SPACES         TO SEC-FILL2.
004850     MOVE WRK-OPERADOR   TO SEC-OPERADOR.
004860     MOVE SPACES         TO SEC-FILL3.
004870     MOVE 'PROGCOB15'    TO SEC-PROGRAMA.
004880     MOVE SPACES         TO SEC-FILL4.
004890     MOVE WRK-MOTIVO-LOGON TO SEC-MOTIVO.
004900     WRITE SECAUD-RECORD.
004910     IF NOT WRK-SECAUD-OK
004920         DISPLAY 'ERRO AO GRAVAR SECAUD: ' WRK-SECAUD-STATUS
004930     END-IF.
004940     CLOSE SECURITY-AUDIT-FILE.
004950 0520-EXIT.
004960     EXIT.
004970******************************************************************
004980* 0600-VERIFICA-ETAPA - MONTA A CHAVE DA ETAPA (COMPETENCIA, TIPO
004990*                       DE EXECUCAO E STEP) E PROCURA O ULTIMO
005000*                       REGISTRO DELA NO PAYSTEP. CONCLUIDA: O
005010*                       CHAMADOR ENCERRA SEM FAZER NADA, COM O RC
005020*                       DA CONCLUSAO; SENAO GRAVA O REGISTRO DE
005030*                       INICIO. SEM O PAYSTEP, A ETAPA RODA SEM
005040*                       REGISTRO, COMO ANTES.
005050******************************************************************
005060 0600-VERIFICA-ETAPA.
005070     PERFORM 0605-DETERMINA-CHAVE THRU 0605-EXIT.
005080     MOVE SPACES TO WRK-STP-SITUACAO.
005090     MOVE ZEROS TO WRK-STP-RC-ANTERIOR.
005100     MOVE 'N' TO WRK-SW-STP-ATIVO.
005110     OPEN INPUT STEP-LEDGER-FILE.
005120     IF NOT WRK-STP-OK
005130         DISPLAY 'CONTROLE DE ETAPAS (PAYSTEP) INDISPONIVEL ('
005140             WRK-STP-STATUS ') - ETAPA SEM REGISTRO'
005150         GO TO 0600-EXIT
005160     END-IF.
005170     SET WRK-STP-ATIVO TO TRUE.
005180     PERFORM 0610-LE-ETAPA THRU 0610-EXIT
005190         UNTIL WRK-STP-EOF.
005200     CLOSE STEP-LEDGER-FILE.
005210     IF WRK-STP-JA-CONCLUIDA
005220         GO TO 0600-EXIT
005230     END-IF.
005240     MOVE 'I' TO WRK-STP-SIT-GRAVAR.
005250     MOVE ZEROS TO WRK-STP-RC.
005260     PERFORM 0620-GRAVA-ETAPA THRU 0620-EXIT.
005270 0600-EXIT.
005280     EXIT.
005290******************************************************************
005300* 0605-DETERMINA-CHAVE - COMPETENCIA DA DATA DO ULTIMO REGISTRO
005310*                        DO DATEAUD (DATA DO SISTEMA SEM ELE) E
005320*                        TIPO DE EXECUCAO DO PAYTIPO (REGULAR SEM
005330*                        ELE OU COM TIPO NAO RECONHECIDO), COM A
005340*                        PARCELA NO 13O E 'REPROC' NO MODO DE
005350*                        REPROCESSO - OS MESMOS CRITERIOS DO
005360*                        PROGCOB04.
005370******************************************************************
005380 0605-DETERMINA-CHAVE.
005390     ACCEPT WRK-STP-DATA-LOTE FROM DATE YYYYMMDD.
005400     OPEN INPUT AUDIT-FILE.
005410     IF WRK-AUDIT-OK
005420         PERFORM 0615-LE-AUDITORIA THRU 0615-EXIT
005430             UNTIL WRK-AUDIT-EOF
005440         CLOSE AUDIT-FILE
005450     END-IF.
005460     COMPUTE WRK-STP-COMPETENCIA = WRK-STP-DATA-LOTE / 100.
005470     MOVE 'REGULAR' TO WRK-STP-TIPO.
005480     MOVE 1 TO WRK-STP-PARCELA.
005490     MOVE 'NORMAL' TO WRK-STP-MODO.
005500     OPEN INPUT RUN-CONTROL-FILE.
005510     IF WRK-TIPO-CFG-OK
005520         READ RUN-CONTROL-FILE
005530             AT END
005540                 CONTINUE
005550             NOT AT END
005560                 MOVE RCF-TIPO TO WRK-STP-TIPO
005570                 IF RCF-PARCELA IS NUMERIC AND RCF-PARCELA = 2
005580                     MOVE 2 TO WRK-STP-PARCELA
005590                 END-IF
005600                 IF RCF-MODO NOT = SPACES
005610                     MOVE RCF-MODO TO WRK-STP-MODO
005620                 END-IF
005630         END-READ
005640         CLOSE RUN-CONTROL-FILE
005650     END-IF.
005660     IF NOT WRK-STP-TIPO-VALIDO
005670         MOVE 'REGULAR' TO WRK-STP-TIPO
005680     END-IF.
005690     IF WRK-STP-TIPO = '13SAL'
005700         IF WRK-STP-PARCELA = 2
005710             MOVE '13SAL-2' TO WRK-STP-TIPO
005720         ELSE
005730             MOVE '13SAL-1' TO WRK-STP-TIPO
005740         END-IF
005750     END-IF.
005760     IF WRK-STP-MODO = 'REPROC'
005770         MOVE 'REPROC' TO WRK-STP-TIPO
005780     END-IF.
005790 0605-EXIT.
005800     EXIT.
005810 0610-LE-ETAPA.
005820     READ STEP-LEDGER-FILE
005830         AT END
005840             SET WRK-STP-EOF TO TRUE
005850         NOT AT END
005860             IF STP-COMPETENCIA = WRK-STP-COMPETENCIA
005870                     AND STP-TIPO = WRK-STP-TIPO
005880                     AND STP-STEP = WRK-STP-STEP
005890                 MOVE STP-SITUACAO TO WRK-STP-SITUACAO
005900                 MOVE STP-RC       TO WRK-STP-RC-ANTERIOR
005910             END-IF
005920     END-READ.
005930 0610-EXIT.
005940     EXIT.
005950 0615-LE-AUDITORIA.
005960     READ AUDIT-FILE
005970         AT END
005980             SET WRK-AUDIT-EOF TO TRUE
005990         NOT AT END
006000             MOVE AUD-DATA TO WRK-STP-DATA-LOTE
006010     END-READ.
006020 0615-EXIT.
006030     EXIT.
006040******************************************************************
006050* 0620-GRAVA-ETAPA - ACRESCENTA AO PAYSTEP O REGISTRO DA ETAPA COM
006060*                    A SITUACAO DE WRK-STP-SIT-GRAVAR E O RC DE
006070*                    WRK-STP-RC. FALHA DE GRAVACAO SO E AVISADA:
006080*                    O CONTROLE DE ETAPAS NAO IMPEDE O LOTE.
006090******************************************************************
006100 0620-GRAVA-ETAPA.
006110     IF NOT WRK-STP-ATIVO
006120         GO TO 0620-EXIT
006130     END-IF.
006140     ACCEPT WRK-STP-DATA FROM DATE YYYYMMDD.
006150     ACCEPT WRK-STP-HORA FROM TIME.
006160     OPEN EXTEND STEP-LEDGER-FILE.
006170     IF NOT WRK-STP-OK
006180         DISPLAY 'ERRO AO ABRIR PAYSTEP: ' WRK-STP-STATUS
006190         GO TO 0620-EXIT
006200     END-IF.
006210     MOVE WRK-STP-COMPETENCIA TO STP-COMPETENCIA.
006220     MOVE SPACES              TO STP-FILL1.
006230     MOVE WRK-STP-TIPO        TO STP-TIPO.
006240     MOVE SPACES              TO STP-FILL2.
006250     MOVE WRK-STP-STEP        TO STP-STEP.
006260     MOVE SPACES              TO STP-FILL3.
006270     MOVE WRK-STP-PROGRAMA    TO STP-PROGRAMA.
006280     MOVE SPACES              TO STP-FILL4.
006290     MOVE WRK-STP-SIT-GRAVAR  TO STP-SITUACAO.
006300     MOVE SPACES              TO STP-FILL5.
006310     MOVE WRK-STP-RC          TO STP-RC.
006320     MOVE SPACES              TO STP-FILL6.
006330     MOVE WRK-STP-DATA        TO STP-DATA.
006340     MOVE SPACES              TO STP-FILL7.
006350     MOVE WRK-STP-HORA        TO STP-HORA.
006360     MOVE SPACES              TO STP-FILL8.
006370     MOVE WRK-OPERADOR        TO STP-OPERADOR.
006380     WRITE STP-RECORD.
006390     IF NOT WRK-STP-OK
006400         DISPLAY 'ERRO AO GRAVAR PAYSTEP: ' WRK-STP-STATUS
006410     END-IF.
006420     CLOSE STEP-LEDGER-FILE.
006430 0620-EXIT.
006440     EXIT.
006450******************************************************************
006460* 0650-CONCLUI-ETAPA - REGISTRA O FIM DA ETAPA COM O RETURN-CODE
006470*                      DO PROGRAMA: 'C' (CONCLUIDA) ATE RC 4, 'F'
006480*                      (FALHOU) DE RC 8 EM DIANTE. OS
006490*                      ENCERRAMENTOS FATAIS NO MEIO DO PROGRAMA
006500*                      (GOBACK COM RC 8) DEIXAM A ETAPA SO COM O
006510*                      REGISTRO 'I', QUE TAMBEM NAO CONTA COMO
006520*                      CONCLUIDA.
006530******************************************************************
006540 0650-CONCLUI-ETAPA.
006550     MOVE RETURN-CODE TO WRK-STP-RC.
006560     IF WRK-STP-RC < 8
006570         MOVE 'C' TO WRK-STP-SIT-GRAVAR
006580     ELSE
006590         MOVE 'F' TO WRK-STP-SIT-GRAVAR
006600     END-IF.
006610     PERFORM 0620-GRAVA-ETAPA THRU 0620-EXIT.
006620     MOVE WRK-STP-RC TO RETURN-CODE.
006630 0650-EXIT.
006640     EXIT.
006650******************************************************************
006660* 1000-INITIALIZE - CARREGA O MOVFOLHA NA TABELA, ABRE O
006670*                   CADASTRO, AS TRANSACOES E O RELATORIO,
006680*                   IMPRIME O CABECALHO E LE A PRIMEIRA
006690*                   TRANSACAO.
006700******************************************************************
006710 1000-INITIALIZE.
006720     ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
006730     MOVE 'HE' TO TAB-EVT-CODIGO(1).
006740     MOVE 'BO' TO TAB-EVT-CODIGO(2).
006750     MOVE 'FA' TO TAB-EVT-CODIGO(3).
006760     MOVE 'HD' TO TAB-EVT-CODIGO(4).
006770     PERFORM VARYING WRK-EVT-IDX FROM 1 BY 1
006780             UNTIL WRK-EVT-IDX > 4
006790         MOVE ZEROS TO TAB-EVT-QTDE(WRK-EVT-IDX)
006800         MOVE ZEROS TO TAB-EVT-VALOR(WRK-EVT-IDX)
006810     END-PERFORM.
006820     MOVE ZERO TO WRK-QTD-MOVIMENTOS.
006830     OPEN INPUT MOVEMENTS-FILE.
006840     IF WRK-MOV-OK
006850         PERFORM 1100-LE-MOVIMENTO THRU 1100-EXIT
006860             UNTIL WRK-MOV-EOF
006870         CLOSE MOVEMENTS-FILE
006880     ELSE
006890         DISPLAY 'MOVFOLHA AINDA NAO EXISTE - SERA CRIADO'
006900     END-IF.
006910     OPEN INPUT EMPLOYEE-MASTER.
006920     IF NOT WRK-EMP-OK
006930         DISPLAY 'ERRO AO ABRIR EMPLOYEE-MASTER: '
006940             WRK-EMP-STATUS
006950         MOVE 8 TO RETURN-CODE
006960         GOBACK
006970     END-IF.
006980     OPEN INPUT MOV-TRANS-FILE.
006990     IF NOT WRK-MTR-OK
007000         DISPLAY 'ERRO AO ABRIR MOV-TRANS-FILE: '
007010             WRK-MTR-STATUS
007020         CLOSE EMPLOYEE-MASTER
007030         MOVE 8 TO RETURN-CODE
007040         GOBACK
007050     END-IF.
007060     OPEN OUTPUT MOV-REPORT-FILE.
007070     IF NOT WRK-MOVRPT-OK
007080         DISPLAY 'ERRO AO ABRIR MOV-REPORT-FILE: '
007090             WRK-MOVRPT-STATUS
007100         CLOSE EMPLOYEE-MASTER
007110         CLOSE MOV-TRANS-FILE
007120         MOVE 8 TO RETURN-CODE
007130         GOBACK
007140     END-IF.
007150     MOVE WRK-DATA-ATUAL TO CAB2-DATA.
007160     MOVE WRK-OPERADOR   TO CAB2-OPERADOR.
007170     WRITE MOV-REPORT-RECORD FROM WRK-LINHA-CABEC1
007180         AFTER ADVANCING PAGE.
007190     WRITE MOV-REPORT-RECORD FROM WRK-LINHA-CABEC2
007200         AFTER ADVANCING 1 LINE.
007210     PERFORM 2900-LE-TRANSACAO THRU 2900-EXIT.
007220 1000-EXIT.
007230     EXIT.
007240******************************************************************
007250* 1100-LE-MOVIMENTO - LE UM REGISTRO DO MOVFOLHA PARA A TABELA.
007260*                     ARQUIVO ALEM DO LIMITE ENCERRA COM RETURN-
007270*                     CODE 8, COMO O PROGCOB04 FARIA NO CALCULO.
007280******************************************************************
007290 1100-LE-MOVIMENTO.
007300     READ MOVEMENTS-FILE
007310         AT END
007320             SET WRK-MOV-EOF TO TRUE
007330         NOT AT END
007340             IF WRK-QTD-MOVIMENTOS >= WRK-MAX-MOVIMENTOS
007350                 DISPLAY 'TABELA DE MOVIMENTOS CHEIA - MAXIMO '
007360                     WRK-MAX-MOVIMENTOS ' REGISTROS'
007370                 CLOSE MOVEMENTS-FILE
007380                 MOVE 8 TO RETURN-CODE
007390                 GOBACK
007400             ELSE
007410                 ADD 1 TO WRK-QTD-MOVIMENTOS
007420                 MOVE MOV-MATRICULA TO
007430                     TAB-MOV-MATRICULA(WRK-QTD-MOVIMENTOS)
007440                 MOVE MOV-EVENTO TO
007450                     TAB-MOV-EVENTO(WRK-QTD-MOVIMENTOS)
007460                 IF MOV-VALOR IS NUMERIC
007470                     MOVE MOV-VALOR TO
007480                         TAB-MOV-VALOR(WRK-QTD-MOVIMENTOS)
007490                 ELSE
007500                     MOVE ZEROS TO
007510                         TAB-MOV-VALOR(WRK-QTD-MOVIMENTOS)
007520                 END-IF
007530             END-IF
007540     END-READ.
007550 1100-EXIT.
007560     EXIT.
007570******************************************************************
007580* 2000-PROCESSA-TRANSACAO - VALIDA A TRANSACAO E ACIONA A
007590*                           INCLUSAO, ALTERACAO OU EXCLUSAO
007600*                           CORRESPONDENTE.
007610******************************************************************
007620 2000-PROCESSA-TRANSACAO.
007630     ADD 1 TO WRK-CONT-LIDAS.
007640     MOVE 'S' TO WRK-SW-TRAN-VALIDA.
007650     MOVE SPACES TO WRK-MOTIVO.
007660     PERFORM 2050-VALIDA-TRANSACAO THRU 2050-EXIT.
007670     IF WRK-TRAN-VALIDA
007680         EVALUATE MTR-ACAO
007690             WHEN 'I'
007700                 PERFORM 3000-INCLUI THRU 3000-EXIT
007710             WHEN 'A'
007720                 PERFORM 4000-ALTERA THRU 4000-EXIT
007730             WHEN 'E'
007740                 PERFORM 5000-EXCLUI THRU 5000-EXIT
007750         END-EVALUATE
007760     END-IF.
007770     IF NOT WRK-TRAN-VALIDA
007780         PERFORM 7200-IMPRIME-REJEICAO THRU 7200-EXIT
007790         ADD 1 TO WRK-CONT-REJEITADAS
007800     ELSE
007810         PERFORM 7100-IMPRIME-APLICADA THRU 7100-EXIT
007820         ADD 1 TO WRK-CONT-APLICADAS
007830     END-IF.
007840     PERFORM 2900-LE-TRANSACAO THRU 2900-EXIT.
007850 2000-EXIT.
007860     EXIT.
007870******************************************************************
007880* 2050-VALIDA-TRANSACAO - CONSISTE A ACAO, A MATRICULA (QUE DEVE
007890*                         EXISTIR NO EMPMAST E NAO ESTAR
007900*                         DESLIGADA), O EVENTO E, NA INCLUSAO E
007910*                         ALTERACAO, O VALOR CONTRA OS LIMITES
007920*                         DO EVENTO.
007930******************************************************************
007940 2050-VALIDA-TRANSACAO.
007950     IF MTR-ACAO NOT = 'I' AND MTR-ACAO NOT = 'A'
007960             AND MTR-ACAO NOT = 'E'
007970         MOVE '01' TO WRK-MOTIVO
007980         MOVE 'N' TO WRK-SW-TRAN-VALIDA
007990         GO TO 2050-EXIT
008000     END-IF.
008010     IF MTR-MATRICULA = SPACES
008020         MOVE '02' TO WRK-MOTIVO
008030         MOVE 'N' TO WRK-SW-TRAN-VALIDA
008040         GO TO 2050-EXIT
008050     END-IF.
008060     MOVE MTR-MATRICULA TO EMP-ID.
008070     READ EMPLOYEE-MASTER
008080         INVALID KEY
008090             MOVE '03' TO WRK-MOTIVO
008100             MOVE 'N' TO WRK-SW-TRAN-VALIDA
008110     END-READ.
008120     IF NOT WRK-TRAN-VALIDA
008130         GO TO 2050-EXIT
008140     END-IF.
008150     IF EMP-SITUACAO = 'D'
008160         MOVE '04' TO WRK-MOTIVO
008170         MOVE 'N' TO WRK-SW-TRAN-VALIDA
008180         GO TO 2050-EXIT
008190     END-IF.
008200     IF MTR-EVENTO NOT = 'HE' AND MTR-EVENTO NOT = 'BO'
008210             AND MTR-EVENTO NOT = 'FA' AND MTR-EVENTO NOT = 'HD'
008220         MOVE '05' TO WRK-MOTIVO
008230         MOVE 'N' TO WRK-SW-TRAN-VALIDA
008240         GO TO 2050-EXIT
008250     END-IF.
008260     IF MTR-ACAO = 'I' OR MTR-ACAO = 'A'
008270         PERFORM 2060-VALIDA-VALOR THRU 2060-EXIT
008280     END-IF.
008290 2050-EXIT.
008300     EXIT.
008310******************************************************************
008320* 2060-VALIDA-VALOR - CONSISTE O VALOR DA INCLUSAO/ALTERACAO
008330*                     CONTRA O LIMITE DO EVENTO: HE E HD ATE
008340*                     220 HORAS, FA ATE 30 DIAS, BO ATE 50.000,00.
008350*                     VALOR NAO NUMERICO OU ZERADO E REJEITADO.
008360******************************************************************
008370 2060-VALIDA-VALOR.
008380     IF MTR-VALOR IS NOT NUMERIC OR MTR-VALOR = ZEROS
008390         MOVE '06' TO WRK-MOTIVO
008400         MOVE 'N' TO WRK-SW-TRAN-VALIDA
008410         GO TO 2060-EXIT
008420     END-IF.
008430     EVALUATE MTR-EVENTO
008440         WHEN 'HE'
008450         WHEN 'HD'
008460             IF MTR-VALOR > 220
008470                 MOVE '06' TO WRK-MOTIVO
008480                 MOVE 'N' TO WRK-SW-TRAN-VALIDA
008490             END-IF
008500         WHEN 'FA'
008510             IF MTR-VALOR > 30
008520                 MOVE '06' TO WRK-MOTIVO
008530                 MOVE 'N' TO WRK-SW-TRAN-VALIDA
008540             END-IF
008550         WHEN 'BO'
008560             IF MTR-VALOR > 50000,00
008570                 MOVE '06' TO WRK-MOTIVO
008580                 MOVE 'N' TO WRK-SW-TRAN-VALIDA
008590             END-IF
008600     END-EVALUATE.
008610 2060-EXIT.
008620     EXIT.
008630******************************************************************
008640* 2100-PROCURA-MOVIMENTO - LOCALIZA A CHAVE (MATRICULA + EVENTO)
008650*                          DA TRANSACAO NA TABELA, DEIXANDO
008660*                          WRK-MOV-IDX APONTANDO PARA ELA QUANDO
008670*                          ACHADA.
008680******************************************************************
008690 2100-PROCURA-MOVIMENTO.
008700     MOVE 'N' TO WRK-SW-MOV-ACHADO.
008710     PERFORM VARYING WRK-MOV-IDX FROM 1 BY 1
008720             UNTIL WRK-MOV-IDX > WRK-QTD-MOVIMENTOS
008730                OR WRK-MOV-ACHADO
008740         IF TAB-MOV-MATRICULA(WRK-MOV-IDX) = MTR-MATRICULA
008750                 AND TAB-MOV-EVENTO(WRK-MOV-IDX) = MTR-EVENTO
008760             SET WRK-MOV-ACHADO TO TRUE
008770         END-IF
008780     END-PERFORM.
008790     IF WRK-MOV-ACHADO
008800         SUBTRACT 1 FROM WRK-MOV-IDX
008810     END-IF.
008820 2100-EXIT.
008830     EXIT.
008840******************************************************************
008850* 2900-LE-TRANSACAO - LE A PROXIMA TRANSACAO DO MOVTRAN.
008860******************************************************************
008870 2900-LE-TRANSACAO.
008880     READ MOV-TRANS-FILE
008890         AT END
008900             SET WRK-MTR-EOF TO TRUE
008910     END-READ.
008920 2900-EXIT.
008930     EXIT.
008940******************************************************************
008950* 3000-INCLUI - INCLUI UM MOVIMENTO NOVO NA TABELA. CHAVE JA
008960*               CADASTRADA OU TABELA CHEIA E REJEITADA.
008970******************************************************************
008980 3000-INCLUI.
008990     PERFORM 2100-PROCURA-MOVIMENTO THRU 2100-EXIT.
009000     IF WRK-MOV-ACHADO
009010         MOVE '07' TO WRK-MOTIVO
009020         MOVE 'N' TO WRK-SW-TRAN-VALIDA
009030         GO TO 3000-EXIT
009040     END-IF.
009050     IF WRK-QTD-MOVIMENTOS >= WRK-MAX-MOVIMENTOS
009060         MOVE '09' TO WRK-MOTIVO
009070         MOVE 'N' TO WRK-SW-TRAN-VALIDA
009080         GO TO 3000-EXIT
009090     END-IF.
009100     ADD 1 TO WRK-QTD-MOVIMENTOS.
009110     MOVE MTR-MATRICULA
009120         TO TAB-MOV-MATRICULA(WRK-QTD-MOVIMENTOS).
009130     MOVE MTR-EVENTO TO TAB-MOV-EVENTO(WRK-QTD-MOVIMENTOS).
009140     MOVE MTR-VALOR  TO TAB-MOV-VALOR(WRK-QTD-MOVIMENTOS).
009150 3000-EXIT.
009160     EXIT.
009170******************************************************************
009180* 4000-ALTERA - REGRAVA O VALOR DO MOVIMENTO ACHADO PELA CHAVE
009190*               DA TRANSACAO.
009200******************************************************************
009210 4000-ALTERA.
009220     PERFORM 2100-PROCURA-MOVIMENTO THRU 2100-EXIT.
009230     IF NOT WRK-MOV-ACHADO
009240         MOVE '08' TO WRK-MOTIVO
009250         MOVE 'N' TO WRK-SW-TRAN-VALIDA
009260         GO TO 4000-EXIT
009270     END-IF.
009280     MOVE MTR-VALOR TO TAB-MOV-VALOR(WRK-MOV-IDX).
009290 4000-EXIT.
009300     EXIT.
009310******************************************************************
009320* 5000-EXCLUI - EXCLUI O MOVIMENTO ACHADO PELA CHAVE DA
009330*               TRANSACAO, COMPACTANDO A TABELA.
009340******************************************************************
009350 5000-EXCLUI.
009360     PERFORM 2100-PROCURA-MOVIMENTO THRU 2100-EXIT.
009370     IF NOT WRK-MOV-ACHADO
009380         MOVE '08' TO WRK-MOTIVO
009390         MOVE 'N' TO WRK-SW-TRAN-VALIDA
009400         GO TO 5000-EXIT
009410     END-IF.
009420     PERFORM VARYING WRK-I FROM WRK-MOV-IDX BY 1
009430             UNTIL WRK-I >= WRK-QTD-MOVIMENTOS
009440         COMPUTE WRK-J = WRK-I + 1
009450         MOVE TAB-MOV-ENT(WRK-J) TO TAB-MOV-ENT(WRK-I)
009460     END-PERFORM.
009470     SUBTRACT 1 FROM WRK-QTD-MOVIMENTOS.
009480 5000-EXIT.
009490     EXIT.
009500******************************************************************
009510* 7100-IMPRIME-APLICADA - IMPRIME A TRANSACAO APLICADA NO
009520*                         REGISTRO DE MOVIMENTOS.
009530******************************************************************
009540 7100-IMPRIME-APLICADA.
009550     MOVE MTR-ACAO      TO APL-ACAO.
009560     MOVE MTR-MATRICULA TO APL-MATRICULA.
009570     MOVE MTR-EVENTO    TO APL-EVENTO.
009580     IF MTR-VALOR IS NUMERIC
009590         MOVE MTR-VALOR TO APL-VALOR
009600     ELSE
009610         MOVE ZEROS TO APL-VALOR
009620     END-IF.
009630     WRITE MOV-REPORT-RECORD FROM WRK-LINHA-APLICADA
009640         AFTER ADVANCING 1 LINE.
009650 7100-EXIT.
009660     EXIT.
009670******************************************************************
009680* 7200-IMPRIME-REJEICAO - IMPRIME A TRANSACAO REJEITADA COM O
009690*                         CODIGO E O TEXTO DO MOTIVO.
009700******************************************************************
009710 7200-IMPRIME-REJEICAO.
009720     MOVE MTR-ACAO      TO REJ-ACAO.
009730     MOVE MTR-MATRICULA TO REJ-MATRICULA.
009740     MOVE MTR-EVENTO    TO REJ-EVENTO.
009750     MOVE WRK-MOTIVO    TO REJ-MOTIVO.
009760     MOVE SPACES        TO REJ-TEXTO.
009770     PERFORM VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 9
009780         IF WRK-MOTIVO = TAB-MOTIVO-CODIGO(WRK-IDX)
009790             MOVE TAB-MOTIVO-TEXTO(WRK-IDX) TO REJ-TEXTO
009800         END-IF
009810     END-PERFORM.
009820     WRITE MOV-REPORT-RECORD FROM WRK-LINHA-REJEICAO
009830         AFTER ADVANCING 1 LINE.
009840 7200-EXIT.
009850     EXIT.
009860******************************************************************
009870* 6000-ORDENA-TABELA - ORDENA A TABELA POR MATRICULA + EVENTO
009880*                      (BOLHA, COMO NO PROGCOB10), PARA O
009890*                      ARQUIVO SAIR AGRUPADO POR FUNCIONARIO.
009900******************************************************************
009910 6000-ORDENA-TABELA.
009920     IF WRK-QTD-MOVIMENTOS < 2
009930         GO TO 6000-EXIT
009940     END-IF.
009950     PERFORM VARYING WRK-I FROM 1 BY 1
009960             UNTIL WRK-I >= WRK-QTD-MOVIMENTOS
009970         PERFORM VARYING WRK-J FROM 1 BY 1
009980                 UNTIL WRK-J > WRK-QTD-MOVIMENTOS - WRK-I
009990             COMPUTE WRK-J1 = WRK-J + 1
010000             IF TAB-MOV-CHAVE(WRK-J) > TAB-MOV-CHAVE(WRK-J1)
010010                 PERFORM 6100-TROCA-ENTRADAS THRU 6100-EXIT
010020             END-IF
010030         END-PERFORM
010040     END-PERFORM.
010050 6000-EXIT.
010060     EXIT.
010070 6100-TROCA-ENTRADAS.
010080     MOVE TAB-MOV-ENT(WRK-J)  TO WRK-TROCA-ENT.
010090     MOVE TAB-MOV-ENT(WRK-J1) TO TAB-MOV-ENT(WRK-J).
010100     MOVE WRK-TROCA-ENT       TO TAB-MOV-ENT(WRK-J1).
010110 6100-EXIT.
010120     EXIT.
010130******************************************************************
010140* 8000-TOTALIZA-EVENTOS - ACUMULA E IMPRIME OS TOTAIS POR TIPO
010150*                         DE EVENTO DO MOVFOLHA FINAL (HE, HD E
010160*                         FA EM QUANTIDADE DE HORAS/DIAS, BO EM
010170*                         VALOR), PARA O VISTO DO SUPERVISOR.
010180******************************************************************
010190 8000-TOTALIZA-EVENTOS.
010200     PERFORM VARYING WRK-MOV-IDX FROM 1 BY 1
010210             UNTIL WRK-MOV-IDX > WRK-QTD-MOVIMENTOS
010220         PERFORM VARYING WRK-EVT-IDX FROM 1 BY 1
010230                 UNTIL WRK-EVT-IDX > 4
010240             IF TAB-MOV-EVENTO(WRK-MOV-IDX)
010250                     = TAB-EVT-CODIGO(WRK-EVT-IDX)
010260                 ADD 1 TO TAB-EVT-QTDE(WRK-EVT-IDX)
010270                 ADD TAB-MOV-VALOR(WRK-MOV-IDX)
010280                     TO TAB-EVT-VALOR(WRK-EVT-IDX)
010290             END-IF
010300         END-PERFORM
010310     END-PERFORM.
010320     PERFORM VARYING WRK-EVT-IDX FROM 1 BY 1
010330             UNTIL WRK-EVT-IDX > 4
010340         MOVE TAB-EVT-CODIGO(WRK-EVT-IDX) TO EVT-CODIGO
010350         MOVE TAB-EVT-QTDE(WRK-EVT-IDX)   TO EVT-QTDE
010360         MOVE TAB-EVT-VALOR(WRK-EVT-IDX)  TO EVT-VALOR
010370         WRITE MOV-REPORT-RECORD FROM WRK-LINHA-EVENTO
010380             AFTER ADVANCING 1 LINE
010390     END-PERFORM.
010400 8000-EXIT.
010410     EXIT.
010420******************************************************************
010430* 9000-FINALIZE - ORDENA E REGRAVA O MOVFOLHA, IMPRIME OS TOTAIS
010440*                 POR EVENTO E OS TOTAIS DA MANUTENCAO E FECHA
010450*                 OS ARQUIVOS.
010460******************************************************************
010470 9000-FINALIZE.
010480     CLOSE MOV-TRANS-FILE.
010490     CLOSE EMPLOYEE-MASTER.
010500     PERFORM 6000-ORDENA-TABELA THRU 6000-EXIT.
010510     OPEN OUTPUT MOVEMENTS-FILE.
010520     IF NOT WRK-MOV-OK
010530         DISPLAY 'ERRO AO REGRAVAR MOVFOLHA: ' WRK-MOV-STATUS
010540         CLOSE MOV-REPORT-FILE
010550         MOVE 8 TO RETURN-CODE
010560         GOBACK
010570     END-IF.
010580     PERFORM VARYING WRK-MOV-IDX FROM 1 BY 1
010590             UNTIL WRK-MOV-IDX > WRK-QTD-MOVIMENTOS
010600         MOVE TAB-MOV-MATRICULA(WRK-MOV-IDX) TO MOV-MATRICULA
010610         MOVE SPACES                         TO MOV-FILL1
010620         MOVE TAB-MOV-EVENTO(WRK-MOV-IDX)    TO MOV-EVENTO
010630         MOVE SPACES                         TO MOV-FILL2
010640         MOVE TAB-MOV-VALOR(WRK-MOV-IDX)     TO MOV-VALOR
010650         WRITE MOVEMENTS-RECORD
010660     END-PERFORM.
010670     CLOSE MOVEMENTS-FILE.
010680     PERFORM 8000-TOTALIZA-EVENTOS THRU 8000-EXIT.
010690     MOVE WRK-CONT-LIDAS      TO TOT-LIDAS.
010700     MOVE WRK-CONT-APLICADAS  TO TOT-APLICADAS.
010710     MOVE WRK-CONT-REJEITADAS TO TOT-REJEITADAS.
010720     WRITE MOV-REPORT-RECORD FROM WRK-LINHA-TOTAIS
010730         AFTER ADVANCING 2 LINES.
010740     CLOSE MOV-REPORT-FILE.
010750     DISPLAY '--------------------------------------------'.
010760     DISPLAY 'TRANSACOES LIDAS ....: ' WRK-CONT-LIDAS.
010770     DISPLAY 'TRANSACOES APLICADAS : ' WRK-CONT-APLICADAS.
010780     DISPLAY 'TRANSACOES REJEITADAS: ' WRK-CONT-REJEITADAS.
010790 9000-EXIT.
010800     EXIT.
010810 END PROGRAM PROGCOB15.
