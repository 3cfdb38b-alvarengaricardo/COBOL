000220*                 PARA OPERADOR OU ARQUIVO INDISPONIVEL; 0 EM
000230*                 CASO NORMAL. A GERACAO E APONTADA PELA JCL
000240*                 (EMPBKP).
000250* 2026-10-15 RRA  O EMPREC GANHOU EMP-ADMISSAO E EMP-CARGO: A
000260*                 IMAGEM NO DETALHE DO BACKUP CRESCEU PARA 79
000270*                 POSICOES E OCUPA O REGISTRO INTEIRO (LRECL=80
000280*                 MANTIDO).
000290* 2026-10-15 RRA  O EMPREC GANHOU EMP-EMPRESA: A IMAGEM NO DETALHE
000300*                 DO BACKUP PASSOU A 81 POSICOES E O EMPBKP A
000310*                 LRECL=82 (HEADER E TRAILER ACOMPANHAM).
000320* 2026-10-15 RRA  CONTROLE DE ETAPAS DA ESTEIRA (PAYSTEP,
000330*                 COPYBOOKS/STEPREC.CPY): REGISTRA O INICIO E A
000340*                 CONCLUSAO (COM O RC) DO STEP024 POR COMPETENCIA
000350*                 + TIPO DE EXECUCAO, E NA RESSUBMISSAO DA
000360*                 JCL/PAYROLL ENCERRA SEM FAZER NADA SE A ETAPA JA
000370*                 FOI CONCLUIDA. SEM O DD PAYSTEP (JCL/DISSIDIO)
000380*                 NADA MUDA.
000390* 2026-10-15 RRA  REGISTRO DO EMPBKP CORRIGIDO PARA 82 POSICOES (O
000400*                 DETALHE PERDIA O EMP-EMPRESA). NA RESSUBMISSAO
000410*                 COM A ETAPA JA CONCLUIDA A GERACAO NOVA RECEBE
000420*                 A COPIA DA GERACAO ANTERIOR (EMPBKPA, 0700) EM
000430*                 VEZ DE SAIR VAZIA - A JCL/RESTAURA CONTINUA A
000440*                 ACHAR EM (0) UM BACKUP COMPLETO.
000450******************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID. PROGCOB20.
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SPECIAL-NAMES.
000510     DECIMAL-POINT IS COMMA.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT EMPLOYEE-MASTER
000550         ASSIGN TO "EMPMAST"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS SEQUENTIAL
000580         RECORD KEY IS EMP-ID
000590         FILE STATUS IS WRK-EMP-STATUS.
000600     SELECT BACKUP-FILE
000610         ASSIGN TO "EMPBKP"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WRK-BKP-STATUS.
000640     SELECT PREVIOUS-BACKUP-FILE
000650         ASSIGN TO "EMPBKPA"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WRK-BKA-STATUS.
000680     SELECT STEP-LEDGER-FILE
000690         ASSIGN TO "PAYSTEP"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WRK-STP-STATUS.
000720     SELECT AUDIT-FILE
000730         ASSIGN TO "DATEAUD"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WRK-AUDIT-STATUS.
000760     SELECT RUN-CONTROL-FILE
000770         ASSIGN TO "PAYTIPO"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WRK-TIPO-CFG-STATUS.
000800     SELECT SECURITY-MASTER-FILE
000810         ASSIGN TO "OPERSEC"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WRK-SEC-STATUS.
000840     SELECT SECURITY-AUDIT-FILE
000850         ASSIGN TO "SECAUD"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WRK-SECAUD-STATUS.
000880     SELECT OPERATOR-CONTROL-FILE
000890         ASSIGN TO "PAYOPER"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WRK-OPER-CFG-STATUS.
000920 DATA DIVISION.
000930 FILE SECTION.
000940 FD  EMPLOYEE-MASTER
000950     LABEL RECORDS ARE STANDARD.
000960     COPY EMPREC.
000970 FD  BACKUP-FILE
000980     LABEL RECORDS ARE STANDARD.
000990 01  BACKUP-RECORD                PIC X(82).
001000 FD  PREVIOUS-BACKUP-FILE
001010     LABEL RECORDS ARE STANDARD.
001020 01  PREVIOUS-BACKUP-RECORD.
001030     05  BKA-TIPO                 PIC X(01).
001040     05  BKA-RESTO                PIC X(81).
001050 FD  OPERATOR-CONTROL-FILE
001060     LABEL RECORDS ARE STANDARD.
001070 01  OPERATOR-CONTROL-RECORD.
001080     05  OPCFG-OPERADOR           PIC X(10).
001090     05  OPCFG-FILL1              PIC X(02).
001100     05  OPCFG-SENHA              PIC X(10).
001110 FD  STEP-LEDGER-FILE
001120     LABEL RECORDS ARE STANDARD.
001130     COPY STEPREC.
001140 FD  AUDIT-FILE
001150     LABEL RECORDS ARE STANDARD.
001160 01  AUDIT-RECORD.
001170     05  AUD-DATA                 PIC 9(08).
001180     05  AUD-FILL1                PIC X(02).
001190     05  AUD-HORA                 PIC 9(08).
001200     05  AUD-FILL2                PIC X(02).
001210     05  AUD-OPERADOR             PIC X(10).
001220 FD  RUN-CONTROL-FILE
001230     LABEL RECORDS ARE STANDARD.
001240 01  RUN-CONTROL-RECORD.
001250     05  RCF-TIPO                 PIC X(08).
001260     05  RCF-FILL1                PIC X(02).
001270     05  RCF-PARCELA              PIC 9(01).
001280     05  RCF-FILL2                PIC X(02).
001290     05  RCF-MODO                 PIC X(08).
001300 FD  SECURITY-MASTER-FILE
001310     LABEL RECORDS ARE STANDARD.
001320     COPY OPERSEC.
001330 FD  SECURITY-AUDIT-FILE
001340     LABEL RECORDS ARE STANDARD.
001350 01  SECAUD-RECORD.
001360     05  SEC-DATA                 PIC 9(08).
001370     05  SEC-FILL1                PIC X(02).
001380     05  SEC-HORA                 PIC 9(08).
001390     05  SEC-FILL2                PIC X(02).
001400     05  SEC-OPERADOR             PIC X(10).
001410     05  SEC-FILL3                PIC X(02).
001420     05  SEC-PROGRAMA             PIC X(09).
001430     05  SEC-FILL4                PIC X(02).
001440     05  SEC-MOTIVO               PIC X(20).
001450 WORKING-STORAGE SECTION.
001460 77  WRK-EMP-STATUS       PIC X(02) VALUE '00'.
001470     88  WRK-EMP-OK                  VALUE '00'.
001480     88  WRK-EMP-EOF                 VALUE '10'.
001490 77  WRK-BKP-STATUS       PIC X(02) VALUE '00'.
001500     88  WRK-BKP-OK                  VALUE '00'.
001510 77  WRK-SW-BKP-FALHA     PIC X(01) VALUE 'N'.
001520     88  WRK-BKP-FALHOU              VALUE 'S'.
001530 77  WRK-BKA-STATUS       PIC X(02) VALUE '00'.
001540     88  WRK-BKA-OK                  VALUE '00'.
001550     88  WRK-BKA-EOF                 VALUE '10'.
001560 77  WRK-SW-BKA-TRAILER   PIC X(01) VALUE 'N'.
001570     88  WRK-BKA-COM-TRAILER         VALUE 'S'.
001580 77  WRK-SEC-STATUS       PIC X(02) VALUE '00'.
001590     88  WRK-SEC-OK                  VALUE '00'.
001600     88  WRK-SEC-EOF                 VALUE '10'.
001610 77  WRK-SECAUD-STATUS    PIC X(02) VALUE '00'.
001620     88  WRK-SECAUD-OK               VALUE '00'.
001630 77  WRK-OPER-CFG-STATUS  PIC X(02) VALUE '00'.
001640     88  WRK-OPER-CFG-OK             VALUE '00'.
001650*----------------------------------------------------------------
001660* CONTROLE DE ETAPAS DA ESTEIRA (PAYSTEP): ESTE PROGRAMA E O
001670* STEP024 DA JCL/PAYROLL. A CHAVE E A COMPETENCIA (DATA DO
001680* DATEAUD) + O TIPO DE EXECUCAO (PAYTIPO) + O STEP; ETAPA JA
001690* CONCLUIDA NA MESMA CHAVE NAO RODA DE NOVO NA RESSUBMISSAO.
001700* SEM O DD PAYSTEP (PROGRAMA RODADO FORA DA ESTEIRA) NADA MUDA.
001710*----------------------------------------------------------------
001720 77  WRK-STP-STATUS       PIC X(02) VALUE '00'.
001730     88  WRK-STP-OK                  VALUE '00'.
001740     88  WRK-STP-EOF                 VALUE '10'.
001750 77  WRK-STP-STEP         PIC X(08) VALUE 'STEP024'.
001760 77  WRK-STP-PROGRAMA     PIC X(09) VALUE 'PROGCOB20'.
001770 77  WRK-SW-STP-ATIVO     PIC X(01) VALUE 'N'.
001780     88  WRK-STP-ATIVO               VALUE 'S'.
001790 77  WRK-STP-DATA-LOTE    PIC 9(08) VALUE ZEROS.
001800 77  WRK-STP-COMPETENCIA  PIC 9(06) VALUE ZEROS.
001810 77  WRK-STP-TIPO         PIC X(08) VALUE 'REGULAR'.
001820     88  WRK-STP-TIPO-VALIDO         VALUES 'REGULAR' '13SAL'
001830                                            'FERIAS' 'DISSIDIO'
001840                                            'ADIANT'.
001850 77  WRK-STP-PARCELA      PIC 9(01) VALUE 1.
001860 77  WRK-STP-MODO         PIC X(08) VALUE 'NORMAL'.
001870 77  WRK-STP-SITUACAO     PIC X(01) VALUE SPACES.
001880     88  WRK-STP-JA-CONCLUIDA        VALUE 'C'.
001890 77  WRK-STP-RC-ANTERIOR  PIC 9(02) VALUE ZEROS.
001900 77  WRK-STP-SIT-GRAVAR   PIC X(01) VALUE SPACES.
001910 77  WRK-STP-RC           PIC 9(02) VALUE ZEROS.
001920 77  WRK-STP-DATA         PIC 9(08) VALUE ZEROS.
001930 77  WRK-STP-HORA         PIC 9(08) VALUE ZEROS.
001940 77  WRK-AUDIT-STATUS     PIC X(02) VALUE '00'.
001950     88  WRK-AUDIT-OK                VALUE '00'.
001960     88  WRK-AUDIT-EOF               VALUE '10'.
001970 77  WRK-TIPO-CFG-STATUS  PIC X(02) VALUE '00'.
001980     88  WRK-TIPO-CFG-OK             VALUE '00'.
001990 77  WRK-SW-OPER-ARQUIVO  PIC X(01) VALUE 'N'.
002000     88  WRK-OPER-ARQUIVO            VALUE 'S'.
002010 77  WRK-SW-OPERADOR      PIC X(01) VALUE 'N'.
002020     88  WRK-OPERADOR-VALIDO         VALUE 'S'.
002030 77  WRK-OPERADOR         PIC X(10) VALUE SPACES.
002040 77  WRK-SENHA            PIC X(10) VALUE SPACES.
002050 77  WRK-SW-OPR-ACHADO    PIC X(01) VALUE 'N'.
002060     88  WRK-OPR-ACHADO              VALUE 'S'.
002070 77  WRK-OPR-ATIVO        PIC X(01) VALUE 'N'.
002080 77  WRK-OPR-SENHA        PIC X(10) VALUE SPACES.
002090 77  WRK-OPR-AUT-FUNCAO   PIC X(01) VALUE 'N'.
002100 77  WRK-MOTIVO-LOGON     PIC X(20) VALUE SPACES.
002110 77  WRK-DATA-LOGON       PIC 9(08) VALUE ZEROS.
002120 77  WRK-HORA-LOGON       PIC 9(08) VALUE ZEROS.
002130 77  WRK-DATA-ATUAL       PIC 9(08) VALUE ZEROS.
002140 77  WRK-HORA-ATUAL       PIC 9(08) VALUE ZEROS.
002150 77  WRK-CONT-REGISTROS   PIC 9(07) VALUE ZERO.
002160 77  WRK-TOTAL-BRUTO      PIC 9(10)V99 VALUE ZEROS.
002170*----------------------------------------------------------------
002180* REGISTROS DO BACKUP: HEADER (0), DETALHE (1, IMAGEM DO EMPREC)
002190* E TRAILER (9, CARIMBO DE CONTROLE), NO MESMO IDIOMA DO
002200* BANKREM.
002210*----------------------------------------------------------------
002220 01  WRK-BKP-HEADER.
002230     05  FILLER               PIC X(01) VALUE '0'.
002240     05  BKH-DATA             PIC 9(08).
002250     05  FILLER               PIC X(02) VALUE SPACES.
002260     05  BKH-HORA             PIC 9(08).
002270     05  FILLER               PIC X(02) VALUE SPACES.
002280     05  FILLER               PIC X(30)
002290         VALUE 'BACKUP DO EMPMAST'.
002300     05  FILLER               PIC X(31) VALUE SPACES.
002310 01  WRK-BKP-DETALHE.
002320     05  FILLER               PIC X(01) VALUE '1'.
002330     05  BKD-IMAGEM           PIC X(81).
002340 01  WRK-BKP-TRAILER.
002350     05  FILLER               PIC X(01) VALUE '9'.
002360     05  BKT-QTDE             PIC 9(07).
002370     05  BKT-BRUTO            PIC 9(10)V99.
002380     05  FILLER               PIC X(62) VALUE SPACES.
002390 PROCEDURE DIVISION.
002400******************************************************************
002410* 0000-MAINLINE - CONTROLA A COPIA DE SEGURANCA DO EMPMAST.
002420******************************************************************
002430 0000-MAINLINE.
002440     PERFORM 0500-LOGON-OPERADOR THRU 0500-EXIT.
002450     IF NOT WRK-OPERADOR-VALIDO
002460         DISPLAY 'OPERADOR NAO AUTORIZADO: ' WRK-OPERADOR
002470         MOVE 8 TO RETURN-CODE
002480         GOBACK
002490     END-IF.
002500     PERFORM 0600-VERIFICA-ETAPA THRU 0600-EXIT.
002510     IF WRK-STP-JA-CONCLUIDA
002520         DISPLAY 'ETAPA ' WRK-STP-STEP ' JA CONCLUIDA PARA '
002530             WRK-STP-COMPETENCIA ' ' WRK-STP-TIPO ' (RC '
002540             WRK-STP-RC-ANTERIOR ') - NADA A FAZER'
002550         PERFORM 0700-REPETE-GERACAO THRU 0700-EXIT
002560         IF WRK-BKP-FALHOU
002570             MOVE 8 TO RETURN-CODE
002580         ELSE
002590             MOVE WRK-STP-RC-ANTERIOR TO RETURN-CODE
002600         END-IF
002610         GOBACK
002620     END-IF.
002630     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002640     PERFORM 2000-COPIA-REGISTRO THRU 2000-EXIT
002650         UNTIL WRK-EMP-EOF.
002660     PERFORM 9000-FINALIZE THRU 9000-EXIT.
002670*    SEM O TRAILER (CARIMBO DE CONTROLE) A GERACAO NAO SERVE DE
002680*    PONTO DE VOLTA - O PROGCOB21 A RECUSARIA - E O STEP025 NAO
002690*    PODE RODAR POR CIMA: O LOTE DEVOLVE 8, NAO 0.
002700     IF WRK-BKP-FALHOU
002710         MOVE 8 TO RETURN-CODE
002720     ELSE
002730         MOVE 0 TO RETURN-CODE
002740     END-IF.
002750     PERFORM 0650-CONCLUI-ETAPA THRU 0650-EXIT.
002760     GOBACK.
002770******************************************************************
002780* 0500-LOGON-OPERADOR - OBTEM O OPERADOR E A SENHA DO PAYOPER,
002790*                       QUANDO PREPARADOS EXTERNAMENTE PARA UMA
002800*                       EXECUCAO EM LOTE, OU DO CONSOLE QUANDO O
002810*                       ARQUIVO NAO EXISTE OU ESTA VAZIO, E
002820*                       VALIDA CONTRA O CADASTRO DE SEGURANCA
002830*                       (OPERSEC): OPERADOR ATIVO, SENHA E
002840*                       AUTORIZACAO DE MANUTENCAO DE CADASTRO.
002850*                       TENTATIVA RECUSADA E GRAVADA NO SECAUD,
002860*                       NO MESMO IDIOMA DO PROGCOB02/03/04.
002870******************************************************************
002880 0500-LOGON-OPERADOR.
002890     MOVE 'N' TO WRK-SW-OPER-ARQUIVO.
002900     OPEN INPUT OPERATOR-CONTROL-FILE.
002910     IF WRK-OPER-CFG-OK
002920         READ OPERATOR-CONTROL-FILE
002930             AT END
002940                 CONTINUE
002950             NOT AT END
002960                 MOVE OPCFG-OPERADOR TO WRK-OPERADOR
002970                 MOVE OPCFG-SENHA    TO WRK-SENHA
002980                 SET WRK-OPER-ARQUIVO TO TRUE
002990         END-READ
003000         CLOSE OPERATOR-CONTROL-FILE
003010     END-IF.
003020     IF NOT WRK-OPER-ARQUIVO
003030         DISPLAY 'OPERADOR: ' WITH NO ADVANCING
003040         ACCEPT WRK-OPERADOR FROM CONSOLE
003050         DISPLAY 'SENHA: ' WITH NO ADVANCING
003060         ACCEPT WRK-SENHA FROM CONSOLE
003070     END-IF.
003080     MOVE 'N' TO WRK-SW-OPERADOR.
003090     MOVE SPACES TO WRK-MOTIVO-LOGON.
003100     PERFORM 0510-PROCURA-OPERSEC THRU 0510-EXIT.
003110     EVALUATE TRUE
003120         WHEN NOT WRK-OPR-ACHADO
003130             MOVE 'NAO CADASTRADO' TO WRK-MOTIVO-LOGON
003140         WHEN WRK-OPR-ATIVO NOT = 'S'
003150             MOVE 'OPERADOR INATIVO' TO WRK-MOTIVO-LOGON
003160         WHEN WRK-OPR-SENHA NOT = WRK-SENHA
003170             MOVE 'SENHA INVALIDA' TO WRK-MOTIVO-LOGON
003180         WHEN WRK-OPR-AUT-FUNCAO NOT = 'S'
003190             MOVE 'SEM AUTORIZACAO' TO WRK-MOTIVO-LOGON
003200         WHEN OTHER
003210             MOVE 'S' TO WRK-SW-OPERADOR
003220     END-EVALUATE.
003230     IF NOT WRK-OPERADOR-VALIDO
003240         DISPLAY 'LOGON RECUSADO (' WRK-MOTIVO-LOGON ') - '
003250             WRK-OPERADOR
003260         PERFORM 0520-GRAVA-SECAUD THRU 0520-EXIT
003270     END-IF.
003280 0500-EXIT.
003290     EXIT.
003300******************************************************************
003310* 0510-PROCURA-OPERSEC - PROCURA O OPERADOR NO CADASTRO DE
003320*                        SEGURANCA (OPERSEC) E GUARDA OS CAMPOS
003330*                        DO REGISTRO ACHADO (A AUTORIZACAO DESTE
003340*                        PROGRAMA E A DE MANUTENCAO DE CADASTRO).
003350*                        ARQUIVO INDISPONIVEL EQUIVALE A
003360*                        OPERADOR NAO CADASTRADO.
003370******************************************************************
003380 0510-PROCURA-OPERSEC.
003390     MOVE 'N' TO WRK-SW-OPR-ACHADO.
003400     OPEN INPUT SECURITY-MASTER-FILE.
003410     IF NOT WRK-SEC-OK
003420         DISPLAY 'CADASTRO DE SEGURANCA (OPERSEC) '
003430             'INDISPONIVEL: ' WRK-SEC-STATUS
003440         GO TO 0510-EXIT
003450     END-IF.
003460     PERFORM 0515-LE-OPERSEC THRU 0515-EXIT
003470         UNTIL WRK-SEC-EOF OR WRK-OPR-ACHADO.
003480     CLOSE SECURITY-MASTER-FILE.
003490 0510-EXIT.
003500     EXIT.
003510 0515-LE-OPERSEC.
003520     READ SECURITY-MASTER-FILE
003530         AT END
003540             SET WRK-SEC-EOF TO TRUE
003550         NOT AT END
003560             IF OPR-CODIGO = WRK-OPERADOR
003570                 SET WRK-OPR-ACHADO TO TRUE
003580                 MOVE OPR-ATIVO TO WRK-OPR-ATIVO
003590                 MOVE OPR-SENHA TO WRK-OPR-SENHA
003600                 MOVE OPR-AUT-CADASTRO
003610                     TO WRK-OPR-AUT-FUNCAO
003620             END-IF
003630     END-READ.
003640 0515-EXIT.
003650     EXIT.
003660******************************************************************
003670* 0520-GRAVA-SECAUD - REGISTRA A TENTATIVA DE LOGON RECUSADA NO
003680*                     SECAUD (DATA, HORA, OPERADOR, PROGRAMA E
003690*                     MOTIVO), NO MESMO IDIOMA DA TRILHA DO
003700*                     DATEAUD DO PROGCOB03.
003710******************************************************************
003720 0520-GRAVA-SECAUD.
003730     ACCEPT WRK-DATA-LOGON FROM DATE YYYYMMDD.
003740     ACCEPT WRK-HORA-LOGON FROM TIME.
003750     OPEN EXTEND SECURITY-AUDIT-FILE.
003760     IF NOT WRK-SECAUD-OK
003770         CLOSE SECURITY-AUDIT-FILE
003780         OPEN OUTPUT SECURITY-AUDIT-FILE
003790     END-IF.
003800     IF NOT WRK-SECAUD-OK
003810         DISPLAY 'ERRO AO ABRIR SECAUD: ' WRK-SECAUD-STATUS
003820         GO TO 0520-EXIT
003830     END-IF.
003840     MOVE WRK-DATA-LOGON TO SEC-DATA.
003850     MOVE SPACES         TO SEC-FILL1.
003860     MOVE WRK-HORA-LOGON TO SEC-HORA.
003870     MOVE SPACES         TO SEC-FILL2.
003880     MOVE WRK-OPERADOR   TO SEC-OPERADOR.
003890     MOVE SPACES         TO SEC-FILL3.
003900     MOVE 'PROGCOB20'    TO SEC-PROGRAMA.
003910     MOVE SPACES         TO SEC-FILL4.
003920     MOVE WRK-MOTIVO-LOGON TO SEC-MOTIVO.
003930     WRITE SECAUD-RECORD.
003940     IF NOT WRK-SECAUD-OK
003950         DISPLAY 'ERRO AO GRAVAR SECAUD: ' WRK-SECAUD-STATUS
003960     END-IF.
003970     CLOSE SECURITY-AUDIT-FILE.
003980 0520-EXIT.
003990     EXIT.
004000******************************************************************
004010* 0600-VERIFICA-ETAPA - MONTA A CHAVE DA ETAPA (COMPETENCIA, TIPO
004020*                       DE EXECUCAO E STEP) E PROCURA O ULTIMO
004030*                       REGISTRO DELA NO PAYSTEP. CONCLUIDA: O
004040*                       CHAMADOR ENCERRA SEM FAZER NADA, COM O RC
004050*                       DA CONCLUSAO; SENAO GRAVA O REGISTRO DE
004060*                       INICIO. SEM O PAYSTEP, A ETAPA RODA SEM
004070*                       REGISTRO, COMO ANTES.
004080******************************************************************
004090 0600-VERIFICA-ETAPA.
004100     PERFORM 0605-DETERMINA-CHAVE THRU 0605-EXIT.
004110     MOVE SPACES TO WRK-STP-SITUACAO.
004120     MOVE ZEROS TO WRK-STP-RC-ANTERIOR.
004130     MOVE 'N' TO WRK-SW-STP-ATIVO.
004140     OPEN INPUT STEP-LEDGER-FILE.
004150     IF NOT WRK-STP-OK
004160         DISPLAY 'CONTROLE DE ETAPAS (PAYSTEP) INDISPONIVEL ('
004170             WRK-STP-STATUS ') - ETAPA SEM REGISTRO'
004180         GO TO 0600-EXIT
004190     END-IF.
004200     SET WRK-STP-ATIVO TO TRUE.
004210     PERFORM 0610-LE-ETAPA THRU 0610-EXIT
004220         UNTIL WRK-STP-EOF.
004230     CLOSE STEP-LEDGER-FILE.
004240     IF WRK-STP-JA-CONCLUIDA
004250         GO TO 0600-EXIT
004260     END-IF.
004270     MOVE 'I' TO WRK-STP-SIT-GRAVAR.
004280     MOVE ZEROS TO WRK-STP-RC.
004290     PERFORM 0620-GRAVA-ETAPA THRU 0620-EXIT.
004300 0600-EXIT.
004310     EXIT.
004320******************************************************************
004330* 0605-DETERMINA-CHAVE - COMPETENCIA DA DATA DO ULTIMO REGISTRO
004340*                        DO DATEAUD (DATA DO SISTEMA SEM ELE) E
004350*                        TIPO DE EXECUCAO DO PAYTIPO (REGULAR SEM
004360*                        ELE OU COM TIPO NAO RECONHECIDO), COM A
004370*                        PARCELA NO 13O E 'REPROC' NO MODO DE
004380*                        REPROCESSO - OS MESMOS CRITERIOS DO
004390*                        PROGCOB04.
004400******************************************************************
004410 0605-DETERMINA-CHAVE.
004420     ACCEPT WRK-STP-DATA-LOTE FROM DATE YYYYMMDD.
004430     OPEN INPUT AUDIT-FILE.
004440     IF WRK-AUDIT-OK
004450         PERFORM 0615-LE-AUDITORIA THRU 0615-EXIT
004460             UNTIL WRK-AUDIT-EOF
004470         CLOSE AUDIT-FILE
004480     END-IF.
004490     COMPUTE WRK-STP-COMPETENCIA = WRK-STP-DATA-LOTE / 100.
004500     MOVE 'REGULAR' TO WRK-STP-TIPO.
004510     MOVE 1 TO WRK-STP-PARCELA.
004520     MOVE 'NORMAL' TO WRK-STP-MODO.
004530     OPEN INPUT RUN-CONTROL-FILE.
004540     IF WRK-TIPO-CFG-OK
004550         READ RUN-CONTROL-FILE
004560             AT END
004570                 CONTINUE
004580             NOT AT END
004590                 MOVE RCF-TIPO TO WRK-STP-TIPO
004600                 IF RCF-PARCELA IS NUMERIC AND RCF-PARCELA = 2
004610                     MOVE 2 TO WRK-STP-PARCELA
004620                 END-IF
004630                 IF RCF-MODO NOT = SPACES
004640                     MOVE RCF-MODO TO WRK-STP-MODO
004650                 END-IF
004660         END-READ
004670         CLOSE RUN-CONTROL-FILE
004680     END-IF.
004690     IF NOT WRK-STP-TIPO-VALIDO
004700         MOVE 'REGULAR' TO WRK-STP-TIPO
004710     END-IF.
004720     IF WRK-STP-TIPO = '13SAL'
004730         IF WRK-STP-PARCELA = 2
004740             MOVE '13SAL-2' TO WRK-STP-TIPO
004750         ELSE
004760             MOVE '13SAL-1' TO WRK-STP-TIPO
004770         END-IF
004780     END-IF.
004790     IF WRK-STP-MODO = 'REPROC'
004800         MOVE 'REPROC' TO WRK-STP-TIPO
004810     END-IF.
004820 0605-EXIT.
004830     EXIT.
004840 0610-LE-ETAPA.
004850     READ STEP-LEDGER-FILE
004860         AT END
004870             SET WRK-STP-EOF TO TRUE
004880         NOT AT END
004890             IF STP-COMPETENCIA = WRK-STP-COMPETENCIA
004900                     AND STP-TIPO = WRK-STP-TIPO
004910                     AND STP-STEP = WRK-STP-STEP
004920                 MOVE STP-SITUACAO TO WRK-STP-SITUACAO
004930                 MOVE STP-RC       TO WRK-STP-RC-ANTERIOR
004940             END-IF
004950     END-READ.
004960 0610-EXIT.
004970     EXIT.
004980 0615-LE-AUDITORIA.
004990     READ AUDIT-FILE
005000         AT END
005010             SET WRK-AUDIT-EOF TO TRUE
005020         NOT AT END
005030             MOVE AUD-DATA TO WRK-STP-DATA-LOTE
005040     END-READ.
005050 0615-EXIT.
005060     EXIT.
005070******************************************************************
005080* 0620-GRAVA-ETAPA - ACRESCENTA AO PAYSTEP O REGISTRO DA ETAPA COM
005090*                    A SITUACAO DE WRK-STP-SIT-GRAVAR E O RC DE
005100*                    WRK-STP-RC. FALHA DE GRAVACAO SO E AVISADA:
005110*                    O CONTROLE DE ETAPAS NAO IMPEDE O LOTE.
005120******************************************************************
005130 0620-GRAVA-ETAPA.
005140     IF NOT WRK-STP-ATIVO
005150         GO TO 0620-EXIT
005160     END-IF.
005170     ACCEPT WRK-STP-DATA FROM DATE YYYYMMDD.
005180     ACCEPT WRK-STP-HORA FROM TIME.
005190     OPEN EXTEND STEP-LEDGER-FILE.
005200     IF NOT WRK-STP-OK
005210         DISPLAY 'ERRO AO ABRIR PAYSTEP: ' WRK-STP-STATUS
005220         GO TO 0620-EXIT
005230     END-IF.
005240     MOVE WRK-STP-COMPETENCIA TO STP-COMPETENCIA.
005250     MOVE SPACES              TO STP-FILL1.
005260     MOVE WRK-STP-TIPO        TO STP-TIPO.
005270     MOVE SPACES              TO STP-FILL2.
005280     MOVE WRK-STP-STEP        TO STP-STEP.
005290     MOVE SPACES              TO STP-FILL3.
005300     MOVE WRK-STP-PROGRAMA    TO STP-PROGRAMA.
005310     MOVE SPACES              TO STP-FILL4.
005320     MOVE WRK-STP-SIT-GRAVAR  TO STP-SITUACAO.
005330     MOVE SPACES              TO STP-FILL5.
005340     MOVE WRK-STP-RC          TO STP-RC.
005350     MOVE SPACES              TO STP-FILL6.
005360     MOVE WRK-STP-DATA        TO STP-DATA.
005370     MOVE SPACES              TO STP-FILL7.
005380     MOVE WRK-STP-HORA        TO STP-HORA.
005390     MOVE SPACES              TO STP-FILL8.
005400     MOVE WRK-OPERADOR        TO STP-OPERADOR.
005410     WRITE STP-RECORD.
005420     IF NOT WRK-STP-OK
005430         DISPLAY 'ERRO AO GRAVAR PAYSTEP: ' WRK-STP-STATUS
005440     END-IF.
005450     CLOSE STEP-LEDGER-FILE.
005460 0620-EXIT.
005470     EXIT.
005480******************************************************************
005490* 0650-CONCLUI-ETAPA - REGISTRA O FIM DA ETAPA COM O RETURN-CODE
005500*                      DO PROGRAMA: 'C' (CONCLUIDA) ATE RC 4, 'F'
005510*                      (FALHOU) DE RC 8 EM DIANTE. OS
005520*                      ENCERRAMENTOS FATAIS NO MEIO DO PROGRAMA
005530*                      (GOBACK COM RC 8) DEIXAM A ETAPA SO COM O
005540*                      REGISTRO 'I', QUE TAMBEM NAO CONTA COMO
005550*                      CONCLUIDA.
005560******************************************************************
005570 0650-CONCLUI-ETAPA.
005580     MOVE RETURN-CODE TO WRK-STP-RC.
005590     IF WRK-STP-RC < 8
005600         MOVE 'C' TO WRK-STP-SIT-GRAVAR
005610     ELSE
005620         MOVE 'F' TO WRK-STP-SIT-GRAVAR
005630     END-IF.
005640     PERFORM 0620-GRAVA-ETAPA THRU 0620-EXIT.
005650     MOVE WRK-STP-RC TO RETURN-CODE.
005660 0650-EXIT.
005670     EXIT.
005680******************************************************************
005690* 0700-REPETE-GERACAO - ETAPA JA CONCLUIDA NA RESSUBMISSAO: A JCL
005700*                       JA ALOCOU A GERACAO NOVA (EMPBKP, +1), QUE
005710*                       SAIRIA VAZIA E VIRARIA A (0) DA
005720*                       JCL/RESTAURA. COPIA NELA, REGISTRO A
005730*                       REGISTRO, A GERACAO ANTERIOR (EMPBKPA,
005740*                       0) - O BACKUP FEITO QUANDO A ETAPA
005750*                       CONCLUIU.
005760*                       GERACAO ANTERIOR INDISPONIVEL OU SEM
005770*                       TRAILER E FALHA DO BACKUP (RC 8), COMO NA
005780*                       COPIA NORMAL.
005790******************************************************************
005800 0700-REPETE-GERACAO.
005810     MOVE 'N' TO WRK-SW-BKA-TRAILER.
005820     OPEN INPUT PREVIOUS-BACKUP-FILE.
005830     IF NOT WRK-BKA-OK
005840         DISPLAY 'GERACAO ANTERIOR DO BACKUP (EMPBKPA) '
005850             'INDISPONIVEL: ' WRK-BKA-STATUS
005860         SET WRK-BKP-FALHOU TO TRUE
005870         GO TO 0700-EXIT
005880     END-IF.
005890     OPEN OUTPUT BACKUP-FILE.
005900     IF NOT WRK-BKP-OK
005910         DISPLAY 'ERRO AO ABRIR BACKUP-FILE: ' WRK-BKP-STATUS
005920         CLOSE PREVIOUS-BACKUP-FILE
005930         SET WRK-BKP-FALHOU TO TRUE
005940         GO TO 0700-EXIT
005950     END-IF.
005960     PERFORM 0710-COPIA-ANTERIOR THRU 0710-EXIT
005970         UNTIL WRK-BKA-EOF OR WRK-BKP-FALHOU.
005980     CLOSE PREVIOUS-BACKUP-FILE.
005990     CLOSE BACKUP-FILE.
006000     IF WRK-BKP-FALHOU
006010         GO TO 0700-EXIT
006020     END-IF.
006030     IF NOT WRK-BKA-COM-TRAILER
006040         DISPLAY 'GERACAO ANTERIOR DO BACKUP (EMPBKPA) SEM '
006050             'TRAILER - NAO SERVE DE PONTO DE VOLTA'
006060         SET WRK-BKP-FALHOU TO TRUE
006070         GO TO 0700-EXIT
006080     END-IF.
006090     DISPLAY 'GERACAO ANTERIOR COPIADA PARA O EMPBKP: '
006100         WRK-CONT-REGISTROS ' REGISTROS'.
006110 0700-EXIT.
006120     EXIT.
006130 0710-COPIA-ANTERIOR.
006140     READ PREVIOUS-BACKUP-FILE
006150         AT END
006160             SET WRK-BKA-EOF TO TRUE
006170             GO TO 0710-EXIT
006180     END-READ.
006190     IF BKA-TIPO = '9'
006200         SET WRK-BKA-COM-TRAILER TO TRUE
006210     END-IF.
006220     WRITE BACKUP-RECORD FROM PREVIOUS-BACKUP-RECORD.
006230     IF NOT WRK-BKP-OK
006240         DISPLAY 'ERRO AO GRAVAR BACKUP: ' WRK-BKP-STATUS
006250         SET WRK-BKP-FALHOU TO TRUE
006260         GO TO 0710-EXIT
006270     END-IF.
006280     ADD 1 TO WRK-CONT-REGISTROS.
006290 0710-EXIT.
006300     EXIT.
006310******************************************************************
006320* 1000-INITIALIZE - ABRE O CADASTRO E O BACKUP, GRAVA O HEADER E
006330*                   LE O PRIMEIRO REGISTRO.
006340******************************************************************
006350 1000-INITIALIZE.
006360     ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
006370     ACCEPT WRK-HORA-ATUAL FROM TIME.
006380     OPEN INPUT EMPLOYEE-MASTER.
006390     IF NOT WRK-EMP-OK
006400         DISPLAY 'ERRO AO ABRIR EMPLOYEE-MASTER: '
006410             WRK-EMP-STATUS
006420         MOVE 8 TO RETURN-CODE
006430         GOBACK
006440     END-IF.
006450     OPEN OUTPUT BACKUP-FILE.
006460     IF NOT WRK-BKP-OK
006470         DISPLAY 'ERRO AO ABRIR BACKUP-FILE: ' WRK-BKP-STATUS
006480         CLOSE EMPLOYEE-MASTER
006490         MOVE 8 TO RETURN-CODE
006500         GOBACK
006510     END-IF.
006520     MOVE WRK-DATA-ATUAL TO BKH-DATA.
006530     MOVE WRK-HORA-ATUAL TO BKH-HORA.
006540     WRITE BACKUP-RECORD FROM WRK-BKP-HEADER.
006550     IF NOT WRK-BKP-OK
006560         DISPLAY 'ERRO AO GRAVAR HEADER DO BACKUP: '
006570             WRK-BKP-STATUS
006580         CLOSE EMPLOYEE-MASTER
006590         CLOSE BACKUP-FILE
006600         MOVE 8 TO RETURN-CODE
006610         GOBACK
006620     END-IF.
006630     PERFORM 2900-LE-EMPLOYEE THRU 2900-EXIT.
006640 1000-EXIT.
006650     EXIT.
006660******************************************************************
006670* 2000-COPIA-REGISTRO - GRAVA O DETALHE DO FUNCIONARIO CORRENTE
006680*                       NO BACKUP E ACUMULA O CARIMBO DE
006690*                       CONTROLE.
006700******************************************************************
006710 2000-COPIA-REGISTRO.
006720     ADD 1 TO WRK-CONT-REGISTROS.
006730     IF EMP-SALARIO IS NUMERIC
006740         ADD EMP-SALARIO TO WRK-TOTAL-BRUTO
006750     END-IF.
006760     MOVE EMP-RECORD TO BKD-IMAGEM.
006770     WRITE BACKUP-RECORD FROM WRK-BKP-DETALHE.
006780     IF NOT WRK-BKP-OK
006790         DISPLAY 'ERRO AO GRAVAR BACKUP: ' WRK-BKP-STATUS
006800         CLOSE EMPLOYEE-MASTER
006810         CLOSE BACKUP-FILE
006820         MOVE 8 TO RETURN-CODE
006830         GOBACK
006840     END-IF.
006850     PERFORM 2900-LE-EMPLOYEE THRU 2900-EXIT.
006860 2000-EXIT.
006870     EXIT.
006880 2900-LE-EMPLOYEE.
006890     READ EMPLOYEE-MASTER NEXT RECORD
006900         AT END
006910             SET WRK-EMP-EOF TO TRUE
006920     END-READ.
006930 2900-EXIT.
006940     EXIT.
006950******************************************************************
006960* 9000-FINALIZE - GRAVA O TRAILER COM O CARIMBO DE CONTROLE,
006970*                 EXIBE O RESUMO E FECHA OS ARQUIVOS.
006980******************************************************************
006990 9000-FINALIZE.
007000     MOVE WRK-CONT-REGISTROS TO BKT-QTDE.
007010     MOVE WRK-TOTAL-BRUTO    TO BKT-BRUTO.
007020     WRITE BACKUP-RECORD FROM WRK-BKP-TRAILER.
007030     IF NOT WRK-BKP-OK
007040         DISPLAY 'ERRO AO GRAVAR TRAILER DO BACKUP: '
007050             WRK-BKP-STATUS
007060         SET WRK-BKP-FALHOU TO TRUE
007070     END-IF.
007080     CLOSE EMPLOYEE-MASTER.
007090     CLOSE BACKUP-FILE.
007100     DISPLAY '--------------------------------------------'.
007110     DISPLAY 'REGISTROS COPIADOS ..: ' WRK-CONT-REGISTROS.
007120     DISPLAY 'BRUTO DO CARIMBO ....: ' WRK-TOTAL-BRUTO.
007130 9000-EXIT.
007140     EXIT.
007150 END PROGRAM PROGCOB20.
