000010******************************************************************
000020* Author: RICARDO RIBEIRO DE ALVARENGA - RRA
000030* Installation: FOLHA DE PAGAMENTO
000040* Date-Written: 2026-10-15
000050* Date-Compiled: 2026-10-15
000060* Purpose: APROVACAO (OU RECUSA) DAS ALTERACOES BANCARIAS
000070*          PENDENTES NO BNKPEND, GRAVADAS PELO PROGCOB05, A
000080*          PARTIR DAS DECISOES DO BNKDEC. SO APROVA OPERADOR
000090*          COM A AUTORIZACAO DE APROVACAO NO OPERSEC E
000100*          DIFERENTE DE QUEM SOLICITOU A ALTERACAO (CONTROLE
000110*          DE DUPLA CONFERENCIA): SO ENTAO O BANCO, A AGENCIA
000120*          E A CONTA NOVOS SAO GRAVADOS NO EMPMAST. O
000130*          RELATORIO (BNKRPT) MOSTRA A CONTA ANTERIOR E A
000140*          NOVA, O SOLICITANTE E O APROVADOR.
000150* Tectonics: cobc
000160******************************************************************
000170* MODIFICATION HISTORY
000180* DATE       INIT DESCRIPTION
000190* 2026-10-15 RRA  ORIGINAL - DECISAO 'A' (APROVA) OU 'R'
000200*                 (RECUSA) POR MATRICULA, CONTRA A UNICA
000210*                 ALTERACAO PENDENTE DELA. A APROVACAO CONFERE
000220*                 QUE A CONTA DO CADASTRO AINDA E A ANTERIOR DA
000230*                 SOLICITACAO. O BNKPEND E CARREGADO EM TABELA E
000240*                 REGRAVADO NO FIM COM A SITUACAO, O APROVADOR E
000250*                 A DATA. LOGON DE OPERADOR E RETURN-CODE NO
000260*                 MESMO IDIOMA DO PROGCOB05 (8 = OPERADOR/
000270*                 ARQUIVO, 4 = HOUVE DECISAO REJEITADA, 0 =
000280*                 NORMAL).
000290******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. PROGCOB27.
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SPECIAL-NAMES.
000350     DECIMAL-POINT IS COMMA.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT EMPLOYEE-MASTER
000390         ASSIGN TO "EMPMAST"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS RANDOM
000420         RECORD KEY IS EMP-ID
000430         FILE STATUS IS WRK-EMP-STATUS.
000440     SELECT BANK-PENDING-FILE
000450         ASSIGN TO "BNKPEND"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WRK-BNP-STATUS.
000480     SELECT DECISION-FILE
000490         ASSIGN TO "BNKDEC"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WRK-DEC-STATUS.
000520     SELECT APPROVAL-REPORT-FILE
000530         ASSIGN TO "BNKRPT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WRK-BNKRPT-STATUS.
000560     SELECT SECURITY-MASTER-FILE
000570         ASSIGN TO "OPERSEC"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WRK-SEC-STATUS.
000600     SELECT SECURITY-AUDIT-FILE
000610         ASSIGN TO "SECAUD"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WRK-SECAUD-STATUS.
000640     SELECT OPERATOR-CONTROL-FILE
000650         ASSIGN TO "PAYOPER"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WRK-OPER-CFG-STATUS.
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  EMPLOYEE-MASTER
000710     LABEL RECORDS ARE STANDARD.
000720     COPY EMPREC.
000730 FD  BANK-PENDING-FILE
000740     LABEL RECORDS ARE STANDARD.
000750     COPY BNPREC.
000760 FD  DECISION-FILE
000770     LABEL RECORDS ARE STANDARD.
000780 01  DECISION-RECORD.
000790     05  DEC-MATRICULA            PIC X(06).
000800     05  DEC-FILL1                PIC X(02).
000810     05  DEC-DECISAO              PIC X(01).
000820 FD  APPROVAL-REPORT-FILE
000830     LABEL RECORDS ARE STANDARD.
000840 01  APPROVAL-REPORT-RECORD       PIC X(100).
000850 FD  OPERATOR-CONTROL-FILE
000860     LABEL RECORDS ARE STANDARD.
000870 01  OPERATOR-CONTROL-RECORD.
000880     05  OPCFG-OPERADOR           PIC X(10).
000890     05  OPCFG-FILL1              PIC X(02).
000900     05  OPCFG-SENHA              PIC X(10).
000910 FD  SECURITY-MASTER-FILE
000920     LABEL RECORDS ARE STANDARD.
000930     COPY OPERSEC.
000940 FD  SECURITY-AUDIT-FILE
000950     LABEL RECORDS ARE STANDARD.
000960 01  SECAUD-RECORD.
000970     05  SEC-DATA                 PIC 9(08).
000980     05  SEC-FILL1                PIC X(02).
000990     05  SEC-HORA                 PIC 9(08).
001000     05  SEC-FILL2                PIC X(02).
001010     05  SEC-OPERADOR             PIC X(10).
001020     05  SEC-FILL3                PIC X(02).
001030     05  SEC-PROGRAMA             PIC X(09).
001040     05  SEC-FILL4                PIC X(02).
001050     05  SEC-MOTIVO               PIC X(20).
001060 WORKING-STORAGE SECTION.
001070 77  WRK-EMP-STATUS       PIC X(02) VALUE '00'.
001080     88  WRK-EMP-OK                  VALUE '00'.
001090 77  WRK-BNP-STATUS       PIC X(02) VALUE '00'.
001100     88  WRK-BNP-OK                  VALUE '00'.
001110     88  WRK-BNP-EOF                 VALUE '10'.
001120 77  WRK-DEC-STATUS       PIC X(02) VALUE '00'.
001130     88  WRK-DEC-OK                  VALUE '00'.
001140     88  WRK-DEC-EOF                 VALUE '10'.
001150 77  WRK-BNKRPT-STATUS    PIC X(02) VALUE '00'.
001160     88  WRK-BNKRPT-OK               VALUE '00'.
001170 77  WRK-OPER-CFG-STATUS  PIC X(02) VALUE '00'.
001180     88  WRK-OPER-CFG-OK             VALUE '00'.
001190 77  WRK-SW-OPER-ARQUIVO  PIC X(01) VALUE 'N'.
001200     88  WRK-OPER-ARQUIVO            VALUE 'S'.
001210 77  WRK-SW-OPERADOR      PIC X(01) VALUE 'N'.
001220     88  WRK-OPERADOR-VALIDO         VALUE 'S'.
001230 77  WRK-OPERADOR         PIC X(10) VALUE SPACES.
001240 77  WRK-IDX              PIC 9(02) COMP VALUE ZERO.
001250 77  WRK-DATA-ATUAL       PIC 9(08) VALUE ZEROS.
001260 77  WRK-CONT-LIDAS       PIC 9(05) COMP VALUE ZERO.
001270 77  WRK-CONT-APROVADAS   PIC 9(05) COMP VALUE ZERO.
001280 77  WRK-CONT-RECUSADAS   PIC 9(05) COMP VALUE ZERO.
001290 77  WRK-CONT-REJEITADAS  PIC 9(05) COMP VALUE ZERO.
001300 77  WRK-SW-DEC-VALIDA    PIC X(01) VALUE 'S'.
001310     88  WRK-DEC-VALIDA              VALUE 'S'.
001320 77  WRK-MOTIVO           PIC X(02) VALUE SPACES.
001330 77  WRK-SENHA            PIC X(10) VALUE SPACES.
001340 77  WRK-SEC-STATUS       PIC X(02) VALUE '00'.
001350     88  WRK-SEC-OK                  VALUE '00'.
001360     88  WRK-SEC-EOF                 VALUE '10'.
001370 77  WRK-SECAUD-STATUS    PIC X(02) VALUE '00'.
001380     88  WRK-SECAUD-OK               VALUE '00'.
001390 77  WRK-SW-OPR-ACHADO    PIC X(01) VALUE 'N'.
001400     88  WRK-OPR-ACHADO              VALUE 'S'.
001410 77  WRK-OPR-ATIVO        PIC X(01) VALUE 'N'.
001420 77  WRK-OPR-SENHA        PIC X(10) VALUE SPACES.
001430 77  WRK-OPR-AUT-FUNCAO   PIC X(01) VALUE 'N'.
001440 77  WRK-MOTIVO-LOGON     PIC X(20) VALUE SPACES.
001450 77  WRK-DATA-LOGON       PIC 9(08) VALUE ZEROS.
001460 77  WRK-HORA-LOGON       PIC 9(08) VALUE ZEROS.
001470*----------------------------------------------------------------
001480* TABELA DO BNKPEND, CARREGADA INTEIRA NA ABERTURA (PENDENTES
001490* E JA DECIDIDAS) E REGRAVADA NO FIM COM AS DECISOES DO LOTE.
001500* SE NAO COUBER, O LOTE ENCERRA SEM DECIDIR NADA, PARA A
001510* REGRAVACAO NUNCA PERDER REGISTROS.
001520*----------------------------------------------------------------
001530 77  WRK-QTD-BNP          PIC 9(04) COMP VALUE ZERO.
001540 77  WRK-MAX-BNP          PIC 9(04) COMP VALUE 3000.
001550 77  WRK-BNP-IDX          PIC 9(04) COMP VALUE ZERO.
001560 77  WRK-I                PIC 9(04) COMP VALUE ZERO.
001570 77  WRK-SW-BNP-ACHADO    PIC X(01) VALUE 'N'.
001580     88  WRK-BNP-ACHADO              VALUE 'S'.
001590 77  WRK-SW-BNP-ESTOURO   PIC X(01) VALUE 'N'.
001600     88  WRK-BNP-ESTOUROU            VALUE 'S'.
001610 01  TAB-BNKPEND.
001620     05  TAB-BNP-ENT OCCURS 3000 TIMES.
001630         10  TAB-BNP-MATRICULA    PIC X(06).
001640         10  TAB-BNP-DATA-SOLIC   PIC 9(08).
001650         10  TAB-BNP-HORA-SOLIC   PIC 9(08).
001660         10  TAB-BNP-OPER-SOLIC   PIC X(10).
001670         10  TAB-BNP-BANCO-ANT    PIC 9(03).
001680         10  TAB-BNP-AGENCIA-ANT  PIC 9(04).
001690         10  TAB-BNP-CONTA-ANT    PIC 9(08).
001700         10  TAB-BNP-BANCO-NOVO   PIC 9(03).
001710         10  TAB-BNP-AGENCIA-NOVO PIC 9(04).
001720         10  TAB-BNP-CONTA-NOVO   PIC 9(08).
001730         10  TAB-BNP-SITUACAO     PIC X(01).
001740         10  TAB-BNP-OPER-APROV   PIC X(10).
001750         10  TAB-BNP-DATA-APROV   PIC 9(08).
001760*----------------------------------------------------------------
001770* TABELA DE MOTIVOS DE REJEICAO DE DECISAO, CARREGADA POR
001780* REDEFINES, NO MESMO ESTILO DO PROGCOB05.
001790*----------------------------------------------------------------
001800 01  TAB-MOTIVOS-DADOS.
001810     05  FILLER PIC X(02) VALUE '01'.
001820     05  FILLER PIC X(30) VALUE 'DECISAO INVALIDA'.
001830     05  FILLER PIC X(02) VALUE '02'.
001840     05  FILLER PIC X(30) VALUE 'MATRICULA SEM PENDENCIA'.
001850     05  FILLER PIC X(02) VALUE '03'.
001860     05  FILLER PIC X(30) VALUE 'DECISOR E O SOLICITANTE'.
001870     05  FILLER PIC X(02) VALUE '04'.
001880     05  FILLER PIC X(30) VALUE 'MATRICULA NAO CADASTRADA'.
001890     05  FILLER PIC X(02) VALUE '05'.
001900     05  FILLER PIC X(30) VALUE 'CONTA ATUAL DIFERE DA ANTERIOR'.
001910 01  TAB-MOTIVOS REDEFINES TAB-MOTIVOS-DADOS.
001920     05  TAB-MOTIVO-ENT OCCURS 5 TIMES.
001930         10  TAB-MOTIVO-CODIGO    PIC X(02).
001940         10  TAB-MOTIVO-TEXTO     PIC X(30).
001950*----------------------------------------------------------------
001960* LINHAS DE IMPRESSAO DO RELATORIO DE APROVACAO (CABECALHO,
001970* DECISAO, REJEICAO E TOTAIS), MONTADAS EM WORKING-STORAGE E
001980* MOVIDAS PARA APPROVAL-REPORT-RECORD ANTES DE CADA WRITE.
001990*----------------------------------------------------------------
002000 01  WRK-LINHA-CABEC1.
002010     05  FILLER               PIC X(25) VALUE SPACES.
002020     05  FILLER               PIC X(50)
002030         VALUE 'FOLHA DE PAGAMENTO - APROVACAO DE CONTAS'.
002040     05  FILLER               PIC X(25) VALUE SPACES.
002050 01  WRK-LINHA-CABEC2.
002060     05  FILLER               PIC X(08) VALUE 'DATA: '.
002070     05  CAB2-DATA            PIC 9(08).
002080     05  FILLER               PIC X(10) VALUE SPACES.
002090     05  FILLER               PIC X(10) VALUE 'DECISOR: '.
002100     05  CAB2-OPERADOR        PIC X(10).
002110     05  FILLER               PIC X(54) VALUE SPACES.
002120 01  WRK-LINHA-DECISAO.
002130     05  DCL-SITUACAO         PIC X(10).
002140     05  DCL-MATRICULA        PIC X(06).
002150     05  FILLER               PIC X(07) VALUE '  ANT: '.
002160     05  DCL-BANCO-ANT        PIC 9(03).
002170     05  FILLER               PIC X(01) VALUE '/'.
002180     05  DCL-AGENCIA-ANT      PIC 9(04).
002190     05  FILLER               PIC X(01) VALUE '/'.
002200     05  DCL-CONTA-ANT        PIC 9(08).
002210     05  FILLER               PIC X(08) VALUE '  NOVA: '.
002220     05  DCL-BANCO-NOVO       PIC 9(03).
002230     05  FILLER               PIC X(01) VALUE '/'.
002240     05  DCL-AGENCIA-NOVO     PIC 9(04).
002250     05  FILLER               PIC X(01) VALUE '/'.
002260     05  DCL-CONTA-NOVO       PIC 9(08).
002270     05  FILLER               PIC X(06) VALUE ' SOL: '.
002280     05  DCL-OPER-SOLIC       PIC X(10).
002290     05  FILLER               PIC X(06) VALUE ' DEC: '.
002300     05  DCL-OPER-APROV       PIC X(10).
002310     05  FILLER               PIC X(03) VALUE SPACES.
002320 01  WRK-LINHA-REJEICAO.
002330     05  FILLER               PIC X(11) VALUE 'REJEITADA: '.
002340     05  REJ-DECISAO          PIC X(01).
002350     05  FILLER               PIC X(02) VALUE SPACES.
002360     05  REJ-MATRICULA        PIC X(06).
002370     05  FILLER               PIC X(09) VALUE '  MOTIVO '.
002380     05  REJ-MOTIVO           PIC X(02).
002390     05  FILLER               PIC X(03) VALUE ' - '.
002400     05  REJ-TEXTO            PIC X(30).
002410     05  FILLER               PIC X(36) VALUE SPACES.
002420 01  WRK-LINHA-TOTAIS.
002430     05  FILLER PIC X(17) VALUE 'DECISOES LIDAS: '.
002440     05  TOT-LIDAS            PIC ZZZ.ZZ9.
002450     05  FILLER PIC X(14) VALUE '  APROVADAS: '.
002460     05  TOT-APROVADAS        PIC ZZZ.ZZ9.
002470     05  FILLER PIC X(14) VALUE '  RECUSADAS: '.
002480     05  TOT-RECUSADAS        PIC ZZZ.ZZ9.
002490     05  FILLER PIC X(15) VALUE '  REJEITADAS: '.
002500     05  TOT-REJEITADAS       PIC ZZZ.ZZ9.
002510     05  FILLER               PIC X(12) VALUE SPACES.
002520 PROCEDURE DIVISION.
002530******************************************************************
002540* 0000-MAINLINE - CONTROLA A EXECUCAO DA APROVACAO DE CONTAS.
002550******************************************************************
002560 0000-MAINLINE.
002570     PERFORM 0500-LOGON-OPERADOR THRU 0500-EXIT.
002580     IF NOT WRK-OPERADOR-VALIDO
002590         DISPLAY 'OPERADOR NAO AUTORIZADO: ' WRK-OPERADOR
002600         MOVE 8 TO RETURN-CODE
002610         GOBACK
002620     END-IF.
002630     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002640     PERFORM 2000-PROCESSA-DECISAO THRU 2000-EXIT
002650         UNTIL WRK-DEC-EOF.
002660     PERFORM 9000-FINALIZE THRU 9000-EXIT.
002670     IF WRK-CONT-REJEITADAS > 0
002680         MOVE 4 TO RETURN-CODE
002690     ELSE
002700         MOVE 0 TO RETURN-CODE
002710     END-IF.
002720     GOBACK.
002730******************************************************************
002740* 0500-LOGON-OPERADOR - OBTEM O OPERADOR E A SENHA DO PAYOPER,
002750*                       QUANDO PREPARADOS EXTERNAMENTE PARA UMA
002760*                       EXECUCAO EM LOTE, OU DO CONSOLE QUANDO O
002770*                       ARQUIVO NAO EXISTE OU ESTA VAZIO, E
002780*                       VALIDA CONTRA O CADASTRO DE SEGURANCA
002790*                       (OPERSEC): OPERADOR ATIVO, SENHA E
002800*                       AUTORIZACAO DE APROVACAO DE ALTERACAO
002810*                       BANCARIA. TENTATIVA RECUSADA E GRAVADA
002820*                       NO SECAUD, NO MESMO IDIOMA DO PROGCOB05.
002830******************************************************************
002840 0500-LOGON-OPERADOR.
002850     MOVE 'N' TO WRK-SW-OPER-ARQUIVO.
002860     OPEN INPUT OPERATOR-CONTROL-FILE.
002870     IF WRK-OPER-CFG-OK
002880         READ OPERATOR-CONTROL-FILE
002890             AT END
002900                 CONTINUE
002910             NOT AT END
002920                 MOVE OPCFG-OPERADOR TO WRK-OPERADOR
002930                 MOVE OPCFG-SENHA    TO WRK-SENHA
002940                 SET WRK-OPER-ARQUIVO TO TRUE
002950         END-READ
002960         CLOSE OPERATOR-CONTROL-FILE
002970     END-IF.
002980     IF NOT WRK-OPER-ARQUIVO
002990         DISPLAY 'OPERADOR: ' WITH NO ADVANCING
003000         ACCEPT WRK-OPERADOR FROM CONSOLE
003010         DISPLAY 'SENHA: ' WITH NO ADVANCING
003020         ACCEPT WRK-SENHA FROM CONSOLE
003030     END-IF.
003040     MOVE 'N' TO WRK-SW-OPERADOR.
003050     MOVE SPACES TO WRK-MOTIVO-LOGON.
003060     PERFORM 0510-PROCURA-OPERSEC THRU 0510-EXIT.
003070     EVALUATE TRUE
003080         WHEN NOT WRK-OPR-ACHADO
003090             MOVE 'NAO CADASTRADO' TO WRK-MOTIVO-LOGON
003100         WHEN WRK-OPR-ATIVO NOT = 'S'
003110             MOVE 'OPERADOR INATIVO' TO WRK-MOTIVO-LOGON
003120         WHEN WRK-OPR-SENHA NOT = WRK-SENHA
003130             MOVE 'SENHA INVALIDA' TO WRK-MOTIVO-LOGON
003140         WHEN WRK-OPR-AUT-FUNCAO NOT = 'S'
003150             MOVE 'SEM AUTORIZACAO' TO WRK-MOTIVO-LOGON
003160         WHEN OTHER
003170             MOVE 'S' TO WRK-SW-OPERADOR
003180     END-EVALUATE.
003190     IF NOT WRK-OPERADOR-VALIDO
003200         DISPLAY 'LOGON RECUSADO (' WRK-MOTIVO-LOGON ') - '
003210             WRK-OPERADOR
003220         PERFORM 0520-GRAVA-SECAUD THRU 0520-EXIT
003230     END-IF.
003240 0500-EXIT.
003250     EXIT.
003260******************************************************************
003270* 0510-PROCURA-OPERSEC - PROCURA O OPERADOR NO CADASTRO DE
003280*                        SEGURANCA (OPERSEC) E GUARDA OS CAMPOS
003290*                        DO REGISTRO ACHADO (A AUTORIZACAO DESTE
003300*                        PROGRAMA E A DE APROVACAO DE ALTERACAO
003310*                        BANCARIA). ARQUIVO INDISPONIVEL
003320*                        EQUIVALE A OPERADOR NAO CADASTRADO.
003330******************************************************************
003340 0510-PROCURA-OPERSEC.
003350     MOVE 'N' TO WRK-SW-OPR-ACHADO.
003360     OPEN INPUT SECURITY-MASTER-FILE.
003370     IF NOT WRK-SEC-OK
003380         DISPLAY 'CADASTRO DE SEGURANCA (OPERSEC) '
003390             'INDISPONIVEL: ' WRK-SEC-STATUS
003400         GO TO 0510-EXIT
003410     END-IF.
003420     PERFORM 0515-LE-OPERSEC THRU 0515-EXIT
003430         UNTIL WRK-SEC-EOF OR WRK-OPR-ACHADO.
003440     CLOSE SECURITY-MASTER-FILE.
003450 0510-EXIT.
003460     EXIT.
003470 0515-LE-OPERSEC.
003480     READ SECURITY-MASTER-FILE
003490         AT END
003500             SET WRK-SEC-EOF TO TRUE
003510         NOT AT END
003520             IF OPR-CODIGO = WRK-OPERADOR
003530                 SET WRK-OPR-ACHADO TO TRUE
003540                 MOVE OPR-ATIVO TO WRK-OPR-ATIVO
003550                 MOVE OPR-SENHA TO WRK-OPR-SENHA
003560                 MOVE OPR-AUT-APROVA
003570                     TO WRK-OPR-AUT-FUNCAO
003580             END-IF
003590     END-READ.
003600 0515-EXIT.
003610     EXIT.
003620******************************************************************
003630* 0520-GRAVA-SECAUD - REGISTRA A TENTATIVA DE LOGON RECUSADA NO
003640*                     SECAUD (DATA, HORA, OPERADOR, PROGRAMA E
003650*                     MOTIVO), NO MESMO IDIOMA DA TRILHA DO
003660*                     DATEAUD DO PROGCOB03.
003670******************************************************************
003680 0520-GRAVA-SECAUD.
003690     ACCEPT WRK-DATA-LOGON FROM DATE YYYYMMDD.
003700     ACCEPT WRK-HORA-LOGON FROM TIME.
003710     OPEN EXTEND SECURITY-AUDIT-FILE.
003720     IF NOT WRK-SECAUD-OK
003730         CLOSE SECURITY-AUDIT-FILE
003740         OPEN OUTPUT SECURITY-AUDIT-FILE
003750     END-IF.
003760     IF NOT WRK-SECAUD-OK
003770         DISPLAY 'ERRO AO ABRIR SECAUD: ' WRK-SECAUD-STATUS
003780         GO TO 0520-EXIT
003790     END-IF.
003800     MOVE WRK-DATA-LOGON TO SEC-DATA.
003810     MOVE SPACES         TO SEC-FILL1.
003820     MOVE WRK-HORA-LOGON TO SEC-HORA.
003830     MOVE SPACES         TO SEC-FILL2.
003840     MOVE WRK-OPERADOR   TO SEC-OPERADOR.
003850     MOVE SPACES         TO SEC-FILL3.
003860     MOVE 'PROGCOB27'    TO SEC-PROGRAMA.
003870     MOVE SPACES         TO SEC-FILL4.
003880     MOVE WRK-MOTIVO-LOGON TO SEC-MOTIVO.
003890     WRITE SECAUD-RECORD.
003900     IF NOT WRK-SECAUD-OK
003910         DISPLAY 'ERRO AO GRAVAR SECAUD: ' WRK-SECAUD-STATUS
003920     END-IF.
003930     CLOSE SECURITY-AUDIT-FILE.
003940 0520-EXIT.
003950     EXIT.
003960******************************************************************
003970* 1000-INITIALIZE - CARREGA O BNKPEND NA TABELA, ABRE O CADASTRO
003980*                   EM I-O, AS DECISOES E O RELATORIO, IMPRIME O
003990*                   CABECALHO E LE A PRIMEIRA DECISAO. QUALQUER
004000*                   ARQUIVO INDISPONIVEL (OU BNKPEND MAIOR QUE A
004010*                   TABELA) ENCERRA COM RETURN-CODE 8 SEM TOCAR
004020*                   EM NADA.
004030******************************************************************
004040 1000-INITIALIZE.
004050     ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
004060     MOVE ZERO TO WRK-QTD-BNP.
004070     MOVE 'N' TO WRK-SW-BNP-ESTOURO.
004080     OPEN INPUT BANK-PENDING-FILE.
004090     IF NOT WRK-BNP-OK
004100         DISPLAY 'ERRO AO ABRIR BNKPEND: ' WRK-BNP-STATUS
004110         MOVE 8 TO RETURN-CODE
004120         GOBACK
004130     END-IF.
004140     PERFORM 1100-LE-PENDENCIA THRU 1100-EXIT
004150         UNTIL WRK-BNP-EOF OR WRK-BNP-ESTOUROU.
004160     CLOSE BANK-PENDING-FILE.
004170     IF WRK-BNP-ESTOUROU
004180         DISPLAY 'BNKPEND EXCEDE A TABELA DE ' WRK-MAX-BNP
004190             ' REGISTROS - NADA FOI DECIDIDO'
004200         MOVE 8 TO RETURN-CODE
004210         GOBACK
004220     END-IF.
004230     OPEN I-O EMPLOYEE-MASTER.
004240     IF NOT WRK-EMP-OK
004250         DISPLAY 'ERRO AO ABRIR EMPLOYEE-MASTER: '
004260             WRK-EMP-STATUS
004270         MOVE 8 TO RETURN-CODE
004280         GOBACK
004290     END-IF.
004300     OPEN INPUT DECISION-FILE.
004310     IF NOT WRK-DEC-OK
004320         DISPLAY 'ERRO AO ABRIR DECISION-FILE: '
004330             WRK-DEC-STATUS
004340         CLOSE EMPLOYEE-MASTER
004350         MOVE 8 TO RETURN-CODE
004360         GOBACK
004370     END-IF.
004380     OPEN OUTPUT APPROVAL-REPORT-FILE.
004390     IF NOT WRK-BNKRPT-OK
004400         DISPLAY 'ERRO AO ABRIR APPROVAL-REPORT-FILE: '
004410             WRK-BNKRPT-STATUS
004420         CLOSE EMPLOYEE-MASTER
004430         CLOSE DECISION-FILE
004440         MOVE 8 TO RETURN-CODE
004450         GOBACK
004460     END-IF.
004470     MOVE WRK-DATA-ATUAL TO CAB2-DATA.
004480     MOVE WRK-OPERADOR   TO CAB2-OPERADOR.
004490     WRITE APPROVAL-REPORT-RECORD FROM WRK-LINHA-CABEC1
004500         AFTER ADVANCING PAGE.
004510     WRITE APPROVAL-REPORT-RECORD FROM WRK-LINHA-CABEC2
004520         AFTER ADVANCING 1 LINE.
004530     PERFORM 2900-LE-DECISAO THRU 2900-EXIT.
004540 1000-EXIT.
004550     EXIT.
004560******************************************************************
004570* 1100-LE-PENDENCIA - LE UM REGISTRO DO BNKPEND PARA A TABELA.
004580******************************************************************
004590 1100-LE-PENDENCIA.
004600     READ BANK-PENDING-FILE
004610         AT END
004620             SET WRK-BNP-EOF TO TRUE
004630             GO TO 1100-EXIT
004640     END-READ.
004650     IF WRK-QTD-BNP >= WRK-MAX-BNP
004660         SET WRK-BNP-ESTOUROU TO TRUE
004670         GO TO 1100-EXIT
004680     END-IF.
004690     ADD 1 TO WRK-QTD-BNP.
004700     MOVE BNP-MATRICULA    TO TAB-BNP-MATRICULA(WRK-QTD-BNP).
004710     MOVE BNP-DATA-SOLIC   TO TAB-BNP-DATA-SOLIC(WRK-QTD-BNP).
004720     MOVE BNP-HORA-SOLIC   TO TAB-BNP-HORA-SOLIC(WRK-QTD-BNP).
004730     MOVE BNP-OPER-SOLIC   TO TAB-BNP-OPER-SOLIC(WRK-QTD-BNP).
004740     MOVE BNP-BANCO-ANT    TO TAB-BNP-BANCO-ANT(WRK-QTD-BNP).
004750     MOVE BNP-AGENCIA-ANT  TO TAB-BNP-AGENCIA-ANT(WRK-QTD-BNP).
004760     MOVE BNP-CONTA-ANT    TO TAB-BNP-CONTA-ANT(WRK-QTD-BNP).
004770     MOVE BNP-BANCO-NOVO   TO TAB-BNP-BANCO-NOVO(WRK-QTD-BNP).
004780     MOVE BNP-AGENCIA-NOVO
004790         TO TAB-BNP-AGENCIA-NOVO(WRK-QTD-BNP).
004800     MOVE BNP-CONTA-NOVO   TO TAB-BNP-CONTA-NOVO(WRK-QTD-BNP).
004810     MOVE BNP-SITUACAO     TO TAB-BNP-SITUACAO(WRK-QTD-BNP).
004820     MOVE BNP-OPER-APROV   TO TAB-BNP-OPER-APROV(WRK-QTD-BNP).
004830     MOVE BNP-DATA-APROV   TO TAB-BNP-DATA-APROV(WRK-QTD-BNP).
004840 1100-EXIT.
004850     EXIT.
004860******************************************************************
004870* 2000-PROCESSA-DECISAO - VALIDA A DECISAO, LOCALIZA A ALTERACAO
004880*                         PENDENTE DA MATRICULA E ACIONA A
004890*                         APROVACAO OU A RECUSA.
004900******************************************************************
004910 2000-PROCESSA-DECISAO.
004920     ADD 1 TO WRK-CONT-LIDAS.
004930     MOVE 'S' TO WRK-SW-DEC-VALIDA.
004940     MOVE SPACES TO WRK-MOTIVO.
004950     PERFORM 2050-VALIDA-DECISAO THRU 2050-EXIT.
004960     IF WRK-DEC-VALIDA
004970         EVALUATE DEC-DECISAO
004980             WHEN 'A'
004990                 PERFORM 3000-APROVA THRU 3000-EXIT
005000             WHEN 'R'
005010                 PERFORM 4000-RECUSA THRU 4000-EXIT
005020         END-EVALUATE
005030     END-IF.
005040     IF NOT WRK-DEC-VALIDA
005050         PERFORM 7200-IMPRIME-REJEICAO THRU 7200-EXIT
005060         ADD 1 TO WRK-CONT-REJEITADAS
005070     END-IF.
005080     PERFORM 2900-LE-DECISAO THRU 2900-EXIT.
005090 2000-EXIT.
005100     EXIT.
005110******************************************************************
005120* 2050-VALIDA-DECISAO - CONSISTE A DECISAO ('A' OU 'R'), EXIGE
005130*                       UMA ALTERACAO PENDENTE PARA A MATRICULA E
005140*                       QUE O DECISOR NAO SEJA QUEM A SOLICITOU.
005150******************************************************************
005160 2050-VALIDA-DECISAO.
005170     IF DEC-DECISAO NOT = 'A' AND DEC-DECISAO NOT = 'R'
005180         MOVE '01' TO WRK-MOTIVO
005190         MOVE 'N' TO WRK-SW-DEC-VALIDA
005200         GO TO 2050-EXIT
005210     END-IF.
005220     PERFORM 2100-PROCURA-PENDENCIA THRU 2100-EXIT.
005230     IF NOT WRK-BNP-ACHADO
005240         MOVE '02' TO WRK-MOTIVO
005250         MOVE 'N' TO WRK-SW-DEC-VALIDA
005260         GO TO 2050-EXIT
005270     END-IF.
005280     IF TAB-BNP-OPER-SOLIC(WRK-BNP-IDX) = WRK-OPERADOR
005290         MOVE '03' TO WRK-MOTIVO
005300         MOVE 'N' TO WRK-SW-DEC-VALIDA
005310         GO TO 2050-EXIT
005320     END-IF.
005330 2050-EXIT.
005340     EXIT.
005350******************************************************************
005360* 2100-PROCURA-PENDENCIA - LOCALIZA A ALTERACAO PENDENTE ('P')
005370*                          DA MATRICULA DA DECISAO, DEIXANDO
005380*                          WRK-BNP-IDX APONTANDO PARA ELA.
005390******************************************************************
005400 2100-PROCURA-PENDENCIA.
005410     MOVE 'N' TO WRK-SW-BNP-ACHADO.
005420     PERFORM VARYING WRK-BNP-IDX FROM 1 BY 1
005430             UNTIL WRK-BNP-IDX > WRK-QTD-BNP
005440                OR WRK-BNP-ACHADO
005450         IF TAB-BNP-MATRICULA(WRK-BNP-IDX) = DEC-MATRICULA
005460                 AND TAB-BNP-SITUACAO(WRK-BNP-IDX) = 'P'
005470             SET WRK-BNP-ACHADO TO TRUE
005480         END-IF
005490     END-PERFORM.
005500     IF WRK-BNP-ACHADO
005510         SUBTRACT 1 FROM WRK-BNP-IDX
005520     END-IF.
005530 2100-EXIT.
005540     EXIT.
005550******************************************************************
005560* 2900-LE-DECISAO - LE A PROXIMA DECISAO DO BNKDEC.
005570******************************************************************
005580 2900-LE-DECISAO.
005590     READ DECISION-FILE
005600         AT END
005610             SET WRK-DEC-EOF TO TRUE
005620     END-READ.
005630 2900-EXIT.
005640     EXIT.
005650******************************************************************
005660* 3000-APROVA - GRAVA NO CADASTRO O BANCO, A AGENCIA E A CONTA
005670*               NOVOS DA ALTERACAO APONTADA POR WRK-BNP-IDX,
005680*               DESDE QUE A CONTA DO CADASTRO AINDA SEJA A
005690*               ANTERIOR DA SOLICITACAO, E MARCA A ALTERACAO
005700*               COMO APROVADA COM O DECISOR E A DATA.
005710******************************************************************
005720 3000-APROVA.
005730     MOVE DEC-MATRICULA TO EMP-ID.
005740     READ EMPLOYEE-MASTER
005750         INVALID KEY
005760             MOVE '04' TO WRK-MOTIVO
005770             MOVE 'N' TO WRK-SW-DEC-VALIDA
005780             GO TO 3000-EXIT
005790     END-READ.
005800     IF EMP-BANCO NOT = TAB-BNP-BANCO-ANT(WRK-BNP-IDX)
005810             OR EMP-AGENCIA NOT = TAB-BNP-AGENCIA-ANT(WRK-BNP-IDX)
005820             OR EMP-CONTA NOT = TAB-BNP-CONTA-ANT(WRK-BNP-IDX)
005830         MOVE '05' TO WRK-MOTIVO
005840         MOVE 'N' TO WRK-SW-DEC-VALIDA
005850         GO TO 3000-EXIT
005860     END-IF.
005870     MOVE TAB-BNP-BANCO-NOVO(WRK-BNP-IDX)   TO EMP-BANCO.
005880     MOVE TAB-BNP-AGENCIA-NOVO(WRK-BNP-IDX) TO EMP-AGENCIA.
005890     MOVE TAB-BNP-CONTA-NOVO(WRK-BNP-IDX)   TO EMP-CONTA.
005900     REWRITE EMP-RECORD
005910         INVALID KEY
005920             MOVE '04' TO WRK-MOTIVO
005930             MOVE 'N' TO WRK-SW-DEC-VALIDA
005940             GO TO 3000-EXIT
005950     END-REWRITE.
005960     MOVE 'A' TO TAB-BNP-SITUACAO(WRK-BNP-IDX).
005970     MOVE WRK-OPERADOR   TO TAB-BNP-OPER-APROV(WRK-BNP-IDX).
005980     MOVE WRK-DATA-ATUAL TO TAB-BNP-DATA-APROV(WRK-BNP-IDX).
005990     ADD 1 TO WRK-CONT-APROVADAS.
006000     MOVE 'APROVADA: ' TO DCL-SITUACAO.
006010     PERFORM 7000-IMPRIME-DECISAO THRU 7000-EXIT.
006020 3000-EXIT.
006030     EXIT.
006040******************************************************************
006050* 4000-RECUSA - MARCA A ALTERACAO APONTADA POR WRK-BNP-IDX COMO
006060*               RECUSADA, COM O DECISOR E A DATA; O CADASTRO
006070*               CONTINUA COM A CONTA ANTERIOR.
006080******************************************************************
006090 4000-RECUSA.
006100     MOVE 'R' TO TAB-BNP-SITUACAO(WRK-BNP-IDX).
006110     MOVE WRK-OPERADOR   TO TAB-BNP-OPER-APROV(WRK-BNP-IDX).
006120     MOVE WRK-DATA-ATUAL TO TAB-BNP-DATA-APROV(WRK-BNP-IDX).
006130     ADD 1 TO WRK-CONT-RECUSADAS.
006140     MOVE 'RECUSADA: ' TO DCL-SITUACAO.
006150     PERFORM 7000-IMPRIME-DECISAO THRU 7000-EXIT.
006160 4000-EXIT.
006170     EXIT.
006180******************************************************************
006190* 7000-IMPRIME-DECISAO - IMPRIME A ALTERACAO DECIDIDA, COM A
006200*                        CONTA ANTERIOR E A NOVA, O SOLICITANTE
006210*                        E O DECISOR.
006220******************************************************************
006230 7000-IMPRIME-DECISAO.
006240     MOVE TAB-BNP-MATRICULA(WRK-BNP-IDX)    TO DCL-MATRICULA.
006250     MOVE TAB-BNP-BANCO-ANT(WRK-BNP-IDX)    TO DCL-BANCO-ANT.
006260     MOVE TAB-BNP-AGENCIA-ANT(WRK-BNP-IDX)  TO DCL-AGENCIA-ANT.
006270     MOVE TAB-BNP-CONTA-ANT(WRK-BNP-IDX)    TO DCL-CONTA-ANT.
006280     MOVE TAB-BNP-BANCO-NOVO(WRK-BNP-IDX)   TO DCL-BANCO-NOVO.
006290     MOVE TAB-BNP-AGENCIA-NOVO(WRK-BNP-IDX) TO DCL-AGENCIA-NOVO.
006300     MOVE TAB-BNP-CONTA-NOVO(WRK-BNP-IDX)   TO DCL-CONTA-NOVO.
006310     MOVE TAB-BNP-OPER-SOLIC(WRK-BNP-IDX)   TO DCL-OPER-SOLIC.
006320     MOVE TAB-BNP-OPER-APROV(WRK-BNP-IDX)   TO DCL-OPER-APROV.
006330     WRITE APPROVAL-REPORT-RECORD FROM WRK-LINHA-DECISAO
006340         AFTER ADVANCING 1 LINE.
006350 7000-EXIT.
006360     EXIT.
006370******************************************************************
006380* 7200-IMPRIME-REJEICAO - IMPRIME A DECISAO REJEITADA COM O
006390*                         CODIGO E O TEXTO DO MOTIVO.
006400******************************************************************
006410 7200-IMPRIME-REJEICAO.
006420     MOVE DEC-DECISAO   TO REJ-DECISAO.
006430     MOVE DEC-MATRICULA TO REJ-MATRICULA.
006440     MOVE WRK-MOTIVO    TO REJ-MOTIVO.
006450     MOVE SPACES        TO REJ-TEXTO.
006460     PERFORM VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 5
006470         IF WRK-MOTIVO = TAB-MOTIVO-CODIGO(WRK-IDX)
006480             MOVE TAB-MOTIVO-TEXTO(WRK-IDX) TO REJ-TEXTO
006490         END-IF
006500     END-PERFORM.
006510     WRITE APPROVAL-REPORT-RECORD FROM WRK-LINHA-REJEICAO
006520         AFTER ADVANCING 1 LINE.
006530 7200-EXIT.
006540     EXIT.
006550******************************************************************
006560* 9000-FINALIZE - REGRAVA O BNKPEND COM AS DECISOES, IMPRIME OS
006570*                 TOTAIS E FECHA OS ARQUIVOS. FALHA AO REGRAVAR
006580*                 O BNKPEND DEVOLVE RETURN-CODE 8: O CADASTRO JA
006590*                 TEM AS CONTAS APROVADAS, E A OPERACAO PRECISA
006600*                 ACERTAR O BNKPEND ANTES DO PROXIMO PROGCOB05.
006610******************************************************************
006620 9000-FINALIZE.
006630     MOVE WRK-CONT-LIDAS      TO TOT-LIDAS.
006640     MOVE WRK-CONT-APROVADAS  TO TOT-APROVADAS.
006650     MOVE WRK-CONT-RECUSADAS  TO TOT-RECUSADAS.
006660     MOVE WRK-CONT-REJEITADAS TO TOT-REJEITADAS.
006670     WRITE APPROVAL-REPORT-RECORD FROM WRK-LINHA-TOTAIS
006680         AFTER ADVANCING 2 LINES.
006690     DISPLAY '--------------------------------------------'.
006700     DISPLAY 'DECISOES LIDAS ......: ' WRK-CONT-LIDAS.
006710     DISPLAY 'CONTAS APROVADAS ....: ' WRK-CONT-APROVADAS.
006720     DISPLAY 'CONTAS RECUSADAS ....: ' WRK-CONT-RECUSADAS.
006730     DISPLAY 'DECISOES REJEITADAS .: ' WRK-CONT-REJEITADAS.
006740     CLOSE EMPLOYEE-MASTER.
006750     CLOSE DECISION-FILE.
006760     CLOSE APPROVAL-REPORT-FILE.
006770     OPEN OUTPUT BANK-PENDING-FILE.
006780     IF NOT WRK-BNP-OK
006790         DISPLAY 'ERRO AO REGRAVAR BNKPEND: ' WRK-BNP-STATUS
006800         MOVE 8 TO RETURN-CODE
006810         GOBACK
006820     END-IF.
006830     PERFORM VARYING WRK-I FROM 1 BY 1
006840             UNTIL WRK-I > WRK-QTD-BNP
006850         MOVE TAB-BNP-MATRICULA(WRK-I)    TO BNP-MATRICULA
006860         MOVE SPACES                      TO BNP-FILL1
006870         MOVE TAB-BNP-DATA-SOLIC(WRK-I)   TO BNP-DATA-SOLIC
006880         MOVE SPACES                      TO BNP-FILL2
006890         MOVE TAB-BNP-HORA-SOLIC(WRK-I)   TO BNP-HORA-SOLIC
006900         MOVE SPACES                      TO BNP-FILL3
006910         MOVE TAB-BNP-OPER-SOLIC(WRK-I)   TO BNP-OPER-SOLIC
006920         MOVE SPACES                      TO BNP-FILL4
006930         MOVE TAB-BNP-BANCO-ANT(WRK-I)    TO BNP-BANCO-ANT
006940         MOVE SPACES                      TO BNP-FILL5
006950         MOVE TAB-BNP-AGENCIA-ANT(WRK-I)  TO BNP-AGENCIA-ANT
006960         MOVE SPACES                      TO BNP-FILL6
006970         MOVE TAB-BNP-CONTA-ANT(WRK-I)    TO BNP-CONTA-ANT
006980         MOVE SPACES                      TO BNP-FILL7
006990         MOVE TAB-BNP-BANCO-NOVO(WRK-I)   TO BNP-BANCO-NOVO
007000         MOVE SPACES                      TO BNP-FILL8
007010         MOVE TAB-BNP-AGENCIA-NOVO(WRK-I) TO BNP-AGENCIA-NOVO
007020         MOVE SPACES                      TO BNP-FILL9
007030         MOVE TAB-BNP-CONTA-NOVO(WRK-I)   TO BNP-CONTA-NOVO
007040         MOVE SPACES                      TO BNP-FILL10
007050         MOVE TAB-BNP-SITUACAO(WRK-I)     TO BNP-SITUACAO
007060         MOVE SPACES                      TO BNP-FILL11
007070         MOVE TAB-BNP-OPER-APROV(WRK-I)   TO BNP-OPER-APROV
007080         MOVE SPACES                      TO BNP-FILL12
007090         MOVE TAB-BNP-DATA-APROV(WRK-I)   TO BNP-DATA-APROV
007100         WRITE BNP-RECORD
007110     END-PERFORM.
007120     CLOSE BANK-PENDING-FILE.
007130 9000-EXIT.
007140     EXIT.
007150 END PROGRAM PROGCOB27.
