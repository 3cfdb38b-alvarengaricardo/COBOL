000240*                 COM AUTORIZACAO DE CADASTRO - ISSO TRANCARIA O
000250*                 PROPRIO PROGCOB11 PARA FORA. RETURN-CODE 4
000260*                 QUANDO HOUVE TRANSACAO REJEITADA.
000270* 2026-10-15 RRA  INCLUIDA A AUTORIZACAO DE APROVACAO DE ALTERACAO
000280*                 BANCARIA (OTR-AUT-APROVA / OPR-AUT-APROVA, USADA
000290*                 PELO PROGCOB27). NA TRANSACAO VALE 'S' OU 'N';
000300*                 EM BRANCO (OPRTRAN NO LAYOUT ANTERIOR) GRAVA
000310*                 'N'.
000320******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. PROGCOB11.
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SPECIAL-NAMES.
000380     DECIMAL-POINT IS COMMA.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT SECURITY-MASTER-FILE
000420         ASSIGN TO "OPERSEC"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WRK-SEC-STATUS.
000450     SELECT SECURITY-TRANS-FILE
000460         ASSIGN TO "OPRTRAN"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WRK-OTR-STATUS.
000490     SELECT SECURITY-AUDIT-FILE
000500         ASSIGN TO "SECAUD"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WRK-SECAUD-STATUS.
000530     SELECT OPERATOR-CONTROL-FILE
000540         ASSIGN TO "PAYOPER"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WRK-OPER-CFG-STATUS.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  SECURITY-MASTER-FILE
000600     LABEL RECORDS ARE STANDARD.
000610     COPY OPERSEC.
000620 FD  SECURITY-TRANS-FILE
000630     LABEL RECORDS ARE STANDARD.
000640 01  SECURITY-TRANS-RECORD.
000650     05  OTR-ACAO                 PIC X(01).
000660     05  OTR-FILL1                PIC X(02).
000670     05  OTR-CODIGO               PIC X(10).
000680     05  OTR-FILL2                PIC X(02).
000690     05  OTR-SENHA                PIC X(10).
000700     05  OTR-FILL3                PIC X(02).
000710     05  OTR-ATIVO                PIC X(01).
000720     05  OTR-FILL4                PIC X(02).
000730     05  OTR-AUT-CONSULTA         PIC X(01).
000740     05  OTR-FILL5                PIC X(01).
000750     05  OTR-AUT-DATA             PIC X(01).
000760     05  OTR-FILL6                PIC X(01).
000770     05  OTR-AUT-FOLHA            PIC X(01).
000780     05  OTR-FILL7                PIC X(01).
000790     05  OTR-AUT-CADASTRO         PIC X(01).
000800     05  OTR-FILL8                PIC X(01).
000810     05  OTR-AUT-APROVA           PIC X(01).
000820 FD  SECURITY-AUDIT-FILE
000830     LABEL RECORDS ARE STANDARD.
000840 01  SECAUD-RECORD.
000850     05  SEC-DATA                 PIC 9(08).
000860     05  SEC-FILL1                PIC X(02).
000870     05  SEC-HORA                 PIC 9(08).
000880     05  SEC-FILL2                PIC X(02).
000890     05  SEC-OPERADOR             PIC X(10).
000900     05  SEC-FILL3                PIC X(02).
000910     05  SEC-PROGRAMA             PIC X(09).
000920     05  SEC-FILL4                PIC X(02).
000930     05  SEC-MOTIVO               PIC X(20).
000940 FD  OPERATOR-CONTROL-FILE
000950     LABEL RECORDS ARE STANDARD.
000960 01  OPERATOR-CONTROL-RECORD.
000970     05  OPCFG-OPERADOR           PIC X(10).
000980     05  OPCFG-FILL1              PIC X(02).
000990     05  OPCFG-SENHA              PIC X(10).
001000 WORKING-STORAGE SECTION.
001010 77  WRK-SEC-STATUS       PIC X(02) VALUE '00'.
001020     88  WRK-SEC-OK                  VALUE '00'.
001030     88  WRK-SEC-EOF                 VALUE '10'.
001040 77  WRK-OTR-STATUS       PIC X(02) VALUE '00'.
001050     88  WRK-OTR-OK                  VALUE '00'.
001060     88  WRK-OTR-EOF                 VALUE '10'.
001070 77  WRK-SECAUD-STATUS    PIC X(02) VALUE '00'.
001080     88  WRK-SECAUD-OK               VALUE '00'.
001090 77  WRK-OPER-CFG-STATUS  PIC X(02) VALUE '00'.
001100     88  WRK-OPER-CFG-OK             VALUE '00'.
001110 77  WRK-SW-OPER-ARQUIVO  PIC X(01) VALUE 'N'.
001120     88  WRK-OPER-ARQUIVO            VALUE 'S'.
001130 77  WRK-SW-OPERADOR      PIC X(01) VALUE 'N'.
001140     88  WRK-OPERADOR-VALIDO         VALUE 'S'.
001150 77  WRK-OPERADOR         PIC X(10) VALUE SPACES.
001160 77  WRK-SENHA            PIC X(10) VALUE SPACES.
001170 77  WRK-MOTIVO-LOGON     PIC X(20) VALUE SPACES.
001180 77  WRK-DATA-LOGON       PIC 9(08) VALUE ZEROS.
001190 77  WRK-HORA-LOGON       PIC 9(08) VALUE ZEROS.
001200 77  WRK-SW-CARGA-INICIAL PIC X(01) VALUE 'N'.
001210     88  WRK-CARGA-INICIAL           VALUE 'S'.
001220 77  WRK-QTD-OPERADORES   PIC 9(03) COMP VALUE ZERO.
001230 77  WRK-MAX-OPERADORES   PIC 9(03) COMP VALUE 50.
001240 77  WRK-OPR-IDX          PIC 9(03) COMP VALUE ZERO.
001250 77  WRK-I                PIC 9(03) COMP VALUE ZERO.
001260 77  WRK-J                PIC 9(03) COMP VALUE ZERO.
001270 77  WRK-SW-OPR-ACHADO    PIC X(01) VALUE 'N'.
001280     88  WRK-OPR-ACHADO              VALUE 'S'.
001290 77  WRK-SW-RESTA-ADMIN   PIC X(01) VALUE 'N'.
001300     88  WRK-RESTA-ADMIN             VALUE 'S'.
001310 77  WRK-CONT-LIDAS       PIC 9(05) COMP VALUE ZERO.
001320 77  WRK-CONT-APLICADAS   PIC 9(05) COMP VALUE ZERO.
001330 77  WRK-CONT-REJEITADAS  PIC 9(05) COMP VALUE ZERO.
001340*----------------------------------------------------------------
001350* TABELA DO CADASTRO DE SEGURANCA, CARREGADA DO OPERSEC E
001360* REGRAVADA NO FIM DA MANUTENCAO.
001370*----------------------------------------------------------------
001380 01  TAB-OPERSEC.
001390     05  TAB-OPS-ENT OCCURS 50 TIMES.
001400         10  TAB-OPS-CODIGO       PIC X(10).
001410         10  TAB-OPS-SENHA        PIC X(10).
001420         10  TAB-OPS-ATIVO        PIC X(01).
001430         10  TAB-OPS-AUT-CONSULTA PIC X(01).
001440         10  TAB-OPS-AUT-DATA     PIC X(01).
001450         10  TAB-OPS-AUT-FOLHA    PIC X(01).
001460         10  TAB-OPS-AUT-CADASTRO PIC X(01).
001470         10  TAB-OPS-AUT-APROVA   PIC X(01).
001480 PROCEDURE DIVISION.
001490******************************************************************
001500* 0000-MAINLINE - CONTROLA A MANUTENCAO DO CADASTRO DE
001510*                 SEGURANCA DE OPERADORES.
001520******************************************************************
001530 0000-MAINLINE.
001540     PERFORM 1000-CARREGA-OPERSEC THRU 1000-EXIT.
001550     IF WRK-QTD-OPERADORES = ZERO
001560         SET WRK-CARGA-INICIAL TO TRUE
001570         DISPLAY 'OPERSEC VAZIO OU INEXISTENTE - MODO DE '
001580             'CARGA INICIAL, LOGON DISPENSADO'
001590     ELSE
001600         PERFORM 0500-LOGON-OPERADOR THRU 0500-EXIT
001610         IF NOT WRK-OPERADOR-VALIDO
001620             DISPLAY 'OPERADOR NAO AUTORIZADO: ' WRK-OPERADOR
001630             MOVE 8 TO RETURN-CODE
001640             GOBACK
001650         END-IF
001660     END-IF.
001670     PERFORM 2000-ABRE-TRANSACOES THRU 2000-EXIT.
001680     PERFORM 3000-PROCESSA-TRANSACAO THRU 3000-EXIT
001690         UNTIL WRK-OTR-EOF.
001700     PERFORM 9000-FINALIZE THRU 9000-EXIT.
001710     IF WRK-CONT-REJEITADAS > 0
001720         MOVE 4 TO RETURN-CODE
001730     ELSE
001740         MOVE 0 TO RETURN-CODE
001750     END-IF.
001760     GOBACK.
001770******************************************************************
001780* 0500-LOGON-OPERADOR - OBTEM OPERADOR E SENHA DO PAYOPER (OU DO
001790*                       CONSOLE) E VALIDA CONTRA A TABELA JA
001800*                       CARREGADA DO OPERSEC: ATIVO, SENHA E
001810*                       AUTORIZACAO DE MANUTENCAO DE CADASTRO.
001820*                       TENTATIVA RECUSADA E GRAVADA NO SECAUD.
001830******************************************************************
001840 0500-LOGON-OPERADOR.
001850     MOVE 'N' TO WRK-SW-OPER-ARQUIVO.
001860     OPEN INPUT OPERATOR-CONTROL-FILE.
001870     IF WRK-OPER-CFG-OK
001880         READ OPERATOR-CONTROL-FILE
001890             AT END
001900                 CONTINUE
001910             NOT AT END
001920                 MOVE OPCFG-OPERADOR TO WRK-OPERADOR
001930                 MOVE OPCFG-SENHA    TO WRK-SENHA
001940                 SET WRK-OPER-ARQUIVO TO TRUE
001950         END-READ
001960         CLOSE OPERATOR-CONTROL-FILE
001970     END-IF.
001980     IF NOT WRK-OPER-ARQUIVO
001990         DISPLAY 'OPERADOR: ' WITH NO ADVANCING
002000         ACCEPT WRK-OPERADOR FROM CONSOLE
002010         DISPLAY 'SENHA: ' WITH NO ADVANCING
002020         ACCEPT WRK-SENHA FROM CONSOLE
002030     END-IF.
002040     MOVE 'N' TO WRK-SW-OPERADOR.
002050     MOVE SPACES TO WRK-MOTIVO-LOGON.
002060     PERFORM 0510-PROCURA-NA-TABELA THRU 0510-EXIT.
002070     EVALUATE TRUE
002080         WHEN NOT WRK-OPR-ACHADO
002090             MOVE 'NAO CADASTRADO' TO WRK-MOTIVO-LOGON
002100         WHEN TAB-OPS-ATIVO(WRK-OPR-IDX) NOT = 'S'
002110             MOVE 'OPERADOR INATIVO' TO WRK-MOTIVO-LOGON
002120         WHEN TAB-OPS-SENHA(WRK-OPR-IDX) NOT = WRK-SENHA
002130             MOVE 'SENHA INVALIDA' TO WRK-MOTIVO-LOGON
002140         WHEN TAB-OPS-AUT-CADASTRO(WRK-OPR-IDX) NOT = 'S'
002150             MOVE 'SEM AUTORIZACAO' TO WRK-MOTIVO-LOGON
002160         WHEN OTHER
002170             MOVE 'S' TO WRK-SW-OPERADOR
002180     END-EVALUATE.
002190     IF NOT WRK-OPERADOR-VALIDO
002200         DISPLAY 'LOGON RECUSADO (' WRK-MOTIVO-LOGON ') - '
002210             WRK-OPERADOR
002220         PERFORM 0520-GRAVA-SECAUD THRU 0520-EXIT
002230     END-IF.
002240 0500-EXIT.
002250     EXIT.
002260******************************************************************
002270* 0510-PROCURA-NA-TABELA - LOCALIZA O OPERADOR DO LOGON NA
002280*                          TABELA CARREGADA, DEIXANDO
002290*                          WRK-OPR-IDX APONTANDO PARA ELE.
002300******************************************************************
002310 0510-PROCURA-NA-TABELA.
002320     MOVE 'N' TO WRK-SW-OPR-ACHADO.
002330     PERFORM VARYING WRK-OPR-IDX FROM 1 BY 1
002340             UNTIL WRK-OPR-IDX > WRK-QTD-OPERADORES
002350                OR WRK-OPR-ACHADO
002360         IF TAB-OPS-CODIGO(WRK-OPR-IDX) = WRK-OPERADOR
002370             SET WRK-OPR-ACHADO TO TRUE
002380         END-IF
002390     END-PERFORM.
002400     IF WRK-OPR-ACHADO
002410         SUBTRACT 1 FROM WRK-OPR-IDX
002420     END-IF.
002430 0510-EXIT.
002440     EXIT.
002450******************************************************************
002460* 0520-GRAVA-SECAUD - REGISTRA A TENTATIVA DE LOGON RECUSADA NO
002470*                     SECAUD, NO MESMO IDIOMA DOS DEMAIS
002480*                     PROGRAMAS.
002490******************************************************************
002500 0520-GRAVA-SECAUD.
002510     ACCEPT WRK-DATA-LOGON FROM DATE YYYYMMDD.
002520     ACCEPT WRK-HORA-LOGON FROM TIME.
002530     OPEN EXTEND SECURITY-AUDIT-FILE.
002540     IF NOT WRK-SECAUD-OK
002550         CLOSE SECURITY-AUDIT-FILE
002560         OPEN OUTPUT SECURITY-AUDIT-FILE
002570     END-IF.
002580     IF NOT WRK-SECAUD-OK
002590         DISPLAY 'ERRO AO ABRIR SECAUD: ' WRK-SECAUD-STATUS
002600         GO TO 0520-EXIT
002610     END-IF.
002620     MOVE WRK-DATA-LOGON TO SEC-DATA.
002630     MOVE SPACES         TO SEC-FILL1.
002640     MOVE WRK-HORA-LOGON TO SEC-HORA.
002650     MOVE SPACES         TO SEC-FILL2.
002660     MOVE WRK-OPERADOR   TO SEC-OPERADOR.
002670     MOVE SPACES         TO SEC-FILL3.
002680     MOVE 'PROGCOB11'    TO SEC-PROGRAMA.
002690     MOVE SPACES         TO SEC-FILL4.
002700     MOVE WRK-MOTIVO-LOGON TO SEC-MOTIVO.
002710     WRITE SECAUD-RECORD.
002720     IF NOT WRK-SECAUD-OK
002730         DISPLAY 'ERRO AO GRAVAR SECAUD: ' WRK-SECAUD-STATUS
002740     END-IF.
002750     CLOSE SECURITY-AUDIT-FILE.
002760 0520-EXIT.
002770     EXIT.
002780******************************************************************
002790* 1000-CARREGA-OPERSEC - CARREGA O OPERSEC NA TABELA. ARQUIVO
002800*                        INEXISTENTE OU VAZIO DEIXA A TABELA
002810*                        VAZIA (MODO DE CARGA INICIAL).
002820******************************************************************
002830 1000-CARREGA-OPERSEC.
002840     MOVE ZERO TO WRK-QTD-OPERADORES.
002850     OPEN INPUT SECURITY-MASTER-FILE.
002860     IF WRK-SEC-OK
002870         PERFORM 1100-LE-OPERSEC THRU 1100-EXIT
002880             UNTIL WRK-SEC-EOF
002890         CLOSE SECURITY-MASTER-FILE
002900     END-IF.
002910 1000-EXIT.
002920     EXIT.
002930 1100-LE-OPERSEC.
002940     READ SECURITY-MASTER-FILE
002950         AT END
002960             SET WRK-SEC-EOF TO TRUE
002970         NOT AT END
002980             IF WRK-QTD-OPERADORES < WRK-MAX-OPERADORES
002990                 ADD 1 TO WRK-QTD-OPERADORES
003000                 PERFORM 1200-GUARDA-OPERADOR THRU 1200-EXIT
003010             ELSE
003020                 DISPLAY 'TABELA DE OPERADORES CHEIA - '
003030                     'REGISTRO IGNORADO: ' OPR-CODIGO
003040             END-IF
003050     END-READ.
003060 1100-EXIT.
003070     EXIT.
003080 1200-GUARDA-OPERADOR.
003090     MOVE OPR-CODIGO       TO TAB-OPS-CODIGO(WRK-QTD-OPERADORES).
003100     MOVE OPR-SENHA        TO TAB-OPS-SENHA(WRK-QTD-OPERADORES).
003110     MOVE OPR-ATIVO        TO TAB-OPS-ATIVO(WRK-QTD-OPERADORES).
003120     MOVE OPR-AUT-CONSULTA
003130         TO TAB-OPS-AUT-CONSULTA(WRK-QTD-OPERADORES).
003140     MOVE OPR-AUT-DATA
003150         TO TAB-OPS-AUT-DATA(WRK-QTD-OPERADORES).
003160     MOVE OPR-AUT-FOLHA
003170         TO TAB-OPS-AUT-FOLHA(WRK-QTD-OPERADORES).
003180     MOVE OPR-AUT-CADASTRO
003190         TO TAB-OPS-AUT-CADASTRO(WRK-QTD-OPERADORES).
003200     IF OPR-AUT-APROVA = 'S'
003210         MOVE 'S' TO TAB-OPS-AUT-APROVA(WRK-QTD-OPERADORES)
003220     ELSE
003230         MOVE 'N' TO TAB-OPS-AUT-APROVA(WRK-QTD-OPERADORES)
003240     END-IF.
003250 1200-EXIT.
003260     EXIT.
003270******************************************************************
003280* 2000-ABRE-TRANSACOES - ABRE O OPRTRAN E LE A PRIMEIRA
003290*                        TRANSACAO.
003300******************************************************************
003310 2000-ABRE-TRANSACOES.
003320     OPEN INPUT SECURITY-TRANS-FILE.
003330     IF NOT WRK-OTR-OK
003340         DISPLAY 'ERRO AO ABRIR SECURITY-TRANS-FILE: '
003350             WRK-OTR-STATUS
003360         MOVE 8 TO RETURN-CODE
003370         GOBACK
003380     END-IF.
003390     PERFORM 2900-LE-TRANSACAO THRU 2900-EXIT.
003400 2000-EXIT.
003410     EXIT.
003420 2900-LE-TRANSACAO.
003430     READ SECURITY-TRANS-FILE
003440         AT END
003450             SET WRK-OTR-EOF TO TRUE
003460     END-READ.
003470 2900-EXIT.
003480     EXIT.
003490******************************************************************
003500* 3000-PROCESSA-TRANSACAO - VALIDA E APLICA UMA TRANSACAO DE
003510*                           INCLUSAO, ALTERACAO OU EXCLUSAO DE
003520*                           OPERADOR SOBRE A TABELA.
003530******************************************************************
003540 3000-PROCESSA-TRANSACAO.
003550     ADD 1 TO WRK-CONT-LIDAS.
003560     EVALUATE OTR-ACAO
003570         WHEN 'I'
003580             PERFORM 4000-INCLUI THRU 4000-EXIT
003590         WHEN 'A'
003600             PERFORM 5000-ALTERA THRU 5000-EXIT
003610         WHEN 'E'
003620             PERFORM 6000-EXCLUI THRU 6000-EXIT
003630         WHEN OTHER
003640             DISPLAY 'TRANSACAO REJEITADA: ' OTR-CODIGO
003650                 ' - ACAO INVALIDA (' OTR-ACAO ')'
003660             ADD 1 TO WRK-CONT-REJEITADAS
003670     END-EVALUATE.
003680     PERFORM 2900-LE-TRANSACAO THRU 2900-EXIT.
003690 3000-EXIT.
003700     EXIT.
003710******************************************************************
003720* 3100-PROCURA-CODIGO - LOCALIZA O CODIGO DA TRANSACAO NA
003730*                       TABELA, DEIXANDO WRK-OPR-IDX APONTANDO
003740*                       PARA ELE QUANDO ACHADO.
003750******************************************************************
003760 3100-PROCURA-CODIGO.
003770     MOVE 'N' TO WRK-SW-OPR-ACHADO.
003780     PERFORM VARYING WRK-OPR-IDX FROM 1 BY 1
003790             UNTIL WRK-OPR-IDX > WRK-QTD-OPERADORES
003800                OR WRK-OPR-ACHADO
003810         IF TAB-OPS-CODIGO(WRK-OPR-IDX) = OTR-CODIGO
003820             SET WRK-OPR-ACHADO TO TRUE
003830         END-IF
003840     END-PERFORM.
003850     IF WRK-OPR-ACHADO
003860         SUBTRACT 1 FROM WRK-OPR-IDX
003870     END-IF.
003880 3100-EXIT.
003890     EXIT.
003900******************************************************************
003910* 3200-VALIDA-CAMPOS - CONSISTE OS CAMPOS DA TRANSACAO DE
003920*                      INCLUSAO/ALTERACAO: CODIGO E SENHA NAO
003930*                      PODEM FICAR EM BRANCO, E ATIVO E OS FLAGS
003940*                      DE FUNCAO SO ACEITAM S OU N. O MOTIVO DA
003950*                      REJEICAO VOLTA EM WRK-MOTIVO-LOGON
003960*                      (REUSADO COMO AREA DE TRABALHO; EM BRANCO
003970*                      SIGNIFICA TRANSACAO VALIDA).
003980******************************************************************
003990 3200-VALIDA-CAMPOS.
004000     MOVE SPACES TO WRK-MOTIVO-LOGON.
004010     IF OTR-CODIGO = SPACES
004020         MOVE 'CODIGO EM BRANCO' TO WRK-MOTIVO-LOGON
004030         GO TO 3200-EXIT
004040     END-IF.
004050     IF OTR-SENHA = SPACES
004060         MOVE 'SENHA EM BRANCO' TO WRK-MOTIVO-LOGON
004070         GO TO 3200-EXIT
004080     END-IF.
004090     IF OTR-ATIVO NOT = 'S' AND OTR-ATIVO NOT = 'N'
004100         MOVE 'FLAG ATIVO INVALIDO' TO WRK-MOTIVO-LOGON
004110         GO TO 3200-EXIT
004120     END-IF.
004130     IF (OTR-AUT-CONSULTA NOT = 'S'
004140             AND OTR-AUT-CONSULTA NOT = 'N')
004150             OR (OTR-AUT-DATA NOT = 'S'
004160             AND OTR-AUT-DATA NOT = 'N')
004170             OR (OTR-AUT-FOLHA NOT = 'S'
004180             AND OTR-AUT-FOLHA NOT = 'N')
004190             OR (OTR-AUT-CADASTRO NOT = 'S'
004200             AND OTR-AUT-CADASTRO NOT = 'N')
004210             OR (OTR-AUT-APROVA NOT = 'S'
004220             AND OTR-AUT-APROVA NOT = 'N'
004230             AND OTR-AUT-APROVA NOT = SPACE)
004240         MOVE 'FLAG DE FUNCAO INVAL' TO WRK-MOTIVO-LOGON
004250         GO TO 3200-EXIT
004260     END-IF.
004270 3200-EXIT.
004280     EXIT.
004290******************************************************************
004300* 4000-INCLUI - INCLUI UM OPERADOR NOVO NA TABELA.
004310******************************************************************
004320 4000-INCLUI.
004330     PERFORM 3200-VALIDA-CAMPOS THRU 3200-EXIT.
004340     IF WRK-MOTIVO-LOGON NOT = SPACES
004350         DISPLAY 'TRANSACAO REJEITADA: ' OTR-CODIGO ' - '
004360             WRK-MOTIVO-LOGON
004370         ADD 1 TO WRK-CONT-REJEITADAS
004380         GO TO 4000-EXIT
004390     END-IF.
004400     PERFORM 3100-PROCURA-CODIGO THRU 3100-EXIT.
004410     IF WRK-OPR-ACHADO
004420         DISPLAY 'TRANSACAO REJEITADA: ' OTR-CODIGO
004430             ' - OPERADOR JA CADASTRADO'
004440         ADD 1 TO WRK-CONT-REJEITADAS
004450         GO TO 4000-EXIT
004460     END-IF.
004470     IF WRK-QTD-OPERADORES >= WRK-MAX-OPERADORES
004480         DISPLAY 'TRANSACAO REJEITADA: ' OTR-CODIGO
004490             ' - TABELA DE OPERADORES CHEIA'
004500         ADD 1 TO WRK-CONT-REJEITADAS
004510         GO TO 4000-EXIT
004520     END-IF.
004530     ADD 1 TO WRK-QTD-OPERADORES.
004540     MOVE WRK-QTD-OPERADORES TO WRK-OPR-IDX.
004550     PERFORM 4100-MOVE-TRANSACAO THRU 4100-EXIT.
004560     ADD 1 TO WRK-CONT-APLICADAS.
004570     DISPLAY 'OPERADOR INCLUIDO: ' OTR-CODIGO.
004580 4000-EXIT.
004590     EXIT.
004600******************************************************************
004610* 4100-MOVE-TRANSACAO - MOVE OS CAMPOS DA TRANSACAO PARA A
004620*                       ENTRADA WRK-OPR-IDX DA TABELA.
004630******************************************************************
004640 4100-MOVE-TRANSACAO.
004650     MOVE OTR-CODIGO       TO TAB-OPS-CODIGO(WRK-OPR-IDX).
004660     MOVE OTR-SENHA        TO TAB-OPS-SENHA(WRK-OPR-IDX).
004670     MOVE OTR-ATIVO        TO TAB-OPS-ATIVO(WRK-OPR-IDX).
004680     MOVE OTR-AUT-CONSULTA TO TAB-OPS-AUT-CONSULTA(WRK-OPR-IDX).
004690     MOVE OTR-AUT-DATA     TO TAB-OPS-AUT-DATA(WRK-OPR-IDX).
004700     MOVE OTR-AUT-FOLHA    TO TAB-OPS-AUT-FOLHA(WRK-OPR-IDX).
004710     MOVE OTR-AUT-CADASTRO TO TAB-OPS-AUT-CADASTRO(WRK-OPR-IDX).
004720     IF OTR-AUT-APROVA = 'S'
004730         MOVE 'S' TO TAB-OPS-AUT-APROVA(WRK-OPR-IDX)
004740     ELSE
004750         MOVE 'N' TO TAB-OPS-AUT-APROVA(WRK-OPR-IDX)
004760     END-IF.
004770 4100-EXIT.
004780     EXIT.
004790******************************************************************
004800* 5000-ALTERA - REGRAVA UM OPERADOR EXISTENTE COM A IMAGEM NOVA
004810*               DA TRANSACAO (INCLUSIVE DESATIVACAO, ATIVO = N).
004820******************************************************************
004830 5000-ALTERA.
004840     PERFORM 3200-VALIDA-CAMPOS THRU 3200-EXIT.
004850     IF WRK-MOTIVO-LOGON NOT = SPACES
004860         DISPLAY 'TRANSACAO REJEITADA: ' OTR-CODIGO ' - '
004870             WRK-MOTIVO-LOGON
004880         ADD 1 TO WRK-CONT-REJEITADAS
004890         GO TO 5000-EXIT
004900     END-IF.
004910     PERFORM 3100-PROCURA-CODIGO THRU 3100-EXIT.
004920     IF NOT WRK-OPR-ACHADO
004930         DISPLAY 'TRANSACAO REJEITADA: ' OTR-CODIGO
004940             ' - OPERADOR NAO CADASTRADO'
004950         ADD 1 TO WRK-CONT-REJEITADAS
004960         GO TO 5000-EXIT
004970     END-IF.
004980     PERFORM 4100-MOVE-TRANSACAO THRU 4100-EXIT.
004990     ADD 1 TO WRK-CONT-APLICADAS.
005000     DISPLAY 'OPERADOR ALTERADO: ' OTR-CODIGO.
005010 5000-EXIT.
005020     EXIT.
005030******************************************************************
005040* 6000-EXCLUI - ELIMINA UM OPERADOR DA TABELA, COMPACTANDO-A.
005050******************************************************************
005060 6000-EXCLUI.
005070     PERFORM 3100-PROCURA-CODIGO THRU 3100-EXIT.
005080     IF NOT WRK-OPR-ACHADO
005090         DISPLAY 'TRANSACAO REJEITADA: ' OTR-CODIGO
005100             ' - OPERADOR NAO CADASTRADO'
005110         ADD 1 TO WRK-CONT-REJEITADAS
005120         GO TO 6000-EXIT
005130     END-IF.
005140     PERFORM VARYING WRK-I FROM WRK-OPR-IDX BY 1
005150             UNTIL WRK-I >= WRK-QTD-OPERADORES
005160         COMPUTE WRK-J = WRK-I + 1
005170         MOVE TAB-OPS-ENT(WRK-J) TO TAB-OPS-ENT(WRK-I)
005180     END-PERFORM.
005190     SUBTRACT 1 FROM WRK-QTD-OPERADORES.
005200     ADD 1 TO WRK-CONT-APLICADAS.
005210     DISPLAY 'OPERADOR EXCLUIDO: ' OTR-CODIGO.
005220 6000-EXIT.
005230     EXIT.
005240******************************************************************
005250* 9000-FINALIZE - CONFERE QUE AINDA RESTA AO MENOS UM OPERADOR
005260*                 ATIVO COM AUTORIZACAO DE CADASTRO (SENAO O
005270*                 PROPRIO PROGCOB11 FICARIA TRANCADO PARA FORA E
005280*                 A MANUTENCAO NAO E GRAVADA), REGRAVA O OPERSEC
005290*                 E EXIBE OS TOTAIS.
005300******************************************************************
005310 9000-FINALIZE.
005320     CLOSE SECURITY-TRANS-FILE.
005330     MOVE 'N' TO WRK-SW-RESTA-ADMIN.
005340     PERFORM VARYING WRK-I FROM 1 BY 1
005350             UNTIL WRK-I > WRK-QTD-OPERADORES
005360         IF TAB-OPS-ATIVO(WRK-I) = 'S'
005370                 AND TAB-OPS-AUT-CADASTRO(WRK-I) = 'S'
005380             SET WRK-RESTA-ADMIN TO TRUE
005390         END-IF
005400     END-PERFORM.
005410     IF NOT WRK-RESTA-ADMIN
005420         DISPLAY 'MANUTENCAO NAO GRAVADA: NENHUM OPERADOR '
005430             'ATIVO COM MANUTENCAO DE CADASTRO RESTARIA'
005440         MOVE 8 TO RETURN-CODE
005450         GOBACK
005460     END-IF.
005470     OPEN OUTPUT SECURITY-MASTER-FILE.
005480     IF NOT WRK-SEC-OK
005490         DISPLAY 'ERRO AO REGRAVAR OPERSEC: ' WRK-SEC-STATUS
005500         MOVE 8 TO RETURN-CODE
005510         GOBACK
005520     END-IF.
005530     PERFORM VARYING WRK-I FROM 1 BY 1
005540             UNTIL WRK-I > WRK-QTD-OPERADORES
005550         MOVE TAB-OPS-CODIGO(WRK-I)       TO OPR-CODIGO
005560         MOVE SPACES                      TO OPR-FILL1
005570         MOVE TAB-OPS-SENHA(WRK-I)        TO OPR-SENHA
005580         MOVE SPACES                      TO OPR-FILL2
005590         MOVE TAB-OPS-ATIVO(WRK-I)        TO OPR-ATIVO
005600         MOVE SPACES                      TO OPR-FILL3
005610         MOVE TAB-OPS-AUT-CONSULTA(WRK-I) TO OPR-AUT-CONSULTA
005620         MOVE SPACES                      TO OPR-FILL4
005630         MOVE TAB-OPS-AUT-DATA(WRK-I)     TO OPR-AUT-DATA
005640         MOVE SPACES                      TO OPR-FILL5
005650         MOVE TAB-OPS-AUT-FOLHA(WRK-I)    TO OPR-AUT-FOLHA
005660         MOVE SPACES                      TO OPR-FILL6
005670         MOVE TAB-OPS-AUT-CADASTRO(WRK-I) TO OPR-AUT-CADASTRO
005680         MOVE SPACES                      TO OPR-FILL7
005690         MOVE TAB-OPS-AUT-APROVA(WRK-I)   TO OPR-AUT-APROVA
005700         WRITE OPR-RECORD
005710     END-PERFORM.
005720     CLOSE SECURITY-MASTER-FILE.
005730     DISPLAY '--------------------------------------------'.
005740     DISPLAY 'TRANSACOES LIDAS ....: ' WRK-CONT-LIDAS.
005750     DISPLAY 'TRANSACOES APLICADAS : ' WRK-CONT-APLICADAS.
005760     DISPLAY 'TRANSACOES REJEITADAS: ' WRK-CONT-REJEITADAS.
005770 9000-EXIT.
005780     EXIT.
005790 END PROGRAM PROGCOB11.
