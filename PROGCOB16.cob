000270*                 COMO NO PROGCOB06/09. RETURN-CODE 4 QUANDO A
000280*                 CHAVE NAO FOI ENCONTRADA; 8 PARA OPERADOR OU
000290*                 ARQUIVO INDISPONIVEL.
000300* 2026-10-15 RRA  A TARJA GANHOU UMA SEGUNDA LINHA COM O NOME E A
000310*                 SITUACAO DO FUNCIONARIO NO CADASTRO (TAMBEM NO
000320*                 RESUMO DO CONSOLE): DO EMPMAST OU, PARA A
000330*                 MATRICULA JA EXPURGADA PELO PROGCOB36, DO
000340*                 CADASTRO DE INATIVOS (EMPINAT) - A SEGUNDA VIA
000350*                 DE EX-FUNCIONARIO CONTINUA SAINDO. OS DOIS
000360*                 CADASTROS SAO OPCIONAIS; SEM ELES A PAGINA SAI
000370*                 IGUAL, SO SEM O NOME NA TARJA.
000380******************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. PROGCOB16.
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SPECIAL-NAMES.
000440     DECIMAL-POINT IS COMMA.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT PAYSLIP-ARCHIVE-FILE
000480         ASSIGN TO "PAYSLARC"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WRK-ARC-STATUS.
000510     SELECT REPRINT-PARAM-FILE
000520         ASSIGN TO "REIMPARM"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WRK-PRM-STATUS.
000550     SELECT REPRINT-FILE
000560         ASSIGN TO "REIMPRPT"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WRK-RPT-STATUS.
000590     SELECT SECURITY-MASTER-FILE
000600         ASSIGN TO "OPERSEC"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WRK-SEC-STATUS.
000630     SELECT SECURITY-AUDIT-FILE
000640         ASSIGN TO "SECAUD"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WRK-SECAUD-STATUS.
000670     SELECT OPERATOR-CONTROL-FILE
000680         ASSIGN TO "PAYOPER"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WRK-OPER-CFG-STATUS.
000710     SELECT EMPLOYEE-MASTER
000720         ASSIGN TO "EMPMAST"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS RANDOM
000750         RECORD KEY IS EMP-ID
000760         FILE STATUS IS WRK-EMP-STATUS.
000770     SELECT INACTIVE-MASTER
000780         ASSIGN TO "EMPINAT"
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS RANDOM
000810         RECORD KEY IS INA-ID
000820         FILE STATUS IS WRK-INA-STATUS.
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  PAYSLIP-ARCHIVE-FILE
000860     LABEL RECORDS ARE STANDARD.
000870 01  PAYSLIP-ARCHIVE-RECORD.
000880     05  ARC-MATRICULA            PIC X(06).
000890     05  ARC-COMPETENCIA          PIC 9(06).
000900     05  ARC-TIPO                 PIC X(08).
000910     05  ARC-PARCELA              PIC 9(01).
000920     05  ARC-SEQ                  PIC 9(03).
000930     05  ARC-LINHA                PIC X(80).
000940 FD  REPRINT-PARAM-FILE
000950     LABEL RECORDS ARE STANDARD.
000960 01  REPRINT-PARAM-RECORD.
000970     05  PRM-MATRICULA            PIC X(06).
000980     05  PRM-FILL1                PIC X(02).
000990     05  PRM-COMPETENCIA          PIC 9(06).
001000     05  PRM-FILL2                PIC X(02).
001010     05  PRM-TIPO                 PIC X(08).
001020     05  PRM-FILL3                PIC X(02).
001030     05  PRM-PARCELA              PIC 9(01).
001040 FD  REPRINT-FILE
001050     LABEL RECORDS ARE STANDARD.
001060 01  REPRINT-RECORD               PIC X(80).
001070 FD  EMPLOYEE-MASTER
001080     LABEL RECORDS ARE STANDARD.
001090     COPY EMPREC.
001100 FD  INACTIVE-MASTER
001110     LABEL RECORDS ARE STANDARD.
001120     COPY INAREC.
001130 FD  OPERATOR-CONTROL-FILE
001140     LABEL RECORDS ARE STANDARD.
001150 01  OPERATOR-CONTROL-RECORD.
001160     05  OPCFG-OPERADOR           PIC X(10).
001170     05  OPCFG-FILL1              PIC X(02).
001180     05  OPCFG-SENHA              PIC X(10).
001190 FD  SECURITY-MASTER-FILE
001200     LABEL RECORDS ARE STANDARD.
001210     COPY OPERSEC.
001220 FD  SECURITY-AUDIT-FILE
001230     LABEL RECORDS ARE STANDARD.
001240 01  SECAUD-RECORD.
001250     05  SEC-DATA                 PIC 9(08).
001260     05  SEC-FILL1                PIC X(02).
001270     05  SEC-HORA                 PIC 9(08).
001280     05  SEC-FILL2                PIC X(02).
001290     05  SEC-OPERADOR             PIC X(10).
001300     05  SEC-FILL3                PIC X(02).
001310     05  SEC-PROGRAMA             PIC X(09).
001320     05  SEC-FILL4                PIC X(02).
001330     05  SEC-MOTIVO               PIC X(20).
001340 WORKING-STORAGE SECTION.
001350 77  WRK-ARC-STATUS       PIC X(02) VALUE '00'.
001360     88  WRK-ARC-OK                  VALUE '00'.
001370     88  WRK-ARC-EOF                 VALUE '10'.
001380 77  WRK-PRM-STATUS       PIC X(02) VALUE '00'.
001390     88  WRK-PRM-OK                  VALUE '00'.
001400 77  WRK-RPT-STATUS       PIC X(02) VALUE '00'.
001410     88  WRK-RPT-OK                  VALUE '00'.
001420 77  WRK-EMP-STATUS       PIC X(02) VALUE '00'.
001430     88  WRK-EMP-OK                  VALUE '00'.
001440 77  WRK-INA-STATUS       PIC X(02) VALUE '00'.
001450     88  WRK-INA-OK                  VALUE '00'.
001460 77  WRK-OPER-CFG-STATUS  PIC X(02) VALUE '00'.
001470     88  WRK-OPER-CFG-OK             VALUE '00'.
001480 77  WRK-SW-OPER-ARQUIVO  PIC X(01) VALUE 'N'.
001490     88  WRK-OPER-ARQUIVO            VALUE 'S'.
001500 77  WRK-SW-OPERADOR      PIC X(01) VALUE 'N'.
001510     88  WRK-OPERADOR-VALIDO         VALUE 'S'.
001520 77  WRK-OPERADOR         PIC X(10) VALUE SPACES.
001530 77  WRK-SENHA            PIC X(10) VALUE SPACES.
001540 77  WRK-SEC-STATUS       PIC X(02) VALUE '00'.
001550     88  WRK-SEC-OK                  VALUE '00'.
001560     88  WRK-SEC-EOF                 VALUE '10'.
001570 77  WRK-SECAUD-STATUS    PIC X(02) VALUE '00'.
001580     88  WRK-SECAUD-OK               VALUE '00'.
001590 77  WRK-SW-OPR-ACHADO    PIC X(01) VALUE 'N'.
001600     88  WRK-OPR-ACHADO              VALUE 'S'.
001610 77  WRK-OPR-ATIVO        PIC X(01) VALUE 'N'.
001620 77  WRK-OPR-SENHA        PIC X(10) VALUE SPACES.
001630 77  WRK-OPR-AUT-FUNCAO   PIC X(01) VALUE 'N'.
001640 77  WRK-MOTIVO-LOGON     PIC X(20) VALUE SPACES.
001650 77  WRK-DATA-LOGON       PIC 9(08) VALUE ZEROS.
001660 77  WRK-HORA-LOGON       PIC 9(08) VALUE ZEROS.
001670 77  WRK-FILTRO-MATRICULA PIC X(06) VALUE SPACES.
001680 77  WRK-FILTRO-COMPET    PIC 9(06) VALUE ZEROS.
001690 77  WRK-FILTRO-TIPO      PIC X(08) VALUE 'REGULAR'.
001700 77  WRK-FILTRO-PARCELA   PIC 9(01) VALUE ZERO.
001710 77  WRK-CONT-LINHAS      PIC 9(05) COMP VALUE ZERO.
001720 77  WRK-CONT-PAGINAS     PIC 9(03) COMP VALUE ZERO.
001730*----------------------------------------------------------------
001740* TARJA GRAVADA LOGO ABAIXO DO TITULO DE CADA PAGINA REEMITIDA,
001750* PARA A SEGUNDA VIA NAO PASSAR POR RECIBO ORIGINAL.
001760*----------------------------------------------------------------
001770 01  WRK-LINHA-TARJA.
001780     05  FILLER PIC X(44)
001790         VALUE '*** REIMPRESSAO - NAO VALE COMO RECIBO ***'.
001800     05  FILLER PIC X(10) VALUE 'EMITIDA: '.
001810     05  TRJ-DATA             PIC 9(08).
001820     05  FILLER               PIC X(18) VALUE SPACES.
001830 01  WRK-LINHA-TARJA2.
001840     05  FILLER PIC X(13) VALUE 'FUNCIONARIO: '.
001850     05  TRJ-NOME             PIC X(30).
001860     05  FILLER               PIC X(02) VALUE SPACES.
001870     05  TRJ-SITUACAO         PIC X(16).
001880     05  FILLER               PIC X(19) VALUE SPACES.
001890 PROCEDURE DIVISION.
001900******************************************************************
001910* 0000-MAINLINE - CONTROLA A REIMPRESSAO DO CONTRACHEQUE.
001920******************************************************************
001930 0000-MAINLINE.
001940     PERFORM 0500-LOGON-OPERADOR THRU 0500-EXIT.
001950     IF NOT WRK-OPERADOR-VALIDO
001960         DISPLAY 'OPERADOR NAO AUTORIZADO: ' WRK-OPERADOR
001970         MOVE 8 TO RETURN-CODE
001980         GOBACK
001990     END-IF.
002000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002010     PERFORM 2000-PROCESSA-LINHA THRU 2000-EXIT
002020         UNTIL WRK-ARC-EOF.
002030     PERFORM 9000-FINALIZE THRU 9000-EXIT.
002040     IF WRK-CONT-PAGINAS = ZERO
002050         MOVE 4 TO RETURN-CODE
002060     ELSE
002070         MOVE 0 TO RETURN-CODE
002080     END-IF.
002090     GOBACK.
002100******************************************************************
002110* 0500-LOGON-OPERADOR - OBTEM O OPERADOR E A SENHA DO PAYOPER,
002120*                       QUANDO PREPARADOS EXTERNAMENTE PARA UMA
002130*                       EXECUCAO EM LOTE, OU DO CONSOLE QUANDO O
002140*                       ARQUIVO NAO EXISTE OU ESTA VAZIO, E
002150*                       VALIDA CONTRA O CADASTRO DE SEGURANCA
002160*                       (OPERSEC): OPERADOR ATIVO, SENHA E
002170*                       AUTORIZACAO DE CONSULTA DE NOME.
002180*                       TENTATIVA RECUSADA E GRAVADA NO SECAUD,
002190*                       NO MESMO IDIOMA DO PROGCOB02/03/04.
002200******************************************************************
002210 0500-LOGON-OPERADOR.
002220     MOVE 'N' TO WRK-SW-OPER-ARQUIVO.
002230     OPEN INPUT OPERATOR-CONTROL-FILE.
002240     IF WRK-OPER-CFG-OK
002250         READ OPERATOR-CONTROL-FILE
002260             AT END
002270                 CONTINUE
002280             NOT AT END
002290                 MOVE OPCFG-OPERADOR TO WRK-OPERADOR
002300                 MOVE OPCFG-SENHA    TO WRK-SENHA
002310                 SET WRK-OPER-ARQUIVO TO TRUE
002320         END-READ
002330         CLOSE OPERATOR-CONTROL-FILE
002340     END-IF.
002350     IF NOT WRK-OPER-ARQUIVO
002360         DISPLAY 'OPERADOR: ' WITH NO ADVANCING
002370         ACCEPT WRK-OPERADOR FROM CONSOLE
002380         DISPLAY 'SENHA: ' WITH NO ADVANCING
002390         ACCEPT WRK-SENHA FROM CONSOLE
002400     END-IF.
002410     MOVE 'N' TO WRK-SW-OPERADOR.
002420     MOVE SPACES TO WRK-MOTIVO-LOGON.
002430     PERFORM 0510-PROCURA-OPERSEC THRU 0510-EXIT.
002440     EVALUATE TRUE
002450         WHEN NOT WRK-OPR-ACHADO
002460             MOVE 'NAO CADASTRADO' TO WRK-MOTIVO-LOGON
002470         WHEN WRK-OPR-ATIVO NOT = 'S'
002480             MOVE 'OPERADOR INATIVO' TO WRK-MOTIVO-LOGON
002490         WHEN WRK-OPR-SENHA NOT = WRK-SENHA
002500             MOVE 'SENHA INVALIDA' TO WRK-MOTIVO-LOGON
002510         WHEN WRK-OPR-AUT-FUNCAO NOT = 'S'
002520             MOVE 'SEM AUTORIZACAO' TO WRK-MOTIVO-LOGON
002530         WHEN OTHER
002540             MOVE 'S' TO WRK-SW-OPERADOR
002550     END-EVALUATE.
002560     IF NOT WRK-OPERADOR-VALIDO
002570         DISPLAY 'LOGON RECUSADO (' WRK-MOTIVO-LOGON ') - '
002580             WRK-OPERADOR
002590         PERFORM 0520-GRAVA-SECAUD THRU 0520-EXIT
002600     END-IF.
002610 0500-EXIT.
002620     EXIT.
002630******************************************************************
002640* 0510-PROCURA-OPERSEC - PROCURA O OPERADOR NO CADASTRO DE
002650*                        SEGURANCA (OPERSEC) E GUARDA OS CAMPOS
002660*                        DO REGISTRO ACHADO (A AUTORIZACAO DESTE
002670*                        PROGRAMA E A DE CONSULTA DE NOME).
002680*                        ARQUIVO INDISPONIVEL EQUIVALE A
002690*                        OPERADOR NAO CADASTRADO.
002700******************************************************************
002710 0510-PROCURA-OPERSEC.
002720     MOVE 'N' TO WRK-SW-OPR-ACHADO.
002730     OPEN INPUT SECURITY-MASTER-FILE.
002740     IF NOT WRK-SEC-OK
002750         DISPLAY 'CADASTRO DE SEGURANCA (OPERSEC) '
002760             'INDISPONIVEL: ' WRK-SEC-STATUS
002770         GO TO 0510-EXIT
002780     END-IF.
002790     PERFORM 0515-LE-OPERSEC THRU 0515-EXIT
002800         UNTIL WRK-SEC-EOF OR WRK-OPR-ACHADO.
002810     CLOSE SECURITY-MASTER-FILE.
002820 0510-EXIT.
002830     EXIT.
002840 0515-LE-OPERSEC.
002850     READ SECURITY-MASTER-FILE
002860         AT END
002870             SET WRK-SEC-EOF TO TRUE
002880         NOT AT END
002890             IF OPR-CODIGO = WRK-OPERADOR
002900                 SET WRK-OPR-ACHADO TO TRUE
002910                 MOVE OPR-ATIVO TO WRK-OPR-ATIVO
002920                 MOVE OPR-SENHA TO WRK-OPR-SENHA
002930                 MOVE OPR-AUT-CONSULTA
002940                     TO WRK-OPR-AUT-FUNCAO
002950             END-IF
002960     END-READ.
002970 0515-EXIT.
002980     EXIT.
002990******************************************************************
003000* 0520-GRAVA-SECAUD - REGISTRA A TENTATIVA DE LOGON RECUSADA NO
003010*                     SECAUD (DATA, HORA, OPERADOR, PROGRAMA E
003020*                     MOTIVO), NO MESMO IDIOMA DA TRILHA DO
003030*                     DATEAUD DO PROGCOB03.
003040******************************************************************
003050 0520-GRAVA-SECAUD.
003060     ACCEPT WRK-DATA-LOGON FROM DATE YYYYMMDD.
003070     ACCEPT WRK-HORA-LOGON FROM TIME.
003080     OPEN EXTEND SECURITY-AUDIT-FILE.
003090     IF NOT WRK-SECAUD-OK
003100         CLOSE SECURITY-AUDIT-FILE
003110         OPEN OUTPUT SECURITY-AUDIT-FILE
003120     END-IF.
003130     IF NOT WRK-SECAUD-OK
003140         DISPLAY 'ERRO AO ABRIR SECAUD: ' WRK-SECAUD-STATUS
003150         GO TO 0520-EXIT
003160     END-IF.
003170     MOVE WRK-DATA-LOGON TO SEC-DATA.
003180     MOVE SPACES         TO SEC-FILL1.
003190     MOVE WRK-HORA-LOGON TO SEC-HORA.
003200     MOVE SPACES         TO SEC-FILL2.
003210     MOVE WRK-OPERADOR   TO SEC-OPERADOR.
003220     MOVE SPACES         TO SEC-FILL3.
003230     MOVE 'PROGCOB16'    TO SEC-PROGRAMA.
003240     MOVE SPACES         TO SEC-FILL4.
003250     MOVE WRK-MOTIVO-LOGON TO SEC-MOTIVO.
003260     WRITE SECAUD-RECORD.
003270     IF NOT WRK-SECAUD-OK
003280         DISPLAY 'ERRO AO GRAVAR SECAUD: ' WRK-SECAUD-STATUS
003290     END-IF.
003300     CLOSE SECURITY-AUDIT-FILE.
003310 0520-EXIT.
003320     EXIT.
003330******************************************************************
003340* 1000-INITIALIZE - LE OS PARAMETROS DA REIMPRESSAO (REIMPARM,
003350*                   OBRIGATORIO), ABRE O ARQUIVO DE
003360*                   CONTRACHEQUES E A SAIDA, OBTEM O NOME DO
003370*                   FUNCIONARIO E LE A PRIMEIRA LINHA
003380*                   ARQUIVADA.
003390******************************************************************
003400 1000-INITIALIZE.
003410     ACCEPT WRK-DATA-LOGON FROM DATE YYYYMMDD.
003420     OPEN INPUT REPRINT-PARAM-FILE.
003430     IF NOT WRK-PRM-OK
003440         DISPLAY 'PARAMETROS (REIMPARM) INDISPONIVEIS: '
003450             WRK-PRM-STATUS
003460         MOVE 8 TO RETURN-CODE
003470         GOBACK
003480     END-IF.
003490     READ REPRINT-PARAM-FILE
003500         AT END
003510             DISPLAY 'REIMPARM VAZIO - NADA A REIMPRIMIR'
003520             CLOSE REPRINT-PARAM-FILE
003530             MOVE 8 TO RETURN-CODE
003540             GOBACK
003550     END-READ.
003560     CLOSE REPRINT-PARAM-FILE.
003570     IF PRM-MATRICULA = SPACES
003580             OR PRM-COMPETENCIA IS NOT NUMERIC
003590             OR PRM-COMPETENCIA = ZEROS
003600         DISPLAY 'PARAMETROS INVALIDOS NO REIMPARM'
003610         MOVE 8 TO RETURN-CODE
003620         GOBACK
003630     END-IF.
003640     MOVE PRM-MATRICULA   TO WRK-FILTRO-MATRICULA.
003650     MOVE PRM-COMPETENCIA TO WRK-FILTRO-COMPET.
003660     IF PRM-TIPO = SPACES
003670         MOVE 'REGULAR' TO WRK-FILTRO-TIPO
003680     ELSE
003690         MOVE PRM-TIPO TO WRK-FILTRO-TIPO
003700     END-IF.
003710     IF PRM-PARCELA IS NUMERIC
003720         MOVE PRM-PARCELA TO WRK-FILTRO-PARCELA
003730     ELSE
003740         MOVE ZERO TO WRK-FILTRO-PARCELA
003750     END-IF.
003760     OPEN INPUT PAYSLIP-ARCHIVE-FILE.
003770     IF NOT WRK-ARC-OK
003780         DISPLAY 'ERRO AO ABRIR PAYSLIP-ARCHIVE-FILE: '
003790             WRK-ARC-STATUS
003800         MOVE 8 TO RETURN-CODE
003810         GOBACK
003820     END-IF.
003830     OPEN OUTPUT REPRINT-FILE.
003840     IF NOT WRK-RPT-OK
003850         DISPLAY 'ERRO AO ABRIR REPRINT-FILE: ' WRK-RPT-STATUS
003860         CLOSE PAYSLIP-ARCHIVE-FILE
003870         MOVE 8 TO RETURN-CODE
003880         GOBACK
003890     END-IF.
003900     PERFORM 1050-OBTEM-NOME THRU 1050-EXIT.
003910     PERFORM 2900-LE-ARQUIVO THRU 2900-EXIT.
003920 1000-EXIT.
003930     EXIT.
003940******************************************************************
003950* 1050-OBTEM-NOME - NOME E SITUACAO DA MATRICULA DO REIMPARM: DO
003960*                   EMPMAST; SE ELA NAO ESTA MAIS LA (EXPURGADA
003970*                   PELO PROGCOB36), DO CADASTRO DE INATIVOS
003980*                   (EMPINAT). OS DOIS SAO ABERTOS E FECHADOS AQUI
003990*                   MESMO - SO HA UMA MATRICULA.
004000******************************************************************
004010 1050-OBTEM-NOME.
004020     MOVE SPACES TO TRJ-NOME.
004030     MOVE SPACES TO TRJ-SITUACAO.
004040     OPEN INPUT EMPLOYEE-MASTER.
004050     IF WRK-EMP-OK
004060         MOVE WRK-FILTRO-MATRICULA TO EMP-ID
004070         READ EMPLOYEE-MASTER
004080             INVALID KEY
004090                 CONTINUE
004100             NOT INVALID KEY
004110                 MOVE EMP-NOME TO TRJ-NOME
004120                 IF EMP-SITUACAO = 'D'
004130                     MOVE 'DESLIGADO' TO TRJ-SITUACAO
004140                 ELSE
004150                     MOVE 'ATIVO' TO TRJ-SITUACAO
004160                 END-IF
004170         END-READ
004180         CLOSE EMPLOYEE-MASTER
004190     END-IF.
004200     IF TRJ-NOME NOT = SPACES
004210         GO TO 1050-EXIT
004220     END-IF.
004230     OPEN INPUT INACTIVE-MASTER.
004240     IF WRK-INA-OK
004250         MOVE WRK-FILTRO-MATRICULA TO INA-ID
004260         READ INACTIVE-MASTER
004270             INVALID KEY
004280                 CONTINUE
004290             NOT INVALID KEY
004300                 MOVE INA-NOME TO TRJ-NOME
004310                 MOVE 'INATIVO' TO TRJ-SITUACAO
004320         END-READ
004330         CLOSE INACTIVE-MASTER
004340     END-IF.
004350     IF TRJ-NOME = SPACES
004360         MOVE '(NAO CADASTRADO)' TO TRJ-NOME
004370     END-IF.
004380 1050-EXIT.
004390     EXIT.
004400******************************************************************
004410* 2000-PROCESSA-LINHA - REEMITE A LINHA ARQUIVADA QUANDO A CHAVE
004420*                       CASA COM OS PARAMETROS: A PRIMEIRA LINHA
004430*                       DA PAGINA (SEQ 001) SAI EM PAGINA NOVA E
004440*                       E SEGUIDA PELA TARJA DE REIMPRESSAO E
004450*                       PELA LINHA COM O NOME DO FUNCIONARIO.
004460******************************************************************
004470 2000-PROCESSA-LINHA.
004480     IF ARC-MATRICULA NOT = WRK-FILTRO-MATRICULA
004490             OR ARC-COMPETENCIA NOT = WRK-FILTRO-COMPET
004500             OR ARC-TIPO NOT = WRK-FILTRO-TIPO
004510             OR ARC-PARCELA NOT = WRK-FILTRO-PARCELA
004520         GO TO 2000-LE.
004530     IF ARC-SEQ = 1
004540         ADD 1 TO WRK-CONT-PAGINAS
004550         WRITE REPRINT-RECORD FROM ARC-LINHA
004560             AFTER ADVANCING PAGE
004570         MOVE WRK-DATA-LOGON TO TRJ-DATA
004580         WRITE REPRINT-RECORD FROM WRK-LINHA-TARJA
004590             AFTER ADVANCING 1 LINE
004600         WRITE REPRINT-RECORD FROM WRK-LINHA-TARJA2
004610             AFTER ADVANCING 1 LINE
004620     ELSE
004630         WRITE REPRINT-RECORD FROM ARC-LINHA
004640             AFTER ADVANCING 1 LINE
004650     END-IF.
004660     ADD 1 TO WRK-CONT-LINHAS.
004670 2000-LE.
004680     PERFORM 2900-LE-ARQUIVO THRU 2900-EXIT.
004690 2000-EXIT.
004700     EXIT.
004710******************************************************************
004720* 2900-LE-ARQUIVO - LE A PROXIMA LINHA DO PAYSLARC.
004730******************************************************************
004740 2900-LE-ARQUIVO.
004750     READ PAYSLIP-ARCHIVE-FILE
004760         AT END
004770             SET WRK-ARC-EOF TO TRUE
004780     END-READ.
004790 2900-EXIT.
004800     EXIT.
004810******************************************************************
004820* 9000-FINALIZE - EXIBE O RESUMO E FECHA OS ARQUIVOS. CHAVE SEM
004830*                 PAGINA ENCONTRADA LEVA O RETURN-CODE A 4.
004840******************************************************************
004850 9000-FINALIZE.
004860     CLOSE PAYSLIP-ARCHIVE-FILE.
004870     CLOSE REPRINT-FILE.
004880     DISPLAY '--------------------------------------------'.
004890     DISPLAY 'MATRICULA ...........: ' WRK-FILTRO-MATRICULA.
004900     DISPLAY 'FUNCIONARIO .........: ' TRJ-NOME ' ' TRJ-SITUACAO.
004910     DISPLAY 'COMPETENCIA .........: ' WRK-FILTRO-COMPET.
004920     DISPLAY 'TIPO/PARCELA ........: ' WRK-FILTRO-TIPO ' '
004930         WRK-FILTRO-PARCELA.
004940     DISPLAY 'PAGINAS REEMITIDAS ..: ' WRK-CONT-PAGINAS.
004950     DISPLAY 'LINHAS REEMITIDAS ...: ' WRK-CONT-LINHAS.
004960     IF WRK-CONT-PAGINAS = ZERO
004970         DISPLAY 'CONTRACHEQUE NAO ENCONTRADO NO PAYSLARC'
004980     END-IF.
004990 9000-EXIT.
005000     EXIT.
005010 END PROGRAM PROGCOB16.
