000010******************************************************************
000020* Author: RICARDO RIBEIRO DE ALVARENGA - RRA
000030* Installation: FOLHA DE PAGAMENTO
000040* Date-Written: 2026-10-15
000050* Date-Compiled: 2026-10-15
000060* Purpose: EXPURGO DE DESLIGADOS: RETIRA DO EMPMAST OS
000070*          FUNCIONARIOS DESLIGADOS (EMP-SITUACAO 'D', MARCADOS
000080*          PELO PROGCOB13) HA MAIS DO QUE O PRAZO DE RETENCAO EM
000090*          MESES DO EXPPARM, CONTADO DA DATA DO DESLIGAMENTO NO
000100*          DESLHIST ATE A DATA DO LOTE, E OS GRAVA NO CADASTRO DE
000110*          INATIVOS (EMPINAT, INDEXADO, COPYBOOKS/INAREC.CPY) COM
000120*          A IMAGEM DO EMPREC, A DATA E O MOTIVO DO DESLIGAMENTO
000130*          E A DATA DO EXPURGO. CADA FUNCIONARIO MOVIDO SAI NO
000140*          RELATORIO DO EXPURGO (EXPRPT). RODA NA JCL/EXPURGO,
000150*          DEPOIS DA COPIA DE SEGURANCA DO EMPMAST (PROGCOB20) -
000160*          UM EXPURGO ERRADO VOLTA PELA JCL/RESTAURA. A FOLHA
000170*          (PROGCOB04), A PRE-CRITICA (PROGCOB07) E O CADASTRO
000180*          DE BENEFICIOS (PROGCOB22) DEIXAM DE LER QUEM NINGUEM
000190*          MAIS PAGA.
000200* Tectonics: cobc
000210******************************************************************
000220* MODIFICATION HISTORY
000230* DATE       INIT DESCRIPTION
000240* 2026-10-15 RRA  ORIGINAL - PRAZO DE RETENCAO AUSENTE (EXPPARM
000250*                 INEXISTENTE OU VAZIO) VALE 24 MESES, O PRAZO
000260*                 PARA RECLAMACAO TRABALHISTA DEPOIS DO
000270*                 DESLIGAMENTO; PRAZO INFORMADO NAO NUMERICO OU
000280*                 ZERO ENCERRA COM RETURN-CODE 8. DESLIGADO SEM
000290*                 REGISTRO NO DESLHIST (RESCISAO ANTERIOR AO
000300*                 ARQUIVO) NAO E EXPURGADO: SAI COMO AVISO NO
000310*                 RELATORIO ATE O REGISTRO SER INCLUIDO. MATRICULA
000320*                 JA EXISTENTE NO EMPINAT (READMITIDA E DESLIGADA
000330*                 DE NOVO) TEM O REGISTRO SUBSTITUIDO. O EMPINAT E
000340*                 GRAVADO ANTES DA EXCLUSAO NO EMPMAST: SE A
000350*                 EXCLUSAO FALHAR, O FUNCIONARIO FICA NOS DOIS
000360*                 ATE A PROXIMA EXECUCAO. LOGON DE OPERADOR
000370*                 (AUTORIZACAO DE CADASTRO) E RETURN-CODE NO
000380*                 MESMO IDIOMA DO PROGCOB24 (8 = OPERADOR/
000390*                 ARQUIVO/PARAMETRO, 4 = HOUVE AVISO OU
000400*                 FUNCIONARIO REJEITADO, 0 = NORMAL).
000410* 2026-10-15 RRA  DESLIGADO SEM REGISTRO NO DESLHIST PASSA A TER A
000420*                 DATA DO DESLIGAMENTO ESTIMADA PELA ULTIMA
000430*                 COMPETENCIA DELE NO PAYIMPO (ULTIMO DIA DO MES,
000440*                 MOTIVO 'NI' - NAO INFORMADO) E E EXPURGADO
000450*                 PELO PRAZO A PARTIR DELA, COM AVISO NO
000460*                 RELATORIO E RETURN-CODE 4. SEM DESLHIST E SEM
000470*                 FOLHA NO PAYIMPO CONTINUA SO COMO AVISO.
000480******************************************************************
000490 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. PROGCOB36.
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 SPECIAL-NAMES.
000540     DECIMAL-POINT IS COMMA.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT EMPLOYEE-MASTER
000580         ASSIGN TO "EMPMAST"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS SEQUENTIAL
000610         RECORD KEY IS EMP-ID
000620         FILE STATUS IS WRK-EMP-STATUS.
000630     SELECT INACTIVE-MASTER
000640         ASSIGN TO "EMPINAT"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS RANDOM
000670         RECORD KEY IS INA-ID
000680         FILE STATUS IS WRK-INA-STATUS.
000690     SELECT TERMINATION-HISTORY-FILE
000700         ASSIGN TO "DESLHIST"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WRK-DSL-STATUS.
000730     SELECT TAX-DETAIL-FILE
000740         ASSIGN TO "PAYIMPO"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WRK-IMP-STATUS.
000770     SELECT PURGE-PARM-FILE
000780         ASSIGN TO "EXPPARM"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WRK-PRM-STATUS.
000810     SELECT PURGE-REPORT-FILE
000820         ASSIGN TO "EXPRPT"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WRK-RPT-STATUS.
000850     SELECT AUDIT-FILE
000860         ASSIGN TO "DATEAUD"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WRK-AUDIT-STATUS.
000890     SELECT SECURITY-MASTER-FILE
000900         ASSIGN TO "OPERSEC"
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WRK-SEC-STATUS.
000930     SELECT SECURITY-AUDIT-FILE
000940         ASSIGN TO "SECAUD"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS WRK-SECAUD-STATUS.
000970     SELECT OPERATOR-CONTROL-FILE
000980         ASSIGN TO "PAYOPER"
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS WRK-OPER-CFG-STATUS.
001010 DATA DIVISION.
001020 FILE SECTION.
001030 FD  EMPLOYEE-MASTER
001040     LABEL RECORDS ARE STANDARD.
001050     COPY EMPREC.
001060 FD  INACTIVE-MASTER
001070     LABEL RECORDS ARE STANDARD.
001080     COPY INAREC.
001090 FD  TERMINATION-HISTORY-FILE
001100     LABEL RECORDS ARE STANDARD.
001110     COPY DSLREC.
001120 FD  TAX-DETAIL-FILE
001130     LABEL RECORDS ARE STANDARD.
001140 01  TAX-DETAIL-RECORD.
001150     05  IMP-MATRICULA            PIC X(06).
001160     05  IMP-FILL1                PIC X(02).
001170     05  IMP-COMPETENCIA          PIC 9(06).
001180     05  IMP-FILL2                PIC X(02).
001190     05  IMP-BRUTO                PIC 9(08)V99.
001200     05  IMP-FILL3                PIC X(02).
001210     05  IMP-INSS                 PIC 9(08)V99.
001220     05  IMP-FILL4                PIC X(02).
001230     05  IMP-IRRF                 PIC 9(08)V99.
001240     05  IMP-FILL5                PIC X(02).
001250     05  IMP-TIPO                 PIC X(08).
001260     05  IMP-FILL6                PIC X(02).
001270     05  IMP-PARCELA              PIC 9(01).
001280     05  IMP-FILL7                PIC X(02).
001290     05  IMP-EMPRESA              PIC X(02).
001300 FD  PURGE-PARM-FILE
001310     LABEL RECORDS ARE STANDARD.
001320 01  PURGE-PARM-RECORD.
001330     05  PRM-MESES                PIC 9(03).
001340 FD  PURGE-REPORT-FILE
001350     LABEL RECORDS ARE STANDARD.
001360 01  PURGE-REPORT-RECORD          PIC X(100).
001370 FD  AUDIT-FILE
001380     LABEL RECORDS ARE STANDARD.
001390 01  AUDIT-RECORD.
001400     05  AUD-DATA                 PIC 9(08).
001410     05  AUD-FILL1                PIC X(02).
001420     05  AUD-HORA                 PIC 9(08).
001430     05  AUD-FILL2                PIC X(02).
001440     05  AUD-OPERADOR             PIC X(10).
001450 FD  OPERATOR-CONTROL-FILE
001460     LABEL RECORDS ARE STANDARD.
001470 01  OPERATOR-CONTROL-RECORD.
001480     05  OPCFG-OPERADOR           PIC X(10).
001490     05  OPCFG-FILL1              PIC X(02).
001500     05  OPCFG-SENHA              PIC X(10).
001510 FD  SECURITY-MASTER-FILE
001520     LABEL RECORDS ARE STANDARD.
001530     COPY OPERSEC.
001540 FD  SECURITY-AUDIT-FILE
001550     LABEL RECORDS ARE STANDARD.
001560 01  SECAUD-RECORD.
001570     05  SEC-DATA                 PIC 9(08).
001580     05  SEC-FILL1                PIC X(02).
001590     05  SEC-HORA                 PIC 9(08).
001600     05  SEC-FILL2                PIC X(02).
001610     05  SEC-OPERADOR             PIC X(10).
001620     05  SEC-FILL3                PIC X(02).
001630     05  SEC-PROGRAMA             PIC X(09).
001640     05  SEC-FILL4                PIC X(02).
001650     05  SEC-MOTIVO               PIC X(20).
001660 WORKING-STORAGE SECTION.
001670 77  WRK-EMP-STATUS       PIC X(02) VALUE '00'.
001680     88  WRK-EMP-OK                  VALUE '00'.
001690     88  WRK-EMP-EOF                 VALUE '10'.
001700 77  WRK-INA-STATUS       PIC X(02) VALUE '00'.
001710     88  WRK-INA-OK                  VALUE '00'.
001720 77  WRK-DSL-STATUS       PIC X(02) VALUE '00'.
001730     88  WRK-DSL-OK                  VALUE '00'.
001740     88  WRK-DSL-EOF                 VALUE '10'.
001750 77  WRK-IMP-STATUS       PIC X(02) VALUE '00'.
001760     88  WRK-IMP-OK                  VALUE '00'.
001770     88  WRK-IMP-EOF                 VALUE '10'.
001780 77  WRK-PRM-STATUS       PIC X(02) VALUE '00'.
001790     88  WRK-PRM-OK                  VALUE '00'.
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
002060 77  WRK-CONT-LIDOS       PIC 9(05) COMP VALUE ZERO.
002070 77  WRK-CONT-DESLIGADOS  PIC 9(05) COMP VALUE ZERO.
002080 77  WRK-CONT-EXPURGADOS  PIC 9(05) COMP VALUE ZERO.
002090 77  WRK-CONT-NO-PRAZO    PIC 9(05) COMP VALUE ZERO.
002100 77  WRK-CONT-SEM-DESLHIST PIC 9(05) COMP VALUE ZERO.
002110 77  WRK-CONT-ESTIMADOS   PIC 9(05) COMP VALUE ZERO.
002120 77  WRK-CONT-PENDENTES   PIC 9(05) COMP VALUE ZERO.
002130 77  WRK-CONT-REJEITADOS  PIC 9(05) COMP VALUE ZERO.
002140 77  WRK-SW-FUNC-VALIDO   PIC X(01) VALUE 'S'.
002150     88  WRK-FUNC-VALIDO             VALUE 'S'.
002160 77  WRK-MOTIVO-REJEICAO  PIC X(50) VALUE SPACES.
002170*----------------------------------------------------------------
002180* DATA DO LOTE (DATEAUD), PRAZO DE RETENCAO (EXPPARM) E DATA DE
002190* CORTE: EXPURGA QUEM SE DESLIGOU ANTES DELA (DATA DO LOTE MENOS
002200* O PRAZO EM MESES, NO MESMO DIA DO MES).
002210*----------------------------------------------------------------
002220 01  WRK-DATA-ATUAL       PIC 9(08) VALUE ZEROS.
002230 01  WRK-DATA-ATUAL-R REDEFINES WRK-DATA-ATUAL.
002240     05  WRK-ATUAL-ANO        PIC 9(04).
002250     05  WRK-ATUAL-MES        PIC 9(02).
002260     05  WRK-ATUAL-DIA        PIC 9(02).
002270 77  WRK-MESES-RETENCAO   PIC 9(03) VALUE 24.
002280 01  WRK-DATA-CORTE       PIC 9(08) VALUE ZEROS.
002290 01  WRK-DATA-CORTE-R REDEFINES WRK-DATA-CORTE.
002300     05  WRK-CORTE-ANO        PIC 9(04).
002310     05  WRK-CORTE-MES        PIC 9(02).
002320     05  WRK-CORTE-DIA        PIC 9(02).
002330 77  WRK-TOTAL-MESES      PIC 9(06) COMP VALUE ZERO.
002340*----------------------------------------------------------------
002350* DESLIGAMENTOS DO DESLHIST (MATRICULA, DATA E MOTIVO), UMA
002360* ENTRADA POR MATRICULA: O ULTIMO REGISTRO DO ARQUIVO E O QUE
002370* VALE (READMITIDO E DESLIGADO DE NOVO). O DESLIGADO DO EMPMAST
002380* SEM REGISTRO NO DESLHIST ENTRA COM ORIGEM 'P' E A DATA ZERADA;
002390* ACHADO NO PAYIMPO, PASSA A ORIGEM 'F' COM A DATA ESTIMADA PELA
002400* ULTIMA COMPETENCIA (DURANTE A LEITURA DO PAYIMPO A DATA GUARDA
002410* A COMPETENCIA COMO AAAAMM00).
002420*----------------------------------------------------------------
002430 01  TAB-DESLIGAMENTOS.
002440     05  TAB-DSL-ENT OCCURS 5000 TIMES.
002450         10  TAB-DSL-MATRICULA    PIC X(06).
002460         10  TAB-DSL-DATA         PIC 9(08).
002470         10  TAB-DSL-MOTIVO       PIC X(02).
002480         10  TAB-DSL-ORIGEM       PIC X(01).
002490             88  TAB-DSL-DESLHIST            VALUE 'H'.
002500             88  TAB-DSL-PENDENTE            VALUE 'P'.
002510             88  TAB-DSL-ESTIMADA            VALUE 'F'.
002520 77  WRK-QTD-DESLIGAMENTOS PIC 9(04) COMP VALUE ZERO.
002530 77  WRK-MAX-DESLIGAMENTOS PIC 9(04) COMP VALUE 5000.
002540 77  WRK-DSL-IDX          PIC 9(04) COMP VALUE ZERO.
002550 77  WRK-CHAVE-MATRICULA  PIC X(06) VALUE SPACES.
002560 77  WRK-SW-DSL-ACHADO    PIC X(01) VALUE 'N'.
002570     88  WRK-DSL-ACHADO              VALUE 'S'.
002580 77  WRK-COMPETENCIA-DATA PIC 9(08) VALUE ZEROS.
002590*----------------------------------------------------------------
002600* ULTIMO DIA DO MES DA COMPETENCIA ESTIMADA (MESMA TABELA E
002610* REGRA DE BISSEXTO DO PROGCOB28).
002620*----------------------------------------------------------------
002630 01  WRK-DATA-VERIF.
002640     02  WRK-VRF-ANO      PIC 9(04) VALUE ZEROS.
002650     02  WRK-VRF-MES      PIC 9(02) VALUE ZEROS.
002660     02  WRK-VRF-DIA      PIC 9(02) VALUE ZEROS.
002670 01  WRK-DATA-VERIF-R REDEFINES WRK-DATA-VERIF.
002680     02  WRK-DATA-VERIF-NUM PIC 9(08).
002690 77  WRK-DIAS-NO-MES      PIC 9(02) COMP VALUE ZERO.
002700 77  WRK-RESTO            PIC 9(04) COMP VALUE ZERO.
002710 77  WRK-QUOCIENTE        PIC 9(04) COMP VALUE ZERO.
002720 01  TAB-DIAS-MES-DADOS.
002730     05  FILLER PIC X(24) VALUE '312831303130313130313031'.
002740 01  TAB-DIAS-MES REDEFINES TAB-DIAS-MES-DADOS.
002750     05  TAB-DIAS-DO-MES  PIC 9(02) OCCURS 12 TIMES.
002760*----------------------------------------------------------------
002770* LINHAS DE IMPRESSAO DO RELATORIO DO EXPURGO (EXPRPT).
002780*----------------------------------------------------------------
002790 01  WRK-LINHA-CABEC1.
002800     05  FILLER               PIC X(25) VALUE SPACES.
002810     05  FILLER               PIC X(50)
002820         VALUE 'FOLHA DE PAGAMENTO - EXPURGO DE DESLIGADOS'.
002830     05  FILLER               PIC X(25) VALUE SPACES.
002840 01  WRK-LINHA-CABEC2.
002850     05  FILLER               PIC X(08) VALUE 'DATA: '.
002860     05  CAB2-DATA            PIC 9(08).
002870     05  FILLER               PIC X(10) VALUE SPACES.
002880     05  FILLER               PIC X(10) VALUE 'OPERADOR: '.
002890     05  CAB2-OPERADOR        PIC X(10).
002900     05  FILLER               PIC X(54) VALUE SPACES.
002910 01  WRK-LINHA-CABEC3.
002920     05  FILLER               PIC X(10) VALUE 'RETENCAO: '.
002930     05  CAB3-MESES           PIC ZZ9.
002940     05  FILLER               PIC X(29)
002950         VALUE ' MESES  DESLIGADOS ANTES DE: '.
002960     05  CAB3-CORTE           PIC 9(08).
002970     05  FILLER               PIC X(50) VALUE SPACES.
002980 01  WRK-LINHA-EXPURGO.
002990     05  FILLER               PIC X(13) VALUE 'EXPURGADO  : '.
003000     05  EXP-MATRICULA        PIC X(06).
003010     05  FILLER               PIC X(02) VALUE SPACES.
003020     05  EXP-NOME             PIC X(30).
003030     05  FILLER               PIC X(10) VALUE '  DESLIG. '.
003040     05  EXP-DATA-DESLIG      PIC 9(08).
003050     05  FILLER               PIC X(09) VALUE '  MOTIVO '.
003060     05  EXP-MOTIVO           PIC X(02).
003070     05  FILLER               PIC X(20) VALUE SPACES.
003080 01  WRK-LINHA-OCORRENCIA.
003090     05  OCR-CLASSE           PIC X(11).
003100     05  FILLER               PIC X(02) VALUE ': '.
003110     05  OCR-MATRICULA        PIC X(06).
003120     05  FILLER               PIC X(03) VALUE ' - '.
003130     05  OCR-TEXTO            PIC X(50).
003140     05  FILLER               PIC X(28) VALUE SPACES.
003150 01  WRK-LINHA-TOTAIS1.
003160     05  FILLER PIC X(16) VALUE 'LIDOS: '.
003170     05  TOT-LIDOS            PIC ZZZ.ZZ9.
003180     05  FILLER PIC X(16) VALUE '  DESLIGADOS: '.
003190     05  TOT-DESLIGADOS       PIC ZZZ.ZZ9.
003200     05  FILLER PIC X(16) VALUE '  EXPURGADOS: '.
003210     05  TOT-EXPURGADOS       PIC ZZZ.ZZ9.
003220     05  FILLER               PIC X(31) VALUE SPACES.
003230 01  WRK-LINHA-TOTAIS2.
003240     05  FILLER PIC X(16) VALUE 'NO PRAZO: '.
003250     05  TOT-NO-PRAZO         PIC ZZZ.ZZ9.
003260     05  FILLER PIC X(16) VALUE '  SEM DESLHIST: '.
003270     05  TOT-SEM-DESLHIST     PIC ZZZ.ZZ9.
003280     05  FILLER PIC X(16) VALUE '  REJEITADOS: '.
003290     05  TOT-REJEITADOS       PIC ZZZ.ZZ9.
003300     05  FILLER PIC X(16) VALUE '  ESTIMADOS: '.
003310     05  TOT-ESTIMADOS        PIC ZZZ.ZZ9.
003320     05  FILLER               PIC X(08) VALUE SPACES.
003330 PROCEDURE DIVISION.
003340******************************************************************
003350* 0000-MAINLINE - CONTROLA O EXPURGO DE DESLIGADOS.
003360******************************************************************
003370 0000-MAINLINE.
003380     PERFORM 0500-LOGON-OPERADOR THRU 0500-EXIT.
003390     IF NOT WRK-OPERADOR-VALIDO
003400         DISPLAY 'OPERADOR NAO AUTORIZADO: ' WRK-OPERADOR
003410         MOVE 8 TO RETURN-CODE
003420         GOBACK
003430     END-IF.
003440     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003450     PERFORM 2000-PROCESSA-FUNCIONARIO THRU 2000-EXIT
003460         UNTIL WRK-EMP-EOF.
003470     PERFORM 9000-FINALIZE THRU 9000-EXIT.
003480     IF WRK-CONT-REJEITADOS > 0 OR WRK-CONT-SEM-DESLHIST > 0
003490             OR WRK-CONT-ESTIMADOS > 0
003500         MOVE 4 TO RETURN-CODE
003510     ELSE
003520         MOVE 0 TO RETURN-CODE
003530     END-IF.
003540     GOBACK.
003550******************************************************************
003560* 0500-LOGON-OPERADOR - OBTEM O OPERADOR E A SENHA DO PAYOPER,
003570*                       QUANDO PREPARADOS EXTERNAMENTE PARA UMA
003580*                       EXECUCAO EM LOTE, OU DO CONSOLE QUANDO O
003590*                       ARQUIVO NAO EXISTE OU ESTA VAZIO, E
003600*                       VALIDA CONTRA O CADASTRO DE SEGURANCA
003610*                       (OPERSEC): OPERADOR ATIVO, SENHA E
003620*                       AUTORIZACAO DE MANUTENCAO DE CADASTRO
003630*                       (O EXPURGO EXCLUI FUNCIONARIOS DO
003640*                       EMPMAST). TENTATIVA RECUSADA E GRAVADA
003650*                       NO SECAUD, NO MESMO IDIOMA DO PROGCOB13.
003660******************************************************************
003670 0500-LOGON-OPERADOR.
003680     MOVE 'N' TO WRK-SW-OPER-ARQUIVO.
003690     OPEN INPUT OPERATOR-CONTROL-FILE.
003700     IF WRK-OPER-CFG-OK
003710         READ OPERATOR-CONTROL-FILE
003720             AT END
003730                 CONTINUE
003740             NOT AT END
003750                 MOVE OPCFG-OPERADOR TO WRK-OPERADOR
003760                 MOVE OPCFG-SENHA    TO WRK-SENHA
003770                 SET WRK-OPER-ARQUIVO TO TRUE
003780         END-READ
003790         CLOSE OPERATOR-CONTROL-FILE
003800     END-IF.
003810     IF NOT WRK-OPER-ARQUIVO
003820         DISPLAY 'OPERADOR: ' WITH NO ADVANCING
003830         ACCEPT WRK-OPERADOR FROM CONSOLE
003840         DISPLAY 'SENHA: ' WITH NO ADVANCING
003850         ACCEPT WRK-SENHA FROM CONSOLE
003860     END-IF.
003870     MOVE 'N' TO WRK-SW-OPERADOR.
003880     MOVE SPACES TO WRK-MOTIVO-LOGON.
003890     PERFORM 0510-PROCURA-OPERSEC THRU 0510-EXIT.
003900     EVALUATE TRUE
003910         WHEN NOT WRK-OPR-ACHADO
003920             MOVE 'NAO CADASTRADO' TO WRK-MOTIVO-LOGON
003930         WHEN WRK-OPR-ATIVO NOT = 'S'
003940             MOVE 'OPERADOR INATIVO' TO WRK-MOTIVO-LOGON
003950         WHEN WRK-OPR-SENHA NOT = WRK-SENHA
003960             MOVE 'SENHA INVALIDA' TO WRK-MOTIVO-LOGON
003970         WHEN WRK-OPR-AUT-FUNCAO NOT = 'S'
003980             MOVE 'SEM AUTORIZACAO' TO WRK-MOTIVO-LOGON
003990         WHEN OTHER
004000             MOVE 'S' TO WRK-SW-OPERADOR
004010     END-EVALUATE.
004020     IF NOT WRK-OPERADOR-VALIDO
004030         DISPLAY 'LOGON RECUSADO (' WRK-MOTIVO-LOGON ') - '
004040             WRK-OPERADOR
004050         PERFORM 0520-GRAVA-SECAUD THRU 0520-EXIT
004060     END-IF.
004070 0500-EXIT.
004080     EXIT.
004090******************************************************************
004100* 0510-PROCURA-OPERSEC - PROCURA O OPERADOR NO CADASTRO DE
004110*                        SEGURANCA (OPERSEC) E GUARDA OS CAMPOS
004120*                        DO REGISTRO ACHADO (A AUTORIZACAO DESTE
004130*                        PROGRAMA E A DE MANUTENCAO DE CADASTRO).
004140*                        ARQUIVO INDISPONIVEL EQUIVALE A
004150*                        OPERADOR NAO CADASTRADO.
004160******************************************************************
004170 0510-PROCURA-OPERSEC.
004180     MOVE 'N' TO WRK-SW-OPR-ACHADO.
004190     OPEN INPUT SECURITY-MASTER-FILE.
004200     IF NOT WRK-SEC-OK
004210         DISPLAY 'CADASTRO DE SEGURANCA (OPERSEC) '
004220             'INDISPONIVEL: ' WRK-SEC-STATUS
004230         GO TO 0510-EXIT
004240     END-IF.
004250     PERFORM 0515-LE-OPERSEC THRU 0515-EXIT
004260         UNTIL WRK-SEC-EOF OR WRK-OPR-ACHADO.
004270     CLOSE SECURITY-MASTER-FILE.
004280 0510-EXIT.
004290     EXIT.
004300 0515-LE-OPERSEC.
004310     READ SECURITY-MASTER-FILE
004320         AT END
004330             SET WRK-SEC-EOF TO TRUE
004340         NOT AT END
004350             IF OPR-CODIGO = WRK-OPERADOR
004360                 SET WRK-OPR-ACHADO TO TRUE
004370                 MOVE OPR-ATIVO TO WRK-OPR-ATIVO
004380                 MOVE OPR-SENHA TO WRK-OPR-SENHA
004390                 MOVE OPR-AUT-CADASTRO
004400                     TO WRK-OPR-AUT-FUNCAO
004410             END-IF
004420     END-READ.
004430 0515-EXIT.
004440     EXIT.
004450******************************************************************
004460* 0520-GRAVA-SECAUD - REGISTRA A TENTATIVA DE LOGON RECUSADA NO
004470*                     SECAUD (DATA, HORA, OPERADOR, PROGRAMA E
004480*                     MOTIVO), NO MESMO IDIOMA DA TRILHA DO
004490*                     DATEAUD DO PROGCOB03.
004500******************************************************************
004510 0520-GRAVA-SECAUD.
004520     ACCEPT WRK-DATA-LOGON FROM DATE YYYYMMDD.
004530     ACCEPT WRK-HORA-LOGON FROM TIME.
004540     OPEN EXTEND SECURITY-AUDIT-FILE.
004550     IF NOT WRK-SECAUD-OK
004560         CLOSE SECURITY-AUDIT-FILE
004570         OPEN OUTPUT SECURITY-AUDIT-FILE
004580     END-IF.
004590     IF NOT WRK-SECAUD-OK
004600         DISPLAY 'ERRO AO ABRIR SECAUD: ' WRK-SECAUD-STATUS
004610         GO TO 0520-EXIT
004620     END-IF.
004630     MOVE WRK-DATA-LOGON TO SEC-DATA.
004640     MOVE SPACES         TO SEC-FILL1.
004650     MOVE WRK-HORA-LOGON TO SEC-HORA.
004660     MOVE SPACES         TO SEC-FILL2.
004670     MOVE WRK-OPERADOR   TO SEC-OPERADOR.
004680     MOVE SPACES         TO SEC-FILL3.
004690     MOVE 'PROGCOB36'    TO SEC-PROGRAMA.
004700     MOVE SPACES         TO SEC-FILL4.
004710     MOVE WRK-MOTIVO-LOGON TO SEC-MOTIVO.
004720     WRITE SECAUD-RECORD.
004730     IF NOT WRK-SECAUD-OK
004740         DISPLAY 'ERRO AO GRAVAR SECAUD: ' WRK-SECAUD-STATUS
004750     END-IF.
004760     CLOSE SECURITY-AUDIT-FILE.
004770 0520-EXIT.
004780     EXIT.
004790******************************************************************
004800* 1000-INITIALIZE - DETERMINA A DATA DO LOTE, LE O PRAZO DE
004810*                   RETENCAO E CALCULA A DATA DE CORTE, CARREGA
004820*                   OS DESLIGAMENTOS DO DESLHIST, ABRE OS
004830*                   ARQUIVOS E LE O PRIMEIRO FUNCIONARIO.
004840******************************************************************
004850 1000-INITIALIZE.
004860     PERFORM 1085-DETERMINA-DATA THRU 1085-EXIT.
004870     PERFORM 1010-LE-PARAMETROS THRU 1010-EXIT.
004880     PERFORM 1020-CALCULA-CORTE THRU 1020-EXIT.
004890     PERFORM 1030-CARREGA-DESLIGAMENTOS THRU 1030-EXIT.
004900     PERFORM 1040-MARCA-SEM-DESLHIST THRU 1040-EXIT.
004910     IF WRK-CONT-PENDENTES > 0
004920         PERFORM 1050-CARREGA-ULTIMA-FOLHA THRU 1050-EXIT
004930     END-IF.
004940     OPEN I-O EMPLOYEE-MASTER.
004950     IF NOT WRK-EMP-OK
004960         DISPLAY 'ERRO AO ABRIR EMPLOYEE-MASTER: '
004970             WRK-EMP-STATUS
004980         MOVE 8 TO RETURN-CODE
004990         GOBACK
005000     END-IF.
005010     OPEN I-O INACTIVE-MASTER.
005020     IF NOT WRK-INA-OK
005030*        SO CRIA O CADASTRO DE INATIVOS QUANDO O OPEN ACUSOU
005040*        ARQUIVO INEXISTENTE (STATUS 35, PRIMEIRO EXPURGO), NO
005050*        MESMO IDIOMA DO PROGCOB05 COM O EMPMAST; QUALQUER OUTRA
005060*        FALHA ENCERRA SEM TOCAR NOS CADASTROS.
005070         IF WRK-INA-STATUS = '35'
005080             CLOSE INACTIVE-MASTER
005090             OPEN OUTPUT INACTIVE-MASTER
005100             CLOSE INACTIVE-MASTER
005110             OPEN I-O INACTIVE-MASTER
005120         END-IF
005130         IF NOT WRK-INA-OK
005140             DISPLAY 'ERRO AO ABRIR INACTIVE-MASTER: '
005150                 WRK-INA-STATUS
005160             CLOSE EMPLOYEE-MASTER
005170             MOVE 8 TO RETURN-CODE
005180             GOBACK
005190         END-IF
005200     END-IF.
005210     OPEN OUTPUT PURGE-REPORT-FILE.
005220     IF NOT WRK-RPT-OK
005230         DISPLAY 'ERRO AO ABRIR PURGE-REPORT-FILE: '
005240             WRK-RPT-STATUS
005250         CLOSE EMPLOYEE-MASTER
005260         CLOSE INACTIVE-MASTER
005270         MOVE 8 TO RETURN-CODE
005280         GOBACK
005290     END-IF.
005300     MOVE WRK-DATA-ATUAL     TO CAB2-DATA.
005310     MOVE WRK-OPERADOR       TO CAB2-OPERADOR.
005320     MOVE WRK-MESES-RETENCAO TO CAB3-MESES.
005330     MOVE WRK-DATA-CORTE     TO CAB3-CORTE.
005340     WRITE PURGE-REPORT-RECORD FROM WRK-LINHA-CABEC1
005350         AFTER ADVANCING PAGE.
005360     WRITE PURGE-REPORT-RECORD FROM WRK-LINHA-CABEC2
005370         AFTER ADVANCING 1 LINE.
005380     WRITE PURGE-REPORT-RECORD FROM WRK-LINHA-CABEC3
005390         AFTER ADVANCING 1 LINE.
005400     PERFORM 2100-LE-FUNCIONARIO THRU 2100-EXIT.
005410 1000-EXIT.
005420     EXIT.
005430******************************************************************
005440* 1010-LE-PARAMETROS - LE O PRAZO DE RETENCAO EM MESES DO EXPPARM
005450*                      (UM REGISTRO). SEM O ARQUIVO, OU COM ELE
005460*                      VAZIO, VALE O PRAZO PADRAO DE 24 MESES;
005470*                      PRAZO INFORMADO NAO NUMERICO OU ZERO
005480*                      ENCERRA COM RETURN-CODE 8 ANTES DE
005490*                      QUALQUER ALTERACAO NO EMPMAST.
005500******************************************************************
005510 1010-LE-PARAMETROS.
005520     OPEN INPUT PURGE-PARM-FILE.
005530     IF NOT WRK-PRM-OK
005540         DISPLAY 'PRAZO DE RETENCAO (EXPPARM) INDISPONIVEL - '
005550             'USANDO ' WRK-MESES-RETENCAO ' MESES'
005560         GO TO 1010-EXIT
005570     END-IF.
005580     READ PURGE-PARM-FILE
005590         AT END
005600             DISPLAY 'EXPPARM VAZIO - USANDO '
005610                 WRK-MESES-RETENCAO ' MESES'
005620             CLOSE PURGE-PARM-FILE
005630             GO TO 1010-EXIT
005640     END-READ.
005650     CLOSE PURGE-PARM-FILE.
005660     IF PRM-MESES IS NOT NUMERIC OR PRM-MESES = ZEROS
005670         DISPLAY 'PRAZO DE RETENCAO INVALIDO NO EXPPARM - '
005680             'LOTE ENCERRADO'
005690         MOVE 8 TO RETURN-CODE
005700         GOBACK
005710     END-IF.
005720     MOVE PRM-MESES TO WRK-MESES-RETENCAO.
005730 1010-EXIT.
005740     EXIT.
005750******************************************************************
005760* 1020-CALCULA-CORTE - DATA DE CORTE = DATA DO LOTE MENOS O PRAZO
005770*                      DE RETENCAO EM MESES, NO MESMO DIA DO MES
005780*                      (A DATA SO E COMPARADA, NAO PRECISA SER
005790*                      UM DIA VALIDO DO MES DE CORTE).
005800******************************************************************
005810 1020-CALCULA-CORTE.
005820     COMPUTE WRK-TOTAL-MESES = WRK-ATUAL-ANO * 12
005830         + WRK-ATUAL-MES - 1 - WRK-MESES-RETENCAO.
005840     COMPUTE WRK-CORTE-ANO = WRK-TOTAL-MESES / 12.
005850     COMPUTE WRK-CORTE-MES = WRK-TOTAL-MESES
005860         - (WRK-CORTE-ANO * 12) + 1.
005870     MOVE WRK-ATUAL-DIA TO WRK-CORTE-DIA.
005880     DISPLAY 'RETENCAO DE ' WRK-MESES-RETENCAO
005890         ' MESES - EXPURGA DESLIGADOS ANTES DE ' WRK-DATA-CORTE.
005900 1020-EXIT.
005910     EXIT.
005920******************************************************************
005930* 1030-CARREGA-DESLIGAMENTOS - CARREGA O DESLHIST EM TABELA, UMA
005940*                              ENTRADA POR MATRICULA COM O ULTIMO
005950*                              DESLIGAMENTO DELA. SEM O ARQUIVO
005960*                              SO E EXPURGADO QUEM TEM A DATA
005970*                              ESTIMADA PELO PAYIMPO (1050).
005980******************************************************************
005990 1030-CARREGA-DESLIGAMENTOS.
006000     MOVE ZERO TO WRK-QTD-DESLIGAMENTOS.
006010     OPEN INPUT TERMINATION-HISTORY-FILE.
006020     IF NOT WRK-DSL-OK
006030         DISPLAY 'HISTORICO DE DESLIGAMENTOS (DESLHIST) '
006040             'INDISPONIVEL: ' WRK-DSL-STATUS
006050             ' - NENHUM DESLIGADO SERA EXPURGADO'
006060         GO TO 1030-EXIT
006070     END-IF.
006080     PERFORM 1035-LE-DESLIGAMENTO THRU 1035-EXIT
006090         UNTIL WRK-DSL-EOF.
006100     CLOSE TERMINATION-HISTORY-FILE.
006110 1030-EXIT.
006120     EXIT.
006130 1035-LE-DESLIGAMENTO.
006140     READ TERMINATION-HISTORY-FILE
006150         AT END
006160             SET WRK-DSL-EOF TO TRUE
006170         NOT AT END
006180             IF DSL-DATA-DESLIG IS NUMERIC
006190                     AND DSL-DATA-DESLIG NOT = ZEROS
006200                 PERFORM 1037-GUARDA-DESLIGAMENTO THRU 1037-EXIT
006210             END-IF
006220     END-READ.
006230 1035-EXIT.
006240     EXIT.
006250 1037-GUARDA-DESLIGAMENTO.
006260     MOVE DSL-MATRICULA TO WRK-CHAVE-MATRICULA.
006270     PERFORM 2200-PROCURA-DESLIGAMENTO THRU 2200-EXIT.
006280     IF NOT WRK-DSL-ACHADO
006290         IF WRK-QTD-DESLIGAMENTOS < WRK-MAX-DESLIGAMENTOS
006300             ADD 1 TO WRK-QTD-DESLIGAMENTOS
006310             MOVE WRK-QTD-DESLIGAMENTOS TO WRK-DSL-IDX
006320             MOVE DSL-MATRICULA
006330                 TO TAB-DSL-MATRICULA(WRK-DSL-IDX)
006340         ELSE
006350             DISPLAY 'TABELA DO DESLHIST CHEIA - REGISTRO '
006360                 'IGNORADO: ' DSL-MATRICULA
006370             GO TO 1037-EXIT
006380         END-IF
006390     END-IF.
006400     MOVE DSL-DATA-DESLIG TO TAB-DSL-DATA(WRK-DSL-IDX).
006410     MOVE DSL-MOTIVO      TO TAB-DSL-MOTIVO(WRK-DSL-IDX).
006420     SET TAB-DSL-DESLHIST(WRK-DSL-IDX) TO TRUE.
006430 1037-EXIT.
006440     EXIT.
006450******************************************************************
006460* 1040-MARCA-SEM-DESLHIST - PRIMEIRA PASSADA PELO EMPMAST, SO DE
006470*                           LEITURA: CADA DESLIGADO SEM REGISTRO
006480*                           NO DESLHIST ENTRA NA TABELA COMO
006490*                           PENDENTE (DATA ZERADA), PARA A DATA
006500*                           SER ESTIMADA PELO PAYIMPO. FALHA NA
006510*                           ABERTURA FICA PARA O OPEN I-O DO
006520*                           1000 ACUSAR.
006530******************************************************************
006540 1040-MARCA-SEM-DESLHIST.
006550     MOVE ZERO TO WRK-CONT-PENDENTES.
006560     OPEN INPUT EMPLOYEE-MASTER.
006570     IF NOT WRK-EMP-OK
006580         GO TO 1040-EXIT
006590     END-IF.
006600     PERFORM 2100-LE-FUNCIONARIO THRU 2100-EXIT.
006610     PERFORM 1045-VERIFICA-DESLIGADO THRU 1045-EXIT
006620         UNTIL WRK-EMP-EOF.
006630     CLOSE EMPLOYEE-MASTER.
006640 1040-EXIT.
006650     EXIT.
006660 1045-VERIFICA-DESLIGADO.
006670     IF EMP-SITUACAO = 'D'
006680         MOVE EMP-ID TO WRK-CHAVE-MATRICULA
006690         PERFORM 2200-PROCURA-DESLIGAMENTO THRU 2200-EXIT
006700         IF NOT WRK-DSL-ACHADO
006710             IF WRK-QTD-DESLIGAMENTOS < WRK-MAX-DESLIGAMENTOS
006720                 ADD 1 TO WRK-QTD-DESLIGAMENTOS
006730                 MOVE WRK-QTD-DESLIGAMENTOS TO WRK-DSL-IDX
006740                 MOVE EMP-ID TO TAB-DSL-MATRICULA(WRK-DSL-IDX)
006750                 MOVE ZEROS  TO TAB-DSL-DATA(WRK-DSL-IDX)
006760                 MOVE 'NI'   TO TAB-DSL-MOTIVO(WRK-DSL-IDX)
006770                 SET TAB-DSL-PENDENTE(WRK-DSL-IDX) TO TRUE
006780                 ADD 1 TO WRK-CONT-PENDENTES
006790             ELSE
006800                 DISPLAY 'TABELA DO DESLHIST CHEIA - SEM DATA '
006810                     'ESTIMADA: ' EMP-ID
006820             END-IF
006830         END-IF
006840     END-IF.
006850     PERFORM 2100-LE-FUNCIONARIO THRU 2100-EXIT.
006860 1045-EXIT.
006870     EXIT.
006880******************************************************************
006890* 1050-CARREGA-ULTIMA-FOLHA - LE O PAYIMPO E GUARDA, PARA CADA
006900*                             DESLIGADO PENDENTE, A ULTIMA
006910*                             COMPETENCIA EM QUE ELE TEVE FOLHA
006920*                             (A RESCISAO E PAGA NELA); NO FIM,
006930*                             A DATA ESTIMADA E O ULTIMO DIA
006940*                             DESSE MES - NUNCA ANTERIOR AO
006950*                             DESLIGAMENTO REAL, O QUE SO PODE
006960*                             ADIAR O EXPURGO. SEM O PAYIMPO OS
006970*                             PENDENTES SAEM COMO AVISO.
006980******************************************************************
006990 1050-CARREGA-ULTIMA-FOLHA.
007000     OPEN INPUT TAX-DETAIL-FILE.
007010     IF NOT WRK-IMP-OK
007020         DISPLAY 'DETALHE DA FOLHA (PAYIMPO) INDISPONIVEL: '
007030             WRK-IMP-STATUS ' - DESLIGADOS SEM DESLHIST NAO '
007040             'SERAO EXPURGADOS'
007050         GO TO 1050-EXIT
007060     END-IF.
007070     PERFORM 1055-LE-FOLHA THRU 1055-EXIT
007080         UNTIL WRK-IMP-EOF.
007090     CLOSE TAX-DETAIL-FILE.
007100     PERFORM 1057-ESTIMA-DATA THRU 1057-EXIT
007110         VARYING WRK-DSL-IDX FROM 1 BY 1
007120         UNTIL WRK-DSL-IDX > WRK-QTD-DESLIGAMENTOS.
007130 1050-EXIT.
007140     EXIT.
007150 1055-LE-FOLHA.
007160     READ TAX-DETAIL-FILE
007170         AT END
007180             SET WRK-IMP-EOF TO TRUE
007190             GO TO 1055-EXIT
007200     END-READ.
007210     IF IMP-COMPETENCIA IS NOT NUMERIC
007220         GO TO 1055-EXIT
007230     END-IF.
007240     MOVE IMP-MATRICULA TO WRK-CHAVE-MATRICULA.
007250     PERFORM 2200-PROCURA-DESLIGAMENTO THRU 2200-EXIT.
007260     IF NOT WRK-DSL-ACHADO
007270         GO TO 1055-EXIT
007280     END-IF.
007290     IF NOT TAB-DSL-PENDENTE(WRK-DSL-IDX)
007300         GO TO 1055-EXIT
007310     END-IF.
007320     COMPUTE WRK-COMPETENCIA-DATA = IMP-COMPETENCIA * 100.
007330     IF WRK-COMPETENCIA-DATA > TAB-DSL-DATA(WRK-DSL-IDX)
007340         MOVE WRK-COMPETENCIA-DATA TO TAB-DSL-DATA(WRK-DSL-IDX)
007350     END-IF.
007360 1055-EXIT.
007370     EXIT.
007380 1057-ESTIMA-DATA.
007390     IF NOT TAB-DSL-PENDENTE(WRK-DSL-IDX)
007400             OR TAB-DSL-DATA(WRK-DSL-IDX) = ZEROS
007410         GO TO 1057-EXIT
007420     END-IF.
007430     MOVE TAB-DSL-DATA(WRK-DSL-IDX) TO WRK-DATA-VERIF-NUM.
007440     IF WRK-VRF-MES < 1 OR WRK-VRF-MES > 12
007450         MOVE ZEROS TO TAB-DSL-DATA(WRK-DSL-IDX)
007460         GO TO 1057-EXIT
007470     END-IF.
007480     PERFORM 1059-CALCULA-DIAS-MES THRU 1059-EXIT.
007490     MOVE WRK-DIAS-NO-MES TO WRK-VRF-DIA.
007500     MOVE WRK-DATA-VERIF-NUM TO TAB-DSL-DATA(WRK-DSL-IDX).
007510     SET TAB-DSL-ESTIMADA(WRK-DSL-IDX) TO TRUE.
007520 1057-EXIT.
007530     EXIT.
007540******************************************************************
007550* 1059-CALCULA-DIAS-MES - DEVOLVE EM WRK-DIAS-NO-MES A QUANTIDADE
007560*                         DE DIAS DO MES DE WRK-DATA-VERIF,
007570*                         TRATANDO FEVEREIRO DE ANO BISSEXTO
007580*                         (DIVISIVEL POR 4, MENOS OS SECULOS
007590*                         NAO DIVISIVEIS POR 400).
007600******************************************************************
007610 1059-CALCULA-DIAS-MES.
007620     MOVE TAB-DIAS-DO-MES(WRK-VRF-MES) TO WRK-DIAS-NO-MES.
007630     IF WRK-VRF-MES = 2
007640         DIVIDE WRK-VRF-ANO BY 4 GIVING WRK-QUOCIENTE
007650             REMAINDER WRK-RESTO
007660         IF WRK-RESTO = ZERO
007670             DIVIDE WRK-VRF-ANO BY 100 GIVING WRK-QUOCIENTE
007680                 REMAINDER WRK-RESTO
007690             IF WRK-RESTO NOT = ZERO
007700                 MOVE 29 TO WRK-DIAS-NO-MES
007710             ELSE
007720                 DIVIDE WRK-VRF-ANO BY 400 GIVING WRK-QUOCIENTE
007730                     REMAINDER WRK-RESTO
007740                 IF WRK-RESTO = ZERO
007750                     MOVE 29 TO WRK-DIAS-NO-MES
007760                 END-IF
007770             END-IF
007780         END-IF
007790     END-IF.
007800 1059-EXIT.
007810     EXIT.
007820******************************************************************
007830* 1085-DETERMINA-DATA - OBTEM A DATA DO LOTE DO ULTIMO REGISTRO
007840*                       DO DATEAUD (GRAVADO PELO PROGCOB03),
007850*                       CAINDO NA DATA DO SISTEMA SE O ARQUIVO
007860*                       FALTAR OU ESTIVER VAZIO - MESMO IDIOMA
007870*                       DO PROGCOB04.
007880******************************************************************
007890 1085-DETERMINA-DATA.
007900     ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
007910     OPEN INPUT AUDIT-FILE.
007920     IF WRK-AUDIT-OK
007930         PERFORM 1087-LE-AUDITORIA THRU 1087-EXIT
007940             UNTIL WRK-AUDIT-EOF
007950         CLOSE AUDIT-FILE
007960     END-IF.
007970 1085-EXIT.
007980     EXIT.
007990 1087-LE-AUDITORIA.
008000     READ AUDIT-FILE
008010         AT END
008020             SET WRK-AUDIT-EOF TO TRUE
008030         NOT AT END
008040             MOVE AUD-DATA TO WRK-DATA-ATUAL
008050     END-READ.
008060 1087-EXIT.
008070     EXIT.
008080******************************************************************
008090* 2000-PROCESSA-FUNCIONARIO - SELECIONA O DESLIGADO COM O
008100*                             DESLIGAMENTO ANTERIOR A DATA DE
008110*                             CORTE, GRAVA-O NO EMPINAT E SO
008120*                             ENTAO O EXCLUI DO EMPMAST. A DATA
008130*                             ESTIMADA PELO PAYIMPO (1050) VALE
008140*                             COMO A DO DESLHIST, COM AVISO.
008150******************************************************************
008160 2000-PROCESSA-FUNCIONARIO.
008170     ADD 1 TO WRK-CONT-LIDOS.
008180     IF EMP-SITUACAO NOT = 'D'
008190         PERFORM 2100-LE-FUNCIONARIO THRU 2100-EXIT
008200         GO TO 2000-EXIT
008210     END-IF.
008220     ADD 1 TO WRK-CONT-DESLIGADOS.
008230     MOVE EMP-ID TO WRK-CHAVE-MATRICULA.
008240     PERFORM 2200-PROCURA-DESLIGAMENTO THRU 2200-EXIT.
008250     IF WRK-DSL-ACHADO
008260         IF TAB-DSL-DATA(WRK-DSL-IDX) = ZEROS
008270             MOVE 'N' TO WRK-SW-DSL-ACHADO
008280         END-IF
008290     END-IF.
008300     IF NOT WRK-DSL-ACHADO
008310         ADD 1 TO WRK-CONT-SEM-DESLHIST
008320         MOVE 'AVISO'  TO OCR-CLASSE
008330         MOVE 'SEM DESLHIST NEM FOLHA NO PAYIMPO - NAO EXPURGADO'
008340             TO OCR-TEXTO
008350         PERFORM 7100-IMPRIME-OCORRENCIA THRU 7100-EXIT
008360         PERFORM 2100-LE-FUNCIONARIO THRU 2100-EXIT
008370         GO TO 2000-EXIT
008380     END-IF.
008390     IF TAB-DSL-DATA(WRK-DSL-IDX) NOT < WRK-DATA-CORTE
008400         ADD 1 TO WRK-CONT-NO-PRAZO
008410         PERFORM 2100-LE-FUNCIONARIO THRU 2100-EXIT
008420         GO TO 2000-EXIT
008430     END-IF.
008440     MOVE 'S' TO WRK-SW-FUNC-VALIDO.
008450     MOVE SPACES TO WRK-MOTIVO-REJEICAO.
008460     PERFORM 2300-GRAVA-INATIVO THRU 2300-EXIT.
008470     IF WRK-FUNC-VALIDO
008480         PERFORM 2400-EXCLUI-CADASTRO THRU 2400-EXIT
008490     END-IF.
008500     IF WRK-FUNC-VALIDO
008510         ADD 1 TO WRK-CONT-EXPURGADOS
008520         PERFORM 7000-IMPRIME-EXPURGO THRU 7000-EXIT
008530         IF TAB-DSL-ESTIMADA(WRK-DSL-IDX)
008540             ADD 1 TO WRK-CONT-ESTIMADOS
008550             MOVE 'AVISO'  TO OCR-CLASSE
008560             MOVE 'SEM DESLHIST - DATA ESTIMADA PELA ULTIMA FOLHA'
008570                 TO OCR-TEXTO
008580             PERFORM 7100-IMPRIME-OCORRENCIA THRU 7100-EXIT
008590         END-IF
008600     ELSE
008610         DISPLAY 'FUNCIONARIO REJEITADO: ' EMP-ID ' - '
008620             WRK-MOTIVO-REJEICAO
008630         ADD 1 TO WRK-CONT-REJEITADOS
008640         MOVE 'REJEITADO' TO OCR-CLASSE
008650         MOVE WRK-MOTIVO-REJEICAO TO OCR-TEXTO
008660         PERFORM 7100-IMPRIME-OCORRENCIA THRU 7100-EXIT
008670     END-IF.
008680     PERFORM 2100-LE-FUNCIONARIO THRU 2100-EXIT.
008690 2000-EXIT.
008700     EXIT.
008710******************************************************************
008720* 2100-LE-FUNCIONARIO - LE O PROXIMO FUNCIONARIO DO EMPMAST.
008730******************************************************************
008740 2100-LE-FUNCIONARIO.
008750     READ EMPLOYEE-MASTER NEXT RECORD
008760         AT END
008770             SET WRK-EMP-EOF TO TRUE
008780     END-READ.
008790 2100-EXIT.
008800     EXIT.
008810******************************************************************
008820* 2200-PROCURA-DESLIGAMENTO - PROCURA NA TABELA DO DESLHIST A
008830*                             MATRICULA DE WRK-CHAVE-MATRICULA;
008840*                             ACHADA, WRK-DSL-IDX APONTA A
008850*                             ENTRADA.
008860******************************************************************
008870 2200-PROCURA-DESLIGAMENTO.
008880     MOVE 'N' TO WRK-SW-DSL-ACHADO.
008890     PERFORM VARYING WRK-DSL-IDX FROM 1 BY 1
008900             UNTIL WRK-DSL-IDX > WRK-QTD-DESLIGAMENTOS
008910                OR WRK-DSL-ACHADO
008920         IF TAB-DSL-MATRICULA(WRK-DSL-IDX) = WRK-CHAVE-MATRICULA
008930             SET WRK-DSL-ACHADO TO TRUE
008940         END-IF
008950     END-PERFORM.
008960     IF WRK-DSL-ACHADO
008970         SUBTRACT 1 FROM WRK-DSL-IDX
008980     END-IF.
008990 2200-EXIT.
009000     EXIT.
009010******************************************************************
009020* 2300-GRAVA-INATIVO - GRAVA NO EMPINAT A IMAGEM DO EMPREC COM A
009030*                      DATA E O MOTIVO DO DESLIGAMENTO E A DATA
009040*                      DO EXPURGO. MATRICULA JA EXPURGADA ANTES
009050*                      (READMITIDA E DESLIGADA DE NOVO) TEM O
009060*                      REGISTRO SUBSTITUIDO.
009070******************************************************************
009080 2300-GRAVA-INATIVO.
009090     MOVE EMP-RECORD                TO INA-EMP-IMAGEM.
009100     MOVE TAB-DSL-DATA(WRK-DSL-IDX) TO INA-DATA-DESLIG.
009110     MOVE TAB-DSL-MOTIVO(WRK-DSL-IDX) TO INA-MOTIVO.
009120     MOVE WRK-DATA-ATUAL            TO INA-DATA-EXPURGO.
009130     WRITE INA-RECORD
009140         INVALID KEY
009150             DISPLAY 'MATRICULA JA NO EMPINAT - REGISTRO '
009160                 'SUBSTITUIDO: ' INA-ID
009170             REWRITE INA-RECORD
009180                 INVALID KEY
009190                     MOVE 'ERRO AO GRAVAR O EMPINAT'
009200                         TO WRK-MOTIVO-REJEICAO
009210                     MOVE 'N' TO WRK-SW-FUNC-VALIDO
009220             END-REWRITE
009230     END-WRITE.
009240 2300-EXIT.
009250     EXIT.
009260******************************************************************
009270* 2400-EXCLUI-CADASTRO - EXCLUI DO EMPMAST O FUNCIONARIO LIDO
009280*                        (ACESSO SEQUENCIAL: O DELETE ELIMINA O
009290*                        ULTIMO REGISTRO LIDO E A LEITURA SEGUE
009300*                        DO PROXIMO).
009310******************************************************************
009320 2400-EXCLUI-CADASTRO.
009330     DELETE EMPLOYEE-MASTER RECORD.
009340     IF NOT WRK-EMP-OK
009350         DISPLAY 'ERRO AO EXCLUIR DO EMPMAST: ' EMP-ID
009360             ' (' WRK-EMP-STATUS ')'
009370         MOVE 'GRAVADO NO EMPINAT MAS NAO EXCLUIDO DO EMPMAST'
009380             TO WRK-MOTIVO-REJEICAO
009390         MOVE 'N' TO WRK-SW-FUNC-VALIDO
009400     END-IF.
009410 2400-EXIT.
009420     EXIT.
009430******************************************************************
009440* 7000-IMPRIME-EXPURGO - IMPRIME O FUNCIONARIO MOVIDO PARA O
009450*                        EMPINAT (NOME, DATA E MOTIVO DO
009460*                        DESLIGAMENTO).
009470******************************************************************
009480 7000-IMPRIME-EXPURGO.
009490     MOVE INA-ID          TO EXP-MATRICULA.
009500     MOVE INA-NOME        TO EXP-NOME.
009510     MOVE INA-DATA-DESLIG TO EXP-DATA-DESLIG.
009520     MOVE INA-MOTIVO      TO EXP-MOTIVO.
009530     WRITE PURGE-REPORT-RECORD FROM WRK-LINHA-EXPURGO
009540         AFTER ADVANCING 1 LINE.
009550 7000-EXIT.
009560     EXIT.
009570******************************************************************
009580* 7100-IMPRIME-OCORRENCIA - IMPRIME O AVISO OU A REJEICAO DO
009590*                           FUNCIONARIO CORRENTE (OCR-CLASSE E
009600*                           OCR-TEXTO PREENCHIDOS PELO CHAMADOR).
009610******************************************************************
009620 7100-IMPRIME-OCORRENCIA.
009630     MOVE EMP-ID TO OCR-MATRICULA.
009640     WRITE PURGE-REPORT-RECORD FROM WRK-LINHA-OCORRENCIA
009650         AFTER ADVANCING 1 LINE.
009660 7100-EXIT.
009670     EXIT.
009680******************************************************************
009690* 9000-FINALIZE - IMPRIME OS TOTAIS E FECHA OS ARQUIVOS.
009700******************************************************************
009710 9000-FINALIZE.
009720     MOVE WRK-CONT-LIDOS        TO TOT-LIDOS.
009730     MOVE WRK-CONT-DESLIGADOS   TO TOT-DESLIGADOS.
009740     MOVE WRK-CONT-EXPURGADOS   TO TOT-EXPURGADOS.
009750     MOVE WRK-CONT-NO-PRAZO     TO TOT-NO-PRAZO.
009760     MOVE WRK-CONT-SEM-DESLHIST TO TOT-SEM-DESLHIST.
009770     MOVE WRK-CONT-REJEITADOS   TO TOT-REJEITADOS.
009780     MOVE WRK-CONT-ESTIMADOS    TO TOT-ESTIMADOS.
009790     WRITE PURGE-REPORT-RECORD FROM WRK-LINHA-TOTAIS1
009800         AFTER ADVANCING 2 LINES.
009810     WRITE PURGE-REPORT-RECORD FROM WRK-LINHA-TOTAIS2
009820         AFTER ADVANCING 1 LINE.
009830     CLOSE EMPLOYEE-MASTER.
009840     CLOSE INACTIVE-MASTER.
009850     CLOSE PURGE-REPORT-FILE.
009860     DISPLAY '--------------------------------------------'.
009870     DISPLAY 'FUNCIONARIOS LIDOS ..: ' WRK-CONT-LIDOS.
009880     DISPLAY 'DESLIGADOS ..........: ' WRK-CONT-DESLIGADOS.
009890     DISPLAY 'EXPURGADOS ..........: ' WRK-CONT-EXPURGADOS.
009900     DISPLAY 'AINDA NO PRAZO ......: ' WRK-CONT-NO-PRAZO.
009910     DISPLAY 'SEM DESLHIST ........: ' WRK-CONT-SEM-DESLHIST.
009920     DISPLAY 'REJEITADOS ..........: ' WRK-CONT-REJEITADOS.
009930     DISPLAY 'DATA ESTIMADA .......: ' WRK-CONT-ESTIMADOS.
009940 9000-EXIT.
009950     EXIT.
009960 END PROGRAM PROGCOB36.
