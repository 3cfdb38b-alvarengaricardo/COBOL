000010******************************************************************
000020* Author: RICARDO RIBEIRO DE ALVARENGA - RRA
000030* Installation: FOLHA DE PAGAMENTO
000040* Date-Written: 2026-10-15
000050* Date-Compiled: 2026-10-15
000060* Purpose: MANUTENCAO DO CADASTRO DE ADESOES A BENEFICIOS (BENEF)
000070*          A PARTIR DAS TRANSACOES DE INCLUSAO, ALTERACAO E
000080*          EXCLUSAO DO BENTRAN, NO MESMO MOLDE DO PROGCOB26 PARA
000090*          O AFAST: CADA ADESAO TEM MATRICULA (VALIDADA CONTRA O
000100*          EMPMAST), TIPO (VT = VALE-TRANSPORTE, VR = VALE-
000110*          REFEICAO, PS = PLANO DE SAUDE), PLANO (VALIDADO CONTRA
000120*          A TABELA DE PRECOS BENPLAN), DEPENDENTE (SO NO PLANO DE
000130*          SAUDE, VALIDADO CONTRA O DEPMAST), CUSTO DIARIO DA
000140*          CONDUCAO (SO NO VALE-TRANSPORTE) E DATAS DE INICIO E
000150*          FIM (ZEROS = EM ABERTO). O RELATORIO DE MANUTENCAO
000160*          (BENRPT) REGISTRA O QUE FOI APLICADO E REJEITADO. O
000170*          BENEF E LIDO PELO PROGCOB04, QUE DESCONTA A PARTE DO
000180*          FUNCIONARIO NA FOLHA REGULAR, CONTABILIZA O CUSTO DO
000190*          EMPREGADOR E GERA O PEDIDO AOS FORNECEDORES.
000200* Tectonics: cobc
000210******************************************************************
000220* MODIFICATION HISTORY
000230* DATE       INIT DESCRIPTION
000240* 2026-10-15 RRA  ORIGINAL - INCLUSAO (I), ALTERACAO (A, DO PLANO,
000250*                 DO CUSTO DIARIO E DA DATA DE FIM) E EXCLUSAO
000260*                 (E), CHAVEADAS POR MATRICULA + TIPO + DEPENDENTE
000270*                 + DATA DE INICIO, COM O LAYOUT DO COPYBOOK
000280*                 BENREC. PERIODO QUE SOBREPOE OUTRA ADESAO DO
000290*                 MESMO BENEFICIO E DA MESMA VIDA E REJEITADO,
000300*                 PARA A FOLHA NUNCA DESCONTAR O MESMO BENEFICIO
000310*                 DUAS VEZES; DEPENDENTE SO ENTRA NO PLANO DE
000320*                 SAUDE EM QUE O TITULAR ESTA INSCRITO, E
000330*                 FUNCIONARIO DESLIGADO NAO RECEBE ADESAO NOVA. O
000340*                 BENEF E CARREGADO EM TABELA E REGRAVADO EM
000350*                 ORDEM DE CHAVE NO FIM. LOGON DE OPERADOR E
000360*                 RETURN-CODE NO MESMO IDIOMA DO PROGCOB26 (8 =
000370*                 OPERADOR/ARQUIVO, 4 = HOUVE REJEICAO, 0 =
000380*                 NORMAL).
000390* 2026-10-15 RRA  ALTERACAO E EXCLUSAO DA ADESAO DO TITULAR AO
000400*                 PLANO DE SAUDE CONFEREM OS DEPENDENTES QUE
000410*                 ENTRARAM NO PERIODO DELA (2400): TROCA DE PLANO,
000420*                 FIM ANTES DO FIM DA COBERTURA DE UM DEPENDENTE
000430*                 OU EXCLUSAO COM DEPENDENTE AINDA CADASTRADO SAO
000440*                 REJEITADAS COM O MOTIVO 16, PARA O BENEF NUNCA
000450*                 FICAR COM DEPENDENTE SEM O TITULAR NO PLANO.
000460******************************************************************
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID. PROGCOB34.
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SPECIAL-NAMES.
000520     DECIMAL-POINT IS COMMA.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT BENEFIT-FILE
000560         ASSIGN TO "BENEF"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WRK-BEN-STATUS.
000590     SELECT BENEFIT-TRANS-FILE
000600         ASSIGN TO "BENTRAN"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WRK-BTR-STATUS.
000630     SELECT BENEFIT-PLAN-FILE
000640         ASSIGN TO "BENPLAN"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WRK-PLN-STATUS.
000670     SELECT DEPENDENTS-FILE
000680         ASSIGN TO "DEPMAST"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WRK-DEP-STATUS.
000710     SELECT EMPLOYEE-MASTER
000720         ASSIGN TO "EMPMAST"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS RANDOM
000750         RECORD KEY IS EMP-ID
000760         FILE STATUS IS WRK-EMP-STATUS.
000770     SELECT BENEFIT-REPORT-FILE
000780         ASSIGN TO "BENRPT"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WRK-BENRPT-STATUS.
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
000950 FD  BENEFIT-FILE
000960     LABEL RECORDS ARE STANDARD.
000970     COPY BENREC.
000980 FD  BENEFIT-TRANS-FILE
000990     LABEL RECORDS ARE STANDARD.
001000 01  BENEFIT-TRANS-RECORD.
001010     05  BTR-ACAO                 PIC X(01).
001020     05  BTR-FILL1                PIC X(02).
001030     05  BTR-MATRICULA            PIC X(06).
001040     05  BTR-FILL2                PIC X(02).
001050     05  BTR-TIPO                 PIC X(02).
001060     05  BTR-FILL3                PIC X(02).
001070     05  BTR-PLANO                PIC X(04).
001080     05  BTR-FILL4                PIC X(02).
001090     05  BTR-DEPENDENTE           PIC X(30).
001100     05  BTR-FILL5                PIC X(02).
001110     05  BTR-CUSTO-DIARIO         PIC 9(04)V99.
001120     05  BTR-FILL6                PIC X(02).
001130     05  BTR-DATA-INI             PIC 9(08).
001140     05  BTR-FILL7                PIC X(02).
001150     05  BTR-DATA-FIM             PIC 9(08).
001160 FD  BENEFIT-PLAN-FILE
001170     LABEL RECORDS ARE STANDARD.
001180     COPY PLNREC.
001190 FD  DEPENDENTS-FILE
001200     LABEL RECORDS ARE STANDARD.
001210     COPY DEPREC.
001220 FD  EMPLOYEE-MASTER
001230     LABEL RECORDS ARE STANDARD.
001240     COPY EMPREC.
001250 FD  BENEFIT-REPORT-FILE
001260     LABEL RECORDS ARE STANDARD.
001270 01  BENEFIT-REPORT-RECORD        PIC X(100).
001280 FD  OPERATOR-CONTROL-FILE
001290     LABEL RECORDS ARE STANDARD.
001300 01  OPERATOR-CONTROL-RECORD.
001310     05  OPCFG-OPERADOR           PIC X(10).
001320     05  OPCFG-FILL1              PIC X(02).
001330     05  OPCFG-SENHA              PIC X(10).
001340 FD  SECURITY-MASTER-FILE
001350     LABEL RECORDS ARE STANDARD.
001360     COPY OPERSEC.
001370 FD  SECURITY-AUDIT-FILE
001380     LABEL RECORDS ARE STANDARD.
001390 01  SECAUD-RECORD.
001400     05  SEC-DATA                 PIC 9(08).
001410     05  SEC-FILL1                PIC X(02).
001420     05  SEC-HORA                 PIC 9(08).
001430     05  SEC-FILL2                PIC X(02).
001440     05  SEC-OPERADOR             PIC X(10).
001450     05  SEC-FILL3                PIC X(02).
001460     05  SEC-PROGRAMA             PIC X(09).
001470     05  SEC-FILL4                PIC X(02).
001480     05  SEC-MOTIVO               PIC X(20).
001490 WORKING-STORAGE SECTION.
001500 77  WRK-BEN-STATUS       PIC X(02) VALUE '00'.
001510     88  WRK-BEN-OK                  VALUE '00'.
001520     88  WRK-BEN-EOF                 VALUE '10'.
001530 77  WRK-BTR-STATUS       PIC X(02) VALUE '00'.
001540     88  WRK-BTR-OK                  VALUE '00'.
001550     88  WRK-BTR-EOF                 VALUE '10'.
001560 77  WRK-PLN-STATUS       PIC X(02) VALUE '00'.
001570     88  WRK-PLN-OK                  VALUE '00'.
001580     88  WRK-PLN-EOF                 VALUE '10'.
001590 77  WRK-DEP-STATUS       PIC X(02) VALUE '00'.
001600     88  WRK-DEP-OK                  VALUE '00'.
001610     88  WRK-DEP-EOF                 VALUE '10'.
001620 77  WRK-EMP-STATUS       PIC X(02) VALUE '00'.
001630     88  WRK-EMP-OK                  VALUE '00'.
001640 77  WRK-BENRPT-STATUS    PIC X(02) VALUE '00'.
001650     88  WRK-BENRPT-OK               VALUE '00'.
001660 77  WRK-OPER-CFG-STATUS  PIC X(02) VALUE '00'.
001670     88  WRK-OPER-CFG-OK             VALUE '00'.
001680 77  WRK-SW-OPER-ARQUIVO  PIC X(01) VALUE 'N'.
001690     88  WRK-OPER-ARQUIVO            VALUE 'S'.
001700 77  WRK-SW-OPERADOR      PIC X(01) VALUE 'N'.
001710     88  WRK-OPERADOR-VALIDO         VALUE 'S'.
001720 77  WRK-OPERADOR         PIC X(10) VALUE SPACES.
001730 77  WRK-IDX              PIC 9(02) COMP VALUE ZERO.
001740 77  WRK-DATA-ATUAL       PIC 9(08) VALUE ZEROS.
001750 77  WRK-CONT-LIDAS       PIC 9(05) COMP VALUE ZERO.
001760 77  WRK-CONT-APLICADAS   PIC 9(05) COMP VALUE ZERO.
001770 77  WRK-CONT-REJEITADAS  PIC 9(05) COMP VALUE ZERO.
001780 77  WRK-SW-TRAN-VALIDA   PIC X(01) VALUE 'S'.
001790     88  WRK-TRAN-VALIDA             VALUE 'S'.
001800 77  WRK-MOTIVO           PIC X(02) VALUE SPACES.
001810 77  WRK-QTD-BENEFICIOS   PIC 9(04) COMP VALUE ZERO.
001820 77  WRK-MAX-BENEFICIOS   PIC 9(04) COMP VALUE 1000.
001830 77  WRK-BEN-IDX          PIC 9(04) COMP VALUE ZERO.
001840 77  WRK-BEN-PROPRIO      PIC 9(04) COMP VALUE ZERO.
001850 77  WRK-I                PIC 9(04) COMP VALUE ZERO.
001860 77  WRK-J                PIC 9(04) COMP VALUE ZERO.
001870 77  WRK-J1               PIC 9(04) COMP VALUE ZERO.
001880 77  WRK-SW-BEN-ACHADO    PIC X(01) VALUE 'N'.
001890     88  WRK-BEN-ACHADO              VALUE 'S'.
001900 77  WRK-SW-SOBREPOE      PIC X(01) VALUE 'N'.
001910     88  WRK-SOBREPOE                VALUE 'S'.
001920 77  WRK-SW-TITULAR       PIC X(01) VALUE 'N'.
001930     88  WRK-TITULAR-ACHADO          VALUE 'S'.
001940 77  WRK-FIM-NOVO         PIC 9(08) VALUE ZEROS.
001950 77  WRK-FIM-OUTRO        PIC 9(08) VALUE ZEROS.
001960 77  WRK-FIM-TITULAR      PIC 9(08) VALUE ZEROS.
001970 77  WRK-SW-DEP-FORA      PIC X(01) VALUE 'N'.
001980     88  WRK-DEP-FORA                VALUE 'S'.
001990 77  WRK-SENHA            PIC X(10) VALUE SPACES.
002000 77  WRK-SEC-STATUS       PIC X(02) VALUE '00'.
002010     88  WRK-SEC-OK                  VALUE '00'.
002020     88  WRK-SEC-EOF                 VALUE '10'.
002030 77  WRK-SECAUD-STATUS    PIC X(02) VALUE '00'.
002040     88  WRK-SECAUD-OK               VALUE '00'.
002050 77  WRK-SW-OPR-ACHADO    PIC X(01) VALUE 'N'.
002060     88  WRK-OPR-ACHADO              VALUE 'S'.
002070 77  WRK-OPR-ATIVO        PIC X(01) VALUE 'N'.
002080 77  WRK-OPR-SENHA        PIC X(10) VALUE SPACES.
002090 77  WRK-OPR-AUT-FUNCAO   PIC X(01) VALUE 'N'.
002100 77  WRK-MOTIVO-LOGON     PIC X(20) VALUE SPACES.
002110 77  WRK-DATA-LOGON       PIC 9(08) VALUE ZEROS.
002120 77  WRK-HORA-LOGON       PIC 9(08) VALUE ZEROS.
002130*----------------------------------------------------------------
002140* DATA DE TRABALHO DA CONSISTENCIA DAS DATAS DA TRANSACAO.
002150*----------------------------------------------------------------
002160 01  WRK-DATA-VERIF.
002170     02  WRK-VRF-ANO      PIC 9(04) VALUE ZEROS.
002180     02  WRK-VRF-MES      PIC 9(02) VALUE ZEROS.
002190     02  WRK-VRF-DIA      PIC 9(02) VALUE ZEROS.
002200 01  WRK-DATA-VERIF-R REDEFINES WRK-DATA-VERIF.
002210     02  WRK-DATA-VERIF-NUM PIC 9(08).
002220*----------------------------------------------------------------
002230* TABELA DE MOTIVOS DE REJEICAO DE TRANSACAO, CARREGADA POR
002240* REDEFINES, NO MESMO IDIOMA DO PROGCOB26.
002250*----------------------------------------------------------------
002260 01  TAB-MOTIVOS-DADOS.
002270     05  FILLER PIC X(02) VALUE '01'.
002280     05  FILLER PIC X(30) VALUE 'ACAO INVALIDA'.
002290     05  FILLER PIC X(02) VALUE '02'.
002300     05  FILLER PIC X(30) VALUE 'MATRICULA EM BRANCO'.
002310     05  FILLER PIC X(02) VALUE '03'.
002320     05  FILLER PIC X(30) VALUE 'MATRICULA NAO CADASTRADA'.
002330     05  FILLER PIC X(02) VALUE '04'.
002340     05  FILLER PIC X(30) VALUE 'ADESAO JA CADASTRADA'.
002350     05  FILLER PIC X(02) VALUE '05'.
002360     05  FILLER PIC X(30) VALUE 'ADESAO NAO CADASTRADA'.
002370     05  FILLER PIC X(02) VALUE '06'.
002380     05  FILLER PIC X(30) VALUE 'TIPO DE BENEFICIO INVALIDO'.
002390     05  FILLER PIC X(02) VALUE '07'.
002400     05  FILLER PIC X(30) VALUE 'DATA DE INICIO INVALIDA'.
002410     05  FILLER PIC X(02) VALUE '08'.
002420     05  FILLER PIC X(30) VALUE 'DATA DE FIM INVALIDA'.
002430     05  FILLER PIC X(02) VALUE '09'.
002440     05  FILLER PIC X(30) VALUE 'PERIODO SOBREPOE OUTRA ADESAO'.
002450     05  FILLER PIC X(02) VALUE '10'.
002460     05  FILLER PIC X(30) VALUE 'CADASTRO DE BENEFICIOS CHEIO'.
002470     05  FILLER PIC X(02) VALUE '11'.
002480     05  FILLER PIC X(30) VALUE 'PLANO NAO CADASTRADO (BENPLAN)'.
002490     05  FILLER PIC X(02) VALUE '12'.
002500     05  FILLER PIC X(30) VALUE 'CUSTO DIARIO INVALIDO'.
002510     05  FILLER PIC X(02) VALUE '13'.
002520     05  FILLER PIC X(30) VALUE 'DEPENDENTE INVALIDO'.
002530     05  FILLER PIC X(02) VALUE '14'.
002540     05  FILLER PIC X(30) VALUE 'TITULAR NAO INSCRITO NO PLANO'.
002550     05  FILLER PIC X(02) VALUE '15'.
002560     05  FILLER PIC X(30) VALUE 'FUNCIONARIO DESLIGADO'.
002570     05  FILLER PIC X(02) VALUE '16'.
002580     05  FILLER PIC X(30) VALUE 'DEPENDENTE FICARIA SEM TITULAR'.
002590 01  TAB-MOTIVOS REDEFINES TAB-MOTIVOS-DADOS.
002600     05  TAB-MOTIVO-ENT OCCURS 16 TIMES.
002610         10  TAB-MOTIVO-CODIGO    PIC X(02).
002620         10  TAB-MOTIVO-TEXTO     PIC X(30).
002630*----------------------------------------------------------------
002640* TABELA DO CADASTRO DE ADESOES, CARREGADA NO INICIO E REGRAVADA
002650* EM ORDEM DE MATRICULA + TIPO + DEPENDENTE + INICIO NO FIM.
002660*----------------------------------------------------------------
002670 01  TAB-BENEFICIOS.
002680     05  TAB-BEN-ENT OCCURS 1000 TIMES.
002690         10  TAB-BEN-CHAVE.
002700             15  TAB-BEN-MATRICULA  PIC X(06).
002710             15  TAB-BEN-TIPO       PIC X(02).
002720             15  TAB-BEN-DEPENDENTE PIC X(30).
002730             15  TAB-BEN-DATA-INI   PIC 9(08).
002740         10  TAB-BEN-PLANO        PIC X(04).
002750         10  TAB-BEN-CUSTO-DIARIO PIC 9(04)V99.
002760         10  TAB-BEN-DATA-FIM     PIC 9(08).
002770 01  WRK-TROCA-ENT.
002780     05  WRK-TROCA-CHAVE          PIC X(46).
002790     05  WRK-TROCA-PLANO          PIC X(04).
002800     05  WRK-TROCA-CUSTO-DIARIO   PIC 9(04)V99.
002810     05  WRK-TROCA-DATA-FIM       PIC 9(08).
002820*----------------------------------------------------------------
002830* TABELA DE PLANOS (BENPLAN) E DEPENDENTES (DEPMAST), SO PARA A
002840* VALIDACAO DAS TRANSACOES.
002850*----------------------------------------------------------------
002860 77  WRK-QTD-PLANOS       PIC 9(03) COMP VALUE ZERO.
002870 77  WRK-MAX-PLANOS       PIC 9(03) COMP VALUE 100.
002880 77  WRK-PLN-IDX          PIC 9(03) COMP VALUE ZERO.
002890 77  WRK-SW-PLN-ACHADO    PIC X(01) VALUE 'N'.
002900     88  WRK-PLN-ACHADO              VALUE 'S'.
002910 01  TAB-PLANOS.
002920     05  TAB-PLN-ENT OCCURS 100 TIMES.
002930         10  TAB-PLN-TIPO         PIC X(02).
002940         10  TAB-PLN-PLANO        PIC X(04).
002950 77  WRK-QTD-DEPENDENTES  PIC 9(03) COMP VALUE ZERO.
002960 77  WRK-MAX-DEPENDENTES  PIC 9(03) COMP VALUE 500.
002970 77  WRK-DEP-IDX          PIC 9(03) COMP VALUE ZERO.
002980 77  WRK-SW-DEP-ACHADO    PIC X(01) VALUE 'N'.
002990     88  WRK-DEP-ACHADO              VALUE 'S'.
003000 01  TAB-DEPENDENTES.
003010     05  TAB-DEP-ENT OCCURS 500 TIMES.
003020         10  TAB-DEP-MATRICULA    PIC X(06).
003030         10  TAB-DEP-NOME         PIC X(30).
003040*----------------------------------------------------------------
003050* LINHAS DE IMPRESSAO DO RELATORIO DE MANUTENCAO.
003060*----------------------------------------------------------------
003070 01  WRK-LINHA-CABEC1.
003080     05  FILLER               PIC X(25) VALUE SPACES.
003090     05  FILLER               PIC X(50)
003100         VALUE 'FOLHA DE PAGAMENTO - MANUTENCAO DE BENEFICIOS'.
003110     05  FILLER               PIC X(25) VALUE SPACES.
003120 01  WRK-LINHA-CABEC2.
003130     05  FILLER               PIC X(08) VALUE 'DATA: '.
003140     05  CAB2-DATA            PIC 9(08).
003150     05  FILLER               PIC X(10) VALUE SPACES.
003160     05  FILLER               PIC X(10) VALUE 'OPERADOR: '.
003170     05  CAB2-OPERADOR        PIC X(10).
003180     05  FILLER               PIC X(54) VALUE SPACES.
003190 01  WRK-LINHA-APLICADA.
003200     05  FILLER               PIC X(11) VALUE 'APLICADA : '.
003210     05  APL-ACAO             PIC X(01).
003220     05  FILLER               PIC X(02) VALUE SPACES.
003230     05  APL-MATRICULA        PIC X(06).
003240     05  FILLER               PIC X(02) VALUE SPACES.
003250     05  APL-TIPO             PIC X(02).
003260     05  FILLER               PIC X(02) VALUE SPACES.
003270     05  APL-PLANO            PIC X(04).
003280     05  FILLER               PIC X(02) VALUE SPACES.
003290     05  APL-DEPENDENTE       PIC X(30).
003300     05  FILLER               PIC X(02) VALUE SPACES.
003310     05  APL-DATA-INI         PIC 9(08).
003320     05  FILLER               PIC X(02) VALUE SPACES.
003330     05  APL-DATA-FIM         PIC 9(08).
003340     05  FILLER               PIC X(18) VALUE SPACES.
003350 01  WRK-LINHA-REJEICAO.
003360     05  FILLER               PIC X(11) VALUE 'REJEITADA: '.
003370     05  REJ-ACAO             PIC X(01).
003380     05  FILLER               PIC X(02) VALUE SPACES.
003390     05  REJ-MATRICULA        PIC X(06).
003400     05  FILLER               PIC X(02) VALUE SPACES.
003410     05  REJ-TIPO             PIC X(02).
003420     05  FILLER               PIC X(09) VALUE '  MOTIVO '.
003430     05  REJ-MOTIVO           PIC X(02).
003440     05  FILLER               PIC X(03) VALUE ' - '.
003450     05  REJ-TEXTO            PIC X(30).
003460     05  FILLER               PIC X(32) VALUE SPACES.
003470 01  WRK-LINHA-TOTAIS.
003480     05  FILLER PIC X(19) VALUE 'TRANSACOES LIDAS: '.
003490     05  TOT-LIDAS            PIC ZZZ.ZZ9.
003500     05  FILLER PIC X(14) VALUE '  APLICADAS: '.
003510     05  TOT-APLICADAS        PIC ZZZ.ZZ9.
003520     05  FILLER PIC X(15) VALUE '  REJEITADAS: '.
003530     05  TOT-REJEITADAS       PIC ZZZ.ZZ9.
003540     05  FILLER               PIC X(31) VALUE SPACES.
003550 PROCEDURE DIVISION.
003560******************************************************************
003570* 0000-MAINLINE - CONTROLA A MANUTENCAO DO CADASTRO DE
003580*                 ADESOES A BENEFICIOS.
003590******************************************************************
003600 0000-MAINLINE.
003610     PERFORM 0500-LOGON-OPERADOR THRU 0500-EXIT.
003620     IF NOT WRK-OPERADOR-VALIDO
003630         DISPLAY 'OPERADOR NAO AUTORIZADO: ' WRK-OPERADOR
003640         MOVE 8 TO RETURN-CODE
003650         GOBACK
003660     END-IF.
003670     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003680     PERFORM 2000-PROCESSA-TRANSACAO THRU 2000-EXIT
003690         UNTIL WRK-BTR-EOF.
003700     PERFORM 9000-FINALIZE THRU 9000-EXIT.
003710     IF WRK-CONT-REJEITADAS > 0
003720         MOVE 4 TO RETURN-CODE
003730     ELSE
003740         MOVE 0 TO RETURN-CODE
003750     END-IF.
003760     GOBACK.
003770******************************************************************
003780* 0500-LOGON-OPERADOR - OBTEM O OPERADOR E A SENHA DO PAYOPER,
003790*                       QUANDO PREPARADOS EXTERNAMENTE PARA UMA
003800*                       EXECUCAO EM LOTE, OU DO CONSOLE QUANDO O
003810*                       ARQUIVO NAO EXISTE OU ESTA VAZIO, E
003820*                       VALIDA CONTRA O CADASTRO DE SEGURANCA
003830*                       (OPERSEC): OPERADOR ATIVO, SENHA E
003840*                       AUTORIZACAO DE MANUTENCAO DE CADASTRO.
003850*                       TENTATIVA RECUSADA E GRAVADA NO SECAUD,
003860*                       NO MESMO IDIOMA DO PROGCOB26.
003870******************************************************************
003880 0500-LOGON-OPERADOR.
003890     MOVE 'N' TO WRK-SW-OPER-ARQUIVO.
003900     OPEN INPUT OPERATOR-CONTROL-FILE.
003910     IF WRK-OPER-CFG-OK
003920         READ OPERATOR-CONTROL-FILE
003930             AT END
003940                 CONTINUE
003950             NOT AT END
003960                 MOVE OPCFG-OPERADOR TO WRK-OPERADOR
003970                 MOVE OPCFG-SENHA    TO WRK-SENHA
003980                 SET WRK-OPER-ARQUIVO TO TRUE
003990         END-READ
004000         CLOSE OPERATOR-CONTROL-FILE
004010     END-IF.
004020     IF NOT WRK-OPER-ARQUIVO
004030         DISPLAY 'OPERADOR: ' WITH NO ADVANCING
004040         ACCEPT WRK-OPERADOR FROM CONSOLE
004050         DISPLAY 'SENHA: ' WITH NO ADVANCING
004060         ACCEPT WRK-SENHA FROM CONSOLE
004070     END-IF.
004080     MOVE 'N' TO WRK-SW-OPERADOR.
004090     MOVE SPACES TO WRK-MOTIVO-LOGON.
004100     PERFORM 0510-PROCURA-OPERSEC THRU 0510-EXIT.
004110     EVALUATE TRUE
004120         WHEN NOT WRK-OPR-ACHADO
004130             MOVE 'NAO CADASTRADO' TO WRK-MOTIVO-LOGON
004140         WHEN WRK-OPR-ATIVO NOT = 'S'
004150             MOVE 'OPERADOR INATIVO' TO WRK-MOTIVO-LOGON
004160         WHEN WRK-OPR-SENHA NOT = WRK-SENHA
004170             MOVE 'SENHA INVALIDA' TO WRK-MOTIVO-LOGON
004180         WHEN WRK-OPR-AUT-FUNCAO NOT = 'S'
004190             MOVE 'SEM AUTORIZACAO' TO WRK-MOTIVO-LOGON
004200         WHEN OTHER
004210             MOVE 'S' TO WRK-SW-OPERADOR
004220     END-EVALUATE.
004230     IF NOT WRK-OPERADOR-VALIDO
004240         DISPLAY 'LOGON RECUSADO (' WRK-MOTIVO-LOGON ') - '
004250             WRK-OPERADOR
004260         PERFORM 0520-GRAVA-SECAUD THRU 0520-EXIT
004270     END-IF.
004280 0500-EXIT.
004290     EXIT.
004300******************************************************************
004310* 0510-PROCURA-OPERSEC - PROCURA O OPERADOR NO CADASTRO DE
004320*                        SEGURANCA (OPERSEC) E GUARDA OS CAMPOS
004330*                        DO REGISTRO ACHADO (A AUTORIZACAO DESTE
004340*                        PROGRAMA E A DE MANUTENCAO DE CADASTRO).
004350*                        ARQUIVO INDISPONIVEL EQUIVALE A
004360*                        OPERADOR NAO CADASTRADO.
004370******************************************************************
004380 0510-PROCURA-OPERSEC.
004390     MOVE 'N' TO WRK-SW-OPR-ACHADO.
004400     OPEN INPUT SECURITY-MASTER-FILE.
004410     IF NOT WRK-SEC-OK
004420         DISPLAY 'CADASTRO DE SEGURANCA (OPERSEC) '
004430             'INDISPONIVEL: ' WRK-SEC-STATUS
004440         GO TO 0510-EXIT
004450     END-IF.
004460     PERFORM 0515-LE-OPERSEC THRU 0515-EXIT
004470         UNTIL WRK-SEC-EOF OR WRK-OPR-ACHADO.
004480     CLOSE SECURITY-MASTER-FILE.
004490 0510-EXIT.
004500     EXIT.
004510 0515-LE-OPERSEC.
004520     READ SECURITY-MASTER-FILE
004530         AT END
004540             SET WRK-SEC-EOF TO TRUE
004550         NOT AT END
004560             IF OPR-CODIGO = WRK-OPERADOR
004570                 SET WRK-OPR-ACHADO TO TRUE
004580                 MOVE OPR-ATIVO TO WRK-OPR-ATIVO
004590                 MOVE OPR-SENHA TO WRK-OPR-SENHA
004600                 MOVE OPR-AUT-CADASTRO
004610                     TO WRK-OPR-AUT-FUNCAO
004620             END-IF
004630     END-READ.
004640 0515-EXIT.
004650     EXIT.
004660******************************************************************
004670* 0520-GRAVA-SECAUD - REGISTRA A TENTATIVA DE LOGON RECUSADA NO
004680*                     SECAUD (DATA, HORA, OPERADOR, PROGRAMA E
004690*                     MOTIVO), NO MESMO IDIOMA DA TRILHA DO
004700*                     DATEAUD DO PROGCOB03.
004710******************************************************************
004720 0520-GRAVA-SECAUD.
004730     ACCEPT WRK-DATA-LOGON FROM DATE YYYYMMDD.
004740     ACCEPT WRK-HORA-LOGON FROM TIME.
004750     OPEN EXTEND SECURITY-AUDIT-FILE.
004760     IF NOT WRK-SECAUD-OK
004770         CLOSE SECURITY-AUDIT-FILE
004780         OPEN OUTPUT SECURITY-AUDIT-FILE
004790     END-IF.
004800     IF NOT WRK-SECAUD-OK
004810         DISPLAY 'ERRO AO ABRIR SECAUD: ' WRK-SECAUD-STATUS
004820         GO TO 0520-EXIT
004830     END-IF.
004840     MOVE WRK-DATA-LOGON TO SEC-DATA.
004850     MOVE SPACES         TO SEC-FILL1.
004860     MOVE WRK-HORA-LOGON TO SEC-HORA.
004870     MOVE SPACES         TO SEC-FILL2.
004880     MOVE WRK-OPERADOR   TO SEC-OPERADOR.
004890     MOVE SPACES         TO SEC-FILL3.
004900     MOVE 'PROGCOB34'    TO SEC-PROGRAMA.
004910     MOVE SPACES         TO SEC-FILL4.
004920     MOVE WRK-MOTIVO-LOGON TO SEC-MOTIVO.
004930     WRITE SECAUD-RECORD.
004940     IF NOT WRK-SECAUD-OK
004950         DISPLAY 'ERRO AO GRAVAR SECAUD: ' WRK-SECAUD-STATUS
004960     END-IF.
004970     CLOSE SECURITY-AUDIT-FILE.
004980 0520-EXIT.
004990     EXIT.
005000******************************************************************
005010* 1000-INITIALIZE - CARREGA O BENEF, A TABELA DE PLANOS (BENPLAN)
005020*                   E OS DEPENDENTES (DEPMAST) EM TABELA, ABRE O
005030*                   CADASTRO DE FUNCIONARIOS (PARA VALIDAR AS
005040*                   MATRICULAS), O ARQUIVO DE TRANSACOES E O
005050*                   RELATORIO, E LE A PRIMEIRA TRANSACAO. SEM
005060*                   TABELA DE PLANOS NENHUMA ADESAO PODE SER
005070*                   VALIDADA E O PROGRAMA ENCERRA COM RC 8.
005080******************************************************************
005090 1000-INITIALIZE.
005100     ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
005110     MOVE ZERO TO WRK-QTD-BENEFICIOS.
005120     OPEN INPUT BENEFIT-FILE.
005130     IF WRK-BEN-OK
005140         PERFORM 1100-LE-BENEFICIO THRU 1100-EXIT
005150             UNTIL WRK-BEN-EOF
005160         CLOSE BENEFIT-FILE
005170     ELSE
005180         DISPLAY 'CADASTRO DE BENEFICIOS AINDA NAO EXISTE - '
005190             'SERA CRIADO'
005200     END-IF.
005210     MOVE ZERO TO WRK-QTD-PLANOS.
005220     OPEN INPUT BENEFIT-PLAN-FILE.
005230     IF WRK-PLN-OK
005240         PERFORM 1200-LE-PLANO THRU 1200-EXIT
005250             UNTIL WRK-PLN-EOF
005260         CLOSE BENEFIT-PLAN-FILE
005270     END-IF.
005280     IF WRK-QTD-PLANOS = ZERO
005290         DISPLAY 'TABELA DE PLANOS (BENPLAN) INDISPONIVEL OU '
005300             'VAZIA: ' WRK-PLN-STATUS
005310         MOVE 8 TO RETURN-CODE
005320         GOBACK
005330     END-IF.
005340     MOVE ZERO TO WRK-QTD-DEPENDENTES.
005350     OPEN INPUT DEPENDENTS-FILE.
005360     IF WRK-DEP-OK
005370         PERFORM 1300-LE-DEPENDENTE THRU 1300-EXIT
005380             UNTIL WRK-DEP-EOF
005390         CLOSE DEPENDENTS-FILE
005400     END-IF.
005410     OPEN INPUT EMPLOYEE-MASTER.
005420     IF NOT WRK-EMP-OK
005430         DISPLAY 'ERRO AO ABRIR EMPLOYEE-MASTER: '
005440             WRK-EMP-STATUS
005450         MOVE 8 TO RETURN-CODE
005460         GOBACK
005470     END-IF.
005480     OPEN INPUT BENEFIT-TRANS-FILE.
005490     IF NOT WRK-BTR-OK
005500         DISPLAY 'ERRO AO ABRIR BENEFIT-TRANS-FILE: '
005510             WRK-BTR-STATUS
005520         CLOSE EMPLOYEE-MASTER
005530         MOVE 8 TO RETURN-CODE
005540         GOBACK
005550     END-IF.
005560     OPEN OUTPUT BENEFIT-REPORT-FILE.
005570     IF NOT WRK-BENRPT-OK
005580         DISPLAY 'ERRO AO ABRIR BENEFIT-REPORT-FILE: '
005590             WRK-BENRPT-STATUS
005600         CLOSE EMPLOYEE-MASTER
005610         CLOSE BENEFIT-TRANS-FILE
005620         MOVE 8 TO RETURN-CODE
005630         GOBACK
005640     END-IF.
005650     MOVE WRK-DATA-ATUAL TO CAB2-DATA.
005660     MOVE WRK-OPERADOR   TO CAB2-OPERADOR.
005670     WRITE BENEFIT-REPORT-RECORD FROM WRK-LINHA-CABEC1
005680         AFTER ADVANCING PAGE.
005690     WRITE BENEFIT-REPORT-RECORD FROM WRK-LINHA-CABEC2
005700         AFTER ADVANCING 1 LINE.
005710     PERFORM 2900-LE-TRANSACAO THRU 2900-EXIT.
005720 1000-EXIT.
005730     EXIT.
005740******************************************************************
005750* 1100-LE-BENEFICIO - LE UM REGISTRO DO BENEF PARA A TABELA.
005760******************************************************************
005770 1100-LE-BENEFICIO.
005780     READ BENEFIT-FILE
005790         AT END
005800             SET WRK-BEN-EOF TO TRUE
005810         NOT AT END
005820             IF WRK-QTD-BENEFICIOS < WRK-MAX-BENEFICIOS
005830                 ADD 1 TO WRK-QTD-BENEFICIOS
005840                 MOVE BEN-MATRICULA
005850                     TO TAB-BEN-MATRICULA(WRK-QTD-BENEFICIOS)
005860                 MOVE BEN-TIPO
005870                     TO TAB-BEN-TIPO(WRK-QTD-BENEFICIOS)
005880                 MOVE BEN-DEPENDENTE
005890                     TO TAB-BEN-DEPENDENTE(WRK-QTD-BENEFICIOS)
005900                 MOVE BEN-DATA-INI
005910                     TO TAB-BEN-DATA-INI(WRK-QTD-BENEFICIOS)
005920                 MOVE BEN-PLANO
005930                     TO TAB-BEN-PLANO(WRK-QTD-BENEFICIOS)
005940                 MOVE BEN-CUSTO-DIARIO
005950                     TO TAB-BEN-CUSTO-DIARIO(WRK-QTD-BENEFICIOS)
005960                 MOVE BEN-DATA-FIM
005970                     TO TAB-BEN-DATA-FIM(WRK-QTD-BENEFICIOS)
005980             ELSE
005990                 DISPLAY 'CADASTRO DE BENEFICIOS CHEIO - '
006000                     'REGISTRO IGNORADO: ' BEN-MATRICULA
006010             END-IF
006020     END-READ.
006030 1100-EXIT.
006040     EXIT.
006050******************************************************************
006060* 1200-LE-PLANO - LE UM REGISTRO DO BENPLAN PARA A TABELA (SO O
006070*                 TIPO E O PLANO, QUE E O QUE A VALIDACAO USA).
006080******************************************************************
006090 1200-LE-PLANO.
006100     READ BENEFIT-PLAN-FILE
006110         AT END
006120             SET WRK-PLN-EOF TO TRUE
006130         NOT AT END
006140             IF WRK-QTD-PLANOS < WRK-MAX-PLANOS
006150                 ADD 1 TO WRK-QTD-PLANOS
006160                 MOVE PLN-TIPO  TO TAB-PLN-TIPO(WRK-QTD-PLANOS)
006170                 MOVE PLN-PLANO TO TAB-PLN-PLANO(WRK-QTD-PLANOS)
006180             ELSE
006190                 DISPLAY 'TABELA DE PLANOS CHEIA - '
006200                     'REGISTRO IGNORADO: ' PLN-TIPO ' ' PLN-PLANO
006210             END-IF
006220     END-READ.
006230 1200-EXIT.
006240     EXIT.
006250******************************************************************
006260* 1300-LE-DEPENDENTE - LE UM REGISTRO DO DEPMAST PARA A TABELA
006270*                      (MATRICULA E NOME DO DEPENDENTE).
006280******************************************************************
006290 1300-LE-DEPENDENTE.
006300     READ DEPENDENTS-FILE
006310         AT END
006320             SET WRK-DEP-EOF TO TRUE
006330         NOT AT END
006340             IF WRK-QTD-DEPENDENTES < WRK-MAX-DEPENDENTES
006350                 ADD 1 TO WRK-QTD-DEPENDENTES
006360                 MOVE DEP-MATRICULA
006370                     TO TAB-DEP-MATRICULA(WRK-QTD-DEPENDENTES)
006380                 MOVE DEP-NOME
006390                     TO TAB-DEP-NOME(WRK-QTD-DEPENDENTES)
006400             ELSE
006410                 DISPLAY 'TABELA DE DEPENDENTES CHEIA - '
006420                     'REGISTRO IGNORADO: ' DEP-MATRICULA
006430             END-IF
006440     END-READ.
006450 1300-EXIT.
006460     EXIT.
006470******************************************************************
006480* 2000-PROCESSA-TRANSACAO - VALIDA A TRANSACAO E ACIONA A
006490*                           INCLUSAO, ALTERACAO OU EXCLUSAO
006500*                           CORRESPONDENTE.
006510******************************************************************
006520 2000-PROCESSA-TRANSACAO.
006530     ADD 1 TO WRK-CONT-LIDAS.
006540     MOVE 'S' TO WRK-SW-TRAN-VALIDA.
006550     MOVE SPACES TO WRK-MOTIVO.
006560     PERFORM 2050-VALIDA-TRANSACAO THRU 2050-EXIT.
006570     IF WRK-TRAN-VALIDA
006580         EVALUATE BTR-ACAO
006590             WHEN 'I'
006600                 PERFORM 3000-INCLUI THRU 3000-EXIT
006610             WHEN 'A'
006620                 PERFORM 4000-ALTERA THRU 4000-EXIT
006630             WHEN 'E'
006640                 PERFORM 5000-EXCLUI THRU 5000-EXIT
006650         END-EVALUATE
006660     END-IF.
006670     IF NOT WRK-TRAN-VALIDA
006680         PERFORM 7200-IMPRIME-REJEICAO THRU 7200-EXIT
006690         ADD 1 TO WRK-CONT-REJEITADAS
006700     ELSE
006710         PERFORM 7100-IMPRIME-APLICADA THRU 7100-EXIT
006720         ADD 1 TO WRK-CONT-APLICADAS
006730     END-IF.
006740     PERFORM 2900-LE-TRANSACAO THRU 2900-EXIT.
006750 2000-EXIT.
006760     EXIT.
006770******************************************************************
006780* 2050-VALIDA-TRANSACAO - CONSISTE A ACAO, A MATRICULA (QUE DEVE
006790*                         EXISTIR NO EMPMAST), O TIPO, O
006800*                         DEPENDENTE (SO NO PLANO DE SAUDE) E A
006810*                         DATA DE INICIO, QUE FORMAM A CHAVE DE
006820*                         TODA TRANSACAO; O PLANO, O CUSTO DIARIO
006830*                         E A DATA DE FIM SO VALEM PARA INCLUSAO E
006840*                         ALTERACAO.
006850******************************************************************
006860 2050-VALIDA-TRANSACAO.
006870     IF BTR-ACAO NOT = 'I' AND BTR-ACAO NOT = 'A'
006880             AND BTR-ACAO NOT = 'E'
006890         MOVE '01' TO WRK-MOTIVO
006900         MOVE 'N' TO WRK-SW-TRAN-VALIDA
006910         GO TO 2050-EXIT
006920     END-IF.
006930     IF BTR-MATRICULA = SPACES
006940         MOVE '02' TO WRK-MOTIVO
006950         MOVE 'N' TO WRK-SW-TRAN-VALIDA
006960         GO TO 2050-EXIT
006970     END-IF.
006980     MOVE BTR-MATRICULA TO EMP-ID.
006990     READ EMPLOYEE-MASTER
007000         INVALID KEY
007010             MOVE '03' TO WRK-MOTIVO
007020             MOVE 'N' TO WRK-SW-TRAN-VALIDA
007030     END-READ.
007040     IF NOT WRK-TRAN-VALIDA
007050         GO TO 2050-EXIT
007060     END-IF.
007070     IF BTR-TIPO NOT = 'VT' AND BTR-TIPO NOT = 'VR'
007080             AND BTR-TIPO NOT = 'PS'
007090         MOVE '06' TO WRK-MOTIVO
007100         MOVE 'N' TO WRK-SW-TRAN-VALIDA
007110         GO TO 2050-EXIT
007120     END-IF.
007130     IF BTR-DEPENDENTE NOT = SPACES AND BTR-TIPO NOT = 'PS'
007140         MOVE '13' TO WRK-MOTIVO
007150         MOVE 'N' TO WRK-SW-TRAN-VALIDA
007160         GO TO 2050-EXIT
007170     END-IF.
007180     IF BTR-DATA-INI IS NOT NUMERIC
007190             OR BTR-DATA-INI = ZEROS
007200         MOVE '07' TO WRK-MOTIVO
007210         MOVE 'N' TO WRK-SW-TRAN-VALIDA
007220         GO TO 2050-EXIT
007230     END-IF.
007240     MOVE BTR-DATA-INI TO WRK-DATA-VERIF-NUM.
007250     IF WRK-VRF-MES < 1 OR WRK-VRF-MES > 12
007260             OR WRK-VRF-DIA < 1 OR WRK-VRF-DIA > 31
007270         MOVE '07' TO WRK-MOTIVO
007280         MOVE 'N' TO WRK-SW-TRAN-VALIDA
007290         GO TO 2050-EXIT
007300     END-IF.
007310     IF BTR-ACAO = 'I' OR BTR-ACAO = 'A'
007320         PERFORM 2060-VALIDA-CAMPOS THRU 2060-EXIT
007330     END-IF.
007340 2050-EXIT.
007350     EXIT.
007360******************************************************************
007370* 2060-VALIDA-CAMPOS - CONSISTE OS CAMPOS DAS TRANSACOES DE
007380*                      INCLUSAO E ALTERACAO: FUNCIONARIO NAO
007390*                      DESLIGADO (SO NA INCLUSAO - A ALTERACAO
007400*                      PODE ENCERRAR A ADESAO DE UM DESLIGADO),
007410*                      DATA DE FIM ZERADA OU NAO ANTERIOR AO
007420*                      INICIO, PLANO DO TIPO NO BENPLAN, CUSTO
007430*                      DIARIO POSITIVO NO VALE-TRANSPORTE E
007440*                      ZERADO NOS DEMAIS, E DEPENDENTE DO PLANO DE
007450*                      SAUDE CADASTRADO NO DEPMAST PARA A
007460*                      MATRICULA, COM O TITULAR INSCRITO NO MESMO
007470*                      PLANO NA DATA DE INICIO.
007480******************************************************************
007490 2060-VALIDA-CAMPOS.
007500     IF BTR-ACAO = 'I' AND EMP-SITUACAO = 'D'
007510         MOVE '15' TO WRK-MOTIVO
007520         MOVE 'N' TO WRK-SW-TRAN-VALIDA
007530         GO TO 2060-EXIT
007540     END-IF.
007550     IF BTR-DATA-FIM IS NOT NUMERIC
007560         MOVE '08' TO WRK-MOTIVO
007570         MOVE 'N' TO WRK-SW-TRAN-VALIDA
007580         GO TO 2060-EXIT
007590     END-IF.
007600     IF BTR-DATA-FIM NOT = ZEROS
007610         MOVE BTR-DATA-FIM TO WRK-DATA-VERIF-NUM
007620         IF WRK-VRF-MES < 1 OR WRK-VRF-MES > 12
007630                 OR WRK-VRF-DIA < 1 OR WRK-VRF-DIA > 31
007640                 OR BTR-DATA-FIM < BTR-DATA-INI
007650             MOVE '08' TO WRK-MOTIVO
007660             MOVE 'N' TO WRK-SW-TRAN-VALIDA
007670             GO TO 2060-EXIT
007680         END-IF
007690     END-IF.
007700     MOVE 'N' TO WRK-SW-PLN-ACHADO.
007710     PERFORM VARYING WRK-PLN-IDX FROM 1 BY 1
007720             UNTIL WRK-PLN-IDX > WRK-QTD-PLANOS
007730                OR WRK-PLN-ACHADO
007740         IF TAB-PLN-TIPO(WRK-PLN-IDX) = BTR-TIPO
007750                 AND TAB-PLN-PLANO(WRK-PLN-IDX) = BTR-PLANO
007760             SET WRK-PLN-ACHADO TO TRUE
007770         END-IF
007780     END-PERFORM.
007790     IF NOT WRK-PLN-ACHADO
007800         MOVE '11' TO WRK-MOTIVO
007810         MOVE 'N' TO WRK-SW-TRAN-VALIDA
007820         GO TO 2060-EXIT
007830     END-IF.
007840     IF BTR-CUSTO-DIARIO IS NOT NUMERIC
007850         MOVE '12' TO WRK-MOTIVO
007860         MOVE 'N' TO WRK-SW-TRAN-VALIDA
007870         GO TO 2060-EXIT
007880     END-IF.
007890     IF (BTR-TIPO = 'VT' AND BTR-CUSTO-DIARIO = ZEROS)
007900             OR (BTR-TIPO NOT = 'VT'
007910                 AND BTR-CUSTO-DIARIO NOT = ZEROS)
007920         MOVE '12' TO WRK-MOTIVO
007930         MOVE 'N' TO WRK-SW-TRAN-VALIDA
007940         GO TO 2060-EXIT
007950     END-IF.
007960     IF BTR-DEPENDENTE = SPACES
007970         GO TO 2060-EXIT
007980     END-IF.
007990     MOVE 'N' TO WRK-SW-DEP-ACHADO.
008000     PERFORM VARYING WRK-DEP-IDX FROM 1 BY 1
008010             UNTIL WRK-DEP-IDX > WRK-QTD-DEPENDENTES
008020                OR WRK-DEP-ACHADO
008030         IF TAB-DEP-MATRICULA(WRK-DEP-IDX) = BTR-MATRICULA
008040                 AND TAB-DEP-NOME(WRK-DEP-IDX) = BTR-DEPENDENTE
008050             SET WRK-DEP-ACHADO TO TRUE
008060         END-IF
008070     END-PERFORM.
008080     IF NOT WRK-DEP-ACHADO
008090         MOVE '13' TO WRK-MOTIVO
008100         MOVE 'N' TO WRK-SW-TRAN-VALIDA
008110         GO TO 2060-EXIT
008120     END-IF.
008130     PERFORM 2300-PROCURA-TITULAR THRU 2300-EXIT.
008140     IF NOT WRK-TITULAR-ACHADO
008150         MOVE '14' TO WRK-MOTIVO
008160         MOVE 'N' TO WRK-SW-TRAN-VALIDA
008170     END-IF.
008180 2060-EXIT.
008190     EXIT.
008200******************************************************************
008210* 2100-PROCURA-BENEFICIO - LOCALIZA A CHAVE (MATRICULA + TIPO +
008220*                          DEPENDENTE + INICIO) DA TRANSACAO NA
008230*                          TABELA, DEIXANDO WRK-BEN-IDX APONTANDO
008240*                          PARA ELA QUANDO ACHADA.
008250******************************************************************
008260 2100-PROCURA-BENEFICIO.
008270     MOVE 'N' TO WRK-SW-BEN-ACHADO.
008280     PERFORM VARYING WRK-BEN-IDX FROM 1 BY 1
008290             UNTIL WRK-BEN-IDX > WRK-QTD-BENEFICIOS
008300                OR WRK-BEN-ACHADO
008310         IF TAB-BEN-MATRICULA(WRK-BEN-IDX) = BTR-MATRICULA
008320                 AND TAB-BEN-TIPO(WRK-BEN-IDX) = BTR-TIPO
008330                 AND TAB-BEN-DEPENDENTE(WRK-BEN-IDX)
008340                     = BTR-DEPENDENTE
008350                 AND TAB-BEN-DATA-INI(WRK-BEN-IDX) = BTR-DATA-INI
008360             SET WRK-BEN-ACHADO TO TRUE
008370         END-IF
008380     END-PERFORM.
008390     IF WRK-BEN-ACHADO
008400         SUBTRACT 1 FROM WRK-BEN-IDX
008410     END-IF.
008420 2100-EXIT.
008430     EXIT.
008440******************************************************************
008450* 2200-VERIFICA-SOBREPOSICAO - CONFERE SE O PERIODO DA TRANSACAO
008460*                              (INICIO A FIM, FIM ZERADO = EM
008470*                              ABERTO) CRUZA O DE OUTRA ADESAO DO
008480*                              MESMO TIPO E DA MESMA VIDA
008490*                              (MATRICULA + DEPENDENTE),
008500*                              DESCONSIDERANDO A ENTRADA
008510*                              WRK-BEN-PROPRIO (A PROPRIA, NA
008520*                              ALTERACAO; ZERO NA INCLUSAO).
008530******************************************************************
008540 2200-VERIFICA-SOBREPOSICAO.
008550     MOVE 'N' TO WRK-SW-SOBREPOE.
008560     IF BTR-DATA-FIM = ZEROS
008570         MOVE 99999999 TO WRK-FIM-NOVO
008580     ELSE
008590         MOVE BTR-DATA-FIM TO WRK-FIM-NOVO
008600     END-IF.
008610     PERFORM VARYING WRK-I FROM 1 BY 1
008620             UNTIL WRK-I > WRK-QTD-BENEFICIOS
008630                OR WRK-SOBREPOE
008640         IF TAB-BEN-MATRICULA(WRK-I) = BTR-MATRICULA
008650                 AND TAB-BEN-TIPO(WRK-I) = BTR-TIPO
008660                 AND TAB-BEN-DEPENDENTE(WRK-I) = BTR-DEPENDENTE
008670                 AND WRK-I NOT = WRK-BEN-PROPRIO
008680             IF TAB-BEN-DATA-FIM(WRK-I) = ZEROS
008690                 MOVE 99999999 TO WRK-FIM-OUTRO
008700             ELSE
008710                 MOVE TAB-BEN-DATA-FIM(WRK-I) TO WRK-FIM-OUTRO
008720             END-IF
008730             IF TAB-BEN-DATA-INI(WRK-I) <= WRK-FIM-NOVO
008740                     AND BTR-DATA-INI <= WRK-FIM-OUTRO
008750                 SET WRK-SOBREPOE TO TRUE
008760             END-IF
008770         END-IF
008780     END-PERFORM.
008790     IF WRK-SOBREPOE
008800         MOVE '09' TO WRK-MOTIVO
008810         MOVE 'N' TO WRK-SW-TRAN-VALIDA
008820     END-IF.
008830 2200-EXIT.
008840     EXIT.
008850******************************************************************
008860* 2300-PROCURA-TITULAR - PROCURA A ADESAO DO TITULAR (SEM
008870*                        DEPENDENTE) AO MESMO PLANO DE SAUDE DA
008880*                        TRANSACAO, VIGENTE NA DATA DE INICIO DO
008890*                        DEPENDENTE.
008900******************************************************************
008910 2300-PROCURA-TITULAR.
008920     MOVE 'N' TO WRK-SW-TITULAR.
008930     PERFORM VARYING WRK-I FROM 1 BY 1
008940             UNTIL WRK-I > WRK-QTD-BENEFICIOS
008950                OR WRK-TITULAR-ACHADO
008960         IF TAB-BEN-MATRICULA(WRK-I) = BTR-MATRICULA
008970                 AND TAB-BEN-TIPO(WRK-I) = 'PS'
008980                 AND TAB-BEN-DEPENDENTE(WRK-I) = SPACES
008990                 AND TAB-BEN-PLANO(WRK-I) = BTR-PLANO
009000                 AND TAB-BEN-DATA-INI(WRK-I) <= BTR-DATA-INI
009010                 AND (TAB-BEN-DATA-FIM(WRK-I) = ZEROS
009020                   OR TAB-BEN-DATA-FIM(WRK-I) >= BTR-DATA-INI)
009030             SET WRK-TITULAR-ACHADO TO TRUE
009040         END-IF
009050     END-PERFORM.
009060 2300-EXIT.
009070     EXIT.
009080******************************************************************
009090* 2400-PROCURA-DEPENDENTES - NA ALTERACAO OU EXCLUSAO DA ADESAO DO
009100*                            TITULAR AO PLANO DE SAUDE
009110*                            (WRK-BEN-IDX, AINDA COM OS VALORES
009120*                            ANTIGOS), PROCURA OS DEPENDENTES DA
009130*                            MATRICULA QUE ENTRARAM NO PERIODO
009140*                            DELA (OS QUE O 2300 ACEITOU CONTRA
009150*                            ESTA ADESAO). REJEITA (MOTIVO 16) A
009160*                            EXCLUSAO COM QUALQUER UM DELES, E A
009170*                            ALTERACAO QUE OS DEIXA EM OUTRO PLANO
009180*                            OU COM COBERTURA ALEM DO FIM NOVO DO
009190*                            TITULAR.
009200******************************************************************
009210 2400-PROCURA-DEPENDENTES.
009220     MOVE 'N' TO WRK-SW-DEP-FORA.
009230     IF BTR-TIPO NOT = 'PS' OR BTR-DEPENDENTE NOT = SPACES
009240         GO TO 2400-EXIT
009250     END-IF.
009260     IF TAB-BEN-DATA-FIM(WRK-BEN-IDX) = ZEROS
009270         MOVE 99999999 TO WRK-FIM-TITULAR
009280     ELSE
009290         MOVE TAB-BEN-DATA-FIM(WRK-BEN-IDX) TO WRK-FIM-TITULAR
009300     END-IF.
009310     IF BTR-ACAO = 'A' AND BTR-DATA-FIM NOT = ZEROS
009320         MOVE BTR-DATA-FIM TO WRK-FIM-NOVO
009330     ELSE
009340         MOVE 99999999 TO WRK-FIM-NOVO
009350     END-IF.
009360     PERFORM VARYING WRK-I FROM 1 BY 1
009370             UNTIL WRK-I > WRK-QTD-BENEFICIOS
009380                OR WRK-DEP-FORA
009390         IF TAB-BEN-MATRICULA(WRK-I) = BTR-MATRICULA
009400                 AND TAB-BEN-TIPO(WRK-I) = 'PS'
009410                 AND TAB-BEN-DEPENDENTE(WRK-I) NOT = SPACES
009420                 AND TAB-BEN-DATA-INI(WRK-I)
009430                     >= TAB-BEN-DATA-INI(WRK-BEN-IDX)
009440                 AND TAB-BEN-DATA-INI(WRK-I) <= WRK-FIM-TITULAR
009450             IF TAB-BEN-DATA-FIM(WRK-I) = ZEROS
009460                 MOVE 99999999 TO WRK-FIM-OUTRO
009470             ELSE
009480                 MOVE TAB-BEN-DATA-FIM(WRK-I) TO WRK-FIM-OUTRO
009490             END-IF
009500             IF BTR-ACAO = 'E'
009510                     OR TAB-BEN-PLANO(WRK-I) NOT = BTR-PLANO
009520                     OR WRK-FIM-OUTRO > WRK-FIM-NOVO
009530                 SET WRK-DEP-FORA TO TRUE
009540             END-IF
009550         END-IF
009560     END-PERFORM.
009570     IF WRK-DEP-FORA
009580         MOVE '16' TO WRK-MOTIVO
009590         MOVE 'N' TO WRK-SW-TRAN-VALIDA
009600     END-IF.
009610 2400-EXIT.
009620     EXIT.
009630******************************************************************
009640* 2900-LE-TRANSACAO - LE A PROXIMA TRANSACAO DO BENTRAN.
009650******************************************************************
009660 2900-LE-TRANSACAO.
009670     READ BENEFIT-TRANS-FILE
009680         AT END
009690             SET WRK-BTR-EOF TO TRUE
009700     END-READ.
009710 2900-EXIT.
009720     EXIT.
009730******************************************************************
009740* 3000-INCLUI - INCLUI UMA ADESAO NOVA NA TABELA. CHAVE JA
009750*               CADASTRADA, PERIODO SOBREPOSTO A OUTRA ADESAO DA
009760*               MESMA VIDA OU TABELA CHEIA E REJEITADA.
009770******************************************************************
009780 3000-INCLUI.
009790     PERFORM 2100-PROCURA-BENEFICIO THRU 2100-EXIT.
009800     IF WRK-BEN-ACHADO
009810         MOVE '04' TO WRK-MOTIVO
009820         MOVE 'N' TO WRK-SW-TRAN-VALIDA
009830         GO TO 3000-EXIT
009840     END-IF.
009850     MOVE ZERO TO WRK-BEN-PROPRIO.
009860     PERFORM 2200-VERIFICA-SOBREPOSICAO THRU 2200-EXIT.
009870     IF NOT WRK-TRAN-VALIDA
009880         GO TO 3000-EXIT
009890     END-IF.
009900     IF WRK-QTD-BENEFICIOS >= WRK-MAX-BENEFICIOS
009910         MOVE '10' TO WRK-MOTIVO
009920         MOVE 'N' TO WRK-SW-TRAN-VALIDA
009930         GO TO 3000-EXIT
009940     END-IF.
009950     ADD 1 TO WRK-QTD-BENEFICIOS.
009960     MOVE BTR-MATRICULA
009970         TO TAB-BEN-MATRICULA(WRK-QTD-BENEFICIOS).
009980     MOVE BTR-TIPO TO TAB-BEN-TIPO(WRK-QTD-BENEFICIOS).
009990     MOVE BTR-DEPENDENTE
010000         TO TAB-BEN-DEPENDENTE(WRK-QTD-BENEFICIOS).
010010     MOVE BTR-DATA-INI
010020         TO TAB-BEN-DATA-INI(WRK-QTD-BENEFICIOS).
010030     MOVE BTR-PLANO TO TAB-BEN-PLANO(WRK-QTD-BENEFICIOS).
010040     MOVE BTR-CUSTO-DIARIO
010050         TO TAB-BEN-CUSTO-DIARIO(WRK-QTD-BENEFICIOS).
010060     MOVE BTR-DATA-FIM
010070         TO TAB-BEN-DATA-FIM(WRK-QTD-BENEFICIOS).
010080 3000-EXIT.
010090     EXIT.
010100******************************************************************
010110* 4000-ALTERA - REGRAVA O PLANO, O CUSTO DIARIO E A DATA DE FIM
010120*               DA ADESAO ACHADA PELA CHAVE DA TRANSACAO, SE O
010130*               PERIODO NOVO NAO CRUZAR OUTRA ADESAO DA MESMA
010140*               VIDA E, NO TITULAR DO PLANO DE SAUDE, NAO DEIXAR
010150*               DEPENDENTE SEM ELE (2400).
010160******************************************************************
010170 4000-ALTERA.
010180     PERFORM 2100-PROCURA-BENEFICIO THRU 2100-EXIT.
010190     IF NOT WRK-BEN-ACHADO
010200         MOVE '05' TO WRK-MOTIVO
010210         MOVE 'N' TO WRK-SW-TRAN-VALIDA
010220         GO TO 4000-EXIT
010230     END-IF.
010240     MOVE WRK-BEN-IDX TO WRK-BEN-PROPRIO.
010250     PERFORM 2200-VERIFICA-SOBREPOSICAO THRU 2200-EXIT.
010260     IF NOT WRK-TRAN-VALIDA
010270         GO TO 4000-EXIT
010280     END-IF.
010290     PERFORM 2400-PROCURA-DEPENDENTES THRU 2400-EXIT.
010300     IF NOT WRK-TRAN-VALIDA
010310         GO TO 4000-EXIT
010320     END-IF.
010330     MOVE BTR-PLANO        TO TAB-BEN-PLANO(WRK-BEN-IDX).
010340     MOVE BTR-CUSTO-DIARIO TO TAB-BEN-CUSTO-DIARIO(WRK-BEN-IDX).
010350     MOVE BTR-DATA-FIM     TO TAB-BEN-DATA-FIM(WRK-BEN-IDX).
010360 4000-EXIT.
010370     EXIT.
010380******************************************************************
010390* 5000-EXCLUI - EXCLUI A ADESAO ACHADA PELA CHAVE DA TRANSACAO,
010400*               COMPACTANDO A TABELA. O TITULAR DO PLANO DE SAUDE
010410*               SO SAI DEPOIS DOS DEPENDENTES DO PERIODO (2400).
010420******************************************************************
010430 5000-EXCLUI.
010440     PERFORM 2100-PROCURA-BENEFICIO THRU 2100-EXIT.
010450     IF NOT WRK-BEN-ACHADO
010460         MOVE '05' TO WRK-MOTIVO
010470         MOVE 'N' TO WRK-SW-TRAN-VALIDA
010480         GO TO 5000-EXIT
010490     END-IF.
010500     PERFORM 2400-PROCURA-DEPENDENTES THRU 2400-EXIT.
010510     IF NOT WRK-TRAN-VALIDA
010520         GO TO 5000-EXIT
010530     END-IF.
010540     PERFORM VARYING WRK-I FROM WRK-BEN-IDX BY 1
010550             UNTIL WRK-I >= WRK-QTD-BENEFICIOS
010560         COMPUTE WRK-J = WRK-I + 1
010570         MOVE TAB-BEN-ENT(WRK-J) TO TAB-BEN-ENT(WRK-I)
010580     END-PERFORM.
010590     SUBTRACT 1 FROM WRK-QTD-BENEFICIOS.
010600 5000-EXIT.
010610     EXIT.
010620******************************************************************
010630* 6000-ORDENA-TABELA - ORDENA A TABELA POR MATRICULA + TIPO +
010640*                      DEPENDENTE + INICIO (BOLHA, COMO NO
010650*                      PROGCOB26), PARA O ARQUIVO SAIR AGRUPADO
010660*                      POR FUNCIONARIO, COM O TITULAR DO PLANO DE
010670*                      SAUDE ANTES DOS DEPENDENTES.
010680******************************************************************
010690 6000-ORDENA-TABELA.
010700     IF WRK-QTD-BENEFICIOS < 2
010710         GO TO 6000-EXIT
010720     END-IF.
010730     PERFORM VARYING WRK-I FROM 1 BY 1
010740             UNTIL WRK-I >= WRK-QTD-BENEFICIOS
010750         PERFORM VARYING WRK-J FROM 1 BY 1
010760                 UNTIL WRK-J > WRK-QTD-BENEFICIOS - WRK-I
010770             COMPUTE WRK-J1 = WRK-J + 1
010780             IF TAB-BEN-CHAVE(WRK-J) > TAB-BEN-CHAVE(WRK-J1)
010790                 PERFORM 6100-TROCA-ENTRADAS THRU 6100-EXIT
010800             END-IF
010810         END-PERFORM
010820     END-PERFORM.
010830 6000-EXIT.
010840     EXIT.
010850 6100-TROCA-ENTRADAS.
010860     MOVE TAB-BEN-ENT(WRK-J)  TO WRK-TROCA-ENT.
010870     MOVE TAB-BEN-ENT(WRK-J1) TO TAB-BEN-ENT(WRK-J).
010880     MOVE WRK-TROCA-ENT       TO TAB-BEN-ENT(WRK-J1).
010890 6100-EXIT.
010900     EXIT.
010910******************************************************************
010920* 7100-IMPRIME-APLICADA - IMPRIME A TRANSACAO APLICADA NO
010930*                         RELATORIO DE MANUTENCAO.
010940******************************************************************
010950 7100-IMPRIME-APLICADA.
010960     MOVE BTR-ACAO       TO APL-ACAO.
010970     MOVE BTR-MATRICULA  TO APL-MATRICULA.
010980     MOVE BTR-TIPO       TO APL-TIPO.
010990     MOVE BTR-PLANO      TO APL-PLANO.
011000     MOVE BTR-DEPENDENTE TO APL-DEPENDENTE.
011010     MOVE BTR-DATA-INI   TO APL-DATA-INI.
011020     MOVE BTR-DATA-FIM   TO APL-DATA-FIM.
011030     WRITE BENEFIT-REPORT-RECORD FROM WRK-LINHA-APLICADA
011040         AFTER ADVANCING 1 LINE.
011050 7100-EXIT.
011060     EXIT.
011070******************************************************************
011080* 7200-IMPRIME-REJEICAO - IMPRIME A TRANSACAO REJEITADA COM O
011090*                         CODIGO E O TEXTO DO MOTIVO.
011100******************************************************************
011110 7200-IMPRIME-REJEICAO.
011120     MOVE BTR-ACAO      TO REJ-ACAO.
011130     MOVE BTR-MATRICULA TO REJ-MATRICULA.
011140     MOVE BTR-TIPO      TO REJ-TIPO.
011150     MOVE WRK-MOTIVO    TO REJ-MOTIVO.
011160     MOVE SPACES        TO REJ-TEXTO.
011170     PERFORM VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 16
011180         IF WRK-MOTIVO = TAB-MOTIVO-CODIGO(WRK-IDX)
011190             MOVE TAB-MOTIVO-TEXTO(WRK-IDX) TO REJ-TEXTO
011200         END-IF
011210     END-PERFORM.
011220     WRITE BENEFIT-REPORT-RECORD FROM WRK-LINHA-REJEICAO
011230         AFTER ADVANCING 1 LINE.
011240 7200-EXIT.
011250     EXIT.
011260******************************************************************
011270* 9000-FINALIZE - ORDENA E REGRAVA O BENEF, IMPRIME OS TOTAIS E
011280*                 FECHA OS ARQUIVOS.
011290******************************************************************
011300 9000-FINALIZE.
011310     CLOSE BENEFIT-TRANS-FILE.
011320     CLOSE EMPLOYEE-MASTER.
011330     PERFORM 6000-ORDENA-TABELA THRU 6000-EXIT.
011340     OPEN OUTPUT BENEFIT-FILE.
011350     IF NOT WRK-BEN-OK
011360         DISPLAY 'ERRO AO REGRAVAR BENEF: ' WRK-BEN-STATUS
011370         CLOSE BENEFIT-REPORT-FILE
011380         MOVE 8 TO RETURN-CODE
011390         GOBACK
011400     END-IF.
011410     PERFORM VARYING WRK-BEN-IDX FROM 1 BY 1
011420             UNTIL WRK-BEN-IDX > WRK-QTD-BENEFICIOS
011430         MOVE TAB-BEN-MATRICULA(WRK-BEN-IDX)  TO BEN-MATRICULA
011440         MOVE SPACES                          TO BEN-FILL1
011450         MOVE TAB-BEN-TIPO(WRK-BEN-IDX)       TO BEN-TIPO
011460         MOVE SPACES                          TO BEN-FILL2
011470         MOVE TAB-BEN-PLANO(WRK-BEN-IDX)      TO BEN-PLANO
011480         MOVE SPACES                          TO BEN-FILL3
011490         MOVE TAB-BEN-DEPENDENTE(WRK-BEN-IDX) TO BEN-DEPENDENTE
011500         MOVE SPACES                          TO BEN-FILL4
011510         MOVE TAB-BEN-CUSTO-DIARIO(WRK-BEN-IDX)
011520             TO BEN-CUSTO-DIARIO
011530         MOVE SPACES                          TO BEN-FILL5
011540         MOVE TAB-BEN-DATA-INI(WRK-BEN-IDX)   TO BEN-DATA-INI
011550         MOVE SPACES                          TO BEN-FILL6
011560         MOVE TAB-BEN-DATA-FIM(WRK-BEN-IDX)   TO BEN-DATA-FIM
011570         WRITE BEN-RECORD
011580     END-PERFORM.
011590     CLOSE BENEFIT-FILE.
011600     MOVE WRK-CONT-LIDAS      TO TOT-LIDAS.
011610     MOVE WRK-CONT-APLICADAS  TO TOT-APLICADAS.
011620     MOVE WRK-CONT-REJEITADAS TO TOT-REJEITADAS.
011630     WRITE BENEFIT-REPORT-RECORD FROM WRK-LINHA-TOTAIS
011640         AFTER ADVANCING 2 LINES.
011650     CLOSE BENEFIT-REPORT-FILE.
011660     DISPLAY '--------------------------------------------'.
011670     DISPLAY 'TRANSACOES LIDAS ....: ' WRK-CONT-LIDAS.
011680     DISPLAY 'TRANSACOES APLICADAS : ' WRK-CONT-APLICADAS.
011690     DISPLAY 'TRANSACOES REJEITADAS: ' WRK-CONT-REJEITADAS.
011700 9000-EXIT.
011710     EXIT.
011720 END PROGRAM PROGCOB34.
