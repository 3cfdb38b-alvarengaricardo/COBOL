000460*                 'A' (ATIVO) E A ALTERACAO PRESERVA A SITUACAO DO
000470*                 REGISTRO EXISTENTE - A TRANSACAO DO EMPTRAN NAO
000480*                 TRAZ (NEM PODE MUDAR) A SITUACAO.
000490* 2026-10-15 RRA  A TRANSACAO PASSOU A TRAZER A DATA DE ADMISSAO
000500*                 (TRN-ADMISSAO) E O CARGO (TRN-CARGO), INCLUIDOS
000510*                 NO COPYBOOK EMPREC. ADMISSAO NAO NUMERICA,
000520*                 ZERADA OU FUTURA E REJEITADA COM O MOTIVO 10;
000530*                 CARGO AUSENTE DO CADASTRO DE CARGOS (CARGOS,
000540*                 MANTIDO PELO PROGCOB23 E CARREGADO EM TABELA NA
000550*                 ABERTURA), COM O MOTIVO 11; SALARIO FORA DA
000560*                 FAIXA MINIMA/MAXIMA DO CARGO, COM O MOTIVO 12.
000570*                 CARGOS INDISPONIVEL ENCERRA COM RETURN-CODE 8.
000580* 2026-10-15 RRA  ALTERACAO DE BANCO, AGENCIA OU CONTA NAO E MAIS
000590*                 APLICADA NO EMPMAST: OS DEMAIS CAMPOS SAO
000600*                 GRAVADOS E A CONTA NOVA FICA PENDENTE NO BNKPEND
000610*                 (CONTA ANTERIOR E NOVA, OPERADOR, DATA E HORA)
000620*                 ATE OUTRO OPERADOR APROVAR NO PROGCOB27. NOVA
000630*                 ALTERACAO BANCARIA DE MATRICULA JA PENDENTE E
000640*                 REJEITADA COM O MOTIVO 13; FALHA AO GRAVAR O
000650*                 BNKPEND, COM O MOTIVO 14. BNKPEND INDISPONIVEL
000660*                 ENCERRA COM RETURN-CODE 8.
000670* 2026-10-15 RRA  A TRANSACAO PASSOU A TRAZER A EMPRESA
000680*                 EMPREGADORA (TRN-EMPRESA), INCLUIDA NO COPYBOOK
000690*                 EMPREC. EMPRESA EM BRANCO VALE '01' (LAYOUT
000700*                 ANTIGO DO EMPTRAN); EMPRESA AUSENTE DO CADASTRO
000710*                 DE EMPRESAS (EMPRESAS, MANTIDO PELO PROGCOB29 E
000720*                 CARREGADO EM TABELA NA ABERTURA) E REJEITADA COM
000730*                 O MOTIVO 15. EMPRESAS INDISPONIVEL ENCERRA COM
000740*                 RETURN-CODE 8.
000750* 2026-10-15 RRA  CONTROLE DE ETAPAS DA ESTEIRA (PAYSTEP,
000760*                 COPYBOOKS/STEPREC.CPY): REGISTRA O INICIO E A
000770*                 CONCLUSAO (COM O RC) DO STEP025 POR COMPETENCIA
000780*                 + TIPO DE EXECUCAO, E NA RESSUBMISSAO DA
000790*                 JCL/PAYROLL ENCERRA SEM FAZER NADA SE A ETAPA JA
000800*                 FOI CONCLUIDA. O EMPTRAN NAO E REAPLICADO.
000810* 2026-10-15 RRA  EXCLUSAO DE MATRICULA COM ALTERACAO BANCARIA
000820*                 PENDENTE NO BNKPEND E REJEITADA COM O MOTIVO 16:
000830*                 SEM O REGISTRO NO EMPMAST O PROGCOB27 NAO
000840*                 CONSEGUE DECIDIR A PENDENCIA, QUE FICARIA ABERTA
000850*                 PARA SEMPRE.
000860******************************************************************
000870 IDENTIFICATION DIVISION.
000880 PROGRAM-ID. PROGCOB05.
000890 ENVIRONMENT DIVISION.
000900 CONFIGURATION SECTION.
000910 SPECIAL-NAMES.
000920     DECIMAL-POINT IS COMMA.
000930 INPUT-OUTPUT SECTION.
000940 FILE-CONTROL.
000950     SELECT EMPLOYEE-MASTER
000960         ASSIGN TO "EMPMAST"
000970         ORGANIZATION IS INDEXED
000980         ACCESS MODE IS RANDOM
000990         RECORD KEY IS EMP-ID
001000         FILE STATUS IS WRK-EMP-STATUS.
001010     SELECT TRANSACTION-FILE
001020         ASSIGN TO "EMPTRAN"
001030         ORGANIZATION IS LINE SEQUENTIAL
001040         FILE STATUS IS WRK-TRAN-STATUS.
001050     SELECT MAINT-REPORT-FILE
001060         ASSIGN TO "MNTRPT"
001070         ORGANIZATION IS LINE SEQUENTIAL
001080         FILE STATUS IS WRK-MNTRPT-STATUS.
001090     SELECT CARGO-FILE
001100         ASSIGN TO "CARGOS"
001110         ORGANIZATION IS LINE SEQUENTIAL
001120         FILE STATUS IS WRK-CRG-STATUS.
001130     SELECT COMPANY-FILE
001140         ASSIGN TO "EMPRESAS"
001150         ORGANIZATION IS LINE SEQUENTIAL
001160         FILE STATUS IS WRK-CIA-STATUS.
001170     SELECT STEP-LEDGER-FILE
001180         ASSIGN TO "PAYSTEP"
001190         ORGANIZATION IS LINE SEQUENTIAL
001200         FILE STATUS IS WRK-STP-STATUS.
001210     SELECT AUDIT-FILE
001220         ASSIGN TO "DATEAUD"
001230         ORGANIZATION IS LINE SEQUENTIAL
001240         FILE STATUS IS WRK-AUDIT-STATUS.
001250     SELECT RUN-CONTROL-FILE
001260         ASSIGN TO "PAYTIPO"
001270         ORGANIZATION IS LINE SEQUENTIAL
001280         FILE STATUS IS WRK-TIPO-CFG-STATUS.
001290     SELECT SECURITY-MASTER-FILE
001300         ASSIGN TO "OPERSEC"
001310         ORGANIZATION IS LINE SEQUENTIAL
001320         FILE STATUS IS WRK-SEC-STATUS.
001330     SELECT SECURITY-AUDIT-FILE
001340         ASSIGN TO "SECAUD"
001350         ORGANIZATION IS LINE SEQUENTIAL
001360         FILE STATUS IS WRK-SECAUD-STATUS.
001370     SELECT OPERATOR-CONTROL-FILE
001380         ASSIGN TO "PAYOPER"
001390         ORGANIZATION IS LINE SEQUENTIAL
001400         FILE STATUS IS WRK-OPER-CFG-STATUS.
001410     SELECT BANK-PENDING-FILE
001420         ASSIGN TO "BNKPEND"
001430         ORGANIZATION IS LINE SEQUENTIAL
001440         FILE STATUS IS WRK-BNP-STATUS.
001450 DATA DIVISION.
001460 FILE SECTION.
001470 FD  EMPLOYEE-MASTER
001480     LABEL RECORDS ARE STANDARD.
001490     COPY EMPREC.
001500 FD  TRANSACTION-FILE
001510     LABEL RECORDS ARE STANDARD.
001520 01  TRANSACTION-RECORD.
001530     05  TRN-ACAO                 PIC X(01).
001540     05  TRN-FILL1                PIC X(02).
001550     05  TRN-MATRICULA            PIC X(06).
001560     05  TRN-FILL2                PIC X(02).
001570     05  TRN-NOME                 PIC X(30).
001580     05  TRN-FILL3                PIC X(02).
001590     05  TRN-SALARIO              PIC 9(06)V99.
001600     05  TRN-FILL4                PIC X(02).
001610     05  TRN-MOEDA                PIC X(03).
001620     05  TRN-FILL5                PIC X(02).
001630     05  TRN-BANCO                PIC 9(03).
001640     05  TRN-FILL6                PIC X(02).
001650     05  TRN-AGENCIA              PIC 9(04).
001660     05  TRN-FILL7                PIC X(02).
001670     05  TRN-CONTA                PIC 9(08).
001680     05  TRN-FILL8                PIC X(02).
001690     05  TRN-CCUSTO               PIC X(04).
001700     05  TRN-FILL9                PIC X(02).
001710     05  TRN-ADMISSAO             PIC 9(08).
001720     05  TRN-FILL10               PIC X(02).
001730     05  TRN-CARGO                PIC X(04).
001740     05  TRN-FILL11               PIC X(02).
001750     05  TRN-EMPRESA              PIC X(02).
001760 FD  MAINT-REPORT-FILE
001770     LABEL RECORDS ARE STANDARD.
001780 01  MAINT-REPORT-RECORD          PIC X(100).
001790 FD  CARGO-FILE
001800     LABEL RECORDS ARE STANDARD.
001810     COPY CARGOREC.
001820 FD  COMPANY-FILE
001830     LABEL RECORDS ARE STANDARD.
001840     COPY CIAREC.
001850 FD  OPERATOR-CONTROL-FILE
001860     LABEL RECORDS ARE STANDARD.
001870 01  OPERATOR-CONTROL-RECORD.
001880     05  OPCFG-OPERADOR           PIC X(10).
001890     05  OPCFG-FILL1              PIC X(02).
001900     05  OPCFG-SENHA              PIC X(10).
001910 FD  STEP-LEDGER-FILE
001920     LABEL RECORDS ARE STANDARD.
001930     COPY STEPREC.
001940 FD  AUDIT-FILE
001950     LABEL RECORDS ARE STANDARD.
001960 01  AUDIT-RECORD.
001970     05  AUD-DATA                 PIC 9(08).
001980     05  AUD-FILL1                PIC X(02).
001990     05  AUD-HORA                 PIC 9(08).
002000     05  AUD-FILL2                PIC X(02).
002010     05  AUD-OPERADOR             PIC X(10).
002020 FD  RUN-CONTROL-FILE
002030     LABEL RECORDS ARE STANDARD.
002040 01  RUN-CONTROL-RECORD.
002050     05  RCF-TIPO                 PIC X(08).
002060     05  RCF-FILL1                PIC X(02).
002070     05  RCF-PARCELA              PIC 9(01).
002080     05  RCF-FILL2                PIC X(02).
002090     05  RCF-MODO                 PIC X(08).
002100 FD  SECURITY-MASTER-FILE
002110     LABEL RECORDS ARE STANDARD.
002120     COPY OPERSEC.
002130 FD  SECURITY-AUDIT-FILE
002140     LABEL RECORDS ARE STANDARD.
002150 01  SECAUD-RECORD.
002160     05  SEC-DATA                 PIC 9(08).
002170     05  SEC-FILL1                PIC X(02).
002180     05  SEC-HORA                 PIC 9(08).
002190     05  SEC-FILL2                PIC X(02).
002200     05  SEC-OPERADOR             PIC X(10).
002210     05  SEC-FILL3                PIC X(02).
002220     05  SEC-PROGRAMA             PIC X(09).
002230     05  SEC-FILL4                PIC X(02).
002240     05  SEC-MOTIVO               PIC X(20).
002250 FD  BANK-PENDING-FILE
002260     LABEL RECORDS ARE STANDARD.
002270     COPY BNPREC.
002280 WORKING-STORAGE SECTION.
002290 77  WRK-EMP-STATUS       PIC X(02) VALUE '00'.
002300     88  WRK-EMP-OK                  VALUE '00'.
002310 77  WRK-TRAN-STATUS      PIC X(02) VALUE '00'.
002320     88  WRK-TRAN-OK                 VALUE '00'.
002330     88  WRK-TRAN-EOF                VALUE '10'.
002340 77  WRK-MNTRPT-STATUS    PIC X(02) VALUE '00'.
002350     88  WRK-MNTRPT-OK               VALUE '00'.
002360 77  WRK-CRG-STATUS       PIC X(02) VALUE '00'.
002370     88  WRK-CRG-OK                  VALUE '00'.
002380     88  WRK-CRG-EOF                 VALUE '10'.
002390 77  WRK-QTD-CARGOS       PIC 9(03) COMP VALUE ZERO.
002400 77  WRK-MAX-CARGOS       PIC 9(03) COMP VALUE 500.
002410 77  WRK-CRG-IDX          PIC 9(03) COMP VALUE ZERO.
002420 77  WRK-SW-CRG-ACHADO    PIC X(01) VALUE 'N'.
002430     88  WRK-CRG-ACHADO              VALUE 'S'.
002440 77  WRK-CIA-STATUS       PIC X(02) VALUE '00'.
002450     88  WRK-CIA-OK                  VALUE '00'.
002460     88  WRK-CIA-EOF                 VALUE '10'.
002470 77  WRK-QTD-EMPRESAS     PIC 9(02) COMP VALUE ZERO.
002480 77  WRK-MAX-EMPRESAS     PIC 9(02) COMP VALUE 20.
002490 77  WRK-CIA-IDX          PIC 9(02) COMP VALUE ZERO.
002500 77  WRK-SW-CIA-ACHADO    PIC X(01) VALUE 'N'.
002510     88  WRK-CIA-ACHADO              VALUE 'S'.
002520 77  WRK-EMPRESA          PIC X(02) VALUE SPACES.
002530 77  WRK-OPER-CFG-STATUS  PIC X(02) VALUE '00'.
002540     88  WRK-OPER-CFG-OK             VALUE '00'.
002550*----------------------------------------------------------------
002560* CONTROLE DE ETAPAS DA ESTEIRA (PAYSTEP): ESTE PROGRAMA E O
002570* STEP025 DA JCL/PAYROLL. A CHAVE E A COMPETENCIA (DATA DO
002580* DATEAUD) + O TIPO DE EXECUCAO (PAYTIPO) + O STEP; ETAPA JA
002590* CONCLUIDA NA MESMA CHAVE NAO RODA DE NOVO NA RESSUBMISSAO.
002600* SEM O DD PAYSTEP (PROGRAMA RODADO FORA DA ESTEIRA) NADA MUDA.
002610*----------------------------------------------------------------
002620 77  WRK-STP-STATUS       PIC X(02) VALUE '00'.
002630     88  WRK-STP-OK                  VALUE '00'.
002640     88  WRK-STP-EOF                 VALUE '10'.
002650 77  WRK-STP-STEP         PIC X(08) VALUE 'STEP025'.
002660 77  WRK-STP-PROGRAMA     PIC X(09) VALUE 'PROGCOB05'.
002670 77  WRK-SW-STP-ATIVO     PIC X(01) VALUE 'N'.
002680     88  WRK-STP-ATIVO               VALUE 'S'.
002690 77  WRK-STP-DATA-LOTE    PIC 9(08) VALUE ZEROS.
002700 77  WRK-STP-COMPETENCIA  PIC 9(06) VALUE ZEROS.
002710 77  WRK-STP-TIPO         PIC X(08) VALUE 'REGULAR'.
002720     88  WRK-STP-TIPO-VALIDO         VALUES 'REGULAR' '13SAL'
002730                                            'FERIAS' 'DISSIDIO'
002740                                            'ADIANT'.
002750 77  WRK-STP-PARCELA      PIC 9(01) VALUE 1.
002760 77  WRK-STP-MODO         PIC X(08) VALUE 'NORMAL'.
002770 77  WRK-STP-SITUACAO     PIC X(01) VALUE SPACES.
002780     88  WRK-STP-JA-CONCLUIDA        VALUE 'C'.
002790 77  WRK-STP-RC-ANTERIOR  PIC 9(02) VALUE ZEROS.
002800 77  WRK-STP-SIT-GRAVAR   PIC X(01) VALUE SPACES.
002810 77  WRK-STP-RC           PIC 9(02) VALUE ZEROS.
002820 77  WRK-STP-DATA         PIC 9(08) VALUE ZEROS.
002830 77  WRK-STP-HORA         PIC 9(08) VALUE ZEROS.
002840 77  WRK-AUDIT-STATUS     PIC X(02) VALUE '00'.
002850     88  WRK-AUDIT-OK                VALUE '00'.
002860     88  WRK-AUDIT-EOF               VALUE '10'.
002870 77  WRK-TIPO-CFG-STATUS  PIC X(02) VALUE '00'.
002880     88  WRK-TIPO-CFG-OK             VALUE '00'.
002890 77  WRK-SW-OPER-ARQUIVO  PIC X(01) VALUE 'N'.
002900     88  WRK-OPER-ARQUIVO            VALUE 'S'.
002910 77  WRK-SW-OPERADOR      PIC X(01) VALUE 'N'.
002920     88  WRK-OPERADOR-VALIDO         VALUE 'S'.
002930 77  WRK-OPERADOR         PIC X(10) VALUE SPACES.
002940 77  WRK-IDX              PIC 9(02) COMP VALUE ZERO.
002950 77  WRK-DATA-ATUAL       PIC 9(08) VALUE ZEROS.
002960 77  WRK-CONT-LIDAS       PIC 9(05) COMP VALUE ZERO.
002970 77  WRK-CONT-APLICADAS   PIC 9(05) COMP VALUE ZERO.
002980 77  WRK-CONT-REJEITADAS  PIC 9(05) COMP VALUE ZERO.
002990 77  WRK-SW-TRAN-VALIDA   PIC X(01) VALUE 'S'.
003000     88  WRK-TRAN-VALIDA             VALUE 'S'.
003010 77  WRK-MOTIVO           PIC X(02) VALUE SPACES.
003020 77  WRK-SITUACAO-ANT     PIC X(01) VALUE SPACES.
003030 77  WRK-SALARIO-ED       PIC $ZZZ.ZZ9,99 VALUE ZEROS.
003040 77  WRK-SENHA            PIC X(10) VALUE SPACES.
003050 77  WRK-SEC-STATUS       PIC X(02) VALUE '00'.
003060     88  WRK-SEC-OK                  VALUE '00'.
003070     88  WRK-SEC-EOF                 VALUE '10'.
003080 77  WRK-SECAUD-STATUS    PIC X(02) VALUE '00'.
003090     88  WRK-SECAUD-OK               VALUE '00'.
003100 77  WRK-SW-OPR-ACHADO    PIC X(01) VALUE 'N'.
003110     88  WRK-OPR-ACHADO              VALUE 'S'.
003120 77  WRK-OPR-ATIVO        PIC X(01) VALUE 'N'.
003130 77  WRK-OPR-SENHA        PIC X(10) VALUE SPACES.
003140 77  WRK-OPR-AUT-FUNCAO   PIC X(01) VALUE 'N'.
003150 77  WRK-MOTIVO-LOGON     PIC X(20) VALUE SPACES.
003160 77  WRK-DATA-LOGON       PIC 9(08) VALUE ZEROS.
003170 77  WRK-HORA-LOGON       PIC 9(08) VALUE ZEROS.
003180*----------------------------------------------------------------
003190* ALTERACOES BANCARIAS PENDENTES DE APROVACAO (BNKPEND): AS
003200* MATRICULAS COM PENDENCIA SAO CARREGADAS NA ABERTURA PARA
003210* BARRAR UMA SEGUNDA ALTERACAO ANTES DA DECISAO DO PROGCOB27.
003220*----------------------------------------------------------------
003230 77  WRK-BNP-STATUS       PIC X(02) VALUE '00'.
003240     88  WRK-BNP-OK                  VALUE '00'.
003250     88  WRK-BNP-EOF                 VALUE '10'.
003260 77  WRK-QTD-PENDENTES    PIC 9(04) COMP VALUE ZERO.
003270 77  WRK-MAX-PENDENTES    PIC 9(04) COMP VALUE 3000.
003280 77  WRK-BNP-IDX          PIC 9(04) COMP VALUE ZERO.
003290 77  WRK-SW-BNP-ACHADO    PIC X(01) VALUE 'N'.
003300     88  WRK-BNP-ACHADO              VALUE 'S'.
003310 77  WRK-SW-BCO-PENDENTE  PIC X(01) VALUE 'N'.
003320     88  WRK-BCO-PENDENTE            VALUE 'S'.
003330 77  WRK-CONT-PENDENTES   PIC 9(05) COMP VALUE ZERO.
003340 77  WRK-HORA-ATUAL       PIC 9(08) VALUE ZEROS.
003350 77  WRK-BANCO-ANT        PIC 9(03) VALUE ZEROS.
003360 77  WRK-AGENCIA-ANT      PIC 9(04) VALUE ZEROS.
003370 77  WRK-CONTA-ANT        PIC 9(08) VALUE ZEROS.
003380 01  TAB-PENDENTES.
003390     05  TAB-PND-MATRICULA    PIC X(06) OCCURS 3000 TIMES.
003400*----------------------------------------------------------------
003410* TABELA DE MOTIVOS DE REJEICAO DE TRANSACAO, CARREGADA POR
003420* REDEFINES, AO ESTILO CLASSICO DE TABELA EM WORKING-STORAGE.
003430*----------------------------------------------------------------
003440 01  TAB-MOTIVOS-DADOS.
003450     05  FILLER PIC X(02) VALUE '01'.
003460     05  FILLER PIC X(30) VALUE 'ACAO INVALIDA'.
003470     05  FILLER PIC X(02) VALUE '02'.
003480     05  FILLER PIC X(30) VALUE 'MATRICULA EM BRANCO'.
003490     05  FILLER PIC X(02) VALUE '03'.
003500     05  FILLER PIC X(30) VALUE 'MATRICULA JA CADASTRADA'.
003510     05  FILLER PIC X(02) VALUE '04'.
003520     05  FILLER PIC X(30) VALUE 'MATRICULA NAO CADASTRADA'.
003530     05  FILLER PIC X(02) VALUE '05'.
003540     05  FILLER PIC X(30) VALUE 'SALARIO INVALIDO'.
003550     05  FILLER PIC X(02) VALUE '06'.
003560     05  FILLER PIC X(30) VALUE 'MOEDA INVALIDA'.
003570     05  FILLER PIC X(02) VALUE '07'.
003580     05  FILLER PIC X(30) VALUE 'NOME EM BRANCO'.
003590     05  FILLER PIC X(02) VALUE '08'.
003600     05  FILLER PIC X(30) VALUE 'DADOS BANCARIOS INVALIDOS'.
003610     05  FILLER PIC X(02) VALUE '09'.
003620     05  FILLER PIC X(30) VALUE 'CENTRO DE CUSTO EM BRANCO'.
003630     05  FILLER PIC X(02) VALUE '10'.
003640     05  FILLER PIC X(30) VALUE 'DATA DE ADMISSAO INVALIDA'.
003650     05  FILLER PIC X(02) VALUE '11'.
003660     05  FILLER PIC X(30) VALUE 'CARGO NAO CADASTRADO'.
003670     05  FILLER PIC X(02) VALUE '12'.
003680     05  FILLER PIC X(30) VALUE 'SALARIO FORA DA FAIXA DO CARGO'.
003690     05  FILLER PIC X(02) VALUE '13'.
003700     05  FILLER PIC X(30) VALUE 'ALTERACAO BANCARIA JA PENDENTE'.
003710     05  FILLER PIC X(02) VALUE '14'.
003720     05  FILLER PIC X(30) VALUE 'FALHA AO GRAVAR O BNKPEND'.
003730     05  FILLER PIC X(02) VALUE '15'.
003740     05  FILLER PIC X(30) VALUE 'EMPRESA NAO CADASTRADA'.
003750     05  FILLER PIC X(02) VALUE '16'.
003760     05  FILLER PIC X(30) VALUE 'ALTERACAO BANCARIA PENDENTE'.
003770 01  TAB-MOTIVOS REDEFINES TAB-MOTIVOS-DADOS.
003780     05  TAB-MOTIVO-ENT OCCURS 16 TIMES.
003790         10  TAB-MOTIVO-CODIGO    PIC X(02).
003800         10  TAB-MOTIVO-TEXTO     PIC X(30).
003810*----------------------------------------------------------------
003820* TABELA DO CADASTRO DE CARGOS (CODIGO E FAIXA SALARIAL),
003830* CARREGADA NA ABERTURA PARA A CONSISTENCIA DO CARGO E DO SALARIO.
003840*----------------------------------------------------------------
003850 01  TAB-CARGOS.
003860     05  TAB-CRG-ENT OCCURS 500 TIMES.
003870         10  TAB-CRG-CODIGO       PIC X(04).
003880         10  TAB-CRG-SAL-MIN      PIC 9(06)V99.
003890         10  TAB-CRG-SAL-MAX      PIC 9(06)V99.
003900*----------------------------------------------------------------
003910* TABELA DOS CODIGOS DO CADASTRO DE EMPRESAS, CARREGADA NA
003920* ABERTURA PARA A CONSISTENCIA DA EMPRESA DA TRANSACAO.
003930*----------------------------------------------------------------
003940 01  TAB-EMPRESAS.
003950     05  TAB-CIA-CODIGO       PIC X(02) OCCURS 20 TIMES.
003960*----------------------------------------------------------------
003970* LINHAS DE IMPRESSAO DO RELATORIO DE MANUTENCAO (CABECALHO,
003980* IMAGEM ANTES/DEPOIS, REJEICAO E TOTAIS), MONTADAS EM
003990* WORKING-STORAGE E MOVIDAS PARA MAINT-REPORT-RECORD ANTES DE
004000* CADA WRITE.
004010*----------------------------------------------------------------
004020 01  WRK-LINHA-CABEC1.
004030     05  FILLER               PIC X(25) VALUE SPACES.
004040     05  FILLER               PIC X(50)
004050         VALUE 'FOLHA DE PAGAMENTO - MANUTENCAO DO CADASTRO'.
004060     05  FILLER               PIC X(25) VALUE SPACES.
004070 01  WRK-LINHA-CABEC2.
004080     05  FILLER               PIC X(08) VALUE 'DATA: '.
004090     05  CAB2-DATA            PIC 9(08).
004100     05  FILLER               PIC X(10) VALUE SPACES.
004110     05  FILLER               PIC X(10) VALUE 'OPERADOR: '.
004120     05  CAB2-OPERADOR        PIC X(10).
004130     05  FILLER               PIC X(54) VALUE SPACES.
004140 01  WRK-LINHA-IMAGEM.
004150     05  IMG-ROTULO           PIC X(08).
004160     05  IMG-MATRICULA        PIC X(06).
004170     05  FILLER               PIC X(02) VALUE SPACES.
004180     05  IMG-NOME             PIC X(30).
004190     05  FILLER               PIC X(02) VALUE SPACES.
004200     05  IMG-SALARIO          PIC X(11).
004210     05  FILLER               PIC X(02) VALUE SPACES.
004220     05  IMG-MOEDA            PIC X(03).
004230     05  FILLER               PIC X(02) VALUE SPACES.
004240     05  IMG-BANCO            PIC X(03).
004250     05  FILLER               PIC X(01) VALUE '/'.
004260     05  IMG-AGENCIA          PIC X(04).
004270     05  FILLER               PIC X(01) VALUE '/'.
004280     05  IMG-CONTA            PIC X(08).
004290     05  FILLER               PIC X(02) VALUE SPACES.
004300     05  IMG-CCUSTO           PIC X(04).
004310     05  FILLER               PIC X(02) VALUE SPACES.
004320     05  IMG-CARGO            PIC X(04).
004330     05  FILLER               PIC X(02) VALUE SPACES.
004340     05  IMG-EMPRESA          PIC X(02).
004350     05  FILLER               PIC X(01) VALUE SPACES.
004360 01  WRK-LINHA-REJEICAO.
004370     05  FILLER               PIC X(11) VALUE 'REJEITADA: '.
004380     05  REJ-ACAO             PIC X(01).
004390     05  FILLER               PIC X(02) VALUE SPACES.
004400     05  REJ-MATRICULA        PIC X(06).
004410     05  FILLER               PIC X(09) VALUE '  MOTIVO '.
004420     05  REJ-MOTIVO           PIC X(02).
004430     05  FILLER               PIC X(03) VALUE ' - '.
004440     05  REJ-TEXTO            PIC X(30).
004450     05  FILLER               PIC X(36) VALUE SPACES.
004460 01  WRK-LINHA-PENDENTE.
004470     05  FILLER               PIC X(16) VALUE 'BANCO PENDENTE: '.
004480     05  PND-MATRICULA        PIC X(06).
004490     05  FILLER               PIC X(09) VALUE '  ANTES: '.
004500     05  PND-BANCO-ANT        PIC 9(03).
004510     05  FILLER               PIC X(01) VALUE '/'.
004520     05  PND-AGENCIA-ANT      PIC 9(04).
004530     05  FILLER               PIC X(01) VALUE '/'.
004540     05  PND-CONTA-ANT        PIC 9(08).
004550     05  FILLER               PIC X(10) VALUE '  DEPOIS: '.
004560     05  PND-BANCO-NOVO       PIC 9(03).
004570     05  FILLER               PIC X(01) VALUE '/'.
004580     05  PND-AGENCIA-NOVO     PIC 9(04).
004590     05  FILLER               PIC X(01) VALUE '/'.
004600     05  PND-CONTA-NOVO       PIC 9(08).
004610     05  FILLER               PIC X(25)
004620         VALUE '  AGUARDANDO APROVACAO'.
004630 01  WRK-LINHA-TOTAIS.
004640     05  FILLER PIC X(19) VALUE 'TRANSACOES LIDAS: '.
004650     05  TOT-LIDAS            PIC ZZZ.ZZ9.
004660     05  FILLER PIC X(14) VALUE '  APLICADAS: '.
004670     05  TOT-APLICADAS        PIC ZZZ.ZZ9.
004680     05  FILLER PIC X(15) VALUE '  REJEITADAS: '.
004690     05  TOT-REJEITADAS       PIC ZZZ.ZZ9.
004700     05  FILLER PIC X(14) VALUE '  PENDENTES: '.
004710     05  TOT-PENDENTES        PIC ZZZ.ZZ9.
004720     05  FILLER               PIC X(10) VALUE SPACES.
004730 PROCEDURE DIVISION.
004740******************************************************************
004750* 0000-MAINLINE - CONTROLA A EXECUCAO DA MANUTENCAO DO CADASTRO.
004760******************************************************************
004770 0000-MAINLINE.
004780     PERFORM 0500-LOGON-OPERADOR THRU 0500-EXIT.
004790     IF NOT WRK-OPERADOR-VALIDO
004800         DISPLAY 'OPERADOR NAO AUTORIZADO: ' WRK-OPERADOR
004810         MOVE 8 TO RETURN-CODE
004820         GOBACK
004830     END-IF.
004840     PERFORM 0600-VERIFICA-ETAPA THRU 0600-EXIT.
004850     IF WRK-STP-JA-CONCLUIDA
004860         DISPLAY 'ETAPA ' WRK-STP-STEP ' JA CONCLUIDA PARA '
004870             WRK-STP-COMPETENCIA ' ' WRK-STP-TIPO ' (RC '
004880             WRK-STP-RC-ANTERIOR ') - NADA A FAZER'
004890         MOVE WRK-STP-RC-ANTERIOR TO RETURN-CODE
004900         GOBACK
004910     END-IF.
004920     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004930     PERFORM 2000-PROCESSA-TRANSACAO THRU 2000-EXIT
004940         UNTIL WRK-TRAN-EOF.
004950     PERFORM 9000-FINALIZE THRU 9000-EXIT.
004960     IF WRK-CONT-REJEITADAS > 0
004970         MOVE 4 TO RETURN-CODE
004980     ELSE
004990         MOVE 0 TO RETURN-CODE
005000     END-IF.
005010     PERFORM 0650-CONCLUI-ETAPA THRU 0650-EXIT.
005020     GOBACK.
005030******************************************************************
005040* 0500-LOGON-OPERADOR - OBTEM O OPERADOR E A SENHA DO PAYOPER,
005050*                       QUANDO PREPARADOS EXTERNAMENTE PARA UMA
005060*                       EXECUCAO EM LOTE, OU DO CONSOLE QUANDO O
005070*                       ARQUIVO NAO EXISTE OU ESTA VAZIO, E
005080*                       VALIDA CONTRA O CADASTRO DE SEGURANCA
005090*                       (OPERSEC): OPERADOR ATIVO, SENHA E
005100*                       AUTORIZACAO DE MANUTENCAO DE CADASTRO.
005110*                       TENTATIVA RECUSADA E GRAVADA NO SECAUD,
005120*                       NO MESMO IDIOMA DO PROGCOB02/03/04.
005130******************************************************************
005140 0500-LOGON-OPERADOR.
005150     MOVE 'N' TO WRK-SW-OPER-ARQUIVO.
005160     OPEN INPUT OPERATOR-CONTROL-FILE.
005170     IF WRK-OPER-CFG-OK
005180         READ OPERATOR-CONTROL-FILE
005190             AT END
005200                 CONTINUE
005210             NOT AT END
005220                 MOVE OPCFG-OPERADOR TO WRK-OPERADOR
005230                 MOVE OPCFG-SENHA    TO WRK-SENHA
005240                 SET WRK-OPER-ARQUIVO TO TRUE
005250         END-READ
005260         CLOSE OPERATOR-CONTROL-FILE
005270     END-IF.
005280     IF NOT WRK-OPER-ARQUIVO
005290         DISPLAY 'OPERADOR: ' WITH NO ADVANCING
005300         ACCEPT WRK-OPERADOR FROM CONSOLE
005310         DISPLAY 'SENHA: ' WITH NO ADVANCING
005320         ACCEPT WRK-SENHA FROM CONSOLE
005330     END-IF.
005340     MOVE 'N' TO WRK-SW-OPERADOR.
005350     MOVE SPACES TO WRK-MOTIVO-LOGON.
005360     PERFORM 0510-PROCURA-OPERSEC THRU 0510-EXIT.
005370     EVALUATE TRUE
005380         WHEN NOT WRK-OPR-ACHADO
005390             MOVE 'NAO CADASTRADO' TO WRK-MOTIVO-LOGON
005400         WHEN WRK-OPR-ATIVO NOT = 'S'
005410             MOVE 'OPERADOR INATIVO' TO WRK-MOTIVO-LOGON
005420         WHEN WRK-OPR-SENHA NOT = WRK-SENHA
005430             MOVE 'SENHA INVALIDA' TO WRK-MOTIVO-LOGON
005440         WHEN WRK-OPR-AUT-FUNCAO NOT = 'S'
005450             MOVE 'SEM AUTORIZACAO' TO WRK-MOTIVO-LOGON
005460         WHEN OTHER
005470             MOVE 'S' TO WRK-SW-OPERADOR
005480     END-EVALUATE.
005490     IF NOT WRK-OPERADOR-VALIDO
005500         DISPLAY 'LOGON RECUSADO (' WRK-MOTIVO-LOGON ') - '
005510             WRK-OPERADOR
005520         PERFORM 0520-GRAVA-SECAUD THRU 0520-EXIT
005530     END-IF.
005540 0500-EXIT.
005550     EXIT.
005560******************************************************************
005570* 0510-PROCURA-OPERSEC - PROCURA O OPERADOR NO CADASTRO DE
005580*                        SEGURANCA (OPERSEC) E GUARDA OS CAMPOS
005590*                        DO REGISTRO ACHADO (A AUTORIZACAO DESTE
005600*                        PROGRAMA E A DE MANUTENCAO DE CADASTRO).
005610*                        ARQUIVO INDISPONIVEL EQUIVALE A
005620*                        OPERADOR NAO CADASTRADO.
005630******************************************************************
005640 0510-PROCURA-OPERSEC.
005650     MOVE 'N' TO WRK-SW-OPR-ACHADO.
005660     OPEN INPUT SECURITY-MASTER-FILE.
005670     IF NOT WRK-SEC-OK
005680         DISPLAY 'CADASTRO DE SEGURANCA (OPERSEC) '
005690             'INDISPONIVEL: ' WRK-SEC-STATUS
005700         GO TO 0510-EXIT
005710     END-IF.
005720     PERFORM 0515-LE-OPERSEC THRU 0515-EXIT
005730         UNTIL WRK-SEC-EOF OR WRK-OPR-ACHADO.
005740     CLOSE SECURITY-MASTER-FILE.
005750 0510-EXIT.
005760     EXIT.
005770 0515-LE-OPERSEC.
005780     READ SECURITY-MASTER-FILE
005790         AT END
005800             SET WRK-SEC-EOF TO TRUE
005810         NOT AT END
005820             IF OPR-CODIGO = WRK-OPERADOR
005830                 SET WRK-OPR-ACHADO TO TRUE
005840                 MOVE OPR-ATIVO TO WRK-OPR-ATIVO
005850                 MOVE OPR-SENHA TO WRK-OPR-SENHA
005860                 MOVE OPR-AUT-CADASTRO
005870                     TO WRK-OPR-AUT-FUNCAO
005880             END-IF
005890     END-READ.
005900 0515-EXIT.
005910     EXIT.
005920******************************************************************
005930* 0520-GRAVA-SECAUD - REGISTRA A TENTATIVA DE LOGON RECUSADA NO
005940*                     SECAUD (DATA, HORA, OPERADOR, PROGRAMA E
005950*                     MOTIVO), NO MESMO IDIOMA DA TRILHA DO
005960*                     DATEAUD DO PROGCOB03.
005970******************************************************************
005980 0520-GRAVA-SECAUD.
005990     ACCEPT WRK-DATA-LOGON FROM DATE YYYYMMDD.
006000     ACCEPT WRK-HORA-LOGON FROM TIME.
006010     OPEN EXTEND SECURITY-AUDIT-FILE.
006020     IF NOT WRK-SECAUD-OK
006030         CLOSE SECURITY-AUDIT-FILE
006040         OPEN OUTPUT SECURITY-AUDIT-FILE
006050     END-IF.
006060     IF NOT WRK-SECAUD-OK
006070         DISPLAY 'ERRO AO ABRIR SECAUD: ' WRK-SECAUD-STATUS
006080         GO TO 0520-EXIT
006090     END-IF.
006100     MOVE WRK-DATA-LOGON TO SEC-DATA.
006110     MOVE SPACES         TO SEC-FILL1.
006120     MOVE WRK-HORA-LOGON TO SEC-HORA.
006130     MOVE SPACES         TO SEC-FILL2.
006140     MOVE WRK-OPERADOR   TO SEC-OPERADOR.
006150     MOVE SPACES         TO SEC-FILL3.
006160     MOVE 'PROGCOB05'    TO SEC-PROGRAMA.
006170     MOVE SPACES         TO SEC-FILL4.
006180     MOVE WRK-MOTIVO-LOGON TO SEC-MOTIVO.
006190     WRITE SECAUD-RECORD.
006200     IF NOT WRK-SECAUD-OK
006210         DISPLAY 'ERRO AO GRAVAR SECAUD: ' WRK-SECAUD-STATUS
006220     END-IF.
006230     CLOSE SECURITY-AUDIT-FILE.
006240 0520-EXIT.
006250     EXIT.
006260******************************************************************
006270* 0600-VERIFICA-ETAPA - MONTA A CHAVE DA ETAPA (COMPETENCIA, TIPO
006280*                       DE EXECUCAO E STEP) E PROCURA O ULTIMO
006290*                       REGISTRO DELA NO PAYSTEP. CONCLUIDA: O
006300*                       CHAMADOR ENCERRA SEM FAZER NADA, COM O RC
006310*                       DA CONCLUSAO; SENAO GRAVA O REGISTRO DE
006320*                       INICIO. SEM O PAYSTEP, A ETAPA RODA SEM
006330*                       REGISTRO, COMO ANTES.
006340******************************************************************
006350 0600-VERIFICA-ETAPA.
006360     PERFORM 0605-DETERMINA-CHAVE THRU 0605-EXIT.
006370     MOVE SPACES TO WRK-STP-SITUACAO.
006380     MOVE ZEROS TO WRK-STP-RC-ANTERIOR.
006390     MOVE 'N' TO WRK-SW-STP-ATIVO.
006400     OPEN INPUT STEP-LEDGER-FILE.
006410     IF NOT WRK-STP-OK
006420         DISPLAY 'CONTROLE DE ETAPAS (PAYSTEP) INDISPONIVEL ('
006430             WRK-STP-STATUS ') - ETAPA SEM REGISTRO'
006440         GO TO 0600-EXIT
006450     END-IF.
006460     SET WRK-STP-ATIVO TO TRUE.
006470     PERFORM 0610-LE-ETAPA THRU 0610-EXIT
006480         UNTIL WRK-STP-EOF.
006490     CLOSE STEP-LEDGER-FILE.
006500     IF WRK-STP-JA-CONCLUIDA
006510         GO TO 0600-EXIT
006520     END-IF.
006530     MOVE 'I' TO WRK-STP-SIT-GRAVAR.
006540     MOVE ZEROS TO WRK-STP-RC.
006550     PERFORM 0620-GRAVA-ETAPA THRU 0620-EXIT.
006560 0600-EXIT.
006570     EXIT.
006580******************************************************************
006590* 0605-DETERMINA-CHAVE - COMPETENCIA DA DATA DO ULTIMO REGISTRO
006600*                        DO DATEAUD (DATA DO SISTEMA SEM ELE) E
006610*                        TIPO DE EXECUCAO DO PAYTIPO (REGULAR SEM
006620*                        ELE OU COM TIPO NAO RECONHECIDO), COM A
006630*                        PARCELA NO 13O E 'REPROC' NO MODO DE
006640*                        REPROCESSO - OS MESMOS CRITERIOS DO
006650*                        PROGCOB04.
006660******************************************************************
006670 0605-DETERMINA-CHAVE.
006680     ACCEPT WRK-STP-DATA-LOTE FROM DATE YYYYMMDD.
006690     OPEN INPUT AUDIT-FILE.
006700     IF WRK-AUDIT-OK
006710         PERFORM 0615-LE-AUDITORIA THRU 0615-EXIT
006720             UNTIL WRK-AUDIT-EOF
006730         CLOSE AUDIT-FILE
006740     END-IF.
006750     COMPUTE WRK-STP-COMPETENCIA = WRK-STP-DATA-LOTE / 100.
006760     MOVE 'REGULAR' TO WRK-STP-TIPO.
006770     MOVE 1 TO WRK-STP-PARCELA.
006780     MOVE 'NORMAL' TO WRK-STP-MODO.
006790     OPEN INPUT RUN-CONTROL-FILE.
006800     IF WRK-TIPO-CFG-OK
006810         READ RUN-CONTROL-FILE
006820             AT END
006830                 CONTINUE
006840             NOT AT END
006850                 MOVE RCF-TIPO TO WRK-STP-TIPO
006860                 IF RCF-PARCELA IS NUMERIC AND RCF-PARCELA = 2
006870                     MOVE 2 TO WRK-STP-PARCELA
006880                 END-IF
006890                 IF RCF-MODO NOT = SPACES
006900                     MOVE RCF-MODO TO WRK-STP-MODO
006910                 END-IF
006920         END-READ
006930         CLOSE RUN-CONTROL-FILE
006940     END-IF.
006950     IF NOT WRK-STP-TIPO-VALIDO
006960         MOVE 'REGULAR' TO WRK-STP-TIPO
006970     END-IF.
006980     IF WRK-STP-TIPO = '13SAL'
006990         IF WRK-STP-PARCELA = 2
007000             MOVE '13SAL-2' TO WRK-STP-TIPO
007010         ELSE
007020             MOVE '13SAL-1' TO WRK-STP-TIPO
007030         END-IF
007040     END-IF.
007050     IF WRK-STP-MODO = 'REPROC'
007060         MOVE 'REPROC' TO WRK-STP-TIPO
007070     END-IF.
007080 0605-EXIT.
007090     EXIT.
007100 0610-LE-ETAPA.
007110     READ STEP-LEDGER-FILE
007120         AT END
007130             SET WRK-STP-EOF TO TRUE
007140         NOT AT END
007150             IF STP-COMPETENCIA = WRK-STP-COMPETENCIA
007160                     AND STP-TIPO = WRK-STP-TIPO
007170                     AND STP-STEP = WRK-STP-STEP
007180                 MOVE STP-SITUACAO TO WRK-STP-SITUACAO
007190                 MOVE STP-RC       TO WRK-STP-RC-ANTERIOR
007200             END-IF
007210     END-READ.
007220 0610-EXIT.
007230     EXIT.
007240 0615-LE-AUDITORIA.
007250     READ AUDIT-FILE
007260         AT END
007270             SET WRK-AUDIT-EOF TO TRUE
007280         NOT AT END
007290             MOVE AUD-DATA TO WRK-STP-DATA-LOTE
007300     END-READ.
007310 0615-EXIT.
007320     EXIT.
007330******************************************************************
007340* 0620-GRAVA-ETAPA - ACRESCENTA AO PAYSTEP O REGISTRO DA ETAPA COM
007350*                    A SITUACAO DE WRK-STP-SIT-GRAVAR E O RC DE
007360*                    WRK-STP-RC. FALHA DE GRAVACAO SO E AVISADA:
007370*                    O CONTROLE DE ETAPAS NAO IMPEDE O LOTE.
007380******************************************************************
007390 0620-GRAVA-ETAPA.
007400     IF NOT WRK-STP-ATIVO
007410         GO TO 0620-EXIT
007420     END-IF.
007430     ACCEPT WRK-STP-DATA FROM DATE YYYYMMDD.
007440     ACCEPT WRK-STP-HORA FROM TIME.
007450     OPEN EXTEND STEP-LEDGER-FILE.
007460     IF NOT WRK-STP-OK
007470         DISPLAY 'ERRO AO ABRIR PAYSTEP: ' WRK-STP-STATUS
007480         GO TO 0620-EXIT
007490     END-IF.
007500     MOVE WRK-STP-COMPETENCIA TO STP-COMPETENCIA.
007510     MOVE SPACES              TO STP-FILL1.
007520     MOVE WRK-STP-TIPO        TO STP-TIPO.
007530     MOVE SPACES              TO STP-FILL2.
007540     MOVE WRK-STP-STEP        TO STP-STEP.
007550     MOVE SPACES              TO STP-FILL3.
007560     MOVE WRK-STP-PROGRAMA    TO STP-PROGRAMA.
007570     MOVE SPACES              TO STP-FILL4.
007580     MOVE WRK-STP-SIT-GRAVAR  TO STP-SITUACAO.
007590     MOVE SPACES              TO STP-FILL5.
007600     MOVE WRK-STP-RC          TO STP-RC.
007610     MOVE SPACES              TO STP-FILL6.
007620     MOVE WRK-STP-DATA        TO STP-DATA.
007630     MOVE SPACES              TO STP-FILL7.
007640     MOVE WRK-STP-HORA        TO STP-HORA.
007650     MOVE SPACES              TO STP-FILL8.
007660     MOVE WRK-OPERADOR        TO STP-OPERADOR.
007670     WRITE STP-RECORD.
007680     IF NOT WRK-STP-OK
007690         DISPLAY 'ERRO AO GRAVAR PAYSTEP: ' WRK-STP-STATUS
007700     END-IF.
007710     CLOSE STEP-LEDGER-FILE.
007720 0620-EXIT.
007730     EXIT.
007740******************************************************************
007750* 0650-CONCLUI-ETAPA - REGISTRA O FIM DA ETAPA COM O RETURN-CODE
007760*                      DO PROGRAMA: 'C' (CONCLUIDA) ATE RC 4, 'F'
007770*                      (FALHOU) DE RC 8 EM DIANTE. OS
007780*                      ENCERRAMENTOS FATAIS NO MEIO DO PROGRAMA
007790*                      (GOBACK COM RC 8) DEIXAM A ETAPA SO COM O
007800*                      REGISTRO 'I', QUE TAMBEM NAO CONTA COMO
007810*                      CONCLUIDA.
007820******************************************************************
007830 0650-CONCLUI-ETAPA.
007840     MOVE RETURN-CODE TO WRK-STP-RC.
007850     IF WRK-STP-RC < 8
007860         MOVE 'C' TO WRK-STP-SIT-GRAVAR
007870     ELSE
007880         MOVE 'F' TO WRK-STP-SIT-GRAVAR
007890     END-IF.
007900     PERFORM 0620-GRAVA-ETAPA THRU 0620-EXIT.
007910     MOVE WRK-STP-RC TO RETURN-CODE.
007920 0650-EXIT.
007930     EXIT.
007940******************************************************************
007950* 1000-INITIALIZE - ABRE OS ARQUIVOS, IMPRIME O CABECALHO DO
007960*                   RELATORIO E LE A PRIMEIRA TRANSACAO. O
007970*                   EMPLOYEE-MASTER E ABERTO EM I-O; SE AINDA NAO
007980*                   EXISTIR (PRIMEIRA CARGA DO CADASTRO), E
007990*                   CRIADO VAZIO PELO MESMO IDIOMA DE FALLBACK
008000*                   DE OPEN JA USADO NO PROGCOB04. O CADASTRO DE
008010*                   CARGOS E CARREGADO NA TABELA ANTES DE TUDO,
008020*                   SEGUIDO DAS PENDENCIAS BANCARIAS (1200).
008030******************************************************************
008040 1000-INITIALIZE.
008050     ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
008060     MOVE ZERO TO WRK-QTD-CARGOS.
008070     OPEN INPUT CARGO-FILE.
008080     IF NOT WRK-CRG-OK
008090         DISPLAY 'ERRO AO ABRIR CARGO-FILE: ' WRK-CRG-STATUS
008100         MOVE 8 TO RETURN-CODE
008110         GOBACK
008120     END-IF.
008130     PERFORM 1100-LE-CARGO THRU 1100-EXIT
008140         UNTIL WRK-CRG-EOF.
008150     CLOSE CARGO-FILE.
008160     MOVE ZERO TO WRK-QTD-EMPRESAS.
008170     OPEN INPUT COMPANY-FILE.
008180     IF NOT WRK-CIA-OK
008190         DISPLAY 'ERRO AO ABRIR COMPANY-FILE: ' WRK-CIA-STATUS
008200         MOVE 8 TO RETURN-CODE
008210         GOBACK
008220     END-IF.
008230     PERFORM 1150-LE-EMPRESA THRU 1150-EXIT
008240         UNTIL WRK-CIA-EOF.
008250     CLOSE COMPANY-FILE.
008260     PERFORM 1200-CARREGA-PENDENTES THRU 1200-EXIT.
008270     OPEN I-O EMPLOYEE-MASTER.
008280     IF NOT WRK-EMP-OK
008290*        SO CRIA O CADASTRO QUANDO O OPEN ACUSOU ARQUIVO
008300*        INEXISTENTE (STATUS 35); QUALQUER OUTRA FALHA (ARQUIVO
008310*        EM USO, ERRO DE ACESSO) ENCERRA SEM TOCAR NO CADASTRO,
008320*        PARA NAO SUBSTITUIR UM EMPMAST EXISTENTE POR UM VAZIO.
008330         IF WRK-EMP-STATUS = '35'
008340             CLOSE EMPLOYEE-MASTER
008350             OPEN OUTPUT EMPLOYEE-MASTER
008360             CLOSE EMPLOYEE-MASTER
008370             OPEN I-O EMPLOYEE-MASTER
008380         END-IF
008390         IF NOT WRK-EMP-OK
008400             DISPLAY 'ERRO AO ABRIR EMPLOYEE-MASTER: '
008410                 WRK-EMP-STATUS
008420             MOVE 8 TO RETURN-CODE
008430             GOBACK
008440         END-IF
008450     END-IF.
008460     OPEN INPUT TRANSACTION-FILE.
008470     IF NOT WRK-TRAN-OK
008480         DISPLAY 'ERRO AO ABRIR TRANSACTION-FILE: '
008490             WRK-TRAN-STATUS
008500         CLOSE EMPLOYEE-MASTER
008510         MOVE 8 TO RETURN-CODE
008520         GOBACK
008530     END-IF.
008540     OPEN OUTPUT MAINT-REPORT-FILE.
008550     IF NOT WRK-MNTRPT-OK
008560         DISPLAY 'ERRO AO ABRIR MAINT-REPORT-FILE: '
008570             WRK-MNTRPT-STATUS
008580         CLOSE EMPLOYEE-MASTER
008590         CLOSE TRANSACTION-FILE
008600         MOVE 8 TO RETURN-CODE
008610         GOBACK
008620     END-IF.
008630     MOVE WRK-DATA-ATUAL TO CAB2-DATA.
008640     MOVE WRK-OPERADOR   TO CAB2-OPERADOR.
008650     WRITE MAINT-REPORT-RECORD FROM WRK-LINHA-CABEC1
008660         AFTER ADVANCING PAGE.
008670     WRITE MAINT-REPORT-RECORD FROM WRK-LINHA-CABEC2
008680         AFTER ADVANCING 1 LINE.
008690     PERFORM 2900-LE-TRANSACAO THRU 2900-EXIT.
008700 1000-EXIT.
008710     EXIT.
008720******************************************************************
008730* 1100-LE-CARGO - LE UM REGISTRO DO CARGOS PARA A TABELA.
008740******************************************************************
008750 1100-LE-CARGO.
008760     READ CARGO-FILE
008770         AT END
008780             SET WRK-CRG-EOF TO TRUE
008790         NOT AT END
008800             IF WRK-QTD-CARGOS < WRK-MAX-CARGOS
008810                 ADD 1 TO WRK-QTD-CARGOS
008820                 MOVE CRG-CODIGO
008830                     TO TAB-CRG-CODIGO(WRK-QTD-CARGOS)
008840                 MOVE CRG-SAL-MIN
008850                     TO TAB-CRG-SAL-MIN(WRK-QTD-CARGOS)
008860                 MOVE CRG-SAL-MAX
008870                     TO TAB-CRG-SAL-MAX(WRK-QTD-CARGOS)
008880             ELSE
008890                 DISPLAY 'CADASTRO DE CARGOS CHEIO - '
008900                     'REGISTRO IGNORADO: ' CRG-CODIGO
008910             END-IF
008920     END-READ.
008930 1100-EXIT.
008940     EXIT.
008950******************************************************************
008960* 1150-LE-EMPRESA - LE UM REGISTRO DO EMPRESAS PARA A TABELA.
008970******************************************************************
008980 1150-LE-EMPRESA.
008990     READ COMPANY-FILE
009000         AT END
009010             SET WRK-CIA-EOF TO TRUE
009020         NOT AT END
009030             IF WRK-QTD-EMPRESAS < WRK-MAX-EMPRESAS
009040                 ADD 1 TO WRK-QTD-EMPRESAS
009050                 MOVE CIA-CODIGO
009060                     TO TAB-CIA-CODIGO(WRK-QTD-EMPRESAS)
009070             ELSE
009080                 DISPLAY 'CADASTRO DE EMPRESAS CHEIO - '
009090                     'REGISTRO IGNORADO: ' CIA-CODIGO
009100             END-IF
009110     END-READ.
009120 1150-EXIT.
009130     EXIT.
009140******************************************************************
009150* 1200-CARREGA-PENDENTES - CARREGA AS MATRICULAS COM ALTERACAO
009160*                          BANCARIA AINDA PENDENTE NO BNKPEND E
009170*                          REABRE O ARQUIVO PARA ACRESCIMO,
009180*                          CRIANDO-O NA PRIMEIRA EXECUCAO (MESMO
009190*                          IDIOMA DO SECAUD). SEM O BNKPEND A
009200*                          ALTERACAO BANCARIA NAO TERIA ONDE FICAR
009210*                          PENDENTE: ENCERRA COM RETURN-CODE 8.
009220******************************************************************
009230 1200-CARREGA-PENDENTES.
009240     MOVE ZERO TO WRK-QTD-PENDENTES.
009250     OPEN INPUT BANK-PENDING-FILE.
009260     IF WRK-BNP-OK
009270         PERFORM 1210-LE-PENDENTE THRU 1210-EXIT
009280             UNTIL WRK-BNP-EOF
009290         CLOSE BANK-PENDING-FILE
009300     END-IF.
009310     OPEN EXTEND BANK-PENDING-FILE.
009320     IF NOT WRK-BNP-OK
009330         CLOSE BANK-PENDING-FILE
009340         OPEN OUTPUT BANK-PENDING-FILE
009350     END-IF.
009360     IF NOT WRK-BNP-OK
009370         DISPLAY 'ERRO AO ABRIR BNKPEND: ' WRK-BNP-STATUS
009380         MOVE 8 TO RETURN-CODE
009390         GOBACK
009400     END-IF.
009410 1200-EXIT.
009420     EXIT.
009430******************************************************************
009440* 1210-LE-PENDENTE - LE UM REGISTRO DO BNKPEND E GUARDA A
009450*                    MATRICULA QUANDO A ALTERACAO AINDA ESTA
009460*                    PENDENTE ('P').
009470******************************************************************
009480 1210-LE-PENDENTE.
009490     READ BANK-PENDING-FILE
009500         AT END
009510             SET WRK-BNP-EOF TO TRUE
009520         NOT AT END
009530             IF BNP-SITUACAO = 'P'
009540                 IF WRK-QTD-PENDENTES < WRK-MAX-PENDENTES
009550                     ADD 1 TO WRK-QTD-PENDENTES
009560                     MOVE BNP-MATRICULA
009570                         TO TAB-PND-MATRICULA(WRK-QTD-PENDENTES)
009580                 ELSE
009590                     DISPLAY 'TABELA DO BNKPEND CHEIA - '
009600                         'IGNORADO: ' BNP-MATRICULA
009610                 END-IF
009620             END-IF
009630     END-READ.
009640 1210-EXIT.
009650     EXIT.
009660******************************************************************
009670* 2000-PROCESSA-TRANSACAO - VALIDA A TRANSACAO E ACIONA A
009680*                           INCLUSAO, ALTERACAO OU EXCLUSAO
009690*                           CORRESPONDENTE.
009700******************************************************************
009710 2000-PROCESSA-TRANSACAO.
009720     ADD 1 TO WRK-CONT-LIDAS.
009730     MOVE 'S' TO WRK-SW-TRAN-VALIDA.
009740     MOVE SPACES TO WRK-MOTIVO.
009750     PERFORM 2050-VALIDA-TRANSACAO THRU 2050-EXIT.
009760     IF WRK-TRAN-VALIDA
009770         EVALUATE TRN-ACAO
009780             WHEN 'I'
009790                 PERFORM 3000-INCLUI THRU 3000-EXIT
009800             WHEN 'A'
009810                 PERFORM 4000-ALTERA THRU 4000-EXIT
009820             WHEN 'E'
009830                 PERFORM 5000-EXCLUI THRU 5000-EXIT
009840         END-EVALUATE
009850     END-IF.
009860     IF NOT WRK-TRAN-VALIDA
009870         PERFORM 7200-IMPRIME-REJEICAO THRU 7200-EXIT
009880         ADD 1 TO WRK-CONT-REJEITADAS
009890     ELSE
009900         ADD 1 TO WRK-CONT-APLICADAS
009910     END-IF.
009920     PERFORM 2900-LE-TRANSACAO THRU 2900-EXIT.
009930 2000-EXIT.
009940     EXIT.
009950******************************************************************
009960* 2050-VALIDA-TRANSACAO - CONSISTE A ACAO E A MATRICULA, COMUNS
009970*                         A TODA TRANSACAO. AS DEMAIS CONSISTEN-
009980*                         CIAS (NOME, SALARIO, MOEDA) SO VALEM
009990*                         PARA INCLUSAO E ALTERACAO E FICAM EM
010000*                         2060-VALIDA-CAMPOS.
010010******************************************************************
010020 2050-VALIDA-TRANSACAO.
010030     IF TRN-ACAO NOT = 'I' AND TRN-ACAO NOT = 'A'
010040             AND TRN-ACAO NOT = 'E'
010050         MOVE '01' TO WRK-MOTIVO
010060         MOVE 'N' TO WRK-SW-TRAN-VALIDA
010070         GO TO 2050-EXIT
010080     END-IF.
010090     IF TRN-MATRICULA = SPACES
010100         MOVE '02' TO WRK-MOTIVO
010110         MOVE 'N' TO WRK-SW-TRAN-VALIDA
010120         GO TO 2050-EXIT
010130     END-IF.
010140     IF TRN-ACAO = 'I' OR TRN-ACAO = 'A'
010150         PERFORM 2060-VALIDA-CAMPOS THRU 2060-EXIT
010160     END-IF.
010170 2050-EXIT.
010180     EXIT.
010190******************************************************************
010200* 2060-VALIDA-CAMPOS - CONSISTE OS CAMPOS DE DADOS (NOME,
010210*                      SALARIO E MOEDA) DAS TRANSACOES DE
010220*                      INCLUSAO E ALTERACAO, QUE TRAZEM A IMAGEM
010230*                      COMPLETA DO REGISTRO, INCLUSIVE ADMISSAO,
010240*                      CARGO E A FAIXA SALARIAL DO CARGO.
010250******************************************************************
010260 2060-VALIDA-CAMPOS.
010270     IF TRN-NOME = SPACES
010280         MOVE '07' TO WRK-MOTIVO
010290         MOVE 'N' TO WRK-SW-TRAN-VALIDA
010300         GO TO 2060-EXIT
010310     END-IF.
010320     IF TRN-SALARIO IS NOT NUMERIC
010330         MOVE '05' TO WRK-MOTIVO
010340         MOVE 'N' TO WRK-SW-TRAN-VALIDA
010350         GO TO 2060-EXIT
010360     END-IF.
010370     IF TRN-SALARIO <= ZEROS
010380         MOVE '05' TO WRK-MOTIVO
010390         MOVE 'N' TO WRK-SW-TRAN-VALIDA
010400         GO TO 2060-EXIT
010410     END-IF.
010420     IF TRN-MOEDA NOT = 'BRL' AND TRN-MOEDA NOT = 'USD'
010430         MOVE '06' TO WRK-MOTIVO
010440         MOVE 'N' TO WRK-SW-TRAN-VALIDA
010450         GO TO 2060-EXIT
010460     END-IF.
010470     IF TRN-BANCO IS NOT NUMERIC
010480             OR TRN-AGENCIA IS NOT NUMERIC
010490             OR TRN-CONTA IS NOT NUMERIC
010500         MOVE '08' TO WRK-MOTIVO
010510         MOVE 'N' TO WRK-SW-TRAN-VALIDA
010520         GO TO 2060-EXIT
010530     END-IF.
010540     IF TRN-CCUSTO = SPACES
010550         MOVE '09' TO WRK-MOTIVO
010560         MOVE 'N' TO WRK-SW-TRAN-VALIDA
010570         GO TO 2060-EXIT
010580     END-IF.
010590     IF TRN-ADMISSAO IS NOT NUMERIC
010600             OR TRN-ADMISSAO = ZEROS
010610             OR TRN-ADMISSAO > WRK-DATA-ATUAL
010620         MOVE '10' TO WRK-MOTIVO
010630         MOVE 'N' TO WRK-SW-TRAN-VALIDA
010640         GO TO 2060-EXIT
010650     END-IF.
010660     PERFORM 2100-PROCURA-CARGO THRU 2100-EXIT.
010670     IF NOT WRK-CRG-ACHADO
010680         MOVE '11' TO WRK-MOTIVO
010690         MOVE 'N' TO WRK-SW-TRAN-VALIDA
010700         GO TO 2060-EXIT
010710     END-IF.
010720     IF TRN-SALARIO < TAB-CRG-SAL-MIN(WRK-CRG-IDX)
010730             OR TRN-SALARIO > TAB-CRG-SAL-MAX(WRK-CRG-IDX)
010740         MOVE '12' TO WRK-MOTIVO
010750         MOVE 'N' TO WRK-SW-TRAN-VALIDA
010760         GO TO 2060-EXIT
010770     END-IF.
010780     PERFORM 2150-PROCURA-EMPRESA THRU 2150-EXIT.
010790     IF NOT WRK-CIA-ACHADO
010800         MOVE '15' TO WRK-MOTIVO
010810         MOVE 'N' TO WRK-SW-TRAN-VALIDA
010820         GO TO 2060-EXIT
010830     END-IF.
010840 2060-EXIT.
010850     EXIT.
010860******************************************************************
010870* 2100-PROCURA-CARGO - LOCALIZA O CARGO DA TRANSACAO NA TABELA DO
010880*                      CADASTRO DE CARGOS, DEIXANDO WRK-CRG-IDX
010890*                      APONTANDO PARA ELE QUANDO ACHADO.
010900******************************************************************
010910 2100-PROCURA-CARGO.
010920     MOVE 'N' TO WRK-SW-CRG-ACHADO.
010930     IF TRN-CARGO = SPACES
010940         GO TO 2100-EXIT
010950     END-IF.
010960     PERFORM VARYING WRK-CRG-IDX FROM 1 BY 1
010970             UNTIL WRK-CRG-IDX > WRK-QTD-CARGOS
010980                OR WRK-CRG-ACHADO
010990         IF TAB-CRG-CODIGO(WRK-CRG-IDX) = TRN-CARGO
011000             SET WRK-CRG-ACHADO TO TRUE
011010         END-IF
011020     END-PERFORM.
011030     IF WRK-CRG-ACHADO
011040         SUBTRACT 1 FROM WRK-CRG-IDX
011050     END-IF.
011060 2100-EXIT.
011070     EXIT.
011080******************************************************************
011090* 2150-PROCURA-EMPRESA - LOCALIZA A EMPRESA DA TRANSACAO NA TABELA
011100*                        DO EMPRESAS. EMPRESA EM BRANCO VALE '01',
011110*                        A EMPRESA UNICA DO LAYOUT ANTIGO DO
011120*                        EMPTRAN.
011130******************************************************************
011140 2150-PROCURA-EMPRESA.
011150     MOVE 'N' TO WRK-SW-CIA-ACHADO.
011160     IF TRN-EMPRESA = SPACES
011170         MOVE '01' TO WRK-EMPRESA
011180     ELSE
011190         MOVE TRN-EMPRESA TO WRK-EMPRESA
011200     END-IF.
011210     PERFORM VARYING WRK-CIA-IDX FROM 1 BY 1
011220             UNTIL WRK-CIA-IDX > WRK-QTD-EMPRESAS
011230                OR WRK-CIA-ACHADO
011240         IF TAB-CIA-CODIGO(WRK-CIA-IDX) = WRK-EMPRESA
011250             SET WRK-CIA-ACHADO TO TRUE
011260         END-IF
011270     END-PERFORM.
011280 2150-EXIT.
011290     EXIT.
011300******************************************************************
011310* 2900-LE-TRANSACAO - LE A PROXIMA TRANSACAO DO EMPTRAN.
011320******************************************************************
011330 2900-LE-TRANSACAO.
011340     READ TRANSACTION-FILE
011350         AT END
011360             SET WRK-TRAN-EOF TO TRUE
011370     END-READ.
011380 2900-EXIT.
011390     EXIT.
011400******************************************************************
011410* 3000-INCLUI - GRAVA UM FUNCIONARIO NOVO NO CADASTRO. A CHAVE
011420*               DUPLICADA E DETECTADA PELO INVALID KEY DO WRITE.
011430******************************************************************
011440 3000-INCLUI.
011450     PERFORM 6000-MONTA-REGISTRO THRU 6000-EXIT.
011460     MOVE 'A' TO EMP-SITUACAO.
011470     WRITE EMP-RECORD
011480         INVALID KEY
011490             MOVE '03' TO WRK-MOTIVO
011500             MOVE 'N' TO WRK-SW-TRAN-VALIDA
011510     END-WRITE.
011520     IF WRK-TRAN-VALIDA
011530         PERFORM 7100-IMPRIME-DEPOIS THRU 7100-EXIT
011540     END-IF.
011550 3000-EXIT.
011560     EXIT.
011570******************************************************************
011580* 4000-ALTERA - REGRAVA UM FUNCIONARIO EXISTENTE COM A IMAGEM
011590*               NOVA DA TRANSACAO, IMPRIMINDO A IMAGEM ANTERIOR
011600*               E A NOVA NO RELATORIO DE MANUTENCAO. BANCO,
011610*               AGENCIA E CONTA DIFERENTES DOS ATUAIS NAO SAO
011620*               REGRAVADOS: FICAM PENDENTES NO BNKPEND (4200)
011630*               ATE A APROVACAO DE OUTRO OPERADOR (PROGCOB27).
011640******************************************************************
011650 4000-ALTERA.
011660     MOVE TRN-MATRICULA TO EMP-ID.
011670     MOVE 'N' TO WRK-SW-BCO-PENDENTE.
011680     READ EMPLOYEE-MASTER
011690         INVALID KEY
011700             MOVE '04' TO WRK-MOTIVO
011710             MOVE 'N' TO WRK-SW-TRAN-VALIDA
011720     END-READ.
011730     IF WRK-TRAN-VALIDA
011740         IF TRN-BANCO NOT = EMP-BANCO
011750                 OR TRN-AGENCIA NOT = EMP-AGENCIA
011760                 OR TRN-CONTA NOT = EMP-CONTA
011770             PERFORM 4100-PROCURA-PENDENTE THRU 4100-EXIT
011780             IF WRK-BNP-ACHADO
011790                 MOVE '13' TO WRK-MOTIVO
011800                 MOVE 'N' TO WRK-SW-TRAN-VALIDA
011810             ELSE
011820                 SET WRK-BCO-PENDENTE TO TRUE
011830             END-IF
011840         END-IF
011850     END-IF.
011860     IF WRK-TRAN-VALIDA AND WRK-BCO-PENDENTE
011870         PERFORM 4200-GRAVA-PENDENTE THRU 4200-EXIT
011880     END-IF.
011890     IF WRK-TRAN-VALIDA
011900         PERFORM 7000-IMPRIME-ANTES THRU 7000-EXIT
011910*        A SITUACAO (ATIVO/DESLIGADO) NAO VEM NA TRANSACAO E E
011920*        PRESERVADA DO REGISTRO EXISTENTE, ASSIM COMO A CONTA
011930*        BANCARIA QUE FICOU PENDENTE DE APROVACAO.
011940         MOVE EMP-SITUACAO TO WRK-SITUACAO-ANT
011950         MOVE EMP-BANCO    TO WRK-BANCO-ANT
011960         MOVE EMP-AGENCIA  TO WRK-AGENCIA-ANT
011970         MOVE EMP-CONTA    TO WRK-CONTA-ANT
011980         PERFORM 6000-MONTA-REGISTRO THRU 6000-EXIT
011990         MOVE WRK-SITUACAO-ANT TO EMP-SITUACAO
012000         IF WRK-BCO-PENDENTE
012010             MOVE WRK-BANCO-ANT   TO EMP-BANCO
012020             MOVE WRK-AGENCIA-ANT TO EMP-AGENCIA
012030             MOVE WRK-CONTA-ANT   TO EMP-CONTA
012040         END-IF
012050         REWRITE EMP-RECORD
012060             INVALID KEY
012070                 MOVE '04' TO WRK-MOTIVO
012080                 MOVE 'N' TO WRK-SW-TRAN-VALIDA
012090         END-REWRITE
012100     END-IF.
012110     IF WRK-TRAN-VALIDA
012120         PERFORM 7100-IMPRIME-DEPOIS THRU 7100-EXIT
012130         IF WRK-BCO-PENDENTE
012140             PERFORM 7300-IMPRIME-PENDENTE THRU 7300-EXIT
012150         END-IF
012160     END-IF.
012170 4000-EXIT.
012180     EXIT.
012190******************************************************************
012200* 4100-PROCURA-PENDENTE - VERIFICA SE A MATRICULA DA TRANSACAO JA
012210*                         TEM ALTERACAO BANCARIA PENDENTE.
012220******************************************************************
012230 4100-PROCURA-PENDENTE.
012240     MOVE 'N' TO WRK-SW-BNP-ACHADO.
012250     PERFORM VARYING WRK-BNP-IDX FROM 1 BY 1
012260             UNTIL WRK-BNP-IDX > WRK-QTD-PENDENTES
012270                OR WRK-BNP-ACHADO
012280         IF TAB-PND-MATRICULA(WRK-BNP-IDX) = TRN-MATRICULA
012290             SET WRK-BNP-ACHADO TO TRUE
012300         END-IF
012310     END-PERFORM.
012320 4100-EXIT.
012330     EXIT.
012340******************************************************************
012350* 4200-GRAVA-PENDENTE - GRAVA NO BNKPEND A ALTERACAO BANCARIA
012360*                       PENDENTE (CONTA ATUAL DO EMP-RECORD E
012370*                       NOVA DA TRANSACAO), ANTES DE REGRAVAR O
012380*                       CADASTRO. FALHA NO WRITE REJEITA A
012390*                       TRANSACAO INTEIRA (MOTIVO 14).
012400******************************************************************
012410 4200-GRAVA-PENDENTE.
012420     ACCEPT WRK-HORA-ATUAL FROM TIME.
012430     MOVE TRN-MATRICULA  TO BNP-MATRICULA.
012440     MOVE SPACES         TO BNP-FILL1.
012450     MOVE WRK-DATA-ATUAL TO BNP-DATA-SOLIC.
012460     MOVE SPACES         TO BNP-FILL2.
012470     MOVE WRK-HORA-ATUAL TO BNP-HORA-SOLIC.
012480     MOVE SPACES         TO BNP-FILL3.
012490     MOVE WRK-OPERADOR   TO BNP-OPER-SOLIC.
012500     MOVE SPACES         TO BNP-FILL4.
012510     MOVE EMP-BANCO      TO BNP-BANCO-ANT.
012520     MOVE SPACES         TO BNP-FILL5.
012530     MOVE EMP-AGENCIA    TO BNP-AGENCIA-ANT.
012540     MOVE SPACES         TO BNP-FILL6.
012550     MOVE EMP-CONTA      TO BNP-CONTA-ANT.
012560     MOVE SPACES         TO BNP-FILL7.
012570     MOVE TRN-BANCO      TO BNP-BANCO-NOVO.
012580     MOVE SPACES         TO BNP-FILL8.
012590     MOVE TRN-AGENCIA    TO BNP-AGENCIA-NOVO.
012600     MOVE SPACES         TO BNP-FILL9.
012610     MOVE TRN-CONTA      TO BNP-CONTA-NOVO.
012620     MOVE SPACES         TO BNP-FILL10.
012630     MOVE 'P'            TO BNP-SITUACAO.
012640     MOVE SPACES         TO BNP-FILL11.
012650     MOVE SPACES         TO BNP-OPER-APROV.
012660     MOVE SPACES         TO BNP-FILL12.
012670     MOVE ZEROS          TO BNP-DATA-APROV.
012680     WRITE BNP-RECORD.
012690     IF NOT WRK-BNP-OK
012700         DISPLAY 'ERRO AO GRAVAR BNKPEND: ' WRK-BNP-STATUS
012710         MOVE '14' TO WRK-MOTIVO
012720         MOVE 'N' TO WRK-SW-TRAN-VALIDA
012730         GO TO 4200-EXIT
012740     END-IF.
012750     ADD 1 TO WRK-CONT-PENDENTES.
012760     IF WRK-QTD-PENDENTES < WRK-MAX-PENDENTES
012770         ADD 1 TO WRK-QTD-PENDENTES
012780         MOVE TRN-MATRICULA
012790             TO TAB-PND-MATRICULA(WRK-QTD-PENDENTES)
012800     END-IF.
012810 4200-EXIT.
012820     EXIT.
012830******************************************************************
012840* 5000-EXCLUI - ELIMINA UM FUNCIONARIO DO CADASTRO, IMPRIMINDO A
012850*               IMAGEM ANTERIOR NO RELATORIO DE MANUTENCAO.
012860*               MATRICULA COM ALTERACAO BANCARIA PENDENTE NO
012870*               BNKPEND NAO E EXCLUIDA (MOTIVO 16) ATE O PROGCOB27
012880*               DECIDIR A PENDENCIA.
012890******************************************************************
012900 5000-EXCLUI.
012910     MOVE TRN-MATRICULA TO EMP-ID.
012920     READ EMPLOYEE-MASTER
012930         INVALID KEY
012940             MOVE '04' TO WRK-MOTIVO
012950             MOVE 'N' TO WRK-SW-TRAN-VALIDA
012960     END-READ.
012970     IF WRK-TRAN-VALIDA
012980         PERFORM 4100-PROCURA-PENDENTE THRU 4100-EXIT
012990         IF WRK-BNP-ACHADO
013000             MOVE '16' TO WRK-MOTIVO
013010             MOVE 'N' TO WRK-SW-TRAN-VALIDA
013020         END-IF
013030     END-IF.
013040     IF WRK-TRAN-VALIDA
013050         PERFORM 7000-IMPRIME-ANTES THRU 7000-EXIT
013060         DELETE EMPLOYEE-MASTER
013070             INVALID KEY
013080                 MOVE '04' TO WRK-MOTIVO
013090                 MOVE 'N' TO WRK-SW-TRAN-VALIDA
013100         END-DELETE
013110     END-IF.
013120 5000-EXIT.
013130     EXIT.
013140******************************************************************
013150* 6000-MONTA-REGISTRO - MOVE OS CAMPOS DA TRANSACAO PARA O
013160*                       REGISTRO DO CADASTRO (LAYOUT EMPREC).
013170******************************************************************
013180 6000-MONTA-REGISTRO.
013190     MOVE TRN-MATRICULA TO EMP-ID.
013200     MOVE TRN-NOME      TO EMP-NOME.
013210     MOVE TRN-SALARIO   TO EMP-SALARIO.
013220     MOVE TRN-MOEDA     TO EMP-MOEDA.
013230     MOVE TRN-BANCO     TO EMP-BANCO.
013240     MOVE TRN-AGENCIA   TO EMP-AGENCIA.
013250     MOVE TRN-CONTA     TO EMP-CONTA.
013260     MOVE TRN-CCUSTO    TO EMP-CCUSTO.
013270     MOVE TRN-ADMISSAO  TO EMP-ADMISSAO.
013280     MOVE TRN-CARGO     TO EMP-CARGO.
013290     MOVE WRK-EMPRESA   TO EMP-EMPRESA.
013300 6000-EXIT.
013310     EXIT.
013320******************************************************************
013330* 7000-IMPRIME-ANTES - IMPRIME A IMAGEM DO REGISTRO ANTES DA
013340*                      ALTERACAO OU EXCLUSAO.
013350******************************************************************
013360 7000-IMPRIME-ANTES.
013370     MOVE 'ANTES : '   TO IMG-ROTULO.
013380     PERFORM 7050-MONTA-IMAGEM THRU 7050-EXIT.
013390     WRITE MAINT-REPORT-RECORD FROM WRK-LINHA-IMAGEM
013400         AFTER ADVANCING 1 LINE.
013410 7000-EXIT.
013420     EXIT.
013430******************************************************************
013440* 7050-MONTA-IMAGEM - MONTA A LINHA DE IMAGEM DO REGISTRO DO
013450*                     CADASTRO (EMP-RECORD) PARA O RELATORIO.
013460******************************************************************
013470 7050-MONTA-IMAGEM.
013480     MOVE EMP-ID      TO IMG-MATRICULA.
013490     MOVE EMP-NOME    TO IMG-NOME.
013500     IF EMP-SALARIO IS NUMERIC
013510         MOVE EMP-SALARIO TO WRK-SALARIO-ED
013520         MOVE WRK-SALARIO-ED TO IMG-SALARIO
013530     ELSE
013540         MOVE '***********' TO IMG-SALARIO
013550     END-IF.
013560     MOVE EMP-MOEDA   TO IMG-MOEDA.
013570     MOVE EMP-BANCO   TO IMG-BANCO.
013580     MOVE EMP-AGENCIA TO IMG-AGENCIA.
013590     MOVE EMP-CONTA   TO IMG-CONTA.
013600     MOVE EMP-CCUSTO  TO IMG-CCUSTO.
013610     MOVE EMP-CARGO   TO IMG-CARGO.
013620     MOVE EMP-EMPRESA TO IMG-EMPRESA.
013630 7050-EXIT.
013640     EXIT.
013650******************************************************************
013660* 7100-IMPRIME-DEPOIS - IMPRIME A IMAGEM DO REGISTRO DEPOIS DA
013670*                       INCLUSAO OU ALTERACAO.
013680******************************************************************
013690 7100-IMPRIME-DEPOIS.
013700     MOVE 'DEPOIS: '   TO IMG-ROTULO.
013710     PERFORM 7050-MONTA-IMAGEM THRU 7050-EXIT.
013720     WRITE MAINT-REPORT-RECORD FROM WRK-LINHA-IMAGEM
013730         AFTER ADVANCING 1 LINE.
013740 7100-EXIT.
013750     EXIT.
013760******************************************************************
013770* 7200-IMPRIME-REJEICAO - IMPRIME A TRANSACAO REJEITADA COM O
013780*                         CODIGO E O TEXTO DO MOTIVO.
013790******************************************************************
013800 7200-IMPRIME-REJEICAO.
013810     MOVE TRN-ACAO      TO REJ-ACAO.
013820     MOVE TRN-MATRICULA TO REJ-MATRICULA.
013830     MOVE WRK-MOTIVO    TO REJ-MOTIVO.
013840     MOVE SPACES        TO REJ-TEXTO.
013850     PERFORM VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 16
013860         IF WRK-MOTIVO = TAB-MOTIVO-CODIGO(WRK-IDX)
013870             MOVE TAB-MOTIVO-TEXTO(WRK-IDX) TO REJ-TEXTO
013880         END-IF
013890     END-PERFORM.
013900     WRITE MAINT-REPORT-RECORD FROM WRK-LINHA-REJEICAO
013910         AFTER ADVANCING 1 LINE.
013920 7200-EXIT.
013930     EXIT.
013940******************************************************************
013950* 7300-IMPRIME-PENDENTE - IMPRIME A CONTA BANCARIA ANTERIOR E A
013960*                         NOVA DA ALTERACAO QUE FICOU PENDENTE DE
013970*                         APROVACAO.
013980******************************************************************
013990 7300-IMPRIME-PENDENTE.
014000     MOVE BNP-MATRICULA    TO PND-MATRICULA.
014010     MOVE BNP-BANCO-ANT    TO PND-BANCO-ANT.
014020     MOVE BNP-AGENCIA-ANT  TO PND-AGENCIA-ANT.
014030     MOVE BNP-CONTA-ANT    TO PND-CONTA-ANT.
014040     MOVE BNP-BANCO-NOVO   TO PND-BANCO-NOVO.
014050     MOVE BNP-AGENCIA-NOVO TO PND-AGENCIA-NOVO.
014060     MOVE BNP-CONTA-NOVO   TO PND-CONTA-NOVO.
014070     WRITE MAINT-REPORT-RECORD FROM WRK-LINHA-PENDENTE
014080         AFTER ADVANCING 1 LINE.
014090 7300-EXIT.
014100     EXIT.
014110******************************************************************
014120* 9000-FINALIZE - IMPRIME OS TOTAIS DA MANUTENCAO E FECHA OS
014130*                 ARQUIVOS.
014140******************************************************************
014150 9000-FINALIZE.
014160     MOVE WRK-CONT-LIDAS      TO TOT-LIDAS.
014170     MOVE WRK-CONT-APLICADAS  TO TOT-APLICADAS.
014180     MOVE WRK-CONT-REJEITADAS TO TOT-REJEITADAS.
014190     MOVE WRK-CONT-PENDENTES  TO TOT-PENDENTES.
014200     WRITE MAINT-REPORT-RECORD FROM WRK-LINHA-TOTAIS
014210         AFTER ADVANCING 2 LINES.
014220     DISPLAY '--------------------------------------------'.
014230     DISPLAY 'TRANSACOES LIDAS ....: ' WRK-CONT-LIDAS.
014240     DISPLAY 'TRANSACOES APLICADAS : ' WRK-CONT-APLICADAS.
014250     DISPLAY 'TRANSACOES REJEITADAS: ' WRK-CONT-REJEITADAS.
014260     DISPLAY 'PENDENCIAS BANCARIAS : ' WRK-CONT-PENDENTES.
014270     CLOSE EMPLOYEE-MASTER.
014280     CLOSE BANK-PENDING-FILE.
014290     CLOSE TRANSACTION-FILE.
014300     CLOSE MAINT-REPORT-FILE.
014310 9000-EXIT.
014320     EXIT.
014330 END PROGRAM PROGCOB05.
