000010******************************************************************
000020* Author: RICARDO RIBEIRO DE ALVARENGA - RRA
000030* Installation: FOLHA DE PAGAMENTO
000040* Date-Written: 2026-10-15
000050* Date-Compiled: 2026-10-15
000060* Purpose: CRITICA DE INTEGRIDADE REFERENCIAL DOS ARQUIVOS
000070*          SATELITES DO CADASTRO ANTES DA FOLHA: CONFERE CONTRA
000080*          O EMPLOYEE-MASTER A MATRICULA DE CADA REGISTRO DO
000090*          DEPMAST, CONSIG, MOVFOLHA, FERSALDO, FERAGEND,
000100*          PROVSALD, BENEF E DAS REJEICOES PENDENTES DO PAYSUSP,
000110*          APONTA OS REGISTROS DE MATRICULA INEXISTENTE (SOBRAS
000120*          DE EXCLUSAO PELO PROGCOB05), OS REGISTROS AINDA EM
000130*          ABERTO PARA FUNCIONARIO DESLIGADO (RESCISAO PELO
000140*          PROGCOB13) E OS FUNCIONARIOS ATIVOS SEM OS DADOS
000150*          SATELITES OBRIGATORIOS, NO RELATORIO DE INTEGRIDADE
000160*          (INTRPT). PROBLEMA GRAVE DEVOLVE RETURN-CODE 8 PARA O
000170*          COND DA JCL SEGURAR A FOLHA.
000180* Tectonics: cobc
000190******************************************************************
000200* MODIFICATION HISTORY
000210* DATE       INIT DESCRIPTION
000220* 2026-10-15 RRA  ORIGINAL - SEVERIDADE: MATRICULA INEXISTENTE NOS
000230*                 ARQUIVOS QUE LEVAM VALOR PARA A FOLHA DO MES
000240*                 (MOVFOLHA, CONSIG, FERAGEND E BENEF) E ERRO (RC
000250*                 8) - O VALOR DIGITADO PARA UMA MATRICULA QUE
000260*                 NAO EXISTE PROVAVELMENTE ERA DE OUTRO
000270*                 FUNCIONARIO, QUE FICARIA SEM ELE. MATRICULA
000280*                 INEXISTENTE NOS DEMAIS (DEPMAST, FERSALDO,
000290*                 PROVSALD E PAYSUSP), REGISTRO EM ABERTO PARA
000300*                 DESLIGADO (CONSIGNACAO COM PARCELAS, MOVIMENTO
000310*                 PENDENTE, FERIAS AGENDADAS, SALDO DE FERIAS OU
000320*                 DE PROVISAO, REJEICAO PENDENTE E ADESAO A
000330*                 BENEFICIO NAO ENCERRADA) E FUNCIONARIO ATIVO
000340*                 ADMITIDO ANTES DA COMPETENCIA SEM FERSALDO OU
000350*                 SEM PROVSALD SAO AVISO (RC 4). ARQUIVO SATELITE
000360*                 INDISPONIVEL E UM AVISO UNICO E O ARQUIVO NAO E
000370*                 VERIFICADO; A FALTA DE FERSALDO/PROVSALD SO E
000380*                 CRITICADA QUANDO O ARQUIVO TEM REGISTROS (ANTES
000390*                 DA PRIMEIRA FOLHA OU PROVISAO ELE E VAZIO).
000400*                 COMPETENCIA DA DATA DO DATEAUD E LOGON DE
000410*                 OPERADOR (AUTORIZACAO DE EXECUCAO DA FOLHA) E
000420*                 CONTROLE DE ETAPAS (PAYSTEP, STEP027) NO MESMO
000430*                 IDIOMA DO PROGCOB07.
000440* 2026-10-15 RRA  MATRICULA FORA DO EMPLOYEE-MASTER QUE ESTA NO
000450*                 CADASTRO DE INATIVOS (EMPINAT, EXPURGO PELO
000460*                 PROGCOB36) NAO E MAIS ORFA: E TRATADA COMO
000470*                 DESLIGADO - SO O REGISTRO AINDA EM ABERTO VIRA
000480*                 AVISO. SEM O EMPINAT, A CRITICA E A DE ANTES.
000490******************************************************************
000500 IDENTIFICATION DIVISION.
000510 PROGRAM-ID. PROGCOB35.
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 SPECIAL-NAMES.
000550     DECIMAL-POINT IS COMMA.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT EMPLOYEE-MASTER
000590         ASSIGN TO "EMPMAST"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS SEQUENTIAL
000620         RECORD KEY IS EMP-ID
000630         FILE STATUS IS WRK-EMP-STATUS.
000640     SELECT INACTIVE-MASTER
000650         ASSIGN TO "EMPINAT"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS RANDOM
000680         RECORD KEY IS INA-ID
000690         FILE STATUS IS WRK-INA-STATUS.
000700     SELECT DEPENDENTS-FILE
000710         ASSIGN TO "DEPMAST"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WRK-DEP-STATUS.
000740     SELECT CONSIGNATION-FILE
000750         ASSIGN TO "CONSIG"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WRK-CSG-STATUS.
000780     SELECT MOVEMENTS-FILE
000790         ASSIGN TO "MOVFOLHA"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WRK-MOV-STATUS.
000820     SELECT VACATION-BALANCE-FILE
000830         ASSIGN TO "FERSALDO"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WRK-FSD-STATUS.
000860     SELECT VACATION-SCHED-FILE
000870         ASSIGN TO "FERAGEND"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WRK-AGD-STATUS.
000900     SELECT PROVISION-BALANCE-FILE
000910         ASSIGN TO "PROVSALD"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WRK-PSD-STATUS.
000940     SELECT SUSPENSE-FILE
000950         ASSIGN TO "PAYSUSP"
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS WRK-SUS-STATUS.
000980     SELECT BENEFIT-FILE
000990         ASSIGN TO "BENEF"
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS WRK-BEN-STATUS.
001020     SELECT AUDIT-FILE
001030         ASSIGN TO "DATEAUD"
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS WRK-AUDIT-STATUS.
001060     SELECT INTEGRITY-REPORT-FILE
001070         ASSIGN TO "INTRPT"
001080         ORGANIZATION IS LINE SEQUENTIAL
001090         FILE STATUS IS WRK-INT-STATUS.
001100     SELECT STEP-LEDGER-FILE
001110         ASSIGN TO "PAYSTEP"
001120         ORGANIZATION IS LINE SEQUENTIAL
001130         FILE STATUS IS WRK-STP-STATUS.
001140     SELECT RUN-CONTROL-FILE
001150         ASSIGN TO "PAYTIPO"
001160         ORGANIZATION IS LINE SEQUENTIAL
001170         FILE STATUS IS WRK-TIPO-CFG-STATUS.
001180     SELECT SECURITY-MASTER-FILE
001190         ASSIGN TO "OPERSEC"
001200         ORGANIZATION IS LINE SEQUENTIAL
001210         FILE STATUS IS WRK-SEC-STATUS.
001220     SELECT SECURITY-AUDIT-FILE
001230         ASSIGN TO "SECAUD"
001240         ORGANIZATION IS LINE SEQUENTIAL
001250         FILE STATUS IS WRK-SECAUD-STATUS.
001260     SELECT OPERATOR-CONTROL-FILE
001270         ASSIGN TO "PAYOPER"
001280         ORGANIZATION IS LINE SEQUENTIAL
001290         FILE STATUS IS WRK-OPER-CFG-STATUS.
001300 DATA DIVISION.
001310 FILE SECTION.
001320 FD  EMPLOYEE-MASTER
001330     LABEL RECORDS ARE STANDARD.
001340     COPY EMPREC.
001350 FD  INACTIVE-MASTER
001360     LABEL RECORDS ARE STANDARD.
001370     COPY INAREC.
001380 FD  DEPENDENTS-FILE
001390     LABEL RECORDS ARE STANDARD.
001400     COPY DEPREC.
001410 FD  CONSIGNATION-FILE
001420     LABEL RECORDS ARE STANDARD.
001430 01  CONSIGNATION-RECORD.
001440     05  CSG-MATRICULA            PIC X(06).
001450     05  CSG-FILL1                PIC X(02).
001460     05  CSG-CODIGO               PIC X(02).
001470     05  CSG-FILL2                PIC X(02).
001480     05  CSG-DESCRICAO            PIC X(20).
001490     05  CSG-FILL3                PIC X(02).
001500     05  CSG-VALOR                PIC 9(06)V99.
001510     05  CSG-FILL4                PIC X(02).
001520     05  CSG-PARCELAS             PIC 9(03).
001530 FD  MOVEMENTS-FILE
001540     LABEL RECORDS ARE STANDARD.
001550 01  MOVEMENTS-RECORD.
001560     05  MOV-MATRICULA            PIC X(06).
001570     05  MOV-FILL1                PIC X(02).
001580     05  MOV-EVENTO               PIC X(02).
001590     05  MOV-FILL2                PIC X(02).
001600     05  MOV-VALOR                PIC 9(06)V99.
001610 FD  VACATION-BALANCE-FILE
001620     LABEL RECORDS ARE STANDARD.
001630 01  VACATION-BALANCE-RECORD.
001640     05  FSD-MATRICULA            PIC X(06).
001650     05  FSD-FILL1                PIC X(02).
001660     05  FSD-AQUIS-INI            PIC 9(08).
001670     05  FSD-FILL2                PIC X(02).
001680     05  FSD-DIAS-DIREITO         PIC 9(03)V99.
001690     05  FSD-FILL3                PIC X(02).
001700     05  FSD-DIAS-GOZADOS         PIC 9(03)V99.
001710 FD  VACATION-SCHED-FILE
001720     LABEL RECORDS ARE STANDARD.
001730 01  VACATION-SCHED-RECORD.
001740     05  AGD-MATRICULA            PIC X(06).
001750     05  AGD-FILL1                PIC X(02).
001760     05  AGD-DATA-INI             PIC 9(08).
001770     05  AGD-FILL2                PIC X(02).
001780     05  AGD-DIAS                 PIC 9(02).
001790 FD  PROVISION-BALANCE-FILE
001800     LABEL RECORDS ARE STANDARD.
001810 01  PROVISION-BALANCE-RECORD.
001820     05  PSD-MATRICULA            PIC X(06).
001830     05  PSD-FILL1                PIC X(02).
001840     05  PSD-SALDO-13O            PIC 9(08)V99.
001850     05  PSD-FILL2                PIC X(02).
001860     05  PSD-SALDO-FERIAS         PIC 9(08)V99.
001870     05  PSD-FILL3                PIC X(02).
001880     05  PSD-EMPRESA              PIC X(02).
001890     05  PSD-FILL4                PIC X(02).
001900     05  PSD-CCUSTO               PIC X(04).
001910 FD  SUSPENSE-FILE
001920     LABEL RECORDS ARE STANDARD.
001930 01  SUSPENSE-RECORD.
001940     05  SUS-DATA                 PIC 9(08).
001950     05  SUS-FILL1                PIC X(02).
001960     05  SUS-MOTIVO               PIC X(02).
001970     05  SUS-FILL2                PIC X(02).
001980     05  SUS-EMP-IMAGEM.
001990         10  SUS-EMP-MATRICULA    PIC X(06).
002000         10  SUS-EMP-RESTO        PIC X(75).
002010 FD  BENEFIT-FILE
002020     LABEL RECORDS ARE STANDARD.
002030     COPY BENREC.
002040 FD  AUDIT-FILE
002050     LABEL RECORDS ARE STANDARD.
002060 01  AUDIT-RECORD.
002070     05  AUD-DATA                 PIC 9(08).
002080     05  AUD-FILL1                PIC X(02).
002090     05  AUD-HORA                 PIC 9(08).
002100     05  AUD-FILL2                PIC X(02).
002110     05  AUD-OPERADOR             PIC X(10).
002120 FD  INTEGRITY-REPORT-FILE
002130     LABEL RECORDS ARE STANDARD.
002140 01  INTEGRITY-REPORT-RECORD      PIC X(100).
002150 FD  OPERATOR-CONTROL-FILE
002160     LABEL RECORDS ARE STANDARD.
002170 01  OPERATOR-CONTROL-RECORD.
002180     05  OPCFG-OPERADOR           PIC X(10).
002190     05  OPCFG-FILL1              PIC X(02).
002200     05  OPCFG-SENHA              PIC X(10).
002210 FD  STEP-LEDGER-FILE
002220     LABEL RECORDS ARE STANDARD.
002230     COPY STEPREC.
002240 FD  RUN-CONTROL-FILE
002250     LABEL RECORDS ARE STANDARD.
002260 01  RUN-CONTROL-RECORD.
002270     05  RCF-TIPO                 PIC X(08).
002280     05  RCF-FILL1                PIC X(02).
002290     05  RCF-PARCELA              PIC 9(01).
002300     05  RCF-FILL2                PIC X(02).
002310     05  RCF-MODO                 PIC X(08).
002320 FD  SECURITY-MASTER-FILE
002330     LABEL RECORDS ARE STANDARD.
002340     COPY OPERSEC.
002350 FD  SECURITY-AUDIT-FILE
002360     LABEL RECORDS ARE STANDARD.
002370 01  SECAUD-RECORD.
002380     05  SEC-DATA                 PIC 9(08).
002390     05  SEC-FILL1                PIC X(02).
002400     05  SEC-HORA                 PIC 9(08).
002410     05  SEC-FILL2                PIC X(02).
002420     05  SEC-OPERADOR             PIC X(10).
002430     05  SEC-FILL3                PIC X(02).
002440     05  SEC-PROGRAMA             PIC X(09).
002450     05  SEC-FILL4                PIC X(02).
002460     05  SEC-MOTIVO               PIC X(20).
002470 WORKING-STORAGE SECTION.
002480 77  WRK-EMP-STATUS       PIC X(02) VALUE '00'.
002490     88  WRK-EMP-OK                  VALUE '00'.
002500     88  WRK-EMP-EOF                 VALUE '10'.
002510 77  WRK-DEP-STATUS       PIC X(02) VALUE '00'.
002520     88  WRK-DEP-OK                  VALUE '00'.
002530     88  WRK-DEP-EOF                 VALUE '10'.
002540 77  WRK-CSG-STATUS       PIC X(02) VALUE '00'.
002550     88  WRK-CSG-OK                  VALUE '00'.
002560     88  WRK-CSG-EOF                 VALUE '10'.
002570 77  WRK-MOV-STATUS       PIC X(02) VALUE '00'.
002580     88  WRK-MOV-OK                  VALUE '00'.
002590     88  WRK-MOV-EOF                 VALUE '10'.
002600 77  WRK-FSD-STATUS       PIC X(02) VALUE '00'.
002610     88  WRK-FSD-OK                  VALUE '00'.
002620     88  WRK-FSD-EOF                 VALUE '10'.
002630 77  WRK-AGD-STATUS       PIC X(02) VALUE '00'.
002640     88  WRK-AGD-OK                  VALUE '00'.
002650     88  WRK-AGD-EOF                 VALUE '10'.
002660 77  WRK-PSD-STATUS       PIC X(02) VALUE '00'.
002670     88  WRK-PSD-OK                  VALUE '00'.
002680     88  WRK-PSD-EOF                 VALUE '10'.
002690 77  WRK-SUS-STATUS       PIC X(02) VALUE '00'.
002700     88  WRK-SUS-OK                  VALUE '00'.
002710     88  WRK-SUS-EOF                 VALUE '10'.
002720 77  WRK-BEN-STATUS       PIC X(02) VALUE '00'.
002730     88  WRK-BEN-OK                  VALUE '00'.
002740     88  WRK-BEN-EOF                 VALUE '10'.
002750 77  WRK-AUDIT-STATUS     PIC X(02) VALUE '00'.
002760     88  WRK-AUDIT-OK                VALUE '00'.
002770     88  WRK-AUDIT-EOF               VALUE '10'.
002780 77  WRK-INT-STATUS       PIC X(02) VALUE '00'.
002790     88  WRK-INT-OK                  VALUE '00'.
002800 77  WRK-INA-STATUS       PIC X(02) VALUE '00'.
002810     88  WRK-INA-OK                  VALUE '00'.
002820 77  WRK-SW-INATIVOS      PIC X(01) VALUE 'N'.
002830     88  WRK-INATIVOS-DISPONIVEL     VALUE 'S'.
002840 77  WRK-OPER-CFG-STATUS  PIC X(02) VALUE '00'.
002850     88  WRK-OPER-CFG-OK             VALUE '00'.
002860*----------------------------------------------------------------
002870* CONTROLE DE ETAPAS DA ESTEIRA (PAYSTEP): ESTE PROGRAMA E O
002880* STEP027 DA JCL/PAYROLL, COM A MESMA CHAVE DO PROGCOB07
002890* (COMPETENCIA DO DATEAUD + TIPO DE EXECUCAO DO PAYTIPO + STEP).
002900*----------------------------------------------------------------
002910 77  WRK-STP-STATUS       PIC X(02) VALUE '00'.
002920     88  WRK-STP-OK                  VALUE '00'.
002930     88  WRK-STP-EOF                 VALUE '10'.
002940 77  WRK-STP-STEP         PIC X(08) VALUE 'STEP027'.
002950 77  WRK-STP-PROGRAMA     PIC X(09) VALUE 'PROGCOB35'.
002960 77  WRK-SW-STP-ATIVO     PIC X(01) VALUE 'N'.
002970     88  WRK-STP-ATIVO               VALUE 'S'.
002980 77  WRK-STP-DATA-LOTE    PIC 9(08) VALUE ZEROS.
002990 77  WRK-STP-COMPETENCIA  PIC 9(06) VALUE ZEROS.
003000 77  WRK-STP-TIPO         PIC X(08) VALUE 'REGULAR'.
003010     88  WRK-STP-TIPO-VALIDO         VALUES 'REGULAR' '13SAL'
003020                                            'FERIAS' 'DISSIDIO'
003030                                            'ADIANT'.
003040 77  WRK-STP-PARCELA      PIC 9(01) VALUE 1.
003050 77  WRK-STP-MODO         PIC X(08) VALUE 'NORMAL'.
003060 77  WRK-STP-SITUACAO     PIC X(01) VALUE SPACES.
003070     88  WRK-STP-JA-CONCLUIDA        VALUE 'C'.
003080 77  WRK-STP-RC-ANTERIOR  PIC 9(02) VALUE ZEROS.
003090 77  WRK-STP-SIT-GRAVAR   PIC X(01) VALUE SPACES.
003100 77  WRK-STP-RC           PIC 9(02) VALUE ZEROS.
003110 77  WRK-STP-DATA         PIC 9(08) VALUE ZEROS.
003120 77  WRK-STP-HORA         PIC 9(08) VALUE ZEROS.
003130 77  WRK-TIPO-CFG-STATUS  PIC X(02) VALUE '00'.
003140     88  WRK-TIPO-CFG-OK             VALUE '00'.
003150 77  WRK-SW-OPER-ARQUIVO  PIC X(01) VALUE 'N'.
003160     88  WRK-OPER-ARQUIVO            VALUE 'S'.
003170 77  WRK-SW-OPERADOR      PIC X(01) VALUE 'N'.
003180     88  WRK-OPERADOR-VALIDO         VALUE 'S'.
003190 77  WRK-OPERADOR         PIC X(10) VALUE SPACES.
003200 77  WRK-SENHA            PIC X(10) VALUE SPACES.
003210 77  WRK-SEC-STATUS       PIC X(02) VALUE '00'.
003220     88  WRK-SEC-OK                  VALUE '00'.
003230     88  WRK-SEC-EOF                 VALUE '10'.
003240 77  WRK-SECAUD-STATUS    PIC X(02) VALUE '00'.
003250     88  WRK-SECAUD-OK               VALUE '00'.
003260 77  WRK-SW-OPR-ACHADO    PIC X(01) VALUE 'N'.
003270     88  WRK-OPR-ACHADO              VALUE 'S'.
003280 77  WRK-OPR-ATIVO        PIC X(01) VALUE 'N'.
003290 77  WRK-OPR-SENHA        PIC X(10) VALUE SPACES.
003300 77  WRK-OPR-AUT-FUNCAO   PIC X(01) VALUE 'N'.
003310 77  WRK-MOTIVO-LOGON     PIC X(20) VALUE SPACES.
003320 77  WRK-DATA-LOGON       PIC 9(08) VALUE ZEROS.
003330 77  WRK-HORA-LOGON       PIC 9(08) VALUE ZEROS.
003340 77  WRK-DATA-ATUAL       PIC 9(08) VALUE ZEROS.
003350 77  WRK-COMPETENCIA      PIC 9(06) VALUE ZEROS.
003360 77  WRK-INI-COMPETENCIA  PIC 9(08) VALUE ZEROS.
003370 77  WRK-CONT-FUNCIONARIOS PIC 9(07) VALUE ZERO.
003380 77  WRK-CONT-ERROS       PIC 9(05) COMP VALUE ZERO.
003390 77  WRK-CONT-AVISOS      PIC 9(05) COMP VALUE ZERO.
003400 77  WRK-SW-FATAL         PIC X(01) VALUE 'N'.
003410     88  WRK-ERRO-FATAL              VALUE 'S'.
003420*----------------------------------------------------------------
003430* FUNCIONARIOS DO CADASTRO (MATRICULA, SITUACAO E ADMISSAO), COM
003440* A MARCA DE PRESENCA NO FERSALDO E NO PROVSALD PARA A CRITICA
003450* DOS DADOS OBRIGATORIOS. A TABELA SAI EM ORDEM DE MATRICULA
003460* (LEITURA SEQUENCIAL DO EMPMAST).
003470*----------------------------------------------------------------
003480 77  WRK-QTD-FUNCIONARIOS PIC 9(04) COMP VALUE ZERO.
003490 77  WRK-MAX-FUNCIONARIOS PIC 9(04) COMP VALUE 5000.
003500 77  WRK-FUN-IDX          PIC 9(04) COMP VALUE ZERO.
003510 77  WRK-SW-FUN-ACHADO    PIC X(01) VALUE 'N'.
003520     88  WRK-FUN-ACHADO              VALUE 'S'.
003530 01  TAB-FUNCIONARIOS.
003540     05  TAB-FUN-ENT OCCURS 5000 TIMES.
003550         10  TAB-FUN-MATRICULA    PIC X(06).
003560         10  TAB-FUN-SITUACAO     PIC X(01).
003570         10  TAB-FUN-ADMISSAO     PIC 9(08).
003580         10  TAB-FUN-SW-FERSALDO  PIC X(01).
003590         10  TAB-FUN-SW-PROVSALD  PIC X(01).
003600*----------------------------------------------------------------
003610* ARQUIVOS SATELITES VERIFICADOS, NA ORDEM DO RELATORIO, COM OS
003620* CONTADORES DO RESUMO. WRK-ARQ-IDX APONTA O ARQUIVO EM
003630* VERIFICACAO; O REGISTRO LIDO DEIXA EM WRK-MATRICULA-VERIF A
003640* MATRICULA, EM WRK-SW-PENDENTE SE ELE AINDA ESTA EM ABERTO (SO
003650* CONTA PARA DESLIGADO) E EM WRK-TEXTO-PENDENTE A DESCRICAO.
003660*----------------------------------------------------------------
003670 01  TAB-ARQUIVOS-DADOS.
003680     05  FILLER PIC X(09) VALUE 'DEPMAST N'.
003690     05  FILLER PIC X(09) VALUE 'CONSIG  S'.
003700     05  FILLER PIC X(09) VALUE 'MOVFOLHAS'.
003710     05  FILLER PIC X(09) VALUE 'FERSALDON'.
003720     05  FILLER PIC X(09) VALUE 'FERAGENDS'.
003730     05  FILLER PIC X(09) VALUE 'PROVSALDN'.
003740     05  FILLER PIC X(09) VALUE 'PAYSUSP N'.
003750     05  FILLER PIC X(09) VALUE 'BENEF   S'.
003760 01  TAB-ARQUIVOS-NOMES REDEFINES TAB-ARQUIVOS-DADOS.
003770     05  TAB-ARN-ENT OCCURS 8 TIMES.
003780         10  TAB-ARN-NOME         PIC X(08).
003790         10  TAB-ARN-ORFAO-GRAVE  PIC X(01).
003800 01  TAB-ARQUIVOS.
003810     05  TAB-ARQ-ENT OCCURS 8 TIMES.
003820         10  TAB-ARQ-LIDOS        PIC 9(07).
003830         10  TAB-ARQ-ORFAOS       PIC 9(07).
003840         10  TAB-ARQ-DESLIGADOS   PIC 9(07).
003850         10  TAB-ARQ-SW-LIDO      PIC X(01).
003860             88  TAB-ARQ-VERIFICADO       VALUE 'S'.
003870 77  WRK-QTD-ARQUIVOS     PIC 9(02) COMP VALUE 8.
003880 77  WRK-ARQ-IDX          PIC 9(02) COMP VALUE ZERO.
003890 77  WRK-ARQ-DEPMAST      PIC 9(02) COMP VALUE 1.
003900 77  WRK-ARQ-CONSIG       PIC 9(02) COMP VALUE 2.
003910 77  WRK-ARQ-MOVFOLHA     PIC 9(02) COMP VALUE 3.
003920 77  WRK-ARQ-FERSALDO     PIC 9(02) COMP VALUE 4.
003930 77  WRK-ARQ-FERAGEND     PIC 9(02) COMP VALUE 5.
003940 77  WRK-ARQ-PROVSALD     PIC 9(02) COMP VALUE 6.
003950 77  WRK-ARQ-PAYSUSP      PIC 9(02) COMP VALUE 7.
003960 77  WRK-ARQ-BENEF        PIC 9(02) COMP VALUE 8.
003970 77  WRK-MATRICULA-VERIF  PIC X(06) VALUE SPACES.
003980 77  WRK-SW-PENDENTE      PIC X(01) VALUE 'N'.
003990     88  WRK-REGISTRO-PENDENTE       VALUE 'S'.
004000 77  WRK-TEXTO-PENDENTE   PIC X(50) VALUE SPACES.
004010*----------------------------------------------------------------
004020* LINHAS DE IMPRESSAO DO RELATORIO DE INTEGRIDADE.
004030*----------------------------------------------------------------
004040 01  WRK-LINHA-CABEC1.
004050     05  FILLER PIC X(25) VALUE SPACES.
004060     05  FILLER PIC X(50)
004070         VALUE 'FOLHA DE PAGAMENTO - INTEGRIDADE DOS SATELITES'.
004080     05  FILLER PIC X(25) VALUE SPACES.
004090 01  WRK-LINHA-CABEC2.
004100     05  FILLER PIC X(08) VALUE 'DATA: '.
004110     05  CAB2-DATA            PIC 9(08).
004120     05  FILLER PIC X(10) VALUE SPACES.
004130     05  FILLER PIC X(10) VALUE 'OPERADOR: '.
004140     05  CAB2-OPERADOR        PIC X(10).
004150     05  FILLER PIC X(54) VALUE SPACES.
004160 01  WRK-LINHA-OCORRENCIA.
004170     05  OCR-CLASSE           PIC X(08).
004180     05  FILLER PIC X(01) VALUE SPACES.
004190     05  OCR-ARQUIVO          PIC X(08).
004200     05  FILLER PIC X(11) VALUE ' MATRICULA '.
004210     05  OCR-MATRICULA        PIC X(06).
004220     05  FILLER PIC X(03) VALUE ' - '.
004230     05  OCR-TEXTO            PIC X(50).
004240     05  FILLER PIC X(13) VALUE SPACES.
004250 01  WRK-LINHA-RESUMO.
004260     05  RES-ARQUIVO          PIC X(08).
004270     05  FILLER PIC X(09) VALUE '  LIDOS: '.
004280     05  RES-LIDOS            PIC Z.ZZZ.ZZ9.
004290     05  FILLER PIC X(10) VALUE '  ORFAOS: '.
004300     05  RES-ORFAOS           PIC Z.ZZZ.ZZ9.
004310     05  FILLER PIC X(14) VALUE '  DESLIGADOS: '.
004320     05  RES-DESLIGADOS       PIC Z.ZZZ.ZZ9.
004330     05  RES-SITUACAO         PIC X(20).
004340     05  FILLER PIC X(12) VALUE SPACES.
004350 01  WRK-LINHA-TOTAIS.
004360     05  FILLER PIC X(14) VALUE 'FUNCIONARIOS: '.
004370     05  TOT-FUNCIONARIOS     PIC Z.ZZZ.ZZ9.
004380     05  FILLER PIC X(09) VALUE '  ERROS: '.
004390     05  TOT-ERROS            PIC ZZZ.ZZ9.
004400     05  FILLER PIC X(10) VALUE '  AVISOS: '.
004410     05  TOT-AVISOS           PIC ZZZ.ZZ9.
004420     05  FILLER PIC X(44) VALUE SPACES.
004430 PROCEDURE DIVISION.
004440******************************************************************
004450* 0000-MAINLINE - CONTROLA A CRITICA DE INTEGRIDADE.
004460******************************************************************
004470 0000-MAINLINE.
004480     PERFORM 0500-LOGON-OPERADOR THRU 0500-EXIT.
004490     IF NOT WRK-OPERADOR-VALIDO
004500         DISPLAY 'OPERADOR NAO AUTORIZADO: ' WRK-OPERADOR
004510         MOVE 8 TO RETURN-CODE
004520         GOBACK
004530     END-IF.
004540     PERFORM 0600-VERIFICA-ETAPA THRU 0600-EXIT.
004550     IF WRK-STP-JA-CONCLUIDA
004560         DISPLAY 'ETAPA ' WRK-STP-STEP ' JA CONCLUIDA PARA '
004570             WRK-STP-COMPETENCIA ' ' WRK-STP-TIPO ' (RC '
004580             WRK-STP-RC-ANTERIOR ') - NADA A FAZER'
004590         MOVE WRK-STP-RC-ANTERIOR TO RETURN-CODE
004600         GOBACK
004610     END-IF.
004620     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004630     PERFORM 3100-VERIFICA-DEPMAST THRU 3100-EXIT.
004640     PERFORM 3200-VERIFICA-CONSIG THRU 3200-EXIT.
004650     PERFORM 3300-VERIFICA-MOVFOLHA THRU 3300-EXIT.
004660     PERFORM 3400-VERIFICA-FERSALDO THRU 3400-EXIT.
004670     PERFORM 3500-VERIFICA-FERAGEND THRU 3500-EXIT.
004680     PERFORM 3600-VERIFICA-PROVSALD THRU 3600-EXIT.
004690     PERFORM 3700-VERIFICA-PAYSUSP THRU 3700-EXIT.
004700     PERFORM 3800-VERIFICA-BENEF THRU 3800-EXIT.
004710     PERFORM 4000-VERIFICA-OBRIGATORIOS THRU 4000-EXIT.
004720     PERFORM 9000-FINALIZE THRU 9000-EXIT.
004730     IF WRK-ERRO-FATAL OR WRK-CONT-ERROS > 0
004740         MOVE 8 TO RETURN-CODE
004750     ELSE
004760         IF WRK-CONT-AVISOS > 0
004770             MOVE 4 TO RETURN-CODE
004780         ELSE
004790             MOVE 0 TO RETURN-CODE
004800         END-IF
004810     END-IF.
004820     PERFORM 0650-CONCLUI-ETAPA THRU 0650-EXIT.
004830     GOBACK.
004840******************************************************************
004850* 0500-LOGON-OPERADOR - OBTEM O OPERADOR E A SENHA DO PAYOPER,
004860*                       QUANDO PREPARADOS EXTERNAMENTE PARA UMA
004870*                       EXECUCAO EM LOTE, OU DO CONSOLE QUANDO O
004880*                       ARQUIVO NAO EXISTE OU ESTA VAZIO, E
004890*                       VALIDA CONTRA O CADASTRO DE SEGURANCA
004900*                       (OPERSEC): OPERADOR ATIVO, SENHA E
004910*                       AUTORIZACAO DE EXECUCAO DA FOLHA.
004920*                       TENTATIVA RECUSADA E GRAVADA NO SECAUD,
004930*                       NO MESMO IDIOMA DO PROGCOB02/03/04.
004940******************************************************************
004950 0500-LOGON-OPERADOR.
004960     MOVE 'N' TO WRK-SW-OPER-ARQUIVO.
004970     OPEN INPUT OPERATOR-CONTROL-FILE.
004980     IF WRK-OPER-CFG-OK
004990         READ OPERATOR-CONTROL-FILE
005000             AT END
005010                 CONTINUE
005020             NOT AT END
005030                 MOVE OPCFG-OPERADOR TO WRK-OPERADOR
005040                 MOVE OPCFG-SENHA    TO WRK-SENHA
005050                 SET WRK-OPER-ARQUIVO TO TRUE
005060         END-READ
005070         CLOSE OPERATOR-CONTROL-FILE
005080     END-IF.
005090     IF NOT WRK-OPER-ARQUIVO
005100         DISPLAY 'OPERADOR: ' WITH NO ADVANCING
005110         ACCEPT WRK-OPERADOR FROM CONSOLE
005120         DISPLAY 'SENHA: ' WITH NO ADVANCING
005130         ACCEPT WRK-SENHA FROM CONSOLE
005140     END-IF.
005150     MOVE 'N' TO WRK-SW-OPERADOR.
005160     MOVE SPACES TO WRK-MOTIVO-LOGON.
005170     PERFORM 0510-PROCURA-OPERSEC THRU 0510-EXIT.
005180     EVALUATE TRUE
005190         WHEN NOT WRK-OPR-ACHADO
005200             MOVE 'NAO CADASTRADO' TO WRK-MOTIVO-LOGON
005210         WHEN WRK-OPR-ATIVO NOT = 'S'
005220             MOVE 'OPERADOR INATIVO' TO WRK-MOTIVO-LOGON
005230         WHEN WRK-OPR-SENHA NOT = WRK-SENHA
005240             MOVE 'SENHA INVALIDA' TO WRK-MOTIVO-LOGON
005250         WHEN WRK-OPR-AUT-FUNCAO NOT = 'S'
005260             MOVE 'SEM AUTORIZACAO' TO WRK-MOTIVO-LOGON
005270         WHEN OTHER
005280             MOVE 'S' TO WRK-SW-OPERADOR
005290     END-EVALUATE.
005300     IF NOT WRK-OPERADOR-VALIDO
005310         DISPLAY 'LOGON RECUSADO (' WRK-MOTIVO-LOGON ') - '
005320             WRK-OPERADOR
005330         PERFORM 0520-GRAVA-SECAUD THRU 0520-EXIT
005340     END-IF.
005350 0500-EXIT.
005360     EXIT.
005370******************************************************************
005380* 0510-PROCURA-OPERSEC - PROCURA O OPERADOR NO CADASTRO DE
005390*                        SEGURANCA (OPERSEC) E GUARDA OS CAMPOS
005400*                        DO REGISTRO ACHADO (A AUTORIZACAO DESTE
005410*                        PROGRAMA E A DE EXECUCAO DA FOLHA).
005420*                        ARQUIVO INDISPONIVEL EQUIVALE A
005430*                        OPERADOR NAO CADASTRADO.
005440******************************************************************
005450 0510-PROCURA-OPERSEC.
005460     MOVE 'N' TO WRK-SW-OPR-ACHADO.
005470     OPEN INPUT SECURITY-MASTER-FILE.
005480     IF NOT WRK-SEC-OK
005490         DISPLAY 'CADASTRO DE SEGURANCA (OPERSEC) '
005500             'INDISPONIVEL: ' WRK-SEC-STATUS
005510         GO TO 0510-EXIT
005520     END-IF.
005530     PERFORM 0515-LE-OPERSEC THRU 0515-EXIT
005540         UNTIL WRK-SEC-EOF OR WRK-OPR-ACHADO.
005550     CLOSE SECURITY-MASTER-FILE.
005560 0510-EXIT.
005570     EXIT.
005580 0515-LE-OPERSEC.
005590     READ SECURITY-MASTER-FILE
005600         AT END
005610             SET WRK-SEC-EOF TO TRUE
005620         NOT AT END
005630             IF OPR-CODIGO = WRK-OPERADOR
005640                 SET WRK-OPR-ACHADO TO TRUE
005650                 MOVE OPR-ATIVO TO WRK-OPR-ATIVO
005660                 MOVE OPR-SENHA TO WRK-OPR-SENHA
005670                 MOVE OPR-AUT-FOLHA
005680                     TO WRK-OPR-AUT-FUNCAO
005690             END-IF
005700     END-READ.
005710 0515-EXIT.
005720     EXIT.
005730******************************************************************
005740* 0520-GRAVA-SECAUD - REGISTRA A TENTATIVA DE LOGON RECUSADA NO
005750*                     SECAUD (DATA, HORA, OPERADOR, PROGRAMA E
005760*                     MOTIVO), NO MESMO IDIOMA DA TRILHA DO
005770*                     DATEAUD DO PROGCOB03.
005780******************************************************************
005790 0520-GRAVA-SECAUD.
005800     ACCEPT WRK-DATA-LOGON FROM DATE YYYYMMDD.
005810     ACCEPT WRK-HORA-LOGON FROM TIME.
005820     OPEN EXTEND SECURITY-AUDIT-FILE.
005830     IF NOT WRK-SECAUD-OK
005840         CLOSE SECURITY-AUDIT-FILE
005850         OPEN OUTPUT SECURITY-AUDIT-FILE
005860     END-IF.
005870     IF NOT WRK-SECAUD-OK
005880         DISPLAY 'ERRO AO ABRIR SECAUD: ' WRK-SECAUD-STATUS
005890         GO TO 0520-EXIT
005900     END-IF.
005910     MOVE WRK-DATA-LOGON TO SEC-DATA.
005920     MOVE SPACES         TO SEC-FILL1.
005930     MOVE WRK-HORA-LOGON TO SEC-HORA.
005940     MOVE SPACES         TO SEC-FILL2.
005950     MOVE WRK-OPERADOR   TO SEC-OPERADOR.
005960     MOVE SPACES         TO SEC-FILL3.
005970     MOVE 'PROGCOB35'    TO SEC-PROGRAMA.
005980     MOVE SPACES         TO SEC-FILL4.
005990     MOVE WRK-MOTIVO-LOGON TO SEC-MOTIVO.
006000     WRITE SECAUD-RECORD.
006010     IF NOT WRK-SECAUD-OK
006020         DISPLAY 'ERRO AO GRAVAR SECAUD: ' WRK-SECAUD-STATUS
006030     END-IF.
006040     CLOSE SECURITY-AUDIT-FILE.
006050 0520-EXIT.
006060     EXIT.
006070******************************************************************
006080* 0600-VERIFICA-ETAPA - MONTA A CHAVE DA ETAPA (COMPETENCIA, TIPO
006090*                       DE EXECUCAO E STEP) E PROCURA O ULTIMO
006100*                       REGISTRO DELA NO PAYSTEP. CONCLUIDA: O
006110*                       CHAMADOR ENCERRA SEM FAZER NADA, COM O RC
006120*                       DA CONCLUSAO; SENAO GRAVA O REGISTRO DE
006130*                       INICIO. SEM O PAYSTEP, A ETAPA RODA SEM
006140*                       REGISTRO, COMO ANTES.
006150******************************************************************
006160 0600-VERIFICA-ETAPA.
006170     PERFORM 0605-DETERMINA-CHAVE THRU 0605-EXIT.
006180     MOVE SPACES TO WRK-STP-SITUACAO.
006190     MOVE ZEROS TO WRK-STP-RC-ANTERIOR.
006200     MOVE 'N' TO WRK-SW-STP-ATIVO.
006210     OPEN INPUT STEP-LEDGER-FILE.
006220     IF NOT WRK-STP-OK
006230         DISPLAY 'CONTROLE DE ETAPAS (PAYSTEP) INDISPONIVEL ('
006240             WRK-STP-STATUS ') - ETAPA SEM REGISTRO'
006250         GO TO 0600-EXIT
006260     END-IF.
006270     SET WRK-STP-ATIVO TO TRUE.
006280     PERFORM 0610-LE-ETAPA THRU 0610-EXIT
006290         UNTIL WRK-STP-EOF.
006300     CLOSE STEP-LEDGER-FILE.
006310     IF WRK-STP-JA-CONCLUIDA
006320         GO TO 0600-EXIT
006330     END-IF.
006340     MOVE 'I' TO WRK-STP-SIT-GRAVAR.
006350     MOVE ZEROS TO WRK-STP-RC.
006360     PERFORM 0620-GRAVA-ETAPA THRU 0620-EXIT.
006370 0600-EXIT.
006380     EXIT.
006390******************************************************************
006400* 0605-DETERMINA-CHAVE - COMPETENCIA DA DATA DO ULTIMO REGISTRO
006410*                        DO DATEAUD (DATA DO SISTEMA SEM ELE) E
006420*                        TIPO DE EXECUCAO DO PAYTIPO (REGULAR SEM
006430*                        ELE OU COM TIPO NAO RECONHECIDO), COM A
006440*                        PARCELA NO 13O E 'REPROC' NO MODO DE
006450*                        REPROCESSO - OS MESMOS CRITERIOS DO
006460*                        PROGCOB04.
006470******************************************************************
006480 0605-DETERMINA-CHAVE.
006490     ACCEPT WRK-STP-DATA-LOTE FROM DATE YYYYMMDD.
006500     OPEN INPUT AUDIT-FILE.
006510     IF WRK-AUDIT-OK
006520         PERFORM 0615-LE-AUDITORIA THRU 0615-EXIT
006530             UNTIL WRK-AUDIT-EOF
006540         CLOSE AUDIT-FILE
006550     END-IF.
006560     COMPUTE WRK-STP-COMPETENCIA = WRK-STP-DATA-LOTE / 100.
006570     MOVE 'REGULAR' TO WRK-STP-TIPO.
006580     MOVE 1 TO WRK-STP-PARCELA.
006590     MOVE 'NORMAL' TO WRK-STP-MODO.
006600     OPEN INPUT RUN-CONTROL-FILE.
006610     IF WRK-TIPO-CFG-OK
006620         READ RUN-CONTROL-FILE
006630             AT END
006640                 CONTINUE
006650             NOT AT END
006660                 MOVE RCF-TIPO TO WRK-STP-TIPO
006670                 IF RCF-PARCELA IS NUMERIC AND RCF-PARCELA = 2
006680                     MOVE 2 TO WRK-STP-PARCELA
006690                 END-IF
006700                 IF RCF-MODO NOT = SPACES
006710                     MOVE RCF-MODO TO WRK-STP-MODO
006720                 END-IF
006730         END-READ
006740         CLOSE RUN-CONTROL-FILE
006750     END-IF.
006760     IF NOT WRK-STP-TIPO-VALIDO
006770         MOVE 'REGULAR' TO WRK-STP-TIPO
006780     END-IF.
006790     IF WRK-STP-TIPO = '13SAL'
006800         IF WRK-STP-PARCELA = 2
006810             MOVE '13SAL-2' TO WRK-STP-TIPO
006820         ELSE
006830             MOVE '13SAL-1' TO WRK-STP-TIPO
006840         END-IF
006850     END-IF.
006860     IF WRK-STP-MODO = 'REPROC'
006870         MOVE 'REPROC' TO WRK-STP-TIPO
006880     END-IF.
006890 0605-EXIT.
006900     EXIT.
006910 0610-LE-ETAPA.
006920     READ STEP-LEDGER-FILE
006930         AT END
006940             SET WRK-STP-EOF TO TRUE
006950         NOT AT END
006960             IF STP-COMPETENCIA = WRK-STP-COMPETENCIA
006970                     AND STP-TIPO = WRK-STP-TIPO
006980                     AND STP-STEP = WRK-STP-STEP
006990                 MOVE STP-SITUACAO TO WRK-STP-SITUACAO
007000                 MOVE STP-RC       TO WRK-STP-RC-ANTERIOR
007010             END-IF
007020     END-READ.
007030 0610-EXIT.
007040     EXIT.
007050 0615-LE-AUDITORIA.
007060     READ AUDIT-FILE
007070         AT END
007080             SET WRK-AUDIT-EOF TO TRUE
007090         NOT AT END
007100             MOVE AUD-DATA TO WRK-STP-DATA-LOTE
007110     END-READ.
007120 0615-EXIT.
007130     EXIT.
007140******************************************************************
007150* 0620-GRAVA-ETAPA - ACRESCENTA AO PAYSTEP O REGISTRO DA ETAPA COM
007160*                    A SITUACAO DE WRK-STP-SIT-GRAVAR E O RC DE
007170*                    WRK-STP-RC. FALHA DE GRAVACAO SO E AVISADA:
007180*                    O CONTROLE DE ETAPAS NAO IMPEDE O LOTE.
007190******************************************************************
007200 0620-GRAVA-ETAPA.
007210     IF NOT WRK-STP-ATIVO
007220         GO TO 0620-EXIT
007230     END-IF.
007240     ACCEPT WRK-STP-DATA FROM DATE YYYYMMDD.
007250     ACCEPT WRK-STP-HORA FROM TIME.
007260     OPEN EXTEND STEP-LEDGER-FILE.
007270     IF NOT WRK-STP-OK
007280         DISPLAY 'ERRO AO ABRIR PAYSTEP: ' WRK-STP-STATUS
007290         GO TO 0620-EXIT
007300     END-IF.
007310     MOVE WRK-STP-COMPETENCIA TO STP-COMPETENCIA.
007320     MOVE SPACES              TO STP-FILL1.
007330     MOVE WRK-STP-TIPO        TO STP-TIPO.
007340     MOVE SPACES              TO STP-FILL2.
007350     MOVE WRK-STP-STEP        TO STP-STEP.
007360     MOVE SPACES              TO STP-FILL3.
007370     MOVE WRK-STP-PROGRAMA    TO STP-PROGRAMA.
007380     MOVE SPACES              TO STP-FILL4.
007390     MOVE WRK-STP-SIT-GRAVAR  TO STP-SITUACAO.
007400     MOVE SPACES              TO STP-FILL5.
007410     MOVE WRK-STP-RC          TO STP-RC.
007420     MOVE SPACES              TO STP-FILL6.
007430     MOVE WRK-STP-DATA        TO STP-DATA.
007440     MOVE SPACES              TO STP-FILL7.
007450     MOVE WRK-STP-HORA        TO STP-HORA.
007460     MOVE SPACES              TO STP-FILL8.
007470     MOVE WRK-OPERADOR        TO STP-OPERADOR.
007480     WRITE STP-RECORD.
007490     IF NOT WRK-STP-OK
007500         DISPLAY 'ERRO AO GRAVAR PAYSTEP: ' WRK-STP-STATUS
007510     END-IF.
007520     CLOSE STEP-LEDGER-FILE.
007530 0620-EXIT.
007540     EXIT.
007550******************************************************************
007560* 0650-CONCLUI-ETAPA - REGISTRA O FIM DA ETAPA COM O RETURN-CODE
007570*                      DO PROGRAMA: 'C' (CONCLUIDA) ATE RC 4, 'F'
007580*                      (FALHOU) DE RC 8 EM DIANTE. OS
007590*                      ENCERRAMENTOS FATAIS NO MEIO DO PROGRAMA
007600*                      (GOBACK COM RC 8) DEIXAM A ETAPA SO COM O
007610*                      REGISTRO 'I', QUE TAMBEM NAO CONTA COMO
007620*                      CONCLUIDA.
007630******************************************************************
007640 0650-CONCLUI-ETAPA.
007650     MOVE RETURN-CODE TO WRK-STP-RC.
007660     IF WRK-STP-RC < 8
007670         MOVE 'C' TO WRK-STP-SIT-GRAVAR
007680     ELSE
007690         MOVE 'F' TO WRK-STP-SIT-GRAVAR
007700     END-IF.
007710     PERFORM 0620-GRAVA-ETAPA THRU 0620-EXIT.
007720     MOVE WRK-STP-RC TO RETURN-CODE.
007730 0650-EXIT.
007740     EXIT.
007750******************************************************************
007760* 1000-INITIALIZE - OBTEM A COMPETENCIA, ABRE O RELATORIO DE
007770*                   INTEGRIDADE E CARREGA O CADASTRO NA TABELA.
007780*                   SEM O EMPLOYEE-MASTER OU SEM O RELATORIO NAO
007790*                   HA O QUE VERIFICAR: ENCERRA COM RC 8.
007800******************************************************************
007810 1000-INITIALIZE.
007820     PERFORM 1085-DETERMINA-DATA THRU 1085-EXIT.
007830     COMPUTE WRK-COMPETENCIA = WRK-DATA-ATUAL / 100.
007840     COMPUTE WRK-INI-COMPETENCIA = WRK-COMPETENCIA * 100 + 1.
007850     PERFORM VARYING WRK-ARQ-IDX FROM 1 BY 1
007860             UNTIL WRK-ARQ-IDX > WRK-QTD-ARQUIVOS
007870         MOVE ZEROS TO TAB-ARQ-LIDOS(WRK-ARQ-IDX)
007880         MOVE ZEROS TO TAB-ARQ-ORFAOS(WRK-ARQ-IDX)
007890         MOVE ZEROS TO TAB-ARQ-DESLIGADOS(WRK-ARQ-IDX)
007900         MOVE 'N'   TO TAB-ARQ-SW-LIDO(WRK-ARQ-IDX)
007910     END-PERFORM.
007920     OPEN OUTPUT INTEGRITY-REPORT-FILE.
007930     IF NOT WRK-INT-OK
007940         DISPLAY 'ERRO AO ABRIR INTEGRITY-REPORT-FILE: '
007950             WRK-INT-STATUS
007960         MOVE 8 TO RETURN-CODE
007970         GOBACK
007980     END-IF.
007990     MOVE WRK-DATA-ATUAL TO CAB2-DATA.
008000     MOVE WRK-OPERADOR   TO CAB2-OPERADOR.
008010     WRITE INTEGRITY-REPORT-RECORD FROM WRK-LINHA-CABEC1
008020         AFTER ADVANCING PAGE.
008030     WRITE INTEGRITY-REPORT-RECORD FROM WRK-LINHA-CABEC2
008040         AFTER ADVANCING 1 LINE.
008050     PERFORM 1100-CARREGA-CADASTRO THRU 1100-EXIT.
008060     OPEN INPUT INACTIVE-MASTER.
008070     IF WRK-INA-OK
008080         SET WRK-INATIVOS-DISPONIVEL TO TRUE
008090     END-IF.
008100 1000-EXIT.
008110     EXIT.
008120******************************************************************
008130* 1085-DETERMINA-DATA - OBTEM A DATA DE VIGENCIA DO LOTE DO
008140*                       ULTIMO REGISTRO DO DATEAUD (GRAVADO PELO
008150*                       PROGCOB03), CAINDO NA DATA DO SISTEMA SE
008160*                       O ARQUIVO FALTAR OU ESTIVER VAZIO -
008170*                       MESMO IDIOMA DO PROGCOB04.
008180******************************************************************
008190 1085-DETERMINA-DATA.
008200     ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
008210     OPEN INPUT AUDIT-FILE.
008220     IF WRK-AUDIT-OK
008230         PERFORM 1087-LE-AUDITORIA THRU 1087-EXIT
008240             UNTIL WRK-AUDIT-EOF
008250         CLOSE AUDIT-FILE
008260     END-IF.
008270 1085-EXIT.
008280     EXIT.
008290 1087-LE-AUDITORIA.
008300     READ AUDIT-FILE
008310         AT END
008320             SET WRK-AUDIT-EOF TO TRUE
008330         NOT AT END
008340             MOVE AUD-DATA TO WRK-DATA-ATUAL
008350     END-READ.
008360 1087-EXIT.
008370     EXIT.
008380******************************************************************
008390* 1100-CARREGA-CADASTRO - LE O EMPLOYEE-MASTER INTEIRO PARA A
008400*                         TABELA DE FUNCIONARIOS. CADASTRO MAIOR
008410*                         QUE A TABELA E FATAL: SEM TODAS AS
008420*                         MATRICULAS A CRITICA APONTARIA FALSOS
008430*                         ORFAOS.
008440******************************************************************
008450 1100-CARREGA-CADASTRO.
008460     MOVE ZERO TO WRK-QTD-FUNCIONARIOS.
008470     OPEN INPUT EMPLOYEE-MASTER.
008480     IF NOT WRK-EMP-OK
008490         DISPLAY 'ERRO AO ABRIR EMPLOYEE-MASTER: '
008500             WRK-EMP-STATUS
008510         CLOSE INTEGRITY-REPORT-FILE
008520         MOVE 8 TO RETURN-CODE
008530         GOBACK
008540     END-IF.
008550     PERFORM 1105-LE-EMPLOYEE THRU 1105-EXIT
008560         UNTIL WRK-EMP-EOF OR WRK-ERRO-FATAL.
008570     CLOSE EMPLOYEE-MASTER.
008580     IF WRK-ERRO-FATAL
008590         MOVE 'FATAL'    TO OCR-CLASSE
008600         MOVE 'EMPMAST'  TO OCR-ARQUIVO
008610         MOVE EMP-ID     TO OCR-MATRICULA
008620         MOVE 'CADASTRO MAIOR QUE A TABELA - NAO VERIFICADO'
008630             TO OCR-TEXTO
008640         PERFORM 7000-IMPRIME-OCORRENCIA THRU 7000-EXIT
008650     END-IF.
008660 1100-EXIT.
008670     EXIT.
008680 1105-LE-EMPLOYEE.
008690     READ EMPLOYEE-MASTER NEXT RECORD
008700         AT END
008710             SET WRK-EMP-EOF TO TRUE
008720         NOT AT END
008730             IF WRK-QTD-FUNCIONARIOS < WRK-MAX-FUNCIONARIOS
008740                 ADD 1 TO WRK-QTD-FUNCIONARIOS
008750                 ADD 1 TO WRK-CONT-FUNCIONARIOS
008760                 MOVE EMP-ID
008770                     TO TAB-FUN-MATRICULA(WRK-QTD-FUNCIONARIOS)
008780                 MOVE EMP-SITUACAO
008790                     TO TAB-FUN-SITUACAO(WRK-QTD-FUNCIONARIOS)
008800                 MOVE EMP-ADMISSAO
008810                     TO TAB-FUN-ADMISSAO(WRK-QTD-FUNCIONARIOS)
008820                 MOVE 'N'
008830                     TO TAB-FUN-SW-FERSALDO(WRK-QTD-FUNCIONARIOS)
008840                 MOVE 'N'
008850                     TO TAB-FUN-SW-PROVSALD(WRK-QTD-FUNCIONARIOS)
008860             ELSE
008870                 SET WRK-ERRO-FATAL TO TRUE
008880             END-IF
008890     END-READ.
008900 1105-EXIT.
008910     EXIT.
008920******************************************************************
008930* 2500-PROCURA-FUNCIONARIO - PROCURA WRK-MATRICULA-VERIF NA
008940*                            TABELA DE FUNCIONARIOS; ACHADA,
008950*                            DEIXA O INDICE EM WRK-FUN-IDX.
008960******************************************************************
008970 2500-PROCURA-FUNCIONARIO.
008980     MOVE 'N' TO WRK-SW-FUN-ACHADO.
008990     PERFORM VARYING WRK-FUN-IDX FROM 1 BY 1
009000             UNTIL WRK-FUN-IDX > WRK-QTD-FUNCIONARIOS
009010                OR WRK-FUN-ACHADO
009020         IF TAB-FUN-MATRICULA(WRK-FUN-IDX) = WRK-MATRICULA-VERIF
009030             SET WRK-FUN-ACHADO TO TRUE
009040         END-IF
009050     END-PERFORM.
009060     IF WRK-FUN-ACHADO
009070         SUBTRACT 1 FROM WRK-FUN-IDX
009080     END-IF.
009090 2500-EXIT.
009100     EXIT.
009110******************************************************************
009120* 3100-VERIFICA-DEPMAST - DEPENDENTES (DEPMAST). SO A MATRICULA E
009130*                         CRITICADA: O DEPENDENTE DE DESLIGADO
009140*                         NAO GERA VALOR NA FOLHA.
009150******************************************************************
009160 3100-VERIFICA-DEPMAST.
009170     IF WRK-ERRO-FATAL
009180         GO TO 3100-EXIT
009190     END-IF.
009200     MOVE WRK-ARQ-DEPMAST TO WRK-ARQ-IDX.
009210     OPEN INPUT DEPENDENTS-FILE.
009220     IF NOT WRK-DEP-OK
009230         PERFORM 3950-ARQUIVO-INDISPONIVEL THRU 3950-EXIT
009240         GO TO 3100-EXIT
009250     END-IF.
009260     MOVE 'S' TO TAB-ARQ-SW-LIDO(WRK-ARQ-IDX).
009270     PERFORM 3105-LE-DEPMAST THRU 3105-EXIT
009280         UNTIL WRK-DEP-EOF.
009290     CLOSE DEPENDENTS-FILE.
009300 3100-EXIT.
009310     EXIT.
009320 3105-LE-DEPMAST.
009330     READ DEPENDENTS-FILE
009340         AT END
009350             SET WRK-DEP-EOF TO TRUE
009360         NOT AT END
009370             MOVE DEP-MATRICULA TO WRK-MATRICULA-VERIF
009380             MOVE 'N' TO WRK-SW-PENDENTE
009390             PERFORM 3900-CLASSIFICA-REGISTRO THRU 3900-EXIT
009400     END-READ.
009410 3105-EXIT.
009420     EXIT.
009430******************************************************************
009440* 3200-VERIFICA-CONSIG - CONSIGNACOES (CONSIG). EM ABERTO E A QUE
009450*                        AINDA TEM PARCELAS A DESCONTAR.
009460******************************************************************
009470 3200-VERIFICA-CONSIG.
009480     IF WRK-ERRO-FATAL
009490         GO TO 3200-EXIT
009500     END-IF.
009510     MOVE WRK-ARQ-CONSIG TO WRK-ARQ-IDX.
009520     MOVE 'CONSIGNACAO COM PARCELAS EM ABERTO PARA DESLIGADO'
009530         TO WRK-TEXTO-PENDENTE.
009540     OPEN INPUT CONSIGNATION-FILE.
009550     IF NOT WRK-CSG-OK
009560         PERFORM 3950-ARQUIVO-INDISPONIVEL THRU 3950-EXIT
009570         GO TO 3200-EXIT
009580     END-IF.
009590     MOVE 'S' TO TAB-ARQ-SW-LIDO(WRK-ARQ-IDX).
009600     PERFORM 3205-LE-CONSIG THRU 3205-EXIT
009610         UNTIL WRK-CSG-EOF.
009620     CLOSE CONSIGNATION-FILE.
009630 3200-EXIT.
009640     EXIT.
009650 3205-LE-CONSIG.
009660     READ CONSIGNATION-FILE
009670         AT END
009680             SET WRK-CSG-EOF TO TRUE
009690         NOT AT END
009700             MOVE CSG-MATRICULA TO WRK-MATRICULA-VERIF
009710             MOVE 'N' TO WRK-SW-PENDENTE
009720             IF CSG-PARCELAS IS NOT NUMERIC
009730                     OR CSG-PARCELAS > ZERO
009740                 SET WRK-REGISTRO-PENDENTE TO TRUE
009750             END-IF
009760             PERFORM 3900-CLASSIFICA-REGISTRO THRU 3900-EXIT
009770     END-READ.
009780 3205-EXIT.
009790     EXIT.
009800******************************************************************
009810* 3300-VERIFICA-MOVFOLHA - MOVIMENTOS DO MES (MOVFOLHA). TODO
009820*                          MOVIMENTO AINDA NAO PROCESSADO E
009830*                          PENDENTE.
009840******************************************************************
009850 3300-VERIFICA-MOVFOLHA.
009860     IF WRK-ERRO-FATAL
009870         GO TO 3300-EXIT
009880     END-IF.
009890     MOVE WRK-ARQ-MOVFOLHA TO WRK-ARQ-IDX.
009900     MOVE 'MOVIMENTO PENDENTE PARA DESLIGADO'
009910         TO WRK-TEXTO-PENDENTE.
009920     OPEN INPUT MOVEMENTS-FILE.
009930     IF NOT WRK-MOV-OK
009940         PERFORM 3950-ARQUIVO-INDISPONIVEL THRU 3950-EXIT
009950         GO TO 3300-EXIT
009960     END-IF.
009970     MOVE 'S' TO TAB-ARQ-SW-LIDO(WRK-ARQ-IDX).
009980     PERFORM 3305-LE-MOVFOLHA THRU 3305-EXIT
009990         UNTIL WRK-MOV-EOF.
010000     CLOSE MOVEMENTS-FILE.
010010 3300-EXIT.
010020     EXIT.
010030 3305-LE-MOVFOLHA.
010040     READ MOVEMENTS-FILE
010050         AT END
010060             SET WRK-MOV-EOF TO TRUE
010070         NOT AT END
010080             MOVE MOV-MATRICULA TO WRK-MATRICULA-VERIF
010090             SET WRK-REGISTRO-PENDENTE TO TRUE
010100             PERFORM 3900-CLASSIFICA-REGISTRO THRU 3900-EXIT
010110     END-READ.
010120 3305-EXIT.
010130     EXIT.
010140******************************************************************
010150* 3400-VERIFICA-FERSALDO - SALDOS DE FERIAS (FERSALDO). EM ABERTO
010160*                          E O PERIODO COM DIAS DE DIREITO AINDA
010170*                          NAO GOZADOS. MARCA NA TABELA QUEM TEM
010180*                          SALDO, PARA A CRITICA DOS OBRIGATORIOS.
010190******************************************************************
010200 3400-VERIFICA-FERSALDO.
010210     IF WRK-ERRO-FATAL
010220         GO TO 3400-EXIT
010230     END-IF.
010240     MOVE WRK-ARQ-FERSALDO TO WRK-ARQ-IDX.
010250     MOVE 'SALDO DE FERIAS NAO QUITADO PARA DESLIGADO'
010260         TO WRK-TEXTO-PENDENTE.
010270     OPEN INPUT VACATION-BALANCE-FILE.
010280     IF NOT WRK-FSD-OK
010290         PERFORM 3950-ARQUIVO-INDISPONIVEL THRU 3950-EXIT
010300         GO TO 3400-EXIT
010310     END-IF.
010320     MOVE 'S' TO TAB-ARQ-SW-LIDO(WRK-ARQ-IDX).
010330     PERFORM 3405-LE-FERSALDO THRU 3405-EXIT
010340         UNTIL WRK-FSD-EOF.
010350     CLOSE VACATION-BALANCE-FILE.
010360 3400-EXIT.
010370     EXIT.
010380 3405-LE-FERSALDO.
010390     READ VACATION-BALANCE-FILE
010400         AT END
010410             SET WRK-FSD-EOF TO TRUE
010420         NOT AT END
010430             MOVE FSD-MATRICULA TO WRK-MATRICULA-VERIF
010440             MOVE 'N' TO WRK-SW-PENDENTE
010450             IF FSD-DIAS-DIREITO IS NUMERIC
010460                     AND FSD-DIAS-GOZADOS IS NUMERIC
010470                 IF FSD-DIAS-DIREITO > FSD-DIAS-GOZADOS
010480                     SET WRK-REGISTRO-PENDENTE TO TRUE
010490                 END-IF
010500             END-IF
010510             PERFORM 3900-CLASSIFICA-REGISTRO THRU 3900-EXIT
010520             IF WRK-FUN-ACHADO
010530                 MOVE 'S' TO TAB-FUN-SW-FERSALDO(WRK-FUN-IDX)
010540             END-IF
010550     END-READ.
010560 3405-EXIT.
010570     EXIT.
010580******************************************************************
010590* 3500-VERIFICA-FERAGEND - FERIAS AGENDADAS (FERAGEND). TODO
010600*                          AGENDAMENTO E PENDENTE ATE A FOLHA DE
010610*                          FERIAS CONSUMI-LO.
010620******************************************************************
010630 3500-VERIFICA-FERAGEND.
010640     IF WRK-ERRO-FATAL
010650         GO TO 3500-EXIT
010660     END-IF.
010670     MOVE WRK-ARQ-FERAGEND TO WRK-ARQ-IDX.
010680     MOVE 'FERIAS AGENDADAS PARA DESLIGADO'
010690         TO WRK-TEXTO-PENDENTE.
010700     OPEN INPUT VACATION-SCHED-FILE.
010710     IF NOT WRK-AGD-OK
010720         PERFORM 3950-ARQUIVO-INDISPONIVEL THRU 3950-EXIT
010730         GO TO 3500-EXIT
010740     END-IF.
010750     MOVE 'S' TO TAB-ARQ-SW-LIDO(WRK-ARQ-IDX).
010760     PERFORM 3505-LE-FERAGEND THRU 3505-EXIT
010770         UNTIL WRK-AGD-EOF.
010780     CLOSE VACATION-SCHED-FILE.
010790 3500-EXIT.
010800     EXIT.
010810 3505-LE-FERAGEND.
010820     READ VACATION-SCHED-FILE
010830         AT END
010840             SET WRK-AGD-EOF TO TRUE
010850         NOT AT END
010860             MOVE AGD-MATRICULA TO WRK-MATRICULA-VERIF
010870             SET WRK-REGISTRO-PENDENTE TO TRUE
010880             PERFORM 3900-CLASSIFICA-REGISTRO THRU 3900-EXIT
010890     END-READ.
010900 3505-EXIT.
010910     EXIT.
010920******************************************************************
010930* 3600-VERIFICA-PROVSALD - SALDOS DE PROVISAO DE 13O E FERIAS
010940*                          (PROVSALD, DO PROGCOB22). EM ABERTO E
010950*                          O SALDO AINDA NAO BAIXADO. MARCA NA
010960*                          TABELA QUEM TEM SALDO, PARA A CRITICA
010970*                          DOS OBRIGATORIOS.
010980******************************************************************
010990 3600-VERIFICA-PROVSALD.
011000     IF WRK-ERRO-FATAL
011010         GO TO 3600-EXIT
011020     END-IF.
011030     MOVE WRK-ARQ-PROVSALD TO WRK-ARQ-IDX.
011040     MOVE 'SALDO DE PROVISAO NAO BAIXADO PARA DESLIGADO'
011050         TO WRK-TEXTO-PENDENTE.
011060     OPEN INPUT PROVISION-BALANCE-FILE.
011070     IF NOT WRK-PSD-OK
011080         PERFORM 3950-ARQUIVO-INDISPONIVEL THRU 3950-EXIT
011090         GO TO 3600-EXIT
011100     END-IF.
011110     MOVE 'S' TO TAB-ARQ-SW-LIDO(WRK-ARQ-IDX).
011120     PERFORM 3605-LE-PROVSALD THRU 3605-EXIT
011130         UNTIL WRK-PSD-EOF.
011140     CLOSE PROVISION-BALANCE-FILE.
011150 3600-EXIT.
011160     EXIT.
011170 3605-LE-PROVSALD.
011180     READ PROVISION-BALANCE-FILE
011190         AT END
011200             SET WRK-PSD-EOF TO TRUE
011210         NOT AT END
011220             MOVE PSD-MATRICULA TO WRK-MATRICULA-VERIF
011230             MOVE 'N' TO WRK-SW-PENDENTE
011240             IF PSD-SALDO-13O IS NOT NUMERIC
011250                     OR PSD-SALDO-FERIAS IS NOT NUMERIC
011260                 SET WRK-REGISTRO-PENDENTE TO TRUE
011270             ELSE
011280                 IF PSD-SALDO-13O > ZERO
011290                         OR PSD-SALDO-FERIAS > ZERO
011300                     SET WRK-REGISTRO-PENDENTE TO TRUE
011310                 END-IF
011320             END-IF
011330             PERFORM 3900-CLASSIFICA-REGISTRO THRU 3900-EXIT
011340             IF WRK-FUN-ACHADO
011350                 MOVE 'S' TO TAB-FUN-SW-PROVSALD(WRK-FUN-IDX)
011360             END-IF
011370     END-READ.
011380 3605-EXIT.
011390     EXIT.
011400******************************************************************
011410* 3700-VERIFICA-PAYSUSP - REJEICOES DO PAYSUSP (PROGCOB04 E
011420*                         PROGCOB14). O ARQUIVO SO ACUMULA O QUE
011430*                         AINDA ESPERA REPROCESSO, ENTAO TODA
011440*                         ENTRADA E PENDENTE; A MATRICULA E A DA
011450*                         IMAGEM DO REGISTRO REJEITADO.
011460******************************************************************
011470 3700-VERIFICA-PAYSUSP.
011480     IF WRK-ERRO-FATAL
011490         GO TO 3700-EXIT
011500     END-IF.
011510     MOVE WRK-ARQ-PAYSUSP TO WRK-ARQ-IDX.
011520     MOVE 'REJEICAO PENDENTE DE REPROCESSO PARA DESLIGADO'
011530         TO WRK-TEXTO-PENDENTE.
011540     OPEN INPUT SUSPENSE-FILE.
011550     IF NOT WRK-SUS-OK
011560         PERFORM 3950-ARQUIVO-INDISPONIVEL THRU 3950-EXIT
011570         GO TO 3700-EXIT
011580     END-IF.
011590     MOVE 'S' TO TAB-ARQ-SW-LIDO(WRK-ARQ-IDX).
011600     PERFORM 3705-LE-PAYSUSP THRU 3705-EXIT
011610         UNTIL WRK-SUS-EOF.
011620     CLOSE SUSPENSE-FILE.
011630 3700-EXIT.
011640     EXIT.
011650 3705-LE-PAYSUSP.
011660     READ SUSPENSE-FILE
011670         AT END
011680             SET WRK-SUS-EOF TO TRUE
011690         NOT AT END
011700             MOVE SUS-EMP-MATRICULA TO WRK-MATRICULA-VERIF
011710             SET WRK-REGISTRO-PENDENTE TO TRUE
011720             PERFORM 3900-CLASSIFICA-REGISTRO THRU 3900-EXIT
011730     END-READ.
011740 3705-EXIT.
011750     EXIT.
011760******************************************************************
011770* 3800-VERIFICA-BENEF - ADESOES A BENEFICIOS (BENEF, DO
011780*                       PROGCOB34). EM ABERTO E A ADESAO SEM DATA
011790*                       DE FIM OU COM FIM A PARTIR DO INICIO DA
011800*                       COMPETENCIA.
011810******************************************************************
011820 3800-VERIFICA-BENEF.
011830     IF WRK-ERRO-FATAL
011840         GO TO 3800-EXIT
011850     END-IF.
011860     MOVE WRK-ARQ-BENEF TO WRK-ARQ-IDX.
011870     MOVE 'ADESAO A BENEFICIO NAO ENCERRADA PARA DESLIGADO'
011880         TO WRK-TEXTO-PENDENTE.
011890     OPEN INPUT BENEFIT-FILE.
011900     IF NOT WRK-BEN-OK
011910         PERFORM 3950-ARQUIVO-INDISPONIVEL THRU 3950-EXIT
011920         GO TO 3800-EXIT
011930     END-IF.
011940     MOVE 'S' TO TAB-ARQ-SW-LIDO(WRK-ARQ-IDX).
011950     PERFORM 3805-LE-BENEF THRU 3805-EXIT
011960         UNTIL WRK-BEN-EOF.
011970     CLOSE BENEFIT-FILE.
011980 3800-EXIT.
011990     EXIT.
012000 3805-LE-BENEF.
012010     READ BENEFIT-FILE
012020         AT END
012030             SET WRK-BEN-EOF TO TRUE
012040         NOT AT END
012050             MOVE BEN-MATRICULA TO WRK-MATRICULA-VERIF
012060             MOVE 'N' TO WRK-SW-PENDENTE
012070             IF BEN-DATA-FIM IS NOT NUMERIC
012080                 SET WRK-REGISTRO-PENDENTE TO TRUE
012090             ELSE
012100                 IF BEN-DATA-FIM = ZEROS
012110                         OR BEN-DATA-FIM >= WRK-INI-COMPETENCIA
012120                     SET WRK-REGISTRO-PENDENTE TO TRUE
012130                 END-IF
012140             END-IF
012150             PERFORM 3900-CLASSIFICA-REGISTRO THRU 3900-EXIT
012160     END-READ.
012170 3805-EXIT.
012180     EXIT.
012190******************************************************************
012200* 3900-CLASSIFICA-REGISTRO - CRITICA O REGISTRO LIDO DO ARQUIVO
012210*                            WRK-ARQ-IDX: MATRICULA FORA DO
012220*                            CADASTRO E ERRO NOS ARQUIVOS QUE
012230*                            LEVAM VALOR PARA A FOLHA DO MES E
012240*                            AVISO NOS DEMAIS; REGISTRO EM ABERTO
012250*                            DE FUNCIONARIO DESLIGADO E AVISO. A
012260*                            MATRICULA JA EXPURGADA PARA O EMPINAT
012270*                            CONTA COMO DESLIGADO.
012280******************************************************************
012290 3900-CLASSIFICA-REGISTRO.
012300     ADD 1 TO TAB-ARQ-LIDOS(WRK-ARQ-IDX).
012310     PERFORM 2500-PROCURA-FUNCIONARIO THRU 2500-EXIT.
012320     MOVE TAB-ARN-NOME(WRK-ARQ-IDX) TO OCR-ARQUIVO.
012330     MOVE WRK-MATRICULA-VERIF       TO OCR-MATRICULA.
012340     IF NOT WRK-FUN-ACHADO
012350         PERFORM 3910-PROCURA-INATIVO THRU 3910-EXIT
012360         GO TO 3900-EXIT
012370     END-IF.
012380     IF WRK-REGISTRO-PENDENTE
012390             AND TAB-FUN-SITUACAO(WRK-FUN-IDX) = 'D'
012400         ADD 1 TO TAB-ARQ-DESLIGADOS(WRK-ARQ-IDX)
012410         MOVE 'AVISO' TO OCR-CLASSE
012420         MOVE WRK-TEXTO-PENDENTE TO OCR-TEXTO
012430         PERFORM 7000-IMPRIME-OCORRENCIA THRU 7000-EXIT
012440         ADD 1 TO WRK-CONT-AVISOS
012450     END-IF.
012460 3900-EXIT.
012470     EXIT.
012480******************************************************************
012490* 3910-PROCURA-INATIVO - MATRICULA FORA DO EMPLOYEE-MASTER: SE
012500*                        ESTA NO CADASTRO DE INATIVOS E UM
012510*                        DESLIGADO EXPURGADO (AVISO SO PARA O
012520*                        REGISTRO EM ABERTO); SENAO E ORFA.
012530******************************************************************
012540 3910-PROCURA-INATIVO.
012550     IF WRK-INATIVOS-DISPONIVEL
012560         MOVE WRK-MATRICULA-VERIF TO INA-ID
012570         READ INACTIVE-MASTER
012580             INVALID KEY
012590                 CONTINUE
012600             NOT INVALID KEY
012610                 IF WRK-REGISTRO-PENDENTE
012620                     ADD 1 TO TAB-ARQ-DESLIGADOS(WRK-ARQ-IDX)
012630                     MOVE 'AVISO' TO OCR-CLASSE
012640                     MOVE WRK-TEXTO-PENDENTE TO OCR-TEXTO
012650                     PERFORM 7000-IMPRIME-OCORRENCIA
012660                         THRU 7000-EXIT
012670                     ADD 1 TO WRK-CONT-AVISOS
012680                 END-IF
012690                 GO TO 3910-EXIT
012700         END-READ
012710     END-IF.
012720     ADD 1 TO TAB-ARQ-ORFAOS(WRK-ARQ-IDX).
012730     IF TAB-ARN-ORFAO-GRAVE(WRK-ARQ-IDX) = 'S'
012740         MOVE 'ERRO'  TO OCR-CLASSE
012750         ADD 1 TO WRK-CONT-ERROS
012760     ELSE
012770         MOVE 'AVISO' TO OCR-CLASSE
012780         ADD 1 TO WRK-CONT-AVISOS
012790     END-IF.
012800     MOVE 'MATRICULA INEXISTENTE NO EMPLOYEE-MASTER'
012810         TO OCR-TEXTO.
012820     PERFORM 7000-IMPRIME-OCORRENCIA THRU 7000-EXIT.
012830 3910-EXIT.
012840     EXIT.
012850******************************************************************
012860* 3950-ARQUIVO-INDISPONIVEL - ARQUIVO SATELITE QUE NAO ABRE: UM
012870*                             AVISO E O ARQUIVO FICA SEM
012880*                             VERIFICACAO NO RESUMO.
012890******************************************************************
012900 3950-ARQUIVO-INDISPONIVEL.
012910     MOVE 'AVISO' TO OCR-CLASSE.
012920     MOVE TAB-ARN-NOME(WRK-ARQ-IDX) TO OCR-ARQUIVO.
012930     MOVE SPACES TO OCR-MATRICULA.
012940     MOVE 'ARQUIVO INDISPONIVEL - NAO VERIFICADO' TO OCR-TEXTO.
012950     PERFORM 7000-IMPRIME-OCORRENCIA THRU 7000-EXIT.
012960     ADD 1 TO WRK-CONT-AVISOS.
012970 3950-EXIT.
012980     EXIT.
012990******************************************************************
013000* 4000-VERIFICA-OBRIGATORIOS - FUNCIONARIO ATIVO ADMITIDO ANTES
013010*                              DA COMPETENCIA SEM SALDO DE FERIAS
013020*                              (FERSALDO) OU SEM SALDO DE PROVISAO
013030*                              (PROVSALD). CADA ARQUIVO SO ENTRA
013040*                              NA CRITICA QUANDO FOI LIDO E TEM
013050*                              REGISTROS - ANTES DA PRIMEIRA FOLHA
013060*                              OU DA PRIMEIRA PROVISAO ELE E
013070*                              VAZIO PARA TODOS.
013080******************************************************************
013090 4000-VERIFICA-OBRIGATORIOS.
013100     IF WRK-ERRO-FATAL
013110         GO TO 4000-EXIT
013120     END-IF.
013130     PERFORM 4100-VERIFICA-FUNCIONARIO THRU 4100-EXIT
013140         VARYING WRK-FUN-IDX FROM 1 BY 1
013150         UNTIL WRK-FUN-IDX > WRK-QTD-FUNCIONARIOS.
013160 4000-EXIT.
013170     EXIT.
013180 4100-VERIFICA-FUNCIONARIO.
013190     IF TAB-FUN-SITUACAO(WRK-FUN-IDX) = 'D'
013200         GO TO 4100-EXIT
013210     END-IF.
013220     IF TAB-FUN-ADMISSAO(WRK-FUN-IDX) IS NOT NUMERIC
013230         GO TO 4100-EXIT
013240     END-IF.
013250     IF TAB-FUN-ADMISSAO(WRK-FUN-IDX) >= WRK-INI-COMPETENCIA
013260         GO TO 4100-EXIT
013270     END-IF.
013280     MOVE 'AVISO' TO OCR-CLASSE.
013290     MOVE TAB-FUN-MATRICULA(WRK-FUN-IDX) TO OCR-MATRICULA.
013300     IF TAB-ARQ-VERIFICADO(WRK-ARQ-FERSALDO)
013310             AND TAB-ARQ-LIDOS(WRK-ARQ-FERSALDO) > ZERO
013320             AND TAB-FUN-SW-FERSALDO(WRK-FUN-IDX) NOT = 'S'
013330         MOVE 'FERSALDO' TO OCR-ARQUIVO
013340         MOVE 'FUNCIONARIO ATIVO SEM SALDO DE FERIAS'
013350             TO OCR-TEXTO
013360         PERFORM 7000-IMPRIME-OCORRENCIA THRU 7000-EXIT
013370         ADD 1 TO WRK-CONT-AVISOS
013380     END-IF.
013390     IF TAB-ARQ-VERIFICADO(WRK-ARQ-PROVSALD)
013400             AND TAB-ARQ-LIDOS(WRK-ARQ-PROVSALD) > ZERO
013410             AND TAB-FUN-SW-PROVSALD(WRK-FUN-IDX) NOT = 'S'
013420         MOVE 'PROVSALD' TO OCR-ARQUIVO
013430         MOVE 'FUNCIONARIO ATIVO SEM SALDO DE PROVISAO'
013440             TO OCR-TEXTO
013450         PERFORM 7000-IMPRIME-OCORRENCIA THRU 7000-EXIT
013460         ADD 1 TO WRK-CONT-AVISOS
013470     END-IF.
013480 4100-EXIT.
013490     EXIT.
013500******************************************************************
013510* 7000-IMPRIME-OCORRENCIA - GRAVA A LINHA DE OCORRENCIA NO
013520*                           RELATORIO E NO CONSOLE.
013530******************************************************************
013540 7000-IMPRIME-OCORRENCIA.
013550     WRITE INTEGRITY-REPORT-RECORD FROM WRK-LINHA-OCORRENCIA
013560         AFTER ADVANCING 1 LINE.
013570     DISPLAY WRK-LINHA-OCORRENCIA.
013580 7000-EXIT.
013590     EXIT.
013600******************************************************************
013610* 9000-FINALIZE - IMPRIME O RESUMO POR ARQUIVO E OS TOTAIS E
013620*                 FECHA O RELATORIO.
013630******************************************************************
013640 9000-FINALIZE.
013650     PERFORM 9100-IMPRIME-RESUMO THRU 9100-EXIT
013660         VARYING WRK-ARQ-IDX FROM 1 BY 1
013670         UNTIL WRK-ARQ-IDX > WRK-QTD-ARQUIVOS.
013680     MOVE WRK-CONT-FUNCIONARIOS TO TOT-FUNCIONARIOS.
013690     MOVE WRK-CONT-ERROS        TO TOT-ERROS.
013700     MOVE WRK-CONT-AVISOS       TO TOT-AVISOS.
013710     WRITE INTEGRITY-REPORT-RECORD FROM WRK-LINHA-TOTAIS
013720         AFTER ADVANCING 2 LINES.
013730     DISPLAY '--------------------------------------------'.
013740     DISPLAY 'FUNCIONARIOS NO CADASTRO: ' WRK-CONT-FUNCIONARIOS.
013750     DISPLAY 'ERROS ..................: ' WRK-CONT-ERROS.
013760     DISPLAY 'AVISOS .................: ' WRK-CONT-AVISOS.
013770     IF WRK-INATIVOS-DISPONIVEL
013780         CLOSE INACTIVE-MASTER
013790     END-IF.
013800     CLOSE INTEGRITY-REPORT-FILE.
013810 9000-EXIT.
013820     EXIT.
013830 9100-IMPRIME-RESUMO.
013840     MOVE TAB-ARN-NOME(WRK-ARQ-IDX)       TO RES-ARQUIVO.
013850     MOVE TAB-ARQ-LIDOS(WRK-ARQ-IDX)      TO RES-LIDOS.
013860     MOVE TAB-ARQ-ORFAOS(WRK-ARQ-IDX)     TO RES-ORFAOS.
013870     MOVE TAB-ARQ-DESLIGADOS(WRK-ARQ-IDX) TO RES-DESLIGADOS.
013880     IF TAB-ARQ-VERIFICADO(WRK-ARQ-IDX)
013890         MOVE SPACES TO RES-SITUACAO
013900     ELSE
013910         MOVE '  NAO VERIFICADO' TO RES-SITUACAO
013920     END-IF.
013930     IF WRK-ARQ-IDX = 1
013940         WRITE INTEGRITY-REPORT-RECORD FROM WRK-LINHA-RESUMO
013950             AFTER ADVANCING 2 LINES
013960     ELSE
013970         WRITE INTEGRITY-REPORT-RECORD FROM WRK-LINHA-RESUMO
013980             AFTER ADVANCING 1 LINE
013990     END-IF.
014000 9100-EXIT.
014010     EXIT.
014020 END PROGRAM PROGCOB35.
