000220*                 COM RETURN-CODE 8 SEM TOCAR NO EMPMAST. A
000230*                 RESTAURACAO E EM DOIS PASSES SOBRE O BACKUP:
000240*                 CONFERENCIA E DEPOIS A REGRAVACAO.
000250* 2026-10-15 RRA  O EMPREC GANHOU EMP-ADMISSAO E EMP-CARGO: A
000260*                 IMAGEM NO DETALHE DO BACKUP CRESCEU PARA 79
000270*                 POSICOES E OCUPA O REGISTRO INTEIRO (LRECL=80
000280*                 MANTIDO).
000290* 2026-10-15 RRA  O EMPREC GANHOU EMP-EMPRESA: A IMAGEM NO DETALHE
000300*                 DO BACKUP PASSOU A 81 POSICOES E O EMPBKP A
000310*                 LRECL=82 (HEADER E TRAILER ACOMPANHAM).
000320******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. PROGCOB21.
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SPECIAL-NAMES.
000380     DECIMAL-POINT IS COMMA.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT EMPLOYEE-MASTER
000420         ASSIGN TO "EMPMAST"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS SEQUENTIAL
000450         RECORD KEY IS EMP-ID
000460         FILE STATUS IS WRK-EMP-STATUS.
000470     SELECT BACKUP-FILE
000480         ASSIGN TO "EMPBKP"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WRK-BKP-STATUS.
000510     SELECT SECURITY-MASTER-FILE
000520         ASSIGN TO "OPERSEC"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WRK-SEC-STATUS.
000550     SELECT SECURITY-AUDIT-FILE
000560         ASSIGN TO "SECAUD"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WRK-SECAUD-STATUS.
000590     SELECT OPERATOR-CONTROL-FILE
000600         ASSIGN TO "PAYOPER"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WRK-OPER-CFG-STATUS.
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  EMPLOYEE-MASTER
000660     LABEL RECORDS ARE STANDARD.
000670     COPY EMPREC.
000680 FD  BACKUP-FILE
000690     LABEL RECORDS ARE STANDARD.
000700 01  BACKUP-RECORD.
000710     05  BKP-TIPO                 PIC X(01).
000720     05  BKP-RESTO                PIC X(81).
000730 01  BACKUP-DETALHE.
000740     05  FILLER                   PIC X(01).
000750     05  BKD-IMAGEM               PIC X(81).
000760     05  BKD-IMAGEM-R REDEFINES BKD-IMAGEM.
000770         10  BKD-MATRICULA        PIC X(06).
000780         10  BKD-NOME             PIC X(30).
000790         10  BKD-SALARIO          PIC 9(06)V99.
000800         10  BKD-RESTO            PIC X(37).
000810 01  BACKUP-TRAILER.
000820     05  FILLER                   PIC X(01).
000830     05  BKT-QTDE                 PIC 9(07).
000840     05  BKT-BRUTO                PIC 9(10)V99.
000850     05  FILLER                   PIC X(62).
000860 FD  OPERATOR-CONTROL-FILE
000870     LABEL RECORDS ARE STANDARD.
000880 01  OPERATOR-CONTROL-RECORD.
000890     05  OPCFG-OPERADOR           PIC X(10).
000900     05  OPCFG-FILL1              PIC X(02).
000910     05  OPCFG-SENHA              PIC X(10).
000920 FD  SECURITY-MASTER-FILE
000930     LABEL RECORDS ARE STANDARD.
000940     COPY OPERSEC.
000950 FD  SECURITY-AUDIT-FILE
000960     LABEL RECORDS ARE STANDARD.
000970 01  SECAUD-RECORD.
000980     05  SEC-DATA                 PIC 9(08).
000990     05  SEC-FILL1                PIC X(02).
001000     05  SEC-HORA                 PIC 9(08).
001010     05  SEC-FILL2                PIC X(02).
001020     05  SEC-OPERADOR             PIC X(10).
001030     05  SEC-FILL3                PIC X(02).
001040     05  SEC-PROGRAMA             PIC X(09).
001050     05  SEC-FILL4                PIC X(02).
001060     05  SEC-MOTIVO               PIC X(20).
001070 WORKING-STORAGE SECTION.
001080 77  WRK-EMP-STATUS       PIC X(02) VALUE '00'.
001090     88  WRK-EMP-OK                  VALUE '00'.
001100 77  WRK-BKP-STATUS       PIC X(02) VALUE '00'.
001110     88  WRK-BKP-OK                  VALUE '00'.
001120     88  WRK-BKP-EOF                 VALUE '10'.
001130 77  WRK-SEC-STATUS       PIC X(02) VALUE '00'.
001140     88  WRK-SEC-OK                  VALUE '00'.
001150     88  WRK-SEC-EOF                 VALUE '10'.
001160 77  WRK-SECAUD-STATUS    PIC X(02) VALUE '00'.
001170     88  WRK-SECAUD-OK               VALUE '00'.
001180 77  WRK-OPER-CFG-STATUS  PIC X(02) VALUE '00'.
001190     88  WRK-OPER-CFG-OK             VALUE '00'.
001200 77  WRK-SW-OPER-ARQUIVO  PIC X(01) VALUE 'N'.
001210     88  WRK-OPER-ARQUIVO            VALUE 'S'.
001220 77  WRK-SW-OPERADOR      PIC X(01) VALUE 'N'.
001230     88  WRK-OPERADOR-VALIDO         VALUE 'S'.
001240 77  WRK-OPERADOR         PIC X(10) VALUE SPACES.
001250 77  WRK-SENHA            PIC X(10) VALUE SPACES.
001260 77  WRK-SW-OPR-ACHADO    PIC X(01) VALUE 'N'.
001270     88  WRK-OPR-ACHADO              VALUE 'S'.
001280 77  WRK-OPR-ATIVO        PIC X(01) VALUE 'N'.
001290 77  WRK-OPR-SENHA        PIC X(10) VALUE SPACES.
001300 77  WRK-OPR-AUT-FUNCAO   PIC X(01) VALUE 'N'.
001310 77  WRK-MOTIVO-LOGON     PIC X(20) VALUE SPACES.
001320 77  WRK-DATA-LOGON       PIC 9(08) VALUE ZEROS.
001330 77  WRK-HORA-LOGON       PIC 9(08) VALUE ZEROS.
001340 77  WRK-CONT-DETALHES    PIC 9(07) VALUE ZERO.
001350 77  WRK-TOTAL-BRUTO      PIC 9(10)V99 VALUE ZEROS.
001360 77  WRK-TRAILER-QTDE     PIC 9(07) VALUE ZERO.
001370 77  WRK-TRAILER-BRUTO    PIC 9(10)V99 VALUE ZEROS.
001380 77  WRK-SW-TRAILER       PIC X(01) VALUE 'N'.
001390     88  WRK-TRAILER-LIDO            VALUE 'S'.
001400 77  WRK-SW-CARIMBO       PIC X(01) VALUE 'S'.
001410     88  WRK-CARIMBO-CONFERE         VALUE 'S'.
001420 77  WRK-CONT-RESTAURADOS PIC 9(07) VALUE ZERO.
001430 PROCEDURE DIVISION.
001440******************************************************************
001450* 0000-MAINLINE - CONTROLA A RESTAURACAO DO EMPMAST.
001460******************************************************************
001470 0000-MAINLINE.
001480     PERFORM 0500-LOGON-OPERADOR THRU 0500-EXIT.
001490     IF NOT WRK-OPERADOR-VALIDO
001500         DISPLAY 'OPERADOR NAO AUTORIZADO: ' WRK-OPERADOR
001510         MOVE 8 TO RETURN-CODE
001520         GOBACK
001530     END-IF.
001540     PERFORM 2000-CONFERE-CARIMBO THRU 2000-EXIT.
001550     IF NOT WRK-CARIMBO-CONFERE
001560         DISPLAY 'CARIMBO DE CONTROLE NAO CONFERE - '
001570             'EMPMAST NAO FOI TOCADO'
001580         MOVE 8 TO RETURN-CODE
001590         GOBACK
001600     END-IF.
001610     PERFORM 3000-RESTAURA-CADASTRO THRU 3000-EXIT.
001620     PERFORM 9000-FINALIZE THRU 9000-EXIT.
001630     MOVE 0 TO RETURN-CODE.
001640     GOBACK.
001650******************************************************************
001660* 0500-LOGON-OPERADOR - OBTEM O OPERADOR E A SENHA DO PAYOPER,
001670*                       QUANDO PREPARADOS EXTERNAMENTE PARA UMA
001680*                       EXECUCAO EM LOTE, OU DO CONSOLE QUANDO O
001690*                       ARQUIVO NAO EXISTE OU ESTA VAZIO, E
001700*                       VALIDA CONTRA O CADASTRO DE SEGURANCA
001710*                       (OPERSEC): OPERADOR ATIVO, SENHA E
001720*                       AUTORIZACAO DE MANUTENCAO DE CADASTRO.
001730*                       TENTATIVA RECUSADA E GRAVADA NO SECAUD,
001740*                       NO MESMO IDIOMA DO PROGCOB02/03/04.
001750******************************************************************
001760 0500-LOGON-OPERADOR.
001770     MOVE 'N' TO WRK-SW-OPER-ARQUIVO.
001780     OPEN INPUT OPERATOR-CONTROL-FILE.
001790     IF WRK-OPER-CFG-OK
001800         READ OPERATOR-CONTROL-FILE
001810             AT END
001820                 CONTINUE
001830             NOT AT END
001840                 MOVE OPCFG-OPERADOR TO WRK-OPERADOR
001850                 MOVE OPCFG-SENHA    TO WRK-SENHA
001860                 SET WRK-OPER-ARQUIVO TO TRUE
001870         END-READ
001880         CLOSE OPERATOR-CONTROL-FILE
001890     END-IF.
001900     IF NOT WRK-OPER-ARQUIVO
001910         DISPLAY 'OPERADOR: ' WITH NO ADVANCING
001920         ACCEPT WRK-OPERADOR FROM CONSOLE
001930         DISPLAY 'SENHA: ' WITH NO ADVANCING
001940         ACCEPT WRK-SENHA FROM CONSOLE
001950     END-IF.
001960     MOVE 'N' TO WRK-SW-OPERADOR.
001970     MOVE SPACES TO WRK-MOTIVO-LOGON.
001980     PERFORM 0510-PROCURA-OPERSEC THRU 0510-EXIT.
001990     EVALUATE TRUE
002000         WHEN NOT WRK-OPR-ACHADO
002010             MOVE 'NAO CADASTRADO' TO WRK-MOTIVO-LOGON
002020         WHEN WRK-OPR-ATIVO NOT = 'S'
002030             MOVE 'OPERADOR INATIVO' TO WRK-MOTIVO-LOGON
002040         WHEN WRK-OPR-SENHA NOT = WRK-SENHA
002050             MOVE 'SENHA INVALIDA' TO WRK-MOTIVO-LOGON
002060         WHEN WRK-OPR-AUT-FUNCAO NOT = 'S'
002070             MOVE 'SEM AUTORIZACAO' TO WRK-MOTIVO-LOGON
002080         WHEN OTHER
002090             MOVE 'S' TO WRK-SW-OPERADOR
002100     END-EVALUATE.
002110     IF NOT WRK-OPERADOR-VALIDO
002120         DISPLAY 'LOGON RECUSADO (' WRK-MOTIVO-LOGON ') - '
002130             WRK-OPERADOR
002140         PERFORM 0520-GRAVA-SECAUD THRU 0520-EXIT
002150     END-IF.
002160 0500-EXIT.
002170     EXIT.
002180******************************************************************
002190* 0510-PROCURA-OPERSEC - PROCURA O OPERADOR NO CADASTRO DE
002200*                        SEGURANCA (OPERSEC) E GUARDA OS CAMPOS
002210*                        DO REGISTRO ACHADO (A AUTORIZACAO DESTE
002220*                        PROGRAMA E A DE MANUTENCAO DE CADASTRO).
002230*                        ARQUIVO INDISPONIVEL EQUIVALE A
002240*                        OPERADOR NAO CADASTRADO.
002250******************************************************************
002260 0510-PROCURA-OPERSEC.
002270     MOVE 'N' TO WRK-SW-OPR-ACHADO.
002280     OPEN INPUT SECURITY-MASTER-FILE.
002290     IF NOT WRK-SEC-OK
002300         DISPLAY 'CADASTRO DE SEGURANCA (OPERSEC) '
002310             'INDISPONIVEL: ' WRK-SEC-STATUS
002320         GO TO 0510-EXIT
002330     END-IF.
002340     PERFORM 0515-LE-OPERSEC THRU 0515-EXIT
002350         UNTIL WRK-SEC-EOF OR WRK-OPR-ACHADO.
002360     CLOSE SECURITY-MASTER-FILE.
002370 0510-EXIT.
002380     EXIT.
002390 0515-LE-OPERSEC.
002400     READ SECURITY-MASTER-FILE
002410         AT END
002420             SET WRK-SEC-EOF TO TRUE
002430         NOT AT END
002440             IF OPR-CODIGO = WRK-OPERADOR
002450                 SET WRK-OPR-ACHADO TO TRUE
002460                 MOVE OPR-ATIVO TO WRK-OPR-ATIVO
002470                 MOVE OPR-SENHA TO WRK-OPR-SENHA
002480                 MOVE OPR-AUT-CADASTRO
002490                     TO WRK-OPR-AUT-FUNCAO
002500             END-IF
002510     END-READ.
002520 0515-EXIT.
002530     EXIT.
002540******************************************************************
002550* 0520-GRAVA-SECAUD - REGISTRA A TENTATIVA DE LOGON RECUSADA NO
002560*                     SECAUD (DATA, HORA, OPERADOR, PROGRAMA E
002570*                     MOTIVO), NO MESMO IDIOMA DA TRILHA DO
002580*                     DATEAUD DO PROGCOB03.
002590******************************************************************
002600 0520-GRAVA-SECAUD.
002610     ACCEPT WRK-DATA-LOGON FROM DATE YYYYMMDD.
002620     ACCEPT WRK-HORA-LOGON FROM TIME.
002630     OPEN EXTEND SECURITY-AUDIT-FILE.
002640     IF NOT WRK-SECAUD-OK
002650         CLOSE SECURITY-AUDIT-FILE
002660         OPEN OUTPUT SECURITY-AUDIT-FILE
002670     END-IF.
002680     IF NOT WRK-SECAUD-OK
002690         DISPLAY 'ERRO AO ABRIR SECAUD: ' WRK-SECAUD-STATUS
002700         GO TO 0520-EXIT
002710     END-IF.
002720     MOVE WRK-DATA-LOGON TO SEC-DATA.
002730     MOVE SPACES         TO SEC-FILL1.
002740     MOVE WRK-HORA-LOGON TO SEC-HORA.
002750     MOVE SPACES         TO SEC-FILL2.
002760     MOVE WRK-OPERADOR   TO SEC-OPERADOR.
002770     MOVE SPACES         TO SEC-FILL3.
002780     MOVE 'PROGCOB21'    TO SEC-PROGRAMA.
002790     MOVE SPACES         TO SEC-FILL4.
002800     MOVE WRK-MOTIVO-LOGON TO SEC-MOTIVO.
002810     WRITE SECAUD-RECORD.
002820     IF NOT WRK-SECAUD-OK
002830         DISPLAY 'ERRO AO GRAVAR SECAUD: ' WRK-SECAUD-STATUS
002840     END-IF.
002850     CLOSE SECURITY-AUDIT-FILE.
002860 0520-EXIT.
002870     EXIT.
002880******************************************************************
002890* 2000-CONFERE-CARIMBO - PRIMEIRO PASSE SOBRE O BACKUP: CONTA OS
002900*                        DETALHES, SOMA OS SALARIOS NUMERICOS
002910*                        (MESMA REGRA DO PROGCOB20) E CONFERE
002920*                        CONTRA O TRAILER. SEM TRAILER, OU COM O
002930*                        CARIMBO DIVERGENTE, A RESTAURACAO E
002940*                        RECUSADA.
002950******************************************************************
002960 2000-CONFERE-CARIMBO.
002970     OPEN INPUT BACKUP-FILE.
002980     IF NOT WRK-BKP-OK
002990         DISPLAY 'ERRO AO ABRIR BACKUP-FILE: ' WRK-BKP-STATUS
003000         MOVE 8 TO RETURN-CODE
003010         GOBACK
003020     END-IF.
003030     PERFORM 2100-LE-BACKUP THRU 2100-EXIT
003040         UNTIL WRK-BKP-EOF.
003050     CLOSE BACKUP-FILE.
003060     DISPLAY 'CONFERENCIA DO BACKUP:'.
003070     DISPLAY '  DETALHES CONTADOS .: ' WRK-CONT-DETALHES.
003080     DISPLAY '  QTDE DO CARIMBO ...: ' WRK-TRAILER-QTDE.
003090     DISPLAY '  BRUTO SOMADO ......: ' WRK-TOTAL-BRUTO.
003100     DISPLAY '  BRUTO DO CARIMBO ..: ' WRK-TRAILER-BRUTO.
003110     IF NOT WRK-TRAILER-LIDO
003120         DISPLAY '  SITUACAO ..........: TRAILER AUSENTE'
003130             ' (GERACAO TRUNCADA)'
003140         MOVE 'N' TO WRK-SW-CARIMBO
003150         GO TO 2000-EXIT
003160     END-IF.
003170     IF WRK-CONT-DETALHES NOT = WRK-TRAILER-QTDE
003180             OR WRK-TOTAL-BRUTO NOT = WRK-TRAILER-BRUTO
003190         DISPLAY '  SITUACAO ..........: CARIMBO FORA DE'
003200             ' BALANCO (OUT OF BALANCE)'
003210         MOVE 'N' TO WRK-SW-CARIMBO
003220     ELSE
003230         DISPLAY '  SITUACAO ..........: CARIMBO CONFERE'
003240             ' (MATCH)'
003250     END-IF.
003260 2000-EXIT.
003270     EXIT.
003280 2100-LE-BACKUP.
003290     READ BACKUP-FILE
003300         AT END
003310             SET WRK-BKP-EOF TO TRUE
003320         NOT AT END
003330             EVALUATE BKP-TIPO
003340                 WHEN '1'
003350                     ADD 1 TO WRK-CONT-DETALHES
003360                     IF BKD-SALARIO IS NUMERIC
003370                         ADD BKD-SALARIO TO WRK-TOTAL-BRUTO
003380                     END-IF
003390                 WHEN '9'
003400                     SET WRK-TRAILER-LIDO TO TRUE
003410                     MOVE BKT-QTDE  TO WRK-TRAILER-QTDE
003420                     MOVE BKT-BRUTO TO WRK-TRAILER-BRUTO
003430                 WHEN OTHER
003440                     CONTINUE
003450             END-EVALUATE
003460     END-READ.
003470 2100-EXIT.
003480     EXIT.
003490******************************************************************
003500* 3000-RESTAURA-CADASTRO - SEGUNDO PASSE: REGRAVA O EMPMAST DO
003510*                          ZERO COM OS DETALHES DO BACKUP (JA
003520*                          EM ORDEM DE CHAVE, COMO O PROGCOB20
003530*                          OS LEU).
003540******************************************************************
003550 3000-RESTAURA-CADASTRO.
003560     OPEN OUTPUT EMPLOYEE-MASTER.
003570     IF NOT WRK-EMP-OK
003580         DISPLAY 'ERRO AO ABRIR EMPLOYEE-MASTER: '
003590             WRK-EMP-STATUS
003600         MOVE 8 TO RETURN-CODE
003610         GOBACK
003620     END-IF.
003630     MOVE '00' TO WRK-BKP-STATUS.
003640     OPEN INPUT BACKUP-FILE.
003650     IF NOT WRK-BKP-OK
003660         DISPLAY 'ERRO AO REABRIR BACKUP-FILE: '
003670             WRK-BKP-STATUS
003680         CLOSE EMPLOYEE-MASTER
003690         MOVE 8 TO RETURN-CODE
003700         GOBACK
003710     END-IF.
003720     PERFORM 3100-RESTAURA-REGISTRO THRU 3100-EXIT
003730         UNTIL WRK-BKP-EOF.
003740     CLOSE BACKUP-FILE.
003750     CLOSE EMPLOYEE-MASTER.
003760 3000-EXIT.
003770     EXIT.
003780 3100-RESTAURA-REGISTRO.
003790     READ BACKUP-FILE
003800         AT END
003810             SET WRK-BKP-EOF TO TRUE
003820         NOT AT END
003830             IF BKP-TIPO = '1'
003840                 MOVE BKD-IMAGEM TO EMP-RECORD
003850                 WRITE EMP-RECORD
003860                     INVALID KEY
003870                         DISPLAY 'CHAVE INVALIDA NA '
003880                             'RESTAURACAO: ' BKD-MATRICULA
003890                         CLOSE BACKUP-FILE
003900                         CLOSE EMPLOYEE-MASTER
003910                         MOVE 8 TO RETURN-CODE
003920                         GOBACK
003930                 END-WRITE
003940                 ADD 1 TO WRK-CONT-RESTAURADOS
003950             END-IF
003960     END-READ.
003970 3100-EXIT.
003980     EXIT.
003990******************************************************************
004000* 9000-FINALIZE - EXIBE O RESUMO DA RESTAURACAO.
004010******************************************************************
004020 9000-FINALIZE.
004030     DISPLAY '--------------------------------------------'.
004040     DISPLAY 'REGISTROS RESTAURADOS: ' WRK-CONT-RESTAURADOS.
004050     DISPLAY 'EMPMAST RESTAURADO DA GERACAO DO EMPBKP'.
004060 9000-EXIT.
004070     EXIT.
004080 END PROGRAM PROGCOB21.
