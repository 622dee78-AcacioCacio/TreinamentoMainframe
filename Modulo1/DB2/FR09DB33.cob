      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. FR09DB33.                                            00000500
       AUTHOR.     ACACIO.                                              00000600
                                                                        00000700
      *================================================================*00000800
      *                        TREINAMENTO                             *00000900
      *================================================================*00001000
      *     PROGRAMA....: FR09DB33                                     *00001100
      *     PROGRAMADOR.: ACACIO JORGE                                 *00001200
      *     INSTRUTOR...: IVAN SANCHES                                 *00001300
      *     EMPRESA.....: FOURSYS                                      *00001400
      *     DATA........: 15/10/2026                                   *00001500
      *----------------------------------------------------------------*00001600
      *     OBJETIVO....: DIARIO CONTABIL MENSAL DA FOLHA - A PARTIR   *00001700
      *                   DE UMA EXECUCAO CONCLUIDA DO FUNCHIST        *00001800
      *                   (STATUS 'C' EM FOUR001.EXECLOG) GRAVA O      *00001900
      *                   ARQUIVO DIARIO COM A DESPESA DE SALARIOS E   *00002000
      *                   AS PROVISOES MENSAIS DE 13O SALARIO E DE     *00002100
      *                   FERIAS + 1/3, DEBITADAS POR SETOR (CENTRO    *00002200
      *                   DE CUSTO) E CREDITADAS NAS CONTAS DE         *00002300
      *                   PASSIVO, COM TRAILER DE CONTROLE DEBITOS =   *00002400
      *                   CREDITOS. O LANCAMENTO FICA REGISTRADO EM    *00002500
      *                   FOUR001.LANCCTL PELA IDEXECUCAO (NAO SE      *00002600
      *                   LANCA O MESMO MES DUAS VEZES) E AS PARTIDAS  *00002700
      *                   EM FOUR001.LANCCTB. NO MODO ESTORNO GRAVA    *00002800
      *                   AS PARTIDAS LANCADAS INVERTIDAS E LIBERA A   *00002900
      *                   EXECUCAO PARA NOVO LANCAMENTO.               *00003000
      *                   PROVISAO POR FUNCIONARIO: 1/12 DO SALARIO    *00003100
      *                   PARA O 13O E 1/12 + 1/3 PARA FERIAS, SE      *00003200
      *                   TRABALHOU 15 DIAS OU MAIS NO MES (DATAADM).  *00003300
      *                   FOLHA DO MES = ULTIMA VERSAO NO FUNCHIST     *00003310
      *                   ATE A EXECUCAO DE CADA FUNCIONARIO DO        *00003320
      *                   FUNC2 (ATIVO OU DESLIGADO NA COMPETENCIA)    *00003330
      *                   NA FAIXA DE IDS DA PARTICAO DA EXECUCAO.     *00003340
      *----------------------------------------------------------------*00003400
      *     PARM.......: 'MODO,IDEXECUCAO' (1+1+16)                    *00003500
      *                  MODO L = LANCAMENTO (BRANCO = L)              *00003600
      *                       E = ESTORNO (IDEXECUCAO OBRIGATORIA)     *00003700
      *                  IDEXECUCAO EM BRANCO NO LANCAMENTO = ULTIMA   *00003800
      *                  EXECUCAO 'C' DO EXECLOG                       *00003900
      *----------------------------------------------------------------*00004000
      *                                                                *00004100
      *     ARQUIVOS....:                                              *00004200
      *       DDNAME               I/O                 INCLUDE/BOOK    *00004300
      *       DIARIO                O                    BKDIARIO      *00004400
      *       DIAREL                O                    BKDIAREL      *00004500
      *                                                                *00004600
      *----------------------------------------------------------------*00004700
      *                                                                *00004800
      *     BASE DE DADOS:                                             *00004900
      *       DDNAME               I/O                 INCLUDE/BOOK    *00005000
      *       FOU001.FUNCHIST       I                                  *00005100
      *       FOU001.FUNC2          I                    #BKFUNC2      *00005110
      *       FOU001.EXECLOG        I                    #BKEXECLOG    *00005200
      *       FOU001.LANCCTL        I/O                  #BKLANCCTL    *00005300
      *       FOU001.LANCCTB        I/O                  #BKLANCCTB    *00005400
      *                                                                *00005500
      *----------------------------------------------------------------*00005600
      *                                                                *00005700
      *     MODULOS.....:                                              *00005800
      *       B#GLOB                                                   *00005900
      *                                                                *00006000
      *================================================================*00006100
                                                                        00006200
      *=============================================================*   00006300
       ENVIRONMENT                               DIVISION.              00006400
      *=============================================================*   00006500
                                                                        00006600
      *-------------------------------------------------------------*   00006700
       CONFIGURATION                               SECTION.             00006800
      *-------------------------------------------------------------*   00006900
       SPECIAL-NAMES.                                                   00007000
           DECIMAL-POINT IS COMMA.                                      00007100
                                                                        00007200
      *-------------------------------------------------------------*   00007300
       INPUT-OUTPUT                            SECTION.                 00007400
      *-------------------------------------------------------------*   00007500
       FILE-CONTROL.                                                    00007600
           SELECT DIARIO    ASSIGN TO DIARIO                            00007700
                            ORGANIZATION IS SEQUENTIAL.                 00007800
           SELECT DIAREL    ASSIGN TO DIAREL                            00007900
                            ORGANIZATION IS SEQUENTIAL.                 00008000
                                                                        00008100
                                                                        00008200
      *=============================================================*   00008300
       DATA                                      DIVISION.              00008400
                                                                        00008500
      *-------------------------------------------------------------*   00008600
       FILE                                         SECTION.            00008700
      *-------------------------------------------------------------*   00008800
      *----------------------------------------------------------------*00008900
       FD  DIARIO                                                       00009000
           LABEL RECORDS ARE STANDARD.                                  00009100
                                                                        00009200
           COPY 'BKDIARIO'.                                             00009300
      *----------------------------------------------------------------*00009400
                                                                        00009500
      *----------------------------------------------------------------*00009600
       FD  DIAREL                                                       00009700
           LABEL RECORDS ARE STANDARD.                                  00009800
                                                                        00009900
           COPY 'BKDIAREL'.                                             00010000
      *----------------------------------------------------------------*00010100
                                                                        00010200
      *=============================================================*   00010300
                                                                        00010400
      *-------------------------------------------------------------*   00010500
       WORKING-STORAGE                             SECTION.             00010600
      *-------------------------------------------------------------*   00010700
                                                                        00010800
      *----------------------------------------------------------------*00010900
       01  FILLER                      PIC  X(050)         VALUE        00011000
           '*** INICIO DA WORKING FR09DB33 ***'.                        00011100
      *----------------------------------------------------------------*00011200
                                                                        00011300
      *----------------------------------------------------------------*00011400
       01  FILLER                                  PIC X(050)    VALUE  00011500
           '*** AREA DE DB2 ***'.                                       00011600
      *----------------------------------------------------------------*00011700
                                                                        00011800
           EXEC SQL                                                     00011900
             INCLUDE #BKFUNC2                                           00012000
           END-EXEC.                                                    00012100
                                                                        00012200
           EXEC SQL                                                     00012300
             INCLUDE #BKEXECLOG                                         00012400
           END-EXEC.                                                    00012500
                                                                        00012600
           EXEC SQL                                                     00012700
             INCLUDE #BKLANCCTL                                         00012800
           END-EXEC.                                                    00012900
                                                                        00013000
           EXEC SQL                                                     00013100
             INCLUDE #BKLANCCTB                                         00013200
           END-EXEC.                                                    00013300
                                                                        00013400
           EXEC SQL                                                     00013500
              INCLUDE SQLCA                                             00013600
           END-EXEC.                                                    00013700
                                                                        00013800
       77 WRK-IDEXEC             PIC X(16)           VALUE SPACES.      00013900
                                                                        00013910
      *    PRIMEIRO DIA DA COMPETENCIA (AAAA-MM-01) - DESLIGADOS        00013920
      *    ANTES DELE NAO ENTRAM NA FOLHA DO MES                        00013930
       01  WRK-CORTE-X.                                                 00013940
           05  WRK-CORTE-AAAA          PIC 9(04)     VALUE ZEROS.       00013950
           05  FILLER                  PIC X(01)     VALUE '-'.         00013960
           05  WRK-CORTE-MM            PIC 9(02)     VALUE ZEROS.       00013970
           05  FILLER                  PIC X(03)     VALUE '-01'.       00013980
       01  WRK-CORTE       REDEFINES WRK-CORTE-X                        00013985
                                       PIC X(10).                       00013990
                                                                        00013991
      *    FAIXA DE IDS DA PARTICAO DA EXECUCAO (IDCHECK NO EXECLOG)    00013992
       77 WRK-IDCHECK            PIC X(10)           VALUE SPACES.      00013993
       77 WRK-ID-INI             PIC 9(08)           VALUE ZEROS.       00013994
       77 WRK-ID-FIM             PIC 9(08)           VALUE 99999999.    00013995
                                                                        00014000
      *    FOTO DA FOLHA NA EXECUCAO: ULTIMA VERSAO NO FUNCHIST ATE     00014100
      *    A IDEXECUCAO (O FUNCHIST SO GUARDA O QUE MUDOU EM CADA       00014110
      *    CARGA) DOS FUNCIONARIOS DO FUNC2 DA FAIXA DE IDS DA          00014120
      *    PARTICAO, ATIVOS OU DESLIGADOS DENTRO DA COMPETENCIA,        00014130
      *    AGRUPADA POR SETOR PARA A QUEBRA DO CENTRO DE CUSTO          00014200
           EXEC SQL                                                     00014300
              DECLARE CFOL   CURSOR FOR                                 00014400
               SELECT H.ID, H.SETOR, H.SALARIO, H.DATAADM               00014500
                FROM FOUR001.FUNCHIST H                                 00014600
                 WHERE H.IDEXECUCAO =                                   00014700
                       (SELECT MAX(X.IDEXECUCAO)                        00014710
                          FROM FOUR001.FUNCHIST X                       00014720
                         WHERE X.ID          = H.ID                     00014730
                           AND X.IDEXECUCAO <= :WRK-IDEXEC)             00014740
                   AND H.ID BETWEEN :WRK-ID-INI AND :WRK-ID-FIM         00014745
                   AND EXISTS                                           00014750
                       (SELECT 1                                        00014760
                          FROM FOUR001.FUNC2 F                          00014770
                         WHERE F.ID = H.ID                              00014780
                           AND (F.SITUACAO = 'A'                        00014790
                            OR  F.DATADEM >= :WRK-CORTE))               00014795
               ORDER BY H.SETOR, H.ID                                   00014800
                                                                        00014900
           END-EXEC.                                                    00015000
                                                                        00015100
      *    PARTIDAS JA LANCADAS - BASE DO ESTORNO                       00015200
           EXEC SQL                                                     00015300
              DECLARE CEST   CURSOR FOR                                 00015400
               SELECT SEQ, CONTA, CCUSTO, DC, VALOR, QTDFUNC, HIST      00015500
                FROM FOUR001.LANCCTB                                    00015600
                 WHERE IDEXECUCAO = :WRK-IDEXEC                         00015700
               ORDER BY SEQ                                             00015800
                                                                        00015900
           END-EXEC.                                                    00016000
      *----------------------------------------------------------------*00016100
       01  FILLER                                  PIC X(050)    VALUE  00016200
           '*** AREA DO ARQUIVO LOGERRO2 ***'.                          00016300
      *----------------------------------------------------------------*00016400
                                                                        00016500
          COPY 'B#GLOB'.                                                00016600
                                                                        00016700
      *----------------------------------------------------------------*00016800
                                                                        00016900
      *----------------------------------------------------------------*00017000
       01  FILLER                                  PIC X(050)    VALUE  00017100
           '*** AREA DE VARIAVEIS AUXILIARES ***'.                      00017200
      *----------------------------------------------------------------*00017300
                                                                        00017400
       77 WRK-SQLCODE             PIC -999.                             00017500
       77 WRK-PARM-VALIDO         PIC X(01)           VALUE 'S'.        00017600
       77 WRK-MOTIVO              PIC X(45)           VALUE SPACES.     00017700
       77 WRK-MODO                PIC X(01)           VALUE 'L'.        00017800
       77 WRK-RELANCAMENTO        PIC X(01)           VALUE 'N'.        00017900
       77 WRK-INDICATOR           PIC S9(04) COMP     VALUE ZEROS.      00017910
       77 WRK-FIM-CURSOR          PIC X(01)           VALUE 'N'.        00018000
       77 WRK-CURSOR-ABERTO       PIC X(01)           VALUE 'N'.        00018100
       77 WRK-RUN-DATA            PIC 9(08)           VALUE ZEROS.      00018200
       77 WRK-RUN-HORA            PIC 9(08)           VALUE ZEROS.      00018300
       77 WRK-RUN-ID              PIC X(16)           VALUE SPACES.     00018400
       77 WRK-COMPET              PIC 9(06)           VALUE ZEROS.      00018500
       77 WRK-SETOR-ATUAL         PIC X(10)           VALUE SPACES.     00018600
       77 WRK-SEQ                 PIC 9(05)           VALUE ZEROS.      00018700
       77 WRK-DIAS-MES            PIC S9(03)          VALUE ZEROS.      00018800
       77 WRK-PROV-13             PIC 9(07)V99        VALUE ZEROS.      00018900
       77 WRK-PROV-FERIAS         PIC 9(07)V99        VALUE ZEROS.      00019000
       77 WRK-PROV-TERCO          PIC 9(07)V99        VALUE ZEROS.      00019100
       77 WRK-VALOR-ED            PIC ZZ.ZZZ.ZZZ.ZZ9,99.                00019200
       77 WRK-TOTDEB-ED           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.               00019300
       77 WRK-TOTCRE-ED           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.               00019400
       77 WRK-QTD-ED              PIC ZZ.ZZ9.                           00019500
                                                                        00019600
       01  WRK-PARM-X.                                                  00019700
           05  WRK-PARM-MODO           PIC X(01).                       00019800
           05  WRK-PARM-IDEXEC         PIC X(16).                       00019900
                                                                        00020000
      *    COMPETENCIA = ANO/MES DO INICIO DA EXECUCAO NO EXECLOG       00020100
       01  WRK-DATAINI-X.                                               00020200
           05  WRK-DATAINI             PIC 9(08)     VALUE ZEROS.       00020300
           05  FILLER  REDEFINES WRK-DATAINI.                           00020400
               10  WRK-DATAINI-AAAAMM  PIC 9(06).                       00020500
               10  WRK-DATAINI-DIA     PIC 9(02).                       00020600
                                                                        00020700
       01  WRK-DATAADM-X.                                               00020800
           05  WRK-ADM-ANO             PIC X(04).                       00020900
           05  WRK-ADM-SEP1            PIC X(01).                       00021000
           05  WRK-ADM-MES             PIC X(02).                       00021100
           05  WRK-ADM-SEP2            PIC X(01).                       00021200
           05  WRK-ADM-DIA             PIC X(02).                       00021300
           05  WRK-ADM-DIA-N   REDEFINES WRK-ADM-DIA                    00021400
                                       PIC 9(02).                       00021500
                                                                        00021600
       01  WRK-ADM-AAAAMM-X.                                            00021700
           05  WRK-ADM-AAAA            PIC X(04).                       00021800
           05  WRK-ADM-MM              PIC X(02).                       00021900
       01  WRK-ADM-AAAAMM  REDEFINES WRK-ADM-AAAAMM-X                   00022000
                                       PIC 9(06).                       00022100
                                                                        00022200
      *    PLANO DE CONTAS DA FOLHA - DESPESAS (DEBITO, POR CENTRO      00022300
      *    DE CUSTO) E PASSIVOS (CREDITO, SEM CENTRO DE CUSTO)          00022400
       77 WRK-CTA-DESP-SAL        PIC X(10)     VALUE '3.1.01.001'.     00022500
       77 WRK-CTA-DESP-13         PIC X(10)     VALUE '3.1.01.002'.     00022600
       77 WRK-CTA-DESP-FER        PIC X(10)     VALUE '3.1.01.003'.     00022700
       77 WRK-CTA-SAL-PAGAR       PIC X(10)     VALUE '2.1.03.001'.     00022800
       77 WRK-CTA-PROV-13         PIC X(10)     VALUE '2.1.03.002'.     00022900
       77 WRK-CTA-PROV-FER        PIC X(10)     VALUE '2.1.03.003'.     00023000
                                                                        00023100
      *    PARTIDA EM MONTAGEM PARA A 7000-GRAVAR-PARTIDA               00023200
       01  WRK-PARTIDA.                                                 00023300
           05  WRK-PAR-CONTA           PIC X(10).                       00023400
           05  WRK-PAR-CCUSTO          PIC X(10).                       00023500
           05  WRK-PAR-DC              PIC X(01).                       00023600
           05  WRK-PAR-VALOR           PIC 9(13)V99.                    00023700
           05  WRK-PAR-QTDFUNC         PIC 9(05).                       00023800
           05  WRK-PAR-HIST            PIC X(40).                       00023900
                                                                        00024000
      *----------------------------------------------------------------*00024100
       01  FILLER                      PIC  X(050)         VALUE        00024200
           '*** AREA DE ACUMULADORES ***'.                              00024300
      *----------------------------------------------------------------*00024400
                                                                        00024500
      *    ACUMULADOS DO SETOR EM CURSO                                 00024600
       77 ACU-SET-QTD             PIC 9(05)                 VALUE ZEROS.00024700
       77 ACU-SET-SALARIO         PIC 9(13)V99              VALUE ZEROS.00024800
       77 ACU-SET-13              PIC 9(13)V99              VALUE ZEROS.00024900
       77 ACU-SET-FERIAS          PIC 9(13)V99              VALUE ZEROS.00025000
                                                                        00025100
      *    ACUMULADOS DA EXECUCAO - BASE DAS PARTIDAS DE CREDITO        00025200
       77 ACU-FUNCS               PIC 9(05)                 VALUE ZEROS.00025300
       77 ACU-SETORES             PIC 9(04)                 VALUE ZEROS.00025400
       77 ACU-SEM-PROVISAO        PIC 9(05)                 VALUE ZEROS.00025500
       77 ACU-TOT-SALARIO         PIC 9(13)V99              VALUE ZEROS.00025600
       77 ACU-TOT-13              PIC 9(13)V99              VALUE ZEROS.00025700
       77 ACU-TOT-FERIAS          PIC 9(13)V99              VALUE ZEROS.00025800
                                                                        00025900
      *    CONTROLE DO ARQUIVO                                          00026000
       77 ACU-REGISTROS           PIC 9(06)                 VALUE ZEROS.00026100
       77 ACU-PARTIDAS            PIC 9(06)                 VALUE ZEROS.00026200
       77 ACU-DEBITOS             PIC 9(15)V99              VALUE ZEROS.00026300
       77 ACU-CREDITOS            PIC 9(15)V99              VALUE ZEROS.00026400
                                                                        00026500
      *----------------------------------------------------------------*00026600
       01  FILLER                 PIC  X(050)         VALUE             00026700
           '*** FINAL DA WORKING FR09DB33 ***'.                         00026800
      *----------------------------------------------------------------*00026900
                                                                        00027000
      *-------------------------------------------------------------*   00027100
       LINKAGE                                      SECTION.            00027200
      *-------------------------------------------------------------*   00027300
                                                                        00027400
       01  LS-PARM                     PIC X(18).                       00027500
                                                                        00027600
      *================================================================*00027700
       PROCEDURE                    DIVISION USING LS-PARM.             00027800
      *================================================================*00027900
                                                                        00028000
      ******************************************************************00028100
      *                      P R I N C I P A L                         *00028200
      ******************************************************************00028300
                                                                        00028400
      *----------------------------------------------------------------*00028500
       0000-PRINCIPAL                                 SECTION.          00028600
      *----------------------------------------------------------------*00028700
                                                                        00028800
           PERFORM 1000-INICIAR.                                        00028900
           IF WRK-PARM-VALIDO EQUAL 'S'                                 00029000
              IF WRK-MODO EQUAL 'L'                                     00029100
                 PERFORM 2000-LANCAR                                    00029200
                              UNTIL WRK-FIM-CURSOR EQUAL 'S'            00029300
                 PERFORM 2900-PARTIDAS-CREDITO                          00029400
              ELSE                                                      00029500
                 PERFORM 3000-ESTORNAR                                  00029600
                              UNTIL WRK-FIM-CURSOR EQUAL 'S'            00029700
              END-IF                                                    00029800
              PERFORM 4000-REGISTRAR-CONTROLE                           00029900
           END-IF                                                       00030000
           PERFORM 5000-FINALIZAR.                                      00030100
           STOP RUN.                                                    00030200
                                                                        00030300
      *----------------------------------------------------------------*00030400
       0000-99-FIM.                                   EXIT.             00030500
      *----------------------------------------------------------------*00030600
                                                                        00030700
      ******************************************************************00030800
      *                    I N I C I A L I Z A R                       *00030900
      ******************************************************************00031000
                                                                        00031100
      *----------------------------------------------------------------*00031200
       1000-INICIAR                                   SECTION.          00031300
      *----------------------------------------------------------------*00031400
                                                                        00031500
           OPEN OUTPUT DIARIO                                           00031600
           OPEN OUTPUT DIAREL                                           00031700
                                                                        00031800
           ACCEPT WRK-RUN-DATA            FROM DATE YYYYMMDD            00031900
           ACCEPT WRK-RUN-HORA            FROM TIME                     00032000
           STRING WRK-RUN-DATA  WRK-RUN-HORA                            00032100
                  INTO WRK-RUN-ID                                       00032200
                                                                        00032300
           PERFORM 1050-VALIDAR-PARM                                    00032400
                                                                        00032500
           IF WRK-PARM-VALIDO NOT EQUAL 'S'                             00032600
              DISPLAY '*============================================*'  00032700
              DISPLAY '* FR09DB33 - LANCAMENTO RECUSADO             *'  00032800
              DISPLAY '* MOTIVO.....: ' WRK-MOTIVO                      00032900
              DISPLAY '* PARM.......: ' LS-PARM                         00033000
              DISPLAY '* EXECUCAO...: ' WRK-IDEXEC                      00033100
              DISPLAY '*============================================*'  00033200
              MOVE 08                TO RETURN-CODE                     00033300
              GO TO 1000-99-FIM                                         00033400
           END-IF                                                       00033500
                                                                        00033600
           PERFORM 1200-GRAVAR-HEADER                                   00033700
                                                                        00033800
           IF WRK-MODO EQUAL 'L'                                        00033900
              PERFORM 1300-ABRIR-CFOL                                   00034000
           ELSE                                                         00034100
              PERFORM 1400-ABRIR-CEST                                   00034200
           END-IF.                                                      00034300
                                                                        00034400
      *----------------------------------------------------------------*00034500
       1000-99-FIM.                                   EXIT.             00034600
      *----------------------------------------------------------------*00034700
                                                                        00034800
      ******************************************************************00034900
      *              V A L I D A R   P A R M                           *00035000
      *     A EXECUCAO PRECISA ESTAR CONCLUIDA NO EXECLOG; NO          *00035100
      *     LANCAMENTO NAO PODE ESTAR LANCADA (ESTORNADA PODE SER      *00035200
      *     RELANCADA) E NO ESTORNO PRECISA ESTAR LANCADA              *00035300
      ******************************************************************00035400
                                                                        00035500
      *----------------------------------------------------------------*00035600
       1050-VALIDAR-PARM                              SECTION.          00035700
      *----------------------------------------------------------------*00035800
                                                                        00035900
           MOVE SPACES                    TO WRK-PARM-X                 00036000
           IF LS-PARM NOT = SPACES AND LS-PARM NOT = LOW-VALUES         00036100
              UNSTRING LS-PARM DELIMITED BY ','                         00036200
                 INTO WRK-PARM-MODO, WRK-PARM-IDEXEC                    00036300
              END-UNSTRING                                              00036400
           END-IF                                                       00036500
                                                                        00036600
           EVALUATE WRK-PARM-MODO                                       00036700
              WHEN SPACES                                               00036800
              WHEN 'L'                                                  00036900
                 MOVE 'L'                 TO WRK-MODO                   00037000
              WHEN 'E'                                                  00037100
                 MOVE 'E'                 TO WRK-MODO                   00037200
              WHEN OTHER                                                00037300
                 MOVE 'N'                 TO WRK-PARM-VALIDO            00037400
                 MOVE 'MODO INVALIDO - INFORMAR L OU E' TO WRK-MOTIVO   00037500
                 GO TO 1050-99-FIM                                      00037600
           END-EVALUATE                                                 00037700
                                                                        00037800
           IF WRK-PARM-IDEXEC = SPACES                                  00037900
              IF WRK-MODO EQUAL 'E'                                     00038000
                 MOVE 'N'                 TO WRK-PARM-VALIDO            00038100
                 MOVE 'ESTORNO EXIGE A IDEXECUCAO NO PARM'              00038200
                                          TO WRK-MOTIVO                 00038300
                 GO TO 1050-99-FIM                                      00038400
              END-IF                                                    00038500
              PERFORM 1060-BUSCAR-ULTIMA                                00038600
              IF WRK-IDEXEC = SPACES                                    00038700
                 MOVE 'N'                 TO WRK-PARM-VALIDO            00038800
                 MOVE 'NENHUMA EXECUCAO CONCLUIDA NO EXECLOG'           00038900
                                          TO WRK-MOTIVO                 00039000
                 GO TO 1050-99-FIM                                      00039100
              END-IF                                                    00039200
           ELSE                                                         00039300
              MOVE WRK-PARM-IDEXEC        TO WRK-IDEXEC                 00039400
           END-IF                                                       00039500
                                                                        00039600
           PERFORM 1070-LER-EXECLOG                                     00039700
           IF WRK-PARM-VALIDO NOT EQUAL 'S'                             00039800
              GO TO 1050-99-FIM                                         00039900
           END-IF                                                       00040000
                                                                        00040100
           PERFORM 1080-LER-LANCCTL.                                    00040200
                                                                        00040300
      *----------------------------------------------------------------*00040400
       1050-99-FIM.                                   EXIT.             00040500
      *----------------------------------------------------------------*00040600
                                                                        00040700
      *----------------------------------------------------------------*00040800
       1060-BUSCAR-ULTIMA                             SECTION.          00040900
      *----------------------------------------------------------------*00041000
                                                                        00041100
           EXEC SQL                                                     00041200
              SELECT MAX(IDEXECUCAO)                                    00041300
                INTO :WRK-IDEXEC:WRK-INDICATOR                          00041400
                FROM FOUR001.EXECLOG                                    00041500
               WHERE STATUS = 'C'                                       00041600
                 AND IDCHECK LIKE 'FOUR009%'                            00041610
           END-EXEC                                                     00041700
                                                                        00041800
      *    SEM EXECUCAO CONCLUIDA O MAX VEM NULO (INDICADOR NEGATIVO)   00041900
           EVALUATE SQLCODE                                             00042000
              WHEN 0                                                    00042100
                 IF WRK-INDICATOR LESS ZERO                             00042200
                    MOVE SPACES           TO WRK-IDEXEC                 00042209
                 END-IF                                                 00042218
              WHEN OTHER                                                00042227
                 MOVE SQLCODE              TO WRK-SQLCODE               00042236
                 MOVE SQLCODE              TO WRK-LOG-SQLCODE           00042245
                 MOVE 'FR09DB33'           TO WRK-LOG-PROGRAMA          00042254
                 MOVE '1060-BUSCAR-ULTIMA' TO WRK-LOG-SECTION           00042263
                 MOVE 'ERRO NO SELECT MAX EXECLOG' TO WRK-LOG-MENSAGEM  00042272
                 PERFORM 9000-TRATAR-ERRO                               00042281
           END-EVALUATE.                                                00042290
                                                                        00042300
      *----------------------------------------------------------------*00042400
       1060-99-FIM.                                   EXIT.             00042500
      *----------------------------------------------------------------*00042600
                                                                        00042700
      *----------------------------------------------------------------*00042800
       1070-LER-EXECLOG                               SECTION.          00042900
      *----------------------------------------------------------------*00043000
                                                                        00043100
           EXEC SQL                                                     00043200
              SELECT STATUS, DATAINI, IDCHECK                           00043300
                INTO :DB2-LOG-STATUS,                                   00043400
                     :DB2-LOG-DATAINI,                                  00043500
                     :DB2-LOG-IDCHECK                                   00043510
                FROM FOUR001.EXECLOG                                    00043600
               WHERE IDEXECUCAO = :WRK-IDEXEC                           00043700
           END-EXEC                                                     00043800
                                                                        00043900
           EVALUATE SQLCODE                                             00044000
              WHEN 0                                                    00044100
                 IF DB2-LOG-STATUS NOT = 'C'                            00044200
                    MOVE 'N'              TO WRK-PARM-VALIDO            00044300
                    MOVE 'EXECUCAO NAO CONCLUIDA (STATUS NO EXECLOG)'   00044400
                                          TO WRK-MOTIVO                 00044500
                 ELSE                                                   00044600
                    MOVE DB2-LOG-DATAINI  TO WRK-DATAINI                00044700
                    MOVE WRK-DATAINI-AAAAMM TO WRK-COMPET               00044800
                    DIVIDE WRK-COMPET BY 100                            00044810
                           GIVING WRK-CORTE-AAAA                        00044820
                           REMAINDER WRK-CORTE-MM                       00044830
                    PERFORM 1075-DEFINIR-FAIXA                          00044840
                 END-IF                                                 00044900
              WHEN 100                                                  00045000
                 MOVE 'N'                 TO WRK-PARM-VALIDO            00045100
                 MOVE 'EXECUCAO INEXISTENTE NO EXECLOG' TO WRK-MOTIVO   00045200
              WHEN OTHER                                                00045300
                 MOVE SQLCODE              TO WRK-SQLCODE               00045400
                 MOVE SQLCODE              TO WRK-LOG-SQLCODE           00045500
                 MOVE 'FR09DB33'           TO WRK-LOG-PROGRAMA          00045600
                 MOVE '1070-LER-EXECLOG'   TO WRK-LOG-SECTION           00045700
                 MOVE 'ERRO NO SELECT EXECLOG' TO WRK-LOG-MENSAGEM      00045800
                 PERFORM 9000-TRATAR-ERRO                               00045900
           END-EVALUATE.                                                00046000
                                                                        00046100
      *----------------------------------------------------------------*00046200
       1070-99-FIM.                                   EXIT.             00046300
      *----------------------------------------------------------------*00046400
                                                                        00046500
      *----------------------------------------------------------------*00046501
       1075-DEFINIR-FAIXA                             SECTION.          00046502
      *----------------------------------------------------------------*00046503
                                                                        00046504
      *    MESMAS FAIXAS DE ID DAS PARTICOES DO FR09DB13 (1000-INICIAR);00046505
      *    CADA PARTICAO E LANCADA SO COM OS SEUS FUNCIONARIOS          00046506
           MOVE DB2-LOG-IDCHECK            TO WRK-IDCHECK               00046507
           EVALUATE DB2-LOG-IDCHECK                                     00046508
              WHEN 'FOUR009-01'                                         00046509
                 MOVE 1                   TO WRK-ID-INI                 00046510
                 MOVE 4999                TO WRK-ID-FIM                 00046511
              WHEN 'FOUR009-02'                                         00046512
                 MOVE 5000                TO WRK-ID-INI                 00046513
                 MOVE 99999999            TO WRK-ID-FIM                 00046514
              WHEN 'FOUR009'                                            00046515
                 MOVE 1                   TO WRK-ID-INI                 00046516
                 MOVE 99999999            TO WRK-ID-FIM                 00046517
              WHEN OTHER                                                00046518
                 MOVE 'N'                 TO WRK-PARM-VALIDO            00046519
                 MOVE 'EXECUCAO NAO E CARGA DO FR09DB13 (IDCHECK)'      00046520
                                          TO WRK-MOTIVO                 00046521
           END-EVALUATE.                                                00046522
                                                                        00046523
      *----------------------------------------------------------------*00046524
       1075-99-FIM.                                   EXIT.             00046525
      *----------------------------------------------------------------*00046526
                                                                        00046527
      *----------------------------------------------------------------*00046600
       1080-LER-LANCCTL                               SECTION.          00046700
      *----------------------------------------------------------------*00046800
                                                                        00046900
           EXEC SQL                                                     00047000
              SELECT SITUACAO, IDLANC                                   00047100
                INTO :DB2-LCT-SITUACAO,                                 00047200
                     :DB2-LCT-IDLANC                                    00047300
                FROM FOUR001.LANCCTL                                    00047400
               WHERE IDEXECUCAO = :WRK-IDEXEC                           00047500
           END-EXEC                                                     00047600
                                                                        00047700
           EVALUATE SQLCODE                                             00047800
              WHEN 0                                                    00047900
                 IF WRK-MODO EQUAL 'L'                                  00048000
                    IF DB2-LCT-SITUACAO EQUAL 'L'                       00048100
                       MOVE 'N'           TO WRK-PARM-VALIDO            00048200
                       STRING 'EXECUCAO JA LANCADA PELO '               00048300
                              DB2-LCT-IDLANC                            00048400
                              INTO WRK-MOTIVO                           00048500
                    ELSE                                                00048600
                       MOVE 'S'           TO WRK-RELANCAMENTO           00048700
                    END-IF                                              00048800
                 ELSE                                                   00048900
                    IF DB2-LCT-SITUACAO NOT EQUAL 'L'                   00049000
                       MOVE 'N'           TO WRK-PARM-VALIDO            00049100
                       MOVE 'EXECUCAO JA ESTORNADA' TO WRK-MOTIVO       00049200
                    END-IF                                              00049300
                 END-IF                                                 00049400
              WHEN 100                                                  00049500
                 IF WRK-MODO EQUAL 'E'                                  00049600
                    MOVE 'N'              TO WRK-PARM-VALIDO            00049700
                    MOVE 'EXECUCAO NUNCA LANCADA - NADA A ESTORNAR'     00049800
                                          TO WRK-MOTIVO                 00049900
                 END-IF                                                 00050000
              WHEN OTHER                                                00050100
                 MOVE SQLCODE              TO WRK-SQLCODE               00050200
                 MOVE SQLCODE              TO WRK-LOG-SQLCODE           00050300
                 MOVE 'FR09DB33'           TO WRK-LOG-PROGRAMA          00050400
                 MOVE '1080-LER-LANCCTL'   TO WRK-LOG-SECTION           00050500
                 MOVE 'ERRO NO SELECT LANCCTL' TO WRK-LOG-MENSAGEM      00050600
                 PERFORM 9000-TRATAR-ERRO                               00050700
           END-EVALUATE                                                 00050800
                                                                        00050810
           IF WRK-PARM-VALIDO EQUAL 'S' AND WRK-MODO EQUAL 'L'          00050820
              PERFORM 1090-VERIFICAR-COMPET                             00050830
           END-IF.                                                      00050840
                                                                        00050900
      *----------------------------------------------------------------*00051000
       1080-99-FIM.                                   EXIT.             00051100
      *----------------------------------------------------------------*00051200
                                                                        00051300
      *----------------------------------------------------------------*00051301
       1090-VERIFICAR-COMPET                          SECTION.          00051302
      *----------------------------------------------------------------*00051303
                                                                        00051304
      *    O MESMO MES NAO SE LANCA DUAS VEZES PARA OS MESMOS           00051305
      *    FUNCIONARIOS: RECUSA SE OUTRA EXECUCAO DA COMPETENCIA JA     00051306
      *    ESTA LANCADA NA MESMA PARTICAO (A CARGA INTEIRA 'FOUR009'    00051307
      *    SE SOBREPOE A QUALQUER PARTICAO)                             00051308
           EXEC SQL                                                     00051309
              SELECT MAX(L.IDEXECUCAO)                                  00051310
                INTO :DB2-LCT-IDEXECUCAO:WRK-INDICATOR                  00051311
                FROM FOUR001.LANCCTL L,                                 00051312
                     FOUR001.EXECLOG E                                  00051313
               WHERE L.COMPET      = :WRK-COMPET                        00051314
                 AND L.SITUACAO    = 'L'                                00051315
                 AND L.IDEXECUCAO <> :WRK-IDEXEC                        00051316
                 AND E.IDEXECUCAO  = L.IDEXECUCAO                       00051317
                 AND (E.IDCHECK    = :WRK-IDCHECK                       00051318
                  OR  E.IDCHECK    = 'FOUR009'                          00051319
                  OR  :WRK-IDCHECK = 'FOUR009')                         00051320
           END-EXEC                                                     00051321
                                                                        00051322
           EVALUATE SQLCODE                                             00051323
              WHEN 0                                                    00051324
                 IF WRK-INDICATOR NOT LESS ZERO                         00051325
                    MOVE 'N'              TO WRK-PARM-VALIDO            00051326
                    STRING 'MES JA LANCADO PELA EXECUCAO '              00051327
                           DB2-LCT-IDEXECUCAO                           00051328
                           INTO WRK-MOTIVO                              00051329
                 END-IF                                                 00051330
              WHEN OTHER                                                00051331
                 MOVE SQLCODE              TO WRK-SQLCODE               00051332
                 MOVE SQLCODE              TO WRK-LOG-SQLCODE           00051333
                 MOVE 'FR09DB33'           TO WRK-LOG-PROGRAMA          00051334
                 MOVE '1090-VERIFICAR-COMPET' TO WRK-LOG-SECTION        00051335
                 MOVE 'ERRO NO SELECT LANCCTL/EXECLOG'                  00051336
                                           TO WRK-LOG-MENSAGEM          00051337
                 PERFORM 9000-TRATAR-ERRO                               00051338
           END-EVALUATE.                                                00051339
                                                                        00051340
      *----------------------------------------------------------------*00051341
       1090-99-FIM.                                   EXIT.             00051342
      *----------------------------------------------------------------*00051343
                                                                        00051344
      ******************************************************************00051400
      *        H E A D E R   D O   D I A R I O   E   D O   D I A R E L *00051500
      ******************************************************************00051600
                                                                        00051700
      *----------------------------------------------------------------*00051800
       1200-GRAVAR-HEADER                             SECTION.          00051900
      *----------------------------------------------------------------*00052000
                                                                        00052100
           MOVE SPACES                     TO DIA-REC                   00052200
           MOVE 'H'                        TO DIA-TIPO                  00052300
           MOVE 'FOURSYS - FOLHA DE PAGAMENTO' TO DIA-H-EMPRESA         00052400
           MOVE WRK-IDEXEC                 TO DIA-H-IDEXEC              00052500
           MOVE WRK-COMPET                 TO DIA-H-COMPET              00052600
           MOVE WRK-MODO                   TO DIA-H-MODO                00052700
           MOVE WRK-RUN-DATA               TO DIA-H-DATA-GERACAO        00052800
           MOVE WRK-RUN-HORA               TO DIA-H-HORA-GERACAO        00052900
           MOVE WRK-RUN-ID                 TO DIA-H-IDLANC              00053000
           WRITE DIA-REC                                                00053100
           ADD 1                           TO ACU-REGISTROS             00053200
                                                                        00053300
           MOVE '1'                        TO DIAREL-CC                 00053400
           MOVE SPACES                     TO DIAREL-LINHA              00053500
           IF WRK-MODO EQUAL 'L'                                        00053600
              STRING 'DIARIO CONTABIL DA FOLHA - FR09DB33'              00053700
                     '   COMPETENCIA: ' WRK-COMPET                      00053800
                     '   EXECUCAO: ' WRK-IDEXEC                         00053900
                     '   LANCAMENTO: ' WRK-RUN-ID                       00054000
                     INTO DIAREL-LINHA                                  00054100
           ELSE                                                         00054200
              STRING 'DIARIO CONTABIL DA FOLHA - FR09DB33'              00054300
                     '   COMPETENCIA: ' WRK-COMPET                      00054400
                     '   EXECUCAO: ' WRK-IDEXEC                         00054500
                     '   ESTORNO: ' WRK-RUN-ID                          00054600
                     INTO DIAREL-LINHA                                  00054700
           END-IF                                                       00054800
           WRITE DIAREL-REC.                                            00054900
                                                                        00055000
           MOVE ' '                        TO DIAREL-CC                 00055100
           MOVE SPACES                     TO DIAREL-LINHA              00055200
           WRITE DIAREL-REC.                                            00055300
                                                                        00055400
           MOVE ' '                        TO DIAREL-CC                 00055500
           MOVE SPACES                     TO DIAREL-LINHA              00055600
           STRING '  SEQ CONTA      C.CUSTO    D/C'                     00055700
                  '              VALOR  QTDE HISTORICO'                 00055800
                  INTO DIAREL-LINHA                                     00055900
           WRITE DIAREL-REC.                                            00056000
                                                                        00056100
           MOVE ' '                        TO DIAREL-CC                 00056200
           MOVE ALL '-'                    TO DIAREL-LINHA              00056300
           WRITE DIAREL-REC.                                            00056400
                                                                        00056500
      *----------------------------------------------------------------*00056600
       1200-99-FIM.                                   EXIT.             00056700
      *----------------------------------------------------------------*00056800
                                                                        00056900
      ******************************************************************00057000
      *          A B R I R   C U R S O R   D A   F O L H A             *00057100
      *     NO RELANCAMENTO AS PARTIDAS DO LANCAMENTO ESTORNADO SAO    *00057200
      *     SUBSTITUIDAS PELAS NOVAS (O ESTORNO JA FOI PARA O DIARIO)  *00057300
      ******************************************************************00057400
                                                                        00057500
      *----------------------------------------------------------------*00057600
       1300-ABRIR-CFOL                                SECTION.          00057700
      *----------------------------------------------------------------*00057800
                                                                        00057900
           IF WRK-RELANCAMENTO EQUAL 'S'                                00058000
              EXEC SQL                                                  00058100
                 DELETE FROM FOUR001.LANCCTB                            00058200
                  WHERE IDEXECUCAO = :WRK-IDEXEC                        00058300
              END-EXEC                                                  00058400
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                  00058500
                 MOVE SQLCODE              TO WRK-SQLCODE               00058600
                 MOVE SQLCODE              TO WRK-LOG-SQLCODE           00058700
                 MOVE 'FR09DB33'           TO WRK-LOG-PROGRAMA          00058800
                 MOVE '1300-ABRIR-CFOL'    TO WRK-LOG-SECTION           00058900
                 MOVE 'ERRO NO DELETE LANCCTB' TO WRK-LOG-MENSAGEM      00059000
                 PERFORM 9000-TRATAR-ERRO                               00059100
              END-IF                                                    00059200
           END-IF                                                       00059300
                                                                        00059400
           EXEC SQL                                                     00059500
              OPEN CFOL                                                 00059600
           END-EXEC                                                     00059700
                                                                        00059800
           IF SQLCODE NOT = 0                                           00059900
              MOVE SQLCODE              TO WRK-SQLCODE                  00060000
              MOVE SQLCODE              TO WRK-LOG-SQLCODE              00060100
              MOVE 'FR09DB33'           TO WRK-LOG-PROGRAMA             00060200
              MOVE '1300-ABRIR-CFOL'    TO WRK-LOG-SECTION              00060300
              MOVE 'ERRO NO OPEN CURSOR CFOL' TO WRK-LOG-MENSAGEM       00060400
              PERFORM 9000-TRATAR-ERRO                                  00060500
           END-IF                                                       00060600
                                                                        00060700
           MOVE 'S'                     TO WRK-CURSOR-ABERTO            00060800
           PERFORM 1310-LER-CFOL                                        00060900
           IF WRK-FIM-CURSOR NOT EQUAL 'S'                              00061000
              MOVE DB2-SETOR            TO WRK-SETOR-ATUAL              00061100
           END-IF.                                                      00061200
                                                                        00061300
      *----------------------------------------------------------------*00061400
       1300-99-FIM.                                   EXIT.             00061500
      *----------------------------------------------------------------*00061600
                                                                        00061700
      *----------------------------------------------------------------*00061800
       1310-LER-CFOL                                         SECTION.   00061900
      *----------------------------------------------------------------*00062000
                                                                        00062100
           EXEC SQL                                                     00062200
             FETCH CFOL                                                 00062300
              INTO :DB2-ID,                                             00062400
                   :DB2-SETOR,                                          00062500
                   :DB2-SALARIO,                                        00062600
                   :DB2-DATAADM                                         00062700
           END-EXEC.                                                    00062800
                                                                        00062900
           EVALUATE SQLCODE                                             00063000
            WHEN 0                                                      00063100
                ADD 1 TO ACU-FUNCS                                      00063200
                                                                        00063300
            WHEN 100                                                    00063400
              MOVE 'S'                  TO WRK-FIM-CURSOR               00063500
                                                                        00063600
            WHEN OTHER                                                  00063700
              MOVE SQLCODE              TO WRK-SQLCODE                  00063800
              MOVE SQLCODE              TO WRK-LOG-SQLCODE              00063900
              MOVE 'FR09DB33'           TO WRK-LOG-PROGRAMA             00064000
              MOVE '1310-LER-CFOL'      TO WRK-LOG-SECTION              00064100
              MOVE 'ERRO NO FETCH CFOL' TO WRK-LOG-MENSAGEM             00064200
              PERFORM 9000-TRATAR-ERRO                                  00064300
           END-EVALUATE.                                                00064400
                                                                        00064500
      *----------------------------------------------------------------*00064600
       1310-99-FIM.                                   EXIT.             00064700
      *----------------------------------------------------------------*00064800
                                                                        00064900
      *----------------------------------------------------------------*00065000
       1400-ABRIR-CEST                                SECTION.          00065100
      *----------------------------------------------------------------*00065200
                                                                        00065300
           EXEC SQL                                                     00065400
              OPEN CEST                                                 00065500
           END-EXEC                                                     00065600
                                                                        00065700
           IF SQLCODE NOT = 0                                           00065800
              MOVE SQLCODE              TO WRK-SQLCODE                  00065900
              MOVE SQLCODE              TO WRK-LOG-SQLCODE              00066000
              MOVE 'FR09DB33'           TO WRK-LOG-PROGRAMA             00066100
              MOVE '1400-ABRIR-CEST'    TO WRK-LOG-SECTION              00066200
              MOVE 'ERRO NO OPEN CURSOR CEST' TO WRK-LOG-MENSAGEM       00066300
              PERFORM 9000-TRATAR-ERRO                                  00066400
           END-IF                                                       00066500
                                                                        00066600
           MOVE 'S'                     TO WRK-CURSOR-ABERTO            00066700
           PERFORM 1410-LER-CEST.                                       00066800
                                                                        00066900
      *----------------------------------------------------------------*00067000
       1400-99-FIM.                                   EXIT.             00067100
      *----------------------------------------------------------------*00067200
                                                                        00067300
      *----------------------------------------------------------------*00067400
       1410-LER-CEST                                         SECTION.   00067500
      *----------------------------------------------------------------*00067600
                                                                        00067700
           EXEC SQL                                                     00067800
             FETCH CEST                                                 00067900
              INTO :DB2-LCB-SEQ,                                        00068000
                   :DB2-LCB-CONTA,                                      00068100
                   :DB2-LCB-CCUSTO,                                     00068200
                   :DB2-LCB-DC,                                         00068300
                   :DB2-LCB-VALOR,                                      00068400
                   :DB2-LCB-QTDFUNC,                                    00068500
                   :DB2-LCB-HIST                                        00068600
           END-EXEC.                                                    00068700
                                                                        00068800
           EVALUATE SQLCODE                                             00068900
            WHEN 0                                                      00069000
                CONTINUE                                                00069100
                                                                        00069200
            WHEN 100                                                    00069300
              MOVE 'S'                  TO WRK-FIM-CURSOR               00069400
                                                                        00069500
            WHEN OTHER                                                  00069600
              MOVE SQLCODE              TO WRK-SQLCODE                  00069700
              MOVE SQLCODE              TO WRK-LOG-SQLCODE              00069800
              MOVE 'FR09DB33'           TO WRK-LOG-PROGRAMA             00069900
              MOVE '1410-LER-CEST'      TO WRK-LOG-SECTION              00070000
              MOVE 'ERRO NO FETCH CEST' TO WRK-LOG-MENSAGEM             00070100
              PERFORM 9000-TRATAR-ERRO                                  00070200
           END-EVALUATE.                                                00070300
                                                                        00070400
      *----------------------------------------------------------------*00070500
       1410-99-FIM.                                   EXIT.             00070600
      *----------------------------------------------------------------*00070700
                                                                        00070800
      ******************************************************************00070900
      *                        L A N C A R                             *00071000
      *     ACUMULA O FUNCIONARIO NO SETOR; NA QUEBRA DE SETOR (E NO   *00071100
      *     FIM DO CURSOR) GRAVA AS PARTIDAS DE DEBITO DO SETOR        *00071200
      ******************************************************************00071300
                                                                        00071400
      *----------------------------------------------------------------*00071500
       2000-LANCAR                                           SECTION.   00071600
      *----------------------------------------------------------------*00071700
                                                                        00071800
           PERFORM 2100-CALCULAR-PROVISAO                               00071900
                                                                        00072000
           ADD 1                        TO ACU-SET-QTD                  00072100
           ADD DB2-SALARIO              TO ACU-SET-SALARIO              00072200
           ADD WRK-PROV-13              TO ACU-SET-13                   00072300
           ADD WRK-PROV-FERIAS          TO ACU-SET-FERIAS               00072400
           ADD WRK-PROV-TERCO           TO ACU-SET-FERIAS               00072500
                                                                        00072600
           PERFORM 1310-LER-CFOL                                        00072700
                                                                        00072800
           IF WRK-FIM-CURSOR EQUAL 'S'                                  00072900
              OR DB2-SETOR NOT EQUAL WRK-SETOR-ATUAL                    00073000
              PERFORM 2200-PARTIDAS-SETOR                               00073100
              MOVE DB2-SETOR            TO WRK-SETOR-ATUAL              00073200
           END-IF.                                                      00073300
                                                                        00073400
      *----------------------------------------------------------------*00073500
       2000-99-FIM.                                   EXIT.             00073600
      *----------------------------------------------------------------*00073700
                                                                        00073800
      ******************************************************************00073900
      *         C A L C U L A R   P R O V I S A O                      *00074000
      *     1/12 DO SALARIO PARA O 13O E PARA FERIAS, MAIS 1/3 SOBRE   *00074100
      *     AS FERIAS, QUANDO O FUNCIONARIO TRABALHOU 15 DIAS OU MAIS  *00074200
      *     NO MES DE COMPETENCIA (MES COMERCIAL DE 30 DIAS) - SO O    *00074300
      *     MES DA ADMISSAO PODE FICAR SEM PROVISAO                    *00074400
      ******************************************************************00074500
                                                                        00074600
      *----------------------------------------------------------------*00074700
       2100-CALCULAR-PROVISAO                         SECTION.          00074800
      *----------------------------------------------------------------*00074900
                                                                        00075000
           MOVE ZEROS                   TO WRK-PROV-13                  00075100
                                           WRK-PROV-FERIAS              00075200
                                           WRK-PROV-TERCO               00075300
                                                                        00075400
           MOVE DB2-DATAADM             TO WRK-DATAADM-X                00075500
           MOVE WRK-ADM-ANO             TO WRK-ADM-AAAA                 00075600
           MOVE WRK-ADM-MES             TO WRK-ADM-MM                   00075700
                                                                        00075800
           IF WRK-ADM-AAAAMM-X IS NUMERIC                               00075900
              AND WRK-ADM-DIA IS NUMERIC                                00076000
              IF WRK-ADM-AAAAMM GREATER WRK-COMPET                      00076100
                 ADD 1                  TO ACU-SEM-PROVISAO             00076200
                 GO TO 2100-99-FIM                                      00076300
              END-IF                                                    00076400
              IF WRK-ADM-AAAAMM EQUAL WRK-COMPET                        00076500
                 IF WRK-ADM-DIA-N GREATER 30                            00076600
                    MOVE 30             TO WRK-ADM-DIA-N                00076700
                 END-IF                                                 00076800
                 COMPUTE WRK-DIAS-MES = 30 - WRK-ADM-DIA-N + 1          00076900
                 IF WRK-DIAS-MES LESS 15                                00077000
                    ADD 1               TO ACU-SEM-PROVISAO             00077100
                    GO TO 2100-99-FIM                                   00077200
                 END-IF                                                 00077300
              END-IF                                                    00077400
           END-IF                                                       00077500
                                                                        00077600
           COMPUTE WRK-PROV-13 ROUNDED     = DB2-SALARIO / 12           00077700
           COMPUTE WRK-PROV-FERIAS ROUNDED = DB2-SALARIO / 12           00077800
           COMPUTE WRK-PROV-TERCO ROUNDED  = WRK-PROV-FERIAS / 3.       00077900
                                                                        00078000
      *----------------------------------------------------------------*00078100
       2100-99-FIM.                                   EXIT.             00078200
      *----------------------------------------------------------------*00078300
                                                                        00078400
      ******************************************************************00078500
      *         P A R T I D A S   D O   S E T O R                      *00078600
      *     TRES DEBITOS NO CENTRO DE CUSTO DO SETOR                   *00078700
      ******************************************************************00078800
                                                                        00078900
      *----------------------------------------------------------------*00079000
       2200-PARTIDAS-SETOR                            SECTION.          00079100
      *----------------------------------------------------------------*00079200
                                                                        00079300
           ADD 1                        TO ACU-SETORES                  00079400
           ADD ACU-SET-SALARIO          TO ACU-TOT-SALARIO              00079500
           ADD ACU-SET-13               TO ACU-TOT-13                   00079600
           ADD ACU-SET-FERIAS           TO ACU-TOT-FERIAS               00079700
                                                                        00079800
           MOVE WRK-CTA-DESP-SAL        TO WRK-PAR-CONTA                00079900
           MOVE WRK-SETOR-ATUAL         TO WRK-PAR-CCUSTO               00080000
           MOVE 'D'                     TO WRK-PAR-DC                   00080100
           MOVE ACU-SET-SALARIO         TO WRK-PAR-VALOR                00080200
           MOVE ACU-SET-QTD             TO WRK-PAR-QTDFUNC              00080300
           MOVE 'DESPESA DE SALARIOS'   TO WRK-PAR-HIST                 00080400
           PERFORM 7000-GRAVAR-PARTIDA                                  00080500
                                                                        00080600
           MOVE WRK-CTA-DESP-13         TO WRK-PAR-CONTA                00080700
           MOVE ACU-SET-13              TO WRK-PAR-VALOR                00080800
           MOVE 'PROVISAO DE 13O SALARIO' TO WRK-PAR-HIST               00080900
           PERFORM 7000-GRAVAR-PARTIDA                                  00081000
                                                                        00081100
           MOVE WRK-CTA-DESP-FER        TO WRK-PAR-CONTA                00081200
           MOVE ACU-SET-FERIAS          TO WRK-PAR-VALOR                00081300
           MOVE 'PROVISAO DE FERIAS + 1/3' TO WRK-PAR-HIST              00081400
           PERFORM 7000-GRAVAR-PARTIDA                                  00081500
                                                                        00081600
           MOVE ZEROS                   TO ACU-SET-QTD                  00081700
                                           ACU-SET-SALARIO              00081800
                                           ACU-SET-13                   00081900
                                           ACU-SET-FERIAS.              00082000
                                                                        00082100
      *----------------------------------------------------------------*00082200
       2200-99-FIM.                                   EXIT.             00082300
      *----------------------------------------------------------------*00082400
                                                                        00082500
      ******************************************************************00082600
      *         P A R T I D A S   D E   C R E D I T O                  *00082700
      *     CONTRAPARTIDA NOS PASSIVOS PELO TOTAL DA EXECUCAO          *00082800
      ******************************************************************00082900
                                                                        00083000
      *----------------------------------------------------------------*00083100
       2900-PARTIDAS-CREDITO                          SECTION.          00083200
      *----------------------------------------------------------------*00083300
                                                                        00083400
           MOVE WRK-CTA-SAL-PAGAR       TO WRK-PAR-CONTA                00083500
           MOVE SPACES                  TO WRK-PAR-CCUSTO               00083600
           MOVE 'C'                     TO WRK-PAR-DC                   00083700
           MOVE ACU-TOT-SALARIO         TO WRK-PAR-VALOR                00083800
           MOVE ACU-FUNCS               TO WRK-PAR-QTDFUNC              00083900
           MOVE 'SALARIOS A PAGAR'      TO WRK-PAR-HIST                 00084000
           PERFORM 7000-GRAVAR-PARTIDA                                  00084100
                                                                        00084200
           MOVE WRK-CTA-PROV-13         TO WRK-PAR-CONTA                00084300
           MOVE ACU-TOT-13              TO WRK-PAR-VALOR                00084400
           MOVE 'PROVISAO DE 13O SALARIO A PAGAR' TO WRK-PAR-HIST       00084500
           PERFORM 7000-GRAVAR-PARTIDA                                  00084600
                                                                        00084700
           MOVE WRK-CTA-PROV-FER        TO WRK-PAR-CONTA                00084800
           MOVE ACU-TOT-FERIAS          TO WRK-PAR-VALOR                00084900
           MOVE 'PROVISAO DE FERIAS + 1/3 A PAGAR' TO WRK-PAR-HIST      00085000
           PERFORM 7000-GRAVAR-PARTIDA.                                 00085100
                                                                        00085200
      *----------------------------------------------------------------*00085300
       2900-99-FIM.                                   EXIT.             00085400
      *----------------------------------------------------------------*00085500
                                                                        00085600
      ******************************************************************00085700
      *                      E S T O R N A R                           *00085800
      *     CADA PARTIDA LANCADA VOLTA COM D/C INVERTIDO               *00085900
      ******************************************************************00086000
                                                                        00086100
      *----------------------------------------------------------------*00086200
       3000-ESTORNAR                                         SECTION.   00086300
      *----------------------------------------------------------------*00086400
                                                                        00086500
           MOVE DB2-LCB-CONTA           TO WRK-PAR-CONTA                00086600
           MOVE DB2-LCB-CCUSTO          TO WRK-PAR-CCUSTO               00086700
           IF DB2-LCB-DC EQUAL 'D'                                      00086800
              MOVE 'C'                  TO WRK-PAR-DC                   00086900
           ELSE                                                         00087000
              MOVE 'D'                  TO WRK-PAR-DC                   00087100
           END-IF                                                       00087200
           MOVE DB2-LCB-VALOR           TO WRK-PAR-VALOR                00087300
           MOVE DB2-LCB-QTDFUNC         TO WRK-PAR-QTDFUNC              00087400
           MOVE SPACES                  TO WRK-PAR-HIST                 00087500
           STRING 'ESTORNO ' DB2-LCB-HIST                               00087600
                  INTO WRK-PAR-HIST                                     00087700
           PERFORM 7000-GRAVAR-PARTIDA                                  00087800
                                                                        00087900
           PERFORM 1410-LER-CEST.                                       00088000
                                                                        00088100
      *----------------------------------------------------------------*00088200
       3000-99-FIM.                                   EXIT.             00088300
      *----------------------------------------------------------------*00088400
                                                                        00088500
      ******************************************************************00088600
      *         R E G I S T R A R   C O N T R O L E                    *00088700
      *     TRAILER DO DIARIO (SO SAI SE DEBITOS = CREDITOS) E A       *00088800
      *     LINHA DE FOUR001.LANCCTL NA MESMA UNIDADE DE TRABALHO DAS  *00088900
      *     PARTIDAS                                                   *00089000
      ******************************************************************00089100
                                                                        00089200
      *----------------------------------------------------------------*00089300
       4000-REGISTRAR-CONTROLE                        SECTION.          00089400
      *----------------------------------------------------------------*00089500
                                                                        00089600
           IF ACU-DEBITOS NOT EQUAL ACU-CREDITOS                        00089700
              MOVE ZEROS                TO WRK-LOG-SQLCODE              00089800
              MOVE 'FR09DB33'           TO WRK-LOG-PROGRAMA             00089900
              MOVE '4000-REGISTRAR-CONTROLE' TO WRK-LOG-SECTION         00090000
              MOVE 'DIARIO NAO FECHA - DEBITOS DIFEREM DOS CREDITOS'    00090100
                                        TO WRK-LOG-MENSAGEM             00090200
              PERFORM 9000-TRATAR-ERRO                                  00090300
           END-IF                                                       00090400
                                                                        00090500
           ADD 1                           TO ACU-REGISTROS             00090600
           MOVE SPACES                     TO DIA-REC                   00090700
           MOVE 'T'                        TO DIA-TIPO                  00090800
           MOVE ACU-REGISTROS              TO DIA-T-QTD-REGISTROS       00090900
           MOVE ACU-PARTIDAS               TO DIA-T-QTD-PARTIDAS        00091000
           MOVE ACU-DEBITOS                TO DIA-T-TOTAL-DEBITOS       00091100
           MOVE ACU-CREDITOS               TO DIA-T-TOTAL-CREDITOS      00091200
           WRITE DIA-REC                                                00091300
                                                                        00091400
           ACCEPT WRK-RUN-DATA             FROM DATE YYYYMMDD           00091500
           ACCEPT WRK-RUN-HORA             FROM TIME                    00091600
                                                                        00091700
           IF WRK-MODO EQUAL 'E'                                        00091800
              PERFORM 4200-MARCAR-ESTORNO                               00091900
              GO TO 4000-99-FIM                                         00092000
           END-IF                                                       00092100
                                                                        00092200
           MOVE WRK-IDEXEC                 TO DB2-LCT-IDEXECUCAO        00092300
           MOVE WRK-COMPET                 TO DB2-LCT-COMPET            00092400
           MOVE 'L'                        TO DB2-LCT-SITUACAO          00092500
           MOVE ACU-FUNCS                  TO DB2-LCT-QTDFUNC           00092600
           MOVE ACU-PARTIDAS               TO DB2-LCT-QTDLINHAS         00092700
           MOVE ACU-DEBITOS                TO DB2-LCT-TOTDEB            00092800
           MOVE ACU-CREDITOS               TO DB2-LCT-TOTCRE            00092900
           MOVE WRK-RUN-ID                 TO DB2-LCT-IDLANC            00093000
           MOVE WRK-RUN-DATA               TO DB2-LCT-DATALANC          00093100
           MOVE WRK-RUN-HORA               TO DB2-LCT-HORALANC          00093200
           MOVE SPACES                     TO DB2-LCT-IDEST             00093300
           MOVE ZEROS                      TO DB2-LCT-DATAEST           00093400
                                              DB2-LCT-HORAEST           00093500
                                                                        00093600
           IF WRK-RELANCAMENTO EQUAL 'S'                                00093700
              PERFORM 4100-ATUALIZAR-LANCCTL                            00093800
           ELSE                                                         00093900
              EXEC SQL                                                  00094000
                 INSERT INTO FOUR001.LANCCTL                            00094100
                     (IDEXECUCAO, COMPET, SITUACAO, QTDFUNC,            00094200
                      QTDLINHAS, TOTDEB, TOTCRE, IDLANC, DATALANC,      00094300
                      HORALANC, IDEST, DATAEST, HORAEST)                00094400
                   VALUES (:DB2-LCT-IDEXECUCAO, :DB2-LCT-COMPET,        00094500
                      :DB2-LCT-SITUACAO, :DB2-LCT-QTDFUNC,              00094600
                      :DB2-LCT-QTDLINHAS, :DB2-LCT-TOTDEB,              00094700
                      :DB2-LCT-TOTCRE, :DB2-LCT-IDLANC,                 00094800
                      :DB2-LCT-DATALANC, :DB2-LCT-HORALANC,             00094900
                      :DB2-LCT-IDEST, :DB2-LCT-DATAEST,                 00095000
                      :DB2-LCT-HORAEST)                                 00095100
              END-EXEC                                                  00095200
              IF SQLCODE NOT = 0                                        00095300
                 MOVE SQLCODE              TO WRK-SQLCODE               00095400
                 MOVE SQLCODE              TO WRK-LOG-SQLCODE           00095500
                 MOVE 'FR09DB33'           TO WRK-LOG-PROGRAMA          00095600
                 MOVE '4000-REGISTRAR-CONTROLE' TO WRK-LOG-SECTION      00095700
                 MOVE 'ERRO NO INSERT LANCCTL' TO WRK-LOG-MENSAGEM      00095800
                 PERFORM 9000-TRATAR-ERRO                               00095900
              END-IF                                                    00096000
           END-IF.                                                      00096100
                                                                        00096200
      *----------------------------------------------------------------*00096300
       4000-99-FIM.                                   EXIT.             00096400
      *----------------------------------------------------------------*00096500
                                                                        00096600
      *----------------------------------------------------------------*00096700
       4100-ATUALIZAR-LANCCTL                         SECTION.          00096800
      *----------------------------------------------------------------*00096900
                                                                        00097000
           EXEC SQL                                                     00097100
              UPDATE FOUR001.LANCCTL                                    00097200
                 SET COMPET    = :DB2-LCT-COMPET,                       00097300
                     SITUACAO  = :DB2-LCT-SITUACAO,                     00097400
                     QTDFUNC   = :DB2-LCT-QTDFUNC,                      00097500
                     QTDLINHAS = :DB2-LCT-QTDLINHAS,                    00097600
                     TOTDEB    = :DB2-LCT-TOTDEB,                       00097700
                     TOTCRE    = :DB2-LCT-TOTCRE,                       00097800
                     IDLANC    = :DB2-LCT-IDLANC,                       00097900
                     DATALANC  = :DB2-LCT-DATALANC,                     00098000
                     HORALANC  = :DB2-LCT-HORALANC,                     00098100
                     IDEST     = :DB2-LCT-IDEST,                        00098200
                     DATAEST   = :DB2-LCT-DATAEST,                      00098300
                     HORAEST   = :DB2-LCT-HORAEST                       00098400
               WHERE IDEXECUCAO = :DB2-LCT-IDEXECUCAO                   00098500
           END-EXEC                                                     00098600
                                                                        00098700
           IF SQLCODE NOT = 0                                           00098800
              MOVE SQLCODE              TO WRK-SQLCODE                  00098900
              MOVE SQLCODE              TO WRK-LOG-SQLCODE              00099000
              MOVE 'FR09DB33'           TO WRK-LOG-PROGRAMA             00099100
              MOVE '4100-ATUALIZAR-LANCCTL' TO WRK-LOG-SECTION          00099200
              MOVE 'ERRO NO UPDATE LANCCTL' TO WRK-LOG-MENSAGEM         00099300
              PERFORM 9000-TRATAR-ERRO                                  00099400
           END-IF.                                                      00099500
                                                                        00099600
      *----------------------------------------------------------------*00099700
       4100-99-FIM.                                   EXIT.             00099800
      *----------------------------------------------------------------*00099900
                                                                        00100000
      *----------------------------------------------------------------*00100100
       4200-MARCAR-ESTORNO                            SECTION.          00100200
      *----------------------------------------------------------------*00100300
                                                                        00100400
           MOVE 'E'                        TO DB2-LCT-SITUACAO          00100500
           MOVE WRK-RUN-ID                 TO DB2-LCT-IDEST             00100600
           MOVE WRK-RUN-DATA               TO DB2-LCT-DATAEST           00100700
           MOVE WRK-RUN-HORA               TO DB2-LCT-HORAEST           00100800
           MOVE WRK-IDEXEC                 TO DB2-LCT-IDEXECUCAO        00100900
                                                                        00101000
           EXEC SQL                                                     00101100
              UPDATE FOUR001.LANCCTL                                    00101200
                 SET SITUACAO  = :DB2-LCT-SITUACAO,                     00101300
                     IDEST     = :DB2-LCT-IDEST,                        00101400
                     DATAEST   = :DB2-LCT-DATAEST,                      00101500
                     HORAEST   = :DB2-LCT-HORAEST                       00101600
               WHERE IDEXECUCAO = :DB2-LCT-IDEXECUCAO                   00101700
                 AND SITUACAO   = 'L'                                   00101800
           END-EXEC                                                     00101900
                                                                        00102000
           IF SQLCODE NOT = 0                                           00102100
              MOVE SQLCODE              TO WRK-SQLCODE                  00102200
              MOVE SQLCODE              TO WRK-LOG-SQLCODE              00102300
              MOVE 'FR09DB33'           TO WRK-LOG-PROGRAMA             00102400
              MOVE '4200-MARCAR-ESTORNO' TO WRK-LOG-SECTION             00102500
              MOVE 'ERRO NO UPDATE LANCCTL' TO WRK-LOG-MENSAGEM         00102600
              PERFORM 9000-TRATAR-ERRO                                  00102700
           END-IF.                                                      00102800
                                                                        00102900
      *----------------------------------------------------------------*00103000
       4200-99-FIM.                                   EXIT.             00103100
      *----------------------------------------------------------------*00103200
                                                                        00103300
      ******************************************************************00103400
      *                      F I N A L I Z A R                         *00103500
      ******************************************************************00103600
                                                                        00103700
      *----------------------------------------------------------------*00103800
       5000-FINALIZAR                                 SECTION.          00103900
      *----------------------------------------------------------------*00104000
                                                                        00104100
           IF WRK-CURSOR-ABERTO EQUAL 'S'                               00104200
              MOVE 'N'                  TO WRK-CURSOR-ABERTO            00104300
              IF WRK-MODO EQUAL 'L'                                     00104400
                 EXEC SQL                                               00104500
                    CLOSE CFOL                                          00104600
                 END-EXEC                                               00104700
              ELSE                                                      00104800
                 EXEC SQL                                               00104900
                    CLOSE CEST                                          00105000
                 END-EXEC                                               00105100
              END-IF                                                    00105200
           END-IF                                                       00105300
                                                                        00105400
      *    PARTIDAS, CONTROLE E DIARIO FORMAM UM SO LANCAMENTO: SO      00105500
      *    CONFIRMA SE O PROGRAMA CHEGOU AO FIM SEM ERRO                00105600
           IF RETURN-CODE = ZEROS AND WRK-PARM-VALIDO = 'S'             00105700
              EXEC SQL                                                  00105800
                 COMMIT                                                 00105900
              END-EXEC                                                  00106000
              IF SQLCODE NOT = 0                                        00106100
                 MOVE SQLCODE          TO WRK-LOG-SQLCODE               00106200
                 MOVE 'FR09DB33'       TO WRK-LOG-PROGRAMA              00106300
                 MOVE '5000-FINALIZAR' TO WRK-LOG-SECTION               00106400
                 MOVE 'ERRO NO COMMIT FINAL' TO WRK-LOG-MENSAGEM        00106500
                 ACCEPT WRK-LOG-DATA   FROM DATE YYYYMMDD               00106600
                 ACCEPT WRK-LOG-HORA   FROM TIME                        00106700
                 CALL 'GRAVALOG'       USING WRK-LOG                    00106800
                 MOVE 16               TO RETURN-CODE                   00106900
              END-IF                                                    00107000
           END-IF                                                       00107100
                                                                        00107200
           PERFORM 6000-EMITIR-ACU                                      00107300
                                                                        00107400
           CLOSE DIARIO                                                 00107500
           CLOSE DIAREL.                                                00107600
                                                                        00107700
      *----------------------------------------------------------------*00107800
       5000-99-FIM.          EXIT.                                      00107900
      *----------------------------------------------------------------*00108000
                                                                        00108100
      ******************************************************************00108200
      *               E M I T I R   A C U M U L A D O R E S            *00108300
      ******************************************************************00108400
                                                                        00108500
      *----------------------------------------------------------------*00108600
       6000-EMITIR-ACU                           SECTION.               00108700
      *----------------------------------------------------------------*00108800
                                                                        00108900
           MOVE ACU-DEBITOS                TO WRK-TOTDEB-ED             00109000
           MOVE ACU-CREDITOS               TO WRK-TOTCRE-ED             00109100
                                                                        00109200
           DISPLAY '*=================== FR09DB33 ====================*'00109300
           DISPLAY '*                                                 *'00109400
           DISPLAY '* ACUMULADORES:                                   *'00109500
           DISPLAY '* MODO...............: ' WRK-MODO                   00109600
           DISPLAY '* EXECUCAO...........: ' WRK-IDEXEC                 00109700
           DISPLAY '* COMPETENCIA........: ' WRK-COMPET                 00109800
           DISPLAY '* FUNCIONARIOS.......: ' ACU-FUNCS                  00109900
           DISPLAY '* SEM PROVISAO NO MES: ' ACU-SEM-PROVISAO           00110000
           DISPLAY '* SETORES............: ' ACU-SETORES                00110100
           DISPLAY '* PARTIDAS...........: ' ACU-PARTIDAS               00110200
           DISPLAY '* TOTAL DEBITOS......: ' WRK-TOTDEB-ED              00110300
           DISPLAY '* TOTAL CREDITOS.....: ' WRK-TOTCRE-ED              00110400
           DISPLAY '*                                                 *'00110500
           DISPLAY '*=================== FR09DB33 ====================*'00110600
           DISPLAY ' '                                                  00110700
                                                                        00110800
           IF WRK-PARM-VALIDO NOT EQUAL 'S'                             00110900
              MOVE '1'                     TO DIAREL-CC                 00111000
              MOVE SPACES                  TO DIAREL-LINHA              00111100
              STRING 'DIARIO CONTABIL DA FOLHA - FR09DB33'              00111200
                     '   NADA LANCADO: ' WRK-MOTIVO                     00111300
                     INTO DIAREL-LINHA                                  00111400
              WRITE DIAREL-REC                                          00111500
              GO TO 6000-99-FIM                                         00111600
           END-IF                                                       00111700
                                                                        00111800
           MOVE ' '                        TO DIAREL-CC                 00111900
           MOVE ALL '-'                    TO DIAREL-LINHA              00112000
           WRITE DIAREL-REC                                             00112100
                                                                        00112200
           MOVE ACU-PARTIDAS               TO WRK-QTD-ED                00112300
           MOVE ' '                        TO DIAREL-CC                 00112400
           MOVE SPACES                     TO DIAREL-LINHA              00112500
           STRING 'PARTIDAS: ' WRK-QTD-ED                               00112600
                  '   DEBITOS: ' WRK-TOTDEB-ED                          00112700
                  '   CREDITOS: ' WRK-TOTCRE-ED                         00112800
                  INTO DIAREL-LINHA                                     00112900
           WRITE DIAREL-REC.                                            00113000
                                                                        00113100
      *----------------------------------------------------------------*00113200
       6000-99-FIM.                              EXIT.                  00113300
      *----------------------------------------------------------------*00113400
                                                                        00113500
      ******************************************************************00113600
      *             G R A V A R   P A R T I D A                        *00113700
      *     DIARIO + DIAREL E, NO LANCAMENTO, FOUR001.LANCCTB.         *00113800
      *     PARTIDA ZERADA NAO VAI PARA O DIARIO                       *00113900
      ******************************************************************00114000
                                                                        00114100
      *----------------------------------------------------------------*00114200
       7000-GRAVAR-PARTIDA                            SECTION.          00114300
      *----------------------------------------------------------------*00114400
                                                                        00114500
           IF WRK-PAR-VALOR EQUAL ZEROS                                 00114600
              GO TO 7000-99-FIM                                         00114700
           END-IF                                                       00114800
                                                                        00114900
           ADD 1                           TO WRK-SEQ                   00115000
           ADD 1                           TO ACU-PARTIDAS              00115100
           ADD 1                           TO ACU-REGISTROS             00115200
           IF WRK-PAR-DC EQUAL 'D'                                      00115300
              ADD WRK-PAR-VALOR            TO ACU-DEBITOS               00115400
           ELSE                                                         00115500
              ADD WRK-PAR-VALOR            TO ACU-CREDITOS              00115600
           END-IF                                                       00115700
                                                                        00115800
           MOVE SPACES                     TO DIA-REC                   00115900
           MOVE 'D'                        TO DIA-TIPO                  00116000
           MOVE WRK-SEQ                    TO DIA-D-SEQ                 00116100
           MOVE WRK-COMPET                 TO DIA-D-COMPET              00116200
           MOVE WRK-PAR-CONTA              TO DIA-D-CONTA               00116300
           MOVE WRK-PAR-CCUSTO             TO DIA-D-CCUSTO              00116400
           MOVE WRK-PAR-DC                 TO DIA-D-DC                  00116500
           MOVE WRK-PAR-VALOR              TO DIA-D-VALOR               00116600
           MOVE WRK-PAR-QTDFUNC            TO DIA-D-QTDFUNC             00116700
           MOVE WRK-PAR-HIST               TO DIA-D-HIST                00116800
           WRITE DIA-REC                                                00116900
                                                                        00117000
           MOVE WRK-PAR-VALOR              TO WRK-VALOR-ED              00117100
           MOVE WRK-PAR-QTDFUNC            TO WRK-QTD-ED                00117200
           MOVE ' '                        TO DIAREL-CC                 00117300
           MOVE SPACES                     TO DIAREL-LINHA              00117400
           STRING WRK-SEQ ' ' WRK-PAR-CONTA ' ' WRK-PAR-CCUSTO          00117500
                  '  ' WRK-PAR-DC '  ' WRK-VALOR-ED                     00117600
                  ' ' WRK-QTD-ED ' ' WRK-PAR-HIST                       00117700
                  INTO DIAREL-LINHA                                     00117800
           WRITE DIAREL-REC                                             00117900
                                                                        00118000
           IF WRK-MODO NOT EQUAL 'L'                                    00118100
              GO TO 7000-99-FIM                                         00118200
           END-IF                                                       00118300
                                                                        00118400
           MOVE WRK-IDEXEC                 TO DB2-LCB-IDEXECUCAO        00118500
           MOVE WRK-SEQ                    TO DB2-LCB-SEQ               00118600
           MOVE WRK-PAR-CONTA              TO DB2-LCB-CONTA             00118700
           MOVE WRK-PAR-CCUSTO             TO DB2-LCB-CCUSTO            00118800
           MOVE WRK-PAR-DC                 TO DB2-LCB-DC                00118900
           MOVE WRK-PAR-VALOR              TO DB2-LCB-VALOR             00119000
           MOVE WRK-PAR-QTDFUNC            TO DB2-LCB-QTDFUNC           00119100
           MOVE WRK-PAR-HIST               TO DB2-LCB-HIST              00119200
                                                                        00119300
           EXEC SQL                                                     00119400
              INSERT INTO FOUR001.LANCCTB                               00119500
                  (IDEXECUCAO, SEQ, CONTA, CCUSTO, DC, VALOR,           00119600
                   QTDFUNC, HIST)                                       00119700
                VALUES (:DB2-LCB-IDEXECUCAO, :DB2-LCB-SEQ,              00119800
                   :DB2-LCB-CONTA, :DB2-LCB-CCUSTO, :DB2-LCB-DC,        00119900
                   :DB2-LCB-VALOR, :DB2-LCB-QTDFUNC, :DB2-LCB-HIST)     00120000
           END-EXEC                                                     00120100
                                                                        00120200
           IF SQLCODE NOT = 0                                           00120300
              MOVE SQLCODE              TO WRK-SQLCODE                  00120400
              MOVE SQLCODE              TO WRK-LOG-SQLCODE              00120500
              MOVE 'FR09DB33'           TO WRK-LOG-PROGRAMA             00120600
              MOVE '7000-GRAVAR-PARTIDA' TO WRK-LOG-SECTION             00120700
              MOVE 'ERRO NO INSERT LANCCTB' TO WRK-LOG-MENSAGEM         00120800
              PERFORM 9000-TRATAR-ERRO                                  00120900
           END-IF.                                                      00121000
                                                                        00121100
      *----------------------------------------------------------------*00121200
       7000-99-FIM.                              EXIT.                  00121300
      *----------------------------------------------------------------*00121400
                                                                        00121500
      ******************************************************************00121600
      *                     T R A T A R   E R R O                      *00121700
      ******************************************************************00121800
                                                                        00121900
      *----------------------------------------------------------------*00122000
       9000-TRATAR-ERRO                          SECTION.               00122100
      *----------------------------------------------------------------*00122200
                                                                        00122300
           ACCEPT WRK-LOG-DATA               FROM DATE YYYYMMDD         00122400
           ACCEPT WRK-LOG-HORA               FROM TIME                  00122500
           CALL 'GRAVALOG'                       USING WRK-LOG          00122600
           MOVE 16                TO RETURN-CODE                        00122700
           EXEC SQL                                                     00122800
              ROLLBACK                                                  00122900
           END-EXEC                                                     00123000
           PERFORM 5000-FINALIZAR                                       00123100
           GOBACK.                                                      00123200
                                                                        00123300
      *----------------------------------------------------------------*00123400
       9000-99-FIM.                              EXIT.                  00123500
      *----------------------------------------------------------------*00123600
