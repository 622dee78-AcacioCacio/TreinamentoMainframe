      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. FR09DB32.                                            00000500
       AUTHOR.     ACACIO.                                              00000600
                                                                        00000700
      *================================================================*00000800
      *                        TREINAMENTO                             *00000900
      *================================================================*00001000
      *     PROGRAMA....: FR09DB32                                     *00001100
      *     PROGRAMADOR.: ACACIO JORGE                                 *00001200
      *     INSTRUTOR...: IVAN SANCHES                                 *00001300
      *     EMPRESA.....: FOURSYS                                      *00001400
      *     DATA........: 15/10/2026                                   *00001500
      *----------------------------------------------------------------*00001600
      *     OBJETIVO....: CALCULO DAS VERBAS RESCISORIAS DOS           *00001700
      *                   DESLIGAMENTOS AINDA NAO ACERTADOS (FUNC2     *00001800
      *                   SITUACAO 'D' COM DATADEM, GRAVADOS PELO      *00001900
      *                   FR09DB15/FR09DB28) - SALDO DE SALARIO, 13O   *00002000
      *                   PROPORCIONAL, FERIAS VENCIDAS E              *00002100
      *                   PROPORCIONAIS E 1/3 CONSTITUCIONAL, A        *00002200
      *                   PARTIR DE DATAADM, DATADEM E DO SALARIO      *00002300
      *                   VIGENTE NO DESLIGAMENTO (FUNCHIST/FUNC2).    *00002400
      *                   GRAVA FOUR001.RESCISAO (QUE MARCA O          *00002500
      *                   DESLIGAMENTO COMO ACERTADO), IMPRIME O       *00002600
      *                   DEMONSTRATIVO POR FUNCIONARIO E LISTA NO     *00002700
      *                   RESCEXC AS DATAS INVALIDAS E AS RESCISOES    *00002800
      *                   CUJO DESLIGAMENTO FOI REVERTIDO OU           *00002900
      *                   CORRIGIDO DEPOIS PELO FR09DB20.              *00003000
      *                   CONSIDERA DISPENSA SEM JUSTA CAUSA, MES      *00003100
      *                   COMERCIAL DE 30 DIAS E AVO PARA FRACAO DE    *00003200
      *                   15 DIAS OU MAIS.                             *00003300
      *----------------------------------------------------------------*00003400
      *                                                                *00003500
      *     ARQUIVOS....:                                              *00003600
      *       DDNAME               I/O                 INCLUDE/BOOK    *00003700
      *       RESCREL               O                    BKRESCREL     *00003800
      *       RESCEXC               O                    BKRESCEXC     *00003900
      *                                                                *00004000
      *----------------------------------------------------------------*00004100
      *                                                                *00004200
      *     BASE DE DADOS:                                             *00004300
      *       DDNAME               I/O                 INCLUDE/BOOK    *00004400
      *       FOU001.FUNC2          I                    #BKFUNC2      *00004500
      *       FOU001.FUNCHIST       I                                  *00004600
      *       FOU001.FUNCAUD        I                    #BKFUNCAUD    *00004700
      *       FOU001.RESCISAO       I/O                  #BKRESC       *00004800
      *                                                                *00004900
      *----------------------------------------------------------------*00005000
      *                                                                *00005100
      *     MODULOS.....:                                              *00005200
      *       B#GLOB                                                   *00005300
      *                                                                *00005400
      *================================================================*00005500
                                                                        00005600
      *=============================================================*   00005700
       ENVIRONMENT                               DIVISION.              00005800
      *=============================================================*   00005900
                                                                        00006000
      *-------------------------------------------------------------*   00006100
       CONFIGURATION                               SECTION.             00006200
      *-------------------------------------------------------------*   00006300
       SPECIAL-NAMES.                                                   00006400
           DECIMAL-POINT IS COMMA.                                      00006500
                                                                        00006600
      *-------------------------------------------------------------*   00006700
       INPUT-OUTPUT                            SECTION.                 00006800
      *-------------------------------------------------------------*   00006900
       FILE-CONTROL.                                                    00007000
           SELECT RESCREL   ASSIGN TO RESCREL                           00007100
                            ORGANIZATION IS SEQUENTIAL.                 00007200
           SELECT RESCEXC   ASSIGN TO RESCEXC                           00007300
                            ORGANIZATION IS SEQUENTIAL.                 00007400
                                                                        00007500
                                                                        00007600
      *=============================================================*   00007700
       DATA                                      DIVISION.              00007800
                                                                        00007900
      *-------------------------------------------------------------*   00008000
       FILE                                         SECTION.            00008100
      *-------------------------------------------------------------*   00008200
      *----------------------------------------------------------------*00008300
       FD  RESCREL                                                      00008400
           LABEL RECORDS ARE STANDARD.                                  00008500
                                                                        00008600
           COPY 'BKRESCREL'.                                            00008700
      *----------------------------------------------------------------*00008800
                                                                        00008900
      *----------------------------------------------------------------*00009000
       FD  RESCEXC                                                      00009100
           LABEL RECORDS ARE STANDARD.                                  00009200
                                                                        00009300
           COPY 'BKRESCEXC'.                                            00009400
      *----------------------------------------------------------------*00009500
                                                                        00009600
      *=============================================================*   00009700
                                                                        00009800
      *-------------------------------------------------------------*   00009900
       WORKING-STORAGE                             SECTION.             00010000
      *-------------------------------------------------------------*   00010100
                                                                        00010200
      *----------------------------------------------------------------*00010300
       01  FILLER                      PIC  X(050)         VALUE        00010400
           '*** INICIO DA WORKING FR09DB32 ***'.                        00010500
      *----------------------------------------------------------------*00010600
                                                                        00010700
      *----------------------------------------------------------------*00010800
       01  FILLER                                  PIC X(050)    VALUE  00010900
           '*** AREA DE DB2 ***'.                                       00011000
      *----------------------------------------------------------------*00011100
                                                                        00011200
           EXEC SQL                                                     00011300
             INCLUDE #BKFUNC2                                           00011400
           END-EXEC.                                                    00011500
                                                                        00011600
           EXEC SQL                                                     00011700
             INCLUDE #BKRESC                                            00011800
           END-EXEC.                                                    00011900
                                                                        00012000
           EXEC SQL                                                     00012100
             INCLUDE #BKFUNCAUD                                         00012200
           END-EXEC.                                                    00012300
                                                                        00012400
           EXEC SQL                                                     00012500
              INCLUDE SQLCA                                             00012600
           END-EXEC.                                                    00012700
                                                                        00012800
       77 WRK-DATADEM-SQL        PIC 9(08)           VALUE ZEROS.       00012900
       77 WRK-HIST-SALARIO       PIC 9(07)V99        VALUE ZEROS.       00013000
                                                                        00013100
      *    DESLIGAMENTO AINDA SEM LINHA EM RESCISAO PARA O MESMO        00013200
      *    DATADEM - UMA RECONTRATACAO SEGUIDA DE NOVO DESLIGAMENTO     00013300
      *    GERA NOVA RESCISAO                                           00013400
           EXEC SQL                                                     00013500
              DECLARE CRESC  CURSOR WITH HOLD FOR                       00013600
               SELECT F.ID, F.NOME, F.SETOR, F.SALARIO,                 00013700
                      F.DATAADM, F.DATADEM                              00013800
                FROM FOUR001.FUNC2 F                                    00013900
                 WHERE F.SITUACAO = 'D'                                 00014000
                   AND F.DATADEM <> ' '                                 00014100
                   AND NOT EXISTS                                       00014200
                       (SELECT 1 FROM FOUR001.RESCISAO R                00014300
                         WHERE R.ID      = F.ID                         00014400
                           AND R.DATADEM = F.DATADEM)                   00014500
               ORDER BY F.ID                                            00014600
                                                                        00014700
           END-EXEC.                                                    00014800
                                                                        00014900
      *    RESCISAO CALCULADA E DEPOIS MEXIDA PELO FR09DB20 (TODA       00015000
      *    CORRECAO APLICADA REATIVA O FUNCIONARIO) - A TRILHA DE       00015100
      *    AUDITORIA DIZ QUANDO E COM QUAL IMAGEM                       00015200
           EXEC SQL                                                     00015300
              DECLARE CREVS  CURSOR FOR                                 00015400
               SELECT R.ID, R.DATADEM, R.TOTAL,                         00015500
                      A.DATA, A.HORA, A.IDEXEC,                         00015600
                      A.SITUACAO_NOV, A.DATADEM_NOV,                    00015700
                      A.DATAADM_NOV, A.SALARIO_NOV                      00015800
                FROM FOUR001.RESCISAO R,                                00015900
                     FOUR001.FUNCAUD  A                                 00016000
                 WHERE R.STATUS   = 'C'                                 00016100
                   AND A.ID       = R.ID                                00016200
                   AND A.PROGRAMA = 'FR09DB20'                          00016300
                   AND (A.DATA > R.DATACALC OR                          00016400
                        (A.DATA = R.DATACALC AND                        00016500
                         A.HORA > R.HORACALC))                          00016600
               ORDER BY R.ID, A.DATA, A.HORA                            00016700
                                                                        00016800
           END-EXEC.                                                    00016900
      *----------------------------------------------------------------*00017000
       01  FILLER                                  PIC X(050)    VALUE  00017100
           '*** AREA DO ARQUIVO LOGERRO2 ***'.                          00017200
      *----------------------------------------------------------------*00017300
                                                                        00017400
          COPY 'B#GLOB'.                                                00017500
                                                                        00017600
      *----------------------------------------------------------------*00017700
                                                                        00017800
      *----------------------------------------------------------------*00017900
       01  FILLER                                  PIC X(050)    VALUE  00018000
           '*** AREA DE VARIAVEIS AUXILIARES ***'.                      00018100
      *----------------------------------------------------------------*00018200
                                                                        00018300
       77 WRK-SQLCODE             PIC -999.                             00018400
       77 WRK-FIM-CRESC           PIC X(01)                 VALUE 'N'.  00018500
       77 WRK-FIM-CREVS           PIC X(01)                 VALUE 'N'.  00018600
       77 WRK-CREVS-ABERTO        PIC X(01)                 VALUE 'N'.  00018700
       77 WRK-RUN-DATA            PIC 9(08)                 VALUE ZEROS.00018800
       77 WRK-RUN-HORA            PIC 9(08)                 VALUE ZEROS.00018900
       77 WRK-RUN-ID              PIC X(16)                VALUE SPACES.00019000
       77 WRK-DATA-VALIDA         PIC X(01)                 VALUE 'S'.  00019100
       77 WRK-MOTIVO              PIC X(40)                VALUE SPACES.00019200
       77 WRK-ANO-QUOC            PIC 9(04)                 VALUE ZEROS.00019300
       77 WRK-ANO-RESTO           PIC 9(04)                 VALUE ZEROS.00019400
       77 WRK-ADM-ANO             PIC 9(04)                 VALUE ZEROS.00019500
       77 WRK-ADM-MES             PIC 9(02)                 VALUE ZEROS.00019600
       77 WRK-ADM-DIA             PIC 9(02)                 VALUE ZEROS.00019700
       77 WRK-DEM-ANO             PIC 9(04)                 VALUE ZEROS.00019800
       77 WRK-DEM-MES             PIC 9(02)                 VALUE ZEROS.00019900
       77 WRK-DEM-DIA             PIC 9(02)                 VALUE ZEROS.00020000
       77 WRK-MES-INI             PIC 9(02)                 VALUE ZEROS.00020100
       77 WRK-DIA-INI             PIC 9(02)                 VALUE ZEROS.00020200
       77 WRK-DIAS-MES            PIC S9(03)                VALUE ZEROS.00020300
       77 WRK-DIAS-SERV           PIC S9(07)                VALUE ZEROS.00020400
       77 WRK-MESES-SERV          PIC 9(05)                 VALUE ZEROS.00020500
       77 WRK-RESTO-DIAS          PIC 9(02)                 VALUE ZEROS.00020600
       77 WRK-ANOS-SERV           PIC 9(03)                 VALUE ZEROS.00020700
       77 WRK-AVOS                PIC S9(03)                VALUE ZEROS.00020800
       77 WRK-VALOR-ED            PIC Z.ZZZ.ZZ9,99.                     00020900
       77 WRK-TOTAL-ED            PIC ZZ.ZZZ.ZZZ.ZZ9,99.                00021000
                                                                        00021100
      *    DATA AAAA-MM-DD EM VALIDACAO (DATAADM E DATADEM PASSAM       00021200
      *    PELA MESMA REGRA DA CARGA - 3120 DO FR09DB20)                00021300
       01  WRK-DATA-X.                                                  00021400
           05  WRK-DATA-ANO            PIC X(04).                       00021500
           05  WRK-DATA-ANO-N  REDEFINES WRK-DATA-ANO                   00021600
                                       PIC 9(04).                       00021700
           05  WRK-DATA-SEP1           PIC X(01).                       00021800
           05  WRK-DATA-MES            PIC X(02).                       00021900
           05  WRK-DATA-MES-N  REDEFINES WRK-DATA-MES                   00022000
                                       PIC 9(02).                       00022100
           05  WRK-DATA-SEP2           PIC X(01).                       00022200
           05  WRK-DATA-DIA            PIC X(02).                       00022300
           05  WRK-DATA-DIA-N  REDEFINES WRK-DATA-DIA                   00022400
                                       PIC 9(02).                       00022500
                                                                        00022600
       01  WRK-DATADEM-X.                                               00022700
           05  WRK-DATADEM-ANO         PIC 9(04).                       00022800
           05  WRK-DATADEM-MES         PIC 9(02).                       00022900
           05  WRK-DATADEM-DIA         PIC 9(02).                       00023000
       01  WRK-DATADEM-N   REDEFINES WRK-DATADEM-X                      00023100
                                       PIC 9(08).                       00023200
                                                                        00023300
      *----------------------------------------------------------------*00023400
       01  FILLER                      PIC  X(050)         VALUE        00023500
           '*** AREA DE ACUMULADORES ***'.                              00023600
      *----------------------------------------------------------------*00023700
                                                                        00023800
       77 ACU-LIDOS               PIC 9(08)                 VALUE ZEROS.00023900
       77 ACU-CALCULADAS          PIC 9(08)                 VALUE ZEROS.00024000
       77 ACU-DATA-INVALIDA       PIC 9(08)                 VALUE ZEROS.00024100
       77 ACU-REVISAR             PIC 9(08)                 VALUE ZEROS.00024200
       77 ACU-BASE-HIST           PIC 9(08)                 VALUE ZEROS.00024300
       77 ACU-VALOR-TOTAL         PIC 9(11)V99              VALUE ZEROS.00024400
                                                                        00024500
      *----------------------------------------------------------------*00024600
       01  FILLER                 PIC  X(050)         VALUE             00024700
           '*** FINAL DA WORKING FR09DB32 ***'.                         00024800
      *----------------------------------------------------------------*00024900
                                                                        00025000
      *================================================================*00025100
       PROCEDURE                    DIVISION.                           00025200
      *================================================================*00025300
                                                                        00025400
      ******************************************************************00025500
      *                      P R I N C I P A L                         *00025600
      ******************************************************************00025700
                                                                        00025800
      *----------------------------------------------------------------*00025900
       0000-PRINCIPAL                                 SECTION.          00026000
      *----------------------------------------------------------------*00026100
                                                                        00026200
           PERFORM 1000-INICIAR.                                        00026300
           PERFORM 2000-PROCESSAR                                       00026400
                        UNTIL WRK-FIM-CRESC EQUAL 'S'.                  00026500
           PERFORM 3000-VERIFICAR-REVERSOES.                            00026600
           PERFORM 5000-FINALIZAR.                                      00026700
           STOP RUN.                                                    00026800
                                                                        00026900
      *----------------------------------------------------------------*00027000
       0000-99-FIM.                                   EXIT.             00027100
      *----------------------------------------------------------------*00027200
                                                                        00027300
      ******************************************************************00027400
      *                    I N I C I A L I Z A R                       *00027500
      ******************************************************************00027600
                                                                        00027700
      *----------------------------------------------------------------*00027800
       1000-INICIAR                                   SECTION.          00027900
      *----------------------------------------------------------------*00028000
                                                                        00028100
           OPEN OUTPUT RESCREL RESCEXC                                  00028200
                                                                        00028300
           ACCEPT WRK-RUN-DATA            FROM DATE YYYYMMDD            00028400
           ACCEPT WRK-RUN-HORA            FROM TIME                     00028500
           STRING WRK-RUN-DATA  WRK-RUN-HORA                            00028600
                  INTO WRK-RUN-ID                                       00028700
                                                                        00028800
           PERFORM 1200-CABECALHO-RESCEXC                               00028900
                                                                        00029000
           EXEC SQL                                                     00029100
              OPEN CRESC                                                00029200
           END-EXEC                                                     00029300
                                                                        00029400
           EVALUATE SQLCODE                                             00029500
              WHEN 0                                                    00029600
                 PERFORM 1100-LER-CRESC                                 00029700
                                                                        00029800
              WHEN OTHER                                                00029900
                MOVE SQLCODE              TO WRK-SQLCODE                00030000
                MOVE SQLCODE              TO WRK-LOG-SQLCODE            00030100
                MOVE 'FR09DB32'           TO WRK-LOG-PROGRAMA           00030200
                MOVE '1000-INICIAR'       TO WRK-LOG-SECTION            00030300
                MOVE 'ERRO NO OPEN CURSOR CRESC' TO WRK-LOG-MENSAGEM    00030400
                PERFORM 9000-TRATAR-ERRO                                00030500
              END-EVALUATE.                                             00030600
                                                                        00030700
      *----------------------------------------------------------------*00030800
       1000-99-FIM.                                   EXIT.             00030900
      *----------------------------------------------------------------*00031000
                                                                        00031100
      *----------------------------------------------------------------*00031200
       1100-LER-CRESC                                        SECTION.   00031300
      *----------------------------------------------------------------*00031400
                                                                        00031500
           EXEC SQL                                                     00031600
             FETCH CRESC                                                00031700
              INTO :DB2-ID,                                             00031800
                   :DB2-NOME,                                           00031900
                   :DB2-SETOR,                                          00032000
                   :DB2-SALARIO,                                        00032100
                   :DB2-DATAADM,                                        00032200
                   :DB2-DATADEM                                         00032300
           END-EXEC.                                                    00032400
                                                                        00032500
           EVALUATE SQLCODE                                             00032600
            WHEN 0                                                      00032700
                ADD 1 TO ACU-LIDOS                                      00032800
                                                                        00032900
            WHEN 100                                                    00033000
              MOVE 'S'                  TO WRK-FIM-CRESC                00033100
                                                                        00033200
            WHEN OTHER                                                  00033300
              MOVE SQLCODE              TO WRK-SQLCODE                  00033400
              MOVE SQLCODE              TO WRK-LOG-SQLCODE              00033500
              MOVE 'FR09DB32'           TO WRK-LOG-PROGRAMA             00033600
              MOVE '1100-LER-CRESC'     TO WRK-LOG-SECTION              00033700
              MOVE 'ERRO NO FETCH CRESC' TO WRK-LOG-MENSAGEM            00033800
              PERFORM 9000-TRATAR-ERRO                                  00033900
           END-EVALUATE.                                                00034000
                                                                        00034100
      *----------------------------------------------------------------*00034200
       1100-99-FIM.                                   EXIT.             00034300
      *----------------------------------------------------------------*00034400
                                                                        00034500
      ******************************************************************00034600
      *            C A B E C A L H O   R E S C E X C                   *00034700
      ******************************************************************00034800
                                                                        00034900
      *----------------------------------------------------------------*00035000
       1200-CABECALHO-RESCEXC                         SECTION.          00035100
      *----------------------------------------------------------------*00035200
                                                                        00035300
           MOVE '1'                        TO RESCEXC-CC                00035400
           MOVE SPACES                     TO RESCEXC-LINHA             00035500
           STRING 'EXCECOES DA RESCISAO - FR09DB32'                     00035600
                  '   EXECUCAO: ' WRK-RUN-ID                            00035700
                  INTO RESCEXC-LINHA                                    00035800
           WRITE RESCEXC-REC.                                           00035900
                                                                        00036000
           MOVE ' '                        TO RESCEXC-CC                00036100
           MOVE SPACES                     TO RESCEXC-LINHA             00036200
           WRITE RESCEXC-REC.                                           00036300
                                                                        00036400
           MOVE ' '                        TO RESCEXC-CC                00036500
           MOVE SPACES                     TO RESCEXC-LINHA             00036600
           STRING 'ID       DESLIGAMENTO MOTIVO                      '  00036700
                  '             DETALHE'                                00036800
                  INTO RESCEXC-LINHA                                    00036900
           WRITE RESCEXC-REC.                                           00037000
                                                                        00037100
           MOVE ' '                        TO RESCEXC-CC                00037200
           MOVE ALL '-'                    TO RESCEXC-LINHA             00037300
           WRITE RESCEXC-REC.                                           00037400
                                                                        00037500
      *----------------------------------------------------------------*00037600
       1200-99-FIM.                                   EXIT.             00037700
      *----------------------------------------------------------------*00037800
                                                                        00037900
      ******************************************************************00038000
      *                      P R O C E S S A R                         *00038100
      *     DATA INVALIDA NAO E CALCULADA (FICA PENDENTE ATE O RH      *00038200
      *     CORRIGIR) - AS DEMAIS SAO CALCULADAS, GRAVADAS E           *00038300
      *     IMPRESSAS                                                  *00038400
      ******************************************************************00038500
                                                                        00038600
      *----------------------------------------------------------------*00038700
       2000-PROCESSAR                                        SECTION.   00038800
      *----------------------------------------------------------------*00038900
                                                                        00039000
           PERFORM 2100-VALIDAR-DATAS                                   00039100
                                                                        00039200
           IF WRK-DATA-VALIDA = 'S'                                     00039300
              PERFORM 2200-OBTER-SALARIO-BASE                           00039400
              PERFORM 2300-CALCULAR-VERBAS                              00039500
              PERFORM 2400-GRAVAR-RESCISAO                              00039600
              PERFORM 2500-IMPRIMIR-DEMONSTRATIVO                       00039700
           ELSE                                                         00039800
              PERFORM 2600-GRAVAR-EXC-DATA                              00039900
           END-IF                                                       00040000
                                                                        00040100
           PERFORM 1100-LER-CRESC.                                      00040200
                                                                        00040300
      *----------------------------------------------------------------*00040400
       2000-99-FIM.                                   EXIT.             00040500
      *----------------------------------------------------------------*00040600
                                                                        00040700
      ******************************************************************00040800
      *          V A L I D A R   D A T A S                             *00040900
      *     DATAADM E DATADEM NO FORMATO AAAA-MM-DD E DESLIGAMENTO     *00041000
      *     NAO ANTERIOR A ADMISSAO                                    *00041100
      ******************************************************************00041200
                                                                        00041300
      *----------------------------------------------------------------*00041400
       2100-VALIDAR-DATAS                             SECTION.          00041500
      *----------------------------------------------------------------*00041600
                                                                        00041700
           MOVE 'S'                     TO WRK-DATA-VALIDA              00041800
                                                                        00041900
           MOVE DB2-DATAADM             TO WRK-DATA-X                   00042000
           PERFORM 2110-VALIDAR-DATA                                    00042100
           IF WRK-DATA-VALIDA = 'N'                                     00042200
              MOVE 'DATA DE ADMISSAO INVALIDA' TO WRK-MOTIVO            00042300
              GO TO 2100-99-FIM                                         00042400
           END-IF                                                       00042500
           MOVE WRK-DATA-ANO-N          TO WRK-ADM-ANO                  00042600
           MOVE WRK-DATA-MES-N          TO WRK-ADM-MES                  00042700
           MOVE WRK-DATA-DIA-N          TO WRK-ADM-DIA                  00042800
                                                                        00042900
           MOVE DB2-DATADEM             TO WRK-DATA-X                   00043000
           PERFORM 2110-VALIDAR-DATA                                    00043100
           IF WRK-DATA-VALIDA = 'N'                                     00043200
              MOVE 'DATA DE DESLIGAMENTO INVALIDA' TO WRK-MOTIVO        00043300
              GO TO 2100-99-FIM                                         00043400
           END-IF                                                       00043500
           MOVE WRK-DATA-ANO-N          TO WRK-DEM-ANO                  00043600
           MOVE WRK-DATA-MES-N          TO WRK-DEM-MES                  00043700
           MOVE WRK-DATA-DIA-N          TO WRK-DEM-DIA                  00043800
                                                                        00043900
           IF DB2-DATADEM LESS DB2-DATAADM                              00044000
              MOVE 'N'                  TO WRK-DATA-VALIDA              00044100
              MOVE 'DESLIGAMENTO ANTERIOR A ADMISSAO' TO WRK-MOTIVO     00044200
           END-IF.                                                      00044300
                                                                        00044400
      *----------------------------------------------------------------*00044500
       2100-99-FIM.                                   EXIT.             00044600
      *----------------------------------------------------------------*00044700
                                                                        00044800
      *----------------------------------------------------------------*00044900
       2110-VALIDAR-DATA                              SECTION.          00045000
      *----------------------------------------------------------------*00045100
                                                                        00045200
           IF WRK-DATA-ANO NOT NUMERIC                                  00045300
              OR WRK-DATA-SEP1 NOT = '-'                                00045400
              OR WRK-DATA-MES NOT NUMERIC                               00045500
              OR WRK-DATA-SEP2 NOT = '-'                                00045600
              OR WRK-DATA-DIA NOT NUMERIC                               00045700
              MOVE 'N'                  TO WRK-DATA-VALIDA              00045800
              GO TO 2110-99-FIM                                         00045900
           END-IF                                                       00046000
                                                                        00046100
           IF WRK-DATA-ANO-N = ZEROS                                    00046200
              OR WRK-DATA-MES-N < 01 OR WRK-DATA-MES-N > 12             00046300
              OR WRK-DATA-DIA-N < 01 OR WRK-DATA-DIA-N > 31             00046400
              MOVE 'N'                  TO WRK-DATA-VALIDA              00046500
              GO TO 2110-99-FIM                                         00046600
           END-IF                                                       00046700
                                                                        00046800
           EVALUATE WRK-DATA-MES-N                                      00046900
              WHEN 04                                                   00047000
              WHEN 06                                                   00047100
              WHEN 09                                                   00047200
              WHEN 11                                                   00047300
                 IF WRK-DATA-DIA-N > 30                                 00047400
                    MOVE 'N'            TO WRK-DATA-VALIDA              00047500
                 END-IF                                                 00047600
              WHEN 02                                                   00047700
                 DIVIDE WRK-DATA-ANO-N BY 4                             00047800
                    GIVING WRK-ANO-QUOC REMAINDER WRK-ANO-RESTO         00047900
                 IF WRK-ANO-RESTO = ZEROS                               00048000
                    DIVIDE WRK-DATA-ANO-N BY 100                        00048100
                       GIVING WRK-ANO-QUOC REMAINDER WRK-ANO-RESTO      00048200
                    IF WRK-ANO-RESTO = ZEROS                            00048300
                       DIVIDE WRK-DATA-ANO-N BY 400                     00048400
                          GIVING WRK-ANO-QUOC                           00048500
                          REMAINDER WRK-ANO-RESTO                       00048600
                       IF WRK-ANO-RESTO = ZEROS                         00048700
                          IF WRK-DATA-DIA-N > 29                        00048800
                             MOVE 'N'   TO WRK-DATA-VALIDA              00048900
                          END-IF                                        00049000
                       ELSE                                             00049100
                          IF WRK-DATA-DIA-N > 28                        00049200
                             MOVE 'N'   TO WRK-DATA-VALIDA              00049300
                          END-IF                                        00049400
                       END-IF                                           00049500
                    ELSE                                                00049600
                       IF WRK-DATA-DIA-N > 29                           00049700
                          MOVE 'N'      TO WRK-DATA-VALIDA              00049800
                       END-IF                                           00049900
                    END-IF                                              00050000
                 ELSE                                                   00050100
                    IF WRK-DATA-DIA-N > 28                              00050200
                       MOVE 'N'         TO WRK-DATA-VALIDA              00050300
                    END-IF                                              00050400
                 END-IF                                                 00050500
              WHEN OTHER                                                00050600
                 CONTINUE                                               00050700
           END-EVALUATE.                                                00050800
                                                                        00050900
      *----------------------------------------------------------------*00051000
       2110-99-FIM.                                   EXIT.             00051100
      *----------------------------------------------------------------*00051200
                                                                        00051300
      ******************************************************************00051400
      *      O B T E R   S A L A R I O   B A S E                       *00051500
      *     SALARIO VIGENTE NO DESLIGAMENTO = ULTIMA FOTO DO           *00051600
      *     FUNCHIST TIRADA ATE A DATADEM; SEM FOTO (DESLIGADO ANTES   *00051700
      *     DA PRIMEIRA CARGA) VALE O SALARIO ATUAL DE FUNC2           *00051800
      ******************************************************************00051900
                                                                        00052000
      *----------------------------------------------------------------*00052100
       2200-OBTER-SALARIO-BASE                        SECTION.          00052200
      *----------------------------------------------------------------*00052300
                                                                        00052400
           MOVE WRK-DEM-ANO             TO WRK-DATADEM-ANO              00052500
           MOVE WRK-DEM-MES             TO WRK-DATADEM-MES              00052600
           MOVE WRK-DEM-DIA             TO WRK-DATADEM-DIA              00052700
           MOVE WRK-DATADEM-N           TO WRK-DATADEM-SQL              00052800
                                                                        00052900
           EXEC SQL                                                     00053000
              SELECT SALARIO                                            00053100
                INTO :WRK-HIST-SALARIO                                  00053200
                FROM FOUR001.FUNCHIST                                   00053300
               WHERE ID = :DB2-ID                                       00053400
                 AND DATAEXEC <= :WRK-DATADEM-SQL                       00053500
               ORDER BY IDEXECUCAO DESC                                 00053600
               FETCH FIRST 1 ROW ONLY                                   00053700
           END-EXEC                                                     00053800
                                                                        00053900
           EVALUATE SQLCODE                                             00054000
              WHEN 0                                                    00054100
                 MOVE WRK-HIST-SALARIO  TO DB2-RES-SALARIO              00054200
                 MOVE 'H'               TO DB2-RES-ORIGEM               00054300
                 ADD 1                  TO ACU-BASE-HIST                00054400
              WHEN 100                                                  00054500
                 MOVE DB2-SALARIO       TO DB2-RES-SALARIO              00054600
                 MOVE 'F'               TO DB2-RES-ORIGEM               00054700
              WHEN OTHER                                                00054800
                 MOVE SQLCODE              TO WRK-SQLCODE               00054900
                 MOVE SQLCODE              TO WRK-LOG-SQLCODE           00055000
                 MOVE 'FR09DB32'           TO WRK-LOG-PROGRAMA          00055100
                 MOVE '2200-OBTER-SALARIO-BASE' TO WRK-LOG-SECTION      00055200
                 MOVE 'ERRO NO SELECT FUNCHIST' TO WRK-LOG-MENSAGEM     00055300
                 PERFORM 9000-TRATAR-ERRO                               00055400
           END-EVALUATE.                                                00055500
                                                                        00055600
      *----------------------------------------------------------------*00055700
       2200-99-FIM.                                   EXIT.             00055800
      *----------------------------------------------------------------*00055900
                                                                        00056000
      ******************************************************************00056100
      *         C A L C U L A R   V E R B A S                          *00056200
      *     MES COMERCIAL DE 30 DIAS (DIA 31 CONTA COMO 30).           *00056300
      *     SALDO.....: SALARIO / 30 X DIAS TRABALHADOS NO MES DO      *00056400
      *                 DESLIGAMENTO                                   *00056500
      *     13O.......: SALARIO / 12 X MESES DO ANO DO DESLIGAMENTO    *00056600
      *                 COM 15 DIAS OU MAIS TRABALHADOS                *00056700
      *     FERIAS....: VENCIDAS = UM SALARIO SE HA PERIODO AQUISITIVO *00056800
      *                 COMPLETO (SO O ULTIMO - OS ANTERIORES SAO      *00056900
      *                 TIDOS COMO GOZADOS, A SUITE NAO CONTROLA       *00057000
      *                 FERIAS); PROPORCIONAIS = SALARIO / 12 X AVOS   *00057100
      *                 DO PERIODO AQUISITIVO EM CURSO                 *00057200
      *     1/3.......: SOBRE FERIAS VENCIDAS + PROPORCIONAIS          *00057300
      ******************************************************************00057400
                                                                        00057500
      *----------------------------------------------------------------*00057600
       2300-CALCULAR-VERBAS                           SECTION.          00057700
      *----------------------------------------------------------------*00057800
                                                                        00057900
           IF WRK-ADM-DIA GREATER 30                                    00058000
              MOVE 30                   TO WRK-ADM-DIA                  00058100
           END-IF                                                       00058200
           IF WRK-DEM-DIA GREATER 30                                    00058300
              MOVE 30                   TO WRK-DEM-DIA                  00058400
           END-IF                                                       00058500
                                                                        00058600
      *    SALDO DE SALARIO                                             00058700
           IF WRK-ADM-ANO = WRK-DEM-ANO AND WRK-ADM-MES = WRK-DEM-MES   00058800
              COMPUTE DB2-RES-DIAS-SALDO =                              00058900
                      WRK-DEM-DIA - WRK-ADM-DIA + 1                     00059000
           ELSE                                                         00059100
              MOVE WRK-DEM-DIA          TO DB2-RES-DIAS-SALDO           00059200
           END-IF                                                       00059300
           COMPUTE DB2-RES-SALDO ROUNDED =                              00059400
                   DB2-RES-SALARIO * DB2-RES-DIAS-SALDO / 30            00059500
                                                                        00059600
      *    13O PROPORCIONAL - CONTADO A PARTIR DE JANEIRO OU DA         00059700
      *    ADMISSAO, SE FOI NO PROPRIO ANO DO DESLIGAMENTO              00059800
           IF WRK-ADM-ANO LESS WRK-DEM-ANO                              00059900
              MOVE 01                   TO WRK-MES-INI                  00060000
              MOVE 01                   TO WRK-DIA-INI                  00060100
           ELSE                                                         00060200
              MOVE WRK-ADM-MES          TO WRK-MES-INI                  00060300
              MOVE WRK-ADM-DIA          TO WRK-DIA-INI                  00060400
           END-IF                                                       00060500
                                                                        00060600
           IF WRK-MES-INI = WRK-DEM-MES                                 00060700
              COMPUTE WRK-DIAS-MES = WRK-DEM-DIA - WRK-DIA-INI + 1      00060800
              IF WRK-DIAS-MES NOT LESS 15                               00060900
                 MOVE 1                 TO WRK-AVOS                     00061000
              ELSE                                                      00061100
                 MOVE ZEROS             TO WRK-AVOS                     00061200
              END-IF                                                    00061300
           ELSE                                                         00061400
              COMPUTE WRK-AVOS = WRK-DEM-MES - WRK-MES-INI - 1          00061500
              COMPUTE WRK-DIAS-MES = 30 - WRK-DIA-INI + 1               00061600
              IF WRK-DIAS-MES NOT LESS 15                               00061700
                 ADD 1                  TO WRK-AVOS                     00061800
              END-IF                                                    00061900
              IF WRK-DEM-DIA NOT LESS 15                                00062000
                 ADD 1                  TO WRK-AVOS                     00062100
              END-IF                                                    00062200
           END-IF                                                       00062300
           MOVE WRK-AVOS                TO DB2-RES-AVOS-13              00062400
           COMPUTE DB2-RES-VALOR-13 ROUNDED =                           00062500
                   DB2-RES-SALARIO * DB2-RES-AVOS-13 / 12               00062600
                                                                        00062700
      *    FERIAS - TEMPO DE CASA EM DIAS COMERCIAIS, DA ADMISSAO AO    00062800
      *    DESLIGAMENTO INCLUSIVE                                       00062900
           COMPUTE WRK-DIAS-SERV =                                      00063000
                   (WRK-DEM-ANO - WRK-ADM-ANO) * 360 +                  00063100
                   (WRK-DEM-MES - WRK-ADM-MES) * 30  +                  00063200
                   (WRK-DEM-DIA - WRK-ADM-DIA) + 1                      00063300
           DIVIDE WRK-DIAS-SERV BY 30                                   00063400
              GIVING WRK-MESES-SERV REMAINDER WRK-RESTO-DIAS            00063500
           DIVIDE WRK-MESES-SERV BY 12                                  00063600
              GIVING WRK-ANOS-SERV REMAINDER WRK-AVOS                   00063700
           IF WRK-RESTO-DIAS NOT LESS 15                                00063800
              ADD 1                     TO WRK-AVOS                     00063900
           END-IF                                                       00064000
           MOVE WRK-AVOS                TO DB2-RES-AVOS-FERIAS          00064100
                                                                        00064200
           IF WRK-ANOS-SERV GREATER ZEROS                               00064300
              MOVE DB2-RES-SALARIO      TO DB2-RES-FERIAS-VENC          00064400
           ELSE                                                         00064500
              MOVE ZEROS                TO DB2-RES-FERIAS-VENC          00064600
           END-IF                                                       00064700
           COMPUTE DB2-RES-FERIAS-PROP ROUNDED =                        00064800
                   DB2-RES-SALARIO * DB2-RES-AVOS-FERIAS / 12           00064900
           COMPUTE DB2-RES-TERCO ROUNDED =                              00065000
                   (DB2-RES-FERIAS-VENC + DB2-RES-FERIAS-PROP) / 3      00065100
                                                                        00065200
           COMPUTE DB2-RES-TOTAL =                                      00065300
                   DB2-RES-SALDO + DB2-RES-VALOR-13 +                   00065400
                   DB2-RES-FERIAS-VENC + DB2-RES-FERIAS-PROP +          00065500
                   DB2-RES-TERCO.                                       00065600
                                                                        00065700
      *----------------------------------------------------------------*00065800
       2300-99-FIM.                                   EXIT.             00065900
      *----------------------------------------------------------------*00066000
                                                                        00066100
      ******************************************************************00066200
      *         G R A V A R   R E S C I S A O                          *00066300
      *     UMA RESCISAO POR UNIDADE DE TRABALHO: O DEMONSTRATIVO SO   *00066400
      *     E IMPRESSO DEPOIS DO COMMIT, ENTAO UMA RERODADA APOS       *00066500
      *     ABEND NAO REIMPRIME NEM RECALCULA O QUE JA FOI GRAVADO     *00066600
      ******************************************************************00066700
                                                                        00066800
      *----------------------------------------------------------------*00066900
       2400-GRAVAR-RESCISAO                           SECTION.          00067000
      *----------------------------------------------------------------*00067100
                                                                        00067200
           MOVE DB2-ID                  TO DB2-RES-ID                   00067300
           MOVE DB2-DATADEM             TO DB2-RES-DATADEM              00067400
           MOVE DB2-DATAADM             TO DB2-RES-DATAADM              00067500
           ACCEPT DB2-RES-DATACALC      FROM DATE YYYYMMDD              00067600
           ACCEPT DB2-RES-HORACALC      FROM TIME                       00067700
           MOVE WRK-RUN-ID              TO DB2-RES-IDEXEC               00067800
           MOVE 'C'                     TO DB2-RES-STATUS               00067900
                                                                        00068000
           EXEC SQL                                                     00068100
              INSERT INTO FOUR001.RESCISAO                              00068200
                  (ID, DATADEM, DATAADM, SALARIO, ORIGEM,               00068300
                   DIAS_SALDO, SALDO, AVOS_13, VALOR_13,                00068400
                   FERIAS_VENC, AVOS_FERIAS, FERIAS_PROP, TERCO,        00068500
                   TOTAL, DATACALC, HORACALC, IDEXEC, STATUS)           00068600
                VALUES (:DB2-RES-ID, :DB2-RES-DATADEM,                  00068700
                   :DB2-RES-DATAADM, :DB2-RES-SALARIO,                  00068800
                   :DB2-RES-ORIGEM, :DB2-RES-DIAS-SALDO,                00068900
                   :DB2-RES-SALDO, :DB2-RES-AVOS-13,                    00069000
                   :DB2-RES-VALOR-13, :DB2-RES-FERIAS-VENC,             00069100
                   :DB2-RES-AVOS-FERIAS, :DB2-RES-FERIAS-PROP,          00069200
                   :DB2-RES-TERCO, :DB2-RES-TOTAL,                      00069300
                   :DB2-RES-DATACALC, :DB2-RES-HORACALC,                00069400
                   :DB2-RES-IDEXEC, :DB2-RES-STATUS)                    00069500
           END-EXEC                                                     00069600
                                                                        00069700
           IF SQLCODE NOT = 0                                           00069800
              MOVE SQLCODE              TO WRK-SQLCODE                  00069900
              MOVE SQLCODE              TO WRK-LOG-SQLCODE              00070000
              MOVE 'FR09DB32'           TO WRK-LOG-PROGRAMA             00070100
              MOVE '2400-GRAVAR-RESCISAO' TO WRK-LOG-SECTION            00070200
              MOVE 'ERRO NO INSERT RESCISAO' TO WRK-LOG-MENSAGEM        00070300
              PERFORM 9000-TRATAR-ERRO                                  00070400
           END-IF                                                       00070500
                                                                        00070600
           EXEC SQL                                                     00070700
              COMMIT                                                    00070800
           END-EXEC                                                     00070900
           IF SQLCODE NOT = 0                                           00071000
              MOVE SQLCODE              TO WRK-LOG-SQLCODE              00071100
              MOVE 'FR09DB32'           TO WRK-LOG-PROGRAMA             00071200
              MOVE '2400-GRAVAR-RESCISAO' TO WRK-LOG-SECTION            00071300
              MOVE 'ERRO NO COMMIT'     TO WRK-LOG-MENSAGEM             00071400
              PERFORM 9000-TRATAR-ERRO                                  00071500
           END-IF                                                       00071600
                                                                        00071700
           ADD 1                        TO ACU-CALCULADAS               00071800
           ADD DB2-RES-TOTAL            TO ACU-VALOR-TOTAL.             00071900
                                                                        00072000
      *----------------------------------------------------------------*00072100
       2400-99-FIM.                                   EXIT.             00072200
      *----------------------------------------------------------------*00072300
                                                                        00072400
      ******************************************************************00072500
      *      I M P R I M I R   D E M O N S T R A T I V O               *00072600
      *     UMA PAGINA POR FUNCIONARIO                                 *00072700
      ******************************************************************00072800
                                                                        00072900
      *----------------------------------------------------------------*00073000
       2500-IMPRIMIR-DEMONSTRATIVO                    SECTION.          00073100
      *----------------------------------------------------------------*00073200
                                                                        00073300
           MOVE '1'                        TO RESCREL-CC                00073400
           MOVE SPACES                     TO RESCREL-LINHA             00073500
           STRING 'DEMONSTRATIVO DE VERBAS RESCISORIAS - FR09DB32'      00073600
                  '   EXECUCAO: ' WRK-RUN-ID                            00073700
                  INTO RESCREL-LINHA                                    00073800
           WRITE RESCREL-REC                                            00073900
                                                                        00074000
           MOVE ' '                        TO RESCREL-CC                00074100
           MOVE SPACES                     TO RESCREL-LINHA             00074200
           WRITE RESCREL-REC                                            00074300
                                                                        00074400
           MOVE ' '                        TO RESCREL-CC                00074500
           MOVE SPACES                     TO RESCREL-LINHA             00074600
           STRING 'ID: ' DB2-ID '   NOME: ' DB2-NOME                    00074700
                  '   SETOR: ' DB2-SETOR                                00074800
                  INTO RESCREL-LINHA                                    00074900
           WRITE RESCREL-REC                                            00075000
                                                                        00075100
           MOVE DB2-RES-SALARIO            TO WRK-VALOR-ED              00075200
           MOVE ' '                        TO RESCREL-CC                00075300
           MOVE SPACES                     TO RESCREL-LINHA             00075400
           IF DB2-RES-ORIGEM = 'H'                                      00075500
              STRING 'ADMISSAO: ' DB2-DATAADM                           00075600
                     '   DESLIGAMENTO: ' DB2-DATADEM                    00075700
                     '   SALARIO BASE: ' WRK-VALOR-ED                   00075800
                     ' (ULTIMA FOTO DO FUNCHIST)'                       00075900
                     INTO RESCREL-LINHA                                 00076000
           ELSE                                                         00076100
              STRING 'ADMISSAO: ' DB2-DATAADM                           00076200
                     '   DESLIGAMENTO: ' DB2-DATADEM                    00076300
                     '   SALARIO BASE: ' WRK-VALOR-ED                   00076400
                     ' (SALARIO ATUAL DE FUNC2)'                        00076500
                     INTO RESCREL-LINHA                                 00076600
           END-IF                                                       00076700
           WRITE RESCREL-REC                                            00076800
                                                                        00076900
           MOVE ' '                        TO RESCREL-CC                00077000
           MOVE ALL '-'                    TO RESCREL-LINHA(1:70)       00077100
           WRITE RESCREL-REC                                            00077200
                                                                        00077300
           MOVE DB2-RES-SALDO              TO WRK-VALOR-ED              00077400
           MOVE ' '                        TO RESCREL-CC                00077500
           MOVE SPACES                     TO RESCREL-LINHA             00077600
           STRING 'SALDO DE SALARIO ............ ' DB2-RES-DIAS-SALDO   00077700
                  ' DIAS              ' WRK-VALOR-ED                    00077800
                  INTO RESCREL-LINHA                                    00077900
           WRITE RESCREL-REC                                            00078000
                                                                        00078100
           MOVE DB2-RES-VALOR-13           TO WRK-VALOR-ED              00078200
           MOVE ' '                        TO RESCREL-CC                00078300
           MOVE SPACES                     TO RESCREL-LINHA             00078400
           STRING '13O SALARIO PROPORCIONAL .... ' DB2-RES-AVOS-13      00078500
                  '/12 AVOS           ' WRK-VALOR-ED                    00078600
                  INTO RESCREL-LINHA                                    00078700
           WRITE RESCREL-REC                                            00078800
                                                                        00078900
           MOVE DB2-RES-FERIAS-VENC        TO WRK-VALOR-ED              00079000
           MOVE ' '                        TO RESCREL-CC                00079100
           MOVE SPACES                     TO RESCREL-LINHA             00079200
           STRING 'FERIAS VENCIDAS ............. '                      00079300
                  '                     ' WRK-VALOR-ED                  00079400
                  INTO RESCREL-LINHA                                    00079500
           WRITE RESCREL-REC                                            00079600
                                                                        00079700
           MOVE DB2-RES-FERIAS-PROP        TO WRK-VALOR-ED              00079800
           MOVE ' '                        TO RESCREL-CC                00079900
           MOVE SPACES                     TO RESCREL-LINHA             00080000
           STRING 'FERIAS PROPORCIONAIS ........ ' DB2-RES-AVOS-FERIAS  00080100
                  '/12 AVOS           ' WRK-VALOR-ED                    00080200
                  INTO RESCREL-LINHA                                    00080300
           WRITE RESCREL-REC                                            00080400
                                                                        00080500
           MOVE DB2-RES-TERCO              TO WRK-VALOR-ED              00080600
           MOVE ' '                        TO RESCREL-CC                00080700
           MOVE SPACES                     TO RESCREL-LINHA             00080800
           STRING '1/3 CONSTITUCIONAL DE FERIAS  '                      00080900
                  '                     ' WRK-VALOR-ED                  00081000
                  INTO RESCREL-LINHA                                    00081100
           WRITE RESCREL-REC                                            00081200
                                                                        00081300
           MOVE ' '                        TO RESCREL-CC                00081400
           MOVE ALL '-'                    TO RESCREL-LINHA(1:70)       00081500
           WRITE RESCREL-REC                                            00081600
                                                                        00081700
           MOVE DB2-RES-TOTAL              TO WRK-VALOR-ED              00081800
           MOVE ' '                        TO RESCREL-CC                00081900
           MOVE SPACES                     TO RESCREL-LINHA             00082000
           STRING 'TOTAL DA RESCISAO ........... '                      00082100
                  '                     ' WRK-VALOR-ED                  00082200
                  INTO RESCREL-LINHA                                    00082300
           WRITE RESCREL-REC.                                           00082400
                                                                        00082500
      *----------------------------------------------------------------*00082600
       2500-99-FIM.                                   EXIT.             00082700
      *----------------------------------------------------------------*00082800
                                                                        00082900
      ******************************************************************00083000
      *      G R A V A R   E X C E C A O   D E   D A T A               *00083100
      ******************************************************************00083200
                                                                        00083300
      *----------------------------------------------------------------*00083400
       2600-GRAVAR-EXC-DATA                           SECTION.          00083500
      *----------------------------------------------------------------*00083600
                                                                        00083700
           ADD 1                           TO ACU-DATA-INVALIDA         00083800
           MOVE ' '                        TO RESCEXC-CC                00083900
           MOVE SPACES                     TO RESCEXC-LINHA             00084000
           STRING DB2-ID ' ' DB2-DATADEM '   ' WRK-MOTIVO               00084100
                  ' ADMISSAO ' DB2-DATAADM ' ' DB2-NOME                 00084200
                  INTO RESCEXC-LINHA                                    00084300
           WRITE RESCEXC-REC.                                           00084400
                                                                        00084500
      *----------------------------------------------------------------*00084600
       2600-99-FIM.                                   EXIT.             00084700
      *----------------------------------------------------------------*00084800
                                                                        00084900
      ******************************************************************00085000
      *      V E R I F I C A R   R E V E R S O E S                     *00085100
      *     RESCISAO JA CALCULADA CUJO FUNCIONARIO FOI DEPOIS          *00085200
      *     CORRIGIDO PELO FR09DB20 VAI PARA O RESCEXC E FICA COM      *00085300
      *     STATUS 'R' (REVISAR), PARA SAIR UMA VEZ SO NA LISTA        *00085400
      ******************************************************************00085500
                                                                        00085600
      *----------------------------------------------------------------*00085700
       3000-VERIFICAR-REVERSOES                       SECTION.          00085800
      *----------------------------------------------------------------*00085900
                                                                        00086000
           EXEC SQL                                                     00086100
              OPEN CREVS                                                00086200
           END-EXEC                                                     00086300
                                                                        00086400
           IF SQLCODE NOT = 0                                           00086500
              MOVE SQLCODE              TO WRK-SQLCODE                  00086600
              MOVE SQLCODE              TO WRK-LOG-SQLCODE              00086700
              MOVE 'FR09DB32'           TO WRK-LOG-PROGRAMA             00086800
              MOVE '3000-VERIFICAR-REVERSOES' TO WRK-LOG-SECTION        00086900
              MOVE 'ERRO NO OPEN CURSOR CREVS' TO WRK-LOG-MENSAGEM      00087000
              PERFORM 9000-TRATAR-ERRO                                  00087100
           END-IF                                                       00087200
           MOVE 'S'                     TO WRK-CREVS-ABERTO             00087300
                                                                        00087400
           PERFORM 3100-LER-CREVS                                       00087500
           PERFORM 3200-PROCESSAR-REVERSAO                              00087600
                        UNTIL WRK-FIM-CREVS EQUAL 'S'                   00087700
                                                                        00087800
           EXEC SQL                                                     00087900
              CLOSE CREVS                                               00088000
           END-EXEC                                                     00088100
           MOVE 'N'                     TO WRK-CREVS-ABERTO.            00088200
                                                                        00088300
      *----------------------------------------------------------------*00088400
       3000-99-FIM.                                   EXIT.             00088500
      *----------------------------------------------------------------*00088600
                                                                        00088700
      *----------------------------------------------------------------*00088800
       3100-LER-CREVS                                        SECTION.   00088900
      *----------------------------------------------------------------*00089000
                                                                        00089100
           EXEC SQL                                                     00089200
             FETCH CREVS                                                00089300
              INTO :DB2-RES-ID,                                         00089400
                   :DB2-RES-DATADEM,                                    00089500
                   :DB2-RES-TOTAL,                                      00089600
                   :DB2-AUD-DATA,                                       00089700
                   :DB2-AUD-HORA,                                       00089800
                   :DB2-AUD-IDEXEC,                                     00089900
                   :DB2-AUD-SITUACAO-NOV,                               00090000
                   :DB2-AUD-DATADEM-NOV,                                00090100
                   :DB2-AUD-DATAADM-NOV,                                00090200
                   :DB2-AUD-SALARIO-NOV                                 00090300
           END-EXEC.                                                    00090400
                                                                        00090500
           EVALUATE SQLCODE                                             00090600
            WHEN 0                                                      00090700
                CONTINUE                                                00090800
                                                                        00090900
            WHEN 100                                                    00091000
              MOVE 'S'                  TO WRK-FIM-CREVS                00091100
                                                                        00091200
            WHEN OTHER                                                  00091300
              MOVE SQLCODE              TO WRK-SQLCODE                  00091400
              MOVE SQLCODE              TO WRK-LOG-SQLCODE              00091500
              MOVE 'FR09DB32'           TO WRK-LOG-PROGRAMA             00091600
              MOVE '3100-LER-CREVS'     TO WRK-LOG-SECTION              00091700
              MOVE 'ERRO NO FETCH CREVS' TO WRK-LOG-MENSAGEM            00091800
              PERFORM 9000-TRATAR-ERRO                                  00091900
           END-EVALUATE.                                                00092000
                                                                        00092100
      *----------------------------------------------------------------*00092200
       3100-99-FIM.                                   EXIT.             00092300
      *----------------------------------------------------------------*00092400
                                                                        00092500
      *----------------------------------------------------------------*00092600
       3200-PROCESSAR-REVERSAO                        SECTION.          00092700
      *----------------------------------------------------------------*00092800
                                                                        00092900
           IF DB2-AUD-SITUACAO-NOV = 'A'                                00093000
              MOVE 'DESLIGAMENTO REVERTIDO PELO FR09DB20' TO WRK-MOTIVO 00093100
           ELSE                                                         00093200
              MOVE 'DESLIGAMENTO CORRIGIDO PELO FR09DB20' TO WRK-MOTIVO 00093300
           END-IF                                                       00093400
                                                                        00093500
           ADD 1                           TO ACU-REVISAR               00093600
           MOVE DB2-RES-TOTAL              TO WRK-VALOR-ED              00093700
           MOVE DB2-AUD-SALARIO-NOV        TO WRK-TOTAL-ED              00093800
           MOVE ' '                        TO RESCEXC-CC                00093900
           MOVE SPACES                     TO RESCEXC-LINHA             00094000
           STRING DB2-RES-ID ' ' DB2-RES-DATADEM '   ' WRK-MOTIVO       00094100
                  ' EM ' DB2-AUD-DATA ' ' DB2-AUD-HORA                  00094200
                  ' EXEC ' DB2-AUD-IDEXEC                               00094300
                  ' RESCISAO ' WRK-VALOR-ED                             00094400
                  INTO RESCEXC-LINHA                                    00094500
           WRITE RESCEXC-REC                                            00094600
                                                                        00094700
           MOVE ' '                        TO RESCEXC-CC                00094800
           MOVE SPACES                     TO RESCEXC-LINHA             00094900
           STRING 'IMAGEM APOS O FR09DB20: SITUACAO '                   00095000
                  DB2-AUD-SITUACAO-NOV                                  00095100
                  '  ADMISSAO ' DB2-AUD-DATAADM-NOV                     00095200
                  '  DESLIGAMENTO ' DB2-AUD-DATADEM-NOV                 00095300
                  '  SALARIO ' WRK-TOTAL-ED                             00095400
                  INTO RESCEXC-LINHA(22:)                               00095500
           WRITE RESCEXC-REC                                            00095600
                                                                        00095700
           MOVE 'R'                        TO DB2-RES-STATUS            00095800
           EXEC SQL                                                     00095900
              UPDATE FOUR001.RESCISAO                                   00096000
                 SET STATUS  = :DB2-RES-STATUS                          00096100
               WHERE ID      = :DB2-RES-ID                              00096200
                 AND DATADEM = :DB2-RES-DATADEM                         00096300
           END-EXEC                                                     00096400
                                                                        00096500
           IF SQLCODE NOT = 0                                           00096600
              MOVE SQLCODE              TO WRK-SQLCODE                  00096700
              MOVE SQLCODE              TO WRK-LOG-SQLCODE              00096800
              MOVE 'FR09DB32'           TO WRK-LOG-PROGRAMA             00096900
              MOVE '3200-PROCESSAR-REVERSAO' TO WRK-LOG-SECTION         00097000
              MOVE 'ERRO NO UPDATE RESCISAO' TO WRK-LOG-MENSAGEM        00097100
              PERFORM 9000-TRATAR-ERRO                                  00097200
           END-IF                                                       00097300
                                                                        00097400
           PERFORM 3100-LER-CREVS.                                      00097500
                                                                        00097600
      *----------------------------------------------------------------*00097700
       3200-99-FIM.                                   EXIT.             00097800
      *----------------------------------------------------------------*00097900
                                                                        00098000
      ******************************************************************00098100
      *                      F I N A L I Z A R                         *00098200
      ******************************************************************00098300
                                                                        00098400
      *----------------------------------------------------------------*00098500
       5000-FINALIZAR                                 SECTION.          00098600
      *----------------------------------------------------------------*00098700
                                                                        00098800
           EXEC SQL                                                     00098900
              CLOSE CRESC                                               00099000
           END-EXEC                                                     00099100
                                                                        00099200
           IF WRK-CREVS-ABERTO = 'S'                                    00099300
              EXEC SQL                                                  00099400
                 CLOSE CREVS                                            00099500
              END-EXEC                                                  00099600
           END-IF                                                       00099700
                                                                        00099800
      *    NO CAMINHO DE ERRO (RETURN-CODE 16) O DB2 JA DESFEZ SO A     00099900
      *    RESCISAO EM CURSO E AS MARCAS 'R' - UMA RERODADA REFAZ       00100000
      *    AS DUAS SEM DUPLICAR AS JA CONFIRMADAS                       00100100
           IF RETURN-CODE = ZEROS                                       00100200
              EXEC SQL                                                  00100300
                 COMMIT                                                 00100400
              END-EXEC                                                  00100500
              IF SQLCODE NOT = 0                                        00100600
                 MOVE SQLCODE          TO WRK-LOG-SQLCODE               00100700
                 MOVE 'FR09DB32'       TO WRK-LOG-PROGRAMA              00100800
                 MOVE '5000-FINALIZAR' TO WRK-LOG-SECTION               00100900
                 MOVE 'ERRO NO COMMIT FINAL' TO WRK-LOG-MENSAGEM        00101000
                 ACCEPT WRK-LOG-DATA   FROM DATE YYYYMMDD               00101100
                 ACCEPT WRK-LOG-HORA   FROM TIME                        00101200
                 CALL 'GRAVALOG'       USING WRK-LOG                    00101300
                 MOVE 16               TO RETURN-CODE                   00101400
              END-IF                                                    00101500
           END-IF                                                       00101600
                                                                        00101700
           PERFORM 6000-EMITIR-ACU                                      00101800
                                                                        00101900
           CLOSE RESCREL RESCEXC                                        00102000
                                                                        00102100
           IF RETURN-CODE = ZEROS                                       00102200
              AND (ACU-DATA-INVALIDA GREATER ZEROS                      00102300
                OR ACU-REVISAR GREATER ZEROS)                           00102400
              MOVE 04                   TO RETURN-CODE                  00102500
           END-IF.                                                      00102600
                                                                        00102700
      *----------------------------------------------------------------*00102800
       5000-99-FIM.          EXIT.                                      00102900
      *----------------------------------------------------------------*00103000
                                                                        00103100
      ******************************************************************00103200
      *               E M I T I R   A C U M U L A D O R E S            *00103300
      ******************************************************************00103400
                                                                        00103500
      *----------------------------------------------------------------*00103600
       6000-EMITIR-ACU                           SECTION.               00103700
      *----------------------------------------------------------------*00103800
                                                                        00103900
           MOVE ACU-VALOR-TOTAL            TO WRK-TOTAL-ED              00104000
                                                                        00104100
           DISPLAY '*=================== FR09DB32 ====================*'00104200
           DISPLAY '*                                                 *'00104300
           DISPLAY '* ACUMULADORES:                                   *'00104400
           DISPLAY '* DESLIGAMENTOS LIDOS: ' ACU-LIDOS                  00104500
           DISPLAY '* CALCULADAS.........: ' ACU-CALCULADAS             00104600
           DISPLAY '* BASE DO FUNCHIST...: ' ACU-BASE-HIST              00104700
           DISPLAY '* DATA INVALIDA......: ' ACU-DATA-INVALIDA          00104800
           DISPLAY '* A REVISAR..........: ' ACU-REVISAR                00104900
           DISPLAY '* VALOR TOTAL........: ' WRK-TOTAL-ED               00105000
           DISPLAY '*                                                 *'00105100
           DISPLAY '*=================== FR09DB32 ====================*'00105200
           DISPLAY ' '                                                  00105300
                                                                        00105400
           MOVE '1'                        TO RESCREL-CC                00105500
           MOVE SPACES                     TO RESCREL-LINHA             00105600
           STRING 'RESUMO DA RESCISAO - FR09DB32'                       00105700
                  '   EXECUCAO: ' WRK-RUN-ID                            00105800
                  INTO RESCREL-LINHA                                    00105900
           WRITE RESCREL-REC                                            00106000
                                                                        00106100
           MOVE ' '                        TO RESCREL-CC                00106200
           MOVE SPACES                     TO RESCREL-LINHA             00106300
           STRING 'DESLIGAMENTOS LIDOS: ' ACU-LIDOS                     00106400
                  '  CALCULADAS: ' ACU-CALCULADAS                       00106500
                  '  DATA INVALIDA: ' ACU-DATA-INVALIDA                 00106600
                  '  A REVISAR: ' ACU-REVISAR                           00106700
                  '  VALOR TOTAL: ' WRK-TOTAL-ED                        00106800
                  INTO RESCREL-LINHA                                    00106900
           WRITE RESCREL-REC                                            00107000
                                                                        00107100
           MOVE ' '                        TO RESCEXC-CC                00107200
           MOVE ALL '-'                    TO RESCEXC-LINHA             00107300
           WRITE RESCEXC-REC                                            00107400
                                                                        00107500
           MOVE ' '                        TO RESCEXC-CC                00107600
           MOVE SPACES                     TO RESCEXC-LINHA             00107700
           STRING 'DATA INVALIDA: ' ACU-DATA-INVALIDA                   00107800
                  '   A REVISAR: ' ACU-REVISAR                          00107900
                  INTO RESCEXC-LINHA                                    00108000
           WRITE RESCEXC-REC.                                           00108100
                                                                        00108200
      *----------------------------------------------------------------*00108300
       6000-99-FIM.                              EXIT.                  00108400
      *----------------------------------------------------------------*00108500
                                                                        00108600
      ******************************************************************00108700
      *                     T R A T A R   E R R O                      *00108800
      ******************************************************************00108900
                                                                        00109000
      *----------------------------------------------------------------*00109100
       9000-TRATAR-ERRO                          SECTION.               00109200
      *----------------------------------------------------------------*00109300
                                                                        00109400
           ACCEPT WRK-LOG-DATA               FROM DATE YYYYMMDD         00109500
           ACCEPT WRK-LOG-HORA               FROM TIME                  00109600
           CALL 'GRAVALOG'                       USING WRK-LOG          00109700
           MOVE 16                TO RETURN-CODE                        00109800
           EXEC SQL                                                     00109900
              ROLLBACK                                                  00110000
           END-EXEC                                                     00110100
           PERFORM 5000-FINALIZAR                                       00110200
           GOBACK.                                                      00110300
                                                                        00110400
      *----------------------------------------------------------------*00110500
       9000-99-FIM.                              EXIT.                  00110600
      *----------------------------------------------------------------*00110700
