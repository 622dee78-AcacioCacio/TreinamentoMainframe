      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. FR09DB37.                                            00000500
       AUTHOR.     ACACIO.                                              00000600
                                                                        00000700
      *================================================================*00000800
      *                        TREINAMENTO                             *00000900
      *================================================================*00001000
      *     PROGRAMA....: FR09DB37                                     *00001100
      *     PROGRAMADOR.: ACACIO JORGE                                 *00001200
      *     INSTRUTOR...: IVAN SANCHES                                 *00001300
      *     EMPRESA.....: FOURSYS                                      *00001400
      *     DATA........: 15/10/2026                                   *00001500
      *----------------------------------------------------------------*00001600
      *     OBJETIVO....: AVISO AO FUNCIONARIO DE ALTERACAO SALARIAL   *00001700
      *                   E TRANSFERENCIA DE SETOR - PARA CADA FOTO    *00001800
      *                   DAS EXECUCOES 'C' RECENTES DO FR09DB13 NA    *00001900
      *                   FUNCHIST, COMPARA COM A FOTO ANTERIOR DO     *00002000
      *                   MESMO ID; MUDOU SALARIO OU SETOR POR CARGA   *00002100
      *                   DO RH (FR09DB15), REAJUSTE (FR09DB19) OU     *00002200
      *                   VIGENCIA (FR09DB28), CONFORME A TRILHA       *00002300
      *                   FOUR001.FUNCAUD, GERA A MENSAGEM PARA O      *00002400
      *                   GATEWAY DE EMAIL (AVISMSG) ENDERECADA AO     *00002500
      *                   EMAIL DE FUNC2, OU UMA CARTA IMPRESSA        *00002600
      *                   (AVISCAR) QUANDO O EMAIL ESTA EM BRANCO OU   *00002700
      *                   INVALIDO. CADA AVISO E REGISTRADO EM         *00002800
      *                   FOUR001.AVISO (CHAVE ID+IDEXEC): NUMA        *00002900
      *                   RERODADA O AVISO JA EMITIDO E SUPRIMIDO.     *00003000
      *                   RESUMO DE ENVIADOS/IMPRESSOS/SUPRIMIDOS NO   *00003100
      *                   AVISREL. COMMIT UNICO NO FIM - COM ERRO      *00003200
      *                   NADA FICA REGISTRADO E A RERODADA REFAZ OS   *00003300
      *                   ARQUIVOS INTEIROS.                           *00003400
      *----------------------------------------------------------------*00003500
      *     PARM.......: DIAS DE RETROSPECTO 'NN' (BRANCO/ZEROS = 07)  *00003600
      *                  - EXECUCOES 'C' INICIADAS NESSE PERIODO       *00003700
      *----------------------------------------------------------------*00003800
      *                                                                *00003900
      *     ARQUIVOS....:                                              *00004000
      *       DDNAME               I/O                 INCLUDE/BOOK    *00004100
      *       AVISMSG               O                    BKAVISMSG     *00004200
      *       AVISCAR               O                    BKAVISCAR     *00004300
      *       AVISREL               O                    BKAVISREL     *00004400
      *                                                                *00004500
      *----------------------------------------------------------------*00004600
      *                                                                *00004700
      *     BASE DE DADOS:                                             *00004800
      *       DDNAME               I/O                 INCLUDE/BOOK    *00004900
      *       FOU001.FUNCHIST       I                                  *00005000
      *       FOU001.FUNC2          I                    #BKFUNC2      *00005100
      *       FOU001.EXECLOG        I                    #BKEXECLOG    *00005200
      *       FOU001.FUNCAUD        I                    #BKFUNCAUD    *00005300
      *       FOU001.AVISO          O                    #BKAVISO      *00005400
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
           SELECT AVISMSG   ASSIGN TO AVISMSG                           00007700
                            ORGANIZATION IS SEQUENTIAL.                 00007800
           SELECT AVISCAR   ASSIGN TO AVISCAR                           00007900
                            ORGANIZATION IS SEQUENTIAL.                 00008000
           SELECT AVISREL   ASSIGN TO AVISREL                           00008100
                            ORGANIZATION IS SEQUENTIAL.                 00008200
                                                                        00008300
                                                                        00008400
      *=============================================================*   00008500
       DATA                                      DIVISION.              00008600
                                                                        00008700
      *-------------------------------------------------------------*   00008800
       FILE                                         SECTION.            00008900
      *-------------------------------------------------------------*   00009000
      *----------------------------------------------------------------*00009100
       FD  AVISMSG                                                      00009200
           LABEL RECORDS ARE STANDARD.                                  00009300
                                                                        00009400
           COPY 'BKAVISMSG'.                                            00009500
      *----------------------------------------------------------------*00009600
      *----------------------------------------------------------------*00009700
       FD  AVISCAR                                                      00009800
           LABEL RECORDS ARE STANDARD.                                  00009900
                                                                        00010000
           COPY 'BKAVISCAR'.                                            00010100
      *----------------------------------------------------------------*00010200
      *----------------------------------------------------------------*00010300
       FD  AVISREL                                                      00010400
           LABEL RECORDS ARE STANDARD.                                  00010500
                                                                        00010600
           COPY 'BKAVISREL'.                                            00010700
      *----------------------------------------------------------------*00010800
                                                                        00010900
      *=============================================================*   00011000
                                                                        00011100
      *-------------------------------------------------------------*   00011200
       WORKING-STORAGE                             SECTION.             00011300
      *-------------------------------------------------------------*   00011400
                                                                        00011500
      *----------------------------------------------------------------*00011600
       01  FILLER                      PIC  X(050)         VALUE        00011700
           '*** INICIO DA WORKING FR09DB37 ***'.                        00011800
      *----------------------------------------------------------------*00011900
                                                                        00012000
      *----------------------------------------------------------------*00012100
       01  FILLER                                  PIC X(050)    VALUE  00012200
           '*** AREA DE DB2 ***'.                                       00012300
      *----------------------------------------------------------------*00012400
                                                                        00012500
           EXEC SQL                                                     00012600
             INCLUDE #BKFUNC2                                           00012700
           END-EXEC.                                                    00012800
                                                                        00012900
           EXEC SQL                                                     00013000
             INCLUDE #BKEXECLOG                                         00013100
           END-EXEC.                                                    00013200
                                                                        00013300
           EXEC SQL                                                     00013400
             INCLUDE #BKFUNCAUD                                         00013500
           END-EXEC.                                                    00013600
                                                                        00013700
           EXEC SQL                                                     00013800
             INCLUDE #BKAVISO                                           00013900
           END-EXEC.                                                    00014000
                                                                        00014100
           EXEC SQL                                                     00014200
              INCLUDE SQLCA                                             00014300
           END-EXEC.                                                    00014400
                                                                        00014500
       77 WRK-DATA-CORTE-SQL     PIC 9(08)           VALUE ZEROS.       00014600
       77 WRK-SETOR-ANT          PIC X(10)           VALUE SPACES.      00014700
       77 WRK-SAL-ANT            PIC 9(07)V99        VALUE ZEROS.       00014800
       77 WRK-IDEXEC-HIST        PIC X(16)           VALUE SPACES.      00014900
       77 WRK-DATAEXEC-ATU       PIC 9(08)           VALUE ZEROS.       00015000
       77 WRK-DATAEXEC-ANT       PIC 9(08)           VALUE ZEROS.       00015100
       77 WRK-IND-EMAIL          PIC S9(4) COMP      VALUE ZEROS.       00015200
                                                                        00015300
      *    FOTOS DAS EXECUCOES 'C' DO PERIODO CONTRA A FOTO ANTERIOR    00015400
      *    DO MESMO ID (A FUNCHIST SO GUARDA O QUE MUDOU, ENTAO A       00015500
      *    ANTERIOR PODE SER DE QUALQUER EXECUCAO MAIS ANTIGA) - SO     00015600
      *    AS QUE MUDARAM SALARIO OU SETOR, COM O EMAIL ATUAL           00015700
           EXEC SQL                                                     00015800
              DECLARE CAVI   CURSOR FOR                                 00015900
               SELECT B.ID, B.NOME, A.SETOR, B.SETOR,                   00016000
                      A.SALARIO, B.SALARIO, B.IDEXECUCAO,               00016100
                      B.DATAEXEC, A.DATAEXEC, F.EMAIL                   00016200
                FROM FOUR001.EXECLOG L, FOUR001.FUNCHIST B,             00016300
                     FOUR001.FUNCHIST A, FOUR001.FUNC2 F                00016400
                 WHERE L.STATUS      = 'C'                              00016500
                   AND L.DATAINI    >= :WRK-DATA-CORTE-SQL              00016600
                   AND B.IDEXECUCAO  = L.IDEXECUCAO                     00016700
                   AND A.ID          = B.ID                             00016800
                   AND A.IDEXECUCAO  =                                  00016900
                      (SELECT MAX(X.IDEXECUCAO)                         00017000
                         FROM FOUR001.FUNCHIST X                        00017100
                        WHERE X.ID = B.ID                               00017200
                          AND X.IDEXECUCAO < B.IDEXECUCAO)              00017300
                   AND (A.SALARIO <> B.SALARIO                          00017400
                     OR A.SETOR   <> B.SETOR)                           00017500
                   AND F.ID          = B.ID                             00017600
               ORDER BY B.IDEXECUCAO, B.ID                              00017700
                                                                        00017800
           END-EXEC.                                                    00017900
      *----------------------------------------------------------------*00018000
       01  FILLER                                  PIC X(050)    VALUE  00018100
           '*** AREA DO ARQUIVO LOGERRO2 ***'.                          00018200
      *----------------------------------------------------------------*00018300
                                                                        00018400
          COPY 'B#GLOB'.                                                00018500
                                                                        00018600
      *----------------------------------------------------------------*00018700
                                                                        00018800
      *----------------------------------------------------------------*00018900
       01  FILLER                                  PIC X(050)    VALUE  00019000
           '*** AREA DE VARIAVEIS AUXILIARES ***'.                      00019100
      *----------------------------------------------------------------*00019200
                                                                        00019300
       77 WRK-SQLCODE             PIC -999.                             00019400
       77 WRK-DIAS-RETRO          PIC 9(02)                 VALUE 07.   00019500
       77 WRK-RUN-DATA            PIC 9(08)                 VALUE ZEROS.00019600
       77 WRK-RUN-HORA            PIC 9(08)                 VALUE ZEROS.00019700
       77 WRK-ANO-QUOC            PIC 9(04)                 VALUE ZEROS.00019800
       77 WRK-ANO-RESTO           PIC 9(04)                 VALUE ZEROS.00019900
       77 WRK-MODELO              PIC X(04)                VALUE SPACES.00020000
       77 WRK-CANAL               PIC X(01)                 VALUE SPACE.00020100
       77 WRK-EMAIL-OK            PIC X(01)                 VALUE 'N'.  00020200
       77 WRK-QTD-ARROBA          PIC 9(02)                 VALUE ZEROS.00020300
       77 WRK-QTD-PONTO           PIC 9(02)                 VALUE ZEROS.00020400
       77 WRK-QTD-BRANCO          PIC 9(02)                 VALUE ZEROS.00020500
       77 WRK-EMAIL-USUARIO       PIC X(40)                VALUE SPACES.00020600
       77 WRK-EMAIL-DOMINIO       PIC X(40)                VALUE SPACES.00020700
       77 WRK-DOMINIO-1           PIC X(40)                VALUE SPACES.00020800
       77 WRK-DOMINIO-2           PIC X(40)                VALUE SPACES.00020900
       77 WRK-SITUACAO-AVISO      PIC X(10)                VALUE SPACES.00021000
       77 WRK-SAL-ANT-ED          PIC ZZZ.ZZ9,99.                       00021100
       77 WRK-SAL-NOV-ED          PIC ZZZ.ZZ9,99.                       00021200
                                                                        00021300
       01  WRK-DATA-CORTE-X.                                            00021400
           05  WRK-LIM-ANO             PIC 9(04).                       00021500
           05  WRK-LIM-MES             PIC 9(02).                       00021600
           05  WRK-LIM-DIA             PIC 9(02).                       00021700
       01  WRK-DATA-LIMITE REDEFINES WRK-DATA-CORTE-X                   00021800
                                       PIC 9(08).                       00021900
                                                                        00022000
      *    DATA DA ALTERACAO (AAAAMMDD DA FUNCAUD) NOS FORMATOS         00022100
      *    AAAA-MM-DD DA MENSAGEM E DD/MM/AAAA DA CARTA                 00022200
       01  WRK-DATA-AUD-X.                                              00022300
           05  WRK-AUD-ANO             PIC X(04).                       00022400
           05  WRK-AUD-MES             PIC X(02).                       00022500
           05  WRK-AUD-DIA             PIC X(02).                       00022600
       01  WRK-DATA-AUD   REDEFINES WRK-DATA-AUD-X                      00022700
                                       PIC 9(08).                       00022800
                                                                        00022900
       01  WRK-DATAEFET.                                                00023000
           05  WRK-EFE-ANO             PIC X(04).                       00023100
           05  FILLER                  PIC X(01)      VALUE '-'.        00023200
           05  WRK-EFE-MES             PIC X(02).                       00023300
           05  FILLER                  PIC X(01)      VALUE '-'.        00023400
           05  WRK-EFE-DIA             PIC X(02).                       00023500
                                                                        00023600
       01  WRK-DATAEFET-CARTA.                                          00023700
           05  WRK-CAR-DIA             PIC X(02).                       00023800
           05  FILLER                  PIC X(01)      VALUE '/'.        00023900
           05  WRK-CAR-MES             PIC X(02).                       00024000
           05  FILLER                  PIC X(01)      VALUE '/'.        00024100
           05  WRK-CAR-ANO             PIC X(04).                       00024200
                                                                        00024300
      *----------------------------------------------------------------*00024400
       01  FILLER                      PIC  X(050)         VALUE        00024500
           '*** AREA DE ACUMULADORES ***'.                              00024600
      *----------------------------------------------------------------*00024700
                                                                        00024800
       77 ACU-ALTERACOES          PIC 9(08)                 VALUE ZEROS.00024900
       77 ACU-ENVIADOS            PIC 9(08)                 VALUE ZEROS.00025000
       77 ACU-IMPRESSOS           PIC 9(08)                 VALUE ZEROS.00025100
       77 ACU-SUPRIMIDOS          PIC 9(08)                 VALUE ZEROS.00025200
       77 ACU-OUTRA-ORIGEM        PIC 9(08)                 VALUE ZEROS.00025300
                                                                        00025400
      *----------------------------------------------------------------*00025500
       01  FILLER                 PIC  X(050)         VALUE             00025600
           '*** FINAL DA WORKING FR09DB37 ***'.                         00025700
      *----------------------------------------------------------------*00025800
                                                                        00025900
      *-------------------------------------------------------------*   00026000
       LINKAGE                                      SECTION.            00026100
      *-------------------------------------------------------------*   00026200
                                                                        00026300
       01  LS-PARM                     PIC X(02).                       00026400
                                                                        00026500
      *================================================================*00026600
       PROCEDURE                    DIVISION USING LS-PARM.             00026700
      *================================================================*00026800
                                                                        00026900
      ******************************************************************00027000
      *                       P R I N C I P A L                        *00027100
      ******************************************************************00027200
                                                                        00027300
      *----------------------------------------------------------------*00027400
       0000-PRINCIPAL                                 SECTION.          00027500
      *----------------------------------------------------------------*00027600
                                                                        00027700
           PERFORM 1000-INICIAR.                                        00027800
           PERFORM 2000-PROCESSAR-ALTERACAO                             00027900
                        UNTIL SQLCODE EQUAL 100.                        00028000
           PERFORM 3000-FINALIZAR.                                      00028100
           STOP RUN.                                                    00028200
                                                                        00028300
      *----------------------------------------------------------------*00028400
       0000-99-FIM.                                   EXIT.             00028500
      *----------------------------------------------------------------*00028600
                                                                        00028700
      ******************************************************************00028800
      *                     I N I C I A L I Z A R                      *00028900
      ******************************************************************00029000
                                                                        00029100
      *----------------------------------------------------------------*00029200
       1000-INICIAR                                   SECTION.          00029300
      *----------------------------------------------------------------*00029400
                                                                        00029500
           OPEN OUTPUT AVISMSG AVISCAR AVISREL                          00029600
                                                                        00029700
           IF LS-PARM NUMERIC AND LS-PARM NOT = ZEROS                   00029800
              MOVE LS-PARM              TO WRK-DIAS-RETRO               00029900
           END-IF                                                       00030000
                                                                        00030100
           ACCEPT WRK-RUN-DATA            FROM DATE YYYYMMDD            00030200
           ACCEPT WRK-RUN-HORA            FROM TIME                     00030300
                                                                        00030400
      *    DATA DE CORTE: EXECUCOES INICIADAS A PARTIR DESTA DATA -     00030500
      *    UMA NOITE PERDIDA DENTRO DO PERIODO E RECUPERADA NA          00030600
      *    SEGUINTE, E O QUE JA SAIU E SUPRIMIDO PELA FOUR001.AVISO     00030700
           MOVE WRK-RUN-DATA              TO WRK-DATA-LIMITE            00030800
           PERFORM 7000-RETROCEDER-UM-DIA WRK-DIAS-RETRO TIMES          00030900
           MOVE WRK-DATA-LIMITE           TO WRK-DATA-CORTE-SQL         00031000
                                                                        00031100
           PERFORM 1200-CABECALHO-AVISREL                               00031200
                                                                        00031300
           EXEC SQL                                                     00031400
              OPEN CAVI                                                 00031500
           END-EXEC                                                     00031600
           IF SQLCODE NOT = 0                                           00031700
              MOVE SQLCODE              TO WRK-SQLCODE                  00031800
              MOVE SQLCODE              TO WRK-LOG-SQLCODE              00031900
              MOVE 'FR09DB37'           TO WRK-LOG-PROGRAMA             00032000
              MOVE '1000-INICIAR'       TO WRK-LOG-SECTION              00032100
              MOVE 'ERRO NO OPEN CURSOR CAVI' TO WRK-LOG-MENSAGEM       00032200
              PERFORM 9000-TRATAR-ERRO                                  00032300
           END-IF                                                       00032400
                                                                        00032500
           PERFORM 1100-LER-ALTERACAO.                                  00032600
                                                                        00032700
      *----------------------------------------------------------------*00032800
       1000-99-FIM.                                   EXIT.             00032900
      *----------------------------------------------------------------*00033000
                                                                        00033100
      ******************************************************************00033200
      *                   L E R   A L T E R A C A O                    *00033300
      ******************************************************************00033400
                                                                        00033500
      *----------------------------------------------------------------*00033600
       1100-LER-ALTERACAO                             SECTION.          00033700
      *----------------------------------------------------------------*00033800
                                                                        00033900
           EXEC SQL                                                     00034000
             FETCH CAVI                                                 00034100
              INTO :DB2-ID, :DB2-NOME, :WRK-SETOR-ANT,                  00034200
                   :DB2-SETOR, :WRK-SAL-ANT, :DB2-SALARIO,              00034300
                   :WRK-IDEXEC-HIST, :WRK-DATAEXEC-ATU,                 00034400
                   :WRK-DATAEXEC-ANT,                                   00034500
                   :DB2-EMAIL:WRK-IND-EMAIL                             00034600
           END-EXEC.                                                    00034700
                                                                        00034800
           EVALUATE SQLCODE                                             00034900
            WHEN 0                                                      00035000
      *         EMAIL NULO EM FUNC2 VAI PARA A CARTA                    00035100
                IF WRK-IND-EMAIL LESS ZEROS                             00035200
                   MOVE SPACES          TO DB2-EMAIL                    00035300
                END-IF                                                  00035400
                                                                        00035500
            WHEN 100                                                    00035600
              CONTINUE                                                  00035700
                                                                        00035800
            WHEN OTHER                                                  00035900
              MOVE SQLCODE              TO WRK-SQLCODE                  00036000
              MOVE SQLCODE              TO WRK-LOG-SQLCODE              00036100
              MOVE 'FR09DB37'           TO WRK-LOG-PROGRAMA             00036200
              MOVE '1100-LER-ALTERACAO' TO WRK-LOG-SECTION              00036300
              MOVE 'ERRO NO FETCH CAVI' TO WRK-LOG-MENSAGEM             00036400
              PERFORM 9000-TRATAR-ERRO                                  00036500
           END-EVALUATE.                                                00036600
                                                                        00036700
      *----------------------------------------------------------------*00036800
       1100-99-FIM.                                   EXIT.             00036900
      *----------------------------------------------------------------*00037000
                                                                        00037100
      ******************************************************************00037200
      *               C A B E C A L H O   A V I S R E L                *00037300
      ******************************************************************00037400
                                                                        00037500
      *----------------------------------------------------------------*00037600
       1200-CABECALHO-AVISREL                         SECTION.          00037700
      *----------------------------------------------------------------*00037800
                                                                        00037900
           MOVE '1'                        TO AVISREL-CC                00038000
           MOVE SPACES                     TO AVISREL-LINHA             00038100
           STRING 'AVISOS DE ALTERACAO SALARIAL/TRANSFERENCIA - '       00038200
                  'FR09DB37  DATA: ' WRK-RUN-DATA                       00038300
                  '  EXECUCOES A PARTIR DE: ' WRK-DATA-CORTE-SQL        00038400
                  INTO AVISREL-LINHA                                    00038500
           WRITE AVISREL-REC.                                           00038600
                                                                        00038700
           MOVE ' '                        TO AVISREL-CC                00038800
           MOVE SPACES                     TO AVISREL-LINHA             00038900
           WRITE AVISREL-REC.                                           00039000
                                                                        00039100
           MOVE ' '                        TO AVISREL-CC                00039200
           MOVE SPACES                     TO AVISREL-LINHA             00039300
           STRING 'SITUACAO   MODELO ID       NOME              '       00039400
                  '             EXECUCAO         DATAEFET   EMAIL'      00039500
                  INTO AVISREL-LINHA                                    00039600
           WRITE AVISREL-REC.                                           00039700
                                                                        00039800
           MOVE ' '                        TO AVISREL-CC                00039900
           MOVE ALL '-'                    TO AVISREL-LINHA             00040000
           WRITE AVISREL-REC.                                           00040100
                                                                        00040200
      *----------------------------------------------------------------*00040300
       1200-99-FIM.                                   EXIT.             00040400
      *----------------------------------------------------------------*00040500
                                                                        00040600
      ******************************************************************00040700
      *      P R O C E S S A R   A L T E R A C A O                     *00040800
      *     SO AVISA A MUDANCA FEITA PELO FR09DB15, FR09DB19 OU        *00040900
      *     FR09DB28 - CORRECAO DE REJEITADO (FR09DB20) OU MUDANCA     *00041000
      *     SEM TRILHA E CONTADA COMO OUTRA ORIGEM E NAO GERA AVISO    *00041100
      ******************************************************************00041200
                                                                        00041300
      *----------------------------------------------------------------*00041400
       2000-PROCESSAR-ALTERACAO                       SECTION.          00041500
      *----------------------------------------------------------------*00041600
                                                                        00041700
           ADD 1 TO ACU-ALTERACOES                                      00041800
                                                                        00041900
           PERFORM 2100-BUSCAR-ORIGEM                                   00042000
           IF SQLCODE = 100                                             00042100
              ADD 1 TO ACU-OUTRA-ORIGEM                                 00042200
              GO TO 2000-PROXIMO                                        00042300
           END-IF                                                       00042400
                                                                        00042500
           EVALUATE TRUE                                                00042600
              WHEN WRK-SETOR-ANT NOT = DB2-SETOR                        00042700
               AND WRK-SAL-ANT NOT = DB2-SALARIO                        00042800
                 MOVE 'TRSA'            TO WRK-MODELO                   00042900
              WHEN WRK-SETOR-ANT NOT = DB2-SETOR                        00043000
                 MOVE 'TRAN'            TO WRK-MODELO                   00043100
              WHEN DB2-AUD-PROGRAMA = 'FR09DB19'                        00043200
                 MOVE 'REAJ'            TO WRK-MODELO                   00043300
              WHEN OTHER                                                00043400
                 MOVE 'SALA'            TO WRK-MODELO                   00043500
           END-EVALUATE                                                 00043600
                                                                        00043700
           MOVE DB2-AUD-DATA            TO WRK-DATA-AUD                 00043800
           MOVE WRK-AUD-ANO             TO WRK-EFE-ANO WRK-CAR-ANO      00043900
           MOVE WRK-AUD-MES             TO WRK-EFE-MES WRK-CAR-MES      00044000
           MOVE WRK-AUD-DIA             TO WRK-EFE-DIA WRK-CAR-DIA      00044100
                                                                        00044200
           PERFORM 2200-VALIDAR-EMAIL                                   00044300
           IF WRK-EMAIL-OK = 'S'                                        00044400
              MOVE 'E'                  TO WRK-CANAL                    00044500
           ELSE                                                         00044600
              MOVE 'C'                  TO WRK-CANAL                    00044700
           END-IF                                                       00044800
                                                                        00044900
           PERFORM 2300-REGISTRAR-AVISO                                 00045000
           IF SQLCODE = -803                                            00045100
              ADD 1 TO ACU-SUPRIMIDOS                                   00045200
              MOVE 'SUPRIMIDO'          TO WRK-SITUACAO-AVISO           00045300
           ELSE                                                         00045400
              IF WRK-CANAL = 'E'                                        00045500
                 PERFORM 2400-GRAVAR-MENSAGEM                           00045600
                 ADD 1 TO ACU-ENVIADOS                                  00045700
                 MOVE 'ENVIADO'         TO WRK-SITUACAO-AVISO           00045800
              ELSE                                                      00045900
                 PERFORM 2500-IMPRIMIR-CARTA                            00046000
                 ADD 1 TO ACU-IMPRESSOS                                 00046100
                 MOVE 'CARTA'           TO WRK-SITUACAO-AVISO           00046200
              END-IF                                                    00046300
           END-IF                                                       00046400
                                                                        00046500
           MOVE ' '                     TO AVISREL-CC                   00046600
           MOVE SPACES                  TO AVISREL-LINHA                00046700
           STRING WRK-SITUACAO-AVISO ' ' WRK-MODELO '   ' DB2-ID        00046800
                  ' ' DB2-NOME ' ' WRK-IDEXEC-HIST                      00046900
                  ' ' WRK-DATAEFET ' ' DB2-EMAIL                        00047000
                  INTO AVISREL-LINHA                                    00047100
           WRITE AVISREL-REC.                                           00047200
                                                                        00047300
       2000-PROXIMO.                                                    00047400
           PERFORM 1100-LER-ALTERACAO.                                  00047500
                                                                        00047600
      *----------------------------------------------------------------*00047700
       2000-99-FIM.                                   EXIT.             00047800
      *----------------------------------------------------------------*00047900
                                                                        00048000
      ******************************************************************00048100
      *          B U S C A R   O R I G E M                             *00048200
      *     ULTIMA ALTERACAO DE SALARIO/SETOR DO ID NA FUNCAUD ENTRE   *00048300
      *     AS DUAS FOTOS, FEITA POR UM DOS TRES GRAVADORES AVISADOS - *00048400
      *     O PROGRAMA ESCOLHE O MODELO E A DATA E A DATA EFETIVA      *00048500
      ******************************************************************00048600
                                                                        00048700
      *----------------------------------------------------------------*00048800
       2100-BUSCAR-ORIGEM                             SECTION.          00048900
      *----------------------------------------------------------------*00049000
                                                                        00049100
           MOVE DB2-ID                  TO DB2-AUD-ID                   00049200
           EXEC SQL                                                     00049300
              SELECT PROGRAMA, DATA                                     00049400
                INTO :DB2-AUD-PROGRAMA, :DB2-AUD-DATA                   00049500
                FROM FOUR001.FUNCAUD                                    00049600
               WHERE ID        = :DB2-AUD-ID                            00049700
                 AND OPERACAO  = 'A'                                    00049800
                 AND PROGRAMA IN ('FR09DB15', 'FR09DB19',               00049900
                                  'FR09DB28')                           00050000
                 AND DATA     >= :WRK-DATAEXEC-ANT                      00050100
                 AND DATA     <= :WRK-DATAEXEC-ATU                      00050200
                 AND (SALARIO_ANT <> SALARIO_NOV                        00050300
                   OR SETOR_ANT   <> SETOR_NOV)                         00050400
               ORDER BY DATA DESC, HORA DESC                            00050500
               FETCH FIRST 1 ROW ONLY                                   00050600
           END-EXEC                                                     00050700
                                                                        00050800
           EVALUATE SQLCODE                                             00050900
              WHEN 0                                                    00051000
              WHEN 100                                                  00051100
                 CONTINUE                                               00051200
              WHEN OTHER                                                00051300
                 MOVE SQLCODE           TO WRK-SQLCODE                  00051400
                 MOVE SQLCODE           TO WRK-LOG-SQLCODE              00051500
                 MOVE 'FR09DB37'        TO WRK-LOG-PROGRAMA             00051600
                 MOVE '2100-BUSCAR-ORIGEM' TO WRK-LOG-SECTION           00051700
                 MOVE 'ERRO NO SELECT FUNCAUD' TO WRK-LOG-MENSAGEM      00051800
                 PERFORM 9000-TRATAR-ERRO                               00051900
           END-EVALUATE.                                                00052000
                                                                        00052100
      *----------------------------------------------------------------*00052200
       2100-99-FIM.                                   EXIT.             00052300
      *----------------------------------------------------------------*00052400
                                                                        00052500
      ******************************************************************00052600
      *          V A L I D A R   E M A I L                             *00052700
      *     PARA O GATEWAY: UM UNICO '@', NAO NO INICIO, SEM BRANCO    *00052800
      *     NO MEIO E DOMINIO COM PONTO QUE NAO COMECA POR PONTO       *00052900
      ******************************************************************00053000
                                                                        00053100
      *----------------------------------------------------------------*00053200
       2200-VALIDAR-EMAIL                             SECTION.          00053300
      *----------------------------------------------------------------*00053400
                                                                        00053500
           MOVE 'N'                     TO WRK-EMAIL-OK                 00053600
                                                                        00053700
           IF DB2-EMAIL = SPACES                                        00053800
              GO TO 2200-99-FIM                                         00053900
           END-IF                                                       00054000
                                                                        00054100
           MOVE ZEROS                   TO WRK-QTD-ARROBA               00054200
           INSPECT DB2-EMAIL                                            00054300
              TALLYING WRK-QTD-ARROBA FOR ALL '@'                       00054400
           IF WRK-QTD-ARROBA NOT = 1                                    00054500
              OR DB2-EMAIL (1:1) = '@'                                  00054600
              GO TO 2200-99-FIM                                         00054700
           END-IF                                                       00054800
                                                                        00054900
           MOVE SPACES                  TO WRK-EMAIL-USUARIO            00055000
                                           WRK-EMAIL-DOMINIO            00055100
           UNSTRING DB2-EMAIL DELIMITED BY '@'                          00055200
              INTO WRK-EMAIL-USUARIO, WRK-EMAIL-DOMINIO                 00055300
           END-UNSTRING                                                 00055400
                                                                        00055500
           MOVE ZEROS                   TO WRK-QTD-BRANCO               00055600
           INSPECT WRK-EMAIL-USUARIO                                    00055700
              TALLYING WRK-QTD-BRANCO FOR LEADING SPACES                00055800
           IF WRK-QTD-BRANCO GREATER ZEROS                              00055900
              OR WRK-EMAIL-DOMINIO = SPACES                             00056000
              OR WRK-EMAIL-DOMINIO (1:1) = '.'                          00056100
              GO TO 2200-99-FIM                                         00056200
           END-IF                                                       00056300
                                                                        00056400
      *    BRANCO NO MEIO DO ENDERECO: O QUE VEM DEPOIS DO PRIMEIRO     00056500
      *    BRANCO TEM QUE SER SO BRANCO                                 00056600
           MOVE SPACES                  TO WRK-DOMINIO-1 WRK-DOMINIO-2  00056700
           UNSTRING WRK-EMAIL-DOMINIO DELIMITED BY ALL SPACE            00056800
              INTO WRK-DOMINIO-1, WRK-DOMINIO-2                         00056900
           END-UNSTRING                                                 00057000
           IF WRK-DOMINIO-2 NOT = SPACES                                00057100
              GO TO 2200-99-FIM                                         00057200
           END-IF                                                       00057300
           MOVE SPACES                  TO WRK-DOMINIO-2                00057400
           UNSTRING WRK-EMAIL-USUARIO DELIMITED BY ALL SPACE            00057500
              INTO WRK-DOMINIO-2                                        00057600
           END-UNSTRING                                                 00057700
           IF WRK-DOMINIO-2 NOT = WRK-EMAIL-USUARIO                     00057800
              GO TO 2200-99-FIM                                         00057900
           END-IF                                                       00058000
                                                                        00058100
           MOVE ZEROS                   TO WRK-QTD-PONTO                00058200
           INSPECT WRK-DOMINIO-1                                        00058300
              TALLYING WRK-QTD-PONTO FOR ALL '.'                        00058400
           IF WRK-QTD-PONTO GREATER ZEROS                               00058500
              MOVE 'S'                  TO WRK-EMAIL-OK                 00058600
           END-IF.                                                      00058700
                                                                        00058800
      *----------------------------------------------------------------*00058900
       2200-99-FIM.                                   EXIT.             00059000
      *----------------------------------------------------------------*00059100
                                                                        00059200
      ******************************************************************00059300
      *          R E G I S T R A R   A V I S O                         *00059400
      *     CHAVE ID+IDEXEC: NUMA RERODADA O AVISO JA EMITIDO VOLTA    *00059500
      *     -803 E E SUPRIMIDO, SEM SAIR DE NOVO NO GATEWAY            *00059600
      ******************************************************************00059700
                                                                        00059800
      *----------------------------------------------------------------*00059900
       2300-REGISTRAR-AVISO                           SECTION.          00060000
      *----------------------------------------------------------------*00060100
                                                                        00060200
           MOVE DB2-ID                  TO DB2-AVI-ID                   00060300
           MOVE WRK-IDEXEC-HIST         TO DB2-AVI-IDEXEC               00060400
           MOVE WRK-MODELO              TO DB2-AVI-MODELO               00060500
           MOVE WRK-CANAL               TO DB2-AVI-CANAL                00060600
           MOVE WRK-RUN-DATA            TO DB2-AVI-DATAENV              00060700
           MOVE WRK-RUN-HORA            TO DB2-AVI-HORAENV              00060800
                                                                        00060900
           EXEC SQL                                                     00061000
              INSERT INTO FOUR001.AVISO                                 00061100
                  (ID, IDEXEC, MODELO, CANAL, DATAENV, HORAENV)         00061200
                VALUES (:DB2-AVI-ID, :DB2-AVI-IDEXEC,                   00061300
                   :DB2-AVI-MODELO, :DB2-AVI-CANAL,                     00061400
                   :DB2-AVI-DATAENV, :DB2-AVI-HORAENV)                  00061500
           END-EXEC                                                     00061600
                                                                        00061700
           EVALUATE SQLCODE                                             00061800
              WHEN 0                                                    00061900
              WHEN -803                                                 00062000
                 CONTINUE                                               00062100
              WHEN OTHER                                                00062200
                 MOVE SQLCODE           TO WRK-SQLCODE                  00062300
                 MOVE SQLCODE           TO WRK-LOG-SQLCODE              00062400
                 MOVE 'FR09DB37'        TO WRK-LOG-PROGRAMA             00062500
                 MOVE '2300-REGISTRAR-AVISO' TO WRK-LOG-SECTION         00062600
                 MOVE 'ERRO NO INSERT AVISO' TO WRK-LOG-MENSAGEM        00062700
                 PERFORM 9000-TRATAR-ERRO                               00062800
           END-EVALUATE.                                                00062900
                                                                        00063000
      *----------------------------------------------------------------*00063100
       2300-99-FIM.                                   EXIT.             00063200
      *----------------------------------------------------------------*00063300
                                                                        00063400
      ******************************************************************00063500
      *                 G R A V A R   M E N S A G E M                  *00063600
      ******************************************************************00063700
                                                                        00063800
      *----------------------------------------------------------------*00063900
       2400-GRAVAR-MENSAGEM                           SECTION.          00064000
      *----------------------------------------------------------------*00064100
                                                                        00064200
           MOVE SPACES                  TO AVISMSG-REC                  00064300
           MOVE WRK-MODELO              TO AVISMSG-MODELO               00064400
           MOVE DB2-EMAIL               TO AVISMSG-EMAIL                00064500
           MOVE DB2-ID                  TO AVISMSG-ID                   00064600
           MOVE DB2-NOME                TO AVISMSG-NOME                 00064700
           MOVE WRK-SETOR-ANT           TO AVISMSG-SETOR-ANT            00064800
           MOVE DB2-SETOR               TO AVISMSG-SETOR-NOV            00064900
           MOVE WRK-SAL-ANT             TO AVISMSG-SALARIO-ANT          00065000
           MOVE DB2-SALARIO             TO AVISMSG-SALARIO-NOV          00065100
           MOVE WRK-DATAEFET            TO AVISMSG-DATAEFET             00065200
           MOVE WRK-IDEXEC-HIST         TO AVISMSG-IDEXEC               00065300
           WRITE AVISMSG-REC.                                           00065400
                                                                        00065500
      *----------------------------------------------------------------*00065600
       2400-99-FIM.                                   EXIT.             00065700
      *----------------------------------------------------------------*00065800
                                                                        00065900
      ******************************************************************00066000
      *          I M P R I M I R   C A R T A                           *00066100
      *     UMA CARTA POR PAGINA, COM O TEXTO DO MODELO E OS VALORES   *00066200
      *     ANTERIOR E NOVO DO QUE MUDOU                               *00066300
      ******************************************************************00066400
                                                                        00066500
      *----------------------------------------------------------------*00066600
       2500-IMPRIMIR-CARTA                            SECTION.          00066700
      *----------------------------------------------------------------*00066800
                                                                        00066900
           MOVE '1'                     TO AVISCAR-CC                   00067000
           MOVE SPACES                  TO AVISCAR-LINHA                00067100
           STRING 'FOURSYS - RECURSOS HUMANOS'                          00067200
                  '                              '                      00067300
                  'MODELO: ' WRK-MODELO                                 00067400
                  '  EXECUCAO: ' WRK-IDEXEC-HIST                        00067500
                  INTO AVISCAR-LINHA                                    00067600
           WRITE AVISCAR-REC.                                           00067700
                                                                        00067800
           MOVE ' '                     TO AVISCAR-CC                   00067900
           MOVE SPACES                  TO AVISCAR-LINHA                00068000
           WRITE AVISCAR-REC.                                           00068100
                                                                        00068200
           MOVE ' '                     TO AVISCAR-CC                   00068300
           MOVE SPACES                  TO AVISCAR-LINHA                00068400
           STRING 'A(O) ' DB2-NOME                                      00068500
                  '  ID: ' DB2-ID                                       00068600
                  '  SETOR: ' DB2-SETOR                                 00068700
                  INTO AVISCAR-LINHA                                    00068800
           WRITE AVISCAR-REC.                                           00068900
                                                                        00069000
           MOVE ' '                     TO AVISCAR-CC                   00069100
           MOVE SPACES                  TO AVISCAR-LINHA                00069200
           WRITE AVISCAR-REC.                                           00069300
                                                                        00069400
           MOVE ' '                     TO AVISCAR-CC                   00069500
           MOVE SPACES                  TO AVISCAR-LINHA                00069600
           EVALUATE WRK-MODELO                                          00069700
              WHEN 'REAJ'                                               00069800
                 STRING 'COMUNICAMOS O REAJUSTE COLETIVO DO SEU '       00069900
                        'SALARIO, VALIDO A PARTIR DE '                  00070000
                        WRK-DATAEFET-CARTA ':'                          00070100
                        INTO AVISCAR-LINHA                              00070200
              WHEN 'TRAN'                                               00070300
                 STRING 'COMUNICAMOS A SUA TRANSFERENCIA DE '           00070400
                        'SETOR, VALIDA A PARTIR DE '                    00070500
                        WRK-DATAEFET-CARTA ':'                          00070600
                        INTO AVISCAR-LINHA                              00070700
              WHEN 'TRSA'                                               00070800
                 STRING 'COMUNICAMOS A SUA TRANSFERENCIA DE '           00070900
                        'SETOR E A ALTERACAO DO SEU SALARIO, '          00071000
                        'VALIDAS A PARTIR DE '                          00071100
                        WRK-DATAEFET-CARTA ':'                          00071200
                        INTO AVISCAR-LINHA                              00071300
              WHEN OTHER                                                00071400
                 STRING 'COMUNICAMOS A ALTERACAO DO SEU '               00071500
                        'SALARIO, VALIDA A PARTIR DE '                  00071600
                        WRK-DATAEFET-CARTA ':'                          00071700
                        INTO AVISCAR-LINHA                              00071800
           END-EVALUATE                                                 00071900
           WRITE AVISCAR-REC.                                           00072000
                                                                        00072100
           MOVE ' '                     TO AVISCAR-CC                   00072200
           MOVE SPACES                  TO AVISCAR-LINHA                00072300
           WRITE AVISCAR-REC.                                           00072400
                                                                        00072500
           IF WRK-SETOR-ANT NOT = DB2-SETOR                             00072600
              MOVE ' '                  TO AVISCAR-CC                   00072700
              MOVE SPACES               TO AVISCAR-LINHA                00072800
              STRING '    SETOR ANTERIOR..: ' WRK-SETOR-ANT             00072900
                     '    SETOR NOVO..: ' DB2-SETOR                     00073000
                     INTO AVISCAR-LINHA                                 00073100
              WRITE AVISCAR-REC                                         00073200
           END-IF                                                       00073300
                                                                        00073400
           IF WRK-SAL-ANT NOT = DB2-SALARIO                             00073500
              MOVE WRK-SAL-ANT          TO WRK-SAL-ANT-ED               00073600
              MOVE DB2-SALARIO          TO WRK-SAL-NOV-ED               00073700
              MOVE ' '                  TO AVISCAR-CC                   00073800
              MOVE SPACES               TO AVISCAR-LINHA                00073900
              STRING '    SALARIO ANTERIOR: ' WRK-SAL-ANT-ED            00074000
                     '    SALARIO NOVO: ' WRK-SAL-NOV-ED                00074100
                     INTO AVISCAR-LINHA                                 00074200
              WRITE AVISCAR-REC                                         00074300
           END-IF                                                       00074400
                                                                        00074500
           MOVE ' '                     TO AVISCAR-CC                   00074600
           MOVE SPACES                  TO AVISCAR-LINHA                00074700
           WRITE AVISCAR-REC.                                           00074800
                                                                        00074900
           MOVE ' '                     TO AVISCAR-CC                   00075000
           MOVE 'ATENCIOSAMENTE,'       TO AVISCAR-LINHA                00075100
           WRITE AVISCAR-REC.                                           00075200
                                                                        00075300
           MOVE ' '                     TO AVISCAR-CC                   00075400
           MOVE 'RECURSOS HUMANOS'      TO AVISCAR-LINHA                00075500
           WRITE AVISCAR-REC.                                           00075600
                                                                        00075700
      *----------------------------------------------------------------*00075800
       2500-99-FIM.                                   EXIT.             00075900
      *----------------------------------------------------------------*00076000
                                                                        00076100
      ******************************************************************00076200
      *                       F I N A L I Z A R                        *00076300
      ******************************************************************00076400
                                                                        00076500
      *----------------------------------------------------------------*00076600
       3000-FINALIZAR                                 SECTION.          00076700
      *----------------------------------------------------------------*00076800
                                                                        00076900
           EXEC SQL                                                     00077000
             CLOSE CAVI                                                 00077100
           END-EXEC                                                     00077200
                                                                        00077300
      *    COMMIT UNICO: OS REGISTROS DE FOUR001.AVISO SO FICAM         00077400
      *    QUANDO OS ARQUIVOS FORAM GRAVADOS ATE O FIM                  00077500
           IF RETURN-CODE = ZEROS                                       00077600
              EXEC SQL                                                  00077700
                 COMMIT                                                 00077800
              END-EXEC                                                  00077900
              IF SQLCODE NOT = 0                                        00078000
                 MOVE SQLCODE          TO WRK-LOG-SQLCODE               00078100
                 MOVE 'FR09DB37'       TO WRK-LOG-PROGRAMA              00078200
                 MOVE '3000-FINALIZAR' TO WRK-LOG-SECTION               00078300
                 MOVE 'ERRO NO COMMIT FINAL' TO WRK-LOG-MENSAGEM        00078400
                 ACCEPT WRK-LOG-DATA   FROM DATE YYYYMMDD               00078500
                 ACCEPT WRK-LOG-HORA   FROM TIME                        00078600
                 CALL 'GRAVALOG'       USING WRK-LOG                    00078700
                 MOVE 16               TO RETURN-CODE                   00078800
              END-IF                                                    00078900
           END-IF                                                       00079000
                                                                        00079100
           MOVE ' '                     TO AVISREL-CC                   00079200
           MOVE ALL '-'                 TO AVISREL-LINHA                00079300
           WRITE AVISREL-REC.                                           00079400
                                                                        00079500
           MOVE ' '                     TO AVISREL-CC                   00079600
           MOVE SPACES                  TO AVISREL-LINHA                00079700
           STRING 'ALTERACOES: ' ACU-ALTERACOES                         00079800
                  '  ENVIADOS: ' ACU-ENVIADOS                           00079900
                  '  IMPRESSOS: ' ACU-IMPRESSOS                         00080000
                  '  SUPRIMIDOS: ' ACU-SUPRIMIDOS                       00080100
                  '  OUTRA ORIGEM: ' ACU-OUTRA-ORIGEM                   00080200
                  INTO AVISREL-LINHA                                    00080300
           WRITE AVISREL-REC.                                           00080400
                                                                        00080500
           CLOSE AVISMSG AVISCAR AVISREL                                00080600
                                                                        00080700
           DISPLAY '*=================== FR09DB37 ====================*'00080800
           DISPLAY '*                                                 *'00080900
           DISPLAY '* ACUMULADORES:                                   *'00081000
           DISPLAY '* ALTERACOES LIDAS...: ' ACU-ALTERACOES             00081100
           DISPLAY '* ENVIADOS (EMAIL)...: ' ACU-ENVIADOS               00081200
           DISPLAY '* IMPRESSOS (CARTA)..: ' ACU-IMPRESSOS              00081300
           DISPLAY '* SUPRIMIDOS.........: ' ACU-SUPRIMIDOS             00081400
           DISPLAY '* OUTRA ORIGEM.......: ' ACU-OUTRA-ORIGEM           00081500
           DISPLAY '*                                                 *'00081600
           DISPLAY '*=================== FR09DB37 ====================*'00081700
           DISPLAY ' '                                                  00081800
                                                                        00081900
      *    CARTA IMPRESSA = EMAIL A CORRIGIR EM FUNC2 PELO RH           00082000
           IF RETURN-CODE = ZEROS AND ACU-IMPRESSOS GREATER ZEROS       00082100
              MOVE 04                   TO RETURN-CODE                  00082200
           END-IF.                                                      00082300
                                                                        00082400
      *----------------------------------------------------------------*00082500
       3000-99-FIM.                                   EXIT.             00082600
      *----------------------------------------------------------------*00082700
                                                                        00082800
      ******************************************************************00082900
      *      R E T R O C E D E R   U M   D I A                         *00083000
      *     DECREMENTA UM DIA DA DATA DE CORTE, RESPEITANDO O          *00083100
      *     ULTIMO DIA DE CADA MES (INCLUSIVE ANO BISSEXTO)            *00083200
      ******************************************************************00083300
                                                                        00083400
      *----------------------------------------------------------------*00083500
       7000-RETROCEDER-UM-DIA                         SECTION.          00083600
      *----------------------------------------------------------------*00083700
                                                                        00083800
           IF WRK-LIM-DIA > 01                                          00083900
              SUBTRACT 1 FROM WRK-LIM-DIA                               00084000
              GO TO 7000-99-FIM                                         00084100
           END-IF                                                       00084200
                                                                        00084300
           IF WRK-LIM-MES = 01                                          00084400
              SUBTRACT 1 FROM WRK-LIM-ANO                               00084500
              MOVE 12                   TO WRK-LIM-MES                  00084600
              MOVE 31                   TO WRK-LIM-DIA                  00084700
              GO TO 7000-99-FIM                                         00084800
           END-IF                                                       00084900
                                                                        00085000
           SUBTRACT 1 FROM WRK-LIM-MES                                  00085100
           EVALUATE WRK-LIM-MES                                         00085200
              WHEN 04                                                   00085300
              WHEN 06                                                   00085400
              WHEN 09                                                   00085500
              WHEN 11                                                   00085600
                 MOVE 30                TO WRK-LIM-DIA                  00085700
              WHEN 02                                                   00085800
                 DIVIDE WRK-LIM-ANO BY 4                                00085900
                    GIVING WRK-ANO-QUOC REMAINDER WRK-ANO-RESTO         00086000
                 IF WRK-ANO-RESTO = ZEROS                               00086100
                    DIVIDE WRK-LIM-ANO BY 100                           00086200
                       GIVING WRK-ANO-QUOC REMAINDER WRK-ANO-RESTO      00086300
                    IF WRK-ANO-RESTO = ZEROS                            00086400
                       DIVIDE WRK-LIM-ANO BY 400                        00086500
                          GIVING WRK-ANO-QUOC                           00086600
                          REMAINDER WRK-ANO-RESTO                       00086700
                       IF WRK-ANO-RESTO = ZEROS                         00086800
                          MOVE 29       TO WRK-LIM-DIA                  00086900
                       ELSE                                             00087000
                          MOVE 28       TO WRK-LIM-DIA                  00087100
                       END-IF                                           00087200
                    ELSE                                                00087300
                       MOVE 29          TO WRK-LIM-DIA                  00087400
                    END-IF                                              00087500
                 ELSE                                                   00087600
                    MOVE 28             TO WRK-LIM-DIA                  00087700
                 END-IF                                                 00087800
              WHEN OTHER                                                00087900
                 MOVE 31                TO WRK-LIM-DIA                  00088000
           END-EVALUATE.                                                00088100
                                                                        00088200
      *----------------------------------------------------------------*00088300
       7000-99-FIM.                                   EXIT.             00088400
      *----------------------------------------------------------------*00088500
                                                                        00088600
      ******************************************************************00088700
      *                     T R A T A R   E R R O                      *00088800
      ******************************************************************00088900
                                                                        00089000
      *----------------------------------------------------------------*00089100
       9000-TRATAR-ERRO                               SECTION.          00089200
      *----------------------------------------------------------------*00089300
                                                                        00089400
           ACCEPT WRK-LOG-DATA               FROM DATE YYYYMMDD         00089500
           ACCEPT WRK-LOG-HORA               FROM TIME                  00089600
           CALL 'GRAVALOG'                       USING WRK-LOG          00089700
           MOVE 16                TO RETURN-CODE                        00089800
      *    DESFAZ OS REGISTROS DE AVISO NAO CONFIRMADOS - A             00089900
      *    RERODADA REGRAVA OS ARQUIVOS INTEIROS                        00090000
           EXEC SQL                                                     00090100
              ROLLBACK                                                  00090200
           END-EXEC                                                     00090300
           PERFORM 3000-FINALIZAR                                       00090400
           GOBACK.                                                      00090500
                                                                        00090600
      *----------------------------------------------------------------*00090700
       9000-99-FIM.                                   EXIT.             00090800
      *----------------------------------------------------------------*00090900
