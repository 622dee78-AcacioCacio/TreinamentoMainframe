      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. FR09DB36.                                            00000500
       AUTHOR.     ACACIO.                                              00000600
                                                                        00000700
      *================================================================*00000800
      *                        TREINAMENTO                             *00000900
      *================================================================*00001000
      *     PROGRAMA....: FR09DB36                                     *00001100
      *     PROGRAMADOR.: ACACIO JORGE                                 *00001200
      *     INSTRUTOR...: IVAN SANCHES                                 *00001300
      *     EMPRESA.....: FOURSYS                                      *00001400
      *     DATA........: 15/10/2026                                   *00001500
      *----------------------------------------------------------------*00001600
      *     OBJETIVO....: VARREDURA SEMANAL DE QUALIDADE DOS DADOS -   *00001700
      *                   CRUZA REGISTROS DE FOUR001.FUNC2 E AS DUAS   *00001800
      *                   ULTIMAS EXECUCOES 'C' DA FUNCHIST PROCURANDO *00001900
      *                   O QUE A VALIDACAO CAMPO A CAMPO DA CARGA     *00002000
      *                   NAO VE: EMAIL REPETIDO EM DOIS IDS ATIVOS,   *00002100
      *                   MESMO NOME+DATAADM EM DOIS IDS (READMISSAO   *00002200
      *                   CADASTRADA COMO NOVO), DATADEM ANTERIOR A    *00002300
      *                   DATAADM, SALARIO FORA DA FAIXA DO SETOR E    *00002400
      *                   SALTO DE SALARIO SOBRE A FOTO ANTERIOR.      *00002500
      *                   CADA ACHADO E GRADUADO (ATENCAO/GRAVE) NO    *00002600
      *                   RELATORIO QUALREL E GRAVADO NO QUALERR PARA  *00002700
      *                   CARGA EM FOUR001.SUSPENSO PELO FR09DB20.     *00002800
      *                   SO LEITURA NO DB2 - NAO USA TRAVA RUNCTL.    *00002900
      *                   RC=04 COM ACHADO DE ATENCAO, RC=08 COM       *00003000
      *                   ACHADO GRAVE.                                *00003100
      *----------------------------------------------------------------*00003200
      *                                                                *00003300
      *     ARQUIVOS....:                                              *00003400
      *       DDNAME               I/O                 INCLUDE/BOOK    *00003500
      *       QUALPARM              I                    BKQUALPARM    *00003600
      *       QUALREL               O                    BKQUALREL     *00003700
      *       QUALERR               O                    BKQUALERR     *00003800
      *                                                                *00003900
      *----------------------------------------------------------------*00004000
      *                                                                *00004100
      *     BASE DE DADOS:                                             *00004200
      *       DDNAME               I/O                 INCLUDE/BOOK    *00004300
      *       FOU001.FUNC2          I                    #BKFUNC2      *00004400
      *       FOU001.FUNCHIST       I                                  *00004500
      *       FOU001.EXECLOG        I                    #BKEXECLOG    *00004600
      *                                                                *00004700
      *----------------------------------------------------------------*00004800
      *                                                                *00004900
      *     MODULOS.....:                                              *00005000
      *       B#GLOB                                                   *00005100
      *                                                                *00005200
      *================================================================*00005300
                                                                        00005400
      *=============================================================*   00005500
       ENVIRONMENT                               DIVISION.              00005600
      *=============================================================*   00005700
                                                                        00005800
      *-------------------------------------------------------------*   00005900
       CONFIGURATION                               SECTION.             00006000
      *-------------------------------------------------------------*   00006100
       SPECIAL-NAMES.                                                   00006200
           DECIMAL-POINT IS COMMA.                                      00006300
                                                                        00006400
      *-------------------------------------------------------------*   00006500
       INPUT-OUTPUT                            SECTION.                 00006600
      *-------------------------------------------------------------*   00006700
       FILE-CONTROL.                                                    00006800
           SELECT OPTIONAL QUALPARM ASSIGN TO QUALPARM                  00006900
                            ORGANIZATION IS SEQUENTIAL.                 00007000
           SELECT QUALREL   ASSIGN TO QUALREL                           00007100
                            ORGANIZATION IS SEQUENTIAL.                 00007200
           SELECT QUALERR   ASSIGN TO QUALERR                           00007300
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
       FD  QUALPARM                                                     00008400
           LABEL RECORDS ARE STANDARD.                                  00008500
                                                                        00008600
           COPY 'BKQUALPARM'.                                           00008700
      *----------------------------------------------------------------*00008800
      *----------------------------------------------------------------*00008900
       FD  QUALREL                                                      00009000
           LABEL RECORDS ARE STANDARD.                                  00009100
                                                                        00009200
           COPY 'BKQUALREL'.                                            00009300
      *----------------------------------------------------------------*00009400
      *----------------------------------------------------------------*00009500
       FD  QUALERR                                                      00009600
           LABEL RECORDS ARE STANDARD.                                  00009700
                                                                        00009800
           COPY 'BKQUALERR'.                                            00009900
      *----------------------------------------------------------------*00010000
                                                                        00010100
      *=============================================================*   00010200
                                                                        00010300
      *-------------------------------------------------------------*   00010400
       WORKING-STORAGE                             SECTION.             00010500
      *-------------------------------------------------------------*   00010600
                                                                        00010700
      *----------------------------------------------------------------*00010800
       01  FILLER                      PIC  X(050)         VALUE        00010900
           '*** INICIO DA WORKING FR09DB36 ***'.                        00011000
      *----------------------------------------------------------------*00011100
                                                                        00011200
      *----------------------------------------------------------------*00011300
       01  FILLER                                  PIC X(050)    VALUE  00011400
           '*** AREA DE DB2 ***'.                                       00011500
      *----------------------------------------------------------------*00011600
                                                                        00011700
           EXEC SQL                                                     00011800
             INCLUDE #BKFUNC2                                           00011900
           END-EXEC.                                                    00012000
                                                                        00012100
           EXEC SQL                                                     00012200
             INCLUDE #BKEXECLOG                                         00012300
           END-EXEC.                                                    00012400
                                                                        00012500
           EXEC SQL                                                     00012600
              INCLUDE SQLCA                                             00012700
           END-EXEC.                                                    00012800
                                                                        00012900
       77 WRK-IDEXEC-ANT         PIC X(16)           VALUE SPACES.      00013000
       77 WRK-IDEXEC-ATU         PIC X(16)           VALUE SPACES.      00013100
       77 WRK-IDEXEC-HIST        PIC X(16)           VALUE SPACES.      00013200
       77 WRK-ID-REL             PIC 9(08)           VALUE ZEROS.       00013300
       77 WRK-SAL-ANT            PIC 9(07)V99        VALUE ZEROS.       00013400
       77 WRK-MEDIA-SETOR        PIC S9(09)V99 COMP-3 VALUE ZEROS.      00013500
       77 WRK-QTDE-SETOR         PIC S9(09) COMP     VALUE ZEROS.       00013600
       77 WRK-MIN-SETOR          PIC S9(09) COMP     VALUE ZEROS.       00013700
                                                                        00013800
      *    EMAIL REPETIDO: SO ENTRE IDS ATIVOS - A CAIXA DE UM          00013900
      *    DESLIGADO PODE SER REAPROVEITADA; O PAR SAI NO ID MAIOR      00014000
      *    COM O MENOR COMO ID RELACIONADO                              00014100
           EXEC SQL                                                     00014200
              DECLARE CEMA   CURSOR FOR                                 00014300
               SELECT B.ID, B.NOME, B.SETOR, B.SALARIO, A.ID            00014400
                FROM FOUR001.FUNC2 A, FOUR001.FUNC2 B                   00014500
                 WHERE UPPER(A.EMAIL) = UPPER(B.EMAIL)                  00014600
                   AND A.ID < B.ID                                      00014700
                   AND B.EMAIL <> ' '                                   00014800
                   AND A.SITUACAO = 'A'                                 00014900
                   AND B.SITUACAO = 'A'                                 00015000
               ORDER BY B.ID, A.ID                                      00015100
                                                                        00015200
           END-EXEC.                                                    00015300
                                                                        00015400
      *    MESMO NOME E DATAADM EM DOIS IDS - READMISSAO OU             00015500
      *    DUPLICIDADE CADASTRADA COMO FUNCIONARIO NOVO                 00015600
           EXEC SQL                                                     00015700
              DECLARE CREA   CURSOR FOR                                 00015800
               SELECT B.ID, B.NOME, B.SETOR, B.SALARIO, A.ID            00015900
                FROM FOUR001.FUNC2 A, FOUR001.FUNC2 B                   00016000
                 WHERE A.NOME    = B.NOME                               00016100
                   AND A.DATAADM = B.DATAADM                            00016200
                   AND A.ID < B.ID                                      00016300
               ORDER BY B.ID, A.ID                                      00016400
                                                                        00016500
           END-EXEC.                                                    00016600
                                                                        00016700
           EXEC SQL                                                     00016800
              DECLARE CDEM   CURSOR FOR                                 00016900
               SELECT ID, NOME, SETOR, SALARIO, DATAADM, DATADEM        00017000
                FROM FOUR001.FUNC2                                      00017100
                 WHERE DATADEM <> ' '                                   00017200
                   AND DATADEM < DATAADM                                00017300
               ORDER BY ID                                              00017400
                                                                        00017500
           END-EXEC.                                                    00017600
                                                                        00017700
      *    FAIXA DO SETOR: MEDIA DOS ATIVOS DO SETOR, SO PARA           00017800
      *    SETORES COM O MINIMO DE ATIVOS DO CARTAO QUALPARM            00017900
           EXEC SQL                                                     00018000
              DECLARE CFAI   CURSOR FOR                                 00018100
               SELECT F.ID, F.NOME, F.SETOR, F.SALARIO,                 00018200
                      M.MEDIA, M.QTDE                                   00018300
                FROM FOUR001.FUNC2 F,                                   00018400
                     (SELECT SETOR,                                     00018500
                             DECIMAL(AVG(SALARIO),11,2) AS MEDIA,       00018600
                             COUNT(*) AS QTDE                           00018700
                        FROM FOUR001.FUNC2                              00018800
                       WHERE SITUACAO = 'A'                             00018900
                       GROUP BY SETOR) AS M                             00019000
                 WHERE F.SITUACAO = 'A'                                 00019100
                   AND F.SETOR    = M.SETOR                             00019200
                   AND M.QTDE    >= :WRK-MIN-SETOR                      00019300
                   AND M.MEDIA    > 0                                   00019400
               ORDER BY F.ID                                            00019500
                                                                        00019600
           END-EXEC.                                                    00019700
                                                                        00019800
      *    SALTO: CADA FOTO DAS DUAS ULTIMAS EXECUCOES CONTRA A         00019900
      *    FOTO ANTERIOR DO MESMO ID (A FUNCHIST SO GUARDA AS           00020000
      *    LINHAS QUE MUDARAM, ENTAO A ANTERIOR PODE SER DE             00020100
      *    QUALQUER EXECUCAO MAIS ANTIGA)                               00020200
           EXEC SQL                                                     00020300
              DECLARE CSAL   CURSOR FOR                                 00020400
               SELECT B.ID, B.NOME, B.SETOR, B.SALARIO,                 00020500
                      A.SALARIO, B.IDEXECUCAO                           00020600
                FROM FOUR001.FUNCHIST B, FOUR001.FUNCHIST A             00020700
                 WHERE B.IDEXECUCAO IN (:WRK-IDEXEC-ANT,                00020800
                                        :WRK-IDEXEC-ATU)                00020900
                   AND A.ID = B.ID                                      00021000
                   AND A.IDEXECUCAO =                                   00021100
                      (SELECT MAX(X.IDEXECUCAO)                         00021200
                         FROM FOUR001.FUNCHIST X                        00021300
                        WHERE X.ID = B.ID                               00021400
                          AND X.IDEXECUCAO < B.IDEXECUCAO)              00021500
               ORDER BY B.ID, B.IDEXECUCAO                              00021600
                                                                        00021700
           END-EXEC.                                                    00021800
                                                                        00021900
           EXEC SQL                                                     00022000
              DECLARE CULT   CURSOR FOR                                 00022100
               SELECT IDEXECUCAO                                        00022200
                FROM FOUR001.EXECLOG                                    00022300
                 WHERE STATUS = 'C'                                     00022400
               ORDER BY IDEXECUCAO DESC                                 00022500
                                                                        00022600
           END-EXEC.                                                    00022700
      *----------------------------------------------------------------*00022800
       01  FILLER                                  PIC X(050)    VALUE  00022900
           '*** AREA DO ARQUIVO LOGERRO2 ***'.                          00023000
      *----------------------------------------------------------------*00023100
                                                                        00023200
          COPY 'B#GLOB'.                                                00023300
                                                                        00023400
      *----------------------------------------------------------------*00023500
                                                                        00023600
      *----------------------------------------------------------------*00023700
       01  FILLER                                  PIC X(050)    VALUE  00023800
           '*** AREA DE VARIAVEIS AUXILIARES ***'.                      00023900
      *----------------------------------------------------------------*00024000
                                                                        00024100
       77 WRK-SQLCODE             PIC -999.                             00024200
       77 WRK-RUN-DATA            PIC 9(08)                 VALUE ZEROS.00024300
       77 WRK-FAIXA-ATENCAO       PIC 9(03)                 VALUE 050.  00024400
       77 WRK-FAIXA-GRAVE         PIC 9(03)                 VALUE 100.  00024500
       77 WRK-SALTO-ATENCAO       PIC 9(03)                 VALUE 020.  00024600
       77 WRK-SALTO-GRAVE         PIC 9(03)                 VALUE 050.  00024700
       77 WRK-LIM-ATENCAO         PIC 9(03)                 VALUE ZEROS.00024800
       77 WRK-LIM-GRAVE           PIC 9(03)                 VALUE ZEROS.00024900
       77 WRK-TIPO                PIC X(01)                 VALUE SPACE.00025000
       77 WRK-RC-ACHADO           PIC 9(02)                 VALUE ZEROS.00025100
       77 WRK-MAIOR-RC            PIC 9(02)                 VALUE ZEROS.00025200
       77 WRK-PCT                 PIC S9(05)V99 COMP-3      VALUE ZEROS.00025300
       77 WRK-PCT-ABS             PIC S9(05)V99 COMP-3      VALUE ZEROS.00025400
       77 WRK-DETALHE             PIC X(60)                VALUE SPACES.00025500
       77 WRK-GRAU                PIC X(07)                VALUE SPACES.00025600
       77 WRK-SALARIO-ED          PIC ZZZZZZ9,99.                       00025700
       77 WRK-VALOR-ED            PIC ZZZZZZ9,99.                       00025800
       77 WRK-PCT-ED              PIC -ZZZZ9,99.                        00025900
       77 WRK-ID-ED               PIC 9(08).                            00026000
       77 WRK-QTD-ED              PIC ZZZ9.                             00026100
                                                                        00026200
      *----------------------------------------------------------------*00026300
       01  FILLER                      PIC  X(050)         VALUE        00026400
           '*** AREA DE ACUMULADORES ***'.                              00026500
      *----------------------------------------------------------------*00026600
                                                                        00026700
       77 ACU-EMAIL               PIC 9(08)                 VALUE ZEROS.00026800
       77 ACU-READMISSAO          PIC 9(08)                 VALUE ZEROS.00026900
       77 ACU-DATAS               PIC 9(08)                 VALUE ZEROS.00027000
       77 ACU-FAIXA               PIC 9(08)                 VALUE ZEROS.00027100
       77 ACU-SALTO               PIC 9(08)                 VALUE ZEROS.00027200
       77 ACU-ATENCAO             PIC 9(08)                 VALUE ZEROS.00027300
       77 ACU-GRAVE               PIC 9(08)                 VALUE ZEROS.00027400
       77 ACU-GRAVADOS            PIC 9(08)                 VALUE ZEROS.00027500
                                                                        00027600
      *----------------------------------------------------------------*00027700
       01  FILLER                 PIC  X(050)         VALUE             00027800
           '*** FINAL DA WORKING FR09DB36 ***'.                         00027900
      *----------------------------------------------------------------*00028000
                                                                        00028100
      *================================================================*00028200
       PROCEDURE                    DIVISION.                           00028300
      *================================================================*00028400
                                                                        00028500
      ******************************************************************00028600
      *                       P R I N C I P A L                        *00028700
      ******************************************************************00028800
                                                                        00028900
      *----------------------------------------------------------------*00029000
       0000-PRINCIPAL                                 SECTION.          00029100
      *----------------------------------------------------------------*00029200
                                                                        00029300
           PERFORM 1000-INICIAR.                                        00029400
           PERFORM 2000-VERIFICAR-EMAIL.                                00029500
           PERFORM 3000-VERIFICAR-READMISSAO.                           00029600
           PERFORM 4000-VERIFICAR-DATAS.                                00029700
           PERFORM 5000-VERIFICAR-FAIXA.                                00029800
           PERFORM 6000-VERIFICAR-SALTO.                                00029900
           PERFORM 8000-FINALIZAR.                                      00030000
           STOP RUN.                                                    00030100
                                                                        00030200
      *----------------------------------------------------------------*00030300
       0000-99-FIM.                                   EXIT.             00030400
      *----------------------------------------------------------------*00030500
                                                                        00030600
      ******************************************************************00030700
      *                     I N I C I A L I Z A R                      *00030800
      ******************************************************************00030900
                                                                        00031000
      *----------------------------------------------------------------*00031100
       1000-INICIAR                                   SECTION.          00031200
      *----------------------------------------------------------------*00031300
                                                                        00031400
           OPEN OUTPUT QUALREL QUALERR                                  00031500
                                                                        00031600
           ACCEPT WRK-RUN-DATA            FROM DATE YYYYMMDD            00031700
                                                                        00031800
      *    LIMITES DO CARTAO QUALPARM - CAMPO EM BRANCO OU NAO          00031900
      *    NUMERICO FICA COM O PADRAO DA WORKING                        00032000
           OPEN INPUT QUALPARM                                          00032100
           READ QUALPARM                                                00032200
              AT END                                                    00032300
                 MOVE SPACES          TO QUALPARM-REC                   00032400
           END-READ                                                     00032500
           IF QUALPARM-FAIXA-ATENCAO NUMERIC AND                        00032600
              QUALPARM-FAIXA-ATENCAO NOT = ZEROS                        00032700
              MOVE QUALPARM-FAIXA-ATENCAO TO WRK-FAIXA-ATENCAO          00032800
           END-IF                                                       00032900
           IF QUALPARM-FAIXA-GRAVE NUMERIC AND                          00033000
              QUALPARM-FAIXA-GRAVE NOT = ZEROS                          00033100
              MOVE QUALPARM-FAIXA-GRAVE   TO WRK-FAIXA-GRAVE            00033200
           END-IF                                                       00033300
           IF QUALPARM-SALTO-ATENCAO NUMERIC AND                        00033400
              QUALPARM-SALTO-ATENCAO NOT = ZEROS                        00033500
              MOVE QUALPARM-SALTO-ATENCAO TO WRK-SALTO-ATENCAO          00033600
           END-IF                                                       00033700
           IF QUALPARM-SALTO-GRAVE NUMERIC AND                          00033800
              QUALPARM-SALTO-GRAVE NOT = ZEROS                          00033900
              MOVE QUALPARM-SALTO-GRAVE   TO WRK-SALTO-GRAVE            00034000
           END-IF                                                       00034100
           IF QUALPARM-MIN-SETOR NUMERIC AND                            00034200
              QUALPARM-MIN-SETOR NOT = ZEROS                            00034300
              MOVE QUALPARM-MIN-SETOR     TO WRK-MIN-SETOR              00034400
           ELSE                                                         00034500
              MOVE 5                      TO WRK-MIN-SETOR              00034600
           END-IF                                                       00034700
           CLOSE QUALPARM                                               00034800
                                                                        00034900
      *    LIMITE GRAVE ABAIXO DO DE ATENCAO NAO FAZ SENTIDO -          00035000
      *    O GRAVE PASSA A VALER O MESMO QUE O DE ATENCAO               00035100
           IF WRK-FAIXA-GRAVE LESS WRK-FAIXA-ATENCAO                    00035200
              MOVE WRK-FAIXA-ATENCAO      TO WRK-FAIXA-GRAVE            00035300
           END-IF                                                       00035400
           IF WRK-SALTO-GRAVE LESS WRK-SALTO-ATENCAO                    00035500
              MOVE WRK-SALTO-ATENCAO      TO WRK-SALTO-GRAVE            00035600
           END-IF                                                       00035700
                                                                        00035800
           PERFORM 1100-BUSCAR-ULTIMAS                                  00035900
           PERFORM 1200-CABECALHO-QUALREL.                              00036000
                                                                        00036100
      *----------------------------------------------------------------*00036200
       1000-99-FIM.                                   EXIT.             00036300
      *----------------------------------------------------------------*00036400
                                                                        00036500
      ******************************************************************00036600
      *      B U S C A R   U L T I M A S   E X E C U C O E S           *00036700
      *     AS DUAS MAIS RECENTES COM STATUS 'C' NO EXECLOG, DE        *00036800
      *     QUALQUER PARTICAO - O SALTO E MEDIDO POR ID CONTRA A       *00036900
      *     FOTO ANTERIOR DO PROPRIO ID, ENTAO NAO HA O PROBLEMA DE    *00037000
      *     PARTICOES DIFERENTES DO COMPARATIVO POR SETOR (FR09DB25)   *00037100
      ******************************************************************00037200
                                                                        00037300
      *----------------------------------------------------------------*00037400
       1100-BUSCAR-ULTIMAS                            SECTION.          00037500
      *----------------------------------------------------------------*00037600
                                                                        00037700
           EXEC SQL                                                     00037800
              OPEN CULT                                                 00037900
           END-EXEC                                                     00038000
           IF SQLCODE NOT = 0                                           00038100
              MOVE SQLCODE              TO WRK-SQLCODE                  00038200
              MOVE SQLCODE              TO WRK-LOG-SQLCODE              00038300
              MOVE 'FR09DB36'           TO WRK-LOG-PROGRAMA             00038400
              MOVE '1100-BUSCAR-ULTIMAS' TO WRK-LOG-SECTION             00038500
              MOVE 'ERRO NO OPEN CURSOR CULT' TO WRK-LOG-MENSAGEM       00038600
              PERFORM 9000-TRATAR-ERRO                                  00038700
           END-IF                                                       00038800
                                                                        00038900
           PERFORM 1110-LER-ULTIMA                                      00039000
                        UNTIL SQLCODE EQUAL 100                         00039100
                           OR WRK-IDEXEC-ANT NOT = SPACES               00039200
                                                                        00039300
           EXEC SQL                                                     00039400
             CLOSE CULT                                                 00039500
           END-EXEC.                                                    00039600
                                                                        00039700
      *----------------------------------------------------------------*00039800
       1100-99-FIM.                                   EXIT.             00039900
      *----------------------------------------------------------------*00040000
                                                                        00040100
      *----------------------------------------------------------------*00040200
       1110-LER-ULTIMA                                SECTION.          00040300
      *----------------------------------------------------------------*00040400
                                                                        00040500
           EXEC SQL                                                     00040600
             FETCH CULT                                                 00040700
              INTO :DB2-LOG-IDEXECUCAO                                  00040800
           END-EXEC.                                                    00040900
                                                                        00041000
           EVALUATE SQLCODE                                             00041100
            WHEN 0                                                      00041200
                IF WRK-IDEXEC-ATU = SPACES                              00041300
                   MOVE DB2-LOG-IDEXECUCAO TO WRK-IDEXEC-ATU            00041400
                ELSE                                                    00041500
                   MOVE DB2-LOG-IDEXECUCAO TO WRK-IDEXEC-ANT            00041600
                END-IF                                                  00041700
                                                                        00041800
            WHEN 100                                                    00041900
              CONTINUE                                                  00042000
                                                                        00042100
            WHEN OTHER                                                  00042200
              MOVE SQLCODE              TO WRK-SQLCODE                  00042300
              MOVE SQLCODE              TO WRK-LOG-SQLCODE              00042400
              MOVE 'FR09DB36'           TO WRK-LOG-PROGRAMA             00042500
              MOVE '1110-LER-ULTIMA'    TO WRK-LOG-SECTION              00042600
              MOVE 'ERRO NO FETCH CULT' TO WRK-LOG-MENSAGEM             00042700
              PERFORM 9000-TRATAR-ERRO                                  00042800
           END-EVALUATE.                                                00042900
                                                                        00043000
      *----------------------------------------------------------------*00043100
       1110-99-FIM.                                   EXIT.             00043200
      *----------------------------------------------------------------*00043300
                                                                        00043400
      ******************************************************************00043500
      *               C A B E C A L H O   Q U A L R E L                *00043600
      ******************************************************************00043700
                                                                        00043800
      *----------------------------------------------------------------*00043900
       1200-CABECALHO-QUALREL                         SECTION.          00044000
      *----------------------------------------------------------------*00044100
                                                                        00044200
           MOVE '1'                        TO QUALREL-CC                00044300
           MOVE SPACES                     TO QUALREL-LINHA             00044400
           STRING 'VARREDURA DE QUALIDADE - FR09DB36'                   00044500
                  '  DATA: ' WRK-RUN-DATA                               00044600
                  '  EXECUCOES: ' WRK-IDEXEC-ANT                        00044700
                  ' / ' WRK-IDEXEC-ATU                                  00044800
                  INTO QUALREL-LINHA                                    00044900
           WRITE QUALREL-REC.                                           00045000
                                                                        00045100
           MOVE WRK-MIN-SETOR              TO WRK-QTD-ED                00045200
           MOVE ' '                        TO QUALREL-CC                00045300
           MOVE SPACES                     TO QUALREL-LINHA             00045400
           STRING 'LIMITES % - FAIXA DO SETOR ATENCAO/GRAVE: '          00045500
                  WRK-FAIXA-ATENCAO '/' WRK-FAIXA-GRAVE                 00045600
                  '  SALTO ATENCAO/GRAVE: '                             00045700
                  WRK-SALTO-ATENCAO '/' WRK-SALTO-GRAVE                 00045800
                  '  MINIMO DE ATIVOS POR SETOR: ' WRK-QTD-ED           00045900
                  INTO QUALREL-LINHA                                    00046000
           WRITE QUALREL-REC.                                           00046100
                                                                        00046200
           MOVE ' '                        TO QUALREL-CC                00046300
           MOVE SPACES                     TO QUALREL-LINHA             00046400
           WRITE QUALREL-REC.                                           00046500
                                                                        00046600
           MOVE ' '                        TO QUALREL-CC                00046700
           MOVE SPACES                     TO QUALREL-LINHA             00046800
           STRING 'GRAU    TIPO  ID       NOME                  '       00046900
                  '         SETOR         SALARIO  DETALHE'             00047000
                  INTO QUALREL-LINHA                                    00047100
           WRITE QUALREL-REC.                                           00047200
                                                                        00047300
           MOVE ' '                        TO QUALREL-CC                00047400
           MOVE ALL '-'                    TO QUALREL-LINHA             00047500
           WRITE QUALREL-REC.                                           00047600
                                                                        00047700
      *----------------------------------------------------------------*00047800
       1200-99-FIM.                                   EXIT.             00047900
      *----------------------------------------------------------------*00048000
                                                                        00048100
      ******************************************************************00048200
      *       V E R I F I C A R   E M A I L   R E P E T I D O          *00048300
      ******************************************************************00048400
                                                                        00048500
      *----------------------------------------------------------------*00048600
       2000-VERIFICAR-EMAIL                           SECTION.          00048700
      *----------------------------------------------------------------*00048800
                                                                        00048900
           EXEC SQL                                                     00049000
              OPEN CEMA                                                 00049100
           END-EXEC                                                     00049200
           IF SQLCODE NOT = 0                                           00049300
              MOVE SQLCODE              TO WRK-SQLCODE                  00049400
              MOVE SQLCODE              TO WRK-LOG-SQLCODE              00049500
              MOVE 'FR09DB36'           TO WRK-LOG-PROGRAMA             00049600
              MOVE '2000-VERIFICAR-EMAIL' TO WRK-LOG-SECTION            00049700
              MOVE 'ERRO NO OPEN CURSOR CEMA' TO WRK-LOG-MENSAGEM       00049800
              PERFORM 9000-TRATAR-ERRO                                  00049900
           END-IF                                                       00050000
                                                                        00050100
           PERFORM 2100-LER-EMAIL                                       00050200
           PERFORM 2200-PROCESSAR-EMAIL                                 00050300
                        UNTIL SQLCODE EQUAL 100                         00050400
                                                                        00050500
           EXEC SQL                                                     00050600
             CLOSE CEMA                                                 00050700
           END-EXEC.                                                    00050800
                                                                        00050900
      *----------------------------------------------------------------*00051000
       2000-99-FIM.                                   EXIT.             00051100
      *----------------------------------------------------------------*00051200
                                                                        00051300
      *----------------------------------------------------------------*00051400
       2100-LER-EMAIL                                 SECTION.          00051500
      *----------------------------------------------------------------*00051600
                                                                        00051700
           EXEC SQL                                                     00051800
             FETCH CEMA                                                 00051900
              INTO :DB2-ID, :DB2-NOME, :DB2-SETOR,                      00052000
                   :DB2-SALARIO, :WRK-ID-REL                            00052100
           END-EXEC.                                                    00052200
                                                                        00052300
           EVALUATE SQLCODE                                             00052400
            WHEN 0                                                      00052500
            WHEN 100                                                    00052600
              CONTINUE                                                  00052700
                                                                        00052800
            WHEN OTHER                                                  00052900
              MOVE SQLCODE              TO WRK-SQLCODE                  00053000
              MOVE SQLCODE              TO WRK-LOG-SQLCODE              00053100
              MOVE 'FR09DB36'           TO WRK-LOG-PROGRAMA             00053200
              MOVE '2100-LER-EMAIL'     TO WRK-LOG-SECTION              00053300
              MOVE 'ERRO NO FETCH CEMA' TO WRK-LOG-MENSAGEM             00053400
              PERFORM 9000-TRATAR-ERRO                                  00053500
           END-EVALUATE.                                                00053600
                                                                        00053700
      *----------------------------------------------------------------*00053800
       2100-99-FIM.                                   EXIT.             00053900
      *----------------------------------------------------------------*00054000
                                                                        00054100
      *----------------------------------------------------------------*00054200
       2200-PROCESSAR-EMAIL                           SECTION.          00054300
      *----------------------------------------------------------------*00054400
                                                                        00054500
      *    A NOTIFICACAO AO FUNCIONARIO SAI PELO EMAIL - DOIS           00054600
      *    ATIVOS NA MESMA CAIXA E ACHADO DE ATENCAO                    00054700
           MOVE 'M'                     TO WRK-TIPO                     00054800
           MOVE 04                      TO WRK-RC-ACHADO                00054900
           MOVE WRK-ID-REL              TO WRK-ID-ED                    00055000
           MOVE SPACES                  TO WRK-DETALHE                  00055100
           STRING 'EMAIL REPETIDO NO ID ' WRK-ID-ED                     00055200
                  INTO WRK-DETALHE                                      00055300
           ADD 1 TO ACU-EMAIL                                           00055400
           PERFORM 7000-REGISTRAR-ACHADO                                00055500
                                                                        00055600
           PERFORM 2100-LER-EMAIL.                                      00055700
                                                                        00055800
      *----------------------------------------------------------------*00055900
       2200-99-FIM.                                   EXIT.             00056000
      *----------------------------------------------------------------*00056100
                                                                        00056200
      ******************************************************************00056300
      *       V E R I F I C A R   R E A D M I S S A O                  *00056400
      ******************************************************************00056500
                                                                        00056600
      *----------------------------------------------------------------*00056700
       3000-VERIFICAR-READMISSAO                      SECTION.          00056800
      *----------------------------------------------------------------*00056900
                                                                        00057000
           EXEC SQL                                                     00057100
              OPEN CREA                                                 00057200
           END-EXEC                                                     00057300
           IF SQLCODE NOT = 0                                           00057400
              MOVE SQLCODE              TO WRK-SQLCODE                  00057500
              MOVE SQLCODE              TO WRK-LOG-SQLCODE              00057600
              MOVE 'FR09DB36'           TO WRK-LOG-PROGRAMA             00057700
              MOVE '3000-VERIFICAR-READMISSAO' TO WRK-LOG-SECTION       00057800
              MOVE 'ERRO NO OPEN CURSOR CREA' TO WRK-LOG-MENSAGEM       00057900
              PERFORM 9000-TRATAR-ERRO                                  00058000
           END-IF                                                       00058100
                                                                        00058200
           PERFORM 3100-LER-READMISSAO                                  00058300
           PERFORM 3200-PROCESSAR-READMISSAO                            00058400
                        UNTIL SQLCODE EQUAL 100                         00058500
                                                                        00058600
           EXEC SQL                                                     00058700
             CLOSE CREA                                                 00058800
           END-EXEC.                                                    00058900
                                                                        00059000
      *----------------------------------------------------------------*00059100
       3000-99-FIM.                                   EXIT.             00059200
      *----------------------------------------------------------------*00059300
                                                                        00059400
      *----------------------------------------------------------------*00059500
       3100-LER-READMISSAO                            SECTION.          00059600
      *----------------------------------------------------------------*00059700
                                                                        00059800
           EXEC SQL                                                     00059900
             FETCH CREA                                                 00060000
              INTO :DB2-ID, :DB2-NOME, :DB2-SETOR,                      00060100
                   :DB2-SALARIO, :WRK-ID-REL                            00060200
           END-EXEC.                                                    00060300
                                                                        00060400
           EVALUATE SQLCODE                                             00060500
            WHEN 0                                                      00060600
            WHEN 100                                                    00060700
              CONTINUE                                                  00060800
                                                                        00060900
            WHEN OTHER                                                  00061000
              MOVE SQLCODE              TO WRK-SQLCODE                  00061100
              MOVE SQLCODE              TO WRK-LOG-SQLCODE              00061200
              MOVE 'FR09DB36'           TO WRK-LOG-PROGRAMA             00061300
              MOVE '3100-LER-READMISSAO' TO WRK-LOG-SECTION             00061400
              MOVE 'ERRO NO FETCH CREA' TO WRK-LOG-MENSAGEM             00061500
              PERFORM 9000-TRATAR-ERRO                                  00061600
           END-EVALUATE.                                                00061700
                                                                        00061800
      *----------------------------------------------------------------*00061900
       3100-99-FIM.                                   EXIT.             00062000
      *----------------------------------------------------------------*00062100
                                                                        00062200
      *----------------------------------------------------------------*00062300
       3200-PROCESSAR-READMISSAO                      SECTION.          00062400
      *----------------------------------------------------------------*00062500
                                                                        00062600
      *    O MESMO FUNCIONARIO EM DOIS IDS PODE RECEBER EM DOBRO -      00062700
      *    ACHADO GRAVE                                                 00062800
           MOVE 'R'                     TO WRK-TIPO                     00062900
           MOVE 08                      TO WRK-RC-ACHADO                00063000
           MOVE WRK-ID-REL              TO WRK-ID-ED                    00063100
           MOVE SPACES                  TO WRK-DETALHE                  00063200
           STRING 'MESMO NOME E DATAADM DO ID ' WRK-ID-ED               00063300
                  INTO WRK-DETALHE                                      00063400
           ADD 1 TO ACU-READMISSAO                                      00063500
           PERFORM 7000-REGISTRAR-ACHADO                                00063600
                                                                        00063700
           PERFORM 3100-LER-READMISSAO.                                 00063800
                                                                        00063900
      *----------------------------------------------------------------*00064000
       3200-99-FIM.                                   EXIT.             00064100
      *----------------------------------------------------------------*00064200
                                                                        00064300
      ******************************************************************00064400
      *       V E R I F I C A R   D A T A S                            *00064500
      *     DATADEM ANTERIOR A DATAADM                                 *00064600
      ******************************************************************00064700
                                                                        00064800
      *----------------------------------------------------------------*00064900
       4000-VERIFICAR-DATAS                           SECTION.          00065000
      *----------------------------------------------------------------*00065100
                                                                        00065200
           EXEC SQL                                                     00065300
              OPEN CDEM                                                 00065400
           END-EXEC                                                     00065500
           IF SQLCODE NOT = 0                                           00065600
              MOVE SQLCODE              TO WRK-SQLCODE                  00065700
              MOVE SQLCODE              TO WRK-LOG-SQLCODE              00065800
              MOVE 'FR09DB36'           TO WRK-LOG-PROGRAMA             00065900
              MOVE '4000-VERIFICAR-DATAS' TO WRK-LOG-SECTION            00066000
              MOVE 'ERRO NO OPEN CURSOR CDEM' TO WRK-LOG-MENSAGEM       00066100
              PERFORM 9000-TRATAR-ERRO                                  00066200
           END-IF                                                       00066300
                                                                        00066400
           PERFORM 4100-LER-DATAS                                       00066500
           PERFORM 4200-PROCESSAR-DATAS                                 00066600
                        UNTIL SQLCODE EQUAL 100                         00066700
                                                                        00066800
           EXEC SQL                                                     00066900
             CLOSE CDEM                                                 00067000
           END-EXEC.                                                    00067100
                                                                        00067200
      *----------------------------------------------------------------*00067300
       4000-99-FIM.                                   EXIT.             00067400
      *----------------------------------------------------------------*00067500
                                                                        00067600
      *----------------------------------------------------------------*00067700
       4100-LER-DATAS                                 SECTION.          00067800
      *----------------------------------------------------------------*00067900
                                                                        00068000
           MOVE ZEROS                   TO WRK-ID-REL                   00068100
           EXEC SQL                                                     00068200
             FETCH CDEM                                                 00068300
              INTO :DB2-ID, :DB2-NOME, :DB2-SETOR,                      00068400
                   :DB2-SALARIO, :DB2-DATAADM, :DB2-DATADEM             00068500
           END-EXEC.                                                    00068600
                                                                        00068700
           EVALUATE SQLCODE                                             00068800
            WHEN 0                                                      00068900
            WHEN 100                                                    00069000
              CONTINUE                                                  00069100
                                                                        00069200
            WHEN OTHER                                                  00069300
              MOVE SQLCODE              TO WRK-SQLCODE                  00069400
              MOVE SQLCODE              TO WRK-LOG-SQLCODE              00069500
              MOVE 'FR09DB36'           TO WRK-LOG-PROGRAMA             00069600
              MOVE '4100-LER-DATAS'     TO WRK-LOG-SECTION              00069700
              MOVE 'ERRO NO FETCH CDEM' TO WRK-LOG-MENSAGEM             00069800
              PERFORM 9000-TRATAR-ERRO                                  00069900
           END-EVALUATE.                                                00070000
                                                                        00070100
      *----------------------------------------------------------------*00070200
       4100-99-FIM.                                   EXIT.             00070300
      *----------------------------------------------------------------*00070400
                                                                        00070500
      *----------------------------------------------------------------*00070600
       4200-PROCESSAR-DATAS                           SECTION.          00070700
      *----------------------------------------------------------------*00070800
                                                                        00070900
           MOVE 'L'                     TO WRK-TIPO                     00071000
           MOVE 08                      TO WRK-RC-ACHADO                00071100
           MOVE SPACES                  TO WRK-DETALHE                  00071200
           STRING 'DATADEM ' DB2-DATADEM                                00071300
                  ' ANTERIOR A DATAADM ' DB2-DATAADM                    00071400
                  INTO WRK-DETALHE                                      00071500
           ADD 1 TO ACU-DATAS                                           00071600
           PERFORM 7000-REGISTRAR-ACHADO                                00071700
                                                                        00071800
           PERFORM 4100-LER-DATAS.                                      00071900
                                                                        00072000
      *----------------------------------------------------------------*00072100
       4200-99-FIM.                                   EXIT.             00072200
      *----------------------------------------------------------------*00072300
                                                                        00072400
      ******************************************************************00072500
      *       V E R I F I C A R   F A I X A   D O   S E T O R          *00072600
      *     DESVIO PERCENTUAL DO SALARIO SOBRE A MEDIA DOS ATIVOS      *00072700
      *     DO SETOR, PARA CIMA OU PARA BAIXO                          *00072800
      ******************************************************************00072900
                                                                        00073000
      *----------------------------------------------------------------*00073100
       5000-VERIFICAR-FAIXA                           SECTION.          00073200
      *----------------------------------------------------------------*00073300
                                                                        00073400
           EXEC SQL                                                     00073500
              OPEN CFAI                                                 00073600
           END-EXEC                                                     00073700
           IF SQLCODE NOT = 0                                           00073800
              MOVE SQLCODE              TO WRK-SQLCODE                  00073900
              MOVE SQLCODE              TO WRK-LOG-SQLCODE              00074000
              MOVE 'FR09DB36'           TO WRK-LOG-PROGRAMA             00074100
              MOVE '5000-VERIFICAR-FAIXA' TO WRK-LOG-SECTION            00074200
              MOVE 'ERRO NO OPEN CURSOR CFAI' TO WRK-LOG-MENSAGEM       00074300
              PERFORM 9000-TRATAR-ERRO                                  00074400
           END-IF                                                       00074500
                                                                        00074600
           MOVE WRK-FAIXA-ATENCAO       TO WRK-LIM-ATENCAO              00074700
           MOVE WRK-FAIXA-GRAVE         TO WRK-LIM-GRAVE                00074800
                                                                        00074900
           PERFORM 5100-LER-FAIXA                                       00075000
           PERFORM 5200-PROCESSAR-FAIXA                                 00075100
                        UNTIL SQLCODE EQUAL 100                         00075200
                                                                        00075300
           EXEC SQL                                                     00075400
             CLOSE CFAI                                                 00075500
           END-EXEC.                                                    00075600
                                                                        00075700
      *----------------------------------------------------------------*00075800
       5000-99-FIM.                                   EXIT.             00075900
      *----------------------------------------------------------------*00076000
                                                                        00076100
      *----------------------------------------------------------------*00076200
       5100-LER-FAIXA                                 SECTION.          00076300
      *----------------------------------------------------------------*00076400
                                                                        00076500
           MOVE ZEROS                   TO WRK-ID-REL                   00076600
           EXEC SQL                                                     00076700
             FETCH CFAI                                                 00076800
              INTO :DB2-ID, :DB2-NOME, :DB2-SETOR,                      00076900
                   :DB2-SALARIO, :WRK-MEDIA-SETOR,                      00077000
                   :WRK-QTDE-SETOR                                      00077100
           END-EXEC.                                                    00077200
                                                                        00077300
           EVALUATE SQLCODE                                             00077400
            WHEN 0                                                      00077500
            WHEN 100                                                    00077600
              CONTINUE                                                  00077700
                                                                        00077800
            WHEN OTHER                                                  00077900
              MOVE SQLCODE              TO WRK-SQLCODE                  00078000
              MOVE SQLCODE              TO WRK-LOG-SQLCODE              00078100
              MOVE 'FR09DB36'           TO WRK-LOG-PROGRAMA             00078200
              MOVE '5100-LER-FAIXA'     TO WRK-LOG-SECTION              00078300
              MOVE 'ERRO NO FETCH CFAI' TO WRK-LOG-MENSAGEM             00078400
              PERFORM 9000-TRATAR-ERRO                                  00078500
           END-EVALUATE.                                                00078600
                                                                        00078700
      *----------------------------------------------------------------*00078800
       5100-99-FIM.                                   EXIT.             00078900
      *----------------------------------------------------------------*00079000
                                                                        00079100
      *----------------------------------------------------------------*00079200
       5200-PROCESSAR-FAIXA                           SECTION.          00079300
      *----------------------------------------------------------------*00079400
                                                                        00079500
           COMPUTE WRK-PCT ROUNDED =                                    00079600
              (DB2-SALARIO - WRK-MEDIA-SETOR) * 100                     00079700
              / WRK-MEDIA-SETOR                                         00079800
              ON SIZE ERROR                                             00079900
                 MOVE 99999             TO WRK-PCT                      00080000
           END-COMPUTE                                                  00080100
                                                                        00080200
           PERFORM 7100-GRADUAR                                         00080300
                                                                        00080400
           IF WRK-RC-ACHADO GREATER ZEROS                               00080500
              MOVE 'O'                  TO WRK-TIPO                     00080600
              MOVE WRK-PCT              TO WRK-PCT-ED                   00080700
              MOVE WRK-MEDIA-SETOR      TO WRK-VALOR-ED                 00080800
              MOVE SPACES               TO WRK-DETALHE                  00080900
              STRING 'DESVIO ' WRK-PCT-ED                               00081000
                     '% SOBRE A MEDIA ' WRK-VALOR-ED                    00081100
                     ' DO SETOR'                                        00081200
                     INTO WRK-DETALHE                                   00081300
              ADD 1 TO ACU-FAIXA                                        00081400
              PERFORM 7000-REGISTRAR-ACHADO                             00081500
           END-IF                                                       00081600
                                                                        00081700
           PERFORM 5100-LER-FAIXA.                                      00081800
                                                                        00081900
      *----------------------------------------------------------------*00082000
       5200-99-FIM.                                   EXIT.             00082100
      *----------------------------------------------------------------*00082200
                                                                        00082300
      ******************************************************************00082400
      *       V E R I F I C A R   S A L T O   D E   S A L A R I O      *00082500
      *     FOTOS DAS DUAS ULTIMAS EXECUCOES 'C' CONTRA A FOTO         *00082600
      *     ANTERIOR DO MESMO ID NA FUNCHIST                           *00082700
      ******************************************************************00082800
                                                                        00082900
      *----------------------------------------------------------------*00083000
       6000-VERIFICAR-SALTO                           SECTION.          00083100
      *----------------------------------------------------------------*00083200
                                                                        00083300
           IF WRK-IDEXEC-ATU = SPACES                                   00083400
              MOVE ' '                  TO QUALREL-CC                   00083500
              MOVE SPACES               TO QUALREL-LINHA                00083600
              STRING 'SALTO DE SALARIO NAO VERIFICADO - SEM '           00083700
                     'EXECUCAO CONCLUIDA EM FOUR001.EXECLOG'            00083800
                     INTO QUALREL-LINHA                                 00083900
              WRITE QUALREL-REC                                         00084000
              GO TO 6000-99-FIM                                         00084100
           END-IF                                                       00084200
                                                                        00084300
      *    COM UMA SO EXECUCAO CONCLUIDA AS DUAS VARIAVEIS DO           00084400
      *    CURSOR APONTAM PARA ELA                                      00084500
           IF WRK-IDEXEC-ANT = SPACES                                   00084600
              MOVE WRK-IDEXEC-ATU       TO WRK-IDEXEC-ANT               00084700
           END-IF                                                       00084800
                                                                        00084900
           EXEC SQL                                                     00085000
              OPEN CSAL                                                 00085100
           END-EXEC                                                     00085200
           IF SQLCODE NOT = 0                                           00085300
              MOVE SQLCODE              TO WRK-SQLCODE                  00085400
              MOVE SQLCODE              TO WRK-LOG-SQLCODE              00085500
              MOVE 'FR09DB36'           TO WRK-LOG-PROGRAMA             00085600
              MOVE '6000-VERIFICAR-SALTO' TO WRK-LOG-SECTION            00085700
              MOVE 'ERRO NO OPEN CURSOR CSAL' TO WRK-LOG-MENSAGEM       00085800
              PERFORM 9000-TRATAR-ERRO                                  00085900
           END-IF                                                       00086000
                                                                        00086100
           MOVE WRK-SALTO-ATENCAO       TO WRK-LIM-ATENCAO              00086200
           MOVE WRK-SALTO-GRAVE         TO WRK-LIM-GRAVE                00086300
                                                                        00086400
           PERFORM 6100-LER-SALTO                                       00086500
           PERFORM 6200-PROCESSAR-SALTO                                 00086600
                        UNTIL SQLCODE EQUAL 100                         00086700
                                                                        00086800
           EXEC SQL                                                     00086900
             CLOSE CSAL                                                 00087000
           END-EXEC.                                                    00087100
                                                                        00087200
      *----------------------------------------------------------------*00087300
       6000-99-FIM.                                   EXIT.             00087400
      *----------------------------------------------------------------*00087500
                                                                        00087600
      *----------------------------------------------------------------*00087700
       6100-LER-SALTO                                 SECTION.          00087800
      *----------------------------------------------------------------*00087900
                                                                        00088000
           MOVE ZEROS                   TO WRK-ID-REL                   00088100
           EXEC SQL                                                     00088200
             FETCH CSAL                                                 00088300
              INTO :DB2-ID, :DB2-NOME, :DB2-SETOR,                      00088400
                   :DB2-SALARIO, :WRK-SAL-ANT,                          00088500
                   :WRK-IDEXEC-HIST                                     00088600
           END-EXEC.                                                    00088700
                                                                        00088800
           EVALUATE SQLCODE                                             00088900
            WHEN 0                                                      00089000
            WHEN 100                                                    00089100
              CONTINUE                                                  00089200
                                                                        00089300
            WHEN OTHER                                                  00089400
              MOVE SQLCODE              TO WRK-SQLCODE                  00089500
              MOVE SQLCODE              TO WRK-LOG-SQLCODE              00089600
              MOVE 'FR09DB36'           TO WRK-LOG-PROGRAMA             00089700
              MOVE '6100-LER-SALTO'     TO WRK-LOG-SECTION              00089800
              MOVE 'ERRO NO FETCH CSAL' TO WRK-LOG-MENSAGEM             00089900
              PERFORM 9000-TRATAR-ERRO                                  00090000
           END-EVALUATE.                                                00090100
                                                                        00090200
      *----------------------------------------------------------------*00090300
       6100-99-FIM.                                   EXIT.             00090400
      *----------------------------------------------------------------*00090500
                                                                        00090600
      *----------------------------------------------------------------*00090700
       6200-PROCESSAR-SALTO                           SECTION.          00090800
      *----------------------------------------------------------------*00090900
                                                                        00091000
      *    SEM SALARIO ANTERIOR NAO HA BASE PARA O PERCENTUAL           00091100
           IF WRK-SAL-ANT = ZEROS                                       00091200
              GO TO 6200-PROXIMO                                        00091300
           END-IF                                                       00091400
                                                                        00091500
           COMPUTE WRK-PCT ROUNDED =                                    00091600
              (DB2-SALARIO - WRK-SAL-ANT) * 100 / WRK-SAL-ANT           00091700
              ON SIZE ERROR                                             00091800
                 MOVE 99999             TO WRK-PCT                      00091900
           END-COMPUTE                                                  00092000
                                                                        00092100
           PERFORM 7100-GRADUAR                                         00092200
                                                                        00092300
           IF WRK-RC-ACHADO GREATER ZEROS                               00092400
              MOVE 'J'                  TO WRK-TIPO                     00092500
              MOVE WRK-PCT              TO WRK-PCT-ED                   00092600
              MOVE WRK-SAL-ANT          TO WRK-VALOR-ED                 00092700
              MOVE SPACES               TO WRK-DETALHE                  00092800
              STRING 'SALTO ' WRK-PCT-ED                                00092900
                     '% DE ' WRK-VALOR-ED                               00093000
                     ' NA EXEC ' WRK-IDEXEC-HIST                        00093100
                     INTO WRK-DETALHE                                   00093200
              ADD 1 TO ACU-SALTO                                        00093300
              PERFORM 7000-REGISTRAR-ACHADO                             00093400
           END-IF.                                                      00093500
                                                                        00093600
       6200-PROXIMO.                                                    00093700
           PERFORM 6100-LER-SALTO.                                      00093800
                                                                        00093900
      *----------------------------------------------------------------*00094000
       6200-99-FIM.                                   EXIT.             00094100
      *----------------------------------------------------------------*00094200
                                                                        00094300
      ******************************************************************00094400
      *       R E G I S T R A R   A C H A D O                          *00094500
      *     LINHA GRADUADA NO QUALREL E REGISTRO NO QUALERR; O MAIOR   *00094600
      *     GRAU DA VARREDURA VIRA O RETURN-CODE DO JOB                *00094700
      ******************************************************************00094800
                                                                        00094900
      *----------------------------------------------------------------*00095000
       7000-REGISTRAR-ACHADO                          SECTION.          00095100
      *----------------------------------------------------------------*00095200
                                                                        00095300
           IF WRK-RC-ACHADO = 08                                        00095400
              MOVE 'GRAVE'              TO WRK-GRAU                     00095500
              ADD 1 TO ACU-GRAVE                                        00095600
           ELSE                                                         00095700
              MOVE 'ATENCAO'            TO WRK-GRAU                     00095800
              ADD 1 TO ACU-ATENCAO                                      00095900
           END-IF                                                       00096000
           IF WRK-RC-ACHADO GREATER WRK-MAIOR-RC                        00096100
              MOVE WRK-RC-ACHADO        TO WRK-MAIOR-RC                 00096200
           END-IF                                                       00096300
                                                                        00096400
           MOVE DB2-SALARIO             TO WRK-SALARIO-ED               00096500
           MOVE DB2-ID                  TO WRK-ID-ED                    00096600
                                                                        00096700
           MOVE ' '                     TO QUALREL-CC                   00096800
           MOVE SPACES                  TO QUALREL-LINHA                00096900
           STRING WRK-GRAU ' ' WRK-TIPO '     ' WRK-ID-ED               00097000
                  ' ' DB2-NOME ' ' DB2-SETOR                            00097100
                  ' ' WRK-SALARIO-ED '  ' WRK-DETALHE                   00097200
                  INTO QUALREL-LINHA                                    00097300
           WRITE QUALREL-REC.                                           00097400
                                                                        00097500
           MOVE SPACES                  TO QUALERR-REC                  00097600
           MOVE WRK-TIPO                TO QUALERR-TIPO                 00097700
           MOVE DB2-ID                  TO QUALERR-ID                   00097800
           MOVE DB2-NOME                TO QUALERR-NOME                 00097900
           MOVE DB2-SETOR               TO QUALERR-SETOR                00098000
           MOVE WRK-SALARIO-ED          TO QUALERR-SALARIO              00098100
           MOVE WRK-RC-ACHADO           TO QUALERR-RC                   00098200
           MOVE WRK-ID-REL              TO QUALERR-ID-REL               00098300
           WRITE QUALERR-REC.                                           00098400
           ADD 1 TO ACU-GRAVADOS.                                       00098500
                                                                        00098600
      *----------------------------------------------------------------*00098700
       7000-99-FIM.                                   EXIT.             00098800
      *----------------------------------------------------------------*00098900
                                                                        00099000
      ******************************************************************00099100
      *                      G R A D U A R                             *00099200
      *     PERCENTUAL EM VALOR ABSOLUTO CONTRA OS LIMITES DA          *00099300
      *     VERIFICACAO CORRENTE (WRK-LIM-ATENCAO / WRK-LIM-GRAVE)     *00099400
      ******************************************************************00099500
                                                                        00099600
      *----------------------------------------------------------------*00099700
       7100-GRADUAR                                   SECTION.          00099800
      *----------------------------------------------------------------*00099900
                                                                        00100000
           IF WRK-PCT LESS ZEROS                                        00100100
              COMPUTE WRK-PCT-ABS = WRK-PCT * -1                        00100200
           ELSE                                                         00100300
              MOVE WRK-PCT              TO WRK-PCT-ABS                  00100400
           END-IF                                                       00100500
                                                                        00100600
           EVALUATE TRUE                                                00100700
              WHEN WRK-PCT-ABS NOT LESS WRK-LIM-GRAVE                   00100800
                 MOVE 08                TO WRK-RC-ACHADO                00100900
              WHEN WRK-PCT-ABS NOT LESS WRK-LIM-ATENCAO                 00101000
                 MOVE 04                TO WRK-RC-ACHADO                00101100
              WHEN OTHER                                                00101200
                 MOVE ZEROS             TO WRK-RC-ACHADO                00101300
           END-EVALUATE.                                                00101400
                                                                        00101500
      *----------------------------------------------------------------*00101600
       7100-99-FIM.                                   EXIT.             00101700
      *----------------------------------------------------------------*00101800
                                                                        00101900
      ******************************************************************00102000
      *                       F I N A L I Z A R                        *00102100
      ******************************************************************00102200
                                                                        00102300
      *----------------------------------------------------------------*00102400
       8000-FINALIZAR                                 SECTION.          00102500
      *----------------------------------------------------------------*00102600
                                                                        00102700
           MOVE ' '                     TO QUALREL-CC                   00102800
           MOVE ALL '-'                 TO QUALREL-LINHA                00102900
           WRITE QUALREL-REC.                                           00103000
                                                                        00103100
           MOVE ' '                     TO QUALREL-CC                   00103200
           MOVE SPACES                  TO QUALREL-LINHA                00103300
           STRING 'ACHADOS - EMAIL: ' ACU-EMAIL                         00103400
                  '  READMISSAO: ' ACU-READMISSAO                       00103500
                  '  DATAS: ' ACU-DATAS                                 00103600
                  '  FAIXA: ' ACU-FAIXA                                 00103700
                  '  SALTO: ' ACU-SALTO                                 00103800
                  INTO QUALREL-LINHA                                    00104100
           WRITE QUALREL-REC.                                           00104200
                                                                        00104210
           MOVE ' '                     TO QUALREL-CC                   00104220
           MOVE SPACES                  TO QUALREL-LINHA                00104230
           STRING 'ACHADOS - ATENCAO: ' ACU-ATENCAO                     00104240
                  '  GRAVE: ' ACU-GRAVE                                 00104250
                  INTO QUALREL-LINHA                                    00104260
           WRITE QUALREL-REC.                                           00104270
                                                                        00104300
           CLOSE QUALREL QUALERR                                        00104400
                                                                        00104500
           DISPLAY '*=================== FR09DB36 ====================*'00104600
           DISPLAY '*                                                 *'00104700
           DISPLAY '* ACUMULADORES:                                   *'00104800
           DISPLAY '* EMAIL REPETIDO.....: ' ACU-EMAIL                  00104900
           DISPLAY '* READMISSAO.........: ' ACU-READMISSAO             00105000
           DISPLAY '* DATADEM < DATAADM..: ' ACU-DATAS                  00105100
           DISPLAY '* FORA DA FAIXA......: ' ACU-FAIXA                  00105200
           DISPLAY '* SALTO DE SALARIO...: ' ACU-SALTO                  00105300
           DISPLAY '* ACHADOS ATENCAO....: ' ACU-ATENCAO                00105400
           DISPLAY '* ACHADOS GRAVES.....: ' ACU-GRAVE                  00105500
           DISPLAY '* GRAVADOS QUALERR...: ' ACU-GRAVADOS               00105600
           DISPLAY '*                                                 *'00105700
           DISPLAY '*=================== FR09DB36 ====================*'00105800
           DISPLAY ' '                                                  00105900
                                                                        00106000
           IF RETURN-CODE = ZEROS                                       00106100
              MOVE WRK-MAIOR-RC         TO RETURN-CODE                  00106200
           END-IF.                                                      00106300
                                                                        00106400
      *----------------------------------------------------------------*00106500
       8000-99-FIM.                                   EXIT.             00106600
      *----------------------------------------------------------------*00106700
                                                                        00106800
      ******************************************************************00106900
      *                     T R A T A R   E R R O                      *00107000
      ******************************************************************00107100
                                                                        00107200
      *----------------------------------------------------------------*00107300
       9000-TRATAR-ERRO                               SECTION.          00107400
      *----------------------------------------------------------------*00107500
                                                                        00107600
           ACCEPT WRK-LOG-DATA               FROM DATE YYYYMMDD         00107700
           ACCEPT WRK-LOG-HORA               FROM TIME                  00107800
           CALL 'GRAVALOG'                       USING WRK-LOG          00107900
           MOVE 16                TO RETURN-CODE                        00108000
           PERFORM 8000-FINALIZAR                                       00108100
           GOBACK.                                                      00108200
                                                                        00108300
      *----------------------------------------------------------------*00108400
       9000-99-FIM.                                   EXIT.             00108500
      *----------------------------------------------------------------*00108600
