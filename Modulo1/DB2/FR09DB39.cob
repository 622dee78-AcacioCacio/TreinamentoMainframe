      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. FR09DB39.                                            00000500
       AUTHOR.     ACACIO.                                              00000600
                                                                        00000700
      *================================================================*00000800
      *                        TREINAMENTO                             *00000900
      *================================================================*00001000
      *     PROGRAMA....: FR09DB39                                     *00001100
      *     PROGRAMADOR.: ACACIO JORGE                                 *00001200
      *     INSTRUTOR...: IVAN SANCHES                                 *00001300
      *     EMPRESA.....: FOURSYS                                      *00001400
      *     DATA........: 15/10/2026                                   *00001500
      *----------------------------------------------------------------*00001600
      *     OBJETIVO....: PAINEL MATINAL DA OPERACAO - CONSOLIDA NUM   *00001700
      *                   SO RELATORIO A SITUACAO DO LOTE DA NOITE:    *00001800
      *                   CHECKPOINT PENDENTE EM FOUR001.CHECK         *00001900
      *                   (EXECUCAO INCOMPLETA), TRAVAS DE             *00002000
      *                   FOUR001.RUNCTL MAIS VELHAS QUE O LIMITE, A   *00002100
      *                   ULTIMA EXECUCAO DE CADA PARTICAO NO          *00002200
      *                   EXECLOG, EXECUCOES SEM RECIBO DO FUNCCSV     *00002300
      *                   APOS A CARENCIA, O BACKLOG DE                *00002400
      *                   FOUR001.PENDENTE COM OS VENCIDOS PELA        *00002500
      *                   DATAEFET E OS SUSPENSOS PERTO DO PRAZO DO    *00002600
      *                   CARTAO SUSPARM (FR09DB20).                   *00002700
      *                   CADA LINHA SAI VERDE, AMARELA OU VERMELHA    *00002800
      *                   NO PAINREL E NO ARQUIVO PAINDASH DO PAINEL   *00002900
      *                   DE MONITORACAO; O RC DO JOB E A PIOR COR     *00003000
      *                   (00/04/08) PARA O SCHEDULER ACIONAR O        *00003100
      *                   PLANTAO. SO LEITURA NO DB2 - NAO USA TRAVA   *00003200
      *                   RUNCTL E NAO LIMPA NADA.                     *00003300
      *----------------------------------------------------------------*00003400
      *                                                                *00003500
      *     ARQUIVOS....:                                              *00003600
      *       DDNAME               I/O                 INCLUDE/BOOK    *00003700
      *       PAINPARM              I                    BKPAINPARM    *00003800
      *       SUSPARM               I                    BKSUSPARM     *00003900
      *       PAINREL               O                    BKPAINREL     *00004000
      *       PAINDASH              O                    BKPAINDASH    *00004100
      *                                                                *00004200
      *----------------------------------------------------------------*00004300
      *                                                                *00004400
      *     BASE DE DADOS:                                             *00004500
      *       DDNAME               I/O                 INCLUDE/BOOK    *00004600
      *       FOU001.CHECK          I                    #BKCHECK      *00004700
      *       FOU001.RUNCTL         I                    #BKRUNCTL     *00004800
      *       FOU001.EXECLOG        I                    #BKEXECLOG    *00004900
      *       FOU001.PENDENTE       I                                  *00005000
      *       FOU001.SUSPENSO       I                                  *00005100
      *                                                                *00005200
      *----------------------------------------------------------------*00005300
      *                                                                *00005400
      *     MODULOS.....:                                              *00005500
      *       B#GLOB                                                   *00005600
      *                                                                *00005700
      *================================================================*00005800
                                                                        00005900
      *=============================================================*   00006000
       ENVIRONMENT                               DIVISION.              00006100
      *=============================================================*   00006200
                                                                        00006300
      *-------------------------------------------------------------*   00006400
       CONFIGURATION                               SECTION.             00006500
      *-------------------------------------------------------------*   00006600
       SPECIAL-NAMES.                                                   00006700
           DECIMAL-POINT IS COMMA.                                      00006800
                                                                        00006900
      *-------------------------------------------------------------*   00007000
       INPUT-OUTPUT                            SECTION.                 00007100
      *-------------------------------------------------------------*   00007200
       FILE-CONTROL.                                                    00007300
           SELECT OPTIONAL PAINPARM ASSIGN TO PAINPARM                  00007400
                            ORGANIZATION IS SEQUENTIAL.                 00007500
           SELECT OPTIONAL SUSPARM  ASSIGN TO SUSPARM                   00007600
                            ORGANIZATION IS SEQUENTIAL.                 00007700
           SELECT PAINREL   ASSIGN TO PAINREL                           00007800
                            ORGANIZATION IS SEQUENTIAL.                 00007900
           SELECT PAINDASH  ASSIGN TO PAINDASH                          00008000
                            ORGANIZATION IS SEQUENTIAL.                 00008100
                                                                        00008200
                                                                        00008300
      *=============================================================*   00008400
       DATA                                      DIVISION.              00008500
                                                                        00008600
      *-------------------------------------------------------------*   00008700
       FILE                                         SECTION.            00008800
      *-------------------------------------------------------------*   00008900
      *----------------------------------------------------------------*00009000
       FD  PAINPARM                                                     00009100
           LABEL RECORDS ARE STANDARD.                                  00009200
                                                                        00009300
           COPY 'BKPAINPARM'.                                           00009400
      *----------------------------------------------------------------*00009500
      *----------------------------------------------------------------*00009600
       FD  SUSPARM                                                      00009700
           LABEL RECORDS ARE STANDARD.                                  00009800
                                                                        00009900
           COPY 'BKSUSPARM'.                                            00010000
      *----------------------------------------------------------------*00010100
      *----------------------------------------------------------------*00010200
       FD  PAINREL                                                      00010300
           LABEL RECORDS ARE STANDARD.                                  00010400
                                                                        00010500
           COPY 'BKPAINREL'.                                            00010600
      *----------------------------------------------------------------*00010700
      *----------------------------------------------------------------*00010800
       FD  PAINDASH                                                     00010900
           LABEL RECORDS ARE STANDARD.                                  00011000
                                                                        00011100
           COPY 'BKPAINDASH'.                                           00011200
      *----------------------------------------------------------------*00011300
                                                                        00011400
      *=============================================================*   00011500
                                                                        00011600
      *-------------------------------------------------------------*   00011700
       WORKING-STORAGE                             SECTION.             00011800
      *-------------------------------------------------------------*   00011900
                                                                        00012000
      *----------------------------------------------------------------*00012100
       01  FILLER                      PIC  X(050)         VALUE        00012200
           '*** INICIO DA WORKING FR09DB39 ***'.                        00012300
      *----------------------------------------------------------------*00012400
                                                                        00012500
      *----------------------------------------------------------------*00012600
       01  FILLER                                  PIC X(050)    VALUE  00012700
           '*** AREA DE DB2 ***'.                                       00012800
      *----------------------------------------------------------------*00012900
                                                                        00013000
           EXEC SQL                                                     00013100
             INCLUDE #BKCHECK                                           00013200
           END-EXEC.                                                    00013300
                                                                        00013400
           EXEC SQL                                                     00013500
             INCLUDE #BKRUNCTL                                          00013600
           END-EXEC.                                                    00013700
                                                                        00013800
           EXEC SQL                                                     00013900
             INCLUDE #BKEXECLOG                                         00014000
           END-EXEC.                                                    00014100
                                                                        00014200
           EXEC SQL                                                     00014300
              INCLUDE SQLCA                                             00014400
           END-EXEC.                                                    00014500
                                                                        00014600
       77 WRK-ULT-STATUS         PIC X(01)           VALUE SPACES.      00014700
       77 WRK-DATA-ACK-SQL       PIC 9(08)           VALUE ZEROS.       00014800
       77 WRK-DATA-HOJE          PIC X(10)           VALUE SPACES.      00014900
       77 WRK-DATA-PEND-SQL      PIC X(10)           VALUE SPACES.      00015000
       77 WRK-DATA-CORTE-SQL     PIC 9(08)           VALUE ZEROS.       00015100
       77 WRK-DATA-AVISO-SQL     PIC 9(08)           VALUE ZEROS.       00015200
       77 WRK-ACK-CARENCIA       PIC S9(09) COMP     VALUE ZEROS.       00015300
       77 WRK-PEN-TOTAL          PIC S9(09) COMP     VALUE ZEROS.       00015400
       77 WRK-PEN-VENCIDOS       PIC S9(09) COMP     VALUE ZEROS.       00015500
       77 WRK-PEN-ATRASADOS      PIC S9(09) COMP     VALUE ZEROS.       00015600
       77 WRK-PEN-MAIS-ANTIGA    PIC X(10)           VALUE SPACES.      00015700
       77 WRK-SUS-TOTAL          PIC S9(09) COMP     VALUE ZEROS.       00015800
       77 WRK-SUS-EXPIRADOS      PIC S9(09) COMP     VALUE ZEROS.       00015900
       77 WRK-SUS-A-VENCER       PIC S9(09) COMP     VALUE ZEROS.       00016000
       77 WRK-SUS-MAIS-ANTIGA    PIC 9(08)           VALUE ZEROS.       00016100
                                                                        00016200
      *    CHECKPOINT DIFERENTE DE ZERO COM O STATUS DA ULTIMA          00016300
      *    EXECUCAO DA MESMA PARTICAO NO EXECLOG (BRANCO = A            00016400
      *    PARTICAO NAO GRAVA EXECLOG)                                  00016500
           EXEC SQL                                                     00016600
              DECLARE CCHK   CURSOR FOR                                 00016700
               SELECT C.IDCHECK, C.REGISTRO,                            00016800
                      COALESCE((SELECT E.STATUS                         00016900
                                  FROM FOUR001.EXECLOG E                00017000
                                 WHERE E.IDEXECUCAO =                   00017100
                                   (SELECT MAX(X.IDEXECUCAO)            00017200
                                      FROM FOUR001.EXECLOG X            00017300
                                     WHERE X.IDCHECK = C.IDCHECK)),     00017400
                               ' ')                                     00017500
                FROM FOUR001.CHECK C                                    00017600
                 WHERE C.REGISTRO <> 0                                  00017700
               ORDER BY C.IDCHECK                                       00017800
                                                                        00017900
           END-EXEC.                                                    00018000
                                                                        00018100
           EXEC SQL                                                     00018200
              DECLARE CTRV   CURSOR FOR                                 00018300
               SELECT RECURSO, PROGRAMA, IDEXECUCAO,                    00018400
                      DATAINI, HORAINI                                  00018500
                FROM FOUR001.RUNCTL                                     00018600
               ORDER BY RECURSO                                         00018700
                                                                        00018800
           END-EXEC.                                                    00018900
                                                                        00019000
      *    ULTIMA EXECUCAO DE CADA PARTICAO (IDEXECUCAO E DATA+HORA,    00019100
      *    ENTAO O MAIOR E O MAIS RECENTE)                              00019200
      *    FOUR015/FOUR019 SO TEM LINHA NO EXECLOG QUANDO REVERTIDOS    00019233
      *    PELO FR09DB38 (STATUS R NO FIM)                              00019266
           EXEC SQL                                                     00019300
              DECLARE CULT   CURSOR FOR                                 00019400
               SELECT E.IDCHECK, E.IDEXECUCAO, E.DATAINI, E.HORAINI,    00019500
                      E.DATAFIM, E.GRAVS, E.RETCODE, E.STATUS           00019600
                FROM FOUR001.EXECLOG E                                  00019700
                 WHERE E.IDEXECUCAO =                                   00019800
                   (SELECT MAX(X.IDEXECUCAO)                            00019900
                      FROM FOUR001.EXECLOG X                            00020000
                     WHERE X.IDCHECK = E.IDCHECK)                       00020100
               ORDER BY E.IDCHECK                                       00020200
                                                                        00020300
           END-EXEC.                                                    00020400
                                                                        00020500
      *    MESMO CRITERIO DO CURSOR CPEND DO FR09DB22: CONCLUIDA,       00020600
      *    FORA DA CARENCIA E AINDA SEM RECIBO                          00020700
           EXEC SQL                                                     00020800
              DECLARE CACK   CURSOR FOR                                 00020900
               SELECT IDEXECUCAO, IDCHECK, DATAFIM, CSVQTD              00021000
                FROM FOUR001.EXECLOG                                    00021100
                 WHERE ACK = 'N'                                        00021200
                   AND STATUS = 'C'                                     00021300
                   AND DATAFIM > 0                                      00021400
                   AND DATAFIM <= :WRK-DATA-ACK-SQL                     00021500
               ORDER BY IDEXECUCAO                                      00021600
                                                                        00021700
           END-EXEC.                                                    00021800
      *----------------------------------------------------------------*00021900
       01  FILLER                                  PIC X(050)    VALUE  00022000
           '*** AREA DO ARQUIVO LOGERRO2 ***'.                          00022100
      *----------------------------------------------------------------*00022200
                                                                        00022300
          COPY 'B#GLOB'.                                                00022400
                                                                        00022500
      *----------------------------------------------------------------*00022600
                                                                        00022700
      *----------------------------------------------------------------*00022800
       01  FILLER                                  PIC X(050)    VALUE  00022900
           '*** AREA DE VARIAVEIS AUXILIARES ***'.                      00023000
      *----------------------------------------------------------------*00023100
                                                                        00023200
       77 WRK-SQLCODE             PIC -999.                             00023300
       77 WRK-RUN-DATA            PIC 9(08)                 VALUE ZEROS.00023400
       77 WRK-HORAS-TRAVA         PIC 9(02)                 VALUE 04.   00023500
       77 WRK-DIAS-ACK            PIC 9(02)                 VALUE 02.   00023600
       77 WRK-DIAS-PEND           PIC 9(02)                 VALUE 03.   00023700
       77 WRK-DIAS-AVISO          PIC 9(03)                 VALUE 007.  00023800
       77 WRK-DIAS-LIMITE         PIC 9(03)                 VALUE 030.  00023900
       77 WRK-DIAS-RECUO          PIC 9(03)                 VALUE ZEROS.00024000
       77 WRK-TRV-DIAS            PIC 9(02)                 VALUE ZEROS.00024100
       77 WRK-TRV-HORAS           PIC 9(02)                 VALUE ZEROS.00024200
       77 WRK-TRAVA-LIM-DATA      PIC 9(08)                 VALUE ZEROS.00024300
       77 WRK-CMP-DATA            PIC 9(08)                 VALUE ZEROS.00024400
       77 WRK-CMP-HORA            PIC 9(08)                 VALUE ZEROS.00024500
       77 WRK-FLAG-ANTIGA         PIC X(01)                 VALUE 'N'.  00024600
       77 WRK-ANO-QUOC            PIC 9(04)                 VALUE ZEROS.00024700
       77 WRK-ANO-RESTO           PIC 9(04)                 VALUE ZEROS.00024800
       77 WRK-LIN-AREA            PIC X(08)                VALUE SPACES.00024900
       77 WRK-LIN-RC              PIC 9(02)                 VALUE ZEROS.00025000
       77 WRK-LIN-COR             PIC X(08)                VALUE SPACES.00025100
       77 WRK-LIN-CHAVE           PIC X(16)                VALUE SPACES.00025200
       77 WRK-LIN-QTDE            PIC 9(09)                 VALUE ZEROS.00025300
       77 WRK-LIN-DATA            PIC 9(08)                 VALUE ZEROS.00025400
       77 WRK-LIN-TEXTO           PIC X(48)                VALUE SPACES.00025500
       77 WRK-PIOR-RC             PIC 9(02)                 VALUE ZEROS.00025600
       77 WRK-COR-GERAL           PIC X(08)                VALUE SPACES.00025700
       77 WRK-QTDE-ED             PIC ZZZZZZZZ9.                        00025800
       77 WRK-QTD-ED1             PIC ZZZZ9.                            00025900
       77 WRK-QTD-ED2             PIC ZZZZ9.                            00026000
                                                                        00026100
       01  WRK-DATA-LIMITE-X.                                           00026200
           05  WRK-LIM-ANO             PIC 9(04).                       00026300
           05  WRK-LIM-MES             PIC 9(02).                       00026400
           05  WRK-LIM-DIA             PIC 9(02).                       00026500
       01  WRK-DATA-LIMITE REDEFINES WRK-DATA-LIMITE-X                  00026600
                                       PIC 9(08).                       00026700
                                                                        00026800
       01  WRK-RUN-HORA-X.                                              00026900
           05  WRK-RUN-HH              PIC 9(02).                       00027000
           05  WRK-RUN-MMSSCC          PIC 9(06).                       00027100
       01  WRK-RUN-HORA    REDEFINES WRK-RUN-HORA-X                     00027200
                                       PIC 9(08).                       00027300
                                                                        00027400
       01  WRK-TRAVA-LIM-HORA-X.                                        00027500
           05  WRK-TRV-LIM-HH          PIC 9(02).                       00027600
           05  WRK-TRV-LIM-MMSSCC      PIC 9(06).                       00027700
       01  WRK-TRAVA-LIM-HORA REDEFINES WRK-TRAVA-LIM-HORA-X            00027800
                                       PIC 9(08).                       00027900
                                                                        00028000
       01  WRK-DATA-AMD-X              PIC X(08).                       00028100
       01  WRK-DATA-AMD    REDEFINES WRK-DATA-AMD-X                     00028200
                                       PIC 9(08).                       00028300
                                                                        00028400
      *----------------------------------------------------------------*00028500
       01  FILLER                      PIC  X(050)         VALUE        00028600
           '*** AREA DE ACUMULADORES ***'.                              00028700
      *----------------------------------------------------------------*00028800
                                                                        00028900
       77 ACU-LINHAS              PIC 9(04)                 VALUE ZEROS.00029000
       77 ACU-VERDE               PIC 9(04)                 VALUE ZEROS.00029100
       77 ACU-AMARELO             PIC 9(04)                 VALUE ZEROS.00029200
       77 ACU-VERMELHO            PIC 9(04)                 VALUE ZEROS.00029300
       77 ACU-CHECK               PIC 9(04)                 VALUE ZEROS.00029400
       77 ACU-TRAVAS              PIC 9(04)                 VALUE ZEROS.00029500
       77 ACU-PARTICOES           PIC 9(04)                 VALUE ZEROS.00029600
       77 ACU-SEM-RECIBO          PIC 9(04)                 VALUE ZEROS.00029700
                                                                        00029800
      *----------------------------------------------------------------*00029900
       01  FILLER                 PIC  X(050)         VALUE             00030000
           '*** FINAL DA WORKING FR09DB39 ***'.                         00030100
      *----------------------------------------------------------------*00030200
                                                                        00030300
      *================================================================*00030400
       PROCEDURE                    DIVISION.                           00030500
      *================================================================*00030600
                                                                        00030700
      ******************************************************************00030800
      *                       P R I N C I P A L                        *00030900
      ******************************************************************00031000
                                                                        00031100
      *----------------------------------------------------------------*00031200
       0000-PRINCIPAL                                 SECTION.          00031300
      *----------------------------------------------------------------*00031400
                                                                        00031500
           PERFORM 1000-INICIAR.                                        00031600
           PERFORM 2000-VERIFICAR-CHECK.                                00031700
           PERFORM 3000-VERIFICAR-TRAVAS.                               00031800
           PERFORM 4000-VERIFICAR-EXECLOG.                              00031900
           PERFORM 5000-VERIFICAR-ACK.                                  00032000
           PERFORM 6000-VERIFICAR-PENDENTE.                             00032100
           PERFORM 6500-VERIFICAR-SUSPENSO.                             00032200
           PERFORM 8000-FINALIZAR.                                      00032300
           STOP RUN.                                                    00032400
                                                                        00032500
      *----------------------------------------------------------------*00032600
       0000-99-FIM.                                   EXIT.             00032700
      *----------------------------------------------------------------*00032800
                                                                        00032900
      ******************************************************************00033000
      *                     I N I C I A L I Z A R                      *00033100
      ******************************************************************00033200
                                                                        00033300
      *----------------------------------------------------------------*00033400
       1000-INICIAR                                   SECTION.          00033500
      *----------------------------------------------------------------*00033600
                                                                        00033700
           OPEN OUTPUT PAINREL PAINDASH                                 00033800
                                                                        00033900
           ACCEPT WRK-RUN-DATA            FROM DATE YYYYMMDD            00034000
           ACCEPT WRK-RUN-HORA            FROM TIME                     00034100
                                                                        00034200
      *    LIMITES DO CARTAO PAINPARM - CAMPO EM BRANCO OU NAO          00034300
      *    NUMERICO FICA COM O PADRAO DA WORKING                        00034400
           OPEN INPUT PAINPARM                                          00034500
           READ PAINPARM                                                00034600
              AT END                                                    00034700
                 MOVE SPACES          TO PAINPARM-REC                   00034800
           END-READ                                                     00034900
           IF PAINPARM-HORAS-TRAVA NUMERIC AND                          00035000
              PAINPARM-HORAS-TRAVA NOT = ZEROS                          00035100
              MOVE PAINPARM-HORAS-TRAVA   TO WRK-HORAS-TRAVA            00035200
           END-IF                                                       00035300
           IF PAINPARM-DIAS-ACK NUMERIC AND                             00035400
              PAINPARM-DIAS-ACK NOT = ZEROS                             00035500
              MOVE PAINPARM-DIAS-ACK      TO WRK-DIAS-ACK               00035600
           END-IF                                                       00035700
           IF PAINPARM-DIAS-PEND NUMERIC AND                            00035800
              PAINPARM-DIAS-PEND NOT = ZEROS                            00035900
              MOVE PAINPARM-DIAS-PEND     TO WRK-DIAS-PEND              00036000
           END-IF                                                       00036100
           IF PAINPARM-DIAS-AVISO NUMERIC AND                           00036200
              PAINPARM-DIAS-AVISO NOT = ZEROS                           00036300
              MOVE PAINPARM-DIAS-AVISO    TO WRK-DIAS-AVISO             00036400
           END-IF                                                       00036500
           CLOSE PAINPARM                                               00036600
                                                                        00036700
      *    PRAZO DO SUSPENSO: O MESMO CARTAO SUSPARM DO FR09DB20,       00036800
      *    PARA O PAINEL AVISAR COM O CORTE QUE A EXPIRACAO USA         00036900
           OPEN INPUT SUSPARM                                           00037000
           READ SUSPARM                                                 00037100
              AT END                                                    00037200
                 MOVE SPACES          TO SUSPARM-REC                    00037300
           END-READ                                                     00037400
           IF SUSPARM-DIAS-LIMITE NUMERIC AND                           00037500
              SUSPARM-DIAS-LIMITE NOT = ZEROS                           00037600
              MOVE SUSPARM-DIAS-LIMITE    TO WRK-DIAS-LIMITE            00037700
           END-IF                                                       00037800
           CLOSE SUSPARM                                                00037900
                                                                        00038000
           PERFORM 1100-CALCULAR-LIMITES                                00038100
           PERFORM 1200-CABECALHO-PAINREL.                              00038200
                                                                        00038300
      *----------------------------------------------------------------*00038400
       1000-99-FIM.                                   EXIT.             00038500
      *----------------------------------------------------------------*00038600
                                                                        00038700
      ******************************************************************00038800
      *           C A L C U L A R   L I M I T E S                      *00038900
      *     DATAS DE CORTE DE CADA VERIFICACAO A PARTIR DA DATA DO     *00039000
      *     PROCESSAMENTO, NO MESMO ESQUEMA DO FR09DB22/FR09DB20       *00039100
      ******************************************************************00039200
                                                                        00039300
      *----------------------------------------------------------------*00039400
       1100-CALCULAR-LIMITES                          SECTION.          00039500
      *----------------------------------------------------------------*00039600
                                                                        00039700
      *    TRAVA: DATA/HORA DE ATE WRK-HORAS-TRAVA ATRAS - DIAS         00039800
      *    INTEIROS PELO 7000 E AS HORAS QUE SOBRAM NA HORA DO          00039900
      *    DIA, EMPRESTANDO UM DIA QUANDO PASSAM DA MEIA-NOITE          00040000
           DIVIDE WRK-HORAS-TRAVA BY 24                                 00040100
              GIVING WRK-TRV-DIAS REMAINDER WRK-TRV-HORAS               00040200
           MOVE WRK-RUN-MMSSCC            TO WRK-TRV-LIM-MMSSCC         00040300
           IF WRK-TRV-HORAS GREATER WRK-RUN-HH                          00040400
              ADD 1 TO WRK-TRV-DIAS                                     00040500
              COMPUTE WRK-TRV-LIM-HH = WRK-RUN-HH + 24 - WRK-TRV-HORAS  00040600
           ELSE                                                         00040700
              COMPUTE WRK-TRV-LIM-HH = WRK-RUN-HH - WRK-TRV-HORAS       00040800
           END-IF                                                       00040900
           MOVE WRK-RUN-DATA              TO WRK-DATA-LIMITE            00041000
           PERFORM 7000-RETROCEDER-UM-DIA WRK-TRV-DIAS TIMES            00041100
           MOVE WRK-DATA-LIMITE           TO WRK-TRAVA-LIM-DATA         00041200
                                                                        00041300
      *    ACK: EXECUCAO CONCLUIDA ATE ESTA DATA JA DEVIA TER           00041400
      *    RECIBO - AS MAIS NOVAS AINDA ESTAO NA CARENCIA               00041500
           MOVE WRK-RUN-DATA              TO WRK-DATA-LIMITE            00041600
           PERFORM 7000-RETROCEDER-UM-DIA WRK-DIAS-ACK TIMES            00041700
           MOVE WRK-DATA-LIMITE           TO WRK-DATA-ACK-SQL           00041800
                                                                        00041900
      *    PENDENTE: A DATAEFET E TEXTO AAAA-MM-DD. O FR09DB28          00042000
      *    APLICA ATE A DATA DO DIA, ENTAO DE MANHA SO O QUE TEM        00042100
      *    DATAEFET ANTERIOR A HOJE ESTA VENCIDO                        00042200
           MOVE WRK-RUN-DATA              TO WRK-DATA-LIMITE            00042300
           STRING WRK-LIM-ANO '-' WRK-LIM-MES '-' WRK-LIM-DIA           00042400
                  INTO WRK-DATA-HOJE                                    00042500
           PERFORM 7000-RETROCEDER-UM-DIA WRK-DIAS-PEND TIMES           00042600
           STRING WRK-LIM-ANO '-' WRK-LIM-MES '-' WRK-LIM-DIA           00042700
                  INTO WRK-DATA-PEND-SQL                                00042800
                                                                        00042900
      *    SUSPENSO: CORTE DE EXPIRACAO DO FR09DB20 (DATAENT            00043000
      *    ANTERIOR AO CORTE JA DEVIA TER SIDO EXPIRADA) E O            00043100
      *    CORTE DO AVISO, WRK-DIAS-AVISO DIAS ANTES DE EXPIRAR         00043200
           MOVE WRK-RUN-DATA              TO WRK-DATA-LIMITE            00043300
           PERFORM 7000-RETROCEDER-UM-DIA WRK-DIAS-LIMITE TIMES         00043400
           MOVE WRK-DATA-LIMITE           TO WRK-DATA-CORTE-SQL         00043500
                                                                        00043600
           IF WRK-DIAS-AVISO LESS WRK-DIAS-LIMITE                       00043700
              COMPUTE WRK-DIAS-RECUO = WRK-DIAS-LIMITE - WRK-DIAS-AVISO 00043800
           ELSE                                                         00043900
              MOVE ZEROS                  TO WRK-DIAS-RECUO             00044000
           END-IF                                                       00044100
           MOVE WRK-RUN-DATA              TO WRK-DATA-LIMITE            00044200
           PERFORM 7000-RETROCEDER-UM-DIA WRK-DIAS-RECUO TIMES          00044300
           MOVE WRK-DATA-LIMITE           TO WRK-DATA-AVISO-SQL.        00044400
                                                                        00044500
      *----------------------------------------------------------------*00044600
       1100-99-FIM.                                   EXIT.             00044700
      *----------------------------------------------------------------*00044800
                                                                        00044900
      ******************************************************************00045000
      *               C A B E C A L H O   P A I N R E L                *00045100
      ******************************************************************00045200
                                                                        00045300
      *----------------------------------------------------------------*00045400
       1200-CABECALHO-PAINREL                         SECTION.          00045500
      *----------------------------------------------------------------*00045600
                                                                        00045700
           MOVE '1'                        TO PAINREL-CC                00045800
           MOVE SPACES                     TO PAINREL-LINHA             00045900
           STRING 'PAINEL MATINAL DA OPERACAO - FR09DB39'               00046000
                  '  DATA: ' WRK-RUN-DATA                               00046100
                  '  HORA: ' WRK-RUN-HORA                               00046200
                  INTO PAINREL-LINHA                                    00046300
           WRITE PAINREL-REC.                                           00046400
                                                                        00046500
           MOVE ' '                        TO PAINREL-CC                00046600
           MOVE SPACES                     TO PAINREL-LINHA             00046700
           STRING 'LIMITES - TRAVA ORFA APOS ' WRK-HORAS-TRAVA ' HORAS' 00046800
                  '  CARENCIA ACK: ' WRK-DIAS-ACK ' DIAS'               00046900
                  '  PENDENTE VERMELHO APOS ' WRK-DIAS-PEND ' DIAS'     00047000
                  '  SUSPENSO: PRAZO ' WRK-DIAS-LIMITE                  00047100
                  ' AVISO ' WRK-DIAS-AVISO ' DIAS'                      00047200
                  INTO PAINREL-LINHA                                    00047300
           WRITE PAINREL-REC.                                           00047400
                                                                        00047500
           MOVE ' '                        TO PAINREL-CC                00047600
           MOVE SPACES                     TO PAINREL-LINHA             00047700
           WRITE PAINREL-REC.                                           00047800
                                                                        00047900
           MOVE ' '                        TO PAINREL-CC                00048000
           MOVE SPACES                     TO PAINREL-LINHA             00048100
           STRING 'COR      AREA      CHAVE                  QTDE  '    00048200
                  'DATA      SITUACAO'                                  00048300
                  INTO PAINREL-LINHA                                    00048400
           WRITE PAINREL-REC.                                           00048500
                                                                        00048600
           MOVE ' '                        TO PAINREL-CC                00048700
           MOVE ALL '-'                    TO PAINREL-LINHA             00048800
           WRITE PAINREL-REC.                                           00048900
                                                                        00049000
           MOVE SPACES                     TO PAINDASH-REC              00049100
           MOVE 'H'                        TO PAINDASH-TIPO             00049200
           MOVE 'FR09DB39'                 TO PAINDASH-H-PROGRAMA       00049300
           MOVE WRK-RUN-DATA               TO PAINDASH-H-DATA           00049400
           MOVE WRK-RUN-HORA               TO PAINDASH-H-HORA           00049500
           WRITE PAINDASH-REC.                                          00049600
                                                                        00049700
      *----------------------------------------------------------------*00049800
       1200-99-FIM.                                   EXIT.             00049900
      *----------------------------------------------------------------*00050000
                                                                        00050100
      ******************************************************************00050200
      *        V E R I F I C A R   C H E C K P O I N T S               *00050300
      *     CHECKPOINT DIFERENTE DE ZERO E EXECUCAO QUE NAO CHEGOU     *00050400
      *     AO FIM - EXCETO NA CARGA DO FR09DB13, QUE DEIXA O          *00050500
      *     CHECKPOINT NO ULTIMO ID + 1 PARA A PROXIMA CARGA           *00050600
      *     RETOMAR DALI: COM A ULTIMA EXECUCAO DA PARTICAO            *00050700
      *     CONCLUIDA ('C') A LINHA SAI VERDE                          *00050800
      ******************************************************************00050900
                                                                        00051000
      *----------------------------------------------------------------*00051100
       2000-VERIFICAR-CHECK                           SECTION.          00051200
      *----------------------------------------------------------------*00051300
                                                                        00051400
           EXEC SQL                                                     00051500
              OPEN CCHK                                                 00051600
           END-EXEC                                                     00051700
           IF SQLCODE NOT = 0                                           00051800
              MOVE SQLCODE              TO WRK-SQLCODE                  00051900
              MOVE SQLCODE              TO WRK-LOG-SQLCODE              00052000
              MOVE 'FR09DB39'           TO WRK-LOG-PROGRAMA             00052100
              MOVE '2000-VERIFICAR-CHECK' TO WRK-LOG-SECTION            00052200
              MOVE 'ERRO NO OPEN CURSOR CCHK' TO WRK-LOG-MENSAGEM       00052300
              PERFORM 9000-TRATAR-ERRO                                  00052400
           END-IF                                                       00052500
                                                                        00052600
           PERFORM 2100-LER-CHECK                                       00052700
           PERFORM 2200-AVALIAR-CHECK                                   00052800
                        UNTIL SQLCODE EQUAL 100                         00052900
                                                                        00053000
           EXEC SQL                                                     00053100
             CLOSE CCHK                                                 00053200
           END-EXEC                                                     00053300
                                                                        00053400
           IF ACU-CHECK = ZEROS                                         00053500
              MOVE 'CHECK'              TO WRK-LIN-AREA                 00053600
              MOVE ZEROS                TO WRK-LIN-RC                   00053700
              MOVE SPACES               TO WRK-LIN-CHAVE                00053800
              MOVE ZEROS                TO WRK-LIN-QTDE                 00053900
              MOVE ZEROS                TO WRK-LIN-DATA                 00054000
              MOVE 'NENHUM CHECKPOINT PENDENTE' TO WRK-LIN-TEXTO        00054100
              PERFORM 7500-GRAVAR-LINHA                                 00054200
           END-IF.                                                      00054300
                                                                        00054400
      *----------------------------------------------------------------*00054500
       2000-99-FIM.                                   EXIT.             00054600
      *----------------------------------------------------------------*00054700
                                                                        00054800
      *----------------------------------------------------------------*00054900
       2100-LER-CHECK                                 SECTION.          00055000
      *----------------------------------------------------------------*00055100
                                                                        00055200
           EXEC SQL                                                     00055300
             FETCH CCHK                                                 00055400
              INTO :DB2-IDCHECK,                                        00055500
                   :DB2-REGISTRO,                                       00055600
                   :WRK-ULT-STATUS                                      00055700
           END-EXEC.                                                    00055800
                                                                        00055900
           EVALUATE SQLCODE                                             00056000
            WHEN 0                                                      00056100
                CONTINUE                                                00056200
                                                                        00056300
            WHEN 100                                                    00056400
              CONTINUE                                                  00056500
                                                                        00056600
            WHEN OTHER                                                  00056700
              MOVE SQLCODE              TO WRK-SQLCODE                  00056800
              MOVE SQLCODE              TO WRK-LOG-SQLCODE              00056900
              MOVE 'FR09DB39'           TO WRK-LOG-PROGRAMA             00057000
              MOVE '2100-LER-CHECK'     TO WRK-LOG-SECTION              00057100
              MOVE 'ERRO NO FETCH CCHK' TO WRK-LOG-MENSAGEM             00057200
              PERFORM 9000-TRATAR-ERRO                                  00057300
           END-EVALUATE.                                                00057400
                                                                        00057500
      *----------------------------------------------------------------*00057600
       2100-99-FIM.                                   EXIT.             00057700
      *----------------------------------------------------------------*00057800
                                                                        00057900
      *----------------------------------------------------------------*00058000
       2200-AVALIAR-CHECK                             SECTION.          00058100
      *----------------------------------------------------------------*00058200
                                                                        00058300
      *    A PARTICAO '02' DO FR09DB13 COMECA NO PISO 5000 (RESET       00058400
      *    DO FR09DB14) - CHECKPOINT NO PISO E PARTICAO ZERADA          00058500
           IF DB2-IDCHECK = 'FOUR009-02' AND                            00058600
              DB2-REGISTRO NOT GREATER 5000                             00058700
              GO TO 2200-PROXIMO                                        00058800
           END-IF                                                       00058900
                                                                        00059000
           ADD 1 TO ACU-CHECK                                           00059100
           MOVE 'CHECK'                 TO WRK-LIN-AREA                 00059200
           MOVE DB2-IDCHECK             TO WRK-LIN-CHAVE                00059300
           MOVE DB2-REGISTRO            TO WRK-LIN-QTDE                 00059400
           MOVE ZEROS                   TO WRK-LIN-DATA                 00059500
           MOVE SPACES                  TO WRK-LIN-TEXTO                00059600
           IF WRK-ULT-STATUS = 'C'                                      00059700
              MOVE ZEROS                TO WRK-LIN-RC                   00059800
              MOVE 'RETOMADA DA CARGA - ULTIMA EXECUCAO CONCLUIDA'      00059900
                                        TO WRK-LIN-TEXTO                00060000
           ELSE                                                         00060100
              IF WRK-ULT-STATUS = SPACES                                00060200
                 MOVE '-'               TO WRK-ULT-STATUS               00060300
              END-IF                                                    00060400
              MOVE 08                   TO WRK-LIN-RC                   00060500
              STRING 'EXECUCAO INCOMPLETA - REINICIAR (EXECLOG: '       00060600
                     WRK-ULT-STATUS ')'                                 00060700
                     INTO WRK-LIN-TEXTO                                 00060800
           END-IF                                                       00060900
           PERFORM 7500-GRAVAR-LINHA.                                   00061000
                                                                        00061100
       2200-PROXIMO.                                                    00061200
                                                                        00061300
           PERFORM 2100-LER-CHECK.                                      00061400
                                                                        00061500
      *----------------------------------------------------------------*00061600
       2200-99-FIM.                                   EXIT.             00061700
      *----------------------------------------------------------------*00061800
                                                                        00061900
      ******************************************************************00062000
      *          V E R I F I C A R   T R A V A S   R U N C T L         *00062100
      *     TRAVA MAIS VELHA QUE O LIMITE DO CARTAO E PROVAVEL         *00062200
      *     TRAVA ORFA DE ABEND (CONFERIR E LIMPAR PELO FR09DB24);     *00062300
      *     TRAVA MAIS NOVA E JOB AINDA RODANDO                        *00062400
      ******************************************************************00062500
                                                                        00062600
      *----------------------------------------------------------------*00062700
       3000-VERIFICAR-TRAVAS                          SECTION.          00062800
      *----------------------------------------------------------------*00062900
                                                                        00063000
           EXEC SQL                                                     00063100
              OPEN CTRV                                                 00063200
           END-EXEC                                                     00063300
           IF SQLCODE NOT = 0                                           00063400
              MOVE SQLCODE              TO WRK-SQLCODE                  00063500
              MOVE SQLCODE              TO WRK-LOG-SQLCODE              00063600
              MOVE 'FR09DB39'           TO WRK-LOG-PROGRAMA             00063700
              MOVE '3000-VERIFICAR-TRAVAS' TO WRK-LOG-SECTION           00063800
              MOVE 'ERRO NO OPEN CURSOR CTRV' TO WRK-LOG-MENSAGEM       00063900
              PERFORM 9000-TRATAR-ERRO                                  00064000
           END-IF                                                       00064100
                                                                        00064200
           PERFORM 3100-LER-TRAVA                                       00064300
           PERFORM 3200-AVALIAR-TRAVA                                   00064400
                        UNTIL SQLCODE EQUAL 100                         00064500
                                                                        00064600
           EXEC SQL                                                     00064700
             CLOSE CTRV                                                 00064800
           END-EXEC                                                     00064900
                                                                        00065000
           IF ACU-TRAVAS = ZEROS                                        00065100
              MOVE 'RUNCTL'             TO WRK-LIN-AREA                 00065200
              MOVE ZEROS                TO WRK-LIN-RC                   00065300
              MOVE SPACES               TO WRK-LIN-CHAVE                00065400
              MOVE ZEROS                TO WRK-LIN-QTDE                 00065500
              MOVE ZEROS                TO WRK-LIN-DATA                 00065600
              MOVE 'NENHUMA TRAVA DE EXECUCAO ATIVA' TO WRK-LIN-TEXTO   00065700
              PERFORM 7500-GRAVAR-LINHA                                 00065800
           END-IF.                                                      00065900
                                                                        00066000
      *----------------------------------------------------------------*00066100
       3000-99-FIM.                                   EXIT.             00066200
      *----------------------------------------------------------------*00066300
                                                                        00066400
      *----------------------------------------------------------------*00066500
       3100-LER-TRAVA                                 SECTION.          00066600
      *----------------------------------------------------------------*00066700
                                                                        00066800
           EXEC SQL                                                     00066900
             FETCH CTRV                                                 00067000
              INTO :DB2-RUN-RECURSO,                                    00067100
                   :DB2-RUN-PROGRAMA,                                   00067200
                   :DB2-RUN-IDEXEC,                                     00067300
                   :DB2-RUN-DATAINI,                                    00067400
                   :DB2-RUN-HORAINI                                     00067500
           END-EXEC.                                                    00067600
                                                                        00067700
           EVALUATE SQLCODE                                             00067800
            WHEN 0                                                      00067900
                CONTINUE                                                00068000
                                                                        00068100
            WHEN 100                                                    00068200
              CONTINUE                                                  00068300
                                                                        00068400
            WHEN OTHER                                                  00068500
              MOVE SQLCODE              TO WRK-SQLCODE                  00068600
              MOVE SQLCODE              TO WRK-LOG-SQLCODE              00068700
              MOVE 'FR09DB39'           TO WRK-LOG-PROGRAMA             00068800
              MOVE '3100-LER-TRAVA'     TO WRK-LOG-SECTION              00068900
              MOVE 'ERRO NO FETCH CTRV' TO WRK-LOG-MENSAGEM             00069000
              PERFORM 9000-TRATAR-ERRO                                  00069100
           END-EVALUATE.                                                00069200
                                                                        00069300
      *----------------------------------------------------------------*00069400
       3100-99-FIM.                                   EXIT.             00069500
      *----------------------------------------------------------------*00069600
                                                                        00069700
      *----------------------------------------------------------------*00069800
       3200-AVALIAR-TRAVA                             SECTION.          00069900
      *----------------------------------------------------------------*00070000
                                                                        00070100
           ADD 1 TO ACU-TRAVAS                                          00070200
           MOVE DB2-RUN-DATAINI         TO WRK-CMP-DATA                 00070300
           MOVE DB2-RUN-HORAINI         TO WRK-CMP-HORA                 00070400
           PERFORM 7100-VERIFICAR-IDADE                                 00070500
                                                                        00070600
           MOVE 'RUNCTL'                TO WRK-LIN-AREA                 00070700
           MOVE DB2-RUN-RECURSO         TO WRK-LIN-CHAVE                00070800
           MOVE ZEROS                   TO WRK-LIN-QTDE                 00070900
           MOVE DB2-RUN-DATAINI         TO WRK-LIN-DATA                 00071000
           MOVE SPACES                  TO WRK-LIN-TEXTO                00071100
           IF WRK-FLAG-ANTIGA = 'S'                                     00071200
              MOVE 08                   TO WRK-LIN-RC                   00071300
              STRING DB2-RUN-PROGRAMA ' DESDE ' DB2-RUN-HORAINI         00071400
                     ' - ORFA? VER FR09DB24'                            00071500
                     INTO WRK-LIN-TEXTO                                 00071600
           ELSE                                                         00071700
              MOVE 04                   TO WRK-LIN-RC                   00071800
              STRING DB2-RUN-PROGRAMA ' DESDE ' DB2-RUN-HORAINI         00071900
                     ' - JOB EM EXECUCAO'                               00072000
                     INTO WRK-LIN-TEXTO                                 00072100
           END-IF                                                       00072200
           PERFORM 7500-GRAVAR-LINHA                                    00072300
                                                                        00072400
           PERFORM 3100-LER-TRAVA.                                      00072500
                                                                        00072600
      *----------------------------------------------------------------*00072700
       3200-99-FIM.                                   EXIT.             00072800
      *----------------------------------------------------------------*00072900
                                                                        00073000
      ******************************************************************00073100
      *      V E R I F I C A R   U L T I M A   E X E C U C A O         *00073200
      *     STATUS E RETURN-CODE DA EXECUCAO MAIS RECENTE DE CADA      *00073300
      *     PARTICAO NO EXECLOG                                        *00073400
      ******************************************************************00073500
                                                                        00073600
      *----------------------------------------------------------------*00073700
       4000-VERIFICAR-EXECLOG                         SECTION.          00073800
      *----------------------------------------------------------------*00073900
                                                                        00074000
           EXEC SQL                                                     00074100
              OPEN CULT                                                 00074200
           END-EXEC                                                     00074300
           IF SQLCODE NOT = 0                                           00074400
              MOVE SQLCODE              TO WRK-SQLCODE                  00074500
              MOVE SQLCODE              TO WRK-LOG-SQLCODE              00074600
              MOVE 'FR09DB39'           TO WRK-LOG-PROGRAMA             00074700
              MOVE '4000-VERIFICAR-EXECLOG' TO WRK-LOG-SECTION          00074800
              MOVE 'ERRO NO OPEN CURSOR CULT' TO WRK-LOG-MENSAGEM       00074900
              PERFORM 9000-TRATAR-ERRO                                  00075000
           END-IF                                                       00075100
                                                                        00075200
           PERFORM 4100-LER-ULTIMA                                      00075300
           PERFORM 4200-AVALIAR-ULTIMA                                  00075400
                        UNTIL SQLCODE EQUAL 100                         00075500
                                                                        00075600
           EXEC SQL                                                     00075700
             CLOSE CULT                                                 00075800
           END-EXEC                                                     00075900
                                                                        00076000
           IF ACU-PARTICOES = ZEROS                                     00076100
              MOVE 'EXECLOG'            TO WRK-LIN-AREA                 00076200
              MOVE ZEROS                TO WRK-LIN-RC                   00076300
              MOVE SPACES               TO WRK-LIN-CHAVE                00076400
              MOVE ZEROS                TO WRK-LIN-QTDE                 00076500
              MOVE ZEROS                TO WRK-LIN-DATA                 00076600
              MOVE 'NENHUMA EXECUCAO REGISTRADA' TO WRK-LIN-TEXTO       00076700
              PERFORM 7500-GRAVAR-LINHA                                 00076800
           END-IF.                                                      00076900
                                                                        00077000
      *----------------------------------------------------------------*00077100
       4000-99-FIM.                                   EXIT.             00077200
      *----------------------------------------------------------------*00077300
                                                                        00077400
      *----------------------------------------------------------------*00077500
       4100-LER-ULTIMA                                SECTION.          00077600
      *----------------------------------------------------------------*00077700
                                                                        00077800
           EXEC SQL                                                     00077900
             FETCH CULT                                                 00078000
              INTO :DB2-LOG-IDCHECK,                                    00078100
                   :DB2-LOG-IDEXECUCAO,                                 00078200
                   :DB2-LOG-DATAINI,                                    00078300
                   :DB2-LOG-HORAINI,                                    00078400
                   :DB2-LOG-DATAFIM,                                    00078500
                   :DB2-LOG-GRAVS,                                      00078600
                   :DB2-LOG-RETCODE,                                    00078700
                   :DB2-LOG-STATUS                                      00078800
           END-EXEC.                                                    00078900
                                                                        00079000
           EVALUATE SQLCODE                                             00079100
            WHEN 0                                                      00079200
                CONTINUE                                                00079300
                                                                        00079400
            WHEN 100                                                    00079500
              CONTINUE                                                  00079600
                                                                        00079700
            WHEN OTHER                                                  00079800
              MOVE SQLCODE              TO WRK-SQLCODE                  00079900
              MOVE SQLCODE              TO WRK-LOG-SQLCODE              00080000
              MOVE 'FR09DB39'           TO WRK-LOG-PROGRAMA             00080100
              MOVE '4100-LER-ULTIMA'    TO WRK-LOG-SECTION              00080200
              MOVE 'ERRO NO FETCH CULT' TO WRK-LOG-MENSAGEM             00080300
              PERFORM 9000-TRATAR-ERRO                                  00080400
           END-EVALUATE.                                                00080500
                                                                        00080600
      *----------------------------------------------------------------*00080700
       4100-99-FIM.                                   EXIT.             00080800
      *----------------------------------------------------------------*00080900
                                                                        00081000
      *----------------------------------------------------------------*00081100
       4200-AVALIAR-ULTIMA                            SECTION.          00081200
      *----------------------------------------------------------------*00081300
                                                                        00081400
           ADD 1 TO ACU-PARTICOES                                       00081500
           MOVE 'EXECLOG'               TO WRK-LIN-AREA                 00081600
           MOVE DB2-LOG-IDCHECK         TO WRK-LIN-CHAVE                00081700
           MOVE DB2-LOG-GRAVS           TO WRK-LIN-QTDE                 00081800
           MOVE DB2-LOG-DATAINI         TO WRK-LIN-DATA                 00081900
           MOVE SPACES                  TO WRK-LIN-TEXTO                00082000
                                                                        00082100
      *    'E' SEM FIM HA MAIS TEMPO QUE O LIMITE DA TRAVA NAO ESTA     00082200
      *    MAIS RODANDO - ABEND SEM O 3000 DO PROGRAMA                  00082300
           MOVE 'N'                     TO WRK-FLAG-ANTIGA              00082400
           IF DB2-LOG-STATUS = 'E'                                      00082500
              MOVE DB2-LOG-DATAINI      TO WRK-CMP-DATA                 00082600
              MOVE DB2-LOG-HORAINI      TO WRK-CMP-HORA                 00082700
              PERFORM 7100-VERIFICAR-IDADE                              00082800
           END-IF                                                       00082900
                                                                        00083000
           EVALUATE TRUE                                                00083100
              WHEN DB2-LOG-STATUS = 'F'                                 00083200
                 MOVE 08                TO WRK-LIN-RC                   00083300
                 STRING 'FALHA RC ' DB2-LOG-RETCODE                     00083400
                        ' LOGERRO2 (FR09DB26) ' DB2-LOG-IDEXECUCAO      00083500
                        INTO WRK-LIN-TEXTO                              00083600
              WHEN DB2-LOG-STATUS = 'E' AND WRK-FLAG-ANTIGA = 'S'       00083700
                 MOVE 08                TO WRK-LIN-RC                   00083800
                 STRING 'SEM FIM - PROVAVEL ABEND ' DB2-LOG-IDEXECUCAO  00083900
                        INTO WRK-LIN-TEXTO                              00084000
              WHEN DB2-LOG-RETCODE NOT LESS 08                          00084100
                 MOVE 08                TO WRK-LIN-RC                   00084200
                 STRING 'STATUS ' DB2-LOG-STATUS ' RC ' DB2-LOG-RETCODE 00084300
                        ' ' DB2-LOG-IDEXECUCAO                          00084400
                        INTO WRK-LIN-TEXTO                              00084500
              WHEN DB2-LOG-STATUS = 'E'                                 00084600
                 MOVE 04                TO WRK-LIN-RC                   00084700
                 STRING 'EM EXECUCAO ' DB2-LOG-IDEXECUCAO               00084800
                        INTO WRK-LIN-TEXTO                              00084900
              WHEN DB2-LOG-STATUS = 'P'                                 00085000
                 MOVE 04                TO WRK-LIN-RC                   00085100
                 STRING 'PARCIAL RC ' DB2-LOG-RETCODE                   00085200
                        ' - RETOMA DO CHECKPOINT'                       00085300
                        INTO WRK-LIN-TEXTO                              00085400
      *       REVERSAO CONCLUIDA (FR09DB38 - LINHAS FOUR015/FOUR019)    00085425
      *       E O DESFECHO ESPERADO: SAI VERDE; A FALHA DELA JA CAIU    00085450
      *       NOS CASOS ACIMA (STATUS F, ABEND OU RC 08)                00085475
              WHEN DB2-LOG-STATUS = 'R'                                 00085500
                 MOVE ZEROS             TO WRK-LIN-RC                   00085600
                 STRING 'REVERTIDA (FR09DB38) RC ' DB2-LOG-RETCODE      00085700
                        ' ' DB2-LOG-IDEXECUCAO                          00085800
                        INTO WRK-LIN-TEXTO                              00085900
              WHEN DB2-LOG-RETCODE NOT LESS 04                          00086000
                 MOVE 04                TO WRK-LIN-RC                   00086100
                 STRING 'CONCLUIDA RC ' DB2-LOG-RETCODE                 00086200
                        ' ' DB2-LOG-IDEXECUCAO                          00086300
                        INTO WRK-LIN-TEXTO                              00086400
              WHEN OTHER                                                00086500
                 MOVE ZEROS             TO WRK-LIN-RC                   00086600
                 STRING 'CONCLUIDA RC ' DB2-LOG-RETCODE                 00086700
                        ' ' DB2-LOG-IDEXECUCAO                          00086800
                        INTO WRK-LIN-TEXTO                              00086900
           END-EVALUATE                                                 00087000
           PERFORM 7500-GRAVAR-LINHA                                    00087100
                                                                        00087200
           PERFORM 4100-LER-ULTIMA.                                     00087300
                                                                        00087400
      *----------------------------------------------------------------*00087500
       4200-99-FIM.                                   EXIT.             00087600
      *----------------------------------------------------------------*00087700
                                                                        00087800
      ******************************************************************00087900
      *        V E R I F I C A R   R E C I B O S   ( A C K )           *00088000
      *     EXECUCAO CONCLUIDA SEM RECIBO DA PLATAFORMA DISTRIBUIDA    *00088100
      *     APOS A CARENCIA SAI VERMELHA (DETALHE NO FR09DB22); AS     *00088200
      *     QUE AINDA ESTAO NA CARENCIA SO ENTRAM NA CONTAGEM          *00088300
      ******************************************************************00088400
                                                                        00088500
      *----------------------------------------------------------------*00088600
       5000-VERIFICAR-ACK                             SECTION.          00088700
      *----------------------------------------------------------------*00088800
                                                                        00088900
           EXEC SQL                                                     00089000
              OPEN CACK                                                 00089100
           END-EXEC                                                     00089200
           IF SQLCODE NOT = 0                                           00089300
              MOVE SQLCODE              TO WRK-SQLCODE                  00089400
              MOVE SQLCODE              TO WRK-LOG-SQLCODE              00089500
              MOVE 'FR09DB39'           TO WRK-LOG-PROGRAMA             00089600
              MOVE '5000-VERIFICAR-ACK' TO WRK-LOG-SECTION              00089700
              MOVE 'ERRO NO OPEN CURSOR CACK' TO WRK-LOG-MENSAGEM       00089800
              PERFORM 9000-TRATAR-ERRO                                  00089900
           END-IF                                                       00090000
                                                                        00090100
           PERFORM 5100-LER-ACK                                         00090200
           PERFORM 5200-AVALIAR-ACK                                     00090300
                        UNTIL SQLCODE EQUAL 100                         00090400
                                                                        00090500
           EXEC SQL                                                     00090600
             CLOSE CACK                                                 00090700
           END-EXEC                                                     00090800
                                                                        00090900
           EXEC SQL                                                     00091000
              SELECT COUNT(*)                                           00091100
                INTO :WRK-ACK-CARENCIA                                  00091200
                FROM FOUR001.EXECLOG                                    00091300
               WHERE ACK = 'N'                                          00091400
                 AND STATUS = 'C'                                       00091500
                 AND DATAFIM > :WRK-DATA-ACK-SQL                        00091600
           END-EXEC                                                     00091700
                                                                        00091800
           IF SQLCODE NOT = 0                                           00091900
              MOVE SQLCODE              TO WRK-SQLCODE                  00092000
              MOVE SQLCODE              TO WRK-LOG-SQLCODE              00092100
              MOVE 'FR09DB39'           TO WRK-LOG-PROGRAMA             00092200
              MOVE '5000-VERIFICAR-ACK' TO WRK-LOG-SECTION              00092300
              MOVE 'ERRO NO SELECT COUNT EXECLOG' TO WRK-LOG-MENSAGEM   00092400
              PERFORM 9000-TRATAR-ERRO                                  00092500
           END-IF                                                       00092600
                                                                        00092700
           IF ACU-SEM-RECIBO = ZEROS                                    00092800
              MOVE WRK-ACK-CARENCIA     TO WRK-QTD-ED1                  00092900
              MOVE 'ACK'                TO WRK-LIN-AREA                 00093000
              MOVE ZEROS                TO WRK-LIN-RC                   00093100
              MOVE SPACES               TO WRK-LIN-CHAVE                00093200
              MOVE WRK-ACK-CARENCIA     TO WRK-LIN-QTDE                 00093300
              MOVE WRK-DATA-ACK-SQL     TO WRK-LIN-DATA                 00093400
              MOVE SPACES               TO WRK-LIN-TEXTO                00093500
              STRING 'RECIBOS EM DIA - AGUARDANDO NA CARENCIA: '        00093600
                     WRK-QTD-ED1                                        00093700
                     INTO WRK-LIN-TEXTO                                 00093800
              PERFORM 7500-GRAVAR-LINHA                                 00093900
           END-IF.                                                      00094000
                                                                        00094100
      *----------------------------------------------------------------*00094200
       5000-99-FIM.                                   EXIT.             00094300
      *----------------------------------------------------------------*00094400
                                                                        00094500
      *----------------------------------------------------------------*00094600
       5100-LER-ACK                                   SECTION.          00094700
      *----------------------------------------------------------------*00094800
                                                                        00094900
           EXEC SQL                                                     00095000
             FETCH CACK                                                 00095100
              INTO :DB2-LOG-IDEXECUCAO,                                 00095200
                   :DB2-LOG-IDCHECK,                                    00095300
                   :DB2-LOG-DATAFIM,                                    00095400
                   :DB2-LOG-CSVQTD                                      00095500
           END-EXEC.                                                    00095600
                                                                        00095700
           EVALUATE SQLCODE                                             00095800
            WHEN 0                                                      00095900
                CONTINUE                                                00096000
                                                                        00096100
            WHEN 100                                                    00096200
              CONTINUE                                                  00096300
                                                                        00096400
            WHEN OTHER                                                  00096500
              MOVE SQLCODE              TO WRK-SQLCODE                  00096600
              MOVE SQLCODE              TO WRK-LOG-SQLCODE              00096700
              MOVE 'FR09DB39'           TO WRK-LOG-PROGRAMA             00096800
              MOVE '5100-LER-ACK'       TO WRK-LOG-SECTION              00096900
              MOVE 'ERRO NO FETCH CACK' TO WRK-LOG-MENSAGEM             00097000
              PERFORM 9000-TRATAR-ERRO                                  00097100
           END-EVALUATE.                                                00097200
                                                                        00097300
      *----------------------------------------------------------------*00097400
       5100-99-FIM.                                   EXIT.             00097500
      *----------------------------------------------------------------*00097600
                                                                        00097700
      *----------------------------------------------------------------*00097800
       5200-AVALIAR-ACK                               SECTION.          00097900
      *----------------------------------------------------------------*00098000
                                                                        00098100
           ADD 1 TO ACU-SEM-RECIBO                                      00098200
           MOVE 'ACK'                   TO WRK-LIN-AREA                 00098300
           MOVE 08                      TO WRK-LIN-RC                   00098400
           MOVE DB2-LOG-IDEXECUCAO      TO WRK-LIN-CHAVE                00098500
           MOVE DB2-LOG-CSVQTD          TO WRK-LIN-QTDE                 00098600
           MOVE DB2-LOG-DATAFIM         TO WRK-LIN-DATA                 00098700
           MOVE SPACES                  TO WRK-LIN-TEXTO                00098800
           STRING 'SEM RECIBO APOS A CARENCIA - ' DB2-LOG-IDCHECK       00098900
                  INTO WRK-LIN-TEXTO                                    00099000
           PERFORM 7500-GRAVAR-LINHA                                    00099100
                                                                        00099200
           PERFORM 5100-LER-ACK.                                        00099300
                                                                        00099400
      *----------------------------------------------------------------*00099500
       5200-99-FIM.                                   EXIT.             00099600
      *----------------------------------------------------------------*00099700
                                                                        00099800
      ******************************************************************00099900
      *       V E R I F I C A R   P E N D E N T E S                    *00100000
      *     BACKLOG DE FOUR001.PENDENTE: VENCIDO PELA DATAEFET E       *00100100
      *     AMARELO, VENCIDO HA MAIS DE WRK-DIAS-PEND DIAS E           *00100200
      *     VERMELHO (O FR09DB28 NAO ESTA APLICANDO)                   *00100300
      ******************************************************************00100400
                                                                        00100500
      *----------------------------------------------------------------*00100600
       6000-VERIFICAR-PENDENTE                        SECTION.          00100700
      *----------------------------------------------------------------*00100800
                                                                        00100900
           EXEC SQL                                                     00101000
              SELECT COUNT(*),                                          00101100
                     COALESCE(SUM(CASE WHEN DATAEFET < :WRK-DATA-HOJE   00101200
                                       THEN 1 ELSE 0 END),0),           00101300
                     COALESCE(SUM(CASE WHEN DATAEFET <                  00101400
                                            :WRK-DATA-PEND-SQL          00101500
                                       THEN 1 ELSE 0 END),0),           00101600
                     COALESCE(MIN(DATAEFET),' ')                        00101700
                INTO :WRK-PEN-TOTAL, :WRK-PEN-VENCIDOS,                 00101800
                     :WRK-PEN-ATRASADOS, :WRK-PEN-MAIS-ANTIGA           00101900
                FROM FOUR001.PENDENTE                                   00102000
           END-EXEC                                                     00102100
                                                                        00102200
           IF SQLCODE NOT = 0                                           00102300
              MOVE SQLCODE              TO WRK-SQLCODE                  00102400
              MOVE SQLCODE              TO WRK-LOG-SQLCODE              00102500
              MOVE 'FR09DB39'           TO WRK-LOG-PROGRAMA             00102600
              MOVE '6000-VERIFICAR-PENDENTE' TO WRK-LOG-SECTION         00102700
              MOVE 'ERRO NO SELECT PENDENTE' TO WRK-LOG-MENSAGEM        00102800
              PERFORM 9000-TRATAR-ERRO                                  00102900
           END-IF                                                       00103000
                                                                        00103100
      *    DATA DO ITEM MAIS ANTIGO DE AAAA-MM-DD PARA AAAAMMDD         00103200
           MOVE ZEROS                   TO WRK-LIN-DATA                 00103300
           IF WRK-PEN-MAIS-ANTIGA NOT = SPACES                          00103400
              STRING WRK-PEN-MAIS-ANTIGA (1:4)                          00103500
                     WRK-PEN-MAIS-ANTIGA (6:2)                          00103600
                     WRK-PEN-MAIS-ANTIGA (9:2)                          00103700
                     DELIMITED BY SIZE INTO WRK-DATA-AMD-X              00103800
              IF WRK-DATA-AMD-X NUMERIC                                 00103900
                 MOVE WRK-DATA-AMD      TO WRK-LIN-DATA                 00104000
              END-IF                                                    00104100
           END-IF                                                       00104200
                                                                        00104300
           EVALUATE TRUE                                                00104400
              WHEN WRK-PEN-ATRASADOS GREATER ZEROS                      00104500
                 MOVE 08                TO WRK-LIN-RC                   00104600
              WHEN WRK-PEN-VENCIDOS GREATER ZEROS                       00104700
                 MOVE 04                TO WRK-LIN-RC                   00104800
              WHEN OTHER                                                00104900
                 MOVE ZEROS             TO WRK-LIN-RC                   00105000
           END-EVALUATE                                                 00105100
                                                                        00105200
           MOVE WRK-PEN-VENCIDOS        TO WRK-QTD-ED1                  00105300
           MOVE WRK-PEN-ATRASADOS       TO WRK-QTD-ED2                  00105400
           MOVE 'PENDENTE'              TO WRK-LIN-AREA                 00105500
           MOVE SPACES                  TO WRK-LIN-CHAVE                00105600
           MOVE WRK-PEN-TOTAL           TO WRK-LIN-QTDE                 00105700
           MOVE SPACES                  TO WRK-LIN-TEXTO                00105800
           STRING 'VENCIDOS: ' WRK-QTD-ED1                              00105900
                  '  ATRASO > ' WRK-DIAS-PEND ' DIAS: ' WRK-QTD-ED2     00106000
                  INTO WRK-LIN-TEXTO                                    00106100
           PERFORM 7500-GRAVAR-LINHA.                                   00106200
                                                                        00106300
      *----------------------------------------------------------------*00106400
       6000-99-FIM.                                   EXIT.             00106500
      *----------------------------------------------------------------*00106600
                                                                        00106700
      ******************************************************************00106800
      *       V E R I F I C A R   S U S P E N S O S                    *00106900
      *     ITEM A WRK-DIAS-AVISO DIAS OU MENOS DA EXPIRACAO E         *00107000
      *     AMARELO; ITEM JA FORA DO PRAZO DO SUSPARM E AINDA EM       *00107100
      *     FOUR001.SUSPENSO E VERMELHO (O FR09DB20 NAO EXPIROU)       *00107200
      ******************************************************************00107300
                                                                        00107400
      *----------------------------------------------------------------*00107500
       6500-VERIFICAR-SUSPENSO                        SECTION.          00107600
      *----------------------------------------------------------------*00107700
                                                                        00107800
           EXEC SQL                                                     00107900
              SELECT COUNT(*),                                          00108000
                     COALESCE(SUM(CASE WHEN DATAENT <                   00108100
                                            :WRK-DATA-CORTE-SQL         00108200
                                       THEN 1 ELSE 0 END),0),           00108300
                     COALESCE(SUM(CASE WHEN DATAENT >=                  00108400
                                            :WRK-DATA-CORTE-SQL         00108500
                                        AND DATAENT <                   00108600
                                            :WRK-DATA-AVISO-SQL         00108700
                                       THEN 1 ELSE 0 END),0),           00108800
                     COALESCE(MIN(DATAENT),0)                           00108900
                INTO :WRK-SUS-TOTAL, :WRK-SUS-EXPIRADOS,                00109000
                     :WRK-SUS-A-VENCER, :WRK-SUS-MAIS-ANTIGA            00109100
                FROM FOUR001.SUSPENSO                                   00109200
           END-EXEC                                                     00109300
                                                                        00109400
           IF SQLCODE NOT = 0                                           00109500
              MOVE SQLCODE              TO WRK-SQLCODE                  00109600
              MOVE SQLCODE              TO WRK-LOG-SQLCODE              00109700
              MOVE 'FR09DB39'           TO WRK-LOG-PROGRAMA             00109800
              MOVE '6500-VERIFICAR-SUSPENSO' TO WRK-LOG-SECTION         00109900
              MOVE 'ERRO NO SELECT SUSPENSO' TO WRK-LOG-MENSAGEM        00110000
              PERFORM 9000-TRATAR-ERRO                                  00110100
           END-IF                                                       00110200
                                                                        00110300
           EVALUATE TRUE                                                00110400
              WHEN WRK-SUS-EXPIRADOS GREATER ZEROS                      00110500
                 MOVE 08                TO WRK-LIN-RC                   00110600
              WHEN WRK-SUS-A-VENCER GREATER ZEROS                       00110700
                 MOVE 04                TO WRK-LIN-RC                   00110800
              WHEN OTHER                                                00110900
                 MOVE ZEROS             TO WRK-LIN-RC                   00111000
           END-EVALUATE                                                 00111100
                                                                        00111200
           MOVE WRK-SUS-EXPIRADOS       TO WRK-QTD-ED1                  00111300
           MOVE WRK-SUS-A-VENCER        TO WRK-QTD-ED2                  00111400
           MOVE 'SUSPENSO'              TO WRK-LIN-AREA                 00111500
           MOVE SPACES                  TO WRK-LIN-CHAVE                00111600
           MOVE WRK-SUS-TOTAL           TO WRK-LIN-QTDE                 00111700
           MOVE WRK-SUS-MAIS-ANTIGA     TO WRK-LIN-DATA                 00111800
           MOVE SPACES                  TO WRK-LIN-TEXTO                00111900
           STRING 'VENCIDOS NAO EXPIRADOS: ' WRK-QTD-ED1                00112000
                  '  A VENCER: ' WRK-QTD-ED2                            00112100
                  INTO WRK-LIN-TEXTO                                    00112200
           PERFORM 7500-GRAVAR-LINHA.                                   00112300
                                                                        00112400
      *----------------------------------------------------------------*00112500
       6500-99-FIM.                                   EXIT.             00112600
      *----------------------------------------------------------------*00112700
                                                                        00112800
      ******************************************************************00112900
      *      R E T R O C E D E R   U M   D I A                         *00113000
      *     DECREMENTA UM DIA DA DATA-LIMITE, RESPEITANDO O            *00113100
      *     ULTIMO DIA DE CADA MES (INCLUSIVE ANO BISSEXTO)            *00113200
      ******************************************************************00113300
                                                                        00113400
      *----------------------------------------------------------------*00113500
       7000-RETROCEDER-UM-DIA                         SECTION.          00113600
      *----------------------------------------------------------------*00113700
                                                                        00113800
           IF WRK-LIM-DIA > 01                                          00113900
              SUBTRACT 1 FROM WRK-LIM-DIA                               00114000
              GO TO 7000-99-FIM                                         00114100
           END-IF                                                       00114200
                                                                        00114300
           IF WRK-LIM-MES = 01                                          00114400
              SUBTRACT 1 FROM WRK-LIM-ANO                               00114500
              MOVE 12                   TO WRK-LIM-MES                  00114600
              MOVE 31                   TO WRK-LIM-DIA                  00114700
              GO TO 7000-99-FIM                                         00114800
           END-IF                                                       00114900
                                                                        00115000
           SUBTRACT 1 FROM WRK-LIM-MES                                  00115100
           EVALUATE WRK-LIM-MES                                         00115200
              WHEN 04                                                   00115300
              WHEN 06                                                   00115400
              WHEN 09                                                   00115500
              WHEN 11                                                   00115600
                 MOVE 30                TO WRK-LIM-DIA                  00115700
              WHEN 02                                                   00115800
                 DIVIDE WRK-LIM-ANO BY 4                                00115900
                    GIVING WRK-ANO-QUOC REMAINDER WRK-ANO-RESTO         00116000
                 IF WRK-ANO-RESTO = ZEROS                               00116100
                    DIVIDE WRK-LIM-ANO BY 100                           00116200
                       GIVING WRK-ANO-QUOC REMAINDER WRK-ANO-RESTO      00116300
                    IF WRK-ANO-RESTO = ZEROS                            00116400
                       DIVIDE WRK-LIM-ANO BY 400                        00116500
                          GIVING WRK-ANO-QUOC                           00116600
                          REMAINDER WRK-ANO-RESTO                       00116700
                       IF WRK-ANO-RESTO = ZEROS                         00116800
                          MOVE 29       TO WRK-LIM-DIA                  00116900
                       ELSE                                             00117000
                          MOVE 28       TO WRK-LIM-DIA                  00117100
                       END-IF                                           00117200
                    ELSE                                                00117300
                       MOVE 29          TO WRK-LIM-DIA                  00117400
                    END-IF                                              00117500
                 ELSE                                                   00117600
                    MOVE 28             TO WRK-LIM-DIA                  00117700
                 END-IF                                                 00117800
              WHEN OTHER                                                00117900
                 MOVE 31                TO WRK-LIM-DIA                  00118000
           END-EVALUATE.                                                00118100
                                                                        00118200
      *----------------------------------------------------------------*00118300
       7000-99-FIM.                                   EXIT.             00118400
      *----------------------------------------------------------------*00118500
                                                                        00118600
      ******************************************************************00118700
      *         V E R I F I C A R   I D A D E                          *00118800
      *     WRK-CMP-DATA/WRK-CMP-HORA ANTERIOR AO LIMITE DA TRAVA      *00118900
      *     (AGORA MENOS WRK-HORAS-TRAVA) LIGA WRK-FLAG-ANTIGA         *00119000
      ******************************************************************00119100
                                                                        00119200
      *----------------------------------------------------------------*00119300
       7100-VERIFICAR-IDADE                           SECTION.          00119400
      *----------------------------------------------------------------*00119500
                                                                        00119600
           MOVE 'N'                     TO WRK-FLAG-ANTIGA              00119700
           IF WRK-CMP-DATA LESS WRK-TRAVA-LIM-DATA                      00119800
              MOVE 'S'                  TO WRK-FLAG-ANTIGA              00119900
           END-IF                                                       00120000
           IF WRK-CMP-DATA = WRK-TRAVA-LIM-DATA AND                     00120100
              WRK-CMP-HORA LESS WRK-TRAVA-LIM-HORA                      00120200
              MOVE 'S'                  TO WRK-FLAG-ANTIGA              00120300
           END-IF.                                                      00120400
                                                                        00120500
      *----------------------------------------------------------------*00120600
       7100-99-FIM.                                   EXIT.             00120700
      *----------------------------------------------------------------*00120800
                                                                        00120900
      ******************************************************************00121000
      *            G R A V A R   L I N H A   D O   P A I N E L         *00121100
      *     COR PELO RC DA LINHA (00 VERDE, 04 AMARELO, 08             *00121200
      *     VERMELHO), LINHA NO PAINREL, DETALHE NO PAINDASH E O       *00121300
      *     PIOR RC DO PAINEL PARA O RETURN-CODE DO JOB                *00121400
      ******************************************************************00121500
                                                                        00121600
      *----------------------------------------------------------------*00121700
       7500-GRAVAR-LINHA                              SECTION.          00121800
      *----------------------------------------------------------------*00121900
                                                                        00122000
           EVALUATE WRK-LIN-RC                                          00122100
              WHEN 00                                                   00122200
                 MOVE 'VERDE'           TO WRK-LIN-COR                  00122300
                 ADD 1 TO ACU-VERDE                                     00122400
              WHEN 04                                                   00122500
                 MOVE 'AMARELO'         TO WRK-LIN-COR                  00122600
                 ADD 1 TO ACU-AMARELO                                   00122700
              WHEN OTHER                                                00122800
                 MOVE 'VERMELHO'        TO WRK-LIN-COR                  00122900
                 ADD 1 TO ACU-VERMELHO                                  00123000
           END-EVALUATE                                                 00123100
           ADD 1 TO ACU-LINHAS                                          00123200
           IF WRK-LIN-RC GREATER WRK-PIOR-RC                            00123300
              MOVE WRK-LIN-RC           TO WRK-PIOR-RC                  00123400
           END-IF                                                       00123500
                                                                        00123600
           MOVE WRK-LIN-QTDE            TO WRK-QTDE-ED                  00123700
           MOVE ' '                     TO PAINREL-CC                   00123800
           MOVE SPACES                  TO PAINREL-LINHA                00123900
           STRING WRK-LIN-COR ' ' WRK-LIN-AREA '  ' WRK-LIN-CHAVE       00124000
                  '  ' WRK-QTDE-ED '  ' WRK-LIN-DATA                    00124100
                  '  ' WRK-LIN-TEXTO                                    00124200
                  INTO PAINREL-LINHA                                    00124300
           WRITE PAINREL-REC.                                           00124400
                                                                        00124500
           MOVE SPACES                  TO PAINDASH-REC                 00124600
           MOVE 'D'                     TO PAINDASH-TIPO                00124700
           MOVE WRK-LIN-AREA            TO PAINDASH-D-AREA              00124800
           MOVE WRK-LIN-COR             TO PAINDASH-D-COR               00124900
           MOVE WRK-LIN-RC              TO PAINDASH-D-RC                00125000
           MOVE WRK-LIN-CHAVE           TO PAINDASH-D-CHAVE             00125100
           MOVE WRK-LIN-QTDE            TO PAINDASH-D-QTDE              00125200
           MOVE WRK-LIN-DATA            TO PAINDASH-D-DATA              00125300
           MOVE WRK-LIN-TEXTO           TO PAINDASH-D-TEXTO             00125400
           WRITE PAINDASH-REC.                                          00125500
                                                                        00125600
      *----------------------------------------------------------------*00125700
       7500-99-FIM.                                   EXIT.             00125800
      *----------------------------------------------------------------*00125900
                                                                        00126000
      ******************************************************************00126100
      *                       F I N A L I Z A R                        *00126200
      ******************************************************************00126300
                                                                        00126400
      *----------------------------------------------------------------*00126500
       8000-FINALIZAR                                 SECTION.          00126600
      *----------------------------------------------------------------*00126700
                                                                        00126800
      *    ERRO DE DB2 (RC 16) SOBREPOE A PIOR COR - O PAINEL           00126900
      *    FICOU INCOMPLETO                                             00127000
           IF RETURN-CODE = ZEROS                                       00127100
              MOVE WRK-PIOR-RC          TO RETURN-CODE                  00127200
           END-IF                                                       00127300
                                                                        00127400
           EVALUATE RETURN-CODE                                         00127500
              WHEN 00                                                   00127600
                 MOVE 'VERDE'           TO WRK-COR-GERAL                00127700
              WHEN 04                                                   00127800
                 MOVE 'AMARELO'         TO WRK-COR-GERAL                00127900
              WHEN OTHER                                                00128000
                 MOVE 'VERMELHO'        TO WRK-COR-GERAL                00128100
           END-EVALUATE                                                 00128200
                                                                        00128300
           MOVE ' '                     TO PAINREL-CC                   00128400
           MOVE ALL '-'                 TO PAINREL-LINHA                00128500
           WRITE PAINREL-REC.                                           00128600
                                                                        00128700
           MOVE ' '                     TO PAINREL-CC                   00128800
           MOVE SPACES                  TO PAINREL-LINHA                00128900
           STRING 'LINHAS: ' ACU-LINHAS                                 00129000
                  '  VERDE: ' ACU-VERDE                                 00129100
                  '  AMARELO: ' ACU-AMARELO                             00129200
                  '  VERMELHO: ' ACU-VERMELHO                           00129300
                  '  SITUACAO GERAL: ' WRK-COR-GERAL                    00129400
                  INTO PAINREL-LINHA                                    00129500
           WRITE PAINREL-REC.                                           00129600
                                                                        00129700
           IF RETURN-CODE = 16                                          00129800
              MOVE ' '                  TO PAINREL-CC                   00129900
              MOVE SPACES               TO PAINREL-LINHA                00130000
              STRING 'PAINEL INCOMPLETO - FALHA DE DB2 NA SECTION '     00130100
                     WRK-LOG-SECTION ' SQLCODE ' WRK-SQLCODE            00130200
                     INTO PAINREL-LINHA                                 00130300
              WRITE PAINREL-REC                                         00130400
           END-IF                                                       00130500
                                                                        00130600
           MOVE SPACES                  TO PAINDASH-REC                 00130700
           MOVE 'T'                     TO PAINDASH-TIPO                00130800
           MOVE ACU-LINHAS              TO PAINDASH-T-QTD-LINHAS        00130900
           MOVE ACU-VERDE               TO PAINDASH-T-QTD-VERDE         00131000
           MOVE ACU-AMARELO             TO PAINDASH-T-QTD-AMARELO       00131100
           MOVE ACU-VERMELHO            TO PAINDASH-T-QTD-VERMELHO      00131200
           MOVE WRK-COR-GERAL           TO PAINDASH-T-COR               00131300
           MOVE RETURN-CODE             TO PAINDASH-T-RC                00131400
           WRITE PAINDASH-REC.                                          00131500
                                                                        00131600
           CLOSE PAINREL PAINDASH                                       00131700
                                                                        00131800
           DISPLAY '*=================== FR09DB39 ====================*'00131900
           DISPLAY '*                                                 *'00132000
           DISPLAY '* ACUMULADORES:                                   *'00132100
           DISPLAY '* LINHAS DO PAINEL...: ' ACU-LINHAS                 00132200
           DISPLAY '* VERDE..............: ' ACU-VERDE                  00132300
           DISPLAY '* AMARELO............: ' ACU-AMARELO                00132400
           DISPLAY '* VERMELHO...........: ' ACU-VERMELHO               00132500
           DISPLAY '* CHECKPOINTS........: ' ACU-CHECK                  00132600
           DISPLAY '* TRAVAS RUNCTL......: ' ACU-TRAVAS                 00132700
           DISPLAY '* PARTICOES EXECLOG..: ' ACU-PARTICOES              00132800
           DISPLAY '* SEM RECIBO.........: ' ACU-SEM-RECIBO             00132900
           DISPLAY '* SITUACAO GERAL.....: ' WRK-COR-GERAL              00133000
           DISPLAY '*                                                 *'00133100
           DISPLAY '*=================== FR09DB39 ====================*'00133200
           DISPLAY ' '.                                                 00133300
                                                                        00133400
      *----------------------------------------------------------------*00133500
       8000-99-FIM.                                   EXIT.             00133600
      *----------------------------------------------------------------*00133700
                                                                        00133800
      ******************************************************************00133900
      *                     T R A T A R   E R R O                      *00134000
      ******************************************************************00134100
                                                                        00134200
      *----------------------------------------------------------------*00134300
       9000-TRATAR-ERRO                               SECTION.          00134400
      *----------------------------------------------------------------*00134500
                                                                        00134600
           ACCEPT WRK-LOG-DATA               FROM DATE YYYYMMDD         00134700
           ACCEPT WRK-LOG-HORA               FROM TIME                  00134800
           CALL 'GRAVALOG'                       USING WRK-LOG          00134900
           MOVE 16                TO RETURN-CODE                        00135000
           PERFORM 8000-FINALIZAR                                       00135100
           GOBACK.                                                      00135200
                                                                        00135300
      *----------------------------------------------------------------*00135400
       9000-99-FIM.                                   EXIT.             00135500
      *----------------------------------------------------------------*00135600
