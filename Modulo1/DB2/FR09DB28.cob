      *       FOU001.PENDENTE       I/O                  #BKPEND       *00004100
      *       FOU001.FUNC2          I/O                  #BKFUNC2      *00004200
      *       FOU001.CHECK          I/O                  #BKCHECK      *00004300
      *       FOU001.FUNCAUD         O                   #BKFUNCAUD    *00004350
      *       FOU001.RUNCTL         I/O                  #BKRUNCTL     *00004400
      *                                                                *00004500
      *----------------------------------------------------------------*00004600
           EXEC SQL                                                     00012000
             INCLUDE #BKRUNCTL                                          00012100
           END-EXEC.                                                    00012200
                                                                        00012220
           EXEC SQL                                                     00012240
             INCLUDE #BKFUNCAUD                                         00012260
           END-EXEC.                                                    00012280
                                                                        00012300
           EXEC SQL                                                     00012400
              INCLUDE SQLCA                                             00012500
       77 WRK-TRAVA-RECURSO       PIC X(10)                VALUE SPACES.00017700
       77 WRK-TRAVA-DATA          PIC 9(08)                 VALUE ZEROS.00017800
       77 WRK-TRAVA-HORA          PIC 9(08)                 VALUE ZEROS.00017900
       77 WRK-RUN-ID              PIC X(16)                VALUE SPACES.00017950
                                                                        00018000
       01  WRK-HOJE-X.                                                  00018100
           05  WRK-HOJE-ANO            PIC 9(04).                       00018200
           MOVE SPACES                 TO DB2-RUN-IDEXEC                00047000
           STRING WRK-TRAVA-DATA WRK-TRAVA-HORA                         00047100
                  INTO DB2-RUN-IDEXEC                                   00047200
      *    O ID DA TRAVA E TAMBEM O ID DA EXECUCAO NA AUDITORIA         00047233
           MOVE DB2-RUN-IDEXEC         TO WRK-RUN-ID                    00047266
           MOVE WRK-TRAVA-DATA         TO DB2-RUN-DATAINI               00047300
           MOVE WRK-TRAVA-HORA         TO DB2-RUN-HORAINI               00047400
                                                                        00047500
           MOVE DB2-PEN-ID              TO DB2-ID                       00055800
           EXEC SQL                                                     00055900
              SELECT NOME, SETOR, SALARIO, DATAADM, EMAIL,              00056000
                     SITUACAO, DATADEM                                  00056100
                INTO :DB2-NOME, :DB2-SETOR, :DB2-SALARIO,               00056200
                     :DB2-DATAADM, :DB2-EMAIL :WRK-INDICATOR,           00056300
                     :DB2-SITUACAO, :DB2-DATADEM                        00056400
                FROM FOUR001.FUNC2                                      00056500
               WHERE ID = :DB2-ID                                       00056600
           END-EXEC                                                     00056700
                    ADD 1 TO ACU-IGUAIS                                 00058000
                    MOVE 'IGUAL'       TO WRK-ACAO                      00058100
                 ELSE                                                   00058200
                    PERFORM 2700-GUARDAR-ANTES                          00058266
                    PERFORM 2110-ALTERAR-FUNC2                          00058332
                 END-IF                                                 00058400
              WHEN 100                                                  00058500
                 PERFORM 2120-INCLUIR-FUNC2                             00058600
                                                                        00063000
           IF SQLCODE = 0                                               00063100
              ADD 1 TO ACU-ALTDS                                        00063200
              MOVE 'ALTERADO'           TO WRK-ACAO                     00063250
              MOVE 'A'                  TO DB2-AUD-OPERACAO             00063300
              PERFORM 2710-GRAVAR-AUDITORIA                             00063350
           ELSE                                                         00063400
              MOVE SQLCODE              TO WRK-LOG-SQLCODE              00063500
              MOVE 'FR09DB28'           TO WRK-LOG-PROGRAMA             00063600
                                                                        00067200
           IF SQLCODE = 0                                               00067300
              ADD 1 TO ACU-INCLS                                        00067400
              MOVE 'INCLUIDO'           TO WRK-ACAO                     00067450
              MOVE 'I'                  TO DB2-AUD-OPERACAO             00067500
              PERFORM 2710-GRAVAR-AUDITORIA                             00067550
           ELSE                                                         00067600
              MOVE SQLCODE              TO WRK-LOG-SQLCODE              00067700
              MOVE 'FR09DB28'           TO WRK-LOG-PROGRAMA             00067800
       2130-DESLIGAR-FUNC2                            SECTION.          00069500
      *----------------------------------------------------------------*00069600
                                                                        00069700
           MOVE DB2-PEN-ID              TO DB2-ID                       00069707
      *    IMAGEM ANTES PARA A AUDITORIA - SEM LINHA (SQLCODE 100)      00069712
      *    O UPDATE ABAIXO TAMBEM NAO ACHA E A PENDENCIA SAI COMO       00069717
      *    NAO APLICADA                                                 00069722
           EXEC SQL                                                     00069728
              SELECT NOME, SETOR, SALARIO, DATAADM, EMAIL,              00069735
                     SITUACAO, DATADEM                                  00069742
                INTO :DB2-NOME, :DB2-SETOR, :DB2-SALARIO,               00069749
                     :DB2-DATAADM, :DB2-EMAIL :WRK-INDICATOR,           00069756
                     :DB2-SITUACAO, :DB2-DATADEM                        00069763
                FROM FOUR001.FUNC2                                      00069770
               WHERE ID = :DB2-ID                                       00069777
           END-EXEC                                                     00069784
                                                                        00069791
           EVALUATE SQLCODE                                             00069798
              WHEN 0                                                    00069805
                 IF WRK-INDICATOR NOT = 0                               00069812
                    MOVE SPACES        TO DB2-EMAIL                     00069819
                 END-IF                                                 00069826
                 PERFORM 2700-GUARDAR-ANTES                             00069833
              WHEN 100                                                  00069840
                 CONTINUE                                               00069847
              WHEN OTHER                                                00069854
                 MOVE SQLCODE              TO WRK-SQLCODE               00069861
                 MOVE SQLCODE              TO WRK-LOG-SQLCODE           00069868
                 MOVE 'FR09DB28'           TO WRK-LOG-PROGRAMA          00069875
                 MOVE '2130-DESLIGAR-FUNC2' TO WRK-LOG-SECTION          00069882
                 MOVE 'ERRO NO SELECT FUNC2' TO WRK-LOG-MENSAGEM        00069889
                 PERFORM 9000-TRATAR-ERRO                               00069891
           END-EVALUATE                                                 00069893
                                                                        00069895
           MOVE 'D'                     TO DB2-SITUACAO                 00069900
           IF DB2-PEN-DATADEM = SPACES                                  00070000
              MOVE DB2-PEN-DATAEFET     TO DB2-DATADEM                  00070100
           EVALUATE SQLCODE                                             00071600
              WHEN 0                                                    00071700
                 ADD 1 TO ACU-DESLS                                     00071800
                 MOVE 'DESLIGADO'       TO WRK-ACAO                     00071850
                 MOVE 'D'               TO DB2-AUD-OPERACAO             00071900
                 PERFORM 2710-GRAVAR-AUDITORIA                          00071950
      *       SEM LINHA ATIVA PARA DESLIGAR (INEXISTENTE OU JA          00072000
      *       DESLIGADO) - A PENDENCIA E BAIXADA E REPORTADA            00072100
              WHEN 100                                                  00072200
      *----------------------------------------------------------------*00085100
       2600-99-FIM.                                   EXIT.             00085200
      *----------------------------------------------------------------*00085300
                                                                        00085301
      ******************************************************************00085302
      *          G U A R D A R   I M A G E M   A N T E S               *00085303
      *     COPIA A LINHA LIDA DE FUNC2 PARA A IMAGEM ANTES DA         *00085304
      *     AUDITORIA - CHAMADA ANTES DE SOBREPOR AS HOST VARIABLES    *00085305
      ******************************************************************00085306
                                                                        00085307
      *----------------------------------------------------------------*00085308
       2700-GUARDAR-ANTES                                    SECTION.   00085309
      *----------------------------------------------------------------*00085310
                                                                        00085311
           MOVE DB2-NOME                TO DB2-AUD-NOME-ANT             00085312
           MOVE DB2-SETOR               TO DB2-AUD-SETOR-ANT            00085313
           MOVE DB2-SALARIO             TO DB2-AUD-SALARIO-ANT          00085314
           MOVE DB2-DATAADM             TO DB2-AUD-DATAADM-ANT          00085315
           MOVE DB2-EMAIL               TO DB2-AUD-EMAIL-ANT            00085316
           MOVE DB2-SITUACAO            TO DB2-AUD-SITUACAO-ANT         00085317
           MOVE DB2-DATADEM             TO DB2-AUD-DATADEM-ANT.         00085318
                                                                        00085319
      *----------------------------------------------------------------*00085320
       2700-99-FIM.                                   EXIT.             00085321
      *----------------------------------------------------------------*00085322
                                                                        00085323
      ******************************************************************00085324
      *          G R A V A R   A U D I T O R I A                       *00085325
      *     UMA LINHA EM FOUR001.FUNCAUD POR MUDANCA APLICADA, NA      *00085326
      *     MESMA UNIDADE DE TRABALHO DO UPDATE/INSERT: UM ROLLBACK    *00085327
      *     DESFAZ AS DUAS E O REINICIO NAO DUPLICA A TRILHA.          *00085328
      *     A IMAGEM DEPOIS E A LINHA GRAVADA (HOST VARIABLES DE       *00085329
      *     FUNC2); NA INCLUSAO A IMAGEM ANTES FICA EM BRANCO          *00085330
      ******************************************************************00085331
                                                                        00085332
      *----------------------------------------------------------------*00085333
       2710-GRAVAR-AUDITORIA                                 SECTION.   00085334
      *----------------------------------------------------------------*00085335
                                                                        00085336
           IF DB2-AUD-OPERACAO = 'I'                                    00085337
              MOVE SPACES               TO DB2-AUD-NOME-ANT             00085338
                                           DB2-AUD-SETOR-ANT            00085339
                                           DB2-AUD-DATAADM-ANT          00085340
                                           DB2-AUD-EMAIL-ANT            00085341
                                           DB2-AUD-SITUACAO-ANT         00085342
                                           DB2-AUD-DATADEM-ANT          00085343
              MOVE ZEROS                TO DB2-AUD-SALARIO-ANT          00085344
           END-IF                                                       00085345
                                                                        00085346
           MOVE DB2-ID                  TO DB2-AUD-ID                   00085347
           MOVE 'FR09DB28'              TO DB2-AUD-PROGRAMA             00085348
           MOVE WRK-RUN-ID              TO DB2-AUD-IDEXEC               00085349
           ACCEPT DB2-AUD-DATA          FROM DATE YYYYMMDD              00085350
           ACCEPT DB2-AUD-HORA          FROM TIME                       00085351
           MOVE DB2-NOME                TO DB2-AUD-NOME-NOV             00085352
           MOVE DB2-SETOR               TO DB2-AUD-SETOR-NOV            00085353
           MOVE DB2-SALARIO             TO DB2-AUD-SALARIO-NOV          00085354
           MOVE DB2-DATAADM             TO DB2-AUD-DATAADM-NOV          00085355
           MOVE DB2-EMAIL               TO DB2-AUD-EMAIL-NOV            00085356
           MOVE DB2-SITUACAO            TO DB2-AUD-SITUACAO-NOV         00085357
           MOVE DB2-DATADEM             TO DB2-AUD-DATADEM-NOV          00085358
                                                                        00085359
           EXEC SQL                                                     00085360
              INSERT INTO FOUR001.FUNCAUD                               00085361
                  (ID, DATA, HORA, PROGRAMA, IDEXEC, OPERACAO,          00085362
                   NOME_ANT, SETOR_ANT, SALARIO_ANT, DATAADM_ANT,       00085363
                   EMAIL_ANT, SITUACAO_ANT, DATADEM_ANT,                00085364
                   NOME_NOV, SETOR_NOV, SALARIO_NOV, DATAADM_NOV,       00085365
                   EMAIL_NOV, SITUACAO_NOV, DATADEM_NOV)                00085366
                VALUES (:DB2-AUD-ID, :DB2-AUD-DATA, :DB2-AUD-HORA,      00085367
                   :DB2-AUD-PROGRAMA, :DB2-AUD-IDEXEC,                  00085368
                   :DB2-AUD-OPERACAO,                                   00085369
                   :DB2-AUD-NOME-ANT, :DB2-AUD-SETOR-ANT,               00085370
                   :DB2-AUD-SALARIO-ANT, :DB2-AUD-DATAADM-ANT,          00085371
                   :DB2-AUD-EMAIL-ANT, :DB2-AUD-SITUACAO-ANT,           00085372
                   :DB2-AUD-DATADEM-ANT,                                00085373
                   :DB2-AUD-NOME-NOV, :DB2-AUD-SETOR-NOV,               00085374
                   :DB2-AUD-SALARIO-NOV, :DB2-AUD-DATAADM-NOV,          00085375
                   :DB2-AUD-EMAIL-NOV, :DB2-AUD-SITUACAO-NOV,           00085376
                   :DB2-AUD-DATADEM-NOV)                                00085377
           END-EXEC                                                     00085378
                                                                        00085379
           IF SQLCODE NOT = 0                                           00085380
              MOVE SQLCODE              TO WRK-LOG-SQLCODE              00085381
              MOVE 'FR09DB28'           TO WRK-LOG-PROGRAMA             00085382
              MOVE '2710-GRAVAR-AUDITORIA' TO WRK-LOG-SECTION           00085383
              MOVE 'ERRO NO INSERT FUNCAUD' TO WRK-LOG-MENSAGEM         00085384
              PERFORM 9000-TRATAR-ERRO                                  00085385
           END-IF.                                                      00085386
                                                                        00085387
      *----------------------------------------------------------------*00085388
       2710-99-FIM.                                   EXIT.             00085389
      *----------------------------------------------------------------*00085390
                                                                        00085400
      ******************************************************************00085500
      *                      F I N A L I Z A R                         *00085600
