      *                   FOUR001.FUNCHIST (MAIOR IDEXECUCAO POR       *00002100
      *                   ID), INCLUI/ALTERA NO MASTER, EXCLUI QUEM    *00002200
      *                   NAO ESTA MAIS NO QUADRO E IMPRIME AS         *00002300
      *                   CONTAGENS POR ACAO NO RELATORIO VSAREL.      *00002340
      *                   DESCARREGA TAMBEM FOUR001.SETOR NO ARQUIVO   *00002380
      *                   SETONL, CARREGADO NO KSDS DE SETORES DA      *00002420
      *                   CONSULTA ONLINE (FR09DB35).                  *00002460
      *----------------------------------------------------------------*00002500
      *                                                                *00002600
      *     ARQUIVOS....:                                              *00002700
      *       DDNAME               I/O                 INCLUDE/BOOK    *00002800
      *       FUNCVSAM              I/O (KSDS)           BKFUNCVS      *00002900
      *       VSAREL                O                    BKVSAREL      *00002966
      *       SETONL                O                    BKSETONL      *00003032
      *                                                                *00003100
      *----------------------------------------------------------------*00003200
      *                                                                *00003300
      *     BASE DE DADOS:                                             *00003400
      *       DDNAME               I/O                 INCLUDE/BOOK    *00003500
      *       FOU001.FUNCHIST       I                                  *00003600
      *       FOU001.FUNC2          I                                  *00003666
      *       FOU001.SETOR          I                    #BKSETOR      *00003732
      *                                                                *00003800
      *----------------------------------------------------------------*00003900
      *                                                                *00004000
                            RECORD KEY IS VSAM-ID                       00006300
                            FILE STATUS IS WRK-FS-VSAM.                 00006400
           SELECT VSAREL    ASSIGN TO VSAREL                            00006500
                            ORGANIZATION IS SEQUENTIAL.                 00006550
           SELECT SETONL    ASSIGN TO SETONL                            00006600
                            ORGANIZATION IS SEQUENTIAL.                 00006650
                                                                        00006700
                                                                        00006800
      *=============================================================*   00006900
           LABEL RECORDS ARE STANDARD.                                  00008300
                                                                        00008400
           COPY 'BKVSAREL'.                                             00008500
      *----------------------------------------------------------------*00008525
      *----------------------------------------------------------------*00008550
       FD  SETONL                                                       00008575
           LABEL RECORDS ARE STANDARD.                                  00008600
                                                                        00008625
           COPY 'BKSETONL'.                                             00008650
      *----------------------------------------------------------------*00008675
                                                                        00008700
      *=============================================================*   00008800
                                                                        00008900
                                                                        00010300
           EXEC SQL                                                     00010400
             INCLUDE #BKFUNC2                                           00010500
           END-EXEC.                                                    00010533
                                                                        00010566
           EXEC SQL                                                     00010599
             INCLUDE #BKSETOR                                           00010632
           END-EXEC.                                                    00010665
                                                                        00010700
           EXEC SQL                                                     00010800
              INCLUDE SQLCA                                             00010900
                          AND F.SITUACAO = 'A')                         00012600
               ORDER BY H.ID                                            00012700
                                                                        00012800
           END-EXEC.                                                    00012818
                                                                        00012836
      *    TABELA DE SETORES PARA O KSDS DA CONSULTA ONLINE             00012854
           EXEC SQL                                                     00012872
              DECLARE CSETOR CURSOR FOR                                 00012890
               SELECT CODSETOR, NOMESETOR                               00012908
                FROM FOUR001.SETOR                                      00012926
               ORDER BY CODSETOR                                        00012944
                                                                        00012962
           END-EXEC.                                                    00012980
      *----------------------------------------------------------------*00013000
       01  FILLER                                  PIC X(050)    VALUE  00013100
           '*** AREA DO ARQUIVO LOGERRO2 ***'.                          00013200
       77 WRK-FIM-VSAM            PIC X(01)                 VALUE 'N'.  00014800
       77 WRK-RUN-DATA            PIC 9(08)                 VALUE ZEROS.00014900
                                                                        00015000
      *    QTDE DE LINHAS VIGENTES DO ID LIDO NO MASTER - ZERO, O       00015150
      *    FUNCIONARIO NAO ESTA MAIS NO QUADRO E SAI NA EXCLUSAO        00015300
       77 WRK-QTD-VIGENTE         PIC S9(09) COMP           VALUE ZEROS.00015400
       77 WRK-FIM-SETOR           PIC X(01)                 VALUE 'N'.  00015500
                                                                        00015600
      *----------------------------------------------------------------*00015700
       01  FILLER                      PIC  X(050)         VALUE        00015800
           '*** AREA DE ACUMULADORES ***'.                              00015900
      *----------------------------------------------------------------*00016000
                                                                        00016100
       77 ACU-LIDOS               PIC 9(08)                 VALUE ZEROS.00016200
       77 ACU-INCLS               PIC 9(08)                 VALUE ZEROS.00016300
       77 ACU-ALTDS               PIC 9(08)                 VALUE ZEROS.00016400
       77 ACU-IGUAIS              PIC 9(08)                 VALUE ZEROS.00016500
       77 ACU-EXCLS               PIC 9(08)                 VALUE ZEROS.00016566
       77 ACU-SETORES             PIC 9(04)                 VALUE ZEROS.00016632
                                                                        00016700
      *----------------------------------------------------------------*00016800
       01  FILLER                 PIC  X(050)         VALUE             00016900
           PERFORM 1000-INICIAR.                                        00018500
           PERFORM 2000-PROCESSAR                                       00018600
                        UNTIL SQLCODE EQUAL 100.                        00018700
           PERFORM 3000-EXCLUIR-AUSENTES.                               00018766
           PERFORM 3500-DESCARREGAR-SETOR.                              00018832
           PERFORM 4000-FINALIZAR.                                      00018900
           STOP RUN.                                                    00019000
                                                                        00019100
       1000-INICIAR                                   SECTION.          00020100
      *----------------------------------------------------------------*00020200
                                                                        00020300
           OPEN OUTPUT VSAREL                                           00020366
           OPEN OUTPUT SETONL                                           00020432
                                                                        00020500
           ACCEPT WRK-RUN-DATA            FROM DATE YYYYMMDD            00020600
                                                                        00020700
              END-IF                                                    00034100
           END-IF                                                       00034200
                                                                        00034300
           PERFORM 1100-LER-VIGENTE.                                    00034800
                                                                        00034900
      *----------------------------------------------------------------*00035000
                                                                        00041600
      ******************************************************************00041700
      *      E X C L U I R   A U S E N T E S                           *00041800
      *     PASSADA SEQUENCIAL NO MASTER: ID QUE NAO ESTA MAIS ATIVO   *00041900
      *     EM FUNC2 (OU SEM FOTO NO FUNCHIST) SAI DO MASTER           *00042000
      ******************************************************************00042100
                                                                        00042200
      *----------------------------------------------------------------*00042300
       3200-AVALIAR-EXCLUSAO                          SECTION.          00045800
      *----------------------------------------------------------------*00045900
                                                                        00046000
           IF VSAM-ID GREATER ZEROS                                     00046042
              PERFORM 3210-VERIFICAR-VIGENTE                            00046084
           END-IF                                                       00046126
                                                                        00046168
           IF VSAM-ID GREATER ZEROS                                     00046210
              AND WRK-QTD-VIGENTE = ZEROS                               00046252
              DELETE FUNCVSAM                                           00046300
              IF WRK-FS-VSAM = '00'                                     00046400
                 ADD 1 TO ACU-EXCLS                                     00046500
           PERFORM 3100-LER-PROXIMO.                                    00047800
                                                                        00047900
      *----------------------------------------------------------------*00048000
       3200-99-FIM.                                   EXIT.             00048005
      *----------------------------------------------------------------*00048010
                                                                        00048015
      ******************************************************************00048020
      *      V E R I F I C A R   V I G E N T E                         *00048025
      *     O ID DO MASTER CONTINUA NO QUADRO SE ESTA ATIVO EM FUNC2   *00048030
      *     E TEM FOTO EM FUNCHIST - MESMO CRITERIO DO CURSOR CVIG     *00048035
      ******************************************************************00048040
                                                                        00048045
      *----------------------------------------------------------------*00048050
       3210-VERIFICAR-VIGENTE                         SECTION.          00048055
      *----------------------------------------------------------------*00048060
                                                                        00048065
           MOVE VSAM-ID                 TO DB2-ID                       00048070
           EXEC SQL                                                     00048075
              SELECT COUNT(*)                                           00048080
                INTO :WRK-QTD-VIGENTE                                   00048085
                FROM FOUR001.FUNC2 F                                    00048090
               WHERE F.ID       = :DB2-ID                               00048095
                 AND F.SITUACAO = 'A'                                   00048100
                 AND EXISTS                                             00048105
                    (SELECT 1 FROM FOUR001.FUNCHIST H                   00048110
                      WHERE H.ID = F.ID)                                00048115
           END-EXEC.                                                    00048120
                                                                        00048125
           IF SQLCODE NOT = 0                                           00048130
              MOVE SQLCODE              TO WRK-SQLCODE                  00048135
              MOVE SQLCODE              TO WRK-LOG-SQLCODE              00048140
              MOVE 'FR09DB27'           TO WRK-LOG-PROGRAMA             00048145
              MOVE '3210-VERIFICAR-VIGENTE' TO WRK-LOG-SECTION          00048150
              MOVE 'ERRO NO SELECT FUNC2/FUNCHIST' TO WRK-LOG-MENSAGEM  00048155
              PERFORM 9000-TRATAR-ERRO                                  00048160
           END-IF.                                                      00048165
                                                                        00048170
      *----------------------------------------------------------------*00048175
       3210-99-FIM.                                   EXIT.             00048180
      *----------------------------------------------------------------*00048200
                                                                        00048202
      ******************************************************************00048204
      *      D E S C A R R E G A R   S E T O R E S                     *00048206
      *     COPIA DE FOUR001.SETOR PARA O KSDS FR09.ONLINE.SETVSAM     *00048208
      *     (REPRO NO STEP SEGUINTE DO JOB) - A CONSULTA ONLINE        *00048210
      *     MOSTRA O NOME DO SETOR SEM ACESSO AO DB2                   *00048212
      ******************************************************************00048214
                                                                        00048216
      *----------------------------------------------------------------*00048218
       3500-DESCARREGAR-SETOR                         SECTION.          00048220
      *----------------------------------------------------------------*00048222
                                                                        00048224
           EXEC SQL                                                     00048226
              OPEN CSETOR                                               00048228
           END-EXEC                                                     00048230
                                                                        00048232
           IF SQLCODE NOT = 0                                           00048234
              MOVE SQLCODE              TO WRK-SQLCODE                  00048236
              MOVE SQLCODE              TO WRK-LOG-SQLCODE              00048238
              MOVE 'FR09DB27'           TO WRK-LOG-PROGRAMA             00048240
              MOVE '3500-DESCARREGAR-SETOR' TO WRK-LOG-SECTION          00048242
              MOVE 'ERRO NO OPEN CURSOR CSETOR' TO WRK-LOG-MENSAGEM     00048244
              PERFORM 9000-TRATAR-ERRO                                  00048246
           END-IF                                                       00048248
                                                                        00048250
           PERFORM 3510-LER-SETOR                                       00048252
           PERFORM 3520-GRAVAR-SETOR                                    00048254
                        UNTIL WRK-FIM-SETOR EQUAL 'S'                   00048256
                                                                        00048258
           EXEC SQL                                                     00048260
              CLOSE CSETOR                                              00048262
           END-EXEC.                                                    00048264
                                                                        00048266
      *----------------------------------------------------------------*00048268
       3500-99-FIM.                                   EXIT.             00048270
      *----------------------------------------------------------------*00048272
                                                                        00048274
      *----------------------------------------------------------------*00048276
       3510-LER-SETOR                                 SECTION.          00048278
      *----------------------------------------------------------------*00048280
                                                                        00048282
           EXEC SQL                                                     00048284
             FETCH CSETOR                                               00048286
              INTO :DB2-REF-CODSETOR,                                   00048288
                   :DB2-REF-NOMESETOR                                   00048290
           END-EXEC.                                                    00048292
                                                                        00048294
           EVALUATE SQLCODE                                             00048296
            WHEN 0                                                      00048298
              CONTINUE                                                  00048300
                                                                        00048302
            WHEN 100                                                    00048304
              MOVE 'S'                  TO WRK-FIM-SETOR                00048306
                                                                        00048308
            WHEN OTHER                                                  00048310
              MOVE SQLCODE              TO WRK-SQLCODE                  00048312
              MOVE SQLCODE              TO WRK-LOG-SQLCODE              00048314
              MOVE 'FR09DB27'           TO WRK-LOG-PROGRAMA             00048316
              MOVE '3510-LER-SETOR'     TO WRK-LOG-SECTION              00048318
              MOVE 'ERRO NO FETCH CSETOR' TO WRK-LOG-MENSAGEM           00048320
              PERFORM 9000-TRATAR-ERRO                                  00048322
           END-EVALUATE.                                                00048324
                                                                        00048326
      *----------------------------------------------------------------*00048328
       3510-99-FIM.                                   EXIT.             00048330
      *----------------------------------------------------------------*00048332
                                                                        00048334
      *----------------------------------------------------------------*00048336
       3520-GRAVAR-SETOR                              SECTION.          00048338
      *----------------------------------------------------------------*00048340
                                                                        00048342
           MOVE DB2-REF-CODSETOR        TO SETONL-CODSETOR              00048344
           MOVE DB2-REF-NOMESETOR       TO SETONL-NOMESETOR             00048346
           WRITE SETONL-REC                                             00048348
           ADD 1 TO ACU-SETORES                                         00048350
                                                                        00048352
           PERFORM 3510-LER-SETOR.                                      00048354
                                                                        00048356
      *----------------------------------------------------------------*00048358
       3520-99-FIM.                                   EXIT.             00048360
      *----------------------------------------------------------------*00048362
      ******************************************************************00048400
      *                      F I N A L I Z A R                         *00048500
      ******************************************************************00048600
                  '  INCLUIDOS: ' ACU-INCLS                             00049900
                  '  ALTERADOS: ' ACU-ALTDS                             00050000
                  '  SEM ALTERACAO: ' ACU-IGUAIS                        00050100
                  '  EXCLUIDOS: ' ACU-EXCLS                             00050166
                  '  SETORES: ' ACU-SETORES                             00050232
                  INTO VSAREL-LINHA                                     00050300
           WRITE VSAREL-REC                                             00050400
                                                                        00050500
              WRITE VSAREL-REC                                          00051100
           END-IF                                                       00051200
                                                                        00051300
           CLOSE FUNCVSAM VSAREL SETONL                                 00051400
                                                                        00051500
           DISPLAY '*=================== FR09DB27 ====================*'00051600
           DISPLAY '*                                                 *'00051700
           DISPLAY '* INCLUIDOS..........: ' ACU-INCLS                  00052000
           DISPLAY '* ALTERADOS..........: ' ACU-ALTDS                  00052100
           DISPLAY '* SEM ALTERACAO......: ' ACU-IGUAIS                 00052200
           DISPLAY '* EXCLUIDOS..........: ' ACU-EXCLS                  00052266
           DISPLAY '* SETORES ONLINE.....: ' ACU-SETORES                00052332
           DISPLAY '*                                                 *'00052400
           DISPLAY '*=================== FR09DB27 ====================*'00052500
           DISPLAY ' '.                                                 00052600
