      *                   IMPRIME POR SETOR: QTDE ANTES/DEPOIS COM     *00002100
      *                   ENTRADAS E SAIDAS DE FUNCIONARIOS, TOTAL     *00002200
      *                   E MEDIA DE SALARIO ANTES/DEPOIS E A          *00002300
      *                   VARIACAO PERCENTUAL, COM TOTAL GERAL. NO     *00002340
      *                   RODAPE LISTA AS EXECUCOES DO FR09DB15/       *00002380
      *                   FR09DB19 REVERTIDAS PELO FR09DB38 (STATUS    *00002420
      *                   'R' NO EXECLOG) ENTRE AS DUAS EXECUCOES.     *00002460
      *----------------------------------------------------------------*00002500
      *     PARM.......: 'IDEXEC-ANTERIOR,IDEXEC-ATUAL' (16+16) OU     *00002600
      *                  BRANCO = DUAS ULTIMAS EXECUCOES 'C'           *00002700
       77 WRK-AGG-SETOR          PIC X(10)           VALUE SPACES.      00010600
       77 WRK-AGG-QTDE           PIC S9(09) COMP     VALUE ZEROS.       00010700
       77 WRK-AGG-SOMA           PIC S9(13)V99 COMP-3 VALUE ZEROS.      00010800
       77 WRK-REV-DATA-ANT       PIC 9(08)           VALUE ZEROS.       00010833
       77 WRK-REV-DATA-ATU       PIC 9(08)           VALUE ZEROS.       00010866
                                                                        00010900
           EXEC SQL                                                     00011000
              DECLARE CULT   CURSOR FOR                                 00011100
               ORDER BY A.SETOR                                         00015700
                                                                        00015800
           END-EXEC.                                                    00015900
                                                                        00015906
      *    EXECUCOES REVERTIDAS PELO FR09DB38 ENTRE AS DUAS             00015912
      *    COMPARADAS: A PROPRIA EXECUCAO OU A REVERSAO NO PERIODO      00015918
           EXEC SQL                                                     00015924
              DECLARE CREVT  CURSOR FOR                                 00015930
               SELECT IDEXECUCAO, IDCHECK, DATAFIM, GRAVS, ERROS        00015936
                FROM FOUR001.EXECLOG                                    00015942
                 WHERE STATUS = 'R'                                     00015948
                   AND ((IDEXECUCAO > :WRK-IDEXEC-ANT                   00015954
                     AND IDEXECUCAO < :WRK-IDEXEC-ATU)                  00015960
                    OR (DATAFIM >= :WRK-REV-DATA-ANT                    00015966
                     AND DATAFIM <= :WRK-REV-DATA-ATU))                 00015972
               ORDER BY IDEXECUCAO                                      00015978
                                                                        00015984
           END-EXEC.                                                    00015990
      *----------------------------------------------------------------*00016000
       01  FILLER                                  PIC X(050)    VALUE  00016100
           '*** AREA DO ARQUIVO LOGERRO2 ***'.                          00016200
       77 WRK-MEDIA-ANT-ED        PIC ZZZZZZ9,99.                       00018900
       77 WRK-MEDIA-ATU-ED        PIC ZZZZZZ9,99.                       00019000
       77 WRK-VARIACAO-ED         PIC -ZZZZ9,99.                        00019100
       77 WRK-REV-PROGRAMA        PIC X(10)                VALUE SPACES.00019150
                                                                        00019200
       01  WRK-PARM-X.                                                  00019300
           05  WRK-PARM-ANT            PIC X(16).                       00019400
       77 ACU-SAIRAM              PIC S9(09) COMP           VALUE ZEROS.00022000
       77 ACU-SOMA-ANT            PIC S9(13)V99 COMP-3      VALUE ZEROS.00022100
       77 ACU-SOMA-ATU            PIC S9(13)V99 COMP-3      VALUE ZEROS.00022200
       77 ACU-REVERTIDAS          PIC S9(09) COMP           VALUE ZEROS.00022250
                                                                        00022300
      *----------------------------------------------------------------*00022400
       01  FILLER                 PIC  X(050)         VALUE             00022500
              PERFORM 3000-ACUMULAR-ENTRADAS                            00025600
              PERFORM 3500-ACUMULAR-SAIDAS                              00025700
              PERFORM 4000-IMPRIMIR-COMPARATIVO                         00025800
              PERFORM 4500-IMPRIMIR-REVERSOES                           00025850
           END-IF                                                       00025900
           PERFORM 5000-FINALIZAR.                                      00026000
           STOP RUN.                                                    00026100
      *----------------------------------------------------------------*00083300
                                                                        00083400
      ******************************************************************00083500
      *      I M P R I M I R   R E V E R S O E S                       *00083501
      *     EXECUCOES DO FR09DB15/FR09DB19 REVERTIDAS PELO FR09DB38    *00083502
      *     (STATUS 'R' NO EXECLOG) ENTRE AS DUAS EXECUCOES            *00083503
      *     COMPARADAS - PARTE DA DIFERENCA ENTRE ELAS PODE VIR DA     *00083504
      *     EXECUCAO OU DA SUA REVERSAO                                *00083505
      ******************************************************************00083506
                                                                        00083507
      *----------------------------------------------------------------*00083508
       4500-IMPRIMIR-REVERSOES                        SECTION.          00083509
      *----------------------------------------------------------------*00083510
                                                                        00083511
           MOVE WRK-IDEXEC-ANT (1:8)    TO WRK-REV-DATA-ANT             00083512
           MOVE WRK-IDEXEC-ATU (1:8)    TO WRK-REV-DATA-ATU             00083513
                                                                        00083514
           EXEC SQL                                                     00083515
              OPEN CREVT                                                00083516
           END-EXEC                                                     00083517
                                                                        00083518
           EVALUATE SQLCODE                                             00083519
              WHEN 0                                                    00083520
                 PERFORM 4510-LER-REVERSAO                              00083521
                 PERFORM 4520-IMPRIMIR-REVERSAO                         00083522
                              UNTIL SQLCODE EQUAL 100                   00083523
              WHEN OTHER                                                00083524
                 MOVE SQLCODE              TO WRK-SQLCODE               00083525
                 MOVE SQLCODE              TO WRK-LOG-SQLCODE           00083526
                 MOVE 'FR09DB25'           TO WRK-LOG-PROGRAMA          00083527
                 MOVE '4500-IMPRIMIR-REVERSOES' TO WRK-LOG-SECTION      00083528
                 MOVE 'ERRO NO OPEN CURSOR CREVT' TO WRK-LOG-MENSAGEM   00083529
                 PERFORM 9000-TRATAR-ERRO                               00083530
           END-EVALUATE                                                 00083531
                                                                        00083532
           EXEC SQL                                                     00083533
             CLOSE CREVT                                                00083534
           END-EXEC.                                                    00083535
                                                                        00083536
      *----------------------------------------------------------------*00083537
       4500-99-FIM.                                   EXIT.             00083538
      *----------------------------------------------------------------*00083539
                                                                        00083540
      *----------------------------------------------------------------*00083541
       4510-LER-REVERSAO                              SECTION.          00083542
      *----------------------------------------------------------------*00083543
                                                                        00083544
           EXEC SQL                                                     00083545
             FETCH CREVT                                                00083546
              INTO :DB2-LOG-IDEXECUCAO,                                 00083547
                   :DB2-LOG-IDCHECK,                                    00083548
                   :DB2-LOG-DATAFIM,                                    00083549
                   :DB2-LOG-GRAVS,                                      00083550
                   :DB2-LOG-ERROS                                       00083551
           END-EXEC.                                                    00083552
                                                                        00083553
           EVALUATE SQLCODE                                             00083554
            WHEN 0                                                      00083555
                CONTINUE                                                00083556
                                                                        00083557
            WHEN 100                                                    00083558
              CONTINUE                                                  00083559
                                                                        00083560
            WHEN OTHER                                                  00083561
              MOVE SQLCODE              TO WRK-SQLCODE                  00083562
              MOVE SQLCODE              TO WRK-LOG-SQLCODE              00083563
              MOVE 'FR09DB25'           TO WRK-LOG-PROGRAMA             00083564
              MOVE '4510-LER-REVERSAO'  TO WRK-LOG-SECTION              00083565
              MOVE 'ERRO NO FETCH CREVT' TO WRK-LOG-MENSAGEM            00083566
              PERFORM 9000-TRATAR-ERRO                                  00083567
           END-EVALUATE.                                                00083568
                                                                        00083569
      *----------------------------------------------------------------*00083570
       4510-99-FIM.                                   EXIT.             00083571
      *----------------------------------------------------------------*00083572
                                                                        00083573
      *----------------------------------------------------------------*00083574
       4520-IMPRIMIR-REVERSAO                         SECTION.          00083575
      *----------------------------------------------------------------*00083576
                                                                        00083577
           IF ACU-REVERTIDAS = ZEROS                                    00083578
              MOVE ' '                     TO COMPREL-CC                00083579
              MOVE SPACES                  TO COMPREL-LINHA             00083580
              WRITE COMPREL-REC                                         00083581
              MOVE ' '                     TO COMPREL-CC                00083582
              MOVE 'EXECUCOES REVERTIDAS NO PERIODO (FR09DB38):'        00083583
                                           TO COMPREL-LINHA             00083584
              WRITE COMPREL-REC                                         00083585
           END-IF                                                       00083586
           ADD 1                           TO ACU-REVERTIDAS            00083587
                                                                        00083588
           EVALUATE DB2-LOG-IDCHECK                                     00083589
              WHEN 'FOUR015'                                            00083590
                 MOVE 'FR09DB15'           TO WRK-REV-PROGRAMA          00083591
              WHEN 'FOUR019'                                            00083592
                 MOVE 'FR09DB19'           TO WRK-REV-PROGRAMA          00083593
              WHEN OTHER                                                00083594
                 MOVE DB2-LOG-IDCHECK      TO WRK-REV-PROGRAMA          00083595
           END-EVALUATE                                                 00083596
                                                                        00083597
           MOVE ' '                        TO COMPREL-CC                00083598
           MOVE SPACES                     TO COMPREL-LINHA             00083599
           STRING '  EXECUCAO ' DB2-LOG-IDEXECUCAO                      00083600
                  ' DO ' WRK-REV-PROGRAMA                               00083601
                  ' REVERTIDA EM ' DB2-LOG-DATAFIM                      00083602
                  '  LINHAS RESTAURADAS: ' DB2-LOG-GRAVS                00083603
                  '  CONFLITOS: ' DB2-LOG-ERROS                         00083604
                  INTO COMPREL-LINHA                                    00083605
           WRITE COMPREL-REC.                                           00083606
                                                                        00083607
           PERFORM 4510-LER-REVERSAO.                                   00083608
                                                                        00083609
      *----------------------------------------------------------------*00083610
       4520-99-FIM.                                   EXIT.             00083611
      *----------------------------------------------------------------*00083612
                                                                        00083613
      ******************************************************************00083614
      *                      F I N A L I Z A R                         *00083615
      ******************************************************************00083700
                                                                        00083800
      *----------------------------------------------------------------*00083900
           DISPLAY '* EXECUCAO ANTERIOR..: ' WRK-IDEXEC-ANT             00084600
           DISPLAY '* EXECUCAO ATUAL.....: ' WRK-IDEXEC-ATU             00084700
           DISPLAY '* SETORES COMPARADOS.: ' WRK-QTD-SETORES            00084800
           DISPLAY '* EXEC. REVERTIDAS...: ' ACU-REVERTIDAS             00084850
           DISPLAY '*=================== FR09DB25 ====================*'00084900
           DISPLAY ' '.                                                 00085000
                                                                        00085100
