      *       DDNAME               I/O                 INCLUDE/BOOK    *00003700
      *       FOU001.FUNC2          I/O                  #BKFUNC2      *00003800
      *       FOU001.CHECK          I/O                  #BKCHECK      *00003900
      *       FOU001.FUNCAUD         O                   #BKFUNCAUD    *00003950
      *                                                                *00004000
      *----------------------------------------------------------------*00004100
      *                                                                *00004200
           EXEC SQL                                                     00010940
             INCLUDE #BKRUNCTL                                          00010960
           END-EXEC.                                                    00010980
                                                                        00010984
           EXEC SQL                                                     00010988
             INCLUDE #BKFUNCAUD                                         00010992
           END-EXEC.                                                    00010996
                                                                        00011000
           EXEC SQL                                                     00011100
              INCLUDE SQLCA                                             00011200
      *    CAMPANHA E DOS TOTAIS DO REAJREL                             00011930
           EXEC SQL                                                     00011900
              DECLARE CREAJ  CURSOR WITH HOLD FOR                       00012000
               SELECT ID,NOME,SETOR,SALARIO,                            00012066
                      DATAADM,EMAIL,SITUACAO,DATADEM                    00012132
                FROM FOUR001.FUNC2  WHERE ID >=                         00012200
                  (SELECT REGISTRO FROM FOUR001.CHECK                   00012300
                      WHERE IDCHECK = :WRK-IDCHECK )                    00012400
       77 WRK-TRAVA-RECURSO       PIC X(10)                VALUE SPACES.00015224
       77 WRK-TRAVA-DATA          PIC 9(08)                 VALUE ZEROS.00015226
       77 WRK-TRAVA-HORA          PIC 9(08)                 VALUE ZEROS.00015228
       77 WRK-RUN-ID              PIC X(16)                VALUE SPACES.00015229
       77 WRK-INDICATOR           PIC S9(4) COMP            VALUE ZEROS.00015230
                                                                        00015230
      *    LINHAS DE DETALHE ACUMULADAS EM MEMORIA E GRAVADAS NO        00015240
      *    REAJREL SO JUNTO COM O COMMIT DO CHECKPOINT - UM REINICIO    00015250
      *    ACUMULADORES DO INTERVALO - SO ENTRAM NOS TOTAIS DO          00015290
      *    RELATORIO NO FLUSH, JUNTO COM AS LINHAS CONFIRMADAS,         00015292
      *    PARA OS TOTAIS SEMPRE CONFERIREM COM O DETALHE GRAVADO       00015294
       77 WRK-ATUALS-BUF          PIC 9(08)                 VALUE ZEROS.00015295
       77 WRK-NAOREAJ-BUF         PIC 9(08)                 VALUE ZEROS.00015296
       77 WRK-ANTES-BUF           PIC S9(13)V99 COMP-3      VALUE ZEROS.00015297
       77 WRK-DEPOIS-BUF          PIC S9(13)V99 COMP-3      VALUE ZEROS.00015298
                                                                        00015300
           '*** AREA DE ACUMULADORES ***'.                              00015600
      *----------------------------------------------------------------*00015700
                                                                        00015800
       77 ACU-LIDOS               PIC 9(08)                 VALUE ZEROS.00015900
       77 ACU-ATUALS              PIC 9(08)                 VALUE ZEROS.00015950
       77 ACU-NAOREAJ             PIC 9(08)                 VALUE ZEROS.00016000
       77 ACU-TOTAL-ANTES         PIC S9(13)V99 COMP-3      VALUE ZEROS.00016100
       77 ACU-TOTAL-DEPOIS        PIC S9(13)V99 COMP-3      VALUE ZEROS.00016200
       77 ACU-DIFERENCA           PIC S9(13)V99 COMP-3      VALUE ZEROS.00016300
              INTO :DB2-ID,                                             00030100
                   :DB2-NOME,                                           00030200
                   :DB2-SETOR,                                          00030300
                   :DB2-SALARIO,                                        00030333
                   :DB2-DATAADM,                                        00030366
                   :DB2-EMAIL :WRK-INDICATOR,                           00030399
                   :DB2-SITUACAO,                                       00030432
                   :DB2-DATADEM                                         00030465
           END-EXEC.                                                    00030500
                                                                        00030600
           EVALUATE SQLCODE                                             00030700
            WHEN 0                                                      00030800
                ADD 1 TO ACU-LIDOS                                      00030840
                IF WRK-INDICATOR NOT = 0                                00030880
                   MOVE SPACES          TO DB2-EMAIL                    00030920
                END-IF                                                  00030960
                CONTINUE                                                00031000
                                                                        00031100
            WHEN 100                                                    00031200
           WRITE REAJREL-REC.                                           00035600
                                                                        00035700
           MOVE ' '                        TO REAJREL-CC                00035800
           STRING 'ID       NOME                           SETOR      ' 00035900
                  'SALARIO ANTES   SALARIO DEPOIS'                      00036000
                  INTO REAJREL-LINHA                                    00036100
           WRITE REAJREL-REC.                                           00036200
           MOVE SPACES                 TO DB2-RUN-IDEXEC                00037148
           STRING WRK-TRAVA-DATA WRK-TRAVA-HORA                         00037150
                  INTO DB2-RUN-IDEXEC                                   00037152
      *    O ID DA TRAVA E TAMBEM O ID DA EXECUCAO NA AUDITORIA         00037153
           MOVE DB2-RUN-IDEXEC         TO WRK-RUN-ID                    00037154
           MOVE WRK-TRAVA-DATA         TO DB2-RUN-DATAINI               00037154
           MOVE WRK-TRAVA-HORA         TO DB2-RUN-HORAINI               00037156
                                                                        00037158
                                                                        00038500
           PERFORM 2100-IMPRIMIR-REAJUSTE                               00038600
                                                                        00038700
           PERFORM 2300-GUARDAR-ANTES                                   00038750
           MOVE WRK-SALARIO-NOVO        TO DB2-SALARIO                  00038800
           EXEC SQL                                                     00038900
              UPDATE FOUR001.FUNC2                                      00039000
               WHERE ID = :DB2-ID                                       00039200
           END-EXEC                                                     00039300
           IF SQLCODE = 0                                               00039400
              ADD 1 TO WRK-ATUALS-BUF                                   00039466
              PERFORM 2310-GRAVAR-AUDITORIA                             00039532
           ELSE                                                         00039600
              MOVE SQLCODE           TO WRK-LOG-SQLCODE                 00039700
              MOVE 'FR09DB19'        TO WRK-LOG-PROGRAMA                00039800
       2210-99-FIM.                                   EXIT.             00045803
      *----------------------------------------------------------------*00045804
                                                                        00045805
      ******************************************************************00045806
      *          G U A R D A R   I M A G E M   A N T E S               *00045807
      *     COPIA A LINHA LIDA DE FUNC2 PARA A IMAGEM ANTES DA         *00045808
      *     AUDITORIA - CHAMADA ANTES DE SOBREPOR AS HOST VARIABLES    *00045809
      ******************************************************************00045810
                                                                        00045811
      *----------------------------------------------------------------*00045812
       2300-GUARDAR-ANTES                                    SECTION.   00045813
      *----------------------------------------------------------------*00045814
                                                                        00045815
           MOVE DB2-NOME                TO DB2-AUD-NOME-ANT             00045816
           MOVE DB2-SETOR               TO DB2-AUD-SETOR-ANT            00045817
           MOVE DB2-SALARIO             TO DB2-AUD-SALARIO-ANT          00045818
           MOVE DB2-DATAADM             TO DB2-AUD-DATAADM-ANT          00045819
           MOVE DB2-EMAIL               TO DB2-AUD-EMAIL-ANT            00045820
           MOVE DB2-SITUACAO            TO DB2-AUD-SITUACAO-ANT         00045821
           MOVE DB2-DATADEM             TO DB2-AUD-DATADEM-ANT.         00045822
                                                                        00045823
      *----------------------------------------------------------------*00045824
       2300-99-FIM.                                   EXIT.             00045825
      *----------------------------------------------------------------*00045826
                                                                        00045827
      ******************************************************************00045828
      *          G R A V A R   A U D I T O R I A                       *00045829
      *     UMA LINHA EM FOUR001.FUNCAUD POR MUDANCA APLICADA, NA      *00045830
      *     MESMA UNIDADE DE TRABALHO DO UPDATE: UM ROLLBACK           *00045831
      *     DESFAZ AS DUAS E O REINICIO NAO DUPLICA A TRILHA.          *00045832
      *     O REAJUSTE E SEMPRE ALTERACAO: A IMAGEM ANTES E A          *00045833
      *     LINHA DO CURSOR, A DEPOIS E A MESMA COM O SALARIO NOVO     *00045834
      ******************************************************************00045835
                                                                        00045836
      *----------------------------------------------------------------*00045837
       2310-GRAVAR-AUDITORIA                                 SECTION.   00045838
      *----------------------------------------------------------------*00045839
                                                                        00045840
           MOVE 'A'                     TO DB2-AUD-OPERACAO             00045843
                                                                        00045846
           MOVE DB2-ID                  TO DB2-AUD-ID                   00045851
           MOVE 'FR09DB19'              TO DB2-AUD-PROGRAMA             00045852
           MOVE WRK-RUN-ID              TO DB2-AUD-IDEXEC               00045853
           ACCEPT DB2-AUD-DATA          FROM DATE YYYYMMDD              00045854
           ACCEPT DB2-AUD-HORA          FROM TIME                       00045855
           MOVE DB2-NOME                TO DB2-AUD-NOME-NOV             00045856
           MOVE DB2-SETOR               TO DB2-AUD-SETOR-NOV            00045857
           MOVE DB2-SALARIO             TO DB2-AUD-SALARIO-NOV          00045858
           MOVE DB2-DATAADM             TO DB2-AUD-DATAADM-NOV          00045859
           MOVE DB2-EMAIL               TO DB2-AUD-EMAIL-NOV            00045860
           MOVE DB2-SITUACAO            TO DB2-AUD-SITUACAO-NOV         00045861
           MOVE DB2-DATADEM             TO DB2-AUD-DATADEM-NOV          00045862
                                                                        00045863
           EXEC SQL                                                     00045864
              INSERT INTO FOUR001.FUNCAUD                               00045865
                  (ID, DATA, HORA, PROGRAMA, IDEXEC, OPERACAO,          00045866
                   NOME_ANT, SETOR_ANT, SALARIO_ANT, DATAADM_ANT,       00045867
                   EMAIL_ANT, SITUACAO_ANT, DATADEM_ANT,                00045868
                   NOME_NOV, SETOR_NOV, SALARIO_NOV, DATAADM_NOV,       00045869
                   EMAIL_NOV, SITUACAO_NOV, DATADEM_NOV)                00045870
                VALUES (:DB2-AUD-ID, :DB2-AUD-DATA, :DB2-AUD-HORA,      00045871
                   :DB2-AUD-PROGRAMA, :DB2-AUD-IDEXEC,                  00045872
                   :DB2-AUD-OPERACAO,                                   00045873
                   :DB2-AUD-NOME-ANT, :DB2-AUD-SETOR-ANT,               00045874
                   :DB2-AUD-SALARIO-ANT, :DB2-AUD-DATAADM-ANT,          00045875
                   :DB2-AUD-EMAIL-ANT, :DB2-AUD-SITUACAO-ANT,           00045876
                   :DB2-AUD-DATADEM-ANT,                                00045877
                   :DB2-AUD-NOME-NOV, :DB2-AUD-SETOR-NOV,               00045878
                   :DB2-AUD-SALARIO-NOV, :DB2-AUD-DATAADM-NOV,          00045879
                   :DB2-AUD-EMAIL-NOV, :DB2-AUD-SITUACAO-NOV,           00045880
                   :DB2-AUD-DATADEM-NOV)                                00045881
           END-EXEC                                                     00045882
                                                                        00045883
           IF SQLCODE NOT = 0                                           00045884
              MOVE SQLCODE              TO WRK-LOG-SQLCODE              00045885
              MOVE 'FR09DB19'           TO WRK-LOG-PROGRAMA             00045886
              MOVE '2310-GRAVAR-AUDITORIA' TO WRK-LOG-SECTION           00045887
              MOVE 'ERRO NO INSERT FUNCAUD' TO WRK-LOG-MENSAGEM         00045888
              PERFORM 9000-TRATAR-ERRO                                  00045889
           END-IF.                                                      00045890
                                                                        00045891
      *----------------------------------------------------------------*00045892
       2310-99-FIM.                                   EXIT.             00045893
      *----------------------------------------------------------------*00045894
                                                                        00045805
      ******************************************************************00045800
      *                      F I N A L I Z A R                         *00045900
      ******************************************************************00046000
