      *       DDNAME               I/O                 INCLUDE/BOOK    *00003500
      *       FOU001.FUNC2          I/O                  #BKFUNC2      *00003600
      *       FOU001.CHECK          I/O                  #BKCHECK      *00003700
      *       FOU001.FUNCAUD         O                   #BKFUNCAUD    *00003750
      *                                                                *00003800
      *----------------------------------------------------------------*00003900
      *                                                                *00004000
           EXEC SQL                                                     00011692
             INCLUDE #BKPEND                                            00011694
           END-EXEC.                                                    00011696
                                                                        00011697
           EXEC SQL                                                     00011698
             INCLUDE #BKFUNCAUD                                         00011699
           END-EXEC.                                                    00011700
                                                                        00011700
           EXEC SQL                                                     00011800
              INCLUDE SQLCA                                             00011900
       77 WRK-REG-APLICADOS       PIC 9(09)                 VALUE ZEROS.00014400
       77 WRK-REG-PULADOS         PIC 9(09)                 VALUE ZEROS.00014500
       77 WRK-QTD-BUF-ERR         PIC 9(02)                 VALUE ZEROS.00014520
       77 WRK-ERR-GRAVADOS        PIC 9(08)                 VALUE ZEROS.00014530
       77 WRK-IX-BUF              PIC 9(03) COMP            VALUE ZEROS.00014540
       77 WRK-TRAVA-OK            PIC X(01)                 VALUE 'N'.  00014542
       77 WRK-TRAVA-RECURSO       PIC X(10)                VALUE SPACES.00014544
       77 WRK-TRAVA-DATA          PIC 9(08)                 VALUE ZEROS.00014546
       77 WRK-TRAVA-HORA          PIC 9(08)                 VALUE ZEROS.00014548
       77 WRK-RUN-ID              PIC X(16)                VALUE SPACES.00014549
       77 WRK-DATA-HOJE           PIC X(10)                VALUE SPACES.00014550
       77 WRK-EFET-OK             PIC X(01)                 VALUE 'I'.  00014551
       77 WRK-ANO-QUOC            PIC 9(04)                 VALUE ZEROS.00014552
           '*** AREA DE ACUMULADORES ***'.                              00014900
      *----------------------------------------------------------------*00015000
                                                                        00015100
       77 ACU-LIDOS               PIC 9(08)                 VALUE ZEROS.00015200
       77 ACU-INCLS               PIC 9(08)                 VALUE ZEROS.00015300
       77 ACU-ALTDS               PIC 9(08)                 VALUE ZEROS.00015400
       77 ACU-DESLS               PIC 9(08)                 VALUE ZEROS.00015450
       77 ACU-PENDS               PIC 9(08)                 VALUE ZEROS.00015460
       77 ACU-JA-PENDS            PIC 9(08)                 VALUE ZEROS.00015470
       77 ACU-IGUAIS              PIC 9(08)                 VALUE ZEROS.00015500
       77 ACU-ERROS               PIC 9(08)                 VALUE ZEROS.00015600
                                                                        00015700
      *----------------------------------------------------------------*00015800
       01  FILLER                 PIC  X(050)         VALUE             00015900
           MOVE SPACES                 TO DB2-RUN-IDEXEC                00028664
           STRING WRK-TRAVA-DATA WRK-TRAVA-HORA                         00028666
                  INTO DB2-RUN-IDEXEC                                   00028668
      *    O ID DA TRAVA E TAMBEM O ID DA EXECUCAO NA AUDITORIA         00028669
           MOVE DB2-RUN-IDEXEC         TO WRK-RUN-ID                    00028670
           MOVE WRK-TRAVA-DATA         TO DB2-RUN-DATAINI               00028670
           MOVE WRK-TRAVA-HORA         TO DB2-RUN-HORAINI               00028672
                                                                        00028674
           MOVE TRA-ID-NUM              TO DB2-ID                       00033200
           EXEC SQL                                                     00033300
              SELECT NOME, SETOR, SALARIO, DATAADM, EMAIL,              00033400
                     SITUACAO, DATADEM                                  00033450
                INTO :DB2-NOME, :DB2-SETOR, :DB2-SALARIO,               00033500
                     :DB2-DATAADM, :DB2-EMAIL :WRK-INDICATOR,           00033600
                     :DB2-SITUACAO, :DB2-DATADEM                        00033650
                FROM FOUR001.FUNC2                                      00033700
               WHERE ID = :DB2-ID                                       00033800
           END-EXEC                                                     00033900
                    DB2-SITUACAO = 'A'                                  00035050
                    ADD 1 TO ACU-IGUAIS                                 00035100
                 ELSE                                                   00035200
                    PERFORM 2160-GUARDAR-ANTES                          00035266
                    PERFORM 2110-ALTERAR-FUNC2                          00035332
                 END-IF                                                 00035400
              WHEN 100                                                  00035500
                 PERFORM 2120-INCLUIR-FUNC2                             00035600
           END-EXEC                                                     00039300
                                                                        00039400
           IF SQLCODE = 0                                               00039500
              ADD 1 TO ACU-ALTDS                                        00039550
              MOVE 'A'                  TO DB2-AUD-OPERACAO             00039600
              PERFORM 2170-GRAVAR-AUDITORIA                             00039650
           ELSE                                                         00039700
              MOVE SQLCODE              TO WRK-LOG-SQLCODE              00039800
              MOVE 'FR09DB15'           TO WRK-LOG-PROGRAMA             00039900
           END-EXEC                                                     00042900
                                                                        00043000
           IF SQLCODE = 0                                               00043100
              ADD 1 TO ACU-INCLS                                        00043150
              MOVE 'I'                  TO DB2-AUD-OPERACAO             00043200
              PERFORM 2170-GRAVAR-AUDITORIA                             00043250
           ELSE                                                         00043300
              MOVE SQLCODE              TO WRK-LOG-SQLCODE              00043400
              MOVE 'FR09DB15'           TO WRK-LOG-PROGRAMA             00043500
              GO TO 2130-99-FIM                                         00044470
           END-IF                                                       00044480
                                                                        00044490
           MOVE TRA-ID-NUM              TO DB2-ID                       00044493
      *    IMAGEM ANTES PARA A AUDITORIA - SEM LINHA (SQLCODE 100)      00044496
      *    O UPDATE ABAIXO TAMBEM NAO ACHA E O CARTAO E REJEITADO       00044499
           EXEC SQL                                                     00044502
              SELECT NOME, SETOR, SALARIO, DATAADM, EMAIL,              00044505
                     SITUACAO, DATADEM                                  00044508
                INTO :DB2-NOME, :DB2-SETOR, :DB2-SALARIO,               00044511
                     :DB2-DATAADM, :DB2-EMAIL :WRK-INDICATOR,           00044514
                     :DB2-SITUACAO, :DB2-DATADEM                        00044517
                FROM FOUR001.FUNC2                                      00044520
               WHERE ID = :DB2-ID                                       00044523
           END-EXEC                                                     00044526
                                                                        00044529
           EVALUATE SQLCODE                                             00044532
              WHEN 0                                                    00044535
                 IF WRK-INDICATOR NOT = 0                               00044538
                    MOVE SPACES        TO DB2-EMAIL                     00044541
                 END-IF                                                 00044544
                 PERFORM 2160-GUARDAR-ANTES                             00044547
              WHEN 100                                                  00044550
                 CONTINUE                                               00044553
              WHEN OTHER                                                00044556
                 MOVE SQLCODE              TO WRK-SQLCODE               00044559
                 MOVE SQLCODE              TO WRK-LOG-SQLCODE           00044562
                 MOVE 'FR09DB15'           TO WRK-LOG-PROGRAMA          00044565
                 MOVE '2130-DESLIGAR-FUNC2' TO WRK-LOG-SECTION          00044568
                 MOVE 'ERRO NO SELECT FUNC2' TO WRK-LOG-MENSAGEM        00044571
                 PERFORM 9000-TRATAR-ERRO                               00044574
           END-EVALUATE                                                 00044577
                                                                        00044580
           MOVE 'D'                     TO DB2-SITUACAO                 00044583
           MOVE TRA-DATADEM             TO DB2-DATADEM                  00044586
           MOVE 'N'                     TO DB2-BAIXAENV                 00044589
                                                                        00044592
           EXEC SQL                                                     00044595
              UPDATE FOUR001.FUNC2                                      00044598
                 SET SITUACAO = :DB2-SITUACAO,                          00044601
                     DATADEM  = :DB2-DATADEM,                           00044604
                     BAIXAENV = :DB2-BAIXAENV                           00044607
               WHERE ID = :DB2-ID                                       00044610
                 AND SITUACAO = 'A'                                     00044613
           END-EXEC                                                     00044616
                                                                        00044619
           EVALUATE SQLCODE                                             00044622
              WHEN 0                                                    00044625
                 ADD 1 TO ACU-DESLS                                     00044628
                 MOVE 'D'               TO DB2-AUD-OPERACAO             00044631
                 PERFORM 2170-GRAVAR-AUDITORIA                          00044634
      *       SEM LINHA ATIVA PARA DESLIGAR (INEXISTENTE OU JA          00044670
      *       DESLIGADO) - REJEITA PARA O RH CONFERIR A CHAVE           00044680
              WHEN 100                                                  00044690
      *----------------------------------------------------------------*00045101
       2150-99-FIM.                                   EXIT.             00045102
      *----------------------------------------------------------------*00045103
                                                                        00045104
      ******************************************************************00045105
      *          G U A R D A R   I M A G E M   A N T E S               *00045106
      *     COPIA A LINHA LIDA DE FUNC2 PARA A IMAGEM ANTES DA         *00045107
      *     AUDITORIA - CHAMADA ANTES DE SOBREPOR AS HOST VARIABLES    *00045108
      ******************************************************************00045109
                                                                        00045110
      *----------------------------------------------------------------*00045111
       2160-GUARDAR-ANTES                                    SECTION.   00045112
      *----------------------------------------------------------------*00045113
                                                                        00045114
           MOVE DB2-NOME                TO DB2-AUD-NOME-ANT             00045115
           MOVE DB2-SETOR               TO DB2-AUD-SETOR-ANT            00045116
           MOVE DB2-SALARIO             TO DB2-AUD-SALARIO-ANT          00045117
           MOVE DB2-DATAADM             TO DB2-AUD-DATAADM-ANT          00045118
           MOVE DB2-EMAIL               TO DB2-AUD-EMAIL-ANT            00045119
           MOVE DB2-SITUACAO            TO DB2-AUD-SITUACAO-ANT         00045120
           MOVE DB2-DATADEM             TO DB2-AUD-DATADEM-ANT.         00045121
                                                                        00045122
      *----------------------------------------------------------------*00045123
       2160-99-FIM.                                   EXIT.             00045124
      *----------------------------------------------------------------*00045125
                                                                        00045126
      ******************************************************************00045127
      *          G R A V A R   A U D I T O R I A                       *00045128
      *     UMA LINHA EM FOUR001.FUNCAUD POR MUDANCA APLICADA, NA      *00045129
      *     MESMA UNIDADE DE TRABALHO DO UPDATE/INSERT: UM ROLLBACK    *00045130
      *     DESFAZ AS DUAS E O REINICIO NAO DUPLICA A TRILHA.          *00045131
      *     A IMAGEM DEPOIS E A LINHA GRAVADA (HOST VARIABLES DE       *00045132
      *     FUNC2); NA INCLUSAO A IMAGEM ANTES FICA EM BRANCO          *00045133
      ******************************************************************00045134
                                                                        00045135
      *----------------------------------------------------------------*00045136
       2170-GRAVAR-AUDITORIA                                 SECTION.   00045137
      *----------------------------------------------------------------*00045138
                                                                        00045139
           IF DB2-AUD-OPERACAO = 'I'                                    00045140
              MOVE SPACES               TO DB2-AUD-NOME-ANT             00045141
                                           DB2-AUD-SETOR-ANT            00045142
                                           DB2-AUD-DATAADM-ANT          00045143
                                           DB2-AUD-EMAIL-ANT            00045144
                                           DB2-AUD-SITUACAO-ANT         00045145
                                           DB2-AUD-DATADEM-ANT          00045146
              MOVE ZEROS                TO DB2-AUD-SALARIO-ANT          00045147
           END-IF                                                       00045148
                                                                        00045149
           MOVE DB2-ID                  TO DB2-AUD-ID                   00045150
           MOVE 'FR09DB15'              TO DB2-AUD-PROGRAMA             00045151
           MOVE WRK-RUN-ID              TO DB2-AUD-IDEXEC               00045152
           ACCEPT DB2-AUD-DATA          FROM DATE YYYYMMDD              00045153
           ACCEPT DB2-AUD-HORA          FROM TIME                       00045154
           MOVE DB2-NOME                TO DB2-AUD-NOME-NOV             00045155
           MOVE DB2-SETOR               TO DB2-AUD-SETOR-NOV            00045156
           MOVE DB2-SALARIO             TO DB2-AUD-SALARIO-NOV          00045157
           MOVE DB2-DATAADM             TO DB2-AUD-DATAADM-NOV          00045158
           MOVE DB2-EMAIL               TO DB2-AUD-EMAIL-NOV            00045159
           MOVE DB2-SITUACAO            TO DB2-AUD-SITUACAO-NOV         00045160
           MOVE DB2-DATADEM             TO DB2-AUD-DATADEM-NOV          00045161
                                                                        00045162
           EXEC SQL                                                     00045163
              INSERT INTO FOUR001.FUNCAUD                               00045164
                  (ID, DATA, HORA, PROGRAMA, IDEXEC, OPERACAO,          00045165
                   NOME_ANT, SETOR_ANT, SALARIO_ANT, DATAADM_ANT,       00045166
                   EMAIL_ANT, SITUACAO_ANT, DATADEM_ANT,                00045167
                   NOME_NOV, SETOR_NOV, SALARIO_NOV, DATAADM_NOV,       00045168
                   EMAIL_NOV, SITUACAO_NOV, DATADEM_NOV)                00045169
                VALUES (:DB2-AUD-ID, :DB2-AUD-DATA, :DB2-AUD-HORA,      00045170
                   :DB2-AUD-PROGRAMA, :DB2-AUD-IDEXEC,                  00045171
                   :DB2-AUD-OPERACAO,                                   00045172
                   :DB2-AUD-NOME-ANT, :DB2-AUD-SETOR-ANT,               00045173
                   :DB2-AUD-SALARIO-ANT, :DB2-AUD-DATAADM-ANT,          00045174
                   :DB2-AUD-EMAIL-ANT, :DB2-AUD-SITUACAO-ANT,           00045175
                   :DB2-AUD-DATADEM-ANT,                                00045176
                   :DB2-AUD-NOME-NOV, :DB2-AUD-SETOR-NOV,               00045177
                   :DB2-AUD-SALARIO-NOV, :DB2-AUD-DATAADM-NOV,          00045178
                   :DB2-AUD-EMAIL-NOV, :DB2-AUD-SITUACAO-NOV,           00045179
                   :DB2-AUD-DATADEM-NOV)                                00045180
           END-EXEC                                                     00045181
                                                                        00045182
           IF SQLCODE NOT = 0                                           00045183
              MOVE SQLCODE              TO WRK-LOG-SQLCODE              00045184
              MOVE 'FR09DB15'           TO WRK-LOG-PROGRAMA             00045185
              MOVE '2170-GRAVAR-AUDITORIA' TO WRK-LOG-SECTION           00045186
              MOVE 'ERRO NO INSERT FUNCAUD' TO WRK-LOG-MENSAGEM         00045187
              PERFORM 9000-TRATAR-ERRO                                  00045188
           END-IF.                                                      00045189
                                                                        00045190
      *----------------------------------------------------------------*00045191
       2170-99-FIM.                                   EXIT.             00045192
      *----------------------------------------------------------------*00045193
                                                                        00044840
      ******************************************************************00044500
      *            G R A V A R   T R A N E R R                         *00044600
