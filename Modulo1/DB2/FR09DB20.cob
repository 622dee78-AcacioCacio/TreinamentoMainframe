      *----------------------------------------------------------------*00001600
      *     OBJETIVO....: RECICLAGEM DE REJEITADOS - CARREGA AS        *00001700
      *                   REJEICOES DOS ARQUIVOS FUNCERR (FR09DB13)    *00001800
      *                   E TRANERR (FR09DB15), OS ACHADOS DO QUALERR  *00001866
      *                   (FR09DB36) NA TABELA DE                      *00001932
      *                   SUSPENSOS (FOUR001.SUSPENSO), APLICA AS      *00002000
      *                   CORRECOES ENVIADAS PELO RH (CORRFILE,        *00002100
      *                   CHAVEADAS POR ID) REVALIDANDO COM AS         *00002200
      *       DDNAME               I/O                 INCLUDE/BOOK    *00003300
      *       FUNCERR               I                    BKFUNCERR     *00003400
      *       TRANERR               I                    BKTRANERR     *00003500
      *       QUALERR               I                    BKQUALERR     *00003550
      *       CORRFILE              I                    BKCORR        *00003600
      *       SUSPARM               I                    BKSUSPARM     *00003700
      *       SUSPREL               O                    BKSUSPREL     *00003800
      *       DDNAME               I/O                 INCLUDE/BOOK    *00004300
      *       FOU001.SUSPENSO       I/O                  #BKSUSP       *00004400
      *       FOU001.FUNC2          I/O                  #BKFUNC2      *00004500
      *       FOU001.FUNCAUD         O                   #BKFUNCAUD    *00004550
      *       FOU001.FUNCHIST       O                                  *00004600
      *       FOU001.SETOR          I                    #BKSETOR      *00004700
      *                                                                *00004800
           SELECT FUNCERR   ASSIGN TO FUNCERR                           00007000
                            ORGANIZATION IS SEQUENTIAL.                 00007100
           SELECT TRANERR   ASSIGN TO TRANERR                           00007200
                            ORGANIZATION IS SEQUENTIAL.                 00007233
           SELECT OPTIONAL QUALERR  ASSIGN TO QUALERR                   00007266
                            ORGANIZATION IS SEQUENTIAL.                 00007300
           SELECT OPTIONAL CORRFILE ASSIGN TO CORRFILE                  00007400
                            ORGANIZATION IS SEQUENTIAL.                 00007500
           LABEL RECORDS ARE STANDARD.                                  00009600
                                                                        00009700
           COPY 'BKTRANERR'.                                            00009800
      *----------------------------------------------------------------*00009814
      *----------------------------------------------------------------*00009828
       FD  QUALERR                                                      00009842
           LABEL RECORDS ARE STANDARD.                                  00009856
                                                                        00009870
           COPY 'BKQUALERR'.                                            00009884
      *----------------------------------------------------------------*00009900
      *----------------------------------------------------------------*00010000
       FD  CORRFILE                                                     00010100
           EXEC SQL                                                     00014540
             INCLUDE #BKRUNCTL                                          00014560
           END-EXEC.                                                    00014580
                                                                        00014584
           EXEC SQL                                                     00014588
             INCLUDE #BKFUNCAUD                                         00014592
           END-EXEC.                                                    00014596
                                                                        00014600
           EXEC SQL                                                     00014700
              INCLUDE SQLCA                                             00014800
       77 WRK-DIAS-LIMITE         PIC 9(03)                 VALUE 030.  00018000
       77 WRK-FIM-FUNCERR         PIC X(01)                 VALUE 'N'.  00018100
       77 WRK-FIM-TRANERR         PIC X(01)                 VALUE 'N'.  00018200
       77 WRK-FIM-QUALERR         PIC X(01)                 VALUE 'N'.  00018250
       77 WRK-FIM-CORR            PIC X(01)                 VALUE 'N'.  00018300
       77 WRK-ERRO-TIPO           PIC X(01)                 VALUE SPACE.00018400
       77 WRK-RESULTADO           PIC X(16)                VALUE SPACES.00018500
       77 WRK-SO-QUALIDADE        PIC X(01)                 VALUE 'N'.  00018550
       77 WRK-SALARIO-ED          PIC ZZZZZZ9,99.                       00018600
       77 WRK-QTD-ARROBA          PIC 9(02)                 VALUE ZEROS.00018700
       77 WRK-ANO-QUOC            PIC 9(04)                 VALUE ZEROS.00018800
                                                                        00021800
       77 ACU-CARR-FUNCERR        PIC 9(04)                 VALUE ZEROS.00021900
       77 ACU-CARR-TRANERR        PIC 9(04)                 VALUE ZEROS.00022000
       77 ACU-CARR-QUALERR        PIC 9(04)                 VALUE ZEROS.00022050
       77 ACU-JA-SUSPENSOS        PIC 9(04)                 VALUE ZEROS.00022100
       77 ACU-SEM-CHAVE           PIC 9(04)                 VALUE ZEROS.00022200
       77 ACU-CORR-LIDAS          PIC 9(04)                 VALUE ZEROS.00022300
                           UNTIL WRK-FIM-FUNCERR EQUAL 'S'              00024800
              PERFORM 2200-CARREGAR-TRANERR                             00024900
                           UNTIL WRK-FIM-TRANERR EQUAL 'S'              00025000
              PERFORM 2300-CARREGAR-QUALERR                             00025033
                           UNTIL WRK-FIM-QUALERR EQUAL 'S'              00025066
              PERFORM 3000-PROCESSAR-CORRECAO                           00025100
                           UNTIL WRK-FIM-CORR EQUAL 'S'                 00025200
              PERFORM 4000-EXPIRAR-SUSPENSOS                            00025300
       1000-INICIAR                                   SECTION.          00026600
      *----------------------------------------------------------------*00026700
                                                                        00026800
           OPEN INPUT  FUNCERR TRANERR QUALERR CORRFILE                 00026900
           OPEN OUTPUT SUSPREL                                          00027000
                                                                        00027100
           OPEN INPUT SUSPARM                                           00027200
                                                                        00030100
           PERFORM 1100-LER-FUNCERR                                     00030200
           PERFORM 1200-LER-TRANERR                                     00030300
           PERFORM 1250-LER-QUALERR                                     00030350
           PERFORM 1300-LER-CORRECAO.                                   00030400
                                                                        00030500
      *----------------------------------------------------------------*00030600
                                                                        00033900
      *----------------------------------------------------------------*00034000
       1200-99-FIM.                                   EXIT.             00034100
      *----------------------------------------------------------------*00034105
                                                                        00034110
      ******************************************************************00034115
      *                     L E R   Q U A L E R R                      *00034120
      ******************************************************************00034125
                                                                        00034130
      *----------------------------------------------------------------*00034135
       1250-LER-QUALERR                               SECTION.          00034140
      *----------------------------------------------------------------*00034145
                                                                        00034150
           READ QUALERR                                                 00034155
              AT END                                                    00034160
                 MOVE 'S'              TO WRK-FIM-QUALERR               00034165
           END-READ.                                                    00034170
                                                                        00034175
      *----------------------------------------------------------------*00034180
       1250-99-FIM.                                   EXIT.             00034185
      *----------------------------------------------------------------*00034200
                                                                        00034300
      ******************************************************************00034400
                                                                        00049400
      *----------------------------------------------------------------*00049500
       2200-99-FIM.                                   EXIT.             00049600
      *----------------------------------------------------------------*00049603
                                                                        00049606
      ******************************************************************00049609
      *        C A R R E G A R   Q U A L E R R                         *00049612
      *     ACHADOS DA VARREDURA DE QUALIDADE (FR09DB36, TIPOS         *00049615
      *     M/R/L/O/J) ENTRAM COM ORIGEM 'Q' - O QUALERR VEM           *00049618
      *     ORDENADO COM O ACHADO MAIS GRAVE DE CADA ID PRIMEIRO E     *00049621
      *     OS SEGUINTES DO MESMO ID CAEM NO -803 (JA SUSPENSOS)       *00049624
      ******************************************************************00049627
                                                                        00049630
      *----------------------------------------------------------------*00049633
       2300-CARREGAR-QUALERR                          SECTION.          00049636
      *----------------------------------------------------------------*00049639
                                                                        00049642
           IF QUALERR-TIPO = 'M' OR 'R' OR 'L' OR 'O' OR 'J'            00049645
              MOVE QUALERR-ID           TO DB2-SUS-ID                   00049648
              MOVE 'Q'                  TO DB2-SUS-ORIGEM               00049651
              MOVE QUALERR-TIPO         TO DB2-SUS-TIPO                 00049654
              MOVE QUALERR-NOME         TO DB2-SUS-NOME                 00049657
              MOVE QUALERR-SETOR        TO DB2-SUS-SETOR                00049660
              MOVE QUALERR-SALARIO      TO DB2-SUS-SALARIO              00049663
              PERFORM 2100-INSERIR-SUSPENSO                             00049666
              IF SQLCODE = 0                                            00049669
                 ADD 1 TO ACU-CARR-QUALERR                              00049672
              END-IF                                                    00049675
              PERFORM 7100-VERIFICAR-COMMIT                             00049678
           END-IF                                                       00049681
                                                                        00049684
           PERFORM 1250-LER-QUALERR.                                    00049687
                                                                        00049690
      *----------------------------------------------------------------*00049693
       2300-99-FIM.                                   EXIT.             00049696
      *----------------------------------------------------------------*00049700
                                                                        00049800
      ******************************************************************00049900
       3200-APLICAR-FUNC2                             SECTION.          00074200
      *----------------------------------------------------------------*00074300
                                                                        00074400
           MOVE CORR-ID-NUM             TO DB2-ID                       00074406
      *    IMAGEM ANTES PARA A AUDITORIA: SEM LINHA A CORRECAO E        00074412
      *    UMA INCLUSAO (O UPDATE ABAIXO DA 100 E VAI PARA O INSERT)    00074418
           EXEC SQL                                                     00074424
              SELECT NOME, SETOR, SALARIO, DATAADM, EMAIL,              00074430
                     SITUACAO, DATADEM, BAIXAENV                        00074436
                INTO :DB2-NOME, :DB2-SETOR, :DB2-SALARIO,               00074442
                     :DB2-DATAADM, :DB2-EMAIL :WRK-INDICATOR,           00074448
                     :DB2-SITUACAO, :DB2-DATADEM, :DB2-BAIXAENV         00074454
                FROM FOUR001.FUNC2                                      00074460
               WHERE ID = :DB2-ID                                       00074466
           END-EXEC                                                     00074472
                                                                        00074478
           EVALUATE SQLCODE                                             00074484
              WHEN 0                                                    00074490
                 IF WRK-INDICATOR NOT = 0                               00074496
                    MOVE SPACES        TO DB2-EMAIL                     00074502
                 END-IF                                                 00074508
                 PERFORM 3210-GUARDAR-ANTES                             00074514
                 MOVE 'A'              TO DB2-AUD-OPERACAO              00074520
              WHEN 100                                                  00074526
                 MOVE 'I'              TO DB2-AUD-OPERACAO              00074532
              WHEN OTHER                                                00074538
                 MOVE SQLCODE              TO WRK-SQLCODE               00074544
                 MOVE SQLCODE              TO WRK-LOG-SQLCODE           00074550
                 MOVE 'FR09DB20'           TO WRK-LOG-PROGRAMA          00074556
                 MOVE '3200-APLICAR-FUNC2' TO WRK-LOG-SECTION           00074562
                 MOVE 'ERRO NO SELECT FUNC2' TO WRK-LOG-MENSAGEM        00074568
                 PERFORM 9000-TRATAR-ERRO                               00074574
           END-EVALUATE                                                 00074580
                                                                        00074586
           MOVE CORR-NOME               TO DB2-NOME                     00074600
           MOVE CORR-SETOR              TO DB2-SETOR                    00074700
           MOVE CORR-SALARIO-NUM        TO DB2-SALARIO                  00074800
      *    A CORRECAO DEIXA O FUNCIONARIO ATIVO E COM BAIXA AINDA       00075120
      *    NAO ENVIADA, SENAO O CURSOR DO FR09DB13 NUNCA EXTRAI O       00075130
      *    CORRIGIDO - VALE TAMBEM PARA QUEM FOI DESLIGADO NO MEIO      00075140
      *    TEMPO (RECONTRATACAO, MESMA REGRA DA CARGA DO RH).           00075150
      *    EXCECAO: ID QUE SO TEM ACHADO DO QUALERR (ORIGEM 'Q') JA     00075160
      *    ESTA EM FUNC2 E A CORRECAO SO ACERTA O CADASTRO - MANTEM     00075170
      *    SITUACAO, DATADEM E BAIXAENV LIDOS ACIMA (UM DESLIGADO       00075180
      *    CONTINUA DESLIGADO)                                          00075182
           PERFORM 3250-VERIFICAR-ORIGEM                                00075184
           IF WRK-SO-QUALIDADE = 'N' OR DB2-AUD-OPERACAO = 'I'          00075186
              MOVE 'A'                  TO DB2-SITUACAO                 00075188
              MOVE SPACES               TO DB2-DATADEM                  00075190
              MOVE 'N'                  TO DB2-BAIXAENV                 00075192
           END-IF                                                       00075194
                                                                        00075200
           EXEC SQL                                                     00075300
              UPDATE FOUR001.FUNC2                                      00075400
                 MOVE '3200-APLICAR-FUNC2' TO WRK-LOG-SECTION           00078400
                 MOVE 'ERRO NO UPDATE FUNC2' TO WRK-LOG-MENSAGEM        00078500
                 PERFORM 9000-TRATAR-ERRO                               00078600
           END-EVALUATE                                                 00078650
                                                                        00078700
           PERFORM 3220-GRAVAR-AUDITORIA.                               00078750
                                                                        00078800
      *----------------------------------------------------------------*00078900
       3200-99-FIM.                                   EXIT.             00079000
      *----------------------------------------------------------------*00079100
                                                                        00079101
      ******************************************************************00079102
      *          G U A R D A R   I M A G E M   A N T E S               *00079103
      *     COPIA A LINHA LIDA DE FUNC2 PARA A IMAGEM ANTES DA         *00079104
      *     AUDITORIA - CHAMADA ANTES DE SOBREPOR AS HOST VARIABLES    *00079105
      ******************************************************************00079106
                                                                        00079107
      *----------------------------------------------------------------*00079108
       3210-GUARDAR-ANTES                                    SECTION.   00079109
      *----------------------------------------------------------------*00079110
                                                                        00079111
           MOVE DB2-NOME                TO DB2-AUD-NOME-ANT             00079112
           MOVE DB2-SETOR               TO DB2-AUD-SETOR-ANT            00079113
           MOVE DB2-SALARIO             TO DB2-AUD-SALARIO-ANT          00079114
           MOVE DB2-DATAADM             TO DB2-AUD-DATAADM-ANT          00079115
           MOVE DB2-EMAIL               TO DB2-AUD-EMAIL-ANT            00079116
           MOVE DB2-SITUACAO            TO DB2-AUD-SITUACAO-ANT         00079117
           MOVE DB2-DATADEM             TO DB2-AUD-DATADEM-ANT.         00079118
                                                                        00079119
      *----------------------------------------------------------------*00079120
       3210-99-FIM.                                   EXIT.             00079121
      *----------------------------------------------------------------*00079122
                                                                        00079123
      ******************************************************************00079124
      *          G R A V A R   A U D I T O R I A                       *00079125
      *     UMA LINHA EM FOUR001.FUNCAUD POR MUDANCA APLICADA, NA      *00079126
      *     MESMA UNIDADE DE TRABALHO DO UPDATE/INSERT: UM ROLLBACK    *00079127
      *     DESFAZ AS DUAS E O REINICIO NAO DUPLICA A TRILHA.          *00079128
      *     A IMAGEM DEPOIS E A LINHA GRAVADA (HOST VARIABLES DE       *00079129
      *     FUNC2); NA INCLUSAO A IMAGEM ANTES FICA EM BRANCO          *00079130
      ******************************************************************00079131
                                                                        00079132
      *----------------------------------------------------------------*00079133
       3220-GRAVAR-AUDITORIA                                 SECTION.   00079134
      *----------------------------------------------------------------*00079135
                                                                        00079136
           IF DB2-AUD-OPERACAO = 'I'                                    00079137
              MOVE SPACES               TO DB2-AUD-NOME-ANT             00079138
                                           DB2-AUD-SETOR-ANT            00079139
                                           DB2-AUD-DATAADM-ANT          00079140
                                           DB2-AUD-EMAIL-ANT            00079141
                                           DB2-AUD-SITUACAO-ANT         00079142
                                           DB2-AUD-DATADEM-ANT          00079143
              MOVE ZEROS                TO DB2-AUD-SALARIO-ANT          00079144
           END-IF                                                       00079145
                                                                        00079146
           MOVE DB2-ID                  TO DB2-AUD-ID                   00079147
           MOVE 'FR09DB20'              TO DB2-AUD-PROGRAMA             00079148
           MOVE WRK-RUN-ID              TO DB2-AUD-IDEXEC               00079149
           ACCEPT DB2-AUD-DATA          FROM DATE YYYYMMDD              00079150
           ACCEPT DB2-AUD-HORA          FROM TIME                       00079151
           MOVE DB2-NOME                TO DB2-AUD-NOME-NOV             00079152
           MOVE DB2-SETOR               TO DB2-AUD-SETOR-NOV            00079153
           MOVE DB2-SALARIO             TO DB2-AUD-SALARIO-NOV          00079154
           MOVE DB2-DATAADM             TO DB2-AUD-DATAADM-NOV          00079155
           MOVE DB2-EMAIL               TO DB2-AUD-EMAIL-NOV            00079156
           MOVE DB2-SITUACAO            TO DB2-AUD-SITUACAO-NOV         00079157
           MOVE DB2-DATADEM             TO DB2-AUD-DATADEM-NOV          00079158
                                                                        00079159
           EXEC SQL                                                     00079160
              INSERT INTO FOUR001.FUNCAUD                               00079161
                  (ID, DATA, HORA, PROGRAMA, IDEXEC, OPERACAO,          00079162
                   NOME_ANT, SETOR_ANT, SALARIO_ANT, DATAADM_ANT,       00079163
                   EMAIL_ANT, SITUACAO_ANT, DATADEM_ANT,                00079164
                   NOME_NOV, SETOR_NOV, SALARIO_NOV, DATAADM_NOV,       00079165
                   EMAIL_NOV, SITUACAO_NOV, DATADEM_NOV)                00079166
                VALUES (:DB2-AUD-ID, :DB2-AUD-DATA, :DB2-AUD-HORA,      00079167
                   :DB2-AUD-PROGRAMA, :DB2-AUD-IDEXEC,                  00079168
                   :DB2-AUD-OPERACAO,                                   00079169
                   :DB2-AUD-NOME-ANT, :DB2-AUD-SETOR-ANT,               00079170
                   :DB2-AUD-SALARIO-ANT, :DB2-AUD-DATAADM-ANT,          00079171
                   :DB2-AUD-EMAIL-ANT, :DB2-AUD-SITUACAO-ANT,           00079172
                   :DB2-AUD-DATADEM-ANT,                                00079173
                   :DB2-AUD-NOME-NOV, :DB2-AUD-SETOR-NOV,               00079174
                   :DB2-AUD-SALARIO-NOV, :DB2-AUD-DATAADM-NOV,          00079175
                   :DB2-AUD-EMAIL-NOV, :DB2-AUD-SITUACAO-NOV,           00079176
                   :DB2-AUD-DATADEM-NOV)                                00079177
           END-EXEC                                                     00079178
                                                                        00079179
           IF SQLCODE NOT = 0                                           00079180
              MOVE SQLCODE              TO WRK-LOG-SQLCODE              00079181
              MOVE 'FR09DB20'           TO WRK-LOG-PROGRAMA             00079182
              MOVE '3220-GRAVAR-AUDITORIA' TO WRK-LOG-SECTION           00079183
              MOVE 'ERRO NO INSERT FUNCAUD' TO WRK-LOG-MENSAGEM         00079184
              PERFORM 9000-TRATAR-ERRO                                  00079185
           END-IF.                                                      00079186
                                                                        00079187
      *----------------------------------------------------------------*00079188
       3220-99-FIM.                                   EXIT.             00079189
      *----------------------------------------------------------------*00079190
                                                                        00079200
      ******************************************************************00079202
      *          V E R I F I C A R   O R I G E M                       *00079204
      *     WRK-SO-QUALIDADE = 'S' QUANDO TODOS OS SUSPENSOS DO ID     *00079206
      *     VIERAM DO QUALERR (ORIGEM 'Q'), 'N' SE HA ALGUM DE CARGA   *00079208
      *     OU TRANSFERENCIA (ORIGEM 'F' OU 'T')                       *00079210
      ******************************************************************00079212
                                                                        00079214
      *----------------------------------------------------------------*00079216
       3250-VERIFICAR-ORIGEM                          SECTION.          00079218
      *----------------------------------------------------------------*00079220
                                                                        00079222
           MOVE CORR-ID-NUM             TO DB2-SUS-ID                   00079224
           EXEC SQL                                                     00079226
              SELECT ID INTO :DB2-SUS-ID                                00079228
                FROM FOUR001.SUSPENSO                                   00079230
               WHERE ID     = :DB2-SUS-ID                               00079232
                 AND ORIGEM <> 'Q'                                      00079234
               FETCH FIRST 1 ROW ONLY                                   00079236
           END-EXEC                                                     00079238
                                                                        00079240
           EVALUATE SQLCODE                                             00079242
              WHEN 0                                                    00079244
                 MOVE 'N'              TO WRK-SO-QUALIDADE              00079246
              WHEN 100                                                  00079248
                 MOVE 'S'              TO WRK-SO-QUALIDADE              00079250
              WHEN OTHER                                                00079252
                 MOVE SQLCODE              TO WRK-SQLCODE               00079254
                 MOVE SQLCODE              TO WRK-LOG-SQLCODE           00079256
                 MOVE 'FR09DB20'           TO WRK-LOG-PROGRAMA          00079258
                 MOVE '3250-VERIFICAR-ORIGEM' TO WRK-LOG-SECTION        00079260
                 MOVE 'ERRO NO SELECT SUSPENSO' TO WRK-LOG-MENSAGEM     00079262
                 PERFORM 9000-TRATAR-ERRO                               00079264
           END-EVALUATE.                                                00079266
                                                                        00079268
      *----------------------------------------------------------------*00079270
       3250-99-FIM.                                   EXIT.             00079272
      *----------------------------------------------------------------*00079274
                                                                        00079276
      ******************************************************************00079300
      *        G R A V A R   F U N C H I S T                           *00079400
      ******************************************************************00079500
                                                                        00100600
           PERFORM 6000-EMITIR-ACU                                      00100700
                                                                        00100800
           CLOSE FUNCERR TRANERR QUALERR CORRFILE SUSPREL               00100900
                                                                        00101000
           IF RETURN-CODE = ZEROS                                       00101100
              AND (ACU-RECUSADAS GREATER ZEROS                          00101200
           DISPLAY '* ACUMULADORES:                                   *'00103300
           DISPLAY '* CARREGADOS FUNCERR.: ' ACU-CARR-FUNCERR           00103400
           DISPLAY '* CARREGADOS TRANERR.: ' ACU-CARR-TRANERR           00103500
           DISPLAY '* CARREGADOS QUALERR.: ' ACU-CARR-QUALERR           00103550
           DISPLAY '* JA SUSPENSOS.......: ' ACU-JA-SUSPENSOS           00103600
           DISPLAY '* SEM CHAVE..........: ' ACU-SEM-CHAVE              00103700
           DISPLAY '* CORRECOES LIDAS....: ' ACU-CORR-LIDAS             00103800
           MOVE SPACES                     TO SUSPREL-LINHA             00105200
           STRING 'CARREGADOS F/T: ' ACU-CARR-FUNCERR                   00105300
                  '/' ACU-CARR-TRANERR                                  00105400
                  '  QUALIDADE: ' ACU-CARR-QUALERR                      00105450
                  '  APLICADAS: ' ACU-APLICADAS                         00105500
                  '  RECUSADAS: ' ACU-RECUSADAS                         00105600
                  '  SEM SUSPENSO: ' ACU-SEM-SUSPENSO                   00105700
