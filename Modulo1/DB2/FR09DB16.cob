      *                   FR09DB13 (FOUR001.EXECLOG) - IMPRIME AS      *00001800
      *                   ULTIMAS N EXECUCOES DE CADA PARTICAO         *00001900
      *                   (IDCHECK) COM CONTADORES E RETURN-CODE.      *00002000
      *                   TAMBEM LISTA AS EXECUCOES DO FR09DB15 E DO   *00002020
      *                   FR09DB19 REVERTIDAS PELO FR09DB38 (IDCHECK   *00002040
      *                   FOUR015/FOUR019) - STATUS 'R' SAI COMO       *00002060
      *                   REVERTIDA.                                   *00002080
      *----------------------------------------------------------------*00002100
      *     PARM.......: 'NN[,particao]'                               *00002200
      *                  NN = QTDE DE EXECUCOES POR PARTICAO           *00002300
      *                       (BRANCO/ZEROS = 10)                      *00002400
      *                  particao = '01','02',... (BRANCO = TODAS)     *00002500
      *                             '15','19' = REVERSOES DO FR09DB15  *00002533
      *                             E DO FR09DB19                      *00002566
      *----------------------------------------------------------------*00002600
      *                                                                *00002700
      *     ARQUIVOS....:                                              *00002800
       77 WRK-QTDE-MAX            PIC 9(02)           VALUE 10.         00013100
       77 WRK-QTDE-GRUPO          PIC 9(02)           VALUE ZEROS.      00013200
       77 WRK-IDCHECK-ANT         PIC X(10)           VALUE SPACES.     00013300
       77 WRK-DESC-STATUS         PIC X(21)           VALUE SPACES.     00013350
                                                                        00013400
      *----------------------------------------------------------------*00013500
       01  FILLER                      PIC  X(050)         VALUE        00013600
              WHEN '02'                                                 00019800
                 MOVE 'S'                TO WRK-FLAG-PART               00019900
                 MOVE 'FOUR009-02'       TO WRK-FILTRO-PART             00020000
              WHEN '15'                                                 00020014
                 MOVE 'S'                TO WRK-FLAG-PART               00020028
                 MOVE 'FOUR015'          TO WRK-FILTRO-PART             00020042
              WHEN '19'                                                 00020056
                 MOVE 'S'                TO WRK-FLAG-PART               00020070
                 MOVE 'FOUR019'          TO WRK-FILTRO-PART             00020084
              WHEN SPACES                                               00020100
                 MOVE 'N'                TO WRK-FLAG-PART               00020200
              WHEN OTHER                                                00020300
                                                                        00029600
           MOVE ' '                        TO EXECREL-CC                00029700
           STRING 'PARTICAO   ID EXECUCAO      DATA INI HORA INI'       00029800
                  ' DATA FIM HORA FIM    LIDOS     GRAVS'               00029900
                  '     ERROS  RC  ST'                                  00029950
                  INTO EXECREL-LINHA                                    00030000
           WRITE EXECREL-REC.                                           00030100
                                                                        00030200
                                                                        00034800
           MOVE ' '                        TO EXECREL-CC                00034900
           MOVE SPACES                     TO EXECREL-LINHA             00035000
           MOVE SPACES                     TO WRK-DESC-STATUS           00035020
           IF DB2-LOG-STATUS = 'R'                                      00035040
              MOVE ' REVERTIDA (FR09DB38)' TO WRK-DESC-STATUS           00035060
           END-IF                                                       00035080
           IF DB2-LOG-DATAFIM = ZEROS                                   00035100
              STRING DB2-LOG-IDCHECK ' ' DB2-LOG-IDEXECUCAO ' '         00035200
                     DB2-LOG-DATAINI ' ' DB2-LOG-HORAINI                00035300
                     ' EM EXECUCAO      '                               00035400
                     ' ' DB2-LOG-LIDOS '  ' DB2-LOG-GRAVS               00035500
                     '  ' DB2-LOG-ERROS '  ' DB2-LOG-RETCODE            00035600
                     '  ' DB2-LOG-STATUS WRK-DESC-STATUS                00035700
                     INTO EXECREL-LINHA                                 00035800
           ELSE                                                         00035900
              STRING DB2-LOG-IDCHECK ' ' DB2-LOG-IDEXECUCAO ' '         00036000
                     ' ' DB2-LOG-DATAFIM ' ' DB2-LOG-HORAFIM            00036200
                     ' ' DB2-LOG-LIDOS '  ' DB2-LOG-GRAVS               00036300
                     '  ' DB2-LOG-ERROS '  ' DB2-LOG-RETCODE            00036400
                     '  ' DB2-LOG-STATUS WRK-DESC-STATUS                00036500
                     INTO EXECREL-LINHA                                 00036600
           END-IF                                                       00036700
           WRITE EXECREL-REC.                                           00036800
