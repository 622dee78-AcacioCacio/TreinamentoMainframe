       77 WRK-ANT-DATAADM         PIC X(10)           VALUE SPACES.     00025674
       77 WRK-ANT-EMAIL           PIC X(40)           VALUE SPACES.     00025676
       77 WRK-ANT-INDICATOR       PIC S9(4) COMP      VALUE ZEROS.      00025678
       77 WRK-ID                  PIC 9(08).                            00025701
       77 WRK-SQLCODE             PIC -999.                             00025801
       77 WRK-INDICATOR           PIC S9(4) COMP            VALUE ZEROS.00025901
       77 WRK-CHECKPOINT          PIC 9(2)                  VALUE ZEROS.00026001
      *  REGISTRO LIDO: DETALHE E ALTERACAO)                            00026401
      *----------------------------------------------------------------*00026402
       01  WRK-TAB-EXT.                                                 00026403
           05  WRK-EXT-REG   OCCURS 99   PIC X(107).                    00026404
       01  WRK-TAB-ERR.                                                 00026405
           05  WRK-ERR-REG   OCCURS 99   PIC X(80).                     00026406
       01  WRK-TAB-REL.                                                 00026407
       77 WRK-CSV-HASH           PIC S9(13)V99 COMP-3 VALUE ZEROS.      00026416
       77 WRK-CSV-HASH-BUF       PIC S9(13)V99 COMP-3 VALUE ZEROS.      00026417
       77 WRK-CSV-HASH-ED        PIC 9(13),99.                          00026418
       77 WRK-ERR-GRAVADOS       PIC 9(08)           VALUE ZEROS.       00026419
                                                                        00026416
       01  WRK-DATAADM-X.                                               00026420
           05  WRK-DATA-ANO            PIC X(04).                       00026410
           '*** AREA DE ACUMULADORES ***'.                              00026602
      *----------------------------------------------------------------*00026701
                                                                        00026801
       77 ACU-LIDOS               PIC 9(08)                 VALUE ZEROS.00026901
       77 ACU-GRAVS               PIC 9(08)                 VALUE ZEROS.00027001
       77 ACU-ERROS               PIC 9(08)                 VALUE ZEROS.00027050
       77 ACU-IGUAIS              PIC 9(08)                 VALUE ZEROS.00027060
       77 ACU-BAIXAS              PIC 9(08)                 VALUE ZEROS.00027070
                                                                        00027101
      *----------------------------------------------------------------*00027201
       01  FILLER                 PIC  X(050)         VALUE             00027302
                 MOVE 000004999        TO WRK-ID-FIM                    00030606
              WHEN '02'                                                 00030607
                 MOVE 'FOUR009-02'     TO WRK-IDCHECK                   00030608
                 MOVE 099999999        TO WRK-ID-FIM                    00030609
              WHEN OTHER                                                00030610
                 MOVE 'FOUR009'        TO WRK-IDCHECK                   00030611
                 MOVE 999999999        TO WRK-ID-FIM                    00030612
           WRITE FUNCREL-REC.                                           00037850
                                                                        00037900
           MOVE ' '                        TO FUNCREL-CC                00037950
           STRING 'ID       NOME                           SETOR      ' 00038000
                  'SALARIO       DATAADM     EMAIL'                     00038050
                  INTO FUNCREL-LINHA                                    00038100
           WRITE FUNCREL-REC.                                           00038150
