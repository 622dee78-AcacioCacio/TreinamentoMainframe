      *  VAO PARA O ARQUIVO NO CHECKPOINT, JUNTO COM O COMMIT          *00015400
      *----------------------------------------------------------------*00015500
       01  WRK-TAB-ARQ.                                                 00015600
           05  WRK-ARQ-REG   OCCURS 99   PIC X(131).                    00015700
                                                                        00015800
      *----------------------------------------------------------------*00015900
       01  FILLER                      PIC  X(050)         VALUE        00016000
