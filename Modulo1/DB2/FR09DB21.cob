      *                   CRONOLOGICA (IDEXEC), MARCANDO AS            *00002300
      *                   MUDANCAS DE SETOR/SALARIO/EMAIL.             *00002400
      *----------------------------------------------------------------*00002500
      *     PARM.......: ATE 10 IDS DE ATE 8 DIGITOS, SEPARADOS POR    *00002555
      *                  VIRGULA, COM OU SEM ZEROS A ESQUERDA          *00002610
      *                  (EX. '1234,77,10052') -                       *00002665
      *                  OBRIGATORIO; ID ILEGIVEL E AVISADO NO         *00002720
      *                  RELATORIO E DERRUBA COM RC=04                 *00002740
      *----------------------------------------------------------------*00002800
              INCLUDE SQLCA                                             00010800
           END-EXEC.                                                    00010900
                                                                        00011000
       77 WRK-CONS-ID            PIC 9(08)           VALUE ZEROS.       00011100
       77 WRK-DATAEXEC           PIC 9(08)           VALUE ZEROS.       00011200
       77 WRK-IDEXEC             PIC X(16)           VALUE SPACES.      00011300
                                                                        00011400
       77 WRK-ANT-EMAIL           PIC X(40)                VALUE SPACES.00015400
                                                                        00015500
       01  WRK-PARM-IDS.                                                00015600
           05  WRK-PARM-ID   OCCURS 10   PIC X(08).                     00015700
       01  FILLER REDEFINES WRK-PARM-IDS.                               00015800
           05  WRK-PARM-ID-N OCCURS 10   PIC 9(08).                     00015900
                                                                        00016000
      *    LINHA EM PREPARACAO PARA A LINHA DO TEMPO - PREENCHIDA       00016100
      *    TANTO PELO CAMINHO DO ARQUIVO QUANTO PELO DO FUNCHIST        00016200
      *----------------------------------------------------------------*00017500
       01  WRK-TAB-ARQ.                                                 00017600
           05  WRK-ARQ-ENT   OCCURS 500.                                00017700
               10  WRK-ARQ-ID          PIC 9(08).                       00017800
               10  WRK-ARQ-IDEXEC      PIC X(16).                       00017900
               10  WRK-ARQ-DATAEXEC    PIC 9(08).                       00018000
               10  WRK-ARQ-SETOR       PIC X(10).                       00018100
       LINKAGE                                      SECTION.            00020300
      *-------------------------------------------------------------*   00020400
                                                                        00020500
       01  LS-PARM                     PIC X(90).                       00020600
                                                                        00020700
      *================================================================*00020800
       PROCEDURE                    DIVISION USING LS-PARM.             00020900
