      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. FR09DB30.                                            00000500
       AUTHOR.     ACACIO.                                              00000600
                                                                        00000700
      *================================================================*00000800
      *                        TREINAMENTO                             *00000900
      *================================================================*00001000
      *     PROGRAMA....: FR09DB30                                     *00001100
      *     PROGRAMADOR.: ACACIO JORGE                                 *00001200
      *     INSTRUTOR...: IVAN SANCHES                                 *00001300
      *     EMPRESA.....: FOURSYS                                      *00001400
      *     DATA........: 15/10/2026                                   *00001500
      *----------------------------------------------------------------*00001600
      *     OBJETIVO....: MANUTENCAO DA TABELA FOUR001.CONTABANC       *00001700
      *                   (CONTA BANCARIA DE CADA FUNCIONARIO) A       *00001800
      *                   PARTIR DO ARQUIVO CTATRAN - INCLUI, ALTERA   *00001900
      *                   E EXCLUI CONTAS, CONFERINDO O DIGITO         *00002000
      *                   VERIFICADOR E O CADASTRO EM FUNC2, E         *00002100
      *                   REJEITA REGISTROS MAL FORMADOS PARA O        *00002200
      *                   ARQUIVO CTAERR.                              *00002300
      *                   REINICIAVEL VIA FOUR001.CHECK (IDCHECK       *00002400
      *                   'FOUR030' = QTDE DE REGISTROS JA             *00002500
      *                   APLICADOS), NO MODELO DO FR09DB15.           *00002600
      *----------------------------------------------------------------*00002700
      *                                                                *00002800
      *     ARQUIVOS....:                                              *00002900
      *       DDNAME               I/O                 INCLUDE/BOOK    *00003000
      *       CTATRAN               I                    BKCTATRA      *00003100
      *       CTAERR                O                    BKCTAERR      *00003200
      *       PARMFILE              I                    BKPARM        *00003300
      *                                                                *00003400
      *----------------------------------------------------------------*00003500
      *                                                                *00003600
      *     BASE DE DADOS:                                             *00003700
      *       DDNAME               I/O                 INCLUDE/BOOK    *00003800
      *       FOU001.CONTABANC      I/O                  #BKCONTA      *00003900
      *       FOU001.CHECK          I/O                  #BKCHECK      *00004000
      *       FOU001.FUNC2          I                    #BKFUNC2      *00004100
      *                                                                *00004200
      *----------------------------------------------------------------*00004300
      *                                                                *00004400
      *     MODULOS.....:                                              *00004500
      *       B#GLOB                                                   *00004600
      *                                                                *00004700
      *================================================================*00004800
                                                                        00004900
      *=============================================================*   00005000
       ENVIRONMENT                               DIVISION.              00005100
      *=============================================================*   00005200
                                                                        00005300
      *-------------------------------------------------------------*   00005400
       CONFIGURATION                               SECTION.             00005500
      *-------------------------------------------------------------*   00005600
       SPECIAL-NAMES.                                                   00005700
           DECIMAL-POINT IS COMMA.                                      00005800
                                                                        00005900
      *-------------------------------------------------------------*   00006000
       INPUT-OUTPUT                            SECTION.                 00006100
      *-------------------------------------------------------------*   00006200
       FILE-CONTROL.                                                    00006300
           SELECT CTATRAN   ASSIGN TO CTATRAN                           00006400
                            ORGANIZATION IS SEQUENTIAL.                 00006500
           SELECT CTAERR    ASSIGN TO CTAERR                            00006600
                            ORGANIZATION IS SEQUENTIAL.                 00006700
           SELECT OPTIONAL PARMFILE ASSIGN TO PARMFILE                  00006800
                            ORGANIZATION IS SEQUENTIAL.                 00006900
                                                                        00007000
                                                                        00007100
      *=============================================================*   00007200
       DATA                                      DIVISION.              00007300
                                                                        00007400
      *-------------------------------------------------------------*   00007500
       FILE                                         SECTION.            00007600
      *-------------------------------------------------------------*   00007700
      *----------------------------------------------------------------*00007800
       FD  CTATRAN                                                      00007900
           LABEL RECORDS ARE STANDARD.                                  00008000
                                                                        00008100
           COPY 'BKCTATRA'.                                             00008200
      *----------------------------------------------------------------*00008300
      *----------------------------------------------------------------*00008400
       FD  CTAERR                                                       00008500
           LABEL RECORDS ARE STANDARD.                                  00008600
                                                                        00008700
           COPY 'BKCTAERR'.                                             00008800
      *----------------------------------------------------------------*00008900
                                                                        00009000
      *----------------------------------------------------------------*00009100
       FD  PARMFILE                                                     00009200
           LABEL RECORDS ARE STANDARD.                                  00009300
                                                                        00009400
           COPY 'BKPARM'.                                               00009500
      *----------------------------------------------------------------*00009600
                                                                        00009700
      *=============================================================*   00009800
                                                                        00009900
      *-------------------------------------------------------------*   00010000
       WORKING-STORAGE                             SECTION.             00010100
      *-------------------------------------------------------------*   00010200
                                                                        00010300
      *----------------------------------------------------------------*00010400
       01  FILLER                      PIC  X(050)         VALUE        00010500
           '*** INICIO DA WORKING FR09DB30 ***'.                        00010600
      *----------------------------------------------------------------*00010700
                                                                        00010800
      *----------------------------------------------------------------*00010900
       01  FILLER                                  PIC X(050)    VALUE  00011000
           '*** AREA DE DB2 ***'.                                       00011100
      *----------------------------------------------------------------*00011200
                                                                        00011300
           EXEC SQL                                                     00011400
             INCLUDE #BKCONTA                                           00011500
           END-EXEC.                                                    00011600
                                                                        00011700
           EXEC SQL                                                     00011800
             INCLUDE #BKCHECK                                           00011900
           END-EXEC.                                                    00012000
                                                                        00012100
           EXEC SQL                                                     00012200
             INCLUDE #BKFUNC2                                           00012300
           END-EXEC.                                                    00012400
                                                                        00012500
           EXEC SQL                                                     00012600
              INCLUDE SQLCA                                             00012700
           END-EXEC.                                                    00012800
                                                                        00012900
       77 WRK-IDCHECK            PIC X(10)           VALUE 'FOUR030'.   00013000
                                                                        00013100
      *----------------------------------------------------------------*00013200
       01  FILLER                                  PIC X(050)    VALUE  00013300
           '*** AREA DO ARQUIVO LOGERRO2 ***'.                          00013400
      *----------------------------------------------------------------*00013500
                                                                        00013600
          COPY 'B#GLOB'.                                                00013700
                                                                        00013800
      *----------------------------------------------------------------*00013900
                                                                        00014000
      *----------------------------------------------------------------*00014100
       01  FILLER                                  PIC X(050)    VALUE  00014200
           '*** AREA DE VARIAVEIS AUXILIARES ***'.                      00014300
      *----------------------------------------------------------------*00014400
                                                                        00014500
       77 WRK-SQLCODE             PIC -999.                             00014600
       77 WRK-CHECKPOINT          PIC 9(2)                  VALUE ZEROS.00014700
       77 WRK-COMMIT-INTERVAL     PIC 9(2)                  VALUE 05.   00014800
       77 WRK-FIM-CTATRAN         PIC X(01)                 VALUE 'N'.  00014900
       77 WRK-REG-APLICADOS       PIC 9(09)                 VALUE ZEROS.00015000
       77 WRK-REG-PULADOS         PIC 9(09)                 VALUE ZEROS.00015100
       77 WRK-QTD-BUF-ERR         PIC 9(02)                 VALUE ZEROS.00015200
       77 WRK-ERR-GRAVADOS        PIC 9(08)                 VALUE ZEROS.00015300
       77 WRK-IX-BUF              PIC 9(03) COMP            VALUE ZEROS.00015400
       77 WRK-IX-DV               PIC 9(03) COMP            VALUE ZEROS.00015500
       77 WRK-DV-PESO             PIC 9(02)                 VALUE ZEROS.00015600
       77 WRK-DV-SOMA             PIC 9(05)                 VALUE ZEROS.00015700
       77 WRK-DV-QUOC             PIC 9(05)                 VALUE ZEROS.00015800
       77 WRK-DV-RESTO            PIC 9(02)                 VALUE ZEROS.00015900
       77 WRK-DV-NUM              PIC 9(02)                 VALUE ZEROS.00016000
                                                                        00016100
      *    BASE DO DIGITO VERIFICADOR: AGENCIA+CONTA, 15 DIGITOS        00016200
      *    PESADOS DA DIREITA PARA A ESQUERDA                           00016300
       01  WRK-DV-BASE.                                                 00016400
           05  WRK-DV-BASE-AGENCIA     PIC 9(05).                       00016500
           05  WRK-DV-BASE-CONTA       PIC 9(10).                       00016600
       01  FILLER REDEFINES WRK-DV-BASE.                                00016700
           05  WRK-DV-DIGITO OCCURS 15 PIC 9(01).                       00016800
                                                                        00016900
       01  WRK-DV-CALC-X.                                               00017000
           05  WRK-DV-CALC             PIC X(01).                       00017100
           05  WRK-DV-CALC-N   REDEFINES WRK-DV-CALC                    00017200
                                       PIC 9(01).                       00017300
                                                                        00017400
      *    REJEICOES ACUMULADAS EM MEMORIA E GRAVADAS NO CTAERR SO      00017500
      *    JUNTO COM O COMMIT DO CHECKPOINT - UM REINICIO NAO REPETE    00017600
      *    REJEICAO JA GRAVADA                                          00017700
       01  WRK-BUF-CTAERR.                                              00017800
           05  WRK-ERR-REG   OCCURS 99   PIC X(80).                     00017900
                                                                        00018000
      *----------------------------------------------------------------*00018100
       01  FILLER                      PIC  X(050)         VALUE        00018200
           '*** AREA DE ACUMULADORES ***'.                              00018300
      *----------------------------------------------------------------*00018400
                                                                        00018500
       77 ACU-LIDOS               PIC 9(08)                 VALUE ZEROS.00018600
       77 ACU-INCLS               PIC 9(08)                 VALUE ZEROS.00018700
       77 ACU-ALTDS               PIC 9(08)                 VALUE ZEROS.00018800
       77 ACU-EXCLS               PIC 9(08)                 VALUE ZEROS.00018900
       77 ACU-IGUAIS              PIC 9(08)                 VALUE ZEROS.00019000
       77 ACU-ERROS               PIC 9(08)                 VALUE ZEROS.00019100
                                                                        00019200
      *----------------------------------------------------------------*00019300
       01  FILLER                 PIC  X(050)         VALUE             00019400
           '*** FINAL DA WORKING FR09DB30 ***'.                         00019500
      *----------------------------------------------------------------*00019600
                                                                        00019700
      *================================================================*00019800
       PROCEDURE                    DIVISION.                           00019900
      *================================================================*00020000
                                                                        00020100
      ******************************************************************00020200
      *                      P R I N C I P A L                         *00020300
      ******************************************************************00020400
                                                                        00020500
      *----------------------------------------------------------------*00020600
       0000-PRINCIPAL                                 SECTION.          00020700
      *----------------------------------------------------------------*00020800
                                                                        00020900
           PERFORM 1000-INICIAR.                                        00021000
           PERFORM 2000-PROCESSAR                                       00021100
                        UNTIL WRK-FIM-CTATRAN EQUAL 'S'.                00021200
           PERFORM 3000-FINALIZAR.                                      00021300
           STOP RUN.                                                    00021400
                                                                        00021500
      *----------------------------------------------------------------*00021600
       0000-99-FIM.                                   EXIT.             00021700
      *----------------------------------------------------------------*00021800
                                                                        00021900
      ******************************************************************00022000
      *                    I N I C I A L I Z A R                       *00022100
      ******************************************************************00022200
                                                                        00022300
      *----------------------------------------------------------------*00022400
       1000-INICIAR                                   SECTION.          00022500
      *----------------------------------------------------------------*00022600
                                                                        00022700
           OPEN INPUT  CTATRAN                                          00022800
           OPEN OUTPUT CTAERR                                           00022900
                                                                        00023000
           OPEN INPUT PARMFILE                                          00023100
           READ PARMFILE                                                00023200
              AT END                                                    00023300
                 MOVE SPACES          TO PARM-REC                       00023400
           END-READ                                                     00023500
           IF PARM-COMMIT-INTERVAL NOT NUMERIC OR                       00023600
              PARM-COMMIT-INTERVAL = ZEROS                              00023700
              CONTINUE                                                  00023800
           ELSE                                                         00023900
              MOVE PARM-COMMIT-INTERVAL TO WRK-COMMIT-INTERVAL          00024000
           END-IF                                                       00024100
           CLOSE PARMFILE                                               00024200
                                                                        00024300
           MOVE WRK-IDCHECK              TO DB2-IDCHECK                 00024400
           EXEC SQL                                                     00024500
              SELECT REGISTRO INTO :DB2-REGISTRO                        00024600
                FROM FOUR001.CHECK                                      00024700
               WHERE IDCHECK = :DB2-IDCHECK                             00024800
           END-EXEC                                                     00024900
                                                                        00025000
           EVALUATE SQLCODE                                             00025100
              WHEN 0                                                    00025200
                 MOVE DB2-REGISTRO       TO WRK-REG-APLICADOS           00025300
              WHEN 100                                                  00025400
                 MOVE ZEROS              TO DB2-REGISTRO                00025500
                 EXEC SQL                                               00025600
                    INSERT INTO FOUR001.CHECK (IDCHECK, REGISTRO)       00025700
                       VALUES (:DB2-IDCHECK, :DB2-REGISTRO)             00025800
                 END-EXEC                                               00025900
                 IF SQLCODE NOT = 0                                     00026000
                    MOVE SQLCODE           TO WRK-LOG-SQLCODE           00026100
                    MOVE 'FR09DB30'        TO WRK-LOG-PROGRAMA          00026200
                    MOVE '1000-INICIAR'    TO WRK-LOG-SECTION           00026300
                    MOVE 'ERRO NO INSERT CHECK' TO WRK-LOG-MENSAGEM     00026400
                    PERFORM 9000-TRATAR-ERRO                            00026500
                 END-IF                                                 00026600
              WHEN OTHER                                                00026700
                 MOVE SQLCODE              TO WRK-SQLCODE               00026800
                 MOVE SQLCODE              TO WRK-LOG-SQLCODE           00026900
                 MOVE 'FR09DB30'           TO WRK-LOG-PROGRAMA          00027000
                 MOVE '1000-INICIAR'       TO WRK-LOG-SECTION           00027100
                 MOVE 'ERRO NO SELECT CHECK' TO WRK-LOG-MENSAGEM        00027200
                 PERFORM 9000-TRATAR-ERRO                               00027300
           END-EVALUATE                                                 00027400
                                                                        00027500
           PERFORM 1100-LER-CTATRAN                                     00027600
           PERFORM 1200-PULAR-APLICADOS                                 00027700
                        UNTIL WRK-REG-PULADOS = WRK-REG-APLICADOS       00027800
                           OR WRK-FIM-CTATRAN = 'S'.                    00027900
                                                                        00028000
      *----------------------------------------------------------------*00028100
       1000-99-FIM.                                   EXIT.             00028200
      *----------------------------------------------------------------*00028300
                                                                        00028400
      ******************************************************************00028500
      *          L E R   C T A T R A N                                 *00028600
      ******************************************************************00028700
                                                                        00028800
      *----------------------------------------------------------------*00028900
       1100-LER-CTATRAN                               SECTION.          00029000
      *----------------------------------------------------------------*00029100
                                                                        00029200
           READ CTATRAN                                                 00029300
              AT END                                                    00029400
                 MOVE 'S'              TO WRK-FIM-CTATRAN               00029500
              NOT AT END                                                00029600
                 ADD 1 TO ACU-LIDOS                                     00029700
           END-READ.                                                    00029800
                                                                        00029900
      *----------------------------------------------------------------*00030000
       1100-99-FIM.                                   EXIT.             00030100
      *----------------------------------------------------------------*00030200
                                                                        00030300
      ******************************************************************00030400
      *      P U L A R   R E G I S T R O S   A P L I C A D O S         *00030500
      *      (REINICIO: REGISTROS JA CONFIRMADOS EM EXECUCAO           *00030600
      *       ANTERIOR NAO SAO REAPLICADOS)                            *00030700
      ******************************************************************00030800
                                                                        00030900
      *----------------------------------------------------------------*00031000
       1200-PULAR-APLICADOS                           SECTION.          00031100
      *----------------------------------------------------------------*00031200
                                                                        00031300
           SUBTRACT 1                 FROM ACU-LIDOS                    00031400
           ADD 1                      TO WRK-REG-PULADOS                00031500
           PERFORM 1100-LER-CTATRAN.                                    00031600
                                                                        00031700
      *----------------------------------------------------------------*00031800
       1200-99-FIM.                                   EXIT.             00031900
      *----------------------------------------------------------------*00032000
                                                                        00032100
      ******************************************************************00032200
      *                      P R O C E S S A R                         *00032300
      ******************************************************************00032400
                                                                        00032500
      *----------------------------------------------------------------*00032600
       2000-PROCESSAR                                 SECTION.          00032700
      *----------------------------------------------------------------*00032800
                                                                        00032900
           IF CTA-ID NOT NUMERIC OR CTA-ID-NUM = ZEROS                  00033000
              MOVE 'I'                 TO CTAERR-TIPO                   00033100
              PERFORM 2200-GRAVAR-CTAERR                                00033200
           ELSE                                                         00033300
      *       ACAO 'E' = EXCLUSAO: SO A CHAVE IMPORTA. INCLUSAO E       00033400
      *       ALTERACAO EXIGEM BANCO/AGENCIA/CONTA NUMERICOS E O        00033500
      *       DIGITO CONFERIDO - CONTA ERRADA NA TABELA VIRA            00033600
      *       CREDITO DEVOLVIDO PELO BANCO NO DIA DO PAGAMENTO          00033700
              EVALUATE CTA-ACAO                                         00033800
                 WHEN 'E'                                               00033900
                    PERFORM 2130-EXCLUIR-CONTA                          00034000
                 WHEN SPACE                                             00034100
                 WHEN 'I'                                               00034200
                 WHEN 'A'                                               00034300
                    PERFORM 2050-VALIDAR-CONTA                          00034400
                 WHEN OTHER                                             00034500
                    MOVE 'A'           TO CTAERR-TIPO                   00034600
                    PERFORM 2200-GRAVAR-CTAERR                          00034700
              END-EVALUATE                                              00034800
           END-IF                                                       00034900
                                                                        00035000
           ADD 1 TO WRK-REG-APLICADOS                                   00035100
           ADD 1 TO WRK-CHECKPOINT                                      00035200
           IF WRK-CHECKPOINT >= WRK-COMMIT-INTERVAL                     00035300
              PERFORM 2300-CHECKPOINT                                   00035400
           END-IF                                                       00035500
                                                                        00035600
           PERFORM 1100-LER-CTATRAN.                                    00035700
                                                                        00035800
      *----------------------------------------------------------------*00035900
       2000-99-FIM.                                   EXIT.             00036000
      *----------------------------------------------------------------*00036100
                                                                        00036200
      ******************************************************************00036300
      *          V A L I D A R   C O N T A                             *00036400
      ******************************************************************00036500
                                                                        00036600
      *----------------------------------------------------------------*00036700
       2050-VALIDAR-CONTA                             SECTION.          00036800
      *----------------------------------------------------------------*00036900
                                                                        00037000
           IF CTA-BANCO   NOT NUMERIC OR CTA-BANCO-NUM   = ZEROS OR     00037100
              CTA-AGENCIA NOT NUMERIC OR CTA-AGENCIA-NUM = ZEROS OR     00037200
              CTA-CONTA   NOT NUMERIC OR CTA-CONTA-NUM   = ZEROS        00037300
              MOVE 'B'                 TO CTAERR-TIPO                   00037400
              PERFORM 2200-GRAVAR-CTAERR                                00037500
              GO TO 2050-99-FIM                                         00037600
           END-IF                                                       00037700
                                                                        00037800
           MOVE CTA-AGENCIA-NUM         TO WRK-DV-BASE-AGENCIA          00037900
           MOVE CTA-CONTA-NUM           TO WRK-DV-BASE-CONTA            00038000
           PERFORM 2150-CALCULAR-DV                                     00038100
           IF WRK-DV-CALC NOT = CTA-CONTADV                             00038200
              MOVE 'D'                 TO CTAERR-TIPO                   00038300
              PERFORM 2200-GRAVAR-CTAERR                                00038400
              GO TO 2050-99-FIM                                         00038500
           END-IF                                                       00038600
                                                                        00038700
           PERFORM 2100-APLICAR-CONTA.                                  00038800
                                                                        00038900
      *----------------------------------------------------------------*00039000
       2050-99-FIM.                                   EXIT.             00039100
      *----------------------------------------------------------------*00039200
                                                                        00039300
      ******************************************************************00039400
      *          A P L I C A R   E M   C O N T A B A N C               *00039500
      *     SO FUNCIONARIO CADASTRADO EM FUNC2 RECEBE CONTA (TIPO      *00039600
      *     'F' SE NAO); CONTA JA EXISTENTE E ALTERADA, NOVA E         *00039700
      *     INCLUIDA - COMO O FR09DB15 FAZ COM FUNC2                   *00039800
      ******************************************************************00039900
                                                                        00040000
      *----------------------------------------------------------------*00040100
       2100-APLICAR-CONTA                             SECTION.          00040200
      *----------------------------------------------------------------*00040300
                                                                        00040400
           MOVE CTA-ID-NUM              TO DB2-ID                       00040500
           EXEC SQL                                                     00040600
              SELECT ID INTO :DB2-ID                                    00040700
                FROM FOUR001.FUNC2                                      00040800
               WHERE ID = :DB2-ID                                       00040900
           END-EXEC                                                     00041000
                                                                        00041100
           EVALUATE SQLCODE                                             00041200
              WHEN 0                                                    00041300
                 CONTINUE                                               00041400
              WHEN 100                                                  00041500
                 MOVE 'F'               TO CTAERR-TIPO                  00041600
                 PERFORM 2200-GRAVAR-CTAERR                             00041700
                 GO TO 2100-99-FIM                                      00041800
              WHEN OTHER                                                00041900
                 MOVE SQLCODE              TO WRK-SQLCODE               00042000
                 MOVE SQLCODE              TO WRK-LOG-SQLCODE           00042100
                 MOVE 'FR09DB30'           TO WRK-LOG-PROGRAMA          00042200
                 MOVE '2100-APLICAR-CONTA' TO WRK-LOG-SECTION           00042300
                 MOVE 'ERRO NO SELECT FUNC2' TO WRK-LOG-MENSAGEM        00042400
                 PERFORM 9000-TRATAR-ERRO                               00042500
           END-EVALUATE                                                 00042600
                                                                        00042700
           MOVE CTA-ID-NUM              TO DB2-CTA-ID                   00042800
           EXEC SQL                                                     00042900
              SELECT BANCO, AGENCIA, CONTA, CONTADV                     00043000
                INTO :DB2-CTA-BANCO, :DB2-CTA-AGENCIA,                  00043100
                     :DB2-CTA-CONTA, :DB2-CTA-CONTADV                   00043200
                FROM FOUR001.CONTABANC                                  00043300
               WHERE ID = :DB2-CTA-ID                                   00043400
           END-EXEC                                                     00043500
                                                                        00043600
           EVALUATE SQLCODE                                             00043700
              WHEN 0                                                    00043800
                 IF DB2-CTA-BANCO   = CTA-BANCO-NUM   AND               00043900
                    DB2-CTA-AGENCIA = CTA-AGENCIA-NUM AND               00044000
                    DB2-CTA-CONTA   = CTA-CONTA-NUM   AND               00044100
                    DB2-CTA-CONTADV = CTA-CONTADV                       00044200
                    ADD 1 TO ACU-IGUAIS                                 00044300
                 ELSE                                                   00044400
                    PERFORM 2110-ALTERAR-CONTA                          00044500
                 END-IF                                                 00044600
              WHEN 100                                                  00044700
                 PERFORM 2120-INCLUIR-CONTA                             00044800
              WHEN OTHER                                                00044900
                 MOVE SQLCODE              TO WRK-SQLCODE               00045000
                 MOVE SQLCODE              TO WRK-LOG-SQLCODE           00045100
                 MOVE 'FR09DB30'           TO WRK-LOG-PROGRAMA          00045200
                 MOVE '2100-APLICAR-CONTA' TO WRK-LOG-SECTION           00045300
                 MOVE 'ERRO NO SELECT CONTABANC' TO WRK-LOG-MENSAGEM    00045400
                 PERFORM 9000-TRATAR-ERRO                               00045500
           END-EVALUATE.                                                00045600
                                                                        00045700
      *----------------------------------------------------------------*00045800
       2100-99-FIM.                                   EXIT.             00045900
      *----------------------------------------------------------------*00046000
                                                                        00046100
      ******************************************************************00046200
      *               A L T E R A R   C O N T A                        *00046300
      ******************************************************************00046400
                                                                        00046500
      *----------------------------------------------------------------*00046600
       2110-ALTERAR-CONTA                             SECTION.          00046700
      *----------------------------------------------------------------*00046800
                                                                        00046900
           MOVE CTA-BANCO-NUM           TO DB2-CTA-BANCO                00047000
           MOVE CTA-AGENCIA-NUM         TO DB2-CTA-AGENCIA              00047100
           MOVE CTA-CONTA-NUM           TO DB2-CTA-CONTA                00047200
           MOVE CTA-CONTADV             TO DB2-CTA-CONTADV              00047300
                                                                        00047400
           EXEC SQL                                                     00047500
              UPDATE FOUR001.CONTABANC                                  00047600
                 SET BANCO   = :DB2-CTA-BANCO,                          00047700
                     AGENCIA = :DB2-CTA-AGENCIA,                        00047800
                     CONTA   = :DB2-CTA-CONTA,                          00047900
                     CONTADV = :DB2-CTA-CONTADV                         00048000
               WHERE ID = :DB2-CTA-ID                                   00048100
           END-EXEC                                                     00048200
                                                                        00048300
           IF SQLCODE = 0                                               00048400
              ADD 1 TO ACU-ALTDS                                        00048500
           ELSE                                                         00048600
              MOVE SQLCODE              TO WRK-LOG-SQLCODE              00048700
              MOVE 'FR09DB30'           TO WRK-LOG-PROGRAMA             00048800
              MOVE '2110-ALTERAR-CONTA' TO WRK-LOG-SECTION              00048900
              MOVE 'ERRO NO UPDATE CONTABANC' TO WRK-LOG-MENSAGEM       00049000
              PERFORM 9000-TRATAR-ERRO                                  00049100
           END-IF.                                                      00049200
                                                                        00049300
      *----------------------------------------------------------------*00049400
       2110-99-FIM.                                   EXIT.             00049500
      *----------------------------------------------------------------*00049600
                                                                        00049700
      ******************************************************************00049800
      *               I N C L U I R   C O N T A                        *00049900
      ******************************************************************00050000
                                                                        00050100
      *----------------------------------------------------------------*00050200
       2120-INCLUIR-CONTA                             SECTION.          00050300
      *----------------------------------------------------------------*00050400
                                                                        00050500
           MOVE CTA-BANCO-NUM           TO DB2-CTA-BANCO                00050600
           MOVE CTA-AGENCIA-NUM         TO DB2-CTA-AGENCIA              00050700
           MOVE CTA-CONTA-NUM           TO DB2-CTA-CONTA                00050800
           MOVE CTA-CONTADV             TO DB2-CTA-CONTADV              00050900
                                                                        00051000
           EXEC SQL                                                     00051100
              INSERT INTO FOUR001.CONTABANC                             00051200
                  (ID, BANCO, AGENCIA, CONTA, CONTADV)                  00051300
                VALUES (:DB2-CTA-ID, :DB2-CTA-BANCO,                    00051400
                   :DB2-CTA-AGENCIA, :DB2-CTA-CONTA,                    00051500
                   :DB2-CTA-CONTADV)                                    00051600
           END-EXEC                                                     00051700
                                                                        00051800
           IF SQLCODE = 0                                               00051900
              ADD 1 TO ACU-INCLS                                        00052000
           ELSE                                                         00052100
              MOVE SQLCODE              TO WRK-LOG-SQLCODE              00052200
              MOVE 'FR09DB30'           TO WRK-LOG-PROGRAMA             00052300
              MOVE '2120-INCLUIR-CONTA' TO WRK-LOG-SECTION              00052400
              MOVE 'ERRO NO INSERT CONTABANC' TO WRK-LOG-MENSAGEM       00052500
              PERFORM 9000-TRATAR-ERRO                                  00052600
           END-IF.                                                      00052700
                                                                        00052800
      *----------------------------------------------------------------*00052900
       2120-99-FIM.                                   EXIT.             00053000
      *----------------------------------------------------------------*00053100
                                                                        00053200
      ******************************************************************00053300
      *               E X C L U I R   C O N T A                        *00053400
      *     EXCLUSAO DE CONTA INEXISTENTE E REJEITADA (TIPO 'X')       *00053500
      *     PARA O RH CONFERIR A CHAVE                                 *00053600
      ******************************************************************00053700
                                                                        00053800
      *----------------------------------------------------------------*00053900
       2130-EXCLUIR-CONTA                             SECTION.          00054000
      *----------------------------------------------------------------*00054100
                                                                        00054200
           MOVE CTA-ID-NUM              TO DB2-CTA-ID                   00054300
           EXEC SQL                                                     00054400
              DELETE FROM FOUR001.CONTABANC                             00054500
               WHERE ID = :DB2-CTA-ID                                   00054600
           END-EXEC                                                     00054700
                                                                        00054800
           EVALUATE SQLCODE                                             00054900
              WHEN 0                                                    00055000
                 ADD 1 TO ACU-EXCLS                                     00055100
              WHEN 100                                                  00055200
                 MOVE 'X'               TO CTAERR-TIPO                  00055300
                 PERFORM 2200-GRAVAR-CTAERR                             00055400
              WHEN OTHER                                                00055500
                 MOVE SQLCODE              TO WRK-SQLCODE               00055600
                 MOVE SQLCODE              TO WRK-LOG-SQLCODE           00055700
                 MOVE 'FR09DB30'           TO WRK-LOG-PROGRAMA          00055800
                 MOVE '2130-EXCLUIR-CONTA' TO WRK-LOG-SECTION           00055900
                 MOVE 'ERRO NO DELETE CONTABANC' TO WRK-LOG-MENSAGEM    00056000
                 PERFORM 9000-TRATAR-ERRO                               00056100
           END-EVALUATE.                                                00056200
                                                                        00056300
      *----------------------------------------------------------------*00056400
       2130-99-FIM.                                   EXIT.             00056500
      *----------------------------------------------------------------*00056600
                                                                        00056700
      ******************************************************************00056800
      *          C A L C U L A R   D I G I T O                         *00056900
      *     MODULO 11 SOBRE AGENCIA+CONTA (WRK-DV-BASE), PESOS 2 A 9   *00057000
      *     DA DIREITA PARA A ESQUERDA. DV = 11 - RESTO; 10 VIRA 'X'   *00057100
      *     E 11 VIRA '0'. DEVOLVE EM WRK-DV-CALC                      *00057200
      ******************************************************************00057300
                                                                        00057400
      *----------------------------------------------------------------*00057500
       2150-CALCULAR-DV                               SECTION.          00057600
      *----------------------------------------------------------------*00057700
                                                                        00057800
           MOVE ZEROS                   TO WRK-DV-SOMA                  00057900
           MOVE 2                       TO WRK-DV-PESO                  00058000
           PERFORM 2160-SOMAR-DIGITO                                    00058100
              VARYING WRK-IX-DV FROM 15 BY -1                           00058200
                UNTIL WRK-IX-DV LESS 1                                  00058300
                                                                        00058400
           DIVIDE WRK-DV-SOMA BY 11                                     00058500
              GIVING WRK-DV-QUOC REMAINDER WRK-DV-RESTO                 00058600
           COMPUTE WRK-DV-NUM = 11 - WRK-DV-RESTO                       00058700
                                                                        00058800
           EVALUATE WRK-DV-NUM                                          00058900
              WHEN 10                                                   00059000
                 MOVE 'X'               TO WRK-DV-CALC                  00059100
              WHEN 11                                                   00059200
                 MOVE '0'               TO WRK-DV-CALC                  00059300
              WHEN OTHER                                                00059400
                 MOVE WRK-DV-NUM        TO WRK-DV-CALC-N                00059500
           END-EVALUATE.                                                00059600
                                                                        00059700
      *----------------------------------------------------------------*00059800
       2150-99-FIM.                                   EXIT.             00059900
      *----------------------------------------------------------------*00060000
                                                                        00060100
      *----------------------------------------------------------------*00060200
       2160-SOMAR-DIGITO                              SECTION.          00060300
      *----------------------------------------------------------------*00060400
                                                                        00060500
           COMPUTE WRK-DV-SOMA = WRK-DV-SOMA +                          00060600
                   WRK-DV-DIGITO (WRK-IX-DV) * WRK-DV-PESO              00060700
           ADD 1                        TO WRK-DV-PESO                  00060800
           IF WRK-DV-PESO GREATER 9                                     00060900
              MOVE 2                    TO WRK-DV-PESO                  00061000
           END-IF.                                                      00061100
                                                                        00061200
      *----------------------------------------------------------------*00061300
       2160-99-FIM.                                   EXIT.             00061400
      *----------------------------------------------------------------*00061500
                                                                        00061600
      ******************************************************************00061700
      *            G R A V A R   C T A E R R                           *00061800
      ******************************************************************00061900
                                                                        00062000
      *----------------------------------------------------------------*00062100
       2200-GRAVAR-CTAERR                             SECTION.          00062200
      *----------------------------------------------------------------*00062300
                                                                        00062400
           MOVE CTA-ACAO                TO CTAERR-ACAO                  00062500
           MOVE CTA-ID                  TO CTAERR-ID                    00062600
           MOVE CTA-BANCO               TO CTAERR-BANCO                 00062700
           MOVE CTA-AGENCIA             TO CTAERR-AGENCIA               00062800
           MOVE CTA-CONTA               TO CTAERR-CONTA                 00062900
           MOVE CTA-CONTADV             TO CTAERR-CONTADV               00063000
           ADD 1                        TO WRK-QTD-BUF-ERR              00063100
           MOVE CTAERR-REC              TO WRK-ERR-REG (WRK-QTD-BUF-ERR)00063200
           ADD 1 TO ACU-ERROS.                                          00063300
                                                                        00063400
      *----------------------------------------------------------------*00063500
       2200-99-FIM.                                   EXIT.             00063600
      *----------------------------------------------------------------*00063700
                                                                        00063800
      ******************************************************************00063900
      *                  C H E C K P O I N T                           *00064000
      ******************************************************************00064100
                                                                        00064200
      *----------------------------------------------------------------*00064300
       2300-CHECKPOINT                                SECTION.          00064400
      *----------------------------------------------------------------*00064500
                                                                        00064600
           PERFORM 2400-FLUSH-CTAERR                                    00064700
           MOVE WRK-REG-APLICADOS       TO DB2-REGISTRO                 00064800
           EXEC SQL                                                     00064900
              UPDATE FOUR001.CHECK SET REGISTRO = :DB2-REGISTRO         00065000
               WHERE IDCHECK = :DB2-IDCHECK                             00065100
           END-EXEC                                                     00065200
           IF SQLCODE NOT = 0                                           00065300
              MOVE SQLCODE           TO WRK-LOG-SQLCODE                 00065400
              MOVE 'FR09DB30'        TO WRK-LOG-PROGRAMA                00065500
              MOVE '2300-CHECKPOINT' TO WRK-LOG-SECTION                 00065600
              MOVE 'ERRO NO UPDATE CHECK' TO WRK-LOG-MENSAGEM           00065700
              PERFORM 9000-TRATAR-ERRO                                  00065800
           END-IF                                                       00065900
           EXEC SQL                                                     00066000
              COMMIT                                                    00066100
           END-EXEC                                                     00066200
           IF SQLCODE NOT = 0                                           00066300
              MOVE SQLCODE           TO WRK-LOG-SQLCODE                 00066400
              MOVE 'FR09DB30'        TO WRK-LOG-PROGRAMA                00066500
              MOVE '2300-CHECKPOINT' TO WRK-LOG-SECTION                 00066600
              MOVE 'ERRO NO COMMIT'  TO WRK-LOG-MENSAGEM                00066700
              PERFORM 9000-TRATAR-ERRO                                  00066800
           END-IF                                                       00066900
           MOVE ZEROS TO WRK-CHECKPOINT.                                00067000
                                                                        00067100
      *----------------------------------------------------------------*00067200
       2300-99-FIM.                                   EXIT.             00067300
      *----------------------------------------------------------------*00067400
                                                                        00067500
      ******************************************************************00067600
      *            F L U S H   D O   C T A E R R                       *00067700
      ******************************************************************00067800
                                                                        00067900
      *----------------------------------------------------------------*00068000
       2400-FLUSH-CTAERR                              SECTION.          00068100
      *----------------------------------------------------------------*00068200
                                                                        00068300
           PERFORM 2410-GRAVAR-BUF-ERR                                  00068400
              VARYING WRK-IX-BUF FROM 1 BY 1                            00068500
                UNTIL WRK-IX-BUF GREATER WRK-QTD-BUF-ERR                00068600
           ADD WRK-QTD-BUF-ERR          TO WRK-ERR-GRAVADOS             00068700
           MOVE ZEROS                   TO WRK-QTD-BUF-ERR.             00068800
                                                                        00068900
      *----------------------------------------------------------------*00069000
       2400-99-FIM.                                   EXIT.             00069100
      *----------------------------------------------------------------*00069200
                                                                        00069300
      *----------------------------------------------------------------*00069400
       2410-GRAVAR-BUF-ERR                            SECTION.          00069500
      *----------------------------------------------------------------*00069600
                                                                        00069700
           WRITE CTAERR-REC          FROM WRK-ERR-REG (WRK-IX-BUF).     00069800
                                                                        00069900
      *----------------------------------------------------------------*00070000
       2410-99-FIM.                                   EXIT.             00070100
      *----------------------------------------------------------------*00070200
                                                                        00070300
      ******************************************************************00070400
      *                      F I N A L I Z A R                         *00070500
      ******************************************************************00070600
                                                                        00070700
      *----------------------------------------------------------------*00070800
       3000-FINALIZAR                                 SECTION.          00070900
      *----------------------------------------------------------------*00071000
                                                                        00071100
           IF ACU-LIDOS           GREATER ZEROS                         00071200
              PERFORM 4000-EMITIR-ACU                                   00071300
           END-IF                                                       00071400
                                                                        00071500
           IF WRK-FIM-CTATRAN = 'S' AND RETURN-CODE = ZEROS             00071600
              MOVE ZEROS                TO WRK-REG-APLICADOS            00071700
           END-IF                                                       00071800
                                                                        00071900
      *    NO CAMINHO DE ERRO (RETURN-CODE 16) O DB2 JA DESFEZ O        00072000
      *    INTERVALO: O BUFFER E DESCARTADO E O CHECK FICA NO ULTIMO    00072100
      *    COMMIT BOM, PARA O REINICIO REPROCESSAR O QUE FALTOU         00072200
           IF RETURN-CODE = ZEROS                                       00072300
              PERFORM 2400-FLUSH-CTAERR                                 00072400
              MOVE WRK-REG-APLICADOS    TO DB2-REGISTRO                 00072500
              EXEC SQL                                                  00072600
                 UPDATE FOUR001.CHECK SET REGISTRO = :DB2-REGISTRO      00072700
                  WHERE IDCHECK = :DB2-IDCHECK                          00072800
              END-EXEC                                                  00072900
              IF SQLCODE NOT = 0                                        00073000
                 MOVE SQLCODE          TO WRK-LOG-SQLCODE               00073100
                 MOVE 'FR09DB30'       TO WRK-LOG-PROGRAMA              00073200
                 MOVE '3000-FINALIZAR' TO WRK-LOG-SECTION               00073300
                 MOVE 'ERRO NO UPDATE CHECK FINAL' TO WRK-LOG-MENSAGEM  00073400
                 ACCEPT WRK-LOG-DATA   FROM DATE YYYYMMDD               00073500
                 ACCEPT WRK-LOG-HORA   FROM TIME                        00073600
                 CALL 'GRAVALOG'       USING WRK-LOG                    00073700
                 MOVE 16               TO RETURN-CODE                   00073800
              END-IF                                                    00073900
              EXEC SQL                                                  00074000
                 COMMIT                                                 00074100
              END-EXEC                                                  00074200
              IF SQLCODE NOT = 0                                        00074300
                 MOVE SQLCODE          TO WRK-LOG-SQLCODE               00074400
                 MOVE 'FR09DB30'       TO WRK-LOG-PROGRAMA              00074500
                 MOVE '3000-FINALIZAR' TO WRK-LOG-SECTION               00074600
                 MOVE 'ERRO NO COMMIT FINAL' TO WRK-LOG-MENSAGEM        00074700
                 ACCEPT WRK-LOG-DATA   FROM DATE YYYYMMDD               00074800
                 ACCEPT WRK-LOG-HORA   FROM TIME                        00074900
                 CALL 'GRAVALOG'       USING WRK-LOG                    00075000
                 MOVE 16               TO RETURN-CODE                   00075100
              END-IF                                                    00075200
           END-IF                                                       00075300
                                                                        00075400
           MOVE SPACES                   TO CTAERR-REC                  00075500
           MOVE 'T'                      TO CTAERR-TIPO                 00075600
           MOVE WRK-ERR-GRAVADOS         TO CTAERR-ID                   00075700
           WRITE CTAERR-REC                                             00075800
                                                                        00075900
           CLOSE CTATRAN CTAERR                                         00076000
                                                                        00076100
           IF RETURN-CODE = ZEROS AND ACU-ERROS GREATER ZEROS           00076200
              MOVE 04                   TO RETURN-CODE                  00076300
           END-IF.                                                      00076400
                                                                        00076500
      *----------------------------------------------------------------*00076600
       3000-99-FIM.          EXIT.                                      00076700
      *----------------------------------------------------------------*00076800
                                                                        00076900
      ******************************************************************00077000
      *               E M I T I R   A C U M U L A D O R E S            *00077100
      ******************************************************************00077200
                                                                        00077300
      *----------------------------------------------------------------*00077400
       4000-EMITIR-ACU                           SECTION.               00077500
      *----------------------------------------------------------------*00077600
                                                                        00077700
           DISPLAY '*=================== FR09DB30 ====================*'00077800
           DISPLAY '*                                                 *'00077900
           DISPLAY '* ACUMULADORES:                                   *'00078000
           DISPLAY '* LIDOS..............: ' ACU-LIDOS                  00078100
           DISPLAY '* INCLUIDOS..........: ' ACU-INCLS                  00078200
           DISPLAY '* ALTERADOS..........: ' ACU-ALTDS                  00078300
           DISPLAY '* EXCLUIDOS..........: ' ACU-EXCLS                  00078400
           DISPLAY '* SEM ALTERACAO......: ' ACU-IGUAIS                 00078500
           DISPLAY '* ERROS..............: ' ACU-ERROS                  00078600
           DISPLAY '*                                                 *'00078700
           DISPLAY '*=================== FR09DB30 ====================*'00078800
                                                                        00078900
           IF ACU-LIDOS NOT =                                           00079000
              ACU-INCLS + ACU-ALTDS + ACU-EXCLS + ACU-IGUAIS +          00079100
              ACU-ERROS                                                 00079200
              DISPLAY '* ATENCAO: LIDOS DIFERENTE DE APLICADOS     *'   00079300
           END-IF                                                       00079400
           DISPLAY ' '.                                                 00079500
                                                                        00079600
      *----------------------------------------------------------------*00079700
       4000-99-FIM.                              EXIT.                  00079800
      *----------------------------------------------------------------*00079900
                                                                        00080000
      ******************************************************************00080100
      *                     T R A T A R   E R R O                      *00080200
      ******************************************************************00080300
                                                                        00080400
      *----------------------------------------------------------------*00080500
       9000-TRATAR-ERRO                          SECTION.               00080600
      *----------------------------------------------------------------*00080700
                                                                        00080800
           ACCEPT WRK-LOG-DATA               FROM DATE YYYYMMDD         00080900
           ACCEPT WRK-LOG-HORA               FROM TIME                  00081000
           CALL 'GRAVALOG'                       USING WRK-LOG          00081100
           MOVE 16                TO RETURN-CODE                        00081200
      *    DESFAZ O TRABALHO NAO CONFIRMADO: CONTABANC E O CHECK FICAM  00081300
      *    NO ULTIMO COMMIT BOM E O REINICIO REPROCESSA A PARTIR DALI   00081400
           EXEC SQL                                                     00081500
              ROLLBACK                                                  00081600
           END-EXEC                                                     00081700
           PERFORM 3000-FINALIZAR                                       00081800
           GOBACK.                                                      00081900
                                                                        00082000
      *----------------------------------------------------------------*00082100
       9000-99-FIM.                              EXIT.                  00082200
      *----------------------------------------------------------------*00082300
