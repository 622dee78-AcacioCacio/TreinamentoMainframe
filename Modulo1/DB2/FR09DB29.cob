      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. FR09DB29.                                            00000500
       AUTHOR.     ACACIO.                                              00000600
                                                                        00000700
      *================================================================*00000800
      *                        TREINAMENTO                             *00000900
      *================================================================*00001000
      *     PROGRAMA....: FR09DB29                                     *00001100
      *     PROGRAMADOR.: ACACIO JORGE                                 *00001200
      *     INSTRUTOR...: IVAN SANCHES                                 *00001300
      *     EMPRESA.....: FOURSYS                                      *00001400
      *     DATA........: 15/10/2026                                   *00001500
      *----------------------------------------------------------------*00001600
      *     OBJETIVO....: CONSULTA DA TRILHA DE AUDITORIA DE FUNC2     *00001700
      *                   (FOUR001.FUNCAUD) - IMPRIME, PARA CADA       *00001800
      *                   INCLUSAO/ALTERACAO/DESLIGAMENTO FEITO PELOS  *00001900
      *                   FR09DB15/19/20/28 (E REVERSAO/EXCLUSAO PELO  *00001966
      *                   FR09DB38), O PROGRAMA, O ID DA               *00002032
      *                   EXECUCAO, O MOMENTO E AS IMAGENS ANTES E     *00002100
      *                   DEPOIS DE NOME/SETOR/SALARIO/EMAIL/          *00002200
      *                   SITUACAO/DATADEM.                            *00002300
      *----------------------------------------------------------------*00002400
      *     PARM.......: 'id,dataini,datafim,programa'                 *00002500
      *                  id       = ID DO FUNCIONARIO, COM OU SEM      *00002600
      *                             ZEROS A ESQUERDA (BRANCO = TODOS)  *00002700
      *                  dataini  = AAAAMMDD (BRANCO = SEM LIMITE)     *00002800
      *                  datafim  = AAAAMMDD (BRANCO = SEM LIMITE)     *00002900
      *                  programa = EX. 'FR09DB19' (BRANCO = TODOS)    *00003000
      *                  FILTRO ILEGIVEL NAO CONSULTA E DA RC=08       *00003100
      *----------------------------------------------------------------*00003200
      *                                                                *00003300
      *     ARQUIVOS....:                                              *00003400
      *       DDNAME               I/O                 INCLUDE/BOOK    *00003500
      *       AUDREL                O                    BKAUDREL      *00003600
      *                                                                *00003700
      *----------------------------------------------------------------*00003800
      *                                                                *00003900
      *     BASE DE DADOS:                                             *00004000
      *       DDNAME               I/O                 INCLUDE/BOOK    *00004100
      *       FOU001.FUNCAUD        I                    #BKFUNCAUD    *00004200
      *                                                                *00004300
      *----------------------------------------------------------------*00004400
      *                                                                *00004500
      *     MODULOS.....:                                              *00004600
      *       B#GLOB                                                   *00004700
      *                                                                *00004800
      *================================================================*00004900
                                                                        00005000
      *=============================================================*   00005100
       ENVIRONMENT                               DIVISION.              00005200
      *=============================================================*   00005300
                                                                        00005400
      *-------------------------------------------------------------*   00005500
       CONFIGURATION                               SECTION.             00005600
      *-------------------------------------------------------------*   00005700
       SPECIAL-NAMES.                                                   00005800
           DECIMAL-POINT IS COMMA.                                      00005900
                                                                        00006000
      *-------------------------------------------------------------*   00006100
       INPUT-OUTPUT                            SECTION.                 00006200
      *-------------------------------------------------------------*   00006300
       FILE-CONTROL.                                                    00006400
           SELECT AUDREL    ASSIGN TO AUDREL                            00006500
                            ORGANIZATION IS SEQUENTIAL.                 00006600
                                                                        00006700
                                                                        00006800
      *=============================================================*   00006900
       DATA                                      DIVISION.              00007000
                                                                        00007100
      *-------------------------------------------------------------*   00007200
       FILE                                         SECTION.            00007300
      *-------------------------------------------------------------*   00007400
      *----------------------------------------------------------------*00007500
       FD  AUDREL                                                       00007600
           LABEL RECORDS ARE STANDARD.                                  00007700
                                                                        00007800
           COPY 'BKAUDREL'.                                             00007900
      *----------------------------------------------------------------*00008000
                                                                        00008100
      *=============================================================*   00008200
                                                                        00008300
      *-------------------------------------------------------------*   00008400
       WORKING-STORAGE                             SECTION.             00008500
      *-------------------------------------------------------------*   00008600
                                                                        00008700
      *----------------------------------------------------------------*00008800
       01  FILLER                      PIC  X(050)         VALUE        00008900
           '*** INICIO DA WORKING FR09DB29 ***'.                        00009000
      *----------------------------------------------------------------*00009100
                                                                        00009200
      *----------------------------------------------------------------*00009300
       01  FILLER                                  PIC X(050)    VALUE  00009400
           '*** AREA DE DB2 ***'.                                       00009500
      *----------------------------------------------------------------*00009600
                                                                        00009700
           EXEC SQL                                                     00009800
             INCLUDE #BKFUNCAUD                                         00009900
           END-EXEC.                                                    00010000
                                                                        00010100
           EXEC SQL                                                     00010200
              INCLUDE SQLCA                                             00010300
           END-EXEC.                                                    00010400
                                                                        00010500
       77 WRK-FLAG-ID            PIC X(01)           VALUE 'N'.         00010600
       77 WRK-FILTRO-ID          PIC 9(08)           VALUE ZEROS.       00010700
       77 WRK-FILTRO-DATAINI     PIC 9(08)           VALUE ZEROS.       00010800
       77 WRK-FILTRO-DATAFIM     PIC 9(08)           VALUE 99999999.    00010900
       77 WRK-FLAG-PROG          PIC X(01)           VALUE 'N'.         00011000
       77 WRK-FILTRO-PROG        PIC X(08)           VALUE SPACES.      00011100
                                                                        00011200
           EXEC SQL                                                     00011300
              DECLARE CAUD CURSOR FOR                                   00011400
               SELECT ID, DATA, HORA, PROGRAMA, IDEXEC, OPERACAO,       00011500
                      NOME_ANT, SETOR_ANT, SALARIO_ANT, DATAADM_ANT,    00011600
                      EMAIL_ANT, SITUACAO_ANT, DATADEM_ANT,             00011700
                      NOME_NOV, SETOR_NOV, SALARIO_NOV, DATAADM_NOV,    00011800
                      EMAIL_NOV, SITUACAO_NOV, DATADEM_NOV              00011900
                FROM FOUR001.FUNCAUD                                    00012000
                 WHERE (:WRK-FLAG-ID = 'N' OR                           00012100
                        ID = :WRK-FILTRO-ID)                            00012200
                   AND DATA BETWEEN :WRK-FILTRO-DATAINI                 00012300
                                AND :WRK-FILTRO-DATAFIM                 00012400
                   AND (:WRK-FLAG-PROG = 'N' OR                         00012500
                        PROGRAMA = :WRK-FILTRO-PROG)                    00012600
               ORDER BY ID, DATA, HORA                                  00012700
                                                                        00012800
           END-EXEC.                                                    00012900
      *----------------------------------------------------------------*00013000
       01  FILLER                                  PIC X(050)    VALUE  00013100
           '*** AREA DO ARQUIVO LOGERRO2 ***'.                          00013200
      *----------------------------------------------------------------*00013300
                                                                        00013400
          COPY 'B#GLOB'.                                                00013500
                                                                        00013600
      *----------------------------------------------------------------*00013700
                                                                        00013800
      *----------------------------------------------------------------*00013900
       01  FILLER                                  PIC X(050)    VALUE  00014000
           '*** AREA DE VARIAVEIS AUXILIARES ***'.                      00014100
      *----------------------------------------------------------------*00014200
                                                                        00014300
       77 WRK-SQLCODE             PIC -999.                             00014400
       77 WRK-PARM-ID             PIC X(08)           VALUE SPACES.     00014500
       77 WRK-PARM-DATAINI        PIC X(08)           VALUE SPACES.     00014600
       77 WRK-PARM-DATAFIM        PIC X(08)           VALUE SPACES.     00014700
       77 WRK-PARM-PROGRAMA       PIC X(08)           VALUE SPACES.     00014800
       77 WRK-PARM-VALIDO         PIC X(01)           VALUE 'S'.        00014900
       77 WRK-ID-ANT              PIC 9(08)           VALUE ZEROS.      00015000
       77 WRK-SALARIO-ED          PIC ZZZZZZ9,99.                       00015100
                                                                        00015200
      *----------------------------------------------------------------*00015300
       01  FILLER                      PIC  X(050)         VALUE        00015400
           '*** AREA DE ACUMULADORES ***'.                              00015500
      *----------------------------------------------------------------*00015600
                                                                        00015700
       77 ACU-LIDOS               PIC 9(04)                 VALUE ZEROS.00015800
       77 ACU-INCLUSOES           PIC 9(04)                 VALUE ZEROS.00015900
       77 ACU-ALTERACOES          PIC 9(04)                 VALUE ZEROS.00016000
       77 ACU-DESLIGAMENTOS       PIC 9(04)                 VALUE ZEROS.00016100
       77 ACU-EXCLUSOES           PIC 9(04)                 VALUE ZEROS.00016150
                                                                        00016200
      *----------------------------------------------------------------*00016300
       01  FILLER                 PIC  X(050)         VALUE             00016400
           '*** FINAL DA WORKING FR09DB29 ***'.                         00016500
      *----------------------------------------------------------------*00016600
                                                                        00016700
      *-------------------------------------------------------------*   00016800
       LINKAGE                                      SECTION.            00016900
      *-------------------------------------------------------------*   00017000
                                                                        00017100
       01  LS-PARM                     PIC X(40).                       00017200
                                                                        00017300
      *================================================================*00017400
       PROCEDURE                    DIVISION USING LS-PARM.             00017500
      *================================================================*00017600
                                                                        00017700
      ******************************************************************00017800
      *                      P R I N C I P A L                         *00017900
      ******************************************************************00018000
                                                                        00018100
      *----------------------------------------------------------------*00018200
       0000-PRINCIPAL                                 SECTION.          00018300
      *----------------------------------------------------------------*00018400
                                                                        00018500
           PERFORM 1000-INICIAR.                                        00018600
           IF WRK-PARM-VALIDO EQUAL 'S'                                 00018700
              PERFORM 2000-PROCESSAR                                    00018800
                           UNTIL SQLCODE EQUAL 100                      00018900
           END-IF                                                       00019000
           PERFORM 3000-FINALIZAR.                                      00019100
           STOP RUN.                                                    00019200
                                                                        00019300
      *----------------------------------------------------------------*00019400
       0000-99-FIM.                                   EXIT.             00019500
      *----------------------------------------------------------------*00019600
                                                                        00019700
      ******************************************************************00019800
      *                    I N I C I A L I Z A R                       *00019900
      ******************************************************************00020000
                                                                        00020100
      *----------------------------------------------------------------*00020200
       1000-INICIAR                                   SECTION.          00020300
      *----------------------------------------------------------------*00020400
                                                                        00020500
           OPEN OUTPUT AUDREL                                           00020600
                                                                        00020700
           UNSTRING LS-PARM DELIMITED BY ','                            00020800
              INTO WRK-PARM-ID, WRK-PARM-DATAINI,                       00020900
                   WRK-PARM-DATAFIM, WRK-PARM-PROGRAMA                  00021000
           END-UNSTRING                                                 00021100
                                                                        00021200
           PERFORM 1050-VALIDAR-PARM                                    00021300
                                                                        00021400
           IF WRK-PARM-VALIDO NOT EQUAL 'S'                             00021500
              DISPLAY '*============================================*'  00021600
              DISPLAY '* PARM INVALIDO - INFORMAR                   *'  00021700
              DISPLAY '* ID,AAAAMMDD,AAAAMMDD,PROGRAMA              *'  00021800
              DISPLAY '* PARM.......: ' LS-PARM                         00021900
              DISPLAY '*============================================*'  00022000
              MOVE 08                TO RETURN-CODE                     00022100
              GO TO 1000-99-FIM                                         00022200
           END-IF                                                       00022300
                                                                        00022400
           PERFORM 1200-CABECALHO-AUDREL                                00022500
                                                                        00022600
           EXEC SQL                                                     00022700
              OPEN CAUD                                                 00022800
           END-EXEC                                                     00022900
                                                                        00023000
           EVALUATE SQLCODE                                             00023100
              WHEN 0                                                    00023200
                 PERFORM 1100-LER-FUNCAUD                               00023300
                                                                        00023400
              WHEN 100                                                  00023500
                DISPLAY '*============================================*'00023600
                DISPLAY '* FUNCAUD.....: SEM REGISTROS                *'00023700
                DISPLAY '*============================================*'00023800
                                                                        00023900
              WHEN OTHER                                                00024000
                MOVE SQLCODE              TO WRK-SQLCODE                00024100
                MOVE SQLCODE              TO WRK-LOG-SQLCODE            00024200
                MOVE 'FR09DB29'           TO WRK-LOG-PROGRAMA           00024300
                MOVE '1000-INICIAR'       TO WRK-LOG-SECTION            00024400
                MOVE 'ERRO NO OPEN CURSOR CAUD' TO WRK-LOG-MENSAGEM     00024500
                PERFORM 9000-TRATAR-ERRO                                00024600
              END-EVALUATE.                                             00024700
                                                                        00024800
      *----------------------------------------------------------------*00024900
       1000-99-FIM.                                   EXIT.             00025000
      *----------------------------------------------------------------*00025100
                                                                        00025200
      ******************************************************************00025300
      *              V A L I D A R   P A R M                           *00025400
      *     CADA FILTRO EM BRANCO FICA ABERTO; ID SEM OS ZEROS A       *00025500
      *     ESQUERDA E ACEITO APARADO, COMO NO FR09DB21                *00025600
      ******************************************************************00025700
                                                                        00025800
      *----------------------------------------------------------------*00025900
       1050-VALIDAR-PARM                              SECTION.          00026000
      *----------------------------------------------------------------*00026100
                                                                        00026200
           EVALUATE TRUE                                                00026300
              WHEN WRK-PARM-ID = SPACES                                 00026400
                 MOVE 'N'                TO WRK-FLAG-ID                 00026500
              WHEN FUNCTION TRIM(WRK-PARM-ID) IS NUMERIC                00026600
                 AND FUNCTION NUMVAL(WRK-PARM-ID) NOT = ZEROS           00026700
                 MOVE 'S'                TO WRK-FLAG-ID                 00026800
                 MOVE FUNCTION NUMVAL(WRK-PARM-ID)                      00026900
                                         TO WRK-FILTRO-ID               00027000
              WHEN OTHER                                                00027100
                 MOVE 'N'                TO WRK-PARM-VALIDO             00027200
           END-EVALUATE                                                 00027300
                                                                        00027400
           EVALUATE TRUE                                                00027500
              WHEN WRK-PARM-DATAINI = SPACES                            00027600
                 MOVE ZEROS              TO WRK-FILTRO-DATAINI          00027700
              WHEN WRK-PARM-DATAINI IS NUMERIC                          00027800
                 MOVE WRK-PARM-DATAINI   TO WRK-FILTRO-DATAINI          00027900
              WHEN OTHER                                                00028000
                 MOVE 'N'                TO WRK-PARM-VALIDO             00028100
           END-EVALUATE                                                 00028200
                                                                        00028300
           EVALUATE TRUE                                                00028400
              WHEN WRK-PARM-DATAFIM = SPACES                            00028500
                 MOVE 99999999           TO WRK-FILTRO-DATAFIM          00028600
              WHEN WRK-PARM-DATAFIM IS NUMERIC                          00028700
                 MOVE WRK-PARM-DATAFIM   TO WRK-FILTRO-DATAFIM          00028800
              WHEN OTHER                                                00028900
                 MOVE 'N'                TO WRK-PARM-VALIDO             00029000
           END-EVALUATE                                                 00029100
                                                                        00029200
           IF WRK-FILTRO-DATAINI GREATER WRK-FILTRO-DATAFIM             00029300
              MOVE 'N'                   TO WRK-PARM-VALIDO             00029400
           END-IF                                                       00029500
                                                                        00029600
           IF WRK-PARM-PROGRAMA = SPACES                                00029700
              MOVE 'N'                   TO WRK-FLAG-PROG               00029800
           ELSE                                                         00029900
              MOVE 'S'                   TO WRK-FLAG-PROG               00030000
              MOVE WRK-PARM-PROGRAMA     TO WRK-FILTRO-PROG             00030100
           END-IF.                                                      00030200
                                                                        00030300
      *----------------------------------------------------------------*00030400
       1050-99-FIM.                                   EXIT.             00030500
      *----------------------------------------------------------------*00030600
                                                                        00030700
      *----------------------------------------------------------------*00030800
       1100-LER-FUNCAUD                                      SECTION.   00030900
      *----------------------------------------------------------------*00031000
                                                                        00031100
           EXEC SQL                                                     00031200
             FETCH CAUD                                                 00031300
              INTO :DB2-AUD-ID,                                         00031400
                   :DB2-AUD-DATA,                                       00031500
                   :DB2-AUD-HORA,                                       00031600
                   :DB2-AUD-PROGRAMA,                                   00031700
                   :DB2-AUD-IDEXEC,                                     00031800
                   :DB2-AUD-OPERACAO,                                   00031900
                   :DB2-AUD-NOME-ANT,                                   00032000
                   :DB2-AUD-SETOR-ANT,                                  00032100
                   :DB2-AUD-SALARIO-ANT,                                00032200
                   :DB2-AUD-DATAADM-ANT,                                00032300
                   :DB2-AUD-EMAIL-ANT,                                  00032400
                   :DB2-AUD-SITUACAO-ANT,                               00032500
                   :DB2-AUD-DATADEM-ANT,                                00032600
                   :DB2-AUD-NOME-NOV,                                   00032700
                   :DB2-AUD-SETOR-NOV,                                  00032800
                   :DB2-AUD-SALARIO-NOV,                                00032900
                   :DB2-AUD-DATAADM-NOV,                                00033000
                   :DB2-AUD-EMAIL-NOV,                                  00033100
                   :DB2-AUD-SITUACAO-NOV,                               00033200
                   :DB2-AUD-DATADEM-NOV                                 00033300
           END-EXEC.                                                    00033400
                                                                        00033500
           EVALUATE SQLCODE                                             00033600
            WHEN 0                                                      00033700
                ADD 1 TO ACU-LIDOS                                      00033800
                CONTINUE                                                00033900
                                                                        00034000
            WHEN 100                                                    00034100
              DISPLAY '*==============================================*'00034200
              DISPLAY '* FINAL DA TABELA                              *'00034300
              DISPLAY '*==============================================*'00034400
                                                                        00034500
            WHEN OTHER                                                  00034600
              MOVE SQLCODE              TO WRK-SQLCODE                  00034700
              MOVE SQLCODE              TO WRK-LOG-SQLCODE              00034800
              MOVE 'FR09DB29'           TO WRK-LOG-PROGRAMA             00034900
              MOVE '1100-LER-FUNCAUD'   TO WRK-LOG-SECTION              00035000
              MOVE 'ERRO NO FETCH CAUD' TO WRK-LOG-MENSAGEM             00035100
              PERFORM 9000-TRATAR-ERRO                                  00035200
           END-EVALUATE.                                                00035300
                                                                        00035400
      *----------------------------------------------------------------*00035500
       1100-99-FIM.                                   EXIT.             00035600
      *----------------------------------------------------------------*00035700
                                                                        00035800
      ******************************************************************00035900
      *            C A B E C A L H O   A U D R E L                     *00036000
      ******************************************************************00036100
                                                                        00036200
      *----------------------------------------------------------------*00036300
       1200-CABECALHO-AUDREL                          SECTION.          00036400
      *----------------------------------------------------------------*00036500
                                                                        00036600
           MOVE '1'                        TO AUDREL-CC                 00036700
           MOVE SPACES                     TO AUDREL-LINHA              00036800
           STRING 'TRILHA DE AUDITORIA DE FUNC2 - FR09DB29'             00036900
                  '   ID: ' WRK-PARM-ID                                 00037000
                  '  PERIODO: ' WRK-FILTRO-DATAINI                      00037100
                  ' A ' WRK-FILTRO-DATAFIM                              00037200
                  '  PROGRAMA: ' WRK-PARM-PROGRAMA                      00037300
                  INTO AUDREL-LINHA                                     00037400
           WRITE AUDREL-REC.                                            00037500
                                                                        00037600
           MOVE ' '                        TO AUDREL-CC                 00037700
           MOVE SPACES                     TO AUDREL-LINHA              00037800
           STRING 'OP: I=INCLUSAO  A=ALTERACAO  D=DESLIGAMENTO'         00037900
                  '   X=EXCLUSAO (FR09DB38)'                            00038000
                  INTO AUDREL-LINHA                                     00038100
           WRITE AUDREL-REC.                                            00038200
                                                                        00038300
           MOVE ' '                        TO AUDREL-CC                 00038400
           MOVE SPACES                     TO AUDREL-LINHA              00038500
           WRITE AUDREL-REC.                                            00038600
                                                                        00038700
           MOVE ' '                        TO AUDREL-CC                 00038800
           STRING 'ID       DATA     HORA     PROGRAMA ID EXECUCAO     '00038900
                  ' OP IMAGEM NOME                           '          00039000
                  'SETOR         SALARIO S DEMISSAO'                    00039100
                  INTO AUDREL-LINHA                                     00039200
           WRITE AUDREL-REC.                                            00039300
                                                                        00039400
           MOVE ' '                        TO AUDREL-CC                 00039500
           MOVE ALL '-'                    TO AUDREL-LINHA              00039600
           WRITE AUDREL-REC.                                            00039700
                                                                        00039800
      *----------------------------------------------------------------*00039900
       1200-99-FIM.                                   EXIT.             00040000
      *----------------------------------------------------------------*00040100
                                                                        00040200
      ******************************************************************00040300
      *                      P R O C E S S A R                         *00040400
      ******************************************************************00040500
                                                                        00040600
      *----------------------------------------------------------------*00040700
       2000-PROCESSAR                                        SECTION.   00040800
      *----------------------------------------------------------------*00040900
                                                                        00041000
           IF DB2-AUD-ID NOT = WRK-ID-ANT                               00041100
              IF ACU-LIDOS GREATER 1                                    00041200
                 MOVE ' '                TO AUDREL-CC                   00041300
                 MOVE SPACES             TO AUDREL-LINHA                00041400
                 WRITE AUDREL-REC                                       00041500
              END-IF                                                    00041600
              MOVE DB2-AUD-ID            TO WRK-ID-ANT                  00041700
           END-IF                                                       00041800
                                                                        00041900
           EVALUATE DB2-AUD-OPERACAO                                    00042000
              WHEN 'I'                                                  00042100
                 ADD 1                   TO ACU-INCLUSOES               00042200
              WHEN 'D'                                                  00042300
                 ADD 1                   TO ACU-DESLIGAMENTOS           00042400
              WHEN 'X'                                                  00042433
                 ADD 1                   TO ACU-EXCLUSOES               00042466
              WHEN OTHER                                                00042500
                 ADD 1                   TO ACU-ALTERACOES              00042600
           END-EVALUATE                                                 00042700
                                                                        00042800
           PERFORM 2100-IMPRIMIR-AUDITORIA                              00042900
                                                                        00043000
           PERFORM 1100-LER-FUNCAUD.                                    00043100
                                                                        00043200
      *----------------------------------------------------------------*00043300
       2000-99-FIM.                                   EXIT.             00043400
      *----------------------------------------------------------------*00043500
                                                                        00043600
      ******************************************************************00043700
      *        I M P R I M I R   A U D I T O R I A                     *00043800
      *     LINHA 1 = IMAGEM ANTES, LINHA 2 = IMAGEM DEPOIS,           *00043900
      *     LINHA 3 = EMAIL ANTES => DEPOIS (NAO CABE NA LINHA 1)      *00044000
      ******************************************************************00044100
                                                                        00044200
      *----------------------------------------------------------------*00044300
       2100-IMPRIMIR-AUDITORIA                        SECTION.          00044400
      *----------------------------------------------------------------*00044500
                                                                        00044600
           MOVE ' '                        TO AUDREL-CC                 00044700
           MOVE SPACES                     TO AUDREL-LINHA              00044800
           IF DB2-AUD-OPERACAO = 'I'                                    00044900
              STRING DB2-AUD-ID ' ' DB2-AUD-DATA ' ' DB2-AUD-HORA       00045000
                     ' ' DB2-AUD-PROGRAMA ' ' DB2-AUD-IDEXEC            00045100
                     ' ' DB2-AUD-OPERACAO '  ANTES  '                   00045200
                     '(SEM IMAGEM ANTERIOR - INCLUSAO)'                 00045300
                     INTO AUDREL-LINHA                                  00045400
           ELSE                                                         00045500
              MOVE DB2-AUD-SALARIO-ANT     TO WRK-SALARIO-ED            00045600
              STRING DB2-AUD-ID ' ' DB2-AUD-DATA ' ' DB2-AUD-HORA       00045700
                     ' ' DB2-AUD-PROGRAMA ' ' DB2-AUD-IDEXEC            00045800
                     ' ' DB2-AUD-OPERACAO '  ANTES  '                   00045900
                     DB2-AUD-NOME-ANT ' ' DB2-AUD-SETOR-ANT             00046000
                     ' ' WRK-SALARIO-ED ' ' DB2-AUD-SITUACAO-ANT        00046100
                     ' ' DB2-AUD-DATADEM-ANT                            00046200
                     INTO AUDREL-LINHA                                  00046300
           END-IF                                                       00046400
           WRITE AUDREL-REC.                                            00046500
                                                                        00046600
           MOVE DB2-AUD-SALARIO-NOV        TO WRK-SALARIO-ED            00046700
           MOVE ' '                        TO AUDREL-CC                 00046800
           MOVE SPACES                     TO AUDREL-LINHA              00046900
           MOVE 'DEPOIS'                   TO AUDREL-LINHA(57:6)        00047000
           STRING DB2-AUD-NOME-NOV ' ' DB2-AUD-SETOR-NOV                00047100
                  ' ' WRK-SALARIO-ED ' ' DB2-AUD-SITUACAO-NOV           00047200
                  ' ' DB2-AUD-DATADEM-NOV                               00047300
                  INTO AUDREL-LINHA(64:)                                00047400
           WRITE AUDREL-REC.                                            00047500
                                                                        00047600
           MOVE ' '                        TO AUDREL-CC                 00047700
           MOVE SPACES                     TO AUDREL-LINHA              00047800
           STRING 'EMAIL  ' DB2-AUD-EMAIL-ANT ' => ' DB2-AUD-EMAIL-NOV  00047900
                  INTO AUDREL-LINHA(19:)                                00048000
           WRITE AUDREL-REC.                                            00048100
                                                                        00048200
      *----------------------------------------------------------------*00048300
       2100-99-FIM.                                   EXIT.             00048400
      *----------------------------------------------------------------*00048500
                                                                        00048600
      ******************************************************************00048700
      *                      F I N A L I Z A R                         *00048800
      ******************************************************************00048900
                                                                        00049000
      *----------------------------------------------------------------*00049100
       3000-FINALIZAR                                        SECTION.   00049200
      *----------------------------------------------------------------*00049300
                                                                        00049400
           IF WRK-PARM-VALIDO EQUAL 'S'                                 00049500
              EXEC SQL                                                  00049600
                CLOSE CAUD                                              00049700
              END-EXEC                                                  00049800
           END-IF                                                       00049900
                                                                        00050000
           MOVE ' '                        TO AUDREL-CC                 00050100
           MOVE ALL '-'                    TO AUDREL-LINHA              00050200
           WRITE AUDREL-REC                                             00050300
                                                                        00050400
           MOVE ' '                        TO AUDREL-CC                 00050500
           MOVE SPACES                     TO AUDREL-LINHA              00050600
           STRING 'TOTAL REGISTROS LIDOS....: ' ACU-LIDOS               00050700
                  '   INCLUSOES..: ' ACU-INCLUSOES                      00050800
                  '   ALTERACOES..: ' ACU-ALTERACOES                    00050900
                  '   DESLIGAMENTOS..: ' ACU-DESLIGAMENTOS              00051000
                  '   EXCLUSOES..: ' ACU-EXCLUSOES                      00051050
                  INTO AUDREL-LINHA                                     00051100
           WRITE AUDREL-REC                                             00051200
                                                                        00051300
           CLOSE AUDREL                                                 00051400
                                                                        00051500
           DISPLAY '*=================== FR09DB29 ====================*'00051600
           DISPLAY '* REGISTROS LIDOS....: ' ACU-LIDOS                  00051700
           DISPLAY '* INCLUSOES..........: ' ACU-INCLUSOES              00051800
           DISPLAY '* ALTERACOES.........: ' ACU-ALTERACOES             00051900
           DISPLAY '* DESLIGAMENTOS......: ' ACU-DESLIGAMENTOS          00052000
           DISPLAY '* EXCLUSOES..........: ' ACU-EXCLUSOES              00052050
           DISPLAY '*=================== FR09DB29 ====================*'00052100
           DISPLAY ' '.                                                 00052200
                                                                        00052300
      *----------------------------------------------------------------*00052400
       3000-99-FIM.          EXIT.                                      00052500
      *----------------------------------------------------------------*00052600
                                                                        00052700
      ******************************************************************00052800
      *                     T R A T A R   E R R O                      *00052900
      ******************************************************************00053000
                                                                        00053100
      *----------------------------------------------------------------*00053200
       9000-TRATAR-ERRO                          SECTION.               00053300
      *----------------------------------------------------------------*00053400
                                                                        00053500
           ACCEPT WRK-LOG-DATA               FROM DATE YYYYMMDD         00053600
           ACCEPT WRK-LOG-HORA               FROM TIME                  00053700
           CALL 'GRAVALOG'                       USING WRK-LOG          00053800
           MOVE 16                TO RETURN-CODE                        00053900
           PERFORM 3000-FINALIZAR                                       00054000
           GOBACK.                                                      00054100
                                                                        00054200
      *----------------------------------------------------------------*00054300
       9000-99-FIM.                              EXIT.                  00054400
      *----------------------------------------------------------------*00054500
