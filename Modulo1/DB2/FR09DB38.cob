      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. FR09DB38.                                            00000500
       AUTHOR.     ACACIO.                                              00000600
                                                                        00000700
      *================================================================*00000800
      *                        TREINAMENTO                             *00000900
      *================================================================*00001000
      *     PROGRAMA....: FR09DB38                                     *00001100
      *     PROGRAMADOR.: ACACIO JORGE                                 *00001200
      *     INSTRUTOR...: IVAN SANCHES                                 *00001300
      *     EMPRESA.....: FOURSYS                                      *00001400
      *     DATA........: 15/10/2026                                   *00001500
      *----------------------------------------------------------------*00001600
      *     OBJETIVO....: REVERSAO DE UMA EXECUCAO DO FR09DB15 OU DO   *00001700
      *                   FR09DB19 PELA IDEXECUCAO - DEVOLVE CADA      *00001800
      *                   LINHA DE FOUR001.FUNC2 TOCADA PELA EXECUCAO  *00001900
      *                   A IMAGEM ANTES DA TRILHA FOUR001.FUNCAUD     *00002000
      *                   (INCLUSAO REVERTIDA = LINHA EXCLUIDA). SO    *00002100
      *                   REVERTE A LINHA QUE AINDA ESTA COMO A        *00002200
      *                   EXECUCAO A DEIXOU: ALTERADA DEPOIS POR       *00002300
      *                   OUTRA EXECUCAO, DIFERENTE DA IMAGEM DEPOIS,  *00002400
      *                   INCLUSAO COM CONTA BANCARIA OU DESLIGAMENTO  *00002500
      *                   COM RESCISAO CALCULADA VAI PARA O RELATORIO  *00002600
      *                   DE CONFLITOS (REVCONF) SEM SER TOCADA.       *00002700
      *                   MODO 'S' SO IMPRIME O QUE SERIA REVERTIDO.   *00002800
      *                   NO MODO 'R' TRAVA O RECURSO 'FUNC2' EM       *00002900
      *                   FOUR001.RUNCTL, FAZ COMMIT/REINICIO POR      *00003000
      *                   FOUR001.CHECK (IDCHECK 'FOUR038'), GRAVA A   *00003100
      *                   REVERSAO NA FUNCAUD (PROGRAMA FR09DB38,      *00003200
      *                   IDEXEC = EXECUCAO REVERTIDA) E MARCA A       *00003300
      *                   EXECUCAO EM FOUR001.EXECLOG COM STATUS 'R'   *00003400
      *                   PARA O FR09DB16 E O FR09DB25.                *00003500
      *----------------------------------------------------------------*00003600
      *     PARM.......: 'MODO,IDEXECUCAO'                             *00003700
      *                  MODO = 'S' SIMULACAO (BRANCO = S)             *00003800
      *                         'R' REVERSAO                           *00003900
      *                  IDEXECUCAO = 16 DIGITOS (DATA+HORA DA TRAVA)  *00004000
      *                  DA EXECUCAO, COMO NA FUNCAUD (FR09DB29)       *00004100
      *----------------------------------------------------------------*00004200
      *                                                                *00004300
      *     ARQUIVOS....:                                              *00004400
      *       DDNAME               I/O                 INCLUDE/BOOK    *00004500
      *       REVREL                O                    BKREVREL      *00004600
      *       REVCONF               O                    BKREVCONF     *00004700
      *                                                                *00004800
      *----------------------------------------------------------------*00004900
      *                                                                *00005000
      *     BASE DE DADOS:                                             *00005100
      *       DDNAME               I/O                 INCLUDE/BOOK    *00005200
      *       FOU001.FUNC2          I/O                  #BKFUNC2      *00005300
      *       FOU001.FUNCAUD        I/O                  #BKFUNCAUD    *00005400
      *       FOU001.CHECK          I/O                  #BKCHECK      *00005500
      *       FOU001.RUNCTL         I/O                  #BKRUNCTL     *00005600
      *       FOU001.EXECLOG        I/O                  #BKEXECLOG    *00005700
      *       FOU001.CONTABANC      I                                  *00005800
      *       FOU001.RESCISAO       I                                  *00005900
      *                                                                *00006000
      *----------------------------------------------------------------*00006100
      *                                                                *00006200
      *     MODULOS.....:                                              *00006300
      *       B#GLOB                                                   *00006400
      *                                                                *00006500
      *================================================================*00006600
                                                                        00006700
      *=============================================================*   00006800
       ENVIRONMENT                               DIVISION.              00006900
      *=============================================================*   00007000
                                                                        00007100
      *-------------------------------------------------------------*   00007200
       CONFIGURATION                               SECTION.             00007300
      *-------------------------------------------------------------*   00007400
       SPECIAL-NAMES.                                                   00007500
           DECIMAL-POINT IS COMMA.                                      00007600
                                                                        00007700
      *-------------------------------------------------------------*   00007800
       INPUT-OUTPUT                            SECTION.                 00007900
      *-------------------------------------------------------------*   00008000
       FILE-CONTROL.                                                    00008100
           SELECT REVREL    ASSIGN TO REVREL                            00008200
                            ORGANIZATION IS SEQUENTIAL.                 00008300
           SELECT REVCONF   ASSIGN TO REVCONF                           00008400
                            ORGANIZATION IS SEQUENTIAL.                 00008500
                                                                        00008600
                                                                        00008700
      *=============================================================*   00008800
       DATA                                      DIVISION.              00008900
                                                                        00009000
      *-------------------------------------------------------------*   00009100
       FILE                                         SECTION.            00009200
      *-------------------------------------------------------------*   00009300
      *----------------------------------------------------------------*00009400
       FD  REVREL                                                       00009500
           LABEL RECORDS ARE STANDARD.                                  00009600
                                                                        00009700
           COPY 'BKREVREL'.                                             00009800
      *----------------------------------------------------------------*00009900
      *----------------------------------------------------------------*00010000
       FD  REVCONF                                                      00010100
           LABEL RECORDS ARE STANDARD.                                  00010200
                                                                        00010300
           COPY 'BKREVCONF'.                                            00010400
      *----------------------------------------------------------------*00010500
                                                                        00010600
      *=============================================================*   00010700
                                                                        00010800
      *-------------------------------------------------------------*   00010900
       WORKING-STORAGE                             SECTION.             00011000
      *-------------------------------------------------------------*   00011100
                                                                        00011200
      *----------------------------------------------------------------*00011300
       01  FILLER                      PIC  X(050)         VALUE        00011400
           '*** INICIO DA WORKING FR09DB38 ***'.                        00011500
      *----------------------------------------------------------------*00011600
                                                                        00011700
      *----------------------------------------------------------------*00011800
       01  FILLER                                  PIC X(050)    VALUE  00011900
           '*** AREA DE DB2 ***'.                                       00012000
      *----------------------------------------------------------------*00012100
                                                                        00012200
           EXEC SQL                                                     00012300
             INCLUDE #BKFUNC2                                           00012400
           END-EXEC.                                                    00012500
                                                                        00012600
           EXEC SQL                                                     00012700
             INCLUDE #BKFUNCAUD                                         00012800
           END-EXEC.                                                    00012900
                                                                        00013000
           EXEC SQL                                                     00013100
             INCLUDE #BKCHECK                                           00013200
           END-EXEC.                                                    00013300
                                                                        00013400
           EXEC SQL                                                     00013500
             INCLUDE #BKRUNCTL                                          00013600
           END-EXEC.                                                    00013700
                                                                        00013800
           EXEC SQL                                                     00013900
             INCLUDE #BKEXECLOG                                         00014000
           END-EXEC.                                                    00014100
                                                                        00014200
           EXEC SQL                                                     00014300
              INCLUDE SQLCA                                             00014400
           END-EXEC.                                                    00014500
                                                                        00014600
       77 WRK-IDCHECK            PIC X(10)           VALUE 'FOUR038'.   00014700
       77 WRK-PROGRAMA-ALVO      PIC X(08)           VALUE SPACES.      00014800
       77 WRK-IDCHECK-ALVO       PIC X(10)           VALUE SPACES.      00014900
       77 WRK-REGISTRO-INI       PIC 9(09)           VALUE ZEROS.       00015000
       77 WRK-ID-ATUAL           PIC 9(08)           VALUE ZEROS.       00015100
       77 WRK-ULT-DATA           PIC 9(08)           VALUE ZEROS.       00015200
       77 WRK-ULT-HORA           PIC 9(08)           VALUE ZEROS.       00015300
       77 WRK-POS-PROGRAMA       PIC X(08)           VALUE SPACES.      00015400
       77 WRK-POS-IDEXEC         PIC X(16)           VALUE SPACES.      00015500
       77 WRK-IDEXEC-PEND        PIC X(16)           VALUE SPACES.      00015600
       77 WRK-QTD-TRILHA         PIC S9(09) COMP     VALUE ZEROS.       00015700
       77 WRK-QTD-PROGRAMAS      PIC S9(09) COMP     VALUE ZEROS.       00015800
       77 WRK-QTD-AUX            PIC S9(09) COMP     VALUE ZEROS.       00015900
       77 WRK-INDICATOR          PIC S9(4) COMP      VALUE ZEROS.       00016000
       77 WRK-IND-PROG           PIC S9(4) COMP      VALUE ZEROS.       00016100
                                                                        00016200
       01  WRK-IDEXEC-ALVO             PIC X(16)      VALUE SPACES.     00016300
       01  WRK-IDEXEC-ALVO-N REDEFINES WRK-IDEXEC-ALVO.                 00016400
           05  WRK-ALVO-DATA           PIC 9(08).                       00016500
           05  WRK-ALVO-HORA           PIC 9(08).                       00016600
                                                                        00016700
      *    IDS QUE A EXECUCAO TOCOU - CURSOR WITH HOLD PARA SOBREVIVER  00016800
      *    AOS COMMITS DE CHECKPOINT; NO REINICIO RETOMA DO ID          00016900
      *    SEGUINTE AO ULTIMO CONFIRMADO                                00017000
           EXEC SQL                                                     00017100
              DECLARE CREV   CURSOR WITH HOLD FOR                       00017200
               SELECT DISTINCT ID                                       00017300
                FROM FOUR001.FUNCAUD                                    00017400
                 WHERE IDEXEC   = :WRK-IDEXEC-ALVO                      00017500
                   AND PROGRAMA = :WRK-PROGRAMA-ALVO                    00017600
                   AND ID      >= :WRK-REGISTRO-INI                     00017700
               ORDER BY ID                                              00017800
                                                                        00017900
           END-EXEC.                                                    00018000
      *----------------------------------------------------------------*00018100
       01  FILLER                                  PIC X(050)    VALUE  00018200
           '*** AREA DO ARQUIVO LOGERRO2 ***'.                          00018300
      *----------------------------------------------------------------*00018400
                                                                        00018500
          COPY 'B#GLOB'.                                                00018600
                                                                        00018700
      *----------------------------------------------------------------*00018800
                                                                        00018900
      *----------------------------------------------------------------*00019000
       01  FILLER                                  PIC X(050)    VALUE  00019100
           '*** AREA DE VARIAVEIS AUXILIARES ***'.                      00019200
      *----------------------------------------------------------------*00019300
                                                                        00019400
       77 WRK-SQLCODE             PIC -999.                             00019500
       77 WRK-CHECKPOINT          PIC 9(2)                  VALUE ZEROS.00019600
       77 WRK-COMMIT-INTERVAL     PIC 9(2)                  VALUE 05.   00019700
       77 WRK-PARM-VALIDO         PIC X(01)                 VALUE 'S'.  00019800
       77 WRK-MODO                PIC X(01)                 VALUE 'S'.  00019900
       77 WRK-DESC-MODO           PIC X(09)                VALUE SPACES.00020000
       77 WRK-MOTIVO              PIC X(60)                VALUE SPACES.00020100
       77 WRK-MOTIVO-CONF         PIC X(60)                VALUE SPACES.00020200
       77 WRK-REINICIO            PIC X(01)                 VALUE 'N'.  00020300
       77 WRK-EXECLOG-EXISTE      PIC X(01)                 VALUE 'N'.  00020400
       77 WRK-EXECLOG-OK          PIC X(01)                 VALUE 'N'.  00020500
       77 WRK-CURSOR-ABERTO       PIC X(01)                 VALUE 'N'.  00020600
       77 WRK-FUNC2-EXISTE        PIC X(01)                 VALUE 'N'.  00020700
       77 WRK-OPER-INICIAL        PIC X(01)                 VALUE SPACE.00020800
       77 WRK-SITUACAO-LINHA      PIC X(30)                VALUE SPACES.00020900
       77 WRK-SAL-ATU-ED          PIC ZZZ.ZZ9,99.                       00021000
       77 WRK-SAL-RES-ED          PIC ZZZ.ZZ9,99.                       00021100
       77 WRK-QTD-TRILHA-ED       PIC ZZZ.ZZ9.                          00021200
       77 WRK-QTD-BUF-REL         PIC 9(03)                 VALUE ZEROS.00021300
       77 WRK-QTD-BUF-CONF        PIC 9(03)                 VALUE ZEROS.00021400
       77 WRK-IX-BUF              PIC 9(03) COMP            VALUE ZEROS.00021500
       77 WRK-TRAVA-OK            PIC X(01)                 VALUE 'N'.  00021600
       77 WRK-TRAVA-RECURSO       PIC X(10)                VALUE SPACES.00021700
       77 WRK-TRAVA-DATA          PIC 9(08)                 VALUE ZEROS.00021800
       77 WRK-TRAVA-HORA          PIC 9(08)                 VALUE ZEROS.00021900
                                                                        00022000
       01  WRK-PARM-X.                                                  00022100
           05  WRK-PARM-MODO           PIC X(01).                       00022200
           05  WRK-PARM-IDEXEC         PIC X(16).                       00022300
                                                                        00022400
      *    IMAGEM A RESTAURAR: IMAGEM ANTES DA PRIMEIRA LINHA DA        00022500
      *    EXECUCAO NA FUNCAUD PARA O ID                                00022600
       01  WRK-IMG-RESTAURAR.                                           00022700
           05  WRK-RES-NOME            PIC X(30).                       00022800
           05  WRK-RES-SETOR           PIC X(10).                       00022900
           05  WRK-RES-SALARIO         PIC 9(07)V99.                    00023000
           05  WRK-RES-DATAADM         PIC X(10).                       00023100
           05  WRK-RES-EMAIL           PIC X(40).                       00023200
           05  WRK-RES-SITUACAO        PIC X(01).                       00023300
           05  WRK-RES-DATADEM         PIC X(10).                       00023400
                                                                        00023500
      *    LINHAS DOS RELATORIOS ACUMULADAS EM MEMORIA E GRAVADAS SO    00023600
      *    JUNTO COM O COMMIT DO CHECKPOINT - UM REINICIO NAO REPETE    00023700
      *    LINHA JA CONFIRMADA                                          00023800
       01  WRK-BUF-REVREL.                                              00023900
           05  WRK-REL-REG   OCCURS 99   PIC X(132).                    00024000
       01  WRK-BUF-REVCONF.                                             00024100
           05  WRK-CONF-REG  OCCURS 99   PIC X(132).                    00024200
                                                                        00024300
      *    ACUMULADORES DO INTERVALO - SO ENTRAM NOS TOTAIS NO FLUSH    00024400
       77 WRK-REVS-BUF            PIC 9(08)                 VALUE ZEROS.00024500
       77 WRK-JAREV-BUF           PIC 9(08)                 VALUE ZEROS.00024600
       77 WRK-CONF-BUF            PIC 9(08)                 VALUE ZEROS.00024700
                                                                        00024800
      *----------------------------------------------------------------*00024900
       01  FILLER                      PIC  X(050)         VALUE        00025000
           '*** AREA DE ACUMULADORES ***'.                              00025100
      *----------------------------------------------------------------*00025200
                                                                        00025300
       77 ACU-LIDOS               PIC 9(08)                 VALUE ZEROS.00025400
       77 ACU-REVERTIDOS          PIC 9(08)                 VALUE ZEROS.00025500
       77 ACU-JA-REVERTIDOS       PIC 9(08)                 VALUE ZEROS.00025600
       77 ACU-CONFLITOS           PIC 9(08)                 VALUE ZEROS.00025700
                                                                        00025800
      *----------------------------------------------------------------*00025900
       01  FILLER                 PIC  X(050)         VALUE             00026000
           '*** FINAL DA WORKING FR09DB38 ***'.                         00026100
      *----------------------------------------------------------------*00026200
                                                                        00026300
      *-------------------------------------------------------------*   00026400
       LINKAGE                                      SECTION.            00026500
      *-------------------------------------------------------------*   00026600
                                                                        00026700
       01  LS-PARM                     PIC X(18).                       00026800
                                                                        00026900
      *================================================================*00027000
       PROCEDURE                    DIVISION USING LS-PARM.             00027100
      *================================================================*00027200
                                                                        00027300
      ******************************************************************00027400
      *                       P R I N C I P A L                        *00027500
      ******************************************************************00027600
                                                                        00027700
      *----------------------------------------------------------------*00027800
       0000-PRINCIPAL                                 SECTION.          00027900
      *----------------------------------------------------------------*00028000
                                                                        00028100
      *    NA REVERSAO A TRAVA VEM ANTES DE QUALQUER LEITURA DE         00028200
      *    DB2 - COM UM JOB CONFLITANTE ATIVO NADA E TOCADO (RC=12).    00028300
      *    A SIMULACAO SO LE E NAO TRAVA                                00028400
           PERFORM 1000-INICIAR.                                        00028500
           IF WRK-PARM-VALIDO EQUAL 'S' AND WRK-MODO EQUAL 'R'          00028600
              PERFORM 1300-REGISTRAR-TRAVA                              00028700
           END-IF                                                       00028800
           IF WRK-PARM-VALIDO EQUAL 'S'                                 00028900
              AND (WRK-MODO EQUAL 'S' OR WRK-TRAVA-OK EQUAL 'S')        00029000
              PERFORM 1500-VALIDAR-EXECUCAO                             00029100
           END-IF                                                       00029200
           IF WRK-CURSOR-ABERTO EQUAL 'S'                               00029300
              PERFORM 2000-PROCESSAR                                    00029400
                           UNTIL SQLCODE EQUAL 100                      00029500
           END-IF                                                       00029600
           PERFORM 3000-FINALIZAR.                                      00029700
           PERFORM 3100-LIBERAR-TRAVA.                                  00029800
           STOP RUN.                                                    00029900
                                                                        00030000
      *----------------------------------------------------------------*00030100
       0000-99-FIM.                                   EXIT.             00030200
      *----------------------------------------------------------------*00030300
                                                                        00030400
      ******************************************************************00030500
      *                     I N I C I A L I Z A R                      *00030600
      ******************************************************************00030700
                                                                        00030800
      *----------------------------------------------------------------*00030900
       1000-INICIAR                                   SECTION.          00031000
      *----------------------------------------------------------------*00031100
                                                                        00031200
           OPEN OUTPUT REVREL                                           00031300
           OPEN OUTPUT REVCONF                                          00031400
                                                                        00031500
           PERFORM 1050-VALIDAR-PARM                                    00031600
                                                                        00031700
           PERFORM 1200-CABECALHO-REVREL                                00031800
                                                                        00031900
           IF WRK-PARM-VALIDO NOT EQUAL 'S'                             00032000
              PERFORM 1900-RECUSAR                                      00032100
           END-IF.                                                      00032200
                                                                        00032300
      *----------------------------------------------------------------*00032400
       1000-99-FIM.                                   EXIT.             00032500
      *----------------------------------------------------------------*00032600
                                                                        00032700
      *----------------------------------------------------------------*00032800
       1050-VALIDAR-PARM                              SECTION.          00032900
      *----------------------------------------------------------------*00033000
                                                                        00033100
           MOVE SPACES                    TO WRK-PARM-X                 00033200
           IF LS-PARM NOT = SPACES AND LS-PARM NOT = LOW-VALUES         00033300
              UNSTRING LS-PARM DELIMITED BY ','                         00033400
                 INTO WRK-PARM-MODO, WRK-PARM-IDEXEC                    00033500
              END-UNSTRING                                              00033600
           END-IF                                                       00033700
                                                                        00033800
           EVALUATE WRK-PARM-MODO                                       00033900
              WHEN SPACES                                               00034000
              WHEN 'S'                                                  00034100
                 MOVE 'S'                 TO WRK-MODO                   00034200
                 MOVE 'SIMULACAO'         TO WRK-DESC-MODO              00034300
              WHEN 'R'                                                  00034400
                 MOVE 'R'                 TO WRK-MODO                   00034500
                 MOVE 'REVERSAO'          TO WRK-DESC-MODO              00034600
              WHEN OTHER                                                00034700
                 MOVE 'N'                 TO WRK-PARM-VALIDO            00034800
                 MOVE 'MODO INVALIDO - INFORMAR S (SIMULACAO) OU R'     00034900
                                          TO WRK-MOTIVO                 00035000
                 GO TO 1050-99-FIM                                      00035100
           END-EVALUATE                                                 00035200
                                                                        00035300
           IF WRK-PARM-IDEXEC NOT NUMERIC                               00035400
              MOVE 'N'                    TO WRK-PARM-VALIDO            00035500
              MOVE 'IDEXECUCAO INVALIDA - 16 DIGITOS (DATA+HORA)'       00035600
                                          TO WRK-MOTIVO                 00035700
              GO TO 1050-99-FIM                                         00035800
           END-IF                                                       00035900
           MOVE WRK-PARM-IDEXEC           TO WRK-IDEXEC-ALVO.           00036000
                                                                        00036100
      *----------------------------------------------------------------*00036200
       1050-99-FIM.                                   EXIT.             00036300
      *----------------------------------------------------------------*00036400
                                                                        00036500
      *----------------------------------------------------------------*00036600
       1100-LER-ID                                    SECTION.          00036700
      *----------------------------------------------------------------*00036800
                                                                        00036900
           EXEC SQL                                                     00037000
             FETCH CREV                                                 00037100
              INTO :WRK-ID-ATUAL                                        00037200
           END-EXEC.                                                    00037300
                                                                        00037400
           EVALUATE SQLCODE                                             00037500
            WHEN 0                                                      00037600
                ADD 1 TO ACU-LIDOS                                      00037700
                MOVE WRK-ID-ATUAL       TO DB2-ID                       00037800
                                                                        00037900
            WHEN 100                                                    00038000
              DISPLAY '*==============================================*'00038100
              DISPLAY '* FINAL DA TRILHA DA EXECUCAO                  *'00038200
              DISPLAY '*==============================================*'00038300
                                                                        00038400
            WHEN OTHER                                                  00038500
              MOVE SQLCODE              TO WRK-SQLCODE                  00038600
              MOVE SQLCODE              TO WRK-LOG-SQLCODE              00038700
              MOVE 'FR09DB38'           TO WRK-LOG-PROGRAMA             00038800
              MOVE '1100-LER-ID'        TO WRK-LOG-SECTION              00038900
              MOVE 'ERRO NO FETCH CREV' TO WRK-LOG-MENSAGEM             00039000
              PERFORM 9000-TRATAR-ERRO                                  00039100
           END-EVALUATE.                                                00039200
                                                                        00039300
      *----------------------------------------------------------------*00039400
       1100-99-FIM.                                   EXIT.             00039500
      *----------------------------------------------------------------*00039600
                                                                        00039700
      ******************************************************************00039800
      *                C A B E C A L H O   R E V R E L                 *00039900
      ******************************************************************00040000
                                                                        00040100
      *----------------------------------------------------------------*00040200
       1200-CABECALHO-REVREL                          SECTION.          00040300
      *----------------------------------------------------------------*00040400
                                                                        00040500
           MOVE '1'                        TO REVREL-CC                 00040600
           MOVE SPACES                     TO REVREL-LINHA              00040700
           STRING 'REVERSAO DE EXECUCAO - FR09DB38'                     00040800
                  '  MODO: ' WRK-DESC-MODO                              00040900
                  '  EXECUCAO: ' WRK-PARM-IDEXEC                        00041000
                  INTO REVREL-LINHA                                     00041100
           WRITE REVREL-REC.                                            00041200
                                                                        00041300
           MOVE ' '                        TO REVREL-CC                 00041400
           MOVE SPACES                     TO REVREL-LINHA              00041500
           WRITE REVREL-REC.                                            00041600
                                                                        00041700
           MOVE '1'                        TO REVCONF-CC                00041800
           MOVE SPACES                     TO REVCONF-LINHA             00041900
           STRING 'CONFLITOS DA REVERSAO - FR09DB38'                    00042000
                  '  MODO: ' WRK-DESC-MODO                              00042100
                  '  EXECUCAO: ' WRK-PARM-IDEXEC                        00042200
                  INTO REVCONF-LINHA                                    00042300
           WRITE REVCONF-REC.                                           00042400
                                                                        00042500
           MOVE ' '                        TO REVCONF-CC                00042600
           MOVE SPACES                     TO REVCONF-LINHA             00042700
           WRITE REVCONF-REC.                                           00042800
                                                                        00042900
      *----------------------------------------------------------------*00043000
       1200-99-FIM.                                   EXIT.             00043100
      *----------------------------------------------------------------*00043200
                                                                        00043300
      *----------------------------------------------------------------*00043400
       1250-CABECALHO-DETALHE                         SECTION.          00043500
      *----------------------------------------------------------------*00043600
                                                                        00043700
           MOVE WRK-QTD-TRILHA             TO WRK-QTD-TRILHA-ED         00043800
           MOVE ' '                        TO REVREL-CC                 00043900
           MOVE SPACES                     TO REVREL-LINHA              00044000
           STRING 'PROGRAMA DA EXECUCAO: ' WRK-PROGRAMA-ALVO            00044100
                  '  LINHAS NA TRILHA: ' WRK-QTD-TRILHA-ED              00044200
                  INTO REVREL-LINHA                                     00044300
           WRITE REVREL-REC.                                            00044400
                                                                        00044500
           IF WRK-REGISTRO-INI GREATER ZEROS                            00044600
              MOVE ' '                     TO REVREL-CC                 00044700
              MOVE SPACES                  TO REVREL-LINHA              00044800
              STRING 'REINICIO: RETOMANDO DO ID ' WRK-REGISTRO-INI      00044900
                     INTO REVREL-LINHA                                  00045000
              WRITE REVREL-REC                                          00045100
           END-IF                                                       00045200
                                                                        00045300
           MOVE ' '                        TO REVREL-CC                 00045400
           MOVE SPACES                     TO REVREL-LINHA              00045500
           WRITE REVREL-REC.                                            00045600
                                                                        00045700
           MOVE ' '                        TO REVREL-CC                 00045800
           MOVE SPACES                     TO REVREL-LINHA              00045900
           STRING 'ID       NOME                           SETOR ATU  ' 00046000
                  'SAL. ATUAL    SAL. ANTES SETOR ANT  SIT  SITUACAO'   00046100
                  INTO REVREL-LINHA                                     00046200
           WRITE REVREL-REC.                                            00046300
                                                                        00046400
           MOVE ' '                        TO REVREL-CC                 00046500
           MOVE ALL '-'                    TO REVREL-LINHA              00046600
           WRITE REVREL-REC.                                            00046700
                                                                        00046800
           MOVE ' '                        TO REVCONF-CC                00046900
           MOVE SPACES                     TO REVCONF-LINHA             00047000
           STRING 'ID       NOME                           SAL. EXEC. ' 00047100
                  'SAL. FUNC2 MOTIVO'                                   00047200
                  INTO REVCONF-LINHA                                    00047300
           WRITE REVCONF-REC.                                           00047400
                                                                        00047500
           MOVE ' '                        TO REVCONF-CC                00047600
           MOVE ALL '-'                    TO REVCONF-LINHA             00047700
           WRITE REVCONF-REC.                                           00047800
                                                                        00047900
      *----------------------------------------------------------------*00048000
       1250-99-FIM.                                   EXIT.             00048100
      *----------------------------------------------------------------*00048200
                                                                        00048300
      ******************************************************************00048400
      *        R E G I S T R A R   T R A V A                           *00048500
      *     TRAVA DE EXECUCAO EM FOUR001.RUNCTL: A REVERSAO PODE       *00048600
      *     TOCAR QUALQUER LINHA DE FUNC2 E POR ISSO CONFLITA COM      *00048700
      *     QUALQUER TRAVA FUNC2 (INCLUSIVE AS PARTICOES DO            *00048800
      *     FR09DB13). COM CONFLITO O JOB TERMINA COM RC=12 SEM        *00048900
      *     TOCAR NADA.                                                *00049000
      ******************************************************************00049100
                                                                        00049200
      *----------------------------------------------------------------*00049300
       1300-REGISTRAR-TRAVA                           SECTION.          00049400
      *----------------------------------------------------------------*00049500
                                                                        00049600
      *    SERIALIZA O PAR CONSULTA+GRAVACAO, COMO NO FR09DB19 -        00049700
      *    O LOCK E LIBERADO NO COMMIT DA GRAVACAO OU NO FIM DO JOB     00049800
           EXEC SQL                                                     00049900
              LOCK TABLE FOUR001.RUNCTL IN EXCLUSIVE MODE               00050000
           END-EXEC                                                     00050100
           IF SQLCODE NOT = 0                                           00050200
              MOVE SQLCODE          TO WRK-LOG-SQLCODE                  00050300
              MOVE 'FR09DB38'       TO WRK-LOG-PROGRAMA                 00050400
              MOVE '1300-REGISTRAR-TRAVA' TO WRK-LOG-SECTION            00050500
              MOVE 'ERRO NO LOCK TABLE RUNCTL' TO WRK-LOG-MENSAGEM      00050600
              ACCEPT WRK-LOG-DATA   FROM DATE YYYYMMDD                  00050700
              ACCEPT WRK-LOG-HORA   FROM TIME                           00050800
              CALL 'GRAVALOG'       USING WRK-LOG                       00050900
              MOVE 16               TO RETURN-CODE                      00051000
              GO TO 1300-99-FIM                                         00051100
           END-IF                                                       00051200
                                                                        00051300
           MOVE 'FUNC2'                TO WRK-TRAVA-RECURSO             00051400
           EXEC SQL                                                     00051500
              SELECT RECURSO, PROGRAMA, IDEXECUCAO,                     00051600
                     DATAINI, HORAINI                                   00051700
                INTO :DB2-RUN-RECURSO, :DB2-RUN-PROGRAMA,               00051800
                     :DB2-RUN-IDEXEC, :DB2-RUN-DATAINI,                 00051900
                     :DB2-RUN-HORAINI                                   00052000
                FROM FOUR001.RUNCTL                                     00052100
               WHERE RECURSO LIKE 'FUNC2%'                              00052200
               FETCH FIRST 1 ROW ONLY                                   00052300
           END-EXEC                                                     00052400
                                                                        00052500
           EVALUATE SQLCODE                                             00052600
              WHEN 0                                                    00052700
                 PERFORM 1310-RECUSAR-TRAVA                             00052800
              WHEN 100                                                  00052900
                 PERFORM 1320-GRAVAR-TRAVA                              00053000
              WHEN OTHER                                                00053100
                 MOVE SQLCODE          TO WRK-LOG-SQLCODE               00053200
                 MOVE 'FR09DB38'       TO WRK-LOG-PROGRAMA              00053300
                 MOVE '1300-REGISTRAR-TRAVA' TO WRK-LOG-SECTION         00053400
                 MOVE 'ERRO NO SELECT RUNCTL' TO WRK-LOG-MENSAGEM       00053500
                 ACCEPT WRK-LOG-DATA   FROM DATE YYYYMMDD               00053600
                 ACCEPT WRK-LOG-HORA   FROM TIME                        00053700
                 CALL 'GRAVALOG'       USING WRK-LOG                    00053800
                 MOVE 16               TO RETURN-CODE                   00053900
           END-EVALUATE.                                                00054000
                                                                        00054100
      *----------------------------------------------------------------*00054200
       1300-99-FIM.                                   EXIT.             00054300
      *----------------------------------------------------------------*00054400
                                                                        00054500
      *----------------------------------------------------------------*00054600
       1310-RECUSAR-TRAVA                             SECTION.          00054700
      *----------------------------------------------------------------*00054800
                                                                        00054900
           DISPLAY '*============================================*'     00055000
           DISPLAY '* EXECUCAO RECUSADA - RECURSO JA TRAVADO     *'     00055100
           DISPLAY '* RECURSO..: ' DB2-RUN-RECURSO                      00055200
           DISPLAY '* PROGRAMA.: ' DB2-RUN-PROGRAMA                     00055300
           DISPLAY '* EXECUCAO.: ' DB2-RUN-IDEXEC                       00055400
           DISPLAY '* INICIO...: ' DB2-RUN-DATAINI ' ' DB2-RUN-HORAINI  00055500
           DISPLAY '* SE O JOB NAO ESTIVER MAIS RODANDO, LIMPAR  *'     00055600
           DISPLAY '* A TRAVA COM O FR09DB24 E RESUBMETER        *'     00055700
           DISPLAY '*============================================*'     00055800
           MOVE 12                     TO RETURN-CODE.                  00055900
                                                                        00056000
      *----------------------------------------------------------------*00056100
       1310-99-FIM.                                   EXIT.             00056200
      *----------------------------------------------------------------*00056300
                                                                        00056400
      *----------------------------------------------------------------*00056500
       1320-GRAVAR-TRAVA                              SECTION.          00056600
      *----------------------------------------------------------------*00056700
                                                                        00056800
           ACCEPT WRK-TRAVA-DATA       FROM DATE YYYYMMDD               00056900
           ACCEPT WRK-TRAVA-HORA       FROM TIME                        00057000
           MOVE WRK-TRAVA-RECURSO      TO DB2-RUN-RECURSO               00057100
           MOVE 'FR09DB38'             TO DB2-RUN-PROGRAMA              00057200
           MOVE SPACES                 TO DB2-RUN-IDEXEC                00057300
           STRING WRK-TRAVA-DATA WRK-TRAVA-HORA                         00057400
                  INTO DB2-RUN-IDEXEC                                   00057500
           MOVE WRK-TRAVA-DATA         TO DB2-RUN-DATAINI               00057600
           MOVE WRK-TRAVA-HORA         TO DB2-RUN-HORAINI               00057700
                                                                        00057800
           EXEC SQL                                                     00057900
              INSERT INTO FOUR001.RUNCTL                                00058000
                  (RECURSO, PROGRAMA, IDEXECUCAO, DATAINI, HORAINI)     00058100
                VALUES (:DB2-RUN-RECURSO, :DB2-RUN-PROGRAMA,            00058200
                   :DB2-RUN-IDEXEC, :DB2-RUN-DATAINI,                   00058300
                   :DB2-RUN-HORAINI)                                    00058400
           END-EXEC                                                     00058500
                                                                        00058600
           EVALUATE SQLCODE                                             00058700
              WHEN 0                                                    00058800
                 EXEC SQL                                               00058900
                    COMMIT                                              00059000
                 END-EXEC                                               00059100
                 IF SQLCODE = 0                                         00059200
                    MOVE 'S'           TO WRK-TRAVA-OK                  00059300
                 ELSE                                                   00059400
                    MOVE SQLCODE       TO WRK-LOG-SQLCODE               00059500
                    MOVE 'FR09DB38'    TO WRK-LOG-PROGRAMA              00059600
                    MOVE '1320-GRAVAR-TRAVA' TO WRK-LOG-SECTION         00059700
                    MOVE 'ERRO NO COMMIT RUNCTL' TO WRK-LOG-MENSAGEM    00059800
                    ACCEPT WRK-LOG-DATA FROM DATE YYYYMMDD              00059900
                    ACCEPT WRK-LOG-HORA FROM TIME                       00060000
                    CALL 'GRAVALOG'    USING WRK-LOG                    00060100
                    MOVE 16            TO RETURN-CODE                   00060200
                 END-IF                                                 00060300
      *       OUTRO JOB GRAVOU A TRAVA ENTRE A CONSULTA E O             00060400
      *       INSERT - TRATA COMO RECURSO JA TRAVADO                    00060500
              WHEN -803                                                 00060600
                 PERFORM 1310-RECUSAR-TRAVA                             00060700
              WHEN OTHER                                                00060800
                 MOVE SQLCODE          TO WRK-LOG-SQLCODE               00060900
                 MOVE 'FR09DB38'       TO WRK-LOG-PROGRAMA              00061000
                 MOVE '1320-GRAVAR-TRAVA' TO WRK-LOG-SECTION            00061100
                 MOVE 'ERRO NO INSERT RUNCTL' TO WRK-LOG-MENSAGEM       00061200
                 ACCEPT WRK-LOG-DATA   FROM DATE YYYYMMDD               00061300
                 ACCEPT WRK-LOG-HORA   FROM TIME                        00061400
                 CALL 'GRAVALOG'       USING WRK-LOG                    00061500
                 MOVE 16               TO RETURN-CODE                   00061600
           END-EVALUATE.                                                00061700
                                                                        00061800
      *----------------------------------------------------------------*00061900
       1320-99-FIM.                                   EXIT.             00062000
      *----------------------------------------------------------------*00062100
                                                                        00062200
      ******************************************************************00062300
      *        V A L I D A R   E X E C U C A O                         *00062400
      *     A IDEXECUCAO PRECISA TER TRILHA NA FUNCAUD DE UM SO        *00062500
      *     PROGRAMA, FR09DB15 OU FR09DB19. NA REVERSAO SO UMA         *00062600
      *     REVERSAO PODE ESTAR PENDENTE (STATUS 'E'/'F' NO EXECLOG)   *00062700
      *     POR VEZ: O CHECKPOINT 'FOUR038' E DELA E SO ELA RETOMA     *00062800
      *     DO CHECK; AS DEMAIS SAO RECUSADAS ATE ELA TERMINAR         *00062900
      ******************************************************************00063000
                                                                        00063100
      *----------------------------------------------------------------*00063200
       1500-VALIDAR-EXECUCAO                          SECTION.          00063300
      *----------------------------------------------------------------*00063400
                                                                        00063500
           EXEC SQL                                                     00063600
              SELECT COUNT(*), COUNT(DISTINCT PROGRAMA),                00063700
                     MAX(PROGRAMA)                                      00063800
                INTO :WRK-QTD-TRILHA, :WRK-QTD-PROGRAMAS,               00063900
                     :WRK-PROGRAMA-ALVO :WRK-IND-PROG                   00064000
                FROM FOUR001.FUNCAUD                                    00064100
               WHERE IDEXEC    = :WRK-IDEXEC-ALVO                       00064200
                 AND PROGRAMA <> 'FR09DB38'                             00064300
           END-EXEC                                                     00064400
                                                                        00064500
           IF SQLCODE NOT = 0                                           00064600
              MOVE SQLCODE              TO WRK-SQLCODE                  00064700
              MOVE SQLCODE              TO WRK-LOG-SQLCODE              00064800
              MOVE 'FR09DB38'           TO WRK-LOG-PROGRAMA             00064900
              MOVE '1500-VALIDAR-EXECUCAO' TO WRK-LOG-SECTION           00065000
              MOVE 'ERRO NO SELECT FUNCAUD' TO WRK-LOG-MENSAGEM         00065100
              PERFORM 9000-TRATAR-ERRO                                  00065200
           END-IF                                                       00065300
                                                                        00065400
           IF WRK-QTD-TRILHA = ZEROS                                    00065500
              MOVE 'EXECUCAO SEM TRILHA EM FOUR001.FUNCAUD'             00065600
                                          TO WRK-MOTIVO                 00065700
              PERFORM 1900-RECUSAR                                      00065800
              GO TO 1500-99-FIM                                         00065900
           END-IF                                                       00066000
                                                                        00066100
           IF WRK-QTD-PROGRAMAS GREATER 1                               00066200
              MOVE 'IDEXECUCAO COM MAIS DE UM PROGRAMA NA FUNCAUD'      00066300
                                          TO WRK-MOTIVO                 00066400
              PERFORM 1900-RECUSAR                                      00066500
              GO TO 1500-99-FIM                                         00066600
           END-IF                                                       00066700
                                                                        00066800
           EVALUATE WRK-PROGRAMA-ALVO                                   00066900
              WHEN 'FR09DB15'                                           00067000
                 MOVE 'FOUR015'           TO WRK-IDCHECK-ALVO           00067100
              WHEN 'FR09DB19'                                           00067200
                 MOVE 'FOUR019'           TO WRK-IDCHECK-ALVO           00067300
              WHEN OTHER                                                00067400
                 STRING 'EXECUCAO DO ' WRK-PROGRAMA-ALVO                00067500
                        ' - SO FR09DB15 OU FR09DB19 E REVERTIDO'        00067600
                        DELIMITED BY SIZE INTO WRK-MOTIVO               00067700
                 PERFORM 1900-RECUSAR                                   00067800
                 GO TO 1500-99-FIM                                      00067900
           END-EVALUATE                                                 00068000
                                                                        00068100
           EXEC SQL                                                     00068200
              SELECT IDCHECK, STATUS                                    00068300
                INTO :DB2-LOG-IDCHECK, :DB2-LOG-STATUS                  00068400
                FROM FOUR001.EXECLOG                                    00068500
               WHERE IDEXECUCAO = :WRK-IDEXEC-ALVO                      00068600
           END-EXEC                                                     00068700
                                                                        00068800
           EVALUATE SQLCODE                                             00068900
              WHEN 0                                                    00069000
                 IF DB2-LOG-IDCHECK NOT = WRK-IDCHECK-ALVO              00069100
                    MOVE 'IDEXECUCAO JA NO EXECLOG DE OUTRA CARGA'      00069200
                                          TO WRK-MOTIVO                 00069300
                    PERFORM 1900-RECUSAR                                00069400
                    GO TO 1500-99-FIM                                   00069500
                 END-IF                                                 00069600
                 MOVE 'S'                 TO WRK-EXECLOG-EXISTE         00069700
                 IF DB2-LOG-STATUS = 'E' OR DB2-LOG-STATUS = 'F'        00069800
                    MOVE 'S'              TO WRK-REINICIO               00069900
                 END-IF                                                 00070000
              WHEN 100                                                  00070100
                 MOVE 'N'                 TO WRK-EXECLOG-EXISTE         00070200
              WHEN OTHER                                                00070300
                 MOVE SQLCODE             TO WRK-SQLCODE                00070400
                 MOVE SQLCODE             TO WRK-LOG-SQLCODE            00070500
                 MOVE 'FR09DB38'          TO WRK-LOG-PROGRAMA           00070600
                 MOVE '1500-VALIDAR-EXECUCAO' TO WRK-LOG-SECTION        00070700
                 MOVE 'ERRO NO SELECT EXECLOG' TO WRK-LOG-MENSAGEM      00070800
                 PERFORM 9000-TRATAR-ERRO                               00070900
           END-EVALUATE                                                 00071000
                                                                        00071100
      *    A SIMULACAO NAO GRAVA NADA E SEMPRE LE A TRILHA INTEIRA      00071200
           IF WRK-MODO = 'R'                                            00071300
              PERFORM 1510-VERIFICAR-PENDENTE                           00071400
              IF WRK-PARM-VALIDO NOT EQUAL 'S'                          00071500
                 GO TO 1500-99-FIM                                      00071600
              END-IF                                                    00071700
              PERFORM 1520-LER-CHECK                                    00071800
              PERFORM 1530-REGISTRAR-EXECLOG                            00071900
           END-IF                                                       00072000
                                                                        00072100
           PERFORM 1250-CABECALHO-DETALHE                               00072200
                                                                        00072300
           EXEC SQL                                                     00072400
              OPEN CREV                                                 00072500
           END-EXEC                                                     00072600
                                                                        00072700
           IF SQLCODE NOT = 0                                           00072800
              MOVE SQLCODE              TO WRK-SQLCODE                  00072900
              MOVE SQLCODE              TO WRK-LOG-SQLCODE              00073000
              MOVE 'FR09DB38'           TO WRK-LOG-PROGRAMA             00073100
              MOVE '1500-VALIDAR-EXECUCAO' TO WRK-LOG-SECTION           00073200
              MOVE 'ERRO NO OPEN CURSOR CREV' TO WRK-LOG-MENSAGEM       00073300
              PERFORM 9000-TRATAR-ERRO                                  00073400
           END-IF                                                       00073500
                                                                        00073600
           MOVE 'S'                     TO WRK-CURSOR-ABERTO            00073700
           PERFORM 1100-LER-ID.                                         00073800
                                                                        00073900
      *----------------------------------------------------------------*00074000
       1500-99-FIM.                                   EXIT.             00074100
      *----------------------------------------------------------------*00074200
                                                                        00074300
      *----------------------------------------------------------------*00074400
       1510-VERIFICAR-PENDENTE                        SECTION.          00074500
      *----------------------------------------------------------------*00074600
                                                                        00074700
           EXEC SQL                                                     00074800
              SELECT IDEXECUCAO                                         00074900
                INTO :WRK-IDEXEC-PEND                                   00075000
                FROM FOUR001.EXECLOG                                    00075100
               WHERE STATUS IN ('E', 'F')                               00075200
                 AND IDCHECK IN ('FOUR015', 'FOUR019')                  00075300
                 AND IDEXECUCAO <> :WRK-IDEXEC-ALVO                     00075400
               FETCH FIRST 1 ROW ONLY                                   00075500
           END-EXEC                                                     00075600
                                                                        00075700
           EVALUATE SQLCODE                                             00075800
              WHEN 0                                                    00075900
                 STRING 'REVERSAO DE ' WRK-IDEXEC-PEND                  00076000
                        ' PENDENTE - RERODAR ESSA ANTES'                00076100
                        DELIMITED BY SIZE INTO WRK-MOTIVO               00076200
                 PERFORM 1900-RECUSAR                                   00076300
              WHEN 100                                                  00076400
                 CONTINUE                                               00076500
              WHEN OTHER                                                00076600
                 MOVE SQLCODE             TO WRK-SQLCODE                00076700
                 MOVE SQLCODE             TO WRK-LOG-SQLCODE            00076800
                 MOVE 'FR09DB38'          TO WRK-LOG-PROGRAMA           00076900
                 MOVE '1510-VERIFICAR-PENDENTE' TO WRK-LOG-SECTION      00077000
                 MOVE 'ERRO NO SELECT EXECLOG' TO WRK-LOG-MENSAGEM      00077100
                 PERFORM 9000-TRATAR-ERRO                               00077200
           END-EVALUATE.                                                00077300
                                                                        00077400
      *----------------------------------------------------------------*00077500
       1510-99-FIM.                                   EXIT.             00077600
      *----------------------------------------------------------------*00077700
                                                                        00077800
      *----------------------------------------------------------------*00077900
       1520-LER-CHECK                                 SECTION.          00078000
      *----------------------------------------------------------------*00078100
                                                                        00078200
           MOVE WRK-IDCHECK             TO DB2-IDCHECK                  00078300
           EXEC SQL                                                     00078400
              SELECT REGISTRO INTO :DB2-REGISTRO                        00078500
                FROM FOUR001.CHECK                                      00078600
               WHERE IDCHECK = :DB2-IDCHECK                             00078700
           END-EXEC                                                     00078800
                                                                        00078900
           EVALUATE SQLCODE                                             00079000
              WHEN 0                                                    00079100
      *          SO A REVERSAO PENDENTE DESTA EXECUCAO RETOMA DO        00079200
      *          CHECK - UMA REVERSAO NOVA (OU A RERODADA DE UMA JA     00079300
      *          CONCLUIDA) LE A TRILHA DESDE O INICIO                  00079400
                 IF WRK-REINICIO = 'S'                                  00079500
                    MOVE DB2-REGISTRO     TO WRK-REGISTRO-INI           00079600
                    IF DB2-REGISTRO GREATER ZEROS                       00079700
                       DISPLAY '* REINICIO: RETOMANDO DO ID '           00079800
                               DB2-REGISTRO                             00079900
                    END-IF                                              00080000
                 END-IF                                                 00080100
              WHEN 100                                                  00080200
                 MOVE ZEROS               TO DB2-REGISTRO               00080300
                 EXEC SQL                                               00080400
                    INSERT INTO FOUR001.CHECK (IDCHECK, REGISTRO)       00080500
                       VALUES (:DB2-IDCHECK, :DB2-REGISTRO)             00080600
                 END-EXEC                                               00080700
                 IF SQLCODE NOT = 0                                     00080800
                    MOVE SQLCODE           TO WRK-LOG-SQLCODE           00080900
                    MOVE 'FR09DB38'        TO WRK-LOG-PROGRAMA          00081000
                    MOVE '1520-LER-CHECK'  TO WRK-LOG-SECTION           00081100
                    MOVE 'ERRO NO INSERT CHECK' TO WRK-LOG-MENSAGEM     00081200
                    PERFORM 9000-TRATAR-ERRO                            00081300
                 END-IF                                                 00081400
              WHEN OTHER                                                00081500
                 MOVE SQLCODE              TO WRK-SQLCODE               00081600
                 MOVE SQLCODE              TO WRK-LOG-SQLCODE           00081700
                 MOVE 'FR09DB38'           TO WRK-LOG-PROGRAMA          00081800
                 MOVE '1520-LER-CHECK'     TO WRK-LOG-SECTION           00081900
                 MOVE 'ERRO NO SELECT CHECK' TO WRK-LOG-MENSAGEM        00082000
                 PERFORM 9000-TRATAR-ERRO                               00082100
           END-EVALUATE.                                                00082200
                                                                        00082300
      *----------------------------------------------------------------*00082400
       1520-99-FIM.                                   EXIT.             00082500
      *----------------------------------------------------------------*00082600
                                                                        00082700
      ******************************************************************00082800
      *        R E G I S T R A R   E X E C L O G                       *00082900
      *     A EXECUCAO REVERTIDA ENTRA NO EXECLOG COM O IDCHECK DO     *00083000
      *     SEU PROGRAMA (FOUR015/FOUR019), INICIO = DATA+HORA DA      *00083100
      *     PROPRIA IDEXECUCAO E STATUS 'E' ENQUANTO A REVERSAO        *00083200
      *     RODA; NO FIM VIRA 'R' (OU 'F' COM ERRO). SEM CSV DO        *00083300
      *     FR09DB13, O ACK JA NASCE 'S' (NADA A CONFIRMAR)            *00083400
      ******************************************************************00083500
                                                                        00083600
      *----------------------------------------------------------------*00083700
       1530-REGISTRAR-EXECLOG                         SECTION.          00083800
      *----------------------------------------------------------------*00083900
                                                                        00084000
           MOVE WRK-IDEXEC-ALVO         TO DB2-LOG-IDEXECUCAO           00084100
           MOVE WRK-IDCHECK-ALVO        TO DB2-LOG-IDCHECK              00084200
           MOVE WRK-ALVO-DATA           TO DB2-LOG-DATAINI              00084300
           MOVE WRK-ALVO-HORA           TO DB2-LOG-HORAINI              00084400
           MOVE ZEROS                   TO DB2-LOG-DATAFIM              00084500
                                           DB2-LOG-HORAFIM              00084600
                                           DB2-LOG-LIDOS                00084700
                                           DB2-LOG-GRAVS                00084800
                                           DB2-LOG-ERROS                00084900
                                           DB2-LOG-RETCODE              00085000
                                           DB2-LOG-CSVQTD               00085100
                                           DB2-LOG-CSVHASH              00085200
           MOVE 'E'                     TO DB2-LOG-STATUS               00085300
           MOVE 'S'                     TO DB2-LOG-ACK                  00085400
                                                                        00085500
           IF WRK-EXECLOG-EXISTE = 'N'                                  00085600
              EXEC SQL                                                  00085700
                 INSERT INTO FOUR001.EXECLOG                            00085800
                     (IDEXECUCAO, IDCHECK, DATAINI, HORAINI,            00085900
                      DATAFIM, HORAFIM, LIDOS, GRAVS, ERROS,            00086000
                      RETCODE, STATUS, CSVQTD, CSVHASH, ACK)            00086100
                   VALUES (:DB2-LOG-IDEXECUCAO, :DB2-LOG-IDCHECK,       00086200
                      :DB2-LOG-DATAINI, :DB2-LOG-HORAINI,               00086300
                      :DB2-LOG-DATAFIM, :DB2-LOG-HORAFIM,               00086400
                      :DB2-LOG-LIDOS, :DB2-LOG-GRAVS, :DB2-LOG-ERROS,   00086500
                      :DB2-LOG-RETCODE, :DB2-LOG-STATUS,                00086600
                      :DB2-LOG-CSVQTD, :DB2-LOG-CSVHASH,                00086700
                      :DB2-LOG-ACK)                                     00086800
              END-EXEC                                                  00086900
           ELSE                                                         00087000
      *       NO REINICIO OS CONTADORES JA CONFIRMADOS SAO MANTIDOS     00087100
              IF WRK-REINICIO = 'S'                                     00087200
                 EXEC SQL                                               00087300
                    UPDATE FOUR001.EXECLOG                              00087400
                       SET STATUS  = :DB2-LOG-STATUS,                   00087500
                           DATAFIM = :DB2-LOG-DATAFIM,                  00087600
                           HORAFIM = :DB2-LOG-HORAFIM                   00087700
                     WHERE IDEXECUCAO = :DB2-LOG-IDEXECUCAO             00087800
                 END-EXEC                                               00087900
              ELSE                                                      00088000
                 EXEC SQL                                               00088100
                    UPDATE FOUR001.EXECLOG                              00088200
                       SET STATUS  = :DB2-LOG-STATUS,                   00088300
                           DATAFIM = :DB2-LOG-DATAFIM,                  00088400
                           HORAFIM = :DB2-LOG-HORAFIM,                  00088500
                           LIDOS   = :DB2-LOG-LIDOS,                    00088600
                           GRAVS   = :DB2-LOG-GRAVS,                    00088700
                           ERROS   = :DB2-LOG-ERROS,                    00088800
                           RETCODE = :DB2-LOG-RETCODE                   00088900
                     WHERE IDEXECUCAO = :DB2-LOG-IDEXECUCAO             00089000
                 END-EXEC                                               00089100
              END-IF                                                    00089200
           END-IF                                                       00089300
                                                                        00089400
           IF SQLCODE NOT = 0                                           00089500
              MOVE SQLCODE              TO WRK-SQLCODE                  00089600
              MOVE SQLCODE              TO WRK-LOG-SQLCODE              00089700
              MOVE 'FR09DB38'           TO WRK-LOG-PROGRAMA             00089800
              MOVE '1530-REGISTRAR-EXECLOG' TO WRK-LOG-SECTION          00089900
              MOVE 'ERRO NA GRAVACAO DO EXECLOG' TO WRK-LOG-MENSAGEM    00090000
              PERFORM 9000-TRATAR-ERRO                                  00090100
           END-IF                                                       00090200
                                                                        00090300
           EXEC SQL                                                     00090400
              COMMIT                                                    00090500
           END-EXEC                                                     00090600
           IF SQLCODE NOT = 0                                           00090700
              MOVE SQLCODE              TO WRK-SQLCODE                  00090800
              MOVE SQLCODE              TO WRK-LOG-SQLCODE              00090900
              MOVE 'FR09DB38'           TO WRK-LOG-PROGRAMA             00091000
              MOVE '1530-REGISTRAR-EXECLOG' TO WRK-LOG-SECTION          00091100
              MOVE 'ERRO NO COMMIT EXECLOG' TO WRK-LOG-MENSAGEM         00091200
              PERFORM 9000-TRATAR-ERRO                                  00091300
           END-IF                                                       00091400
                                                                        00091500
           MOVE 'S'                     TO WRK-EXECLOG-OK.              00091600
                                                                        00091700
      *----------------------------------------------------------------*00091800
       1530-99-FIM.                                   EXIT.             00091900
      *----------------------------------------------------------------*00092000
                                                                        00092100
      *----------------------------------------------------------------*00092200
       1900-RECUSAR                                   SECTION.          00092300
      *----------------------------------------------------------------*00092400
                                                                        00092500
           MOVE 'N'                     TO WRK-PARM-VALIDO              00092600
           DISPLAY '*============================================*'     00092700
           DISPLAY '* FR09DB38 - REVERSAO RECUSADA               *'     00092800
           DISPLAY '* MOTIVO.....: ' WRK-MOTIVO                         00092900
           DISPLAY '* PARM.......: ' LS-PARM                            00093000
           DISPLAY '*============================================*'     00093100
                                                                        00093200
           MOVE ' '                     TO REVREL-CC                    00093300
           MOVE SPACES                  TO REVREL-LINHA                 00093400
           STRING 'REVERSAO RECUSADA - ' WRK-MOTIVO                     00093500
                  INTO REVREL-LINHA                                     00093600
           WRITE REVREL-REC.                                            00093700
                                                                        00093800
           MOVE 08                      TO RETURN-CODE.                 00093900
                                                                        00094000
      *----------------------------------------------------------------*00094100
       1900-99-FIM.                                   EXIT.             00094200
      *----------------------------------------------------------------*00094300
                                                                        00094400
      ******************************************************************00094500
      *                      P R O C E S S A R                         *00094600
      *     UM ID POR VEZ: JA REVERTIDO (LINHA DO FR09DB38 NA          *00094700
      *     FUNCAUD PARA ESTA EXECUCAO) SO E LISTADO; COM CONFLITO     *00094800
      *     VAI PARA O REVCONF; SENAO E REVERTIDO (OU, NA SIMULACAO,   *00094900
      *     LISTADO COMO A REVERTER)                                   *00095000
      ******************************************************************00095100
                                                                        00095200
      *----------------------------------------------------------------*00095300
       2000-PROCESSAR                                 SECTION.          00095400
      *----------------------------------------------------------------*00095500
                                                                        00095600
           PERFORM 2100-VERIFICAR-REVERTIDO                             00095700
           IF WRK-QTD-AUX GREATER ZEROS                                 00095800
              ADD 1                     TO WRK-JAREV-BUF                00095900
              PERFORM 2110-IMPRIMIR-JA-REVERTIDO                        00096000
              GO TO 2000-PROXIMO                                        00096100
           END-IF                                                       00096200
                                                                        00096300
           PERFORM 2200-LER-IMAGENS                                     00096400
                                                                        00096500
           PERFORM 2300-VERIFICAR-CONFLITO                              00096600
           IF WRK-MOTIVO-CONF NOT = SPACES                              00096700
              ADD 1                     TO WRK-CONF-BUF                 00096800
              PERFORM 2310-IMPRIMIR-CONFLITO                            00096900
              GO TO 2000-PROXIMO                                        00097000
           END-IF                                                       00097100
                                                                        00097200
      *    A LINHA DO RELATORIO SAI ANTES DA RESTAURACAO, ENQUANTO      00097300
      *    AS IMAGENS AINDA ESTAO NAS HOST VARIABLES DA FUNCAUD         00097400
           ADD 1                        TO WRK-REVS-BUF                 00097500
           PERFORM 2500-IMPRIMIR-REVERSAO                               00097600
           IF WRK-MODO = 'R'                                            00097700
              PERFORM 2400-RESTAURAR                                    00097800
           END-IF.                                                      00097900
                                                                        00098000
       2000-PROXIMO.                                                    00098100
           PERFORM 2600-CHECKPOINT.                                     00098200
           PERFORM 1100-LER-ID.                                         00098300
                                                                        00098400
      *----------------------------------------------------------------*00098500
       2000-99-FIM.                                   EXIT.             00098600
      *----------------------------------------------------------------*00098700
                                                                        00098800
      *----------------------------------------------------------------*00098900
       2100-VERIFICAR-REVERTIDO                       SECTION.          00099000
      *----------------------------------------------------------------*00099100
                                                                        00099200
           EXEC SQL                                                     00099300
              SELECT COUNT(*)                                           00099400
                INTO :WRK-QTD-AUX                                       00099500
                FROM FOUR001.FUNCAUD                                    00099600
               WHERE ID       = :WRK-ID-ATUAL                           00099700
                 AND IDEXEC   = :WRK-IDEXEC-ALVO                        00099800
                 AND PROGRAMA = 'FR09DB38'                              00099900
           END-EXEC                                                     00100000
                                                                        00100100
           IF SQLCODE NOT = 0                                           00100200
              MOVE SQLCODE              TO WRK-SQLCODE                  00100300
              MOVE SQLCODE              TO WRK-LOG-SQLCODE              00100400
              MOVE 'FR09DB38'           TO WRK-LOG-PROGRAMA             00100500
              MOVE '2100-VERIFICAR-REVERTIDO' TO WRK-LOG-SECTION        00100600
              MOVE 'ERRO NO SELECT FUNCAUD' TO WRK-LOG-MENSAGEM         00100700
              PERFORM 9000-TRATAR-ERRO                                  00100800
           END-IF.                                                      00100900
                                                                        00101000
      *----------------------------------------------------------------*00101100
       2100-99-FIM.                                   EXIT.             00101200
      *----------------------------------------------------------------*00101300
                                                                        00101400
      *----------------------------------------------------------------*00101500
       2110-IMPRIMIR-JA-REVERTIDO                     SECTION.          00101600
      *----------------------------------------------------------------*00101700
                                                                        00101800
           MOVE ' '                        TO REVREL-CC                 00101900
           MOVE SPACES                     TO REVREL-LINHA              00102000
           STRING WRK-ID-ATUAL                                          00102100
                  '  *** JA REVERTIDO EM REVERSAO ANTERIOR - MANTIDO'   00102200
                  INTO REVREL-LINHA                                     00102300
           ADD 1                       TO WRK-QTD-BUF-REL               00102400
           MOVE REVREL-REC             TO WRK-REL-REG (WRK-QTD-BUF-REL).00102500
                                                                        00102600
      *----------------------------------------------------------------*00102700
       2110-99-FIM.                                   EXIT.             00102800
      *----------------------------------------------------------------*00102900
                                                                        00103000
      ******************************************************************00103100
      *          L E R   I M A G E N S                                 *00103200
      *     O ID PODE TER MAIS DE UMA LINHA NA EXECUCAO (EX. CARTAO    *00103300
      *     DE ALTERACAO E DE DESLIGAMENTO NO MESMO FUNCTRAN): A       *00103400
      *     IMAGEM A RESTAURAR E A ANTES DA PRIMEIRA LINHA E A         *00103500
      *     IMAGEM ESPERADA EM FUNC2 E A DEPOIS DA ULTIMA              *00103600
      ******************************************************************00103700
                                                                        00103800
      *----------------------------------------------------------------*00103900
       2200-LER-IMAGENS                               SECTION.          00104000
      *----------------------------------------------------------------*00104100
                                                                        00104200
           EXEC SQL                                                     00104300
              SELECT OPERACAO, NOME_ANT, SETOR_ANT, SALARIO_ANT,        00104400
                     DATAADM_ANT, EMAIL_ANT, SITUACAO_ANT,              00104500
                     DATADEM_ANT                                        00104600
                INTO :DB2-AUD-OPERACAO, :DB2-AUD-NOME-ANT,              00104700
                     :DB2-AUD-SETOR-ANT, :DB2-AUD-SALARIO-ANT,          00104800
                     :DB2-AUD-DATAADM-ANT, :DB2-AUD-EMAIL-ANT,          00104900
                     :DB2-AUD-SITUACAO-ANT, :DB2-AUD-DATADEM-ANT        00105000
                FROM FOUR001.FUNCAUD                                    00105100
               WHERE ID       = :WRK-ID-ATUAL                           00105200
                 AND IDEXEC   = :WRK-IDEXEC-ALVO                        00105300
                 AND PROGRAMA = :WRK-PROGRAMA-ALVO                      00105400
               ORDER BY DATA, HORA                                      00105500
               FETCH FIRST 1 ROW ONLY                                   00105600
           END-EXEC                                                     00105700
                                                                        00105800
           IF SQLCODE NOT = 0                                           00105900
              MOVE SQLCODE              TO WRK-SQLCODE                  00106000
              MOVE SQLCODE              TO WRK-LOG-SQLCODE              00106100
              MOVE 'FR09DB38'           TO WRK-LOG-PROGRAMA             00106200
              MOVE '2200-LER-IMAGENS'   TO WRK-LOG-SECTION              00106300
              MOVE 'ERRO NO SELECT IMAGEM ANTES' TO WRK-LOG-MENSAGEM    00106400
              PERFORM 9000-TRATAR-ERRO                                  00106500
           END-IF                                                       00106600
                                                                        00106700
           MOVE DB2-AUD-OPERACAO        TO WRK-OPER-INICIAL             00106800
           MOVE DB2-AUD-NOME-ANT        TO WRK-RES-NOME                 00106900
           MOVE DB2-AUD-SETOR-ANT       TO WRK-RES-SETOR                00107000
           MOVE DB2-AUD-SALARIO-ANT     TO WRK-RES-SALARIO              00107100
           MOVE DB2-AUD-DATAADM-ANT     TO WRK-RES-DATAADM              00107200
           MOVE DB2-AUD-EMAIL-ANT       TO WRK-RES-EMAIL                00107300
           MOVE DB2-AUD-SITUACAO-ANT    TO WRK-RES-SITUACAO             00107400
           MOVE DB2-AUD-DATADEM-ANT     TO WRK-RES-DATADEM              00107500
                                                                        00107600
           EXEC SQL                                                     00107700
              SELECT DATA, HORA, NOME_NOV, SETOR_NOV, SALARIO_NOV,      00107800
                     DATAADM_NOV, EMAIL_NOV, SITUACAO_NOV,              00107900
                     DATADEM_NOV                                        00108000
                INTO :DB2-AUD-DATA, :DB2-AUD-HORA,                      00108100
                     :DB2-AUD-NOME-NOV, :DB2-AUD-SETOR-NOV,             00108200
                     :DB2-AUD-SALARIO-NOV, :DB2-AUD-DATAADM-NOV,        00108300
                     :DB2-AUD-EMAIL-NOV, :DB2-AUD-SITUACAO-NOV,         00108400
                     :DB2-AUD-DATADEM-NOV                               00108500
                FROM FOUR001.FUNCAUD                                    00108600
               WHERE ID       = :WRK-ID-ATUAL                           00108700
                 AND IDEXEC   = :WRK-IDEXEC-ALVO                        00108800
                 AND PROGRAMA = :WRK-PROGRAMA-ALVO                      00108900
               ORDER BY DATA DESC, HORA DESC                            00109000
               FETCH FIRST 1 ROW ONLY                                   00109100
           END-EXEC                                                     00109200
                                                                        00109300
           IF SQLCODE NOT = 0                                           00109400
              MOVE SQLCODE              TO WRK-SQLCODE                  00109500
              MOVE SQLCODE              TO WRK-LOG-SQLCODE              00109600
              MOVE 'FR09DB38'           TO WRK-LOG-PROGRAMA             00109700
              MOVE '2200-LER-IMAGENS'   TO WRK-LOG-SECTION              00109800
              MOVE 'ERRO NO SELECT IMAGEM DEPOIS' TO WRK-LOG-MENSAGEM   00109900
              PERFORM 9000-TRATAR-ERRO                                  00110000
           END-IF                                                       00110100
                                                                        00110200
           MOVE DB2-AUD-DATA            TO WRK-ULT-DATA                 00110300
           MOVE DB2-AUD-HORA            TO WRK-ULT-HORA.                00110400
                                                                        00110500
      *----------------------------------------------------------------*00110600
       2200-99-FIM.                                   EXIT.             00110700
      *----------------------------------------------------------------*00110800
                                                                        00110900
      ******************************************************************00111000
      *          V E R I F I C A R   C O N F L I T O                   *00111100
      *     DEVOLVE EM WRK-MOTIVO-CONF O PRIMEIRO MOTIVO PARA NAO      *00111200
      *     REVERTER O ID (BRANCO = PODE REVERTER):                    *00111300
      *       - LINHA DE OUTRA EXECUCAO NA FUNCAUD DEPOIS DA ULTIMA    *00111400
      *         LINHA DA EXECUCAO REVERTIDA                            *00111500
      *       - FUNC2 SEM A LINHA OU DIFERENTE DA IMAGEM DEPOIS        *00111600
      *         (ALTERACAO QUE NAO PASSOU PELA TRILHA)                 *00111700
      *       - INCLUSAO QUE JA TEM CONTA EM FOUR001.CONTABANC         *00111800
      *       - DESLIGAMENTO QUE JA TEM RESCISAO EM FOUR001.RESCISAO   *00111900
      ******************************************************************00112000
                                                                        00112100
      *----------------------------------------------------------------*00112200
       2300-VERIFICAR-CONFLITO                        SECTION.          00112300
      *----------------------------------------------------------------*00112400
                                                                        00112500
           MOVE SPACES                  TO WRK-MOTIVO-CONF              00112600
           MOVE 'N'                     TO WRK-FUNC2-EXISTE             00112700
                                                                        00112800
           EXEC SQL                                                     00112900
              SELECT NOME, SETOR, SALARIO, DATAADM, EMAIL,              00113000
                     SITUACAO, DATADEM                                  00113100
                INTO :DB2-NOME, :DB2-SETOR, :DB2-SALARIO,               00113200
                     :DB2-DATAADM, :DB2-EMAIL :WRK-INDICATOR,           00113300
                     :DB2-SITUACAO, :DB2-DATADEM                        00113400
                FROM FOUR001.FUNC2                                      00113500
               WHERE ID = :DB2-ID                                       00113600
           END-EXEC                                                     00113700
                                                                        00113800
           EVALUATE SQLCODE                                             00113900
              WHEN 0                                                    00114000
                 MOVE 'S'                 TO WRK-FUNC2-EXISTE           00114100
                 IF WRK-INDICATOR NOT = 0                               00114200
                    MOVE SPACES           TO DB2-EMAIL                  00114300
                 END-IF                                                 00114400
              WHEN 100                                                  00114500
                 MOVE ZEROS               TO DB2-SALARIO                00114600
              WHEN OTHER                                                00114700
                 MOVE SQLCODE             TO WRK-SQLCODE                00114800
                 MOVE SQLCODE             TO WRK-LOG-SQLCODE            00114900
                 MOVE 'FR09DB38'          TO WRK-LOG-PROGRAMA           00115000
                 MOVE '2300-VERIFICAR-CONFLITO' TO WRK-LOG-SECTION      00115100
                 MOVE 'ERRO NO SELECT FUNC2' TO WRK-LOG-MENSAGEM        00115200
                 PERFORM 9000-TRATAR-ERRO                               00115300
           END-EVALUATE                                                 00115400
                                                                        00115500
           EXEC SQL                                                     00115600
              SELECT PROGRAMA, IDEXEC                                   00115700
                INTO :WRK-POS-PROGRAMA, :WRK-POS-IDEXEC                 00115800
                FROM FOUR001.FUNCAUD                                    00115900
               WHERE ID      = :WRK-ID-ATUAL                            00116000
                 AND IDEXEC <> :WRK-IDEXEC-ALVO                         00116100
                 AND (DATA > :WRK-ULT-DATA                              00116200
                   OR (DATA = :WRK-ULT-DATA                             00116300
                   AND HORA > :WRK-ULT-HORA))                           00116400
               ORDER BY DATA, HORA                                      00116500
               FETCH FIRST 1 ROW ONLY                                   00116600
           END-EXEC                                                     00116700
                                                                        00116800
           EVALUATE SQLCODE                                             00116900
              WHEN 0                                                    00117000
                 STRING 'ALTERADO DEPOIS PELO ' WRK-POS-PROGRAMA        00117100
                        ' NA EXECUCAO ' WRK-POS-IDEXEC                  00117200
                        DELIMITED BY SIZE INTO WRK-MOTIVO-CONF          00117300
                 GO TO 2300-99-FIM                                      00117400
              WHEN 100                                                  00117500
                 CONTINUE                                               00117600
              WHEN OTHER                                                00117700
                 MOVE SQLCODE             TO WRK-SQLCODE                00117800
                 MOVE SQLCODE             TO WRK-LOG-SQLCODE            00117900
                 MOVE 'FR09DB38'          TO WRK-LOG-PROGRAMA           00118000
                 MOVE '2300-VERIFICAR-CONFLITO' TO WRK-LOG-SECTION      00118100
                 MOVE 'ERRO NO SELECT FUNCAUD POSTERIOR'                00118200
                                          TO WRK-LOG-MENSAGEM           00118300
                 PERFORM 9000-TRATAR-ERRO                               00118400
           END-EVALUATE                                                 00118500
                                                                        00118600
           IF WRK-FUNC2-EXISTE = 'N'                                    00118700
              MOVE 'LINHA NAO EXISTE MAIS EM FOUR001.FUNC2'             00118800
                                          TO WRK-MOTIVO-CONF            00118900
              GO TO 2300-99-FIM                                         00119000
           END-IF                                                       00119100
                                                                        00119200
           IF DB2-NOME     NOT = DB2-AUD-NOME-NOV                       00119300
              OR DB2-SETOR    NOT = DB2-AUD-SETOR-NOV                   00119400
              OR DB2-SALARIO  NOT = DB2-AUD-SALARIO-NOV                 00119500
              OR DB2-DATAADM  NOT = DB2-AUD-DATAADM-NOV                 00119600
              OR DB2-EMAIL    NOT = DB2-AUD-EMAIL-NOV                   00119700
              OR DB2-SITUACAO NOT = DB2-AUD-SITUACAO-NOV                00119800
              OR DB2-DATADEM  NOT = DB2-AUD-DATADEM-NOV                 00119900
              MOVE 'FUNC2 DIFERENTE DA IMAGEM DEPOIS (FORA DA TRILHA)'  00120000
                                          TO WRK-MOTIVO-CONF            00120100
              GO TO 2300-99-FIM                                         00120200
           END-IF                                                       00120300
                                                                        00120400
           IF WRK-OPER-INICIAL = 'I'                                    00120500
              EXEC SQL                                                  00120600
                 SELECT COUNT(*)                                        00120700
                   INTO :WRK-QTD-AUX                                    00120800
                   FROM FOUR001.CONTABANC                               00120900
                  WHERE ID = :DB2-ID                                    00121000
              END-EXEC                                                  00121100
              IF SQLCODE NOT = 0                                        00121200
                 MOVE SQLCODE             TO WRK-SQLCODE                00121300
                 MOVE SQLCODE             TO WRK-LOG-SQLCODE            00121400
                 MOVE 'FR09DB38'          TO WRK-LOG-PROGRAMA           00121500
                 MOVE '2300-VERIFICAR-CONFLITO' TO WRK-LOG-SECTION      00121600
                 MOVE 'ERRO NO SELECT CONTABANC' TO WRK-LOG-MENSAGEM    00121700
                 PERFORM 9000-TRATAR-ERRO                               00121800
              END-IF                                                    00121900
              IF WRK-QTD-AUX GREATER ZEROS                              00122000
                 MOVE 'INCLUSAO JA TEM CONTA EM FOUR001.CONTABANC'      00122100
                                          TO WRK-MOTIVO-CONF            00122200
                 GO TO 2300-99-FIM                                      00122300
              END-IF                                                    00122400
           END-IF                                                       00122500
                                                                        00122600
           IF DB2-AUD-SITUACAO-NOV = 'D'                                00122700
              AND WRK-RES-SITUACAO NOT = 'D'                            00122800
              EXEC SQL                                                  00122900
                 SELECT COUNT(*)                                        00123000
                   INTO :WRK-QTD-AUX                                    00123100
                   FROM FOUR001.RESCISAO                                00123200
                  WHERE ID      = :DB2-ID                               00123300
                    AND DATADEM = :DB2-AUD-DATADEM-NOV                  00123400
              END-EXEC                                                  00123500
              IF SQLCODE NOT = 0                                        00123600
                 MOVE SQLCODE             TO WRK-SQLCODE                00123700
                 MOVE SQLCODE             TO WRK-LOG-SQLCODE            00123800
                 MOVE 'FR09DB38'          TO WRK-LOG-PROGRAMA           00123900
                 MOVE '2300-VERIFICAR-CONFLITO' TO WRK-LOG-SECTION      00124000
                 MOVE 'ERRO NO SELECT RESCISAO' TO WRK-LOG-MENSAGEM     00124100
                 PERFORM 9000-TRATAR-ERRO                               00124200
              END-IF                                                    00124300
              IF WRK-QTD-AUX GREATER ZEROS                              00124400
                 MOVE 'DESLIGAMENTO JA TEM RESCISAO EM FOUR001.RESCISAO'00124500
                                          TO WRK-MOTIVO-CONF            00124600
              END-IF                                                    00124700
           END-IF.                                                      00124800
                                                                        00124900
      *----------------------------------------------------------------*00125000
       2300-99-FIM.                                   EXIT.             00125100
      *----------------------------------------------------------------*00125200
                                                                        00125300
      *----------------------------------------------------------------*00125400
       2310-IMPRIMIR-CONFLITO                         SECTION.          00125500
      *----------------------------------------------------------------*00125600
                                                                        00125700
           MOVE DB2-AUD-SALARIO-NOV        TO WRK-SAL-RES-ED            00125800
           MOVE DB2-SALARIO                TO WRK-SAL-ATU-ED            00125900
           MOVE ' '                        TO REVCONF-CC                00126000
           MOVE SPACES                     TO REVCONF-LINHA             00126100
           STRING WRK-ID-ATUAL ' ' DB2-AUD-NOME-NOV ' '                 00126200
                  WRK-SAL-RES-ED ' ' WRK-SAL-ATU-ED ' '                 00126300
                  WRK-MOTIVO-CONF                                       00126400
                  INTO REVCONF-LINHA                                    00126500
           ADD 1                       TO WRK-QTD-BUF-CONF              00126600
           MOVE REVCONF-REC         TO WRK-CONF-REG (WRK-QTD-BUF-CONF). 00126700
                                                                        00126800
      *----------------------------------------------------------------*00126900
       2310-99-FIM.                                   EXIT.             00127000
      *----------------------------------------------------------------*00127100
                                                                        00127200
      ******************************************************************00127300
      *          R E S T A U R A R                                     *00127400
      *     A IMAGEM ANTES DA REVERSAO NA FUNCAUD E A LINHA ATUAL DE   *00127500
      *     FUNC2 (IGUAL A IMAGEM DEPOIS DA EXECUCAO, JA CONFERIDA);   *00127600
      *     INCLUSAO REVERTIDA EXCLUI A LINHA (OPERACAO 'X'), O        *00127700
      *     RESTO VOLTA A IMAGEM ANTES (OPERACAO 'A'). BAIXAENV 'N'    *00127800
      *     COMO EM TODO GRAVADOR DE FUNC2, PARA O FR09DB13 LEVAR A    *00127900
      *     SITUACAO RESTAURADA AO FUNCCSV                             *00128000
      ******************************************************************00128100
                                                                        00128200
      *----------------------------------------------------------------*00128300
       2400-RESTAURAR                                 SECTION.          00128400
      *----------------------------------------------------------------*00128500
                                                                        00128600
           MOVE DB2-AUD-NOME-NOV        TO DB2-AUD-NOME-ANT             00128700
           MOVE DB2-AUD-SETOR-NOV       TO DB2-AUD-SETOR-ANT            00128800
           MOVE DB2-AUD-SALARIO-NOV     TO DB2-AUD-SALARIO-ANT          00128900
           MOVE DB2-AUD-DATAADM-NOV     TO DB2-AUD-DATAADM-ANT          00129000
           MOVE DB2-AUD-EMAIL-NOV       TO DB2-AUD-EMAIL-ANT            00129100
           MOVE DB2-AUD-SITUACAO-NOV    TO DB2-AUD-SITUACAO-ANT         00129200
           MOVE DB2-AUD-DATADEM-NOV     TO DB2-AUD-DATADEM-ANT          00129300
                                                                        00129400
           IF WRK-OPER-INICIAL = 'I'                                    00129500
              PERFORM 2420-EXCLUIR-FUNC2                                00129600
           ELSE                                                         00129700
              PERFORM 2430-ALTERAR-FUNC2                                00129800
           END-IF                                                       00129900
                                                                        00130000
           PERFORM 2410-GRAVAR-AUDITORIA.                               00130100
                                                                        00130200
      *----------------------------------------------------------------*00130300
       2400-99-FIM.                                   EXIT.             00130400
      *----------------------------------------------------------------*00130500
                                                                        00130600
      ******************************************************************00130700
      *          G R A V A R   A U D I T O R I A                       *00130800
      *     NA MESMA UNIDADE DE TRABALHO DA RESTAURACAO: UM ROLLBACK   *00130900
      *     DESFAZ AS DUAS. A IDEXEC E A DA EXECUCAO REVERTIDA - E     *00131000
      *     ELA QUE MARCA O ID COMO JA REVERTIDO NUMA RERODADA         *00131100
      ******************************************************************00131200
                                                                        00131300
      *----------------------------------------------------------------*00131400
       2410-GRAVAR-AUDITORIA                          SECTION.          00131500
      *----------------------------------------------------------------*00131600
                                                                        00131700
           MOVE WRK-ID-ATUAL            TO DB2-AUD-ID                   00131800
           MOVE 'FR09DB38'              TO DB2-AUD-PROGRAMA             00131900
           MOVE WRK-IDEXEC-ALVO         TO DB2-AUD-IDEXEC               00132000
           ACCEPT DB2-AUD-DATA          FROM DATE YYYYMMDD              00132100
           ACCEPT DB2-AUD-HORA          FROM TIME                       00132200
                                                                        00132300
           EXEC SQL                                                     00132400
              INSERT INTO FOUR001.FUNCAUD                               00132500
                  (ID, DATA, HORA, PROGRAMA, IDEXEC, OPERACAO,          00132600
                   NOME_ANT, SETOR_ANT, SALARIO_ANT, DATAADM_ANT,       00132700
                   EMAIL_ANT, SITUACAO_ANT, DATADEM_ANT,                00132800
                   NOME_NOV, SETOR_NOV, SALARIO_NOV, DATAADM_NOV,       00132900
                   EMAIL_NOV, SITUACAO_NOV, DATADEM_NOV)                00133000
                VALUES (:DB2-AUD-ID, :DB2-AUD-DATA, :DB2-AUD-HORA,      00133100
                   :DB2-AUD-PROGRAMA, :DB2-AUD-IDEXEC,                  00133200
                   :DB2-AUD-OPERACAO,                                   00133300
                   :DB2-AUD-NOME-ANT, :DB2-AUD-SETOR-ANT,               00133400
                   :DB2-AUD-SALARIO-ANT, :DB2-AUD-DATAADM-ANT,          00133500
                   :DB2-AUD-EMAIL-ANT, :DB2-AUD-SITUACAO-ANT,           00133600
                   :DB2-AUD-DATADEM-ANT,                                00133700
                   :DB2-AUD-NOME-NOV, :DB2-AUD-SETOR-NOV,               00133800
                   :DB2-AUD-SALARIO-NOV, :DB2-AUD-DATAADM-NOV,          00133900
                   :DB2-AUD-EMAIL-NOV, :DB2-AUD-SITUACAO-NOV,           00134000
                   :DB2-AUD-DATADEM-NOV)                                00134100
           END-EXEC                                                     00134200
                                                                        00134300
           IF SQLCODE NOT = 0                                           00134400
              MOVE SQLCODE              TO WRK-LOG-SQLCODE              00134500
              MOVE 'FR09DB38'           TO WRK-LOG-PROGRAMA             00134600
              MOVE '2410-GRAVAR-AUDITORIA' TO WRK-LOG-SECTION           00134700
              MOVE 'ERRO NO INSERT FUNCAUD' TO WRK-LOG-MENSAGEM         00134800
              PERFORM 9000-TRATAR-ERRO                                  00134900
           END-IF.                                                      00135000
                                                                        00135100
      *----------------------------------------------------------------*00135200
       2410-99-FIM.                                   EXIT.             00135300
      *----------------------------------------------------------------*00135400
                                                                        00135500
      *----------------------------------------------------------------*00135600
       2420-EXCLUIR-FUNC2                             SECTION.          00135700
      *----------------------------------------------------------------*00135800
                                                                        00135900
           EXEC SQL                                                     00136000
              DELETE FROM FOUR001.FUNC2                                 00136100
               WHERE ID = :DB2-ID                                       00136200
           END-EXEC                                                     00136300
                                                                        00136400
           IF SQLCODE NOT = 0                                           00136500
              MOVE SQLCODE              TO WRK-LOG-SQLCODE              00136600
              MOVE 'FR09DB38'           TO WRK-LOG-PROGRAMA             00136700
              MOVE '2420-EXCLUIR-FUNC2' TO WRK-LOG-SECTION              00136800
              MOVE 'ERRO NO DELETE FUNC2' TO WRK-LOG-MENSAGEM           00136900
              PERFORM 9000-TRATAR-ERRO                                  00137000
           END-IF                                                       00137100
                                                                        00137200
           MOVE 'X'                     TO DB2-AUD-OPERACAO             00137300
           MOVE SPACES                  TO DB2-AUD-NOME-NOV             00137400
                                           DB2-AUD-SETOR-NOV            00137500
                                           DB2-AUD-DATAADM-NOV          00137600
                                           DB2-AUD-EMAIL-NOV            00137700
                                           DB2-AUD-SITUACAO-NOV         00137800
                                           DB2-AUD-DATADEM-NOV          00137900
           MOVE ZEROS                   TO DB2-AUD-SALARIO-NOV.         00138000
                                                                        00138100
      *----------------------------------------------------------------*00138200
       2420-99-FIM.                                   EXIT.             00138300
      *----------------------------------------------------------------*00138400
                                                                        00138500
      *----------------------------------------------------------------*00138600
       2430-ALTERAR-FUNC2                             SECTION.          00138700
      *----------------------------------------------------------------*00138800
                                                                        00138900
           MOVE WRK-RES-NOME            TO DB2-NOME                     00139000
                                           DB2-AUD-NOME-NOV             00139100
           MOVE WRK-RES-SETOR           TO DB2-SETOR                    00139200
                                           DB2-AUD-SETOR-NOV            00139300
           MOVE WRK-RES-SALARIO         TO DB2-SALARIO                  00139400
                                           DB2-AUD-SALARIO-NOV          00139500
           MOVE WRK-RES-DATAADM         TO DB2-DATAADM                  00139600
                                           DB2-AUD-DATAADM-NOV          00139700
           MOVE WRK-RES-EMAIL           TO DB2-EMAIL                    00139800
                                           DB2-AUD-EMAIL-NOV            00139900
           MOVE WRK-RES-SITUACAO        TO DB2-SITUACAO                 00140000
                                           DB2-AUD-SITUACAO-NOV         00140100
           MOVE WRK-RES-DATADEM         TO DB2-DATADEM                  00140200
                                           DB2-AUD-DATADEM-NOV          00140300
           MOVE 'N'                     TO DB2-BAIXAENV                 00140400
      *    EMAIL EM BRANCO NA IMAGEM ANTES VOLTA NULO, COMO ESTAVA      00140500
           IF DB2-EMAIL = SPACES                                        00140600
              MOVE -1                   TO WRK-INDICATOR                00140700
           ELSE                                                         00140800
              MOVE ZEROS                TO WRK-INDICATOR                00140900
           END-IF                                                       00141000
                                                                        00141100
           EXEC SQL                                                     00141200
              UPDATE FOUR001.FUNC2                                      00141300
                 SET NOME     = :DB2-NOME,                              00141400
                     SETOR    = :DB2-SETOR,                             00141500
                     SALARIO  = :DB2-SALARIO,                           00141600
                     DATAADM  = :DB2-DATAADM,                           00141700
                     EMAIL    = :DB2-EMAIL :WRK-INDICATOR,              00141800
                     SITUACAO = :DB2-SITUACAO,                          00141900
                     DATADEM  = :DB2-DATADEM,                           00142000
                     BAIXAENV = :DB2-BAIXAENV                           00142100
               WHERE ID = :DB2-ID                                       00142200
           END-EXEC                                                     00142300
                                                                        00142400
           IF SQLCODE NOT = 0                                           00142500
              MOVE SQLCODE              TO WRK-LOG-SQLCODE              00142600
              MOVE 'FR09DB38'           TO WRK-LOG-PROGRAMA             00142700
              MOVE '2430-ALTERAR-FUNC2' TO WRK-LOG-SECTION              00142800
              MOVE 'ERRO NO UPDATE FUNC2' TO WRK-LOG-MENSAGEM           00142900
              PERFORM 9000-TRATAR-ERRO                                  00143000
           END-IF                                                       00143100
                                                                        00143200
           MOVE 'A'                     TO DB2-AUD-OPERACAO.            00143300
                                                                        00143400
      *----------------------------------------------------------------*00143500
       2430-99-FIM.                                   EXIT.             00143600
      *----------------------------------------------------------------*00143700
                                                                        00143800
      ******************************************************************00143900
      *               I M P R I M I R   R E V E R S A O                *00144000
      ******************************************************************00144100
                                                                        00144200
      *----------------------------------------------------------------*00144300
       2500-IMPRIMIR-REVERSAO                         SECTION.          00144400
      *----------------------------------------------------------------*00144500
                                                                        00144600
           EVALUATE TRUE                                                00144700
              WHEN WRK-MODO = 'S' AND WRK-OPER-INICIAL = 'I'            00144800
                 MOVE 'A EXCLUIR (INCLUSAO)'  TO WRK-SITUACAO-LINHA     00144900
              WHEN WRK-MODO = 'S'                                       00145000
                 MOVE 'A REVERTER'            TO WRK-SITUACAO-LINHA     00145100
              WHEN WRK-OPER-INICIAL = 'I'                               00145200
                 MOVE 'EXCLUIDO (INCLUSAO)'   TO WRK-SITUACAO-LINHA     00145300
              WHEN OTHER                                                00145400
                 MOVE 'REVERTIDO'             TO WRK-SITUACAO-LINHA     00145500
           END-EVALUATE                                                 00145600
                                                                        00145700
           MOVE DB2-AUD-SALARIO-NOV        TO WRK-SAL-ATU-ED            00145800
           MOVE WRK-RES-SALARIO            TO WRK-SAL-RES-ED            00145900
           MOVE ' '                        TO REVREL-CC                 00146000
           MOVE SPACES                     TO REVREL-LINHA              00146100
           STRING WRK-ID-ATUAL ' ' DB2-AUD-NOME-NOV ' '                 00146200
                  DB2-AUD-SETOR-NOV ' ' WRK-SAL-ATU-ED ' -> '           00146300
                  WRK-SAL-RES-ED ' ' WRK-RES-SETOR ' '                  00146400
                  DB2-AUD-SITUACAO-NOV '->' WRK-RES-SITUACAO ' '        00146500
                  WRK-SITUACAO-LINHA                                    00146600
                  INTO REVREL-LINHA                                     00146700
           ADD 1                       TO WRK-QTD-BUF-REL               00146800
           MOVE REVREL-REC             TO WRK-REL-REG (WRK-QTD-BUF-REL).00146900
                                                                        00147000
      *----------------------------------------------------------------*00147100
       2500-99-FIM.                                   EXIT.             00147200
      *----------------------------------------------------------------*00147300
                                                                        00147400
      ******************************************************************00147500
      *          C H E C K P O I N T                                   *00147600
      *     O CHECK GUARDA ID + 1: NO REINICIO O CURSOR (ID >=         *00147700
      *     REGISTRO) NAO RELE O ULTIMO ID JA CONFIRMADO. NA           *00147800
      *     SIMULACAO SO DESCARREGA AS LINHAS DOS RELATORIOS           *00147900
      ******************************************************************00148000
                                                                        00148100
      *----------------------------------------------------------------*00148200
       2600-CHECKPOINT                                SECTION.          00148300
      *----------------------------------------------------------------*00148400
                                                                        00148500
           ADD 1 TO WRK-CHECKPOINT                                      00148600
           IF WRK-CHECKPOINT LESS WRK-COMMIT-INTERVAL                   00148700
              GO TO 2600-99-FIM                                         00148800
           END-IF                                                       00148900
                                                                        00149000
           PERFORM 2700-FLUSH-RELATORIOS                                00149100
           MOVE ZEROS TO WRK-CHECKPOINT                                 00149200
                                                                        00149300
           IF WRK-MODO NOT = 'R'                                        00149400
              GO TO 2600-99-FIM                                         00149500
           END-IF                                                       00149600
                                                                        00149700
           COMPUTE DB2-REGISTRO = WRK-ID-ATUAL + 1                      00149800
           EXEC SQL                                                     00149900
              UPDATE FOUR001.CHECK SET REGISTRO = :DB2-REGISTRO         00150000
               WHERE IDCHECK = :WRK-IDCHECK                             00150100
           END-EXEC                                                     00150200
           IF SQLCODE NOT = 0                                           00150300
              MOVE SQLCODE           TO WRK-LOG-SQLCODE                 00150400
              MOVE 'FR09DB38'        TO WRK-LOG-PROGRAMA                00150500
              MOVE '2600-CHECKPOINT' TO WRK-LOG-SECTION                 00150600
              MOVE 'ERRO NO UPDATE CHECK' TO WRK-LOG-MENSAGEM           00150700
              PERFORM 9000-TRATAR-ERRO                                  00150800
           END-IF                                                       00150900
           EXEC SQL                                                     00151000
              COMMIT                                                    00151100
           END-EXEC                                                     00151200
           IF SQLCODE NOT = 0                                           00151300
              MOVE SQLCODE           TO WRK-LOG-SQLCODE                 00151400
              MOVE 'FR09DB38'        TO WRK-LOG-PROGRAMA                00151500
              MOVE '2600-CHECKPOINT' TO WRK-LOG-SECTION                 00151600
              MOVE 'ERRO NO COMMIT'  TO WRK-LOG-MENSAGEM                00151700
              PERFORM 9000-TRATAR-ERRO                                  00151800
           END-IF.                                                      00151900
                                                                        00152000
      *----------------------------------------------------------------*00152100
       2600-99-FIM.                                   EXIT.             00152200
      *----------------------------------------------------------------*00152300
                                                                        00152400
      ******************************************************************00152500
      *          F L U S H   D O S   R E L A T O R I O S               *00152600
      ******************************************************************00152700
                                                                        00152800
      *----------------------------------------------------------------*00152900
       2700-FLUSH-RELATORIOS                          SECTION.          00153000
      *----------------------------------------------------------------*00153100
                                                                        00153200
           PERFORM 2710-GRAVAR-BUF-REL                                  00153300
              VARYING WRK-IX-BUF FROM 1 BY 1                            00153400
                UNTIL WRK-IX-BUF GREATER WRK-QTD-BUF-REL                00153500
           MOVE ZEROS                   TO WRK-QTD-BUF-REL              00153600
                                                                        00153700
           PERFORM 2720-GRAVAR-BUF-CONF                                 00153800
              VARYING WRK-IX-BUF FROM 1 BY 1                            00153900
                UNTIL WRK-IX-BUF GREATER WRK-QTD-BUF-CONF               00154000
           MOVE ZEROS                   TO WRK-QTD-BUF-CONF             00154100
                                                                        00154200
           ADD WRK-REVS-BUF             TO ACU-REVERTIDOS               00154300
           ADD WRK-JAREV-BUF            TO ACU-JA-REVERTIDOS            00154400
           ADD WRK-CONF-BUF             TO ACU-CONFLITOS                00154500
           MOVE ZEROS                   TO WRK-REVS-BUF                 00154600
           MOVE ZEROS                   TO WRK-JAREV-BUF                00154700
           MOVE ZEROS                   TO WRK-CONF-BUF.                00154800
                                                                        00154900
      *----------------------------------------------------------------*00155000
       2700-99-FIM.                                   EXIT.             00155100
      *----------------------------------------------------------------*00155200
                                                                        00155300
      *----------------------------------------------------------------*00155400
       2710-GRAVAR-BUF-REL                            SECTION.          00155500
      *----------------------------------------------------------------*00155600
                                                                        00155700
           WRITE REVREL-REC          FROM WRK-REL-REG (WRK-IX-BUF).     00155800
                                                                        00155900
      *----------------------------------------------------------------*00156000
       2710-99-FIM.                                   EXIT.             00156100
      *----------------------------------------------------------------*00156200
                                                                        00156300
      *----------------------------------------------------------------*00156400
       2720-GRAVAR-BUF-CONF                           SECTION.          00156500
      *----------------------------------------------------------------*00156600
                                                                        00156700
           WRITE REVCONF-REC         FROM WRK-CONF-REG (WRK-IX-BUF).    00156800
                                                                        00156900
      *----------------------------------------------------------------*00157000
       2720-99-FIM.                                   EXIT.             00157100
      *----------------------------------------------------------------*00157200
                                                                        00157300
      ******************************************************************00157400
      *                       F I N A L I Z A R                        *00157500
      ******************************************************************00157600
                                                                        00157700
      *----------------------------------------------------------------*00157800
       3000-FINALIZAR                                 SECTION.          00157900
      *----------------------------------------------------------------*00158000
                                                                        00158100
      *    NO CAMINHO DE ERRO (RETURN-CODE 16) O CHECK FICA NO ULTIMO   00158200
      *    COMMIT BOM E AS LINHAS DO INTERVALO DESFEITO SAO DESCARTADAS 00158300
      *    NA REVERSAO O ULTIMO INTERVALO E CONFIRMADO NO COMMIT DO     00158400
      *    EXECLOG, JUNTO COM O STATUS 'R' E O CHECK ZERADO             00158500
           IF WRK-CHECKPOINT GREATER ZEROS AND RETURN-CODE = ZEROS      00158600
              PERFORM 2700-FLUSH-RELATORIOS                             00158700
           END-IF                                                       00158800
                                                                        00158900
           IF WRK-CURSOR-ABERTO = 'S'                                   00159000
              EXEC SQL                                                  00159100
                CLOSE CREV                                              00159200
              END-EXEC                                                  00159300
           END-IF                                                       00159400
                                                                        00159500
           IF WRK-EXECLOG-OK = 'S'                                      00159600
              PERFORM 3200-FECHAR-EXECLOG                               00159700
           END-IF                                                       00159800
                                                                        00159900
           IF WRK-CURSOR-ABERTO = 'S'                                   00160000
              PERFORM 4000-EMITIR-ACU                                   00160100
           END-IF                                                       00160200
                                                                        00160300
      *    CONFLITO LISTADO = LINHA QUE FICOU COMO A EXECUCAO DEIXOU    00160400
           IF RETURN-CODE = ZEROS AND ACU-CONFLITOS GREATER ZEROS       00160500
              MOVE 04                   TO RETURN-CODE                  00160600
           END-IF                                                       00160700
                                                                        00160800
           CLOSE REVREL                                                 00160900
           CLOSE REVCONF.                                               00161000
                                                                        00161100
      *----------------------------------------------------------------*00161200
       3000-99-FIM.                                   EXIT.             00161300
      *----------------------------------------------------------------*00161400
                                                                        00161500
      *----------------------------------------------------------------*00161600
       3100-LIBERAR-TRAVA                             SECTION.          00161700
      *----------------------------------------------------------------*00161800
                                                                        00161900
           IF WRK-TRAVA-OK NOT = 'S'                                    00162000
              GO TO 3100-99-FIM                                         00162100
           END-IF                                                       00162200
                                                                        00162300
           MOVE WRK-TRAVA-RECURSO      TO DB2-RUN-RECURSO               00162400
           MOVE 'FR09DB38'             TO DB2-RUN-PROGRAMA              00162500
           EXEC SQL                                                     00162600
              DELETE FROM FOUR001.RUNCTL                                00162700
               WHERE RECURSO  = :DB2-RUN-RECURSO                        00162800
                 AND PROGRAMA = :DB2-RUN-PROGRAMA                       00162900
           END-EXEC                                                     00163000
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     00163100
              MOVE SQLCODE             TO WRK-LOG-SQLCODE               00163200
              MOVE 'FR09DB38'          TO WRK-LOG-PROGRAMA              00163300
              MOVE '3100-LIBERAR-TRAVA' TO WRK-LOG-SECTION              00163400
              MOVE 'ERRO NO DELETE RUNCTL' TO WRK-LOG-MENSAGEM          00163500
              ACCEPT WRK-LOG-DATA      FROM DATE YYYYMMDD               00163600
              ACCEPT WRK-LOG-HORA      FROM TIME                        00163700
              CALL 'GRAVALOG'          USING WRK-LOG                    00163800
              MOVE 16                  TO RETURN-CODE                   00163900
           END-IF                                                       00164000
           EXEC SQL                                                     00164100
              COMMIT                                                    00164200
           END-EXEC                                                     00164300
           IF SQLCODE NOT = 0                                           00164400
              MOVE SQLCODE             TO WRK-LOG-SQLCODE               00164500
              MOVE 'FR09DB38'          TO WRK-LOG-PROGRAMA              00164600
              MOVE '3100-LIBERAR-TRAVA' TO WRK-LOG-SECTION              00164700
              MOVE 'ERRO NO COMMIT RUNCTL' TO WRK-LOG-MENSAGEM          00164800
              ACCEPT WRK-LOG-DATA      FROM DATE YYYYMMDD               00164900
              ACCEPT WRK-LOG-HORA      FROM TIME                        00165000
              CALL 'GRAVALOG'          USING WRK-LOG                    00165100
              MOVE 16                  TO RETURN-CODE                   00165200
           END-IF.                                                      00165300
                                                                        00165400
      *----------------------------------------------------------------*00165500
       3100-99-FIM.                                   EXIT.             00165600
      *----------------------------------------------------------------*00165700
                                                                        00165800
      ******************************************************************00165900
      *        F E C H A R   E X E C L O G                             *00166000
      *     FIM NORMAL: STATUS 'R' (REVERTIDA), CHECK ZERADO NO MESMO  *00166100
      *     COMMIT. COM ERRO: STATUS 'F' E O CHECK FICA NO ULTIMO      *00166200
      *     COMMIT BOM PARA O REINICIO. CONTADORES SOMADOS AOS DAS     *00166300
      *     PASSADAS ANTERIORES: LIDOS = IDS CONFIRMADOS, GRAVS =      *00166400
      *     LINHAS RESTAURADAS, ERROS = CONFLITOS                      *00166500
      ******************************************************************00166600
                                                                        00166700
      *----------------------------------------------------------------*00166800
       3200-FECHAR-EXECLOG                            SECTION.          00166900
      *----------------------------------------------------------------*00167000
                                                                        00167100
           ACCEPT DB2-LOG-DATAFIM          FROM DATE YYYYMMDD           00167200
           ACCEPT DB2-LOG-HORAFIM          FROM TIME                    00167300
           COMPUTE DB2-LOG-LIDOS = ACU-REVERTIDOS + ACU-JA-REVERTIDOS   00167400
                                 + ACU-CONFLITOS                        00167500
           COMPUTE DB2-LOG-GRAVS = ACU-REVERTIDOS + ACU-JA-REVERTIDOS   00167600
           MOVE ACU-CONFLITOS              TO DB2-LOG-ERROS             00167700
                                                                        00167800
           IF RETURN-CODE = ZEROS                                       00167900
              MOVE 'R'                     TO DB2-LOG-STATUS            00168000
              IF ACU-CONFLITOS GREATER ZEROS                            00168100
                 MOVE 04                   TO DB2-LOG-RETCODE           00168200
              ELSE                                                      00168300
                 MOVE ZEROS                TO DB2-LOG-RETCODE           00168400
              END-IF                                                    00168500
              MOVE ZEROS                   TO DB2-REGISTRO              00168600
              EXEC SQL                                                  00168700
                 UPDATE FOUR001.CHECK SET REGISTRO = :DB2-REGISTRO      00168800
                  WHERE IDCHECK = :WRK-IDCHECK                          00168900
              END-EXEC                                                  00169000
              IF SQLCODE NOT = 0                                        00169100
                 MOVE SQLCODE          TO WRK-LOG-SQLCODE               00169200
                 MOVE 'FR09DB38'       TO WRK-LOG-PROGRAMA              00169300
                 MOVE '3200-FECHAR-EXECLOG' TO WRK-LOG-SECTION          00169400
                 MOVE 'ERRO NO RESET CHECK' TO WRK-LOG-MENSAGEM         00169500
                 ACCEPT WRK-LOG-DATA   FROM DATE YYYYMMDD               00169600
                 ACCEPT WRK-LOG-HORA   FROM TIME                        00169700
                 CALL 'GRAVALOG'       USING WRK-LOG                    00169800
                 MOVE 16               TO RETURN-CODE                   00169900
                 MOVE 'F'              TO DB2-LOG-STATUS                00170000
                 MOVE 16               TO DB2-LOG-RETCODE               00170100
              END-IF                                                    00170200
           ELSE                                                         00170300
              MOVE 'F'                     TO DB2-LOG-STATUS            00170400
              MOVE 16                      TO DB2-LOG-RETCODE           00170500
           END-IF                                                       00170600
                                                                        00170700
           EXEC SQL                                                     00170800
              UPDATE FOUR001.EXECLOG                                    00170900
                 SET DATAFIM = :DB2-LOG-DATAFIM,                        00171000
                     HORAFIM = :DB2-LOG-HORAFIM,                        00171100
                     LIDOS   = LIDOS + :DB2-LOG-LIDOS,                  00171200
                     GRAVS   = GRAVS + :DB2-LOG-GRAVS,                  00171300
                     ERROS   = ERROS + :DB2-LOG-ERROS,                  00171400
                     RETCODE = :DB2-LOG-RETCODE,                        00171500
                     STATUS  = :DB2-LOG-STATUS                          00171600
               WHERE IDEXECUCAO = :WRK-IDEXEC-ALVO                      00171700
           END-EXEC                                                     00171800
           IF SQLCODE NOT = 0                                           00171900
              MOVE SQLCODE             TO WRK-LOG-SQLCODE               00172000
              MOVE 'FR09DB38'          TO WRK-LOG-PROGRAMA              00172100
              MOVE '3200-FECHAR-EXECLOG' TO WRK-LOG-SECTION             00172200
              MOVE 'ERRO NO UPDATE EXECLOG' TO WRK-LOG-MENSAGEM         00172300
              ACCEPT WRK-LOG-DATA      FROM DATE YYYYMMDD               00172400
              ACCEPT WRK-LOG-HORA      FROM TIME                        00172500
              CALL 'GRAVALOG'          USING WRK-LOG                    00172600
              MOVE 16                  TO RETURN-CODE                   00172700
           END-IF                                                       00172800
                                                                        00172900
           EXEC SQL                                                     00173000
              COMMIT                                                    00173100
           END-EXEC                                                     00173200
           IF SQLCODE NOT = 0                                           00173300
              MOVE SQLCODE             TO WRK-LOG-SQLCODE               00173400
              MOVE 'FR09DB38'          TO WRK-LOG-PROGRAMA              00173500
              MOVE '3200-FECHAR-EXECLOG' TO WRK-LOG-SECTION             00173600
              MOVE 'ERRO NO COMMIT EXECLOG' TO WRK-LOG-MENSAGEM         00173700
              ACCEPT WRK-LOG-DATA      FROM DATE YYYYMMDD               00173800
              ACCEPT WRK-LOG-HORA      FROM TIME                        00173900
              CALL 'GRAVALOG'          USING WRK-LOG                    00174000
              MOVE 16                  TO RETURN-CODE                   00174100
           END-IF.                                                      00174200
                                                                        00174300
      *----------------------------------------------------------------*00174400
       3200-99-FIM.                                   EXIT.             00174500
      *----------------------------------------------------------------*00174600
                                                                        00174700
      ******************************************************************00174800
      *               E M I T I R   A C U M U L A D O R E S            *00174900
      ******************************************************************00175000
                                                                        00175100
      *----------------------------------------------------------------*00175200
       4000-EMITIR-ACU                                SECTION.          00175300
      *----------------------------------------------------------------*00175400
                                                                        00175500
           DISPLAY '*=================== FR09DB38 ====================*'00175600
           DISPLAY '*                                                 *'00175700
           DISPLAY '* ACUMULADORES:                                   *'00175800
           DISPLAY '* MODO...............: ' WRK-DESC-MODO              00175900
           DISPLAY '* IDS LIDOS..........: ' ACU-LIDOS                  00176000
           DISPLAY '* REVERTIDOS.........: ' ACU-REVERTIDOS             00176100
           DISPLAY '* JA REVERTIDOS......: ' ACU-JA-REVERTIDOS          00176200
           DISPLAY '* CONFLITOS..........: ' ACU-CONFLITOS              00176300
           DISPLAY '*                                                 *'00176400
           DISPLAY '*=================== FR09DB38 ====================*'00176500
           DISPLAY ' '                                                  00176600
                                                                        00176700
           MOVE ' '                        TO REVREL-CC                 00176800
           MOVE ALL '-'                    TO REVREL-LINHA              00176900
           WRITE REVREL-REC                                             00177000
                                                                        00177100
           MOVE ' '                        TO REVREL-CC                 00177200
           MOVE SPACES                     TO REVREL-LINHA              00177300
           IF WRK-MODO = 'S'                                            00177400
              STRING 'SIMULACAO - NADA FOI ALTERADO.  A REVERTER: '     00177500
                     ACU-REVERTIDOS                                     00177600
                     '  JA REVERTIDOS: ' ACU-JA-REVERTIDOS              00177700
                     '  CONFLITOS: ' ACU-CONFLITOS                      00177800
                     INTO REVREL-LINHA                                  00177900
           ELSE                                                         00178000
              STRING 'REVERTIDOS: ' ACU-REVERTIDOS                      00178100
                     '  JA REVERTIDOS: ' ACU-JA-REVERTIDOS              00178200
                     '  CONFLITOS: ' ACU-CONFLITOS                      00178300
                     INTO REVREL-LINHA                                  00178400
           END-IF                                                       00178500
           WRITE REVREL-REC                                             00178600
                                                                        00178700
           IF ACU-CONFLITOS GREATER ZEROS                               00178800
              MOVE ' '                     TO REVREL-CC                 00178900
              MOVE 'LINHAS EM CONFLITO NAO FORAM TOCADAS - VER REVCONF' 00179000
                                           TO REVREL-LINHA              00179100
              WRITE REVREL-REC                                          00179200
           END-IF                                                       00179300
                                                                        00179400
           MOVE ' '                        TO REVCONF-CC                00179500
           MOVE ALL '-'                    TO REVCONF-LINHA             00179600
           WRITE REVCONF-REC                                            00179700
                                                                        00179800
           MOVE ' '                        TO REVCONF-CC                00179900
           MOVE SPACES                     TO REVCONF-LINHA             00180000
           IF ACU-CONFLITOS GREATER ZEROS                               00180100
              STRING 'TOTAL DE CONFLITOS: ' ACU-CONFLITOS               00180200
                     INTO REVCONF-LINHA                                 00180300
           ELSE                                                         00180400
              MOVE 'NENHUM CONFLITO'       TO REVCONF-LINHA             00180500
           END-IF                                                       00180600
           WRITE REVCONF-REC.                                           00180700
                                                                        00180800
      *----------------------------------------------------------------*00180900
       4000-99-FIM.                                   EXIT.             00181000
      *----------------------------------------------------------------*00181100
                                                                        00181200
      ******************************************************************00181300
      *                     T R A T A R   E R R O                      *00181400
      ******************************************************************00181500
                                                                        00181600
      *----------------------------------------------------------------*00181700
       9000-TRATAR-ERRO                               SECTION.          00181800
      *----------------------------------------------------------------*00181900
                                                                        00182000
           ACCEPT WRK-LOG-DATA               FROM DATE YYYYMMDD         00182100
           ACCEPT WRK-LOG-HORA               FROM TIME                  00182200
           CALL 'GRAVALOG'                       USING WRK-LOG          00182300
           MOVE 16                TO RETURN-CODE                        00182400
      *    DESFAZ AS RESTAURACOES NAO CONFIRMADAS: O CHECK FICA NO      00182500
      *    ULTIMO COMMIT BOM E O REINICIO RETOMA A PARTIR DALI          00182600
           EXEC SQL                                                     00182700
              ROLLBACK                                                  00182800
           END-EXEC                                                     00182900
           PERFORM 3000-FINALIZAR                                       00183000
           PERFORM 3100-LIBERAR-TRAVA                                   00183100
           GOBACK.                                                      00183200
                                                                        00183300
      *----------------------------------------------------------------*00183400
       9000-99-FIM.                                   EXIT.             00183500
      *----------------------------------------------------------------*00183600
