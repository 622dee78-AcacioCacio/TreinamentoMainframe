      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. FR09DB31.                                            00000500
       AUTHOR.     ACACIO.                                              00000600
                                                                        00000700
      *================================================================*00000800
      *                        TREINAMENTO                             *00000900
      *================================================================*00001000
      *     PROGRAMA....: FR09DB31                                     *00001100
      *     PROGRAMADOR.: ACACIO JORGE                                 *00001200
      *     INSTRUTOR...: IVAN SANCHES                                 *00001300
      *     EMPRESA.....: FOURSYS                                      *00001400
      *     DATA........: 15/10/2026                                   *00001500
      *----------------------------------------------------------------*00001600
      *     OBJETIVO....: GERAR O ARQUIVO DE CREDITO DE SALARIOS       *00001700
      *                   (CREDITO, LEIAUTE CNAB 240) A PARTIR DE      *00001800
      *                   FOUR001.FUNC2 E FOUR001.CONTABANC - UM       *00001900
      *                   HEADER, UM DETALHE POR FUNCIONARIO ATIVO     *00002000
      *                   ('A') E UM TRAILER COM QUANTIDADE E TOTAL    *00002100
      *                   DE SALARIOS PARA CADA BANCO. O JOB SEPARA    *00002200
      *                   UM DATASET POR BANCO.                        *00002300
      *                   FUNCIONARIO SEM CONTA OU COM DIGITO QUE NAO  *00002400
      *                   CONFERE SAI NO RELATORIO CREDEXC E NAO       *00002500
      *                   INTERROMPE O ARQUIVO (RC=04).                *00002600
      *                   BANCO SEM DATASET PROPRIO NO JOB (SEM OUTFIL *00002633
      *                   NO SORT) TAMBEM SAI NO CREDEXC (RC=04).      *00002666
      *----------------------------------------------------------------*00002700
      *     PARM.......: 'AAAAMMDD' = DATA DO PAGAMENTO                *00002800
      *                  (BRANCO = DATA DO DIA). DATA ILEGIVEL NAO     *00002900
      *                  GERA ARQUIVO E DA RC=08                       *00003000
      *----------------------------------------------------------------*00003100
      *                                                                *00003200
      *     ARQUIVOS....:                                              *00003300
      *       DDNAME               I/O                 INCLUDE/BOOK    *00003400
      *       CREDITO               O                    BKCREDITO     *00003500
      *       CREDEXC               O                    BKCREDEXC     *00003600
      *                                                                *00003700
      *----------------------------------------------------------------*00003800
      *                                                                *00003900
      *     BASE DE DADOS:                                             *00004000
      *       DDNAME               I/O                 INCLUDE/BOOK    *00004100
      *       FOU001.FUNC2          I                    #BKFUNC2      *00004200
      *       FOU001.CONTABANC      I                    #BKCONTA      *00004300
      *                                                                *00004400
      *----------------------------------------------------------------*00004500
      *                                                                *00004600
      *     MODULOS.....:                                              *00004700
      *       B#GLOB                                                   *00004800
      *                                                                *00004900
      *================================================================*00005000
                                                                        00005100
      *=============================================================*   00005200
       ENVIRONMENT                               DIVISION.              00005300
      *=============================================================*   00005400
                                                                        00005500
      *-------------------------------------------------------------*   00005600
       CONFIGURATION                               SECTION.             00005700
      *-------------------------------------------------------------*   00005800
       SPECIAL-NAMES.                                                   00005900
           DECIMAL-POINT IS COMMA.                                      00006000
                                                                        00006100
      *-------------------------------------------------------------*   00006200
       INPUT-OUTPUT                            SECTION.                 00006300
      *-------------------------------------------------------------*   00006400
       FILE-CONTROL.                                                    00006500
           SELECT CREDITO   ASSIGN TO CREDITO                           00006600
                            ORGANIZATION IS SEQUENTIAL.                 00006700
           SELECT CREDEXC   ASSIGN TO CREDEXC                           00006800
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
       FD  CREDITO                                                      00007900
           LABEL RECORDS ARE STANDARD.                                  00008000
                                                                        00008100
           COPY 'BKCREDITO'.                                            00008200
      *----------------------------------------------------------------*00008300
                                                                        00008400
      *----------------------------------------------------------------*00008500
       FD  CREDEXC                                                      00008600
           LABEL RECORDS ARE STANDARD.                                  00008700
                                                                        00008800
           COPY 'BKCREDEXC'.                                            00008900
      *----------------------------------------------------------------*00009000
                                                                        00009100
      *=============================================================*   00009200
                                                                        00009300
      *-------------------------------------------------------------*   00009400
       WORKING-STORAGE                             SECTION.             00009500
      *-------------------------------------------------------------*   00009600
                                                                        00009700
      *----------------------------------------------------------------*00009800
       01  FILLER                      PIC  X(050)         VALUE        00009900
           '*** INICIO DA WORKING FR09DB31 ***'.                        00010000
      *----------------------------------------------------------------*00010100
                                                                        00010200
      *----------------------------------------------------------------*00010300
       01  FILLER                                  PIC X(050)    VALUE  00010400
           '*** AREA DE DB2 ***'.                                       00010500
      *----------------------------------------------------------------*00010600
                                                                        00010700
           EXEC SQL                                                     00010800
             INCLUDE #BKFUNC2                                           00010900
           END-EXEC.                                                    00011000
                                                                        00011100
           EXEC SQL                                                     00011200
             INCLUDE #BKCONTA                                           00011300
           END-EXEC.                                                    00011400
                                                                        00011500
           EXEC SQL                                                     00011600
              INCLUDE SQLCA                                             00011700
           END-EXEC.                                                    00011800
                                                                        00011900
       77 WRK-IND-BANCO          PIC S9(4) COMP      VALUE ZEROS.       00012000
       77 WRK-IND-AGENCIA        PIC S9(4) COMP      VALUE ZEROS.       00012100
       77 WRK-IND-CONTA          PIC S9(4) COMP      VALUE ZEROS.       00012200
       77 WRK-IND-CONTADV        PIC S9(4) COMP      VALUE ZEROS.       00012300
                                                                        00012400
      *    FUNCIONARIO SEM CONTA VEM DO LEFT JOIN COM AS COLUNAS DE     00012500
      *    CONTABANC NULAS (INDICADOR NEGATIVO) E, NO DB2, NULO         00012600
      *    ORDENA DEPOIS DE QUALQUER BANCO                              00012700
           EXEC SQL                                                     00012800
              DECLARE CCRED CURSOR FOR                                  00012900
               SELECT F.ID, F.NOME, F.SALARIO,                          00013000
                      C.BANCO, C.AGENCIA, C.CONTA, C.CONTADV            00013100
                 FROM FOUR001.FUNC2 F                                   00013200
                 LEFT OUTER JOIN FOUR001.CONTABANC C                    00013300
                   ON C.ID = F.ID                                       00013400
                WHERE F.SITUACAO = 'A'                                  00013500
                ORDER BY C.BANCO, F.ID                                  00013600
           END-EXEC.                                                    00013700
                                                                        00013800
      *----------------------------------------------------------------*00013900
       01  FILLER                                  PIC X(050)    VALUE  00014000
           '*** AREA DO ARQUIVO LOGERRO2 ***'.                          00014100
      *----------------------------------------------------------------*00014200
                                                                        00014300
          COPY 'B#GLOB'.                                                00014400
                                                                        00014500
      *----------------------------------------------------------------*00014600
                                                                        00014700
      *----------------------------------------------------------------*00014800
       01  FILLER                                  PIC X(050)    VALUE  00014900
           '*** AREA DE VARIAVEIS AUXILIARES ***'.                      00015000
      *----------------------------------------------------------------*00015100
                                                                        00015200
       77 WRK-SQLCODE             PIC -999.                             00015300
       77 WRK-PARM-VALIDO         PIC X(01)           VALUE 'S'.        00015400
       77 WRK-DATA-HOJE           PIC 9(08)           VALUE ZEROS.      00015500
       77 WRK-HORA-HOJE           PIC 9(08)           VALUE ZEROS.      00015600
       77 WRK-ARQ-ABERTO          PIC X(01)           VALUE 'N'.        00015700
       77 WRK-BANCO-ATUAL         PIC 9(03)           VALUE ZEROS.      00015800
       77 WRK-SEQ-DETALHE         PIC 9(05)           VALUE ZEROS.      00015900
       77 WRK-VALOR-BANCO         PIC 9(13)V99        VALUE ZEROS.      00016000
       77 WRK-QTD-BANCOS          PIC 9(02)           VALUE ZEROS.      00016100
       77 WRK-IX-BANCO            PIC 9(03) COMP      VALUE ZEROS.      00016200
       77 WRK-MOTIVO              PIC X(30)           VALUE SPACES.     00016300
       77 WRK-BANCO-NO-JOB        PIC X(01)           VALUE 'N'.        00016325
       77 WRK-IX-JOB              PIC 9(03) COMP      VALUE ZEROS.      00016350
       77 WRK-QTD-BANCOS-JOB      PIC 9(03) COMP      VALUE 5.          00016375
       77 WRK-VALOR-ED            PIC ZZ.ZZZ.ZZZ.ZZ9,99.                00016400
       77 WRK-QTD-ED              PIC ZZ.ZZ9.                           00016500
       77 WRK-IX-DV               PIC 9(03) COMP            VALUE ZEROS.00016600
       77 WRK-DV-PESO             PIC 9(02)                 VALUE ZEROS.00016700
       77 WRK-DV-SOMA             PIC 9(05)                 VALUE ZEROS.00016800
       77 WRK-DV-QUOC             PIC 9(05)                 VALUE ZEROS.00016900
       77 WRK-DV-RESTO            PIC 9(02)                 VALUE ZEROS.00017000
       77 WRK-DV-NUM              PIC 9(02)                 VALUE ZEROS.00017100
                                                                        00017200
       01  WRK-DATA-PAGTO-X.                                            00017300
           05  WRK-DATA-PAGTO          PIC 9(08)     VALUE ZEROS.       00017400
           05  FILLER  REDEFINES WRK-DATA-PAGTO.                        00017500
               10  WRK-PAGTO-ANO       PIC 9(04).                       00017600
               10  WRK-PAGTO-MES       PIC 9(02).                       00017700
               10  WRK-PAGTO-DIA       PIC 9(02).                       00017800
                                                                        00017900
      *    ID DA EXECUCAO (DATA+HORA DA GERACAO), GRAVADO NO HEADER     00018000
      *    DE CADA BANCO PARA O RETORNO SER CASADO COM A REMESSA        00018100
       01  WRK-IDEXEC.                                                  00018200
           05  WRK-IDEXEC-DATA         PIC 9(08)     VALUE ZEROS.       00018300
           05  WRK-IDEXEC-HORA         PIC 9(08)     VALUE ZEROS.       00018400
                                                                        00018500
       01  WRK-SEU-NUMERO.                                              00018600
           05  WRK-SEU-ID              PIC 9(08)     VALUE ZEROS.       00018700
           05  WRK-SEU-DATA            PIC 9(08)     VALUE ZEROS.       00018800
           05  FILLER                  PIC X(04)     VALUE SPACES.      00018900
                                                                        00019000
      *    BASE DO DIGITO VERIFICADOR: AGENCIA+CONTA, 15 DIGITOS        00019100
      *    PESADOS DA DIREITA PARA A ESQUERDA (MESMA REGRA DO FR09DB30) 00019200
       01  WRK-DV-BASE.                                                 00019300
           05  WRK-DV-BASE-AGENCIA     PIC 9(05).                       00019400
           05  WRK-DV-BASE-CONTA       PIC 9(10).                       00019500
       01  FILLER REDEFINES WRK-DV-BASE.                                00019600
           05  WRK-DV-DIGITO OCCURS 15 PIC 9(01).                       00019700
                                                                        00019800
       01  WRK-DV-CALC-X.                                               00019900
           05  WRK-DV-CALC             PIC X(01).                       00020000
           05  WRK-DV-CALC-N   REDEFINES WRK-DV-CALC                    00020100
                                       PIC 9(01).                       00020200
                                                                        00020207
      *    BANCOS COM DATASET PROPRIO NO JOB (OUTFIL DO SORT QUE        00020214
      *    SEPARA O CREDITO POR BANCO NO FR09DB31.JCL E FR09DB13.JCL).  00020221
      *    BANCO FORA DA LISTA SAI NO CREDEXC. BANCO NOVO: INCLUIR AQUI,00020228
      *    AJUSTAR WRK-QTD-BANCOS-JOB E INCLUIR O OUTFIL NOS DOIS JOBS  00020235
       01  WRK-BANCOS-JOB-X.                                            00020242
           05  FILLER                  PIC 9(03)     VALUE 001.         00020249
           05  FILLER                  PIC 9(03)     VALUE 033.         00020256
           05  FILLER                  PIC 9(03)     VALUE 104.         00020263
           05  FILLER                  PIC 9(03)     VALUE 237.         00020270
           05  FILLER                  PIC 9(03)     VALUE 341.         00020277
       01  FILLER REDEFINES WRK-BANCOS-JOB-X.                           00020284
           05  WRK-BANCO-JOB   OCCURS 5 PIC 9(03).                      00020291
                                                                        00020300
      *    RESUMO POR BANCO, IMPRESSO NO FINAL DO CREDEXC               00020400
       01  WRK-TAB-BANCOS.                                              00020500
           05  WRK-TAB-BANCO   OCCURS 99.                               00020600
               10  WRK-TAB-BCO-COD     PIC 9(03).                       00020700
               10  WRK-TAB-BCO-QTD     PIC 9(05).                       00020800
               10  WRK-TAB-BCO-VALOR   PIC 9(13)V99.                    00020900
                                                                        00021000
      *----------------------------------------------------------------*00021100
       01  FILLER                      PIC  X(050)         VALUE        00021200
           '*** AREA DE ACUMULADORES ***'.                              00021300
      *----------------------------------------------------------------*00021400
                                                                        00021500
       77 ACU-LIDOS               PIC 9(08)                 VALUE ZEROS.00021600
       77 ACU-CREDITOS            PIC 9(08)                 VALUE ZEROS.00021700
       77 ACU-SEM-CONTA           PIC 9(08)                 VALUE ZEROS.00021800
       77 ACU-DV-ERRADO           PIC 9(08)                 VALUE ZEROS.00021900
       77 ACU-SEM-ARQUIVO         PIC 9(08)                 VALUE ZEROS.00021950
       77 ACU-GRAVADOS            PIC 9(06)                 VALUE ZEROS.00022000
       77 ACU-VALOR-TOTAL         PIC 9(13)V99              VALUE ZEROS.00022100
                                                                        00022200
      *----------------------------------------------------------------*00022300
       01  FILLER                 PIC  X(050)         VALUE             00022400
           '*** FINAL DA WORKING FR09DB31 ***'.                         00022500
      *----------------------------------------------------------------*00022600
                                                                        00022700
      *-------------------------------------------------------------*   00022800
       LINKAGE                                      SECTION.            00022900
      *-------------------------------------------------------------*   00023000
                                                                        00023100
       01  LS-PARM                     PIC X(08).                       00023200
                                                                        00023300
      *================================================================*00023400
       PROCEDURE                    DIVISION USING LS-PARM.             00023500
      *================================================================*00023600
                                                                        00023700
      ******************************************************************00023800
      *                      P R I N C I P A L                         *00023900
      ******************************************************************00024000
                                                                        00024100
      *----------------------------------------------------------------*00024200
       0000-PRINCIPAL                                 SECTION.          00024300
      *----------------------------------------------------------------*00024400
                                                                        00024500
           PERFORM 1000-INICIAR.                                        00024600
           IF WRK-PARM-VALIDO EQUAL 'S'                                 00024700
              PERFORM 2000-PROCESSAR                                    00024800
                           UNTIL SQLCODE EQUAL 100                      00024900
           END-IF                                                       00025000
           PERFORM 3000-FINALIZAR.                                      00025100
           STOP RUN.                                                    00025200
                                                                        00025300
      *----------------------------------------------------------------*00025400
       0000-99-FIM.                                   EXIT.             00025500
      *----------------------------------------------------------------*00025600
                                                                        00025700
      ******************************************************************00025800
      *                    I N I C I A L I Z A R                       *00025900
      ******************************************************************00026000
                                                                        00026100
      *----------------------------------------------------------------*00026200
       1000-INICIAR                                   SECTION.          00026300
      *----------------------------------------------------------------*00026400
                                                                        00026500
           OPEN OUTPUT CREDITO                                          00026600
           OPEN OUTPUT CREDEXC                                          00026700
                                                                        00026800
           ACCEPT WRK-DATA-HOJE          FROM DATE YYYYMMDD             00026900
           ACCEPT WRK-HORA-HOJE          FROM TIME                      00027000
           MOVE WRK-DATA-HOJE            TO WRK-IDEXEC-DATA             00027100
           MOVE WRK-HORA-HOJE            TO WRK-IDEXEC-HORA             00027200
                                                                        00027300
           PERFORM 1050-VALIDAR-PARM                                    00027400
                                                                        00027500
           IF WRK-PARM-VALIDO NOT EQUAL 'S'                             00027600
              DISPLAY '*============================================*'  00027700
              DISPLAY '* PARM INVALIDO - INFORMAR A DATA DO         *'  00027800
              DISPLAY '* PAGAMENTO COMO AAAAMMDD                    *'  00027900
              DISPLAY '* PARM.......: ' LS-PARM                         00028000
              DISPLAY '*============================================*'  00028100
              MOVE 08                TO RETURN-CODE                     00028200
              GO TO 1000-99-FIM                                         00028300
           END-IF                                                       00028400
                                                                        00028500
           PERFORM 1200-CABECALHO-CREDEXC                               00028600
                                                                        00028700
           EXEC SQL                                                     00028800
              OPEN CCRED                                                00028900
           END-EXEC                                                     00029000
                                                                        00029100
           EVALUATE SQLCODE                                             00029200
              WHEN 0                                                    00029300
                 PERFORM 1100-LER-CCRED                                 00029400
                                                                        00029500
              WHEN OTHER                                                00029600
                MOVE SQLCODE              TO WRK-SQLCODE                00029700
                MOVE SQLCODE              TO WRK-LOG-SQLCODE            00029800
                MOVE 'FR09DB31'           TO WRK-LOG-PROGRAMA           00029900
                MOVE '1000-INICIAR'       TO WRK-LOG-SECTION            00030000
                MOVE 'ERRO NO OPEN CURSOR CCRED' TO WRK-LOG-MENSAGEM    00030100
                PERFORM 9000-TRATAR-ERRO                                00030200
              END-EVALUATE.                                             00030300
                                                                        00030400
      *----------------------------------------------------------------*00030500
       1000-99-FIM.                                   EXIT.             00030600
      *----------------------------------------------------------------*00030700
                                                                        00030800
      ******************************************************************00030900
      *              V A L I D A R   P A R M                           *00031000
      *     DATA EM BRANCO = PAGAMENTO NA DATA DO DIA                  *00031100
      ******************************************************************00031200
                                                                        00031300
      *----------------------------------------------------------------*00031400
       1050-VALIDAR-PARM                              SECTION.          00031500
      *----------------------------------------------------------------*00031600
                                                                        00031700
           EVALUATE TRUE                                                00031800
              WHEN LS-PARM = SPACES                                     00031900
                 MOVE WRK-DATA-HOJE      TO WRK-DATA-PAGTO              00032000
              WHEN LS-PARM IS NUMERIC                                   00032100
                 MOVE LS-PARM            TO WRK-DATA-PAGTO              00032200
              WHEN OTHER                                                00032300
                 MOVE 'N'                TO WRK-PARM-VALIDO             00032400
                 GO TO 1050-99-FIM                                      00032500
           END-EVALUATE                                                 00032600
                                                                        00032700
           IF WRK-PAGTO-ANO LESS 2000 OR                                00032800
              WRK-PAGTO-MES LESS 01 OR WRK-PAGTO-MES GREATER 12 OR      00032900
              WRK-PAGTO-DIA LESS 01 OR WRK-PAGTO-DIA GREATER 31         00033000
              MOVE 'N'                   TO WRK-PARM-VALIDO             00033100
           END-IF.                                                      00033200
                                                                        00033300
      *----------------------------------------------------------------*00033400
       1050-99-FIM.                                   EXIT.             00033500
      *----------------------------------------------------------------*00033600
                                                                        00033700
      *----------------------------------------------------------------*00033800
       1100-LER-CCRED                                        SECTION.   00033900
      *----------------------------------------------------------------*00034000
                                                                        00034100
           EXEC SQL                                                     00034200
             FETCH CCRED                                                00034300
              INTO :DB2-ID,                                             00034400
                   :DB2-NOME,                                           00034500
                   :DB2-SALARIO,                                        00034600
                   :DB2-CTA-BANCO   :WRK-IND-BANCO,                     00034700
                   :DB2-CTA-AGENCIA :WRK-IND-AGENCIA,                   00034800
                   :DB2-CTA-CONTA   :WRK-IND-CONTA,                     00034900
                   :DB2-CTA-CONTADV :WRK-IND-CONTADV                    00035000
           END-EXEC.                                                    00035100
                                                                        00035200
           EVALUATE SQLCODE                                             00035300
            WHEN 0                                                      00035400
                ADD 1 TO ACU-LIDOS                                      00035500
                CONTINUE                                                00035600
                                                                        00035700
            WHEN 100                                                    00035800
              DISPLAY '*==============================================*'00035900
              DISPLAY '* FINAL DA TABELA                              *'00036000
              DISPLAY '*==============================================*'00036100
                                                                        00036200
            WHEN OTHER                                                  00036300
              MOVE SQLCODE              TO WRK-SQLCODE                  00036400
              MOVE SQLCODE              TO WRK-LOG-SQLCODE              00036500
              MOVE 'FR09DB31'           TO WRK-LOG-PROGRAMA             00036600
              MOVE '1100-LER-CCRED'     TO WRK-LOG-SECTION              00036700
              MOVE 'ERRO NO FETCH CCRED' TO WRK-LOG-MENSAGEM            00036800
              PERFORM 9000-TRATAR-ERRO                                  00036900
           END-EVALUATE.                                                00037000
                                                                        00037100
      *----------------------------------------------------------------*00037200
       1100-99-FIM.                                   EXIT.             00037300
      *----------------------------------------------------------------*00037400
                                                                        00037500
      ******************************************************************00037600
      *            C A B E C A L H O   C R E D E X C                   *00037700
      ******************************************************************00037800
                                                                        00037900
      *----------------------------------------------------------------*00038000
       1200-CABECALHO-CREDEXC                         SECTION.          00038100
      *----------------------------------------------------------------*00038200
                                                                        00038300
           MOVE '1'                        TO CREDEXC-CC                00038400
           MOVE SPACES                     TO CREDEXC-LINHA             00038500
           STRING 'CREDITO DE SALARIOS - EXCECOES - FR09DB31'           00038600
                  '   PAGAMENTO: ' WRK-DATA-PAGTO                       00038700
                  '   EXECUCAO: ' WRK-IDEXEC                            00038800
                  INTO CREDEXC-LINHA                                    00038900
           WRITE CREDEXC-REC.                                           00039000
                                                                        00039100
           MOVE ' '                        TO CREDEXC-CC                00039200
           MOVE SPACES                     TO CREDEXC-LINHA             00039300
           WRITE CREDEXC-REC.                                           00039400
                                                                        00039500
           MOVE ' '                        TO CREDEXC-CC                00039600
           MOVE SPACES                     TO CREDEXC-LINHA             00039700
           STRING 'ID       NOME                           BCO AGENC '  00039800
                  'CONTA      DV CALC        SALARIO MOTIVO'            00039900
                  INTO CREDEXC-LINHA                                    00040000
           WRITE CREDEXC-REC.                                           00040100
                                                                        00040200
           MOVE ' '                        TO CREDEXC-CC                00040300
           MOVE ALL '-'                    TO CREDEXC-LINHA             00040400
           WRITE CREDEXC-REC.                                           00040500
                                                                        00040600
      *----------------------------------------------------------------*00040700
       1200-99-FIM.                                   EXIT.             00040800
      *----------------------------------------------------------------*00040900
                                                                        00041000
      ******************************************************************00041100
      *                      P R O C E S S A R                         *00041200
      ******************************************************************00041300
                                                                        00041400
      *----------------------------------------------------------------*00041500
       2000-PROCESSAR                                        SECTION.   00041600
      *----------------------------------------------------------------*00041700
                                                                        00041800
           PERFORM 2050-TRATAR-FUNCIONARIO                              00041900
                                                                        00042000
           PERFORM 1100-LER-CCRED.                                      00042100
                                                                        00042200
      *----------------------------------------------------------------*00042300
       2000-99-FIM.                                   EXIT.             00042400
      *----------------------------------------------------------------*00042500
                                                                        00042600
      ******************************************************************00042700
      *         T R A T A R   F U N C I O N A R I O                    *00042800
      *     SEM CONTA OU DIGITO QUE NAO CONFERE VAI PARA O CREDEXC;    *00042900
      *     O CREDITO DOS DEMAIS SEGUE NORMALMENTE                     *00043000
      ******************************************************************00043100
                                                                        00043200
      *----------------------------------------------------------------*00043300
       2050-TRATAR-FUNCIONARIO                        SECTION.          00043400
      *----------------------------------------------------------------*00043500
                                                                        00043600
           IF WRK-IND-BANCO LESS ZEROS                                  00043700
              MOVE SPACES                TO DB2-CTA-CONTADV             00043800
              MOVE ZEROS                 TO DB2-CTA-BANCO               00043900
                                            DB2-CTA-AGENCIA             00044000
                                            DB2-CTA-CONTA               00044100
              MOVE SPACES                TO WRK-DV-CALC                 00044200
              MOVE 'SEM CONTA CADASTRADA' TO WRK-MOTIVO                 00044300
              ADD 1                      TO ACU-SEM-CONTA               00044400
              PERFORM 2200-GRAVAR-EXCECAO                               00044500
              GO TO 2050-99-FIM                                         00044600
           END-IF                                                       00044700
                                                                        00044800
           PERFORM 2060-VERIFICAR-BANCO                                 00044810
           IF WRK-BANCO-NO-JOB = 'N'                                    00044820
              MOVE SPACES                TO WRK-DV-CALC                 00044830
              MOVE 'BANCO SEM ARQUIVO NO JOB' TO WRK-MOTIVO             00044840
              ADD 1                      TO ACU-SEM-ARQUIVO             00044850
              PERFORM 2200-GRAVAR-EXCECAO                               00044860
              GO TO 2050-99-FIM                                         00044870
           END-IF                                                       00044880
                                                                        00044890
           MOVE DB2-CTA-AGENCIA          TO WRK-DV-BASE-AGENCIA         00044900
           MOVE DB2-CTA-CONTA            TO WRK-DV-BASE-CONTA           00045000
           PERFORM 2150-CALCULAR-DV                                     00045100
           IF WRK-DV-CALC NOT = DB2-CTA-CONTADV                         00045200
              MOVE 'DIGITO VERIFICADOR NAO CONFERE' TO WRK-MOTIVO       00045300
              ADD 1                      TO ACU-DV-ERRADO               00045400
              PERFORM 2200-GRAVAR-EXCECAO                               00045500
              GO TO 2050-99-FIM                                         00045600
           END-IF                                                       00045700
                                                                        00045800
      *    QUEBRA DE BANCO: FECHA O ARQUIVO DO BANCO ANTERIOR COM O     00045900
      *    TRAILER E ABRE O DO NOVO COM O HEADER                        00046000
           IF WRK-ARQ-ABERTO = 'N' OR                                   00046100
              DB2-CTA-BANCO NOT = WRK-BANCO-ATUAL                       00046200
              IF WRK-ARQ-ABERTO = 'S'                                   00046300
                 PERFORM 2300-GRAVAR-TRAILER                            00046400
              END-IF                                                    00046500
              PERFORM 2100-GRAVAR-HEADER                                00046600
           END-IF                                                       00046700
                                                                        00046800
           PERFORM 2110-GRAVAR-DETALHE.                                 00046900
                                                                        00047000
      *----------------------------------------------------------------*00047100
       2050-99-FIM.                                   EXIT.             00047200
      *----------------------------------------------------------------*00047300
                                                                        00047303
      ******************************************************************00047306
      *          V E R I F I C A R   B A N C O   N O   J O B           *00047309
      *     WRK-BANCO-NO-JOB = 'S' SE O BANCO TEM DATASET PROPRIO      *00047312
      ******************************************************************00047315
                                                                        00047318
      *----------------------------------------------------------------*00047321
       2060-VERIFICAR-BANCO                           SECTION.          00047324
      *----------------------------------------------------------------*00047327
                                                                        00047330
           MOVE 'N'                      TO WRK-BANCO-NO-JOB            00047333
           PERFORM 2065-COMPARAR-BANCO                                  00047336
              VARYING WRK-IX-JOB FROM 1 BY 1                            00047339
                UNTIL WRK-IX-JOB GREATER WRK-QTD-BANCOS-JOB             00047342
                   OR WRK-BANCO-NO-JOB = 'S'.                           00047345
                                                                        00047348
      *----------------------------------------------------------------*00047351
       2060-99-FIM.                                   EXIT.             00047354
      *----------------------------------------------------------------*00047357
                                                                        00047360
      *----------------------------------------------------------------*00047363
       2065-COMPARAR-BANCO                            SECTION.          00047366
      *----------------------------------------------------------------*00047369
                                                                        00047372
           IF DB2-CTA-BANCO = WRK-BANCO-JOB (WRK-IX-JOB)                00047375
              MOVE 'S'                   TO WRK-BANCO-NO-JOB            00047378
           END-IF.                                                      00047381
                                                                        00047384
      *----------------------------------------------------------------*00047387
       2065-99-FIM.                                   EXIT.             00047390
      *----------------------------------------------------------------*00047393
                                                                        00047400
      ******************************************************************00047500
      *          G R A V A R   H E A D E R   D O   B A N C O           *00047600
      ******************************************************************00047700
                                                                        00047800
      *----------------------------------------------------------------*00047900
       2100-GRAVAR-HEADER                             SECTION.          00048000
      *----------------------------------------------------------------*00048100
                                                                        00048200
      *    TABELA DO RESUMO CHEIA: NAO HA COMO CONTINUAR                00048208
           IF WRK-QTD-BANCOS NOT LESS 99                                00048216
              MOVE ZEROS                 TO WRK-SQLCODE                 00048224
                                            WRK-LOG-SQLCODE             00048232
              MOVE 'FR09DB31'            TO WRK-LOG-PROGRAMA            00048240
              MOVE '2100-GRAVAR-HEADER'  TO WRK-LOG-SECTION             00048248
              MOVE 'MAIS DE 99 BANCOS - TABELA DO RESUMO CHEIA'         00048256
                                         TO WRK-LOG-MENSAGEM            00048264
              PERFORM 9000-TRATAR-ERRO                                  00048272
           END-IF                                                       00048280
                                                                        00048288
           MOVE DB2-CTA-BANCO            TO WRK-BANCO-ATUAL             00048300
           MOVE 'S'                      TO WRK-ARQ-ABERTO              00048400
           MOVE ZEROS                    TO WRK-SEQ-DETALHE             00048500
                                            WRK-VALOR-BANCO             00048600
                                                                        00048700
           MOVE SPACES                   TO CRED-REC                    00048800
           MOVE WRK-BANCO-ATUAL          TO CRED-BANCO                  00048900
           MOVE ZEROS                    TO CRED-LOTE                   00049000
           MOVE '0'                      TO CRED-TIPO                   00049100
           MOVE 'FOURSYS'                TO CRED-H-EMPRESA              00049200
           MOVE WRK-DATA-HOJE            TO CRED-H-DATA-GERACAO         00049300
           MOVE WRK-HORA-HOJE(1:6)       TO CRED-H-HORA-GERACAO         00049400
           MOVE WRK-DATA-PAGTO           TO CRED-H-DATA-PAGTO           00049500
           MOVE WRK-IDEXEC               TO CRED-H-IDEXEC               00049600
           WRITE CRED-REC                                               00049700
           ADD 1                         TO ACU-GRAVADOS                00049800
                                                                        00049900
           ADD 1                         TO WRK-QTD-BANCOS              00050000
           MOVE WRK-BANCO-ATUAL     TO WRK-TAB-BCO-COD (WRK-QTD-BANCOS) 00050100
           MOVE ZEROS               TO WRK-TAB-BCO-QTD (WRK-QTD-BANCOS) 00050200
                                       WRK-TAB-BCO-VALOR                00050300
                                                      (WRK-QTD-BANCOS). 00050400
                                                                        00050500
      *----------------------------------------------------------------*00050600
       2100-99-FIM.                                   EXIT.             00050700
      *----------------------------------------------------------------*00050800
                                                                        00050900
      ******************************************************************00051000
      *               G R A V A R   D E T A L H E                      *00051100
      ******************************************************************00051200
                                                                        00051300
      *----------------------------------------------------------------*00051400
       2110-GRAVAR-DETALHE                            SECTION.          00051500
      *----------------------------------------------------------------*00051600
                                                                        00051700
           ADD 1                         TO WRK-SEQ-DETALHE             00051800
           MOVE DB2-ID                   TO WRK-SEU-ID                  00051900
           MOVE WRK-DATA-PAGTO           TO WRK-SEU-DATA                00052000
                                                                        00052100
           MOVE SPACES                   TO CRED-REC                    00052200
           MOVE WRK-BANCO-ATUAL          TO CRED-BANCO                  00052300
           MOVE 1                        TO CRED-LOTE                   00052400
           MOVE '3'                      TO CRED-TIPO                   00052500
           MOVE WRK-SEQ-DETALHE          TO CRED-D-SEQ                  00052600
           MOVE 'A'                      TO CRED-D-SEGMENTO             00052700
           MOVE DB2-CTA-AGENCIA          TO CRED-D-AGENCIA              00052800
           MOVE DB2-CTA-CONTA            TO CRED-D-CONTA                00052900
           MOVE DB2-CTA-CONTADV          TO CRED-D-CONTADV              00053000
           MOVE DB2-NOME                 TO CRED-D-NOME                 00053100
           MOVE WRK-SEU-NUMERO           TO CRED-D-SEU-NUMERO           00053200
           MOVE WRK-DATA-PAGTO           TO CRED-D-DATA-PAGTO           00053300
           MOVE DB2-SALARIO              TO CRED-D-VALOR                00053400
           WRITE CRED-REC                                               00053500
           ADD 1                         TO ACU-GRAVADOS                00053600
                                                                        00053700
           ADD DB2-SALARIO               TO WRK-VALOR-BANCO             00053800
                                            ACU-VALOR-TOTAL             00053900
           ADD 1                         TO ACU-CREDITOS                00054000
           ADD 1                    TO WRK-TAB-BCO-QTD (WRK-QTD-BANCOS) 00054100
           ADD DB2-SALARIO        TO WRK-TAB-BCO-VALOR (WRK-QTD-BANCOS).00054200
                                                                        00054300
      *----------------------------------------------------------------*00054400
       2110-99-FIM.                                   EXIT.             00054500
      *----------------------------------------------------------------*00054600
                                                                        00054700
      ******************************************************************00054800
      *          C A L C U L A R   D I G I T O                         *00054900
      *     MODULO 11 SOBRE AGENCIA+CONTA (WRK-DV-BASE), PESOS 2 A 9   *00055000
      *     DA DIREITA PARA A ESQUERDA. DV = 11 - RESTO; 10 VIRA 'X'   *00055100
      *     E 11 VIRA '0'. DEVOLVE EM WRK-DV-CALC                      *00055200
      ******************************************************************00055300
                                                                        00055400
      *----------------------------------------------------------------*00055500
       2150-CALCULAR-DV                               SECTION.          00055600
      *----------------------------------------------------------------*00055700
                                                                        00055800
           MOVE ZEROS                   TO WRK-DV-SOMA                  00055900
           MOVE 2                       TO WRK-DV-PESO                  00056000
           PERFORM 2160-SOMAR-DIGITO                                    00056100
              VARYING WRK-IX-DV FROM 15 BY -1                           00056200
                UNTIL WRK-IX-DV LESS 1                                  00056300
                                                                        00056400
           DIVIDE WRK-DV-SOMA BY 11                                     00056500
              GIVING WRK-DV-QUOC REMAINDER WRK-DV-RESTO                 00056600
           COMPUTE WRK-DV-NUM = 11 - WRK-DV-RESTO                       00056700
                                                                        00056800
           EVALUATE WRK-DV-NUM                                          00056900
              WHEN 10                                                   00057000
                 MOVE 'X'               TO WRK-DV-CALC                  00057100
              WHEN 11                                                   00057200
                 MOVE '0'               TO WRK-DV-CALC                  00057300
              WHEN OTHER                                                00057400
                 MOVE WRK-DV-NUM        TO WRK-DV-CALC-N                00057500
           END-EVALUATE.                                                00057600
                                                                        00057700
      *----------------------------------------------------------------*00057800
       2150-99-FIM.                                   EXIT.             00057900
      *----------------------------------------------------------------*00058000
                                                                        00058100
      *----------------------------------------------------------------*00058200
       2160-SOMAR-DIGITO                              SECTION.          00058300
      *----------------------------------------------------------------*00058400
                                                                        00058500
           COMPUTE WRK-DV-SOMA = WRK-DV-SOMA +                          00058600
                   WRK-DV-DIGITO (WRK-IX-DV) * WRK-DV-PESO              00058700
           ADD 1                        TO WRK-DV-PESO                  00058800
           IF WRK-DV-PESO GREATER 9                                     00058900
              MOVE 2                    TO WRK-DV-PESO                  00059000
           END-IF.                                                      00059100
                                                                        00059200
      *----------------------------------------------------------------*00059300
       2160-99-FIM.                                   EXIT.             00059400
      *----------------------------------------------------------------*00059500
                                                                        00059600
      ******************************************************************00059700
      *            G R A V A R   E X C E C A O                         *00059800
      ******************************************************************00059900
                                                                        00060000
      *----------------------------------------------------------------*00060100
       2200-GRAVAR-EXCECAO                            SECTION.          00060200
      *----------------------------------------------------------------*00060300
                                                                        00060400
           MOVE DB2-SALARIO                TO WRK-VALOR-ED              00060500
           MOVE ' '                        TO CREDEXC-CC                00060600
           MOVE SPACES                     TO CREDEXC-LINHA             00060700
           STRING DB2-ID ' ' DB2-NOME ' ' DB2-CTA-BANCO                 00060800
                  ' ' DB2-CTA-AGENCIA ' ' DB2-CTA-CONTA                 00060900
                  ' ' DB2-CTA-CONTADV '  ' WRK-DV-CALC                  00061000
                  '   ' WRK-VALOR-ED ' ' WRK-MOTIVO                     00061100
                  INTO CREDEXC-LINHA                                    00061200
           WRITE CREDEXC-REC.                                           00061300
                                                                        00061400
      *----------------------------------------------------------------*00061500
       2200-99-FIM.                                   EXIT.             00061600
      *----------------------------------------------------------------*00061700
                                                                        00061800
      ******************************************************************00061900
      *          G R A V A R   T R A I L E R   D O   B A N C O         *00062000
      *     QTD-REGISTROS CONTA HEADER + DETALHES + TRAILER            *00062100
      ******************************************************************00062200
                                                                        00062300
      *----------------------------------------------------------------*00062400
       2300-GRAVAR-TRAILER                            SECTION.          00062500
      *----------------------------------------------------------------*00062600
                                                                        00062700
           MOVE SPACES                   TO CRED-REC                    00062800
           MOVE WRK-BANCO-ATUAL          TO CRED-BANCO                  00062900
           MOVE 9999                     TO CRED-LOTE                   00063000
           MOVE '9'                      TO CRED-TIPO                   00063100
           COMPUTE CRED-T-QTD-REGISTROS = WRK-SEQ-DETALHE + 2           00063200
           MOVE WRK-SEQ-DETALHE          TO CRED-T-QTD-CREDITOS         00063300
           MOVE WRK-VALOR-BANCO          TO CRED-T-VALOR-TOTAL          00063400
           WRITE CRED-REC                                               00063500
           ADD 1                         TO ACU-GRAVADOS                00063600
           MOVE 'N'                      TO WRK-ARQ-ABERTO.             00063700
                                                                        00063800
      *----------------------------------------------------------------*00063900
       2300-99-FIM.                                   EXIT.             00064000
      *----------------------------------------------------------------*00064100
                                                                        00064200
      ******************************************************************00064300
      *            R E S U M O   P O R   B A N C O                     *00064400
      ******************************************************************00064500
                                                                        00064600
      *----------------------------------------------------------------*00064700
       2400-IMPRIMIR-BANCO                            SECTION.          00064800
      *----------------------------------------------------------------*00064900
                                                                        00065000
           MOVE WRK-TAB-BCO-QTD (WRK-IX-BANCO)   TO WRK-QTD-ED          00065100
           MOVE WRK-TAB-BCO-VALOR (WRK-IX-BANCO) TO WRK-VALOR-ED        00065200
           MOVE ' '                        TO CREDEXC-CC                00065300
           MOVE SPACES                     TO CREDEXC-LINHA             00065400
           STRING 'BANCO ' WRK-TAB-BCO-COD (WRK-IX-BANCO)               00065500
                  '   CREDITOS: ' WRK-QTD-ED                            00065600
                  '   VALOR: ' WRK-VALOR-ED                             00065700
                  INTO CREDEXC-LINHA                                    00065800
           WRITE CREDEXC-REC.                                           00065900
                                                                        00066000
      *----------------------------------------------------------------*00066100
       2400-99-FIM.                                   EXIT.             00066200
      *----------------------------------------------------------------*00066300
                                                                        00066400
      ******************************************************************00066500
      *                      F I N A L I Z A R                         *00066600
      ******************************************************************00066700
                                                                        00066800
      *----------------------------------------------------------------*00066900
       3000-FINALIZAR                                        SECTION.   00067000
      *----------------------------------------------------------------*00067100
                                                                        00067200
           IF WRK-PARM-VALIDO EQUAL 'S'                                 00067300
              EXEC SQL                                                  00067400
                CLOSE CCRED                                             00067500
              END-EXEC                                                  00067600
           END-IF                                                       00067700
                                                                        00067800
           IF WRK-ARQ-ABERTO = 'S'                                      00067900
              PERFORM 2300-GRAVAR-TRAILER                               00068000
           END-IF                                                       00068100
                                                                        00068200
           MOVE ' '                        TO CREDEXC-CC                00068300
           MOVE ALL '-'                    TO CREDEXC-LINHA             00068400
           WRITE CREDEXC-REC                                            00068500
                                                                        00068600
           MOVE ' '                        TO CREDEXC-CC                00068700
           MOVE 'RESUMO POR BANCO'         TO CREDEXC-LINHA             00068800
           WRITE CREDEXC-REC                                            00068900
                                                                        00069000
           PERFORM 2400-IMPRIMIR-BANCO                                  00069100
              VARYING WRK-IX-BANCO FROM 1 BY 1                          00069200
                UNTIL WRK-IX-BANCO GREATER WRK-QTD-BANCOS               00069300
                                                                        00069400
           MOVE ACU-VALOR-TOTAL            TO WRK-VALOR-ED              00069500
           MOVE ' '                        TO CREDEXC-CC                00069600
           MOVE SPACES                     TO CREDEXC-LINHA             00069700
           STRING 'TOTAL ATIVOS LIDOS: ' ACU-LIDOS                      00069800
                  '   CREDITOS: ' ACU-CREDITOS                          00069900
                  '   SEM CONTA: ' ACU-SEM-CONTA                        00070000
                  '   DV NAO CONFERE: ' ACU-DV-ERRADO                   00070100
                  '   VALOR: ' WRK-VALOR-ED                             00070200
                  INTO CREDEXC-LINHA                                    00070300
           WRITE CREDEXC-REC                                            00070400
                                                                        00070414
           MOVE ' '                        TO CREDEXC-CC                00070428
           MOVE SPACES                     TO CREDEXC-LINHA             00070442
           STRING 'BANCO SEM ARQUIVO NO JOB: ' ACU-SEM-ARQUIVO          00070456
                  INTO CREDEXC-LINHA                                    00070470
           WRITE CREDEXC-REC                                            00070484
                                                                        00070500
           CLOSE CREDITO CREDEXC                                        00070600
                                                                        00070700
           DISPLAY '*=================== FR09DB31 ====================*'00070800
           DISPLAY '* ATIVOS LIDOS.......: ' ACU-LIDOS                  00070900
           DISPLAY '* CREDITOS GRAVADOS..: ' ACU-CREDITOS               00071000
           DISPLAY '* SEM CONTA..........: ' ACU-SEM-CONTA              00071100
           DISPLAY '* DV NAO CONFERE.....: ' ACU-DV-ERRADO              00071200
           DISPLAY '* BANCO SEM ARQUIVO..: ' ACU-SEM-ARQUIVO            00071250
           DISPLAY '* BANCOS.............: ' WRK-QTD-BANCOS             00071300
           DISPLAY '* REGISTROS CREDITO..: ' ACU-GRAVADOS               00071400
           DISPLAY '* VALOR TOTAL........: ' WRK-VALOR-ED               00071500
           DISPLAY '*=================== FR09DB31 ====================*'00071600
                                                                        00071700
           IF ACU-LIDOS NOT = ACU-CREDITOS + ACU-SEM-CONTA +            00071800
                              ACU-DV-ERRADO + ACU-SEM-ARQUIVO           00071900
              DISPLAY '* ATENCAO: LIDOS DIFERENTE DE PROCESSADOS   *'   00072000
           END-IF                                                       00072100
           DISPLAY ' '                                                  00072200
                                                                        00072300
           IF RETURN-CODE = ZEROS AND                                   00072400
              ACU-SEM-CONTA + ACU-DV-ERRADO + ACU-SEM-ARQUIVO           00072500
                                          GREATER ZEROS                 00072550
              MOVE 04                      TO RETURN-CODE               00072600
           END-IF.                                                      00072700
                                                                        00072800
      *----------------------------------------------------------------*00072900
       3000-99-FIM.          EXIT.                                      00073000
      *----------------------------------------------------------------*00073100
                                                                        00073200
      ******************************************************************00073300
      *                     T R A T A R   E R R O                      *00073400
      ******************************************************************00073500
                                                                        00073600
      *----------------------------------------------------------------*00073700
       9000-TRATAR-ERRO                          SECTION.               00073800
      *----------------------------------------------------------------*00073900
                                                                        00074000
           ACCEPT WRK-LOG-DATA               FROM DATE YYYYMMDD         00074100
           ACCEPT WRK-LOG-HORA               FROM TIME                  00074200
           CALL 'GRAVALOG'                       USING WRK-LOG          00074300
           MOVE 16                TO RETURN-CODE                        00074400
           PERFORM 3000-FINALIZAR                                       00074500
           GOBACK.                                                      00074600
                                                                        00074700
      *----------------------------------------------------------------*00074800
       9000-99-FIM.                              EXIT.                  00074900
      *----------------------------------------------------------------*00075000
