      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. FR09DB34.                                            00000500
       AUTHOR.     ACACIO.                                              00000600
                                                                        00000700
      *================================================================*00000800
      *                        TREINAMENTO                             *00000900
      *================================================================*00001000
      *     PROGRAMA....: FR09DB34                                     *00001100
      *     PROGRAMADOR.: ACACIO JORGE                                 *00001200
      *     INSTRUTOR...: IVAN SANCHES                                 *00001300
      *     EMPRESA.....: FOURSYS                                      *00001400
      *     DATA........: 15/10/2026                                   *00001500
      *----------------------------------------------------------------*00001600
      *     OBJETIVO....: CONVERSAO DO ID DE FUNCIONARIO DE 4 PARA 8   *00001700
      *                   DIGITOS (RODADA UNICA, COM A SUITE PARADA).  *00001800
      *                   MODO A (ANTES DO ALTER DAS TABELAS): TRAVA   *00001900
      *                   O RECURSO 'FUNC2' EM FOUR001.RUNCTL E GRAVA  *00002000
      *                   NO CONVCTL A QTDE DE LINHAS, A SOMA E O      *00002100
      *                   MAIOR ID DE CADA TABELA COM ID DE            *00002200
      *                   FUNCIONARIO.                                 *00002300
      *                   MODO D (DEPOIS DO ALTER): RECONTA AS         *00002400
      *                   TABELAS E CONCILIA COM O CONVCTL, CONVERTE   *00002500
      *                   A DESCARGA DO FUNCVSAM E O ARQUIVO FUNCARQ   *00002600
      *                   PARA O LEIAUTE NOVO CONCILIANDO QTDE E SOMA  *00002700
      *                   DOS IDS LIDOS E GRAVADOS, E LIBERA A TRAVA   *00002800
      *                   SE TUDO BATER. COM DIVERGENCIA A TRAVA FICA  *00002900
      *                   (A SUITE NAO RODA SOBRE DADO NAO CONCILIADO) *00003000
      *                   E O JOB TERMINA COM RC=08.                   *00003100
      *----------------------------------------------------------------*00003200
      *     PARM.......: 'A' = CONTAGEM ANTES DA CONVERSAO             *00003300
      *                  'D' = CONTAGEM DEPOIS E CONVERSAO DOS         *00003400
      *                        ARQUIVOS                                *00003500
      *----------------------------------------------------------------*00003600
      *                                                                *00003700
      *     ARQUIVOS....:                                              *00003800
      *       DDNAME               I/O                 INCLUDE/BOOK    *00003900
      *       CONVCTL               I/O                  BKCONVCTL     *00004000
      *       VSAMANT               I  (MODO D)          BKVSAANT      *00004100
      *       VSAMNOV               O  (MODO D)          BKFUNCVS      *00004200
      *       ARQANT                I  (MODO D)          BKARQANT      *00004300
      *       ARQNOV                O  (MODO D)          BKFUNCARQ     *00004400
      *       CONVREL               O                    BKCONVREL     *00004500
      *                                                                *00004600
      *----------------------------------------------------------------*00004700
      *                                                                *00004800
      *     BASE DE DADOS:                                             *00004900
      *       DDNAME               I/O                 INCLUDE/BOOK    *00005000
      *       FOU001.FUNC2          I                                  *00005100
      *       FOU001.FUNCHIST       I                                  *00005200
      *       FOU001.SUSPENSO       I                                  *00005300
      *       FOU001.PENDENTE       I                                  *00005400
      *       FOU001.FUNCAUD        I                                  *00005500
      *       FOU001.CONTABANC      I                                  *00005600
      *       FOU001.RESCISAO       I                                  *00005700
      *       FOU001.RUNCTL         I/O                  #BKRUNCTL     *00005800
      *                                                                *00005900
      *----------------------------------------------------------------*00006000
      *                                                                *00006100
      *     MODULOS.....:                                              *00006200
      *       B#GLOB                                                   *00006300
      *                                                                *00006400
      *================================================================*00006500
                                                                        00006600
      *=============================================================*   00006700
       ENVIRONMENT                               DIVISION.              00006800
      *=============================================================*   00006900
                                                                        00007000
      *-------------------------------------------------------------*   00007100
       CONFIGURATION                               SECTION.             00007200
      *-------------------------------------------------------------*   00007300
       SPECIAL-NAMES.                                                   00007400
           DECIMAL-POINT IS COMMA.                                      00007500
                                                                        00007600
      *-------------------------------------------------------------*   00007700
       INPUT-OUTPUT                            SECTION.                 00007800
      *-------------------------------------------------------------*   00007900
       FILE-CONTROL.                                                    00008000
           SELECT CONVCTL   ASSIGN TO CONVCTL                           00008100
                            ORGANIZATION IS SEQUENTIAL.                 00008200
           SELECT VSAMANT   ASSIGN TO VSAMANT                           00008300
                            ORGANIZATION IS SEQUENTIAL.                 00008400
           SELECT VSAMNOV   ASSIGN TO VSAMNOV                           00008500
                            ORGANIZATION IS SEQUENTIAL.                 00008600
           SELECT ARQANT    ASSIGN TO ARQANT                            00008700
                            ORGANIZATION IS SEQUENTIAL.                 00008800
           SELECT ARQNOV    ASSIGN TO ARQNOV                            00008900
                            ORGANIZATION IS SEQUENTIAL.                 00009000
           SELECT CONVREL   ASSIGN TO CONVREL                           00009100
                            ORGANIZATION IS SEQUENTIAL.                 00009200
                                                                        00009300
                                                                        00009400
      *=============================================================*   00009500
       DATA                                      DIVISION.              00009600
                                                                        00009700
      *-------------------------------------------------------------*   00009800
       FILE                                         SECTION.            00009900
      *-------------------------------------------------------------*   00010000
      *----------------------------------------------------------------*00010100
       FD  CONVCTL                                                      00010200
           LABEL RECORDS ARE STANDARD.                                  00010300
                                                                        00010400
           COPY 'BKCONVCTL'.                                            00010500
      *----------------------------------------------------------------*00010600
                                                                        00010700
      *----------------------------------------------------------------*00010800
       FD  VSAMANT                                                      00010900
           LABEL RECORDS ARE STANDARD.                                  00011000
                                                                        00011100
           COPY 'BKVSAANT'.                                             00011200
      *----------------------------------------------------------------*00011300
                                                                        00011400
      *----------------------------------------------------------------*00011500
       FD  VSAMNOV                                                      00011600
           LABEL RECORDS ARE STANDARD.                                  00011700
                                                                        00011800
           COPY 'BKFUNCVS'.                                             00011900
      *----------------------------------------------------------------*00012000
                                                                        00012100
      *----------------------------------------------------------------*00012200
       FD  ARQANT                                                       00012300
           LABEL RECORDS ARE STANDARD.                                  00012400
                                                                        00012500
           COPY 'BKARQANT'.                                             00012600
      *----------------------------------------------------------------*00012700
                                                                        00012800
      *----------------------------------------------------------------*00012900
       FD  ARQNOV                                                       00013000
           LABEL RECORDS ARE STANDARD.                                  00013100
                                                                        00013200
           COPY 'BKFUNCARQ'.                                            00013300
      *----------------------------------------------------------------*00013400
                                                                        00013500
      *----------------------------------------------------------------*00013600
       FD  CONVREL                                                      00013700
           LABEL RECORDS ARE STANDARD.                                  00013800
                                                                        00013900
           COPY 'BKCONVREL'.                                            00014000
      *----------------------------------------------------------------*00014100
                                                                        00014200
      *=============================================================*   00014300
                                                                        00014400
      *-------------------------------------------------------------*   00014500
       WORKING-STORAGE                             SECTION.             00014600
      *-------------------------------------------------------------*   00014700
                                                                        00014800
      *----------------------------------------------------------------*00014900
       01  FILLER                      PIC  X(050)         VALUE        00015000
           '*** INICIO DA WORKING FR09DB34 ***'.                        00015100
      *----------------------------------------------------------------*00015200
                                                                        00015300
      *----------------------------------------------------------------*00015400
       01  FILLER                                  PIC X(050)    VALUE  00015500
           '*** AREA DE DB2 ***'.                                       00015600
      *----------------------------------------------------------------*00015700
                                                                        00015800
           EXEC SQL                                                     00015900
             INCLUDE #BKRUNCTL                                          00016000
           END-EXEC.                                                    00016100
                                                                        00016200
           EXEC SQL                                                     00016300
              INCLUDE SQLCA                                             00016400
           END-EXEC.                                                    00016500
                                                                        00016600
       77 WRK-QTDE               PIC S9(09) COMP      VALUE ZEROS.      00016700
       77 WRK-SOMA-ID            PIC S9(15) COMP-3    VALUE ZEROS.      00016800
       77 WRK-MAIOR-ID           PIC S9(08) COMP-3    VALUE ZEROS.      00016900
                                                                        00017000
      *----------------------------------------------------------------*00017100
       01  FILLER                                  PIC X(050)    VALUE  00017200
           '*** AREA DO ARQUIVO LOGERRO2 ***'.                          00017300
      *----------------------------------------------------------------*00017400
                                                                        00017500
          COPY 'B#GLOB'.                                                00017600
                                                                        00017700
      *----------------------------------------------------------------*00017800
                                                                        00017900
      *----------------------------------------------------------------*00018000
       01  FILLER                                  PIC X(050)    VALUE  00018100
           '*** AREA DE VARIAVEIS AUXILIARES ***'.                      00018200
      *----------------------------------------------------------------*00018300
                                                                        00018400
       77 WRK-SQLCODE             PIC -999.                             00018500
       77 WRK-PARM-VALIDO         PIC X(01)           VALUE 'S'.        00018600
       77 WRK-MOTIVO              PIC X(45)           VALUE SPACES.     00018700
       77 WRK-MODO                PIC X(01)           VALUE SPACES.     00018800
       77 WRK-ARQ-ABERTO          PIC X(01)           VALUE 'N'.        00018900
       77 WRK-FIM-CONVCTL         PIC X(01)           VALUE 'N'.        00019000
       77 WRK-FIM-VSAM            PIC X(01)           VALUE 'N'.        00019100
       77 WRK-FIM-ARQ             PIC X(01)           VALUE 'N'.        00019200
       77 WRK-TRAVA-OK            PIC X(01)           VALUE 'N'.        00019300
       77 WRK-TRAVA-RECURSO       PIC X(10)           VALUE 'FUNC2'.    00019400
       77 WRK-TRAVA-DATA          PIC 9(08)           VALUE ZEROS.      00019500
       77 WRK-TRAVA-HORA          PIC 9(08)           VALUE ZEROS.      00019600
       77 WRK-RUN-DATA            PIC 9(08)           VALUE ZEROS.      00019700
       77 WRK-RUN-HORA            PIC 9(08)           VALUE ZEROS.      00019800
       77 WRK-RUN-ID              PIC X(16)           VALUE SPACES.     00019900
       77 WRK-IDEXEC-ANTES        PIC X(16)           VALUE SPACES.     00020000
       77 WRK-IX-TAB              PIC 9(02) COMP      VALUE ZEROS.      00020100
       77 WRK-IX-BUSCA            PIC 9(02) COMP      VALUE ZEROS.      00020200
       77 WRK-SITUACAO            PIC X(10)           VALUE SPACES.     00020300
                                                                        00020400
      *    TABELAS COM COLUNA ID DE FUNCIONARIO - A ORDEM E A DA        00020500
      *    EVALUATE DA 2000-CONTAR-TABELA                               00020600
       01  WRK-TAB-NOMES-X.                                             00020700
           05  FILLER                  PIC X(10)  VALUE 'FUNC2'.        00020800
           05  FILLER                  PIC X(10)  VALUE 'FUNCHIST'.     00020900
           05  FILLER                  PIC X(10)  VALUE 'SUSPENSO'.     00021000
           05  FILLER                  PIC X(10)  VALUE 'PENDENTE'.     00021100
           05  FILLER                  PIC X(10)  VALUE 'FUNCAUD'.      00021200
           05  FILLER                  PIC X(10)  VALUE 'CONTABANC'.    00021300
           05  FILLER                  PIC X(10)  VALUE 'RESCISAO'.     00021400
       01  WRK-TAB-NOMES  REDEFINES WRK-TAB-NOMES-X.                    00021500
           05  WRK-NOME-TAB  OCCURS 7  PIC X(10).                       00021600
                                                                        00021700
      *    CONTAGENS ANTES, CARREGADAS DO CONVCTL NO MODO D             00021800
       01  WRK-TAB-ANTES.                                               00021900
           05  WRK-ANT-ENT   OCCURS 7.                                  00022000
               10  WRK-ANT-LIDO        PIC X(01).                       00022100
               10  WRK-ANT-QTDE        PIC 9(09).                       00022200
               10  WRK-ANT-SOMA        PIC 9(15).                       00022300
               10  WRK-ANT-MAIOR       PIC 9(08).                       00022400
                                                                        00022500
      *    CONTAGEM DEPOIS DA TABELA EM CURSO                           00022600
       01  WRK-DEPOIS.                                                  00022700
           05  WRK-DEP-QTDE            PIC 9(09).                       00022800
           05  WRK-DEP-SOMA            PIC 9(15).                       00022900
           05  WRK-DEP-MAIOR           PIC 9(08).                       00023000
                                                                        00023100
      *    ARQUIVO EM CONCILIACAO PARA A 3910-LINHA-ARQUIVO             00023200
       01  WRK-CONC-ARQ.                                                00023300
           05  WRK-CONC-NOME           PIC X(10).                       00023400
           05  WRK-CONC-LIDOS          PIC 9(09).                       00023500
           05  WRK-CONC-GRAVADOS       PIC 9(09).                       00023600
           05  WRK-CONC-INVALIDOS      PIC 9(09).                       00023700
           05  WRK-CONC-SOMA-ANT       PIC 9(15).                       00023800
           05  WRK-CONC-SOMA-NOV       PIC 9(15).                       00023900
                                                                        00024000
       77 WRK-QTDE-ANT-ED         PIC ZZZ.ZZZ.ZZ9.                      00024100
       77 WRK-QTDE-DEP-ED         PIC ZZZ.ZZZ.ZZ9.                      00024200
       77 WRK-INVAL-ED            PIC ZZZ.ZZZ.ZZ9.                      00024300
       77 WRK-SOMA-ANT-ED         PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9.              00024400
       77 WRK-SOMA-DEP-ED         PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9.              00024500
       77 WRK-MAIOR-ANT-ED        PIC ZZ.ZZZ.ZZ9.                       00024600
       77 WRK-MAIOR-DEP-ED        PIC ZZ.ZZZ.ZZ9.                       00024700
                                                                        00024800
      *----------------------------------------------------------------*00024900
       01  FILLER                      PIC  X(050)         VALUE        00025000
           '*** AREA DE ACUMULADORES ***'.                              00025100
      *----------------------------------------------------------------*00025200
                                                                        00025300
       77 ACU-TABELAS             PIC 9(02)                 VALUE ZEROS.00025400
       77 ACU-CTL-LIDOS           PIC 9(02)                 VALUE ZEROS.00025500
       77 ACU-CTL-GRAVADOS        PIC 9(02)                 VALUE ZEROS.00025600
       77 ACU-DIVERGENCIAS        PIC 9(02)                 VALUE ZEROS.00025700
       77 ACU-VSAM-LIDOS          PIC 9(09)                 VALUE ZEROS.00025800
       77 ACU-VSAM-GRAVADOS       PIC 9(09)                 VALUE ZEROS.00025900
       77 ACU-VSAM-INVALIDOS      PIC 9(09)                 VALUE ZEROS.00026000
       77 ACU-VSAM-SOMA-ANT       PIC 9(15)                 VALUE ZEROS.00026100
       77 ACU-VSAM-SOMA-NOV       PIC 9(15)                 VALUE ZEROS.00026200
       77 ACU-ARQ-LIDOS           PIC 9(09)                 VALUE ZEROS.00026300
       77 ACU-ARQ-GRAVADOS        PIC 9(09)                 VALUE ZEROS.00026400
       77 ACU-ARQ-INVALIDOS       PIC 9(09)                 VALUE ZEROS.00026500
       77 ACU-ARQ-SOMA-ANT        PIC 9(15)                 VALUE ZEROS.00026600
       77 ACU-ARQ-SOMA-NOV        PIC 9(15)                 VALUE ZEROS.00026700
                                                                        00026800
      *----------------------------------------------------------------*00026900
       01  FILLER                 PIC  X(050)         VALUE             00027000
           '*** FINAL DA WORKING FR09DB34 ***'.                         00027100
      *----------------------------------------------------------------*00027200
                                                                        00027300
      *-------------------------------------------------------------*   00027400
       LINKAGE                                      SECTION.            00027500
      *-------------------------------------------------------------*   00027600
                                                                        00027700
       01  LS-PARM                     PIC X(01).                       00027800
                                                                        00027900
      *================================================================*00028000
       PROCEDURE                    DIVISION USING LS-PARM.             00028100
      *================================================================*00028200
                                                                        00028300
      ******************************************************************00028400
      *                      P R I N C I P A L                         *00028500
      ******************************************************************00028600
                                                                        00028700
      *----------------------------------------------------------------*00028800
       0000-PRINCIPAL                                 SECTION.          00028900
      *----------------------------------------------------------------*00029000
                                                                        00029100
           PERFORM 1000-INICIAR.                                        00029200
           IF WRK-PARM-VALIDO EQUAL 'S'                                 00029300
              PERFORM 2000-CONTAR-TABELA                                00029400
                 VARYING WRK-IX-TAB FROM 1 BY 1                         00029500
                   UNTIL WRK-IX-TAB GREATER 7                           00029600
              IF WRK-MODO EQUAL 'D'                                     00029700
                 PERFORM 3000-CONVERTER-VSAM                            00029800
                              UNTIL WRK-FIM-VSAM EQUAL 'S'              00029900
                 PERFORM 3100-CONVERTER-ARQ                             00030000
                              UNTIL WRK-FIM-ARQ EQUAL 'S'               00030100
                 PERFORM 3900-CONCILIAR-ARQUIVOS                        00030200
              END-IF                                                    00030300
           END-IF                                                       00030400
           PERFORM 5000-FINALIZAR.                                      00030500
           STOP RUN.                                                    00030600
                                                                        00030700
      *----------------------------------------------------------------*00030800
       0000-99-FIM.                                   EXIT.             00030900
      *----------------------------------------------------------------*00031000
                                                                        00031100
      ******************************************************************00031200
      *                    I N I C I A L I Z A R                       *00031300
      ******************************************************************00031400
                                                                        00031500
      *----------------------------------------------------------------*00031600
       1000-INICIAR                                   SECTION.          00031700
      *----------------------------------------------------------------*00031800
                                                                        00031900
           OPEN OUTPUT CONVREL                                          00032000
                                                                        00032100
           ACCEPT WRK-RUN-DATA            FROM DATE YYYYMMDD            00032200
           ACCEPT WRK-RUN-HORA            FROM TIME                     00032300
           STRING WRK-RUN-DATA  WRK-RUN-HORA                            00032400
                  INTO WRK-RUN-ID                                       00032500
                                                                        00032600
           IF LS-PARM EQUAL 'A' OR LS-PARM EQUAL 'D'                    00032700
              MOVE LS-PARM                TO WRK-MODO                   00032800
           ELSE                                                         00032900
              MOVE 'N'                    TO WRK-PARM-VALIDO            00033000
              MOVE 'MODO INVALIDO - INFORMAR A OU D' TO WRK-MOTIVO      00033100
              DISPLAY '*============================================*'  00033200
              DISPLAY '* FR09DB34 - CONVERSAO RECUSADA              *'  00033300
              DISPLAY '* MOTIVO.....: ' WRK-MOTIVO                      00033400
              DISPLAY '* PARM.......: ' LS-PARM                         00033500
              DISPLAY '*============================================*'  00033600
              MOVE 08                TO RETURN-CODE                     00033700
              GO TO 1000-99-FIM                                         00033800
           END-IF                                                       00033900
                                                                        00034000
           IF WRK-MODO EQUAL 'A'                                        00034100
              OPEN OUTPUT CONVCTL                                       00034200
              MOVE 'S'                    TO WRK-ARQ-ABERTO             00034300
              PERFORM 1300-REGISTRAR-TRAVA                              00034400
              IF WRK-TRAVA-OK NOT EQUAL 'S'                             00034500
                 MOVE 'N'                 TO WRK-PARM-VALIDO            00034600
                 MOVE 'RECURSO FUNC2 NAO PODE SER TRAVADO'              00034700
                                          TO WRK-MOTIVO                 00034800
                 GO TO 1000-99-FIM                                      00034900
              END-IF                                                    00035000
           ELSE                                                         00035100
              OPEN INPUT  CONVCTL                                       00035200
              OPEN INPUT  VSAMANT                                       00035300
              OPEN OUTPUT VSAMNOV                                       00035400
              OPEN INPUT  ARQANT                                        00035500
              OPEN OUTPUT ARQNOV                                        00035600
              MOVE 'S'                    TO WRK-ARQ-ABERTO             00035700
              PERFORM 1400-CARREGAR-CONTROLE                            00035800
              IF WRK-PARM-VALIDO NOT EQUAL 'S'                          00035900
                 DISPLAY '*==========================================*' 00036000
                 DISPLAY '* FR09DB34 - CONVERSAO RECUSADA            *' 00036100
                 DISPLAY '* MOTIVO.....: ' WRK-MOTIVO                   00036200
                 DISPLAY '*==========================================*' 00036300
                 MOVE 08             TO RETURN-CODE                     00036400
                 GO TO 1000-99-FIM                                      00036500
              END-IF                                                    00036600
              PERFORM 1350-CONFERIR-TRAVA                               00036700
              PERFORM 1500-LER-VSAMANT                                  00036800
              PERFORM 1600-LER-ARQANT                                   00036900
           END-IF                                                       00037000
                                                                        00037100
           PERFORM 1200-GRAVAR-CABECALHO.                               00037200
                                                                        00037300
      *----------------------------------------------------------------*00037400
       1000-99-FIM.                                   EXIT.             00037500
      *----------------------------------------------------------------*00037600
                                                                        00037700
      *----------------------------------------------------------------*00037800
       1200-GRAVAR-CABECALHO                          SECTION.          00037900
      *----------------------------------------------------------------*00038000
                                                                        00038100
           MOVE '1'                        TO CONVREL-CC                00038200
           MOVE SPACES                     TO CONVREL-LINHA             00038300
           IF WRK-MODO EQUAL 'A'                                        00038400
              STRING 'CONVERSAO DO ID DE FUNCIONARIO - FR09DB34'        00038500
                     '   CONTAGEM ANTES: ' WRK-RUN-ID                   00038600
                     INTO CONVREL-LINHA                                 00038700
           ELSE                                                         00038800
              STRING 'CONVERSAO DO ID DE FUNCIONARIO - FR09DB34'        00038900
                     '   CONTAGEM ANTES: ' WRK-IDEXEC-ANTES             00039000
                     '   DEPOIS: ' WRK-RUN-ID                           00039100
                     INTO CONVREL-LINHA                                 00039200
           END-IF                                                       00039300
           WRITE CONVREL-REC.                                           00039400
                                                                        00039500
           MOVE ' '                        TO CONVREL-CC                00039600
           MOVE SPACES                     TO CONVREL-LINHA             00039700
           WRITE CONVREL-REC.                                           00039800
                                                                        00039900
           MOVE ' '                        TO CONVREL-CC                00040000
           MOVE SPACES                     TO CONVREL-LINHA             00040100
           IF WRK-MODO EQUAL 'A'                                        00040200
              STRING 'TABELA          LINHAS        SOMA DOS IDS'       00040300
                     '   MAIOR ID'                                      00040400
                     INTO CONVREL-LINHA                                 00040500
           ELSE                                                         00040600
              STRING 'TABELA      LINHAS ANT  LINHAS DEP'               00040700
                     '      SOMA IDS ANTES     SOMA IDS DEPOIS'         00040800
                     '  MAIOR ANT  MAIOR DEP  SITUACAO'                 00040900
                     INTO CONVREL-LINHA                                 00041000
           END-IF                                                       00041100
           WRITE CONVREL-REC.                                           00041200
                                                                        00041300
           MOVE ' '                        TO CONVREL-CC                00041400
           MOVE ALL '-'                    TO CONVREL-LINHA             00041500
           WRITE CONVREL-REC.                                           00041600
                                                                        00041700
      *----------------------------------------------------------------*00041800
       1200-99-FIM.                                   EXIT.             00041900
      *----------------------------------------------------------------*00042000
                                                                        00042100
      ******************************************************************00042200
      *        R E G I S T R A R   T R A V A                           *00042300
      *     NO MODO A TRAVA O RECURSO 'FUNC2' EM FOUR001.RUNCTL E      *00042400
      *     NAO A LIBERA NO FIM: ELA SEGURA A SUITE PARADA DURANTE     *00042500
      *     O ALTER DAS TABELAS E SO E LIBERADA PELO MODO D COM A      *00042600
      *     CONCILIACAO OK. COM CONFLITO O JOB TERMINA COM RC=12.      *00042700
      ******************************************************************00042800
                                                                        00042900
      *----------------------------------------------------------------*00043000
       1300-REGISTRAR-TRAVA                           SECTION.          00043100
      *----------------------------------------------------------------*00043200
                                                                        00043300
           EXEC SQL                                                     00043400
              LOCK TABLE FOUR001.RUNCTL IN EXCLUSIVE MODE               00043500
           END-EXEC                                                     00043600
           IF SQLCODE NOT = 0                                           00043700
              MOVE SQLCODE          TO WRK-LOG-SQLCODE                  00043800
              MOVE 'FR09DB34'       TO WRK-LOG-PROGRAMA                 00043900
              MOVE '1300-REGISTRAR-TRAVA' TO WRK-LOG-SECTION            00044000
              MOVE 'ERRO NO LOCK TABLE RUNCTL' TO WRK-LOG-MENSAGEM      00044100
              ACCEPT WRK-LOG-DATA   FROM DATE YYYYMMDD                  00044200
              ACCEPT WRK-LOG-HORA   FROM TIME                           00044300
              CALL 'GRAVALOG'       USING WRK-LOG                       00044400
              MOVE 16               TO RETURN-CODE                      00044500
              GO TO 1300-99-FIM                                         00044600
           END-IF                                                       00044700
                                                                        00044800
           EXEC SQL                                                     00044900
              SELECT RECURSO, PROGRAMA, IDEXECUCAO,                     00045000
                     DATAINI, HORAINI                                   00045100
                INTO :DB2-RUN-RECURSO, :DB2-RUN-PROGRAMA,               00045200
                     :DB2-RUN-IDEXEC, :DB2-RUN-DATAINI,                 00045300
                     :DB2-RUN-HORAINI                                   00045400
                FROM FOUR001.RUNCTL                                     00045500
               WHERE RECURSO LIKE 'FUNC2%'                              00045600
               FETCH FIRST 1 ROW ONLY                                   00045700
           END-EXEC                                                     00045800
                                                                        00045900
           EVALUATE SQLCODE                                             00046000
              WHEN 0                                                    00046100
                 PERFORM 1310-RECUSAR-TRAVA                             00046200
              WHEN 100                                                  00046300
                 PERFORM 1320-GRAVAR-TRAVA                              00046400
              WHEN OTHER                                                00046500
                 MOVE SQLCODE          TO WRK-LOG-SQLCODE               00046600
                 MOVE 'FR09DB34'       TO WRK-LOG-PROGRAMA              00046700
                 MOVE '1300-REGISTRAR-TRAVA' TO WRK-LOG-SECTION         00046800
                 MOVE 'ERRO NO SELECT RUNCTL' TO WRK-LOG-MENSAGEM       00046900
                 ACCEPT WRK-LOG-DATA   FROM DATE YYYYMMDD               00047000
                 ACCEPT WRK-LOG-HORA   FROM TIME                        00047100
                 CALL 'GRAVALOG'       USING WRK-LOG                    00047200
                 MOVE 16               TO RETURN-CODE                   00047300
           END-EVALUATE.                                                00047400
                                                                        00047500
      *----------------------------------------------------------------*00047600
       1300-99-FIM.                                   EXIT.             00047700
      *----------------------------------------------------------------*00047800
                                                                        00047900
      *----------------------------------------------------------------*00048000
       1310-RECUSAR-TRAVA                             SECTION.          00048100
      *----------------------------------------------------------------*00048200
                                                                        00048300
           DISPLAY '*============================================*'     00048400
           DISPLAY '* EXECUCAO RECUSADA - RECURSO JA TRAVADO     *'     00048500
           DISPLAY '* RECURSO..: ' DB2-RUN-RECURSO                      00048600
           DISPLAY '* PROGRAMA.: ' DB2-RUN-PROGRAMA                     00048700
           DISPLAY '* EXECUCAO.: ' DB2-RUN-IDEXEC                       00048800
           DISPLAY '* INICIO...: ' DB2-RUN-DATAINI ' ' DB2-RUN-HORAINI  00048900
           DISPLAY '* A CONVERSAO EXIGE A SUITE PARADA - AGUARDAR *'    00049000
           DISPLAY '* O FIM DO JOB OU LIMPAR A TRAVA ORFA COM O  *'     00049100
           DISPLAY '* FR09DB24 E RESUBMETER                      *'     00049200
           DISPLAY '*============================================*'     00049300
           MOVE 12                     TO RETURN-CODE.                  00049400
                                                                        00049500
      *----------------------------------------------------------------*00049600
       1310-99-FIM.                                   EXIT.             00049700
      *----------------------------------------------------------------*00049800
                                                                        00049900
      *----------------------------------------------------------------*00050000
       1320-GRAVAR-TRAVA                              SECTION.          00050100
      *----------------------------------------------------------------*00050200
                                                                        00050300
           ACCEPT WRK-TRAVA-DATA       FROM DATE YYYYMMDD               00050400
           ACCEPT WRK-TRAVA-HORA       FROM TIME                        00050500
           MOVE WRK-TRAVA-RECURSO      TO DB2-RUN-RECURSO               00050600
           MOVE 'FR09DB34'             TO DB2-RUN-PROGRAMA              00050700
           MOVE WRK-RUN-ID             TO DB2-RUN-IDEXEC                00050800
           MOVE WRK-TRAVA-DATA         TO DB2-RUN-DATAINI               00050900
           MOVE WRK-TRAVA-HORA         TO DB2-RUN-HORAINI               00051000
                                                                        00051100
           EXEC SQL                                                     00051200
              INSERT INTO FOUR001.RUNCTL                                00051300
                  (RECURSO, PROGRAMA, IDEXECUCAO, DATAINI, HORAINI)     00051400
                VALUES (:DB2-RUN-RECURSO, :DB2-RUN-PROGRAMA,            00051500
                   :DB2-RUN-IDEXEC, :DB2-RUN-DATAINI,                   00051600
                   :DB2-RUN-HORAINI)                                    00051700
           END-EXEC                                                     00051800
                                                                        00051900
           EVALUATE SQLCODE                                             00052000
              WHEN 0                                                    00052100
                 EXEC SQL                                               00052200
                    COMMIT                                              00052300
                 END-EXEC                                               00052400
                 IF SQLCODE = 0                                         00052500
                    MOVE 'S'           TO WRK-TRAVA-OK                  00052600
                 ELSE                                                   00052700
                    MOVE SQLCODE       TO WRK-LOG-SQLCODE               00052800
                    MOVE 'FR09DB34'    TO WRK-LOG-PROGRAMA              00052900
                    MOVE '1320-GRAVAR-TRAVA' TO WRK-LOG-SECTION         00053000
                    MOVE 'ERRO NO COMMIT RUNCTL' TO WRK-LOG-MENSAGEM    00053100
                    ACCEPT WRK-LOG-DATA FROM DATE YYYYMMDD              00053200
                    ACCEPT WRK-LOG-HORA FROM TIME                       00053300
                    CALL 'GRAVALOG'    USING WRK-LOG                    00053400
                    MOVE 16            TO RETURN-CODE                   00053500
                 END-IF                                                 00053600
      *       OUTRO JOB GRAVOU A TRAVA ENTRE A CONSULTA E O             00053700
      *       INSERT - TRATA COMO RECURSO JA TRAVADO                    00053800
              WHEN -803                                                 00053900
                 PERFORM 1310-RECUSAR-TRAVA                             00054000
              WHEN OTHER                                                00054100
                 MOVE SQLCODE          TO WRK-LOG-SQLCODE               00054200
                 MOVE 'FR09DB34'       TO WRK-LOG-PROGRAMA              00054300
                 MOVE '1320-GRAVAR-TRAVA' TO WRK-LOG-SECTION            00054400
                 MOVE 'ERRO NO INSERT RUNCTL' TO WRK-LOG-MENSAGEM       00054500
                 ACCEPT WRK-LOG-DATA   FROM DATE YYYYMMDD               00054600
                 ACCEPT WRK-LOG-HORA   FROM TIME                        00054700
                 CALL 'GRAVALOG'       USING WRK-LOG                    00054800
                 MOVE 16               TO RETURN-CODE                   00054900
           END-EVALUATE.                                                00055000
                                                                        00055100
      *----------------------------------------------------------------*00055200
       1320-99-FIM.                                   EXIT.             00055300
      *----------------------------------------------------------------*00055400
                                                                        00055500
      ******************************************************************00055600
      *        C O N F E R I R   T R A V A                             *00055700
      *     NO MODO D LOCALIZA A TRAVA DEIXADA PELO MODO A PARA        *00055800
      *     LIBERA-LA NO FIM. SEM ELA A CONVERSAO SEGUE, MAS COM       *00055900
      *     AVISO: NADA GARANTIU A SUITE PARADA DURANTE O ALTER        *00056000
      ******************************************************************00056100
                                                                        00056200
      *----------------------------------------------------------------*00056300
       1350-CONFERIR-TRAVA                            SECTION.          00056400
      *----------------------------------------------------------------*00056500
                                                                        00056600
           MOVE WRK-TRAVA-RECURSO      TO DB2-RUN-RECURSO               00056700
           MOVE 'FR09DB34'             TO DB2-RUN-PROGRAMA              00056800
           EXEC SQL                                                     00056900
              SELECT IDEXECUCAO                                         00057000
                INTO :DB2-RUN-IDEXEC                                    00057100
                FROM FOUR001.RUNCTL                                     00057200
               WHERE RECURSO  = :DB2-RUN-RECURSO                        00057300
                 AND PROGRAMA = :DB2-RUN-PROGRAMA                       00057400
           END-EXEC                                                     00057500
                                                                        00057600
           EVALUATE SQLCODE                                             00057700
              WHEN 0                                                    00057800
                 MOVE 'S'              TO WRK-TRAVA-OK                  00057900
              WHEN 100                                                  00058000
                 DISPLAY '*==========================================*' 00058100
                 DISPLAY '* FR09DB34 - AVISO                         *' 00058200
                 DISPLAY '* TRAVA FUNC2 DO MODO A NAO ENCONTRADA NO  *' 00058300
                 DISPLAY '* RUNCTL - CONFERIR SE A SUITE FICOU PARADA*' 00058400
                 DISPLAY '*==========================================*' 00058500
              WHEN OTHER                                                00058600
                 MOVE SQLCODE              TO WRK-SQLCODE               00058700
                 MOVE SQLCODE              TO WRK-LOG-SQLCODE           00058800
                 MOVE 'FR09DB34'           TO WRK-LOG-PROGRAMA          00058900
                 MOVE '1350-CONFERIR-TRAVA' TO WRK-LOG-SECTION          00059000
                 MOVE 'ERRO NO SELECT RUNCTL' TO WRK-LOG-MENSAGEM       00059100
                 PERFORM 9000-TRATAR-ERRO                               00059200
           END-EVALUATE.                                                00059300
                                                                        00059400
      *----------------------------------------------------------------*00059500
       1350-99-FIM.                                   EXIT.             00059600
      *----------------------------------------------------------------*00059700
                                                                        00059800
      ******************************************************************00059900
      *        C A R R E G A R   C O N T R O L E                       *00060000
      *     GUARDA AS CONTAGENS ANTES DO CONVCTL NA POSICAO DA         *00060100
      *     TABELA; TABELA DESCONHECIDA NO ARQUIVO E IGNORADA          *00060200
      ******************************************************************00060300
                                                                        00060400
      *----------------------------------------------------------------*00060500
       1400-CARREGAR-CONTROLE                         SECTION.          00060600
      *----------------------------------------------------------------*00060700
                                                                        00060800
           MOVE SPACES                    TO WRK-TAB-ANTES              00060900
           PERFORM 1410-LER-CONVCTL                                     00061000
           PERFORM 1420-GUARDAR-CONTROLE                                00061100
                        UNTIL WRK-FIM-CONVCTL EQUAL 'S'                 00061200
                                                                        00061300
           IF ACU-CTL-LIDOS EQUAL ZEROS                                 00061400
              MOVE 'N'                    TO WRK-PARM-VALIDO            00061500
              MOVE 'CONVCTL VAZIO - RODAR ANTES O MODO A'               00061600
                                          TO WRK-MOTIVO                 00061700
           END-IF.                                                      00061800
                                                                        00061900
      *----------------------------------------------------------------*00062000
       1400-99-FIM.                                   EXIT.             00062100
      *----------------------------------------------------------------*00062200
                                                                        00062300
      *----------------------------------------------------------------*00062400
       1410-LER-CONVCTL                               SECTION.          00062500
      *----------------------------------------------------------------*00062600
                                                                        00062700
           READ CONVCTL                                                 00062800
              AT END                                                    00062900
                 MOVE 'S'              TO WRK-FIM-CONVCTL               00063000
              NOT AT END                                                00063100
                 ADD 1 TO ACU-CTL-LIDOS                                 00063200
           END-READ.                                                    00063300
                                                                        00063400
      *----------------------------------------------------------------*00063500
       1410-99-FIM.                                   EXIT.             00063600
      *----------------------------------------------------------------*00063700
                                                                        00063800
      *----------------------------------------------------------------*00063900
       1420-GUARDAR-CONTROLE                          SECTION.          00064000
      *----------------------------------------------------------------*00064100
                                                                        00064200
           MOVE CONVCTL-IDEXEC            TO WRK-IDEXEC-ANTES           00064300
           MOVE ZEROS                     TO WRK-IX-TAB                 00064400
           PERFORM 1430-BUSCAR-TABELA                                   00064500
              VARYING WRK-IX-BUSCA FROM 1 BY 1                          00064600
                UNTIL WRK-IX-BUSCA GREATER 7                            00064700
                                                                        00064800
           IF WRK-IX-TAB GREATER ZEROS                                  00064900
              MOVE 'S'                    TO WRK-ANT-LIDO (WRK-IX-TAB)  00065000
              MOVE CONVCTL-QTDE           TO WRK-ANT-QTDE (WRK-IX-TAB)  00065100
              MOVE CONVCTL-SOMA-ID        TO WRK-ANT-SOMA (WRK-IX-TAB)  00065200
              MOVE CONVCTL-MAIOR-ID       TO WRK-ANT-MAIOR (WRK-IX-TAB) 00065300
           END-IF                                                       00065400
                                                                        00065500
           PERFORM 1410-LER-CONVCTL.                                    00065600
                                                                        00065700
      *----------------------------------------------------------------*00065800
       1420-99-FIM.                                   EXIT.             00065900
      *----------------------------------------------------------------*00066000
                                                                        00066100
      *----------------------------------------------------------------*00066200
       1430-BUSCAR-TABELA                             SECTION.          00066300
      *----------------------------------------------------------------*00066400
                                                                        00066500
           IF CONVCTL-TABELA EQUAL WRK-NOME-TAB (WRK-IX-BUSCA)          00066600
              MOVE WRK-IX-BUSCA           TO WRK-IX-TAB                 00066700
           END-IF.                                                      00066800
                                                                        00066900
      *----------------------------------------------------------------*00067000
       1430-99-FIM.                                   EXIT.             00067100
      *----------------------------------------------------------------*00067200
                                                                        00067300
      *----------------------------------------------------------------*00067400
       1500-LER-VSAMANT                               SECTION.          00067500
      *----------------------------------------------------------------*00067600
                                                                        00067700
           READ VSAMANT                                                 00067800
              AT END                                                    00067900
                 MOVE 'S'              TO WRK-FIM-VSAM                  00068000
              NOT AT END                                                00068100
                 ADD 1 TO ACU-VSAM-LIDOS                                00068200
           END-READ.                                                    00068300
                                                                        00068400
      *----------------------------------------------------------------*00068500
       1500-99-FIM.                                   EXIT.             00068600
      *----------------------------------------------------------------*00068700
                                                                        00068800
      *----------------------------------------------------------------*00068900
       1600-LER-ARQANT                                SECTION.          00069000
      *----------------------------------------------------------------*00069100
                                                                        00069200
           READ ARQANT                                                  00069300
              AT END                                                    00069400
                 MOVE 'S'              TO WRK-FIM-ARQ                   00069500
              NOT AT END                                                00069600
                 ADD 1 TO ACU-ARQ-LIDOS                                 00069700
           END-READ.                                                    00069800
                                                                        00069900
      *----------------------------------------------------------------*00070000
       1600-99-FIM.                                   EXIT.             00070100
      *----------------------------------------------------------------*00070200
                                                                        00070300
      ******************************************************************00070400
      *              C O N T A R   T A B E L A                         *00070500
      *     QTDE DE LINHAS, SOMA E MAIOR VALOR DA COLUNA ID. A SOMA    *00070600
      *     E FEITA EM DECIMAL(15) PARA NAO ESTOURAR O INTEIRO DA      *00070700
      *     COLUNA ANTIGA EM TABELA GRANDE (FUNCHIST, FUNCAUD)         *00070800
      ******************************************************************00070900
                                                                        00071000
      *----------------------------------------------------------------*00071100
       2000-CONTAR-TABELA                             SECTION.          00071200
      *----------------------------------------------------------------*00071300
                                                                        00071400
           MOVE ZEROS                      TO WRK-QTDE                  00071500
           MOVE ZEROS                      TO WRK-SOMA-ID               00071600
           MOVE ZEROS                      TO WRK-MAIOR-ID              00071700
                                                                        00071800
           EVALUATE WRK-IX-TAB                                          00071900
              WHEN 1                                                    00072000
                 EXEC SQL                                               00072100
                    SELECT COUNT(*), COALESCE(SUM(DECIMAL(ID,15,0)),0), 00072200
                           COALESCE(MAX(ID),0)                          00072300
                      INTO :WRK-QTDE, :WRK-SOMA-ID, :WRK-MAIOR-ID       00072400
                      FROM FOUR001.FUNC2                                00072500
                 END-EXEC                                               00072600
              WHEN 2                                                    00072700
                 EXEC SQL                                               00072800
                    SELECT COUNT(*), COALESCE(SUM(DECIMAL(ID,15,0)),0), 00072900
                           COALESCE(MAX(ID),0)                          00073000
                      INTO :WRK-QTDE, :WRK-SOMA-ID, :WRK-MAIOR-ID       00073100
                      FROM FOUR001.FUNCHIST                             00073200
                 END-EXEC                                               00073300
              WHEN 3                                                    00073400
                 EXEC SQL                                               00073500
                    SELECT COUNT(*), COALESCE(SUM(DECIMAL(ID,15,0)),0), 00073600
                           COALESCE(MAX(ID),0)                          00073700
                      INTO :WRK-QTDE, :WRK-SOMA-ID, :WRK-MAIOR-ID       00073800
                      FROM FOUR001.SUSPENSO                             00073900
                 END-EXEC                                               00074000
              WHEN 4                                                    00074100
                 EXEC SQL                                               00074200
                    SELECT COUNT(*), COALESCE(SUM(DECIMAL(ID,15,0)),0), 00074300
                           COALESCE(MAX(ID),0)                          00074400
                      INTO :WRK-QTDE, :WRK-SOMA-ID, :WRK-MAIOR-ID       00074500
                      FROM FOUR001.PENDENTE                             00074600
                 END-EXEC                                               00074700
              WHEN 5                                                    00074800
                 EXEC SQL                                               00074900
                    SELECT COUNT(*), COALESCE(SUM(DECIMAL(ID,15,0)),0), 00075000
                           COALESCE(MAX(ID),0)                          00075100
                      INTO :WRK-QTDE, :WRK-SOMA-ID, :WRK-MAIOR-ID       00075200
                      FROM FOUR001.FUNCAUD                              00075300
                 END-EXEC                                               00075400
              WHEN 6                                                    00075500
                 EXEC SQL                                               00075600
                    SELECT COUNT(*), COALESCE(SUM(DECIMAL(ID,15,0)),0), 00075700
                           COALESCE(MAX(ID),0)                          00075800
                      INTO :WRK-QTDE, :WRK-SOMA-ID, :WRK-MAIOR-ID       00075900
                      FROM FOUR001.CONTABANC                            00076000
                 END-EXEC                                               00076100
              WHEN OTHER                                                00076200
                 EXEC SQL                                               00076300
                    SELECT COUNT(*), COALESCE(SUM(DECIMAL(ID,15,0)),0), 00076400
                           COALESCE(MAX(ID),0)                          00076500
                      INTO :WRK-QTDE, :WRK-SOMA-ID, :WRK-MAIOR-ID       00076600
                      FROM FOUR001.RESCISAO                             00076700
                 END-EXEC                                               00076800
           END-EVALUATE                                                 00076900
                                                                        00077000
           IF SQLCODE NOT = 0                                           00077100
              MOVE SQLCODE              TO WRK-SQLCODE                  00077200
              MOVE SQLCODE              TO WRK-LOG-SQLCODE              00077300
              MOVE 'FR09DB34'           TO WRK-LOG-PROGRAMA             00077400
              MOVE '2000-CONTAR-TABELA' TO WRK-LOG-SECTION              00077500
              MOVE SPACES               TO WRK-LOG-MENSAGEM             00077600
              STRING 'ERRO NA CONTAGEM DE '                             00077700
                     WRK-NOME-TAB (WRK-IX-TAB)                          00077800
                     INTO WRK-LOG-MENSAGEM                              00077900
              PERFORM 9000-TRATAR-ERRO                                  00078000
           END-IF                                                       00078100
                                                                        00078200
           ADD 1                           TO ACU-TABELAS               00078300
           MOVE WRK-QTDE                   TO WRK-DEP-QTDE              00078400
           MOVE WRK-SOMA-ID                TO WRK-DEP-SOMA              00078500
           MOVE WRK-MAIOR-ID               TO WRK-DEP-MAIOR             00078600
                                                                        00078700
           IF WRK-MODO EQUAL 'A'                                        00078800
              PERFORM 2100-GRAVAR-CONTROLE                              00078900
           ELSE                                                         00079000
              PERFORM 2200-COMPARAR-CONTAGEM                            00079100
           END-IF.                                                      00079200
                                                                        00079300
      *----------------------------------------------------------------*00079400
       2000-99-FIM.                                   EXIT.             00079500
      *----------------------------------------------------------------*00079600
                                                                        00079700
      *----------------------------------------------------------------*00079800
       2100-GRAVAR-CONTROLE                           SECTION.          00079900
      *----------------------------------------------------------------*00080000
                                                                        00080100
           MOVE SPACES                     TO CONVCTL-REC               00080200
           MOVE WRK-NOME-TAB (WRK-IX-TAB)  TO CONVCTL-TABELA            00080300
           MOVE WRK-DEP-QTDE               TO CONVCTL-QTDE              00080400
           MOVE WRK-DEP-SOMA               TO CONVCTL-SOMA-ID           00080500
           MOVE WRK-DEP-MAIOR              TO CONVCTL-MAIOR-ID          00080600
           MOVE WRK-RUN-ID                 TO CONVCTL-IDEXEC            00080700
           WRITE CONVCTL-REC                                            00080800
           ADD 1                           TO ACU-CTL-GRAVADOS          00080900
                                                                        00081000
           MOVE WRK-DEP-QTDE               TO WRK-QTDE-DEP-ED           00081100
           MOVE WRK-DEP-SOMA               TO WRK-SOMA-DEP-ED           00081200
           MOVE WRK-DEP-MAIOR              TO WRK-MAIOR-DEP-ED          00081300
           MOVE ' '                        TO CONVREL-CC                00081400
           MOVE SPACES                     TO CONVREL-LINHA             00081500
           STRING WRK-NOME-TAB (WRK-IX-TAB) ' ' WRK-QTDE-DEP-ED         00081600
                  ' ' WRK-SOMA-DEP-ED ' ' WRK-MAIOR-DEP-ED              00081700
                  INTO CONVREL-LINHA                                    00081800
           WRITE CONVREL-REC.                                           00081900
                                                                        00082000
      *----------------------------------------------------------------*00082100
       2100-99-FIM.                                   EXIT.             00082200
      *----------------------------------------------------------------*00082300
                                                                        00082400
      ******************************************************************00082500
      *          C O M P A R A R   C O N T A G E M                     *00082600
      *     O ALTER DA COLUNA NAO PODE PERDER NEM MUDAR LINHA:         *00082700
      *     QTDE, SOMA E MAIOR ID TEM QUE BATER COM O CONVCTL          *00082800
      ******************************************************************00082900
                                                                        00083000
      *----------------------------------------------------------------*00083100
       2200-COMPARAR-CONTAGEM                         SECTION.          00083200
      *----------------------------------------------------------------*00083300
                                                                        00083400
           IF WRK-ANT-LIDO (WRK-IX-TAB) NOT EQUAL 'S'                   00083500
              MOVE ZEROS                   TO WRK-ANT-QTDE (WRK-IX-TAB) 00083600
              MOVE ZEROS                   TO WRK-ANT-SOMA (WRK-IX-TAB) 00083700
              MOVE ZEROS                   TO WRK-ANT-MAIOR (WRK-IX-TAB)00083800
              MOVE 'SEM ANTES'             TO WRK-SITUACAO              00083900
              ADD 1                        TO ACU-DIVERGENCIAS          00084000
           ELSE                                                         00084100
              IF WRK-ANT-QTDE (WRK-IX-TAB)  EQUAL WRK-DEP-QTDE AND      00084200
                 WRK-ANT-SOMA (WRK-IX-TAB)  EQUAL WRK-DEP-SOMA AND      00084300
                 WRK-ANT-MAIOR (WRK-IX-TAB) EQUAL WRK-DEP-MAIOR         00084400
                 MOVE 'OK'                 TO WRK-SITUACAO              00084500
              ELSE                                                      00084600
                 MOVE 'DIVERGENTE'         TO WRK-SITUACAO              00084700
                 ADD 1                     TO ACU-DIVERGENCIAS          00084800
              END-IF                                                    00084900
           END-IF                                                       00085000
                                                                        00085100
           MOVE WRK-ANT-QTDE (WRK-IX-TAB)  TO WRK-QTDE-ANT-ED           00085200
           MOVE WRK-ANT-SOMA (WRK-IX-TAB)  TO WRK-SOMA-ANT-ED           00085300
           MOVE WRK-ANT-MAIOR (WRK-IX-TAB) TO WRK-MAIOR-ANT-ED          00085400
           MOVE WRK-DEP-QTDE               TO WRK-QTDE-DEP-ED           00085500
           MOVE WRK-DEP-SOMA               TO WRK-SOMA-DEP-ED           00085600
           MOVE WRK-DEP-MAIOR              TO WRK-MAIOR-DEP-ED          00085700
           MOVE ' '                        TO CONVREL-CC                00085800
           MOVE SPACES                     TO CONVREL-LINHA             00085900
           STRING WRK-NOME-TAB (WRK-IX-TAB) ' ' WRK-QTDE-ANT-ED         00086000
                  ' ' WRK-QTDE-DEP-ED ' ' WRK-SOMA-ANT-ED               00086100
                  ' ' WRK-SOMA-DEP-ED ' ' WRK-MAIOR-ANT-ED              00086200
                  ' ' WRK-MAIOR-DEP-ED '  ' WRK-SITUACAO                00086300
                  INTO CONVREL-LINHA                                    00086400
           WRITE CONVREL-REC.                                           00086500
                                                                        00086600
      *----------------------------------------------------------------*00086700
       2200-99-FIM.                                   EXIT.             00086800
      *----------------------------------------------------------------*00086900
                                                                        00087000
      ******************************************************************00087100
      *            C O N V E R T E R   F U N C V S A M                 *00087200
      *     DESCARGA SEQUENCIAL DO KSDS ANTIGO (ID 9(04)) PARA O       *00087300
      *     LEIAUTE BKFUNCVS (ID 9(08)); A ORDEM DA CHAVE SE MANTEM.   *00087400
      *     ID NAO NUMERICO NAO E GRAVADO E DERRUBA A CONCILIACAO      *00087500
      ******************************************************************00087600
                                                                        00087700
      *----------------------------------------------------------------*00087800
       3000-CONVERTER-VSAM                            SECTION.          00087900
      *----------------------------------------------------------------*00088000
                                                                        00088100
           IF VSAANT-ID NOT NUMERIC                                     00088200
              ADD 1                        TO ACU-VSAM-INVALIDOS        00088300
              MOVE ' '                     TO CONVREL-CC                00088400
              MOVE SPACES                  TO CONVREL-LINHA             00088500
              STRING 'FUNCVSAM   ID NAO NUMERICO: ' VSAANT-ID           00088600
                     '  ' VSAANT-NOME                                   00088700
                     INTO CONVREL-LINHA                                 00088800
              WRITE CONVREL-REC                                         00088900
              PERFORM 1500-LER-VSAMANT                                  00089000
              GO TO 3000-99-FIM                                         00089100
           END-IF                                                       00089200
                                                                        00089300
           ADD VSAANT-ID                   TO ACU-VSAM-SOMA-ANT         00089400
           MOVE SPACES                     TO VSAM-REC                  00089500
           MOVE VSAANT-ID                  TO VSAM-ID                   00089600
           MOVE VSAANT-NOME                TO VSAM-NOME                 00089700
           MOVE VSAANT-SETOR               TO VSAM-SETOR                00089800
           MOVE VSAANT-SALARIO             TO VSAM-SALARIO              00089900
           MOVE VSAANT-DATAADM             TO VSAM-DATAADM              00090000
           MOVE VSAANT-EMAIL               TO VSAM-EMAIL                00090100
           WRITE VSAM-REC                                               00090200
           ADD 1                           TO ACU-VSAM-GRAVADOS         00090300
           ADD VSAM-ID                     TO ACU-VSAM-SOMA-NOV         00090400
                                                                        00090500
           PERFORM 1500-LER-VSAMANT.                                    00090600
                                                                        00090700
      *----------------------------------------------------------------*00090800
       3000-99-FIM.                                   EXIT.             00090900
      *----------------------------------------------------------------*00091000
                                                                        00091100
      ******************************************************************00091200
      *            C O N V E R T E R   F U N C A R Q                   *00091300
      *     DESCARGAS DO EXPURGO (FR09DB18) DO LEIAUTE ANTIGO PARA O   *00091400
      *     BKFUNCARQ, NA MESMA ORDEM                                  *00091500
      ******************************************************************00091600
                                                                        00091700
      *----------------------------------------------------------------*00091800
       3100-CONVERTER-ARQ                             SECTION.          00091900
      *----------------------------------------------------------------*00092000
                                                                        00092100
           IF ARQANT-ID NOT NUMERIC                                     00092200
              ADD 1                        TO ACU-ARQ-INVALIDOS         00092300
              MOVE ' '                     TO CONVREL-CC                00092400
              MOVE SPACES                  TO CONVREL-LINHA             00092500
              STRING 'FUNCARQ    ID NAO NUMERICO: ' ARQANT-ID           00092600
                     '  ' ARQANT-NOME '  ' ARQANT-IDEXEC                00092700
                     INTO CONVREL-LINHA                                 00092800
              WRITE CONVREL-REC                                         00092900
              PERFORM 1600-LER-ARQANT                                   00093000
              GO TO 3100-99-FIM                                         00093100
           END-IF                                                       00093200
                                                                        00093300
           ADD ARQANT-ID                   TO ACU-ARQ-SOMA-ANT          00093400
           MOVE SPACES                     TO FUNCARQ-REC               00093500
           MOVE ARQANT-ID                  TO FUNCARQ-ID                00093600
           MOVE ARQANT-NOME                TO FUNCARQ-NOME              00093700
           MOVE ARQANT-SETOR               TO FUNCARQ-SETOR             00093800
           MOVE ARQANT-SALARIO             TO FUNCARQ-SALARIO           00093900
           MOVE ARQANT-DATAADM             TO FUNCARQ-DATAADM           00094000
           MOVE ARQANT-EMAIL               TO FUNCARQ-EMAIL             00094100
           MOVE ARQANT-DATAEXEC            TO FUNCARQ-DATAEXEC          00094200
           MOVE ARQANT-IDEXEC              TO FUNCARQ-IDEXEC            00094300
           WRITE FUNCARQ-REC                                            00094400
           ADD 1                           TO ACU-ARQ-GRAVADOS          00094500
           ADD FUNCARQ-ID                  TO ACU-ARQ-SOMA-NOV          00094600
                                                                        00094700
           PERFORM 1600-LER-ARQANT.                                     00094800
                                                                        00094900
      *----------------------------------------------------------------*00095000
       3100-99-FIM.                                   EXIT.             00095100
      *----------------------------------------------------------------*00095200
                                                                        00095300
      ******************************************************************00095400
      *        C O N C I L I A R   A R Q U I V O S                     *00095500
      *     LIDOS = GRAVADOS E SOMA DOS IDS LIDOS = SOMA DOS IDS       *00095600
      *     GRAVADOS; QUALQUER DIVERGENCIA (TABELA OU ARQUIVO)         *00095700
      *     TERMINA O JOB COM RC=08                                    *00095800
      ******************************************************************00095900
                                                                        00096000
      *----------------------------------------------------------------*00096100
       3900-CONCILIAR-ARQUIVOS                        SECTION.          00096200
      *----------------------------------------------------------------*00096300
                                                                        00096400
           MOVE ' '                        TO CONVREL-CC                00096500
           MOVE SPACES                     TO CONVREL-LINHA             00096600
           WRITE CONVREL-REC.                                           00096700
                                                                        00096800
           MOVE ' '                        TO CONVREL-CC                00096900
           MOVE SPACES                     TO CONVREL-LINHA             00097000
           STRING 'ARQUIVO          LIDOS    GRAVADOS'                  00097100
                  '   INVALIDOS      SOMA IDS LIDOS'                    00097200
                  '   SOMA IDS GRAVADOS  SITUACAO'                      00097300
                  INTO CONVREL-LINHA                                    00097400
           WRITE CONVREL-REC.                                           00097500
                                                                        00097600
           MOVE ' '                        TO CONVREL-CC                00097700
           MOVE ALL '-'                    TO CONVREL-LINHA             00097800
           WRITE CONVREL-REC.                                           00097900
                                                                        00098000
           MOVE 'FUNCVSAM'                 TO WRK-CONC-NOME             00098100
           MOVE ACU-VSAM-LIDOS             TO WRK-CONC-LIDOS            00098200
           MOVE ACU-VSAM-GRAVADOS          TO WRK-CONC-GRAVADOS         00098300
           MOVE ACU-VSAM-INVALIDOS         TO WRK-CONC-INVALIDOS        00098400
           MOVE ACU-VSAM-SOMA-ANT          TO WRK-CONC-SOMA-ANT         00098500
           MOVE ACU-VSAM-SOMA-NOV          TO WRK-CONC-SOMA-NOV         00098600
           PERFORM 3910-LINHA-ARQUIVO                                   00098700
                                                                        00098800
           MOVE 'FUNCARQ'                  TO WRK-CONC-NOME             00098900
           MOVE ACU-ARQ-LIDOS              TO WRK-CONC-LIDOS            00099000
           MOVE ACU-ARQ-GRAVADOS           TO WRK-CONC-GRAVADOS         00099100
           MOVE ACU-ARQ-INVALIDOS          TO WRK-CONC-INVALIDOS        00099200
           MOVE ACU-ARQ-SOMA-ANT           TO WRK-CONC-SOMA-ANT         00099300
           MOVE ACU-ARQ-SOMA-NOV           TO WRK-CONC-SOMA-NOV         00099400
           PERFORM 3910-LINHA-ARQUIVO                                   00099500
                                                                        00099600
           IF ACU-DIVERGENCIAS GREATER ZEROS                            00099700
              IF RETURN-CODE LESS 08                                    00099800
                 MOVE 08                   TO RETURN-CODE               00099900
              END-IF                                                    00100000
           END-IF.                                                      00100100
                                                                        00100200
      *----------------------------------------------------------------*00100300
       3900-99-FIM.                                   EXIT.             00100400
      *----------------------------------------------------------------*00100500
                                                                        00100600
      *----------------------------------------------------------------*00100700
       3910-LINHA-ARQUIVO                             SECTION.          00100800
      *----------------------------------------------------------------*00100900
                                                                        00101000
      *    A SOMA DOS LIDOS SO CONTA OS IDS NUMERICOS: O INVALIDO       00101100
      *    APARECE NA DIFERENCA ENTRE LIDOS E GRAVADOS                  00101200
           IF WRK-CONC-LIDOS    EQUAL WRK-CONC-GRAVADOS AND             00101300
              WRK-CONC-SOMA-ANT EQUAL WRK-CONC-SOMA-NOV                 00101400
              MOVE 'OK'                    TO WRK-SITUACAO              00101500
           ELSE                                                         00101600
              MOVE 'DIVERGENTE'            TO WRK-SITUACAO              00101700
              ADD 1                        TO ACU-DIVERGENCIAS          00101800
           END-IF                                                       00101900
                                                                        00102000
           MOVE WRK-CONC-LIDOS             TO WRK-QTDE-ANT-ED           00102100
           MOVE WRK-CONC-GRAVADOS          TO WRK-QTDE-DEP-ED           00102200
           MOVE WRK-CONC-INVALIDOS         TO WRK-INVAL-ED              00102300
           MOVE WRK-CONC-SOMA-ANT          TO WRK-SOMA-ANT-ED           00102400
           MOVE WRK-CONC-SOMA-NOV          TO WRK-SOMA-DEP-ED           00102500
           MOVE ' '                        TO CONVREL-CC                00102600
           MOVE SPACES                     TO CONVREL-LINHA             00102700
           STRING WRK-CONC-NOME ' ' WRK-QTDE-ANT-ED                     00102800
                  ' ' WRK-QTDE-DEP-ED ' ' WRK-INVAL-ED                  00102900
                  ' ' WRK-SOMA-ANT-ED ' ' WRK-SOMA-DEP-ED               00103000
                  '  ' WRK-SITUACAO                                     00103100
                  INTO CONVREL-LINHA                                    00103200
           WRITE CONVREL-REC.                                           00103300
                                                                        00103400
      *----------------------------------------------------------------*00103500
       3910-99-FIM.                                   EXIT.             00103600
      *----------------------------------------------------------------*00103700
                                                                        00103800
      ******************************************************************00103900
      *        L I B E R A R   T R A V A                               *00104000
      *     MODO D CONCILIADO: LIBERA A TRAVA DO MODO A. MODO A COM    *00104100
      *     ERRO: LIBERA A PROPRIA TRAVA (NADA FOI CONTADO)            *00104200
      ******************************************************************00104300
                                                                        00104400
      *----------------------------------------------------------------*00104500
       4000-LIBERAR-TRAVA                             SECTION.          00104600
      *----------------------------------------------------------------*00104700
                                                                        00104800
           IF WRK-TRAVA-OK NOT = 'S'                                    00104900
              GO TO 4000-99-FIM                                         00105000
           END-IF                                                       00105100
           MOVE 'N'                    TO WRK-TRAVA-OK                  00105200
                                                                        00105300
           MOVE WRK-TRAVA-RECURSO      TO DB2-RUN-RECURSO               00105400
           MOVE 'FR09DB34'             TO DB2-RUN-PROGRAMA              00105500
           EXEC SQL                                                     00105600
              DELETE FROM FOUR001.RUNCTL                                00105700
               WHERE RECURSO  = :DB2-RUN-RECURSO                        00105800
                 AND PROGRAMA = :DB2-RUN-PROGRAMA                       00105900
           END-EXEC                                                     00106000
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     00106100
              MOVE SQLCODE             TO WRK-LOG-SQLCODE               00106200
              MOVE 'FR09DB34'          TO WRK-LOG-PROGRAMA              00106300
              MOVE '4000-LIBERAR-TRAVA' TO WRK-LOG-SECTION              00106400
              MOVE 'ERRO NO DELETE RUNCTL' TO WRK-LOG-MENSAGEM          00106500
              ACCEPT WRK-LOG-DATA      FROM DATE YYYYMMDD               00106600
              ACCEPT WRK-LOG-HORA      FROM TIME                        00106700
              CALL 'GRAVALOG'          USING WRK-LOG                    00106800
              MOVE 16                  TO RETURN-CODE                   00106900
           END-IF                                                       00107000
           EXEC SQL                                                     00107100
              COMMIT                                                    00107200
           END-EXEC                                                     00107300
           IF SQLCODE NOT = 0                                           00107400
              MOVE SQLCODE             TO WRK-LOG-SQLCODE               00107500
              MOVE 'FR09DB34'          TO WRK-LOG-PROGRAMA              00107600
              MOVE '4000-LIBERAR-TRAVA' TO WRK-LOG-SECTION              00107700
              MOVE 'ERRO NO COMMIT RUNCTL' TO WRK-LOG-MENSAGEM          00107800
              ACCEPT WRK-LOG-DATA      FROM DATE YYYYMMDD               00107900
              ACCEPT WRK-LOG-HORA      FROM TIME                        00108000
              CALL 'GRAVALOG'          USING WRK-LOG                    00108100
              MOVE 16                  TO RETURN-CODE                   00108200
           END-IF.                                                      00108300
                                                                        00108400
      *----------------------------------------------------------------*00108500
       4000-99-FIM.                                   EXIT.             00108600
      *----------------------------------------------------------------*00108700
                                                                        00108800
      ******************************************************************00108900
      *                      F I N A L I Z A R                         *00109000
      ******************************************************************00109100
                                                                        00109200
      *----------------------------------------------------------------*00109300
       5000-FINALIZAR                                 SECTION.          00109400
      *----------------------------------------------------------------*00109500
                                                                        00109600
           IF WRK-MODO EQUAL 'A' AND RETURN-CODE NOT = ZEROS            00109700
              PERFORM 4000-LIBERAR-TRAVA                                00109800
           END-IF                                                       00109900
           IF WRK-MODO EQUAL 'D' AND RETURN-CODE = ZEROS                00110000
              PERFORM 4000-LIBERAR-TRAVA                                00110100
           END-IF                                                       00110200
                                                                        00110300
           PERFORM 6000-EMITIR-ACU                                      00110400
                                                                        00110500
           IF WRK-ARQ-ABERTO EQUAL 'S'                                  00110600
              MOVE 'N'                     TO WRK-ARQ-ABERTO            00110700
              IF WRK-MODO EQUAL 'A'                                     00110800
                 CLOSE CONVCTL                                          00110900
              ELSE                                                      00111000
                 CLOSE CONVCTL                                          00111100
                 CLOSE VSAMANT                                          00111200
                 CLOSE VSAMNOV                                          00111300
                 CLOSE ARQANT                                           00111400
                 CLOSE ARQNOV                                           00111500
              END-IF                                                    00111600
           END-IF                                                       00111700
                                                                        00111800
           CLOSE CONVREL.                                               00111900
                                                                        00112000
      *----------------------------------------------------------------*00112100
       5000-99-FIM.          EXIT.                                      00112200
      *----------------------------------------------------------------*00112300
                                                                        00112400
      ******************************************************************00112500
      *               E M I T I R   A C U M U L A D O R E S            *00112600
      ******************************************************************00112700
                                                                        00112800
      *----------------------------------------------------------------*00112900
       6000-EMITIR-ACU                           SECTION.               00113000
      *----------------------------------------------------------------*00113100
                                                                        00113200
           DISPLAY '*=================== FR09DB34 ====================*'00113300
           DISPLAY '*                                                 *'00113400
           DISPLAY '* ACUMULADORES:                                   *'00113500
           DISPLAY '* MODO...............: ' WRK-MODO                   00113600
           DISPLAY '* EXECUCAO...........: ' WRK-RUN-ID                 00113700
           DISPLAY '* TABELAS CONTADAS...: ' ACU-TABELAS                00113800
           IF WRK-MODO EQUAL 'A'                                        00113900
              DISPLAY '* CONVCTL GRAVADOS...: ' ACU-CTL-GRAVADOS        00114000
           ELSE                                                         00114100
              DISPLAY '* CONTAGEM ANTES.....: ' WRK-IDEXEC-ANTES        00114200
              DISPLAY '* CONVCTL LIDOS......: ' ACU-CTL-LIDOS           00114300
              DISPLAY '* FUNCVSAM LIDOS.....: ' ACU-VSAM-LIDOS          00114400
              DISPLAY '* FUNCVSAM GRAVADOS..: ' ACU-VSAM-GRAVADOS       00114500
              DISPLAY '* FUNCARQ LIDOS......: ' ACU-ARQ-LIDOS           00114600
              DISPLAY '* FUNCARQ GRAVADOS...: ' ACU-ARQ-GRAVADOS        00114700
              DISPLAY '* DIVERGENCIAS.......: ' ACU-DIVERGENCIAS        00114800
           END-IF                                                       00114900
           DISPLAY '*                                                 *'00115000
           DISPLAY '*=================== FR09DB34 ====================*'00115100
           DISPLAY ' '                                                  00115200
                                                                        00115300
           IF WRK-PARM-VALIDO NOT EQUAL 'S'                             00115400
              MOVE '1'                     TO CONVREL-CC                00115500
              MOVE SPACES                  TO CONVREL-LINHA             00115600
              STRING 'CONVERSAO DO ID DE FUNCIONARIO - FR09DB34'        00115700
                     '   NADA CONVERTIDO: ' WRK-MOTIVO                  00115800
                     INTO CONVREL-LINHA                                 00115900
              WRITE CONVREL-REC                                         00116000
              GO TO 6000-99-FIM                                         00116100
           END-IF                                                       00116200
                                                                        00116300
           MOVE ' '                        TO CONVREL-CC                00116400
           MOVE ALL '-'                    TO CONVREL-LINHA             00116500
           WRITE CONVREL-REC                                            00116600
                                                                        00116700
           MOVE ' '                        TO CONVREL-CC                00116800
           MOVE SPACES                     TO CONVREL-LINHA             00116900
           IF WRK-MODO EQUAL 'A'                                        00117000
              STRING 'TABELAS CONTADAS: ' ACU-TABELAS                   00117100
                     '   TRAVA FUNC2 MANTIDA ATE O MODO D'              00117200
                     INTO CONVREL-LINHA                                 00117300
           ELSE                                                         00117400
              IF ACU-DIVERGENCIAS EQUAL ZEROS                           00117500
                 STRING 'TABELAS CONTADAS: ' ACU-TABELAS                00117600
                        '   CONVERSAO CONCILIADA - TRAVA FUNC2 LIBERADA'00117700
                        INTO CONVREL-LINHA                              00117800
              ELSE                                                      00117900
                 STRING 'TABELAS CONTADAS: ' ACU-TABELAS                00118000
                        '   DIVERGENCIAS: ' ACU-DIVERGENCIAS            00118100
                        '   TRAVA FUNC2 MANTIDA'                        00118200
                        INTO CONVREL-LINHA                              00118300
              END-IF                                                    00118400
           END-IF                                                       00118500
           WRITE CONVREL-REC.                                           00118600
                                                                        00118700
      *----------------------------------------------------------------*00118800
       6000-99-FIM.                              EXIT.                  00118900
      *----------------------------------------------------------------*00119000
                                                                        00119100
      ******************************************************************00119200
      *                     T R A T A R   E R R O                      *00119300
      ******************************************************************00119400
                                                                        00119500
      *----------------------------------------------------------------*00119600
       9000-TRATAR-ERRO                          SECTION.               00119700
      *----------------------------------------------------------------*00119800
                                                                        00119900
           ACCEPT WRK-LOG-DATA               FROM DATE YYYYMMDD         00120000
           ACCEPT WRK-LOG-HORA               FROM TIME                  00120100
           CALL 'GRAVALOG'                       USING WRK-LOG          00120200
           MOVE 16                TO RETURN-CODE                        00120300
           EXEC SQL                                                     00120400
              ROLLBACK                                                  00120500
           END-EXEC                                                     00120600
           PERFORM 5000-FINALIZAR                                       00120700
           GOBACK.                                                      00120800
                                                                        00120900
      *----------------------------------------------------------------*00121000
       9000-99-FIM.                              EXIT.                  00121100
      *----------------------------------------------------------------*00121200
