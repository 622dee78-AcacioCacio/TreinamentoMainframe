      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. FR09DB35.                                            00000500
       AUTHOR.     ACACIO.                                              00000600
                                                                        00000700
      *================================================================*00000800
      *                        TREINAMENTO                             *00000900
      *================================================================*00001000
      *     PROGRAMA....: FR09DB35                                     *00001100
      *     PROGRAMADOR.: ACACIO JORGE                                 *00001200
      *     INSTRUTOR...: IVAN SANCHES                                 *00001300
      *     EMPRESA.....: FOURSYS                                      *00001400
      *     DATA........: 15/10/2026                                   *00001500
      *----------------------------------------------------------------*00001600
      *     OBJETIVO....: CONSULTA ONLINE DE FUNCIONARIOS PARA AS      *00001700
      *                   AGENCIAS (CICS, TRANSACAO FR35, PSEUDO-      *00001800
      *                   CONVERSACIONAL) SOBRE O MASTER FUNCVSAM      *00001900
      *                   ATUALIZADO A NOITE PELO FR09DB27:            *00002000
      *                   M35DET - FUNCIONARIO POR VSAM-ID             *00002100
      *                   M35NOM - LISTA POR INICIO DO NOME (PATH      *00002200
      *                            DO AIX DE VSAM-NOME)                *00002300
      *                   M35SET - LISTA DO SETOR (PATH DO AIX DE      *00002400
      *                            VSAM-SETOR) COM O NOME DO SETOR     *00002500
      *                            DE FOUR001.SETOR (KSDS SETVSAM)     *00002600
      *                   TODA CONSULTA GRAVA UMA LINHA NA FILA TD     *00002700
      *                   FR35 COM O USUARIO; SEM O LOG GRAVADO O      *00002800
      *                   RESULTADO NAO E EXIBIDO. O SALARIO SO E      *00002900
      *                   MOSTRADO A QUEM TEM READ NO PERFIL           *00003000
      *                   FR09.FUNCVSAM.SALARIO DA CLASSE FACILITY     *00003100
      *                   (GRUPO AUTORIZADO PELO RACF); PARA OS        *00003200
      *                   DEMAIS SAI 'RESTRITO'.                       *00003300
      *----------------------------------------------------------------*00003400
      *     COMMAREA....: TELA, CHAVE PESQUISADA E POSICAO DA ULTIMA   *00003500
      *                   LINHA EXIBIDA (PAGINACAO COM PF8)            *00003600
      *----------------------------------------------------------------*00003700
      *                                                                *00003800
      *     ARQUIVOS....:                                              *00003900
      *       FCT                  I/O                 INCLUDE/BOOK    *00004000
      *       FUNCVS                I  (KSDS)            BKFUNCVS      *00004100
      *       FUNCVSN               I  (PATH NOME)       BKFUNCVS      *00004200
      *       FUNCVSS               I  (PATH SETOR)      BKFUNCVS      *00004300
      *       SETVS                 I  (KSDS)            BKSETONL      *00004400
      *       FR35                  O  (FILA TD)         BKCONSLOG     *00004500
      *                                                                *00004600
      *----------------------------------------------------------------*00004700
      *                                                                *00004800
      *     MAPSET......:                                              *00004900
      *       FR09M35                                    FR09M35       *00005000
      *                                                                *00005100
      *================================================================*00005200
                                                                        00005300
      *=============================================================*   00005400
       ENVIRONMENT                               DIVISION.              00005500
      *=============================================================*   00005600
                                                                        00005700
      *-------------------------------------------------------------*   00005800
       CONFIGURATION                               SECTION.             00005900
      *-------------------------------------------------------------*   00006000
       SPECIAL-NAMES.                                                   00006100
           DECIMAL-POINT IS COMMA.                                      00006200
                                                                        00006300
      *=============================================================*   00006400
       DATA                                      DIVISION.              00006500
                                                                        00006600
      *-------------------------------------------------------------*   00006700
       WORKING-STORAGE                             SECTION.             00006800
      *-------------------------------------------------------------*   00006900
                                                                        00007000
      *----------------------------------------------------------------*00007100
       01  FILLER                      PIC  X(050)         VALUE        00007200
           '*** INICIO DA WORKING FR09DB35 ***'.                        00007300
      *----------------------------------------------------------------*00007400
                                                                        00007500
      *----------------------------------------------------------------*00007600
       01  FILLER                                  PIC X(050)    VALUE  00007700
           '*** AREA DA COMMAREA ***'.                                  00007800
      *----------------------------------------------------------------*00007900
                                                                        00008000
      *    TELA: D = POR ID / N = LISTA POR NOME / S = LISTA POR SETOR  00008100
      *    ULT-CHAVE/ULT-ID: ULTIMA LINHA DA PAGINA EXIBIDA (O AIX NAO  00008200
      *    E UNICO, ENTAO A PAGINA SEGUINTE RECOMECA NA CHAVE E PULA    00008300
      *    OS IDS JA EXIBIDOS)                                          00008400
       01  WRK-COMMAREA.                                                00008500
           05  WRK-CA-TELA                 PIC X(01).                   00008600
           05  WRK-CA-CHAVE                PIC X(30).                   00008700
           05  WRK-CA-TAM                  PIC 9(02).                   00008800
           05  WRK-CA-ULT-CHAVE            PIC X(30).                   00008900
           05  WRK-CA-ULT-ID               PIC 9(08).                   00009000
           05  WRK-CA-FIM                  PIC X(01).                   00009100
                                                                        00009200
      *----------------------------------------------------------------*00009300
       01  FILLER                                  PIC X(050)    VALUE  00009400
           '*** AREA DOS MAPAS ***'.                                    00009500
      *----------------------------------------------------------------*00009600
                                                                        00009700
           COPY 'DFHAID'.                                               00009800
                                                                        00009900
           COPY 'FR09M35'.                                              00010000
                                                                        00010100
      *----------------------------------------------------------------*00010200
       01  FILLER                                  PIC X(050)    VALUE  00010300
           '*** AREA DOS ARQUIVOS ***'.                                 00010400
      *----------------------------------------------------------------*00010500
                                                                        00010600
           COPY 'BKFUNCVS'.                                             00010700
                                                                        00010800
           COPY 'BKSETONL'.                                             00010900
                                                                        00011000
           COPY 'BKCONSLOG'.                                            00011100
                                                                        00011200
      *----------------------------------------------------------------*00011300
       01  FILLER                                  PIC X(050)    VALUE  00011400
           '*** AREA DE VARIAVEIS AUXILIARES ***'.                      00011500
      *----------------------------------------------------------------*00011600
                                                                        00011700
       77 WRK-RESP                PIC S9(08) COMP    VALUE ZEROS.       00011800
       77 WRK-RESP-ED             PIC ZZZZZZZ9.                         00011900
       77 WRK-USUARIO             PIC X(08)          VALUE SPACES.      00012000
       77 WRK-ABSTIME             PIC S9(15) COMP-3  VALUE ZEROS.       00012100
       77 WRK-DATA                PIC X(08)          VALUE SPACES.      00012200
       77 WRK-HORA                PIC X(06)          VALUE SPACES.      00012300
       77 WRK-DATA-ED             PIC X(10)          VALUE SPACES.      00012400
       77 WRK-CVDA-SAL            PIC S9(08) COMP    VALUE ZEROS.       00012500
       77 WRK-SAL-AUT             PIC X(01)          VALUE 'N'.         00012600
       77 WRK-SAL-ED              PIC ZZ.ZZZ.ZZ9,99.                    00012700
       77 WRK-SAL-TXT             PIC X(13)          VALUE SPACES.      00012800
       77 WRK-MSG                 PIC X(78)          VALUE SPACES.      00012900
       77 WRK-ID-NUM              PIC 9(08)          VALUE ZEROS.       00013000
       77 WRK-CHAVE-NOME          PIC X(30)          VALUE SPACES.      00013100
       77 WRK-CHAVE-SETOR         PIC X(10)          VALUE SPACES.      00013200
       77 WRK-NOME-SETOR          PIC X(30)          VALUE SPACES.      00013300
       77 WRK-FIM-BROWSE          PIC X(01)          VALUE 'N'.         00013400
       77 WRK-ERRO-ARQ            PIC X(01)          VALUE 'N'.         00013500
       77 WRK-LOG-OK              PIC X(01)          VALUE 'N'.         00013600
       77 WRK-QTD-LIN             PIC S9(04) COMP    VALUE ZEROS.       00013700
       77 WRK-IX                  PIC S9(04) COMP    VALUE ZEROS.       00013800
       77 WRK-MAX-LIN             PIC S9(04) COMP    VALUE 12.          00013900
                                                                        00014000
      *    LINHA DAS LISTAS (MESMAS COLUNAS DO CABECALHO DOS MAPAS)     00014100
       01  WRK-LIN-LISTA.                                               00014200
           05  WRK-LIN-ID                  PIC 9(08).                   00014300
           05  FILLER                      PIC X(01)    VALUE SPACES.   00014400
           05  WRK-LIN-NOME                PIC X(30).                   00014500
           05  FILLER                      PIC X(01)    VALUE SPACES.   00014600
           05  WRK-LIN-SETOR               PIC X(10).                   00014700
           05  FILLER                      PIC X(01)    VALUE SPACES.   00014800
           05  WRK-LIN-SAL                 PIC X(13).                   00014900
           05  FILLER                      PIC X(15)    VALUE SPACES.   00015000
                                                                        00015100
       01  WRK-TXT-FIM                     PIC X(23)    VALUE           00015200
           'CONSULTA FR35 ENCERRADA'.                                   00015300
                                                                        00015400
      *----------------------------------------------------------------*00015500
       01  FILLER                 PIC  X(050)         VALUE             00015600
           '*** FINAL DA WORKING FR09DB35 ***'.                         00015700
      *----------------------------------------------------------------*00015800
                                                                        00015900
      *-------------------------------------------------------------*   00016000
       LINKAGE                                      SECTION.            00016100
      *-------------------------------------------------------------*   00016200
                                                                        00016300
       01  DFHCOMMAREA                 PIC X(72).                       00016400
                                                                        00016500
      *================================================================*00016600
       PROCEDURE                    DIVISION.                           00016700
      *================================================================*00016800
                                                                        00016900
      ******************************************************************00017000
      *                       P R I N C I P A L                        *00017100
      ******************************************************************00017200
                                                                        00017300
      *----------------------------------------------------------------*00017400
       0000-PRINCIPAL                                 SECTION.          00017500
      *----------------------------------------------------------------*00017600
                                                                        00017700
           PERFORM 1000-INICIAR.                                        00017800
                                                                        00017900
           IF EIBCALEN EQUAL ZEROS                                      00018000
              MOVE 'D'                  TO WRK-CA-TELA                  00018100
              PERFORM 6000-ENVIAR-TELA                                  00018200
           ELSE                                                         00018300
              IF EIBAID EQUAL DFHPF3 OR EIBAID EQUAL DFHCLEAR           00018400
                 PERFORM 8000-ENCERRAR                                  00018500
              ELSE                                                      00018600
                 PERFORM 2000-TRATAR-TECLA                              00018700
              END-IF                                                    00018800
           END-IF.                                                      00018900
                                                                        00019000
           PERFORM 9000-RETORNAR.                                       00019100
                                                                        00019200
      *----------------------------------------------------------------*00019300
       0000-99-FIM.                                   EXIT.             00019400
      *----------------------------------------------------------------*00019500
                                                                        00019600
      ******************************************************************00019700
      *                         I N I C I A R                          *00019800
      ******************************************************************00019900
                                                                        00020000
      *----------------------------------------------------------------*00020100
       1000-INICIAR                                   SECTION.          00020200
      *----------------------------------------------------------------*00020300
                                                                        00020400
           IF EIBCALEN EQUAL ZEROS                                      00020500
              MOVE SPACES               TO WRK-COMMAREA                 00020600
              MOVE ZEROS                TO WRK-CA-TAM                   00020700
              MOVE ZEROS                TO WRK-CA-ULT-ID                00020800
           ELSE                                                         00020900
              MOVE DFHCOMMAREA          TO WRK-COMMAREA                 00021000
           END-IF.                                                      00021100
                                                                        00021200
           EXEC CICS ASSIGN                                             00021300
                USERID(WRK-USUARIO)                                     00021400
           END-EXEC.                                                    00021500
                                                                        00021600
           EXEC CICS ASKTIME                                            00021700
                ABSTIME(WRK-ABSTIME)                                    00021800
           END-EXEC.                                                    00021900
                                                                        00022000
           EXEC CICS FORMATTIME                                         00022100
                ABSTIME(WRK-ABSTIME)                                    00022200
                YYYYMMDD(WRK-DATA)                                      00022300
                DDMMYYYY(WRK-DATA-ED)                                   00022400
                DATESEP('/')                                            00022500
                TIME(WRK-HORA)                                          00022600
           END-EXEC.                                                    00022700
                                                                        00022800
      *    SALARIO SO PARA QUEM TEM READ NO PERFIL DA CLASSE FACILITY   00022900
           MOVE 'N'                     TO WRK-SAL-AUT.                 00023000
           EXEC CICS QUERY SECURITY                                     00023100
                RESCLASS('FACILITY')                                    00023200
                RESID('FR09.FUNCVSAM.SALARIO')                          00023300
                RESIDLENGTH(21)                                         00023400
                READ(WRK-CVDA-SAL)                                      00023500
                RESP(WRK-RESP)                                          00023600
           END-EXEC.                                                    00023700
                                                                        00023800
           IF WRK-RESP EQUAL DFHRESP(NORMAL)                            00023900
              AND WRK-CVDA-SAL EQUAL DFHVALUE(READABLE)                 00024000
              MOVE 'S'                  TO WRK-SAL-AUT                  00024100
           END-IF.                                                      00024200
                                                                        00024300
      *----------------------------------------------------------------*00024400
       1000-99-FIM.                                   EXIT.             00024500
      *----------------------------------------------------------------*00024600
                                                                        00024700
      ******************************************************************00024800
      *                    T R A T A R   T E C L A                     *00024900
      ******************************************************************00025000
                                                                        00025100
      *----------------------------------------------------------------*00025200
       2000-TRATAR-TECLA                              SECTION.          00025300
      *----------------------------------------------------------------*00025400
                                                                        00025500
           EVALUATE TRUE                                                00025600
              WHEN EIBAID EQUAL DFHENTER                                00025700
                 EVALUATE WRK-CA-TELA                                   00025800
                    WHEN 'N'                                            00025900
                       PERFORM 4000-LISTAR-NOME                         00026000
                    WHEN 'S'                                            00026100
                       PERFORM 5000-LISTAR-SETOR                        00026200
                    WHEN OTHER                                          00026300
                       PERFORM 3000-CONSULTAR-ID                        00026400
                 END-EVALUATE                                           00026500
                                                                        00026600
              WHEN EIBAID EQUAL DFHPF4                                  00026700
                 MOVE 'D'               TO WRK-CA-TELA                  00026800
                 PERFORM 6000-ENVIAR-TELA                               00026900
                                                                        00027000
              WHEN EIBAID EQUAL DFHPF5                                  00027100
                 MOVE 'N'               TO WRK-CA-TELA                  00027200
                 PERFORM 6000-ENVIAR-TELA                               00027300
                                                                        00027400
              WHEN EIBAID EQUAL DFHPF6                                  00027500
                 MOVE 'S'               TO WRK-CA-TELA                  00027600
                 PERFORM 6000-ENVIAR-TELA                               00027700
                                                                        00027800
              WHEN EIBAID EQUAL DFHPF8                                  00027900
                 PERFORM 2100-AVANCAR-PAGINA                            00028000
                                                                        00028100
              WHEN OTHER                                                00028200
                 MOVE 'TECLA INVALIDA'  TO WRK-MSG                      00028300
                 PERFORM 6100-ENVIAR-MENSAGEM                           00028400
           END-EVALUATE.                                                00028500
                                                                        00028600
      *----------------------------------------------------------------*00028700
       2000-99-FIM.                                   EXIT.             00028800
      *----------------------------------------------------------------*00028900
                                                                        00029000
      *----------------------------------------------------------------*00029100
       2100-AVANCAR-PAGINA                            SECTION.          00029200
      *----------------------------------------------------------------*00029300
                                                                        00029400
           IF WRK-CA-TELA NOT EQUAL 'N' AND WRK-CA-TELA NOT EQUAL 'S'   00029500
              MOVE 'PF8 SO NAS TELAS DE LISTA' TO WRK-MSG               00029600
              PERFORM 6100-ENVIAR-MENSAGEM                              00029700
              GO TO 2100-99-FIM                                         00029800
           END-IF.                                                      00029900
                                                                        00030000
           IF WRK-CA-TAM EQUAL ZEROS                                    00030100
              MOVE 'INFORME A PESQUISA E TECLE ENTER' TO WRK-MSG        00030200
              PERFORM 6100-ENVIAR-MENSAGEM                              00030300
              GO TO 2100-99-FIM                                         00030400
           END-IF.                                                      00030500
                                                                        00030600
           IF WRK-CA-FIM EQUAL 'S'                                      00030700
              MOVE 'NAO HA MAIS FUNCIONARIOS NA LISTA' TO WRK-MSG       00030800
              PERFORM 6100-ENVIAR-MENSAGEM                              00030900
              GO TO 2100-99-FIM                                         00031000
           END-IF.                                                      00031100
                                                                        00031200
           IF WRK-CA-TELA EQUAL 'N'                                     00031300
              PERFORM 4100-PAGINA-NOME                                  00031400
           ELSE                                                         00031500
              PERFORM 5100-PAGINA-SETOR                                 00031600
           END-IF.                                                      00031700
                                                                        00031800
      *----------------------------------------------------------------*00031900
       2100-99-FIM.                                   EXIT.             00032000
      *----------------------------------------------------------------*00032100
                                                                        00032200
      ******************************************************************00032300
      *                C O N S U L T A R   P O R   I D                 *00032400
      ******************************************************************00032500
                                                                        00032600
      *----------------------------------------------------------------*00032700
       3000-CONSULTAR-ID                              SECTION.          00032800
      *----------------------------------------------------------------*00032900
                                                                        00033000
           MOVE LOW-VALUES              TO M35DETI.                     00033100
           EXEC CICS RECEIVE                                            00033200
                MAP('M35DET')                                           00033300
                MAPSET('FR09M35')                                       00033400
                INTO(M35DETI)                                           00033500
                RESP(WRK-RESP)                                          00033600
           END-EXEC.                                                    00033700
                                                                        00033800
      *    SEM DIGITACAO NOVA VALE O ULTIMO ID CONSULTADO               00033900
           IF WRK-RESP EQUAL DFHRESP(MAPFAIL) OR DIDL EQUAL ZEROS       00034000
              IF WRK-CA-TAM EQUAL ZEROS                                 00034100
                 MOVE 'INFORME O ID DO FUNCIONARIO' TO WRK-MSG          00034200
                 PERFORM 6100-ENVIAR-MENSAGEM                           00034300
                 GO TO 3000-99-FIM                                      00034400
              END-IF                                                    00034500
              MOVE WRK-CA-CHAVE(1:8)    TO DIDI                         00034600
           END-IF.                                                      00034700
                                                                        00034800
           IF DIDI NOT NUMERIC OR DIDI EQUAL ZEROS                      00034900
              MOVE 'ID DEVE SER NUMERICO E MAIOR QUE ZERO' TO WRK-MSG   00035000
              PERFORM 6100-ENVIAR-MENSAGEM                              00035100
              GO TO 3000-99-FIM                                         00035200
           END-IF.                                                      00035300
                                                                        00035400
           MOVE DIDI                    TO WRK-ID-NUM.                  00035500
           MOVE SPACES                  TO WRK-CA-CHAVE.                00035600
           MOVE DIDI                    TO WRK-CA-CHAVE(1:8).           00035700
           MOVE 8                       TO WRK-CA-TAM.                  00035800
           MOVE WRK-ID-NUM              TO VSAM-ID.                     00035900
                                                                        00036000
           EXEC CICS READ                                               00036100
                FILE('FUNCVS')                                          00036200
                INTO(VSAM-REC)                                          00036300
                RIDFLD(VSAM-ID)                                         00036400
                RESP(WRK-RESP)                                          00036500
           END-EXEC.                                                    00036600
                                                                        00036700
           EVALUATE WRK-RESP                                            00036800
              WHEN DFHRESP(NORMAL)                                      00036900
                 PERFORM 3100-EXIBIR-DETALHE                            00037000
                                                                        00037100
              WHEN DFHRESP(NOTFND)                                      00037200
                 MOVE 'D'               TO CONSLOG-TELA                 00037300
                 MOVE WRK-CA-CHAVE      TO CONSLOG-CHAVE                00037400
                 MOVE ZEROS             TO CONSLOG-QTDE                 00037500
                 PERFORM 7000-GRAVAR-LOG                                00037600
                 MOVE 'ID NAO CADASTRADO NO FUNCVSAM' TO WRK-MSG        00037700
                 PERFORM 6100-ENVIAR-MENSAGEM                           00037800
                                                                        00037900
              WHEN OTHER                                                00038000
                 MOVE WRK-RESP          TO WRK-RESP-ED                  00038100
                 MOVE SPACES            TO WRK-MSG                      00038200
                 STRING 'ERRO NA LEITURA DO FUNCVS - RESP ' WRK-RESP-ED 00038300
                        INTO WRK-MSG                                    00038400
                 PERFORM 6100-ENVIAR-MENSAGEM                           00038500
           END-EVALUATE.                                                00038600
                                                                        00038700
      *----------------------------------------------------------------*00038800
       3000-99-FIM.                                   EXIT.             00038900
      *----------------------------------------------------------------*00039000
                                                                        00039100
      *----------------------------------------------------------------*00039200
       3100-EXIBIR-DETALHE                            SECTION.          00039300
      *----------------------------------------------------------------*00039400
                                                                        00039500
           MOVE 'D'                     TO CONSLOG-TELA.                00039600
           MOVE WRK-CA-CHAVE            TO CONSLOG-CHAVE.               00039700
           MOVE 1                       TO CONSLOG-QTDE.                00039800
           PERFORM 7000-GRAVAR-LOG.                                     00039900
                                                                        00040000
           IF WRK-LOG-OK NOT EQUAL 'S'                                  00040100
              MOVE 'LOG DE ACESSO INDISPONIVEL - CONSULTA NAO EXIBIDA'  00040200
                                        TO WRK-MSG                      00040300
              PERFORM 6100-ENVIAR-MENSAGEM                              00040400
              GO TO 3100-99-FIM                                         00040500
           END-IF.                                                      00040600
                                                                        00040700
           MOVE VSAM-SETOR              TO WRK-CHAVE-SETOR.             00040800
           PERFORM 7300-LER-SETOR.                                      00040900
           PERFORM 7200-FORMATAR-SALARIO.                               00041000
                                                                        00041100
           MOVE LOW-VALUES              TO M35DETO.                     00041200
           MOVE WRK-DATA-ED             TO DDATAO.                      00041300
           MOVE VSAM-ID                 TO DIDO.                        00041400
           MOVE VSAM-NOME               TO DNOMEO.                      00041500
           MOVE VSAM-SETOR              TO DSETORO.                     00041600
           MOVE WRK-NOME-SETOR          TO DSETNMO.                     00041700
           MOVE WRK-SAL-TXT             TO DSALO.                       00041800
           MOVE VSAM-DATAADM            TO DADMO.                       00041900
           MOVE VSAM-EMAIL              TO DEMAILO.                     00042000
           MOVE SPACES                  TO DMSGO.                       00042100
                                                                        00042200
           EXEC CICS SEND                                               00042300
                MAP('M35DET')                                           00042400
                MAPSET('FR09M35')                                       00042500
                FROM(M35DETO)                                           00042600
                ERASE                                                   00042700
           END-EXEC.                                                    00042800
                                                                        00042900
      *----------------------------------------------------------------*00043000
       3100-99-FIM.                                   EXIT.             00043100
      *----------------------------------------------------------------*00043200
                                                                        00043300
      ******************************************************************00043400
      *                 L I S T A R   P O R   N O M E                  *00043500
      ******************************************************************00043600
                                                                        00043700
      *----------------------------------------------------------------*00043800
       4000-LISTAR-NOME                               SECTION.          00043900
      *----------------------------------------------------------------*00044000
                                                                        00044100
           MOVE LOW-VALUES              TO M35NOMI.                     00044200
           EXEC CICS RECEIVE                                            00044300
                MAP('M35NOM')                                           00044400
                MAPSET('FR09M35')                                       00044500
                INTO(M35NOMI)                                           00044600
                RESP(WRK-RESP)                                          00044700
           END-EXEC.                                                    00044800
                                                                        00044900
      *    SEM DIGITACAO NOVA A PESQUISA ANTERIOR VOLTA AO INICIO       00045000
           IF WRK-RESP EQUAL DFHRESP(MAPFAIL) OR NPREFL EQUAL ZEROS     00045100
              IF WRK-CA-TAM EQUAL ZEROS                                 00045200
                 MOVE 'INFORME O INICIO DO NOME' TO WRK-MSG             00045300
                 PERFORM 6100-ENVIAR-MENSAGEM                           00045400
                 GO TO 4000-99-FIM                                      00045500
              END-IF                                                    00045600
           ELSE                                                         00045700
              INSPECT NPREFI REPLACING ALL LOW-VALUE BY SPACE           00045800
              MOVE NPREFI               TO WRK-CA-CHAVE                 00045900
              PERFORM 7400-TAMANHO-CHAVE                                00046000
                 VARYING WRK-IX FROM 30 BY -1                           00046100
                   UNTIL WRK-IX EQUAL ZEROS                             00046200
                      OR WRK-CA-CHAVE(WRK-IX:1) NOT EQUAL SPACE         00046300
              IF WRK-IX EQUAL ZEROS                                     00046400
                 MOVE ZEROS             TO WRK-CA-TAM                   00046500
                 MOVE 'INFORME O INICIO DO NOME' TO WRK-MSG             00046600
                 PERFORM 6100-ENVIAR-MENSAGEM                           00046700
                 GO TO 4000-99-FIM                                      00046800
              END-IF                                                    00046900
              MOVE WRK-IX               TO WRK-CA-TAM                   00047000
           END-IF.                                                      00047100
                                                                        00047200
           MOVE WRK-CA-CHAVE            TO WRK-CA-ULT-CHAVE.            00047300
           MOVE ZEROS                   TO WRK-CA-ULT-ID.               00047400
           MOVE 'N'                     TO WRK-CA-FIM.                  00047500
           PERFORM 4100-PAGINA-NOME.                                    00047600
                                                                        00047700
      *----------------------------------------------------------------*00047800
       4000-99-FIM.                                   EXIT.             00047900
      *----------------------------------------------------------------*00048000
                                                                        00048100
      *----------------------------------------------------------------*00048200
       4100-PAGINA-NOME                               SECTION.          00048300
      *----------------------------------------------------------------*00048400
                                                                        00048500
           MOVE LOW-VALUES              TO M35NOMO.                     00048600
           MOVE ZEROS                   TO WRK-QTD-LIN.                 00048700
           MOVE 'N'                     TO WRK-FIM-BROWSE.              00048800
           MOVE 'N'                     TO WRK-ERRO-ARQ.                00048900
           MOVE WRK-CA-ULT-CHAVE        TO WRK-CHAVE-NOME.              00049000
                                                                        00049100
           EXEC CICS STARTBR                                            00049200
                FILE('FUNCVSN')                                         00049300
                RIDFLD(WRK-CHAVE-NOME)                                  00049400
                GTEQ                                                    00049500
                RESP(WRK-RESP)                                          00049600
           END-EXEC.                                                    00049700
                                                                        00049800
           EVALUATE WRK-RESP                                            00049900
              WHEN DFHRESP(NORMAL)                                      00050000
                 PERFORM 4200-LER-PROX-NOME                             00050100
                   UNTIL WRK-FIM-BROWSE EQUAL 'S'                       00050200
                 EXEC CICS ENDBR                                        00050300
                      FILE('FUNCVSN')                                   00050400
                 END-EXEC                                               00050500
                                                                        00050600
              WHEN DFHRESP(NOTFND)                                      00050700
                 MOVE 'S'               TO WRK-CA-FIM                   00050800
                                                                        00050900
              WHEN OTHER                                                00051000
                 MOVE 'S'               TO WRK-ERRO-ARQ                 00051100
           END-EVALUATE.                                                00051200
                                                                        00051300
           IF WRK-ERRO-ARQ EQUAL 'S'                                    00051400
              MOVE WRK-RESP             TO WRK-RESP-ED                  00051500
              MOVE SPACES               TO WRK-MSG                      00051600
              STRING 'ERRO NA LEITURA DO FUNCVSN - RESP ' WRK-RESP-ED   00051700
                     INTO WRK-MSG                                       00051800
              PERFORM 6100-ENVIAR-MENSAGEM                              00051900
              GO TO 4100-99-FIM                                         00052000
           END-IF.                                                      00052100
                                                                        00052200
           MOVE 'N'                     TO CONSLOG-TELA.                00052300
           MOVE WRK-CA-CHAVE            TO CONSLOG-CHAVE.               00052400
           MOVE WRK-QTD-LIN             TO CONSLOG-QTDE.                00052500
           PERFORM 7000-GRAVAR-LOG.                                     00052600
                                                                        00052700
           IF WRK-LOG-OK NOT EQUAL 'S'                                  00052800
              MOVE LOW-VALUES           TO M35NOMO                      00052900
              MOVE 'LOG DE ACESSO INDISPONIVEL - CONSULTA NAO EXIBIDA'  00053000
                                        TO WRK-MSG                      00053100
              PERFORM 6100-ENVIAR-MENSAGEM                              00053200
              GO TO 4100-99-FIM                                         00053300
           END-IF.                                                      00053400
                                                                        00053500
           PERFORM 7500-MENSAGEM-LISTA.                                 00053600
           MOVE WRK-DATA-ED             TO NDATAO.                      00053700
           MOVE WRK-CA-CHAVE            TO NPREFO.                      00053800
           MOVE WRK-MSG                 TO NMSGO.                       00053900
                                                                        00054000
           EXEC CICS SEND                                               00054100
                MAP('M35NOM')                                           00054200
                MAPSET('FR09M35')                                       00054300
                FROM(M35NOMO)                                           00054400
                ERASE                                                   00054500
           END-EXEC.                                                    00054600
                                                                        00054700
      *----------------------------------------------------------------*00054800
       4100-99-FIM.                                   EXIT.             00054900
      *----------------------------------------------------------------*00055000
                                                                        00055100
      *----------------------------------------------------------------*00055200
       4200-LER-PROX-NOME                             SECTION.          00055300
      *----------------------------------------------------------------*00055400
                                                                        00055500
           EXEC CICS READNEXT                                           00055600
                FILE('FUNCVSN')                                         00055700
                INTO(VSAM-REC)                                          00055800
                RIDFLD(WRK-CHAVE-NOME)                                  00055900
                RESP(WRK-RESP)                                          00056000
           END-EXEC.                                                    00056100
                                                                        00056200
           IF WRK-RESP EQUAL DFHRESP(ENDFILE)                           00056300
              MOVE 'S'                  TO WRK-FIM-BROWSE               00056400
              MOVE 'S'                  TO WRK-CA-FIM                   00056500
              GO TO 4200-99-FIM                                         00056600
           END-IF.                                                      00056700
                                                                        00056800
      *    DUPKEY SO AVISA QUE HA OUTROS IDS COM O MESMO NOME           00056900
           IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                        00057000
              AND WRK-RESP NOT EQUAL DFHRESP(DUPKEY)                    00057100
              MOVE 'S'                  TO WRK-FIM-BROWSE               00057200
              MOVE 'S'                  TO WRK-ERRO-ARQ                 00057300
              GO TO 4200-99-FIM                                         00057400
           END-IF.                                                      00057500
                                                                        00057600
           IF VSAM-NOME(1:WRK-CA-TAM) NOT EQUAL                         00057700
              WRK-CA-CHAVE(1:WRK-CA-TAM)                                00057800
              MOVE 'S'                  TO WRK-FIM-BROWSE               00057900
              MOVE 'S'                  TO WRK-CA-FIM                   00058000
              GO TO 4200-99-FIM                                         00058100
           END-IF.                                                      00058200
                                                                        00058300
           IF VSAM-NOME EQUAL WRK-CA-ULT-CHAVE                          00058400
              AND VSAM-ID NOT GREATER WRK-CA-ULT-ID                     00058500
              GO TO 4200-99-FIM                                         00058600
           END-IF.                                                      00058700
                                                                        00058800
      *    PAGINA CHEIA - O REGISTRO LIDO FICA PARA O PF8               00058900
           IF WRK-QTD-LIN EQUAL WRK-MAX-LIN                             00059000
              MOVE 'S'                  TO WRK-FIM-BROWSE               00059100
              GO TO 4200-99-FIM                                         00059200
           END-IF.                                                      00059300
                                                                        00059400
           ADD 1                        TO WRK-QTD-LIN.                 00059500
           PERFORM 7100-FORMATAR-LINHA.                                 00059600
           MOVE WRK-LIN-LISTA           TO NLINO(WRK-QTD-LIN).          00059700
           MOVE VSAM-NOME               TO WRK-CA-ULT-CHAVE.            00059800
           MOVE VSAM-ID                 TO WRK-CA-ULT-ID.               00059900
                                                                        00060000
      *----------------------------------------------------------------*00060100
       4200-99-FIM.                                   EXIT.             00060200
      *----------------------------------------------------------------*00060300
                                                                        00060400
      ******************************************************************00060500
      *                L I S T A R   P O R   S E T O R                 *00060600
      ******************************************************************00060700
                                                                        00060800
      *----------------------------------------------------------------*00060900
       5000-LISTAR-SETOR                              SECTION.          00061000
      *----------------------------------------------------------------*00061100
                                                                        00061200
           MOVE LOW-VALUES              TO M35SETI.                     00061300
           EXEC CICS RECEIVE                                            00061400
                MAP('M35SET')                                           00061500
                MAPSET('FR09M35')                                       00061600
                INTO(M35SETI)                                           00061700
                RESP(WRK-RESP)                                          00061800
           END-EXEC.                                                    00061900
                                                                        00062000
      *    SEM DIGITACAO NOVA O SETOR ANTERIOR VOLTA AO INICIO          00062100
           IF WRK-RESP EQUAL DFHRESP(MAPFAIL) OR SSETORL EQUAL ZEROS    00062200
              IF WRK-CA-TAM EQUAL ZEROS                                 00062300
                 MOVE 'INFORME O SETOR' TO WRK-MSG                      00062400
                 PERFORM 6100-ENVIAR-MENSAGEM                           00062500
                 GO TO 5000-99-FIM                                      00062600
              END-IF                                                    00062700
           ELSE                                                         00062800
              INSPECT SSETORI REPLACING ALL LOW-VALUE BY SPACE          00062900
              IF SSETORI EQUAL SPACES                                   00063000
                 MOVE ZEROS             TO WRK-CA-TAM                   00063100
                 MOVE 'INFORME O SETOR' TO WRK-MSG                      00063200
                 PERFORM 6100-ENVIAR-MENSAGEM                           00063300
                 GO TO 5000-99-FIM                                      00063400
              END-IF                                                    00063500
              MOVE SPACES               TO WRK-CA-CHAVE                 00063600
              MOVE SSETORI              TO WRK-CA-CHAVE(1:10)           00063700
              MOVE 10                   TO WRK-CA-TAM                   00063800
           END-IF.                                                      00063900
                                                                        00064000
           MOVE WRK-CA-CHAVE            TO WRK-CA-ULT-CHAVE.            00064100
           MOVE ZEROS                   TO WRK-CA-ULT-ID.               00064200
           MOVE 'N'                     TO WRK-CA-FIM.                  00064300
           PERFORM 5100-PAGINA-SETOR.                                   00064400
                                                                        00064500
      *----------------------------------------------------------------*00064600
       5000-99-FIM.                                   EXIT.             00064700
      *----------------------------------------------------------------*00064800
                                                                        00064900
      *----------------------------------------------------------------*00065000
       5100-PAGINA-SETOR                              SECTION.          00065100
      *----------------------------------------------------------------*00065200
                                                                        00065300
           MOVE LOW-VALUES              TO M35SETO.                     00065400
           MOVE ZEROS                   TO WRK-QTD-LIN.                 00065500
           MOVE 'N'                     TO WRK-FIM-BROWSE.              00065600
           MOVE 'N'                     TO WRK-ERRO-ARQ.                00065700
           MOVE WRK-CA-ULT-CHAVE(1:10)  TO WRK-CHAVE-SETOR.             00065800
                                                                        00065900
           EXEC CICS STARTBR                                            00066000
                FILE('FUNCVSS')                                         00066100
                RIDFLD(WRK-CHAVE-SETOR)                                 00066200
                EQUAL                                                   00066300
                RESP(WRK-RESP)                                          00066400
           END-EXEC.                                                    00066500
                                                                        00066600
           EVALUATE WRK-RESP                                            00066700
              WHEN DFHRESP(NORMAL)                                      00066800
                 PERFORM 5200-LER-PROX-SETOR                            00066900
                   UNTIL WRK-FIM-BROWSE EQUAL 'S'                       00067000
                 EXEC CICS ENDBR                                        00067100
                      FILE('FUNCVSS')                                   00067200
                 END-EXEC                                               00067300
                                                                        00067400
              WHEN DFHRESP(NOTFND)                                      00067500
                 MOVE 'S'               TO WRK-CA-FIM                   00067600
                                                                        00067700
              WHEN OTHER                                                00067800
                 MOVE 'S'               TO WRK-ERRO-ARQ                 00067900
           END-EVALUATE.                                                00068000
                                                                        00068100
           IF WRK-ERRO-ARQ EQUAL 'S'                                    00068200
              MOVE WRK-RESP             TO WRK-RESP-ED                  00068300
              MOVE SPACES               TO WRK-MSG                      00068400
              STRING 'ERRO NA LEITURA DO FUNCVSS - RESP ' WRK-RESP-ED   00068500
                     INTO WRK-MSG                                       00068600
              PERFORM 6100-ENVIAR-MENSAGEM                              00068700
              GO TO 5100-99-FIM                                         00068800
           END-IF.                                                      00068900
                                                                        00069000
           MOVE 'S'                     TO CONSLOG-TELA.                00069100
           MOVE WRK-CA-CHAVE            TO CONSLOG-CHAVE.               00069200
           MOVE WRK-QTD-LIN             TO CONSLOG-QTDE.                00069300
           PERFORM 7000-GRAVAR-LOG.                                     00069400
                                                                        00069500
           IF WRK-LOG-OK NOT EQUAL 'S'                                  00069600
              MOVE LOW-VALUES           TO M35SETO                      00069700
              MOVE 'LOG DE ACESSO INDISPONIVEL - CONSULTA NAO EXIBIDA'  00069800
                                        TO WRK-MSG                      00069900
              PERFORM 6100-ENVIAR-MENSAGEM                              00070000
              GO TO 5100-99-FIM                                         00070100
           END-IF.                                                      00070200
                                                                        00070300
           MOVE WRK-CA-CHAVE(1:10)      TO WRK-CHAVE-SETOR.             00070400
           PERFORM 7300-LER-SETOR.                                      00070500
           PERFORM 7500-MENSAGEM-LISTA.                                 00070600
           MOVE WRK-DATA-ED             TO SDATAO.                      00070700
           MOVE WRK-CA-CHAVE(1:10)      TO SSETORO.                     00070800
           MOVE WRK-NOME-SETOR          TO SSETNMO.                     00070900
           MOVE WRK-MSG                 TO SMSGO.                       00071000
                                                                        00071100
           EXEC CICS SEND                                               00071200
                MAP('M35SET')                                           00071300
                MAPSET('FR09M35')                                       00071400
                FROM(M35SETO)                                           00071500
                ERASE                                                   00071600
           END-EXEC.                                                    00071700
                                                                        00071800
      *----------------------------------------------------------------*00071900
       5100-99-FIM.                                   EXIT.             00072000
      *----------------------------------------------------------------*00072100
                                                                        00072200
      *----------------------------------------------------------------*00072300
       5200-LER-PROX-SETOR                            SECTION.          00072400
      *----------------------------------------------------------------*00072500
                                                                        00072600
           EXEC CICS READNEXT                                           00072700
                FILE('FUNCVSS')                                         00072800
                INTO(VSAM-REC)                                          00072900
                RIDFLD(WRK-CHAVE-SETOR)                                 00073000
                RESP(WRK-RESP)                                          00073100
           END-EXEC.                                                    00073200
                                                                        00073300
           IF WRK-RESP EQUAL DFHRESP(ENDFILE)                           00073400
              MOVE 'S'                  TO WRK-FIM-BROWSE               00073500
              MOVE 'S'                  TO WRK-CA-FIM                   00073600
              GO TO 5200-99-FIM                                         00073700
           END-IF.                                                      00073800
                                                                        00073900
      *    DUPKEY SO AVISA QUE HA OUTROS IDS NO MESMO SETOR             00074000
           IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                        00074100
              AND WRK-RESP NOT EQUAL DFHRESP(DUPKEY)                    00074200
              MOVE 'S'                  TO WRK-FIM-BROWSE               00074300
              MOVE 'S'                  TO WRK-ERRO-ARQ                 00074400
              GO TO 5200-99-FIM                                         00074500
           END-IF.                                                      00074600
                                                                        00074700
           IF VSAM-SETOR NOT EQUAL WRK-CA-CHAVE(1:10)                   00074800
              MOVE 'S'                  TO WRK-FIM-BROWSE               00074900
              MOVE 'S'                  TO WRK-CA-FIM                   00075000
              GO TO 5200-99-FIM                                         00075100
           END-IF.                                                      00075200
                                                                        00075300
           IF VSAM-ID NOT GREATER WRK-CA-ULT-ID                         00075400
              GO TO 5200-99-FIM                                         00075500
           END-IF.                                                      00075600
                                                                        00075700
      *    PAGINA CHEIA - O REGISTRO LIDO FICA PARA O PF8               00075800
           IF WRK-QTD-LIN EQUAL WRK-MAX-LIN                             00075900
              MOVE 'S'                  TO WRK-FIM-BROWSE               00076000
              GO TO 5200-99-FIM                                         00076100
           END-IF.                                                      00076200
                                                                        00076300
           ADD 1                        TO WRK-QTD-LIN.                 00076400
           PERFORM 7100-FORMATAR-LINHA.                                 00076500
           MOVE WRK-LIN-LISTA           TO SLINO(WRK-QTD-LIN).          00076600
           MOVE VSAM-ID                 TO WRK-CA-ULT-ID.               00076700
                                                                        00076800
      *----------------------------------------------------------------*00076900
       5200-99-FIM.                                   EXIT.             00077000
      *----------------------------------------------------------------*00077100
                                                                        00077200
      ******************************************************************00077300
      *                     E N V I A R   T E L A                      *00077400
      ******************************************************************00077500
                                                                        00077600
      *    TELA EM BRANCO DA CONSULTA CORRENTE (ENTRADA E TROCA DE TELA)00077700
      *----------------------------------------------------------------*00077800
       6000-ENVIAR-TELA                               SECTION.          00077900
      *----------------------------------------------------------------*00078000
                                                                        00078100
           MOVE SPACES                  TO WRK-CA-CHAVE.                00078200
           MOVE SPACES                  TO WRK-CA-ULT-CHAVE.            00078300
           MOVE ZEROS                   TO WRK-CA-TAM.                  00078400
           MOVE ZEROS                   TO WRK-CA-ULT-ID.               00078500
           MOVE 'N'                     TO WRK-CA-FIM.                  00078600
                                                                        00078700
           EVALUATE WRK-CA-TELA                                         00078800
              WHEN 'N'                                                  00078900
                 MOVE LOW-VALUES        TO M35NOMO                      00079000
                 MOVE WRK-DATA-ED       TO NDATAO                       00079100
                 EXEC CICS SEND                                         00079200
                      MAP('M35NOM')                                     00079300
                      MAPSET('FR09M35')                                 00079400
                      FROM(M35NOMO)                                     00079500
                      ERASE                                             00079600
                 END-EXEC                                               00079700
                                                                        00079800
              WHEN 'S'                                                  00079900
                 MOVE LOW-VALUES        TO M35SETO                      00080000
                 MOVE WRK-DATA-ED       TO SDATAO                       00080100
                 EXEC CICS SEND                                         00080200
                      MAP('M35SET')                                     00080300
                      MAPSET('FR09M35')                                 00080400
                      FROM(M35SETO)                                     00080500
                      ERASE                                             00080600
                 END-EXEC                                               00080700
                                                                        00080800
              WHEN OTHER                                                00080900
                 MOVE LOW-VALUES        TO M35DETO                      00081000
                 MOVE WRK-DATA-ED       TO DDATAO                       00081100
                 EXEC CICS SEND                                         00081200
                      MAP('M35DET')                                     00081300
                      MAPSET('FR09M35')                                 00081400
                      FROM(M35DETO)                                     00081500
                      ERASE                                             00081600
                 END-EXEC                                               00081700
           END-EVALUATE.                                                00081800
                                                                        00081900
      *----------------------------------------------------------------*00082000
       6000-99-FIM.                                   EXIT.             00082100
      *----------------------------------------------------------------*00082200
                                                                        00082300
      *    SO A MENSAGEM (DATAONLY) - O QUE ESTA NA TELA FICA COMO ESTA 00082400
      *----------------------------------------------------------------*00082500
       6100-ENVIAR-MENSAGEM                           SECTION.          00082600
      *----------------------------------------------------------------*00082700
                                                                        00082800
           EVALUATE WRK-CA-TELA                                         00082900
              WHEN 'N'                                                  00083000
                 MOVE LOW-VALUES        TO M35NOMO                      00083100
                 MOVE WRK-MSG           TO NMSGO                        00083200
                 EXEC CICS SEND                                         00083300
                      MAP('M35NOM')                                     00083400
                      MAPSET('FR09M35')                                 00083500
                      FROM(M35NOMO)                                     00083600
                      DATAONLY                                          00083700
                      ALARM                                             00083800
                 END-EXEC                                               00083900
                                                                        00084000
              WHEN 'S'                                                  00084100
                 MOVE LOW-VALUES        TO M35SETO                      00084200
                 MOVE WRK-MSG           TO SMSGO                        00084300
                 EXEC CICS SEND                                         00084400
                      MAP('M35SET')                                     00084500
                      MAPSET('FR09M35')                                 00084600
                      FROM(M35SETO)                                     00084700
                      DATAONLY                                          00084800
                      ALARM                                             00084900
                 END-EXEC                                               00085000
                                                                        00085100
              WHEN OTHER                                                00085200
                 MOVE LOW-VALUES        TO M35DETO                      00085300
                 MOVE WRK-MSG           TO DMSGO                        00085400
                 EXEC CICS SEND                                         00085500
                      MAP('M35DET')                                     00085600
                      MAPSET('FR09M35')                                 00085700
                      FROM(M35DETO)                                     00085800
                      DATAONLY                                          00085900
                      ALARM                                             00086000
                 END-EXEC                                               00086100
           END-EVALUATE.                                                00086200
                                                                        00086300
      *----------------------------------------------------------------*00086400
       6100-99-FIM.                                   EXIT.             00086500
      *----------------------------------------------------------------*00086600
                                                                        00086700
      ******************************************************************00086800
      *                   L O G   D E   A C E S S O                    *00086900
      ******************************************************************00087000
                                                                        00087100
      *----------------------------------------------------------------*00087200
       7000-GRAVAR-LOG                                SECTION.          00087300
      *----------------------------------------------------------------*00087400
                                                                        00087500
           MOVE WRK-USUARIO             TO CONSLOG-USUARIO.             00087600
           MOVE EIBTRMID                TO CONSLOG-TERMINAL.            00087700
           MOVE WRK-DATA                TO CONSLOG-DATA.                00087800
           MOVE WRK-HORA                TO CONSLOG-HORA.                00087900
           MOVE WRK-SAL-AUT             TO CONSLOG-SALARIO.             00088000
           MOVE 'N'                     TO WRK-LOG-OK.                  00088100
                                                                        00088200
           EXEC CICS WRITEQ TD                                          00088300
                QUEUE('FR35')                                           00088400
                FROM(CONSLOG-REC)                                       00088500
                LENGTH(LENGTH OF CONSLOG-REC)                           00088600
                RESP(WRK-RESP)                                          00088700
           END-EXEC.                                                    00088800
                                                                        00088900
           IF WRK-RESP EQUAL DFHRESP(NORMAL)                            00089000
              MOVE 'S'                  TO WRK-LOG-OK                   00089100
           END-IF.                                                      00089200
                                                                        00089300
      *----------------------------------------------------------------*00089400
       7000-99-FIM.                                   EXIT.             00089500
      *----------------------------------------------------------------*00089600
                                                                        00089700
      ******************************************************************00089800
      *                      F O R M A T A C A O                       *00089900
      ******************************************************************00090000
                                                                        00090100
      *----------------------------------------------------------------*00090200
       7100-FORMATAR-LINHA                            SECTION.          00090300
      *----------------------------------------------------------------*00090400
                                                                        00090500
           PERFORM 7200-FORMATAR-SALARIO.                               00090600
           MOVE VSAM-ID                 TO WRK-LIN-ID.                  00090700
           MOVE VSAM-NOME               TO WRK-LIN-NOME.                00090800
           MOVE VSAM-SETOR              TO WRK-LIN-SETOR.               00090900
           MOVE WRK-SAL-TXT             TO WRK-LIN-SAL.                 00091000
                                                                        00091100
      *----------------------------------------------------------------*00091200
       7100-99-FIM.                                   EXIT.             00091300
      *----------------------------------------------------------------*00091400
                                                                        00091500
      *----------------------------------------------------------------*00091600
       7200-FORMATAR-SALARIO                          SECTION.          00091700
      *----------------------------------------------------------------*00091800
                                                                        00091900
           IF WRK-SAL-AUT EQUAL 'S'                                     00092000
              MOVE VSAM-SALARIO         TO WRK-SAL-ED                   00092100
              MOVE WRK-SAL-ED           TO WRK-SAL-TXT                  00092200
           ELSE                                                         00092300
              MOVE '     RESTRITO'      TO WRK-SAL-TXT                  00092400
           END-IF.                                                      00092500
                                                                        00092600
      *----------------------------------------------------------------*00092700
       7200-99-FIM.                                   EXIT.             00092800
      *----------------------------------------------------------------*00092900
                                                                        00093000
      *----------------------------------------------------------------*00093100
       7300-LER-SETOR                                 SECTION.          00093200
      *----------------------------------------------------------------*00093300
                                                                        00093400
           MOVE WRK-CHAVE-SETOR         TO SETONL-CODSETOR.             00093500
                                                                        00093600
           EXEC CICS READ                                               00093700
                FILE('SETVS')                                           00093800
                INTO(SETONL-REC)                                        00093900
                RIDFLD(SETONL-CODSETOR)                                 00094000
                RESP(WRK-RESP)                                          00094100
           END-EXEC.                                                    00094200
                                                                        00094300
           EVALUATE WRK-RESP                                            00094400
              WHEN DFHRESP(NORMAL)                                      00094500
                 MOVE SETONL-NOMESETOR  TO WRK-NOME-SETOR               00094600
              WHEN DFHRESP(NOTFND)                                      00094700
                 MOVE 'SETOR NAO CADASTRADO' TO WRK-NOME-SETOR          00094800
              WHEN OTHER                                                00094900
                 MOVE SPACES            TO WRK-NOME-SETOR               00095000
           END-EVALUATE.                                                00095100
                                                                        00095200
      *----------------------------------------------------------------*00095300
       7300-99-FIM.                                   EXIT.             00095400
      *----------------------------------------------------------------*00095500
                                                                        00095600
      *    CORPO VAZIO - O VARYING DE QUEM CHAMA ACHA O TAMANHO         00095700
      *----------------------------------------------------------------*00095800
       7400-TAMANHO-CHAVE                             SECTION.          00095900
      *----------------------------------------------------------------*00096000
                                                                        00096100
           CONTINUE.                                                    00096200
                                                                        00096300
      *----------------------------------------------------------------*00096400
       7400-99-FIM.                                   EXIT.             00096500
      *----------------------------------------------------------------*00096600
                                                                        00096700
      *----------------------------------------------------------------*00096800
       7500-MENSAGEM-LISTA                            SECTION.          00096900
      *----------------------------------------------------------------*00097000
                                                                        00097100
           MOVE SPACES                  TO WRK-MSG.                     00097200
                                                                        00097300
           IF WRK-QTD-LIN EQUAL ZEROS                                   00097400
              MOVE 'NENHUM FUNCIONARIO ENCONTRADO' TO WRK-MSG           00097500
              GO TO 7500-99-FIM                                         00097600
           END-IF.                                                      00097700
                                                                        00097800
           IF WRK-CA-FIM EQUAL 'S'                                      00097900
              MOVE 'FIM DA LISTA'       TO WRK-MSG                      00098000
           ELSE                                                         00098100
              MOVE 'PF8 PARA OS PROXIMOS FUNCIONARIOS' TO WRK-MSG       00098200
           END-IF.                                                      00098300
                                                                        00098400
      *----------------------------------------------------------------*00098500
       7500-99-FIM.                                   EXIT.             00098600
      *----------------------------------------------------------------*00098700
                                                                        00098800
      ******************************************************************00098900
      *                        E N C E R R A R                         *00099000
      ******************************************************************00099100
                                                                        00099200
      *----------------------------------------------------------------*00099300
       8000-ENCERRAR                                  SECTION.          00099400
      *----------------------------------------------------------------*00099500
                                                                        00099600
           EXEC CICS SEND TEXT                                          00099700
                FROM(WRK-TXT-FIM)                                       00099800
                LENGTH(LENGTH OF WRK-TXT-FIM)                           00099900
                ERASE                                                   00100000
                FREEKB                                                  00100100
           END-EXEC.                                                    00100200
                                                                        00100300
           EXEC CICS RETURN                                             00100400
           END-EXEC.                                                    00100500
                                                                        00100600
      *----------------------------------------------------------------*00100700
       8000-99-FIM.                                   EXIT.             00100800
      *----------------------------------------------------------------*00100900
                                                                        00101000
      ******************************************************************00101100
      *                        R E T O R N A R                         *00101200
      ******************************************************************00101300
                                                                        00101400
      *----------------------------------------------------------------*00101500
       9000-RETORNAR                                  SECTION.          00101600
      *----------------------------------------------------------------*00101700
                                                                        00101800
           EXEC CICS RETURN                                             00101900
                TRANSID('FR35')                                         00102000
                COMMAREA(WRK-COMMAREA)                                  00102100
                LENGTH(LENGTH OF WRK-COMMAREA)                          00102200
           END-EXEC.                                                    00102300
                                                                        00102400
      *----------------------------------------------------------------*00102500
       9000-99-FIM.                                   EXIT.             00102600
      *----------------------------------------------------------------*00102700
