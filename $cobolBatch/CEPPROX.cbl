       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID. CEPPROX.                                             00000200
      ******************************************************************00000300
      * Valter Siqueira - Systems      c                                00000400
      * Laboratoratório de uso particular ......                        00000500
      * ----------------------------------------------------------------00000600
      * Sistema .............. CEP                                      00000700
      * Programa.............. CEPPROX                                  00000800
      * Tipo    .............. ONLINE (CICS PSEUDO-CONVERSACIONAL)      00000900
      * Transacao ............ CEPF                                     00001000
      * Finalidade ........... Informar ao atendimento as FILIAIS       00001100
      *                        (agencias e pontos de coleta) MAIS       00001200
      *                        PROXIMAS de um CEP, com a distancia em   00001300
      *                        KM em linha reta, para o cliente saber   00001400
      *                        onde retirar ou postar sem depender de   00001500
      *                        lista impressa. Opcao 9 do menu CEPN     00001600
      *                        (CEPMENU); o mesmo resultado sai no      00001700
      *                        batch por CEPPRXB.                       00001800
      *                        - coordenada do CEP: cluster CEPV0008    00001900
      *                          (carregado por CEPGEOLD); origem 'M'   00002000
      *                          (centro do municipio) e avisada na     00002100
      *                          tela - a distancia e aproximada;       00002200
      *                        - filiais: cluster CEPV0009 (carregado   00002300
      *                          por CEPFILLD), lido por inteiro a      00002400
      *                          cada consulta (browse);                00002500
      *                        - distancia: subprograma CEPDIST (CALL), 00002600
      *                          a mesma regra do batch.                00002700
      * DSnames .............. B090290.CEPVSA08 (CEPV0008)              00002800
      *                        B090290.CEPVSA09 (CEPV0009)              00002900
      * Fluxo pseudo-conversacional ..........                          00003000
      *   1a chamada  (EIBCALEN = 0) -> envia tela pedindo o CEP.       00003100
      *   2a chamada em diante ......... recebe 'CCCCCCCC NN' (CEP e,   00003200
      *                                 opcional, a quantidade de       00003300
      *                                 filiais de 01 a 10; em branco   00003400
      *                                 = 05), envia a lista em ordem   00003500
      *                                 de distancia (ou a msg de       00003600
      *                                 erro) e devolve o controle      00003700
      *                                 para nova consulta.             00003800
      ******************************************************************00003900
       ENVIRONMENT DIVISION.                                            00004000
       DATA DIVISION.                                                   00004100
       WORKING-STORAGE SECTION.                                         00004200
        01 WORKING-AREAS.                                               00004300
           03 WK-ENTRADA.                                               00004400
              05 WK-ENT-CEP              PIC  X(008).                   00004500
              05 FILLER                  PIC  X(001).                   00004600
              05 WK-ENT-QTDE             PIC  X(002).                   00004700
           03 WK-ENT-LEN                 PIC S9(004) COMP.              00004800
           03 WK-RESP                    PIC S9(008) COMP.              00004900
           03 WK-QTDE-PEDIDA             PIC  9(002) VALUE 5.           00005000
           03 WK-BRW-CODIGO              PIC  X(006) VALUE SPACES.      00005100
           03 WK-FIM-BROWSE              PIC  X(001) VALUE 'N'.         00005200
           03 WK-POS-ACHADA              PIC  X(001) VALUE 'N'.         00005300
           03 WK-POS                     PIC S9(004) COMP VALUE 0.      00005400
           03 WK-POS-ANT                 PIC S9(004) COMP VALUE 0.      00005500
           03 WK-LIN                     PIC S9(004) COMP VALUE 0.      00005600
           03 WK-CONT-FILIAIS            PIC S9(008) COMP VALUE 0.      00005700
           03 WK-CEPV0008-REC.                                          00005800
              05 WK-CEPV0008-CEP         PIC  X(008).                   00005900
              05 WK-CEPV0008-LATITUDE    PIC S9(003)V9(006)             00006000
                                         SIGN LEADING SEPARATE.         00006100
              05 WK-CEPV0008-LONGITUDE   PIC S9(003)V9(006)             00006200
                                         SIGN LEADING SEPARATE.         00006300
              05 WK-CEPV0008-ORIGEM      PIC  X(001).                   00006400
              05 WK-CEPV0008-COD-IBGE    PIC  X(007).                   00006500
              05 WK-CEPV0008-UF          PIC  X(002).                   00006600
              05 WK-CEPV0008-DT-CARGA    PIC  X(021).                   00006700
              05 FILLER                  PIC  X(021).                   00006800
           03 WK-CEPV0009-REC.                                          00006900
              05 WK-CEPV0009-CODIGO      PIC  X(006).                   00007000
              05 WK-CEPV0009-NOME        PIC  X(030).                   00007100
              05 WK-CEPV0009-TIPO        PIC  X(001).                   00007200
              05 WK-CEPV0009-CEP         PIC  X(008).                   00007300
              05 WK-CEPV0009-UF          PIC  X(002).                   00007400
              05 WK-CEPV0009-CIDADE      PIC  X(030).                   00007500
              05 WK-CEPV0009-LATITUDE    PIC S9(003)V9(006)             00007600
                                         SIGN LEADING SEPARATE.         00007700
              05 WK-CEPV0009-LONGITUDE   PIC S9(003)V9(006)             00007800
                                         SIGN LEADING SEPARATE.         00007900
              05 WK-CEPV0009-ORIGEM-COORD PIC X(001).                   00008000
              05 WK-CEPV0009-DT-CARGA    PIC  X(021).                   00008100
              05 FILLER                  PIC  X(001).                   00008200
           03 WK-DST-AREA.                                              00008300
      *       INTERFACE DO SUBPROGRAMA DE DISTANCIA CEPDIST             00008400
              05 WK-DST-LAT1             PIC S9(003)V9(006)             00008500
                                         SIGN LEADING SEPARATE.         00008600
              05 WK-DST-LON1             PIC S9(003)V9(006)             00008700
                                         SIGN LEADING SEPARATE.         00008800
              05 WK-DST-LAT2             PIC S9(003)V9(006)             00008900
                                         SIGN LEADING SEPARATE.         00009000
              05 WK-DST-LON2             PIC S9(003)V9(006)             00009100
                                         SIGN LEADING SEPARATE.         00009200
              05 WK-DST-KM               PIC  9(005)V9(002).            00009300
              05 WK-DST-RETORNO          PIC  X(002).                   00009400
              05 FILLER                  PIC  X(001).                   00009500
                                                                        00009600
      *    AS N FILIAIS MAIS PROXIMAS ATE AQUI, EM ORDEM DE DISTANCIA   00009700
        01 WK-TAB-PROXIMAS.                                             00009800
           03 WK-PRX-QTDE                PIC S9(004) COMP VALUE 0.      00009900
           03 WK-PRX-ENTRY OCCURS 10 TIMES.                             00010000
              05 WK-PRX-DIST             PIC  9(005)V9(002).            00010100
              05 WK-PRX-CODIGO           PIC  X(006).                   00010200
              05 WK-PRX-NOME             PIC  X(030).                   00010300
              05 WK-PRX-TIPO             PIC  X(001).                   00010400
              05 WK-PRX-UF               PIC  X(002).                   00010500
              05 WK-PRX-CIDADE           PIC  X(030).                   00010600
                                                                        00010700
        01 WK-TELA-PEDE-CEP.                                            00010800
           03 FILLER PIC X(080) VALUE                                   00010900
              'CEPPROX - FILIAIS MAIS PROXIMAS - INFORME O CEP'.        00011000
           03 FILLER PIC X(080) VALUE                                   00011100
              ' E, SE QUISER, A QUANTIDADE (01 A 10): CCCCCCCC NN'.     00011200
                                                                        00011300
        01 WK-TELA-RESULTADO.                                           00011400
           03 WK-RES-CABEC.                                             00011500
              05 FILLER         PIC X(035) VALUE                        00011600
                 'CEPPROX - FILIAIS MAIS PROXIMAS DO '.                 00011700
              05 FILLER         PIC X(004) VALUE 'CEP '.                00011800
              05 WK-RES-CEP     PIC X(008).                             00011900
              05 FILLER         PIC X(001) VALUE SPACE.                 00012000
              05 WK-RES-ORIGEM  PIC X(032).                             00012100
           03 WK-RES-LINHA OCCURS 10 TIMES.                             00012200
              05 WK-RES-ORDEM   PIC Z9.                                 00012300
              05 FILLER         PIC X(001).                             00012400
              05 WK-RES-CODIGO  PIC X(006).                             00012500
              05 FILLER         PIC X(001).                             00012600
              05 WK-RES-NOME    PIC X(030).                             00012700
              05 FILLER         PIC X(001).                             00012800
              05 WK-RES-TIPO    PIC X(001).                             00012900
              05 FILLER         PIC X(001).                             00013000
              05 WK-RES-CIDADE  PIC X(020).                             00013100
              05 WK-RES-BARRA   PIC X(001).                             00013200
              05 WK-RES-UF      PIC X(002).                             00013300
              05 FILLER         PIC X(001).                             00013400
              05 WK-RES-DIST    PIC ZZZZ9.99.                           00013500
              05 WK-RES-KM      PIC X(003).                             00013600
              05 FILLER         PIC X(002).                             00013700
                                                                        00013800
        01 WK-TELA-ERRO.                                                00013900
           03 FILLER            PIC X(008) VALUE 'CEP.....'.            00014000
           03 WK-ERR-CEP        PIC X(008).                             00014100
           03 FILLER            PIC X(001) VALUE SPACE.                 00014200
           03 WK-ERR-MENSAGEM   PIC X(050).                             00014300
                                                                        00014400
        01 WK-COMMAREA-AREA.                                            00014500
           03 WK-COMMAREA-FLAG           PIC  X(001) VALUE '1'.         00014600
      *       '1' = AGUARDANDO O OPERADOR DIGITAR O CEP                 00014700
                                                                        00014800
       LINKAGE SECTION.                                                 00014900
       01 DFHCOMMAREA.                                                  00015000
          05 LK-COMMAREA-FLAG            PIC  X(001).                   00015100
                                                                        00015200
       PROCEDURE DIVISION.                                              00015300
      *                                                                 00015400
       MAIN-PARA.                                                       00015500
           IF EIBCALEN = 0                                              00015600
              PERFORM ENVIA-TELA-ENTRADA                                00015700
           ELSE                                                         00015800
              MOVE DFHCOMMAREA TO WK-COMMAREA-AREA                      00015900
              PERFORM RECEBE-CEP                                        00016000
              PERFORM CONSULTA-PROXIMAS                                 00016100
           END-IF                                                       00016200
                                                                        00016300
           EXEC CICS RETURN                                             00016400
                TRANSID('CEPF')                                         00016500
                COMMAREA(WK-COMMAREA-AREA)                              00016600
                LENGTH(LENGTH OF WK-COMMAREA-AREA)                      00016700
           END-EXEC                                                     00016800
           .                                                            00016900
       ENVIA-TELA-ENTRADA.                                              00017000
           EXEC CICS SEND TEXT                                          00017100
                FROM(WK-TELA-PEDE-CEP)                                  00017200
                LENGTH(LENGTH OF WK-TELA-PEDE-CEP)                      00017300
                ERASE                                                   00017400
           END-EXEC                                                     00017500
           MOVE '1' TO WK-COMMAREA-FLAG                                 00017600
           .                                                            00017700
       RECEBE-CEP.                                                      00017800
           MOVE SPACES TO WK-ENTRADA                                    00017900
           MOVE LENGTH OF WK-ENTRADA TO WK-ENT-LEN                      00018000
           EXEC CICS RECEIVE                                            00018100
                INTO(WK-ENTRADA)                                        00018200
                LENGTH(WK-ENT-LEN)                                      00018300
                RESP(WK-RESP)                                           00018400
           END-EXEC                                                     00018500
           .                                                            00018600
       CONSULTA-PROXIMAS.                                               00018700
           MOVE WK-ENT-CEP TO WK-ERR-CEP                                00018800
           IF WK-ENT-CEP IS NOT NUMERIC                                 00018900
              MOVE 'CEP INVALIDO (8 DIGITOS)' TO WK-ERR-MENSAGEM        00019000
              PERFORM ENVIA-TELA-ERRO                                   00019100
           ELSE                                                         00019200
              IF WK-ENT-QTDE = SPACES                                   00019300
                 MOVE 5 TO WK-QTDE-PEDIDA                               00019400
              ELSE                                                      00019500
                 IF WK-ENT-QTDE IS NUMERIC                              00019600
                    MOVE WK-ENT-QTDE TO WK-QTDE-PEDIDA                  00019700
                 ELSE                                                   00019800
                    MOVE 0 TO WK-QTDE-PEDIDA                            00019900
                 END-IF                                                 00020000
              END-IF                                                    00020100
              IF WK-QTDE-PEDIDA < 1 OR WK-QTDE-PEDIDA > 10              00020200
                 MOVE 'QUANTIDADE INVALIDA (01 A 10)' TO WK-ERR-MENSAGEM00020300
                 PERFORM ENVIA-TELA-ERRO                                00020400
              ELSE                                                      00020500
                 PERFORM LE-COORDENADA-CEP                              00020600
              END-IF                                                    00020700
           END-IF                                                       00020800
           .                                                            00020900
       LE-COORDENADA-CEP.                                               00021000
           EXEC CICS READ                                               00021100
                FILE('CEPV0008')                                        00021200
                INTO(WK-CEPV0008-REC)                                   00021300
                RIDFLD(WK-ENT-CEP)                                      00021400
                KEYLENGTH(LENGTH OF WK-ENT-CEP)                         00021500
                RESP(WK-RESP)                                           00021600
           END-EXEC                                                     00021700
           EVALUATE TRUE                                                00021800
              WHEN WK-RESP = DFHRESP(NORMAL)                            00021900
                 PERFORM PROCURA-FILIAIS                                00022000
              WHEN WK-RESP = DFHRESP(NOTFND)                            00022100
                 MOVE 'SEM COORDENADA CADASTRADA - NAO LOCALIZADO'      00022200
                    TO WK-ERR-MENSAGEM                                  00022300
                 PERFORM ENVIA-TELA-ERRO                                00022400
              WHEN OTHER                                                00022500
                 MOVE 'ERRO NA LEITURA DAS COORDENADAS (CEPV0008)'      00022600
                    TO WK-ERR-MENSAGEM                                  00022700
                 PERFORM ENVIA-TELA-ERRO                                00022800
           END-EVALUATE                                                 00022900
           .                                                            00023000
       PROCURA-FILIAIS.                                                 00023100
      *    BROWSE DE TODO O CADASTRO DE FILIAIS, GUARDANDO AS N MAIS    00023200
      *    PROXIMAS (O CADASTRO E PEQUENO - CENTENAS DE FILIAIS)        00023300
           MOVE 0          TO WK-PRX-QTDE                               00023400
           MOVE 0          TO WK-CONT-FILIAIS                           00023500
           MOVE 'N'        TO WK-FIM-BROWSE                             00023600
           MOVE LOW-VALUES TO WK-BRW-CODIGO                             00023700
           EXEC CICS STARTBR                                            00023800
                FILE('CEPV0009')                                        00023900
                RIDFLD(WK-BRW-CODIGO)                                   00024000
                KEYLENGTH(LENGTH OF WK-BRW-CODIGO)                      00024100
                GTEQ                                                    00024200
                RESP(WK-RESP)                                           00024300
           END-EXEC                                                     00024400
           IF WK-RESP = DFHRESP(NORMAL)                                 00024500
              PERFORM LE-FILIAL UNTIL WK-FIM-BROWSE = 'S'               00024600
              EXEC CICS ENDBR                                           00024700
                   FILE('CEPV0009')                                     00024800
                   RESP(WK-RESP)                                        00024900
              END-EXEC                                                  00025000
           END-IF                                                       00025100
           IF WK-PRX-QTDE = 0                                           00025200
              MOVE 'NENHUMA FILIAL CADASTRADA (CEPV0009)'               00025300
                 TO WK-ERR-MENSAGEM                                     00025400
              PERFORM ENVIA-TELA-ERRO                                   00025500
           ELSE                                                         00025600
              PERFORM ENVIA-TELA-RESULTADO                              00025700
           END-IF                                                       00025800
           .                                                            00025900
       LE-FILIAL.                                                       00026000
           EXEC CICS READNEXT                                           00026100
                FILE('CEPV0009')                                        00026200
                INTO(WK-CEPV0009-REC)                                   00026300
                RIDFLD(WK-BRW-CODIGO)                                   00026400
                KEYLENGTH(LENGTH OF WK-BRW-CODIGO)                      00026500
                RESP(WK-RESP)                                           00026600
           END-EXEC                                                     00026700
           IF WK-RESP = DFHRESP(NORMAL)                                 00026800
              ADD 1 TO WK-CONT-FILIAIS                                  00026900
              MOVE WK-CEPV0008-LATITUDE  TO WK-DST-LAT1                 00027000
              MOVE WK-CEPV0008-LONGITUDE TO WK-DST-LON1                 00027100
              MOVE WK-CEPV0009-LATITUDE  TO WK-DST-LAT2                 00027200
              MOVE WK-CEPV0009-LONGITUDE TO WK-DST-LON2                 00027300
              CALL 'CEPDIST' USING WK-DST-AREA                          00027400
              IF WK-DST-RETORNO = '00'                                  00027500
                 PERFORM INSERE-PROXIMA                                 00027600
              END-IF                                                    00027700
           ELSE                                                         00027800
              MOVE 'S' TO WK-FIM-BROWSE                                 00027900
           END-IF                                                       00028000
           .                                                            00028100
       INSERE-PROXIMA.                                                  00028200
      *    ENTRA NA TABELA SE AINDA HA VAGA OU SE E MAIS PERTO QUE A    00028300
      *    ULTIMA; AS MAIS DISTANTES DESCEM UMA POSICAO                 00028400
           IF WK-PRX-QTDE < WK-QTDE-PEDIDA                              00028500
              ADD 1 TO WK-PRX-QTDE                                      00028600
              PERFORM POSICIONA-PROXIMA                                 00028700
           ELSE                                                         00028800
              IF WK-DST-KM < WK-PRX-DIST (WK-PRX-QTDE)                  00028900
                 PERFORM POSICIONA-PROXIMA                              00029000
              END-IF                                                    00029100
           END-IF                                                       00029200
           .                                                            00029300
       POSICIONA-PROXIMA.                                               00029400
           MOVE WK-PRX-QTDE TO WK-POS                                   00029500
           MOVE 'N'         TO WK-POS-ACHADA                            00029600
           PERFORM DESLOCA-PROXIMA UNTIL WK-POS-ACHADA = 'S'            00029700
           MOVE WK-DST-KM            TO WK-PRX-DIST (WK-POS)            00029800
           MOVE WK-CEPV0009-CODIGO   TO WK-PRX-CODIGO (WK-POS)          00029900
           MOVE WK-CEPV0009-NOME     TO WK-PRX-NOME (WK-POS)            00030000
           MOVE WK-CEPV0009-TIPO     TO WK-PRX-TIPO (WK-POS)            00030100
           MOVE WK-CEPV0009-UF       TO WK-PRX-UF (WK-POS)              00030200
           MOVE WK-CEPV0009-CIDADE   TO WK-PRX-CIDADE (WK-POS)          00030300
           .                                                            00030400
       DESLOCA-PROXIMA.                                                 00030500
           IF WK-POS = 1                                                00030600
              MOVE 'S' TO WK-POS-ACHADA                                 00030700
           ELSE                                                         00030800
              COMPUTE WK-POS-ANT = WK-POS - 1                           00030900
              IF WK-PRX-DIST (WK-POS-ANT) > WK-DST-KM                   00031000
                 MOVE WK-PRX-ENTRY (WK-POS-ANT) TO WK-PRX-ENTRY (WK-POS)00031100
                 MOVE WK-POS-ANT TO WK-POS                              00031200
              ELSE                                                      00031300
                 MOVE 'S' TO WK-POS-ACHADA                              00031400
              END-IF                                                    00031500
           END-IF                                                       00031600
           .                                                            00031700
       ENVIA-TELA-RESULTADO.                                            00031800
           MOVE WK-ENT-CEP TO WK-RES-CEP                                00031900
           IF WK-CEPV0008-ORIGEM = 'M'                                  00032000
              MOVE '(APROX. - CENTRO DO MUNICIPIO)' TO WK-RES-ORIGEM    00032100
           ELSE                                                         00032200
              MOVE SPACES TO WK-RES-ORIGEM                              00032300
           END-IF                                                       00032400
           MOVE 0 TO WK-LIN                                             00032500
           PERFORM MONTA-LINHA-RESULTADO 10 TIMES                       00032600
           EXEC CICS SEND TEXT                                          00032700
                FROM(WK-TELA-RESULTADO)                                 00032800
                LENGTH(LENGTH OF WK-TELA-RESULTADO)                     00032900
                ERASE                                                   00033000
           END-EXEC                                                     00033100
           MOVE '1' TO WK-COMMAREA-FLAG                                 00033200
           .                                                            00033300
       MONTA-LINHA-RESULTADO.                                           00033400
           ADD 1 TO WK-LIN                                              00033500
           MOVE SPACES TO WK-RES-LINHA (WK-LIN)                         00033600
           IF WK-LIN NOT > WK-PRX-QTDE                                  00033700
              MOVE WK-LIN                 TO WK-RES-ORDEM (WK-LIN)      00033800
              MOVE WK-PRX-CODIGO (WK-LIN) TO WK-RES-CODIGO (WK-LIN)     00033900
              MOVE WK-PRX-NOME (WK-LIN)   TO WK-RES-NOME (WK-LIN)       00034000
              MOVE WK-PRX-TIPO (WK-LIN)   TO WK-RES-TIPO (WK-LIN)       00034100
              MOVE WK-PRX-CIDADE (WK-LIN) TO WK-RES-CIDADE (WK-LIN)     00034200
              MOVE '/'                    TO WK-RES-BARRA (WK-LIN)      00034300
              MOVE WK-PRX-UF (WK-LIN)     TO WK-RES-UF (WK-LIN)         00034400
              MOVE WK-PRX-DIST (WK-LIN)   TO WK-RES-DIST (WK-LIN)       00034500
              MOVE ' KM'                  TO WK-RES-KM (WK-LIN)         00034600
           END-IF                                                       00034700
           .                                                            00034800
       ENVIA-TELA-ERRO.                                                 00034900
           EXEC CICS SEND TEXT                                          00035000
                FROM(WK-TELA-ERRO)                                      00035100
                LENGTH(LENGTH OF WK-TELA-ERRO)                          00035200
                ERASE                                                   00035300
           END-EXEC                                                     00035400
           MOVE '1' TO WK-COMMAREA-FLAG                                 00035500
           .                                                            00035600
