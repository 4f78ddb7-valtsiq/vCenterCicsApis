       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID. CEPREVIS.                                            00000200
      ******************************************************************00000300
      * Valter Siqueira - Systems      c                                00000400
      * Laboratoratório de uso particular ......                        00000500
      * ----------------------------------------------------------------00000600
      * Sistema .............. CEP                                      00000700
      * Programa.............. CEPREVIS                                 00000800
      * Tipo    .............. ONLINE (CICS PSEUDO-CONVERSACIONAL)      00000900
      * Transacao ............ CEPR                                     00001000
      * Finalidade ........... Revisao manual dos logradouros que       00001100
      *                        CEPMATCH achou parecidos, mas nao o      00001200
      *                        bastante para casar sozinho (fila        00001300
      *                        CEPMRQ01 carregada pelo batch CEPMRCOL   00001400
      *                        a partir de CEPMRV01). Um item por vez:  00001500
      *                        o operador ve a grafia do cliente, o     00001600
      *                        logradouro candidato da base, o score e  00001700
      *                        quantos clientes escrevem assim, e       00001800
      *                        ACEITA ou REJEITA o pareamento.          00001900
      *                        A decisao e gravada no dicionario de     00002000
      *                        sinonimos CEPV0007 (mesma chave da       00002100
      *                        fila) e no proprio item, com operador    00002200
      *                        e data, na mesma UOW:                    00002300
      *                        - ACEITO: a grafia passa a valer como    00002400
      *                          o logradouro oficial em CEPMATCH       00002500
      *                          (origem 'D'), CEPSRV02 e CEPBROWS;     00002600
      *                        - REJEITADO: CEPMATCH deixa de mandar o  00002700
      *                          mesmo pareamento para a revisao.       00002800
      * DSnames .............. B090290.CEPMRQ01 (KSDS, LAYOUT EM        00002900
      *                        CEPMRCOL)                                00003000
      *                        B090290.CEPVSA07 (FILE CEPV0007,         00003100
      *                        DICIONARIO DE SINONIMOS, 160 BYTES)      00003200
      * Layout CEPV0007 (160 BYTES) ...........                         00003300
      *   POS 001-002 = UF (CHAVE)                                      00003400
      *   POS 003-032 = CIDADE MAIUSCULA SEM ACENTO (CHAVE)             00003500
      *   POS 033-072 = GRAFIA DO CLIENTE NORMALIZADA PELO CEPNRMLG     00003600
      *                 (CHAVE)                                         00003700
      *   POS 073     = STATUS 'A' SINONIMO ACEITO                      00003800
      *                        'R' PAREAMENTO REJEITADO                 00003900
      *   POS 074-103 = LOGRADOURO OFICIAL (ACEITO OU REJEITADO)        00004000
      *   POS 104-111 = CEP DE REFERENCIA                               00004100
      *   POS 112-141 = GRAFIA COMO O CLIENTE ESCREVEU                  00004200
      *   POS 142-149 = OPERADOR QUE DECIDIU                            00004300
      *   POS 150-157 = DATA DA DECISAO (AAAAMMDD)                      00004400
      *   POS 158-160 = FILLER                                          00004500
      * Fluxo pseudo-conversacional ..........                          00004600
      *   1a chamada  (EIBCALEN = 0) -> envia tela de instrucoes.       00004700
      *   2a chamada em diante ......... linha de entrada em posicoes   00004800
      *                                 fixas:                          00004900
      *                                 POS 001     = ACAO              00005000
      *                                   'P' PROXIMO ITEM PENDENTE A   00005100
      *                                       PARTIR DA UF (OPCIONAL)   00005200
      *                                   'A' ACEITA O ITEM EXIBIDO     00005300
      *                                   'R' REJEITA O ITEM EXIBIDO    00005400
      *                                 POS 002-003 = UF (P/ 'P')       00005500
      *                                 PF8 = salta o item exibido      00005600
      *   Depois de 'A' ou 'R' o proximo item pendente ja e exibido.    00005700
      ******************************************************************00005800
       ENVIRONMENT DIVISION.                                            00005900
       DATA DIVISION.                                                   00006000
       WORKING-STORAGE SECTION.                                         00006100
        01 WORKING-AREAS.                                               00006200
           03 WK-CEPMRQ01-REC.                                          00006300
              05 WK-CEPMRQ01-CHAVE.                                     00006400
                 10 WK-CEPMRQ01-UF       PIC  X(002).                   00006500
                 10 WK-CEPMRQ01-CIDADE   PIC  X(030).                   00006600
                 10 WK-CEPMRQ01-VARIANTE PIC  X(040).                   00006700
              05 WK-CEPMRQ01-STATUS      PIC  X(001).                   00006800
              05 WK-CEPMRQ01-LOG-CLI     PIC  X(030).                   00006900
              05 WK-CEPMRQ01-LOG-BASE    PIC  X(030).                   00007000
              05 WK-CEPMRQ01-CEP-CAND    PIC  X(008).                   00007100
              05 WK-CEPMRQ01-SCORE       PIC  9(003).                   00007200
              05 WK-CEPMRQ01-QTDE        PIC  9(005).                   00007300
              05 WK-CEPMRQ01-DT-ABERT    PIC  X(008).                   00007400
              05 WK-CEPMRQ01-DT-DECISAO  PIC  X(008).                   00007500
              05 WK-CEPMRQ01-OPERADOR    PIC  X(008).                   00007600
              05 FILLER                  PIC  X(027).                   00007700
           03 WK-CEPV0007-REC.                                          00007800
              05 WK-CEPV0007-CHAVE       PIC  X(072).                   00007900
              05 WK-CEPV0007-STATUS      PIC  X(001).                   00008000
              05 WK-CEPV0007-LOG-OFICIAL PIC  X(030).                   00008100
              05 WK-CEPV0007-CEP-REF     PIC  X(008).                   00008200
              05 WK-CEPV0007-VAR-ORIG    PIC  X(030).                   00008300
              05 WK-CEPV0007-OPERADOR    PIC  X(008).                   00008400
              05 WK-CEPV0007-DT-DECISAO  PIC  X(008).                   00008500
              05 FILLER                  PIC  X(003).                   00008600
           03 WK-CHAVE-BRW               PIC  X(072) VALUE LOW-VALUES.  00008700
           03 WK-ENT-LEN                 PIC S9(004) COMP.              00008800
           03 WK-RESP                    PIC S9(008) COMP.              00008900
           03 WK-FIM-BROWSE              PIC  X(001) VALUE 'N'.         00009000
           03 WK-ACHOU                   PIC  X(001) VALUE 'N'.         00009100
           03 WK-SALTANDO                PIC  X(001) VALUE 'N'.         00009200
      *       'S' = PROCURANDO O PROXIMO DEPOIS DO ITEM EXIBIDO: SALTA  00009300
      *       A PROPRIA CHAVE (PADRAO DE PAGINACAO DE CEPBROWS)         00009400
           03 WK-CHAVE-RETOMADA          PIC  X(072) VALUE LOW-VALUES.  00009500
           03 WK-DECISAO                 PIC  X(001) VALUE SPACE.       00009600
           03 WK-MENSAGEM                PIC  X(040) VALUE SPACES.      00009700
           03 WK-CURRENT-DATE            PIC  X(021) VALUE SPACES.      00009800
           03 WK-OPERADOR                PIC  X(008) VALUE SPACES.      00009900
                                                                        00010000
        01 WK-ENTRADA.                                                  00010100
           03 WK-ENT-ACAO                PIC  X(001).                   00010200
           03 WK-ENT-UF                  PIC  X(002).                   00010300
                                                                        00010400
        01 WK-TELA-ENTRADA.                                             00010500
           03 FILLER PIC X(050) VALUE                                   00010600
              'CEPREVIS - REVISAO DE LOGRADOUROS - INFORME:     '.      00010700
           03 FILLER PIC X(050) VALUE                                   00010800
              ' P+UF(OPC) PROXIMO PENDENTE / A ACEITA O ITEM /  '.      00010900
           03 FILLER PIC X(040) VALUE                                   00011000
              ' R REJEITA O ITEM. PF8 SALTA O ITEM.    '.               00011100
                                                                        00011200
        01 WK-TELA-DETALHE.                                             00011300
           03 WK-DET-MENSAGEM   PIC X(040).                             00011400
           03 FILLER            PIC X(004) VALUE ' UF.'.                00011500
           03 WK-DET-UF         PIC X(002).                             00011600
           03 FILLER            PIC X(009) VALUE ' CIDADE..'.           00011700
           03 WK-DET-CIDADE     PIC X(030).                             00011800
           03 FILLER            PIC X(010) VALUE ' CLIENTE..'.          00011900
           03 WK-DET-LOG-CLI    PIC X(030).                             00012000
           03 FILLER            PIC X(007) VALUE ' BASE..'.             00012100
           03 WK-DET-LOG-BASE   PIC X(030).                             00012200
           03 FILLER            PIC X(006) VALUE ' CEP..'.              00012300
           03 WK-DET-CEP        PIC X(008).                             00012400
           03 FILLER            PIC X(008) VALUE ' SCORE..'.            00012500
           03 WK-DET-SCORE      PIC 9(003).                             00012600
           03 FILLER            PIC X(007) VALUE ' QTDE..'.             00012700
           03 WK-DET-QTDE       PIC 9(005).                             00012800
           03 FILLER            PIC X(012) VALUE ' ABERTO EM..'.        00012900
           03 WK-DET-DT-ABERT   PIC X(008).                             00013000
           03 FILLER            PIC X(036) VALUE                        00013100
              ' A ACEITA / R REJEITA / PF8 SALTA'.                      00013200
                                                                        00013300
        01 WK-TELA-RESPOSTA.                                            00013400
           03 FILLER            PIC X(010) VALUE 'REVISAO..'.           00013500
           03 WK-RSP-MENSAGEM   PIC X(040).                             00013600
           03 FILLER            PIC X(001) VALUE SPACE.                 00013700
           03 WK-RSP-COMPLEMENTO PIC X(040).                            00013800
                                                                        00013900
        01 WK-COMMAREA-AREA.                                            00014000
           03 WK-COMMAREA-FLAG           PIC  X(001) VALUE '1'.         00014100
      *       '1' = AGUARDANDO ACAO  '2' = ITEM EXIBIDO                 00014200
           03 WK-CA-CHAVE                PIC  X(072) VALUE SPACES.      00014300
                                                                        00014400
       LINKAGE SECTION.                                                 00014500
       01 DFHCOMMAREA.                                                  00014600
          05 LK-COMMAREA-FLAG            PIC  X(001).                   00014700
          05 FILLER                      PIC  X(072).                   00014800
                                                                        00014900
       PROCEDURE DIVISION.                                              00015000
      *                                                                 00015100
       MAIN-PARA.                                                       00015200
           IF EIBCALEN = 0                                              00015300
              PERFORM ENVIA-TELA-ENTRADA                                00015400
           ELSE                                                         00015500
              MOVE DFHCOMMAREA TO WK-COMMAREA-AREA                      00015600
              EVALUATE TRUE                                             00015700
      *          EIBAID EM EBCDIC: '8' = PF8 (DFHAID)                   00015800
                 WHEN EIBAID = '8' AND WK-COMMAREA-FLAG = '2'           00015900
                    MOVE SPACES TO WK-MENSAGEM                          00016000
                    PERFORM PROXIMO-DEPOIS-DO-EXIBIDO                   00016100
                 WHEN OTHER                                             00016200
                    PERFORM RECEBE-ENTRADA                              00016300
                    PERFORM TRATA-ACAO                                  00016400
              END-EVALUATE                                              00016500
           END-IF                                                       00016600
                                                                        00016700
           EXEC CICS RETURN                                             00016800
                TRANSID('CEPR')                                         00016900
                COMMAREA(WK-COMMAREA-AREA)                              00017000
                LENGTH(LENGTH OF WK-COMMAREA-AREA)                      00017100
           END-EXEC                                                     00017200
           .                                                            00017300
       ENVIA-TELA-ENTRADA.                                              00017400
           EXEC CICS SEND TEXT                                          00017500
                FROM(WK-TELA-ENTRADA)                                   00017600
                LENGTH(LENGTH OF WK-TELA-ENTRADA)                       00017700
                ERASE                                                   00017800
           END-EXEC                                                     00017900
           MOVE '1' TO WK-COMMAREA-FLAG                                 00018000
           .                                                            00018100
       RECEBE-ENTRADA.                                                  00018200
           MOVE SPACES TO WK-ENTRADA                                    00018300
           MOVE LENGTH OF WK-ENTRADA TO WK-ENT-LEN                      00018400
           EXEC CICS RECEIVE                                            00018500
                INTO(WK-ENTRADA)                                        00018600
                LENGTH(WK-ENT-LEN)                                      00018700
                RESP(WK-RESP)                                           00018800
           END-EXEC                                                     00018900
           .                                                            00019000
       TRATA-ACAO.                                                      00019100
           EVALUATE WK-ENT-ACAO                                         00019200
              WHEN 'P'                                                  00019300
                 MOVE LOW-VALUES TO WK-CHAVE-BRW                        00019400
                 IF WK-ENT-UF NOT = SPACES                              00019500
                    MOVE WK-ENT-UF TO WK-CHAVE-BRW (1:2)                00019600
                 END-IF                                                 00019700
                 MOVE 'N'        TO WK-SALTANDO                         00019800
                 MOVE SPACES     TO WK-MENSAGEM                         00019900
                 PERFORM PROCURA-PENDENTE                               00020000
              WHEN 'A'                                                  00020100
              WHEN 'R'                                                  00020200
                 MOVE WK-ENT-ACAO TO WK-DECISAO                         00020300
                 PERFORM DECIDE-ITEM                                    00020400
              WHEN OTHER                                                00020500
                 MOVE 'ACAO INVALIDA (USE P, A OU R)'                   00020600
                    TO WK-RSP-MENSAGEM                                  00020700
                 MOVE SPACES TO WK-RSP-COMPLEMENTO                      00020800
                 PERFORM ENVIA-TELA-RESPOSTA                            00020900
           END-EVALUATE                                                 00021000
           .                                                            00021100
       PROXIMO-DEPOIS-DO-EXIBIDO.                                       00021200
      *    RETOMA A FILA LOGO DEPOIS DO ITEM EXIBIDO (PF8 OU DEPOIS     00021300
      *    DE UMA DECISAO)                                              00021400
           MOVE WK-CA-CHAVE TO WK-CHAVE-BRW                             00021500
           MOVE WK-CA-CHAVE TO WK-CHAVE-RETOMADA                        00021600
           MOVE 'S'         TO WK-SALTANDO                              00021700
           PERFORM PROCURA-PENDENTE                                     00021800
           .                                                            00021900
       PROCURA-PENDENTE.                                                00022000
      *    POSICIONA NA CHAVE PEDIDA E PARA NO PRIMEIRO ITEM COM        00022100
      *    STATUS PENDENTE, SALTANDO OS JA DECIDIDOS                    00022200
           MOVE 'N' TO WK-FIM-BROWSE                                    00022300
           MOVE 'N' TO WK-ACHOU                                         00022400
           EXEC CICS STARTBR                                            00022500
                FILE('CEPMRQ01')                                        00022600
                RIDFLD(WK-CHAVE-BRW)                                    00022700
                KEYLENGTH(LENGTH OF WK-CHAVE-BRW)                       00022800
                GTEQ                                                    00022900
                RESP(WK-RESP)                                           00023000
           END-EXEC                                                     00023100
           IF WK-RESP = DFHRESP(NORMAL)                                 00023200
              PERFORM LE-PROXIMO-ITEM                                   00023300
                 UNTIL WK-FIM-BROWSE = 'S' OR WK-ACHOU = 'S'            00023400
              EXEC CICS ENDBR                                           00023500
                   FILE('CEPMRQ01')                                     00023600
                   RESP(WK-RESP)                                        00023700
              END-EXEC                                                  00023800
           END-IF                                                       00023900
           IF WK-ACHOU = 'S'                                            00024000
              PERFORM ENVIA-TELA-DETALHE                                00024100
           ELSE                                                         00024200
              MOVE WK-MENSAGEM TO WK-RSP-MENSAGEM                       00024300
              MOVE 'FIM DA FILA - NENHUM ITEM PENDENTE'                 00024400
                 TO WK-RSP-COMPLEMENTO                                  00024500
              PERFORM ENVIA-TELA-RESPOSTA                               00024600
           END-IF                                                       00024700
           .                                                            00024800
       LE-PROXIMO-ITEM.                                                 00024900
           EXEC CICS READNEXT                                           00025000
                FILE('CEPMRQ01')                                        00025100
                INTO(WK-CEPMRQ01-REC)                                   00025200
                RIDFLD(WK-CHAVE-BRW)                                    00025300
                KEYLENGTH(LENGTH OF WK-CHAVE-BRW)                       00025400
                RESP(WK-RESP)                                           00025500
           END-EXEC                                                     00025600
           IF WK-RESP NOT = DFHRESP(NORMAL)                             00025700
              MOVE 'S' TO WK-FIM-BROWSE                                 00025800
           ELSE                                                         00025900
              IF WK-SALTANDO = 'S' AND                                  00026000
                 WK-CEPMRQ01-CHAVE NOT > WK-CHAVE-RETOMADA              00026100
                 CONTINUE                                               00026200
              ELSE                                                      00026300
                 MOVE 'N' TO WK-SALTANDO                                00026400
                 IF WK-CEPMRQ01-STATUS = 'P'                            00026500
                    MOVE 'S' TO WK-ACHOU                                00026600
                 END-IF                                                 00026700
              END-IF                                                    00026800
           END-IF                                                       00026900
           .                                                            00027000
       DECIDE-ITEM.                                                     00027100
      *    'A'/'R' SO VALEM PARA O ITEM EXIBIDO NA TELA ANTERIOR, QUE   00027200
      *    E RELIDO PARA ATUALIZACAO: SE OUTRO OPERADOR JA O DECIDIU    00027300
      *    NESSE MEIO TEMPO, NADA E GRAVADO                             00027400
           IF WK-COMMAREA-FLAG NOT = '2'                                00027500
              MOVE 'EXIBA UM ITEM COM P ANTES DE DECIDIR'               00027600
                 TO WK-RSP-MENSAGEM                                     00027700
              MOVE SPACES TO WK-RSP-COMPLEMENTO                         00027800
              PERFORM ENVIA-TELA-RESPOSTA                               00027900
           ELSE                                                         00028000
              MOVE WK-CA-CHAVE TO WK-CHAVE-BRW                          00028100
              EXEC CICS READ                                            00028200
                   FILE('CEPMRQ01')                                     00028300
                   INTO(WK-CEPMRQ01-REC)                                00028400
                   RIDFLD(WK-CHAVE-BRW)                                 00028500
                   KEYLENGTH(LENGTH OF WK-CHAVE-BRW)                    00028600
                   UPDATE                                               00028700
                   RESP(WK-RESP)                                        00028800
              END-EXEC                                                  00028900
              EVALUATE TRUE                                             00029000
                 WHEN WK-RESP NOT = DFHRESP(NORMAL)                     00029100
                    MOVE 'ERRO NA LEITURA DO ITEM' TO WK-MENSAGEM       00029200
                 WHEN WK-CEPMRQ01-STATUS NOT = 'P'                      00029300
                    EXEC CICS UNLOCK                                    00029400
                         FILE('CEPMRQ01')                               00029500
                         RESP(WK-RESP)                                  00029600
                    END-EXEC                                            00029700
                    MOVE 'ITEM JA DECIDIDO' TO WK-MENSAGEM              00029800
                 WHEN OTHER                                             00029900
                    PERFORM GRAVA-DECISAO                               00030000
              END-EVALUATE                                              00030100
              PERFORM PROXIMO-DEPOIS-DO-EXIBIDO                         00030200
           END-IF                                                       00030300
           .                                                            00030400
       GRAVA-DECISAO.                                                   00030500
      *    DICIONARIO E FILA NA MESMA UOW: QUALQUER ERRO DESFAZ OS DOIS 00030600
           MOVE FUNCTION CURRENT-DATE TO WK-CURRENT-DATE                00030700
           EXEC CICS ASSIGN                                             00030800
                USERID(WK-OPERADOR)                                     00030900
           END-EXEC                                                     00031000
           PERFORM GRAVA-DICIONARIO                                     00031100
           IF WK-RESP NOT = DFHRESP(NORMAL)                             00031200
              EXEC CICS SYNCPOINT ROLLBACK                              00031300
              END-EXEC                                                  00031400
              MOVE 'ERRO NO DICIONARIO - NADA GRAVADO' TO WK-MENSAGEM   00031500
           ELSE                                                         00031600
              MOVE WK-DECISAO             TO WK-CEPMRQ01-STATUS         00031700
              MOVE WK-CURRENT-DATE (1:8)  TO WK-CEPMRQ01-DT-DECISAO     00031800
              MOVE WK-OPERADOR            TO WK-CEPMRQ01-OPERADOR       00031900
              EXEC CICS REWRITE                                         00032000
                   FILE('CEPMRQ01')                                     00032100
                   FROM(WK-CEPMRQ01-REC)                                00032200
                   RESP(WK-RESP)                                        00032300
              END-EXEC                                                  00032400
              IF WK-RESP NOT = DFHRESP(NORMAL)                          00032500
                 EXEC CICS SYNCPOINT ROLLBACK                           00032600
                 END-EXEC                                               00032700
                 MOVE 'ERRO NA FILA - NADA GRAVADO' TO WK-MENSAGEM      00032800
              ELSE                                                      00032900
                 IF WK-DECISAO = 'A'                                    00033000
                    MOVE 'ACEITO - SINONIMO GRAVADO' TO WK-MENSAGEM     00033100
                 ELSE                                                   00033200
                    MOVE 'REJEITADO - PAREAMENTO GRAVADO'               00033300
                       TO WK-MENSAGEM                                   00033400
                 END-IF                                                 00033500
              END-IF                                                    00033600
           END-IF                                                       00033700
           .                                                            00033800
       GRAVA-DICIONARIO.                                                00033900
      *    A GRAFIA JA PODE TER UMA DECISAO ANTERIOR (REJEITADA PARA    00034000
      *    OUTRO CANDIDATO E REABERTA POR CEPMRCOL): A NOVA SUBSTITUI   00034100
           EXEC CICS READ                                               00034200
                FILE('CEPV0007')                                        00034300
                INTO(WK-CEPV0007-REC)                                   00034400
                RIDFLD(WK-CEPMRQ01-CHAVE)                               00034500
                KEYLENGTH(LENGTH OF WK-CEPMRQ01-CHAVE)                  00034600
                UPDATE                                                  00034700
                RESP(WK-RESP)                                           00034800
           END-EXEC                                                     00034900
           IF WK-RESP = DFHRESP(NORMAL) OR WK-RESP = DFHRESP(NOTFND)    00035000
              PERFORM MONTA-DICIONARIO                                  00035100
              IF WK-RESP = DFHRESP(NORMAL)                              00035200
                 EXEC CICS REWRITE                                      00035300
                      FILE('CEPV0007')                                  00035400
                      FROM(WK-CEPV0007-REC)                             00035500
                      RESP(WK-RESP)                                     00035600
                 END-EXEC                                               00035700
              ELSE                                                      00035800
                 EXEC CICS WRITE                                        00035900
                      FILE('CEPV0007')                                  00036000
                      FROM(WK-CEPV0007-REC)                             00036100
                      RIDFLD(WK-CEPV0007-CHAVE)                         00036200
                      KEYLENGTH(LENGTH OF WK-CEPV0007-CHAVE)            00036300
                      RESP(WK-RESP)                                     00036400
                 END-EXEC                                               00036500
              END-IF                                                    00036600
           END-IF                                                       00036700
           .                                                            00036800
       MONTA-DICIONARIO.                                                00036900
           MOVE SPACES                TO WK-CEPV0007-REC                00037000
           MOVE WK-CEPMRQ01-CHAVE     TO WK-CEPV0007-CHAVE              00037100
           MOVE WK-DECISAO            TO WK-CEPV0007-STATUS             00037200
           MOVE WK-CEPMRQ01-LOG-BASE  TO WK-CEPV0007-LOG-OFICIAL        00037300
           MOVE WK-CEPMRQ01-CEP-CAND  TO WK-CEPV0007-CEP-REF            00037400
           MOVE WK-CEPMRQ01-LOG-CLI   TO WK-CEPV0007-VAR-ORIG           00037500
           MOVE WK-OPERADOR           TO WK-CEPV0007-OPERADOR           00037600
           MOVE WK-CURRENT-DATE (1:8) TO WK-CEPV0007-DT-DECISAO         00037700
           .                                                            00037800
       ENVIA-TELA-DETALHE.                                              00037900
           MOVE WK-MENSAGEM           TO WK-DET-MENSAGEM                00038000
           MOVE WK-CEPMRQ01-UF        TO WK-DET-UF                      00038100
           MOVE WK-CEPMRQ01-CIDADE    TO WK-DET-CIDADE                  00038200
           MOVE WK-CEPMRQ01-LOG-CLI   TO WK-DET-LOG-CLI                 00038300
           MOVE WK-CEPMRQ01-LOG-BASE  TO WK-DET-LOG-BASE                00038400
           MOVE WK-CEPMRQ01-CEP-CAND  TO WK-DET-CEP                     00038500
           MOVE WK-CEPMRQ01-SCORE     TO WK-DET-SCORE                   00038600
           MOVE WK-CEPMRQ01-QTDE      TO WK-DET-QTDE                    00038700
           MOVE WK-CEPMRQ01-DT-ABERT  TO WK-DET-DT-ABERT                00038800
           EXEC CICS SEND TEXT                                          00038900
                FROM(WK-TELA-DETALHE)                                   00039000
                LENGTH(LENGTH OF WK-TELA-DETALHE)                       00039100
                ERASE                                                   00039200
           END-EXEC                                                     00039300
      *    GUARDA A CHAVE DO ITEM EXIBIDO PARA A DECISAO E O PF8        00039400
           MOVE WK-CEPMRQ01-CHAVE TO WK-CA-CHAVE                        00039500
           MOVE '2' TO WK-COMMAREA-FLAG                                 00039600
           .                                                            00039700
       ENVIA-TELA-RESPOSTA.                                             00039800
           EXEC CICS SEND TEXT                                          00039900
                FROM(WK-TELA-RESPOSTA)                                  00040000
                LENGTH(LENGTH OF WK-TELA-RESPOSTA)                      00040100
                ERASE                                                   00040200
           END-EXEC                                                     00040300
           MOVE '1' TO WK-COMMAREA-FLAG                                 00040400
           .                                                            00040500
