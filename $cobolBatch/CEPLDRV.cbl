       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID. CEPLDRV.                                             00000200
      ******************************************************************00000300
      * Valter Siqueira - Systems      c                                00000400
      * Laboratoratório de uso particular ......                        00000500
      * ----------------------------------------------------------------00000600
      * Sistema .............. CEP                                      00000700
      * Programa.............. CEPLDRV                                  00000800
      * Tipo    .............. ONLINE (CICS PSEUDO-CONVERSACIONAL)      00000900
      * Transacao ............ CEPD                                     00001000
      * Finalidade ........... Disparador do teste de CONCORRENCIA dos  00001100
      *                        servicos de CEP, para dimensionar a      00001200
      *                        regiao antes da ampliacao do             00001300
      *                        atendimento: APASTR01/APASTRES medem     00001400
      *                        CPU e VSAM em batch, mas a pergunta e    00001500
      *                        como CEPSRV01 e CEPSRV02 respondem com   00001600
      *                        centenas de terminais ao mesmo tempo.    00001700
      *                        Monta uma amostra de chaves da propria   00001800
      *                        base (CEPs para o CEPSRV01, pares        00001900
      *                        UF/CIDADE para o CEPSRV02) e dispara N   00002000
      *                        tarefas CEPT (CEPLDTSK) com EXEC CICS    00002100
      *                        START, todas de uma vez; cada tarefa     00002200
      *                        faz o numero pedido de LINKs ao servico  00002300
      *                        e grava seus tempos em CEPLDR01. O       00002400
      *                        relatorio e o batch CEPLDREP, por        00002500
      *                        servico e nivel de concorrencia (rodar   00002600
      *                        uma execucao por nivel: 10, 50, 100,     00002700
      *                        ...).                                    00002800
      *                        Transacao de uso do SUPORTE (restringir  00002900
      *                        na seguranca de transacao): nao altera   00003000
      *                        dado, mas pesa na regiao de producao.    00003100
      * DSnames .............. B090290.CEPVSA01 (SO LEITURA, AMOSTRA)   00003200
      *                        B090290.CEPLDR01 (RESULTADOS; LAYOUT EM  00003300
      *                        CEPLDTSK)                                00003400
      * Entrada (posicoes fixas) ..........                             00003500
      *   POS 001     = SERVICO '1' CEPSRV01 (CEP -> ENDERECO)          00003600
      *                         '2' CEPSRV02 (UF/CIDADE -> CEPS)        00003700
      *   POS 002-004 = TAREFAS CONCORRENTES (001-500)                  00003800
      *   POS 005-009 = CHAMADAS POR TAREFA (00001-99999)               00003900
      *   POS 010-017 = CEP INICIAL DA AMOSTRA (OPCIONAL; EM BRANCO     00004000
      *                 COMECA NO INICIO DA BASE - A MESMA AMOSTRA EM   00004100
      *                 TODOS OS NIVEIS, PARA COMPARAR IGUAL COM IGUAL) 00004200
      * Amostra .............. 100 CHAVES, UMA A CADA 50 REGISTROS DA   00004300
      *                        BASE A PARTIR DO CEP INICIAL (MENOS SE A 00004400
      *                        BASE ACABAR ANTES).                      00004500
      * Registro de execucao . CEPLDR01 ORDEM 0000, TIPO 'E':           00004600
      *   POS 001-031 = COMUNS (VIDE CEPLDTSK)                          00004700
      *   POS 032-035 = TAREFAS DISPARADAS (START NORMAL)               00004800
      *   POS 036-039 = FALHAS DE START                                 00004900
      *   POS 040-042 = CHAVES NA AMOSTRA                               00005000
      *   POS 043-050 = CEP INICIAL DA AMOSTRA                          00005100
      *   POS 051-054 = TERMINAL QUE DISPAROU                           00005200
      *   POS 055-1540 = FILLER                                         00005300
      ******************************************************************00005400
       ENVIRONMENT DIVISION.                                            00005500
       DATA DIVISION.                                                   00005600
       WORKING-STORAGE SECTION.                                         00005700
        01 WORKING-AREAS.                                               00005800
           03 WK-ENT-LEN                 PIC S9(004) COMP.              00005900
           03 WK-RESP                    PIC S9(008) COMP.              00006000
           03 WK-CURRENT-DATE            PIC  X(021) VALUE SPACES.      00006100
           03 WK-BRW-CEP                 PIC  X(008) VALUE SPACES.      00006200
           03 WK-FIM-BROWSE              PIC  X(001) VALUE 'N'.         00006300
           03 WK-PULO                    PIC S9(004) COMP VALUE 0.      00006400
           03 WK-DISPARADAS              PIC  9(004) VALUE ZEROS.       00006500
           03 WK-FALHAS                  PIC  9(004) VALUE ZEROS.       00006600
           03 WK-ERRO                    PIC  X(040) VALUE SPACES.      00006700
           03 WK-CEPV0001-REC.                                          00006800
              05 WK-CEPV0001-CEP         PIC  X(008).                   00006900
              05 WK-CEPV0001-UF          PIC  X(002).                   00007000
              05 WK-CEPV0001-CIDADE-BUSCA  PIC X(030).                  00007100
              05 WK-CEPV0001-CIDADE      PIC  X(030).                   00007200
              05 FILLER                  PIC  X(091).                   00007300
                                                                        00007400
        01 WK-ENTRADA.                                                  00007500
           03 WK-ENT-SERVICO             PIC  X(001).                   00007600
           03 WK-ENT-TAREFAS             PIC  X(003).                   00007700
           03 WK-ENT-TAREFAS-N REDEFINES WK-ENT-TAREFAS                 00007800
                                         PIC  9(003).                   00007900
           03 WK-ENT-CHAMADAS            PIC  X(005).                   00008000
           03 WK-ENT-CHAMADAS-N REDEFINES WK-ENT-CHAMADAS               00008100
                                         PIC  9(005).                   00008200
           03 WK-ENT-CEP                 PIC  X(008).                   00008300
                                                                        00008400
      *    AREA PASSADA A CADA TAREFA CEPT NO START (RETRIEVE EM        00008500
      *    CEPLDTSK)                                                    00008600
        01 WK-START-AREA.                                               00008700
           03 WK-STA-EXECUCAO            PIC  X(016).                   00008800
           03 WK-STA-SERVICO             PIC  X(001).                   00008900
           03 WK-STA-TAREFAS             PIC  9(004).                   00009000
           03 WK-STA-ORDEM               PIC  9(004).                   00009100
           03 WK-STA-CHAMADAS            PIC  9(005).                   00009200
           03 WK-STA-QTDE-AMOSTRA        PIC  9(003).                   00009300
           03 WK-STA-AMOSTRA             PIC  X(032) OCCURS 100 TIMES.  00009400
                                                                        00009500
      *    REGISTRO DA EXECUCAO EM CEPLDR01 (LAYOUT EM CEPLDTSK)        00009600
        01 WK-CEPLDR01-REC.                                             00009700
           03 WK-LDR-CHAVE.                                             00009800
              05 WK-LDR-EXECUCAO         PIC  X(016).                   00009900
              05 WK-LDR-ORDEM            PIC  9(004).                   00010000
           03 WK-LDR-TIPO                PIC  X(001).                   00010100
           03 WK-LDR-SERVICO             PIC  X(001).                   00010200
           03 WK-LDR-TAREFAS             PIC  9(004).                   00010300
           03 WK-LDR-CHAMADAS            PIC  9(005).                   00010400
           03 WK-LDR-DISPARADAS          PIC  9(004).                   00010500
           03 WK-LDR-FALHAS              PIC  9(004).                   00010600
           03 WK-LDR-QTDE-AMOSTRA        PIC  9(003).                   00010700
           03 WK-LDR-CEP-INICIAL         PIC  X(008).                   00010800
           03 WK-LDR-TERMINAL            PIC  X(004).                   00010900
           03 FILLER                     PIC  X(1486).                  00011000
                                                                        00011100
        01 WK-TELA-ENTRADA.                                             00011200
           03 FILLER PIC X(050) VALUE                                   00011300
              'CEPLDRV - TESTE DE CONCORRENCIA DOS SERVICOS CEP'.       00011400
           03 FILLER PIC X(050) VALUE                                   00011500
              ' INFORME: SERVICO(1=CEPSRV01 2=CEPSRV02) + TAREFAS'.     00011600
           03 FILLER PIC X(050) VALUE                                   00011700
              '(3) + CHAMADAS POR TAREFA(5) + CEP INICIAL(OPC).'.       00011800
                                                                        00011900
        01 WK-TELA-RESPOSTA.                                            00012000
           03 FILLER            PIC X(010) VALUE 'EXECUCAO..'.          00012100
           03 WK-RSP-EXECUCAO   PIC X(016).                             00012200
           03 FILLER            PIC X(010) VALUE ' SERVICO..'.          00012300
           03 WK-RSP-SERVICO    PIC X(008).                             00012400
           03 FILLER            PIC X(012) VALUE ' DISPARADAS.'.        00012500
           03 WK-RSP-DISPARADAS PIC 9(004).                             00012600
           03 FILLER            PIC X(008) VALUE ' FALHAS.'.            00012700
           03 WK-RSP-FALHAS     PIC 9(004).                             00012800
           03 FILLER            PIC X(009) VALUE ' AMOSTRA.'.           00012900
           03 WK-RSP-AMOSTRA    PIC 9(003).                             00013000
           03 WK-RSP-OBS        PIC X(040).                             00013100
                                                                        00013200
        01 WK-TELA-ERRO.                                                00013300
           03 FILLER            PIC X(010) VALUE 'CEPLDRV - '.          00013400
           03 WK-ERR-TEXTO      PIC X(040).                             00013500
                                                                        00013600
        01 WK-COMMAREA-AREA.                                            00013700
           03 WK-COMMAREA-FLAG           PIC  X(001) VALUE '1'.         00013800
                                                                        00013900
       LINKAGE SECTION.                                                 00014000
       01 DFHCOMMAREA.                                                  00014100
          05 LK-COMMAREA-FLAG            PIC  X(001).                   00014200
                                                                        00014300
       PROCEDURE DIVISION.                                              00014400
      *                                                                 00014500
       MAIN-PARA.                                                       00014600
           IF EIBCALEN = 0                                              00014700
              PERFORM ENVIA-TELA-ENTRADA                                00014800
           ELSE                                                         00014900
              PERFORM RECEBE-ENTRADA                                    00015000
              PERFORM VALIDA-ENTRADA                                    00015100
              IF WK-ERRO = SPACES                                       00015200
                 PERFORM MONTA-AMOSTRA                                  00015300
              END-IF                                                    00015400
              IF WK-ERRO = SPACES                                       00015500
                 PERFORM DISPARA-TAREFAS                                00015600
              ELSE                                                      00015700
                 MOVE WK-ERRO TO WK-ERR-TEXTO                           00015800
                 PERFORM ENVIA-TELA-ERRO                                00015900
              END-IF                                                    00016000
           END-IF                                                       00016100
                                                                        00016200
           EXEC CICS RETURN                                             00016300
                TRANSID('CEPD')                                         00016400
                COMMAREA(WK-COMMAREA-AREA)                              00016500
                LENGTH(LENGTH OF WK-COMMAREA-AREA)                      00016600
           END-EXEC                                                     00016700
           .                                                            00016800
       ENVIA-TELA-ENTRADA.                                              00016900
           EXEC CICS SEND TEXT                                          00017000
                FROM(WK-TELA-ENTRADA)                                   00017100
                LENGTH(LENGTH OF WK-TELA-ENTRADA)                       00017200
                ERASE                                                   00017300
           END-EXEC                                                     00017400
           .                                                            00017500
       RECEBE-ENTRADA.                                                  00017600
           MOVE SPACES TO WK-ENTRADA                                    00017700
           MOVE LENGTH OF WK-ENTRADA TO WK-ENT-LEN                      00017800
           EXEC CICS RECEIVE                                            00017900
                INTO(WK-ENTRADA)                                        00018000
                LENGTH(WK-ENT-LEN)                                      00018100
                RESP(WK-RESP)                                           00018200
           END-EXEC                                                     00018300
           .                                                            00018400
       VALIDA-ENTRADA.                                                  00018500
           MOVE SPACES TO WK-ERRO                                       00018600
           EVALUATE TRUE                                                00018700
              WHEN WK-ENT-SERVICO NOT = '1' AND                         00018800
                   WK-ENT-SERVICO NOT = '2'                             00018900
                 MOVE 'SERVICO INVALIDO (USE 1 OU 2)' TO WK-ERRO        00019000
              WHEN WK-ENT-TAREFAS IS NOT NUMERIC                        00019100
                 MOVE 'TAREFAS INVALIDAS (001 A 500)' TO WK-ERRO        00019200
              WHEN WK-ENT-TAREFAS-N = 0 OR WK-ENT-TAREFAS-N > 500       00019300
                 MOVE 'TAREFAS INVALIDAS (001 A 500)' TO WK-ERRO        00019400
              WHEN WK-ENT-CHAMADAS IS NOT NUMERIC                       00019500
                 MOVE 'CHAMADAS INVALIDAS (00001 A 99999)' TO WK-ERRO   00019600
              WHEN WK-ENT-CHAMADAS-N = 0                                00019700
                 MOVE 'CHAMADAS INVALIDAS (00001 A 99999)' TO WK-ERRO   00019800
              WHEN WK-ENT-CEP NOT = SPACES AND                          00019900
                   WK-ENT-CEP IS NOT NUMERIC                            00020000
                 MOVE 'CEP INICIAL INVALIDO' TO WK-ERRO                 00020100
           END-EVALUATE                                                 00020200
           .                                                            00020300
       MONTA-AMOSTRA.                                                   00020400
      *    UMA CHAVE A CADA 50 REGISTROS A PARTIR DO CEP INICIAL,       00020500
      *    ATE 100 CHAVES OU O FIM DA BASE                              00020600
           MOVE FUNCTION CURRENT-DATE TO WK-CURRENT-DATE                00020700
           MOVE WK-CURRENT-DATE (1:16) TO WK-STA-EXECUCAO               00020800
           MOVE WK-ENT-SERVICO         TO WK-STA-SERVICO                00020900
           MOVE WK-ENT-TAREFAS-N       TO WK-STA-TAREFAS                00021000
           MOVE WK-ENT-CHAMADAS-N      TO WK-STA-CHAMADAS               00021100
           MOVE 0                      TO WK-STA-QTDE-AMOSTRA           00021200
           MOVE 'N'                    TO WK-FIM-BROWSE                 00021300
           MOVE 0                      TO WK-PULO                       00021400
           IF WK-ENT-CEP = SPACES                                       00021500
              MOVE LOW-VALUES TO WK-BRW-CEP                             00021600
           ELSE                                                         00021700
              MOVE WK-ENT-CEP TO WK-BRW-CEP                             00021800
           END-IF                                                       00021900
           EXEC CICS STARTBR                                            00022000
                FILE('CEPV0001')                                        00022100
                RIDFLD(WK-BRW-CEP)                                      00022200
                KEYLENGTH(LENGTH OF WK-BRW-CEP)                         00022300
                GTEQ                                                    00022400
                RESP(WK-RESP)                                           00022500
           END-EXEC                                                     00022600
           IF WK-RESP NOT = DFHRESP(NORMAL)                             00022700
              MOVE 'SEM CEPS NA BASE A PARTIR DO INICIAL' TO WK-ERRO    00022800
           ELSE                                                         00022900
              PERFORM LE-PROXIMA-AMOSTRA                                00023000
                 UNTIL WK-FIM-BROWSE = 'S'                              00023100
                    OR WK-STA-QTDE-AMOSTRA = 100                        00023200
              EXEC CICS ENDBR                                           00023300
                   FILE('CEPV0001')                                     00023400
                   RESP(WK-RESP)                                        00023500
              END-EXEC                                                  00023600
              IF WK-STA-QTDE-AMOSTRA = 0                                00023700
                 MOVE 'SEM CEPS NA BASE A PARTIR DO INICIAL'            00023800
                    TO WK-ERRO                                          00023900
              END-IF                                                    00024000
           END-IF                                                       00024100
           .                                                            00024200
       LE-PROXIMA-AMOSTRA.                                              00024300
           EXEC CICS READNEXT                                           00024400
                FILE('CEPV0001')                                        00024500
                INTO(WK-CEPV0001-REC)                                   00024600
                RIDFLD(WK-BRW-CEP)                                      00024700
                KEYLENGTH(LENGTH OF WK-BRW-CEP)                         00024800
                RESP(WK-RESP)                                           00024900
           END-EXEC                                                     00025000
           IF WK-RESP NOT = DFHRESP(NORMAL)                             00025100
              MOVE 'S' TO WK-FIM-BROWSE                                 00025200
           ELSE                                                         00025300
              IF WK-PULO = 0                                            00025400
                 ADD 1 TO WK-STA-QTDE-AMOSTRA                           00025500
                 MOVE SPACES TO WK-STA-AMOSTRA (WK-STA-QTDE-AMOSTRA)    00025600
                 IF WK-ENT-SERVICO = '1'                                00025700
                    MOVE WK-CEPV0001-CEP                                00025800
                       TO WK-STA-AMOSTRA (WK-STA-QTDE-AMOSTRA) (1:8)    00025900
                 ELSE                                                   00026000
                    MOVE WK-CEPV0001-UF                                 00026100
                       TO WK-STA-AMOSTRA (WK-STA-QTDE-AMOSTRA) (1:2)    00026200
                    MOVE WK-CEPV0001-CIDADE                             00026300
                       TO WK-STA-AMOSTRA (WK-STA-QTDE-AMOSTRA) (3:30)   00026400
                 END-IF                                                 00026500
              END-IF                                                    00026600
              ADD 1 TO WK-PULO                                          00026700
              IF WK-PULO = 50                                           00026800
                 MOVE 0 TO WK-PULO                                      00026900
              END-IF                                                    00027000
           END-IF                                                       00027100
           .                                                            00027200
       DISPARA-TAREFAS.                                                 00027300
           MOVE 0 TO WK-STA-ORDEM                                       00027400
           MOVE 0 TO WK-DISPARADAS                                      00027500
           MOVE 0 TO WK-FALHAS                                          00027600
           PERFORM DISPARA-TAREFA WK-STA-TAREFAS TIMES                  00027700
           PERFORM GRAVA-EXECUCAO                                       00027800
      *    AS TAREFAS JA ESTAO RODANDO: MESMO SEM O REGISTRO DA         00027900
      *    EXECUCAO O OPERADOR PRECISA DA IDENTIFICACAO DELA            00028000
           IF WK-ERRO = SPACES                                          00028100
              MOVE ' - RESULTADO NO BATCH CEPLDREP' TO WK-RSP-OBS       00028200
           ELSE                                                         00028300
              MOVE ' - ERRO NA GRAVACAO DE CEPLDR01' TO WK-RSP-OBS      00028400
           END-IF                                                       00028500
           MOVE WK-STA-EXECUCAO     TO WK-RSP-EXECUCAO                  00028600
           IF WK-STA-SERVICO = '1'                                      00028700
              MOVE 'CEPSRV01'       TO WK-RSP-SERVICO                   00028800
           ELSE                                                         00028900
              MOVE 'CEPSRV02'       TO WK-RSP-SERVICO                   00029000
           END-IF                                                       00029100
           MOVE WK-DISPARADAS       TO WK-RSP-DISPARADAS                00029200
           MOVE WK-FALHAS           TO WK-RSP-FALHAS                    00029300
           MOVE WK-STA-QTDE-AMOSTRA TO WK-RSP-AMOSTRA                   00029400
           EXEC CICS SEND TEXT                                          00029500
                FROM(WK-TELA-RESPOSTA)                                  00029600
                LENGTH(LENGTH OF WK-TELA-RESPOSTA)                      00029700
                ERASE                                                   00029800
           END-EXEC                                                     00029900
           .                                                            00030000
       DISPARA-TAREFA.                                                  00030100
      *    START SEM INTERVALO E SEM TERMINAL: AS TAREFAS ENTRAM NA     00030200
      *    FILA DO CICS AO MESMO TEMPO (SUJEITAS A MAXTASK/TCLASS,      00030300
      *    QUE E JUSTAMENTE O QUE SE QUER MEDIR)                        00030400
           ADD 1 TO WK-STA-ORDEM                                        00030500
           EXEC CICS START                                              00030600
                TRANSID('CEPT')                                         00030700
                FROM(WK-START-AREA)                                     00030800
                LENGTH(LENGTH OF WK-START-AREA)                         00030900
                RESP(WK-RESP)                                           00031000
           END-EXEC                                                     00031100
           IF WK-RESP = DFHRESP(NORMAL)                                 00031200
              ADD 1 TO WK-DISPARADAS                                    00031300
           ELSE                                                         00031400
              ADD 1 TO WK-FALHAS                                        00031500
           END-IF                                                       00031600
           .                                                            00031700
       GRAVA-EXECUCAO.                                                  00031800
           MOVE SPACES              TO WK-CEPLDR01-REC                  00031900
           MOVE WK-STA-EXECUCAO     TO WK-LDR-EXECUCAO                  00032000
           MOVE ZEROS               TO WK-LDR-ORDEM                     00032100
           MOVE 'E'                 TO WK-LDR-TIPO                      00032200
           MOVE WK-STA-SERVICO      TO WK-LDR-SERVICO                   00032300
           MOVE WK-STA-TAREFAS      TO WK-LDR-TAREFAS                   00032400
           MOVE WK-STA-CHAMADAS     TO WK-LDR-CHAMADAS                  00032500
           MOVE WK-DISPARADAS       TO WK-LDR-DISPARADAS                00032600
           MOVE WK-FALHAS           TO WK-LDR-FALHAS                    00032700
           MOVE WK-STA-QTDE-AMOSTRA TO WK-LDR-QTDE-AMOSTRA              00032800
           MOVE WK-ENT-CEP          TO WK-LDR-CEP-INICIAL               00032900
           MOVE EIBTRMID            TO WK-LDR-TERMINAL                  00033000
           EXEC CICS WRITE                                              00033100
                FILE('CEPLDR01')                                        00033200
                FROM(WK-CEPLDR01-REC)                                   00033300
                RIDFLD(WK-LDR-CHAVE)                                    00033400
                KEYLENGTH(LENGTH OF WK-LDR-CHAVE)                       00033500
                RESP(WK-RESP)                                           00033600
           END-EXEC                                                     00033700
           IF WK-RESP NOT = DFHRESP(NORMAL)                             00033800
              MOVE 'ERRO NA GRAVACAO DE CEPLDR01' TO WK-ERRO            00033900
           END-IF                                                       00034000
           .                                                            00034100
       ENVIA-TELA-ERRO.                                                 00034200
           EXEC CICS SEND TEXT                                          00034300
                FROM(WK-TELA-ERRO)                                      00034400
                LENGTH(LENGTH OF WK-TELA-ERRO)                          00034500
                ERASE                                                   00034600
           END-EXEC                                                     00034700
           .                                                            00034800
