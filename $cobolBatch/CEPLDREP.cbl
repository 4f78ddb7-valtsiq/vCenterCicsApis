       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID. CEPLDREP.                                            00000200
      ******************************************************************00000300
      * Valter Siqueira - Systems      c                                00000400
      * Laboratoratório de uso particular ......                        00000500
      * ----------------------------------------------------------------00000600
      * Sistema .............. CEP                                      00000700
      * Programa.............. CEPLDREP                                 00000800
      * Tipo    .............. BATCH                                    00000900
      * Finalidade ........... Relatorio do teste de concorrencia dos   00001000
      *                        servicos de CEP (transacao CEPD /        00001100
      *                        CEPLDRV, tarefas CEPT / CEPLDTSK): por   00001200
      *                        SERVICO e NIVEL DE CONCORRENCIA          00001300
      *                        (tarefas simultaneas da execucao):       00001400
      *                        - execucoes, tarefas disparadas e        00001500
      *                          concluidas (tarefa que nao gravou o    00001600
      *                          resultado abendou ou nao terminou);    00001700
      *                        - chamadas e vazao (chamadas por         00001800
      *                          segundo na janela de cada execucao,    00001900
      *                          do inicio da primeira tarefa ao fim    00002000
      *                          da ultima);                            00002100
      *                        - tempo de resposta medio, minimo,       00002200
      *                          maximo e percentis 50/90/95/99;        00002300
      *                        - chamadas por codigo de retorno e       00002400
      *                          percentual de ERRO ('12', '16', 'LK'   00002500
      *                          = LINK FALHOU, 'OU' = OUTROS).         00002600
      *                        E o numero para dimensionar a regiao     00002700
      *                        antes da ampliacao do atendimento.       00002800
      * DSnames .............. B090290.CEPLDR01 (DD CEPLDR01, KSDS;     00002900
      *                        LAYOUT EM CEPLDTSK E CEPLDRV)            00003000
      * Relatorio ............ CEPLDL01 (132 BYTES, PAGINADO)           00003100
      * PARM ................. POS 01-16 = INICIO DA IDENTIFICACAO DAS  00003200
      *                        EXECUCOES A RESUMIR (AAAAMMDD, OU        00003300
      *                        AAAAMMDDHH..., OU A EXECUCAO INTEIRA);   00003400
      *                        EM BRANCO RESUME O ARQUIVO INTEIRO.      00003500
      * Percentis ............ VEM DO HISTOGRAMA DAS TAREFAS: ATE 99 MS 00003600
      *                        EXATOS; DE 100 A 999 MS O LIMITE         00003700
      *                        INFERIOR DA FAIXA DE 10 MS; 1000 = UM    00003800
      *                        SEGUNDO OU MAIS.                         00003900
      * RETURN-CODE .......... 0 = TUDO CONCLUIDO SEM ERRO              00004000
      *                        4 = TAREFA NAO CONCLUIDA, FALHA DE       00004100
      *                            START, RETORNO DE ERRO, NIVEIS ALEM  00004200
      *                            DA TABELA OU NADA SELECIONADO        00004300
      *                        12 = ERRO VSAM                           00004400
      ******************************************************************00004500
       ENVIRONMENT DIVISION.                                            00004600
       INPUT-OUTPUT SECTION.                                            00004700
       FILE-CONTROL.                                                    00004800
           SELECT CEPLDR01 ASSIGN TO 'CEPLDR01'                         00004900
           ORGANIZATION IS INDEXED                                      00005000
           ACCESS MODE IS SEQUENTIAL                                    00005100
           RECORD KEY IS CEPLDR01-CHAVE                                 00005200
           FILE STATUS WK-VSAM-FILE-STATUS.                             00005300
           SELECT CEPLDL01 ASSIGN TO 'CEPLDL01'                         00005400
           ORGANIZATION SEQUENTIAL.                                     00005500
       DATA DIVISION.                                                   00005600
       FILE SECTION.                                                    00005700
                                                                        00005800
       FD CEPLDR01.                                                     00005900
       01 CEPLDR01-REC.                                                 00006000
          05 CEPLDR01-CHAVE.                                            00006100
             10 CEPLDR01-EXECUCAO       PIC  X(016).                    00006200
             10 CEPLDR01-ORDEM          PIC  9(004).                    00006300
          05 CEPLDR01-TIPO              PIC  X(001).                    00006400
          05 CEPLDR01-SERVICO           PIC  X(001).                    00006500
          05 CEPLDR01-TAREFAS           PIC  9(004).                    00006600
          05 CEPLDR01-CHAMADAS          PIC  9(005).                    00006700
          05 CEPLDR01-REALIZADAS        PIC  9(007).                    00006800
          05 CEPLDR01-T-INICIO          PIC  9(015).                    00006900
          05 CEPLDR01-T-FIM             PIC  9(015).                    00007000
          05 CEPLDR01-SOMA-MS           PIC  9(011).                    00007100
          05 CEPLDR01-MIN-MS            PIC  9(007).                    00007200
          05 CEPLDR01-MAX-MS            PIC  9(007).                    00007300
          05 CEPLDR01-RET OCCURS 9 TIMES.                               00007400
             10 CEPLDR01-RET-COD        PIC  X(002).                    00007500
             10 CEPLDR01-RET-QTDE       PIC  9(007).                    00007600
          05 CEPLDR01-FAIXA-QTDE        PIC  9(007) OCCURS 191 TIMES.   00007700
          05 FILLER                     PIC  X(029).                    00007800
      *    REGISTRO DA EXECUCAO (ORDEM 0000, TIPO 'E', CEPLDRV)         00007900
       01 CEPLDR01-EXEC-REC.                                            00008000
          05 FILLER                     PIC  X(031).                    00008100
          05 CEPLDR01-DISPARADAS        PIC  9(004).                    00008200
          05 CEPLDR01-FALHAS            PIC  9(004).                    00008300
          05 CEPLDR01-QTDE-AMOSTRA      PIC  9(003).                    00008400
          05 CEPLDR01-CEP-INICIAL       PIC  X(008).                    00008500
          05 CEPLDR01-TERMINAL          PIC  X(004).                    00008600
          05 FILLER                     PIC  X(1486).                   00008700
       FD CEPLDL01                                                      00008800
            RECORDING MODE IS F                                         00008900
            RECORD CONTAINS 132 CHARACTERS.                             00009000
       01 CEPLDL01-REC                  PIC  X(132).                    00009100
                                                                        00009200
       WORKING-STORAGE SECTION.                                         00009300
        01 WORKING-AREAS.                                               00009400
           03 WK-VSAM-FILE-STATUS       PIC  X(002) VALUE SPACES.       00009500
           03 WK-EOF                    PIC  X(001) VALUE 'N'.          00009600
           03 WK-FILTRO                 PIC  X(016) VALUE SPACES.       00009700
           03 WK-FILTRO-LEN             PIC S9(004) COMP VALUE 0.       00009800
           03 WK-LINHA                  PIC  X(132) VALUE SPACES.       00009900
           03 WK-LIN-PAG                PIC  9(002) VALUE 99.           00010000
           03 WK-PAGINA                 PIC  9(004) VALUE ZEROS.        00010100
           03 WK-SUB                    PIC S9(004) COMP VALUE 0.       00010200
           03 WK-FX                     PIC S9(004) COMP VALUE 0.       00010300
           03 WK-NIV                    PIC S9(004) COMP VALUE 0.       00010400
           03 WK-MENOR                  PIC S9(004) COMP VALUE 0.       00010500
           03 WK-ACHOU                  PIC  X(001) VALUE 'N'.          00010600
           03 WK-CHAVE-NIVEL.                                           00010700
              05 WK-CHAVE-SERVICO       PIC  X(001).                    00010800
              05 WK-CHAVE-TAREFAS       PIC  9(004).                    00010900
           03 WK-CONT-LIDOS             PIC  9(010) VALUE ZEROS.        00011000
           03 WK-CONT-SELECIONADOS      PIC  9(010) VALUE ZEROS.        00011100
           03 WK-CONT-EXECUCOES         PIC  9(010) VALUE ZEROS.        00011200
           03 WK-CONT-SEM-CABECALHO     PIC  9(010) VALUE ZEROS.        00011300
           03 WK-CONT-FORA-TABELA       PIC  9(010) VALUE ZEROS.        00011400
           03 WK-CONT-PROBLEMAS         PIC  9(010) VALUE ZEROS.        00011500
                                                                        00011600
      *    EXECUCAO EM ACUMULACAO (O ARQUIVO VEM NA ORDEM DA CHAVE:     00011700
      *    REGISTRO 'E' DA EXECUCAO E DEPOIS AS TAREFAS DELA)           00011800
        01 WK-EXECUCAO-ATUAL.                                           00011900
           03 WK-EXE-ID                 PIC  X(016) VALUE SPACES.       00012000
           03 WK-EXE-NIVEL              PIC S9(004) COMP VALUE 0.       00012100
           03 WK-EXE-TEM-CABECALHO      PIC  X(001) VALUE 'N'.          00012200
           03 WK-EXE-CONCLUIDAS         PIC  9(004) VALUE ZEROS.        00012300
           03 WK-EXE-INICIO             PIC  9(015) VALUE ZEROS.        00012400
           03 WK-EXE-FIM                PIC  9(015) VALUE ZEROS.        00012500
                                                                        00012600
      *    ACUMULADORES POR SERVICO + NIVEL DE CONCORRENCIA             00012700
        01 WK-TAB-NIVEIS.                                               00012800
           03 WK-NIV-QTDE               PIC  9(003) VALUE ZEROS.        00012900
           03 WK-NIV-ENTRY OCCURS 50 TIMES.                             00013000
              05 WK-NIV-CHAVE.                                          00013100
                 10 WK-NIV-SERVICO      PIC  X(001).                    00013200
                 10 WK-NIV-TAREFAS      PIC  9(004).                    00013300
              05 WK-NIV-IMPRESSO        PIC  X(001).                    00013400
              05 WK-NIV-EXECUCOES       PIC  9(005).                    00013500
              05 WK-NIV-DISPARADAS      PIC  9(007).                    00013600
              05 WK-NIV-FALHAS          PIC  9(007).                    00013700
              05 WK-NIV-CONCLUIDAS      PIC  9(007).                    00013800
              05 WK-NIV-CHAMADAS        PIC  9(011).                    00013900
              05 WK-NIV-SOMA-MS         PIC  9(015).                    00014000
              05 WK-NIV-MIN-MS          PIC  9(007).                    00014100
              05 WK-NIV-MAX-MS          PIC  9(007).                    00014200
              05 WK-NIV-JANELA-MS       PIC  9(015).                    00014300
              05 WK-NIV-RET-QTDE        PIC  9(011) OCCURS 9 TIMES.     00014400
              05 WK-NIV-FAIXA-QTDE      PIC  9(011) OCCURS 191 TIMES.   00014500
                                                                        00014600
        01 WK-TAB-CODIGOS-INI.                                          00014700
           03 FILLER                    PIC  X(018) VALUE               00014800
              '00020406081216LKOU'.                                     00014900
        01 WK-TAB-CODIGOS REDEFINES WK-TAB-CODIGOS-INI.                 00015000
           03 WK-COD-RETORNO            PIC  X(002) OCCURS 9 TIMES.     00015100
                                                                        00015200
      *    CALCULO DAS ESTATISTICAS DO NIVEL                            00015300
        01 WK-CALCULO.                                                  00015400
           03 WK-PCT                    PIC  9(003) VALUE ZEROS.        00015500
           03 WK-ALVO                   PIC  9(011) VALUE ZEROS.        00015600
           03 WK-ACUM                   PIC  9(011) VALUE ZEROS.        00015700
           03 WK-MS-PERCENTIL           PIC  9(007) VALUE ZEROS.        00015800
           03 WK-ERROS                  PIC  9(011) VALUE ZEROS.        00015900
           03 WK-VAZAO                  PIC  9(009)V9 VALUE ZEROS.      00016000
           03 WK-MEDIA                  PIC  9(007)V99 VALUE ZEROS.     00016100
           03 WK-PERC-ERRO              PIC  9(003)V99 VALUE ZEROS.     00016200
           03 WK-PONTEIRO               PIC S9(004) COMP VALUE 0.       00016300
                                                                        00016400
        01 WK-EDICAO.                                                   00016500
           03 WK-PRINT-SERVICO          PIC  X(008).                    00016600
           03 WK-PRINT-TAREFAS          PIC  ZZZ9.                      00016700
           03 WK-PRINT-EXEC             PIC  ZZ9.                       00016800
           03 WK-PRINT-CONC             PIC  ZZZZ9.                     00016900
           03 WK-PRINT-DISP             PIC  ZZZZ9.                     00017000
           03 WK-PRINT-CONT             PIC  Z(009)9.                   00017100
           03 WK-PRINT-VAZAO            PIC  ZZZZZZ9.9.                 00017200
           03 WK-PRINT-MEDIA            PIC  ZZZZ9.99.                  00017300
           03 WK-PRINT-MS               PIC  ZZZZZZ9.                   00017400
           03 WK-PRINT-PCT              PIC  ZZZZ9.                     00017500
           03 WK-PRINT-PERC             PIC  ZZ9.99.                    00017600
           03 WK-PRINT-RET              PIC  Z(009)9.                   00017700
                                                                        00017800
       LINKAGE SECTION.                                                 00017900
       01 LK-PARM-LENGTH                PIC S9(004) COMP.               00018000
       01 LK-PARM-DATA.                                                 00018100
          05 LK-EXECUCAO                PIC  X(016).                    00018200
                                                                        00018300
       PROCEDURE DIVISION USING LK-PARM-LENGTH LK-PARM-DATA.            00018400
      *                                                                 00018500
       MAIN-PARA.                                                       00018600
           PERFORM OBTEM-FILTRO                                         00018700
           PERFORM OPEN-FILES                                           00018800
           PERFORM READ-FILE UNTIL WK-EOF EQUAL 'Y'                     00018900
           IF WK-EXE-ID NOT = SPACES                                    00019000
              PERFORM FECHA-EXECUCAO                                    00019100
           END-IF                                                       00019200
                                                                        00019300
           PERFORM IMPRIME-NIVEIS                                       00019400
           PERFORM RELATORIO-FINAL                                      00019500
                                                                        00019600
           PERFORM CLOSE-FILES                                          00019700
           IF WK-CONT-PROBLEMAS > 0 OR WK-CONT-FORA-TABELA > 0          00019800
              OR WK-CONT-SELECIONADOS = 0                               00019900
              MOVE 4 TO RETURN-CODE                                     00020000
           END-IF                                                       00020100
           STOP RUN                                                     00020200
           .                                                            00020300
       OBTEM-FILTRO.                                                    00020400
      *    SO A PARTE PREENCHIDA DO PARM E COMPARADA (PREFIXO DA        00020500
      *    IDENTIFICACAO DA EXECUCAO)                                   00020600
           MOVE SPACES TO WK-FILTRO                                     00020700
           MOVE 0      TO WK-FILTRO-LEN                                 00020800
           IF LK-PARM-LENGTH > 0                                        00020900
              IF LK-PARM-LENGTH > 16                                    00021000
                 MOVE LK-EXECUCAO TO WK-FILTRO                          00021100
              ELSE                                                      00021200
                 MOVE LK-EXECUCAO (1:LK-PARM-LENGTH) TO WK-FILTRO       00021300
              END-IF                                                    00021400
              INSPECT WK-FILTRO TALLYING WK-FILTRO-LEN                  00021500
                 FOR CHARACTERS BEFORE INITIAL SPACE                    00021600
           END-IF                                                       00021700
           .                                                            00021800
       OPEN-FILES.                                                      00021900
           OPEN INPUT CEPLDR01                                          00022000
           IF WK-VSAM-FILE-STATUS NOT = '00'                            00022100
              DISPLAY "-----ERRO VSAM NO OPEN -----"                    00022200
              DISPLAY WK-VSAM-FILE-STATUS                               00022300
              MOVE 12 TO RETURN-CODE                                    00022400
              STOP RUN                                                  00022500
           END-IF                                                       00022600
           OPEN OUTPUT CEPLDL01                                         00022700
           .                                                            00022800
       READ-FILE.                                                       00022900
           READ CEPLDR01 NEXT RECORD AT END MOVE 'Y' TO WK-EOF          00023000
           END-READ                                                     00023100
                                                                        00023200
           EVALUATE WK-VSAM-FILE-STATUS                                 00023300
              WHEN '00'                                                 00023400
                 ADD 1 TO WK-CONT-LIDOS                                 00023500
                 PERFORM SELECIONA-EXECUCAO                             00023600
              WHEN '10'                                                 00023700
                 CONTINUE                                               00023800
              WHEN OTHER                                                00023900
                 DISPLAY "-----ERRO VSAM -----"                         00024000
                 DISPLAY WK-VSAM-FILE-STATUS                            00024100
                 PERFORM CLOSE-FILES                                    00024200
                 MOVE 12 TO RETURN-CODE                                 00024300
                 STOP RUN                                               00024400
           END-EVALUATE                                                 00024500
           .                                                            00024600
       SELECIONA-EXECUCAO.                                              00024700
           IF WK-FILTRO-LEN = 0                                         00024800
              PERFORM ACUMULA-REGISTRO                                  00024900
           ELSE                                                         00025000
              IF CEPLDR01-EXECUCAO (1:WK-FILTRO-LEN) =                  00025100
                 WK-FILTRO (1:WK-FILTRO-LEN)                            00025200
                 PERFORM ACUMULA-REGISTRO                               00025300
              END-IF                                                    00025400
           END-IF                                                       00025500
           .                                                            00025600
       ACUMULA-REGISTRO.                                                00025700
           ADD 1 TO WK-CONT-SELECIONADOS                                00025800
           IF CEPLDR01-EXECUCAO NOT = WK-EXE-ID                         00025900
              IF WK-EXE-ID NOT = SPACES                                 00026000
                 PERFORM FECHA-EXECUCAO                                 00026100
              END-IF                                                    00026200
              PERFORM ABRE-EXECUCAO                                     00026300
           END-IF                                                       00026400
           IF WK-EXE-NIVEL > 0                                          00026500
              IF CEPLDR01-TIPO = 'E'                                    00026600
                 MOVE 'S' TO WK-EXE-TEM-CABECALHO                       00026700
                 ADD CEPLDR01-DISPARADAS TO WK-NIV-DISPARADAS           00026800
                                                 (WK-EXE-NIVEL)         00026900
                 ADD CEPLDR01-FALHAS     TO WK-NIV-FALHAS               00027000
                                                 (WK-EXE-NIVEL)         00027100
              ELSE                                                      00027200
                 PERFORM ACUMULA-TAREFA                                 00027300
              END-IF                                                    00027400
           END-IF                                                       00027500
           .                                                            00027600
       ABRE-EXECUCAO.                                                   00027700
           ADD  1                 TO WK-CONT-EXECUCOES                  00027800
           MOVE CEPLDR01-EXECUCAO TO WK-EXE-ID                          00027900
           MOVE 'N'               TO WK-EXE-TEM-CABECALHO               00028000
           MOVE ZEROS             TO WK-EXE-CONCLUIDAS                  00028100
           MOVE ALL '9'           TO WK-EXE-INICIO                      00028200
           MOVE ZEROS             TO WK-EXE-FIM                         00028300
           MOVE CEPLDR01-SERVICO  TO WK-CHAVE-SERVICO                   00028400
           MOVE CEPLDR01-TAREFAS  TO WK-CHAVE-TAREFAS                   00028500
           PERFORM PROCURA-NIVEL                                        00028600
           MOVE WK-NIV            TO WK-EXE-NIVEL                       00028700
           IF WK-EXE-NIVEL > 0                                          00028800
              ADD 1 TO WK-NIV-EXECUCOES (WK-EXE-NIVEL)                  00028900
           END-IF                                                       00029000
           .                                                            00029100
       PROCURA-NIVEL.                                                   00029200
      *    DEVOLVE EM WK-NIV A ENTRADA DO SERVICO + NIVEL (CRIA SE      00029300
      *    NAO EXISTE); ZERO SE A TABELA ESTA CHEIA                     00029400
           MOVE 'N' TO WK-ACHOU                                         00029500
           MOVE 0   TO WK-NIV                                           00029600
           PERFORM COMPARA-NIVEL VARYING WK-SUB FROM 1 BY 1             00029700
              UNTIL WK-SUB > WK-NIV-QTDE OR WK-ACHOU = 'S'              00029800
           IF WK-ACHOU = 'N'                                            00029900
              IF WK-NIV-QTDE < 50                                       00030000
                 ADD  1 TO WK-NIV-QTDE                                  00030100
                 MOVE WK-NIV-QTDE TO WK-NIV                             00030200
                 PERFORM INICIA-NIVEL                                   00030300
              ELSE                                                      00030400
                 ADD 1 TO WK-CONT-FORA-TABELA                           00030500
              END-IF                                                    00030600
           END-IF                                                       00030700
           .                                                            00030800
       COMPARA-NIVEL.                                                   00030900
           IF WK-NIV-CHAVE (WK-SUB) = WK-CHAVE-NIVEL                    00031000
              MOVE WK-SUB TO WK-NIV                                     00031100
              MOVE 'S'    TO WK-ACHOU                                   00031200
           END-IF                                                       00031300
           .                                                            00031400
       INICIA-NIVEL.                                                    00031500
           MOVE WK-CHAVE-NIVEL TO WK-NIV-CHAVE (WK-NIV)                 00031600
           MOVE 'N'            TO WK-NIV-IMPRESSO (WK-NIV)              00031700
           MOVE ZEROS          TO WK-NIV-EXECUCOES (WK-NIV)             00031800
           MOVE ZEROS          TO WK-NIV-DISPARADAS (WK-NIV)            00031900
           MOVE ZEROS          TO WK-NIV-FALHAS (WK-NIV)                00032000
           MOVE ZEROS          TO WK-NIV-CONCLUIDAS (WK-NIV)            00032100
           MOVE ZEROS          TO WK-NIV-CHAMADAS (WK-NIV)              00032200
           MOVE ZEROS          TO WK-NIV-SOMA-MS (WK-NIV)               00032300
           MOVE ALL '9'        TO WK-NIV-MIN-MS (WK-NIV)                00032400
           MOVE ZEROS          TO WK-NIV-MAX-MS (WK-NIV)                00032500
           MOVE ZEROS          TO WK-NIV-JANELA-MS (WK-NIV)             00032600
           PERFORM ZERA-RETORNO-NIVEL VARYING WK-SUB FROM 1 BY 1        00032700
              UNTIL WK-SUB > 9                                          00032800
           PERFORM ZERA-FAIXA-NIVEL VARYING WK-SUB FROM 1 BY 1          00032900
              UNTIL WK-SUB > 191                                        00033000
           .                                                            00033100
       ZERA-RETORNO-NIVEL.                                              00033200
           MOVE ZEROS TO WK-NIV-RET-QTDE (WK-NIV WK-SUB)                00033300
           .                                                            00033400
       ZERA-FAIXA-NIVEL.                                                00033500
           MOVE ZEROS TO WK-NIV-FAIXA-QTDE (WK-NIV WK-SUB)              00033600
           .                                                            00033700
       ACUMULA-TAREFA.                                                  00033800
           MOVE WK-EXE-NIVEL TO WK-NIV                                  00033900
           ADD 1                   TO WK-EXE-CONCLUIDAS                 00034000
           ADD 1                   TO WK-NIV-CONCLUIDAS (WK-NIV)        00034100
           ADD CEPLDR01-REALIZADAS TO WK-NIV-CHAMADAS (WK-NIV)          00034200
           ADD CEPLDR01-SOMA-MS    TO WK-NIV-SOMA-MS (WK-NIV)           00034300
           IF CEPLDR01-REALIZADAS > 0                                   00034400
              IF CEPLDR01-MIN-MS < WK-NIV-MIN-MS (WK-NIV)               00034500
                 MOVE CEPLDR01-MIN-MS TO WK-NIV-MIN-MS (WK-NIV)         00034600
              END-IF                                                    00034700
              IF CEPLDR01-MAX-MS > WK-NIV-MAX-MS (WK-NIV)               00034800
                 MOVE CEPLDR01-MAX-MS TO WK-NIV-MAX-MS (WK-NIV)         00034900
              END-IF                                                    00035000
           END-IF                                                       00035100
           IF CEPLDR01-T-INICIO < WK-EXE-INICIO                         00035200
              MOVE CEPLDR01-T-INICIO TO WK-EXE-INICIO                   00035300
           END-IF                                                       00035400
           IF CEPLDR01-T-FIM > WK-EXE-FIM                               00035500
              MOVE CEPLDR01-T-FIM TO WK-EXE-FIM                         00035600
           END-IF                                                       00035700
           PERFORM SOMA-RETORNO VARYING WK-SUB FROM 1 BY 1              00035800
              UNTIL WK-SUB > 9                                          00035900
           PERFORM SOMA-FAIXA VARYING WK-SUB FROM 1 BY 1                00036000
              UNTIL WK-SUB > 191                                        00036100
           .                                                            00036200
       SOMA-RETORNO.                                                    00036300
           ADD CEPLDR01-RET-QTDE (WK-SUB)                               00036400
              TO WK-NIV-RET-QTDE (WK-NIV WK-SUB)                        00036500
           .                                                            00036600
       SOMA-FAIXA.                                                      00036700
           ADD CEPLDR01-FAIXA-QTDE (WK-SUB)                             00036800
              TO WK-NIV-FAIXA-QTDE (WK-NIV WK-SUB)                      00036900
           .                                                            00037000
       FECHA-EXECUCAO.                                                  00037100
      *    JANELA DA EXECUCAO = INICIO DA PRIMEIRA TAREFA ATE O FIM DA  00037200
      *    ULTIMA; EXECUCAO SEM O REGISTRO 'E' (GRAVACAO FALHOU NO      00037300
      *    DISPARO) CONTA COMO DISPARADAS AS TAREFAS QUE CONCLUIRAM     00037400
           IF WK-EXE-NIVEL > 0                                          00037500
              IF WK-EXE-FIM > WK-EXE-INICIO                             00037600
                 COMPUTE WK-NIV-JANELA-MS (WK-EXE-NIVEL) =              00037700
                    WK-NIV-JANELA-MS (WK-EXE-NIVEL)                     00037800
                    + WK-EXE-FIM - WK-EXE-INICIO                        00037900
              END-IF                                                    00038000
              IF WK-EXE-TEM-CABECALHO = 'N'                             00038100
                 ADD 1 TO WK-CONT-SEM-CABECALHO                         00038200
                 ADD WK-EXE-CONCLUIDAS                                  00038300
                    TO WK-NIV-DISPARADAS (WK-EXE-NIVEL)                 00038400
              END-IF                                                    00038500
           END-IF                                                       00038600
           .                                                            00038700
       CLOSE-FILES.                                                     00038800
           CLOSE CEPLDR01                                               00038900
           CLOSE CEPLDL01                                               00039000
           .                                                            00039100
      *                                                                 00039200
      *    RELATORIO: UMA LINHA POR SERVICO + NIVEL, EM ORDEM DE        00039300
      *    SERVICO E DE TAREFAS, COM OS RETORNOS NA LINHA SEGUINTE      00039400
      *                                                                 00039500
       IMPRIME-NIVEIS.                                                  00039600
           PERFORM CABECALHO-PAGINA                                     00039700
           PERFORM IMPRIME-MENOR-NIVEL WK-NIV-QTDE TIMES                00039800
           MOVE SPACES TO WK-LINHA                                      00039900
           PERFORM IMPRIME-LINHA                                        00040000
           MOVE ' PERCENTIS EM MS: ATE 99 MS EXATOS; DE 100 A 999 MS O' 00040100
              TO WK-LINHA                                               00040200
           MOVE 'LIMITE INFERIOR DA FAIXA DE 10 MS; 1000 = 1 S OU MAIS' 00040300
              TO WK-LINHA (55:54)                                       00040400
           PERFORM IMPRIME-LINHA                                        00040500
           .                                                            00040600
       IMPRIME-MENOR-NIVEL.                                             00040700
           MOVE 0 TO WK-MENOR                                           00040800
           PERFORM COMPARA-MENOR VARYING WK-SUB FROM 1 BY 1             00040900
              UNTIL WK-SUB > WK-NIV-QTDE                                00041000
           IF WK-MENOR > 0                                              00041100
              MOVE WK-MENOR TO WK-NIV                                   00041200
              MOVE 'S'      TO WK-NIV-IMPRESSO (WK-NIV)                 00041300
              PERFORM IMPRIME-NIVEL                                     00041400
           END-IF                                                       00041500
           .                                                            00041600
       COMPARA-MENOR.                                                   00041700
           IF WK-NIV-IMPRESSO (WK-SUB) = 'N'                            00041800
              IF WK-MENOR = 0                                           00041900
                 MOVE WK-SUB TO WK-MENOR                                00042000
              ELSE                                                      00042100
                 IF WK-NIV-CHAVE (WK-SUB) < WK-NIV-CHAVE (WK-MENOR)     00042200
                    MOVE WK-SUB TO WK-MENOR                             00042300
                 END-IF                                                 00042400
              END-IF                                                    00042500
           END-IF                                                       00042600
           .                                                            00042700
       IMPRIME-NIVEL.                                                   00042800
           PERFORM CALCULA-NIVEL                                        00042900
           MOVE SPACES TO WK-LINHA                                      00043000
           IF WK-NIV-SERVICO (WK-NIV) = '1'                             00043100
              MOVE 'CEPSRV01' TO WK-LINHA (2:8)                         00043200
           ELSE                                                         00043300
              MOVE 'CEPSRV02' TO WK-LINHA (2:8)                         00043400
           END-IF                                                       00043500
           MOVE WK-NIV-TAREFAS (WK-NIV)    TO WK-PRINT-TAREFAS          00043600
           MOVE WK-PRINT-TAREFAS           TO WK-LINHA (12:4)           00043700
           MOVE WK-NIV-EXECUCOES (WK-NIV)  TO WK-PRINT-EXEC             00043800
           MOVE WK-PRINT-EXEC              TO WK-LINHA (17:3)           00043900
           MOVE WK-NIV-CONCLUIDAS (WK-NIV) TO WK-PRINT-CONC             00044000
           MOVE WK-PRINT-CONC              TO WK-LINHA (21:5)           00044100
           MOVE '/'                        TO WK-LINHA (26:1)           00044200
           MOVE WK-NIV-DISPARADAS (WK-NIV) TO WK-PRINT-DISP             00044300
           MOVE WK-PRINT-DISP              TO WK-LINHA (27:5)           00044400
           MOVE WK-NIV-CHAMADAS (WK-NIV)   TO WK-PRINT-CONT             00044500
           MOVE WK-PRINT-CONT              TO WK-LINHA (33:10)          00044600
           MOVE WK-VAZAO                   TO WK-PRINT-VAZAO            00044700
           MOVE WK-PRINT-VAZAO             TO WK-LINHA (44:9)           00044800
           MOVE WK-MEDIA                   TO WK-PRINT-MEDIA            00044900
           MOVE WK-PRINT-MEDIA             TO WK-LINHA (54:8)           00045000
           IF WK-NIV-CHAMADAS (WK-NIV) = 0                              00045100
              MOVE ZEROS TO WK-NIV-MIN-MS (WK-NIV)                      00045200
           END-IF                                                       00045300
           MOVE WK-NIV-MIN-MS (WK-NIV)     TO WK-PRINT-MS               00045400
           MOVE WK-PRINT-MS                TO WK-LINHA (63:7)           00045500
           MOVE 50 TO WK-PCT                                            00045600
           PERFORM CALCULA-PERCENTIL                                    00045700
           MOVE WK-PRINT-PCT               TO WK-LINHA (71:5)           00045800
           MOVE 90 TO WK-PCT                                            00045900
           PERFORM CALCULA-PERCENTIL                                    00046000
           MOVE WK-PRINT-PCT               TO WK-LINHA (77:5)           00046100
           MOVE 95 TO WK-PCT                                            00046200
           PERFORM CALCULA-PERCENTIL                                    00046300
           MOVE WK-PRINT-PCT               TO WK-LINHA (83:5)           00046400
           MOVE 99 TO WK-PCT                                            00046500
           PERFORM CALCULA-PERCENTIL                                    00046600
           MOVE WK-PRINT-PCT               TO WK-LINHA (89:5)           00046700
           MOVE WK-NIV-MAX-MS (WK-NIV)     TO WK-PRINT-MS               00046800
           MOVE WK-PRINT-MS                TO WK-LINHA (95:7)           00046900
           MOVE WK-ERROS                   TO WK-PRINT-CONT             00047000
           MOVE WK-PRINT-CONT              TO WK-LINHA (103:10)         00047100
           MOVE WK-PERC-ERRO               TO WK-PRINT-PERC             00047200
           MOVE WK-PRINT-PERC              TO WK-LINHA (114:6)          00047300
           PERFORM IMPRIME-LINHA                                        00047400
           PERFORM IMPRIME-RETORNOS                                     00047500
           .                                                            00047600
       CALCULA-NIVEL.                                                   00047700
           MOVE ZEROS TO WK-VAZAO                                       00047800
           MOVE ZEROS TO WK-MEDIA                                       00047900
           MOVE ZEROS TO WK-PERC-ERRO                                   00048000
           IF WK-NIV-JANELA-MS (WK-NIV) > 0                             00048100
              COMPUTE WK-VAZAO ROUNDED =                                00048200
                 WK-NIV-CHAMADAS (WK-NIV) * 1000                        00048300
                 / WK-NIV-JANELA-MS (WK-NIV)                            00048400
           END-IF                                                       00048500
      *    ERRO = '12' COMMAREA, '16' I-O, 'LK' LINK, 'OU' OUTROS       00048600
           COMPUTE WK-ERROS = WK-NIV-RET-QTDE (WK-NIV 6)                00048700
                            + WK-NIV-RET-QTDE (WK-NIV 7)                00048800
                            + WK-NIV-RET-QTDE (WK-NIV 8)                00048900
                            + WK-NIV-RET-QTDE (WK-NIV 9)                00049000
           IF WK-NIV-CHAMADAS (WK-NIV) > 0                              00049100
              COMPUTE WK-MEDIA ROUNDED =                                00049200
                 WK-NIV-SOMA-MS (WK-NIV) / WK-NIV-CHAMADAS (WK-NIV)     00049300
              COMPUTE WK-PERC-ERRO ROUNDED =                            00049400
                 WK-ERROS * 100 / WK-NIV-CHAMADAS (WK-NIV)              00049500
           END-IF                                                       00049600
           IF WK-ERROS > 0                                              00049700
              OR WK-NIV-FALHAS (WK-NIV) > 0                             00049800
              OR WK-NIV-CONCLUIDAS (WK-NIV) <                           00049900
                 WK-NIV-DISPARADAS (WK-NIV)                             00050000
              ADD 1 TO WK-CONT-PROBLEMAS                                00050100
           END-IF                                                       00050200
           .                                                            00050300
       CALCULA-PERCENTIL.                                               00050400
      *    MENOR FAIXA EM QUE O ACUMULADO ALCANCA PCT% DAS CHAMADAS     00050500
           MOVE ZEROS TO WK-PRINT-PCT                                   00050600
           IF WK-NIV-CHAMADAS (WK-NIV) > 0                              00050700
              COMPUTE WK-ALVO =                                         00050800
                 (WK-NIV-CHAMADAS (WK-NIV) * WK-PCT + 99) / 100         00050900
              MOVE ZEROS TO WK-ACUM                                     00051000
              PERFORM ACUMULA-FAIXA VARYING WK-FX FROM 1 BY 1           00051100
                 UNTIL WK-FX > 191 OR WK-ACUM >= WK-ALVO                00051200
              SUBTRACT 1 FROM WK-FX                                     00051300
              EVALUATE TRUE                                             00051400
                 WHEN WK-FX <= 100                                      00051500
                    COMPUTE WK-MS-PERCENTIL = WK-FX - 1                 00051600
                 WHEN WK-FX <= 190                                      00051700
                    COMPUTE WK-MS-PERCENTIL = 100 + (WK-FX - 101) * 10  00051800
                 WHEN OTHER                                             00051900
                    MOVE 1000 TO WK-MS-PERCENTIL                        00052000
              END-EVALUATE                                              00052100
              MOVE WK-MS-PERCENTIL TO WK-PRINT-PCT                      00052200
           END-IF                                                       00052300
           .                                                            00052400
       ACUMULA-FAIXA.                                                   00052500
           ADD WK-NIV-FAIXA-QTDE (WK-NIV WK-FX) TO WK-ACUM              00052600
           .                                                            00052700
       IMPRIME-RETORNOS.                                                00052800
           MOVE SPACES       TO WK-LINHA                                00052900
           MOVE 'RETORNOS:'  TO WK-LINHA (12:9)                         00053000
           MOVE 22           TO WK-PONTEIRO                             00053100
           PERFORM MONTA-RETORNO VARYING WK-SUB FROM 1 BY 1             00053200
              UNTIL WK-SUB > 9                                          00053300
           IF WK-NIV-FALHAS (WK-NIV) > 0                                00053400
              MOVE WK-NIV-FALHAS (WK-NIV) TO WK-PRINT-RET               00053500
              STRING 'FALHAS DE START=' WK-PRINT-RET                    00053600
                 DELIMITED BY SIZE INTO WK-LINHA                        00053700
                 WITH POINTER WK-PONTEIRO                               00053800
              END-STRING                                                00053900
           END-IF                                                       00054000
           PERFORM IMPRIME-LINHA                                        00054100
           .                                                            00054200
       MONTA-RETORNO.                                                   00054300
           IF WK-NIV-RET-QTDE (WK-NIV WK-SUB) > 0                       00054400
              MOVE WK-NIV-RET-QTDE (WK-NIV WK-SUB) TO WK-PRINT-RET      00054500
              STRING WK-COD-RETORNO (WK-SUB) '=' WK-PRINT-RET ' '       00054600
                 DELIMITED BY SIZE INTO WK-LINHA                        00054700
                 WITH POINTER WK-PONTEIRO                               00054800
              END-STRING                                                00054900
           END-IF                                                       00055000
           .                                                            00055100
       IMPRIME-LINHA.                                                   00055200
           IF WK-LIN-PAG >= 55                                          00055300
              PERFORM CABECALHO-PAGINA                                  00055400
           END-IF                                                       00055500
           MOVE WK-LINHA TO CEPLDL01-REC                                00055600
           WRITE CEPLDL01-REC                                           00055700
           ADD 1 TO WK-LIN-PAG                                          00055800
           .                                                            00055900
       CABECALHO-PAGINA.                                                00056000
           ADD  1 TO WK-PAGINA                                          00056100
           MOVE SPACES TO CEPLDL01-REC                                  00056200
           STRING 'CEPLDREP - TESTE DE CONCORRENCIA DOS SERVICOS DE CEP'00056300
              DELIMITED BY SIZE INTO CEPLDL01-REC                       00056400
           END-STRING                                                   00056500
           MOVE 'EXECUCOES:'   TO CEPLDL01-REC (60:10)                  00056600
           IF WK-FILTRO-LEN = 0                                         00056700
              MOVE 'TODAS'     TO CEPLDL01-REC (71:16)                  00056800
           ELSE                                                         00056900
              MOVE WK-FILTRO   TO CEPLDL01-REC (71:16)                  00057000
           END-IF                                                       00057100
           MOVE 'PAG.'    TO CEPLDL01-REC (114:5)                       00057200
           MOVE WK-PAGINA TO CEPLDL01-REC (120:4)                       00057300
           WRITE CEPLDL01-REC                                           00057400
           MOVE SPACES TO CEPLDL01-REC                                  00057500
           MOVE 'SERVICO'    TO CEPLDL01-REC (2:8)                      00057600
           MOVE 'TARF'       TO CEPLDL01-REC (12:4)                     00057700
           MOVE 'EXE'        TO CEPLDL01-REC (17:3)                     00057800
           MOVE 'CONC/DISP'  TO CEPLDL01-REC (21:11)                    00057900
           MOVE '  CHAMADAS' TO CEPLDL01-REC (33:10)                    00058000
           MOVE ' CHAM/SEG'  TO CEPLDL01-REC (44:9)                     00058100
           MOVE 'MEDIA MS'   TO CEPLDL01-REC (54:8)                     00058200
           MOVE ' MIN MS'    TO CEPLDL01-REC (63:7)                     00058300
           MOVE '  P50'      TO CEPLDL01-REC (71:5)                     00058400
           MOVE '  P90'      TO CEPLDL01-REC (77:5)                     00058500
           MOVE '  P95'      TO CEPLDL01-REC (83:5)                     00058600
           MOVE '  P99'      TO CEPLDL01-REC (89:5)                     00058700
           MOVE ' MAX MS'    TO CEPLDL01-REC (95:7)                     00058800
           MOVE '     ERROS' TO CEPLDL01-REC (103:10)                   00058900
           MOVE '%ERRO'      TO CEPLDL01-REC (115:5)                    00059000
           WRITE CEPLDL01-REC                                           00059100
           MOVE ALL '-' TO CEPLDL01-REC                                 00059200
           WRITE CEPLDL01-REC                                           00059300
           MOVE 3 TO WK-LIN-PAG                                         00059400
           .                                                            00059500
       RELATORIO-FINAL.                                                 00059600
           DISPLAY '---------------------------------------------'      00059700
           DISPLAY ' TESTE DE CONCORRENCIA DOS SERVICOS DE CEP   '      00059800
           DISPLAY 'REGISTROS LIDOS EM CEPLDR01 ..................'     00059900
           DISPLAY WK-CONT-LIDOS                                        00060000
           DISPLAY 'REGISTROS SELECIONADOS .......................'     00060100
           DISPLAY WK-CONT-SELECIONADOS                                 00060200
           DISPLAY 'EXECUCOES ....................................'     00060300
           DISPLAY WK-CONT-EXECUCOES                                    00060400
           DISPLAY 'EXECUCOES SEM REGISTRO DE DISPARO ............'     00060500
           DISPLAY WK-CONT-SEM-CABECALHO                                00060600
           DISPLAY 'NIVEIS (SERVICO + TAREFAS) ...................'     00060700
           DISPLAY WK-NIV-QTDE                                          00060800
           DISPLAY 'NIVEIS COM ERRO OU TAREFA NAO CONCLUIDA ......'     00060900
           DISPLAY WK-CONT-PROBLEMAS                                    00061000
           IF WK-CONT-FORA-TABELA > 0                                   00061100
              DISPLAY 'EXECUCOES ALEM DOS 50 NIVEIS (IGNORADAS) .....'  00061200
              DISPLAY WK-CONT-FORA-TABELA                               00061300
           END-IF                                                       00061400
           DISPLAY '---------------------------------------------'      00061500
           .                                                            00061600
