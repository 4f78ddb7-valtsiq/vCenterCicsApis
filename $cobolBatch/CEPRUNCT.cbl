       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID. CEPRUNCT.                                            00000200
      ******************************************************************00000300
      * Valter Siqueira - Systems      c                                00000400
      * Laboratoratório de uso particular ......                        00000500
      * ----------------------------------------------------------------00000600
      * Sistema .............. CEP                                      00000700
      * Programa.............. CEPRUNCT                                 00000800
      * Tipo    .............. SUBPROGRAMA (CALL, BATCH)                00000900
      * Finalidade ........... Controle de execucao do ciclo noturno de 00001000
      *                        CEP, sobre o arquivo unico CEPRUN01: cada00001100
      *                        programa do ciclo chama este modulo no   00001200
      *                        INICIO e no FIM e fica registrado com    00001300
      *                        data do ciclo, inicio, fim, RETURN-CODE  00001400
      *                        e os totais principais. A ordem do ciclo 00001500
      *                        e declarada na tabela de predecessores   00001600
      *                        abaixo (UNICO lugar onde ela existe):    00001700
      *                          CARGA: CEPBLOAD (CEPCOBOL) -> CEPIBGE  00001800
      *                                 -> CEPAUDIT E CEPWCOLL          00001900
      *                          DELTA: CEPDIFF -> CEPAPLY -> CEPPUBL   00002000
      *                        - No INICIO o predecessor tem de ter     00002100
      *                          terminado BEM (RC ate 4) no MESMO      00002200
      *                          ciclo; senao o programa e BARRADO      00002300
      *                          (registrado com situacao 'B') e o      00002400
      *                          chamador termina com RC 8 sem fazer    00002500
      *                          nada.                                  00002600
      *                        - No FIM o predecessor e conferido de    00002700
      *                          novo: se foi reexecutado ou desfeito   00002800
      *                          durante a execucao, ou se o total de   00002900
      *                          entrada nao bate com o dele (CEPAPLY   00003000
      *                          com o delta gerado por CEPDIFF, CEPPUBL00003100
      *                          com o delta aplicado por CEPAPLY - o   00003200
      *                          delta de outro ciclo tem outro total), 00003300
      *                          o RC final passa a 8.                  00003400
      *                        Data do ciclo: a informada pelo chamador 00003500
      *                        (PARM de CEPPUBL); em branco, o cartao   00003600
      *                        CEPCIC01 do ciclo (DD opcional, POS 1-8  00003700
      *                        AAAAMMDD, o mesmo cartao em todos os     00003800
      *                        jobs da noite - assim o ciclo nao muda   00003900
      *                        se um job passar da meia-noite); sem o   00004000
      *                        cartao, a data corrente.                 00004100
      *                        Uma reexecucao no mesmo ciclo substitui  00004200
      *                        o registro e soma 1 nas execucoes.       00004300
      *                        CEPRUNRP lista o ciclo inteiro.          00004400
      * DSnames .............. B090290.CEPRUN01 (DD CEPRUN01, KSDS      00004500
      *                        KEYS(16 0) RECORDSIZE(200 200))          00004600
      *                        B090290.CEPCIC01 (DD CEPCIC01, CARTAO DA 00004700
      *                        DATA DO CICLO, OPCIONAL)                 00004800
      *                        O ARQUIVO SO FICA ABERTO DURANTE A       00004900
      *                        CHAMADA (JOBS DO CICLO EM PARALELO).     00005000
      * Interface (CALL USING, 150 BYTES) .....                         00005100
      *   ENTRADA  POS 001     = FUNCAO: 'I' INICIO / 'F' FIM /         00005200
      *                          'D' SO DEVOLVE A DATA DO CICLO /       00005300
      *                          'C' CONFERE O TOTAL DE ENTRADA COM O   00005400
      *                          PREDECESSOR ANTES DE PROCESSAR (NAO    00005500
      *                          GRAVA NADA; O CHAMADOR QUE RECEBE      00005600
      *                          '08' NAO ABRE AS SAIDAS)               00005700
      *            POS 002-009 = PROGRAMA (NOME NA TABELA DO CICLO)     00005800
      *            POS 010-017 = DATA DO CICLO AAAAMMDD (EM BRANCO =    00005900
      *                          CARTAO CEPCIC01 OU DATA CORRENTE;      00006000
      *                          DEVOLVIDA PREENCHIDA)                  00006100
      *            POS 018-021 = RETURN-CODE DO PROGRAMA (NO 'F')       00006200
      *            POS 022-031 = TOTAL DE ENTRADA       (NO 'F' E 'C')  00006300
      *            POS 032-041 = TOTAL DE SAIDA         (NO 'F')        00006400
      *            POS 042-051 = TOTAL DE REJEITADOS    (NO 'F')        00006500
      *   SAIDA    POS 052-053 = RETORNO                                00006600
      *                          '00' = OK                              00006700
      *                          '08' = PREDECESSOR NAO CONCLUIDO OU    00006800
      *                                 TOTAL DIVERGENTE (OU DATA DO    00006900
      *                                 CICLO INVALIDA)                 00007000
      *                          '16' = ERRO NO ARQUIVO CEPRUN01        00007100
      *            POS 054-057 = RC FINAL A DEVOLVER AO SISTEMA         00007200
      *                          (O CHAMADOR MOVE PARA RETURN-CODE)     00007300
      *            POS 058-117 = MENSAGEM PARA O SYSOUT                 00007400
      *            POS 118-150 = FILLER                                 00007500
      * Layout CEPRUN01 (200 BYTES, CHAVE = POS 001-016) ....           00007600
      *   POS 001-008 = DATA DO CICLO (AAAAMMDD)                        00007700
      *   POS 009-016 = PROGRAMA                                        00007800
      *   POS 017     = SITUACAO: 'E' EM EXECUCAO (OU INTERROMPIDO)     00007900
      *                 'F' CONCLUIDO (RC ATE 4)  'A' CONCLUIDO COM     00008000
      *                 ERRO (RC 8 OU MAIS)  'B' BARRADO PELO           00008100
      *                 PREDECESSOR                                     00008200
      *   POS 018-020 = EXECUCOES NO CICLO                              00008300
      *   POS 021-041 = INICIO (CURRENT-DATE)                           00008400
      *   POS 042-062 = FIM (CURRENT-DATE)                              00008500
      *   POS 063-066 = RETURN-CODE                                     00008600
      *   POS 067-096 = TOTAIS DE ENTRADA, SAIDA E REJEITADOS (3 X 10)  00008700
      *   POS 097-104 = PREDECESSOR CONFERIDO                           00008800
      *   POS 105-125 = FIM DO PREDECESSOR VISTO NO INICIO              00008900
      *   POS 126-185 = MENSAGEM                                        00009000
      *   POS 186-200 = FILLER                                          00009100
      ******************************************************************00009200
       ENVIRONMENT DIVISION.                                            00009300
       INPUT-OUTPUT SECTION.                                            00009400
       FILE-CONTROL.                                                    00009500
           SELECT CEPRUN01 ASSIGN TO 'CEPRUN01'                         00009600
           ORGANIZATION IS INDEXED                                      00009700
           ACCESS MODE IS RANDOM                                        00009800
           RECORD KEY IS CEPRUN01-CHAVE                                 00009900
           FILE STATUS WK-VSAM-FILE-STATUS.                             00010000
      *                                                                 00010100
           SELECT CEPCIC01 ASSIGN TO 'CEPCIC01'                         00010200
           ORGANIZATION SEQUENTIAL                                      00010300
           FILE STATUS WK-CIC-FILE-STATUS.                              00010400
      *    CARTAO COM A DATA DO CICLO (DD OPCIONAL)                     00010500
       DATA DIVISION.                                                   00010600
       FILE SECTION.                                                    00010700
                                                                        00010800
       FD CEPRUN01.                                                     00010900
       01 CEPRUN01-REC.                                                 00011000
          05 CEPRUN01-CHAVE.                                            00011100
             10 CEPRUN01-DATA-CICLO     PIC  X(008).                    00011200
             10 CEPRUN01-PROGRAMA       PIC  X(008).                    00011300
          05 CEPRUN01-SITUACAO          PIC  X(001).                    00011400
          05 CEPRUN01-EXECUCOES         PIC  9(003).                    00011500
          05 CEPRUN01-DT-INICIO         PIC  X(021).                    00011600
          05 CEPRUN01-DT-FIM            PIC  X(021).                    00011700
          05 CEPRUN01-RC                PIC  9(004).                    00011800
          05 CEPRUN01-TOT-ENTRADA       PIC  9(010).                    00011900
          05 CEPRUN01-TOT-SAIDA         PIC  9(010).                    00012000
          05 CEPRUN01-TOT-REJEITADOS    PIC  9(010).                    00012100
          05 CEPRUN01-PREDECESSOR       PIC  X(008).                    00012200
          05 CEPRUN01-PRED-DT-FIM       PIC  X(021).                    00012300
          05 CEPRUN01-MENSAGEM          PIC  X(060).                    00012400
          05 FILLER                     PIC  X(015).                    00012500
      *                                                                 00012600
       FD CEPCIC01                                                      00012700
            RECORDING MODE IS F                                         00012800
            RECORD CONTAINS 80 CHARACTERS.                              00012900
       01 CEPCIC01-REC.                                                 00013000
          05 CEPCIC01-DATA-CICLO        PIC  X(008).                    00013100
          05 FILLER                     PIC  X(072).                    00013200
      *                                                                 00013300
       WORKING-STORAGE SECTION.                                         00013400
        01 WORKING-AREAS.                                               00013500
           03 WK-VSAM-FILE-STATUS       PIC  X(002) VALUE SPACES.       00013600
           03 WK-CIC-FILE-STATUS        PIC  X(002) VALUE SPACES.       00013700
           03 WK-CURRENT-DATE           PIC  X(021) VALUE SPACES.       00013800
           03 WK-SUB                    PIC  9(002) VALUE ZEROS.        00013900
           03 WK-ACHOU                  PIC  9(002) VALUE ZEROS.        00014000
           03 WK-PREDECESSOR            PIC  X(008) VALUE SPACES.       00014100
           03 WK-CONFERE                PIC  X(001) VALUE SPACES.       00014200
      *       'S' = ENTRADA = SAIDA DO PREDECESSOR                      00014300
      *       'E' = ENTRADA = ENTRADA DO PREDECESSOR                    00014400
           03 WK-PRED-SITUACAO          PIC  X(001) VALUE SPACES.       00014500
           03 WK-PRED-DT-FIM            PIC  X(021) VALUE SPACES.       00014600
           03 WK-PRED-TOTAL             PIC  9(010) VALUE ZEROS.        00014700
           03 WK-PRED-OK                PIC  X(001) VALUE 'N'.          00014800
           03 WK-REG-EXISTE             PIC  X(001) VALUE 'N'.          00014900
           03 WK-EXECUCOES              PIC  9(003) VALUE ZEROS.        00015000
           03 WK-DT-INICIO              PIC  X(021) VALUE SPACES.       00015100
           03 WK-PRED-DT-FIM-INICIO     PIC  X(021) VALUE SPACES.       00015200
                                                                        00015300
      *    TABELA DE PREDECESSORES DO CICLO: PROGRAMA, PREDECESSOR      00015400
      *    (BRANCO = INICIO DE CADEIA) E CONFERENCIA DE TOTAL           00015500
        01 WK-TAB-CICLO-VALORES.                                        00015600
           03 FILLER PIC X(017) VALUE 'CEPBLOAD         '.              00015700
           03 FILLER PIC X(017) VALUE 'CEPIBGE CEPBLOAD '.              00015800
           03 FILLER PIC X(017) VALUE 'CEPAUDITCEPIBGE  '.              00015900
           03 FILLER PIC X(017) VALUE 'CEPWCOLLCEPIBGE  '.              00016000
           03 FILLER PIC X(017) VALUE 'CEPDIFF          '.              00016100
           03 FILLER PIC X(017) VALUE 'CEPAPLY CEPDIFF S'.              00016200
           03 FILLER PIC X(017) VALUE 'CEPPUBL CEPAPLY E'.              00016300
        01 WK-TAB-CICLO REDEFINES WK-TAB-CICLO-VALORES.                 00016400
           03 WK-CIC-ENTRY OCCURS 7 TIMES.                              00016500
              05 WK-CIC-PROGRAMA        PIC  X(008).                    00016600
              05 WK-CIC-PREDECESSOR     PIC  X(008).                    00016700
              05 WK-CIC-CONFERE         PIC  X(001).                    00016800
                                                                        00016900
       LINKAGE SECTION.                                                 00017000
       01 LK-RUN-AREA.                                                  00017100
          05 LK-RUN-FUNCAO              PIC  X(001).                    00017200
          05 LK-RUN-PROGRAMA            PIC  X(008).                    00017300
          05 LK-RUN-DATA-CICLO          PIC  X(008).                    00017400
          05 LK-RUN-RC-PROGRAMA         PIC  9(004).                    00017500
          05 LK-RUN-TOT-ENTRADA         PIC  9(010).                    00017600
          05 LK-RUN-TOT-SAIDA           PIC  9(010).                    00017700
          05 LK-RUN-TOT-REJEITADOS      PIC  9(010).                    00017800
          05 LK-RUN-RETORNO             PIC  X(002).                    00017900
          05 LK-RUN-RC-FINAL            PIC  9(004).                    00018000
          05 LK-RUN-MENSAGEM            PIC  X(060).                    00018100
          05 FILLER                     PIC  X(033).                    00018200
                                                                        00018300
       PROCEDURE DIVISION USING LK-RUN-AREA.                            00018400
      *                                                                 00018500
       MAIN-PARA.                                                       00018600
           MOVE FUNCTION CURRENT-DATE TO WK-CURRENT-DATE                00018700
           MOVE '00'   TO LK-RUN-RETORNO                                00018800
           MOVE ZEROS  TO LK-RUN-RC-FINAL                               00018900
           MOVE SPACES TO LK-RUN-MENSAGEM                               00019000
                                                                        00019100
           PERFORM OBTEM-DATA-CICLO                                     00019200
           IF LK-RUN-RETORNO = '00'                                     00019300
              EVALUATE LK-RUN-FUNCAO                                    00019400
                 WHEN 'I'                                               00019500
                    PERFORM LOCALIZA-PROGRAMA                           00019600
                    PERFORM REGISTRA-INICIO                             00019700
                 WHEN 'F'                                               00019800
                    PERFORM LOCALIZA-PROGRAMA                           00019900
                    PERFORM REGISTRA-FIM                                00020000
                 WHEN 'C'                                               00020100
                    PERFORM LOCALIZA-PROGRAMA                           00020200
                    PERFORM CONFERE-ENTRADA                             00020300
                 WHEN OTHER                                             00020400
                    CONTINUE                                            00020500
              END-EVALUATE                                              00020600
           END-IF                                                       00020700
           GOBACK                                                       00020800
           .                                                            00020900
       OBTEM-DATA-CICLO.                                                00021000
           IF LK-RUN-DATA-CICLO = SPACES                                00021100
              MOVE WK-CURRENT-DATE (1:8) TO LK-RUN-DATA-CICLO           00021200
              OPEN INPUT CEPCIC01                                       00021300
              IF WK-CIC-FILE-STATUS = '00'                              00021400
                 READ CEPCIC01 RECORD                                   00021500
                 IF WK-CIC-FILE-STATUS = '00' AND                       00021600
                    CEPCIC01-DATA-CICLO IS NUMERIC                      00021700
                    MOVE CEPCIC01-DATA-CICLO TO LK-RUN-DATA-CICLO       00021800
                 END-IF                                                 00021900
                 CLOSE CEPCIC01                                         00022000
              END-IF                                                    00022100
           END-IF                                                       00022200
           IF LK-RUN-DATA-CICLO IS NOT NUMERIC                          00022300
              MOVE '08' TO LK-RUN-RETORNO                               00022400
              MOVE 8    TO LK-RUN-RC-FINAL                              00022500
              MOVE 'DATA DO CICLO INVALIDA (AAAAMMDD)'                  00022600
                 TO LK-RUN-MENSAGEM                                     00022700
           END-IF                                                       00022800
           .                                                            00022900
       LOCALIZA-PROGRAMA.                                               00023000
      *    PROGRAMA FORA DA TABELA E REGISTRADO SEM PREDECESSOR         00023100
           MOVE ZEROS  TO WK-ACHOU                                      00023200
           MOVE SPACES TO WK-PREDECESSOR                                00023300
           MOVE SPACES TO WK-CONFERE                                    00023400
           PERFORM PROCURA-PROGRAMA                                     00023500
              VARYING WK-SUB FROM 1 BY 1 UNTIL WK-SUB > 7               00023600
           IF WK-ACHOU > 0                                              00023700
              MOVE WK-CIC-PREDECESSOR (WK-ACHOU) TO WK-PREDECESSOR      00023800
              MOVE WK-CIC-CONFERE (WK-ACHOU)     TO WK-CONFERE          00023900
           END-IF                                                       00024000
           .                                                            00024100
       PROCURA-PROGRAMA.                                                00024200
           IF WK-CIC-PROGRAMA (WK-SUB) = LK-RUN-PROGRAMA                00024300
              MOVE WK-SUB TO WK-ACHOU                                   00024400
           END-IF                                                       00024500
           .                                                            00024600
       ABRE-CONTROLE.                                                   00024700
           OPEN I-O CEPRUN01                                            00024800
           IF WK-VSAM-FILE-STATUS NOT = '00'                            00024900
              MOVE '16' TO LK-RUN-RETORNO                               00025000
              MOVE 12   TO LK-RUN-RC-FINAL                              00025100
              MOVE SPACES TO LK-RUN-MENSAGEM                            00025200
              STRING 'ERRO NO OPEN DO CONTROLE CEPRUN01 - STATUS '      00025300
                     WK-VSAM-FILE-STATUS                                00025400
                 DELIMITED BY SIZE INTO LK-RUN-MENSAGEM                 00025500
              END-STRING                                                00025600
           END-IF                                                       00025700
           .                                                            00025800
       LE-PREDECESSOR.                                                  00025900
      *    SITUACAO DO PREDECESSOR NO MESMO CICLO ('N' = NAO RODOU)     00026000
           MOVE 'N'    TO WK-PRED-OK                                    00026100
           MOVE SPACES TO WK-PRED-DT-FIM                                00026200
           MOVE ZEROS  TO WK-PRED-TOTAL                                 00026300
           MOVE LK-RUN-DATA-CICLO TO CEPRUN01-DATA-CICLO                00026400
           MOVE WK-PREDECESSOR    TO CEPRUN01-PROGRAMA                  00026500
           READ CEPRUN01 RECORD                                         00026600
           EVALUATE WK-VSAM-FILE-STATUS                                 00026700
              WHEN '00'                                                 00026800
                 MOVE CEPRUN01-SITUACAO TO WK-PRED-SITUACAO             00026900
                 MOVE CEPRUN01-DT-FIM   TO WK-PRED-DT-FIM               00027000
                 IF WK-CONFERE = 'S'                                    00027100
                    MOVE CEPRUN01-TOT-SAIDA   TO WK-PRED-TOTAL          00027200
                 ELSE                                                   00027300
                    MOVE CEPRUN01-TOT-ENTRADA TO WK-PRED-TOTAL          00027400
                 END-IF                                                 00027500
                 IF CEPRUN01-SITUACAO = 'F'                             00027600
                    MOVE 'S' TO WK-PRED-OK                              00027700
                 END-IF                                                 00027800
              WHEN '23'                                                 00027900
                 MOVE 'N' TO WK-PRED-SITUACAO                           00028000
              WHEN OTHER                                                00028100
                 MOVE '16' TO LK-RUN-RETORNO                            00028200
                 MOVE 12   TO LK-RUN-RC-FINAL                           00028300
                 MOVE 'ERRO NA LEITURA DO CONTROLE CEPRUN01'            00028400
                    TO LK-RUN-MENSAGEM                                  00028500
           END-EVALUATE                                                 00028600
           .                                                            00028700
       MONTA-MENSAGEM-PREDECESSOR.                                      00028800
           MOVE SPACES TO LK-RUN-MENSAGEM                               00028900
           EVALUATE WK-PRED-SITUACAO                                    00029000
              WHEN 'N'                                                  00029100
                 STRING 'PREDECESSOR ' WK-PREDECESSOR                   00029200
                        ' NAO EXECUTADO NO CICLO ' LK-RUN-DATA-CICLO    00029300
                    DELIMITED BY SIZE INTO LK-RUN-MENSAGEM              00029400
                 END-STRING                                             00029500
              WHEN 'E'                                                  00029600
                 STRING 'PREDECESSOR ' WK-PREDECESSOR                   00029700
                        ' EM EXECUCAO/INTERROMPIDO, CICLO '             00029800
                        LK-RUN-DATA-CICLO                               00029900
                    DELIMITED BY SIZE INTO LK-RUN-MENSAGEM              00030000
                 END-STRING                                             00030100
              WHEN OTHER                                                00030200
                 STRING 'PREDECESSOR ' WK-PREDECESSOR                   00030300
                        ' NAO TERMINOU BEM NO CICLO ' LK-RUN-DATA-CICLO 00030400
                    DELIMITED BY SIZE INTO LK-RUN-MENSAGEM              00030500
                 END-STRING                                             00030600
           END-EVALUATE                                                 00030700
           .                                                            00030800
       LE-PROPRIO-REGISTRO.                                             00030900
           MOVE 'N'    TO WK-REG-EXISTE                                 00031000
           MOVE ZEROS  TO WK-EXECUCOES                                  00031100
           MOVE SPACES TO WK-DT-INICIO                                  00031200
           MOVE SPACES TO WK-PRED-DT-FIM-INICIO                         00031300
           MOVE LK-RUN-DATA-CICLO TO CEPRUN01-DATA-CICLO                00031400
           MOVE LK-RUN-PROGRAMA   TO CEPRUN01-PROGRAMA                  00031500
           READ CEPRUN01 RECORD                                         00031600
           EVALUATE WK-VSAM-FILE-STATUS                                 00031700
              WHEN '00'                                                 00031800
                 MOVE 'S'                  TO WK-REG-EXISTE             00031900
                 MOVE CEPRUN01-EXECUCOES   TO WK-EXECUCOES              00032000
                 MOVE CEPRUN01-DT-INICIO   TO WK-DT-INICIO              00032100
                 MOVE CEPRUN01-PRED-DT-FIM TO WK-PRED-DT-FIM-INICIO     00032200
              WHEN '23'                                                 00032300
                 CONTINUE                                               00032400
              WHEN OTHER                                                00032500
                 MOVE '16' TO LK-RUN-RETORNO                            00032600
                 MOVE 12   TO LK-RUN-RC-FINAL                           00032700
                 MOVE 'ERRO NA LEITURA DO CONTROLE CEPRUN01'            00032800
                    TO LK-RUN-MENSAGEM                                  00032900
           END-EVALUATE                                                 00033000
           .                                                            00033100
       GRAVA-REGISTRO.                                                  00033200
           IF WK-REG-EXISTE = 'S'                                       00033300
              REWRITE CEPRUN01-REC                                      00033400
           ELSE                                                         00033500
              WRITE CEPRUN01-REC                                        00033600
           END-IF                                                       00033700
           IF WK-VSAM-FILE-STATUS NOT = '00'                            00033800
              MOVE '16' TO LK-RUN-RETORNO                               00033900
              MOVE 12   TO LK-RUN-RC-FINAL                              00034000
              MOVE SPACES TO LK-RUN-MENSAGEM                            00034100
              STRING 'ERRO NA GRAVACAO DO CONTROLE CEPRUN01 - STATUS '  00034200
                     WK-VSAM-FILE-STATUS                                00034300
                 DELIMITED BY SIZE INTO LK-RUN-MENSAGEM                 00034400
              END-STRING                                                00034500
           END-IF                                                       00034600
           .                                                            00034700
      *                                                                 00034800
      *    INICIO: CONFERE O PREDECESSOR E REGISTRA 'E' OU 'B'          00034900
      *                                                                 00035000
       REGISTRA-INICIO.                                                 00035100
           PERFORM ABRE-CONTROLE                                        00035200
           IF LK-RUN-RETORNO = '00'                                     00035300
              MOVE 'S'    TO WK-PRED-OK                                 00035400
              MOVE SPACES TO WK-PRED-DT-FIM                             00035500
              IF WK-PREDECESSOR NOT = SPACES                            00035600
                 PERFORM LE-PREDECESSOR                                 00035700
              END-IF                                                    00035800
              IF LK-RUN-RETORNO = '00'                                  00035900
                 PERFORM LE-PROPRIO-REGISTRO                            00036000
              END-IF                                                    00036100
              IF LK-RUN-RETORNO = '00'                                  00036200
                 PERFORM MONTA-INICIO                                   00036300
                 PERFORM GRAVA-REGISTRO                                 00036400
              END-IF                                                    00036500
              CLOSE CEPRUN01                                            00036600
           END-IF                                                       00036700
           .                                                            00036800
       MONTA-INICIO.                                                    00036900
           MOVE SPACES               TO CEPRUN01-REC                    00037000
           MOVE LK-RUN-DATA-CICLO    TO CEPRUN01-DATA-CICLO             00037100
           MOVE LK-RUN-PROGRAMA      TO CEPRUN01-PROGRAMA               00037200
           COMPUTE CEPRUN01-EXECUCOES = WK-EXECUCOES + 1                00037300
           MOVE WK-CURRENT-DATE      TO CEPRUN01-DT-INICIO              00037400
           MOVE ZEROS                TO CEPRUN01-RC                     00037500
           MOVE ZEROS                TO CEPRUN01-TOT-ENTRADA            00037600
           MOVE ZEROS                TO CEPRUN01-TOT-SAIDA              00037700
           MOVE ZEROS                TO CEPRUN01-TOT-REJEITADOS         00037800
           MOVE WK-PREDECESSOR       TO CEPRUN01-PREDECESSOR            00037900
           MOVE WK-PRED-DT-FIM       TO CEPRUN01-PRED-DT-FIM            00038000
           IF WK-PRED-OK = 'S'                                          00038100
              MOVE 'E'               TO CEPRUN01-SITUACAO               00038200
           ELSE                                                         00038300
      *       BARRADO: O CHAMADOR TERMINA SEM PROCESSAR                 00038400
              PERFORM MONTA-MENSAGEM-PREDECESSOR                        00038500
              MOVE 'B'               TO CEPRUN01-SITUACAO               00038600
              MOVE WK-CURRENT-DATE   TO CEPRUN01-DT-FIM                 00038700
              MOVE 8                 TO CEPRUN01-RC                     00038800
              MOVE LK-RUN-MENSAGEM   TO CEPRUN01-MENSAGEM               00038900
              MOVE '08'              TO LK-RUN-RETORNO                  00039000
              MOVE 8                 TO LK-RUN-RC-FINAL                 00039100
           END-IF                                                       00039200
           .                                                            00039300
      *                                                                 00039400
      *    FIM: CONFERE O PREDECESSOR DE NOVO E REGISTRA 'F' OU 'A'     00039500
      *                                                                 00039600
       REGISTRA-FIM.                                                    00039700
           MOVE LK-RUN-RC-PROGRAMA TO LK-RUN-RC-FINAL                   00039800
           PERFORM ABRE-CONTROLE                                        00039900
           IF LK-RUN-RETORNO = '00'                                     00040000
              PERFORM LE-PROPRIO-REGISTRO                               00040100
              IF LK-RUN-RETORNO = '00' AND WK-PREDECESSOR NOT = SPACES  00040200
                 PERFORM LE-PREDECESSOR                                 00040300
                 IF LK-RUN-RETORNO = '00'                               00040400
                    PERFORM CONFERE-PREDECESSOR-FIM                     00040500
                 END-IF                                                 00040600
              END-IF                                                    00040700
              IF LK-RUN-RETORNO NOT = '16'                              00040800
                 PERFORM MONTA-FIM                                      00040900
                 PERFORM GRAVA-REGISTRO                                 00041000
              END-IF                                                    00041100
              CLOSE CEPRUN01                                            00041200
           END-IF                                                       00041300
           .                                                            00041400
       CONFERE-PREDECESSOR-FIM.                                         00041500
           EVALUATE TRUE                                                00041600
              WHEN WK-PRED-OK NOT = 'S'                                 00041700
                 PERFORM MONTA-MENSAGEM-PREDECESSOR                     00041800
                 MOVE '08' TO LK-RUN-RETORNO                            00041900
              WHEN WK-REG-EXISTE = 'S' AND                              00042000
                   WK-PRED-DT-FIM NOT = WK-PRED-DT-FIM-INICIO           00042100
                 MOVE SPACES TO LK-RUN-MENSAGEM                         00042200
                 STRING 'PREDECESSOR ' WK-PREDECESSOR                   00042300
                        ' REEXECUTADO DURANTE ESTA EXECUCAO'            00042400
                    DELIMITED BY SIZE INTO LK-RUN-MENSAGEM              00042500
                 END-STRING                                             00042600
                 MOVE '08' TO LK-RUN-RETORNO                            00042700
              WHEN WK-CONFERE NOT = SPACE AND                           00042800
                   LK-RUN-RC-PROGRAMA < 8 AND                           00042900
                   LK-RUN-TOT-ENTRADA NOT = WK-PRED-TOTAL               00043000
                 MOVE SPACES TO LK-RUN-MENSAGEM                         00043100
                 STRING 'ENTRADA DIFERE DO TOTAL DE ' WK-PREDECESSOR    00043200
                        ' NO CICLO - DELTA DE OUTRO CICLO?'             00043300
                    DELIMITED BY SIZE INTO LK-RUN-MENSAGEM              00043400
                 END-STRING                                             00043500
                 MOVE '08' TO LK-RUN-RETORNO                            00043600
           END-EVALUATE                                                 00043700
           IF LK-RUN-RETORNO = '08' AND LK-RUN-RC-FINAL < 8             00043800
              MOVE 8 TO LK-RUN-RC-FINAL                                 00043900
           END-IF                                                       00044000
           .                                                            00044100
       MONTA-FIM.                                                       00044200
           MOVE SPACES                 TO CEPRUN01-REC                  00044300
           MOVE LK-RUN-DATA-CICLO      TO CEPRUN01-DATA-CICLO           00044400
           MOVE LK-RUN-PROGRAMA        TO CEPRUN01-PROGRAMA             00044500
           IF WK-REG-EXISTE = 'S'                                       00044600
              MOVE WK-EXECUCOES        TO CEPRUN01-EXECUCOES            00044700
           ELSE                                                         00044800
              MOVE 1                   TO CEPRUN01-EXECUCOES            00044900
           END-IF                                                       00045000
           MOVE WK-DT-INICIO           TO CEPRUN01-DT-INICIO            00045100
           MOVE WK-CURRENT-DATE        TO CEPRUN01-DT-FIM               00045200
           MOVE LK-RUN-RC-FINAL        TO CEPRUN01-RC                   00045300
           MOVE LK-RUN-TOT-ENTRADA     TO CEPRUN01-TOT-ENTRADA          00045400
           MOVE LK-RUN-TOT-SAIDA       TO CEPRUN01-TOT-SAIDA            00045500
           MOVE LK-RUN-TOT-REJEITADOS  TO CEPRUN01-TOT-REJEITADOS       00045600
           MOVE WK-PREDECESSOR         TO CEPRUN01-PREDECESSOR          00045700
           MOVE WK-PRED-DT-FIM-INICIO  TO CEPRUN01-PRED-DT-FIM          00045800
           MOVE LK-RUN-MENSAGEM        TO CEPRUN01-MENSAGEM             00045900
           IF LK-RUN-RC-FINAL > 4                                       00046000
              MOVE 'A'                 TO CEPRUN01-SITUACAO             00046100
           ELSE                                                         00046200
              MOVE 'F'                 TO CEPRUN01-SITUACAO             00046300
           END-IF                                                       00046400
           .                                                            00046500
      *                                                                 00046600
      *    CONFERENCIA ANTECIPADA: ENTRADA DO CHAMADOR X TOTAL DO       00046700
      *    PREDECESSOR, ANTES DE O CHAMADOR GRAVAR QUALQUER SAIDA       00046800
      *                                                                 00046900
       CONFERE-ENTRADA.                                                 00047000
           IF WK-CONFERE NOT = SPACE                                    00047100
              PERFORM ABRE-CONTROLE                                     00047200
              IF LK-RUN-RETORNO = '00'                                  00047300
                 PERFORM LE-PREDECESSOR                                 00047400
                 IF LK-RUN-RETORNO = '00'                               00047500
                    PERFORM CONFERE-TOTAL-ENTRADA                       00047600
                 END-IF                                                 00047700
                 CLOSE CEPRUN01                                         00047800
              END-IF                                                    00047900
           END-IF                                                       00048000
           .                                                            00048100
       CONFERE-TOTAL-ENTRADA.                                           00048200
           EVALUATE TRUE                                                00048300
              WHEN WK-PRED-OK NOT = 'S'                                 00048400
                 PERFORM MONTA-MENSAGEM-PREDECESSOR                     00048500
                 MOVE '08' TO LK-RUN-RETORNO                            00048600
                 MOVE 8    TO LK-RUN-RC-FINAL                           00048700
              WHEN LK-RUN-TOT-ENTRADA NOT = WK-PRED-TOTAL               00048800
                 MOVE SPACES TO LK-RUN-MENSAGEM                         00048900
                 STRING 'ENTRADA DIFERE DO TOTAL DE ' WK-PREDECESSOR    00049000
                        ' NO CICLO - DELTA DE OUTRO CICLO?'             00049100
                    DELIMITED BY SIZE INTO LK-RUN-MENSAGEM              00049200
                 END-STRING                                             00049300
                 MOVE '08' TO LK-RUN-RETORNO                            00049400
                 MOVE 8    TO LK-RUN-RC-FINAL                           00049500
           END-EVALUATE                                                 00049600
           .                                                            00049700
