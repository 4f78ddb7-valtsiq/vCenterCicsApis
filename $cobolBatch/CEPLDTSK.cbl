       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID. CEPLDTSK.                                            00000200
      ******************************************************************00000300
      * Valter Siqueira - Systems      c                                00000400
      * Laboratoratório de uso particular ......                        00000500
      * ----------------------------------------------------------------00000600
      * Sistema .............. CEP                                      00000700
      * Programa.............. CEPLDTSK                                 00000800
      * Tipo    .............. ONLINE (CICS - TAREFA SEM TERMINAL)      00000900
      * Transacao ............ CEPT (INICIADA SO POR CEPLDRV/CEPD)      00001000
      * Finalidade ........... Tarefa de carga do teste de              00001100
      *                        concorrencia dos servicos de CEP: cada   00001200
      *                        instancia recebe (RETRIEVE) a area       00001300
      *                        montada por CEPLDRV, faz o numero        00001400
      *                        pedido de EXEC CICS LINK ao CEPSRV01     00001500
      *                        (CEP -> ENDERECO) ou ao CEPSRV02         00001600
      *                        (UF/CIDADE -> CEPS) com as chaves da     00001700
      *                        amostra e cronometra cada chamada        00001800
      *                        (ASKTIME ABSTIME, EM MILISSEGUNDOS).     00001900
      *                        No fim grava UM registro por tarefa no   00002000
      *                        CEPLDR01 com quantidade, soma, minimo e  00002100
      *                        maximo, contagem por codigo de retorno   00002200
      *                        e o histograma dos tempos - nada e       00002300
      *                        gravado durante as chamadas, para o      00002400
      *                        proprio registro nao pesar na medida.    00002500
      *                        O resumo por servico e nivel de          00002600
      *                        concorrencia e o batch CEPLDREP.         00002700
      * DSnames .............. B090290.CEPLDR01 (RESULTADOS DA CARGA)   00002800
      * Area de START (RETRIEVE, LAYOUT EM CEPLDRV) ......              00002900
      *   POS 0001-0016 = EXECUCAO (DATA/HORA DO DISPARO)               00003000
      *   POS 0017      = SERVICO '1' CEPSRV01 / '2' CEPSRV02           00003100
      *   POS 0018-0021 = TAREFAS DA EXECUCAO (NIVEL DE CONCORRENCIA)   00003200
      *   POS 0022-0025 = ORDEM DESTA TAREFA (0001 A TAREFAS)           00003300
      *   POS 0026-0030 = CHAMADAS POR TAREFA                           00003400
      *   POS 0031-0033 = QTDE DE CHAVES NA AMOSTRA (001-100)           00003500
      *   POS 0034-3233 = AMOSTRA, 100 X 32 (CEP NAS POS 1-8 PARA O     00003600
      *                   SERVICO 1; UF + CIDADE PARA O SERVICO 2)      00003700
      *   CADA TAREFA COMECA NUM PONTO DIFERENTE DA AMOSTRA (ORDEM X    00003800
      *   7) E PERCORRE A AMOSTRA EM CIRCULO.                           00003900
      * Layout CEPLDR01 (KSDS, 1540 BYTES, CHAVE POS 001-020) .....     00004000
      *   POS 001-016 = EXECUCAO                                        00004100
      *   POS 017-020 = ORDEM DA TAREFA (0000 = REGISTRO DA EXECUCAO,   00004200
      *                 GRAVADO POR CEPLDRV)                            00004300
      *   POS 021     = TIPO 'E' EXECUCAO / 'T' TAREFA                  00004400
      *   POS 022     = SERVICO                                         00004500
      *   POS 023-026 = TAREFAS DA EXECUCAO                             00004600
      *   POS 027-031 = CHAMADAS POR TAREFA                             00004700
      *   TIPO 'T' (ESTE PROGRAMA):                                     00004800
      *   POS 032-038 = CHAMADAS REALIZADAS                             00004900
      *   POS 039-053 = INICIO DA TAREFA (ABSTIME, MS)                  00005000
      *   POS 054-068 = FIM DA TAREFA (ABSTIME, MS)                     00005100
      *   POS 069-079 = SOMA DOS TEMPOS DE RESPOSTA (MS)                00005200
      *   POS 080-086 = MENOR TEMPO (MS)                                00005300
      *   POS 087-093 = MAIOR TEMPO (MS)                                00005400
      *   POS 094-174 = 9 X (CODIGO 2 + QTDE 7): RETORNOS '00' '02'     00005500
      *                 '04' '06' '08' '12' '16', 'LK' (LINK SEM        00005600
      *                 RESP NORMAL) E 'OU' (QUALQUER OUTRO)            00005700
      *   POS 175-1511 = HISTOGRAMA, 191 X QTDE 7:                      00005800
      *                 FAIXA 001-100 = 0 A 99 MS, DE 1 EM 1 MS         00005900
      *                 FAIXA 101-190 = 100 A 999 MS, DE 10 EM 10 MS    00006000
      *                 FAIXA 191     = 1000 MS OU MAIS                 00006100
      *   POS 1512-1540 = FILLER                                        00006200
      *   TIPO 'E': VIDE CEPLDRV.                                       00006300
      ******************************************************************00006400
       ENVIRONMENT DIVISION.                                            00006500
       DATA DIVISION.                                                   00006600
       WORKING-STORAGE SECTION.                                         00006700
        01 WORKING-AREAS.                                               00006800
           03 WK-RESP                    PIC S9(008) COMP.              00006900
           03 WK-STA-LEN                 PIC S9(004) COMP.              00007000
           03 WK-CHAMADA                 PIC S9(008) COMP VALUE 0.      00007100
           03 WK-IDX                     PIC S9(004) COMP VALUE 0.      00007200
           03 WK-QUOCIENTE               PIC S9(008) COMP VALUE 0.      00007300
           03 WK-POSICAO                 PIC S9(008) COMP VALUE 0.      00007400
           03 WK-FAIXA                   PIC S9(004) COMP VALUE 0.      00007500
           03 WK-T-ANTES                 PIC S9(015) COMP-3 VALUE 0.    00007600
           03 WK-T-DEPOIS                PIC S9(015) COMP-3 VALUE 0.    00007700
           03 WK-T-INICIO                PIC S9(015) COMP-3 VALUE 0.    00007800
           03 WK-T-FIM                   PIC S9(015) COMP-3 VALUE 0.    00007900
           03 WK-DECORRIDO               PIC S9(015) COMP-3 VALUE 0.    00008000
           03 WK-RETORNO                 PIC  X(002) VALUE SPACES.      00008100
           03 WK-ACHOU                   PIC  X(001) VALUE 'N'.         00008200
                                                                        00008300
      *    COMMAREAS DOS SERVICOS (LAYOUTS EM CEPSRV01 E CEPSRV02)      00008400
           03 WK-SRV1-COMMAREA.                                         00008500
              05 WK-SRV1-CEP             PIC  X(008).                   00008600
              05 WK-SRV1-RETORNO         PIC  X(002).                   00008700
              05 FILLER                  PIC  X(144).                   00008800
           03 WK-SRV2-COMMAREA.                                         00008900
              05 WK-SRV2-UF              PIC  X(002).                   00009000
              05 WK-SRV2-CIDADE          PIC  X(030).                   00009100
              05 WK-SRV2-LOGRADOURO      PIC  X(030).                   00009200
              05 WK-SRV2-RETORNO         PIC  X(002).                   00009300
              05 FILLER                  PIC  X(042).                   00009400
                                                                        00009500
        01 WK-START-AREA.                                               00009600
           03 WK-STA-EXECUCAO            PIC  X(016).                   00009700
           03 WK-STA-SERVICO             PIC  X(001).                   00009800
           03 WK-STA-TAREFAS             PIC  9(004).                   00009900
           03 WK-STA-ORDEM               PIC  9(004).                   00010000
           03 WK-STA-CHAMADAS            PIC  9(005).                   00010100
           03 WK-STA-QTDE-AMOSTRA        PIC  9(003).                   00010200
           03 WK-STA-AMOSTRA             PIC  X(032) OCCURS 100 TIMES.  00010300
                                                                        00010400
        01 WK-CEPLDR01-REC.                                             00010500
           03 WK-LDR-CHAVE.                                             00010600
              05 WK-LDR-EXECUCAO         PIC  X(016).                   00010700
              05 WK-LDR-ORDEM            PIC  9(004).                   00010800
           03 WK-LDR-TIPO                PIC  X(001).                   00010900
           03 WK-LDR-SERVICO             PIC  X(001).                   00011000
           03 WK-LDR-TAREFAS             PIC  9(004).                   00011100
           03 WK-LDR-CHAMADAS            PIC  9(005).                   00011200
           03 WK-LDR-REALIZADAS          PIC  9(007).                   00011300
           03 WK-LDR-T-INICIO            PIC  9(015).                   00011400
           03 WK-LDR-T-FIM               PIC  9(015).                   00011500
           03 WK-LDR-SOMA-MS             PIC  9(011).                   00011600
           03 WK-LDR-MIN-MS              PIC  9(007).                   00011700
           03 WK-LDR-MAX-MS              PIC  9(007).                   00011800
           03 WK-LDR-RETORNOS.                                          00011900
              05 WK-LDR-RET OCCURS 9 TIMES.                             00012000
                 07 WK-LDR-RET-COD       PIC  X(002).                   00012100
                 07 WK-LDR-RET-QTDE      PIC  9(007).                   00012200
           03 WK-LDR-HISTOGRAMA.                                        00012300
              05 WK-LDR-FAIXA-QTDE       PIC  9(007) OCCURS 191 TIMES.  00012400
           03 FILLER                     PIC  X(029).                   00012500
                                                                        00012600
        01 WK-TAB-CODIGOS-INI.                                          00012700
           03 FILLER                     PIC  X(018) VALUE              00012800
              '00020406081216LKOU'.                                     00012900
        01 WK-TAB-CODIGOS REDEFINES WK-TAB-CODIGOS-INI.                 00013000
           03 WK-COD-RETORNO             PIC  X(002) OCCURS 9 TIMES.    00013100
                                                                        00013200
       PROCEDURE DIVISION.                                              00013300
      *                                                                 00013400
       MAIN-PARA.                                                       00013500
           MOVE LENGTH OF WK-START-AREA TO WK-STA-LEN                   00013600
           EXEC CICS RETRIEVE                                           00013700
                INTO(WK-START-AREA)                                     00013800
                LENGTH(WK-STA-LEN)                                      00013900
                RESP(WK-RESP)                                           00014000
           END-EXEC                                                     00014100
      *    SEM AREA DE START (TRANSACAO DIGITADA NO TERMINAL, POR       00014200
      *    EXEMPLO) NAO HA O QUE MEDIR                                  00014300
           IF WK-RESP NOT = DFHRESP(NORMAL)                             00014400
              OR WK-STA-QTDE-AMOSTRA IS NOT NUMERIC                     00014500
              OR WK-STA-QTDE-AMOSTRA = 0                                00014600
              EXEC CICS RETURN                                          00014700
              END-EXEC                                                  00014800
           END-IF                                                       00014900
                                                                        00015000
           PERFORM INICIALIZA-REGISTRO                                  00015100
           EXEC CICS ASKTIME                                            00015200
                ABSTIME(WK-T-INICIO)                                    00015300
           END-EXEC                                                     00015400
           PERFORM EXECUTA-CHAMADA WK-STA-CHAMADAS TIMES                00015500
           EXEC CICS ASKTIME                                            00015600
                ABSTIME(WK-T-FIM)                                       00015700
           END-EXEC                                                     00015800
           PERFORM GRAVA-RESULTADO                                      00015900
                                                                        00016000
           EXEC CICS RETURN                                             00016100
           END-EXEC                                                     00016200
           .                                                            00016300
       INICIALIZA-REGISTRO.                                             00016400
           MOVE SPACES            TO WK-CEPLDR01-REC                    00016500
           MOVE WK-STA-EXECUCAO   TO WK-LDR-EXECUCAO                    00016600
           MOVE WK-STA-ORDEM      TO WK-LDR-ORDEM                       00016700
           MOVE 'T'               TO WK-LDR-TIPO                        00016800
           MOVE WK-STA-SERVICO    TO WK-LDR-SERVICO                     00016900
           MOVE WK-STA-TAREFAS    TO WK-LDR-TAREFAS                     00017000
           MOVE WK-STA-CHAMADAS   TO WK-LDR-CHAMADAS                    00017100
           MOVE ZEROS             TO WK-LDR-REALIZADAS                  00017200
           MOVE ZEROS             TO WK-LDR-SOMA-MS                     00017300
           MOVE 9999999           TO WK-LDR-MIN-MS                      00017400
           MOVE ZEROS             TO WK-LDR-MAX-MS                      00017500
           MOVE 0 TO WK-IDX                                             00017600
           PERFORM LIMPA-RETORNO 9 TIMES                                00017700
           MOVE 0 TO WK-IDX                                             00017800
           PERFORM LIMPA-FAIXA 191 TIMES                                00017900
           .                                                            00018000
       LIMPA-RETORNO.                                                   00018100
           ADD  1                        TO WK-IDX                      00018200
           MOVE WK-COD-RETORNO (WK-IDX)  TO WK-LDR-RET-COD (WK-IDX)     00018300
           MOVE ZEROS                    TO WK-LDR-RET-QTDE (WK-IDX)    00018400
           .                                                            00018500
       LIMPA-FAIXA.                                                     00018600
           ADD  1     TO WK-IDX                                         00018700
           MOVE ZEROS TO WK-LDR-FAIXA-QTDE (WK-IDX)                     00018800
           .                                                            00018900
       EXECUTA-CHAMADA.                                                 00019000
      *    CHAVE DA VEZ: A AMOSTRA E PERCORRIDA EM CIRCULO A PARTIR     00019100
      *    DE UM PONTO QUE DEPENDE DA ORDEM DA TAREFA, PARA AS          00019200
      *    TAREFAS NAO BATEREM TODAS NO MESMO REGISTRO AO MESMO TEMPO   00019300
           COMPUTE WK-POSICAO = WK-STA-ORDEM * 7 + WK-CHAMADA           00019400
           DIVIDE WK-POSICAO BY WK-STA-QTDE-AMOSTRA                     00019500
              GIVING WK-QUOCIENTE REMAINDER WK-IDX                      00019600
           ADD 1 TO WK-IDX                                              00019700
           ADD 1 TO WK-CHAMADA                                          00019800
           IF WK-STA-SERVICO = '1'                                      00019900
              PERFORM CHAMA-CEPSRV01                                    00020000
           ELSE                                                         00020100
              PERFORM CHAMA-CEPSRV02                                    00020200
           END-IF                                                       00020300
           COMPUTE WK-DECORRIDO = WK-T-DEPOIS - WK-T-ANTES              00020400
           PERFORM ACUMULA-TEMPO                                        00020500
           .                                                            00020600
       CHAMA-CEPSRV01.                                                  00020700
           MOVE SPACES                          TO WK-SRV1-COMMAREA     00020800
           MOVE WK-STA-AMOSTRA (WK-IDX) (1:8)   TO WK-SRV1-CEP          00020900
           EXEC CICS ASKTIME                                            00021000
                ABSTIME(WK-T-ANTES)                                     00021100
           END-EXEC                                                     00021200
           EXEC CICS LINK                                               00021300
                PROGRAM('CEPSRV01')                                     00021400
                COMMAREA(WK-SRV1-COMMAREA)                              00021500
                LENGTH(LENGTH OF WK-SRV1-COMMAREA)                      00021600
                RESP(WK-RESP)                                           00021700
           END-EXEC                                                     00021800
           EXEC CICS ASKTIME                                            00021900
                ABSTIME(WK-T-DEPOIS)                                    00022000
           END-EXEC                                                     00022100
           IF WK-RESP = DFHRESP(NORMAL)                                 00022200
              MOVE WK-SRV1-RETORNO TO WK-RETORNO                        00022300
           ELSE                                                         00022400
              MOVE 'LK'            TO WK-RETORNO                        00022500
           END-IF                                                       00022600
           .                                                            00022700
       CHAMA-CEPSRV02.                                                  00022800
           MOVE SPACES                          TO WK-SRV2-COMMAREA     00022900
           MOVE WK-STA-AMOSTRA (WK-IDX) (1:2)   TO WK-SRV2-UF           00023000
           MOVE WK-STA-AMOSTRA (WK-IDX) (3:30)  TO WK-SRV2-CIDADE       00023100
           EXEC CICS ASKTIME                                            00023200
                ABSTIME(WK-T-ANTES)                                     00023300
           END-EXEC                                                     00023400
           EXEC CICS LINK                                               00023500
                PROGRAM('CEPSRV02')                                     00023600
                COMMAREA(WK-SRV2-COMMAREA)                              00023700
                LENGTH(LENGTH OF WK-SRV2-COMMAREA)                      00023800
                RESP(WK-RESP)                                           00023900
           END-EXEC                                                     00024000
           EXEC CICS ASKTIME                                            00024100
                ABSTIME(WK-T-DEPOIS)                                    00024200
           END-EXEC                                                     00024300
           IF WK-RESP = DFHRESP(NORMAL)                                 00024400
              MOVE WK-SRV2-RETORNO TO WK-RETORNO                        00024500
           ELSE                                                         00024600
              MOVE 'LK'            TO WK-RETORNO                        00024700
           END-IF                                                       00024800
           .                                                            00024900
       ACUMULA-TEMPO.                                                   00025000
           ADD 1            TO WK-LDR-REALIZADAS                        00025100
           ADD WK-DECORRIDO TO WK-LDR-SOMA-MS                           00025200
           IF WK-DECORRIDO < WK-LDR-MIN-MS                              00025300
              MOVE WK-DECORRIDO TO WK-LDR-MIN-MS                        00025400
           END-IF                                                       00025500
           IF WK-DECORRIDO > WK-LDR-MAX-MS                              00025600
              MOVE WK-DECORRIDO TO WK-LDR-MAX-MS                        00025700
           END-IF                                                       00025800
      *    FAIXA DO HISTOGRAMA (VIDE LAYOUT NO PROLOGO)                 00025900
           EVALUATE TRUE                                                00026000
              WHEN WK-DECORRIDO < 100                                   00026100
                 COMPUTE WK-FAIXA = WK-DECORRIDO + 1                    00026200
              WHEN WK-DECORRIDO < 1000                                  00026300
                 COMPUTE WK-FAIXA = 101 + (WK-DECORRIDO - 100) / 10     00026400
              WHEN OTHER                                                00026500
                 MOVE 191 TO WK-FAIXA                                   00026600
           END-EVALUATE                                                 00026700
           ADD 1 TO WK-LDR-FAIXA-QTDE (WK-FAIXA)                        00026800
      *    CODIGO DE RETORNO; O QUE NAO ESTA NA TABELA CONTA EM 'OU'    00026900
           MOVE 'N' TO WK-ACHOU                                         00027000
           MOVE 0   TO WK-IDX                                           00027100
           PERFORM PROCURA-RETORNO UNTIL WK-ACHOU = 'S' OR WK-IDX = 8   00027200
           IF WK-ACHOU = 'N'                                            00027300
              ADD 1 TO WK-LDR-RET-QTDE (9)                              00027400
           END-IF                                                       00027500
           .                                                            00027600
       PROCURA-RETORNO.                                                 00027700
           ADD 1 TO WK-IDX                                              00027800
           IF WK-LDR-RET-COD (WK-IDX) = WK-RETORNO                      00027900
              ADD  1   TO WK-LDR-RET-QTDE (WK-IDX)                      00028000
              MOVE 'S' TO WK-ACHOU                                      00028100
           END-IF                                                       00028200
           .                                                            00028300
       GRAVA-RESULTADO.                                                 00028400
           IF WK-LDR-REALIZADAS = 0                                     00028500
              MOVE ZEROS TO WK-LDR-MIN-MS                               00028600
           END-IF                                                       00028700
           MOVE WK-T-INICIO TO WK-LDR-T-INICIO                          00028800
           MOVE WK-T-FIM    TO WK-LDR-T-FIM                             00028900
           EXEC CICS WRITE                                              00029000
                FILE('CEPLDR01')                                        00029100
                FROM(WK-CEPLDR01-REC)                                   00029200
                RIDFLD(WK-LDR-CHAVE)                                    00029300
                KEYLENGTH(LENGTH OF WK-LDR-CHAVE)                       00029400
                RESP(WK-RESP)                                           00029500
           END-EXEC                                                     00029600
      *    SEM TERMINAL PARA AVISAR: A TAREFA QUE NAO GRAVOU APARECE    00029700
      *    NO CEPLDREP COMO TAREFA DISPARADA E NAO CONCLUIDA            00029800
           .                                                            00029900
