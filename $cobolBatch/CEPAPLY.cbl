      *                        DADOS RESOLVER - MANTEM A CORRECAO OU    00002355
      *                        LIBERA O CEP PELA OPERACAO 'L' DE        00002360
      *                        CEPMAINT. TAMBEM GERA RETURN-CODE 4.     00002365
      * Aposentadoria ........ O CEP EXCLUIDO PELO DELTA NAO SE PERDE:  00002366
      *                        ANTES DO DELETE A ULTIMA IMAGEM DO       00002367
      *                        REGISTRO E GRAVADA NO CLUSTER DE CEPS    00002368
      *                        APOSENTADOS CEPVSA04 (CEPV0004), COM A   00002369
      *                        DATA/HORA DESTA EXECUCAO E O CEP         00002370
      *                        SUCESSOR QUANDO O FORNECEDOR O INFORMA   00002371
      *                        (CEPSUC01). CEPSRV01 (E POR ELE CEPLOOK) 00002372
      *                        RESPONDE "APOSENTADO, SUBSTITUIDO POR X" 00002373
      *                        E CEPMATCH TRADUZ O CEP DO CLIENTE PARA  00002374
      *                        O SUCESSOR. CEP REATIVADO PELO           00002375
      *                        FORNECEDOR VOLTA A CEPV0001, QUE TEM     00002376
      *                        PRECEDENCIA NAS CONSULTAS; O REGISTRO DE 00002377
      *                        APOSENTADO FICA COMO HISTORICO.          00002378
      * Layout CEPSUC01 (080 BYTES) ..........                          00002379
      *   POS 001-008 = CEP APOSENTADO                                  00002380
      *   POS 009-016 = CEP SUCESSOR                                    00002381
      *   POS 017-080 = FILLER                                          00002382
      *   CLASSIFICADO POR CEP APOSENTADO (A TABELA E PESQUISADA POR    00002383
      *   SEARCH ALL); FORA DE ORDEM TERMINA COM RETURN-CODE 8.         00002384
      * Layout CEPV0004 (200 BYTES, CHAVE = CEP) ....                   00002385
      *   POS 001-008 = CEP APOSENTADO                                  00002386
      *   POS 009-029 = DATA/HORA DA APOSENTADORIA (CURRENT-DATE)       00002387
      *   POS 030-037 = CEP SUCESSOR (BRANCOS = NAO INFORMADO)          00002388
      *   POS 038-198 = ULTIMA IMAGEM DO REGISTRO DE CEPV0001           00002389
      *   POS 199-200 = FILLER                                          00002390
      * Jornal ............... TODA ESCRITA EM CEPV0001 (INCLUSAO,      00002391
      *                        ALTERACAO, EXCLUSAO) GRAVA TAMBEM A      00002392
      *                        IMAGEM DO REGISTRO NO JORNAL DE          00002393
      *                        ALTERACOES CEPJRN01 COM ORIGEM 'D', PARA 00002394
      *                        A RECUPERACAO PARA FRENTE DE CEPRECV     00002395
      *                        (LAYOUT NO PROLOGO DE CEPRECV). FALHA NO 00002396
      *                        JORNAL TERMINA COM RETURN-CODE 12, COMO  00002397
      *                        ERRO VSAM.                               00002398
      * DSnames .............. B090290.CEPVSA01                         00002400
      *                        B090290.CEPDLT01 (DELTA DE CEPDIFF)      00002500
      *                        B090290.CEPCFL01 (CONFLITOS COM          00002505
      *                        REGISTROS PROTEGIDOS)                    00002507
      *                        B090290.CEPAPCK1 (CHECKPOINT, DISP=MOD)  00002510
      *                        B090290.CEPVSA04 (DD CEPV0004, CEPS      00002511
      *                        APOSENTADOS)                             00002512
      *                        B090290.CEPSUC01 (SUCESSORES INFORMADOS  00002513
      *                        PELO FORNECEDOR; PODE VIR VAZIO)         00002514
      *                        B090290.CEPJRN01 (JORNAL DE ALTERACOES)  00002515
      *                        B090290.CEPRUN01 (CONTROLE DO CICLO,     00002516
      *                        VIA CEPRUNCT) E B090290.CEPCIC01         00002517
      *                        (DATA DO CICLO, OPCIONAL)                00002518
      * PARM ................. POS 01-10 = QTDE DE ACOES DE DELTA JA    00002520
      *                                    APLICADAS, A SALTAR PARA     00002525
      *                                    RESTART (CEPAPCK1-CONT-      00002530
      *                        POS 71-80 = REPROVADOS PELA VALIDACAO    00002571
      *                                    COMUM (CEPVALID) JA          00002572
      *                                    CONTADOS                     00002573
      *                        POS 81-90 = APOSENTADOS COM SUCESSOR JA  00002574
      *                                    CONTADOS                     00002575
      *                        (TODOS LIDOS DO ULTIMO REGISTRO DE       00002576
      *                        CEPAPCK1; SEM PARM A APLICACAO COMECA    00002577
      *                        DO PRIMEIRO REGISTRO DO DELTA)           00002580
      * Checkpoint ........... A CADA 50000 ACOES DE DELTA E GRAVADO    00002585
      *                        UM REGISTRO EM CEPAPCK1 COM A POSICAO    00002590
           SELECT CEPCFL01 ASSIGN TO 'CEPCFL01'                         00004160
           ORGANIZATION SEQUENTIAL.                                     00004170
      *    CONFLITOS DO DELTA COM REGISTROS PROTEGIDOS                  00004180
                                                                        00004181
           SELECT CEPV0004 ASSIGN TO 'CEPV0004'                         00004182
           ORGANIZATION IS INDEXED                                      00004183
           ACCESS MODE IS RANDOM                                        00004184
           RECORD KEY IS CEPV0004-CEP                                   00004185
           FILE STATUS WK-VSAM-FILE-STATUS.                             00004186
      *    CEPS APOSENTADOS (EXCLUIDOS PELO DELTA)                      00004187
                                                                        00004188
           SELECT CEPSUC01 ASSIGN TO 'CEPSUC01'                         00004189
           ORGANIZATION SEQUENTIAL.                                     00004190
      *    CEP SUCESSOR DOS CEPS APOSENTADOS, INFORMADO PELO FORNECEDOR 00004191
                                                                        00004192
           SELECT CEPJRN01 ASSIGN TO 'CEPJRN01'                         00004193
           ORGANIZATION IS INDEXED                                      00004194
           ACCESS MODE IS RANDOM                                        00004195
           RECORD KEY IS CEPJRN01-CHAVE                                 00004196
           FILE STATUS WK-JRN-FILE-STATUS.                              00004197
      *    JORNAL DE ALTERACOES DE CEPV0001 (RECUPERACAO - CEPRECV)     00004198
       DATA DIVISION.                                                   00004200
       FILE SECTION.                                                    00004300
                                                                        00004400
       FD CEPV0004.                                                     00004403
       01 CEPV0004-REC.                                                 00004406
          05 CEPV0004-CEP               PIC  X(008).                    00004409
          05 CEPV0004-DT-APOSENTADORIA  PIC  X(021).                    00004412
          05 CEPV0004-CEP-SUCESSOR      PIC  X(008).                    00004415
          05 CEPV0004-IMAGEM            PIC  X(161).                    00004418
          05 FILLER                     PIC  X(002).                    00004421
      *                                                                 00004424
       FD CEPSUC01                                                      00004427
            RECORDING MODE IS F                                         00004430
            RECORD CONTAINS 080 CHARACTERS.                             00004433
       01 CEPSUC01-REC.                                                 00004436
          05 CEPSUC01-CEP               PIC  X(008).                    00004439
          05 CEPSUC01-SUCESSOR          PIC  X(008).                    00004442
          05 FILLER                     PIC  X(064).                    00004445
      *                                                                 00004448
       FD CEPJRN01.                                                     00004451
       01 CEPJRN01-REC.                                                 00004454
          05 CEPJRN01-CHAVE.                                            00004457
             10 CEPJRN01-DATA-HORA      PIC  X(021).                    00004460
             10 CEPJRN01-ORIGEM         PIC  X(001).                    00004463
             10 CEPJRN01-SEQ            PIC  9(009).                    00004466
          05 CEPJRN01-PROGRAMA          PIC  X(008).                    00004469
          05 CEPJRN01-OPERACAO          PIC  X(001).                    00004472
          05 CEPJRN01-IMAGEM            PIC  X(161).                    00004475
          05 FILLER                     PIC  X(019).                    00004478
      *                                                                 00004481
       FD CEPV0001.                                                     00004500
       01 CEPV0001-REC.                                                 00004600
          05 CEPV0001-CEP               PIC  X(008).                    00004700
      *                                                                 00006000
       FD CEPAPCK1                                                      00006010
            RECORDING MODE IS F                                         00006020
            RECORD CONTAINS 090 CHARACTERS.                             00006030
       01 CEPAPCK1-REC.                                                 00006040
          05 CEPAPCK1-CONT-LIDOS        PIC  9(010).                    00006050
          05 CEPAPCK1-TOT-INCLUIDOS     PIC  9(010).                    00006060
          05 CEPAPCK1-TOT-ACAO-INVAL    PIC  9(010).                    00006095
          05 CEPAPCK1-TOT-PROTEGIDOS    PIC  9(010).                    00006096
          05 CEPAPCK1-TOT-REJ-VALID     PIC  9(010).                    00006097
          05 CEPAPCK1-TOT-COM-SUCESSOR  PIC  9(010).                    00006103
       FD CEPCFL01                                                      00006110
            RECORDING MODE IS F                                         00006120
            RECORD CONTAINS 282 CHARACTERS.                             00006130
      *                                                                 00006180
       WORKING-STORAGE SECTION.                                         00006190
        01 WORKING-AREAS.                                               00006200
           03 WK-EOF-SUC                PIC  X(001) VALUE 'N'.          00006204
           03 WK-CEP-SUCESSOR           PIC  X(008) VALUE SPACES.       00006208
           03 WK-CONT-COM-SUCESSOR      PIC  9(010) VALUE ZEROS.        00006212
           03 WK-CONT-SUC-LIDOS         PIC  9(010) VALUE ZEROS.        00006216
           03 WK-CONT-SUC-REJ           PIC  9(010) VALUE ZEROS.        00006220
           03 WK-JRN-FILE-STATUS        PIC  X(002) VALUE SPACES.       00006224
           03 WK-JRN-SEQ                PIC  9(009) VALUE ZEROS.        00006228
           03 WK-JRN-OPERACAO           PIC  X(001) VALUE SPACE.        00006232
           03 WK-CONT-JORNAL            PIC  9(010) VALUE ZEROS.        00006236
           03 WK-SUC-QTDE               PIC  9(005) VALUE ZEROS.        00006240
           03 WK-SUC-CEP-ANT            PIC  X(008) VALUE LOW-VALUES.   00006244
      *    AREA DE CHAMADA DO CONTROLE DE EXECUCAO DO CICLO (CEPRUNCT)  00006248
           03 WK-CTL-AREA.                                              00006252
              05 WK-CTL-FUNCAO          PIC  X(001) VALUE SPACES.       00006256
              05 WK-CTL-PROGRAMA        PIC  X(008) VALUE 'CEPAPLY'.    00006260
              05 WK-CTL-DATA-CICLO      PIC  X(008) VALUE SPACES.       00006264
              05 WK-CTL-RC-PROGRAMA     PIC  9(004) VALUE ZEROS.        00006268
              05 WK-CTL-TOT-ENTRADA     PIC  9(010) VALUE ZEROS.        00006272
              05 WK-CTL-TOT-SAIDA       PIC  9(010) VALUE ZEROS.        00006276
              05 WK-CTL-TOT-REJEITADOS  PIC  9(010) VALUE ZEROS.        00006280
              05 WK-CTL-RETORNO         PIC  X(002) VALUE SPACES.       00006284
              05 WK-CTL-RC-FINAL        PIC  9(004) VALUE ZEROS.        00006288
              05 WK-CTL-MENSAGEM        PIC  X(060) VALUE SPACES.       00006292
              05 FILLER                 PIC  X(033) VALUE SPACES.       00006296
           03 WK-VSAM-FILE-STATUS       PIC  X(002) VALUE SPACES.       00006300
           03 WK-EOF                    PIC  X(001) VALUE 'N'.          00006400
           03 WK-CONT-LIDOS             PIC  9(010) VALUE ZEROS.        00006500
           03 WK-VAL-RETORNO            PIC  X(002).                    00007585
           03 WK-VAL-MOTIVO             PIC  X(030).                    00007590
                                                                        00007600
      *    SUCESSORES DO CICLO (CEPSUC01): SO OS CEPS APOSENTADOS       00007601
        01 WK-TAB-SUC.                                                  00007602
           03 WK-SUC-ENTRY OCCURS 0 TO 20000 TIMES                      00007603
                 DEPENDING ON WK-SUC-QTDE                               00007604
                 ASCENDING KEY IS WK-SUC-CEP                            00007605
                 INDEXED BY WK-SUC-IDX.                                 00007606
              05 WK-SUC-CEP             PIC  X(008).                    00007607
              05 WK-SUC-SUCESSOR        PIC  X(008).                    00007608
                                                                        00007609
       LINKAGE SECTION.                                                 00007610
       01 LK-PARM-LENGTH                PIC S9(004) COMP.               00007620
       01 LK-PARM-DATA.                                                 00007630
          05 LK-RESTART-ACAO-INVAL      PIC  9(010).                    00007685
          05 LK-RESTART-PROTEGIDOS      PIC  9(010).                    00007687
          05 LK-RESTART-REJ-VALID       PIC  9(010).                    00007689
          05 LK-RESTART-COM-SUCESSOR    PIC  9(010).                    00007692
                                                                        00007695
       PROCEDURE DIVISION USING LK-PARM-LENGTH LK-PARM-DATA.            00007700
      *                                                                 00007800
       MAIN-PARA.                                                       00007900
           MOVE FUNCTION CURRENT-DATE TO WK-RUN-DATA-HORA               00007920
           PERFORM INICIA-CONTROLE-CICLO                                00007930
           PERFORM TRATA-PARM                                           00007950
           PERFORM CARREGA-SUCESSORES                                   00007960
           PERFORM OPEN-FILES                                           00008000
           IF WK-RESTART-REC > 0                                        00008020
              PERFORM PULA-REGISTROS                                    00008040
           PERFORM CLOSE-FILES                                          00008500
           IF WK-CONT-DIVERGENTES > 0 OR WK-CONT-ACAO-INVAL > 0         00008600
              OR WK-CONT-PROTEGIDOS > 0 OR WK-CONT-REJ-VALID > 0        00008650
              OR WK-CONT-SUC-REJ > 0                                    00008660
              MOVE 4 TO RETURN-CODE                                     00008700
           END-IF                                                       00008800
           PERFORM ENCERRA-CONTROLE-CICLO                               00008810
           STOP RUN                                                     00008900
           .                                                            00009000
       TRATA-PARM.                                                      00009010
           IF LK-PARM-LENGTH >= 90 AND LK-RESTART-COM-SUCESSOR NUMERIC  00009012
              MOVE LK-RESTART-COM-SUCESSOR TO WK-CONT-COM-SUCESSOR      00009014
           END-IF                                                       00009016
           IF LK-PARM-LENGTH >= 10 AND LK-RESTART-REC IS NUMERIC        00009020
              MOVE LK-RESTART-REC TO WK-RESTART-REC                     00009030
           END-IF                                                       00009040
              DISPLAY "-----ERRO VSAM NO OPEN -----"                    00009500
              DISPLAY WK-VSAM-FILE-STATUS                               00009600
              PERFORM CLOSE-FILES                                       00009700
              MOVE 12 TO RETURN-CODE                                    00009710
              PERFORM ENCERRA-CONTROLE-CICLO                            00009715
              STOP RUN                                                  00009720
           END-IF                                                       00009730
           OPEN I-O   CEPV0004                                          00009740
           IF WK-VSAM-FILE-STATUS NOT = '00'                            00009750
              DISPLAY "-----ERRO VSAM NO OPEN (CEPV0004) -----"         00009760
              DISPLAY WK-VSAM-FILE-STATUS                               00009770
              PERFORM CLOSE-FILES                                       00009780
              MOVE 12 TO RETURN-CODE                                    00009800
              PERFORM ENCERRA-CONTROLE-CICLO                            00009810
              STOP RUN                                                  00009900
           END-IF                                                       00010000
           OPEN I-O   CEPJRN01                                          00010010
           IF WK-JRN-FILE-STATUS NOT = '00'                             00010020
              DISPLAY "-----ERRO VSAM NO OPEN (CEPJRN01) -----"         00010030
              DISPLAY WK-JRN-FILE-STATUS                                00010040
              PERFORM CLOSE-FILES                                       00010050
              MOVE 12 TO RETURN-CODE                                    00010060
              PERFORM ENCERRA-CONTROLE-CICLO                            00010065
              STOP RUN                                                  00010070
           END-IF                                                       00010080
           .                                                            00010100
       READ-FILE.                                                       00010200
           READ CEPDLT01 RECORD AT END MOVE 'Y' TO WK-EOF.              00010300
           MOVE WK-CONT-ACAO-INVAL  TO CEPAPCK1-TOT-ACAO-INVAL          00010970
           MOVE WK-CONT-PROTEGIDOS  TO CEPAPCK1-TOT-PROTEGIDOS          00010975
           MOVE WK-CONT-REJ-VALID   TO CEPAPCK1-TOT-REJ-VALID           00010977
           MOVE WK-CONT-COM-SUCESSOR TO CEPAPCK1-TOT-COM-SUCESSOR       00010978
           WRITE CEPAPCK1-REC                                           00010980
           .                                                            00010990
       PROCESSA-DELTA.                                                  00011000
       CONTA-INCLUSAO.                                                  00015710
           IF WK-VSAM-FILE-STATUS = '00'                                00015720
              ADD 1 TO WK-CONT-INCLUIDOS                                00015730
              MOVE 'I' TO WK-JRN-OPERACAO                               00015733
              PERFORM GRAVA-JORNAL                                      00015736
           ELSE                                                         00015740
              PERFORM ERRO-VSAM                                         00015750
           END-IF                                                       00015760
       CONTA-ALTERACAO.                                                 00017110
           IF WK-VSAM-FILE-STATUS = '00'                                00017120
              ADD 1 TO WK-CONT-ALTERADOS                                00017130
              MOVE 'A' TO WK-JRN-OPERACAO                               00017133
              PERFORM GRAVA-JORNAL                                      00017136
           ELSE                                                         00017140
              PERFORM ERRO-VSAM                                         00017150
           END-IF                                                       00017160
      *             NUNCA APLICADA AS CEGAS                             00017440
                    PERFORM GRAVA-CONFLITO                              00017460
                 ELSE                                                   00017480
                    PERFORM ARQUIVA-APOSENTADO                          00017490
                    DELETE CEPV0001 RECORD                              00017500
                    END-DELETE                                          00017520
                    IF WK-VSAM-FILE-STATUS = '00'                       00017540
                       ADD 1 TO WK-CONT-EXCLUIDOS                       00017560
      *                O DELETE NAO ALTERA A AREA DO FD: O JORNAL       00017564
      *                RECEBE A ULTIMA IMAGEM DO REGISTRO EXCLUIDO      00017568
                       MOVE 'E' TO WK-JRN-OPERACAO                      00017572
                       PERFORM GRAVA-JORNAL                             00017576
                    ELSE                                                00017580
                       PERFORM ERRO-VSAM                                00017600
                    END-IF                                              00017620
           PERFORM RELATORIO-FINAL                                      00018600
           PERFORM CLOSE-FILES                                          00018700
           MOVE 12 TO RETURN-CODE                                       00018800
           PERFORM ENCERRA-CONTROLE-CICLO                               00018810
           STOP RUN                                                     00018900
           .                                                            00019000
       RELATORIO-FINAL.                                                 00019100
           DISPLAY WK-CONT-PROTEGIDOS                                   00020540
           DISPLAY 'REPROVADOS PELA VALIDACAO (CEPVALID) .........'     00020560
           DISPLAY WK-CONT-REJ-VALID                                    00020580
           DISPLAY 'APOSENTADOS COM CEP SUCESSOR (CEPV0004) ......'     00020584
           DISPLAY WK-CONT-COM-SUCESSOR                                 00020588
           DISPLAY 'SUCESSORES REJEITADOS (CEPSUC01) .............'     00020592
           DISPLAY WK-CONT-SUC-REJ                                      00020596
           DISPLAY 'ALTERACOES GRAVADAS NO JORNAL (CEPJRN01) .....'     00020597
           DISPLAY WK-CONT-JORNAL                                       00020598
           DISPLAY '---------------------------------------------'      00020600
           .                                                            00020700
       CLOSE-FILES.                                                     00020800
           CLOSE CEPDLT01                                               00021000
           CLOSE CEPAPCK1                                               00021050
           CLOSE CEPCFL01                                               00021060
           CLOSE CEPV0004                                               00021070
           CLOSE CEPJRN01                                               00021080
           .                                                            00021100
       INICIA-CONTROLE-CICLO.                                           00021200
      *    REGISTRA O INICIO NO CONTROLE DO CICLO (CEPRUN01). SE O      00021300
      *    PREDECESSOR DECLARADO EM CEPRUNCT NAO TERMINOU BEM NO MESMO  00021400
      *    CICLO, O PROGRAMA TERMINA AQUI COM RC 8 SEM PROCESSAR NADA   00021500
           MOVE 'I'                 TO WK-CTL-FUNCAO                    00021600
           CALL 'CEPRUNCT' USING WK-CTL-AREA                            00021700
           IF WK-CTL-RETORNO NOT = '00'                                 00021800
              DISPLAY '---------------------------------------------'   00021900
              DISPLAY 'CONTROLE DO CICLO - EXECUCAO NAO PERMITIDA ...'  00022000
              DISPLAY WK-CTL-MENSAGEM                                   00022100
              DISPLAY '---------------------------------------------'   00022200
              MOVE WK-CTL-RC-FINAL  TO RETURN-CODE                      00022300
              STOP RUN                                                  00022400
           END-IF                                                       00022500
           DISPLAY 'DATA DO CICLO ...............................'      00022600
           DISPLAY WK-CTL-DATA-CICLO                                    00022700
           .                                                            00022800
       ENCERRA-CONTROLE-CICLO.                                          00022900
      *    REGISTRA FIM, RETURN-CODE E TOTAIS NO CONTROLE DO CICLO.     00023000
      *    PREDECESSOR DESFEITO DURANTE A EXECUCAO OU TOTAL DIVERGENTE  00023100
      *    DO PREDECESSOR ELEVA O RETURN-CODE PARA 8                    00023200
           MOVE RETURN-CODE         TO WK-CTL-RC-PROGRAMA               00023300
           MOVE 'F'                 TO WK-CTL-FUNCAO                    00023400
           MOVE WK-CONT-LIDOS       TO WK-CTL-TOT-ENTRADA               00023500
           COMPUTE WK-CTL-TOT-SAIDA = WK-CONT-INCLUIDOS                 00023600
                                    + WK-CONT-ALTERADOS                 00023700
                                    + WK-CONT-EXCLUIDOS                 00023800
           COMPUTE WK-CTL-TOT-REJEITADOS = WK-CONT-DIVERGENTES          00023900
                                         + WK-CONT-ACAO-INVAL           00024000
                                         + WK-CONT-PROTEGIDOS           00024100
                                         + WK-CONT-REJ-VALID            00024200
           CALL 'CEPRUNCT' USING WK-CTL-AREA                            00024300
           IF WK-CTL-RETORNO NOT = '00'                                 00024400
              DISPLAY '---------------------------------------------'   00024500
              DISPLAY 'CONTROLE DO CICLO - CONFERENCIA NO FIM .......'  00024600
              DISPLAY WK-CTL-MENSAGEM                                   00024700
              DISPLAY '---------------------------------------------'   00024800
           END-IF                                                       00024900
           MOVE WK-CTL-RC-FINAL     TO RETURN-CODE                      00025000
           .                                                            00025100
       CARREGA-SUCESSORES.                                              00025200
      *    CARREGA OS SUCESSORES INFORMADOS PELO FORNECEDOR; ARQUIVO    00025300
      *    VAZIO E NORMAL (CICLO SEM CEP SUBSTITUIDO)                   00025400
           OPEN INPUT CEPSUC01                                          00025500
           PERFORM LE-SUCESSOR UNTIL WK-EOF-SUC = 'Y'                   00025600
           CLOSE CEPSUC01                                               00025700
           DISPLAY 'SUCESSORES CARREGADOS: ' WK-SUC-QTDE                00025800
           .                                                            00025900
       LE-SUCESSOR.                                                     00026000
           READ CEPSUC01 RECORD AT END MOVE 'Y' TO WK-EOF-SUC.          00026100
                                                                        00026200
           IF WK-EOF-SUC NOT = 'Y'                                      00026300
              ADD 1 TO WK-CONT-SUC-LIDOS                                00026400
              PERFORM GUARDA-SUCESSOR                                   00026500
           END-IF                                                       00026600
           .                                                            00026700
       GUARDA-SUCESSOR.                                                 00026800
           IF CEPSUC01-CEP IS NOT NUMERIC                               00026900
              OR CEPSUC01-SUCESSOR IS NOT NUMERIC                       00027000
              ADD 1 TO WK-CONT-SUC-REJ                                  00027100
              DISPLAY 'SUCESSOR REJEITADO (CEP): ' CEPSUC01-REC         00027200
           ELSE                                                         00027300
              IF WK-SUC-QTDE >= 20000                                   00027400
                 DISPLAY 'TABELA DE SUCESSORES EXCEDIDA (20000)'        00027500
                 CLOSE CEPSUC01                                         00027600
                 MOVE 8 TO RETURN-CODE                                  00027700
                 PERFORM ENCERRA-CONTROLE-CICLO                         00027800
                 STOP RUN                                               00027900
              END-IF                                                    00028000
      *       A PESQUISA BINARIA (SEARCH ALL) EXIGE O ARQUIVO           00028100
      *       CLASSIFICADO; FORA DE ORDEM E ERRO DE MONTAGEM DO JOB     00028200
              IF CEPSUC01-CEP NOT > WK-SUC-CEP-ANT                      00028300
                 DISPLAY 'SUCESSOR FORA DE ORDEM: ' CEPSUC01-REC        00028400
                 CLOSE CEPSUC01                                         00028500
                 MOVE 8 TO RETURN-CODE                                  00028600
                 PERFORM ENCERRA-CONTROLE-CICLO                         00028700
                 STOP RUN                                               00028800
              END-IF                                                    00028900
              ADD 1 TO WK-SUC-QTDE                                      00029000
              SET WK-SUC-IDX TO WK-SUC-QTDE                             00029100
              MOVE CEPSUC01-CEP      TO WK-SUC-CEP (WK-SUC-IDX)         00029200
              MOVE CEPSUC01-SUCESSOR TO WK-SUC-SUCESSOR (WK-SUC-IDX)    00029300
              MOVE CEPSUC01-CEP      TO WK-SUC-CEP-ANT                  00029400
           END-IF                                                       00029500
           .                                                            00029600
       ARQUIVA-APOSENTADO.                                              00029700
      *    GUARDA A ULTIMA IMAGEM DO CEP EXCLUIDO NO CLUSTER DE         00029800
      *    APOSENTADOS ANTES DO DELETE; CEP JA APOSENTADO ANTES         00029900
      *    (REATIVADO E EXCLUIDO DE NOVO, OU RESTART DEPOIS DESTE       00030000
      *    PONTO) TEM O REGISTRO SUBSTITUIDO                            00030100
           MOVE SPACES              TO CEPV0004-REC                     00030200
           MOVE CEPV0001-CEP        TO CEPV0004-CEP                     00030300
           MOVE WK-RUN-DATA-HORA    TO CEPV0004-DT-APOSENTADORIA        00030400
           MOVE CEPV0001-REC        TO CEPV0004-IMAGEM                  00030500
           PERFORM PROCURA-SUCESSOR                                     00030600
           MOVE WK-CEP-SUCESSOR     TO CEPV0004-CEP-SUCESSOR            00030700
           WRITE CEPV0004-REC                                           00030800
              INVALID KEY                                               00030900
                 REWRITE CEPV0004-REC                                   00031000
                 END-REWRITE                                            00031100
           END-WRITE                                                    00031200
           IF WK-VSAM-FILE-STATUS NOT = '00'                            00031300
              PERFORM ERRO-VSAM                                         00031400
           END-IF                                                       00031500
           IF WK-CEP-SUCESSOR NOT = SPACES                              00031600
              ADD 1 TO WK-CONT-COM-SUCESSOR                             00031700
           END-IF                                                       00031800
           .                                                            00031900
       GRAVA-JORNAL.                                                    00032000
      *    IMAGEM DA ESCRITA EM CEPV0001 NO JORNAL DE ALTERACOES; A     00032100
      *    DATA/HORA E A DO MOMENTO DA ESCRITA (NAO A DA EXECUCAO),     00032200
      *    PARA A RECUPERACAO SEGUIR A ORDEM REAL ENTRE O BATCH E O     00032300
      *    ONLINE                                                       00032400
           ADD  1                     TO WK-JRN-SEQ                     00032500
           MOVE SPACES                TO CEPJRN01-REC                   00032600
           MOVE FUNCTION CURRENT-DATE TO CEPJRN01-DATA-HORA             00032700
           MOVE 'D'                   TO CEPJRN01-ORIGEM                00032800
           MOVE WK-JRN-SEQ            TO CEPJRN01-SEQ                   00032900
           MOVE 'CEPAPLY'             TO CEPJRN01-PROGRAMA              00033000
           MOVE WK-JRN-OPERACAO       TO CEPJRN01-OPERACAO              00033100
           MOVE CEPV0001-REC          TO CEPJRN01-IMAGEM                00033200
           WRITE CEPJRN01-REC                                           00033300
           END-WRITE                                                    00033400
           IF WK-JRN-FILE-STATUS = '00'                                 00033500
              ADD 1 TO WK-CONT-JORNAL                                   00033600
           ELSE                                                         00033700
              DISPLAY "-----ERRO VSAM NO JORNAL (CEPJRN01) -----"       00033800
              MOVE WK-JRN-FILE-STATUS TO WK-VSAM-FILE-STATUS            00033900
              PERFORM ERRO-VSAM                                         00034000
           END-IF                                                       00034100
           .                                                            00034200
       PROCURA-SUCESSOR.                                                00034300
           MOVE SPACES TO WK-CEP-SUCESSOR                               00034400
           IF WK-SUC-QTDE > 0                                           00034500
              SEARCH ALL WK-SUC-ENTRY                                   00034600
                 AT END                                                 00034700
                    CONTINUE                                            00034800
                 WHEN WK-SUC-CEP (WK-SUC-IDX) = CEPV0001-CEP            00034900
                    MOVE WK-SUC-SUCESSOR (WK-SUC-IDX)                   00035000
                      TO WK-CEP-SUCESSOR                                00035100
              END-SEARCH                                                00035200
           END-IF                                                       00035300
           .                                                            00035400
