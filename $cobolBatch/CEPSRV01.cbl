      *                        proprio READ contra CEPV0001.            00001800
      *                        Primeiro consumidor: CEPLOOK (CEPL).     00001900
      * DSnames .............. B090290.CEPVSA01                         00002000
      *                        B090290.CEPVSA04 (CEPV0004, CEPS         00002010
      *                        APOSENTADOS - GRAVADO POR CEPAPLY)       00002020
      * Interface (COMMAREA, 154 BYTES) ......                          00002030
      *   A COMMAREA CRESCEU EM CAMADAS E O SERVICO GRADUA A            00002110
      *   RESPOSTA PELO EIBCALEN (COMO CEPSRV02), SEM QUEBRAR           00002120
      *   CONSUMIDOR ANTIGO:                                            00002130
      *     102 BYTES = LAYOUT BASICO (CEP ATE LOGRADOURO)              00002140
      *     103 BYTES = + TIPO DO REGISTRO                              00002150
      *     125 BYTES = + DATA/HORA E ORIGEM DA ULTIMA ATUALIZACAO      00002160
      *     154 BYTES = + CEP SUCESSOR E DATA/HORA DA APOSENTADORIA     00002162
      *                 (RETORNO '06'; CONSUMIDOR COM COMMAREA MENOR    00002164
      *                 CONTINUA RECEBENDO '04' PARA O CEP APOSENTADO)  00002166
      *   ABAIXO DE 102 BYTES O RETORNO E '12'; OS CAMPOS ALEM DO       00002170
      *   EIBCALEN RECEBIDO NUNCA SAO TOCADOS.                          00002180
      *   ENTRADA  POS 001-008 = CEP A CONSULTAR (8 DIGITOS)            00002200
      *   SAIDA    POS 009-010 = CODIGO DE RETORNO                      00002300
      *                          '00' = ENCONTRADO                      00002400
      *                          '04' = CEP NAO CADASTRADO              00002500
      *                          '06' = CEP APOSENTADO (EXCLUIDO DA     00002510
      *                                 BASE PELO FORNECEDOR); VIDE     00002520
      *                                 POS 126-154                     00002530
      *                          '08' = CEP INVALIDO (NAO NUMERICO)     00002600
      *                          '12' = COMMAREA AUSENTE OU CURTA       00002700
      *                          '16' = ERRO DE I-O NO ARQUIVO          00002800
      *                          'D' DELTA (CEPAPLY) 'M' MANUTENCAO     00003370
      *                          ONLINE (CEPMAINT)   'R' RENOMEACAO     00003375
      *                          EM MASSA (CEPRENAM)                    00003380
      *            POS 126-133 = CEP SUCESSOR DO CEP APOSENTADO         00003381
      *                          (BRANCOS = FORNECEDOR NAO INFORMOU)    00003382
      *            POS 134-154 = DATA/HORA DA APOSENTADORIA             00003383
      *   NOS RETORNOS DIFERENTES DE '00' OS CAMPOS DE ENDERECO         00003385
      *   VOLTAM EM BRANCO.                                             00003390
      ******************************************************************00003500
              05 WK-CEPV0001-ULT-ATUALIZACAO PIC  X(021).               00004508
              05 WK-CEPV0001-ULT-ORIGEM    PIC  X(001).                 00004509
              05 WK-CEPV0001-COD-IBGE      PIC  X(007).                 00004510
           03 WK-CEPV0004-REC.                                          00004520
              05 WK-CEPV0004-CEP           PIC  X(008).                 00004530
              05 WK-CEPV0004-DT-APOSENTADORIA PIC X(021).               00004540
              05 WK-CEPV0004-CEP-SUCESSOR  PIC  X(008).                 00004550
              05 WK-CEPV0004-IMAGEM        PIC  X(161).                 00004560
              05 FILLER                    PIC  X(002).                 00004570
           03 WK-CEP-CHAVE               PIC  X(008) VALUE SPACES.      00004600
           03 WK-RESP                    PIC S9(008) COMP.              00004700
                                                                        00004800
          05 LK-SRV-TIPO                 PIC  X(001).                   00005650
          05 LK-SRV-ULT-ATUALIZACAO      PIC  X(021).                   00005660
          05 LK-SRV-ULT-ORIGEM           PIC  X(001).                   00005670
          05 LK-SRV-CEP-SUCESSOR         PIC  X(008).                   00005680
          05 LK-SRV-DT-APOSENTADORIA     PIC  X(021).                   00005690
                                                                        00005700
       PROCEDURE DIVISION.                                              00005800
      *                                                                 00005900
              MOVE SPACES TO LK-SRV-ULT-ATUALIZACAO                     00007460
              MOVE SPACES TO LK-SRV-ULT-ORIGEM                          00007470
           END-IF                                                       00007475
           IF EIBCALEN >= 154                                           00007480
              MOVE SPACES TO LK-SRV-CEP-SUCESSOR                        00007485
              MOVE SPACES TO LK-SRV-DT-APOSENTADORIA                    00007490
           END-IF                                                       00007495
                                                                        00007500
           MOVE LK-SRV-CEP TO WK-CEP-CHAVE                              00007600
           IF WK-CEP-CHAVE IS NOT NUMERIC                               00007700
                 END-IF                                                 00010298
              WHEN WK-RESP = DFHRESP(NOTFND)                            00010300
                 MOVE '04'                    TO LK-SRV-RETORNO         00010400
                 IF EIBCALEN >= 154                                     00010410
                    PERFORM CONSULTA-APOSENTADO                         00010420
                 END-IF                                                 00010430
              WHEN OTHER                                                00010500
                 MOVE '16'                    TO LK-SRV-RETORNO         00010600
           END-EVALUATE                                                 00010700
           .                                                            00010800
       CONSULTA-APOSENTADO.                                             00010900
      *    CEP FORA DA BASE VIVA: SE FOI APOSENTADO PELO FORNECEDOR     00011000
      *    (CEPAPLY GUARDA O EXCLUIDO EM CEPV0004) A RESPOSTA DEIXA     00011100
      *    DE SER SO "NAO CADASTRADO" E TRAZ O SUCESSOR                 00011200
           MOVE SPACES TO WK-CEPV0004-REC                               00011300
           EXEC CICS READ                                               00011400
                FILE('CEPV0004')                                        00011500
                INTO(WK-CEPV0004-REC)                                   00011600
                RIDFLD(WK-CEP-CHAVE)                                    00011700
                KEYLENGTH(LENGTH OF WK-CEP-CHAVE)                       00011800
                RESP(WK-RESP)                                           00011900
           END-EXEC                                                     00012000
                                                                        00012100
           EVALUATE TRUE                                                00012200
              WHEN WK-RESP = DFHRESP(NORMAL)                            00012300
                 MOVE '06'                    TO LK-SRV-RETORNO         00012400
                 MOVE WK-CEPV0004-CEP-SUCESSOR                          00012500
                    TO LK-SRV-CEP-SUCESSOR                              00012600
                 MOVE WK-CEPV0004-DT-APOSENTADORIA                      00012700
                    TO LK-SRV-DT-APOSENTADORIA                          00012800
              WHEN WK-RESP = DFHRESP(NOTFND)                            00012900
                 CONTINUE                                               00013000
              WHEN OTHER                                                00013100
                 MOVE '16'                    TO LK-SRV-RETORNO         00013200
           END-EVALUATE                                                 00013300
           .                                                            00013400
