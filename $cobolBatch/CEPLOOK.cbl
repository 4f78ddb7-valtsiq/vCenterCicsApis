      *                        CIDADE, VIDE CEPBROWS). O MENU GERAL     00004760
      *                        DO ATENDIMENTO E A TRANSACAO CEPN        00004770
      *                        (CEPMENU).                               00004780
      * CEP aposentado ....... CEP EXCLUIDO PELO FORNECEDOR (CLUSTER    00004785
      *                        CEPV0004, VIA CEPSRV01) MOSTRA A DATA DA 00004790
      *                        APOSENTADORIA E O CEP QUE O SUBSTITUIU.  00004795
      ******************************************************************00004800
       ENVIRONMENT DIVISION.                                            00004900
       DATA DIVISION.                                                   00005000
              05 WK-SRV-TIPO             PIC  X(001).                   00006050
              05 WK-SRV-ULT-ATUALIZACAO  PIC  X(021).                   00006060
              05 WK-SRV-ULT-ORIGEM       PIC  X(001).                   00006070
              05 WK-SRV-CEP-SUCESSOR     PIC  X(008).                   00006080
              05 WK-SRV-DT-APOSENTADORIA PIC  X(021).                   00006090
           03 WK-CEP-INFORMADO           PIC  X(008) VALUE SPACES.      00006100
           03 WK-CEP-LEN                 PIC S9(004) COMP.              00006200
           03 WK-RESP                    PIC S9(008) COMP.              00006300
           03 WK-ERR-CEP        PIC X(008).                             00010400
           03 FILLER            PIC X(020) VALUE                        00010500
              ' NAO ENCONTRADO'.                                        00010600
                                                                        00010610
      *    CEP APOSENTADO PELO FORNECEDOR (RETORNO '06' DE CEPSRV01):   00010620
      *    O ATENDENTE INFORMA O CEP NOVO EM VEZ DE "NAO ENCONTRADO"    00010630
        01 WK-TELA-APOSENTADO.                                          00010640
           03 FILLER            PIC X(008) VALUE 'CEP.....'.            00010650
           03 WK-APO-CEP        PIC X(008).                             00010660
           03 FILLER            PIC X(015) VALUE ' APOSENTADO EM '.     00010670
           03 WK-APO-DATA       PIC X(008).                             00010680
           03 WK-APO-MENSAGEM   PIC X(035).                             00010690
                                                                        00010700
        01 WK-TELA-SUGESTOES.                                           00010800
           03 FILLER            PIC X(008) VALUE 'CEP.....'.            00010900
           IF WK-SRV-RETORNO = '00'                                     00017400
              PERFORM ENVIA-TELA-RESULTADO                              00017500
           ELSE                                                         00017600
              EVALUATE WK-SRV-RETORNO                                   00017670
                 WHEN '04'                                              00017740
      *             CEP VALIDO POREM INEXISTENTE: OFERECE OS VIZINHOS   00017810
                    PERFORM BUSCA-VIZINHOS                              00017880
                 WHEN '06'                                              00017950
                    PERFORM ENVIA-TELA-APOSENTADO                       00018020
                 WHEN OTHER                                             00018090
                    PERFORM ENVIA-TELA-NAO-ENCONTRADO                   00018160
              END-EVALUATE                                              00018230
           END-IF                                                       00018300
           .                                                            00018400
       ENVIA-TELA-RESULTADO.                                            00018500
           MOVE '1' TO WK-COMMAREA-FLAG                                 00020500
           .                                                            00020600
                                                                        00020700
       ENVIA-TELA-APOSENTADO.                                           00020704
           MOVE WK-CEP-INFORMADO TO WK-APO-CEP                          00020708
           MOVE WK-SRV-DT-APOSENTADORIA (1:8) TO WK-APO-DATA            00020712
           IF WK-SRV-CEP-SUCESSOR = SPACES                              00020716
              MOVE ' - SEM CEP SUCESSOR INFORMADO'                      00020720
                 TO WK-APO-MENSAGEM                                     00020724
           ELSE                                                         00020728
              MOVE SPACES TO WK-APO-MENSAGEM                            00020732
              STRING ' - SUBSTITUIDO POR ' DELIMITED BY SIZE            00020736
                     WK-SRV-CEP-SUCESSOR   DELIMITED BY SIZE            00020740
                INTO WK-APO-MENSAGEM                                    00020744
              END-STRING                                                00020748
           END-IF                                                       00020752
           EXEC CICS SEND TEXT                                          00020756
                FROM(WK-TELA-APOSENTADO)                                00020760
                LENGTH(LENGTH OF WK-TELA-APOSENTADO)                    00020764
                ERASE                                                   00020768
           END-EXEC                                                     00020772
           MOVE '1' TO WK-COMMAREA-FLAG                                 00020776
           .                                                            00020780
                                                                        00020784
       BUSCA-VIZINHOS.                                                  00020800
      *    POSICIONA O BROWSE NO CEP DIGITADO E COLETA ATE 3            00020900
      *    REGISTROS DEPOIS (SLOTS 4-6) E 3 ANTES (SLOTS 3-1);          00021000
