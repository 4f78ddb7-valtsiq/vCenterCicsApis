      * Finalidade ........... Menu unico do atendimento na frente das  00001100
      *                        transacoes CEPL (consulta de CEP), CEPB  00001200
      *                        (pesquisa por cidade), CEPM (manutencao) 00001300
      *                        BINQ (consulta de BIN), CEPW (cesta de   00001310
      *                        qualidade), CEPA (aprovacao), CEPR       00001320
      *                        (revisao de logradouros), BINM           00001330
      *                        (manutencao urgente de BIN) e CEPF       00001340
      *                        (filiais mais proximas do CEP): o        00001345
      *                        atendente novo decora UMA transacao e    00001350
      *                        escolhe a funcao por numero, em vez      00001360
      *                        de decorar nove transids soltas.         00001370
      *                        A opcao escolhida e acionada por XCTL    00001900
      *                        sem COMMAREA - o programa de destino     00002000
      *                        enxerga EIBCALEN = 0 e abre a propria    00002100
      *   2a chamada em diante ......... recebe a opcao (1 POSICAO):    00003800
      *                                 '1' CEPL  '2' CEPB  '3' CEPM    00003900
      *                                 '4' BINQ  '5' CEPW  '6' CEPA    00004000
      *                                 '7' CEPR  '8' BINM  '9' CEPF    00004010
      ******************************************************************00004100
       ENVIRONMENT DIVISION.                                            00004200
       DATA DIVISION.                                                   00004300
              ' 3 MANUTENCAO (CEPM)    4 CONSULTA BIN (BINQ)'.          00005600
           03 FILLER PIC X(050) VALUE                                   00005700
              ' 5 CESTA QUALIDADE (CEPW) 6 APROVACAO (CEPA)'.           00005800
           03 FILLER PIC X(050) VALUE                                   00005810
              ' 7 REVISAO LOGRADOUROS (CEPR) 8 MANUT. BIN (BINM)'.      00005820
           03 FILLER PIC X(050) VALUE                                   00005830
              ' 9 FILIAIS MAIS PROXIMAS (CEPF)'.                        00005840
           03 FILLER PIC X(040) VALUE                                   00005900
              ' DIGITE CEPN PARA VOLTAR A ESTE MENU.'.                  00006000
           03 WK-MENU-MSG PIC X(030) VALUE SPACES.                      00006100
                 PERFORM CHAMA-CEPWORK                                  00011800
              WHEN '6'                                                  00011900
                 PERFORM CHAMA-CEPAPRV                                  00012000
              WHEN '7'                                                  00012010
                 PERFORM CHAMA-CEPREVIS                                 00012020
              WHEN '8'                                                  00012030
                 PERFORM CHAMA-BINMAINT                                 00012040
              WHEN '9'                                                  00012050
                 PERFORM CHAMA-CEPPROX                                  00012060
              WHEN OTHER                                                00012100
                 MOVE 'OPCAO INVALIDA (USE 1 A 9)' TO WK-MENU-MSG       00012110
                 PERFORM ENVIA-TELA-MENU                                00012300
           END-EVALUATE                                                 00012400
           .                                                            00012500
           END-EXEC                                                     00016500
           PERFORM TRATA-ERRO-XCTL                                      00016600
           .                                                            00016700
       CHAMA-CEPREVIS.                                                  00016710
           EXEC CICS XCTL                                               00016720
                PROGRAM('CEPREVIS')                                     00016730
                RESP(WK-RESP)                                           00016740
           END-EXEC                                                     00016750
           PERFORM TRATA-ERRO-XCTL                                      00016760
           .                                                            00016770
       CHAMA-BINMAINT.                                                  00016773
           EXEC CICS XCTL                                               00016776
                PROGRAM('BINMAINT')                                     00016779
                RESP(WK-RESP)                                           00016782
           END-EXEC                                                     00016785
           PERFORM TRATA-ERRO-XCTL                                      00016788
           .                                                            00016791
       CHAMA-CEPPROX.                                                   00016792
           EXEC CICS XCTL                                               00016793
                PROGRAM('CEPPROX')                                      00016794
                RESP(WK-RESP)                                           00016795
           END-EXEC                                                     00016796
           PERFORM TRATA-ERRO-XCTL                                      00016797
           .                                                            00016798
       TRATA-ERRO-XCTL.                                                 00016800
      *    SO CHEGA AQUI SE O XCTL FALHOU (PROGRAMA FORA DO AR)         00016900
           MOVE 'FUNCAO INDISPONIVEL NO MOMENTO' TO WK-MENU-MSG         00017000
