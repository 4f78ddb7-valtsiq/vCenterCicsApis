      *                        B090290.CEPSUB01 (REGISTRO DE            00002600
      *                        ASSINANTES)                              00002700
      *                        B090290.CEPPUB01 A CEPPUB05 (SAIDAS)     00002800
      *                        B090290.CEPRUN01 (CONTROLE DO CICLO,     00002810
      *                        VIA CEPRUNCT) E B090290.CEPCIC01         00002820
      *                        (DATA DO CICLO, OPCIONAL)                00002830
      * PARM ................. POS 01-08 = DATA DO CICLO (AAAAMMDD);    00002900
      *                        EM BRANCO USA A DATA DO CICLO            00002910
      *                        (CARTAO CEPCIC01 OU DATA CORRENTE).      00002920
      * Layout CEPSUB01 (080 BYTES) ...........                         00003100
      *   POS 001-008 = CODIGO DO SISTEMA ASSINANTE                     00003200
      *   POS 009     = ATIVO 'S' / 'N' (LINHA 'N' RESERVA A POSICAO    00003300
           03 WK-EOF                    PIC  X(001) VALUE 'N'.          00010700
           03 WK-EOF-SUB                PIC  X(001) VALUE 'N'.          00010800
           03 WK-CONT-LIDOS             PIC  9(010) VALUE ZEROS.        00010900
           03 WK-CONT-DELTA             PIC  9(010) VALUE ZEROS.        00010950
           03 WK-CONT-ACAO-INVAL        PIC  9(010) VALUE ZEROS.        00011000
           03 WK-SUB                    PIC  9(001) VALUE ZEROS.        00011100
           03 WK-DATA-CICLO             PIC  X(008) VALUE SPACES.       00011200
                                                                        00011400
        01 WK-TAB-ASSINANTES.                                           00011500
           03 WK-ASS-QTDE               PIC  9(001) VALUE ZEROS.        00011600
           03 WK-TRL-CONT-TOTAL         PIC  9(010).                    00013700
           03 FILLER                    PIC  X(080).                    00013800
                                                                        00013900
      *    AREA DE CHAMADA DO CONTROLE DE EXECUCAO DO CICLO (CEPRUNCT)  00013906
        01 WK-CTL-AREA.                                                 00013912
           03 WK-CTL-FUNCAO             PIC  X(001) VALUE SPACES.       00013918
           03 WK-CTL-PROGRAMA           PIC  X(008) VALUE 'CEPPUBL'.    00013924
           03 WK-CTL-DATA-CICLO         PIC  X(008) VALUE SPACES.       00013930
           03 WK-CTL-RC-PROGRAMA        PIC  9(004) VALUE ZEROS.        00013936
           03 WK-CTL-TOT-ENTRADA        PIC  9(010) VALUE ZEROS.        00013942
           03 WK-CTL-TOT-SAIDA          PIC  9(010) VALUE ZEROS.        00013948
           03 WK-CTL-TOT-REJEITADOS     PIC  9(010) VALUE ZEROS.        00013954
           03 WK-CTL-RETORNO            PIC  X(002) VALUE SPACES.       00013960
           03 WK-CTL-RC-FINAL           PIC  9(004) VALUE ZEROS.        00013966
           03 WK-CTL-MENSAGEM           PIC  X(060) VALUE SPACES.       00013972
           03 FILLER                    PIC  X(033) VALUE SPACES.       00013978
                                                                        00013984
       LINKAGE SECTION.                                                 00014000
       01 LK-PARM-LENGTH                PIC S9(004) COMP.               00014100
       01 LK-PARM-DATA.                                                 00014200
      *                                                                 00014700
       MAIN-PARA.                                                       00014800
           PERFORM TRATA-PARM                                           00014900
           PERFORM INICIA-CONTROLE-CICLO                                00014910
           PERFORM CARREGA-ASSINANTES                                   00015000
           IF WK-ASS-QTDE = 0                                           00015100
              DISPLAY 'CEPSUB01 SEM ASSINANTES - NADA A PUBLICAR'       00015200
              MOVE 8 TO RETURN-CODE                                     00015300
              PERFORM ENCERRA-CONTROLE-CICLO                            00015310
              STOP RUN                                                  00015400
           END-IF                                                       00015500
           PERFORM CONFERE-DELTA-CICLO                                  00015550
           PERFORM ABRE-SAIDAS                                          00015600
           PERFORM GRAVA-HEADERS                                        00015700
           OPEN INPUT CEPDLT01                                          00015800
           IF WK-CONT-ACAO-INVAL > 0                                    00016500
              MOVE 4 TO RETURN-CODE                                     00016600
           END-IF                                                       00016700
           PERFORM ENCERRA-CONTROLE-CICLO                               00016710
           STOP RUN                                                     00016800
           .                                                            00016900
       TRATA-PARM.                                                      00017000
      *    SEM DATA NO PARM VALE A DATA DO CICLO (VER CEPRUNCT)         00017010
           MOVE SPACES                TO WK-DATA-CICLO                  00017020
           IF LK-PARM-LENGTH >= 8 AND LK-DATA-CICLO NOT = SPACES        00017300
              MOVE LK-DATA-CICLO TO WK-DATA-CICLO                       00017400
           END-IF                                                       00017500
              WK-ASS-CONT-A (WK-SUB) ' - '                              00034700
              WK-ASS-CONT-E (WK-SUB)                                    00034800
           .                                                            00034900
       INICIA-CONTROLE-CICLO.                                           00035000
      *    REGISTRA O INICIO NO CONTROLE DO CICLO (CEPRUN01). SE O      00035100
      *    PREDECESSOR DECLARADO EM CEPRUNCT NAO TERMINOU BEM NO MESMO  00035200
      *    CICLO, O PROGRAMA TERMINA AQUI COM RC 8 SEM PROCESSAR NADA   00035300
           MOVE 'I'                 TO WK-CTL-FUNCAO                    00035400
           MOVE WK-DATA-CICLO       TO WK-CTL-DATA-CICLO                00035500
           CALL 'CEPRUNCT' USING WK-CTL-AREA                            00035600
           IF WK-CTL-RETORNO NOT = '00'                                 00035700
              DISPLAY '---------------------------------------------'   00035800
              DISPLAY 'CONTROLE DO CICLO - EXECUCAO NAO PERMITIDA ...'  00035900
              DISPLAY WK-CTL-MENSAGEM                                   00036000
              DISPLAY '---------------------------------------------'   00036100
              MOVE WK-CTL-RC-FINAL  TO RETURN-CODE                      00036200
              STOP RUN                                                  00036300
           END-IF                                                       00036400
           MOVE WK-CTL-DATA-CICLO   TO WK-DATA-CICLO                    00036500
           DISPLAY 'DATA DO CICLO ...............................'      00036600
           DISPLAY WK-CTL-DATA-CICLO                                    00036700
           .                                                            00036800
       ENCERRA-CONTROLE-CICLO.                                          00036900
      *    REGISTRA FIM, RETURN-CODE E TOTAIS NO CONTROLE DO CICLO.     00037000
      *    PREDECESSOR DESFEITO DURANTE A EXECUCAO OU TOTAL DIVERGENTE  00037100
      *    DO PREDECESSOR ELEVA O RETURN-CODE PARA 8                    00037200
           MOVE RETURN-CODE         TO WK-CTL-RC-PROGRAMA               00037300
           MOVE 'F'                 TO WK-CTL-FUNCAO                    00037400
           MOVE WK-CONT-LIDOS       TO WK-CTL-TOT-ENTRADA               00037500
           COMPUTE WK-CTL-TOT-SAIDA = WK-CONT-LIDOS                     00037510
                                    - WK-CONT-ACAO-INVAL                00037520
           MOVE WK-CONT-ACAO-INVAL  TO WK-CTL-TOT-REJEITADOS            00037700
           CALL 'CEPRUNCT' USING WK-CTL-AREA                            00037800
           IF WK-CTL-RETORNO NOT = '00'                                 00037900
              DISPLAY '---------------------------------------------'   00038000
              DISPLAY 'CONTROLE DO CICLO - CONFERENCIA NO FIM .......'  00038100
              DISPLAY WK-CTL-MENSAGEM                                   00038200
              DISPLAY '---------------------------------------------'   00038300
           END-IF                                                       00038400
           MOVE WK-CTL-RC-FINAL     TO RETURN-CODE                      00038500
           .                                                            00038600
       CONFERE-DELTA-CICLO.                                             00038700
      *    ANTES DE ABRIR AS SAIDAS: CONTA O DELTA E CONFERE COM O      00038800
      *    TOTAL APLICADO POR CEPAPLY NO CICLO. DELTA DE OUTRO CICLO    00038900
      *    ENCERRA COM RC 8 SEM PUBLICAR NADA PARA OS ASSINANTES        00039000
           OPEN INPUT CEPDLT01                                          00039100
           PERFORM CONTA-DELTA UNTIL WK-EOF EQUAL 'Y'                   00039200
           CLOSE CEPDLT01                                               00039300
           MOVE 'N'                 TO WK-EOF                           00039400
           MOVE 'C'                 TO WK-CTL-FUNCAO                    00039500
           MOVE WK-CONT-DELTA       TO WK-CTL-TOT-ENTRADA               00039600
           CALL 'CEPRUNCT' USING WK-CTL-AREA                            00039700
           IF WK-CTL-RETORNO NOT = '00'                                 00039800
              DISPLAY '---------------------------------------------'   00039900
              DISPLAY 'CONTROLE DO CICLO - DELTA NAO CONFERE .......'   00040000
              DISPLAY WK-CTL-MENSAGEM                                   00040100
              DISPLAY 'NADA PUBLICADO PARA OS ASSINANTES'               00040200
              DISPLAY '---------------------------------------------'   00040300
              MOVE WK-CTL-RC-FINAL  TO RETURN-CODE                      00040400
              PERFORM ENCERRA-CONTROLE-CICLO                            00040500
              STOP RUN                                                  00040600
           END-IF                                                       00040700
           .                                                            00040800
       CONTA-DELTA.                                                     00040900
           READ CEPDLT01 RECORD AT END MOVE 'Y' TO WK-EOF.              00041000
           IF WK-EOF NOT EQUAL 'Y'                                      00041100
              ADD 1 TO WK-CONT-DELTA                                    00041200
           END-IF                                                       00041300
           .                                                            00041400
