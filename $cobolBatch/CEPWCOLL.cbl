      *                        B090290.CEPAEX01                         00003200
      *                        B090290.CEPMEX01                         00003300
      *                        B090290.CEPQLOG1                         00003400
      *                        B090290.CEPRUN01 (CONTROLE DO CICLO,     00003410
      *                        VIA CEPRUNCT) E B090290.CEPCIC01         00003420
      *                        (DATA DO CICLO, OPCIONAL)                00003430
      * Layout CEPWRK01 (200 BYTES) ...........                         00003500
      *   POS 001-008 = CEP (CHAVE; BRANCOS QUANDO A EXCECAO NAO TEM    00003600
      *                 CEP, EX. CLIENTE SEM CEP EM CEPMEX01)           00003700
           03 WK-ITEM-MOTIVO            PIC  X(030) VALUE SPACES.       00013000
           03 WK-ITEM-EVIDENCIA         PIC  X(130) VALUE SPACES.       00013100
                                                                        00013200
      *    AREA DE CHAMADA DO CONTROLE DE EXECUCAO DO CICLO (CEPRUNCT)  00013206
        01 WK-CTL-AREA.                                                 00013212
           03 WK-CTL-FUNCAO             PIC  X(001) VALUE SPACES.       00013218
           03 WK-CTL-PROGRAMA           PIC  X(008) VALUE 'CEPWCOLL'.   00013224
           03 WK-CTL-DATA-CICLO         PIC  X(008) VALUE SPACES.       00013230
           03 WK-CTL-RC-PROGRAMA        PIC  9(004) VALUE ZEROS.        00013236
           03 WK-CTL-TOT-ENTRADA        PIC  9(010) VALUE ZEROS.        00013242
           03 WK-CTL-TOT-SAIDA          PIC  9(010) VALUE ZEROS.        00013248
           03 WK-CTL-TOT-REJEITADOS     PIC  9(010) VALUE ZEROS.        00013254
           03 WK-CTL-RETORNO            PIC  X(002) VALUE SPACES.       00013260
           03 WK-CTL-RC-FINAL           PIC  9(004) VALUE ZEROS.        00013266
           03 WK-CTL-MENSAGEM           PIC  X(060) VALUE SPACES.       00013272
           03 FILLER                    PIC  X(033) VALUE SPACES.       00013278
                                                                        00013284
       PROCEDURE DIVISION.                                              00013300
      *                                                                 00013400
       MAIN-PARA.                                                       00013500
           MOVE FUNCTION CURRENT-DATE TO WK-CURRENT-DATE                00013600
           MOVE WK-CURRENT-DATE (1:8) TO WK-DATA-HOJE                   00013700
           PERFORM INICIA-CONTROLE-CICLO                                00013710
           PERFORM OPEN-FILES                                           00013800
           PERFORM COLETA-AUDITORIA                                     00013900
           PERFORM COLETA-MATCH                                         00014000
           PERFORM COLETA-USO                                           00014100
           PERFORM RELATORIO-FINAL                                      00014200
           PERFORM CLOSE-FILES                                          00014300
           PERFORM ENCERRA-CONTROLE-CICLO                               00014310
           STOP RUN                                                     00014400
           .                                                            00014500
       OPEN-FILES.                                                      00014600
              DISPLAY "-----ERRO VSAM NO OPEN (CEPWRK01) -----"         00014900
              DISPLAY WK-VSAM-FILE-STATUS                               00015000
              MOVE 12 TO RETURN-CODE                                    00015100
              PERFORM ENCERRA-CONTROLE-CICLO                            00015110
              STOP RUN                                                  00015200
           END-IF                                                       00015300
           OPEN INPUT CEPAEX01                                          00015400
              DISPLAY WK-QLOG-FILE-STATUS                               00015900
              PERFORM CLOSE-FILES                                       00016000
              MOVE 12 TO RETURN-CODE                                    00016100
              PERFORM ENCERRA-CONTROLE-CICLO                            00016110
              STOP RUN                                                  00016200
           END-IF                                                       00016300
           .                                                            00016400
                    DISPLAY WK-QLOG-FILE-STATUS                         00022100
                    PERFORM CLOSE-FILES                                 00022200
                    MOVE 12 TO RETURN-CODE                              00022300
                    PERFORM ENCERRA-CONTROLE-CICLO                      00022310
                    STOP RUN                                            00022400
              END-EVALUATE                                              00022500
           END-IF                                                       00022600
           PERFORM RELATORIO-FINAL                                      00028100
           PERFORM CLOSE-FILES                                          00028200
           MOVE 12 TO RETURN-CODE                                       00028300
           PERFORM ENCERRA-CONTROLE-CICLO                               00028310
           STOP RUN                                                     00028400
           .                                                            00028500
       RELATORIO-FINAL.                                                 00028600
           CLOSE CEPMEX01                                               00030600
           CLOSE CEPQLOG1                                               00030700
           .                                                            00030800
       INICIA-CONTROLE-CICLO.                                           00030900
      *    REGISTRA O INICIO NO CONTROLE DO CICLO (CEPRUN01). SE O      00031000
      *    PREDECESSOR DECLARADO EM CEPRUNCT NAO TERMINOU BEM NO MESMO  00031100
      *    CICLO, O PROGRAMA TERMINA AQUI COM RC 8 SEM PROCESSAR NADA   00031200
           MOVE 'I'                 TO WK-CTL-FUNCAO                    00031300
           CALL 'CEPRUNCT' USING WK-CTL-AREA                            00031400
           IF WK-CTL-RETORNO NOT = '00'                                 00031500
              DISPLAY '---------------------------------------------'   00031600
              DISPLAY 'CONTROLE DO CICLO - EXECUCAO NAO PERMITIDA ...'  00031700
              DISPLAY WK-CTL-MENSAGEM                                   00031800
              DISPLAY '---------------------------------------------'   00031900
              MOVE WK-CTL-RC-FINAL  TO RETURN-CODE                      00032000
              STOP RUN                                                  00032100
           END-IF                                                       00032200
           DISPLAY 'DATA DO CICLO ...............................'      00032300
           DISPLAY WK-CTL-DATA-CICLO                                    00032400
           .                                                            00032500
       ENCERRA-CONTROLE-CICLO.                                          00032600
      *    REGISTRA FIM, RETURN-CODE E TOTAIS NO CONTROLE DO CICLO.     00032700
      *    PREDECESSOR DESFEITO DURANTE A EXECUCAO OU TOTAL DIVERGENTE  00032800
      *    DO PREDECESSOR ELEVA O RETURN-CODE PARA 8                    00032900
           MOVE RETURN-CODE         TO WK-CTL-RC-PROGRAMA               00033000
           MOVE 'F'                 TO WK-CTL-FUNCAO                    00033100
           COMPUTE WK-CTL-TOT-ENTRADA = WK-CONT-AEX + WK-CONT-MEX       00033200
                                      + WK-CONT-QLG                     00033300
           COMPUTE WK-CTL-TOT-SAIDA   = WK-CONT-NOVOS                   00033400
                                      + WK-CONT-ACUMULADOS              00033500
                                      + WK-CONT-REABERTOS               00033600
           MOVE ZEROS               TO WK-CTL-TOT-REJEITADOS            00033700
           CALL 'CEPRUNCT' USING WK-CTL-AREA                            00033800
           IF WK-CTL-RETORNO NOT = '00'                                 00033900
              DISPLAY '---------------------------------------------'   00034000
              DISPLAY 'CONTROLE DO CICLO - CONFERENCIA NO FIM .......'  00034100
              DISPLAY WK-CTL-MENSAGEM                                   00034200
              DISPLAY '---------------------------------------------'   00034300
           END-IF                                                       00034400
           MOVE WK-CTL-RC-FINAL     TO RETURN-CODE                      00034500
           .                                                            00034600
