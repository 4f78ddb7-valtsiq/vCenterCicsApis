      *                          imprime um placar de qualidade por UF. 00002100
      * DSnames .............. B090290.CEPVSA01                         00002200
      *                        B090290.CEPAEX01 (EXCECOES)              00002300
      *                        B090290.CEPRUN01 (CONTROLE DO CICLO,     00002310
      *                        VIA CEPRUNCT) E B090290.CEPCIC01         00002320
      *                        (DATA DO CICLO, OPCIONAL)                00002330
      * Faixas ............... TABELA WK-TAB-UF-VALORES ABAIXO, COM     00002400
      *                        ATE DUAS FAIXAS POR UF (PRIMEIROS 5      00002500
      *                        DIGITOS DO CEP); AM, DF E GO POSSUEM     00002600
              05 WK-UF-BRANCO           PIC  9(010) VALUE ZEROS.        00011900
        01 WK-UF-SUB                    PIC  9(002) VALUE ZEROS.        00012000
                                                                        00012100
      *    AREA DE CHAMADA DO CONTROLE DE EXECUCAO DO CICLO (CEPRUNCT)  00012106
        01 WK-CTL-AREA.                                                 00012112
           03 WK-CTL-FUNCAO             PIC  X(001) VALUE SPACES.       00012118
           03 WK-CTL-PROGRAMA           PIC  X(008) VALUE 'CEPAUDIT'.   00012124
           03 WK-CTL-DATA-CICLO         PIC  X(008) VALUE SPACES.       00012130
           03 WK-CTL-RC-PROGRAMA        PIC  9(004) VALUE ZEROS.        00012136
           03 WK-CTL-TOT-ENTRADA        PIC  9(010) VALUE ZEROS.        00012142
           03 WK-CTL-TOT-SAIDA          PIC  9(010) VALUE ZEROS.        00012148
           03 WK-CTL-TOT-REJEITADOS     PIC  9(010) VALUE ZEROS.        00012154
           03 WK-CTL-RETORNO            PIC  X(002) VALUE SPACES.       00012160
           03 WK-CTL-RC-FINAL           PIC  9(004) VALUE ZEROS.        00012166
           03 WK-CTL-MENSAGEM           PIC  X(060) VALUE SPACES.       00012172
           03 FILLER                    PIC  X(033) VALUE SPACES.       00012178
                                                                        00012184
       PROCEDURE DIVISION.                                              00012200
      *                                                                 00012300
       MAIN-PARA.                                                       00012400
           PERFORM INICIA-CONTROLE-CICLO                                00012410
           PERFORM OPEN-FILES                                           00012500
           PERFORM READ-FILE UNTIL WK-EOF EQUAL 'Y'                     00012600
                                                                        00012700
           IF WK-CONT-EXCECOES > 0                                      00013100
              MOVE 4 TO RETURN-CODE                                     00013200
           END-IF                                                       00013300
           PERFORM ENCERRA-CONTROLE-CICLO                               00013310
           STOP RUN                                                     00013400
           .                                                            00013500
       OPEN-FILES.                                                      00013600
              DISPLAY WK-VSAM-FILE-STATUS                               00014100
              PERFORM CLOSE-FILES                                       00014200
              MOVE 12 TO RETURN-CODE                                    00014300
              PERFORM ENCERRA-CONTROLE-CICLO                            00014310
              STOP RUN                                                  00014400
           END-IF                                                       00014500
           .                                                            00014600
                 DISPLAY WK-VSAM-FILE-STATUS                            00015900
                 PERFORM CLOSE-FILES                                    00016000
                 MOVE 12 TO RETURN-CODE                                 00016100
                 PERFORM ENCERRA-CONTROLE-CICLO                         00016110
                 STOP RUN                                               00016200
           END-EVALUATE                                                 00016300
           .                                                            00016400
           CLOSE CEPV0001                                               00027400
           CLOSE CEPAEX01                                               00027500
           .                                                            00027600
       INICIA-CONTROLE-CICLO.                                           00027700
      *    REGISTRA O INICIO NO CONTROLE DO CICLO (CEPRUN01). SE O      00027800
      *    PREDECESSOR DECLARADO EM CEPRUNCT NAO TERMINOU BEM NO MESMO  00027900
      *    CICLO, O PROGRAMA TERMINA AQUI COM RC 8 SEM PROCESSAR NADA   00028000
           MOVE 'I'                 TO WK-CTL-FUNCAO                    00028100
           CALL 'CEPRUNCT' USING WK-CTL-AREA                            00028200
           IF WK-CTL-RETORNO NOT = '00'                                 00028300
              DISPLAY '---------------------------------------------'   00028400
              DISPLAY 'CONTROLE DO CICLO - EXECUCAO NAO PERMITIDA ...'  00028500
              DISPLAY WK-CTL-MENSAGEM                                   00028600
              DISPLAY '---------------------------------------------'   00028700
              MOVE WK-CTL-RC-FINAL  TO RETURN-CODE                      00028800
              STOP RUN                                                  00028900
           END-IF                                                       00029000
           DISPLAY 'DATA DO CICLO ...............................'      00029100
           DISPLAY WK-CTL-DATA-CICLO                                    00029200
           .                                                            00029300
       ENCERRA-CONTROLE-CICLO.                                          00029400
      *    REGISTRA FIM, RETURN-CODE E TOTAIS NO CONTROLE DO CICLO.     00029500
      *    PREDECESSOR DESFEITO DURANTE A EXECUCAO OU TOTAL DIVERGENTE  00029600
      *    DO PREDECESSOR ELEVA O RETURN-CODE PARA 8                    00029700
           MOVE RETURN-CODE         TO WK-CTL-RC-PROGRAMA               00029800
           MOVE 'F'                 TO WK-CTL-FUNCAO                    00029900
           MOVE WK-CONT-LIDOS       TO WK-CTL-TOT-ENTRADA               00030000
           MOVE WK-CONT-EXCECOES    TO WK-CTL-TOT-SAIDA                 00030100
           MOVE ZEROS               TO WK-CTL-TOT-REJEITADOS            00030200
           CALL 'CEPRUNCT' USING WK-CTL-AREA                            00030300
           IF WK-CTL-RETORNO NOT = '00'                                 00030400
              DISPLAY '---------------------------------------------'   00030500
              DISPLAY 'CONTROLE DO CICLO - CONFERENCIA NO FIM .......'  00030600
              DISPLAY WK-CTL-MENSAGEM                                   00030700
              DISPLAY '---------------------------------------------'   00030800
           END-IF                                                       00030900
           MOVE WK-CTL-RC-FINAL     TO RETURN-CODE                      00031000
           .                                                            00031100
