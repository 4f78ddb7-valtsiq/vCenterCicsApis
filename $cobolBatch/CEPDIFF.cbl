      * DSnames .............. B090290.CEPANT01 (SNAPSHOT ANTERIOR)     00002500
      *                        B090290.CEPATU01 (SNAPSHOT ATUAL)        00002600
      *                        B090290.CEPDLT01 (DELTA GERADO)          00002700
      *                        B090290.CEPRUN01 (CONTROLE DO CICLO,     00002710
      *                        VIA CEPRUNCT) E B090290.CEPCIC01         00002720
      *                        (DATA DO CICLO, OPCIONAL)                00002730
      * Premissa ............. OS DOIS EXTRATOS VEM CLASSIFICADOS POR   00002800
      *                        CEP (FORMATO GERADO POR CEPUNLD).        00002900
      ******************************************************************00003000
           03 WK-CONT-IGUAIS            PIC  9(010) VALUE ZEROS.        00007600
           03 WK-RESTO                  PIC  X(112) VALUE SPACES.       00007700
                                                                        00007800
      *    AREA DE CHAMADA DO CONTROLE DE EXECUCAO DO CICLO (CEPRUNCT)  00007806
        01 WK-CTL-AREA.                                                 00007812
           03 WK-CTL-FUNCAO             PIC  X(001) VALUE SPACES.       00007818
           03 WK-CTL-PROGRAMA           PIC  X(008) VALUE 'CEPDIFF'.    00007824
           03 WK-CTL-DATA-CICLO         PIC  X(008) VALUE SPACES.       00007830
           03 WK-CTL-RC-PROGRAMA        PIC  9(004) VALUE ZEROS.        00007836
           03 WK-CTL-TOT-ENTRADA        PIC  9(010) VALUE ZEROS.        00007842
           03 WK-CTL-TOT-SAIDA          PIC  9(010) VALUE ZEROS.        00007848
           03 WK-CTL-TOT-REJEITADOS     PIC  9(010) VALUE ZEROS.        00007854
           03 WK-CTL-RETORNO            PIC  X(002) VALUE SPACES.       00007860
           03 WK-CTL-RC-FINAL           PIC  9(004) VALUE ZEROS.        00007866
           03 WK-CTL-MENSAGEM           PIC  X(060) VALUE SPACES.       00007872
           03 FILLER                    PIC  X(033) VALUE SPACES.       00007878
                                                                        00007884
       PROCEDURE DIVISION.                                              00007900
      *                                                                 00008000
       MAIN-PARA.                                                       00008100
           PERFORM INICIA-CONTROLE-CICLO                                00008110
           PERFORM OPEN-FILES                                           00008200
           PERFORM LE-ANTERIOR                                          00008300
           PERFORM LE-ATUAL                                             00008400
           PERFORM RELATORIO-FINAL                                      00008800
                                                                        00008900
           PERFORM CLOSE-FILES                                          00009000
           PERFORM ENCERRA-CONTROLE-CICLO                               00009010
           STOP RUN                                                     00009100
           .                                                            00009200
       OPEN-FILES.                                                      00009300
           CLOSE CEPATU01                                               00017900
           CLOSE CEPDLT01                                               00018000
           .                                                            00018100
       INICIA-CONTROLE-CICLO.                                           00018200
      *    REGISTRA O INICIO NO CONTROLE DO CICLO (CEPRUN01). SE O      00018300
      *    PREDECESSOR DECLARADO EM CEPRUNCT NAO TERMINOU BEM NO MESMO  00018400
      *    CICLO, O PROGRAMA TERMINA AQUI COM RC 8 SEM PROCESSAR NADA   00018500
           MOVE 'I'                 TO WK-CTL-FUNCAO                    00018600
           CALL 'CEPRUNCT' USING WK-CTL-AREA                            00018700
           IF WK-CTL-RETORNO NOT = '00'                                 00018800
              DISPLAY '---------------------------------------------'   00018900
              DISPLAY 'CONTROLE DO CICLO - EXECUCAO NAO PERMITIDA ...'  00019000
              DISPLAY WK-CTL-MENSAGEM                                   00019100
              DISPLAY '---------------------------------------------'   00019200
              MOVE WK-CTL-RC-FINAL  TO RETURN-CODE                      00019300
              STOP RUN                                                  00019400
           END-IF                                                       00019500
           DISPLAY 'DATA DO CICLO ...............................'      00019600
           DISPLAY WK-CTL-DATA-CICLO                                    00019700
           .                                                            00019800
       ENCERRA-CONTROLE-CICLO.                                          00019900
      *    REGISTRA FIM, RETURN-CODE E TOTAIS NO CONTROLE DO CICLO.     00020000
      *    PREDECESSOR DESFEITO DURANTE A EXECUCAO OU TOTAL DIVERGENTE  00020100
      *    DO PREDECESSOR ELEVA O RETURN-CODE PARA 8                    00020200
           MOVE RETURN-CODE         TO WK-CTL-RC-PROGRAMA               00020300
           MOVE 'F'                 TO WK-CTL-FUNCAO                    00020400
           MOVE WK-CONT-ATU         TO WK-CTL-TOT-ENTRADA               00020500
           COMPUTE WK-CTL-TOT-SAIDA = WK-CONT-INCLUSOES                 00020600
                                    + WK-CONT-ALTERACOES                00020700
                                    + WK-CONT-EXCLUSOES                 00020800
           MOVE ZEROS               TO WK-CTL-TOT-REJEITADOS            00020900
           CALL 'CEPRUNCT' USING WK-CTL-AREA                            00021000
           IF WK-CTL-RETORNO NOT = '00'                                 00021100
              DISPLAY '---------------------------------------------'   00021200
              DISPLAY 'CONTROLE DO CICLO - CONFERENCIA NO FIM .......'  00021300
              DISPLAY WK-CTL-MENSAGEM                                   00021400
              DISPLAY '---------------------------------------------'   00021500
           END-IF                                                       00021600
           MOVE WK-CTL-RC-FINAL     TO RETURN-CODE                      00021700
           .                                                            00021800
