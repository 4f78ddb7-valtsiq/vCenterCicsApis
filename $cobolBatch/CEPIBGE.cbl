      * DSnames .............. B090290.CEPVSA01                         00002800
      *                        B090290.CEPIBS01 (REFERENCIA CRUZADA)    00002900
      *                        B090290.CEPIBX01 (CIDADES SEM CODIGO)    00003000
      *                        B090290.CEPJRN01 (JORNAL DE ALTERACOES:  00003010
      *                        CADA REGISTRO REGRAVADO VAI TAMBEM PARA  00003020
      *                        O JORNAL COM ORIGEM 'G', PARA A          00003030
      *                        RECUPERACAO DE CEPRECV)                  00003040
      *                        B090290.CEPRUN01 (CONTROLE DO CICLO,     00003050
      *                        VIA CEPRUNCT) E B090290.CEPCIC01         00003060
      *                        (DATA DO CICLO, OPCIONAL)                00003070
      * Layout CEPIBS01 (CSV, 045 BYTES) ......                         00003100
      *   UF , CIDADE NORMALIZADA (MAIUSCULAS SEM ACENTOS, MESMA        00003200
      *   REGRA DE CEPV0001-CIDADE-BUSCA) , CODIGO IBGE (7 DIGITOS)     00003300
           SELECT CEPIBX01 ASSIGN TO 'CEPIBX01'                         00005600
           ORGANIZATION SEQUENTIAL.                                     00005700
      *    CIDADES DA BASE SEM CODIGO NA REFERENCIA                     00005800
                                                                        00005810
           SELECT CEPJRN01 ASSIGN TO 'CEPJRN01'                         00005820
           ORGANIZATION IS INDEXED                                      00005830
           ACCESS MODE IS RANDOM                                        00005840
           RECORD KEY IS CEPJRN01-CHAVE                                 00005850
           FILE STATUS WK-JRN-FILE-STATUS.                              00005860
      *    JORNAL DE ALTERACOES DE CEPV0001 (RECUPERACAO - CEPRECV)     00005870
       DATA DIVISION.                                                   00005900
       FILE SECTION.                                                    00006000
                                                                        00006100
          05 CEPIBX01-QTDE-CEPS         PIC  9(010).                    00009100
          05 FILLER                     PIC  X(008).                    00009200
      *                                                                 00009300
       FD CEPJRN01.                                                     00009308
       01 CEPJRN01-REC.                                                 00009316
          05 CEPJRN01-CHAVE.                                            00009324
             10 CEPJRN01-DATA-HORA      PIC  X(021).                    00009332
             10 CEPJRN01-ORIGEM         PIC  X(001).                    00009340
             10 CEPJRN01-SEQ            PIC  9(009).                    00009348
          05 CEPJRN01-PROGRAMA          PIC  X(008).                    00009356
          05 CEPJRN01-OPERACAO          PIC  X(001).                    00009364
          05 CEPJRN01-IMAGEM            PIC  X(161).                    00009372
          05 FILLER                     PIC  X(019).                    00009380
      *                                                                 00009388
       WORKING-STORAGE SECTION.                                         00009400
        01 WORKING-AREAS.                                               00009500
           03 WK-VSAM-FILE-STATUS       PIC  X(002) VALUE SPACES.       00009600
           03 WK-CONT-JA-CORRETOS       PIC  9(010) VALUE ZEROS.        00011100
           03 WK-CONT-SEM-CODIGO        PIC  9(010) VALUE ZEROS.        00011200
           03 WK-CONT-CID-SEM-COD       PIC  9(010) VALUE ZEROS.        00011300
           03 WK-JRN-FILE-STATUS        PIC  X(002) VALUE SPACES.       00011310
           03 WK-JRN-SEQ                PIC  9(009) VALUE ZEROS.        00011320
           03 WK-JRN-OPERACAO           PIC  X(001) VALUE SPACE.        00011330
           03 WK-CONT-JORNAL            PIC  9(010) VALUE ZEROS.        00011340
                                                                        00011400
      *    TABELA DA REFERENCIA CRUZADA (O BRASIL TEM CERCA DE 5600     00011500
      *    MUNICIPIOS; 8000 DA FOLGA PARA GRAFIAS ALTERNATIVAS)         00011600
        01 WK-IBGE-CHAVE-ANT            PIC  X(032) VALUE LOW-VALUES.   00012600
        01 WK-IBGE-CHAVE-PROC           PIC  X(032) VALUE SPACES.       00012700
                                                                        00012800
      *    AREA DE CHAMADA DO CONTROLE DE EXECUCAO DO CICLO (CEPRUNCT)  00012806
        01 WK-CTL-AREA.                                                 00012812
           03 WK-CTL-FUNCAO             PIC  X(001) VALUE SPACES.       00012818
           03 WK-CTL-PROGRAMA           PIC  X(008) VALUE 'CEPIBGE'.    00012824
           03 WK-CTL-DATA-CICLO         PIC  X(008) VALUE SPACES.       00012830
           03 WK-CTL-RC-PROGRAMA        PIC  9(004) VALUE ZEROS.        00012836
           03 WK-CTL-TOT-ENTRADA        PIC  9(010) VALUE ZEROS.        00012842
           03 WK-CTL-TOT-SAIDA          PIC  9(010) VALUE ZEROS.        00012848
           03 WK-CTL-TOT-REJEITADOS     PIC  9(010) VALUE ZEROS.        00012854
           03 WK-CTL-RETORNO            PIC  X(002) VALUE SPACES.       00012860
           03 WK-CTL-RC-FINAL           PIC  9(004) VALUE ZEROS.        00012866
           03 WK-CTL-MENSAGEM           PIC  X(060) VALUE SPACES.       00012872
           03 FILLER                    PIC  X(033) VALUE SPACES.       00012878
                                                                        00012884
       PROCEDURE DIVISION.                                              00012900
      *                                                                 00013000
       MAIN-PARA.                                                       00013100
           PERFORM INICIA-CONTROLE-CICLO                                00013110
           PERFORM OPEN-FILES                                           00013200
           PERFORM CARREGA-REFERENCIA                                   00013300
           PERFORM POSICIONA-INICIO                                     00013400
           IF WK-CONT-CID-SEM-COD > 0                                   00014400
              MOVE 4 TO RETURN-CODE                                     00014500
           END-IF                                                       00014600
           PERFORM ENCERRA-CONTROLE-CICLO                               00014610
           STOP RUN                                                     00014700
           .                                                            00014800
       OPEN-FILES.                                                      00014900
           IF WK-VSAM-FILE-STATUS NOT = '00'                            00015300
              DISPLAY "-----ERRO VSAM NO OPEN -----"                    00015400
              DISPLAY WK-VSAM-FILE-STATUS                               00015500
              MOVE 12 TO RETURN-CODE                                    00015510
              PERFORM ENCERRA-CONTROLE-CICLO                            00015515
              STOP RUN                                                  00015520
           END-IF                                                       00015530
           OPEN I-O   CEPJRN01                                          00015540
           IF WK-JRN-FILE-STATUS NOT = '00'                             00015550
              DISPLAY "-----ERRO VSAM NO OPEN (CEPJRN01) -----"         00015560
              DISPLAY WK-JRN-FILE-STATUS                                00015570
              MOVE 12 TO RETURN-CODE                                    00015600
              PERFORM ENCERRA-CONTROLE-CICLO                            00015610
              STOP RUN                                                  00015700
           END-IF                                                       00015800
           .                                                            00015900
              DISPLAY 'REFERENCIA CRUZADA VAZIA - NADA A APLICAR'       00016500
              PERFORM CLOSE-FILES                                       00016600
              MOVE 8 TO RETURN-CODE                                     00016700
              PERFORM ENCERRA-CONTROLE-CICLO                            00016710
              STOP RUN                                                  00016800
           END-IF                                                       00016900
           .                                                            00017000
                 DISPLAY 'TABELA DE REFERENCIA EXCEDIDA (8000)'         00019400
                 PERFORM CLOSE-FILES                                    00019500
                 MOVE 8 TO RETURN-CODE                                  00019600
                 PERFORM ENCERRA-CONTROLE-CICLO                         00019610
                 STOP RUN                                               00019700
              END-IF                                                    00019800
              ADD 1 TO WK-IBGE-QTDE                                     00019900
                 DISPLAY 'REFERENCIA FORA DE ORDEM: ' CEPIBS01-REC      00020800
                 PERFORM CLOSE-FILES                                    00020900
                 MOVE 8 TO RETURN-CODE                                  00021000
                 PERFORM ENCERRA-CONTROLE-CICLO                         00021010
                 STOP RUN                                               00021100
              END-IF                                                    00021200
              MOVE WK-IBGE-CHAVE (WK-IBGE-IDX)                          00021300
                 END-REWRITE                                            00026000
                 IF WK-VSAM-FILE-STATUS = '00'                          00026100
                    ADD 1 TO WK-CONT-ATUALIZADOS                        00026200
                    MOVE 'A' TO WK-JRN-OPERACAO                         00026210
                    PERFORM GRAVA-JORNAL                                00026220
                 ELSE                                                   00026300
                    PERFORM ERRO-VSAM                                   00026400
                 END-IF                                                 00026500
           END-IF                                                       00028900
           MOVE ZEROS TO WK-CONT-CIDADE                                 00029000
           .                                                            00029100
       GRAVA-JORNAL.                                                    00029104
      *    IMAGEM DA ESCRITA EM CEPV0001 NO JORNAL DE ALTERACOES; A     00029108
      *    DATA/HORA E A DO MOMENTO DA ESCRITA (NAO A DA EXECUCAO),     00029112
      *    PARA A RECUPERACAO SEGUIR A ORDEM REAL ENTRE O BATCH E O     00029116
      *    ONLINE                                                       00029120
           ADD  1                     TO WK-JRN-SEQ                     00029124
           MOVE SPACES                TO CEPJRN01-REC                   00029128
           MOVE FUNCTION CURRENT-DATE TO CEPJRN01-DATA-HORA             00029132
           MOVE 'G'                   TO CEPJRN01-ORIGEM                00029136
           MOVE WK-JRN-SEQ            TO CEPJRN01-SEQ                   00029140
           MOVE 'CEPIBGE'             TO CEPJRN01-PROGRAMA              00029144
           MOVE WK-JRN-OPERACAO       TO CEPJRN01-OPERACAO              00029148
           MOVE CEPV0001-REC          TO CEPJRN01-IMAGEM                00029152
           WRITE CEPJRN01-REC                                           00029156
           END-WRITE                                                    00029160
           IF WK-JRN-FILE-STATUS = '00'                                 00029164
              ADD 1 TO WK-CONT-JORNAL                                   00029168
           ELSE                                                         00029172
              DISPLAY "-----ERRO VSAM NO JORNAL (CEPJRN01) -----"       00029176
              MOVE WK-JRN-FILE-STATUS TO WK-VSAM-FILE-STATUS            00029180
              PERFORM ERRO-VSAM                                         00029184
           END-IF                                                       00029188
           .                                                            00029192
       ERRO-VSAM.                                                       00029200
           DISPLAY "-----ERRO VSAM -----"                               00029300
           DISPLAY WK-VSAM-FILE-STATUS                                  00029400
           PERFORM RELATORIO-FINAL                                      00029500
           PERFORM CLOSE-FILES                                          00029600
           MOVE 12 TO RETURN-CODE                                       00029700
           PERFORM ENCERRA-CONTROLE-CICLO                               00029710
           STOP RUN                                                     00029800
           .                                                            00029900
       RELATORIO-FINAL.                                                 00030000
           DISPLAY WK-CONT-SEM-CODIGO                                   00031400
           DISPLAY 'CIDADES SEM CODIGO (CEPIBX01) ................'     00031500
           DISPLAY WK-CONT-CID-SEM-COD                                  00031600
           DISPLAY 'ALTERACOES GRAVADAS NO JORNAL (CEPJRN01) .....'     00031610
           DISPLAY WK-CONT-JORNAL                                       00031620
           DISPLAY '---------------------------------------------'      00031700
           .                                                            00031800
       CLOSE-FILES.                                                     00031900
           CLOSE CEPV0001                                               00032000
           CLOSE CEPIBS01                                               00032100
           CLOSE CEPIBX01                                               00032200
           CLOSE CEPJRN01                                               00032210
           .                                                            00032300
       INICIA-CONTROLE-CICLO.                                           00032400
      *    REGISTRA O INICIO NO CONTROLE DO CICLO (CEPRUN01). SE O      00032500
      *    PREDECESSOR DECLARADO EM CEPRUNCT NAO TERMINOU BEM NO MESMO  00032600
      *    CICLO, O PROGRAMA TERMINA AQUI COM RC 8 SEM PROCESSAR NADA   00032700
           MOVE 'I'                 TO WK-CTL-FUNCAO                    00032800
           CALL 'CEPRUNCT' USING WK-CTL-AREA                            00032900
           IF WK-CTL-RETORNO NOT = '00'                                 00033000
              DISPLAY '---------------------------------------------'   00033100
              DISPLAY 'CONTROLE DO CICLO - EXECUCAO NAO PERMITIDA ...'  00033200
              DISPLAY WK-CTL-MENSAGEM                                   00033300
              DISPLAY '---------------------------------------------'   00033400
              MOVE WK-CTL-RC-FINAL  TO RETURN-CODE                      00033500
              STOP RUN                                                  00033600
           END-IF                                                       00033700
           DISPLAY 'DATA DO CICLO ...............................'      00033800
           DISPLAY WK-CTL-DATA-CICLO                                    00033900
           .                                                            00034000
       ENCERRA-CONTROLE-CICLO.                                          00034100
      *    REGISTRA FIM, RETURN-CODE E TOTAIS NO CONTROLE DO CICLO.     00034200
      *    PREDECESSOR DESFEITO DURANTE A EXECUCAO OU TOTAL DIVERGENTE  00034300
      *    DO PREDECESSOR ELEVA O RETURN-CODE PARA 8                    00034400
           MOVE RETURN-CODE         TO WK-CTL-RC-PROGRAMA               00034500
           MOVE 'F'                 TO WK-CTL-FUNCAO                    00034600
           MOVE WK-CONT-LIDOS       TO WK-CTL-TOT-ENTRADA               00034700
           MOVE WK-CONT-ATUALIZADOS TO WK-CTL-TOT-SAIDA                 00034800
           MOVE WK-CONT-CID-SEM-COD TO WK-CTL-TOT-REJEITADOS            00034900
           CALL 'CEPRUNCT' USING WK-CTL-AREA                            00035000
           IF WK-CTL-RETORNO NOT = '00'                                 00035100
              DISPLAY '---------------------------------------------'   00035200
              DISPLAY 'CONTROLE DO CICLO - CONFERENCIA NO FIM .......'  00035300
              DISPLAY WK-CTL-MENSAGEM                                   00035400
              DISPLAY '---------------------------------------------'   00035500
           END-IF                                                       00035600
           MOVE WK-CTL-RC-FINAL     TO RETURN-CODE                      00035700
           .                                                            00035800
