      *                        B090290.CEPVSN01 (CLUSTER SOMBRA DA      00001720
      *                        CARGA COMPLETA, DD CEPV001N)             00001740
      *                        B090290.CEPSEQ01                         00001800
      *                        B090290.CEPJRN01 (JORNAL DE ALTERACOES)  00001810
      *                        B090290.CEPRUN01 (CONTROLE DO CICLO,     00001820
      *                        VIA CEPRUNCT) E B090290.CEPCIC01         00001830
      *                        (DATA DO CICLO, OPCIONAL)                00001840
      * JOB def cluster ...... B090290.LIB.JCL(CEPDFCLU)                00001900
      * Troca de clusters .... B090290.LIB.JCL(CEPSWAP)                 00001950
      * Jornal ............... NO MODO 'I' CADA REGISTRO GRAVADO EM     00001956
      *   CEPV0001 VAI TAMBEM PARA O JORNAL DE ALTERACOES CEPJRN01      00001962
      *   (ORIGEM 'I'), PARA A RECUPERACAO PARA FRENTE DE CEPRECV. NO   00001968
      *   MODO 'F' O CONTEUDO NOVO NAO PASSA PELO JORNAL: QUANDO A      00001974
      *   CONFERENCIA FECHA (RC 0, TROCA LIBERADA) E GRAVADO UM SO      00001980
      *   REGISTRO MARCADOR (ORIGEM 'F', OPERACAO 'C') - A RECUPERACAO  00001986
      *   RECUSA EXTRATO DE CEPUNLD ANTERIOR A ELE.                     00001992
      *                                                                 00002000
      * PARM ................. POS 01    = MODO DE CARGA                00002100
      *                                    'F' CARGA COMPLETA (DEFAULT) 00002200
           SELECT CEPHIST1 ASSIGN TO 'CEPHIST1'                         00008900
           ORGANIZATION SEQUENTIAL.                                     00009000
      *    HISTORICO PERSISTENTE DE EXECUCOES (ABERTO EM EXTEND/APPEND) 00009100
                                                                        00009110
           SELECT CEPJRN01 ASSIGN TO 'CEPJRN01'                         00009120
           ORGANIZATION IS INDEXED                                      00009130
           ACCESS MODE IS RANDOM                                        00009140
           RECORD KEY IS CEPJRN01-CHAVE                                 00009150
           FILE STATUS WK-JRN-FILE-STATUS.                              00009160
      *    JORNAL DE ALTERACOES DE CEPV0001 (RECUPERACAO - CEPRECV)     00009170
                                                                        00009200
           SELECT CEPSORT  ASSIGN TO 'SORTWK01'.                        00009300
      *    ARQUIVO DE CLASSIFICACAO INTERNA DA CARGA COMPLETA (SORT)    00009400
          05 CEPHIST1-VSAM-STATUS-FINAL  PIC  X(002).                   00013900
          05 FILLER                      PIC  X(026).                   00014000
      *                                                                 00014100
       FD CEPJRN01.                                                     00014108
       01 CEPJRN01-REC.                                                 00014116
          05 CEPJRN01-CHAVE.                                            00014124
             10 CEPJRN01-DATA-HORA      PIC  X(021).                    00014132
             10 CEPJRN01-ORIGEM         PIC  X(001).                    00014140
             10 CEPJRN01-SEQ            PIC  9(009).                    00014148
          05 CEPJRN01-PROGRAMA          PIC  X(008).                    00014156
          05 CEPJRN01-OPERACAO          PIC  X(001).                    00014164
          05 CEPJRN01-IMAGEM            PIC  X(161).                    00014172
          05 FILLER                     PIC  X(019).                    00014180
      *                                                                 00014188
       SD CEPSORT.                                                      00014200
       01 CEPSORT-REC.                                                  00014300
          05 CEPSORT-DADOS.                                             00014400
           03 WK-UF-CONTA               PIC  X(002) VALUE SPACES.       00019420
           03 WK-CONT-LIBERADOS         PIC  9(010) VALUE ZEROS.        00019430
           03 WK-CONT-GRAVADOS          PIC  9(010) VALUE ZEROS.        00019440
           03 WK-JRN-FILE-STATUS        PIC  X(002) VALUE SPACES.       00019442
           03 WK-JRN-SEQ                PIC  9(009) VALUE ZEROS.        00019444
           03 WK-JRN-OPERACAO           PIC  X(001) VALUE SPACE.        00019446
           03 WK-CONT-JORNAL            PIC  9(010) VALUE ZEROS.        00019448
                                                                        00019450
      *    AREA DE MONTAGEM DO REGISTRO: O REGISTRO E CRITICADO E       00019455
      *    MONTADO AQUI (E NAO NA AREA DO FD) PORQUE NO MODO 'F' O      00019460
        01 WK-TRAILER-ORFAO             PIC  9(010) VALUE ZEROS.        00021400
        01 WK-QTDE-TRAILER              PIC  X(010) VALUE SPACES.       00021500
                                                                        00021600
      *    AREA DE CHAMADA DO CONTROLE DE EXECUCAO DO CICLO (CEPRUNCT)  00021606
        01 WK-CTL-AREA.                                                 00021612
           03 WK-CTL-FUNCAO             PIC  X(001) VALUE SPACES.       00021618
           03 WK-CTL-PROGRAMA           PIC  X(008) VALUE 'CEPBLOAD'.   00021624
           03 WK-CTL-DATA-CICLO         PIC  X(008) VALUE SPACES.       00021630
           03 WK-CTL-RC-PROGRAMA        PIC  9(004) VALUE ZEROS.        00021636
           03 WK-CTL-TOT-ENTRADA        PIC  9(010) VALUE ZEROS.        00021642
           03 WK-CTL-TOT-SAIDA          PIC  9(010) VALUE ZEROS.        00021648
           03 WK-CTL-TOT-REJEITADOS     PIC  9(010) VALUE ZEROS.        00021654
           03 WK-CTL-RETORNO            PIC  X(002) VALUE SPACES.       00021660
           03 WK-CTL-RC-FINAL           PIC  9(004) VALUE ZEROS.        00021666
           03 WK-CTL-MENSAGEM           PIC  X(060) VALUE SPACES.       00021672
           03 FILLER                    PIC  X(033) VALUE SPACES.       00021678
                                                                        00021684
       LINKAGE SECTION.                                                 00021700
       01 LK-PARM-LENGTH                PIC S9(004) COMP.               00021800
       01 LK-PARM-DATA.                                                 00021900
       MAIN-PARA.                                                       00022800
           MOVE FUNCTION CURRENT-DATE TO WK-CURRENT-DATE                00022900
           MOVE WK-CURRENT-DATE       TO WK-RUN-DATA-HORA               00023000
           PERFORM INICIA-CONTROLE-CICLO                                00023010
           PERFORM TRATA-PARM                                           00023100
           PERFORM INICIALIZA-TAB-UF                                    00023200
           PERFORM OPEN-FILES                                           00023300
           DISPLAY WK-CONT-REJEITADOS                                   00025400
           DISPLAY 'TOTAL DE CEPS DUPLICADOS ......................'    00025500
           DISPLAY WK-CONT-DUPLICADOS                                   00025600
           IF WK-RUN-MODE = 'I'                                         00025610
              DISPLAY 'ALTERACOES GRAVADAS NO JORNAL (CEPJRN01) .....'  00025620
              DISPLAY WK-CONT-JORNAL                                    00025630
           END-IF                                                       00025640
           DISPLAY '---------------------------------------------'      00025700
                                                                        00025800
           PERFORM RELATORIO-POR-UF                                     00025900
                                                                        00026000
           PERFORM RELATORIO-FONTES                                     00026100
                                                                        00026200
           IF WK-RUN-MODE = 'F' AND RETURN-CODE = 0                     00026210
              PERFORM GRAVA-MARCA-CARGA                                 00026220
           END-IF                                                       00026230
                                                                        00026240
           PERFORM GRAVA-HISTORICO                                      00026300
                                                                        00026400
           PERFORM CLOSE-FILES                                          00026500
           PERFORM ENCERRA-CONTROLE-CICLO                               00026510
           STOP RUN                                                     00026600
           .                                                            00026700
       INICIALIZA-TAB-UF.                                               00026800
      *       FICA LIVRE PARA O ONLINE DURANTE TODA A CARGA             00042760
              OPEN OUTPUT CEPV001N                                      00042800
           END-IF                                                       00042900
           OPEN I-O   CEPJRN01                                          00042910
           IF WK-JRN-FILE-STATUS NOT = '00'                             00042920
              DISPLAY "-----ERRO VSAM NO OPEN (CEPJRN01) -----"         00042930
              DISPLAY WK-JRN-FILE-STATUS                                00042940
              MOVE 12 TO RETURN-CODE                                    00042950
              PERFORM ENCERRA-CONTROLE-CICLO                            00042955
              STOP RUN                                                  00042960
           END-IF                                                       00042970
           .                                                            00043000
       READ-FILE.                                                       00043100
                                                                        00043200
      *             RC 8 SEGURA O PASSO DE TROCA DO JOB: O CLUSTER      00067650
      *             VIVO NAO E TOCADO POR UMA CARGA QUE FALHOU          00067660
                    MOVE 8 TO RETURN-CODE                               00067670
                    PERFORM ENCERRA-CONTROLE-CICLO                      00067680
                    STOP RUN                                            00067700
              END-EVALUATE                                              00067800
           END-IF                                                       00067900
           MOVE WK-CEPV0001-REC TO CEPV0001-REC                         00068550
           MOVE CEPV0001-CEP TO WK-CEP-GRAVADO                          00068560
                                                                        00068600
           MOVE 'A'          TO WK-JRN-OPERACAO                         00068610
           REWRITE CEPV0001-REC INVALID KEY                             00068800
              MOVE 'I'       TO WK-JRN-OPERACAO                         00068810
              WRITE CEPV0001-REC                                        00068900
           END-REWRITE                                                  00069000
                                                                        00069600
                 PERFORM CONTA-UF                                       00069900
                 ADD  1            TO WK-CONT-GRAVADOS                  00069950
                 MOVE CEPV0001-CEP TO WK-ULTIMO-CEP                     00070000
                 PERFORM GRAVA-JORNAL                                   00070010
              WHEN '22'                                                 00070100
                 PERFORM GRAVA-DUPLICADO                                00070200
              WHEN OTHER                                                00070300
                 PERFORM GRAVA-HISTORICO                                00070600
                 PERFORM CLOSE-FILES                                    00070700
                 MOVE 8 TO RETURN-CODE                                  00070750
                 PERFORM ENCERRA-CONTROLE-CICLO                         00070760
                 STOP RUN                                               00070800
           END-EVALUATE                                                 00070900
                                                                        00071000
           CLOSE CEPREJ01                                               00073000
           CLOSE CEPDUP01                                               00073100
           CLOSE CEPCKPT                                                00073200
           CLOSE CEPJRN01                                               00073210
           .                                                            00073300
       INICIA-CONTROLE-CICLO.                                           00073400
      *    REGISTRA O INICIO NO CONTROLE DO CICLO (CEPRUN01). SE O      00073500
      *    PREDECESSOR DECLARADO EM CEPRUNCT NAO TERMINOU BEM NO MESMO  00073600
      *    CICLO, O PROGRAMA TERMINA AQUI COM RC 8 SEM PROCESSAR NADA   00073700
           MOVE 'I'                 TO WK-CTL-FUNCAO                    00073800
           CALL 'CEPRUNCT' USING WK-CTL-AREA                            00073900
           IF WK-CTL-RETORNO NOT = '00'                                 00074000
              DISPLAY '---------------------------------------------'   00074100
              DISPLAY 'CONTROLE DO CICLO - EXECUCAO NAO PERMITIDA ...'  00074200
              DISPLAY WK-CTL-MENSAGEM                                   00074300
              DISPLAY '---------------------------------------------'   00074400
              MOVE WK-CTL-RC-FINAL  TO RETURN-CODE                      00074500
              STOP RUN                                                  00074600
           END-IF                                                       00074700
           DISPLAY 'DATA DO CICLO ...............................'      00074800
           DISPLAY WK-CTL-DATA-CICLO                                    00074900
           .                                                            00075000
       ENCERRA-CONTROLE-CICLO.                                          00075100
      *    REGISTRA FIM, RETURN-CODE E TOTAIS NO CONTROLE DO CICLO.     00075200
      *    PREDECESSOR DESFEITO DURANTE A EXECUCAO OU TOTAL DIVERGENTE  00075300
      *    DO PREDECESSOR ELEVA O RETURN-CODE PARA 8                    00075400
           MOVE RETURN-CODE         TO WK-CTL-RC-PROGRAMA               00075500
           MOVE 'F'                 TO WK-CTL-FUNCAO                    00075600
           MOVE WK-CONT-REC         TO WK-CTL-TOT-ENTRADA               00075700
           IF WK-RUN-MODE = 'F'                                         00075800
              MOVE WK-CONT-GRAVADOS TO WK-CTL-TOT-SAIDA                 00075900
           ELSE                                                         00076000
              MOVE WK-CONT-JORNAL   TO WK-CTL-TOT-SAIDA                 00076100
           END-IF                                                       00076200
           COMPUTE WK-CTL-TOT-REJEITADOS = WK-CONT-REJEITADOS           00076300
                                         + WK-CONT-DUPLICADOS           00076400
           CALL 'CEPRUNCT' USING WK-CTL-AREA                            00076500
           IF WK-CTL-RETORNO NOT = '00'                                 00076600
              DISPLAY '---------------------------------------------'   00076700
              DISPLAY 'CONTROLE DO CICLO - CONFERENCIA NO FIM .......'  00076800
              DISPLAY WK-CTL-MENSAGEM                                   00076900
              DISPLAY '---------------------------------------------'   00077000
           END-IF                                                       00077100
           MOVE WK-CTL-RC-FINAL     TO RETURN-CODE                      00077200
           .                                                            00077300
       GRAVA-JORNAL.                                                    00077400
      *    IMAGEM GRAVADA EM CEPV0001 (MODO 'I') OU MARCADOR DA CARGA   00077500
      *    COMPLETA NO JORNAL DE ALTERACOES; A DATA/HORA E A DO         00077600
      *    MOMENTO DA ESCRITA, PARA A RECUPERACAO SEGUIR A ORDEM REAL   00077700
      *    ENTRE O BATCH E O ONLINE                                     00077800
           ADD  1                     TO WK-JRN-SEQ                     00077900
           MOVE SPACES                TO CEPJRN01-REC                   00078000
           MOVE FUNCTION CURRENT-DATE TO CEPJRN01-DATA-HORA             00078100
           MOVE WK-RUN-MODE           TO CEPJRN01-ORIGEM                00078200
           MOVE WK-JRN-SEQ            TO CEPJRN01-SEQ                   00078300
           MOVE 'CEPBLOAD'            TO CEPJRN01-PROGRAMA              00078400
           MOVE WK-JRN-OPERACAO       TO CEPJRN01-OPERACAO              00078500
           MOVE WK-CEPV0001-REC       TO CEPJRN01-IMAGEM                00078600
           WRITE CEPJRN01-REC                                           00078700
           END-WRITE                                                    00078800
           IF WK-JRN-FILE-STATUS = '00'                                 00078900
              ADD 1 TO WK-CONT-JORNAL                                   00079000
           ELSE                                                         00079100
              DISPLAY "-----ERRO VSAM NO JORNAL (CEPJRN01) -----"       00079200
              DISPLAY WK-JRN-FILE-STATUS                                00079300
              PERFORM GRAVA-HISTORICO                                   00079400
              PERFORM CLOSE-FILES                                       00079500
              MOVE 8 TO RETURN-CODE                                     00079600
              PERFORM ENCERRA-CONTROLE-CICLO                            00079700
              STOP RUN                                                  00079800
           END-IF                                                       00079900
           .                                                            00080000
       GRAVA-MARCA-CARGA.                                               00080100
      *    CARGA COMPLETA CONFERIDA E TROCA LIBERADA: UM SO REGISTRO    00080200
      *    MARCADOR NO JORNAL, SEM IMAGEM - EXTRATO ANTERIOR A ESTE     00080300
      *    PONTO NAO SERVE MAIS DE BASE PARA A RECUPERACAO (CEPRECV)    00080400
           MOVE 'C'          TO WK-JRN-OPERACAO                         00080500
           MOVE SPACES       TO WK-CEPV0001-REC                         00080600
           PERFORM GRAVA-JORNAL                                         00080700
           DISPLAY 'MARCADOR DE CARGA COMPLETA GRAVADO NO JORNAL '      00080800
              CEPJRN01-DATA-HORA                                        00080900
           .                                                            00081000
