      *                        identidade dos DOIS operadores.          00002100
      *                        O APROVADOR NAO PODE SER O PROPRIO       00002200
      *                        SOLICITANTE.                             00002300
      *                        ALCADA: APROVAR (OU REJEITAR PEDIDO DE   00002310
      *                        OUTRO OPERADOR) EXIGE A MARCA DE         00002320
      *                        APROVADOR NO CADASTRO DE PERMISSOES E A  00002330
      *                        UF DA PENDENCIA NA ALCADA DELE (REGRA    00002340
      *                        UNICA CEPPRMCK; NA ALTERACAO QUE TROCA   00002350
      *                        A UF, AS DUAS). O SOLICITANTE CONTINUA   00002360
      *                        PODENDO CANCELAR O PROPRIO PEDIDO. TODA  00002370
      *                        RECUSA VAI PARA O LOG CEPRCS01.          00002380
      * DSnames .............. B090290.CEPVSA01                         00002400
      *                        B090290.CEPPND01 (PENDENCIAS, LAYOUT     00002500
      *                        ESPELHADO EM CEPMAINT)                   00002600
      *                        LENGTH ERROR); REGISTROS GRAVADOS ANTES  00002790
      *                        DO CRESCIMENTO SAO CURTOS E NAO TRAZEM   00002792
      *                        APROVADOR NEM AS IMAGENS NOVAS.          00002794
      *                        B090290.CEPJRN01 (JORNAL DE ALTERACOES:  00002804
      *                        A IMAGEM APLICADA VAI PARA O JORNAL COM  00002814
      *                        ORIGEM 'M' NA MESMA UOW DA AUDITORIA,    00002824
      *                        PARA A RECUPERACAO DE CEPRECV; FALHA NO  00002834
      *                        JORNAL DESFAZ A APROVACAO)               00002844
      *                        B090290.CEPPRM01 (PERMISSOES POR         00002854
      *                        OPERADOR, LAYOUT EM CEPPRMCK)            00002864
      *                        B090290.CEPRCS01 (LOG DE RECUSAS DE      00002874
      *                        ALCADA, LAYOUT EM CEPPRMMN)              00002884
      * Fluxo pseudo-conversacional ..........                          00002900
      *   1a chamada  (EIBCALEN = 0) -> envia tela de instrucoes.       00003000
      *   2a chamada em diante ......... linha de entrada em posicoes   00003100
      *          (VIDE PROLOGO) E LEITOR DE HISTORICO NAO PODE SUPOR    00008660
      *          O CAMPO PRESENTE EM REGISTRO ANTIGO                    00008670
              05 FILLER                  PIC  X(007).                   00008700
           03 WK-CEPJRN01-REC.                                          00008710
              05 WK-JRN-CHAVE.                                          00008720
                 10 WK-JRN-DATA-HORA     PIC  X(021).                   00008730
                 10 WK-JRN-ORIGEM        PIC  X(001).                   00008740
                 10 WK-JRN-SEQ           PIC  9(009).                   00008750
              05 WK-JRN-PROGRAMA         PIC  X(008).                   00008760
              05 WK-JRN-OPERACAO         PIC  X(001).                   00008770
              05 WK-JRN-IMAGEM           PIC  X(161).                   00008780
              05 FILLER                  PIC  X(019).                   00008790
           03 WK-CHAVE-BRW.                                             00008800
              05 WK-CHAVE-BRW-DATA-HORA  PIC  X(021).                   00008900
              05 WK-CHAVE-BRW-TASK       PIC  X(007).                   00009000
      *       '1' = AGUARDANDO ACAO  '2' = PAGINANDO A LISTA            00014900
           03 WK-CA-ULT-CHAVE            PIC  X(028) VALUE SPACES.      00015000
                                                                        00015100
      *    AREA DE CHAMADA DA REGRA UNICA DE ALCADA (CEPPRMCK): O       00015103
      *    REGISTRO DO APROVADOR EM CEPPRM01 E LIDO AQUI E PASSADO      00015106
      *    INTEIRO AO MODULO                                            00015109
        01 WK-PERM-AREA.                                                00015112
           03 WK-PRM-REGISTRO            PIC  X(120).                   00015115
           03 WK-PRM-ACHOU               PIC  X(001).                   00015118
           03 WK-PRM-OPERACAO            PIC  X(001).                   00015121
           03 WK-PRM-UF                  PIC  X(002).                   00015124
           03 WK-PRM-RETORNO             PIC  X(002).                   00015127
           03 WK-PRM-MOTIVO              PIC  X(030).                   00015130
                                                                        00015133
      *    LOG DE RECUSAS DE ALCADA (LAYOUT EM CEPPRMMN)                00015136
        01 WK-CEPRCS01-REC.                                             00015139
           03 WK-RCS-CHAVE.                                             00015142
              05 WK-RCS-DATA-HORA        PIC  X(021).                   00015145
              05 WK-RCS-TASK             PIC  9(007).                   00015148
           03 WK-RCS-OPERADOR            PIC  X(008).                   00015151
           03 WK-RCS-TERMINAL            PIC  X(004).                   00015154
           03 WK-RCS-PROGRAMA            PIC  X(008).                   00015157
           03 WK-RCS-OPERACAO            PIC  X(001).                   00015160
           03 WK-RCS-UF                  PIC  X(002).                   00015163
           03 WK-RCS-CEP                 PIC  X(008).                   00015166
           03 WK-RCS-RETORNO             PIC  X(002).                   00015169
           03 WK-RCS-MOTIVO              PIC  X(030).                   00015172
           03 FILLER                     PIC  X(029).                   00015175
                                                                        00015178
       LINKAGE SECTION.                                                 00015200
       01 DFHCOMMAREA.                                                  00015300
          05 LK-COMMAREA-FLAG            PIC  X(001).                   00015400
                    TO WK-RSP-MENSAGEM                                  00032900
                 PERFORM ENVIA-TELA-RESPOSTA                            00033000
              ELSE                                                      00033100
                 PERFORM CONFERE-ALCADA                                 00033110
                 IF WK-PRM-RETORNO = '00'                               00033120
                    PERFORM APLICA-OPERACAO                             00033130
                 ELSE                                                   00033140
                    PERFORM RECUSA-ALCADA                               00033150
                 END-IF                                                 00033160
                 IF WK-APLICOU = 'S'                                    00033300
                    PERFORM GRAVA-AUDITORIA                             00033400
                 END-IF                                                 00033410
                 IF WK-APLICOU = 'S'                                    00033420
                    PERFORM GRAVA-JORNAL                                00033430
                 END-IF                                                 00033440
                 IF WK-APLICOU = 'S'                                    00033450
                    PERFORM ENCERRA-PENDENCIA                           00033500
                 END-IF                                                 00033600
              END-IF                                                    00033700
              PERFORM ENVIA-TELA-RESPOSTA                               00045200
           END-IF                                                       00045300
           .                                                            00045400
       GRAVA-JORNAL.                                                    00045402
      *    IMAGEM APLICADA EM CEPV0001 (NA EXCLUSAO, A ULTIMA IMAGEM    00045404
      *    DO REGISTRO REMOVIDO) NO JORNAL DE ALTERACOES, ORIGEM 'M',   00045406
      *    NA MESMA UOW: SEM O JORNAL A RECUPERACAO PERDERIA ESTA       00045408
      *    ALTERACAO, ENTAO A FALHA DESFAZ TUDO COMO NA AUDITORIA       00045410
           MOVE SPACES               TO WK-CEPJRN01-REC                 00045412
           MOVE WK-CURRENT-DATE      TO WK-JRN-DATA-HORA                00045414
           MOVE 'M'                  TO WK-JRN-ORIGEM                   00045416
           MOVE EIBTASKN             TO WK-JRN-SEQ                      00045418
           MOVE 'CEPAPRV'            TO WK-JRN-PROGRAMA                 00045420
           MOVE WK-PND-OPERACAO      TO WK-JRN-OPERACAO                 00045422
      *    LIBERACAO DE PROTECAO ('L') E UMA ALTERACAO DO REGISTRO      00045424
           IF WK-PND-OPERACAO = 'L'                                     00045426
              MOVE 'A'               TO WK-JRN-OPERACAO                 00045428
           END-IF                                                       00045430
           MOVE WK-CEPV0001-REC      TO WK-JRN-IMAGEM                   00045432
           EXEC CICS WRITE                                              00045434
                FILE('CEPJRN01')                                        00045436
                FROM(WK-CEPJRN01-REC)                                   00045438
                RIDFLD(WK-JRN-CHAVE)                                    00045440
                KEYLENGTH(LENGTH OF WK-JRN-CHAVE)                       00045442
                RESP(WK-RESP)                                           00045444
           END-EXEC                                                     00045446
           IF WK-RESP NOT = DFHRESP(NORMAL)                             00045448
              MOVE 'N' TO WK-APLICOU                                    00045450
              EXEC CICS SYNCPOINT ROLLBACK                              00045452
              END-EXEC                                                  00045454
              MOVE WK-ENT-CHAVE TO WK-RSP-CHAVE                         00045456
              MOVE 'ERRO NO JORNAL - OPERACAO DESFEITA'                 00045458
                 TO WK-RSP-MENSAGEM                                     00045460
              PERFORM ENVIA-TELA-RESPOSTA                               00045462
           END-IF                                                       00045464
           .                                                            00045466
       ENCERRA-PENDENCIA.                                               00045500
           MOVE 'A'             TO WK-PND-STATUS                        00045600
           MOVE WK-APROVADOR    TO WK-PND-APROVADOR                     00045700
              EXEC CICS ASSIGN                                          00048800
                   USERID(WK-APROVADOR)                                 00048900
              END-EXEC                                                  00049000
      *       CANCELAR O PROPRIO PEDIDO NAO PEDE ALCADA DE APROVADOR    00049010
              IF WK-APROVADOR = WK-PND-SOLICITANTE                      00049020
                 MOVE '00' TO WK-PRM-RETORNO                            00049030
              ELSE                                                      00050300
                 PERFORM CONFERE-ALCADA                                 00050310
              END-IF                                                    00050600
              IF WK-PRM-RETORNO NOT = '00'                              00050609
                 PERFORM RECUSA-ALCADA                                  00050618
              ELSE                                                      00050627
                 MOVE FUNCTION CURRENT-DATE TO WK-CURRENT-DATE          00050636
                 MOVE 'R'             TO WK-PND-STATUS                  00050645
                 MOVE WK-APROVADOR    TO WK-PND-APROVADOR               00050654
                 MOVE WK-CURRENT-DATE TO WK-PND-DT-DECISAO              00050663
                 EXEC CICS REWRITE                                      00050672
                      FILE('CEPPND01')                                  00050681
                      FROM(WK-CEPPND01-REC)                             00050690
                      RESP(WK-RESP)                                     00050699
                 END-EXEC                                               00050708
                 MOVE WK-ENT-CHAVE TO WK-RSP-CHAVE                      00050717
                 IF WK-RESP = DFHRESP(NORMAL)                           00050726
                    MOVE 'PENDENCIA REJEITADA' TO WK-RSP-MENSAGEM       00050735
                 ELSE                                                   00050744
                    MOVE 'ERRO NA REGRAVACAO DA PENDENCIA'              00050753
                       TO WK-RSP-MENSAGEM                               00050762
                 END-IF                                                 00050771
                 PERFORM ENVIA-TELA-RESPOSTA                            00050780
              END-IF                                                    00050789
           END-IF                                                       00050800
           END-IF                                                       00050900
           .                                                            00051000
       CONFERE-ALCADA.                                                  00051001
      *    ALCADA DE APROVADOR ('V') NA(S) UF(S) DA PENDENCIA: A UF ESTA00051002
      *    NA POSICAO 9 DAS IMAGENS; ALTERACAO QUE TROCA A UF E         00051003
      *    CONFERIDA NAS DUAS. REGISTRO DE PERMISSAO ILEGIVEL CONTA     00051004
      *    COMO NAO CADASTRADO (NA DUVIDA, RECUSA)                      00051005
           MOVE SPACES TO WK-PRM-REGISTRO                               00051006
           MOVE 'N'    TO WK-PRM-ACHOU                                  00051007
           EXEC CICS READ                                               00051008
                FILE('CEPPRM01')                                        00051009
                INTO(WK-PRM-REGISTRO)                                   00051010
                RIDFLD(WK-APROVADOR)                                    00051011
                KEYLENGTH(LENGTH OF WK-APROVADOR)                       00051012
                RESP(WK-RESP)                                           00051013
           END-EXEC                                                     00051014
           IF WK-RESP = DFHRESP(NORMAL)                                 00051015
              MOVE 'S' TO WK-PRM-ACHOU                                  00051016
           END-IF                                                       00051017
           MOVE 'V'  TO WK-PRM-OPERACAO                                 00051018
           MOVE '00' TO WK-PRM-RETORNO                                  00051019
           IF WK-PND-IMAGEM-ANTES NOT = SPACES                          00051020
              MOVE WK-PND-IMAGEM-ANTES (9:2) TO WK-PRM-UF               00051021
              CALL 'CEPPRMCK' USING WK-PERM-AREA                        00051022
           END-IF                                                       00051023
           IF WK-PRM-RETORNO = '00' AND                                 00051024
              WK-PND-IMAGEM-DEPOIS NOT = SPACES AND                     00051025
              WK-PND-IMAGEM-DEPOIS (9:2) NOT = WK-PND-IMAGEM-ANTES (9:2)00051026
              MOVE WK-PND-IMAGEM-DEPOIS (9:2) TO WK-PRM-UF              00051027
              CALL 'CEPPRMCK' USING WK-PERM-AREA                        00051028
           END-IF                                                       00051029
           .                                                            00051030
       RECUSA-ALCADA.                                                   00051031
      *    A PENDENCIA FICA COMO ESTA; A RECUSA VAI PARA O LOG          00051032
      *    CEPRCS01 (FALHA NA GRAVACAO DO LOG NAO LIBERA A OPERACAO)    00051033
           MOVE SPACES                TO WK-CEPRCS01-REC                00051034
           MOVE FUNCTION CURRENT-DATE TO WK-RCS-DATA-HORA               00051035
           MOVE EIBTASKN              TO WK-RCS-TASK                    00051036
           MOVE WK-APROVADOR          TO WK-RCS-OPERADOR                00051037
           MOVE EIBTRMID              TO WK-RCS-TERMINAL                00051038
           MOVE 'CEPAPRV'             TO WK-RCS-PROGRAMA                00051039
           MOVE WK-PRM-OPERACAO       TO WK-RCS-OPERACAO                00051040
           MOVE WK-PRM-UF             TO WK-RCS-UF                      00051041
           IF WK-PND-OPERACAO = 'E'                                     00051042
              MOVE WK-PND-IMAGEM-ANTES (1:8)  TO WK-RCS-CEP             00051043
           ELSE                                                         00051044
              MOVE WK-PND-IMAGEM-DEPOIS (1:8) TO WK-RCS-CEP             00051045
           END-IF                                                       00051046
           MOVE WK-PRM-RETORNO        TO WK-RCS-RETORNO                 00051047
           MOVE WK-PRM-MOTIVO         TO WK-RCS-MOTIVO                  00051048
           EXEC CICS WRITE                                              00051049
                FILE('CEPRCS01')                                        00051050
                FROM(WK-CEPRCS01-REC)                                   00051051
                RIDFLD(WK-RCS-CHAVE)                                    00051052
                KEYLENGTH(LENGTH OF WK-RCS-CHAVE)                       00051053
                RESP(WK-RESP)                                           00051054
           END-EXEC                                                     00051055
           MOVE WK-ENT-CHAVE TO WK-RSP-CHAVE                            00051056
           MOVE SPACES       TO WK-RSP-MENSAGEM                         00051057
           STRING 'RECUSADO: ' WK-PRM-MOTIVO                            00051058
              DELIMITED BY SIZE INTO WK-RSP-MENSAGEM                    00051059
           END-STRING                                                   00051060
           PERFORM ENVIA-TELA-RESPOSTA                                  00051061
           .                                                            00051062
       LE-PENDENCIA.                                                    00051100
           MOVE WK-ENT-CHAVE TO WK-CHAVE-BRW                            00051200
           MOVE SPACES TO WK-CEPPND01-REC                               00051300
