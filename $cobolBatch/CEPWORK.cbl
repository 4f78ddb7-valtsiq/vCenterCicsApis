      *                        aparecer em tres listagens sem dono.     00001900
      *                        A correcao em si e feita na transacao    00002000
      *                        CEPM (CEPMAINT).                         00002100
      *                        ALCADA: SO RESOLVE O ITEM O OPERADOR     00002110
      *                        CADASTRADO EM CEPPRM01 COM A UF DO CEP   00002120
      *                        NA ALCADA (REGRA UNICA CEPPRMCK); A UF   00002130
      *                        VEM DO REGISTRO EM CEPV0001 - CEP FORA   00002140
      *                        DA BASE (ITEM DE CONSULTA SEM ACHADO)    00002150
      *                        SO PARA QUEM TEM TODAS AS UFS. TODA      00002160
      *                        RECUSA VAI PARA O LOG CEPRCS01.          00002170
      * DSnames .............. B090290.CEPWRK01 (KSDS, CHAVE = CEP +    00002200
      *                        ORIGEM, LAYOUT EM CEPWCOLL)              00002300
      *                        B090290.CEPVSA01 (SO LEITURA, UF DO CEP) 00002310
      *                        B090290.CEPPRM01 (PERMISSOES POR         00002320
      *                        OPERADOR, LAYOUT EM CEPPRMCK)            00002330
      *                        B090290.CEPRCS01 (LOG DE RECUSAS DE      00002340
      *                        ALCADA, LAYOUT EM CEPPRMMN)              00002350
      * Fluxo pseudo-conversacional ..........                          00002400
      *   1a chamada  (EIBCALEN = 0) -> envia tela de instrucoes.       00002500
      *   2a chamada em diante ......... linha de entrada em posicoes   00002600
           03 WK-LIN                     PIC S9(004) COMP VALUE 0.      00006200
           03 WK-CURRENT-DATE            PIC  X(021) VALUE SPACES.      00006300
           03 WK-OPERADOR                PIC  X(008) VALUE SPACES.      00006400
           03 WK-CEPV0001-REC.                                          00006401
              05 WK-CEPV0001-CEP         PIC  X(008).                   00006402
              05 WK-CEPV0001-UF          PIC  X(002).                   00006403
              05 FILLER                  PIC  X(151).                   00006404
                                                                        00006405
      *    AREA DE CHAMADA DA REGRA UNICA DE ALCADA (CEPPRMCK): O       00006406
      *    REGISTRO DO OPERADOR EM CEPPRM01 E LIDO AQUI E PASSADO       00006407
      *    INTEIRO AO MODULO                                            00006408
        01 WK-PERM-AREA.                                                00006409
           03 WK-PRM-REGISTRO            PIC  X(120).                   00006410
           03 WK-PRM-ACHOU               PIC  X(001).                   00006411
           03 WK-PRM-OPERACAO            PIC  X(001).                   00006412
           03 WK-PRM-UF                  PIC  X(002).                   00006413
           03 WK-PRM-RETORNO             PIC  X(002).                   00006414
           03 WK-PRM-MOTIVO              PIC  X(030).                   00006415
                                                                        00006416
      *    LOG DE RECUSAS DE ALCADA (LAYOUT EM CEPPRMMN)                00006417
        01 WK-CEPRCS01-REC.                                             00006418
           03 WK-RCS-CHAVE.                                             00006419
              05 WK-RCS-DATA-HORA        PIC  X(021).                   00006420
              05 WK-RCS-TASK             PIC  9(007).                   00006421
           03 WK-RCS-OPERADOR            PIC  X(008).                   00006422
           03 WK-RCS-TERMINAL            PIC  X(004).                   00006423
           03 WK-RCS-PROGRAMA            PIC  X(008).                   00006424
           03 WK-RCS-OPERACAO            PIC  X(001).                   00006425
           03 WK-RCS-UF                  PIC  X(002).                   00006426
           03 WK-RCS-CEP                 PIC  X(008).                   00006427
           03 WK-RCS-RETORNO             PIC  X(002).                   00006428
           03 WK-RCS-MOTIVO              PIC  X(030).                   00006429
           03 FILLER                     PIC  X(029).                   00006430
                                                                        00006431
      *    COMMAREA DE CONTEXTO ENVIADA A CEPMAINT NO SALTO 'M'         00006440
        01 WK-XFER-AREA.                                                00006460
           03 WK-XFER-FLAG               PIC  X(001) VALUE 'C'.         00006470
                 MOVE 'ITEM JA RESOLVIDO' TO WK-RSP-MENSAGEM            00028900
                 PERFORM ENVIA-TELA-RESPOSTA                            00029000
              ELSE                                                      00029100
                 EXEC CICS ASSIGN                                       00029110
                      USERID(WK-OPERADOR)                               00029120
                 END-EXEC                                               00029130
                 PERFORM CONFERE-ALCADA                                 00029140
                 IF WK-PRM-RETORNO NOT = '00'                           00029150
                    PERFORM RECUSA-ALCADA                               00029160
                 ELSE                                                   00029170
                    MOVE 'R' TO WK-CEPWRK01-STATUS                      00029200
                    MOVE FUNCTION CURRENT-DATE TO WK-CURRENT-DATE       00029300
                    MOVE WK-CURRENT-DATE (1:8)                          00029400
                       TO WK-CEPWRK01-DT-RESOL                          00029500
                    MOVE WK-OPERADOR TO WK-CEPWRK01-OPER-RES            00029900
                    EXEC CICS REWRITE                                   00030000
                         FILE('CEPWRK01')                               00030100
                         FROM(WK-CEPWRK01-REC)                          00030200
                         RESP(WK-RESP)                                  00030300
                    END-EXEC                                            00030400
                    MOVE WK-ENT-CEP    TO WK-RSP-CEP                    00030500
                    MOVE WK-ENT-ORIGEM TO WK-RSP-ORIGEM                 00030600
                    IF WK-RESP = DFHRESP(NORMAL)                        00030700
                       MOVE 'RESOLVIDO COM SUCESSO' TO WK-RSP-MENSAGEM  00030800
                    ELSE                                                00030900
                       MOVE 'ERRO NA REGRAVACAO DO ITEM'                00031000
                          TO WK-RSP-MENSAGEM                            00031100
                    END-IF                                              00031200
                    PERFORM ENVIA-TELA-RESPOSTA                         00031300
                 END-IF                                                 00031310
              END-IF                                                    00031400
           ELSE                                                         00031500
              PERFORM ITEM-NAO-ENCONTRADO                               00031600
           END-IF                                                       00031700
           .                                                            00031800
       CONFERE-ALCADA.                                                  00031801
      *    UF DO CEP PELA BASE; CEP FORA DE CEPV0001 FICA COM UF EM     00031802
      *    BRANCO E O MODULO SO ACEITA ALCADA NACIONAL. REGISTRO DE     00031803
      *    PERMISSAO ILEGIVEL CONTA COMO NAO CADASTRADO (NA DUVIDA,     00031804
      *    RECUSA)                                                      00031805
           MOVE SPACES TO WK-CEPV0001-REC                               00031806
           EXEC CICS READ                                               00031807
                FILE('CEPV0001')                                        00031808
                INTO(WK-CEPV0001-REC)                                   00031809
                RIDFLD(WK-CEPWRK01-CEP)                                 00031810
                KEYLENGTH(LENGTH OF WK-CEPWRK01-CEP)                    00031811
                RESP(WK-RESP)                                           00031812
           END-EXEC                                                     00031813
           IF WK-RESP NOT = DFHRESP(NORMAL)                             00031814
              MOVE SPACES TO WK-CEPV0001-UF                             00031815
           END-IF                                                       00031816
           MOVE SPACES TO WK-PRM-REGISTRO                               00031817
           MOVE 'N'    TO WK-PRM-ACHOU                                  00031818
           EXEC CICS READ                                               00031819
                FILE('CEPPRM01')                                        00031820
                INTO(WK-PRM-REGISTRO)                                   00031821
                RIDFLD(WK-OPERADOR)                                     00031822
                KEYLENGTH(LENGTH OF WK-OPERADOR)                        00031823
                RESP(WK-RESP)                                           00031824
           END-EXEC                                                     00031825
           IF WK-RESP = DFHRESP(NORMAL)                                 00031826
              MOVE 'S' TO WK-PRM-ACHOU                                  00031827
           END-IF                                                       00031828
           MOVE 'R'            TO WK-PRM-OPERACAO                       00031829
           MOVE WK-CEPV0001-UF TO WK-PRM-UF                             00031830
           CALL 'CEPPRMCK' USING WK-PERM-AREA                           00031831
           .                                                            00031832
       RECUSA-ALCADA.                                                   00031833
      *    O ITEM CONTINUA ABERTO; A RECUSA VAI PARA O LOG CEPRCS01     00031834
      *    (FALHA NA GRAVACAO DO LOG NAO LIBERA A OPERACAO)             00031835
           MOVE SPACES                TO WK-CEPRCS01-REC                00031836
           MOVE FUNCTION CURRENT-DATE TO WK-RCS-DATA-HORA               00031837
           MOVE EIBTASKN              TO WK-RCS-TASK                    00031838
           MOVE WK-OPERADOR           TO WK-RCS-OPERADOR                00031839
           MOVE EIBTRMID              TO WK-RCS-TERMINAL                00031840
           MOVE 'CEPWORK'             TO WK-RCS-PROGRAMA                00031841
           MOVE WK-PRM-OPERACAO       TO WK-RCS-OPERACAO                00031842
           MOVE WK-PRM-UF             TO WK-RCS-UF                      00031843
           MOVE WK-CEPWRK01-CEP       TO WK-RCS-CEP                     00031844
           MOVE WK-PRM-RETORNO        TO WK-RCS-RETORNO                 00031845
           MOVE WK-PRM-MOTIVO         TO WK-RCS-MOTIVO                  00031846
           EXEC CICS WRITE                                              00031847
                FILE('CEPRCS01')                                        00031848
                FROM(WK-CEPRCS01-REC)                                   00031849
                RIDFLD(WK-RCS-CHAVE)                                    00031850
                KEYLENGTH(LENGTH OF WK-RCS-CHAVE)                       00031851
                RESP(WK-RESP)                                           00031852
           END-EXEC                                                     00031853
           MOVE WK-ENT-CEP    TO WK-RSP-CEP                             00031854
           MOVE WK-ENT-ORIGEM TO WK-RSP-ORIGEM                          00031855
           MOVE SPACES        TO WK-RSP-MENSAGEM                        00031856
           STRING 'RECUSADO: ' WK-PRM-MOTIVO                            00031857
              DELIMITED BY SIZE INTO WK-RSP-MENSAGEM                    00031858
           END-STRING                                                   00031859
           PERFORM ENVIA-TELA-RESPOSTA                                  00031860
           .                                                            00031861
       LE-ITEM.                                                         00031900
           MOVE WK-ENT-CEP    TO WK-CHAVE-BRW-CEP                       00032000
           MOVE WK-ENT-ORIGEM TO WK-CHAVE-BRW-ORIGEM                    00032100
