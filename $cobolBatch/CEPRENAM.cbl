      *                        gera registro de auditoria antes/        00003000
      *                        depois no ESTILO CEPAUD01, no arquivo    00003100
      *                        sequencial CEPRAU01 (mesmo layout de     00003200
      *                        378 bytes; operador = o responsavel      00003210
      *                        informado no PARM), que                  00003220
      *                        pode ser anexado ao historico de         00003400
      *                        auditoria - a mudanca fica tao           00003500
      *                        prestavel de contas quanto uma edicao    00003600
      *                        online.                                  00003700
      *                        ALCADA: A EFETIVACAO SO RODA SE O        00003710
      *                        OPERADOR RESPONSAVEL (PARM) TEM A        00003720
      *                        OPERACAO 'A' E A UF ATUAL (E A NOVA,     00003730
      *                        SE MUDA) NA ALCADA DO CADASTRO DE        00003740
      *                        PERMISSOES - MESMA REGRA UNICA           00003750
      *                        CEPPRMCK DAS TRANSACOES. RECUSA E        00003760
      *                        GRAVADA NO LOG CEPRCS01 (TERMINAL        00003770
      *                        'BTCH') E TERMINA COM RC 8 SEM TOCAR     00003780
      *                        NA BASE. A SIMULACAO NAO PEDE ALCADA.    00003790
      *                        O CODIGO IBGE DO MUNICIPIO E LIMPO NOS   00003800
      *                        REGISTROS ALTERADOS: RODAR CEPIBGE       00003900
      *                        APOS A EFETIVACAO (RENOMEACAO RECUPERA   00004000
      * DSnames .............. B090290.CEPVSA01                         00004300
      *                        B090290.CEPRWK01 (TRABALHO, CEPS)        00004400
      *                        B090290.CEPRAU01 (AUDITORIA DA RODADA)   00004500
      *                        B090290.CEPJRN01 (JORNAL DE ALTERACOES:  00004510
      *                        NA EFETIVACAO CADA REGISTRO REGRAVADO    00004520
      *                        VAI TAMBEM PARA O JORNAL COM ORIGEM      00004530
      *                        'R', PARA A RECUPERACAO DE CEPRECV)      00004540
      *                        B090290.CEPPRM01 (PERMISSOES POR         00004550
      *                        OPERADOR, LAYOUT EM CEPPRMCK)            00004560
      *                        B090290.CEPRCS01 (LOG DE RECUSAS DE      00004570
      *                        ALCADA, LAYOUT EM CEPPRMMN)              00004580
      * PARM ................. POS 01-02 = UF ATUAL                     00004600
      *                        POS 03-32 = CIDADE ATUAL NORMALIZADA     00004700
      *                                    (MAIUSCULAS SEM ACENTOS,     00004800
      *                                    CONFLITOS SAIRAO EM          00006300
      *                                    CEPCFL01 ATE O FORNECEDOR    00006400
      *                                    ATUALIZAR)                   00006500
      *                        POS 67-74 = OPERADOR RESPONSAVEL         00006510
      *                                    (USERID), OBRIGATORIO NA     00006520
      *                                    EFETIVACAO                   00006530
      * RETURN-CODE .......... 4 = HA REPROVADOS OU CEPS SUMIDOS        00006540
      *                        8 = PARM INVALIDO OU EFETIVACAO          00006550
      *                            RECUSADA PELA ALCADA                 00006560
      *                       12 = ERRO VSAM                            00006570
      ******************************************************************00006600
       ENVIRONMENT DIVISION.                                            00006700
       INPUT-OUTPUT SECTION.                                            00006800
           SELECT CEPRAU01 ASSIGN TO 'CEPRAU01'                         00008300
           ORGANIZATION SEQUENTIAL.                                     00008400
      *    AUDITORIA ANTES/DEPOIS DA RODADA (ESTILO CEPAUD01)           00008500
                                                                        00008510
           SELECT CEPJRN01 ASSIGN TO 'CEPJRN01'                         00008520
           ORGANIZATION IS INDEXED                                      00008530
           ACCESS MODE IS RANDOM                                        00008540
           RECORD KEY IS CEPJRN01-CHAVE                                 00008550
           FILE STATUS WK-JRN-FILE-STATUS.                              00008560
      *    JORNAL DE ALTERACOES DE CEPV0001 (RECUPERACAO - CEPRECV)     00008570
                                                                        00008572
           SELECT CEPPRM01 ASSIGN TO 'CEPPRM01'                         00008574
           ORGANIZATION IS INDEXED                                      00008576
           ACCESS MODE IS RANDOM                                        00008578
           RECORD KEY IS CEPPRM01-OPERADOR                              00008580
           FILE STATUS WK-PRM-FILE-STATUS.                              00008582
      *    CADASTRO DE PERMISSOES POR OPERADOR (ALCADA)                 00008584
                                                                        00008586
           SELECT CEPRCS01 ASSIGN TO 'CEPRCS01'                         00008588
           ORGANIZATION IS INDEXED                                      00008590
           ACCESS MODE IS RANDOM                                        00008592
           RECORD KEY IS CEPRCS01-CHAVE                                 00008594
           FILE STATUS WK-RCS-FILE-STATUS.                              00008596
      *    LOG DE RECUSAS DE ALCADA (COMPARTILHADO COM O ONLINE)        00008598
       DATA DIVISION.                                                   00008600
       FILE SECTION.                                                    00008700
                                                                        00008800
          05 CEPRAU01-APROVADOR         PIC  X(008).                    00012200
          05 FILLER                     PIC  X(007).                    00012300
      *                                                                 00012400
       FD CEPJRN01.                                                     00012408
       01 CEPJRN01-REC.                                                 00012416
          05 CEPJRN01-CHAVE.                                            00012424
             10 CEPJRN01-DATA-HORA      PIC  X(021).                    00012432
             10 CEPJRN01-ORIGEM         PIC  X(001).                    00012440
             10 CEPJRN01-SEQ            PIC  9(009).                    00012448
          05 CEPJRN01-PROGRAMA          PIC  X(008).                    00012456
          05 CEPJRN01-OPERACAO          PIC  X(001).                    00012464
          05 CEPJRN01-IMAGEM            PIC  X(161).                    00012472
          05 FILLER                     PIC  X(019).                    00012480
      *                                                                 00012488
       FD CEPPRM01.                                                     00012489
       01 CEPPRM01-REC.                                                 00012490
          05 CEPPRM01-OPERADOR          PIC  X(008).                    00012491
          05 FILLER                     PIC  X(112).                    00012492
      *                                                                 00012493
       FD CEPRCS01.                                                     00012494
       01 CEPRCS01-REC.                                                 00012495
          05 CEPRCS01-CHAVE.                                            00012496
             10 CEPRCS01-DATA-HORA      PIC  X(021).                    00012497
             10 CEPRCS01-TASK           PIC  9(007).                    00012498
          05 CEPRCS01-OPERADOR          PIC  X(008).                    00012499
          05 CEPRCS01-TERMINAL          PIC  X(004).                    00012500
          05 CEPRCS01-PROGRAMA          PIC  X(008).                    00012501
          05 CEPRCS01-OPERACAO          PIC  X(001).                    00012502
          05 CEPRCS01-UF                PIC  X(002).                    00012503
          05 CEPRCS01-CEP               PIC  X(008).                    00012504
          05 CEPRCS01-RETORNO           PIC  X(002).                    00012505
          05 CEPRCS01-MOTIVO            PIC  X(030).                    00012506
          05 FILLER                     PIC  X(029).                    00012507
      *                                                                 00012508
       WORKING-STORAGE SECTION.                                         00012509
        01 WORKING-AREAS.                                               00012600
           03 WK-VSAM-FILE-STATUS       PIC  X(002) VALUE SPACES.       00012700
           03 WK-EOF                    PIC  X(001) VALUE 'N'.          00012800
           03 WK-MAX-AMOSTRAS           PIC  9(002) VALUE 10.           00014500
           03 WK-SEQ-AUDITORIA          PIC  9(007) VALUE ZEROS.        00014600
           03 WK-IMAGEM-ANTES           PIC  X(161) VALUE SPACES.       00014700
           03 WK-JRN-FILE-STATUS        PIC  X(002) VALUE SPACES.       00014710
           03 WK-JRN-SEQ                PIC  9(009) VALUE ZEROS.        00014720
           03 WK-JRN-OPERACAO           PIC  X(001) VALUE SPACE.        00014730
           03 WK-CONT-JORNAL            PIC  9(010) VALUE ZEROS.        00014740
           03 WK-OPERADOR               PIC  X(008) VALUE SPACES.       00014744
           03 WK-PRM-FILE-STATUS        PIC  X(002) VALUE SPACES.       00014748
           03 WK-RCS-FILE-STATUS        PIC  X(002) VALUE SPACES.       00014752
                                                                        00014756
      *    AREA DE CHAMADA DA REGRA UNICA DE ALCADA (CEPPRMCK)          00014760
        01 WK-PERM-AREA.                                                00014764
           03 WK-PRM-REGISTRO           PIC  X(120).                    00014768
           03 WK-PRM-ACHOU              PIC  X(001).                    00014772
           03 WK-PRM-OPERACAO           PIC  X(001).                    00014776
           03 WK-PRM-UF                 PIC  X(002).                    00014780
           03 WK-PRM-RETORNO            PIC  X(002).                    00014784
           03 WK-PRM-MOTIVO             PIC  X(030).                    00014788
                                                                        00014800
        01 WK-VALID-AREA.                                               00014900
           03 WK-VAL-CEP                PIC  X(008).                    00015000
          05 LK-UF-NOVA                 PIC  X(002).                    00016500
          05 LK-RUN-MODE                PIC  X(001).                    00016600
          05 LK-MARCA-PROTEGIDO         PIC  X(001).                    00016700
          05 LK-OPERADOR                PIC  X(008).                    00016710
          05 FILLER                     PIC  X(026).                    00016720
                                                                        00016900
       PROCEDURE DIVISION USING LK-PARM-LENGTH LK-PARM-DATA.            00017000
      *                                                                 00017100
       MAIN-PARA.                                                       00017200
           MOVE FUNCTION CURRENT-DATE TO WK-RUN-DATA-HORA               00017300
           PERFORM TRATA-PARM                                           00017400
           IF WK-RUN-MODE = 'E'                                         00017410
              PERFORM CONFERE-ALCADA                                    00017420
           END-IF                                                       00017430
           PERFORM OPEN-FILES                                           00017500
           PERFORM NORMALIZA-CIDADE-NOVA                                00017600
           PERFORM COLETA-CEPS                                          00017700
           IF LK-PARM-LENGTH >= 66 AND LK-MARCA-PROTEGIDO = 'P'         00021500
              MOVE 'S' TO WK-MARCA-PROTEGIDO                            00021600
           END-IF                                                       00021700
           IF LK-PARM-LENGTH >= 74                                      00021710
              MOVE LK-OPERADOR TO WK-OPERADOR                           00021720
           END-IF                                                       00021730
           IF WK-RUN-MODE = 'E'                                         00021800
              DISPLAY 'MODO: EFETIVACAO'                                00021900
           ELSE                                                         00022000
              DISPLAY 'MODO: SIMULACAO - NADA SERA GRAVADO'             00022100
           END-IF                                                       00022200
           .                                                            00022300
       CONFERE-ALCADA.                                                  00022301
      *    EFETIVACAO = ALTERACAO ('A') DE TODOS OS CEPS DA CIDADE: O   00022302
      *    RESPONSAVEL PRECISA DE ALCADA NA UF ATUAL E, SE A CIDADE     00022303
      *    MUDA DE UF, TAMBEM NA NOVA. SEM OPERADOR NO PARM = NAO       00022304
      *    CADASTRADO                                                   00022305
           OPEN INPUT CEPPRM01                                          00022306
           IF WK-PRM-FILE-STATUS NOT = '00'                             00022307
              DISPLAY "-----ERRO VSAM NO OPEN (CEPPRM01) -----"         00022308
              DISPLAY WK-PRM-FILE-STATUS                                00022309
              MOVE 12 TO RETURN-CODE                                    00022310
              STOP RUN                                                  00022311
           END-IF                                                       00022312
           MOVE SPACES TO WK-PRM-REGISTRO                               00022313
           MOVE 'N'    TO WK-PRM-ACHOU                                  00022314
           IF WK-OPERADOR NOT = SPACES                                  00022315
              MOVE WK-OPERADOR TO CEPPRM01-OPERADOR                     00022316
              READ CEPPRM01 RECORD INTO WK-PRM-REGISTRO                 00022317
                 INVALID KEY                                            00022318
                    CONTINUE                                            00022319
              END-READ                                                  00022320
              EVALUATE WK-PRM-FILE-STATUS                               00022321
                 WHEN '00'                                              00022322
                    MOVE 'S' TO WK-PRM-ACHOU                            00022323
                 WHEN '23'                                              00022324
                    CONTINUE                                            00022325
                 WHEN OTHER                                             00022326
                    DISPLAY "-----ERRO VSAM NA LEITURA (CEPPRM01) -----"00022327
                    DISPLAY WK-PRM-FILE-STATUS                          00022328
                    MOVE 12 TO RETURN-CODE                              00022329
                    STOP RUN                                            00022330
              END-EVALUATE                                              00022331
           END-IF                                                       00022332
           CLOSE CEPPRM01                                               00022333
           MOVE 'A'        TO WK-PRM-OPERACAO                           00022334
           MOVE WK-UF-PESQ TO WK-PRM-UF                                 00022335
           CALL 'CEPPRMCK' USING WK-PERM-AREA                           00022336
           IF WK-PRM-RETORNO = '00' AND WK-UF-NOVA NOT = WK-UF-PESQ     00022337
              MOVE WK-UF-NOVA TO WK-PRM-UF                              00022338
              CALL 'CEPPRMCK' USING WK-PERM-AREA                        00022339
           END-IF                                                       00022340
           IF WK-PRM-RETORNO NOT = '00'                                 00022341
              PERFORM GRAVA-RECUSA                                      00022342
              DISPLAY 'EFETIVACAO RECUSADA - OPERADOR ' WK-OPERADOR     00022343
                 ' UF ' WK-PRM-UF ': ' WK-PRM-MOTIVO                    00022344
              MOVE 8 TO RETURN-CODE                                     00022345
              STOP RUN                                                  00022346
           END-IF                                                       00022347
           DISPLAY 'OPERADOR RESPONSAVEL: ' WK-OPERADOR                 00022348
           .                                                            00022349
       GRAVA-RECUSA.                                                    00022350
      *    MESMO LOG DAS TRANSACOES; O CAMPO DA TASK CICS FICA ZERADO   00022351
      *    E O TERMINAL E 'BTCH'                                        00022352
           OPEN I-O CEPRCS01                                            00022353
           IF WK-RCS-FILE-STATUS NOT = '00'                             00022354
              DISPLAY "-----ERRO VSAM NO OPEN (CEPRCS01) -----"         00022355
              DISPLAY WK-RCS-FILE-STATUS                                00022356
              MOVE 12 TO RETURN-CODE                                    00022357
              STOP RUN                                                  00022358
           END-IF                                                       00022359
           MOVE SPACES           TO CEPRCS01-REC                        00022360
           MOVE WK-RUN-DATA-HORA TO CEPRCS01-DATA-HORA                  00022361
           MOVE ZEROS            TO CEPRCS01-TASK                       00022362
           MOVE WK-OPERADOR      TO CEPRCS01-OPERADOR                   00022363
           MOVE 'BTCH'           TO CEPRCS01-TERMINAL                   00022364
           MOVE 'CEPRENAM'       TO CEPRCS01-PROGRAMA                   00022365
           MOVE WK-PRM-OPERACAO  TO CEPRCS01-OPERACAO                   00022366
           MOVE WK-PRM-UF        TO CEPRCS01-UF                         00022367
           MOVE WK-PRM-RETORNO   TO CEPRCS01-RETORNO                    00022368
           MOVE WK-PRM-MOTIVO    TO CEPRCS01-MOTIVO                     00022369
           WRITE CEPRCS01-REC                                           00022370
           END-WRITE                                                    00022371
           IF WK-RCS-FILE-STATUS NOT = '00'                             00022372
              DISPLAY "-----ERRO VSAM NO LOG (CEPRCS01) -----"          00022373
              DISPLAY WK-RCS-FILE-STATUS                                00022374
           END-IF                                                       00022375
           CLOSE CEPRCS01                                               00022376
           .                                                            00022377
       OPEN-FILES.                                                      00022400
           OPEN OUTPUT CEPRWK01                                         00022500
           OPEN OUTPUT CEPRAU01                                         00022600
              MOVE 12 TO RETURN-CODE                                    00023500
              STOP RUN                                                  00023600
           END-IF                                                       00023700
           IF WK-RUN-MODE = 'E'                                         00023710
              OPEN I-O   CEPJRN01                                       00023720
              IF WK-JRN-FILE-STATUS NOT = '00'                          00023730
                 DISPLAY "-----ERRO VSAM NO OPEN (CEPJRN01) -----"      00023740
                 DISPLAY WK-JRN-FILE-STATUS                             00023750
                 MOVE 12 TO RETURN-CODE                                 00023760
                 STOP RUN                                               00023770
              END-IF                                                    00023780
           END-IF                                                       00023790
           .                                                            00023800
       COLETA-CEPS.                                                     00023900
      *    PASSADA 1: BROWSE PELA CHAVE ALTERNATIVA, COLETANDO A        00024000
                    WK-VSAM-FILE-STATUS = '02'                          00031000
                    ADD 1 TO WK-CONT-ALTERADOS                          00031100
                    PERFORM GRAVA-AUDITORIA                             00031200
                    MOVE 'A' TO WK-JRN-OPERACAO                         00031210
                    PERFORM GRAVA-JORNAL                                00031220
                 ELSE                                                   00031300
                    PERFORM ERRO-VSAM                                   00031400
                 END-IF                                                 00031500
           MOVE SPACES            TO CEPRAU01-REC                       00035100
           MOVE WK-RUN-DATA-HORA  TO CEPRAU01-DATA-HORA                 00035200
           MOVE WK-SEQ-AUDITORIA  TO CEPRAU01-SEQ                       00035300
           MOVE WK-OPERADOR       TO CEPRAU01-OPERADOR                  00035310
           MOVE 'BTCH'            TO CEPRAU01-TERMINAL                  00035500
           MOVE 'A'               TO CEPRAU01-OPERACAO                  00035600
           MOVE WK-IMAGEM-ANTES   TO CEPRAU01-IMAGEM-ANTES              00035700
           MOVE CEPV0001-REC      TO CEPRAU01-IMAGEM-DEPOIS             00035800
           WRITE CEPRAU01-REC                                           00035900
           .                                                            00036000
       GRAVA-JORNAL.                                                    00036004
      *    IMAGEM DA ESCRITA EM CEPV0001 NO JORNAL DE ALTERACOES; A     00036008
      *    DATA/HORA E A DO MOMENTO DA ESCRITA (NAO A DA EXECUCAO),     00036012
      *    PARA A RECUPERACAO SEGUIR A ORDEM REAL ENTRE O BATCH E O     00036016
      *    ONLINE                                                       00036020
           ADD  1                     TO WK-JRN-SEQ                     00036024
           MOVE SPACES                TO CEPJRN01-REC                   00036028
           MOVE FUNCTION CURRENT-DATE TO CEPJRN01-DATA-HORA             00036032
           MOVE 'R'                   TO CEPJRN01-ORIGEM                00036036
           MOVE WK-JRN-SEQ            TO CEPJRN01-SEQ                   00036040
           MOVE 'CEPRENAM'            TO CEPJRN01-PROGRAMA              00036044
           MOVE WK-JRN-OPERACAO       TO CEPJRN01-OPERACAO              00036048
           MOVE CEPV0001-REC          TO CEPJRN01-IMAGEM                00036052
           WRITE CEPJRN01-REC                                           00036056
           END-WRITE                                                    00036060
           IF WK-JRN-FILE-STATUS = '00'                                 00036064
              ADD 1 TO WK-CONT-JORNAL                                   00036068
           ELSE                                                         00036072
              DISPLAY "-----ERRO VSAM NO JORNAL (CEPJRN01) -----"       00036076
              MOVE WK-JRN-FILE-STATUS TO WK-VSAM-FILE-STATUS            00036080
              PERFORM ERRO-VSAM                                         00036084
           END-IF                                                       00036088
           .                                                            00036092
       NORMALIZA-CIDADE-NOVA.                                           00036100
      *    CHAVE DE BUSCA DO NOVO NOME: MAIUSCULAS E ACENTOS            00036200
      *    RETIRADOS (CODIGOS EBCDIC CP037/CP1140 DO PORTUGUES)         00036300
              DISPLAY WK-CONT-REPROVADOS                                00040000
              DISPLAY 'CEPS NAO REENCONTRADOS NA PASSADA 2 ..........'  00040100
              DISPLAY WK-CONT-NAO-ACHADOS                               00040200
              DISPLAY 'ALTERACOES GRAVADAS NO JORNAL (CEPJRN01) .....'  00040210
              DISPLAY WK-CONT-JORNAL                                    00040220
              DISPLAY 'LEMBRETE: RODAR CEPIBGE PARA REATRIBUIR O    '   00040300
              DISPLAY 'CODIGO IBGE DOS REGISTROS ALTERADOS          '   00040400
           ELSE                                                         00040500
           CLOSE CEPV0001                                               00041100
           CLOSE CEPRWK01                                               00041200
           CLOSE CEPRAU01                                               00041300
           IF WK-RUN-MODE = 'E'                                         00041310
              CLOSE CEPJRN01                                            00041320
           END-IF                                                       00041330
           .                                                            00041400
