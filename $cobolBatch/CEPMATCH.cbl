      *                        ACEITA O CEP CUJA FAIXA CONTEM O         00002090
      *                        NUMERO; CEP SEM FAIXA CADASTRADA SEGUE   00002092
      *                        ACEITO COMO SEMPRE FOI.                  00002094
      * CEP aposentado ....... CEP INFORMADO QUE O FORNECEDOR EXCLUIU   00002095
      *                        (CLUSTER CEPV0004, GRAVADO POR CEPAPLY)  00002096
      *                        E TRADUZIDO PARA O CEP SUCESSOR, DESDE   00002097
      *                        QUE O SUCESSOR ESTEJA NA BASE E CONFIRA  00002098
      *                        COM A UF/CIDADE DO CLIENTE (ORIGEM 'S'); 00002099
      *                        SEM SUCESSOR O CLIENTE SEGUE PARA A      00002100
      *                        PROCURA POR LOGRADOURO COMO ANTES.       00002101
      * DSnames .............. B090290.CEPVSA01                         00002102
      *                        B090290.CEPVSA03 (DD CEPV0003, FAIXAS    00002150
      *                        DE NUMERACAO)                            00002160
      *                        B090290.CEPVSA04 (DD CEPV0004, CEPS      00002170
      *                        APOSENTADOS)                             00002180
      *                        B090290.CEPVSA07 (DD CEPV0007,           00002186
      *                        DICIONARIO DE SINONIMOS DE LOGRADOURO)   00002192
      *                        B090290.CEPENT01 (ENTRADA DE CLIENTES)   00002200
      *                        B090290.CEPMOK01 (CASADOS)               00002300
      *                        B090290.CEPMEX01 (EXCECOES)              00002400
      *          'L' = CEP LOCALIZADO POR UF/CIDADE/LOGRADOURO          00003500
      *          'N' = CEP LOCALIZADO POR FAIXA DE NUMERACAO            00003550
      *          'F' = CEP CASADO POR SEMELHANCA DE LOGRADOURO          00003552
      *          'S' = CEP APOSENTADO TRADUZIDO PARA O SUCESSOR         00003553
      *          'D' = CEP LOCALIZADO PELO DICIONARIO DE SINONIMOS      00003554
      * Semelhanca de logradouro ............. O RUIDO DE ABREVIATURA   00003555
      *   ('AV. BRASIL' X 'AVENIDA BRASIL') ERA A MAIOR CAUSA DE        00003556
      *   EXCECAO: AGORA AS GRAFIAS SAO NORMALIZADAS (ABREVIATURA DO    00003557
      *   TIPO EXPANDIDA, PONTUACAO E ACENTO FORA) E, SE AINDA          00003558
      *   DIFEREM, RECEBEM UM SCORE DE BIGRAMAS COMUNS (0-100):         00003559
      *   SCORE >= LIMIAR DE ACEITE (DEFAULT 085) CASA AUTOMATICO       00003560
      *   (ORIGEM 'F'); ENTRE O LIMIAR DE REVISAO (DEFAULT 060) E O     00003561
      *   DE ACEITE O CASO SAI EM CEPMRV01 COM AS DUAS GRAFIAS E O      00003562
      *   SCORE PARA UM HUMANO DECIDIR; ABAIXO DISSO SEGUE EXCECAO      00003563
      *   NORMAL EM CEPMEX01.                                           00003564
      * Dicionario de sinonimos ............... AS DECISOES DA REVISAO  00003565
      *   MANUAL (FILA CEPMRQ01 CARREGADA POR CEPMRCOL E TRABALHADA NA  00003566
      *   TRANSACAO CEPR/CEPREVIS) FICAM NO CLUSTER CEPV0007, CHAVE UF  00003567
      *   + CIDADE + GRAFIA DO CLIENTE NORMALIZADA (CEPNRMLG). ANTES    00003568
      *   DE PONTUAR, A GRAFIA DO CLIENTE E PROCURADA NELE:             00003569
      *   - SINONIMO ACEITO: O LOGRADOURO OFICIAL DA ENTRADA CASA       00003570
      *     COMO SE FOSSE LITERAL (ORIGEM 'D'), SEM PASSAR PELO         00003571
      *     SCORE NEM VOLTAR PARA A REVISAO;                            00003572
      *   - PAREAMENTO REJEITADO: SE O CANDIDATO MAIS PARECIDO FOR O    00003573
      *     MESMO LOGRADOURO JA REJEITADO, O CLIENTE VAI DIRETO PARA    00003574
      *     CEPMEX01 EM VEZ DE VOLTAR PARA A FILA DE REVISAO.           00003575
      * Modo de processamento (PARM POS 01) ..                          00003576
      *   'R' = ALEATORIO (DEFAULT): UM READ RANDOM NA BASE POR         00003577
      *         CLIENTE, COMO SEMPRE FOI - BOM PARA ARQUIVOS DE         00003578
      *         MILHARES DE REGISTROS.                                  00003579
      *   'S' = SEQUENCIAL, PARA OS ARQUIVOS MENSAIS DE MILHOES DE      00003580
      *         REGISTROS QUE NAO CABEM MAIS NA JANELA: CLASSIFICA A    00003582
      *         ENTRADA POR CEP (SORT INTERNO) E CASA CONTRA A IMAGEM   00003584
           FILE STATUS WK-VSAM-FILE-STATUS.                             00004850
      *    FAIXAS DE NUMERACAO DE LOGRADOURO (CARGA CEPFXLOD)           00004860
      *                                                                 00004870
           SELECT CEPV0004 ASSIGN TO 'CEPV0004'                         00004873
           ORGANIZATION IS INDEXED                                      00004876
           ACCESS MODE IS RANDOM                                        00004879
           RECORD KEY IS CEPV0004-CEP                                   00004882
           FILE STATUS WK-VSAM-FILE-STATUS.                             00004885
      *    CEPS APOSENTADOS COM O SUCESSOR (GRAVADO POR CEPAPLY)        00004888
      *                                                                 00004891
           SELECT CEPV0007 ASSIGN TO 'CEPV0007'                         00004892
           ORGANIZATION IS INDEXED                                      00004893
           ACCESS MODE IS RANDOM                                        00004894
           RECORD KEY IS CEPV0007-CHAVE                                 00004895
           FILE STATUS WK-VSAM-FILE-STATUS.                             00004896
      *    DICIONARIO DE SINONIMOS DE LOGRADOURO (GRAVADO POR CEPREVIS) 00004897
      *                                                                 00004898
           SELECT CEPENT01 ASSIGN TO 'CEPENT01'                         00004900
           ORGANIZATION SEQUENTIAL.                                     00005000
      *    ARQUIVO DE ENDERECOS DE CLIENTES A HIGIENIZAR                00005100
          05 CEPV0003-PARIDADE          PIC  X(001).                    00007180
      *       'P' = SO PARES  'I' = SO IMPARES  'A' = AMBOS             00007190
      *                                                                 00007195
       FD CEPV0004.                                                     00007196
       01 CEPV0004-REC.                                                 00007197
          05 CEPV0004-CEP               PIC  X(008).                    00007198
          05 CEPV0004-DT-APOSENTADORIA  PIC  X(021).                    00007199
          05 CEPV0004-CEP-SUCESSOR      PIC  X(008).                    00007200
          05 CEPV0004-IMAGEM            PIC  X(161).                    00007201
          05 FILLER                     PIC  X(002).                    00007202
      *                                                                 00007203
       FD CEPV0007.                                                     00007204
       01 CEPV0007-REC.                                                 00007205
          05 CEPV0007-CHAVE.                                            00007206
             10 CEPV0007-UF             PIC  X(002).                    00007207
             10 CEPV0007-CIDADE-BUSCA   PIC  X(030).                    00007208
             10 CEPV0007-VARIANTE       PIC  X(040).                    00007209
          05 CEPV0007-STATUS            PIC  X(001).                    00007210
      *       'A' = SINONIMO ACEITO  'R' = PAREAMENTO REJEITADO         00007211
          05 CEPV0007-LOG-OFICIAL       PIC  X(030).                    00007212
          05 CEPV0007-CEP-REFERENCIA    PIC  X(008).                    00007213
          05 CEPV0007-VARIANTE-ORIGINAL PIC  X(030).                    00007214
          05 CEPV0007-OPERADOR          PIC  X(008).                    00007215
          05 CEPV0007-DT-DECISAO        PIC  X(008).                    00007216
          05 FILLER                     PIC  X(003).                    00007217
      *                                                                 00007218
       FD CEPENT01                                                      00007219
            RECORDING MODE IS F                                         00007300
            RECORD CONTAINS 150 CHARACTERS.                             00007400
       01 CEPENT01-REC.                                                 00007500
           03 WK-CONT-CEP-OK            PIC  9(010) VALUE ZEROS.        00010900
           03 WK-CONT-LOCALIZADOS       PIC  9(010) VALUE ZEROS.        00011000
           03 WK-CONT-FAIXA             PIC  9(010) VALUE ZEROS.        00011050
           03 WK-CONT-SUCESSOR          PIC  9(010) VALUE ZEROS.        00011060
           03 WK-CONT-SEM-MATCH         PIC  9(010) VALUE ZEROS.        00011100
           03 WK-CONT-CASADOS           PIC  9(010) VALUE ZEROS.        00011200
           03 WK-TAXA-ACERTO            PIC  9(003)V99 VALUE ZEROS.     00011300
           03 WK-LIMIAR-ACEITA          PIC  9(003) VALUE 85.           00011514
           03 WK-LIMIAR-REVISAO         PIC  9(003) VALUE 60.           00011515
           03 WK-CEP-FAIXA              PIC  X(008) VALUE SPACES.       00011516
           03 WK-ALIAS-STATUS           PIC  X(001) VALUE SPACE.        00011517
      *       ' ' = GRAFIA FORA DO DICIONARIO  'A' = ACEITA             00011518
      *       'R' = PAREAMENTO REJEITADO                                00011519
           03 WK-ALIAS-LOG              PIC  X(030) VALUE SPACES.       00011520
           03 WK-VIA-DICIONARIO         PIC  X(001) VALUE 'N'.          00011521
           03 WK-CONT-DICIONARIO        PIC  9(010) VALUE ZEROS.        00011522
           03 WK-CONT-REJEITADOS        PIC  9(010) VALUE ZEROS.        00011523
                                                                        00011524
      *    AREAS DA COMPARACAO APROXIMADA DE LOGRADOURO: AS DUAS        00011525
      *    GRAFIAS SAO NORMALIZADAS (MAIUSCULAS, SEM ACENTO NEM         00011526
      *    PONTUACAO, ABREVIATURA DO TIPO EXPANDIDA - SUBPROGRAMA       00011527
      *    CEPNRMLG) E O SCORE E O COEFICIENTE DE BIGRAMAS COMUNS       00011528
      *    (0 A 100)                                                    00011529
        01 WK-FUZZY-AREAS.                                              00011530
           03 WK-LOG-CLI-NORM           PIC  X(060) VALUE SPACES.       00011531
           03 WK-LOG-CLI-LEN            PIC  9(002) VALUE ZEROS.        00011532
           03 WK-LOG-BASE-NORM          PIC  X(060) VALUE SPACES.       00011533
           03 WK-LOG-BASE-LEN           PIC  9(002) VALUE ZEROS.        00011534
           03 WK-LOG-ENTRADA            PIC  X(030) VALUE SPACES.       00011535
           03 WK-LOG-SAIDA              PIC  X(060) VALUE SPACES.       00011536
           03 WK-LOG-SAIDA-LEN          PIC  9(002) VALUE ZEROS.        00011537
           03 WK-MELHOR-SCORE           PIC  9(003) VALUE ZEROS.        00011538
           03 WK-MELHOR-CEP             PIC  X(008) VALUE SPACES.       00011539
           03 WK-MELHOR-LOG             PIC  X(030) VALUE SPACES.       00011540
           03 WK-SC-I                   PIC  9(002) VALUE ZEROS.        00011541
           03 WK-SC-J                   PIC  9(002) VALUE ZEROS.        00011542
           03 WK-SC-N1                  PIC  9(003) VALUE ZEROS.        00011543
           03 WK-SC-N2                  PIC  9(003) VALUE ZEROS.        00011544
           03 WK-SC-COMUM               PIC  9(003) VALUE ZEROS.        00011545
           03 WK-SC-SOMA                PIC  9(004) VALUE ZEROS.        00011546
           03 WK-SC-SCORE               PIC  9(003) VALUE ZEROS.        00011547
           03 WK-SC-ACHOU               PIC  X(001) VALUE 'N'.          00011548
           03 WK-TAB-USADO.                                             00011549
              05 WK-B-USADO             PIC  X(001) OCCURS 59 TIMES.    00011550
                                                                        00011553
      *    AREA DE CHAMADA DO NORMALIZADOR DE LOGRADOURO (CEPNRMLG)     00011556
        01 WK-NRM-AREA.                                                 00011559
           03 WK-NRM-ENTRADA            PIC  X(030) VALUE SPACES.       00011562
           03 WK-NRM-SAIDA              PIC  X(060) VALUE SPACES.       00011565
           03 WK-NRM-TAMANHO            PIC  9(002) VALUE ZEROS.        00011568
                                                                        00011569
       LINKAGE SECTION.                                                 00011572
       01 LK-PARM-LENGTH                PIC S9(004) COMP.               00011573
       01 LK-PARM-DATA.                                                 00011574
       OPEN-FILES.                                                      00012700
           OPEN INPUT  CEPV0001                                         00012800
           OPEN INPUT  CEPV0003                                         00012850
           OPEN INPUT  CEPV0004                                         00012860
           OPEN INPUT  CEPV0007                                         00012870
           OPEN INPUT  CEPENT01                                         00012900
           IF WK-RUN-MODE = 'S'                                         00012910
              OPEN INPUT CEPUNL01                                       00012920
           MOVE ZEROS  TO WK-MELHOR-SCORE                               00016084
           MOVE SPACES TO WK-MELHOR-CEP                                 00016085
           MOVE SPACES TO WK-MELHOR-LOG                                 00016086
           MOVE SPACE  TO WK-ALIAS-STATUS                               00016087
           MOVE SPACES TO WK-ALIAS-LOG                                  00016088
           MOVE 'N'    TO WK-VIA-DICIONARIO                             00016089
           PERFORM NORMALIZA-CIDADE-ENT                                 00016090
           .                                                            00016091
       FINALIZA-CLIENTE.                                                00016092
           EVALUATE TRUE                                                00016093
              WHEN WK-CASOU = 'S'                                       00016094
                 ADD 1 TO WK-CONT-CASADOS                               00016095
                 PERFORM GRAVA-CASADO                                   00016096
              WHEN WK-EM-REVISAO = 'S'                                  00016097
      *          SEMELHANCA NA FAIXA DE DUVIDA: O CASO JA FOI PARA A    00016098
      *          FILA DE REVISAO (CEPMRV01), NAO E EXCECAO NEM ACERTO   00016099
                 ADD 1 TO WK-CONT-REVISAO                               00016100
              WHEN OTHER                                                00016101
                 ADD 1 TO WK-CONT-SEM-MATCH                             00016500
                 IF WK-MOTIVO = SPACES                                  00016600
                    MOVE 'ENDERECO NAO LOCALIZADO' TO WK-MOTIVO         00016700
              END-IF                                                    00017224
           ELSE                                                         00017226
              MOVE 'CEP INFORMADO NAO CADASTRADO' TO WK-MOTIVO          00017228
              PERFORM TRADUZ-APOSENTADO                                 00017229
           END-IF                                                       00017230
           .                                                            00017232
       AVANCA-IMAGEM.                                                   00017234
           READ CEPV0001                                                00017700
              INVALID KEY                                               00017800
                 MOVE 'CEP INFORMADO NAO CADASTRADO' TO WK-MOTIVO       00017900
                 PERFORM TRADUZ-APOSENTADO                              00017910
              NOT INVALID KEY                                           00018000
                 IF CEPV0001-UF = CEPENT01-UF AND                       00018100
                    CEPV0001-CIDADE-BUSCA = WK-CIDADE-BUSCA             00018200
                 END-IF                                                 00018900
           END-READ                                                     00019000
           .                                                            00019100
       TRADUZ-APOSENTADO.                                               00019102
      *    CEP INFORMADO FORA DA BASE: SE FOI APOSENTADO PELO           00019104
      *    FORNECEDOR COM SUCESSOR, O CLIENTE RECEBE O CEP NOVO -       00019106
      *    CONFERIDO NA BASE CONTRA A UF/CIDADE DO CLIENTE COMO         00019108
      *    QUALQUER CEP INFORMADO                                       00019110
           MOVE CEPENT01-CEP TO CEPV0004-CEP                            00019112
           READ CEPV0004                                                00019114
              INVALID KEY                                               00019116
                 CONTINUE                                               00019118
              NOT INVALID KEY                                           00019120
                 IF CEPV0004-CEP-SUCESSOR = SPACES                      00019122
                    MOVE 'CEP APOSENTADO SEM SUCESSOR' TO WK-MOTIVO     00019124
                 ELSE                                                   00019126
                    PERFORM CONFERE-SUCESSOR                            00019128
                 END-IF                                                 00019130
           END-READ                                                     00019132
           .                                                            00019134
       CONFERE-SUCESSOR.                                                00019136
           MOVE CEPV0004-CEP-SUCESSOR TO CEPV0001-CEP                   00019138
           READ CEPV0001                                                00019140
              INVALID KEY                                               00019142
                 MOVE 'CEP SUCESSOR NAO CADASTRADO' TO WK-MOTIVO        00019144
              NOT INVALID KEY                                           00019146
                 IF CEPV0001-UF = CEPENT01-UF AND                       00019148
                    CEPV0001-CIDADE-BUSCA = WK-CIDADE-BUSCA             00019150
                    MOVE 'S'          TO WK-CASOU                       00019152
                    MOVE 'S'          TO WK-ORIGEM                      00019154
                    MOVE CEPV0001-CEP TO WK-CEP-CASADO                  00019156
                    ADD  1            TO WK-CONT-SUCESSOR               00019158
                 ELSE                                                   00019160
                    MOVE 'CEP SUCESSOR DIVERGE UF/CIDADE' TO WK-MOTIVO  00019162
                 END-IF                                                 00019164
           END-READ                                                     00019166
           .                                                            00019168
       PROCURA-POR-LOGRADOURO.                                          00019200
      *    POSICIONA NA CHAVE ALTERNATIVA UF + CIDADE E PERCORRE OS     00019300
      *    CEPS DA CIDADE COMPARANDO O LOGRADOURO                       00019400
           PERFORM NORMALIZA-LOGRADOURO                                 00019840
           MOVE WK-LOG-SAIDA     TO WK-LOG-CLI-NORM                     00019860
           MOVE WK-LOG-SAIDA-LEN TO WK-LOG-CLI-LEN                      00019880
           PERFORM CONSULTA-DICIONARIO                                  00019890
           START CEPV0001 KEY NOT < CEPV0001-UF-CIDADE                  00019900
              INVALID KEY                                               00019920
                 MOVE 'S' TO WK-FIM-BROWSE                              00019940
              PERFORM TRATA-MELHOR-SEMELHANCA                           00020290
           END-IF                                                       00020295
           .                                                            00020300
       CONSULTA-DICIONARIO.                                             00020306
      *    GRAFIA DO CLIENTE JA DECIDIDA NA REVISAO MANUAL? GUARDA O    00020312
      *    STATUS ('A'/'R') E O LOGRADOURO OFICIAL DA DECISAO           00020318
           MOVE CEPENT01-UF          TO CEPV0007-UF                     00020324
           MOVE WK-CIDADE-BUSCA      TO CEPV0007-CIDADE-BUSCA           00020330
           MOVE WK-LOG-CLI-NORM      TO CEPV0007-VARIANTE               00020336
           READ CEPV0007                                                00020342
              INVALID KEY                                               00020348
                 CONTINUE                                               00020354
              NOT INVALID KEY                                           00020360
                 MOVE CEPV0007-STATUS     TO WK-ALIAS-STATUS            00020366
                 MOVE CEPV0007-LOG-OFICIAL TO WK-ALIAS-LOG              00020372
           END-READ                                                     00020378
           .                                                            00020384
       LE-PROXIMO-CIDADE.                                               00020400
           READ CEPV0001 NEXT RECORD                                    00020500
              AT END                                                    00020600
                    CEPV0001-CIDADE-BUSCA NOT = WK-CIDADE-BUSCA         00021000
                    MOVE 'S' TO WK-FIM-BROWSE                           00021100
                 ELSE                                                   00021200
                    EVALUATE TRUE                                       00021257
                       WHEN CEPV0001-LOGRADOURO = CEPENT01-LOGRADOURO   00021314
                          PERFORM TRATA-LOGRADOURO-IGUAL                00021371
                       WHEN WK-ALIAS-STATUS = 'A' AND                   00021428
                            CEPV0001-LOGRADOURO = WK-ALIAS-LOG          00021485
      *                   SINONIMO ACEITO NA REVISAO: O LOGRADOURO      00021542
      *                   OFICIAL VALE COMO IGUALDADE LITERAL           00021599
                          MOVE 'S' TO WK-VIA-DICIONARIO                 00021656
                          PERFORM TRATA-LOGRADOURO-IGUAL                00021713
                          MOVE 'N' TO WK-VIA-DICIONARIO                 00021770
                       WHEN OTHER                                       00021827
                          PERFORM AVALIA-SEMELHANCA                     00021884
                    END-EVALUATE                                        00021941
                 END-IF                                                 00022000
           END-READ                                                     00022100
           .                                                            00022200
           END-IF                                                       00022238
           .                                                            00022240
       TRATA-MELHOR-SEMELHANCA.                                         00022242
      *    O MESMO PAREAMENTO JA FOI REJEITADO NA REVISAO MANUAL: NAO   00022243
      *    CASA NEM VOLTA PARA A FILA, SEGUE COMO EXCECAO               00022244
           EVALUATE TRUE                                                00022245
              WHEN WK-ALIAS-STATUS = 'R' AND                            00022246
                   WK-ALIAS-LOG = WK-MELHOR-LOG                         00022247
                 MOVE 'PAREAMENTO REJEITADO NA REVISAO' TO WK-MOTIVO    00022248
                 ADD  1 TO WK-CONT-REJEITADOS                           00022249
              WHEN WK-MELHOR-SCORE >= WK-LIMIAR-ACEITA                  00022250
                 PERFORM ACEITA-POR-SEMELHANCA                          00022251
              WHEN OTHER                                                00022252
                 PERFORM GRAVA-REVISAO                                  00022253
           END-EVALUATE                                                 00022254
           .                                                            00022255
       ACEITA-POR-SEMELHANCA.                                           00022256
      *    SCORE ACIMA DO LIMIAR DE ACEITE: CASA AUTOMATICO, DESDE      00022258
      *    QUE A FAIXA DE NUMERACAO DO CEP (SE CADASTRADA) CONTENHA     00022260
              PERFORM CONFERE-FAIXA-NUMERO                              00022336
              EVALUATE TRUE                                             00022338
                 WHEN WK-TEM-FAIXA = 'N'                                00022340
                    PERFORM MARCA-LOCALIZADO                            00022343
                    PERFORM CASA-POR-LOGRADOURO                         00022346
                 WHEN WK-FAIXA-ACHOU = 'S'                              00022348
                    MOVE 'N'          TO WK-ORIGEM                      00022350
                    MOVE 'NUMERO FORA DA FAIXA DO CEP'                  00022358
                       TO WK-MOTIVO                                     00022360
              END-EVALUATE                                              00022362
           ELSE                                                         00022363
              PERFORM MARCA-LOCALIZADO                                  00022364
              PERFORM CASA-POR-LOGRADOURO                               00022365
           END-IF                                                       00022366
           .                                                            00022367
       MARCA-LOCALIZADO.                                                00022368
      *    CASOU PELO LOGRADOURO SEM FAIXA: LITERAL ('L') OU PELO       00022369
      *    SINONIMO ACEITO DO DICIONARIO ('D')                          00022370
           IF WK-VIA-DICIONARIO = 'S'                                   00022371
              MOVE 'D'                TO WK-ORIGEM                      00022372
              ADD  1                  TO WK-CONT-DICIONARIO             00022373
           ELSE                                                         00022374
              MOVE 'L'                TO WK-ORIGEM                      00022375
              ADD  1                  TO WK-CONT-LOCALIZADOS            00022376
           END-IF                                                       00022377
           .                                                            00022378
       CASA-POR-LOGRADOURO.                                             00022379
           MOVE 'S'          TO WK-CASOU                                00022380
           MOVE CEPV0001-CEP TO WK-CEP-CASADO                           00022381
           MOVE 'S'          TO WK-FIM-BROWSE                           00022382
           .                                                            00022384
       CONFERE-FAIXA-NUMERO.                                            00022386
              X'EBECEDEEEFFBFCFDFE'                                     00022518
              TO 'OOOOOUUUU'                                            00022520
           .                                                            00022522
       NORMALIZA-LOGRADOURO.                                            00022531
      *    NORMALIZA UMA GRAFIA DE LOGRADOURO (WK-LOG-ENTRADA ->        00022540
      *    WK-LOG-SAIDA): MAIUSCULAS, SEM ACENTOS, PONTUACAO VIRA       00022549
      *    BRANCO E A ABREVIATURA DO TIPO NA PRIMEIRA PALAVRA E         00022558
      *    EXPANDIDA ('AV.' -> 'AVENIDA'). A REGRA FICA EM CEPNRMLG,    00022567
      *    A MESMA QUE MONTA A CHAVE DO DICIONARIO DE SINONIMOS         00022576
           MOVE WK-LOG-ENTRADA   TO WK-NRM-ENTRADA                      00022585
           CALL 'CEPNRMLG' USING WK-NRM-AREA                            00022594
           MOVE WK-NRM-SAIDA     TO WK-LOG-SAIDA                        00022603
           MOVE WK-NRM-TAMANHO   TO WK-LOG-SAIDA-LEN                    00022612
           .                                                            00022621
       CALCULA-SCORE.                                                   00022632
      *    SCORE DE SEMELHANCA (0-100) ENTRE AS GRAFIAS NORMALIZADAS:   00022634
      *    COEFICIENTE DE BIGRAMAS COMUNS (CADA BIGRAMA DA BASE SO      00022636
           DISPLAY WK-CONT-LIDOS                                        00023700
           DISPLAY 'CEP INFORMADO CONFIRMADO .....................'     00023800
           DISPLAY WK-CONT-CEP-OK                                       00023900
           DISPLAY 'CEP APOSENTADO TRADUZIDO PARA O SUCESSOR .....'     00023910
           DISPLAY WK-CONT-SUCESSOR                                     00023920
           DISPLAY 'CEP LOCALIZADO POR UF/CIDADE/LOGRADOURO ......'     00024000
           DISPLAY WK-CONT-LOCALIZADOS                                  00024100
           DISPLAY 'CEP LOCALIZADO POR FAIXA DE NUMERACAO ........'     00024120
           DISPLAY WK-CONT-FAIXA                                        00024140
           DISPLAY 'CEP LOCALIZADO PELO DICIONARIO DE SINONIMOS ..'     00024143
           DISPLAY WK-CONT-DICIONARIO                                   00024146
           DISPLAY 'CASADOS POR SEMELHANCA DE LOGRADOURO .........'     00024150
           DISPLAY WK-CONT-FUZZY                                        00024160
           DISPLAY 'ENVIADOS PARA REVISAO MANUAL (CEPMRV01) ......'     00024170
           DISPLAY WK-CONT-REVISAO                                      00024180
           DISPLAY 'PAREAMENTO JA REJEITADO NA REVISAO ...........'     00024186
           DISPLAY WK-CONT-REJEITADOS                                   00024192
           DISPLAY 'SEM CORRESPONDENCIA (CEPMEX01) ...............'     00024200
           DISPLAY WK-CONT-SEM-MATCH                                    00024300
           IF WK-CONT-LIDOS > 0                                         00024400
       CLOSE-FILES.                                                     00025300
           CLOSE CEPV0001                                               00025400
           CLOSE CEPV0003                                               00025450
           CLOSE CEPV0004                                               00025460
           CLOSE CEPV0007                                               00025470
           CLOSE CEPENT01                                               00025500
           IF WK-RUN-MODE = 'S'                                         00025520
              CLOSE CEPUNL01                                            00025540
