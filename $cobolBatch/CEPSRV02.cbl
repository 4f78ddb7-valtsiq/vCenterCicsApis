      *                        operador humano paginar.                 00002200
      * DSnames .............. B090290.CEPVSA01 (via PATH da chave      00002300
      *                        alternativa, arquivo CICS "CEPV0002")    00002400
      *                        B090290.CEPVSA07 (arquivo CICS           00002410
      *                        "CEPV0007", DICIONARIO DE SINONIMOS)     00002420
      * Sinonimos ............ LOGRADOURO INFORMADO QUE A REVISAO       00002430
      *                        MANUAL (CEPREVIS) JA ACEITOU COMO OUTRA  00002440
      *                        GRAFIA DE UM LOGRADOURO DA CIDADE E      00002450
      *                        TROCADO PELO LOGRADOURO OFICIAL ANTES    00002460
      *                        DO FILTRO ('AV BRAZIL' -> 'AVENIDA       00002470
      *                        BRASIL'). GRAFIA FORA DO DICIONARIO (OU  00002480
      *                        ERRO NA LEITURA DELE) FILTRA COMO SEMPRE.00002490
      * Interface (COMMAREA, 106 BYTES) ......                          00002500
      *   ENTRADA  POS 001-002 = UF                                     00002600
      *            POS 003-032 = CIDADE (COMPARACAO EXATA, APOS         00002700
           03 WK-IDX                     PIC S9(004) COMP VALUE 0.      00006300
           03 WK-QTDE                    PIC S9(004) COMP VALUE 0.      00006400
           03 WK-TRANSBORDO              PIC  X(001) VALUE 'N'.         00006500
           03 WK-FILTRO                  PIC  X(030) VALUE SPACES.      00006505
                                                                        00006510
      *    DICIONARIO DE SINONIMOS DE LOGRADOURO (CEPV0007, GRAVADO     00006515
      *    PELA REVISAO CEPREVIS; CHAVE MONTADA COM CEPNRMLG)           00006520
        01 WK-NRM-AREA.                                                 00006525
           03 WK-NRM-ENTRADA            PIC  X(030) VALUE SPACES.       00006530
           03 WK-NRM-SAIDA              PIC  X(060) VALUE SPACES.       00006535
           03 WK-NRM-TAMANHO            PIC  9(002) VALUE ZEROS.        00006540
        01 WK-CEPV0007-REC.                                             00006545
           03 WK-CEPV0007-CHAVE.                                        00006550
              05 WK-CEPV0007-UF          PIC  X(002).                   00006555
              05 WK-CEPV0007-CIDADE      PIC  X(030).                   00006560
              05 WK-CEPV0007-VARIANTE    PIC  X(040).                   00006565
           03 WK-CEPV0007-STATUS         PIC  X(001).                   00006570
           03 WK-CEPV0007-LOG-OFICIAL    PIC  X(030).                   00006575
           03 FILLER                     PIC  X(057).                   00006580
                                                                        00006600
       LINKAGE SECTION.                                                 00006700
       01 DFHCOMMAREA.                                                  00006800
           .                                                            00010500
       PESQUISA-CEPS.                                                   00010600
           PERFORM NORMALIZA-CIDADE                                     00010700
           MOVE LK-SRV-LOGRADOURO TO WK-FILTRO                          00010710
           IF LK-SRV-LOGRADOURO NOT = SPACES                            00010720
              PERFORM CONSULTA-DICIONARIO                               00010730
           END-IF                                                       00010740
           PERFORM CALCULA-FILTRO-LEN                                   00010800
           MOVE 0   TO WK-QTDE                                          00010900
           MOVE 'N' TO WK-FIM-BROWSE                                    00011000
           MOVE 'S' TO WK-CASOU-FILTRO                                  00016300
           IF WK-FILTRO-LEN > 0                                         00016400
              IF WK-CEPV0001-LOGRADOURO (1:WK-FILTRO-LEN) NOT =         00016500
                 WK-FILTRO (1:WK-FILTRO-LEN)                            00016510
                 MOVE 'N' TO WK-CASOU-FILTRO                            00016700
              END-IF                                                    00016800
           END-IF                                                       00016900
              X'EBECEDEEEFFBFCFDFE'                                     00021000
              TO 'OOOOOUUUU'                                            00021100
           .                                                            00021200
       CONSULTA-DICIONARIO.                                             00021205
      *    GRAFIA INFORMADA JA ACEITA NA REVISAO COMO SINONIMO: O       00021210
      *    FILTRO PASSA A SER O LOGRADOURO OFICIAL                      00021215
           MOVE LK-SRV-LOGRADOURO TO WK-NRM-ENTRADA                     00021220
           CALL 'CEPNRMLG' USING WK-NRM-AREA                            00021225
           MOVE LK-SRV-UF         TO WK-CEPV0007-UF                     00021230
           MOVE WK-CIDADE-BUSCA   TO WK-CEPV0007-CIDADE                 00021235
           MOVE WK-NRM-SAIDA      TO WK-CEPV0007-VARIANTE               00021240
           EXEC CICS READ                                               00021245
                FILE('CEPV0007')                                        00021250
                INTO(WK-CEPV0007-REC)                                   00021255
                RIDFLD(WK-CEPV0007-CHAVE)                               00021260
                KEYLENGTH(LENGTH OF WK-CEPV0007-CHAVE)                  00021265
                RESP(WK-RESP)                                           00021270
           END-EXEC                                                     00021275
           IF WK-RESP = DFHRESP(NORMAL) AND WK-CEPV0007-STATUS = 'A'    00021280
              MOVE WK-CEPV0007-LOG-OFICIAL TO WK-FILTRO                 00021285
           END-IF                                                       00021290
           .                                                            00021295
       CALCULA-FILTRO-LEN.                                              00021300
      *    TAMANHO UTIL (SEM BRANCOS A DIREITA) DO PREFIXO DE           00021400
      *    LOGRADOURO INFORMADO                                         00021500
           PERFORM MEDE-FILTRO 30 TIMES                                 00021800
           .                                                            00021900
       MEDE-FILTRO.                                                     00022000
           IF WK-FILTRO (WK-IDX:1) NOT = SPACE                          00022010
              MOVE WK-IDX TO WK-FILTRO-LEN                              00022200
           END-IF                                                       00022300
           ADD 1 TO WK-IDX                                              00022400
