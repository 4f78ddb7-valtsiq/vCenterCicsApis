      *                        BAIRRO ou LOGRADOURO.                    00002000
      * DSnames .............. B090290.CEPVSA01 (via PATH da chave      00002100
      *                        alternativa, arquivo CICS "CEPV0002")    00002200
      *                        B090290.CEPVSA07 (arquivo CICS           00002210
      *                        "CEPV0007", DICIONARIO DE SINONIMOS)     00002220
      * Fluxo pseudo-conversacional ..........                          00002300
      *   1a chamada  (EIBCALEN = 0) -> envia tela de instrucoes.       00002400
      *   2a chamada em diante ......... ENTER = nova pesquisa, linha   00002500
      *                                               'B' POR BAIRRO    00003100
      *                                               'L' POR LOGRADOURO00003200
      *                                 POS 034-063 = PREFIXO DO FILTRO 00003300
      *                                 (NO FILTRO 'L', GRAFIA JA       00003310
      *                                 ACEITA NA REVISAO CEPREVIS      00003320
      *                                 COMO SINONIMO DE UM LOGRADOURO  00003330
      *                                 DA CIDADE - DICIONARIO          00003340
      *                                 CEPV0007 - E TROCADA PELO       00003350
      *                                 LOGRADOURO OFICIAL)             00003360
      *                                 PF8 = pagina seguinte           00003400
      *                                 PF7 = pagina anterior           00003500
      *                                 'M' + NUMERO DA LINHA (01-10)   00003520
           03 WK-XFER-FLAG               PIC  X(001) VALUE 'C'.         00006550
           03 WK-XFER-CEP                PIC  X(008) VALUE SPACES.      00006560
                                                                        00006600
      *    DICIONARIO DE SINONIMOS DE LOGRADOURO (CEPV0007, GRAVADO     00006606
      *    PELA REVISAO CEPREVIS; CHAVE MONTADA COM CEPNRMLG)           00006612
        01 WK-NRM-AREA.                                                 00006618
           03 WK-NRM-ENTRADA            PIC  X(030) VALUE SPACES.       00006624
           03 WK-NRM-SAIDA              PIC  X(060) VALUE SPACES.       00006630
           03 WK-NRM-TAMANHO            PIC  9(002) VALUE ZEROS.        00006636
        01 WK-CEPV0007-REC.                                             00006642
           03 WK-CEPV0007-CHAVE.                                        00006648
              05 WK-CEPV0007-UF          PIC  X(002).                   00006654
              05 WK-CEPV0007-CIDADE      PIC  X(030).                   00006660
              05 WK-CEPV0007-VARIANTE    PIC  X(040).                   00006666
           03 WK-CEPV0007-STATUS         PIC  X(001).                   00006672
           03 WK-CEPV0007-LOG-OFICIAL    PIC  X(030).                   00006678
           03 FILLER                     PIC  X(057).                   00006684
                                                                        00006690
        01 WK-ENTRADA.                                                  00006700
           03 WK-ENT-UF                  PIC  X(002).                   00006800
           03 WK-ENT-CIDADE              PIC  X(030).                   00006900
           PERFORM NORMALIZA-CIDADE                                     00015750
           MOVE WK-ENT-FILTRO-TIPO TO WK-CA-FILTRO-TIPO                 00015800
           MOVE WK-ENT-FILTRO-PREF TO WK-CA-FILTRO-PREF                 00015900
           IF WK-CA-FILTRO-TIPO = 'L' AND WK-CA-FILTRO-PREF NOT = SPACES00015910
              PERFORM CONSULTA-DICIONARIO                               00015920
           END-IF                                                       00015930
           MOVE ZEROS              TO WK-CA-PAGINA                      00016000
           MOVE '1'                TO WK-COMMAREA-FLAG                  00016100
           .                                                            00016200
                ERASE                                                   00042300
           END-EXEC                                                     00042400
           .                                                            00042500
       CONSULTA-DICIONARIO.                                             00042600
      *    GRAFIA DE LOGRADOURO JA ACEITA NA REVISAO COMO SINONIMO: O   00042700
      *    FILTRO PASSA A SER O LOGRADOURO OFICIAL. FORA DO DICIONARIO  00042800
      *    (OU ERRO NA LEITURA) O PREFIXO DIGITADO SEGUE COMO VEIO      00042900
           MOVE WK-CA-FILTRO-PREF  TO WK-NRM-ENTRADA                    00043000
           CALL 'CEPNRMLG' USING WK-NRM-AREA                            00043100
           MOVE WK-CA-UF           TO WK-CEPV0007-UF                    00043200
           MOVE WK-CA-CIDADE-BUSCA TO WK-CEPV0007-CIDADE                00043300
           MOVE WK-NRM-SAIDA       TO WK-CEPV0007-VARIANTE              00043400
           EXEC CICS READ                                               00043500
                FILE('CEPV0007')                                        00043600
                INTO(WK-CEPV0007-REC)                                   00043700
                RIDFLD(WK-CEPV0007-CHAVE)                               00043800
                KEYLENGTH(LENGTH OF WK-CEPV0007-CHAVE)                  00043900
                RESP(WK-RESP)                                           00044000
           END-EXEC                                                     00044100
           IF WK-RESP = DFHRESP(NORMAL) AND WK-CEPV0007-STATUS = 'A'    00044200
              MOVE WK-CEPV0007-LOG-OFICIAL TO WK-CA-FILTRO-PREF         00044300
           END-IF                                                       00044400
           .                                                            00044500
