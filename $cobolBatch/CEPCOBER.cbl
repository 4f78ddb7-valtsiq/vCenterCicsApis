       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID. CEPCOBER.                                            00000200
      ******************************************************************00000300
      * Valter Siqueira - Systems      c                                00000400
      * Laboratoratório de uso particular ......                        00000500
      * ----------------------------------------------------------------00000600
      * Sistema .............. CEP                                      00000700
      * Programa.............. CEPCOBER                                 00000800
      * Tipo    .............. BATCH                                    00000900
      * Finalidade ........... Relatorio de COBERTURA da rede de        00001000
      *                        filiais: para cada municipio do arquivo  00001100
      *                        de centros (CEPMUN01, o mesmo usado por  00001200
      *                        CEPGEOLD) calcula a filial mais proxima  00001300
      *                        do centro do municipio (subprograma      00001400
      *                        CEPDIST, a regra da transacao CEPF) e    00001500
      *                        lista os municipios cuja filial mais     00001600
      *                        proxima fica ALEM da distancia limite,   00001700
      *                        por UF e do mais distante para o mais    00001800
      *                        proximo, com total por UF - a lista de   00001900
      *                        cidades descobertas para a expansao da   00002000
      *                        rede.                                    00002100
      * DSnames .............. B090290.CEPVSA09 (CEPV0009)              00002200
      *                        B090290.CEPMUN01 (CENTRO DOS MUNICIPIOS, 00002300
      *                        LAYOUT EM CEPGEOLD)                      00002400
      * Relatorio ............ CEPCBL01 (132 BYTES, PAGINADO)           00002500
      * PARM ................. POS 01-05 = DISTANCIA LIMITE EM KM       00002600
      *                        (00001 A 99999); SEM PARM = 00050.       00002700
      * RETURN-CODE .......... 0 = TODOS OS MUNICIPIOS COBERTOS         00002800
      *                        4 = HA MUNICIPIOS ALEM DO LIMITE         00002900
      *                        8 = PARM INVALIDO OU CADASTRO DE         00003000
      *                            FILIAIS VAZIO                        00003100
      *                       12 = ERRO VSAM                            00003200
      ******************************************************************00003300
       ENVIRONMENT DIVISION.                                            00003400
       INPUT-OUTPUT SECTION.                                            00003500
       FILE-CONTROL.                                                    00003600
      *INPUT FILE - CADASTRO DE FILIAIS                                 00003700
           SELECT CEPV0009 ASSIGN TO 'CEPV0009'                         00003800
           ORGANIZATION IS INDEXED                                      00003900
           ACCESS MODE IS SEQUENTIAL                                    00004000
           RECORD KEY IS CEPV0009-CODIGO                                00004100
           FILE STATUS WK-VSAM-FILE-STATUS.                             00004200
      *                                                                 00004300
           SELECT CEPMUN01 ASSIGN TO 'CEPMUN01'                         00004400
           ORGANIZATION SEQUENTIAL.                                     00004500
      *    CENTRO DOS MUNICIPIOS POR CODIGO IBGE                        00004600
                                                                        00004700
           SELECT CEPCBL01 ASSIGN TO 'CEPCBL01'                         00004800
           ORGANIZATION SEQUENTIAL.                                     00004900
      *    RELATORIO DE COBERTURA                                       00005000
                                                                        00005100
           SELECT CEPCSORT ASSIGN TO 'SORTWK01'.                        00005200
      *    CLASSIFICACAO DOS MUNICIPIOS DESCOBERTOS POR UF E DISTANCIA  00005300
       DATA DIVISION.                                                   00005400
       FILE SECTION.                                                    00005500
                                                                        00005600
       FD CEPV0009.                                                     00005700
       01 CEPV0009-REC.                                                 00005800
          05 CEPV0009-CODIGO            PIC  X(006).                    00005900
          05 CEPV0009-NOME              PIC  X(030).                    00006000
          05 CEPV0009-TIPO              PIC  X(001).                    00006100
          05 CEPV0009-CEP               PIC  X(008).                    00006200
          05 CEPV0009-UF                PIC  X(002).                    00006300
          05 CEPV0009-CIDADE            PIC  X(030).                    00006400
          05 CEPV0009-LATITUDE          PIC S9(003)V9(006)              00006500
                                        SIGN LEADING SEPARATE.          00006600
          05 CEPV0009-LONGITUDE         PIC S9(003)V9(006)              00006700
                                        SIGN LEADING SEPARATE.          00006800
          05 CEPV0009-ORIGEM-COORD      PIC  X(001).                    00006900
          05 CEPV0009-DT-CARGA          PIC  X(021).                    00007000
          05 FILLER                     PIC  X(001).                    00007100
      *                                                                 00007200
       FD CEPMUN01                                                      00007300
            RECORDING MODE IS F                                         00007400
            RECORD CONTAINS 080 CHARACTERS.                             00007500
       01 CEPMUN01-REC.                                                 00007600
          05 CEPMUN01-COD-IBGE          PIC  X(007).                    00007700
          05 FILLER                     PIC  X(001).                    00007800
          05 CEPMUN01-UF                PIC  X(002).                    00007900
          05 FILLER                     PIC  X(001).                    00008000
          05 CEPMUN01-NOME              PIC  X(030).                    00008100
          05 FILLER                     PIC  X(001).                    00008200
          05 CEPMUN01-LATITUDE          PIC S9(003)V9(006)              00008300
                                        SIGN LEADING SEPARATE.          00008400
          05 FILLER                     PIC  X(001).                    00008500
          05 CEPMUN01-LONGITUDE         PIC S9(003)V9(006)              00008600
                                        SIGN LEADING SEPARATE.          00008700
          05 FILLER                     PIC  X(017).                    00008800
      *                                                                 00008900
       FD CEPCBL01                                                      00009000
            RECORDING MODE IS F                                         00009100
            RECORD CONTAINS 132 CHARACTERS.                             00009200
       01 CEPCBL01-REC                  PIC  X(132).                    00009300
      *                                                                 00009400
       SD CEPCSORT.                                                     00009500
       01 CEPCSORT-REC.                                                 00009600
          05 CEPCSORT-UF                PIC  X(002).                    00009700
          05 CEPCSORT-DIST              PIC  9(005)V9(002).             00009800
          05 CEPCSORT-COD-IBGE          PIC  X(007).                    00009900
          05 CEPCSORT-NOME              PIC  X(030).                    00010000
          05 CEPCSORT-FIL               PIC  9(005).                    00010100
       WORKING-STORAGE SECTION.                                         00010200
        01 WORKING-AREAS.                                               00010300
           03 WK-VSAM-FILE-STATUS       PIC  X(002) VALUE SPACES.       00010400
           03 WK-EOF                    PIC  X(001) VALUE 'N'.          00010500
           03 WK-EOF-SORT               PIC  X(001) VALUE 'N'.          00010600
           03 WK-LIMITE-KM              PIC  9(005) VALUE 50.           00010700
           03 WK-LINHA                  PIC  X(132) VALUE SPACES.       00010800
           03 WK-LIN-PAG                PIC  9(002) VALUE 99.           00010900
           03 WK-PAGINA                 PIC  9(004) VALUE ZEROS.        00011000
           03 WK-PRINT-CONT             PIC  Z(009)9 VALUE ZEROS.       00011100
           03 WK-PRINT-DIST             PIC  ZZZZ9.99 VALUE ZEROS.      00011200
           03 WK-PRINT-LIMITE           PIC  ZZZZ9 VALUE ZEROS.         00011300
           03 WK-FIL-SUB                PIC S9(004) COMP VALUE 0.       00011400
           03 WK-MENOR-FIL              PIC S9(004) COMP VALUE 0.       00011500
           03 WK-MENOR-DIST             PIC  9(005)V9(002) VALUE 0.     00011600
           03 WK-UF-ANT                 PIC  X(002) VALUE SPACES.       00011700
           03 WK-CONT-UF                PIC  9(010) VALUE ZEROS.        00011800
           03 WK-CONT-MUNICIPIOS        PIC  9(010) VALUE ZEROS.        00011900
           03 WK-CONT-COBERTOS          PIC  9(010) VALUE ZEROS.        00012000
           03 WK-CONT-DESCOBERTOS       PIC  9(010) VALUE ZEROS.        00012100
           03 WK-CONT-SEM-COORDENADA    PIC  9(010) VALUE ZEROS.        00012200
           03 WK-CONT-UFS               PIC  9(010) VALUE ZEROS.        00012300
           03 WK-DST-AREA.                                              00012400
      *       INTERFACE DO SUBPROGRAMA DE DISTANCIA CEPDIST             00012500
              05 WK-DST-LAT1            PIC S9(003)V9(006)              00012600
                                        SIGN LEADING SEPARATE.          00012700
              05 WK-DST-LON1            PIC S9(003)V9(006)              00012800
                                        SIGN LEADING SEPARATE.          00012900
              05 WK-DST-LAT2            PIC S9(003)V9(006)              00013000
                                        SIGN LEADING SEPARATE.          00013100
              05 WK-DST-LON2            PIC S9(003)V9(006)              00013200
                                        SIGN LEADING SEPARATE.          00013300
              05 WK-DST-KM              PIC  9(005)V9(002).             00013400
              05 WK-DST-RETORNO         PIC  X(002).                    00013500
              05 FILLER                 PIC  X(001).                    00013600
                                                                        00013700
      *    CADASTRO DE FILIAIS EM MEMORIA (MESMO LIMITE DE CEPFILLD)    00013800
        01 WK-TAB-FILIAL.                                               00013900
           03 WK-FIL-QTDE               PIC  9(005) VALUE ZEROS.        00014000
           03 WK-FIL-ENTRY OCCURS 2000 TIMES.                           00014100
              05 WK-FIL-CODIGO          PIC  X(006).                    00014200
              05 WK-FIL-NOME            PIC  X(030).                    00014300
              05 WK-FIL-UF              PIC  X(002).                    00014400
              05 WK-FIL-CIDADE          PIC  X(030).                    00014500
              05 WK-FIL-LATITUDE        PIC S9(003)V9(006)              00014600
                                        SIGN LEADING SEPARATE.          00014700
              05 WK-FIL-LONGITUDE       PIC S9(003)V9(006)              00014800
                                        SIGN LEADING SEPARATE.          00014900
                                                                        00015000
       LINKAGE SECTION.                                                 00015100
       01 LK-PARM-LENGTH                PIC S9(004) COMP.               00015200
       01 LK-PARM-DATA.                                                 00015300
          05 LK-LIMITE-KM               PIC  X(005).                    00015400
          05 FILLER                     PIC  X(075).                    00015500
                                                                        00015600
       PROCEDURE DIVISION USING LK-PARM-LENGTH LK-PARM-DATA.            00015700
      *                                                                 00015800
       MAIN-PARA.                                                       00015900
           PERFORM TRATA-PARM                                           00016000
           PERFORM CARREGA-FILIAIS                                      00016100
           PERFORM OPEN-FILES                                           00016200
                                                                        00016300
           SORT CEPCSORT ON ASCENDING  KEY CEPCSORT-UF                  00016400
                            DESCENDING KEY CEPCSORT-DIST                00016500
                            ASCENDING  KEY CEPCSORT-NOME                00016600
              INPUT PROCEDURE IS AVALIA-MUNICIPIOS                      00016700
              OUTPUT PROCEDURE IS IMPRIME-DESCOBERTOS                   00016800
                                                                        00016900
           PERFORM RELATORIO-FINAL                                      00017000
           PERFORM CLOSE-FILES                                          00017100
           IF WK-CONT-DESCOBERTOS > 0                                   00017200
              MOVE 4 TO RETURN-CODE                                     00017300
           END-IF                                                       00017400
           STOP RUN                                                     00017500
           .                                                            00017600
       TRATA-PARM.                                                      00017700
           IF LK-PARM-LENGTH >= 5                                       00017800
              IF LK-LIMITE-KM IS NUMERIC                                00017900
                 MOVE LK-LIMITE-KM TO WK-LIMITE-KM                      00018000
              ELSE                                                      00018100
                 MOVE 0 TO WK-LIMITE-KM                                 00018200
              END-IF                                                    00018300
              IF WK-LIMITE-KM = 0                                       00018400
                 DISPLAY "-----PARM INVALIDO (LIMITE EM KM) -----"      00018500
                 DISPLAY LK-LIMITE-KM                                   00018600
                 MOVE 8 TO RETURN-CODE                                  00018700
                 STOP RUN                                               00018800
              END-IF                                                    00018900
           END-IF                                                       00019000
           .                                                            00019100
       CARREGA-FILIAIS.                                                 00019200
           OPEN INPUT CEPV0009                                          00019300
           IF WK-VSAM-FILE-STATUS NOT = '00'                            00019400
              DISPLAY "-----ERRO VSAM NO OPEN -----"                    00019500
              DISPLAY WK-VSAM-FILE-STATUS                               00019600
              MOVE 12 TO RETURN-CODE                                    00019700
              STOP RUN                                                  00019800
           END-IF                                                       00019900
           PERFORM LE-FILIAL UNTIL WK-EOF = 'Y'                         00020000
           CLOSE CEPV0009                                               00020100
           MOVE 'N' TO WK-EOF                                           00020200
           IF WK-FIL-QTDE = 0                                           00020300
              DISPLAY 'CEPV0009 VAZIO - NENHUMA FILIAL CADASTRADA'      00020400
              MOVE 8 TO RETURN-CODE                                     00020500
              STOP RUN                                                  00020600
           END-IF                                                       00020700
           .                                                            00020800
       LE-FILIAL.                                                       00020900
           READ CEPV0009 NEXT RECORD AT END MOVE 'Y' TO WK-EOF          00021000
           END-READ                                                     00021100
                                                                        00021200
           EVALUATE WK-VSAM-FILE-STATUS                                 00021300
              WHEN '00'                                                 00021400
                 PERFORM GUARDA-FILIAL                                  00021500
              WHEN '10'                                                 00021600
                 CONTINUE                                               00021700
              WHEN OTHER                                                00021800
                 DISPLAY "-----ERRO VSAM -----"                         00021900
                 DISPLAY WK-VSAM-FILE-STATUS                            00022000
                 CLOSE CEPV0009                                         00022100
                 MOVE 12 TO RETURN-CODE                                 00022200
                 STOP RUN                                               00022300
           END-EVALUATE                                                 00022400
           .                                                            00022500
       GUARDA-FILIAL.                                                   00022600
           IF WK-FIL-QTDE >= 2000                                       00022700
              DISPLAY 'TABELA DE FILIAIS CHEIA (2000) NA FILIAL '       00022800
                 CEPV0009-CODIGO                                        00022900
              CLOSE CEPV0009                                            00023000
              MOVE 8 TO RETURN-CODE                                     00023100
              STOP RUN                                                  00023200
           END-IF                                                       00023300
           ADD 1 TO WK-FIL-QTDE                                         00023400
           MOVE CEPV0009-CODIGO    TO WK-FIL-CODIGO (WK-FIL-QTDE)       00023500
           MOVE CEPV0009-NOME      TO WK-FIL-NOME (WK-FIL-QTDE)         00023600
           MOVE CEPV0009-UF        TO WK-FIL-UF (WK-FIL-QTDE)           00023700
           MOVE CEPV0009-CIDADE    TO WK-FIL-CIDADE (WK-FIL-QTDE)       00023800
           MOVE CEPV0009-LATITUDE  TO WK-FIL-LATITUDE (WK-FIL-QTDE)     00023900
           MOVE CEPV0009-LONGITUDE TO WK-FIL-LONGITUDE (WK-FIL-QTDE)    00024000
           .                                                            00024100
       OPEN-FILES.                                                      00024200
           OPEN INPUT  CEPMUN01                                         00024300
           OPEN OUTPUT CEPCBL01                                         00024400
           .                                                            00024500
       AVALIA-MUNICIPIOS.                                               00024600
      *    PROCEDIMENTO DE ENTRADA DO SORT: SO O MUNICIPIO ALEM DO      00024700
      *    LIMITE SEGUE PARA A CLASSIFICACAO E O RELATORIO              00024800
           MOVE 'N' TO WK-EOF                                           00024900
           PERFORM LE-MUNICIPIO UNTIL WK-EOF = 'Y'                      00025000
           .                                                            00025100
       LE-MUNICIPIO.                                                    00025200
           READ CEPMUN01 RECORD AT END MOVE 'Y' TO WK-EOF.              00025300
                                                                        00025400
           IF WK-EOF NOT = 'Y'                                          00025500
              ADD 1 TO WK-CONT-MUNICIPIOS                               00025600
              PERFORM AVALIA-MUNICIPIO                                  00025700
           END-IF                                                       00025800
           .                                                            00025900
       AVALIA-MUNICIPIO.                                                00026000
           MOVE CEPMUN01-LATITUDE  TO WK-DST-LAT1                       00026100
           MOVE CEPMUN01-LONGITUDE TO WK-DST-LON1                       00026200
           MOVE 0 TO WK-MENOR-FIL                                       00026300
           PERFORM MEDE-FILIAL VARYING WK-FIL-SUB FROM 1 BY 1           00026400
              UNTIL WK-FIL-SUB > WK-FIL-QTDE                            00026500
           EVALUATE TRUE                                                00026600
              WHEN WK-MENOR-FIL = 0                                     00026700
      *          CENTRO INVALIDO (CEPGEOLD REJEITA O MESMO ARQUIVO)     00026800
                 ADD 1 TO WK-CONT-SEM-COORDENADA                        00026900
              WHEN WK-MENOR-DIST > WK-LIMITE-KM                         00027000
                 ADD 1 TO WK-CONT-DESCOBERTOS                           00027100
                 MOVE CEPMUN01-UF       TO CEPCSORT-UF                  00027200
                 MOVE WK-MENOR-DIST     TO CEPCSORT-DIST                00027300
                 MOVE CEPMUN01-COD-IBGE TO CEPCSORT-COD-IBGE            00027400
                 MOVE CEPMUN01-NOME     TO CEPCSORT-NOME                00027500
                 MOVE WK-MENOR-FIL      TO CEPCSORT-FIL                 00027600
                 RELEASE CEPCSORT-REC                                   00027700
              WHEN OTHER                                                00027800
                 ADD 1 TO WK-CONT-COBERTOS                              00027900
           END-EVALUATE                                                 00028000
           .                                                            00028100
       MEDE-FILIAL.                                                     00028200
           MOVE WK-FIL-LATITUDE (WK-FIL-SUB)  TO WK-DST-LAT2            00028300
           MOVE WK-FIL-LONGITUDE (WK-FIL-SUB) TO WK-DST-LON2            00028400
           CALL 'CEPDIST' USING WK-DST-AREA                             00028500
           IF WK-DST-RETORNO = '00'                                     00028600
              IF WK-MENOR-FIL = 0 OR WK-DST-KM < WK-MENOR-DIST          00028700
                 MOVE WK-FIL-SUB TO WK-MENOR-FIL                        00028800
                 MOVE WK-DST-KM  TO WK-MENOR-DIST                       00028900
              END-IF                                                    00029000
           END-IF                                                       00029100
           .                                                            00029200
       IMPRIME-DESCOBERTOS.                                             00029300
      *    PROCEDIMENTO DE SAIDA DO SORT: QUEBRA POR UF                 00029400
           MOVE 'N'    TO WK-EOF-SORT                                   00029500
           MOVE SPACES TO WK-UF-ANT                                     00029600
           PERFORM RETORNA-DESCOBERTO UNTIL WK-EOF-SORT = 'Y'           00029700
           IF WK-UF-ANT NOT = SPACES                                    00029800
              PERFORM IMPRIME-TOTAL-UF                                  00029900
           END-IF                                                       00030000
           .                                                            00030100
       RETORNA-DESCOBERTO.                                              00030200
           RETURN CEPCSORT RECORD                                       00030300
              AT END                                                    00030400
                 MOVE 'Y' TO WK-EOF-SORT                                00030500
              NOT AT END                                                00030600
                 IF CEPCSORT-UF NOT = WK-UF-ANT                         00030700
                    IF WK-UF-ANT NOT = SPACES                           00030800
                       PERFORM IMPRIME-TOTAL-UF                         00030900
                    END-IF                                              00031000
                    MOVE CEPCSORT-UF TO WK-UF-ANT                       00031100
                    MOVE ZEROS       TO WK-CONT-UF                      00031200
                    ADD 1 TO WK-CONT-UFS                                00031300
                 END-IF                                                 00031400
                 PERFORM IMPRIME-DETALHE                                00031500
           END-RETURN                                                   00031600
           .                                                            00031700
       IMPRIME-DETALHE.                                                 00031800
           ADD 1 TO WK-CONT-UF                                          00031900
           MOVE CEPCSORT-FIL TO WK-FIL-SUB                              00032000
           MOVE SPACES TO WK-LINHA                                      00032100
           MOVE CEPCSORT-UF                 TO WK-LINHA (2:2)           00032200
           MOVE CEPCSORT-COD-IBGE           TO WK-LINHA (5:7)           00032300
           MOVE CEPCSORT-NOME               TO WK-LINHA (13:30)         00032400
           MOVE WK-FIL-CODIGO (WK-FIL-SUB)  TO WK-LINHA (44:6)          00032500
           MOVE WK-FIL-NOME (WK-FIL-SUB)    TO WK-LINHA (51:30)         00032600
           MOVE WK-FIL-CIDADE (WK-FIL-SUB)  TO WK-LINHA (82:30)         00032700
           MOVE WK-FIL-UF (WK-FIL-SUB)      TO WK-LINHA (113:2)         00032800
           MOVE CEPCSORT-DIST               TO WK-PRINT-DIST            00032900
           MOVE WK-PRINT-DIST               TO WK-LINHA (117:8)         00033000
           PERFORM IMPRIME-LINHA                                        00033100
           .                                                            00033200
       IMPRIME-TOTAL-UF.                                                00033300
           MOVE SPACES TO WK-LINHA                                      00033400
           MOVE WK-CONT-UF    TO WK-PRINT-CONT                          00033500
           STRING ' TOTAL DA UF ' WK-UF-ANT ' ....... '                 00033600
                  WK-PRINT-CONT ' MUNICIPIO(S) ALEM DO LIMITE'          00033700
              DELIMITED BY SIZE INTO WK-LINHA                           00033800
           END-STRING                                                   00033900
           PERFORM IMPRIME-LINHA                                        00034000
           MOVE SPACES TO WK-LINHA                                      00034100
           PERFORM IMPRIME-LINHA                                        00034200
           .                                                            00034300
       IMPRIME-LINHA.                                                   00034400
           IF WK-LIN-PAG >= 55                                          00034500
              PERFORM CABECALHO-PAGINA                                  00034600
           END-IF                                                       00034700
           MOVE WK-LINHA TO CEPCBL01-REC                                00034800
           WRITE CEPCBL01-REC                                           00034900
           ADD 1 TO WK-LIN-PAG                                          00035000
           .                                                            00035100
       CABECALHO-PAGINA.                                                00035200
           ADD  1 TO WK-PAGINA                                          00035300
           MOVE WK-LIMITE-KM TO WK-PRINT-LIMITE                         00035400
           MOVE SPACES TO CEPCBL01-REC                                  00035500
           STRING 'CEPCOBER - COBERTURA DA REDE - MUNICIPIOS COM A '    00035600
                  'FILIAL MAIS PROXIMA ALEM DE ' WK-PRINT-LIMITE ' KM'  00035700
              DELIMITED BY SIZE INTO CEPCBL01-REC                       00035800
           END-STRING                                                   00035900
           MOVE 'PAG.'    TO CEPCBL01-REC (114:5)                       00036000
           MOVE WK-PAGINA TO CEPCBL01-REC (120:4)                       00036100
           WRITE CEPCBL01-REC                                           00036200
           MOVE SPACES TO CEPCBL01-REC                                  00036300
           MOVE 'UF'                  TO CEPCBL01-REC (2:2)             00036400
           MOVE 'IBGE'                TO CEPCBL01-REC (5:4)             00036500
           MOVE 'MUNICIPIO'           TO CEPCBL01-REC (13:9)            00036600
           MOVE 'FILIAL MAIS PROXIMA' TO CEPCBL01-REC (44:19)           00036700
           MOVE 'CIDADE DA FILIAL'    TO CEPCBL01-REC (82:16)           00036800
           MOVE 'UF'                  TO CEPCBL01-REC (113:2)           00036900
           MOVE 'DIST. KM'            TO CEPCBL01-REC (117:8)           00037000
           WRITE CEPCBL01-REC                                           00037100
           MOVE ALL '-' TO CEPCBL01-REC                                 00037200
           WRITE CEPCBL01-REC                                           00037300
           MOVE 3 TO WK-LIN-PAG                                         00037400
           .                                                            00037500
       RELATORIO-FINAL.                                                 00037600
           MOVE SPACES TO WK-LINHA                                      00037700
           IF WK-CONT-DESCOBERTOS = 0                                   00037800
              MOVE ' TODOS OS MUNICIPIOS TEM FILIAL DENTRO DO LIMITE'   00037900
                 TO WK-LINHA                                            00038000
           ELSE                                                         00038100
              MOVE WK-CONT-DESCOBERTOS TO WK-PRINT-CONT                 00038200
              STRING ' TOTAL GERAL ....... ' WK-PRINT-CONT              00038300
                     ' MUNICIPIO(S) ALEM DO LIMITE'                     00038400
                 DELIMITED BY SIZE INTO WK-LINHA                        00038500
              END-STRING                                                00038600
           END-IF                                                       00038700
           PERFORM IMPRIME-LINHA                                        00038800
                                                                        00038900
           DISPLAY '---------------------------------------------'      00039000
           DISPLAY ' COBERTURA DA REDE DE FILIAIS                '      00039100
           DISPLAY 'DISTANCIA LIMITE EM KM (PARM) ................'     00039200
           DISPLAY WK-LIMITE-KM                                         00039300
           DISPLAY 'FILIAIS NO CADASTRO (CEPV0009) ...............'     00039400
           DISPLAY WK-FIL-QTDE                                          00039500
           DISPLAY 'MUNICIPIOS LIDOS (CEPMUN01) ..................'     00039600
           DISPLAY WK-CONT-MUNICIPIOS                                   00039700
           DISPLAY 'MUNICIPIOS COBERTOS ..........................'     00039800
           DISPLAY WK-CONT-COBERTOS                                     00039900
           DISPLAY 'MUNICIPIOS ALEM DO LIMITE ....................'     00040000
           DISPLAY WK-CONT-DESCOBERTOS                                  00040100
           DISPLAY 'UFS COM MUNICIPIO ALEM DO LIMITE .............'     00040200
           DISPLAY WK-CONT-UFS                                          00040300
           DISPLAY 'MUNICIPIOS COM CENTRO INVALIDO ...............'     00040400
           DISPLAY WK-CONT-SEM-COORDENADA                               00040500
           DISPLAY '---------------------------------------------'      00040600
           .                                                            00040700
       CLOSE-FILES.                                                     00040800
           CLOSE CEPMUN01                                               00040900
           CLOSE CEPCBL01                                               00041000
           .                                                            00041100
