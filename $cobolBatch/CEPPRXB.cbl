       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID. CEPPRXB.                                             00000200
      ******************************************************************00000300
      * Valter Siqueira - Systems      c                                00000400
      * Laboratoratório de uso particular ......                        00000500
      * ----------------------------------------------------------------00000600
      * Sistema .............. CEP                                      00000700
      * Programa.............. CEPPRXB                                  00000800
      * Tipo    .............. BATCH                                    00000900
      * Finalidade ........... Versao batch da transacao CEPF           00001000
      *                        (CEPPROX): para cada CEP do arquivo      00001100
      *                        CEPPXE01 devolve as N FILIAIS MAIS       00001200
      *                        PROXIMAS, em ordem de distancia, com a   00001300
      *                        distancia em KM (subprograma CEPDIST,    00001400
      *                        a mesma regra da tela). Usado pelas      00001500
      *                        areas que precisam da filial de          00001600
      *                        referencia de uma carteira inteira de    00001700
      *                        clientes (mala direta, roteirizacao).    00001800
      *                        O cadastro de filiais (CEPV0009) e       00001900
      *                        carregado em memoria uma vez; a          00002000
      *                        coordenada de cada CEP vem de CEPV0008.  00002100
      * DSnames .............. B090290.CEPVSA08 (CEPV0008)              00002200
      *                        B090290.CEPVSA09 (CEPV0009)              00002300
      *                        B090290.CEPPXE01 (CEPS A LOCALIZAR)      00002400
      *                        B090290.CEPPXS01 (FILIAIS POR CEP)       00002500
      * PARM ................. POS 01-02 = QUANTIDADE DE FILIAIS POR    00002600
      *                        CEP (01 A 10); SEM PARM = 05.            00002700
      * Layout CEPPXE01 (080 BYTES) .......                             00002800
      *   POS 01-08 = CEP (O RESTO DO REGISTRO E IGNORADO)              00002900
      * Layout CEPPXS01 (100 BYTES) - N REGISTROS POR CEP LOCALIZADO,   00003000
      * UM REGISTRO (SEM FILIAL) POR CEP NAO LOCALIZADO .......         00003100
      *   POS 001-008 = CEP PEDIDO                                      00003200
      *   POS 009-010 = RETORNO '00' = FILIAL LOCALIZADA                00003300
      *                         '04' = CEP SEM COORDENADA (CEPV0008)    00003400
      *                         '08' = CEP INVALIDO (NAO NUMERICO)      00003500
      *   POS 011-011 = ORIGEM DA COORDENADA DO CEP ('C' = DO CEP,      00003600
      *                 'M' = CENTRO DO MUNICIPIO - APROXIMADA)         00003700
      *   POS 012-013 = ORDEM (01 = A MAIS PROXIMA)                     00003800
      *   POS 014-019 = CODIGO DA FILIAL                                00003900
      *   POS 020-049 = NOME DA FILIAL                                  00004000
      *   POS 050-050 = TIPO 'A' = AGENCIA / 'P' = PONTO DE COLETA      00004100
      *   POS 051-058 = CEP DA FILIAL                                   00004200
      *   POS 059-060 = UF DA FILIAL                                    00004300
      *   POS 061-090 = CIDADE DA FILIAL                                00004400
      *   POS 091-097 = DISTANCIA EM KM 9(5)V99                         00004500
      *   POS 098-100 = FILLER                                          00004600
      * RETURN-CODE .......... 0 = TODOS OS CEPS LOCALIZADOS            00004700
      *                        4 = HA CEP SEM COORDENADA OU INVALIDO    00004800
      *                        8 = PARM INVALIDO OU CADASTRO DE         00004900
      *                            FILIAIS VAZIO                        00005000
      *                       12 = ERRO VSAM                            00005100
      ******************************************************************00005200
       ENVIRONMENT DIVISION.                                            00005300
       INPUT-OUTPUT SECTION.                                            00005400
       FILE-CONTROL.                                                    00005500
      *INPUT FILE - COORDENADA DO CEP                                   00005600
           SELECT CEPV0008 ASSIGN TO 'CEPV0008'                         00005700
           ORGANIZATION IS INDEXED                                      00005800
           ACCESS MODE IS RANDOM                                        00005900
           RECORD KEY IS CEPV0008-CEP                                   00006000
           FILE STATUS WK-VSAM-FILE-STATUS.                             00006100
      *INPUT FILE - CADASTRO DE FILIAIS                                 00006200
           SELECT CEPV0009 ASSIGN TO 'CEPV0009'                         00006300
           ORGANIZATION IS INDEXED                                      00006400
           ACCESS MODE IS SEQUENTIAL                                    00006500
           RECORD KEY IS CEPV0009-CODIGO                                00006600
           FILE STATUS WK-VSAM-FILE-STATUS.                             00006700
      *                                                                 00006800
           SELECT CEPPXE01 ASSIGN TO 'CEPPXE01'                         00006900
           ORGANIZATION SEQUENTIAL.                                     00007000
      *    CEPS A LOCALIZAR                                             00007100
                                                                        00007200
           SELECT CEPPXS01 ASSIGN TO 'CEPPXS01'                         00007300
           ORGANIZATION SEQUENTIAL.                                     00007400
      *    FILIAIS MAIS PROXIMAS DE CADA CEP                            00007500
       DATA DIVISION.                                                   00007600
       FILE SECTION.                                                    00007700
                                                                        00007800
       FD CEPV0008.                                                     00007900
       01 CEPV0008-REC.                                                 00008000
          05 CEPV0008-CEP               PIC  X(008).                    00008100
          05 CEPV0008-LATITUDE          PIC S9(003)V9(006)              00008200
                                        SIGN LEADING SEPARATE.          00008300
          05 CEPV0008-LONGITUDE         PIC S9(003)V9(006)              00008400
                                        SIGN LEADING SEPARATE.          00008500
          05 CEPV0008-ORIGEM            PIC  X(001).                    00008600
          05 CEPV0008-COD-IBGE          PIC  X(007).                    00008700
          05 CEPV0008-UF                PIC  X(002).                    00008800
          05 CEPV0008-DT-CARGA          PIC  X(021).                    00008900
          05 FILLER                     PIC  X(021).                    00009000
      *                                                                 00009100
       FD CEPV0009.                                                     00009200
       01 CEPV0009-REC.                                                 00009300
          05 CEPV0009-CODIGO            PIC  X(006).                    00009400
          05 CEPV0009-NOME              PIC  X(030).                    00009500
          05 CEPV0009-TIPO              PIC  X(001).                    00009600
          05 CEPV0009-CEP               PIC  X(008).                    00009700
          05 CEPV0009-UF                PIC  X(002).                    00009800
          05 CEPV0009-CIDADE            PIC  X(030).                    00009900
          05 CEPV0009-LATITUDE          PIC S9(003)V9(006)              00010000
                                        SIGN LEADING SEPARATE.          00010100
          05 CEPV0009-LONGITUDE         PIC S9(003)V9(006)              00010200
                                        SIGN LEADING SEPARATE.          00010300
          05 CEPV0009-ORIGEM-COORD      PIC  X(001).                    00010400
          05 CEPV0009-DT-CARGA          PIC  X(021).                    00010500
          05 FILLER                     PIC  X(001).                    00010600
      *                                                                 00010700
       FD CEPPXE01                                                      00010800
            RECORDING MODE IS F                                         00010900
            RECORD CONTAINS 080 CHARACTERS.                             00011000
       01 CEPPXE01-REC.                                                 00011100
          05 CEPPXE01-CEP               PIC  X(008).                    00011200
          05 FILLER                     PIC  X(072).                    00011300
      *                                                                 00011400
       FD CEPPXS01                                                      00011500
            RECORDING MODE IS F                                         00011600
            RECORD CONTAINS 100 CHARACTERS.                             00011700
       01 CEPPXS01-REC.                                                 00011800
          05 CEPPXS01-CEP               PIC  X(008).                    00011900
          05 CEPPXS01-RETORNO           PIC  X(002).                    00012000
          05 CEPPXS01-ORIGEM            PIC  X(001).                    00012100
          05 CEPPXS01-ORDEM             PIC  9(002).                    00012200
          05 CEPPXS01-CODIGO            PIC  X(006).                    00012300
          05 CEPPXS01-NOME              PIC  X(030).                    00012400
          05 CEPPXS01-TIPO              PIC  X(001).                    00012500
          05 CEPPXS01-CEP-FILIAL        PIC  X(008).                    00012600
          05 CEPPXS01-UF                PIC  X(002).                    00012700
          05 CEPPXS01-CIDADE            PIC  X(030).                    00012800
          05 CEPPXS01-DIST              PIC  9(005)V9(002).             00012900
          05 FILLER                     PIC  X(003).                    00013000
       WORKING-STORAGE SECTION.                                         00013100
        01 WORKING-AREAS.                                               00013200
           03 WK-VSAM-FILE-STATUS       PIC  X(002) VALUE SPACES.       00013300
           03 WK-EOF                    PIC  X(001) VALUE 'N'.          00013400
           03 WK-QTDE-PEDIDA            PIC  9(002) VALUE 5.            00013500
           03 WK-POS-ACHADA             PIC  X(001) VALUE 'N'.          00013600
           03 WK-POS                    PIC S9(004) COMP VALUE 0.       00013700
           03 WK-POS-ANT                PIC S9(004) COMP VALUE 0.       00013800
           03 WK-LIN                    PIC S9(004) COMP VALUE 0.       00013900
           03 WK-FIL-SUB                PIC S9(004) COMP VALUE 0.       00014000
           03 WK-CONT-LIDOS             PIC  9(010) VALUE ZEROS.        00014100
           03 WK-CONT-LOCALIZADOS       PIC  9(010) VALUE ZEROS.        00014200
           03 WK-CONT-APROXIMADOS       PIC  9(010) VALUE ZEROS.        00014300
           03 WK-CONT-SEM-COORDENADA    PIC  9(010) VALUE ZEROS.        00014400
           03 WK-CONT-INVALIDOS         PIC  9(010) VALUE ZEROS.        00014500
           03 WK-CONT-GRAVADOS          PIC  9(010) VALUE ZEROS.        00014600
           03 WK-DST-AREA.                                              00014700
      *       INTERFACE DO SUBPROGRAMA DE DISTANCIA CEPDIST             00014800
              05 WK-DST-LAT1            PIC S9(003)V9(006)              00014900
                                        SIGN LEADING SEPARATE.          00015000
              05 WK-DST-LON1            PIC S9(003)V9(006)              00015100
                                        SIGN LEADING SEPARATE.          00015200
              05 WK-DST-LAT2            PIC S9(003)V9(006)              00015300
                                        SIGN LEADING SEPARATE.          00015400
              05 WK-DST-LON2            PIC S9(003)V9(006)              00015500
                                        SIGN LEADING SEPARATE.          00015600
              05 WK-DST-KM              PIC  9(005)V9(002).             00015700
              05 WK-DST-RETORNO         PIC  X(002).                    00015800
              05 FILLER                 PIC  X(001).                    00015900
                                                                        00016000
      *    CADASTRO DE FILIAIS EM MEMORIA (MESMO LIMITE DE CEPFILLD)    00016100
        01 WK-TAB-FILIAL.                                               00016200
           03 WK-FIL-QTDE               PIC  9(005) VALUE ZEROS.        00016300
           03 WK-FIL-ENTRY OCCURS 2000 TIMES.                           00016400
              05 WK-FIL-CODIGO          PIC  X(006).                    00016500
              05 WK-FIL-NOME            PIC  X(030).                    00016600
              05 WK-FIL-TIPO            PIC  X(001).                    00016700
              05 WK-FIL-CEP             PIC  X(008).                    00016800
              05 WK-FIL-UF              PIC  X(002).                    00016900
              05 WK-FIL-CIDADE          PIC  X(030).                    00017000
              05 WK-FIL-LATITUDE        PIC S9(003)V9(006)              00017100
                                        SIGN LEADING SEPARATE.          00017200
              05 WK-FIL-LONGITUDE       PIC S9(003)V9(006)              00017300
                                        SIGN LEADING SEPARATE.          00017400
                                                                        00017500
      *    AS N FILIAIS MAIS PROXIMAS DO CEP CORRENTE, EM ORDEM DE      00017600
      *    DISTANCIA (SUBSCRITO NA TABELA DE FILIAIS)                   00017700
        01 WK-TAB-PROXIMAS.                                             00017800
           03 WK-PRX-QTDE               PIC S9(004) COMP VALUE 0.       00017900
           03 WK-PRX-ENTRY OCCURS 10 TIMES.                             00018000
              05 WK-PRX-DIST            PIC  9(005)V9(002).             00018100
              05 WK-PRX-FIL             PIC S9(004) COMP.               00018200
                                                                        00018300
       LINKAGE SECTION.                                                 00018400
       01 LK-PARM-LENGTH                PIC S9(004) COMP.               00018500
       01 LK-PARM-DATA.                                                 00018600
          05 LK-QTDE-FILIAIS            PIC  X(002).                    00018700
          05 FILLER                     PIC  X(078).                    00018800
                                                                        00018900
       PROCEDURE DIVISION USING LK-PARM-LENGTH LK-PARM-DATA.            00019000
      *                                                                 00019100
       MAIN-PARA.                                                       00019200
           PERFORM TRATA-PARM                                           00019300
           PERFORM CARREGA-FILIAIS                                      00019400
           PERFORM OPEN-FILES                                           00019500
                                                                        00019600
           PERFORM READ-FILE UNTIL WK-EOF = 'Y'                         00019700
                                                                        00019800
           PERFORM RELATORIO-FINAL                                      00019900
                                                                        00020000
           PERFORM CLOSE-FILES                                          00020100
           IF WK-CONT-SEM-COORDENADA > 0 OR WK-CONT-INVALIDOS > 0       00020200
              MOVE 4 TO RETURN-CODE                                     00020300
           END-IF                                                       00020400
           STOP RUN                                                     00020500
           .                                                            00020600
       TRATA-PARM.                                                      00020700
           IF LK-PARM-LENGTH >= 2                                       00020800
              IF LK-QTDE-FILIAIS IS NUMERIC                             00020900
                 MOVE LK-QTDE-FILIAIS TO WK-QTDE-PEDIDA                 00021000
              ELSE                                                      00021100
                 MOVE 0 TO WK-QTDE-PEDIDA                               00021200
              END-IF                                                    00021300
              IF WK-QTDE-PEDIDA < 1 OR WK-QTDE-PEDIDA > 10              00021400
                 DISPLAY 'PARM INVALIDO - QUANTIDADE DE 01 A 10: '      00021500
                    LK-QTDE-FILIAIS                                     00021600
                 MOVE 8 TO RETURN-CODE                                  00021700
                 STOP RUN                                               00021800
              END-IF                                                    00021900
           END-IF                                                       00022000
           .                                                            00022100
       CARREGA-FILIAIS.                                                 00022200
           OPEN INPUT CEPV0009                                          00022300
           IF WK-VSAM-FILE-STATUS NOT = '00'                            00022400
              DISPLAY "-----ERRO VSAM NO OPEN -----"                    00022500
              DISPLAY WK-VSAM-FILE-STATUS                               00022600
              MOVE 12 TO RETURN-CODE                                    00022700
              STOP RUN                                                  00022800
           END-IF                                                       00022900
           PERFORM LE-FILIAL UNTIL WK-EOF = 'Y'                         00023000
           CLOSE CEPV0009                                               00023100
           MOVE 'N' TO WK-EOF                                           00023200
           IF WK-FIL-QTDE = 0                                           00023300
              DISPLAY 'CEPV0009 VAZIO - NENHUMA FILIAL CADASTRADA'      00023400
              MOVE 8 TO RETURN-CODE                                     00023500
              STOP RUN                                                  00023600
           END-IF                                                       00023700
           .                                                            00023800
       LE-FILIAL.                                                       00023900
           READ CEPV0009 NEXT RECORD AT END MOVE 'Y' TO WK-EOF          00024000
           END-READ                                                     00024100
                                                                        00024200
           EVALUATE WK-VSAM-FILE-STATUS                                 00024300
              WHEN '00'                                                 00024400
                 PERFORM GUARDA-FILIAL                                  00024500
              WHEN '10'                                                 00024600
                 CONTINUE                                               00024700
              WHEN OTHER                                                00024800
                 DISPLAY "-----ERRO VSAM -----"                         00024900
                 DISPLAY WK-VSAM-FILE-STATUS                            00025000
                 CLOSE CEPV0009                                         00025100
                 MOVE 12 TO RETURN-CODE                                 00025200
                 STOP RUN                                               00025300
           END-EVALUATE                                                 00025400
           .                                                            00025500
       GUARDA-FILIAL.                                                   00025600
           IF WK-FIL-QTDE >= 2000                                       00025700
              DISPLAY 'TABELA DE FILIAIS CHEIA (2000) NA FILIAL '       00025800
                 CEPV0009-CODIGO                                        00025900
              CLOSE CEPV0009                                            00026000
              MOVE 8 TO RETURN-CODE                                     00026100
              STOP RUN                                                  00026200
           END-IF                                                       00026300
           ADD 1 TO WK-FIL-QTDE                                         00026400
           MOVE CEPV0009-CODIGO    TO WK-FIL-CODIGO (WK-FIL-QTDE)       00026500
           MOVE CEPV0009-NOME      TO WK-FIL-NOME (WK-FIL-QTDE)         00026600
           MOVE CEPV0009-TIPO      TO WK-FIL-TIPO (WK-FIL-QTDE)         00026700
           MOVE CEPV0009-CEP       TO WK-FIL-CEP (WK-FIL-QTDE)          00026800
           MOVE CEPV0009-UF        TO WK-FIL-UF (WK-FIL-QTDE)           00026900
           MOVE CEPV0009-CIDADE    TO WK-FIL-CIDADE (WK-FIL-QTDE)       00027000
           MOVE CEPV0009-LATITUDE  TO WK-FIL-LATITUDE (WK-FIL-QTDE)     00027100
           MOVE CEPV0009-LONGITUDE TO WK-FIL-LONGITUDE (WK-FIL-QTDE)    00027200
           .                                                            00027300
       OPEN-FILES.                                                      00027400
           OPEN INPUT  CEPPXE01                                         00027500
           OPEN OUTPUT CEPPXS01                                         00027600
           OPEN INPUT  CEPV0008                                         00027700
           IF WK-VSAM-FILE-STATUS NOT = '00'                            00027800
              DISPLAY "-----ERRO VSAM NO OPEN -----"                    00027900
              DISPLAY WK-VSAM-FILE-STATUS                               00028000
              MOVE 12 TO RETURN-CODE                                    00028100
              STOP RUN                                                  00028200
           END-IF                                                       00028300
           .                                                            00028400
       READ-FILE.                                                       00028500
           READ CEPPXE01 RECORD AT END MOVE 'Y' TO WK-EOF.              00028600
                                                                        00028700
           IF WK-EOF NOT = 'Y'                                          00028800
              ADD 1 TO WK-CONT-LIDOS                                    00028900
              PERFORM PROCESSA-CEP                                      00029000
           END-IF                                                       00029100
           .                                                            00029200
       PROCESSA-CEP.                                                    00029300
           MOVE SPACES       TO CEPPXS01-REC                            00029400
           MOVE CEPPXE01-CEP TO CEPPXS01-CEP                            00029500
           MOVE ZEROS        TO CEPPXS01-ORDEM                          00029600
           MOVE ZEROS        TO CEPPXS01-DIST                           00029700
           IF CEPPXE01-CEP IS NOT NUMERIC                               00029800
              MOVE '08' TO CEPPXS01-RETORNO                             00029900
              ADD 1 TO WK-CONT-INVALIDOS                                00030000
              PERFORM GRAVA-SAIDA                                       00030100
           ELSE                                                         00030200
              MOVE CEPPXE01-CEP TO CEPV0008-CEP                         00030300
              READ CEPV0008 RECORD                                      00030400
              EVALUATE WK-VSAM-FILE-STATUS                              00030500
                 WHEN '00'                                              00030600
                    PERFORM LOCALIZA-PROXIMAS                           00030700
                 WHEN '23'                                              00030800
                    MOVE '04' TO CEPPXS01-RETORNO                       00030900
                    ADD 1 TO WK-CONT-SEM-COORDENADA                     00031000
                    PERFORM GRAVA-SAIDA                                 00031100
                 WHEN OTHER                                             00031200
                    DISPLAY "-----ERRO VSAM -----"                      00031300
                    DISPLAY WK-VSAM-FILE-STATUS                         00031400
                    PERFORM CLOSE-FILES                                 00031500
                    MOVE 12 TO RETURN-CODE                              00031600
                    STOP RUN                                            00031700
              END-EVALUATE                                              00031800
           END-IF                                                       00031900
           .                                                            00032000
       LOCALIZA-PROXIMAS.                                               00032100
           ADD 1 TO WK-CONT-LOCALIZADOS                                 00032200
           IF CEPV0008-ORIGEM = 'M'                                     00032300
              ADD 1 TO WK-CONT-APROXIMADOS                              00032400
           END-IF                                                       00032500
           MOVE 0 TO WK-PRX-QTDE                                        00032600
           MOVE CEPV0008-LATITUDE  TO WK-DST-LAT1                       00032700
           MOVE CEPV0008-LONGITUDE TO WK-DST-LON1                       00032800
           PERFORM MEDE-FILIAL VARYING WK-FIL-SUB FROM 1 BY 1           00032900
              UNTIL WK-FIL-SUB > WK-FIL-QTDE                            00033000
           MOVE '00'            TO CEPPXS01-RETORNO                     00033100
           MOVE CEPV0008-ORIGEM TO CEPPXS01-ORIGEM                      00033200
           PERFORM GRAVA-PROXIMA VARYING WK-LIN FROM 1 BY 1             00033300
              UNTIL WK-LIN > WK-PRX-QTDE                                00033400
           .                                                            00033500
       MEDE-FILIAL.                                                     00033600
           MOVE WK-FIL-LATITUDE (WK-FIL-SUB)  TO WK-DST-LAT2            00033700
           MOVE WK-FIL-LONGITUDE (WK-FIL-SUB) TO WK-DST-LON2            00033800
           CALL 'CEPDIST' USING WK-DST-AREA                             00033900
           IF WK-DST-RETORNO = '00'                                     00034000
              PERFORM INSERE-PROXIMA                                    00034100
           END-IF                                                       00034200
           .                                                            00034300
       INSERE-PROXIMA.                                                  00034400
      *    ENTRA NA TABELA SE AINDA HA VAGA OU SE E MAIS PERTO QUE A    00034500
      *    ULTIMA; AS MAIS DISTANTES DESCEM UMA POSICAO                 00034600
           IF WK-PRX-QTDE < WK-QTDE-PEDIDA                              00034700
              ADD 1 TO WK-PRX-QTDE                                      00034800
              PERFORM POSICIONA-PROXIMA                                 00034900
           ELSE                                                         00035000
              IF WK-DST-KM < WK-PRX-DIST (WK-PRX-QTDE)                  00035100
                 PERFORM POSICIONA-PROXIMA                              00035200
              END-IF                                                    00035300
           END-IF                                                       00035400
           .                                                            00035500
       POSICIONA-PROXIMA.                                               00035600
           MOVE WK-PRX-QTDE TO WK-POS                                   00035700
           MOVE 'N'         TO WK-POS-ACHADA                            00035800
           PERFORM DESLOCA-PROXIMA UNTIL WK-POS-ACHADA = 'S'            00035900
           MOVE WK-DST-KM   TO WK-PRX-DIST (WK-POS)                     00036000
           MOVE WK-FIL-SUB  TO WK-PRX-FIL (WK-POS)                      00036100
           .                                                            00036200
       DESLOCA-PROXIMA.                                                 00036300
           IF WK-POS = 1                                                00036400
              MOVE 'S' TO WK-POS-ACHADA                                 00036500
           ELSE                                                         00036600
              COMPUTE WK-POS-ANT = WK-POS - 1                           00036700
              IF WK-PRX-DIST (WK-POS-ANT) > WK-DST-KM                   00036800
                 MOVE WK-PRX-ENTRY (WK-POS-ANT) TO WK-PRX-ENTRY (WK-POS)00036900
                 MOVE WK-POS-ANT TO WK-POS                              00037000
              ELSE                                                      00037100
                 MOVE 'S' TO WK-POS-ACHADA                              00037200
              END-IF                                                    00037300
           END-IF                                                       00037400
           .                                                            00037500
       GRAVA-PROXIMA.                                                   00037600
           MOVE WK-PRX-FIL (WK-LIN)           TO WK-FIL-SUB             00037700
           MOVE WK-LIN                        TO CEPPXS01-ORDEM         00037800
           MOVE WK-FIL-CODIGO (WK-FIL-SUB)    TO CEPPXS01-CODIGO        00037900
           MOVE WK-FIL-NOME (WK-FIL-SUB)      TO CEPPXS01-NOME          00038000
           MOVE WK-FIL-TIPO (WK-FIL-SUB)      TO CEPPXS01-TIPO          00038100
           MOVE WK-FIL-CEP (WK-FIL-SUB)       TO CEPPXS01-CEP-FILIAL    00038200
           MOVE WK-FIL-UF (WK-FIL-SUB)        TO CEPPXS01-UF            00038300
           MOVE WK-FIL-CIDADE (WK-FIL-SUB)    TO CEPPXS01-CIDADE        00038400
           MOVE WK-PRX-DIST (WK-LIN)          TO CEPPXS01-DIST          00038500
           PERFORM GRAVA-SAIDA                                          00038600
           .                                                            00038700
       GRAVA-SAIDA.                                                     00038800
           WRITE CEPPXS01-REC                                           00038900
           ADD 1 TO WK-CONT-GRAVADOS                                    00039000
           .                                                            00039100
       RELATORIO-FINAL.                                                 00039200
           DISPLAY '---------------------------------------------'      00039300
           DISPLAY ' FILIAIS MAIS PROXIMAS POR CEP (BATCH)       '      00039400
           DISPLAY 'FILIAIS POR CEP (PARM) .......................'     00039500
           DISPLAY WK-QTDE-PEDIDA                                       00039600
           DISPLAY 'FILIAIS NO CADASTRO (CEPV0009) ...............'     00039700
           DISPLAY WK-FIL-QTDE                                          00039800
           DISPLAY 'CEPS LIDOS ...................................'     00039900
           DISPLAY WK-CONT-LIDOS                                        00040000
           DISPLAY 'CEPS LOCALIZADOS .............................'     00040100
           DISPLAY WK-CONT-LOCALIZADOS                                  00040200
           DISPLAY '  PELO CENTRO DO MUNICIPIO (APROXIMADOS) ...'       00040300
           DISPLAY WK-CONT-APROXIMADOS                                  00040400
           DISPLAY 'CEPS SEM COORDENADA (RETORNO 04) .............'     00040500
           DISPLAY WK-CONT-SEM-COORDENADA                               00040600
           DISPLAY 'CEPS INVALIDOS (RETORNO 08) ..................'     00040700
           DISPLAY WK-CONT-INVALIDOS                                    00040800
           DISPLAY 'REGISTROS GRAVADOS EM CEPPXS01 ...............'     00040900
           DISPLAY WK-CONT-GRAVADOS                                     00041000
           DISPLAY '---------------------------------------------'      00041100
           .                                                            00041200
       CLOSE-FILES.                                                     00041300
           CLOSE CEPPXE01                                               00041400
           CLOSE CEPPXS01                                               00041500
           CLOSE CEPV0008                                               00041600
           .                                                            00041700
