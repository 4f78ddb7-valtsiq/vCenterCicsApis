       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID. CEPISSLK.                                            00000200
      ******************************************************************00000300
      * Valter Siqueira - Systems      c                                00000400
      * Laboratoratório de uso particular ......                        00000500
      * ----------------------------------------------------------------00000600
      * Sistema .............. CEP                                      00000700
      * Programa.............. CEPISSLK                                 00000800
      * Tipo    .............. SUBPROGRAMA (CALL, BATCH)                00000900
      * Finalidade ........... Consulta do ISS de um CEP para o         00001000
      *                        faturamento: o CEP leva ao codigo IBGE   00001100
      *                        do municipio na base "CEPVSA01"          00001200
      *                        (CEPV0001-COD-IBGE, gravado por          00001300
      *                        CEPIBGE) e o codigo IBGE leva a          00001400
      *                        aliquota e a jurisdicao tributaria no    00001500
      *                        cadastro de ISS "CEPVSA06" (CEPV0006,    00001600
      *                        mantido por CEPISSMN), na vigencia       00001700
      *                        valida na DATA DE REFERENCIA (a data     00001800
      *                        da nota). A vigencia aplicada e a de     00001900
      *                        maior inicio que nao passa da data.      00002000
      *                        Nao existe aliquota "default": sem       00002100
      *                        codigo IBGE, sem ISS cadastrado ou sem   00002200
      *                        vigencia na data, o retorno diz qual     00002300
      *                        dos tres e a aliquota volta zerada.      00002400
      *                        Os arquivos sao abertos na primeira      00002500
      *                        consulta e ficam abertos entre as        00002600
      *                        chamadas; o chamador encerra com         00002700
      *                        FUNCAO 'F' antes do STOP RUN.            00002800
      * DSnames .............. B090290.CEPVSA01 (CEPV0001)              00002900
      *                        B090290.CEPVSA06 (CEPV0006)              00003000
      * Interface (CALL USING, 100 BYTES) .....                         00003100
      *   ENTRADA  POS 001     = FUNCAO: 'C' CONSULTA                   00003200
      *                                  'F' FECHA OS ARQUIVOS          00003300
      *            POS 002-009 = CEP                                    00003400
      *            POS 010-017 = DATA DE REFERENCIA AAAAMMDD            00003500
      *                          (BRANCO = DATA CORRENTE)               00003600
      *   SAIDA    POS 018-019 = CODIGO DE RETORNO                      00003700
      *                          '00' = ALIQUOTA ENCONTRADA             00003800
      *                          '04' = CEP NAO CADASTRADO              00003900
      *                          '08' = CEP OU DATA INVALIDOS           00004000
      *                          '12' = FUNCAO INVALIDA                 00004100
      *                          '16' = ERRO DE I-O NOS ARQUIVOS        00004200
      *                          '20' = CEP SEM CODIGO IBGE             00004300
      *                          '24' = MUNICIPIO SEM ISS CADASTRADO    00004400
      *                          '28' = NENHUMA VIGENCIA NA DATA (SO    00004500
      *                                 HA VIGENCIAS POSTERIORES)       00004600
      *            POS 020-026 = CODIGO IBGE DO MUNICIPIO               00004700
      *            POS 027-056 = MUNICIPIO (CIDADE DA BASE DE CEP)      00004800
      *            POS 057-058 = UF                                     00004900
      *            POS 059-064 = ALIQUOTA DE ISS 9(2)V9(4)              00005000
      *            POS 065-074 = JURISDICAO TRIBUTARIA                  00005100
      *            POS 075-082 = INICIO DA VIGENCIA APLICADA            00005200
      *            POS 083-100 = RESERVADO                              00005300
      *   MUNICIPIO E UF VOLTAM NOS RETORNOS '00', '20', '24' E '28';   00005400
      *   O CODIGO IBGE NOS RETORNOS '00', '24' E '28'.                 00005500
      ******************************************************************00005600
       ENVIRONMENT DIVISION.                                            00005700
       INPUT-OUTPUT SECTION.                                            00005800
       FILE-CONTROL.                                                    00005900
           SELECT CEPV0001 ASSIGN TO 'CEPV0001'                         00006000
           ORGANIZATION IS INDEXED                                      00006100
           ACCESS MODE IS RANDOM                                        00006200
           RECORD KEY IS CEPV0001-CEP                                   00006300
           FILE STATUS WK-VSAM-FILE-STATUS.                             00006400
      *                                                                 00006500
           SELECT CEPV0006 ASSIGN TO 'CEPV0006'                         00006600
           ORGANIZATION IS INDEXED                                      00006700
           ACCESS MODE IS DYNAMIC                                       00006800
           RECORD KEY IS CEPV0006-CHAVE                                 00006900
           FILE STATUS WK-VSAM-FILE-STATUS.                             00007000
       DATA DIVISION.                                                   00007100
       FILE SECTION.                                                    00007200
                                                                        00007300
       FD CEPV0001.                                                     00007400
       01 CEPV0001-REC.                                                 00007500
          05 CEPV0001-CEP               PIC  X(008).                    00007600
          05 CEPV0001-UF                PIC  X(002).                    00007700
          05 CEPV0001-CIDADE-BUSCA      PIC  X(030).                    00007800
          05 CEPV0001-CIDADE            PIC  X(030).                    00007900
          05 CEPV0001-BAIRRO            PIC  X(030).                    00008000
          05 CEPV0001-LOGRADOURO        PIC  X(030).                    00008100
          05 CEPV0001-PROTEGIDO         PIC  X(001).                    00008200
          05 CEPV0001-TIPO              PIC  X(001).                    00008300
          05 CEPV0001-ULT-ATUALIZACAO   PIC  X(021).                    00008400
          05 CEPV0001-ULT-ORIGEM        PIC  X(001).                    00008500
          05 CEPV0001-COD-IBGE          PIC  X(007).                    00008600
      *                                                                 00008700
       FD CEPV0006.                                                     00008800
       01 CEPV0006-REC.                                                 00008900
          05 CEPV0006-CHAVE.                                            00009000
             10 CEPV0006-COD-IBGE       PIC  X(007).                    00009100
             10 CEPV0006-DT-INICIO      PIC  X(008).                    00009200
          05 CEPV0006-UF                PIC  X(002).                    00009300
          05 CEPV0006-MUNICIPIO         PIC  X(030).                    00009400
          05 CEPV0006-ALIQUOTA          PIC  9(002)V9(004).             00009500
          05 CEPV0006-JURISDICAO        PIC  X(010).                    00009600
          05 CEPV0006-DT-ATUALIZACAO    PIC  X(021).                    00009700
          05 FILLER                     PIC  X(016).                    00009800
      *                                                                 00009900
       WORKING-STORAGE SECTION.                                         00010000
        01 WORKING-AREAS.                                               00010100
           03 WK-VSAM-FILE-STATUS       PIC  X(002) VALUE SPACES.       00010200
           03 WK-ARQUIVOS               PIC  X(001) VALUE 'N'.          00010300
      *       'N' = FECHADOS  'S' = ABERTOS  'E' = ERRO NA ABERTURA     00010400
           03 WK-CURRENT-DATE           PIC  X(021) VALUE SPACES.       00010500
           03 WK-DATA-REF               PIC  X(008) VALUE SPACES.       00010600
           03 WK-DATA-REF-R REDEFINES WK-DATA-REF.                      00010700
              05 WK-DATA-ANO            PIC  9(004).                    00010800
              05 WK-DATA-MES            PIC  9(002).                    00010900
              05 WK-DATA-DIA            PIC  9(002).                    00011000
           03 WK-FIM-VIGENCIAS          PIC  X(001) VALUE 'N'.          00011100
           03 WK-ACHOU-IBGE             PIC  X(001) VALUE 'N'.          00011200
           03 WK-ACHOU-VIGENCIA         PIC  X(001) VALUE 'N'.          00011300
                                                                        00011400
       LINKAGE SECTION.                                                 00011500
       01 LK-ISS-AREA.                                                  00011600
          05 LK-ISS-FUNCAO              PIC  X(001).                    00011700
          05 LK-ISS-CEP                 PIC  X(008).                    00011800
          05 LK-ISS-DATA                PIC  X(008).                    00011900
          05 LK-ISS-RETORNO             PIC  X(002).                    00012000
          05 LK-ISS-COD-IBGE            PIC  X(007).                    00012100
          05 LK-ISS-MUNICIPIO           PIC  X(030).                    00012200
          05 LK-ISS-UF                  PIC  X(002).                    00012300
          05 LK-ISS-ALIQUOTA            PIC  9(002)V9(004).             00012400
          05 LK-ISS-JURISDICAO          PIC  X(010).                    00012500
          05 LK-ISS-DT-INICIO           PIC  X(008).                    00012600
          05 FILLER                     PIC  X(018).                    00012700
                                                                        00012800
       PROCEDURE DIVISION USING LK-ISS-AREA.                            00012900
      *                                                                 00013000
       MAIN-PARA.                                                       00013100
           MOVE '00'   TO LK-ISS-RETORNO                                00013200
           MOVE SPACES TO LK-ISS-COD-IBGE                               00013300
           MOVE SPACES TO LK-ISS-MUNICIPIO                              00013400
           MOVE SPACES TO LK-ISS-UF                                     00013500
           MOVE ZEROS  TO LK-ISS-ALIQUOTA                               00013600
           MOVE SPACES TO LK-ISS-JURISDICAO                             00013700
           MOVE SPACES TO LK-ISS-DT-INICIO                              00013800
                                                                        00013900
           EVALUATE LK-ISS-FUNCAO                                       00014000
              WHEN 'C'                                                  00014100
                 PERFORM CONSULTA-ISS                                   00014200
              WHEN 'F'                                                  00014300
                 PERFORM CLOSE-FILES                                    00014400
              WHEN OTHER                                                00014500
                 MOVE '12' TO LK-ISS-RETORNO                            00014600
           END-EVALUATE                                                 00014700
                                                                        00014800
           GOBACK                                                       00014900
           .                                                            00015000
       CONSULTA-ISS.                                                    00015100
           IF WK-ARQUIVOS = 'N'                                         00015200
              PERFORM OPEN-FILES                                        00015300
           END-IF                                                       00015400
                                                                        00015500
           IF WK-ARQUIVOS = 'E'                                         00015600
              MOVE '16' TO LK-ISS-RETORNO                               00015700
           ELSE                                                         00015800
              PERFORM VALIDA-ENTRADA                                    00015900
           END-IF                                                       00016000
           IF LK-ISS-RETORNO = '00'                                     00016100
              PERFORM LE-CEP                                            00016200
           END-IF                                                       00016300
           IF LK-ISS-RETORNO = '00'                                     00016400
              PERFORM PROCURA-VIGENCIA                                  00016500
           END-IF                                                       00016600
           .                                                            00016700
       OPEN-FILES.                                                      00016800
           MOVE 'S' TO WK-ARQUIVOS                                      00016900
           OPEN INPUT CEPV0001                                          00017000
           IF WK-VSAM-FILE-STATUS NOT = '00'                            00017100
              DISPLAY "-----ERRO VSAM NO OPEN CEPV0001 -----"           00017200
              DISPLAY WK-VSAM-FILE-STATUS                               00017300
              MOVE 'E' TO WK-ARQUIVOS                                   00017400
           END-IF                                                       00017500
           OPEN INPUT CEPV0006                                          00017600
           IF WK-VSAM-FILE-STATUS NOT = '00'                            00017700
              DISPLAY "-----ERRO VSAM NO OPEN CEPV0006 -----"           00017800
              DISPLAY WK-VSAM-FILE-STATUS                               00017900
              MOVE 'E' TO WK-ARQUIVOS                                   00018000
           END-IF                                                       00018100
           .                                                            00018200
       VALIDA-ENTRADA.                                                  00018300
           IF LK-ISS-CEP IS NOT NUMERIC                                 00018400
              MOVE '08' TO LK-ISS-RETORNO                               00018500
           END-IF                                                       00018600
                                                                        00018700
           IF LK-ISS-DATA = SPACES                                      00018800
              MOVE FUNCTION CURRENT-DATE TO WK-CURRENT-DATE             00018900
              MOVE WK-CURRENT-DATE (1:8) TO WK-DATA-REF                 00019000
           ELSE                                                         00019100
              MOVE LK-ISS-DATA TO WK-DATA-REF                           00019200
           END-IF                                                       00019300
           IF WK-DATA-REF IS NOT NUMERIC                                00019400
              MOVE '08' TO LK-ISS-RETORNO                               00019500
           ELSE                                                         00019600
              IF WK-DATA-ANO < 1900                                     00019700
                 OR WK-DATA-MES < 1 OR WK-DATA-MES > 12                 00019800
                 OR WK-DATA-DIA < 1 OR WK-DATA-DIA > 31                 00019900
                 MOVE '08' TO LK-ISS-RETORNO                            00020000
              END-IF                                                    00020100
           END-IF                                                       00020200
           .                                                            00020300
       LE-CEP.                                                          00020400
           MOVE LK-ISS-CEP TO CEPV0001-CEP                              00020500
           READ CEPV0001 RECORD                                         00020600
           EVALUATE WK-VSAM-FILE-STATUS                                 00020700
              WHEN '00'                                                 00020800
                 MOVE CEPV0001-CIDADE  TO LK-ISS-MUNICIPIO              00020900
                 MOVE CEPV0001-UF      TO LK-ISS-UF                     00021000
                 IF CEPV0001-COD-IBGE = SPACES                          00021100
                    MOVE '20' TO LK-ISS-RETORNO                         00021200
                 ELSE                                                   00021300
                    MOVE CEPV0001-COD-IBGE TO LK-ISS-COD-IBGE           00021400
                 END-IF                                                 00021500
              WHEN '23'                                                 00021600
                 MOVE '04' TO LK-ISS-RETORNO                            00021700
              WHEN OTHER                                                00021800
                 MOVE '16' TO LK-ISS-RETORNO                            00021900
           END-EVALUATE                                                 00022000
           .                                                            00022100
      *                                                                 00022200
      *    POSICIONA NA PRIMEIRA VIGENCIA DO MUNICIPIO E AVANCA         00022300
      *    ENQUANTO O INICIO NAO PASSA DA DATA DE REFERENCIA: A ULTIMA  00022400
      *    LIDA NESSA CONDICAO E A VIGENTE                              00022500
       PROCURA-VIGENCIA.                                                00022600
           MOVE 'N'             TO WK-FIM-VIGENCIAS                     00022700
           MOVE 'N'             TO WK-ACHOU-IBGE                        00022800
           MOVE 'N'             TO WK-ACHOU-VIGENCIA                    00022900
           MOVE LK-ISS-COD-IBGE TO CEPV0006-COD-IBGE                    00023000
           MOVE ZEROS           TO CEPV0006-DT-INICIO                   00023100
           START CEPV0006 KEY NOT < CEPV0006-CHAVE                      00023200
           EVALUATE WK-VSAM-FILE-STATUS                                 00023300
              WHEN '00'                                                 00023400
                 PERFORM LE-VIGENCIA UNTIL WK-FIM-VIGENCIAS = 'S'       00023500
              WHEN '23'                                                 00023600
                 CONTINUE                                               00023700
              WHEN OTHER                                                00023800
                 MOVE 'S' TO WK-FIM-VIGENCIAS                           00023900
                 MOVE '16' TO LK-ISS-RETORNO                            00024000
           END-EVALUATE                                                 00024100
                                                                        00024200
           IF LK-ISS-RETORNO = '00'                                     00024300
              IF WK-ACHOU-IBGE = 'N'                                    00024400
                 MOVE '24' TO LK-ISS-RETORNO                            00024500
              ELSE                                                      00024600
                 IF WK-ACHOU-VIGENCIA = 'N'                             00024700
                    MOVE '28' TO LK-ISS-RETORNO                         00024800
                 END-IF                                                 00024900
              END-IF                                                    00025000
           END-IF                                                       00025100
           .                                                            00025200
       LE-VIGENCIA.                                                     00025300
           READ CEPV0006 NEXT RECORD                                    00025400
           EVALUATE WK-VSAM-FILE-STATUS                                 00025500
              WHEN '00'                                                 00025600
                 IF CEPV0006-COD-IBGE NOT = LK-ISS-COD-IBGE             00025700
                    MOVE 'S' TO WK-FIM-VIGENCIAS                        00025800
                 ELSE                                                   00025900
                    MOVE 'S' TO WK-ACHOU-IBGE                           00026000
                    IF CEPV0006-DT-INICIO > WK-DATA-REF                 00026100
                       MOVE 'S' TO WK-FIM-VIGENCIAS                     00026200
                    ELSE                                                00026300
                       MOVE 'S' TO WK-ACHOU-VIGENCIA                    00026400
                       MOVE CEPV0006-ALIQUOTA   TO LK-ISS-ALIQUOTA      00026500
                       MOVE CEPV0006-JURISDICAO TO LK-ISS-JURISDICAO    00026600
                       MOVE CEPV0006-DT-INICIO  TO LK-ISS-DT-INICIO     00026700
                    END-IF                                              00026800
                 END-IF                                                 00026900
              WHEN '10'                                                 00027000
                 MOVE 'S' TO WK-FIM-VIGENCIAS                           00027100
              WHEN OTHER                                                00027200
                 MOVE 'S' TO WK-FIM-VIGENCIAS                           00027300
                 MOVE '16' TO LK-ISS-RETORNO                            00027400
           END-EVALUATE                                                 00027500
           .                                                            00027600
       CLOSE-FILES.                                                     00027700
           IF WK-ARQUIVOS NOT = 'N'                                     00027800
              CLOSE CEPV0001                                            00027900
              CLOSE CEPV0006                                            00028000
              MOVE 'N' TO WK-ARQUIVOS                                   00028100
           END-IF                                                       00028200
           .                                                            00028300
