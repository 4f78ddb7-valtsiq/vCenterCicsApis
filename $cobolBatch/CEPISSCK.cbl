       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID. CEPISSCK.                                            00000200
      ******************************************************************00000300
      * Valter Siqueira - Systems      c                                00000400
      * Laboratoratório de uso particular ......                        00000500
      * ----------------------------------------------------------------00000600
      * Sistema .............. CEP                                      00000700
      * Programa.............. CEPISSCK                                 00000800
      * Tipo    .............. BATCH                                    00000900
      * Finalidade ........... Relatorio de excecoes do cadastro de     00001000
      *                        ISS: lista os municipios da base         00001100
      *                        "CEPVSA01" (CEPV0001) para os quais a    00001200
      *                        consulta CEPISSLK NAO devolveria         00001300
      *                        aliquota, para que o faturamento nunca   00001400
      *                        caia numa aliquota padrao sem saber.     00001500
      *                        Percorre a base pela chave alternativa   00001600
      *                        UF + CIDADE NORMALIZADA (como CEPSTAT)   00001700
      *                        e, a cada quebra de cidade, procura o    00001800
      *                        codigo IBGE da cidade no cadastro de     00001900
      *                        ISS "CEPVSA06" (CEPV0006) na data de     00002000
      *                        referencia. Motivos de excecao:          00002100
      *                        'I' = CIDADE SEM CODIGO IBGE NA BASE     00002200
      *                              (rodar CEPIBGE);                   00002300
      *                        'N' = CODIGO IBGE SEM ISS CADASTRADO;    00002400
      *                        'V' = ISS CADASTRADO SO COM VIGENCIA     00002500
      *                              POSTERIOR A DATA DE REFERENCIA.    00002600
      *                        CEPs sem codigo IBGE dentro de uma       00002700
      *                        cidade que tem o codigo sao contados a   00002800
      *                        parte (a cidade nao entra como 'I').     00002900
      * DSnames .............. B090290.CEPVSA01 (CEPV0001)              00003000
      *                        B090290.CEPVSA06 (CEPV0006)              00003100
      *                        B090290.CEPISX01 (EXCECOES)              00003200
      * Layout CEPISX01 (100 BYTES) ...........                         00003300
      *   POS 001     = MOTIVO: 'I' / 'N' / 'V' (VIDE ACIMA)            00003400
      *   POS 002-003 = UF                                              00003500
      *   POS 004-033 = CIDADE (GRAFIA DA BASE)                         00003600
      *   POS 034-040 = CODIGO IBGE (BRANCO NO MOTIVO 'I')              00003700
      *   POS 041-050 = QUANTIDADE DE CEPS DA CIDADE                    00003800
      *   POS 051-080 = DESCRICAO DO MOTIVO                             00003900
      *   POS 081-100 = FILLER                                          00004000
      * PARM ................. POS 01-08 = DATA DE REFERENCIA AAAAMMDD  00004100
      *                        (DEFAULT = DATA CORRENTE)                00004200
      * RETURN-CODE .......... 4 = HA EXCECOES (CEPISX01)               00004300
      *                        8 = PARM COM DATA INVALIDA               00004400
      *                       12 = ERRO VSAM                            00004500
      ******************************************************************00004600
       ENVIRONMENT DIVISION.                                            00004700
       INPUT-OUTPUT SECTION.                                            00004800
       FILE-CONTROL.                                                    00004900
      *INPUT FILE - LIDO EM SEQUENCIA DA CHAVE ALTERNATIVA UF+CIDADE    00005000
           SELECT CEPV0001 ASSIGN TO 'CEPV0001'                         00005100
           ORGANIZATION IS INDEXED                                      00005200
           ACCESS MODE IS DYNAMIC                                       00005300
           RECORD KEY IS CEPV0001-CEP                                   00005400
           ALTERNATE RECORD KEY IS CEPV0001-UF-CIDADE                   00005500
              WITH DUPLICATES                                           00005600
           FILE STATUS WK-VSAM-FILE-STATUS.                             00005700
      *                                                                 00005800
           SELECT CEPV0006 ASSIGN TO 'CEPV0006'                         00005900
           ORGANIZATION IS INDEXED                                      00006000
           ACCESS MODE IS DYNAMIC                                       00006100
           RECORD KEY IS CEPV0006-CHAVE                                 00006200
           FILE STATUS WK-VSAM-FILE-STATUS.                             00006300
      *                                                                 00006400
           SELECT CEPISX01 ASSIGN TO 'CEPISX01'                         00006500
           ORGANIZATION SEQUENTIAL.                                     00006600
      *    MUNICIPIOS SEM ALIQUOTA DE ISS                               00006700
       DATA DIVISION.                                                   00006800
       FILE SECTION.                                                    00006900
                                                                        00007000
       FD CEPV0001.                                                     00007100
       01 CEPV0001-REC.                                                 00007200
          05 CEPV0001-CEP               PIC  X(008).                    00007300
          05 CEPV0001-UF                PIC  X(002).                    00007400
          05 CEPV0001-CIDADE-BUSCA      PIC  X(030).                    00007500
          05 CEPV0001-CIDADE            PIC  X(030).                    00007600
          05 CEPV0001-BAIRRO            PIC  X(030).                    00007700
          05 CEPV0001-LOGRADOURO        PIC  X(030).                    00007800
          05 CEPV0001-PROTEGIDO         PIC  X(001).                    00007900
          05 CEPV0001-TIPO              PIC  X(001).                    00008000
          05 CEPV0001-ULT-ATUALIZACAO   PIC  X(021).                    00008100
          05 CEPV0001-ULT-ORIGEM        PIC  X(001).                    00008200
          05 CEPV0001-COD-IBGE          PIC  X(007).                    00008300
       66 CEPV0001-UF-CIDADE RENAMES CEPV0001-UF                        00008400
                             THRU    CEPV0001-CIDADE-BUSCA.             00008500
      *                                                                 00008600
       FD CEPV0006.                                                     00008700
       01 CEPV0006-REC.                                                 00008800
          05 CEPV0006-CHAVE.                                            00008900
             10 CEPV0006-COD-IBGE       PIC  X(007).                    00009000
             10 CEPV0006-DT-INICIO      PIC  X(008).                    00009100
          05 CEPV0006-UF                PIC  X(002).                    00009200
          05 CEPV0006-MUNICIPIO         PIC  X(030).                    00009300
          05 CEPV0006-ALIQUOTA          PIC  9(002)V9(004).             00009400
          05 CEPV0006-JURISDICAO        PIC  X(010).                    00009500
          05 CEPV0006-DT-ATUALIZACAO    PIC  X(021).                    00009600
          05 FILLER                     PIC  X(016).                    00009700
      *                                                                 00009800
       FD CEPISX01                                                      00009900
            RECORDING MODE IS F                                         00010000
            RECORD CONTAINS 100 CHARACTERS.                             00010100
       01 CEPISX01-REC.                                                 00010200
          05 CEPISX01-MOTIVO            PIC  X(001).                    00010300
          05 CEPISX01-UF                PIC  X(002).                    00010400
          05 CEPISX01-CIDADE            PIC  X(030).                    00010500
          05 CEPISX01-COD-IBGE          PIC  X(007).                    00010600
          05 CEPISX01-QTDE-CEPS         PIC  9(010).                    00010700
          05 CEPISX01-DESC-MOTIVO       PIC  X(030).                    00010800
          05 FILLER                     PIC  X(020).                    00010900
      *                                                                 00011000
       WORKING-STORAGE SECTION.                                         00011100
        01 WORKING-AREAS.                                               00011200
           03 WK-VSAM-FILE-STATUS       PIC  X(002) VALUE SPACES.       00011300
           03 WK-EOF                    PIC  X(001) VALUE 'N'.          00011400
           03 WK-PRIMEIRO               PIC  X(001) VALUE 'S'.          00011500
           03 WK-CURRENT-DATE           PIC  X(021) VALUE SPACES.       00011600
           03 WK-DATA-REF               PIC  X(008) VALUE SPACES.       00011700
           03 WK-DATA-REF-R REDEFINES WK-DATA-REF.                      00011800
              05 WK-DATA-ANO            PIC  9(004).                    00011900
              05 WK-DATA-MES            PIC  9(002).                    00012000
              05 WK-DATA-DIA            PIC  9(002).                    00012100
           03 WK-UF-ATUAL               PIC  X(002) VALUE SPACES.       00012200
           03 WK-CIDADE-ATUAL           PIC  X(030) VALUE SPACES.       00012300
           03 WK-CIDADE-NOME            PIC  X(030) VALUE SPACES.       00012400
           03 WK-CID-IBGE-ATUAL         PIC  X(007) VALUE SPACES.       00012500
           03 WK-CONT-CIDADE            PIC  9(010) VALUE ZEROS.        00012600
           03 WK-CONT-CID-SEM-IBGE      PIC  9(010) VALUE ZEROS.        00012700
      *    RESULTADO DA ULTIMA VERIFICACAO NO CADASTRO DE ISS - GRAFIAS 00012800
      *    DIFERENTES DO MESMO MUNICIPIO CHEGAM EM SEQUENCIA E NAO      00012900
      *    PRECISAM SER PROCURADAS DE NOVO                              00013000
           03 WK-ULT-IBGE               PIC  X(007) VALUE SPACES.       00013100
           03 WK-ULT-RESULTADO          PIC  X(001) VALUE SPACES.       00013200
           03 WK-RESULTADO              PIC  X(001) VALUE SPACES.       00013300
      *       'S' = TEM VIGENCIA NA DATA  'N' / 'V' = MOTIVOS ACIMA     00013400
           03 WK-FIM-VIGENCIAS          PIC  X(001) VALUE 'N'.          00013500
           03 WK-CONT-LIDOS             PIC  9(010) VALUE ZEROS.        00013600
           03 WK-CONT-CIDADES           PIC  9(010) VALUE ZEROS.        00013700
           03 WK-CONT-CIDADES-OK        PIC  9(010) VALUE ZEROS.        00013800
           03 WK-CONT-EXC-I             PIC  9(010) VALUE ZEROS.        00013900
           03 WK-CONT-EXC-N             PIC  9(010) VALUE ZEROS.        00014000
           03 WK-CONT-EXC-V             PIC  9(010) VALUE ZEROS.        00014100
           03 WK-CONT-CEPS-EXC          PIC  9(010) VALUE ZEROS.        00014200
           03 WK-CONT-CEPS-SEM-IBGE     PIC  9(010) VALUE ZEROS.        00014300
                                                                        00014400
       LINKAGE SECTION.                                                 00014500
       01 LK-PARM-LENGTH                PIC S9(004) COMP.               00014600
       01 LK-PARM-DATA.                                                 00014700
          05 LK-DATA-REF                PIC  X(008).                    00014800
                                                                        00014900
       PROCEDURE DIVISION USING LK-PARM-LENGTH LK-PARM-DATA.            00015000
      *                                                                 00015100
       MAIN-PARA.                                                       00015200
           PERFORM TRATA-PARM                                           00015300
           PERFORM OPEN-FILES                                           00015400
           PERFORM POSICIONA-INICIO                                     00015500
           PERFORM READ-FILE UNTIL WK-EOF EQUAL 'Y'                     00015600
                                                                        00015700
           IF WK-PRIMEIRO = 'N'                                         00015800
              PERFORM QUEBRA-CIDADE                                     00015900
           END-IF                                                       00016000
           PERFORM RELATORIO-FINAL                                      00016100
                                                                        00016200
           PERFORM CLOSE-FILES                                          00016300
           IF WK-CONT-EXC-I + WK-CONT-EXC-N + WK-CONT-EXC-V > 0         00016400
              MOVE 4 TO RETURN-CODE                                     00016500
           END-IF                                                       00016600
           STOP RUN                                                     00016700
           .                                                            00016800
       TRATA-PARM.                                                      00016900
           MOVE FUNCTION CURRENT-DATE TO WK-CURRENT-DATE                00017000
           MOVE WK-CURRENT-DATE (1:8) TO WK-DATA-REF                    00017100
           IF LK-PARM-LENGTH >= 8                                       00017200
              MOVE LK-DATA-REF TO WK-DATA-REF                           00017300
              IF WK-DATA-REF IS NOT NUMERIC                             00017400
                 OR WK-DATA-ANO < 1900                                  00017500
                 OR WK-DATA-MES < 1 OR WK-DATA-MES > 12                 00017600
                 OR WK-DATA-DIA < 1 OR WK-DATA-DIA > 31                 00017700
                 DISPLAY "-----PARM COM DATA INVALIDA -----"            00017800
                 DISPLAY LK-DATA-REF                                    00017900
                 MOVE 8 TO RETURN-CODE                                  00018000
                 STOP RUN                                               00018100
              END-IF                                                    00018200
           END-IF                                                       00018300
           .                                                            00018400
       OPEN-FILES.                                                      00018500
           OPEN INPUT  CEPV0001                                         00018600
           IF WK-VSAM-FILE-STATUS = '00'                                00018700
              OPEN INPUT  CEPV0006                                      00018800
           END-IF                                                       00018900
           IF WK-VSAM-FILE-STATUS NOT = '00'                            00019000
              DISPLAY "-----ERRO VSAM NO OPEN -----"                    00019100
              DISPLAY WK-VSAM-FILE-STATUS                               00019200
              MOVE 12 TO RETURN-CODE                                    00019300
              STOP RUN                                                  00019400
           END-IF                                                       00019500
           OPEN OUTPUT CEPISX01                                         00019600
           .                                                            00019700
       POSICIONA-INICIO.                                                00019800
      *    POSICIONA NO MENOR VALOR DA CHAVE ALTERNATIVA; DALI EM       00019900
      *    DIANTE O READ NEXT DEVOLVE A BASE AGRUPADA POR UF E CIDADE   00020000
           MOVE LOW-VALUES TO CEPV0001-UF                               00020100
           MOVE LOW-VALUES TO CEPV0001-CIDADE-BUSCA                     00020200
           START CEPV0001 KEY NOT < CEPV0001-UF-CIDADE                  00020300
              INVALID KEY                                               00020400
                 MOVE 'Y' TO WK-EOF                                     00020500
           END-START                                                    00020600
           .                                                            00020700
       READ-FILE.                                                       00020800
           READ CEPV0001 NEXT RECORD AT END MOVE 'Y' TO WK-EOF          00020900
           END-READ                                                     00021000
                                                                        00021100
           IF WK-EOF NOT = 'Y'                                          00021200
              EVALUATE WK-VSAM-FILE-STATUS                              00021300
                 WHEN '00'                                              00021400
                    PERFORM ACUMULA-REGISTRO                            00021500
                 WHEN OTHER                                             00021600
                    PERFORM ERRO-VSAM                                   00021700
              END-EVALUATE                                              00021800
           END-IF                                                       00021900
           .                                                            00022000
       ACUMULA-REGISTRO.                                                00022100
           ADD 1 TO WK-CONT-LIDOS                                       00022200
           IF WK-PRIMEIRO = 'S'                                         00022300
              MOVE 'N'                    TO WK-PRIMEIRO                00022400
              PERFORM INICIA-CIDADE                                     00022500
           ELSE                                                         00022600
              IF CEPV0001-UF NOT = WK-UF-ATUAL                          00022700
                 OR CEPV0001-CIDADE-BUSCA NOT = WK-CIDADE-ATUAL         00022800
                 PERFORM QUEBRA-CIDADE                                  00022900
                 PERFORM INICIA-CIDADE                                  00023000
              END-IF                                                    00023100
           END-IF                                                       00023200
           ADD 1 TO WK-CONT-CIDADE                                      00023300
      *    O CODIGO DA CIDADE E O PRIMEIRO CODIGO IBGE ENCONTRADO NELA  00023400
           IF CEPV0001-COD-IBGE = SPACES                                00023500
              ADD 1 TO WK-CONT-CID-SEM-IBGE                             00023600
           ELSE                                                         00023700
              IF WK-CID-IBGE-ATUAL = SPACES                             00023800
                 MOVE CEPV0001-COD-IBGE TO WK-CID-IBGE-ATUAL            00023900
              END-IF                                                    00024000
           END-IF                                                       00024100
           .                                                            00024200
       INICIA-CIDADE.                                                   00024300
           MOVE CEPV0001-UF            TO WK-UF-ATUAL                   00024400
           MOVE CEPV0001-CIDADE-BUSCA  TO WK-CIDADE-ATUAL               00024500
           MOVE CEPV0001-CIDADE        TO WK-CIDADE-NOME                00024600
           MOVE SPACES                 TO WK-CID-IBGE-ATUAL             00024700
           MOVE ZEROS                  TO WK-CONT-CIDADE                00024800
           MOVE ZEROS                  TO WK-CONT-CID-SEM-IBGE          00024900
           .                                                            00025000
       QUEBRA-CIDADE.                                                   00025100
           ADD 1 TO WK-CONT-CIDADES                                     00025200
           IF WK-CID-IBGE-ATUAL = SPACES                                00025300
              MOVE 'I' TO WK-RESULTADO                                  00025400
           ELSE                                                         00025500
      *       CEPS SEM CODIGO NUMA CIDADE QUE TEM O CODIGO: CEPISSLK    00025600
      *       DEVOLVE '20' PARA ELES                                    00025700
              ADD WK-CONT-CID-SEM-IBGE TO WK-CONT-CEPS-SEM-IBGE         00025800
              IF WK-CID-IBGE-ATUAL = WK-ULT-IBGE                        00025900
                 MOVE WK-ULT-RESULTADO TO WK-RESULTADO                  00026000
              ELSE                                                      00026100
                 PERFORM VERIFICA-ISS                                   00026200
                 MOVE WK-CID-IBGE-ATUAL TO WK-ULT-IBGE                  00026300
                 MOVE WK-RESULTADO      TO WK-ULT-RESULTADO             00026400
              END-IF                                                    00026500
           END-IF                                                       00026600
                                                                        00026700
           IF WK-RESULTADO = 'S'                                        00026800
              ADD 1 TO WK-CONT-CIDADES-OK                               00026900
           ELSE                                                         00027000
              PERFORM GRAVA-EXCECAO                                     00027100
           END-IF                                                       00027200
           .                                                            00027300
      *                                                                 00027400
      *    O MUNICIPIO TEM ISS NA DATA SE ALGUMA VIGENCIA DELE COMECA   00027500
      *    ATE A DATA DE REFERENCIA (A PRIMEIRA LIDA E A MAIS ANTIGA)   00027600
       VERIFICA-ISS.                                                    00027700
           MOVE 'N'               TO WK-RESULTADO                       00027800
           MOVE WK-CID-IBGE-ATUAL TO CEPV0006-COD-IBGE                  00027900
           MOVE ZEROS             TO CEPV0006-DT-INICIO                 00028000
           START CEPV0006 KEY NOT < CEPV0006-CHAVE                      00028100
           EVALUATE WK-VSAM-FILE-STATUS                                 00028200
              WHEN '00'                                                 00028300
                 READ CEPV0006 NEXT RECORD                              00028400
                 EVALUATE WK-VSAM-FILE-STATUS                           00028500
                    WHEN '00'                                           00028600
                       IF CEPV0006-COD-IBGE = WK-CID-IBGE-ATUAL         00028700
                          IF CEPV0006-DT-INICIO > WK-DATA-REF           00028800
                             MOVE 'V' TO WK-RESULTADO                   00028900
                          ELSE                                          00029000
                             MOVE 'S' TO WK-RESULTADO                   00029100
                          END-IF                                        00029200
                       END-IF                                           00029300
                    WHEN '10'                                           00029400
                       CONTINUE                                         00029500
                    WHEN OTHER                                          00029600
                       PERFORM ERRO-VSAM                                00029700
                 END-EVALUATE                                           00029800
              WHEN '23'                                                 00029900
                 CONTINUE                                               00030000
              WHEN OTHER                                                00030100
                 PERFORM ERRO-VSAM                                      00030200
           END-EVALUATE                                                 00030300
           .                                                            00030400
       GRAVA-EXCECAO.                                                   00030500
           MOVE SPACES             TO CEPISX01-REC                      00030600
           MOVE WK-RESULTADO       TO CEPISX01-MOTIVO                   00030700
           MOVE WK-UF-ATUAL        TO CEPISX01-UF                       00030800
           MOVE WK-CIDADE-NOME     TO CEPISX01-CIDADE                   00030900
           MOVE WK-CID-IBGE-ATUAL  TO CEPISX01-COD-IBGE                 00031000
           MOVE WK-CONT-CIDADE     TO CEPISX01-QTDE-CEPS                00031100
           EVALUATE WK-RESULTADO                                        00031200
              WHEN 'I'                                                  00031300
                 MOVE 'CIDADE SEM CODIGO IBGE' TO CEPISX01-DESC-MOTIVO  00031400
                 ADD 1 TO WK-CONT-EXC-I                                 00031500
              WHEN 'N'                                                  00031600
                 MOVE 'MUNICIPIO SEM ISS CADASTRADO'                    00031700
                    TO CEPISX01-DESC-MOTIVO                             00031800
                 ADD 1 TO WK-CONT-EXC-N                                 00031900
              WHEN 'V'                                                  00032000
                 MOVE 'ISS SEM VIGENCIA NA DATA'                        00032100
                    TO CEPISX01-DESC-MOTIVO                             00032200
                 ADD 1 TO WK-CONT-EXC-V                                 00032300
           END-EVALUATE                                                 00032400
           ADD WK-CONT-CIDADE TO WK-CONT-CEPS-EXC                       00032500
           WRITE CEPISX01-REC                                           00032600
           .                                                            00032700
       ERRO-VSAM.                                                       00032800
           DISPLAY "-----ERRO VSAM -----"                               00032900
           DISPLAY WK-VSAM-FILE-STATUS                                  00033000
           PERFORM CLOSE-FILES                                          00033100
           MOVE 12 TO RETURN-CODE                                       00033200
           STOP RUN                                                     00033300
           .                                                            00033400
       RELATORIO-FINAL.                                                 00033500
           DISPLAY '---------------------------------------------'      00033600
           DISPLAY ' EXCECOES DO CADASTRO DE ISS (CEPV0006)      '      00033700
           DISPLAY 'DATA DE REFERENCIA ...........................'     00033800
           DISPLAY WK-DATA-REF                                          00033900
           DISPLAY 'CEPS LIDOS ...................................'     00034000
           DISPLAY WK-CONT-LIDOS                                        00034100
           DISPLAY 'CIDADES VERIFICADAS ..........................'     00034200
           DISPLAY WK-CONT-CIDADES                                      00034300
           DISPLAY 'CIDADES COM ISS NA DATA ......................'     00034400
           DISPLAY WK-CONT-CIDADES-OK                                   00034500
           DISPLAY 'EXCECAO I - CIDADE SEM CODIGO IBGE ...........'     00034600
           DISPLAY WK-CONT-EXC-I                                        00034700
           DISPLAY 'EXCECAO N - MUNICIPIO SEM ISS CADASTRADO .....'     00034800
           DISPLAY WK-CONT-EXC-N                                        00034900
           DISPLAY 'EXCECAO V - ISS SEM VIGENCIA NA DATA .........'     00035000
           DISPLAY WK-CONT-EXC-V                                        00035100
           DISPLAY 'CEPS DAS CIDADES EM EXCECAO ..................'     00035200
           DISPLAY WK-CONT-CEPS-EXC                                     00035300
           DISPLAY 'CEPS SEM CODIGO IBGE EM CIDADES COM CODIGO ...'     00035400
           DISPLAY WK-CONT-CEPS-SEM-IBGE                                00035500
           DISPLAY '---------------------------------------------'      00035600
           .                                                            00035700
       CLOSE-FILES.                                                     00035800
           CLOSE CEPV0001                                               00035900
           CLOSE CEPV0006                                               00036000
           CLOSE CEPISX01                                               00036100
           .                                                            00036200
