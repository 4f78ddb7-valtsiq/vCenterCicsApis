       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID. CEPFILLD.                                            00000200
      ******************************************************************00000300
      * Valter Siqueira - Systems      c                                00000400
      * Laboratoratório de uso particular ......                        00000500
      * ----------------------------------------------------------------00000600
      * Sistema .............. CEP                                      00000700
      * Programa.............. CEPFILLD                                 00000800
      * Tipo    .............. BATCH                                    00000900
      * Finalidade ........... Carregar o cadastro de FILIAIS (agencias 00001000
      *                        e pontos de coleta) no cluster           00001100
      *                        "CEPVSA09" (CEPV0009), base do           00001200
      *                        localizador de filial mais proxima       00001300
      *                        (CEPF / CEPPRXB) e do relatorio de       00001400
      *                        cobertura (CEPCOBER), a partir do        00001500
      *                        arquivo CEPFIL01 mantido pela Rede:      00001600
      *                        - UF e cidade vem da base pelo CEP da    00001700
      *                          filial (CEP fora da base e rejeitado); 00001800
      *                        - a coordenada informada no cartao vale  00001900
      *                          (origem 'I'); em branco, vem de        00002000
      *                          CEPV0008 (origem 'C' ou 'M', a mesma   00002100
      *                          do CEP) - rodar depois de CEPGEOLD.    00002200
      *                        O arquivo e validado como um todo antes  00002300
      *                        de qualquer gravacao: havendo qualquer   00002400
      *                        rejeicao NADA e gravado (o cluster fica  00002500
      *                        como estava) e o programa termina com    00002600
      *                        RETURN-CODE 8, como na carga das zonas   00002700
      *                        de frete (CEPZNLOD).                     00002800
      * DSnames .............. B090290.CEPVSA01 (CEPV0001)              00002900
      *                        B090290.CEPVSA08 (CEPV0008)              00003000
      *                        B090290.CEPVSA09 (DD CEPV0009, KSDS      00003100
      *                        KEYS(6 0) RECORDSIZE(120 120))           00003200
      *                        B090290.CEPFIL01 (FILIAIS DA REDE)       00003300
      *                        B090290.CEPFIR01 (FILIAIS REJEITADAS)    00003400
      * Layout CEPFIL01 (080 BYTES) .......                             00003500
      *   POS 01-06 = CODIGO DA FILIAL                                  00003600
      *   POS 08-37 = NOME DA FILIAL                                    00003700
      *   POS 39-39 = TIPO 'A' = AGENCIA                                00003800
      *                    'P' = PONTO DE COLETA                        00003900
      *   POS 41-48 = CEP DA FILIAL                                     00004000
      *   POS 50-59 = LATITUDE  (OPCIONAL, FORMATO DE CEPV0008)         00004100
      *   POS 61-70 = LONGITUDE (OPCIONAL, FORMATO DE CEPV0008)         00004200
      * Layout CEPV0009 (120 BYTES, CHAVE = POS 001-006) ....           00004300
      *   POS 001-006 = CODIGO DA FILIAL                                00004400
      *   POS 007-036 = NOME DA FILIAL                                  00004500
      *   POS 037-037 = TIPO 'A' = AGENCIA / 'P' = PONTO DE COLETA      00004600
      *   POS 038-045 = CEP DA FILIAL                                   00004700
      *   POS 046-047 = UF                                              00004800
      *   POS 048-077 = CIDADE                                          00004900
      *   POS 078-087 = LATITUDE                                        00005000
      *   POS 088-097 = LONGITUDE                                       00005100
      *   POS 098-098 = ORIGEM DA COORDENADA 'I' = INFORMADA            00005200
      *                        'C' = COORDENADA DO CEP (CEPV0008)       00005300
      *                        'M' = CENTRO DO MUNICIPIO (CEPV0008)     00005400
      *   POS 099-119 = DATA/HORA DA CARGA (CURRENT-DATE)               00005500
      *   POS 120-120 = FILLER                                          00005600
      * RETURN-CODE .......... 0 = CADASTRO CARREGADO                   00005700
      *                        8 = FILIAIS REJEITADAS (NADA GRAVADO),   00005800
      *                            ARQUIVO VAZIO OU TABELA CHEIA        00005900
      *                       12 = ERRO VSAM                            00006000
      ******************************************************************00006100
       ENVIRONMENT DIVISION.                                            00006200
       INPUT-OUTPUT SECTION.                                            00006300
       FILE-CONTROL.                                                    00006400
      *INPUT FILE - UF E CIDADE DA FILIAL                               00006500
           SELECT CEPV0001 ASSIGN TO 'CEPV0001'                         00006600
           ORGANIZATION IS INDEXED                                      00006700
           ACCESS MODE IS RANDOM                                        00006800
           RECORD KEY IS CEPV0001-CEP                                   00006900
           FILE STATUS WK-VSAM-FILE-STATUS.                             00007000
      *INPUT FILE - COORDENADA DO CEP DA FILIAL                         00007100
           SELECT CEPV0008 ASSIGN TO 'CEPV0008'                         00007200
           ORGANIZATION IS INDEXED                                      00007300
           ACCESS MODE IS RANDOM                                        00007400
           RECORD KEY IS CEPV0008-CEP                                   00007500
           FILE STATUS WK-VSAM-FILE-STATUS.                             00007600
      *OUTPUT FILE                                                      00007700
           SELECT CEPV0009 ASSIGN TO 'CEPV0009'                         00007800
           ORGANIZATION IS INDEXED                                      00007900
           ACCESS MODE IS RANDOM                                        00008000
           RECORD KEY IS CEPV0009-CODIGO                                00008100
           FILE STATUS WK-VSAM-FILE-STATUS.                             00008200
      *                                                                 00008300
           SELECT CEPFIL01 ASSIGN TO 'CEPFIL01'                         00008400
           ORGANIZATION SEQUENTIAL.                                     00008500
      *    ARQUIVO SEQUENCIAL DE FILIAIS                                00008600
                                                                        00008700
           SELECT CEPFIR01 ASSIGN TO 'CEPFIR01'                         00008800
           ORGANIZATION SEQUENTIAL.                                     00008900
      *    ARQUIVO DE FILIAIS REJEITADAS                                00009000
       DATA DIVISION.                                                   00009100
       FILE SECTION.                                                    00009200
                                                                        00009300
       FD CEPV0001.                                                     00009400
       01 CEPV0001-REC.                                                 00009500
          05 CEPV0001-CEP               PIC  X(008).                    00009600
          05 CEPV0001-UF                PIC  X(002).                    00009700
          05 CEPV0001-CIDADE-BUSCA     PIC  X(030).                     00009800
          05 CEPV0001-CIDADE            PIC  X(030).                    00009900
          05 CEPV0001-BAIRRO            PIC  X(030).                    00010000
          05 CEPV0001-LOGRADOURO        PIC  X(030).                    00010100
          05 CEPV0001-PROTEGIDO            PIC  X(001).                 00010200
          05 CEPV0001-TIPO                 PIC  X(001).                 00010300
          05 CEPV0001-ULT-ATUALIZACAO      PIC  X(021).                 00010400
          05 CEPV0001-ULT-ORIGEM           PIC  X(001).                 00010500
          05 CEPV0001-COD-IBGE             PIC  X(007).                 00010600
      *                                                                 00010700
       FD CEPV0008.                                                     00010800
       01 CEPV0008-REC.                                                 00010900
          05 CEPV0008-CEP               PIC  X(008).                    00011000
          05 CEPV0008-LATITUDE          PIC S9(003)V9(006)              00011100
                                        SIGN LEADING SEPARATE.          00011200
          05 CEPV0008-LONGITUDE         PIC S9(003)V9(006)              00011300
                                        SIGN LEADING SEPARATE.          00011400
          05 CEPV0008-ORIGEM            PIC  X(001).                    00011500
          05 CEPV0008-COD-IBGE          PIC  X(007).                    00011600
          05 CEPV0008-UF                PIC  X(002).                    00011700
          05 CEPV0008-DT-CARGA          PIC  X(021).                    00011800
          05 FILLER                     PIC  X(021).                    00011900
      *                                                                 00012000
       FD CEPV0009.                                                     00012100
       01 CEPV0009-REC.                                                 00012200
          05 CEPV0009-CODIGO            PIC  X(006).                    00012300
          05 CEPV0009-NOME              PIC  X(030).                    00012400
          05 CEPV0009-TIPO              PIC  X(001).                    00012500
          05 CEPV0009-CEP               PIC  X(008).                    00012600
          05 CEPV0009-UF                PIC  X(002).                    00012700
          05 CEPV0009-CIDADE            PIC  X(030).                    00012800
          05 CEPV0009-LATITUDE          PIC S9(003)V9(006)              00012900
                                        SIGN LEADING SEPARATE.          00013000
          05 CEPV0009-LONGITUDE         PIC S9(003)V9(006)              00013100
                                        SIGN LEADING SEPARATE.          00013200
          05 CEPV0009-ORIGEM-COORD      PIC  X(001).                    00013300
          05 CEPV0009-DT-CARGA          PIC  X(021).                    00013400
          05 FILLER                     PIC  X(001).                    00013500
      *                                                                 00013600
       FD CEPFIL01                                                      00013700
            RECORDING MODE IS F                                         00013800
            RECORD CONTAINS 080 CHARACTERS.                             00013900
       01 CEPFIL01-REC.                                                 00014000
          05 CEPFIL01-CODIGO            PIC  X(006).                    00014100
          05 FILLER                     PIC  X(001).                    00014200
          05 CEPFIL01-NOME              PIC  X(030).                    00014300
          05 FILLER                     PIC  X(001).                    00014400
          05 CEPFIL01-TIPO              PIC  X(001).                    00014500
          05 FILLER                     PIC  X(001).                    00014600
          05 CEPFIL01-CEP               PIC  X(008).                    00014700
          05 FILLER                     PIC  X(001).                    00014800
          05 CEPFIL01-LATITUDE-X        PIC  X(010).                    00014900
          05 CEPFIL01-LATITUDE REDEFINES CEPFIL01-LATITUDE-X            00015000
                                        PIC S9(003)V9(006)              00015100
                                        SIGN LEADING SEPARATE.          00015200
          05 FILLER                     PIC  X(001).                    00015300
          05 CEPFIL01-LONGITUDE-X       PIC  X(010).                    00015400
          05 CEPFIL01-LONGITUDE REDEFINES CEPFIL01-LONGITUDE-X          00015500
                                        PIC S9(003)V9(006)              00015600
                                        SIGN LEADING SEPARATE.          00015700
          05 FILLER                     PIC  X(010).                    00015800
      *                                                                 00015900
       FD CEPFIR01                                                      00016000
            RECORDING MODE IS F                                         00016100
            RECORD CONTAINS 110 CHARACTERS.                             00016200
       01 CEPFIR01-REC.                                                 00016300
          05 CEPFIR01-MOTIVO            PIC  X(030).                    00016400
          05 CEPFIR01-DADOS             PIC  X(080).                    00016500
       WORKING-STORAGE SECTION.                                         00016600
        01 WORKING-AREAS.                                               00016700
           03 WK-VSAM-FILE-STATUS       PIC  X(002) VALUE SPACES.       00016800
           03 WK-EOF                    PIC  X(001) VALUE 'N'.          00016900
           03 WK-CURRENT-DATE           PIC  X(021) VALUE SPACES.       00017000
           03 WK-REJEITADO              PIC  X(001) VALUE 'N'.          00017100
           03 WK-REJ-MOTIVO             PIC  X(030) VALUE SPACES.       00017200
           03 WK-ACHOU                  PIC  X(001) VALUE 'N'.          00017300
           03 WK-CONT-LIDOS             PIC  9(010) VALUE ZEROS.        00017400
           03 WK-CONT-GRAVADOS          PIC  9(010) VALUE ZEROS.        00017500
           03 WK-CONT-REJEITADOS        PIC  9(010) VALUE ZEROS.        00017600
           03 WK-CONT-INFORMADA         PIC  9(010) VALUE ZEROS.        00017700
           03 WK-CONT-COORD-CEP         PIC  9(010) VALUE ZEROS.        00017800
           03 WK-CONT-COORD-MUNICIPIO   PIC  9(010) VALUE ZEROS.        00017900
           03 WK-GRV-IDX                PIC  9(005) VALUE ZEROS.        00018000
                                                                        00018100
      *    FILIAIS VALIDADAS, NA ORDEM DO ARQUIVO; SO VAO PARA O        00018200
      *    CLUSTER SE O ARQUIVO INTEIRO PASSAR                          00018300
        01 WK-TAB-FILIAL.                                               00018400
           03 WK-FIL-QTDE               PIC  9(005) VALUE ZEROS.        00018500
           03 WK-FIL-ENTRY OCCURS 0 TO 2000 TIMES                       00018600
                 DEPENDING ON WK-FIL-QTDE                               00018700
                 INDEXED BY WK-FIL-IDX.                                 00018800
              05 WK-FIL-CODIGO          PIC  X(006).                    00018900
              05 WK-FIL-NOME            PIC  X(030).                    00019000
              05 WK-FIL-TIPO            PIC  X(001).                    00019100
              05 WK-FIL-CEP             PIC  X(008).                    00019200
              05 WK-FIL-UF              PIC  X(002).                    00019300
              05 WK-FIL-CIDADE          PIC  X(030).                    00019400
              05 WK-FIL-LATITUDE        PIC S9(003)V9(006)              00019500
                                        SIGN LEADING SEPARATE.          00019600
              05 WK-FIL-LONGITUDE       PIC S9(003)V9(006)              00019700
                                        SIGN LEADING SEPARATE.          00019800
              05 WK-FIL-ORIGEM-COORD    PIC  X(001).                    00019900
                                                                        00020000
       PROCEDURE DIVISION.                                              00020100
      *                                                                 00020200
       MAIN-PARA.                                                       00020300
           MOVE FUNCTION CURRENT-DATE TO WK-CURRENT-DATE                00020400
           PERFORM OPEN-FILES                                           00020500
                                                                        00020600
           PERFORM READ-FILE UNTIL WK-EOF = 'Y'                         00020700
                                                                        00020800
           IF WK-CONT-LIDOS = 0                                         00020900
              DISPLAY 'CEPFIL01 VAZIO - CADASTRO NAO CARREGADO'         00021000
              MOVE 8 TO RETURN-CODE                                     00021100
           ELSE                                                         00021200
              IF WK-CONT-REJEITADOS > 0                                 00021300
                 DISPLAY 'FILIAIS REJEITADAS - CADASTRO NAO CARREGADO'  00021400
                 MOVE 8 TO RETURN-CODE                                  00021500
              ELSE                                                      00021600
                 PERFORM GRAVA-CADASTRO                                 00021700
              END-IF                                                    00021800
           END-IF                                                       00021900
                                                                        00022000
           PERFORM RELATORIO-FINAL                                      00022100
                                                                        00022200
           PERFORM CLOSE-FILES                                          00022300
           STOP RUN                                                     00022400
           .                                                            00022500
       OPEN-FILES.                                                      00022600
           OPEN INPUT  CEPFIL01                                         00022700
           OPEN OUTPUT CEPFIR01                                         00022800
           OPEN INPUT  CEPV0001                                         00022900
           IF WK-VSAM-FILE-STATUS NOT = '00'                            00023000
              DISPLAY "-----ERRO VSAM NO OPEN -----"                    00023100
              DISPLAY WK-VSAM-FILE-STATUS                               00023200
              MOVE 12 TO RETURN-CODE                                    00023300
              STOP RUN                                                  00023400
           END-IF                                                       00023500
           OPEN INPUT  CEPV0008                                         00023600
           IF WK-VSAM-FILE-STATUS NOT = '00'                            00023700
              DISPLAY "-----ERRO VSAM NO OPEN -----"                    00023800
              DISPLAY WK-VSAM-FILE-STATUS                               00023900
              CLOSE CEPV0001                                            00024000
              MOVE 12 TO RETURN-CODE                                    00024100
              STOP RUN                                                  00024200
           END-IF                                                       00024300
           .                                                            00024400
       READ-FILE.                                                       00024500
           READ CEPFIL01 RECORD AT END MOVE 'Y' TO WK-EOF.              00024600
                                                                        00024700
           IF WK-EOF NOT = 'Y'                                          00024800
              ADD 1 TO WK-CONT-LIDOS                                    00024900
              PERFORM PROCESSA-FILIAL                                   00025000
           END-IF                                                       00025100
           .                                                            00025200
       PROCESSA-FILIAL.                                                 00025300
           MOVE 'N'    TO WK-REJEITADO                                  00025400
           MOVE SPACES TO WK-REJ-MOTIVO                                 00025500
                                                                        00025600
           PERFORM VALIDA-FILIAL                                        00025700
                                                                        00025800
           IF WK-REJEITADO = 'N'                                        00025900
              PERFORM BUSCA-CEP-BASE                                    00026000
           END-IF                                                       00026100
                                                                        00026200
           IF WK-REJEITADO = 'N'                                        00026300
              PERFORM OBTEM-COORDENADA                                  00026400
           END-IF                                                       00026500
                                                                        00026600
           IF WK-REJEITADO = 'S'                                        00026700
              MOVE CEPFIL01-REC TO CEPFIR01-DADOS                       00026800
              PERFORM GRAVA-REJEITADO                                   00026900
           ELSE                                                         00027000
              PERFORM GUARDA-FILIAL                                     00027100
           END-IF                                                       00027200
           .                                                            00027300
       VALIDA-FILIAL.                                                   00027400
           EVALUATE TRUE                                                00027500
              WHEN CEPFIL01-CODIGO = SPACES                             00027600
                 MOVE 'S' TO WK-REJEITADO                               00027700
                 MOVE 'CODIGO NAO INFORMADO' TO WK-REJ-MOTIVO           00027800
              WHEN CEPFIL01-NOME = SPACES                               00027900
                 MOVE 'S' TO WK-REJEITADO                               00028000
                 MOVE 'NOME NAO INFORMADO' TO WK-REJ-MOTIVO             00028100
              WHEN CEPFIL01-TIPO NOT = 'A' AND CEPFIL01-TIPO NOT = 'P'  00028200
                 MOVE 'S' TO WK-REJEITADO                               00028300
                 MOVE 'TIPO INVALIDO (A OU P)' TO WK-REJ-MOTIVO         00028400
              WHEN CEPFIL01-CEP IS NOT NUMERIC                          00028500
                 MOVE 'S' TO WK-REJEITADO                               00028600
                 MOVE 'CEP INVALIDO (NAO NUMERICO)' TO WK-REJ-MOTIVO    00028700
           END-EVALUATE                                                 00028800
                                                                        00028900
           IF WK-REJEITADO = 'N'                                        00029000
              MOVE 'N' TO WK-ACHOU                                      00029100
              PERFORM PROCURA-CODIGO VARYING WK-FIL-IDX FROM 1 BY 1     00029200
                 UNTIL WK-FIL-IDX > WK-FIL-QTDE OR WK-ACHOU = 'S'       00029300
              IF WK-ACHOU = 'S'                                         00029400
                 MOVE 'S' TO WK-REJEITADO                               00029500
                 MOVE 'CODIGO DUPLICADO' TO WK-REJ-MOTIVO               00029600
              END-IF                                                    00029700
           END-IF                                                       00029800
                                                                        00029900
           IF WK-REJEITADO = 'N'                                        00030000
      *       COORDENADA: AS DUAS OU NENHUMA                            00030100
              IF CEPFIL01-LATITUDE-X = SPACES AND                       00030200
                 CEPFIL01-LONGITUDE-X = SPACES                          00030300
                 CONTINUE                                               00030400
              ELSE                                                      00030500
                 IF CEPFIL01-LATITUDE IS NOT NUMERIC OR                 00030600
                    CEPFIL01-LONGITUDE IS NOT NUMERIC                   00030700
                    MOVE 'S' TO WK-REJEITADO                            00030800
                    MOVE 'COORDENADA INVALIDA' TO WK-REJ-MOTIVO         00030900
                 ELSE                                                   00031000
                    IF CEPFIL01-LATITUDE < -90 OR                       00031100
                       CEPFIL01-LATITUDE > 90 OR                        00031200
                       CEPFIL01-LONGITUDE < -180 OR                     00031300
                       CEPFIL01-LONGITUDE > 180                         00031400
                       MOVE 'S' TO WK-REJEITADO                         00031500
                       MOVE 'COORDENADA FORA DOS LIMITES'               00031600
                          TO WK-REJ-MOTIVO                              00031700
                    END-IF                                              00031800
                 END-IF                                                 00031900
              END-IF                                                    00032000
           END-IF                                                       00032100
           .                                                            00032200
       PROCURA-CODIGO.                                                  00032300
           IF WK-FIL-CODIGO (WK-FIL-IDX) = CEPFIL01-CODIGO              00032400
              MOVE 'S' TO WK-ACHOU                                      00032500
           END-IF                                                       00032600
           .                                                            00032700
       BUSCA-CEP-BASE.                                                  00032800
           MOVE CEPFIL01-CEP    TO CEPV0001-CEP                         00032900
           READ CEPV0001 RECORD                                         00033000
           IF WK-VSAM-FILE-STATUS NOT = '00' AND                        00033100
              WK-VSAM-FILE-STATUS NOT = '23'                            00033200
              PERFORM ERRO-VSAM                                         00033300
           END-IF                                                       00033400
           IF WK-VSAM-FILE-STATUS = '23'                                00033500
              MOVE 'S' TO WK-REJEITADO                                  00033600
              MOVE 'CEP NAO CADASTRADO NA BASE' TO WK-REJ-MOTIVO        00033700
           END-IF                                                       00033800
           .                                                            00033900
       OBTEM-COORDENADA.                                                00034000
           IF CEPFIL01-LATITUDE-X NOT = SPACES                          00034100
              MOVE CEPFIL01-LATITUDE  TO CEPV0008-LATITUDE              00034200
              MOVE CEPFIL01-LONGITUDE TO CEPV0008-LONGITUDE             00034300
              MOVE 'I'                TO CEPV0008-ORIGEM                00034400
           ELSE                                                         00034500
              MOVE CEPFIL01-CEP    TO CEPV0008-CEP                      00034600
              READ CEPV0008 RECORD                                      00034700
              IF WK-VSAM-FILE-STATUS NOT = '00' AND                     00034800
                 WK-VSAM-FILE-STATUS NOT = '23'                         00034900
                 PERFORM ERRO-VSAM                                      00035000
              END-IF                                                    00035100
              IF WK-VSAM-FILE-STATUS = '23'                             00035200
                 MOVE 'S' TO WK-REJEITADO                               00035300
                 MOVE 'CEP SEM COORDENADA (CEPV0008)' TO WK-REJ-MOTIVO  00035400
              END-IF                                                    00035500
           END-IF                                                       00035600
           .                                                            00035700
       GUARDA-FILIAL.                                                   00035800
           IF WK-FIL-QTDE >= 2000                                       00035900
              DISPLAY 'TABELA DE FILIAIS CHEIA (2000) NA FILIAL '       00036000
                 CEPFIL01-CODIGO                                        00036100
              PERFORM CLOSE-FILES                                       00036200
              MOVE 8 TO RETURN-CODE                                     00036300
              STOP RUN                                                  00036400
           END-IF                                                       00036500
           ADD 1 TO WK-FIL-QTDE                                         00036600
           SET WK-FIL-IDX TO WK-FIL-QTDE                                00036700
           MOVE CEPFIL01-CODIGO    TO WK-FIL-CODIGO (WK-FIL-IDX)        00036800
           MOVE CEPFIL01-NOME      TO WK-FIL-NOME (WK-FIL-IDX)          00036900
           MOVE CEPFIL01-TIPO      TO WK-FIL-TIPO (WK-FIL-IDX)          00037000
           MOVE CEPFIL01-CEP       TO WK-FIL-CEP (WK-FIL-IDX)           00037100
           MOVE CEPV0001-UF        TO WK-FIL-UF (WK-FIL-IDX)            00037200
           MOVE CEPV0001-CIDADE    TO WK-FIL-CIDADE (WK-FIL-IDX)        00037300
           MOVE CEPV0008-LATITUDE  TO WK-FIL-LATITUDE (WK-FIL-IDX)      00037400
           MOVE CEPV0008-LONGITUDE TO WK-FIL-LONGITUDE (WK-FIL-IDX)     00037500
           MOVE CEPV0008-ORIGEM    TO WK-FIL-ORIGEM-COORD (WK-FIL-IDX)  00037600
           EVALUATE CEPV0008-ORIGEM                                     00037700
              WHEN 'I'                                                  00037800
                 ADD 1 TO WK-CONT-INFORMADA                             00037900
              WHEN 'C'                                                  00038000
                 ADD 1 TO WK-CONT-COORD-CEP                             00038100
              WHEN OTHER                                                00038200
                 ADD 1 TO WK-CONT-COORD-MUNICIPIO                       00038300
           END-EVALUATE                                                 00038400
           .                                                            00038500
       GRAVA-CADASTRO.                                                  00038600
           OPEN OUTPUT CEPV0009                                         00038700
           IF WK-VSAM-FILE-STATUS NOT = '00'                            00038800
              DISPLAY "-----ERRO VSAM NO OPEN -----"                    00038900
              DISPLAY WK-VSAM-FILE-STATUS                               00039000
              PERFORM CLOSE-FILES                                       00039100
              MOVE 12 TO RETURN-CODE                                    00039200
              STOP RUN                                                  00039300
           END-IF                                                       00039400
           PERFORM GRAVA-FILIAL VARYING WK-GRV-IDX FROM 1 BY 1          00039500
              UNTIL WK-GRV-IDX > WK-FIL-QTDE                            00039600
           CLOSE CEPV0009                                               00039700
           .                                                            00039800
       GRAVA-FILIAL.                                                    00039900
           SET WK-FIL-IDX TO WK-GRV-IDX                                 00040000
           MOVE SPACES                        TO CEPV0009-REC           00040100
           MOVE WK-FIL-CODIGO (WK-FIL-IDX)    TO CEPV0009-CODIGO        00040200
           MOVE WK-FIL-NOME (WK-FIL-IDX)      TO CEPV0009-NOME          00040300
           MOVE WK-FIL-TIPO (WK-FIL-IDX)      TO CEPV0009-TIPO          00040400
           MOVE WK-FIL-CEP (WK-FIL-IDX)       TO CEPV0009-CEP           00040500
           MOVE WK-FIL-UF (WK-FIL-IDX)        TO CEPV0009-UF            00040600
           MOVE WK-FIL-CIDADE (WK-FIL-IDX)    TO CEPV0009-CIDADE        00040700
           MOVE WK-FIL-LATITUDE (WK-FIL-IDX)  TO CEPV0009-LATITUDE      00040800
           MOVE WK-FIL-LONGITUDE (WK-FIL-IDX) TO CEPV0009-LONGITUDE     00040900
           MOVE WK-FIL-ORIGEM-COORD (WK-FIL-IDX)                        00041000
             TO CEPV0009-ORIGEM-COORD                                   00041100
           MOVE WK-CURRENT-DATE               TO CEPV0009-DT-CARGA      00041200
           WRITE CEPV0009-REC INVALID KEY                               00041300
              CONTINUE                                                  00041400
           END-WRITE                                                    00041500
           IF WK-VSAM-FILE-STATUS = '00'                                00041600
              ADD 1 TO WK-CONT-GRAVADOS                                 00041700
           ELSE                                                         00041800
              DISPLAY "-----ERRO VSAM -----"                            00041900
              DISPLAY WK-VSAM-FILE-STATUS                               00042000
              CLOSE CEPV0009                                            00042100
              PERFORM RELATORIO-FINAL                                   00042200
              PERFORM CLOSE-FILES                                       00042300
              MOVE 12 TO RETURN-CODE                                    00042400
              STOP RUN                                                  00042500
           END-IF                                                       00042600
           .                                                            00042700
       GRAVA-REJEITADO.                                                 00042800
           ADD  1                  TO WK-CONT-REJEITADOS                00042900
           MOVE WK-REJ-MOTIVO      TO CEPFIR01-MOTIVO                   00043000
           WRITE CEPFIR01-REC                                           00043100
           .                                                            00043200
       ERRO-VSAM.                                                       00043300
           DISPLAY "-----ERRO VSAM -----"                               00043400
           DISPLAY WK-VSAM-FILE-STATUS                                  00043500
           PERFORM CLOSE-FILES                                          00043600
           MOVE 12 TO RETURN-CODE                                       00043700
           STOP RUN                                                     00043800
           .                                                            00043900
       RELATORIO-FINAL.                                                 00044000
           DISPLAY '---------------------------------------------'      00044100
           DISPLAY ' CARGA DO CADASTRO DE FILIAIS (CEPV0009)     '      00044200
           DISPLAY 'FILIAIS LIDAS ................................'     00044300
           DISPLAY WK-CONT-LIDOS                                        00044400
           DISPLAY 'FILIAIS REJEITADAS (CEPFIR01) ................'     00044500
           DISPLAY WK-CONT-REJEITADOS                                   00044600
           DISPLAY 'COORDENADA INFORMADA (ORIGEM I) ..............'     00044700
           DISPLAY WK-CONT-INFORMADA                                    00044800
           DISPLAY 'COORDENADA DO CEP (ORIGEM C) .................'     00044900
           DISPLAY WK-CONT-COORD-CEP                                    00045000
           DISPLAY 'CENTRO DO MUNICIPIO (ORIGEM M) ...............'     00045100
           DISPLAY WK-CONT-COORD-MUNICIPIO                              00045200
           DISPLAY 'FILIAIS GRAVADAS .............................'     00045300
           DISPLAY WK-CONT-GRAVADOS                                     00045400
           DISPLAY '---------------------------------------------'      00045500
           .                                                            00045600
       CLOSE-FILES.                                                     00045700
           CLOSE CEPFIL01                                               00045800
           CLOSE CEPFIR01                                               00045900
           CLOSE CEPV0001                                               00046000
           CLOSE CEPV0008                                               00046100
           .                                                            00046200
