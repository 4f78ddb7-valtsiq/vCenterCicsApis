       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID. CEPGEOLD.                                            00000200
      ******************************************************************00000300
      * Valter Siqueira - Systems      c                                00000400
      * Laboratoratório de uso particular ......                        00000500
      * ----------------------------------------------------------------00000600
      * Sistema .............. CEP                                      00000700
      * Programa.............. CEPGEOLD                                 00000800
      * Tipo    .............. BATCH                                    00000900
      * Finalidade ........... Carregar as COORDENADAS (latitude e      00001000
      *                        longitude) de cada CEP da base           00001100
      *                        "CEPVSA01" no cluster "CEPVSA08"         00001200
      *                        (CEPV0008), base do localizador de       00001300
      *                        filiais (CEPF / CEPPRXB / CEPCOBER):     00001400
      *                        - a coordenada vem do arquivo de         00001500
      *                          GEOCODIFICACAO por CEP (CEPGEO01);     00001600
      *                        - CEP sem geocodificacao recebe o        00001700
      *                          CENTRO DO MUNICIPIO (CEPMUN01) pelo    00001800
      *                          codigo IBGE gravado por CEPIBGE, com   00001900
      *                          a origem 'M' para quem consulta saber  00002000
      *                          que a distancia e aproximada;          00002100
      *                        - CEP sem nenhuma das duas fica fora do  00002200
      *                          cluster e sai em CEPGER01.             00002300
      *                        O cluster e recriado a cada execucao     00002400
      *                        (carga completa), na sequencia da base.  00002500
      *                        A geocodificacao e classificada por CEP  00002600
      *                        (SORT interno) e casada com a base lida  00002700
      *                        em sequencia de chave.                   00002800
      * DSnames .............. B090290.CEPVSA01 (CEPV0001)              00002900
      *                        B090290.CEPVSA08 (DD CEPV0008, KSDS      00003000
      *                        KEYS(8 0) RECORDSIZE(80 80))             00003100
      *                        B090290.CEPGEO01 (GEOCODIFICACAO)        00003200
      *                        B090290.CEPMUN01 (CENTRO DOS MUNICIPIOS) 00003300
      *                        B090290.CEPGER01 (REJEITADOS / SEM       00003400
      *                        COORDENADA)                              00003500
      * Coordenadas .......... GRAUS DECIMAIS, S9(3)V9(6) COM SINAL     00003600
      *                        SEPARADO A ESQUERDA, 10 POSICOES:        00003700
      *                        '-023550520' = -23,550520. LATITUDE      00003800
      *                        ENTRE -90 E +90, LONGITUDE ENTRE -180 E  00003900
      *                        +180.                                    00004000
      * Layout CEPGEO01 (080 BYTES) .......                             00004100
      *   POS 01-08 = CEP                                               00004200
      *   POS 10-19 = LATITUDE                                          00004300
      *   POS 21-30 = LONGITUDE                                         00004400
      * Layout CEPMUN01 (080 BYTES, EM ORDEM DE CODIGO IBGE) .......    00004500
      *   POS 01-07 = CODIGO IBGE DO MUNICIPIO                          00004600
      *   POS 09-10 = UF                                                00004700
      *   POS 12-41 = NOME DO MUNICIPIO                                 00004800
      *   POS 43-52 = LATITUDE DO CENTRO DO MUNICIPIO                   00004900
      *   POS 54-63 = LONGITUDE DO CENTRO DO MUNICIPIO                  00005000
      *   (TAMBEM LIDO POR CEPCOBER, O RELATORIO DE COBERTURA)          00005100
      * Layout CEPV0008 (080 BYTES, CHAVE = POS 001-008) ....           00005200
      *   POS 001-008 = CEP                                             00005300
      *   POS 009-018 = LATITUDE                                        00005400
      *   POS 019-028 = LONGITUDE                                       00005500
      *   POS 029-029 = ORIGEM 'C' = COORDENADA DO PROPRIO CEP          00005600
      *                        'M' = CENTRO DO MUNICIPIO                00005700
      *   POS 030-036 = CODIGO IBGE DO MUNICIPIO                        00005800
      *   POS 037-038 = UF                                              00005900
      *   POS 039-059 = DATA/HORA DA CARGA (CURRENT-DATE)               00006000
      *   POS 060-080 = FILLER                                          00006100
      * RETURN-CODE .......... 0 = CLUSTER CARREGADO                    00006200
      *                        4 = HA REGISTROS EM CEPGER01             00006300
      *                            (GEOCODIFICACAO REJEITADA OU CEP     00006400
      *                            SEM COORDENADA)                      00006500
      *                        8 = CEPMUN01 INVALIDO OU FORA DE ORDEM   00006600
      *                            (NADA GRAVADO)                       00006700
      *                       12 = ERRO VSAM                            00006800
      ******************************************************************00006900
       ENVIRONMENT DIVISION.                                            00007000
       INPUT-OUTPUT SECTION.                                            00007100
       FILE-CONTROL.                                                    00007200
      *INPUT FILE - LIDO EM SEQUENCIA DE CHAVE PRIMARIA                 00007300
           SELECT CEPV0001 ASSIGN TO 'CEPV0001'                         00007400
           ORGANIZATION IS INDEXED                                      00007500
           ACCESS MODE IS SEQUENTIAL                                    00007600
           RECORD KEY IS CEPV0001-CEP                                   00007700
           FILE STATUS WK-VSAM-FILE-STATUS.                             00007800
      *OUTPUT FILE                                                      00007900
           SELECT CEPV0008 ASSIGN TO 'CEPV0008'                         00008000
           ORGANIZATION IS INDEXED                                      00008100
           ACCESS MODE IS SEQUENTIAL                                    00008200
           RECORD KEY IS CEPV0008-CEP                                   00008300
           FILE STATUS WK-VSAM-FILE-STATUS.                             00008400
      *                                                                 00008500
           SELECT CEPGEO01 ASSIGN TO 'CEPGEO01'                         00008600
           ORGANIZATION SEQUENTIAL.                                     00008700
      *    GEOCODIFICACAO POR CEP                                       00008800
                                                                        00008900
           SELECT CEPMUN01 ASSIGN TO 'CEPMUN01'                         00009000
           ORGANIZATION SEQUENTIAL.                                     00009100
      *    CENTRO DOS MUNICIPIOS POR CODIGO IBGE                        00009200
                                                                        00009300
           SELECT CEPGER01 ASSIGN TO 'CEPGER01'                         00009400
           ORGANIZATION SEQUENTIAL.                                     00009500
      *    GEOCODIFICACAO REJEITADA E CEPS SEM COORDENADA               00009600
                                                                        00009700
           SELECT CEPGSORT ASSIGN TO 'SORTWK01'.                        00009800
      *    CLASSIFICACAO DA GEOCODIFICACAO POR CEP                      00009900
       DATA DIVISION.                                                   00010000
       FILE SECTION.                                                    00010100
                                                                        00010200
       FD CEPV0001.                                                     00010300
       01 CEPV0001-REC.                                                 00010400
          05 CEPV0001-CEP               PIC  X(008).                    00010500
          05 CEPV0001-UF                PIC  X(002).                    00010600
          05 CEPV0001-CIDADE-BUSCA     PIC  X(030).                     00010700
          05 CEPV0001-CIDADE            PIC  X(030).                    00010800
          05 CEPV0001-BAIRRO            PIC  X(030).                    00010900
          05 CEPV0001-LOGRADOURO        PIC  X(030).                    00011000
          05 CEPV0001-PROTEGIDO            PIC  X(001).                 00011100
          05 CEPV0001-TIPO                 PIC  X(001).                 00011200
          05 CEPV0001-ULT-ATUALIZACAO      PIC  X(021).                 00011300
          05 CEPV0001-ULT-ORIGEM           PIC  X(001).                 00011400
          05 CEPV0001-COD-IBGE             PIC  X(007).                 00011500
      *                                                                 00011600
       FD CEPV0008.                                                     00011700
       01 CEPV0008-REC.                                                 00011800
          05 CEPV0008-CEP               PIC  X(008).                    00011900
          05 CEPV0008-LATITUDE          PIC S9(003)V9(006)              00012000
                                        SIGN LEADING SEPARATE.          00012100
          05 CEPV0008-LONGITUDE         PIC S9(003)V9(006)              00012200
                                        SIGN LEADING SEPARATE.          00012300
          05 CEPV0008-ORIGEM            PIC  X(001).                    00012400
          05 CEPV0008-COD-IBGE          PIC  X(007).                    00012500
          05 CEPV0008-UF                PIC  X(002).                    00012600
          05 CEPV0008-DT-CARGA          PIC  X(021).                    00012700
          05 FILLER                     PIC  X(021).                    00012800
      *                                                                 00012900
       FD CEPGEO01                                                      00013000
            RECORDING MODE IS F                                         00013100
            RECORD CONTAINS 080 CHARACTERS.                             00013200
       01 CEPGEO01-REC.                                                 00013300
          05 CEPGEO01-CEP               PIC  X(008).                    00013400
          05 FILLER                     PIC  X(001).                    00013500
          05 CEPGEO01-LATITUDE          PIC S9(003)V9(006)              00013600
                                        SIGN LEADING SEPARATE.          00013700
          05 FILLER                     PIC  X(001).                    00013800
          05 CEPGEO01-LONGITUDE         PIC S9(003)V9(006)              00013900
                                        SIGN LEADING SEPARATE.          00014000
          05 FILLER                     PIC  X(050).                    00014100
      *                                                                 00014200
       FD CEPMUN01                                                      00014300
            RECORDING MODE IS F                                         00014400
            RECORD CONTAINS 080 CHARACTERS.                             00014500
       01 CEPMUN01-REC.                                                 00014600
          05 CEPMUN01-COD-IBGE          PIC  X(007).                    00014700
          05 FILLER                     PIC  X(001).                    00014800
          05 CEPMUN01-UF                PIC  X(002).                    00014900
          05 FILLER                     PIC  X(001).                    00015000
          05 CEPMUN01-NOME              PIC  X(030).                    00015100
          05 FILLER                     PIC  X(001).                    00015200
          05 CEPMUN01-LATITUDE          PIC S9(003)V9(006)              00015300
                                        SIGN LEADING SEPARATE.          00015400
          05 FILLER                     PIC  X(001).                    00015500
          05 CEPMUN01-LONGITUDE         PIC S9(003)V9(006)              00015600
                                        SIGN LEADING SEPARATE.          00015700
          05 FILLER                     PIC  X(017).                    00015800
      *                                                                 00015900
       FD CEPGER01                                                      00016000
            RECORDING MODE IS F                                         00016100
            RECORD CONTAINS 110 CHARACTERS.                             00016200
       01 CEPGER01-REC.                                                 00016300
          05 CEPGER01-MOTIVO            PIC  X(030).                    00016400
          05 CEPGER01-DADOS             PIC  X(080).                    00016500
      *                                                                 00016600
       SD CEPGSORT.                                                     00016700
       01 CEPGSORT-REC.                                                 00016800
          05 CEPGSORT-CEP               PIC  X(008).                    00016900
          05 CEPGSORT-LATITUDE          PIC S9(003)V9(006)              00017000
                                        SIGN LEADING SEPARATE.          00017100
          05 CEPGSORT-LONGITUDE         PIC S9(003)V9(006)              00017200
                                        SIGN LEADING SEPARATE.          00017300
          05 CEPGSORT-DADOS             PIC  X(080).                    00017400
       WORKING-STORAGE SECTION.                                         00017500
        01 WORKING-AREAS.                                               00017600
           03 WK-VSAM-FILE-STATUS       PIC  X(002) VALUE SPACES.       00017700
           03 WK-EOF                    PIC  X(001) VALUE 'N'.          00017800
           03 WK-EOF-BASE               PIC  X(001) VALUE 'N'.          00017900
           03 WK-EOF-SORT               PIC  X(001) VALUE 'N'.          00018000
           03 WK-CURRENT-DATE           PIC  X(021) VALUE SPACES.       00018100
           03 WK-REJ-MOTIVO             PIC  X(030) VALUE SPACES.       00018200
           03 WK-GEO-CEP                PIC  X(008) VALUE SPACES.       00018300
           03 WK-GEO-CEP-ANT            PIC  X(008) VALUE SPACES.       00018400
           03 WK-GEO-LATITUDE           PIC S9(003)V9(006)              00018500
                                        SIGN LEADING SEPARATE.          00018600
           03 WK-GEO-LONGITUDE          PIC S9(003)V9(006)              00018700
                                        SIGN LEADING SEPARATE.          00018800
           03 WK-GEO-DADOS              PIC  X(080) VALUE SPACES.       00018900
           03 WK-COD-ANT                PIC  X(007) VALUE LOW-VALUES.   00019000
           03 WK-CONT-MUNICIPIOS        PIC  9(010) VALUE ZEROS.        00019100
           03 WK-CONT-GEO-LIDOS         PIC  9(010) VALUE ZEROS.        00019200
           03 WK-CONT-GEO-REJEITADOS    PIC  9(010) VALUE ZEROS.        00019300
           03 WK-CONT-GEO-DUPLICADOS    PIC  9(010) VALUE ZEROS.        00019400
           03 WK-CONT-GEO-FORA-BASE     PIC  9(010) VALUE ZEROS.        00019500
           03 WK-CONT-BASE-LIDOS        PIC  9(010) VALUE ZEROS.        00019600
           03 WK-CONT-ORIGEM-CEP        PIC  9(010) VALUE ZEROS.        00019700
           03 WK-CONT-ORIGEM-MUNICIPIO  PIC  9(010) VALUE ZEROS.        00019800
           03 WK-CONT-SEM-COORDENADA    PIC  9(010) VALUE ZEROS.        00019900
           03 WK-CONT-GRAVADOS          PIC  9(010) VALUE ZEROS.        00020000
                                                                        00020100
      *    CENTRO DOS MUNICIPIOS, EM ORDEM DE CODIGO IBGE               00020200
        01 WK-TAB-MUNICIPIO.                                            00020300
           03 WK-MUN-QTDE               PIC  9(005) VALUE ZEROS.        00020400
           03 WK-MUN-ENTRY OCCURS 0 TO 6000 TIMES                       00020500
                 DEPENDING ON WK-MUN-QTDE                               00020600
                 ASCENDING KEY IS WK-MUN-COD-IBGE                       00020700
                 INDEXED BY WK-MUN-IDX.                                 00020800
              05 WK-MUN-COD-IBGE        PIC  X(007).                    00020900
              05 WK-MUN-LATITUDE        PIC S9(003)V9(006)              00021000
                                        SIGN LEADING SEPARATE.          00021100
              05 WK-MUN-LONGITUDE       PIC S9(003)V9(006)              00021200
                                        SIGN LEADING SEPARATE.          00021300
                                                                        00021400
       PROCEDURE DIVISION.                                              00021500
      *                                                                 00021600
       MAIN-PARA.                                                       00021700
           MOVE FUNCTION CURRENT-DATE TO WK-CURRENT-DATE                00021800
           PERFORM CARREGA-MUNICIPIOS                                   00021900
           PERFORM OPEN-FILES                                           00022000
                                                                        00022100
           SORT CEPGSORT ON ASCENDING KEY CEPGSORT-CEP                  00022200
              INPUT PROCEDURE IS VALIDA-GEOCODIFICACAO                  00022300
              OUTPUT PROCEDURE IS CASA-COM-BASE                         00022400
                                                                        00022500
           PERFORM RELATORIO-FINAL                                      00022600
                                                                        00022700
           PERFORM CLOSE-FILES                                          00022800
           IF WK-CONT-GEO-REJEITADOS > 0 OR WK-CONT-SEM-COORDENADA > 0  00022900
              MOVE 4 TO RETURN-CODE                                     00023000
           END-IF                                                       00023100
           STOP RUN                                                     00023200
           .                                                            00023300
       CARREGA-MUNICIPIOS.                                              00023400
      *    ARQUIVO PEQUENO (UM REGISTRO POR MUNICIPIO): QUALQUER ERRO   00023500
      *    PARA A CARGA ANTES DE TOCAR NO CLUSTER                       00023600
           OPEN INPUT CEPMUN01                                          00023700
           PERFORM LE-MUNICIPIO UNTIL WK-EOF = 'Y'                      00023800
           CLOSE CEPMUN01                                               00023900
           IF WK-MUN-QTDE = 0                                           00024000
              DISPLAY 'CEPMUN01 VAZIO - CLUSTER NAO CARREGADO'          00024100
              MOVE 8 TO RETURN-CODE                                     00024200
              STOP RUN                                                  00024300
           END-IF                                                       00024400
           .                                                            00024500
       LE-MUNICIPIO.                                                    00024600
           READ CEPMUN01 RECORD AT END MOVE 'Y' TO WK-EOF.              00024700
                                                                        00024800
           IF WK-EOF NOT = 'Y'                                          00024900
              ADD 1 TO WK-CONT-MUNICIPIOS                               00025000
              PERFORM GUARDA-MUNICIPIO                                  00025100
           END-IF                                                       00025200
           .                                                            00025300
       GUARDA-MUNICIPIO.                                                00025400
           MOVE SPACES TO WK-REJ-MOTIVO                                 00025500
           EVALUATE TRUE                                                00025600
              WHEN CEPMUN01-COD-IBGE IS NOT NUMERIC                     00025700
                 MOVE 'CODIGO IBGE INVALIDO' TO WK-REJ-MOTIVO           00025800
              WHEN CEPMUN01-COD-IBGE NOT > WK-COD-ANT                   00025900
                 MOVE 'FORA DE ORDEM OU DUPLICADO' TO WK-REJ-MOTIVO     00026000
              WHEN CEPMUN01-LATITUDE IS NOT NUMERIC OR                  00026100
                   CEPMUN01-LONGITUDE IS NOT NUMERIC                    00026200
                 MOVE 'COORDENADA INVALIDA' TO WK-REJ-MOTIVO            00026300
              WHEN CEPMUN01-LATITUDE < -90 OR                           00026400
                   CEPMUN01-LATITUDE > 90 OR                            00026500
                   CEPMUN01-LONGITUDE < -180 OR                         00026600
                   CEPMUN01-LONGITUDE > 180                             00026700
                 MOVE 'COORDENADA INVALIDA' TO WK-REJ-MOTIVO            00026800
              WHEN WK-MUN-QTDE >= 6000                                  00026900
                 MOVE 'TABELA CHEIA (6000)' TO WK-REJ-MOTIVO            00027000
           END-EVALUATE                                                 00027100
           IF WK-REJ-MOTIVO NOT = SPACES                                00027200
              DISPLAY 'CEPMUN01 REJEITADO - ' WK-REJ-MOTIVO             00027300
              DISPLAY CEPMUN01-REC                                      00027400
              DISPLAY 'CLUSTER NAO CARREGADO'                           00027500
              CLOSE CEPMUN01                                            00027600
              MOVE 8 TO RETURN-CODE                                     00027700
              STOP RUN                                                  00027800
           END-IF                                                       00027900
           ADD  1                  TO WK-MUN-QTDE                       00028000
           SET  WK-MUN-IDX         TO WK-MUN-QTDE                       00028100
           MOVE CEPMUN01-COD-IBGE  TO WK-MUN-COD-IBGE (WK-MUN-IDX)      00028200
           MOVE CEPMUN01-LATITUDE  TO WK-MUN-LATITUDE (WK-MUN-IDX)      00028300
           MOVE CEPMUN01-LONGITUDE TO WK-MUN-LONGITUDE (WK-MUN-IDX)     00028400
           MOVE CEPMUN01-COD-IBGE  TO WK-COD-ANT                        00028500
           .                                                            00028600
       OPEN-FILES.                                                      00028700
           OPEN INPUT  CEPGEO01                                         00028800
           OPEN OUTPUT CEPGER01                                         00028900
           OPEN INPUT  CEPV0001                                         00029000
           IF WK-VSAM-FILE-STATUS NOT = '00'                            00029100
              DISPLAY "-----ERRO VSAM NO OPEN -----"                    00029200
              DISPLAY WK-VSAM-FILE-STATUS                               00029300
              MOVE 12 TO RETURN-CODE                                    00029400
              STOP RUN                                                  00029500
           END-IF                                                       00029600
           OPEN OUTPUT CEPV0008                                         00029700
           IF WK-VSAM-FILE-STATUS NOT = '00'                            00029800
              DISPLAY "-----ERRO VSAM NO OPEN -----"                    00029900
              DISPLAY WK-VSAM-FILE-STATUS                               00030000
              CLOSE CEPV0001                                            00030100
              MOVE 12 TO RETURN-CODE                                    00030200
              STOP RUN                                                  00030300
           END-IF                                                       00030400
           .                                                            00030500
       VALIDA-GEOCODIFICACAO.                                           00030600
      *    PROCEDIMENTO DE ENTRADA DO SORT: REGISTRO INVALIDO SAI       00030700
      *    REJEITADO (O CEP FICA COM O CENTRO DO MUNICIPIO)             00030800
           MOVE 'N' TO WK-EOF                                           00030900
           PERFORM LE-GEOCODIFICACAO UNTIL WK-EOF = 'Y'                 00031000
           .                                                            00031100
       LE-GEOCODIFICACAO.                                               00031200
           READ CEPGEO01 RECORD AT END MOVE 'Y' TO WK-EOF.              00031300
                                                                        00031400
           IF WK-EOF NOT = 'Y'                                          00031500
              ADD 1 TO WK-CONT-GEO-LIDOS                                00031600
              PERFORM VALIDA-REGISTRO-GEO                               00031700
              IF WK-REJ-MOTIVO NOT = SPACES                             00031800
                 MOVE CEPGEO01-REC TO CEPGER01-DADOS                    00031900
                 PERFORM GRAVA-REJEITADO                                00032000
                 ADD 1 TO WK-CONT-GEO-REJEITADOS                        00032100
              ELSE                                                      00032200
                 MOVE CEPGEO01-CEP       TO CEPGSORT-CEP                00032300
                 MOVE CEPGEO01-LATITUDE  TO CEPGSORT-LATITUDE           00032400
                 MOVE CEPGEO01-LONGITUDE TO CEPGSORT-LONGITUDE          00032500
                 MOVE CEPGEO01-REC       TO CEPGSORT-DADOS              00032600
                 RELEASE CEPGSORT-REC                                   00032700
              END-IF                                                    00032800
           END-IF                                                       00032900
           .                                                            00033000
       VALIDA-REGISTRO-GEO.                                             00033100
           MOVE SPACES TO WK-REJ-MOTIVO                                 00033200
           EVALUATE TRUE                                                00033300
              WHEN CEPGEO01-CEP IS NOT NUMERIC                          00033400
                 MOVE 'CEP INVALIDO' TO WK-REJ-MOTIVO                   00033500
              WHEN CEPGEO01-LATITUDE IS NOT NUMERIC OR                  00033600
                   CEPGEO01-LONGITUDE IS NOT NUMERIC                    00033700
                 MOVE 'COORDENADA INVALIDA' TO WK-REJ-MOTIVO            00033800
              WHEN CEPGEO01-LATITUDE < -90 OR                           00033900
                   CEPGEO01-LATITUDE > 90 OR                            00034000
                   CEPGEO01-LONGITUDE < -180 OR                         00034100
                   CEPGEO01-LONGITUDE > 180                             00034200
                 MOVE 'COORDENADA FORA DOS LIMITES' TO WK-REJ-MOTIVO    00034300
           END-EVALUATE                                                 00034400
           .                                                            00034500
       CASA-COM-BASE.                                                   00034600
      *    PROCEDIMENTO DE SAIDA DO SORT: BASE E GEOCODIFICACAO EM      00034700
      *    SEQUENCIA DE CEP, CASAMENTO PELO MENOR CEP                   00034800
           MOVE 'N' TO WK-EOF-SORT                                      00034900
           MOVE 'N' TO WK-EOF-BASE                                      00035000
           PERFORM RETORNA-GEO                                          00035100
           PERFORM LE-BASE                                              00035200
           PERFORM CASA-REGISTRO                                        00035300
              UNTIL WK-EOF-BASE = 'Y' AND WK-EOF-SORT = 'Y'             00035400
           .                                                            00035500
       CASA-REGISTRO.                                                   00035600
           EVALUATE TRUE                                                00035700
              WHEN WK-EOF-BASE = 'Y'                                    00035800
                 PERFORM GEO-FORA-DA-BASE                               00035900
                 PERFORM RETORNA-GEO                                    00036000
              WHEN WK-EOF-SORT = 'Y'                                    00036100
                 PERFORM GRAVA-CENTRO-MUNICIPIO                         00036200
                 PERFORM LE-BASE                                        00036300
              WHEN WK-GEO-CEP < CEPV0001-CEP                            00036400
                 PERFORM GEO-FORA-DA-BASE                               00036500
                 PERFORM RETORNA-GEO                                    00036600
              WHEN WK-GEO-CEP > CEPV0001-CEP                            00036700
                 PERFORM GRAVA-CENTRO-MUNICIPIO                         00036800
                 PERFORM LE-BASE                                        00036900
              WHEN OTHER                                                00037000
                 PERFORM GRAVA-COORDENADA-CEP                           00037100
                 PERFORM LE-BASE                                        00037200
                 PERFORM RETORNA-GEO                                    00037300
           END-EVALUATE                                                 00037400
           .                                                            00037500
       RETORNA-GEO.                                                     00037600
      *    CEP REPETIDO NA GEOCODIFICACAO: VALE O PRIMEIRO, OS DEMAIS   00037700
      *    SAEM REJEITADOS                                              00037800
           MOVE SPACES TO WK-GEO-CEP                                    00037900
           PERFORM RETORNA-GEO-REGISTRO                                 00038000
              UNTIL WK-EOF-SORT = 'Y' OR WK-GEO-CEP NOT = SPACES        00038100
           .                                                            00038200
       RETORNA-GEO-REGISTRO.                                            00038300
           RETURN CEPGSORT RECORD                                       00038400
              AT END                                                    00038500
                 MOVE 'Y' TO WK-EOF-SORT                                00038600
              NOT AT END                                                00038700
                 IF CEPGSORT-CEP = WK-GEO-CEP-ANT                       00038800
                    MOVE 'GEOCODIFICACAO DUPLICADA'                     00038900
                       TO WK-REJ-MOTIVO                                 00039000
                    MOVE CEPGSORT-DADOS TO CEPGER01-DADOS               00039100
                    PERFORM GRAVA-REJEITADO                             00039200
                    ADD 1 TO WK-CONT-GEO-DUPLICADOS                     00039300
                    ADD 1 TO WK-CONT-GEO-REJEITADOS                     00039400
                 ELSE                                                   00039500
                    MOVE CEPGSORT-CEP       TO WK-GEO-CEP               00039600
                    MOVE CEPGSORT-CEP       TO WK-GEO-CEP-ANT           00039700
                    MOVE CEPGSORT-LATITUDE  TO WK-GEO-LATITUDE          00039800
                    MOVE CEPGSORT-LONGITUDE TO WK-GEO-LONGITUDE         00039900
                    MOVE CEPGSORT-DADOS     TO WK-GEO-DADOS             00040000
                 END-IF                                                 00040100
           END-RETURN                                                   00040200
           .                                                            00040300
       LE-BASE.                                                         00040400
           READ CEPV0001 NEXT RECORD AT END MOVE 'Y' TO WK-EOF-BASE     00040500
           END-READ                                                     00040600
                                                                        00040700
           EVALUATE WK-VSAM-FILE-STATUS                                 00040800
              WHEN '00'                                                 00040900
                 ADD 1 TO WK-CONT-BASE-LIDOS                            00041000
              WHEN '10'                                                 00041100
                 CONTINUE                                               00041200
              WHEN OTHER                                                00041300
                 DISPLAY "-----ERRO VSAM -----"                         00041400
                 DISPLAY WK-VSAM-FILE-STATUS                            00041500
                 PERFORM CLOSE-FILES                                    00041600
                 MOVE 12 TO RETURN-CODE                                 00041700
                 STOP RUN                                               00041800
           END-EVALUATE                                                 00041900
           .                                                            00042000
       GEO-FORA-DA-BASE.                                                00042100
           MOVE 'CEP FORA DA BASE'  TO WK-REJ-MOTIVO                    00042200
           MOVE WK-GEO-DADOS        TO CEPGER01-DADOS                   00042300
           PERFORM GRAVA-REJEITADO                                      00042400
           ADD 1 TO WK-CONT-GEO-FORA-BASE                               00042500
           ADD 1 TO WK-CONT-GEO-REJEITADOS                              00042600
           .                                                            00042700
       GRAVA-COORDENADA-CEP.                                            00042800
           MOVE SPACES               TO CEPV0008-REC                    00042900
           MOVE WK-GEO-LATITUDE      TO CEPV0008-LATITUDE               00043000
           MOVE WK-GEO-LONGITUDE     TO CEPV0008-LONGITUDE              00043100
           MOVE 'C'                  TO CEPV0008-ORIGEM                 00043200
           PERFORM GRAVA-CEPV0008                                       00043300
           ADD 1 TO WK-CONT-ORIGEM-CEP                                  00043400
           .                                                            00043500
       GRAVA-CENTRO-MUNICIPIO.                                          00043600
           SEARCH ALL WK-MUN-ENTRY                                      00043700
              AT END                                                    00043800
                 MOVE 'CEP SEM COORDENADA'  TO WK-REJ-MOTIVO            00043900
                 MOVE SPACES                TO CEPGER01-DADOS           00044000
                 STRING CEPV0001-CEP ' ' CEPV0001-UF ' '                00044100
                        CEPV0001-CIDADE ' IBGE ' CEPV0001-COD-IBGE      00044200
                    DELIMITED BY SIZE INTO CEPGER01-DADOS               00044300
                 END-STRING                                             00044400
                 PERFORM GRAVA-REJEITADO                                00044500
                 ADD 1 TO WK-CONT-SEM-COORDENADA                        00044600
              WHEN WK-MUN-COD-IBGE (WK-MUN-IDX) = CEPV0001-COD-IBGE     00044700
                 MOVE SPACES         TO CEPV0008-REC                    00044800
                 MOVE WK-MUN-LATITUDE (WK-MUN-IDX)                      00044900
                                     TO CEPV0008-LATITUDE               00045000
                 MOVE WK-MUN-LONGITUDE (WK-MUN-IDX)                     00045100
                                     TO CEPV0008-LONGITUDE              00045200
                 MOVE 'M'            TO CEPV0008-ORIGEM                 00045300
                 PERFORM GRAVA-CEPV0008                                 00045400
                 ADD 1 TO WK-CONT-ORIGEM-MUNICIPIO                      00045500
           END-SEARCH                                                   00045600
           .                                                            00045700
       GRAVA-CEPV0008.                                                  00045800
           MOVE CEPV0001-CEP         TO CEPV0008-CEP                    00045900
           MOVE CEPV0001-COD-IBGE    TO CEPV0008-COD-IBGE               00046000
           MOVE CEPV0001-UF          TO CEPV0008-UF                     00046100
           MOVE WK-CURRENT-DATE      TO CEPV0008-DT-CARGA               00046200
           WRITE CEPV0008-REC INVALID KEY                               00046300
              CONTINUE                                                  00046400
           END-WRITE                                                    00046500
           IF WK-VSAM-FILE-STATUS = '00'                                00046600
              ADD 1 TO WK-CONT-GRAVADOS                                 00046700
           ELSE                                                         00046800
              DISPLAY "-----ERRO VSAM -----"                            00046900
              DISPLAY WK-VSAM-FILE-STATUS                               00047000
              PERFORM RELATORIO-FINAL                                   00047100
              PERFORM CLOSE-FILES                                       00047200
              MOVE 12 TO RETURN-CODE                                    00047300
              STOP RUN                                                  00047400
           END-IF                                                       00047500
           .                                                            00047600
       GRAVA-REJEITADO.                                                 00047700
           MOVE WK-REJ-MOTIVO      TO CEPGER01-MOTIVO                   00047800
           WRITE CEPGER01-REC                                           00047900
           .                                                            00048000
       RELATORIO-FINAL.                                                 00048100
           DISPLAY '---------------------------------------------'      00048200
           DISPLAY ' CARGA DAS COORDENADAS POR CEP (CEPV0008)    '      00048300
           DISPLAY 'MUNICIPIOS EM CEPMUN01 .......................'     00048400
           DISPLAY WK-MUN-QTDE                                          00048500
           DISPLAY 'REGISTROS DE GEOCODIFICACAO LIDOS ............'     00048600
           DISPLAY WK-CONT-GEO-LIDOS                                    00048700
           DISPLAY 'GEOCODIFICACAO REJEITADA (CEPGER01) ..........'     00048800
           DISPLAY WK-CONT-GEO-REJEITADOS                               00048900
           DISPLAY '  CEP DUPLICADO ............................'       00049000
           DISPLAY WK-CONT-GEO-DUPLICADOS                               00049100
           DISPLAY '  CEP FORA DA BASE .........................'       00049200
           DISPLAY WK-CONT-GEO-FORA-BASE                                00049300
           DISPLAY 'CEPS LIDOS DA BASE ...........................'     00049400
           DISPLAY WK-CONT-BASE-LIDOS                                   00049500
           DISPLAY 'COORDENADA DO PROPRIO CEP (ORIGEM C) .........'     00049600
           DISPLAY WK-CONT-ORIGEM-CEP                                   00049700
           DISPLAY 'CENTRO DO MUNICIPIO (ORIGEM M) ...............'     00049800
           DISPLAY WK-CONT-ORIGEM-MUNICIPIO                             00049900
           DISPLAY 'CEPS SEM COORDENADA (CEPGER01) ...............'     00050000
           DISPLAY WK-CONT-SEM-COORDENADA                               00050100
           DISPLAY 'REGISTROS GRAVADOS EM CEPV0008 ...............'     00050200
           DISPLAY WK-CONT-GRAVADOS                                     00050300
           DISPLAY '---------------------------------------------'      00050400
           .                                                            00050500
       CLOSE-FILES.                                                     00050600
           CLOSE CEPGEO01                                               00050700
           CLOSE CEPGER01                                               00050800
           CLOSE CEPV0001                                               00050900
           CLOSE CEPV0008                                               00051000
           .                                                            00051100
