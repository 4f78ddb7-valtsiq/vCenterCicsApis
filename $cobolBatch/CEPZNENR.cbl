       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID. CEPZNENR.                                            00000200
      ******************************************************************00000300
      * Valter Siqueira - Systems      c                                00000400
      * Laboratoratório de uso particular ......                        00000500
      * ----------------------------------------------------------------00000600
      * Sistema .............. CEP                                      00000700
      * Programa.............. CEPZNENR                                 00000800
      * Tipo    .............. BATCH                                    00000900
      * Finalidade ........... Enriquecer com a ZONA DE FRETE o arquivo 00001000
      *                        de enderecos casados CEPMOK01 gerado por 00001100
      *                        CEPMATCH: para cada cliente o CEP        00001200
      *                        casado e procurado na tabela de faixas   00001300
      *                        "CEPVSA05" (CEPV0005, carga CEPZNLOD) e  00001400
      *                        a saida CEPMZN01 leva o registro de      00001500
      *                        CEPMOK01 inteiro mais zona,              00001600
      *                        transportadora e prazo de entrega.       00001700
      *                        Cliente cujo CEP nao cai em nenhuma      00001800
      *                        faixa sai do mesmo jeito, com a zona em  00001900
      *                        branco e o indicador 'N' (a Logistica    00002000
      *                        completa a tabela; CEPZNCHK lista os     00002100
      *                        CEPs da base sem zona).                  00002200
      *                        A procura e um START na chave (CEP       00002300
      *                        FINAL + CEP INICIAL) seguido de um READ  00002400
      *                        NEXT; a ultima faixa encontrada fica     00002500
      *                        guardada e os CEPs seguintes que caem    00002600
      *                        nela nao fazem nova leitura.             00002700
      *                        Rodar como passo seguinte ao CEPMATCH.   00002800
      * DSnames .............. B090290.CEPVSA05 (DD CEPV0005)           00002900
      *                        B090290.CEPMOK01 (CASADOS DE CEPMATCH)   00003000
      *                        B090290.CEPMZN01 (CASADOS COM ZONA)      00003100
      * Layout CEPMZN01 (180 BYTES) ..........                          00003200
      *   POS 001-159 = REGISTRO DE CEPMOK01 (CEPENT01 + CEP CASADO     00003300
      *                 + ORIGEM)                                       00003400
      *   POS 160     = 'S' CEP COM ZONA / 'N' CEP FORA DAS FAIXAS      00003500
      *   POS 161-163 = ZONA DE FRETE                                   00003600
      *   POS 164-173 = TRANSPORTADORA                                  00003700
      *   POS 174-176 = PRAZO DE ENTREGA EM DIAS                        00003800
      *   POS 177-180 = FILLER                                          00003900
      * RETURN-CODE .......... 0 = TODOS OS CLIENTES COM ZONA           00004000
      *                        4 = HA CLIENTES SEM ZONA                 00004100
      *                       12 = ERRO VSAM                            00004200
      ******************************************************************00004300
       ENVIRONMENT DIVISION.                                            00004400
       INPUT-OUTPUT SECTION.                                            00004500
       FILE-CONTROL.                                                    00004600
      *INPUT FILE - TABELA DE ZONAS DE FRETE POR FAIXA DE CEP           00004700
           SELECT CEPV0005 ASSIGN TO 'CEPV0005'                         00004800
           ORGANIZATION IS INDEXED                                      00004900
           ACCESS MODE IS DYNAMIC                                       00005000
           RECORD KEY IS CEPV0005-CHAVE                                 00005100
           FILE STATUS WK-VSAM-FILE-STATUS.                             00005200
      *                                                                 00005300
           SELECT CEPMOK01 ASSIGN TO 'CEPMOK01'                         00005400
           ORGANIZATION SEQUENTIAL.                                     00005500
      *    ENDERECOS CASADOS POR CEPMATCH                               00005600
                                                                        00005700
           SELECT CEPMZN01 ASSIGN TO 'CEPMZN01'                         00005800
           ORGANIZATION SEQUENTIAL.                                     00005900
      *    ENDERECOS CASADOS COM A ZONA DE FRETE                        00006000
       DATA DIVISION.                                                   00006100
       FILE SECTION.                                                    00006200
                                                                        00006300
       FD CEPV0005.                                                     00006400
       01 CEPV0005-REC.                                                 00006500
          05 CEPV0005-CHAVE.                                            00006600
             10 CEPV0005-CEP-FIM        PIC  X(008).                    00006700
             10 CEPV0005-CEP-INI        PIC  X(008).                    00006800
          05 CEPV0005-UF                PIC  X(002).                    00006900
          05 CEPV0005-ZONA              PIC  X(003).                    00007000
          05 CEPV0005-TRANSPORTADORA    PIC  X(010).                    00007100
          05 CEPV0005-PRAZO             PIC  9(003).                    00007200
          05 CEPV0005-DT-CARGA          PIC  X(021).                    00007300
          05 FILLER                     PIC  X(025).                    00007400
      *                                                                 00007500
       FD CEPMOK01                                                      00007600
            RECORDING MODE IS F                                         00007700
            RECORD CONTAINS 159 CHARACTERS.                             00007800
       01 CEPMOK01-REC.                                                 00007900
          05 CEPMOK01-DADOS             PIC  X(150).                    00008000
          05 CEPMOK01-CEP-CASADO        PIC  X(008).                    00008100
          05 CEPMOK01-ORIGEM            PIC  X(001).                    00008200
      *                                                                 00008300
       FD CEPMZN01                                                      00008400
            RECORDING MODE IS F                                         00008500
            RECORD CONTAINS 180 CHARACTERS.                             00008600
       01 CEPMZN01-REC.                                                 00008700
          05 CEPMZN01-CASADO            PIC  X(159).                    00008800
          05 CEPMZN01-TEM-ZONA          PIC  X(001).                    00008900
          05 CEPMZN01-ZONA              PIC  X(003).                    00009000
          05 CEPMZN01-TRANSPORTADORA    PIC  X(010).                    00009100
          05 CEPMZN01-PRAZO             PIC  9(003).                    00009200
          05 FILLER                     PIC  X(004).                    00009300
      *                                                                 00009400
       WORKING-STORAGE SECTION.                                         00009500
        01 WORKING-AREAS.                                               00009600
           03 WK-VSAM-FILE-STATUS       PIC  X(002) VALUE SPACES.       00009700
           03 WK-EOF                    PIC  X(001) VALUE 'N'.          00009800
           03 WK-CEP                    PIC  X(008) VALUE SPACES.       00009900
           03 WK-CONT-LIDOS             PIC  9(010) VALUE ZEROS.        00010000
           03 WK-CONT-COM-ZONA          PIC  9(010) VALUE ZEROS.        00010100
           03 WK-CONT-SEM-ZONA          PIC  9(010) VALUE ZEROS.        00010200
           03 WK-CONT-LEITURAS          PIC  9(010) VALUE ZEROS.        00010300
      *    ULTIMA FAIXA ENCONTRADA (CEP INICIAL EM BRANCO = NENHUMA)    00010400
           03 WK-FX-CEP-INI             PIC  X(008) VALUE SPACES.       00010500
           03 WK-FX-CEP-FIM             PIC  X(008) VALUE SPACES.       00010600
           03 WK-FX-ZONA                PIC  X(003) VALUE SPACES.       00010700
           03 WK-FX-TRANSPORTADORA      PIC  X(010) VALUE SPACES.       00010800
           03 WK-FX-PRAZO               PIC  9(003) VALUE ZEROS.        00010900
                                                                        00011000
       PROCEDURE DIVISION.                                              00011100
      *                                                                 00011200
       MAIN-PARA.                                                       00011300
           PERFORM OPEN-FILES                                           00011400
           PERFORM READ-FILE UNTIL WK-EOF EQUAL 'Y'                     00011500
                                                                        00011600
           PERFORM RELATORIO-FINAL                                      00011700
                                                                        00011800
           PERFORM CLOSE-FILES                                          00011900
           IF WK-CONT-SEM-ZONA > 0                                      00012000
              MOVE 4 TO RETURN-CODE                                     00012100
           END-IF                                                       00012200
           STOP RUN                                                     00012300
           .                                                            00012400
       OPEN-FILES.                                                      00012500
           OPEN INPUT CEPV0005                                          00012600
           IF WK-VSAM-FILE-STATUS NOT = '00'                            00012700
              DISPLAY "-----ERRO VSAM NO OPEN -----"                    00012800
              DISPLAY WK-VSAM-FILE-STATUS                               00012900
              MOVE 12 TO RETURN-CODE                                    00013000
              STOP RUN                                                  00013100
           END-IF                                                       00013200
           OPEN INPUT  CEPMOK01                                         00013300
           OPEN OUTPUT CEPMZN01                                         00013400
           .                                                            00013500
       READ-FILE.                                                       00013600
           READ CEPMOK01 RECORD AT END MOVE 'Y' TO WK-EOF.              00013700
                                                                        00013800
           IF WK-EOF NOT = 'Y'                                          00013900
              ADD 1 TO WK-CONT-LIDOS                                    00014000
              MOVE CEPMOK01-CEP-CASADO TO WK-CEP                        00014100
              IF WK-FX-CEP-INI = SPACES OR                              00014200
                 WK-CEP < WK-FX-CEP-INI OR WK-CEP > WK-FX-CEP-FIM       00014300
                 PERFORM PROCURA-FAIXA                                  00014400
              END-IF                                                    00014500
              PERFORM GRAVA-SAIDA                                       00014600
           END-IF                                                       00014700
           .                                                            00014800
       PROCURA-FAIXA.                                                   00014900
           MOVE SPACES TO WK-FX-CEP-INI                                 00015000
           MOVE SPACES TO WK-FX-CEP-FIM                                 00015100
           ADD 1 TO WK-CONT-LEITURAS                                    00015200
           MOVE WK-CEP     TO CEPV0005-CEP-FIM                          00015300
           MOVE LOW-VALUES TO CEPV0005-CEP-INI                          00015400
           START CEPV0005 KEY IS NOT < CEPV0005-CHAVE                   00015500
              INVALID KEY                                               00015600
                 CONTINUE                                               00015700
           END-START                                                    00015800
           EVALUATE WK-VSAM-FILE-STATUS                                 00015900
              WHEN '00'                                                 00016000
                 READ CEPV0005 NEXT RECORD                              00016100
                    AT END                                              00016200
                       CONTINUE                                         00016300
                 END-READ                                               00016400
                 IF WK-VSAM-FILE-STATUS = '00'                          00016500
                    IF CEPV0005-CEP-INI NOT > WK-CEP                    00016600
                       MOVE CEPV0005-CEP-INI   TO WK-FX-CEP-INI         00016700
                       MOVE CEPV0005-CEP-FIM   TO WK-FX-CEP-FIM         00016800
                       MOVE CEPV0005-ZONA      TO WK-FX-ZONA            00016900
                       MOVE CEPV0005-TRANSPORTADORA                     00017000
                         TO WK-FX-TRANSPORTADORA                        00017100
                       MOVE CEPV0005-PRAZO     TO WK-FX-PRAZO           00017200
                    END-IF                                              00017300
                 ELSE                                                   00017400
                    IF WK-VSAM-FILE-STATUS NOT = '10'                   00017500
                       PERFORM ERRO-VSAM                                00017600
                    END-IF                                              00017700
                 END-IF                                                 00017800
              WHEN '23'                                                 00017900
                 CONTINUE                                               00018000
              WHEN OTHER                                                00018100
                 PERFORM ERRO-VSAM                                      00018200
           END-EVALUATE                                                 00018300
           .                                                            00018400
       GRAVA-SAIDA.                                                     00018500
           MOVE SPACES       TO CEPMZN01-REC                            00018600
           MOVE CEPMOK01-REC TO CEPMZN01-CASADO                         00018700
           IF WK-FX-CEP-INI NOT = SPACES                                00018800
              ADD 1 TO WK-CONT-COM-ZONA                                 00018900
              MOVE 'S'                  TO CEPMZN01-TEM-ZONA            00019000
              MOVE WK-FX-ZONA           TO CEPMZN01-ZONA                00019100
              MOVE WK-FX-TRANSPORTADORA TO CEPMZN01-TRANSPORTADORA      00019200
              MOVE WK-FX-PRAZO          TO CEPMZN01-PRAZO               00019300
           ELSE                                                         00019400
              ADD 1 TO WK-CONT-SEM-ZONA                                 00019500
              MOVE 'N'                  TO CEPMZN01-TEM-ZONA            00019600
              MOVE ZEROS                TO CEPMZN01-PRAZO               00019700
           END-IF                                                       00019800
           WRITE CEPMZN01-REC                                           00019900
           .                                                            00020000
       ERRO-VSAM.                                                       00020100
           DISPLAY "-----ERRO VSAM -----"                               00020200
           DISPLAY WK-VSAM-FILE-STATUS                                  00020300
           PERFORM RELATORIO-FINAL                                      00020400
           PERFORM CLOSE-FILES                                          00020500
           MOVE 12 TO RETURN-CODE                                       00020600
           STOP RUN                                                     00020700
           .                                                            00020800
       RELATORIO-FINAL.                                                 00020900
           DISPLAY '---------------------------------------------'      00021000
           DISPLAY ' ZONA DE FRETE NOS CASADOS (CEPMZN01)        '      00021100
           DISPLAY 'REGISTROS LIDOS DE CEPMOK01 ..................'     00021200
           DISPLAY WK-CONT-LIDOS                                        00021300
           DISPLAY 'CLIENTES COM ZONA ............................'     00021400
           DISPLAY WK-CONT-COM-ZONA                                     00021500
           DISPLAY 'CLIENTES SEM ZONA (CEP FORA DAS FAIXAS) ......'     00021600
           DISPLAY WK-CONT-SEM-ZONA                                     00021700
           DISPLAY 'LEITURAS NA TABELA DE FAIXAS .................'     00021800
           DISPLAY WK-CONT-LEITURAS                                     00021900
           DISPLAY '---------------------------------------------'      00022000
           .                                                            00022100
       CLOSE-FILES.                                                     00022200
           CLOSE CEPV0005                                               00022300
           CLOSE CEPMOK01                                               00022400
           CLOSE CEPMZN01                                               00022500
           .                                                            00022600
