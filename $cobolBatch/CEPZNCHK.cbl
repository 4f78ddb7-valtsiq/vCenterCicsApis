       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID. CEPZNCHK.                                            00000200
      ******************************************************************00000300
      * Valter Siqueira - Systems      c                                00000400
      * Laboratoratório de uso particular ......                        00000500
      * ----------------------------------------------------------------00000600
      * Sistema .............. CEP                                      00000700
      * Programa.............. CEPZNCHK                                 00000800
      * Tipo    .............. BATCH                                    00000900
      * Finalidade ........... Conferir a tabela de zonas de frete      00001000
      *                        "CEPVSA05" (CEPV0005, carga CEPZNLOD)    00001100
      *                        contra a base "CEPVSA01" (CEPV0001):     00001200
      *                        lista em CEPZNX01 todo CEP da base que   00001300
      *                        nao cai em nenhuma faixa, com totais     00001400
      *                        por UF no relatorio - e o que mantem a   00001500
      *                        tabela da Logistica em dia com a base.   00001600
      *                        Os dois clusters sao lidos em sequencia  00001700
      *                        de chave num MERGE: a base por CEP e a   00001800
      *                        tabela por CEP FINAL (que, sem faixas    00001900
      *                        sobrepostas, e tambem a ordem de CEP     00002000
      *                        INICIAL); a faixa corrente so avanca     00002100
      *                        quando o CEP da base passa do fim dela.  00002200
      *                        Tambem conta os CEPs cuja faixa e de     00002300
      *                        outra UF (indicio de faixa errada na     00002400
      *                        planilha).                               00002500
      * DSnames .............. B090290.CEPVSA01                         00002600
      *                        B090290.CEPVSA05 (DD CEPV0005)           00002700
      *                        B090290.CEPZNX01 (CEPS SEM ZONA)         00002800
      * Layout CEPZNX01 (100 BYTES) ..........                          00002900
      *   POS 001-008 = CEP                                             00003000
      *   POS 009-010 = UF                                              00003100
      *   POS 011-040 = CIDADE                                          00003200
      *   POS 041-070 = BAIRRO                                          00003300
      *   POS 071-100 = LOGRADOURO                                      00003400
      * RETURN-CODE .......... 0 = TODO CEP DA BASE TEM ZONA            00003500
      *                        4 = HA CEPS SEM ZONA                     00003600
      *                       12 = ERRO VSAM                            00003700
      ******************************************************************00003800
       ENVIRONMENT DIVISION.                                            00003900
       INPUT-OUTPUT SECTION.                                            00004000
       FILE-CONTROL.                                                    00004100
      *INPUT FILE - BASE DE CEP, LIDA EM SEQUENCIA DE CHAVE             00004200
           SELECT CEPV0001 ASSIGN TO 'CEPV0001'                         00004300
           ORGANIZATION IS INDEXED                                      00004400
           ACCESS MODE IS SEQUENTIAL                                    00004500
           RECORD KEY IS CEPV0001-CEP                                   00004600
           FILE STATUS WK-VSAM-FILE-STATUS.                             00004700
      *                                                                 00004800
           SELECT CEPV0005 ASSIGN TO 'CEPV0005'                         00004900
           ORGANIZATION IS INDEXED                                      00005000
           ACCESS MODE IS SEQUENTIAL                                    00005100
           RECORD KEY IS CEPV0005-CHAVE                                 00005200
           FILE STATUS WK-VSAM-FILE-STATUS.                             00005300
      *    TABELA DE ZONAS DE FRETE POR FAIXA DE CEP                    00005400
                                                                        00005500
           SELECT CEPZNX01 ASSIGN TO 'CEPZNX01'                         00005600
           ORGANIZATION SEQUENTIAL.                                     00005700
      *    CEPS DA BASE FORA DE QUALQUER FAIXA                          00005800
       DATA DIVISION.                                                   00005900
       FILE SECTION.                                                    00006000
                                                                        00006100
       FD CEPV0001.                                                     00006200
       01 CEPV0001-REC.                                                 00006300
          05 CEPV0001-CEP               PIC  X(008).                    00006400
          05 CEPV0001-UF                PIC  X(002).                    00006500
          05 CEPV0001-CIDADE-BUSCA     PIC  X(030).                     00006600
          05 CEPV0001-CIDADE            PIC  X(030).                    00006700
          05 CEPV0001-BAIRRO            PIC  X(030).                    00006800
          05 CEPV0001-LOGRADOURO        PIC  X(030).                    00006900
          05 CEPV0001-PROTEGIDO            PIC  X(001).                 00007000
          05 CEPV0001-TIPO                 PIC  X(001).                 00007100
          05 CEPV0001-ULT-ATUALIZACAO      PIC  X(021).                 00007200
          05 CEPV0001-ULT-ORIGEM           PIC  X(001).                 00007300
          05 CEPV0001-COD-IBGE             PIC  X(007).                 00007400
      *                                                                 00007500
       FD CEPV0005.                                                     00007600
       01 CEPV0005-REC.                                                 00007700
          05 CEPV0005-CHAVE.                                            00007800
             10 CEPV0005-CEP-FIM        PIC  X(008).                    00007900
             10 CEPV0005-CEP-INI        PIC  X(008).                    00008000
          05 CEPV0005-UF                PIC  X(002).                    00008100
          05 CEPV0005-ZONA              PIC  X(003).                    00008200
          05 CEPV0005-TRANSPORTADORA    PIC  X(010).                    00008300
          05 CEPV0005-PRAZO             PIC  9(003).                    00008400
          05 CEPV0005-DT-CARGA          PIC  X(021).                    00008500
          05 FILLER                     PIC  X(025).                    00008600
      *                                                                 00008700
       FD CEPZNX01                                                      00008800
            RECORDING MODE IS F                                         00008900
            RECORD CONTAINS 100 CHARACTERS.                             00009000
       01 CEPZNX01-REC.                                                 00009100
          05 CEPZNX01-CEP               PIC  X(008).                    00009200
          05 CEPZNX01-UF                PIC  X(002).                    00009300
          05 CEPZNX01-CIDADE            PIC  X(030).                    00009400
          05 CEPZNX01-BAIRRO            PIC  X(030).                    00009500
          05 CEPZNX01-LOGRADOURO        PIC  X(030).                    00009600
      *                                                                 00009700
       WORKING-STORAGE SECTION.                                         00009800
        01 WORKING-AREAS.                                               00009900
           03 WK-VSAM-FILE-STATUS       PIC  X(002) VALUE SPACES.       00010000
           03 WK-EOF                    PIC  X(001) VALUE 'N'.          00010100
           03 WK-EOF-FAIXA              PIC  X(001) VALUE 'N'.          00010200
           03 WK-CONT-LIDOS             PIC  9(010) VALUE ZEROS.        00010300
           03 WK-CONT-COM-ZONA          PIC  9(010) VALUE ZEROS.        00010400
           03 WK-CONT-SEM-ZONA          PIC  9(010) VALUE ZEROS.        00010500
           03 WK-CONT-UF-DIVERGENTE     PIC  9(010) VALUE ZEROS.        00010600
           03 WK-CONT-FAIXAS            PIC  9(010) VALUE ZEROS.        00010700
                                                                        00010800
      *    CEPS SEM ZONA POR UF; 'ZZ' RECEBE UF INVALIDA OU EM BRANCO   00010900
        01 WK-TAB-UF-VALORES.                                           00011000
           03 FILLER PIC X(002) VALUE 'AC'.                             00011100
           03 FILLER PIC X(002) VALUE 'AL'.                             00011200
           03 FILLER PIC X(002) VALUE 'AM'.                             00011300
           03 FILLER PIC X(002) VALUE 'AP'.                             00011400
           03 FILLER PIC X(002) VALUE 'BA'.                             00011500
           03 FILLER PIC X(002) VALUE 'CE'.                             00011600
           03 FILLER PIC X(002) VALUE 'DF'.                             00011700
           03 FILLER PIC X(002) VALUE 'ES'.                             00011800
           03 FILLER PIC X(002) VALUE 'GO'.                             00011900
           03 FILLER PIC X(002) VALUE 'MA'.                             00012000
           03 FILLER PIC X(002) VALUE 'MG'.                             00012100
           03 FILLER PIC X(002) VALUE 'MS'.                             00012200
           03 FILLER PIC X(002) VALUE 'MT'.                             00012300
           03 FILLER PIC X(002) VALUE 'PA'.                             00012400
           03 FILLER PIC X(002) VALUE 'PB'.                             00012500
           03 FILLER PIC X(002) VALUE 'PE'.                             00012600
           03 FILLER PIC X(002) VALUE 'PI'.                             00012700
           03 FILLER PIC X(002) VALUE 'PR'.                             00012800
           03 FILLER PIC X(002) VALUE 'RJ'.                             00012900
           03 FILLER PIC X(002) VALUE 'RN'.                             00013000
           03 FILLER PIC X(002) VALUE 'RO'.                             00013100
           03 FILLER PIC X(002) VALUE 'RR'.                             00013200
           03 FILLER PIC X(002) VALUE 'RS'.                             00013300
           03 FILLER PIC X(002) VALUE 'SC'.                             00013400
           03 FILLER PIC X(002) VALUE 'SE'.                             00013500
           03 FILLER PIC X(002) VALUE 'SP'.                             00013600
           03 FILLER PIC X(002) VALUE 'TO'.                             00013700
           03 FILLER PIC X(002) VALUE 'ZZ'.                             00013800
        01 WK-TAB-UF REDEFINES WK-TAB-UF-VALORES.                       00013900
           03 WK-UF-ENTRY OCCURS 28 TIMES                               00014000
                 ASCENDING KEY IS WK-UF-SIGLA                           00014100
                 INDEXED BY WK-UF-IDX.                                  00014200
              05 WK-UF-SIGLA            PIC  X(002).                    00014300
        01 WK-TAB-UF-CONT.                                              00014400
           03 WK-UF-SEM-ZONA            PIC  9(010) OCCURS 28 TIMES.    00014500
                                                                        00014600
       PROCEDURE DIVISION.                                              00014700
      *                                                                 00014800
       MAIN-PARA.                                                       00014900
           INITIALIZE WK-TAB-UF-CONT                                    00015000
           PERFORM OPEN-FILES                                           00015100
           PERFORM LE-FAIXA                                             00015200
           PERFORM READ-FILE UNTIL WK-EOF EQUAL 'Y'                     00015300
                                                                        00015400
           PERFORM RELATORIO-FINAL                                      00015500
                                                                        00015600
           PERFORM CLOSE-FILES                                          00015700
           IF WK-CONT-SEM-ZONA > 0                                      00015800
              MOVE 4 TO RETURN-CODE                                     00015900
           END-IF                                                       00016000
           STOP RUN                                                     00016100
           .                                                            00016200
       OPEN-FILES.                                                      00016300
           OPEN INPUT CEPV0001                                          00016400
           IF WK-VSAM-FILE-STATUS NOT = '00'                            00016500
              PERFORM ERRO-VSAM                                         00016600
           END-IF                                                       00016700
           OPEN INPUT CEPV0005                                          00016800
           IF WK-VSAM-FILE-STATUS NOT = '00'                            00016900
              PERFORM ERRO-VSAM                                         00017000
           END-IF                                                       00017100
           OPEN OUTPUT CEPZNX01                                         00017200
           .                                                            00017300
       LE-FAIXA.                                                        00017400
           READ CEPV0005 NEXT RECORD                                    00017500
              AT END                                                    00017600
                 MOVE 'Y' TO WK-EOF-FAIXA                               00017700
           END-READ                                                     00017800
           IF WK-EOF-FAIXA NOT = 'Y'                                    00017900
              IF WK-VSAM-FILE-STATUS NOT = '00'                         00018000
                 PERFORM ERRO-VSAM                                      00018100
              END-IF                                                    00018200
              ADD 1 TO WK-CONT-FAIXAS                                   00018300
           END-IF                                                       00018400
           .                                                            00018500
       READ-FILE.                                                       00018600
           READ CEPV0001 NEXT RECORD                                    00018700
              AT END                                                    00018800
                 MOVE 'Y' TO WK-EOF                                     00018900
           END-READ                                                     00019000
                                                                        00019100
           IF WK-EOF NOT = 'Y'                                          00019200
              IF WK-VSAM-FILE-STATUS NOT = '00'                         00019300
                 PERFORM ERRO-VSAM                                      00019400
              END-IF                                                    00019500
              ADD 1 TO WK-CONT-LIDOS                                    00019600
              PERFORM LE-FAIXA                                          00019700
                 UNTIL WK-EOF-FAIXA = 'Y'                               00019800
                    OR CEPV0005-CEP-FIM NOT < CEPV0001-CEP              00019900
              IF WK-EOF-FAIXA NOT = 'Y' AND                             00020000
                 CEPV0005-CEP-INI NOT > CEPV0001-CEP                    00020100
                 ADD 1 TO WK-CONT-COM-ZONA                              00020200
                 IF CEPV0005-UF NOT = CEPV0001-UF                       00020300
                    ADD 1 TO WK-CONT-UF-DIVERGENTE                      00020400
                 END-IF                                                 00020500
              ELSE                                                      00020600
                 PERFORM GRAVA-SEM-ZONA                                 00020700
              END-IF                                                    00020800
           END-IF                                                       00020900
           .                                                            00021000
       GRAVA-SEM-ZONA.                                                  00021100
           ADD 1 TO WK-CONT-SEM-ZONA                                    00021200
           MOVE CEPV0001-CEP        TO CEPZNX01-CEP                     00021300
           MOVE CEPV0001-UF         TO CEPZNX01-UF                      00021400
           MOVE CEPV0001-CIDADE     TO CEPZNX01-CIDADE                  00021500
           MOVE CEPV0001-BAIRRO     TO CEPZNX01-BAIRRO                  00021600
           MOVE CEPV0001-LOGRADOURO TO CEPZNX01-LOGRADOURO              00021700
           WRITE CEPZNX01-REC                                           00021800
           SEARCH ALL WK-UF-ENTRY                                       00021900
              AT END                                                    00022000
                 SET WK-UF-IDX TO 28                                    00022100
              WHEN WK-UF-SIGLA (WK-UF-IDX) = CEPV0001-UF                00022200
                 CONTINUE                                               00022300
           END-SEARCH                                                   00022400
           ADD 1 TO WK-UF-SEM-ZONA (WK-UF-IDX)                          00022500
           .                                                            00022600
       ERRO-VSAM.                                                       00022700
           DISPLAY "-----ERRO VSAM -----"                               00022800
           DISPLAY WK-VSAM-FILE-STATUS                                  00022900
           PERFORM CLOSE-FILES                                          00023000
           MOVE 12 TO RETURN-CODE                                       00023100
           STOP RUN                                                     00023200
           .                                                            00023300
       RELATORIO-FINAL.                                                 00023400
           DISPLAY '---------------------------------------------'      00023500
           DISPLAY ' CEPS DA BASE SEM ZONA DE FRETE (CEPZNX01)   '      00023600
           DISPLAY 'FAIXAS LIDAS DE CEPV0005 .....................'     00023700
           DISPLAY WK-CONT-FAIXAS                                       00023800
           DISPLAY 'CEPS LIDOS DE CEPV0001 .......................'     00023900
           DISPLAY WK-CONT-LIDOS                                        00024000
           DISPLAY 'CEPS COM ZONA ................................'     00024100
           DISPLAY WK-CONT-COM-ZONA                                     00024200
           DISPLAY '  EM FAIXA DE OUTRA UF ......................'      00024300
           DISPLAY WK-CONT-UF-DIVERGENTE                                00024400
           DISPLAY 'CEPS SEM ZONA ................................'     00024500
           DISPLAY WK-CONT-SEM-ZONA                                     00024600
           IF WK-CONT-SEM-ZONA > 0                                      00024700
              DISPLAY ' SEM ZONA POR UF '                               00024800
              PERFORM RELATORIO-UF-LINHA VARYING WK-UF-IDX              00024900
                 FROM 1 BY 1 UNTIL WK-UF-IDX > 28                       00025000
           END-IF                                                       00025100
           DISPLAY '---------------------------------------------'      00025200
           .                                                            00025300
       RELATORIO-UF-LINHA.                                              00025400
           IF WK-UF-SEM-ZONA (WK-UF-IDX) > 0                            00025500
              DISPLAY ' UF ' WK-UF-SIGLA (WK-UF-IDX) ' ....: '          00025600
                 WK-UF-SEM-ZONA (WK-UF-IDX)                             00025700
           END-IF                                                       00025800
           .                                                            00025900
       CLOSE-FILES.                                                     00026000
           CLOSE CEPV0001                                               00026100
           CLOSE CEPV0005                                               00026200
           CLOSE CEPZNX01                                               00026300
           .                                                            00026400
