       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID. CEPMRCOL.                                            00000200
      ******************************************************************00000300
      * Valter Siqueira - Systems      c                                00000400
      * Laboratoratório de uso particular ......                        00000500
      * ----------------------------------------------------------------00000600
      * Sistema .............. CEP                                      00000700
      * Programa.............. CEPMRCOL                                 00000800
      * Tipo    .............. BATCH                                    00000900
      * Finalidade ........... Coletor da fila de revisao manual de     00001000
      *                        logradouros (CEPMRQ01): os casos que     00001100
      *                        CEPMATCH grava em CEPMRV01 (grafia do    00001200
      *                        cliente parecida, mas nao o bastante,    00001300
      *                        com um logradouro da cidade) viram UM    00001400
      *                        item por UF + CIDADE + GRAFIA DO         00001500
      *                        CLIENTE NORMALIZADA (CEPNRMLG), de modo  00001600
      *                        que a mesma grafia repetida em mil       00001700
      *                        clientes e decidida uma vez so.          00001800
      *                        - item inexistente e criado PENDENTE;    00001900
      *                        - item pendente acumula a quantidade e   00002000
      *                          fica com o candidato de maior score;   00002100
      *                        - item rejeitado que volta com OUTRO     00002200
      *                          logradouro candidato e REABERTO;       00002300
      *                        - os demais ja foram decididos e so      00002400
      *                          sao contados.                          00002500
      *                        A fila e trabalhada online pela          00002600
      *                        transacao CEPR (programa CEPREVIS), que  00002700
      *                        grava a decisao no dicionario de         00002800
      *                        sinonimos CEPV0007 lido por CEPMATCH,    00002900
      *                        CEPSRV02 e CEPBROWS.                     00003000
      * DSnames .............. B090290.CEPMRQ01 (KSDS, CHAVE = UF +     00003100
      *                        CIDADE + GRAFIA NORMALIZADA, 200 BYTES)  00003200
      *                        B090290.CEPMRV01 (SAIDA DE CEPMATCH)     00003300
      * Layout CEPMRQ01 (200 BYTES) ...........                         00003400
      *   POS 001-002 = UF (CHAVE)                                      00003500
      *   POS 003-032 = CIDADE MAIUSCULA SEM ACENTO (CHAVE)             00003600
      *   POS 033-072 = GRAFIA DO CLIENTE NORMALIZADA (CHAVE)           00003700
      *   POS 073     = STATUS 'P' PENDENTE / 'A' ACEITO / 'R' REJEITADO00003800
      *   POS 074-103 = LOGRADOURO COMO O CLIENTE ESCREVEU              00003900
      *   POS 104-133 = LOGRADOURO CANDIDATO DA BASE                    00004000
      *   POS 134-141 = CEP CANDIDATO                                   00004100
      *   POS 142-144 = SCORE DE SEMELHANCA (0-100)                     00004200
      *   POS 145-149 = QTDE DE OCORRENCIAS ACUMULADAS                  00004300
      *   POS 150-157 = DATA DE ABERTURA (AAAAMMDD)                     00004400
      *   POS 158-165 = DATA DA DECISAO                                 00004500
      *   POS 166-173 = OPERADOR QUE DECIDIU                            00004600
      *   POS 174-200 = FILLER                                          00004700
      * RETURN-CODE .......... 00 = OK                                  00004800
      *                        12 = ERRO VSAM                           00004900
      ******************************************************************00005000
       ENVIRONMENT DIVISION.                                            00005100
       INPUT-OUTPUT SECTION.                                            00005200
       FILE-CONTROL.                                                    00005300
           SELECT CEPMRQ01 ASSIGN TO 'CEPMRQ01'                         00005400
           ORGANIZATION IS INDEXED                                      00005500
           ACCESS MODE IS RANDOM                                        00005600
           RECORD KEY IS CEPMRQ01-CHAVE                                 00005700
           FILE STATUS WK-VSAM-FILE-STATUS.                             00005800
      *    FILA DE REVISAO MANUAL DE LOGRADOUROS                        00005900
                                                                        00006000
           SELECT CEPMRV01 ASSIGN TO 'CEPMRV01'                         00006100
           ORGANIZATION SEQUENTIAL.                                     00006200
      *    CASOS PARA REVISAO GRAVADOS POR CEPMATCH                     00006300
       DATA DIVISION.                                                   00006400
       FILE SECTION.                                                    00006500
                                                                        00006600
       FD CEPMRQ01.                                                     00006700
       01 CEPMRQ01-REC.                                                 00006800
          05 CEPMRQ01-CHAVE.                                            00006900
             10 CEPMRQ01-UF             PIC  X(002).                    00007000
             10 CEPMRQ01-CIDADE-BUSCA   PIC  X(030).                    00007100
             10 CEPMRQ01-VARIANTE       PIC  X(040).                    00007200
          05 CEPMRQ01-STATUS            PIC  X(001).                    00007300
          05 CEPMRQ01-LOG-CLIENTE       PIC  X(030).                    00007400
          05 CEPMRQ01-LOG-BASE          PIC  X(030).                    00007500
          05 CEPMRQ01-CEP-CANDIDATO     PIC  X(008).                    00007600
          05 CEPMRQ01-SCORE             PIC  9(003).                    00007700
          05 CEPMRQ01-QTDE              PIC  9(005).                    00007800
          05 CEPMRQ01-DT-ABERTURA       PIC  X(008).                    00007900
          05 CEPMRQ01-DT-DECISAO        PIC  X(008).                    00008000
          05 CEPMRQ01-OPERADOR          PIC  X(008).                    00008100
          05 FILLER                     PIC  X(027).                    00008200
      *                                                                 00008300
       FD CEPMRV01                                                      00008400
            RECORDING MODE IS F                                         00008500
            RECORD CONTAINS 221 CHARACTERS.                             00008600
       01 CEPMRV01-REC.                                                 00008700
          05 CEPMRV01-DADOS.                                            00008800
             10 FILLER                  PIC  X(018).                    00008900
             10 CEPMRV01-UF             PIC  X(002).                    00009000
             10 CEPMRV01-CIDADE         PIC  X(030).                    00009100
             10 FILLER                  PIC  X(100).                    00009200
          05 CEPMRV01-CEP-CANDIDATO     PIC  X(008).                    00009300
          05 CEPMRV01-LOG-CLIENTE       PIC  X(030).                    00009400
          05 CEPMRV01-LOG-BASE          PIC  X(030).                    00009500
          05 CEPMRV01-SCORE             PIC  9(003).                    00009600
      *    CEPMRV01-DADOS E O REGISTRO CEPENT01 DO CLIENTE              00009700
      *                                                                 00009800
       WORKING-STORAGE SECTION.                                         00009900
        01 WORKING-AREAS.                                               00010000
           03 WK-VSAM-FILE-STATUS       PIC  X(002) VALUE SPACES.       00010100
           03 WK-EOF                    PIC  X(001) VALUE 'N'.          00010200
           03 WK-CONT-LIDOS             PIC  9(010) VALUE ZEROS.        00010300
           03 WK-CONT-NOVOS             PIC  9(010) VALUE ZEROS.        00010400
           03 WK-CONT-ACUMULADOS        PIC  9(010) VALUE ZEROS.        00010500
           03 WK-CONT-REABERTOS         PIC  9(010) VALUE ZEROS.        00010600
           03 WK-CONT-DECIDIDOS         PIC  9(010) VALUE ZEROS.        00010700
           03 WK-CURRENT-DATE           PIC  X(021) VALUE SPACES.       00010800
           03 WK-DATA-HOJE              PIC  X(008) VALUE SPACES.       00010900
           03 WK-CIDADE-BUSCA           PIC  X(030) VALUE SPACES.       00011000
                                                                        00011100
      *    AREA DE CHAMADA DO NORMALIZADOR DE LOGRADOURO (CEPNRMLG)     00011200
        01 WK-NRM-AREA.                                                 00011300
           03 WK-NRM-ENTRADA            PIC  X(030) VALUE SPACES.       00011400
           03 WK-NRM-SAIDA              PIC  X(060) VALUE SPACES.       00011500
           03 WK-NRM-TAMANHO            PIC  9(002) VALUE ZEROS.        00011600
                                                                        00011700
       PROCEDURE DIVISION.                                              00011800
      *                                                                 00011900
       MAIN-PARA.                                                       00012000
           MOVE FUNCTION CURRENT-DATE TO WK-CURRENT-DATE                00012100
           MOVE WK-CURRENT-DATE (1:8) TO WK-DATA-HOJE                   00012200
           PERFORM OPEN-FILES                                           00012300
           PERFORM READ-FILE UNTIL WK-EOF = 'Y'                         00012400
           PERFORM RELATORIO-FINAL                                      00012500
           PERFORM CLOSE-FILES                                          00012600
           STOP RUN                                                     00012700
           .                                                            00012800
       OPEN-FILES.                                                      00012900
           OPEN I-O   CEPMRQ01                                          00013000
           IF WK-VSAM-FILE-STATUS NOT = '00'                            00013100
              DISPLAY "-----ERRO VSAM NO OPEN (CEPMRQ01) -----"         00013200
              DISPLAY WK-VSAM-FILE-STATUS                               00013300
              MOVE 12 TO RETURN-CODE                                    00013400
              STOP RUN                                                  00013500
           END-IF                                                       00013600
           OPEN INPUT CEPMRV01                                          00013700
           .                                                            00013800
       READ-FILE.                                                       00013900
           READ CEPMRV01 RECORD AT END MOVE 'Y' TO WK-EOF.              00014000
                                                                        00014100
           IF WK-EOF NOT = 'Y'                                          00014200
              ADD 1 TO WK-CONT-LIDOS                                    00014300
              PERFORM MONTA-CHAVE                                       00014400
              PERFORM REGISTRA-ITEM                                     00014500
           END-IF                                                       00014600
           .                                                            00014700
       MONTA-CHAVE.                                                     00014800
      *    A CHAVE E A MESMA DO DICIONARIO CEPV0007: CIDADE COMO A      00014900
      *    CHAVE CEPV0001-CIDADE-BUSCA DA CARGA E A GRAFIA DO CLIENTE   00015000
      *    COMO CEPMATCH A NORMALIZA ANTES DE COMPARAR                  00015100
           MOVE FUNCTION UPPER-CASE (CEPMRV01-CIDADE)                   00015200
              TO WK-CIDADE-BUSCA                                        00015300
           INSPECT WK-CIDADE-BUSCA CONVERTING                           00015400
              X'424344454648495152535455565758'                         00015500
              TO 'AAAAACNEEEEIIII'                                      00015600
           INSPECT WK-CIDADE-BUSCA CONVERTING                           00015700
              X'626364656668697172737475767778'                         00015800
              TO 'AAAAACNEEEEIIII'                                      00015900
           INSPECT WK-CIDADE-BUSCA CONVERTING                           00016000
              X'CBCCCDCECFDBDCDDDE'                                     00016100
              TO 'OOOOOUUUU'                                            00016200
           INSPECT WK-CIDADE-BUSCA CONVERTING                           00016300
              X'EBECEDEEEFFBFCFDFE'                                     00016400
              TO 'OOOOOUUUU'                                            00016500
           MOVE CEPMRV01-LOG-CLIENTE TO WK-NRM-ENTRADA                  00016600
           CALL 'CEPNRMLG' USING WK-NRM-AREA                            00016700
           MOVE CEPMRV01-UF          TO CEPMRQ01-UF                     00016800
           MOVE WK-CIDADE-BUSCA      TO CEPMRQ01-CIDADE-BUSCA           00016900
           MOVE WK-NRM-SAIDA         TO CEPMRQ01-VARIANTE               00017000
           .                                                            00017100
       REGISTRA-ITEM.                                                   00017200
           READ CEPMRQ01 RECORD                                         00017300
              INVALID KEY                                               00017400
                 PERFORM CRIA-ITEM                                      00017500
              NOT INVALID KEY                                           00017600
                 PERFORM ATUALIZA-ITEM                                  00017700
           END-READ                                                     00017800
           .                                                            00017900
       CRIA-ITEM.                                                       00018000
           MOVE SPACES                 TO CEPMRQ01-REC                  00018100
           MOVE CEPMRV01-UF            TO CEPMRQ01-UF                   00018200
           MOVE WK-CIDADE-BUSCA        TO CEPMRQ01-CIDADE-BUSCA         00018300
           MOVE WK-NRM-SAIDA           TO CEPMRQ01-VARIANTE             00018400
           MOVE 'P'                    TO CEPMRQ01-STATUS               00018500
           MOVE CEPMRV01-LOG-CLIENTE   TO CEPMRQ01-LOG-CLIENTE          00018600
           MOVE CEPMRV01-LOG-BASE      TO CEPMRQ01-LOG-BASE             00018700
           MOVE CEPMRV01-CEP-CANDIDATO TO CEPMRQ01-CEP-CANDIDATO        00018800
           MOVE CEPMRV01-SCORE         TO CEPMRQ01-SCORE                00018900
           MOVE 1                      TO CEPMRQ01-QTDE                 00019000
           MOVE WK-DATA-HOJE           TO CEPMRQ01-DT-ABERTURA          00019100
           MOVE SPACES                 TO CEPMRQ01-DT-DECISAO           00019200
           MOVE SPACES                 TO CEPMRQ01-OPERADOR             00019300
           WRITE CEPMRQ01-REC                                           00019400
           IF WK-VSAM-FILE-STATUS = '00'                                00019500
              ADD 1 TO WK-CONT-NOVOS                                    00019600
           ELSE                                                         00019700
              PERFORM ERRO-VSAM                                         00019800
           END-IF                                                       00019900
           .                                                            00020000
       ATUALIZA-ITEM.                                                   00020100
           EVALUATE TRUE                                                00020200
              WHEN CEPMRQ01-STATUS = 'P'                                00020300
                 IF CEPMRQ01-QTDE < 99999                               00020400
                    ADD 1 TO CEPMRQ01-QTDE                              00020500
                 END-IF                                                 00020600
      *          FICA O CANDIDATO MAIS PARECIDO VISTO ATE AGORA         00020700
                 IF CEPMRV01-SCORE > CEPMRQ01-SCORE                     00020800
                    MOVE CEPMRV01-LOG-BASE      TO CEPMRQ01-LOG-BASE    00020900
                    MOVE CEPMRV01-CEP-CANDIDATO TO                      00021000
                         CEPMRQ01-CEP-CANDIDATO                         00021100
                    MOVE CEPMRV01-SCORE         TO CEPMRQ01-SCORE       00021200
                 END-IF                                                 00021300
                 ADD 1 TO WK-CONT-ACUMULADOS                            00021400
                 PERFORM REGRAVA-ITEM                                   00021500
              WHEN CEPMRQ01-STATUS = 'R' AND                            00021600
                   CEPMRQ01-LOG-BASE NOT = CEPMRV01-LOG-BASE            00021700
      *          A GRAFIA FOI REJEITADA PARA OUTRO LOGRADOURO; O NOVO   00021800
      *          CANDIDATO AINDA NAO FOI JULGADO: REABRE                00021900
                 MOVE 'P'                    TO CEPMRQ01-STATUS         00022000
                 MOVE CEPMRV01-LOG-CLIENTE   TO CEPMRQ01-LOG-CLIENTE    00022100
                 MOVE CEPMRV01-LOG-BASE      TO CEPMRQ01-LOG-BASE       00022200
                 MOVE CEPMRV01-CEP-CANDIDATO TO CEPMRQ01-CEP-CANDIDATO  00022300
                 MOVE CEPMRV01-SCORE         TO CEPMRQ01-SCORE          00022400
                 MOVE 1                      TO CEPMRQ01-QTDE           00022500
                 MOVE WK-DATA-HOJE           TO CEPMRQ01-DT-ABERTURA    00022600
                 MOVE SPACES                 TO CEPMRQ01-DT-DECISAO     00022700
                 MOVE SPACES                 TO CEPMRQ01-OPERADOR       00022800
                 ADD 1 TO WK-CONT-REABERTOS                             00022900
                 PERFORM REGRAVA-ITEM                                   00023000
              WHEN OTHER                                                00023100
                 ADD 1 TO WK-CONT-DECIDIDOS                             00023200
           END-EVALUATE                                                 00023300
           .                                                            00023400
       REGRAVA-ITEM.                                                    00023500
           REWRITE CEPMRQ01-REC                                         00023600
           IF WK-VSAM-FILE-STATUS NOT = '00'                            00023700
              PERFORM ERRO-VSAM                                         00023800
           END-IF                                                       00023900
           .                                                            00024000
       ERRO-VSAM.                                                       00024100
           DISPLAY "-----ERRO VSAM (CEPMRQ01) -----"                    00024200
           DISPLAY WK-VSAM-FILE-STATUS                                  00024300
           PERFORM RELATORIO-FINAL                                      00024400
           PERFORM CLOSE-FILES                                          00024500
           MOVE 12 TO RETURN-CODE                                       00024600
           STOP RUN                                                     00024700
           .                                                            00024800
       RELATORIO-FINAL.                                                 00024900
           DISPLAY '---------------------------------------------'      00025000
           DISPLAY 'FINAL DA COLETA DA FILA DE REVISAO           '      00025100
           DISPLAY 'CASOS DE REVISAO LIDOS (CEPMRV01) ............'     00025200
           DISPLAY WK-CONT-LIDOS                                        00025300
           DISPLAY 'ITENS NOVOS PENDENTES ........................'     00025400
           DISPLAY WK-CONT-NOVOS                                        00025500
           DISPLAY 'OCORRENCIAS ACUMULADAS EM ITENS PENDENTES ....'     00025600
           DISPLAY WK-CONT-ACUMULADOS                                   00025700
           DISPLAY 'REJEITADOS REABERTOS COM NOVO CANDIDATO ......'     00025800
           DISPLAY WK-CONT-REABERTOS                                    00025900
           DISPLAY 'GRAFIAS JA DECIDIDAS (IGNORADAS) .............'     00026000
           DISPLAY WK-CONT-DECIDIDOS                                    00026100
           DISPLAY '---------------------------------------------'      00026200
           .                                                            00026300
       CLOSE-FILES.                                                     00026400
           CLOSE CEPMRQ01                                               00026500
           CLOSE CEPMRV01                                               00026600
           .                                                            00026700
