       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID. CEPRUNRP.                                            00000200
      ******************************************************************00000300
      * Valter Siqueira - Systems      c                                00000400
      * Laboratoratório de uso particular ......                        00000500
      * ----------------------------------------------------------------00000600
      * Sistema .............. CEP                                      00000700
      * Programa.............. CEPRUNRP                                 00000800
      * Tipo    .............. BATCH                                    00000900
      * Finalidade ........... Situacao do ciclo noturno de CEP num     00001000
      *                        relatorio so: para cada programa do      00001100
      *                        ciclo (cadeia da carga e cadeia do       00001200
      *                        delta) mostra o que o controle CEPRUN01  00001300
      *                        registrou - situacao, execucoes, inicio, 00001400
      *                        fim, RETURN-CODE, totais de entrada,     00001500
      *                        saida e rejeitados, predecessor conferido00001600
      *                        e a mensagem do controle. Programa sem   00001700
      *                        registro no ciclo sai como NAO EXECUTADO.00001800
      *                        A ordem de apresentacao segue a tabela   00001900
      *                        de predecessores de CEPRUNCT.            00002000
      * DSnames .............. B090290.CEPRUN01 (DD CEPRUN01, KSDS)     00002100
      *                        B090290.CEPCIC01 (DD CEPCIC01, CARTAO DA 00002200
      *                        DATA DO CICLO, OPCIONAL)                 00002300
      * Relatorio ............ CEPRUL01 (132 BYTES, PAGINADO)           00002400
      * PARM ................. POS 01-08 = DATA DO CICLO (AAAAMMDD); EM 00002500
      *                        BRANCO VALE A REGRA DE CEPRUNCT (CARTAO  00002600
      *                        CEPCIC01 OU DATA CORRENTE).              00002700
      * RETURN-CODE .......... 0 = TODOS OS PROGRAMAS CONCLUIDOS        00002800
      *                        4 = CICLO INCOMPLETO OU COM PROBLEMAS    00002900
      *                        8 = PARM INVALIDO  12 = ERRO VSAM        00003000
      ******************************************************************00003100
       ENVIRONMENT DIVISION.                                            00003200
       INPUT-OUTPUT SECTION.                                            00003300
       FILE-CONTROL.                                                    00003400
           SELECT CEPRUN01 ASSIGN TO 'CEPRUN01'                         00003500
           ORGANIZATION IS INDEXED                                      00003600
           ACCESS MODE IS RANDOM                                        00003700
           RECORD KEY IS CEPRUN01-CHAVE                                 00003800
           FILE STATUS WK-VSAM-FILE-STATUS.                             00003900
           SELECT CEPRUL01 ASSIGN TO 'CEPRUL01'                         00004000
           ORGANIZATION SEQUENTIAL.                                     00004100
       DATA DIVISION.                                                   00004200
       FILE SECTION.                                                    00004300
                                                                        00004400
       FD CEPRUN01.                                                     00004500
       01 CEPRUN01-REC.                                                 00004600
          05 CEPRUN01-CHAVE.                                            00004700
             10 CEPRUN01-DATA-CICLO     PIC  X(008).                    00004800
             10 CEPRUN01-PROGRAMA       PIC  X(008).                    00004900
          05 CEPRUN01-SITUACAO          PIC  X(001).                    00005000
          05 CEPRUN01-EXECUCOES         PIC  9(003).                    00005100
          05 CEPRUN01-DT-INICIO         PIC  X(021).                    00005200
          05 CEPRUN01-DT-FIM            PIC  X(021).                    00005300
          05 CEPRUN01-RC                PIC  9(004).                    00005400
          05 CEPRUN01-TOT-ENTRADA       PIC  9(010).                    00005500
          05 CEPRUN01-TOT-SAIDA         PIC  9(010).                    00005600
          05 CEPRUN01-TOT-REJEITADOS    PIC  9(010).                    00005700
          05 CEPRUN01-PREDECESSOR       PIC  X(008).                    00005800
          05 CEPRUN01-PRED-DT-FIM       PIC  X(021).                    00005900
          05 CEPRUN01-MENSAGEM          PIC  X(060).                    00006000
          05 FILLER                     PIC  X(015).                    00006100
       FD CEPRUL01                                                      00006200
            RECORDING MODE IS F                                         00006300
            RECORD CONTAINS 132 CHARACTERS.                             00006400
       01 CEPRUL01-REC                  PIC  X(132).                    00006500
                                                                        00006600
       WORKING-STORAGE SECTION.                                         00006700
        01 WORKING-AREAS.                                               00006800
           03 WK-VSAM-FILE-STATUS       PIC  X(002) VALUE SPACES.       00006900
           03 WK-ATU                    PIC  9(002) VALUE ZEROS.        00007000
           03 WK-LINHA                  PIC  X(132) VALUE SPACES.       00007100
           03 WK-LIN-PAG                PIC  9(002) VALUE 99.           00007200
           03 WK-PAGINA                 PIC  9(004) VALUE ZEROS.        00007300
           03 WK-PRINT-CONT             PIC  Z(009)9 VALUE ZEROS.       00007400
           03 WK-PRINT-EXEC             PIC  ZZ9 VALUE ZEROS.           00007500
           03 WK-PRINT-RC               PIC  ZZZ9 VALUE ZEROS.          00007600
           03 WK-DH-ENTRADA             PIC  X(021) VALUE SPACES.       00007700
           03 WK-DH-SAIDA               PIC  X(019) VALUE SPACES.       00007800
           03 WK-CONT-CONCLUIDOS        PIC  9(010) VALUE ZEROS.        00007900
           03 WK-CONT-COM-ERRO          PIC  9(010) VALUE ZEROS.        00008000
           03 WK-CONT-BARRADOS          PIC  9(010) VALUE ZEROS.        00008100
           03 WK-CONT-EM-EXECUCAO       PIC  9(010) VALUE ZEROS.        00008200
           03 WK-CONT-NAO-EXECUTADOS    PIC  9(010) VALUE ZEROS.        00008300
                                                                        00008400
      *    PROGRAMAS DO CICLO NA ORDEM DE APRESENTACAO: 1 A 4 CADEIA    00008500
      *    DA CARGA, 5 A 7 CADEIA DO DELTA                              00008600
        01 WK-TAB-PROG-VALORES.                                         00008700
           03 FILLER PIC X(024) VALUE 'CEPBLOADCEPIBGE CEPAUDIT'.       00008800
           03 FILLER PIC X(016) VALUE 'CEPWCOLLCEPDIFF '.               00008900
           03 FILLER PIC X(016) VALUE 'CEPAPLY CEPPUBL '.               00009000
        01 WK-TAB-PROG REDEFINES WK-TAB-PROG-VALORES.                   00009100
           03 WK-PROG-NOME              PIC  X(008) OCCURS 7 TIMES.     00009200
                                                                        00009300
      *    AREA DE CHAMADA DO CONTROLE DE EXECUCAO DO CICLO (CEPRUNCT)  00009400
        01 WK-CTL-AREA.                                                 00009500
           03 WK-CTL-FUNCAO             PIC  X(001) VALUE 'D'.          00009600
           03 WK-CTL-PROGRAMA           PIC  X(008) VALUE 'CEPRUNRP'.   00009700
           03 WK-CTL-DATA-CICLO         PIC  X(008) VALUE SPACES.       00009800
           03 WK-CTL-RC-PROGRAMA        PIC  9(004) VALUE ZEROS.        00009900
           03 WK-CTL-TOT-ENTRADA        PIC  9(010) VALUE ZEROS.        00010000
           03 WK-CTL-TOT-SAIDA          PIC  9(010) VALUE ZEROS.        00010100
           03 WK-CTL-TOT-REJEITADOS     PIC  9(010) VALUE ZEROS.        00010200
           03 WK-CTL-RETORNO            PIC  X(002) VALUE SPACES.       00010300
           03 WK-CTL-RC-FINAL           PIC  9(004) VALUE ZEROS.        00010400
           03 WK-CTL-MENSAGEM           PIC  X(060) VALUE SPACES.       00010500
           03 FILLER                    PIC  X(033) VALUE SPACES.       00010600
                                                                        00010700
       LINKAGE SECTION.                                                 00010800
       01 LK-PARM-LENGTH                PIC S9(004) COMP.               00010900
       01 LK-PARM-DATA.                                                 00011000
          05 LK-DATA-CICLO              PIC  X(008).                    00011100
                                                                        00011200
       PROCEDURE DIVISION USING LK-PARM-LENGTH LK-PARM-DATA.            00011300
      *                                                                 00011400
       MAIN-PARA.                                                       00011500
           PERFORM OBTEM-DATA-CICLO                                     00011600
           PERFORM OPEN-FILES                                           00011700
                                                                        00011800
           PERFORM IMPRIME-PROGRAMA                                     00011900
              VARYING WK-ATU FROM 1 BY 1 UNTIL WK-ATU > 7               00012000
                                                                        00012100
           PERFORM RELATORIO-FINAL                                      00012200
           PERFORM CLOSE-FILES                                          00012300
           IF WK-CONT-CONCLUIDOS < 7                                    00012400
              MOVE 4 TO RETURN-CODE                                     00012500
           END-IF                                                       00012600
           STOP RUN                                                     00012700
           .                                                            00012800
       OBTEM-DATA-CICLO.                                                00012900
      *    A DATA DO CICLO E RESOLVIDA POR CEPRUNCT (FUNCAO 'D'), A     00013000
      *    MESMA REGRA USADA PELOS PROGRAMAS DO CICLO                   00013100
           IF LK-PARM-LENGTH >= 8                                       00013200
              MOVE LK-DATA-CICLO TO WK-CTL-DATA-CICLO                   00013300
           END-IF                                                       00013400
           CALL 'CEPRUNCT' USING WK-CTL-AREA                            00013500
           IF WK-CTL-RETORNO NOT = '00'                                 00013600
              DISPLAY "-----PARM INVALIDO (DATA AAAAMMDD) -----"        00013700
              DISPLAY WK-CTL-DATA-CICLO                                 00013800
              MOVE 8 TO RETURN-CODE                                     00013900
              STOP RUN                                                  00014000
           END-IF                                                       00014100
           MOVE ZEROS TO RETURN-CODE                                    00014200
           .                                                            00014300
       OPEN-FILES.                                                      00014400
           OPEN INPUT CEPRUN01                                          00014500
           IF WK-VSAM-FILE-STATUS NOT = '00'                            00014600
              DISPLAY "-----ERRO NO OPEN DO CONTROLE CEPRUN01 -----"    00014700
              DISPLAY WK-VSAM-FILE-STATUS                               00014800
              MOVE 12 TO RETURN-CODE                                    00014900
              STOP RUN                                                  00015000
           END-IF                                                       00015100
           OPEN OUTPUT CEPRUL01                                         00015200
           .                                                            00015300
       IMPRIME-LINHA.                                                   00015400
           IF WK-LIN-PAG >= 55                                          00015500
              PERFORM CABECALHO-PAGINA                                  00015600
           END-IF                                                       00015700
           MOVE WK-LINHA TO CEPRUL01-REC                                00015800
           WRITE CEPRUL01-REC                                           00015900
           ADD 1 TO WK-LIN-PAG                                          00016000
           .                                                            00016100
       CABECALHO-PAGINA.                                                00016200
           ADD  1 TO WK-PAGINA                                          00016300
           MOVE SPACES TO CEPRUL01-REC                                  00016400
           STRING 'CEPRUNRP - SITUACAO DO CICLO NOTURNO DE CEP'         00016500
              DELIMITED BY SIZE INTO CEPRUL01-REC                       00016600
           END-STRING                                                   00016700
           MOVE 'CICLO:'          TO CEPRUL01-REC (70:6)                00016800
           MOVE WK-CTL-DATA-CICLO TO CEPRUL01-REC (77:8)                00016900
           MOVE WK-PAGINA TO CEPRUL01-REC (120:4)                       00017000
           MOVE 'PAG.'    TO CEPRUL01-REC (114:5)                       00017100
           WRITE CEPRUL01-REC                                           00017200
           MOVE SPACES TO CEPRUL01-REC                                  00017300
           MOVE 'PROGRAMA'   TO CEPRUL01-REC (2:8)                      00017400
           MOVE 'PREDEC.'    TO CEPRUL01-REC (11:7)                     00017500
           MOVE 'SITUACAO'   TO CEPRUL01-REC (20:8)                     00017600
           MOVE 'EXE'        TO CEPRUL01-REC (41:3)                     00017700
           MOVE 'INICIO'     TO CEPRUL01-REC (45:6)                     00017800
           MOVE 'FIM'        TO CEPRUL01-REC (65:3)                     00017900
           MOVE '  RC'       TO CEPRUL01-REC (85:4)                     00018000
           MOVE '   ENTRADA' TO CEPRUL01-REC (90:10)                    00018100
           MOVE '     SAIDA' TO CEPRUL01-REC (101:10)                   00018200
           MOVE 'REJEITADOS' TO CEPRUL01-REC (112:10)                   00018300
           WRITE CEPRUL01-REC                                           00018400
           MOVE ALL '-' TO CEPRUL01-REC                                 00018500
           WRITE CEPRUL01-REC                                           00018600
           MOVE 3 TO WK-LIN-PAG                                         00018700
           .                                                            00018800
       IMPRIME-PROGRAMA.                                                00018900
           IF WK-ATU = 1 OR WK-ATU = 5                                  00019000
              MOVE SPACES TO WK-LINHA                                   00019100
              IF WK-ATU = 1                                             00019200
                 MOVE ' CADEIA DA CARGA' TO WK-LINHA                    00019300
              ELSE                                                      00019400
                 PERFORM IMPRIME-LINHA                                  00019500
                 MOVE ' CADEIA DO DELTA' TO WK-LINHA                    00019600
              END-IF                                                    00019700
              PERFORM IMPRIME-LINHA                                     00019800
           END-IF                                                       00019900
                                                                        00020000
           MOVE WK-CTL-DATA-CICLO    TO CEPRUN01-DATA-CICLO             00020100
           MOVE WK-PROG-NOME (WK-ATU) TO CEPRUN01-PROGRAMA              00020200
           READ CEPRUN01 RECORD                                         00020300
           IF WK-VSAM-FILE-STATUS NOT = '00' AND                        00020400
              WK-VSAM-FILE-STATUS NOT = '23'                            00020500
              PERFORM ERRO-VSAM                                         00020600
           END-IF                                                       00020700
                                                                        00020800
           MOVE SPACES TO WK-LINHA                                      00020900
           MOVE WK-PROG-NOME (WK-ATU) TO WK-LINHA (2:8)                 00021000
           IF WK-VSAM-FILE-STATUS = '23'                                00021100
              ADD 1 TO WK-CONT-NAO-EXECUTADOS                           00021200
              MOVE 'NAO EXECUTADO'   TO WK-LINHA (20:20)                00021300
              PERFORM IMPRIME-LINHA                                     00021400
           ELSE                                                         00021500
              PERFORM MONTA-DETALHE                                     00021600
              PERFORM IMPRIME-LINHA                                     00021700
              IF CEPRUN01-MENSAGEM NOT = SPACES                         00021800
                 MOVE SPACES TO WK-LINHA                                00021900
                 MOVE 'MENSAGEM:'       TO WK-LINHA (11:9)              00022000
                 MOVE CEPRUN01-MENSAGEM TO WK-LINHA (21:60)             00022100
                 PERFORM IMPRIME-LINHA                                  00022200
              END-IF                                                    00022300
           END-IF                                                       00022400
           .                                                            00022500
       MONTA-DETALHE.                                                   00022600
           MOVE CEPRUN01-PREDECESSOR TO WK-LINHA (11:8)                 00022700
           EVALUATE CEPRUN01-SITUACAO                                   00022800
              WHEN 'F'                                                  00022900
                 ADD 1 TO WK-CONT-CONCLUIDOS                            00023000
                 MOVE 'CONCLUIDO'          TO WK-LINHA (20:20)          00023100
              WHEN 'A'                                                  00023200
                 ADD 1 TO WK-CONT-COM-ERRO                              00023300
                 MOVE 'CONCLUIDO COM ERRO' TO WK-LINHA (20:20)          00023400
              WHEN 'B'                                                  00023500
                 ADD 1 TO WK-CONT-BARRADOS                              00023600
                 MOVE 'BARRADO (PREDEC.)'  TO WK-LINHA (20:20)          00023700
              WHEN OTHER                                                00023800
                 ADD 1 TO WK-CONT-EM-EXECUCAO                           00023900
                 MOVE 'EM EXECUCAO/INTERR.' TO WK-LINHA (20:20)         00024000
           END-EVALUATE                                                 00024100
           MOVE CEPRUN01-EXECUCOES   TO WK-PRINT-EXEC                   00024200
           MOVE WK-PRINT-EXEC        TO WK-LINHA (41:3)                 00024300
           MOVE CEPRUN01-DT-INICIO   TO WK-DH-ENTRADA                   00024400
           PERFORM FORMATA-DATA-HORA                                    00024500
           MOVE WK-DH-SAIDA          TO WK-LINHA (45:19)                00024600
           MOVE CEPRUN01-DT-FIM      TO WK-DH-ENTRADA                   00024700
           PERFORM FORMATA-DATA-HORA                                    00024800
           MOVE WK-DH-SAIDA          TO WK-LINHA (65:19)                00024900
           IF CEPRUN01-SITUACAO NOT = 'E'                               00025000
              MOVE CEPRUN01-RC       TO WK-PRINT-RC                     00025100
              MOVE WK-PRINT-RC       TO WK-LINHA (85:4)                 00025200
              MOVE CEPRUN01-TOT-ENTRADA    TO WK-PRINT-CONT             00025300
              MOVE WK-PRINT-CONT           TO WK-LINHA (90:10)          00025400
              MOVE CEPRUN01-TOT-SAIDA      TO WK-PRINT-CONT             00025500
              MOVE WK-PRINT-CONT           TO WK-LINHA (101:10)         00025600
              MOVE CEPRUN01-TOT-REJEITADOS TO WK-PRINT-CONT             00025700
              MOVE WK-PRINT-CONT           TO WK-LINHA (112:10)         00025800
           END-IF                                                       00025900
           .                                                            00026000
       FORMATA-DATA-HORA.                                               00026100
      *    AAAAMMDDHHMMSS... (CURRENT-DATE) -> AAAA-MM-DD HH:MM:SS      00026200
           MOVE SPACES TO WK-DH-SAIDA                                   00026300
           IF WK-DH-ENTRADA NOT = SPACES                                00026400
              STRING WK-DH-ENTRADA (1:4)  '-'                           00026500
                     WK-DH-ENTRADA (5:2)  '-'                           00026600
                     WK-DH-ENTRADA (7:2)  ' '                           00026700
                     WK-DH-ENTRADA (9:2)  ':'                           00026800
                     WK-DH-ENTRADA (11:2) ':'                           00026900
                     WK-DH-ENTRADA (13:2)                               00027000
                 DELIMITED BY SIZE INTO WK-DH-SAIDA                     00027100
              END-STRING                                                00027200
           END-IF                                                       00027300
           .                                                            00027400
       ERRO-VSAM.                                                       00027500
           DISPLAY "-----ERRO VSAM -----"                               00027600
           DISPLAY WK-PROG-NOME (WK-ATU)                                00027700
           DISPLAY WK-VSAM-FILE-STATUS                                  00027800
           PERFORM CLOSE-FILES                                          00027900
           MOVE 12 TO RETURN-CODE                                       00028000
           STOP RUN                                                     00028100
           .                                                            00028200
       RELATORIO-FINAL.                                                 00028300
           MOVE SPACES TO WK-LINHA                                      00028400
           PERFORM IMPRIME-LINHA                                        00028500
           IF WK-CONT-CONCLUIDOS = 7                                    00028600
              MOVE ' CICLO COMPLETO - TODOS OS PROGRAMAS CONCLUIDOS'    00028700
                 TO WK-LINHA                                            00028800
           ELSE                                                         00028900
              MOVE ' CICLO INCOMPLETO OU COM PROBLEMAS' TO WK-LINHA     00029000
           END-IF                                                       00029100
           PERFORM IMPRIME-LINHA                                        00029200
                                                                        00029300
           DISPLAY '---------------------------------------------'      00029400
           DISPLAY 'SITUACAO DO CICLO ...........................'      00029500
           DISPLAY WK-CTL-DATA-CICLO                                    00029600
           DISPLAY 'PROGRAMAS CONCLUIDOS ........................'      00029700
           DISPLAY WK-CONT-CONCLUIDOS                                   00029800
           DISPLAY 'CONCLUIDOS COM ERRO .........................'      00029900
           DISPLAY WK-CONT-COM-ERRO                                     00030000
           DISPLAY 'BARRADOS PELO PREDECESSOR ...................'      00030100
           DISPLAY WK-CONT-BARRADOS                                     00030200
           DISPLAY 'EM EXECUCAO OU INTERROMPIDOS ................'      00030300
           DISPLAY WK-CONT-EM-EXECUCAO                                  00030400
           DISPLAY 'NAO EXECUTADOS ..............................'      00030500
           DISPLAY WK-CONT-NAO-EXECUTADOS                               00030600
           DISPLAY '---------------------------------------------'      00030700
           .                                                            00030800
       CLOSE-FILES.                                                     00030900
           CLOSE CEPRUN01                                               00031000
           CLOSE CEPRUL01                                               00031100
           .                                                            00031200
