       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID. CEPISSMN.                                            00000200
      ******************************************************************00000300
      * Valter Siqueira - Systems      c                                00000400
      * Laboratoratório de uso particular ......                        00000500
      * ----------------------------------------------------------------00000600
      * Sistema .............. CEP                                      00000700
      * Programa.............. CEPISSMN                                 00000800
      * Tipo    .............. BATCH                                    00000900
      * Finalidade ........... Carga e manutencao do cadastro de ISS    00001000
      *                        por municipio "CEPVSA06" (CEPV0006): a   00001100
      *                        aliquota de ISS e a jurisdicao           00001200
      *                        tributaria de cada municipio, pelo       00001300
      *                        codigo IBGE, com DATA DE INICIO DE       00001400
      *                        VIGENCIA - uma mudanca de aliquota e     00001500
      *                        uma nova vigencia, a anterior continua   00001600
      *                        valendo para as notas de antes dela.     00001700
      *                        A vigencia vale do seu inicio ate o      00001800
      *                        inicio da proxima do mesmo municipio.    00001900
      *                        O faturamento consulta pelo CEP, via     00002000
      *                        subprograma CEPISSLK (o CEP leva ao      00002100
      *                        codigo IBGE gravado por CEPIBGE), e      00002200
      *                        CEPISSCK lista os codigos IBGE da base   00002300
      *                        sem aliquota cadastrada.                 00002400
      *                        Cada cartao e validado:                  00002500
      *                        - codigo IBGE numerico, com os 2         00002600
      *                          primeiros digitos iguais ao codigo     00002700
      *                          IBGE da UF informada;                  00002800
      *                        - data de inicio AAAAMMDD valida;        00002900
      *                        - municipio e jurisdicao informados;     00003000
      *                        - aliquota entre 2% e 5% (limites da     00003100
      *                          LC 116/2003).                          00003200
      *                        Cartao rejeitado sai em CEPISR01 com o   00003300
      *                        motivo e o programa termina com RC 4.    00003400
      * DSnames .............. B090290.CEPVSA06 (DD CEPV0006, KSDS      00003500
      *                        KEYS(15 0) RECORDSIZE(100 100))          00003600
      *                        B090290.CEPISS01 (CARTOES DE ISS)        00003700
      *                        B090290.CEPISR01 (CARTOES REJEITADOS)    00003800
      * Cartoes CEPISS01 (080 BYTES) ..........                         00003900
      *   POS 01    = ACAO: 'I' INCLUI VIGENCIA / 'A' ALTERA VIGENCIA   00004000
      *               / 'E' EXCLUI VIGENCIA / '*' COMENTARIO            00004100
      *   POS 03-09 = CODIGO IBGE DO MUNICIPIO                          00004200
      *   POS 11-18 = INICIO DA VIGENCIA (AAAAMMDD)                     00004300
      *   POS 20-21 = UF                                                00004400
      *   POS 23-52 = NOME DO MUNICIPIO                                 00004500
      *   POS 54-59 = ALIQUOTA DE ISS, 2 INTEIROS E 4 DECIMAIS          00004600
      *               ('050000' = 5,0000%)                              00004700
      *   POS 61-70 = JURISDICAO TRIBUTARIA (CODIGO DO ORGAO            00004800
      *               ARRECADADOR DO MUNICIPIO)                         00004900
      *   NA ACAO 'E' SO O CODIGO IBGE E A DATA SAO USADOS.             00005000
      * Layout CEPV0006 (100 BYTES, CHAVE = POS 001-015) ....           00005100
      *   POS 001-007 = CODIGO IBGE                                     00005200
      *   POS 008-015 = INICIO DA VIGENCIA (AAAAMMDD)                   00005300
      *   POS 016-017 = UF                                              00005400
      *   POS 018-047 = NOME DO MUNICIPIO                               00005500
      *   POS 048-053 = ALIQUOTA DE ISS 9(2)V9(4)                       00005600
      *   POS 054-063 = JURISDICAO TRIBUTARIA                           00005700
      *   POS 064-084 = DATA/HORA DA ULTIMA GRAVACAO (CURRENT-DATE)     00005800
      *   POS 085-100 = FILLER                                          00005900
      * PARM ................. POS 01 = 'C' CARGA COMPLETA: O CLUSTER   00006000
      *                                  E RECRIADO (OPEN OUTPUT) E SO  00006100
      *                                  CARTOES 'I' SAO ACEITOS        00006200
      *                                  QUALQUER OUTRO VALOR (OU SEM   00006300
      *                                  PARM) = MANUTENCAO (I-O)       00006400
      * RETURN-CODE .......... 4 = HA CARTOES REJEITADOS (CEPISR01)     00006500
      *                       12 = ERRO VSAM                            00006600
      ******************************************************************00006700
       ENVIRONMENT DIVISION.                                            00006800
       CONFIGURATION SECTION.                                           00006900
       SPECIAL-NAMES.                                                   00007000
           DECIMAL-POINT IS COMMA.                                      00007100
       INPUT-OUTPUT SECTION.                                            00007200
       FILE-CONTROL.                                                    00007300
      *INPUT-OUTPUT FILE                                                00007400
           SELECT CEPV0006 ASSIGN TO 'CEPV0006'                         00007500
           ORGANIZATION IS INDEXED                                      00007600
           ACCESS MODE IS RANDOM                                        00007700
           RECORD KEY IS CEPV0006-CHAVE                                 00007800
           FILE STATUS WK-VSAM-FILE-STATUS.                             00007900
      *                                                                 00008000
           SELECT CEPISS01 ASSIGN TO 'CEPISS01'                         00008100
           ORGANIZATION SEQUENTIAL.                                     00008200
      *    CARTOES DE MANUTENCAO DO CADASTRO DE ISS                     00008300
                                                                        00008400
           SELECT CEPISR01 ASSIGN TO 'CEPISR01'                         00008500
           ORGANIZATION SEQUENTIAL.                                     00008600
      *    CARTOES REJEITADOS                                           00008700
       DATA DIVISION.                                                   00008800
       FILE SECTION.                                                    00008900
                                                                        00009000
       FD CEPV0006.                                                     00009100
       01 CEPV0006-REC.                                                 00009200
          05 CEPV0006-CHAVE.                                            00009300
             10 CEPV0006-COD-IBGE       PIC  X(007).                    00009400
             10 CEPV0006-DT-INICIO      PIC  X(008).                    00009500
          05 CEPV0006-UF                PIC  X(002).                    00009600
          05 CEPV0006-MUNICIPIO         PIC  X(030).                    00009700
          05 CEPV0006-ALIQUOTA          PIC  9(002)V9(004).             00009800
          05 CEPV0006-JURISDICAO        PIC  X(010).                    00009900
          05 CEPV0006-DT-ATUALIZACAO    PIC  X(021).                    00010000
          05 FILLER                     PIC  X(016).                    00010100
      *                                                                 00010200
       FD CEPISS01                                                      00010300
            RECORDING MODE IS F                                         00010400
            RECORD CONTAINS 080 CHARACTERS.                             00010500
       01 CEPISS01-REC.                                                 00010600
          05 CEPISS01-ACAO              PIC  X(001).                    00010700
          05 FILLER                     PIC  X(001).                    00010800
          05 CEPISS01-COD-IBGE          PIC  X(007).                    00010900
          05 FILLER                     PIC  X(001).                    00011000
          05 CEPISS01-DT-INICIO         PIC  X(008).                    00011100
          05 CEPISS01-DT-INICIO-R REDEFINES CEPISS01-DT-INICIO.         00011200
             10 CEPISS01-DT-ANO         PIC  9(004).                    00011300
             10 CEPISS01-DT-MES         PIC  9(002).                    00011400
             10 CEPISS01-DT-DIA         PIC  9(002).                    00011500
          05 FILLER                     PIC  X(001).                    00011600
          05 CEPISS01-UF                PIC  X(002).                    00011700
          05 FILLER                     PIC  X(001).                    00011800
          05 CEPISS01-MUNICIPIO         PIC  X(030).                    00011900
          05 FILLER                     PIC  X(001).                    00012000
          05 CEPISS01-ALIQUOTA          PIC  X(006).                    00012100
          05 CEPISS01-ALIQUOTA-N REDEFINES CEPISS01-ALIQUOTA            00012200
                                        PIC  9(002)V9(004).             00012300
          05 FILLER                     PIC  X(001).                    00012400
          05 CEPISS01-JURISDICAO        PIC  X(010).                    00012500
          05 FILLER                     PIC  X(010).                    00012600
      *                                                                 00012700
       FD CEPISR01                                                      00012800
            RECORDING MODE IS F                                         00012900
            RECORD CONTAINS 110 CHARACTERS.                             00013000
       01 CEPISR01-REC.                                                 00013100
          05 CEPISR01-MOTIVO            PIC  X(030).                    00013200
          05 CEPISR01-DADOS             PIC  X(080).                    00013300
      *                                                                 00013400
       WORKING-STORAGE SECTION.                                         00013500
        01 WORKING-AREAS.                                               00013600
           03 WK-VSAM-FILE-STATUS       PIC  X(002) VALUE SPACES.       00013700
           03 WK-EOF                    PIC  X(001) VALUE 'N'.          00013800
           03 WK-CURRENT-DATE           PIC  X(021) VALUE SPACES.       00013900
           03 WK-RUN-MODE               PIC  X(001) VALUE 'M'.          00014000
      *       'C' = CARGA COMPLETA   'M' = MANUTENCAO (DEFAULT)         00014100
           03 WK-REJEITADO              PIC  X(001) VALUE 'N'.          00014200
           03 WK-REJ-MOTIVO             PIC  X(030) VALUE SPACES.       00014300
           03 WK-CONT-LIDOS             PIC  9(010) VALUE ZEROS.        00014400
           03 WK-CONT-COMENTARIOS       PIC  9(010) VALUE ZEROS.        00014500
           03 WK-CONT-INCLUIDOS         PIC  9(010) VALUE ZEROS.        00014600
           03 WK-CONT-ALTERADOS         PIC  9(010) VALUE ZEROS.        00014700
           03 WK-CONT-EXCLUIDOS         PIC  9(010) VALUE ZEROS.        00014800
           03 WK-CONT-REJEITADOS        PIC  9(010) VALUE ZEROS.        00014900
                                                                        00015000
      *    CODIGO IBGE DE CADA UF (2 PRIMEIROS DIGITOS DO CODIGO DO     00015100
      *    MUNICIPIO)                                                   00015200
        01 WK-TAB-UF-VALORES.                                           00015300
           03 FILLER PIC X(004) VALUE 'AC12'.                           00015400
           03 FILLER PIC X(004) VALUE 'AL27'.                           00015500
           03 FILLER PIC X(004) VALUE 'AM13'.                           00015600
           03 FILLER PIC X(004) VALUE 'AP16'.                           00015700
           03 FILLER PIC X(004) VALUE 'BA29'.                           00015800
           03 FILLER PIC X(004) VALUE 'CE23'.                           00015900
           03 FILLER PIC X(004) VALUE 'DF53'.                           00016000
           03 FILLER PIC X(004) VALUE 'ES32'.                           00016100
           03 FILLER PIC X(004) VALUE 'GO52'.                           00016200
           03 FILLER PIC X(004) VALUE 'MA21'.                           00016300
           03 FILLER PIC X(004) VALUE 'MG31'.                           00016400
           03 FILLER PIC X(004) VALUE 'MS50'.                           00016500
           03 FILLER PIC X(004) VALUE 'MT51'.                           00016600
           03 FILLER PIC X(004) VALUE 'PA15'.                           00016700
           03 FILLER PIC X(004) VALUE 'PB25'.                           00016800
           03 FILLER PIC X(004) VALUE 'PE26'.                           00016900
           03 FILLER PIC X(004) VALUE 'PI22'.                           00017000
           03 FILLER PIC X(004) VALUE 'PR41'.                           00017100
           03 FILLER PIC X(004) VALUE 'RJ33'.                           00017200
           03 FILLER PIC X(004) VALUE 'RN24'.                           00017300
           03 FILLER PIC X(004) VALUE 'RO11'.                           00017400
           03 FILLER PIC X(004) VALUE 'RR14'.                           00017500
           03 FILLER PIC X(004) VALUE 'RS43'.                           00017600
           03 FILLER PIC X(004) VALUE 'SC42'.                           00017700
           03 FILLER PIC X(004) VALUE 'SE28'.                           00017800
           03 FILLER PIC X(004) VALUE 'SP35'.                           00017900
           03 FILLER PIC X(004) VALUE 'TO17'.                           00018000
        01 WK-TAB-UF REDEFINES WK-TAB-UF-VALORES.                       00018100
           03 WK-UF-ENTRY OCCURS 27 TIMES                               00018200
                 ASCENDING KEY IS WK-UF-SIGLA                           00018300
                 INDEXED BY WK-UF-IDX.                                  00018400
              05 WK-UF-SIGLA            PIC  X(002).                    00018500
              05 WK-UF-COD-IBGE         PIC  X(002).                    00018600
                                                                        00018700
       LINKAGE SECTION.                                                 00018800
       01 LK-PARM-LENGTH                PIC S9(004) COMP.               00018900
       01 LK-PARM-DATA.                                                 00019000
          05 LK-RUN-MODE                PIC  X(001).                    00019100
                                                                        00019200
       PROCEDURE DIVISION USING LK-PARM-LENGTH LK-PARM-DATA.            00019300
      *                                                                 00019400
       MAIN-PARA.                                                       00019500
           MOVE FUNCTION CURRENT-DATE TO WK-CURRENT-DATE                00019600
           IF LK-PARM-LENGTH > 0 AND LK-RUN-MODE = 'C'                  00019700
              MOVE 'C' TO WK-RUN-MODE                                   00019800
           END-IF                                                       00019900
           PERFORM OPEN-FILES                                           00020000
           PERFORM READ-FILE UNTIL WK-EOF EQUAL 'Y'                     00020100
                                                                        00020200
           PERFORM RELATORIO-FINAL                                      00020300
                                                                        00020400
           PERFORM CLOSE-FILES                                          00020500
           IF WK-CONT-REJEITADOS > 0                                    00020600
              MOVE 4 TO RETURN-CODE                                     00020700
           END-IF                                                       00020800
           STOP RUN                                                     00020900
           .                                                            00021000
       OPEN-FILES.                                                      00021100
           OPEN INPUT  CEPISS01                                         00021200
           OPEN OUTPUT CEPISR01                                         00021300
           IF WK-RUN-MODE = 'C'                                         00021400
              OPEN OUTPUT CEPV0006                                      00021500
           ELSE                                                         00021600
              OPEN I-O    CEPV0006                                      00021700
           END-IF                                                       00021800
           IF WK-VSAM-FILE-STATUS NOT = '00'                            00021900
              DISPLAY "-----ERRO VSAM NO OPEN -----"                    00022000
              DISPLAY WK-VSAM-FILE-STATUS                               00022100
              MOVE 12 TO RETURN-CODE                                    00022200
              STOP RUN                                                  00022300
           END-IF                                                       00022400
           .                                                            00022500
       READ-FILE.                                                       00022600
           READ CEPISS01 RECORD AT END MOVE 'Y' TO WK-EOF.              00022700
                                                                        00022800
           IF WK-EOF NOT = 'Y'                                          00022900
              ADD 1 TO WK-CONT-LIDOS                                    00023000
              IF CEPISS01-ACAO = '*'                                    00023100
                 ADD 1 TO WK-CONT-COMENTARIOS                           00023200
              ELSE                                                      00023300
                 PERFORM PROCESSA-CARTAO                                00023400
              END-IF                                                    00023500
           END-IF                                                       00023600
           .                                                            00023700
       PROCESSA-CARTAO.                                                 00023800
           MOVE 'N'    TO WK-REJEITADO                                  00023900
           MOVE SPACES TO WK-REJ-MOTIVO                                 00024000
                                                                        00024100
           PERFORM VALIDA-CARTAO                                        00024200
                                                                        00024300
           IF WK-REJEITADO = 'N'                                        00024400
              EVALUATE CEPISS01-ACAO                                    00024500
                 WHEN 'I'                                               00024600
                    PERFORM INCLUI-VIGENCIA                             00024700
                 WHEN 'A'                                               00024800
                    PERFORM ALTERA-VIGENCIA                             00024900
                 WHEN 'E'                                               00025000
                    PERFORM EXCLUI-VIGENCIA                             00025100
              END-EVALUATE                                              00025200
           END-IF                                                       00025300
                                                                        00025400
           IF WK-REJEITADO = 'S'                                        00025500
              PERFORM GRAVA-REJEITADO                                   00025600
           END-IF                                                       00025700
           .                                                            00025800
       VALIDA-CARTAO.                                                   00025900
           IF CEPISS01-ACAO NOT = 'I' AND CEPISS01-ACAO NOT = 'A'       00026000
              AND CEPISS01-ACAO NOT = 'E'                               00026100
              MOVE 'S' TO WK-REJEITADO                                  00026200
              MOVE 'ACAO INVALIDA' TO WK-REJ-MOTIVO                     00026300
           END-IF                                                       00026400
                                                                        00026500
           IF WK-REJEITADO = 'N'                                        00026600
              IF WK-RUN-MODE = 'C' AND CEPISS01-ACAO NOT = 'I'          00026700
                 MOVE 'S' TO WK-REJEITADO                               00026800
                 MOVE 'CARGA COMPLETA SO ACEITA I' TO WK-REJ-MOTIVO     00026900
              END-IF                                                    00027000
           END-IF                                                       00027100
                                                                        00027200
           IF WK-REJEITADO = 'N'                                        00027300
              IF CEPISS01-COD-IBGE IS NOT NUMERIC                       00027400
                 MOVE 'S' TO WK-REJEITADO                               00027500
                 MOVE 'CODIGO IBGE INVALIDO' TO WK-REJ-MOTIVO           00027600
              END-IF                                                    00027700
           END-IF                                                       00027800
                                                                        00027900
           IF WK-REJEITADO = 'N'                                        00028000
              IF CEPISS01-DT-INICIO IS NOT NUMERIC                      00028100
                 MOVE 'S' TO WK-REJEITADO                               00028200
              ELSE                                                      00028300
                 IF CEPISS01-DT-ANO < 1900                              00028400
                    OR CEPISS01-DT-MES < 1 OR CEPISS01-DT-MES > 12      00028500
                    OR CEPISS01-DT-DIA < 1 OR CEPISS01-DT-DIA > 31      00028600
                    MOVE 'S' TO WK-REJEITADO                            00028700
                 END-IF                                                 00028800
              END-IF                                                    00028900
              IF WK-REJEITADO = 'S'                                     00029000
                 MOVE 'DATA DE VIGENCIA INVALIDA' TO WK-REJ-MOTIVO      00029100
              END-IF                                                    00029200
           END-IF                                                       00029300
                                                                        00029400
      *    NA EXCLUSAO BASTAM O CODIGO E A DATA (A CHAVE)               00029500
           IF WK-REJEITADO = 'N' AND CEPISS01-ACAO NOT = 'E'            00029600
              PERFORM VALIDA-DADOS                                      00029700
           END-IF                                                       00029800
           .                                                            00029900
       VALIDA-DADOS.                                                    00030000
           SEARCH ALL WK-UF-ENTRY                                       00030100
              AT END                                                    00030200
                 MOVE 'S' TO WK-REJEITADO                               00030300
                 MOVE 'UF INVALIDA' TO WK-REJ-MOTIVO                    00030400
              WHEN WK-UF-SIGLA (WK-UF-IDX) = CEPISS01-UF                00030500
                 IF WK-UF-COD-IBGE (WK-UF-IDX) NOT =                    00030600
                    CEPISS01-COD-IBGE (1:2)                             00030700
                    MOVE 'S' TO WK-REJEITADO                            00030800
                    MOVE 'CODIGO IBGE NAO E DA UF' TO WK-REJ-MOTIVO     00030900
                 END-IF                                                 00031000
           END-SEARCH                                                   00031100
                                                                        00031200
           IF WK-REJEITADO = 'N'                                        00031300
              IF CEPISS01-MUNICIPIO = SPACES                            00031400
                 MOVE 'S' TO WK-REJEITADO                               00031500
                 MOVE 'MUNICIPIO NAO INFORMADO' TO WK-REJ-MOTIVO        00031600
              END-IF                                                    00031700
           END-IF                                                       00031800
                                                                        00031900
           IF WK-REJEITADO = 'N'                                        00032000
              IF CEPISS01-ALIQUOTA IS NOT NUMERIC                       00032100
                 MOVE 'S' TO WK-REJEITADO                               00032200
                 MOVE 'ALIQUOTA NAO NUMERICA' TO WK-REJ-MOTIVO          00032300
              ELSE                                                      00032400
                 IF CEPISS01-ALIQUOTA-N < 2 OR                          00032500
                    CEPISS01-ALIQUOTA-N > 5                             00032600
                    MOVE 'S' TO WK-REJEITADO                            00032700
                    MOVE 'ALIQUOTA FORA DE 2% A 5%' TO WK-REJ-MOTIVO    00032800
                 END-IF                                                 00032900
              END-IF                                                    00033000
           END-IF                                                       00033100
                                                                        00033200
           IF WK-REJEITADO = 'N'                                        00033300
              IF CEPISS01-JURISDICAO = SPACES                           00033400
                 MOVE 'S' TO WK-REJEITADO                               00033500
                 MOVE 'JURISDICAO NAO INFORMADA' TO WK-REJ-MOTIVO       00033600
              END-IF                                                    00033700
           END-IF                                                       00033800
           .                                                            00033900
       MONTA-REGISTRO.                                                  00034000
           MOVE SPACES                TO CEPV0006-REC                   00034100
           MOVE CEPISS01-COD-IBGE     TO CEPV0006-COD-IBGE              00034200
           MOVE CEPISS01-DT-INICIO    TO CEPV0006-DT-INICIO             00034300
           MOVE CEPISS01-UF           TO CEPV0006-UF                    00034400
           MOVE CEPISS01-MUNICIPIO    TO CEPV0006-MUNICIPIO             00034500
           MOVE CEPISS01-ALIQUOTA-N   TO CEPV0006-ALIQUOTA              00034600
           MOVE CEPISS01-JURISDICAO   TO CEPV0006-JURISDICAO            00034700
           MOVE WK-CURRENT-DATE       TO CEPV0006-DT-ATUALIZACAO        00034800
           .                                                            00034900
       INCLUI-VIGENCIA.                                                 00035000
           PERFORM MONTA-REGISTRO                                       00035100
           WRITE CEPV0006-REC INVALID KEY                               00035200
              CONTINUE                                                  00035300
           END-WRITE                                                    00035400
           EVALUATE WK-VSAM-FILE-STATUS                                 00035500
              WHEN '00'                                                 00035600
                 ADD 1 TO WK-CONT-INCLUIDOS                             00035700
              WHEN '22'                                                 00035800
                 MOVE 'S' TO WK-REJEITADO                               00035900
                 MOVE 'VIGENCIA JA CADASTRADA' TO WK-REJ-MOTIVO         00036000
              WHEN OTHER                                                00036100
                 PERFORM ERRO-VSAM                                      00036200
           END-EVALUATE                                                 00036300
           .                                                            00036400
       ALTERA-VIGENCIA.                                                 00036500
           MOVE CEPISS01-COD-IBGE  TO CEPV0006-COD-IBGE                 00036600
           MOVE CEPISS01-DT-INICIO TO CEPV0006-DT-INICIO                00036700
           READ CEPV0006 RECORD                                         00036800
           EVALUATE WK-VSAM-FILE-STATUS                                 00036900
              WHEN '00'                                                 00037000
                 PERFORM MONTA-REGISTRO                                 00037100
                 REWRITE CEPV0006-REC                                   00037200
                 IF WK-VSAM-FILE-STATUS NOT = '00'                      00037300
                    PERFORM ERRO-VSAM                                   00037400
                 END-IF                                                 00037500
                 ADD 1 TO WK-CONT-ALTERADOS                             00037600
              WHEN '23'                                                 00037700
                 MOVE 'S' TO WK-REJEITADO                               00037800
                 MOVE 'VIGENCIA NAO CADASTRADA' TO WK-REJ-MOTIVO        00037900
              WHEN OTHER                                                00038000
                 PERFORM ERRO-VSAM                                      00038100
           END-EVALUATE                                                 00038200
           .                                                            00038300
       EXCLUI-VIGENCIA.                                                 00038400
           MOVE CEPISS01-COD-IBGE  TO CEPV0006-COD-IBGE                 00038500
           MOVE CEPISS01-DT-INICIO TO CEPV0006-DT-INICIO                00038600
           DELETE CEPV0006 RECORD INVALID KEY                           00038700
              CONTINUE                                                  00038800
           END-DELETE                                                   00038900
           EVALUATE WK-VSAM-FILE-STATUS                                 00039000
              WHEN '00'                                                 00039100
                 ADD 1 TO WK-CONT-EXCLUIDOS                             00039200
              WHEN '23'                                                 00039300
                 MOVE 'S' TO WK-REJEITADO                               00039400
                 MOVE 'VIGENCIA NAO CADASTRADA' TO WK-REJ-MOTIVO        00039500
              WHEN OTHER                                                00039600
                 PERFORM ERRO-VSAM                                      00039700
           END-EVALUATE                                                 00039800
           .                                                            00039900
       GRAVA-REJEITADO.                                                 00040000
           ADD  1                  TO WK-CONT-REJEITADOS                00040100
           MOVE WK-REJ-MOTIVO      TO CEPISR01-MOTIVO                   00040200
           MOVE CEPISS01-REC       TO CEPISR01-DADOS                    00040300
           WRITE CEPISR01-REC                                           00040400
           .                                                            00040500
       ERRO-VSAM.                                                       00040600
           DISPLAY "-----ERRO VSAM -----"                               00040700
           DISPLAY WK-VSAM-FILE-STATUS                                  00040800
           PERFORM RELATORIO-FINAL                                      00040900
           PERFORM CLOSE-FILES                                          00041000
           MOVE 12 TO RETURN-CODE                                       00041100
           STOP RUN                                                     00041200
           .                                                            00041300
       RELATORIO-FINAL.                                                 00041400
           DISPLAY '---------------------------------------------'      00041500
           IF WK-RUN-MODE = 'C'                                         00041600
              DISPLAY ' CARGA COMPLETA DO CADASTRO DE ISS (CEPV0006)'   00041700
           ELSE                                                         00041800
              DISPLAY ' MANUTENCAO DO CADASTRO DE ISS (CEPV0006)    '   00041900
           END-IF                                                       00042000
           DISPLAY 'CARTOES LIDOS ................................'     00042100
           DISPLAY WK-CONT-LIDOS                                        00042200
           DISPLAY 'COMENTARIOS ..................................'     00042300
           DISPLAY WK-CONT-COMENTARIOS                                  00042400
           DISPLAY 'VIGENCIAS INCLUIDAS ..........................'     00042500
           DISPLAY WK-CONT-INCLUIDOS                                    00042600
           DISPLAY 'VIGENCIAS ALTERADAS ..........................'     00042700
           DISPLAY WK-CONT-ALTERADOS                                    00042800
           DISPLAY 'VIGENCIAS EXCLUIDAS ..........................'     00042900
           DISPLAY WK-CONT-EXCLUIDOS                                    00043000
           DISPLAY 'CARTOES REJEITADOS (CEPISR01) ................'     00043100
           DISPLAY WK-CONT-REJEITADOS                                   00043200
           DISPLAY '---------------------------------------------'      00043300
           .                                                            00043400
       CLOSE-FILES.                                                     00043500
           CLOSE CEPV0006                                               00043600
           CLOSE CEPISS01                                               00043700
           CLOSE CEPISR01                                               00043800
           .                                                            00043900
