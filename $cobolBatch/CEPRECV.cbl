       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID. CEPRECV.                                             00000200
      ******************************************************************00000300
      * Valter Siqueira - Systems      c                                00000400
      * Laboratoratório de uso particular ......                        00000500
      * ----------------------------------------------------------------00000600
      * Sistema .............. CEP                                      00000700
      * Programa.............. CEPRECV                                  00000800
      * Tipo    .............. BATCH                                    00000900
      * Finalidade ........... Recuperacao para frente (ROLL-FORWARD)   00001000
      *                        do arquivo VSAM "CEPVSA01" (CEPV0001):   00001100
      *                        reconstroi o cluster a partir do ultimo  00001200
      *                        extrato de CEPUNLD (CEPUNL01) mais o     00001300
      *                        jornal de alteracoes CEPJRN01, ate a     00001400
      *                        data/hora escolhida.                     00001500
      *                        Todo programa que grava CEPV0001 grava   00001600
      *                        tambem no jornal a imagem-depois de cada 00001700
      *                        escrita (na exclusao, a ultima imagem do 00001800
      *                        registro removido), com a data/hora do   00001900
      *                        momento e a origem:                      00002000
      *                          'I' = CARGA INCREMENTAL (CEPBLOAD)     00002100
      *                          'F' = CARGA COMPLETA (CEPBLOAD) - SO   00002200
      *                                UM REGISTRO MARCADOR, OPERACAO   00002300
      *                                'C', QUANDO O CLUSTER SOMBRA     00002400
      *                                FECHA E A TROCA E LIBERADA       00002500
      *                          'D' = APLICACAO DE DELTA (CEPAPLY)     00002600
      *                          'M' = MANUTENCAO APROVADA (CEPAPRV)    00002700
      *                          'R' = MUDANCA DE CIDADE (CEPRENAM)     00002800
      *                          'G' = CODIGO IBGE (CEPIBGE)            00002900
      *                        O extrato e carregado em sequencia de    00003000
      *                        chave no cluster SOMBRA CEPVSN01 (DD     00003100
      *                        CEPV001N, o mesmo da carga completa,     00003200
      *                        definido vazio por CEPDFCLU) e o jornal  00003300
      *                        e reaplicado em ordem cronologica: 'I'   00003400
      *                        e 'A' gravam a imagem (inclui ou         00003500
      *                        substitui), 'E' exclui. Terminada a      00003600
      *                        reaplicacao o cluster e relido por       00003700
      *                        inteiro e a contagem final conferida com 00003800
      *                        a esperada (extrato + inclusoes -        00003900
      *                        exclusoes). Com RC 0 a troca pelo vivo e 00004000
      *                        feita pelo CEPSWAP, como na carga        00004100
      *                        completa.                                00004200
      *                        O relatorio de recuperacao traz as       00004300
      *                        alteracoes reaplicadas por origem e a    00004400
      *                        contagem final, como prova de restauracao00004500
      *                        completa para o DR.                      00004600
      * Observacao ........... O CSV DE CEPUNLD NAO TRAZ A MARCA DE     00004700
      *                        PROTEGIDO, A PROCEDENCIA NEM O CODIGO    00004800
      *                        IBGE: REGISTRO QUE SO VEM DO EXTRATO     00004900
      *                        (NAO ALTERADO DEPOIS DELE) VOLTA SEM     00005000
      *                        ESSES CAMPOS. RODAR CEPIBGE APOS A TROCA 00005100
      *                        E CONFERIR AS PROTECOES (CEPCFL01 DO     00005200
      *                        PROXIMO CEPAPLY). REGISTRO REAPLICADO DO 00005300
      *                        JORNAL VOLTA COM A IMAGEM COMPLETA.      00005400
      * DSnames .............. B090290.CEPUNL01 (EXTRATO DE CEPUNLD)    00005500
      *                        B090290.CEPJRN01 (JORNAL DE ALTERACOES,  00005600
      *                        KSDS KEYS(31 0) RECORDSIZE(220 220))     00005700
      *                        B090290.CEPVSN01 (CLUSTER SOMBRA, DD     00005800
      *                        CEPV001N, RECUPERADO)                    00005900
      * Layout CEPJRN01 (220 BYTES, CHAVE = POS 001-031) ....           00006000
      *   POS 001-021 = DATA/HORA DA ESCRITA (CURRENT-DATE)             00006100
      *   POS 022     = ORIGEM (VIDE ACIMA)                             00006200
      *   POS 023-031 = SEQUENCIAL (NO BATCH, DA EXECUCAO; NO CICS,     00006300
      *                 O NUMERO DA TASK)                               00006400
      *   POS 032-039 = PROGRAMA QUE GRAVOU                             00006500
      *   POS 040     = OPERACAO 'I' INCLUSAO, 'A' ALTERACAO,           00006600
      *                 'E' EXCLUSAO, 'C' MARCADOR DE CARGA COMPLETA    00006700
      *   POS 041-201 = IMAGEM DO REGISTRO DE CEPV0001                  00006800
      *   POS 202-220 = FILLER                                          00006900
      * PARM ................. POS 01-14 = DATA/HORA DO EXTRATO         00007000
      *                                    (AAAAMMDDHHMMSS, INICIO DO   00007100
      *                                    CEPUNLD, MOSTRADA NO         00007200
      *                                    RELATORIO DELE), OBRIGATORIO.00007300
      *                                    SO O JORNAL A PARTIR DESTE   00007400
      *                                    MOMENTO E REAPLICADO; O QUE  00007500
      *                                    O EXTRATO JA CONTEM E        00007600
      *                                    REAPLICADO SEM EFEITO.       00007700
      *                        POS 15-28 = DATA/HORA LIMITE             00007800
      *                                    (AAAAMMDDHHMMSS): ALTERACOES 00007900
      *                                    POSTERIORES NAO SAO          00008000
      *                                    REAPLICADAS. AUSENTE OU EM   00008100
      *                                    BRANCO = ATE O FIM DO JORNAL.00008200
      * RETURN-CODE .......... 4 = OPERACAO/ORIGEM DESCONHECIDA NO      00008300
      *                            JORNAL, OU EXCLUSAO DE CEP QUE NAO   00008400
      *                            EXISTIA (HOUVE ESCRITA FORA DO       00008500
      *                            JORNAL - CONFERIR)                   00008600
      *                        8 = PARM INVALIDO, EXTRATO FORA DE       00008700
      *                            ORDEM, CARGA COMPLETA NO INTERVALO   00008800
      *                            (O EXTRATO E ANTERIOR A ELA - USAR   00008900
      *                            UM EXTRATO POSTERIOR A CARGA) OU     00009000
      *                            CONTAGEM FINAL DIVERGENTE. NAO       00009100
      *                            TROCAR O CLUSTER.                    00009200
      *                        12 = ERRO VSAM                           00009300
      ******************************************************************00009400
       ENVIRONMENT DIVISION.                                            00009500
       INPUT-OUTPUT SECTION.                                            00009600
       FILE-CONTROL.                                                    00009700
      *OUTPUT FILE - CLUSTER SOMBRA RECUPERADO                          00009800
           SELECT CEPV001N ASSIGN TO 'CEPV001N'                         00009900
           ORGANIZATION IS INDEXED                                      00010000
           ACCESS MODE IS DYNAMIC                                       00010100
           RECORD KEY IS CEPV001N-CEP                                   00010200
           ALTERNATE RECORD KEY IS CEPV001N-UF-CIDADE                   00010300
              WITH DUPLICATES                                           00010400
           FILE STATUS WK-VSAM-FILE-STATUS.                             00010500
      *                                                                 00010600
           SELECT CEPJRN01 ASSIGN TO 'CEPJRN01'                         00010700
           ORGANIZATION IS INDEXED                                      00010800
           ACCESS MODE IS DYNAMIC                                       00010900
           RECORD KEY IS CEPJRN01-CHAVE                                 00011000
           FILE STATUS WK-JRN-FILE-STATUS.                              00011100
      *    JORNAL DE ALTERACOES DE CEPV0001, LIDO EM ORDEM DE CHAVE     00011200
      *    (DATA/HORA)                                                  00011300
                                                                        00011400
           SELECT CEPUNL01 ASSIGN TO 'CEPUNL01'                         00011500
           ORGANIZATION SEQUENTIAL.                                     00011600
      *    EXTRATO CSV DE CEPUNLD, EM SEQUENCIA DE CEP                  00011700
       DATA DIVISION.                                                   00011800
       FILE SECTION.                                                    00011900
                                                                        00012000
       FD CEPV001N.                                                     00012100
       01 CEPV001N-REC.                                                 00012200
          05 CEPV001N-CEP               PIC  X(008).                    00012300
          05 CEPV001N-UF                PIC  X(002).                    00012400
          05 CEPV001N-CIDADE-BUSCA      PIC  X(030).                    00012500
          05 CEPV001N-CIDADE            PIC  X(030).                    00012600
          05 CEPV001N-BAIRRO            PIC  X(030).                    00012700
          05 CEPV001N-LOGRADOURO        PIC  X(030).                    00012800
          05 CEPV001N-PROTEGIDO            PIC  X(001).                 00012900
          05 CEPV001N-TIPO                 PIC  X(001).                 00013000
          05 CEPV001N-ULT-ATUALIZACAO      PIC  X(021).                 00013100
          05 CEPV001N-ULT-ORIGEM           PIC  X(001).                 00013200
          05 CEPV001N-COD-IBGE             PIC  X(007).                 00013300
       66 CEPV001N-UF-CIDADE RENAMES CEPV001N-UF                        00013400
           THRU CEPV001N-CIDADE-BUSCA.                                  00013500
      *                                                                 00013600
       FD CEPJRN01.                                                     00013700
       01 CEPJRN01-REC.                                                 00013800
          05 CEPJRN01-CHAVE.                                            00013900
             10 CEPJRN01-DATA-HORA      PIC  X(021).                    00014000
             10 CEPJRN01-ORIGEM         PIC  X(001).                    00014100
             10 CEPJRN01-SEQ            PIC  9(009).                    00014200
          05 CEPJRN01-PROGRAMA          PIC  X(008).                    00014300
          05 CEPJRN01-OPERACAO          PIC  X(001).                    00014400
          05 CEPJRN01-IMAGEM            PIC  X(161).                    00014500
          05 FILLER                     PIC  X(019).                    00014600
      *                                                                 00014700
       FD CEPUNL01                                                      00014800
            RECORDING MODE IS F                                         00014900
            RECORD CONTAINS 120 CHARACTERS.                             00015000
       01 CEPUNL01-REC                  PIC  X(120).                    00015100
      *                                                                 00015200
       WORKING-STORAGE SECTION.                                         00015300
        01 WORKING-AREAS.                                               00015400
           03 WK-VSAM-FILE-STATUS       PIC  X(002) VALUE SPACES.       00015500
           03 WK-JRN-FILE-STATUS        PIC  X(002) VALUE SPACES.       00015600
           03 WK-EOF                    PIC  X(001) VALUE 'N'.          00015700
           03 WK-EOF-JRN                PIC  X(001) VALUE 'N'.          00015800
           03 WK-DT-EXTRATO             PIC  X(014) VALUE SPACES.       00015900
           03 WK-DT-LIMITE              PIC  X(014) VALUE SPACES.       00016000
           03 WK-ULT-DATA-HORA          PIC  X(021) VALUE SPACES.       00016100
           03 WK-CEP-ANT                PIC  X(008) VALUE LOW-VALUES.   00016200
           03 WK-CAMPO-CEP              PIC  X(008) VALUE SPACES.       00016300
           03 WK-CAMPO-UF               PIC  X(002) VALUE SPACES.       00016400
           03 WK-CAMPO-CIDADE           PIC  X(030) VALUE SPACES.       00016500
           03 WK-CAMPO-BAIRRO           PIC  X(030) VALUE SPACES.       00016600
           03 WK-CAMPO-LOGRADOURO       PIC  X(030) VALUE SPACES.       00016700
           03 WK-CAMPO-TIPO             PIC  X(001) VALUE SPACE.        00016800
           03 WK-CONT-EXTRATO           PIC  9(010) VALUE ZEROS.        00016900
           03 WK-CONT-JRN-LIDOS         PIC  9(010) VALUE ZEROS.        00017000
           03 WK-CONT-REAPLICADOS       PIC  9(010) VALUE ZEROS.        00017100
           03 WK-CONT-INCLUIDOS         PIC  9(010) VALUE ZEROS.        00017200
           03 WK-CONT-SUBSTITUIDOS      PIC  9(010) VALUE ZEROS.        00017300
           03 WK-CONT-EXCLUIDOS         PIC  9(010) VALUE ZEROS.        00017400
           03 WK-CONT-EXC-SEM-REG       PIC  9(010) VALUE ZEROS.        00017500
           03 WK-CONT-OPER-INVAL        PIC  9(010) VALUE ZEROS.        00017600
           03 WK-CONT-ESPERADO          PIC  9(010) VALUE ZEROS.        00017700
           03 WK-CONT-FINAL             PIC  9(010) VALUE ZEROS.        00017800
           03 WK-RECUPERACAO-COMPLETA   PIC  X(001) VALUE 'N'.          00017900
                                                                        00018000
      *    ALTERACOES REAPLICADAS POR ORIGEM DO JORNAL; A ULTIMA        00018100
      *    POSICAO ACUMULA ORIGEM DESCONHECIDA                          00018200
        01 WK-TAB-ORIGEM.                                               00018300
           03 WK-ORIG-ENTRY OCCURS 7 TIMES INDEXED BY WK-ORIG-IDX.      00018400
              05 WK-ORIG-COD            PIC  X(001).                    00018500
              05 WK-ORIG-DESCRICAO      PIC  X(040).                    00018600
              05 WK-ORIG-CONT           PIC  9(010) VALUE ZEROS.        00018700
        01 WK-ORIG-ACHOU                PIC  X(001) VALUE 'N'.          00018800
                                                                        00018900
       LINKAGE SECTION.                                                 00019000
       01 LK-PARM-LENGTH                PIC S9(004) COMP.               00019100
       01 LK-PARM-DATA.                                                 00019200
          05 LK-DT-EXTRATO              PIC  X(014).                    00019300
          05 LK-DT-LIMITE               PIC  X(014).                    00019400
          05 FILLER                     PIC  X(052).                    00019500
                                                                        00019600
       PROCEDURE DIVISION USING LK-PARM-LENGTH LK-PARM-DATA.            00019700
      *                                                                 00019800
       MAIN-PARA.                                                       00019900
           PERFORM TRATA-PARM                                           00020000
           PERFORM INICIALIZA-TAB-ORIGEM                                00020100
           PERFORM OPEN-FILES                                           00020200
           PERFORM CARREGA-EXTRATO                                      00020300
           PERFORM REAPLICA-JORNAL                                      00020400
           PERFORM CONTA-RECUPERADO                                     00020500
           MOVE 'S'             TO WK-RECUPERACAO-COMPLETA              00020600
           MOVE WK-CONT-EXTRATO TO WK-CONT-ESPERADO                     00020700
           ADD  WK-CONT-INCLUIDOS TO WK-CONT-ESPERADO                   00020800
           SUBTRACT WK-CONT-EXCLUIDOS FROM WK-CONT-ESPERADO             00020900
                                                                        00021000
           PERFORM RELATORIO-FINAL                                      00021100
                                                                        00021200
           PERFORM CLOSE-FILES                                          00021300
           IF WK-CONT-FINAL NOT = WK-CONT-ESPERADO                      00021400
              MOVE 8 TO RETURN-CODE                                     00021500
           ELSE                                                         00021600
              IF WK-CONT-EXC-SEM-REG > 0 OR WK-CONT-OPER-INVAL > 0      00021700
                 OR WK-ORIG-CONT (7) > 0                                00021800
                 MOVE 4 TO RETURN-CODE                                  00021900
              END-IF                                                    00022000
           END-IF                                                       00022100
           STOP RUN                                                     00022200
           .                                                            00022300
       TRATA-PARM.                                                      00022400
           IF LK-PARM-LENGTH < 14                                       00022500
              DISPLAY 'PARM OBRIGATORIO: DATA/HORA DO EXTRATO '         00022600
                 '(AAAAMMDDHHMMSS)'                                     00022700
              MOVE 8 TO RETURN-CODE                                     00022800
              STOP RUN                                                  00022900
           END-IF                                                       00023000
           IF LK-DT-EXTRATO IS NOT NUMERIC                              00023100
              DISPLAY 'DATA/HORA DO EXTRATO INVALIDA: ' LK-DT-EXTRATO   00023200
              MOVE 8 TO RETURN-CODE                                     00023300
              STOP RUN                                                  00023400
           END-IF                                                       00023500
           MOVE LK-DT-EXTRATO TO WK-DT-EXTRATO                          00023600
           IF LK-PARM-LENGTH >= 28 AND LK-DT-LIMITE NOT = SPACES        00023700
              IF LK-DT-LIMITE IS NOT NUMERIC                            00023800
                 OR LK-DT-LIMITE < WK-DT-EXTRATO                        00023900
                 DISPLAY 'DATA/HORA LIMITE INVALIDA: ' LK-DT-LIMITE     00024000
                 MOVE 8 TO RETURN-CODE                                  00024100
                 STOP RUN                                               00024200
              END-IF                                                    00024300
              MOVE LK-DT-LIMITE TO WK-DT-LIMITE                         00024400
           ELSE                                                         00024500
      *       SEM LIMITE: TODO O JORNAL (NOVES FICAM ACIMA DE           00024600
      *       QUALQUER DATA/HORA GRAVADA)                               00024700
              MOVE ALL '9'      TO WK-DT-LIMITE                         00024800
           END-IF                                                       00024900
           .                                                            00025000
       INICIALIZA-TAB-ORIGEM.                                           00025100
           MOVE 'I' TO WK-ORIG-COD (1)                                  00025200
           MOVE 'CARGA INCREMENTAL (CEPBLOAD) ..........'               00025300
              TO WK-ORIG-DESCRICAO (1)                                  00025400
           MOVE 'F' TO WK-ORIG-COD (2)                                  00025500
           MOVE 'CARGA COMPLETA (CEPBLOAD) .............'               00025600
              TO WK-ORIG-DESCRICAO (2)                                  00025700
           MOVE 'D' TO WK-ORIG-COD (3)                                  00025800
           MOVE 'APLICACAO DE DELTA (CEPAPLY) ..........'               00025900
              TO WK-ORIG-DESCRICAO (3)                                  00026000
           MOVE 'M' TO WK-ORIG-COD (4)                                  00026100
           MOVE 'MANUTENCAO APROVADA (CEPAPRV) .........'               00026200
              TO WK-ORIG-DESCRICAO (4)                                  00026300
           MOVE 'R' TO WK-ORIG-COD (5)                                  00026400
           MOVE 'MUDANCA DE CIDADE (CEPRENAM) ..........'               00026500
              TO WK-ORIG-DESCRICAO (5)                                  00026600
           MOVE 'G' TO WK-ORIG-COD (6)                                  00026700
           MOVE 'CODIGO IBGE (CEPIBGE) .................'               00026800
              TO WK-ORIG-DESCRICAO (6)                                  00026900
           MOVE '?' TO WK-ORIG-COD (7)                                  00027000
           MOVE 'ORIGEM DESCONHECIDA ...................'               00027100
              TO WK-ORIG-DESCRICAO (7)                                  00027200
           .                                                            00027300
       OPEN-FILES.                                                      00027400
           OPEN INPUT  CEPUNL01                                         00027500
           OPEN OUTPUT CEPV001N                                         00027600
           IF WK-VSAM-FILE-STATUS NOT = '00'                            00027700
              DISPLAY "-----ERRO VSAM NO OPEN (CEPV001N) -----"         00027800
              DISPLAY WK-VSAM-FILE-STATUS                               00027900
              MOVE 12 TO RETURN-CODE                                    00028000
              STOP RUN                                                  00028100
           END-IF                                                       00028200
           OPEN INPUT  CEPJRN01                                         00028300
           IF WK-JRN-FILE-STATUS NOT = '00'                             00028400
              DISPLAY "-----ERRO VSAM NO OPEN (CEPJRN01) -----"         00028500
              DISPLAY WK-JRN-FILE-STATUS                                00028600
              MOVE 12 TO RETURN-CODE                                    00028700
              STOP RUN                                                  00028800
           END-IF                                                       00028900
           .                                                            00029000
       CARREGA-EXTRATO.                                                 00029100
      *    FASE 1: O EXTRATO VEM EM SEQUENCIA DE CEP E E GRAVADO EM     00029200
      *    SEQUENCIA DE CHAVE NO CLUSTER VAZIO                          00029300
           PERFORM LE-EXTRATO UNTIL WK-EOF = 'Y'                        00029400
           CLOSE CEPUNL01                                               00029500
      *    REABRE PARA A ATUALIZACAO ALEATORIA DA FASE 2                00029600
           CLOSE CEPV001N                                               00029700
           OPEN I-O CEPV001N                                            00029800
           IF WK-VSAM-FILE-STATUS NOT = '00'                            00029900
              PERFORM ERRO-VSAM                                         00030000
           END-IF                                                       00030100
           .                                                            00030200
       LE-EXTRATO.                                                      00030300
           READ CEPUNL01 RECORD AT END MOVE 'Y' TO WK-EOF.              00030400
                                                                        00030500
           IF WK-EOF NOT = 'Y'                                          00030600
              PERFORM MONTA-REGISTRO-EXTRATO                            00030700
              IF CEPV001N-CEP NOT > WK-CEP-ANT                          00030800
                 DISPLAY 'EXTRATO FORA DE ORDEM OU DUPLICADO: '         00030900
                    CEPUNL01-REC                                        00031000
                 PERFORM CLOSE-FILES                                    00031100
                 MOVE 8 TO RETURN-CODE                                  00031200
                 STOP RUN                                               00031300
              END-IF                                                    00031400
              WRITE CEPV001N-REC                                        00031500
              END-WRITE                                                 00031600
              IF WK-VSAM-FILE-STATUS = '00'                             00031700
                 ADD  1            TO WK-CONT-EXTRATO                   00031800
                 MOVE CEPV001N-CEP TO WK-CEP-ANT                        00031900
              ELSE                                                      00032000
                 PERFORM ERRO-VSAM                                      00032100
              END-IF                                                    00032200
           END-IF                                                       00032300
           .                                                            00032400
       MONTA-REGISTRO-EXTRATO.                                          00032500
      *    CSV DE CEPUNLD: CEP,UF,CIDADE,BAIRRO,LOGRADOURO,TIPO         00032600
           MOVE SPACES TO WK-CAMPO-CEP WK-CAMPO-UF WK-CAMPO-CIDADE      00032700
                          WK-CAMPO-BAIRRO WK-CAMPO-LOGRADOURO           00032800
                          WK-CAMPO-TIPO                                 00032900
           UNSTRING CEPUNL01-REC DELIMITED BY ','                       00033000
              INTO WK-CAMPO-CEP WK-CAMPO-UF WK-CAMPO-CIDADE             00033100
                   WK-CAMPO-BAIRRO WK-CAMPO-LOGRADOURO WK-CAMPO-TIPO    00033200
           END-UNSTRING                                                 00033300
           MOVE SPACES              TO CEPV001N-REC                     00033400
           MOVE WK-CAMPO-CEP        TO CEPV001N-CEP                     00033500
           MOVE WK-CAMPO-UF         TO CEPV001N-UF                      00033600
           MOVE WK-CAMPO-CIDADE     TO CEPV001N-CIDADE                  00033700
           MOVE WK-CAMPO-BAIRRO     TO CEPV001N-BAIRRO                  00033800
           MOVE WK-CAMPO-LOGRADOURO TO CEPV001N-LOGRADOURO              00033900
           IF WK-CAMPO-TIPO = SPACE                                     00034000
              MOVE 'L'              TO CEPV001N-TIPO                    00034100
           ELSE                                                         00034200
              MOVE WK-CAMPO-TIPO    TO CEPV001N-TIPO                    00034300
           END-IF                                                       00034400
           PERFORM NORMALIZA-CIDADE                                     00034500
           .                                                            00034600
       NORMALIZA-CIDADE.                                                00034700
      *    REGENERA A CHAVE DE BUSCA DA CIDADE (MAIUSCULAS, SEM         00034800
      *    ACENTOS - CODIGOS EBCDIC CP037/CP1140 DO PORTUGUES), QUE     00034900
      *    O CSV NAO TRAZ                                               00035000
           MOVE FUNCTION UPPER-CASE (CEPV001N-CIDADE)                   00035100
              TO CEPV001N-CIDADE-BUSCA                                  00035200
           INSPECT CEPV001N-CIDADE-BUSCA CONVERTING                     00035300
              X'424344454648495152535455565758'                         00035400
              TO 'AAAAACNEEEEIIII'                                      00035500
           INSPECT CEPV001N-CIDADE-BUSCA CONVERTING                     00035600
              X'626364656668697172737475767778'                         00035700
              TO 'AAAAACNEEEEIIII'                                      00035800
           INSPECT CEPV001N-CIDADE-BUSCA CONVERTING                     00035900
              X'CBCCCDCECFDBDCDDDE'                                     00036000
              TO 'OOOOOUUUU'                                            00036100
           INSPECT CEPV001N-CIDADE-BUSCA CONVERTING                     00036200
              X'EBECEDEEEFFBFCFDFE'                                     00036300
              TO 'OOOOOUUUU'                                            00036400
           .                                                            00036500
       REAPLICA-JORNAL.                                                 00036600
      *    FASE 2: POSICIONA O JORNAL NA DATA/HORA DO EXTRATO E         00036700
      *    REAPLICA EM ORDEM CRONOLOGICA ATE A DATA/HORA LIMITE         00036800
           MOVE LOW-VALUES    TO CEPJRN01-CHAVE                         00036900
           MOVE WK-DT-EXTRATO TO CEPJRN01-DATA-HORA (1:14)              00037000
           START CEPJRN01 KEY NOT < CEPJRN01-CHAVE                      00037100
              INVALID KEY                                               00037200
                 MOVE 'Y' TO WK-EOF-JRN                                 00037300
           END-START                                                    00037400
           PERFORM LE-JORNAL UNTIL WK-EOF-JRN = 'Y'                     00037500
           .                                                            00037600
       LE-JORNAL.                                                       00037700
           READ CEPJRN01 NEXT RECORD AT END MOVE 'Y' TO WK-EOF-JRN      00037800
           END-READ                                                     00037900
                                                                        00038000
           IF WK-EOF-JRN NOT = 'Y'                                      00038100
              EVALUATE TRUE                                             00038200
                 WHEN WK-JRN-FILE-STATUS NOT = '00'                     00038300
                    MOVE WK-JRN-FILE-STATUS TO WK-VSAM-FILE-STATUS      00038400
                    PERFORM ERRO-VSAM                                   00038500
                 WHEN CEPJRN01-DATA-HORA (1:14) > WK-DT-LIMITE          00038600
                    MOVE 'Y' TO WK-EOF-JRN                              00038700
                 WHEN OTHER                                             00038800
                    ADD 1 TO WK-CONT-JRN-LIDOS                          00038900
                    PERFORM REAPLICA-ALTERACAO                          00039000
              END-EVALUATE                                              00039100
           END-IF                                                       00039200
           .                                                            00039300
       REAPLICA-ALTERACAO.                                              00039400
           EVALUATE CEPJRN01-OPERACAO                                   00039500
              WHEN 'I'                                                  00039600
              WHEN 'A'                                                  00039700
                 PERFORM REAPLICA-GRAVACAO                              00039800
                 PERFORM CONTA-ORIGEM                                   00039900
              WHEN 'E'                                                  00040000
                 PERFORM REAPLICA-EXCLUSAO                              00040100
                 PERFORM CONTA-ORIGEM                                   00040200
              WHEN 'C'                                                  00040300
      *          CARGA COMPLETA DEPOIS DO EXTRATO: O CONTEUDO DELA NAO  00040400
      *          ESTA NO JORNAL, O EXTRATO NAO SERVE DE BASE            00040500
                 DISPLAY '---------------------------------------------'00040600
                 DISPLAY 'CARGA COMPLETA EM ' CEPJRN01-DATA-HORA        00040700
                 DISPLAY 'POSTERIOR AO EXTRATO: USAR UM EXTRATO DE '    00040800
                    'DEPOIS DESTA CARGA'                                00040900
                 PERFORM RELATORIO-FINAL                                00041000
                 PERFORM CLOSE-FILES                                    00041100
                 MOVE 8 TO RETURN-CODE                                  00041200
                 STOP RUN                                               00041300
              WHEN OTHER                                                00041400
                 ADD 1 TO WK-CONT-OPER-INVAL                            00041500
                 DISPLAY 'OPERACAO INVALIDA NO JORNAL: '                00041600
                    CEPJRN01-CHAVE ' ' CEPJRN01-OPERACAO                00041700
           END-EVALUATE                                                 00041800
           MOVE CEPJRN01-DATA-HORA TO WK-ULT-DATA-HORA                  00041900
           .                                                            00042000
       REAPLICA-GRAVACAO.                                               00042100
      *    INCLUSAO OU ALTERACAO: A IMAGEM DO JORNAL E O REGISTRO       00042200
      *    COMPLETO NAQUELE MOMENTO - INCLUI OU SUBSTITUI               00042300
           MOVE CEPJRN01-IMAGEM TO CEPV001N-REC                         00042400
           WRITE CEPV001N-REC                                           00042500
              INVALID KEY                                               00042600
                 REWRITE CEPV001N-REC                                   00042700
                 END-REWRITE                                            00042800
                 IF WK-VSAM-FILE-STATUS = '00'                          00042900
                    ADD 1 TO WK-CONT-SUBSTITUIDOS                       00043000
                 END-IF                                                 00043100
              NOT INVALID KEY                                           00043200
                 ADD 1 TO WK-CONT-INCLUIDOS                             00043300
           END-WRITE                                                    00043400
           IF WK-VSAM-FILE-STATUS NOT = '00'                            00043500
              PERFORM ERRO-VSAM                                         00043600
           END-IF                                                       00043700
           ADD 1 TO WK-CONT-REAPLICADOS                                 00043800
           .                                                            00043900
       REAPLICA-EXCLUSAO.                                               00044000
           MOVE CEPJRN01-IMAGEM (1:8) TO CEPV001N-CEP                   00044100
           DELETE CEPV001N RECORD                                       00044200
              INVALID KEY                                               00044300
                 ADD 1 TO WK-CONT-EXC-SEM-REG                           00044400
                 DISPLAY 'EXCLUSAO DE CEP INEXISTENTE: '                00044500
                    CEPJRN01-CHAVE ' ' CEPV001N-CEP                     00044600
              NOT INVALID KEY                                           00044700
                 ADD 1 TO WK-CONT-EXCLUIDOS                             00044800
           END-DELETE                                                   00044900
           IF WK-VSAM-FILE-STATUS NOT = '00'                            00045000
              AND WK-VSAM-FILE-STATUS NOT = '23'                        00045100
              PERFORM ERRO-VSAM                                         00045200
           END-IF                                                       00045300
           ADD 1 TO WK-CONT-REAPLICADOS                                 00045400
           .                                                            00045500
       CONTA-ORIGEM.                                                    00045600
           MOVE 'N' TO WK-ORIG-ACHOU                                    00045700
           SET WK-ORIG-IDX TO 1                                         00045800
           SEARCH WK-ORIG-ENTRY                                         00045900
              AT END                                                    00046000
                 CONTINUE                                               00046100
              WHEN WK-ORIG-COD (WK-ORIG-IDX) = CEPJRN01-ORIGEM          00046200
                 ADD 1 TO WK-ORIG-CONT (WK-ORIG-IDX)                    00046300
                 MOVE 'S' TO WK-ORIG-ACHOU                              00046400
           END-SEARCH                                                   00046500
           IF WK-ORIG-ACHOU = 'N'                                       00046600
              ADD 1 TO WK-ORIG-CONT (7)                                 00046700
              DISPLAY 'ORIGEM DESCONHECIDA NO JORNAL: ' CEPJRN01-CHAVE  00046800
           END-IF                                                       00046900
           .                                                            00047000
       CONTA-RECUPERADO.                                                00047100
      *    FASE 3: RELE O CLUSTER RECUPERADO DE PONTA A PONTA - A       00047200
      *    CONTAGEM FINAL DO RELATORIO E A DO ARQUIVO, NAO A CALCULADA  00047300
           MOVE 'N'        TO WK-EOF                                    00047400
           MOVE LOW-VALUES TO CEPV001N-CEP                              00047500
           START CEPV001N KEY NOT < CEPV001N-CEP                        00047600
              INVALID KEY                                               00047700
                 MOVE 'Y' TO WK-EOF                                     00047800
           END-START                                                    00047900
           PERFORM CONTA-REGISTRO UNTIL WK-EOF = 'Y'                    00048000
           .                                                            00048100
       CONTA-REGISTRO.                                                  00048200
           READ CEPV001N NEXT RECORD AT END MOVE 'Y' TO WK-EOF          00048300
           END-READ                                                     00048400
                                                                        00048500
           IF WK-EOF NOT = 'Y'                                          00048600
              IF WK-VSAM-FILE-STATUS = '00'                             00048700
                 OR WK-VSAM-FILE-STATUS = '02'                          00048800
                 ADD 1 TO WK-CONT-FINAL                                 00048900
              ELSE                                                      00049000
                 PERFORM ERRO-VSAM                                      00049100
              END-IF                                                    00049200
           END-IF                                                       00049300
           .                                                            00049400
       ERRO-VSAM.                                                       00049500
           DISPLAY "-----ERRO VSAM -----"                               00049600
           DISPLAY WK-VSAM-FILE-STATUS                                  00049700
           PERFORM RELATORIO-FINAL                                      00049800
           PERFORM CLOSE-FILES                                          00049900
           MOVE 12 TO RETURN-CODE                                       00050000
           STOP RUN                                                     00050100
           .                                                            00050200
       RELATORIO-FINAL.                                                 00050300
           DISPLAY '---------------------------------------------'      00050400
           DISPLAY ' RECUPERACAO DE CEPV0001 (CEPRECV)           '      00050500
           DISPLAY 'DATA/HORA DO EXTRATO .: ' WK-DT-EXTRATO             00050600
           DISPLAY 'DATA/HORA LIMITE .....: ' WK-DT-LIMITE              00050700
           DISPLAY 'ULTIMA ALTERACAO REAPLICADA: ' WK-ULT-DATA-HORA     00050800
           DISPLAY 'REGISTROS CARREGADOS DO EXTRATO ..............'     00050900
           DISPLAY WK-CONT-EXTRATO                                      00051000
           DISPLAY 'REGISTROS LIDOS DO JORNAL NO INTERVALO .......'     00051100
           DISPLAY WK-CONT-JRN-LIDOS                                    00051200
           DISPLAY 'ALTERACOES REAPLICADAS .......................'     00051300
           DISPLAY WK-CONT-REAPLICADOS                                  00051400
           DISPLAY ' POR ORIGEM '                                       00051500
           PERFORM RELATORIO-ORIGEM-LINHA VARYING WK-ORIG-IDX           00051600
              FROM 1 BY 1 UNTIL WK-ORIG-IDX > 7                         00051700
           DISPLAY 'REGISTROS INCLUIDOS PELO JORNAL ..............'     00051800
           DISPLAY WK-CONT-INCLUIDOS                                    00051900
           DISPLAY 'REGISTROS SUBSTITUIDOS PELO JORNAL ...........'     00052000
           DISPLAY WK-CONT-SUBSTITUIDOS                                 00052100
           DISPLAY 'REGISTROS EXCLUIDOS PELO JORNAL ..............'     00052200
           DISPLAY WK-CONT-EXCLUIDOS                                    00052300
           DISPLAY 'EXCLUSOES DE CEP INEXISTENTE .................'     00052400
           DISPLAY WK-CONT-EXC-SEM-REG                                  00052500
           DISPLAY 'OPERACOES INVALIDAS NO JORNAL ................'     00052600
           DISPLAY WK-CONT-OPER-INVAL                                   00052700
           IF WK-RECUPERACAO-COMPLETA = 'S'                             00052800
              DISPLAY 'CONTAGEM ESPERADA (EXTRATO+INCL-EXCL) ........'  00052900
              DISPLAY WK-CONT-ESPERADO                                  00053000
              DISPLAY 'CONTAGEM FINAL DO CLUSTER RECUPERADO .........'  00053100
              DISPLAY WK-CONT-FINAL                                     00053200
              IF WK-CONT-FINAL = WK-CONT-ESPERADO                       00053300
                 DISPLAY 'RESULTADO: CONTAGEM CONFERE - TROCA LIBERADA' 00053400
              ELSE                                                      00053500
                 DISPLAY 'RESULTADO: CONTAGEM NAO CONFERE - NAO TROCAR' 00053600
              END-IF                                                    00053700
           ELSE                                                         00053800
              DISPLAY 'RESULTADO: RECUPERACAO INTERROMPIDA - NAO TROCAR'00053900
           END-IF                                                       00054000
           DISPLAY '---------------------------------------------'      00054100
           .                                                            00054200
       RELATORIO-ORIGEM-LINHA.                                          00054300
           DISPLAY WK-ORIG-COD (WK-ORIG-IDX) ' '                        00054400
              WK-ORIG-DESCRICAO (WK-ORIG-IDX) ' '                       00054500
              WK-ORIG-CONT (WK-ORIG-IDX)                                00054600
           .                                                            00054700
       CLOSE-FILES.                                                     00054800
           CLOSE CEPV001N                                               00054900
           CLOSE CEPJRN01                                               00055000
           CLOSE CEPUNL01                                               00055100
           .                                                            00055200
