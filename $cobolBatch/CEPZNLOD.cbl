       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID. CEPZNLOD.                                            00000200
      ******************************************************************00000300
      * Valter Siqueira - Systems      c                                00000400
      * Laboratoratório de uso particular ......                        00000500
      * ----------------------------------------------------------------00000600
      * Sistema .............. CEP                                      00000700
      * Programa.............. CEPZNLOD                                 00000800
      * Tipo    .............. BATCH                                    00000900
      * Finalidade ........... Carregar a tabela de ZONAS DE FRETE por  00001000
      *                        faixa de CEP (cluster CEPV0005) a partir 00001100
      *                        do arquivo sequencial CEPZNS01 mantido   00001200
      *                        pela Logistica: cada faixa (CEP inicial  00001300
      *                        ate CEP final, como os cartoes FAIXA de  00001400
      *                        CEPXTRT) traz a UF, a zona de frete, a   00001500
      *                        transportadora e o prazo de entrega em   00001600
      *                        dias. A tabela e consultada online pelo  00001700
      *                        servico CEPSRV03, no batch por CEPZNENR  00001800
      *                        (zona no arquivo casado de CEPMATCH) e   00001900
      *                        conferida contra a base por CEPZNCHK.    00002000
      *                        As faixas sao classificadas por CEP      00002100
      *                        inicial (SORT interno) e validadas como  00002200
      *                        um todo antes de qualquer gravacao:      00002300
      *                        - campo invalido (UF, CEP, zona, prazo); 00002400
      *                        - CEP inicial maior que o final;         00002500
      *                        - faixa que SOBREPOE outra (de qualquer  00002600
      *                          UF - um CEP so pode ter uma zona);     00002700
      *                        - BURACO dentro da UF: CEPS que nenhuma  00002800
      *                          faixa cobre, entre o fim da ultima     00002900
      *                          faixa da UF e o inicio da seguinte     00003000
      *                          (faixas de outra UF intercaladas,      00003100
      *                          como DF/GO/DF, nao sao buraco).        00003200
      *                        Havendo qualquer rejeicao NADA e         00003300
      *                        gravado (o cluster fica como estava) e   00003400
      *                        o programa termina com RETURN-CODE 8: a  00003500
      *                        Logistica corrige a planilha e reenvia.  00003600
      * DSnames .............. B090290.CEPVSA05 (DD CEPV0005, KSDS      00003700
      *                        KEYS(16 0) RECORDSIZE(80 80))            00003800
      *                        B090290.CEPZNS01 (FAIXAS DA LOGISTICA)   00003900
      *                        B090290.CEPZNR01 (FAIXAS REJEITADAS)     00004000
      * Layout CEPZNS01 (CSV, 080 BYTES) .......                        00004100
      *   UF , CEP INICIAL , CEP FINAL , ZONA , TRANSPORTADORA ,        00004200
      *   PRAZO EM DIAS (1 A 3 DIGITOS)                                 00004300
      * Layout CEPV0005 (080 BYTES, CHAVE = POS 001-016) ....           00004400
      *   POS 001-008 = CEP FINAL DA FAIXA                              00004500
      *   POS 009-016 = CEP INICIAL DA FAIXA                            00004600
      *                 (O CEP FINAL VEM PRIMEIRO NA CHAVE: COMO AS     00004700
      *                 FAIXAS NAO SE SOBREPOEM, A PRIMEIRA CHAVE       00004800
      *                 MAIOR OU IGUAL AO CEP PROCURADO E A UNICA       00004900
      *                 FAIXA QUE PODE CONTE-LO - UM START/READ GTEQ    00005000
      *                 E A CONFERENCIA DO CEP INICIAL)                 00005100
      *   POS 017-018 = UF                                              00005200
      *   POS 019-021 = ZONA DE FRETE                                   00005300
      *   POS 022-031 = TRANSPORTADORA                                  00005400
      *   POS 032-034 = PRAZO DE ENTREGA EM DIAS                        00005500
      *   POS 035-055 = DATA/HORA DA CARGA (CURRENT-DATE)               00005600
      *   POS 056-080 = FILLER                                          00005700
      * RETURN-CODE .......... 0 = TABELA CARREGADA                     00005800
      *                        8 = FAIXAS REJEITADAS (NADA GRAVADO),    00005900
      *                            ARQUIVO VAZIO OU TABELA CHEIA        00006000
      *                       12 = ERRO VSAM                            00006100
      ******************************************************************00006200
       ENVIRONMENT DIVISION.                                            00006300
       INPUT-OUTPUT SECTION.                                            00006400
       FILE-CONTROL.                                                    00006500
      *OUTPUT FILE                                                      00006600
           SELECT CEPV0005 ASSIGN TO 'CEPV0005'                         00006700
           ORGANIZATION IS INDEXED                                      00006800
           ACCESS MODE IS RANDOM                                        00006900
           RECORD KEY IS CEPV0005-CHAVE                                 00007000
           FILE STATUS WK-VSAM-FILE-STATUS.                             00007100
      *                                                                 00007200
           SELECT CEPZNS01 ASSIGN TO 'CEPZNS01'                         00007300
           ORGANIZATION SEQUENTIAL.                                     00007400
      *    ARQUIVO SEQUENCIAL DE FAIXAS DE ZONA DE FRETE (CSV)          00007500
                                                                        00007600
           SELECT CEPZNR01 ASSIGN TO 'CEPZNR01'                         00007700
           ORGANIZATION SEQUENTIAL.                                     00007800
      *    ARQUIVO DE FAIXAS REJEITADAS                                 00007900
                                                                        00008000
           SELECT CEPZSORT ASSIGN TO 'SORTWK01'.                        00008100
      *    CLASSIFICACAO DAS FAIXAS POR CEP INICIAL                     00008200
       DATA DIVISION.                                                   00008300
       FILE SECTION.                                                    00008400
                                                                        00008500
       FD CEPV0005.                                                     00008600
       01 CEPV0005-REC.                                                 00008700
          05 CEPV0005-CHAVE.                                            00008800
             10 CEPV0005-CEP-FIM        PIC  X(008).                    00008900
             10 CEPV0005-CEP-INI        PIC  X(008).                    00009000
          05 CEPV0005-UF                PIC  X(002).                    00009100
          05 CEPV0005-ZONA              PIC  X(003).                    00009200
          05 CEPV0005-TRANSPORTADORA    PIC  X(010).                    00009300
          05 CEPV0005-PRAZO             PIC  9(003).                    00009400
          05 CEPV0005-DT-CARGA          PIC  X(021).                    00009500
          05 FILLER                     PIC  X(025).                    00009600
      *                                                                 00009700
       FD CEPZNS01                                                      00009800
            RECORDING MODE IS F                                         00009900
            RECORD CONTAINS 080 CHARACTERS.                             00010000
       01 CEPZNS01-REC                  PIC  X(080).                    00010100
      *                                                                 00010200
       FD CEPZNR01                                                      00010300
            RECORDING MODE IS F                                         00010400
            RECORD CONTAINS 110 CHARACTERS.                             00010500
       01 CEPZNR01-REC.                                                 00010600
          05 CEPZNR01-MOTIVO            PIC  X(030).                    00010700
          05 CEPZNR01-DADOS             PIC  X(080).                    00010800
      *                                                                 00010900
       SD CEPZSORT.                                                     00011000
       01 CEPZSORT-REC.                                                 00011100
          05 CEPZSORT-CEP-INI           PIC  X(008).                    00011200
          05 CEPZSORT-CEP-FIM           PIC  X(008).                    00011300
          05 CEPZSORT-UF                PIC  X(002).                    00011400
          05 CEPZSORT-ZONA              PIC  X(003).                    00011500
          05 CEPZSORT-TRANSPORTADORA    PIC  X(010).                    00011600
          05 CEPZSORT-PRAZO             PIC  9(003).                    00011700
          05 CEPZSORT-DADOS             PIC  X(080).                    00011800
       WORKING-STORAGE SECTION.                                         00011900
        01 WORKING-AREAS.                                               00012000
           03 WK-VSAM-FILE-STATUS       PIC  X(002) VALUE SPACES.       00012100
           03 WK-EOF                    PIC  X(001) VALUE 'N'.          00012200
           03 WK-EOF-SORT               PIC  X(001) VALUE 'N'.          00012300
           03 WK-CURRENT-DATE           PIC  X(021) VALUE SPACES.       00012400
           03 WK-REJEITADO              PIC  X(001) VALUE 'N'.          00012500
           03 WK-REJ-MOTIVO             PIC  X(030) VALUE SPACES.       00012600
           03 WK-CAMPO-UF               PIC  X(002) VALUE SPACES.       00012700
           03 WK-CAMPO-CEP-INI          PIC  X(008) VALUE SPACES.       00012800
           03 WK-CAMPO-CEP-FIM          PIC  X(008) VALUE SPACES.       00012900
           03 WK-CAMPO-ZONA             PIC  X(003) VALUE SPACES.       00013000
           03 WK-CAMPO-TRANSPORTADORA   PIC  X(010) VALUE SPACES.       00013100
           03 WK-CAMPO-PRAZO            PIC  X(003) VALUE SPACES.       00013200
           03 WK-TAM-PRAZO              PIC  9(002) VALUE ZEROS.        00013300
           03 WK-PRAZO                  PIC  9(003) VALUE ZEROS.        00013400
           03 WK-MAIOR-FIM              PIC  9(008) VALUE ZEROS.        00013500
           03 WK-CEP-INI-NUM            PIC  9(008) VALUE ZEROS.        00013600
           03 WK-CEP-FIM-NUM            PIC  9(008) VALUE ZEROS.        00013700
           03 WK-CEP-ESPERADO           PIC  9(008) VALUE ZEROS.        00013800
           03 WK-CONT-LIDOS             PIC  9(010) VALUE ZEROS.        00013900
           03 WK-CONT-GRAVADOS          PIC  9(010) VALUE ZEROS.        00014000
           03 WK-CONT-REJEITADOS        PIC  9(010) VALUE ZEROS.        00014100
           03 WK-CONT-SOBREPOSTAS       PIC  9(010) VALUE ZEROS.        00014200
           03 WK-CONT-BURACOS           PIC  9(010) VALUE ZEROS.        00014300
           03 WK-GRV-IDX                PIC  9(005) VALUE ZEROS.        00014400
                                                                        00014500
      *    FAIXAS VALIDADAS, EM SEQUENCIA DE CEP INICIAL; SO VAO PARA   00014600
      *    O CLUSTER SE O ARQUIVO INTEIRO PASSAR                        00014700
        01 WK-TAB-FAIXA.                                                00014800
           03 WK-FX-QTDE                PIC  9(005) VALUE ZEROS.        00014900
           03 WK-FX-ENTRY OCCURS 0 TO 20000 TIMES                       00015000
                 DEPENDING ON WK-FX-QTDE                                00015100
                 INDEXED BY WK-FX-IDX.                                  00015200
              05 WK-FX-CEP-INI          PIC  X(008).                    00015300
              05 WK-FX-CEP-FIM          PIC  X(008).                    00015400
              05 WK-FX-UF               PIC  X(002).                    00015500
              05 WK-FX-ZONA             PIC  X(003).                    00015600
              05 WK-FX-TRANSPORTADORA   PIC  X(010).                    00015700
              05 WK-FX-PRAZO            PIC  9(003).                    00015800
                                                                        00015900
      *    UFS VALIDAS E O FIM DA ULTIMA FAIXA JA VISTA DE CADA UMA     00016000
      *    (ZERO = UF AINDA SEM FAIXA), PARA A CONFERENCIA DE BURACO    00016100
        01 WK-TAB-UF-VALORES.                                           00016200
           03 FILLER PIC X(002) VALUE 'AC'.                             00016300
           03 FILLER PIC X(002) VALUE 'AL'.                             00016400
           03 FILLER PIC X(002) VALUE 'AM'.                             00016500
           03 FILLER PIC X(002) VALUE 'AP'.                             00016600
           03 FILLER PIC X(002) VALUE 'BA'.                             00016700
           03 FILLER PIC X(002) VALUE 'CE'.                             00016800
           03 FILLER PIC X(002) VALUE 'DF'.                             00016900
           03 FILLER PIC X(002) VALUE 'ES'.                             00017000
           03 FILLER PIC X(002) VALUE 'GO'.                             00017100
           03 FILLER PIC X(002) VALUE 'MA'.                             00017200
           03 FILLER PIC X(002) VALUE 'MG'.                             00017300
           03 FILLER PIC X(002) VALUE 'MS'.                             00017400
           03 FILLER PIC X(002) VALUE 'MT'.                             00017500
           03 FILLER PIC X(002) VALUE 'PA'.                             00017600
           03 FILLER PIC X(002) VALUE 'PB'.                             00017700
           03 FILLER PIC X(002) VALUE 'PE'.                             00017800
           03 FILLER PIC X(002) VALUE 'PI'.                             00017900
           03 FILLER PIC X(002) VALUE 'PR'.                             00018000
           03 FILLER PIC X(002) VALUE 'RJ'.                             00018100
           03 FILLER PIC X(002) VALUE 'RN'.                             00018200
           03 FILLER PIC X(002) VALUE 'RO'.                             00018300
           03 FILLER PIC X(002) VALUE 'RR'.                             00018400
           03 FILLER PIC X(002) VALUE 'RS'.                             00018500
           03 FILLER PIC X(002) VALUE 'SC'.                             00018600
           03 FILLER PIC X(002) VALUE 'SE'.                             00018700
           03 FILLER PIC X(002) VALUE 'SP'.                             00018800
           03 FILLER PIC X(002) VALUE 'TO'.                             00018900
        01 WK-TAB-UF REDEFINES WK-TAB-UF-VALORES.                       00019000
           03 WK-UF-ENTRY OCCURS 27 TIMES                               00019100
                 ASCENDING KEY IS WK-UF-SIGLA                           00019200
                 INDEXED BY WK-UF-IDX.                                  00019300
              05 WK-UF-SIGLA            PIC  X(002).                    00019400
        01 WK-TAB-UF-FIM.                                               00019500
           03 WK-UF-ULT-FIM             PIC  9(008) OCCURS 27 TIMES.    00019600
                                                                        00019700
       PROCEDURE DIVISION.                                              00019800
      *                                                                 00019900
       MAIN-PARA.                                                       00020000
           MOVE FUNCTION CURRENT-DATE TO WK-CURRENT-DATE                00020100
           INITIALIZE WK-TAB-UF-FIM                                     00020200
           PERFORM OPEN-FILES                                           00020300
                                                                        00020400
           SORT CEPZSORT ON ASCENDING KEY CEPZSORT-CEP-INI              00020500
                                          CEPZSORT-CEP-FIM              00020600
              INPUT PROCEDURE IS VALIDA-ENTRADA                         00020700
              OUTPUT PROCEDURE IS CONFERE-FAIXAS                        00020800
                                                                        00020900
           IF WK-CONT-LIDOS = 0                                         00021000
              DISPLAY 'CEPZNS01 VAZIO - TABELA NAO CARREGADA'           00021100
              MOVE 8 TO RETURN-CODE                                     00021200
           ELSE                                                         00021300
              IF WK-CONT-REJEITADOS > 0                                 00021400
                 DISPLAY 'HA FAIXAS REJEITADAS - TABELA NAO CARREGADA'  00021500
                 MOVE 8 TO RETURN-CODE                                  00021600
              ELSE                                                      00021700
                 PERFORM GRAVA-TABELA                                   00021800
              END-IF                                                    00021900
           END-IF                                                       00022000
                                                                        00022100
           PERFORM RELATORIO-FINAL                                      00022200
                                                                        00022300
           PERFORM CLOSE-FILES                                          00022400
           STOP RUN                                                     00022500
           .                                                            00022600
       OPEN-FILES.                                                      00022700
           OPEN INPUT  CEPZNS01                                         00022800
           OPEN OUTPUT CEPZNR01                                         00022900
           .                                                            00023000
       VALIDA-ENTRADA.                                                  00023100
      *    PROCEDIMENTO DE ENTRADA DO SORT: FAIXA COM CAMPO INVALIDO    00023200
      *    JA SAI REJEITADA; AS DEMAIS SEGUEM PARA A CLASSIFICACAO      00023300
           MOVE 'N' TO WK-EOF                                           00023400
           PERFORM READ-FILE UNTIL WK-EOF = 'Y'                         00023500
           .                                                            00023600
       READ-FILE.                                                       00023700
           READ CEPZNS01 RECORD AT END MOVE 'Y' TO WK-EOF.              00023800
                                                                        00023900
           IF WK-EOF NOT = 'Y'                                          00024000
              ADD 1 TO WK-CONT-LIDOS                                    00024100
              PERFORM PROCESSA-FAIXA                                    00024200
           END-IF                                                       00024300
           .                                                            00024400
       PROCESSA-FAIXA.                                                  00024500
           MOVE 'N'    TO WK-REJEITADO                                  00024600
           MOVE SPACES TO WK-REJ-MOTIVO                                 00024700
           MOVE SPACES TO WK-CAMPO-UF                                   00024800
           MOVE SPACES TO WK-CAMPO-CEP-INI                              00024900
           MOVE SPACES TO WK-CAMPO-CEP-FIM                              00025000
           MOVE SPACES TO WK-CAMPO-ZONA                                 00025100
           MOVE SPACES TO WK-CAMPO-TRANSPORTADORA                       00025200
           MOVE SPACES TO WK-CAMPO-PRAZO                                00025300
           MOVE ZEROS  TO WK-TAM-PRAZO                                  00025400
           UNSTRING CEPZNS01-REC DELIMITED BY ','                       00025500
              INTO WK-CAMPO-UF                                          00025600
                   WK-CAMPO-CEP-INI                                     00025700
                   WK-CAMPO-CEP-FIM                                     00025800
                   WK-CAMPO-ZONA                                        00025900
                   WK-CAMPO-TRANSPORTADORA                              00026000
                   WK-CAMPO-PRAZO                                       00026100
           END-UNSTRING                                                 00026200
           INSPECT WK-CAMPO-PRAZO TALLYING WK-TAM-PRAZO                 00026300
              FOR CHARACTERS BEFORE INITIAL SPACE                       00026400
                                                                        00026500
           PERFORM VALIDA-FAIXA                                         00026600
                                                                        00026700
           IF WK-REJEITADO = 'S'                                        00026800
              MOVE CEPZNS01-REC TO CEPZNR01-DADOS                       00026900
              PERFORM GRAVA-REJEITADO                                   00027000
           ELSE                                                         00027100
              MOVE WK-CAMPO-CEP-INI        TO CEPZSORT-CEP-INI          00027200
              MOVE WK-CAMPO-CEP-FIM        TO CEPZSORT-CEP-FIM          00027300
              MOVE WK-CAMPO-UF             TO CEPZSORT-UF               00027400
              MOVE WK-CAMPO-ZONA           TO CEPZSORT-ZONA             00027500
              MOVE WK-CAMPO-TRANSPORTADORA TO CEPZSORT-TRANSPORTADORA   00027600
              MOVE WK-PRAZO                TO CEPZSORT-PRAZO            00027700
              MOVE CEPZNS01-REC            TO CEPZSORT-DADOS            00027800
              RELEASE CEPZSORT-REC                                      00027900
           END-IF                                                       00028000
           .                                                            00028100
       VALIDA-FAIXA.                                                    00028200
           SEARCH ALL WK-UF-ENTRY                                       00028300
              AT END                                                    00028400
                 MOVE 'S' TO WK-REJEITADO                               00028500
                 MOVE 'UF INVALIDA' TO WK-REJ-MOTIVO                    00028600
              WHEN WK-UF-SIGLA (WK-UF-IDX) = WK-CAMPO-UF                00028700
                 CONTINUE                                               00028800
           END-SEARCH                                                   00028900
                                                                        00029000
           IF WK-REJEITADO = 'N'                                        00029100
              IF WK-CAMPO-CEP-INI IS NOT NUMERIC                        00029200
                 OR WK-CAMPO-CEP-FIM IS NOT NUMERIC                     00029300
                 MOVE 'S' TO WK-REJEITADO                               00029400
                 MOVE 'CEP INVALIDO (NAO NUMERICO)' TO WK-REJ-MOTIVO    00029500
              END-IF                                                    00029600
           END-IF                                                       00029700
                                                                        00029800
           IF WK-REJEITADO = 'N'                                        00029900
              IF WK-CAMPO-CEP-INI > WK-CAMPO-CEP-FIM                    00030000
                 MOVE 'S' TO WK-REJEITADO                               00030100
                 MOVE 'CEP INICIAL MAIOR QUE FINAL' TO WK-REJ-MOTIVO    00030200
              END-IF                                                    00030300
           END-IF                                                       00030400
                                                                        00030500
           IF WK-REJEITADO = 'N'                                        00030600
              IF WK-CAMPO-ZONA = SPACES                                 00030700
                 MOVE 'S' TO WK-REJEITADO                               00030800
                 MOVE 'ZONA NAO INFORMADA' TO WK-REJ-MOTIVO             00030900
              END-IF                                                    00031000
           END-IF                                                       00031100
                                                                        00031200
           IF WK-REJEITADO = 'N'                                        00031300
      *       PRAZO DE 1 A 3 DIGITOS, ALINHADO A DIREITA                00031400
              IF WK-TAM-PRAZO < 1 OR WK-TAM-PRAZO > 3                   00031500
                 MOVE 'S' TO WK-REJEITADO                               00031600
                 MOVE 'PRAZO INVALIDO' TO WK-REJ-MOTIVO                 00031700
              ELSE                                                      00031800
                 IF WK-CAMPO-PRAZO (1:WK-TAM-PRAZO) IS NOT NUMERIC      00031900
                    MOVE 'S' TO WK-REJEITADO                            00032000
                    MOVE 'PRAZO INVALIDO' TO WK-REJ-MOTIVO              00032100
                 ELSE                                                   00032200
                    MOVE WK-CAMPO-PRAZO (1:WK-TAM-PRAZO) TO WK-PRAZO    00032300
                 END-IF                                                 00032400
              END-IF                                                    00032500
           END-IF                                                       00032600
           .                                                            00032700
       CONFERE-FAIXAS.                                                  00032800
      *    PROCEDIMENTO DE SAIDA DO SORT: AS FAIXAS CHEGAM EM SEQUENCIA 00032900
      *    DE CEP INICIAL. SOBREPOSICAO = COMECA ANTES DO MAIOR FIM JA  00033000
      *    VISTO (DE QUALQUER UF); BURACO = FAIXA DE UF JA VISTA QUE    00033100
      *    COMECA DEPOIS DO CEP SEGUINTE AO MAIOR FIM, OU SEJA, HA      00033200
      *    CEPS SEM FAIXA NENHUMA ENTRE ELA E A FAIXA ANTERIOR DA UF    00033300
           MOVE 'N' TO WK-EOF-SORT                                      00033400
           PERFORM RETORNA-FAIXA UNTIL WK-EOF-SORT = 'Y'                00033500
           .                                                            00033600
       RETORNA-FAIXA.                                                   00033700
           RETURN CEPZSORT RECORD                                       00033800
              AT END                                                    00033900
                 MOVE 'Y' TO WK-EOF-SORT                                00034000
              NOT AT END                                                00034100
                 PERFORM CONFERE-FAIXA                                  00034200
           END-RETURN                                                   00034300
           .                                                            00034400
       CONFERE-FAIXA.                                                   00034500
           MOVE 'N'    TO WK-REJEITADO                                  00034600
           MOVE CEPZSORT-CEP-INI TO WK-CEP-INI-NUM                      00034700
           MOVE CEPZSORT-CEP-FIM TO WK-CEP-FIM-NUM                      00034800
           SEARCH ALL WK-UF-ENTRY                                       00034900
              WHEN WK-UF-SIGLA (WK-UF-IDX) = CEPZSORT-UF                00035000
                 CONTINUE                                               00035100
           END-SEARCH                                                   00035200
                                                                        00035300
           IF WK-FX-QTDE > 0 AND WK-CEP-INI-NUM NOT > WK-MAIOR-FIM      00035400
              MOVE 'S' TO WK-REJEITADO                                  00035500
              MOVE 'FAIXA SOBREPOSTA A OUTRA' TO WK-REJ-MOTIVO          00035600
              ADD 1 TO WK-CONT-SOBREPOSTAS                              00035700
           END-IF                                                       00035800
                                                                        00035900
           IF WK-REJEITADO = 'N' AND WK-UF-ULT-FIM (WK-UF-IDX) > 0      00036000
              COMPUTE WK-CEP-ESPERADO = WK-MAIOR-FIM + 1                00036100
              IF WK-CEP-INI-NUM > WK-CEP-ESPERADO                       00036200
                 MOVE 'S' TO WK-REJEITADO                               00036300
                 MOVE 'BURACO APOS A FAIXA ANTERIOR' TO WK-REJ-MOTIVO   00036400
                 ADD 1 TO WK-CONT-BURACOS                               00036500
              END-IF                                                    00036600
           END-IF                                                       00036700
                                                                        00036800
           IF WK-REJEITADO = 'S'                                        00036900
              MOVE CEPZSORT-DADOS TO CEPZNR01-DADOS                     00037000
              PERFORM GRAVA-REJEITADO                                   00037100
           END-IF                                                       00037200
      *    MESMO REJEITADA A FAIXA ANDA O PONTEIRO DA UF, PARA QUE UM   00037300
      *    UNICO ERRO NAO SE REPITA EM TODAS AS FAIXAS SEGUINTES        00037400
           MOVE WK-CEP-FIM-NUM TO WK-UF-ULT-FIM (WK-UF-IDX)             00037500
           IF WK-CEP-FIM-NUM > WK-MAIOR-FIM                             00037600
              MOVE WK-CEP-FIM-NUM TO WK-MAIOR-FIM                       00037700
           END-IF                                                       00037800
                                                                        00037900
           IF WK-REJEITADO = 'N'                                        00038000
              IF WK-FX-QTDE >= 20000                                    00038100
                 DISPLAY 'TABELA DE FAIXAS CHEIA (20000) NO CEP '       00038200
                    CEPZSORT-CEP-INI                                    00038300
                 PERFORM CLOSE-FILES                                    00038400
                 MOVE 8 TO RETURN-CODE                                  00038500
                 STOP RUN                                               00038600
              END-IF                                                    00038700
              ADD 1 TO WK-FX-QTDE                                       00038800
              SET WK-FX-IDX TO WK-FX-QTDE                               00038900
              MOVE CEPZSORT-CEP-INI  TO WK-FX-CEP-INI (WK-FX-IDX)       00039000
              MOVE CEPZSORT-CEP-FIM  TO WK-FX-CEP-FIM (WK-FX-IDX)       00039100
              MOVE CEPZSORT-UF       TO WK-FX-UF (WK-FX-IDX)            00039200
              MOVE CEPZSORT-ZONA     TO WK-FX-ZONA (WK-FX-IDX)          00039300
              MOVE CEPZSORT-TRANSPORTADORA                              00039400
                TO WK-FX-TRANSPORTADORA (WK-FX-IDX)                     00039500
              MOVE CEPZSORT-PRAZO    TO WK-FX-PRAZO (WK-FX-IDX)         00039600
           END-IF                                                       00039700
           .                                                            00039800
       GRAVA-TABELA.                                                    00039900
           OPEN OUTPUT CEPV0005                                         00040000
           IF WK-VSAM-FILE-STATUS NOT = '00'                            00040100
              DISPLAY "-----ERRO VSAM NO OPEN -----"                    00040200
              DISPLAY WK-VSAM-FILE-STATUS                               00040300
              PERFORM CLOSE-FILES                                       00040400
              MOVE 12 TO RETURN-CODE                                    00040500
              STOP RUN                                                  00040600
           END-IF                                                       00040700
           PERFORM GRAVA-FAIXA VARYING WK-GRV-IDX FROM 1 BY 1           00040800
              UNTIL WK-GRV-IDX > WK-FX-QTDE                             00040900
           CLOSE CEPV0005                                               00041000
           .                                                            00041100
       GRAVA-FAIXA.                                                     00041200
           SET WK-FX-IDX TO WK-GRV-IDX                                  00041300
           MOVE SPACES                      TO CEPV0005-REC             00041400
           MOVE WK-FX-CEP-FIM (WK-FX-IDX)   TO CEPV0005-CEP-FIM         00041500
           MOVE WK-FX-CEP-INI (WK-FX-IDX)   TO CEPV0005-CEP-INI         00041600
           MOVE WK-FX-UF (WK-FX-IDX)        TO CEPV0005-UF              00041700
           MOVE WK-FX-ZONA (WK-FX-IDX)      TO CEPV0005-ZONA            00041800
           MOVE WK-FX-TRANSPORTADORA (WK-FX-IDX)                        00041900
             TO CEPV0005-TRANSPORTADORA                                 00042000
           MOVE WK-FX-PRAZO (WK-FX-IDX)     TO CEPV0005-PRAZO           00042100
           MOVE WK-CURRENT-DATE             TO CEPV0005-DT-CARGA        00042200
           WRITE CEPV0005-REC INVALID KEY                               00042300
              CONTINUE                                                  00042400
           END-WRITE                                                    00042500
           IF WK-VSAM-FILE-STATUS = '00'                                00042600
              ADD 1 TO WK-CONT-GRAVADOS                                 00042700
           ELSE                                                         00042800
              DISPLAY "-----ERRO VSAM -----"                            00042900
              DISPLAY WK-VSAM-FILE-STATUS                               00043000
              CLOSE CEPV0005                                            00043100
              PERFORM RELATORIO-FINAL                                   00043200
              PERFORM CLOSE-FILES                                       00043300
              MOVE 12 TO RETURN-CODE                                    00043400
              STOP RUN                                                  00043500
           END-IF                                                       00043600
           .                                                            00043700
       GRAVA-REJEITADO.                                                 00043800
           ADD  1                  TO WK-CONT-REJEITADOS                00043900
           MOVE WK-REJ-MOTIVO      TO CEPZNR01-MOTIVO                   00044000
           WRITE CEPZNR01-REC                                           00044100
           .                                                            00044200
       RELATORIO-FINAL.                                                 00044300
           DISPLAY '---------------------------------------------'      00044400
           DISPLAY ' CARGA DAS ZONAS DE FRETE (CEPV0005)         '      00044500
           DISPLAY 'FAIXAS LIDAS .................................'     00044600
           DISPLAY WK-CONT-LIDOS                                        00044700
           DISPLAY 'FAIXAS REJEITADAS (CEPZNR01) .................'     00044800
           DISPLAY WK-CONT-REJEITADOS                                   00044900
           DISPLAY '  SOBREPOSTAS ...............................'      00045000
           DISPLAY WK-CONT-SOBREPOSTAS                                  00045100
           DISPLAY '  COM BURACO NA UF ..........................'      00045200
           DISPLAY WK-CONT-BURACOS                                      00045300
           DISPLAY 'FAIXAS GRAVADAS ..............................'     00045400
           DISPLAY WK-CONT-GRAVADOS                                     00045500
           DISPLAY '---------------------------------------------'      00045600
           .                                                            00045700
       CLOSE-FILES.                                                     00045800
           CLOSE CEPZNS01                                               00045900
           CLOSE CEPZNR01                                               00046000
           .                                                            00046100
