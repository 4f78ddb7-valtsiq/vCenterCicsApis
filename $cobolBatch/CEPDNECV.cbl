       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID. CEPDNECV.                                            00000200
      ******************************************************************00000300
      * Valter Siqueira - Systems      c                                00000400
      * Laboratoratório de uso particular ......                        00000500
      * ----------------------------------------------------------------00000600
      * Sistema .............. CEP                                      00000700
      * Programa.............. CEPDNECV                                 00000800
      * Tipo    .............. BATCH                                    00000900
      * Finalidade ........... Converter a entrega RELACIONAL do        00001000
      *                        Diretorio Nacional de Enderecos (e-DNE)  00001100
      *                        dos Correios no sequencial CSV           00001200
      *                        "CEPSEQ01" (CEPS0001) que a carga        00001300
      *                        CEPBLOAD le, sem o achatamento manual    00001400
      *                        que quebrava a cada entrega. Os          00001500
      *                        arquivos do DNE sao lidos como vem do    00001600
      *                        fornecedor e ligados pelas chaves        00001700
      *                        numericas:                               00001800
      *                        - LOCALIDADES (LOC_NU) -> CIDADE E, NAS  00001900
      *                          LOCALIDADES DE CEP UNICO, O REGISTRO   00002000
      *                          TIPO 'G' (CEP GERAL DA LOCALIDADE);    00002100
      *                        - BAIRROS (BAI_NU) -> BAIRRO;            00002200
      *                        - LOGRADOUROS (TODAS AS UFS) -> TIPO 'L';00002300
      *                        - GRANDES USUARIOS -> TIPO 'U';          00002400
      *                        - CAIXAS POSTAIS COMUNITARIAS -> 'C'.    00002500
      *                        A saida sai classificada por REGIAO +    00002600
      *                        CEP, com um par HEADER/TRAILER por       00002700
      *                        regiao (a conciliacao por fonte de       00002800
      *                        CEPBLOAD), e o sexto campo do CSV traz   00002900
      *                        o tipo do registro.                      00003000
      *                        Chave orfa (logradouro apontando para    00003100
      *                        localidade ou bairro inexistente) NAO    00003200
      *                        vai para a carga: sai em CEPDNX01 com    00003300
      *                        o motivo, e os totais por motivo saem    00003400
      *                        no relatorio final.                      00003500
      * DSnames .............. B090290.CEPDNLOC (LOG_LOCALIDADE)        00003600
      *                        B090290.CEPDNBAI (LOG_BAIRRO)            00003700
      *                        B090290.CEPDNLOG (LOG_LOGRADOURO_XX,     00003800
      *                        AS 27 UFS CONCATENADAS NO DD)            00003900
      *                        B090290.CEPDNGRU (LOG_GRANDE_USUARIO)    00004000
      *                        B090290.CEPDNCPC (LOG_CPC)               00004100
      *                        B090290.CEPSEQ01 (SAIDA, DD CEPS0001)    00004200
      *                        B090290.CEPDNX01 (CHAVES ORFAS, LOG      00004300
      *                        CUMULATIVO COM A DATA/HORA DA EXECUCAO)  00004400
      * Layout de entrada .... FORMATO DELIMITADO DO e-DNE (CAMPOS      00004500
      *   SEPARADOS POR '@'), TRANSFERIDO PARA SEQUENCIAL DE 400        00004600
      *   POSICOES:                                                     00004700
      *   LOCALIDADE  LOC_NU@UF@LOC_NO@CEP@LOC_IN_SIT@                  00004800
      *               LOC_IN_TIPO_LOC@LOC_NU_SUB@LOC_NO_ABREV@MUN_NU    00004900
      *   BAIRRO      BAI_NU@UF@LOC_NU@BAI_NO@BAI_NO_ABREV              00005000
      *   LOGRADOURO  LOG_NU@UF@LOC_NU@BAI_NU_INI@BAI_NU_FIM@LOG_NO@    00005100
      *               LOG_COMPLEMENTO@CEP@TLO_TX@LOG_STA_TLO@           00005200
      *               LOG_NO_ABREV                                      00005300
      *   GR.USUARIO  GRU_NU@UF@LOC_NU@BAI_NU@LOG_NU@GRU_NO@            00005400
      *               GRU_ENDERECO@CEP@GRU_NO_ABREV                     00005500
      *   CPC         CPC_NU@UF@LOC_NU@CPC_NO@CPC_ENDERECO@CEP          00005600
      * Regras de montagem ...                                          00005700
      *   - O CSV DE CEPBLOAD ACEITA ATE 29 POSICOES POR CAMPO: NOME    00005800
      *     MAIOR QUE ISSO SAI PELA ABREVIATURA OFICIAL DO DNE          00005900
      *     (*_NO_ABREV) E, SE AINDA NAO COUBER, TRUNCADO;              00006000
      *   - LOGRADOURO = TIPO (TLO_TX) + NOME, EXCETO QUANDO            00006100
      *     LOG_STA_TLO = 'N' (O DNE MANDA NAO USAR O TIPO);            00006200
      *   - NOS TIPOS 'U' E 'C' O LOGRADOURO LEVA O NOME DO GRANDE      00006300
      *     USUARIO / DA CAIXA COMUNITARIA, COMO O DNE PUBLICA;         00006400
      *   - VIRGULA DENTRO DE NOME VIRA BRANCO (E O SEPARADOR DO        00006500
      *     CSV);                                                       00006600
      *   - REGIOES (CODIGO DA FONTE NO HEADER): NOR NORTE, NDE         00006700
      *     NORDESTE, COE CENTRO-OESTE, SDE SUDESTE, SUL SUL.           00006800
      * Premissa ............. LOCALIDADES E BAIRROS VEM                00006900
      *                        CLASSIFICADOS POR CHAVE (LOC_NU,         00007000
      *                        BAI_NU), COMO O DNE ENTREGA; AS          00007100
      *                        TABELAS SAO PESQUISADAS POR SEARCH       00007200
      *                        ALL E FORA DE ORDEM TERMINA COM          00007300
      *                        RETURN-CODE 8.                           00007400
      * RETURN-CODE .......... 4 = HA CHAVES ORFAS (CEPDNX01)           00007500
      *                        8 = ARQUIVO FORA DE ORDEM, TABELA        00007600
      *                            EXCEDIDA OU SEM LOCALIDADES          00007700
      ******************************************************************00007800
       ENVIRONMENT DIVISION.                                            00007900
       INPUT-OUTPUT SECTION.                                            00008000
       FILE-CONTROL.                                                    00008100
           SELECT CEPDNLOC ASSIGN TO 'CEPDNLOC'                         00008200
           ORGANIZATION SEQUENTIAL.                                     00008300
      *    DNE - LOCALIDADES                                            00008400
                                                                        00008500
           SELECT CEPDNBAI ASSIGN TO 'CEPDNBAI'                         00008600
           ORGANIZATION SEQUENTIAL.                                     00008700
      *    DNE - BAIRROS                                                00008800
                                                                        00008900
           SELECT CEPDNLOG ASSIGN TO 'CEPDNLOG'                         00009000
           ORGANIZATION SEQUENTIAL.                                     00009100
      *    DNE - LOGRADOUROS (UM ARQUIVO POR UF, CONCATENADOS)          00009200
                                                                        00009300
           SELECT CEPDNGRU ASSIGN TO 'CEPDNGRU'                         00009400
           ORGANIZATION SEQUENTIAL.                                     00009500
      *    DNE - GRANDES USUARIOS                                       00009600
                                                                        00009700
           SELECT CEPDNCPC ASSIGN TO 'CEPDNCPC'                         00009800
           ORGANIZATION SEQUENTIAL.                                     00009900
      *    DNE - CAIXAS POSTAIS COMUNITARIAS                            00010000
                                                                        00010100
           SELECT CEPS0001 ASSIGN TO 'CEPS0001'                         00010200
           ORGANIZATION SEQUENTIAL.                                     00010300
      *    SAIDA: CSV DE 120 POSICOES LIDO POR CEPBLOAD                 00010400
                                                                        00010500
           SELECT CEPDNX01 ASSIGN TO 'CEPDNX01'                         00010600
           ORGANIZATION SEQUENTIAL.                                     00010700
      *    CHAVES ORFAS E REGISTROS DESCARTADOS DA CONVERSAO            00010800
                                                                        00010900
           SELECT CEPDSORT ASSIGN TO 'SORTWK01'.                        00011000
      *    CLASSIFICACAO POR REGIAO + CEP                               00011100
       DATA DIVISION.                                                   00011200
       FILE SECTION.                                                    00011300
                                                                        00011400
       FD CEPDNLOC                                                      00011500
            RECORDING MODE IS F                                         00011600
            RECORD CONTAINS 400 CHARACTERS.                             00011700
       01 CEPDNLOC-REC                  PIC  X(400).                    00011800
      *                                                                 00011900
       FD CEPDNBAI                                                      00012000
            RECORDING MODE IS F                                         00012100
            RECORD CONTAINS 400 CHARACTERS.                             00012200
       01 CEPDNBAI-REC                  PIC  X(400).                    00012300
      *                                                                 00012400
       FD CEPDNLOG                                                      00012500
            RECORDING MODE IS F                                         00012600
            RECORD CONTAINS 400 CHARACTERS.                             00012700
       01 CEPDNLOG-REC                  PIC  X(400).                    00012800
      *                                                                 00012900
       FD CEPDNGRU                                                      00013000
            RECORDING MODE IS F                                         00013100
            RECORD CONTAINS 400 CHARACTERS.                             00013200
       01 CEPDNGRU-REC                  PIC  X(400).                    00013300
      *                                                                 00013400
       FD CEPDNCPC                                                      00013500
            RECORDING MODE IS F                                         00013600
            RECORD CONTAINS 400 CHARACTERS.                             00013700
       01 CEPDNCPC-REC                  PIC  X(400).                    00013800
      *                                                                 00013900
       FD CEPS0001                                                      00014000
            RECORDING MODE IS F                                         00014100
            RECORD CONTAINS 120 CHARACTERS.                             00014200
       01 CEPS0001-REC                  PIC  X(120).                    00014300
      *                                                                 00014400
       FD CEPDNX01                                                      00014500
            RECORDING MODE IS F                                         00014600
            RECORD CONTAINS 272 CHARACTERS.                             00014700
       01 CEPDNX01-REC.                                                 00014800
          05 CEPDNX01-RUN-DATA-HORA     PIC  X(021).                    00014900
          05 CEPDNX01-ARQUIVO           PIC  X(003).                    00015000
      *      LOC / BAI / LOG / GRU / CPC                                00015100
          05 CEPDNX01-SEQ               PIC  9(010).                    00015200
      *      NUMERO DO REGISTRO NO ARQUIVO DE ORIGEM                    00015300
          05 CEPDNX01-MOTIVO            PIC  X(030).                    00015400
          05 CEPDNX01-CHAVE             PIC  X(008).                    00015500
      *      CHAVE NUMERICA QUE NAO FOI ENCONTRADA                      00015600
          05 CEPDNX01-DADOS             PIC  X(200).                    00015700
      *                                                                 00015800
       SD CEPDSORT.                                                     00015900
       01 CEPDSORT-REC.                                                 00016000
          05 CEPDSORT-REGIAO            PIC  X(003).                    00016100
          05 CEPDSORT-CEP               PIC  X(008).                    00016200
          05 CEPDSORT-LINHA             PIC  X(120).                    00016300
      *                                                                 00016400
       WORKING-STORAGE SECTION.                                         00016500
        01 WORKING-AREAS.                                               00016600
           03 WK-EOF                    PIC  X(001) VALUE 'N'.          00016700
           03 WK-EOF-SORT               PIC  X(001) VALUE 'N'.          00016800
           03 WK-CURRENT-DATE           PIC  X(021) VALUE SPACES.       00016900
           03 WK-CONT-LOC-LIDOS         PIC  9(010) VALUE ZEROS.        00017000
           03 WK-CONT-BAI-LIDOS         PIC  9(010) VALUE ZEROS.        00017100
           03 WK-CONT-LOG-LIDOS         PIC  9(010) VALUE ZEROS.        00017200
           03 WK-CONT-GRU-LIDOS         PIC  9(010) VALUE ZEROS.        00017300
           03 WK-CONT-CPC-LIDOS         PIC  9(010) VALUE ZEROS.        00017400
           03 WK-CONT-TIPO-G            PIC  9(010) VALUE ZEROS.        00017500
           03 WK-CONT-TIPO-L            PIC  9(010) VALUE ZEROS.        00017600
           03 WK-CONT-TIPO-U            PIC  9(010) VALUE ZEROS.        00017700
           03 WK-CONT-TIPO-C            PIC  9(010) VALUE ZEROS.        00017800
           03 WK-CONT-GRAVADOS          PIC  9(010) VALUE ZEROS.        00017900
           03 WK-CONT-ORF-BAI-LOC       PIC  9(010) VALUE ZEROS.        00018000
           03 WK-CONT-ORF-LOG-LOC       PIC  9(010) VALUE ZEROS.        00018100
           03 WK-CONT-ORF-LOG-BAI       PIC  9(010) VALUE ZEROS.        00018200
           03 WK-CONT-ORF-GRU-LOC       PIC  9(010) VALUE ZEROS.        00018300
           03 WK-CONT-ORF-GRU-BAI       PIC  9(010) VALUE ZEROS.        00018400
           03 WK-CONT-ORF-CPC-LOC       PIC  9(010) VALUE ZEROS.        00018500
           03 WK-CONT-CEP-INVALIDO      PIC  9(010) VALUE ZEROS.        00018600
           03 WK-CONT-SEM-REGIAO        PIC  9(010) VALUE ZEROS.        00018700
           03 WK-CONT-EXCECOES          PIC  9(010) VALUE ZEROS.        00018800
           03 WK-CONT-ABREVIADOS        PIC  9(010) VALUE ZEROS.        00018900
           03 WK-CONT-TRUNCADOS         PIC  9(010) VALUE ZEROS.        00019000
                                                                        00019100
      *    CAMPOS DESMONTADOS DAS LINHAS DELIMITADAS DO DNE (AS         00019200
      *    CHAVES NUMERICAS SAO RECEBIDAS DIRETO EM CAMPO NUMERICO)     00019300
        01 WK-CAMPOS-DNE.                                               00019400
           03 WK-DNE-NU                 PIC  9(008) VALUE ZEROS.        00019500
           03 WK-DNE-UF                 PIC  X(002) VALUE SPACES.       00019600
           03 WK-DNE-LOC-NU             PIC  9(008) VALUE ZEROS.        00019700
           03 WK-DNE-BAI-NU             PIC  9(008) VALUE ZEROS.        00019800
           03 WK-DNE-BAI-NU-FIM         PIC  9(008) VALUE ZEROS.        00019900
           03 WK-DNE-LOG-NU             PIC  9(008) VALUE ZEROS.        00020000
           03 WK-DNE-NOME               PIC  X(100) VALUE SPACES.       00020100
           03 WK-DNE-COMPLEMENTO        PIC  X(100) VALUE SPACES.       00020200
           03 WK-DNE-CEP                PIC  X(008) VALUE SPACES.       00020300
           03 WK-DNE-SITUACAO           PIC  X(001) VALUE SPACES.       00020400
           03 WK-DNE-TIPO-LOC           PIC  X(001) VALUE SPACES.       00020500
           03 WK-DNE-LOC-SUB            PIC  X(008) VALUE SPACES.       00020600
           03 WK-DNE-TIPO-LOG           PIC  X(036) VALUE SPACES.       00020700
           03 WK-DNE-USA-TIPO           PIC  X(001) VALUE SPACES.       00020800
           03 WK-DNE-ABREV              PIC  X(036) VALUE SPACES.       00020900
           03 WK-DNE-MUN-NU             PIC  X(007) VALUE SPACES.       00021000
                                                                        00021100
      *    ESCOLHA DO NOME QUE CABE NO CAMPO DO CSV (29 POSICOES)       00021200
        01 WK-AREA-NOME.                                                00021300
           03 WK-NOME-CHEIO             PIC  X(200) VALUE SPACES.       00021400
           03 WK-NOME-ABREV             PIC  X(036) VALUE SPACES.       00021500
           03 WK-NOME-ESCOLHIDO         PIC  X(030) VALUE SPACES.       00021600
           03 WK-MEDE-CAMPO             PIC  X(200) VALUE SPACES.       00021700
           03 WK-MEDE-LEN               PIC S9(004) COMP VALUE 0.       00021800
           03 WK-MEDE-FIM               PIC  X(001) VALUE 'N'.          00021900
           03 WK-LEN-TIPO               PIC S9(004) COMP VALUE 0.       00022000
           03 WK-LEN-NOME               PIC S9(004) COMP VALUE 0.       00022100
                                                                        00022200
      *    REGISTRO A LIBERAR PARA A CLASSIFICACAO                      00022300
        01 WK-SAIDA.                                                    00022400
           03 WK-SAI-CEP                PIC  X(008) VALUE SPACES.       00022500
           03 WK-SAI-UF                 PIC  X(002) VALUE SPACES.       00022600
           03 WK-SAI-CIDADE             PIC  X(030) VALUE SPACES.       00022700
           03 WK-SAI-BAIRRO             PIC  X(030) VALUE SPACES.       00022800
           03 WK-SAI-LOGRADOURO         PIC  X(030) VALUE SPACES.       00022900
           03 WK-SAI-TIPO               PIC  X(001) VALUE SPACES.       00023000
           03 WK-SAI-REGIAO             PIC  X(003) VALUE SPACES.       00023100
                                                                        00023200
      *    CONTROLE DOS PARES HEADER/TRAILER POR REGIAO NA SAIDA        00023300
        01 WK-CONTROLE-REGIAO.                                          00023400
           03 WK-REGIAO-ATUAL           PIC  X(003) VALUE SPACES.       00023500
           03 WK-REGIAO-DETALHES        PIC  9(010) VALUE ZEROS.        00023600
           03 WK-HEADER.                                                00023700
              05 FILLER                 PIC  X(009) VALUE '00000000,'.  00023800
              05 WK-HEADER-REGIAO       PIC  X(003) VALUE SPACES.       00023900
              05 FILLER                 PIC  X(108) VALUE SPACES.       00024000
           03 WK-TRAILER.                                               00024100
              05 FILLER                 PIC  X(009) VALUE '99999999,'.  00024200
              05 WK-TRAILER-QTDE        PIC  9(010) VALUE ZEROS.        00024300
              05 FILLER                 PIC  X(101) VALUE SPACES.       00024400
                                                                        00024500
      *    TABELA DE LOCALIDADES (O DNE TEM CERCA DE 11000, ENTRE       00024600
      *    MUNICIPIOS, DISTRITOS E POVOADOS; 15000 DA FOLGA)            00024700
        01 WK-TAB-LOC.                                                  00024800
           03 WK-LOC-QTDE               PIC  9(005) VALUE ZEROS.        00024900
           03 WK-LOC-ENTRY OCCURS 0 TO 15000 TIMES                      00025000
                 DEPENDING ON WK-LOC-QTDE                               00025100
                 ASCENDING KEY IS WK-LOC-NU                             00025200
                 INDEXED BY WK-LOC-IDX.                                 00025300
              05 WK-LOC-NU              PIC  9(008).                    00025400
              05 WK-LOC-UF              PIC  X(002).                    00025500
              05 WK-LOC-NOME            PIC  X(030).                    00025600
        01 WK-LOC-NU-ANT                PIC  9(008) VALUE ZEROS.        00025700
        01 WK-LOC-ACHOU                 PIC  X(001) VALUE 'N'.          00025800
                                                                        00025900
      *    TABELA DE BAIRROS (CERCA DE 60000 NO DNE ATUAL)              00026000
        01 WK-TAB-BAI.                                                  00026100
           03 WK-BAI-QTDE               PIC  9(005) VALUE ZEROS.        00026200
           03 WK-BAI-ENTRY OCCURS 0 TO 99999 TIMES                      00026300
                 DEPENDING ON WK-BAI-QTDE                               00026400
                 ASCENDING KEY IS WK-BAI-NU                             00026500
                 INDEXED BY WK-BAI-IDX.                                 00026600
              05 WK-BAI-NU              PIC  9(008).                    00026700
              05 WK-BAI-LOC-NU          PIC  9(008).                    00026800
              05 WK-BAI-NOME            PIC  X(030).                    00026900
        01 WK-BAI-NU-ANT                PIC  9(008) VALUE ZEROS.        00027000
        01 WK-BAI-ACHOU                 PIC  X(001) VALUE 'N'.          00027100
                                                                        00027200
      *    UF -> REGIAO (CODIGO DA FONTE NO HEADER DE CEPS0001)         00027300
        01 WK-TAB-REGIAO-VALORES.                                       00027400
           03 FILLER PIC X(005) VALUE 'ACNOR'.                          00027500
           03 FILLER PIC X(005) VALUE 'ALNDE'.                          00027600
           03 FILLER PIC X(005) VALUE 'APNOR'.                          00027700
           03 FILLER PIC X(005) VALUE 'AMNOR'.                          00027800
           03 FILLER PIC X(005) VALUE 'BANDE'.                          00027900
           03 FILLER PIC X(005) VALUE 'CENDE'.                          00028000
           03 FILLER PIC X(005) VALUE 'DFCOE'.                          00028100
           03 FILLER PIC X(005) VALUE 'ESSDE'.                          00028200
           03 FILLER PIC X(005) VALUE 'GOCOE'.                          00028300
           03 FILLER PIC X(005) VALUE 'MANDE'.                          00028400
           03 FILLER PIC X(005) VALUE 'MTCOE'.                          00028500
           03 FILLER PIC X(005) VALUE 'MSCOE'.                          00028600
           03 FILLER PIC X(005) VALUE 'MGSDE'.                          00028700
           03 FILLER PIC X(005) VALUE 'PANOR'.                          00028800
           03 FILLER PIC X(005) VALUE 'PBNDE'.                          00028900
           03 FILLER PIC X(005) VALUE 'PRSUL'.                          00029000
           03 FILLER PIC X(005) VALUE 'PENDE'.                          00029100
           03 FILLER PIC X(005) VALUE 'PINDE'.                          00029200
           03 FILLER PIC X(005) VALUE 'RJSDE'.                          00029300
           03 FILLER PIC X(005) VALUE 'RNNDE'.                          00029400
           03 FILLER PIC X(005) VALUE 'RSSUL'.                          00029500
           03 FILLER PIC X(005) VALUE 'RONOR'.                          00029600
           03 FILLER PIC X(005) VALUE 'RRNOR'.                          00029700
           03 FILLER PIC X(005) VALUE 'SCSUL'.                          00029800
           03 FILLER PIC X(005) VALUE 'SPSDE'.                          00029900
           03 FILLER PIC X(005) VALUE 'SENDE'.                          00030000
           03 FILLER PIC X(005) VALUE 'TONOR'.                          00030100
        01 WK-TAB-REGIAO REDEFINES WK-TAB-REGIAO-VALORES.               00030200
           03 WK-REG-ENTRY OCCURS 27 TIMES INDEXED BY WK-REG-IDX.       00030300
              05 WK-REG-UF              PIC  X(002).                    00030400
              05 WK-REG-COD             PIC  X(003).                    00030500
                                                                        00030600
       PROCEDURE DIVISION.                                              00030700
      *                                                                 00030800
       MAIN-PARA.                                                       00030900
           MOVE FUNCTION CURRENT-DATE TO WK-CURRENT-DATE                00031000
           PERFORM OPEN-FILES                                           00031100
                                                                        00031200
           SORT CEPDSORT ON ASCENDING KEY CEPDSORT-REGIAO               00031300
                                          CEPDSORT-CEP                  00031400
              INPUT PROCEDURE IS CONVERTE-DNE                           00031500
              OUTPUT PROCEDURE IS GRAVA-CEPSEQ01                        00031600
                                                                        00031700
           PERFORM RELATORIO-FINAL                                      00031800
                                                                        00031900
           PERFORM CLOSE-FILES                                          00032000
           IF WK-CONT-EXCECOES > 0                                      00032100
              MOVE 4 TO RETURN-CODE                                     00032200
           END-IF                                                       00032300
           STOP RUN                                                     00032400
           .                                                            00032500
       OPEN-FILES.                                                      00032600
           OPEN INPUT  CEPDNLOC                                         00032700
           OPEN INPUT  CEPDNBAI                                         00032800
           OPEN INPUT  CEPDNLOG                                         00032900
           OPEN INPUT  CEPDNGRU                                         00033000
           OPEN INPUT  CEPDNCPC                                         00033100
           OPEN OUTPUT CEPS0001                                         00033200
           OPEN EXTEND CEPDNX01                                         00033300
           .                                                            00033400
       CONVERTE-DNE.                                                    00033500
      *    PROCEDIMENTO DE ENTRADA DO SORT: CARREGA AS TABELAS DE       00033600
      *    LOCALIDADES E BAIRROS E LIBERA UM REGISTRO POR CEP DE        00033700
      *    CADA ARQUIVO DO DNE                                          00033800
           MOVE 'N' TO WK-EOF                                           00033900
           PERFORM LE-LOCALIDADE UNTIL WK-EOF = 'Y'                     00034000
           DISPLAY 'LOCALIDADES CARREGADAS: ' WK-LOC-QTDE               00034100
           IF WK-LOC-QTDE = 0                                           00034200
              DISPLAY 'LOCALIDADES VAZIO - NADA A CONVERTER'            00034300
              PERFORM CLOSE-FILES                                       00034400
              MOVE 8 TO RETURN-CODE                                     00034500
              STOP RUN                                                  00034600
           END-IF                                                       00034700
                                                                        00034800
           MOVE 'N' TO WK-EOF                                           00034900
           PERFORM LE-BAIRRO UNTIL WK-EOF = 'Y'                         00035000
           DISPLAY 'BAIRROS CARREGADOS ...: ' WK-BAI-QTDE               00035100
                                                                        00035200
           MOVE 'N' TO WK-EOF                                           00035300
           PERFORM LE-LOGRADOURO UNTIL WK-EOF = 'Y'                     00035400
                                                                        00035500
           MOVE 'N' TO WK-EOF                                           00035600
           PERFORM LE-GRANDE-USUARIO UNTIL WK-EOF = 'Y'                 00035700
                                                                        00035800
           MOVE 'N' TO WK-EOF                                           00035900
           PERFORM LE-CAIXA-COMUNITARIA UNTIL WK-EOF = 'Y'              00036000
           .                                                            00036100
       LE-LOCALIDADE.                                                   00036200
           READ CEPDNLOC RECORD AT END MOVE 'Y' TO WK-EOF.              00036300
                                                                        00036400
           IF WK-EOF NOT = 'Y'                                          00036500
              ADD 1 TO WK-CONT-LOC-LIDOS                                00036600
              PERFORM TRATA-LOCALIDADE                                  00036700
           END-IF                                                       00036800
           .                                                            00036900
       TRATA-LOCALIDADE.                                                00037000
           INITIALIZE WK-CAMPOS-DNE                                     00037100
           UNSTRING CEPDNLOC-REC DELIMITED BY '@'                       00037200
              INTO WK-DNE-NU                                            00037300
                   WK-DNE-UF                                            00037400
                   WK-DNE-NOME                                          00037500
                   WK-DNE-CEP                                           00037600
                   WK-DNE-SITUACAO                                      00037700
                   WK-DNE-TIPO-LOC                                      00037800
                   WK-DNE-LOC-SUB                                       00037900
                   WK-DNE-ABREV                                         00038000
                   WK-DNE-MUN-NU                                        00038100
           END-UNSTRING                                                 00038200
                                                                        00038300
           IF WK-LOC-QTDE >= 15000                                      00038400
              DISPLAY 'TABELA DE LOCALIDADES EXCEDIDA (15000)'          00038500
              PERFORM CLOSE-FILES                                       00038600
              MOVE 8 TO RETURN-CODE                                     00038700
              STOP RUN                                                  00038800
           END-IF                                                       00038900
      *    A PESQUISA BINARIA (SEARCH ALL) EXIGE O ARQUIVO              00039000
      *    CLASSIFICADO; FORA DE ORDEM E ERRO DE MONTAGEM DO JOB        00039100
           IF WK-DNE-NU NOT > WK-LOC-NU-ANT                             00039200
              DISPLAY 'LOCALIDADES FORA DE ORDEM: ' CEPDNLOC-REC (1:60) 00039300
              PERFORM CLOSE-FILES                                       00039400
              MOVE 8 TO RETURN-CODE                                     00039500
              STOP RUN                                                  00039600
           END-IF                                                       00039700
           MOVE WK-DNE-NU TO WK-LOC-NU-ANT                              00039800
                                                                        00039900
           MOVE WK-DNE-NOME  TO WK-NOME-CHEIO                           00040000
           MOVE WK-DNE-ABREV TO WK-NOME-ABREV                           00040100
           PERFORM ESCOLHE-NOME                                         00040200
                                                                        00040300
           ADD 1 TO WK-LOC-QTDE                                         00040400
           SET WK-LOC-IDX TO WK-LOC-QTDE                                00040500
           MOVE WK-DNE-NU         TO WK-LOC-NU (WK-LOC-IDX)             00040600
           MOVE WK-DNE-UF         TO WK-LOC-UF (WK-LOC-IDX)             00040700
           MOVE WK-NOME-ESCOLHIDO TO WK-LOC-NOME (WK-LOC-IDX)           00040800
                                                                        00040900
      *    LOCALIDADE DE CEP UNICO (NAO CODIFICADA POR LOGRADOURO)      00041000
      *    TRAZ O CEP GERAL NO PROPRIO REGISTRO: TIPO 'G'               00041100
           IF WK-DNE-CEP NOT = SPACES                                   00041200
              MOVE WK-DNE-CEP        TO WK-SAI-CEP                      00041300
              MOVE WK-DNE-UF         TO WK-SAI-UF                       00041400
              MOVE WK-NOME-ESCOLHIDO TO WK-SAI-CIDADE                   00041500
              MOVE SPACES            TO WK-SAI-BAIRRO                   00041600
              MOVE SPACES            TO WK-SAI-LOGRADOURO               00041700
              MOVE 'G'               TO WK-SAI-TIPO                     00041800
              MOVE 'LOC'             TO CEPDNX01-ARQUIVO                00041900
              MOVE WK-CONT-LOC-LIDOS TO CEPDNX01-SEQ                    00042000
              MOVE CEPDNLOC-REC      TO CEPDNX01-DADOS                  00042100
              PERFORM LIBERA-SAIDA                                      00042200
           END-IF                                                       00042300
           .                                                            00042400
       LE-BAIRRO.                                                       00042500
           READ CEPDNBAI RECORD AT END MOVE 'Y' TO WK-EOF.              00042600
                                                                        00042700
           IF WK-EOF NOT = 'Y'                                          00042800
              ADD 1 TO WK-CONT-BAI-LIDOS                                00042900
              PERFORM TRATA-BAIRRO                                      00043000
           END-IF                                                       00043100
           .                                                            00043200
       TRATA-BAIRRO.                                                    00043300
           INITIALIZE WK-CAMPOS-DNE                                     00043400
           UNSTRING CEPDNBAI-REC DELIMITED BY '@'                       00043500
              INTO WK-DNE-NU                                            00043600
                   WK-DNE-UF                                            00043700
                   WK-DNE-LOC-NU                                        00043800
                   WK-DNE-NOME                                          00043900
                   WK-DNE-ABREV                                         00044000
           END-UNSTRING                                                 00044100
                                                                        00044200
           IF WK-BAI-QTDE >= 99999                                      00044300
              DISPLAY 'TABELA DE BAIRROS EXCEDIDA (99999)'              00044400
              PERFORM CLOSE-FILES                                       00044500
              MOVE 8 TO RETURN-CODE                                     00044600
              STOP RUN                                                  00044700
           END-IF                                                       00044800
           IF WK-DNE-NU NOT > WK-BAI-NU-ANT                             00044900
              DISPLAY 'BAIRROS FORA DE ORDEM: ' CEPDNBAI-REC (1:60)     00045000
              PERFORM CLOSE-FILES                                       00045100
              MOVE 8 TO RETURN-CODE                                     00045200
              STOP RUN                                                  00045300
           END-IF                                                       00045400
           MOVE WK-DNE-NU TO WK-BAI-NU-ANT                              00045500
                                                                        00045600
      *    BAIRRO DE LOCALIDADE INEXISTENTE: REGISTRADO COMO ORFAO,     00045700
      *    MAS MANTIDO NA TABELA (O LOGRADOURO QUE O USAR CAI NA        00045800
      *    CRITICA DA PROPRIA LOCALIDADE)                               00045900
           PERFORM PROCURA-LOCALIDADE                                   00046000
           IF WK-LOC-ACHOU = 'N'                                        00046100
              ADD  1                  TO WK-CONT-ORF-BAI-LOC            00046200
              MOVE 'BAI'              TO CEPDNX01-ARQUIVO               00046300
              MOVE WK-CONT-BAI-LIDOS  TO CEPDNX01-SEQ                   00046400
              MOVE 'BAIRRO SEM LOCALIDADE'                              00046500
                 TO CEPDNX01-MOTIVO                                     00046600
              MOVE WK-DNE-LOC-NU      TO CEPDNX01-CHAVE                 00046700
              MOVE CEPDNBAI-REC       TO CEPDNX01-DADOS                 00046800
              PERFORM GRAVA-EXCECAO                                     00046900
           END-IF                                                       00047000
                                                                        00047100
           MOVE WK-DNE-NOME  TO WK-NOME-CHEIO                           00047200
           MOVE WK-DNE-ABREV TO WK-NOME-ABREV                           00047300
           PERFORM ESCOLHE-NOME                                         00047400
                                                                        00047500
           ADD 1 TO WK-BAI-QTDE                                         00047600
           SET WK-BAI-IDX TO WK-BAI-QTDE                                00047700
           MOVE WK-DNE-NU         TO WK-BAI-NU (WK-BAI-IDX)             00047800
           MOVE WK-DNE-LOC-NU     TO WK-BAI-LOC-NU (WK-BAI-IDX)         00047900
           MOVE WK-NOME-ESCOLHIDO TO WK-BAI-NOME (WK-BAI-IDX)           00048000
           .                                                            00048100
       LE-LOGRADOURO.                                                   00048200
           READ CEPDNLOG RECORD AT END MOVE 'Y' TO WK-EOF.              00048300
                                                                        00048400
           IF WK-EOF NOT = 'Y'                                          00048500
              ADD 1 TO WK-CONT-LOG-LIDOS                                00048600
              PERFORM TRATA-LOGRADOURO                                  00048700
           END-IF                                                       00048800
           .                                                            00048900
       TRATA-LOGRADOURO.                                                00049000
           INITIALIZE WK-CAMPOS-DNE                                     00049100
           UNSTRING CEPDNLOG-REC DELIMITED BY '@'                       00049200
              INTO WK-DNE-LOG-NU                                        00049300
                   WK-DNE-UF                                            00049400
                   WK-DNE-LOC-NU                                        00049500
                   WK-DNE-BAI-NU                                        00049600
                   WK-DNE-BAI-NU-FIM                                    00049700
                   WK-DNE-NOME                                          00049800
                   WK-DNE-COMPLEMENTO                                   00049900
                   WK-DNE-CEP                                           00050000
                   WK-DNE-TIPO-LOG                                      00050100
                   WK-DNE-USA-TIPO                                      00050200
                   WK-DNE-ABREV                                         00050300
           END-UNSTRING                                                 00050400
           MOVE 'LOG'             TO CEPDNX01-ARQUIVO                   00050500
           MOVE WK-CONT-LOG-LIDOS TO CEPDNX01-SEQ                       00050600
           MOVE CEPDNLOG-REC      TO CEPDNX01-DADOS                     00050700
                                                                        00050800
           PERFORM PROCURA-LOCALIDADE                                   00050900
           IF WK-LOC-ACHOU = 'N'                                        00051000
              ADD  1 TO WK-CONT-ORF-LOG-LOC                             00051100
              MOVE 'LOGRADOURO SEM LOCALIDADE' TO CEPDNX01-MOTIVO       00051200
              MOVE WK-DNE-LOC-NU TO CEPDNX01-CHAVE                      00051300
              PERFORM GRAVA-EXCECAO                                     00051400
           ELSE                                                         00051500
              PERFORM PROCURA-BAIRRO                                    00051600
              IF WK-BAI-ACHOU = 'N'                                     00051700
                 ADD  1 TO WK-CONT-ORF-LOG-BAI                          00051800
                 MOVE 'LOGRADOURO SEM BAIRRO' TO CEPDNX01-MOTIVO        00051900
                 MOVE WK-DNE-BAI-NU TO CEPDNX01-CHAVE                   00052000
                 PERFORM GRAVA-EXCECAO                                  00052100
              ELSE                                                      00052200
                 PERFORM MONTA-NOME-LOGRADOURO                          00052300
                 MOVE WK-DNE-CEP              TO WK-SAI-CEP             00052400
                 MOVE WK-DNE-UF               TO WK-SAI-UF              00052500
                 MOVE WK-LOC-NOME (WK-LOC-IDX) TO WK-SAI-CIDADE         00052600
                 MOVE WK-BAI-NOME (WK-BAI-IDX) TO WK-SAI-BAIRRO         00052700
                 MOVE WK-NOME-ESCOLHIDO       TO WK-SAI-LOGRADOURO      00052800
                 MOVE 'L'                     TO WK-SAI-TIPO            00052900
                 PERFORM LIBERA-SAIDA                                   00053000
              END-IF                                                    00053100
           END-IF                                                       00053200
           .                                                            00053300
       MONTA-NOME-LOGRADOURO.                                           00053400
      *    NOME COMPLETO = TIPO DO LOGRADOURO + NOME, SALVO QUANDO      00053500
      *    O DNE INDICA QUE O TIPO NAO FAZ PARTE DO NOME                00053600
           MOVE SPACES TO WK-NOME-CHEIO                                 00053700
           MOVE WK-DNE-NOME TO WK-MEDE-CAMPO                            00053800
           PERFORM MEDE-CAMPO                                           00053900
           MOVE WK-MEDE-LEN TO WK-LEN-NOME                              00054000
           MOVE WK-DNE-TIPO-LOG TO WK-MEDE-CAMPO                        00054100
           PERFORM MEDE-CAMPO                                           00054200
           MOVE WK-MEDE-LEN TO WK-LEN-TIPO                              00054300
           IF WK-DNE-USA-TIPO = 'N' OR WK-LEN-TIPO = 0                  00054400
              MOVE WK-DNE-NOME TO WK-NOME-CHEIO                         00054500
           ELSE                                                         00054600
              IF WK-LEN-NOME = 0                                        00054700
                 MOVE WK-DNE-TIPO-LOG TO WK-NOME-CHEIO                  00054800
              ELSE                                                      00054900
                 STRING WK-DNE-TIPO-LOG (1:WK-LEN-TIPO)                 00055000
                                             DELIMITED BY SIZE          00055100
                        ' '                  DELIMITED BY SIZE          00055200
                        WK-DNE-NOME (1:WK-LEN-NOME)                     00055300
                                             DELIMITED BY SIZE          00055400
                   INTO WK-NOME-CHEIO                                   00055500
                 END-STRING                                             00055600
              END-IF                                                    00055700
           END-IF                                                       00055800
           MOVE WK-DNE-ABREV TO WK-NOME-ABREV                           00055900
           PERFORM ESCOLHE-NOME                                         00056000
           .                                                            00056100
       LE-GRANDE-USUARIO.                                               00056200
           READ CEPDNGRU RECORD AT END MOVE 'Y' TO WK-EOF.              00056300
                                                                        00056400
           IF WK-EOF NOT = 'Y'                                          00056500
              ADD 1 TO WK-CONT-GRU-LIDOS                                00056600
              PERFORM TRATA-GRANDE-USUARIO                              00056700
           END-IF                                                       00056800
           .                                                            00056900
       TRATA-GRANDE-USUARIO.                                            00057000
           INITIALIZE WK-CAMPOS-DNE                                     00057100
           UNSTRING CEPDNGRU-REC DELIMITED BY '@'                       00057200
              INTO WK-DNE-NU                                            00057300
                   WK-DNE-UF                                            00057400
                   WK-DNE-LOC-NU                                        00057500
                   WK-DNE-BAI-NU                                        00057600
                   WK-DNE-LOG-NU                                        00057700
                   WK-DNE-NOME                                          00057800
                   WK-DNE-COMPLEMENTO                                   00057900
                   WK-DNE-CEP                                           00058000
                   WK-DNE-ABREV                                         00058100
           END-UNSTRING                                                 00058200
           MOVE 'GRU'             TO CEPDNX01-ARQUIVO                   00058300
           MOVE WK-CONT-GRU-LIDOS TO CEPDNX01-SEQ                       00058400
           MOVE CEPDNGRU-REC      TO CEPDNX01-DADOS                     00058500
                                                                        00058600
           PERFORM PROCURA-LOCALIDADE                                   00058700
           IF WK-LOC-ACHOU = 'N'                                        00058800
              ADD  1 TO WK-CONT-ORF-GRU-LOC                             00058900
              MOVE 'GRANDE USUARIO SEM LOCALIDADE' TO CEPDNX01-MOTIVO   00059000
              MOVE WK-DNE-LOC-NU TO CEPDNX01-CHAVE                      00059100
              PERFORM GRAVA-EXCECAO                                     00059200
           ELSE                                                         00059300
      *       BAIRRO E OPCIONAL NO GRANDE USUARIO (TIPO 'U' ACEITA      00059400
      *       BAIRRO VAZIO); INFORMADO E INEXISTENTE E ORFAO            00059500
              MOVE 'S' TO WK-BAI-ACHOU                                  00059600
              IF WK-DNE-BAI-NU NOT = ZEROS                              00059700
                 PERFORM PROCURA-BAIRRO                                 00059800
              END-IF                                                    00059900
              IF WK-BAI-ACHOU = 'N'                                     00060000
                 ADD  1 TO WK-CONT-ORF-GRU-BAI                          00060100
                 MOVE 'GRANDE USUARIO SEM BAIRRO' TO CEPDNX01-MOTIVO    00060200
                 MOVE WK-DNE-BAI-NU TO CEPDNX01-CHAVE                   00060300
                 PERFORM GRAVA-EXCECAO                                  00060400
              ELSE                                                      00060500
                 MOVE WK-DNE-NOME  TO WK-NOME-CHEIO                     00060600
                 MOVE WK-DNE-ABREV TO WK-NOME-ABREV                     00060700
                 PERFORM ESCOLHE-NOME                                   00060800
                 MOVE WK-DNE-CEP               TO WK-SAI-CEP            00060900
                 MOVE WK-DNE-UF                TO WK-SAI-UF             00061000
                 MOVE WK-LOC-NOME (WK-LOC-IDX) TO WK-SAI-CIDADE         00061100
                 IF WK-DNE-BAI-NU = ZEROS                               00061200
                    MOVE SPACES                TO WK-SAI-BAIRRO         00061300
                 ELSE                                                   00061400
                    MOVE WK-BAI-NOME (WK-BAI-IDX) TO WK-SAI-BAIRRO      00061500
                 END-IF                                                 00061600
                 MOVE WK-NOME-ESCOLHIDO        TO WK-SAI-LOGRADOURO     00061700
                 MOVE 'U'                      TO WK-SAI-TIPO           00061800
                 PERFORM LIBERA-SAIDA                                   00061900
              END-IF                                                    00062000
           END-IF                                                       00062100
           .                                                            00062200
       LE-CAIXA-COMUNITARIA.                                            00062300
           READ CEPDNCPC RECORD AT END MOVE 'Y' TO WK-EOF.              00062400
                                                                        00062500
           IF WK-EOF NOT = 'Y'                                          00062600
              ADD 1 TO WK-CONT-CPC-LIDOS                                00062700
              PERFORM TRATA-CAIXA-COMUNITARIA                           00062800
           END-IF                                                       00062900
           .                                                            00063000
       TRATA-CAIXA-COMUNITARIA.                                         00063100
           INITIALIZE WK-CAMPOS-DNE                                     00063200
           UNSTRING CEPDNCPC-REC DELIMITED BY '@'                       00063300
              INTO WK-DNE-NU                                            00063400
                   WK-DNE-UF                                            00063500
                   WK-DNE-LOC-NU                                        00063600
                   WK-DNE-NOME                                          00063700
                   WK-DNE-COMPLEMENTO                                   00063800
                   WK-DNE-CEP                                           00063900
           END-UNSTRING                                                 00064000
           MOVE 'CPC'             TO CEPDNX01-ARQUIVO                   00064100
           MOVE WK-CONT-CPC-LIDOS TO CEPDNX01-SEQ                       00064200
           MOVE CEPDNCPC-REC      TO CEPDNX01-DADOS                     00064300
                                                                        00064400
           PERFORM PROCURA-LOCALIDADE                                   00064500
           IF WK-LOC-ACHOU = 'N'                                        00064600
              ADD  1 TO WK-CONT-ORF-CPC-LOC                             00064700
              MOVE 'CAIXA COMUNITARIA SEM LOCALID.' TO CEPDNX01-MOTIVO  00064800
              MOVE WK-DNE-LOC-NU TO CEPDNX01-CHAVE                      00064900
              PERFORM GRAVA-EXCECAO                                     00065000
           ELSE                                                         00065100
      *       O DNE NAO PUBLICA ABREVIATURA PARA A CAIXA COMUNITARIA    00065200
              MOVE WK-DNE-NOME  TO WK-NOME-CHEIO                        00065300
              MOVE SPACES       TO WK-NOME-ABREV                        00065400
              PERFORM ESCOLHE-NOME                                      00065500
              MOVE WK-DNE-CEP               TO WK-SAI-CEP               00065600
              MOVE WK-DNE-UF                TO WK-SAI-UF                00065700
              MOVE WK-LOC-NOME (WK-LOC-IDX) TO WK-SAI-CIDADE            00065800
              MOVE SPACES                   TO WK-SAI-BAIRRO            00065900
              MOVE WK-NOME-ESCOLHIDO        TO WK-SAI-LOGRADOURO        00066000
              MOVE 'C'                      TO WK-SAI-TIPO              00066100
              PERFORM LIBERA-SAIDA                                      00066200
           END-IF                                                       00066300
           .                                                            00066400
       PROCURA-LOCALIDADE.                                              00066500
           MOVE 'N' TO WK-LOC-ACHOU                                     00066600
           SEARCH ALL WK-LOC-ENTRY                                      00066700
              AT END                                                    00066800
                 CONTINUE                                               00066900
              WHEN WK-LOC-NU (WK-LOC-IDX) = WK-DNE-LOC-NU               00067000
                 MOVE 'S' TO WK-LOC-ACHOU                               00067100
           END-SEARCH                                                   00067200
           .                                                            00067300
       PROCURA-BAIRRO.                                                  00067400
           MOVE 'N' TO WK-BAI-ACHOU                                     00067500
           IF WK-BAI-QTDE > 0                                           00067600
              SEARCH ALL WK-BAI-ENTRY                                   00067700
                 AT END                                                 00067800
                    CONTINUE                                            00067900
                 WHEN WK-BAI-NU (WK-BAI-IDX) = WK-DNE-BAI-NU            00068000
                    MOVE 'S' TO WK-BAI-ACHOU                            00068100
              END-SEARCH                                                00068200
           END-IF                                                       00068300
           .                                                            00068400
       ESCOLHE-NOME.                                                    00068500
      *    O CAMPO DO CSV ACEITA ATE 29 POSICOES: USA O NOME CHEIO      00068600
      *    SE COUBER, SENAO A ABREVIATURA OFICIAL DO DNE, SENAO O       00068700
      *    NOME CHEIO TRUNCADO. VIRGULA NO NOME VIRA BRANCO             00068800
           INSPECT WK-NOME-CHEIO REPLACING ALL ',' BY SPACE             00068900
           INSPECT WK-NOME-ABREV REPLACING ALL ',' BY SPACE             00069000
           MOVE SPACES TO WK-NOME-ESCOLHIDO                             00069100
           MOVE WK-NOME-CHEIO TO WK-MEDE-CAMPO                          00069200
           PERFORM MEDE-CAMPO                                           00069300
           IF WK-MEDE-LEN NOT > 29                                      00069400
              MOVE WK-NOME-CHEIO (1:29) TO WK-NOME-ESCOLHIDO            00069500
           ELSE                                                         00069600
              MOVE WK-NOME-ABREV TO WK-MEDE-CAMPO                       00069700
              PERFORM MEDE-CAMPO                                        00069800
              IF WK-MEDE-LEN > 0 AND WK-MEDE-LEN NOT > 29               00069900
                 MOVE WK-NOME-ABREV (1:29) TO WK-NOME-ESCOLHIDO         00070000
                 ADD  1 TO WK-CONT-ABREVIADOS                           00070100
              ELSE                                                      00070200
                 IF WK-MEDE-LEN > 29                                    00070300
                    MOVE WK-NOME-ABREV (1:29) TO WK-NOME-ESCOLHIDO      00070400
                 ELSE                                                   00070500
                    MOVE WK-NOME-CHEIO (1:29) TO WK-NOME-ESCOLHIDO      00070600
                 END-IF                                                 00070700
                 ADD  1 TO WK-CONT-TRUNCADOS                            00070800
              END-IF                                                    00070900
           END-IF                                                       00071000
           .                                                            00071100
       MEDE-CAMPO.                                                      00071200
      *    TAMANHO UTIL (SEM BRANCOS A DIREITA) DE WK-MEDE-CAMPO        00071300
           MOVE 200 TO WK-MEDE-LEN                                      00071400
           MOVE 'N' TO WK-MEDE-FIM                                      00071500
           PERFORM RECUA-MEDIDA UNTIL WK-MEDE-FIM = 'S'                 00071600
           .                                                            00071700
       RECUA-MEDIDA.                                                    00071800
           IF WK-MEDE-LEN = 0                                           00071900
              MOVE 'S' TO WK-MEDE-FIM                                   00072000
           ELSE                                                         00072100
              IF WK-MEDE-CAMPO (WK-MEDE-LEN:1) NOT = SPACE              00072200
                 MOVE 'S' TO WK-MEDE-FIM                                00072300
              ELSE                                                      00072400
                 SUBTRACT 1 FROM WK-MEDE-LEN                            00072500
              END-IF                                                    00072600
           END-IF                                                       00072700
           .                                                            00072800
       LIBERA-SAIDA.                                                    00072900
      *    CEP NAO NUMERICO OU UF FORA DA TABELA DE REGIOES NAO         00073000
      *    SEGUE PARA A CARGA (CEPDNX01-ARQUIVO/SEQ/DADOS JA VEM        00073100
      *    PREENCHIDOS PELO CHAMADOR)                                   00073200
           MOVE SPACES TO WK-SAI-REGIAO                                 00073300
           SET WK-REG-IDX TO 1                                          00073400
           SEARCH WK-REG-ENTRY                                          00073500
              WHEN WK-REG-UF (WK-REG-IDX) = WK-SAI-UF                   00073600
                 MOVE WK-REG-COD (WK-REG-IDX) TO WK-SAI-REGIAO          00073700
           END-SEARCH                                                   00073800
           EVALUATE TRUE                                                00073900
              WHEN WK-SAI-CEP IS NOT NUMERIC                            00074000
                 ADD  1 TO WK-CONT-CEP-INVALIDO                         00074100
                 MOVE 'CEP INVALIDO (NAO NUMERICO)' TO CEPDNX01-MOTIVO  00074200
                 MOVE WK-SAI-CEP TO CEPDNX01-CHAVE                      00074300
                 PERFORM GRAVA-EXCECAO                                  00074400
              WHEN WK-SAI-REGIAO = SPACES                               00074500
                 ADD  1 TO WK-CONT-SEM-REGIAO                           00074600
                 MOVE 'UF SEM REGIAO' TO CEPDNX01-MOTIVO                00074700
                 MOVE WK-SAI-UF TO CEPDNX01-CHAVE                       00074800
                 PERFORM GRAVA-EXCECAO                                  00074900
              WHEN OTHER                                                00075000
                 PERFORM MONTA-LINHA-CSV                                00075100
                 MOVE WK-SAI-REGIAO TO CEPDSORT-REGIAO                  00075200
                 MOVE WK-SAI-CEP    TO CEPDSORT-CEP                     00075300
                 RELEASE CEPDSORT-REC                                   00075400
                 EVALUATE WK-SAI-TIPO                                   00075500
                    WHEN 'G'                                            00075600
                       ADD 1 TO WK-CONT-TIPO-G                          00075700
                    WHEN 'U'                                            00075800
                       ADD 1 TO WK-CONT-TIPO-U                          00075900
                    WHEN 'C'                                            00076000
                       ADD 1 TO WK-CONT-TIPO-C                          00076100
                    WHEN OTHER                                          00076200
                       ADD 1 TO WK-CONT-TIPO-L                          00076300
                 END-EVALUATE                                           00076400
           END-EVALUATE                                                 00076500
           .                                                            00076600
       MONTA-LINHA-CSV.                                                 00076700
      *    MESMO CSV DE CEPUNLD: CEP,UF,CIDADE,BAIRRO,LOGRADOURO,TIPO   00076800
      *    (AS VIRGULAS DOS CAMPOS VAZIOS SEGUEM OBRIGATORIAS)          00076900
           MOVE SPACES TO CEPDSORT-LINHA                                00077000
           STRING FUNCTION TRIM(WK-SAI-CEP)         DELIMITED BY SIZE   00077100
                  ','                               DELIMITED BY SIZE   00077200
                  FUNCTION TRIM(WK-SAI-UF)          DELIMITED BY SIZE   00077300
                  ','                               DELIMITED BY SIZE   00077400
                  FUNCTION TRIM(WK-SAI-CIDADE)      DELIMITED BY SIZE   00077500
                  ','                               DELIMITED BY SIZE   00077600
                  FUNCTION TRIM(WK-SAI-BAIRRO)      DELIMITED BY SIZE   00077700
                  ','                               DELIMITED BY SIZE   00077800
                  FUNCTION TRIM(WK-SAI-LOGRADOURO)  DELIMITED BY SIZE   00077900
                  ','                               DELIMITED BY SIZE   00078000
                  WK-SAI-TIPO                       DELIMITED BY SIZE   00078100
             INTO CEPDSORT-LINHA                                        00078200
           END-STRING                                                   00078300
           .                                                            00078400
       GRAVA-EXCECAO.                                                   00078500
           ADD  1 TO WK-CONT-EXCECOES                                   00078600
           MOVE WK-CURRENT-DATE TO CEPDNX01-RUN-DATA-HORA               00078700
           WRITE CEPDNX01-REC                                           00078800
           MOVE SPACES TO CEPDNX01-REC                                  00078900
           .                                                            00079000
       GRAVA-CEPSEQ01.                                                  00079100
      *    PROCEDIMENTO DE SAIDA DO SORT: OS REGISTROS CHEGAM EM        00079200
      *    SEQUENCIA DE REGIAO + CEP; CADA QUEBRA DE REGIAO FECHA O     00079300
      *    TRAILER DA ANTERIOR E ABRE O HEADER DA NOVA                  00079400
           MOVE 'N' TO WK-EOF-SORT                                      00079500
           PERFORM RETORNA-ORDENADO UNTIL WK-EOF-SORT = 'Y'             00079600
           IF WK-REGIAO-ATUAL NOT = SPACES                              00079700
              PERFORM GRAVA-TRAILER                                     00079800
           END-IF                                                       00079900
           .                                                            00080000
       RETORNA-ORDENADO.                                                00080100
           RETURN CEPDSORT RECORD                                       00080200
              AT END                                                    00080300
                 MOVE 'Y' TO WK-EOF-SORT                                00080400
              NOT AT END                                                00080500
                 PERFORM GRAVA-DETALHE                                  00080600
           END-RETURN                                                   00080700
           .                                                            00080800
       GRAVA-DETALHE.                                                   00080900
           IF CEPDSORT-REGIAO NOT = WK-REGIAO-ATUAL                     00081000
              IF WK-REGIAO-ATUAL NOT = SPACES                           00081100
                 PERFORM GRAVA-TRAILER                                  00081200
              END-IF                                                    00081300
              MOVE CEPDSORT-REGIAO TO WK-REGIAO-ATUAL                   00081400
              MOVE ZEROS           TO WK-REGIAO-DETALHES                00081500
              MOVE WK-REGIAO-ATUAL TO WK-HEADER-REGIAO                  00081600
              MOVE WK-HEADER       TO CEPS0001-REC                      00081700
              WRITE CEPS0001-REC                                        00081800
           END-IF                                                       00081900
           MOVE CEPDSORT-LINHA TO CEPS0001-REC                          00082000
           WRITE CEPS0001-REC                                           00082100
           ADD  1 TO WK-REGIAO-DETALHES                                 00082200
           ADD  1 TO WK-CONT-GRAVADOS                                   00082300
           .                                                            00082400
       GRAVA-TRAILER.                                                   00082500
           MOVE WK-REGIAO-DETALHES TO WK-TRAILER-QTDE                   00082600
           MOVE WK-TRAILER         TO CEPS0001-REC                      00082700
           WRITE CEPS0001-REC                                           00082800
           DISPLAY 'REGIAO ' WK-REGIAO-ATUAL ' - '                      00082900
              WK-REGIAO-DETALHES ' REGISTROS'                           00083000
           .                                                            00083100
       RELATORIO-FINAL.                                                 00083200
           DISPLAY '---------------------------------------------'      00083300
           DISPLAY ' CONVERSAO DO DNE PARA CEPSEQ01 (CEPDNECV)    '     00083400
           DISPLAY 'LOCALIDADES LIDAS ............................'     00083500
           DISPLAY WK-CONT-LOC-LIDOS                                    00083600
           DISPLAY 'BAIRROS LIDOS ................................'     00083700
           DISPLAY WK-CONT-BAI-LIDOS                                    00083800
           DISPLAY 'LOGRADOUROS LIDOS ............................'     00083900
           DISPLAY WK-CONT-LOG-LIDOS                                    00084000
           DISPLAY 'GRANDES USUARIOS LIDOS .......................'     00084100
           DISPLAY WK-CONT-GRU-LIDOS                                    00084200
           DISPLAY 'CAIXAS COMUNITARIAS LIDAS ....................'     00084300
           DISPLAY WK-CONT-CPC-LIDOS                                    00084400
           DISPLAY '---------------------------------------------'      00084500
           DISPLAY 'GERADOS TIPO G (CEP GERAL DA LOCALIDADE) .....'     00084600
           DISPLAY WK-CONT-TIPO-G                                       00084700
           DISPLAY 'GERADOS TIPO L (LOGRADOURO) ..................'     00084800
           DISPLAY WK-CONT-TIPO-L                                       00084900
           DISPLAY 'GERADOS TIPO U (GRANDE USUARIO) ..............'     00085000
           DISPLAY WK-CONT-TIPO-U                                       00085100
           DISPLAY 'GERADOS TIPO C (CAIXA COMUNITARIA) ...........'     00085200
           DISPLAY WK-CONT-TIPO-C                                       00085300
           DISPLAY 'DETALHES GRAVADOS EM CEPSEQ01 ................'     00085400
           DISPLAY WK-CONT-GRAVADOS                                     00085500
           DISPLAY 'NOMES PELA ABREVIATURA DO DNE ................'     00085600
           DISPLAY WK-CONT-ABREVIADOS                                   00085700
           DISPLAY 'NOMES TRUNCADOS EM 29 POSICOES ...............'     00085800
           DISPLAY WK-CONT-TRUNCADOS                                    00085900
           DISPLAY '---------------------------------------------'      00086000
           DISPLAY ' CHAVES ORFAS E DESCARTES (CEPDNX01)          '     00086100
           DISPLAY 'BAIRRO SEM LOCALIDADE ........................'     00086200
           DISPLAY WK-CONT-ORF-BAI-LOC                                  00086300
           DISPLAY 'LOGRADOURO SEM LOCALIDADE ....................'     00086400
           DISPLAY WK-CONT-ORF-LOG-LOC                                  00086500
           DISPLAY 'LOGRADOURO SEM BAIRRO ........................'     00086600
           DISPLAY WK-CONT-ORF-LOG-BAI                                  00086700
           DISPLAY 'GRANDE USUARIO SEM LOCALIDADE ................'     00086800
           DISPLAY WK-CONT-ORF-GRU-LOC                                  00086900
           DISPLAY 'GRANDE USUARIO SEM BAIRRO ....................'     00087000
           DISPLAY WK-CONT-ORF-GRU-BAI                                  00087100
           DISPLAY 'CAIXA COMUNITARIA SEM LOCALIDADE .............'     00087200
           DISPLAY WK-CONT-ORF-CPC-LOC                                  00087300
           DISPLAY 'CEP INVALIDO (NAO NUMERICO) ..................'     00087400
           DISPLAY WK-CONT-CEP-INVALIDO                                 00087500
           DISPLAY 'UF SEM REGIAO ................................'     00087600
           DISPLAY WK-CONT-SEM-REGIAO                                   00087700
           DISPLAY 'TOTAL DE EXCECOES ............................'     00087800
           DISPLAY WK-CONT-EXCECOES                                     00087900
           DISPLAY '---------------------------------------------'      00088000
           .                                                            00088100
       CLOSE-FILES.                                                     00088200
           CLOSE CEPDNLOC                                               00088300
           CLOSE CEPDNBAI                                               00088400
           CLOSE CEPDNLOG                                               00088500
           CLOSE CEPDNGRU                                               00088600
           CLOSE CEPDNCPC                                               00088700
           CLOSE CEPS0001                                               00088800
           CLOSE CEPDNX01                                               00088900
           .                                                            00089000
