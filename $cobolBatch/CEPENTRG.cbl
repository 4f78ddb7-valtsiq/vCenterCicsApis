       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID. CEPENTRG.                                            00000200
      ******************************************************************00000300
      * Valter Siqueira - Systems      c                                00000400
      * Laboratoratório de uso particular ......                        00000500
      * ----------------------------------------------------------------00000600
      * Sistema .............. CEP                                      00000700
      * Programa.............. CEPENTRG                                 00000800
      * Tipo    .............. BATCH                                    00000900
      * Finalidade ........... Entrega da base "CEPVSA01" (CEPV0001)    00001000
      *                        aos PARCEIROS, cada um no seu formato,   00001100
      *                        conforme o arquivo de PERFIS (CEPPRF01): 00001200
      *                        selecao (mesmos cartoes de CEPXTRT),     00001300
      *                        formato (JSON, XML, FIXO OU CSV), campos 00001400
      *                        e nome do arquivo. Uma unica leitura da  00001500
      *                        base gera todas as entregas; para cada   00001600
      *                        entrega grava um registro de MANIFESTO   00001700
      *                        (CEPMNF01) com a quantidade de registros,00001800
      *                        a data/hora de geracao e o HASH DE       00001900
      *                        CONTROLE, que o parceiro confere contra o00002000
      *                        que recebeu. Substitui a conversao manual00002100
      *                        do CSV de CEPXTRT/CEPUNLD.               00002200
      * DSnames .............. B090290.CEPVSA01                         00002300
      *                        B090290.CEPPRF01 (PERFIS DOS PARCEIROS)  00002400
      *                        CEPENT01 A CEPENT06 (ENTREGAS, FB 400;   00002500
      *                        O DD DA SAIDA DE CADA PERFIL E UMA NOVA  00002600
      *                        GERACAO (+1) DO GDG DO PARCEIRO - JOB    00002700
      *                        CEPENTRG)                                00002800
      *                        B090290.CEPMNF01 (MANIFESTO, DISP=MOD)   00002900
      * Perfis CEPPRF01 (080 BYTES), AGRUPADOS POR PARCEIRO, O CARTAO   00003000
      * 'P' ANTES DOS DEMAIS CARTOES DO PARCEIRO ..........             00003100
      *   POS 01    = TIPO: 'P' PERFIL / 'C' CAMPOS / 'S' SELECAO /     00003200
      *               '*' COMENTARIO                                    00003300
      *   POS 03-10 = CODIGO DO PARCEIRO                                00003400
      *   'P'  POS 12-13 = SAIDA 01 A 06 (DD CEPENT01 A CEPENT06)       00003500
      *        POS 15-18 = FORMATO 'JSON', 'XML', 'FIXO' OU 'CSV'       00003600
      *        POS 20-63 = NOME DO ARQUIVO ENTREGUE; 'AAAAMMDD' NO NOME 00003700
      *                    E TROCADO PELA DATA DA GERACAO               00003800
      *   'C'  POS 12-23, 25-36, 38-49, 51-62, 64-75 = CAMPOS, NA       00003900
      *        ORDEM DE SAIDA (ATE 10 POR PARCEIRO, EM UM OU MAIS       00004000
      *        CARTOES): CEP, UF, CIDADE, BAIRRO, LOGRADOURO, TIPO,     00004100
      *        COD-IBGE. SEM CARTAO 'C' SAEM OS SEIS CAMPOS DO CSV DE   00004200
      *        CEPUNLD (CEP A TIPO).                                    00004300
      *   'S'  POS 12-80 = CARTAO DE SELECAO NO LAYOUT DE CEPSEL01      00004400
      *        (CEPXTRT) DESLOCADO 11 POSICOES: POS 12 ACAO 'I'/'E',    00004500
      *        14-19 CRITERIO 'UF'/'CIDADE'/'FAIXA', 21-22 UF, 24-53    00004600
      *        CIDADE-BUSCA, 21-28 CEP INICIAL, 30-37 CEP FINAL. MESMA  00004700
      *        LOGICA: SEM CARTAO 'I' TODOS PASSAM; 'E' PREVALECE.      00004800
      * Formatos ............ (TIPO VAZIO SAI COMO 'L', COMO EM CEPUNLD)00004900
      *   JSON  {"parceiro":..,"arquivo":..,"geracao":..,"enderecos":[  00005000
      *         UM OBJETO POR LINHA, SEPARADOS POR VIRGULA NO INICIO DA 00005100
      *         LINHA; FECHA COM ],"registros":N,"hashCep":H}           00005200
      *   XML   <entrega parceiro=.. arquivo=.. geracao=..>, UM         00005300
      *         <endereco> POR LINHA, <controle registros=N hashCep=H/> 00005400
      *   FIXO  'H' + PARCEIRO(8) + GERACAO AAAAMMDDHHMMSS + ARQUIVO(44)00005500
      *         'D' + CAMPOS NO TAMANHO CHEIO DA BASE (CEP 8, UF 2,     00005600
      *             CIDADE/BAIRRO/LOGRADOURO 30, TIPO 1, COD-IBGE 7)    00005700
      *         'T' + REGISTROS 9(10) + HASH 9(15)                      00005800
      *   CSV   CAMPOS SEM BRANCOS A DIREITA SEPARADOS POR VIRGULA, SEM 00005900
      *         HEADER/TRAILER (COM OS CAMPOS PADRAO = CEPUNL01)        00006000
      *   JSON ESCAPA " E \; XML ESCAPA & < > E ".                      00006100
      * Manifesto CEPMNF01 (120 BYTES) ..........                       00006200
      *   POS 001-008 PARCEIRO        POS 010-013 FORMATO               00006300
      *   POS 015-058 ARQUIVO         POS 060-073 GERACAO AAAAMMDDHHMMSS00006400
      *   POS 075-084 REGISTROS       POS 086-100 HASH DE CONTROLE      00006500
      *   POS 102-103 SAIDA (DD)      POS 105-105 'T' = LINHA TRUNCADA  00006600
      * Hash de controle ..... SOMA DOS CEPS ENTREGUES (NUMERICOS DE 8  00006700
      *                        DIGITOS), O MESMO VALOR DO TRAILER DO    00006800
      *                        ARQUIVO; O PARCEIRO REFAZ A SOMA.        00006900
      * RETURN-CODE .......... 4 = LINHA DE SAIDA TRUNCADA (400 BYTES)  00007000
      *                        8 = PERFIL INVALIDO OU SEM PERFIS (NADA  00007100
      *                            E GRAVADO)                           00007200
      *                        12 = ERRO VSAM                           00007300
      ******************************************************************00007400
       ENVIRONMENT DIVISION.                                            00007500
       INPUT-OUTPUT SECTION.                                            00007600
       FILE-CONTROL.                                                    00007700
      *INPUT FILE - LIDO EM SEQUENCIA DE CHAVE PRIMARIA                 00007800
           SELECT CEPV0001 ASSIGN TO 'CEPV0001'                         00007900
           ORGANIZATION IS INDEXED                                      00008000
           ACCESS MODE IS SEQUENTIAL                                    00008100
           RECORD KEY IS CEPV0001-CEP                                   00008200
           FILE STATUS WK-VSAM-FILE-STATUS.                             00008300
      *                                                                 00008400
           SELECT CEPPRF01 ASSIGN TO 'CEPPRF01'                         00008500
           ORGANIZATION SEQUENTIAL.                                     00008600
      *    PERFIS DE ENTREGA DOS PARCEIROS                              00008700
                                                                        00008800
           SELECT CEPMNF01 ASSIGN TO 'CEPMNF01'                         00008900
           ORGANIZATION SEQUENTIAL.                                     00009000
      *    MANIFESTO DAS ENTREGAS                                       00009100
                                                                        00009200
      *    SAIDAS DAS ENTREGAS (UMA POR PARCEIRO)                       00009300
           SELECT CEPENT01 ASSIGN TO 'CEPENT01'                         00009400
           ORGANIZATION SEQUENTIAL.                                     00009500
           SELECT CEPENT02 ASSIGN TO 'CEPENT02'                         00009600
           ORGANIZATION SEQUENTIAL.                                     00009700
           SELECT CEPENT03 ASSIGN TO 'CEPENT03'                         00009800
           ORGANIZATION SEQUENTIAL.                                     00009900
           SELECT CEPENT04 ASSIGN TO 'CEPENT04'                         00010000
           ORGANIZATION SEQUENTIAL.                                     00010100
           SELECT CEPENT05 ASSIGN TO 'CEPENT05'                         00010200
           ORGANIZATION SEQUENTIAL.                                     00010300
           SELECT CEPENT06 ASSIGN TO 'CEPENT06'                         00010400
           ORGANIZATION SEQUENTIAL.                                     00010500
       DATA DIVISION.                                                   00010600
       FILE SECTION.                                                    00010700
                                                                        00010800
       FD CEPV0001.                                                     00010900
       01 CEPV0001-REC.                                                 00011000
          05 CEPV0001-CEP               PIC  X(008).                    00011100
          05 CEPV0001-UF                PIC  X(002).                    00011200
          05 CEPV0001-CIDADE-BUSCA     PIC  X(030).                     00011300
          05 CEPV0001-CIDADE            PIC  X(030).                    00011400
          05 CEPV0001-BAIRRO            PIC  X(030).                    00011500
          05 CEPV0001-LOGRADOURO        PIC  X(030).                    00011600
          05 CEPV0001-PROTEGIDO            PIC  X(001).                 00011700
          05 CEPV0001-TIPO                 PIC  X(001).                 00011800
          05 CEPV0001-ULT-ATUALIZACAO      PIC  X(021).                 00011900
          05 CEPV0001-ULT-ORIGEM           PIC  X(001).                 00012000
          05 CEPV0001-COD-IBGE             PIC  X(007).                 00012100
      *                                                                 00012200
       FD CEPPRF01                                                      00012300
            RECORDING MODE IS F                                         00012400
            RECORD CONTAINS 080 CHARACTERS.                             00012500
       01 CEPPRF01-REC.                                                 00012600
          05 CEPPRF01-TIPO              PIC  X(001).                    00012700
          05 FILLER                     PIC  X(001).                    00012800
          05 CEPPRF01-PARCEIRO          PIC  X(008).                    00012900
          05 FILLER                     PIC  X(001).                    00013000
          05 CEPPRF01-SAIDA             PIC  X(002).                    00013100
          05 FILLER                     PIC  X(001).                    00013200
          05 CEPPRF01-FORMATO           PIC  X(004).                    00013300
          05 FILLER                     PIC  X(001).                    00013400
          05 CEPPRF01-ARQUIVO           PIC  X(044).                    00013500
          05 FILLER                     PIC  X(017).                    00013600
       01 CEPPRF01-CAMPOS REDEFINES CEPPRF01-REC.                       00013700
          05 FILLER                     PIC  X(011).                    00013800
          05 CEPPRF01-CAMPO-ENTRY OCCURS 5 TIMES.                       00013900
             10 CEPPRF01-CAMPO          PIC  X(012).                    00014000
             10 FILLER                  PIC  X(001).                    00014100
          05 FILLER                     PIC  X(004).                    00014200
       01 CEPPRF01-SELECAO REDEFINES CEPPRF01-REC.                      00014300
          05 FILLER                     PIC  X(011).                    00014400
          05 CEPPRF01-ACAO              PIC  X(001).                    00014500
          05 FILLER                     PIC  X(001).                    00014600
          05 CEPPRF01-CRITERIO          PIC  X(006).                    00014700
          05 FILLER                     PIC  X(001).                    00014800
          05 CEPPRF01-UF                PIC  X(002).                    00014900
          05 FILLER                     PIC  X(001).                    00015000
          05 CEPPRF01-CIDADE            PIC  X(030).                    00015100
          05 FILLER                     PIC  X(027).                    00015200
       01 CEPPRF01-SELECAO2 REDEFINES CEPPRF01-REC.                     00015300
          05 FILLER                     PIC  X(020).                    00015400
          05 CEPPRF01-CEP-INI           PIC  X(008).                    00015500
          05 FILLER                     PIC  X(001).                    00015600
          05 CEPPRF01-CEP-FIM           PIC  X(008).                    00015700
          05 FILLER                     PIC  X(043).                    00015800
      *                                                                 00015900
       FD CEPMNF01                                                      00016000
            RECORDING MODE IS F                                         00016100
            RECORD CONTAINS 120 CHARACTERS.                             00016200
       01 CEPMNF01-REC.                                                 00016300
          05 CEPMNF01-PARCEIRO          PIC  X(008).                    00016400
          05 FILLER                     PIC  X(001).                    00016500
          05 CEPMNF01-FORMATO           PIC  X(004).                    00016600
          05 FILLER                     PIC  X(001).                    00016700
          05 CEPMNF01-ARQUIVO           PIC  X(044).                    00016800
          05 FILLER                     PIC  X(001).                    00016900
          05 CEPMNF01-GERACAO           PIC  X(014).                    00017000
          05 FILLER                     PIC  X(001).                    00017100
          05 CEPMNF01-REGISTROS         PIC  9(010).                    00017200
          05 FILLER                     PIC  X(001).                    00017300
          05 CEPMNF01-HASH              PIC  9(015).                    00017400
          05 FILLER                     PIC  X(001).                    00017500
          05 CEPMNF01-SAIDA             PIC  9(002).                    00017600
          05 FILLER                     PIC  X(001).                    00017700
          05 CEPMNF01-TRUNCADA          PIC  X(001).                    00017800
          05 FILLER                     PIC  X(015).                    00017900
      *                                                                 00018000
       FD CEPENT01                                                      00018100
            RECORDING MODE IS F                                         00018200
            RECORD CONTAINS 400 CHARACTERS.                             00018300
       01 CEPENT01-REC                  PIC  X(400).                    00018400
       FD CEPENT02                                                      00018500
            RECORDING MODE IS F                                         00018600
            RECORD CONTAINS 400 CHARACTERS.                             00018700
       01 CEPENT02-REC                  PIC  X(400).                    00018800
       FD CEPENT03                                                      00018900
            RECORDING MODE IS F                                         00019000
            RECORD CONTAINS 400 CHARACTERS.                             00019100
       01 CEPENT03-REC                  PIC  X(400).                    00019200
       FD CEPENT04                                                      00019300
            RECORDING MODE IS F                                         00019400
            RECORD CONTAINS 400 CHARACTERS.                             00019500
       01 CEPENT04-REC                  PIC  X(400).                    00019600
       FD CEPENT05                                                      00019700
            RECORDING MODE IS F                                         00019800
            RECORD CONTAINS 400 CHARACTERS.                             00019900
       01 CEPENT05-REC                  PIC  X(400).                    00020000
       FD CEPENT06                                                      00020100
            RECORDING MODE IS F                                         00020200
            RECORD CONTAINS 400 CHARACTERS.                             00020300
       01 CEPENT06-REC                  PIC  X(400).                    00020400
      *                                                                 00020500
       WORKING-STORAGE SECTION.                                         00020600
        01 WORKING-AREAS.                                               00020700
           03 WK-VSAM-FILE-STATUS       PIC  X(002) VALUE SPACES.       00020800
           03 WK-EOF                    PIC  X(001) VALUE 'N'.          00020900
           03 WK-EOF-PRF                PIC  X(001) VALUE 'N'.          00021000
           03 WK-CURRENT-DATE           PIC  X(021) VALUE SPACES.       00021100
           03 WK-GERACAO                PIC  X(014) VALUE SPACES.       00021200
           03 WK-GERACAO-ISO            PIC  X(019) VALUE SPACES.       00021300
           03 WK-CONT-LIDOS             PIC  9(010) VALUE ZEROS.        00021400
           03 WK-CONT-CARTOES           PIC  9(005) VALUE ZEROS.        00021500
           03 WK-SELECIONA              PIC  X(001) VALUE 'N'.          00021600
           03 WK-CASOU-CARTAO           PIC  X(001) VALUE 'N'.          00021700
           03 WK-ACHOU                  PIC  X(001) VALUE 'N'.          00021800
           03 WK-PAR                    PIC S9(004) COMP VALUE 0.       00021900
           03 WK-SUB                    PIC S9(004) COMP VALUE 0.       00022000
           03 WK-CPO                    PIC S9(004) COMP VALUE 0.       00022100
           03 WK-IND                    PIC S9(004) COMP VALUE 0.       00022200
           03 WK-POS                    PIC S9(004) COMP VALUE 0.       00022300
           03 WK-CAMPO-COD              PIC  9(002) VALUE ZEROS.        00022400
           03 WK-CEP-NUM                PIC  9(008) VALUE ZEROS.        00022500
                                                                        00022600
      *    LINHA DE SAIDA EM MONTAGEM                                   00022700
        01 WK-MONTAGEM.                                                 00022800
           03 WK-SAIDA                  PIC  X(400) VALUE SPACES.       00022900
           03 WK-PTR                    PIC S9(004) COMP VALUE 1.       00023000
           03 WK-ESTOURO                PIC  X(001) VALUE 'N'.          00023100
           03 WK-VALOR                  PIC  X(044) VALUE SPACES.       00023200
           03 WK-VALOR-LEN              PIC S9(004) COMP VALUE 0.       00023300
           03 WK-FIM-TRIM               PIC  X(001) VALUE 'N'.          00023400
           03 WK-CAR                    PIC  X(001) VALUE SPACE.        00023500
           03 WK-NUM-EDIT               PIC  Z(014)9.                   00023600
           03 WK-NUM-BRANCOS            PIC S9(004) COMP VALUE 0.       00023700
           03 WK-NUM-INI                PIC S9(004) COMP VALUE 0.       00023800
           03 WK-ASPAS                  PIC  X(001) VALUE '"'.          00023900
                                                                        00024000
      *    CAMPOS QUE PODEM SER ENTREGUES: NOME NO CARTAO 'C', NOME     00024100
      *    DO ELEMENTO NO JSON/XML E TAMANHO NO FORMATO FIXO            00024200
        01 WK-TAB-CAMPOS-INI.                                           00024300
           03 FILLER                    PIC  X(026) VALUE               00024400
              'CEP         cep       0308'.                             00024500
           03 FILLER                    PIC  X(026) VALUE               00024600
              'UF          uf        0202'.                             00024700
           03 FILLER                    PIC  X(026) VALUE               00024800
              'CIDADE      cidade    0630'.                             00024900
           03 FILLER                    PIC  X(026) VALUE               00025000
              'BAIRRO      bairro    0630'.                             00025100
           03 FILLER                    PIC  X(026) VALUE               00025200
              'LOGRADOURO  logradouro1030'.                             00025300
           03 FILLER                    PIC  X(026) VALUE               00025400
              'TIPO        tipo      0401'.                             00025500
           03 FILLER                    PIC  X(026) VALUE               00025600
              'COD-IBGE    codIbge   0707'.                             00025700
        01 WK-TAB-CAMPOS REDEFINES WK-TAB-CAMPOS-INI.                   00025800
           03 WK-CAMPO-ENTRY OCCURS 7 TIMES.                            00025900
              05 WK-CAMPO-NOME          PIC  X(012).                    00026000
              05 WK-CAMPO-ROTULO        PIC  X(010).                    00026100
              05 WK-CAMPO-ROTULO-LEN    PIC  9(002).                    00026200
              05 WK-CAMPO-TAMANHO       PIC  9(002).                    00026300
                                                                        00026400
      *    PERFIS CARREGADOS (ATE 6, UM POR SAIDA CEPENT01-06)          00026500
        01 WK-TAB-PARCEIROS.                                            00026600
           03 WK-PAR-QTDE               PIC  9(002) VALUE ZEROS.        00026700
           03 WK-PAR-ENTRY OCCURS 6 TIMES.                              00026800
              05 WK-PAR-CODIGO          PIC  X(008).                    00026900
              05 WK-PAR-SAIDA           PIC  9(002).                    00027000
              05 WK-PAR-FORMATO         PIC  X(004).                    00027100
              05 WK-PAR-ARQUIVO         PIC  X(044).                    00027200
              05 WK-PAR-QTDE-CAMPOS     PIC  9(002).                    00027300
              05 WK-PAR-CAMPO           PIC  9(002) OCCURS 10 TIMES.    00027400
              05 WK-PAR-TEM-INCLUI      PIC  X(001).                    00027500
              05 WK-PAR-CONT            PIC  9(010).                    00027600
              05 WK-PAR-EXCLUIDOS       PIC  9(010).                    00027700
              05 WK-PAR-HASH            PIC  9(015).                    00027800
              05 WK-PAR-TRUNCADA        PIC  X(001).                    00027900
                                                                        00028000
      *    CARTOES DE SELECAO DOS PERFIS (ATE 100 NO TOTAL); CADA       00028100
      *    ENTRADA GUARDA O PARCEIRO E O PROPRIO CONTADOR               00028200
        01 WK-TAB-CARTOES.                                              00028300
           03 WK-CRT-QTDE               PIC  9(003) VALUE ZEROS.        00028400
           03 WK-CRT-ENTRY OCCURS 100 TIMES.                            00028500
              05 WK-CRT-PAR             PIC  9(002).                    00028600
              05 WK-CRT-ACAO            PIC  X(001).                    00028700
              05 WK-CRT-CRITERIO        PIC  X(006).                    00028800
              05 WK-CRT-UF              PIC  X(002).                    00028900
              05 WK-CRT-CIDADE          PIC  X(030).                    00029000
              05 WK-CRT-CEP-INI         PIC  X(008).                    00029100
              05 WK-CRT-CEP-FIM         PIC  X(008).                    00029200
              05 WK-CRT-CONT            PIC  9(010).                    00029300
                                                                        00029400
       PROCEDURE DIVISION.                                              00029500
      *                                                                 00029600
       MAIN-PARA.                                                       00029700
           MOVE FUNCTION CURRENT-DATE TO WK-CURRENT-DATE                00029800
           MOVE WK-CURRENT-DATE (1:14) TO WK-GERACAO                    00029900
           STRING WK-CURRENT-DATE (1:4)  '-'                            00030000
                  WK-CURRENT-DATE (5:2)  '-'                            00030100
                  WK-CURRENT-DATE (7:2)  'T'                            00030200
                  WK-CURRENT-DATE (9:2)  ':'                            00030300
                  WK-CURRENT-DATE (11:2) ':'                            00030400
                  WK-CURRENT-DATE (13:2)                                00030500
              DELIMITED BY SIZE INTO WK-GERACAO-ISO                     00030600
           END-STRING                                                   00030700
                                                                        00030800
           PERFORM CARREGA-PERFIS                                       00030900
           PERFORM OPEN-FILES                                           00031000
           PERFORM CABECALHO-ENTREGA                                    00031100
              VARYING WK-PAR FROM 1 BY 1 UNTIL WK-PAR > WK-PAR-QTDE     00031200
           PERFORM READ-FILE UNTIL WK-EOF EQUAL 'Y'                     00031300
           PERFORM FECHA-ENTREGA                                        00031400
              VARYING WK-PAR FROM 1 BY 1 UNTIL WK-PAR > WK-PAR-QTDE     00031500
                                                                        00031600
           PERFORM RELATORIO-CONTROLE                                   00031700
                                                                        00031800
           PERFORM CLOSE-FILES                                          00031900
           STOP RUN                                                     00032000
           .                                                            00032100
      *                                                                 00032200
      *    CARGA E CRITICA DOS PERFIS: QUALQUER CARTAO INVALIDO         00032300
      *    TERMINA COM RC 8 ANTES DE ABRIR AS SAIDAS                    00032400
      *                                                                 00032500
       CARREGA-PERFIS.                                                  00032600
           OPEN INPUT CEPPRF01                                          00032700
           PERFORM LE-PERFIL UNTIL WK-EOF-PRF = 'Y'                     00032800
           CLOSE CEPPRF01                                               00032900
           IF WK-PAR-QTDE = 0                                           00033000
              DISPLAY 'NENHUM PERFIL DE PARCEIRO EM CEPPRF01'           00033100
              MOVE 8 TO RETURN-CODE                                     00033200
              STOP RUN                                                  00033300
           END-IF                                                       00033400
           PERFORM COMPLETA-PERFIL                                      00033500
              VARYING WK-PAR FROM 1 BY 1 UNTIL WK-PAR > WK-PAR-QTDE     00033600
           .                                                            00033700
       LE-PERFIL.                                                       00033800
           READ CEPPRF01 RECORD AT END MOVE 'Y' TO WK-EOF-PRF.          00033900
                                                                        00034000
           IF WK-EOF-PRF NOT = 'Y'                                      00034100
              ADD 1 TO WK-CONT-CARTOES                                  00034200
              IF CEPPRF01-TIPO = '*' OR CEPPRF01-REC = SPACES           00034300
                 CONTINUE                                               00034400
              ELSE                                                      00034500
                 PERFORM GUARDA-CARTAO-PERFIL                           00034600
              END-IF                                                    00034700
           END-IF                                                       00034800
           .                                                            00034900
       GUARDA-CARTAO-PERFIL.                                            00035000
           IF CEPPRF01-TIPO NOT = 'P'                                   00035100
              PERFORM PROCURA-PARCEIRO                                  00035200
              IF WK-ACHOU = 'N'                                         00035300
                 DISPLAY 'CARTAO SEM PERFIL P ANTERIOR: ' CEPPRF01-REC  00035400
                 PERFORM REJEITA-PERFIL                                 00035500
              END-IF                                                    00035600
           END-IF                                                       00035700
           EVALUATE CEPPRF01-TIPO                                       00035800
              WHEN 'P'                                                  00035900
                 PERFORM GUARDA-PERFIL                                  00036000
              WHEN 'C'                                                  00036100
                 PERFORM GUARDA-CAMPOS                                  00036200
              WHEN 'S'                                                  00036300
                 PERFORM GUARDA-SELECAO                                 00036400
              WHEN OTHER                                                00036500
                 DISPLAY 'CARTAO INVALIDO (TIPO): ' CEPPRF01-REC        00036600
                 PERFORM REJEITA-PERFIL                                 00036700
           END-EVALUATE                                                 00036800
           .                                                            00036900
       PROCURA-PARCEIRO.                                                00037000
           MOVE 'N' TO WK-ACHOU                                         00037100
           PERFORM COMPARA-PARCEIRO                                     00037200
              VARYING WK-PAR FROM 1 BY 1                                00037300
              UNTIL WK-PAR > WK-PAR-QTDE OR WK-ACHOU = 'S'              00037400
           IF WK-ACHOU = 'S'                                            00037500
              SUBTRACT 1 FROM WK-PAR                                    00037600
           END-IF                                                       00037700
           .                                                            00037800
       COMPARA-PARCEIRO.                                                00037900
           IF WK-PAR-CODIGO (WK-PAR) = CEPPRF01-PARCEIRO                00038000
              MOVE 'S' TO WK-ACHOU                                      00038100
           END-IF                                                       00038200
           .                                                            00038300
       GUARDA-PERFIL.                                                   00038400
           IF CEPPRF01-PARCEIRO = SPACES                                00038500
              DISPLAY 'CARTAO INVALIDO (PARCEIRO): ' CEPPRF01-REC       00038600
              PERFORM REJEITA-PERFIL                                    00038700
           END-IF                                                       00038800
           PERFORM PROCURA-PARCEIRO                                     00038900
           IF WK-ACHOU = 'S'                                            00039000
              DISPLAY 'PARCEIRO COM MAIS DE UM PERFIL: ' CEPPRF01-REC   00039100
              PERFORM REJEITA-PERFIL                                    00039200
           END-IF                                                       00039300
           IF CEPPRF01-SAIDA IS NOT NUMERIC OR                          00039400
              CEPPRF01-SAIDA < '01' OR CEPPRF01-SAIDA > '06'            00039500
              DISPLAY 'CARTAO INVALIDO (SAIDA 01-06): ' CEPPRF01-REC    00039600
              PERFORM REJEITA-PERFIL                                    00039700
           END-IF                                                       00039800
           PERFORM PROCURA-SAIDA                                        00039900
           IF WK-ACHOU = 'S'                                            00040000
              DISPLAY 'SAIDA JA USADA POR OUTRO PERFIL: ' CEPPRF01-REC  00040100
              PERFORM REJEITA-PERFIL                                    00040200
           END-IF                                                       00040300
           IF CEPPRF01-FORMATO NOT = 'JSON' AND                         00040400
              CEPPRF01-FORMATO NOT = 'XML ' AND                         00040500
              CEPPRF01-FORMATO NOT = 'FIXO' AND                         00040600
              CEPPRF01-FORMATO NOT = 'CSV '                             00040700
              DISPLAY 'CARTAO INVALIDO (FORMATO): ' CEPPRF01-REC        00040800
              PERFORM REJEITA-PERFIL                                    00040900
           END-IF                                                       00041000
           IF CEPPRF01-ARQUIVO = SPACES                                 00041100
              DISPLAY 'CARTAO INVALIDO (ARQUIVO): ' CEPPRF01-REC        00041200
              PERFORM REJEITA-PERFIL                                    00041300
           END-IF                                                       00041400
           IF WK-PAR-QTDE >= 6                                          00041500
              DISPLAY 'LIMITE DE 6 PERFIS EXCEDIDO'                     00041600
              PERFORM REJEITA-PERFIL                                    00041700
           END-IF                                                       00041800
           ADD  1                 TO WK-PAR-QTDE                        00041900
           MOVE WK-PAR-QTDE       TO WK-PAR                             00042000
           MOVE CEPPRF01-PARCEIRO TO WK-PAR-CODIGO (WK-PAR)             00042100
           MOVE CEPPRF01-SAIDA    TO WK-PAR-SAIDA (WK-PAR)              00042200
           MOVE CEPPRF01-FORMATO  TO WK-PAR-FORMATO (WK-PAR)            00042300
           MOVE CEPPRF01-ARQUIVO  TO WK-PAR-ARQUIVO (WK-PAR)            00042400
           INSPECT WK-PAR-ARQUIVO (WK-PAR)                              00042500
              REPLACING ALL 'AAAAMMDD' BY WK-CURRENT-DATE (1:8)         00042600
           MOVE ZEROS             TO WK-PAR-QTDE-CAMPOS (WK-PAR)        00042700
           MOVE 'N'               TO WK-PAR-TEM-INCLUI (WK-PAR)         00042800
           MOVE ZEROS             TO WK-PAR-CONT (WK-PAR)               00042900
           MOVE ZEROS             TO WK-PAR-EXCLUIDOS (WK-PAR)          00043000
           MOVE ZEROS             TO WK-PAR-HASH (WK-PAR)               00043100
           MOVE 'N'               TO WK-PAR-TRUNCADA (WK-PAR)           00043200
           .                                                            00043300
       PROCURA-SAIDA.                                                   00043400
           MOVE 'N' TO WK-ACHOU                                         00043500
           PERFORM COMPARA-SAIDA                                        00043600
              VARYING WK-SUB FROM 1 BY 1                                00043700
              UNTIL WK-SUB > WK-PAR-QTDE OR WK-ACHOU = 'S'              00043800
           .                                                            00043900
       COMPARA-SAIDA.                                                   00044000
           IF WK-PAR-SAIDA (WK-SUB) = CEPPRF01-SAIDA                    00044100
              MOVE 'S' TO WK-ACHOU                                      00044200
           END-IF                                                       00044300
           .                                                            00044400
       GUARDA-CAMPOS.                                                   00044500
           PERFORM GUARDA-CAMPO VARYING WK-SUB FROM 1 BY 1              00044600
              UNTIL WK-SUB > 5                                          00044700
           .                                                            00044800
       GUARDA-CAMPO.                                                    00044900
           IF CEPPRF01-CAMPO (WK-SUB) NOT = SPACES                      00045000
              MOVE 0 TO WK-CAMPO-COD                                    00045100
              PERFORM COMPARA-CAMPO VARYING WK-CPO FROM 1 BY 1          00045200
                 UNTIL WK-CPO > 7                                       00045300
              IF WK-CAMPO-COD = 0                                       00045400
                 DISPLAY 'CAMPO DESCONHECIDO: '                         00045500
                    CEPPRF01-CAMPO (WK-SUB) ' - ' CEPPRF01-REC          00045600
                 PERFORM REJEITA-PERFIL                                 00045700
              END-IF                                                    00045800
              IF WK-PAR-QTDE-CAMPOS (WK-PAR) >= 10                      00045900
                 DISPLAY 'LIMITE DE 10 CAMPOS EXCEDIDO: ' CEPPRF01-REC  00046000
                 PERFORM REJEITA-PERFIL                                 00046100
              END-IF                                                    00046200
              ADD  1 TO WK-PAR-QTDE-CAMPOS (WK-PAR)                     00046300
              MOVE WK-PAR-QTDE-CAMPOS (WK-PAR) TO WK-IND                00046400
              MOVE WK-CAMPO-COD TO WK-PAR-CAMPO (WK-PAR WK-IND)         00046500
           END-IF                                                       00046600
           .                                                            00046700
       COMPARA-CAMPO.                                                   00046800
           IF WK-CAMPO-NOME (WK-CPO) = CEPPRF01-CAMPO (WK-SUB)          00046900
              MOVE WK-CPO TO WK-CAMPO-COD                               00047000
           END-IF                                                       00047100
           .                                                            00047200
       GUARDA-SELECAO.                                                  00047300
      *    MESMA CRITICA DOS CARTOES CEPSEL01 DE CEPXTRT                00047400
           IF CEPPRF01-ACAO NOT = 'I' AND CEPPRF01-ACAO NOT = 'E'       00047500
              DISPLAY 'CARTAO INVALIDO (ACAO): ' CEPPRF01-REC           00047600
              PERFORM REJEITA-PERFIL                                    00047700
           END-IF                                                       00047800
           IF CEPPRF01-CRITERIO NOT = 'UF' AND                          00047900
              CEPPRF01-CRITERIO NOT = 'CIDADE' AND                      00048000
              CEPPRF01-CRITERIO NOT = 'FAIXA'                           00048100
              DISPLAY 'CARTAO INVALIDO (CRITERIO): ' CEPPRF01-REC       00048200
              PERFORM REJEITA-PERFIL                                    00048300
           END-IF                                                       00048400
           IF CEPPRF01-CRITERIO = 'FAIXA'                               00048500
              IF CEPPRF01-CEP-INI IS NOT NUMERIC OR                     00048600
                 CEPPRF01-CEP-FIM IS NOT NUMERIC OR                     00048700
                 CEPPRF01-CEP-INI > CEPPRF01-CEP-FIM                    00048800
                 DISPLAY 'CARTAO INVALIDO (FAIXA): ' CEPPRF01-REC       00048900
                 PERFORM REJEITA-PERFIL                                 00049000
              END-IF                                                    00049100
           END-IF                                                       00049200
           IF WK-CRT-QTDE >= 100                                        00049300
              DISPLAY 'LIMITE DE 100 CARTOES DE SELECAO EXCEDIDO'       00049400
              PERFORM REJEITA-PERFIL                                    00049500
           END-IF                                                       00049600
           ADD  1                 TO WK-CRT-QTDE                        00049700
           MOVE WK-CRT-QTDE       TO WK-SUB                             00049800
           MOVE WK-PAR            TO WK-CRT-PAR (WK-SUB)                00049900
           MOVE CEPPRF01-ACAO     TO WK-CRT-ACAO (WK-SUB)               00050000
           MOVE CEPPRF01-CRITERIO TO WK-CRT-CRITERIO (WK-SUB)           00050100
           MOVE SPACES            TO WK-CRT-UF (WK-SUB)                 00050200
           MOVE SPACES            TO WK-CRT-CIDADE (WK-SUB)             00050300
           MOVE SPACES            TO WK-CRT-CEP-INI (WK-SUB)            00050400
           MOVE SPACES            TO WK-CRT-CEP-FIM (WK-SUB)            00050500
           MOVE ZEROS             TO WK-CRT-CONT (WK-SUB)               00050600
           EVALUATE CEPPRF01-CRITERIO                                   00050700
              WHEN 'UF'                                                 00050800
                 MOVE CEPPRF01-UF      TO WK-CRT-UF (WK-SUB)            00050900
              WHEN 'CIDADE'                                             00051000
                 MOVE CEPPRF01-UF      TO WK-CRT-UF (WK-SUB)            00051100
                 MOVE CEPPRF01-CIDADE  TO WK-CRT-CIDADE (WK-SUB)        00051200
              WHEN 'FAIXA'                                              00051300
                 MOVE CEPPRF01-CEP-INI TO WK-CRT-CEP-INI (WK-SUB)       00051400
                 MOVE CEPPRF01-CEP-FIM TO WK-CRT-CEP-FIM (WK-SUB)       00051500
           END-EVALUATE                                                 00051600
           IF CEPPRF01-ACAO = 'I'                                       00051700
              MOVE 'S' TO WK-PAR-TEM-INCLUI (WK-PAR)                    00051800
           END-IF                                                       00051900
           .                                                            00052000
       REJEITA-PERFIL.                                                  00052100
           CLOSE CEPPRF01                                               00052200
           DISPLAY 'CARTAO NUMERO ' WK-CONT-CARTOES ' DE CEPPRF01 - '   00052300
              'NENHUMA ENTREGA GERADA'                                  00052400
           MOVE 8 TO RETURN-CODE                                        00052500
           STOP RUN                                                     00052600
           .                                                            00052700
       COMPLETA-PERFIL.                                                 00052800
      *    SEM CARTAO 'C': OS SEIS CAMPOS DO CSV DE CEPUNLD             00052900
           IF WK-PAR-QTDE-CAMPOS (WK-PAR) = 0                           00053000
              MOVE 6 TO WK-PAR-QTDE-CAMPOS (WK-PAR)                     00053100
              PERFORM CAMPO-PADRAO VARYING WK-IND FROM 1 BY 1           00053200
                 UNTIL WK-IND > 6                                       00053300
           END-IF                                                       00053400
           .                                                            00053500
       CAMPO-PADRAO.                                                    00053600
           MOVE WK-IND TO WK-PAR-CAMPO (WK-PAR WK-IND)                  00053700
           .                                                            00053800
       OPEN-FILES.                                                      00053900
           OPEN EXTEND CEPMNF01                                         00054000
           PERFORM ABRE-SAIDA                                           00054100
              VARYING WK-PAR FROM 1 BY 1 UNTIL WK-PAR > WK-PAR-QTDE     00054200
           OPEN INPUT  CEPV0001                                         00054300
           IF WK-VSAM-FILE-STATUS NOT = '00'                            00054400
              DISPLAY "-----ERRO VSAM NO OPEN -----"                    00054500
              DISPLAY WK-VSAM-FILE-STATUS                               00054600
              MOVE 12 TO RETURN-CODE                                    00054700
              STOP RUN                                                  00054800
           END-IF                                                       00054900
           .                                                            00055000
       ABRE-SAIDA.                                                      00055100
           EVALUATE WK-PAR-SAIDA (WK-PAR)                               00055200
              WHEN 1 OPEN OUTPUT CEPENT01                               00055300
              WHEN 2 OPEN OUTPUT CEPENT02                               00055400
              WHEN 3 OPEN OUTPUT CEPENT03                               00055500
              WHEN 4 OPEN OUTPUT CEPENT04                               00055600
              WHEN 5 OPEN OUTPUT CEPENT05                               00055700
              WHEN 6 OPEN OUTPUT CEPENT06                               00055800
           END-EVALUATE                                                 00055900
           .                                                            00056000
       READ-FILE.                                                       00056100
           READ CEPV0001 NEXT RECORD AT END MOVE 'Y' TO WK-EOF          00056200
           END-READ                                                     00056300
                                                                        00056400
           EVALUATE WK-VSAM-FILE-STATUS                                 00056500
              WHEN '00'                                                 00056600
                 ADD 1 TO WK-CONT-LIDOS                                 00056700
                 PERFORM TRATA-PARCEIRO                                 00056800
                    VARYING WK-PAR FROM 1 BY 1                          00056900
                    UNTIL WK-PAR > WK-PAR-QTDE                          00057000
              WHEN '10'                                                 00057100
                 CONTINUE                                               00057200
              WHEN OTHER                                                00057300
                 DISPLAY "-----ERRO VSAM -----"                         00057400
                 DISPLAY WK-VSAM-FILE-STATUS                            00057500
                 PERFORM CLOSE-FILES                                    00057600
                 MOVE 12 TO RETURN-CODE                                 00057700
                 STOP RUN                                               00057800
           END-EVALUATE                                                 00057900
           .                                                            00058000
       TRATA-PARCEIRO.                                                  00058100
      *    PRIMEIRO OS CARTOES 'E' DO PARCEIRO (A EXCLUSAO PREVALECE),  00058200
      *    DEPOIS OS 'I'; SEM CARTAO 'I' TODO REGISTRO NAO EXCLUIDO SAI 00058300
           MOVE 'N' TO WK-SELECIONA                                     00058400
           PERFORM TESTA-EXCLUSAO VARYING WK-SUB FROM 1 BY 1            00058500
              UNTIL WK-SUB > WK-CRT-QTDE OR WK-SELECIONA = 'E'          00058600
           IF WK-SELECIONA NOT = 'E'                                    00058700
              IF WK-PAR-TEM-INCLUI (WK-PAR) = 'N'                       00058800
                 MOVE 'S' TO WK-SELECIONA                               00058900
              ELSE                                                      00059000
                 PERFORM TESTA-INCLUSAO VARYING WK-SUB FROM 1 BY 1      00059100
                    UNTIL WK-SUB > WK-CRT-QTDE OR WK-SELECIONA = 'S'    00059200
              END-IF                                                    00059300
           END-IF                                                       00059400
           EVALUATE WK-SELECIONA                                        00059500
              WHEN 'S'                                                  00059600
                 PERFORM MONTA-DETALHE                                  00059700
                 PERFORM GRAVA-SAIDA                                    00059800
                 ADD 1 TO WK-PAR-CONT (WK-PAR)                          00059900
                 IF CEPV0001-CEP IS NUMERIC                             00060000
                    MOVE CEPV0001-CEP TO WK-CEP-NUM                     00060100
                    ADD  WK-CEP-NUM   TO WK-PAR-HASH (WK-PAR)           00060200
                 END-IF                                                 00060300
              WHEN 'E'                                                  00060400
                 ADD 1 TO WK-PAR-EXCLUIDOS (WK-PAR)                     00060500
           END-EVALUATE                                                 00060600
           .                                                            00060700
       TESTA-EXCLUSAO.                                                  00060800
           IF WK-CRT-PAR (WK-SUB) = WK-PAR AND                          00060900
              WK-CRT-ACAO (WK-SUB) = 'E'                                00061000
              PERFORM TESTA-CARTAO                                      00061100
              IF WK-CASOU-CARTAO = 'S'                                  00061200
                 MOVE 'E' TO WK-SELECIONA                               00061300
                 ADD  1   TO WK-CRT-CONT (WK-SUB)                       00061400
              END-IF                                                    00061500
           END-IF                                                       00061600
           .                                                            00061700
       TESTA-INCLUSAO.                                                  00061800
           IF WK-CRT-PAR (WK-SUB) = WK-PAR AND                          00061900
              WK-CRT-ACAO (WK-SUB) = 'I'                                00062000
              PERFORM TESTA-CARTAO                                      00062100
              IF WK-CASOU-CARTAO = 'S'                                  00062200
                 MOVE 'S' TO WK-SELECIONA                               00062300
                 ADD  1   TO WK-CRT-CONT (WK-SUB)                       00062400
              END-IF                                                    00062500
           END-IF                                                       00062600
           .                                                            00062700
       TESTA-CARTAO.                                                    00062800
           MOVE 'N' TO WK-CASOU-CARTAO                                  00062900
           EVALUATE WK-CRT-CRITERIO (WK-SUB)                            00063000
              WHEN 'UF'                                                 00063100
                 IF CEPV0001-UF = WK-CRT-UF (WK-SUB)                    00063200
                    MOVE 'S' TO WK-CASOU-CARTAO                         00063300
                 END-IF                                                 00063400
              WHEN 'CIDADE'                                             00063500
                 IF CEPV0001-UF = WK-CRT-UF (WK-SUB) AND                00063600
                    CEPV0001-CIDADE-BUSCA = WK-CRT-CIDADE (WK-SUB)      00063700
                    MOVE 'S' TO WK-CASOU-CARTAO                         00063800
                 END-IF                                                 00063900
              WHEN 'FAIXA'                                              00064000
                 IF CEPV0001-CEP NOT < WK-CRT-CEP-INI (WK-SUB) AND      00064100
                    CEPV0001-CEP NOT > WK-CRT-CEP-FIM (WK-SUB)          00064200
                    MOVE 'S' TO WK-CASOU-CARTAO                         00064300
                 END-IF                                                 00064400
           END-EVALUATE                                                 00064500
           .                                                            00064600
      *                                                                 00064700
      *    MONTAGEM DAS LINHAS NO FORMATO DO PARCEIRO                   00064800
      *                                                                 00064900
       CABECALHO-ENTREGA.                                               00065000
           EVALUATE WK-PAR-FORMATO (WK-PAR)                             00065100
              WHEN 'JSON'                                               00065200
                 PERFORM INICIA-LINHA                                   00065300
                 PERFORM ANEXA-ABRE-CHAVE                               00065400
                 MOVE 'parceiro'                TO WK-VALOR             00065500
                 PERFORM ANEXA-ROTULO-LITERAL                           00065600
                 MOVE WK-PAR-CODIGO (WK-PAR)    TO WK-VALOR             00065700
                 PERFORM ANEXA-TEXTO-JSON                               00065800
                 PERFORM ANEXA-VIRGULA                                  00065900
                 MOVE 'arquivo'                 TO WK-VALOR             00066000
                 PERFORM ANEXA-ROTULO-LITERAL                           00066100
                 MOVE WK-PAR-ARQUIVO (WK-PAR)   TO WK-VALOR             00066200
                 PERFORM ANEXA-TEXTO-JSON                               00066300
                 PERFORM ANEXA-VIRGULA                                  00066400
                 MOVE 'geracao'                 TO WK-VALOR             00066500
                 PERFORM ANEXA-ROTULO-LITERAL                           00066600
                 MOVE WK-GERACAO-ISO            TO WK-VALOR             00066700
                 PERFORM ANEXA-TEXTO-JSON                               00066800
                 PERFORM ANEXA-VIRGULA                                  00066900
                 MOVE 'enderecos'               TO WK-VALOR             00067000
                 PERFORM ANEXA-ROTULO-LITERAL                           00067100
                 STRING '[' DELIMITED BY SIZE                           00067200
                    INTO WK-SAIDA WITH POINTER WK-PTR                   00067300
                 END-STRING                                             00067400
                 PERFORM GRAVA-SAIDA                                    00067500
              WHEN 'XML '                                               00067600
                 PERFORM INICIA-LINHA                                   00067700
                 STRING '<?xml version="1.0" encoding="ISO-8859-1"?>'   00067800
                    DELIMITED BY SIZE INTO WK-SAIDA WITH POINTER WK-PTR 00067900
                 END-STRING                                             00068000
                 PERFORM GRAVA-SAIDA                                    00068100
                 PERFORM INICIA-LINHA                                   00068200
                 STRING '<entrega parceiro="'                           00068300
                    DELIMITED BY SIZE INTO WK-SAIDA WITH POINTER WK-PTR 00068400
                 END-STRING                                             00068500
                 MOVE WK-PAR-CODIGO (WK-PAR)    TO WK-VALOR             00068600
                 PERFORM ANEXA-VALOR-ESCAPADO                           00068700
                 STRING '" arquivo="'                                   00068800
                    DELIMITED BY SIZE INTO WK-SAIDA WITH POINTER WK-PTR 00068900
                 END-STRING                                             00069000
                 MOVE WK-PAR-ARQUIVO (WK-PAR)   TO WK-VALOR             00069100
                 PERFORM ANEXA-VALOR-ESCAPADO                           00069200
                 STRING '" geracao="' WK-GERACAO-ISO '">'               00069300
                    DELIMITED BY SIZE INTO WK-SAIDA WITH POINTER WK-PTR 00069400
                 END-STRING                                             00069500
                 PERFORM GRAVA-SAIDA                                    00069600
              WHEN 'FIXO'                                               00069700
                 PERFORM INICIA-LINHA                                   00069800
                 STRING 'H' WK-PAR-CODIGO (WK-PAR) WK-GERACAO           00069900
                        WK-PAR-ARQUIVO (WK-PAR)                         00070000
                    DELIMITED BY SIZE INTO WK-SAIDA WITH POINTER WK-PTR 00070100
                 END-STRING                                             00070200
                 PERFORM GRAVA-SAIDA                                    00070300
           END-EVALUATE                                                 00070400
           .                                                            00070500
       MONTA-DETALHE.                                                   00070600
           PERFORM INICIA-LINHA                                         00070700
           EVALUATE WK-PAR-FORMATO (WK-PAR)                             00070800
              WHEN 'JSON'                                               00070900
                 IF WK-PAR-CONT (WK-PAR) > 0                            00071000
                    PERFORM ANEXA-VIRGULA                               00071100
                 END-IF                                                 00071200
                 PERFORM ANEXA-ABRE-CHAVE                               00071300
              WHEN 'XML '                                               00071400
                 STRING '<endereco>'                                    00071500
                    DELIMITED BY SIZE INTO WK-SAIDA WITH POINTER WK-PTR 00071600
                 END-STRING                                             00071700
              WHEN 'FIXO'                                               00071800
                 STRING 'D'                                             00071900
                    DELIMITED BY SIZE INTO WK-SAIDA WITH POINTER WK-PTR 00072000
                 END-STRING                                             00072100
           END-EVALUATE                                                 00072200
           PERFORM MONTA-CAMPO VARYING WK-IND FROM 1 BY 1               00072300
              UNTIL WK-IND > WK-PAR-QTDE-CAMPOS (WK-PAR)                00072400
           EVALUATE WK-PAR-FORMATO (WK-PAR)                             00072500
              WHEN 'JSON'                                               00072600
                 STRING '}'                                             00072700
                    DELIMITED BY SIZE INTO WK-SAIDA WITH POINTER WK-PTR 00072800
                    ON OVERFLOW MOVE 'S' TO WK-ESTOURO                  00072900
                 END-STRING                                             00073000
              WHEN 'XML '                                               00073100
                 STRING '</endereco>'                                   00073200
                    DELIMITED BY SIZE INTO WK-SAIDA WITH POINTER WK-PTR 00073300
                    ON OVERFLOW MOVE 'S' TO WK-ESTOURO                  00073400
                 END-STRING                                             00073500
           END-EVALUATE                                                 00073600
           .                                                            00073700
       MONTA-CAMPO.                                                     00073800
           MOVE WK-PAR-CAMPO (WK-PAR WK-IND) TO WK-CPO                  00073900
           MOVE SPACES TO WK-VALOR                                      00074000
           EVALUATE WK-CPO                                              00074100
              WHEN 1 MOVE CEPV0001-CEP        TO WK-VALOR               00074200
              WHEN 2 MOVE CEPV0001-UF         TO WK-VALOR               00074300
              WHEN 3 MOVE CEPV0001-CIDADE     TO WK-VALOR               00074400
              WHEN 4 MOVE CEPV0001-BAIRRO     TO WK-VALOR               00074500
              WHEN 5 MOVE CEPV0001-LOGRADOURO TO WK-VALOR               00074600
              WHEN 6                                                    00074700
                 IF CEPV0001-TIPO = SPACE                               00074800
                    MOVE 'L'                  TO WK-VALOR               00074900
                 ELSE                                                   00075000
                    MOVE CEPV0001-TIPO        TO WK-VALOR               00075100
                 END-IF                                                 00075200
              WHEN 7 MOVE CEPV0001-COD-IBGE   TO WK-VALOR               00075300
           END-EVALUATE                                                 00075400
           EVALUATE WK-PAR-FORMATO (WK-PAR)                             00075500
              WHEN 'JSON'                                               00075600
                 IF WK-IND > 1                                          00075700
                    PERFORM ANEXA-VIRGULA                               00075800
                 END-IF                                                 00075900
                 PERFORM ANEXA-ROTULO-CAMPO                             00076000
                 PERFORM ANEXA-TEXTO-JSON                               00076100
              WHEN 'XML '                                               00076200
                 STRING '<' WK-CAMPO-ROTULO (WK-CPO)                    00076300
                             (1:WK-CAMPO-ROTULO-LEN (WK-CPO)) '>'       00076400
                    DELIMITED BY SIZE INTO WK-SAIDA WITH POINTER WK-PTR 00076500
                    ON OVERFLOW MOVE 'S' TO WK-ESTOURO                  00076600
                 END-STRING                                             00076700
                 PERFORM ANEXA-VALOR-ESCAPADO                           00076800
                 STRING '</' WK-CAMPO-ROTULO (WK-CPO)                   00076900
                             (1:WK-CAMPO-ROTULO-LEN (WK-CPO)) '>'       00077000
                    DELIMITED BY SIZE INTO WK-SAIDA WITH POINTER WK-PTR 00077100
                    ON OVERFLOW MOVE 'S' TO WK-ESTOURO                  00077200
                 END-STRING                                             00077300
              WHEN 'FIXO'                                               00077400
                 STRING WK-VALOR (1:WK-CAMPO-TAMANHO (WK-CPO))          00077500
                    DELIMITED BY SIZE INTO WK-SAIDA WITH POINTER WK-PTR 00077600
                    ON OVERFLOW MOVE 'S' TO WK-ESTOURO                  00077700
                 END-STRING                                             00077800
              WHEN 'CSV '                                               00077900
                 IF WK-IND > 1                                          00078000
                    PERFORM ANEXA-VIRGULA                               00078100
                 END-IF                                                 00078200
                 PERFORM CALCULA-TAMANHO-VALOR                          00078300
                 IF WK-VALOR-LEN > 0                                    00078400
                    STRING WK-VALOR (1:WK-VALOR-LEN)                    00078500
                       DELIMITED BY SIZE                                00078600
                       INTO WK-SAIDA WITH POINTER WK-PTR                00078700
                       ON OVERFLOW MOVE 'S' TO WK-ESTOURO               00078800
                    END-STRING                                          00078900
                 END-IF                                                 00079000
           END-EVALUATE                                                 00079100
           .                                                            00079200
       FECHA-ENTREGA.                                                   00079300
      *    TRAILER DO ARQUIVO E REGISTRO DE MANIFESTO DA ENTREGA        00079400
           EVALUATE WK-PAR-FORMATO (WK-PAR)                             00079500
              WHEN 'JSON'                                               00079600
                 PERFORM INICIA-LINHA                                   00079700
                 STRING '],' DELIMITED BY SIZE                          00079800
                    INTO WK-SAIDA WITH POINTER WK-PTR                   00079900
                 END-STRING                                             00080000
                 MOVE 'registros'               TO WK-VALOR             00080100
                 PERFORM ANEXA-ROTULO-LITERAL                           00080200
                 MOVE WK-PAR-CONT (WK-PAR)      TO WK-NUM-EDIT          00080300
                 PERFORM ANEXA-NUMERO                                   00080400
                 PERFORM ANEXA-VIRGULA                                  00080500
                 MOVE 'hashCep'                 TO WK-VALOR             00080600
                 PERFORM ANEXA-ROTULO-LITERAL                           00080700
                 MOVE WK-PAR-HASH (WK-PAR)      TO WK-NUM-EDIT          00080800
                 PERFORM ANEXA-NUMERO                                   00080900
                 STRING '}' DELIMITED BY SIZE                           00081000
                    INTO WK-SAIDA WITH POINTER WK-PTR                   00081100
                 END-STRING                                             00081200
                 PERFORM GRAVA-SAIDA                                    00081300
              WHEN 'XML '                                               00081400
                 PERFORM INICIA-LINHA                                   00081500
                 STRING '<controle registros="'                         00081600
                    DELIMITED BY SIZE INTO WK-SAIDA WITH POINTER WK-PTR 00081700
                 END-STRING                                             00081800
                 MOVE WK-PAR-CONT (WK-PAR)      TO WK-NUM-EDIT          00081900
                 PERFORM ANEXA-NUMERO                                   00082000
                 STRING '" hashCep="'                                   00082100
                    DELIMITED BY SIZE INTO WK-SAIDA WITH POINTER WK-PTR 00082200
                 END-STRING                                             00082300
                 MOVE WK-PAR-HASH (WK-PAR)      TO WK-NUM-EDIT          00082400
                 PERFORM ANEXA-NUMERO                                   00082500
                 STRING '"/>'                                           00082600
                    DELIMITED BY SIZE INTO WK-SAIDA WITH POINTER WK-PTR 00082700
                 END-STRING                                             00082800
                 PERFORM GRAVA-SAIDA                                    00082900
                 PERFORM INICIA-LINHA                                   00083000
                 STRING '</entrega>'                                    00083100
                    DELIMITED BY SIZE INTO WK-SAIDA WITH POINTER WK-PTR 00083200
                 END-STRING                                             00083300
                 PERFORM GRAVA-SAIDA                                    00083400
              WHEN 'FIXO'                                               00083500
                 PERFORM INICIA-LINHA                                   00083600
                 STRING 'T' WK-PAR-CONT (WK-PAR) WK-PAR-HASH (WK-PAR)   00083700
                    DELIMITED BY SIZE INTO WK-SAIDA WITH POINTER WK-PTR 00083800
                 END-STRING                                             00083900
                 PERFORM GRAVA-SAIDA                                    00084000
           END-EVALUATE                                                 00084100
                                                                        00084200
           MOVE SPACES                   TO CEPMNF01-REC                00084300
           MOVE WK-PAR-CODIGO (WK-PAR)   TO CEPMNF01-PARCEIRO           00084400
           MOVE WK-PAR-FORMATO (WK-PAR)  TO CEPMNF01-FORMATO            00084500
           MOVE WK-PAR-ARQUIVO (WK-PAR)  TO CEPMNF01-ARQUIVO            00084600
           MOVE WK-GERACAO               TO CEPMNF01-GERACAO            00084700
           MOVE WK-PAR-CONT (WK-PAR)     TO CEPMNF01-REGISTROS          00084800
           MOVE WK-PAR-HASH (WK-PAR)     TO CEPMNF01-HASH               00084900
           MOVE WK-PAR-SAIDA (WK-PAR)    TO CEPMNF01-SAIDA              00085000
           IF WK-PAR-TRUNCADA (WK-PAR) = 'S'                            00085100
              MOVE 'T'                   TO CEPMNF01-TRUNCADA           00085200
           END-IF                                                       00085300
           WRITE CEPMNF01-REC                                           00085400
           .                                                            00085500
       INICIA-LINHA.                                                    00085600
           MOVE SPACES TO WK-SAIDA                                      00085700
           MOVE 1      TO WK-PTR                                        00085800
           MOVE 'N'    TO WK-ESTOURO                                    00085900
           .                                                            00086000
       ANEXA-ABRE-CHAVE.                                                00086100
           STRING '{' DELIMITED BY SIZE                                 00086200
              INTO WK-SAIDA WITH POINTER WK-PTR                         00086300
              ON OVERFLOW MOVE 'S' TO WK-ESTOURO                        00086400
           END-STRING                                                   00086500
           .                                                            00086600
       ANEXA-VIRGULA.                                                   00086700
           STRING ',' DELIMITED BY SIZE                                 00086800
              INTO WK-SAIDA WITH POINTER WK-PTR                         00086900
              ON OVERFLOW MOVE 'S' TO WK-ESTOURO                        00087000
           END-STRING                                                   00087100
           .                                                            00087200
       ANEXA-ROTULO-CAMPO.                                              00087300
      *    "rotulo": DO CAMPO WK-CPO                                    00087400
           STRING WK-ASPAS WK-CAMPO-ROTULO (WK-CPO)                     00087500
                            (1:WK-CAMPO-ROTULO-LEN (WK-CPO))            00087600
                  WK-ASPAS ':'                                          00087700
              DELIMITED BY SIZE INTO WK-SAIDA WITH POINTER WK-PTR       00087800
              ON OVERFLOW MOVE 'S' TO WK-ESTOURO                        00087900
           END-STRING                                                   00088000
           .                                                            00088100
       ANEXA-ROTULO-LITERAL.                                            00088200
      *    "rotulo": COM O NOME QUE ESTA EM WK-VALOR                    00088300
           STRING WK-ASPAS WK-VALOR DELIMITED BY SPACE                  00088400
                  WK-ASPAS ':'      DELIMITED BY SIZE                   00088500
              INTO WK-SAIDA WITH POINTER WK-PTR                         00088600
              ON OVERFLOW MOVE 'S' TO WK-ESTOURO                        00088700
           END-STRING                                                   00088800
           .                                                            00088900
       ANEXA-TEXTO-JSON.                                                00089000
           STRING WK-ASPAS DELIMITED BY SIZE                            00089100
              INTO WK-SAIDA WITH POINTER WK-PTR                         00089200
              ON OVERFLOW MOVE 'S' TO WK-ESTOURO                        00089300
           END-STRING                                                   00089400
           PERFORM ANEXA-VALOR-ESCAPADO                                 00089500
           STRING WK-ASPAS DELIMITED BY SIZE                            00089600
              INTO WK-SAIDA WITH POINTER WK-PTR                         00089700
              ON OVERFLOW MOVE 'S' TO WK-ESTOURO                        00089800
           END-STRING                                                   00089900
           .                                                            00090000
       ANEXA-NUMERO.                                                    00090100
      *    NUMERO SEM ZEROS A ESQUERDA (JSON NAO ACEITA 0001)           00090200
           MOVE 0 TO WK-NUM-BRANCOS                                     00090300
           INSPECT WK-NUM-EDIT TALLYING WK-NUM-BRANCOS                  00090400
              FOR LEADING SPACES                                        00090500
           COMPUTE WK-NUM-INI = WK-NUM-BRANCOS + 1                      00090600
           STRING WK-NUM-EDIT (WK-NUM-INI:) DELIMITED BY SIZE           00090700
              INTO WK-SAIDA WITH POINTER WK-PTR                         00090800
              ON OVERFLOW MOVE 'S' TO WK-ESTOURO                        00090900
           END-STRING                                                   00091000
           .                                                            00091100
       ANEXA-VALOR-ESCAPADO.                                            00091200
      *    WK-VALOR SEM OS BRANCOS A DIREITA, COM OS CARACTERES         00091300
      *    RESERVADOS DO FORMATO ESCAPADOS                              00091400
           PERFORM CALCULA-TAMANHO-VALOR                                00091500
           PERFORM ESCAPA-CARACTER VARYING WK-POS FROM 1 BY 1           00091600
              UNTIL WK-POS > WK-VALOR-LEN                               00091700
           .                                                            00091800
       CALCULA-TAMANHO-VALOR.                                           00091900
           MOVE 44  TO WK-VALOR-LEN                                     00092000
           MOVE 'N' TO WK-FIM-TRIM                                      00092100
           PERFORM REDUZ-TAMANHO-VALOR UNTIL WK-FIM-TRIM = 'S'          00092200
           .                                                            00092300
       REDUZ-TAMANHO-VALOR.                                             00092400
           IF WK-VALOR-LEN = 0                                          00092500
              MOVE 'S' TO WK-FIM-TRIM                                   00092600
           ELSE                                                         00092700
              IF WK-VALOR (WK-VALOR-LEN:1) NOT = SPACE                  00092800
                 MOVE 'S' TO WK-FIM-TRIM                                00092900
              ELSE                                                      00093000
                 SUBTRACT 1 FROM WK-VALOR-LEN                           00093100
              END-IF                                                    00093200
           END-IF                                                       00093300
           .                                                            00093400
       ESCAPA-CARACTER.                                                 00093500
           MOVE WK-VALOR (WK-POS:1) TO WK-CAR                           00093600
           IF WK-PAR-FORMATO (WK-PAR) = 'JSON'                          00093700
              EVALUATE WK-CAR                                           00093800
                 WHEN '"'                                               00093900
                    STRING '\"' DELIMITED BY SIZE                       00094000
                       INTO WK-SAIDA WITH POINTER WK-PTR                00094100
                       ON OVERFLOW MOVE 'S' TO WK-ESTOURO               00094200
                    END-STRING                                          00094300
                 WHEN '\'                                               00094400
                    STRING '\\' DELIMITED BY SIZE                       00094500
                       INTO WK-SAIDA WITH POINTER WK-PTR                00094600
                       ON OVERFLOW MOVE 'S' TO WK-ESTOURO               00094700
                    END-STRING                                          00094800
                 WHEN OTHER                                             00094900
                    STRING WK-CAR DELIMITED BY SIZE                     00095000
                       INTO WK-SAIDA WITH POINTER WK-PTR                00095100
                       ON OVERFLOW MOVE 'S' TO WK-ESTOURO               00095200
                    END-STRING                                          00095300
              END-EVALUATE                                              00095400
           ELSE                                                         00095500
              EVALUATE WK-CAR                                           00095600
                 WHEN '&'                                               00095700
                    STRING '&amp;' DELIMITED BY SIZE                    00095800
                       INTO WK-SAIDA WITH POINTER WK-PTR                00095900
                       ON OVERFLOW MOVE 'S' TO WK-ESTOURO               00096000
                    END-STRING                                          00096100
                 WHEN '<'                                               00096200
                    STRING '&lt;' DELIMITED BY SIZE                     00096300
                       INTO WK-SAIDA WITH POINTER WK-PTR                00096400
                       ON OVERFLOW MOVE 'S' TO WK-ESTOURO               00096500
                    END-STRING                                          00096600
                 WHEN '>'                                               00096700
                    STRING '&gt;' DELIMITED BY SIZE                     00096800
                       INTO WK-SAIDA WITH POINTER WK-PTR                00096900
                       ON OVERFLOW MOVE 'S' TO WK-ESTOURO               00097000
                    END-STRING                                          00097100
                 WHEN '"'                                               00097200
                    STRING '&quot;' DELIMITED BY SIZE                   00097300
                       INTO WK-SAIDA WITH POINTER WK-PTR                00097400
                       ON OVERFLOW MOVE 'S' TO WK-ESTOURO               00097500
                    END-STRING                                          00097600
                 WHEN OTHER                                             00097700
                    STRING WK-CAR DELIMITED BY SIZE                     00097800
                       INTO WK-SAIDA WITH POINTER WK-PTR                00097900
                       ON OVERFLOW MOVE 'S' TO WK-ESTOURO               00098000
                    END-STRING                                          00098100
              END-EVALUATE                                              00098200
           END-IF                                                       00098300
           .                                                            00098400
       GRAVA-SAIDA.                                                     00098500
           IF WK-ESTOURO = 'S'                                          00098600
              MOVE 'S' TO WK-PAR-TRUNCADA (WK-PAR)                      00098700
              MOVE 4   TO RETURN-CODE                                   00098800
           END-IF                                                       00098900
           EVALUATE WK-PAR-SAIDA (WK-PAR)                               00099000
              WHEN 1 WRITE CEPENT01-REC FROM WK-SAIDA                   00099100
              WHEN 2 WRITE CEPENT02-REC FROM WK-SAIDA                   00099200
              WHEN 3 WRITE CEPENT03-REC FROM WK-SAIDA                   00099300
              WHEN 4 WRITE CEPENT04-REC FROM WK-SAIDA                   00099400
              WHEN 5 WRITE CEPENT05-REC FROM WK-SAIDA                   00099500
              WHEN 6 WRITE CEPENT06-REC FROM WK-SAIDA                   00099600
           END-EVALUATE                                                 00099700
           .                                                            00099800
       RELATORIO-CONTROLE.                                              00099900
           DISPLAY '---------------------------------------------'      00100000
           DISPLAY ' CONTROLE DAS ENTREGAS A PARCEIROS (CEPENTRG)'      00100100
           DISPLAY 'GERACAO ' WK-GERACAO-ISO                            00100200
           DISPLAY 'REGISTROS LIDOS DA BASE ......................'     00100300
           DISPLAY WK-CONT-LIDOS                                        00100400
           PERFORM RELATORIO-PARCEIRO                                   00100500
              VARYING WK-PAR FROM 1 BY 1 UNTIL WK-PAR > WK-PAR-QTDE     00100600
           DISPLAY '---------------------------------------------'      00100700
           .                                                            00100800
       RELATORIO-PARCEIRO.                                              00100900
           DISPLAY '---------------------------------------------'      00101000
           DISPLAY 'PARCEIRO ' WK-PAR-CODIGO (WK-PAR)                   00101100
              ' FORMATO ' WK-PAR-FORMATO (WK-PAR)                       00101200
              ' SAIDA CEPENT0' WK-PAR-SAIDA (WK-PAR) (2:1)              00101300
           DISPLAY 'ARQUIVO  ' WK-PAR-ARQUIVO (WK-PAR)                  00101400
           DISPLAY 'REGISTROS ENTREGUES ..........................'     00101500
           DISPLAY WK-PAR-CONT (WK-PAR)                                 00101600
           DISPLAY 'REGISTROS EXCLUIDOS POR CARTAO E .............'     00101700
           DISPLAY WK-PAR-EXCLUIDOS (WK-PAR)                            00101800
           DISPLAY 'HASH DE CONTROLE (SOMA DOS CEPS) .............'     00101900
           DISPLAY WK-PAR-HASH (WK-PAR)                                 00102000
           IF WK-PAR-TRUNCADA (WK-PAR) = 'S'                            00102100
              DISPLAY '*** LINHA DE SAIDA TRUNCADA EM 400 BYTES ***'    00102200
           END-IF                                                       00102300
           PERFORM RELATORIO-CARTAO VARYING WK-SUB FROM 1 BY 1          00102400
              UNTIL WK-SUB > WK-CRT-QTDE                                00102500
           .                                                            00102600
       RELATORIO-CARTAO.                                                00102700
           IF WK-CRT-PAR (WK-SUB) = WK-PAR                              00102800
              EVALUATE WK-CRT-CRITERIO (WK-SUB)                         00102900
                 WHEN 'UF'                                              00103000
                    DISPLAY WK-CRT-ACAO (WK-SUB) ' UF     '             00103100
                       WK-CRT-UF (WK-SUB) ' - '                         00103200
                       WK-CRT-CONT (WK-SUB)                             00103300
                 WHEN 'CIDADE'                                          00103400
                    DISPLAY WK-CRT-ACAO (WK-SUB) ' CIDADE '             00103500
                       WK-CRT-UF (WK-SUB) ' '                           00103600
                       WK-CRT-CIDADE (WK-SUB) ' - '                     00103700
                       WK-CRT-CONT (WK-SUB)                             00103800
                 WHEN 'FAIXA'                                           00103900
                    DISPLAY WK-CRT-ACAO (WK-SUB) ' FAIXA  '             00104000
                       WK-CRT-CEP-INI (WK-SUB) '-'                      00104100
                       WK-CRT-CEP-FIM (WK-SUB) ' - '                    00104200
                       WK-CRT-CONT (WK-SUB)                             00104300
              END-EVALUATE                                              00104400
           END-IF                                                       00104500
           .                                                            00104600
       CLOSE-FILES.                                                     00104700
           CLOSE CEPV0001                                               00104800
           CLOSE CEPMNF01                                               00104900
           PERFORM FECHA-SAIDA                                          00105000
              VARYING WK-PAR FROM 1 BY 1 UNTIL WK-PAR > WK-PAR-QTDE     00105100
           .                                                            00105200
       FECHA-SAIDA.                                                     00105300
           EVALUATE WK-PAR-SAIDA (WK-PAR)                               00105400
              WHEN 1 CLOSE CEPENT01                                     00105500
              WHEN 2 CLOSE CEPENT02                                     00105600
              WHEN 3 CLOSE CEPENT03                                     00105700
              WHEN 4 CLOSE CEPENT04                                     00105800
              WHEN 5 CLOSE CEPENT05                                     00105900
              WHEN 6 CLOSE CEPENT06                                     00106000
           END-EVALUATE                                                 00106100
           .                                                            00106200
