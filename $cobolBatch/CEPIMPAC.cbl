       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID. CEPIMPAC.                                            00000200
      ******************************************************************00000300
      * Valter Siqueira - Systems      c                                00000400
      * Laboratoratório de uso particular ......                        00000500
      * ----------------------------------------------------------------00000600
      * Sistema .............. CEP                                      00000700
      * Programa.............. CEPIMPAC                                 00000800
      * Tipo    .............. BATCH                                    00000900
      * Finalidade ........... Analise de impacto nos enderecos de      00001000
      *                        clientes das mudancas do ciclo na base   00001100
      *                        "CEPVSA01" (CEPV0001): sem ela o         00001200
      *                        endereco do cliente fica desatualizado   00001300
      *                        em silencio ate o proximo CEPMATCH       00001400
      *                        mensal.                                  00001500
      *                        Rodar DEPOIS de CEPAPLY (e de CEPRENAM,  00001600
      *                        quando houver mudanca de cidade no       00001700
      *                        ciclo). Os CEPs mudados vem de:          00001800
      *                          CEPDLT01 acao 'A' = ALTERACAO DO       00001900
      *                                   FORNECEDOR (LOGRADOURO,       00002000
      *                                   BAIRRO...) APLICADA POR       00002100
      *                                   CEPAPLY                       00002200
      *                          CEPDLT01 acao 'E' = CEP EXCLUIDO       00002300
      *                                   (APOSENTADO) POR CEPAPLY      00002400
      *                          CEPRAU01          = AUDITORIA DA       00002500
      *                                   MUDANCA DE CIDADE EM MASSA    00002600
      *                                   EFETIVADA POR CEPRENAM        00002700
      *                        Os CEPs sao classificados (SORT          00002800
      *                        interno) e carregados numa tabela em     00002900
      *                        memoria ja com o endereco NOVO: a        00003000
      *                        imagem ATUAL de CEPV0001 (que tambem     00003100
      *                        respeita os registros protegidos que     00003200
      *                        CEPAPLY nao sobrepos) ou, para o CEP     00003300
      *                        excluido, a do CEP sucessor gravado em   00003400
      *                        CEPV0004. Em seguida o arquivo de        00003500
      *                        clientes (layout CEPENT01 de CEPMATCH)   00003600
      *                        e lido uma vez e cada cliente com CEP    00003700
      *                        na tabela e tratado:                     00003800
      *                        - endereco ja igual ao novo: so conta;   00003900
      *                        - senao sai em CEPIMP01 (atualizacao     00004000
      *                          para o sistema de clientes) com o      00004100
      *                          endereco antigo (o do cliente), o      00004200
      *                          novo e o motivo;                       00004300
      *                        - CEP excluido SEM sucessor utilizavel   00004400
      *                          sai em CEPCTT01 para contato manual,   00004500
      *                          com totais por UF no relatorio.        00004600
      *                        CEP da acao 'E' que segue na base        00004700
      *                        (registro protegido, nao excluido por    00004800
      *                        CEPAPLY) e CEP 'A'/'R' que nao esta      00004900
      *                        mais na base sao contados a parte e      00005000
      *                        nao afetam clientes.                     00005100
      * DSnames .............. B090290.CEPVSA01                         00005200
      *                        B090290.CEPVSA04 (DD CEPV0004, CEPS      00005300
      *                        APOSENTADOS COM O SUCESSOR)              00005400
      *                        B090290.CEPDLT01 (DELTA DO CICLO)        00005500
      *                        B090290.CEPRAU01 (AUDITORIA DE           00005600
      *                        CEPRENAM; DD DUMMY SE NAO HOUVE)         00005700
      *                        B090290.CEPENT01 (CLIENTES)              00005800
      *                        B090290.CEPIMP01 (ATUALIZACOES)          00005900
      *                        B090290.CEPCTT01 (CONTATO MANUAL)        00006000
      * Layout CEPIMP01 (250 BYTES) ..........                          00006100
      *   POS 001-010 = ID DO CLIENTE                                   00006200
      *   POS 011     = MOTIVO 'A' ENDERECO DO CEP ALTERADO             00006300
      *                        'R' CIDADE RENOMEADA                     00006400
      *                        'S' CEP APOSENTADO, TROCADO PELO         00006500
      *                            SUCESSOR                             00006600
      *   POS 012-041 = DESCRICAO DO MOTIVO                             00006700
      *   POS 042-141 = ENDERECO ANTIGO (O DO CLIENTE): CEP(8),         00006800
      *                 UF(2), CIDADE(30), BAIRRO(30), LOGRADOURO(30)   00006900
      *   POS 142-241 = ENDERECO NOVO (DA BASE), MESMO FORMATO          00007000
      *   POS 242-247 = NUMERO DO IMOVEL (DO CLIENTE, INALTERADO)       00007100
      *   POS 248-250 = FILLER                                          00007200
      * Layout CEPCTT01 (180 BYTES) ..........                          00007300
      *   POS 001-150 = REGISTRO DO CLIENTE (LAYOUT CEPENT01)           00007400
      *   POS 151-152 = UF DA CONTAGEM (DO CEP APOSENTADO; SE NAO       00007500
      *                 HA REGISTRO EM CEPV0004, A DO CLIENTE)          00007600
      *   POS 153-173 = DATA/HORA DA APOSENTADORIA (BRANCOS SE NAO      00007700
      *                 HA REGISTRO EM CEPV0004)                        00007800
      *   POS 174-180 = FILLER                                          00007900
      * RETURN-CODE .......... 0 = SEM CLIENTE PARA CONTATO MANUAL      00008000
      *                        4 = HA CLIENTES EM CEPCTT01              00008100
      *                        8 = TABELA DE CEPS MUDADOS ESTOUROU      00008200
      *                       12 = ERRO VSAM                            00008300
      ******************************************************************00008400
       ENVIRONMENT DIVISION.                                            00008500
       INPUT-OUTPUT SECTION.                                            00008600
       FILE-CONTROL.                                                    00008700
      *INPUT FILE - BASE DE CEP, LIDA POR CHAVE PRIMARIA                00008800
           SELECT CEPV0001 ASSIGN TO 'CEPV0001'                         00008900
           ORGANIZATION IS INDEXED                                      00009000
           ACCESS MODE IS RANDOM                                        00009100
           RECORD KEY IS CEPV0001-CEP                                   00009200
           FILE STATUS WK-VSAM-FILE-STATUS.                             00009300
      *                                                                 00009400
           SELECT CEPV0004 ASSIGN TO 'CEPV0004'                         00009500
           ORGANIZATION IS INDEXED                                      00009600
           ACCESS MODE IS RANDOM                                        00009700
           RECORD KEY IS CEPV0004-CEP                                   00009800
           FILE STATUS WK-VSAM-FILE-STATUS.                             00009900
      *    CEPS APOSENTADOS COM O SUCESSOR (GRAVADO POR CEPAPLY)        00010000
                                                                        00010100
           SELECT CEPDLT01 ASSIGN TO 'CEPDLT01'                         00010200
           ORGANIZATION SEQUENTIAL.                                     00010300
      *    DELTA DO CICLO GERADO POR CEPDIFF E APLICADO POR CEPAPLY     00010400
                                                                        00010500
           SELECT CEPRAU01 ASSIGN TO 'CEPRAU01'                         00010600
           ORGANIZATION SEQUENTIAL.                                     00010700
      *    AUDITORIA ANTES/DEPOIS DA MUDANCA DE CIDADE (CEPRENAM)       00010800
                                                                        00010900
           SELECT CEPENT01 ASSIGN TO 'CEPENT01'                         00011000
           ORGANIZATION SEQUENTIAL.                                     00011100
      *    ARQUIVO DE ENDERECOS DE CLIENTES                             00011200
                                                                        00011300
           SELECT CEPIMP01 ASSIGN TO 'CEPIMP01'                         00011400
           ORGANIZATION SEQUENTIAL.                                     00011500
      *    ATUALIZACOES DE ENDERECO PARA O SISTEMA DE CLIENTES          00011600
                                                                        00011700
           SELECT CEPCTT01 ASSIGN TO 'CEPCTT01'                         00011800
           ORGANIZATION SEQUENTIAL.                                     00011900
      *    CLIENTES COM CEP EXCLUIDO SEM SUCESSOR - CONTATO MANUAL      00012000
                                                                        00012100
           SELECT CEPISORT ASSIGN TO 'SORTWK01'.                        00012200
      *    CLASSIFICACAO DOS CEPS MUDADOS NO CICLO                      00012300
       DATA DIVISION.                                                   00012400
       FILE SECTION.                                                    00012500
                                                                        00012600
       FD CEPV0001.                                                     00012700
       01 CEPV0001-REC.                                                 00012800
          05 CEPV0001-CEP               PIC  X(008).                    00012900
          05 CEPV0001-UF                PIC  X(002).                    00013000
          05 CEPV0001-CIDADE-BUSCA     PIC  X(030).                     00013100
          05 CEPV0001-CIDADE            PIC  X(030).                    00013200
          05 CEPV0001-BAIRRO            PIC  X(030).                    00013300
          05 CEPV0001-LOGRADOURO        PIC  X(030).                    00013400
          05 CEPV0001-PROTEGIDO            PIC  X(001).                 00013500
          05 CEPV0001-TIPO                 PIC  X(001).                 00013600
          05 CEPV0001-ULT-ATUALIZACAO      PIC  X(021).                 00013700
          05 CEPV0001-ULT-ORIGEM           PIC  X(001).                 00013800
          05 CEPV0001-COD-IBGE             PIC  X(007).                 00013900
      *                                                                 00014000
       FD CEPV0004.                                                     00014100
       01 CEPV0004-REC.                                                 00014200
          05 CEPV0004-CEP               PIC  X(008).                    00014300
          05 CEPV0004-DT-APOSENTADORIA  PIC  X(021).                    00014400
          05 CEPV0004-CEP-SUCESSOR      PIC  X(008).                    00014500
          05 CEPV0004-IMAGEM.                                           00014600
             10 CEPV0004-IMG-CEP        PIC  X(008).                    00014700
             10 CEPV0004-IMG-UF         PIC  X(002).                    00014800
             10 FILLER                  PIC  X(151).                    00014900
          05 FILLER                     PIC  X(002).                    00015000
      *                                                                 00015100
       FD CEPDLT01                                                      00015200
            RECORDING MODE IS F                                         00015300
            RECORD CONTAINS 121 CHARACTERS.                             00015400
       01 CEPDLT01-REC.                                                 00015500
          05 CEPDLT01-ACAO              PIC  X(001).                    00015600
          05 CEPDLT01-DADOS             PIC  X(120).                    00015700
      *                                                                 00015800
       FD CEPRAU01                                                      00015900
            RECORDING MODE IS F                                         00016000
            RECORD CONTAINS 378 CHARACTERS.                             00016100
       01 CEPRAU01-REC.                                                 00016200
          05 CEPRAU01-CHAVE.                                            00016300
             10 CEPRAU01-DATA-HORA      PIC  X(021).                    00016400
             10 CEPRAU01-SEQ            PIC  9(007).                    00016500
          05 CEPRAU01-OPERADOR          PIC  X(008).                    00016600
          05 CEPRAU01-TERMINAL          PIC  X(004).                    00016700
          05 CEPRAU01-OPERACAO          PIC  X(001).                    00016800
          05 CEPRAU01-IMAGEM-ANTES      PIC  X(161).                    00016900
          05 CEPRAU01-IMAGEM-DEPOIS.                                    00017000
             10 CEPRAU01-DEPOIS-CEP     PIC  X(008).                    00017100
             10 FILLER                  PIC  X(153).                    00017200
          05 CEPRAU01-APROVADOR         PIC  X(008).                    00017300
          05 FILLER                     PIC  X(007).                    00017400
      *                                                                 00017500
       FD CEPENT01                                                      00017600
            RECORDING MODE IS F                                         00017700
            RECORD CONTAINS 150 CHARACTERS.                             00017800
       01 CEPENT01-REC.                                                 00017900
          05 CEPENT01-CLIENTE           PIC  X(010).                    00018000
          05 CEPENT01-CEP               PIC  X(008).                    00018100
          05 CEPENT01-UF                PIC  X(002).                    00018200
          05 CEPENT01-CIDADE            PIC  X(030).                    00018300
          05 CEPENT01-BAIRRO            PIC  X(030).                    00018400
          05 CEPENT01-LOGRADOURO        PIC  X(030).                    00018500
          05 CEPENT01-NUMERO            PIC  X(006).                    00018600
          05 FILLER                     PIC  X(034).                    00018700
      *                                                                 00018800
       FD CEPIMP01                                                      00018900
            RECORDING MODE IS F                                         00019000
            RECORD CONTAINS 250 CHARACTERS.                             00019100
       01 CEPIMP01-REC.                                                 00019200
          05 CEPIMP01-CLIENTE           PIC  X(010).                    00019300
          05 CEPIMP01-MOTIVO            PIC  X(001).                    00019400
          05 CEPIMP01-DESC-MOTIVO       PIC  X(030).                    00019500
          05 CEPIMP01-ANTIGO.                                           00019600
             10 CEPIMP01-ANT-CEP        PIC  X(008).                    00019700
             10 CEPIMP01-ANT-UF         PIC  X(002).                    00019800
             10 CEPIMP01-ANT-CIDADE     PIC  X(030).                    00019900
             10 CEPIMP01-ANT-BAIRRO     PIC  X(030).                    00020000
             10 CEPIMP01-ANT-LOGRADOURO PIC  X(030).                    00020100
          05 CEPIMP01-NOVO.                                             00020200
             10 CEPIMP01-NOV-CEP        PIC  X(008).                    00020300
             10 CEPIMP01-NOV-UF         PIC  X(002).                    00020400
             10 CEPIMP01-NOV-CIDADE     PIC  X(030).                    00020500
             10 CEPIMP01-NOV-BAIRRO     PIC  X(030).                    00020600
             10 CEPIMP01-NOV-LOGRADOURO PIC  X(030).                    00020700
          05 CEPIMP01-NUMERO            PIC  X(006).                    00020800
          05 FILLER                     PIC  X(003).                    00020900
      *                                                                 00021000
       FD CEPCTT01                                                      00021100
            RECORDING MODE IS F                                         00021200
            RECORD CONTAINS 180 CHARACTERS.                             00021300
       01 CEPCTT01-REC.                                                 00021400
          05 CEPCTT01-DADOS             PIC  X(150).                    00021500
          05 CEPCTT01-UF                PIC  X(002).                    00021600
          05 CEPCTT01-DT-APOSENTADORIA  PIC  X(021).                    00021700
          05 FILLER                     PIC  X(007).                    00021800
      *                                                                 00021900
       SD CEPISORT.                                                     00022000
       01 CEPISORT-REC.                                                 00022100
          05 CEPISORT-CEP               PIC  X(008).                    00022200
          05 CEPISORT-MOTIVO            PIC  X(001).                    00022300
      *       'A' = ALTERACAO DO DELTA  'E' = EXCLUSAO DO DELTA         00022400
      *       'R' = MUDANCA DE CIDADE (CEPRAU01)                        00022500
       WORKING-STORAGE SECTION.                                         00022600
        01 WORKING-AREAS.                                               00022700
           03 WK-VSAM-FILE-STATUS       PIC  X(002) VALUE SPACES.       00022800
           03 WK-EOF                    PIC  X(001) VALUE 'N'.          00022900
           03 WK-EOF-SORT               PIC  X(001) VALUE 'N'.          00023000
           03 WK-CURRENT-DATE           PIC  X(021) VALUE SPACES.       00023100
           03 WK-CAMPO-CEP              PIC  X(008) VALUE SPACES.       00023200
           03 WK-CEP-ANT                PIC  X(008) VALUE LOW-VALUES.   00023300
           03 WK-UF-CONTATO             PIC  X(002) VALUE SPACES.       00023400
           03 WK-CONT-DLT-LIDOS         PIC  9(010) VALUE ZEROS.        00023500
           03 WK-CONT-DLT-ALTERACAO     PIC  9(010) VALUE ZEROS.        00023600
           03 WK-CONT-DLT-EXCLUSAO      PIC  9(010) VALUE ZEROS.        00023700
           03 WK-CONT-DLT-IGNORADOS     PIC  9(010) VALUE ZEROS.        00023800
           03 WK-CONT-RAU-LIDOS         PIC  9(010) VALUE ZEROS.        00023900
           03 WK-CONT-DUPLICADOS        PIC  9(010) VALUE ZEROS.        00024000
           03 WK-CONT-MUD-ALTERADO      PIC  9(010) VALUE ZEROS.        00024100
           03 WK-CONT-MUD-RENOMEADO     PIC  9(010) VALUE ZEROS.        00024200
           03 WK-CONT-MUD-SUCESSOR      PIC  9(010) VALUE ZEROS.        00024300
           03 WK-CONT-MUD-SEM-SUCESSOR  PIC  9(010) VALUE ZEROS.        00024400
           03 WK-CONT-EXC-NAO-APLICADA  PIC  9(010) VALUE ZEROS.        00024500
           03 WK-CONT-FORA-DA-BASE      PIC  9(010) VALUE ZEROS.        00024600
           03 WK-CONT-CLI-LIDOS         PIC  9(010) VALUE ZEROS.        00024700
           03 WK-CONT-CLI-AFETADOS      PIC  9(010) VALUE ZEROS.        00024800
           03 WK-CONT-CLI-JA-ATUAL      PIC  9(010) VALUE ZEROS.        00024900
           03 WK-CONT-IMP-ALTERADO      PIC  9(010) VALUE ZEROS.        00025000
           03 WK-CONT-IMP-RENOMEADO     PIC  9(010) VALUE ZEROS.        00025100
           03 WK-CONT-IMP-SUCESSOR      PIC  9(010) VALUE ZEROS.        00025200
           03 WK-CONT-CONTATO           PIC  9(010) VALUE ZEROS.        00025300
                                                                        00025400
      *    CEPS MUDADOS NO CICLO, EM SEQUENCIA DE CEP (SAIDA DO SORT),  00025500
      *    JA COM O ENDERECO NOVO. MOTIVO 'A' ALTERADO, 'R' CIDADE      00025600
      *    RENOMEADA, 'S' APOSENTADO COM SUCESSOR NA BASE, 'X'          00025700
      *    APOSENTADO SEM SUCESSOR (CONTATO MANUAL)                     00025800
        01 WK-TAB-MUD.                                                  00025900
           03 WK-MUD-QTDE               PIC  9(006) VALUE ZEROS.        00026000
           03 WK-MUD-ENTRY OCCURS 0 TO 100000 TIMES                     00026100
                 DEPENDING ON WK-MUD-QTDE                               00026200
                 ASCENDING KEY IS WK-MUD-CEP                            00026300
                 INDEXED BY WK-MUD-IDX.                                 00026400
              05 WK-MUD-CEP             PIC  X(008).                    00026500
              05 WK-MUD-MOTIVO          PIC  X(001).                    00026600
              05 WK-MUD-CEP-NOVO        PIC  X(008).                    00026700
              05 WK-MUD-UF              PIC  X(002).                    00026800
              05 WK-MUD-CIDADE          PIC  X(030).                    00026900
              05 WK-MUD-BAIRRO          PIC  X(030).                    00027000
              05 WK-MUD-LOGRADOURO      PIC  X(030).                    00027100
              05 WK-MUD-DT-APOSENT      PIC  X(021).                    00027200
                                                                        00027300
      *    CLIENTES PARA CONTATO MANUAL POR UF; 'ZZ' RECEBE UF          00027400
      *    INVALIDA OU EM BRANCO                                        00027500
        01 WK-TAB-UF-VALORES.                                           00027600
           03 FILLER PIC X(002) VALUE 'AC'.                             00027700
           03 FILLER PIC X(002) VALUE 'AL'.                             00027800
           03 FILLER PIC X(002) VALUE 'AM'.                             00027900
           03 FILLER PIC X(002) VALUE 'AP'.                             00028000
           03 FILLER PIC X(002) VALUE 'BA'.                             00028100
           03 FILLER PIC X(002) VALUE 'CE'.                             00028200
           03 FILLER PIC X(002) VALUE 'DF'.                             00028300
           03 FILLER PIC X(002) VALUE 'ES'.                             00028400
           03 FILLER PIC X(002) VALUE 'GO'.                             00028500
           03 FILLER PIC X(002) VALUE 'MA'.                             00028600
           03 FILLER PIC X(002) VALUE 'MG'.                             00028700
           03 FILLER PIC X(002) VALUE 'MS'.                             00028800
           03 FILLER PIC X(002) VALUE 'MT'.                             00028900
           03 FILLER PIC X(002) VALUE 'PA'.                             00029000
           03 FILLER PIC X(002) VALUE 'PB'.                             00029100
           03 FILLER PIC X(002) VALUE 'PE'.                             00029200
           03 FILLER PIC X(002) VALUE 'PI'.                             00029300
           03 FILLER PIC X(002) VALUE 'PR'.                             00029400
           03 FILLER PIC X(002) VALUE 'RJ'.                             00029500
           03 FILLER PIC X(002) VALUE 'RN'.                             00029600
           03 FILLER PIC X(002) VALUE 'RO'.                             00029700
           03 FILLER PIC X(002) VALUE 'RR'.                             00029800
           03 FILLER PIC X(002) VALUE 'RS'.                             00029900
           03 FILLER PIC X(002) VALUE 'SC'.                             00030000
           03 FILLER PIC X(002) VALUE 'SE'.                             00030100
           03 FILLER PIC X(002) VALUE 'SP'.                             00030200
           03 FILLER PIC X(002) VALUE 'TO'.                             00030300
           03 FILLER PIC X(002) VALUE 'ZZ'.                             00030400
        01 WK-TAB-UF REDEFINES WK-TAB-UF-VALORES.                       00030500
           03 WK-UF-ENTRY OCCURS 28 TIMES                               00030600
                 ASCENDING KEY IS WK-UF-SIGLA                           00030700
                 INDEXED BY WK-UF-IDX.                                  00030800
              05 WK-UF-SIGLA            PIC  X(002).                    00030900
        01 WK-TAB-UF-CONT.                                              00031000
           03 WK-UF-CONTATOS            PIC  9(010) OCCURS 28 TIMES.    00031100
                                                                        00031200
       PROCEDURE DIVISION.                                              00031300
      *                                                                 00031400
       MAIN-PARA.                                                       00031500
           MOVE FUNCTION CURRENT-DATE TO WK-CURRENT-DATE                00031600
           INITIALIZE WK-TAB-UF-CONT                                    00031700
           PERFORM OPEN-FILES                                           00031800
                                                                        00031900
           SORT CEPISORT ON ASCENDING KEY CEPISORT-CEP                  00032000
                                          CEPISORT-MOTIVO               00032100
              INPUT PROCEDURE IS COLETA-MUDANCAS                        00032200
              OUTPUT PROCEDURE IS CARREGA-MUDANCAS                      00032300
                                                                        00032400
           IF WK-MUD-QTDE = 0                                           00032500
              DISPLAY 'NENHUM CEP MUDADO NO CICLO - CLIENTES NAO LIDOS' 00032600
           ELSE                                                         00032700
              PERFORM READ-CLIENTE UNTIL WK-EOF = 'Y'                   00032800
           END-IF                                                       00032900
                                                                        00033000
           PERFORM RELATORIO-FINAL                                      00033100
                                                                        00033200
           PERFORM CLOSE-FILES                                          00033300
           IF WK-CONT-CONTATO > 0                                       00033400
              MOVE 4 TO RETURN-CODE                                     00033500
           END-IF                                                       00033600
           STOP RUN                                                     00033700
           .                                                            00033800
       OPEN-FILES.                                                      00033900
           OPEN INPUT CEPV0001                                          00034000
           IF WK-VSAM-FILE-STATUS NOT = '00'                            00034100
              PERFORM ERRO-VSAM                                         00034200
           END-IF                                                       00034300
           OPEN INPUT CEPV0004                                          00034400
           IF WK-VSAM-FILE-STATUS NOT = '00'                            00034500
              PERFORM ERRO-VSAM                                         00034600
           END-IF                                                       00034700
           OPEN INPUT  CEPDLT01                                         00034800
           OPEN INPUT  CEPRAU01                                         00034900
           OPEN INPUT  CEPENT01                                         00035000
           OPEN OUTPUT CEPIMP01                                         00035100
           OPEN OUTPUT CEPCTT01                                         00035200
           .                                                            00035300
       COLETA-MUDANCAS.                                                 00035400
      *    PROCEDIMENTO DE ENTRADA DO SORT: LIBERA UM REGISTRO POR CEP  00035500
      *    ALTERADO OU EXCLUIDO NO DELTA E POR CEP DA MUDANCA DE        00035600
      *    CIDADE (O ARQUIVO DE CEPRENAM VEM NA ORDEM DA CHAVE          00035700
      *    ALTERNATIVA, NAO DE CEP)                                     00035800
           MOVE 'N' TO WK-EOF                                           00035900
           PERFORM LE-DELTA UNTIL WK-EOF = 'Y'                          00036000
           MOVE 'N' TO WK-EOF                                           00036100
           PERFORM LE-AUDITORIA-RENAM UNTIL WK-EOF = 'Y'                00036200
           MOVE 'N' TO WK-EOF                                           00036300
           .                                                            00036400
       LE-DELTA.                                                        00036500
           READ CEPDLT01 RECORD AT END MOVE 'Y' TO WK-EOF.              00036600
           IF WK-EOF NOT = 'Y'                                          00036700
              ADD 1 TO WK-CONT-DLT-LIDOS                                00036800
              EVALUATE CEPDLT01-ACAO                                    00036900
                 WHEN 'A'                                               00037000
                    ADD 1 TO WK-CONT-DLT-ALTERACAO                      00037100
                    PERFORM LIBERA-DELTA                                00037200
                 WHEN 'E'                                               00037300
                    ADD 1 TO WK-CONT-DLT-EXCLUSAO                       00037400
                    PERFORM LIBERA-DELTA                                00037500
                 WHEN OTHER                                             00037600
                    ADD 1 TO WK-CONT-DLT-IGNORADOS                      00037700
              END-EVALUATE                                              00037800
           END-IF                                                       00037900
           .                                                            00038000
       LIBERA-DELTA.                                                    00038100
      *    O CEP E O PRIMEIRO CAMPO DO CSV DE 120 POSICOES              00038200
           MOVE SPACES TO WK-CAMPO-CEP                                  00038300
           UNSTRING CEPDLT01-DADOS DELIMITED BY ','                     00038400
              INTO WK-CAMPO-CEP                                         00038500
           END-UNSTRING                                                 00038600
           MOVE WK-CAMPO-CEP  TO CEPISORT-CEP                           00038700
           MOVE CEPDLT01-ACAO TO CEPISORT-MOTIVO                        00038800
           RELEASE CEPISORT-REC                                         00038900
           .                                                            00039000
       LE-AUDITORIA-RENAM.                                              00039100
           READ CEPRAU01 RECORD AT END MOVE 'Y' TO WK-EOF.              00039200
           IF WK-EOF NOT = 'Y'                                          00039300
              ADD 1 TO WK-CONT-RAU-LIDOS                                00039400
              MOVE CEPRAU01-DEPOIS-CEP TO CEPISORT-CEP                  00039500
              MOVE 'R'                 TO CEPISORT-MOTIVO               00039600
              RELEASE CEPISORT-REC                                      00039700
           END-IF                                                       00039800
           .                                                            00039900
       CARREGA-MUDANCAS.                                                00040000
      *    PROCEDIMENTO DE SAIDA DO SORT: OS CEPS CHEGAM EM SEQUENCIA;  00040100
      *    O MESMO CEP EM MAIS DE UMA ORIGEM FICA SO COM A PRIMEIRA     00040200
      *    ('A' ANTES DE 'E' ANTES DE 'R') - O ENDERECO NOVO E O DA     00040300
      *    BASE DE QUALQUER FORMA                                       00040400
           MOVE 'N' TO WK-EOF-SORT                                      00040500
           PERFORM RETORNA-MUDANCA UNTIL WK-EOF-SORT = 'Y'              00040600
           .                                                            00040700
       RETORNA-MUDANCA.                                                 00040800
           RETURN CEPISORT RECORD                                       00040900
              AT END                                                    00041000
                 MOVE 'Y' TO WK-EOF-SORT                                00041100
              NOT AT END                                                00041200
                 IF CEPISORT-CEP = WK-CEP-ANT                           00041300
                    ADD 1 TO WK-CONT-DUPLICADOS                         00041400
                 ELSE                                                   00041500
                    MOVE CEPISORT-CEP TO WK-CEP-ANT                     00041600
                    PERFORM CARREGA-MUDANCA                             00041700
                 END-IF                                                 00041800
           END-RETURN                                                   00041900
           .                                                            00042000
       CARREGA-MUDANCA.                                                 00042100
           IF WK-MUD-QTDE >= 100000                                     00042200
              DISPLAY 'TABELA DE CEPS MUDADOS CHEIA (100000) NO CEP '   00042300
                 CEPISORT-CEP                                           00042400
              PERFORM CLOSE-FILES                                       00042500
              MOVE 8 TO RETURN-CODE                                     00042600
              STOP RUN                                                  00042700
           END-IF                                                       00042800
           ADD 1 TO WK-MUD-QTDE                                         00042900
           SET WK-MUD-IDX TO WK-MUD-QTDE                                00043000
           MOVE CEPISORT-CEP    TO WK-MUD-CEP (WK-MUD-IDX)              00043100
           MOVE CEPISORT-MOTIVO TO WK-MUD-MOTIVO (WK-MUD-IDX)           00043200
           MOVE SPACES          TO WK-MUD-DT-APOSENT (WK-MUD-IDX)       00043300
           MOVE CEPISORT-CEP    TO CEPV0001-CEP                         00043400
           READ CEPV0001 RECORD                                         00043500
           IF WK-VSAM-FILE-STATUS NOT = '00' AND                        00043600
              WK-VSAM-FILE-STATUS NOT = '23'                            00043700
              PERFORM ERRO-VSAM                                         00043800
           END-IF                                                       00043900
           IF CEPISORT-MOTIVO = 'E'                                     00044000
              PERFORM RESOLVE-EXCLUSAO                                  00044100
           ELSE                                                         00044200
              IF WK-VSAM-FILE-STATUS = '00'                             00044300
                 PERFORM GUARDA-ENDERECO-NOVO                           00044400
                 IF CEPISORT-MOTIVO = 'R'                               00044500
                    ADD 1 TO WK-CONT-MUD-RENOMEADO                      00044600
                 ELSE                                                   00044700
                    ADD 1 TO WK-CONT-MUD-ALTERADO                       00044800
                 END-IF                                                 00044900
              ELSE                                                      00045000
                 ADD 1 TO WK-CONT-FORA-DA-BASE                          00045100
                 SUBTRACT 1 FROM WK-MUD-QTDE                            00045200
              END-IF                                                    00045300
           END-IF                                                       00045400
           .                                                            00045500
       RESOLVE-EXCLUSAO.                                                00045600
      *    CEP AINDA NA BASE: EXCLUSAO NAO APLICADA (PROTEGIDO) OU CEP  00045700
      *    REATIVADO - O CLIENTE NAO E AFETADO. SENAO PROCURA O         00045800
      *    SUCESSOR EM CEPV0004 E, SE ELE ESTA NA BASE, USA O ENDERECO  00045900
      *    DELE; SEM SUCESSOR UTILIZAVEL O CLIENTE VAI PARA CONTATO     00046000
           IF WK-VSAM-FILE-STATUS = '00'                                00046100
              ADD 1 TO WK-CONT-EXC-NAO-APLICADA                         00046200
              SUBTRACT 1 FROM WK-MUD-QTDE                               00046300
           ELSE                                                         00046400
              MOVE 'X'    TO WK-MUD-MOTIVO (WK-MUD-IDX)                 00046500
              MOVE SPACES TO WK-MUD-UF (WK-MUD-IDX)                     00046600
              MOVE CEPISORT-CEP TO CEPV0004-CEP                         00046700
              READ CEPV0004 RECORD                                      00046800
              IF WK-VSAM-FILE-STATUS NOT = '00' AND                     00046900
                 WK-VSAM-FILE-STATUS NOT = '23'                         00047000
                 PERFORM ERRO-VSAM                                      00047100
              END-IF                                                    00047200
              IF WK-VSAM-FILE-STATUS = '00'                             00047300
                 MOVE CEPV0004-DT-APOSENTADORIA                         00047400
                   TO WK-MUD-DT-APOSENT (WK-MUD-IDX)                    00047500
                 MOVE CEPV0004-IMG-UF TO WK-MUD-UF (WK-MUD-IDX)         00047600
                 IF CEPV0004-CEP-SUCESSOR NOT = SPACES                  00047700
                    MOVE CEPV0004-CEP-SUCESSOR TO CEPV0001-CEP          00047800
                    READ CEPV0001 RECORD                                00047900
                    IF WK-VSAM-FILE-STATUS NOT = '00' AND               00048000
                       WK-VSAM-FILE-STATUS NOT = '23'                   00048100
                       PERFORM ERRO-VSAM                                00048200
                    END-IF                                              00048300
                    IF WK-VSAM-FILE-STATUS = '00'                       00048400
                       MOVE 'S' TO WK-MUD-MOTIVO (WK-MUD-IDX)           00048500
                       PERFORM GUARDA-ENDERECO-NOVO                     00048600
                    END-IF                                              00048700
                 END-IF                                                 00048800
              END-IF                                                    00048900
              IF WK-MUD-MOTIVO (WK-MUD-IDX) = 'S'                       00049000
                 ADD 1 TO WK-CONT-MUD-SUCESSOR                          00049100
              ELSE                                                      00049200
                 ADD 1 TO WK-CONT-MUD-SEM-SUCESSOR                      00049300
              END-IF                                                    00049400
           END-IF                                                       00049500
           .                                                            00049600
       GUARDA-ENDERECO-NOVO.                                            00049700
           MOVE CEPV0001-CEP        TO WK-MUD-CEP-NOVO (WK-MUD-IDX)     00049800
           MOVE CEPV0001-UF         TO WK-MUD-UF (WK-MUD-IDX)           00049900
           MOVE CEPV0001-CIDADE     TO WK-MUD-CIDADE (WK-MUD-IDX)       00050000
           MOVE CEPV0001-BAIRRO     TO WK-MUD-BAIRRO (WK-MUD-IDX)       00050100
           MOVE CEPV0001-LOGRADOURO TO WK-MUD-LOGRADOURO (WK-MUD-IDX)   00050200
           .                                                            00050300
       READ-CLIENTE.                                                    00050400
           READ CEPENT01 RECORD AT END MOVE 'Y' TO WK-EOF.              00050500
           IF WK-EOF NOT = 'Y'                                          00050600
              ADD 1 TO WK-CONT-CLI-LIDOS                                00050700
              IF CEPENT01-CEP NOT = SPACES                              00050800
                 SEARCH ALL WK-MUD-ENTRY                                00050900
                    AT END                                              00051000
                       CONTINUE                                         00051100
                    WHEN WK-MUD-CEP (WK-MUD-IDX) = CEPENT01-CEP         00051200
                       PERFORM TRATA-CLIENTE-AFETADO                    00051300
                 END-SEARCH                                             00051400
              END-IF                                                    00051500
           END-IF                                                       00051600
           .                                                            00051700
       TRATA-CLIENTE-AFETADO.                                           00051800
           ADD 1 TO WK-CONT-CLI-AFETADOS                                00051900
           IF WK-MUD-MOTIVO (WK-MUD-IDX) = 'X'                          00052000
              PERFORM GRAVA-CONTATO                                     00052100
           ELSE                                                         00052200
              IF CEPENT01-CEP        = WK-MUD-CEP-NOVO (WK-MUD-IDX)     00052300
                 AND CEPENT01-UF     = WK-MUD-UF (WK-MUD-IDX)           00052400
                 AND CEPENT01-CIDADE = WK-MUD-CIDADE (WK-MUD-IDX)       00052500
                 AND CEPENT01-BAIRRO = WK-MUD-BAIRRO (WK-MUD-IDX)       00052600
                 AND CEPENT01-LOGRADOURO                                00052700
                                     = WK-MUD-LOGRADOURO (WK-MUD-IDX)   00052800
                 ADD 1 TO WK-CONT-CLI-JA-ATUAL                          00052900
              ELSE                                                      00053000
                 PERFORM GRAVA-ATUALIZACAO                              00053100
              END-IF                                                    00053200
           END-IF                                                       00053300
           .                                                            00053400
       GRAVA-ATUALIZACAO.                                               00053500
           MOVE SPACES                TO CEPIMP01-REC                   00053600
           MOVE CEPENT01-CLIENTE      TO CEPIMP01-CLIENTE               00053700
           MOVE WK-MUD-MOTIVO (WK-MUD-IDX) TO CEPIMP01-MOTIVO           00053800
           EVALUATE WK-MUD-MOTIVO (WK-MUD-IDX)                          00053900
              WHEN 'A'                                                  00054000
                 MOVE 'ENDERECO DO CEP ALTERADO'                        00054100
                   TO CEPIMP01-DESC-MOTIVO                              00054200
                 ADD 1 TO WK-CONT-IMP-ALTERADO                          00054300
              WHEN 'R'                                                  00054400
                 MOVE 'CIDADE RENOMEADA'                                00054500
                   TO CEPIMP01-DESC-MOTIVO                              00054600
                 ADD 1 TO WK-CONT-IMP-RENOMEADO                         00054700
              WHEN OTHER                                                00054800
                 MOVE 'CEP APOSENTADO - SUCESSOR'                       00054900
                   TO CEPIMP01-DESC-MOTIVO                              00055000
                 ADD 1 TO WK-CONT-IMP-SUCESSOR                          00055100
           END-EVALUATE                                                 00055200
           MOVE CEPENT01-CEP          TO CEPIMP01-ANT-CEP               00055300
           MOVE CEPENT01-UF           TO CEPIMP01-ANT-UF                00055400
           MOVE CEPENT01-CIDADE       TO CEPIMP01-ANT-CIDADE            00055500
           MOVE CEPENT01-BAIRRO       TO CEPIMP01-ANT-BAIRRO            00055600
           MOVE CEPENT01-LOGRADOURO   TO CEPIMP01-ANT-LOGRADOURO        00055700
           MOVE WK-MUD-CEP-NOVO (WK-MUD-IDX)  TO CEPIMP01-NOV-CEP       00055800
           MOVE WK-MUD-UF (WK-MUD-IDX)        TO CEPIMP01-NOV-UF        00055900
           MOVE WK-MUD-CIDADE (WK-MUD-IDX)    TO CEPIMP01-NOV-CIDADE    00056000
           MOVE WK-MUD-BAIRRO (WK-MUD-IDX)    TO CEPIMP01-NOV-BAIRRO    00056100
           MOVE WK-MUD-LOGRADOURO (WK-MUD-IDX)                          00056200
             TO CEPIMP01-NOV-LOGRADOURO                                 00056300
           MOVE CEPENT01-NUMERO       TO CEPIMP01-NUMERO                00056400
           WRITE CEPIMP01-REC                                           00056500
           .                                                            00056600
       GRAVA-CONTATO.                                                   00056700
           ADD 1 TO WK-CONT-CONTATO                                     00056800
           MOVE SPACES           TO CEPCTT01-REC                        00056900
           MOVE CEPENT01-REC     TO CEPCTT01-DADOS                      00057000
           IF WK-MUD-UF (WK-MUD-IDX) NOT = SPACES                       00057100
              MOVE WK-MUD-UF (WK-MUD-IDX) TO WK-UF-CONTATO              00057200
           ELSE                                                         00057300
              MOVE CEPENT01-UF            TO WK-UF-CONTATO              00057400
           END-IF                                                       00057500
           MOVE WK-UF-CONTATO    TO CEPCTT01-UF                         00057600
           MOVE WK-MUD-DT-APOSENT (WK-MUD-IDX)                          00057700
             TO CEPCTT01-DT-APOSENTADORIA                               00057800
           WRITE CEPCTT01-REC                                           00057900
           SEARCH ALL WK-UF-ENTRY                                       00058000
              AT END                                                    00058100
                 SET WK-UF-IDX TO 28                                    00058200
              WHEN WK-UF-SIGLA (WK-UF-IDX) = WK-UF-CONTATO              00058300
                 CONTINUE                                               00058400
           END-SEARCH                                                   00058500
           ADD 1 TO WK-UF-CONTATOS (WK-UF-IDX)                          00058600
           .                                                            00058700
       ERRO-VSAM.                                                       00058800
           DISPLAY "-----ERRO VSAM -----"                               00058900
           DISPLAY WK-VSAM-FILE-STATUS                                  00059000
           PERFORM CLOSE-FILES                                          00059100
           MOVE 12 TO RETURN-CODE                                       00059200
           STOP RUN                                                     00059300
           .                                                            00059400
       RELATORIO-FINAL.                                                 00059500
           DISPLAY '---------------------------------------------'      00059600
           DISPLAY ' IMPACTO NOS CLIENTES DAS MUDANCAS DO CICLO  '      00059700
           DISPLAY 'DATA/HORA DA ANALISE .: ' WK-CURRENT-DATE (1:14)    00059800
           DISPLAY 'ACOES DE DELTA LIDAS (CEPDLT01) ..............'     00059900
           DISPLAY WK-CONT-DLT-LIDOS                                    00060000
           DISPLAY 'ALTERACOES (A) .............................'       00060100
           DISPLAY WK-CONT-DLT-ALTERACAO                                00060200
           DISPLAY 'EXCLUSOES (E) ..............................'       00060300
           DISPLAY WK-CONT-DLT-EXCLUSAO                                 00060400
           DISPLAY 'INCLUSOES E OUTRAS (SEM IMPACTO) ...........'       00060500
           DISPLAY WK-CONT-DLT-IGNORADOS                                00060600
           DISPLAY 'MUDANCAS DE CIDADE LIDAS (CEPRAU01) .........'      00060700
           DISPLAY WK-CONT-RAU-LIDOS                                    00060800
           DISPLAY 'CEP REPETIDO EM MAIS DE UMA ORIGEM ...........'     00060900
           DISPLAY WK-CONT-DUPLICADOS                                   00061000
           DISPLAY 'CEPS COM ENDERECO ALTERADO ...................'     00061100
           DISPLAY WK-CONT-MUD-ALTERADO                                 00061200
           DISPLAY 'CEPS COM CIDADE RENOMEADA ....................'     00061300
           DISPLAY WK-CONT-MUD-RENOMEADO                                00061400
           DISPLAY 'CEPS APOSENTADOS COM SUCESSOR NA BASE ........'     00061500
           DISPLAY WK-CONT-MUD-SUCESSOR                                 00061600
           DISPLAY 'CEPS APOSENTADOS SEM SUCESSOR ................'     00061700
           DISPLAY WK-CONT-MUD-SEM-SUCESSOR                             00061800
           DISPLAY 'EXCLUSOES NAO APLICADAS (CEP SEGUE NA BASE) ..'     00061900
           DISPLAY WK-CONT-EXC-NAO-APLICADA                             00062000
           DISPLAY 'CEPS ALTERADOS QUE NAO ESTAO MAIS NA BASE ....'     00062100
           DISPLAY WK-CONT-FORA-DA-BASE                                 00062200
           DISPLAY 'CLIENTES LIDOS (CEPENT01) ....................'     00062300
           DISPLAY WK-CONT-CLI-LIDOS                                    00062400
           DISPLAY 'CLIENTES COM CEP MUDADO NO CICLO .............'     00062500
           DISPLAY WK-CONT-CLI-AFETADOS                                 00062600
           DISPLAY 'CLIENTES JA COM O ENDERECO NOVO ..............'     00062700
           DISPLAY WK-CONT-CLI-JA-ATUAL                                 00062800
           DISPLAY 'ATUALIZACOES - ENDERECO ALTERADO (CEPIMP01) ..'     00062900
           DISPLAY WK-CONT-IMP-ALTERADO                                 00063000
           DISPLAY 'ATUALIZACOES - CIDADE RENOMEADA (CEPIMP01) ...'     00063100
           DISPLAY WK-CONT-IMP-RENOMEADO                                00063200
           DISPLAY 'ATUALIZACOES - CEP SUCESSOR (CEPIMP01) .......'     00063300
           DISPLAY WK-CONT-IMP-SUCESSOR                                 00063400
           DISPLAY 'CLIENTES PARA CONTATO MANUAL (CEPCTT01) ......'     00063500
           DISPLAY WK-CONT-CONTATO                                      00063600
           IF WK-CONT-CONTATO > 0                                       00063700
              DISPLAY ' CONTATO MANUAL POR UF '                         00063800
              PERFORM RELATORIO-UF-LINHA VARYING WK-UF-IDX              00063900
                 FROM 1 BY 1 UNTIL WK-UF-IDX > 28                       00064000
           END-IF                                                       00064100
           DISPLAY '---------------------------------------------'      00064200
           .                                                            00064300
       RELATORIO-UF-LINHA.                                              00064400
           IF WK-UF-CONTATOS (WK-UF-IDX) > 0                            00064500
              DISPLAY ' UF ' WK-UF-SIGLA (WK-UF-IDX) ' ....: '          00064600
                 WK-UF-CONTATOS (WK-UF-IDX)                             00064700
           END-IF                                                       00064800
           .                                                            00064900
       CLOSE-FILES.                                                     00065000
           CLOSE CEPV0001                                               00065100
           CLOSE CEPV0004                                               00065200
           CLOSE CEPDLT01                                               00065300
           CLOSE CEPRAU01                                               00065400
           CLOSE CEPENT01                                               00065500
           CLOSE CEPIMP01                                               00065600
           CLOSE CEPCTT01                                               00065700
           .                                                            00065800
