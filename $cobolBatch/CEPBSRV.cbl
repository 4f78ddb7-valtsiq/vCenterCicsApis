       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID. CEPBSRV.                                             00000200
      ******************************************************************00000300
      * Valter Siqueira - Systems      c                                00000400
      * Laboratoratório de uso particular ......                        00000500
      * ----------------------------------------------------------------00000600
      * Sistema .............. CEP                                      00000700
      * Programa.............. CEPBSRV                                  00000800
      * Tipo    .............. SUBPROGRAMA (CALL, BATCH)                00000900
      * Finalidade ........... Servico de consulta de CEP para os       00001000
      *                        programas BATCH da casa (faturamento,    00001100
      *                        CRM), que nao podem usar EXEC CICS LINK: 00001200
      *                        mesmo contrato de area e mesmos codigos  00001300
      *                        de retorno de CEPSRV01 (CEP -> endereco, 00001400
      *                        com a gradacao de layouts pelo tamanho   00001500
      *                        da area) e de CEPSRV02 (consulta         00001600
      *                        reversa UF + CIDADE + prefixo de         00001700
      *                        LOGRADOURO, com o dicionario de          00001800
      *                        sinonimos), em vez de cada equipe        00001900
      *                        escrever o proprio READ contra           00002000
      *                        CEPVSA01.                                00002100
      *                        CACHE: as respostas da consulta por CEP  00002200
      *                        (encontrado, nao cadastrado e            00002300
      *                        aposentado) ficam numa tabela de 4999    00002400
      *                        posicoes enderecada pelo resto da        00002500
      *                        divisao do CEP por 4999; o CEP novo que  00002600
      *                        cai numa posicao ocupada substitui o     00002700
      *                        anterior (fica sempre o mais recente).   00002800
      *                        Erro de I-O e CEP invalido nao entram    00002900
      *                        no cache. Um batch que processa milhoes  00003000
      *                        de enderecos com CEPs repetidos deixa    00003100
      *                        de fazer milhoes de leituras aleatorias. 00003200
      *                        A consulta reversa nao usa o cache.      00003300
      *                        Os arquivos sao abertos na primeira      00003400
      *                        chamada e ficam abertos; o chamador      00003500
      *                        encerra com FUNCAO 'F' antes do STOP     00003600
      *                        RUN, que fecha os arquivos e mostra no   00003700
      *                        SYSOUT as consultas, acertos e faltas    00003800
      *                        do cache.                                00003900
      * DSnames .............. B090290.CEPVSA01 (CEPV0001, PELA CHAVE   00004000
      *                        PRIMARIA E PELA ALTERNATIVA UF+CIDADE)   00004100
      *                        B090290.CEPVSA04 (CEPV0004, CEPS         00004200
      *                        APOSENTADOS - GRAVADO POR CEPAPLY)       00004300
      *                        B090290.CEPVSA07 (CEPV0007, DICIONARIO   00004400
      *                        DE SINONIMOS; SE NAO ABRIR A REVERSA     00004500
      *                        FILTRA SEM ELE, COMO CEPSRV02)           00004600
      * Interface (CALL USING CONTROLE, DADOS) .....                    00004700
      *   CONTROLE (70 BYTES)                                           00004800
      *   ENTRADA  POS 001     = FUNCAO: 'C' CONSULTA POR CEP           00004900
      *                                      (DADOS = COMMAREA DE       00005000
      *                                      CEPSRV01)                  00005100
      *                                  'R' CONSULTA REVERSA           00005200
      *                                      (DADOS = COMMAREA DE       00005300
      *                                      CEPSRV02)                  00005400
      *                                  'F' FECHA OS ARQUIVOS E        00005500
      *                                      MOSTRA AS ESTATISTICAS     00005600
      *                                      (DADOS NAO USADOS)         00005700
      *            POS 002-005 = TAMANHO DA AREA DE DADOS DO CHAMADOR   00005800
      *                          (FAZ O PAPEL DO EIBCALEN: 102, 103,    00005900
      *                          125 OU 154 NA 'C'; 106 NA 'R')         00006000
      *   SAIDA    POS 006-007 = RETORNO DA FUNCAO                      00006100
      *                          '00' = EXECUTADA (O RESULTADO DA       00006200
      *                                 CONSULTA ESTA NOS DADOS)        00006300
      *                          '12' = FUNCAO INVALIDA                 00006400
      *                          '16' = ERRO NA ABERTURA DOS ARQUIVOS   00006500
      *            POS 008-017 = CONSULTAS POR CEP DESDE A ABERTURA     00006600
      *            POS 018-027 = ACERTOS NO CACHE                       00006700
      *            POS 028-037 = FALTAS (LEITURAS EM CEPV0001)          00006800
      *            POS 038-047 = SUBSTITUICOES NO CACHE                 00006900
      *            POS 048-057 = CONSULTAS REVERSAS                     00007000
      *            POS 058-070 = RESERVADO                              00007100
      *   DADOS NA FUNCAO 'C' = COMMAREA DE CEPSRV01, MESMAS POSICOES,  00007200
      *   MESMA GRADACAO E MESMOS RETORNOS ('00','04','06','08','12',   00007300
      *   '16'): ABAIXO DE 102 BYTES O RETORNO E '12'; OS CAMPOS ALEM   00007400
      *   DO TAMANHO INFORMADO NUNCA SAO TOCADOS; '06' SO PARA AREA     00007500
      *   DE 154 (AREA MENOR RECEBE '04' PARA O CEP APOSENTADO).        00007600
      *   DADOS NA FUNCAO 'R' = COMMAREA DE CEPSRV02 (106 BYTES),       00007700
      *   MESMAS POSICOES E RETORNOS ('00','02','04','08','12','16').   00007800
      *   VIDE OS PROLOGOS DE CEPSRV01 E CEPSRV02.                      00007900
      ******************************************************************00008000
       ENVIRONMENT DIVISION.                                            00008100
       INPUT-OUTPUT SECTION.                                            00008200
       FILE-CONTROL.                                                    00008300
           SELECT CEPV0001 ASSIGN TO 'CEPV0001'                         00008400
           ORGANIZATION IS INDEXED                                      00008500
           ACCESS MODE IS DYNAMIC                                       00008600
           RECORD KEY IS CEPV0001-CEP                                   00008700
           ALTERNATE RECORD KEY IS CEPV0001-UF-CIDADE                   00008800
              WITH DUPLICATES                                           00008900
           FILE STATUS WK-VSAM-FILE-STATUS.                             00009000
      *                                                                 00009100
           SELECT CEPV0004 ASSIGN TO 'CEPV0004'                         00009200
           ORGANIZATION IS INDEXED                                      00009300
           ACCESS MODE IS RANDOM                                        00009400
           RECORD KEY IS CEPV0004-CEP                                   00009500
           FILE STATUS WK-VSAM-FILE-STATUS.                             00009600
      *    CEPS APOSENTADOS COM O SUCESSOR (GRAVADO POR CEPAPLY)        00009700
      *                                                                 00009800
           SELECT CEPV0007 ASSIGN TO 'CEPV0007'                         00009900
           ORGANIZATION IS INDEXED                                      00010000
           ACCESS MODE IS RANDOM                                        00010100
           RECORD KEY IS CEPV0007-CHAVE                                 00010200
           FILE STATUS WK-VSAM-FILE-STATUS.                             00010300
      *    DICIONARIO DE SINONIMOS DE LOGRADOURO (GRAVADO POR CEPREVIS) 00010400
       DATA DIVISION.                                                   00010500
       FILE SECTION.                                                    00010600
                                                                        00010700
       FD CEPV0001.                                                     00010800
       01 CEPV0001-REC.                                                 00010900
          05 CEPV0001-CEP               PIC  X(008).                    00011000
          05 CEPV0001-UF                PIC  X(002).                    00011100
          05 CEPV0001-CIDADE-BUSCA      PIC  X(030).                    00011200
          05 CEPV0001-CIDADE            PIC  X(030).                    00011300
          05 CEPV0001-BAIRRO            PIC  X(030).                    00011400
          05 CEPV0001-LOGRADOURO        PIC  X(030).                    00011500
          05 CEPV0001-PROTEGIDO         PIC  X(001).                    00011600
          05 CEPV0001-TIPO              PIC  X(001).                    00011700
          05 CEPV0001-ULT-ATUALIZACAO   PIC  X(021).                    00011800
          05 CEPV0001-ULT-ORIGEM        PIC  X(001).                    00011900
          05 CEPV0001-COD-IBGE          PIC  X(007).                    00012000
       66 CEPV0001-UF-CIDADE RENAMES CEPV0001-UF                        00012100
           THRU CEPV0001-CIDADE-BUSCA.                                  00012200
      *                                                                 00012300
       FD CEPV0004.                                                     00012400
       01 CEPV0004-REC.                                                 00012500
          05 CEPV0004-CEP               PIC  X(008).                    00012600
          05 CEPV0004-DT-APOSENTADORIA  PIC  X(021).                    00012700
          05 CEPV0004-CEP-SUCESSOR      PIC  X(008).                    00012800
          05 CEPV0004-IMAGEM            PIC  X(161).                    00012900
          05 FILLER                     PIC  X(002).                    00013000
      *                                                                 00013100
       FD CEPV0007.                                                     00013200
       01 CEPV0007-REC.                                                 00013300
          05 CEPV0007-CHAVE.                                            00013400
             10 CEPV0007-UF             PIC  X(002).                    00013500
             10 CEPV0007-CIDADE-BUSCA   PIC  X(030).                    00013600
             10 CEPV0007-VARIANTE       PIC  X(040).                    00013700
          05 CEPV0007-STATUS            PIC  X(001).                    00013800
      *       'A' = SINONIMO ACEITO  'R' = PAREAMENTO REJEITADO         00013900
          05 CEPV0007-LOG-OFICIAL       PIC  X(030).                    00014000
          05 CEPV0007-CEP-REFERENCIA    PIC  X(008).                    00014100
          05 CEPV0007-VARIANTE-ORIGINAL PIC  X(030).                    00014200
          05 CEPV0007-OPERADOR          PIC  X(008).                    00014300
          05 CEPV0007-DT-DECISAO        PIC  X(008).                    00014400
          05 FILLER                     PIC  X(003).                    00014500
      *                                                                 00014600
       WORKING-STORAGE SECTION.                                         00014700
        01 WORKING-AREAS.                                               00014800
           03 WK-VSAM-FILE-STATUS       PIC  X(002) VALUE SPACES.       00014900
           03 WK-ARQUIVOS               PIC  X(001) VALUE 'N'.          00015000
      *       'N' = FECHADOS  'S' = ABERTOS  'E' = ERRO NA ABERTURA     00015100
           03 WK-DICIONARIO             PIC  X(001) VALUE 'N'.          00015200
      *       'S' = CEPV0007 ABERTO  'N' = REVERSA FILTRA SEM ELE       00015300
           03 WK-TAMANHO                PIC  9(004) VALUE ZEROS.        00015400
           03 WK-CEP-CHAVE              PIC  X(008) VALUE SPACES.       00015500
           03 WK-CEP-NUM REDEFINES WK-CEP-CHAVE                         00015600
                                        PIC  9(008).                    00015700
           03 WK-QUOCIENTE              PIC  9(008) VALUE ZEROS.        00015800
           03 WK-RESTO                  PIC  9(004) VALUE ZEROS.        00015900
           03 WK-SLOT                   PIC  9(004) COMP VALUE ZEROS.   00016000
           03 WK-PCT-ACERTO             PIC  9(003)V99 VALUE ZEROS.     00016100
           03 WK-PRINT-PCT              PIC  ZZ9.99 VALUE ZEROS.        00016200
      *       CONSULTA REVERSA (MESMA LOGICA DE CEPSRV02)               00016300
           03 WK-CIDADE-BUSCA           PIC  X(030) VALUE SPACES.       00016400
           03 WK-FIM-BROWSE             PIC  X(001) VALUE 'N'.          00016500
           03 WK-CASOU-FILTRO           PIC  X(001) VALUE 'N'.          00016600
           03 WK-FILTRO-LEN             PIC S9(004) COMP VALUE 0.       00016700
           03 WK-IDX                    PIC S9(004) COMP VALUE 0.       00016800
           03 WK-QTDE                   PIC S9(004) COMP VALUE 0.       00016900
           03 WK-TRANSBORDO             PIC  X(001) VALUE 'N'.          00017000
           03 WK-FILTRO                 PIC  X(030) VALUE SPACES.       00017100
      *       ESTATISTICAS DESDE A ABERTURA                             00017200
           03 WK-CONT-CONSULTAS         PIC  9(010) VALUE ZEROS.        00017300
           03 WK-CONT-ACERTOS           PIC  9(010) VALUE ZEROS.        00017400
           03 WK-CONT-FALTAS            PIC  9(010) VALUE ZEROS.        00017500
           03 WK-CONT-SUBSTITUICOES     PIC  9(010) VALUE ZEROS.        00017600
           03 WK-CONT-REVERSAS          PIC  9(010) VALUE ZEROS.        00017700
                                                                        00017800
      *    CACHE DAS RESPOSTAS POR CEP: POSICAO = RESTO DA DIVISAO DO   00017900
      *    CEP POR 4999, MAIS 1. CEP EM BRANCO = POSICAO LIVRE. A       00018000
      *    RESPOSTA GUARDADA E SEMPRE A COMPLETA (LAYOUT DE 154); A     00018100
      *    GRADACAO PELO TAMANHO DA AREA E FEITA NA DEVOLUCAO           00018200
        01 WK-TAB-CACHE.                                                00018300
           03 WK-CACHE-ENTRY OCCURS 4999 TIMES.                         00018400
              05 WK-CACHE-CEP           PIC  X(008).                    00018500
              05 WK-CACHE-RETORNO       PIC  X(002).                    00018600
              05 WK-CACHE-UF            PIC  X(002).                    00018700
              05 WK-CACHE-CIDADE        PIC  X(030).                    00018800
              05 WK-CACHE-BAIRRO        PIC  X(030).                    00018900
              05 WK-CACHE-LOGRADOURO    PIC  X(030).                    00019000
              05 WK-CACHE-TIPO          PIC  X(001).                    00019100
              05 WK-CACHE-ULT-ATUALIZACAO PIC X(021).                   00019200
              05 WK-CACHE-ULT-ORIGEM    PIC  X(001).                    00019300
              05 WK-CACHE-CEP-SUCESSOR  PIC  X(008).                    00019400
              05 WK-CACHE-DT-APOSENT    PIC  X(021).                    00019500
                                                                        00019600
      *    AREA DE CHAMADA DO NORMALIZADOR DE LOGRADOURO (CEPNRMLG)     00019700
        01 WK-NRM-AREA.                                                 00019800
           03 WK-NRM-ENTRADA            PIC  X(030) VALUE SPACES.       00019900
           03 WK-NRM-SAIDA              PIC  X(060) VALUE SPACES.       00020000
           03 WK-NRM-TAMANHO            PIC  9(002) VALUE ZEROS.        00020100
                                                                        00020200
       LINKAGE SECTION.                                                 00020300
       01 LK-BSR-CONTROLE.                                              00020400
          05 LK-BSR-FUNCAO              PIC  X(001).                    00020500
          05 LK-BSR-TAMANHO             PIC  9(004).                    00020600
          05 LK-BSR-RETORNO             PIC  X(002).                    00020700
          05 LK-BSR-CONSULTAS           PIC  9(010).                    00020800
          05 LK-BSR-ACERTOS             PIC  9(010).                    00020900
          05 LK-BSR-FALTAS              PIC  9(010).                    00021000
          05 LK-BSR-SUBSTITUICOES       PIC  9(010).                    00021100
          05 LK-BSR-REVERSAS            PIC  9(010).                    00021200
          05 FILLER                     PIC  X(013).                    00021300
      *    COMMAREA DE CEPSRV01 (CONSULTA POR CEP)                      00021400
       01 LK-SRV-AREA.                                                  00021500
          05 LK-SRV-CEP                 PIC  X(008).                    00021600
          05 LK-SRV-RETORNO             PIC  X(002).                    00021700
          05 LK-SRV-UF                  PIC  X(002).                    00021800
          05 LK-SRV-CIDADE              PIC  X(030).                    00021900
          05 LK-SRV-BAIRRO              PIC  X(030).                    00022000
          05 LK-SRV-LOGRADOURO          PIC  X(030).                    00022100
          05 LK-SRV-TIPO                PIC  X(001).                    00022200
          05 LK-SRV-ULT-ATUALIZACAO     PIC  X(021).                    00022300
          05 LK-SRV-ULT-ORIGEM          PIC  X(001).                    00022400
          05 LK-SRV-CEP-SUCESSOR        PIC  X(008).                    00022500
          05 LK-SRV-DT-APOSENTADORIA    PIC  X(021).                    00022600
      *    COMMAREA DE CEPSRV02 (CONSULTA REVERSA)                      00022700
       01 LK-REV-AREA REDEFINES LK-SRV-AREA.                            00022800
          05 LK-REV-UF                  PIC  X(002).                    00022900
          05 LK-REV-CIDADE              PIC  X(030).                    00023000
          05 LK-REV-LOGRADOURO          PIC  X(030).                    00023100
          05 LK-REV-RETORNO             PIC  X(002).                    00023200
          05 LK-REV-QTDE                PIC  9(002).                    00023300
          05 LK-REV-CEP                 PIC  X(008) OCCURS 5 TIMES.     00023400
                                                                        00023500
       PROCEDURE DIVISION USING LK-BSR-CONTROLE LK-SRV-AREA.            00023600
      *                                                                 00023700
       MAIN-PARA.                                                       00023800
           MOVE '00' TO LK-BSR-RETORNO                                  00023900
           MOVE ZEROS TO WK-TAMANHO                                     00024000
           IF LK-BSR-TAMANHO IS NUMERIC                                 00024100
              MOVE LK-BSR-TAMANHO TO WK-TAMANHO                         00024200
           END-IF                                                       00024300
                                                                        00024400
           EVALUATE LK-BSR-FUNCAO                                       00024500
              WHEN 'C'                                                  00024600
                 PERFORM PREPARA-ARQUIVOS                               00024700
                 PERFORM CONSULTA-CEP                                   00024800
              WHEN 'R'                                                  00024900
                 PERFORM PREPARA-ARQUIVOS                               00025000
                 PERFORM CONSULTA-REVERSA                               00025100
              WHEN 'F'                                                  00025200
                 PERFORM MOSTRA-ESTATISTICAS                            00025300
                 PERFORM CLOSE-FILES                                    00025400
              WHEN OTHER                                                00025500
                 MOVE '12' TO LK-BSR-RETORNO                            00025600
           END-EVALUATE                                                 00025700
                                                                        00025800
           MOVE WK-CONT-CONSULTAS     TO LK-BSR-CONSULTAS               00025900
           MOVE WK-CONT-ACERTOS       TO LK-BSR-ACERTOS                 00026000
           MOVE WK-CONT-FALTAS        TO LK-BSR-FALTAS                  00026100
           MOVE WK-CONT-SUBSTITUICOES TO LK-BSR-SUBSTITUICOES           00026200
           MOVE WK-CONT-REVERSAS      TO LK-BSR-REVERSAS                00026300
           GOBACK                                                       00026400
           .                                                            00026500
       PREPARA-ARQUIVOS.                                                00026600
           IF WK-ARQUIVOS = 'N'                                         00026700
              PERFORM OPEN-FILES                                        00026800
           END-IF                                                       00026900
           IF WK-ARQUIVOS = 'E'                                         00027000
              MOVE '16' TO LK-BSR-RETORNO                               00027100
           END-IF                                                       00027200
           .                                                            00027300
       OPEN-FILES.                                                      00027400
           MOVE 'S' TO WK-ARQUIVOS                                      00027500
           MOVE SPACES TO WK-TAB-CACHE                                  00027600
           OPEN INPUT CEPV0001                                          00027700
           IF WK-VSAM-FILE-STATUS NOT = '00'                            00027800
              DISPLAY "-----ERRO VSAM NO OPEN CEPV0001 -----"           00027900
              DISPLAY WK-VSAM-FILE-STATUS                               00028000
              MOVE 'E' TO WK-ARQUIVOS                                   00028100
           END-IF                                                       00028200
           OPEN INPUT CEPV0004                                          00028300
           IF WK-VSAM-FILE-STATUS NOT = '00'                            00028400
              DISPLAY "-----ERRO VSAM NO OPEN CEPV0004 -----"           00028500
              DISPLAY WK-VSAM-FILE-STATUS                               00028600
              MOVE 'E' TO WK-ARQUIVOS                                   00028700
           END-IF                                                       00028800
           MOVE 'S' TO WK-DICIONARIO                                    00028900
           OPEN INPUT CEPV0007                                          00029000
           IF WK-VSAM-FILE-STATUS NOT = '00'                            00029100
              DISPLAY "-----CEPV0007 NAO ABERTO - REVERSA SEM SINONIMOS"00029200
              DISPLAY WK-VSAM-FILE-STATUS                               00029300
              MOVE 'N' TO WK-DICIONARIO                                 00029400
           END-IF                                                       00029500
           .                                                            00029600
      *                                                                 00029700
      *    CONSULTA POR CEP - CONTRATO DE CEPSRV01                      00029800
      *                                                                 00029900
       CONSULTA-CEP.                                                    00030000
           IF WK-TAMANHO < 102                                          00030100
      *       AREA CURTA (ABAIXO DO LAYOUT BASICO DE 102 BYTES):        00030200
      *       DEVOLVE '12' SE AO MENOS O CODIGO DE RETORNO COUBER       00030300
              IF WK-TAMANHO >= 10                                       00030400
                 MOVE '12' TO LK-SRV-RETORNO                            00030500
              END-IF                                                    00030600
           ELSE                                                         00030700
              PERFORM LIMPA-SAIDA-CEP                                   00030800
              IF LK-BSR-RETORNO = '16'                                  00030900
                 MOVE '16' TO LK-SRV-RETORNO                            00031000
              ELSE                                                      00031100
                 ADD 1 TO WK-CONT-CONSULTAS                             00031200
                 MOVE LK-SRV-CEP TO WK-CEP-CHAVE                        00031300
                 IF WK-CEP-CHAVE IS NOT NUMERIC                         00031400
                    MOVE '08' TO LK-SRV-RETORNO                         00031500
                 ELSE                                                   00031600
                    PERFORM PROCURA-CACHE                               00031700
                 END-IF                                                 00031800
              END-IF                                                    00031900
           END-IF                                                       00032000
           .                                                            00032100
       LIMPA-SAIDA-CEP.                                                 00032200
      *    OS CAMPOS ALEM DE 102 BYTES SO SAO TOCADOS SE COUBEREM NA    00032300
      *    AREA DO CHAMADOR (GRADACAO COMO NO EIBCALEN DE CEPSRV01)     00032400
           MOVE SPACES TO LK-SRV-UF                                     00032500
           MOVE SPACES TO LK-SRV-CIDADE                                 00032600
           MOVE SPACES TO LK-SRV-BAIRRO                                 00032700
           MOVE SPACES TO LK-SRV-LOGRADOURO                             00032800
           IF WK-TAMANHO >= 103                                         00032900
              MOVE SPACES TO LK-SRV-TIPO                                00033000
           END-IF                                                       00033100
           IF WK-TAMANHO >= 125                                         00033200
              MOVE SPACES TO LK-SRV-ULT-ATUALIZACAO                     00033300
              MOVE SPACES TO LK-SRV-ULT-ORIGEM                          00033400
           END-IF                                                       00033500
           IF WK-TAMANHO >= 154                                         00033600
              MOVE SPACES TO LK-SRV-CEP-SUCESSOR                        00033700
              MOVE SPACES TO LK-SRV-DT-APOSENTADORIA                    00033800
           END-IF                                                       00033900
           .                                                            00034000
       PROCURA-CACHE.                                                   00034100
           MOVE '00' TO LK-SRV-RETORNO                                  00034200
           DIVIDE WK-CEP-NUM BY 4999 GIVING WK-QUOCIENTE                00034300
              REMAINDER WK-RESTO                                        00034400
           COMPUTE WK-SLOT = WK-RESTO + 1                               00034500
           IF WK-CACHE-CEP (WK-SLOT) = WK-CEP-CHAVE                     00034600
              ADD 1 TO WK-CONT-ACERTOS                                  00034700
           ELSE                                                         00034800
              ADD 1 TO WK-CONT-FALTAS                                   00034900
              PERFORM LE-CEP                                            00035000
           END-IF                                                       00035100
      *    ERRO DE I-O NAO ENTRA NO CACHE: A POSICAO FICA COMO ESTAVA   00035200
           IF LK-SRV-RETORNO NOT = '16'                                 00035300
              PERFORM DEVOLVE-CACHE                                     00035400
           END-IF                                                       00035500
           .                                                            00035600
       LE-CEP.                                                          00035700
           MOVE WK-CEP-CHAVE TO CEPV0001-CEP                            00035800
           READ CEPV0001 RECORD                                         00035900
           EVALUATE WK-VSAM-FILE-STATUS                                 00036000
              WHEN '00'                                                 00036100
                 PERFORM OCUPA-POSICAO                                  00036200
                 MOVE '00'              TO WK-CACHE-RETORNO (WK-SLOT)   00036300
                 MOVE CEPV0001-UF       TO WK-CACHE-UF (WK-SLOT)        00036400
                 MOVE CEPV0001-CIDADE   TO WK-CACHE-CIDADE (WK-SLOT)    00036500
                 MOVE CEPV0001-BAIRRO   TO WK-CACHE-BAIRRO (WK-SLOT)    00036600
                 MOVE CEPV0001-LOGRADOURO                               00036700
                    TO WK-CACHE-LOGRADOURO (WK-SLOT)                    00036800
                 IF CEPV0001-TIPO = SPACE                               00036900
                    MOVE 'L'           TO WK-CACHE-TIPO (WK-SLOT)       00037000
                 ELSE                                                   00037100
                    MOVE CEPV0001-TIPO TO WK-CACHE-TIPO (WK-SLOT)       00037200
                 END-IF                                                 00037300
                 MOVE CEPV0001-ULT-ATUALIZACAO                          00037400
                    TO WK-CACHE-ULT-ATUALIZACAO (WK-SLOT)               00037500
                 MOVE CEPV0001-ULT-ORIGEM                               00037600
                    TO WK-CACHE-ULT-ORIGEM (WK-SLOT)                    00037700
              WHEN '23'                                                 00037800
                 PERFORM LE-APOSENTADO                                  00037900
              WHEN OTHER                                                00038000
                 MOVE '16' TO LK-SRV-RETORNO                            00038100
           END-EVALUATE                                                 00038200
           .                                                            00038300
       LE-APOSENTADO.                                                   00038400
      *    CEP FORA DA BASE VIVA: SE FOI APOSENTADO PELO FORNECEDOR     00038500
      *    (CEPAPLY GUARDA O EXCLUIDO EM CEPV0004) A RESPOSTA GUARDADA  00038600
      *    TRAZ O SUCESSOR; A DEVOLUCAO DECIDE ENTRE '06' E '04'        00038700
           MOVE WK-CEP-CHAVE TO CEPV0004-CEP                            00038800
           READ CEPV0004 RECORD                                         00038900
           EVALUATE WK-VSAM-FILE-STATUS                                 00039000
              WHEN '00'                                                 00039100
                 PERFORM OCUPA-POSICAO                                  00039200
                 MOVE '06'              TO WK-CACHE-RETORNO (WK-SLOT)   00039300
                 MOVE CEPV0004-CEP-SUCESSOR                             00039400
                    TO WK-CACHE-CEP-SUCESSOR (WK-SLOT)                  00039500
                 MOVE CEPV0004-DT-APOSENTADORIA                         00039600
                    TO WK-CACHE-DT-APOSENT (WK-SLOT)                    00039700
              WHEN '23'                                                 00039800
                 PERFORM OCUPA-POSICAO                                  00039900
                 MOVE '04'              TO WK-CACHE-RETORNO (WK-SLOT)   00040000
              WHEN OTHER                                                00040100
                 MOVE '16' TO LK-SRV-RETORNO                            00040200
           END-EVALUATE                                                 00040300
           .                                                            00040400
       OCUPA-POSICAO.                                                   00040500
           IF WK-CACHE-CEP (WK-SLOT) NOT = SPACES                       00040600
              ADD 1 TO WK-CONT-SUBSTITUICOES                            00040700
           END-IF                                                       00040800
           MOVE SPACES       TO WK-CACHE-ENTRY (WK-SLOT)                00040900
           MOVE WK-CEP-CHAVE TO WK-CACHE-CEP (WK-SLOT)                  00041000
           .                                                            00041100
       DEVOLVE-CACHE.                                                   00041200
           EVALUATE WK-CACHE-RETORNO (WK-SLOT)                          00041300
              WHEN '00'                                                 00041400
                 MOVE '00'                      TO LK-SRV-RETORNO       00041500
                 MOVE WK-CACHE-UF (WK-SLOT)     TO LK-SRV-UF            00041600
                 MOVE WK-CACHE-CIDADE (WK-SLOT) TO LK-SRV-CIDADE        00041700
                 MOVE WK-CACHE-BAIRRO (WK-SLOT) TO LK-SRV-BAIRRO        00041800
                 MOVE WK-CACHE-LOGRADOURO (WK-SLOT)                     00041900
                    TO LK-SRV-LOGRADOURO                                00042000
                 IF WK-TAMANHO >= 103                                   00042100
                    MOVE WK-CACHE-TIPO (WK-SLOT) TO LK-SRV-TIPO         00042200
                 END-IF                                                 00042300
                 IF WK-TAMANHO >= 125                                   00042400
                    MOVE WK-CACHE-ULT-ATUALIZACAO (WK-SLOT)             00042500
                       TO LK-SRV-ULT-ATUALIZACAO                        00042600
                    MOVE WK-CACHE-ULT-ORIGEM (WK-SLOT)                  00042700
                       TO LK-SRV-ULT-ORIGEM                             00042800
                 END-IF                                                 00042900
              WHEN '06'                                                 00043000
                 IF WK-TAMANHO >= 154                                   00043100
                    MOVE '06' TO LK-SRV-RETORNO                         00043200
                    MOVE WK-CACHE-CEP-SUCESSOR (WK-SLOT)                00043300
                       TO LK-SRV-CEP-SUCESSOR                           00043400
                    MOVE WK-CACHE-DT-APOSENT (WK-SLOT)                  00043500
                       TO LK-SRV-DT-APOSENTADORIA                       00043600
                 ELSE                                                   00043700
                    MOVE '04' TO LK-SRV-RETORNO                         00043800
                 END-IF                                                 00043900
              WHEN OTHER                                                00044000
                 MOVE '04' TO LK-SRV-RETORNO                            00044100
           END-EVALUATE                                                 00044200
           .                                                            00044300
      *                                                                 00044400
      *    CONSULTA REVERSA - CONTRATO DE CEPSRV02                      00044500
      *                                                                 00044600
       CONSULTA-REVERSA.                                                00044700
           IF WK-TAMANHO < LENGTH OF LK-REV-AREA                        00044800
      *       AREA CURTA: DEVOLVE '12' SE AO MENOS O CODIGO DE          00044900
      *       RETORNO COUBER NA AREA RECEBIDA                           00045000
              IF WK-TAMANHO >= 64                                       00045100
                 MOVE '12' TO LK-REV-RETORNO                            00045200
              END-IF                                                    00045300
           ELSE                                                         00045400
              MOVE ZEROS  TO LK-REV-QTDE                                00045500
              MOVE 1 TO WK-IDX                                          00045600
              PERFORM LIMPA-CEP-SAIDA 5 TIMES                           00045700
              EVALUATE TRUE                                             00045800
                 WHEN LK-BSR-RETORNO = '16'                             00045900
                    MOVE '16' TO LK-REV-RETORNO                         00046000
                 WHEN LK-REV-UF = SPACES OR LK-REV-CIDADE = SPACES      00046100
                    MOVE '08' TO LK-REV-RETORNO                         00046200
                 WHEN OTHER                                             00046300
                    ADD 1 TO WK-CONT-REVERSAS                           00046400
                    PERFORM PESQUISA-CEPS                               00046500
              END-EVALUATE                                              00046600
           END-IF                                                       00046700
           .                                                            00046800
       LIMPA-CEP-SAIDA.                                                 00046900
           MOVE SPACES TO LK-REV-CEP (WK-IDX)                           00047000
           ADD  1      TO WK-IDX                                        00047100
           .                                                            00047200
       PESQUISA-CEPS.                                                   00047300
           PERFORM NORMALIZA-CIDADE                                     00047400
           MOVE LK-REV-LOGRADOURO TO WK-FILTRO                          00047500
           IF LK-REV-LOGRADOURO NOT = SPACES AND WK-DICIONARIO = 'S'    00047600
              PERFORM CONSULTA-DICIONARIO                               00047700
           END-IF                                                       00047800
           PERFORM CALCULA-FILTRO-LEN                                   00047900
           MOVE 0    TO WK-QTDE                                         00048000
           MOVE 'N'  TO WK-FIM-BROWSE                                   00048100
           MOVE 'N'  TO WK-TRANSBORDO                                   00048200
           MOVE '00' TO LK-REV-RETORNO                                  00048300
           MOVE LK-REV-UF       TO CEPV0001-UF                          00048400
           MOVE WK-CIDADE-BUSCA TO CEPV0001-CIDADE-BUSCA                00048500
           START CEPV0001 KEY NOT < CEPV0001-UF-CIDADE                  00048600
           EVALUATE WK-VSAM-FILE-STATUS                                 00048700
              WHEN '00'                                                 00048800
                 PERFORM LE-PROXIMO UNTIL WK-FIM-BROWSE = 'S'           00048900
                 PERFORM MONTA-RETORNO                                  00049000
              WHEN '23'                                                 00049100
                 MOVE '04' TO LK-REV-RETORNO                            00049200
              WHEN OTHER                                                00049300
                 MOVE '16' TO LK-REV-RETORNO                            00049400
           END-EVALUATE                                                 00049500
           .                                                            00049600
       LE-PROXIMO.                                                      00049700
           READ CEPV0001 NEXT RECORD                                    00049800
           EVALUATE TRUE                                                00049900
              WHEN WK-VSAM-FILE-STATUS = '10'                           00050000
                 MOVE 'S' TO WK-FIM-BROWSE                              00050100
              WHEN WK-VSAM-FILE-STATUS NOT = '00' AND                   00050200
                   WK-VSAM-FILE-STATUS NOT = '02'                       00050300
                 MOVE 'S' TO WK-FIM-BROWSE                              00050400
                 MOVE '16' TO LK-REV-RETORNO                            00050500
              WHEN CEPV0001-UF NOT = LK-REV-UF                          00050600
                 MOVE 'S' TO WK-FIM-BROWSE                              00050700
              WHEN CEPV0001-CIDADE-BUSCA NOT = WK-CIDADE-BUSCA          00050800
      *          A COMPARACAO DE CIDADE E EXATA, COMO EM CEPSRV02       00050900
                 MOVE 'S' TO WK-FIM-BROWSE                              00051000
              WHEN OTHER                                                00051100
                 PERFORM APLICA-FILTRO                                  00051200
                 IF WK-CASOU-FILTRO = 'S'                               00051300
                    PERFORM GUARDA-CANDIDATO                            00051400
                 END-IF                                                 00051500
           END-EVALUATE                                                 00051600
           .                                                            00051700
       APLICA-FILTRO.                                                   00051800
           MOVE 'S' TO WK-CASOU-FILTRO                                  00051900
           IF WK-FILTRO-LEN > 0                                         00052000
              IF CEPV0001-LOGRADOURO (1:WK-FILTRO-LEN) NOT =            00052100
                 WK-FILTRO (1:WK-FILTRO-LEN)                            00052200
                 MOVE 'N' TO WK-CASOU-FILTRO                            00052300
              END-IF                                                    00052400
           END-IF                                                       00052500
           .                                                            00052600
       GUARDA-CANDIDATO.                                                00052700
           IF WK-QTDE < 5                                               00052800
              ADD  1 TO WK-QTDE                                         00052900
              MOVE CEPV0001-CEP TO LK-REV-CEP (WK-QTDE)                 00053000
           ELSE                                                         00053100
      *       SEXTO CANDIDATO: SINALIZA QUE HA MAIS DO QUE CABE NA      00053200
      *       AREA E ENCERRA A PESQUISA                                 00053300
              MOVE 'S' TO WK-TRANSBORDO                                 00053400
              MOVE 'S' TO WK-FIM-BROWSE                                 00053500
           END-IF                                                       00053600
           .                                                            00053700
       MONTA-RETORNO.                                                   00053800
           IF LK-REV-RETORNO = '16'                                     00053900
      *       ERRO DE I-O NO MEIO DO BROWSE: DESCARTA OS CANDIDATOS     00054000
      *       JA COLETADOS (QTDE ZERO E CEPS EM BRANCO NOS ERROS)       00054100
              MOVE 1 TO WK-IDX                                          00054200
              PERFORM LIMPA-CEP-SAIDA 5 TIMES                           00054300
           ELSE                                                         00054400
              MOVE WK-QTDE TO LK-REV-QTDE                               00054500
              EVALUATE TRUE                                             00054600
                 WHEN WK-QTDE = 0                                       00054700
                    MOVE '04' TO LK-REV-RETORNO                         00054800
                 WHEN WK-TRANSBORDO = 'S'                               00054900
                    MOVE '02' TO LK-REV-RETORNO                         00055000
                 WHEN OTHER                                             00055100
                    MOVE '00' TO LK-REV-RETORNO                         00055200
              END-EVALUATE                                              00055300
           END-IF                                                       00055400
           .                                                            00055500
       NORMALIZA-CIDADE.                                                00055600
      *    NORMALIZA A CIDADE PEDIDA (MAIUSCULAS, SEM ACENTOS -         00055700
      *    EBCDIC CP037/CP1140) PARA CASAR COM A CHAVE ALTERNATIVA      00055800
           MOVE FUNCTION UPPER-CASE (LK-REV-CIDADE)                     00055900
              TO WK-CIDADE-BUSCA                                        00056000
           INSPECT WK-CIDADE-BUSCA CONVERTING                           00056100
              X'424344454648495152535455565758'                         00056200
              TO 'AAAAACNEEEEIIII'                                      00056300
           INSPECT WK-CIDADE-BUSCA CONVERTING                           00056400
              X'626364656668697172737475767778'                         00056500
              TO 'AAAAACNEEEEIIII'                                      00056600
           INSPECT WK-CIDADE-BUSCA CONVERTING                           00056700
              X'CBCCCDCECFDBDCDDDE'                                     00056800
              TO 'OOOOOUUUU'                                            00056900
           INSPECT WK-CIDADE-BUSCA CONVERTING                           00057000
              X'EBECEDEEEFFBFCFDFE'                                     00057100
              TO 'OOOOOUUUU'                                            00057200
           .                                                            00057300
       CONSULTA-DICIONARIO.                                             00057400
      *    GRAFIA INFORMADA JA ACEITA NA REVISAO COMO SINONIMO: O       00057500
      *    FILTRO PASSA A SER O LOGRADOURO OFICIAL                      00057600
           MOVE LK-REV-LOGRADOURO TO WK-NRM-ENTRADA                     00057700
           CALL 'CEPNRMLG' USING WK-NRM-AREA                            00057800
           MOVE LK-REV-UF         TO CEPV0007-UF                        00057900
           MOVE WK-CIDADE-BUSCA   TO CEPV0007-CIDADE-BUSCA              00058000
           MOVE WK-NRM-SAIDA      TO CEPV0007-VARIANTE                  00058100
           READ CEPV0007 RECORD                                         00058200
           IF WK-VSAM-FILE-STATUS = '00' AND CEPV0007-STATUS = 'A'      00058300
              MOVE CEPV0007-LOG-OFICIAL TO WK-FILTRO                    00058400
           END-IF                                                       00058500
           .                                                            00058600
       CALCULA-FILTRO-LEN.                                              00058700
      *    TAMANHO UTIL (SEM BRANCOS A DIREITA) DO PREFIXO DE           00058800
      *    LOGRADOURO INFORMADO                                         00058900
           MOVE 0 TO WK-FILTRO-LEN                                      00059000
           MOVE 1 TO WK-IDX                                             00059100
           PERFORM MEDE-FILTRO 30 TIMES                                 00059200
           .                                                            00059300
       MEDE-FILTRO.                                                     00059400
           IF WK-FILTRO (WK-IDX:1) NOT = SPACE                          00059500
              MOVE WK-IDX TO WK-FILTRO-LEN                              00059600
           END-IF                                                       00059700
           ADD 1 TO WK-IDX                                              00059800
           .                                                            00059900
      *                                                                 00060000
      *    ENCERRAMENTO                                                 00060100
      *                                                                 00060200
       MOSTRA-ESTATISTICAS.                                             00060300
           MOVE ZEROS TO WK-PCT-ACERTO                                  00060400
           IF WK-CONT-ACERTOS + WK-CONT-FALTAS > 0                      00060500
              COMPUTE WK-PCT-ACERTO = (WK-CONT-ACERTOS * 100) /         00060600
                 (WK-CONT-ACERTOS + WK-CONT-FALTAS)                     00060700
           END-IF                                                       00060800
           MOVE WK-PCT-ACERTO TO WK-PRINT-PCT                           00060900
           DISPLAY '---------------------------------------------'      00061000
           DISPLAY ' CEPBSRV - CONSULTA DE CEP EM BATCH          '      00061100
           DISPLAY 'CONSULTAS POR CEP ............................'     00061200
           DISPLAY WK-CONT-CONSULTAS                                    00061300
           DISPLAY 'ACERTOS NO CACHE .............................'     00061400
           DISPLAY WK-CONT-ACERTOS                                      00061500
           DISPLAY 'FALTAS (LEITURAS EM CEPV0001) ................'     00061600
           DISPLAY WK-CONT-FALTAS                                       00061700
           DISPLAY 'SUBSTITUICOES NO CACHE .......................'     00061800
           DISPLAY WK-CONT-SUBSTITUICOES                                00061900
           DISPLAY 'PCT DE ACERTO ................................'     00062000
           DISPLAY WK-PRINT-PCT                                         00062100
           DISPLAY 'CONSULTAS REVERSAS ...........................'     00062200
           DISPLAY WK-CONT-REVERSAS                                     00062300
           DISPLAY '---------------------------------------------'      00062400
           .                                                            00062500
       CLOSE-FILES.                                                     00062600
           IF WK-ARQUIVOS NOT = 'N'                                     00062700
              CLOSE CEPV0001                                            00062800
              CLOSE CEPV0004                                            00062900
              IF WK-DICIONARIO = 'S'                                    00063000
                 CLOSE CEPV0007                                         00063100
              END-IF                                                    00063200
              MOVE 'N' TO WK-ARQUIVOS                                   00063300
           END-IF                                                       00063400
           .                                                            00063500
