       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID. CEPSTCMP.                                            00000200
      ******************************************************************00000300
      * Valter Siqueira - Systems      c                                00000400
      * Laboratoratório de uso particular ......                        00000500
      * ----------------------------------------------------------------00000600
      * Sistema .............. CEP                                      00000700
      * Programa.............. CEPSTCMP                                 00000800
      * Tipo    .............. BATCH                                    00000900
      * Finalidade ........... Comparacao MES A MES do inventario da    00001000
      *                        base: le duas geracoes do arquivo de     00001100
      *                        totais CEPSTT01 gravado por CEPSTAT      00001200
      *                        (PARM 'S') - a do mes anterior e a       00001300
      *                        atual - e alinha as duas por UF e        00001400
      *                        cidade para flagrar encolhimento         00001500
      *                        silencioso da base.                      00001600
      *                        A cidade e identificada pelo CODIGO      00001700
      *                        IBGE quando o registro tem o codigo:     00001800
      *                        grafias diferentes do mesmo municipio    00001900
      *                        somam uma cidade, e uma cidade que       00002000
      *                        mudou de grafia entre os meses NAO       00002100
      *                        aparece como uma cidade que sumiu e      00002200
      *                        outra que surgiu. Sem codigo em um dos   00002300
      *                        lados, o par e feito pelo nome           00002400
      *                        normalizado (primeiro por IBGE, depois   00002500
      *                        por nome, para que o nome nao "roube"    00002600
      *                        o par de quem casa pelo codigo).         00002700
      *                        Relatorio paginado CEPCMP01: por UF, as  00002800
      *                        cidades que CRESCERAM, DIMINUIRAM, sao   00002900
      *                        NOVAS ou DESAPARECERAM, com diferenca    00003000
      *                        e variacao percentual, o total da UF e   00003100
      *                        o total geral; em seguida o RESUMO DOS   00003200
      *                        ALERTAS com todas as quedas acima dos    00003300
      *                        limites do PARM, para a liberacao.       00003400
      *                        Qualquer alerta termina com RC 8: o      00003500
      *                        agendador segura a distribuicao ate      00003600
      *                        alguem analisar o resumo e liberar.      00003700
      *                        As duas geracoes sao conferidas antes    00003800
      *                        da comparacao (total da UF = soma das    00003900
      *                        cidades, total geral = soma de tudo,     00004000
      *                        UFs em sequencia, registro 'T' no        00004100
      *                        fim); arquivo incompleto nao e           00004200
      *                        comparado.                               00004300
      * DSnames .............. B090290.CEPSTT01 (GDG): CEPSTTAN = A     00004400
      *                        GERACAO DO MES ANTERIOR, CEPSTTAT = A    00004500
      *                        GERACAO DO MES (JOB CEPSTCMP.jcl).       00004600
      *                        LAYOUT NO PROLOGO DE CEPSTAT             00004700
      * Relatorio ............ CEPCMP01 (132 BYTES, PAGINADO)           00004800
      * PARM ................. POS 01-03 = QUEDA MAXIMA DO TOTAL GERAL  00004900
      *                                    EM % (DEFAULT 001)           00005000
      *                        POS 04-06 = QUEDA MAXIMA DE UMA UF       00005100
      *                                    EM % (DEFAULT 002)           00005200
      *                        POS 07-09 = QUEDA MAXIMA DE UMA CIDADE   00005300
      *                                    EM % (DEFAULT 010)           00005400
      *                        POS 10-14 = MINIMO DE CEPS DA CIDADE NO  00005500
      *                                    MES ANTERIOR PARA AVALIAR A  00005600
      *                                    QUEDA (DEFAULT 00050) -      00005700
      *                                    CIDADE PEQUENA OSCILA SEM    00005800
      *                                    SIGNIFICAR PERDA DA BASE     00005900
      *                        CADA CAMPO SO E CONSIDERADO SE O PARM    00006000
      *                        CHEGA ATE ELE; DESAPARECER E QUEDA DE    00006100
      *                        100%.                                    00006200
      * RETURN-CODE .......... 0 = NENHUMA QUEDA ACIMA DOS LIMITES      00006300
      *                        8 = HA QUEDA ACIMA DOS LIMITES (VER O    00006400
      *                            RESUMO DOS ALERTAS), PARM INVALIDO   00006500
      *                            OU GERACAO INVALIDA/INCOMPLETA       00006600
      ******************************************************************00006700
       ENVIRONMENT DIVISION.                                            00006800
       INPUT-OUTPUT SECTION.                                            00006900
       FILE-CONTROL.                                                    00007000
      *INPUT FILE - TOTAIS DO MES ANTERIOR                              00007100
           SELECT CEPSTTAN ASSIGN TO 'CEPSTTAN'                         00007200
           ORGANIZATION SEQUENTIAL.                                     00007300
      *INPUT FILE - TOTAIS DO MES ATUAL                                 00007400
           SELECT CEPSTTAT ASSIGN TO 'CEPSTTAT'                         00007500
           ORGANIZATION SEQUENTIAL.                                     00007600
      *                                                                 00007700
           SELECT CEPCMP01 ASSIGN TO 'CEPCMP01'                         00007800
           ORGANIZATION SEQUENTIAL.                                     00007900
      *    RELATORIO DA COMPARACAO                                      00008000
       DATA DIVISION.                                                   00008100
       FILE SECTION.                                                    00008200
                                                                        00008300
       FD CEPSTTAN                                                      00008400
            RECORDING MODE IS F                                         00008500
            RECORD CONTAINS 050 CHARACTERS.                             00008600
       01 CEPSTTAN-REC                  PIC  X(050).                    00008700
      *                                                                 00008800
       FD CEPSTTAT                                                      00008900
            RECORDING MODE IS F                                         00009000
            RECORD CONTAINS 050 CHARACTERS.                             00009100
       01 CEPSTTAT-REC                  PIC  X(050).                    00009200
      *                                                                 00009300
       FD CEPCMP01                                                      00009400
            RECORDING MODE IS F                                         00009500
            RECORD CONTAINS 132 CHARACTERS.                             00009600
       01 CEPCMP01-REC                  PIC  X(132).                    00009700
      *                                                                 00009800
       WORKING-STORAGE SECTION.                                         00009900
        01 WORKING-AREAS.                                               00010000
           03 WK-EOF                    PIC  X(001) VALUE 'N'.          00010100
           03 WK-LIMITE-GERAL           PIC  9(003) VALUE 1.            00010200
           03 WK-LIMITE-UF              PIC  9(003) VALUE 2.            00010300
           03 WK-LIMITE-CIDADE          PIC  9(003) VALUE 10.           00010400
           03 WK-MIN-CIDADE             PIC  9(005) VALUE 50.           00010500
           03 WK-LADO                   PIC  9(001) VALUE 0.            00010600
           03 WK-DD-NOME                PIC  X(008) VALUE SPACES.       00010700
           03 WK-MOTIVO                 PIC  X(050) VALUE SPACES.       00010800
           03 WK-UF-CORRENTE            PIC  X(002) VALUE SPACES.       00010900
           03 WK-UF-FECHADA             PIC  X(002) VALUE SPACES.       00011000
           03 WK-SOMA-UF                PIC  9(010) VALUE ZEROS.        00011100
           03 WK-SOMA-GERAL             PIC  9(010) VALUE ZEROS.        00011200
           03 WK-SUB                    PIC S9(008) COMP VALUE 0.       00011300
           03 WK-SUB2                   PIC S9(008) COMP VALUE 0.       00011400
           03 WK-ACHOU-SUB              PIC S9(008) COMP VALUE 0.       00011500
           03 WK-UF-SUB                 PIC S9(004) COMP VALUE 0.       00011600
           03 WK-UF-POS                 PIC S9(004) COMP VALUE 0.       00011700
           03 WK-UF-IDX                 PIC S9(004) COMP VALUE 0.       00011800
           03 WK-MODO                   PIC  X(001) VALUE 'T'.          00011900
      *       'T' = RELATORIO COMPLETO / 'A' = RESUMO DOS ALERTAS       00012000
           03 WK-NIVEL                  PIC  9(001) VALUE 0.            00012100
      *       1 = CIDADE / 2 = UF / 3 = TOTAL GERAL                     00012200
           03 WK-QTD-ANT                PIC  9(010) VALUE ZEROS.        00012300
           03 WK-QTD-ATU                PIC  9(010) VALUE ZEROS.        00012400
           03 WK-DIFERENCA              PIC S9(010) VALUE ZEROS.        00012500
           03 WK-VARIACAO               PIC S9(007)V9(001) VALUE 0.     00012600
           03 WK-QUEDA-QTD              PIC  9(012) VALUE ZEROS.        00012700
           03 WK-QUEDA-PCT              PIC  9(003)V9(004) VALUE 0.     00012800
           03 WK-LIMITE                 PIC  9(003) VALUE 0.            00012900
           03 WK-SITUACAO               PIC  X(013) VALUE SPACES.       00013000
           03 WK-ALERTA                 PIC  X(001) VALUE 'N'.          00013100
           03 WK-DET-IBGE               PIC  X(007) VALUE SPACES.       00013200
           03 WK-DET-NOME               PIC  X(030) VALUE SPACES.       00013300
           03 WK-DET-UF                 PIC  X(002) VALUE SPACES.       00013400
           03 WK-SEM-ALTERACAO-UF       PIC  9(006) VALUE ZEROS.        00013500
           03 WK-ALERTAS-RESUMO         PIC  9(006) VALUE ZEROS.        00013600
           03 WK-TITULO                 PIC  X(040) VALUE SPACES.       00013700
           03 WK-LINHA                  PIC  X(132) VALUE SPACES.       00013800
           03 WK-LIN-PAG                PIC  9(002) VALUE 99.           00013900
           03 WK-PAGINA                 PIC  9(004) VALUE ZEROS.        00014000
           03 WK-PRINT-CONT             PIC  Z(009)9 VALUE ZEROS.       00014100
           03 WK-PRINT-DIF              PIC  -Z(009)9 VALUE ZEROS.      00014200
           03 WK-PRINT-VAR              PIC  -Z(006)9.9 VALUE ZEROS.    00014300
           03 WK-PRINT-PCT              PIC  ZZ9 VALUE ZEROS.           00014400
           03 WK-PRINT-MIN              PIC  ZZZZ9 VALUE ZEROS.         00014500
                                                                        00014600
      *    REGISTRO CEPSTT01 (LAYOUT NO PROLOGO DE CEPSTAT)             00014700
        01 WK-STT-REG.                                                  00014800
           03 WK-STT-TIPO               PIC  X(001).                    00014900
           03 WK-STT-UF                 PIC  X(002).                    00015000
           03 WK-STT-CIDADE             PIC  X(030).                    00015100
           03 WK-STT-CONT               PIC  9(010).                    00015200
           03 WK-STT-COD-IBGE           PIC  X(007).                    00015300
                                                                        00015400
      *    CONTADORES POR NIVEL (1 CIDADE / 2 UF / 3 TOTAL GERAL)       00015500
        01 WK-TAB-CONTADORES.                                           00015600
           03 WK-CNT-NIVEL OCCURS 3 TIMES.                              00015700
              05 WK-CNT-CRESCEU         PIC  9(006).                    00015800
              05 WK-CNT-DIMINUIU        PIC  9(006).                    00015900
              05 WK-CNT-NOVA            PIC  9(006).                    00016000
              05 WK-CNT-DESAPARECEU     PIC  9(006).                    00016100
              05 WK-CNT-SEM-ALTERACAO   PIC  9(006).                    00016200
              05 WK-CNT-ALERTAS         PIC  9(006).                    00016300
                                                                        00016400
      *    AS DUAS GERACOES EM MEMORIA (1 = ANTERIOR / 2 = ATUAL),      00016500
      *    UMA ENTRADA POR CIDADE DE CADA UF: POR CODIGO IBGE QUANDO    00016600
      *    HA CODIGO (AS GRAFIAS DO MESMO MUNICIPIO SOMAM NA MESMA      00016700
      *    ENTRADA), SENAO POR NOME NORMALIZADO. AS ENTRADAS DE UMA     00016800
      *    UF FICAM CONTIGUAS (O ARQUIVO VEM EM SEQUENCIA DE UF) E A    00016900
      *    FAIXA DE CADA UF ESTA NA TABELA DE UFS. 15000 ENTRADAS       00017000
      *    COBREM OS CERCA DE 5570 MUNICIPIOS COM FOLGA PARA AS         00017100
      *    CIDADES AINDA SEM CODIGO.                                    00017200
        01 WK-TAB-GERACAO.                                              00017300
           03 WK-GER OCCURS 2 TIMES.                                    00017400
              05 WK-GER-QTDE            PIC  9(005).                    00017500
              05 WK-GER-LIDOS           PIC  9(007).                    00017600
              05 WK-GER-AGRUPADAS       PIC  9(007).                    00017700
              05 WK-GER-TOTAL           PIC  9(010).                    00017800
              05 WK-GER-TEM-TOTAL       PIC  X(001).                    00017900
              05 WK-GER-ENTRY OCCURS 15000 TIMES.                       00018000
                 07 WK-ENT-IBGE         PIC  X(007).                    00018100
                 07 WK-ENT-CIDADE       PIC  X(030).                    00018200
                 07 WK-ENT-CONT         PIC  9(010).                    00018300
                 07 WK-ENT-PAR          PIC  9(005).                    00018400
                                                                        00018500
      *    UFS DAS DUAS GERACOES EM ORDEM ALFABETICA (UMA UF PODE       00018600
      *    EXISTIR EM SO UMA DELAS)                                     00018700
        01 WK-TAB-UF.                                                   00018800
           03 WK-UF-QTDE                PIC  9(003) VALUE ZEROS.        00018900
           03 WK-UF-ENTRY OCCURS 40 TIMES.                              00019000
              05 WK-UFT-UF              PIC  X(002).                    00019100
              05 WK-UFT-LADO OCCURS 2 TIMES.                            00019200
                 07 WK-UFT-TEM          PIC  X(001).                    00019300
                 07 WK-UFT-CONT         PIC  9(010).                    00019400
                 07 WK-UFT-INI          PIC  9(005).                    00019500
                 07 WK-UFT-FIM          PIC  9(005).                    00019600
                                                                        00019700
       LINKAGE SECTION.                                                 00019800
       01 LK-PARM-LENGTH                PIC S9(004) COMP.               00019900
       01 LK-PARM-DATA.                                                 00020000
          05 LK-LIMITE-GERAL            PIC  X(003).                    00020100
          05 LK-LIMITE-UF               PIC  X(003).                    00020200
          05 LK-LIMITE-CIDADE           PIC  X(003).                    00020300
          05 LK-MIN-CIDADE              PIC  X(005).                    00020400
          05 FILLER                     PIC  X(066).                    00020500
                                                                        00020600
       PROCEDURE DIVISION USING LK-PARM-LENGTH LK-PARM-DATA.            00020700
      *                                                                 00020800
       MAIN-PARA.                                                       00020900
           PERFORM TRATA-PARM                                           00021000
           PERFORM OPEN-FILES                                           00021100
           INITIALIZE WK-TAB-GERACAO                                    00021200
           INITIALIZE WK-TAB-CONTADORES                                 00021300
                                                                        00021400
           MOVE 1 TO WK-LADO                                            00021500
           MOVE 'CEPSTTAN' TO WK-DD-NOME                                00021600
           PERFORM CARREGA-GERACAO                                      00021700
           MOVE 2 TO WK-LADO                                            00021800
           MOVE 'CEPSTTAT' TO WK-DD-NOME                                00021900
           PERFORM CARREGA-GERACAO                                      00022000
                                                                        00022100
           PERFORM EMPARELHA-UF VARYING WK-UF-IDX FROM 1 BY 1           00022200
              UNTIL WK-UF-IDX > WK-UF-QTDE                              00022300
                                                                        00022400
           MOVE 'T' TO WK-MODO                                          00022500
           MOVE 'CIDADES E UFS COM VARIACAO' TO WK-TITULO               00022600
           PERFORM COMPARA-UF VARYING WK-UF-IDX FROM 1 BY 1             00022700
              UNTIL WK-UF-IDX > WK-UF-QTDE                              00022800
           PERFORM COMPARA-TOTAL-GERAL                                  00022900
                                                                        00023000
           MOVE 'A' TO WK-MODO                                          00023100
           MOVE 'RESUMO DOS ALERTAS' TO WK-TITULO                       00023200
           MOVE 99 TO WK-LIN-PAG                                        00023300
           PERFORM COMPARA-UF VARYING WK-UF-IDX FROM 1 BY 1             00023400
              UNTIL WK-UF-IDX > WK-UF-QTDE                              00023500
           PERFORM COMPARA-TOTAL-GERAL                                  00023600
           PERFORM FECHA-RESUMO                                         00023700
                                                                        00023800
           PERFORM RELATORIO-FINAL                                      00023900
           PERFORM CLOSE-FILES                                          00024000
           IF WK-ALERTAS-RESUMO > 0                                     00024100
              MOVE 8 TO RETURN-CODE                                     00024200
           END-IF                                                       00024300
           STOP RUN                                                     00024400
           .                                                            00024500
       TRATA-PARM.                                                      00024600
           IF LK-PARM-LENGTH >= 3                                       00024700
              IF LK-LIMITE-GERAL IS NUMERIC                             00024800
                 MOVE LK-LIMITE-GERAL TO WK-LIMITE-GERAL                00024900
              ELSE                                                      00025000
                 PERFORM PARM-INVALIDO                                  00025100
              END-IF                                                    00025200
           END-IF                                                       00025300
           IF LK-PARM-LENGTH >= 6                                       00025400
              IF LK-LIMITE-UF IS NUMERIC                                00025500
                 MOVE LK-LIMITE-UF TO WK-LIMITE-UF                      00025600
              ELSE                                                      00025700
                 PERFORM PARM-INVALIDO                                  00025800
              END-IF                                                    00025900
           END-IF                                                       00026000
           IF LK-PARM-LENGTH >= 9                                       00026100
              IF LK-LIMITE-CIDADE IS NUMERIC                            00026200
                 MOVE LK-LIMITE-CIDADE TO WK-LIMITE-CIDADE              00026300
              ELSE                                                      00026400
                 PERFORM PARM-INVALIDO                                  00026500
              END-IF                                                    00026600
           END-IF                                                       00026700
           IF LK-PARM-LENGTH >= 14                                      00026800
              IF LK-MIN-CIDADE IS NUMERIC                               00026900
                 MOVE LK-MIN-CIDADE TO WK-MIN-CIDADE                    00027000
              ELSE                                                      00027100
                 PERFORM PARM-INVALIDO                                  00027200
              END-IF                                                    00027300
           END-IF                                                       00027400
           .                                                            00027500
       PARM-INVALIDO.                                                   00027600
           DISPLAY "-----PARM INVALIDO (LIMITES DE QUEDA) -----"        00027700
           DISPLAY LK-PARM-DATA                                         00027800
           MOVE 8 TO RETURN-CODE                                        00027900
           STOP RUN                                                     00028000
           .                                                            00028100
       OPEN-FILES.                                                      00028200
           OPEN INPUT  CEPSTTAN                                         00028300
           OPEN INPUT  CEPSTTAT                                         00028400
           OPEN OUTPUT CEPCMP01                                         00028500
           .                                                            00028600
       CARREGA-GERACAO.                                                 00028700
      *    CARREGA E CONFERE UMA GERACAO DE CEPSTT01: C...C U (POR      00028800
      *    UF, EM SEQUENCIA DE UF) E UM T NO FIM                        00028900
           MOVE 'N'    TO WK-EOF                                        00029000
           MOVE 'N'    TO WK-GER-TEM-TOTAL (WK-LADO)                    00029100
           MOVE SPACES TO WK-UF-CORRENTE                                00029200
           MOVE SPACES TO WK-UF-FECHADA                                 00029300
           MOVE ZEROS  TO WK-SOMA-GERAL                                 00029400
           PERFORM LE-GERACAO UNTIL WK-EOF = 'Y'                        00029500
           IF WK-GER-TEM-TOTAL (WK-LADO) NOT = 'S'                      00029600
              MOVE 'ARQUIVO SEM O TOTAL GERAL (INCOMPLETO)'             00029700
                 TO WK-MOTIVO                                           00029800
              MOVE SPACES TO WK-STT-REG                                 00029900
              PERFORM GERACAO-INVALIDA                                  00030000
           END-IF                                                       00030100
           .                                                            00030200
       LE-GERACAO.                                                      00030300
           IF WK-LADO = 1                                               00030400
              READ CEPSTTAN INTO WK-STT-REG                             00030500
                 AT END MOVE 'Y' TO WK-EOF                              00030600
              END-READ                                                  00030700
           ELSE                                                         00030800
              READ CEPSTTAT INTO WK-STT-REG                             00030900
                 AT END MOVE 'Y' TO WK-EOF                              00031000
              END-READ                                                  00031100
           END-IF                                                       00031200
                                                                        00031300
           IF WK-EOF NOT = 'Y'                                          00031400
              ADD 1 TO WK-GER-LIDOS (WK-LADO)                           00031500
              PERFORM VALIDA-REGISTRO                                   00031600
           END-IF                                                       00031700
           .                                                            00031800
       VALIDA-REGISTRO.                                                 00031900
           IF WK-GER-TEM-TOTAL (WK-LADO) = 'S'                          00032000
              MOVE 'REGISTRO DEPOIS DO TOTAL GERAL' TO WK-MOTIVO        00032100
              PERFORM GERACAO-INVALIDA                                  00032200
           END-IF                                                       00032300
           EVALUATE WK-STT-TIPO                                         00032400
              WHEN 'C'                                                  00032500
                 PERFORM GUARDA-CIDADE                                  00032600
              WHEN 'U'                                                  00032700
                 PERFORM CONFERE-TOTAL-UF                               00032800
              WHEN 'T'                                                  00032900
                 PERFORM CONFERE-TOTAL-GERAL                            00033000
              WHEN OTHER                                                00033100
                 MOVE 'TIPO DE REGISTRO INVALIDO' TO WK-MOTIVO          00033200
                 PERFORM GERACAO-INVALIDA                               00033300
           END-EVALUATE                                                 00033400
           .                                                            00033500
       GUARDA-CIDADE.                                                   00033600
           IF WK-STT-UF = SPACES OR WK-STT-CONT IS NOT NUMERIC          00033700
              MOVE 'CIDADE SEM UF OU COM QUANTIDADE INVALIDA'           00033800
                 TO WK-MOTIVO                                           00033900
              PERFORM GERACAO-INVALIDA                                  00034000
           END-IF                                                       00034100
           IF WK-UF-CORRENTE = SPACES                                   00034200
              IF WK-STT-UF NOT > WK-UF-FECHADA                          00034300
                 MOVE 'UF FORA DE SEQUENCIA OU REPETIDA' TO WK-MOTIVO   00034400
                 PERFORM GERACAO-INVALIDA                               00034500
              END-IF                                                    00034600
              MOVE WK-STT-UF TO WK-UF-CORRENTE                          00034700
              MOVE ZEROS     TO WK-SOMA-UF                              00034800
              PERFORM LOCALIZA-UF                                       00034900
              MOVE 'S' TO WK-UFT-TEM (WK-UF-SUB WK-LADO)                00035000
              COMPUTE WK-UFT-INI (WK-UF-SUB WK-LADO) =                  00035100
                      WK-GER-QTDE (WK-LADO) + 1                         00035200
           ELSE                                                         00035300
              IF WK-STT-UF NOT = WK-UF-CORRENTE                         00035400
                 MOVE 'CIDADE DE OUTRA UF ANTES DO TOTAL DA UF'         00035500
                    TO WK-MOTIVO                                        00035600
                 PERFORM GERACAO-INVALIDA                               00035700
              END-IF                                                    00035800
           END-IF                                                       00035900
           ADD WK-STT-CONT TO WK-SOMA-UF                                00036000
           ADD WK-STT-CONT TO WK-SOMA-GERAL                             00036100
           PERFORM ACUMULA-MUNICIPIO                                    00036200
           .                                                            00036300
       ACUMULA-MUNICIPIO.                                               00036400
      *    O MESMO CODIGO IBGE NA MESMA UF SOMA NA MESMA ENTRADA        00036500
           MOVE 0 TO WK-ACHOU-SUB                                       00036600
           IF WK-STT-COD-IBGE NOT = SPACES                              00036700
              PERFORM PROCURA-IBGE-CARGA                                00036800
                 VARYING WK-SUB FROM WK-UFT-INI (WK-UF-SUB WK-LADO)     00036900
                 BY 1 UNTIL WK-SUB > WK-GER-QTDE (WK-LADO)              00037000
                         OR WK-ACHOU-SUB > 0                            00037100
           END-IF                                                       00037200
           IF WK-ACHOU-SUB > 0                                          00037300
              ADD WK-STT-CONT TO WK-ENT-CONT (WK-LADO WK-ACHOU-SUB)     00037400
              ADD 1 TO WK-GER-AGRUPADAS (WK-LADO)                       00037500
           ELSE                                                         00037600
              IF WK-GER-QTDE (WK-LADO) >= 15000                         00037700
                 MOVE 'TABELA DE CIDADES CHEIA (15000)' TO WK-MOTIVO    00037800
                 PERFORM GERACAO-INVALIDA                               00037900
              END-IF                                                    00038000
              ADD 1 TO WK-GER-QTDE (WK-LADO)                            00038100
              MOVE WK-GER-QTDE (WK-LADO) TO WK-SUB                      00038200
              MOVE WK-STT-COD-IBGE TO WK-ENT-IBGE (WK-LADO WK-SUB)      00038300
              MOVE WK-STT-CIDADE   TO WK-ENT-CIDADE (WK-LADO WK-SUB)    00038400
              MOVE WK-STT-CONT     TO WK-ENT-CONT (WK-LADO WK-SUB)      00038500
              MOVE 0               TO WK-ENT-PAR (WK-LADO WK-SUB)       00038600
           END-IF                                                       00038700
           .                                                            00038800
       PROCURA-IBGE-CARGA.                                              00038900
           IF WK-ENT-IBGE (WK-LADO WK-SUB) = WK-STT-COD-IBGE            00039000
              MOVE WK-SUB TO WK-ACHOU-SUB                               00039100
           END-IF                                                       00039200
           .                                                            00039300
       CONFERE-TOTAL-UF.                                                00039400
           IF WK-UF-CORRENTE = SPACES                                   00039500
           OR WK-STT-UF NOT = WK-UF-CORRENTE                            00039600
              MOVE 'TOTAL DA UF SEM AS CIDADES DA UF' TO WK-MOTIVO      00039700
              PERFORM GERACAO-INVALIDA                                  00039800
           END-IF                                                       00039900
           IF WK-STT-CONT IS NOT NUMERIC                                00040000
              MOVE 'TOTAL DA UF COM QUANTIDADE INVALIDA' TO WK-MOTIVO   00040100
              PERFORM GERACAO-INVALIDA                                  00040200
           END-IF                                                       00040300
           IF WK-STT-CONT NOT = WK-SOMA-UF                              00040400
              MOVE 'TOTAL DA UF DIFERENTE DA SOMA DAS CIDADES'          00040500
                 TO WK-MOTIVO                                           00040600
              PERFORM GERACAO-INVALIDA                                  00040700
           END-IF                                                       00040800
           MOVE WK-STT-CONT TO WK-UFT-CONT (WK-UF-SUB WK-LADO)          00040900
           MOVE WK-GER-QTDE (WK-LADO)                                   00041000
              TO WK-UFT-FIM (WK-UF-SUB WK-LADO)                         00041100
           MOVE WK-UF-CORRENTE TO WK-UF-FECHADA                         00041200
           MOVE SPACES         TO WK-UF-CORRENTE                        00041300
           .                                                            00041400
       CONFERE-TOTAL-GERAL.                                             00041500
           IF WK-UF-CORRENTE NOT = SPACES                               00041600
              MOVE 'UF SEM O REGISTRO DE TOTAL DA UF' TO WK-MOTIVO      00041700
              PERFORM GERACAO-INVALIDA                                  00041800
           END-IF                                                       00041900
           IF WK-STT-CONT IS NOT NUMERIC                                00042000
              MOVE 'TOTAL GERAL COM QUANTIDADE INVALIDA' TO WK-MOTIVO   00042100
              PERFORM GERACAO-INVALIDA                                  00042200
           END-IF                                                       00042300
           IF WK-STT-CONT NOT = WK-SOMA-GERAL                           00042400
              MOVE 'TOTAL GERAL DIFERENTE DA SOMA DAS CIDADES'          00042500
                 TO WK-MOTIVO                                           00042600
              PERFORM GERACAO-INVALIDA                                  00042700
           END-IF                                                       00042800
           MOVE WK-STT-CONT TO WK-GER-TOTAL (WK-LADO)                   00042900
           MOVE 'S'         TO WK-GER-TEM-TOTAL (WK-LADO)               00043000
           .                                                            00043100
       GERACAO-INVALIDA.                                                00043200
      *    GERACAO QUE NAO FECHA NAO E COMPARADA: O RESULTADO SERIA     00043300
      *    UM ENCOLHIMENTO (OU CRESCIMENTO) QUE NAO EXISTE NA BASE      00043400
           DISPLAY '-----GERACAO INVALIDA DE CEPSTT01 -----'            00043500
           DISPLAY 'DD ......... ' WK-DD-NOME                           00043600
           DISPLAY 'REGISTRO ... ' WK-GER-LIDOS (WK-LADO)               00043700
           DISPLAY 'MOTIVO ..... ' WK-MOTIVO                            00043800
           DISPLAY 'CONTEUDO ... ' WK-STT-REG                           00043900
           PERFORM CLOSE-FILES                                          00044000
           MOVE 8 TO RETURN-CODE                                        00044100
           STOP RUN                                                     00044200
           .                                                            00044300
       LOCALIZA-UF.                                                     00044400
      *    PROCURA A UF NA TABELA; UF NOVA E INSERIDA NA POSICAO        00044500
      *    ALFABETICA, DESLOCANDO AS SEGUINTES                          00044600
           MOVE 0 TO WK-UF-SUB                                          00044700
           PERFORM PROCURA-UF VARYING WK-SUB FROM 1 BY 1                00044800
              UNTIL WK-SUB > WK-UF-QTDE OR WK-UF-SUB > 0                00044900
           IF WK-UF-SUB = 0                                             00045000
              IF WK-UF-QTDE >= 40                                       00045100
                 MOVE 'TABELA DE UFS CHEIA (40)' TO WK-MOTIVO           00045200
                 PERFORM GERACAO-INVALIDA                               00045300
              END-IF                                                    00045400
              MOVE 0 TO WK-UF-POS                                       00045500
              PERFORM POSICIONA-UF VARYING WK-SUB FROM 1 BY 1           00045600
                 UNTIL WK-SUB > WK-UF-QTDE OR WK-UF-POS > 0             00045700
              IF WK-UF-POS = 0                                          00045800
                 COMPUTE WK-UF-POS = WK-UF-QTDE + 1                     00045900
              ELSE                                                      00046000
                 PERFORM DESLOCA-UF VARYING WK-SUB FROM WK-UF-QTDE      00046100
                    BY -1 UNTIL WK-SUB < WK-UF-POS                      00046200
              END-IF                                                    00046300
              ADD 1 TO WK-UF-QTDE                                       00046400
              MOVE WK-UF-POS TO WK-UF-SUB                               00046500
              MOVE WK-STT-UF TO WK-UFT-UF (WK-UF-SUB)                   00046600
              MOVE 1 TO WK-SUB                                          00046700
              PERFORM LIMPA-UF-LADO 2 TIMES                             00046800
           END-IF                                                       00046900
           .                                                            00047000
       PROCURA-UF.                                                      00047100
           IF WK-UFT-UF (WK-SUB) = WK-STT-UF                            00047200
              MOVE WK-SUB TO WK-UF-SUB                                  00047300
           END-IF                                                       00047400
           .                                                            00047500
       POSICIONA-UF.                                                    00047600
           IF WK-UFT-UF (WK-SUB) > WK-STT-UF                            00047700
              MOVE WK-SUB TO WK-UF-POS                                  00047800
           END-IF                                                       00047900
           .                                                            00048000
       DESLOCA-UF.                                                      00048100
           MOVE WK-UF-ENTRY (WK-SUB) TO WK-UF-ENTRY (WK-SUB + 1)        00048200
           .                                                            00048300
       LIMPA-UF-LADO.                                                   00048400
      *    UF AINDA SEM REGISTROS NO LADO: FAIXA VAZIA (INI > FIM)      00048500
           MOVE 'N' TO WK-UFT-TEM  (WK-UF-SUB WK-SUB)                   00048600
           MOVE 0   TO WK-UFT-CONT (WK-UF-SUB WK-SUB)                   00048700
           MOVE 1   TO WK-UFT-INI  (WK-UF-SUB WK-SUB)                   00048800
           MOVE 0   TO WK-UFT-FIM  (WK-UF-SUB WK-SUB)                   00048900
           ADD 1 TO WK-SUB                                              00049000
           .                                                            00049100
       EMPARELHA-UF.                                                    00049200
      *    PRIMEIRO TODOS OS PARES PELO CODIGO IBGE, DEPOIS PELO        00049300
      *    NOME SO ENTRE AS CIDADES QUE SOBRARAM E COM CODIGO EM        00049400
      *    BRANCO EM UM DOS LADOS (MESMO NOME COM CODIGOS DIFERENTES    00049500
      *    SAO MUNICIPIOS DIFERENTES)                                   00049600
           PERFORM PAREIA-IBGE                                          00049700
              VARYING WK-SUB2 FROM WK-UFT-INI (WK-UF-IDX 2) BY 1        00049800
              UNTIL WK-SUB2 > WK-UFT-FIM (WK-UF-IDX 2)                  00049900
           PERFORM PAREIA-NOME                                          00050000
              VARYING WK-SUB2 FROM WK-UFT-INI (WK-UF-IDX 2) BY 1        00050100
              UNTIL WK-SUB2 > WK-UFT-FIM (WK-UF-IDX 2)                  00050200
           .                                                            00050300
       PAREIA-IBGE.                                                     00050400
           IF WK-ENT-IBGE (2 WK-SUB2) NOT = SPACES                      00050500
              MOVE 0 TO WK-ACHOU-SUB                                    00050600
              PERFORM PROCURA-PAR-IBGE                                  00050700
                 VARYING WK-SUB FROM WK-UFT-INI (WK-UF-IDX 1) BY 1      00050800
                 UNTIL WK-SUB > WK-UFT-FIM (WK-UF-IDX 1)                00050900
                    OR WK-ACHOU-SUB > 0                                 00051000
              IF WK-ACHOU-SUB > 0                                       00051100
                 PERFORM GRAVA-PAR                                      00051200
              END-IF                                                    00051300
           END-IF                                                       00051400
           .                                                            00051500
       PROCURA-PAR-IBGE.                                                00051600
           IF WK-ENT-PAR (1 WK-SUB) = 0                                 00051700
           AND WK-ENT-IBGE (1 WK-SUB) = WK-ENT-IBGE (2 WK-SUB2)         00051800
              MOVE WK-SUB TO WK-ACHOU-SUB                               00051900
           END-IF                                                       00052000
           .                                                            00052100
       PAREIA-NOME.                                                     00052200
           IF WK-ENT-PAR (2 WK-SUB2) = 0                                00052300
              MOVE 0 TO WK-ACHOU-SUB                                    00052400
              PERFORM PROCURA-PAR-NOME                                  00052500
                 VARYING WK-SUB FROM WK-UFT-INI (WK-UF-IDX 1) BY 1      00052600
                 UNTIL WK-SUB > WK-UFT-FIM (WK-UF-IDX 1)                00052700
                    OR WK-ACHOU-SUB > 0                                 00052800
              IF WK-ACHOU-SUB > 0                                       00052900
                 PERFORM GRAVA-PAR                                      00053000
              END-IF                                                    00053100
           END-IF                                                       00053200
           .                                                            00053300
       PROCURA-PAR-NOME.                                                00053400
           IF WK-ENT-PAR (1 WK-SUB) = 0                                 00053500
           AND WK-ENT-CIDADE (1 WK-SUB) = WK-ENT-CIDADE (2 WK-SUB2)     00053600
              IF WK-ENT-IBGE (1 WK-SUB) = SPACES                        00053700
              OR WK-ENT-IBGE (2 WK-SUB2) = SPACES                       00053800
                 MOVE WK-SUB TO WK-ACHOU-SUB                            00053900
              END-IF                                                    00054000
           END-IF                                                       00054100
           .                                                            00054200
       GRAVA-PAR.                                                       00054300
           MOVE WK-ACHOU-SUB TO WK-ENT-PAR (2 WK-SUB2)                  00054400
           MOVE WK-SUB2      TO WK-ENT-PAR (1 WK-ACHOU-SUB)             00054500
           .                                                            00054600
       COMPARA-UF.                                                      00054700
      *    CIDADES DO MES ATUAL (COM OU SEM PAR), DEPOIS AS DO MES      00054800
      *    ANTERIOR QUE NAO TEM PAR (DESAPARECERAM) E O TOTAL DA UF     00054900
           MOVE ZEROS TO WK-SEM-ALTERACAO-UF                            00055000
           MOVE WK-UFT-UF (WK-UF-IDX) TO WK-DET-UF                      00055100
           PERFORM AVALIA-CIDADE-ATUAL                                  00055200
              VARYING WK-SUB2 FROM WK-UFT-INI (WK-UF-IDX 2) BY 1        00055300
              UNTIL WK-SUB2 > WK-UFT-FIM (WK-UF-IDX 2)                  00055400
           PERFORM AVALIA-CIDADE-ANTERIOR                               00055500
              VARYING WK-SUB FROM WK-UFT-INI (WK-UF-IDX 1) BY 1         00055600
              UNTIL WK-SUB > WK-UFT-FIM (WK-UF-IDX 1)                   00055700
                                                                        00055800
           MOVE 2 TO WK-NIVEL                                           00055900
           MOVE WK-UFT-CONT (WK-UF-IDX 1) TO WK-QTD-ANT                 00056000
           MOVE WK-UFT-CONT (WK-UF-IDX 2) TO WK-QTD-ATU                 00056100
           MOVE SPACES        TO WK-DET-IBGE                            00056200
           MOVE 'TOTAL DA UF' TO WK-DET-NOME                            00056300
           PERFORM CLASSIFICA                                           00056400
           IF WK-MODO = 'T'                                             00056500
              PERFORM CONTA-SITUACAO                                    00056600
              PERFORM IMPRIME-DETALHE                                   00056700
              IF WK-SEM-ALTERACAO-UF > 0                                00056800
                 MOVE SPACES TO WK-LINHA                                00056900
                 MOVE WK-SEM-ALTERACAO-UF TO WK-PRINT-CONT              00057000
                 STRING '             ' WK-PRINT-CONT                   00057100
                        ' CIDADE(S) SEM ALTERACAO'                      00057200
                    DELIMITED BY SIZE INTO WK-LINHA                     00057300
                 END-STRING                                             00057400
                 PERFORM IMPRIME-LINHA                                  00057500
              END-IF                                                    00057600
              MOVE SPACES TO WK-LINHA                                   00057700
              PERFORM IMPRIME-LINHA                                     00057800
           ELSE                                                         00057900
              IF WK-ALERTA = 'S'                                        00058000
                 PERFORM IMPRIME-DETALHE                                00058100
              END-IF                                                    00058200
           END-IF                                                       00058300
           .                                                            00058400
       AVALIA-CIDADE-ATUAL.                                             00058500
           MOVE 1 TO WK-NIVEL                                           00058600
           MOVE WK-ENT-CONT (2 WK-SUB2) TO WK-QTD-ATU                   00058700
           IF WK-ENT-PAR (2 WK-SUB2) > 0                                00058800
              MOVE WK-ENT-PAR (2 WK-SUB2) TO WK-ACHOU-SUB               00058900
              MOVE WK-ENT-CONT (1 WK-ACHOU-SUB) TO WK-QTD-ANT           00059000
           ELSE                                                         00059100
              MOVE 0 TO WK-QTD-ANT                                      00059200
           END-IF                                                       00059300
           MOVE WK-ENT-IBGE (2 WK-SUB2)   TO WK-DET-IBGE                00059400
           MOVE WK-ENT-CIDADE (2 WK-SUB2) TO WK-DET-NOME                00059500
           PERFORM AVALIA-E-IMPRIME                                     00059600
           .                                                            00059700
       AVALIA-CIDADE-ANTERIOR.                                          00059800
           IF WK-ENT-PAR (1 WK-SUB) = 0                                 00059900
              MOVE 1 TO WK-NIVEL                                        00060000
              MOVE WK-ENT-CONT (1 WK-SUB) TO WK-QTD-ANT                 00060100
              MOVE 0 TO WK-QTD-ATU                                      00060200
              MOVE WK-ENT-IBGE (1 WK-SUB)   TO WK-DET-IBGE              00060300
              MOVE WK-ENT-CIDADE (1 WK-SUB) TO WK-DET-NOME              00060400
              PERFORM AVALIA-E-IMPRIME                                  00060500
           END-IF                                                       00060600
           .                                                            00060700
       AVALIA-E-IMPRIME.                                                00060800
      *    NO RELATORIO COMPLETO SO A CIDADE QUE MUDOU E LISTADA (A     00060900
      *    SEM ALTERACAO E CONTADA); NO RESUMO, SO A QUE TEM ALERTA     00061000
           PERFORM CLASSIFICA                                           00061100
           IF WK-MODO = 'T'                                             00061200
              PERFORM CONTA-SITUACAO                                    00061300
              IF WK-SITUACAO = 'SEM ALTERACAO'                          00061400
                 ADD 1 TO WK-SEM-ALTERACAO-UF                           00061500
              ELSE                                                      00061600
                 PERFORM IMPRIME-DETALHE                                00061700
              END-IF                                                    00061800
           ELSE                                                         00061900
              IF WK-ALERTA = 'S'                                        00062000
                 PERFORM IMPRIME-DETALHE                                00062100
              END-IF                                                    00062200
           END-IF                                                       00062300
           .                                                            00062400
       COMPARA-TOTAL-GERAL.                                             00062500
           MOVE 3 TO WK-NIVEL                                           00062600
           MOVE WK-GER-TOTAL (1) TO WK-QTD-ANT                          00062700
           MOVE WK-GER-TOTAL (2) TO WK-QTD-ATU                          00062800
           MOVE SPACES           TO WK-DET-UF                           00062900
           MOVE SPACES           TO WK-DET-IBGE                         00063000
           MOVE 'TOTAL GERAL'    TO WK-DET-NOME                         00063100
           PERFORM CLASSIFICA                                           00063200
           IF WK-MODO = 'T'                                             00063300
              PERFORM CONTA-SITUACAO                                    00063400
              PERFORM IMPRIME-DETALHE                                   00063500
           ELSE                                                         00063600
              IF WK-ALERTA = 'S'                                        00063700
                 PERFORM IMPRIME-DETALHE                                00063800
              END-IF                                                    00063900
           END-IF                                                       00064000
           .                                                            00064100
       CLASSIFICA.                                                      00064200
      *    SITUACAO, DIFERENCA E VARIACAO DE WK-QTD-ANT PARA            00064300
      *    WK-QTD-ATU; ALERTA QUANDO A QUEDA PASSA DO LIMITE DO         00064400
      *    NIVEL (CIDADE SO COM O MINIMO DE CEPS NO MES ANTERIOR)       00064500
           COMPUTE WK-DIFERENCA = WK-QTD-ATU - WK-QTD-ANT               00064600
           MOVE 0   TO WK-VARIACAO                                      00064700
           MOVE 0   TO WK-QUEDA-PCT                                     00064800
           MOVE 'N' TO WK-ALERTA                                        00064900
           EVALUATE TRUE                                                00065000
              WHEN WK-QTD-ANT = 0                                       00065100
                 MOVE 'NOVA'          TO WK-SITUACAO                    00065200
              WHEN WK-QTD-ATU = 0                                       00065300
                 MOVE 'DESAPARECEU'   TO WK-SITUACAO                    00065400
              WHEN WK-QTD-ATU > WK-QTD-ANT                              00065500
                 MOVE 'CRESCEU'       TO WK-SITUACAO                    00065600
              WHEN WK-QTD-ATU < WK-QTD-ANT                              00065700
                 MOVE 'DIMINUIU'      TO WK-SITUACAO                    00065800
              WHEN OTHER                                                00065900
                 MOVE 'SEM ALTERACAO' TO WK-SITUACAO                    00066000
           END-EVALUATE                                                 00066100
           IF WK-QTD-ANT > 0                                            00066200
              COMPUTE WK-VARIACAO ROUNDED =                             00066300
                      WK-DIFERENCA * 100 / WK-QTD-ANT                   00066400
           END-IF                                                       00066500
           IF WK-QTD-ATU < WK-QTD-ANT                                   00066600
              SUBTRACT WK-QTD-ATU FROM WK-QTD-ANT GIVING WK-QUEDA-QTD   00066700
              MULTIPLY 100 BY WK-QUEDA-QTD                              00066800
              DIVIDE WK-QUEDA-QTD BY WK-QTD-ANT GIVING WK-QUEDA-PCT     00066900
              EVALUATE WK-NIVEL                                         00067000
                 WHEN 1                                                 00067100
                    MOVE WK-LIMITE-CIDADE TO WK-LIMITE                  00067200
                 WHEN 2                                                 00067300
                    MOVE WK-LIMITE-UF     TO WK-LIMITE                  00067400
                 WHEN OTHER                                             00067500
                    MOVE WK-LIMITE-GERAL  TO WK-LIMITE                  00067600
              END-EVALUATE                                              00067700
              IF WK-QUEDA-PCT > WK-LIMITE                               00067800
                 IF WK-NIVEL NOT = 1 OR WK-QTD-ANT >= WK-MIN-CIDADE     00067900
                    MOVE 'S' TO WK-ALERTA                               00068000
                 END-IF                                                 00068100
              END-IF                                                    00068200
           END-IF                                                       00068300
           .                                                            00068400
       CONTA-SITUACAO.                                                  00068500
           EVALUATE WK-SITUACAO                                         00068600
              WHEN 'NOVA'                                               00068700
                 ADD 1 TO WK-CNT-NOVA (WK-NIVEL)                        00068800
              WHEN 'DESAPARECEU'                                        00068900
                 ADD 1 TO WK-CNT-DESAPARECEU (WK-NIVEL)                 00069000
              WHEN 'CRESCEU'                                            00069100
                 ADD 1 TO WK-CNT-CRESCEU (WK-NIVEL)                     00069200
              WHEN 'DIMINUIU'                                           00069300
                 ADD 1 TO WK-CNT-DIMINUIU (WK-NIVEL)                    00069400
              WHEN OTHER                                                00069500
                 ADD 1 TO WK-CNT-SEM-ALTERACAO (WK-NIVEL)               00069600
           END-EVALUATE                                                 00069700
           IF WK-ALERTA = 'S'                                           00069800
              ADD 1 TO WK-CNT-ALERTAS (WK-NIVEL)                        00069900
           END-IF                                                       00070000
           .                                                            00070100
       IMPRIME-DETALHE.                                                 00070200
           IF WK-MODO = 'A'                                             00070300
              ADD 1 TO WK-ALERTAS-RESUMO                                00070400
           END-IF                                                       00070500
           MOVE SPACES TO WK-LINHA                                      00070600
           MOVE WK-DET-UF     TO WK-LINHA (2:2)                         00070700
           MOVE WK-DET-IBGE   TO WK-LINHA (5:7)                         00070800
           MOVE WK-DET-NOME   TO WK-LINHA (13:30)                       00070900
           MOVE WK-QTD-ANT    TO WK-PRINT-CONT                          00071000
           MOVE WK-PRINT-CONT TO WK-LINHA (45:10)                       00071100
           MOVE WK-QTD-ATU    TO WK-PRINT-CONT                          00071200
           MOVE WK-PRINT-CONT TO WK-LINHA (57:10)                       00071300
           MOVE WK-DIFERENCA  TO WK-PRINT-DIF                           00071400
           MOVE WK-PRINT-DIF  TO WK-LINHA (69:11)                       00071500
           IF WK-QTD-ANT > 0                                            00071600
              MOVE WK-VARIACAO  TO WK-PRINT-VAR                         00071700
              MOVE WK-PRINT-VAR TO WK-LINHA (82:10)                     00071800
           END-IF                                                       00071900
           MOVE WK-SITUACAO   TO WK-LINHA (94:13)                       00072000
           IF WK-ALERTA = 'S'                                           00072100
              MOVE '*** QUEDA ACIMA DO LIMITE' TO WK-LINHA (108:25)     00072200
           END-IF                                                       00072300
           PERFORM IMPRIME-LINHA                                        00072400
           .                                                            00072500
       FECHA-RESUMO.                                                    00072600
           MOVE SPACES TO WK-LINHA                                      00072700
           PERFORM IMPRIME-LINHA                                        00072800
           MOVE SPACES TO WK-LINHA                                      00072900
           IF WK-ALERTAS-RESUMO = 0                                     00073000
              STRING ' NENHUMA QUEDA ACIMA DOS LIMITES - '              00073100
                     'DISTRIBUICAO LIBERADA'                            00073200
                 DELIMITED BY SIZE INTO WK-LINHA                        00073300
              END-STRING                                                00073400
           ELSE                                                         00073500
              MOVE WK-ALERTAS-RESUMO TO WK-PRINT-CONT                   00073600
              STRING ' ' WK-PRINT-CONT ' ALERTA(S) - DISTRIBUICAO RET'  00073700
                     'IDA ATE A ANALISE E LIBERACAO DESTE RESUMO'       00073800
                 DELIMITED BY SIZE INTO WK-LINHA                        00073900
              END-STRING                                                00074000
           END-IF                                                       00074100
           PERFORM IMPRIME-LINHA                                        00074200
           .                                                            00074300
       IMPRIME-LINHA.                                                   00074400
           IF WK-LIN-PAG >= 55                                          00074500
              PERFORM CABECALHO-PAGINA                                  00074600
           END-IF                                                       00074700
           MOVE WK-LINHA TO CEPCMP01-REC                                00074800
           WRITE CEPCMP01-REC                                           00074900
           ADD 1 TO WK-LIN-PAG                                          00075000
           .                                                            00075100
       CABECALHO-PAGINA.                                                00075200
           ADD  1 TO WK-PAGINA                                          00075300
           MOVE SPACES TO CEPCMP01-REC                                  00075400
           STRING 'CEPSTCMP - COMPARACAO MENSAL DO INVENTARIO (CEPSTT'  00075500
                  '01) - ' WK-TITULO                                    00075600
              DELIMITED BY SIZE INTO CEPCMP01-REC                       00075700
           END-STRING                                                   00075800
           MOVE 'PAG.'    TO CEPCMP01-REC (114:5)                       00075900
           MOVE WK-PAGINA TO CEPCMP01-REC (120:4)                       00076000
           WRITE CEPCMP01-REC                                           00076100
           MOVE SPACES TO CEPCMP01-REC                                  00076200
           STRING 'LIMITES DE QUEDA: TOTAL GERAL '                      00076300
              DELIMITED BY SIZE INTO CEPCMP01-REC                       00076400
           END-STRING                                                   00076500
           MOVE WK-LIMITE-GERAL  TO WK-PRINT-PCT                        00076600
           MOVE WK-PRINT-PCT     TO CEPCMP01-REC (31:3)                 00076700
           MOVE '%   UF'         TO CEPCMP01-REC (34:6)                 00076800
           MOVE WK-LIMITE-UF     TO WK-PRINT-PCT                        00076900
           MOVE WK-PRINT-PCT     TO CEPCMP01-REC (41:3)                 00077000
           MOVE '%   CIDADE'     TO CEPCMP01-REC (44:10)                00077100
           MOVE WK-LIMITE-CIDADE TO WK-PRINT-PCT                        00077200
           MOVE WK-PRINT-PCT     TO CEPCMP01-REC (55:3)                 00077300
           MOVE '% (SO CIDADES COM' TO CEPCMP01-REC (58:17)             00077400
           MOVE WK-MIN-CIDADE    TO WK-PRINT-MIN                        00077500
           MOVE WK-PRINT-MIN     TO CEPCMP01-REC (76:5)                 00077600
           MOVE 'CEPS OU MAIS NO MES ANTERIOR)' TO CEPCMP01-REC (82:29) 00077700
           WRITE CEPCMP01-REC                                           00077800
           MOVE SPACES TO CEPCMP01-REC                                  00077900
           MOVE 'UF'              TO CEPCMP01-REC (2:2)                 00078000
           MOVE 'IBGE'            TO CEPCMP01-REC (5:4)                 00078100
           MOVE 'CIDADE'          TO CEPCMP01-REC (13:6)                00078200
           MOVE 'MES ANTERIOR'    TO CEPCMP01-REC (43:12)               00078300
           MOVE 'MES ATUAL'       TO CEPCMP01-REC (58:9)                00078400
           MOVE 'DIFERENCA'       TO CEPCMP01-REC (71:9)                00078500
           MOVE 'VAR. %'          TO CEPCMP01-REC (86:6)                00078600
           MOVE 'SITUACAO'        TO CEPCMP01-REC (94:8)                00078700
           MOVE 'ALERTA'          TO CEPCMP01-REC (108:6)               00078800
           WRITE CEPCMP01-REC                                           00078900
           MOVE ALL '-' TO CEPCMP01-REC                                 00079000
           WRITE CEPCMP01-REC                                           00079100
           MOVE 4 TO WK-LIN-PAG                                         00079200
           .                                                            00079300
       RELATORIO-FINAL.                                                 00079400
           DISPLAY '---------------------------------------------'      00079500
           DISPLAY ' COMPARACAO MENSAL DO INVENTARIO (CEPSTT01)  '      00079600
           DISPLAY 'REGISTROS LIDOS - MES ANTERIOR (CEPSTTAN) ....'     00079700
           DISPLAY WK-GER-LIDOS (1)                                     00079800
           DISPLAY 'REGISTROS LIDOS - MES ATUAL (CEPSTTAT) .......'     00079900
           DISPLAY WK-GER-LIDOS (2)                                     00080000
           DISPLAY 'GRAFIAS SOMADAS PELO CODIGO IBGE - ANTERIOR ..'     00080100
           DISPLAY WK-GER-AGRUPADAS (1)                                 00080200
           DISPLAY 'GRAFIAS SOMADAS PELO CODIGO IBGE - ATUAL .....'     00080300
           DISPLAY WK-GER-AGRUPADAS (2)                                 00080400
           DISPLAY 'TOTAL DE CEPS - MES ANTERIOR .................'     00080500
           DISPLAY WK-GER-TOTAL (1)                                     00080600
           DISPLAY 'TOTAL DE CEPS - MES ATUAL ....................'     00080700
           DISPLAY WK-GER-TOTAL (2)                                     00080800
           DISPLAY 'CIDADES QUE CRESCERAM ........................'     00080900
           DISPLAY WK-CNT-CRESCEU (1)                                   00081000
           DISPLAY 'CIDADES QUE DIMINUIRAM .......................'     00081100
           DISPLAY WK-CNT-DIMINUIU (1)                                  00081200
           DISPLAY 'CIDADES NOVAS ................................'     00081300
           DISPLAY WK-CNT-NOVA (1)                                      00081400
           DISPLAY 'CIDADES QUE DESAPARECERAM ....................'     00081500
           DISPLAY WK-CNT-DESAPARECEU (1)                               00081600
           DISPLAY 'CIDADES SEM ALTERACAO ........................'     00081700
           DISPLAY WK-CNT-SEM-ALTERACAO (1)                             00081800
           DISPLAY 'UFS QUE CRESCERAM ............................'     00081900
           DISPLAY WK-CNT-CRESCEU (2)                                   00082000
           DISPLAY 'UFS QUE DIMINUIRAM ...........................'     00082100
           DISPLAY WK-CNT-DIMINUIU (2)                                  00082200
           DISPLAY 'UFS NOVAS ....................................'     00082300
           DISPLAY WK-CNT-NOVA (2)                                      00082400
           DISPLAY 'UFS QUE DESAPARECERAM ........................'     00082500
           DISPLAY WK-CNT-DESAPARECEU (2)                               00082600
           DISPLAY 'ALERTAS - CIDADES ............................'     00082700
           DISPLAY WK-CNT-ALERTAS (1)                                   00082800
           DISPLAY 'ALERTAS - UFS ................................'     00082900
           DISPLAY WK-CNT-ALERTAS (2)                                   00083000
           DISPLAY 'ALERTAS - TOTAL GERAL ........................'     00083100
           DISPLAY WK-CNT-ALERTAS (3)                                   00083200
           IF WK-ALERTAS-RESUMO > 0                                     00083300
              DISPLAY '*** QUEDA ACIMA DOS LIMITES - DISTRIBUICAO'      00083400
              DISPLAY '*** RETIDA ATE A LIBERACAO (VER CEPCMP01)'       00083500
           END-IF                                                       00083600
           DISPLAY '---------------------------------------------'      00083700
           .                                                            00083800
       CLOSE-FILES.                                                     00083900
           CLOSE CEPSTTAN                                               00084000
           CLOSE CEPSTTAT                                               00084100
           CLOSE CEPCMP01                                               00084200
           .                                                            00084300
