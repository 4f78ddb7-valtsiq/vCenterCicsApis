       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID. CEPSEGR.                                             00000200
      ******************************************************************00000300
      * Valter Siqueira - Systems      c                                00000400
      * Laboratoratório de uso particular ......                        00000500
      * ----------------------------------------------------------------00000600
      * Sistema .............. CEP                                      00000700
      * Programa.............. CEPSEGR                                  00000800
      * Tipo    .............. BATCH                                    00000900
      * Finalidade ........... Relatorio trimestral de SEGREGACAO DE    00001000
      *                        FUNCOES e atividade dos operadores de    00001100
      *                        manutencao de CEP, montado a partir das  00001200
      *                        trilhas de auditoria (antes respondido   00001300
      *                        a mao para compliance):                  00001400
      *                        1. ATIVIDADE POR OPERADOR E MES -        00001500
      *                           mudancas solicitadas (CEPPND01, pela  00001600
      *                           data do pedido), mudancas do          00001700
      *                           operador aplicadas apos aprovacao,    00001800
      *                           aprovacoes dadas, rejeicoes dadas,    00001900
      *                           cancelamentos do proprio pedido,      00002000
      *                           exclusoes aplicadas, alteracoes       00002100
      *                           diretas (auditoria antiga, anterior   00002200
      *                           a aprovacao a 4 maos) e registros de  00002300
      *                           mudanca de cidade em massa (CEPRAU01);00002400
      *                        2. OPERACOES FORA DO HORARIO COMERCIAL - 00002500
      *                           pedido, aprovacao, rejeicao,          00002600
      *                           alteracao direta ou rodada em massa   00002700
      *                           feita antes do inicio, depois do fim  00002800
      *                           do expediente ou em sabado/domingo    00002900
      *                           (feriados nao sao considerados);      00003000
      *                        3. PENDENCIAS SEM DECISAO HA MAIS DE N   00003100
      *                           DIAS (idade contada ate a data da     00003200
      *                           execucao, fora do filtro de periodo); 00003300
      *                        4. EXCLUSOES SEM ALTERACAO ANTERIOR DO   00003400
      *                           CEP em toda a trilha de auditoria     00003500
      *                           (CEPAUD01 + CEPRAU01);                00003600
      *                        5. CONCENTRACAO DE APROVACOES - o        00003700
      *                           solicitante com pelo menos M mudancas 00003800
      *                           aprovadas no periodo cujo aprovador   00003900
      *                           mais frequente responde por P PCT ou  00004000
      *                           mais delas.                           00004100
      *                        Registro de CEPAUD01 de 320 bytes        00004200
      *                        (anterior ao crescimento para 378, vide  00004300
      *                        CEPAPRV) nao tem aprovador: e alteracao  00004400
      *                        feita a uma so mao e conta como DIRETA.  00004500
      *                        As secoes 2 a 5 sao os alertas: havendo  00004600
      *                        algum, o programa termina com RC 4.      00004700
      * DSnames .............. B090290.CEPAUD01 (AUDITORIA, KSDS DE     00004800
      *                        REGISTRO VARIAVEL 320/378)               00004900
      *                        B090290.CEPPND01 (PENDENCIAS, LAYOUT     00005000
      *                        EM CEPAPRV)                              00005100
      *                        B090290.CEPRAU01 (AUDITORIA DE CEPRENAM; 00005200
      *                        CONCATENAR AS RODADAS DO PERIODO)        00005300
      *                        B090290.CEPSGR01 (RELATORIO, 132 BYTES)  00005400
      * PARM ................. POS 01-04 = INICIO DO EXPEDIENTE, HHMM   00005500
      *                                    (DEFAULT 0800)               00005600
      *                        POS 05-08 = FIM DO EXPEDIENTE, HHMM      00005700
      *                                    (DEFAULT 1900)               00005800
      *                        POS 09-11 = DIAS SEM DECISAO PARA A      00005900
      *                                    PENDENCIA SAIR NO RELATORIO  00006000
      *                                    (DEFAULT 005)                00006100
      *                        POS 12-14 = PCT DO APROVADOR MAIS        00006200
      *                                    FREQUENTE QUE CARACTERIZA A  00006300
      *                                    CONCENTRACAO (DEFAULT 080)   00006400
      *                        POS 15-17 = MINIMO DE MUDANCAS APROVADAS 00006500
      *                                    DO SOLICITANTE PARA AVALIAR  00006600
      *                                    A CONCENTRACAO (DEFAULT 010) 00006700
      *                        POS 18-23 = PRIMEIRO MES DO PERIODO,     00006800
      *                                    AAAAMM (DEFAULT TUDO)        00006900
      *                        POS 24-29 = ULTIMO MES DO PERIODO,       00007000
      *                                    AAAAMM (DEFAULT TUDO)        00007100
      * RETURN-CODE .......... 0  = NENHUM ALERTA                       00007200
      *                        4  = HA ALERTAS NAS SECOES 2 A 5         00007300
      *                        12 = ERRO VSAM                           00007400
      ******************************************************************00007500
       ENVIRONMENT DIVISION.                                            00007600
       CONFIGURATION SECTION.                                           00007700
       SPECIAL-NAMES.                                                   00007800
           DECIMAL-POINT IS COMMA.                                      00007900
       INPUT-OUTPUT SECTION.                                            00008000
       FILE-CONTROL.                                                    00008100
      *INPUT FILE - LIDO EM SEQUENCIA DE DATA/HORA + TASK               00008200
           SELECT CEPAUD01 ASSIGN TO 'CEPAUD01'                         00008300
           ORGANIZATION IS INDEXED                                      00008400
           ACCESS MODE IS SEQUENTIAL                                    00008500
           RECORD KEY IS CEPAUD01-CHAVE                                 00008600
           FILE STATUS WK-AUD-FILE-STATUS.                              00008700
                                                                        00008800
           SELECT CEPPND01 ASSIGN TO 'CEPPND01'                         00008900
           ORGANIZATION IS INDEXED                                      00009000
           ACCESS MODE IS SEQUENTIAL                                    00009100
           RECORD KEY IS CEPPND01-CHAVE                                 00009200
           FILE STATUS WK-PND-FILE-STATUS.                              00009300
      *    PENDENCIAS DA APROVACAO A 4 MAOS (CEPMAINT/CEPAPRV)          00009400
                                                                        00009500
           SELECT CEPRAU01 ASSIGN TO 'CEPRAU01'                         00009600
           ORGANIZATION SEQUENTIAL.                                     00009700
      *    AUDITORIA ANTES/DEPOIS DA MUDANCA DE CIDADE (CEPRENAM)       00009800
                                                                        00009900
           SELECT CEPSGR01 ASSIGN TO 'CEPSGR01'                         00010000
           ORGANIZATION SEQUENTIAL.                                     00010100
      *    RELATORIO PAGINADO PARA COMPLIANCE                           00010200
                                                                        00010300
           SELECT CEPSSORT ASSIGN TO 'SORTWK01'.                        00010400
      *    CLASSIFICACAO DOS EVENTOS POR SECAO DO RELATORIO             00010500
       DATA DIVISION.                                                   00010600
       FILE SECTION.                                                    00010700
                                                                        00010800
       FD CEPAUD01                                                      00010900
            RECORD IS VARYING IN SIZE FROM 320 TO 378 CHARACTERS        00011000
               DEPENDING ON WK-AUD-TAMANHO.                             00011100
       01 CEPAUD01-REC.                                                 00011200
          05 CEPAUD01-CHAVE.                                            00011300
             10 CEPAUD01-DATA-HORA      PIC  X(021).                    00011400
             10 CEPAUD01-TASK           PIC  9(007).                    00011500
          05 CEPAUD01-OPERADOR          PIC  X(008).                    00011600
          05 CEPAUD01-TERMINAL          PIC  X(004).                    00011700
          05 CEPAUD01-OPERACAO          PIC  X(001).                    00011800
          05 CEPAUD01-IMAGEM-ANTES.                                     00011900
             10 CEPAUD01-ANTES-CEP      PIC  X(008).                    00012000
             10 FILLER                  PIC  X(153).                    00012100
          05 CEPAUD01-IMAGEM-DEPOIS.                                    00012200
             10 CEPAUD01-DEPOIS-CEP     PIC  X(008).                    00012300
             10 FILLER                  PIC  X(153).                    00012400
          05 CEPAUD01-APROVADOR         PIC  X(008).                    00012500
          05 FILLER                     PIC  X(007).                    00012600
      *    REGISTRO GRAVADO ANTES DO CRESCIMENTO: IMAGENS DE 132 E      00012700
      *    SEM APROVADOR (MANUTENCAO FEITA A UMA SO MAO)                00012800
       01 CEPAUD01-REC-ANTIGO.                                          00012900
          05 FILLER                     PIC  X(041).                    00013000
          05 CEPAUD01-ANT-IMAGEM-ANTES.                                 00013100
             10 CEPAUD01-ANT-ANTES-CEP  PIC  X(008).                    00013200
             10 FILLER                  PIC  X(124).                    00013300
          05 CEPAUD01-ANT-IMAGEM-DEPOIS.                                00013400
             10 CEPAUD01-ANT-DEPOIS-CEP PIC  X(008).                    00013500
             10 FILLER                  PIC  X(124).                    00013600
          05 FILLER                     PIC  X(015).                    00013700
      *                                                                 00013800
       FD CEPPND01.                                                     00013900
       01 CEPPND01-REC.                                                 00014000
          05 CEPPND01-CHAVE.                                            00014100
             10 CEPPND01-DATA-HORA      PIC  X(021).                    00014200
             10 CEPPND01-TASK           PIC  9(007).                    00014300
          05 CEPPND01-SOLICITANTE       PIC  X(008).                    00014400
          05 CEPPND01-TERMINAL          PIC  X(004).                    00014500
          05 CEPPND01-OPERACAO          PIC  X(001).                    00014600
          05 CEPPND01-STATUS            PIC  X(001).                    00014700
      *       'P' = PENDENTE  'A' = APROVADA  'R' = REJEITADA           00014800
          05 CEPPND01-APROVADOR         PIC  X(008).                    00014900
          05 CEPPND01-DT-DECISAO        PIC  X(021).                    00015000
          05 CEPPND01-IMAGEM-ANTES.                                     00015100
             10 CEPPND01-ANTES-CEP      PIC  X(008).                    00015200
             10 FILLER                  PIC  X(153).                    00015300
          05 CEPPND01-IMAGEM-DEPOIS.                                    00015400
             10 CEPPND01-DEPOIS-CEP     PIC  X(008).                    00015500
             10 FILLER                  PIC  X(153).                    00015600
          05 FILLER                     PIC  X(007).                    00015700
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
       FD CEPSGR01                                                      00017600
            RECORDING MODE IS F                                         00017700
            RECORD CONTAINS 132 CHARACTERS.                             00017800
       01 CEPSGR01-REC                  PIC  X(132).                    00017900
      *                                                                 00018000
      *    SECAO 1 = ATIVIDADE (CHAVE1 OPERADOR, CHAVE2 DATA/HORA)      00018100
      *    SECAO 2 = FORA DO HORARIO (CHAVE1 OPERADOR, CHAVE2 DATA/HORA)00018200
      *    SECAO 3 = PENDENCIA ATRASADA (CHAVE1 SOLICITANTE, CHAVE2     00018300
      *              DATA/HORA DO PEDIDO)                               00018400
      *    SECAO 4 = HISTORICO DO CEP (CHAVE1 CEP, CHAVE2 DATA/HORA)    00018500
      *    SECAO 5 = PAR SOLICITANTE/APROVADOR (CHAVE1 SOLICITANTE,     00018600
      *              CHAVE2 APROVADOR)                                  00018700
       SD CEPSSORT.                                                     00018800
       01 CEPSSORT-REC.                                                 00018900
          05 CEPSSORT-SECAO             PIC  9(001).                    00019000
          05 CEPSSORT-CHAVE1            PIC  X(008).                    00019100
          05 CEPSSORT-CHAVE2            PIC  X(021).                    00019200
          05 CEPSSORT-TIPO              PIC  X(001).                    00019300
          05 CEPSSORT-OPERADOR          PIC  X(008).                    00019400
          05 CEPSSORT-APROVADOR         PIC  X(008).                    00019500
          05 CEPSSORT-CEP               PIC  X(008).                    00019600
          05 CEPSSORT-OPERACAO          PIC  X(001).                    00019700
          05 CEPSSORT-TASK              PIC  X(007).                    00019800
          05 CEPSSORT-DIAS              PIC  9(005).                    00019900
          05 CEPSSORT-DIA-SEMANA        PIC  9(001).                    00020000
          05 CEPSSORT-NO-PERIODO        PIC  X(001).                    00020100
      *                                                                 00020200
       WORKING-STORAGE SECTION.                                         00020300
        01 WORKING-AREAS.                                               00020400
           03 WK-AUD-FILE-STATUS        PIC  X(002) VALUE SPACES.       00020500
           03 WK-PND-FILE-STATUS        PIC  X(002) VALUE SPACES.       00020600
           03 WK-AUD-TAMANHO            PIC  9(004) COMP VALUE ZEROS.   00020700
           03 WK-EOF                    PIC  X(001) VALUE 'N'.          00020800
           03 WK-EOF-SORT               PIC  X(001) VALUE 'N'.          00020900
           03 WK-CURRENT-DATE           PIC  X(021) VALUE SPACES.       00021000
           03 WK-DATA-NUM               PIC  9(008) VALUE ZEROS.        00021100
           03 WK-DIA-JULIANO            PIC  9(007) VALUE ZEROS.        00021200
           03 WK-DIA-HOJE               PIC  9(007) VALUE ZEROS.        00021300
           03 WK-QUOCIENTE              PIC  9(007) VALUE ZEROS.        00021400
           03 WK-DIA-SEMANA             PIC  9(001) VALUE ZEROS.        00021500
           03 WK-DIAS-PENDENTE          PIC  9(005) VALUE ZEROS.        00021600
           03 WK-FORA-HORARIO           PIC  X(001) VALUE 'N'.          00021700
           03 WK-NO-PERIODO             PIC  X(001) VALUE 'N'.          00021800
      *       LIMITES (PARM)                                            00021900
           03 WK-HORA-INICIO            PIC  X(004) VALUE '0800'.       00022000
           03 WK-HORA-FIM               PIC  X(004) VALUE '1900'.       00022100
           03 WK-LIM-DIAS               PIC  9(003) VALUE 5.            00022200
           03 WK-LIM-PCT-PAR            PIC  9(003) VALUE 80.           00022300
           03 WK-MIN-APROVADAS          PIC  9(003) VALUE 10.           00022400
           03 WK-PER-INICIO             PIC  X(006) VALUE '000000'.     00022500
           03 WK-PER-FIM                PIC  X(006) VALUE '999999'.     00022600
      *       EVENTO EM MONTAGEM PARA O SORT                            00022700
           03 WK-EVT-DATA-HORA          PIC  X(021) VALUE SPACES.       00022800
           03 WK-EVT-OPERADOR           PIC  X(008) VALUE SPACES.       00022900
           03 WK-EVT-APROVADOR          PIC  X(008) VALUE SPACES.       00023000
           03 WK-EVT-RESPONSAVEL        PIC  X(008) VALUE SPACES.       00023100
           03 WK-EVT-TIPO               PIC  X(001) VALUE SPACES.       00023200
      *          'S' SOLICITOU  'P' MUDANCA DO OPERADOR APLICADA        00023300
      *          'V' APROVOU    'R' REJEITOU  'C' CANCELOU O PROPRIO    00023400
      *          'E' EXCLUSAO APLICADA  'D' ALTERACAO DIRETA            00023500
      *          'M' MUDANCA DE CIDADE EM MASSA                         00023600
           03 WK-EVT-CONFERE-HORA       PIC  X(001) VALUE 'N'.          00023700
           03 WK-EVT-CEP                PIC  X(008) VALUE SPACES.       00023800
           03 WK-EVT-OPERACAO           PIC  X(001) VALUE SPACES.       00023900
      *       QUEBRAS DA SAIDA DO SORT                                  00024000
           03 WK-SECAO-ATUAL            PIC  9(001) VALUE ZEROS.        00024100
           03 WK-LIN-SECAO              PIC  9(010) VALUE ZEROS.        00024200
           03 WK-GRP-OPERADOR           PIC  X(008) VALUE SPACES.       00024300
           03 WK-GRP-MES                PIC  X(006) VALUE SPACES.       00024400
           03 WK-QTDES-MES.                                             00024500
              05 WK-QT-SOLICITOU        PIC  9(010).                    00024600
              05 WK-QT-APLICADAS        PIC  9(010).                    00024700
              05 WK-QT-APROVOU          PIC  9(010).                    00024800
              05 WK-QT-REJEITOU         PIC  9(010).                    00024900
              05 WK-QT-CANCELOU         PIC  9(010).                    00025000
              05 WK-QT-EXCLUSOES        PIC  9(010).                    00025100
              05 WK-QT-DIRETAS          PIC  9(010).                    00025200
              05 WK-QT-MASSA            PIC  9(010).                    00025300
           03 WK-QTDES-TOTAL.                                           00025400
              05 WK-TOT-SOLICITOU       PIC  9(010) VALUE ZEROS.        00025500
              05 WK-TOT-APLICADAS       PIC  9(010) VALUE ZEROS.        00025600
              05 WK-TOT-APROVOU         PIC  9(010) VALUE ZEROS.        00025700
              05 WK-TOT-REJEITOU        PIC  9(010) VALUE ZEROS.        00025800
              05 WK-TOT-CANCELOU        PIC  9(010) VALUE ZEROS.        00025900
              05 WK-TOT-EXCLUSOES       PIC  9(010) VALUE ZEROS.        00026000
              05 WK-TOT-DIRETAS         PIC  9(010) VALUE ZEROS.        00026100
              05 WK-TOT-MASSA           PIC  9(010) VALUE ZEROS.        00026200
           03 WK-CEP-ANT                PIC  X(008) VALUE SPACES.       00026300
           03 WK-CEP-ALTERADO           PIC  X(001) VALUE 'N'.          00026400
           03 WK-SOL-OPERADOR           PIC  X(008) VALUE SPACES.       00026500
           03 WK-SOL-TOTAL              PIC  9(010) VALUE ZEROS.        00026600
           03 WK-PAR-APROVADOR          PIC  X(008) VALUE SPACES.       00026700
           03 WK-PAR-QTDE               PIC  9(010) VALUE ZEROS.        00026800
           03 WK-MAX-APROVADOR          PIC  X(008) VALUE SPACES.       00026900
           03 WK-MAX-QTDE               PIC  9(010) VALUE ZEROS.        00027000
           03 WK-PCT-PAR                PIC  9(003)V99 VALUE ZEROS.     00027100
      *       CONTADORES                                                00027200
           03 WK-CONT-AUD-LIDOS         PIC  9(010) VALUE ZEROS.        00027300
           03 WK-CONT-AUD-ANTIGOS       PIC  9(010) VALUE ZEROS.        00027400
           03 WK-CONT-PND-LIDOS         PIC  9(010) VALUE ZEROS.        00027500
           03 WK-CONT-PND-ABERTAS       PIC  9(010) VALUE ZEROS.        00027600
           03 WK-CONT-RAU-LIDOS         PIC  9(010) VALUE ZEROS.        00027700
           03 WK-CONT-FORA-HORARIO      PIC  9(010) VALUE ZEROS.        00027800
           03 WK-CONT-PEND-ATRASO       PIC  9(010) VALUE ZEROS.        00027900
           03 WK-CONT-EXCL-SEM-HIST     PIC  9(010) VALUE ZEROS.        00028000
           03 WK-CONT-PAR-CONCENTR      PIC  9(010) VALUE ZEROS.        00028100
           03 WK-CONT-ALERTAS           PIC  9(010) VALUE ZEROS.        00028200
      *       IMPRESSAO                                                 00028300
           03 WK-LINHA                  PIC  X(132) VALUE SPACES.       00028400
           03 WK-LIN-PAG                PIC  9(002) VALUE 99.           00028500
           03 WK-PAGINA                 PIC  9(004) VALUE ZEROS.        00028600
           03 WK-TITULO-SECAO           PIC  X(080) VALUE SPACES.       00028700
           03 WK-COLUNAS                PIC  X(132) VALUE SPACES.       00028800
           03 WK-PRINT-CONT             PIC  Z(009)9 VALUE ZEROS.       00028900
           03 WK-PRINT-DIAS             PIC  Z(004)9 VALUE ZEROS.       00029000
           03 WK-PRINT-LIM              PIC  ZZ9 VALUE ZEROS.           00029100
           03 WK-PRINT-PCT              PIC  ZZ9,99 VALUE ZEROS.        00029200
                                                                        00029300
        01 WK-TAB-DIAS-VALORES          PIC  X(021)                     00029400
                                        VALUE 'DOMSEGTERQUAQUISEXSAB'.  00029500
        01 WK-TAB-DIAS REDEFINES WK-TAB-DIAS-VALORES.                   00029600
           03 WK-NOME-DIA               PIC  X(003) OCCURS 7 TIMES.     00029700
                                                                        00029800
       LINKAGE SECTION.                                                 00029900
       01 LK-PARM-LENGTH                PIC S9(004) COMP.               00030000
       01 LK-PARM-DATA.                                                 00030100
          05 LK-HORA-INICIO             PIC  X(004).                    00030200
          05 LK-HORA-FIM                PIC  X(004).                    00030300
          05 LK-LIM-DIAS                PIC  9(003).                    00030400
          05 LK-LIM-PCT-PAR             PIC  9(003).                    00030500
          05 LK-MIN-APROVADAS           PIC  9(003).                    00030600
          05 LK-PER-INICIO              PIC  X(006).                    00030700
          05 LK-PER-FIM                 PIC  X(006).                    00030800
                                                                        00030900
       PROCEDURE DIVISION USING LK-PARM-LENGTH LK-PARM-DATA.            00031000
      *                                                                 00031100
       MAIN-PARA.                                                       00031200
           MOVE FUNCTION CURRENT-DATE TO WK-CURRENT-DATE                00031300
           MOVE WK-CURRENT-DATE (1:8) TO WK-DATA-NUM                    00031400
           COMPUTE WK-DIA-HOJE = FUNCTION INTEGER-OF-DATE (WK-DATA-NUM) 00031500
           PERFORM TRATA-PARM                                           00031600
           PERFORM OPEN-FILES                                           00031700
                                                                        00031800
           SORT CEPSSORT ON ASCENDING KEY CEPSSORT-SECAO                00031900
                                          CEPSSORT-CHAVE1               00032000
                                          CEPSSORT-CHAVE2               00032100
                                          CEPSSORT-TIPO                 00032200
              INPUT PROCEDURE IS COLETA-EVENTOS                         00032300
              OUTPUT PROCEDURE IS IMPRIME-EVENTOS                       00032400
                                                                        00032500
           PERFORM RELATORIO-FINAL                                      00032600
                                                                        00032700
           PERFORM CLOSE-FILES                                          00032800
           IF WK-CONT-ALERTAS > 0                                       00032900
              MOVE 4 TO RETURN-CODE                                     00033000
           END-IF                                                       00033100
           STOP RUN                                                     00033200
           .                                                            00033300
       TRATA-PARM.                                                      00033400
           IF LK-PARM-LENGTH >= 4                                       00033500
              IF LK-HORA-INICIO IS NUMERIC                              00033600
                 MOVE LK-HORA-INICIO TO WK-HORA-INICIO                  00033700
              END-IF                                                    00033800
           END-IF                                                       00033900
           IF LK-PARM-LENGTH >= 8                                       00034000
              IF LK-HORA-FIM IS NUMERIC AND LK-HORA-FIM > WK-HORA-INICIO00034100
                 MOVE LK-HORA-FIM TO WK-HORA-FIM                        00034200
              END-IF                                                    00034300
           END-IF                                                       00034400
           IF LK-PARM-LENGTH >= 11                                      00034500
              IF LK-LIM-DIAS IS NUMERIC AND LK-LIM-DIAS > 0             00034600
                 MOVE LK-LIM-DIAS TO WK-LIM-DIAS                        00034700
              END-IF                                                    00034800
           END-IF                                                       00034900
           IF LK-PARM-LENGTH >= 14                                      00035000
              IF LK-LIM-PCT-PAR IS NUMERIC AND LK-LIM-PCT-PAR > 0       00035100
                 MOVE LK-LIM-PCT-PAR TO WK-LIM-PCT-PAR                  00035200
              END-IF                                                    00035300
           END-IF                                                       00035400
           IF LK-PARM-LENGTH >= 17                                      00035500
              IF LK-MIN-APROVADAS IS NUMERIC AND LK-MIN-APROVADAS > 0   00035600
                 MOVE LK-MIN-APROVADAS TO WK-MIN-APROVADAS              00035700
              END-IF                                                    00035800
           END-IF                                                       00035900
           IF LK-PARM-LENGTH >= 23                                      00036000
              IF LK-PER-INICIO IS NUMERIC                               00036100
                 MOVE LK-PER-INICIO TO WK-PER-INICIO                    00036200
              END-IF                                                    00036300
           END-IF                                                       00036400
           IF LK-PARM-LENGTH >= 29                                      00036500
              IF LK-PER-FIM IS NUMERIC                                  00036600
                 MOVE LK-PER-FIM TO WK-PER-FIM                          00036700
              END-IF                                                    00036800
           END-IF                                                       00036900
           .                                                            00037000
       OPEN-FILES.                                                      00037100
           OPEN INPUT CEPAUD01                                          00037200
           IF WK-AUD-FILE-STATUS NOT = '00'                             00037300
              DISPLAY "-----ERRO VSAM NO OPEN (CEPAUD01) -----"         00037400
              DISPLAY WK-AUD-FILE-STATUS                                00037500
              MOVE 12 TO RETURN-CODE                                    00037600
              STOP RUN                                                  00037700
           END-IF                                                       00037800
           OPEN INPUT CEPPND01                                          00037900
           IF WK-PND-FILE-STATUS NOT = '00'                             00038000
              DISPLAY "-----ERRO VSAM NO OPEN (CEPPND01) -----"         00038100
              DISPLAY WK-PND-FILE-STATUS                                00038200
              CLOSE CEPAUD01                                            00038300
              MOVE 12 TO RETURN-CODE                                    00038400
              STOP RUN                                                  00038500
           END-IF                                                       00038600
           OPEN INPUT  CEPRAU01                                         00038700
           OPEN OUTPUT CEPSGR01                                         00038800
           .                                                            00038900
       COLETA-EVENTOS.                                                  00039000
      *    PROCEDIMENTO DE ENTRADA DO SORT: CADA REGISTRO DAS TRES      00039100
      *    TRILHAS VIRA UM OU MAIS EVENTOS, UM POR SECAO DO RELATORIO   00039200
           MOVE 'N' TO WK-EOF                                           00039300
           PERFORM LE-AUDITORIA UNTIL WK-EOF = 'Y'                      00039400
           MOVE 'N' TO WK-EOF                                           00039500
           PERFORM LE-PENDENCIA UNTIL WK-EOF = 'Y'                      00039600
           MOVE 'N' TO WK-EOF                                           00039700
           PERFORM LE-AUDITORIA-RENAM UNTIL WK-EOF = 'Y'                00039800
           MOVE 'N' TO WK-EOF                                           00039900
           .                                                            00040000
       LE-AUDITORIA.                                                    00040100
           READ CEPAUD01 NEXT RECORD AT END MOVE 'Y' TO WK-EOF.         00040200
                                                                        00040300
           IF WK-EOF NOT = 'Y'                                          00040400
              IF WK-AUD-FILE-STATUS NOT = '00'                          00040500
                 DISPLAY "-----ERRO VSAM NA LEITURA (CEPAUD01) -----"   00040600
                 DISPLAY WK-AUD-FILE-STATUS                             00040700
                 PERFORM ERRO-VSAM                                      00040800
              END-IF                                                    00040900
              ADD 1 TO WK-CONT-AUD-LIDOS                                00041000
              IF WK-AUD-TAMANHO < 378                                   00041100
                 ADD 1 TO WK-CONT-AUD-ANTIGOS                           00041200
                 PERFORM TRATA-AUDITORIA-ANTIGA                         00041300
              ELSE                                                      00041400
                 PERFORM TRATA-AUDITORIA                                00041500
              END-IF                                                    00041600
           END-IF                                                       00041700
           .                                                            00041800
       TRATA-AUDITORIA.                                                 00041900
      *    MUDANCA APROVADA A 4 MAOS: O OPERADOR E O SOLICITANTE, A     00042000
      *    DATA/HORA E A DA APROVACAO                                   00042100
           MOVE CEPAUD01-DATA-HORA  TO WK-EVT-DATA-HORA                 00042200
           MOVE CEPAUD01-OPERADOR   TO WK-EVT-OPERADOR                  00042300
           MOVE CEPAUD01-APROVADOR  TO WK-EVT-APROVADOR                 00042400
           MOVE CEPAUD01-OPERACAO   TO WK-EVT-OPERACAO                  00042500
           IF CEPAUD01-OPERACAO = 'E'                                   00042600
              MOVE CEPAUD01-ANTES-CEP  TO WK-EVT-CEP                    00042700
           ELSE                                                         00042800
              MOVE CEPAUD01-DEPOIS-CEP TO WK-EVT-CEP                    00042900
           END-IF                                                       00043000
           PERFORM VERIFICA-PERIODO                                     00043100
           PERFORM LIBERA-HISTORICO-CEP                                 00043200
                                                                        00043300
           IF WK-NO-PERIODO = 'S'                                       00043400
              MOVE 'P'               TO WK-EVT-TIPO                     00043500
              MOVE WK-EVT-OPERADOR   TO WK-EVT-RESPONSAVEL              00043600
              MOVE 'N'               TO WK-EVT-CONFERE-HORA             00043700
              PERFORM LIBERA-ATIVIDADE                                  00043800
              MOVE 'V'               TO WK-EVT-TIPO                     00043900
              MOVE WK-EVT-APROVADOR  TO WK-EVT-RESPONSAVEL              00044000
              MOVE 'S'               TO WK-EVT-CONFERE-HORA             00044100
              PERFORM LIBERA-ATIVIDADE                                  00044200
              IF WK-EVT-OPERACAO = 'E'                                  00044300
                 MOVE 'E'               TO WK-EVT-TIPO                  00044400
                 MOVE WK-EVT-OPERADOR   TO WK-EVT-RESPONSAVEL           00044500
                 MOVE 'N'               TO WK-EVT-CONFERE-HORA          00044600
                 PERFORM LIBERA-ATIVIDADE                               00044700
              END-IF                                                    00044800
              PERFORM LIBERA-PAR                                        00044900
           END-IF                                                       00045000
           .                                                            00045100
       TRATA-AUDITORIA-ANTIGA.                                          00045200
      *    REGISTRO DE 320 BYTES: MANUTENCAO DIRETA, SEM APROVADOR      00045300
           MOVE CEPAUD01-DATA-HORA  TO WK-EVT-DATA-HORA                 00045400
           MOVE CEPAUD01-OPERADOR   TO WK-EVT-OPERADOR                  00045500
           MOVE SPACES              TO WK-EVT-APROVADOR                 00045600
           MOVE CEPAUD01-OPERACAO   TO WK-EVT-OPERACAO                  00045700
           IF CEPAUD01-OPERACAO = 'E'                                   00045800
              MOVE CEPAUD01-ANT-ANTES-CEP  TO WK-EVT-CEP                00045900
           ELSE                                                         00046000
              MOVE CEPAUD01-ANT-DEPOIS-CEP TO WK-EVT-CEP                00046100
           END-IF                                                       00046200
           PERFORM VERIFICA-PERIODO                                     00046300
           PERFORM LIBERA-HISTORICO-CEP                                 00046400
                                                                        00046500
           IF WK-NO-PERIODO = 'S'                                       00046600
              MOVE 'D'               TO WK-EVT-TIPO                     00046700
              MOVE WK-EVT-OPERADOR   TO WK-EVT-RESPONSAVEL              00046800
              MOVE 'S'               TO WK-EVT-CONFERE-HORA             00046900
              PERFORM LIBERA-ATIVIDADE                                  00047000
              IF WK-EVT-OPERACAO = 'E'                                  00047100
                 MOVE 'E'               TO WK-EVT-TIPO                  00047200
                 MOVE 'N'               TO WK-EVT-CONFERE-HORA          00047300
                 PERFORM LIBERA-ATIVIDADE                               00047400
              END-IF                                                    00047500
           END-IF                                                       00047600
           .                                                            00047700
       LE-PENDENCIA.                                                    00047800
           READ CEPPND01 NEXT RECORD AT END MOVE 'Y' TO WK-EOF.         00047900
                                                                        00048000
           IF WK-EOF NOT = 'Y'                                          00048100
              IF WK-PND-FILE-STATUS NOT = '00'                          00048200
                 DISPLAY "-----ERRO VSAM NA LEITURA (CEPPND01) -----"   00048300
                 DISPLAY WK-PND-FILE-STATUS                             00048400
                 PERFORM ERRO-VSAM                                      00048500
              END-IF                                                    00048600
              ADD 1 TO WK-CONT-PND-LIDOS                                00048700
              PERFORM TRATA-PENDENCIA                                   00048800
           END-IF                                                       00048900
           .                                                            00049000
       TRATA-PENDENCIA.                                                 00049100
           MOVE CEPPND01-SOLICITANTE TO WK-EVT-OPERADOR                 00049200
           MOVE CEPPND01-APROVADOR   TO WK-EVT-APROVADOR                00049300
           MOVE CEPPND01-OPERACAO    TO WK-EVT-OPERACAO                 00049400
           IF CEPPND01-OPERACAO = 'E'                                   00049500
              MOVE CEPPND01-ANTES-CEP  TO WK-EVT-CEP                    00049600
           ELSE                                                         00049700
              MOVE CEPPND01-DEPOIS-CEP TO WK-EVT-CEP                    00049800
           END-IF                                                       00049900
                                                                        00050000
      *    O PEDIDO, NA DATA/HORA EM QUE FOI ESTAGIADO                  00050100
           MOVE CEPPND01-DATA-HORA TO WK-EVT-DATA-HORA                  00050200
           PERFORM VERIFICA-PERIODO                                     00050300
           IF WK-NO-PERIODO = 'S'                                       00050400
              MOVE 'S'               TO WK-EVT-TIPO                     00050500
              MOVE WK-EVT-OPERADOR   TO WK-EVT-RESPONSAVEL              00050600
              MOVE 'S'               TO WK-EVT-CONFERE-HORA             00050700
              PERFORM LIBERA-ATIVIDADE                                  00050800
           END-IF                                                       00050900
                                                                        00051000
      *    A REJEICAO, NA DATA/HORA DA DECISAO; O SOLICITANTE QUE       00051100
      *    REJEITA O PROPRIO PEDIDO ESTA CANCELANDO                     00051200
           IF CEPPND01-STATUS = 'R'                                     00051300
              MOVE CEPPND01-DT-DECISAO TO WK-EVT-DATA-HORA              00051400
              PERFORM VERIFICA-PERIODO                                  00051500
              IF WK-NO-PERIODO = 'S'                                    00051600
                 IF WK-EVT-APROVADOR = WK-EVT-OPERADOR                  00051700
                    MOVE 'C'              TO WK-EVT-TIPO                00051800
                 ELSE                                                   00051900
                    MOVE 'R'              TO WK-EVT-TIPO                00052000
                 END-IF                                                 00052100
                 MOVE WK-EVT-APROVADOR TO WK-EVT-RESPONSAVEL            00052200
                 MOVE 'S'              TO WK-EVT-CONFERE-HORA           00052300
                 PERFORM LIBERA-ATIVIDADE                               00052400
              END-IF                                                    00052500
           END-IF                                                       00052600
                                                                        00052700
           IF CEPPND01-STATUS = 'P'                                     00052800
              ADD 1 TO WK-CONT-PND-ABERTAS                              00052900
              PERFORM CONFERE-IDADE-PENDENCIA                           00053000
           END-IF                                                       00053100
           .                                                            00053200
       CONFERE-IDADE-PENDENCIA.                                         00053300
           IF CEPPND01-DATA-HORA (1:8) IS NUMERIC                       00053400
              MOVE CEPPND01-DATA-HORA (1:8) TO WK-DATA-NUM              00053500
              COMPUTE WK-DIA-JULIANO =                                  00053600
                 FUNCTION INTEGER-OF-DATE (WK-DATA-NUM)                 00053700
              IF WK-DIA-HOJE > WK-DIA-JULIANO                           00053800
                 COMPUTE WK-DIAS-PENDENTE =                             00053900
                    WK-DIA-HOJE - WK-DIA-JULIANO                        00054000
                 IF WK-DIAS-PENDENTE > WK-LIM-DIAS                      00054100
                    MOVE SPACES               TO CEPSSORT-REC           00054200
                    MOVE 3                    TO CEPSSORT-SECAO         00054300
                    MOVE WK-EVT-OPERADOR      TO CEPSSORT-CHAVE1        00054400
                    MOVE CEPPND01-DATA-HORA   TO CEPSSORT-CHAVE2        00054500
                    MOVE WK-EVT-OPERADOR      TO CEPSSORT-OPERADOR      00054600
                    MOVE WK-EVT-CEP           TO CEPSSORT-CEP           00054700
                    MOVE WK-EVT-OPERACAO      TO CEPSSORT-OPERACAO      00054800
                    MOVE CEPPND01-TASK        TO CEPSSORT-TASK          00054900
                    MOVE WK-DIAS-PENDENTE     TO CEPSSORT-DIAS          00055000
                    MOVE ZEROS                TO CEPSSORT-DIA-SEMANA    00055100
                    RELEASE CEPSSORT-REC                                00055200
                 END-IF                                                 00055300
              END-IF                                                    00055400
           END-IF                                                       00055500
           .                                                            00055600
       LE-AUDITORIA-RENAM.                                              00055700
           READ CEPRAU01 RECORD AT END MOVE 'Y' TO WK-EOF.              00055800
                                                                        00055900
           IF WK-EOF NOT = 'Y'                                          00056000
              ADD 1 TO WK-CONT-RAU-LIDOS                                00056100
              MOVE CEPRAU01-DATA-HORA  TO WK-EVT-DATA-HORA              00056200
              MOVE CEPRAU01-OPERADOR   TO WK-EVT-OPERADOR               00056300
              MOVE CEPRAU01-APROVADOR  TO WK-EVT-APROVADOR              00056400
              MOVE CEPRAU01-OPERACAO   TO WK-EVT-OPERACAO               00056500
              MOVE CEPRAU01-DEPOIS-CEP TO WK-EVT-CEP                    00056600
              PERFORM VERIFICA-PERIODO                                  00056700
              PERFORM LIBERA-HISTORICO-CEP                              00056800
              IF WK-NO-PERIODO = 'S'                                    00056900
                 MOVE 'M'               TO WK-EVT-TIPO                  00057000
                 MOVE WK-EVT-OPERADOR   TO WK-EVT-RESPONSAVEL           00057100
                 MOVE 'S'               TO WK-EVT-CONFERE-HORA          00057200
                 PERFORM LIBERA-ATIVIDADE                               00057300
              END-IF                                                    00057400
           END-IF                                                       00057500
           .                                                            00057600
       VERIFICA-PERIODO.                                                00057700
           IF WK-EVT-DATA-HORA (1:6) NOT < WK-PER-INICIO AND            00057800
              WK-EVT-DATA-HORA (1:6) NOT > WK-PER-FIM                   00057900
              MOVE 'S' TO WK-NO-PERIODO                                 00058000
           ELSE                                                         00058100
              MOVE 'N' TO WK-NO-PERIODO                                 00058200
           END-IF                                                       00058300
           .                                                            00058400
       LIBERA-ATIVIDADE.                                                00058500
      *    UM EVENTO NA ATIVIDADE DO RESPONSAVEL E, SE FOI ACAO DE      00058600
      *    GENTE FORA DO EXPEDIENTE, TAMBEM NA SECAO DE HORARIO         00058700
           IF WK-EVT-RESPONSAVEL NOT = SPACES                           00058800
              MOVE SPACES              TO CEPSSORT-REC                  00058900
              MOVE 1                   TO CEPSSORT-SECAO                00059000
              MOVE WK-EVT-RESPONSAVEL  TO CEPSSORT-CHAVE1               00059100
              MOVE WK-EVT-DATA-HORA    TO CEPSSORT-CHAVE2               00059200
              MOVE WK-EVT-TIPO         TO CEPSSORT-TIPO                 00059300
              MOVE ZEROS               TO CEPSSORT-DIAS                 00059400
              MOVE ZEROS               TO CEPSSORT-DIA-SEMANA           00059500
              RELEASE CEPSSORT-REC                                      00059600
              IF WK-EVT-CONFERE-HORA = 'S'                              00059700
                 PERFORM VERIFICA-HORARIO                               00059800
                 IF WK-FORA-HORARIO = 'S'                               00059900
                    MOVE 2             TO CEPSSORT-SECAO                00060000
                    MOVE WK-EVT-CEP    TO CEPSSORT-CEP                  00060100
                    MOVE WK-EVT-OPERACAO TO CEPSSORT-OPERACAO           00060200
                    MOVE WK-DIA-SEMANA TO CEPSSORT-DIA-SEMANA           00060300
                    RELEASE CEPSSORT-REC                                00060400
                 END-IF                                                 00060500
              END-IF                                                    00060600
           END-IF                                                       00060700
           .                                                            00060800
       VERIFICA-HORARIO.                                                00060900
      *    DIA DA SEMANA PELA DATA JULIANA: O DIA 1 (01/01/1601) FOI    00061000
      *    SEGUNDA-FEIRA, ENTAO O RESTO DA DIVISAO POR 7 DA 0 PARA      00061100
      *    DOMINGO E 6 PARA SABADO                                      00061200
           MOVE 'N' TO WK-FORA-HORARIO                                  00061300
           MOVE 1   TO WK-DIA-SEMANA                                    00061400
           IF WK-EVT-DATA-HORA (1:8) IS NUMERIC                         00061500
              MOVE WK-EVT-DATA-HORA (1:8) TO WK-DATA-NUM                00061600
              COMPUTE WK-DIA-JULIANO =                                  00061700
                 FUNCTION INTEGER-OF-DATE (WK-DATA-NUM)                 00061800
              DIVIDE WK-DIA-JULIANO BY 7 GIVING WK-QUOCIENTE            00061900
                 REMAINDER WK-DIA-SEMANA                                00062000
              IF WK-DIA-SEMANA = 0 OR WK-DIA-SEMANA = 6                 00062100
                 MOVE 'S' TO WK-FORA-HORARIO                            00062200
              END-IF                                                    00062300
           END-IF                                                       00062400
           IF WK-EVT-DATA-HORA (9:4) < WK-HORA-INICIO OR                00062500
              WK-EVT-DATA-HORA (9:4) NOT < WK-HORA-FIM                  00062600
              MOVE 'S' TO WK-FORA-HORARIO                               00062700
           END-IF                                                       00062800
           .                                                            00062900
       LIBERA-HISTORICO-CEP.                                            00063000
      *    TODA MUDANCA APLICADA ENTRA NO HISTORICO DO CEP, DENTRO OU   00063100
      *    FORA DO PERIODO: A EXCLUSAO DO PERIODO E CONFRONTADA COM     00063200
      *    TUDO QUE HOUVE ANTES DELA                                    00063300
           IF WK-EVT-CEP NOT = SPACES                                   00063400
              MOVE SPACES              TO CEPSSORT-REC                  00063500
              MOVE 4                   TO CEPSSORT-SECAO                00063600
              MOVE WK-EVT-CEP          TO CEPSSORT-CHAVE1               00063700
              MOVE WK-EVT-DATA-HORA    TO CEPSSORT-CHAVE2               00063800
              IF WK-EVT-OPERACAO = 'E'                                  00063900
                 MOVE 'E'              TO CEPSSORT-TIPO                 00064000
              ELSE                                                      00064100
                 MOVE 'O'              TO CEPSSORT-TIPO                 00064200
              END-IF                                                    00064300
              MOVE WK-EVT-OPERADOR     TO CEPSSORT-OPERADOR             00064400
              MOVE WK-EVT-APROVADOR    TO CEPSSORT-APROVADOR            00064500
              MOVE WK-EVT-CEP          TO CEPSSORT-CEP                  00064600
              MOVE WK-EVT-OPERACAO     TO CEPSSORT-OPERACAO             00064700
              MOVE ZEROS               TO CEPSSORT-DIAS                 00064800
              MOVE ZEROS               TO CEPSSORT-DIA-SEMANA           00064900
              MOVE WK-NO-PERIODO       TO CEPSSORT-NO-PERIODO           00065000
              RELEASE CEPSSORT-REC                                      00065100
           END-IF                                                       00065200
           .                                                            00065300
       LIBERA-PAR.                                                      00065400
           IF WK-EVT-APROVADOR NOT = SPACES                             00065500
              MOVE SPACES              TO CEPSSORT-REC                  00065600
              MOVE 5                   TO CEPSSORT-SECAO                00065700
              MOVE WK-EVT-OPERADOR     TO CEPSSORT-CHAVE1               00065800
              MOVE WK-EVT-APROVADOR    TO CEPSSORT-CHAVE2               00065900
              MOVE ZEROS               TO CEPSSORT-DIAS                 00066000
              MOVE ZEROS               TO CEPSSORT-DIA-SEMANA           00066100
              RELEASE CEPSSORT-REC                                      00066200
           END-IF                                                       00066300
           .                                                            00066400
       IMPRIME-EVENTOS.                                                 00066500
      *    PROCEDIMENTO DE SAIDA DO SORT: OS EVENTOS CHEGAM POR SECAO;  00066600
      *    SECAO SEM NENHUM EVENTO SAI MESMO ASSIM, COM A INDICACAO     00066700
      *    DE NENHUMA OCORRENCIA                                        00066800
           MOVE ZEROS TO WK-SECAO-ATUAL                                 00066900
           MOVE 'N'   TO WK-EOF-SORT                                    00067000
           PERFORM RETORNA-EVENTO UNTIL WK-EOF-SORT = 'Y'               00067100
           PERFORM AVANCA-SECAO UNTIL WK-SECAO-ATUAL > 5                00067200
           .                                                            00067300
       RETORNA-EVENTO.                                                  00067400
           RETURN CEPSSORT RECORD                                       00067500
              AT END                                                    00067600
                 MOVE 'Y' TO WK-EOF-SORT                                00067700
              NOT AT END                                                00067800
                 PERFORM AVANCA-SECAO                                   00067900
                    UNTIL WK-SECAO-ATUAL = CEPSSORT-SECAO               00068000
                 EVALUATE CEPSSORT-SECAO                                00068100
                    WHEN 1                                              00068200
                       PERFORM TRATA-ATIVIDADE                          00068300
                    WHEN 2                                              00068400
                       PERFORM TRATA-FORA-HORARIO                       00068500
                    WHEN 3                                              00068600
                       PERFORM TRATA-PEND-ATRASO                        00068700
                    WHEN 4                                              00068800
                       PERFORM TRATA-HISTORICO-CEP                      00068900
                    WHEN 5                                              00069000
                       PERFORM TRATA-PAR                                00069100
                 END-EVALUATE                                           00069200
           END-RETURN                                                   00069300
           .                                                            00069400
       AVANCA-SECAO.                                                    00069500
           PERFORM FECHA-SECAO                                          00069600
           ADD 1 TO WK-SECAO-ATUAL                                      00069700
           PERFORM ABRE-SECAO                                           00069800
           .                                                            00069900
       FECHA-SECAO.                                                     00070000
           EVALUATE WK-SECAO-ATUAL                                      00070100
              WHEN 1                                                    00070200
                 IF WK-GRP-OPERADOR NOT = SPACES                        00070300
                    PERFORM IMPRIME-ATIVIDADE                           00070400
                 END-IF                                                 00070500
              WHEN 5                                                    00070600
                 IF WK-SOL-OPERADOR NOT = SPACES                        00070700
                    PERFORM FECHA-SOLICITANTE                           00070800
                 END-IF                                                 00070900
           END-EVALUATE                                                 00071000
           IF WK-SECAO-ATUAL > 0 AND WK-LIN-SECAO = 0                   00071100
              MOVE '   NENHUMA OCORRENCIA' TO WK-LINHA                  00071200
              PERFORM IMPRIME-LINHA                                     00071300
           END-IF                                                       00071400
           .                                                            00071500
       ABRE-SECAO.                                                      00071600
      *    CADA SECAO COMECA EM PAGINA NOVA, COM TITULO E COLUNAS       00071700
      *    REPETIDOS NO CABECALHO DE CADA PAGINA                        00071800
           MOVE ZEROS  TO WK-LIN-SECAO                                  00071900
           MOVE SPACES TO WK-TITULO-SECAO                               00072000
           MOVE SPACES TO WK-COLUNAS                                    00072100
           EVALUATE WK-SECAO-ATUAL                                      00072200
              WHEN 1                                                    00072300
                 MOVE '1. ATIVIDADE POR OPERADOR E MES'                 00072400
                    TO WK-TITULO-SECAO                                  00072500
                 MOVE 'OPERADOR'   TO WK-COLUNAS (2:8)                  00072600
                 MOVE 'MES'        TO WK-COLUNAS (12:3)                 00072700
                 MOVE ' SOLICITOU' TO WK-COLUNAS (21:10)                00072800
                 MOVE ' APLICADAS' TO WK-COLUNAS (32:10)                00072900
                 MOVE '   APROVOU' TO WK-COLUNAS (43:10)                00073000
                 MOVE '  REJEITOU' TO WK-COLUNAS (54:10)                00073100
                 MOVE '  CANCELOU' TO WK-COLUNAS (65:10)                00073200
                 MOVE ' EXCLUSOES' TO WK-COLUNAS (76:10)                00073300
                 MOVE '   DIRETAS' TO WK-COLUNAS (87:10)                00073400
                 MOVE '  EM MASSA' TO WK-COLUNAS (98:10)                00073500
              WHEN 2                                                    00073600
                 STRING '2. OPERACOES FORA DO HORARIO COMERCIAL ('      00073700
                        WK-HORA-INICIO (1:2) ':' WK-HORA-INICIO (3:2)   00073800
                        ' A ' WK-HORA-FIM (1:2) ':' WK-HORA-FIM (3:2)   00073900
                        ', SEGUNDA A SEXTA)'                            00074000
                    DELIMITED BY SIZE INTO WK-TITULO-SECAO              00074100
                 END-STRING                                             00074200
                 MOVE 'OPERADOR'   TO WK-COLUNAS (2:8)                  00074300
                 MOVE 'DATA'       TO WK-COLUNAS (12:4)                 00074400
                 MOVE 'HORA'       TO WK-COLUNAS (22:4)                 00074500
                 MOVE 'DIA'        TO WK-COLUNAS (29:3)                 00074600
                 MOVE 'ACAO'       TO WK-COLUNAS (34:4)                 00074700
                 MOVE 'CEP'        TO WK-COLUNAS (56:3)                 00074800
              WHEN 3                                                    00074900
                 MOVE WK-LIM-DIAS TO WK-PRINT-LIM                       00075000
                 STRING '3. PENDENCIAS SEM DECISAO HA MAIS DE '         00075100
                        WK-PRINT-LIM ' DIAS'                            00075200
                    DELIMITED BY SIZE INTO WK-TITULO-SECAO              00075300
                 END-STRING                                             00075400
                 MOVE 'PENDENCIA (DATA/HORA + TASK)'                    00075500
                                   TO WK-COLUNAS (2:28)                 00075600
                 MOVE 'SOLICIT.'   TO WK-COLUNAS (32:8)                 00075700
                 MOVE 'OP'         TO WK-COLUNAS (42:2)                 00075800
                 MOVE 'CEP'        TO WK-COLUNAS (46:3)                 00075900
                 MOVE ' DIAS'      TO WK-COLUNAS (56:5)                 00076000
              WHEN 4                                                    00076100
                 MOVE '4. EXCLUSOES SEM MUDANCA ANTERIOR DO CEP'        00076200
                    TO WK-TITULO-SECAO                                  00076300
                 MOVE 'CEP'        TO WK-COLUNAS (2:3)                  00076400
                 MOVE 'DATA/HORA'  TO WK-COLUNAS (12:9)                 00076500
                 MOVE 'OPERADOR'   TO WK-COLUNAS (28:8)                 00076600
                 MOVE 'APROVADOR'  TO WK-COLUNAS (38:9)                 00076700
              WHEN 5                                                    00076800
                 MOVE WK-LIM-PCT-PAR TO WK-PRINT-LIM                    00076900
                 STRING '5. SOLICITANTES COM ' WK-PRINT-LIM             00077000
                        ' PCT OU MAIS DAS APROVACOES NO MESMO APROVADOR'00077100
                    DELIMITED BY SIZE INTO WK-TITULO-SECAO              00077200
                 END-STRING                                             00077300
                 MOVE 'SOLICIT.'   TO WK-COLUNAS (2:8)                  00077400
                 MOVE 'APROVADOR'  TO WK-COLUNAS (12:9)                 00077500
                 MOVE '   DO PAR'  TO WK-COLUNAS (23:9)                 00077600
                 MOVE '     TOTAL' TO WK-COLUNAS (34:10)                00077700
                 MOVE '   PCT'     TO WK-COLUNAS (46:6)                 00077800
              WHEN 6                                                    00077900
                 MOVE 'RESUMO'     TO WK-TITULO-SECAO                   00078000
           END-EVALUATE                                                 00078100
           MOVE 99 TO WK-LIN-PAG                                        00078200
           .                                                            00078300
       TRATA-ATIVIDADE.                                                 00078400
           IF CEPSSORT-CHAVE1 NOT = WK-GRP-OPERADOR OR                  00078500
              CEPSSORT-CHAVE2 (1:6) NOT = WK-GRP-MES                    00078600
              IF WK-GRP-OPERADOR NOT = SPACES                           00078700
                 PERFORM IMPRIME-ATIVIDADE                              00078800
              END-IF                                                    00078900
              MOVE CEPSSORT-CHAVE1      TO WK-GRP-OPERADOR              00079000
              MOVE CEPSSORT-CHAVE2 (1:6) TO WK-GRP-MES                  00079100
              MOVE ZEROS TO WK-QT-SOLICITOU WK-QT-APLICADAS             00079200
                            WK-QT-APROVOU   WK-QT-REJEITOU              00079300
                            WK-QT-CANCELOU  WK-QT-EXCLUSOES             00079400
                            WK-QT-DIRETAS   WK-QT-MASSA                 00079500
           END-IF                                                       00079600
           EVALUATE CEPSSORT-TIPO                                       00079700
              WHEN 'S'                                                  00079800
                 ADD 1 TO WK-QT-SOLICITOU                               00079900
              WHEN 'P'                                                  00080000
                 ADD 1 TO WK-QT-APLICADAS                               00080100
              WHEN 'V'                                                  00080200
                 ADD 1 TO WK-QT-APROVOU                                 00080300
              WHEN 'R'                                                  00080400
                 ADD 1 TO WK-QT-REJEITOU                                00080500
              WHEN 'C'                                                  00080600
                 ADD 1 TO WK-QT-CANCELOU                                00080700
              WHEN 'E'                                                  00080800
                 ADD 1 TO WK-QT-EXCLUSOES                               00080900
              WHEN 'D'                                                  00081000
                 ADD 1 TO WK-QT-DIRETAS                                 00081100
              WHEN 'M'                                                  00081200
                 ADD 1 TO WK-QT-MASSA                                   00081300
           END-EVALUATE                                                 00081400
           .                                                            00081500
       IMPRIME-ATIVIDADE.                                               00081600
           MOVE SPACES TO WK-LINHA                                      00081700
           MOVE WK-GRP-OPERADOR    TO WK-LINHA (2:8)                    00081800
           MOVE WK-GRP-MES (1:4)   TO WK-LINHA (12:4)                   00081900
           MOVE '/'                TO WK-LINHA (16:1)                   00082000
           MOVE WK-GRP-MES (5:2)   TO WK-LINHA (17:2)                   00082100
           MOVE WK-QT-SOLICITOU    TO WK-PRINT-CONT                     00082200
           MOVE WK-PRINT-CONT      TO WK-LINHA (21:10)                  00082300
           MOVE WK-QT-APLICADAS    TO WK-PRINT-CONT                     00082400
           MOVE WK-PRINT-CONT      TO WK-LINHA (32:10)                  00082500
           MOVE WK-QT-APROVOU      TO WK-PRINT-CONT                     00082600
           MOVE WK-PRINT-CONT      TO WK-LINHA (43:10)                  00082700
           MOVE WK-QT-REJEITOU     TO WK-PRINT-CONT                     00082800
           MOVE WK-PRINT-CONT      TO WK-LINHA (54:10)                  00082900
           MOVE WK-QT-CANCELOU     TO WK-PRINT-CONT                     00083000
           MOVE WK-PRINT-CONT      TO WK-LINHA (65:10)                  00083100
           MOVE WK-QT-EXCLUSOES    TO WK-PRINT-CONT                     00083200
           MOVE WK-PRINT-CONT      TO WK-LINHA (76:10)                  00083300
           MOVE WK-QT-DIRETAS      TO WK-PRINT-CONT                     00083400
           MOVE WK-PRINT-CONT      TO WK-LINHA (87:10)                  00083500
           MOVE WK-QT-MASSA        TO WK-PRINT-CONT                     00083600
           MOVE WK-PRINT-CONT      TO WK-LINHA (98:10)                  00083700
           PERFORM IMPRIME-LINHA                                        00083800
           ADD 1 TO WK-LIN-SECAO                                        00083900
                                                                        00084000
           ADD WK-QT-SOLICITOU TO WK-TOT-SOLICITOU                      00084100
           ADD WK-QT-APLICADAS TO WK-TOT-APLICADAS                      00084200
           ADD WK-QT-APROVOU   TO WK-TOT-APROVOU                        00084300
           ADD WK-QT-REJEITOU  TO WK-TOT-REJEITOU                       00084400
           ADD WK-QT-CANCELOU  TO WK-TOT-CANCELOU                       00084500
           ADD WK-QT-EXCLUSOES TO WK-TOT-EXCLUSOES                      00084600
           ADD WK-QT-DIRETAS   TO WK-TOT-DIRETAS                        00084700
           ADD WK-QT-MASSA     TO WK-TOT-MASSA                          00084800
           .                                                            00084900
       TRATA-FORA-HORARIO.                                              00085000
           MOVE SPACES TO WK-LINHA                                      00085100
           MOVE CEPSSORT-CHAVE1         TO WK-LINHA (2:8)               00085200
           MOVE CEPSSORT-CHAVE2 (1:8)   TO WK-LINHA (12:8)              00085300
           MOVE CEPSSORT-CHAVE2 (9:2)   TO WK-LINHA (22:2)              00085400
           MOVE ':'                     TO WK-LINHA (24:1)              00085500
           MOVE CEPSSORT-CHAVE2 (11:2)  TO WK-LINHA (25:2)              00085600
           MOVE WK-NOME-DIA (CEPSSORT-DIA-SEMANA + 1)                   00085700
                                        TO WK-LINHA (29:3)              00085800
           EVALUATE CEPSSORT-TIPO                                       00085900
              WHEN 'S'                                                  00086000
                 MOVE 'SOLICITACAO'      TO WK-LINHA (34:20)            00086100
              WHEN 'V'                                                  00086200
                 MOVE 'APROVACAO'        TO WK-LINHA (34:20)            00086300
              WHEN 'R'                                                  00086400
                 MOVE 'REJEICAO'         TO WK-LINHA (34:20)            00086500
              WHEN 'C'                                                  00086600
                 MOVE 'CANCELAMENTO'     TO WK-LINHA (34:20)            00086700
              WHEN 'D'                                                  00086800
                 MOVE 'ALTERACAO DIRETA' TO WK-LINHA (34:20)            00086900
              WHEN 'M'                                                  00087000
                 MOVE 'MUDANCA EM MASSA' TO WK-LINHA (34:20)            00087100
           END-EVALUATE                                                 00087200
           MOVE CEPSSORT-OPERACAO       TO WK-LINHA (52:1)              00087300
           MOVE CEPSSORT-CEP            TO WK-LINHA (56:8)              00087400
           PERFORM IMPRIME-LINHA                                        00087500
           ADD 1 TO WK-LIN-SECAO                                        00087600
           ADD 1 TO WK-CONT-FORA-HORARIO                                00087700
           ADD 1 TO WK-CONT-ALERTAS                                     00087800
           .                                                            00087900
       TRATA-PEND-ATRASO.                                               00088000
           MOVE SPACES TO WK-LINHA                                      00088100
           MOVE CEPSSORT-CHAVE2         TO WK-LINHA (2:21)              00088200
           MOVE CEPSSORT-TASK           TO WK-LINHA (23:7)              00088300
           MOVE CEPSSORT-OPERADOR       TO WK-LINHA (32:8)              00088400
           MOVE CEPSSORT-OPERACAO       TO WK-LINHA (42:1)              00088500
           MOVE CEPSSORT-CEP            TO WK-LINHA (46:8)              00088600
           MOVE CEPSSORT-DIAS           TO WK-PRINT-DIAS                00088700
           MOVE WK-PRINT-DIAS           TO WK-LINHA (56:5)              00088800
           PERFORM IMPRIME-LINHA                                        00088900
           ADD 1 TO WK-LIN-SECAO                                        00089000
           ADD 1 TO WK-CONT-PEND-ATRASO                                 00089100
           ADD 1 TO WK-CONT-ALERTAS                                     00089200
           .                                                            00089300
       TRATA-HISTORICO-CEP.                                             00089400
      *    O CEP CHEGA COM O HISTORICO EM ORDEM DE DATA/HORA; EXCLUSAO  00089500
      *    DO PERIODO SEM NENHUMA MUDANCA ANTES DELA E ALERTA           00089600
           IF CEPSSORT-CHAVE1 NOT = WK-CEP-ANT                          00089700
              MOVE CEPSSORT-CHAVE1 TO WK-CEP-ANT                        00089800
              MOVE 'N'             TO WK-CEP-ALTERADO                   00089900
           END-IF                                                       00090000
           IF CEPSSORT-TIPO = 'E' AND WK-CEP-ALTERADO = 'N' AND         00090100
              CEPSSORT-NO-PERIODO = 'S'                                 00090200
              MOVE SPACES TO WK-LINHA                                   00090300
              MOVE CEPSSORT-CEP            TO WK-LINHA (2:8)            00090400
              MOVE CEPSSORT-CHAVE2 (1:14)  TO WK-LINHA (12:14)          00090500
              MOVE CEPSSORT-OPERADOR       TO WK-LINHA (28:8)           00090600
              IF CEPSSORT-APROVADOR = SPACES                            00090700
                 MOVE '(DIRETA)'           TO WK-LINHA (38:8)           00090800
              ELSE                                                      00090900
                 MOVE CEPSSORT-APROVADOR   TO WK-LINHA (38:8)           00091000
              END-IF                                                    00091100
              PERFORM IMPRIME-LINHA                                     00091200
              ADD 1 TO WK-LIN-SECAO                                     00091300
              ADD 1 TO WK-CONT-EXCL-SEM-HIST                            00091400
              ADD 1 TO WK-CONT-ALERTAS                                  00091500
           END-IF                                                       00091600
           MOVE 'S' TO WK-CEP-ALTERADO                                  00091700
           .                                                            00091800
       TRATA-PAR.                                                       00091900
           IF CEPSSORT-CHAVE1 NOT = WK-SOL-OPERADOR                     00092000
              IF WK-SOL-OPERADOR NOT = SPACES                           00092100
                 PERFORM FECHA-SOLICITANTE                              00092200
              END-IF                                                    00092300
              MOVE CEPSSORT-CHAVE1 TO WK-SOL-OPERADOR                   00092400
              MOVE ZEROS           TO WK-SOL-TOTAL                      00092500
              MOVE SPACES          TO WK-PAR-APROVADOR                  00092600
              MOVE ZEROS           TO WK-PAR-QTDE                       00092700
              MOVE SPACES          TO WK-MAX-APROVADOR                  00092800
              MOVE ZEROS           TO WK-MAX-QTDE                       00092900
           END-IF                                                       00093000
           IF CEPSSORT-CHAVE2 (1:8) NOT = WK-PAR-APROVADOR              00093100
              PERFORM FECHA-PAR                                         00093200
              MOVE CEPSSORT-CHAVE2 (1:8) TO WK-PAR-APROVADOR            00093300
              MOVE ZEROS                 TO WK-PAR-QTDE                 00093400
           END-IF                                                       00093500
           ADD 1 TO WK-PAR-QTDE                                         00093600
           ADD 1 TO WK-SOL-TOTAL                                        00093700
           .                                                            00093800
       FECHA-PAR.                                                       00093900
           IF WK-PAR-QTDE > WK-MAX-QTDE                                 00094000
              MOVE WK-PAR-APROVADOR TO WK-MAX-APROVADOR                 00094100
              MOVE WK-PAR-QTDE      TO WK-MAX-QTDE                      00094200
           END-IF                                                       00094300
           .                                                            00094400
       FECHA-SOLICITANTE.                                               00094500
           PERFORM FECHA-PAR                                            00094600
           IF WK-SOL-TOTAL > 0 AND WK-SOL-TOTAL NOT < WK-MIN-APROVADAS  00094700
              COMPUTE WK-PCT-PAR = (WK-MAX-QTDE * 100) / WK-SOL-TOTAL   00094800
              IF WK-PCT-PAR NOT < WK-LIM-PCT-PAR                        00094900
                 MOVE SPACES TO WK-LINHA                                00095000
                 MOVE WK-SOL-OPERADOR     TO WK-LINHA (2:8)             00095100
                 MOVE WK-MAX-APROVADOR    TO WK-LINHA (12:8)            00095200
                 MOVE WK-MAX-QTDE         TO WK-PRINT-CONT              00095300
                 MOVE WK-PRINT-CONT       TO WK-LINHA (22:10)           00095400
                 MOVE WK-SOL-TOTAL        TO WK-PRINT-CONT              00095500
                 MOVE WK-PRINT-CONT       TO WK-LINHA (34:10)           00095600
                 MOVE WK-PCT-PAR          TO WK-PRINT-PCT               00095700
                 MOVE WK-PRINT-PCT        TO WK-LINHA (46:6)            00095800
                 PERFORM IMPRIME-LINHA                                  00095900
                 ADD 1 TO WK-LIN-SECAO                                  00096000
                 ADD 1 TO WK-CONT-PAR-CONCENTR                          00096100
                 ADD 1 TO WK-CONT-ALERTAS                               00096200
              END-IF                                                    00096300
           END-IF                                                       00096400
           .                                                            00096500
       IMPRIME-LINHA.                                                   00096600
           IF WK-LIN-PAG >= 55                                          00096700
              PERFORM CABECALHO-PAGINA                                  00096800
           END-IF                                                       00096900
           MOVE WK-LINHA TO CEPSGR01-REC                                00097000
           WRITE CEPSGR01-REC                                           00097100
           ADD 1 TO WK-LIN-PAG                                          00097200
           MOVE SPACES TO WK-LINHA                                      00097300
           .                                                            00097400
       CABECALHO-PAGINA.                                                00097500
           ADD  1 TO WK-PAGINA                                          00097600
           MOVE SPACES TO CEPSGR01-REC                                  00097700
           STRING 'CEPSEGR - SEGREGACAO DE FUNCOES E ATIVIDADE DOS '    00097800
                  'OPERADORES DE CEP - PERIODO '                        00097900
                  WK-PER-INICIO ' A ' WK-PER-FIM                        00098000
              DELIMITED BY SIZE INTO CEPSGR01-REC                       00098100
           END-STRING                                                   00098200
           MOVE WK-PAGINA TO CEPSGR01-REC (120:4)                       00098300
           MOVE 'PAG.'    TO CEPSGR01-REC (114:5)                       00098400
           WRITE CEPSGR01-REC                                           00098500
           MOVE WK-TITULO-SECAO TO CEPSGR01-REC                         00098600
           WRITE CEPSGR01-REC                                           00098700
           MOVE WK-COLUNAS TO CEPSGR01-REC                              00098800
           WRITE CEPSGR01-REC                                           00098900
           MOVE ALL '-' TO CEPSGR01-REC                                 00099000
           WRITE CEPSGR01-REC                                           00099100
           MOVE 4 TO WK-LIN-PAG                                         00099200
           .                                                            00099300
       ERRO-VSAM.                                                       00099400
           PERFORM CLOSE-FILES                                          00099500
           MOVE 12 TO RETURN-CODE                                       00099600
           STOP RUN                                                     00099700
           .                                                            00099800
       RELATORIO-FINAL.                                                 00099900
           MOVE ' AUDITORIA LIDA (CEPAUD01) ..........: ' TO WK-LINHA   00100000
           MOVE WK-CONT-AUD-LIDOS TO WK-PRINT-CONT                      00100100
           MOVE WK-PRINT-CONT TO WK-LINHA (42:10)                       00100200
           PERFORM IMPRIME-LINHA                                        00100300
           MOVE '   DAS QUAIS NO LAYOUT ANTIGO (320) ..: ' TO WK-LINHA  00100400
           MOVE WK-CONT-AUD-ANTIGOS TO WK-PRINT-CONT                    00100500
           MOVE WK-PRINT-CONT TO WK-LINHA (42:10)                       00100600
           PERFORM IMPRIME-LINHA                                        00100700
           MOVE ' PENDENCIAS LIDAS (CEPPND01) ........: ' TO WK-LINHA   00100800
           MOVE WK-CONT-PND-LIDOS TO WK-PRINT-CONT                      00100900
           MOVE WK-PRINT-CONT TO WK-LINHA (42:10)                       00101000
           PERFORM IMPRIME-LINHA                                        00101100
           MOVE '   DAS QUAIS AINDA SEM DECISAO .......: ' TO WK-LINHA  00101200
           MOVE WK-CONT-PND-ABERTAS TO WK-PRINT-CONT                    00101300
           MOVE WK-PRINT-CONT TO WK-LINHA (42:10)                       00101400
           PERFORM IMPRIME-LINHA                                        00101500
           MOVE ' MUDANCAS EM MASSA LIDAS (CEPRAU01) .: ' TO WK-LINHA   00101600
           MOVE WK-CONT-RAU-LIDOS TO WK-PRINT-CONT                      00101700
           MOVE WK-PRINT-CONT TO WK-LINHA (42:10)                       00101800
           PERFORM IMPRIME-LINHA                                        00101900
           PERFORM IMPRIME-LINHA                                        00102000
           MOVE ' TOTAIS DO PERIODO - SOLICITADAS ....: ' TO WK-LINHA   00102100
           MOVE WK-TOT-SOLICITOU TO WK-PRINT-CONT                       00102200
           MOVE WK-PRINT-CONT TO WK-LINHA (42:10)                       00102300
           PERFORM IMPRIME-LINHA                                        00102400
           MOVE '   APLICADAS APOS APROVACAO .........: ' TO WK-LINHA   00102500
           MOVE WK-TOT-APLICADAS TO WK-PRINT-CONT                       00102600
           MOVE WK-PRINT-CONT TO WK-LINHA (42:10)                       00102700
           PERFORM IMPRIME-LINHA                                        00102800
           MOVE '   REJEITADAS ........................: ' TO WK-LINHA  00102900
           MOVE WK-TOT-REJEITOU TO WK-PRINT-CONT                        00103000
           MOVE WK-PRINT-CONT TO WK-LINHA (42:10)                       00103100
           PERFORM IMPRIME-LINHA                                        00103200
           MOVE '   CANCELADAS PELO SOLICITANTE .......: ' TO WK-LINHA  00103300
           MOVE WK-TOT-CANCELOU TO WK-PRINT-CONT                        00103400
           MOVE WK-PRINT-CONT TO WK-LINHA (42:10)                       00103500
           PERFORM IMPRIME-LINHA                                        00103600
           MOVE '   EXCLUSOES APLICADAS ...............: ' TO WK-LINHA  00103700
           MOVE WK-TOT-EXCLUSOES TO WK-PRINT-CONT                       00103800
           MOVE WK-PRINT-CONT TO WK-LINHA (42:10)                       00103900
           PERFORM IMPRIME-LINHA                                        00104000
           MOVE '   ALTERACOES DIRETAS (SEM APROVACAO).: ' TO WK-LINHA  00104100
           MOVE WK-TOT-DIRETAS TO WK-PRINT-CONT                         00104200
           MOVE WK-PRINT-CONT TO WK-LINHA (42:10)                       00104300
           PERFORM IMPRIME-LINHA                                        00104400
           MOVE '   REGISTROS DE MUDANCA EM MASSA .....: ' TO WK-LINHA  00104500
           MOVE WK-TOT-MASSA TO WK-PRINT-CONT                           00104600
           MOVE WK-PRINT-CONT TO WK-LINHA (42:10)                       00104700
           PERFORM IMPRIME-LINHA                                        00104800
           PERFORM IMPRIME-LINHA                                        00104900
           MOVE ' ALERTAS - FORA DO HORARIO ..........: ' TO WK-LINHA   00105000
           MOVE WK-CONT-FORA-HORARIO TO WK-PRINT-CONT                   00105100
           MOVE WK-PRINT-CONT TO WK-LINHA (42:10)                       00105200
           PERFORM IMPRIME-LINHA                                        00105300
           MOVE '   PENDENCIAS ATRASADAS ..............: ' TO WK-LINHA  00105400
           MOVE WK-CONT-PEND-ATRASO TO WK-PRINT-CONT                    00105500
           MOVE WK-PRINT-CONT TO WK-LINHA (42:10)                       00105600
           PERFORM IMPRIME-LINHA                                        00105700
           MOVE '   EXCLUSOES SEM HISTORICO ...........: ' TO WK-LINHA  00105800
           MOVE WK-CONT-EXCL-SEM-HIST TO WK-PRINT-CONT                  00105900
           MOVE WK-PRINT-CONT TO WK-LINHA (42:10)                       00106000
           PERFORM IMPRIME-LINHA                                        00106100
           MOVE '   APROVACOES CONCENTRADAS ...........: ' TO WK-LINHA  00106200
           MOVE WK-CONT-PAR-CONCENTR TO WK-PRINT-CONT                   00106300
           MOVE WK-PRINT-CONT TO WK-LINHA (42:10)                       00106400
           PERFORM IMPRIME-LINHA                                        00106500
                                                                        00106600
           DISPLAY '---------------------------------------------'      00106700
           DISPLAY ' SEGREGACAO DE FUNCOES - TRILHAS DE AUDITORIA'      00106800
           DISPLAY 'AUDITORIA LIDA (CEPAUD01) ....................'     00106900
           DISPLAY WK-CONT-AUD-LIDOS                                    00107000
           DISPLAY 'PENDENCIAS LIDAS (CEPPND01) ..................'     00107100
           DISPLAY WK-CONT-PND-LIDOS                                    00107200
           DISPLAY 'MUDANCAS EM MASSA LIDAS (CEPRAU01) ...........'     00107300
           DISPLAY WK-CONT-RAU-LIDOS                                    00107400
           DISPLAY 'ALERTAS NO RELATORIO (CEPSGR01) ..............'     00107500
           DISPLAY WK-CONT-ALERTAS                                      00107600
           DISPLAY '---------------------------------------------'      00107700
           .                                                            00107800
       CLOSE-FILES.                                                     00107900
           CLOSE CEPAUD01                                               00108000
           CLOSE CEPPND01                                               00108100
           CLOSE CEPRAU01                                               00108200
           CLOSE CEPSGR01                                               00108300
           .                                                            00108400
