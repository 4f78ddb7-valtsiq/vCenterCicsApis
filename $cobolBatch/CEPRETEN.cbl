       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID. CEPRETEN.                                            00000200
      ******************************************************************00000300
      * Valter Siqueira - Systems      c                                00000400
      * Laboratoratório de uso particular ......                        00000500
      * ----------------------------------------------------------------00000600
      * Sistema .............. CEP                                      00000700
      * Programa.............. CEPRETEN                                 00000800
      * Tipo    .............. BATCH                                    00000900
      * Finalidade ........... Retencao, arquivamento e expurgo dos logs00001000
      *                        do sistema CEP, que so crescem: CEPREJ01,00001100
      *                        CEPDUP01, CEPHIST1 e CEPCKPT (DISP=MOD na00001200
      *                        carga), CEPQLOG1 (uma linha por consulta 00001300
      *                        CEPL), CEPAUD01 e CEPPND01 (manutencao a 00001400
      *                        4 maos). Logs grandes demais deixam      00001500
      *                        CEPUSAGE e CEPWCOLL lentos e acabam      00001600
      *                        estourando as extensoes.                 00001700
      *                        Para cada log com cartao de politica:    00001800
      *                        - registro com data anterior ao corte    00001900
      *                          (data de referencia menos os dias de   00002000
      *                          retencao) esta vencido;                00002100
      *                        - vencido e copiado para o arquivo do    00002200
      *                          dia CEPARQ01 (se a politica manda      00002300
      *                          arquivar) e so DEPOIS sai do log vivo; 00002400
      *                        - registro sem data valida nunca vence.  00002500
      *                        Regras por arquivo:                      00002600
      *                        - sequenciais (CEPREJ01, CEPDUP01,       00002700
      *                          CEPHIST1, CEPCKPT): os mantidos vao    00002800
      *                          para o trabalho CEPRTWK1 e o log       00002900
      *                          so e regravado (OPEN OUTPUT) depois de 00003000
      *                          lido inteiro, com o arquivamento feito;00003100
      *                        - CEPCKPT nao tem data: o restart so usa 00003200
      *                          o ULTIMO checkpoint, entao os demais   00003300
      *                          vencem qualquer que seja o prazo;      00003400
      *                        - KSDS (CEPQLOG1, CEPAUD01, CEPPND01):   00003500
      *                          leitura sequencial em I-O e DELETE do  00003600
      *                          vencido logo apos o arquivamento;      00003700
      *                        - CEPPND01: pendencia ainda nao decidida 00003800
      *                          (STATUS 'P') nunca vence; a decidida   00003900
      *                          vence pela data da decisao;            00004000
      *                        - AUDITORIA (CEPAUD01 e CEPPND01) NUNCA  00004100
      *                          E EXPURGADA SEM ARQUIVAMENTO: cartao   00004200
      *                          com arquivar 'N' e rejeitado e, se a   00004300
      *                          gravacao em CEPARQ01 falha, o programa 00004400
      *                          para antes do DELETE.                  00004500
      *                        Qualquer cartao rejeitado = nenhum log e 00004600
      *                        tocado (RC 8). Log sem cartao nao e      00004700
      *                        tratado. O relatorio CEPRTL01 mostra por 00004800
      *                        arquivo os lidos, mantidos, arquivados   00004900
      *                        e removidos.                             00005000
      * DSnames .............. B090290.CEPRTC01 (CARTOES DE POLITICA)   00005100
      *                        B090290.CEPARQ01(+1) (ARQUIVO DO DIA,    00005200
      *                        GDG - UMA GERACAO POR EXECUCAO)          00005300
      *                        B090290.CEPRTL01 (RELATORIO)             00005400
      *                        E OS SETE LOGS ACIMA (DISP=OLD / SHR)    00005500
      * Cartoes CEPRTC01 (80 BYTES) ..........                          00005600
      *   POS 001-008 = ARQUIVO (NOME DO DD DO LOG, COMO ACIMA)         00005700
      *                 '*' NA POS 001 = COMENTARIO                     00005800
      *   POS 010-014 = DIAS DE RETENCAO (00001 A 99999)                00005900
      *   POS 016     = ARQUIVAR: 'S' COPIA OS VENCIDOS PARA CEPARQ01   00006000
      *                 ANTES DE REMOVER / 'N' SO REMOVE                00006100
      *   POS 018-080 = LIVRE (COMENTARIO)                              00006200
      * Layout CEPARQ01 (420 BYTES) ..........                          00006300
      *   POS 001-008 = DATA DO ARQUIVAMENTO (AAAAMMDD)                 00006400
      *   POS 009-016 = ARQUIVO DE ORIGEM (NOME DO LOG)                 00006500
      *   POS 017-019 = TAMANHO DO REGISTRO ORIGINAL                    00006600
      *   POS 020-419 = REGISTRO ORIGINAL (ATE 400 BYTES)               00006700
      *   POS 420     = FILLER                                          00006800
      * PARM ................. POS 01-08 = DATA DE REFERENCIA AAAAMMDD  00006900
      *                                    (SEM PARM = DATA CORRENTE)   00007000
      * RETURN-CODE .......... 8 = CARTAO REJEITADO, NENHUM CARTAO OU   00007100
      *                            PARM INVALIDO (NADA FOI TOCADO)      00007200
      *                       12 = ERRO VSAM / ERRO NO ARQUIVAMENTO     00007300
      ******************************************************************00007400
       ENVIRONMENT DIVISION.                                            00007500
       INPUT-OUTPUT SECTION.                                            00007600
       FILE-CONTROL.                                                    00007700
      *INPUT FILE - POLITICAS DE RETENCAO                               00007800
           SELECT CEPRTC01 ASSIGN TO 'CEPRTC01'                         00007900
           ORGANIZATION SEQUENTIAL.                                     00008000
      *                                                                 00008100
           SELECT CEPRTL01 ASSIGN TO 'CEPRTL01'                         00008200
           ORGANIZATION SEQUENTIAL.                                     00008300
      *    RELATORIO PAGINADO DA RETENCAO                               00008400
      *                                                                 00008500
           SELECT CEPARQ01 ASSIGN TO 'CEPARQ01'                         00008600
           ORGANIZATION SEQUENTIAL                                      00008700
           FILE STATUS WK-ARQ-FILE-STATUS.                              00008800
      *    ARQUIVO DO DIA COM OS REGISTROS VENCIDOS                     00008900
      *                                                                 00009000
           SELECT CEPRTWK1 ASSIGN TO 'CEPRTWK1'                         00009100
           ORGANIZATION SEQUENTIAL.                                     00009200
      *    TRABALHO: REGISTROS MANTIDOS DO LOG SEQUENCIAL EM TRATAMENTO 00009300
      *                                                                 00009400
      *INPUT-OUTPUT FILES - LOGS SEQUENCIAIS DA CARGA (CEPCOBOL)        00009500
           SELECT CEPREJ01 ASSIGN TO 'CEPREJ01'                         00009600
           ORGANIZATION SEQUENTIAL.                                     00009700
      *                                                                 00009800
           SELECT CEPDUP01 ASSIGN TO 'CEPDUP01'                         00009900
           ORGANIZATION SEQUENTIAL.                                     00010000
      *                                                                 00010100
           SELECT CEPHIST1 ASSIGN TO 'CEPHIST1'                         00010200
           ORGANIZATION SEQUENTIAL.                                     00010300
      *                                                                 00010400
           SELECT CEPCKPT  ASSIGN TO 'CEPCKPT'                          00010500
           ORGANIZATION SEQUENTIAL.                                     00010600
      *                                                                 00010700
      *INPUT-OUTPUT FILES - LOGS KSDS, EM SEQUENCIA DE DATA/HORA        00010800
           SELECT CEPQLOG1 ASSIGN TO 'CEPQLOG1'                         00010900
           ORGANIZATION IS INDEXED                                      00011000
           ACCESS MODE IS SEQUENTIAL                                    00011100
           RECORD KEY IS CEPQLOG1-CHAVE                                 00011200
           FILE STATUS WK-VSAM-FILE-STATUS.                             00011300
      *                                                                 00011400
           SELECT CEPAUD01 ASSIGN TO 'CEPAUD01'                         00011500
           ORGANIZATION IS INDEXED                                      00011600
           ACCESS MODE IS SEQUENTIAL                                    00011700
           RECORD KEY IS CEPAUD01-CHAVE                                 00011800
           FILE STATUS WK-VSAM-FILE-STATUS.                             00011900
      *                                                                 00012000
           SELECT CEPPND01 ASSIGN TO 'CEPPND01'                         00012100
           ORGANIZATION IS INDEXED                                      00012200
           ACCESS MODE IS SEQUENTIAL                                    00012300
           RECORD KEY IS CEPPND01-CHAVE                                 00012400
           FILE STATUS WK-VSAM-FILE-STATUS.                             00012500
       DATA DIVISION.                                                   00012600
       FILE SECTION.                                                    00012700
                                                                        00012800
       FD CEPRTC01                                                      00012900
            RECORDING MODE IS F                                         00013000
            RECORD CONTAINS 80 CHARACTERS.                              00013100
       01 CEPRTC01-REC.                                                 00013200
          05 CEPRTC01-ARQUIVO           PIC  X(008).                    00013300
          05 FILLER                     PIC  X(001).                    00013400
          05 CEPRTC01-DIAS              PIC  X(005).                    00013500
          05 CEPRTC01-DIAS-NUM REDEFINES CEPRTC01-DIAS                  00013600
                                        PIC  9(005).                    00013700
          05 FILLER                     PIC  X(001).                    00013800
          05 CEPRTC01-ARQUIVAR          PIC  X(001).                    00013900
          05 FILLER                     PIC  X(064).                    00014000
      *                                                                 00014100
       FD CEPRTL01                                                      00014200
            RECORDING MODE IS F                                         00014300
            RECORD CONTAINS 132 CHARACTERS.                             00014400
       01 CEPRTL01-REC                  PIC  X(132).                    00014500
      *                                                                 00014600
       FD CEPARQ01                                                      00014700
            RECORDING MODE IS F                                         00014800
            RECORD CONTAINS 420 CHARACTERS.                             00014900
       01 CEPARQ01-REC.                                                 00015000
          05 CEPARQ01-DT-ARQUIVAMENTO   PIC  X(008).                    00015100
          05 CEPARQ01-ARQUIVO           PIC  X(008).                    00015200
          05 CEPARQ01-TAMANHO           PIC  9(003).                    00015300
          05 CEPARQ01-DADOS             PIC  X(400).                    00015400
          05 FILLER                     PIC  X(001).                    00015500
      *                                                                 00015600
       FD CEPRTWK1                                                      00015700
            RECORDING MODE IS F                                         00015800
            RECORD CONTAINS 181 CHARACTERS.                             00015900
       01 CEPRTWK1-REC                  PIC  X(181).                    00016000
      *                                                                 00016100
       FD CEPREJ01                                                      00016200
            RECORDING MODE IS F                                         00016300
            RECORD CONTAINS 181 CHARACTERS.                             00016400
       01 CEPREJ01-REC.                                                 00016500
          05 CEPREJ01-RUN-DATA-HORA     PIC  X(021).                    00016600
          05 CEPREJ01-SEQ               PIC  9(010).                    00016700
          05 CEPREJ01-MOTIVO            PIC  X(030).                    00016800
          05 CEPREJ01-DADOS             PIC  X(120).                    00016900
      *                                                                 00017000
       FD CEPDUP01                                                      00017100
            RECORDING MODE IS F                                         00017200
            RECORD CONTAINS 041 CHARACTERS.                             00017300
       01 CEPDUP01-REC.                                                 00017400
          05 CEPDUP01-RUN-DATA-HORA     PIC  X(021).                    00017500
          05 CEPDUP01-SEQ               PIC  9(010).                    00017600
          05 CEPDUP01-CEP               PIC  X(008).                    00017700
          05 FILLER                     PIC  X(002).                    00017800
      *                                                                 00017900
       FD CEPHIST1                                                      00018000
            RECORDING MODE IS F                                         00018100
            RECORD CONTAINS 080 CHARACTERS.                             00018200
       01 CEPHIST1-REC.                                                 00018300
          05 CEPHIST1-DATA-HORA          PIC  X(021).                   00018400
          05 FILLER                      PIC  X(059).                   00018500
      *                                                                 00018600
       FD CEPCKPT                                                       00018700
            RECORDING MODE IS F                                         00018800
            RECORD CONTAINS 038 CHARACTERS.                             00018900
       01 CEPCKPT-REC                   PIC  X(038).                    00019000
      *                                                                 00019100
       FD CEPQLOG1.                                                     00019200
       01 CEPQLOG1-REC.                                                 00019300
          05 CEPQLOG1-CHAVE.                                            00019400
             10 CEPQLOG1-DATA-HORA      PIC  X(021).                    00019500
             10 CEPQLOG1-TASK           PIC  9(007).                    00019600
          05 CEPQLOG1-CEP               PIC  X(008).                    00019700
          05 CEPQLOG1-RESULTADO         PIC  X(001).                    00019800
          05 CEPQLOG1-TERMINAL          PIC  X(004).                    00019900
          05 FILLER                     PIC  X(009).                    00020000
      *                                                                 00020100
      *    REGISTROS GRAVADOS ANTES DO CRESCIMENTO TEM 320 BYTES        00020200
      *    (IMAGENS DE 132 E SEM APROVADOR); SAO ARQUIVADOS COM O       00020300
      *    TAMANHO COM QUE FORAM LIDOS                                  00020400
       FD CEPAUD01                                                      00020500
            RECORD IS VARYING IN SIZE FROM 320 TO 378 CHARACTERS        00020600
               DEPENDING ON WK-AUD-TAMANHO.                             00020700
       01 CEPAUD01-REC.                                                 00020800
          05 CEPAUD01-CHAVE.                                            00020900
             10 CEPAUD01-DATA-HORA      PIC  X(021).                    00021000
             10 CEPAUD01-TASK           PIC  9(007).                    00021100
          05 FILLER                     PIC  X(350).                    00021200
      *                                                                 00021300
       FD CEPPND01.                                                     00021400
       01 CEPPND01-REC.                                                 00021500
          05 CEPPND01-CHAVE.                                            00021600
             10 CEPPND01-DATA-HORA      PIC  X(021).                    00021700
             10 CEPPND01-TASK           PIC  9(007).                    00021800
          05 CEPPND01-SOLICITANTE       PIC  X(008).                    00021900
          05 CEPPND01-TERMINAL          PIC  X(004).                    00022000
          05 CEPPND01-OPERACAO          PIC  X(001).                    00022100
          05 CEPPND01-STATUS            PIC  X(001).                    00022200
      *       'P' = PENDENTE  'A' = APROVADA  'R' = REJEITADA           00022300
          05 CEPPND01-APROVADOR         PIC  X(008).                    00022400
          05 CEPPND01-DT-DECISAO        PIC  X(021).                    00022500
          05 FILLER                     PIC  X(329).                    00022600
      *                                                                 00022700
       WORKING-STORAGE SECTION.                                         00022800
        01 WORKING-AREAS.                                               00022900
           03 WK-VSAM-FILE-STATUS       PIC  X(002) VALUE SPACES.       00023000
           03 WK-ARQ-FILE-STATUS        PIC  X(002) VALUE SPACES.       00023100
           03 WK-AUD-TAMANHO            PIC  9(004) COMP VALUE ZEROS.   00023200
           03 WK-EOF                    PIC  X(001) VALUE 'N'.          00023300
           03 WK-EOF-LOG                PIC  X(001) VALUE 'N'.          00023400
           03 WK-CURRENT-DATE           PIC  X(021) VALUE SPACES.       00023500
           03 WK-DATA-REF               PIC  9(008) VALUE ZEROS.        00023600
           03 WK-DATA-REF-R REDEFINES WK-DATA-REF.                      00023700
              05 WK-REF-ANO             PIC  9(004).                    00023800
              05 WK-REF-MES             PIC  9(002).                    00023900
              05 WK-REF-DIA             PIC  9(002).                    00024000
           03 WK-DIA-REF                PIC  9(007) VALUE ZEROS.        00024100
           03 WK-DIA-CORTE              PIC  9(007) VALUE ZEROS.        00024200
           03 WK-DATA-CORTE             PIC  9(008) VALUE ZEROS.        00024300
           03 WK-ATU                    PIC  9(002) VALUE ZEROS.        00024400
           03 WK-SUB                    PIC  9(002) VALUE ZEROS.        00024500
           03 WK-ACHOU                  PIC  9(002) VALUE ZEROS.        00024600
           03 WK-REJEITADO              PIC  X(001) VALUE 'N'.          00024700
           03 WK-REJ-MOTIVO             PIC  X(030) VALUE SPACES.       00024800
           03 WK-EXPIRADO               PIC  X(001) VALUE 'N'.          00024900
           03 WK-REG                    PIC  X(400) VALUE SPACES.       00025000
           03 WK-REG-TAM                PIC  9(003) VALUE ZEROS.        00025100
           03 WK-REG-DATA               PIC  X(008) VALUE SPACES.       00025200
           03 WK-REG-NUM                PIC  9(010) VALUE ZEROS.        00025300
           03 WK-TOT-CKPT               PIC  9(010) VALUE ZEROS.        00025400
           03 WK-OBS                    PIC  X(040) VALUE SPACES.       00025500
           03 WK-LINHA                  PIC  X(132) VALUE SPACES.       00025600
           03 WK-LIN-PAG                PIC  9(002) VALUE 99.           00025700
           03 WK-PAGINA                 PIC  9(004) VALUE ZEROS.        00025800
           03 WK-PRINT-CONT             PIC  Z(009)9 VALUE ZEROS.       00025900
           03 WK-PRINT-DIAS             PIC  Z(004)9 VALUE ZEROS.       00026000
           03 WK-CONT-LIDOS             PIC  9(010) VALUE ZEROS.        00026100
           03 WK-CONT-COMENTARIOS       PIC  9(010) VALUE ZEROS.        00026200
           03 WK-CONT-POLITICAS         PIC  9(010) VALUE ZEROS.        00026300
           03 WK-CONT-REJEITADOS        PIC  9(010) VALUE ZEROS.        00026400
           03 WK-TOT-ARQUIVADOS         PIC  9(010) VALUE ZEROS.        00026500
           03 WK-TOT-REMOVIDOS          PIC  9(010) VALUE ZEROS.        00026600
                                                                        00026700
      *    LOGS TRATADOS, NA ORDEM DE PROCESSAMENTO: 1 A 4 SEQUENCIAIS, 00026800
      *    5 A 7 KSDS; 6 E 7 SAO AUDITORIA (ARQUIVAMENTO OBRIGATORIO)   00026900
        01 WK-TAB-ARQ-VALORES.                                          00027000
           03 FILLER PIC X(024) VALUE 'CEPREJ01CEPDUP01CEPHIST1'.       00027100
           03 FILLER PIC X(016) VALUE 'CEPCKPT CEPQLOG1'.               00027200
           03 FILLER PIC X(016) VALUE 'CEPAUD01CEPPND01'.               00027300
        01 WK-TAB-ARQ REDEFINES WK-TAB-ARQ-VALORES.                     00027400
           03 WK-ARQ-NOME               PIC  X(008) OCCURS 7 TIMES.     00027500
                                                                        00027600
      *    POLITICA E TOTAIS DE CADA LOG (PRESENTE 'S' = HA CARTAO)     00027700
        01 WK-TAB-POLITICA.                                             00027800
           03 WK-POL-ENTRY OCCURS 7 TIMES.                              00027900
              05 WK-POL-PRESENTE        PIC  X(001).                    00028000
              05 WK-POL-DIAS            PIC  9(005).                    00028100
              05 WK-POL-ARQUIVAR        PIC  X(001).                    00028200
              05 WK-POL-CORTE           PIC  X(008).                    00028300
              05 WK-POL-LIDOS           PIC  9(010).                    00028400
              05 WK-POL-MANTIDOS        PIC  9(010).                    00028500
              05 WK-POL-ARQUIVADOS      PIC  9(010).                    00028600
              05 WK-POL-REMOVIDOS       PIC  9(010).                    00028700
              05 WK-POL-SEM-DATA        PIC  9(010).                    00028800
                                                                        00028900
       LINKAGE SECTION.                                                 00029000
       01 LK-PARM-LENGTH                PIC S9(004) COMP.               00029100
       01 LK-PARM-DATA.                                                 00029200
          05 LK-DATA-REF                PIC  X(008).                    00029300
                                                                        00029400
       PROCEDURE DIVISION USING LK-PARM-LENGTH LK-PARM-DATA.            00029500
      *                                                                 00029600
       MAIN-PARA.                                                       00029700
           MOVE FUNCTION CURRENT-DATE TO WK-CURRENT-DATE                00029800
           INITIALIZE WK-TAB-POLITICA                                   00029900
           PERFORM OBTEM-DATA-REFERENCIA                                00030000
           PERFORM OPEN-FILES                                           00030100
           PERFORM READ-FILE UNTIL WK-EOF EQUAL 'Y'                     00030200
           CLOSE CEPRTC01                                               00030300
                                                                        00030400
           IF WK-CONT-REJEITADOS > 0 OR WK-CONT-POLITICAS = 0           00030500
              MOVE SPACES TO WK-LINHA                                   00030600
              PERFORM IMPRIME-LINHA                                     00030700
              IF WK-CONT-POLITICAS = 0 AND WK-CONT-REJEITADOS = 0       00030800
                 MOVE ' NENHUM CARTAO DE POLITICA INFORMADO'            00030900
                    TO WK-LINHA                                         00031000
              ELSE                                                      00031100
                 MOVE ' HA CARTOES REJEITADOS - NENHUM LOG FOI TOCADO'  00031200
                    TO WK-LINHA                                         00031300
              END-IF                                                    00031400
              PERFORM IMPRIME-LINHA                                     00031500
              PERFORM RELATORIO-FINAL                                   00031600
              CLOSE CEPRTL01                                            00031700
              MOVE 8 TO RETURN-CODE                                     00031800
              STOP RUN                                                  00031900
           END-IF                                                       00032000
                                                                        00032100
           OPEN OUTPUT CEPARQ01                                         00032200
           IF WK-ARQ-FILE-STATUS NOT = '00'                             00032300
              DISPLAY "-----ERRO NO OPEN DO ARQUIVAMENTO CEPARQ01 -----"00032400
              DISPLAY WK-ARQ-FILE-STATUS                                00032500
              CLOSE CEPRTL01                                            00032600
              MOVE 12 TO RETURN-CODE                                    00032700
              STOP RUN                                                  00032800
           END-IF                                                       00032900
                                                                        00033000
           PERFORM PROCESSA-ARQUIVO                                     00033100
              VARYING WK-ATU FROM 1 BY 1 UNTIL WK-ATU > 7               00033200
                                                                        00033300
           PERFORM RELATORIO-FINAL                                      00033400
           PERFORM CLOSE-FILES                                          00033500
           STOP RUN                                                     00033600
           .                                                            00033700
       OBTEM-DATA-REFERENCIA.                                           00033800
           MOVE WK-CURRENT-DATE (1:8) TO WK-DATA-REF                    00033900
           IF LK-PARM-LENGTH >= 8                                       00034000
              IF LK-DATA-REF IS NOT NUMERIC                             00034100
                 DISPLAY "-----PARM INVALIDO (DATA AAAAMMDD) -----"     00034200
                 DISPLAY LK-DATA-REF                                    00034300
                 MOVE 8 TO RETURN-CODE                                  00034400
                 STOP RUN                                               00034500
              END-IF                                                    00034600
              MOVE LK-DATA-REF TO WK-DATA-REF                           00034700
              IF WK-REF-MES < 1 OR WK-REF-MES > 12 OR                   00034800
                 WK-REF-DIA < 1 OR WK-REF-DIA > 31 OR                   00034900
                 WK-REF-ANO < 1601                                      00035000
                 DISPLAY "-----PARM INVALIDO (DATA AAAAMMDD) -----"     00035100
                 DISPLAY LK-DATA-REF                                    00035200
                 MOVE 8 TO RETURN-CODE                                  00035300
                 STOP RUN                                               00035400
              END-IF                                                    00035500
           END-IF                                                       00035600
           COMPUTE WK-DIA-REF = FUNCTION INTEGER-OF-DATE (WK-DATA-REF)  00035700
           .                                                            00035800
       OPEN-FILES.                                                      00035900
           OPEN INPUT  CEPRTC01                                         00036000
           OPEN OUTPUT CEPRTL01                                         00036100
           .                                                            00036200
      *                                                                 00036300
      *    LEITURA E VALIDACAO DOS CARTOES DE POLITICA                  00036400
      *                                                                 00036500
       READ-FILE.                                                       00036600
           READ CEPRTC01 RECORD AT END MOVE 'Y' TO WK-EOF.              00036700
                                                                        00036800
           IF WK-EOF NOT = 'Y'                                          00036900
              ADD 1 TO WK-CONT-LIDOS                                    00037000
              IF CEPRTC01-ARQUIVO (1:1) = '*'                           00037100
                 ADD 1 TO WK-CONT-COMENTARIOS                           00037200
              ELSE                                                      00037300
                 PERFORM PROCESSA-CARTAO                                00037400
              END-IF                                                    00037500
           END-IF                                                       00037600
           .                                                            00037700
       PROCESSA-CARTAO.                                                 00037800
           MOVE 'N'    TO WK-REJEITADO                                  00037900
           MOVE SPACES TO WK-REJ-MOTIVO                                 00038000
                                                                        00038100
           MOVE ZEROS TO WK-ACHOU                                       00038200
           PERFORM PROCURA-ARQUIVO                                      00038300
              VARYING WK-SUB FROM 1 BY 1 UNTIL WK-SUB > 7               00038400
           IF WK-ACHOU = ZEROS                                          00038500
              MOVE 'S' TO WK-REJEITADO                                  00038600
              MOVE 'ARQUIVO SEM TRATAMENTO' TO WK-REJ-MOTIVO            00038700
           END-IF                                                       00038800
                                                                        00038900
           IF WK-REJEITADO = 'N'                                        00039000
              IF WK-POL-PRESENTE (WK-ACHOU) = 'S'                       00039100
                 MOVE 'S' TO WK-REJEITADO                               00039200
                 MOVE 'ARQUIVO EM MAIS DE UM CARTAO' TO WK-REJ-MOTIVO   00039300
              END-IF                                                    00039400
           END-IF                                                       00039500
                                                                        00039600
           IF WK-REJEITADO = 'N'                                        00039700
              IF CEPRTC01-DIAS IS NOT NUMERIC                           00039800
                 MOVE 'S' TO WK-REJEITADO                               00039900
                 MOVE 'DIAS DE RETENCAO INVALIDO' TO WK-REJ-MOTIVO      00040000
              ELSE                                                      00040100
                 IF CEPRTC01-DIAS-NUM = ZEROS                           00040200
                    MOVE 'S' TO WK-REJEITADO                            00040300
                    MOVE 'DIAS DE RETENCAO ZERADO' TO WK-REJ-MOTIVO     00040400
                 END-IF                                                 00040500
              END-IF                                                    00040600
           END-IF                                                       00040700
                                                                        00040800
           IF WK-REJEITADO = 'N'                                        00040900
              IF CEPRTC01-ARQUIVAR NOT = 'S' AND                        00041000
                 CEPRTC01-ARQUIVAR NOT = 'N'                            00041100
                 MOVE 'S' TO WK-REJEITADO                               00041200
                 MOVE 'ARQUIVAR DEVE SER S OU N' TO WK-REJ-MOTIVO       00041300
              END-IF                                                    00041400
           END-IF                                                       00041500
                                                                        00041600
      *    AUDITORIA NUNCA E EXPURGADA SEM SER ARQUIVADA ANTES          00041700
           IF WK-REJEITADO = 'N'                                        00041800
              IF WK-ACHOU > 5 AND CEPRTC01-ARQUIVAR NOT = 'S'           00041900
                 MOVE 'S' TO WK-REJEITADO                               00042000
                 MOVE 'AUDITORIA EXIGE ARQUIVAMENTO' TO WK-REJ-MOTIVO   00042100
              END-IF                                                    00042200
           END-IF                                                       00042300
                                                                        00042400
           IF WK-REJEITADO = 'S'                                        00042500
              PERFORM IMPRIME-REJEITADO                                 00042600
           ELSE                                                         00042700
              ADD  1                 TO WK-CONT-POLITICAS               00042800
              MOVE 'S'               TO WK-POL-PRESENTE (WK-ACHOU)      00042900
              MOVE CEPRTC01-DIAS-NUM TO WK-POL-DIAS (WK-ACHOU)          00043000
              MOVE CEPRTC01-ARQUIVAR TO WK-POL-ARQUIVAR (WK-ACHOU)      00043100
           END-IF                                                       00043200
           .                                                            00043300
       PROCURA-ARQUIVO.                                                 00043400
           IF WK-ARQ-NOME (WK-SUB) = CEPRTC01-ARQUIVO                   00043500
              MOVE WK-SUB TO WK-ACHOU                                   00043600
           END-IF                                                       00043700
           .                                                            00043800
       IMPRIME-REJEITADO.                                               00043900
           ADD  1 TO WK-CONT-REJEITADOS                                 00044000
           MOVE SPACES TO WK-LINHA                                      00044100
           MOVE ' CARTAO REJEITADO:'   TO WK-LINHA (1:18)               00044200
           MOVE WK-REJ-MOTIVO          TO WK-LINHA (20:30)              00044300
           MOVE CEPRTC01-REC           TO WK-LINHA (52:80)              00044400
           PERFORM IMPRIME-LINHA                                        00044500
           .                                                            00044600
      *                                                                 00044700
      *    TRATAMENTO DE CADA LOG COM POLITICA                          00044800
      *                                                                 00044900
       PROCESSA-ARQUIVO.                                                00045000
           IF WK-POL-PRESENTE (WK-ATU) = 'S'                            00045100
              COMPUTE WK-DIA-CORTE = WK-DIA-REF - WK-POL-DIAS (WK-ATU)  00045200
              IF WK-DIA-CORTE < 1                                       00045300
                 MOVE 1 TO WK-DIA-CORTE                                 00045400
              END-IF                                                    00045500
              COMPUTE WK-DATA-CORTE =                                   00045600
                 FUNCTION DATE-OF-INTEGER (WK-DIA-CORTE)                00045700
              MOVE WK-DATA-CORTE TO WK-POL-CORTE (WK-ATU)               00045800
              EVALUATE WK-ATU                                           00045900
                 WHEN 1 THRU 4                                          00046000
                    PERFORM TRATA-SEQUENCIAL                            00046100
                 WHEN 5                                                 00046200
                    PERFORM TRATA-QLOG                                  00046300
                 WHEN 6                                                 00046400
                    PERFORM TRATA-AUDITORIA                             00046500
                 WHEN 7                                                 00046600
                    PERFORM TRATA-PENDENCIAS                            00046700
              END-EVALUATE                                              00046800
           END-IF                                                       00046900
           .                                                            00047000
       TRATA-SEQUENCIAL.                                                00047100
      *    CHECKPOINT: CONTA OS REGISTROS PARA SABER QUAL E O ULTIMO    00047200
           IF WK-ATU = 4                                                00047300
              MOVE ZEROS TO WK-TOT-CKPT                                 00047400
              OPEN INPUT CEPCKPT                                        00047500
              MOVE 'N' TO WK-EOF-LOG                                    00047600
              PERFORM CONTA-CHECKPOINT UNTIL WK-EOF-LOG = 'S'           00047700
              CLOSE CEPCKPT                                             00047800
           END-IF                                                       00047900
                                                                        00048000
      *    1A PASSADA: VENCIDOS PARA O ARQUIVO, MANTIDOS PARA CEPRTWK1  00048100
           PERFORM ABRE-LOG-ENTRADA                                     00048200
           OPEN OUTPUT CEPRTWK1                                         00048300
           MOVE ZEROS TO WK-REG-NUM                                     00048400
           MOVE 'N'   TO WK-EOF-LOG                                     00048500
           PERFORM LE-LOG-SEQUENCIAL                                    00048600
           PERFORM PROCESSA-SEQUENCIAL UNTIL WK-EOF-LOG = 'S'           00048700
           PERFORM FECHA-LOG                                            00048800
           CLOSE CEPRTWK1                                               00048900
                                                                        00049000
      *    2A PASSADA: SO SE ALGO VENCEU, O LOG E REGRAVADO COM OS      00049100
      *    MANTIDOS (O ARQUIVAMENTO JA ESTA COMPLETO NESTE PONTO)       00049200
           IF WK-POL-REMOVIDOS (WK-ATU) > 0                             00049300
              OPEN INPUT CEPRTWK1                                       00049400
              PERFORM ABRE-LOG-SAIDA                                    00049500
              MOVE 'N' TO WK-EOF-LOG                                    00049600
              PERFORM REGRAVA-MANTIDO UNTIL WK-EOF-LOG = 'S'            00049700
              PERFORM FECHA-LOG                                         00049800
              CLOSE CEPRTWK1                                            00049900
           END-IF                                                       00050000
           .                                                            00050100
       CONTA-CHECKPOINT.                                                00050200
           READ CEPCKPT RECORD                                          00050300
              AT END                                                    00050400
                 MOVE 'S' TO WK-EOF-LOG                                 00050500
              NOT AT END                                                00050600
                 ADD 1 TO WK-TOT-CKPT                                   00050700
           END-READ                                                     00050800
           .                                                            00050900
       ABRE-LOG-ENTRADA.                                                00051000
           EVALUATE WK-ATU                                              00051100
              WHEN 1                                                    00051200
                 OPEN INPUT CEPREJ01                                    00051300
              WHEN 2                                                    00051400
                 OPEN INPUT CEPDUP01                                    00051500
              WHEN 3                                                    00051600
                 OPEN INPUT CEPHIST1                                    00051700
              WHEN 4                                                    00051800
                 OPEN INPUT CEPCKPT                                     00051900
           END-EVALUATE                                                 00052000
           .                                                            00052100
       ABRE-LOG-SAIDA.                                                  00052200
           EVALUATE WK-ATU                                              00052300
              WHEN 1                                                    00052400
                 OPEN OUTPUT CEPREJ01                                   00052500
              WHEN 2                                                    00052600
                 OPEN OUTPUT CEPDUP01                                   00052700
              WHEN 3                                                    00052800
                 OPEN OUTPUT CEPHIST1                                   00052900
              WHEN 4                                                    00053000
                 OPEN OUTPUT CEPCKPT                                    00053100
           END-EVALUATE                                                 00053200
           .                                                            00053300
       FECHA-LOG.                                                       00053400
           EVALUATE WK-ATU                                              00053500
              WHEN 1                                                    00053600
                 CLOSE CEPREJ01                                         00053700
              WHEN 2                                                    00053800
                 CLOSE CEPDUP01                                         00053900
              WHEN 3                                                    00054000
                 CLOSE CEPHIST1                                         00054100
              WHEN 4                                                    00054200
                 CLOSE CEPCKPT                                          00054300
           END-EVALUATE                                                 00054400
           .                                                            00054500
       LE-LOG-SEQUENCIAL.                                               00054600
           MOVE SPACES TO WK-REG                                        00054700
           EVALUATE WK-ATU                                              00054800
              WHEN 1                                                    00054900
                 READ CEPREJ01 RECORD                                   00055000
                    AT END MOVE 'S' TO WK-EOF-LOG                       00055100
                    NOT AT END                                          00055200
                       MOVE CEPREJ01-REC TO WK-REG                      00055300
                       MOVE 181 TO WK-REG-TAM                           00055400
                       MOVE CEPREJ01-RUN-DATA-HORA (1:8) TO WK-REG-DATA 00055500
                 END-READ                                               00055600
              WHEN 2                                                    00055700
                 READ CEPDUP01 RECORD                                   00055800
                    AT END MOVE 'S' TO WK-EOF-LOG                       00055900
                    NOT AT END                                          00056000
                       MOVE CEPDUP01-REC TO WK-REG                      00056100
                       MOVE 41  TO WK-REG-TAM                           00056200
                       MOVE CEPDUP01-RUN-DATA-HORA (1:8) TO WK-REG-DATA 00056300
                 END-READ                                               00056400
              WHEN 3                                                    00056500
                 READ CEPHIST1 RECORD                                   00056600
                    AT END MOVE 'S' TO WK-EOF-LOG                       00056700
                    NOT AT END                                          00056800
                       MOVE CEPHIST1-REC TO WK-REG                      00056900
                       MOVE 80  TO WK-REG-TAM                           00057000
                       MOVE CEPHIST1-DATA-HORA (1:8) TO WK-REG-DATA     00057100
                 END-READ                                               00057200
              WHEN 4                                                    00057300
                 READ CEPCKPT RECORD                                    00057400
                    AT END MOVE 'S' TO WK-EOF-LOG                       00057500
                    NOT AT END                                          00057600
                       MOVE CEPCKPT-REC TO WK-REG                       00057700
                       MOVE 38  TO WK-REG-TAM                           00057800
                       MOVE SPACES TO WK-REG-DATA                       00057900
                 END-READ                                               00058000
           END-EVALUATE                                                 00058100
           .                                                            00058200
       PROCESSA-SEQUENCIAL.                                             00058300
           ADD 1 TO WK-REG-NUM                                          00058400
           PERFORM CLASSIFICA-REGISTRO                                  00058500
           IF WK-EXPIRADO = 'S'                                         00058600
              PERFORM ARQUIVA-REGISTRO                                  00058700
              ADD 1 TO WK-POL-REMOVIDOS (WK-ATU)                        00058800
              ADD 1 TO WK-TOT-REMOVIDOS                                 00058900
           ELSE                                                         00059000
              MOVE WK-REG TO CEPRTWK1-REC                               00059100
              WRITE CEPRTWK1-REC                                        00059200
           END-IF                                                       00059300
           PERFORM LE-LOG-SEQUENCIAL                                    00059400
           .                                                            00059500
       REGRAVA-MANTIDO.                                                 00059600
           READ CEPRTWK1 RECORD                                         00059700
              AT END                                                    00059800
                 MOVE 'S' TO WK-EOF-LOG                                 00059900
              NOT AT END                                                00060000
                 EVALUATE WK-ATU                                        00060100
                    WHEN 1                                              00060200
                       MOVE CEPRTWK1-REC TO CEPREJ01-REC                00060300
                       WRITE CEPREJ01-REC                               00060400
                    WHEN 2                                              00060500
                       MOVE CEPRTWK1-REC TO CEPDUP01-REC                00060600
                       WRITE CEPDUP01-REC                               00060700
                    WHEN 3                                              00060800
                       MOVE CEPRTWK1-REC TO CEPHIST1-REC                00060900
                       WRITE CEPHIST1-REC                               00061000
                    WHEN 4                                              00061100
                       MOVE CEPRTWK1-REC TO CEPCKPT-REC                 00061200
                       WRITE CEPCKPT-REC                                00061300
                 END-EVALUATE                                           00061400
           END-READ                                                     00061500
           .                                                            00061600
       TRATA-QLOG.                                                      00061700
           OPEN I-O CEPQLOG1                                            00061800
           IF WK-VSAM-FILE-STATUS NOT = '00'                            00061900
              PERFORM ERRO-VSAM                                         00062000
           END-IF                                                       00062100
           MOVE 'N' TO WK-EOF-LOG                                       00062200
           PERFORM LE-QLOG UNTIL WK-EOF-LOG = 'S'                       00062300
           CLOSE CEPQLOG1                                               00062400
           .                                                            00062500
       LE-QLOG.                                                         00062600
           READ CEPQLOG1 NEXT RECORD                                    00062700
           EVALUATE WK-VSAM-FILE-STATUS                                 00062800
              WHEN '00'                                                 00062900
                 MOVE CEPQLOG1-REC              TO WK-REG               00063000
                 MOVE 50                        TO WK-REG-TAM           00063100
                 MOVE CEPQLOG1-DATA-HORA (1:8)  TO WK-REG-DATA          00063200
                 PERFORM CLASSIFICA-REGISTRO                            00063300
                 IF WK-EXPIRADO = 'S'                                   00063400
                    PERFORM ARQUIVA-REGISTRO                            00063500
                    DELETE CEPQLOG1 RECORD                              00063600
                    PERFORM CONFERE-DELETE                              00063700
                 END-IF                                                 00063800
              WHEN '10'                                                 00063900
                 MOVE 'S' TO WK-EOF-LOG                                 00064000
              WHEN OTHER                                                00064100
                 PERFORM ERRO-VSAM                                      00064200
           END-EVALUATE                                                 00064300
           .                                                            00064400
       TRATA-AUDITORIA.                                                 00064500
           OPEN I-O CEPAUD01                                            00064600
           IF WK-VSAM-FILE-STATUS NOT = '00'                            00064700
              PERFORM ERRO-VSAM                                         00064800
           END-IF                                                       00064900
           MOVE 'N' TO WK-EOF-LOG                                       00065000
           PERFORM LE-AUDITORIA UNTIL WK-EOF-LOG = 'S'                  00065100
           CLOSE CEPAUD01                                               00065200
           .                                                            00065300
       LE-AUDITORIA.                                                    00065400
           READ CEPAUD01 NEXT RECORD                                    00065500
           EVALUATE WK-VSAM-FILE-STATUS                                 00065600
              WHEN '00'                                                 00065700
              WHEN '04'                                                 00065800
                 MOVE SPACES                    TO WK-REG               00065900
                 MOVE CEPAUD01-REC (1:WK-AUD-TAMANHO) TO WK-REG         00066000
                 MOVE WK-AUD-TAMANHO            TO WK-REG-TAM           00066100
                 MOVE CEPAUD01-DATA-HORA (1:8)  TO WK-REG-DATA          00066200
                 PERFORM CLASSIFICA-REGISTRO                            00066300
                 IF WK-EXPIRADO = 'S'                                   00066400
                    PERFORM ARQUIVA-REGISTRO                            00066500
                    DELETE CEPAUD01 RECORD                              00066600
                    PERFORM CONFERE-DELETE                              00066700
                 END-IF                                                 00066800
              WHEN '10'                                                 00066900
                 MOVE 'S' TO WK-EOF-LOG                                 00067000
              WHEN OTHER                                                00067100
                 PERFORM ERRO-VSAM                                      00067200
           END-EVALUATE                                                 00067300
           .                                                            00067400
       TRATA-PENDENCIAS.                                                00067500
           OPEN I-O CEPPND01                                            00067600
           IF WK-VSAM-FILE-STATUS NOT = '00'                            00067700
              PERFORM ERRO-VSAM                                         00067800
           END-IF                                                       00067900
           MOVE 'N' TO WK-EOF-LOG                                       00068000
           PERFORM LE-PENDENCIA UNTIL WK-EOF-LOG = 'S'                  00068100
           CLOSE CEPPND01                                               00068200
           .                                                            00068300
       LE-PENDENCIA.                                                    00068400
           READ CEPPND01 NEXT RECORD                                    00068500
           EVALUATE WK-VSAM-FILE-STATUS                                 00068600
              WHEN '00'                                                 00068700
                 MOVE CEPPND01-REC              TO WK-REG               00068800
                 MOVE 400                       TO WK-REG-TAM           00068900
      *          PENDENCIA EM ABERTO NUNCA VENCE; A DECIDIDA VENCE      00069000
      *          PELA DATA DA DECISAO                                   00069100
                 IF CEPPND01-STATUS = 'P'                               00069200
                    ADD 1 TO WK-POL-LIDOS (WK-ATU)                      00069300
                    ADD 1 TO WK-POL-MANTIDOS (WK-ATU)                   00069400
                 ELSE                                                   00069500
                    MOVE CEPPND01-DT-DECISAO (1:8) TO WK-REG-DATA       00069600
                    PERFORM CLASSIFICA-REGISTRO                         00069700
                    IF WK-EXPIRADO = 'S'                                00069800
                       PERFORM ARQUIVA-REGISTRO                         00069900
                       DELETE CEPPND01 RECORD                           00070000
                       PERFORM CONFERE-DELETE                           00070100
                    END-IF                                              00070200
                 END-IF                                                 00070300
              WHEN '10'                                                 00070400
                 MOVE 'S' TO WK-EOF-LOG                                 00070500
              WHEN OTHER                                                00070600
                 PERFORM ERRO-VSAM                                      00070700
           END-EVALUATE                                                 00070800
           .                                                            00070900
       CONFERE-DELETE.                                                  00071000
           IF WK-VSAM-FILE-STATUS NOT = '00'                            00071100
              PERFORM ERRO-VSAM                                         00071200
           END-IF                                                       00071300
           ADD 1 TO WK-POL-REMOVIDOS (WK-ATU)                           00071400
           ADD 1 TO WK-TOT-REMOVIDOS                                    00071500
           .                                                            00071600
      *                                                                 00071700
      *    DECISAO DE VENCIMENTO E ARQUIVAMENTO (COMUNS AOS SETE LOGS)  00071800
      *                                                                 00071900
       CLASSIFICA-REGISTRO.                                             00072000
           ADD  1   TO WK-POL-LIDOS (WK-ATU)                            00072100
           MOVE 'N' TO WK-EXPIRADO                                      00072200
           EVALUATE TRUE                                                00072300
              WHEN WK-ATU = 4                                           00072400
      *          CHECKPOINT: SO O ULTIMO SERVE PARA O RESTART           00072500
                 IF WK-REG-NUM < WK-TOT-CKPT                            00072600
                    MOVE 'S' TO WK-EXPIRADO                             00072700
                 END-IF                                                 00072800
              WHEN WK-REG-DATA IS NOT NUMERIC                           00072900
                 ADD 1 TO WK-POL-SEM-DATA (WK-ATU)                      00073000
              WHEN WK-REG-DATA < WK-POL-CORTE (WK-ATU)                  00073100
                 MOVE 'S' TO WK-EXPIRADO                                00073200
           END-EVALUATE                                                 00073300
           IF WK-EXPIRADO = 'N'                                         00073400
              ADD 1 TO WK-POL-MANTIDOS (WK-ATU)                         00073500
           END-IF                                                       00073600
           .                                                            00073700
       ARQUIVA-REGISTRO.                                                00073800
           IF WK-POL-ARQUIVAR (WK-ATU) = 'S'                            00073900
              MOVE SPACES                 TO CEPARQ01-REC               00074000
              MOVE WK-DATA-REF            TO CEPARQ01-DT-ARQUIVAMENTO   00074100
              MOVE WK-ARQ-NOME (WK-ATU)   TO CEPARQ01-ARQUIVO           00074200
              MOVE WK-REG-TAM             TO CEPARQ01-TAMANHO           00074300
              MOVE WK-REG                 TO CEPARQ01-DADOS             00074400
              WRITE CEPARQ01-REC                                        00074500
      *       SEM A COPIA NO ARQUIVO O REGISTRO NAO SAI DO LOG          00074600
              IF WK-ARQ-FILE-STATUS NOT = '00'                          00074700
                 DISPLAY "-----ERRO NA GRAVACAO DE CEPARQ01 -----"      00074800
                 DISPLAY WK-ARQ-FILE-STATUS                             00074900
                 PERFORM ERRO-VSAM                                      00075000
              END-IF                                                    00075100
              ADD 1 TO WK-POL-ARQUIVADOS (WK-ATU)                       00075200
              ADD 1 TO WK-TOT-ARQUIVADOS                                00075300
           END-IF                                                       00075400
           .                                                            00075500
      *                                                                 00075600
      *    RELATORIO                                                    00075700
      *                                                                 00075800
       IMPRIME-LINHA.                                                   00075900
           IF WK-LIN-PAG >= 55                                          00076000
              PERFORM CABECALHO-PAGINA                                  00076100
           END-IF                                                       00076200
           MOVE WK-LINHA TO CEPRTL01-REC                                00076300
           WRITE CEPRTL01-REC                                           00076400
           ADD 1 TO WK-LIN-PAG                                          00076500
           .                                                            00076600
       CABECALHO-PAGINA.                                                00076700
           ADD  1 TO WK-PAGINA                                          00076800
           MOVE SPACES TO CEPRTL01-REC                                  00076900
           STRING 'CEPRETEN - RETENCAO E EXPURGO DOS LOGS DE CEP'       00077000
              DELIMITED BY SIZE INTO CEPRTL01-REC                       00077100
           END-STRING                                                   00077200
           MOVE 'REFERENCIA:' TO CEPRTL01-REC (70:11)                   00077300
           MOVE WK-DATA-REF   TO CEPRTL01-REC (82:8)                    00077400
           MOVE WK-PAGINA TO CEPRTL01-REC (120:4)                       00077500
           MOVE 'PAG.'    TO CEPRTL01-REC (114:5)                       00077600
           WRITE CEPRTL01-REC                                           00077700
           MOVE SPACES TO CEPRTL01-REC                                  00077800
           MOVE 'ARQUIVO'    TO CEPRTL01-REC (2:7)                      00077900
           MOVE 'DIAS'       TO CEPRTL01-REC (12:4)                     00078000
           MOVE 'ARQ'        TO CEPRTL01-REC (18:3)                     00078100
           MOVE 'CORTE'      TO CEPRTL01-REC (23:5)                     00078200
           MOVE '     LIDOS' TO CEPRTL01-REC (33:10)                    00078300
           MOVE '  MANTIDOS' TO CEPRTL01-REC (45:10)                    00078400
           MOVE 'ARQUIVADOS' TO CEPRTL01-REC (57:10)                    00078500
           MOVE ' REMOVIDOS' TO CEPRTL01-REC (69:10)                    00078600
           MOVE '  SEM DATA' TO CEPRTL01-REC (81:10)                    00078700
           MOVE 'OBSERVACAO' TO CEPRTL01-REC (93:10)                    00078800
           WRITE CEPRTL01-REC                                           00078900
           MOVE ALL '-' TO CEPRTL01-REC                                 00079000
           WRITE CEPRTL01-REC                                           00079100
           MOVE 3 TO WK-LIN-PAG                                         00079200
           .                                                            00079300
       IMPRIME-ARQUIVO.                                                 00079400
           MOVE SPACES TO WK-LINHA                                      00079500
           MOVE SPACES TO WK-OBS                                        00079600
           MOVE WK-ARQ-NOME (WK-ATU) TO WK-LINHA (2:8)                  00079700
           IF WK-POL-PRESENTE (WK-ATU) NOT = 'S'                        00079800
              MOVE 'SEM CARTAO DE POLITICA - NAO TRATADO' TO WK-OBS     00079900
           ELSE                                                         00080000
              MOVE WK-POL-DIAS (WK-ATU)      TO WK-PRINT-DIAS           00080100
              MOVE WK-PRINT-DIAS             TO WK-LINHA (11:5)         00080200
              MOVE WK-POL-ARQUIVAR (WK-ATU)  TO WK-LINHA (19:1)         00080300
              MOVE WK-POL-CORTE (WK-ATU)     TO WK-LINHA (23:8)         00080400
              MOVE WK-POL-LIDOS (WK-ATU)     TO WK-PRINT-CONT           00080500
              MOVE WK-PRINT-CONT             TO WK-LINHA (33:10)        00080600
              MOVE WK-POL-MANTIDOS (WK-ATU)  TO WK-PRINT-CONT           00080700
              MOVE WK-PRINT-CONT             TO WK-LINHA (45:10)        00080800
              MOVE WK-POL-ARQUIVADOS (WK-ATU) TO WK-PRINT-CONT          00080900
              MOVE WK-PRINT-CONT             TO WK-LINHA (57:10)        00081000
              MOVE WK-POL-REMOVIDOS (WK-ATU) TO WK-PRINT-CONT           00081100
              MOVE WK-PRINT-CONT             TO WK-LINHA (69:10)        00081200
              MOVE WK-POL-SEM-DATA (WK-ATU)  TO WK-PRINT-CONT           00081300
              MOVE WK-PRINT-CONT             TO WK-LINHA (81:10)        00081400
              EVALUATE WK-ATU                                           00081500
                 WHEN 4                                                 00081600
                    MOVE 'SO O ULTIMO CHECKPOINT E MANTIDO' TO WK-OBS   00081700
                 WHEN 7                                                 00081800
                    MOVE 'PENDENTES (P) NUNCA VENCEM' TO WK-OBS         00081900
              END-EVALUATE                                              00082000
           END-IF                                                       00082100
           MOVE WK-OBS TO WK-LINHA (93:40)                              00082200
           PERFORM IMPRIME-LINHA                                        00082300
           .                                                            00082400
       ERRO-VSAM.                                                       00082500
           DISPLAY "-----ERRO VSAM -----"                               00082600
           DISPLAY WK-ARQ-NOME (WK-ATU)                                 00082700
           DISPLAY WK-VSAM-FILE-STATUS                                  00082800
           PERFORM RELATORIO-FINAL                                      00082900
           PERFORM CLOSE-FILES                                          00083000
           MOVE 12 TO RETURN-CODE                                       00083100
           STOP RUN                                                     00083200
           .                                                            00083300
       RELATORIO-FINAL.                                                 00083400
           IF WK-CONT-REJEITADOS = 0 AND WK-CONT-POLITICAS > 0          00083500
              PERFORM IMPRIME-ARQUIVO                                   00083600
                 VARYING WK-ATU FROM 1 BY 1 UNTIL WK-ATU > 7            00083700
           END-IF                                                       00083800
           MOVE SPACES TO WK-LINHA                                      00083900
           PERFORM IMPRIME-LINHA                                        00084000
           MOVE ' CARTOES DE POLITICA ACEITOS: ' TO WK-LINHA            00084100
           MOVE WK-CONT-POLITICAS TO WK-PRINT-CONT                      00084200
           MOVE WK-PRINT-CONT TO WK-LINHA (33:10)                       00084300
           PERFORM IMPRIME-LINHA                                        00084400
           MOVE SPACES TO WK-LINHA                                      00084500
           MOVE ' CARTOES REJEITADOS ........: ' TO WK-LINHA            00084600
           MOVE WK-CONT-REJEITADOS TO WK-PRINT-CONT                     00084700
           MOVE WK-PRINT-CONT TO WK-LINHA (33:10)                       00084800
           PERFORM IMPRIME-LINHA                                        00084900
           MOVE SPACES TO WK-LINHA                                      00085000
           MOVE ' REGISTROS ARQUIVADOS ......: ' TO WK-LINHA            00085100
           MOVE WK-TOT-ARQUIVADOS TO WK-PRINT-CONT                      00085200
           MOVE WK-PRINT-CONT TO WK-LINHA (33:10)                       00085300
           PERFORM IMPRIME-LINHA                                        00085400
           MOVE SPACES TO WK-LINHA                                      00085500
           MOVE ' REGISTROS REMOVIDOS .......: ' TO WK-LINHA            00085600
           MOVE WK-TOT-REMOVIDOS TO WK-PRINT-CONT                       00085700
           MOVE WK-PRINT-CONT TO WK-LINHA (33:10)                       00085800
           PERFORM IMPRIME-LINHA                                        00085900
                                                                        00086000
           DISPLAY '---------------------------------------------'      00086100
           DISPLAY ' RETENCAO DOS LOGS DE CEP (CEPRETEN)         '      00086200
           DISPLAY 'CARTOES LIDOS ................................'     00086300
           DISPLAY WK-CONT-LIDOS                                        00086400
           DISPLAY 'CARTOES DE POLITICA ACEITOS ..................'     00086500
           DISPLAY WK-CONT-POLITICAS                                    00086600
           DISPLAY 'CARTOES REJEITADOS ...........................'     00086700
           DISPLAY WK-CONT-REJEITADOS                                   00086800
           DISPLAY 'REGISTROS ARQUIVADOS (CEPARQ01) ..............'     00086900
           DISPLAY WK-TOT-ARQUIVADOS                                    00087000
           DISPLAY 'REGISTROS REMOVIDOS DOS LOGS .................'     00087100
           DISPLAY WK-TOT-REMOVIDOS                                     00087200
           DISPLAY '---------------------------------------------'      00087300
           .                                                            00087400
       CLOSE-FILES.                                                     00087500
           CLOSE CEPARQ01                                               00087600
           CLOSE CEPRTL01                                               00087700
           .                                                            00087800
