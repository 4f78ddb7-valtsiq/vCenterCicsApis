       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID. CEPPRMMN.                                            00000200
      ******************************************************************00000300
      * Valter Siqueira - Systems      c                                00000400
      * Laboratoratório de uso particular ......                        00000500
      * ----------------------------------------------------------------00000600
      * Sistema .............. CEP                                      00000700
      * Programa.............. CEPPRMMN                                 00000800
      * Tipo    .............. BATCH                                    00000900
      * Finalidade ........... Carga e manutencao do cadastro de        00001000
      *                        permissoes dos operadores de CEP         00001100
      *                        (CEPPRM01): para cada operador (USERID)  00001200
      *                        as UFs em que pode mexer, as operacoes   00001300
      *                        de manutencao permitidas (I/A/E/L) e a   00001400
      *                        marca de aprovador de pendencias. A      00001500
      *                        regra de uso do cadastro e unica, no     00001600
      *                        subprograma CEPPRMCK, chamado por        00001700
      *                        CEPMAINT, CEPAPRV, CEPWORK e CEPRENAM;   00001800
      *                        CEPPRMLS lista quem pode o que para a    00001900
      *                        revisao trimestral de acessos.           00002000
      *                        Cada cartao e validado:                  00002100
      *                        - operador e quem autorizou informados,  00002200
      *                          e diferentes (ninguem concede acesso   00002300
      *                          a si mesmo);                           00002400
      *                        - nome informado;                        00002500
      *                        - operacoes so I/A/E/L, aprovador S/N,   00002600
      *                          pelo menos uma das duas concedida;     00002700
      *                        - UFs validas, pelo menos uma; '**' na   00002800
      *                          primeira posicao = TODAS AS UFS e nao  00002900
      *                          combina com UFs avulsas.               00003000
      *                        Cartao rejeitado sai em CEPPRR01 com o   00003100
      *                        motivo e o programa termina com RC 4.    00003200
      * DSnames .............. B090290.CEPPRM01 (DD CEPPRM01, KSDS      00003300
      *                        KEYS(8 0) RECORDSIZE(120 120), LAYOUT    00003400
      *                        NO PROLOGO DE CEPPRMCK)                  00003500
      *                        B090290.CEPPRC01 (CARTOES DE PERMISSAO)  00003600
      *                        B090290.CEPPRR01 (CARTOES REJEITADOS)    00003700
      * Cartoes CEPPRC01 (120 BYTES) ..........                         00003800
      *   POS 001     = ACAO: 'I' INCLUI OPERADOR / 'A' ALTERA (O       00003900
      *                 CARTAO SUBSTITUI O REGISTRO INTEIRO) / 'E'      00004000
      *                 EXCLUI (REVOGA TODO O ACESSO) / '*' COMENTARIO  00004100
      *   POS 003-010 = OPERADOR (USERID)                               00004200
      *   POS 012-041 = NOME DO OPERADOR                                00004300
      *   POS 043-046 = OPERACOES PERMITIDAS (I/A/E/L, EM QUALQUER      00004400
      *                 ORDEM, POSICOES LIVRES EM BRANCO)               00004500
      *   POS 048     = 'S' PODE APROVAR PENDENCIAS (BRANCO = 'N')      00004600
      *   POS 050-057 = QUEM AUTORIZOU O ACESSO (USERID DO GESTOR)      00004700
      *   POS 059-112 = UFS PERMITIDAS, 27 X 2 ('**' NA PRIMEIRA =      00004800
      *                 TODAS AS UFS)                                   00004900
      *   NA ACAO 'E' SO O OPERADOR E QUEM AUTORIZOU SAO USADOS.        00005000
      * Layout CEPRCS01 (120 BYTES, KSDS, CHAVE = POS 001-028) .....    00005100
      *   LOG DE RECUSAS DE ALCADA, GRAVADO POR CEPMAINT, CEPAPRV,      00005200
      *   CEPWORK (CICS) E CEPRENAM (BATCH)                             00005300
      *   POS 001-021 = DATA/HORA DA RECUSA (CURRENT-DATE)              00005400
      *   POS 022-028 = NUMERO DA TASK CICS (ZEROS NO BATCH)            00005500
      *   POS 029-036 = OPERADOR RECUSADO                               00005600
      *   POS 037-040 = TERMINAL ('BTCH' NO BATCH)                      00005700
      *   POS 041-048 = PROGRAMA QUE RECUSOU                            00005800
      *   POS 049     = OPERACAO PEDIDA (I/A/E/L, V APROVACAO, R        00005900
      *                 RESOLUCAO DA CESTA)                             00006000
      *   POS 050-051 = UF CONFERIDA                                    00006100
      *   POS 052-059 = CEP (BRANCO NA MUDANCA EM MASSA)                00006200
      *   POS 060-061 = CODIGO DE RETORNO DE CEPPRMCK                   00006300
      *   POS 062-091 = MOTIVO                                          00006400
      *   POS 092-120 = FILLER                                          00006500
      * PARM ................. POS 01 = 'C' CARGA COMPLETA: O CLUSTER   00006600
      *                                  E RECRIADO (OPEN OUTPUT) E SO  00006700
      *                                  CARTOES 'I' SAO ACEITOS        00006800
      *                                  QUALQUER OUTRO VALOR (OU SEM   00006900
      *                                  PARM) = MANUTENCAO (I-O)       00007000
      * RETURN-CODE .......... 4 = HA CARTOES REJEITADOS (CEPPRR01)     00007100
      *                       12 = ERRO VSAM                            00007200
      ******************************************************************00007300
       ENVIRONMENT DIVISION.                                            00007400
       INPUT-OUTPUT SECTION.                                            00007500
       FILE-CONTROL.                                                    00007600
      *INPUT-OUTPUT FILE                                                00007700
           SELECT CEPPRM01 ASSIGN TO 'CEPPRM01'                         00007800
           ORGANIZATION IS INDEXED                                      00007900
           ACCESS MODE IS RANDOM                                        00008000
           RECORD KEY IS CEPPRM01-OPERADOR                              00008100
           FILE STATUS WK-VSAM-FILE-STATUS.                             00008200
      *                                                                 00008300
           SELECT CEPPRC01 ASSIGN TO 'CEPPRC01'                         00008400
           ORGANIZATION SEQUENTIAL.                                     00008500
      *    CARTOES DE MANUTENCAO DAS PERMISSOES                         00008600
                                                                        00008700
           SELECT CEPPRR01 ASSIGN TO 'CEPPRR01'                         00008800
           ORGANIZATION SEQUENTIAL.                                     00008900
      *    CARTOES REJEITADOS                                           00009000
       DATA DIVISION.                                                   00009100
       FILE SECTION.                                                    00009200
                                                                        00009300
       FD CEPPRM01.                                                     00009400
       01 CEPPRM01-REC.                                                 00009500
          05 CEPPRM01-OPERADOR          PIC  X(008).                    00009600
          05 CEPPRM01-NOME              PIC  X(030).                    00009700
          05 CEPPRM01-UFS               PIC  X(054).                    00009800
          05 CEPPRM01-OPERACOES         PIC  X(004).                    00009900
          05 CEPPRM01-APROVA            PIC  X(001).                    00010000
          05 CEPPRM01-DT-ATUALIZACAO    PIC  X(008).                    00010100
          05 CEPPRM01-AUTORIZADO-POR    PIC  X(008).                    00010200
          05 FILLER                     PIC  X(007).                    00010300
      *                                                                 00010400
       FD CEPPRC01                                                      00010500
            RECORDING MODE IS F                                         00010600
            RECORD CONTAINS 120 CHARACTERS.                             00010700
       01 CEPPRC01-REC.                                                 00010800
          05 CEPPRC01-ACAO              PIC  X(001).                    00010900
          05 FILLER                     PIC  X(001).                    00011000
          05 CEPPRC01-OPERADOR          PIC  X(008).                    00011100
          05 FILLER                     PIC  X(001).                    00011200
          05 CEPPRC01-NOME              PIC  X(030).                    00011300
          05 FILLER                     PIC  X(001).                    00011400
          05 CEPPRC01-OPERACOES.                                        00011500
             10 CEPPRC01-OPERACAO       PIC  X(001) OCCURS 4 TIMES.     00011600
          05 FILLER                     PIC  X(001).                    00011700
          05 CEPPRC01-APROVA            PIC  X(001).                    00011800
          05 FILLER                     PIC  X(001).                    00011900
          05 CEPPRC01-AUTORIZADO-POR    PIC  X(008).                    00012000
          05 FILLER                     PIC  X(001).                    00012100
          05 CEPPRC01-UFS.                                              00012200
             10 CEPPRC01-UF             PIC  X(002) OCCURS 27 TIMES.    00012300
          05 FILLER                     PIC  X(008).                    00012400
      *                                                                 00012500
       FD CEPPRR01                                                      00012600
            RECORDING MODE IS F                                         00012700
            RECORD CONTAINS 150 CHARACTERS.                             00012800
       01 CEPPRR01-REC.                                                 00012900
          05 CEPPRR01-MOTIVO            PIC  X(030).                    00013000
          05 CEPPRR01-DADOS             PIC  X(120).                    00013100
      *                                                                 00013200
       WORKING-STORAGE SECTION.                                         00013300
        01 WORKING-AREAS.                                               00013400
           03 WK-VSAM-FILE-STATUS       PIC  X(002) VALUE SPACES.       00013500
           03 WK-EOF                    PIC  X(001) VALUE 'N'.          00013600
           03 WK-CURRENT-DATE           PIC  X(021) VALUE SPACES.       00013700
           03 WK-RUN-MODE               PIC  X(001) VALUE 'M'.          00013800
      *       'C' = CARGA COMPLETA   'M' = MANUTENCAO (DEFAULT)         00013900
           03 WK-REJEITADO              PIC  X(001) VALUE 'N'.          00014000
           03 WK-REJ-MOTIVO             PIC  X(030) VALUE SPACES.       00014100
           03 WK-SUB                    PIC  9(002) VALUE ZEROS.        00014200
           03 WK-CONT-OPERACOES         PIC  9(002) VALUE ZEROS.        00014300
           03 WK-CONT-LIDOS             PIC  9(010) VALUE ZEROS.        00014400
           03 WK-CONT-COMENTARIOS       PIC  9(010) VALUE ZEROS.        00014500
           03 WK-CONT-INCLUIDOS         PIC  9(010) VALUE ZEROS.        00014600
           03 WK-CONT-ALTERADOS         PIC  9(010) VALUE ZEROS.        00014700
           03 WK-CONT-EXCLUIDOS         PIC  9(010) VALUE ZEROS.        00014800
           03 WK-CONT-REJEITADOS        PIC  9(010) VALUE ZEROS.        00014900
                                                                        00015000
      *    SIGLAS DAS 27 UFS, EM ORDEM PARA O SEARCH ALL                00015100
        01 WK-TAB-UF-VALORES.                                           00015200
           03 FILLER PIC X(018) VALUE 'ACALAMAPBACEDFESGO'.             00015300
           03 FILLER PIC X(018) VALUE 'MAMGMSMTPAPBPEPIPR'.             00015400
           03 FILLER PIC X(018) VALUE 'RJRNRORRRSSCSESPTO'.             00015500
        01 WK-TAB-UF REDEFINES WK-TAB-UF-VALORES.                       00015600
           03 WK-UF-ENTRY OCCURS 27 TIMES                               00015700
                 ASCENDING KEY IS WK-UF-SIGLA                           00015800
                 INDEXED BY WK-UF-IDX.                                  00015900
              05 WK-UF-SIGLA            PIC  X(002).                    00016000
                                                                        00016100
       LINKAGE SECTION.                                                 00016200
       01 LK-PARM-LENGTH                PIC S9(004) COMP.               00016300
       01 LK-PARM-DATA.                                                 00016400
          05 LK-RUN-MODE                PIC  X(001).                    00016500
                                                                        00016600
       PROCEDURE DIVISION USING LK-PARM-LENGTH LK-PARM-DATA.            00016700
      *                                                                 00016800
       MAIN-PARA.                                                       00016900
           MOVE FUNCTION CURRENT-DATE TO WK-CURRENT-DATE                00017000
           IF LK-PARM-LENGTH > 0 AND LK-RUN-MODE = 'C'                  00017100
              MOVE 'C' TO WK-RUN-MODE                                   00017200
           END-IF                                                       00017300
           PERFORM OPEN-FILES                                           00017400
           PERFORM READ-FILE UNTIL WK-EOF EQUAL 'Y'                     00017500
                                                                        00017600
           PERFORM RELATORIO-FINAL                                      00017700
                                                                        00017800
           PERFORM CLOSE-FILES                                          00017900
           IF WK-CONT-REJEITADOS > 0                                    00018000
              MOVE 4 TO RETURN-CODE                                     00018100
           END-IF                                                       00018200
           STOP RUN                                                     00018300
           .                                                            00018400
       OPEN-FILES.                                                      00018500
           OPEN INPUT  CEPPRC01                                         00018600
           OPEN OUTPUT CEPPRR01                                         00018700
           IF WK-RUN-MODE = 'C'                                         00018800
              OPEN OUTPUT CEPPRM01                                      00018900
           ELSE                                                         00019000
              OPEN I-O    CEPPRM01                                      00019100
           END-IF                                                       00019200
           IF WK-VSAM-FILE-STATUS NOT = '00'                            00019300
              DISPLAY "-----ERRO VSAM NO OPEN -----"                    00019400
              DISPLAY WK-VSAM-FILE-STATUS                               00019500
              MOVE 12 TO RETURN-CODE                                    00019600
              STOP RUN                                                  00019700
           END-IF                                                       00019800
           .                                                            00019900
       READ-FILE.                                                       00020000
           READ CEPPRC01 RECORD AT END MOVE 'Y' TO WK-EOF.              00020100
                                                                        00020200
           IF WK-EOF NOT = 'Y'                                          00020300
              ADD 1 TO WK-CONT-LIDOS                                    00020400
              IF CEPPRC01-ACAO = '*'                                    00020500
                 ADD 1 TO WK-CONT-COMENTARIOS                           00020600
              ELSE                                                      00020700
                 PERFORM PROCESSA-CARTAO                                00020800
              END-IF                                                    00020900
           END-IF                                                       00021000
           .                                                            00021100
       PROCESSA-CARTAO.                                                 00021200
           MOVE 'N'    TO WK-REJEITADO                                  00021300
           MOVE SPACES TO WK-REJ-MOTIVO                                 00021400
                                                                        00021500
           PERFORM VALIDA-CARTAO                                        00021600
                                                                        00021700
           IF WK-REJEITADO = 'N'                                        00021800
              EVALUATE CEPPRC01-ACAO                                    00021900
                 WHEN 'I'                                               00022000
                    PERFORM INCLUI-OPERADOR                             00022100
                 WHEN 'A'                                               00022200
                    PERFORM ALTERA-OPERADOR                             00022300
                 WHEN 'E'                                               00022400
                    PERFORM EXCLUI-OPERADOR                             00022500
              END-EVALUATE                                              00022600
           END-IF                                                       00022700
                                                                        00022800
           IF WK-REJEITADO = 'S'                                        00022900
              PERFORM GRAVA-REJEITADO                                   00023000
           END-IF                                                       00023100
           .                                                            00023200
       VALIDA-CARTAO.                                                   00023300
           IF CEPPRC01-ACAO NOT = 'I' AND CEPPRC01-ACAO NOT = 'A'       00023400
              AND CEPPRC01-ACAO NOT = 'E'                               00023500
              MOVE 'S' TO WK-REJEITADO                                  00023600
              MOVE 'ACAO INVALIDA' TO WK-REJ-MOTIVO                     00023700
           END-IF                                                       00023800
                                                                        00023900
           IF WK-REJEITADO = 'N'                                        00024000
              IF WK-RUN-MODE = 'C' AND CEPPRC01-ACAO NOT = 'I'          00024100
                 MOVE 'S' TO WK-REJEITADO                               00024200
                 MOVE 'CARGA COMPLETA SO ACEITA I' TO WK-REJ-MOTIVO     00024300
              END-IF                                                    00024400
           END-IF                                                       00024500
                                                                        00024600
           IF WK-REJEITADO = 'N'                                        00024700
              IF CEPPRC01-OPERADOR = SPACES                             00024800
                 MOVE 'S' TO WK-REJEITADO                               00024900
                 MOVE 'OPERADOR NAO INFORMADO' TO WK-REJ-MOTIVO         00025000
              END-IF                                                    00025100
           END-IF                                                       00025200
                                                                        00025300
      *    TODA CONCESSAO OU REVOGACAO TEM UM RESPONSAVEL, QUE NAO      00025400
      *    PODE SER O PROPRIO OPERADOR                                  00025500
           IF WK-REJEITADO = 'N'                                        00025600
              IF CEPPRC01-AUTORIZADO-POR = SPACES                       00025700
                 MOVE 'S' TO WK-REJEITADO                               00025800
                 MOVE 'AUTORIZADOR NAO INFORMADO' TO WK-REJ-MOTIVO      00025900
              ELSE                                                      00026000
                 IF CEPPRC01-AUTORIZADO-POR = CEPPRC01-OPERADOR         00026100
                    MOVE 'S' TO WK-REJEITADO                            00026200
                    MOVE 'OPERADOR NAO AUTORIZA A SI' TO WK-REJ-MOTIVO  00026300
                 END-IF                                                 00026400
              END-IF                                                    00026500
           END-IF                                                       00026600
                                                                        00026700
      *    NA EXCLUSAO BASTAM O OPERADOR E O AUTORIZADOR                00026800
           IF WK-REJEITADO = 'N' AND CEPPRC01-ACAO NOT = 'E'            00026900
              PERFORM VALIDA-DADOS                                      00027000
           END-IF                                                       00027100
           .                                                            00027200
       VALIDA-DADOS.                                                    00027300
           IF CEPPRC01-NOME = SPACES                                    00027400
              MOVE 'S' TO WK-REJEITADO                                  00027500
              MOVE 'NOME NAO INFORMADO' TO WK-REJ-MOTIVO                00027600
           END-IF                                                       00027700
                                                                        00027800
           IF WK-REJEITADO = 'N'                                        00027900
              MOVE ZEROS TO WK-CONT-OPERACOES                           00028000
              PERFORM VALIDA-OPERACAO                                   00028100
                 VARYING WK-SUB FROM 1 BY 1                             00028200
                 UNTIL WK-SUB > 4 OR WK-REJEITADO = 'S'                 00028300
           END-IF                                                       00028400
                                                                        00028500
           IF WK-REJEITADO = 'N'                                        00028600
              IF CEPPRC01-APROVA NOT = 'S' AND                          00028700
                 CEPPRC01-APROVA NOT = 'N' AND                          00028800
                 CEPPRC01-APROVA NOT = SPACE                            00028900
                 MOVE 'S' TO WK-REJEITADO                               00029000
                 MOVE 'APROVADOR DEVE SER S OU N' TO WK-REJ-MOTIVO      00029100
              END-IF                                                    00029200
           END-IF                                                       00029300
                                                                        00029400
           IF WK-REJEITADO = 'N'                                        00029500
              IF WK-CONT-OPERACOES = 0 AND CEPPRC01-APROVA NOT = 'S'    00029600
                 MOVE 'S' TO WK-REJEITADO                               00029700
                 MOVE 'NENHUMA OPERACAO CONCEDIDA' TO WK-REJ-MOTIVO     00029800
              END-IF                                                    00029900
           END-IF                                                       00030000
                                                                        00030100
           IF WK-REJEITADO = 'N'                                        00030200
              IF CEPPRC01-UF (1) = SPACES                               00030300
                 MOVE 'S' TO WK-REJEITADO                               00030400
                 MOVE 'NENHUMA UF INFORMADA' TO WK-REJ-MOTIVO           00030500
              ELSE                                                      00030600
                 IF CEPPRC01-UF (1) = '**'                              00030700
                    IF CEPPRC01-UFS (3:52) NOT = SPACES                 00030800
                       MOVE 'S' TO WK-REJEITADO                         00030900
                       MOVE '** NAO COMBINA COM OUTRAS UFS'             00031000
                          TO WK-REJ-MOTIVO                              00031100
                    END-IF                                              00031200
                 ELSE                                                   00031300
                    PERFORM VALIDA-UF                                   00031400
                       VARYING WK-SUB FROM 1 BY 1                       00031500
                       UNTIL WK-SUB > 27 OR WK-REJEITADO = 'S'          00031600
                 END-IF                                                 00031700
              END-IF                                                    00031800
           END-IF                                                       00031900
           .                                                            00032000
       VALIDA-OPERACAO.                                                 00032100
           EVALUATE CEPPRC01-OPERACAO (WK-SUB)                          00032200
              WHEN 'I'                                                  00032300
              WHEN 'A'                                                  00032400
              WHEN 'E'                                                  00032500
              WHEN 'L'                                                  00032600
                 ADD 1 TO WK-CONT-OPERACOES                             00032700
              WHEN SPACE                                                00032800
                 CONTINUE                                               00032900
              WHEN OTHER                                                00033000
                 MOVE 'S' TO WK-REJEITADO                               00033100
                 MOVE 'OPERACAO INVALIDA (I/A/E/L)' TO WK-REJ-MOTIVO    00033200
           END-EVALUATE                                                 00033300
           .                                                            00033400
       VALIDA-UF.                                                       00033500
           IF CEPPRC01-UF (WK-SUB) NOT = SPACES                         00033600
              SEARCH ALL WK-UF-ENTRY                                    00033700
                 AT END                                                 00033800
                    MOVE 'S' TO WK-REJEITADO                            00033900
                    MOVE 'UF INVALIDA NA LISTA' TO WK-REJ-MOTIVO        00034000
                 WHEN WK-UF-SIGLA (WK-UF-IDX) = CEPPRC01-UF (WK-SUB)    00034100
                    CONTINUE                                            00034200
              END-SEARCH                                                00034300
           END-IF                                                       00034400
           .                                                            00034500
       MONTA-REGISTRO.                                                  00034600
           MOVE SPACES                  TO CEPPRM01-REC                 00034700
           MOVE CEPPRC01-OPERADOR       TO CEPPRM01-OPERADOR            00034800
           MOVE CEPPRC01-NOME           TO CEPPRM01-NOME                00034900
           MOVE CEPPRC01-UFS            TO CEPPRM01-UFS                 00035000
           MOVE CEPPRC01-OPERACOES      TO CEPPRM01-OPERACOES           00035100
           IF CEPPRC01-APROVA = 'S'                                     00035200
              MOVE 'S'                  TO CEPPRM01-APROVA              00035300
           ELSE                                                         00035400
              MOVE 'N'                  TO CEPPRM01-APROVA              00035500
           END-IF                                                       00035600
           MOVE WK-CURRENT-DATE (1:8)   TO CEPPRM01-DT-ATUALIZACAO      00035700
           MOVE CEPPRC01-AUTORIZADO-POR TO CEPPRM01-AUTORIZADO-POR      00035800
           .                                                            00035900
       INCLUI-OPERADOR.                                                 00036000
           PERFORM MONTA-REGISTRO                                       00036100
           WRITE CEPPRM01-REC INVALID KEY                               00036200
              CONTINUE                                                  00036300
           END-WRITE                                                    00036400
           EVALUATE WK-VSAM-FILE-STATUS                                 00036500
              WHEN '00'                                                 00036600
                 ADD 1 TO WK-CONT-INCLUIDOS                             00036700
              WHEN '22'                                                 00036800
                 MOVE 'S' TO WK-REJEITADO                               00036900
                 MOVE 'OPERADOR JA CADASTRADO' TO WK-REJ-MOTIVO         00037000
              WHEN OTHER                                                00037100
                 PERFORM ERRO-VSAM                                      00037200
           END-EVALUATE                                                 00037300
           .                                                            00037400
       ALTERA-OPERADOR.                                                 00037500
           MOVE CEPPRC01-OPERADOR TO CEPPRM01-OPERADOR                  00037600
           READ CEPPRM01 RECORD                                         00037700
           EVALUATE WK-VSAM-FILE-STATUS                                 00037800
              WHEN '00'                                                 00037900
                 PERFORM MONTA-REGISTRO                                 00038000
                 REWRITE CEPPRM01-REC                                   00038100
                 IF WK-VSAM-FILE-STATUS NOT = '00'                      00038200
                    PERFORM ERRO-VSAM                                   00038300
                 END-IF                                                 00038400
                 ADD 1 TO WK-CONT-ALTERADOS                             00038500
              WHEN '23'                                                 00038600
                 MOVE 'S' TO WK-REJEITADO                               00038700
                 MOVE 'OPERADOR NAO CADASTRADO' TO WK-REJ-MOTIVO        00038800
              WHEN OTHER                                                00038900
                 PERFORM ERRO-VSAM                                      00039000
           END-EVALUATE                                                 00039100
           .                                                            00039200
       EXCLUI-OPERADOR.                                                 00039300
           MOVE CEPPRC01-OPERADOR TO CEPPRM01-OPERADOR                  00039400
           DELETE CEPPRM01 RECORD INVALID KEY                           00039500
              CONTINUE                                                  00039600
           END-DELETE                                                   00039700
           EVALUATE WK-VSAM-FILE-STATUS                                 00039800
              WHEN '00'                                                 00039900
                 ADD 1 TO WK-CONT-EXCLUIDOS                             00040000
              WHEN '23'                                                 00040100
                 MOVE 'S' TO WK-REJEITADO                               00040200
                 MOVE 'OPERADOR NAO CADASTRADO' TO WK-REJ-MOTIVO        00040300
              WHEN OTHER                                                00040400
                 PERFORM ERRO-VSAM                                      00040500
           END-EVALUATE                                                 00040600
           .                                                            00040700
       GRAVA-REJEITADO.                                                 00040800
           ADD  1                  TO WK-CONT-REJEITADOS                00040900
           MOVE WK-REJ-MOTIVO      TO CEPPRR01-MOTIVO                   00041000
           MOVE CEPPRC01-REC       TO CEPPRR01-DADOS                    00041100
           WRITE CEPPRR01-REC                                           00041200
           .                                                            00041300
       ERRO-VSAM.                                                       00041400
           DISPLAY "-----ERRO VSAM -----"                               00041500
           DISPLAY WK-VSAM-FILE-STATUS                                  00041600
           PERFORM RELATORIO-FINAL                                      00041700
           PERFORM CLOSE-FILES                                          00041800
           MOVE 12 TO RETURN-CODE                                       00041900
           STOP RUN                                                     00042000
           .                                                            00042100
       RELATORIO-FINAL.                                                 00042200
           DISPLAY '---------------------------------------------'      00042300
           IF WK-RUN-MODE = 'C'                                         00042400
              DISPLAY ' CARGA COMPLETA DAS PERMISSOES (CEPPRM01)    '   00042500
           ELSE                                                         00042600
              DISPLAY ' MANUTENCAO DAS PERMISSOES (CEPPRM01)        '   00042700
           END-IF                                                       00042800
           DISPLAY 'CARTOES LIDOS ................................'     00042900
           DISPLAY WK-CONT-LIDOS                                        00043000
           DISPLAY 'COMENTARIOS ..................................'     00043100
           DISPLAY WK-CONT-COMENTARIOS                                  00043200
           DISPLAY 'OPERADORES INCLUIDOS .........................'     00043300
           DISPLAY WK-CONT-INCLUIDOS                                    00043400
           DISPLAY 'OPERADORES ALTERADOS .........................'     00043500
           DISPLAY WK-CONT-ALTERADOS                                    00043600
           DISPLAY 'OPERADORES EXCLUIDOS (ACESSO REVOGADO) .......'     00043700
           DISPLAY WK-CONT-EXCLUIDOS                                    00043800
           DISPLAY 'CARTOES REJEITADOS (CEPPRR01) ................'     00043900
           DISPLAY WK-CONT-REJEITADOS                                   00044000
           DISPLAY '---------------------------------------------'      00044100
           .                                                            00044200
       CLOSE-FILES.                                                     00044300
           CLOSE CEPPRM01                                               00044400
           CLOSE CEPPRC01                                               00044500
           CLOSE CEPPRR01                                               00044600
           .                                                            00044700
