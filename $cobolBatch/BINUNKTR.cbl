       IDENTIFICATION DIVISION.
       PROGRAM-ID. BINUNKTR.
      *--------------------------------------------------------------
      * Sistema .............. BIN / CARTOES
      * Programa.............. BINUNKTR
      * Tipo    .............. BATCH
      * Finalidade ........... Acompanhamento PERSISTENTE dos BINs
      *                        desconhecidos: o BINLIQEX do BINENRIC
      *                        de cada dia e acumulado, por prefixo,
      *                        no cadastro BINUNK01 (primeira e ultima
      *                        data em que apareceu, dias vistos,
      *                        quantidade e valor das transacoes),
      *                        para a fraude separar um erro de
      *                        digitacao isolado de um emissor novo
      *                        transacionando ha semanas sem cadastro.
      *                        - prefixo que passa dos limites de
      *                          VOLUME (transacoes ou valor
      *                          acumulados) ou de PERSISTENCIA (dias
      *                          vistos) do PARM fica em alerta;
      *                        - prefixo que o BINV0001 passou a
      *                          cobrir e FECHADO automaticamente, com
      *                          a faixa e a bandeira que o cobriram;
      *                          se voltar ao BINLIQEX (faixa
      *                          retirada), e reaberto com o historico.
      *                        Relatorio BINUNR01 por ordem de risco
      *                        (alerta de volume e de persistencia,
      *                        depois so um, depois nenhum; dentro de
      *                        cada nivel pelo valor acumulado), mais
      *                        os fechados no dia - para a fraude e
      *                        para a manutencao de BIN (BINM).
      *                        So entram os registros de BINLIQEX com
      *                        motivo 'PREFIXO SEM BIN CADASTRADO';
      *                        prefixo invalido e contado e ignorado.
      * DSnames .............. B090290.BINLIQEX (EXCECOES DO DIA)
      *                        B090290.BINVSA01 (DD BINV0001)
      *                        B090290.BINUNK01 (KSDS DO ACOMPANHA-
      *                        MENTO, LAYOUT ABAIXO)
      *                        B090290.BINUNR01 (RELATORIO, 132)
      * Valor da transacao ... POS 027-041 DE BINLIQ01: 15 DIGITOS COM
      *                        2 DECIMAIS IMPLICITOS (CENTAVOS). VALOR
      *                        NAO NUMERICO NAO SOMA E E CONTADO A
      *                        PARTE NO PREFIXO.
      * Layout BINUNK01 (150 BYTES, CHAVE = POS 001-008) ...........
      *   POS 001-008 = PREFIXO (COMPLETADO COM ZEROS, COMO BINQLOOK)
      *   POS 009     = SITUACAO: 'A' ABERTO / 'F' FECHADO
      *   POS 010-017 = PRIMEIRA DATA VISTO (AAAAMMDD)
      *   POS 018-025 = ULTIMA DATA VISTO (AAAAMMDD)
      *   POS 026-030 = DIAS VISTOS
      *   POS 031-041 = TRANSACOES ACUMULADAS
      *   POS 042-058 = VALOR ACUMULADO (9(15)V99)
      *   POS 059-067 = TRANSACOES NA ULTIMA DATA VISTO
      *   POS 068-082 = VALOR NA ULTIMA DATA VISTO (9(13)V99)
      *   POS 083     = 'S' ALERTA DE VOLUME
      *   POS 084     = 'S' ALERTA DE PERSISTENCIA
      *   POS 085-092 = DATA DO PRIMEIRO ALERTA
      *   POS 093-100 = DATA DO FECHAMENTO
      *   POS 101-108 = BIN INICIAL DA FAIXA QUE COBRIU O PREFIXO
      *   POS 109-118 = BANDEIRA DA FAIXA QUE COBRIU O PREFIXO
      *   POS 119-126 = TRANSACOES COM VALOR ILEGIVEL
      *   POS 127-150 = FILLER
      *   REGISTRO DE CONTROLE: CHAVE HIGH-VALUES, POS 018-025 =
      *   ULTIMA DATA DE PROCESSAMENTO ACUMULADA.
      * PARM ................. POS 01-08 = DATA DE PROCESSAMENTO
      *                                    (AAAAMMDD); DEFAULT = DATA
      *                                    CORRENTE
      *                        POS 09-15 = LIMITE DE TRANSACOES
      *                                    ACUMULADAS; DEFAULT 0000050
      *                        POS 16-26 = LIMITE DE VALOR ACUMULADO
      *                                    EM REAIS (SEM CENTAVOS);
      *                                    DEFAULT 00000005000
      *                        POS 27-29 = LIMITE DE DIAS VISTOS;
      *                                    DEFAULT 003
      * RETURN-CODE .......... 0 = OK
      *                        4 = PREFIXO ENTROU EM ALERTA HOJE
      *                        8 = PARM INVALIDO, DATA JA ACUMULADA
      *                            (REPROCESSO DUPLICARIA OS TOTAIS)
      *                            OU TABELA DE FAIXAS EXCEDIDA - NADA
      *                            E ACUMULADO
      *                        12 = ERRO VSAM
      * Premissa ............. RODAR DEPOIS DO BINENRIC DO DIA, COM O
      *                        MESMO BINV0001. UMA EXECUCAO POR DATA
      *                        DE PROCESSAMENTO, EM ORDEM CRESCENTE.
      *--------------------------------------------------------------

       ENVIRONMENT DIVISION.
      *--------------------------------------------
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
              SELECT BINV0001 ASSIGN TO 'BINV0001'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS BINV0001-BIN-INI
              FILE STATUS WK-VSAM-FILE-STATUS.

              SELECT BINUNK01 ASSIGN TO 'BINUNK01'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-BINUNK01-PREFIXO
              FILE STATUS WK-UNK-FILE-STATUS.
      *       ACOMPANHAMENTO DOS BINS DESCONHECIDOS

              SELECT BINLIQEX ASSIGN TO 'BINLIQEX'
              ORGANIZATION SEQUENTIAL.
      *       EXCECOES DO BINENRIC DO DIA

              SELECT BINUNR01 ASSIGN TO 'BINUNR01'
              ORGANIZATION SEQUENTIAL.
      *       RELATORIO POR ORDEM DE RISCO

              SELECT BINUNKS  ASSIGN TO 'SORTWK01'.
      *       EXCECOES DO DIA CLASSIFICADAS POR PREFIXO

              SELECT BINRISC  ASSIGN TO 'SORTWK02'.
      *       PREFIXOS CLASSIFICADOS POR RISCO

       DATA DIVISION.
         FILE SECTION.

         FD BINV0001.
         01 BINV0001-REC.
            05 BINV0001-BIN-INI                    PIC 9(008).
            05 BINV0001-BIN-FIM                    PIC 9(008).
            05 BINV0001-BANDEIRA                   PIC X(010).
            05 BINV0001-EMISSOR                    PIC X(035).

         FD BINUNK01.
         01 FD-BINUNK01.
            05 FD-BINUNK01-PREFIXO                 PIC X(008).
            05 FD-BINUNK01-SITUACAO                PIC X(001).
            05 FD-BINUNK01-DT-PRIMEIRA             PIC 9(008).
            05 FD-BINUNK01-DT-ULTIMA               PIC 9(008).
            05 FD-BINUNK01-DIAS-VISTOS             PIC 9(005).
            05 FD-BINUNK01-QTDE-TOTAL              PIC 9(011).
            05 FD-BINUNK01-VALOR-TOTAL             PIC 9(015)V99.
            05 FD-BINUNK01-QTDE-DIA                PIC 9(009).
            05 FD-BINUNK01-VALOR-DIA               PIC 9(013)V99.
            05 FD-BINUNK01-ALERTA-VOLUME           PIC X(001).
            05 FD-BINUNK01-ALERTA-PERSIST          PIC X(001).
            05 FD-BINUNK01-DT-ALERTA               PIC 9(008).
            05 FD-BINUNK01-DT-FECHAMENTO           PIC 9(008).
            05 FD-BINUNK01-FAIXA-INI               PIC 9(008).
            05 FD-BINUNK01-FAIXA-BANDEIRA          PIC X(010).
            05 FD-BINUNK01-QTDE-ILEGIVEL           PIC 9(008).
            05 FILLER                              PIC X(024).

         FD BINLIQEX
              RECORDING MODE IS F
              RECORD CONTAINS 110 CHARACTERS.

         01 FD-BINLIQEX.
            05 FD-BINLIQEX-DADOS.
               10 FD-BINLIQEX-ID                   PIC X(010).
               10 FD-BINLIQEX-PREFIXO              PIC X(008).
               10 FD-BINLIQEX-DATA                 PIC X(008).
               10 FD-BINLIQEX-VALOR                PIC X(015).
               10 FILLER                           PIC X(039).
            05 FD-BINLIQEX-MOTIVO                  PIC X(030).

         FD BINUNR01
              RECORDING MODE IS F
              RECORD CONTAINS 132 CHARACTERS.

         01 BINUNR01-REC                           PIC X(132).

         SD BINUNKS.
         01 BINUNKS-REC.
            05 BINUNKS-PREFIXO                     PIC X(008).
            05 BINUNKS-VALOR                       PIC 9(013)V99.
            05 BINUNKS-VALOR-OK                    PIC X(001).

         SD BINRISC.
         01 BINRISC-REC.
            05 BINRISC-GRUPO                       PIC 9(001).
      *        1 = ABERTO  2 = FECHADO NO DIA
            05 BINRISC-PRIORIDADE                  PIC 9(001).
      *        2 = VOLUME E PERSISTENCIA / 1 = UM DOS DOIS / 0 = NENHUM
            05 BINRISC-NOVO                        PIC X(001).
            05 BINRISC-DADOS                       PIC X(150).
            05 BINRISC-DADOS-R REDEFINES BINRISC-DADOS.
               10 FILLER                           PIC X(025).
               10 BINRISC-DIAS                     PIC 9(005).
               10 BINRISC-QTDE                     PIC 9(011).
               10 BINRISC-VALOR                    PIC 9(015)V99.
               10 FILLER                           PIC X(092).

         WORKING-STORAGE SECTION.
         01 WK-VSAM-FILE-STATUS          PIC X(002) VALUE SPACES.
         01 WK-UNK-FILE-STATUS           PIC X(002) VALUE SPACES.
         01 WS-EOF-BIN                   PIC X(001) VALUE 'N'.
         01 WS-EOF-EXC                   PIC X(001) VALUE 'N'.
         01 WS-EOF-UNK                   PIC X(001) VALUE 'N'.
         01 WK-EOF-SORT                  PIC X(001) VALUE 'N'.
         01 WK-ERRO-VSAM                 PIC X(001) VALUE 'N'.
         01 WK-CURRENT-DATE              PIC X(021) VALUE SPACES.
         01 WK-DATA-PROC                 PIC 9(008) VALUE ZEROS.
         01 WK-LIMITE-QTDE               PIC 9(007) VALUE 50.
         01 WK-LIMITE-VALOR              PIC 9(011) VALUE 5000.
         01 WK-LIMITE-DIAS               PIC 9(003) VALUE 3.
         01 WK-PREFIXO                   PIC X(008) VALUE SPACES.
         01 WK-PREFIXO-NUM               PIC 9(008) VALUE ZEROS.
         01 WK-IDX                       PIC S9(004) COMP VALUE 0.
         01 WK-VALOR-X                   PIC X(015) VALUE ZEROS.
         01 WK-VALOR-N REDEFINES WK-VALOR-X
                                         PIC 9(013)V99.
         01 WK-ACHOU                     PIC X(001) VALUE 'N'.
         01 WK-ALERTA-ANTES              PIC X(001) VALUE 'N'.
         01 WK-ALERTA-AGORA              PIC X(001) VALUE 'N'.
         01 WK-GRUPO-ANT                 PIC 9(001) VALUE ZEROS.

      *  ACUMULADOR DO PREFIXO NA QUEBRA DO SORT
         01 WK-PREFIXO-ANT               PIC X(008) VALUE LOW-VALUES.
         01 WK-ACM-QTDE                  PIC 9(009) VALUE ZEROS.
         01 WK-ACM-VALOR                 PIC 9(013)V99 VALUE ZEROS.
         01 WK-ACM-ILEGIVEL              PIC 9(008) VALUE ZEROS.

      *  TABELA DAS FAIXAS DO CLUSTER, EM SEQUENCIA DE BIN INICIAL
      *  (MESMA CARGA E PESQUISA BINARIA DE BINENRIC)
         01 WK-TAB-FAIXAS.
            05 WK-FAIXA-QTDE             PIC 9(004) VALUE ZEROS.
            05 WK-FAIXA-ENTRY OCCURS 5000 TIMES.
               10 WK-FX-INI              PIC 9(008).
               10 WK-FX-FIM              PIC 9(008).
               10 WK-FX-BANDEIRA         PIC X(010).
         01 WK-BUSCA-LO                  PIC 9(004) VALUE ZEROS.
         01 WK-BUSCA-HI                  PIC 9(004) VALUE ZEROS.
         01 WK-BUSCA-MID                 PIC 9(004) VALUE ZEROS.
         01 WK-BUSCA-CAND                PIC 9(004) VALUE ZEROS.

         01 WK-REG-UNK.
            05 WK-UNK-PREFIXO            PIC X(008).
            05 WK-UNK-SITUACAO           PIC X(001).
            05 WK-UNK-DT-PRIMEIRA        PIC 9(008).
            05 WK-UNK-DT-ULTIMA          PIC 9(008).
            05 WK-UNK-DIAS-VISTOS        PIC 9(005).
            05 WK-UNK-QTDE-TOTAL         PIC 9(011).
            05 WK-UNK-VALOR-TOTAL        PIC 9(015)V99.
            05 WK-UNK-QTDE-DIA           PIC 9(009).
            05 WK-UNK-VALOR-DIA          PIC 9(013)V99.
            05 WK-UNK-ALERTA-VOLUME      PIC X(001).
            05 WK-UNK-ALERTA-PERSIST     PIC X(001).
            05 WK-UNK-DT-ALERTA          PIC 9(008).
            05 WK-UNK-DT-FECHAMENTO      PIC 9(008).
            05 WK-UNK-FAIXA-INI          PIC 9(008).
            05 WK-UNK-FAIXA-BANDEIRA     PIC X(010).
            05 WK-UNK-QTDE-ILEGIVEL      PIC 9(008).
            05 FILLER                    PIC X(024).

         01 WK-CAB1.
            05 FILLER                    PIC X(050) VALUE
               'BINUNKTR - BINS DESCONHECIDOS POR ORDEM DE RISCO'.
            05 FILLER                    PIC X(008) VALUE ' DATA: '.
            05 WK-CAB1-DATA              PIC 9(008).
            05 FILLER                    PIC X(020) VALUE
               '  LIMITES - TRANS.: '.
            05 WK-CAB1-QTDE              PIC Z(006)9.
            05 FILLER                    PIC X(010) VALUE
               '  VALOR: '.
            05 WK-CAB1-VALOR             PIC Z(010)9.
            05 FILLER                    PIC X(009) VALUE
               '  DIAS: '.
            05 WK-CAB1-DIAS              PIC ZZ9.
            05 FILLER                    PIC X(006) VALUE SPACES.
         01 WK-CAB2.
            05 FILLER                    PIC X(050) VALUE
               'RISCO NOVO PREFIXO   1A VISTA ULT.VISTA DIAS  TRAN'.
            05 FILLER                    PIC X(050) VALUE
               'SACOES      VALOR ACUMULADO TRANS.DIA ALERTA COBER'.
            05 FILLER                    PIC X(032) VALUE 'TURA'.
         01 WK-CAB3.
            05 FILLER                    PIC X(050) VALUE
               'FECHADOS HOJE - PREFIXO PASSOU A SER COBERTO PELO '.
            05 FILLER                    PIC X(050) VALUE
               'BINV0001 (FAIXA / BANDEIRA)'.
            05 FILLER                    PIC X(032) VALUE SPACES.
         01 WK-DET.
            05 WK-DET-RISCO              PIC X(005).
            05 FILLER                    PIC X(001) VALUE SPACE.
            05 WK-DET-NOVO               PIC X(004).
            05 FILLER                    PIC X(001) VALUE SPACE.
            05 WK-DET-PREFIXO            PIC X(008).
            05 FILLER                    PIC X(002) VALUE SPACES.
            05 WK-DET-DT-PRIMEIRA        PIC 9(008).
            05 FILLER                    PIC X(001) VALUE SPACE.
            05 WK-DET-DT-ULTIMA          PIC 9(008).
            05 FILLER                    PIC X(001) VALUE SPACE.
            05 WK-DET-DIAS               PIC ZZZZ9.
            05 FILLER                    PIC X(001) VALUE SPACE.
            05 WK-DET-QTDE               PIC Z(010)9.
            05 FILLER                    PIC X(001) VALUE SPACE.
            05 WK-DET-VALOR              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
            05 FILLER                    PIC X(001) VALUE SPACE.
            05 WK-DET-QTDE-DIA           PIC Z(008)9.
            05 FILLER                    PIC X(001) VALUE SPACE.
            05 WK-DET-ALERTA             PIC X(006).
            05 FILLER                    PIC X(001) VALUE SPACE.
            05 WK-DET-COBERTURA          PIC X(019).
            05 FILLER                    PIC X(018) VALUE SPACES.

         01 WK-CONT-EXC-LIDOS            PIC 9(010) VALUE ZEROS.
         01 WK-CONT-EXC-IGNORADOS        PIC 9(010) VALUE ZEROS.
         01 WK-CONT-EXC-SEM-FAIXA        PIC 9(010) VALUE ZEROS.
         01 WK-CONT-VALOR-ILEGIVEL       PIC 9(010) VALUE ZEROS.
         01 WK-CONT-PREFIXOS-DIA         PIC 9(010) VALUE ZEROS.
         01 WK-CONT-NOVOS                PIC 9(010) VALUE ZEROS.
         01 WK-CONT-REABERTOS            PIC 9(010) VALUE ZEROS.
         01 WK-CONT-ABERTOS              PIC 9(010) VALUE ZEROS.
         01 WK-CONT-FECHADOS             PIC 9(010) VALUE ZEROS.
         01 WK-CONT-EM-ALERTA            PIC 9(010) VALUE ZEROS.
         01 WK-CONT-ALERTAS-NOVOS        PIC 9(010) VALUE ZEROS.

         LINKAGE SECTION.
         01 LK-PARM-LENGTH               PIC S9(004) COMP.
         01 LK-PARM-DATA.
            05 LK-DATA-PROC              PIC X(008).
            05 LK-LIMITE-QTDE            PIC X(007).
            05 LK-LIMITE-VALOR           PIC X(011).
            05 LK-LIMITE-DIAS            PIC X(003).

       PROCEDURE DIVISION USING LK-PARM-LENGTH LK-PARM-DATA.
      *
       MAIN-PARA.
           PERFORM TRATA-PARM
           OPEN INPUT  BINV0001
           IF WK-VSAM-FILE-STATUS NOT = '00'
              DISPLAY "-----ERRO VSAM NO OPEN DE BINV0001 -----"
              DISPLAY WK-VSAM-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN I-O    BINUNK01
           IF WK-UNK-FILE-STATUS NOT = '00'
              DISPLAY "-----ERRO VSAM NO OPEN DE BINUNK01 -----"
              DISPLAY WK-UNK-FILE-STATUS
              CLOSE BINV0001
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM CONFERE-CONTROLE
           PERFORM CARREGA-FAIXAS
           OPEN INPUT  BINLIQEX
           OPEN OUTPUT BINUNR01
           SORT BINUNKS ON ASCENDING KEY BINUNKS-PREFIXO
              INPUT PROCEDURE IS SELECIONA-EXCECOES
              OUTPUT PROCEDURE IS ACUMULA-PREFIXOS
           IF WK-ERRO-VSAM = 'N'
              SORT BINRISC ON ASCENDING  KEY BINRISC-GRUPO
                              DESCENDING KEY BINRISC-PRIORIDADE
                                             BINRISC-VALOR
                                             BINRISC-DIAS
                                             BINRISC-QTDE
                 INPUT PROCEDURE IS AVALIA-PREFIXOS
                 OUTPUT PROCEDURE IS IMPRIME-RELATORIO
           END-IF
           IF WK-ERRO-VSAM = 'N'
              PERFORM GRAVA-CONTROLE
           END-IF
           PERFORM RELATORIO-RESUMO
           CLOSE BINV0001
           CLOSE BINUNK01
           CLOSE BINLIQEX
           CLOSE BINUNR01
           EVALUATE TRUE
              WHEN WK-ERRO-VSAM = 'S'
                 MOVE 12 TO RETURN-CODE
              WHEN WK-CONT-ALERTAS-NOVOS > 0
                 MOVE 4 TO RETURN-CODE
           END-EVALUATE
           STOP RUN
           .
       TRATA-PARM.
           MOVE FUNCTION CURRENT-DATE TO WK-CURRENT-DATE
           MOVE WK-CURRENT-DATE (1:8) TO WK-DATA-PROC
           IF LK-PARM-LENGTH >= 8 AND LK-DATA-PROC NOT = SPACES
              IF LK-DATA-PROC IS NOT NUMERIC
                 DISPLAY 'PARM INVALIDO - DATA DE PROCESSAMENTO: '
                    LK-DATA-PROC
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE LK-DATA-PROC TO WK-DATA-PROC
           END-IF
           IF LK-PARM-LENGTH >= 15 AND LK-LIMITE-QTDE NOT = SPACES
              IF LK-LIMITE-QTDE IS NOT NUMERIC
                 DISPLAY 'PARM INVALIDO - LIMITE DE TRANSACOES: '
                    LK-LIMITE-QTDE
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE LK-LIMITE-QTDE TO WK-LIMITE-QTDE
           END-IF
           IF LK-PARM-LENGTH >= 26 AND LK-LIMITE-VALOR NOT = SPACES
              IF LK-LIMITE-VALOR IS NOT NUMERIC
                 DISPLAY 'PARM INVALIDO - LIMITE DE VALOR: '
                    LK-LIMITE-VALOR
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE LK-LIMITE-VALOR TO WK-LIMITE-VALOR
           END-IF
           IF LK-PARM-LENGTH >= 29 AND LK-LIMITE-DIAS NOT = SPACES
              IF LK-LIMITE-DIAS IS NOT NUMERIC
                 DISPLAY 'PARM INVALIDO - LIMITE DE DIAS: '
                    LK-LIMITE-DIAS
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE LK-LIMITE-DIAS TO WK-LIMITE-DIAS
           END-IF
           .
       CONFERE-CONTROLE.
      *    O MESMO DIA ACUMULADO DUAS VEZES DOBRARIA OS TOTAIS: DATA
      *    NAO POSTERIOR A ULTIMA ACUMULADA E RECUSADA
           MOVE HIGH-VALUES TO FD-BINUNK01-PREFIXO
           READ BINUNK01 RECORD KEY IS FD-BINUNK01-PREFIXO
              INVALID KEY CONTINUE
           END-READ
           EVALUATE WK-UNK-FILE-STATUS
              WHEN '00'
                 IF WK-DATA-PROC NOT > FD-BINUNK01-DT-ULTIMA
                    DISPLAY 'DATA DE PROCESSAMENTO ' WK-DATA-PROC
                       ' JA ACUMULADA - ULTIMA: '
                       FD-BINUNK01-DT-ULTIMA
                    CLOSE BINV0001
                    CLOSE BINUNK01
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                 END-IF
              WHEN '23'
                 CONTINUE
              WHEN OTHER
                 DISPLAY "-----ERRO VSAM NA LEITURA DE BINUNK01 -----"
                 DISPLAY WK-UNK-FILE-STATUS
                 CLOSE BINV0001
                 CLOSE BINUNK01
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE
           .
       CARREGA-FAIXAS.
           PERFORM LE-FAIXA UNTIL WS-EOF-BIN = 'Y'
           DISPLAY 'FAIXAS DE BIN CARREGADAS: ' WK-FAIXA-QTDE
           .
       LE-FAIXA.
           READ BINV0001 NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-EOF-BIN
              NOT AT END
                 IF WK-FAIXA-QTDE >= 5000
                    DISPLAY 'TABELA DE FAIXAS EXCEDIDA (5000)'
                    CLOSE BINV0001
                    CLOSE BINUNK01
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD  1                 TO WK-FAIXA-QTDE
                 MOVE BINV0001-BIN-INI  TO WK-FX-INI (WK-FAIXA-QTDE)
                 MOVE BINV0001-BIN-FIM  TO WK-FX-FIM (WK-FAIXA-QTDE)
                 MOVE BINV0001-BANDEIRA
                    TO WK-FX-BANDEIRA (WK-FAIXA-QTDE)
           END-READ
           .
      *
      *    ENTRADA DO PRIMEIRO SORT: PREFIXOS SEM FAIXA DO DIA
      *
       SELECIONA-EXCECOES.
           PERFORM LE-EXCECAO UNTIL WS-EOF-EXC = 'Y'
           .
       LE-EXCECAO.
           READ BINLIQEX
              AT END
                 MOVE 'Y' TO WS-EOF-EXC
              NOT AT END
                 ADD 1 TO WK-CONT-EXC-LIDOS
                 IF FD-BINLIQEX-MOTIVO = 'PREFIXO SEM BIN CADASTRADO'
                    PERFORM LIBERA-EXCECAO
                 ELSE
                    ADD 1 TO WK-CONT-EXC-IGNORADOS
                 END-IF
           END-READ
           .
       LIBERA-EXCECAO.
           ADD 1 TO WK-CONT-EXC-SEM-FAIXA
      *    COMPLETA COM ZEROS A DIREITA, COMO BINENRIC FEZ NA BUSCA
           MOVE FD-BINLIQEX-PREFIXO TO WK-PREFIXO
           INSPECT WK-PREFIXO REPLACING ALL SPACE BY '0'
           MOVE WK-PREFIXO          TO BINUNKS-PREFIXO
           MOVE FD-BINLIQEX-VALOR   TO WK-VALOR-X
           IF WK-VALOR-X IS NUMERIC
              MOVE WK-VALOR-N TO BINUNKS-VALOR
              MOVE 'S'        TO BINUNKS-VALOR-OK
           ELSE
              ADD  1          TO WK-CONT-VALOR-ILEGIVEL
              MOVE ZEROS      TO BINUNKS-VALOR
              MOVE 'N'        TO BINUNKS-VALOR-OK
           END-IF
           RELEASE BINUNKS-REC
           .
      *
      *    SAIDA DO PRIMEIRO SORT: UMA ATUALIZACAO POR PREFIXO
      *
       ACUMULA-PREFIXOS.
           MOVE 'N' TO WK-EOF-SORT
           PERFORM RETORNA-EXCECAO UNTIL WK-EOF-SORT = 'Y'
           IF WK-PREFIXO-ANT NOT = LOW-VALUES
              PERFORM ATUALIZA-PREFIXO
           END-IF
           .
       RETORNA-EXCECAO.
           RETURN BINUNKS RECORD
              AT END
                 MOVE 'Y' TO WK-EOF-SORT
              NOT AT END
                 IF BINUNKS-PREFIXO NOT = WK-PREFIXO-ANT
                    IF WK-PREFIXO-ANT NOT = LOW-VALUES
                       PERFORM ATUALIZA-PREFIXO
                    END-IF
                    MOVE BINUNKS-PREFIXO TO WK-PREFIXO-ANT
                    MOVE ZEROS           TO WK-ACM-QTDE
                    MOVE ZEROS           TO WK-ACM-VALOR
                    MOVE ZEROS           TO WK-ACM-ILEGIVEL
                 END-IF
                 ADD 1 TO WK-ACM-QTDE
                 IF BINUNKS-VALOR-OK = 'S'
                    ADD BINUNKS-VALOR TO WK-ACM-VALOR
                 ELSE
                    ADD 1 TO WK-ACM-ILEGIVEL
                 END-IF
           END-RETURN
           .
       ATUALIZA-PREFIXO.
           ADD 1 TO WK-CONT-PREFIXOS-DIA
           MOVE WK-PREFIXO-ANT TO FD-BINUNK01-PREFIXO
           READ BINUNK01 RECORD KEY IS FD-BINUNK01-PREFIXO
              INVALID KEY CONTINUE
           END-READ
           EVALUATE WK-UNK-FILE-STATUS
              WHEN '00'
                 MOVE FD-BINUNK01 TO WK-REG-UNK
                 IF WK-UNK-SITUACAO = 'F'
      *             FAIXA RETIRADA DO CADASTRO: REABRE COM O HISTORICO
                    ADD  1      TO WK-CONT-REABERTOS
                    MOVE 'A'    TO WK-UNK-SITUACAO
                    MOVE ZEROS  TO WK-UNK-DT-FECHAMENTO
                    MOVE ZEROS  TO WK-UNK-FAIXA-INI
                    MOVE SPACES TO WK-UNK-FAIXA-BANDEIRA
                 END-IF
                 IF WK-UNK-DT-ULTIMA < WK-DATA-PROC
                    ADD 1 TO WK-UNK-DIAS-VISTOS
                 END-IF
                 PERFORM SOMA-DIA
                 MOVE WK-REG-UNK TO FD-BINUNK01
                 REWRITE FD-BINUNK01
                    INVALID KEY CONTINUE
                 END-REWRITE
              WHEN '23'
                 ADD  1              TO WK-CONT-NOVOS
                 MOVE SPACES         TO WK-REG-UNK
                 MOVE WK-PREFIXO-ANT TO WK-UNK-PREFIXO
                 MOVE 'A'            TO WK-UNK-SITUACAO
                 MOVE WK-DATA-PROC   TO WK-UNK-DT-PRIMEIRA
                 MOVE 1              TO WK-UNK-DIAS-VISTOS
                 MOVE ZEROS          TO WK-UNK-QTDE-TOTAL
                 MOVE ZEROS          TO WK-UNK-VALOR-TOTAL
                 MOVE 'N'            TO WK-UNK-ALERTA-VOLUME
                 MOVE 'N'            TO WK-UNK-ALERTA-PERSIST
                 MOVE ZEROS          TO WK-UNK-DT-ALERTA
                 MOVE ZEROS          TO WK-UNK-DT-FECHAMENTO
                 MOVE ZEROS          TO WK-UNK-FAIXA-INI
                 MOVE ZEROS          TO WK-UNK-QTDE-ILEGIVEL
                 PERFORM SOMA-DIA
                 MOVE WK-REG-UNK TO FD-BINUNK01
                 WRITE FD-BINUNK01
                    INVALID KEY CONTINUE
                 END-WRITE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF WK-UNK-FILE-STATUS NOT = '00'
              DISPLAY "-----ERRO VSAM NA ATUALIZACAO DE BINUNK01 -----"
              DISPLAY WK-UNK-FILE-STATUS ' PREFIXO ' WK-PREFIXO-ANT
              MOVE 'S' TO WK-ERRO-VSAM
           END-IF
           .
       SOMA-DIA.
           MOVE WK-DATA-PROC    TO WK-UNK-DT-ULTIMA
           MOVE WK-ACM-QTDE     TO WK-UNK-QTDE-DIA
           MOVE WK-ACM-VALOR    TO WK-UNK-VALOR-DIA
           ADD  WK-ACM-QTDE     TO WK-UNK-QTDE-TOTAL
           ADD  WK-ACM-VALOR    TO WK-UNK-VALOR-TOTAL
           ADD  WK-ACM-ILEGIVEL TO WK-UNK-QTDE-ILEGIVEL
           .
      *
      *    ENTRADA DO SEGUNDO SORT: VARREDURA DO ACOMPANHAMENTO -
      *    FECHA O QUE O BINV0001 JA COBRE E AVALIA OS ALERTAS
      *
       AVALIA-PREFIXOS.
           MOVE LOW-VALUES TO FD-BINUNK01-PREFIXO
           START BINUNK01 KEY IS NOT < FD-BINUNK01-PREFIXO
              INVALID KEY MOVE 'Y' TO WS-EOF-UNK
           END-START
           PERFORM LE-ACOMPANHAMENTO UNTIL WS-EOF-UNK = 'Y'
           .
       LE-ACOMPANHAMENTO.
           READ BINUNK01 NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-EOF-UNK
              NOT AT END
                 IF FD-BINUNK01-PREFIXO NOT = HIGH-VALUES AND
                    FD-BINUNK01-SITUACAO = 'A'
                    MOVE FD-BINUNK01 TO WK-REG-UNK
                    PERFORM AVALIA-PREFIXO
                 END-IF
           END-READ
           IF WK-UNK-FILE-STATUS NOT = '00' AND
              WK-UNK-FILE-STATUS NOT = '10'
              DISPLAY "-----ERRO VSAM NA VARREDURA DE BINUNK01 -----"
              DISPLAY WK-UNK-FILE-STATUS
              MOVE 'S' TO WK-ERRO-VSAM
              MOVE 'Y' TO WS-EOF-UNK
           END-IF
           .
       AVALIA-PREFIXO.
           MOVE WK-UNK-PREFIXO TO WK-PREFIXO-NUM
           PERFORM PROCURA-FAIXA
           MOVE SPACES         TO BINRISC-REC
           MOVE 'N'            TO BINRISC-NOVO
           IF WK-ACHOU = 'S'
              ADD  1            TO WK-CONT-FECHADOS
              MOVE 'F'          TO WK-UNK-SITUACAO
              MOVE WK-DATA-PROC TO WK-UNK-DT-FECHAMENTO
              MOVE WK-FX-INI (WK-BUSCA-CAND)  TO WK-UNK-FAIXA-INI
              MOVE WK-FX-BANDEIRA (WK-BUSCA-CAND)
                 TO WK-UNK-FAIXA-BANDEIRA
              MOVE 2            TO BINRISC-GRUPO
              MOVE 0            TO BINRISC-PRIORIDADE
           ELSE
              ADD  1            TO WK-CONT-ABERTOS
              PERFORM AVALIA-ALERTAS
              MOVE 1            TO BINRISC-GRUPO
              MOVE 0            TO BINRISC-PRIORIDADE
              IF WK-UNK-ALERTA-VOLUME = 'S'
                 ADD 1 TO BINRISC-PRIORIDADE
              END-IF
              IF WK-UNK-ALERTA-PERSIST = 'S'
                 ADD 1 TO BINRISC-PRIORIDADE
              END-IF
              IF WK-ALERTA-AGORA = 'S' AND WK-ALERTA-ANTES = 'N'
                 MOVE 'S' TO BINRISC-NOVO
              END-IF
           END-IF
           MOVE WK-REG-UNK TO FD-BINUNK01
           REWRITE FD-BINUNK01
              INVALID KEY CONTINUE
           END-REWRITE
           IF WK-UNK-FILE-STATUS NOT = '00'
              DISPLAY "-----ERRO VSAM NA REGRAVACAO DE BINUNK01 -----"
              DISPLAY WK-UNK-FILE-STATUS ' PREFIXO ' WK-UNK-PREFIXO
              MOVE 'S' TO WK-ERRO-VSAM
           END-IF
           MOVE WK-REG-UNK TO BINRISC-DADOS
           RELEASE BINRISC-REC
           .
       AVALIA-ALERTAS.
      *    OS LIMITES SAO REAVALIADOS TODO DIA (MUDANCA DE PARM VALE
      *    PARA TODO O CADASTRO); A DATA DO PRIMEIRO ALERTA FICA
           MOVE 'N' TO WK-ALERTA-ANTES
           IF WK-UNK-ALERTA-VOLUME = 'S' OR WK-UNK-ALERTA-PERSIST = 'S'
              MOVE 'S' TO WK-ALERTA-ANTES
           END-IF
           MOVE 'N' TO WK-UNK-ALERTA-VOLUME
           MOVE 'N' TO WK-UNK-ALERTA-PERSIST
           IF WK-UNK-QTDE-TOTAL NOT < WK-LIMITE-QTDE OR
              WK-UNK-VALOR-TOTAL NOT < WK-LIMITE-VALOR
              MOVE 'S' TO WK-UNK-ALERTA-VOLUME
           END-IF
           IF WK-UNK-DIAS-VISTOS NOT < WK-LIMITE-DIAS
              MOVE 'S' TO WK-UNK-ALERTA-PERSIST
           END-IF
           MOVE 'N' TO WK-ALERTA-AGORA
           IF WK-UNK-ALERTA-VOLUME = 'S' OR WK-UNK-ALERTA-PERSIST = 'S'
              MOVE 'S' TO WK-ALERTA-AGORA
              ADD  1   TO WK-CONT-EM-ALERTA
              IF WK-UNK-DT-ALERTA = ZEROS
                 MOVE WK-DATA-PROC TO WK-UNK-DT-ALERTA
              END-IF
              IF WK-ALERTA-ANTES = 'N'
                 ADD 1 TO WK-CONT-ALERTAS-NOVOS
              END-IF
           END-IF
           .
       PROCURA-FAIXA.
      *    MAIOR BIN INICIAL <= PREFIXO (PESQUISA BINARIA, COMO
      *    BINENRIC); A FAIXA CANDIDATA SO VALE SE CONTEM O PREFIXO
           MOVE 'N' TO WK-ACHOU
           MOVE 1   TO WK-BUSCA-LO
           MOVE WK-FAIXA-QTDE TO WK-BUSCA-HI
           MOVE 0   TO WK-BUSCA-CAND
           PERFORM DIVIDE-BUSCA UNTIL WK-BUSCA-LO > WK-BUSCA-HI
           IF WK-BUSCA-CAND > 0
              IF WK-PREFIXO-NUM NOT > WK-FX-FIM (WK-BUSCA-CAND)
                 MOVE 'S' TO WK-ACHOU
              END-IF
           END-IF
           .
       DIVIDE-BUSCA.
           COMPUTE WK-BUSCA-MID = (WK-BUSCA-LO + WK-BUSCA-HI) / 2
           IF WK-FX-INI (WK-BUSCA-MID) NOT > WK-PREFIXO-NUM
              MOVE WK-BUSCA-MID TO WK-BUSCA-CAND
              COMPUTE WK-BUSCA-LO = WK-BUSCA-MID + 1
           ELSE
              COMPUTE WK-BUSCA-HI = WK-BUSCA-MID - 1
           END-IF
           .
      *
      *    SAIDA DO SEGUNDO SORT: RELATORIO POR ORDEM DE RISCO
      *
       IMPRIME-RELATORIO.
           MOVE WK-DATA-PROC    TO WK-CAB1-DATA
           MOVE WK-LIMITE-QTDE  TO WK-CAB1-QTDE
           MOVE WK-LIMITE-VALOR TO WK-CAB1-VALOR
           MOVE WK-LIMITE-DIAS  TO WK-CAB1-DIAS
           WRITE BINUNR01-REC FROM WK-CAB1
           MOVE SPACES TO BINUNR01-REC
           WRITE BINUNR01-REC
           WRITE BINUNR01-REC FROM WK-CAB2
           MOVE 1     TO WK-GRUPO-ANT
           MOVE 'N'   TO WK-EOF-SORT
           PERFORM RETORNA-PREFIXO UNTIL WK-EOF-SORT = 'Y'
           .
       RETORNA-PREFIXO.
           RETURN BINRISC RECORD
              AT END
                 MOVE 'Y' TO WK-EOF-SORT
              NOT AT END
                 IF BINRISC-GRUPO = 2 AND WK-GRUPO-ANT = 1
                    MOVE 2 TO WK-GRUPO-ANT
                    MOVE SPACES TO BINUNR01-REC
                    WRITE BINUNR01-REC
                    WRITE BINUNR01-REC FROM WK-CAB3
                 END-IF
                 PERFORM IMPRIME-PREFIXO
           END-RETURN
           .
       IMPRIME-PREFIXO.
           MOVE BINRISC-DADOS TO WK-REG-UNK
           MOVE SPACES        TO WK-DET-NOVO
           MOVE SPACES        TO WK-DET-ALERTA
           MOVE SPACES        TO WK-DET-COBERTURA
           IF BINRISC-GRUPO = 2
              MOVE 'FECH.' TO WK-DET-RISCO
              MOVE WK-UNK-FAIXA-INI      TO WK-DET-COBERTURA (1:8)
              MOVE WK-UNK-FAIXA-BANDEIRA TO WK-DET-COBERTURA (10:10)
           ELSE
              EVALUATE BINRISC-PRIORIDADE
                 WHEN 2
                    MOVE 'ALTO'  TO WK-DET-RISCO
                 WHEN 1
                    MOVE 'MEDIO' TO WK-DET-RISCO
                 WHEN OTHER
                    MOVE 'BAIXO' TO WK-DET-RISCO
              END-EVALUATE
              IF BINRISC-NOVO = 'S'
                 MOVE 'NOVO' TO WK-DET-NOVO
              END-IF
              IF WK-UNK-ALERTA-VOLUME = 'S'
                 MOVE 'VOL'  TO WK-DET-ALERTA (1:3)
              END-IF
              IF WK-UNK-ALERTA-PERSIST = 'S'
                 MOVE 'PER'  TO WK-DET-ALERTA (4:3)
              END-IF
           END-IF
           MOVE WK-UNK-PREFIXO       TO WK-DET-PREFIXO
           MOVE WK-UNK-DT-PRIMEIRA   TO WK-DET-DT-PRIMEIRA
           MOVE WK-UNK-DT-ULTIMA     TO WK-DET-DT-ULTIMA
           MOVE WK-UNK-DIAS-VISTOS   TO WK-DET-DIAS
           MOVE WK-UNK-QTDE-TOTAL    TO WK-DET-QTDE
           MOVE WK-UNK-VALOR-TOTAL   TO WK-DET-VALOR
           IF WK-UNK-DT-ULTIMA = WK-DATA-PROC
              MOVE WK-UNK-QTDE-DIA   TO WK-DET-QTDE-DIA
           ELSE
              MOVE ZEROS             TO WK-DET-QTDE-DIA
           END-IF
           WRITE BINUNR01-REC FROM WK-DET
           .
       GRAVA-CONTROLE.
      *    REGISTRO DE CONTROLE (CHAVE HIGH-VALUES) COM A ULTIMA DATA
      *    ACUMULADA, CONFERIDO NA PROXIMA EXECUCAO
           MOVE SPACES       TO FD-BINUNK01
           MOVE HIGH-VALUES  TO FD-BINUNK01-PREFIXO
           MOVE WK-DATA-PROC TO FD-BINUNK01-DT-ULTIMA
           REWRITE FD-BINUNK01
              INVALID KEY CONTINUE
           END-REWRITE
           IF WK-UNK-FILE-STATUS = '23'
              WRITE FD-BINUNK01
                 INVALID KEY CONTINUE
              END-WRITE
           END-IF
           IF WK-UNK-FILE-STATUS NOT = '00'
              DISPLAY "-----ERRO VSAM NO CONTROLE DE BINUNK01 -----"
              DISPLAY WK-UNK-FILE-STATUS
              MOVE 'S' TO WK-ERRO-VSAM
           END-IF
           .
       RELATORIO-RESUMO.
           DISPLAY '---------------------------------------------'
           DISPLAY ' ACOMPANHAMENTO DE BINS DESCONHECIDOS        '
           DISPLAY ' DATA DE PROCESSAMENTO .....: ' WK-DATA-PROC
           DISPLAY ' EXCECOES LIDAS (BINLIQEX) .: ' WK-CONT-EXC-LIDOS
           DISPLAY ' PREFIXO SEM FAIXA .........: '
              WK-CONT-EXC-SEM-FAIXA
           DISPLAY ' OUTROS MOTIVOS (IGNORADOS) : '
              WK-CONT-EXC-IGNORADOS
           DISPLAY ' VALOR ILEGIVEL (NAO SOMADO): '
              WK-CONT-VALOR-ILEGIVEL
           DISPLAY ' PREFIXOS VISTOS NO DIA ....: '
              WK-CONT-PREFIXOS-DIA
           DISPLAY ' PREFIXOS NOVOS ............: ' WK-CONT-NOVOS
           DISPLAY ' PREFIXOS REABERTOS ........: ' WK-CONT-REABERTOS
           DISPLAY '---------------------------------------------'
           DISPLAY ' ABERTOS NO ACOMPANHAMENTO .: ' WK-CONT-ABERTOS
           DISPLAY ' EM ALERTA .................: ' WK-CONT-EM-ALERTA
           DISPLAY ' ENTRARAM EM ALERTA HOJE ...: '
              WK-CONT-ALERTAS-NOVOS
           DISPLAY ' FECHADOS HOJE (BINV0001) ..: ' WK-CONT-FECHADOS
           DISPLAY '---------------------------------------------'
           IF WK-ERRO-VSAM = 'S'
              DISPLAY '*** ERRO VSAM EM BINUNK01 - DATA NAO REGISTRADA '
                 'NO CONTROLE; CONFERIR ANTES DE REPROCESSAR'
           END-IF
           .
