       IDENTIFICATION DIVISION.
       PROGRAM-ID. BINSNAP.
      *--------------------------------------------------------------
      * Sistema .............. BIN / CARTOES
      * Programa.............. BINSNAP
      * Tipo    .............. BATCH
      * Finalidade ........... Gerar AUTOMATICAMENTE os movimentos de
      *                        BINMOV01 a partir da tabela completa de
      *                        uma bandeira (snapshot da rede no
      *                        layout BIN00001), em vez de digita-los
      *                        na mao: compara o snapshot com o mestre
      *                        atual BINMST01, SO NAS FAIXAS DA
      *                        BANDEIRA INFORMADA, e grava
      *                        - 'I' = faixa nova no snapshot;
      *                        - 'A' = mesma faixa (BIN inicial) com
      *                          BIN final ou emissor diferentes;
      *                        - 'E' = faixa da bandeira no mestre que
      *                          o snapshot nao traz mais.
      *                        Faixas de outras bandeiras no mestre
      *                        nunca geram movimento. Registros de
      *                        outra bandeira no snapshot sao ignorados
      *                        e contados.
      *                        O snapshot e classificado por BIN
      *                        inicial num SORT interno (a rede manda
      *                        na ordem dela, com layouts antigo e
      *                        novo misturados), entao BINMOV01 sai na
      *                        ordem que BINUPDT exige.
      * Parada de seguranca .. Se as exclusoes passarem do percentual
      *                        maximo (PARM) das faixas da bandeira no
      *                        mestre, BINMOV01 fica VAZIO e o job
      *                        termina com RETURN-CODE 8 - um snapshot
      *                        truncado nao apaga a carteira da
      *                        bandeira. O relatorio mostra o que
      *                        SERIA gerado. O mesmo vale para snapshot
      *                        sem trailer, trailer divergente ou com
      *                        registros rejeitados (BINSXC01): uma
      *                        faixa rejeitada viraria exclusao falsa.
      *                        Mestre com zero faixas da bandeira
      *                        (primeira carga) nao tem limite.
      * DSnames .............. B090290.BIN00001 (SNAPSHOT DA REDE)
      *                        B090290.BINMST01 (MESTRE ATUAL)
      *                        B090290.BINMOV01 (MOVIMENTOS GERADOS)
      *                        B090290.BINSXC01 (REJEITADOS, LAYOUT
      *                        BINEXC01)
      * PARM ................. POS 01-10 = BANDEIRA (OBRIGATORIA, UMA
      *                                    DAS BANDEIRAS CONHECIDAS)
      *                        POS 11-13 = PERCENTUAL MAXIMO DE
      *                                    EXCLUSAO (000-100);
      *                                    DEFAULT 010
      *                        POS 14-21 = DATA DE PROCESSAMENTO
      *                                    (AAAAMMDD) PARA A VIGENCIA,
      *                                    COMO EM BATCH002; DEFAULT =
      *                                    DATA CORRENTE. EXPIRADO NA
      *                                    DATA CONTA COMO RETIRADO,
      *                                    FUTURO AINDA NAO ENTRA.
      * RETURN-CODE .......... 0 = OK
      *                        4 = FAIXA DO SNAPSHOT COM BIN INICIAL
      *                            DE OUTRA BANDEIRA NO MESTRE (NAO
      *                            GERADA, VER BINSXC01)
      *                        8 = PARADA DE SEGURANCA, PARM INVALIDO
      *                            OU MESTRE FORA DE ORDEM (BINMOV01
      *                            VAZIO)
      * Premissa ............. BINMST01 CLASSIFICADO POR BIN INICIAL
      *                        (GERADO ASSIM POR BINUPDT); FORA DE
      *                        ORDEM TERMINA COM RETURN-CODE 8.
      *                        COM MAIS DE UMA BANDEIRA NO DIA, RODAR
      *                        UMA VEZ POR BANDEIRA E CLASSIFICAR OS
      *                        MOVIMENTOS JUNTOS POR BIN INICIAL ANTES
      *                        DE BINUPDT.
      *--------------------------------------------------------------

       ENVIRONMENT DIVISION.
      *--------------------------------------------
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
              SELECT BINCARD1 ASSIGN TO 'BIN00001'
              ORGANIZATION SEQUENTIAL.
      *       SNAPSHOT COMPLETO DA BANDEIRA

              SELECT BINMST01 ASSIGN TO 'BINMST01'
              ORGANIZATION SEQUENTIAL.
      *       MESTRE DE BINS ATUAL (LAYOUT BINSAI01)

              SELECT BINMOV01 ASSIGN TO 'BINMOV01'
              ORGANIZATION SEQUENTIAL.
      *       MOVIMENTOS GERADOS PARA BINUPDT

              SELECT BINSXC01 ASSIGN TO 'BINSXC01'
              ORGANIZATION SEQUENTIAL.
      *       REGISTROS DO SNAPSHOT REJEITADOS

              SELECT BINSORT  ASSIGN TO 'SORTWK01'.
      *       SNAPSHOT CLASSIFICADO POR BIN INICIAL

       DATA DIVISION.
         FILE SECTION.

         FD BINCARD1
              RECORDING MODE IS F
              RECORD CONTAINS 256 CHARACTERS.

         01 FD-BINCARD1.
            05 FD-BINCARD1-CODIGO                  PIC 9(006).
            05 FD-BINCARD1-BANDEIRA                PIC X(010).
            05 FILLER                              PIC X(002).
            05 FD-BINCARD1-EMISSOR                 PIC X(035).
            05 FILLER                              PIC X(203).

         01 FD-BINCARD1-FX.
            05 FD-BINCARD1-FX-INI                  PIC 9(008).
            05 FD-BINCARD1-FX-FIM                  PIC 9(008).
            05 FILLER                              PIC X(002).
            05 FD-BINCARD1-FX-BANDEIRA             PIC X(010).
            05 FILLER                              PIC X(002).
            05 FD-BINCARD1-FX-EMISSOR              PIC X(035).
            05 FD-BINCARD1-FX-VIG-INI              PIC X(008).
            05 FD-BINCARD1-FX-VIG-FIM              PIC X(008).
            05 FILLER                              PIC X(175).

         FD BINMST01
              RECORDING MODE IS F
              RECORD CONTAINS 061 CHARACTERS.

         01 FD-BINMST01.
            05 FD-BINMST01-BIN-INI                 PIC 9(008).
            05 FD-BINMST01-BIN-FIM                 PIC 9(008).
            05 FD-BINMST01-BANDEIRA                PIC X(010).
            05 FD-BINMST01-EMISSOR                 PIC X(035).

         FD BINMOV01
              RECORDING MODE IS F
              RECORD CONTAINS 062 CHARACTERS.

         01 BINMOV01-REC.
            05 BINMOV01-ACAO                       PIC X(001).
            05 BINMOV01-DADOS.
               10 BINMOV01-BIN-INI                 PIC 9(008).
               10 BINMOV01-BIN-FIM                 PIC 9(008).
               10 BINMOV01-BANDEIRA                PIC X(010).
               10 BINMOV01-EMISSOR                 PIC X(035).

         FD BINSXC01
              RECORDING MODE IS F
              RECORD CONTAINS 296 CHARACTERS.

         01 BINSXC01-REC.
            05 BINSXC01-SEQ                        PIC 9(010).
            05 BINSXC01-MOTIVO                     PIC X(030).
            05 BINSXC01-DADOS                      PIC X(256).

         SD BINSORT.
         01 BINSORT-REC.
            05 BINSORT-BIN-INI                     PIC 9(008).
            05 BINSORT-BIN-FIM                     PIC 9(008).
            05 BINSORT-BANDEIRA                    PIC X(010).
            05 BINSORT-EMISSOR                     PIC X(035).
            05 BINSORT-SEQ                         PIC 9(010).
            05 BINSORT-ORIGINAL                    PIC X(256).

         WORKING-STORAGE SECTION.
         01 WS-EOF                       PIC X(001) VALUE 'N'.
         01 WK-EOF-MST                   PIC X(001) VALUE 'N'.
         01 WK-EOF-SNP                   PIC X(001) VALUE 'N'.
         01 WK-CHAVE-MST                 PIC X(008) VALUE HIGH-VALUES.
         01 WK-CHAVE-SNP                 PIC X(008) VALUE HIGH-VALUES.
         01 WK-CHAVE-MST-ANT             PIC X(008) VALUE LOW-VALUES.
         01 WK-SNP-INI-ANT               PIC 9(008) VALUE ZEROS.
         01 WK-SNP-FIM-ANT               PIC 9(008) VALUE ZEROS.
         01 WK-SNP-PRIMEIRO              PIC X(001) VALUE 'S'.
         01 WK-SNP-ACEITO                PIC X(001) VALUE 'N'.

         01 WK-BANDEIRA                  PIC X(010) VALUE SPACES.
         01 WK-PCT-MAXIMO                PIC 9(003) VALUE 10.
         01 WK-PCT-EXCLUSAO              PIC 9(003)V99 VALUE ZEROS.
         01 WK-PCT-EDITADO               PIC ZZ9.99.
         01 WK-PARADA                    PIC X(001) VALUE 'N'.
         01 WK-PARADA-MOTIVO             PIC X(045) VALUE SPACES.

         01 WK-TAB-BANDEIRA-VALIDA.
            05 WK-BANDEIRA-VALIDA-ENTRY PIC X(010) OCCURS 10 TIMES
               INDEXED BY WK-BV-IDX.
         01 WK-BANDEIRA-CONHECIDA        PIC X(001).

         01 WK-EXCECAO                   PIC X(001).
         01 WK-EXC-MOTIVO                PIC X(030).
         01 WK-LAYOUT-FAIXA              PIC X(001).
      *     'S' = LAYOUT NOVO (FAIXA 8 DIGITOS) / 'N' = ANTIGO
         01 WK-DET-BANDEIRA              PIC X(010).
         01 WK-DET-EMISSOR               PIC X(035).
         01 WK-DET-BIN-INI               PIC 9(008).
         01 WK-DET-BIN-FIM               PIC 9(008).

         01 WK-DATA-PROC                 PIC 9(008) VALUE ZEROS.
         01 WK-CURRENT-DATE              PIC X(021) VALUE SPACES.
         01 WK-VIG-INI                   PIC 9(008) VALUE ZEROS.
         01 WK-VIG-FIM                   PIC 9(008) VALUE ZEROS.
         01 WK-VIGENCIA                  PIC X(001).
      *     'A' = VIGENTE NA DATA / 'E' = EXPIRADO / 'F' = FUTURO

         01 WK-TRAILER-RECEBIDO          PIC X(001) VALUE 'N'.
         01 WK-TRAILER-QTDE-ESPERADA     PIC 9(010) VALUE ZEROS.

         01 WK-CONT-LIDOS                PIC 9(010) VALUE ZEROS.
         01 WK-CONT-DADOS                PIC 9(010) VALUE ZEROS.
         01 WK-CONT-OUTRAS-SNP           PIC 9(010) VALUE ZEROS.
         01 WK-CONT-EXPIRADOS            PIC 9(010) VALUE ZEROS.
         01 WK-CONT-FUTUROS              PIC 9(010) VALUE ZEROS.
         01 WK-CONT-SNP-BANDEIRA         PIC 9(010) VALUE ZEROS.
         01 WK-CONT-REJEITADOS           PIC 9(010) VALUE ZEROS.
         01 WK-CONT-CONFLITOS            PIC 9(010) VALUE ZEROS.
         01 WK-CONT-MST-LIDOS            PIC 9(010) VALUE ZEROS.
         01 WK-CONT-MST-BANDEIRA         PIC 9(010) VALUE ZEROS.
         01 WK-CONT-MST-OUTRAS           PIC 9(010) VALUE ZEROS.
         01 WK-CONT-INCLUSOES            PIC 9(010) VALUE ZEROS.
         01 WK-CONT-ALTERACOES           PIC 9(010) VALUE ZEROS.
         01 WK-CONT-EXCLUSOES            PIC 9(010) VALUE ZEROS.
         01 WK-CONT-IGUAIS               PIC 9(010) VALUE ZEROS.

         LINKAGE SECTION.
         01 LK-PARM-LENGTH               PIC S9(004) COMP.
         01 LK-PARM-DATA.
            05 LK-BANDEIRA               PIC X(010).
            05 LK-PCT-MAXIMO             PIC X(003).
            05 LK-DATA-PROC              PIC X(008).

       PROCEDURE DIVISION USING LK-PARM-LENGTH LK-PARM-DATA.
      *
       MAIN-PARA.
           PERFORM INICIALIZA-TAB-BANDEIRA-VALIDA
           PERFORM TRATA-PARM
           OPEN INPUT  BINMST01
           OPEN OUTPUT BINMOV01
           OPEN OUTPUT BINSXC01
           SORT BINSORT ON ASCENDING KEY BINSORT-BIN-INI
              INPUT PROCEDURE IS CARREGA-SNAPSHOT
              OUTPUT PROCEDURE IS COMPARA-SNAPSHOT
           PERFORM AVALIA-PARADA
           IF WK-PARADA = 'S'
      *       NENHUM MOVIMENTO SAI: BINMOV01 E RECRIADO VAZIO
              CLOSE BINMOV01
              OPEN OUTPUT BINMOV01
           END-IF
           PERFORM RELATORIO-RESUMO
           CLOSE BINMST01
           CLOSE BINMOV01
           CLOSE BINSXC01
           EVALUATE TRUE
              WHEN WK-PARADA = 'S'
                 MOVE 8 TO RETURN-CODE
              WHEN WK-CONT-CONFLITOS > 0
                 MOVE 4 TO RETURN-CODE
           END-EVALUATE
           STOP RUN
           .
       INICIALIZA-TAB-BANDEIRA-VALIDA.
           MOVE 'AMEX'      TO WK-BANDEIRA-VALIDA-ENTRY (01)
           MOVE 'VISA'      TO WK-BANDEIRA-VALIDA-ENTRY (02)
           MOVE 'MASTERCARD' TO WK-BANDEIRA-VALIDA-ENTRY (03)
           MOVE 'ELO'       TO WK-BANDEIRA-VALIDA-ENTRY (04)
           MOVE 'DINERS'    TO WK-BANDEIRA-VALIDA-ENTRY (05)
           MOVE 'HIPERCARD' TO WK-BANDEIRA-VALIDA-ENTRY (06)
           MOVE 'DISCOVER'  TO WK-BANDEIRA-VALIDA-ENTRY (07)
           MOVE 'JCB'       TO WK-BANDEIRA-VALIDA-ENTRY (08)
           MOVE 'AURA'      TO WK-BANDEIRA-VALIDA-ENTRY (09)
           MOVE 'SOROCRED'  TO WK-BANDEIRA-VALIDA-ENTRY (10)
           .
       TRATA-PARM.
           MOVE FUNCTION CURRENT-DATE TO WK-CURRENT-DATE
           MOVE WK-CURRENT-DATE (1:8) TO WK-DATA-PROC
           IF LK-PARM-LENGTH >= 10
              MOVE LK-BANDEIRA TO WK-BANDEIRA
           END-IF
           MOVE WK-BANDEIRA TO WK-DET-BANDEIRA
           PERFORM VALIDA-BANDEIRA-CONHECIDA
           IF WK-BANDEIRA-CONHECIDA = 'N'
              DISPLAY 'PARM INVALIDO - BANDEIRA AUSENTE OU '
                 'DESCONHECIDA: ' WK-BANDEIRA
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           IF LK-PARM-LENGTH >= 13 AND LK-PCT-MAXIMO NOT = SPACES
              IF LK-PCT-MAXIMO IS NOT NUMERIC
                 DISPLAY 'PARM INVALIDO - PERCENTUAL MAXIMO DE '
                    'EXCLUSAO: ' LK-PCT-MAXIMO
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE LK-PCT-MAXIMO TO WK-PCT-MAXIMO
              IF WK-PCT-MAXIMO > 100
                 DISPLAY 'PARM INVALIDO - PERCENTUAL MAXIMO DE '
                    'EXCLUSAO: ' LK-PCT-MAXIMO
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           IF LK-PARM-LENGTH >= 21
              IF LK-DATA-PROC IS NUMERIC
                 MOVE LK-DATA-PROC TO WK-DATA-PROC
              END-IF
           END-IF
           .
      *
      *    ENTRADA DO SORT: LEITURA E CRITICA DO SNAPSHOT
      *
       CARREGA-SNAPSHOT.
           OPEN INPUT BINCARD1
           PERFORM LE-SNAPSHOT UNTIL WS-EOF = 'Y'
           CLOSE BINCARD1
           .
       LE-SNAPSHOT.
           READ BINCARD1
              AT END
                 MOVE 'Y' TO WS-EOF
              NOT AT END
                 ADD 1 TO WK-CONT-LIDOS
                 EVALUATE FD-BINCARD1-CODIGO
                    WHEN 000000
                       CONTINUE
                    WHEN 999999
                       PERFORM TRATA-TRAILER
                    WHEN OTHER
                       PERFORM TRATA-DETALHE
                 END-EVALUATE
           END-READ
           .
       TRATA-TRAILER.
           MOVE 'S' TO WK-TRAILER-RECEBIDO
           IF FD-BINCARD1-BANDEIRA IS NUMERIC
              MOVE FD-BINCARD1-BANDEIRA TO WK-TRAILER-QTDE-ESPERADA
           ELSE
              DISPLAY 'ATENCAO: TRAILER COM QTDE ESPERADA INVALIDA'
           END-IF
           .
       TRATA-DETALHE.
           ADD 1 TO WK-CONT-DADOS
           PERFORM IDENTIFICA-LAYOUT
           IF WK-DET-BANDEIRA NOT = WK-BANDEIRA
              ADD 1 TO WK-CONT-OUTRAS-SNP
           ELSE
              PERFORM VERIFICA-VIGENCIA
              EVALUATE WK-VIGENCIA
                 WHEN 'E'
                    ADD 1 TO WK-CONT-EXPIRADOS
                 WHEN 'F'
                    ADD 1 TO WK-CONT-FUTUROS
                 WHEN OTHER
                    PERFORM VALIDA-REGISTRO
                    IF WK-EXCECAO = 'S'
                       MOVE WK-CONT-LIDOS  TO BINSXC01-SEQ
                       MOVE FD-BINCARD1    TO BINSXC01-DADOS
                       PERFORM GRAVA-REJEITADO
                    ELSE
                       MOVE WK-DET-BIN-INI  TO BINSORT-BIN-INI
                       MOVE WK-DET-BIN-FIM  TO BINSORT-BIN-FIM
                       MOVE WK-DET-BANDEIRA TO BINSORT-BANDEIRA
                       MOVE WK-DET-EMISSOR  TO BINSORT-EMISSOR
                       MOVE WK-CONT-LIDOS   TO BINSORT-SEQ
                       MOVE FD-BINCARD1     TO BINSORT-ORIGINAL
                       RELEASE BINSORT-REC
                    END-IF
              END-EVALUATE
           END-IF
           .
       IDENTIFICA-LAYOUT.
      *    MESMA REGRA DE BATCH002: LAYOUT NOVO QUANDO AS POSICOES
      *    1-16 TRAZEM AS DUAS FAIXAS DE 8 DIGITOS; SENAO BIN UNICO
      *    DE 6 DIGITOS EXPANDIDO PARA FAIXA DE 100 EM 100
           IF FD-BINCARD1-FX-INI IS NUMERIC AND
              FD-BINCARD1-FX-FIM IS NUMERIC
              MOVE 'S'                     TO WK-LAYOUT-FAIXA
              MOVE FD-BINCARD1-FX-INI      TO WK-DET-BIN-INI
              MOVE FD-BINCARD1-FX-FIM      TO WK-DET-BIN-FIM
              MOVE FD-BINCARD1-FX-BANDEIRA TO WK-DET-BANDEIRA
              MOVE FD-BINCARD1-FX-EMISSOR  TO WK-DET-EMISSOR
           ELSE
              MOVE 'N'                     TO WK-LAYOUT-FAIXA
              MOVE FD-BINCARD1-BANDEIRA    TO WK-DET-BANDEIRA
              MOVE FD-BINCARD1-EMISSOR     TO WK-DET-EMISSOR
              IF FD-BINCARD1-CODIGO IS NUMERIC
                 COMPUTE WK-DET-BIN-INI = FD-BINCARD1-CODIGO * 100
                 COMPUTE WK-DET-BIN-FIM =
                    (FD-BINCARD1-CODIGO * 100) + 99
              ELSE
                 MOVE ZEROS TO WK-DET-BIN-INI
                 MOVE ZEROS TO WK-DET-BIN-FIM
              END-IF
           END-IF
           .
       VERIFICA-VIGENCIA.
      *    SO O LAYOUT NOVO CARREGA VIGENCIA; ZEROS OU BRANCOS
      *    SIGNIFICAM SEM LIMITE NAQUELA PONTA
           MOVE 'A'   TO WK-VIGENCIA
           MOVE ZEROS TO WK-VIG-INI
           MOVE ZEROS TO WK-VIG-FIM
           IF WK-LAYOUT-FAIXA = 'S'
              IF FD-BINCARD1-FX-VIG-INI IS NUMERIC
                 MOVE FD-BINCARD1-FX-VIG-INI TO WK-VIG-INI
              END-IF
              IF FD-BINCARD1-FX-VIG-FIM IS NUMERIC
                 MOVE FD-BINCARD1-FX-VIG-FIM TO WK-VIG-FIM
              END-IF
              IF WK-VIG-INI > 0 AND WK-VIG-INI > WK-DATA-PROC
                 MOVE 'F' TO WK-VIGENCIA
              END-IF
              IF WK-VIGENCIA = 'A' AND WK-VIG-FIM > 0
                 AND WK-VIG-FIM < WK-DATA-PROC
                 MOVE 'E' TO WK-VIGENCIA
              END-IF
           END-IF
           .
       VALIDA-REGISTRO.
           MOVE 'N' TO WK-EXCECAO
           MOVE SPACES TO WK-EXC-MOTIVO
           IF WK-LAYOUT-FAIXA = 'N' AND
              FD-BINCARD1-CODIGO IS NOT NUMERIC
              MOVE 'S' TO WK-EXCECAO
              MOVE 'CODIGO BIN NAO NUMERICO' TO WK-EXC-MOTIVO
           END-IF
           IF WK-EXCECAO = 'N'
              IF WK-DET-BIN-INI > WK-DET-BIN-FIM
                 MOVE 'S' TO WK-EXCECAO
                 MOVE 'FAIXA INVERTIDA (INI > FIM)' TO WK-EXC-MOTIVO
              END-IF
           END-IF
           .
       VALIDA-BANDEIRA-CONHECIDA.
           MOVE 'N' TO WK-BANDEIRA-CONHECIDA
           SET WK-BV-IDX TO 1
           SEARCH WK-BANDEIRA-VALIDA-ENTRY
              WHEN WK-BANDEIRA-VALIDA-ENTRY (WK-BV-IDX)
                   = WK-DET-BANDEIRA
                 MOVE 'S' TO WK-BANDEIRA-CONHECIDA
           END-SEARCH
           .
       GRAVA-REJEITADO.
           ADD 1 TO WK-CONT-REJEITADOS
           MOVE WK-EXC-MOTIVO TO BINSXC01-MOTIVO
           WRITE BINSXC01-REC
           .
      *
      *    SAIDA DO SORT: MERGE DO SNAPSHOT COM O MESTRE POR BIN
      *    INICIAL
      *
       COMPARA-SNAPSHOT.
           PERFORM LE-MESTRE
           PERFORM RETORNA-SNAPSHOT
           PERFORM CASA-FAIXA
              UNTIL WK-EOF-MST = 'Y' AND WK-EOF-SNP = 'Y'
           .
       LE-MESTRE.
           READ BINMST01
              AT END
                 MOVE 'Y'                  TO WK-EOF-MST
                 MOVE HIGH-VALUES          TO WK-CHAVE-MST
              NOT AT END
                 ADD  1                    TO WK-CONT-MST-LIDOS
                 MOVE FD-BINMST01-BIN-INI  TO WK-CHAVE-MST
      *          O MERGE EXIGE O MESTRE EM ORDEM DE BIN INICIAL
                 IF WK-CHAVE-MST NOT > WK-CHAVE-MST-ANT
                    DISPLAY 'BINMST01 FORA DE ORDEM OU DUPLICADO: '
                       WK-CHAVE-MST
                    CLOSE BINMST01
                    CLOSE BINMOV01
                    OPEN OUTPUT BINMOV01
                    CLOSE BINMOV01
                    CLOSE BINSXC01
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 MOVE WK-CHAVE-MST TO WK-CHAVE-MST-ANT
                 IF FD-BINMST01-BANDEIRA = WK-BANDEIRA
                    ADD 1 TO WK-CONT-MST-BANDEIRA
                 ELSE
                    ADD 1 TO WK-CONT-MST-OUTRAS
                 END-IF
           END-READ
           .
       RETORNA-SNAPSHOT.
           MOVE 'N' TO WK-SNP-ACEITO
           PERFORM RETORNA-FAIXA
              UNTIL WK-SNP-ACEITO = 'S' OR WK-EOF-SNP = 'Y'
           .
       RETORNA-FAIXA.
      *    JA EM ORDEM: BIN INICIAL REPETIDO OU FAIXA QUE COMECA
      *    ANTES DO FIM DA ANTERIOR E SOBREPOSICAO NA BANDEIRA
           RETURN BINSORT RECORD
              AT END
                 MOVE 'Y'         TO WK-EOF-SNP
                 MOVE HIGH-VALUES TO WK-CHAVE-SNP
              NOT AT END
                 MOVE SPACES TO WK-EXC-MOTIVO
                 IF WK-SNP-PRIMEIRO = 'N'
                    IF BINSORT-BIN-INI = WK-SNP-INI-ANT
                       MOVE 'BIN INICIAL REPETIDO NO SNAPSHOT'
                          TO WK-EXC-MOTIVO
                    ELSE
                       IF BINSORT-BIN-INI NOT > WK-SNP-FIM-ANT
                          MOVE 'FAIXA SOBREPOSTA NA BANDEIRA'
                             TO WK-EXC-MOTIVO
                       END-IF
                    END-IF
                 END-IF
                 IF WK-EXC-MOTIVO NOT = SPACES
                    MOVE BINSORT-SEQ      TO BINSXC01-SEQ
                    MOVE BINSORT-ORIGINAL TO BINSXC01-DADOS
                    PERFORM GRAVA-REJEITADO
                 ELSE
                    MOVE 'S'              TO WK-SNP-ACEITO
                    MOVE 'N'              TO WK-SNP-PRIMEIRO
                    ADD  1                TO WK-CONT-SNP-BANDEIRA
                    MOVE BINSORT-BIN-INI  TO WK-CHAVE-SNP
                    MOVE BINSORT-BIN-INI  TO WK-SNP-INI-ANT
                    MOVE BINSORT-BIN-FIM  TO WK-SNP-FIM-ANT
                 END-IF
           END-RETURN
           .
       CASA-FAIXA.
           EVALUATE TRUE
              WHEN WK-CHAVE-MST < WK-CHAVE-SNP
      *          FAIXA SO NO MESTRE: DA BANDEIRA = RETIRADA PELA
      *          REDE; DE OUTRA BANDEIRA = NAO E DESTE SNAPSHOT
                 IF FD-BINMST01-BANDEIRA = WK-BANDEIRA
                    MOVE 'E'              TO BINMOV01-ACAO
                    MOVE FD-BINMST01      TO BINMOV01-DADOS
                    PERFORM GRAVA-MOVIMENTO
                    ADD 1 TO WK-CONT-EXCLUSOES
                 END-IF
                 PERFORM LE-MESTRE
              WHEN WK-CHAVE-MST > WK-CHAVE-SNP
                 MOVE 'I'                 TO BINMOV01-ACAO
                 PERFORM MONTA-MOVIMENTO-SNAPSHOT
                 PERFORM GRAVA-MOVIMENTO
                 ADD 1 TO WK-CONT-INCLUSOES
                 PERFORM RETORNA-SNAPSHOT
              WHEN OTHER
                 PERFORM FAIXA-NOS-DOIS
                 PERFORM LE-MESTRE
                 PERFORM RETORNA-SNAPSHOT
           END-EVALUATE
           .
       FAIXA-NOS-DOIS.
           IF FD-BINMST01-BANDEIRA NOT = WK-BANDEIRA
      *       O BIN INICIAL PERTENCE A OUTRA BANDEIRA NO MESTRE: O
      *       MOVIMENTO SERIA REJEITADO POR BINUPDT; FICA PARA A
      *       OPERACAO RESOLVER COM A OUTRA BANDEIRA
              ADD  1 TO WK-CONT-CONFLITOS
              MOVE 'BIN INICIAL DE OUTRA BANDEIRA'
                 TO WK-EXC-MOTIVO
              MOVE BINSORT-SEQ      TO BINSXC01-SEQ
              MOVE BINSORT-ORIGINAL TO BINSXC01-DADOS
              MOVE WK-EXC-MOTIVO    TO BINSXC01-MOTIVO
              WRITE BINSXC01-REC
           ELSE
              IF FD-BINMST01-BIN-FIM = BINSORT-BIN-FIM AND
                 FD-BINMST01-EMISSOR = BINSORT-EMISSOR
                 ADD 1 TO WK-CONT-IGUAIS
              ELSE
                 MOVE 'A'                 TO BINMOV01-ACAO
                 PERFORM MONTA-MOVIMENTO-SNAPSHOT
                 PERFORM GRAVA-MOVIMENTO
                 ADD 1 TO WK-CONT-ALTERACOES
              END-IF
           END-IF
           .
       MONTA-MOVIMENTO-SNAPSHOT.
           MOVE BINSORT-BIN-INI  TO BINMOV01-BIN-INI
           MOVE BINSORT-BIN-FIM  TO BINMOV01-BIN-FIM
           MOVE BINSORT-BANDEIRA TO BINMOV01-BANDEIRA
           MOVE BINSORT-EMISSOR  TO BINMOV01-EMISSOR
           .
       GRAVA-MOVIMENTO.
           WRITE BINMOV01-REC
           .
      *
      *    PARADA DE SEGURANCA
      *
       AVALIA-PARADA.
           IF WK-CONT-MST-BANDEIRA > 0
              COMPUTE WK-PCT-EXCLUSAO ROUNDED =
                 (WK-CONT-EXCLUSOES * 100) / WK-CONT-MST-BANDEIRA
           END-IF
           EVALUATE TRUE
              WHEN WK-TRAILER-RECEBIDO = 'N'
                 MOVE 'S' TO WK-PARADA
                 MOVE 'SNAPSHOT SEM TRAILER (TRANSMISSAO INCOMPLETA?)'
                    TO WK-PARADA-MOTIVO
              WHEN WK-CONT-DADOS NOT = WK-TRAILER-QTDE-ESPERADA
                 MOVE 'S' TO WK-PARADA
                 MOVE 'QTDE DE DETALHES DIFERE DO TRAILER'
                    TO WK-PARADA-MOTIVO
              WHEN WK-CONT-REJEITADOS > 0
                 MOVE 'S' TO WK-PARADA
                 MOVE 'SNAPSHOT COM REGISTROS REJEITADOS (BINSXC01)'
                    TO WK-PARADA-MOTIVO
              WHEN WK-CONT-MST-BANDEIRA > 0 AND
                   WK-PCT-EXCLUSAO > WK-PCT-MAXIMO
                 MOVE 'S' TO WK-PARADA
                 MOVE 'EXCLUSOES ACIMA DO PERCENTUAL MAXIMO'
                    TO WK-PARADA-MOTIVO
           END-EVALUATE
           .
       RELATORIO-RESUMO.
           MOVE WK-PCT-EXCLUSAO TO WK-PCT-EDITADO
           DISPLAY '---------------------------------------------'
           DISPLAY ' MOVIMENTOS GERADOS DO SNAPSHOT DA BANDEIRA  '
           DISPLAY ' BANDEIRA ..................: ' WK-BANDEIRA
           DISPLAY ' DATA DE PROCESSAMENTO .....: ' WK-DATA-PROC
           DISPLAY ' SNAPSHOT LIDO .............: ' WK-CONT-LIDOS
           DISPLAY ' DETALHES DO SNAPSHOT ......: ' WK-CONT-DADOS
           DISPLAY ' OUTRAS BANDEIRAS IGNORADAS : ' WK-CONT-OUTRAS-SNP
           DISPLAY ' EXPIRADOS NA DATA .........: ' WK-CONT-EXPIRADOS
           DISPLAY ' FUTUROS NA DATA ...........: ' WK-CONT-FUTUROS
           DISPLAY ' REJEITADOS (BINSXC01) .....: ' WK-CONT-REJEITADOS
           DISPLAY ' FAIXAS VALIDAS DA BANDEIRA : '
              WK-CONT-SNP-BANDEIRA
           DISPLAY ' MESTRE LIDO ...............: ' WK-CONT-MST-LIDOS
           DISPLAY ' MESTRE DA BANDEIRA ........: '
              WK-CONT-MST-BANDEIRA
           DISPLAY ' MESTRE DE OUTRAS BANDEIRAS : ' WK-CONT-MST-OUTRAS
           DISPLAY '---------------------------------------------'
           DISPLAY ' INCLUSOES  (I) ............: ' WK-CONT-INCLUSOES
           DISPLAY ' ALTERACOES (A) ............: ' WK-CONT-ALTERACOES
           DISPLAY ' EXCLUSOES  (E) ............: ' WK-CONT-EXCLUSOES
           DISPLAY ' SEM MUDANCA ...............: ' WK-CONT-IGUAIS
           DISPLAY ' CONFLITOS COM OUTRA BANDEIRA: ' WK-CONT-CONFLITOS
           DISPLAY ' EXCLUSOES / MESTRE (%) ....: ' WK-PCT-EDITADO
           DISPLAY ' PERCENTUAL MAXIMO (%) .....: ' WK-PCT-MAXIMO
           DISPLAY '---------------------------------------------'
           IF WK-PARADA = 'S'
              DISPLAY '*** PARADA DE SEGURANCA - BINMOV01 GRAVADO VAZIO'
              DISPLAY '*** MOTIVO: ' WK-PARADA-MOTIVO
              DISPLAY '*** AS QUANTIDADES ACIMA SAO AS QUE SERIAM '
                 'GERADAS'
           ELSE
              DISPLAY ' MOVIMENTOS GRAVADOS EM BINMOV01 - APLICAR COM '
                 'BINUPDT'
           END-IF
           DISPLAY '---------------------------------------------'
           .
