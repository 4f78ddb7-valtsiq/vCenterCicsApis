       IDENTIFICATION DIVISION.
       PROGRAM-ID. BINSTGEX.
      *--------------------------------------------------------------
      * Sistema .............. BIN / CARTOES
      * Programa.............. BINSTGEX
      * Tipo    .............. BATCH
      * Finalidade ........... Gerar BINMOV01 a partir dos movimentos
      *                        urgentes estagiados online na transacao
      *                        BINM (programa BINMAINT, arquivo
      *                        BINSTG01), para o BINUPDT da noite
      *                        aplicar sem ninguem editar BINMOV01 na
      *                        mao:
      *                        - le os movimentos PENDENTES ('P')
      *                          estagiados ate a data de corte;
      *                        - classifica por BIN inicial (SORT
      *                          interno), na ordem que BINUPDT exige;
      *                        - grava BINMOV01 e lista cada movimento
      *                          com operador e data/hora do estagio;
      *                        - marca os gerados como 'G' com a data
      *                          da geracao - a consulta 'C' da BINM
      *                          deixa de mostra-los;
      *                        - expurga os gerados ha mais dias que a
      *                          retencao (PARM), mantendo BINSTG01
      *                          curto para as criticas online.
      *                        Dois pendentes com o mesmo BIN inicial
      *                        (so por corrida entre terminais) nao
      *                        vao juntos para o BINUPDT: sai o
      *                        primeiro estagiado, o outro fica
      *                        pendente para o dia seguinte e o job
      *                        termina com RETURN-CODE 4.
      * DSnames .............. B090290.BINSTG01 (KSDS, LAYOUT EM
      *                        BINMAINT)
      *                        B090290.BINMOV01 (MOVIMENTOS GERADOS,
      *                        LAYOUT EM BINUPDT)
      * Janela ............... BINSTG01 E ABERTO PELO CICS (BINM):
      *                        FECHAR NO CICS ANTES DO PASSO (CEMT SET
      *                        FILE(BINSTG01) CLOSED) E REABRIR
      *                        DEPOIS. COM O ARQUIVO ABERTO NO CICS O
      *                        OPEN I-O FALHA E O PASSO TERMINA COM
      *                        RETURN-CODE 12 SEM GERAR NADA.
      * PARM ................. POS 01-08 = DATA DE CORTE (AAAAMMDD):
      *                                    GERA OS PENDENTES
      *                                    ESTAGIADOS ATE ESSA DATA;
      *                                    DEFAULT = DATA CORRENTE
      *                        POS 09-11 = DIAS DE RETENCAO DOS JA
      *                                    GERADOS (000-999);
      *                                    DEFAULT 030
      * RETURN-CODE .......... 0 = OK (INCLUSIVE SEM NADA PENDENTE)
      *                        4 = MOVIMENTO RETIDO POR BIN INICIAL
      *                            REPETIDO (FICA PARA O DIA SEGUINTE)
      *                        8 = PARM INVALIDO (NADA E TOCADO)
      *                        12 = ERRO VSAM EM BINSTG01
      * Premissa ............. SE HOUVER NO DIA TAMBEM MOVIMENTOS DE
      *                        BINSNAP, JUNTAR OS DOIS BINMOV01 E
      *                        CLASSIFICAR POR BIN INICIAL (POS 002-
      *                        009) ANTES DE BINUPDT.
      *--------------------------------------------------------------

       ENVIRONMENT DIVISION.
      *--------------------------------------------
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
              SELECT BINSTG01 ASSIGN TO 'BINSTG01'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-BINSTG01-CHAVE
              FILE STATUS WK-VSAM-FILE-STATUS.
      *       MOVIMENTOS ESTAGIADOS NA TRANSACAO BINM

              SELECT BINMOV01 ASSIGN TO 'BINMOV01'
              ORGANIZATION SEQUENTIAL.
      *       MOVIMENTOS GERADOS PARA BINUPDT

              SELECT BINSORT  ASSIGN TO 'SORTWK01'.
      *       PENDENTES CLASSIFICADOS POR BIN INICIAL

       DATA DIVISION.
         FILE SECTION.

         FD BINSTG01.
         01 FD-BINSTG01.
            05 FD-BINSTG01-CHAVE.
               10 FD-BINSTG01-DATA-HORA            PIC X(021).
               10 FD-BINSTG01-TASK                 PIC 9(007).
            05 FD-BINSTG01-OPERADOR                PIC X(008).
            05 FD-BINSTG01-TERMINAL                PIC X(004).
            05 FD-BINSTG01-SITUACAO                PIC X(001).
            05 FD-BINSTG01-MOVIMENTO.
               10 FD-BINSTG01-ACAO                 PIC X(001).
               10 FD-BINSTG01-BIN-INI              PIC 9(008).
               10 FD-BINSTG01-BIN-FIM              PIC 9(008).
               10 FD-BINSTG01-BANDEIRA             PIC X(010).
               10 FD-BINSTG01-EMISSOR              PIC X(035).
            05 FD-BINSTG01-IMAGEM-ANTES            PIC X(061).
            05 FD-BINSTG01-DT-GERACAO              PIC X(008).
            05 FILLER                              PIC X(028).

         FD BINMOV01
              RECORDING MODE IS F
              RECORD CONTAINS 062 CHARACTERS.

         01 BINMOV01-REC.
            05 BINMOV01-ACAO                       PIC X(001).
            05 BINMOV01-BIN-INI                    PIC 9(008).
            05 BINMOV01-BIN-FIM                    PIC 9(008).
            05 BINMOV01-BANDEIRA                   PIC X(010).
            05 BINMOV01-EMISSOR                    PIC X(035).

         SD BINSORT.
         01 BINSORT-REC.
            05 BINSORT-BIN-INI                     PIC 9(008).
            05 BINSORT-CHAVE-STG                   PIC X(028).
            05 BINSORT-OPERADOR                    PIC X(008).
            05 BINSORT-MOVIMENTO                   PIC X(062).

         WORKING-STORAGE SECTION.
         01 WK-VSAM-FILE-STATUS          PIC X(002) VALUE SPACES.
         01 WS-EOF                       PIC X(001) VALUE 'N'.
         01 WK-EOF-SORT                  PIC X(001) VALUE 'N'.
         01 WK-ERRO-VSAM                 PIC X(001) VALUE 'N'.
      *     'L' = ERRO NA LEITURA (BINMOV01 INCOMPLETO, NADA MARCADO)
      *     'M' = ERRO NA MARCACAO (BINMOV01 COMPLETO)
         01 WK-CURRENT-DATE              PIC X(021) VALUE SPACES.
         01 WK-DATA-CORTE                PIC 9(008) VALUE ZEROS.
         01 WK-DATA-HOJE                 PIC 9(008) VALUE ZEROS.
         01 WK-DIAS-RETENCAO             PIC 9(003) VALUE 30.
         01 WK-DIA-LIMITE                PIC 9(009) VALUE ZEROS.
         01 WK-DATA-LIMITE               PIC 9(008) VALUE ZEROS.
         01 WK-DATA-LIMITE-X REDEFINES WK-DATA-LIMITE
                                         PIC X(008).
         01 WK-ULT-CHAVE-SEL             PIC X(028) VALUE LOW-VALUES.
         01 WK-BIN-INI-ANT               PIC 9(008) VALUE ZEROS.
         01 WK-PRIMEIRO                  PIC X(001) VALUE 'S'.
         01 WK-RETIDO                    PIC X(001) VALUE 'N'.

      *  CHAVES DOS PENDENTES RETIDOS POR BIN INICIAL REPETIDO: NAO
      *  SAO MARCADOS COMO GERADOS
         01 WK-TAB-RETIDOS.
            05 WK-RETIDO-QTDE            PIC 9(003) VALUE ZEROS.
            05 WK-RETIDO-CHAVE           PIC X(028) OCCURS 100 TIMES
               INDEXED BY WK-RT-IDX.
         01 WK-RETIDO-TRANSBORDO         PIC X(001) VALUE 'N'.

         01 WK-LINHA-MOV.
            05 FILLER                    PIC X(001) VALUE SPACE.
            05 WK-LM-ACAO                PIC X(001).
            05 FILLER                    PIC X(001) VALUE SPACE.
            05 WK-LM-INI                 PIC 9(008).
            05 FILLER                    PIC X(001) VALUE '-'.
            05 WK-LM-FIM                 PIC 9(008).
            05 FILLER                    PIC X(001) VALUE SPACE.
            05 WK-LM-BANDEIRA            PIC X(010).
            05 FILLER                    PIC X(001) VALUE SPACE.
            05 WK-LM-OPERADOR            PIC X(008).
            05 FILLER                    PIC X(001) VALUE SPACE.
            05 WK-LM-DATA-HORA           PIC X(014).
            05 FILLER                    PIC X(001) VALUE SPACE.
            05 WK-LM-SITUACAO            PIC X(020).

         01 WK-CONT-LIDOS                PIC 9(010) VALUE ZEROS.
         01 WK-CONT-SELECIONADOS         PIC 9(010) VALUE ZEROS.
         01 WK-CONT-POSTERIORES          PIC 9(010) VALUE ZEROS.
         01 WK-CONT-INCLUSOES            PIC 9(010) VALUE ZEROS.
         01 WK-CONT-ALTERACOES           PIC 9(010) VALUE ZEROS.
         01 WK-CONT-EXCLUSOES            PIC 9(010) VALUE ZEROS.
         01 WK-CONT-RETIDOS              PIC 9(010) VALUE ZEROS.
         01 WK-CONT-MARCADOS             PIC 9(010) VALUE ZEROS.
         01 WK-CONT-EXPURGADOS           PIC 9(010) VALUE ZEROS.

         LINKAGE SECTION.
         01 LK-PARM-LENGTH               PIC S9(004) COMP.
         01 LK-PARM-DATA.
            05 LK-DATA-CORTE             PIC X(008).
            05 LK-DIAS-RETENCAO          PIC X(003).

       PROCEDURE DIVISION USING LK-PARM-LENGTH LK-PARM-DATA.
      *
       MAIN-PARA.
           PERFORM TRATA-PARM
           OPEN I-O    BINSTG01
           IF WK-VSAM-FILE-STATUS NOT = '00'
              DISPLAY "-----ERRO VSAM NO OPEN DE BINSTG01 -----"
              DISPLAY WK-VSAM-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT BINMOV01
           SORT BINSORT ON ASCENDING KEY BINSORT-BIN-INI
                                         BINSORT-CHAVE-STG
              INPUT PROCEDURE IS SELECIONA-PENDENTES
              OUTPUT PROCEDURE IS GERA-MOVIMENTOS
           CLOSE BINMOV01
      *    SO DEPOIS DE BINMOV01 FECHADO OS PENDENTES VIRAM 'G': UMA
      *    QUEDA ANTES DISTO DEIXA TUDO PENDENTE PARA O REPROCESSO
           IF WK-ERRO-VSAM = 'N'
              IF WK-RETIDO-TRANSBORDO = 'S'
                 DISPLAY 'ATENCAO: MAIS DE 100 MOVIMENTOS RETIDOS - '
                    'BINSTG01 NAO MARCADO, CORRIGIR E REPROCESSAR'
                 MOVE 'L' TO WK-ERRO-VSAM
              ELSE
                 PERFORM MARCA-GERADOS
              END-IF
           END-IF
           PERFORM RELATORIO-RESUMO
           CLOSE BINSTG01
           EVALUATE TRUE
              WHEN WK-ERRO-VSAM NOT = 'N'
                 MOVE 12 TO RETURN-CODE
              WHEN WK-CONT-RETIDOS > 0
                 MOVE 4 TO RETURN-CODE
           END-EVALUATE
           STOP RUN
           .
       TRATA-PARM.
           MOVE FUNCTION CURRENT-DATE TO WK-CURRENT-DATE
           MOVE WK-CURRENT-DATE (1:8) TO WK-DATA-HOJE
           MOVE WK-DATA-HOJE          TO WK-DATA-CORTE
           IF LK-PARM-LENGTH >= 8 AND LK-DATA-CORTE NOT = SPACES
              IF LK-DATA-CORTE IS NOT NUMERIC
                 DISPLAY 'PARM INVALIDO - DATA DE CORTE: '
                    LK-DATA-CORTE
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE LK-DATA-CORTE TO WK-DATA-CORTE
           END-IF
           IF LK-PARM-LENGTH >= 11 AND LK-DIAS-RETENCAO NOT = SPACES
              IF LK-DIAS-RETENCAO IS NOT NUMERIC
                 DISPLAY 'PARM INVALIDO - DIAS DE RETENCAO: '
                    LK-DIAS-RETENCAO
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE LK-DIAS-RETENCAO TO WK-DIAS-RETENCAO
           END-IF
      *    GERADOS ANTES DESTA DATA SAO EXPURGADOS
           COMPUTE WK-DIA-LIMITE =
              FUNCTION INTEGER-OF-DATE (WK-DATA-HOJE) - WK-DIAS-RETENCAO
           COMPUTE WK-DATA-LIMITE =
              FUNCTION DATE-OF-INTEGER (WK-DIA-LIMITE)
           .
      *
      *    ENTRADA DO SORT: PENDENTES ESTAGIADOS ATE A DATA DE CORTE
      *
       SELECIONA-PENDENTES.
           MOVE LOW-VALUES TO FD-BINSTG01-CHAVE
           START BINSTG01 KEY IS NOT < FD-BINSTG01-CHAVE
              INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM LE-ESTAGIO UNTIL WS-EOF = 'Y'
           .
       LE-ESTAGIO.
           READ BINSTG01 NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-EOF
              NOT AT END
                 ADD 1 TO WK-CONT-LIDOS
                 IF FD-BINSTG01-SITUACAO = 'P'
                    IF FD-BINSTG01-DATA-HORA (1:8) > WK-DATA-CORTE
                       ADD 1 TO WK-CONT-POSTERIORES
                    ELSE
                       ADD 1 TO WK-CONT-SELECIONADOS
                       MOVE FD-BINSTG01-BIN-INI   TO BINSORT-BIN-INI
                       MOVE FD-BINSTG01-CHAVE     TO BINSORT-CHAVE-STG
                       MOVE FD-BINSTG01-OPERADOR  TO BINSORT-OPERADOR
                       MOVE FD-BINSTG01-MOVIMENTO TO BINSORT-MOVIMENTO
                       RELEASE BINSORT-REC
      *                A MARCACAO NAO PASSA DA ULTIMA CHAVE LIDA AQUI
                       MOVE FD-BINSTG01-CHAVE     TO WK-ULT-CHAVE-SEL
                    END-IF
                 END-IF
           END-READ
           IF WK-VSAM-FILE-STATUS NOT = '00' AND
              WK-VSAM-FILE-STATUS NOT = '10'
              DISPLAY "-----ERRO VSAM NA LEITURA DE BINSTG01 -----"
              DISPLAY WK-VSAM-FILE-STATUS
              MOVE 'L' TO WK-ERRO-VSAM
              MOVE 'Y' TO WS-EOF
           END-IF
           .
      *
      *    SAIDA DO SORT: BINMOV01 POR BIN INICIAL
      *
       GERA-MOVIMENTOS.
           DISPLAY '---------------------------------------------'
           DISPLAY ' MOVIMENTOS ESTAGIADOS (BINM) - DATA DE CORTE '
              WK-DATA-CORTE
           DISPLAY ' ACAO FAIXA             BANDEIRA   OPERADOR '
              'ESTAGIADO EM   SITUACAO'
           PERFORM RETORNA-PENDENTE UNTIL WK-EOF-SORT = 'Y'
           .
       RETORNA-PENDENTE.
           RETURN BINSORT RECORD
              AT END
                 MOVE 'Y' TO WK-EOF-SORT
              NOT AT END
                 MOVE 'N' TO WK-RETIDO
                 IF WK-PRIMEIRO = 'N' AND
                    BINSORT-BIN-INI = WK-BIN-INI-ANT
                    MOVE 'S' TO WK-RETIDO
                 END-IF
                 MOVE 'N'             TO WK-PRIMEIRO
                 MOVE BINSORT-BIN-INI TO WK-BIN-INI-ANT
                 MOVE BINSORT-MOVIMENTO TO BINMOV01-REC
                 IF WK-RETIDO = 'S'
                    PERFORM RETEM-PENDENTE
                 ELSE
                    PERFORM GRAVA-MOVIMENTO
                 END-IF
                 PERFORM LISTA-MOVIMENTO
           END-RETURN
           .
       GRAVA-MOVIMENTO.
           WRITE BINMOV01-REC
           EVALUATE BINMOV01-ACAO
              WHEN 'I'
                 ADD 1 TO WK-CONT-INCLUSOES
              WHEN 'A'
                 ADD 1 TO WK-CONT-ALTERACOES
              WHEN OTHER
                 ADD 1 TO WK-CONT-EXCLUSOES
           END-EVALUATE
           MOVE 'GERADO EM BINMOV01' TO WK-LM-SITUACAO
           .
       RETEM-PENDENTE.
      *    BIN INICIAL REPETIDO: O BINUPDT CASA UM MOVIMENTO POR
      *    CHAVE - O MAIS ANTIGO JA SAIU, ESTE FICA PENDENTE
           ADD 1 TO WK-CONT-RETIDOS
           IF WK-RETIDO-QTDE < 100
              ADD  1 TO WK-RETIDO-QTDE
              MOVE BINSORT-CHAVE-STG TO WK-RETIDO-CHAVE (WK-RETIDO-QTDE)
           ELSE
              MOVE 'S' TO WK-RETIDO-TRANSBORDO
           END-IF
           MOVE 'RETIDO - BIN REPETIDO' TO WK-LM-SITUACAO
           .
       LISTA-MOVIMENTO.
           MOVE BINMOV01-ACAO     TO WK-LM-ACAO
           MOVE BINMOV01-BIN-INI  TO WK-LM-INI
           MOVE BINMOV01-BIN-FIM  TO WK-LM-FIM
           MOVE BINMOV01-BANDEIRA TO WK-LM-BANDEIRA
           MOVE BINSORT-OPERADOR  TO WK-LM-OPERADOR
           MOVE BINSORT-CHAVE-STG (1:14) TO WK-LM-DATA-HORA
           DISPLAY WK-LINHA-MOV
           .
      *
      *    MARCACAO DOS GERADOS E EXPURGO DOS ANTIGOS
      *
       MARCA-GERADOS.
           MOVE 'N'        TO WS-EOF
           MOVE LOW-VALUES TO FD-BINSTG01-CHAVE
           START BINSTG01 KEY IS NOT < FD-BINSTG01-CHAVE
              INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM MARCA-ESTAGIO UNTIL WS-EOF = 'Y'
           .
       MARCA-ESTAGIO.
           READ BINSTG01 NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-EOF
              NOT AT END
                 EVALUATE TRUE
                    WHEN FD-BINSTG01-SITUACAO = 'P' AND
                         FD-BINSTG01-CHAVE NOT > WK-ULT-CHAVE-SEL AND
                         FD-BINSTG01-DATA-HORA (1:8) NOT >
                            WK-DATA-CORTE
                       PERFORM MARCA-PENDENTE
                    WHEN FD-BINSTG01-SITUACAO = 'G' AND
                         FD-BINSTG01-DT-GERACAO < WK-DATA-LIMITE-X
                       DELETE BINSTG01 RECORD
                          INVALID KEY CONTINUE
                       END-DELETE
                       IF WK-VSAM-FILE-STATUS = '00'
                          ADD 1 TO WK-CONT-EXPURGADOS
                       END-IF
                 END-EVALUATE
           END-READ
           IF WK-VSAM-FILE-STATUS NOT = '00' AND
              WK-VSAM-FILE-STATUS NOT = '10'
              DISPLAY "-----ERRO VSAM NA MARCACAO DE BINSTG01 -----"
              DISPLAY WK-VSAM-FILE-STATUS
              MOVE 'M' TO WK-ERRO-VSAM
              MOVE 'Y' TO WS-EOF
           END-IF
           .
       MARCA-PENDENTE.
           MOVE 'N' TO WK-RETIDO
           PERFORM PROCURA-RETIDO
              VARYING WK-RT-IDX FROM 1 BY 1
              UNTIL WK-RT-IDX > WK-RETIDO-QTDE OR WK-RETIDO = 'S'
           IF WK-RETIDO = 'N'
              MOVE 'G'           TO FD-BINSTG01-SITUACAO
              MOVE WK-DATA-HOJE  TO FD-BINSTG01-DT-GERACAO
              REWRITE FD-BINSTG01
                 INVALID KEY CONTINUE
              END-REWRITE
              IF WK-VSAM-FILE-STATUS = '00'
                 ADD 1 TO WK-CONT-MARCADOS
              END-IF
           END-IF
           .
       PROCURA-RETIDO.
           IF WK-RETIDO-CHAVE (WK-RT-IDX) = FD-BINSTG01-CHAVE
              MOVE 'S' TO WK-RETIDO
           END-IF
           .
       RELATORIO-RESUMO.
           DISPLAY '---------------------------------------------'
           DISPLAY ' GERACAO DE BINMOV01 DOS MOVIMENTOS ONLINE   '
           DISPLAY ' DATA DE CORTE .............: ' WK-DATA-CORTE
           DISPLAY ' ESTAGIO LIDO (BINSTG01) ...: ' WK-CONT-LIDOS
           DISPLAY ' PENDENTES SELECIONADOS ....: ' WK-CONT-SELECIONADOS
           DISPLAY ' PENDENTES APOS O CORTE ....: ' WK-CONT-POSTERIORES
           DISPLAY '---------------------------------------------'
           DISPLAY ' INCLUSOES  (I) ............: ' WK-CONT-INCLUSOES
           DISPLAY ' ALTERACOES (A) ............: ' WK-CONT-ALTERACOES
           DISPLAY ' EXCLUSOES  (E) ............: ' WK-CONT-EXCLUSOES
           DISPLAY ' RETIDOS (BIN REPETIDO) ....: ' WK-CONT-RETIDOS
           DISPLAY ' MARCADOS COMO GERADOS .....: ' WK-CONT-MARCADOS
           DISPLAY ' GERADOS EXPURGADOS ........: ' WK-CONT-EXPURGADOS
           DISPLAY ' EXPURGO DOS GERADOS ANTES DE ' WK-DATA-LIMITE
           DISPLAY '---------------------------------------------'
           EVALUATE WK-ERRO-VSAM
              WHEN 'L'
                 DISPLAY '*** BINMOV01 INCOMPLETO E NADA MARCADO - NAO '
                    'APLICAR; REPROCESSAR O PASSO'
              WHEN 'M'
                 DISPLAY '*** BINMOV01 COMPLETO, MAS A MARCACAO '
                    'PAROU - OS NAO MARCADOS SAEM DE NOVO NO PROXIMO'
                 DISPLAY '*** PROCESSAMENTO (O BINUPDT REJEITA A '
                    'REPETICAO EM BINMEX01)'
              WHEN OTHER
                 DISPLAY ' MOVIMENTOS GRAVADOS EM BINMOV01 - APLICAR '
                    'COM BINUPDT'
           END-EVALUATE
           DISPLAY '---------------------------------------------'
           .
