       IDENTIFICATION DIVISION.
       PROGRAM-ID. BINLIQTO.
      *--------------------------------------------------------------
      * Sistema .............. BIN / CARTOES
      * Programa.............. BINLIQTO
      * Tipo    .............. BATCH
      * Finalidade ........... Totais FINANCEIROS da liquidacao do
      *                        dia, que BINENRIC nao da (la o VALOR
      *                        e copiado como veio e so a quantidade
      *                        e contada):
      *                        - valor liquidado e quantidade de
      *                          transacoes por BANDEIRA, por EMISSOR
      *                          e por DATA DA TRANSACAO, sobre
      *                          BINLIQ02 (enriquecido) e BINLIQEX
      *                          (prefixo sem faixa ou invalido, que
      *                          entra como '*SEM BIN*');
      *                        - conciliacao com o HEADER/TRAILER do
      *                          arquivo do adquirente (BINLIQ01):
      *                          quantidade e valor do trailer contra
      *                          a soma dos detalhes, e quantidade de
      *                          detalhes do BINLIQ01 contra BINLIQ02
      *                          + BINLIQEX (BINENRIC rodado com
      *                          outro arquivo);
      *                        - valor NAO NUMERICO ou ZERADO nao
      *                          soma nos totais e vai para a lista
      *                          de excecoes BINLIQVI.
      *                        Relatorio no BINLIQR1 e resumo no
      *                        SYSOUT.
      * DSnames .............. B090290.BINLIQ01 (LIQUIDACAO DO DIA)
      *                        B090290.BINLIQ02 (ENRIQUECIDO)
      *                        B090290.BINLIQEX (EXCECOES DE PREFIXO)
      *                        B090290.BINLIQR1 (RELATORIO, 132)
      *                        B090290.BINLIQVI (VALOR INVALIDO, 118)
      * Layouts .............. BINLIQ01/02/EX E HEADER/TRAILER: VER
      *                        BINENRIC. VALOR (POS 027-041) = 15
      *                        DIGITOS COM 2 DECIMAIS IMPLICITOS
      *                        (CENTAVOS), COMO EM BINUNKTR.
      * Layout BINLIQVI ...... POS 001-080 = REGISTRO BINLIQ01
      *                        POS 081-088 = ORIGEM (BINLIQ02 OU
      *                                      BINLIQEX)
      *                        POS 089-118 = MOTIVO
      * RETURN-CODE .......... 0 = CONCILIADO
      *                        4 = CONCILIADO, MAS COM VALOR INVALIDO
      *                            OU TABELA DE TOTAIS EXCEDIDA
      *                            (LINHA 'OUTROS')
      *                        8 = DIVERGENCIA COM O TRAILER, HEADER
      *                            OU TRAILER AUSENTE/FORA DE POSICAO,
      *                            OU BINLIQ01 DIFERENTE DE BINLIQ02 +
      *                            BINLIQEX - NAO FECHAR O DIA
      * Premissa ............. RODAR DEPOIS DO BINENRIC, COM O MESMO
      *                        BINLIQ01 QUE ELE PROCESSOU.
      *--------------------------------------------------------------

       ENVIRONMENT DIVISION.
      *--------------------------------------------
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
              SELECT BINLIQ01 ASSIGN TO 'BINLIQ01'
              ORGANIZATION SEQUENTIAL.
      *       ARQUIVO DE LIQUIDACAO DO DIA (HEADER/TRAILER)

              SELECT BINLIQ02 ASSIGN TO 'BINLIQ02'
              ORGANIZATION SEQUENTIAL.
      *       LIQUIDACAO ENRIQUECIDA COM BANDEIRA/EMISSOR

              SELECT BINLIQEX ASSIGN TO 'BINLIQEX'
              ORGANIZATION SEQUENTIAL.
      *       PREFIXOS SEM FAIXA OU INVALIDOS

              SELECT BINLIQR1 ASSIGN TO 'BINLIQR1'
              ORGANIZATION SEQUENTIAL.
      *       RELATORIO DE TOTAIS E CONCILIACAO

              SELECT BINLIQVI ASSIGN TO 'BINLIQVI'
              ORGANIZATION SEQUENTIAL.
      *       TRANSACOES COM VALOR INVALIDO

       DATA DIVISION.
         FILE SECTION.

         FD BINLIQ01
              RECORDING MODE IS F
              RECORD CONTAINS 080 CHARACTERS.

         01 FD-BINLIQ01.
            05 FD-BINLIQ01-ID                      PIC X(010).
            05 FD-BINLIQ01-PREFIXO                 PIC X(008).
            05 FD-BINLIQ01-DATA                    PIC X(008).
            05 FD-BINLIQ01-VALOR                   PIC X(015).
            05 FILLER                              PIC X(039).
         01 FD-BINLIQ01-HEADER.
            05 FILLER                              PIC X(010).
            05 FD-BINLIQ01-HDR-DATA                PIC X(008).
            05 FD-BINLIQ01-HDR-ADQUIRENTE          PIC X(030).
            05 FILLER                              PIC X(032).
         01 FD-BINLIQ01-TRAILER.
            05 FILLER                              PIC X(010).
            05 FD-BINLIQ01-TRL-QTDE                PIC X(009).
            05 FD-BINLIQ01-TRL-VALOR               PIC X(017).
            05 FILLER                              PIC X(044).

         FD BINLIQ02
              RECORDING MODE IS F
              RECORD CONTAINS 125 CHARACTERS.

         01 FD-BINLIQ02.
            05 FD-BINLIQ02-DADOS                   PIC X(080).
            05 FD-BINLIQ02-BANDEIRA                PIC X(010).
            05 FD-BINLIQ02-EMISSOR                 PIC X(035).

         FD BINLIQEX
              RECORDING MODE IS F
              RECORD CONTAINS 110 CHARACTERS.

         01 FD-BINLIQEX.
            05 FD-BINLIQEX-DADOS                   PIC X(080).
            05 FD-BINLIQEX-MOTIVO                  PIC X(030).

         FD BINLIQR1
              RECORDING MODE IS F
              RECORD CONTAINS 132 CHARACTERS.

         01 BINLIQR1-REC                           PIC X(132).

         FD BINLIQVI
              RECORDING MODE IS F
              RECORD CONTAINS 118 CHARACTERS.

         01 FD-BINLIQVI.
            05 FD-BINLIQVI-DADOS                   PIC X(080).
            05 FD-BINLIQVI-ORIGEM                  PIC X(008).
            05 FD-BINLIQVI-MOTIVO                  PIC X(030).

         WORKING-STORAGE SECTION.
         01 WS-EOF-LIQ                   PIC X(001) VALUE 'N'.
         01 WS-EOF-ENR                   PIC X(001) VALUE 'N'.
         01 WS-EOF-EXC                   PIC X(001) VALUE 'N'.
         01 WK-SUB                       PIC S9(004) COMP VALUE 0.
         01 WK-POS                       PIC S9(004) COMP VALUE 0.
         01 WK-ACHOU                     PIC X(001) VALUE 'N'.
         01 WK-VALOR-X                   PIC X(015) VALUE ZEROS.
         01 WK-VALOR-N REDEFINES WK-VALOR-X
                                         PIC 9(013)V99.
         01 WK-TRL-VALOR-X               PIC X(017) VALUE ZEROS.
         01 WK-TRL-VALOR-N REDEFINES WK-TRL-VALOR-X
                                         PIC 9(015)V99.

      *  SITUACAO DO ARQUIVO DO ADQUIRENTE
         01 WK-TEM-HEADER                PIC X(001) VALUE 'N'.
         01 WK-TEM-TRAILER               PIC X(001) VALUE 'N'.
         01 WK-ERRO-ESTRUTURA            PIC X(040) VALUE SPACES.
         01 WK-HDR-DATA                  PIC X(008) VALUE SPACES.
         01 WK-HDR-ADQUIRENTE            PIC X(030) VALUE SPACES.
         01 WK-TRL-QTDE                  PIC 9(009) VALUE ZEROS.
         01 WK-TRL-VALOR                 PIC 9(015)V99 VALUE ZEROS.
         01 WK-DIVERGENTE                PIC X(001) VALUE 'N'.

      *  DETALHE EM TRATAMENTO (BINLIQ02 OU BINLIQEX)
         01 WK-DETALHE.
            05 WK-DT-DADOS.
               10 WK-DT-ID               PIC X(010).
               10 WK-DT-PREFIXO          PIC X(008).
               10 WK-DT-DATA             PIC X(008).
               10 WK-DT-VALOR            PIC X(015).
               10 FILLER                 PIC X(039).
            05 WK-DT-BANDEIRA            PIC X(010).
            05 WK-DT-EMISSOR             PIC X(035).
            05 WK-DT-ORIGEM              PIC X(008).
            05 WK-DT-VALOR-N             PIC 9(013)V99.

      *  QUANTIDADES E VALORES PARA A CONCILIACAO
         01 WK-LIQ-QTDE                  PIC 9(010) VALUE ZEROS.
         01 WK-LIQ-VALOR                 PIC 9(015)V99 VALUE ZEROS.
         01 WK-ENR-QTDE                  PIC 9(010) VALUE ZEROS.
         01 WK-ENR-VALOR                 PIC 9(015)V99 VALUE ZEROS.
         01 WK-EXC-QTDE                  PIC 9(010) VALUE ZEROS.
         01 WK-EXC-VALOR                 PIC 9(015)V99 VALUE ZEROS.
         01 WK-INV-QTDE                  PIC 9(010) VALUE ZEROS.
         01 WK-SOMA-QTDE                 PIC 9(010) VALUE ZEROS.
         01 WK-SOMA-VALOR                PIC 9(015)V99 VALUE ZEROS.
         01 WK-DIF-QTDE                  PIC S9(010) VALUE ZEROS.
         01 WK-DIF-VALOR                 PIC S9(015)V99 VALUE ZEROS.
         01 WK-TABELA-CHEIA              PIC X(001) VALUE 'N'.

      *  TOTAIS POR BANDEIRA, EMISSOR E DATA (ORDEM DE CHEGADA PARA
      *  BANDEIRA E EMISSOR, COMO BINENRIC; DATAS EM ORDEM CRESCENTE).
      *  COM A TABELA CHEIA O RESTO VAI PARA A LINHA 'OUTROS'.
         01 WK-TAB-TOT-BANDEIRA.
            05 WK-TB-QTDE                PIC 9(003) VALUE ZEROS.
            05 WK-TB-ENTRY OCCURS 50 TIMES.
               10 WK-TB-BANDEIRA         PIC X(010).
               10 WK-TB-CONT             PIC 9(010).
               10 WK-TB-VALOR            PIC 9(015)V99.
            05 WK-TB-OUT-CONT            PIC 9(010) VALUE ZEROS.
            05 WK-TB-OUT-VALOR           PIC 9(015)V99 VALUE ZEROS.
         01 WK-TAB-TOT-EMISSOR.
            05 WK-TE-QTDE                PIC 9(003) VALUE ZEROS.
            05 WK-TE-ENTRY OCCURS 200 TIMES.
               10 WK-TE-EMISSOR          PIC X(035).
               10 WK-TE-CONT             PIC 9(010).
               10 WK-TE-VALOR            PIC 9(015)V99.
            05 WK-TE-OUT-CONT            PIC 9(010) VALUE ZEROS.
            05 WK-TE-OUT-VALOR           PIC 9(015)V99 VALUE ZEROS.
         01 WK-TAB-TOT-DATA.
            05 WK-TD-QTDE                PIC 9(003) VALUE ZEROS.
            05 WK-TD-ENTRY OCCURS 100 TIMES.
               10 WK-TD-DATA             PIC X(008).
               10 WK-TD-CONT             PIC 9(010).
               10 WK-TD-VALOR            PIC 9(015)V99.
            05 WK-TD-OUT-CONT            PIC 9(010) VALUE ZEROS.
            05 WK-TD-OUT-VALOR           PIC 9(015)V99 VALUE ZEROS.

      *  LINHAS DO RELATORIO
         01 WK-CAB1.
            05 FILLER                    PIC X(040) VALUE
               'BINLIQTO - TOTAIS DA LIQUIDACAO DO DIA'.
            05 FILLER                    PIC X(012) VALUE
               ' MOVIMENTO: '.
            05 WK-CAB1-DATA              PIC X(008).
            05 FILLER                    PIC X(014) VALUE
               '  ADQUIRENTE: '.
            05 WK-CAB1-ADQUIRENTE        PIC X(030).
            05 FILLER                    PIC X(028) VALUE SPACES.
         01 WK-CAB-SECAO.
            05 FILLER                    PIC X(002) VALUE SPACES.
            05 WK-CS-TITULO              PIC X(035).
            05 FILLER                    PIC X(002) VALUE SPACES.
            05 FILLER                    PIC X(010) VALUE
               'TRANSACOES'.
            05 FILLER                    PIC X(007) VALUE SPACES.
            05 FILLER                    PIC X(015) VALUE
               'VALOR LIQUIDADO'.
            05 FILLER                    PIC X(061) VALUE SPACES.
         01 WK-LIN-TOT.
            05 FILLER                    PIC X(002) VALUE SPACES.
            05 WK-LT-CHAVE               PIC X(035).
            05 FILLER                    PIC X(002) VALUE SPACES.
            05 WK-LT-QTDE                PIC Z(009)9.
            05 FILLER                    PIC X(002) VALUE SPACES.
            05 WK-LT-VALOR               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
            05 FILLER                    PIC X(061) VALUE SPACES.
         01 WK-LIN-CONC.
            05 FILLER                    PIC X(002) VALUE SPACES.
            05 WK-LC-ROTULO              PIC X(035).
            05 FILLER                    PIC X(001) VALUE SPACES.
            05 WK-LC-QTDE                PIC -Z(009)9.
            05 FILLER                    PIC X(001) VALUE SPACES.
            05 WK-LC-VALOR               PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
            05 FILLER                    PIC X(061) VALUE SPACES.
         01 WK-LIN-MSG.
            05 FILLER                    PIC X(002) VALUE SPACES.
            05 WK-LM-TEXTO               PIC X(130).

         01 WK-CONT-OUTROS               PIC 9(010) VALUE ZEROS.

       PROCEDURE DIVISION.
      *
       MAIN-PARA.
           OPEN INPUT  BINLIQ01
           OPEN INPUT  BINLIQ02
           OPEN INPUT  BINLIQEX
           OPEN OUTPUT BINLIQR1
           OPEN OUTPUT BINLIQVI
           PERFORM LE-ADQUIRENTE UNTIL WS-EOF-LIQ = 'Y'
           IF WK-ERRO-ESTRUTURA = SPACES
              IF WK-TEM-HEADER = 'N'
                 MOVE 'ARQUIVO SEM HEADER' TO WK-ERRO-ESTRUTURA
              END-IF
              IF WK-TEM-TRAILER = 'N'
                 MOVE 'ARQUIVO SEM TRAILER (INCOMPLETO)'
                    TO WK-ERRO-ESTRUTURA
              END-IF
           END-IF
           PERFORM LE-ENRIQUECIDO UNTIL WS-EOF-ENR = 'Y'
           PERFORM LE-EXCECAO UNTIL WS-EOF-EXC = 'Y'
           PERFORM CONCILIA
           PERFORM IMPRIME-RELATORIO
           PERFORM RELATORIO-RESUMO
           CLOSE BINLIQ01
           CLOSE BINLIQ02
           CLOSE BINLIQEX
           CLOSE BINLIQR1
           CLOSE BINLIQVI
           EVALUATE TRUE
              WHEN WK-DIVERGENTE = 'S'
                 MOVE 8 TO RETURN-CODE
              WHEN WK-INV-QTDE > 0 OR WK-TABELA-CHEIA = 'S'
                 MOVE 4 TO RETURN-CODE
           END-EVALUATE
           STOP RUN
           .
      *
      *    ARQUIVO DO ADQUIRENTE: HEADER NO PRIMEIRO REGISTRO, TRAILER
      *    NO ULTIMO, DETALHES SO CONTADOS E SOMADOS
      *
       LE-ADQUIRENTE.
           READ BINLIQ01
              AT END
                 MOVE 'Y' TO WS-EOF-LIQ
              NOT AT END
                 PERFORM TRATA-ADQUIRENTE
           END-READ
           .
       TRATA-ADQUIRENTE.
           IF WK-TEM-TRAILER = 'S' AND WK-ERRO-ESTRUTURA = SPACES
              MOVE 'REGISTRO DEPOIS DO TRAILER'  TO WK-ERRO-ESTRUTURA
           END-IF
           EVALUATE TRUE
              WHEN FD-BINLIQ01-ID = '0000000000'
                 IF WK-TEM-HEADER = 'S' OR WK-LIQ-QTDE > 0
                    IF WK-ERRO-ESTRUTURA = SPACES
                       MOVE 'HEADER FORA DO INICIO DO ARQUIVO'
                          TO WK-ERRO-ESTRUTURA
                    END-IF
                 END-IF
                 MOVE 'S'                        TO WK-TEM-HEADER
                 MOVE FD-BINLIQ01-HDR-DATA       TO WK-HDR-DATA
                 MOVE FD-BINLIQ01-HDR-ADQUIRENTE TO WK-HDR-ADQUIRENTE
              WHEN FD-BINLIQ01-ID = '9999999999'
                 MOVE 'S' TO WK-TEM-TRAILER
                 MOVE FD-BINLIQ01-TRL-VALOR TO WK-TRL-VALOR-X
                 IF FD-BINLIQ01-TRL-QTDE IS NOT NUMERIC OR
                    WK-TRL-VALOR-X IS NOT NUMERIC
                    IF WK-ERRO-ESTRUTURA = SPACES
                       MOVE 'TRAILER COM TOTAIS NAO NUMERICOS'
                          TO WK-ERRO-ESTRUTURA
                    END-IF
                 ELSE
                    MOVE FD-BINLIQ01-TRL-QTDE TO WK-TRL-QTDE
                    MOVE WK-TRL-VALOR-N       TO WK-TRL-VALOR
                 END-IF
              WHEN OTHER
                 IF WK-TEM-HEADER = 'N' AND WK-ERRO-ESTRUTURA = SPACES
                    MOVE 'ARQUIVO SEM HEADER' TO WK-ERRO-ESTRUTURA
                 END-IF
                 ADD 1 TO WK-LIQ-QTDE
                 MOVE FD-BINLIQ01-VALOR TO WK-VALOR-X
                 IF WK-VALOR-X IS NUMERIC
                    ADD WK-VALOR-N TO WK-LIQ-VALOR
                 END-IF
           END-EVALUATE
           .
      *
      *    DETALHES ENRIQUECIDOS E EXCECOES DE PREFIXO
      *
       LE-ENRIQUECIDO.
           READ BINLIQ02
              AT END
                 MOVE 'Y' TO WS-EOF-ENR
              NOT AT END
                 MOVE FD-BINLIQ02-DADOS    TO WK-DT-DADOS
                 MOVE FD-BINLIQ02-BANDEIRA TO WK-DT-BANDEIRA
                 MOVE FD-BINLIQ02-EMISSOR  TO WK-DT-EMISSOR
                 MOVE 'BINLIQ02'           TO WK-DT-ORIGEM
                 ADD  1                    TO WK-ENR-QTDE
                 PERFORM TRATA-DETALHE
                 IF WK-ACHOU = 'S'
                    ADD WK-DT-VALOR-N TO WK-ENR-VALOR
                 END-IF
           END-READ
           .
       LE-EXCECAO.
           READ BINLIQEX
              AT END
                 MOVE 'Y' TO WS-EOF-EXC
              NOT AT END
                 MOVE FD-BINLIQEX-DADOS    TO WK-DT-DADOS
                 MOVE '*SEM BIN*'          TO WK-DT-BANDEIRA
                 MOVE '*SEM BIN* (BINLIQEX)'
                    TO WK-DT-EMISSOR
                 MOVE 'BINLIQEX'           TO WK-DT-ORIGEM
                 ADD  1                    TO WK-EXC-QTDE
                 PERFORM TRATA-DETALHE
                 IF WK-ACHOU = 'S'
                    ADD WK-DT-VALOR-N TO WK-EXC-VALOR
                 END-IF
           END-READ
           .
       TRATA-DETALHE.
      *    WK-ACHOU = 'S' QUANDO O VALOR E VALIDO E FOI TOTALIZADO
           MOVE 'N'         TO WK-ACHOU
           MOVE WK-DT-VALOR TO WK-VALOR-X
           IF WK-VALOR-X IS NOT NUMERIC
              MOVE 'VALOR NAO NUMERICO' TO FD-BINLIQVI-MOTIVO
              PERFORM GRAVA-INVALIDO
           ELSE
              IF WK-VALOR-N = ZEROS
                 MOVE 'VALOR ZERADO'    TO FD-BINLIQVI-MOTIVO
                 PERFORM GRAVA-INVALIDO
              ELSE
                 MOVE WK-VALOR-N TO WK-DT-VALOR-N
                 PERFORM SOMA-BANDEIRA
                 PERFORM SOMA-EMISSOR
                 PERFORM SOMA-DATA
                 MOVE 'S' TO WK-ACHOU
              END-IF
           END-IF
           .
       GRAVA-INVALIDO.
           ADD  1            TO WK-INV-QTDE
           MOVE WK-DT-DADOS  TO FD-BINLIQVI-DADOS
           MOVE WK-DT-ORIGEM TO FD-BINLIQVI-ORIGEM
           WRITE FD-BINLIQVI
           .
       SOMA-BANDEIRA.
           MOVE 'N' TO WK-ACHOU
           PERFORM COMPARA-BANDEIRA VARYING WK-SUB FROM 1 BY 1
              UNTIL WK-SUB > WK-TB-QTDE OR WK-ACHOU = 'S'
           IF WK-ACHOU = 'N'
              IF WK-TB-QTDE < 50
                 ADD  1              TO WK-TB-QTDE
                 MOVE WK-DT-BANDEIRA TO WK-TB-BANDEIRA (WK-TB-QTDE)
                 MOVE 1              TO WK-TB-CONT (WK-TB-QTDE)
                 MOVE WK-DT-VALOR-N  TO WK-TB-VALOR (WK-TB-QTDE)
              ELSE
                 MOVE 'S'            TO WK-TABELA-CHEIA
                 ADD  1              TO WK-TB-OUT-CONT
                 ADD  WK-DT-VALOR-N  TO WK-TB-OUT-VALOR
              END-IF
           END-IF
           .
       COMPARA-BANDEIRA.
           IF WK-TB-BANDEIRA (WK-SUB) = WK-DT-BANDEIRA
              ADD  1             TO WK-TB-CONT (WK-SUB)
              ADD  WK-DT-VALOR-N TO WK-TB-VALOR (WK-SUB)
              MOVE 'S'           TO WK-ACHOU
           END-IF
           .
       SOMA-EMISSOR.
           MOVE 'N' TO WK-ACHOU
           PERFORM COMPARA-EMISSOR VARYING WK-SUB FROM 1 BY 1
              UNTIL WK-SUB > WK-TE-QTDE OR WK-ACHOU = 'S'
           IF WK-ACHOU = 'N'
              IF WK-TE-QTDE < 200
                 ADD  1              TO WK-TE-QTDE
                 MOVE WK-DT-EMISSOR  TO WK-TE-EMISSOR (WK-TE-QTDE)
                 MOVE 1              TO WK-TE-CONT (WK-TE-QTDE)
                 MOVE WK-DT-VALOR-N  TO WK-TE-VALOR (WK-TE-QTDE)
              ELSE
                 MOVE 'S'            TO WK-TABELA-CHEIA
                 ADD  1              TO WK-TE-OUT-CONT
                 ADD  WK-DT-VALOR-N  TO WK-TE-OUT-VALOR
              END-IF
           END-IF
           .
       COMPARA-EMISSOR.
           IF WK-TE-EMISSOR (WK-SUB) = WK-DT-EMISSOR
              ADD  1             TO WK-TE-CONT (WK-SUB)
              ADD  WK-DT-VALOR-N TO WK-TE-VALOR (WK-SUB)
              MOVE 'S'           TO WK-ACHOU
           END-IF
           .
       SOMA-DATA.
      *    A TABELA DE DATAS E MANTIDA EM ORDEM CRESCENTE: PROCURA A
      *    PRIMEIRA DATA >= A DA TRANSACAO E, SE NAO FOR A MESMA,
      *    ABRE ESPACO NESSA POSICAO
           MOVE 'N' TO WK-ACHOU
           PERFORM COMPARA-DATA VARYING WK-SUB FROM 1 BY 1
              UNTIL WK-SUB > WK-TD-QTDE OR WK-ACHOU = 'S'
           IF WK-ACHOU = 'S'
              SUBTRACT 1 FROM WK-SUB
           END-IF
           MOVE WK-SUB TO WK-POS
           MOVE 'N'    TO WK-ACHOU
           IF WK-POS <= WK-TD-QTDE
              IF WK-TD-DATA (WK-POS) = WK-DT-DATA
                 MOVE 'S' TO WK-ACHOU
              END-IF
           END-IF
           IF WK-ACHOU = 'S'
              ADD  1             TO WK-TD-CONT (WK-POS)
              ADD  WK-DT-VALOR-N TO WK-TD-VALOR (WK-POS)
           ELSE
              IF WK-TD-QTDE < 100
                 PERFORM DESLOCA-DATA VARYING WK-SUB FROM WK-TD-QTDE
                    BY -1 UNTIL WK-SUB < WK-POS
                 ADD  1             TO WK-TD-QTDE
                 MOVE WK-DT-DATA    TO WK-TD-DATA (WK-POS)
                 MOVE 1             TO WK-TD-CONT (WK-POS)
                 MOVE WK-DT-VALOR-N TO WK-TD-VALOR (WK-POS)
              ELSE
                 MOVE 'S'           TO WK-TABELA-CHEIA
                 ADD  1             TO WK-TD-OUT-CONT
                 ADD  WK-DT-VALOR-N TO WK-TD-OUT-VALOR
              END-IF
           END-IF
           .
       COMPARA-DATA.
           IF WK-TD-DATA (WK-SUB) NOT < WK-DT-DATA
              MOVE 'S' TO WK-ACHOU
           END-IF
           .
       DESLOCA-DATA.
           MOVE WK-TD-ENTRY (WK-SUB) TO WK-TD-ENTRY (WK-SUB + 1)
           .
      *
      *    CONCILIACAO COM O TRAILER
      *
       CONCILIA.
           COMPUTE WK-SOMA-QTDE  = WK-ENR-QTDE + WK-EXC-QTDE
           COMPUTE WK-SOMA-VALOR = WK-ENR-VALOR + WK-EXC-VALOR
           COMPUTE WK-DIF-QTDE   = WK-TRL-QTDE - WK-SOMA-QTDE
           COMPUTE WK-DIF-VALOR  = WK-TRL-VALOR - WK-SOMA-VALOR
           IF WK-ERRO-ESTRUTURA NOT = SPACES OR
              WK-DIF-QTDE  NOT = ZEROS OR
              WK-DIF-VALOR NOT = ZEROS OR
              WK-LIQ-QTDE  NOT = WK-SOMA-QTDE
              MOVE 'S' TO WK-DIVERGENTE
           END-IF
           .
      *
      *    RELATORIO BINLIQR1
      *
       IMPRIME-RELATORIO.
           MOVE WK-HDR-DATA       TO WK-CAB1-DATA
           MOVE WK-HDR-ADQUIRENTE TO WK-CAB1-ADQUIRENTE
           WRITE BINLIQR1-REC FROM WK-CAB1
           PERFORM LINHA-EM-BRANCO
           MOVE 'TOTAIS POR BANDEIRA' TO WK-CS-TITULO
           WRITE BINLIQR1-REC FROM WK-CAB-SECAO
           PERFORM IMPRIME-BANDEIRA VARYING WK-SUB FROM 1 BY 1
              UNTIL WK-SUB > WK-TB-QTDE
           MOVE WK-TB-OUT-CONT  TO WK-CONT-OUTROS
           MOVE WK-TB-OUT-VALOR TO WK-LT-VALOR
           PERFORM IMPRIME-OUTROS
           PERFORM IMPRIME-TOTAL
           MOVE 'TOTAIS POR EMISSOR' TO WK-CS-TITULO
           WRITE BINLIQR1-REC FROM WK-CAB-SECAO
           PERFORM IMPRIME-EMISSOR VARYING WK-SUB FROM 1 BY 1
              UNTIL WK-SUB > WK-TE-QTDE
           MOVE WK-TE-OUT-CONT  TO WK-CONT-OUTROS
           MOVE WK-TE-OUT-VALOR TO WK-LT-VALOR
           PERFORM IMPRIME-OUTROS
           PERFORM IMPRIME-TOTAL
           MOVE 'TOTAIS POR DATA DA TRANSACAO' TO WK-CS-TITULO
           WRITE BINLIQR1-REC FROM WK-CAB-SECAO
           PERFORM IMPRIME-DATA VARYING WK-SUB FROM 1 BY 1
              UNTIL WK-SUB > WK-TD-QTDE
           MOVE WK-TD-OUT-CONT  TO WK-CONT-OUTROS
           MOVE WK-TD-OUT-VALOR TO WK-LT-VALOR
           PERFORM IMPRIME-OUTROS
           PERFORM IMPRIME-TOTAL
           PERFORM IMPRIME-CONCILIACAO
           .
       IMPRIME-BANDEIRA.
           MOVE WK-TB-BANDEIRA (WK-SUB) TO WK-LT-CHAVE
           MOVE WK-TB-CONT (WK-SUB)     TO WK-LT-QTDE
           MOVE WK-TB-VALOR (WK-SUB)    TO WK-LT-VALOR
           WRITE BINLIQR1-REC FROM WK-LIN-TOT
           .
       IMPRIME-EMISSOR.
           MOVE WK-TE-EMISSOR (WK-SUB)  TO WK-LT-CHAVE
           MOVE WK-TE-CONT (WK-SUB)     TO WK-LT-QTDE
           MOVE WK-TE-VALOR (WK-SUB)    TO WK-LT-VALOR
           WRITE BINLIQR1-REC FROM WK-LIN-TOT
           .
       IMPRIME-DATA.
           MOVE WK-TD-DATA (WK-SUB)     TO WK-LT-CHAVE
           MOVE WK-TD-CONT (WK-SUB)     TO WK-LT-QTDE
           MOVE WK-TD-VALOR (WK-SUB)    TO WK-LT-VALOR
           WRITE BINLIQR1-REC FROM WK-LIN-TOT
           .
       IMPRIME-OUTROS.
           IF WK-CONT-OUTROS > 0
              MOVE 'OUTROS (TABELA CHEIA)' TO WK-LT-CHAVE
              MOVE WK-CONT-OUTROS          TO WK-LT-QTDE
              WRITE BINLIQR1-REC FROM WK-LIN-TOT
           END-IF
           .
       IMPRIME-TOTAL.
           COMPUTE WK-CONT-OUTROS = WK-SOMA-QTDE - WK-INV-QTDE
           MOVE 'TOTAL LIQUIDADO'  TO WK-LT-CHAVE
           MOVE WK-CONT-OUTROS     TO WK-LT-QTDE
           MOVE WK-SOMA-VALOR      TO WK-LT-VALOR
           WRITE BINLIQR1-REC FROM WK-LIN-TOT
           PERFORM LINHA-EM-BRANCO
           .
       IMPRIME-CONCILIACAO.
           MOVE 'CONCILIACAO COM O TRAILER' TO WK-CS-TITULO
           WRITE BINLIQR1-REC FROM WK-CAB-SECAO
           MOVE 'TRAILER DO ADQUIRENTE ............' TO WK-LC-ROTULO
           MOVE WK-TRL-QTDE   TO WK-LC-QTDE
           MOVE WK-TRL-VALOR  TO WK-LC-VALOR
           WRITE BINLIQR1-REC FROM WK-LIN-CONC
           MOVE 'DETALHES NO ARQUIVO (BINLIQ01) ...' TO WK-LC-ROTULO
           MOVE WK-LIQ-QTDE   TO WK-LC-QTDE
           MOVE WK-LIQ-VALOR  TO WK-LC-VALOR
           WRITE BINLIQR1-REC FROM WK-LIN-CONC
           MOVE 'ENRIQUECIDOS (BINLIQ02) ..........' TO WK-LC-ROTULO
           MOVE WK-ENR-QTDE   TO WK-LC-QTDE
           MOVE WK-ENR-VALOR  TO WK-LC-VALOR
           WRITE BINLIQR1-REC FROM WK-LIN-CONC
           MOVE 'SEM FAIXA OU INVALIDO (BINLIQEX) .' TO WK-LC-ROTULO
           MOVE WK-EXC-QTDE   TO WK-LC-QTDE
           MOVE WK-EXC-VALOR  TO WK-LC-VALOR
           WRITE BINLIQR1-REC FROM WK-LIN-CONC
           MOVE 'VALOR INVALIDO (BINLIQVI) ........' TO WK-LC-ROTULO
           MOVE WK-INV-QTDE   TO WK-LC-QTDE
           MOVE ZEROS         TO WK-LC-VALOR
           WRITE BINLIQR1-REC FROM WK-LIN-CONC
           MOVE 'SOMA DOS DETALHES ................' TO WK-LC-ROTULO
           MOVE WK-SOMA-QTDE  TO WK-LC-QTDE
           MOVE WK-SOMA-VALOR TO WK-LC-VALOR
           WRITE BINLIQR1-REC FROM WK-LIN-CONC
           MOVE 'DIFERENCA (TRAILER - DETALHES) ...' TO WK-LC-ROTULO
           MOVE WK-DIF-QTDE   TO WK-LC-QTDE
           MOVE WK-DIF-VALOR  TO WK-LC-VALOR
           WRITE BINLIQR1-REC FROM WK-LIN-CONC
           PERFORM LINHA-EM-BRANCO
           IF WK-ERRO-ESTRUTURA NOT = SPACES
              MOVE SPACES TO WK-LM-TEXTO
              STRING '*** ' WK-ERRO-ESTRUTURA DELIMITED BY SIZE
                 INTO WK-LM-TEXTO
              WRITE BINLIQR1-REC FROM WK-LIN-MSG
           END-IF
           IF WK-LIQ-QTDE NOT = WK-SOMA-QTDE
              MOVE '*** BINLIQ01 DIFERENTE DE BINLIQ02 + BINLIQEX'
                 TO WK-LM-TEXTO
              WRITE BINLIQR1-REC FROM WK-LIN-MSG
           END-IF
           IF WK-DIVERGENTE = 'S'
              MOVE '*** DIVERGENTE - NAO FECHAR O DIA ***'
                 TO WK-LM-TEXTO
           ELSE
              MOVE 'CONCILIADO' TO WK-LM-TEXTO
           END-IF
           WRITE BINLIQR1-REC FROM WK-LIN-MSG
           .
       LINHA-EM-BRANCO.
           MOVE SPACES TO BINLIQR1-REC
           WRITE BINLIQR1-REC
           .
       RELATORIO-RESUMO.
           DISPLAY '---------------------------------------------'
           DISPLAY ' TOTAIS DA LIQUIDACAO (BINLIQTO)             '
           DISPLAY ' MOVIMENTO .................: ' WK-HDR-DATA
           DISPLAY ' ADQUIRENTE ................: ' WK-HDR-ADQUIRENTE
           DISPLAY ' TRAILER - QUANTIDADE ......: ' WK-TRL-QTDE
           DISPLAY ' TRAILER - VALOR ...........: ' WK-TRL-VALOR
           DISPLAY ' DETALHES BINLIQ01 .........: ' WK-LIQ-QTDE
           DISPLAY ' ENRIQUECIDOS (BINLIQ02) ...: ' WK-ENR-QTDE
           DISPLAY ' EXCECOES (BINLIQEX) .......: ' WK-EXC-QTDE
           DISPLAY ' VALOR INVALIDO (BINLIQVI) .: ' WK-INV-QTDE
           DISPLAY ' SOMA DOS DETALHES - VALOR .: ' WK-SOMA-VALOR
           DISPLAY '---------------------------------------------'
           IF WK-ERRO-ESTRUTURA NOT = SPACES
              DISPLAY '*** ' WK-ERRO-ESTRUTURA
           END-IF
           IF WK-TABELA-CHEIA = 'S'
              DISPLAY '*** TABELA DE TOTAIS EXCEDIDA - LINHA OUTROS'
           END-IF
           IF WK-DIVERGENTE = 'S'
              DISPLAY '*** DIVERGENTE DO TRAILER - NAO FECHAR O DIA'
           ELSE
              DISPLAY ' CONCILIADO COM O TRAILER'
           END-IF
           .
