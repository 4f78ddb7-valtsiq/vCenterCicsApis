      *   POS 019-026 = DATA DA TRANSACAO (AAAAMMDD)
      *   POS 027-041 = VALOR (NAO PROCESSADO, COPIADO COMO VEIO)
      *   POS 042-080 = FILLER
      *   REGISTROS DE CONTROLE DO ADQUIRENTE (NAO SAO TRANSACAO,
      *   NAO SAO ENRIQUECIDOS NEM VAO PARA BINLIQEX; A CONCILIACAO
      *   DOS TOTAIS E FEITA POR BINLIQTO):
      *   HEADER  - POS 001-010 = '0000000000'
      *             POS 011-018 = DATA DO MOVIMENTO (AAAAMMDD)
      *             POS 019-048 = ADQUIRENTE
      *   TRAILER - POS 001-010 = '9999999999'
      *             POS 011-019 = QUANTIDADE DE DETALHES
      *             POS 020-036 = VALOR TOTAL DOS DETALHES (9(15)V99)
      * Layout BINLIQ02 = BINLIQ01 + BANDEIRA (10) + EMISSOR (35)
      * Layout BINLIQEX = BINLIQ01 + MOTIVO (30)
      *--------------------------------------------------------------
         01 WK-CONT-ENRIQUECIDOS         PIC 9(010) VALUE ZEROS.
         01 WK-CONT-SEM-FAIXA            PIC 9(010) VALUE ZEROS.
         01 WK-CONT-INVALIDOS            PIC 9(010) VALUE ZEROS.
         01 WK-CONT-CONTROLE             PIC 9(010) VALUE ZEROS.

      *  TABELA DAS FAIXAS DO CLUSTER, EM SEQUENCIA DE BIN INICIAL
      *  (CARGA NA ABERTURA; PESQUISA BINARIA POR TRANSACAO)
           PERFORM CARREGA-FAIXAS
           PERFORM UNTIL WS-EOF-LIQ = 'Y'
              READ BINLIQ01 AT END MOVE 'Y' TO WS-EOF-LIQ
              NOT AT END
                 IF FD-BINLIQ01-ID = '0000000000' OR
                    FD-BINLIQ01-ID = '9999999999'
                    ADD 1 TO WK-CONT-CONTROLE
                 ELSE
                    PERFORM PROCESSA-TRANSACAO
                 END-IF
              END-READ
           END-PERFORM
           PERFORM RELATORIO-FINAL
           DISPLAY WK-CONT-SEM-FAIXA
           DISPLAY 'PREFIXOS INVALIDOS (BINLIQEX) ................'
           DISPLAY WK-CONT-INVALIDOS
           DISPLAY 'HEADER/TRAILER DO ADQUIRENTE (IGNORADOS) .....'
           DISPLAY WK-CONT-CONTROLE
           DISPLAY '---------------------------------------------'
           DISPLAY ' TOTAIS POR BANDEIRA '
           MOVE 0 TO WK-TOT-SUB
