       IDENTIFICATION DIVISION.
       PROGRAM-ID. BINMAINT.
      *--------------------------------------------------------------
      * Sistema .............. BIN / CARTOES
      * Programa.............. BINMAINT
      * Tipo    .............. ONLINE (CICS PSEUDO-CONVERSACIONAL)
      * Transacao ............ BINM (TAMBEM PELO MENU CEPN)
      * Finalidade ........... Manutencao URGENTE de uma faixa de BIN
      *                        quando a rede liga no meio do dia: o
      *                        operador autorizado digita a inclusao,
      *                        alteracao ou exclusao e o movimento e
      *                        ESTAGIADO no arquivo BINSTG01, com
      *                        operador, terminal e data/hora, em vez
      *                        de editar BINMOV01 na mao. O passo
      *                        batch BINSTGEX transforma os movimentos
      *                        estagiados em BINMOV01 antes do
      *                        BINUPDT da noite - NADA E GRAVADO NO
      *                        BINV0001 AQUI.
      * Criticas ............. AS MESMAS DE BATCH002 PARA FAIXAS:
      *                        - BIN INICIAL/FINAL NUMERICOS DE 8
      *                          DIGITOS, INICIO NAO MAIOR QUE O FIM;
      *                        - BANDEIRA CONHECIDA (MESMA TABELA DE
      *                          BATCH002);
      *                        - A FAIXA NAO PODE SOBREPOR OUTRA DA
      *                          MESMA BANDEIRA, NEM NO BINV0001 NEM
      *                          ENTRE OS MOVIMENTOS AINDA PENDENTES.
      *                        E AS DE BINUPDT, ANTECIPADAS NA TELA:
      *                        INCLUSAO DE BIN INICIAL JA CADASTRADO,
      *                        ALTERACAO/EXCLUSAO DE BIN INEXISTENTE.
      *                        UM SO MOVIMENTO PENDENTE POR BIN
      *                        INICIAL (O BINUPDT CASA UM MOVIMENTO
      *                        POR CHAVE).
      *                        O BINV0001 E A COPIA ONLINE DO MESTRE;
      *                        O QUE MUDAR NELE ATE A NOITE AINDA CAI
      *                        NAS EXCECOES BINMEX01 DO BINUPDT.
      * Alcada ............... A ENTRADA NA TRANSACAO E CONTROLADA PELA
      *                        SEGURANCA CICS DA BINM; A OPERACAO
      *                        (I/A/E) PASSA PELA REGRA UNICA CEPPRMCK
      *                        SOBRE O CADASTRO CEPPRM01. O CADASTRO
      *                        DE BINS E NACIONAL: SO OPERADOR COM
      *                        TODAS AS UFS ('**') PODE ESTAGIAR.
      *                        RECUSA NAO ESTAGIA NADA E E GRAVADA NO
      *                        LOG CEPRCS01 (PROGRAMA BINMAINT, BIN
      *                        INICIAL NO CAMPO DO CEP).
      * DSnames .............. B090290.BINVSA01 (DD BINV0001)
      *                        B090290.BINSTG01 (KSDS DE MOVIMENTOS
      *                        ESTAGIADOS, LAYOUT ABAIXO)
      *                        B090290.CEPPRM01 (PERMISSOES POR
      *                        OPERADOR, LAYOUT EM CEPPRMCK)
      *                        B090290.CEPRCS01 (LOG DE RECUSAS DE
      *                        ALCADA, LAYOUT EM CEPPRMMN)
      * Layout BINSTG01 (200 BYTES, CHAVE = POS 001-028) ...........
      *   POS 001-021 = DATA/HORA DO ESTAGIO (CURRENT-DATE)
      *   POS 022-028 = NUMERO DA TASK
      *   POS 029-036 = OPERADOR (USERID)
      *   POS 037-040 = TERMINAL
      *   POS 041     = SITUACAO: 'P' PENDENTE / 'G' GERADO EM
      *                 BINMOV01 PELO BINSTGEX
      *   POS 042-103 = MOVIMENTO NO LAYOUT BINMOV01 (62 BYTES)
      *   POS 104-164 = IMAGEM ATUAL NO BINV0001 (A/E; LAYOUT
      *                 BINSAI01)
      *   POS 165-172 = DATA DA GERACAO EM BINMOV01 (AAAAMMDD)
      *   POS 173-200 = FILLER
      * Fluxo pseudo-conversacional ..........
      *   1a chamada  (EIBCALEN = 0) -> envia a tela de instrucoes.
      *   2a chamada em diante ......... recebe a linha em posicoes
      *                                 fixas (LAYOUT BINMOV01):
      *                                 POS 001     = ACAO
      *                                   'I' INCLUI / 'A' ALTERA /
      *                                   'E' EXCLUI (SO O BIN
      *                                       INICIAL E EXIGIDO)
      *                                   'C' CONSULTA OS MOVIMENTOS
      *                                       ESTAGIADOS AINDA NAO
      *                                       GERADOS EM BINMOV01
      *                                 POS 002-009 = BIN INICIAL
      *                                 POS 010-017 = BIN FINAL
      *                                 POS 018-027 = BANDEIRA
      *                                 POS 028-062 = EMISSOR
      *                                 PF8 = pagina seguinte da
      *                                       consulta
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
        01 WORKING-AREAS.
           03 WK-BINV0001-REC.
              05 WK-BINV0001-BIN-INI     PIC  9(008).
              05 WK-BINV0001-BIN-FIM     PIC  9(008).
              05 WK-BINV0001-BANDEIRA    PIC  X(010).
              05 WK-BINV0001-EMISSOR     PIC  X(035).
           03 WK-BINSTG01-REC.
              05 WK-STG-CHAVE.
                 10 WK-STG-DATA-HORA     PIC  X(021).
                 10 WK-STG-TASK          PIC  9(007).
              05 WK-STG-OPERADOR         PIC  X(008).
              05 WK-STG-TERMINAL         PIC  X(004).
              05 WK-STG-SITUACAO         PIC  X(001).
      *          'P' = PENDENTE  'G' = GERADO EM BINMOV01
              05 WK-STG-MOVIMENTO.
                 10 WK-STG-ACAO          PIC  X(001).
                 10 WK-STG-BIN-INI       PIC  9(008).
                 10 WK-STG-BIN-FIM       PIC  9(008).
                 10 WK-STG-BANDEIRA      PIC  X(010).
                 10 WK-STG-EMISSOR       PIC  X(035).
              05 WK-STG-IMAGEM-ANTES     PIC  X(061).
              05 WK-STG-DT-GERACAO       PIC  X(008).
              05 FILLER                  PIC  X(028).
           03 WK-BRW-CHAVE               PIC  X(008) VALUE SPACES.
           03 WK-CHAVE-STG               PIC  X(028) VALUE LOW-VALUES.
           03 WK-CHAVE-RETOMADA          PIC  X(028) VALUE LOW-VALUES.
           03 WK-INI-NUM                 PIC  9(008) VALUE ZEROS.
           03 WK-FIM-NUM                 PIC  9(008) VALUE ZEROS.
           03 WK-CONFLITO-INI            PIC  9(008) VALUE ZEROS.
           03 WK-IMAGEM-ANTES            PIC  X(061) VALUE SPACES.
           03 WK-ENT-LEN                 PIC S9(004) COMP.
           03 WK-RESP                    PIC S9(008) COMP.
           03 WK-LIN                     PIC S9(004) COMP VALUE 0.
           03 WK-FIM-BROWSE              PIC  X(001) VALUE 'N'.
           03 WK-SOBREPOE                PIC  X(001) VALUE 'N'.
           03 WK-SALTANDO                PIC  X(001) VALUE 'N'.
      *       'S' = RETOMANDO A CONSULTA NO PF8: SALTA O MOVIMENTO JA
      *       EXIBIDO NA PAGINA ANTERIOR (PADRAO DE CEPAPRV)
           03 WK-BANDEIRA-CONHECIDA      PIC  X(001) VALUE 'N'.
           03 WK-CURRENT-DATE            PIC  X(021) VALUE SPACES.
           03 WK-OPERADOR                PIC  X(008) VALUE SPACES.

      *    BANDEIRAS CONHECIDAS - A MESMA TABELA DE BATCH002
        01 WK-TAB-BANDEIRA-VALIDA.
           03 FILLER PIC X(010) VALUE 'AMEX'.
           03 FILLER PIC X(010) VALUE 'VISA'.
           03 FILLER PIC X(010) VALUE 'MASTERCARD'.
           03 FILLER PIC X(010) VALUE 'ELO'.
           03 FILLER PIC X(010) VALUE 'DINERS'.
           03 FILLER PIC X(010) VALUE 'HIPERCARD'.
           03 FILLER PIC X(010) VALUE 'DISCOVER'.
           03 FILLER PIC X(010) VALUE 'JCB'.
           03 FILLER PIC X(010) VALUE 'AURA'.
           03 FILLER PIC X(010) VALUE 'SOROCRED'.
        01 FILLER REDEFINES WK-TAB-BANDEIRA-VALIDA.
           03 WK-BANDEIRA-VALIDA-ENTRY PIC X(010) OCCURS 10 TIMES
              INDEXED BY WK-BV-IDX.

        01 WK-ENTRADA.
           03 WK-ENT-OPERACAO            PIC  X(001).
           03 WK-ENT-DADOS.
              05 WK-ENT-BIN-INI          PIC  X(008).
              05 WK-ENT-BIN-FIM          PIC  X(008).
              05 WK-ENT-BANDEIRA         PIC  X(010).
              05 WK-ENT-EMISSOR          PIC  X(035).

      *    AREA DE CHAMADA DA REGRA UNICA DE ALCADA (CEPPRMCK): O
      *    REGISTRO DO OPERADOR EM CEPPRM01 E LIDO AQUI E PASSADO
      *    INTEIRO AO MODULO
        01 WK-PERM-AREA.
           03 WK-PRM-REGISTRO            PIC  X(120).
           03 WK-PRM-ACHOU               PIC  X(001).
           03 WK-PRM-OPERACAO            PIC  X(001).
           03 WK-PRM-UF                  PIC  X(002).
           03 WK-PRM-RETORNO             PIC  X(002).
           03 WK-PRM-MOTIVO              PIC  X(030).

      *    LOG DE RECUSAS DE ALCADA (LAYOUT EM CEPPRMMN)
        01 WK-CEPRCS01-REC.
           03 WK-RCS-CHAVE.
              05 WK-RCS-DATA-HORA        PIC  X(021).
              05 WK-RCS-TASK             PIC  9(007).
           03 WK-RCS-OPERADOR            PIC  X(008).
           03 WK-RCS-TERMINAL            PIC  X(004).
           03 WK-RCS-PROGRAMA            PIC  X(008).
           03 WK-RCS-OPERACAO            PIC  X(001).
           03 WK-RCS-UF                  PIC  X(002).
           03 WK-RCS-CEP                 PIC  X(008).
           03 WK-RCS-RETORNO             PIC  X(002).
           03 WK-RCS-MOTIVO              PIC  X(030).
           03 FILLER                     PIC  X(029).

        01 WK-TELA-ENTRADA.
           03 FILLER PIC X(080) VALUE
              'BINMAINT - MANUTENCAO URGENTE DE BIN - INFORME A LINHA:'.
           03 FILLER PIC X(056) VALUE
              ' ACAO(I/A/E) + BIN INI(8) + BIN FIM(8) + BANDEIRA(10) +'.
           03 FILLER PIC X(024) VALUE
              ' EMISSOR(35)'.
           03 FILLER PIC X(080) VALUE
              ' OU C = CONSULTA DOS MOVIMENTOS ESTAGIADOS. PF8 AVANCA.'.

        01 WK-TELA-LISTA.
           03 FILLER            PIC X(050) VALUE
              'ESTAGIADOS PENDENTES - ACAO/FAIXA/BANDEIRA/'.
           03 FILLER            PIC X(030) VALUE
              'OPERADOR/DATA-HORA/EMISSOR'.
           03 WK-LST-LINHA OCCURS 8 TIMES.
              05 WK-LST-ACAO       PIC X(001).
              05 FILLER            PIC X(001).
              05 WK-LST-INI        PIC X(008).
              05 WK-LST-TRACO      PIC X(001).
              05 WK-LST-FIM        PIC X(008).
              05 FILLER            PIC X(001).
              05 WK-LST-BANDEIRA   PIC X(010).
              05 FILLER            PIC X(001).
              05 WK-LST-OPERADOR   PIC X(008).
              05 FILLER            PIC X(001).
              05 WK-LST-DATA-HORA  PIC X(012).
              05 FILLER            PIC X(001).
              05 WK-LST-EMISSOR    PIC X(020).
              05 FILLER            PIC X(007).
           03 WK-LST-RODAPE        PIC X(080).

        01 WK-TELA-RESPOSTA.
           03 FILLER            PIC X(008) VALUE 'BIN.....'.
           03 WK-RSP-INI        PIC X(008).
           03 FILLER            PIC X(001) VALUE '-'.
           03 WK-RSP-FIM        PIC X(008).
           03 FILLER            PIC X(001) VALUE SPACE.
           03 WK-RSP-MENSAGEM   PIC X(040).

        01 WK-COMMAREA-AREA.
           03 WK-COMMAREA-FLAG           PIC  X(001) VALUE '1'.
      *       '1' = AGUARDANDO A LINHA  '2' = PAGINANDO A CONSULTA
           03 WK-CA-ULT-CHAVE            PIC  X(028) VALUE SPACES.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
          05 LK-COMMAREA-FLAG            PIC  X(001).
          05 FILLER                      PIC  X(028).

       PROCEDURE DIVISION.
      *
       MAIN-PARA.
           IF EIBCALEN = 0
              PERFORM ENVIA-TELA-ENTRADA
           ELSE
              MOVE DFHCOMMAREA TO WK-COMMAREA-AREA
              EVALUATE TRUE
      *          EIBAID EM EBCDIC: '8' = PF8 (DFHAID)
                 WHEN EIBAID = '8' AND WK-COMMAREA-FLAG = '2'
                    MOVE WK-CA-ULT-CHAVE TO WK-CHAVE-STG
                    MOVE WK-CA-ULT-CHAVE TO WK-CHAVE-RETOMADA
                    MOVE 'S'             TO WK-SALTANDO
                    PERFORM LISTA-ESTAGIADOS
                 WHEN OTHER
                    PERFORM RECEBE-ENTRADA
                    PERFORM TRATA-OPERACAO
              END-EVALUATE
           END-IF

           EXEC CICS RETURN
                TRANSID('BINM')
                COMMAREA(WK-COMMAREA-AREA)
                LENGTH(LENGTH OF WK-COMMAREA-AREA)
           END-EXEC
           .
       ENVIA-TELA-ENTRADA.
           EXEC CICS SEND TEXT
                FROM(WK-TELA-ENTRADA)
                LENGTH(LENGTH OF WK-TELA-ENTRADA)
                ERASE
           END-EXEC
           MOVE '1' TO WK-COMMAREA-FLAG
           .
       RECEBE-ENTRADA.
           MOVE SPACES TO WK-ENTRADA
           MOVE LENGTH OF WK-ENTRADA TO WK-ENT-LEN
           EXEC CICS RECEIVE
                INTO(WK-ENTRADA)
                LENGTH(WK-ENT-LEN)
                RESP(WK-RESP)
           END-EXEC
           .
       TRATA-OPERACAO.
           EVALUATE WK-ENT-OPERACAO
              WHEN 'C'
                 MOVE LOW-VALUES TO WK-CHAVE-STG
                 PERFORM LISTA-ESTAGIADOS
              WHEN 'I'
              WHEN 'A'
              WHEN 'E'
                 PERFORM VALIDA-MOVIMENTO
                 IF WK-RSP-MENSAGEM = SPACES
                    PERFORM GRAVA-MOVIMENTO
                 ELSE
                    PERFORM ENVIA-TELA-RESPOSTA
                 END-IF
              WHEN OTHER
                 MOVE 'OPERACAO INVALIDA (USE I, A, E OU C)'
                    TO WK-RSP-MENSAGEM
                 PERFORM ENVIA-TELA-RESPOSTA
           END-EVALUATE
           .
       VALIDA-MOVIMENTO.
      *    A PRIMEIRA CRITICA QUE FALHA VAI PARA A TELA; NA EXCLUSAO
      *    SO O BIN INICIAL E EXIGIDO - O RESTO VEM DO BINV0001
           MOVE SPACES TO WK-RSP-MENSAGEM
           MOVE SPACES TO WK-IMAGEM-ANTES
           IF WK-ENT-BIN-INI IS NOT NUMERIC
              MOVE 'BIN INICIAL NAO NUMERICO (8 DIGITOS)'
                 TO WK-RSP-MENSAGEM
           ELSE
              MOVE WK-ENT-BIN-INI TO WK-INI-NUM
           END-IF
           IF WK-RSP-MENSAGEM = SPACES AND WK-ENT-OPERACAO NOT = 'E'
              PERFORM VALIDA-FAIXA
           END-IF
           IF WK-RSP-MENSAGEM = SPACES
              PERFORM CONFERE-CADASTRO
           END-IF
           IF WK-RSP-MENSAGEM = SPACES AND WK-ENT-OPERACAO NOT = 'E'
              PERFORM VERIFICA-SOBREPOSICAO
           END-IF
           IF WK-RSP-MENSAGEM = SPACES
              PERFORM CONFERE-ESTAGIO
           END-IF
           .
       VALIDA-FAIXA.
           IF WK-ENT-BIN-FIM IS NOT NUMERIC
              MOVE 'BIN FINAL NAO NUMERICO (8 DIGITOS)'
                 TO WK-RSP-MENSAGEM
           ELSE
              MOVE WK-ENT-BIN-FIM TO WK-FIM-NUM
              IF WK-INI-NUM > WK-FIM-NUM
                 MOVE 'FAIXA INVERTIDA (INI > FIM)' TO WK-RSP-MENSAGEM
              ELSE
                 MOVE 'N' TO WK-BANDEIRA-CONHECIDA
                 SET WK-BV-IDX TO 1
                 SEARCH WK-BANDEIRA-VALIDA-ENTRY
                    WHEN WK-BANDEIRA-VALIDA-ENTRY (WK-BV-IDX)
                         = WK-ENT-BANDEIRA
                       MOVE 'S' TO WK-BANDEIRA-CONHECIDA
                 END-SEARCH
                 IF WK-BANDEIRA-CONHECIDA = 'N'
                    MOVE 'BANDEIRA DESCONHECIDA' TO WK-RSP-MENSAGEM
                 END-IF
              END-IF
           END-IF
           .
       CONFERE-CADASTRO.
      *    ANTECIPA NA TELA AS EXCECOES QUE O BINUPDT DARIA A NOITE
           MOVE WK-ENT-BIN-INI TO WK-BRW-CHAVE
           EXEC CICS READ
                FILE('BINV0001')
                INTO(WK-BINV0001-REC)
                RIDFLD(WK-BRW-CHAVE)
                KEYLENGTH(LENGTH OF WK-BRW-CHAVE)
                RESP(WK-RESP)
           END-EXEC
           EVALUATE TRUE
              WHEN WK-RESP = DFHRESP(NORMAL)
                 IF WK-ENT-OPERACAO = 'I'
                    MOVE 'BIN INICIAL JA CADASTRADO' TO WK-RSP-MENSAGEM
                 ELSE
                    MOVE WK-BINV0001-REC TO WK-IMAGEM-ANTES
                 END-IF
                 IF WK-ENT-OPERACAO = 'E'
                    MOVE WK-BINV0001-REC     TO WK-ENT-DADOS
                    MOVE WK-BINV0001-BIN-FIM TO WK-FIM-NUM
                 END-IF
              WHEN WK-RESP = DFHRESP(NOTFND)
                 IF WK-ENT-OPERACAO NOT = 'I'
                    MOVE 'BIN INICIAL NAO CADASTRADO' TO WK-RSP-MENSAGEM
                 END-IF
              WHEN OTHER
                 MOVE 'ERRO NA LEITURA DO BINV0001' TO WK-RSP-MENSAGEM
           END-EVALUATE
           .
       VERIFICA-SOBREPOSICAO.
      *    MESMA CRITICA DE BATCH002 (FAIXAS DA MESMA BANDEIRA NAO SE
      *    SOBREPOEM), CONTRA O BINV0001. COMO AS FAIXAS DE UMA
      *    BANDEIRA NAO SE SOBREPOEM ENTRE SI, BASTA OLHAR A ULTIMA
      *    FAIXA DA BANDEIRA ANTES DO BIN INICIAL E AS QUE COMECAM
      *    DENTRO DA FAIXA NOVA. NA ALTERACAO A PROPRIA FAIXA NAO CONTA
           MOVE 'N' TO WK-SOBREPOE
           PERFORM PROCURA-FAIXA-ANTERIOR
           IF WK-SOBREPOE = 'N'
              PERFORM PROCURA-FAIXAS-SEGUINTES
           END-IF
           IF WK-SOBREPOE = 'S'
              STRING 'SOBREPOSTA A FAIXA ' WK-CONFLITO-INI
                     ' NA BANDEIRA'
                 DELIMITED BY SIZE INTO WK-RSP-MENSAGEM
              END-STRING
           END-IF
           .
       PROCURA-FAIXA-ANTERIOR.
      *    POSICIONA NO PRIMEIRO BIN INICIAL >= O DIGITADO E LE ESSE
      *    REGISTRO COM READNEXT, PARA QUE O READPREV PARTA DE UMA
      *    CHAVE EXISTENTE. BIN INICIAL ALEM DO ULTIMO CADASTRADO:
      *    CHAVE HIGH-VALUES POSICIONA NO FIM DO ARQUIVO E O READPREV
      *    COMECA PELA ULTIMA FAIXA (MESMO TRATAMENTO DE PROCURA-FAIXA
      *    EM BINQLOOK)
           MOVE 'N' TO WK-FIM-BROWSE
           MOVE WK-ENT-BIN-INI TO WK-BRW-CHAVE
           EXEC CICS STARTBR
                FILE('BINV0001')
                RIDFLD(WK-BRW-CHAVE)
                KEYLENGTH(LENGTH OF WK-BRW-CHAVE)
                GTEQ
                RESP(WK-RESP)
           END-EXEC
           IF WK-RESP = DFHRESP(NORMAL)
              EXEC CICS READNEXT
                   FILE('BINV0001')
                   INTO(WK-BINV0001-REC)
                   RIDFLD(WK-BRW-CHAVE)
                   KEYLENGTH(LENGTH OF WK-BRW-CHAVE)
                   RESP(WK-RESP)
              END-EXEC
              IF WK-RESP NOT = DFHRESP(NORMAL)
                 MOVE 'S' TO WK-FIM-BROWSE
              END-IF
              PERFORM RECUA-FAIXA UNTIL WK-FIM-BROWSE = 'S'
              EXEC CICS ENDBR
                   FILE('BINV0001')
                   RESP(WK-RESP)
              END-EXEC
           ELSE
              MOVE HIGH-VALUES TO WK-BRW-CHAVE
              EXEC CICS STARTBR
                   FILE('BINV0001')
                   RIDFLD(WK-BRW-CHAVE)
                   KEYLENGTH(LENGTH OF WK-BRW-CHAVE)
                   GTEQ
                   RESP(WK-RESP)
              END-EXEC
              IF WK-RESP = DFHRESP(NORMAL)
                 PERFORM RECUA-FAIXA UNTIL WK-FIM-BROWSE = 'S'
                 EXEC CICS ENDBR
                      FILE('BINV0001')
                      RESP(WK-RESP)
                 END-EXEC
              END-IF
           END-IF
           .
       RECUA-FAIXA.
      *    DEPOIS DO READNEXT, O PRIMEIRO READPREV DEVOLVE O MESMO
      *    REGISTRO (BIN INICIAL >= O DIGITADO), QUE E VISTO NA
      *    PROCURA PARA FRENTE; OS SEGUINTES RECUAM FAIXA A FAIXA
           EXEC CICS READPREV
                FILE('BINV0001')
                INTO(WK-BINV0001-REC)
                RIDFLD(WK-BRW-CHAVE)
                KEYLENGTH(LENGTH OF WK-BRW-CHAVE)
                RESP(WK-RESP)
           END-EXEC
           IF WK-RESP NOT = DFHRESP(NORMAL)
              MOVE 'S' TO WK-FIM-BROWSE
           ELSE
              IF WK-BINV0001-BIN-INI < WK-INI-NUM AND
                 WK-BINV0001-BANDEIRA = WK-ENT-BANDEIRA
                 MOVE 'S' TO WK-FIM-BROWSE
                 IF WK-BINV0001-BIN-FIM NOT < WK-INI-NUM
                    MOVE 'S'                 TO WK-SOBREPOE
                    MOVE WK-BINV0001-BIN-INI TO WK-CONFLITO-INI
                 END-IF
              END-IF
           END-IF
           .
       PROCURA-FAIXAS-SEGUINTES.
           MOVE WK-ENT-BIN-INI TO WK-BRW-CHAVE
           EXEC CICS STARTBR
                FILE('BINV0001')
                RIDFLD(WK-BRW-CHAVE)
                KEYLENGTH(LENGTH OF WK-BRW-CHAVE)
                GTEQ
                RESP(WK-RESP)
           END-EXEC
           IF WK-RESP = DFHRESP(NORMAL)
              MOVE 'N' TO WK-FIM-BROWSE
              PERFORM AVANCA-FAIXA
                 UNTIL WK-FIM-BROWSE = 'S' OR WK-SOBREPOE = 'S'
              EXEC CICS ENDBR
                   FILE('BINV0001')
                   RESP(WK-RESP)
              END-EXEC
           END-IF
           .
       AVANCA-FAIXA.
           EXEC CICS READNEXT
                FILE('BINV0001')
                INTO(WK-BINV0001-REC)
                RIDFLD(WK-BRW-CHAVE)
                KEYLENGTH(LENGTH OF WK-BRW-CHAVE)
                RESP(WK-RESP)
           END-EXEC
           IF WK-RESP NOT = DFHRESP(NORMAL)
              MOVE 'S' TO WK-FIM-BROWSE
           ELSE
              IF WK-BINV0001-BIN-INI > WK-FIM-NUM
                 MOVE 'S' TO WK-FIM-BROWSE
              ELSE
                 IF WK-BINV0001-BANDEIRA = WK-ENT-BANDEIRA AND
                    WK-BINV0001-BIN-INI NOT = WK-INI-NUM
                    MOVE 'S'                 TO WK-SOBREPOE
                    MOVE WK-BINV0001-BIN-INI TO WK-CONFLITO-INI
                 END-IF
              END-IF
           END-IF
           .
       CONFERE-ESTAGIO.
      *    CONTRA OS MOVIMENTOS AINDA PENDENTES: UM SO POR BIN INICIAL
      *    E, NA INCLUSAO/ALTERACAO, SEM SOBREPOR FAIXA PENDENTE DA
      *    MESMA BANDEIRA (O BINSTGEX MANTEM O ARQUIVO CURTO)
           MOVE LOW-VALUES TO WK-CHAVE-STG
           EXEC CICS STARTBR
                FILE('BINSTG01')
                RIDFLD(WK-CHAVE-STG)
                KEYLENGTH(LENGTH OF WK-CHAVE-STG)
                GTEQ
                RESP(WK-RESP)
           END-EXEC
           IF WK-RESP = DFHRESP(NORMAL)
              MOVE 'N' TO WK-FIM-BROWSE
              PERFORM CONFERE-PROXIMO-ESTAGIADO
                 UNTIL WK-FIM-BROWSE = 'S' OR
                       WK-RSP-MENSAGEM NOT = SPACES
              EXEC CICS ENDBR
                   FILE('BINSTG01')
                   RESP(WK-RESP)
              END-EXEC
           END-IF
           .
       CONFERE-PROXIMO-ESTAGIADO.
           EXEC CICS READNEXT
                FILE('BINSTG01')
                INTO(WK-BINSTG01-REC)
                RIDFLD(WK-CHAVE-STG)
                KEYLENGTH(LENGTH OF WK-CHAVE-STG)
                RESP(WK-RESP)
           END-EXEC
           IF WK-RESP NOT = DFHRESP(NORMAL)
              MOVE 'S' TO WK-FIM-BROWSE
           ELSE
              IF WK-STG-SITUACAO = 'P'
                 IF WK-STG-BIN-INI = WK-INI-NUM
                    MOVE 'BIN INICIAL JA TEM MOVIMENTO ESTAGIADO'
                       TO WK-RSP-MENSAGEM
                 ELSE
                    IF WK-ENT-OPERACAO NOT = 'E' AND
                       WK-STG-ACAO NOT = 'E' AND
                       WK-STG-BANDEIRA = WK-ENT-BANDEIRA AND
                       WK-STG-BIN-INI NOT > WK-FIM-NUM AND
                       WK-STG-BIN-FIM NOT < WK-INI-NUM
                       MOVE WK-STG-BIN-INI TO WK-CONFLITO-INI
                       STRING 'SOBREPOE A ESTAGIADA ' WK-CONFLITO-INI
                          DELIMITED BY SIZE INTO WK-RSP-MENSAGEM
                       END-STRING
                    END-IF
                 END-IF
              END-IF
           END-IF
           .
       GRAVA-MOVIMENTO.
      *    SO ESTAGIA SE O OPERADOR TEM ALCADA PARA A OPERACAO; A
      *    RECUSA VAI PARA O LOG E PARA A TELA
           EXEC CICS ASSIGN
                USERID(WK-OPERADOR)
           END-EXEC
           PERFORM CONFERE-ALCADA
           IF WK-PRM-RETORNO = '00'
              PERFORM ESTAGIA-MOVIMENTO
           ELSE
              PERFORM GRAVA-RECUSA
              MOVE SPACES TO WK-RSP-MENSAGEM
              STRING 'RECUSADO: ' WK-PRM-MOTIVO
                 DELIMITED BY SIZE INTO WK-RSP-MENSAGEM
              END-STRING
              PERFORM ENVIA-TELA-RESPOSTA
           END-IF
           .
       CONFERE-ALCADA.
      *    BIN NAO TEM UF: O CADASTRO E NACIONAL E A REGRA E CONFERIDA
      *    COM '**', QUE SO PASSA PARA QUEM TEM TODAS AS UFS. REGISTRO
      *    DE PERMISSAO ILEGIVEL CONTA COMO NAO CADASTRADO
           MOVE SPACES TO WK-PRM-REGISTRO
           MOVE 'N'    TO WK-PRM-ACHOU
           EXEC CICS READ
                FILE('CEPPRM01')
                INTO(WK-PRM-REGISTRO)
                RIDFLD(WK-OPERADOR)
                KEYLENGTH(LENGTH OF WK-OPERADOR)
                RESP(WK-RESP)
           END-EXEC
           IF WK-RESP = DFHRESP(NORMAL)
              MOVE 'S' TO WK-PRM-ACHOU
           END-IF
           MOVE WK-ENT-OPERACAO TO WK-PRM-OPERACAO
           MOVE '**'            TO WK-PRM-UF
           CALL 'CEPPRMCK' USING WK-PERM-AREA
           IF WK-PRM-RETORNO = '20'
              MOVE 'BIN EXIGE ALCADA DE TODAS UFS' TO WK-PRM-MOTIVO
           END-IF
           .
       GRAVA-RECUSA.
      *    TODA RECUSA DE ALCADA VAI PARA O LOG CEPRCS01 (REVISAO DE
      *    ACESSOS); FALHA NA GRAVACAO DO LOG NAO LIBERA A OPERACAO
           MOVE SPACES                TO WK-CEPRCS01-REC
           MOVE FUNCTION CURRENT-DATE TO WK-RCS-DATA-HORA
           MOVE EIBTASKN              TO WK-RCS-TASK
           MOVE WK-OPERADOR           TO WK-RCS-OPERADOR
           MOVE EIBTRMID              TO WK-RCS-TERMINAL
           MOVE 'BINMAINT'            TO WK-RCS-PROGRAMA
           MOVE WK-PRM-OPERACAO       TO WK-RCS-OPERACAO
           MOVE WK-PRM-UF             TO WK-RCS-UF
           MOVE WK-ENT-BIN-INI        TO WK-RCS-CEP
           MOVE WK-PRM-RETORNO        TO WK-RCS-RETORNO
           MOVE WK-PRM-MOTIVO         TO WK-RCS-MOTIVO
           EXEC CICS WRITE
                FILE('CEPRCS01')
                FROM(WK-CEPRCS01-REC)
                RIDFLD(WK-RCS-CHAVE)
                KEYLENGTH(LENGTH OF WK-RCS-CHAVE)
                RESP(WK-RESP)
           END-EXEC
           .
       ESTAGIA-MOVIMENTO.
      *    A CHAVE DATA/HORA + NUMERO DA TASK GARANTE UNICIDADE ENTRE
      *    TERMINAIS SIMULTANEOS (PADRAO DE CEPPND01)
           MOVE SPACES            TO WK-BINSTG01-REC
           MOVE FUNCTION CURRENT-DATE TO WK-CURRENT-DATE
           MOVE WK-CURRENT-DATE   TO WK-STG-DATA-HORA
           MOVE EIBTASKN          TO WK-STG-TASK
           MOVE WK-OPERADOR       TO WK-STG-OPERADOR
           MOVE EIBTRMID          TO WK-STG-TERMINAL
           MOVE 'P'               TO WK-STG-SITUACAO
           MOVE WK-ENT-OPERACAO   TO WK-STG-ACAO
           MOVE WK-INI-NUM        TO WK-STG-BIN-INI
           MOVE WK-FIM-NUM        TO WK-STG-BIN-FIM
           MOVE WK-ENT-BANDEIRA   TO WK-STG-BANDEIRA
           MOVE WK-ENT-EMISSOR    TO WK-STG-EMISSOR
           MOVE WK-IMAGEM-ANTES   TO WK-STG-IMAGEM-ANTES
           EXEC CICS WRITE
                FILE('BINSTG01')
                FROM(WK-BINSTG01-REC)
                RIDFLD(WK-STG-CHAVE)
                KEYLENGTH(LENGTH OF WK-STG-CHAVE)
                RESP(WK-RESP)
           END-EXEC
           IF WK-RESP = DFHRESP(NORMAL)
              MOVE 'ESTAGIADO - ENTRA NO BINMOV01 DA NOITE'
                 TO WK-RSP-MENSAGEM
           ELSE
              MOVE 'ERRO NA GRAVACAO DO ESTAGIO BINSTG01'
                 TO WK-RSP-MENSAGEM
           END-IF
           PERFORM ENVIA-TELA-RESPOSTA
           .
       LISTA-ESTAGIADOS.
      *    POSICIONA NA CHAVE PEDIDA E COLETA ATE 8 MOVIMENTOS COM
      *    SITUACAO 'P', SALTANDO OS JA GERADOS EM BINMOV01
           MOVE 'N' TO WK-FIM-BROWSE
           PERFORM LIMPA-LINHAS
           EXEC CICS STARTBR
                FILE('BINSTG01')
                RIDFLD(WK-CHAVE-STG)
                KEYLENGTH(LENGTH OF WK-CHAVE-STG)
                GTEQ
                RESP(WK-RESP)
           END-EXEC
           IF WK-RESP NOT = DFHRESP(NORMAL)
              MOVE 'NENHUM MOVIMENTO ESTAGIADO PENDENTE'
                 TO WK-LST-RODAPE
              PERFORM ENVIA-TELA-LISTA
              MOVE '1' TO WK-COMMAREA-FLAG
           ELSE
              PERFORM LE-PROXIMO-ESTAGIADO
                 UNTIL WK-FIM-BROWSE = 'S' OR WK-LIN = 8
              EXEC CICS ENDBR
                   FILE('BINSTG01')
                   RESP(WK-RESP)
              END-EXEC
              IF WK-LIN = 0
                 MOVE 'FIM DA CONSULTA - NADA MAIS PENDENTE'
                    TO WK-LST-RODAPE
                 MOVE '1' TO WK-COMMAREA-FLAG
              ELSE
                 MOVE 'PF8 = PROXIMA PAGINA' TO WK-LST-RODAPE
                 MOVE '2' TO WK-COMMAREA-FLAG
              END-IF
              PERFORM ENVIA-TELA-LISTA
           END-IF
           .
       LE-PROXIMO-ESTAGIADO.
           EXEC CICS READNEXT
                FILE('BINSTG01')
                INTO(WK-BINSTG01-REC)
                RIDFLD(WK-CHAVE-STG)
                KEYLENGTH(LENGTH OF WK-CHAVE-STG)
                RESP(WK-RESP)
           END-EXEC
           IF WK-RESP NOT = DFHRESP(NORMAL)
              MOVE 'S' TO WK-FIM-BROWSE
           ELSE
      *       RETOMADA DO PF8: O STARTBR GTEQ REPOSICIONA NA PROPRIA
      *       ULTIMA LINHA EXIBIDA; SALTA ENQUANTO A CHAVE NAO PASSA
      *       DELA
              IF WK-SALTANDO = 'S' AND
                 WK-STG-CHAVE NOT > WK-CHAVE-RETOMADA
                 CONTINUE
              ELSE
                 MOVE 'N' TO WK-SALTANDO
                 IF WK-STG-SITUACAO = 'P'
                    ADD  1 TO WK-LIN
                    MOVE WK-STG-ACAO      TO WK-LST-ACAO (WK-LIN)
                    MOVE WK-STG-BIN-INI   TO WK-LST-INI (WK-LIN)
                    MOVE '-'              TO WK-LST-TRACO (WK-LIN)
                    MOVE WK-STG-BIN-FIM   TO WK-LST-FIM (WK-LIN)
                    MOVE WK-STG-BANDEIRA  TO WK-LST-BANDEIRA (WK-LIN)
                    MOVE WK-STG-OPERADOR  TO WK-LST-OPERADOR (WK-LIN)
                    MOVE WK-STG-DATA-HORA TO WK-LST-DATA-HORA (WK-LIN)
                    MOVE WK-STG-EMISSOR   TO WK-LST-EMISSOR (WK-LIN)
      *             GUARDA A CHAVE DA ULTIMA LINHA EXIBIDA PARA O PF8
      *             RETOMAR A PARTIR DELA
                    MOVE WK-STG-CHAVE TO WK-CA-ULT-CHAVE
                 END-IF
              END-IF
           END-IF
           .
       LIMPA-LINHAS.
           MOVE 0 TO WK-LIN
           PERFORM LIMPA-UMA-LINHA 8 TIMES
           MOVE 0 TO WK-LIN
           .
       LIMPA-UMA-LINHA.
           ADD 1 TO WK-LIN
           MOVE SPACES TO WK-LST-LINHA (WK-LIN)
           .
       ENVIA-TELA-LISTA.
           EXEC CICS SEND TEXT
                FROM(WK-TELA-LISTA)
                LENGTH(LENGTH OF WK-TELA-LISTA)
                ERASE
           END-EXEC
           .
       ENVIA-TELA-RESPOSTA.
           MOVE WK-ENT-BIN-INI TO WK-RSP-INI
           MOVE WK-ENT-BIN-FIM TO WK-RSP-FIM
           EXEC CICS SEND TEXT
                FROM(WK-TELA-RESPOSTA)
                LENGTH(LENGTH OF WK-TELA-RESPOSTA)
                ERASE
           END-EXEC
           MOVE '1' TO WK-COMMAREA-FLAG
           .
