       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID. CEPPRMCK.                                            00000200
      ******************************************************************00000300
      * Valter Siqueira - Systems      c                                00000400
      * Laboratoratório de uso particular ......                        00000500
      * ----------------------------------------------------------------00000600
      * Sistema .............. CEP                                      00000700
      * Programa.............. CEPPRMCK                                 00000800
      * Tipo    .............. SUBPROGRAMA (CALL, BATCH E CICS)         00000900
      * Finalidade ........... Regra UNICA de alcada dos operadores de  00001000
      *                        manutencao de CEP, sobre o cadastro de   00001100
      *                        permissoes B090290.CEPPRM01: cada        00001200
      *                        operador tem as UFs em que pode mexer,   00001300
      *                        as operacoes permitidas (I/A/E/L) e se   00001400
      *                        pode aprovar pendencias. A seguranca     00001500
      *                        CICS so diz quem entra na transacao;     00001600
      *                        sem esta regra qualquer um que rodasse   00001700
      *                        CEPAPRV aprovava exclusao em qualquer    00001800
      *                        UF do pais.                              00001900
      *                        Quem chama le o registro do operador     00002000
      *                        (READ CICS ou batch), passa a imagem     00002100
      *                        aqui e, se recusado, grava a recusa no   00002200
      *                        log CEPRCS01 - chamam CEPMAINT, CEPAPRV, 00002300
      *                        CEPWORK, CEPRENAM e BINMAINT (ESTE COM   00002400
      *                        UF '**': O CADASTRO DE BINS E NACIONAL). 00002500
      *                        Regras, na ordem de verificacao:         00002600
      *                        - operador cadastrado;                   00002700
      *                        - operacao pedida:                       00002800
      *                          'I','A','E','L' = a letra consta       00002900
      *                          das operacoes permitidas;              00003000
      *                          'V' = aprovacao de pendencia, exige    00003100
      *                          a marca de aprovador ('S');            00003200
      *                          'R' = resolucao de item da cesta de    00003300
      *                          qualidade, so a alcada de UF;          00003400
      *                        - UF dentro da alcada: '**' na primeira  00003500
      *                          posicao da lista = TODAS AS UFS; UF em 00003600
      *                          branco (CEP que nao esta na base)      00003700
      *                          so e aceita para quem tem TODAS.       00003800
      *                        NAO USA ARQUIVOS NEM EXEC CICS: PODE     00003900
      *                        SER CHAMADO DE BATCH E DE TRANSACAO.     00004000
      * Interface (CALL USING, 156 BYTES) .....                         00004100
      *   ENTRADA  POS 001-120 = REGISTRO DO OPERADOR EM CEPPRM01       00004200
      *                          (LAYOUT ABAIXO; BRANCOS SE NAO HA)     00004300
      *            POS 121     = 'S' REGISTRO ENCONTRADO / 'N' NAO      00004400
      *            POS 122     = OPERACAO PEDIDA (I/A/E/L/V/R)          00004500
      *            POS 123-124 = UF DO REGISTRO DE CEP AFETADO          00004600
      *   SAIDA    POS 125-126 = CODIGO DE RETORNO                      00004700
      *                          '00' = PERMITIDO                       00004800
      *                          '04' = OPERADOR SEM PERMISSAO          00004900
      *                          '08' = OPERACAO NAO PERMITIDA          00005000
      *                          '12' = OPERADOR NAO PODE APROVAR       00005100
      *                          '16' = UF NAO IDENTIFICADA             00005200
      *                          '20' = UF FORA DA ALCADA               00005300
      *                          '24' = CODIGO DE OPERACAO INVALIDO     00005400
      *            POS 127-156 = MOTIVO (TEXTO PRONTO PARA TELA, LOG    00005500
      *                          DE RECUSAS OU SYSOUT)                  00005600
      *   A PRIMEIRA REGRA QUE FALHA ENCERRA A VERIFICACAO.             00005700
      * Layout CEPPRM01 (120 BYTES, CHAVE = POS 001-008) ....           00005800
      *   POS 001-008 = OPERADOR (USERID)                               00005900
      *   POS 009-038 = NOME DO OPERADOR                                00006000
      *   POS 039-092 = UFS PERMITIDAS, 27 X 2 ('**' NA PRIMEIRA        00006100
      *                 = TODAS AS UFS; POSICOES LIVRES EM BRANCO)      00006200
      *   POS 093-096 = OPERACOES PERMITIDAS, 4 X 1 (I/A/E/L)           00006300
      *   POS 097     = 'S' PODE APROVAR PENDENCIAS (CEPAPRV)           00006400
      *   POS 098-105 = DATA DA ULTIMA ATUALIZACAO (AAAAMMDD)           00006500
      *   POS 106-113 = QUEM AUTORIZOU O ACESSO                         00006600
      *   POS 114-120 = FILLER                                          00006700
      ******************************************************************00006800
       ENVIRONMENT DIVISION.                                            00006900
       DATA DIVISION.                                                   00007000
       WORKING-STORAGE SECTION.                                         00007100
        01 WORKING-AREAS.                                               00007200
           03 WK-SUB                    PIC  9(002) VALUE ZEROS.        00007300
           03 WK-ACHOU                  PIC  X(001) VALUE 'N'.          00007400
                                                                        00007500
       LINKAGE SECTION.                                                 00007600
       01 LK-PRM-AREA.                                                  00007700
          05 LK-PRM-REGISTRO.                                           00007800
             10 LK-PRM-OPERADOR         PIC  X(008).                    00007900
             10 LK-PRM-NOME             PIC  X(030).                    00008000
             10 LK-PRM-UF-PERMITIDA     PIC  X(002) OCCURS 27 TIMES.    00008100
             10 LK-PRM-OPER-PERMITIDA   PIC  X(001) OCCURS 4 TIMES.     00008200
             10 LK-PRM-APROVA           PIC  X(001).                    00008300
             10 LK-PRM-DT-ATUALIZACAO   PIC  X(008).                    00008400
             10 LK-PRM-AUTORIZADO-POR   PIC  X(008).                    00008500
             10 FILLER                  PIC  X(007).                    00008600
          05 LK-PRM-ACHOU               PIC  X(001).                    00008700
          05 LK-PRM-OPERACAO            PIC  X(001).                    00008800
          05 LK-PRM-UF                  PIC  X(002).                    00008900
          05 LK-PRM-RETORNO             PIC  X(002).                    00009000
          05 LK-PRM-MOTIVO              PIC  X(030).                    00009100
                                                                        00009200
       PROCEDURE DIVISION USING LK-PRM-AREA.                            00009300
      *                                                                 00009400
       MAIN-PARA.                                                       00009500
           MOVE '00'   TO LK-PRM-RETORNO                                00009600
           MOVE SPACES TO LK-PRM-MOTIVO                                 00009700
                                                                        00009800
           IF LK-PRM-ACHOU NOT = 'S'                                    00009900
              MOVE '04' TO LK-PRM-RETORNO                               00010000
              MOVE 'OPERADOR SEM PERMISSAO' TO LK-PRM-MOTIVO            00010100
           END-IF                                                       00010200
           IF LK-PRM-RETORNO = '00'                                     00010300
              PERFORM VERIFICA-OPERACAO                                 00010400
           END-IF                                                       00010500
           IF LK-PRM-RETORNO = '00'                                     00010600
              PERFORM VERIFICA-UF                                       00010700
           END-IF                                                       00010800
                                                                        00010900
           GOBACK                                                       00011000
           .                                                            00011100
       VERIFICA-OPERACAO.                                               00011200
           EVALUATE LK-PRM-OPERACAO                                     00011300
              WHEN 'I'                                                  00011400
              WHEN 'A'                                                  00011500
              WHEN 'E'                                                  00011600
              WHEN 'L'                                                  00011700
                 MOVE 'N' TO WK-ACHOU                                   00011800
                 PERFORM PROCURA-OPERACAO                               00011900
                    VARYING WK-SUB FROM 1 BY 1                          00012000
                    UNTIL WK-SUB > 4 OR WK-ACHOU = 'S'                  00012100
                 IF WK-ACHOU = 'N'                                      00012200
                    MOVE '08' TO LK-PRM-RETORNO                         00012300
                    MOVE 'OPERACAO NAO PERMITIDA' TO LK-PRM-MOTIVO      00012400
                 END-IF                                                 00012500
              WHEN 'V'                                                  00012600
                 IF LK-PRM-APROVA NOT = 'S'                             00012700
                    MOVE '12' TO LK-PRM-RETORNO                         00012800
                    MOVE 'OPERADOR NAO PODE APROVAR' TO LK-PRM-MOTIVO   00012900
                 END-IF                                                 00013000
              WHEN 'R'                                                  00013100
                 CONTINUE                                               00013200
              WHEN OTHER                                                00013300
                 MOVE '24' TO LK-PRM-RETORNO                            00013400
                 MOVE 'CODIGO DE OPERACAO INVALIDO' TO LK-PRM-MOTIVO    00013500
           END-EVALUATE                                                 00013600
           .                                                            00013700
       PROCURA-OPERACAO.                                                00013800
           IF LK-PRM-OPER-PERMITIDA (WK-SUB) = LK-PRM-OPERACAO          00013900
              MOVE 'S' TO WK-ACHOU                                      00014000
           END-IF                                                       00014100
           .                                                            00014200
       VERIFICA-UF.                                                     00014300
      *    '**' NA PRIMEIRA POSICAO = ALCADA NACIONAL                   00014400
           IF LK-PRM-UF-PERMITIDA (1) = '**'                            00014500
              CONTINUE                                                  00014600
           ELSE                                                         00014700
              IF LK-PRM-UF = SPACES                                     00014800
                 MOVE '16' TO LK-PRM-RETORNO                            00014900
                 MOVE 'CEP SEM UF - EXIGE TODAS UFS' TO LK-PRM-MOTIVO   00015000
              ELSE                                                      00015100
                 MOVE 'N' TO WK-ACHOU                                   00015200
                 PERFORM PROCURA-UF                                     00015300
                    VARYING WK-SUB FROM 1 BY 1                          00015400
                    UNTIL WK-SUB > 27 OR WK-ACHOU = 'S'                 00015500
                 IF WK-ACHOU = 'N'                                      00015600
                    MOVE '20' TO LK-PRM-RETORNO                         00015700
                    MOVE 'UF FORA DA ALCADA DO OPERADOR'                00015800
                       TO LK-PRM-MOTIVO                                 00015900
                 END-IF                                                 00016000
              END-IF                                                    00016100
           END-IF                                                       00016200
           .                                                            00016300
       PROCURA-UF.                                                      00016400
           IF LK-PRM-UF-PERMITIDA (WK-SUB) = LK-PRM-UF                  00016500
              MOVE 'S' TO WK-ACHOU                                      00016600
           END-IF                                                       00016700
           .                                                            00016800
