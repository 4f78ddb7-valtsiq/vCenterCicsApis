       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID. CEPNRMLG.                                            00000200
      ******************************************************************00000300
      * Valter Siqueira - Systems      c                                00000400
      * Laboratoratório de uso particular ......                        00000500
      * ----------------------------------------------------------------00000600
      * Sistema .............. CEP                                      00000700
      * Programa.............. CEPNRMLG                                 00000800
      * Tipo    .............. SUBPROGRAMA (CALL, BATCH E CICS)         00000900
      * Finalidade ........... Normalizacao UNICA de uma grafia de      00001000
      *                        LOGRADOURO: maiusculas, sem acentos      00001100
      *                        (EBCDIC CP037/CP1140), pontuacao vira    00001200
      *                        branco e a abreviatura do tipo na        00001300
      *                        primeira palavra e expandida ('AV.' ->   00001400
      *                        'AVENIDA'). E a forma usada por          00001500
      *                        CEPMATCH para comparar grafias e a       00001600
      *                        chave do dicionario de sinonimos de      00001700
      *                        logradouro "CEPVSA07" (CEPV0007), que    00001800
      *                        tambem e consultado por CEPMRCOL,        00001900
      *                        CEPREVIS, CEPSRV02 e CEPBROWS - todos    00002000
      *                        precisam chegar exatamente a mesma       00002100
      *                        chave, por isso a regra mora aqui.       00002200
      *                        NAO USA ARQUIVOS NEM EXEC CICS: PODE     00002300
      *                        SER CHAMADO DE BATCH E DE TRANSACAO.     00002400
      * Interface (CALL USING, 092 BYTES) .....                         00002500
      *   ENTRADA  POS 001-030 = LOGRADOURO COMO DIGITADO               00002600
      *   SAIDA    POS 031-090 = LOGRADOURO NORMALIZADO                 00002700
      *            POS 091-092 = TAMANHO UTIL DA FORMA NORMALIZADA      00002800
      *   A EXPANSAO DA ABREVIATURA ACRESCENTA NO MAXIMO 5 POSICOES:    00002900
      *   A FORMA NORMALIZADA NUNCA PASSA DE 35 POSICOES.               00003000
      ******************************************************************00003100
       ENVIRONMENT DIVISION.                                            00003200
       DATA DIVISION.                                                   00003300
       WORKING-STORAGE SECTION.                                         00003400
        01 WORKING-AREAS.                                               00003500
           03 WK-LOG-TRAB               PIC  X(030) VALUE SPACES.       00003600
           03 WK-LOG-TOK1               PIC  X(030) VALUE SPACES.       00003700
           03 WK-LOG-PTR                PIC  9(002) VALUE ZEROS.        00003800
           03 WK-IDX                    PIC  9(002) VALUE ZEROS.        00003900
                                                                        00004000
      *    ABREVIATURAS USUAIS DO TIPO DE LOGRADOURO (PRIMEIRA          00004100
      *    PALAVRA) E A FORMA COMPLETA CORRESPONDENTE                   00004200
        01 WK-TAB-ABREV-VALORES.                                        00004300
           03 FILLER PIC X(016) VALUE 'AV    AVENIDA   '.               00004400
           03 FILLER PIC X(016) VALUE 'AVE   AVENIDA   '.               00004500
           03 FILLER PIC X(016) VALUE 'R     RUA       '.               00004600
           03 FILLER PIC X(016) VALUE 'TV    TRAVESSA  '.               00004700
           03 FILLER PIC X(016) VALUE 'TRAV  TRAVESSA  '.               00004800
           03 FILLER PIC X(016) VALUE 'PC    PRACA     '.               00004900
           03 FILLER PIC X(016) VALUE 'PCA   PRACA     '.               00005000
           03 FILLER PIC X(016) VALUE 'AL    ALAMEDA   '.               00005100
           03 FILLER PIC X(016) VALUE 'ROD   RODOVIA   '.               00005200
           03 FILLER PIC X(016) VALUE 'EST   ESTRADA   '.               00005300
           03 FILLER PIC X(016) VALUE 'ESTR  ESTRADA   '.               00005400
           03 FILLER PIC X(016) VALUE 'JD    JARDIM    '.               00005500
           03 FILLER PIC X(016) VALUE 'VL    VILA      '.               00005600
           03 FILLER PIC X(016) VALUE 'LGO   LARGO     '.               00005700
           03 FILLER PIC X(016) VALUE 'BCO   BECO      '.               00005800
           03 FILLER PIC X(016) VALUE 'LD    LADEIRA   '.               00005900
        01 WK-TAB-ABREV REDEFINES WK-TAB-ABREV-VALORES.                 00006000
           03 WK-ABREV-ENTRY OCCURS 16 TIMES                            00006100
                 INDEXED BY WK-ABREV-IDX.                               00006200
              05 WK-ABREV-CURTA         PIC  X(006).                    00006300
              05 WK-ABREV-CHEIA         PIC  X(010).                    00006400
                                                                        00006500
       LINKAGE SECTION.                                                 00006600
       01 LK-NRM-AREA.                                                  00006700
          05 LK-NRM-ENTRADA             PIC  X(030).                    00006800
          05 LK-NRM-SAIDA               PIC  X(060).                    00006900
          05 LK-NRM-TAMANHO             PIC  9(002).                    00007000
                                                                        00007100
       PROCEDURE DIVISION USING LK-NRM-AREA.                            00007200
      *                                                                 00007300
       MAIN-PARA.                                                       00007400
           MOVE FUNCTION UPPER-CASE (LK-NRM-ENTRADA)                    00007500
              TO WK-LOG-TRAB                                            00007600
           INSPECT WK-LOG-TRAB REPLACING ALL '.' BY ' '                 00007700
           INSPECT WK-LOG-TRAB REPLACING ALL ',' BY ' '                 00007800
           INSPECT WK-LOG-TRAB CONVERTING                               00007900
              X'424344454648495152535455565758'                         00008000
              TO 'AAAAACNEEEEIIII'                                      00008100
           INSPECT WK-LOG-TRAB CONVERTING                               00008200
              X'626364656668697172737475767778'                         00008300
              TO 'AAAAACNEEEEIIII'                                      00008400
           INSPECT WK-LOG-TRAB CONVERTING                               00008500
              X'CBCCCDCECFDBDCDDDE'                                     00008600
              TO 'OOOOOUUUU'                                            00008700
           INSPECT WK-LOG-TRAB CONVERTING                               00008800
              X'EBECEDEEEFFBFCFDFE'                                     00008900
              TO 'OOOOOUUUU'                                            00009000
                                                                        00009100
           MOVE SPACES TO WK-LOG-TOK1                                   00009200
           MOVE 1      TO WK-LOG-PTR                                    00009300
           UNSTRING WK-LOG-TRAB DELIMITED BY ALL ' '                    00009400
              INTO WK-LOG-TOK1                                          00009500
              WITH POINTER WK-LOG-PTR                                   00009600
           END-UNSTRING                                                 00009700
           SET WK-ABREV-IDX TO 1                                        00009800
           SEARCH WK-ABREV-ENTRY                                        00009900
              WHEN WK-ABREV-CURTA (WK-ABREV-IDX) = WK-LOG-TOK1          00010000
                 MOVE WK-ABREV-CHEIA (WK-ABREV-IDX) TO WK-LOG-TOK1      00010100
           END-SEARCH                                                   00010200
                                                                        00010300
           MOVE SPACES TO LK-NRM-SAIDA                                  00010400
           IF WK-LOG-PTR <= 30                                          00010500
              STRING FUNCTION TRIM (WK-LOG-TOK1) DELIMITED BY SIZE      00010600
                 ' '                              DELIMITED BY SIZE     00010700
                 WK-LOG-TRAB (WK-LOG-PTR : 31 - WK-LOG-PTR)             00010800
                                                  DELIMITED BY SIZE     00010900
                 INTO LK-NRM-SAIDA                                      00011000
              END-STRING                                                00011100
           ELSE                                                         00011200
              MOVE WK-LOG-TOK1 TO LK-NRM-SAIDA                          00011300
           END-IF                                                       00011400
                                                                        00011500
           MOVE ZEROS TO LK-NRM-TAMANHO                                 00011600
           PERFORM MEDE-SAIDA                                           00011700
              VARYING WK-IDX FROM 60 BY -1                              00011800
              UNTIL WK-IDX < 1 OR LK-NRM-TAMANHO > 0                    00011900
                                                                        00012000
           GOBACK                                                       00012100
           .                                                            00012200
       MEDE-SAIDA.                                                      00012300
           IF LK-NRM-SAIDA (WK-IDX : 1) NOT = SPACE                     00012400
              MOVE WK-IDX TO LK-NRM-TAMANHO                             00012500
           END-IF                                                       00012600
           .                                                            00012700
