       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID. CEPPRMLS.                                            00000200
      ******************************************************************00000300
      * Valter Siqueira - Systems      c                                00000400
      * Laboratoratório de uso particular ......                        00000500
      * ----------------------------------------------------------------00000600
      * Sistema .............. CEP                                      00000700
      * Programa.............. CEPPRMLS                                 00000800
      * Tipo    .............. BATCH                                    00000900
      * Finalidade ........... Listagem de QUEM PODE O QUE na           00001000
      *                        manutencao de CEP, para a revisao        00001100
      *                        trimestral de acessos: le o cadastro de  00001200
      *                        permissoes CEPPRM01 (mantido por         00001300
      *                        CEPPRMMN) e imprime, por operador, as    00001400
      *                        operacoes permitidas (I/A/E/L), a marca  00001500
      *                        de aprovador, as UFs da alcada, quem     00001600
      *                        autorizou e a data da ultima             00001700
      *                        atualizacao. Operador com alcada         00001800
      *                        nacional ('**') sai com UFS = TODAS.     00001900
      *                        No fim, totais de operadores, de         00002000
      *                        aprovadores, de alcadas nacionais e de   00002100
      *                        aprovadores que tambem estagiam          00002200
      *                        mudancas (a regra das 4 maos de CEPAPRV  00002300
      *                        impede que aprovem o proprio pedido,     00002400
      *                        mas o gestor deve confirmar o perfil).   00002500
      * DSnames .............. B090290.CEPPRM01 (LAYOUT EM CEPPRMCK)    00002600
      *                        B090290.CEPPRL01 (LISTAGEM, 132 BYTES)   00002700
      * PARM ................. POS 01-02 = UF: LISTA SO OS OPERADORES   00002800
      *                                    COM ALCADA NA UF (INCLUSIVE  00002900
      *                                    OS NACIONAIS); EM BRANCO     00003000
      *                                    LISTA TODOS                  00003100
      ******************************************************************00003200
       ENVIRONMENT DIVISION.                                            00003300
       INPUT-OUTPUT SECTION.                                            00003400
       FILE-CONTROL.                                                    00003500
      *INPUT FILE - LIDO EM SEQUENCIA DE OPERADOR                       00003600
           SELECT CEPPRM01 ASSIGN TO 'CEPPRM01'                         00003700
           ORGANIZATION IS INDEXED                                      00003800
           ACCESS MODE IS SEQUENTIAL                                    00003900
           RECORD KEY IS CEPPRM01-OPERADOR                              00004000
           FILE STATUS WK-VSAM-FILE-STATUS.                             00004100
      *                                                                 00004200
           SELECT CEPPRL01 ASSIGN TO 'CEPPRL01'                         00004300
           ORGANIZATION SEQUENTIAL.                                     00004400
      *    LISTAGEM PAGINADA PARA A REVISAO DE ACESSOS                  00004500
       DATA DIVISION.                                                   00004600
       FILE SECTION.                                                    00004700
                                                                        00004800
       FD CEPPRM01.                                                     00004900
       01 CEPPRM01-REC.                                                 00005000
          05 CEPPRM01-OPERADOR          PIC  X(008).                    00005100
          05 CEPPRM01-NOME              PIC  X(030).                    00005200
          05 CEPPRM01-UF                PIC  X(002) OCCURS 27 TIMES.    00005300
          05 CEPPRM01-OPERACOES         PIC  X(004).                    00005400
          05 CEPPRM01-APROVA            PIC  X(001).                    00005500
          05 CEPPRM01-DT-ATUALIZACAO    PIC  X(008).                    00005600
          05 CEPPRM01-AUTORIZADO-POR    PIC  X(008).                    00005700
          05 FILLER                     PIC  X(007).                    00005800
      *                                                                 00005900
       FD CEPPRL01                                                      00006000
            RECORDING MODE IS F                                         00006100
            RECORD CONTAINS 132 CHARACTERS.                             00006200
       01 CEPPRL01-REC                  PIC  X(132).                    00006300
      *                                                                 00006400
       WORKING-STORAGE SECTION.                                         00006500
        01 WORKING-AREAS.                                               00006600
           03 WK-VSAM-FILE-STATUS       PIC  X(002) VALUE SPACES.       00006700
           03 WK-EOF                    PIC  X(001) VALUE 'N'.          00006800
           03 WK-UF-FILTRO              PIC  X(002) VALUE SPACES.       00006900
           03 WK-SELECIONADO            PIC  X(001) VALUE 'N'.          00007000
           03 WK-SUB                    PIC  9(002) VALUE ZEROS.        00007100
           03 WK-POS                    PIC  9(003) VALUE ZEROS.        00007200
           03 WK-UF-LISTA               PIC  X(081) VALUE SPACES.       00007300
           03 WK-LINHA                  PIC  X(132) VALUE SPACES.       00007400
           03 WK-LIN-PAG                PIC  9(002) VALUE 99.           00007500
           03 WK-PAGINA                 PIC  9(004) VALUE ZEROS.        00007600
           03 WK-CONT-LIDOS             PIC  9(010) VALUE ZEROS.        00007700
           03 WK-CONT-LISTADOS          PIC  9(010) VALUE ZEROS.        00007800
           03 WK-CONT-APROVADORES       PIC  9(010) VALUE ZEROS.        00007900
           03 WK-CONT-NACIONAIS         PIC  9(010) VALUE ZEROS.        00008000
           03 WK-CONT-APROV-MANUT       PIC  9(010) VALUE ZEROS.        00008100
           03 WK-PRINT-CONT             PIC  Z(009)9 VALUE ZEROS.       00008200
                                                                        00008300
       LINKAGE SECTION.                                                 00008400
       01 LK-PARM-LENGTH                PIC S9(004) COMP.               00008500
       01 LK-PARM-DATA.                                                 00008600
          05 LK-UF-FILTRO               PIC  X(002).                    00008700
                                                                        00008800
       PROCEDURE DIVISION USING LK-PARM-LENGTH LK-PARM-DATA.            00008900
      *                                                                 00009000
       MAIN-PARA.                                                       00009100
           IF LK-PARM-LENGTH >= 2                                       00009200
              MOVE LK-UF-FILTRO TO WK-UF-FILTRO                         00009300
           END-IF                                                       00009400
           PERFORM OPEN-FILES                                           00009500
           PERFORM READ-FILE UNTIL WK-EOF EQUAL 'Y'                     00009600
                                                                        00009700
           PERFORM RELATORIO-FINAL                                      00009800
                                                                        00009900
           PERFORM CLOSE-FILES                                          00010000
           STOP RUN                                                     00010100
           .                                                            00010200
       OPEN-FILES.                                                      00010300
           OPEN INPUT  CEPPRM01                                         00010400
           IF WK-VSAM-FILE-STATUS NOT = '00'                            00010500
              DISPLAY "-----ERRO VSAM NO OPEN -----"                    00010600
              DISPLAY WK-VSAM-FILE-STATUS                               00010700
              MOVE 12 TO RETURN-CODE                                    00010800
              STOP RUN                                                  00010900
           END-IF                                                       00011000
           OPEN OUTPUT CEPPRL01                                         00011100
           .                                                            00011200
       READ-FILE.                                                       00011300
           READ CEPPRM01 NEXT RECORD AT END MOVE 'Y' TO WK-EOF.         00011400
                                                                        00011500
           IF WK-EOF NOT = 'Y'                                          00011600
              IF WK-VSAM-FILE-STATUS NOT = '00'                         00011700
                 PERFORM ERRO-VSAM                                      00011800
              END-IF                                                    00011900
              ADD 1 TO WK-CONT-LIDOS                                    00012000
              PERFORM SELECIONA-OPERADOR                                00012100
              IF WK-SELECIONADO = 'S'                                   00012200
                 PERFORM LISTA-OPERADOR                                 00012300
              END-IF                                                    00012400
           END-IF                                                       00012500
           .                                                            00012600
       SELECIONA-OPERADOR.                                              00012700
      *    COM UF NO PARM, SO QUEM TEM ALCADA NELA (OU NACIONAL)        00012800
           IF WK-UF-FILTRO = SPACES OR CEPPRM01-UF (1) = '**'           00012900
              MOVE 'S' TO WK-SELECIONADO                                00013000
           ELSE                                                         00013100
              MOVE 'N' TO WK-SELECIONADO                                00013200
              PERFORM PROCURA-UF                                        00013300
                 VARYING WK-SUB FROM 1 BY 1                             00013400
                 UNTIL WK-SUB > 27 OR WK-SELECIONADO = 'S'              00013500
           END-IF                                                       00013600
           .                                                            00013700
       PROCURA-UF.                                                      00013800
           IF CEPPRM01-UF (WK-SUB) = WK-UF-FILTRO                       00013900
              MOVE 'S' TO WK-SELECIONADO                                00014000
           END-IF                                                       00014100
           .                                                            00014200
       LISTA-OPERADOR.                                                  00014300
           ADD 1 TO WK-CONT-LISTADOS                                    00014400
           IF CEPPRM01-APROVA = 'S'                                     00014500
              ADD 1 TO WK-CONT-APROVADORES                              00014600
              IF CEPPRM01-OPERACOES NOT = SPACES                        00014700
                 ADD 1 TO WK-CONT-APROV-MANUT                           00014800
              END-IF                                                    00014900
           END-IF                                                       00015000
                                                                        00015100
           MOVE SPACES TO WK-UF-LISTA                                   00015200
           IF CEPPRM01-UF (1) = '**'                                    00015300
              ADD 1 TO WK-CONT-NACIONAIS                                00015400
              MOVE 'TODAS' TO WK-UF-LISTA                               00015500
           ELSE                                                         00015600
              MOVE 1 TO WK-POS                                          00015700
              PERFORM MONTA-UF                                          00015800
                 VARYING WK-SUB FROM 1 BY 1 UNTIL WK-SUB > 27           00015900
           END-IF                                                       00016000
                                                                        00016100
      *    ATE 19 UFS NA LINHA DO OPERADOR; O RESTO NA CONTINUACAO      00016200
           MOVE SPACES                  TO WK-LINHA                     00016300
           MOVE CEPPRM01-OPERADOR       TO WK-LINHA (2:8)               00016400
           MOVE CEPPRM01-NOME           TO WK-LINHA (12:30)             00016500
           MOVE CEPPRM01-OPERACOES      TO WK-LINHA (44:4)              00016600
           MOVE CEPPRM01-APROVA         TO WK-LINHA (51:1)              00016700
           MOVE CEPPRM01-AUTORIZADO-POR TO WK-LINHA (55:8)              00016800
           MOVE CEPPRM01-DT-ATUALIZACAO TO WK-LINHA (65:8)              00016900
           MOVE WK-UF-LISTA (1:57)      TO WK-LINHA (75:57)             00017000
           PERFORM IMPRIME-LINHA                                        00017100
           IF WK-UF-LISTA (58:24) NOT = SPACES                          00017200
              MOVE SPACES               TO WK-LINHA                     00017300
              MOVE WK-UF-LISTA (58:24)  TO WK-LINHA (75:24)             00017400
              PERFORM IMPRIME-LINHA                                     00017500
           END-IF                                                       00017600
           .                                                            00017700
       MONTA-UF.                                                        00017800
           IF CEPPRM01-UF (WK-SUB) NOT = SPACES                         00017900
              MOVE CEPPRM01-UF (WK-SUB) TO WK-UF-LISTA (WK-POS:2)       00018000
              ADD 3 TO WK-POS                                           00018100
           END-IF                                                       00018200
           .                                                            00018300
       IMPRIME-LINHA.                                                   00018400
           IF WK-LIN-PAG >= 55                                          00018500
              PERFORM CABECALHO-PAGINA                                  00018600
           END-IF                                                       00018700
           MOVE WK-LINHA TO CEPPRL01-REC                                00018800
           WRITE CEPPRL01-REC                                           00018900
           ADD 1 TO WK-LIN-PAG                                          00019000
           .                                                            00019100
       CABECALHO-PAGINA.                                                00019200
           ADD  1 TO WK-PAGINA                                          00019300
           MOVE SPACES TO CEPPRL01-REC                                  00019400
           STRING 'CEPPRMLS - PERMISSOES DOS OPERADORES DE CEP '        00019500
                  '(REVISAO DE ACESSOS)'                                00019600
              DELIMITED BY SIZE INTO CEPPRL01-REC                       00019700
           END-STRING                                                   00019800
           IF WK-UF-FILTRO NOT = SPACES                                 00019900
              MOVE 'UF:'        TO CEPPRL01-REC (70:3)                  00020000
              MOVE WK-UF-FILTRO TO CEPPRL01-REC (74:2)                  00020100
           END-IF                                                       00020200
           MOVE WK-PAGINA TO CEPPRL01-REC (120:4)                       00020300
           MOVE 'PAG.'    TO CEPPRL01-REC (114:5)                       00020400
           WRITE CEPPRL01-REC                                           00020500
           MOVE SPACES TO CEPPRL01-REC                                  00020600
           MOVE 'OPERADOR'   TO CEPPRL01-REC (2:8)                      00020700
           MOVE 'NOME'       TO CEPPRL01-REC (12:4)                     00020800
           MOVE 'OPER'       TO CEPPRL01-REC (44:4)                     00020900
           MOVE 'APR'        TO CEPPRL01-REC (50:3)                     00021000
           MOVE 'AUTORIZ.'   TO CEPPRL01-REC (55:8)                     00021100
           MOVE 'ATUALIZ.'   TO CEPPRL01-REC (65:8)                     00021200
           MOVE 'UFS'        TO CEPPRL01-REC (75:3)                     00021300
           WRITE CEPPRL01-REC                                           00021400
           MOVE ALL '-' TO CEPPRL01-REC                                 00021500
           WRITE CEPPRL01-REC                                           00021600
           MOVE 3 TO WK-LIN-PAG                                         00021700
           .                                                            00021800
       ERRO-VSAM.                                                       00021900
           DISPLAY "-----ERRO VSAM -----"                               00022000
           DISPLAY WK-VSAM-FILE-STATUS                                  00022100
           PERFORM CLOSE-FILES                                          00022200
           MOVE 12 TO RETURN-CODE                                       00022300
           STOP RUN                                                     00022400
           .                                                            00022500
       RELATORIO-FINAL.                                                 00022600
           MOVE SPACES TO WK-LINHA                                      00022700
           PERFORM IMPRIME-LINHA                                        00022800
           MOVE ' OPERADORES LISTADOS .......: ' TO WK-LINHA            00022900
           MOVE WK-CONT-LISTADOS TO WK-PRINT-CONT                       00023000
           MOVE WK-PRINT-CONT TO WK-LINHA (33:10)                       00023100
           PERFORM IMPRIME-LINHA                                        00023200
           MOVE SPACES TO WK-LINHA                                      00023300
           MOVE ' COM ALCADA NACIONAL .......: ' TO WK-LINHA            00023400
           MOVE WK-CONT-NACIONAIS TO WK-PRINT-CONT                      00023500
           MOVE WK-PRINT-CONT TO WK-LINHA (33:10)                       00023600
           PERFORM IMPRIME-LINHA                                        00023700
           MOVE SPACES TO WK-LINHA                                      00023800
           MOVE ' APROVADORES ...............: ' TO WK-LINHA            00023900
           MOVE WK-CONT-APROVADORES TO WK-PRINT-CONT                    00024000
           MOVE WK-PRINT-CONT TO WK-LINHA (33:10)                       00024100
           PERFORM IMPRIME-LINHA                                        00024200
           MOVE SPACES TO WK-LINHA                                      00024300
           MOVE ' APROVADORES QUE ESTAGIAM ..: ' TO WK-LINHA            00024400
           MOVE WK-CONT-APROV-MANUT TO WK-PRINT-CONT                    00024500
           MOVE WK-PRINT-CONT TO WK-LINHA (33:10)                       00024600
           PERFORM IMPRIME-LINHA                                        00024700
                                                                        00024800
           DISPLAY '---------------------------------------------'      00024900
           DISPLAY ' PERMISSOES DOS OPERADORES (CEPPRM01)        '      00025000
           DISPLAY 'OPERADORES LIDOS .............................'     00025100
           DISPLAY WK-CONT-LIDOS                                        00025200
           DISPLAY 'OPERADORES LISTADOS (CEPPRL01) ...............'     00025300
           DISPLAY WK-CONT-LISTADOS                                     00025400
           DISPLAY '---------------------------------------------'      00025500
           .                                                            00025600
       CLOSE-FILES.                                                     00025700
           CLOSE CEPPRM01                                               00025800
           CLOSE CEPPRL01                                               00025900
           .                                                            00026000
