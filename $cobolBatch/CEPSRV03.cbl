       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID. CEPSRV03.                                            00000200
      ******************************************************************00000300
      * Valter Siqueira - Systems      c                                00000400
      * Laboratoratório de uso particular ......                        00000500
      * ----------------------------------------------------------------00000600
      * Sistema .............. CEP                                      00000700
      * Programa.............. CEPSRV03                                 00000800
      * Tipo    .............. ONLINE (CICS - SUBPROGRAMA DE SERVICO)   00000900
      * Finalidade ........... Servico reutilizavel de consulta da      00001000
      *                        ZONA DE FRETE de um CEP na tabela de     00001100
      *                        faixas "CEPVSA05" (CEPV0005, carregada   00001200
      *                        por CEPZNLOD), invocado por EXEC CICS    00001300
      *                        LINK com a COMMAREA abaixo. E o          00001400
      *                        companheiro de CEPSRV01 (CEP ->          00001500
      *                        endereco) para as aplicacoes que cotam   00001600
      *                        frete e prometem prazo de entrega, em    00001700
      *                        vez da planilha da Logistica.            00001800
      *                        A chave do cluster comeca pelo CEP       00001900
      *                        FINAL da faixa: um unico READ GTEQ traz  00002000
      *                        a unica faixa candidata, que vale se o   00002100
      *                        CEP INICIAL dela nao passa do CEP        00002200
      *                        procurado.                               00002300
      * DSnames .............. B090290.CEPVSA05 (CEPV0005)              00002400
      * Interface (COMMAREA, 044 BYTES) ......                          00002500
      *   ENTRADA  POS 001-008 = CEP A CONSULTAR (8 DIGITOS)            00002600
      *   SAIDA    POS 009-010 = CODIGO DE RETORNO                      00002700
      *                          '00' = ZONA ENCONTRADA                 00002800
      *                          '04' = CEP FORA DE QUALQUER FAIXA      00002900
      *                          '08' = CEP INVALIDO (NAO NUMERICO)     00003000
      *                          '12' = COMMAREA AUSENTE OU CURTA       00003100
      *                          '16' = ERRO DE I-O NO ARQUIVO          00003200
      *            POS 011-012 = UF DA FAIXA                            00003300
      *            POS 013-015 = ZONA DE FRETE                          00003400
      *            POS 016-025 = TRANSPORTADORA                         00003500
      *            POS 026-028 = PRAZO DE ENTREGA EM DIAS               00003600
      *            POS 029-036 = CEP INICIAL DA FAIXA                   00003700
      *            POS 037-044 = CEP FINAL DA FAIXA                     00003800
      *   NOS RETORNOS DIFERENTES DE '00' OS CAMPOS DA FAIXA VOLTAM     00003900
      *   EM BRANCO (PRAZO ZERO).                                       00004000
      ******************************************************************00004100
       ENVIRONMENT DIVISION.                                            00004200
       DATA DIVISION.                                                   00004300
       WORKING-STORAGE SECTION.                                         00004400
        01 WORKING-AREAS.                                               00004500
           03 WK-CEPV0005-REC.                                          00004600
              05 WK-CEPV0005-CHAVE.                                     00004700
                 10 WK-CEPV0005-CEP-FIM  PIC  X(008).                   00004800
                 10 WK-CEPV0005-CEP-INI  PIC  X(008).                   00004900
              05 WK-CEPV0005-UF          PIC  X(002).                   00005000
              05 WK-CEPV0005-ZONA        PIC  X(003).                   00005100
              05 WK-CEPV0005-TRANSPORTADORA PIC X(010).                 00005200
              05 WK-CEPV0005-PRAZO       PIC  9(003).                   00005300
              05 WK-CEPV0005-DT-CARGA    PIC  X(021).                   00005400
              05 FILLER                  PIC  X(025).                   00005500
           03 WK-CHAVE.                                                 00005600
              05 WK-CHAVE-CEP            PIC  X(008) VALUE SPACES.      00005700
              05 WK-CHAVE-RESTO          PIC  X(008) VALUE LOW-VALUES.  00005800
           03 WK-RESP                    PIC S9(008) COMP.              00005900
                                                                        00006000
       LINKAGE SECTION.                                                 00006100
       01 DFHCOMMAREA.                                                  00006200
          05 LK-SRV-CEP                  PIC  X(008).                   00006300
          05 LK-SRV-RETORNO              PIC  X(002).                   00006400
          05 LK-SRV-UF                   PIC  X(002).                   00006500
          05 LK-SRV-ZONA                 PIC  X(003).                   00006600
          05 LK-SRV-TRANSPORTADORA       PIC  X(010).                   00006700
          05 LK-SRV-PRAZO                PIC  9(003).                   00006800
          05 LK-SRV-CEP-INI              PIC  X(008).                   00006900
          05 LK-SRV-CEP-FIM              PIC  X(008).                   00007000
                                                                        00007100
       PROCEDURE DIVISION.                                              00007200
      *                                                                 00007300
       MAIN-PARA.                                                       00007400
           IF EIBCALEN < 44                                             00007500
      *       COMMAREA CURTA: DEVOLVE '12' SE AO MENOS O CODIGO DE      00007600
      *       RETORNO COUBER NA AREA RECEBIDA                           00007700
              IF EIBCALEN >= 10                                         00007800
                 MOVE '12' TO LK-SRV-RETORNO                            00007900
              END-IF                                                    00008000
              EXEC CICS RETURN                                          00008100
              END-EXEC                                                  00008200
           END-IF                                                       00008300
                                                                        00008400
           MOVE SPACES TO LK-SRV-UF                                     00008500
           MOVE SPACES TO LK-SRV-ZONA                                   00008600
           MOVE SPACES TO LK-SRV-TRANSPORTADORA                         00008700
           MOVE ZEROS  TO LK-SRV-PRAZO                                  00008800
           MOVE SPACES TO LK-SRV-CEP-INI                                00008900
           MOVE SPACES TO LK-SRV-CEP-FIM                                00009000
                                                                        00009100
           MOVE LK-SRV-CEP TO WK-CHAVE-CEP                              00009200
           IF WK-CHAVE-CEP IS NOT NUMERIC                               00009300
              MOVE '08' TO LK-SRV-RETORNO                               00009400
           ELSE                                                         00009500
              PERFORM CONSULTA-ZONA                                     00009600
           END-IF                                                       00009700
                                                                        00009800
           EXEC CICS RETURN                                             00009900
           END-EXEC                                                     00010000
           .                                                            00010100
       CONSULTA-ZONA.                                                   00010200
           MOVE LOW-VALUES TO WK-CHAVE-RESTO                            00010300
           MOVE SPACES TO WK-CEPV0005-REC                               00010400
           EXEC CICS READ                                               00010500
                FILE('CEPV0005')                                        00010600
                INTO(WK-CEPV0005-REC)                                   00010700
                RIDFLD(WK-CHAVE)                                        00010800
                KEYLENGTH(LENGTH OF WK-CHAVE)                           00010900
                GTEQ                                                    00011000
                RESP(WK-RESP)                                           00011100
           END-EXEC                                                     00011200
                                                                        00011300
           EVALUATE TRUE                                                00011400
              WHEN WK-RESP = DFHRESP(NORMAL)                            00011500
                 IF WK-CEPV0005-CEP-INI NOT > WK-CHAVE-CEP              00011600
                    MOVE '00'                  TO LK-SRV-RETORNO        00011700
                    MOVE WK-CEPV0005-UF        TO LK-SRV-UF             00011800
                    MOVE WK-CEPV0005-ZONA      TO LK-SRV-ZONA           00011900
                    MOVE WK-CEPV0005-TRANSPORTADORA                     00012000
                       TO LK-SRV-TRANSPORTADORA                         00012100
                    MOVE WK-CEPV0005-PRAZO     TO LK-SRV-PRAZO          00012200
                    MOVE WK-CEPV0005-CEP-INI   TO LK-SRV-CEP-INI        00012300
                    MOVE WK-CEPV0005-CEP-FIM   TO LK-SRV-CEP-FIM        00012400
                 ELSE                                                   00012500
      *             A PRIMEIRA FAIXA ADIANTE COMECA DEPOIS DO CEP: ELE  00012600
      *             CAI NUM INTERVALO SEM ZONA                          00012700
                    MOVE '04'                  TO LK-SRV-RETORNO        00012800
                 END-IF                                                 00012900
              WHEN WK-RESP = DFHRESP(NOTFND)                            00013000
                 MOVE '04'                    TO LK-SRV-RETORNO         00013100
              WHEN OTHER                                                00013200
                 MOVE '16'                    TO LK-SRV-RETORNO         00013300
           END-EVALUATE                                                 00013400
           .                                                            00013500
