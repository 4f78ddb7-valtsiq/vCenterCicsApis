       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID. CEPDIST.                                             00000200
      ******************************************************************00000300
      * Valter Siqueira - Systems      c                                00000400
      * Laboratoratório de uso particular ......                        00000500
      * ----------------------------------------------------------------00000600
      * Sistema .............. CEP                                      00000700
      * Programa.............. CEPDIST                                  00000800
      * Tipo    .............. SUBPROGRAMA (CALL, BATCH E CICS)         00000900
      * Finalidade ........... Distancia em KM, em linha reta sobre a   00001000
      *                        superficie da Terra (formula de          00001100
      *                        HAVERSINE, raio medio de 6371,0088 KM),  00001200
      *                        entre duas coordenadas em graus          00001300
      *                        decimais. E a regra UNICA de distancia   00001400
      *                        do localizador de filiais: transacao     00001500
      *                        CEPF (CEPPROX), batch CEPPRXB e          00001600
      *                        relatorio de cobertura CEPCOBER chegam   00001700
      *                        todos ao mesmo numero.                   00001800
      *                        NAO USA ARQUIVOS NEM EXEC CICS: PODE     00001900
      *                        SER CHAMADO DE BATCH E DE TRANSACAO.     00002000
      * Interface (CALL USING, 050 BYTES) .....                         00002100
      *   ENTRADA  POS 001-010 = LATITUDE DO PONTO 1                    00002200
      *            POS 011-020 = LONGITUDE DO PONTO 1                   00002300
      *            POS 021-030 = LATITUDE DO PONTO 2                    00002400
      *            POS 031-040 = LONGITUDE DO PONTO 2                   00002500
      *            COORDENADAS S9(3)V9(6) COM SINAL SEPARADO A          00002600
      *            ESQUERDA ('-023550520' = -23,550520 GRAUS), NO       00002700
      *            MESMO FORMATO DE CEPV0008 E CEPV0009                 00002800
      *   SAIDA    POS 041-047 = DISTANCIA EM KM 9(5)V99                00002900
      *            POS 048-049 = RETORNO '00' OK                        00003000
      *                                  '08' COORDENADA INVALIDA       00003100
      *            POS 050     = RESERVADO                              00003200
      ******************************************************************00003300
       ENVIRONMENT DIVISION.                                            00003400
       DATA DIVISION.                                                   00003500
       WORKING-STORAGE SECTION.                                         00003600
      *    PONTO FLUTUANTE PARA AS FUNCOES TRIGONOMETRICAS              00003700
        01 WORKING-AREAS.                                               00003800
           03 WK-RAD                    COMP-2 VALUE 0.                 00003900
           03 WK-FI1                    COMP-2 VALUE 0.                 00004000
           03 WK-FI2                    COMP-2 VALUE 0.                 00004100
           03 WK-DFI                    COMP-2 VALUE 0.                 00004200
           03 WK-DLAMBDA                COMP-2 VALUE 0.                 00004300
           03 WK-A                      COMP-2 VALUE 0.                 00004400
           03 WK-C                      COMP-2 VALUE 0.                 00004500
           03 WK-SEN-DFI                COMP-2 VALUE 0.                 00004600
           03 WK-SEN-DLAMBDA            COMP-2 VALUE 0.                 00004700
           03 WK-COS-FI1                COMP-2 VALUE 0.                 00004800
           03 WK-COS-FI2                COMP-2 VALUE 0.                 00004900
           03 WK-RAIO-TERRA             COMP-2 VALUE 0.                 00005000
                                                                        00005100
       LINKAGE SECTION.                                                 00005200
       01 LK-DST-AREA.                                                  00005300
          05 LK-DST-LAT1                PIC S9(003)V9(006)              00005400
                                        SIGN LEADING SEPARATE.          00005500
          05 LK-DST-LON1                PIC S9(003)V9(006)              00005600
                                        SIGN LEADING SEPARATE.          00005700
          05 LK-DST-LAT2                PIC S9(003)V9(006)              00005800
                                        SIGN LEADING SEPARATE.          00005900
          05 LK-DST-LON2                PIC S9(003)V9(006)              00006000
                                        SIGN LEADING SEPARATE.          00006100
          05 LK-DST-KM                  PIC  9(005)V9(002).             00006200
          05 LK-DST-RETORNO             PIC  X(002).                    00006300
          05 FILLER                     PIC  X(001).                    00006400
                                                                        00006500
       PROCEDURE DIVISION USING LK-DST-AREA.                            00006600
      *                                                                 00006700
       MAIN-PARA.                                                       00006800
           MOVE ZEROS TO LK-DST-KM                                      00006900
           MOVE '00'  TO LK-DST-RETORNO                                 00007000
           PERFORM VALIDA-COORDENADAS                                   00007100
           IF LK-DST-RETORNO = '00'                                     00007200
              PERFORM CALCULA-DISTANCIA                                 00007300
           END-IF                                                       00007400
           GOBACK                                                       00007500
           .                                                            00007600
       VALIDA-COORDENADAS.                                              00007700
           IF LK-DST-LAT1 IS NOT NUMERIC OR                             00007800
              LK-DST-LON1 IS NOT NUMERIC OR                             00007900
              LK-DST-LAT2 IS NOT NUMERIC OR                             00008000
              LK-DST-LON2 IS NOT NUMERIC                                00008100
              MOVE '08' TO LK-DST-RETORNO                               00008200
           ELSE                                                         00008300
              IF LK-DST-LAT1 < -90  OR LK-DST-LAT1 > 90  OR             00008400
                 LK-DST-LAT2 < -90  OR LK-DST-LAT2 > 90  OR             00008500
                 LK-DST-LON1 < -180 OR LK-DST-LON1 > 180 OR             00008600
                 LK-DST-LON2 < -180 OR LK-DST-LON2 > 180                00008700
                 MOVE '08' TO LK-DST-RETORNO                            00008800
              END-IF                                                    00008900
           END-IF                                                       00009000
           .                                                            00009100
       CALCULA-DISTANCIA.                                               00009200
      *    A = SEN2(DFI/2) + COS(FI1) * COS(FI2) * SEN2(DLAMBDA/2)      00009300
      *    D = 2 * R * ARCSEN(RAIZ(A))                                  00009400
           MOVE 6371.0088 TO WK-RAIO-TERRA                              00009500
           COMPUTE WK-RAD     = FUNCTION PI / 180                       00009600
           COMPUTE WK-FI1     = LK-DST-LAT1 * WK-RAD                    00009700
           COMPUTE WK-FI2     = LK-DST-LAT2 * WK-RAD                    00009800
           COMPUTE WK-DFI     = (LK-DST-LAT2 - LK-DST-LAT1) * WK-RAD    00009900
           COMPUTE WK-DLAMBDA = (LK-DST-LON2 - LK-DST-LON1) * WK-RAD    00010000
           COMPUTE WK-SEN-DFI = FUNCTION SIN (WK-DFI / 2)               00010100
           COMPUTE WK-SEN-DLAMBDA = FUNCTION SIN (WK-DLAMBDA / 2)       00010200
           COMPUTE WK-COS-FI1 = FUNCTION COS (WK-FI1)                   00010300
           COMPUTE WK-COS-FI2 = FUNCTION COS (WK-FI2)                   00010400
           COMPUTE WK-A = WK-SEN-DFI * WK-SEN-DFI                       00010500
                        + WK-COS-FI1 * WK-COS-FI2                       00010600
                        * WK-SEN-DLAMBDA * WK-SEN-DLAMBDA               00010700
      *    ARREDONDAMENTO PODE PASSAR DE 1 EM PONTOS ANTIPODAS          00010800
           IF WK-A > 1                                                  00010900
              MOVE 1 TO WK-A                                            00011000
           END-IF                                                       00011100
           IF WK-A < 0                                                  00011200
              MOVE 0 TO WK-A                                            00011300
           END-IF                                                       00011400
           COMPUTE WK-C = 2 * FUNCTION ASIN (FUNCTION SQRT (WK-A))      00011500
           COMPUTE LK-DST-KM ROUNDED = WK-RAIO-TERRA * WK-C             00011600
           .                                                            00011700
