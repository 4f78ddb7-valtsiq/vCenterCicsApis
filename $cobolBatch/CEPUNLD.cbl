      *                        no mesmo formato aceito pela carga       00001300
      *                        "CEPBLOAD" (CEPS0001), servindo como     00001400
      *                        companheiro/backup daquele programa.     00001500
      *                        O relatorio traz a data/hora de inicio   00001510
      *                        do extrato, que e o PARM da recuperacao  00001520
      *                        para frente CEPRECV (extrato + jornal    00001530
      *                        CEPJRN01).                               00001540
      * DSnames .............. B090290.CEPVSA01                         00001600
      *                        B090290.CEPUNL01                         00001700
      ******************************************************************00001800
           03 WK-EOF                    PIC  X(001) VALUE 'N'.          00005200
           03 WK-CONT-LIDOS             PIC  9(010) VALUE ZEROS.        00005300
           03 WK-CONT-GRAVADOS          PIC  9(010) VALUE ZEROS.        00005400
           03 WK-DT-EXTRATO             PIC  X(021) VALUE SPACES.       00005410
           03 WK-CEP-TRIM                PIC  X(008) VALUE SPACES.      00005500
           03 WK-UF-TRIM                 PIC  X(002) VALUE SPACES.      00005600
           03 WK-CIDADE-TRIM             PIC  X(030) VALUE SPACES.      00005700
       PROCEDURE DIVISION.                                              00006100
      *                                                                 00006200
       MAIN-PARA.                                                       00006300
           MOVE FUNCTION CURRENT-DATE TO WK-DT-EXTRATO                  00006310
           PERFORM OPEN-FILES                                           00006400
           PERFORM READ-FILE UNTIL WK-EOF EQUAL 'Y'                     00006500
                                                                        00006600
           DISPLAY WK-CONT-LIDOS                                        00006900
           DISPLAY 'TOTAL DE REGISTROS GRAVADOS EM CEPUNL01 ......'     00007000
           DISPLAY WK-CONT-GRAVADOS                                     00007100
           DISPLAY 'DATA/HORA DO EXTRATO (PARM DE CEPRECV) .......'     00007110
           DISPLAY WK-DT-EXTRATO (1:14)                                 00007120
           DISPLAY '---------------------------------------------'      00007200
                                                                        00007300
           PERFORM CLOSE-FILES                                          00007400
