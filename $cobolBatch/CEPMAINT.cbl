      * Finalidade ........... Manutencao online do arquivo VSAM        00001100
      *                        "CEPVSA01" (CEPV0001): inclusao,         00001200
      *                        alteracao e exclusao de CEPs por         00001300
      *                        funcionario autorizado (a entrada na     00001310
      *                        transacao e controlada pela seguranca    00001320
      *                        CICS da CEPM; o que cada operador pode   00001330
      *                        fazer e ONDE, pela alcada abaixo), sem   00001340
      *                        esperar a proxima carga batch CEPBLOAD.  00001350
      *                        Toda alteracao gera um registro de       00001800
      *                        auditoria no arquivo "CEPAUD01" com      00001900
      *                        imagem antes/depois, operador, terminal  00002000
      *                        B090290.CEPPND01 (KSDS DE PENDENCIAS,    00002400
      *                        chave = data/hora + task; layout         00002450
      *                        espelhado em CEPAPRV)                    00002500
      *                        B090290.CEPPRM01 (PERMISSOES POR         00002507
      *                        OPERADOR, LAYOUT EM CEPPRMCK)            00002514
      *                        B090290.CEPRCS01 (LOG DE RECUSAS DE      00002521
      *                        ALCADA, LAYOUT EM CEPPRMMN)              00002528
      * Alcada ............... ANTES DE ESTAGIAR, O OPERADOR PASSA PELA 00002535
      *                        REGRA UNICA CEPPRMCK: A OPERACAO (I/A/E/ 00002542
      *                        L) TEM QUE CONSTAR DAS PERMITIDAS A ELE  00002549
      *                        E A UF DO REGISTRO TEM QUE ESTAR NA      00002556
      *                        ALCADA - NA ALTERACAO QUE TROCA A UF,    00002563
      *                        AS DUAS (A DE ANTES E A DE DEPOIS).      00002570
      *                        RECUSA NAO ESTAGIA NADA E E GRAVADA NO   00002577
      *                        LOG CEPRCS01.                            00002584
      * Fluxo pseudo-conversacional ..........                          00002600
      *   1a chamada  (EIBCALEN = 0) -> envia tela de instrucoes e      00002700
      *                                 devolve o controle ao CICS.     00002800
           03 WK-PND-IMAGEM-DEPOIS       PIC  X(161).                   00007500
           03 FILLER                     PIC  X(007) VALUE SPACES.      00007600
                                                                        00007700
      *    AREA DE CHAMADA DA REGRA UNICA DE ALCADA (CEPPRMCK): O       00007703
      *    REGISTRO DO OPERADOR EM CEPPRM01 E LIDO AQUI E PASSADO       00007706
      *    INTEIRO AO MODULO                                            00007709
        01 WK-PERM-AREA.                                                00007712
           03 WK-PRM-REGISTRO            PIC  X(120).                   00007715
           03 WK-PRM-ACHOU               PIC  X(001).                   00007718
           03 WK-PRM-OPERACAO            PIC  X(001).                   00007721
           03 WK-PRM-UF                  PIC  X(002).                   00007724
           03 WK-PRM-RETORNO             PIC  X(002).                   00007727
           03 WK-PRM-MOTIVO              PIC  X(030).                   00007730
                                                                        00007733
      *    LOG DE RECUSAS DE ALCADA (LAYOUT EM CEPPRMMN)                00007736
        01 WK-CEPRCS01-REC.                                             00007739
           03 WK-RCS-CHAVE.                                             00007742
              05 WK-RCS-DATA-HORA        PIC  X(021).                   00007745
              05 WK-RCS-TASK             PIC  9(007).                   00007748
           03 WK-RCS-OPERADOR            PIC  X(008).                   00007751
           03 WK-RCS-TERMINAL            PIC  X(004).                   00007754
           03 WK-RCS-PROGRAMA            PIC  X(008).                   00007757
           03 WK-RCS-OPERACAO            PIC  X(001).                   00007760
           03 WK-RCS-UF                  PIC  X(002).                   00007763
           03 WK-RCS-CEP                 PIC  X(008).                   00007766
           03 WK-RCS-RETORNO             PIC  X(002).                   00007769
           03 WK-RCS-MOTIVO              PIC  X(030).                   00007772
           03 FILLER                     PIC  X(029).                   00007775
                                                                        00007778
        01 WK-TELA-ENTRADA.                                             00007800
           03 FILLER PIC X(052) VALUE                                   00007900
              'CEPMAINT - MANUTENCAO DE CEP - INFORME A LINHA:'.        00008000
              TO 'OOOOOUUUU'                                            00026285
           .                                                            00026290
       GRAVA-PENDENCIA.                                                 00026300
      *    SO ESTAGIA SE O OPERADOR TEM ALCADA PARA A OPERACAO NA(S)    00026301
      *    UF(S) DAS IMAGENS; A RECUSA VAI PARA O LOG E PARA A TELA     00026302
           EXEC CICS ASSIGN                                             00026303
                USERID(WK-OPERADOR)                                     00026304
           END-EXEC                                                     00026305
           PERFORM CONFERE-ALCADA                                       00026306
           IF WK-PRM-RETORNO = '00'                                     00026307
              PERFORM ESTAGIA-PENDENCIA                                 00026308
           ELSE                                                         00026309
              PERFORM GRAVA-RECUSA                                      00026310
              MOVE SPACES TO WK-RSP-MENSAGEM                            00026311
              STRING 'RECUSADO: ' WK-PRM-MOTIVO                         00026312
                 DELIMITED BY SIZE INTO WK-RSP-MENSAGEM                 00026313
              END-STRING                                                00026314
              PERFORM ENVIA-TELA-RESPOSTA                               00026315
           END-IF                                                       00026316
           .                                                            00026317
       CONFERE-ALCADA.                                                  00026318
      *    A IMAGEM-ANTES (A/E/L) E A IMAGEM-DEPOIS (I/A/L) TRAZEM A UF 00026319
      *    NA POSICAO 9; ALTERACAO QUE TROCA A UF E CONFERIDA NAS DUAS. 00026320
      *    REGISTRO DE PERMISSAO ILEGIVEL CONTA COMO NAO CADASTRADO     00026321
      *    (NA DUVIDA, RECUSA)                                          00026322
           MOVE SPACES TO WK-PRM-REGISTRO                               00026323
           MOVE 'N'    TO WK-PRM-ACHOU                                  00026324
           EXEC CICS READ                                               00026325
                FILE('CEPPRM01')                                        00026326
                INTO(WK-PRM-REGISTRO)                                   00026327
                RIDFLD(WK-OPERADOR)                                     00026328
                KEYLENGTH(LENGTH OF WK-OPERADOR)                        00026329
                RESP(WK-RESP)                                           00026330
           END-EXEC                                                     00026331
           IF WK-RESP = DFHRESP(NORMAL)                                 00026332
              MOVE 'S' TO WK-PRM-ACHOU                                  00026333
           END-IF                                                       00026334
           MOVE WK-ENT-OPERACAO TO WK-PRM-OPERACAO                      00026335
           MOVE '00'            TO WK-PRM-RETORNO                       00026336
           IF WK-PND-IMAGEM-ANTES NOT = SPACES                          00026337
              MOVE WK-PND-IMAGEM-ANTES (9:2) TO WK-PRM-UF               00026338
              CALL 'CEPPRMCK' USING WK-PERM-AREA                        00026339
           END-IF                                                       00026340
           IF WK-PRM-RETORNO = '00' AND                                 00026341
              WK-PND-IMAGEM-DEPOIS NOT = SPACES AND                     00026342
              WK-PND-IMAGEM-DEPOIS (9:2) NOT = WK-PND-IMAGEM-ANTES (9:2)00026343
              MOVE WK-PND-IMAGEM-DEPOIS (9:2) TO WK-PRM-UF              00026344
              CALL 'CEPPRMCK' USING WK-PERM-AREA                        00026345
           END-IF                                                       00026346
           .                                                            00026347
       GRAVA-RECUSA.                                                    00026348
      *    TODA RECUSA DE ALCADA VAI PARA O LOG CEPRCS01 (REVISAO DE    00026349
      *    ACESSOS); FALHA NA GRAVACAO DO LOG NAO LIBERA A OPERACAO     00026350
           MOVE SPACES                TO WK-CEPRCS01-REC                00026351
           MOVE FUNCTION CURRENT-DATE TO WK-RCS-DATA-HORA               00026352
           MOVE EIBTASKN              TO WK-RCS-TASK                    00026353
           MOVE WK-OPERADOR           TO WK-RCS-OPERADOR                00026354
           MOVE EIBTRMID              TO WK-RCS-TERMINAL                00026355
           MOVE 'CEPMAINT'            TO WK-RCS-PROGRAMA                00026356
           MOVE WK-PRM-OPERACAO       TO WK-RCS-OPERACAO                00026357
           MOVE WK-PRM-UF             TO WK-RCS-UF                      00026358
           MOVE WK-CEP-CHAVE          TO WK-RCS-CEP                     00026359
           MOVE WK-PRM-RETORNO        TO WK-RCS-RETORNO                 00026360
           MOVE WK-PRM-MOTIVO         TO WK-RCS-MOTIVO                  00026361
           EXEC CICS WRITE                                              00026362
                FILE('CEPRCS01')                                        00026363
                FROM(WK-CEPRCS01-REC)                                   00026364
                RIDFLD(WK-RCS-CHAVE)                                    00026365
                KEYLENGTH(LENGTH OF WK-RCS-CHAVE)                       00026366
                RESP(WK-RESP)                                           00026367
           END-EXEC                                                     00026368
           .                                                            00026369
       ESTAGIA-PENDENCIA.                                               00026370
      *    ESTAGIA A OPERACAO NO ARQUIVO DE PENDENCIAS (IMAGENS         00026400
      *    ANTES/DEPOIS, SOLICITANTE, TERMINAL); A CHAVE DATA/HORA +    00026500
      *    NUMERO DA TASK GARANTE UNICIDADE ENTRE TERMINAIS             00026600
           MOVE WK-CURRENT-DATE   TO WK-PND-DATA-HORA                   00026800
           MOVE EIBTASKN          TO WK-PND-TASK                        00026900
           MOVE EIBTRMID          TO WK-PND-TERMINAL                    00027000
           MOVE WK-OPERADOR       TO WK-PND-SOLICITANTE                 00027400
           MOVE WK-ENT-OPERACAO   TO WK-PND-OPERACAO                    00027500
           MOVE 'P'               TO WK-PND-STATUS                      00027520
