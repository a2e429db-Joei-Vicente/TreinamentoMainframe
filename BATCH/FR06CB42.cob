      *                                                                 00001300
      *     OBJETIVO: RELATORIO DE VALORIZACAO DE ESTOQUE SOBRE O       00001400
      *               CADASTRO DE PRODUTOS (ARQPROD, LAYOUT B#PROD COM  00001500
      *               CABECALHO/TRAILER B#HDRTRL), CLASSIFICADO POR     00001564
      *               CODIGO DE FORNECEDOR (WRK-REG-COD-FORN) E NOME    00001628
      *               (WRK-REG-FORN) NO PASSO DE SORT DO JCL.           00001692
      *               LISTA CADA PRODUTO COM ESTOQUE, VALOR UNITARIO E  00001756
      *               VALOR ESTENDIDO (ESTOQUE X VALOR), COM QUEBRA DE  00001820
      *               CONTROLE E SUBTOTAL POR CODIGO DE FORNECEDOR (O   00001884
      *               NOME SO ENTRA NA QUEBRA DE PRODUTO AINDA SEM      00001948
      *               CODIGO), QUEBRA DE PAGINA COM CABECALHO (MESMO    00002012
      *               TRATAMENTO DO FR06CB34), OS 5 PRODUTOS COM MAIOR  00002076
      *               VALOR IMOBILIZADO E O TOTAL GERAL DO INVENTARIO.  00002140
      *               O SUBTOTAL TRAZ A RAZAO SOCIAL DO FORNMST; SEM O  00002204
      *               FORNMST (OPCIONAL), OU CODIGO FORA DELE, SAI O    00002268
      *               NOME DIGITADO NO PRODUTO.                         00002332
      *                                                                 00002400
      *----------------------------------------------------------------*00002500
      *     INPUT:                                                      00002600
      *     DDNAME           I/O                                        00002700
      *     ARQPROD           I   (CLASSIFICADO POR COD. FORNECEDOR)    00002766
      *     FORNMST           I   (MESTRE DE FORNECEDORES - OPCIONAL)   00002832
      *     RELPROD           O   (RELATORIO - LRECL 80)                00002900
      *                                                                 00003000
      *----------------------------------------------------------------*00003100
      *     MANUTENCAO:                                                 00003200
      *     15/10/2026 JL - QUEBRA E SUBTOTAL POR CODIGO DE FORNECEDOR  00003233
      *                     COM RAZAO SOCIAL DO FORNMST.                00003266
      *                                                                 00003300
      *================================================================*00003400
                                                                        00003500
                FILE STATUS            IS WRK-FS-ARQPROD.               00005300
             SELECT RELPROD            ASSIGN TO RELPROD                00005400
                FILE STATUS            IS WRK-FS-RELPROD.               00005500
             SELECT FORNMST            ASSIGN TO FORNMST                00005533
                FILE STATUS            IS WRK-FS-FORNMST.               00005566
                                                                        00005600
      *================================================================*00005700
       DATA                                      DIVISION.              00005800
           RECORDING MODE IS F                                          00007100
           BLOCK CONTAINS 0 RECORDS.                                    00007200
       01 FD-RELPROD                   PIC X(80).                       00007300
                                                                        00007316
       FD FORNMST                                                       00007332
           RECORDING MODE IS F                                          00007348
           BLOCK CONTAINS 0 RECORDS.                                    00007364
       01 FD-FORNMST                   PIC X(100).                      00007380
                                                                        00007400
      *----------------------------------------------------------------*00007500
       WORKING-STORAGE                           SECTION.               00007600
      *----------------------------------------------------------------*00008200
                                                                        00008300
        COPY 'B#PROD'.                                                  00008400
        COPY 'B#FORN'.                                                  00008450
                                                                        00008500
      *----------------------------------------------------------------*00008600
       01 FILLER                       PIC X(50)               VALUE    00008700
                                                                        00009000
       77 WRK-FS-ARQPROD               PIC X(02) VALUE SPACES.          00009100
       77 WRK-FS-RELPROD               PIC X(02) VALUE SPACES.          00009200
       77 WRK-FS-FORNMST               PIC X(02) VALUE SPACES.          00009250
                                                                        00009300
      *----------------------------------------------------------------*00009400
       01 FILLER                       PIC X(50)               VALUE    00009500
            '**** AREA DE QUEBRA/TOTALIZACAO ****'.                     00009600
      *----------------------------------------------------------------*00009700
                                                                        00009800
       01 WRK-CHAVE-FORN.                                               00009822
          05 WRK-CHF-CODIGO            PIC 9(05) VALUE ZEROS.           00009844
          05 WRK-CHF-NOME              PIC X(15) VALUE SPACES.          00009866
                                                                        00009888
       01 WRK-CHAVE-ANTERIOR.                                           00009910
          05 WRK-CHA-CODIGO            PIC 9(05) VALUE ZEROS.           00009932
          05 WRK-CHA-NOME              PIC X(15) VALUE SPACES.          00009954
                                                                        00009961
       77 WRK-NOME-GRUPO               PIC X(15) VALUE SPACES.          00009968
                                                                        00009976
       77 WRK-VALOR-EXTENDIDO          PIC 9(13)V99 VALUE ZEROS.        00010000
       77 WRK-SUBTOT-FORN              PIC 9(13)V99 VALUE ZEROS.        00010100
       77 WRK-TOTAL-GERAL              PIC 9(15)V99 VALUE ZEROS.        00010200
       77 WRK-ACU-LIDOS                PIC 9(07) VALUE ZEROS.           00010300
                                                                        00010400
      *----------------------------------------------------------------*00010406
       01 FILLER                       PIC X(50)               VALUE    00010412
            '**** TABELA DE FORNECEDORES (FORNMST) ****'.               00010418
      *----------------------------------------------------------------*00010424
                                                                        00010430
       01 WRK-TAB-FORNECEDORES.                                         00010436
          05 WRK-TAB-FORN-ITEM         OCCURS 2000 TIMES.               00010442
             10 WRK-TFO-CODIGO         PIC 9(05).                       00010448
             10 WRK-TFO-RAZAO          PIC X(20).                       00010454
                                                                        00010460
       77 WRK-QT-FORNECEDORES          PIC 9(04) VALUE ZEROS.           00010466
       77 WRK-IDX-FORN                 PIC 9(04) VALUE ZEROS.           00010472
       77 WRK-RAZAO-ACHADA             PIC X(20) VALUE SPACES.          00010478
                                                                        00010484
      *----------------------------------------------------------------*00010500
       01 FILLER                       PIC X(50)               VALUE    00010600
            '**** TABELA DOS 5 MAIORES VALORES ****'.                   00010700
       01 WRK-LINHA-SUBTOT.                                             00015400
          05 FILLER                    PIC X(20) VALUE                  00015500
              '-- TOTAL FORNECEDOR '.                                   00015600
          05 WRK-SUB-COD-FORN          PIC 9(05).                       00015671
          05 FILLER                    PIC X(01) VALUE SPACES.          00015742
          05 WRK-SUB-FORN              PIC X(20).                       00015813
          05 FILLER                    PIC X(02) VALUE ': '.            00015884
          05 WRK-SUB-VALOR             PIC Z(12)9,99.                   00015955
          05 FILLER                    PIC X(16) VALUE SPACES.          00016026
                                                                        00016100
       01 WRK-LINHA-TOP.                                                00016200
          05 FILLER                    PIC X(11) VALUE 'TOP VALOR: '.   00016300
       1000-INICIAR                       SECTION.                      00020600
      *----------------------------------------------------------------*00020700
                                                                        00020800
            PERFORM 1200-CARREGAR-FORNECEDORES.                         00020833
                                                                        00020866
            OPEN INPUT  ARQPROD                                         00020900
                 OUTPUT RELPROD.                                        00021000
            PERFORM 1100-TESTAR-FILE-STATUS.                            00021100
            END-IF.                                                     00021800
                                                                        00021900
            IF WRK-FS-ARQPROD EQUAL ZEROS                               00022000
                PERFORM 2050-MONTAR-CHAVE                               00022066
                MOVE WRK-CHAVE-FORN TO WRK-CHAVE-ANTERIOR               00022132
                MOVE WRK-REG-FORN TO WRK-NOME-GRUPO                     00022166
            END-IF.                                                     00022200
                                                                        00022300
      *----------------------------------------------------------------*00022400
      *----------------------------------------------------------------*00024100
       1100-99-FIM.            EXIT.                                    00024200
      *----------------------------------------------------------------*00024300
      *----------------------------------------------------------------*00024302
       1200-CARREGAR-FORNECEDORES         SECTION.                      00024304
      *----------------------------------------------------------------*00024306
                                                                        00024308
            OPEN INPUT FORNMST.                                         00024310
            IF WRK-FS-FORNMST EQUAL '35'                                00024312
                DISPLAY 'FORNMST AUSENTE - SUBTOTAL PELO NOME DIGITADO' 00024314
                GO TO 1200-99-FIM                                       00024316
            END-IF.                                                     00024318
            IF WRK-FS-FORNMST NOT EQUAL ZEROS                           00024320
                MOVE ' ERRO ABERTURA FORNMST ' TO WRK-MSG               00024322
                PERFORM 9000-TRATAR-ERROS                               00024324
            END-IF.                                                     00024326
                                                                        00024328
            PERFORM 1210-LER-FORNECEDOR                                 00024330
                UNTIL WRK-FS-FORNMST EQUAL '10'.                        00024332
            CLOSE FORNMST.                                              00024334
                                                                        00024336
      *----------------------------------------------------------------*00024338
       1200-99-FIM.            EXIT.                                    00024340
      *----------------------------------------------------------------*00024342
      *----------------------------------------------------------------*00024344
       1210-LER-FORNECEDOR                SECTION.                      00024346
      *----------------------------------------------------------------*00024348
                                                                        00024350
            READ FORNMST INTO WRK-REG-FORNECEDOR.                       00024352
            IF WRK-FS-FORNMST NOT EQUAL ZEROS                           00024354
                MOVE '10' TO WRK-FS-FORNMST                             00024356
                GO TO 1210-99-FIM                                       00024358
            END-IF.                                                     00024360
                                                                        00024362
            IF WRK-QT-FORNECEDORES NOT LESS 2000                        00024364
                MOVE ' TABELA DE FORNECEDORES CHEIA ' TO WRK-MSG        00024366
                PERFORM 9000-TRATAR-ERROS                               00024368
            END-IF.                                                     00024370
            ADD 1 TO WRK-QT-FORNECEDORES.                               00024372
            MOVE WRK-FOR-CODIGO                                         00024374
                           TO WRK-TFO-CODIGO(WRK-QT-FORNECEDORES).      00024376
            MOVE WRK-FOR-RAZAO                                          00024378
                           TO WRK-TFO-RAZAO(WRK-QT-FORNECEDORES).       00024380
                                                                        00024382
      *----------------------------------------------------------------*00024384
       1210-99-FIM.            EXIT.                                    00024386
      *----------------------------------------------------------------*00024388
      *----------------------------------------------------------------*00024400
       2000-PROCESSAR                     SECTION.                      00024500
      *----------------------------------------------------------------*00024600
               ELSE                                                     00025100
                   ADD 1 TO WRK-ACU-LIDOS                               00025200
                                                                        00025300
                   PERFORM 2050-MONTAR-CHAVE                            00025383
                   IF WRK-CHAVE-FORN NOT EQUAL WRK-CHAVE-ANTERIOR       00025466
                       PERFORM 2150-GRAVAR-SUBTOTAL                     00025549
                       MOVE ZEROS TO WRK-SUBTOT-FORN                    00025632
                       MOVE WRK-CHAVE-FORN TO WRK-CHAVE-ANTERIOR        00025715
                       MOVE WRK-REG-FORN TO WRK-NOME-GRUPO              00025757
                   END-IF                                               00025800
                                                                        00025900
                   COMPUTE WRK-VALOR-EXTENDIDO =                        00026000
      *----------------------------------------------------------------*00027500
       2000-99-FIM.            EXIT.                                    00027600
      *----------------------------------------------------------------*00027700
      *----------------------------------------------------------------*00027705
       2050-MONTAR-CHAVE                  SECTION.                      00027710
      *----------------------------------------------------------------*00027715
      *    PRODUTO COM CODIGO QUEBRA SO PELO CODIGO; SEM CODIGO (ZEROS *00027720
      *    OU BRANCOS DO CADASTRO ANTIGO) QUEBRA PELO NOME DIGITADO.   *00027725
      *----------------------------------------------------------------*00027730
                                                                        00027735
            MOVE SPACES TO WRK-CHF-NOME.                                00027740
            IF WRK-REG-COD-FORN NUMERIC                                 00027745
               AND WRK-REG-COD-FORN NOT EQUAL ZEROS                     00027750
                MOVE WRK-REG-COD-FORN TO WRK-CHF-CODIGO                 00027755
            ELSE                                                        00027760
                MOVE ZEROS            TO WRK-CHF-CODIGO                 00027765
                MOVE WRK-REG-FORN     TO WRK-CHF-NOME                   00027770
            END-IF.                                                     00027775
                                                                        00027780
      *----------------------------------------------------------------*00027785
       2050-99-FIM.            EXIT.                                    00027790
      *----------------------------------------------------------------*00027795
      *----------------------------------------------------------------*00027800
       2150-GRAVAR-SUBTOTAL               SECTION.                      00027900
      *----------------------------------------------------------------*00028000
                                                                        00028100
            MOVE WRK-CHA-CODIGO    TO WRK-SUB-COD-FORN.                 00028113
            MOVE WRK-CHA-NOME      TO WRK-SUB-FORN.                     00028126
            IF WRK-CHA-CODIGO NOT EQUAL ZEROS                           00028139
                MOVE SPACES TO WRK-RAZAO-ACHADA                         00028152
                PERFORM 2160-PROCURAR-RAZAO                             00028165
                    VARYING WRK-IDX-FORN FROM 1 BY 1                    00028178
                    UNTIL WRK-IDX-FORN GREATER WRK-QT-FORNECEDORES      00028191
                       OR WRK-RAZAO-ACHADA NOT EQUAL SPACES             00028204
                IF WRK-RAZAO-ACHADA NOT EQUAL SPACES                    00028217
                    MOVE WRK-RAZAO-ACHADA TO WRK-SUB-FORN               00028230
                ELSE                                                    00028243
                    MOVE WRK-NOME-GRUPO   TO WRK-SUB-FORN               00028256
                END-IF                                                  00028269
            END-IF.                                                     00028282
            MOVE WRK-SUBTOT-FORN   TO WRK-SUB-VALOR.                    00028300
            WRITE FD-RELPROD FROM WRK-LINHA-SUBTOT.                     00028400
            ADD 1 TO WRK-LINHAS.                                        00028500
      *----------------------------------------------------------------*00028700
       2150-99-FIM.            EXIT.                                    00028800
      *----------------------------------------------------------------*00028900
      *----------------------------------------------------------------*00028908
       2160-PROCURAR-RAZAO                SECTION.                      00028916
      *----------------------------------------------------------------*00028924
                                                                        00028932
            IF WRK-TFO-CODIGO(WRK-IDX-FORN) EQUAL WRK-CHA-CODIGO        00028940
                MOVE WRK-TFO-RAZAO(WRK-IDX-FORN) TO WRK-RAZAO-ACHADA    00028948
            END-IF.                                                     00028956
                                                                        00028964
      *----------------------------------------------------------------*00028972
       2160-99-FIM.            EXIT.                                    00028980
      *----------------------------------------------------------------*00028988
      *----------------------------------------------------------------*00029000
       2200-GRAVAR-DETALHE                SECTION.                      00029100
      *----------------------------------------------------------------*00029200
             MOVE SPACES           TO WRK-ERR-STATUS.                   00040200
             MOVE WRK-FS-ARQPROD   TO WRK-ERR-STATUS(1:2).              00040300
             MOVE WRK-FS-RELPROD   TO WRK-ERR-STATUS(3:2).              00040400
             MOVE WRK-FS-FORNMST   TO WRK-ERR-STATUS(5:2).              00040450
             MOVE 'F'              TO WRK-ERR-SEVERIDADE.               00040500
                                                                        00040600
             CALL 'TRTERRO'        USING WRK-TRTERRO.                   00040700
