      *               SAIDAS = ESTOQUE FINAL E EXIBIDA POR PRODUTO      00002400
      *               MOVIMENTADO E NO TOTAL GERAL, DERRUBANDO O JOB    00002500
      *               COM RETURN-CODE 4 SE NAO FECHAR.                  00002600
      *               O SALDO DE CADA PRODUTO E MANTIDO TAMBEM POR      00002616
      *               ARMAZEM (ESTLOC/ESTLSAI, LAYOUT B#ESTLOC), COM    00002632
      *               AS TRANSFERENCIAS ENTRE ARMAZENS (TIPOS 'T' E     00002648
      *               'R', GERADOS PELO FR06C131) EM TRANSITO ATE O     00002664
      *               RECEBIMENTO.                                      00002680
      *               PRODUTO COM LOTE (LOTENT/LOTSAI, LAYOUT B#LOTE)   00002685
      *               TEM A SAIDA BAIXADA DO LOTE QUE VENCE PRIMEIRO;   00002690
      *               LOTE VENCIDO NA DATA DA RODADA NAO SAI.           00002695
      *                                                                 00002700
      *----------------------------------------------------------------*00002800
      *     INPUT:                                                      00002900
      *     DDNAME           I/O                                        00003000
      *     ARQPROD           I   (CADASTRO ATUAL - LRECL 70)           00003100
      *     MOVEST            I   (MOVIMENTOS - LRECL 25:               00003200
      *                            CODIGO 9(05), TIPO 'E'/'S'/          00003266
      *                            'T'/'R', QTDE 9(05), DOCUMENTO       00003332
      *                            X(10), ARMAZEM 9(03), FILLER X(01))  00003398
      *     ARMAZEM           I   (CADASTRO DE ARMAZENS - OPCIONAL)     00003464
      *     ESTLOC            I   (ESTOQUE POR LOCAL - OPCIONAL)        00003530
      *     LOTENT            I   (CADASTRO DE LOTES - OPCIONAL)        00003565
      *     PRODSAI           O   (CADASTRO ATUALIZADO - LRECL 70)      00003600
      *     ESTLSAI           O   (ESTOQUE POR LOCAL ATUALIZADO)        00003650
      *     LOTSAI            O   (CADASTRO DE LOTES ATUALIZADO)        00003675
      *     EXCMOV            O   (MOVIMENTOS REJEITADOS - LRECL 45)    00003700
      *                                                                 00003800
      *----------------------------------------------------------------*00003900
      *                     B#KARDEX, EXTEND): PRODUTO, DATA, TIPO,     00004030
      *                     QUANTIDADE E SALDO RESULTANTE, IMPRESSA     00004040
      *                     SOB DEMANDA PELO FR06CB75.                  00004050
      *     15/10/2026 JL - ESTOQUE POR ARMAZEM: MOVEST PASSA A TRAZER  00004054
      *                     O ARMAZEM (EM BRANCO = 001, O PRINCIPAL),   00004058
      *                     VALIDADO CONTRA O CADASTRO ARMAZEM QUANDO   00004062
      *                     PRESENTE; SALDO E TRANSITO POR PRODUTO E    00004066
      *                     ARMAZEM ATUALIZADOS NO ESTLOC, COM OS NOVOS 00004070
      *                     TIPOS 'T' (DESPACHO DE TRANSFERENCIA) E     00004074
      *                     'R' (RECEBIMENTO), QUE NAO ALTERAM O        00004078
      *                     ESTOQUE TOTAL DO PRODUTO NEM A KARDEX.      00004082
      *                     PRODUTO SEM LOCAL NO ESTLOC RECEBE O        00004086
      *                     ARMAZEM 001 COM O ESTOQUE DO CADASTRO.      00004090
      *     15/10/2026 JL - CONTROLE DE LOTE E VALIDADE: SAIDA ('S') DE 00004091
      *                     PRODUTO COM LOTE NO LOTENT CONSOME OS LOTES 00004092
      *                     NAO VENCIDOS NA ORDEM DE VENCIMENTO (O      00004093
      *                     ESTOQUE FORA DE LOTE COMPLETA A SAIDA);     00004094
      *                     SEM QUANTIDADE DISPONIVEL FORA DOS LOTES    00004095
      *                     VENCIDOS A SAIDA VAI PARA O EXCMOV. LOTES   00004096
      *                     ATUALIZADOS NO LOTSAI (LOTE ZERADO SAI).    00004097
      *                                                                 00004100
      *================================================================*00004200
                                                                        00004300
                FILE STATUS            IS WRK-FS-EXCMOV.                00006700
             SELECT RUNCTL             ASSIGN TO RUNCTL                 00006800
                FILE STATUS            IS WRK-FS-RUNCTL.                00006900
             SELECT ARMAZEM            ASSIGN TO ARMAZEM                00006914
                FILE STATUS            IS WRK-FS-ARMAZEM.               00006928
             SELECT ESTLOC             ASSIGN TO ESTLOC                 00006942
                FILE STATUS            IS WRK-FS-ESTLOC.                00006956
             SELECT ESTLSAI            ASSIGN TO ESTLSAI                00006970
                FILE STATUS            IS WRK-FS-ESTLSAI.               00006984
             SELECT LOTENT             ASSIGN TO LOTENT                 00006987
                FILE STATUS            IS WRK-FS-LOTENT.                00006990
             SELECT LOTSAI             ASSIGN TO LOTSAI                 00006993
                FILE STATUS            IS WRK-FS-LOTSAI.                00006996
                                                                        00007000
      *================================================================*00007100
       DATA                                      DIVISION.              00007200
           BLOCK CONTAINS 0 RECORDS.                                    00010100
       01 FD-RUNCTL                    PIC X(80).                       00010200
                                                                        00010300
       FD ARMAZEM                                                       00010306
           RECORDING MODE IS F                                          00010312
           BLOCK CONTAINS 0 RECORDS.                                    00010318
       01 FD-ARMAZEM                   PIC X(40).                       00010324
                                                                        00010330
       FD ESTLOC                                                        00010336
           RECORDING MODE IS F                                          00010342
           BLOCK CONTAINS 0 RECORDS.                                    00010348
       01 FD-ESTLOC                    PIC X(40).                       00010354
                                                                        00010360
       FD ESTLSAI                                                       00010366
           RECORDING MODE IS F                                          00010372
           BLOCK CONTAINS 0 RECORDS.                                    00010378
       01 FD-ESTLSAI                   PIC X(40).                       00010384
                                                                        00010385
       FD LOTENT                                                        00010386
           RECORDING MODE IS F                                          00010387
           BLOCK CONTAINS 0 RECORDS.                                    00010388
       01 FD-LOTENT                    PIC X(40).                       00010389
                                                                        00010390
       FD LOTSAI                                                        00010391
           RECORDING MODE IS F                                          00010392
           BLOCK CONTAINS 0 RECORDS.                                    00010393
       01 FD-LOTSAI                    PIC X(40).                       00010394
                                                                        00010395
      *----------------------------------------------------------------*00010400
       WORKING-STORAGE                           SECTION.               00010500
      *----------------------------------------------------------------*00010600
          05 WRK-MOV-TIPO              PIC X(01).                       00012200
          05 WRK-MOV-QTDE              PIC 9(05).                       00012300
          05 WRK-MOV-DOCUMENTO         PIC X(10).                       00012400
          05 WRK-MOV-DOC-TRANSF        REDEFINES WRK-MOV-DOCUMENTO.     00012428
             10 FILLER                 PIC X(02).                       00012456
             10 WRK-MOV-TRF-DESTINO    PIC X(03).                       00012484
             10 WRK-MOV-TRF-NUMERO     PIC X(05).                       00012512
          05 WRK-MOV-ARMAZEM           PIC X(03).                       00012540
          05 FILLER                    PIC X(01).                       00012568
                                                                        00012600
       01 WRK-REG-EXCMOV.                                               00012700
          05 WRK-EXC-MOVIMENTO         PIC X(25).                       00012800
       77 WRK-FS-PRODSAI               PIC X(02) VALUE SPACES.          00015600
       77 WRK-FS-EXCMOV                PIC X(02) VALUE SPACES.          00015700
       77 WRK-FS-RUNCTL                PIC X(02) VALUE SPACES.          00015800
       77 WRK-FS-ARMAZEM               PIC X(02) VALUE SPACES.          00015825
       77 WRK-FS-ESTLOC                PIC X(02) VALUE SPACES.          00015850
       77 WRK-FS-ESTLSAI               PIC X(02) VALUE SPACES.          00015875
       77 WRK-FS-LOTENT                PIC X(02) VALUE SPACES.          00015883
       77 WRK-FS-LOTSAI                PIC X(02) VALUE SPACES.          00015891
                                                                        00015900
      *----------------------------------------------------------------*00016000
       01 FILLER                       PIC X(50)               VALUE    00016100
       77 WRK-PROD-ENTRADAS            PIC 9(07) VALUE ZEROS.           00016600
       77 WRK-PROD-SAIDAS              PIC 9(07) VALUE ZEROS.           00016700
       77 WRK-PROD-MOVIMENTADO         PIC X(01) VALUE 'N'.             00016800
                                                                        00016802
      *----------------------------------------------------------------*00016804
       01 FILLER                       PIC X(50)               VALUE    00016806
            '**** AREA DO ESTOQUE POR ARMAZEM ****'.                    00016808
      *----------------------------------------------------------------*00016810
                                                                        00016812
        COPY 'B#ARMZ'.                                                  00016814
                                                                        00016816
        COPY 'B#ESTLOC'.                                                00016818
                                                                        00016820
       01 WRK-TAB-ARMAZENS.                                             00016822
          05 WRK-TAB-ARM-ITEM          OCCURS 200 TIMES.                00016824
             10 WRK-TBW-CODIGO         PIC 9(03).                       00016826
             10 WRK-TBW-ATIVO          PIC X(01).                       00016828
                                                                        00016830
       01 WRK-TAB-LOCAIS.                                               00016832
          05 WRK-TAB-LOC-ITEM          OCCURS 50 TIMES.                 00016834
             10 WRK-TBL-ARMAZEM        PIC 9(03).                       00016836
             10 WRK-TBL-SALDO          PIC 9(05).                       00016838
             10 WRK-TBL-TRANSITO       PIC 9(05).                       00016840
                                                                        00016842
       77 WRK-QT-ARMAZENS              PIC 9(03) VALUE ZEROS.           00016844
       77 WRK-IDX-ARM                  PIC 9(03) VALUE ZEROS.           00016846
       77 WRK-QT-LOCAIS                PIC 9(02) VALUE ZEROS.           00016848
       77 WRK-IDX-LOC                  PIC 9(02) VALUE ZEROS.           00016850
       77 WRK-IDX-AUX                  PIC 9(02) VALUE ZEROS.           00016852
       77 WRK-ARM-PROCURADO            PIC 9(03) VALUE ZEROS.           00016854
       77 WRK-ARM-MOVIMENTO            PIC 9(03) VALUE ZEROS.           00016856
       77 WRK-ARM-DESTINO              PIC 9(03) VALUE ZEROS.           00016858
       77 WRK-COD-ESTLOC               PIC X(05) VALUE SPACES.          00016860
       77 WRK-CADASTRO-ARMAZEM         PIC X(01) VALUE 'N'.             00016862
       77 WRK-ESTLOC-ABERTO            PIC X(01) VALUE 'N'.             00016864
       77 WRK-ARMAZEM-VALIDO           PIC X(01) VALUE 'N'.             00016866
       77 WRK-LOCAL-ACHADO             PIC X(01) VALUE 'N'.             00016868
       77 WRK-POSICAO-ACHADA           PIC X(01) VALUE 'N'.             00016870
       77 WRK-SALDO-LOCAL              PIC 9(05) VALUE ZEROS.           00016872
       77 WRK-TRANSITO-LOCAL           PIC 9(05) VALUE ZEROS.           00016874
       77 WRK-ACU-TRANSFERENCIAS       PIC 9(07) VALUE ZEROS.           00016876
       77 WRK-ACU-RECEBIMENTOS         PIC 9(07) VALUE ZEROS.           00016878
       77 WRK-ACU-LOCAIS-GRAVADOS      PIC 9(07) VALUE ZEROS.           00016880
       77 WRK-ACU-CARGA-INICIAL        PIC 9(07) VALUE ZEROS.           00016882
       77 WRK-ACU-LOCAIS-ORFAOS        PIC 9(07) VALUE ZEROS.           00016884
                                                                        00016885
      *----------------------------------------------------------------*00016886
       01 FILLER                       PIC X(50)               VALUE    00016887
            '**** AREA DOS LOTES DO PRODUTO ****'.                      00016888
      *----------------------------------------------------------------*00016889
                                                                        00016890
        COPY 'B#LOTE'.                                                  00016891
                                                                        00016892
       01 WRK-TAB-LOTES.                                                00016893
          05 WRK-TAB-LOT-ITEM          OCCURS 100 TIMES.                00016894
             10 WRK-TBO-NUMERO         PIC X(10).                       00016895
             10 WRK-TBO-QTDE           PIC 9(05).                       00016896
             10 WRK-TBO-DATA-RECEB     PIC 9(08).                       00016897
             10 WRK-TBO-DATA-VALIDADE  PIC 9(08).                       00016898
                                                                        00016899
       01 WRK-DATA-RODADA-AMD.                                          00016900
          05 WRK-DRA-ANO               PIC 9(04).                       00016901
          05 WRK-DRA-MES               PIC 9(02).                       00016902
          05 WRK-DRA-DIA               PIC 9(02).                       00016903
                                                                        00016904
       77 WRK-QT-LOTES                 PIC 9(03) VALUE ZEROS.           00016905
       77 WRK-IDX-LOTE                 PIC 9(03) VALUE ZEROS.           00016906
       77 WRK-IDX-FEFO                 PIC 9(03) VALUE ZEROS.           00016907
       77 WRK-COD-LOTENT               PIC X(05) VALUE SPACES.          00016908
       77 WRK-LOTENT-ABERTO            PIC X(01) VALUE 'N'.             00016909
       77 WRK-SOMA-LOTES               PIC 9(07) VALUE ZEROS.           00016910
       77 WRK-LOTES-VALIDOS            PIC 9(07) VALUE ZEROS.           00016911
       77 WRK-FORA-DE-LOTE             PIC 9(07) VALUE ZEROS.           00016912
       77 WRK-DISPONIVEL               PIC 9(07) VALUE ZEROS.           00016913
       77 WRK-QTDE-A-BAIXAR            PIC 9(05) VALUE ZEROS.           00016914
       77 WRK-QTDE-DO-LOTE             PIC 9(05) VALUE ZEROS.           00016915
       77 WRK-ACU-LOTES-GRAVADOS       PIC 9(07) VALUE ZEROS.           00016916
       77 WRK-ACU-LOTES-BAIXADOS       PIC 9(07) VALUE ZEROS.           00016917
       77 WRK-ACU-LOTES-ORFAOS         PIC 9(07) VALUE ZEROS.           00016918
       77 WRK-ACU-BLOQ-VENCIDO         PIC 9(07) VALUE ZEROS.           00016919
                                                                        00016920
      *----------------------------------------------------------------*00017000
       01 FILLER                       PIC X(50)               VALUE    00017100
            '**** AREA DE TOTAIS GERAIS ****'.                          00017200
                                                                        00019800
        COPY 'B#KARDEX'.
                                                                        00019901
        COPY '#TRTERRO'.                                                00019902
                                                                        00020000
      *================================================================*00020100
       PROCEDURE DIVISION.                                              00020200
                PERFORM 9000-TRATAR-ERROS                               00022880
            END-IF.                                                     00022890
                                                                        00022900
            PERFORM 1200-CARREGAR-ARMAZENS.                             00022925
            PERFORM 1300-ABRIR-ESTLOC.                                  00022950
            PERFORM 1400-ABRIR-LOTES.                                   00022962
                                                                        00022975
            PERFORM 1600-LER-DATA-RODADA.                               00023000
            PERFORM 1700-VALIDAR-CABECALHO.                             00023100
                                                                        00023200
                                                                        00026100
      *----------------------------------------------------------------*00026200
       1100-99-FIM.            EXIT.                                    00026300
      *----------------------------------------------------------------*00026301
      *----------------------------------------------------------------*00026302
       1200-CARREGAR-ARMAZENS             SECTION.                      00026303
      *----------------------------------------------------------------*00026304
      *    CADASTRO DE ARMAZENS OPCIONAL: SEM ELE, QUALQUER CODIGO      00026305
      *    NUMERICO DIFERENTE DE ZERO E ACEITO NO MOVIMENTO.            00026306
      *----------------------------------------------------------------*00026307
                                                                        00026308
            OPEN INPUT ARMAZEM.                                         00026309
            IF WRK-FS-ARMAZEM EQUAL '35'                                00026310
                DISPLAY 'ARMAZEM AUSENTE - ARMAZEM NAO VALIDADO'        00026311
                GO TO 1200-99-FIM                                       00026312
            END-IF.                                                     00026313
            IF WRK-FS-ARMAZEM NOT EQUAL ZEROS                           00026314
                MOVE ' ERRO ABERTURA ARMAZEM ' TO WRK-MSG               00026315
                PERFORM 9000-TRATAR-ERROS                               00026316
            END-IF.                                                     00026317
                                                                        00026318
            MOVE 'S' TO WRK-CADASTRO-ARMAZEM.                           00026319
            PERFORM 1210-LER-ARMAZEM                                    00026320
                UNTIL WRK-FS-ARMAZEM EQUAL '10'.                        00026321
            CLOSE ARMAZEM.                                              00026322
                                                                        00026323
      *----------------------------------------------------------------*00026324
       1200-99-FIM.            EXIT.                                    00026325
      *----------------------------------------------------------------*00026326
      *----------------------------------------------------------------*00026327
       1210-LER-ARMAZEM                   SECTION.                      00026328
      *----------------------------------------------------------------*00026329
                                                                        00026330
            READ ARMAZEM INTO WRK-REG-ARMAZEM.                          00026331
                                                                        00026332
            IF WRK-FS-ARMAZEM EQUAL ZEROS                               00026333
                IF WRK-QT-ARMAZENS LESS 200                             00026334
                    ADD 1 TO WRK-QT-ARMAZENS                            00026335
                    MOVE WRK-ARM-CODIGO                                 00026336
                         TO WRK-TBW-CODIGO(WRK-QT-ARMAZENS)             00026337
                    MOVE WRK-ARM-ATIVO                                  00026338
                         TO WRK-TBW-ATIVO(WRK-QT-ARMAZENS)              00026339
                ELSE                                                    00026340
                    MOVE ' TABELA DE ARMAZENS CHEIA ' TO WRK-MSG        00026341
                    PERFORM 9000-TRATAR-ERROS                           00026342
                END-IF                                                  00026343
            END-IF.                                                     00026344
                                                                        00026345
      *----------------------------------------------------------------*00026346
       1210-99-FIM.            EXIT.                                    00026347
      *----------------------------------------------------------------*00026348
      *----------------------------------------------------------------*00026349
       1300-ABRIR-ESTLOC                  SECTION.                      00026350
      *----------------------------------------------------------------*00026351
      *    ESTLOC AUSENTE = PRIMEIRA RODADA COM ESTOQUE POR LOCAL: TODO 00026352
      *    PRODUTO RECEBE O ARMAZEM 001 COM O ESTOQUE DO CADASTRO.      00026353
      *----------------------------------------------------------------*00026354
                                                                        00026355
            OPEN OUTPUT ESTLSAI.                                        00026356
            IF WRK-FS-ESTLSAI NOT EQUAL ZEROS                           00026357
                MOVE ' ERRO ABERTURA ESTLSAI ' TO WRK-MSG               00026358
                PERFORM 9000-TRATAR-ERROS                               00026359
            END-IF.                                                     00026360
                                                                        00026361
            OPEN INPUT ESTLOC.                                          00026362
            IF WRK-FS-ESTLOC EQUAL '35'                                 00026363
                DISPLAY 'ESTLOC AUSENTE - CARGA INICIAL NO ARMAZEM 001' 00026364
                MOVE HIGH-VALUES TO WRK-COD-ESTLOC                      00026365
                GO TO 1300-99-FIM                                       00026366
            END-IF.                                                     00026367
            IF WRK-FS-ESTLOC NOT EQUAL ZEROS                            00026368
                MOVE ' ERRO ABERTURA ESTLOC ' TO WRK-MSG                00026369
                PERFORM 9000-TRATAR-ERROS                               00026370
            END-IF.                                                     00026371
                                                                        00026372
            MOVE 'S' TO WRK-ESTLOC-ABERTO.                              00026373
            PERFORM 2180-LER-ESTLOC.                                    00026374
                                                                        00026375
      *----------------------------------------------------------------*00026376
       1300-99-FIM.            EXIT.                                    00026377
      *----------------------------------------------------------------*00026400
      *----------------------------------------------------------------*00026500
       1400-ABRIR-LOTES                   SECTION.                      00026503
      *----------------------------------------------------------------*00026506
      *    LOTENT AUSENTE = NENHUM PRODUTO SOB CONTROLE DE LOTE AINDA.  00026509
      *----------------------------------------------------------------*00026512
                                                                        00026515
            OPEN OUTPUT LOTSAI.                                         00026518
            IF WRK-FS-LOTSAI NOT EQUAL ZEROS                            00026521
                MOVE ' ERRO ABERTURA LOTSAI ' TO WRK-MSG                00026524
                PERFORM 9000-TRATAR-ERROS                               00026527
            END-IF.                                                     00026530
                                                                        00026533
            OPEN INPUT LOTENT.                                          00026536
            IF WRK-FS-LOTENT EQUAL '35'                                 00026539
                DISPLAY 'LOTENT AUSENTE - SAIDAS SEM CONTROLE DE LOTE'  00026542
                MOVE HIGH-VALUES TO WRK-COD-LOTENT                      00026545
                GO TO 1400-99-FIM                                       00026548
            END-IF.                                                     00026551
            IF WRK-FS-LOTENT NOT EQUAL ZEROS                            00026554
                MOVE ' ERRO ABERTURA LOTENT ' TO WRK-MSG                00026557
                PERFORM 9000-TRATAR-ERROS                               00026560
            END-IF.                                                     00026563
                                                                        00026566
            MOVE 'S' TO WRK-LOTENT-ABERTO.                              00026569
            PERFORM 2193-LER-LOTENT.                                    00026572
                                                                        00026575
      *----------------------------------------------------------------*00026578
       1400-99-FIM.            EXIT.                                    00026581
      *----------------------------------------------------------------*00026584
      *----------------------------------------------------------------*00026587
       1600-LER-DATA-RODADA               SECTION.                      00026600
      *----------------------------------------------------------------*00026700
                                                                        00026800
                                                                        00028100
            MOVE WRK-RUNCTL-DATA TO WRK-DATA-RODADA.                    00028200
            CLOSE RUNCTL.                                               00028300
                                                                        00028320
            MOVE WRK-DATA-RODADA(1:2) TO WRK-DRA-DIA.                   00028340
            MOVE WRK-DATA-RODADA(3:2) TO WRK-DRA-MES.                   00028360
            MOVE WRK-DATA-RODADA(5:4) TO WRK-DRA-ANO.                   00028380
                                                                        00028400
      *----------------------------------------------------------------*00028500
       1600-99-FIM.            EXIT.                                    00028600
                MOVE ZEROS TO WRK-PROD-ENTRADAS                         00035700
                              WRK-PROD-SAIDAS                           00035800
                MOVE 'N' TO WRK-PROD-MOVIMENTADO                        00035900
                PERFORM 2150-CARREGAR-LOCAIS                            00035950
                PERFORM 2190-CARREGAR-LOTES                             00035975
            END-IF.                                                     00036000
                                                                        00036100
      *----------------------------------------------------------------*00036200
       2100-99-FIM.            EXIT.                                    00036300
      *----------------------------------------------------------------*00036301
      *----------------------------------------------------------------*00036302
       2150-CARREGAR-LOCAIS               SECTION.                      00036303
      *----------------------------------------------------------------*00036304
      *    LOCAIS DO PRODUTO CORRENTE (ESTLOC NA MESMA ORDEM DO         00036305
      *    ARQPROD). LOCAL DE PRODUTO QUE NAO ESTA NO CADASTRO E        00036306
      *    DESCARTADO; PRODUTO SEM LOCAL RECEBE O ARMAZEM 001.          00036307
      *----------------------------------------------------------------*00036308
                                                                        00036309
            MOVE ZEROS TO WRK-QT-LOCAIS.                                00036310
                                                                        00036311
            PERFORM 2160-DESCARTAR-ORFAO                                00036312
                UNTIL WRK-COD-ESTLOC NOT LESS WRK-COD-MASTER.           00036313
                                                                        00036314
            PERFORM 2170-GUARDAR-LOCAL                                  00036315
                UNTIL WRK-COD-ESTLOC NOT EQUAL WRK-COD-MASTER.          00036316
                                                                        00036317
            IF WRK-QT-LOCAIS EQUAL ZEROS                                00036318
                MOVE 1               TO WRK-QT-LOCAIS                   00036319
                MOVE 1               TO WRK-TBL-ARMAZEM(1)              00036320
                MOVE WRK-REG-ESTOQUE TO WRK-TBL-SALDO(1)                00036321
                MOVE ZEROS           TO WRK-TBL-TRANSITO(1)             00036322
                ADD 1                TO WRK-ACU-CARGA-INICIAL           00036323
            END-IF.                                                     00036324
                                                                        00036325
      *----------------------------------------------------------------*00036326
       2150-99-FIM.            EXIT.                                    00036327
      *----------------------------------------------------------------*00036328
      *----------------------------------------------------------------*00036329
       2160-DESCARTAR-ORFAO               SECTION.                      00036330
      *----------------------------------------------------------------*00036331
                                                                        00036332
            MOVE FD-ESTLOC TO WRK-REG-ESTLOC.                           00036333
            DISPLAY 'LOCAL SEM PRODUTO NO CADASTRO - DESCARTADO: '      00036334
                    WRK-ELO-COD ' ARMAZEM ' WRK-ELO-ARMAZEM             00036335
                    ' SALDO ' WRK-ELO-SALDO                             00036336
                    ' TRANSITO ' WRK-ELO-TRANSITO.                      00036337
            ADD 1 TO WRK-ACU-LOCAIS-ORFAOS.                             00036338
                                                                        00036339
            PERFORM 2180-LER-ESTLOC.                                    00036340
                                                                        00036341
      *----------------------------------------------------------------*00036342
       2160-99-FIM.            EXIT.                                    00036343
      *----------------------------------------------------------------*00036344
      *----------------------------------------------------------------*00036345
       2170-GUARDAR-LOCAL                 SECTION.                      00036346
      *----------------------------------------------------------------*00036347
                                                                        00036348
            IF WRK-QT-LOCAIS NOT LESS 50                                00036349
                MOVE ' TABELA DE LOCAIS DO PRODUTO CHEIA ' TO WRK-MSG   00036350
                PERFORM 9000-TRATAR-ERROS                               00036351
            END-IF.                                                     00036352
                                                                        00036353
            MOVE FD-ESTLOC        TO WRK-REG-ESTLOC.                    00036354
            ADD 1                 TO WRK-QT-LOCAIS.                     00036355
            MOVE WRK-ELO-ARMAZEM  TO WRK-TBL-ARMAZEM(WRK-QT-LOCAIS).    00036356
            MOVE WRK-ELO-SALDO    TO WRK-TBL-SALDO(WRK-QT-LOCAIS).      00036357
            MOVE WRK-ELO-TRANSITO TO WRK-TBL-TRANSITO(WRK-QT-LOCAIS).   00036358
                                                                        00036359
            PERFORM 2180-LER-ESTLOC.                                    00036360
                                                                        00036361
      *----------------------------------------------------------------*00036362
       2170-99-FIM.            EXIT.                                    00036363
      *----------------------------------------------------------------*00036364
      *----------------------------------------------------------------*00036365
       2180-LER-ESTLOC                    SECTION.                      00036366
      *----------------------------------------------------------------*00036367
      *    LEITURA ANTECIPADA: O REGISTRO FICA NA AREA DA FD ATE SER    00036368
      *    GUARDADO OU DESCARTADO.                                      00036369
      *----------------------------------------------------------------*00036370
                                                                        00036371
            READ ESTLOC.                                                00036372
                                                                        00036373
            IF WRK-FS-ESTLOC NOT EQUAL ZEROS                            00036374
                MOVE HIGH-VALUES     TO WRK-COD-ESTLOC                  00036375
            ELSE                                                        00036376
                MOVE FD-ESTLOC(1:5)  TO WRK-COD-ESTLOC                  00036377
            END-IF.                                                     00036378
                                                                        00036379
      *----------------------------------------------------------------*00036380
       2180-99-FIM.            EXIT.                                    00036381
      *----------------------------------------------------------------*00036382
      *----------------------------------------------------------------*00036383
       2190-CARREGAR-LOTES                SECTION.                      00036384
      *----------------------------------------------------------------*00036385
      *    LOTES DO PRODUTO CORRENTE (LOTENT NA MESMA ORDEM DO          00036386
      *    ARQPROD), NO MESMO ESQUEMA DOS LOCAIS DO ESTLOC.             00036387
      *----------------------------------------------------------------*00036388
                                                                        00036389
            MOVE ZEROS TO WRK-QT-LOTES.                                 00036390
                                                                        00036391
            PERFORM 2191-DESCARTAR-LOTE-ORFAO                           00036392
                UNTIL WRK-COD-LOTENT NOT LESS WRK-COD-MASTER.           00036393
                                                                        00036394
            PERFORM 2192-GUARDAR-LOTE                                   00036395
                UNTIL WRK-COD-LOTENT NOT EQUAL WRK-COD-MASTER.          00036396
                                                                        00036397
      *----------------------------------------------------------------*00036398
       2190-99-FIM.            EXIT.                                    00036399
      *----------------------------------------------------------------*00036400
      *----------------------------------------------------------------*00036401
       2191-DESCARTAR-LOTE-ORFAO          SECTION.                      00036402
      *----------------------------------------------------------------*00036403
                                                                        00036404
            MOVE FD-LOTENT TO WRK-REG-LOTE.                             00036405
            DISPLAY 'LOTE SEM PRODUTO NO CADASTRO - DESCARTADO: '       00036406
                    WRK-LOT-COD ' LOTE ' WRK-LOT-NUMERO                 00036407
                    ' QTDE ' WRK-LOT-QTDE.                              00036408
            ADD 1 TO WRK-ACU-LOTES-ORFAOS.                              00036409
                                                                        00036410
            PERFORM 2193-LER-LOTENT.                                    00036411
                                                                        00036412
      *----------------------------------------------------------------*00036413
       2191-99-FIM.            EXIT.                                    00036414
      *----------------------------------------------------------------*00036415
      *----------------------------------------------------------------*00036416
       2192-GUARDAR-LOTE                  SECTION.                      00036417
      *----------------------------------------------------------------*00036418
                                                                        00036419
            IF WRK-QT-LOTES NOT LESS 100                                00036420
                MOVE ' TABELA DE LOTES DO PRODUTO CHEIA ' TO WRK-MSG    00036421
                PERFORM 9000-TRATAR-ERROS                               00036422
            END-IF.                                                     00036423
                                                                        00036424
            MOVE FD-LOTENT             TO WRK-REG-LOTE.                 00036425
            ADD 1                      TO WRK-QT-LOTES.                 00036426
            MOVE WRK-LOT-NUMERO        TO WRK-TBO-NUMERO(WRK-QT-LOTES). 00036427
            MOVE WRK-LOT-QTDE          TO WRK-TBO-QTDE(WRK-QT-LOTES).   00036428
            MOVE WRK-LOT-DATA-RECEB                                     00036429
                 TO WRK-TBO-DATA-RECEB(WRK-QT-LOTES).                   00036430
            MOVE WRK-LOT-DATA-VALIDADE                                  00036431
                 TO WRK-TBO-DATA-VALIDADE(WRK-QT-LOTES).                00036432
                                                                        00036433
            PERFORM 2193-LER-LOTENT.                                    00036434
                                                                        00036435
      *----------------------------------------------------------------*00036436
       2192-99-FIM.            EXIT.                                    00036437
      *----------------------------------------------------------------*00036438
      *----------------------------------------------------------------*00036439
       2193-LER-LOTENT                    SECTION.                      00036440
      *----------------------------------------------------------------*00036441
      *    LEITURA ANTECIPADA, COMO NO 2180-LER-ESTLOC.                 00036442
      *----------------------------------------------------------------*00036443
                                                                        00036444
            READ LOTENT.                                                00036445
                                                                        00036446
            IF WRK-FS-LOTENT NOT EQUAL ZEROS                            00036447
                MOVE HIGH-VALUES     TO WRK-COD-LOTENT                  00036448
            ELSE                                                        00036449
                MOVE FD-LOTENT(1:5)  TO WRK-COD-LOTENT                  00036450
            END-IF.                                                     00036451
                                                                        00036452
      *----------------------------------------------------------------*00036453
       2193-99-FIM.            EXIT.                                    00036454
      *----------------------------------------------------------------*00036455
      *----------------------------------------------------------------*00036500
       2200-LER-MOVIMENTO                 SECTION.                      00036600
      *----------------------------------------------------------------*00036700
                                                                        00038400
            MOVE 'S' TO WRK-PROD-MOVIMENTADO.                           00038500
                                                                        00038600
            IF WRK-MOV-ARMAZEM EQUAL SPACES                             00038605
                MOVE 1               TO WRK-ARM-PROCURADO               00038610
            ELSE                                                        00038615
                IF WRK-MOV-ARMAZEM NUMERIC                              00038620
                    MOVE WRK-MOV-ARMAZEM TO WRK-ARM-PROCURADO           00038625
                ELSE                                                    00038630
                    MOVE ZEROS       TO WRK-ARM-PROCURADO               00038635
                END-IF                                                  00038640
            END-IF.                                                     00038645
                                                                        00038650
            PERFORM 2310-VALIDAR-ARMAZEM.                               00038655
            IF WRK-ARMAZEM-VALIDO EQUAL 'N'                             00038660
                MOVE 'ARMAZEM INVALIDO' TO WRK-EXC-MOTIVO               00038665
                PERFORM 2390-REJEITAR-MOVIMENTO                         00038670
                GO TO 2300-99-FIM                                       00038675
            END-IF.                                                     00038680
            MOVE WRK-ARM-PROCURADO TO WRK-ARM-MOVIMENTO.                00038685
                                                                        00038690
            EVALUATE WRK-MOV-TIPO                                       00038700
             WHEN 'E'                                                   00038800
               PERFORM 2330-INCLUIR-LOCAL                               00038833
               ADD WRK-MOV-QTDE TO WRK-TBL-SALDO(WRK-IDX-LOC)           00038866
               ADD WRK-MOV-QTDE TO WRK-REG-ESTOQUE                      00038900
               ADD WRK-MOV-QTDE TO WRK-PROD-ENTRADAS                    00039000
               ADD WRK-MOV-QTDE TO WRK-TOT-ENTRADAS                     00039100
                   WRITE FD-EXCMOV       FROM WRK-REG-EXCMOV            00039800
                   ADD 1                 TO WRK-ACU-REJEITADOS          00039900
               ELSE                                                     00040000
                   PERFORM 2340-APLICAR-SAIDA                           00040100
               END-IF                                                   00040500
             WHEN 'T'                                                   00040520
               PERFORM 2350-DESPACHAR-TRANSF                            00040540
             WHEN 'R'                                                   00040560
               PERFORM 2360-RECEBER-TRANSF                              00040580
             WHEN OTHER                                                 00040600
               MOVE WRK-REG-MOVEST   TO WRK-EXC-MOVIMENTO               00040700
               MOVE 'TIPO INVALIDO'  TO WRK-EXC-MOTIVO                  00040800
                                                                        00041200
      *----------------------------------------------------------------*00041300
       2300-99-FIM.            EXIT.                                    00041400
      *----------------------------------------------------------------*00041401
      *----------------------------------------------------------------*00041402
       2310-VALIDAR-ARMAZEM               SECTION.                      00041403
      *----------------------------------------------------------------*00041404
      *    ARMAZEM EM WRK-ARM-PROCURADO: ZERO (OU NAO NUMERICO) E       00041405
      *    INVALIDO; COM O CADASTRO CARREGADO, PRECISA ESTAR ATIVO.     00041406
      *----------------------------------------------------------------*00041407
                                                                        00041408
            MOVE 'S' TO WRK-ARMAZEM-VALIDO.                             00041409
                                                                        00041410
            IF WRK-ARM-PROCURADO EQUAL ZEROS                            00041411
                MOVE 'N' TO WRK-ARMAZEM-VALIDO                          00041412
                GO TO 2310-99-FIM                                       00041413
            END-IF.                                                     00041414
                                                                        00041415
            IF WRK-CADASTRO-ARMAZEM EQUAL 'N'                           00041416
                GO TO 2310-99-FIM                                       00041417
            END-IF.                                                     00041418
                                                                        00041419
            MOVE 'N' TO WRK-ARMAZEM-VALIDO.                             00041420
            MOVE 1   TO WRK-IDX-ARM.                                    00041421
            PERFORM 2311-COMPARAR-ARMAZEM                               00041422
                UNTIL WRK-IDX-ARM GREATER WRK-QT-ARMAZENS               00041423
                   OR WRK-ARMAZEM-VALIDO EQUAL 'S'.                     00041424
                                                                        00041425
      *----------------------------------------------------------------*00041426
       2310-99-FIM.            EXIT.                                    00041427
      *----------------------------------------------------------------*00041428
      *----------------------------------------------------------------*00041429
       2311-COMPARAR-ARMAZEM              SECTION.                      00041430
      *----------------------------------------------------------------*00041431
                                                                        00041432
            IF WRK-TBW-CODIGO(WRK-IDX-ARM) EQUAL WRK-ARM-PROCURADO      00041433
               AND WRK-TBW-ATIVO(WRK-IDX-ARM) EQUAL 'S'                 00041434
                MOVE 'S' TO WRK-ARMAZEM-VALIDO                          00041435
            ELSE                                                        00041436
                ADD 1 TO WRK-IDX-ARM                                    00041437
            END-IF.                                                     00041438
                                                                        00041439
      *----------------------------------------------------------------*00041440
       2311-99-FIM.            EXIT.                                    00041441
      *----------------------------------------------------------------*00041442
      *----------------------------------------------------------------*00041443
       2320-LOCALIZAR-LOCAL               SECTION.                      00041444
      *----------------------------------------------------------------*00041445
      *    PROCURA WRK-ARM-PROCURADO NOS LOCAIS DO PRODUTO; LOCAL       00041446
      *    INEXISTENTE TEM SALDO E TRANSITO ZERO.                       00041447
      *----------------------------------------------------------------*00041448
                                                                        00041449
            MOVE 'N'   TO WRK-LOCAL-ACHADO.                             00041450
            MOVE ZEROS TO WRK-SALDO-LOCAL                               00041451
                          WRK-TRANSITO-LOCAL.                           00041452
            MOVE 1     TO WRK-IDX-LOC.                                  00041453
                                                                        00041454
            PERFORM 2321-COMPARAR-LOCAL                                 00041455
                UNTIL WRK-IDX-LOC GREATER WRK-QT-LOCAIS                 00041456
                   OR WRK-LOCAL-ACHADO EQUAL 'S'.                       00041457
                                                                        00041458
            IF WRK-LOCAL-ACHADO EQUAL 'S'                               00041459
                MOVE WRK-TBL-SALDO(WRK-IDX-LOC)    TO WRK-SALDO-LOCAL   00041460
                MOVE WRK-TBL-TRANSITO(WRK-IDX-LOC) TO WRK-TRANSITO-LOCAL00041461
            END-IF.                                                     00041462
                                                                        00041463
      *----------------------------------------------------------------*00041464
       2320-99-FIM.            EXIT.                                    00041465
      *----------------------------------------------------------------*00041466
      *----------------------------------------------------------------*00041467
       2321-COMPARAR-LOCAL                SECTION.                      00041468
      *----------------------------------------------------------------*00041469
                                                                        00041470
            IF WRK-TBL-ARMAZEM(WRK-IDX-LOC) EQUAL WRK-ARM-PROCURADO     00041471
                MOVE 'S' TO WRK-LOCAL-ACHADO                            00041472
            ELSE                                                        00041473
                ADD 1 TO WRK-IDX-LOC                                    00041474
            END-IF.                                                     00041475
                                                                        00041476
      *----------------------------------------------------------------*00041477
       2321-99-FIM.            EXIT.                                    00041478
      *----------------------------------------------------------------*00041479
      *----------------------------------------------------------------*00041480
       2330-INCLUIR-LOCAL                 SECTION.                      00041481
      *----------------------------------------------------------------*00041482
      *    DEVOLVE EM WRK-IDX-LOC O LOCAL DE WRK-ARM-PROCURADO,         00041483
      *    INCLUINDO-O ZERADO NA POSICAO DE ORDEM QUANDO NAO EXISTE.    00041484
      *----------------------------------------------------------------*00041485
                                                                        00041486
            PERFORM 2320-LOCALIZAR-LOCAL.                               00041487
            IF WRK-LOCAL-ACHADO EQUAL 'S'                               00041488
                GO TO 2330-99-FIM                                       00041489
            END-IF.                                                     00041490
                                                                        00041491
            IF WRK-QT-LOCAIS NOT LESS 50                                00041492
                MOVE ' TABELA DE LOCAIS DO PRODUTO CHEIA ' TO WRK-MSG   00041493
                PERFORM 9000-TRATAR-ERROS                               00041494
            END-IF.                                                     00041495
                                                                        00041496
            MOVE 'N' TO WRK-POSICAO-ACHADA.                             00041497
            MOVE 1   TO WRK-IDX-LOC.                                    00041498
            PERFORM 2331-PROCURAR-POSICAO                               00041499
                UNTIL WRK-IDX-LOC GREATER WRK-QT-LOCAIS                 00041500
                   OR WRK-POSICAO-ACHADA EQUAL 'S'.                     00041501
                                                                        00041502
            PERFORM 2332-DESLOCAR-LOCAL                                 00041503
                VARYING WRK-IDX-AUX FROM WRK-QT-LOCAIS BY -1            00041504
                UNTIL WRK-IDX-AUX LESS WRK-IDX-LOC.                     00041505
                                                                        00041506
            ADD 1                     TO WRK-QT-LOCAIS.                 00041507
            MOVE WRK-ARM-PROCURADO    TO WRK-TBL-ARMAZEM(WRK-IDX-LOC).  00041508
            MOVE ZEROS                TO WRK-TBL-SALDO(WRK-IDX-LOC)     00041509
                                         WRK-TBL-TRANSITO(WRK-IDX-LOC). 00041510
                                                                        00041511
      *----------------------------------------------------------------*00041512
       2330-99-FIM.            EXIT.                                    00041513
      *----------------------------------------------------------------*00041514
      *----------------------------------------------------------------*00041515
       2331-PROCURAR-POSICAO              SECTION.                      00041516
      *----------------------------------------------------------------*00041517
                                                                        00041518
            IF WRK-TBL-ARMAZEM(WRK-IDX-LOC) GREATER WRK-ARM-PROCURADO   00041519
                MOVE 'S' TO WRK-POSICAO-ACHADA                          00041520
            ELSE                                                        00041521
                ADD 1 TO WRK-IDX-LOC                                    00041522
            END-IF.                                                     00041523
                                                                        00041524
      *----------------------------------------------------------------*00041525
       2331-99-FIM.            EXIT.                                    00041526
      *----------------------------------------------------------------*00041527
      *----------------------------------------------------------------*00041528
       2332-DESLOCAR-LOCAL                SECTION.                      00041529
      *----------------------------------------------------------------*00041530
                                                                        00041531
            MOVE WRK-TAB-LOC-ITEM(WRK-IDX-AUX)                          00041532
                 TO WRK-TAB-LOC-ITEM(WRK-IDX-AUX + 1).                  00041533
                                                                        00041534
      *----------------------------------------------------------------*00041535
       2332-99-FIM.            EXIT.                                    00041536
      *----------------------------------------------------------------*00041537
      *----------------------------------------------------------------*00041538
       2340-APLICAR-SAIDA                 SECTION.                      00041539
      *----------------------------------------------------------------*00041540
      *    A SAIDA PRECISA DE SALDO NO ARMAZEM DO MOVIMENTO, NAO SO NO  00041541
      *    TOTAL DO PRODUTO.                                            00041542
      *----------------------------------------------------------------*00041543
                                                                        00041544
            MOVE WRK-ARM-MOVIMENTO TO WRK-ARM-PROCURADO.                00041545
            PERFORM 2320-LOCALIZAR-LOCAL.                               00041546
                                                                        00041547
            IF WRK-MOV-QTDE GREATER WRK-SALDO-LOCAL                     00041548
                MOVE 'SALDO LOCAL INSUFIC.' TO WRK-EXC-MOTIVO           00041549
                PERFORM 2390-REJEITAR-MOVIMENTO                         00041550
                GO TO 2340-99-FIM                                       00041551
            END-IF.                                                     00041552
                                                                        00041553
            IF WRK-QT-LOTES GREATER ZEROS                               00041554
                PERFORM 2370-CONFERIR-LOTES                             00041555
                IF WRK-MOV-QTDE GREATER WRK-DISPONIVEL                  00041556
                    MOVE 'LOTE VENCIDO/INSUF.' TO WRK-EXC-MOTIVO        00041557
                    PERFORM 2390-REJEITAR-MOVIMENTO                     00041558
                    ADD 1 TO WRK-ACU-BLOQ-VENCIDO                       00041559
                    GO TO 2340-99-FIM                                   00041560
                END-IF                                                  00041561
                PERFORM 2380-BAIXAR-LOTES                               00041562
            END-IF.                                                     00041563
                                                                        00041564
            SUBTRACT WRK-MOV-QTDE FROM WRK-TBL-SALDO(WRK-IDX-LOC).      00041565
            SUBTRACT WRK-MOV-QTDE FROM WRK-REG-ESTOQUE.                 00041566
            ADD WRK-MOV-QTDE      TO WRK-PROD-SAIDAS.                   00041567
            ADD WRK-MOV-QTDE      TO WRK-TOT-SAIDAS.                    00041568
            ADD 1                 TO WRK-ACU-APLICADOS.                 00041569
            PERFORM 2400-GRAVAR-KARDEX.                                 00041570
                                                                        00041571
      *----------------------------------------------------------------*00041572
       2340-99-FIM.            EXIT.                                    00041573
      *----------------------------------------------------------------*00041574
      *----------------------------------------------------------------*00041575
       2350-DESPACHAR-TRANSF              SECTION.                      00041576
      *----------------------------------------------------------------*00041577
      *    DESPACHO: SAI DO SALDO DA ORIGEM (ARMAZEM DO MOVIMENTO) E    00041578
      *    ENTRA NO TRANSITO DO DESTINO (DOCUMENTO 'TR' + DESTINO +     00041579
      *    NUMERO). O ESTOQUE TOTAL DO PRODUTO NAO MUDA.                00041580
      *----------------------------------------------------------------*00041581
                                                                        00041582
            IF WRK-MOV-TRF-DESTINO NUMERIC                              00041583
                MOVE WRK-MOV-TRF-DESTINO TO WRK-ARM-PROCURADO           00041584
            ELSE                                                        00041585
                MOVE ZEROS               TO WRK-ARM-PROCURADO           00041586
            END-IF.                                                     00041587
            PERFORM 2310-VALIDAR-ARMAZEM.                               00041588
                                                                        00041589
            IF WRK-ARMAZEM-VALIDO EQUAL 'N'                             00041590
               OR WRK-ARM-PROCURADO EQUAL WRK-ARM-MOVIMENTO             00041591
                MOVE 'DESTINO INVALIDO' TO WRK-EXC-MOTIVO               00041592
                PERFORM 2390-REJEITAR-MOVIMENTO                         00041593
                GO TO 2350-99-FIM                                       00041594
            END-IF.                                                     00041595
            MOVE WRK-ARM-PROCURADO TO WRK-ARM-DESTINO.                  00041596
                                                                        00041597
            MOVE WRK-ARM-MOVIMENTO TO WRK-ARM-PROCURADO.                00041598
            PERFORM 2320-LOCALIZAR-LOCAL.                               00041599
            IF WRK-MOV-QTDE GREATER WRK-SALDO-LOCAL                     00041600
                MOVE 'SALDO LOCAL INSUFIC.' TO WRK-EXC-MOTIVO           00041601
                PERFORM 2390-REJEITAR-MOVIMENTO                         00041602
                GO TO 2350-99-FIM                                       00041603
            END-IF.                                                     00041604
            SUBTRACT WRK-MOV-QTDE FROM WRK-TBL-SALDO(WRK-IDX-LOC).      00041605
                                                                        00041606
            MOVE WRK-ARM-DESTINO TO WRK-ARM-PROCURADO.                  00041607
            PERFORM 2330-INCLUIR-LOCAL.                                 00041608
            ADD WRK-MOV-QTDE TO WRK-TBL-TRANSITO(WRK-IDX-LOC).          00041609
                                                                        00041610
            ADD 1 TO WRK-ACU-APLICADOS.                                 00041611
            ADD 1 TO WRK-ACU-TRANSFERENCIAS.                            00041612
                                                                        00041613
      *----------------------------------------------------------------*00041614
       2350-99-FIM.            EXIT.                                    00041615
      *----------------------------------------------------------------*00041616
      *----------------------------------------------------------------*00041617
       2360-RECEBER-TRANSF                SECTION.                      00041618
      *----------------------------------------------------------------*00041619
      *    RECEBIMENTO NO DESTINO (ARMAZEM DO MOVIMENTO): SAI DO        00041620
      *    TRANSITO E ENTRA NO SALDO DO MESMO LOCAL.                    00041621
      *----------------------------------------------------------------*00041622
                                                                        00041623
            MOVE WRK-ARM-MOVIMENTO TO WRK-ARM-PROCURADO.                00041624
            PERFORM 2320-LOCALIZAR-LOCAL.                               00041625
                                                                        00041626
            IF WRK-MOV-QTDE GREATER WRK-TRANSITO-LOCAL                  00041627
                MOVE 'TRANSITO INSUFIC.' TO WRK-EXC-MOTIVO              00041628
                PERFORM 2390-REJEITAR-MOVIMENTO                         00041629
                GO TO 2360-99-FIM                                       00041630
            END-IF.                                                     00041631
                                                                        00041632
            SUBTRACT WRK-MOV-QTDE FROM WRK-TBL-TRANSITO(WRK-IDX-LOC).   00041633
            ADD WRK-MOV-QTDE      TO WRK-TBL-SALDO(WRK-IDX-LOC).        00041634
                                                                        00041635
            ADD 1 TO WRK-ACU-APLICADOS.                                 00041636
            ADD 1 TO WRK-ACU-RECEBIMENTOS.                              00041637
                                                                        00041638
      *----------------------------------------------------------------*00041639
       2360-99-FIM.            EXIT.                                    00041640
      *----------------------------------------------------------------*00041641
      *----------------------------------------------------------------*00041642
       2370-CONFERIR-LOTES                SECTION.                      00041643
      *----------------------------------------------------------------*00041644
      *    DISPONIVEL PARA SAIDA = LOTES NAO VENCIDOS NA DATA DA RODADA 00041645
      *    + ESTOQUE FORA DE LOTE (ESTOQUE ACIMA DA SOMA DOS LOTES,     00041646
      *    ANTERIOR AO CONTROLE OU DE ENTRADA SEM LOTE).                00041647
      *----------------------------------------------------------------*00041648
                                                                        00041649
            MOVE ZEROS TO WRK-SOMA-LOTES                                00041650
                          WRK-LOTES-VALIDOS                             00041651
                          WRK-FORA-DE-LOTE.                             00041652
                                                                        00041653
            PERFORM 2371-SOMAR-LOTE                                     00041654
                VARYING WRK-IDX-LOTE FROM 1 BY 1                        00041655
                UNTIL WRK-IDX-LOTE GREATER WRK-QT-LOTES.                00041656
                                                                        00041657
            IF WRK-REG-ESTOQUE GREATER WRK-SOMA-LOTES                   00041658
                COMPUTE WRK-FORA-DE-LOTE = WRK-REG-ESTOQUE              00041659
                                         - WRK-SOMA-LOTES               00041660
            END-IF.                                                     00041661
                                                                        00041662
            COMPUTE WRK-DISPONIVEL = WRK-LOTES-VALIDOS                  00041663
                                   + WRK-FORA-DE-LOTE.                  00041664
                                                                        00041665
      *----------------------------------------------------------------*00041666
       2370-99-FIM.            EXIT.                                    00041667
      *----------------------------------------------------------------*00041668
      *----------------------------------------------------------------*00041669
       2371-SOMAR-LOTE                    SECTION.                      00041670
      *----------------------------------------------------------------*00041671
                                                                        00041672
            ADD WRK-TBO-QTDE(WRK-IDX-LOTE) TO WRK-SOMA-LOTES.           00041673
                                                                        00041674
            IF WRK-TBO-DATA-VALIDADE(WRK-IDX-LOTE)                      00041675
               NOT LESS WRK-DATA-RODADA-AMD                             00041676
                ADD WRK-TBO-QTDE(WRK-IDX-LOTE) TO WRK-LOTES-VALIDOS     00041677
            END-IF.                                                     00041678
                                                                        00041679
      *----------------------------------------------------------------*00041680
       2371-99-FIM.            EXIT.                                    00041681
      *----------------------------------------------------------------*00041682
      *----------------------------------------------------------------*00041683
       2380-BAIXAR-LOTES                  SECTION.                      00041684
      *----------------------------------------------------------------*00041685
      *    PRIMEIRO A VENCER, PRIMEIRO A SAIR: BAIXA A SAIDA DOS LOTES  00041686
      *    NAO VENCIDOS EM ORDEM DE VALIDADE; O QUE SOBRAR SAI DO       00041687
      *    ESTOQUE FORA DE LOTE (JA CONFERIDO NO 2370).                 00041688
      *----------------------------------------------------------------*00041689
                                                                        00041690
            MOVE WRK-MOV-QTDE TO WRK-QTDE-A-BAIXAR.                     00041691
            MOVE 1            TO WRK-IDX-FEFO.                          00041692
                                                                        00041693
            PERFORM 2381-BAIXAR-PRIMEIRO-VENC                           00041694
                UNTIL WRK-QTDE-A-BAIXAR EQUAL ZEROS                     00041695
                   OR WRK-IDX-FEFO EQUAL ZEROS.                         00041696
                                                                        00041697
      *----------------------------------------------------------------*00041698
       2380-99-FIM.            EXIT.                                    00041699
      *----------------------------------------------------------------*00041700
      *----------------------------------------------------------------*00041701
       2381-BAIXAR-PRIMEIRO-VENC          SECTION.                      00041702
      *----------------------------------------------------------------*00041703
                                                                        00041704
            MOVE ZEROS TO WRK-IDX-FEFO.                                 00041705
            PERFORM 2382-ESCOLHER-LOTE                                  00041706
                VARYING WRK-IDX-LOTE FROM 1 BY 1                        00041707
                UNTIL WRK-IDX-LOTE GREATER WRK-QT-LOTES.                00041708
                                                                        00041709
            IF WRK-IDX-FEFO EQUAL ZEROS                                 00041710
                GO TO 2381-99-FIM                                       00041711
            END-IF.                                                     00041712
                                                                        00041713
            IF WRK-TBO-QTDE(WRK-IDX-FEFO) LESS WRK-QTDE-A-BAIXAR        00041714
                MOVE WRK-TBO-QTDE(WRK-IDX-FEFO) TO WRK-QTDE-DO-LOTE     00041715
            ELSE                                                        00041716
                MOVE WRK-QTDE-A-BAIXAR          TO WRK-QTDE-DO-LOTE     00041717
            END-IF.                                                     00041718
                                                                        00041719
            SUBTRACT WRK-QTDE-DO-LOTE FROM WRK-TBO-QTDE(WRK-IDX-FEFO).  00041720
            SUBTRACT WRK-QTDE-DO-LOTE FROM WRK-QTDE-A-BAIXAR.           00041721
            ADD 1 TO WRK-ACU-LOTES-BAIXADOS.                            00041722
                                                                        00041723
      *----------------------------------------------------------------*00041724
       2381-99-FIM.            EXIT.                                    00041725
      *----------------------------------------------------------------*00041726
      *----------------------------------------------------------------*00041727
       2382-ESCOLHER-LOTE                 SECTION.                      00041728
      *----------------------------------------------------------------*00041729
                                                                        00041730
            IF WRK-TBO-QTDE(WRK-IDX-LOTE) EQUAL ZEROS                   00041731
               OR WRK-TBO-DATA-VALIDADE(WRK-IDX-LOTE)                   00041732
                  LESS WRK-DATA-RODADA-AMD                              00041733
                GO TO 2382-99-FIM                                       00041734
            END-IF.                                                     00041735
                                                                        00041736
            IF WRK-IDX-FEFO EQUAL ZEROS                                 00041737
                MOVE WRK-IDX-LOTE TO WRK-IDX-FEFO                       00041738
                GO TO 2382-99-FIM                                       00041739
            END-IF.                                                     00041740
                                                                        00041741
            IF WRK-TBO-DATA-VALIDADE(WRK-IDX-LOTE)                      00041742
               LESS WRK-TBO-DATA-VALIDADE(WRK-IDX-FEFO)                 00041743
                MOVE WRK-IDX-LOTE TO WRK-IDX-FEFO                       00041744
            END-IF.                                                     00041745
                                                                        00041746
      *----------------------------------------------------------------*00041747
       2382-99-FIM.            EXIT.                                    00041748
      *----------------------------------------------------------------*00041749
      *----------------------------------------------------------------*00041750
       2390-REJEITAR-MOVIMENTO            SECTION.                      00041751
      *----------------------------------------------------------------*00041752
                                                                        00041753
            MOVE WRK-REG-MOVEST   TO WRK-EXC-MOVIMENTO.                 00041754
            WRITE FD-EXCMOV       FROM WRK-REG-EXCMOV.                  00041755
            ADD 1                 TO WRK-ACU-REJEITADOS.                00041756
                                                                        00041757
      *----------------------------------------------------------------*00041758
       2390-99-FIM.            EXIT.                                    00041759
      *----------------------------------------------------------------*00041760
      *----------------------------------------------------------------*00041761
       2400-GRAVAR-KARDEX                 SECTION.                      00041762
      *----------------------------------------------------------------*00041763
      *    FICHA KARDEX: UMA LINHA POR MOVIMENTO APLICADO, COM O        00041764
      *    SALDO RESULTANTE APOS O LANCAMENTO.                          00041765
      *----------------------------------------------------------------*00041766
                                                                        00041767
            MOVE SPACES          TO WRK-REG-KARDEX.                     00041768
            MOVE WRK-MOV-COD     TO WRK-KDX-COD.                        00041769
            MOVE WRK-DATA-RODADA TO WRK-KDX-DATA.                       00041770
            MOVE WRK-MOV-TIPO    TO WRK-KDX-TIPO.                       00041771
            MOVE WRK-MOV-QTDE    TO WRK-KDX-QTDE.                       00041772
            MOVE WRK-REG-ESTOQUE TO WRK-KDX-SALDO.                      00041773
            MOVE WRK-MOV-DOCUMENTO TO WRK-KDX-DOCUMENTO.                00041774
            WRITE FD-KARDEX FROM WRK-REG-KARDEX.                        00041775
                                                                        00041776
      *----------------------------------------------------------------*00041777
       2400-99-FIM.            EXIT.                                    00041778
      *----------------------------------------------------------------*00041779
      *----------------------------------------------------------------*00041780
       2500-GRAVAR-MASTER                 SECTION.                      00041781
      *----------------------------------------------------------------*00041800
                                                                        00041900
            IF WRK-PROD-MOVIMENTADO EQUAL 'S'                           00042000
            ADD WRK-REG-VALOR   TO WRK-HASH-SAIDA.                      00043600
            WRITE FD-PRODSAI    FROM WRK-REG-PRODUTO.                   00043700
                                                                        00043800
            PERFORM 2550-GRAVAR-LOCAL                                   00043820
                VARYING WRK-IDX-LOC FROM 1 BY 1                         00043840
                UNTIL WRK-IDX-LOC GREATER WRK-QT-LOCAIS.                00043860
                                                                        00043880
            PERFORM 2560-GRAVAR-LOTE                                    00043884
                VARYING WRK-IDX-LOTE FROM 1 BY 1                        00043888
                UNTIL WRK-IDX-LOTE GREATER WRK-QT-LOTES.                00043892
                                                                        00043896
      *----------------------------------------------------------------*00043900
       2500-99-FIM.            EXIT.                                    00044000
      *----------------------------------------------------------------*00044005
      *----------------------------------------------------------------*00044010
       2550-GRAVAR-LOCAL                  SECTION.                      00044015
      *----------------------------------------------------------------*00044020
                                                                        00044025
            MOVE SPACES                        TO WRK-REG-ESTLOC.       00044030
            MOVE WRK-REG-COD                   TO WRK-ELO-COD.          00044035
            MOVE WRK-TBL-ARMAZEM(WRK-IDX-LOC)  TO WRK-ELO-ARMAZEM.      00044040
            MOVE WRK-TBL-SALDO(WRK-IDX-LOC)    TO WRK-ELO-SALDO.        00044045
            MOVE WRK-TBL-TRANSITO(WRK-IDX-LOC) TO WRK-ELO-TRANSITO.     00044050
            MOVE WRK-DATA-RODADA               TO WRK-ELO-DATA-ATUALIZ. 00044055
            WRITE FD-ESTLSAI FROM WRK-REG-ESTLOC.                       00044060
            ADD 1 TO WRK-ACU-LOCAIS-GRAVADOS.                           00044065
                                                                        00044070
      *----------------------------------------------------------------*00044075
       2550-99-FIM.            EXIT.                                    00044080
      *----------------------------------------------------------------*00044100
      *----------------------------------------------------------------*00044200
       2560-GRAVAR-LOTE                   SECTION.                      00044204
      *----------------------------------------------------------------*00044208
                                                                        00044212
            IF WRK-TBO-QTDE(WRK-IDX-LOTE) EQUAL ZEROS                   00044216
                GO TO 2560-99-FIM                                       00044220
            END-IF.                                                     00044224
                                                                        00044228
            MOVE SPACES                    TO WRK-REG-LOTE.             00044232
            MOVE WRK-REG-COD               TO WRK-LOT-COD.              00044236
            MOVE WRK-TBO-NUMERO(WRK-IDX-LOTE)    TO WRK-LOT-NUMERO.     00044240
            MOVE WRK-TBO-QTDE(WRK-IDX-LOTE)      TO WRK-LOT-QTDE.       00044244
            MOVE WRK-TBO-DATA-RECEB(WRK-IDX-LOTE)                       00044248
                 TO WRK-LOT-DATA-RECEB.                                 00044252
            MOVE WRK-TBO-DATA-VALIDADE(WRK-IDX-LOTE)                    00044256
                 TO WRK-LOT-DATA-VALIDADE.                              00044260
            WRITE FD-LOTSAI FROM WRK-REG-LOTE.                          00044264
            ADD 1 TO WRK-ACU-LOTES-GRAVADOS.                            00044268
                                                                        00044272
      *----------------------------------------------------------------*00044276
       2560-99-FIM.            EXIT.                                    00044280
      *----------------------------------------------------------------*00044284
      *----------------------------------------------------------------*00044288
       3000-FINALIZAR                     SECTION.                      00044300
      *----------------------------------------------------------------*00044400
                                                                        00044500
            PERFORM 3100-GRAVAR-TRAILER-SAIDA.                          00044600
                                                                        00044700
            IF WRK-ESTLOC-ABERTO EQUAL 'S'                              00044714
                PERFORM 2160-DESCARTAR-ORFAO                            00044728
                    UNTIL WRK-COD-ESTLOC EQUAL HIGH-VALUES              00044742
                CLOSE ESTLOC                                            00044756
            END-IF.                                                     00044770
                                                                        00044784
            IF WRK-LOTENT-ABERTO EQUAL 'S'                              00044786
                PERFORM 2191-DESCARTAR-LOTE-ORFAO                       00044788
                    UNTIL WRK-COD-LOTENT EQUAL HIGH-VALUES              00044790
                CLOSE LOTENT                                            00044792
            END-IF.                                                     00044794
                                                                        00044796
            CLOSE ARQPROD                                               00044800
                  MOVEST                                                00044900
                  PRODSAI                                               00045000
                  EXCMOV                                                00045100
                  KARDEX                                                00045133
                  ESTLSAI                                               00045155
                  LOTSAI.                                               00045177
                                                                        00045200
            DISPLAY '------------------------------------------------'. 00045300
            DISPLAY '  PRODUTOS LIDOS........: ' WRK-ACU-PRODUTOS.      00045400
            DISPLAY '  ENTRADAS TOTAL........: ' WRK-TOT-ENTRADAS.      00045900
            DISPLAY '  SAIDAS TOTAL..........: ' WRK-TOT-SAIDAS.        00046000
            DISPLAY '  ESTOQUE FINAL TOTAL...: ' WRK-TOT-FINAL.         00046100
            DISPLAY '  TRANSF. DESPACHADAS...: ' WRK-ACU-TRANSFERENCIAS.00046116
            DISPLAY '  TRANSF. RECEBIDAS.....: ' WRK-ACU-RECEBIMENTOS.  00046132
            DISPLAY '  LOCAIS GRAVADOS.......: ' WRK-ACU-LOCAIS-GRAVADOS00046148
            DISPLAY '  LOCAIS CARGA INICIAL..: ' WRK-ACU-CARGA-INICIAL. 00046164
            DISPLAY '  LOCAIS DESCARTADOS....: ' WRK-ACU-LOCAIS-ORFAOS. 00046180
            DISPLAY '  LOTES BAIXADOS........: ' WRK-ACU-LOTES-BAIXADOS.00046184
            DISPLAY '  LOTES GRAVADOS........: ' WRK-ACU-LOTES-GRAVADOS.00046188
            DISPLAY '  LOTES DESCARTADOS.....: ' WRK-ACU-LOTES-ORFAOS.  00046192
            DISPLAY '  SAIDAS BLOQ. POR LOTE.: ' WRK-ACU-BLOQ-VENCIDO.  00046196
            DISPLAY '------------------------------------------------'. 00046200
                                                                        00046300
            IF (WRK-TOT-INICIAL + WRK-TOT-ENTRADAS - WRK-TOT-SAIDAS)    00046400
             MOVE WRK-FS-MOVEST    TO WRK-ERR-STATUS(3:2).              00050700
             MOVE WRK-FS-PRODSAI   TO WRK-ERR-STATUS(5:2).              00050800
             MOVE WRK-FS-EXCMOV    TO WRK-ERR-STATUS(7:2).              00050900
             MOVE WRK-FS-ESTLOC    TO WRK-ERR-STATUS(9:2).              00050950
             MOVE WRK-SEVERIDADE   TO WRK-ERR-SEVERIDADE.               00051000
                                                                        00051100
             CALL 'TRTERRO'        USING WRK-TRTERRO.                   00051200
