      *                 NINGUEM EDITA O MESTRE NA MAO.                 *00002700
      *               CONTAGEM DE PRODUTO INEXISTENTE SAI NO RELDIV     00002800
      *               COMO 'PRODUTO NAO CADASTRADO' E NAO GERA AJUSTE.  00002900
      *               A CONTAGEM E POR ARMAZEM: O SALDO COMPARADO E O   00002925
      *               DO LOCAL NO ESTLOC (LAYOUT B#ESTLOC) E O AJUSTE   00002950
      *               SAI NO MESMO ARMAZEM.                             00002975
      *                                                                 00003000
      *----------------------------------------------------------------*00003100
      *     INPUT:                                                      00003200
      *     DDNAME           I/O                                        00003300
      *     CONTAGEM          I   (CONTAGEM FISICA - LRECL 80:         *00003400
      *                           CODIGO 9(05) + QTDE 9(05) +          *00003500
      *                           CONTADOR X(08) + ARMAZEM 9(03))      *00003600
      *     ARQPROD           I   (CADASTRO DE PRODUTOS - LRECL 70)     00003700
      *     ESTLOC            I   (ESTOQUE POR LOCAL - OPCIONAL)        00003750
      *     RELDIV            O   (DIVERGENCIAS - LRECL 80)             00003800
      *     MOVAJU            O   (AJUSTES PARA O MOVEST - LRECL 25)    00003900
      *                                                                 00004000
      *----------------------------------------------------------------*00004100
      *     MANUTENCAO:                                                 00004200
      *     15/10/2026 JL - CONTAGEM POR ARMAZEM (COL 19-21, EM BRANCO  00004211
      *                     = 001, O PRINCIPAL), CONFERIDA CONTRA O     00004222
      *                     SALDO DO LOCAL NO ESTLOC (SEM O ESTLOC OU   00004233
      *                     SEM LOCAL DO PRODUTO, O 001 VALE O ESTOQUE  00004244
      *                     DO CADASTRO). AJUSTE NO MOVAJU E LINHA DO   00004255
      *                     RELDIV LEVAM O ARMAZEM; VARIAS CONTAGENS    00004266
      *                     DO MESMO PRODUTO (UMA POR ARMAZEM) PASSAM   00004277
      *                     A SER ACEITAS.                              00004288
      *                                                                 00004300
      *================================================================*00004400
                                                                        00004500
                FILE STATUS            IS WRK-FS-RELDIV.                00006700
             SELECT MOVAJU             ASSIGN TO MOVAJU                 00006800
                FILE STATUS            IS WRK-FS-MOVAJU.                00006900
             SELECT ESTLOC             ASSIGN TO ESTLOC                 00006933
                FILE STATUS            IS WRK-FS-ESTLOC.                00006966
                                                                        00007000
      *================================================================*00007100
       DATA                                      DIVISION.              00007200
          05 FD-CNT-COD                PIC X(05).                       00008300
          05 FD-CNT-QTDE               PIC X(05).                       00008400
          05 FD-CNT-CONTADOR           PIC X(08).                       00008500
          05 FD-CNT-ARMAZEM            PIC X(03).                       00008566
          05 FILLER                    PIC X(59).                       00008632
                                                                        00008700
       FD ARQPROD                                                       00008800
           RECORDING MODE IS F                                          00008900
           RECORDING MODE IS F                                          00009900
           BLOCK CONTAINS 0 RECORDS.                                    00010000
       01 FD-MOVAJU                    PIC X(25).                       00010100
                                                                        00010116
       FD ESTLOC                                                        00010132
           RECORDING MODE IS F                                          00010148
           BLOCK CONTAINS 0 RECORDS.                                    00010164
       01 FD-ESTLOC                    PIC X(40).                       00010180
                                                                        00010200
      *----------------------------------------------------------------*00010300
       WORKING-STORAGE                           SECTION.               00010400
          05 WRK-MOV-DOCUMENTO.                                         00012300
             10 FILLER                 PIC X(03) VALUE 'INV'.           00012400
             10 WRK-MOV-DOC-CONTADOR   PIC X(07).                       00012500
          05 WRK-MOV-ARMAZEM           PIC 9(03).                       00012508
          05 FILLER                    PIC X(01) VALUE SPACES.          00012516
                                                                        00012524
      *----------------------------------------------------------------*00012532
       01 FILLER                       PIC X(50)               VALUE    00012540
            '**** AREA DO ESTOQUE POR LOCAL (B#ESTLOC) ****'.           00012548
      *----------------------------------------------------------------*00012556
                                                                        00012564
        COPY 'B#ESTLOC'.                                                00012572
                                                                        00012580
       01 WRK-TAB-LOCAIS.                                               00012588
          05 WRK-TAB-LOC-ITEM          OCCURS 50 TIMES.                 00012596
             10 WRK-TBL-ARMAZEM        PIC 9(03).                       00012604
             10 WRK-TBL-SALDO          PIC 9(05).                       00012612
                                                                        00012620
       77 WRK-QT-LOCAIS                PIC 9(02) VALUE ZEROS.           00012628
       77 WRK-IDX-LOC                  PIC 9(02) VALUE ZEROS.           00012636
       77 WRK-ARM-CONTADO              PIC 9(03) VALUE ZEROS.           00012644
       77 WRK-SALDO-LOCAL              PIC 9(05) VALUE ZEROS.           00012652
       77 WRK-LOCAL-ACHADO             PIC X(01) VALUE 'N'.             00012660
       77 WRK-COD-ESTLOC               PIC X(05) VALUE SPACES.          00012668
       77 WRK-ESTLOC-ABERTO            PIC X(01) VALUE 'N'.             00012676
                                                                        00012700
      *----------------------------------------------------------------*00012800
       01 FILLER                       PIC X(50)               VALUE    00012900
       77 WRK-FS-ARQPROD               PIC X(02) VALUE SPACES.          00013400
       77 WRK-FS-RELDIV                PIC X(02) VALUE SPACES.          00013500
       77 WRK-FS-MOVAJU                PIC X(02) VALUE SPACES.          00013600
       77 WRK-FS-ESTLOC                PIC X(02) VALUE SPACES.          00013625
       77 WRK-FIM-PROD                 PIC X(01) VALUE 'N'.             00013650
       77 WRK-QTDE-CONTADA             PIC 9(05) VALUE ZEROS.           00013700
       77 WRK-DIFERENCA                PIC S9(06) VALUE ZEROS.          00013800
       77 WRK-ACU-CONFERE              PIC 9(05) VALUE ZEROS.           00014200
       77 WRK-ACU-DIVERGENTES          PIC 9(05) VALUE ZEROS.           00014300
       77 WRK-ACU-SEM-PRODUTO          PIC 9(05) VALUE ZEROS.           00014400
       77 WRK-ACU-ARM-INVALIDO         PIC 9(05) VALUE ZEROS.           00014450
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00014500
                                                                        00014600
      *----------------------------------------------------------------*00014700
       01 WRK-LINHA-DIVERG.                                             00015600
          05 WRK-LD-COD                PIC 9(05).                       00015700
          05 FILLER                    PIC X(01) VALUE SPACES.          00015800
          05 WRK-LD-ARMAZEM            PIC 9(03).                       00015850
          05 FILLER                    PIC X(01) VALUE SPACES.          00015900
          05 WRK-LD-PROD               PIC X(16).                       00015950
          05 FILLER                    PIC X(05) VALUE ' SIS:'.         00016000
          05 WRK-LD-SISTEMA            PIC ZZZZ9.                       00016100
          05 FILLER                    PIC X(05) VALUE ' FIS:'.         00016200
          05 FILLER                    PIC X(23) VALUE                  00017300
             'PRODUTO NAO CADASTRADO'.                                  00017400
          05 FILLER                    PIC X(51) VALUE SPACES.          00017500
                                                                        00017510
       01 WRK-LINHA-ARM-INVALIDO.                                       00017520
          05 WRK-LA-COD                PIC X(05).                       00017530
          05 FILLER                    PIC X(01) VALUE SPACES.          00017540
          05 WRK-LA-ARMAZEM            PIC X(03).                       00017550
          05 FILLER                    PIC X(01) VALUE SPACES.          00017560
          05 FILLER                    PIC X(16) VALUE                  00017570
             'ARMAZEM INVALIDO'.                                        00017580
          05 FILLER                    PIC X(54) VALUE SPACES.          00017590
                                                                        00017600
       01 WRK-LINHA-TOTAL.                                              00017700
          05 WRK-LT-TITULO             PIC X(25).                       00017800
                PERFORM 9000-TRATAR-ERROS                               00023000
            END-IF.                                                     00023100
                                                                        00023200
            OPEN INPUT ESTLOC.                                          00023207
            IF WRK-FS-ESTLOC EQUAL '35'                                 00023214
                DISPLAY 'ESTLOC AUSENTE - CONTAGEM CONTRA O ARMAZEM 001'00023221
                MOVE HIGH-VALUES TO WRK-COD-ESTLOC                      00023228
            ELSE                                                        00023235
                IF WRK-FS-ESTLOC NOT EQUAL ZEROS                        00023242
                    MOVE ' ERRO ABERTURA ESTLOC ' TO WRK-MSG            00023249
                    PERFORM 9000-TRATAR-ERROS                           00023256
                END-IF                                                  00023263
                MOVE 'S' TO WRK-ESTLOC-ABERTO                           00023270
                PERFORM 2280-LER-ESTLOC                                 00023277
            END-IF.                                                     00023284
                                                                        00023291
            WRITE FD-RELDIV FROM WRK-CABEC1.                            00023300
                                                                        00023400
            READ ARQPROD.                                               00023500
             WHEN FD-CNT-COD EQUAL WRK-REG-COD                          00026700
                 PERFORM 2300-CONFERIR-CONTAGEM                         00026800
                 PERFORM 2100-LER-CONTAGEM                              00026900
                                                                        00027100
             WHEN OTHER                                                 00027200
                 PERFORM 2200-LER-ARQPROD                               00027300
            IF WRK-FS-ARQPROD NOT EQUAL ZEROS                           00029900
               OR FD-ARQPROD(1:3) EQUAL 'TRL'                           00030000
                MOVE 'S' TO WRK-FIM-PROD                                00030100
            ELSE                                                        00030133
                PERFORM 2250-CARREGAR-LOCAIS                            00030166
            END-IF.                                                     00030200
                                                                        00030300
      *----------------------------------------------------------------*00030400
       2200-99-FIM.            EXIT.                                    00030500
      *----------------------------------------------------------------*00030501
      *----------------------------------------------------------------*00030502
       2250-CARREGAR-LOCAIS               SECTION.                      00030503
      *----------------------------------------------------------------*00030504
      *    SALDOS POR ARMAZEM DO PRODUTO CORRENTE (ESTLOC NA ORDEM DO   00030505
      *    ARQPROD); SEM LOCAL, O ARMAZEM 001 VALE O ESTOQUE TOTAL.     00030506
      *----------------------------------------------------------------*00030507
                                                                        00030508
            MOVE ZEROS TO WRK-QT-LOCAIS.                                00030509
                                                                        00030510
            PERFORM 2280-LER-ESTLOC                                     00030511
                UNTIL WRK-COD-ESTLOC NOT LESS WRK-REG-COD.              00030512
                                                                        00030513
            PERFORM 2260-GUARDAR-LOCAL                                  00030514
                UNTIL WRK-COD-ESTLOC NOT EQUAL WRK-REG-COD.             00030515
                                                                        00030516
            IF WRK-QT-LOCAIS EQUAL ZEROS                                00030517
                MOVE 1               TO WRK-QT-LOCAIS                   00030518
                MOVE 1               TO WRK-TBL-ARMAZEM(1)              00030519
                MOVE WRK-REG-ESTOQUE TO WRK-TBL-SALDO(1)                00030520
            END-IF.                                                     00030521
                                                                        00030522
      *----------------------------------------------------------------*00030523
       2250-99-FIM.            EXIT.                                    00030524
      *----------------------------------------------------------------*00030525
      *----------------------------------------------------------------*00030526
       2260-GUARDAR-LOCAL                 SECTION.                      00030527
      *----------------------------------------------------------------*00030528
                                                                        00030529
            IF WRK-QT-LOCAIS NOT LESS 50                                00030530
                MOVE ' TABELA DE LOCAIS DO PRODUTO CHEIA ' TO WRK-MSG   00030531
                PERFORM 9000-TRATAR-ERROS                               00030532
            END-IF.                                                     00030533
                                                                        00030534
            MOVE FD-ESTLOC       TO WRK-REG-ESTLOC.                     00030535
            ADD 1                TO WRK-QT-LOCAIS.                      00030536
            MOVE WRK-ELO-ARMAZEM TO WRK-TBL-ARMAZEM(WRK-QT-LOCAIS).     00030537
            MOVE WRK-ELO-SALDO   TO WRK-TBL-SALDO(WRK-QT-LOCAIS).       00030538
                                                                        00030539
            PERFORM 2280-LER-ESTLOC.                                    00030540
                                                                        00030541
      *----------------------------------------------------------------*00030542
       2260-99-FIM.            EXIT.                                    00030543
      *----------------------------------------------------------------*00030544
      *----------------------------------------------------------------*00030545
       2280-LER-ESTLOC                    SECTION.                      00030546
      *----------------------------------------------------------------*00030547
                                                                        00030548
            READ ESTLOC.                                                00030549
            IF WRK-FS-ESTLOC NOT EQUAL ZEROS                            00030550
                MOVE HIGH-VALUES     TO WRK-COD-ESTLOC                  00030551
            ELSE                                                        00030552
                MOVE FD-ESTLOC(1:5)  TO WRK-COD-ESTLOC                  00030553
            END-IF.                                                     00030554
                                                                        00030555
      *----------------------------------------------------------------*00030556
       2280-99-FIM.            EXIT.                                    00030557
      *----------------------------------------------------------------*00030600
      *----------------------------------------------------------------*00030700
       2300-CONFERIR-CONTAGEM             SECTION.                      00030800
                GO TO 2300-99-FIM                                       00031300
            END-IF.                                                     00031400
                                                                        00031500
            IF FD-CNT-ARMAZEM EQUAL SPACES                              00031507
                MOVE 1 TO WRK-ARM-CONTADO                               00031514
            ELSE                                                        00031521
                IF FD-CNT-ARMAZEM NUMERIC                               00031528
                   AND FD-CNT-ARMAZEM NOT EQUAL '000'                   00031535
                    MOVE FD-CNT-ARMAZEM TO WRK-ARM-CONTADO              00031542
                ELSE                                                    00031549
                    PERFORM 2500-ARMAZEM-INVALIDO                       00031556
                    GO TO 2300-99-FIM                                   00031563
                END-IF                                                  00031570
            END-IF.                                                     00031577
            PERFORM 2350-LOCALIZAR-LOCAL.                               00031584
                                                                        00031591
            MOVE FD-CNT-QTDE TO WRK-QTDE-CONTADA.                       00031600
            COMPUTE WRK-DIFERENCA =                                     00031700
                WRK-QTDE-CONTADA - WRK-SALDO-LOCAL.                     00031800
                                                                        00031900
            IF WRK-DIFERENCA EQUAL ZEROS                                00032000
                ADD 1 TO WRK-ACU-CONFERE                                00032100
                WRK-DIFERENCA * WRK-REG-VALOR.                          00032700
                                                                        00032800
            MOVE WRK-REG-COD      TO WRK-LD-COD.                        00032900
            MOVE WRK-ARM-CONTADO  TO WRK-LD-ARMAZEM.                    00032950
            MOVE WRK-REG-PROD     TO WRK-LD-PROD.                       00033000
            MOVE WRK-SALDO-LOCAL  TO WRK-LD-SISTEMA.                    00033100
            MOVE WRK-QTDE-CONTADA TO WRK-LD-FISICO.                     00033200
            MOVE WRK-DIFERENCA    TO WRK-LD-DIFERENCA.                  00033300
            MOVE WRK-VALOR-DIVERG TO WRK-LD-VALOR.                      00033400
            END-IF.                                                     00034600
            MOVE WRK-DIF-ABS      TO WRK-MOV-QTDE.                      00034700
            MOVE FD-CNT-CONTADOR  TO WRK-MOV-DOC-CONTADOR.              00034800
            MOVE WRK-ARM-CONTADO  TO WRK-MOV-ARMAZEM.                   00034850
            WRITE FD-MOVAJU FROM WRK-REG-MOVEST.                        00034900
                                                                        00035000
      *----------------------------------------------------------------*00035100
       2300-99-FIM.            EXIT.                                    00035200
      *----------------------------------------------------------------*00035203
      *----------------------------------------------------------------*00035206
       2350-LOCALIZAR-LOCAL               SECTION.                      00035209
      *----------------------------------------------------------------*00035212
      *    SALDO DO ARMAZEM CONTADO; LOCAL INEXISTENTE TEM SALDO ZERO.  00035215
      *----------------------------------------------------------------*00035218
                                                                        00035221
            MOVE 'N'   TO WRK-LOCAL-ACHADO.                             00035224
            MOVE ZEROS TO WRK-SALDO-LOCAL.                              00035227
            MOVE 1     TO WRK-IDX-LOC.                                  00035230
                                                                        00035233
            PERFORM 2360-COMPARAR-LOCAL                                 00035236
                UNTIL WRK-IDX-LOC GREATER WRK-QT-LOCAIS                 00035239
                   OR WRK-LOCAL-ACHADO EQUAL 'S'.                       00035242
                                                                        00035245
      *----------------------------------------------------------------*00035248
       2350-99-FIM.            EXIT.                                    00035251
      *----------------------------------------------------------------*00035254
      *----------------------------------------------------------------*00035257
       2360-COMPARAR-LOCAL                SECTION.                      00035260
      *----------------------------------------------------------------*00035263
                                                                        00035266
            IF WRK-TBL-ARMAZEM(WRK-IDX-LOC) EQUAL WRK-ARM-CONTADO       00035269
                MOVE 'S' TO WRK-LOCAL-ACHADO                            00035272
                MOVE WRK-TBL-SALDO(WRK-IDX-LOC) TO WRK-SALDO-LOCAL      00035275
            ELSE                                                        00035278
                ADD 1 TO WRK-IDX-LOC                                    00035281
            END-IF.                                                     00035284
                                                                        00035287
      *----------------------------------------------------------------*00035290
       2360-99-FIM.            EXIT.                                    00035293
      *----------------------------------------------------------------*00035300
      *----------------------------------------------------------------*00035400
       2400-SEM-PRODUTO                   SECTION.                      00035500
                                                                        00036100
      *----------------------------------------------------------------*00036200
       2400-99-FIM.            EXIT.                                    00036300
      *----------------------------------------------------------------*00036307
      *----------------------------------------------------------------*00036314
       2500-ARMAZEM-INVALIDO              SECTION.                      00036321
      *----------------------------------------------------------------*00036328
                                                                        00036335
            ADD 1 TO WRK-ACU-ARM-INVALIDO.                              00036342
            MOVE FD-CNT-COD     TO WRK-LA-COD.                          00036349
            MOVE FD-CNT-ARMAZEM TO WRK-LA-ARMAZEM.                      00036356
            WRITE FD-RELDIV FROM WRK-LINHA-ARM-INVALIDO.                00036363
                                                                        00036370
      *----------------------------------------------------------------*00036377
       2500-99-FIM.            EXIT.                                    00036384
      *----------------------------------------------------------------*00036400
      *----------------------------------------------------------------*00036500
       3000-FINALIZAR                     SECTION.                      00036600
            MOVE 'PRODUTO INEXISTENTE..: ' TO WRK-LT-TITULO.            00037800
            MOVE WRK-ACU-SEM-PRODUTO       TO WRK-LT-QTDE.              00037900
            WRITE FD-RELDIV FROM WRK-LINHA-TOTAL.                       00038000
            MOVE 'ARMAZEM INVALIDO.....: ' TO WRK-LT-TITULO.            00038025
            MOVE WRK-ACU-ARM-INVALIDO      TO WRK-LT-QTDE.              00038050
            WRITE FD-RELDIV FROM WRK-LINHA-TOTAL.                       00038075
                                                                        00038100
            CLOSE CONTAGEM                                              00038200
                  ARQPROD                                               00038300
                  RELDIV                                                00038400
                  MOVAJU.                                               00038500
            IF WRK-ESTLOC-ABERTO EQUAL 'S'                              00038525
                CLOSE ESTLOC                                            00038550
            END-IF.                                                     00038575
                                                                        00038600
            DISPLAY 'CONTAGENS LIDAS.......: ' WRK-ACU-CONTAGENS.       00038700
            DISPLAY 'SEM DIVERGENCIA.......: ' WRK-ACU-CONFERE.         00038800
            DISPLAY 'DIVERGENTES...........: ' WRK-ACU-DIVERGENTES.     00038900
            DISPLAY 'PRODUTO INEXISTENTE...: ' WRK-ACU-SEM-PRODUTO.     00039000
            DISPLAY 'ARMAZEM INVALIDO......: ' WRK-ACU-ARM-INVALIDO.    00039050
                                                                        00039100
            IF WRK-ACU-SEM-PRODUTO GREATER ZEROS                        00039200
               OR WRK-ACU-ARM-INVALIDO GREATER ZEROS                    00039250
                MOVE 4 TO RETURN-CODE                                   00039300
            END-IF.                                                     00039400
                                                                        00039500
