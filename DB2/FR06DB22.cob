      *   TABDESC  I  (FAIXAS DE DESCONTO - LRECL 50:                  *00000360
      *                LIMITE 9(08)V99 + ALIQUOTA 9(02)V99 +           *00000370
      *                PARCELA 9(08)V99 + VIGENCIA AAAAMMDD)           *00000380
      *   ADIENT   I  (ADIANTAMENTOS DE FERIAS PENDENTES - LRECL 80,   *00000381
      *                LAYOUT B#ADIFER, OPCIONAL)                      *00000382
      *   HEXENT   I  (HORAS EXTRAS DO FR06DB29 - LRECL 80, LAYOUT     *00000383
      *                B#HEXTRA, OPCIONAL)                             *00000384
      *   BENEFIC  I  (BENEFICIOS DO FR06C142 - LRECL 80, LAYOUT       *00000385
      *                B#BENEF, OPCIONAL)                              *00000386
      *   ADQENT   I  (ADIANTAMENTOS QUINZENAIS PAGOS - CONTRACHEQUES  *00000387
      *                EVENTO 150 DO FR06DB31, LRECL 80, OPCIONAL)     *00000388
      *   FOLHA    O  (CONTRACHEQUES - LRECL 80)                       *00000390
      *   ADISAI   O  (ADIANTAMENTOS AINDA NAO DESCONTADOS - LRECL 80) *00000392
      *   BENAPL   O  (BENEFICIOS APLICADOS NO MES - LRECL 80, LAYOUT  *00000394
      *                B#BENAPL, PARA O FR06C143)                      *00000396
      *   ADQSAI   O  (ADIANTAMENTOS QUINZENAIS EM ABERTO - LRECL 80)  *00000398
      *----------------------------------------------------------------*00000400
      *   MODULOS.........:                                             00000410
      *   #GRVLOG4 - LOG DE ERROS                                       00000420
      *----------------------------------------------------------------*00000421
      *   MANUTENCAO:                                                  *00000422
      *   15/10/2026 JL...: DESCONTO DAS FERIAS PAGAS ANTECIPADAMENTE  *00000423
      *                     PELO FR06DB28: O SALARIO DOS DIAS DE GOZO  *00000424
      *                     JA PAGOS (ADIENT, COM DATA DE PAGAMENTO    *00000425
      *                     NAO POSTERIOR A DATA DO SISTEMA) SAI DA    *00000426
      *                     BASE DA FAIXA E ENTRA NO DESCONTO; O QUE   *00000427
      *                     NAO FOI DESCONTADO SEGUE PARA O ADISAI.    *00000428
      *                     CONTRACHEQUE COM O CODIGO DO EVENTO        *00000429
      *                     (BRANCOS = FOLHA MENSAL).                  *00000430
      *   15/10/2026 JL...: HORAS EXTRAS DO MES (HEXENT, GERADO PELO   *00000431
      *                     FR06DB29) SOMADAS AO SALARIO NO BRUTO      *00000432
      *                     ANTES DO CALCULO DOS DESCONTOS.            *00000433
      *   15/10/2026 JL...: BENEFICIOS ATIVOS DO MES (BENEFIC, MANTIDO *00000434
      *                     PELO FR06C142) DESCONTADOS DO LIQUIDO,     *00000435
      *                     COM UMA LINHA POR BENEFICIO NA FOLHA       *00000436
      *                     (EVENTO 'BEN') E O VALE-TRANSPORTE         *00000437
      *                     LIMITADO A 6% DO SALARIO. OS BENEFICIOS    *00000438
      *                     APLICADOS VAO PARA O BENAPL.               *00000439
      *   15/10/2026 JL...: DESCONTO DO ADIANTAMENTO QUINZENAL PAGO    *00000440
      *                     PELO FR06DB31 (ADQENT, EVENTO 150) NO      *00000441
      *                     LIQUIDO, ANTES DOS BENEFICIOS, COM         *00000442
      *                     CONCILIACAO PAGO X DESCONTADO NO FIM DO    *00000443
      *                     JOB: O SALDO NAO DESCONTADO SAI NA SYSOUT  *00000444
      *                     E NO ADQSAI (RC 4) PARA A PROXIMA FOLHA.   *00000445
      *================================================================*00000450
                                                                        00000460
      *================================================================*00000470
           SELECT TABDESC ASSIGN           TO TABDESC                   00000630
           FILE STATUS                     IS WRK-FS-TABDESC.           00000640
           SELECT FOLHA ASSIGN             TO FOLHA                     00000650
           FILE STATUS                     IS WRK-FS-FOLHA.             00000651
           SELECT ADIENT ASSIGN            TO ADIENT                    00000652
           FILE STATUS                     IS WRK-FS-ADIENT.            00000653
           SELECT ADISAI ASSIGN            TO ADISAI                    00000654
           FILE STATUS                     IS WRK-FS-ADISAI.            00000655
           SELECT HEXENT ASSIGN            TO HEXENT                    00000656
           FILE STATUS                     IS WRK-FS-HEXENT.            00000657
           SELECT BENEFIC ASSIGN           TO BENEFIC                   00000658
           FILE STATUS                     IS WRK-FS-BENEFIC.           00000659
           SELECT BENAPL ASSIGN            TO BENAPL                    00000660
           FILE STATUS                     IS WRK-FS-BENAPL.            00000661
           SELECT ADQENT ASSIGN            TO ADQENT                    00000662
           FILE STATUS                     IS WRK-FS-ADQENT.            00000663
           SELECT ADQSAI ASSIGN            TO ADQSAI                    00000664
           FILE STATUS                     IS WRK-FS-ADQSAI.            00000665
                                                                        00000670
      *================================================================*00000680
       DATA                                      DIVISION.              00000690
       01 FD-REG-FOLHA.                                                 00000930
           05 FLH-ID                      PIC 9(04).                    00000940
           05 FLH-NOME                    PIC X(30).                    00000950
           05 FLH-SETOR                   PIC 9(04).                    00000951
           05 FLH-BRUTO                   PIC 9(08)V99.                 00000952
           05 FLH-DESCONTO                PIC 9(08)V99.                 00000953
           05 FLH-LIQUIDO                 PIC 9(08)V99.                 00000954
           05 FLH-EVENTO                  PIC X(03).                    00000955
           05 FLH-BENEFICIO               PIC X(03).                    00000956
           05 FILLER                      PIC X(06).                    00000957
                                                                        00000958
       FD  ADIENT                                                       00000959
           RECORDING MODE IS F                                          00000960
           LABEL RECORD IS STANDARD                                     00000961
           BLOCK CONTAINS 0 RECORDS.                                    00000962
                                                                        00000963
       01 FD-ADIENT                     PIC X(80).                      00000964
                                                                        00000965
       FD  ADISAI                                                       00000966
           RECORDING MODE IS F                                          00000967
           LABEL RECORD IS STANDARD                                     00000968
           BLOCK CONTAINS 0 RECORDS.                                    00000969
                                                                        00000970
       01 FD-ADISAI                     PIC X(80).                      00000971
                                                                        00000972
       FD  HEXENT                                                       00000973
           RECORDING MODE IS F                                          00000974
           LABEL RECORD IS STANDARD                                     00000975
           BLOCK CONTAINS 0 RECORDS.                                    00000976
                                                                        00000977
       01 FD-HEXENT                     PIC X(80).                      00000978
                                                                        00000979
       FD  BENEFIC                                                      00000980
           RECORDING MODE IS F                                          00000981
           LABEL RECORD IS STANDARD                                     00000982
           BLOCK CONTAINS 0 RECORDS.                                    00000983
                                                                        00000984
       01 FD-BENEFIC                    PIC X(80).                      00000985
                                                                        00000986
       FD  BENAPL                                                       00000987
           RECORDING MODE IS F                                          00000988
           LABEL RECORD IS STANDARD                                     00000989
           BLOCK CONTAINS 0 RECORDS.                                    00000990
                                                                        00000991
       01 FD-BENAPL                     PIC X(80).                      00000992
                                                                        00000993
       FD  ADQENT                                                       00000994
           RECORDING MODE IS F                                          00000995
           LABEL RECORD IS STANDARD                                     00000996
           BLOCK CONTAINS 0 RECORDS.                                    00000997
                                                                        00000998
       01 FD-ADQENT                     PIC X(80).                      00000999
                                                                        00001000
       FD  ADQSAI                                                       00001001
           RECORDING MODE IS F                                          00001002
           LABEL RECORD IS STANDARD                                     00001003
           BLOCK CONTAINS 0 RECORDS.                                    00001004
                                                                        00001005
       01 FD-ADQSAI                     PIC X(80).                      00001006
                                                                        00001010
      *----------------------------------------------------------------*00001020
       WORKING-STORAGE                           SECTION.               00001030
       01 WRK-TAB-FAIXAS.                                               00001230
          05 WRK-TAB-FXA-ITEM          OCCURS 20 TIMES.                 00001240
             10 WRK-FXA-LIMITE         PIC 9(08)V99.                    00001250
             10 WRK-FXA-ALIQUOTA       PIC 9(02)V99.                    00001251
             10 WRK-FXA-PARCELA        PIC 9(08)V99.                    00001252
             10 WRK-FXA-VIGENCIA       PIC 9(08).                       00001253
                                                                        00001254
       77 WRK-QT-FAIXAS                PIC 9(02) VALUE ZEROS.           00001255
       77 WRK-IDX-FXA                  PIC 9(02) VALUE ZEROS.           00001256
       77 WRK-FXA-ACHADA               PIC 9(02) VALUE ZEROS.           00001257
       77 WRK-DATA-CORTE               PIC 9(08) VALUE ZEROS.           00001258
                                                                        00001259
      *----------------------------------------------------------------*00001260
       01 FILLER                       PIC  X(050)         VALUE        00001261
           '***  ADIANTAMENTOS DE FERIAS (B#ADIFER)  ***'.              00001262
      *----------------------------------------------------------------*00001263
                                                                        00001264
           COPY 'B#ADIFER'.                                             00001265
                                                                        00001266
       01 WRK-TAB-ADIANT.                                               00001267
          05 WRK-ADT-REGISTRO          PIC X(80) OCCURS 2000 TIMES.     00001268
                                                                        00001269
       01 WRK-TAB-ADI-FUNC.                                             00001270
          05 WRK-ADF-ITEM              OCCURS 9999 TIMES.               00001271
             10 WRK-ADF-VALOR          PIC 9(08)V99.                    00001272
             10 WRK-ADF-APLICADO       PIC X(01).                       00001273
                                                                        00001274
       77 WRK-QT-ADIANT                PIC 9(04) VALUE ZEROS.           00001275
       77 WRK-IDX-ADT                  PIC 9(04) VALUE ZEROS.           00001276
       77 WRK-ADIANTADO                PIC 9(08)V99 VALUE ZEROS.        00001277
       77 WRK-BASE-CALCULO             PIC 9(08)V99 VALUE ZEROS.        00001278
       77 WRK-IMPOSTO-FAIXA            PIC S9(08)V99 VALUE ZEROS.       00001279
       77 WRK-ACUM-DESCONTADOS         PIC 9(09) VALUE ZEROS.           00001280
       77 WRK-ACUM-PENDENTES           PIC 9(09) VALUE ZEROS.           00001281
                                                                        00001282
      *----------------------------------------------------------------*00001283
       01 FILLER                       PIC  X(050)         VALUE        00001284
           '***  HORAS EXTRAS DO MES (B#HEXTRA)  ***'.                  00001285
      *----------------------------------------------------------------*00001286
                                                                        00001287
           COPY 'B#HEXTRA'.                                             00001288
                                                                        00001289
       01 WRK-TAB-HEX-FUNC.                                             00001290
          05 WRK-HXF-VALOR             PIC 9(08)V99 OCCURS 9999 TIMES.  00001291
                                                                        00001292
       77 WRK-QT-HORAS-EXTRAS          PIC 9(09) VALUE ZEROS.           00001293
       77 WRK-HORA-EXTRA               PIC 9(08)V99 VALUE ZEROS.        00001294
       77 WRK-BRUTO                    PIC 9(08)V99 VALUE ZEROS.        00001295
       77 WRK-TOT-HORA-EXTRA           PIC 9(13)V99 VALUE ZEROS.        00001296
                                                                        00001297
      *----------------------------------------------------------------*00001298
       01 FILLER                       PIC  X(050)         VALUE        00001299
           '***  BENEFICIOS ATIVOS (B#BENEF)  ***'.                     00001300
      *----------------------------------------------------------------*00001301
                                                                        00001302
           COPY 'B#BENEF'.                                              00001303
                                                                        00001304
           COPY 'B#BENAPL'.                                             00001305
                                                                        00001306
       01 WRK-TAB-BENEF.                                                00001307
          05 WRK-TBF-ITEM              OCCURS 3000 TIMES.               00001308
             10 WRK-TBF-CODIGO         PIC X(03).                       00001309
             10 WRK-TBF-PLANO          PIC X(10).                       00001310
             10 WRK-TBF-FORNECEDOR     PIC 9(05).                       00001311
             10 WRK-TBF-DEPENDENTES    PIC 9(02).                       00001312
             10 WRK-TBF-VALOR-MENSAL   PIC 9(06)V99.                    00001313
             10 WRK-TBF-TIPO-PARTIC    PIC X(01).                       00001314
             10 WRK-TBF-PARTICIPACAO   PIC 9(06)V99.                    00001315
             10 WRK-TBF-DESCONTO       PIC 9(06)V99.                    00001316
                                                                        00001317
       01 WRK-TAB-BEN-FUNC.                                             00001318
          05 WRK-BFF-ITEM              OCCURS 9999 TIMES.               00001319
             10 WRK-BFF-PRIMEIRO       PIC 9(04).                       00001320
             10 WRK-BFF-QTDE           PIC 9(02).                       00001321
                                                                        00001322
       77 WRK-QT-BENEF                 PIC 9(04) VALUE ZEROS.           00001323
       77 WRK-IDX-BEN                  PIC 9(04) VALUE ZEROS.           00001324
       77 WRK-BEN-INICIAL              PIC 9(04) VALUE ZEROS.           00001325
       77 WRK-BEN-FINAL                PIC 9(04) VALUE ZEROS.           00001326
       77 WRK-BEN-PARTE                PIC 9(08)V99 VALUE ZEROS.        00001327
       77 WRK-TETO-VTR                 PIC 9(08)V99 VALUE ZEROS.        00001328
       77 WRK-SALDO-LIQUIDO            PIC 9(08)V99 VALUE ZEROS.        00001329
       77 WRK-QT-BEN-APLICADOS         PIC 9(09) VALUE ZEROS.           00001330
       77 WRK-TOT-BENEFICIOS           PIC 9(13)V99 VALUE ZEROS.        00001331
                                                                        00001332
      *----------------------------------------------------------------*00001333
       01 FILLER                       PIC  X(050)         VALUE        00001334
           '***  ADIANTAMENTOS QUINZENAIS (FR06DB31)  ***'.             00001335
      *----------------------------------------------------------------*00001336
                                                                        00001337
       01 WRK-REG-ADIANT-QZ.                                            00001338
          05 WRK-AQZ-ID                PIC 9(04).                       00001339
          05 WRK-AQZ-NOME              PIC X(30).                       00001340
          05 WRK-AQZ-SETOR             PIC 9(04).                       00001341
          05 WRK-AQZ-BRUTO             PIC 9(08)V99.                    00001342
          05 WRK-AQZ-DESCONTO          PIC 9(08)V99.                    00001343
          05 WRK-AQZ-LIQUIDO           PIC 9(08)V99.                    00001344
          05 WRK-AQZ-EVENTO            PIC X(03).                       00001345
          05 FILLER                    PIC X(09).                       00001346
                                                                        00001347
       01 WRK-TAB-AQZ-FUNC.                                             00001348
          05 WRK-AQF-ITEM              OCCURS 9999 TIMES.               00001349
             10 WRK-AQF-PAGO           PIC 9(08)V99.                    00001350
             10 WRK-AQF-DESCONTADO     PIC 9(08)V99.                    00001351
             10 WRK-AQF-NOME           PIC X(30).                       00001352
             10 WRK-AQF-SETOR          PIC 9(04).                       00001353
                                                                        00001354
       77 WRK-IDX-AQZ                  PIC 9(05) VALUE ZEROS.           00001355
       77 WRK-AQZ-PARTE                PIC 9(08)V99 VALUE ZEROS.        00001356
       77 WRK-AQZ-ABERTO               PIC 9(08)V99 VALUE ZEROS.        00001357
       77 WRK-QT-AQZ-LIDOS             PIC 9(09) VALUE ZEROS.           00001358
       77 WRK-QT-AQZ-ABERTOS           PIC 9(09) VALUE ZEROS.           00001359
       77 WRK-TOT-AQZ-PAGO             PIC 9(13)V99 VALUE ZEROS.        00001360
       77 WRK-TOT-AQZ-DESCONTADO       PIC 9(13)V99 VALUE ZEROS.        00001361
       77 WRK-TOT-AQZ-ABERTO           PIC 9(13)V99 VALUE ZEROS.        00001362
                                                                        00001363
      *----------------------------------------------------------------*00001364
       01 FILLER                       PIC  X(050)         VALUE        00001365
           '***  ACUMULADORES E QUEBRA POR SETOR  ***'.                 00001370
      *----------------------------------------------------------------*00001380
                                                                        00001390
       77 WRK-SQLCODE                  PIC -999.                        00001580
       77 WRK-FS-TABDESC               PIC 9(02).                       00001590
       77 WRK-FS-FOLHA                 PIC 9(02).                       00001600
       77 WRK-FS-ADIENT                PIC 9(02).                       00001601
       77 WRK-FS-ADISAI                PIC 9(02).                       00001602
       77 WRK-FS-HEXENT                PIC 9(02).                       00001603
       77 WRK-FS-BENEFIC               PIC 9(02).                       00001604
       77 WRK-FS-BENAPL                PIC 9(02).                       00001605
       77 WRK-FS-ADQENT                PIC 9(02).                       00001606
       77 WRK-FS-ADQSAI                PIC 9(02).                       00001607
      *----------------------------------------------------------------*00001610
       01 FILLER                       PIC  X(050)         VALUE        00001620
           '*** AREA DB2 ***'.                                          00001630
               GOBACK                                                   00002170
           END-IF.                                                      00002180
                                                                        00002190
           PERFORM 1300-CARREGAR-ADIANTAMENTOS.                         00002191
           PERFORM 1400-CARREGAR-HORAS-EXTRAS.                          00002192
           PERFORM 1500-CARREGAR-BENEFICIOS.                            00002193
           PERFORM 1600-CARREGAR-ADIANT-QUINZENA.                       00002194
                                                                        00002195
            EXEC SQL                                                    00002200
                OPEN CFUNC                                              00002210
            END-EXEC.                                                   00002220
           IF WRK-FS-FOLHA             NOT EQUAL ZERO                   00002320
               MOVE 'FR06DB22'         TO WRK-PROGRAMA                  00002330
               MOVE 'ERRO NO OPEN FOLHA '                               00002340
                                       TO WRK-MSG-ERRO                  00002341
               MOVE '1000'             TO WRK-SECTION                   00002342
               MOVE WRK-FS-FOLHA       TO WRK-STATUS                    00002343
               PERFORM 9000-GRAVAR-ERROS                                00002344
               GOBACK                                                   00002345
           END-IF.                                                      00002346
                                                                        00002347
           OPEN OUTPUT ADISAI.                                          00002348
           IF WRK-FS-ADISAI            NOT EQUAL ZERO                   00002349
               MOVE 'FR06DB22'         TO WRK-PROGRAMA                  00002350
               MOVE 'ERRO NO OPEN ADISAI '                              00002351
                                       TO WRK-MSG-ERRO                  00002352
               MOVE '1000'             TO WRK-SECTION                   00002353
               MOVE WRK-FS-ADISAI      TO WRK-STATUS                    00002354
               PERFORM 9000-GRAVAR-ERROS                                00002355
               GOBACK                                                   00002356
           END-IF.                                                      00002357
                                                                        00002358
           OPEN OUTPUT BENAPL.                                          00002359
           IF WRK-FS-BENAPL            NOT EQUAL ZERO                   00002360
               MOVE 'FR06DB22'         TO WRK-PROGRAMA                  00002361
               MOVE 'ERRO NO OPEN BENAPL '                              00002362
                                       TO WRK-MSG-ERRO                  00002363
               MOVE '1000'             TO WRK-SECTION                   00002364
               MOVE WRK-FS-BENAPL      TO WRK-STATUS                    00002365
               PERFORM 9000-GRAVAR-ERROS                                00002366
               GOBACK                                                   00002367
           END-IF.                                                      00002368
                                                                        00002369
           OPEN OUTPUT ADQSAI.                                          00002370
           IF WRK-FS-ADQSAI            NOT EQUAL ZERO                   00002371
               MOVE 'FR06DB22'         TO WRK-PROGRAMA                  00002372
               MOVE 'ERRO NO OPEN ADQSAI '                              00002373
                                       TO WRK-MSG-ERRO                  00002374
               MOVE '1000'             TO WRK-SECTION                   00002375
               MOVE WRK-FS-ADQSAI      TO WRK-STATUS                    00002376
               PERFORM 9000-GRAVAR-ERROS                                00002380
               GOBACK                                                   00002390
           END-IF.                                                      00002400
           END-IF.                                                      00003040
                                                                        00003050
           IF WRK-QT-FAIXAS            LESS 20                          00003060
               ADD 1                   TO WRK-QT-FAIXAS                 00003061
               MOVE FD-TDS-LIMITE                                       00003062
                    TO WRK-FXA-LIMITE(WRK-QT-FAIXAS)                    00003063
               MOVE FD-TDS-ALIQUOTA                                     00003064
                    TO WRK-FXA-ALIQUOTA(WRK-QT-FAIXAS)                  00003065
               MOVE FD-TDS-PARCELA                                      00003066
                    TO WRK-FXA-PARCELA(WRK-QT-FAIXAS)                   00003067
               MOVE FD-TDS-DATA-EFET                                    00003068
                    TO WRK-FXA-VIGENCIA(WRK-QT-FAIXAS)                  00003069
           ELSE                                                         00003070
               DISPLAY 'TABELA DE FAIXAS CHEIA - FAIXA IGNORADA'        00003071
               MOVE 4                  TO RETURN-CODE                   00003072
           END-IF.                                                      00003073
                                                                        00003074
      *----------------------------------------------------------------*00003075
       1210-99-FIM.                    EXIT.                            00003076
      *----------------------------------------------------------------*00003077
                                                                        00003078
      *----------------------------------------------------------------*00003079
       1220-COMPARAR-LIMITE                      SECTION.               00003080
      *----------------------------------------------------------------*00003081
                                                                        00003082
           IF WRK-FXA-LIMITE(WRK-IDX-FXA) EQUAL FD-TDS-LIMITE           00003083
               MOVE WRK-IDX-FXA        TO WRK-FXA-ACHADA                00003084
           END-IF.                                                      00003085
                                                                        00003086
      *----------------------------------------------------------------*00003087
       1220-99-FIM.                    EXIT.                            00003088
      *----------------------------------------------------------------*00003089
                                                                        00003090
      *----------------------------------------------------------------*00003091
       1300-CARREGAR-ADIANTAMENTOS               SECTION.               00003092
      *----------------------------------------------------------------*00003093
      *    FERIAS PAGAS ANTES DA FOLHA (FR06DB28): O SALARIO DOS DIAS   00003094
      *    DE GOZO COM PAGAMENTO ATE A DATA DO SISTEMA SOMA POR ID      00003095
      *    PARA O DESCONTO. TODOS OS REGISTROS FICAM NA TABELA PARA     00003096
      *    REGRAVAR NO ADISAI OS QUE NAO FOREM DESCONTADOS.             00003097
      *----------------------------------------------------------------*00003098
                                                                        00003099
           INITIALIZE WRK-TAB-ADI-FUNC.                                 00003100
                                                                        00003101
           OPEN INPUT ADIENT.                                           00003102
           IF WRK-FS-ADIENT            EQUAL 35                         00003103
               DISPLAY 'ADIENT AUSENTE - FOLHA SEM ADIANTAMENTOS'       00003104
               GO TO 1300-99-FIM                                        00003105
           END-IF.                                                      00003106
                                                                        00003107
           IF WRK-FS-ADIENT            NOT EQUAL ZEROS                  00003108
               DISPLAY 'ERRO NO OPEN ADIENT FS=' WRK-FS-ADIENT          00003109
               MOVE 12                 TO RETURN-CODE                   00003110
               GOBACK                                                   00003111
           END-IF.                                                      00003112
                                                                        00003113
           PERFORM 1310-LER-ADIANTAMENTO                                00003114
               UNTIL WRK-FS-ADIENT EQUAL 10.                            00003115
           CLOSE ADIENT.                                                00003116
                                                                        00003117
           DISPLAY 'ADIANTAMENTOS DE FERIAS LIDOS: ' WRK-QT-ADIANT.     00003118
                                                                        00003119
      *----------------------------------------------------------------*00003120
       1300-99-FIM.                    EXIT.                            00003121
      *----------------------------------------------------------------*00003122
                                                                        00003123
      *----------------------------------------------------------------*00003124
       1310-LER-ADIANTAMENTO                     SECTION.               00003125
      *----------------------------------------------------------------*00003126
                                                                        00003127
           READ ADIENT INTO WRK-REG-ADIFER.                             00003128
           IF WRK-FS-ADIENT            NOT EQUAL ZEROS                  00003129
               MOVE 10                 TO WRK-FS-ADIENT                 00003130
               GO TO 1310-99-FIM                                        00003131
           END-IF.                                                      00003132
                                                                        00003133
           IF WRK-QT-ADIANT            NOT LESS 2000                    00003134
               DISPLAY 'TABELA DE ADIANTAMENTOS CHEIA - JOB CANCELADO'  00003135
               MOVE 12                 TO RETURN-CODE                   00003136
               GOBACK                                                   00003137
           END-IF.                                                      00003138
                                                                        00003139
           ADD 1                       TO WRK-QT-ADIANT.                00003140
           MOVE WRK-REG-ADIFER                                          00003141
                                   TO WRK-ADT-REGISTRO(WRK-QT-ADIANT).  00003142
                                                                        00003143
           IF WRK-ADI-ID               NOT NUMERIC                      00003144
              OR WRK-ADI-ID            EQUAL ZEROS                      00003145
              OR WRK-ADI-VALOR-DIAS    NOT NUMERIC                      00003146
              OR WRK-ADI-DATA-PAGTO    NOT NUMERIC                      00003147
              OR WRK-ADI-DATA-PAGTO    GREATER WRK-DATA-CORTE           00003148
               GO TO 1310-99-FIM                                        00003149
           END-IF.                                                      00003150
                                                                        00003151
           ADD WRK-ADI-VALOR-DIAS      TO WRK-ADF-VALOR(WRK-ADI-ID).    00003152
                                                                        00003153
      *----------------------------------------------------------------*00003154
       1310-99-FIM.                    EXIT.                            00003155
      *----------------------------------------------------------------*00003156
                                                                        00003157
      *----------------------------------------------------------------*00003158
       1400-CARREGAR-HORAS-EXTRAS                SECTION.               00003159
      *----------------------------------------------------------------*00003160
      *    PROVENTO DE HORAS EXTRAS (FR06DB29) SOMADO POR ID PARA       00003161
      *    ENTRAR NO BRUTO. SEM O ARQUIVO, FOLHA SEM HORAS EXTRAS.      00003162
      *----------------------------------------------------------------*00003163
                                                                        00003164
           INITIALIZE WRK-TAB-HEX-FUNC.                                 00003165
                                                                        00003166
           OPEN INPUT HEXENT.                                           00003167
           IF WRK-FS-HEXENT            EQUAL 35                         00003168
               DISPLAY 'HEXENT AUSENTE - FOLHA SEM HORAS EXTRAS'        00003169
               GO TO 1400-99-FIM                                        00003170
           END-IF.                                                      00003171
                                                                        00003172
           IF WRK-FS-HEXENT            NOT EQUAL ZEROS                  00003173
               DISPLAY 'ERRO NO OPEN HEXENT FS=' WRK-FS-HEXENT          00003174
               MOVE 12                 TO RETURN-CODE                   00003175
               GOBACK                                                   00003176
           END-IF.                                                      00003177
                                                                        00003178
           PERFORM 1410-LER-HORA-EXTRA                                  00003179
               UNTIL WRK-FS-HEXENT EQUAL 10.                            00003180
           CLOSE HEXENT.                                                00003181
                                                                        00003182
           DISPLAY 'PROVENTOS DE HORAS EXTRAS LIDOS: '                  00003183
                   WRK-QT-HORAS-EXTRAS.                                 00003184
                                                                        00003185
      *----------------------------------------------------------------*00003186
       1400-99-FIM.                    EXIT.                            00003187
      *----------------------------------------------------------------*00003188
                                                                        00003189
      *----------------------------------------------------------------*00003190
       1410-LER-HORA-EXTRA                       SECTION.               00003191
      *----------------------------------------------------------------*00003192
                                                                        00003193
           READ HEXENT INTO WRK-REG-HEXTRA.                             00003194
           IF WRK-FS-HEXENT            NOT EQUAL ZEROS                  00003195
               MOVE 10                 TO WRK-FS-HEXENT                 00003196
               GO TO 1410-99-FIM                                        00003197
           END-IF.                                                      00003198
                                                                        00003199
           IF WRK-HEX-ID               NOT NUMERIC                      00003200
              OR WRK-HEX-ID            EQUAL ZEROS                      00003201
              OR WRK-HEX-VALOR         NOT NUMERIC                      00003202
               DISPLAY 'HORA EXTRA INVALIDA - IGNORADA: ' WRK-REG-HEXTRA00003203
               GO TO 1410-99-FIM                                        00003204
           END-IF.                                                      00003205
                                                                        00003206
           ADD WRK-HEX-VALOR           TO WRK-HXF-VALOR(WRK-HEX-ID).    00003207
           ADD 1                       TO WRK-QT-HORAS-EXTRAS.          00003208
                                                                        00003209
      *----------------------------------------------------------------*00003210
       1410-99-FIM.                    EXIT.                            00003211
      *----------------------------------------------------------------*00003212
                                                                        00003213
      *----------------------------------------------------------------*00003214
       1500-CARREGAR-BENEFICIOS                  SECTION.               00003215
      *----------------------------------------------------------------*00003216
      *    BENEFICIOS ATIVOS NA DATA DO SISTEMA (INICIO ATE A DATA E    00003217
      *    FIM ZERADO OU NAO ANTERIOR A ELA). O BENEFIC VEM DO FR06C142 00003218
      *    EM ORDEM DE FUNCIONARIO + CODIGO, ENTAO OS BENEFICIOS DE UM  00003219
      *    FUNCIONARIO FICAM JUNTOS NA TABELA A PARTIR DO PRIMEIRO.     00003220
      *    SEM O ARQUIVO, FOLHA SEM BENEFICIOS.                         00003221
      *----------------------------------------------------------------*00003222
                                                                        00003223
           INITIALIZE WRK-TAB-BEN-FUNC.                                 00003224
                                                                        00003225
           OPEN INPUT BENEFIC.                                          00003226
           IF WRK-FS-BENEFIC           EQUAL 35                         00003227
               DISPLAY 'BENEFIC AUSENTE - FOLHA SEM BENEFICIOS'         00003228
               GO TO 1500-99-FIM                                        00003229
           END-IF.                                                      00003230
                                                                        00003231
           IF WRK-FS-BENEFIC           NOT EQUAL ZEROS                  00003232
               DISPLAY 'ERRO NO OPEN BENEFIC FS=' WRK-FS-BENEFIC        00003233
               MOVE 12                 TO RETURN-CODE                   00003234
               GOBACK                                                   00003235
           END-IF.                                                      00003236
                                                                        00003237
           PERFORM 1510-LER-BENEFICIO                                   00003238
               UNTIL WRK-FS-BENEFIC EQUAL 10.                           00003239
           CLOSE BENEFIC.                                               00003240
                                                                        00003241
           DISPLAY 'BENEFICIOS ATIVOS LIDOS: ' WRK-QT-BENEF.            00003242
                                                                        00003243
      *----------------------------------------------------------------*00003244
       1500-99-FIM.                    EXIT.                            00003245
      *----------------------------------------------------------------*00003246
                                                                        00003247
      *----------------------------------------------------------------*00003248
       1510-LER-BENEFICIO                        SECTION.               00003249
      *----------------------------------------------------------------*00003250
                                                                        00003251
           READ BENEFIC INTO WRK-REG-BENEFICIO.                         00003252
           IF WRK-FS-BENEFIC           NOT EQUAL ZEROS                  00003253
               MOVE 10                 TO WRK-FS-BENEFIC                00003254
               GO TO 1510-99-FIM                                        00003255
           END-IF.                                                      00003256
                                                                        00003257
           IF WRK-BEN-SITUACAO         NOT EQUAL 'A'                    00003258
              OR WRK-BEN-DATA-INICIO   GREATER WRK-DATA-CORTE           00003259
               GO TO 1510-99-FIM                                        00003260
           END-IF.                                                      00003261
                                                                        00003262
           IF WRK-BEN-DATA-FIM         NOT EQUAL ZEROS                  00003263
              AND WRK-BEN-DATA-FIM     LESS WRK-DATA-CORTE              00003264
               GO TO 1510-99-FIM                                        00003265
           END-IF.                                                      00003266
                                                                        00003267
           IF WRK-BEN-FUNCIONARIO      EQUAL ZEROS                      00003268
              OR WRK-BEN-FUNCIONARIO   GREATER 9999                     00003269
              OR WRK-BEN-VALOR-MENSAL  NOT NUMERIC                      00003270
              OR WRK-BEN-PARTICIPACAO  NOT NUMERIC                      00003271
               DISPLAY 'BENEFICIO INVALIDO - IGNORADO: '                00003272
                       WRK-REG-BENEFICIO                                00003273
               GO TO 1510-99-FIM                                        00003274
           END-IF.                                                      00003275
                                                                        00003276
           IF WRK-QT-BENEF             NOT LESS 3000                    00003277
               DISPLAY 'TABELA DE BENEFICIOS CHEIA - JOB CANCELADO'     00003278
               MOVE 12                 TO RETURN-CODE                   00003279
               GOBACK                                                   00003280
           END-IF.                                                      00003281
                                                                        00003282
           ADD 1                       TO WRK-QT-BENEF.                 00003283
           MOVE WRK-BEN-CODIGO       TO WRK-TBF-CODIGO(WRK-QT-BENEF).   00003284
           MOVE WRK-BEN-PLANO        TO WRK-TBF-PLANO(WRK-QT-BENEF).    00003285
           MOVE WRK-BEN-FORNECEDOR                                      00003286
                                 TO WRK-TBF-FORNECEDOR(WRK-QT-BENEF).   00003287
           MOVE WRK-BEN-DEPENDENTES                                     00003288
                                 TO WRK-TBF-DEPENDENTES(WRK-QT-BENEF).  00003289
           MOVE WRK-BEN-VALOR-MENSAL                                    00003290
                                 TO WRK-TBF-VALOR-MENSAL(WRK-QT-BENEF). 00003291
           MOVE WRK-BEN-TIPO-PARTIC                                     00003292
                                 TO WRK-TBF-TIPO-PARTIC(WRK-QT-BENEF).  00003293
           MOVE WRK-BEN-PARTICIPACAO                                    00003294
                                 TO WRK-TBF-PARTICIPACAO(WRK-QT-BENEF). 00003295
           MOVE ZEROS            TO WRK-TBF-DESCONTO(WRK-QT-BENEF).     00003296
                                                                        00003297
           IF WRK-BFF-QTDE(WRK-BEN-FUNCIONARIO) EQUAL ZEROS             00003298
               MOVE WRK-QT-BENEF                                        00003299
                             TO WRK-BFF-PRIMEIRO(WRK-BEN-FUNCIONARIO)   00003300
           END-IF.                                                      00003301
           ADD 1             TO WRK-BFF-QTDE(WRK-BEN-FUNCIONARIO).      00003302
                                                                        00003303
      *----------------------------------------------------------------*00003304
       1510-99-FIM.                    EXIT.                            00003305
      *----------------------------------------------------------------*00003306
                                                                        00003307
      *----------------------------------------------------------------*00003308
       1600-CARREGAR-ADIANT-QUINZENA             SECTION.               00003309
      *----------------------------------------------------------------*00003310
      *    ADIANTAMENTOS QUINZENAIS PAGOS (CONTRACHEQUES EVENTO 150 DO  00003311
      *    FR06DB31, CONCATENADOS COM O ADQSAI DA FOLHA ANTERIOR),      00003312
      *    SOMADOS POR ID. OUTROS EVENTOS SAO IGNORADOS. SEM O          00003313
      *    ARQUIVO, NADA A DESCONTAR.                                   00003314
      *----------------------------------------------------------------*00003315
                                                                        00003316
           INITIALIZE WRK-TAB-AQZ-FUNC.                                 00003317
                                                                        00003318
           OPEN INPUT ADQENT.                                           00003319
           IF WRK-FS-ADQENT            EQUAL 35                         00003320
               DISPLAY 'ADQENT AUSENTE - SEM ADIANTAMENTO QUINZENAL'    00003321
               GO TO 1600-99-FIM                                        00003322
           END-IF.                                                      00003323
                                                                        00003324
           IF WRK-FS-ADQENT            NOT EQUAL ZEROS                  00003325
               DISPLAY 'ERRO NO OPEN ADQENT FS=' WRK-FS-ADQENT          00003326
               MOVE 12                 TO RETURN-CODE                   00003327
               GOBACK                                                   00003328
           END-IF.                                                      00003329
                                                                        00003330
           PERFORM 1610-LER-ADIANT-QUINZENA                             00003331
               UNTIL WRK-FS-ADQENT EQUAL 10.                            00003332
           CLOSE ADQENT.                                                00003333
                                                                        00003334
           DISPLAY 'ADIANTAMENTOS QUINZENAIS LIDOS: ' WRK-QT-AQZ-LIDOS. 00003335
                                                                        00003336
      *----------------------------------------------------------------*00003337
       1600-99-FIM.                    EXIT.                            00003338
      *----------------------------------------------------------------*00003339
                                                                        00003340
      *----------------------------------------------------------------*00003341
       1610-LER-ADIANT-QUINZENA                  SECTION.               00003342
      *----------------------------------------------------------------*00003343
                                                                        00003344
           READ ADQENT INTO WRK-REG-ADIANT-QZ.                          00003345
           IF WRK-FS-ADQENT            NOT EQUAL ZEROS                  00003346
               MOVE 10                 TO WRK-FS-ADQENT                 00003347
               GO TO 1610-99-FIM                                        00003348
           END-IF.                                                      00003349
                                                                        00003350
           IF WRK-AQZ-EVENTO NOT EQUAL '150'                            00003351
               GO TO 1610-99-FIM                                        00003352
           END-IF.                                                      00003353
                                                                        00003354
           IF WRK-AQZ-ID               NOT NUMERIC                      00003355
              OR WRK-AQZ-ID            EQUAL ZEROS                      00003356
              OR WRK-AQZ-SETOR         NOT NUMERIC                      00003357
              OR WRK-AQZ-LIQUIDO       NOT NUMERIC                      00003358
               DISPLAY 'ADIANTAMENTO QUINZENAL INVALIDO - IGNORADO: '   00003359
                       WRK-REG-ADIANT-QZ                                00003360
               GO TO 1610-99-FIM                                        00003361
           END-IF.                                                      00003362
                                                                        00003363
           ADD 1                       TO WRK-QT-AQZ-LIDOS.             00003364
           ADD WRK-AQZ-LIQUIDO         TO WRK-AQF-PAGO(WRK-AQZ-ID)      00003365
                                          WRK-TOT-AQZ-PAGO.             00003366
           MOVE WRK-AQZ-NOME           TO WRK-AQF-NOME(WRK-AQZ-ID).     00003367
           MOVE WRK-AQZ-SETOR          TO WRK-AQF-SETOR(WRK-AQZ-ID).    00003368
                                                                        00003369
      *----------------------------------------------------------------*00003370
       1610-99-FIM.                    EXIT.                            00003371
      *----------------------------------------------------------------*00003372
                                                                        00003373
      *----------------------------------------------------------------*00003374
       2000-PROCESSAR                  SECTION.                         00003380
      *----------------------------------------------------------------*00003390
                                                                        00003400
               MOVE DB2-ID               TO FLH-ID.                     00003500
               MOVE DB2-NOME             TO FLH-NOME.                   00003510
               MOVE DB2-SETOR            TO FLH-SETOR.                  00003520
               MOVE WRK-BRUTO            TO FLH-BRUTO.                  00003530
               MOVE WRK-DESCONTO         TO FLH-DESCONTO.               00003540
               MOVE WRK-LIQUIDO          TO FLH-LIQUIDO.                00003550
               MOVE SPACES               TO FLH-EVENTO.                 00003553
               MOVE SPACES               TO FLH-BENEFICIO.              00003556
               WRITE FD-REG-FOLHA.                                      00003560
                                                                        00003570
               PERFORM 2400-GRAVAR-BENEFICIO                            00003580
                   VARYING WRK-IDX-BEN FROM WRK-BEN-INICIAL BY 1        00003582
                   UNTIL WRK-IDX-BEN GREATER WRK-BEN-FINAL.             00003584
                                                                        00003586
               ADD WRK-BRUTO             TO WRK-SETOR-BRUTO             00003588
                                            WRK-TOT-BRUTO.              00003590
               ADD WRK-DESCONTO          TO WRK-SETOR-DESC              00003600
                                            WRK-TOT-DESC.               00003610
               ADD WRK-LIQUIDO           TO WRK-SETOR-LIQ               00003620
                                            WRK-TOT-LIQ.                00003630
                                                                        00003640
               PERFORM 2100-LER-FUNCIONARIO.                            00003650
                                                                        00003660
      *----------------------------------------------------------------*00004290
      *    FAIXA = PRIMEIRO LIMITE SUPERIOR NAO MENOR QUE O SALARIO    *00004300
      *    (A TABELA E GRAVADA EM ORDEM CRESCENTE DE LIMITE).          *00004310
      *    FERIAS JA PAGAS SAEM DA BASE DA FAIXA E ENTRAM NO DESCONTO. *00004311
      *    HORAS EXTRAS DO MES ENTRAM NO BRUTO ANTES DOS DESCONTOS.    *00004312
      *    O ADIANTAMENTO QUINZENAL SAI DO LIQUIDO QUE SOBRA DEPOIS    *00004313
      *    DA FAIXA E DAS FERIAS; OS BENEFICIOS SAEM DO QUE SOBRA      *00004314
      *    DEPOIS DELE, NA ORDEM DO CODIGO.                            *00004315
      *----------------------------------------------------------------*00004320
                                                                        00004321
           MOVE WRK-HXF-VALOR(DB2-ID)  TO WRK-HORA-EXTRA.               00004322
           COMPUTE WRK-BRUTO = DB2-SALARIO + WRK-HORA-EXTRA.            00004323
           ADD WRK-HORA-EXTRA          TO WRK-TOT-HORA-EXTRA.           00004324
                                                                        00004325
           MOVE WRK-ADF-VALOR(DB2-ID)  TO WRK-ADIANTADO.                00004326
           IF WRK-ADIANTADO            GREATER WRK-BRUTO                00004327
               MOVE ZEROS              TO WRK-BASE-CALCULO              00004328
           ELSE                                                         00004329
               COMPUTE WRK-BASE-CALCULO = WRK-BRUTO - WRK-ADIANTADO     00004330
           END-IF.                                                      00004331
           IF WRK-ADIANTADO            GREATER ZEROS                    00004332
               MOVE 'S'                TO WRK-ADF-APLICADO(DB2-ID)      00004333
           END-IF.                                                      00004334
                                                                        00004335
           MOVE ZEROS                  TO WRK-FXA-ACHADA.               00004340
           PERFORM 2310-PROCURAR-FAIXA                                  00004350
               VARYING WRK-IDX-FXA FROM 1 BY 1                          00004360
               MOVE WRK-QT-FAIXAS      TO WRK-FXA-ACHADA                00004410
           END-IF.                                                      00004420
                                                                        00004430
           COMPUTE WRK-IMPOSTO-FAIXA ROUNDED =                          00004440
               (WRK-BASE-CALCULO * WRK-FXA-ALIQUOTA(WRK-FXA-ACHADA)     00004450
               / 100) - WRK-FXA-PARCELA(WRK-FXA-ACHADA).                00004460
           IF WRK-IMPOSTO-FAIXA        LESS ZEROS                       00004470
               MOVE ZEROS              TO WRK-IMPOSTO-FAIXA             00004480
           END-IF.                                                      00004490
           COMPUTE WRK-DESCONTO = WRK-IMPOSTO-FAIXA + WRK-ADIANTADO.    00004491
           IF WRK-DESCONTO             GREATER WRK-BRUTO                00004492
               MOVE WRK-BRUTO          TO WRK-DESCONTO                  00004493
           END-IF.                                                      00004494
                                                                        00004495
           PERFORM 2330-DESCONTAR-ADIANT-QUINZENA.                      00004496
                                                                        00004497
           MOVE 1                      TO WRK-BEN-INICIAL.              00004498
           MOVE ZEROS                  TO WRK-BEN-FINAL.                00004499
           IF WRK-BFF-QTDE(DB2-ID)     GREATER ZEROS                    00004500
               MOVE WRK-BFF-PRIMEIRO(DB2-ID) TO WRK-BEN-INICIAL         00004501
               COMPUTE WRK-BEN-FINAL = WRK-BEN-INICIAL +                00004502
                                       WRK-BFF-QTDE(DB2-ID) - 1         00004503
           END-IF.                                                      00004504
           PERFORM 2320-DESCONTAR-BENEFICIO                             00004505
               VARYING WRK-IDX-BEN FROM WRK-BEN-INICIAL BY 1            00004506
               UNTIL WRK-IDX-BEN GREATER WRK-BEN-FINAL.                 00004507
                                                                        00004508
           COMPUTE WRK-LIQUIDO = WRK-BRUTO - WRK-DESCONTO.              00004509
                                                                        00004510
      *----------------------------------------------------------------*00004520
       2300-99-FIM.                    EXIT.                            00004530
      *----------------------------------------------------------------*00004531
                                                                        00004532
      *----------------------------------------------------------------*00004533
       2310-PROCURAR-FAIXA             SECTION.                         00004534
      *----------------------------------------------------------------*00004535
                                                                        00004536
           IF WRK-BASE-CALCULO NOT GREATER WRK-FXA-LIMITE(WRK-IDX-FXA)  00004537
               MOVE WRK-IDX-FXA        TO WRK-FXA-ACHADA                00004538
           END-IF.                                                      00004539
                                                                        00004540
      *----------------------------------------------------------------*00004541
       2310-99-FIM.                    EXIT.                            00004542
      *----------------------------------------------------------------*00004543
                                                                        00004544
      *----------------------------------------------------------------*00004545
       2320-DESCONTAR-BENEFICIO        SECTION.                         00004546
      *----------------------------------------------------------------*00004547
      *    PARTICIPACAO 'P' = PERCENTUAL DO VALOR MENSAL DO PLANO,     *00004548
      *    'V' = VALOR FIXO; NUNCA ACIMA DO VALOR MENSAL. O VALE-      *00004549
      *    TRANSPORTE TEM O TETO LEGAL DE 6% DO SALARIO, E NENHUM      *00004550
      *    BENEFICIO PASSA DO LIQUIDO QUE AINDA RESTA.                 *00004551
      *----------------------------------------------------------------*00004552
                                                                        00004553
           IF WRK-TBF-TIPO-PARTIC(WRK-IDX-BEN) EQUAL 'P'                00004554
               COMPUTE WRK-BEN-PARTE ROUNDED =                          00004555
                   WRK-TBF-VALOR-MENSAL(WRK-IDX-BEN) *                  00004556
                   WRK-TBF-PARTICIPACAO(WRK-IDX-BEN) / 100              00004557
           ELSE                                                         00004558
               MOVE WRK-TBF-PARTICIPACAO(WRK-IDX-BEN)                   00004559
                                       TO WRK-BEN-PARTE                 00004560
           END-IF.                                                      00004561
                                                                        00004562
           IF WRK-BEN-PARTE GREATER WRK-TBF-VALOR-MENSAL(WRK-IDX-BEN)   00004563
               MOVE WRK-TBF-VALOR-MENSAL(WRK-IDX-BEN)                   00004564
                                       TO WRK-BEN-PARTE                 00004565
           END-IF.                                                      00004566
                                                                        00004567
           IF WRK-TBF-CODIGO(WRK-IDX-BEN) EQUAL 'VTR'                   00004568
               COMPUTE WRK-TETO-VTR ROUNDED = DB2-SALARIO * 6 / 100     00004569
               IF WRK-BEN-PARTE        GREATER WRK-TETO-VTR             00004570
                   MOVE WRK-TETO-VTR   TO WRK-BEN-PARTE                 00004571
               END-IF                                                   00004572
           END-IF.                                                      00004573
                                                                        00004574
           COMPUTE WRK-SALDO-LIQUIDO = WRK-BRUTO - WRK-DESCONTO.        00004575
           IF WRK-BEN-PARTE            GREATER WRK-SALDO-LIQUIDO        00004576
               MOVE WRK-SALDO-LIQUIDO  TO WRK-BEN-PARTE                 00004577
           END-IF.                                                      00004578
                                                                        00004579
           MOVE WRK-BEN-PARTE      TO WRK-TBF-DESCONTO(WRK-IDX-BEN).    00004580
           ADD WRK-BEN-PARTE           TO WRK-DESCONTO                  00004581
                                          WRK-TOT-BENEFICIOS.           00004582
                                                                        00004583
      *----------------------------------------------------------------*00004584
       2320-99-FIM.                    EXIT.                            00004585
      *----------------------------------------------------------------*00004586
                                                                        00004587
      *----------------------------------------------------------------*00004588
       2330-DESCONTAR-ADIANT-QUINZENA  SECTION.                         00004589
      *----------------------------------------------------------------*00004590
      *    O ADIANTAMENTO JA PAGO NAO PASSA DO LIQUIDO QUE AINDA RESTA;*00004591
      *    O QUE NAO COUBER FICA EM ABERTO PARA A CONCILIACAO.         *00004592
      *----------------------------------------------------------------*00004593
                                                                        00004594
           IF WRK-AQF-PAGO(DB2-ID)     EQUAL ZEROS                      00004595
               GO TO 2330-99-FIM                                        00004596
           END-IF.                                                      00004597
                                                                        00004598
           COMPUTE WRK-AQZ-PARTE = WRK-AQF-PAGO(DB2-ID)                 00004599
                                 - WRK-AQF-DESCONTADO(DB2-ID).          00004600
           COMPUTE WRK-SALDO-LIQUIDO = WRK-BRUTO - WRK-DESCONTO.        00004601
           IF WRK-AQZ-PARTE            GREATER WRK-SALDO-LIQUIDO        00004602
               MOVE WRK-SALDO-LIQUIDO  TO WRK-AQZ-PARTE                 00004603
           END-IF.                                                      00004604
                                                                        00004605
           ADD WRK-AQZ-PARTE           TO WRK-AQF-DESCONTADO(DB2-ID)    00004606
                                          WRK-DESCONTO                  00004607
                                          WRK-TOT-AQZ-DESCONTADO.       00004608
                                                                        00004609
      *----------------------------------------------------------------*00004610
       2330-99-FIM.                    EXIT.                            00004611
      *----------------------------------------------------------------*00004612
                                                                        00004613
      *----------------------------------------------------------------*00004614
       2400-GRAVAR-BENEFICIO           SECTION.                         00004615
      *----------------------------------------------------------------*00004616
      *    UM REGISTRO NO BENAPL POR BENEFICIO ATIVO (O QUE O          *00004617
      *    FORNECEDOR COBRA, O QUE FOI DESCONTADO E O CUSTO DA         *00004618
      *    EMPRESA) E UMA LINHA 'BEN' NA FOLHA QUANDO HOUVE DESCONTO.  *00004619
      *    A LINHA 'BEN' SO DETALHA O DESCONTO DO CONTRACHEQUE, QUE JA *00004620
      *    O INCLUI: BRUTO E LIQUIDO ZERADOS.                          *00004621
      *----------------------------------------------------------------*00004622
                                                                        00004623
           MOVE WRK-TBF-FORNECEDOR(WRK-IDX-BEN) TO WRK-BAP-FORNECEDOR.  00004624
           MOVE DB2-ID                          TO WRK-BAP-FUNCIONARIO. 00004625
           MOVE DB2-NOME                        TO WRK-BAP-NOME.        00004626
           MOVE WRK-TBF-CODIGO(WRK-IDX-BEN)     TO WRK-BAP-CODIGO.      00004627
           MOVE WRK-TBF-PLANO(WRK-IDX-BEN)      TO WRK-BAP-PLANO.       00004628
           MOVE WRK-TBF-DEPENDENTES(WRK-IDX-BEN)                        00004629
                                                TO WRK-BAP-DEPENDENTES. 00004630
           MOVE WRK-TBF-VALOR-MENSAL(WRK-IDX-BEN)                       00004631
                                                TO WRK-BAP-VALOR-MENSAL.00004632
           MOVE WRK-TBF-DESCONTO(WRK-IDX-BEN)   TO WRK-BAP-DESCONTO.    00004633
           COMPUTE WRK-BAP-CUSTO-EMPRESA =                              00004634
               WRK-BAP-VALOR-MENSAL - WRK-BAP-DESCONTO.                 00004635
           MOVE SPACES                  TO WRK-REG-BENAPL(80:1).        00004636
           WRITE FD-BENAPL              FROM WRK-REG-BENAPL.            00004637
           ADD 1                        TO WRK-QT-BEN-APLICADOS.        00004638
                                                                        00004639
           IF WRK-TBF-DESCONTO(WRK-IDX-BEN) EQUAL ZEROS                 00004640
               GO TO 2400-99-FIM                                        00004641
           END-IF.                                                      00004642
                                                                        00004643
           MOVE 'BEN'                   TO FLH-EVENTO.                  00004644
           MOVE WRK-TBF-CODIGO(WRK-IDX-BEN) TO FLH-BENEFICIO.           00004645
           MOVE ZEROS                   TO FLH-BRUTO                    00004646
                                           FLH-LIQUIDO.                 00004647
           MOVE WRK-TBF-DESCONTO(WRK-IDX-BEN) TO FLH-DESCONTO.          00004648
           WRITE FD-REG-FOLHA.                                          00004649
                                                                        00004650
      *----------------------------------------------------------------*00004651
       2400-99-FIM.                    EXIT.                            00004652
      *----------------------------------------------------------------*00004660
                                                                        00004670
      *----------------------------------------------------------------*00004680
            END-EXEC.                                                   00004780
                                                                        00004790
           CLOSE FOLHA.                                                 00004800
                                                                        00004801
           PERFORM 3100-GRAVAR-PENDENTES                                00004802
               VARYING WRK-IDX-ADT FROM 1 BY 1                          00004803
               UNTIL WRK-IDX-ADT GREATER WRK-QT-ADIANT.                 00004804
           CLOSE ADISAI.                                                00004805
           CLOSE BENAPL.                                                00004806
                                                                        00004807
           PERFORM 3200-CONCILIAR-ADIANT-QUINZENA                       00004808
               VARYING WRK-IDX-AQZ FROM 1 BY 1                          00004809
               UNTIL WRK-IDX-AQZ GREATER 9999.                          00004810
           CLOSE ADQSAI.                                                00004811
                                                                        00004812
            DISPLAY ' -*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-'00004820
            DISPLAY ' *               FIM DE PROCESSAMENTO            *'00004830
            DISPLAY ' * FUNCIONARIOS NA FOLHA.....:' WRK-ACUM-LIDOS     00004840
            DISPLAY ' * TOTAL BRUTO...............:' WRK-TOT-BRUTO      00004850
            DISPLAY ' * HORAS EXTRAS NO BRUTO.....:' WRK-TOT-HORA-EXTRA 00004855
            DISPLAY ' * TOTAL DESCONTOS...........:' WRK-TOT-DESC       00004860
            DISPLAY ' * BENEFICIOS NOS DESCONTOS..:' WRK-TOT-BENEFICIOS 00004862
            DISPLAY ' * BENEFICIOS APLICADOS......:'                    00004864
                    WRK-QT-BEN-APLICADOS                                00004866
            DISPLAY ' * TOTAL LIQUIDO.............:' WRK-TOT-LIQ        00004870
            DISPLAY ' * FERIAS DESCONTADAS........:'                    00004871
                    WRK-ACUM-DESCONTADOS                                00004872
            DISPLAY ' * FERIAS A DESCONTAR........:'                    00004873
                    WRK-ACUM-PENDENTES                                  00004874
            DISPLAY ' * ADIANT. QUINZENAL PAGO....:' WRK-TOT-AQZ-PAGO   00004875
            DISPLAY ' * ADIANT. QUINZ. DESCONTADO.:'                    00004876
                    WRK-TOT-AQZ-DESCONTADO                              00004877
            DISPLAY ' * ADIANT. QUINZENAL ABERTO..:' WRK-TOT-AQZ-ABERTO 00004878
            DISPLAY ' * FUNCIONARIOS EM ABERTO....:' WRK-QT-AQZ-ABERTOS 00004879
            DISPLAY ' -*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*'.00004880
                                                                        00004881
           IF WRK-QT-AQZ-ABERTOS       GREATER ZEROS                    00004882
               MOVE 4                  TO RETURN-CODE                   00004883
           END-IF.                                                      00004884
                                                                        00004885
      *----------------------------------------------------------------*00004886
       3000-99-FIM.                    EXIT.                            00004887
      *----------------------------------------------------------------*00004888
                                                                        00004889
      *----------------------------------------------------------------*00004890
       3100-GRAVAR-PENDENTES           SECTION.                         00004891
      *----------------------------------------------------------------*00004892
      *    SAI DO ARQUIVO O ADIANTAMENTO JA VENCIDO DE QUEM ENTROU NA  *00004893
      *    FOLHA; OS DEMAIS (PAGAMENTO FUTURO OU FUNCIONARIO FORA DA   *00004894
      *    FOLHA) SEGUEM NO ADISAI PARA A PROXIMA RODADA.              *00004895
      *----------------------------------------------------------------*00004896
                                                                        00004897
           MOVE WRK-ADT-REGISTRO(WRK-IDX-ADT) TO WRK-REG-ADIFER.        00004898
                                                                        00004899
           IF WRK-ADI-ID               NUMERIC                          00004900
              AND WRK-ADI-ID           GREATER ZEROS                    00004901
              AND WRK-ADI-DATA-PAGTO   NUMERIC                          00004902
              AND WRK-ADI-DATA-PAGTO   NOT GREATER WRK-DATA-CORTE       00004903
              AND WRK-ADF-APLICADO(WRK-ADI-ID) EQUAL 'S'                00004904
               ADD 1                   TO WRK-ACUM-DESCONTADOS          00004905
               GO TO 3100-99-FIM                                        00004906
           END-IF.                                                      00004907
                                                                        00004908
           WRITE FD-ADISAI             FROM WRK-REG-ADIFER.             00004909
           ADD 1                       TO WRK-ACUM-PENDENTES.           00004910
                                                                        00004911
      *----------------------------------------------------------------*00004912
       3100-99-FIM.                    EXIT.                            00004913
      *----------------------------------------------------------------*00004914
                                                                        00004915
      *----------------------------------------------------------------*00004916
       3200-CONCILIAR-ADIANT-QUINZENA  SECTION.                         00004917
      *----------------------------------------------------------------*00004918
      *    PAGO X DESCONTADO POR FUNCIONARIO. O SALDO EM ABERTO        *00004919
      *    (FUNCIONARIO FORA DA FOLHA OU LIQUIDO INSUFICIENTE) SAI NA  *00004920
      *    SYSOUT E NO ADQSAI COMO CONTRACHEQUE EVENTO 150, PARA SER   *00004921
      *    CONCATENADO AO ADQENT DA PROXIMA FOLHA.                     *00004922
      *----------------------------------------------------------------*00004923
                                                                        00004924
           IF WRK-AQF-PAGO(WRK-IDX-AQZ) EQUAL ZEROS                     00004925
              OR WRK-AQF-DESCONTADO(WRK-IDX-AQZ)                        00004926
                                NOT LESS WRK-AQF-PAGO(WRK-IDX-AQZ)      00004927
               GO TO 3200-99-FIM                                        00004928
           END-IF.                                                      00004929
                                                                        00004930
           COMPUTE WRK-AQZ-ABERTO = WRK-AQF-PAGO(WRK-IDX-AQZ)           00004931
                                  - WRK-AQF-DESCONTADO(WRK-IDX-AQZ).    00004932
                                                                        00004933
           DISPLAY 'ADIANTAMENTO QUINZENAL EM ABERTO - ID ' WRK-IDX-AQZ 00004934
                   ' PAGO ' WRK-AQF-PAGO(WRK-IDX-AQZ)                   00004935
                   ' DESCONTADO ' WRK-AQF-DESCONTADO(WRK-IDX-AQZ)       00004936
                   ' ABERTO ' WRK-AQZ-ABERTO.                           00004937
                                                                        00004938
           MOVE SPACES                 TO WRK-REG-ADIANT-QZ.            00004939
           MOVE WRK-IDX-AQZ            TO WRK-AQZ-ID.                   00004940
           MOVE WRK-AQF-NOME(WRK-IDX-AQZ)  TO WRK-AQZ-NOME.             00004941
           MOVE WRK-AQF-SETOR(WRK-IDX-AQZ) TO WRK-AQZ-SETOR.            00004942
           MOVE WRK-AQZ-ABERTO         TO WRK-AQZ-BRUTO                 00004943
                                          WRK-AQZ-LIQUIDO.              00004944
           MOVE ZEROS                  TO WRK-AQZ-DESCONTO.             00004945
           MOVE '150'                  TO WRK-AQZ-EVENTO.               00004946
           WRITE FD-ADQSAI             FROM WRK-REG-ADIANT-QZ.          00004947
                                                                        00004948
           ADD 1                       TO WRK-QT-AQZ-ABERTOS.           00004949
           ADD WRK-AQZ-ABERTO          TO WRK-TOT-AQZ-ABERTO.           00004950
                                                                        00004951
      *----------------------------------------------------------------*00004952
       3200-99-FIM.                    EXIT.                            00004953
      *----------------------------------------------------------------*00004954
                                                                        00004955
      *----------------------------------------------------------------*00004956
       9000-GRAVAR-ERROS                         SECTION.               00004957
      *----------------------------------------------------------------*00004960
                                                                        00004970
            MOVE '4'                 TO WRK-LOG-TIPO                    00004980
