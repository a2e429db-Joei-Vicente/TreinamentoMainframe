      *               E A DATA DO SISTEMA. GRAVA O MESTRE NOVO          00002300
      *               (PEDSAI). O RECEBIMENTO E BAIXADO PELO FR06CB72   00002400
      *               E O AGING DOS ABERTOS SAI NO FR06CB73.            00002500
      *               A LINHA 'FORNECEDOR: ' TRAZ O CODIGO (COLUNAS     00002512
      *               13-17) E O NOME (19-33); O CODIGO E CONFERIDO NO  00002524
      *               MESTRE DE FORNECEDORES (FORNMST): FORNECEDOR      00002536
      *               INATIVO OU NAO CADASTRADO NAO RECEBE PEDIDO (AS   00002548
      *               SUGESTOES DO GRUPO SAO DESPREZADAS COM RC 4) E O  00002560
      *               PEDIDO LEVA A RAZAO SOCIAL ABREVIADA DO MESTRE.   00002572
      *               SEM O FORNMST, O PEDIDO SAI SEM CONFERENCIA.      00002584
      *               O CUSTO DA SUGESTAO (COLUNAS 40-52, TOTAL DA      00002588
      *               LINHA) DIVIDIDO PELA QUANTIDADE VAI PARA O        00002592
      *               CUSTO UNITARIO DA LINHA DO PEDIDO.                00002596
      *                                                                 00002600
      *----------------------------------------------------------------*00002700
      *     INPUT:                                                      00002800
      *     DDNAME           I/O                                        00002900
      *     PEDENT            I   (MESTRE ATUAL - LRECL 80)             00003000
      *     SUGCOMP           I   (SUGESTOES - LRECL 80)                00003100
      *     FORNMST           I   (MESTRE DE FORNECEDORES - OPCIONAL)   00003150
      *     PEDSAI            O   (MESTRE NOVO - LRECL 80)              00003200
      *                                                                 00003300
      *----------------------------------------------------------------*00003400
      *     MANUTENCAO:                                                 00003500
      *     15/10/2026 JL - PEDIDO PASSA A LEVAR O CODIGO DE            00003525
      *                     FORNECEDOR, CONFERIDO NO FORNMST.           00003550
      *                     FORNECEDOR INATIVO NAO RECEBE PEDIDO.       00003575
      *     15/10/2026 JL - LINHA DO PEDIDO LEVA O CUSTO UNITARIO       00003581
      *                     (CUSTO DA SUGESTAO / QUANTIDADE), BASE DO   00003587
      *                     CUSTO MEDIO PONDERADO NO FR06CB72.          00003593
      *     15/10/2026 JL - LINHA NOVA NASCE COM A QUANTIDADE FATURADA  00003595
      *                     ZERADA (CONFERENCIA DE NOTAS DO FR06C138).  00003597
      *     15/10/2026 JL - LINHA NOVA NASCE COM A DATA DE ENTREGA      00003598
      *                     ZERADA (PREENCHIDA PELO FR06CB72).          00003599
      *                                                                 00003600
      *================================================================*00003700
                                                                        00003800
                FILE STATUS            IS WRK-FS-SUGCOMP.               00005800
             SELECT PEDSAI             ASSIGN TO PEDSAI                 00005900
                FILE STATUS            IS WRK-FS-PEDSAI.                00006000
             SELECT FORNMST            ASSIGN TO FORNMST                00006033
                FILE STATUS            IS WRK-FS-FORNMST.               00006066
                                                                        00006100
      *================================================================*00006200
       DATA                                      DIVISION.              00006300
          05 FD-SUG-ATUAL              PIC X(05).                       00008300
          05 FILLER                    PIC X(01).                       00008400
          05 FD-SUG-SUGERIDA           PIC X(05).                       00008500
          05 FILLER                    PIC X(01).                       00008550
          05 FD-SUG-CUSTO              PIC Z(09)9,99.                   00008600
          05 FILLER                    PIC X(28).                       00008650
                                                                        00008700
       FD PEDSAI                                                        00008800
           RECORDING MODE IS F                                          00008900
           BLOCK CONTAINS 0 RECORDS.                                    00009000
       01 FD-PEDSAI                    PIC X(80).                       00009100
                                                                        00009200
       FD FORNMST                                                       00009216
           RECORDING MODE IS F                                          00009232
           BLOCK CONTAINS 0 RECORDS.                                    00009248
       01 FD-FORNMST                   PIC X(100).                      00009264
                                                                        00009280
      *----------------------------------------------------------------*00009300
       WORKING-STORAGE                           SECTION.               00009400
      *----------------------------------------------------------------*00009500
                                                                        00010300
      *----------------------------------------------------------------*00010400
       01 FILLER                       PIC X(50)               VALUE    00010500
            '**** AREA DO MESTRE DE FORNECEDORES (B#FORN) ****'.        00010504
      *----------------------------------------------------------------*00010508
                                                                        00010512
        COPY 'B#FORN'.                                                  00010516
                                                                        00010520
       01 WRK-TAB-FORNECEDORES.                                         00010524
          05 WRK-TAB-FORN-ITEM         OCCURS 2000 TIMES.               00010528
             10 WRK-TFO-CODIGO         PIC 9(05).                       00010532
             10 WRK-TFO-RAZAO          PIC X(15).                       00010536
             10 WRK-TFO-SITUACAO       PIC X(01).                       00010540
                                                                        00010544
       77 WRK-QT-FORNECEDORES          PIC 9(04) VALUE ZEROS.           00010548
       77 WRK-IDX-FORN                 PIC 9(04) VALUE ZEROS.           00010552
       77 WRK-FORNMST-CARREGADO        PIC X(01) VALUE 'N'.             00010556
       77 WRK-COD-FORN-CORRENTE        PIC 9(05) VALUE ZEROS.           00010560
       77 WRK-SIT-FORN-CORRENTE        PIC X(01) VALUE SPACES.          00010564
                                                                        00010580
      *----------------------------------------------------------------*00010584
       01 FILLER                       PIC X(50)               VALUE    00010588
            '**** AREA DE VARIAVEIS E CONTADORES ****'.                 00010600
      *----------------------------------------------------------------*00010700
                                                                        00010800
       77 WRK-FS-PEDENT                PIC X(02) VALUE SPACES.          00010900
       77 WRK-FS-SUGCOMP               PIC X(02) VALUE SPACES.          00011000
       77 WRK-FS-PEDSAI                PIC X(02) VALUE SPACES.          00011100
       77 WRK-FS-FORNMST               PIC X(02) VALUE SPACES.          00011150
       77 WRK-ULTIMO-NUMERO            PIC 9(06) VALUE ZEROS.           00011200
       77 WRK-FORN-CORRENTE            PIC X(15) VALUE SPACES.          00011300
       77 WRK-DATA-SISTEMA             PIC 9(08) VALUE ZEROS.           00011400
       77 WRK-ACU-ANTERIOR             PIC 9(05) VALUE ZEROS.           00011500
       77 WRK-ACU-GERADOS              PIC 9(05) VALUE ZEROS.           00011600
       77 WRK-ACU-IGNORADAS            PIC 9(05) VALUE ZEROS.           00011700
       77 WRK-ACU-BLOQUEADAS           PIC 9(05) VALUE ZEROS.           00011750
       77 WRK-CUSTO-SUGESTAO           PIC 9(10)V99 VALUE ZEROS.        00011775
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00011800
                                                                        00011900
      *----------------------------------------------------------------*00012000
            END-IF.                                                     00015900
                                                                        00016000
            PERFORM 1100-COPIAR-MESTRE.                                 00016100
            PERFORM 1200-CARREGAR-FORNECEDORES.                         00016150
                                                                        00016200
            READ SUGCOMP.                                               00016300
            IF WRK-FS-SUGCOMP NOT EQUAL ZEROS                           00016400
       1110-99-FIM.            EXIT.                                    00021200
      *----------------------------------------------------------------*00021300
      *----------------------------------------------------------------*00021400
       1200-CARREGAR-FORNECEDORES         SECTION.                      00021402
      *----------------------------------------------------------------*00021404
      *    ARQUIVO AUSENTE = PEDIDOS SEM CONFERENCIA DO FORNECEDOR.    *00021406
      *----------------------------------------------------------------*00021408
                                                                        00021410
            OPEN INPUT FORNMST.                                         00021412
            IF WRK-FS-FORNMST EQUAL '35'                                00021414
                DISPLAY 'FORNMST AUSENTE - FORNECEDOR NAO CONFERIDO'    00021416
                GO TO 1200-99-FIM                                       00021418
            END-IF.                                                     00021420
            IF WRK-FS-FORNMST NOT EQUAL ZEROS                           00021422
                MOVE ' ERRO ABERTURA FORNMST ' TO WRK-MSG               00021424
                PERFORM 9000-TRATAR-ERROS                               00021426
            END-IF.                                                     00021428
                                                                        00021430
            MOVE 'S' TO WRK-FORNMST-CARREGADO.                          00021432
            PERFORM 1210-LER-FORNECEDOR                                 00021434
                UNTIL WRK-FS-FORNMST EQUAL '10'.                        00021436
            CLOSE FORNMST.                                              00021438
                                                                        00021440
      *----------------------------------------------------------------*00021442
       1200-99-FIM.            EXIT.                                    00021444
      *----------------------------------------------------------------*00021446
      *----------------------------------------------------------------*00021448
       1210-LER-FORNECEDOR                SECTION.                      00021450
      *----------------------------------------------------------------*00021452
                                                                        00021454
            READ FORNMST INTO WRK-REG-FORNECEDOR.                       00021456
            IF WRK-FS-FORNMST NOT EQUAL ZEROS                           00021458
                MOVE '10' TO WRK-FS-FORNMST                             00021460
                GO TO 1210-99-FIM                                       00021462
            END-IF.                                                     00021464
                                                                        00021466
            IF WRK-QT-FORNECEDORES NOT LESS 2000                        00021468
                MOVE ' TABELA DE FORNECEDORES CHEIA ' TO WRK-MSG        00021470
                PERFORM 9000-TRATAR-ERROS                               00021472
            END-IF.                                                     00021474
            ADD 1 TO WRK-QT-FORNECEDORES.                               00021476
            MOVE WRK-FOR-CODIGO                                         00021478
                           TO WRK-TFO-CODIGO(WRK-QT-FORNECEDORES).      00021480
            MOVE WRK-FOR-RAZAO                                          00021482
                           TO WRK-TFO-RAZAO(WRK-QT-FORNECEDORES).       00021484
            MOVE WRK-FOR-SITUACAO                                       00021486
                           TO WRK-TFO-SITUACAO(WRK-QT-FORNECEDORES).    00021488
                                                                        00021490
      *----------------------------------------------------------------*00021492
       1210-99-FIM.            EXIT.                                    00021494
      *----------------------------------------------------------------*00021496
      *----------------------------------------------------------------*00021498
       2000-PROCESSAR                     SECTION.                      00021500
      *----------------------------------------------------------------*00021600
                                                                        00021700
            EVALUATE TRUE                                               00021800
             WHEN FD-SUGCOMP(1:12) EQUAL 'FORNECEDOR: '                 00021900
               PERFORM 2050-ABRIR-GRUPO-FORN                            00022000
             WHEN FD-SUG-COD NUMERIC                                    00022100
               PERFORM 2100-GERAR-PEDIDO                                00022200
             WHEN OTHER                                                 00022300
       2000-99-FIM.            EXIT.                                    00023300
      *----------------------------------------------------------------*00023400
      *----------------------------------------------------------------*00023500
       2050-ABRIR-GRUPO-FORN              SECTION.                      00023501
      *----------------------------------------------------------------*00023502
      *    SUGCOMP ANTIGO (SEM CODIGO) TRAZ O NOME NA COLUNA 13.       *00023503
      *----------------------------------------------------------------*00023504
                                                                        00023505
            MOVE SPACES TO WRK-SIT-FORN-CORRENTE.                       00023506
            IF FD-SUGCOMP(13:5) NUMERIC                                 00023507
                MOVE FD-SUGCOMP(13:5)  TO WRK-COD-FORN-CORRENTE         00023508
                MOVE FD-SUGCOMP(19:15) TO WRK-FORN-CORRENTE             00023509
            ELSE                                                        00023510
                MOVE ZEROS             TO WRK-COD-FORN-CORRENTE         00023511
                MOVE FD-SUGCOMP(13:15) TO WRK-FORN-CORRENTE             00023512
            END-IF.                                                     00023513
                                                                        00023514
            IF WRK-FORNMST-CARREGADO NOT EQUAL 'S'                      00023515
               OR WRK-COD-FORN-CORRENTE EQUAL ZEROS                     00023516
                GO TO 2050-99-FIM                                       00023517
            END-IF.                                                     00023518
                                                                        00023519
            MOVE 'N' TO WRK-SIT-FORN-CORRENTE.                          00023520
            PERFORM 2060-PROCURAR-FORNECEDOR                            00023521
                VARYING WRK-IDX-FORN FROM 1 BY 1                        00023522
                UNTIL WRK-IDX-FORN GREATER WRK-QT-FORNECEDORES          00023523
                   OR WRK-SIT-FORN-CORRENTE NOT EQUAL 'N'.              00023524
                                                                        00023525
            IF WRK-SIT-FORN-CORRENTE EQUAL 'I'                          00023526
                DISPLAY 'FORNECEDOR INATIVO - SEM PEDIDO: '             00023527
                        WRK-COD-FORN-CORRENTE ' ' WRK-FORN-CORRENTE     00023528
            END-IF.                                                     00023529
            IF WRK-SIT-FORN-CORRENTE EQUAL 'N'                          00023530
                DISPLAY 'FORNECEDOR NAO CADASTRADO - SEM PEDIDO: '      00023531
                        WRK-COD-FORN-CORRENTE ' ' WRK-FORN-CORRENTE     00023532
            END-IF.                                                     00023533
                                                                        00023534
      *----------------------------------------------------------------*00023535
       2050-99-FIM.            EXIT.                                    00023536
      *----------------------------------------------------------------*00023537
      *----------------------------------------------------------------*00023538
       2060-PROCURAR-FORNECEDOR           SECTION.                      00023539
      *----------------------------------------------------------------*00023540
                                                                        00023541
            IF WRK-TFO-CODIGO(WRK-IDX-FORN) EQUAL WRK-COD-FORN-CORRENTE 00023542
                MOVE WRK-TFO-SITUACAO(WRK-IDX-FORN)                     00023543
                                     TO WRK-SIT-FORN-CORRENTE           00023544
                MOVE WRK-TFO-RAZAO(WRK-IDX-FORN) TO WRK-FORN-CORRENTE   00023545
            END-IF.                                                     00023546
                                                                        00023547
      *----------------------------------------------------------------*00023548
       2060-99-FIM.            EXIT.                                    00023549
      *----------------------------------------------------------------*00023550
      *----------------------------------------------------------------*00023551
       2100-GERAR-PEDIDO                  SECTION.                      00023600
      *----------------------------------------------------------------*00023700
                                                                        00023800
                ADD 1 TO WRK-ACU-IGNORADAS                              00024000
                DISPLAY 'SUGESTAO SEM QUANTIDADE - IGNORADA: '          00024100
                        FD-SUG-COD                                      00024200
                GO TO 2100-99-FIM                                       00024216
            END-IF.                                                     00024232
                                                                        00024248
            IF WRK-SIT-FORN-CORRENTE NOT EQUAL 'A'                      00024264
               AND WRK-SIT-FORN-CORRENTE NOT EQUAL ' '                  00024272
                ADD 1 TO WRK-ACU-BLOQUEADAS                             00024280
                GO TO 2100-99-FIM                                       00024300
            END-IF.                                                     00024400
                                                                        00024500
            MOVE FD-SUG-COD         TO WRK-PED-COD.                     00024900
            MOVE WRK-FORN-CORRENTE  TO WRK-PED-FORN.                    00025000
            MOVE FD-SUG-SUGERIDA    TO WRK-PED-QT-PEDIDA.               00025100
            MOVE ZEROS              TO WRK-PED-QT-RECEBIDA              00025166
                                       WRK-PED-QT-FATURADA              00025210
                                       WRK-PED-DATA-ENTREGA.            00025254
            MOVE WRK-DATA-SISTEMA   TO WRK-PED-DATA-EMISSAO.            00025300
            MOVE 'A'                TO WRK-PED-SITUACAO.                00025400
            MOVE WRK-COD-FORN-CORRENTE TO WRK-PED-COD-FORN.             00025450
            MOVE ZEROS              TO WRK-PED-CUSTO-UNIT.              00025456
            IF FD-SUGCOMP(40:13) NOT EQUAL SPACES                       00025462
               AND WRK-PED-QT-PEDIDA GREATER ZEROS                      00025468
                MOVE FD-SUG-CUSTO   TO WRK-CUSTO-SUGESTAO               00025474
                COMPUTE WRK-PED-CUSTO-UNIT ROUNDED =                    00025480
                        WRK-CUSTO-SUGESTAO / WRK-PED-QT-PEDIDA          00025486
            END-IF.                                                     00025492
            WRITE FD-PEDSAI FROM WRK-REG-PEDIDO.                        00025500
            ADD 1 TO WRK-ACU-GERADOS.                                   00025600
                                                                        00025700
            DISPLAY '  PEDIDOS ANTERIORES...: ' WRK-ACU-ANTERIOR.       00026900
            DISPLAY '  PEDIDOS GERADOS......: ' WRK-ACU-GERADOS.        00027000
            DISPLAY '  LINHAS IGNORADAS.....: ' WRK-ACU-IGNORADAS.      00027100
            DISPLAY '  SUGESTOES BLOQUEADAS.: ' WRK-ACU-BLOQUEADAS.     00027150
            DISPLAY '  ULTIMO NUMERO USADO..: ' WRK-ULTIMO-NUMERO.      00027200
            DISPLAY '------------------------------------------------'. 00027300
                                                                        00027320
            IF WRK-ACU-BLOQUEADAS GREATER ZEROS                         00027340
                MOVE 4 TO RETURN-CODE                                   00027360
            END-IF.                                                     00027380
                                                                        00027400
            STOP RUN.                                                   00027500
      *----------------------------------------------------------------*00027600
             MOVE WRK-FS-PEDENT    TO WRK-ERR-STATUS(1:2).              00028800
             MOVE WRK-FS-SUGCOMP   TO WRK-ERR-STATUS(3:2).              00028900
             MOVE WRK-FS-PEDSAI    TO WRK-ERR-STATUS(5:2).              00029000
             MOVE WRK-FS-FORNMST   TO WRK-ERR-STATUS(7:2).              00029050
             MOVE 'F'              TO WRK-ERR-SEVERIDADE.               00029100
                                                                        00029200
             CALL 'TRTERRO'        USING WRK-TRTERRO.                   00029300
