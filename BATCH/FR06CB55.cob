      *     CLI2505           I   (CADASTRO ATUAL - LRECL 56)           00003500
      *     PEDENC            I   (PEDIDOS DE ENCERRAMENTO - LRECL 80)  00003600
      *     MOV2505           I   (MOVIMENTO DO DIA - LRECL 65)         00003700
      *     TITULAR           I   (TITULARES DAS CONTAS - LRECL 80)     00003750
      *     CLIENC            O   (NOVO CADASTRO - LRECL 56)            00003800
      *     ENCARQ            O   (CONTAS ENCERRADAS - LRECL 80,EXTEND) 00003900
      *     EXCENC            O   (PEDIDOS REJEITADOS - LRECL 80)       00004000
      *                                                                 00004100
      *----------------------------------------------------------------*00004200
      *     MANUTENCAO:                                                 00004300
      *     15/10/2026 JL - O ARQUIVO MORTO (ENCARQ) PASSA A LISTAR OS  00004311
      *     TITULARES DA CONTA ENCERRADA: O REGISTRO DA CONTA LEVA O    00004322
      *     TIPO 'C' NA POSICAO 67 E A QTDE DE TITULARES ATIVOS NO      00004333
      *     CADASTRO DE TITULARES (TITULAR, LAYOUT B#TITUL) NA 68-69,   00004344
      *     SEGUIDO DE UM REGISTRO TIPO 'T' POR TITULAR (CHAVE, SEQ,    00004355
      *     PAPEL, DOCUMENTO E NOME NAS POSICOES 1-56). REGISTROS       00004366
      *     ANTERIORES TEM A POSICAO 67 EM BRANCO. SEM O ARQUIVO        00004377
      *     TITULAR, O ENCERRAMENTO SEGUE COM AVISO E QTDE ZERO.        00004388
      *                                                                 00004400
      *================================================================*00004500
                                                                        00004600
                FILE STATUS            IS WRK-FS-ENCARQ.                00007200
             SELECT EXCENC             ASSIGN TO EXCENC                 00007300
                FILE STATUS            IS WRK-FS-EXCENC.                00007400
             SELECT TITULAR            ASSIGN TO TITULAR                00007433
                FILE STATUS            IS WRK-FS-TITULAR.               00007466
                                                                        00007500
      *================================================================*00007600
       DATA                                      DIVISION.              00007700
           RECORDING MODE IS F                                          00011400
           BLOCK CONTAINS 0 RECORDS.                                    00011500
       01 FD-EXCENC                    PIC X(80).                       00011600
                                                                        00011616
       FD TITULAR                                                       00011632
           RECORDING MODE IS F                                          00011648
           BLOCK CONTAINS 0 RECORDS.                                    00011664
       01 FD-TITULAR                   PIC X(80).                       00011680
                                                                        00011700
      *----------------------------------------------------------------*00011800
       WORKING-STORAGE                           SECTION.               00011900
       77 WRK-FS-CLIENC                PIC X(02) VALUE SPACES.          00013700
       77 WRK-FS-ENCARQ                PIC X(02) VALUE SPACES.          00013800
       77 WRK-FS-EXCENC                PIC X(02) VALUE SPACES.          00013900
       77 WRK-FS-TITULAR               PIC X(02) VALUE SPACES.          00013950
                                                                        00014000
      *----------------------------------------------------------------*00014100
       01 FILLER                       PIC X(50)               VALUE    00014200
       77 WRK-QT-CHAVES-MOV            PIC 9(04) VALUE ZEROS.           00015000
       77 WRK-IDX-MOV                  PIC 9(04) VALUE ZEROS.           00015100
       77 WRK-TEM-MOVIMENTO            PIC X(01) VALUE 'N'.             00015200
                                                                        00015206
      *----------------------------------------------------------------*00015212
       01 FILLER                       PIC X(50)               VALUE    00015218
            '**** TITULARES ATIVOS (B#TITUL) ****'.                     00015224
      *----------------------------------------------------------------*00015230
                                                                        00015236
        COPY 'B#TITUL'.                                                 00015242
                                                                        00015248
       01 WRK-TAB-TITULARES.                                            00015254
          05 WRK-TBT-TITULAR           PIC X(56) OCCURS 5000 TIMES.     00015260
                                                                        00015266
       77 WRK-QT-TITULARES             PIC 9(04) VALUE ZEROS.           00015272
       77 WRK-IDX-TBT                  PIC 9(04) VALUE ZEROS.           00015278
       77 WRK-IDX-TBT-INICIO           PIC 9(04) VALUE ZEROS.           00015284
       77 WRK-QT-TIT-CONTA             PIC 9(02) VALUE ZEROS.           00015290
                                                                        00015300
      *----------------------------------------------------------------*00015400
       01 FILLER                       PIC X(50)               VALUE    00015500
       77 WRK-ACU-ANTERIOR             PIC 9(07) VALUE ZEROS.           00015900
       77 WRK-ACU-PEDIDOS              PIC 9(07) VALUE ZEROS.           00016000
       77 WRK-ACU-ENCERRADAS           PIC 9(07) VALUE ZEROS.           00016100
       77 WRK-ACU-TITULARES-ARQ        PIC 9(07) VALUE ZEROS.           00016150
       77 WRK-ACU-REJEITADOS           PIC 9(07) VALUE ZEROS.           00016200
       77 WRK-ACU-GRAVADOS             PIC 9(07) VALUE ZEROS.           00016300
       77 WRK-HASH-SAIDA               PIC 9(15) VALUE ZEROS.           00016400
          05 WRK-ENC-REGISTRO          PIC X(56).                       00017700
          05 FILLER                    PIC X(01) VALUE SPACES.          00017800
          05 WRK-ENC-DATA              PIC 9(08).                       00017900
          05 FILLER                    PIC X(01) VALUE SPACES.          00017915
          05 WRK-ENC-TIPO-REG          PIC X(01) VALUE SPACES.          00017930
          05 WRK-ENC-QT-TITULARES      PIC 9(02) VALUE ZEROS.           00017945
          05 FILLER                    PIC X(11) VALUE SPACES.          00017960
                                                                        00017975
       01 WRK-REG-ENCARQ-TIT REDEFINES WRK-REG-ENCARQ.                  00017990
          05 WRK-ENT-TITULAR           PIC X(56).                       00018005
          05 FILLER                    PIC X(01).                       00018020
          05 WRK-ENT-DATA              PIC 9(08).                       00018035
          05 FILLER                    PIC X(01).                       00018050
          05 WRK-ENT-TIPO-REG          PIC X(01).                       00018065
          05 FILLER                    PIC X(13).                       00018080
                                                                        00018100
       01 WRK-REG-EXCENC.                                               00018200
          05 WRK-EXC-REGISTRO          PIC X(56).                       00018300
            END-IF.                                                     00023500
                                                                        00023600
            PERFORM 1500-CARREGAR-CHAVES-MOV.                           00023700
                                                                        00023733
            PERFORM 1600-CARREGAR-TITULARES.                            00023766
                                                                        00023800
            PERFORM 1700-COPIAR-CABECALHO.                              00023900
                                                                        00024000
                                                                        00032200
      *----------------------------------------------------------------*00032300
       1510-99-FIM.            EXIT.                                    00032400
      *----------------------------------------------------------------*00032401
      *----------------------------------------------------------------*00032402
       1600-CARREGAR-TITULARES            SECTION.                      00032403
      *----------------------------------------------------------------*00032404
      *    CARREGA OS TITULARES ATIVOS, NA ORDEM DE CHAVE + SEQUENCIAL  00032405
      *    DO CADASTRO. ARQUIVO AUSENTE NAO E ERRO: AS CONTAS SAO       00032406
      *    ENCERRADAS SEM A LISTA DE TITULARES.                         00032407
      *----------------------------------------------------------------*00032408
                                                                        00032409
            OPEN INPUT TITULAR.                                         00032410
            IF WRK-FS-TITULAR EQUAL '35'                                00032411
                DISPLAY 'TITULAR AUSENTE - ENCARQ SEM TITULARES'        00032412
                GO TO 1600-99-FIM                                       00032413
            END-IF.                                                     00032414
            IF WRK-FS-TITULAR NOT EQUAL ZEROS                           00032415
                MOVE ' ERRO ABERTURA TITULAR ' TO WRK-MSG               00032416
                PERFORM 9000-TRATAR-ERROS                               00032417
            END-IF.                                                     00032418
                                                                        00032419
            PERFORM 1610-LER-TITULAR                                    00032420
                UNTIL WRK-FS-TITULAR EQUAL '10'.                        00032421
            CLOSE TITULAR.                                              00032422
                                                                        00032423
            DISPLAY 'TITULARES ATIVOS CARREGADOS: ' WRK-QT-TITULARES.   00032424
                                                                        00032425
      *----------------------------------------------------------------*00032426
       1600-99-FIM.            EXIT.                                    00032427
      *----------------------------------------------------------------*00032428
      *----------------------------------------------------------------*00032429
       1610-LER-TITULAR                   SECTION.                      00032430
      *----------------------------------------------------------------*00032431
                                                                        00032432
            READ TITULAR INTO WRK-REG-TITULAR.                          00032433
                                                                        00032434
            IF WRK-FS-TITULAR NOT EQUAL ZEROS                           00032435
                MOVE '10' TO WRK-FS-TITULAR                             00032436
                GO TO 1610-99-FIM                                       00032437
            END-IF.                                                     00032438
                                                                        00032439
            IF WRK-TIT-SITUACAO NOT EQUAL 'A'                           00032440
                GO TO 1610-99-FIM                                       00032441
            END-IF.                                                     00032442
                                                                        00032443
            IF WRK-QT-TITULARES LESS 5000                               00032444
                ADD 1 TO WRK-QT-TITULARES                               00032445
                MOVE WRK-REG-TITULAR(1:56)                              00032446
                     TO WRK-TBT-TITULAR(WRK-QT-TITULARES)               00032447
            ELSE                                                        00032448
                MOVE ' TABELA DE TITULARES CHEIA ' TO WRK-MSG           00032449
                PERFORM 9000-TRATAR-ERROS                               00032450
            END-IF.                                                     00032451
                                                                        00032452
      *----------------------------------------------------------------*00032453
       1610-99-FIM.            EXIT.                                    00032454
      *----------------------------------------------------------------*00032500
      *----------------------------------------------------------------*00032600
       1700-COPIAR-CABECALHO              SECTION.                      00032700
                GO TO 2300-99-FIM                                       00043400
            END-IF.                                                     00043500
                                                                        00043600
            PERFORM 2600-PROCURAR-TITULARES.                            00043633
                                                                        00043666
            MOVE SPACES          TO WRK-REG-ENCARQ.                     00043700
            MOVE FD-CLI2505      TO WRK-ENC-REGISTRO.                   00043800
            MOVE WRK-DATA-ENCERRA TO WRK-ENC-DATA.                      00043900
            MOVE 'C'             TO WRK-ENC-TIPO-REG.                   00043933
            MOVE WRK-QT-TIT-CONTA TO WRK-ENC-QT-TITULARES.              00043966
            WRITE FD-ENCARQ FROM WRK-REG-ENCARQ.                        00044000
            ADD 1 TO WRK-ACU-ENCERRADAS.                                00044100
                                                                        00044111
            IF WRK-QT-TIT-CONTA GREATER ZEROS                           00044122
                PERFORM 2650-GRAVAR-TITULAR                             00044133
                    VARYING WRK-IDX-TBT FROM WRK-IDX-TBT-INICIO BY 1    00044144
                    UNTIL WRK-IDX-TBT GREATER WRK-QT-TITULARES          00044155
                       OR WRK-TBT-TITULAR(WRK-IDX-TBT)(1:8)             00044166
                          NOT EQUAL FD-CLI2505-CHAVE                    00044177
            END-IF.                                                     00044188
                                                                        00044200
      *----------------------------------------------------------------*00044300
       2300-99-FIM.            EXIT.                                    00044400
                                                                        00046600
      *----------------------------------------------------------------*00046700
       2410-99-FIM.            EXIT.                                    00046800
      *----------------------------------------------------------------*00046802
      *----------------------------------------------------------------*00046804
       2600-PROCURAR-TITULARES            SECTION.                      00046806
      *----------------------------------------------------------------*00046808
      *    LOCALIZA O PRIMEIRO TITULAR ATIVO DA CONTA NA TABELA E       00046810
      *    CONTA QUANTOS SAO (A TABELA ESTA NA ORDEM DE CHAVE).         00046812
      *----------------------------------------------------------------*00046814
                                                                        00046816
            MOVE ZEROS TO WRK-QT-TIT-CONTA                              00046818
                          WRK-IDX-TBT-INICIO.                           00046820
            PERFORM 2610-COMPARAR-TITULAR                               00046822
                VARYING WRK-IDX-TBT FROM 1 BY 1                         00046824
                UNTIL WRK-IDX-TBT GREATER WRK-QT-TITULARES.             00046826
                                                                        00046828
      *----------------------------------------------------------------*00046830
       2600-99-FIM.            EXIT.                                    00046832
      *----------------------------------------------------------------*00046834
      *----------------------------------------------------------------*00046836
       2610-COMPARAR-TITULAR              SECTION.                      00046838
      *----------------------------------------------------------------*00046840
                                                                        00046842
            IF WRK-TBT-TITULAR(WRK-IDX-TBT)(1:8) EQUAL FD-CLI2505-CHAVE 00046844
                IF WRK-QT-TIT-CONTA EQUAL ZEROS                         00046846
                    MOVE WRK-IDX-TBT TO WRK-IDX-TBT-INICIO              00046848
                END-IF                                                  00046850
                ADD 1 TO WRK-QT-TIT-CONTA                               00046852
            END-IF.                                                     00046854
                                                                        00046856
      *----------------------------------------------------------------*00046858
       2610-99-FIM.            EXIT.                                    00046860
      *----------------------------------------------------------------*00046862
      *----------------------------------------------------------------*00046864
       2650-GRAVAR-TITULAR                SECTION.                      00046866
      *----------------------------------------------------------------*00046868
                                                                        00046870
            MOVE SPACES                       TO WRK-REG-ENCARQ-TIT.    00046872
            MOVE WRK-TBT-TITULAR(WRK-IDX-TBT) TO WRK-ENT-TITULAR.       00046874
            MOVE WRK-DATA-ENCERRA             TO WRK-ENT-DATA.          00046876
            MOVE 'T'                          TO WRK-ENT-TIPO-REG.      00046878
            WRITE FD-ENCARQ FROM WRK-REG-ENCARQ-TIT.                    00046880
            ADD 1 TO WRK-ACU-TITULARES-ARQ.                             00046882
                                                                        00046884
      *----------------------------------------------------------------*00046886
       2650-99-FIM.            EXIT.                                    00046888
      *----------------------------------------------------------------*00046900
      *----------------------------------------------------------------*00047000
       2500-GRAVAR-ATUAL                  SECTION.                      00047100
            DISPLAY '  CADASTRO ANTERIOR....: ' WRK-ACU-ANTERIOR.       00050000
            DISPLAY '  PEDIDOS LIDOS........: ' WRK-ACU-PEDIDOS.        00050100
            DISPLAY '  CONTAS ENCERRADAS....: ' WRK-ACU-ENCERRADAS.     00050200
            DISPLAY '  TITULARES ARQUIVADOS.: ' WRK-ACU-TITULARES-ARQ.  00050250
            DISPLAY '  PEDIDOS REJEITADOS...: ' WRK-ACU-REJEITADOS.     00050300
            DISPLAY '  NOVO CADASTRO........: ' WRK-ACU-GRAVADOS.       00050400
            DISPLAY '------------------------------------------------'. 00050500
