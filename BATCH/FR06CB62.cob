      *                                                                 00003100
      *----------------------------------------------------------------*00003200
      *     MANUTENCAO:                                                 00003300
      *     15/10/2026 JL - ESTORNO (TIPO 'E') E O MOVIMENTO            00003310
      *                     ESTORNADO SAEM VINCULADOS: CADA LINHA       00003320
      *                     GANHA O SEQUENCIAL DENTRO DA CONTA+DATA     00003330
      *                     (O MESMO DO VSAMMOV) E AS LINHAS DA CONTA   00003340
      *                     FICAM EM TABELA ATE O FIM DA CONTA NO       00003350
      *                     HISTMOV, PARA QUE O ORIGINAL RECEBA A MARCA 00003360
      *                     'ESTORNADO EM' MESMO QUANDO O ESTORNO CAI   00003370
      *                     EM MES POSTERIOR. O ESTORNO ENTRA NOS       00003380
      *                     TOTAIS PELO EFEITO CONTRARIO AO ORIGINAL.   00003390
      *                                                                 00003400
      *================================================================*00003500
                                                                        00003600
       77 WRK-FS-HISTMOV               PIC X(02) VALUE SPACES.          00009600
       77 WRK-FS-EXTMES                PIC X(02) VALUE SPACES.          00009700
       77 WRK-CHAVE-ANTERIOR           PIC X(08) VALUE SPACES.          00009800
       77 WRK-CHAVE-LIDA               PIC X(08) VALUE SPACES.          00009825
       77 WRK-DATA-LIDA                PIC 9(08) VALUE ZEROS.           00009850
       77 WRK-SEQ-DIA                  PIC 9(03) VALUE ZEROS.           00009875
       77 WRK-QT-MOV-CONTA             PIC 9(05) VALUE ZEROS.           00009900
       77 WRK-CTA-CREDITOS             PIC 9(09)V99 VALUE ZEROS.        00010000
       77 WRK-CTA-DEBITOS              PIC 9(09)V99 VALUE ZEROS.        00010100
       77 WRK-ACU-CREDITOS             PIC 9(09)V99 VALUE ZEROS.        00010500
       77 WRK-ACU-DEBITOS              PIC 9(09)V99 VALUE ZEROS.        00010600
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00010700
      *----------------------------------------------------------------*00010703
       01 FILLER                       PIC X(50)               VALUE    00010706
            '**** AREA DE LINHAS DA CONTA E ESTORNOS ****'.             00010709
      *----------------------------------------------------------------*00010712
       01 WRK-TAB-LINHAS.                                               00010715
          05 WRK-TAB-LIN-ITEM          OCCURS 500 TIMES.                00010718
             10 WRK-TLN-DATA           PIC 9(08).                       00010721
             10 WRK-TLN-SEQ            PIC 9(03).                       00010724
             10 WRK-TLN-LINHA          PIC X(80).                       00010727
       77 WRK-QT-LINHAS                PIC 9(03) VALUE ZEROS.           00010730
       77 WRK-IDX-LIN                  PIC 9(03) VALUE ZEROS.           00010733
       77 WRK-LIN-ACHADA               PIC 9(03) VALUE ZEROS.           00010736
       77 WRK-DATA-REF                 PIC X(08) VALUE SPACES.          00010739
       77 WRK-ACU-ESTORNOS             PIC 9(07) VALUE ZEROS.           00010742
       01 WRK-VINCULO-ORIGINAL.                                         00010745
          05 FILLER                    PIC X(13) VALUE                  00010748
             'ESTORNADO EM '.                                           00010751
          05 WRK-VOR-DATA              PIC X(08).                       00010754
          05 FILLER                    PIC X(02) VALUE SPACES.          00010757
       01 WRK-VINCULO-ESTORNO.                                          00010760
          05 FILLER                    PIC X(08) VALUE 'ESTORNA '.      00010763
          05 WRK-VES-DATA              PIC X(08).                       00010766
          05 FILLER                    PIC X(01) VALUE '-'.             00010769
          05 WRK-VES-SEQ               PIC X(03).                       00010772
          05 FILLER                    PIC X(03) VALUE SPACES.          00010775
                                                                        00010800
      *----------------------------------------------------------------*00010900
       01 FILLER                       PIC X(50)               VALUE    00011000
          05 WRK-CAB-MES               PIC X(06).                       00012400
          05 FILLER                    PIC X(30) VALUE SPACES.          00012500
                                                                        00012600
       01 WRK-LINHA-MOV.                                                00012671
          05 WRK-MOV-DATA              PIC X(08).                       00012742
          05 FILLER                    PIC X(01) VALUE '-'.             00012813
          05 WRK-MOV-SEQ               PIC 9(03).                       00012884
          05 FILLER                    PIC X(01) VALUE SPACES.          00012955
          05 WRK-MOV-DESCRICAO         PIC X(30).                       00013026
          05 FILLER                    PIC X(01) VALUE SPACES.          00013097
          05 WRK-MOV-VALOR             PIC Z(05)9,99.                   00013168
          05 FILLER                    PIC X(01) VALUE SPACES.          00013239
          05 WRK-MOV-TIPO              PIC X(01).                       00013310
          05 FILLER                    PIC X(01) VALUE SPACES.          00013381
          05 WRK-MOV-VINCULO           PIC X(23).                       00013452
          05 FILLER                    PIC X(01) VALUE SPACES.          00013523
                                                                        00013600
       01 WRK-LINHA-TOT-CONTA.                                          00013700
          05 FILLER                    PIC X(10) VALUE 'CREDITOS: '.    00013800
       2000-PROCESSAR                     SECTION.                      00021000
      *----------------------------------------------------------------*00021100
                                                                        00021200
            ADD 1 TO WRK-ACU-LIDOS.                                     00021250
            MOVE FD-HISTMOV TO WRK-REG-HISTM.                           00021300
      *     A CONTA SO FECHA QUANDO O HISTMOV MUDA DE CHAVE: ESTORNO    00021350
      *     DE MES POSTERIOR AINDA MARCA O ORIGINAL NA TABELA.          00021400
            IF WRK-HIS-CHAVE NOT EQUAL WRK-CHAVE-LIDA                   00021450
                IF WRK-CHAVE-ANTERIOR NOT EQUAL SPACES                  00021500
                    PERFORM 2600-FECHAR-CONTA                           00021550
                END-IF                                                  00021600
                MOVE WRK-HIS-CHAVE TO WRK-CHAVE-LIDA                    00021650
                MOVE ZEROS         TO WRK-DATA-LIDA                     00021700
            END-IF.                                                     00021750
            IF WRK-HIS-DATA EQUAL WRK-DATA-LIDA                         00021800
                ADD 1 TO WRK-SEQ-DIA                                    00021850
            ELSE                                                        00021900
                MOVE WRK-HIS-DATA  TO WRK-DATA-LIDA                     00021950
                MOVE 1             TO WRK-SEQ-DIA                       00022000
            END-IF.                                                     00022050
            IF WRK-HIS-TIPO EQUAL 'E'                                   00022100
               AND WRK-CHAVE-ANTERIOR NOT EQUAL SPACES                  00022150
                PERFORM 2700-VINCULAR-ESTORNO                           00022200
            END-IF.                                                     00022250
            IF WRK-HIS-DATA(1:6) EQUAL WRK-CARTAO-MES                   00022300
                IF WRK-CHAVE-ANTERIOR EQUAL SPACES                      00022350
                    PERFORM 2400-ABRIR-CONTA                            00022400
                END-IF                                                  00022450
                PERFORM 2500-LANCAR-MOVIMENTO                           00022500
            END-IF.                                                     00022550
            READ HISTMOV.                                               00022600
            IF WRK-FS-HISTMOV NOT EQUAL ZEROS                           00022700
                MOVE '10' TO WRK-FS-HISTMOV                             00022800
                                                                        00023700
            MOVE WRK-HIS-CHAVE     TO WRK-CHAVE-ANTERIOR.               00023800
            MOVE ZEROS             TO WRK-QT-MOV-CONTA                  00023900
                                      WRK-QT-LINHAS                     00023950
                                      WRK-CTA-CREDITOS                  00024000
                                      WRK-CTA-DEBITOS                   00024100
                                      WRK-CTA-LIQUIDO.                  00024200
               ADD WRK-HIS-VALOR TO WRK-CTA-DEBITOS                     00026800
               SUBTRACT WRK-HIS-VALOR FROM WRK-CTA-LIQUIDO              00026900
               ADD WRK-HIS-VALOR TO WRK-ACU-DEBITOS                     00027000
             WHEN 'E'                                                   00027008
               ADD 1 TO WRK-ACU-ESTORNOS                                00027016
               IF WRK-HIE-TIPO-ORIG EQUAL 'C'                           00027024
                   ADD WRK-HIS-VALOR TO WRK-CTA-DEBITOS                 00027032
                   SUBTRACT WRK-HIS-VALOR FROM WRK-CTA-LIQUIDO          00027040
                   ADD WRK-HIS-VALOR TO WRK-ACU-DEBITOS                 00027048
               ELSE                                                     00027056
                   ADD WRK-HIS-VALOR TO WRK-CTA-CREDITOS                00027064
                   ADD WRK-HIS-VALOR TO WRK-CTA-LIQUIDO                 00027072
                   ADD WRK-HIS-VALOR TO WRK-ACU-CREDITOS                00027080
               END-IF                                                   00027088
             WHEN OTHER                                                 00027100
               CONTINUE                                                 00027200
            END-EVALUATE.                                               00027300
            MOVE WRK-HIS-DATA(3:2)  TO WRK-MOV-DATA(7:2).               00027900
            MOVE WRK-HIS-DESCRICAO  TO WRK-MOV-DESCRICAO.               00028000
            MOVE WRK-HIS-VALOR      TO WRK-MOV-VALOR.                   00028100
            MOVE WRK-HIS-TIPO       TO WRK-MOV-TIPO.                    00028111
            MOVE WRK-SEQ-DIA        TO WRK-MOV-SEQ.                     00028122
            MOVE SPACES             TO WRK-MOV-VINCULO.                 00028133
            IF WRK-HIS-TIPO EQUAL 'E'                                   00028144
                MOVE WRK-HIE-DATA-ORIG(1:2) TO WRK-VES-DATA(1:2)        00028155
                MOVE '/'                    TO WRK-VES-DATA(3:1)        00028166
                MOVE WRK-HIE-DATA-ORIG(3:2) TO WRK-VES-DATA(4:2)        00028177
                MOVE '/'                    TO WRK-VES-DATA(6:1)        00028188
                MOVE WRK-HIE-DATA-ORIG(7:2) TO WRK-VES-DATA(7:2)        00028199
                MOVE WRK-HIE-SEQ-ORIG       TO WRK-VES-SEQ              00028210
                MOVE WRK-VINCULO-ESTORNO    TO WRK-MOV-VINCULO          00028221
            END-IF.                                                     00028232
      *     TABELA CHEIA: DESCARREGA O QUE JA FOI MONTADO E SEGUE (O    00028243
      *     VINCULO COM AS LINHAS JA IMPRESSAS SE PERDE).               00028254
            IF WRK-QT-LINHAS NOT LESS 500                               00028265
                DISPLAY '*** AVISO: CONTA ' WRK-HIS-CHAVE               00028276
                        ' COM MAIS DE 500 LINHAS NO MES'                00028287
                PERFORM 2650-IMPRIMIR-LINHA                             00028298
                    VARYING WRK-IDX-LIN FROM 1 BY 1                     00028309
                    UNTIL WRK-IDX-LIN GREATER WRK-QT-LINHAS             00028320
                MOVE ZEROS TO WRK-QT-LINHAS                             00028331
            END-IF.                                                     00028342
            ADD 1 TO WRK-QT-LINHAS.                                     00028353
            MOVE WRK-HIS-DATA  TO WRK-TLN-DATA(WRK-QT-LINHAS).          00028364
            MOVE WRK-SEQ-DIA   TO WRK-TLN-SEQ(WRK-QT-LINHAS).           00028375
            MOVE WRK-LINHA-MOV TO WRK-TLN-LINHA(WRK-QT-LINHAS).         00028386
                                                                        00028400
      *----------------------------------------------------------------*00028500
       2500-99-FIM.            EXIT.                                    00028600
       2600-FECHAR-CONTA                  SECTION.                      00028900
      *----------------------------------------------------------------*00029000
                                                                        00029100
            PERFORM 2650-IMPRIMIR-LINHA                                 00029120
                VARYING WRK-IDX-LIN FROM 1 BY 1                         00029140
                UNTIL WRK-IDX-LIN GREATER WRK-QT-LINHAS.                00029160
            MOVE ZEROS  TO WRK-QT-LINHAS.                               00029180
            MOVE WRK-CTA-CREDITOS TO WRK-TCT-CREDITOS.                  00029200
            MOVE WRK-CTA-DEBITOS  TO WRK-TCT-DEBITOS.                   00029300
            MOVE WRK-CTA-LIQUIDO  TO WRK-TCT-LIQUIDO.                   00029400
            WRITE FD-EXTMES FROM WRK-LINHA-TOT-CONTA.                   00029500
            MOVE SPACES TO WRK-CHAVE-ANTERIOR.                          00029550
                                                                        00029600
      *----------------------------------------------------------------*00029700
       2600-99-FIM.            EXIT.                                    00029800
      *----------------------------------------------------------------*00029900
      *----------------------------------------------------------------*00029902
       2650-IMPRIMIR-LINHA                SECTION.                      00029904
      *----------------------------------------------------------------*00029906
            WRITE FD-EXTMES FROM WRK-TLN-LINHA(WRK-IDX-LIN).            00029908
      *----------------------------------------------------------------*00029910
       2650-99-FIM.            EXIT.                                    00029912
      *----------------------------------------------------------------*00029914
      *----------------------------------------------------------------*00029916
       2700-VINCULAR-ESTORNO              SECTION.                      00029918
      *----------------------------------------------------------------*00029920
      *    PROCURA NA TABELA DA CONTA A LINHA DO MOVIMENTO ESTORNADO    00029922
      *    (DATA DDMMAAAA DA REFERENCIA CONVERTIDA PARA AAAAMMDD + SEQ) 00029924
      *    E GRAVA NELA A DATA DO ESTORNO.                              00029926
      *----------------------------------------------------------------*00029928
            MOVE WRK-HIE-DATA-ORIG(5:4) TO WRK-DATA-REF(1:4).           00029930
            MOVE WRK-HIE-DATA-ORIG(3:2) TO WRK-DATA-REF(5:2).           00029932
            MOVE WRK-HIE-DATA-ORIG(1:2) TO WRK-DATA-REF(7:2).           00029934
            MOVE ZEROS TO WRK-LIN-ACHADA.                               00029936
            PERFORM 2710-COMPARAR-LINHA                                 00029938
                VARYING WRK-IDX-LIN FROM 1 BY 1                         00029940
                UNTIL WRK-IDX-LIN GREATER WRK-QT-LINHAS                 00029942
                   OR WRK-LIN-ACHADA GREATER ZEROS.                     00029944
            IF WRK-LIN-ACHADA GREATER ZEROS                             00029946
                MOVE WRK-HIS-DATA(7:2)  TO WRK-VOR-DATA(1:2)            00029948
                MOVE '/'                TO WRK-VOR-DATA(3:1)            00029950
                MOVE WRK-HIS-DATA(5:2)  TO WRK-VOR-DATA(4:2)            00029952
                MOVE '/'                TO WRK-VOR-DATA(6:1)            00029954
                MOVE WRK-HIS-DATA(3:2)  TO WRK-VOR-DATA(7:2)            00029956
                MOVE WRK-TLN-LINHA(WRK-LIN-ACHADA) TO WRK-LINHA-MOV     00029958
                MOVE WRK-VINCULO-ORIGINAL TO WRK-MOV-VINCULO            00029960
                MOVE WRK-LINHA-MOV TO WRK-TLN-LINHA(WRK-LIN-ACHADA)     00029962
            END-IF.                                                     00029964
      *----------------------------------------------------------------*00029966
       2700-99-FIM.            EXIT.                                    00029968
      *----------------------------------------------------------------*00029970
      *----------------------------------------------------------------*00029972
       2710-COMPARAR-LINHA                SECTION.                      00029974
      *----------------------------------------------------------------*00029976
            IF WRK-TLN-DATA(WRK-IDX-LIN) EQUAL WRK-DATA-REF             00029978
               AND WRK-TLN-SEQ(WRK-IDX-LIN) EQUAL WRK-HIE-SEQ-ORIG      00029980
                MOVE WRK-IDX-LIN TO WRK-LIN-ACHADA                      00029982
            END-IF.                                                     00029984
      *----------------------------------------------------------------*00029986
       2710-99-FIM.            EXIT.                                    00029988
      *----------------------------------------------------------------*00029990
      *----------------------------------------------------------------*00030000
       3000-FINALIZAR                     SECTION.                      00030100
      *----------------------------------------------------------------*00030200
                                                                        00031700
            DISPLAY 'HISTORICO LIDO........: ' WRK-ACU-LIDOS.           00031800
            DISPLAY 'CONTAS NO MES.........: ' WRK-ACU-CONTAS.          00031900
            DISPLAY 'ESTORNOS NO MES.......: ' WRK-ACU-ESTORNOS.        00031950
                                                                        00032000
            STOP RUN.                                                   00032100
      *----------------------------------------------------------------*00032200
