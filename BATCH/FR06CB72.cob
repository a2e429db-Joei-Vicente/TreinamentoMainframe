      *               NO ARQPROD PELO CAMINHO NORMAL. ENTREGA SEM       00002300
      *               PEDIDO ABERTO CORRESPONDENTE VAI PARA O EXCREC.   00002400
      *               GRAVA O MESTRE ATUALIZADO (PEDSAI).               00002500
      *               CADA ENTREGA COM CUSTO UNITARIO NA LINHA DO       00002516
      *               PEDIDO RECALCULA O CUSTO MEDIO PONDERADO DO       00002532
      *               PRODUTO (WRK-REG-VALOR), GRAVADO NO CADASTRO      00002548
      *               ATUALIZADO (PRODSAI, QUE SEGUE PARA O FR06CB41)   00002564
      *               E NO HISTORICO DE CUSTO (HISTCUS, B#HISTCU).      00002580
      *                                                                 00002600
      *----------------------------------------------------------------*00002700
      *     INPUT:                                                      00002800
      *     PEDENT            I   (MESTRE DE PEDIDOS - LRECL 80)        00003000
      *     RECEB             I   (RECEBIMENTOS - LRECL 80:            *00003100
      *                           NUMERO 9(06) + CODIGO 9(05) +        *00003200
      *                           QUANTIDADE 9(05) + ARMAZEM 9(03) +   *00003300
      *                           LOTE X(10) + VALIDADE 9(08)          *00003312
      *                           AAAAMMDD)                            *00003324
      *     LOTENT            I   (CADASTRO DE LOTES - LRECL 40,        00003336
      *                            OPCIONAL)                            00003348
      *     CANCPED           I   (CANCELAMENTOS - LRECL 80: NUMERO     00003360
      *                            9(06) + CODIGO 9(05), ZEROS = TODAS  00003372
      *                            AS LINHAS DO PEDIDO; OPCIONAL)       00003384
      *     PEDSAI            O   (MESTRE ATUALIZADO - LRECL 80)        00003400
      *     MOVESTS           O   (ENTRADAS PARA O MOVEST - LRECL 25)   00003500
      *     EXCREC            O   (ENTREGAS SEM PEDIDO - LRECL 80)      00003600
      *     LOTSAI            O   (CADASTRO DE LOTES ATUALIZADO)        00003614
      *     ARQPROD           I   (CADASTRO DE PRODUTOS - LRECL 70)     00003628
      *     PRODSAI           O   (CADASTRO COM O CUSTO MEDIO -         00003642
      *                            LRECL 70)                            00003656
      *     HISTCUS           O   (HISTORICO DE CUSTO - LRECL 80,       00003670
      *                            EXTEND)                              00003684
      *                                                                 00003700
      *----------------------------------------------------------------*00003800
      *     MANUTENCAO:                                                 00003900
      *     15/10/2026 JL - RECEBIMENTO PASSA A INFORMAR O ARMAZEM QUE  00003903
      *                     RECEBEU A MERCADORIA (COL 17-19, EM BRANCO  00003906
      *                     = 001, O PRINCIPAL), LEVADO AO MOVESTS PARA 00003909
      *                     O ESTOQUE POR LOCAL DO FR06CB41. ARMAZEM    00003912
      *                     NAO NUMERICO VAI PARA O EXCREC.             00003915
      *     15/10/2026 JL - CONTROLE DE LOTE E VALIDADE: RECEBIMENTO    00003918
      *                     COM LOTE (COL 20-29) E VALIDADE (COL 30-37, 00003921
      *                     AAAAMMDD) CRIA OU SOMA NO LOTE DO PRODUTO   00003924
      *                     (LOTENT/LOTSAI, LAYOUT B#LOTE). VALIDADE    00003927
      *                     INVALIDA, JA VENCIDA OU DIFERENTE DA DO     00003930
      *                     LOTE EXISTENTE VAI PARA O EXCREC. LOTE EM   00003933
      *                     BRANCO = PRODUTO SEM CONTROLE DE LOTE.      00003936
      *     15/10/2026 JL - CUSTO MEDIO PONDERADO: A ENTREGA LEVA O     00003939
      *                     CUSTO UNITARIO DA LINHA DO PEDIDO           00003942
      *                     (WRK-PED-CUSTO-UNIT) E RECALCULA O          00003945
      *                     WRK-REG-VALOR DO PRODUTO SOBRE O ESTOQUE    00003948
      *                     DO ARQPROD MAIS AS ENTREGAS JA LIDAS NA     00003951
      *                     RODADA. CADASTRO REGRAVADO NO PRODSAI COM   00003954
      *                     NOVO HASH NO TRAILER; CADA ALTERACAO VAI    00003957
      *                     PARA O HISTCUS. LINHA SEM CUSTO (PEDIDO     00003960
      *                     ANTERIOR AO CAMPO) NAO MEXE NO CUSTO.       00003963
      *     15/10/2026 JL - CADA BAIXA GRAVA A DATA DA ENTREGA NA LINHA 00003966
      *                     DO PEDIDO (WRK-PED-DATA-ENTREGA), BASE DA   00003969
      *                     AVALIACAO DE PONTUALIDADE DOS FORNECEDORES  00003972
      *                     (FR06C140). NOVO ARQUIVO OPCIONAL CANCPED   00003975
      *                     CANCELA LINHAS AINDA NAO RECEBIDAS          00003978
      *                     (SITUACAO 'C', COM A DATA DO CANCELAMENTO)  00003981
      *                     ANTES DAS ENTREGAS DA RODADA; LINHA         00003984
      *                     CANCELADA NAO ACEITA MAIS ENTREGA.          00003987
      *                     CANCELAMENTO INVALIDO OU SEM LINHA ABERTA   00003990
      *                     VAI PARA O EXCREC.                          00003993
      *                                                                 00004000
      *================================================================*00004100
                                                                        00004200
                FILE STATUS            IS WRK-FS-MOVESTS.               00006600
             SELECT EXCREC             ASSIGN TO EXCREC                 00006700
                FILE STATUS            IS WRK-FS-EXCREC.                00006800
             SELECT LOTENT             ASSIGN TO LOTENT                 00006807
                FILE STATUS            IS WRK-FS-LOTENT.                00006814
             SELECT LOTSAI             ASSIGN TO LOTSAI                 00006821
                FILE STATUS            IS WRK-FS-LOTSAI.                00006828
             SELECT ARQPROD            ASSIGN TO ARQPROD                00006835
                FILE STATUS            IS WRK-FS-ARQPROD.               00006842
             SELECT PRODSAI            ASSIGN TO PRODSAI                00006849
                FILE STATUS            IS WRK-FS-PRODSAI.               00006856
             SELECT HISTCUS            ASSIGN TO HISTCUS                00006863
                FILE STATUS            IS WRK-FS-HISTCUS.               00006870
             SELECT CANCPED            ASSIGN TO CANCPED                00006877
                FILE STATUS            IS WRK-FS-CANCPED.               00006884
                                                                        00006900
      *================================================================*00007000
       DATA                                      DIVISION.              00007100
          05 FD-REC-NUMERO             PIC X(06).                       00008700
          05 FD-REC-COD                PIC X(05).                       00008800
          05 FD-REC-QTDE               PIC X(05).                       00008900
          05 FD-REC-ARMAZEM            PIC X(03).                       00009000
          05 FD-REC-LOTE               PIC X(10).                       00009025
          05 FD-REC-VALIDADE           PIC X(08).                       00009050
          05 FILLER                    PIC X(43).                       00009075
                                                                        00009100
       FD PEDSAI                                                        00009200
           RECORDING MODE IS F                                          00009300
           RECORDING MODE IS F                                          00010300
           BLOCK CONTAINS 0 RECORDS.                                    00010400
       01 FD-EXCREC                    PIC X(80).                       00010500
                                                                        00010502
       FD LOTENT                                                        00010504
           RECORDING MODE IS F                                          00010506
           BLOCK CONTAINS 0 RECORDS.                                    00010508
       01 FD-LOTENT                    PIC X(40).                       00010510
                                                                        00010512
       FD LOTSAI                                                        00010514
           RECORDING MODE IS F                                          00010516
           BLOCK CONTAINS 0 RECORDS.                                    00010518
       01 FD-LOTSAI                    PIC X(40).                       00010520
                                                                        00010522
       FD ARQPROD                                                       00010524
           RECORDING MODE IS F                                          00010526
           BLOCK CONTAINS 0 RECORDS.                                    00010528
       01 FD-ARQPROD                   PIC X(70).                       00010530
                                                                        00010532
       FD PRODSAI                                                       00010534
           RECORDING MODE IS F                                          00010536
           BLOCK CONTAINS 0 RECORDS.                                    00010538
       01 FD-PRODSAI                   PIC X(70).                       00010540
                                                                        00010542
       FD HISTCUS                                                       00010544
           RECORDING MODE IS F                                          00010546
           BLOCK CONTAINS 0 RECORDS.                                    00010548
       01 FD-HISTCUS                   PIC X(80).                       00010550
                                                                        00010552
       FD CANCPED                                                       00010554
           RECORDING MODE IS F                                          00010556
           BLOCK CONTAINS 0 RECORDS.                                    00010558
       01 FD-CANCPED.                                                   00010560
          05 FD-CAN-NUMERO             PIC X(06).                       00010562
          05 FD-CAN-COD                PIC X(05).                       00010564
          05 FILLER                    PIC X(69).                       00010566
                                                                        00010600
      *----------------------------------------------------------------*00010700
       WORKING-STORAGE                           SECTION.               00010800
                                                                        00012500
      *----------------------------------------------------------------*00012600
       01 FILLER                       PIC X(50)               VALUE    00012700
            '**** AREA DO CADASTRO DE LOTES (B#LOTE) ****'.             00012702
      *----------------------------------------------------------------*00012704
                                                                        00012706
        COPY 'B#LOTE'.                                                  00012708
                                                                        00012710
       01 WRK-TAB-LOTES.                                                00012712
          05 WRK-TAB-LOT-ITEM          OCCURS 2000 TIMES.               00012714
             10 WRK-TBO-REGISTRO       PIC X(40).                       00012716
                                                                        00012718
       01 WRK-CHAVE-LOTE.                                               00012720
          05 WRK-CHL-COD               PIC X(05).                       00012722
          05 WRK-CHL-NUMERO            PIC X(10).                       00012724
                                                                        00012726
       77 WRK-QT-LOTES                 PIC 9(04) VALUE ZEROS.           00012728
       77 WRK-IDX-LOTE                 PIC 9(04) VALUE ZEROS.           00012730
       77 WRK-IDX-AUX                  PIC 9(04) VALUE ZEROS.           00012732
       77 WRK-LOTE-ACHADO              PIC X(01) VALUE 'N'.             00012734
       77 WRK-LOTE-VALIDO              PIC X(01) VALUE 'N'.             00012736
       77 WRK-POSICAO-ACHADA           PIC X(01) VALUE 'N'.             00012738
       77 WRK-MOTIVO-LOTE              PIC X(20) VALUE SPACES.          00012740
       77 WRK-DATA-SISTEMA             PIC 9(08) VALUE ZEROS.           00012742
                                                                        00012744
      *----------------------------------------------------------------*00012746
       01 FILLER                       PIC X(50)               VALUE    00012748
            '**** AREA DO CADASTRO DE PRODUTOS (B#PROD) ****'.          00012750
      *----------------------------------------------------------------*00012752
                                                                        00012754
        COPY 'B#PROD'.                                                  00012756
                                                                        00012758
        COPY 'B#HDRTRL'.                                                00012760
                                                                        00012762
        COPY 'B#HISTCU'.                                                00012764
                                                                        00012766
       01 WRK-TAB-PRODUTOS.                                             00012768
          05 WRK-TAB-PRD-ITEM          OCCURS 5000 TIMES.               00012770
             10 WRK-TPR-COD            PIC 9(05).                       00012772
             10 WRK-TPR-ESTOQUE-CALC   PIC 9(07).                       00012774
             10 WRK-TPR-REGISTRO       PIC X(70).                       00012776
                                                                        00012778
       77 WRK-QT-PRODUTOS              PIC 9(04) VALUE ZEROS.           00012780
       77 WRK-IDX-PRD                  PIC 9(04) VALUE ZEROS.           00012782
       77 WRK-PRODUTO-ACHADO           PIC X(01) VALUE 'N'.             00012784
       77 WRK-CABECALHO-ARQPROD        PIC X(70) VALUE SPACES.          00012786
       77 WRK-CUSTO-NOVO               PIC 9(08)V99 VALUE ZEROS.        00012788
       77 WRK-HASH-SAIDA               PIC 9(13)V99 VALUE ZEROS.        00012790
       77 WRK-HASH-CENTS               PIC 9(15) VALUE ZEROS.           00012792
                                                                        00012794
      *----------------------------------------------------------------*00012796
       01 FILLER                       PIC X(50)               VALUE    00012798
            '**** AREA DO MOVIMENTO DE ESTOQUE GERADO ****'.            00012800
      *----------------------------------------------------------------*00012900
                                                                        00013000
             10 FILLER                 PIC X(03) VALUE 'PED'.           00013600
             10 WRK-MOV-DOC-NUMERO     PIC 9(06).                       00013700
             10 FILLER                 PIC X(01) VALUE SPACES.          00013800
          05 WRK-MOV-ARMAZEM           PIC X(03) VALUE SPACES.          00013900
          05 FILLER                    PIC X(01) VALUE SPACES.          00013950
                                                                        00014000
      *----------------------------------------------------------------*00014100
       01 FILLER                       PIC X(50)               VALUE    00014200
       77 WRK-FS-PEDSAI                PIC X(02) VALUE SPACES.          00014800
       77 WRK-FS-MOVESTS               PIC X(02) VALUE SPACES.          00014900
       77 WRK-FS-EXCREC                PIC X(02) VALUE SPACES.          00015000
       77 WRK-FS-LOTENT                PIC X(02) VALUE SPACES.          00015014
       77 WRK-FS-LOTSAI                PIC X(02) VALUE SPACES.          00015028
       77 WRK-FS-ARQPROD               PIC X(02) VALUE SPACES.          00015042
       77 WRK-FS-PRODSAI               PIC X(02) VALUE SPACES.          00015056
       77 WRK-FS-HISTCUS               PIC X(02) VALUE SPACES.          00015070
       77 WRK-FS-CANCPED               PIC X(02) VALUE SPACES.          00015084
       77 WRK-QTDE-RECEBIDA            PIC 9(05) VALUE ZEROS.           00015100
       77 WRK-ACU-PEDIDOS              PIC 9(05) VALUE ZEROS.           00015200
       77 WRK-ACU-ENTREGAS             PIC 9(05) VALUE ZEROS.           00015300
       77 WRK-ACU-BAIXADAS             PIC 9(05) VALUE ZEROS.           00015400
       77 WRK-ACU-SEM-PEDIDO           PIC 9(05) VALUE ZEROS.           00015500
       77 WRK-ACU-ARM-INVALIDO         PIC 9(05) VALUE ZEROS.           00015510
       77 WRK-ACU-LOTE-INVALIDO        PIC 9(05) VALUE ZEROS.           00015520
       77 WRK-ACU-LOTES-NOVOS          PIC 9(05) VALUE ZEROS.           00015530
       77 WRK-ACU-LOTES-SOMADOS        PIC 9(05) VALUE ZEROS.           00015540
       77 WRK-ACU-CUSTOS               PIC 9(05) VALUE ZEROS.           00015550
       77 WRK-ACU-SEM-CUSTO            PIC 9(05) VALUE ZEROS.           00015560
       77 WRK-ACU-CANCELADAS           PIC 9(05) VALUE ZEROS.           00015570
       77 WRK-ACU-CANC-RECUSADOS       PIC 9(05) VALUE ZEROS.           00015580
       77 WRK-CANC-ACHADO              PIC X(01) VALUE 'N'.             00015590
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00015600
                                                                        00015700
       01 WRK-REG-EXCREC.                                               00015800
          05 WRK-EXC-ENTREGA           PIC X(16).                       00015900
          05 FILLER                    PIC X(01) VALUE SPACES.          00016000
          05 WRK-EXC-MOTIVO            PIC X(20).                       00016100
          05 FILLER                    PIC X(01) VALUE SPACES.          00016200
          05 WRK-EXC-LOTE              PIC X(10).                       00016220
          05 FILLER                    PIC X(01) VALUE SPACES.          00016240
          05 WRK-EXC-VALIDADE          PIC X(08).                       00016260
          05 FILLER                    PIC X(23) VALUE SPACES.          00016280
                                                                        00016300
      *----------------------------------------------------------------*00016400
       01 FILLER                       PIC X(50)               VALUE    00016500
      *----------------------------------------------------------------*00016700
                                                                        00016800
        COPY '#TRTERRO'.                                                00016900
                                                                        00016912
      *----------------------------------------------------------------*00016924
       01 FILLER                       PIC X(50)               VALUE    00016936
            '**** AREA DO MODULO CALNDIA ****'.                         00016948
      *----------------------------------------------------------------*00016960
                                                                        00016972
        COPY '#CALNDIA'.                                                00016984
                                                                        00017000
      *================================================================*00017100
       PROCEDURE DIVISION.                                              00017200
       1000-INICIAR                       SECTION.                      00018900
      *----------------------------------------------------------------*00019000
                                                                        00019100
            ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.                 00019133
                                                                        00019166
            OPEN INPUT  PEDENT                                          00019200
                        RECEB                                           00019300
                 OUTPUT PEDSAI                                          00019400
                        MOVESTS                                         00019500
                        EXCREC                                          00019600
                        LOTSAI.                                         00019650
            IF WRK-FS-PEDENT NOT EQUAL ZEROS                            00019700
                MOVE ' ERRO ABERTURA PEDENT ' TO WRK-MSG                00019800
                PERFORM 9000-TRATAR-ERROS                               00019900
                MOVE ' ERRO ABERTURA EXCREC ' TO WRK-MSG                00021400
                PERFORM 9000-TRATAR-ERROS                               00021500
            END-IF.                                                     00021600
            IF WRK-FS-LOTSAI NOT EQUAL ZEROS                            00021620
                MOVE ' ERRO ABERTURA LOTSAI ' TO WRK-MSG                00021640
                PERFORM 9000-TRATAR-ERROS                               00021660
            END-IF.                                                     00021680
                                                                        00021700
            PERFORM 1100-CARREGAR-PEDIDOS                               00021800
                UNTIL WRK-FS-PEDENT EQUAL '10'.                         00021900
            CLOSE PEDENT.                                               00022000
                                                                        00022014
            PERFORM 1400-CANCELAR-PEDIDOS.                              00022028
                                                                        00022042
            PERFORM 1200-CARREGAR-LOTES.                                00022056
                                                                        00022070
            PERFORM 1300-CARREGAR-PRODUTOS.                             00022084
                                                                        00022100
            READ RECEB.                                                 00022200
            IF WRK-FS-RECEB NOT EQUAL ZEROS                             00022300
      *----------------------------------------------------------------*00024900
       1100-99-FIM.            EXIT.                                    00025000
      *----------------------------------------------------------------*00025100
      *----------------------------------------------------------------*00025101
       1400-CANCELAR-PEDIDOS              SECTION.                      00025102
      *----------------------------------------------------------------*00025103
                                                                        00025104
            OPEN INPUT CANCPED.                                         00025105
            IF WRK-FS-CANCPED EQUAL '35'                                00025106
                GO TO 1400-99-FIM                                       00025107
            END-IF.                                                     00025108
            IF WRK-FS-CANCPED NOT EQUAL ZEROS                           00025109
                MOVE ' ERRO ABERTURA CANCPED ' TO WRK-MSG               00025110
                PERFORM 9000-TRATAR-ERROS                               00025111
            END-IF.                                                     00025112
                                                                        00025113
            PERFORM 1410-LER-CANCELAMENTO                               00025114
                UNTIL WRK-FS-CANCPED EQUAL '10'.                        00025115
            CLOSE CANCPED.                                              00025116
                                                                        00025117
      *----------------------------------------------------------------*00025118
       1400-99-FIM.            EXIT.                                    00025119
      *----------------------------------------------------------------*00025120
      *----------------------------------------------------------------*00025121
       1410-LER-CANCELAMENTO              SECTION.                      00025122
      *----------------------------------------------------------------*00025123
                                                                        00025124
            READ CANCPED.                                               00025125
            IF WRK-FS-CANCPED NOT EQUAL ZEROS                           00025126
                MOVE '10' TO WRK-FS-CANCPED                             00025127
                GO TO 1410-99-FIM                                       00025128
            END-IF.                                                     00025129
                                                                        00025130
            MOVE SPACES TO WRK-REG-EXCREC.                              00025131
            MOVE FD-CANCPED(1:11) TO WRK-EXC-ENTREGA.                   00025132
                                                                        00025133
            IF FD-CAN-NUMERO NOT NUMERIC                                00025134
               OR FD-CAN-COD NOT NUMERIC                                00025135
                ADD 1 TO WRK-ACU-CANC-RECUSADOS                         00025136
                MOVE 'CANCEL. INVALIDO' TO WRK-EXC-MOTIVO               00025137
                WRITE FD-EXCREC FROM WRK-REG-EXCREC                     00025138
                GO TO 1410-99-FIM                                       00025139
            END-IF.                                                     00025140
                                                                        00025141
            MOVE 'N' TO WRK-CANC-ACHADO.                                00025142
            PERFORM 1420-CANCELAR-LINHA                                 00025143
                VARYING WRK-IDX-PED FROM 1 BY 1                         00025144
                UNTIL WRK-IDX-PED GREATER WRK-QT-PEDIDOS.               00025145
                                                                        00025146
            IF WRK-CANC-ACHADO EQUAL 'N'                                00025147
                ADD 1 TO WRK-ACU-CANC-RECUSADOS                         00025148
                MOVE 'CANCEL. SEM PEDIDO' TO WRK-EXC-MOTIVO             00025149
                WRITE FD-EXCREC FROM WRK-REG-EXCREC                     00025150
            END-IF.                                                     00025151
                                                                        00025152
      *----------------------------------------------------------------*00025153
       1410-99-FIM.            EXIT.                                    00025154
      *----------------------------------------------------------------*00025155
      *----------------------------------------------------------------*00025156
       1420-CANCELAR-LINHA                SECTION.                      00025157
      *----------------------------------------------------------------*00025158
      *    CODIGO ZERADO NO CARTAO CANCELA TODAS AS LINHAS DO PEDIDO.   00025159
      *----------------------------------------------------------------*00025160
                                                                        00025161
            MOVE WRK-TBP-REGISTRO(WRK-IDX-PED) TO WRK-REG-PEDIDO.       00025162
            IF WRK-PED-NUMERO EQUAL FD-CAN-NUMERO                       00025163
               AND (FD-CAN-COD EQUAL ZEROS                              00025164
                    OR WRK-PED-COD EQUAL FD-CAN-COD)                    00025165
               AND WRK-PED-SITUACAO NOT EQUAL 'R'                       00025166
               AND WRK-PED-SITUACAO NOT EQUAL 'C'                       00025167
                MOVE 'C'              TO WRK-PED-SITUACAO               00025168
                MOVE WRK-DATA-SISTEMA TO WRK-PED-DATA-ENTREGA           00025169
                MOVE WRK-REG-PEDIDO   TO WRK-TBP-REGISTRO(WRK-IDX-PED)  00025170
                MOVE 'S'              TO WRK-CANC-ACHADO                00025171
                ADD 1 TO WRK-ACU-CANCELADAS                             00025172
            END-IF.                                                     00025173
                                                                        00025174
      *----------------------------------------------------------------*00025175
       1420-99-FIM.            EXIT.                                    00025176
      *----------------------------------------------------------------*00025177
      *----------------------------------------------------------------*00025178
       1200-CARREGAR-LOTES                SECTION.                      00025179
      *----------------------------------------------------------------*00025180
      *    LOTENT AUSENTE = PRIMEIRA RODADA COM CONTROLE DE LOTE.       00025181
      *----------------------------------------------------------------*00025182
                                                                        00025183
            OPEN INPUT LOTENT.                                          00025184
            IF WRK-FS-LOTENT EQUAL '35'                                 00025185
                DISPLAY 'LOTENT AUSENTE - SEM LOTES ANTERIORES'         00025186
                GO TO 1200-99-FIM                                       00025187
            END-IF.                                                     00025188
            IF WRK-FS-LOTENT NOT EQUAL ZEROS                            00025189
                MOVE ' ERRO ABERTURA LOTENT ' TO WRK-MSG                00025190
                PERFORM 9000-TRATAR-ERROS                               00025191
            END-IF.                                                     00025192
                                                                        00025193
            PERFORM 1210-LER-LOTE                                       00025194
                UNTIL WRK-FS-LOTENT EQUAL '10'.                         00025195
            CLOSE LOTENT.                                               00025196
                                                                        00025197
      *----------------------------------------------------------------*00025198
       1200-99-FIM.            EXIT.                                    00025199
      *----------------------------------------------------------------*00025200
      *----------------------------------------------------------------*00025201
       1210-LER-LOTE                      SECTION.                      00025202
      *----------------------------------------------------------------*00025203
                                                                        00025204
            READ LOTENT.                                                00025205
            IF WRK-FS-LOTENT NOT EQUAL ZEROS                            00025206
                MOVE '10' TO WRK-FS-LOTENT                              00025207
                GO TO 1210-99-FIM                                       00025208
            END-IF.                                                     00025209
                                                                        00025210
            IF WRK-QT-LOTES LESS 2000                                   00025211
                ADD 1 TO WRK-QT-LOTES                                   00025212
                MOVE FD-LOTENT TO WRK-TBO-REGISTRO(WRK-QT-LOTES)        00025213
            ELSE                                                        00025214
                MOVE ' TABELA DE LOTES CHEIA ' TO WRK-MSG               00025215
                PERFORM 9000-TRATAR-ERROS                               00025216
            END-IF.                                                     00025217
                                                                        00025218
      *----------------------------------------------------------------*00025219
       1210-99-FIM.            EXIT.                                    00025220
      *----------------------------------------------------------------*00025221
      *----------------------------------------------------------------*00025222
       1300-CARREGAR-PRODUTOS             SECTION.                      00025223
      *----------------------------------------------------------------*00025224
      *    O CABECALHO E COPIADO PARA O PRODSAI COMO VEIO; O TRAILER    00025225
      *    E REFEITO NO 3300 COM O HASH DOS CUSTOS NOVOS.               00025226
      *----------------------------------------------------------------*00025227
                                                                        00025228
            OPEN INPUT  ARQPROD                                         00025229
                 OUTPUT PRODSAI.                                        00025230
            IF WRK-FS-ARQPROD NOT EQUAL ZEROS                           00025231
                MOVE ' ERRO ABERTURA ARQPROD ' TO WRK-MSG               00025232
                PERFORM 9000-TRATAR-ERROS                               00025233
            END-IF.                                                     00025234
            IF WRK-FS-PRODSAI NOT EQUAL ZEROS                           00025235
                MOVE ' ERRO ABERTURA PRODSAI ' TO WRK-MSG               00025236
                PERFORM 9000-TRATAR-ERROS                               00025237
            END-IF.                                                     00025238
                                                                        00025239
            READ ARQPROD.                                               00025240
            IF WRK-FS-ARQPROD EQUAL ZEROS                               00025241
               AND FD-ARQPROD(1:3) EQUAL 'HDR'                          00025242
                MOVE FD-ARQPROD TO WRK-CABECALHO-ARQPROD                00025243
            ELSE                                                        00025244
                MOVE ' ARQPROD SEM CABECALHO PADRAO ' TO WRK-MSG        00025245
                PERFORM 9000-TRATAR-ERROS                               00025246
            END-IF.                                                     00025247
                                                                        00025248
            PERFORM 1310-LER-PRODUTO                                    00025249
                UNTIL WRK-FS-ARQPROD EQUAL '10'.                        00025250
            CLOSE ARQPROD.                                              00025251
                                                                        00025252
            OPEN EXTEND HISTCUS.                                        00025253
            IF WRK-FS-HISTCUS EQUAL '35'                                00025254
                OPEN OUTPUT HISTCUS                                     00025255
            END-IF.                                                     00025256
            IF WRK-FS-HISTCUS NOT EQUAL ZEROS                           00025257
                MOVE ' ERRO ABERTURA HISTCUS ' TO WRK-MSG               00025258
                PERFORM 9000-TRATAR-ERROS                               00025259
            END-IF.                                                     00025260
                                                                        00025261
      *----------------------------------------------------------------*00025262
       1300-99-FIM.            EXIT.                                    00025263
      *----------------------------------------------------------------*00025264
      *----------------------------------------------------------------*00025265
       1310-LER-PRODUTO                   SECTION.                      00025266
      *----------------------------------------------------------------*00025267
                                                                        00025268
            READ ARQPROD INTO WRK-REG-PRODUTO.                          00025269
            IF WRK-FS-ARQPROD NOT EQUAL ZEROS                           00025270
               OR FD-ARQPROD(1:3) EQUAL 'TRL'                           00025271
                MOVE '10' TO WRK-FS-ARQPROD                             00025272
                GO TO 1310-99-FIM                                       00025273
            END-IF.                                                     00025274
                                                                        00025275
            IF WRK-QT-PRODUTOS NOT LESS 5000                            00025276
                MOVE ' TABELA DE PRODUTOS CHEIA ' TO WRK-MSG            00025277
                PERFORM 9000-TRATAR-ERROS                               00025278
            END-IF.                                                     00025279
            ADD 1 TO WRK-QT-PRODUTOS.                                   00025280
            MOVE WRK-REG-COD     TO WRK-TPR-COD(WRK-QT-PRODUTOS).       00025281
            MOVE WRK-REG-ESTOQUE                                        00025282
                TO WRK-TPR-ESTOQUE-CALC(WRK-QT-PRODUTOS).               00025283
            MOVE WRK-REG-PRODUTO TO WRK-TPR-REGISTRO(WRK-QT-PRODUTOS).  00025284
                                                                        00025285
      *----------------------------------------------------------------*00025286
       1310-99-FIM.            EXIT.                                    00025287
      *----------------------------------------------------------------*00025288
      *----------------------------------------------------------------*00025289
       2000-PROCESSAR                     SECTION.                      00025300
      *----------------------------------------------------------------*00025400
                                                                        00025500
                GO TO 2000-88-LER                                       00026200
            END-IF.                                                     00026300
                                                                        00026400
            IF FD-REC-ARMAZEM NOT EQUAL SPACES                          00026414
               AND FD-REC-ARMAZEM NOT NUMERIC                           00026428
                PERFORM 2600-REJEITAR-ARMAZEM                           00026442
                GO TO 2000-88-LER                                       00026456
            END-IF.                                                     00026470
                                                                        00026484
            PERFORM 2100-PROCURAR-PEDIDO.                               00026500
            IF WRK-PED-ACHADO EQUAL ZEROS                               00026600
                PERFORM 2500-REJEITAR-ENTREGA                           00026700
                GO TO 2000-88-LER                                       00026800
            END-IF.                                                     00026900
                                                                        00027000
            IF FD-REC-LOTE NOT EQUAL SPACES                             00027012
                PERFORM 2700-VALIDAR-LOTE                               00027024
                IF WRK-LOTE-VALIDO EQUAL 'N'                            00027036
                    GO TO 2000-88-LER                                   00027048
                END-IF                                                  00027060
            END-IF.                                                     00027072
                                                                        00027084
            PERFORM 2200-BAIXAR-PEDIDO.                                 00027100
                                                                        00027114
            PERFORM 2900-RECALCULAR-CUSTO.                              00027128
                                                                        00027142
            IF FD-REC-LOTE NOT EQUAL SPACES                             00027156
                PERFORM 2300-REGISTRAR-LOTE                             00027170
            END-IF.                                                     00027184
                                                                        00027200
       2000-88-LER.                                                     00027300
            READ RECEB.                                                 00027400
                                                                        00029800
            MOVE WRK-TBP-REGISTRO(WRK-IDX-PED) TO WRK-REG-PEDIDO.       00029900
            IF WRK-PED-SITUACAO NOT EQUAL 'R'                           00030000
               AND WRK-PED-SITUACAO NOT EQUAL 'C'                       00030050
               AND WRK-PED-NUMERO EQUAL FD-REC-NUMERO                   00030100
               AND WRK-PED-COD EQUAL FD-REC-COD                         00030200
                MOVE WRK-IDX-PED TO WRK-PED-ACHADO                      00030300
            ELSE                                                        00031900
                MOVE 'P' TO WRK-PED-SITUACAO                            00032000
            END-IF.                                                     00032100
            MOVE WRK-DATA-SISTEMA TO WRK-PED-DATA-ENTREGA.              00032150
            MOVE WRK-REG-PEDIDO TO WRK-TBP-REGISTRO(WRK-PED-ACHADO).    00032200
                                                                        00032300
            MOVE SPACES            TO WRK-REG-MOVEST.                   00032400
            MOVE 'E'               TO WRK-MOV-TIPO.                     00032700
            MOVE WRK-QTDE-RECEBIDA TO WRK-MOV-QTDE.                     00032800
            MOVE WRK-PED-NUMERO    TO WRK-MOV-DOC-NUMERO.               00032900
            IF FD-REC-ARMAZEM EQUAL SPACES                              00032916
                MOVE '001'         TO WRK-MOV-ARMAZEM                   00032932
            ELSE                                                        00032948
                MOVE FD-REC-ARMAZEM TO WRK-MOV-ARMAZEM                  00032964
            END-IF.                                                     00032980
            WRITE FD-MOVESTS FROM WRK-REG-MOVEST.                       00033000
                                                                        00033100
            ADD 1 TO WRK-ACU-BAIXADAS.                                  00033200
                                                                        00033300
      *----------------------------------------------------------------*00033400
       2200-99-FIM.            EXIT.                                    00033500
      *----------------------------------------------------------------*00033502
      *----------------------------------------------------------------*00033504
       2300-REGISTRAR-LOTE                SECTION.                      00033506
      *----------------------------------------------------------------*00033508
      *    SOMA A ENTREGA NO LOTE EXISTENTE OU INCLUI O LOTE NOVO NA    00033510
      *    POSICAO DE ORDEM (PRODUTO + LOTE) DEVOLVIDA PELO 2710.       00033512
      *----------------------------------------------------------------*00033514
                                                                        00033516
            PERFORM 2710-LOCALIZAR-LOTE.                                00033518
                                                                        00033520
            IF WRK-LOTE-ACHADO EQUAL 'S'                                00033522
                MOVE WRK-TBO-REGISTRO(WRK-IDX-LOTE) TO WRK-REG-LOTE     00033524
                ADD WRK-QTDE-RECEBIDA TO WRK-LOT-QTDE                   00033526
                MOVE WRK-REG-LOTE TO WRK-TBO-REGISTRO(WRK-IDX-LOTE)     00033528
                ADD 1 TO WRK-ACU-LOTES-SOMADOS                          00033530
                GO TO 2300-99-FIM                                       00033532
            END-IF.                                                     00033534
                                                                        00033536
            IF WRK-QT-LOTES NOT LESS 2000                               00033538
                MOVE ' TABELA DE LOTES CHEIA ' TO WRK-MSG               00033540
                PERFORM 9000-TRATAR-ERROS                               00033542
            END-IF.                                                     00033544
                                                                        00033546
            PERFORM 2320-DESLOCAR-LOTE                                  00033548
                VARYING WRK-IDX-AUX FROM WRK-QT-LOTES BY -1             00033550
                UNTIL WRK-IDX-AUX LESS WRK-IDX-LOTE.                    00033552
                                                                        00033554
            MOVE SPACES              TO WRK-REG-LOTE.                   00033556
            MOVE FD-REC-COD          TO WRK-LOT-COD.                    00033558
            MOVE FD-REC-LOTE         TO WRK-LOT-NUMERO.                 00033560
            MOVE WRK-QTDE-RECEBIDA   TO WRK-LOT-QTDE.                   00033562
            MOVE WRK-DATA-SISTEMA    TO WRK-LOT-DATA-RECEB.             00033564
            MOVE FD-REC-VALIDADE     TO WRK-LOT-DATA-VALIDADE.          00033566
            MOVE WRK-REG-LOTE        TO WRK-TBO-REGISTRO(WRK-IDX-LOTE). 00033568
            ADD 1 TO WRK-QT-LOTES.                                      00033570
            ADD 1 TO WRK-ACU-LOTES-NOVOS.                               00033572
                                                                        00033574
      *----------------------------------------------------------------*00033576
       2300-99-FIM.            EXIT.                                    00033578
      *----------------------------------------------------------------*00033580
      *----------------------------------------------------------------*00033582
       2320-DESLOCAR-LOTE                 SECTION.                      00033584
      *----------------------------------------------------------------*00033586
                                                                        00033588
            MOVE WRK-TBO-REGISTRO(WRK-IDX-AUX)                          00033590
                 TO WRK-TBO-REGISTRO(WRK-IDX-AUX + 1).                  00033592
                                                                        00033594
      *----------------------------------------------------------------*00033596
       2320-99-FIM.            EXIT.                                    00033598
      *----------------------------------------------------------------*00033600
      *----------------------------------------------------------------*00033700
       2500-REJEITAR-ENTREGA              SECTION.                      00033800
      *----------------------------------------------------------------*00034700
       2500-99-FIM.            EXIT.                                    00034800
      *----------------------------------------------------------------*00034900
      *----------------------------------------------------------------*00034901
       2600-REJEITAR-ARMAZEM              SECTION.                      00034902
      *----------------------------------------------------------------*00034903
                                                                        00034904
            ADD 1 TO WRK-ACU-ARM-INVALIDO.                              00034905
            MOVE SPACES TO WRK-REG-EXCREC.                              00034906
            MOVE FD-RECEB(1:16) TO WRK-EXC-ENTREGA.                     00034907
            MOVE 'ARMAZEM INVALIDO'  TO WRK-EXC-MOTIVO.                 00034908
            MOVE FD-REC-ARMAZEM      TO WRK-EXC-MOTIVO(18:3).           00034909
            WRITE FD-EXCREC FROM WRK-REG-EXCREC.                        00034910
                                                                        00034911
      *----------------------------------------------------------------*00034912
       2600-99-FIM.            EXIT.                                    00034913
      *----------------------------------------------------------------*00034914
      *----------------------------------------------------------------*00034915
       2700-VALIDAR-LOTE                  SECTION.                      00034916
      *----------------------------------------------------------------*00034917
      *    VALIDADE DO LOTE: DATA VALIDA (CALNDIA), NAO VENCIDA NA DATA 00034918
      *    DO SISTEMA E IGUAL A DO LOTE QUANDO ELE JA EXISTE.           00034919
      *----------------------------------------------------------------*00034920
                                                                        00034921
            MOVE 'N' TO WRK-LOTE-VALIDO.                                00034922
                                                                        00034923
            IF FD-REC-VALIDADE NOT NUMERIC                              00034924
                MOVE 'VALIDADE INVALIDA' TO WRK-MOTIVO-LOTE             00034925
                PERFORM 2800-REJEITAR-LOTE                              00034926
                GO TO 2700-99-FIM                                       00034927
            END-IF.                                                     00034928
                                                                        00034929
            MOVE 'V'                  TO WRK-CAL-FUNCAO.                00034930
            MOVE FD-REC-VALIDADE(7:2) TO WRK-CAL-DIA.                   00034931
            MOVE FD-REC-VALIDADE(5:2) TO WRK-CAL-MES.                   00034932
            MOVE FD-REC-VALIDADE(1:4) TO WRK-CAL-ANO.                   00034933
            CALL 'CALNDIA'            USING WRK-CALNDIA.                00034934
            IF WRK-CAL-RETORNO EQUAL '1'                                00034935
                MOVE 'VALIDADE INVALIDA' TO WRK-MOTIVO-LOTE             00034936
                PERFORM 2800-REJEITAR-LOTE                              00034937
                GO TO 2700-99-FIM                                       00034938
            END-IF.                                                     00034939
                                                                        00034940
            IF FD-REC-VALIDADE LESS WRK-DATA-SISTEMA                    00034941
                MOVE 'LOTE JA VENCIDO' TO WRK-MOTIVO-LOTE               00034942
                PERFORM 2800-REJEITAR-LOTE                              00034943
                GO TO 2700-99-FIM                                       00034944
            END-IF.                                                     00034945
                                                                        00034946
            PERFORM 2710-LOCALIZAR-LOTE.                                00034947
            IF WRK-LOTE-ACHADO EQUAL 'S'                                00034948
                MOVE WRK-TBO-REGISTRO(WRK-IDX-LOTE) TO WRK-REG-LOTE     00034949
                IF WRK-LOT-DATA-VALIDADE NOT EQUAL FD-REC-VALIDADE      00034950
                    MOVE 'VALIDADE DIVERGENTE' TO WRK-MOTIVO-LOTE       00034951
                    PERFORM 2800-REJEITAR-LOTE                          00034952
                    GO TO 2700-99-FIM                                   00034953
                END-IF                                                  00034954
            END-IF.                                                     00034955
                                                                        00034956
            MOVE 'S' TO WRK-LOTE-VALIDO.                                00034957
                                                                        00034958
      *----------------------------------------------------------------*00034959
       2700-99-FIM.            EXIT.                                    00034960
      *----------------------------------------------------------------*00034961
      *----------------------------------------------------------------*00034962
       2710-LOCALIZAR-LOTE                SECTION.                      00034963
      *----------------------------------------------------------------*00034964
      *    PROCURA PRODUTO + LOTE DA ENTREGA NA TABELA ORDENADA; SE NAO 00034965
      *    ACHA, WRK-IDX-LOTE FICA NA POSICAO DE INCLUSAO.              00034966
      *----------------------------------------------------------------*00034967
                                                                        00034968
            MOVE FD-REC-COD  TO WRK-CHL-COD.                            00034969
            MOVE FD-REC-LOTE TO WRK-CHL-NUMERO.                         00034970
            MOVE 'N'         TO WRK-LOTE-ACHADO                         00034971
                                WRK-POSICAO-ACHADA.                     00034972
            MOVE 1           TO WRK-IDX-LOTE.                           00034973
                                                                        00034974
            PERFORM 2711-COMPARAR-LOTE                                  00034975
                UNTIL WRK-IDX-LOTE GREATER WRK-QT-LOTES                 00034976
                   OR WRK-POSICAO-ACHADA EQUAL 'S'.                     00034977
                                                                        00034978
            IF WRK-IDX-LOTE NOT GREATER WRK-QT-LOTES                    00034979
                IF WRK-TBO-REGISTRO(WRK-IDX-LOTE)(1:15)                 00034980
                   EQUAL WRK-CHAVE-LOTE                                 00034981
                    MOVE 'S' TO WRK-LOTE-ACHADO                         00034982
                END-IF                                                  00034983
            END-IF.                                                     00034984
                                                                        00034985
      *----------------------------------------------------------------*00034986
       2710-99-FIM.            EXIT.                                    00034987
      *----------------------------------------------------------------*00034988
      *----------------------------------------------------------------*00034989
       2711-COMPARAR-LOTE                 SECTION.                      00034990
      *----------------------------------------------------------------*00034991
                                                                        00034992
            IF WRK-TBO-REGISTRO(WRK-IDX-LOTE)(1:15)                     00034993
               NOT LESS WRK-CHAVE-LOTE                                  00034994
                MOVE 'S' TO WRK-POSICAO-ACHADA                          00034995
            ELSE                                                        00034996
                ADD 1 TO WRK-IDX-LOTE                                   00034997
            END-IF.                                                     00034998
                                                                        00034999
      *----------------------------------------------------------------*00035000
       2711-99-FIM.            EXIT.                                    00035001
      *----------------------------------------------------------------*00035002
      *----------------------------------------------------------------*00035003
       2800-REJEITAR-LOTE                 SECTION.                      00035004
      *----------------------------------------------------------------*00035005
                                                                        00035006
            ADD 1 TO WRK-ACU-LOTE-INVALIDO.                             00035007
            MOVE SPACES TO WRK-REG-EXCREC.                              00035008
            MOVE FD-RECEB(1:16)  TO WRK-EXC-ENTREGA.                    00035009
            MOVE WRK-MOTIVO-LOTE TO WRK-EXC-MOTIVO.                     00035010
            MOVE FD-REC-LOTE     TO WRK-EXC-LOTE.                       00035011
            MOVE FD-REC-VALIDADE TO WRK-EXC-VALIDADE.                   00035012
            WRITE FD-EXCREC FROM WRK-REG-EXCREC.                        00035013
                                                                        00035014
      *----------------------------------------------------------------*00035015
       2800-99-FIM.            EXIT.                                    00035016
      *----------------------------------------------------------------*00035017
      *----------------------------------------------------------------*00035018
       2900-RECALCULAR-CUSTO              SECTION.                      00035019
      *----------------------------------------------------------------*00035020
      *    CUSTO MEDIO PONDERADO SOBRE O ESTOQUE DO ARQPROD MAIS AS     00035021
      *    ENTREGAS DO MESMO PRODUTO JA CALCULADAS NA RODADA (O         00035022
      *    FR06CB41 SO APLICA AS QUANTIDADES DEPOIS).                   00035023
      *----------------------------------------------------------------*00035024
                                                                        00035025
            IF WRK-PED-CUSTO-UNIT NOT NUMERIC                           00035026
               OR WRK-PED-CUSTO-UNIT EQUAL ZEROS                        00035027
               OR WRK-QTDE-RECEBIDA EQUAL ZEROS                         00035028
                ADD 1 TO WRK-ACU-SEM-CUSTO                              00035029
                GO TO 2900-99-FIM                                       00035030
            END-IF.                                                     00035031
                                                                        00035032
            MOVE 'N' TO WRK-PRODUTO-ACHADO.                             00035033
            PERFORM 2910-PROCURAR-PRODUTO                               00035034
                VARYING WRK-IDX-PRD FROM 1 BY 1                         00035035
                UNTIL WRK-IDX-PRD GREATER WRK-QT-PRODUTOS               00035036
                   OR WRK-PRODUTO-ACHADO EQUAL 'S'.                     00035037
            IF WRK-PRODUTO-ACHADO EQUAL 'N'                             00035038
                ADD 1 TO WRK-ACU-SEM-CUSTO                              00035039
                DISPLAY 'PRODUTO SEM CADASTRO - CUSTO NAO CALCULADO: '  00035040
                        WRK-PED-COD                                     00035041
                GO TO 2900-99-FIM                                       00035042
            END-IF.                                                     00035043
            SUBTRACT 1 FROM WRK-IDX-PRD.                                00035044
                                                                        00035045
            MOVE WRK-TPR-REGISTRO(WRK-IDX-PRD) TO WRK-REG-PRODUTO.      00035046
            COMPUTE WRK-CUSTO-NOVO ROUNDED =                            00035047
                ((WRK-TPR-ESTOQUE-CALC(WRK-IDX-PRD) * WRK-REG-VALOR)    00035048
               + (WRK-QTDE-RECEBIDA * WRK-PED-CUSTO-UNIT))              00035049
               / (WRK-TPR-ESTOQUE-CALC(WRK-IDX-PRD)                     00035050
               + WRK-QTDE-RECEBIDA).                                    00035051
                                                                        00035052
            MOVE SPACES                TO WRK-REG-HISTCUS.              00035053
            MOVE WRK-PED-COD           TO WRK-HCU-COD.                  00035054
            MOVE WRK-DATA-SISTEMA      TO WRK-HCU-DATA.                 00035055
            MOVE WRK-MOV-DOCUMENTO     TO WRK-HCU-DOCUMENTO.            00035056
            MOVE WRK-QTDE-RECEBIDA     TO WRK-HCU-QTDE-RECEBIDA.        00035057
            MOVE WRK-PED-CUSTO-UNIT    TO WRK-HCU-CUSTO-RECEBIDO.       00035058
            MOVE WRK-TPR-ESTOQUE-CALC(WRK-IDX-PRD)                      00035059
                                       TO WRK-HCU-ESTOQUE-ANTERIOR.     00035060
            MOVE WRK-REG-VALOR         TO WRK-HCU-CUSTO-ANTERIOR.       00035061
            MOVE WRK-CUSTO-NOVO        TO WRK-HCU-CUSTO-NOVO.           00035062
            WRITE FD-HISTCUS FROM WRK-REG-HISTCUS.                      00035063
                                                                        00035064
            MOVE WRK-CUSTO-NOVO        TO WRK-REG-VALOR.                00035065
            MOVE WRK-REG-PRODUTO       TO WRK-TPR-REGISTRO(WRK-IDX-PRD).00035066
            ADD WRK-QTDE-RECEBIDA                                       00035067
                TO WRK-TPR-ESTOQUE-CALC(WRK-IDX-PRD).                   00035068
            ADD 1 TO WRK-ACU-CUSTOS.                                    00035069
                                                                        00035070
      *----------------------------------------------------------------*00035071
       2900-99-FIM.            EXIT.                                    00035072
      *----------------------------------------------------------------*00035073
      *----------------------------------------------------------------*00035074
       2910-PROCURAR-PRODUTO              SECTION.                      00035075
      *----------------------------------------------------------------*00035076
                                                                        00035077
            IF WRK-TPR-COD(WRK-IDX-PRD) EQUAL WRK-PED-COD               00035078
                MOVE 'S' TO WRK-PRODUTO-ACHADO                          00035079
            END-IF.                                                     00035080
                                                                        00035081
      *----------------------------------------------------------------*00035082
       2910-99-FIM.            EXIT.                                    00035083
      *----------------------------------------------------------------*00035084
      *----------------------------------------------------------------*00035085
       3000-FINALIZAR                     SECTION.                      00035100
      *----------------------------------------------------------------*00035200
                                                                        00035300
                VARYING WRK-IDX-PED FROM 1 BY 1                         00035500
                UNTIL WRK-IDX-PED GREATER WRK-QT-PEDIDOS.               00035600
                                                                        00035700
            PERFORM 3200-GRAVAR-LOTE                                    00035708
                VARYING WRK-IDX-LOTE FROM 1 BY 1                        00035716
                UNTIL WRK-IDX-LOTE GREATER WRK-QT-LOTES.                00035724
                                                                        00035732
            MOVE WRK-CABECALHO-ARQPROD TO FD-PRODSAI.                   00035740
            WRITE FD-PRODSAI.                                           00035748
            PERFORM 3300-GRAVAR-PRODUTO                                 00035756
                VARYING WRK-IDX-PRD FROM 1 BY 1                         00035764
                UNTIL WRK-IDX-PRD GREATER WRK-QT-PRODUTOS.              00035772
            PERFORM 3400-GRAVAR-TRAILER.                                00035780
                                                                        00035788
            CLOSE RECEB                                                 00035800
                  PEDSAI                                                00035900
                  MOVESTS                                               00036000
                  EXCREC                                                00036100
                  LOTSAI                                                00036125
                  PRODSAI                                               00036150
                  HISTCUS.                                              00036175
                                                                        00036200
            DISPLAY '------------------------------------------------'. 00036300
            DISPLAY '  PEDIDOS NO MESTRE....: ' WRK-ACU-PEDIDOS.        00036400
            DISPLAY '  ENTREGAS LIDAS.......: ' WRK-ACU-ENTREGAS.       00036500
            DISPLAY '  ENTREGAS BAIXADAS....: ' WRK-ACU-BAIXADAS.       00036600
            DISPLAY '  ENTREGAS SEM PEDIDO..: ' WRK-ACU-SEM-PEDIDO.     00036700
            DISPLAY '  ARMAZEM INVALIDO.....: ' WRK-ACU-ARM-INVALIDO.   00036711
            DISPLAY '  LOTE INVALIDO........: ' WRK-ACU-LOTE-INVALIDO.  00036722
            DISPLAY '  LOTES NOVOS..........: ' WRK-ACU-LOTES-NOVOS.    00036733
            DISPLAY '  LOTES SOMADOS........: ' WRK-ACU-LOTES-SOMADOS.  00036744
            DISPLAY '  CUSTOS RECALCULADOS..: ' WRK-ACU-CUSTOS.         00036755
            DISPLAY '  ENTREGAS SEM CUSTO...: ' WRK-ACU-SEM-CUSTO.      00036766
            DISPLAY '  LINHAS CANCELADAS....: ' WRK-ACU-CANCELADAS.     00036777
            DISPLAY '  CANCEL. RECUSADOS....: ' WRK-ACU-CANC-RECUSADOS. 00036788
            DISPLAY '------------------------------------------------'. 00036800
                                                                        00036900
            IF WRK-ACU-SEM-PEDIDO GREATER ZEROS                         00037000
               OR WRK-ACU-ARM-INVALIDO GREATER ZEROS                    00037025
               OR WRK-ACU-LOTE-INVALIDO GREATER ZEROS                   00037050
               OR WRK-ACU-CANC-RECUSADOS GREATER ZEROS                  00037075
                MOVE 4 TO RETURN-CODE                                   00037100
            END-IF.                                                     00037200
                                                                        00037300
      *----------------------------------------------------------------*00038400
       3100-99-FIM.            EXIT.                                    00038500
      *----------------------------------------------------------------*00038600
      *----------------------------------------------------------------*00038602
       3200-GRAVAR-LOTE                   SECTION.                      00038604
      *----------------------------------------------------------------*00038606
                                                                        00038608
            WRITE FD-LOTSAI FROM WRK-TBO-REGISTRO(WRK-IDX-LOTE).        00038610
                                                                        00038612
      *----------------------------------------------------------------*00038614
       3200-99-FIM.            EXIT.                                    00038616
      *----------------------------------------------------------------*00038618
      *----------------------------------------------------------------*00038620
       3300-GRAVAR-PRODUTO                SECTION.                      00038622
      *----------------------------------------------------------------*00038624
                                                                        00038626
            MOVE WRK-TPR-REGISTRO(WRK-IDX-PRD) TO WRK-REG-PRODUTO.      00038628
            ADD WRK-REG-VALOR TO WRK-HASH-SAIDA.                        00038630
            WRITE FD-PRODSAI FROM WRK-REG-PRODUTO.                      00038632
                                                                        00038634
      *----------------------------------------------------------------*00038636
       3300-99-FIM.            EXIT.                                    00038638
      *----------------------------------------------------------------*00038640
      *----------------------------------------------------------------*00038642
       3400-GRAVAR-TRAILER                SECTION.                      00038644
      *----------------------------------------------------------------*00038646
                                                                        00038648
            COMPUTE WRK-HASH-CENTS = WRK-HASH-SAIDA * 100.              00038650
            MOVE 'TRL'            TO WRK-TRL-ID.                        00038652
            MOVE WRK-QT-PRODUTOS  TO WRK-TRL-QT-REGISTROS.              00038654
            MOVE WRK-HASH-CENTS   TO WRK-TRL-HASH-VALOR.                00038656
            MOVE SPACES           TO FD-PRODSAI.                        00038658
            MOVE WRK-REG-TRAILER  TO FD-PRODSAI(1:27).                  00038660
            WRITE FD-PRODSAI.                                           00038662
                                                                        00038664
      *----------------------------------------------------------------*00038666
       3400-99-FIM.            EXIT.                                    00038668
      *----------------------------------------------------------------*00038670
                                                                        00038700
      *----------------------------------------------------------------*00038800
       9000-TRATAR-ERROS                  SECTION.                      00038900
             MOVE WRK-FS-PEDENT    TO WRK-ERR-STATUS(1:2).              00039600
             MOVE WRK-FS-RECEB     TO WRK-ERR-STATUS(3:2).              00039700
             MOVE WRK-FS-PEDSAI    TO WRK-ERR-STATUS(5:2).              00039800
             MOVE WRK-FS-LOTENT    TO WRK-ERR-STATUS(7:2).              00039833
             MOVE WRK-FS-LOTSAI    TO WRK-ERR-STATUS(9:2).              00039866
             MOVE 'F'              TO WRK-ERR-SEVERIDADE.               00039900
                                                                        00040000
             CALL 'TRTERRO'        USING WRK-TRTERRO.                   00040100
