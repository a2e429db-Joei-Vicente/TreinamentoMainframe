      *     DDNAME           I/O                                        00002800
      *     ALUNOS            I   (LRECL 10)                            00002900
      *       TIPO 'A': MATRICULA 9(05) + QTD DE NOTAS 9(02)            00003000
      *       TIPO 'N': NOTA 9(02)V99 + PESO 9(02) + DISCIPLINA X(03)   00003100
      *     DISCIPL           I   (LRECL 40 - LAYOUT B#DISCIP)          00003200
      *     SAINOTA           O   (LRECL 60)                            00003250
      *                                                                 00003300
      *----------------------------------------------------------------*00003400
      *     MANUTENCAO:                                                 00003500
      *                     O GRUPO INTEIRO (REGISTRO 'A' E SUAS NOTAS  00005560
      *                     'N') E DESVIADO PARA O ARQUIVO DE EXCECAO   00005570
      *                     EXCALU, NO MESMO LAYOUT DO ALUNOS, PARA     00005580
      *                     ACERTO E REAPRESENTACAO PELA SECRETARIA.    00005581
      *     15/10/2026 JL - NOTAS POR DISCIPLINA: O REGISTRO 'N' PASSA A00005582
      *                     TRAZER O CODIGO DA DISCIPLINA (DISC-DET),   00005583
      *                     VALIDADO CONTRA A TABELA DISCIPL (B#DISCIP, 00005584
      *                     COM O PESO E A NOTA MINIMA DA DISCIPLINA).  00005585
      *                     CADA DISCIPLINA TEM MEDIA E STATUS PROPRIOS,00005586
      *                     GRAVADOS NO SAINOTA (AGORA LRECL 60, CODIGO 00005587
      *                     EM FD-DISCIPLINA) ANTES DO REGISTRO GERAL DO00005588
      *                     ALUNO (FD-DISCIPLINA EM BRANCO). A MEDIA    00005589
      *                     GERAL PONDERA AS MEDIAS PELO PESO DE CADA   00005590
      *                     DISCIPLINA E O STATUS GERAL SEGUE A REGRA DE00005591
      *                     PROMOCAO: APROVADO EM TODAS - APROVADO (COM 00005592
      *                     LOUVOR A PARTIR DE 9); REPROVADO EM ATE     00005593
      *                     MAX-DISC-RECUPERACAO DISCIPLINAS (PARAMS,   00005594
      *                     PADRAO 02) - RECUPERACAO; ACIMA DISSO -     00005595
      *                     REPROVADO. A REGRA DE FALTA CONTINUA VALENDO00005596
      *                     ANTES DE TUDO. NOTA DE DISCIPLINA NAO       00005597
      *                     CADASTRADA REJEITA O GRUPO INTEIRO DO ALUNO.00005598
      *================================================================*00005599
       ENVIRONMENT                     DIVISION.                        00005600
      *================================================================*00005700
                                                                        00005800
                FILE STATUS            IS WRK-FS-CADALU.                00007460
             SELECT EXCALU             ASSIGN TO EXCALU                 00007470
                FILE STATUS            IS WRK-FS-EXCALU.                00007480
             SELECT DISCIPL            ASSIGN TO DISCIPL                00007486
                FILE STATUS            IS WRK-FS-DISCIPL.               00007492
                                                                        00007500
      *================================================================*00007600
       DATA                            DIVISION.                        00007700
          05 FD-QTD-NOTAS              PIC 9(02).                       00009400
          05 FD-MEDIA                  PIC 9(02)V99.                    00009500
          05 FD-STATUS                 PIC X(45).                       00009600
          05 FD-DISCIPLINA             PIC X(03).                       00009603
          05 FILLER                    PIC X(01).                       00009606
                                                                        00009610
       FD FREQ                                                          00009620
           RECORDING MODE IS F                                          00009630
           RECORDING MODE IS F                                          00009703
           BLOCK CONTAINS 0 RECORDS.                                    00009704
       01 FD-EXCALU                    PIC X(10).                       00009705
                                                                        00009718
       FD DISCIPL                                                       00009731
           RECORDING MODE IS F                                          00009744
           BLOCK CONTAINS 0 RECORDS.                                    00009757
       01 FD-DISCIPL                   PIC X(40).                       00009770
                                                                        00009783
      *----------------------------------------------------------------*00009800
       WORKING-STORAGE                 SECTION.                         00009900
      *----------------------------------------------------------------*00010000
          05 FILLER                    PIC X(01).                       00011500
          05 WRK-NOTA-DET              PIC 9(02)V99.                    00011600
          05 WRK-PESO-DET              PIC 9(02).                       00011700
          05 WRK-DISC-DET              PIC X(03).                       00011800
                                                                        00011900
       77 WRK-FS-ALUNOS                PIC X(02)        VALUE SPACES.   00012000
       77 WRK-FS-SAINOTA               PIC X(02)        VALUE SPACES.   00012100
       77 WRK-MATRICULA                PIC 9(05)        VALUE ZEROS.    00012300
       77 WRK-QTD-NOTAS                PIC 9(02)        VALUE ZEROS.    00012400
       77 WRK-IDX-NOTA                 PIC 9(02)        VALUE ZEROS.    00012500
       77 WRK-SOMA-POND                PIC 9(07)V99     VALUE ZEROS.    00012600
       77 WRK-SOMA-PESO                PIC 9(04)        VALUE ZEROS.    00012700
       77 WRK-MEDIA                    PIC 9(02)V99     VALUE ZEROS.    00012800
       77 WRK-STATUS                   PIC X(45)        VALUE SPACES.   00012900
       77 WRK-FS-EXCALU                PIC X(02)        VALUE SPACES.   00014810
       77 WRK-ACU-EXC-CADASTRO         PIC 9(05)        VALUE ZEROS.    00014820
       77 WRK-MOTIVO-EXC               PIC X(30)        VALUE SPACES.   00014830
                                                                        00014831
      *----------------------------------------------------------------*00014832
      *     AREA DAS DISCIPLINAS (TABELA DISCIPL E MEDIAS DO ALUNO)    *00014833
      *----------------------------------------------------------------*00014834
                                                                        00014835
        COPY 'B#DISCIP'.                                                00014836
                                                                        00014837
       01 WRK-TAB-DISCIPLINAS.                                          00014838
          05 WRK-TAB-DIS-ITEM          OCCURS 50 TIMES.                 00014839
             10 WRK-TBD-CODIGO         PIC X(03).                       00014840
             10 WRK-TBD-PESO           PIC 9(02).                       00014841
             10 WRK-TBD-NOTA-MINIMA    PIC 9(02)V99.                    00014842
                                                                        00014843
       01 WRK-TAB-ACUM-DISCIPLINAS.                                     00014844
          05 WRK-TAB-ACD-ITEM          OCCURS 50 TIMES.                 00014845
             10 WRK-ACD-QTD-NOTAS      PIC 9(02).                       00014846
             10 WRK-ACD-SOMA-POND      PIC 9(07)V99.                    00014847
             10 WRK-ACD-SOMA-PESO      PIC 9(04).                       00014848
             10 WRK-ACD-MEDIA          PIC 9(02)V99.                    00014849
             10 WRK-ACD-APROVADA       PIC X(01).                       00014850
                                                                        00014851
       77 WRK-QT-DISCIPLINAS           PIC 9(02)        VALUE ZEROS.    00014852
       77 WRK-IDX-DIS                  PIC 9(02)        VALUE ZEROS.    00014853
       77 WRK-DIS-ACHADA               PIC 9(02)        VALUE ZEROS.    00014854
       77 WRK-FS-DISCIPL               PIC X(02)        VALUE SPACES.   00014855
       77 WRK-MAX-DISC-REC             PIC 9(02)        VALUE 2.        00014856
       77 WRK-VIG-MAX-REC              PIC 9(08)        VALUE ZEROS.    00014857
       77 WRK-QT-REPROV-DISC           PIC 9(02)        VALUE ZEROS.    00014858
       77 WRK-DISC-INVALIDA            PIC X(01)        VALUE 'N'.      00014859
       77 WRK-DISC-ERRADA              PIC X(01)        VALUE 'N'.      00014860
       77 WRK-ACU-DISC-INVALIDA        PIC 9(05)        VALUE ZEROS.    00014861
       77 WRK-ACU-REG-DISCIPLINA       PIC 9(05)        VALUE ZEROS.    00014862
                                                                        00014863
      *================================================================*00014864
       PROCEDURE                       DIVISION.                        00014865
      *================================================================*00014866
      *----------------------------------------------------------------*00014867
       0000-PRINCIPAL                  SECTION.                         00014900
      *----------------------------------------------------------------*00015000
                                                                        00015100
           PERFORM 0130-CARREGAR-FREQUENCIA.                            00017120
           PERFORM 0150-CARREGAR-PARAMETROS.                            00017130
           PERFORM 0170-CARREGAR-CADASTRO.                              00017140
           PERFORM 0190-CARREGAR-DISCIPLINAS.                           00017170
                                                                        00017200
           READ ALUNOS INTO WRK-REG-ALUNOS.                             00017300
                                                                        00017400
                                                                        00020052
       0150-88-EXIBIR.                                                  00020053
           DISPLAY 'PARAMETRO FREQ-MINIMA: ' WRK-FREQ-MINIMA.           00020054
           DISPLAY 'PARAMETRO MAX-DISC-RECUPERACAO: ' WRK-MAX-DISC-REC. 00020055
                                                                        00020056
      *----------------------------------------------------------------*00020057
       0150-99-FIM.                    EXIT.                            00020058
      *----------------------------------------------------------------*00020059
                                                                        00020060
      *----------------------------------------------------------------*00020061
       0160-LER-PARAMETRO              SECTION.                         00020062
      *----------------------------------------------------------------*00020063
                                                                        00020064
           READ PARAMS INTO WRK-REG-PARAM.                              00020065
           IF WRK-FS-PARAMS            NOT EQUAL ZEROS                  00020066
               MOVE '10'               TO WRK-FS-PARAMS                 00020067
               GO TO 0160-99-FIM                                        00020068
           END-IF.                                                      00020069
                                                                        00020070
           IF WRK-PARAM-NOME           EQUAL 'FREQ-MINIMA'              00020071
              AND WRK-PARAM-DATA-EFET  NOT GREATER WRK-DATA-CORTE       00020072
              AND WRK-PARAM-DATA-EFET  NOT LESS WRK-VIG-FREQ            00020073
               IF WRK-PARAM-VALOR(1:3) NUMERIC                          00020074
                   MOVE WRK-PARAM-VALOR(1:3) TO WRK-FREQ-MINIMA         00020075
                   MOVE WRK-PARAM-DATA-EFET  TO WRK-VIG-FREQ            00020076
               END-IF                                                   00020077
           END-IF.                                                      00020078
                                                                        00020079
           IF WRK-PARAM-NOME           EQUAL 'MAX-DISC-RECUPERACAO'     00020080
              AND WRK-PARAM-DATA-EFET  NOT GREATER WRK-DATA-CORTE       00020081
              AND WRK-PARAM-DATA-EFET  NOT LESS WRK-VIG-MAX-REC         00020082
               IF WRK-PARAM-VALOR(1:2) NUMERIC                          00020083
                   MOVE WRK-PARAM-VALOR(1:2) TO WRK-MAX-DISC-REC        00020084
                   MOVE WRK-PARAM-DATA-EFET  TO WRK-VIG-MAX-REC         00020085
               END-IF                                                   00020086
           END-IF.                                                      00020087
                                                                        00020088
      *----------------------------------------------------------------*00020089
       0160-99-FIM.                    EXIT.                            00020090
      *----------------------------------------------------------------*00020091
                                                                        00020092
      *----------------------------------------------------------------*00020093
       0170-CARREGAR-CADASTRO          SECTION.                         00020094
      *----------------------------------------------------------------*00020095
      *     AO CONTRARIO DO FREQ, O CADASTRO E OBRIGATORIO: SEM ELE     *00020096
      *     QUALQUER MATRICULA DIGITADA GANHARIA NOTA DE NOVO.          *00020097
      *----------------------------------------------------------------*00020098
                                                                        00020099
           OPEN INPUT CADALU.                                           00020100
           IF WRK-FS-CADALU            NOT EQUAL ZEROS                  00020101
               MOVE 'ERRO ABERTURA CADALU' TO WRK-MSG                   00020102
               PERFORM 9000-TRATAR-ERRO                                 00020103
               STOP RUN                                                 00020104
           END-IF.                                                      00020105
                                                                        00020106
           PERFORM 0180-LER-CADASTRO                                    00020107
               UNTIL WRK-FS-CADALU EQUAL '10'.                          00020108
           CLOSE CADALU.                                                00020109
                                                                        00020110
      *----------------------------------------------------------------*00020111
       0170-99-FIM.                    EXIT.                            00020112
      *----------------------------------------------------------------*00020113
                                                                        00020114
      *----------------------------------------------------------------*00020115
       0180-LER-CADASTRO               SECTION.                         00020116
      *----------------------------------------------------------------*00020117
                                                                        00020118
           READ CADALU INTO WRK-REG-CADALU.                             00020119
           IF WRK-FS-CADALU            NOT EQUAL ZEROS                  00020120
               MOVE '10'               TO WRK-FS-CADALU                 00020121
               GO TO 0180-99-FIM                                        00020122
           END-IF.                                                      00020123
                                                                        00020124
           IF WRK-QT-CADASTRO          LESS 300                         00020125
               ADD 1                   TO WRK-QT-CADASTRO               00020126
               MOVE WRK-CAD-MATRICULA                                   00020127
                    TO WRK-TBC-MATRICULA(WRK-QT-CADASTRO)               00020128
               MOVE WRK-CAD-SITUACAO                                    00020129
                    TO WRK-TBC-SITUACAO(WRK-QT-CADASTRO)                00020130
           ELSE                                                         00020131
               MOVE 'CADASTRO DE ALUNOS CHEIO' TO WRK-MSG               00020132
               PERFORM 9000-TRATAR-ERRO                                 00020133
               STOP RUN                                                 00020134
           END-IF.                                                      00020135
                                                                        00020136
      *----------------------------------------------------------------*00020137
       0180-99-FIM.                    EXIT.                            00020138
      *----------------------------------------------------------------*00020139
                                                                        00020140
      *----------------------------------------------------------------*00020141
       0190-CARREGAR-DISCIPLINAS       SECTION.                         00020142
      *----------------------------------------------------------------*00020143
      *     SEM A TABELA DE DISCIPLINAS NAO HA COMO VALIDAR AS NOTAS   *00020144
      *     NEM APURAR A MEDIA GERAL: O ARQUIVO E OBRIGATORIO.         *00020145
      *----------------------------------------------------------------*00020146
                                                                        00020147
           OPEN INPUT DISCIPL.                                          00020148
           IF WRK-FS-DISCIPL           NOT EQUAL ZEROS                  00020149
               MOVE 'ERRO ABERTURA DISCIPL' TO WRK-MSG                  00020150
               PERFORM 9000-TRATAR-ERRO                                 00020151
               STOP RUN                                                 00020152
           END-IF.                                                      00020153
                                                                        00020154
           PERFORM 0195-LER-DISCIPLINA                                  00020155
               UNTIL WRK-FS-DISCIPL EQUAL '10'.                         00020156
           CLOSE DISCIPL.                                               00020157
                                                                        00020158
           IF WRK-QT-DISCIPLINAS       EQUAL ZEROS                      00020159
               MOVE 'TABELA DE DISCIPLINAS VAZIA' TO WRK-MSG            00020160
               PERFORM 9000-TRATAR-ERRO                                 00020161
               STOP RUN                                                 00020162
           END-IF.                                                      00020163
                                                                        00020164
      *----------------------------------------------------------------*00020165
       0190-99-FIM.                    EXIT.                            00020166
      *----------------------------------------------------------------*00020167
                                                                        00020168
      *----------------------------------------------------------------*00020169
       0195-LER-DISCIPLINA             SECTION.                         00020170
      *----------------------------------------------------------------*00020171
                                                                        00020172
           READ DISCIPL INTO WRK-REG-DISCIP.                            00020173
           IF WRK-FS-DISCIPL           NOT EQUAL ZEROS                  00020174
               MOVE '10'               TO WRK-FS-DISCIPL                00020175
               GO TO 0195-99-FIM                                        00020176
           END-IF.                                                      00020177
                                                                        00020178
           IF WRK-DIS-CODIGO           EQUAL SPACES                     00020179
              OR WRK-DIS-PESO          NOT NUMERIC                      00020180
              OR WRK-DIS-PESO          EQUAL ZEROS                      00020181
              OR WRK-DIS-NOTA-MINIMA   NOT NUMERIC                      00020182
               DISPLAY 'DISCIPLINA INVALIDA: ' WRK-REG-DISCIP           00020183
               MOVE 4                  TO RETURN-CODE                   00020184
               GO TO 0195-99-FIM                                        00020185
           END-IF.                                                      00020186
                                                                        00020187
           IF WRK-QT-DISCIPLINAS       LESS 50                          00020188
               ADD 1                   TO WRK-QT-DISCIPLINAS            00020189
               MOVE WRK-DIS-CODIGO                                      00020190
                    TO WRK-TBD-CODIGO(WRK-QT-DISCIPLINAS)               00020191
               MOVE WRK-DIS-PESO                                        00020192
                    TO WRK-TBD-PESO(WRK-QT-DISCIPLINAS)                 00020193
               MOVE WRK-DIS-NOTA-MINIMA                                 00020194
                    TO WRK-TBD-NOTA-MINIMA(WRK-QT-DISCIPLINAS)          00020195
           ELSE                                                         00020196
               MOVE 'TABELA DE DISCIPLINAS CHEIA' TO WRK-MSG            00020197
               PERFORM 9000-TRATAR-ERRO                                 00020198
               STOP RUN                                                 00020199
           END-IF.                                                      00020200
                                                                        00020201
      *----------------------------------------------------------------*00020202
       0195-99-FIM.                    EXIT.                            00020203
      *----------------------------------------------------------------*00020204
                                                                        00020205
      *----------------------------------------------------------------*00020206
       0200-PROCESSAR-ALUNO            SECTION.                         00020207
      *----------------------------------------------------------------*00020208
                                                                        00020209
           IF WRK-FS-ALUNOS            EQUAL ZEROS                      00020300
               IF WRK-REG-TIPO         EQUAL 'A'                        00020400
                   PERFORM 0220-CALCULAR-ALUNO                          00020500
           IF WRK-FS-ALUNOS            NOT EQUAL ZEROS                  00022600
              OR WRK-REG-TIPO          NOT EQUAL 'N'                    00022700
               MOVE 'N'                TO WRK-ALUNO-OK                  00022800
               GO TO 0210-99-FIM                                        00022900
           END-IF.                                                      00023000
                                                                        00023100
           MOVE ZEROS                  TO WRK-DIS-ACHADA.               00023200
           PERFORM 0212-COMPARAR-DISCIPLINA                             00023203
               VARYING WRK-IDX-DIS FROM 1 BY 1                          00023206
               UNTIL WRK-IDX-DIS GREATER WRK-QT-DISCIPLINAS             00023209
                  OR WRK-DIS-ACHADA GREATER ZEROS.                      00023212
                                                                        00023215
           IF WRK-DIS-ACHADA           EQUAL ZEROS                      00023218
               MOVE 'N'                TO WRK-ALUNO-OK                  00023221
               MOVE 'S'                TO WRK-DISC-INVALIDA             00023224
               GO TO 0210-99-FIM                                        00023227
           END-IF.                                                      00023230
                                                                        00023233
           ADD 1               TO WRK-ACD-QTD-NOTAS(WRK-DIS-ACHADA).    00023236
           COMPUTE WRK-ACD-SOMA-POND(WRK-DIS-ACHADA) =                  00023239
                   WRK-ACD-SOMA-POND(WRK-DIS-ACHADA) +                  00023242
                   ( WRK-NOTA-DET * WRK-PESO-DET ).                     00023245
           ADD WRK-PESO-DET    TO WRK-ACD-SOMA-PESO(WRK-DIS-ACHADA).    00023248
                                                                        00023251
      *----------------------------------------------------------------*00023254
       0210-99-FIM.                    EXIT.                            00023257
      *----------------------------------------------------------------*00023260
                                                                        00023263
      *----------------------------------------------------------------*00023266
       0212-COMPARAR-DISCIPLINA        SECTION.                         00023269
      *----------------------------------------------------------------*00023272
                                                                        00023275
           IF WRK-TBD-CODIGO(WRK-IDX-DIS) EQUAL WRK-DISC-DET            00023278
               MOVE WRK-IDX-DIS        TO WRK-DIS-ACHADA                00023281
           END-IF.                                                      00023300
                                                                        00023400
      *----------------------------------------------------------------*00023500
       0212-99-FIM.                    EXIT.                            00023600
      *----------------------------------------------------------------*00023603
                                                                        00023606
      *----------------------------------------------------------------*00023609
       0215-DESCARTAR-GRUPO            SECTION.                         00023612
      *----------------------------------------------------------------*00023615
      *     O REGISTRO CORRENTE E A NOTA COM DISCIPLINA DESCONHECIDA;  *00023618
      *     ELA E AS NOTAS RESTANTES DO ALUNO SAO DESPREZADAS ATE O    *00023621
      *     PROXIMO REGISTRO 'A'.                                      *00023624
      *----------------------------------------------------------------*00023627
                                                                        00023630
           DISPLAY 'ALUNO ' WRK-MATRICULA ' DISCIPLINA '                00023633
                   WRK-DISC-DET ' NAO CADASTRADA - REJEITADO'.          00023636
           ADD 1                       TO WRK-ACU-DISC-INVALIDA.        00023639
                                                                        00023642
           PERFORM 0218-PULAR-NOTA.                                     00023645
           PERFORM 0218-PULAR-NOTA                                      00023648
               UNTIL WRK-FS-ALUNOS NOT EQUAL ZEROS                      00023651
                  OR WRK-REG-TIPO NOT EQUAL 'N'.                        00023654
                                                                        00023657
      *----------------------------------------------------------------*00023660
       0215-99-FIM.                    EXIT.                            00023663
      *----------------------------------------------------------------*00023666
                                                                        00023669
      *----------------------------------------------------------------*00023672
       0218-PULAR-NOTA                 SECTION.                         00023675
      *----------------------------------------------------------------*00023678
                                                                        00023681
           READ ALUNOS INTO WRK-REG-ALUNOS.                             00023684
                                                                        00023687
      *----------------------------------------------------------------*00023690
       0218-99-FIM.                    EXIT.                            00023693
      *----------------------------------------------------------------*00023700
                                                                        00023800
      *----------------------------------------------------------------*00023900
               GO TO 0220-99-FIM                                        00024450
           END-IF.                                                      00024460
                                                                        00024470
           INITIALIZE WRK-TAB-ACUM-DISCIPLINAS.                         00024500
           MOVE 'S'                    TO WRK-ALUNO-OK.                 00024700
           MOVE 'N'                    TO WRK-DISC-INVALIDA.            00024750
                                                                        00024800
           PERFORM 0210-LER-NOTA                                        00024900
               VARYING WRK-IDX-NOTA FROM 1 BY 1                         00025000
                                                                        00025300
           IF WRK-ALUNO-OK             EQUAL 'N'                        00025400
              OR WRK-QTD-NOTAS         EQUAL ZEROS                      00025500
               IF WRK-DISC-INVALIDA    EQUAL 'S'                        00025600
                   PERFORM 0215-DESCARTAR-GRUPO                         00025700
               ELSE                                                     00025720
                   DISPLAY 'ALUNO ' WRK-MATRICULA                       00025740
                           ' COM NOTAS INCOMPLETAS - REJEITADO'         00025760
               END-IF                                                   00025780
               ADD 1                   TO WRK-ACU-REJEITADOS            00025800
               MOVE 4                  TO RETURN-CODE                   00025900
               IF WRK-QTD-NOTAS        EQUAL ZEROS                      00026000
                   READ ALUNOS INTO WRK-REG-ALUNOS                      00026200
               END-IF                                                   00026300
           ELSE                                                         00026400
               PERFORM 0225-APURAR-DISCIPLINAS                          00026405
               PERFORM 0250-CONFERIR-FREQUENCIA                         00026410
               IF WRK-FREQ-OK          EQUAL 'S'                        00026420
                   PERFORM 0230-APURAR-MEDIA                            00026500
      *----------------------------------------------------------------*00027200
                                                                        00027300
      *----------------------------------------------------------------*00027400
       0225-APURAR-DISCIPLINAS         SECTION.                         00027500
      *----------------------------------------------------------------*00027600
      *     MEDIA E SITUACAO DE CADA DISCIPLINA CURSADA; A MEDIA GERAL *00027607
      *     E A MEDIA DAS DISCIPLINAS PONDERADA PELO PESO DA TABELA.   *00027614
      *----------------------------------------------------------------*00027621
                                                                        00027628
           MOVE ZEROS                  TO WRK-SOMA-POND                 00027635
                                          WRK-SOMA-PESO                 00027642
                                          WRK-QT-REPROV-DISC.           00027649
           MOVE 'N'                    TO WRK-DISC-ERRADA.              00027656
                                                                        00027663
           PERFORM 0227-APURAR-DISCIPLINA                               00027670
               VARYING WRK-IDX-DIS FROM 1 BY 1                          00027677
               UNTIL WRK-IDX-DIS GREATER WRK-QT-DISCIPLINAS.            00027684
                                                                        00027700
           COMPUTE WRK-MEDIA ROUNDED = WRK-SOMA-POND / WRK-SOMA-PESO    00027800
               ON SIZE ERROR                                            00027900
                   MOVE ZEROS          TO WRK-MEDIA                     00028000
                   MOVE 'S'            TO WRK-DISC-ERRADA               00028050
           END-COMPUTE.                                                 00028100
                                                                        00028200
      *----------------------------------------------------------------*00028300
       0225-99-FIM.                    EXIT.                            00028400
      *----------------------------------------------------------------*00028401
                                                                        00028402
      *----------------------------------------------------------------*00028403
       0227-APURAR-DISCIPLINA          SECTION.                         00028404
      *----------------------------------------------------------------*00028405
                                                                        00028406
           IF WRK-ACD-QTD-NOTAS(WRK-IDX-DIS) EQUAL ZEROS                00028407
               GO TO 0227-99-FIM                                        00028408
           END-IF.                                                      00028409
                                                                        00028410
           COMPUTE WRK-ACD-MEDIA(WRK-IDX-DIS) ROUNDED =                 00028411
                   WRK-ACD-SOMA-POND(WRK-IDX-DIS) /                     00028412
                   WRK-ACD-SOMA-PESO(WRK-IDX-DIS)                       00028413
               ON SIZE ERROR                                            00028414
                   MOVE ZEROS          TO WRK-ACD-MEDIA(WRK-IDX-DIS)    00028415
                   MOVE 'S'            TO WRK-DISC-ERRADA               00028416
           END-COMPUTE.                                                 00028417
                                                                        00028418
           IF WRK-ACD-MEDIA(WRK-IDX-DIS) GREATER 10                     00028419
               MOVE 'S'                TO WRK-DISC-ERRADA               00028420
           END-IF.                                                      00028421
                                                                        00028422
           IF WRK-ACD-MEDIA(WRK-IDX-DIS)                                00028423
                              NOT LESS WRK-TBD-NOTA-MINIMA(WRK-IDX-DIS) 00028424
               MOVE 'S'                TO WRK-ACD-APROVADA(WRK-IDX-DIS) 00028425
           ELSE                                                         00028426
               MOVE 'N'                TO WRK-ACD-APROVADA(WRK-IDX-DIS) 00028427
               ADD 1                   TO WRK-QT-REPROV-DISC            00028428
           END-IF.                                                      00028429
                                                                        00028430
           COMPUTE WRK-SOMA-POND = WRK-SOMA-POND +                      00028431
                   ( WRK-ACD-MEDIA(WRK-IDX-DIS) *                       00028432
                     WRK-TBD-PESO(WRK-IDX-DIS) ).                       00028433
           ADD WRK-TBD-PESO(WRK-IDX-DIS) TO WRK-SOMA-PESO.              00028434
                                                                        00028435
      *----------------------------------------------------------------*00028436
       0227-99-FIM.                    EXIT.                            00028437
      *----------------------------------------------------------------*00028438
                                                                        00028439
      *----------------------------------------------------------------*00028440
       0230-APURAR-MEDIA               SECTION.                         00028441
      *----------------------------------------------------------------*00028442
                                                                        00028443
      *     REGRA DE PROMOCAO PELA QUANTIDADE DE DISCIPLINAS EM QUE O   00028444
      *     ALUNO FICOU ABAIXO DA NOTA MINIMA.                          00028445
               EVALUATE TRUE                                            00028446
                   WHEN WRK-DISC-ERRADA EQUAL 'S'                       00028447
                     OR WRK-MEDIA GREATER 10                            00028448
                     MOVE '***ALGO DE ERRADO NAO ESTA CERTO!!***'       00028449
                                       TO WRK-STATUS                    00028450
                     ADD 1             TO WRK-ACU-MEDIA-ERRADA          00028451
                   WHEN WRK-QT-REPROV-DISC GREATER WRK-MAX-DISC-REC     00028452
                     MOVE 'REPROVADO '                                  00028500
                                       TO WRK-STATUS                    00028600
                     ADD 1             TO WRK-ACU-REPROVADO             00028700
                   WHEN WRK-QT-REPROV-DISC GREATER ZEROS                00028800
                     MOVE 'RECUPERACAO'                                 00028900
                                       TO WRK-STATUS                    00029000
                     ADD 1             TO WRK-ACU-RECUPERACAO           00029100
                   WHEN WRK-MEDIA NOT LESS 9                            00029200
                     MOVE 'NAO FEZ MAIS QUE A OBRIGACAO '               00029700
                                       TO WRK-STATUS                    00029800
                     ADD 1             TO WRK-ACU-LOUVOR                00029900
                   WHEN OTHER                                           00030000
                     MOVE 'APROVADO'                                    00030100
                                       TO WRK-STATUS                    00030200
                     ADD 1             TO WRK-ACU-APROVADO              00030300
                END-EVALUATE.                                           00030400
                                                                        00030500
      *----------------------------------------------------------------*00030600
      *     O PERCENTUAL IMPRESSO (A SECRETARIA E AS ESTATISTICAS       *00030870
      *     TRATAM AS DUAS REPROVACOES DE FORMA DIFERENTE).             *00030880
      *----------------------------------------------------------------*00030890
                                                                        00030950
           MOVE WRK-PERC-FREQ          TO WRK-SFA-PERC.                 00030960
           MOVE WRK-STATUS-FALTA       TO WRK-STATUS.                   00030970
      *----------------------------------------------------------------*00031572
       0278-99-FIM.                    EXIT.                            00031573
      *----------------------------------------------------------------*00031574
                                                                        00031576
      *----------------------------------------------------------------*00031578
       0240-GRAVAR-SAINOTA             SECTION.                         00031580
      *----------------------------------------------------------------*00031582
                                                                        00031584
            PERFORM 0245-GRAVAR-DISCIPLINA                              00031586
                VARYING WRK-IDX-DIS FROM 1 BY 1                         00031588
                UNTIL WRK-IDX-DIS GREATER WRK-QT-DISCIPLINAS.           00031590
                                                                        00031592
            DISPLAY 'MATRICULA ' WRK-MATRICULA                          00031594
                    ' MEDIA ' WRK-MEDIA                                 00031596
                    ' STATUS ' WRK-STATUS.                              00031600
                                                                        00031700
            MOVE SPACES                TO FD-SAINOTA.                   00031750
            MOVE WRK-MATRICULA         TO FD-MATRICULA.                 00031800
            MOVE WRK-QTD-NOTAS         TO FD-QTD-NOTAS.                 00031900
            MOVE WRK-MEDIA             TO FD-MEDIA.                     00032000
                                                                        00032500
      *----------------------------------------------------------------*00032600
       0240-99-FIM.                    EXIT.                            00032700
      *----------------------------------------------------------------*00032703
                                                                        00032706
      *----------------------------------------------------------------*00032709
       0245-GRAVAR-DISCIPLINA          SECTION.                         00032712
      *----------------------------------------------------------------*00032715
      *     UM REGISTRO POR DISCIPLINA CURSADA, ANTES DO GERAL.        *00032718
      *----------------------------------------------------------------*00032721
                                                                        00032724
            IF WRK-ACD-QTD-NOTAS(WRK-IDX-DIS) EQUAL ZEROS               00032727
                GO TO 0245-99-FIM                                       00032730
            END-IF.                                                     00032733
                                                                        00032736
            MOVE SPACES                TO FD-SAINOTA.                   00032739
            MOVE WRK-MATRICULA         TO FD-MATRICULA.                 00032742
            MOVE WRK-ACD-QTD-NOTAS(WRK-IDX-DIS) TO FD-QTD-NOTAS.        00032745
            MOVE WRK-ACD-MEDIA(WRK-IDX-DIS)     TO FD-MEDIA.            00032748
            IF WRK-ACD-APROVADA(WRK-IDX-DIS) EQUAL 'S'                  00032751
                MOVE 'APROVADO NA DISCIPLINA'  TO FD-STATUS             00032754
            ELSE                                                        00032757
                MOVE 'REPROVADO NA DISCIPLINA' TO FD-STATUS             00032760
            END-IF.                                                     00032763
            MOVE WRK-TBD-CODIGO(WRK-IDX-DIS)    TO FD-DISCIPLINA.       00032766
            WRITE FD-SAINOTA.                                           00032769
                                                                        00032772
            ADD 1                      TO WRK-ACU-REG-DISCIPLINA.       00032775
                                                                        00032778
      *----------------------------------------------------------------*00032781
       0245-99-FIM.                    EXIT.                            00032784
      *----------------------------------------------------------------*00032800
                                                                        00032900
      *----------------------------------------------------------------*00033000
            DISPLAY 'REPROVADOS POR FALTA..: ' WRK-ACU-REPROV-FALTA.    00034790
            DISPLAY 'ALUNOS SEM FREQUENCIA.: ' WRK-ACU-SEM-FREQ.        00034795
            DISPLAY 'DESVIADOS P/ EXCALU...: ' WRK-ACU-EXC-CADASTRO.    00034796
            DISPLAY 'DISCIPLINA INVALIDA...: ' WRK-ACU-DISC-INVALIDA.   00034797
            DISPLAY 'RESULTADOS DISCIPLINA.: ' WRK-ACU-REG-DISCIPLINA.  00034798
            DISPLAY 'REGISTROS REJEITADOS..: ' WRK-ACU-REJEITADOS.      00034800
            DISPLAY '--------------------------------------------'.     00034900
                                                                        00035000
