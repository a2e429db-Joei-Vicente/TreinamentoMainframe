      *               2-MEDIA GERAL DA TURMA;                           00001900
      *               3-MAIOR E MENOR MEDIA COM AS MATRICULAS;          00002000
      *               4-DISTRIBUICAO POR FAIXA DE MEDIA (0-2, 2-6,      00002100
      *                 6-9, 9-10);                                     00002150
      *               5-RESULTADO POR DISCIPLINA (ALUNOS, APROVADOS,    00002200
      *                 REPROVADOS, MEDIA, MAIOR E MENOR MEDIA).        00002250
      *                                                                 00002300
      *----------------------------------------------------------------*00002400
      *     INPUT:                                                      00002500
      *     DDNAME           I/O                                        00002600
      *     SAINOTA           I   (LRECL 60)                            00002666
      *     DISCIPL           I   (LRECL 40 - OPCIONAL, NOMES)          00002732
      *     RELNOTA           O   (LRECL 80)                            00002800
      *                                                                 00002900
      *----------------------------------------------------------------*00003000
      *     MANUTENCAO:                                                 00003100
      *     15/10/2026 JL - O SAINOTA PASSA A TRAZER OS RESULTADOS      00003122
      *                     POR DISCIPLINA (FD-DISCIPLINA PREENCHIDA)   00003144
      *                     ALEM DO GERAL DO ALUNO. AS ESTATISTICAS DA  00003166
      *                     TURMA CONTINUAM SOBRE O REGISTRO GERAL, COM 00003188
      *                     A CONTAGEM POR STATUS PELO TEXTO DO STATUS  00003210
      *                     (A REGRA DE PROMOCAO NAO DEPENDE MAIS SO DA 00003232
      *                     MEDIA), E O RELNOTA GANHA O QUADRO POR      00003254
      *                     DISCIPLINA, NA ORDEM DA TABELA DISCIPL.     00003276
      *================================================================*00003300
                                                                        00003400
      *================================================================*00003500
                FILE STATUS            IS WRK-FS-SAINOTA.               00005200
             SELECT RELNOTA            ASSIGN TO RELNOTA                00005300
                FILE STATUS            IS WRK-FS-RELNOTA.               00005400
             SELECT DISCIPL            ASSIGN TO DISCIPL                00005433
                FILE STATUS            IS WRK-FS-DISCIPL.               00005466
                                                                        00005500
      *================================================================*00005600
       DATA                                      DIVISION.              00005700
          05 FD-QTD-NOTAS              PIC 9(02).                       00006900
          05 FD-MEDIA                  PIC 9(02)V99.                    00007000
          05 FD-STATUS                 PIC X(45).                       00007100
          05 FD-DISCIPLINA             PIC X(03).                       00007133
          05 FILLER                    PIC X(01).                       00007166
                                                                        00007200
       FD RELNOTA                                                       00007300
           RECORDING MODE IS F                                          00007400
           BLOCK CONTAINS 0 RECORDS.                                    00007500
       01 FD-RELNOTA                   PIC X(80).                       00007600
                                                                        00007616
       FD DISCIPL                                                       00007632
           RECORDING MODE IS F                                          00007648
           BLOCK CONTAINS 0 RECORDS.                                    00007664
       01 FD-DISCIPL                   PIC X(40).                       00007680
                                                                        00007700
      *----------------------------------------------------------------*00007800
       WORKING-STORAGE                           SECTION.               00007900
                                                                        00008100
       77 WRK-FS-SAINOTA               PIC X(02) VALUE SPACES.          00008200
       77 WRK-FS-RELNOTA               PIC X(02) VALUE SPACES.          00008300
       77 WRK-FS-DISCIPL               PIC X(02) VALUE SPACES.          00008350
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00008400
                                                                        00008500
      *----------------------------------------------------------------*00008600
                                                                        00010800
      *----------------------------------------------------------------*00010900
       01 FILLER                       PIC X(50)               VALUE    00011000
            '**** AREA DAS DISCIPLINAS (B#DISCIP) ****'.                00011004
      *----------------------------------------------------------------*00011008
                                                                        00011012
        COPY 'B#DISCIP'.                                                00011016
                                                                        00011020
       01 WRK-TAB-DISCIPLINAS.                                          00011024
          05 WRK-TAB-DIS-ITEM          OCCURS 50 TIMES.                 00011028
             10 WRK-TBD-CODIGO         PIC X(03).                       00011032
             10 WRK-TBD-NOME           PIC X(20).                       00011036
             10 WRK-TBD-ALUNOS         PIC 9(05).                       00011040
             10 WRK-TBD-APROVADOS      PIC 9(05).                       00011044
             10 WRK-TBD-REPROVADOS     PIC 9(05).                       00011048
             10 WRK-TBD-SOMA-MEDIAS    PIC 9(07)V99.                    00011052
             10 WRK-TBD-MAIOR-MEDIA    PIC 9(02)V99.                    00011056
             10 WRK-TBD-MENOR-MEDIA    PIC 9(02)V99.                    00011060
                                                                        00011064
       77 WRK-QT-DISCIPLINAS           PIC 9(02) VALUE ZEROS.           00011068
       77 WRK-IDX-DIS                  PIC 9(02) VALUE ZEROS.           00011072
       77 WRK-DIS-ACHADA               PIC 9(02) VALUE ZEROS.           00011076
       77 WRK-ACU-DISC-REGISTROS       PIC 9(05) VALUE ZEROS.           00011080
       77 WRK-MEDIA-DISC               PIC 9(02)V99 VALUE ZEROS.        00011084
                                                                        00011088
      *----------------------------------------------------------------*00011092
       01 FILLER                       PIC X(50)               VALUE    00011096
            '**** AREA DE LINHAS DO RELATORIO ****'.                    00011100
      *----------------------------------------------------------------*00011200
                                                                        00011300
          05 FILLER                    PIC X(10) VALUE 'MATRICULA '.    00013100
          05 WRK-LM-MATRICULA          PIC 9(05).                       00013200
          05 FILLER                    PIC X(23) VALUE SPACES.          00013300
                                                                        00013303
       01 WRK-CABEC-DISC1.                                              00013306
          05 FILLER                    PIC X(44) VALUE                  00013309
           '---------- RESULTADO POR DISCIPLINA --------'.              00013312
          05 FILLER                    PIC X(36) VALUE ALL '-'.         00013315
                                                                        00013318
       01 WRK-CABEC-DISC2.                                              00013321
          05 FILLER                    PIC X(40) VALUE                  00013324
             'COD NOME                 ALUNOS  APROV R'.                00013327
          05 FILLER                    PIC X(40) VALUE                  00013330
             'EPROV  % APR  MEDIA  MAIOR  MENOR       '.                00013333
                                                                        00013336
       01 WRK-LINHA-DISCIPLINA.                                         00013339
          05 WRK-LD-CODIGO             PIC X(03).                       00013342
          05 FILLER                    PIC X(01) VALUE SPACES.          00013345
          05 WRK-LD-NOME               PIC X(20).                       00013348
          05 FILLER                    PIC X(02) VALUE SPACES.          00013351
          05 WRK-LD-ALUNOS             PIC ZZZZ9.                       00013354
          05 FILLER                    PIC X(02) VALUE SPACES.          00013357
          05 WRK-LD-APROVADOS          PIC ZZZZ9.                       00013360
          05 FILLER                    PIC X(02) VALUE SPACES.          00013363
          05 WRK-LD-REPROVADOS         PIC ZZZZ9.                       00013366
          05 FILLER                    PIC X(02) VALUE SPACES.          00013369
          05 WRK-LD-PERC               PIC ZZ9,9.                       00013372
          05 FILLER                    PIC X(02) VALUE SPACES.          00013375
          05 WRK-LD-MEDIA              PIC Z9,99.                       00013378
          05 FILLER                    PIC X(02) VALUE SPACES.          00013381
          05 WRK-LD-MAIOR              PIC Z9,99.                       00013384
          05 FILLER                    PIC X(02) VALUE SPACES.          00013387
          05 WRK-LD-MENOR              PIC Z9,99.                       00013390
          05 FILLER                    PIC X(07) VALUE SPACES.          00013393
                                                                        00013400
       01 WRK-LINHA-TRACO.                                              00013500
          05 FILLER                    PIC X(80) VALUE ALL '-'.         00013600
                 OUTPUT RELNOTA.                                        00016000
            PERFORM 1100-TESTAR-FILE-STATUS.                            00016100
                                                                        00016200
            PERFORM 1200-CARREGAR-DISCIPLINAS.                          00016233
                                                                        00016266
            READ SAINOTA.                                               00016300
                                                                        00016400
      *----------------------------------------------------------------*00016500
       1100-99-FIM.            EXIT.                                    00018300
      *----------------------------------------------------------------*00018400
      *----------------------------------------------------------------*00018500
       1200-CARREGAR-DISCIPLINAS          SECTION.                      00018502
      *----------------------------------------------------------------*00018504
      *     A TABELA SO DA O NOME E A ORDEM DO QUADRO: SEM O DISCIPL   *00018506
      *     AS DISCIPLINAS SAEM NA ORDEM EM QUE APARECEM NO SAINOTA.   *00018508
      *----------------------------------------------------------------*00018510
                                                                        00018512
            INITIALIZE WRK-TAB-DISCIPLINAS.                             00018514
                                                                        00018516
            OPEN INPUT DISCIPL.                                         00018518
            IF WRK-FS-DISCIPL EQUAL '35'                                00018520
                DISPLAY 'DISCIPL AUSENTE - DISCIPLINAS SEM NOME'        00018522
                GO TO 1200-99-FIM                                       00018524
            END-IF.                                                     00018526
            IF WRK-FS-DISCIPL NOT EQUAL ZEROS                           00018528
                MOVE ' ERRO ABERTURA DISCIPL ' TO WRK-MSG               00018530
                PERFORM 9000-TRATAR-ERROS                               00018532
            END-IF.                                                     00018534
                                                                        00018536
            PERFORM 1210-LER-DISCIPLINA                                 00018538
                UNTIL WRK-FS-DISCIPL EQUAL '10'.                        00018540
            CLOSE DISCIPL.                                              00018542
                                                                        00018544
      *----------------------------------------------------------------*00018546
       1200-99-FIM.            EXIT.                                    00018548
      *----------------------------------------------------------------*00018550
      *----------------------------------------------------------------*00018552
       1210-LER-DISCIPLINA                SECTION.                      00018554
      *----------------------------------------------------------------*00018556
                                                                        00018558
            READ DISCIPL INTO WRK-REG-DISCIP.                           00018560
            IF WRK-FS-DISCIPL NOT EQUAL ZEROS                           00018562
                MOVE '10'      TO WRK-FS-DISCIPL                        00018564
                GO TO 1210-99-FIM                                       00018566
            END-IF.                                                     00018568
                                                                        00018570
            IF WRK-DIS-CODIGO EQUAL SPACES                              00018572
               OR WRK-QT-DISCIPLINAS NOT LESS 50                        00018574
                GO TO 1210-99-FIM                                       00018576
            END-IF.                                                     00018578
                                                                        00018580
            ADD 1              TO WRK-QT-DISCIPLINAS.                   00018582
            MOVE WRK-DIS-CODIGO TO WRK-TBD-CODIGO(WRK-QT-DISCIPLINAS).  00018584
            MOVE WRK-DIS-NOME   TO WRK-TBD-NOME(WRK-QT-DISCIPLINAS).    00018586
            MOVE 99,99 TO WRK-TBD-MENOR-MEDIA(WRK-QT-DISCIPLINAS).      00018588
                                                                        00018590
      *----------------------------------------------------------------*00018592
       1210-99-FIM.            EXIT.                                    00018594
      *----------------------------------------------------------------*00018596
      *----------------------------------------------------------------*00018598
       2000-PROCESSAR                     SECTION.                      00018600
      *----------------------------------------------------------------*00018700
                                                                        00018712
            IF WRK-FS-SAINOTA EQUAL ZEROS                               00018724
               AND FD-DISCIPLINA NOT EQUAL SPACES                       00018736
                PERFORM 2100-ACUMULAR-DISCIPLINA                        00018748
                READ SAINOTA                                            00018760
                GO TO 2000-99-FIM                                       00018772
            END-IF.                                                     00018784
                                                                        00018800
            IF WRK-FS-SAINOTA EQUAL ZEROS                               00018900
                ADD 1          TO WRK-ACU-ALUNOS                        00019000
                    MOVE FD-MATRICULA TO WRK-MAT-MENOR                  00019900
                END-IF                                                  00020000
                                                                        00020100
                EVALUATE TRUE                                           00020200
                 WHEN FD-STATUS(1:9)  EQUAL 'REPROVADO'                 00020300
                   ADD 1 TO WRK-ACU-REPROVADO                           00020400
                 WHEN FD-STATUS(1:11) EQUAL 'RECUPERACAO'               00020500
                   ADD 1 TO WRK-ACU-RECUPERACAO                         00020600
                 WHEN FD-STATUS(1:8)  EQUAL 'APROVADO'                  00020700
                   ADD 1 TO WRK-ACU-APROVADO                            00020800
                 WHEN FD-STATUS(1:7)  EQUAL 'NAO FEZ'                   00020900
                   ADD 1 TO WRK-ACU-LOUVOR                              00021000
                 WHEN OTHER                                             00021100
                   ADD 1 TO WRK-ACU-ERRADA                              00021200
                                                                        00023000
      *----------------------------------------------------------------*00023100
       2000-99-FIM.            EXIT.                                    00023200
      *----------------------------------------------------------------*00023201
      *----------------------------------------------------------------*00023202
       2100-ACUMULAR-DISCIPLINA           SECTION.                      00023203
      *----------------------------------------------------------------*00023204
      *     DISCIPLINA FORA DA TABELA ENTRA NO FIM DO QUADRO, SEM NOME.*00023205
      *----------------------------------------------------------------*00023206
                                                                        00023207
            ADD 1              TO WRK-ACU-DISC-REGISTROS.               00023208
                                                                        00023209
            MOVE ZEROS         TO WRK-DIS-ACHADA.                       00023210
            PERFORM 2110-COMPARAR-DISCIPLINA                            00023211
                VARYING WRK-IDX-DIS FROM 1 BY 1                         00023212
                UNTIL WRK-IDX-DIS GREATER WRK-QT-DISCIPLINAS            00023213
                   OR WRK-DIS-ACHADA GREATER ZEROS.                     00023214
                                                                        00023215
            IF WRK-DIS-ACHADA EQUAL ZEROS                               00023216
                IF WRK-QT-DISCIPLINAS NOT LESS 50                       00023217
                    DISPLAY 'QUADRO DE DISCIPLINAS CHEIO - IGNORADA: '  00023218
                            FD-DISCIPLINA                               00023219
                    GO TO 2100-99-FIM                                   00023220
                END-IF                                                  00023221
                ADD 1          TO WRK-QT-DISCIPLINAS                    00023222
                MOVE WRK-QT-DISCIPLINAS TO WRK-DIS-ACHADA               00023223
                MOVE FD-DISCIPLINA TO WRK-TBD-CODIGO(WRK-DIS-ACHADA)    00023224
                MOVE 99,99     TO WRK-TBD-MENOR-MEDIA(WRK-DIS-ACHADA)   00023225
            END-IF.                                                     00023226
                                                                        00023227
            ADD 1              TO WRK-TBD-ALUNOS(WRK-DIS-ACHADA).       00023228
            ADD FD-MEDIA       TO WRK-TBD-SOMA-MEDIAS(WRK-DIS-ACHADA).  00023229
            IF FD-STATUS(1:8) EQUAL 'APROVADO'                          00023230
                ADD 1          TO WRK-TBD-APROVADOS(WRK-DIS-ACHADA)     00023231
            ELSE                                                        00023232
                ADD 1          TO WRK-TBD-REPROVADOS(WRK-DIS-ACHADA)    00023233
            END-IF.                                                     00023234
            IF FD-MEDIA GREATER WRK-TBD-MAIOR-MEDIA(WRK-DIS-ACHADA)     00023235
                MOVE FD-MEDIA  TO WRK-TBD-MAIOR-MEDIA(WRK-DIS-ACHADA)   00023236
            END-IF.                                                     00023237
            IF FD-MEDIA LESS WRK-TBD-MENOR-MEDIA(WRK-DIS-ACHADA)        00023238
                MOVE FD-MEDIA  TO WRK-TBD-MENOR-MEDIA(WRK-DIS-ACHADA)   00023239
            END-IF.                                                     00023240
                                                                        00023241
      *----------------------------------------------------------------*00023242
       2100-99-FIM.            EXIT.                                    00023243
      *----------------------------------------------------------------*00023244
      *----------------------------------------------------------------*00023245
       2110-COMPARAR-DISCIPLINA           SECTION.                      00023246
      *----------------------------------------------------------------*00023247
                                                                        00023248
            IF WRK-TBD-CODIGO(WRK-IDX-DIS) EQUAL FD-DISCIPLINA          00023249
                MOVE WRK-IDX-DIS TO WRK-DIS-ACHADA                      00023250
            END-IF.                                                     00023251
                                                                        00023252
      *----------------------------------------------------------------*00023253
       2110-99-FIM.            EXIT.                                    00023254
      *----------------------------------------------------------------*00023300
      *----------------------------------------------------------------*00023400
       3000-FINALIZAR                     SECTION.                      00023500
            MOVE WRK-PERCENTUAL             TO WRK-LS-PERC.             00029506
            WRITE FD-RELNOTA FROM WRK-LINHA-STATUS.                     00029600
                                                                        00029700
            WRITE FD-RELNOTA FROM WRK-CABEC-DISC1.                      00029712
            WRITE FD-RELNOTA FROM WRK-CABEC-DISC2.                      00029724
            PERFORM 3200-IMPRIMIR-DISCIPLINA                            00029736
                VARYING WRK-IDX-DIS FROM 1 BY 1                         00029748
                UNTIL WRK-IDX-DIS GREATER WRK-QT-DISCIPLINAS.           00029760
            WRITE FD-RELNOTA FROM WRK-LINHA-TRACO.                      00029772
                                                                        00029784
            CLOSE SAINOTA                                               00029800
                  RELNOTA.                                              00029900
                                                                        00030000
            DISPLAY 'ALUNOS NO ARQUIVO....: ' WRK-ACU-ALUNOS.           00030100
            DISPLAY 'RESULTADOS DISCIPLINA: ' WRK-ACU-DISC-REGISTROS.   00030150
            DISPLAY 'MEDIA GERAL..........: ' WRK-MEDIA-GERAL.          00030200
                                                                        00030300
            STOP RUN.                                                   00030400
      *----------------------------------------------------------------*00035300
       3130-99-FIM.            EXIT.                                    00035400
      *----------------------------------------------------------------*00035500
      *----------------------------------------------------------------*00035503
       3200-IMPRIMIR-DISCIPLINA           SECTION.                      00035506
      *----------------------------------------------------------------*00035509
      *     DISCIPLINA DA TABELA SEM NENHUM ALUNO NO TERMO NAO SAI.    *00035512
      *----------------------------------------------------------------*00035515
                                                                        00035518
            IF WRK-TBD-ALUNOS(WRK-IDX-DIS) EQUAL ZEROS                  00035521
                GO TO 3200-99-FIM                                       00035524
            END-IF.                                                     00035527
                                                                        00035530
            MOVE WRK-TBD-CODIGO(WRK-IDX-DIS)     TO WRK-LD-CODIGO.      00035533
            MOVE WRK-TBD-NOME(WRK-IDX-DIS)       TO WRK-LD-NOME.        00035536
            MOVE WRK-TBD-ALUNOS(WRK-IDX-DIS)     TO WRK-LD-ALUNOS.      00035539
            MOVE WRK-TBD-APROVADOS(WRK-IDX-DIS)  TO WRK-LD-APROVADOS.   00035542
            MOVE WRK-TBD-REPROVADOS(WRK-IDX-DIS) TO WRK-LD-REPROVADOS.  00035545
            COMPUTE WRK-PERCENTUAL ROUNDED =                            00035548
                WRK-TBD-APROVADOS(WRK-IDX-DIS) * 100                    00035551
                / WRK-TBD-ALUNOS(WRK-IDX-DIS).                          00035554
            MOVE WRK-PERCENTUAL                  TO WRK-LD-PERC.        00035557
            COMPUTE WRK-MEDIA-DISC ROUNDED =                            00035560
                WRK-TBD-SOMA-MEDIAS(WRK-IDX-DIS)                        00035563
                / WRK-TBD-ALUNOS(WRK-IDX-DIS).                          00035566
            MOVE WRK-MEDIA-DISC                  TO WRK-LD-MEDIA.       00035569
            MOVE WRK-TBD-MAIOR-MEDIA(WRK-IDX-DIS) TO WRK-LD-MAIOR.      00035572
            MOVE WRK-TBD-MENOR-MEDIA(WRK-IDX-DIS) TO WRK-LD-MENOR.      00035575
            WRITE FD-RELNOTA FROM WRK-LINHA-DISCIPLINA.                 00035578
                                                                        00035581
      *----------------------------------------------------------------*00035584
       3200-99-FIM.            EXIT.                                    00035587
      *----------------------------------------------------------------*00035590
                                                                        00035600
      *----------------------------------------------------------------*00035700
       9000-TRATAR-ERROS                  SECTION.                      00035800
