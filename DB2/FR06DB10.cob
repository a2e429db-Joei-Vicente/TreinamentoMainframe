      *                   NA POSICAO 142 DO ARQTRANS ('S'), QUE PASSA  *00000273
      *                   COM LINHA DE AUDITORIA NO LOG. SETOR SEM     *00000274
      *                   FAIXA CADASTRADA NAO E CRITICADO.            *00000275
      *   15/10/2026 JL - TROCA DO GERENTE IMEDIATO PELAS POSICOES     *00000276
      *                   143-146 DO ARQTRANS (EM BRANCO MANTEM O      *00000277
      *                   ATUAL). O NOVO GERENTE TEM DE SER NUMERICO,  *00000278
      *                   DIFERENTE DO PROPRIO ID, ATIVO NA            *00000279
      *                   FOUR001.FUNC E AUSENTE DA FUNC_DESLIG; SENAO *00000280
      *                   O REGISTRO INTEIRO E REJEITADO. ANTES/DEPOIS *00000281
      *                   DO GERENTE VAI PARA O RELATORIO E PARA A     *00000282
      *                   FUNC2_HIST (GERENTE_ANTES/GERENTE_DEPOIS).   *00000283
      *================================================================*00000284
                                                                        00000285
      *================================================================*00000286
       ENVIRONMENT                               DIVISION.              00000287
      *================================================================*00000290
                                                                        00000300
      *----------------------------------------------------------------*00000310
          05 FD-TRS-EMAIL-DEL          PIC X(01).                       00000521
          05 FD-TRS-TEL-DEL            PIC X(01).                       00000522
          05 FD-TRS-FAIXA-OVR          PIC X(01).                       00000523
          05 FD-TRS-GERENTE            PIC X(04).                       00000524
          05 FILLER                    PIC X(04).                       00000526
      *----------------------------------------------------------------*00000528
       WORKING-STORAGE                           SECTION.               00000530
      *----------------------------------------------------------------*00000540
                                                                        00000550
          05 WRK-ANTES-DATAADM         PIC X(10).                       00001320
          05 WRK-ANTES-EMAIL           PIC X(40).                       00001330
          05 WRK-ANTES-TELEFONE        PIC X(40).                       00001340
          05 WRK-ANTES-GERENTE         PIC 9(04).                       00001345
                                                                        00001350
       77 WRK-EMAIL-FINAL              PIC X(40).                       00001360
                                                                        00001370
                                                                        00001395
        COPY '#AUDSYS'.                                                 00001396
                                                                        00001397
      *----------------------------------------------------------------*00001398
       01 FILLER                       PIC  X(050)         VALUE        00001399
           '*** AREA DB2 ***'.                                          00001400
      *----------------------------------------------------------------*00001410
                                                                        00001420
       77 WRK-FAIXA-MIN                  PIC 9(10) VALUE ZEROS.           00001591
       77 WRK-FAIXA-MAX                  PIC 9(10) VALUE ZEROS.           00001592
       77 WRK-FAIXA-OK                   PIC X(01) VALUE 'S'.             00001593
       77 WRK-GERENTE-AC                 PIC X(04) VALUE SPACES.        00001594
       77 WRK-GERENTE                    PIC 9(04) VALUE ZEROS.         00001595
       77 WRK-QT-GERENTE                 PIC 9(05) VALUE ZEROS.         00001596
       77 WRK-GERENTE-OK                 PIC X(01) VALUE 'S'.           00001597
                                                                        00001598
      *================================================================*00001600
       PROCEDURE                                 DIVISION.              00001610
      *================================================================*00001620
                                                                        00002020
      *----------------------------------------------------------------*00002030
       2000-PROCESSAR                            SECTION.               00002040
      *----------------------------------------------------------------*00002041
                                                                        00002042
           IF WRK-FS-TRANS             EQUAL ZEROS                      00002043
               ADD 1                   TO WRK-ACU-LIDOS                 00002044
               MOVE 'FR06DB10'         TO WRK-AUD-PROGRAMA              00002045
               MOVE FD-REG-TRANS(1:80) TO WRK-AUD-CARTAO                00002046
               CALL 'AUDSYS'           USING WRK-AUDSYS                 00002047
               MOVE FD-TRS-ID          TO WRK-ID-AC                     00002048
               MOVE FD-TRS-NOME        TO WRK-NOME-AC                   00002049
               MOVE FD-TRS-SETOR       TO WRK-SETOR-AC                  00002050
               MOVE FD-TRS-SALARIO     TO WRK-SALARIO-AC                00002051
               MOVE FD-TRS-DATAADM     TO WRK-DATAADM-AC                00002052
               MOVE FD-TRS-EMAIL       TO WRK-EMAIL-AC                  00002053
               MOVE FD-TRS-TELEFONE    TO WRK-TEL-AC                    00002054
               MOVE FD-TRS-APROVACAO   TO WRK-APROVACAO-AC              00002055
               MOVE FD-TRS-EMAIL-DEL   TO WRK-EMAIL-DEL-AC              00002056
               MOVE FD-TRS-TEL-DEL     TO WRK-TEL-DEL-AC                00002057
               MOVE FD-TRS-FAIXA-OVR   TO WRK-FAIXA-OVR-AC              00002058
               MOVE FD-TRS-GERENTE     TO WRK-GERENTE-AC                00002059
               PERFORM 2050-APLICAR-ALTERACAO                           00002060
           END-IF.                                                      00002065
                                                                        00002066
           READ ARQTRANS.                                               00002067
                                          WRK-TEL-NULL.                 00002078
                                                                        00002079
           EXEC SQL                                                     00002080
            SELECT ID,NOME,SETOR,SALARIO,DATAADM,EMAIL,TELEFONE,        00002090
                   GERENTE                                              00002095
             INTO :DB2-ID,                                              00002100
                  :DB2-NOME,                                            00002110
                  :DB2-SETOR,                                           00002120
                  :DB2-SALARIO,                                         00002130
                  :DB2-DATAADM,                                         00002140
                  :DB2-EMAIL    :WRK-EMAIL-NULL,                        00002150
                  :DB2-TELEFONE :WRK-TEL-NULL,                          00002160
                  :DB2-GERENTE                                          00002165
               FROM FOUR001.FUNC2                                       00002170
               WHERE ID = :DB2-ID                                       00002180
           END-EXEC.                                                    00002190
           MOVE DB2-DATAADM            TO WRK-ANTES-DATAADM.            00002270
           MOVE DB2-EMAIL-TEXT         TO WRK-ANTES-EMAIL.              00002280
           MOVE DB2-TELEFONE           TO WRK-ANTES-TELEFONE.           00002290
           MOVE DB2-GERENTE            TO WRK-ANTES-GERENTE.            00002295
                                                                        00002300
      *----------------------------------------------------------------*00002310
      * APLICA AS ALTERACOES INFORMADAS NA SYSIN, MANTENDO O VALOR     *00002320
                 GO TO 2050-99-FIM                                      00002394
              END-IF                                                    00002395
              MOVE WRK-SETOR-AC           TO DB2-SETOR                  00002400
           END-IF.                                                      00002401
                                                                        00002402
           IF WRK-GERENTE-AC           NOT EQUAL SPACES                 00002403
              PERFORM 2080-VALIDAR-GERENTE                              00002404
              IF WRK-GERENTE-OK        EQUAL 'N'                        00002405
                 ADD 1                 TO WRK-ACU-REJEITADOS            00002406
                 GO TO 2050-99-FIM                                      00002407
              END-IF                                                    00002408
              MOVE WRK-GERENTE            TO DB2-GERENTE                00002409
           END-IF.                                                      00002410
                                                                        00002420
           IF WRK-SALARIO-AC           NOT EQUAL ZEROS                  00002430
                 MOVE 0                   TO WRK-TEL-NULL               00002750
              END-IF                                                    00002760
           END-IF.                                                      00002770
                                                                        00002775
           IF WRK-SALARIO-AC           NOT EQUAL ZEROS                  00002780
               PERFORM 2070-VALIDAR-FAIXA-SALARIAL                      00002781
               IF WRK-FAIXA-OK         EQUAL 'N'                        00002782
                 SALARIO =:DB2-SALARIO,                                 00002970
                 DATAADM =:DB2-DATAADM,                                 00002980
                 EMAIL   =:DB2-EMAIL    :WRK-EMAIL-NULL,                00002990
                 TELEFONE=:DB2-TELEFONE :WRK-TEL-NULL,                  00003000
                 GERENTE =:DB2-GERENTE                                  00003005
             WHERE ID = :DB2-ID                                         00003010
           END-EXEC.                                                    00003020
                                                                        00003030
                                                                        00003050
      *----------------------------------------------------------------*00003060
       2050-99-FIM.                              EXIT.                  00003070
      *----------------------------------------------------------------*00003073
                                                                        00003076
      *----------------------------------------------------------------*00003081
       2060-VALIDAR-SETOR                        SECTION.               00003082
      *----------------------------------------------------------------*00003083
      *----------------------------------------------------------------*00003160
       2070-99-FIM.                              EXIT.                  00003161
      *----------------------------------------------------------------*00003162
                                                                        00003163
      *----------------------------------------------------------------*00003164
       2080-VALIDAR-GERENTE                      SECTION.               00003165
      *----------------------------------------------------------------*00003166
      *    NOVO GERENTE IMEDIATO: NUMERICO, DIFERENTE DO PROPRIO ID,   *00003167
      *    FUNCIONARIO ATIVO NA FOUR001.FUNC E AUSENTE DA              *00003168
      *    FOUR001.FUNC_DESLIG, COMO NA CONTRATACAO (FR06DB03).        *00003169
      *----------------------------------------------------------------*00003170
                                                                        00003171
           MOVE 'N'                    TO WRK-GERENTE-OK.               00003172
                                                                        00003173
           IF WRK-GERENTE-AC           NOT NUMERIC                      00003174
              OR WRK-GERENTE-AC        EQUAL '0000'                     00003175
               DISPLAY 'GERENTE INVALIDO PARA ID..: ' WRK-ID-AC         00003176
               GO TO 2080-99-FIM                                        00003177
           END-IF.                                                      00003178
                                                                        00003179
           MOVE WRK-GERENTE-AC         TO WRK-GERENTE.                  00003180
           IF WRK-GERENTE              EQUAL WRK-ID-AC                  00003181
               DISPLAY 'GERENTE IGUAL AO PROPRIO ID: ' WRK-ID-AC        00003182
               GO TO 2080-99-FIM                                        00003183
           END-IF.                                                      00003184
                                                                        00003185
           EXEC SQL                                                     00003186
             SELECT COUNT(*)                                            00003187
              INTO :WRK-QT-GERENTE                                      00003188
              FROM FOUR001.FUNC                                         00003189
              WHERE ID = :WRK-GERENTE                                   00003190
           END-EXEC.                                                    00003191
                                                                        00003192
           IF SQLCODE                  NOT EQUAL ZEROS                  00003193
               MOVE SQLCODE            TO WRK-SQLCODE                   00003194
               DISPLAY 'ERRO ' WRK-SQLCODE ' NA CONSULTA DO GERENTE'    00003195
               GO TO 2080-99-FIM                                        00003196
           END-IF.                                                      00003197
                                                                        00003198
           IF WRK-QT-GERENTE           EQUAL ZEROS                      00003199
               DISPLAY 'GERENTE ' WRK-GERENTE                           00003200
                       ' NAO CADASTRADO - ID: ' WRK-ID-AC               00003201
               GO TO 2080-99-FIM                                        00003202
           END-IF.                                                      00003203
                                                                        00003204
           EXEC SQL                                                     00003205
             SELECT COUNT(*)                                            00003206
              INTO :WRK-QT-GERENTE                                      00003207
              FROM FOUR001.FUNC_DESLIG                                  00003208
              WHERE ID = :WRK-GERENTE                                   00003209
           END-EXEC.                                                    00003210
                                                                        00003211
           IF SQLCODE                  NOT EQUAL ZEROS                  00003212
               MOVE SQLCODE            TO WRK-SQLCODE                   00003213
               DISPLAY 'ERRO ' WRK-SQLCODE ' NA CONSULTA DO GERENTE'    00003214
               GO TO 2080-99-FIM                                        00003215
           END-IF.                                                      00003216
                                                                        00003217
           IF WRK-QT-GERENTE           NOT EQUAL ZEROS                  00003218
               DISPLAY 'GERENTE ' WRK-GERENTE                           00003219
                       ' DESLIGADO - ID: ' WRK-ID-AC                    00003220
               GO TO 2080-99-FIM                                        00003221
           END-IF.                                                      00003222
                                                                        00003223
           MOVE 'S'                    TO WRK-GERENTE-OK.               00003224
                                                                        00003225
      *----------------------------------------------------------------*00003226
       2080-99-FIM.                              EXIT.                  00003227
      *----------------------------------------------------------------*00003228
                                                                        00003229
      *----------------------------------------------------------------*00003230
       2100-DISPLAY-DADOS                        SECTION.               00003231
      *----------------------------------------------------------------*00003232
                                                                        00003233
           EVALUATE SQLCODE                                             00003234
            WHEN 0                                                      00003235
              ADD 1                    TO WRK-ACU-ATUALIZADOS           00003236
              EXEC SQL                                                  00003237
                INSERT INTO FOUR001.FUNC2_HIST                          00003238
                  (ID, NOME_ANTES, SETOR_ANTES, SALARIO_ANTES,          00003239
                   DATAADM_ANTES, EMAIL_ANTES, TELEFONE_ANTES,          00003240
                   GERENTE_ANTES,                                       00003241
                   NOME_DEPOIS, SETOR_DEPOIS, SALARIO_DEPOIS,           00003242
                   DATAADM_DEPOIS, EMAIL_DEPOIS, TELEFONE_DEPOIS,       00003243
                   GERENTE_DEPOIS, DATA_ALTERACAO)                      00003244
                VALUES                                                  00003245
                  (:DB2-ID, :WRK-ANTES-NOME, :WRK-ANTES-SETOR,          00003246
                   :WRK-ANTES-SALARIO, :WRK-ANTES-DATAADM,              00003247
                   :WRK-ANTES-EMAIL, :WRK-ANTES-TELEFONE,               00003248
                   :WRK-ANTES-GERENTE,                                  00003249
                   :DB2-NOME, :DB2-SETOR, :DB2-SALARIO,                 00003250
                   :DB2-DATAADM, :DB2-EMAIL, :DB2-TELEFONE,             00003251
                   :DB2-GERENTE, CURRENT TIMESTAMP)                     00003252
              END-EXEC                                                  00003253
                                                                        00003254
              EVALUATE SQLCODE                                          00003255
               WHEN 0                                                   00003256
                 CONTINUE                                                00003257
               WHEN OTHER                                                00003258
                 MOVE SQLCODE             TO WRK-SQLCODE                 00003259
                 DISPLAY 'ERRO ... ' WRK-SQLCODE                         00003260
                 MOVE 'NO INSERT DO HISTORICO' TO WRK-MSG-ERRO           00003261
                 MOVE WRK-SQLCODE         TO WRK-STATUS                  00003262
                 PERFORM 9000-GRAVAR-ERROS                               00003263
              END-EVALUATE                                               00003264
                                                                        00003265
              DISPLAY 'DADOS ALTERADOS'                                 00003266
              DISPLAY 'ID..... ' DB2-ID                                 00003267
              DISPLAY 'ANTES...'                                        00003268
              DISPLAY '  NOME.... ' WRK-ANTES-NOME                      00003269
              DISPLAY '  SETOR... ' WRK-ANTES-SETOR                     00003270
              DISPLAY '  SALARIO. ' WRK-ANTES-SALARIO                   00003271
              DISPLAY '  DATAADM. ' WRK-ANTES-DATAADM                   00003272
              DISPLAY '  EMAIL... ' WRK-ANTES-EMAIL                     00003273
              DISPLAY '  TELEFONE ' WRK-ANTES-TELEFONE                  00003274
              DISPLAY '  GERENTE. ' WRK-ANTES-GERENTE                   00003275
              DISPLAY 'DEPOIS..'                                        00003276
              DISPLAY '  NOME.... ' DB2-NOME                            00003277
              DISPLAY '  SETOR... ' DB2-SETOR                           00003278
              DISPLAY '  SALARIO. ' DB2-SALARIO                         00003280
              DISPLAY '  DATAADM. ' DB2-DATAADM                         00003290
              DISPLAY '  EMAIL... ' DB2-EMAIL                           00003300
              DISPLAY '  TELEFONE ' DB2-TELEFONE                        00003310
              DISPLAY '  GERENTE. ' DB2-GERENTE                         00003315
                                                                        00003320
            WHEN -181                                                   00003330
              ADD 1                    TO WRK-ACU-REJEITADOS            00003335
