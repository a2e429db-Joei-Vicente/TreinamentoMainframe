      *     B#AGEMST, MANTIDO PELO FR06CB67): AGENCIA INEXISTENTE OU    00003912
      *     INATIVA VAI PARA O EXCADM. SEM O ARQUIVO, A VALIDACAO E     00003913
      *     PULADA COM AVISO.                                           00003914
      *     15/10/2026 JL - A ADMISSAO PASSA A EXIGIR UM TITULAR        00003928
      *     PRINCIPAL ATIVO PARA A CHAVE NO CADASTRO DE TITULARES       00003942
      *     (TITULAR, LAYOUT B#TITUL, MANTIDO PELO FR06C108): SEM ELE   00003956
      *     O CLIENTE NOVO VAI PARA O EXCADM. ARQUIVO AUSENTE RECUSA    00003970
      *     TODAS AS ADMISSOES, COMO NO IDENCLI.                        00003984
      *                                                                 00004000
      *================================================================*00004100
                                                                        00004200
                FILE STATUS            IS WRK-FS-IDENCLI.               00006620
             SELECT AGEMST             ASSIGN TO AGEMST                 00006630
                FILE STATUS            IS WRK-FS-AGEMST.                00006640
             SELECT TITULAR            ASSIGN TO TITULAR                00006660
                FILE STATUS            IS WRK-FS-TITULAR.               00006680
                                                                        00006700
      *================================================================*00006800
       DATA                                      DIVISION.              00006900
       FD AGEMST                                                        00010070
           RECORDING MODE IS F                                          00010080
           BLOCK CONTAINS 0 RECORDS.                                    00010090
       01 FD-AGEMST                    PIC X(80).                       00010091
                                                                        00010092
       FD TITULAR                                                       00010093
           RECORDING MODE IS F                                          00010094
           BLOCK CONTAINS 0 RECORDS.                                    00010095
       01 FD-TITULAR                   PIC X(80).                       00010096
                                                                        00010100
      *----------------------------------------------------------------*00010200
       WORKING-STORAGE                           SECTION.               00010300
       77 WRK-QT-AGATIVAS              PIC 9(03) VALUE ZEROS.           00012305
       77 WRK-IDX-AGA                  PIC 9(03) VALUE ZEROS.           00012306
       77 WRK-ACHOU-AGENCIA            PIC X(01) VALUE 'N'.             00012307
                                                                        00012338
      *----------------------------------------------------------------*00012369
       01 FILLER                       PIC X(50)               VALUE    00012400
            '**** AREA DO CADASTRO DE TITULARES (B#TITUL) ****'.        00012405
      *----------------------------------------------------------------*00012410
                                                                        00012415
        COPY 'B#TITUL'.                                                 00012420
                                                                        00012425
       77 WRK-FS-TITULAR               PIC X(02) VALUE SPACES.          00012430
                                                                        00012435
       01 WRK-TAB-PRINCIPAIS.                                           00012440
          05 WRK-TBP-CHAVE             PIC X(08) OCCURS 1000 TIMES.     00012445
                                                                        00012450
       77 WRK-QT-PRINCIPAIS            PIC 9(04) VALUE ZEROS.           00012455
       77 WRK-IDX-TBP                  PIC 9(04) VALUE ZEROS.           00012460
       77 WRK-ACHOU-PRINCIPAL          PIC X(01) VALUE 'N'.             00012465
                                                                        00012470
      *----------------------------------------------------------------*00012475
       01 FILLER                       PIC X(50)               VALUE    00012480
            '**** AREA DE CONTADORES ****'.                             00012500
      *----------------------------------------------------------------*00012600
                                                                        00012700
       77 WRK-ACU-REJEITADOS           PIC 9(07) VALUE ZEROS.           00013100
       77 WRK-ACU-GRAVADOS             PIC 9(07) VALUE ZEROS.           00013200
       77 WRK-ACU-SEM-IDENT            PIC 9(07) VALUE ZEROS.           00013210
       77 WRK-ACU-SEM-TITULAR          PIC 9(07) VALUE ZEROS.           00013255
       77 WRK-HASH-SAIDA               PIC 9(15) VALUE ZEROS.           00013300
                                                                        00013400
      *----------------------------------------------------------------*00013500
            PERFORM 1800-CARREGAR-IDENT.                                00018410
                                                                        00018411
            PERFORM 1850-CARREGAR-AGENCIAS.                             00018412
                                                                        00018414
            PERFORM 1900-CARREGAR-TITULARES.                            00018416
                                                                        00018420
            PERFORM 1700-COPIAR-CABECALHO.                              00018500
                                                                        00018600
      *----------------------------------------------------------------*00022192
       1860-99-FIM.            EXIT.                                    00022193
      *----------------------------------------------------------------*00022194
      *----------------------------------------------------------------*00022195
       1900-CARREGAR-TITULARES            SECTION.                      00022196
      *----------------------------------------------------------------*00022197
      *    CARREGA AS CHAVES QUE TEM TITULAR PRINCIPAL ATIVO NO         00022198
      *    CADASTRO DE TITULARES. ARQUIVO AUSENTE NAO E ERRO: TODA      00022199
      *    ADMISSAO SERA RECUSADA POR FALTA DE TITULAR PRINCIPAL.       00022200
      *----------------------------------------------------------------*00022201
                                                                        00022202
            OPEN INPUT TITULAR.                                         00022203
            IF WRK-FS-TITULAR EQUAL '35'                                00022204
                DISPLAY 'TITULAR AUSENTE - ADMISSOES SERAO RECUSADAS'   00022205
                GO TO 1900-99-FIM                                       00022206
            END-IF.                                                     00022207
            IF WRK-FS-TITULAR NOT EQUAL ZEROS                           00022208
                MOVE ' ERRO ABERTURA TITULAR ' TO WRK-MSG               00022209
                PERFORM 9000-TRATAR-ERROS                               00022210
            END-IF.                                                     00022211
                                                                        00022212
            PERFORM 1910-LER-TITULAR                                    00022213
                UNTIL WRK-FS-TITULAR EQUAL '10'.                        00022214
            CLOSE TITULAR.                                              00022215
                                                                        00022216
            DISPLAY 'TITULARES PRINCIPAIS: ' WRK-QT-PRINCIPAIS.         00022217
                                                                        00022218
      *----------------------------------------------------------------*00022219
       1900-99-FIM.            EXIT.                                    00022220
      *----------------------------------------------------------------*00022221
      *----------------------------------------------------------------*00022222
       1910-LER-TITULAR                   SECTION.                      00022223
      *----------------------------------------------------------------*00022224
                                                                        00022225
            READ TITULAR INTO WRK-REG-TITULAR.                          00022226
                                                                        00022227
            IF WRK-FS-TITULAR NOT EQUAL ZEROS                           00022228
                MOVE '10' TO WRK-FS-TITULAR                             00022229
                GO TO 1910-99-FIM                                       00022230
            END-IF.                                                     00022231
                                                                        00022232
            IF WRK-TIT-PAPEL NOT EQUAL 'P'                              00022233
               OR WRK-TIT-SITUACAO NOT EQUAL 'A'                        00022234
                GO TO 1910-99-FIM                                       00022235
            END-IF.                                                     00022236
                                                                        00022237
            IF WRK-QT-PRINCIPAIS LESS 1000                              00022238
                ADD 1 TO WRK-QT-PRINCIPAIS                              00022239
                MOVE WRK-TIT-CHAVE                                      00022240
                     TO WRK-TBP-CHAVE(WRK-QT-PRINCIPAIS)                00022241
            ELSE                                                        00022242
                MOVE ' TABELA DE TITULARES CHEIA ' TO WRK-MSG           00022243
                PERFORM 9000-TRATAR-ERROS                               00022244
            END-IF.                                                     00022245
                                                                        00022246
      *----------------------------------------------------------------*00022247
       1910-99-FIM.            EXIT.                                    00022248
      *----------------------------------------------------------------*00022249
      *----------------------------------------------------------------*00022250
       1700-COPIAR-CABECALHO              SECTION.                      00022251
      *----------------------------------------------------------------*00022252
                                                                        00022253
            READ CLI2505 INTO WRK-REG-CABECALHO.                        00022254
                                                                        00022255
            IF WRK-FS-CLI2505 NOT EQUAL ZEROS                           00022300
               OR WRK-HDR-ID NOT EQUAL 'HDR'                            00022400
                MOVE ' CLI2505 SEM CABECALHO PADRAO ' TO WRK-MSG        00022500
                GO TO 2300-99-FIM                                       00032698
            END-IF.                                                     00032699
                                                                        00032700
            PERFORM 2800-PROCURAR-TITULAR.                              00032708
            IF WRK-ACHOU-PRINCIPAL EQUAL 'N'                            00032716
                MOVE FD-NOVOCLI TO WRK-EXC-REGISTRO                     00032724
                MOVE 'SEM TITULAR PRINCIPAL' TO WRK-EXC-MOTIVO          00032732
                WRITE FD-EXCADM FROM WRK-REG-EXCADM                     00032740
                ADD 1 TO WRK-ACU-REJEITADOS                             00032748
                ADD 1 TO WRK-ACU-SEM-TITULAR                            00032756
                GO TO 2300-99-FIM                                       00032764
            END-IF.                                                     00032772
                                                                        00032780
            WRITE FD-CLINOVO FROM FD-NOVOCLI.                           00032788
            ADD 1 TO WRK-ACU-ACEITOS.                                   00032800
            ADD 1 TO WRK-ACU-GRAVADOS.                                  00032900
            MOVE FD-NOVO-SALDO TO WRK-SALDO-NOVO-X.                     00033000
            MOVE FD-CLI2505-CHAVE TO WRK-ULTIMA-CHAVE.                  00034400
                                                                        00034500
      *----------------------------------------------------------------*00034600
       2500-99-FIM.            EXIT.                                    00034603
      *----------------------------------------------------------------*00034606
      *----------------------------------------------------------------*00034610
       2600-PROCURAR-IDENT                SECTION.                      00034620
      *----------------------------------------------------------------*00034630
      *----------------------------------------------------------------*00034994
       2710-99-FIM.            EXIT.                                    00034995
      *----------------------------------------------------------------*00034996
      *----------------------------------------------------------------*00034999
       2800-PROCURAR-TITULAR              SECTION.                      00035002
      *----------------------------------------------------------------*00035005
                                                                        00035008
            MOVE 'N' TO WRK-ACHOU-PRINCIPAL.                            00035011
            MOVE 1   TO WRK-IDX-TBP.                                    00035014
            PERFORM 2810-COMPARAR-TITULAR                               00035017
                UNTIL WRK-IDX-TBP GREATER WRK-QT-PRINCIPAIS             00035020
                   OR WRK-ACHOU-PRINCIPAL EQUAL 'S'.                    00035023
                                                                        00035026
      *----------------------------------------------------------------*00035029
       2800-99-FIM.            EXIT.                                    00035032
      *----------------------------------------------------------------*00035035
      *----------------------------------------------------------------*00035038
       2810-COMPARAR-TITULAR              SECTION.                      00035041
      *----------------------------------------------------------------*00035044
                                                                        00035047
            IF WRK-TBP-CHAVE(WRK-IDX-TBP) EQUAL FD-NOVO-CHAVE           00035050
                MOVE 'S' TO WRK-ACHOU-PRINCIPAL                         00035053
            ELSE                                                        00035056
                ADD 1 TO WRK-IDX-TBP                                    00035059
            END-IF.                                                     00035062
                                                                        00035065
      *----------------------------------------------------------------*00035068
       2810-99-FIM.            EXIT.                                    00035071
      *----------------------------------------------------------------*00035074
      *----------------------------------------------------------------*00035077
       3000-FINALIZAR                     SECTION.                      00035080
      *----------------------------------------------------------------*00035100
                                                                        00035200
            MOVE SPACES           TO WRK-REG-TRAILER.                   00035300
            DISPLAY '  ADMITIDOS............: ' WRK-ACU-ACEITOS.        00036900
            DISPLAY '  REJEITADOS...........: ' WRK-ACU-REJEITADOS.     00037000
            DISPLAY '  SEM IDENT/DOC INVALIDO: ' WRK-ACU-SEM-IDENT.     00037010
            DISPLAY '  SEM TITULAR PRINCIPAL: ' WRK-ACU-SEM-TITULAR.    00037055
            DISPLAY '  NOVO CADASTRO........: ' WRK-ACU-GRAVADOS.       00037100
            DISPLAY '------------------------------------------------'. 00037200
                                                                        00037300
