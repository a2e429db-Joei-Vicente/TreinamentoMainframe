      *                     OCORRENCIA POR REGISTRO DESVIADO), COM      00003680
      *                     CONTADOR PROPRIO. ARQUIVO AUSENTE = SEM     00003690
      *                     DESVIOS, COM AVISO.                         00003691
      *     15/10/2026 JL - OS CHEQUES QUE O FR06EX03 DEVOLVEU          00003692
      *                     SEM FUNDOS (DEVCHQ, LAYOUT B#CHQDV, COM A   00003693
      *                     IMAGEM DO MOVIMENTO NOS 65 PRIMEIROS BYTES) 00003694
      *                     TAMBEM NAO FORAM APLICADOS E ENTRAM NA      00003695
      *                     TABELA DE DESVIOS JUNTO COM O SUSPENSO/     00003696
      *                     EXCECAO. SEM O ARQUIVO, SO AVISO.           00003697
      *                                                                 00003700
      *================================================================*00003800
                                                                        00003900
                FILE STATUS            IS WRK-FS-SUSPENSO.              00006520
             SELECT EXCECAO            ASSIGN TO EXCECAO                00006530
                FILE STATUS            IS WRK-FS-EXCECAO.               00006540
             SELECT DEVCHQ             ASSIGN TO DEVCHQ                 00006560
                FILE STATUS            IS WRK-FS-DEVCHQ.                00006580
                                                                        00006600
      *================================================================*00006700
       DATA                                      DIVISION.              00006800
           BLOCK CONTAINS 0 RECORDS.                                    00010090
       01 FD-EXCECAO                   PIC X(65).                       00010091
                                                                        00010100
       FD DEVCHQ                                                        00010116
           RECORDING MODE IS F                                          00010132
           BLOCK CONTAINS 0 RECORDS.                                    00010148
       01 FD-DEVCHQ                    PIC X(80).                       00010164
                                                                        00010180
      *----------------------------------------------------------------*00010200
       WORKING-STORAGE                           SECTION.               00010300
      *----------------------------------------------------------------*00010400
       77 WRK-FS-HISTSAI               PIC X(02) VALUE SPACES.          00012500
       77 WRK-FS-SUSPENSO              PIC X(02) VALUE SPACES.          00012510
       77 WRK-FS-EXCECAO               PIC X(02) VALUE SPACES.          00012520
       77 WRK-FS-DEVCHQ                PIC X(02) VALUE SPACES.          00012525
                                                                        00012530
      *----------------------------------------------------------------*00012540
      *    MOVIMENTOS DESVIADOS (SUSPENSO, EXCECAO E DEVCHQ): CADA      00012550
      *    REGISTRO DO MOV2505 IGUAL A UMA ENTRADA AINDA NAO CONSUMIDA  *00012560
      *    E DESCARTADO DO MERGE.                                       *00012570
      *----------------------------------------------------------------*00012580
                                                                        00033800
      *----------------------------------------------------------------*00033900
       1600-99-FIM.            EXIT.                                    00034000
      *----------------------------------------------------------------*00034003
      *----------------------------------------------------------------*00034006
       1700-CARREGAR-DESVIOS              SECTION.                      00034009
      *----------------------------------------------------------------*00034012
                                                                        00034015
            OPEN INPUT SUSPENSO.                                        00034018
            IF WRK-FS-SUSPENSO EQUAL '35'                               00034021
                DISPLAY 'SUSPENSO AUSENTE - SEM DESVIOS'                00034024
            ELSE                                                        00034027
                IF WRK-FS-SUSPENSO NOT EQUAL ZEROS                      00034030
                    MOVE ' ERRO ABERTURA SUSPENSO ' TO WRK-MSG          00034033
                    PERFORM 9000-TRATAR-ERROS                           00034036
                END-IF                                                  00034039
                PERFORM 1710-LER-SUSPENSO                               00034042
                    UNTIL WRK-FS-SUSPENSO EQUAL '10'                    00034045
                CLOSE SUSPENSO                                          00034048
            END-IF.                                                     00034051
                                                                        00034054
            OPEN INPUT EXCECAO.                                         00034057
            IF WRK-FS-EXCECAO EQUAL '35'                                00034060
                DISPLAY 'EXCECAO AUSENTE - SEM DESVIOS'                 00034063
            ELSE                                                        00034066
                IF WRK-FS-EXCECAO NOT EQUAL ZEROS                       00034069
                    MOVE ' ERRO ABERTURA EXCECAO ' TO WRK-MSG           00034072
                    PERFORM 9000-TRATAR-ERROS                           00034075
                END-IF                                                  00034078
                PERFORM 1720-LER-EXCECAO                                00034081
                    UNTIL WRK-FS-EXCECAO EQUAL '10'                     00034084
                CLOSE EXCECAO                                           00034087
            END-IF.                                                     00034090
                                                                        00034093
            OPEN INPUT DEVCHQ.                                          00034096
            IF WRK-FS-DEVCHQ EQUAL '35'                                 00034099
                DISPLAY 'DEVCHQ AUSENTE - SEM CHEQUES DEVOLVIDOS'       00034102
            ELSE                                                        00034105
                IF WRK-FS-DEVCHQ NOT EQUAL ZEROS                        00034108
                    MOVE ' ERRO ABERTURA DEVCHQ ' TO WRK-MSG            00034111
                    PERFORM 9000-TRATAR-ERROS                           00034114
                END-IF                                                  00034117
                PERFORM 1730-LER-DEVCHQ                                 00034120
                    UNTIL WRK-FS-DEVCHQ EQUAL '10'                      00034123
                CLOSE DEVCHQ                                            00034126
            END-IF.                                                     00034129
                                                                        00034132
            DISPLAY 'DESVIOS CARREGADOS....: ' WRK-QT-DESVIOS.          00034140
                                                                        00034141
      *----------------------------------------------------------------*00034142
                                                                        00034181
      *----------------------------------------------------------------*00034182
       1720-99-FIM.            EXIT.                                    00034183
      *----------------------------------------------------------------*00034188
      *----------------------------------------------------------------*00034193
       1730-LER-DEVCHQ                    SECTION.                      00034198
      *----------------------------------------------------------------*00034203
                                                                        00034208
            READ DEVCHQ.                                                00034213
            IF WRK-FS-DEVCHQ NOT EQUAL ZEROS                            00034218
                MOVE '10' TO WRK-FS-DEVCHQ                              00034223
                GO TO 1730-99-FIM                                       00034228
            END-IF.                                                     00034233
                                                                        00034238
            IF WRK-QT-DESVIOS NOT LESS 1000                             00034243
                MOVE ' TABELA DE DESVIOS CHEIA ' TO WRK-MSG             00034248
                PERFORM 9000-TRATAR-ERROS                               00034253
            END-IF.                                                     00034258
            ADD 1 TO WRK-QT-DESVIOS.                                    00034263
            MOVE FD-DEVCHQ(1:65) TO WRK-DSV-REG(WRK-QT-DESVIOS).        00034268
                                                                        00034273
      *----------------------------------------------------------------*00034278
       1730-99-FIM.            EXIT.                                    00034283
      *----------------------------------------------------------------*00034288
      *----------------------------------------------------------------*00034293
       2000-PROCESSAR                     SECTION.                      00034300
      *----------------------------------------------------------------*00034400
                                                                        00034500
      *----------------------------------------------------------------*00039105
       2260-99-FIM.            EXIT.                                    00039106
      *----------------------------------------------------------------*00039107
      *----------------------------------------------------------------*00039153
       2300-GRAVAR-HISTORICO              SECTION.                      00039200
      *----------------------------------------------------------------*00039300
      *    REGISTRO DO HISTORICO ATUAL: SO PASSA PARA O NOVO ARQUIVO    00039400
