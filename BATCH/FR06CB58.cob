      *                     CARGA (UMA OCORRENCIA POR REGISTRO          00003470
      *                     DESVIADO), COM CONTADOR PROPRIO. ARQUIVO    00003480
      *                     AUSENTE = SEM DESVIOS, COM AVISO.           00003490
      *     15/10/2026 JL - OS CHEQUES QUE O FR06EX03 DEVOLVEU          00003491
      *                     SEM FUNDOS (DEVCHQ, LAYOUT B#CHQDV, COM A   00003492
      *                     IMAGEM DO MOVIMENTO NOS 65 PRIMEIROS BYTES) 00003493
      *                     TAMBEM NAO FORAM APLICADOS E ENTRAM NA      00003494
      *                     TABELA DE DESVIOS JUNTO COM O SUSPENSO/     00003495
      *                     EXCECAO. SEM O ARQUIVO, SO AVISO.           00003496
      *                                                                 00003500
      *================================================================*00003600
                                                                        00003700
                FILE STATUS            IS WRK-FS-SUSPENSO.              00005520
             SELECT EXCECAO            ASSIGN TO EXCECAO                00005530
                FILE STATUS            IS WRK-FS-EXCECAO.               00005540
             SELECT DEVCHQ             ASSIGN TO DEVCHQ                 00005560
                FILE STATUS            IS WRK-FS-DEVCHQ.                00005580
             SELECT VSAMMOV            ASSIGN TO VSAMMOV                00005600
                ORGANIZATION           IS INDEXED                       00005700
                ACCESS MODE            IS SEQUENTIAL                    00005800
           BLOCK CONTAINS 0 RECORDS.                                    00007480
       01 FD-EXCECAO                   PIC X(65).                       00007490
                                                                        00007491
       FD DEVCHQ                                                        00007492
           RECORDING MODE IS F                                          00007493
           BLOCK CONTAINS 0 RECORDS.                                    00007494
       01 FD-DEVCHQ                    PIC X(80).                       00007495
                                                                        00007496
       FD VSAMMOV.                                                      00007500
       01 FD-VSAMMOV.                                                   00007600
          05 FD-VSAM-CHAVE             PIC X(19).                       00007700
       77 WRK-FS-VSAMMOV               PIC X(02) VALUE SPACES.          00009700
       77 WRK-FS-SUSPENSO               PIC X(02) VALUE SPACES.          00009710
       77 WRK-FS-EXCECAO                PIC X(02) VALUE SPACES.          00009720
       77 WRK-FS-DEVCHQ                 PIC X(02) VALUE SPACES.         00009725
                                                                        00009730
      *----------------------------------------------------------------*00009740
      *    MOVIMENTOS DESVIADOS (SUSPENSO, EXCECAO E DEVCHQ): CADA      00009750
      *    REGISTRO DO MOV2505 IGUAL A UMA ENTRADA AINDA NAO CONSUMIDA  *00009760
      *    E DESCARTADO DA CARGA.                                       *00009770
      *----------------------------------------------------------------*00009780
            OPEN INPUT SUSPENSO.                                        00016050
            IF WRK-FS-SUSPENSO EQUAL '35'                               00016060
                DISPLAY 'SUSPENSO AUSENTE - SEM DESVIOS'                00016070
            ELSE                                                        00016071
                IF WRK-FS-SUSPENSO NOT EQUAL ZEROS                      00016072
                    MOVE ' ERRO ABERTURA SUSPENSO ' TO WRK-MSG          00016073
                    PERFORM 9000-TRATAR-ERROS                           00016074
                END-IF                                                  00016075
                PERFORM 1110-LER-SUSPENSO                               00016076
                    UNTIL WRK-FS-SUSPENSO EQUAL '10'                    00016077
                CLOSE SUSPENSO                                          00016078
            END-IF.                                                     00016079
                                                                        00016080
            OPEN INPUT EXCECAO.                                         00016081
            IF WRK-FS-EXCECAO EQUAL '35'                                00016082
                DISPLAY 'EXCECAO AUSENTE - SEM DESVIOS'                 00016083
            ELSE                                                        00016084
                IF WRK-FS-EXCECAO NOT EQUAL ZEROS                       00016085
                    MOVE ' ERRO ABERTURA EXCECAO ' TO WRK-MSG           00016086
                    PERFORM 9000-TRATAR-ERROS                           00016087
                END-IF                                                  00016088
                PERFORM 1120-LER-EXCECAO                                00016089
                    UNTIL WRK-FS-EXCECAO EQUAL '10'                     00016090
                CLOSE EXCECAO                                           00016091
            END-IF.                                                     00016092
                                                                        00016093
            OPEN INPUT DEVCHQ.                                          00016094
            IF WRK-FS-DEVCHQ EQUAL '35'                                 00016095
                DISPLAY 'DEVCHQ AUSENTE - SEM CHEQUES DEVOLVIDOS'       00016096
            ELSE                                                        00016097
                IF WRK-FS-DEVCHQ NOT EQUAL ZEROS                        00016098
                    MOVE ' ERRO ABERTURA DEVCHQ ' TO WRK-MSG            00016099
                    PERFORM 9000-TRATAR-ERROS                           00016100
                END-IF                                                  00016101
                PERFORM 1130-LER-DEVCHQ                                 00016102
                    UNTIL WRK-FS-DEVCHQ EQUAL '10'                      00016103
                CLOSE DEVCHQ                                            00016104
            END-IF.                                                     00016105
                                                                        00016106
            DISPLAY 'DESVIOS CARREGADOS....: ' WRK-QT-DESVIOS.          00016112
                                                                        00016113
      *----------------------------------------------------------------*00016114
      *----------------------------------------------------------------*00016154
       1120-99-FIM.            EXIT.                                    00016155
      *----------------------------------------------------------------*00016156
      *----------------------------------------------------------------*00016157
       1130-LER-DEVCHQ                    SECTION.                      00016158
      *----------------------------------------------------------------*00016159
                                                                        00016160
            READ DEVCHQ.                                                00016161
            IF WRK-FS-DEVCHQ NOT EQUAL ZEROS                            00016162
                MOVE '10' TO WRK-FS-DEVCHQ                              00016163
                GO TO 1130-99-FIM                                       00016164
            END-IF.                                                     00016165
                                                                        00016166
            IF WRK-QT-DESVIOS NOT LESS 1000                             00016167
                MOVE ' TABELA DE DESVIOS CHEIA ' TO WRK-MSG             00016168
                PERFORM 9000-TRATAR-ERROS                               00016169
            END-IF.                                                     00016170
            ADD 1 TO WRK-QT-DESVIOS.                                    00016171
            MOVE FD-DEVCHQ(1:65) TO WRK-DSV-REG(WRK-QT-DESVIOS).        00016172
                                                                        00016173
      *----------------------------------------------------------------*00016174
       1130-99-FIM.            EXIT.                                    00016175
      *----------------------------------------------------------------*00016176
      *----------------------------------------------------------------*00016177
       2000-PROCESSAR                     SECTION.                      00016200
      *----------------------------------------------------------------*00016300
                                                                        00016400
      *----------------------------------------------------------------*00017905
       2060-99-FIM.            EXIT.                                    00017906
      *----------------------------------------------------------------*00017907
      *----------------------------------------------------------------*00017953
       2100-GRAVAR-VSAMMOV                SECTION.                      00018000
      *----------------------------------------------------------------*00018100
                                                                        00018200
