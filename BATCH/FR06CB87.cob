      *----------------------------------------------------------------*00002300
      *     INPUT:                                                      00002400
      *     DDNAME           I/O                                        00002500
      *     CAPTPRJ           I   (CAPTURAS ONLINE - LRECL 36)          00002600
      *     PROJ3S            O   (PROJ3 CLASSIFICADO - LRECL 28)       00002700
      *     APONTD            O   (APONTAMENTOS COM DATA - LRECL 36)    00002750
      *     EXCPRJ            O   (CAPTURAS INVALIDAS - LRECL 80)       00002800
      *                                                                 00002900
      *----------------------------------------------------------------*00003000
      *     MANUTENCAO:                                                 00003100
      *     15/10/2026 JL - A CAPTURA PASSA A TRAZER A DATA DO          00003112
      *                     APONTAMENTO (DDMMAAAA) APOS O LAYOUT DO     00003124
      *                     PROJ3 (LRECL 36). O PROJ3S CONTINUA COM 28  00003136
      *                     POSICOES E O REGISTRO COMPLETO, CLASSIFICADO00003148
      *                     POR ID, SAI NO APONTD (LAYOUT B#APONTD) PARA00003160
      *                     O CALCULO DE HORAS EXTRAS DO FR06DB29. DATA 00003172
      *                     NAO NUMERICA VAI PARA O EXCPRJ.             00003184
      *                                                                 00003200
      *================================================================*00003300
                                                                        00003400
                FILE STATUS            IS WRK-FS-CAPTPRJ.               00005200
             SELECT PROJ3S             ASSIGN TO PROJ3S                 00005300
                FILE STATUS            IS WRK-FS-PROJ3S.                00005400
             SELECT APONTD             ASSIGN TO APONTD                 00005433
                FILE STATUS            IS WRK-FS-APONTD.                00005466
             SELECT EXCPRJ             ASSIGN TO EXCPRJ                 00005500
                FILE STATUS            IS WRK-FS-EXCPRJ.                00005600
             SELECT ORDENA             ASSIGN TO ORDENA.                00005700
          05 FD-CAP-ID                 PIC X(05).                       00007100
          05 FD-CAP-PROJETO            PIC X(20).                       00007200
          05 FD-CAP-QTHORAS            PIC X(03).                       00007300
          05 FD-CAP-DATA               PIC X(08).                       00007350
                                                                        00007400
       FD PROJ3S                                                        00007500
           RECORDING MODE IS F                                          00007600
           BLOCK CONTAINS 0 RECORDS.                                    00007700
       01 FD-PROJ3S                    PIC X(28).                       00007800
                                                                        00007816
       FD APONTD                                                        00007832
           RECORDING MODE IS F                                          00007848
           BLOCK CONTAINS 0 RECORDS.                                    00007864
       01 FD-APONTD                    PIC X(36).                       00007880
                                                                        00007900
       FD EXCPRJ                                                        00008000
           RECORDING MODE IS F                                          00008100
       SD ORDENA.                                                       00008500
       01 SD-ORDENA.                                                    00008600
          05 SD-ID                     PIC X(05).                       00008700
          05 SD-REGISTRO               PIC X(36).                       00008800
                                                                        00008900
      *----------------------------------------------------------------*00009000
       WORKING-STORAGE                           SECTION.               00009100
                                                                        00009800
       77 WRK-FS-CAPTPRJ               PIC X(02) VALUE SPACES.          00009900
       77 WRK-FS-PROJ3S                PIC X(02) VALUE SPACES.          00010000
       77 WRK-FS-APONTD                PIC X(02) VALUE SPACES.          00010050
       77 WRK-FS-EXCPRJ                PIC X(02) VALUE SPACES.          00010100
       77 WRK-FIM-SORT                 PIC X(01) VALUE 'N'.             00010200
       77 WRK-ACU-LIDOS                PIC 9(07) VALUE ZEROS.           00010300
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00010600
                                                                        00010700
       01 WRK-REG-EXCPRJ.                                               00010800
          05 WRK-EXC-REGISTRO          PIC X(36).                       00010900
          05 FILLER                    PIC X(01) VALUE SPACES.          00011000
          05 WRK-EXC-MOTIVO            PIC X(20).                       00011100
          05 FILLER                    PIC X(23) VALUE SPACES.          00011200
                                                                        00011300
      *----------------------------------------------------------------*00011400
       01 FILLER                       PIC X(50)               VALUE    00011500
                                                                        00014400
            OPEN INPUT  CAPTPRJ                                         00014500
                 OUTPUT PROJ3S                                          00014600
                        APONTD                                          00014650
                        EXCPRJ.                                         00014700
            IF WRK-FS-CAPTPRJ NOT EQUAL ZEROS                           00014800
                MOVE ' ERRO ABERTURA CAPTPRJ ' TO WRK-MSG               00014900
            END-IF.                                                     00015100
            IF WRK-FS-PROJ3S NOT EQUAL ZEROS                            00015200
                MOVE ' ERRO ABERTURA PROJ3S ' TO WRK-MSG                00015300
                PERFORM 9000-TRATAR-ERROS                               00015320
            END-IF.                                                     00015340
            IF WRK-FS-APONTD NOT EQUAL ZEROS                            00015360
                MOVE ' ERRO ABERTURA APONTD ' TO WRK-MSG                00015380
                PERFORM 9000-TRATAR-ERROS                               00015400
            END-IF.                                                     00015500
            IF WRK-FS-EXCPRJ NOT EQUAL ZEROS                            00015600
                                                                        00018500
            IF FD-CAP-ID NOT NUMERIC                                    00018600
               OR FD-CAP-QTHORAS NOT NUMERIC                            00018700
               OR FD-CAP-DATA NOT NUMERIC                               00018750
                ADD 1 TO WRK-ACU-REJEITADOS                             00018800
                MOVE FD-CAPTPRJ TO WRK-EXC-REGISTRO                     00018900
                MOVE 'CAPTURA INVALIDA' TO WRK-EXC-MOTIVO               00019000
                AT END                                                  00021700
                    MOVE 'S' TO WRK-FIM-SORT                            00021800
                NOT AT END                                              00021900
                    WRITE FD-PROJ3S FROM SD-REGISTRO(1:28)              00021966
                    WRITE FD-APONTD FROM SD-REGISTRO                    00022032
                    ADD 1 TO WRK-ACU-GRAVADOS                           00022100
            END-RETURN.                                                 00022200
                                                                        00022300
                                                                        00023000
            CLOSE CAPTPRJ                                               00023100
                  PROJ3S                                                00023200
                  APONTD                                                00023250
                  EXCPRJ.                                               00023300
                                                                        00023400
            DISPLAY '------------------------------------------------'. 00023500
             MOVE WRK-FS-CAPTPRJ   TO WRK-ERR-STATUS(1:2).              00025800
             MOVE WRK-FS-PROJ3S    TO WRK-ERR-STATUS(3:2).              00025900
             MOVE WRK-FS-EXCPRJ    TO WRK-ERR-STATUS(5:2).              00026000
             MOVE WRK-FS-APONTD    TO WRK-ERR-STATUS(7:2).              00026050
             MOVE 'F'              TO WRK-ERR-SEVERIDADE.               00026100
                                                                        00026200
             CALL 'TRTERRO'        USING WRK-TRTERRO.                   00026300
