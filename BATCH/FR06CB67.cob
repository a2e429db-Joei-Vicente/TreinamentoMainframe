      *     AGEENT            I   (CADASTRO ATUAL - LRECL 80)           00002900
      *     AGESAI            O   (CADASTRO NOVO - LRECL 80)            00003000
      *     AUDITAG           O   (AUDITORIA - LRECL 80, EXTEND)        00003100
      *     RUNCTL            I   (JOB DA RODADA - OPCIONAL)            00003150
      *                                                                 00003200
      *----------------------------------------------------------------*00003300
      *     MANUTENCAO:                                                 00003400
      *     15/10/2026 JL - A LINHA DE AUDITORIA PASSA A LEVAR O JOB DA 00003420
      *                     RODADA (RUNCTL TIPO '1', COL 73-80; EM      00003440
      *                     BRANCO SEM RUNCTL) PARA O RELATORIO         00003460
      *                     CONSOLIDADO DE AUDITORIA FR06C159.          00003480
      *                                                                 00003500
      *================================================================*00003600
                                                                        00003700
                FILE STATUS            IS WRK-FS-AGEENT.                00005500
             SELECT AGESAI             ASSIGN TO AGESAI                 00005600
                FILE STATUS            IS WRK-FS-AGESAI.                00005700
             SELECT RUNCTL             ASSIGN TO RUNCTL                 00005733
                FILE STATUS            IS WRK-FS-RUNCTL.                00005766
             SELECT AUDITAG            ASSIGN TO AUDITAG                00005800
                FILE STATUS            IS WRK-FS-AUDITAG.               00005900
                                                                        00006000
           RECORDING MODE IS F                                          00007500
           BLOCK CONTAINS 0 RECORDS.                                    00007600
       01 FD-AGESAI                    PIC X(80).                       00007700
                                                                        00007716
       FD RUNCTL                                                        00007732
           RECORDING MODE IS F                                          00007748
           BLOCK CONTAINS 0 RECORDS.                                    00007764
       01 FD-RUNCTL                    PIC X(80).                       00007780
                                                                        00007800
       FD AUDITAG                                                       00007900
           RECORDING MODE IS F                                          00008000
          05 WRK-AUD-CODIGO            PIC X(04).                       00013000
          05 FILLER                    PIC X(01) VALUE SPACES.          00013100
          05 WRK-AUD-NOME              PIC X(30).                       00013200
          05 FILLER                    PIC X(10) VALUE SPACES.          00013300
          05 WRK-AUD-JOB               PIC X(08) VALUE SPACES.          00013350
                                                                        00013400
       01 WRK-HORA-SISTEMA.                                             00013500
          05 WRK-HORA-HHMMSS           PIC 9(06).                       00013600
                                                                        00014300
       77 WRK-FS-AGEENT                PIC X(02) VALUE SPACES.          00014400
       77 WRK-FS-AGESAI                PIC X(02) VALUE SPACES.          00014500
       77 WRK-FS-RUNCTL                PIC X(02) VALUE SPACES.          00014550
       77 WRK-FS-AUDITAG               PIC X(02) VALUE SPACES.          00014600
       77 WRK-ACU-INCLUIDOS            PIC 9(03) VALUE ZEROS.           00014700
       77 WRK-ACU-DESATIVADOS          PIC 9(03) VALUE ZEROS.           00014800
       77 WRK-ACU-RECUSADOS            PIC 9(03) VALUE ZEROS.           00014900
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00015000
                                                                        00015012
      *----------------------------------------------------------------*00015024
       01 FILLER                       PIC X(50)               VALUE    00015036
            '**** AREA DO CONTROLE DE RODADA ****'.                     00015048
      *----------------------------------------------------------------*00015060
                                                                        00015072
        COPY 'B#RUNCTL'.                                                00015084
                                                                        00015100
      *----------------------------------------------------------------*00015200
       01 FILLER                       PIC X(50)               VALUE    00015300
            ACCEPT WRK-AUD-DATA FROM DATE YYYYMMDD.                     00018100
            ACCEPT WRK-HORA-SISTEMA FROM TIME.                          00018200
            MOVE WRK-HORA-HHMMSS TO WRK-AUD-HORA.                       00018300
            PERFORM 1600-LER-JOB-RODADA.                                00018350
                                                                        00018400
            OPEN INPUT AGEENT.                                          00018500
            IF WRK-FS-AGEENT EQUAL '35'                                 00018600
                                                                        00024000
      *----------------------------------------------------------------*00024100
       1100-99-FIM.            EXIT.                                    00024200
      *----------------------------------------------------------------*00024204
      *----------------------------------------------------------------*00024208
       1600-LER-JOB-RODADA                SECTION.                      00024212
      *----------------------------------------------------------------*00024216
      *    JOB DA RODADA (RUNCTL TIPO '1') PARA A LINHA DE AUDITORIA; * 00024220
      *    SEM RUNCTL O JOB FICA EM BRANCO.                           * 00024224
      *----------------------------------------------------------------*00024228
                                                                        00024232
            MOVE SPACES TO WRK-AUD-JOB.                                 00024236
            OPEN INPUT RUNCTL.                                          00024240
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00024244
                GO TO 1600-99-FIM                                       00024248
            END-IF.                                                     00024252
                                                                        00024256
            READ RUNCTL INTO WRK-RUNCTL.                                00024260
            IF WRK-FS-RUNCTL EQUAL ZEROS                                00024264
               AND WRK-RUNCTL-TIPO EQUAL '1'                            00024268
                MOVE WRK-RUNCTL-JOB TO WRK-AUD-JOB                      00024272
            END-IF.                                                     00024276
            CLOSE RUNCTL.                                               00024280
                                                                        00024284
      *----------------------------------------------------------------*00024288
       1600-99-FIM.            EXIT.                                    00024292
      *----------------------------------------------------------------*00024300
      *----------------------------------------------------------------*00024400
       2000-PROCESSAR                     SECTION.                      00024500
