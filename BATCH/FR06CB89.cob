      *     CADENT            I   (CADASTRO ATUAL - LRECL 50)           00003100
      *     CADSAI            O   (CADASTRO NOVO - LRECL 50)            00003200
      *     AUDITCA           O   (AUDITORIA - LRECL 80, EXTEND)        00003300
      *     RUNCTL            I   (JOB DA RODADA - OPCIONAL)            00003350
      *                                                                 00003400
      *----------------------------------------------------------------*00003500
      *     MANUTENCAO:                                                 00003600
      *     15/10/2026 JL - A LINHA DE AUDITORIA PASSA A LEVAR O JOB DA 00003620
      *                     RODADA (RUNCTL TIPO '1', COL 73-80; EM      00003640
      *                     BRANCO SEM RUNCTL) PARA O RELATORIO         00003660
      *                     CONSOLIDADO DE AUDITORIA FR06C159.          00003680
      *                                                                 00003700
      *================================================================*00003800
                                                                        00003900
                FILE STATUS            IS WRK-FS-CADENT.                00005700
             SELECT CADSAI             ASSIGN TO CADSAI                 00005800
                FILE STATUS            IS WRK-FS-CADSAI.                00005900
             SELECT RUNCTL             ASSIGN TO RUNCTL                 00005933
                FILE STATUS            IS WRK-FS-RUNCTL.                00005966
             SELECT AUDITCA            ASSIGN TO AUDITCA                00006000
                FILE STATUS            IS WRK-FS-AUDITCA.               00006100
                                                                        00006200
           RECORDING MODE IS F                                          00007700
           BLOCK CONTAINS 0 RECORDS.                                    00007800
       01 FD-CADSAI                    PIC X(50).                       00007900
                                                                        00007916
       FD RUNCTL                                                        00007932
           RECORDING MODE IS F                                          00007948
           BLOCK CONTAINS 0 RECORDS.                                    00007964
       01 FD-RUNCTL                    PIC X(80).                       00007980
                                                                        00008000
       FD AUDITCA                                                       00008100
           RECORDING MODE IS F                                          00008200
          05 WRK-AUD-MATRICULA         PIC X(05).                       00013100
          05 FILLER                    PIC X(01) VALUE SPACES.          00013200
          05 WRK-AUD-NOME              PIC X(30).                       00013300
          05 FILLER                    PIC X(09) VALUE SPACES.          00013400
          05 WRK-AUD-JOB               PIC X(08) VALUE SPACES.          00013450
                                                                        00013500
       01 WRK-HORA-SISTEMA.                                             00013600
          05 WRK-HORA-HHMMSS           PIC 9(06).                       00013700
                                                                        00014400
       77 WRK-FS-CADENT                PIC X(02) VALUE SPACES.          00014500
       77 WRK-FS-CADSAI                PIC X(02) VALUE SPACES.          00014600
       77 WRK-FS-RUNCTL                PIC X(02) VALUE SPACES.          00014650
       77 WRK-FS-AUDITCA               PIC X(02) VALUE SPACES.          00014700
       77 WRK-ACU-INCLUIDOS            PIC 9(03) VALUE ZEROS.           00014800
       77 WRK-ACU-DESATIVADOS          PIC 9(03) VALUE ZEROS.           00014900
       77 WRK-ACU-REATIVADOS           PIC 9(03) VALUE ZEROS.           00015000
       77 WRK-ACU-RECUSADOS            PIC 9(03) VALUE ZEROS.           00015100
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00015200
                                                                        00015212
      *----------------------------------------------------------------*00015224
       01 FILLER                       PIC X(50)               VALUE    00015236
            '**** AREA DO CONTROLE DE RODADA ****'.                     00015248
      *----------------------------------------------------------------*00015260
                                                                        00015272
        COPY 'B#RUNCTL'.                                                00015284
                                                                        00015300
      *----------------------------------------------------------------*00015400
       01 FILLER                       PIC X(50)               VALUE    00015500
            ACCEPT WRK-AUD-DATA FROM DATE YYYYMMDD.                     00018300
            ACCEPT WRK-HORA-SISTEMA FROM TIME.                          00018400
            MOVE WRK-HORA-HHMMSS TO WRK-AUD-HORA.                       00018500
            PERFORM 1600-LER-JOB-RODADA.                                00018550
                                                                        00018600
            OPEN INPUT CADENT.                                          00018700
            IF WRK-FS-CADENT EQUAL '35'                                 00018800
                                                                        00024200
      *----------------------------------------------------------------*00024300
       1100-99-FIM.            EXIT.                                    00024400
      *----------------------------------------------------------------*00024404
      *----------------------------------------------------------------*00024408
       1600-LER-JOB-RODADA                SECTION.                      00024412
      *----------------------------------------------------------------*00024416
      *    JOB DA RODADA (RUNCTL TIPO '1') PARA A LINHA DE AUDITORIA; * 00024420
      *    SEM RUNCTL O JOB FICA EM BRANCO.                           * 00024424
      *----------------------------------------------------------------*00024428
                                                                        00024432
            MOVE SPACES TO WRK-AUD-JOB.                                 00024436
            OPEN INPUT RUNCTL.                                          00024440
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00024444
                GO TO 1600-99-FIM                                       00024448
            END-IF.                                                     00024452
                                                                        00024456
            READ RUNCTL INTO WRK-RUNCTL.                                00024460
            IF WRK-FS-RUNCTL EQUAL ZEROS                                00024464
               AND WRK-RUNCTL-TIPO EQUAL '1'                            00024468
                MOVE WRK-RUNCTL-JOB TO WRK-AUD-JOB                      00024472
            END-IF.                                                     00024476
            CLOSE RUNCTL.                                               00024480
                                                                        00024484
      *----------------------------------------------------------------*00024488
       1600-99-FIM.            EXIT.                                    00024492
      *----------------------------------------------------------------*00024500
      *----------------------------------------------------------------*00024600
       2000-PROCESSAR                     SECTION.                      00024700
