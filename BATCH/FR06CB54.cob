      *     BLQENT            I   (CADASTRO ATUAL - LRECL 80)           00003600
      *     BLQSAI            O   (CADASTRO NOVO - LRECL 80)            00003700
      *     AUDITBL           O   (AUDITORIA - LRECL 80, EXTEND)        00003800
      *     RUNCTL            I   (JOB DA RODADA - OPCIONAL)            00003850
      *                                                                 00003900
      *----------------------------------------------------------------*00004000
      *     MANUTENCAO:                                                 00004100
      *     15/10/2026 JL - A LINHA DE AUDITORIA PASSA A LEVAR O JOB DA 00004120
      *                     RODADA (RUNCTL TIPO '1', COL 73-80; EM      00004140
      *                     BRANCO SEM RUNCTL) PARA O RELATORIO         00004160
      *                     CONSOLIDADO DE AUDITORIA FR06C159.          00004180
      *                                                                 00004200
      *================================================================*00004300
                                                                        00004400
                FILE STATUS            IS WRK-FS-BLQENT.                00006200
             SELECT BLQSAI             ASSIGN TO BLQSAI                 00006300
                FILE STATUS            IS WRK-FS-BLQSAI.                00006400
             SELECT RUNCTL             ASSIGN TO RUNCTL                 00006433
                FILE STATUS            IS WRK-FS-RUNCTL.                00006466
             SELECT AUDITBL            ASSIGN TO AUDITBL                00006500
                FILE STATUS            IS WRK-FS-AUDITBL.               00006600
                                                                        00006700
           RECORDING MODE IS F                                          00008200
           BLOCK CONTAINS 0 RECORDS.                                    00008300
       01 FD-BLQSAI                    PIC X(80).                       00008400
                                                                        00008416
       FD RUNCTL                                                        00008432
           RECORDING MODE IS F                                          00008448
           BLOCK CONTAINS 0 RECORDS.                                    00008464
       01 FD-RUNCTL                    PIC X(80).                       00008480
                                                                        00008500
       FD AUDITBL                                                       00008600
           RECORDING MODE IS F                                          00008700
          05 WRK-AUD-CHAVE             PIC X(08).                       00013800
          05 FILLER                    PIC X(01) VALUE SPACES.          00013900
          05 WRK-AUD-REFER             PIC X(20).                       00014000
          05 FILLER                    PIC X(16) VALUE SPACES.          00014100
          05 WRK-AUD-JOB               PIC X(08) VALUE SPACES.          00014150
                                                                        00014200
       01 WRK-HORA-SISTEMA.                                             00014300
          05 WRK-HORA-HHMMSS           PIC 9(06).                       00014400
                                                                        00015100
       77 WRK-FS-BLQENT                PIC X(02) VALUE SPACES.          00015200
       77 WRK-FS-BLQSAI                PIC X(02) VALUE SPACES.          00015300
       77 WRK-FS-RUNCTL                PIC X(02) VALUE SPACES.          00015350
       77 WRK-FS-AUDITBL               PIC X(02) VALUE SPACES.          00015400
       77 WRK-ACU-INCLUIDOS            PIC 9(03) VALUE ZEROS.           00015500
       77 WRK-ACU-BAIXADOS             PIC 9(03) VALUE ZEROS.           00015600
       77 WRK-ACU-RECUSADOS            PIC 9(03) VALUE ZEROS.           00015700
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00015800
                                                                        00015812
      *----------------------------------------------------------------*00015824
       01 FILLER                       PIC X(50)               VALUE    00015836
            '**** AREA DO CONTROLE DE RODADA ****'.                     00015848
      *----------------------------------------------------------------*00015860
                                                                        00015872
        COPY 'B#RUNCTL'.                                                00015884
                                                                        00015900
      *----------------------------------------------------------------*00016000
       01 FILLER                       PIC X(50)               VALUE    00016100
            ACCEPT WRK-AUD-DATA FROM DATE YYYYMMDD.                     00018900
            ACCEPT WRK-HORA-SISTEMA FROM TIME.                          00019000
            MOVE WRK-HORA-HHMMSS TO WRK-AUD-HORA.                       00019100
            PERFORM 1600-LER-JOB-RODADA.                                00019150
                                                                        00019200
            OPEN INPUT BLQENT.                                          00019300
            IF WRK-FS-BLQENT EQUAL '35'                                 00019400
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
