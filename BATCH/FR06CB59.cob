      *     MOVCTT            I   (MANUTENCOES - LRECL 141)             00003100
      *     CTTSAI            O   (CADASTRO NOVO - LRECL 140)           00003200
      *     AUDITCT           O   (AUDITORIA - LRECL 80, EXTEND)        00003300
      *     RUNCTL            I   (JOB DA RODADA - OPCIONAL)            00003350
      *                                                                 00003400
      *----------------------------------------------------------------*00003500
      *     MANUTENCAO:                                                 00003600
      *                     CLIENTES, A MESMA DO LEITOR FR06CB43):      00003630
      *                     COM 500 O CADASTRO NUNCA PASSAVA DO         00003640
      *                     QUINGENTESIMO CONTATO.                      00003650
      *     15/10/2026 JL - A LINHA DE AUDITORIA PASSA A LEVAR O JOB DA 00003660
      *                     RODADA (RUNCTL TIPO '1', COL 73-80; EM      00003670
      *                     BRANCO SEM RUNCTL) PARA O RELATORIO         00003680
      *                     CONSOLIDADO DE AUDITORIA FR06C159.          00003690
      *                                                                 00003700
      *================================================================*00003800
                                                                        00003900
                FILE STATUS            IS WRK-FS-MOVCTT.                00005900
             SELECT CTTSAI             ASSIGN TO CTTSAI                 00006000
                FILE STATUS            IS WRK-FS-CTTSAI.                00006100
             SELECT RUNCTL             ASSIGN TO RUNCTL                 00006133
                FILE STATUS            IS WRK-FS-RUNCTL.                00006166
             SELECT AUDITCT            ASSIGN TO AUDITCT                00006200
                FILE STATUS            IS WRK-FS-AUDITCT.               00006300
                                                                        00006400
           RECORDING MODE IS F                                          00008600
           BLOCK CONTAINS 0 RECORDS.                                    00008700
       01 FD-CTTSAI                    PIC X(140).                      00008800
                                                                        00008816
       FD RUNCTL                                                        00008832
           RECORDING MODE IS F                                          00008848
           BLOCK CONTAINS 0 RECORDS.                                    00008864
       01 FD-RUNCTL                    PIC X(80).                       00008880
                                                                        00008900
       FD AUDITCT                                                       00009000
           RECORDING MODE IS F                                          00009100
          05 WRK-AUD-ACAO              PIC X(10).                       00013100
          05 FILLER                    PIC X(01) VALUE SPACES.          00013200
          05 WRK-AUD-CHAVE             PIC X(08).                       00013300
          05 FILLER                    PIC X(37) VALUE SPACES.          00013400
          05 WRK-AUD-JOB               PIC X(08) VALUE SPACES.          00013450
                                                                        00013500
       01 WRK-HORA-SISTEMA.                                             00013600
          05 WRK-HORA-HHMMSS           PIC 9(06).                       00013700
       77 WRK-FS-CTTENT                PIC X(02) VALUE SPACES.          00014500
       77 WRK-FS-MOVCTT                PIC X(02) VALUE SPACES.          00014600
       77 WRK-FS-CTTSAI                PIC X(02) VALUE SPACES.          00014700
       77 WRK-FS-RUNCTL                PIC X(02) VALUE SPACES.          00014750
       77 WRK-FS-AUDITCT               PIC X(02) VALUE SPACES.          00014800
       77 WRK-ACU-INCLUIDOS            PIC 9(05) VALUE ZEROS.           00014900
       77 WRK-ACU-ALTERADOS            PIC 9(05) VALUE ZEROS.           00015000
       77 WRK-ACU-EXCLUIDOS            PIC 9(05) VALUE ZEROS.           00015100
       77 WRK-ACU-RECUSADOS            PIC 9(05) VALUE ZEROS.           00015200
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00015300
                                                                        00015312
      *----------------------------------------------------------------*00015324
       01 FILLER                       PIC X(50)               VALUE    00015336
            '**** AREA DO CONTROLE DE RODADA ****'.                     00015348
      *----------------------------------------------------------------*00015360
                                                                        00015372
        COPY 'B#RUNCTL'.                                                00015384
                                                                        00015400
      *----------------------------------------------------------------*00015500
       01 FILLER                       PIC X(50)               VALUE    00015600
            ACCEPT WRK-AUD-DATA FROM DATE YYYYMMDD.                     00018400
            ACCEPT WRK-HORA-SISTEMA FROM TIME.                          00018500
            MOVE WRK-HORA-HHMMSS TO WRK-AUD-HORA.                       00018600
            PERFORM 1600-LER-JOB-RODADA.                                00018650
                                                                        00018700
            OPEN INPUT CTTENT.                                          00018800
            IF WRK-FS-CTTENT EQUAL '35'                                 00018900
                                                                        00024500
      *----------------------------------------------------------------*00024600
       1100-99-FIM.            EXIT.                                    00024700
      *----------------------------------------------------------------*00024704
      *----------------------------------------------------------------*00024708
       1600-LER-JOB-RODADA                SECTION.                      00024712
      *----------------------------------------------------------------*00024716
      *    JOB DA RODADA (RUNCTL TIPO '1') PARA A LINHA DE AUDITORIA; * 00024720
      *    SEM RUNCTL O JOB FICA EM BRANCO.                           * 00024724
      *----------------------------------------------------------------*00024728
                                                                        00024732
            MOVE SPACES TO WRK-AUD-JOB.                                 00024736
            OPEN INPUT RUNCTL.                                          00024740
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00024744
                GO TO 1600-99-FIM                                       00024748
            END-IF.                                                     00024752
                                                                        00024756
            READ RUNCTL INTO WRK-RUNCTL.                                00024760
            IF WRK-FS-RUNCTL EQUAL ZEROS                                00024764
               AND WRK-RUNCTL-TIPO EQUAL '1'                            00024768
                MOVE WRK-RUNCTL-JOB TO WRK-AUD-JOB                      00024772
            END-IF.                                                     00024776
            CLOSE RUNCTL.                                               00024780
                                                                        00024784
      *----------------------------------------------------------------*00024788
       1600-99-FIM.            EXIT.                                    00024792
      *----------------------------------------------------------------*00024800
      *----------------------------------------------------------------*00024900
       2000-PROCESSAR                     SECTION.                      00025000
