      *     TABENT            I   (TABELA ATUAL - LRECL 20)             00003000
      *     TABSAI            O   (TABELA NOVA - LRECL 20)              00003100
      *     AUDITRF           O   (AUDITORIA - LRECL 80, EXTEND)        00003200
      *     RUNCTL            I   (JOB DA RODADA - OPCIONAL)            00003250
      *                                                                 00003300
      *----------------------------------------------------------------*00003400
      *     MANUTENCAO:                                                 00003500
      *     15/10/2026 JL - A LINHA DE AUDITORIA PASSA A LEVAR O JOB DA 00003520
      *                     RODADA (RUNCTL TIPO '1', COL 73-80; EM      00003540
      *                     BRANCO SEM RUNCTL) PARA O RELATORIO         00003560
      *                     CONSOLIDADO DE AUDITORIA FR06C159.          00003580
      *                                                                 00003600
      *================================================================*00003700
                                                                        00003800
                FILE STATUS            IS WRK-FS-TABENT.                00005600
             SELECT TABSAI             ASSIGN TO TABSAI                 00005700
                FILE STATUS            IS WRK-FS-TABSAI.                00005800
             SELECT RUNCTL             ASSIGN TO RUNCTL                 00005833
                FILE STATUS            IS WRK-FS-RUNCTL.                00005866
             SELECT AUDITRF            ASSIGN TO AUDITRF                00005900
                FILE STATUS            IS WRK-FS-AUDITRF.               00006000
                                                                        00006100
           RECORDING MODE IS F                                          00007900
           BLOCK CONTAINS 0 RECORDS.                                    00008000
       01 FD-TABSAI                    PIC X(20).                       00008100
                                                                        00008116
       FD RUNCTL                                                        00008132
           RECORDING MODE IS F                                          00008148
           BLOCK CONTAINS 0 RECORDS.                                    00008164
       01 FD-RUNCTL                    PIC X(80).                       00008180
                                                                        00008200
       FD AUDITRF                                                       00008300
           RECORDING MODE IS F                                          00008400
          05 WRK-AUD-ACAO              PIC X(10).                       00012000
          05 FILLER                    PIC X(01) VALUE SPACES.          00012100
          05 WRK-AUD-DADO              PIC X(17).                       00012200
          05 FILLER                    PIC X(28) VALUE SPACES.          00012300
          05 WRK-AUD-JOB               PIC X(08) VALUE SPACES.          00012350
                                                                        00012400
       01 WRK-HORA-SISTEMA.                                             00012500
          05 WRK-HORA-HHMMSS           PIC 9(06).                       00012600
                                                                        00013300
       77 WRK-FS-TABENT                PIC X(02) VALUE SPACES.          00013400
       77 WRK-FS-TABSAI                PIC X(02) VALUE SPACES.          00013500
       77 WRK-FS-RUNCTL                PIC X(02) VALUE SPACES.          00013550
       77 WRK-FS-AUDITRF               PIC X(02) VALUE SPACES.          00013600
       77 WRK-ACU-INCLUIDOS            PIC 9(03) VALUE ZEROS.           00013700
       77 WRK-ACU-DESATIVADOS          PIC 9(03) VALUE ZEROS.           00013800
       77 WRK-ACU-RECUSADOS            PIC 9(03) VALUE ZEROS.           00013900
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00014000
                                                                        00014012
      *----------------------------------------------------------------*00014024
       01 FILLER                       PIC X(50)               VALUE    00014036
            '**** AREA DO CONTROLE DE RODADA ****'.                     00014048
      *----------------------------------------------------------------*00014060
                                                                        00014072
        COPY 'B#RUNCTL'.                                                00014084
                                                                        00014100
      *----------------------------------------------------------------*00014200
       01 FILLER                       PIC X(50)               VALUE    00014300
            ACCEPT WRK-AUD-DATA FROM DATE YYYYMMDD.                     00017100
            ACCEPT WRK-HORA-SISTEMA FROM TIME.                          00017200
            MOVE WRK-HORA-HHMMSS TO WRK-AUD-HORA.                       00017300
            PERFORM 1600-LER-JOB-RODADA.                                00017350
                                                                        00017400
            OPEN INPUT TABENT.                                          00017500
            IF WRK-FS-TABENT EQUAL '35'                                 00017600
                                                                        00022600
      *----------------------------------------------------------------*00022700
       1100-99-FIM.            EXIT.                                    00022800
      *----------------------------------------------------------------*00022804
      *----------------------------------------------------------------*00022808
       1600-LER-JOB-RODADA                SECTION.                      00022812
      *----------------------------------------------------------------*00022816
      *    JOB DA RODADA (RUNCTL TIPO '1') PARA A LINHA DE AUDITORIA; * 00022820
      *    SEM RUNCTL O JOB FICA EM BRANCO.                           * 00022824
      *----------------------------------------------------------------*00022828
                                                                        00022832
            MOVE SPACES TO WRK-AUD-JOB.                                 00022836
            OPEN INPUT RUNCTL.                                          00022840
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00022844
                GO TO 1600-99-FIM                                       00022848
            END-IF.                                                     00022852
                                                                        00022856
            READ RUNCTL INTO WRK-RUNCTL.                                00022860
            IF WRK-FS-RUNCTL EQUAL ZEROS                                00022864
               AND WRK-RUNCTL-TIPO EQUAL '1'                            00022868
                MOVE WRK-RUNCTL-JOB TO WRK-AUD-JOB                      00022872
            END-IF.                                                     00022876
            CLOSE RUNCTL.                                               00022880
                                                                        00022884
      *----------------------------------------------------------------*00022888
       1600-99-FIM.            EXIT.                                    00022892
      *----------------------------------------------------------------*00022900
      *----------------------------------------------------------------*00023000
       2000-PROCESSAR                     SECTION.                      00023100
