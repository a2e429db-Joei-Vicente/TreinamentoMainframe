      *                     IGUAL E DESCARTADO. COM ISSO A CONCILIACAO  00003550
      *                     COM OS TOTAIS TIPO '3' FECHA DE VERDADE E   00003560
      *                     O RC 4 VOLTA A SIGNIFICAR DIVERGENCIA REAL. 00003570
      *     15/10/2026 JL - OS CHEQUES QUE O FR06EX03 DEVOLVEU          00003574
      *                     SEM FUNDOS (DEVCHQ, LAYOUT B#CHQDV, COM A   00003578
      *                     IMAGEM DO MOVIMENTO NOS 65 PRIMEIROS BYTES) 00003582
      *                     TAMBEM NAO FORAM APLICADOS E ENTRAM NA      00003586
      *                     TABELA DE DESVIOS JUNTO COM O SUSPENSO/     00003590
      *                     EXCECAO. SEM O ARQUIVO, SO AVISO.           00003594
      *                                                                 00003600
      *================================================================*00003700
                                                                        00003800
                FILE STATUS            IS WRK-FS-SUSPENSO.              00005820
             SELECT EXCECAO            ASSIGN TO EXCECAO                00005830
                FILE STATUS            IS WRK-FS-EXCECAO.               00005840
             SELECT DEVCHQ             ASSIGN TO DEVCHQ                 00005860
                FILE STATUS            IS WRK-FS-DEVCHQ.                00005880
             SELECT RELTESO            ASSIGN TO RELTESO                00005900
                FILE STATUS            IS WRK-FS-RELTESO.               00006000
                                                                        00006100
           BLOCK CONTAINS 0 RECORDS.                                    00008390
       01 FD-EXCECAO                   PIC X(65).                       00008395
                                                                        00008400
       FD DEVCHQ                                                        00008416
           RECORDING MODE IS F                                          00008432
           BLOCK CONTAINS 0 RECORDS.                                    00008448
       01 FD-DEVCHQ                    PIC X(80).                       00008464
                                                                        00008480
      *----------------------------------------------------------------*00008500
       WORKING-STORAGE                           SECTION.               00008600
      *----------------------------------------------------------------*00008700
       77 WRK-FS-RELTESO               PIC X(02) VALUE SPACES.          00010400
       77 WRK-FS-SUSPENSO              PIC X(02) VALUE SPACES.          00010410
       77 WRK-FS-EXCECAO               PIC X(02) VALUE SPACES.          00010420
       77 WRK-FS-DEVCHQ                PIC X(02) VALUE SPACES.          00010425
                                                                        00010430
      *----------------------------------------------------------------*00010440
      *    MOVIMENTOS DESVIADOS (SUSPENSO, EXCECAO E DEVCHQ): NAO       00010450
      *    FORAM APLICADOS E NAO ENTRAM NA POSICAO NEM NA CONCILIACAO.  *00010460
      *    CADA REGISTRO DO MOV2505 IGUAL A UMA ENTRADA AINDA NAO       *00010470
      *    CONSUMIDA E DESCARTADO.                                      *00010480
       77 WRK-TEM-TIPO3                PIC X(01) VALUE 'N'.             00013700
       77 WRK-EX3-CREDITO              PIC 9(09)V99 VALUE ZEROS.        00013800
       77 WRK-EX3-DEBITO               PIC 9(09)V99 VALUE ZEROS.        00014000
       77 WRK-EX3-TRANSF               PIC 9(09)V99 VALUE ZEROS.        00014050
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00014100
                                                                        00014200
      *----------------------------------------------------------------*00014300
            OPEN INPUT SUSPENSO.                                        00044550
            IF WRK-FS-SUSPENSO EQUAL '35'                               00044560
                DISPLAY 'SUSPENSO AUSENTE - SEM DESVIOS'                00044570
            ELSE                                                        00044571
                IF WRK-FS-SUSPENSO NOT EQUAL ZEROS                      00044572
                    MOVE ' ERRO ABERTURA SUSPENSO ' TO WRK-MSG          00044573
                    PERFORM 9000-TRATAR-ERROS                           00044574
                END-IF                                                  00044575
                PERFORM 1710-LER-SUSPENSO                               00044576
                    UNTIL WRK-FS-SUSPENSO EQUAL '10'                    00044577
                CLOSE SUSPENSO                                          00044578
            END-IF.                                                     00044579
                                                                        00044580
            OPEN INPUT EXCECAO.                                         00044581
            IF WRK-FS-EXCECAO EQUAL '35'                                00044582
                DISPLAY 'EXCECAO AUSENTE - SEM DESVIOS'                 00044583
            ELSE                                                        00044584
                IF WRK-FS-EXCECAO NOT EQUAL ZEROS                       00044585
                    MOVE ' ERRO ABERTURA EXCECAO ' TO WRK-MSG           00044586
                    PERFORM 9000-TRATAR-ERROS                           00044587
                END-IF                                                  00044588
                PERFORM 1720-LER-EXCECAO                                00044589
                    UNTIL WRK-FS-EXCECAO EQUAL '10'                     00044590
                CLOSE EXCECAO                                           00044591
            END-IF.                                                     00044592
                                                                        00044593
            OPEN INPUT DEVCHQ.                                          00044594
            IF WRK-FS-DEVCHQ EQUAL '35'                                 00044595
                DISPLAY 'DEVCHQ AUSENTE - SEM CHEQUES DEVOLVIDOS'       00044596
            ELSE                                                        00044597
                IF WRK-FS-DEVCHQ NOT EQUAL ZEROS                        00044598
                    MOVE ' ERRO ABERTURA DEVCHQ ' TO WRK-MSG            00044599
                    PERFORM 9000-TRATAR-ERROS                           00044600
                END-IF                                                  00044601
                PERFORM 1730-LER-DEVCHQ                                 00044602
                    UNTIL WRK-FS-DEVCHQ EQUAL '10'                      00044603
                CLOSE DEVCHQ                                            00044604
            END-IF.                                                     00044605
                                                                        00044606
            DISPLAY 'DESVIOS CARREGADOS....: ' WRK-QT-DESVIOS.          00044612
                                                                        00044613
      *----------------------------------------------------------------*00044614
                                                                        00044653
      *----------------------------------------------------------------*00044654
       1720-99-FIM.            EXIT.                                    00044655
      *----------------------------------------------------------------*00044657
      *----------------------------------------------------------------*00044659
       1730-LER-DEVCHQ                    SECTION.                      00044661
      *----------------------------------------------------------------*00044663
                                                                        00044665
            READ DEVCHQ.                                                00044667
            IF WRK-FS-DEVCHQ NOT EQUAL ZEROS                            00044669
                MOVE '10' TO WRK-FS-DEVCHQ                              00044671
                GO TO 1730-99-FIM                                       00044673
            END-IF.                                                     00044675
                                                                        00044677
            IF WRK-QT-DESVIOS NOT LESS 1000                             00044679
                MOVE ' TABELA DE DESVIOS CHEIA ' TO WRK-MSG             00044681
                PERFORM 9000-TRATAR-ERROS                               00044683
            END-IF.                                                     00044685
            ADD 1 TO WRK-QT-DESVIOS.                                    00044687
            MOVE FD-DEVCHQ(1:65) TO WRK-DSV-REG(WRK-QT-DESVIOS).        00044689
                                                                        00044691
      *----------------------------------------------------------------*00044693
       1730-99-FIM.            EXIT.                                    00044695
      *----------------------------------------------------------------*00044697
      *----------------------------------------------------------------*00044699
       2050-CONFERIR-DESVIO               SECTION.                      00044701
      *----------------------------------------------------------------*00044703
      *    CADA ENTRADA DA TABELA SO CASA UMA VEZ (CONSUMIDA COM        00044705
      *    HIGH-VALUES), PARA NAO DESCARTAR UMA SEGUNDA OCORRENCIA      00044707
      *    LEGITIMA DE MOVIMENTO IDENTICO.                              00044709
      *----------------------------------------------------------------*00044711
                                                                        00044713
            MOVE 'N'   TO WRK-MOV-DESVIADO.                             00044715
            MOVE ZEROS TO WRK-DSV-ACHADO.                               00044717
                                                                        00044719
            PERFORM 2060-COMPARAR-DESVIO                                00044721
                VARYING WRK-IDX-DSV FROM 1 BY 1                         00044723
                UNTIL WRK-IDX-DSV GREATER WRK-QT-DESVIOS                00044725
                   OR WRK-DSV-ACHADO GREATER ZEROS.                     00044727
                                                                        00044729
            IF WRK-DSV-ACHADO GREATER ZEROS                             00044731
                MOVE HIGH-VALUES TO WRK-DSV-REG(WRK-DSV-ACHADO)         00044733
                MOVE 'S'         TO WRK-MOV-DESVIADO                    00044735
            END-IF.                                                     00044737
                                                                        00044739
      *----------------------------------------------------------------*00044741
       2050-99-FIM.            EXIT.                                    00044743
      *----------------------------------------------------------------*00044745
      *----------------------------------------------------------------*00044747
       2060-COMPARAR-DESVIO               SECTION.                      00044749
      *----------------------------------------------------------------*00044751
                                                                        00044753
            IF WRK-DSV-REG(WRK-IDX-DSV) EQUAL FD-MOV2505                00044755
                MOVE WRK-IDX-DSV TO WRK-DSV-ACHADO                      00044757
            END-IF.                                                     00044759
                                                                        00044761
      *----------------------------------------------------------------*00044763
       2060-99-FIM.            EXIT.                                    00044765
      *----------------------------------------------------------------*00044767
                                                                        00044769
      *----------------------------------------------------------------*00044771
       9000-TRATAR-ERROS                  SECTION.                      00044800
      *----------------------------------------------------------------*00044900
                                                                        00045000
