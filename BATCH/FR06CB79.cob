      *               FUNCIONARIO COM O VALOR LIQUIDO E TRAILER COM     00002100
      *               QUANTIDADE E SOMA EM CENTAVOS. O RETORNO DO       00002200
      *               BANCO E PROCESSADO PELO FR06CB80.                 00002300
      *               FUNCIONARIO COM VINCULO ATIVO NO VINCFUN (B#VINFU,00002310
      *               MANTIDO PELO FR06C127) TEM O LIQUIDO CREDITADO NA 00002320
      *               PROPRIA CONTA: MOVIMENTO 'C' NO MOVFOLHA, QUE     00002330
      *               ENTRA NA CONCATENACAO DO MOV2505 DO DIA (DATA DA  00002340
      *               RODADA). CONTA FORA DO CLI2505 (ENCERRADA) OU COM 00002350
      *               BLOQUEIO VIGENTE VOLTA PARA A REMESSA. ANTES DOS  00002360
      *               TRAILERS O TOTAL LIQUIDO DA FOLHA E CONFERIDO COM 00002370
      *               CREDITOS INTERNOS + REMESSA; DIFERENCA ABENDA O   00002380
      *               PASSO SEM FECHAR NENHUM DOS DOIS ARQUIVOS.        00002390
      *                                                                 00002400
      *----------------------------------------------------------------*00002500
      *     INPUT:                                                      00002600
      *     DDNAME           I/O                                        00002700
      *     FOLHA             I   (CONTRACHEQUES - LRECL 80)            00002800
      *     RUNCTL            I/O (CONTROLE DE RODADA - LRECL 80)       00002816
      *     CLI2505           I   (CADASTRO DO DIA - LRECL 56)          00002832
      *     BLOQUEIO          I   (BLOQUEIOS - LRECL 80, OPCIONAL)      00002848
      *     VINCFUN           I   (VINCULO FUNCIONARIO X CONTA -        00002864
      *                            LRECL 40, OPCIONAL)                  00002880
      *     REMESSA           O   (REMESSA BANCARIA - LRECL 80)         00002900
      *     MOVFOLHA          O   (CREDITOS DE SALARIO - LRECL 65)      00002950
      *                                                                 00003000
      *----------------------------------------------------------------*00003100
      *     MANUTENCAO:                                                 00003200
      *     15/10/2026 JL - CREDITO INTERNO DO LIQUIDO PARA             00003205
      *                     FUNCIONARIO COM CONTA VINCULADA (VINCFUN),  00003210
      *                     COM RETORNO A REMESSA SE A CONTA ESTIVER    00003215
      *                     ENCERRADA OU BLOQUEADA, CONFERENCIA DA      00003220
      *                     FOLHA CONTRA OS DOIS DESTINOS E RUNCTL.     00003225
      *     15/10/2026 JL - CONTRACHEQUE PASSA A TRAZER O CODIGO DO     00003230
      *                     EVENTO (131/132 = PARCELAS DO DECIMO        00003235
      *                     TERCEIRO DO FR06DB27, BRANCOS = FOLHA       00003240
      *                     MENSAL); O CREDITO INTERNO DO DECIMO SAI    00003245
      *                     COM HISTORICO PROPRIO.                      00003250
      *     15/10/2026 JL - EVENTO 140 (FERIAS PAGAS PELO FR06DB28)     00003255
      *                     COM HISTORICO PROPRIO NO CREDITO INTERNO.   00003260
      *     15/10/2026 JL - LINHAS 'BEN' DO FR06DB22 (DETALHE DOS       00003265
      *                     DESCONTOS DE BENEFICIOS, JA INCLUIDOS NO    00003270
      *                     CONTRACHEQUE) IGNORADAS NA REMESSA.         00003275
      *     15/10/2026 JL - EVENTO 150 (ADIANTAMENTO QUINZENAL PAGO     00003280
      *                     PELO FR06DB31) COM HISTORICO PROPRIO NO     00003285
      *                     CREDITO INTERNO.                            00003290
      *                                                                 00003300
      *================================================================*00003400
                                                                        00003500
                FILE STATUS            IS WRK-FS-FOLHA.                 00005300
             SELECT REMESSA            ASSIGN TO REMESSA                00005400
                FILE STATUS            IS WRK-FS-REMESSA.               00005500
             SELECT RUNCTL             ASSIGN TO RUNCTL                 00005509
                FILE STATUS            IS WRK-FS-RUNCTL.                00005518
             SELECT CLI2505            ASSIGN TO CLI2505                00005527
                FILE STATUS            IS WRK-FS-CLI2505.               00005536
             SELECT BLOQUEIO           ASSIGN TO BLOQUEIO               00005545
                FILE STATUS            IS WRK-FS-BLOQUEIO.              00005554
             SELECT VINCFUN            ASSIGN TO VINCFUN                00005563
                FILE STATUS            IS WRK-FS-VINCFUN.               00005572
             SELECT MOVFOLHA           ASSIGN TO MOVFOLHA               00005581
                FILE STATUS            IS WRK-FS-MOVFOLHA.              00005590
                                                                        00005600
      *================================================================*00005700
       DATA                                      DIVISION.              00005800
          05 FD-FLH-BRUTO              PIC 9(08)V99.                    00007200
          05 FD-FLH-DESCONTO           PIC 9(08)V99.                    00007300
          05 FD-FLH-LIQUIDO            PIC 9(08)V99.                    00007400
          05 FD-FLH-EVENTO             PIC X(03).                       00007500
          05 FD-FLH-BENEFICIO          PIC X(03).                       00007533
          05 FILLER                    PIC X(06).                       00007566
                                                                        00007600
       FD REMESSA                                                       00007700
           RECORDING MODE IS F                                          00007800
           BLOCK CONTAINS 0 RECORDS.                                    00007900
       01 FD-REMESSA                   PIC X(80).                       00008000
                                                                        00008003
       FD RUNCTL                                                        00008006
           RECORDING MODE IS F                                          00008009
           BLOCK CONTAINS 0 RECORDS.                                    00008012
       01 FD-RUNCTL                    PIC X(80).                       00008015
                                                                        00008018
       FD CLI2505                                                       00008021
           RECORDING MODE IS F                                          00008024
           BLOCK CONTAINS 0 RECORDS.                                    00008027
       COPY 'B#CLI25'.                                                  00008030
                                                                        00008033
       FD BLOQUEIO                                                      00008036
           RECORDING MODE IS F                                          00008039
           BLOCK CONTAINS 0 RECORDS.                                    00008042
       01 FD-BLOQUEIO                  PIC X(80).                       00008045
                                                                        00008048
       FD VINCFUN                                                       00008051
           RECORDING MODE IS F                                          00008054
           BLOCK CONTAINS 0 RECORDS.                                    00008057
       01 FD-VINCFUN                   PIC X(40).                       00008060
                                                                        00008063
       FD MOVFOLHA                                                      00008066
           RECORDING MODE IS F                                          00008069
           BLOCK CONTAINS 0 RECORDS.                                    00008072
       01 FD-MOVFOLHA                  PIC X(65).                       00008075
                                                                        00008100
      *----------------------------------------------------------------*00008200
       WORKING-STORAGE                           SECTION.               00008300
      *----------------------------------------------------------------*00008900
                                                                        00009000
        COPY 'B#HDRTRL'.                                                00009100
        COPY 'B#RUNCTL'.                                                00009110
       01 WRK-HORA-PASSO.                                               00009120
          05 WRK-HORA-PASSO-INI        PIC 9(06) VALUE ZEROS.           00009130
          05 WRK-HORA-PASSO-FIM        PIC 9(06) VALUE ZEROS.           00009140
       01 WRK-HORA-ACCEPT.                                              00009150
          05 WRK-HORA-ACC-HHMMSS       PIC 9(06).                       00009160
          05 WRK-HORA-ACC-CC           PIC 9(02).                       00009170
       77 WRK-DATA-RODADA              PIC 9(08) VALUE ZEROS.           00009180
       77 WRK-DATA-CORTE               PIC 9(08) VALUE ZEROS.           00009190
                                                                        00009200
      *----------------------------------------------------------------*00009300
       01 FILLER                       PIC X(50)               VALUE    00009400
                                                                        00010400
      *----------------------------------------------------------------*00010500
       01 FILLER                       PIC X(50)               VALUE    00010600
            '**** AREA DO CREDITO INTERNO ****'.                        00010602
      *----------------------------------------------------------------*00010604
                                                                        00010606
        COPY 'B#MOV25'.                                                 00010608
        COPY 'B#BLOQ'.                                                  00010610
        COPY 'B#VINFU'.                                                 00010612
                                                                        00010614
       01 WRK-DESC-SALARIO.                                             00010616
          05 WRK-DSL-TEXTO             PIC X(21) VALUE                  00010618
             'CREDITO SALARIO FUNC '.                                   00010620
          05 WRK-DSL-FUNCIONARIO       PIC 9(05).                       00010622
          05 FILLER                    PIC X(04) VALUE SPACES.          00010624
                                                                        00010626
       01 WRK-TAB-CONTAS.                                               00010628
          05 WRK-TCT-CHAVE             PIC X(08) OCCURS 5000 TIMES.     00010630
       77 WRK-QT-CONTAS                PIC 9(04) VALUE ZEROS.           00010632
       77 WRK-IDX-CTA                  PIC 9(04) VALUE ZEROS.           00010634
                                                                        00010636
       01 WRK-TAB-BLOQUEIOS.                                            00010638
          05 WRK-TBQ-CHAVE             PIC X(08) OCCURS 1000 TIMES.     00010640
       77 WRK-QT-BLOQUEIOS             PIC 9(04) VALUE ZEROS.           00010642
       77 WRK-IDX-BLQ                  PIC 9(04) VALUE ZEROS.           00010644
                                                                        00010646
       01 WRK-TAB-VINCULOS.                                             00010648
          05 WRK-TAB-VINC-ITEM         OCCURS 2000 TIMES.               00010650
             10 WRK-TVF-FUNCIONARIO    PIC 9(05).                       00010652
             10 WRK-TVF-CHAVE          PIC X(08).                       00010654
       77 WRK-QT-VINCULOS              PIC 9(04) VALUE ZEROS.           00010656
       77 WRK-IDX-VINC                 PIC 9(04) VALUE ZEROS.           00010658
                                                                        00010660
       77 WRK-ACHOU                    PIC X(01) VALUE 'N'.             00010662
       77 WRK-CHAVE-CREDITO            PIC X(08) VALUE SPACES.          00010664
       77 WRK-MOTIVO-DESVIO            PIC X(16) VALUE SPACES.          00010666
                                                                        00010668
      *----------------------------------------------------------------*00010670
       01 FILLER                       PIC X(50)               VALUE    00010672
            '**** AREA DE VARIAVEIS E CONTADORES ****'.                 00010700
      *----------------------------------------------------------------*00010800
                                                                        00010900
       77 WRK-FS-FOLHA                 PIC X(02) VALUE SPACES.          00011000
       77 WRK-FS-REMESSA               PIC X(02) VALUE SPACES.          00011100
       77 WRK-FS-RUNCTL                PIC X(02) VALUE SPACES.          00011116
       77 WRK-FS-CLI2505               PIC X(02) VALUE SPACES.          00011132
       77 WRK-FS-BLOQUEIO              PIC X(02) VALUE SPACES.          00011148
       77 WRK-FS-VINCFUN               PIC X(02) VALUE SPACES.          00011164
       77 WRK-FS-MOVFOLHA              PIC X(02) VALUE SPACES.          00011180
       77 WRK-DATA-SISTEMA             PIC 9(08) VALUE ZEROS.           00011200
       77 WRK-ACU-LIDOS                PIC 9(07) VALUE ZEROS.           00011300
       77 WRK-ACU-GRAVADOS             PIC 9(07) VALUE ZEROS.           00011400
       77 WRK-SOMA-CENTAVOS            PIC 9(15) VALUE ZEROS.           00011500
       77 WRK-ACU-CREDITOS             PIC 9(07) VALUE ZEROS.           00011514
       77 WRK-ACU-DESVIADOS            PIC 9(07) VALUE ZEROS.           00011528
       77 WRK-ACU-BENEFICIOS           PIC 9(07) VALUE ZEROS.           00011542
       77 WRK-HASH-CREDITOS            PIC 9(15) VALUE ZEROS.           00011556
       77 WRK-TOTAL-FOLHA              PIC 9(15) VALUE ZEROS.           00011570
       77 WRK-TOTAL-DESTINOS           PIC 9(15) VALUE ZEROS.           00011584
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00011600
                                                                        00011700
      *----------------------------------------------------------------*00011800
      *----------------------------------------------------------------*00014400
                                                                        00014500
            ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.                 00014600
            ACCEPT WRK-HORA-ACCEPT FROM TIME.                           00014612
            MOVE WRK-HORA-ACC-HHMMSS TO WRK-HORA-PASSO-INI.             00014624
                                                                        00014636
            PERFORM 1600-LER-DATA-RODADA.                               00014648
            PERFORM 1100-CARREGAR-CONTAS.                               00014660
            PERFORM 1200-CARREGAR-BLOQUEIOS.                            00014672
            PERFORM 1300-CARREGAR-VINCULOS.                             00014684
                                                                        00014700
            OPEN INPUT  FOLHA                                           00014800
                 OUTPUT REMESSA                                         00014900
                        MOVFOLHA.                                       00014950
            IF WRK-FS-FOLHA NOT EQUAL ZEROS                             00015000
                MOVE ' ERRO ABERTURA FOLHA ' TO WRK-MSG                 00015100
                PERFORM 9000-TRATAR-ERROS                               00015200
            END-IF.                                                     00015300
            IF WRK-FS-REMESSA NOT EQUAL ZEROS                           00015400
                MOVE ' ERRO ABERTURA REMESSA ' TO WRK-MSG               00015500
                PERFORM 9000-TRATAR-ERROS                               00015520
            END-IF.                                                     00015540
            IF WRK-FS-MOVFOLHA NOT EQUAL ZEROS                          00015560
                MOVE ' ERRO ABERTURA MOVFOLHA ' TO WRK-MSG              00015580
                PERFORM 9000-TRATAR-ERROS                               00015600
            END-IF.                                                     00015700
                                                                        00015800
            MOVE WRK-REG-CABECALHO TO FD-REMESSA(1:21).                 00016700
            WRITE FD-REMESSA.                                           00016800
                                                                        00016900
            MOVE SPACES            TO WRK-REG-CABECALHO.                00016910
            MOVE 'HDR'             TO WRK-HDR-ID.                       00016920
            MOVE 'MOV2505 '        TO WRK-HDR-ARQUIVO.                  00016930
            MOVE WRK-DATA-RODADA   TO WRK-HDR-DATA-GERACAO.             00016940
            MOVE '02'              TO WRK-HDR-VERSAO.                   00016950
            MOVE SPACES            TO FD-MOVFOLHA.                      00016960
            MOVE WRK-REG-CABECALHO TO FD-MOVFOLHA(1:21).                00016970
            WRITE FD-MOVFOLHA.                                          00016980
                                                                        00016990
            READ FOLHA.                                                 00017000
            IF WRK-FS-FOLHA NOT EQUAL ZEROS                             00017100
                MOVE '10' TO WRK-FS-FOLHA                               00017200
      *----------------------------------------------------------------*00017500
       1000-99-FIM.            EXIT.                                    00017600
      *----------------------------------------------------------------*00017700
      *----------------------------------------------------------------*00017701
       1100-CARREGAR-CONTAS               SECTION.                      00017702
      *----------------------------------------------------------------*00017703
                                                                        00017704
            OPEN INPUT CLI2505.                                         00017705
            IF WRK-FS-CLI2505 NOT EQUAL ZEROS                           00017706
                MOVE ' ERRO ABERTURA CLI2505 ' TO WRK-MSG               00017707
                PERFORM 9000-TRATAR-ERROS                               00017708
            END-IF.                                                     00017709
                                                                        00017710
            READ CLI2505.                                               00017711
            IF WRK-FS-CLI2505 NOT EQUAL ZEROS                           00017712
               OR FD-CLI2505(1:3) NOT EQUAL 'HDR'                       00017713
                MOVE ' CLI2505 SEM CABECALHO ' TO WRK-MSG               00017714
                PERFORM 9000-TRATAR-ERROS                               00017715
            END-IF.                                                     00017716
                                                                        00017717
            PERFORM 1110-LER-CONTA                                      00017718
                UNTIL WRK-FS-CLI2505 EQUAL '10'.                        00017719
            CLOSE CLI2505.                                              00017720
                                                                        00017721
      *----------------------------------------------------------------*00017722
       1100-99-FIM.            EXIT.                                    00017723
      *----------------------------------------------------------------*00017724
      *----------------------------------------------------------------*00017725
       1110-LER-CONTA                     SECTION.                      00017726
      *----------------------------------------------------------------*00017727
                                                                        00017728
            READ CLI2505.                                               00017729
            IF WRK-FS-CLI2505 NOT EQUAL ZEROS                           00017730
               OR FD-CLI2505(1:3) EQUAL 'TRL'                           00017731
                MOVE '10' TO WRK-FS-CLI2505                             00017732
                GO TO 1110-99-FIM                                       00017733
            END-IF.                                                     00017734
                                                                        00017735
            IF WRK-QT-CONTAS NOT LESS 5000                              00017736
                MOVE ' TABELA DE CONTAS CHEIA ' TO WRK-MSG              00017737
                PERFORM 9000-TRATAR-ERROS                               00017738
            END-IF.                                                     00017739
            ADD 1 TO WRK-QT-CONTAS.                                     00017740
            MOVE FD-CLI2505-CHAVE TO WRK-TCT-CHAVE(WRK-QT-CONTAS).      00017741
                                                                        00017742
      *----------------------------------------------------------------*00017743
       1110-99-FIM.            EXIT.                                    00017744
      *----------------------------------------------------------------*00017745
      *----------------------------------------------------------------*00017746
       1200-CARREGAR-BLOQUEIOS            SECTION.                      00017747
      *----------------------------------------------------------------*00017748
      *    SO OS BLOQUEIOS ATIVOS ('A') VIGENTES NA DATA DA RODADA     *00017749
      *    (DATA-FIM ZEROS = PRAZO INDETERMINADO) ENTRAM NA TABELA.    *00017750
      *----------------------------------------------------------------*00017751
                                                                        00017752
            OPEN INPUT BLOQUEIO.                                        00017753
            IF WRK-FS-BLOQUEIO EQUAL '35'                               00017754
                DISPLAY 'BLOQUEIO AUSENTE - SEM BLOQUEIOS'              00017755
                GO TO 1200-99-FIM                                       00017756
            END-IF.                                                     00017757
            IF WRK-FS-BLOQUEIO NOT EQUAL ZEROS                          00017758
                MOVE ' ERRO ABERTURA BLOQUEIO ' TO WRK-MSG              00017759
                PERFORM 9000-TRATAR-ERROS                               00017760
            END-IF.                                                     00017761
                                                                        00017762
            PERFORM 1210-LER-BLOQUEIO                                   00017763
                UNTIL WRK-FS-BLOQUEIO EQUAL '10'.                       00017764
            CLOSE BLOQUEIO.                                             00017765
                                                                        00017766
      *----------------------------------------------------------------*00017767
       1200-99-FIM.            EXIT.                                    00017768
      *----------------------------------------------------------------*00017769
      *----------------------------------------------------------------*00017770
       1210-LER-BLOQUEIO                  SECTION.                      00017771
      *----------------------------------------------------------------*00017772
                                                                        00017773
            READ BLOQUEIO INTO WRK-REG-BLOQUEIO.                        00017774
            IF WRK-FS-BLOQUEIO NOT EQUAL ZEROS                          00017775
                MOVE '10' TO WRK-FS-BLOQUEIO                            00017776
                GO TO 1210-99-FIM                                       00017777
            END-IF.                                                     00017778
                                                                        00017779
            IF WRK-BLQ-SITUACAO NOT EQUAL 'A'                           00017780
               OR WRK-BLQ-DATA-INI GREATER WRK-DATA-CORTE               00017781
                GO TO 1210-99-FIM                                       00017782
            END-IF.                                                     00017783
            IF WRK-BLQ-DATA-FIM NOT EQUAL ZEROS                         00017784
               AND WRK-BLQ-DATA-FIM LESS WRK-DATA-CORTE                 00017785
                GO TO 1210-99-FIM                                       00017786
            END-IF.                                                     00017787
                                                                        00017788
            IF WRK-QT-BLOQUEIOS NOT LESS 1000                           00017789
                MOVE ' TABELA DE BLOQUEIOS CHEIA ' TO WRK-MSG           00017790
                PERFORM 9000-TRATAR-ERROS                               00017791
            END-IF.                                                     00017792
            ADD 1 TO WRK-QT-BLOQUEIOS.                                  00017793
            MOVE WRK-BLQ-CHAVE TO WRK-TBQ-CHAVE(WRK-QT-BLOQUEIOS).      00017794
                                                                        00017795
      *----------------------------------------------------------------*00017796
       1210-99-FIM.            EXIT.                                    00017797
      *----------------------------------------------------------------*00017798
      *----------------------------------------------------------------*00017799
       1300-CARREGAR-VINCULOS             SECTION.                      00017800
      *----------------------------------------------------------------*00017801
      *    SEM VINCFUN TODA A FOLHA VAI PARA A REMESSA, COMO ANTES.    *00017802
      *----------------------------------------------------------------*00017803
                                                                        00017804
            OPEN INPUT VINCFUN.                                         00017805
            IF WRK-FS-VINCFUN EQUAL '35'                                00017806
                DISPLAY 'VINCFUN AUSENTE - FOLHA TODA NA REMESSA'       00017807
                GO TO 1300-99-FIM                                       00017808
            END-IF.                                                     00017809
            IF WRK-FS-VINCFUN NOT EQUAL ZEROS                           00017810
                MOVE ' ERRO ABERTURA VINCFUN ' TO WRK-MSG               00017811
                PERFORM 9000-TRATAR-ERROS                               00017812
            END-IF.                                                     00017813
                                                                        00017814
            PERFORM 1310-LER-VINCULO                                    00017815
                UNTIL WRK-FS-VINCFUN EQUAL '10'.                        00017816
            CLOSE VINCFUN.                                              00017817
                                                                        00017818
      *----------------------------------------------------------------*00017819
       1300-99-FIM.            EXIT.                                    00017820
      *----------------------------------------------------------------*00017821
      *----------------------------------------------------------------*00017822
       1310-LER-VINCULO                   SECTION.                      00017823
      *----------------------------------------------------------------*00017824
                                                                        00017825
            READ VINCFUN INTO WRK-REG-VINCFUN.                          00017826
            IF WRK-FS-VINCFUN NOT EQUAL ZEROS                           00017827
                MOVE '10' TO WRK-FS-VINCFUN                             00017828
                GO TO 1310-99-FIM                                       00017829
            END-IF.                                                     00017830
                                                                        00017831
            IF WRK-VFU-SITUACAO NOT EQUAL 'A'                           00017832
                GO TO 1310-99-FIM                                       00017833
            END-IF.                                                     00017834
                                                                        00017835
            IF WRK-QT-VINCULOS NOT LESS 2000                            00017836
                MOVE ' TABELA DE VINCULOS CHEIA ' TO WRK-MSG            00017837
                PERFORM 9000-TRATAR-ERROS                               00017838
            END-IF.                                                     00017839
            ADD 1 TO WRK-QT-VINCULOS.                                   00017840
            MOVE WRK-VFU-FUNCIONARIO                                    00017841
                              TO WRK-TVF-FUNCIONARIO(WRK-QT-VINCULOS).  00017842
            MOVE WRK-VFU-CHAVE TO WRK-TVF-CHAVE(WRK-QT-VINCULOS).       00017843
                                                                        00017844
      *----------------------------------------------------------------*00017845
       1310-99-FIM.            EXIT.                                    00017846
      *----------------------------------------------------------------*00017847
      *----------------------------------------------------------------*00017848
       1600-LER-DATA-RODADA               SECTION.                      00017849
      *----------------------------------------------------------------*00017850
                                                                        00017851
            OPEN INPUT RUNCTL.                                          00017852
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00017853
                MOVE ' RUNCTL AUSENTE - RODAR FR06CB01 ' TO WRK-MSG     00017854
                PERFORM 9000-TRATAR-ERROS                               00017855
            END-IF.                                                     00017856
                                                                        00017857
            READ RUNCTL INTO WRK-RUNCTL.                                00017858
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00017859
               OR WRK-RUNCTL-TIPO NOT EQUAL '1'                         00017860
                MOVE ' RUNCTL SEM REGISTRO DE ABERTURA ' TO WRK-MSG     00017861
                PERFORM 9000-TRATAR-ERROS                               00017862
            END-IF.                                                     00017863
                                                                        00017864
            MOVE WRK-RUNCTL-DATA TO WRK-DATA-RODADA.                    00017865
            CLOSE RUNCTL.                                               00017866
                                                                        00017867
            MOVE WRK-DATA-RODADA(5:4)  TO WRK-DATA-CORTE(1:4).          00017868
            MOVE WRK-DATA-RODADA(3:2)  TO WRK-DATA-CORTE(5:2).          00017869
            MOVE WRK-DATA-RODADA(1:2)  TO WRK-DATA-CORTE(7:2).          00017870
                                                                        00017871
      *----------------------------------------------------------------*00017872
       1600-99-FIM.            EXIT.                                    00017873
      *----------------------------------------------------------------*00017874
      *----------------------------------------------------------------*00017875
       2000-PROCESSAR                     SECTION.                      00017900
      *----------------------------------------------------------------*00018000
      *    A LINHA 'BEN' SO DETALHA UM DESCONTO DE BENEFICIO QUE JA    *00018011
      *    ESTA NO CONTRACHEQUE DO FUNCIONARIO: NAO PAGA NEM CONTA.    *00018022
      *----------------------------------------------------------------*00018033
                                                                        00018044
            IF FD-FLH-EVENTO EQUAL 'BEN'                                00018055
                ADD 1 TO WRK-ACU-BENEFICIOS                             00018066
                GO TO 2000-88-LER                                       00018077
            END-IF.                                                     00018088
                                                                        00018100
            ADD 1 TO WRK-ACU-LIDOS.                                     00018200
            COMPUTE WRK-TOTAL-FOLHA =                                   00018211
                WRK-TOTAL-FOLHA + (FD-FLH-LIQUIDO * 100).               00018222
                                                                        00018233
            PERFORM 2100-VERIFICAR-VINCULO.                             00018244
            IF WRK-CHAVE-CREDITO NOT EQUAL SPACES                       00018255
                PERFORM 2200-CREDITAR-CONTA                             00018266
                GO TO 2000-88-LER                                       00018277
            END-IF.                                                     00018288
                                                                        00018300
            MOVE SPACES          TO WRK-REG-DETALHE(4:77).              00018400
            MOVE 'DET'           TO WRK-DET-ID-REG.                     00018500
            COMPUTE WRK-SOMA-CENTAVOS =                                 00019100
                WRK-SOMA-CENTAVOS + (FD-FLH-LIQUIDO * 100).             00019200
                                                                        00019300
       2000-88-LER.                                                     00019350
            READ FOLHA.                                                 00019400
            IF WRK-FS-FOLHA NOT EQUAL ZEROS                             00019500
                MOVE '10' TO WRK-FS-FOLHA                               00019600
      *----------------------------------------------------------------*00019900
       2000-99-FIM.            EXIT.                                    00020000
      *----------------------------------------------------------------*00020100
      *----------------------------------------------------------------*00020101
       2100-VERIFICAR-VINCULO             SECTION.                      00020102
      *----------------------------------------------------------------*00020103
      *    SO VINCULO ATIVO COM LIQUIDO POSITIVO VIRA CREDITO; CONTA   *00020104
      *    FORA DO CADASTRO DO DIA OU BLOQUEADA VOLTA PARA A REMESSA.  *00020105
      *----------------------------------------------------------------*00020106
                                                                        00020107
            MOVE SPACES TO WRK-CHAVE-CREDITO.                           00020108
            IF FD-FLH-LIQUIDO EQUAL ZEROS                               00020109
                GO TO 2100-99-FIM                                       00020110
            END-IF.                                                     00020111
                                                                        00020112
            MOVE 'N' TO WRK-ACHOU.                                      00020113
            PERFORM 2110-COMPARAR-VINCULO                               00020114
                VARYING WRK-IDX-VINC FROM 1 BY 1                        00020115
                UNTIL WRK-IDX-VINC GREATER WRK-QT-VINCULOS              00020116
                   OR WRK-ACHOU EQUAL 'S'.                              00020117
            IF WRK-ACHOU NOT EQUAL 'S'                                  00020118
                GO TO 2100-99-FIM                                       00020119
            END-IF.                                                     00020120
                                                                        00020121
            MOVE 'N' TO WRK-ACHOU.                                      00020122
            PERFORM 2120-COMPARAR-CONTA                                 00020123
                VARYING WRK-IDX-CTA FROM 1 BY 1                         00020124
                UNTIL WRK-IDX-CTA GREATER WRK-QT-CONTAS                 00020125
                   OR WRK-ACHOU EQUAL 'S'.                              00020126
            IF WRK-ACHOU NOT EQUAL 'S'                                  00020127
                MOVE 'CONTA ENCERRADA' TO WRK-MOTIVO-DESVIO             00020128
                PERFORM 2190-DESVIAR-REMESSA                            00020129
                GO TO 2100-99-FIM                                       00020130
            END-IF.                                                     00020131
                                                                        00020132
            MOVE 'N' TO WRK-ACHOU.                                      00020133
            PERFORM 2130-COMPARAR-BLOQUEIO                              00020134
                VARYING WRK-IDX-BLQ FROM 1 BY 1                         00020135
                UNTIL WRK-IDX-BLQ GREATER WRK-QT-BLOQUEIOS              00020136
                   OR WRK-ACHOU EQUAL 'S'.                              00020137
            IF WRK-ACHOU EQUAL 'S'                                      00020138
                MOVE 'CONTA BLOQUEADA' TO WRK-MOTIVO-DESVIO             00020139
                PERFORM 2190-DESVIAR-REMESSA                            00020140
            END-IF.                                                     00020141
                                                                        00020142
      *----------------------------------------------------------------*00020143
       2100-99-FIM.            EXIT.                                    00020144
      *----------------------------------------------------------------*00020145
      *----------------------------------------------------------------*00020146
       2110-COMPARAR-VINCULO              SECTION.                      00020147
      *----------------------------------------------------------------*00020148
                                                                        00020149
            IF WRK-TVF-FUNCIONARIO(WRK-IDX-VINC) EQUAL FD-FLH-ID        00020150
                MOVE WRK-TVF-CHAVE(WRK-IDX-VINC) TO WRK-CHAVE-CREDITO   00020151
                MOVE 'S' TO WRK-ACHOU                                   00020152
            END-IF.                                                     00020153
                                                                        00020154
      *----------------------------------------------------------------*00020155
       2110-99-FIM.            EXIT.                                    00020156
      *----------------------------------------------------------------*00020157
      *----------------------------------------------------------------*00020158
       2120-COMPARAR-CONTA                SECTION.                      00020159
      *----------------------------------------------------------------*00020160
                                                                        00020161
            IF WRK-TCT-CHAVE(WRK-IDX-CTA) EQUAL WRK-CHAVE-CREDITO       00020162
                MOVE 'S' TO WRK-ACHOU                                   00020163
            END-IF.                                                     00020164
                                                                        00020165
      *----------------------------------------------------------------*00020166
       2120-99-FIM.            EXIT.                                    00020167
      *----------------------------------------------------------------*00020168
      *----------------------------------------------------------------*00020169
       2130-COMPARAR-BLOQUEIO             SECTION.                      00020170
      *----------------------------------------------------------------*00020171
                                                                        00020172
            IF WRK-TBQ-CHAVE(WRK-IDX-BLQ) EQUAL WRK-CHAVE-CREDITO       00020173
                MOVE 'S' TO WRK-ACHOU                                   00020174
            END-IF.                                                     00020175
                                                                        00020176
      *----------------------------------------------------------------*00020177
       2130-99-FIM.            EXIT.                                    00020178
      *----------------------------------------------------------------*00020179
      *----------------------------------------------------------------*00020180
       2190-DESVIAR-REMESSA               SECTION.                      00020181
      *----------------------------------------------------------------*00020182
                                                                        00020183
            ADD 1 TO WRK-ACU-DESVIADOS.                                 00020184
            DISPLAY 'FUNCIONARIO ' FD-FLH-ID ' NA REMESSA ('            00020185
                    WRK-MOTIVO-DESVIO '): ' WRK-CHAVE-CREDITO.          00020186
            MOVE SPACES TO WRK-CHAVE-CREDITO.                           00020187
            MOVE 4 TO RETURN-CODE.                                      00020188
                                                                        00020189
      *----------------------------------------------------------------*00020190
       2190-99-FIM.            EXIT.                                    00020191
      *----------------------------------------------------------------*00020192
      *----------------------------------------------------------------*00020193
       2200-CREDITAR-CONTA                SECTION.                      00020194
      *----------------------------------------------------------------*00020195
                                                                        00020196
            MOVE SPACES              TO FD-MOV2505.                     00020197
            MOVE WRK-CHAVE-CREDITO   TO FD-MOV2505-CHAVE.               00020198
            MOVE FD-FLH-ID           TO WRK-DSL-FUNCIONARIO.            00020199
            EVALUATE FD-FLH-EVENTO                                      00020200
                WHEN '131'                                              00020201
                WHEN '132'                                              00020202
                    MOVE 'CREDITO 13 SAL. FUNC ' TO WRK-DSL-TEXTO       00020203
                WHEN '140'                                              00020204
                    MOVE 'CREDITO FERIAS FUNC  ' TO WRK-DSL-TEXTO       00020205
                WHEN '150'                                              00020206
                    MOVE 'ADIANT. QUINZ. FUNC  ' TO WRK-DSL-TEXTO       00020207
                WHEN OTHER                                              00020208
                    MOVE 'CREDITO SALARIO FUNC ' TO WRK-DSL-TEXTO       00020209
            END-EVALUATE.                                               00020210
            MOVE WRK-DESC-SALARIO    TO FD-MOVIMENTO.                   00020211
            MOVE FD-FLH-LIQUIDO      TO FD-VALORMOV.                    00020212
            MOVE 'C'                 TO FD-TIPOMOV.                     00020213
            MOVE WRK-DATA-RODADA     TO FD-MOV-DATA.                    00020214
            WRITE FD-MOVFOLHA FROM FD-MOV2505.                          00020215
            IF WRK-FS-MOVFOLHA NOT EQUAL ZEROS                          00020216
                MOVE ' ERRO GRAVACAO MOVFOLHA ' TO WRK-MSG              00020217
                PERFORM 9000-TRATAR-ERROS                               00020218
            END-IF.                                                     00020219
                                                                        00020220
            ADD 1 TO WRK-ACU-CREDITOS.                                  00020221
            COMPUTE WRK-HASH-CREDITOS =                                 00020222
                WRK-HASH-CREDITOS + (FD-VALORMOV * 100).                00020223
                                                                        00020224
      *----------------------------------------------------------------*00020225
       2200-99-FIM.            EXIT.                                    00020226
      *----------------------------------------------------------------*00020227
      *----------------------------------------------------------------*00020228
       3000-FINALIZAR                     SECTION.                      00020300
      *----------------------------------------------------------------*00020400
                                                                        00020406
      *    CONFERENCIA ANTES DOS TRAILERS: SEM ELES NENHUM DOS DOIS    *00020412
      *    ARQUIVOS E ACEITO ADIANTE (REMESSA NO BANCO, MOVFOLHA NO    *00020418
      *    FR06EX03).                                                  *00020424
            COMPUTE WRK-TOTAL-DESTINOS =                                00020430
                WRK-SOMA-CENTAVOS + WRK-HASH-CREDITOS.                  00020436
            IF WRK-TOTAL-DESTINOS NOT EQUAL WRK-TOTAL-FOLHA             00020442
               OR WRK-ACU-LIDOS NOT EQUAL                               00020448
                  WRK-ACU-GRAVADOS + WRK-ACU-CREDITOS                   00020454
                DISPLAY 'TOTAL DA FOLHA (CENTAVOS): ' WRK-TOTAL-FOLHA   00020460
                DISPLAY 'REMESSA + CREDITOS.......: '                   00020466
                        WRK-TOTAL-DESTINOS                              00020472
                MOVE ' FOLHA NAO CONFERE COM DESTINOS ' TO WRK-MSG      00020478
                PERFORM 9000-TRATAR-ERROS                               00020484
            END-IF.                                                     00020490
                                                                        00020500
            MOVE SPACES           TO WRK-REG-TRAILER.                   00020600
            MOVE 'TRL'            TO WRK-TRL-ID.                        00020700
            MOVE WRK-REG-TRAILER  TO FD-REMESSA(1:29).                  00021100
            WRITE FD-REMESSA.                                           00021200
                                                                        00021300
            MOVE SPACES            TO WRK-REG-TRAILER.                  00021311
            MOVE 'TRL'             TO WRK-TRL-ID.                       00021322
            MOVE WRK-ACU-CREDITOS  TO WRK-TRL-QT-REGISTROS.             00021333
            MOVE WRK-HASH-CREDITOS TO WRK-TRL-HASH-VALOR.               00021344
            MOVE SPACES            TO FD-MOVFOLHA.                      00021355
            MOVE WRK-REG-TRAILER   TO FD-MOVFOLHA(1:27).                00021366
            WRITE FD-MOVFOLHA.                                          00021377
                                                                        00021388
            CLOSE FOLHA                                                 00021400
                  REMESSA                                               00021500
                  MOVFOLHA.                                             00021550
                                                                        00021600
            DISPLAY 'CONTRACHEQUES LIDOS...: ' WRK-ACU-LIDOS.           00021700
            DISPLAY 'LINHAS DE BENEFICIO...: ' WRK-ACU-BENEFICIOS.      00021750
            DISPLAY 'DETALHES NA REMESSA...: ' WRK-ACU-GRAVADOS.        00021800
            DISPLAY 'SOMA (CENTAVOS).......: ' WRK-SOMA-CENTAVOS.       00021900
            DISPLAY 'CREDITOS EM CONTA.....: ' WRK-ACU-CREDITOS.        00021914
            DISPLAY 'SOMA CREDITOS (CENT.).: ' WRK-HASH-CREDITOS.       00021928
            DISPLAY 'DEVOLVIDOS A REMESSA..: ' WRK-ACU-DESVIADOS.       00021942
                                                                        00021956
            PERFORM 3100-GRAVAR-RUNCTL.                                 00021970
                                                                        00021984
                                                                        00022000
            STOP RUN.                                                   00022100
      *----------------------------------------------------------------*00022200
       3000-99-FIM.            EXIT.                                    00022300
      *----------------------------------------------------------------*00022303
      *----------------------------------------------------------------*00022306
       3100-GRAVAR-RUNCTL                 SECTION.                      00022309
      *----------------------------------------------------------------*00022312
                                                                        00022315
            OPEN EXTEND RUNCTL.                                         00022318
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00022321
                MOVE ' ERRO ABERTURA RUNCTL ' TO WRK-MSG                00022324
                PERFORM 9000-TRATAR-ERROS                               00022327
            END-IF.                                                     00022330
                                                                        00022333
            MOVE SPACES                TO WRK-RUNCTL.                   00022336
            MOVE '2'                   TO WRK-RUNCTL-TIPO.              00022339
            MOVE 'FR06CB79'            TO WRK-RUNCTL-PROGRAMA.          00022342
            MOVE WRK-ACU-LIDOS         TO WRK-RUNCTL-LIDOS.             00022345
            MOVE WRK-ACU-CREDITOS      TO WRK-RUNCTL-GRAVADOS.          00022348
            MOVE WRK-ACU-DESVIADOS     TO WRK-RUNCTL-EXCECAO.           00022351
            MOVE RETURN-CODE           TO WRK-RUNCTL-RETCODE.           00022354
            ACCEPT WRK-HORA-ACCEPT FROM TIME.                           00022357
            MOVE WRK-HORA-ACC-HHMMSS   TO WRK-HORA-PASSO-FIM.           00022360
            MOVE WRK-HORA-PASSO-INI    TO WRK-RUNCTL-HORA-INI.          00022363
            MOVE WRK-HORA-PASSO-FIM    TO WRK-RUNCTL-HORA-FIM.          00022366
            WRITE FD-RUNCTL FROM WRK-RUNCTL.                            00022369
            CLOSE RUNCTL.                                               00022372
                                                                        00022375
      *----------------------------------------------------------------*00022378
       3100-99-FIM.            EXIT.                                    00022381
      *----------------------------------------------------------------*00022400
                                                                        00022500
      *----------------------------------------------------------------*00022600
             MOVE SPACES           TO WRK-ERR-STATUS.                   00023300
             MOVE WRK-FS-FOLHA     TO WRK-ERR-STATUS(1:2).              00023400
             MOVE WRK-FS-REMESSA   TO WRK-ERR-STATUS(3:2).              00023500
             MOVE WRK-FS-MOVFOLHA  TO WRK-ERR-STATUS(5:2).              00023525
             MOVE WRK-FS-CLI2505   TO WRK-ERR-STATUS(7:2).              00023550
             MOVE WRK-FS-RUNCTL    TO WRK-ERR-STATUS(9:2).              00023575
             MOVE 'F'              TO WRK-ERR-SEVERIDADE.               00023600
                                                                        00023700
             CALL 'TRTERRO'        USING WRK-TRTERRO.                   00023800
