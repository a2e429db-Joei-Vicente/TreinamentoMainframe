      *================================================================*00000100
       IDENTIFICATION                            DIVISION.              00000200
      *================================================================*00000300
                                                                        00000400
       PROGRAM-ID.  FR06C126.                                           00000500
                                                                        00000600
      *================================================================*00000700
      *     AUTOR.......: JOEI LORENTI                                  00000800
      *     ANALISTA....: IVAN SANCHES                                  00000900
      *     EMPRESA.....: FOURSYS                                       00001000
      *     DATA........: 15/10/2026                                    00001100
      *----------------------------------------------------------------*00001200
      *                                                                 00001300
      *     OBJETIVO: COTACAO DE QUITACAO ANTECIPADA DOS EMPRESTIMOS    00001400
      *               CONTRATADOS PELO FR06C125. CADA CARTAO DA SYSIN   00001500
      *               (ATE O CARTAO EM BRANCO, ECOADO NA AUDITORIA      00001600
      *               CENTRAL VIA AUDSYS) PEDE UMA COTACAO:             00001700
      *               COL 01-08 NUMERO DO CONTRATO (EMPRMST, ATIVO)     00001800
      *               COL 09-16 DATA DA QUITACAO DDMMAAAA (EM BRANCO =  00001900
      *                         DATA DA RODADA; NAO PODE SER ANTERIOR)  00002000
      *               AS PARCELAS JA BAIXADAS NO MESTRE DE PARCELAMENTOS00002100
      *               (PARCMST, SITUACAO 'P') NAO ENTRAM. DAS DEMAIS:   00002200
      *               - VENCIDAS ATE A DATA DA QUITACAO ENTRAM PELO     00002300
      *                 VALOR CHEIO DA PARCELA;                         00002400
      *               - A VENCER ENTRAM SO PELA AMORTIZACAO (SALDO      00002500
      *                 DEVEDOR), SEM OS JUROS DO CRONOGRAMA;           00002600
      *               - SOBRE ESSE SALDO CORRE O JURO PRO RATA DIA      00002700
      *                 DESDE O ULTIMO VENCIMENTO (OU DA DATA DO        00002800
      *                 CONTRATO), CAPITALIZADO PELA TAXA DO CONTRATO:  00002900
      *                 SALDO * ((1 + TAXA) ** (DIAS / 30) - 1).        00003000
      *               A DIFERENCA DE DIAS USA O NUMERO SEQUENCIAL DO    00003100
      *               DIA, COMO NO FR06C120. E SO COTACAO: NENHUM       00003200
      *               ARQUIVO E ALTERADO. CARTAO RECUSADO DA RC 4.      00003300
      *                                                                 00003400
      *----------------------------------------------------------------*00003500
      *     INPUT:                                                      00003600
      *     DDNAME           I/O                                        00003700
      *     EMPRMST           I   (CONTRATOS - LRECL 100)               00003800
      *     CRONEMP           I   (CRONOGRAMA - LRECL 80)               00003900
      *     PARCMST           I   (MESTRE DE PARCELAMENTOS - LRECL 50,  00004000
      *                            OPCIONAL)                            00004100
      *     RUNCTL           I/O  (DATA DA RODADA + CONTADORES)         00004200
      *     RELQUIT           O   (RELATORIO - LRECL 80)                00004300
      *                                                                 00004400
      *----------------------------------------------------------------*00004500
      *     MANUTENCAO:                                                 00004600
      *                                                                 00004700
      *================================================================*00004800
                                                                        00004900
      *================================================================*00005000
       ENVIRONMENT                               DIVISION.              00005100
      *================================================================*00005200
                                                                        00005300
      *----------------------------------------------------------------*00005400
       CONFIGURATION                             SECTION.               00005500
      *----------------------------------------------------------------*00005600
                                                                        00005700
       SPECIAL-NAMES.                                                   00005800
           DECIMAL-POINT IS COMMA.                                      00005900
                                                                        00006000
      *----------------------------------------------------------------*00006100
       INPUT-OUTPUT                              SECTION.               00006200
      *----------------------------------------------------------------*00006300
                                                                        00006400
       FILE-CONTROL.                                                    00006500
             SELECT EMPRMST            ASSIGN TO EMPRMST                00006600
                FILE STATUS            IS WRK-FS-EMPRMST.               00006700
             SELECT CRONEMP            ASSIGN TO CRONEMP                00006800
                FILE STATUS            IS WRK-FS-CRONEMP.               00006900
             SELECT PARCMST            ASSIGN TO PARCMST                00007000
                FILE STATUS            IS WRK-FS-PARCMST.               00007100
             SELECT RUNCTL             ASSIGN TO RUNCTL                 00007200
                FILE STATUS            IS WRK-FS-RUNCTL.                00007300
             SELECT RELQUIT            ASSIGN TO RELQUIT                00007400
                FILE STATUS            IS WRK-FS-RELQUIT.               00007500
                                                                        00007600
      *================================================================*00007700
       DATA                                      DIVISION.              00007800
      *================================================================*00007900
                                                                        00008000
      *----------------------------------------------------------------*00008100
       FILE                                      SECTION.               00008200
      *----------------------------------------------------------------*00008300
                                                                        00008400
       FD EMPRMST                                                       00008500
           RECORDING MODE IS F                                          00008600
           BLOCK CONTAINS 0 RECORDS.                                    00008700
       01 FD-EMPRMST                   PIC X(100).                      00008800
                                                                        00008900
       FD CRONEMP                                                       00009000
           RECORDING MODE IS F                                          00009100
           BLOCK CONTAINS 0 RECORDS.                                    00009200
       01 FD-CRONEMP                   PIC X(80).                       00009300
                                                                        00009400
       FD PARCMST                                                       00009500
           RECORDING MODE IS F                                          00009600
           BLOCK CONTAINS 0 RECORDS.                                    00009700
       01 FD-PARCMST                   PIC X(50).                       00009800
                                                                        00009900
       FD RUNCTL                                                        00010000
           RECORDING MODE IS F                                          00010100
           BLOCK CONTAINS 0 RECORDS.                                    00010200
       01 FD-RUNCTL                    PIC X(80).                       00010300
                                                                        00010400
       FD RELQUIT                                                       00010500
           RECORDING MODE IS F                                          00010600
           BLOCK CONTAINS 0 RECORDS.                                    00010700
       01 FD-RELQUIT                   PIC X(80).                       00010800
                                                                        00010900
      *----------------------------------------------------------------*00011000
       WORKING-STORAGE                           SECTION.               00011100
      *----------------------------------------------------------------*00011200
                                                                        00011300
      *----------------------------------------------------------------*00011400
       01 FILLER                       PIC X(50)               VALUE    00011500
            '**** AREA DE RUNCTL E DATAS ****'.                         00011600
      *----------------------------------------------------------------*00011700
        COPY 'B#RUNCTL'.                                                00011800
       01 WRK-HORA-PASSO.                                               00011900
          05 WRK-HORA-PASSO-INI        PIC 9(06) VALUE ZEROS.           00012000
          05 WRK-HORA-PASSO-FIM        PIC 9(06) VALUE ZEROS.           00012100
       01 WRK-HORA-ACCEPT.                                              00012200
          05 WRK-HORA-ACC-HHMMSS       PIC 9(06).                       00012300
          05 WRK-HORA-ACC-CC           PIC 9(02).                       00012400
       77 WRK-DATA-RODADA              PIC 9(08) VALUE ZEROS.           00012500
       77 WRK-DATA-CORTE               PIC 9(08) VALUE ZEROS.           00012600
       77 WRK-DATA-QUIT                PIC 9(08) VALUE ZEROS.           00012700
       77 WRK-DATA-QUIT-AAAAMMDD       PIC 9(08) VALUE ZEROS.           00012800
       77 WRK-DATA-VENC-AAAAMMDD       PIC 9(08) VALUE ZEROS.           00012900
       77 WRK-DATA-BASE                PIC 9(08) VALUE ZEROS.           00013000
                                                                        00013100
      *----------------------------------------------------------------*00013200
       01 FILLER                       PIC X(50)               VALUE    00013300
            '**** AREA DE CALCULO DE DIAS ****'.                        00013400
      *----------------------------------------------------------------*00013500
       01 WRK-TAB-DIAS-ACUM-DADOS.                                      00013600
          05 FILLER                    PIC X(36) VALUE                  00013700
             '000031059090120151181212243273304334'.                    00013800
       01 WRK-TAB-DIAS-ACUM REDEFINES WRK-TAB-DIAS-ACUM-DADOS.          00013900
          05 WRK-DIAS-ACUM             PIC 9(03) OCCURS 12 TIMES.       00014000
       77 WRK-DIA                      PIC 9(02) VALUE ZEROS.           00014100
       77 WRK-MES                      PIC 9(02) VALUE ZEROS.           00014200
       77 WRK-ANO                      PIC 9(04) VALUE ZEROS.           00014300
       77 WRK-ANO-AJUSTADO             PIC 9(04) VALUE ZEROS.           00014400
       77 WRK-BISSEXTOS                PIC 9(04) VALUE ZEROS.           00014500
       77 WRK-Q4                       PIC 9(04) VALUE ZEROS.           00014600
       77 WRK-Q100                     PIC 9(04) VALUE ZEROS.           00014700
       77 WRK-Q400                     PIC 9(04) VALUE ZEROS.           00014800
       77 WRK-NUM-DIA                  PIC 9(07) VALUE ZEROS.           00014900
       77 WRK-NUM-DIA-BASE             PIC 9(07) VALUE ZEROS.           00015000
       77 WRK-NUM-DIA-QUIT             PIC 9(07) VALUE ZEROS.           00015100
       77 WRK-DIAS-CORRIDOS            PIC 9(05) VALUE ZEROS.           00015200
                                                                        00015300
      *----------------------------------------------------------------*00015400
       01 FILLER                       PIC X(50)               VALUE    00015500
            '**** AREA DOS LAYOUTS ****'.                               00015600
      *----------------------------------------------------------------*00015700
        COPY 'B#EMPR'.                                                  00015800
        COPY 'B#CRONE'.                                                 00015900
        COPY 'B#PARCM'.                                                 00016000
                                                                        00016100
      *----------------------------------------------------------------*00016200
       01 FILLER                       PIC X(50)               VALUE    00016300
            '**** AREA DAS TABELAS EM MEMORIA ****'.                    00016400
      *----------------------------------------------------------------*00016500
       01 WRK-TAB-CONTRATOS.                                            00016600
          05 WRK-TCT-REGISTRO          PIC X(100) OCCURS 2000 TIMES.    00016700
       77 WRK-QT-CONTRATOS             PIC 9(04) VALUE ZEROS.           00016800
       77 WRK-IDX-CTR                  PIC 9(04) VALUE ZEROS.           00016900
       77 WRK-CTR-ACHADO               PIC 9(04) VALUE ZEROS.           00017000
                                                                        00017100
       01 WRK-TAB-PAGAS.                                                00017200
          05 WRK-TPG-PAGA              PIC X(01) OCCURS 360 TIMES.      00017300
                                                                        00017400
      *----------------------------------------------------------------*00017500
       01 FILLER                       PIC X(50)               VALUE    00017600
            '**** AREA DO CARTAO ****'.                                 00017700
      *----------------------------------------------------------------*00017800
       01 WRK-CARTAO.                                                   00017900
          05 WRK-CARTAO-CONTRATO       PIC X(08).                       00018000
          05 WRK-CARTAO-DATA           PIC X(08).                       00018100
          05 WRK-CARTAO-DATA-N      REDEFINES WRK-CARTAO-DATA.          00018200
             10 WRK-CARTAO-DIA         PIC 9(02).                       00018300
             10 WRK-CARTAO-MES         PIC 9(02).                       00018400
             10 WRK-CARTAO-ANO         PIC 9(04).                       00018500
          05 FILLER                    PIC X(64).                       00018600
       77 WRK-MOTIVO-RECUSA            PIC X(30) VALUE SPACES.          00018700
                                                                        00018800
      *----------------------------------------------------------------*00018900
       01 FILLER                       PIC X(50)               VALUE    00019000
            '**** AREA DE CALCULO DA QUITACAO ****'.                    00019100
      *----------------------------------------------------------------*00019200
       77 WRK-QT-VENCIDAS              PIC 9(03) VALUE ZEROS.           00019300
       77 WRK-QT-A-VENCER              PIC 9(03) VALUE ZEROS.           00019400
       77 WRK-QT-CRONOGRAMA            PIC 9(03) VALUE ZEROS.           00019500
       77 WRK-VALOR-VENCIDO            PIC 9(09)V99 VALUE ZEROS.        00019600
       77 WRK-SALDO-A-VENCER           PIC 9(09)V99 VALUE ZEROS.        00019700
       77 WRK-JUROS-PRO-RATA           PIC 9(09)V99 VALUE ZEROS.        00019800
       77 WRK-VALOR-QUITACAO           PIC 9(09)V99 VALUE ZEROS.        00019900
       77 WRK-TAXA-DEC                 PIC 9(01)V9(06) VALUE ZEROS.     00020000
       77 WRK-FATOR-TAXA               PIC 9(01)V9(06) VALUE ZEROS.     00020100
       77 WRK-EXPOENTE                 PIC 9(03)V9(06) VALUE ZEROS.     00020200
       77 WRK-FATOR-JUROS              PIC 9(03)V9(15) VALUE ZEROS.     00020300
                                                                        00020400
      *----------------------------------------------------------------*00020500
       01 FILLER                       PIC X(50)               VALUE    00020600
            '**** AREA DE VARIAVEIS E CONTADORES ****'.                 00020700
      *----------------------------------------------------------------*00020800
       77 WRK-FS-EMPRMST               PIC X(02) VALUE SPACES.          00020900
       77 WRK-FS-CRONEMP               PIC X(02) VALUE SPACES.          00021000
       77 WRK-FS-PARCMST               PIC X(02) VALUE SPACES.          00021100
       77 WRK-FS-RUNCTL                PIC X(02) VALUE SPACES.          00021200
       77 WRK-FS-RELQUIT               PIC X(02) VALUE SPACES.          00021300
       77 WRK-PARCMST-AUSENTE          PIC X(01) VALUE 'N'.             00021400
       77 WRK-ACU-CARTOES              PIC 9(07) VALUE ZEROS.           00021500
       77 WRK-ACU-COTACOES             PIC 9(07) VALUE ZEROS.           00021600
       77 WRK-ACU-RECUSADOS            PIC 9(07) VALUE ZEROS.           00021700
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00021800
                                                                        00021900
      *----------------------------------------------------------------*00022000
       01 FILLER                       PIC X(50)               VALUE    00022100
            '**** AREA DE LINHAS DO RELATORIO ****'.                    00022200
      *----------------------------------------------------------------*00022300
       01 WRK-LINHA-TRACO.                                              00022400
          05 FILLER                    PIC X(80) VALUE ALL '-'.         00022500
       01 WRK-CABEC-REL.                                                00022600
          05 FILLER                    PIC X(43) VALUE                  00022700
             'COTACAO DE QUITACAO ANTECIPADA - RODADA DE '.             00022800
          05 WRK-CAB-DATA              PIC 99/99/9999.                  00022900
          05 FILLER                    PIC X(27) VALUE SPACES.          00023000
       01 WRK-LINHA-CONTRATO.                                           00023100
          05 FILLER                    PIC X(09) VALUE 'CONTRATO '.     00023200
          05 WRK-LCT-CONTRATO          PIC 9(08).                       00023300
          05 FILLER                    PIC X(08) VALUE '  CONTA '.      00023400
          05 WRK-LCT-AGENCIA           PIC X(04).                       00023500
          05 FILLER                    PIC X(01) VALUE '/'.             00023600
          05 WRK-LCT-CONTA             PIC X(04).                       00023700
          05 FILLER                    PIC X(14) VALUE                  00023800
             '  QUITACAO EM '.                                          00023900
          05 WRK-LCT-DATA              PIC 99/99/9999.                  00024000
          05 FILLER                    PIC X(08) VALUE '  TAXA '.       00024100
          05 WRK-LCT-TAXA              PIC Z9,9999.                     00024200
          05 FILLER                    PIC X(06) VALUE '% A.M.'.        00024300
          05 FILLER                    PIC X(01) VALUE SPACES.          00024310
       01 WRK-LINHA-QUITACAO.                                           00024400
          05 WRK-LQT-ROTULO            PIC X(30).                       00024500
          05 WRK-LQT-QTDE              PIC ZZZZ.                        00024600
          05 FILLER                    PIC X(01) VALUE SPACES.          00024700
          05 WRK-LQT-UNIDADE           PIC X(09).                       00024800
          05 WRK-LQT-VALOR             PIC ZZZ.ZZZ.ZZ9,99.              00024900
          05 FILLER                    PIC X(22) VALUE SPACES.          00025000
       01 WRK-LINHA-BASE.                                               00025100
          05 FILLER                    PIC X(30) VALUE                  00025200
             '  JUROS CORRIDOS DESDE'.                                  00025300
          05 WRK-LBS-DATA              PIC 99/99/9999.                  00025400
          05 FILLER                    PIC X(40) VALUE SPACES.          00025500
       01 WRK-LINHA-TOTAL.                                              00025600
          05 WRK-LTT-ROTULO            PIC X(30).                       00025700
          05 WRK-LTT-VALOR             PIC Z.ZZZ.ZZ9.                   00025800
          05 FILLER                    PIC X(41) VALUE SPACES.          00025900
                                                                        00026000
      *----------------------------------------------------------------*00026100
       01 FILLER                       PIC X(50)               VALUE    00026200
            '**** AREA DOS MODULOS CHAMADOS ****'.                      00026300
      *----------------------------------------------------------------*00026400
        COPY '#CALNDIA'.                                                00026500
        COPY '#AUDSYS'.                                                 00026600
        COPY '#TRTERRO'.                                                00026700
                                                                        00026800
      *================================================================*00026900
       PROCEDURE DIVISION.                                              00027000
      *================================================================*00027100
                                                                        00027200
      *----------------------------------------------------------------*00027300
       0000-PRINCIPAL                     SECTION.                      00027400
      *----------------------------------------------------------------*00027500
                                                                        00027600
           ACCEPT WRK-HORA-ACCEPT FROM TIME.                            00027700
           MOVE WRK-HORA-ACC-HHMMSS TO WRK-HORA-PASSO-INI.              00027800
                                                                        00027900
           PERFORM 1000-INICIAR.                                        00028000
           PERFORM 2000-PROCESSAR                                       00028100
               UNTIL WRK-CARTAO EQUAL SPACES.                           00028200
           PERFORM 3000-FINALIZAR.                                      00028300
                                                                        00028400
      *----------------------------------------------------------------*00028500
       0000-99-FIM.            EXIT.                                    00028600
      *----------------------------------------------------------------*00028700
                                                                        00028800
      *----------------------------------------------------------------*00028900
       1000-INICIAR                       SECTION.                      00029000
      *----------------------------------------------------------------*00029100
                                                                        00029200
            PERFORM 1600-LER-DATA-RODADA.                               00029300
            PERFORM 1100-CARREGAR-CONTRATOS.                            00029400
                                                                        00029500
            OPEN INPUT PARCMST.                                         00029600
            IF WRK-FS-PARCMST EQUAL '35'                                00029700
                DISPLAY 'PARCMST AUSENTE - NENHUMA PARCELA BAIXADA'     00029800
                MOVE 'S' TO WRK-PARCMST-AUSENTE                         00029900
            ELSE                                                        00030000
                IF WRK-FS-PARCMST NOT EQUAL ZEROS                       00030100
                    MOVE ' ERRO ABERTURA PARCMST ' TO WRK-MSG           00030200
                    PERFORM 9000-TRATAR-ERROS                           00030300
                END-IF                                                  00030400
                CLOSE PARCMST                                           00030500
            END-IF.                                                     00030600
                                                                        00030700
            OPEN OUTPUT RELQUIT.                                        00030800
            IF WRK-FS-RELQUIT NOT EQUAL ZEROS                           00030900
                MOVE ' ERRO ABERTURA RELQUIT ' TO WRK-MSG               00031000
                PERFORM 9000-TRATAR-ERROS                               00031100
            END-IF.                                                     00031200
                                                                        00031300
            MOVE WRK-DATA-RODADA TO WRK-CAB-DATA.                       00031400
            WRITE FD-RELQUIT FROM WRK-CABEC-REL.                        00031500
            WRITE FD-RELQUIT FROM WRK-LINHA-TRACO.                      00031600
                                                                        00031700
            PERFORM 1800-LER-CARTAO.                                    00031800
                                                                        00031900
      *----------------------------------------------------------------*00032000
       1000-99-FIM.            EXIT.                                    00032100
      *----------------------------------------------------------------*00032200
                                                                        00032300
      *----------------------------------------------------------------*00032400
       1100-CARREGAR-CONTRATOS            SECTION.                      00032500
      *----------------------------------------------------------------*00032600
                                                                        00032700
            OPEN INPUT EMPRMST.                                         00032800
            IF WRK-FS-EMPRMST NOT EQUAL ZEROS                           00032900
                MOVE ' ERRO ABERTURA EMPRMST ' TO WRK-MSG               00033000
                PERFORM 9000-TRATAR-ERROS                               00033100
            END-IF.                                                     00033200
                                                                        00033300
            PERFORM 1110-LER-CONTRATO                                   00033400
                UNTIL WRK-FS-EMPRMST EQUAL '10'.                        00033500
            CLOSE EMPRMST.                                              00033600
                                                                        00033700
      *----------------------------------------------------------------*00033800
       1100-99-FIM.            EXIT.                                    00033900
      *----------------------------------------------------------------*00034000
                                                                        00034100
      *----------------------------------------------------------------*00034200
       1110-LER-CONTRATO                  SECTION.                      00034300
      *----------------------------------------------------------------*00034400
                                                                        00034500
            READ EMPRMST.                                               00034600
            IF WRK-FS-EMPRMST NOT EQUAL ZEROS                           00034700
                MOVE '10' TO WRK-FS-EMPRMST                             00034800
                GO TO 1110-99-FIM                                       00034900
            END-IF.                                                     00035000
                                                                        00035100
            IF WRK-QT-CONTRATOS NOT LESS 2000                           00035200
                MOVE ' TABELA DE CONTRATOS CHEIA ' TO WRK-MSG           00035300
                PERFORM 9000-TRATAR-ERROS                               00035400
            END-IF.                                                     00035500
            ADD 1 TO WRK-QT-CONTRATOS.                                  00035600
            MOVE FD-EMPRMST TO WRK-TCT-REGISTRO(WRK-QT-CONTRATOS).      00035700
                                                                        00035800
      *----------------------------------------------------------------*00035900
       1110-99-FIM.            EXIT.                                    00036000
      *----------------------------------------------------------------*00036100
                                                                        00036200
      *----------------------------------------------------------------*00036300
       1600-LER-DATA-RODADA               SECTION.                      00036400
      *----------------------------------------------------------------*00036500
                                                                        00036600
            OPEN INPUT RUNCTL.                                          00036700
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00036800
                MOVE ' RUNCTL AUSENTE - RODAR FR06CB01 ' TO WRK-MSG     00036900
                PERFORM 9000-TRATAR-ERROS                               00037000
            END-IF.                                                     00037100
                                                                        00037200
            READ RUNCTL INTO WRK-RUNCTL.                                00037300
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00037400
               OR WRK-RUNCTL-TIPO NOT EQUAL '1'                         00037500
                MOVE ' RUNCTL SEM REGISTRO DE ABERTURA ' TO WRK-MSG     00037600
                PERFORM 9000-TRATAR-ERROS                               00037700
            END-IF.                                                     00037800
                                                                        00037900
            MOVE WRK-RUNCTL-DATA TO WRK-DATA-RODADA.                    00038000
            CLOSE RUNCTL.                                               00038100
                                                                        00038200
            MOVE WRK-DATA-RODADA(5:4)  TO WRK-DATA-CORTE(1:4).          00038300
            MOVE WRK-DATA-RODADA(3:2)  TO WRK-DATA-CORTE(5:2).          00038400
            MOVE WRK-DATA-RODADA(1:2)  TO WRK-DATA-CORTE(7:2).          00038500
                                                                        00038600
      *----------------------------------------------------------------*00038700
       1600-99-FIM.            EXIT.                                    00038800
      *----------------------------------------------------------------*00038900
                                                                        00039000
      *----------------------------------------------------------------*00039100
       1800-LER-CARTAO                    SECTION.                      00039200
      *----------------------------------------------------------------*00039300
                                                                        00039400
            ACCEPT WRK-CARTAO FROM SYSIN.                               00039500
                                                                        00039600
            IF WRK-CARTAO NOT EQUAL SPACES                              00039700
                ADD 1 TO WRK-ACU-CARTOES                                00039800
                MOVE 'FR06C126'  TO WRK-AUD-PROGRAMA                    00039900
                MOVE WRK-CARTAO  TO WRK-AUD-CARTAO                      00040000
                CALL 'AUDSYS'    USING WRK-AUDSYS                       00040100
            END-IF.                                                     00040200
                                                                        00040300
      *----------------------------------------------------------------*00040400
       1800-99-FIM.            EXIT.                                    00040500
      *----------------------------------------------------------------*00040600
                                                                        00040700
      *----------------------------------------------------------------*00040800
       2000-PROCESSAR                     SECTION.                      00040900
      *----------------------------------------------------------------*00041000
                                                                        00041100
            IF WRK-CARTAO-CONTRATO NOT NUMERIC                          00041200
                MOVE 'CONTRATO INVALIDO' TO WRK-MOTIVO-RECUSA           00041300
                PERFORM 2900-RECUSAR-CARTAO                             00041400
                GO TO 2000-88-LER                                       00041500
            END-IF.                                                     00041600
                                                                        00041700
            MOVE ZEROS TO WRK-CTR-ACHADO.                               00041800
            PERFORM 2010-COMPARAR-CONTRATO                              00041900
                VARYING WRK-IDX-CTR FROM 1 BY 1                         00042000
                UNTIL WRK-IDX-CTR GREATER WRK-QT-CONTRATOS              00042100
                   OR WRK-CTR-ACHADO GREATER ZEROS.                     00042200
            IF WRK-CTR-ACHADO EQUAL ZEROS                               00042300
                MOVE 'CONTRATO NAO CADASTRADO' TO WRK-MOTIVO-RECUSA     00042400
                PERFORM 2900-RECUSAR-CARTAO                             00042500
                GO TO 2000-88-LER                                       00042600
            END-IF.                                                     00042700
            MOVE WRK-TCT-REGISTRO(WRK-CTR-ACHADO) TO WRK-REG-EMPR.      00042800
            IF WRK-EMP-SITUACAO NOT EQUAL 'A'                           00042900
                MOVE 'CONTRATO NAO ATIVO' TO WRK-MOTIVO-RECUSA          00043000
                PERFORM 2900-RECUSAR-CARTAO                             00043100
                GO TO 2000-88-LER                                       00043200
            END-IF.                                                     00043300
                                                                        00043400
            IF WRK-CARTAO-DATA EQUAL SPACES                             00043500
                MOVE WRK-DATA-RODADA TO WRK-CARTAO-DATA                 00043600
            END-IF.                                                     00043700
            IF WRK-CARTAO-DATA NOT NUMERIC                              00043800
                MOVE 'DATA DE QUITACAO INVALIDA' TO WRK-MOTIVO-RECUSA   00043900
                PERFORM 2900-RECUSAR-CARTAO                             00044000
                GO TO 2000-88-LER                                       00044100
            END-IF.                                                     00044200
            MOVE 'V'              TO WRK-CAL-FUNCAO.                    00044300
            MOVE WRK-CARTAO-DIA   TO WRK-CAL-DIA.                       00044400
            MOVE WRK-CARTAO-MES   TO WRK-CAL-MES.                       00044500
            MOVE WRK-CARTAO-ANO   TO WRK-CAL-ANO.                       00044600
            CALL 'CALNDIA'        USING WRK-CALNDIA.                    00044700
            IF WRK-CAL-RETORNO EQUAL '1'                                00044800
                MOVE 'DATA DE QUITACAO INVALIDA' TO WRK-MOTIVO-RECUSA   00044900
                PERFORM 2900-RECUSAR-CARTAO                             00045000
                GO TO 2000-88-LER                                       00045100
            END-IF.                                                     00045200
            MOVE WRK-CARTAO-DATA  TO WRK-DATA-QUIT.                     00045300
            MOVE WRK-CARTAO-ANO   TO WRK-DATA-QUIT-AAAAMMDD(1:4).       00045400
            MOVE WRK-CARTAO-MES   TO WRK-DATA-QUIT-AAAAMMDD(5:2).       00045500
            MOVE WRK-CARTAO-DIA   TO WRK-DATA-QUIT-AAAAMMDD(7:2).       00045600
            IF WRK-DATA-QUIT-AAAAMMDD LESS WRK-DATA-CORTE               00045700
                MOVE 'DATA ANTERIOR A DATA DA RODADA'                   00045800
                                            TO WRK-MOTIVO-RECUSA        00045900
                PERFORM 2900-RECUSAR-CARTAO                             00046000
                GO TO 2000-88-LER                                       00046100
            END-IF.                                                     00046200
                                                                        00046300
            PERFORM 2100-MARCAR-PAGAS.                                  00046400
            PERFORM 2200-LER-CRONOGRAMA.                                00046500
            IF WRK-QT-CRONOGRAMA EQUAL ZEROS                            00046600
                MOVE 'CRONOGRAMA NAO ENCONTRADO' TO WRK-MOTIVO-RECUSA   00046700
                PERFORM 2900-RECUSAR-CARTAO                             00046800
                GO TO 2000-88-LER                                       00046900
            END-IF.                                                     00047000
                                                                        00047100
            PERFORM 2300-CALCULAR-JUROS.                                00047200
            PERFORM 2500-IMPRIMIR-COTACAO.                              00047300
                                                                        00047400
       2000-88-LER.                                                     00047500
            PERFORM 1800-LER-CARTAO.                                    00047600
                                                                        00047700
      *----------------------------------------------------------------*00047800
       2000-99-FIM.            EXIT.                                    00047900
      *----------------------------------------------------------------*00048000
                                                                        00048100
      *----------------------------------------------------------------*00048200
       2010-COMPARAR-CONTRATO             SECTION.                      00048300
      *----------------------------------------------------------------*00048400
                                                                        00048500
            IF WRK-TCT-REGISTRO(WRK-IDX-CTR)(1:8)                       00048600
                                          EQUAL WRK-CARTAO-CONTRATO     00048700
                MOVE WRK-IDX-CTR TO WRK-CTR-ACHADO                      00048800
            END-IF.                                                     00048900
                                                                        00049000
      *----------------------------------------------------------------*00049100
       2010-99-FIM.            EXIT.                                    00049200
      *----------------------------------------------------------------*00049300
                                                                        00049400
      *----------------------------------------------------------------*00049500
       2100-MARCAR-PAGAS                  SECTION.                      00049600
      *----------------------------------------------------------------*00049700
      *    PARCELAS DO CONTRATO JA BAIXADAS PELO FR06CB68              *00049800
      *----------------------------------------------------------------*00049900
                                                                        00050000
            MOVE SPACES TO WRK-TAB-PAGAS.                               00050100
            IF WRK-PARCMST-AUSENTE EQUAL 'S'                            00050200
                GO TO 2100-99-FIM                                       00050300
            END-IF.                                                     00050400
                                                                        00050500
            OPEN INPUT PARCMST.                                         00050600
            IF WRK-FS-PARCMST NOT EQUAL ZEROS                           00050700
                MOVE ' ERRO ABERTURA PARCMST ' TO WRK-MSG               00050800
                PERFORM 9000-TRATAR-ERROS                               00050900
            END-IF.                                                     00051000
                                                                        00051100
            PERFORM 2110-LER-PARCELA                                    00051200
                UNTIL WRK-FS-PARCMST EQUAL '10'.                        00051300
            CLOSE PARCMST.                                              00051400
                                                                        00051500
      *----------------------------------------------------------------*00051600
       2100-99-FIM.            EXIT.                                    00051700
      *----------------------------------------------------------------*00051800
                                                                        00051900
      *----------------------------------------------------------------*00052000
       2110-LER-PARCELA                   SECTION.                      00052100
      *----------------------------------------------------------------*00052200
                                                                        00052300
            READ PARCMST INTO WRK-REG-PARCM.                            00052400
            IF WRK-FS-PARCMST NOT EQUAL ZEROS                           00052500
                MOVE '10' TO WRK-FS-PARCMST                             00052600
                GO TO 2110-99-FIM                                       00052700
            END-IF.                                                     00052800
                                                                        00052900
            IF WRK-PCM-CONTRATO EQUAL WRK-CARTAO-CONTRATO               00053000
               AND WRK-PCM-SITUACAO EQUAL 'P'                           00053100
               AND WRK-PCM-NUMERO GREATER ZEROS                         00053200
               AND WRK-PCM-NUMERO NOT GREATER 360                       00053300
                MOVE 'S' TO WRK-TPG-PAGA(WRK-PCM-NUMERO)                00053400
            END-IF.                                                     00053500
                                                                        00053600
      *----------------------------------------------------------------*00053700
       2110-99-FIM.            EXIT.                                    00053800
      *----------------------------------------------------------------*00053900
                                                                        00054000
      *----------------------------------------------------------------*00054100
       2200-LER-CRONOGRAMA                SECTION.                      00054200
      *----------------------------------------------------------------*00054300
      *    O CRONEMP VEM EM ORDEM DE CONTRATO + PARCELA: A LEITURA     *00054400
      *    PARA NO PRIMEIRO CONTRATO MAIOR QUE O PEDIDO.               *00054500
      *----------------------------------------------------------------*00054600
                                                                        00054700
            MOVE ZEROS TO WRK-QT-VENCIDAS                               00054800
                          WRK-QT-A-VENCER                               00054900
                          WRK-QT-CRONOGRAMA                             00055000
                          WRK-VALOR-VENCIDO                             00055100
                          WRK-SALDO-A-VENCER.                           00055200
            MOVE WRK-EMP-DATA-CONTRATO TO WRK-DATA-BASE.                00055300
                                                                        00055400
            OPEN INPUT CRONEMP.                                         00055500
            IF WRK-FS-CRONEMP NOT EQUAL ZEROS                           00055600
                MOVE ' ERRO ABERTURA CRONEMP ' TO WRK-MSG               00055700
                PERFORM 9000-TRATAR-ERROS                               00055800
            END-IF.                                                     00055900
                                                                        00056000
            PERFORM 2210-LER-PARCELA-CRONOGRAMA                         00056100
                UNTIL WRK-FS-CRONEMP EQUAL '10'.                        00056200
            CLOSE CRONEMP.                                              00056300
                                                                        00056400
      *----------------------------------------------------------------*00056500
       2200-99-FIM.            EXIT.                                    00056600
      *----------------------------------------------------------------*00056700
                                                                        00056800
      *----------------------------------------------------------------*00056900
       2210-LER-PARCELA-CRONOGRAMA        SECTION.                      00057000
      *----------------------------------------------------------------*00057100
                                                                        00057200
            READ CRONEMP INTO WRK-REG-CRONE.                            00057300
            IF WRK-FS-CRONEMP NOT EQUAL ZEROS                           00057400
                MOVE '10' TO WRK-FS-CRONEMP                             00057500
                GO TO 2210-99-FIM                                       00057600
            END-IF.                                                     00057700
                                                                        00057800
            IF WRK-CRN-CONTRATO GREATER WRK-EMP-CONTRATO                00057900
                MOVE '10' TO WRK-FS-CRONEMP                             00058000
                GO TO 2210-99-FIM                                       00058100
            END-IF.                                                     00058200
            IF WRK-CRN-CONTRATO NOT EQUAL WRK-EMP-CONTRATO              00058300
                GO TO 2210-99-FIM                                       00058400
            END-IF.                                                     00058500
                                                                        00058600
            ADD 1 TO WRK-QT-CRONOGRAMA.                                 00058700
            MOVE WRK-CRN-VENCIMENTO(5:4) TO WRK-DATA-VENC-AAAAMMDD(1:4).00058800
            MOVE WRK-CRN-VENCIMENTO(3:2) TO WRK-DATA-VENC-AAAAMMDD(5:2).00058900
            MOVE WRK-CRN-VENCIMENTO(1:2) TO WRK-DATA-VENC-AAAAMMDD(7:2).00059000
                                                                        00059100
            IF WRK-DATA-VENC-AAAAMMDD NOT GREATER WRK-DATA-QUIT-AAAAMMDD00059200
                MOVE WRK-CRN-VENCIMENTO TO WRK-DATA-BASE                00059300
            END-IF.                                                     00059400
                                                                        00059500
            IF WRK-TPG-PAGA(WRK-CRN-NUMERO) EQUAL 'S'                   00059600
                GO TO 2210-99-FIM                                       00059700
            END-IF.                                                     00059800
                                                                        00059900
            IF WRK-DATA-VENC-AAAAMMDD NOT GREATER WRK-DATA-QUIT-AAAAMMDD00060000
                ADD 1                   TO WRK-QT-VENCIDAS              00060100
                ADD WRK-CRN-PARCELA     TO WRK-VALOR-VENCIDO            00060200
            ELSE                                                        00060300
                ADD 1                   TO WRK-QT-A-VENCER              00060400
                ADD WRK-CRN-AMORTIZACAO TO WRK-SALDO-A-VENCER           00060500
            END-IF.                                                     00060600
                                                                        00060700
      *----------------------------------------------------------------*00060800
       2210-99-FIM.            EXIT.                                    00060900
      *----------------------------------------------------------------*00061000
                                                                        00061100
      *----------------------------------------------------------------*00061200
       2300-CALCULAR-JUROS                SECTION.                      00061300
      *----------------------------------------------------------------*00061400
      *    JURO COMPOSTO PRO RATA DIA SOBRE O SALDO A VENCER, DO       *00061500
      *    ULTIMO VENCIMENTO ATE A DATA DA QUITACAO (MES DE 30 DIAS).  *00061600
      *----------------------------------------------------------------*00061700
                                                                        00061800
            MOVE WRK-DATA-BASE(1:2) TO WRK-DIA.                         00061900
            MOVE WRK-DATA-BASE(3:2) TO WRK-MES.                         00062000
            MOVE WRK-DATA-BASE(5:4) TO WRK-ANO.                         00062100
            PERFORM 2310-CALCULAR-NUM-DIA.                              00062200
            MOVE WRK-NUM-DIA        TO WRK-NUM-DIA-BASE.                00062300
                                                                        00062400
            MOVE WRK-CARTAO-DIA     TO WRK-DIA.                         00062500
            MOVE WRK-CARTAO-MES     TO WRK-MES.                         00062600
            MOVE WRK-CARTAO-ANO     TO WRK-ANO.                         00062700
            PERFORM 2310-CALCULAR-NUM-DIA.                              00062800
            MOVE WRK-NUM-DIA        TO WRK-NUM-DIA-QUIT.                00062900
                                                                        00063000
            MOVE ZEROS              TO WRK-DIAS-CORRIDOS                00063100
                                       WRK-JUROS-PRO-RATA.              00063200
            IF WRK-NUM-DIA-QUIT GREATER WRK-NUM-DIA-BASE                00063300
                COMPUTE WRK-DIAS-CORRIDOS =                             00063400
                    WRK-NUM-DIA-QUIT - WRK-NUM-DIA-BASE                 00063500
            END-IF.                                                     00063600
                                                                        00063700
            IF WRK-DIAS-CORRIDOS GREATER ZEROS                          00063800
               AND WRK-SALDO-A-VENCER GREATER ZEROS                     00063900
               AND WRK-EMP-TAXA GREATER ZEROS                           00064000
                COMPUTE WRK-TAXA-DEC   = WRK-EMP-TAXA / 100             00064100
                COMPUTE WRK-FATOR-TAXA = 1 + WRK-TAXA-DEC               00064200
                DIVIDE WRK-DIAS-CORRIDOS BY 30                          00064300
                    GIVING WRK-EXPOENTE ROUNDED                         00064400
                COMPUTE WRK-FATOR-JUROS ROUNDED =                       00064500
                    WRK-FATOR-TAXA ** WRK-EXPOENTE                      00064600
                SUBTRACT 1 FROM WRK-FATOR-JUROS                         00064700
                COMPUTE WRK-JUROS-PRO-RATA ROUNDED =                    00064800
                    WRK-SALDO-A-VENCER * WRK-FATOR-JUROS                00064900
            END-IF.                                                     00065000
                                                                        00065100
            COMPUTE WRK-VALOR-QUITACAO =                                00065200
                WRK-VALOR-VENCIDO + WRK-SALDO-A-VENCER                  00065300
                + WRK-JUROS-PRO-RATA.                                   00065400
                                                                        00065500
      *----------------------------------------------------------------*00065600
       2300-99-FIM.            EXIT.                                    00065700
      *----------------------------------------------------------------*00065800
                                                                        00065900
      *----------------------------------------------------------------*00066000
       2310-CALCULAR-NUM-DIA              SECTION.                      00066100
      *----------------------------------------------------------------*00066200
      *    NUMERO SEQUENCIAL DO DIA (CALENDARIO GREGORIANO) PARA       *00066300
      *    DIFERENCA EXATA DE DATAS, COMO NO FR06C120.                 *00066400
      *----------------------------------------------------------------*00066500
                                                                        00066600
            MOVE WRK-ANO TO WRK-ANO-AJUSTADO.                           00066700
            IF WRK-MES LESS 3                                           00066800
                SUBTRACT 1 FROM WRK-ANO-AJUSTADO                        00066900
            END-IF.                                                     00067000
                                                                        00067100
            COMPUTE WRK-Q4   = WRK-ANO-AJUSTADO / 4.                    00067200
            COMPUTE WRK-Q100 = WRK-ANO-AJUSTADO / 100.                  00067300
            COMPUTE WRK-Q400 = WRK-ANO-AJUSTADO / 400.                  00067400
            COMPUTE WRK-BISSEXTOS = WRK-Q4 - WRK-Q100 + WRK-Q400.       00067500
                                                                        00067600
            COMPUTE WRK-NUM-DIA =                                       00067700
                (365 * WRK-ANO) + WRK-BISSEXTOS                         00067800
                + WRK-DIAS-ACUM(WRK-MES) + WRK-DIA.                     00067900
                                                                        00068000
      *----------------------------------------------------------------*00068100
       2310-99-FIM.            EXIT.                                    00068200
      *----------------------------------------------------------------*00068300
                                                                        00068400
      *----------------------------------------------------------------*00068500
       2500-IMPRIMIR-COTACAO              SECTION.                      00068600
      *----------------------------------------------------------------*00068700
                                                                        00068800
            ADD 1 TO WRK-ACU-COTACOES.                                  00068900
                                                                        00069000
            MOVE WRK-EMP-CONTRATO      TO WRK-LCT-CONTRATO.             00069100
            MOVE WRK-EMP-AGENCIA       TO WRK-LCT-AGENCIA.              00069200
            MOVE WRK-EMP-CONTA         TO WRK-LCT-CONTA.                00069300
            MOVE WRK-DATA-QUIT         TO WRK-LCT-DATA.                 00069400
            MOVE WRK-EMP-TAXA          TO WRK-LCT-TAXA.                 00069500
            WRITE FD-RELQUIT FROM WRK-LINHA-CONTRATO.                   00069600
                                                                        00069700
            MOVE 'PARCELAS VENCIDAS EM ABERTO'  TO WRK-LQT-ROTULO.      00069800
            MOVE WRK-QT-VENCIDAS                TO WRK-LQT-QTDE.        00069900
            MOVE 'PARCELAS'                     TO WRK-LQT-UNIDADE.     00070000
            MOVE WRK-VALOR-VENCIDO              TO WRK-LQT-VALOR.       00070100
            WRITE FD-RELQUIT FROM WRK-LINHA-QUITACAO.                   00070200
                                                                        00070300
            MOVE 'SALDO DEVEDOR A VENCER'       TO WRK-LQT-ROTULO.      00070400
            MOVE WRK-QT-A-VENCER                TO WRK-LQT-QTDE.        00070500
            MOVE 'PARCELAS'                     TO WRK-LQT-UNIDADE.     00070600
            MOVE WRK-SALDO-A-VENCER             TO WRK-LQT-VALOR.       00070700
            WRITE FD-RELQUIT FROM WRK-LINHA-QUITACAO.                   00070800
                                                                        00070900
            MOVE 'JUROS PRO RATA'               TO WRK-LQT-ROTULO.      00071000
            MOVE WRK-DIAS-CORRIDOS              TO WRK-LQT-QTDE.        00071100
            MOVE 'DIAS'                         TO WRK-LQT-UNIDADE.     00071200
            MOVE WRK-JUROS-PRO-RATA             TO WRK-LQT-VALOR.       00071300
            WRITE FD-RELQUIT FROM WRK-LINHA-QUITACAO.                   00071400
                                                                        00071500
            MOVE WRK-DATA-BASE                  TO WRK-LBS-DATA.        00071600
            WRITE FD-RELQUIT FROM WRK-LINHA-BASE.                       00071700
                                                                        00071800
            MOVE 'VALOR PARA QUITACAO'          TO WRK-LQT-ROTULO.      00071900
            MOVE ZEROS                          TO WRK-LQT-QTDE.        00072000
            MOVE SPACES                         TO WRK-LQT-UNIDADE.     00072100
            MOVE WRK-VALOR-QUITACAO             TO WRK-LQT-VALOR.       00072200
            WRITE FD-RELQUIT FROM WRK-LINHA-QUITACAO.                   00072300
            WRITE FD-RELQUIT FROM WRK-LINHA-TRACO.                      00072400
                                                                        00072500
            DISPLAY 'COTACAO CONTRATO ' WRK-EMP-CONTRATO                00072600
                    ' EM ' WRK-DATA-QUIT                                00072700
                    ': ' WRK-LQT-VALOR.                                 00072800
                                                                        00072900
      *----------------------------------------------------------------*00073000
       2500-99-FIM.            EXIT.                                    00073100
      *----------------------------------------------------------------*00073200
                                                                        00073300
      *----------------------------------------------------------------*00073400
       2900-RECUSAR-CARTAO                SECTION.                      00073500
      *----------------------------------------------------------------*00073600
                                                                        00073700
            ADD 1 TO WRK-ACU-RECUSADOS.                                 00073800
            DISPLAY 'CARTAO RECUSADO (' WRK-MOTIVO-RECUSA '): '         00073900
                    WRK-CARTAO.                                         00074000
                                                                        00074100
      *----------------------------------------------------------------*00074200
       2900-99-FIM.            EXIT.                                    00074300
      *----------------------------------------------------------------*00074400
                                                                        00074500
      *----------------------------------------------------------------*00074600
       3000-FINALIZAR                     SECTION.                      00074700
      *----------------------------------------------------------------*00074800
                                                                        00074900
            MOVE 'COTACOES EMITIDAS'         TO WRK-LTT-ROTULO.         00075000
            MOVE WRK-ACU-COTACOES            TO WRK-LTT-VALOR.          00075100
            WRITE FD-RELQUIT FROM WRK-LINHA-TOTAL.                      00075200
            MOVE 'CARTOES RECUSADOS'         TO WRK-LTT-ROTULO.         00075300
            MOVE WRK-ACU-RECUSADOS           TO WRK-LTT-VALOR.          00075400
            WRITE FD-RELQUIT FROM WRK-LINHA-TOTAL.                      00075500
                                                                        00075600
            CLOSE RELQUIT.                                              00075700
                                                                        00075800
            DISPLAY '------------------------------------------------'. 00075900
            DISPLAY '  CARTOES LIDOS.......: ' WRK-ACU-CARTOES.         00076000
            DISPLAY '  COTACOES EMITIDAS...: ' WRK-ACU-COTACOES.        00076100
            DISPLAY '  CARTOES RECUSADOS...: ' WRK-ACU-RECUSADOS.       00076200
            DISPLAY '------------------------------------------------'. 00076300
                                                                        00076400
            IF WRK-ACU-RECUSADOS GREATER ZEROS                          00076500
                MOVE 4 TO RETURN-CODE                                   00076600
            END-IF.                                                     00076700
                                                                        00076800
            PERFORM 3100-GRAVAR-RUNCTL.                                 00076900
                                                                        00077000
            STOP RUN.                                                   00077100
                                                                        00077200
      *----------------------------------------------------------------*00077300
       3000-99-FIM.            EXIT.                                    00077400
      *----------------------------------------------------------------*00077500
                                                                        00077600
      *----------------------------------------------------------------*00077700
       3100-GRAVAR-RUNCTL                 SECTION.                      00077800
      *----------------------------------------------------------------*00077900
                                                                        00078000
            OPEN EXTEND RUNCTL.                                         00078100
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00078200
                MOVE ' ERRO ABERTURA RUNCTL ' TO WRK-MSG                00078300
                PERFORM 9000-TRATAR-ERROS                               00078400
            END-IF.                                                     00078500
                                                                        00078600
            MOVE SPACES                TO WRK-RUNCTL.                   00078700
            MOVE '2'                   TO WRK-RUNCTL-TIPO.              00078800
            MOVE 'FR06C126'            TO WRK-RUNCTL-PROGRAMA.          00078900
            MOVE WRK-ACU-CARTOES       TO WRK-RUNCTL-LIDOS.             00079000
            MOVE WRK-ACU-COTACOES      TO WRK-RUNCTL-GRAVADOS.          00079100
            MOVE WRK-ACU-RECUSADOS     TO WRK-RUNCTL-EXCECAO.           00079200
            MOVE RETURN-CODE           TO WRK-RUNCTL-RETCODE.           00079300
            ACCEPT WRK-HORA-ACCEPT FROM TIME.                           00079400
            MOVE WRK-HORA-ACC-HHMMSS   TO WRK-HORA-PASSO-FIM.           00079500
            MOVE WRK-HORA-PASSO-INI    TO WRK-RUNCTL-HORA-INI.          00079600
            MOVE WRK-HORA-PASSO-FIM    TO WRK-RUNCTL-HORA-FIM.          00079700
            WRITE FD-RUNCTL FROM WRK-RUNCTL.                            00079800
            CLOSE RUNCTL.                                               00079900
                                                                        00080000
      *----------------------------------------------------------------*00080100
       3100-99-FIM.            EXIT.                                    00080200
      *----------------------------------------------------------------*00080300
                                                                        00080400
      *----------------------------------------------------------------*00080500
       9000-TRATAR-ERROS                  SECTION.                      00080600
      *----------------------------------------------------------------*00080700
                                                                        00080800
             MOVE 'FR06C126'       TO WRK-ERR-PROGRAMA.                 00080900
             MOVE '9000'           TO WRK-ERR-SECTION.                  00081000
             MOVE WRK-MSG          TO WRK-ERR-MSG.                      00081100
             MOVE SPACES           TO WRK-ERR-STATUS.                   00081200
             MOVE WRK-FS-EMPRMST   TO WRK-ERR-STATUS(1:2).              00081300
             MOVE WRK-FS-CRONEMP   TO WRK-ERR-STATUS(3:2).              00081400
             MOVE WRK-FS-PARCMST   TO WRK-ERR-STATUS(5:2).              00081500
             MOVE WRK-FS-RELQUIT   TO WRK-ERR-STATUS(7:2).              00081600
             MOVE WRK-FS-RUNCTL    TO WRK-ERR-STATUS(9:2).              00081700
             MOVE 'F'              TO WRK-ERR-SEVERIDADE.               00081800
             CALL 'TRTERRO'        USING WRK-TRTERRO.                   00081900
                                                                        00082000
      *----------------------------------------------------------------*00082100
       9000-99-FIM.            EXIT.                                    00082200
      *----------------------------------------------------------------*00082300
