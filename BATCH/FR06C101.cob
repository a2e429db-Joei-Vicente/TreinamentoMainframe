      *================================================================*00000100
       IDENTIFICATION                            DIVISION.              00000200
      *================================================================*00000300
                                                                        00000400
       PROGRAM-ID.  FR06C101.                                           00000500
                                                                        00000600
      *================================================================*00000700
      *     AUTOR.......: JOEI LORENTI                                  00000800
      *     ANALISTA....: IVAN SANCHES                                  00000900
      *     EMPRESA.....: FOURSYS                                       00001000
      *     DATA........: 15/10/2026                                    00001100
      *----------------------------------------------------------------*00001200
      *                                                                 00001300
      *     OBJETIVO: INTERFACE NOTURNA COM A CONTABILIDADE. LE O      *00001400
      *               MOVIMENTO APLICADO DA NOITE (MOV2505, LAYOUT     *00001500
      *               B#MOV25 COM CABECALHO/TRAILER VERSAO '02',       *00001600
      *               DESCARTANDO OS REGISTROS QUE O FR06EX03          *00001700
      *               DESVIOU PARA SUSPENSO/EXCECAO/DEVCHQ, COMO NO    *00001800
      *               FR06CB60) E TRANSFORMA CADA MOVIMENTO EM         *00001900
      *               LANCAMENTOS CONTABEIS DE PARTIDA DOBRADA NO      *00002000
      *               ARQUIVO LCTOCTB (LAYOUT B#LCTCTB, CABECALHO/     *00002100
      *               TRAILER B#HDRTRL COM HASH EM CENTAVOS).          *00002200
      *               AS CONTAS CONTABEIS VEM DA TABELA DE DE-PARA     *00002300
      *               PLCTA (LAYOUT B#PLCTA, MANTIDA PELO FR06C102),   *00002400
      *               PELA CHAVE TIPO + ORIGEM DO MOVIMENTO:           *00002500
      *               - 'TARIFA MANUTENCAO MENSAL' = TARIFA ('TAR');   *00002600
      *               - 'JUROS SOBRE SALDO CREDOR' E 'ENCARGO SALDO    *00002700
      *                 DEVEDOR' = JUROS ('JUR');                      *00002800
      *               - DESCRICAO INICIADA POR 'PARCELA ' = PARCELA    *00002900
      *                 ('PAR');                                       *00003000
      *               - TIPO 'T' = DUAS PERNAS DE TRANSFERENCIA        *00003100
      *                 ('D'+'TRF' NA ORIGEM, 'C'+'TRF' NA             *00003200
      *                 CONTRAPARTIDA, CADA UMA NA SUA AGENCIA);       *00003300
      *               - TIPO 'E' = ESTORNO ('EST'), PELA CHAVE DO      *00003325
      *                 EFEITO NO SALDO (ESTORNO DE CREDITO = 'D',     *00003350
      *                 ESTORNO DE DEBITO = 'C');                      *00003375
      *               - 'CREDITO EMPRESTIMO' (LIBERACAO DO FR06C125) = *00003379
      *                 EMPRESTIMO ('EMP');                            *00003383
      *               - 'CREDITO SALARIO FUNC', 'CREDITO 13 SAL. FUNC',*00003387
      *                 'CREDITO FERIAS FUNC' E 'ADIANT. QUINZ. FUNC'  *00003391
      *                 (FOLHA DO FR06CB79) = FOLHA ('FOL');           *00003395
      *               - DEMAIS 'C'/'D' = MOVIMENTO DE CLIENTE ('CLI'). *00003400
      *               MOVIMENTO SEM DE-PARA ATIVO NAO E CONTABILIZADO  *00003500
      *               (NENHUMA PERNA) E SAI NO RELATORIO RELCTB COMO   *00003600
      *               RECUSADO (RETURN-CODE 4). NO FECHAMENTO O TOTAL  *00003700
      *               DE DEBITOS E CONFERIDO CONTRA O DE CREDITOS POR  *00003800
      *               AGENCIA: QUALQUER DIFERENCA IMPEDE O FECHAMENTO  *00003900
      *               DO ARQUIVO (SEM TRAILER) E ENCERRA O JOB COM     *00004000
      *               ERRO FATAL. CONTADORES ANEXADOS AO RUNCTL.       *00004100
      *                                                                 00004200
      *----------------------------------------------------------------*00004300
      *     INPUT:                                                      00004400
      *     DDNAME           I/O                                        00004500
      *     MOV2505           I   (MOVIMENTO DA NOITE - LRECL 65)       00004600
      *     SUSPENSO          I   (DESVIOS DO FR06EX03 - LRECL 65)      00004700
      *     EXCECAO           I   (DESVIOS DO FR06EX03 - LRECL 65)      00004800
      *     DEVCHQ            I   (CHEQUES DEVOLVIDOS - LRECL 80)       00004850
      *     PLCTA             I   (DE-PARA CONTABIL - LRECL 80)         00004900
      *     RUNCTL           I/O  (DATA DA RODADA + CONTADORES)         00005000
      *     LCTOCTB           O   (LANCAMENTOS CONTABEIS - LRECL 80)    00005100
      *     RELCTB            O   (RESUMO POR AGENCIA - LRECL 80)       00005200
      *                                                                 00005300
      *----------------------------------------------------------------*00005400
      *     MANUTENCAO:                                                 00005500
      *     15/10/2026 JL - ORIGENS 'EMP' (LIBERACAO DE EMPRESTIMO DO   00005516
      *                     FR06C125) E 'FOL' (CREDITOS DE FOLHA DO     00005532
      *                     FR06CB79), QUE CAIAM EM 'CLI' E IAM PARA A  00005548
      *                     CONTA DE MOVIMENTO DE CLIENTE EM VEZ DE     00005564
      *                     EMPRESTIMOS A RECEBER / TRANSITORIA FOLHA.  00005580
      *                                                                 00005600
      *================================================================*00005700
                                                                        00005800
      *================================================================*00005900
       ENVIRONMENT                               DIVISION.              00006000
      *================================================================*00006100
                                                                        00006200
      *----------------------------------------------------------------*00006300
       CONFIGURATION                             SECTION.               00006400
      *----------------------------------------------------------------*00006500
                                                                        00006600
       SPECIAL-NAMES.                                                   00006700
           DECIMAL-POINT IS COMMA.                                      00006800
                                                                        00006900
      *----------------------------------------------------------------*00007000
       INPUT-OUTPUT                              SECTION.               00007100
      *----------------------------------------------------------------*00007200
                                                                        00007300
       FILE-CONTROL.                                                    00007400
             SELECT MOV2505            ASSIGN TO MOV2505                00007500
                FILE STATUS            IS WRK-FS-MOV2505.               00007600
             SELECT SUSPENSO           ASSIGN TO SUSPENSO               00007700
                FILE STATUS            IS WRK-FS-SUSPENSO.              00007800
             SELECT EXCECAO            ASSIGN TO EXCECAO                00007900
                FILE STATUS            IS WRK-FS-EXCECAO.               00008000
             SELECT DEVCHQ             ASSIGN TO DEVCHQ                 00008033
                FILE STATUS            IS WRK-FS-DEVCHQ.                00008066
             SELECT PLCTA              ASSIGN TO PLCTA                  00008100
                FILE STATUS            IS WRK-FS-PLCTA.                 00008200
             SELECT RUNCTL             ASSIGN TO RUNCTL                 00008300
                FILE STATUS            IS WRK-FS-RUNCTL.                00008400
             SELECT LCTOCTB            ASSIGN TO LCTOCTB                00008500
                FILE STATUS            IS WRK-FS-LCTOCTB.               00008600
             SELECT RELCTB             ASSIGN TO RELCTB                 00008700
                FILE STATUS            IS WRK-FS-RELCTB.                00008800
                                                                        00008900
      *================================================================*00009000
       DATA                                      DIVISION.              00009100
      *================================================================*00009200
                                                                        00009300
      *----------------------------------------------------------------*00009400
       FILE                                      SECTION.               00009500
      *----------------------------------------------------------------*00009600
                                                                        00009700
       FD MOV2505                                                       00009800
           RECORDING MODE IS F                                          00009900
           BLOCK CONTAINS 0 RECORDS.                                    00010000
       COPY 'B#MOV25'.                                                  00010100
                                                                        00010200
       FD SUSPENSO                                                      00010300
           RECORDING MODE IS F                                          00010400
           BLOCK CONTAINS 0 RECORDS.                                    00010500
       01 FD-SUSPENSO                  PIC X(65).                       00010600
                                                                        00010700
       FD EXCECAO                                                       00010800
           RECORDING MODE IS F                                          00010900
           BLOCK CONTAINS 0 RECORDS.                                    00011000
       01 FD-EXCECAO                   PIC X(65).                       00011100
                                                                        00011116
       FD DEVCHQ                                                        00011132
           RECORDING MODE IS F                                          00011148
           BLOCK CONTAINS 0 RECORDS.                                    00011164
       01 FD-DEVCHQ                    PIC X(80).                       00011180
                                                                        00011200
       FD PLCTA                                                         00011300
           RECORDING MODE IS F                                          00011400
           BLOCK CONTAINS 0 RECORDS.                                    00011500
       01 FD-PLCTA                     PIC X(80).                       00011600
                                                                        00011700
       FD RUNCTL                                                        00011800
           RECORDING MODE IS F                                          00011900
           BLOCK CONTAINS 0 RECORDS.                                    00012000
       01 FD-RUNCTL                    PIC X(80).                       00012100
                                                                        00012200
       FD LCTOCTB                                                       00012300
           RECORDING MODE IS F                                          00012400
           BLOCK CONTAINS 0 RECORDS.                                    00012500
       01 FD-LCTOCTB                   PIC X(80).                       00012600
                                                                        00012700
       FD RELCTB                                                        00012800
           RECORDING MODE IS F                                          00012900
           BLOCK CONTAINS 0 RECORDS.                                    00013000
       01 FD-RELCTB                    PIC X(80).                       00013100
                                                                        00013200
      *----------------------------------------------------------------*00013300
       WORKING-STORAGE                           SECTION.               00013400
      *----------------------------------------------------------------*00013500
                                                                        00013600
      *----------------------------------------------------------------*00013700
       01 FILLER                       PIC X(50)               VALUE    00013800
            '**** AREA DE CABECALHO/TRAILER E RUNCTL ****'.             00013900
      *----------------------------------------------------------------*00014000
                                                                        00014100
        COPY 'B#HDRTRL'.                                                00014200
        COPY 'B#RUNCTL'.                                                00014300
                                                                        00014400
       01 WRK-HORA-PASSO.                                               00014500
          05 WRK-HORA-PASSO-INI        PIC 9(06) VALUE ZEROS.           00014600
          05 WRK-HORA-PASSO-FIM        PIC 9(06) VALUE ZEROS.           00014700
       01 WRK-HORA-ACCEPT.                                              00014800
          05 WRK-HORA-ACC-HHMMSS       PIC 9(06).                       00014900
          05 WRK-HORA-ACC-CC           PIC 9(02).                       00015000
                                                                        00015100
       77 WRK-DATA-RODADA              PIC 9(08) VALUE ZEROS.           00015200
                                                                        00015300
      *----------------------------------------------------------------*00015400
       01 FILLER                       PIC X(50)               VALUE    00015500
            '**** AREA DO DE-PARA E DO LANCAMENTO ****'.                00015600
      *----------------------------------------------------------------*00015700
                                                                        00015800
        COPY 'B#PLCTA'.                                                 00015900
                                                                        00016000
        COPY 'B#LCTCTB'.                                                00016100
                                                                        00016200
       01 WRK-TAB-PLANO.                                                00016300
          05 WRK-TAB-PLC-ITEM          OCCURS 100 TIMES.                00016400
             10 WRK-TPL-CHAVE          PIC X(04).                       00016500
             10 WRK-TPL-CONTA-DEB      PIC X(10).                       00016600
             10 WRK-TPL-CONTA-CRED     PIC X(10).                       00016700
             10 WRK-TPL-HISTORICO      PIC X(30).                       00016800
                                                                        00016900
       77 WRK-QT-PLANO                 PIC 9(03) VALUE ZEROS.           00017000
       77 WRK-IDX-PLC                  PIC 9(03) VALUE ZEROS.           00017100
       77 WRK-PLC-ACHADO               PIC 9(03) VALUE ZEROS.           00017200
       77 WRK-PLC-ACHADO-ORI           PIC 9(03) VALUE ZEROS.           00017300
       77 WRK-PLC-ACHADO-CTR           PIC 9(03) VALUE ZEROS.           00017400
                                                                        00017500
       01 WRK-CHAVE-PROCURADA.                                          00017600
          05 WRK-CHP-TIPOMOV           PIC X(01).                       00017700
          05 WRK-CHP-ORIGEM            PIC X(03).                       00017800
                                                                        00017900
       77 WRK-ORIGEM-MOV               PIC X(03) VALUE SPACES.          00018000
       77 WRK-AGENCIA-PERNA            PIC X(04) VALUE SPACES.          00018100
       77 WRK-CHAVE-PERNA              PIC X(08) VALUE SPACES.          00018200
                                                                        00018300
      *----------------------------------------------------------------*00018400
      *    MOVIMENTOS DESVIADOS (SUSPENSO, EXCECAO E DEVCHQ): CADA      00018500
      *    REGISTRO DO MOV2505 IGUAL A UMA ENTRADA AINDA NAO CONSUMIDA  00018600
      *    NAO FOI APLICADO E NAO E CONTABILIZADO.                      00018700
      *----------------------------------------------------------------*00018800
       01 WRK-TAB-DESVIOS.                                              00018900
          05 WRK-DSV-REG               PIC X(65) OCCURS 1000 TIMES.     00019000
       77 WRK-QT-DESVIOS               PIC 9(04) VALUE ZEROS.           00019100
       77 WRK-IDX-DSV                  PIC 9(04) VALUE ZEROS.           00019200
       77 WRK-DSV-ACHADO               PIC 9(04) VALUE ZEROS.           00019300
       77 WRK-MOV-DESVIADO             PIC X(01) VALUE 'N'.             00019400
                                                                        00019500
      *----------------------------------------------------------------*00019600
       01 FILLER                       PIC X(50)               VALUE    00019700
            '**** TOTAIS POR AGENCIA E RELATORIO ****'.                 00019800
      *----------------------------------------------------------------*00019900
                                                                        00020000
       01 WRK-TAB-AGENCIAS.                                             00020100
          05 WRK-TAB-AGE-ITEM          OCCURS 200 TIMES.                00020200
             10 WRK-TAG-AGENCIA        PIC X(04).                       00020300
             10 WRK-TAG-DEBITOS        PIC 9(11)V99.                    00020400
             10 WRK-TAG-CREDITOS       PIC 9(11)V99.                    00020500
                                                                        00020600
       77 WRK-QT-AGENCIAS              PIC 9(03) VALUE ZEROS.           00020700
       77 WRK-IDX-AGE                  PIC 9(03) VALUE ZEROS.           00020800
       77 WRK-AGE-ACHADA               PIC 9(03) VALUE ZEROS.           00020900
       77 WRK-AGE-DIVERGENTES          PIC 9(03) VALUE ZEROS.           00021000
                                                                        00021100
       01 WRK-CABEC1.                                                   00021200
          05 FILLER                    PIC X(40) VALUE                  00021300
             '------ LANCAMENTOS CONTABEIS DA RODADA '.                 00021400
          05 WRK-CAB-DATA              PIC 9(08).                       00021500
          05 FILLER                    PIC X(32) VALUE ' ------'.       00021600
                                                                        00021700
       01 WRK-LINHA-AGENCIA.                                            00021800
          05 FILLER                    PIC X(08) VALUE 'AGENCIA '.      00021900
          05 WRK-LA-AGENCIA            PIC X(04).                       00022000
          05 FILLER                    PIC X(05) VALUE ' DEB '.         00022100
          05 WRK-LA-DEBITOS            PIC ZZ.ZZZ.ZZZ.ZZ9,99.           00022200
          05 FILLER                    PIC X(05) VALUE ' CRE '.         00022300
          05 WRK-LA-CREDITOS           PIC ZZ.ZZZ.ZZZ.ZZ9,99.           00022400
          05 FILLER                    PIC X(01) VALUE SPACES.          00022500
          05 WRK-LA-SITUACAO           PIC X(12).                       00022600
          05 FILLER                    PIC X(11) VALUE SPACES.          00022700
                                                                        00022800
       01 WRK-LINHA-RECUSA.                                             00022900
          05 FILLER                    PIC X(09) VALUE 'RECUSADO '.     00023000
          05 WRK-LR-AGENCIA            PIC X(04).                       00023100
          05 FILLER                    PIC X(01) VALUE '/'.             00023200
          05 WRK-LR-CONTA              PIC X(04).                       00023300
          05 FILLER                    PIC X(01) VALUE SPACES.          00023400
          05 WRK-LR-TIPO               PIC X(01).                       00023500
          05 FILLER                    PIC X(01) VALUE SPACES.          00023600
          05 WRK-LR-VALOR              PIC ZZ.ZZZ.ZZ9,99.               00023700
          05 FILLER                    PIC X(01) VALUE SPACES.          00023800
          05 WRK-LR-MOTIVO             PIC X(30).                       00023900
          05 FILLER                    PIC X(15) VALUE SPACES.          00024000
                                                                        00024100
      *----------------------------------------------------------------*00024200
       01 FILLER                       PIC X(50)               VALUE    00024300
            '**** AREA DE VARIAVEIS E CONTADORES ****'.                 00024400
      *----------------------------------------------------------------*00024500
                                                                        00024600
       77 WRK-FS-MOV2505               PIC X(02) VALUE SPACES.          00024700
       77 WRK-FS-SUSPENSO              PIC X(02) VALUE SPACES.          00024800
       77 WRK-FS-EXCECAO               PIC X(02) VALUE SPACES.          00024900
       77 WRK-FS-DEVCHQ                PIC X(02) VALUE SPACES.          00024950
       77 WRK-FS-PLCTA                 PIC X(02) VALUE SPACES.          00025000
       77 WRK-FS-RUNCTL                PIC X(02) VALUE SPACES.          00025100
       77 WRK-FS-LCTOCTB               PIC X(02) VALUE SPACES.          00025200
       77 WRK-FS-RELCTB                PIC X(02) VALUE SPACES.          00025300
       77 WRK-ACU-LIDOS                PIC 9(07) VALUE ZEROS.           00025400
       77 WRK-ACU-DESVIADOS            PIC 9(07) VALUE ZEROS.           00025500
       77 WRK-ACU-CONTABILIZADOS       PIC 9(07) VALUE ZEROS.           00025600
       77 WRK-ACU-RECUSADOS            PIC 9(07) VALUE ZEROS.           00025700
       77 WRK-ACU-LANCAMENTOS          PIC 9(09) VALUE ZEROS.           00025800
       77 WRK-HASH-LCT                 PIC 9(15) VALUE ZEROS.           00025900
       77 WRK-TOT-DEBITOS              PIC 9(11)V99 VALUE ZEROS.        00026000
       77 WRK-TOT-CREDITOS             PIC 9(11)V99 VALUE ZEROS.        00026100
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00026200
                                                                        00026300
      *----------------------------------------------------------------*00026400
       01 FILLER                       PIC X(50)               VALUE    00026500
            '**** AREA DO MODULO TRTERRO ****'.                         00026600
      *----------------------------------------------------------------*00026700
                                                                        00026800
        COPY '#TRTERRO'.                                                00026900
                                                                        00027000
      *================================================================*00027100
       PROCEDURE DIVISION.                                              00027200
      *================================================================*00027300
      *----------------------------------------------------------------*00027400
       0000-PRINCIPAL                     SECTION.                      00027500
      *----------------------------------------------------------------*00027600
                                                                        00027700
           ACCEPT WRK-HORA-ACCEPT FROM TIME.                            00027800
           MOVE WRK-HORA-ACC-HHMMSS TO WRK-HORA-PASSO-INI.              00027900
                                                                        00028000
           PERFORM 1000-INICIAR.                                        00028100
                                                                        00028200
           PERFORM 2000-PROCESSAR UNTIL WRK-FS-MOV2505 EQUAL '10'.      00028300
                                                                        00028400
           PERFORM 3000-FINALIZAR.                                      00028500
                                                                        00028600
      *----------------------------------------------------------------*00028700
       0000-99-FIM.            EXIT.                                    00028800
      *----------------------------------------------------------------*00028900
                                                                        00029000
      *----------------------------------------------------------------*00029100
       1000-INICIAR                       SECTION.                      00029200
      *----------------------------------------------------------------*00029300
                                                                        00029400
            OPEN INPUT  MOV2505                                         00029500
                 OUTPUT LCTOCTB                                         00029600
                        RELCTB.                                         00029700
            PERFORM 1100-TESTAR-FILE-STATUS.                            00029800
                                                                        00029900
            PERFORM 1600-LER-DATA-RODADA.                               00030000
                                                                        00030100
            PERFORM 1200-CARREGAR-PLANO.                                00030200
                                                                        00030300
            PERFORM 1700-CARREGAR-DESVIOS.                              00030400
                                                                        00030500
            READ MOV2505.                                               00030600
            IF WRK-FS-MOV2505 NOT EQUAL ZEROS                           00030700
               OR FD-MOV2505(1:3) NOT EQUAL 'HDR'                       00030800
                MOVE ' MOV2505 SEM CABECALHO ' TO WRK-MSG               00030900
                PERFORM 9000-TRATAR-ERROS                               00031000
            END-IF.                                                     00031100
            MOVE FD-MOV2505(1:21) TO WRK-REG-CABECALHO.                 00031200
            IF WRK-HDR-VERSAO NOT EQUAL '02'                            00031300
                MOVE ' MOV2505 EM LAYOUT SEM CENTAVOS ' TO WRK-MSG      00031400
                PERFORM 9000-TRATAR-ERROS                               00031500
            END-IF.                                                     00031600
                                                                        00031700
            PERFORM 1800-GRAVAR-CABECALHO.                              00031800
                                                                        00031900
            MOVE WRK-DATA-RODADA TO WRK-CAB-DATA.                       00032000
            WRITE FD-RELCTB FROM WRK-CABEC1.                            00032100
                                                                        00032200
      *----------------------------------------------------------------*00032300
       1000-99-FIM.            EXIT.                                    00032400
      *----------------------------------------------------------------*00032500
      *----------------------------------------------------------------*00032600
       1100-TESTAR-FILE-STATUS            SECTION.                      00032700
      *----------------------------------------------------------------*00032800
                                                                        00032900
            IF WRK-FS-MOV2505 NOT EQUAL ZEROS                           00033000
                MOVE ' ERRO ABERTURA MOV2505 ' TO WRK-MSG               00033100
                PERFORM 9000-TRATAR-ERROS                               00033200
            END-IF.                                                     00033300
            IF WRK-FS-LCTOCTB NOT EQUAL ZEROS                           00033400
                MOVE ' ERRO ABERTURA LCTOCTB ' TO WRK-MSG               00033500
                PERFORM 9000-TRATAR-ERROS                               00033600
            END-IF.                                                     00033700
            IF WRK-FS-RELCTB NOT EQUAL ZEROS                            00033800
                MOVE ' ERRO ABERTURA RELCTB ' TO WRK-MSG                00033900
                PERFORM 9000-TRATAR-ERROS                               00034000
            END-IF.                                                     00034100
                                                                        00034200
      *----------------------------------------------------------------*00034300
       1100-99-FIM.            EXIT.                                    00034400
      *----------------------------------------------------------------*00034500
      *----------------------------------------------------------------*00034600
       1200-CARREGAR-PLANO                SECTION.                      00034700
      *----------------------------------------------------------------*00034800
      *    SEM DE-PARA NAO HA O QUE CONTABILIZAR: PLCTA E OBRIGATORIO.  00034900
      *----------------------------------------------------------------*00035000
                                                                        00035100
            OPEN INPUT PLCTA.                                           00035200
            IF WRK-FS-PLCTA NOT EQUAL ZEROS                             00035300
                MOVE ' ERRO ABERTURA PLCTA ' TO WRK-MSG                 00035400
                PERFORM 9000-TRATAR-ERROS                               00035500
            END-IF.                                                     00035600
                                                                        00035700
            PERFORM 1210-LER-PLANO                                      00035800
                UNTIL WRK-FS-PLCTA EQUAL '10'.                          00035900
            CLOSE PLCTA.                                                00036000
                                                                        00036100
            IF WRK-QT-PLANO EQUAL ZEROS                                 00036200
                MOVE ' PLCTA SEM CONTA ATIVA ' TO WRK-MSG               00036300
                PERFORM 9000-TRATAR-ERROS                               00036400
            END-IF.                                                     00036500
            DISPLAY 'DE-PARA CONTABEIS ATIVOS: ' WRK-QT-PLANO.          00036600
                                                                        00036700
      *----------------------------------------------------------------*00036800
       1200-99-FIM.            EXIT.                                    00036900
      *----------------------------------------------------------------*00037000
      *----------------------------------------------------------------*00037100
       1210-LER-PLANO                     SECTION.                      00037200
      *----------------------------------------------------------------*00037300
                                                                        00037400
            READ PLCTA INTO WRK-REG-PLCTA.                              00037500
            IF WRK-FS-PLCTA NOT EQUAL ZEROS                             00037600
                MOVE '10' TO WRK-FS-PLCTA                               00037700
                GO TO 1210-99-FIM                                       00037800
            END-IF.                                                     00037900
                                                                        00038000
            IF WRK-PLC-ATIVO NOT EQUAL 'S'                              00038100
                GO TO 1210-99-FIM                                       00038200
            END-IF.                                                     00038300
                                                                        00038400
            IF WRK-QT-PLANO NOT LESS 100                                00038500
                MOVE ' TABELA DE DE-PARA CHEIA ' TO WRK-MSG             00038600
                PERFORM 9000-TRATAR-ERROS                               00038700
            END-IF.                                                     00038800
                                                                        00038900
            ADD 1 TO WRK-QT-PLANO.                                      00039000
            MOVE WRK-PLC-CHAVE      TO WRK-TPL-CHAVE(WRK-QT-PLANO).     00039100
            MOVE WRK-PLC-CONTA-DEB  TO WRK-TPL-CONTA-DEB(WRK-QT-PLANO). 00039200
            MOVE WRK-PLC-CONTA-CRED TO WRK-TPL-CONTA-CRED(WRK-QT-PLANO).00039300
            MOVE WRK-PLC-HISTORICO  TO WRK-TPL-HISTORICO(WRK-QT-PLANO). 00039400
                                                                        00039500
      *----------------------------------------------------------------*00039600
       1210-99-FIM.            EXIT.                                    00039700
      *----------------------------------------------------------------*00039800
      *----------------------------------------------------------------*00039900
       1600-LER-DATA-RODADA               SECTION.                      00040000
      *----------------------------------------------------------------*00040100
                                                                        00040200
            OPEN INPUT RUNCTL.                                          00040300
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00040400
                MOVE ' RUNCTL AUSENTE - RODAR FR06CB01 ' TO WRK-MSG     00040500
                PERFORM 9000-TRATAR-ERROS                               00040600
            END-IF.                                                     00040700
                                                                        00040800
            READ RUNCTL INTO WRK-RUNCTL.                                00040900
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00041000
               OR WRK-RUNCTL-TIPO NOT EQUAL '1'                         00041100
                MOVE ' RUNCTL SEM REGISTRO DE ABERTURA ' TO WRK-MSG     00041200
                PERFORM 9000-TRATAR-ERROS                               00041300
            END-IF.                                                     00041400
                                                                        00041500
            MOVE WRK-RUNCTL-DATA TO WRK-DATA-RODADA.                    00041600
            CLOSE RUNCTL.                                               00041700
                                                                        00041800
      *----------------------------------------------------------------*00041900
       1600-99-FIM.            EXIT.                                    00042000
      *----------------------------------------------------------------*00042100
      *----------------------------------------------------------------*00042200
       1700-CARREGAR-DESVIOS              SECTION.                      00042300
      *----------------------------------------------------------------*00042400
                                                                        00042500
            OPEN INPUT SUSPENSO.                                        00042600
            IF WRK-FS-SUSPENSO EQUAL '35'                               00042700
                DISPLAY 'SUSPENSO AUSENTE - SEM DESVIOS'                00042800
            ELSE                                                        00042900
                IF WRK-FS-SUSPENSO NOT EQUAL ZEROS                      00043000
                    MOVE ' ERRO ABERTURA SUSPENSO ' TO WRK-MSG          00043100
                    PERFORM 9000-TRATAR-ERROS                           00043200
                END-IF                                                  00043300
                PERFORM 1710-LER-SUSPENSO                               00043400
                    UNTIL WRK-FS-SUSPENSO EQUAL '10'                    00043500
                CLOSE SUSPENSO                                          00043600
            END-IF.                                                     00043700
                                                                        00043800
            OPEN INPUT EXCECAO.                                         00043900
            IF WRK-FS-EXCECAO EQUAL '35'                                00044000
                DISPLAY 'EXCECAO AUSENTE - SEM DESVIOS'                 00044100
            ELSE                                                        00044200
                IF WRK-FS-EXCECAO NOT EQUAL ZEROS                       00044300
                    MOVE ' ERRO ABERTURA EXCECAO ' TO WRK-MSG           00044400
                    PERFORM 9000-TRATAR-ERROS                           00044500
                END-IF                                                  00044600
                PERFORM 1720-LER-EXCECAO                                00044700
                    UNTIL WRK-FS-EXCECAO EQUAL '10'                     00044800
                CLOSE EXCECAO                                           00044900
            END-IF.                                                     00045000
                                                                        00045007
            OPEN INPUT DEVCHQ.                                          00045014
            IF WRK-FS-DEVCHQ EQUAL '35'                                 00045021
                DISPLAY 'DEVCHQ AUSENTE - SEM CHEQUES DEVOLVIDOS'       00045028
            ELSE                                                        00045035
                IF WRK-FS-DEVCHQ NOT EQUAL ZEROS                        00045042
                    MOVE ' ERRO ABERTURA DEVCHQ ' TO WRK-MSG            00045049
                    PERFORM 9000-TRATAR-ERROS                           00045056
                END-IF                                                  00045063
                PERFORM 1730-LER-DEVCHQ                                 00045070
                    UNTIL WRK-FS-DEVCHQ EQUAL '10'                      00045077
                CLOSE DEVCHQ                                            00045084
            END-IF.                                                     00045091
                                                                        00045100
            DISPLAY 'DESVIOS CARREGADOS....: ' WRK-QT-DESVIOS.          00045200
                                                                        00045300
      *----------------------------------------------------------------*00045400
       1700-99-FIM.            EXIT.                                    00045500
      *----------------------------------------------------------------*00045600
      *----------------------------------------------------------------*00045700
       1710-LER-SUSPENSO                  SECTION.                      00045800
      *----------------------------------------------------------------*00045900
                                                                        00046000
            READ SUSPENSO.                                              00046100
            IF WRK-FS-SUSPENSO NOT EQUAL ZEROS                          00046200
                MOVE '10' TO WRK-FS-SUSPENSO                            00046300
                GO TO 1710-99-FIM                                       00046400
            END-IF.                                                     00046500
            IF WRK-QT-DESVIOS NOT LESS 1000                             00046600
                MOVE ' TABELA DE DESVIOS CHEIA ' TO WRK-MSG             00046700
                PERFORM 9000-TRATAR-ERROS                               00046800
            END-IF.                                                     00046900
            ADD 1 TO WRK-QT-DESVIOS.                                    00047000
            MOVE FD-SUSPENSO TO WRK-DSV-REG(WRK-QT-DESVIOS).            00047100
                                                                        00047200
      *----------------------------------------------------------------*00047300
       1710-99-FIM.            EXIT.                                    00047400
      *----------------------------------------------------------------*00047500
      *----------------------------------------------------------------*00047600
       1720-LER-EXCECAO                   SECTION.                      00047700
      *----------------------------------------------------------------*00047800
                                                                        00047900
            READ EXCECAO.                                               00048000
            IF WRK-FS-EXCECAO NOT EQUAL ZEROS                           00048100
                MOVE '10' TO WRK-FS-EXCECAO                             00048200
                GO TO 1720-99-FIM                                       00048300
            END-IF.                                                     00048400
            IF WRK-QT-DESVIOS NOT LESS 1000                             00048500
                MOVE ' TABELA DE DESVIOS CHEIA ' TO WRK-MSG             00048600
                PERFORM 9000-TRATAR-ERROS                               00048700
            END-IF.                                                     00048800
            ADD 1 TO WRK-QT-DESVIOS.                                    00048900
            MOVE FD-EXCECAO TO WRK-DSV-REG(WRK-QT-DESVIOS).             00049000
                                                                        00049100
      *----------------------------------------------------------------*00049200
       1720-99-FIM.            EXIT.                                    00049300
      *----------------------------------------------------------------*00049400
      *----------------------------------------------------------------*00049405
       1730-LER-DEVCHQ                    SECTION.                      00049410
      *----------------------------------------------------------------*00049412
                                                                        00049415
            READ DEVCHQ.                                                00049425
            IF WRK-FS-DEVCHQ NOT EQUAL ZEROS                            00049430
                MOVE '10' TO WRK-FS-DEVCHQ                              00049435
                GO TO 1730-99-FIM                                       00049440
            END-IF.                                                     00049445
            IF WRK-QT-DESVIOS NOT LESS 1000                             00049450
                MOVE ' TABELA DE DESVIOS CHEIA ' TO WRK-MSG             00049455
                PERFORM 9000-TRATAR-ERROS                               00049460
            END-IF.                                                     00049465
            ADD 1 TO WRK-QT-DESVIOS.                                    00049470
            MOVE FD-DEVCHQ(1:65) TO WRK-DSV-REG(WRK-QT-DESVIOS).        00049475
                                                                        00049480
      *----------------------------------------------------------------*00049485
       1730-99-FIM.            EXIT.                                    00049490
      *----------------------------------------------------------------*00049495
      *----------------------------------------------------------------*00049500
       1800-GRAVAR-CABECALHO              SECTION.                      00049600
      *----------------------------------------------------------------*00049700
                                                                        00049800
            MOVE SPACES            TO WRK-REG-CABECALHO.                00049900
            MOVE 'HDR'             TO WRK-HDR-ID.                       00050000
            MOVE 'LCTOCTB '        TO WRK-HDR-ARQUIVO.                  00050100
            MOVE WRK-DATA-RODADA   TO WRK-HDR-DATA-GERACAO.             00050200
            MOVE '02'              TO WRK-HDR-VERSAO.                   00050300
            MOVE SPACES            TO FD-LCTOCTB.                       00050400
            MOVE WRK-REG-CABECALHO TO FD-LCTOCTB(1:21).                 00050500
            WRITE FD-LCTOCTB.                                           00050600
                                                                        00050700
      *----------------------------------------------------------------*00050800
       1800-99-FIM.            EXIT.                                    00050900
      *----------------------------------------------------------------*00051000
      *----------------------------------------------------------------*00051100
       2000-PROCESSAR                     SECTION.                      00051200
      *----------------------------------------------------------------*00051300
                                                                        00051400
            READ MOV2505.                                               00051500
            IF WRK-FS-MOV2505 NOT EQUAL ZEROS                           00051600
               OR FD-MOV2505(1:3) EQUAL 'TRL'                           00051700
                MOVE '10' TO WRK-FS-MOV2505                             00051800
                GO TO 2000-99-FIM                                       00051900
            END-IF.                                                     00052000
                                                                        00052100
            ADD 1 TO WRK-ACU-LIDOS.                                     00052200
                                                                        00052300
            PERFORM 2250-CONFERIR-DESVIO.                               00052400
            IF WRK-MOV-DESVIADO EQUAL 'S'                               00052500
                ADD 1 TO WRK-ACU-DESVIADOS                              00052600
                GO TO 2000-99-FIM                                       00052700
            END-IF.                                                     00052800
                                                                        00052900
            PERFORM 2100-CLASSIFICAR-ORIGEM.                            00053000
                                                                        00053100
            IF FD-TIPOMOV EQUAL 'T'                                     00053200
                PERFORM 2400-CONTABILIZAR-TRANSF                        00053300
            ELSE                                                        00053400
                PERFORM 2300-CONTABILIZAR-MOVTO                         00053500
            END-IF.                                                     00053600
                                                                        00053700
      *----------------------------------------------------------------*00053800
       2000-99-FIM.            EXIT.                                    00053900
      *----------------------------------------------------------------*00054000
      *----------------------------------------------------------------*00054100
       2100-CLASSIFICAR-ORIGEM            SECTION.                      00054200
      *----------------------------------------------------------------*00054300
      *    A ORIGEM E RECONHECIDA PELA DESCRICAO FIXA QUE CADA          00054400
      *    GERADOR GRAVA NO MOV2505 (FR06C100, FR06CB53, FR06CB68,      00054500
      *    FR06C125, FR06CB79).                                         00054550
      *----------------------------------------------------------------*00054600
                                                                        00054700
            EVALUATE TRUE                                               00054800
             WHEN FD-TIPOMOV EQUAL 'T'                                  00054900
               MOVE 'TRF' TO WRK-ORIGEM-MOV                             00055000
             WHEN FD-TIPOMOV EQUAL 'E'                                  00055033
               MOVE 'EST' TO WRK-ORIGEM-MOV                             00055066
             WHEN FD-MOVIMENTO EQUAL 'TARIFA MANUTENCAO MENSAL'         00055100
               MOVE 'TAR' TO WRK-ORIGEM-MOV                             00055200
             WHEN FD-MOVIMENTO EQUAL 'JUROS SOBRE SALDO CREDOR'         00055300
               MOVE 'JUR' TO WRK-ORIGEM-MOV                             00055400
             WHEN FD-MOVIMENTO EQUAL 'ENCARGO SALDO DEVEDOR'            00055500
               MOVE 'JUR' TO WRK-ORIGEM-MOV                             00055600
             WHEN FD-MOVIMENTO(1:8) EQUAL 'PARCELA '                    00055700
               MOVE 'PAR' TO WRK-ORIGEM-MOV                             00055800
             WHEN FD-MOVIMENTO(1:19) EQUAL 'CREDITO EMPRESTIMO '        00055812
               MOVE 'EMP' TO WRK-ORIGEM-MOV                             00055824
             WHEN FD-MOVIMENTO(1:21) EQUAL 'CREDITO SALARIO FUNC '      00055836
               OR FD-MOVIMENTO(1:21) EQUAL 'CREDITO 13 SAL. FUNC '      00055848
               OR FD-MOVIMENTO(1:21) EQUAL 'CREDITO FERIAS FUNC  '      00055860
               OR FD-MOVIMENTO(1:21) EQUAL 'ADIANT. QUINZ. FUNC  '      00055872
               MOVE 'FOL' TO WRK-ORIGEM-MOV                             00055884
             WHEN OTHER                                                 00055900
               MOVE 'CLI' TO WRK-ORIGEM-MOV                             00056000
            END-EVALUATE.                                               00056100
                                                                        00056200
      *----------------------------------------------------------------*00056300
       2100-99-FIM.            EXIT.                                    00056400
      *----------------------------------------------------------------*00056500
      *----------------------------------------------------------------*00056600
       2200-PROCURAR-PLANO                SECTION.                      00056700
      *----------------------------------------------------------------*00056800
                                                                        00056900
            MOVE ZEROS TO WRK-PLC-ACHADO.                               00057000
            PERFORM 2210-COMPARAR-PLANO                                 00057100
                VARYING WRK-IDX-PLC FROM 1 BY 1                         00057200
                UNTIL WRK-IDX-PLC GREATER WRK-QT-PLANO                  00057300
                   OR WRK-PLC-ACHADO GREATER ZEROS.                     00057400
                                                                        00057500
      *----------------------------------------------------------------*00057600
       2200-99-FIM.            EXIT.                                    00057700
      *----------------------------------------------------------------*00057800
      *----------------------------------------------------------------*00057900
       2210-COMPARAR-PLANO                SECTION.                      00058000
      *----------------------------------------------------------------*00058100
                                                                        00058200
            IF WRK-TPL-CHAVE(WRK-IDX-PLC) EQUAL WRK-CHAVE-PROCURADA     00058300
                MOVE WRK-IDX-PLC TO WRK-PLC-ACHADO                      00058400
            END-IF.                                                     00058500
                                                                        00058600
      *----------------------------------------------------------------*00058700
       2210-99-FIM.            EXIT.                                    00058800
      *----------------------------------------------------------------*00058900
      *----------------------------------------------------------------*00059000
       2250-CONFERIR-DESVIO               SECTION.                      00059100
      *----------------------------------------------------------------*00059200
      *    CADA ENTRADA DA TABELA SO CASA UMA VEZ (CONSUMIDA COM        00059300
      *    HIGH-VALUES), PARA NAO DESCARTAR UMA SEGUNDA OCORRENCIA      00059400
      *    LEGITIMA DE MOVIMENTO IDENTICO.                              00059500
      *----------------------------------------------------------------*00059600
                                                                        00059700
            MOVE 'N'   TO WRK-MOV-DESVIADO.                             00059800
            MOVE ZEROS TO WRK-DSV-ACHADO.                               00059900
            PERFORM 2260-COMPARAR-DESVIO                                00060000
                VARYING WRK-IDX-DSV FROM 1 BY 1                         00060100
                UNTIL WRK-IDX-DSV GREATER WRK-QT-DESVIOS                00060200
                   OR WRK-DSV-ACHADO GREATER ZEROS.                     00060300
            IF WRK-DSV-ACHADO GREATER ZEROS                             00060400
                MOVE HIGH-VALUES TO WRK-DSV-REG(WRK-DSV-ACHADO)         00060500
                MOVE 'S'         TO WRK-MOV-DESVIADO                    00060600
            END-IF.                                                     00060700
                                                                        00060800
      *----------------------------------------------------------------*00060900
       2250-99-FIM.            EXIT.                                    00061000
      *----------------------------------------------------------------*00061100
      *----------------------------------------------------------------*00061200
       2260-COMPARAR-DESVIO               SECTION.                      00061300
      *----------------------------------------------------------------*00061400
                                                                        00061500
            IF WRK-DSV-REG(WRK-IDX-DSV) EQUAL FD-MOV2505                00061600
                MOVE WRK-IDX-DSV TO WRK-DSV-ACHADO                      00061700
            END-IF.                                                     00061800
                                                                        00061900
      *----------------------------------------------------------------*00062000
       2260-99-FIM.            EXIT.                                    00062100
      *----------------------------------------------------------------*00062200
      *----------------------------------------------------------------*00062300
       2300-CONTABILIZAR-MOVTO            SECTION.                      00062400
      *----------------------------------------------------------------*00062500
                                                                        00062600
            MOVE FD-TIPOMOV     TO WRK-CHP-TIPOMOV.                     00062700
            IF FD-TIPOMOV EQUAL 'E'                                     00062712
                IF FD-EST-TIPO-ORIG EQUAL 'C'                           00062724
                    MOVE 'D' TO WRK-CHP-TIPOMOV                         00062736
                ELSE                                                    00062748
                    MOVE 'C' TO WRK-CHP-TIPOMOV                         00062760
                END-IF                                                  00062772
            END-IF.                                                     00062784
            MOVE WRK-ORIGEM-MOV TO WRK-CHP-ORIGEM.                      00062800
            PERFORM 2200-PROCURAR-PLANO.                                00062900
            IF WRK-PLC-ACHADO EQUAL ZEROS                               00063000
                MOVE 'SEM DE-PARA CONTABIL' TO WRK-LR-MOTIVO            00063100
                PERFORM 2900-RECUSAR-MOVIMENTO                          00063200
                GO TO 2300-99-FIM                                       00063300
            END-IF.                                                     00063400
                                                                        00063500
            MOVE FD-MOV2505-AGENCIA TO WRK-AGENCIA-PERNA.               00063600
            MOVE FD-MOV2505-CHAVE   TO WRK-CHAVE-PERNA.                 00063700
            PERFORM 2500-GRAVAR-PARTIDAS.                               00063800
            ADD 1 TO WRK-ACU-CONTABILIZADOS.                            00063900
                                                                        00064000
      *----------------------------------------------------------------*00064100
       2300-99-FIM.            EXIT.                                    00064200
      *----------------------------------------------------------------*00064300
      *----------------------------------------------------------------*00064400
       2400-CONTABILIZAR-TRANSF           SECTION.                      00064500
      *----------------------------------------------------------------*00064600
      *    AS DUAS PERNAS PRECISAM DE DE-PARA ANTES DE QUALQUER         00064700
      *    LANCAMENTO, SENAO A TRANSFERENCIA FICARIA PELA METADE.       00064800
      *----------------------------------------------------------------*00064900
                                                                        00065000
            MOVE 'D'   TO WRK-CHP-TIPOMOV.                              00065100
            MOVE 'TRF' TO WRK-CHP-ORIGEM.                               00065200
            PERFORM 2200-PROCURAR-PLANO.                                00065300
            MOVE WRK-PLC-ACHADO TO WRK-PLC-ACHADO-ORI.                  00065400
                                                                        00065500
            MOVE 'C'   TO WRK-CHP-TIPOMOV.                              00065600
            PERFORM 2200-PROCURAR-PLANO.                                00065700
            MOVE WRK-PLC-ACHADO TO WRK-PLC-ACHADO-CTR.                  00065800
                                                                        00065900
            IF WRK-PLC-ACHADO-ORI EQUAL ZEROS                           00066000
               OR WRK-PLC-ACHADO-CTR EQUAL ZEROS                        00066100
                MOVE 'TRANSFERENCIA SEM DE-PARA' TO WRK-LR-MOTIVO       00066200
                PERFORM 2900-RECUSAR-MOVIMENTO                          00066300
                GO TO 2400-99-FIM                                       00066400
            END-IF.                                                     00066500
                                                                        00066600
            MOVE WRK-PLC-ACHADO-ORI TO WRK-PLC-ACHADO.                  00066700
            MOVE FD-MOV2505-AGENCIA TO WRK-AGENCIA-PERNA.               00066800
            MOVE FD-MOV2505-CHAVE   TO WRK-CHAVE-PERNA.                 00066900
            PERFORM 2500-GRAVAR-PARTIDAS.                               00067000
                                                                        00067100
            MOVE WRK-PLC-ACHADO-CTR TO WRK-PLC-ACHADO.                  00067200
            MOVE FD-CONTRA-AGENCIA  TO WRK-AGENCIA-PERNA.               00067300
            MOVE FD-MOV2505-CONTRA  TO WRK-CHAVE-PERNA.                 00067400
            PERFORM 2500-GRAVAR-PARTIDAS.                               00067500
                                                                        00067600
            ADD 1 TO WRK-ACU-CONTABILIZADOS.                            00067700
                                                                        00067800
      *----------------------------------------------------------------*00067900
       2400-99-FIM.            EXIT.                                    00068000
      *----------------------------------------------------------------*00068100
      *----------------------------------------------------------------*00068200
       2500-GRAVAR-PARTIDAS               SECTION.                      00068300
      *----------------------------------------------------------------*00068400
      *    PARTIDA DOBRADA: UM DEBITO E UM CREDITO DE MESMO VALOR NA    00068500
      *    AGENCIA DA PERNA.                                            00068600
      *----------------------------------------------------------------*00068700
                                                                        00068800
            PERFORM 2600-LOCALIZAR-AGENCIA.                             00068900
                                                                        00069000
            MOVE SPACES             TO WRK-REG-LCTCTB.                  00069100
            MOVE WRK-AGENCIA-PERNA  TO WRK-LCT-AGENCIA.                 00069200
            MOVE FD-MOV-DATA        TO WRK-LCT-DATA.                    00069300
            MOVE FD-VALORMOV        TO WRK-LCT-VALOR.                   00069400
            MOVE WRK-TPL-HISTORICO(WRK-PLC-ACHADO)                      00069500
                                    TO WRK-LCT-HISTORICO.               00069600
            MOVE WRK-CHAVE-PERNA    TO WRK-LCT-CHAVE-CLI.               00069700
            MOVE WRK-CHP-ORIGEM     TO WRK-LCT-ORIGEM.                  00069800
            MOVE FD-TIPOMOV         TO WRK-LCT-TIPOMOV.                 00069900
                                                                        00070000
            MOVE WRK-TPL-CONTA-DEB(WRK-PLC-ACHADO)                      00070100
                                    TO WRK-LCT-CONTA-CTB.               00070200
            MOVE 'D'                TO WRK-LCT-NATUREZA.                00070300
            PERFORM 2550-GRAVAR-LANCAMENTO.                             00070400
            ADD FD-VALORMOV         TO WRK-TAG-DEBITOS(WRK-AGE-ACHADA)  00070500
                                       WRK-TOT-DEBITOS.                 00070600
                                                                        00070700
            MOVE WRK-TPL-CONTA-CRED(WRK-PLC-ACHADO)                     00070800
                                    TO WRK-LCT-CONTA-CTB.               00070900
            MOVE 'C'                TO WRK-LCT-NATUREZA.                00071000
            PERFORM 2550-GRAVAR-LANCAMENTO.                             00071100
            ADD FD-VALORMOV         TO WRK-TAG-CREDITOS(WRK-AGE-ACHADA) 00071200
                                       WRK-TOT-CREDITOS.                00071300
                                                                        00071400
      *----------------------------------------------------------------*00071500
       2500-99-FIM.            EXIT.                                    00071600
      *----------------------------------------------------------------*00071700
      *----------------------------------------------------------------*00071800
       2550-GRAVAR-LANCAMENTO             SECTION.                      00071900
      *----------------------------------------------------------------*00072000
                                                                        00072100
            WRITE FD-LCTOCTB FROM WRK-REG-LCTCTB.                       00072200
            IF WRK-FS-LCTOCTB NOT EQUAL ZEROS                           00072300
                MOVE ' ERRO GRAVACAO LCTOCTB ' TO WRK-MSG               00072400
                PERFORM 9000-TRATAR-ERROS                               00072500
            END-IF.                                                     00072600
            ADD 1 TO WRK-ACU-LANCAMENTOS.                               00072700
            COMPUTE WRK-HASH-LCT =                                      00072800
                WRK-HASH-LCT + (WRK-LCT-VALOR * 100).                   00072900
                                                                        00073000
      *----------------------------------------------------------------*00073100
       2550-99-FIM.            EXIT.                                    00073200
      *----------------------------------------------------------------*00073300
      *----------------------------------------------------------------*00073400
       2600-LOCALIZAR-AGENCIA             SECTION.                      00073500
      *----------------------------------------------------------------*00073600
                                                                        00073700
            MOVE ZEROS TO WRK-AGE-ACHADA.                               00073800
            PERFORM 2610-COMPARAR-AGENCIA                               00073900
                VARYING WRK-IDX-AGE FROM 1 BY 1                         00074000
                UNTIL WRK-IDX-AGE GREATER WRK-QT-AGENCIAS               00074100
                   OR WRK-AGE-ACHADA GREATER ZEROS.                     00074200
                                                                        00074300
            IF WRK-AGE-ACHADA EQUAL ZEROS                               00074400
                IF WRK-QT-AGENCIAS NOT LESS 200                         00074500
                    MOVE ' TABELA DE AGENCIAS CHEIA ' TO WRK-MSG        00074600
                    PERFORM 9000-TRATAR-ERROS                           00074700
                END-IF                                                  00074800
                ADD 1 TO WRK-QT-AGENCIAS                                00074900
                MOVE WRK-QT-AGENCIAS   TO WRK-AGE-ACHADA                00075000
                MOVE WRK-AGENCIA-PERNA                                  00075100
                     TO WRK-TAG-AGENCIA(WRK-AGE-ACHADA)                 00075200
                MOVE ZEROS TO WRK-TAG-DEBITOS(WRK-AGE-ACHADA)           00075300
                              WRK-TAG-CREDITOS(WRK-AGE-ACHADA)          00075400
            END-IF.                                                     00075500
                                                                        00075600
      *----------------------------------------------------------------*00075700
       2600-99-FIM.            EXIT.                                    00075800
      *----------------------------------------------------------------*00075900
      *----------------------------------------------------------------*00076000
       2610-COMPARAR-AGENCIA              SECTION.                      00076100
      *----------------------------------------------------------------*00076200
                                                                        00076300
            IF WRK-TAG-AGENCIA(WRK-IDX-AGE) EQUAL WRK-AGENCIA-PERNA     00076400
                MOVE WRK-IDX-AGE TO WRK-AGE-ACHADA                      00076500
            END-IF.                                                     00076600
                                                                        00076700
      *----------------------------------------------------------------*00076800
       2610-99-FIM.            EXIT.                                    00076900
      *----------------------------------------------------------------*00077000
      *----------------------------------------------------------------*00077100
       2900-RECUSAR-MOVIMENTO             SECTION.                      00077200
      *----------------------------------------------------------------*00077300
                                                                        00077400
            ADD 1 TO WRK-ACU-RECUSADOS.                                 00077500
            MOVE FD-MOV2505-AGENCIA TO WRK-LR-AGENCIA.                  00077600
            MOVE FD-MOV2505-CONTA   TO WRK-LR-CONTA.                    00077700
            MOVE FD-TIPOMOV         TO WRK-LR-TIPO.                     00077800
            MOVE FD-VALORMOV        TO WRK-LR-VALOR.                    00077900
            WRITE FD-RELCTB FROM WRK-LINHA-RECUSA.                      00078000
            DISPLAY 'MOVIMENTO NAO CONTABILIZADO: ' FD-MOV2505.         00078100
            MOVE 4 TO RETURN-CODE.                                      00078200
                                                                        00078300
      *----------------------------------------------------------------*00078400
       2900-99-FIM.            EXIT.                                    00078500
      *----------------------------------------------------------------*00078600
      *----------------------------------------------------------------*00078700
       3000-FINALIZAR                     SECTION.                      00078800
      *----------------------------------------------------------------*00078900
                                                                        00079000
            PERFORM 3200-CONFERIR-AGENCIA                               00079100
                VARYING WRK-IDX-AGE FROM 1 BY 1                         00079200
                UNTIL WRK-IDX-AGE GREATER WRK-QT-AGENCIAS.              00079300
                                                                        00079400
            DISPLAY 'MOVIMENTOS LIDOS......: ' WRK-ACU-LIDOS.           00079500
            DISPLAY 'DESVIADOS (NAO APLIC.): ' WRK-ACU-DESVIADOS.       00079600
            DISPLAY 'CONTABILIZADOS........: ' WRK-ACU-CONTABILIZADOS.  00079700
            DISPLAY 'RECUSADOS SEM DE-PARA.: ' WRK-ACU-RECUSADOS.       00079800
            DISPLAY 'LANCAMENTOS GRAVADOS..: ' WRK-ACU-LANCAMENTOS.     00079900
            DISPLAY 'TOTAL DE DEBITOS......: ' WRK-TOT-DEBITOS.         00080000
            DISPLAY 'TOTAL DE CREDITOS.....: ' WRK-TOT-CREDITOS.        00080100
                                                                        00080200
      *     DEBITO DIFERENTE DE CREDITO EM ALGUMA AGENCIA: O ARQUIVO    00080300
      *     NAO E FECHADO (SEM TRAILER) E O JOB ENCERRA COMO FATAL.     00080400
            IF WRK-AGE-DIVERGENTES GREATER ZEROS                        00080500
               OR WRK-TOT-DEBITOS NOT EQUAL WRK-TOT-CREDITOS            00080600
                DISPLAY 'AGENCIAS DESBALANCEADAS: ' WRK-AGE-DIVERGENTES 00080700
                MOVE ' LANCAMENTOS DESBALANCEADOS ' TO WRK-MSG          00080800
                PERFORM 9000-TRATAR-ERROS                               00080900
            END-IF.                                                     00081000
                                                                        00081100
            MOVE SPACES              TO WRK-REG-TRAILER.                00081200
            MOVE 'TRL'               TO WRK-TRL-ID.                     00081300
            MOVE WRK-ACU-LANCAMENTOS TO WRK-TRL-QT-REGISTROS.           00081400
            MOVE WRK-HASH-LCT        TO WRK-TRL-HASH-VALOR.             00081500
            MOVE SPACES              TO FD-LCTOCTB.                     00081600
            MOVE WRK-REG-TRAILER     TO FD-LCTOCTB(1:27).               00081700
            WRITE FD-LCTOCTB.                                           00081800
                                                                        00081900
            CLOSE MOV2505                                               00082000
                  LCTOCTB                                               00082100
                  RELCTB.                                               00082200
                                                                        00082300
            PERFORM 3100-GRAVAR-RUNCTL.                                 00082400
                                                                        00082500
            STOP RUN.                                                   00082600
      *----------------------------------------------------------------*00082700
       3000-99-FIM.            EXIT.                                    00082800
      *----------------------------------------------------------------*00082900
      *----------------------------------------------------------------*00083000
       3100-GRAVAR-RUNCTL                 SECTION.                      00083100
      *----------------------------------------------------------------*00083200
                                                                        00083300
            OPEN EXTEND RUNCTL.                                         00083400
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00083500
                MOVE ' ERRO ABERTURA RUNCTL ' TO WRK-MSG                00083600
                PERFORM 9000-TRATAR-ERROS                               00083700
            END-IF.                                                     00083800
                                                                        00083900
            MOVE SPACES              TO WRK-RUNCTL.                     00084000
            MOVE '2'                 TO WRK-RUNCTL-TIPO.                00084100
            MOVE 'FR06C101'          TO WRK-RUNCTL-PROGRAMA.            00084200
            MOVE WRK-ACU-LIDOS       TO WRK-RUNCTL-LIDOS.               00084300
            MOVE WRK-ACU-LANCAMENTOS TO WRK-RUNCTL-GRAVADOS.            00084400
            MOVE WRK-ACU-RECUSADOS   TO WRK-RUNCTL-EXCECAO.             00084500
            MOVE RETURN-CODE         TO WRK-RUNCTL-RETCODE.             00084600
            ACCEPT WRK-HORA-ACCEPT FROM TIME.                           00084700
            MOVE WRK-HORA-ACC-HHMMSS   TO WRK-HORA-PASSO-FIM.           00084800
            MOVE WRK-HORA-PASSO-INI    TO WRK-RUNCTL-HORA-INI.          00084900
            MOVE WRK-HORA-PASSO-FIM    TO WRK-RUNCTL-HORA-FIM.          00085000
            WRITE FD-RUNCTL FROM WRK-RUNCTL.                            00085100
            CLOSE RUNCTL.                                               00085200
                                                                        00085300
      *----------------------------------------------------------------*00085400
       3100-99-FIM.            EXIT.                                    00085500
      *----------------------------------------------------------------*00085600
      *----------------------------------------------------------------*00085700
       3200-CONFERIR-AGENCIA              SECTION.                      00085800
      *----------------------------------------------------------------*00085900
                                                                        00086000
            MOVE WRK-TAG-AGENCIA(WRK-IDX-AGE)  TO WRK-LA-AGENCIA.       00086100
            MOVE WRK-TAG-DEBITOS(WRK-IDX-AGE)  TO WRK-LA-DEBITOS.       00086200
            MOVE WRK-TAG-CREDITOS(WRK-IDX-AGE) TO WRK-LA-CREDITOS.      00086300
            IF WRK-TAG-DEBITOS(WRK-IDX-AGE)                             00086400
               EQUAL WRK-TAG-CREDITOS(WRK-IDX-AGE)                      00086500
                MOVE 'BALANCEADA'   TO WRK-LA-SITUACAO                  00086600
            ELSE                                                        00086700
                MOVE 'DIVERGENTE'   TO WRK-LA-SITUACAO                  00086800
                ADD 1 TO WRK-AGE-DIVERGENTES                            00086900
            END-IF.                                                     00087000
            WRITE FD-RELCTB FROM WRK-LINHA-AGENCIA.                     00087100
                                                                        00087200
      *----------------------------------------------------------------*00087300
       3200-99-FIM.            EXIT.                                    00087400
      *----------------------------------------------------------------*00087500
                                                                        00087600
      *----------------------------------------------------------------*00087700
       9000-TRATAR-ERROS                  SECTION.                      00087800
      *----------------------------------------------------------------*00087900
                                                                        00088000
             MOVE 'FR06C101'       TO WRK-ERR-PROGRAMA.                 00088100
             MOVE '9000'           TO WRK-ERR-SECTION.                  00088200
             MOVE WRK-MSG          TO WRK-ERR-MSG.                      00088300
             MOVE SPACES           TO WRK-ERR-STATUS.                   00088400
             MOVE WRK-FS-MOV2505   TO WRK-ERR-STATUS(1:2).              00088500
             MOVE WRK-FS-PLCTA     TO WRK-ERR-STATUS(3:2).              00088600
             MOVE WRK-FS-LCTOCTB   TO WRK-ERR-STATUS(5:2).              00088700
             MOVE WRK-FS-RELCTB    TO WRK-ERR-STATUS(7:2).              00088800
             MOVE WRK-FS-RUNCTL    TO WRK-ERR-STATUS(9:2).              00088900
             MOVE 'F'              TO WRK-ERR-SEVERIDADE.               00089000
                                                                        00089100
             CALL 'TRTERRO'        USING WRK-TRTERRO.                   00089200
                                                                        00089300
      *----------------------------------------------------------------*00089400
       9000-99-FIM.            EXIT.                                    00089500
      *----------------------------------------------------------------*00089600
