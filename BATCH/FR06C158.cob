      *================================================================*00000100
       IDENTIFICATION                            DIVISION.              00000200
      *================================================================*00000300
                                                                        00000400
       PROGRAM-ID.  FR06C158.                                           00000500
                                                                        00000600
      *================================================================*00000700
      *     AUTOR.......: JOEI LORENTI                                  00000800
      *     ANALISTA....: IVAN SANCHES                                  00000900
      *     EMPRESA.....: FOURSYS                                       00001000
      *     DATA........: 15/10/2026                                    00001100
      *----------------------------------------------------------------*00001200
      *                                                                 00001300
      *     OBJETIVO: EXPURGO MENSAL DOS DATASETS DE LOG E AUDITORIA    00001400
      *               QUE SO CRESCEM (LOGERROS, AUDSYSIN, AUDITRF,      00001500
      *               AUDITBL, AUDITCT, AUDITAG, AUDITPJ, AUDITCA,      00001600
      *               AUDITPR, AUDITPC, AUDITIN, AUDITCQ, AUDITTT,      00001700
      *               AUDITCH, AUDITCS, AUDITLM, AUDITVF, AUDITFO,      00001800
      *               AUDITAR E AUDITBN). UM PASSO POR DATASET: O CARTAO00001833
      *               SYSIN DIZ QUAL E, E A TABELA DE RETENCAO (RETENC, 00001866
      *               B#RETEN) DA O PERIODO EM MESES, SE OS VENCIDOS    00001900
      *               VAO PARA ARQUIVO MORTO E SE HA RETENCAO LEGAL.    00002000
      *               O DATASET VIGENTE (DD ATUAL, LRECL VEM DO PROPRIO 00002100
      *               DD, COMO NO FR06CB39) E LIDO INTEIRO:             00002200
      *               - REGISTRO COM DATA (AAAAMMDD NA POSICAO DA       00002300
      *                 TABELA) ANTERIOR A DATA DA RODADA (RUNCTL)      00002400
      *                 MENOS O PERIODO ESTA VENCIDO: VAI PARA O        00002500
      *                 ARQMORTO (DSN DATADO NO JCL), ENTRE CABECALHO   00002600
      *                 E TRAILER B#HDRTRL (HASH = SOMA DAS DATAS DOS   00002700
      *                 REGISTROS ARQUIVADOS), OU E DESCARTADO QUANDO   00002800
      *                 A TABELA DIZ 'N' EM ARQUIVA;                    00002900
      *               - OS DEMAIS VAO PARA O MANTIDO, QUE O PASSO       00003000
      *                 SEGUINTE DO JCL COPIA SOBRE O DATASET VIGENTE;  00003100
      *               - REGISTRO SEM DATA VALIDA E MANTIDO E            00003200
      *                 INFORMADO (RETURN-CODE 4).                      00003300
      *               COM RETENCAO LEGAL ('S' EM BLOQUEIO) NADA E       00003400
      *               EXPURGADO: TUDO VAI PARA O MANTIDO.               00003500
      *               NO FIM CONCILIA LIDOS = MANTIDOS + ARQUIVADOS +   00003600
      *               DESCARTADOS (DIFERENCA = ERRO FATAL, PARA O JCL   00003700
      *               NAO SUBSTITUIR O DATASET VIGENTE).                00003800
      *               DATASET FORA DA TABELA OU COM LINHA INVALIDA      00003900
      *               TAMBEM E ERRO FATAL.                              00004000
      *                                                                 00004100
      *----------------------------------------------------------------*00004200
      *     INPUT:                                                      00004300
      *     DDNAME           I/O                                        00004400
      *     RUNCTL            I   (JOB E DATA DA RODADA)                00004500
      *     RETENC            I   (TABELA DE RETENCAO - LRECL 80)       00004600
      *     ATUAL             I   (DATASET VIGENTE - OPCIONAL)          00004700
      *     MANTIDO           O   (REGISTROS RETIDOS - MESMO LRECL)     00004800
      *     ARQMORTO          O   (VENCIDOS ARQUIVADOS - MESMO LRECL,   00004900
      *                            COM CABECALHO E TRAILER)             00005000
      *                                                                 00005100
      *     SYSIN  - CARTAO DO DATASET                                  00005200
      *     COL 01-08 NOME DO DATASET NA TABELA DE RETENCAO             00005300
      *                                                                 00005400
      *----------------------------------------------------------------*00005500
      *     MANUTENCAO:                                                 00005600
      *                                                                 00005700
      *================================================================*00005800
                                                                        00005900
      *================================================================*00006000
       ENVIRONMENT                               DIVISION.              00006100
      *================================================================*00006200
                                                                        00006300
      *----------------------------------------------------------------*00006400
       CONFIGURATION                             SECTION.               00006500
      *----------------------------------------------------------------*00006600
                                                                        00006700
       SPECIAL-NAMES.                                                   00006800
           DECIMAL-POINT IS COMMA.                                      00006900
                                                                        00007000
      *----------------------------------------------------------------*00007100
       INPUT-OUTPUT                              SECTION.               00007200
      *----------------------------------------------------------------*00007300
                                                                        00007400
       FILE-CONTROL.                                                    00007500
             SELECT RUNCTL             ASSIGN TO RUNCTL                 00007600
                FILE STATUS            IS WRK-FS-RUNCTL.                00007700
             SELECT RETENC             ASSIGN TO RETENC                 00007800
                FILE STATUS            IS WRK-FS-RETENC.                00007900
             SELECT ATUAL              ASSIGN TO ATUAL                  00008000
                FILE STATUS            IS WRK-FS-ATUAL.                 00008100
             SELECT MANTIDO            ASSIGN TO MANTIDO                00008200
                FILE STATUS            IS WRK-FS-MANTIDO.               00008300
             SELECT ARQMORTO           ASSIGN TO ARQMORTO               00008400
                FILE STATUS            IS WRK-FS-ARQMORTO.              00008500
                                                                        00008600
      *================================================================*00008700
       DATA                                      DIVISION.              00008800
      *================================================================*00008900
                                                                        00009000
      *----------------------------------------------------------------*00009100
       FILE                                      SECTION.               00009200
      *----------------------------------------------------------------*00009300
                                                                        00009400
       FD RUNCTL                                                        00009500
           RECORDING MODE IS F                                          00009600
           BLOCK CONTAINS 0 RECORDS.                                    00009700
       01 FD-RUNCTL                    PIC X(80).                       00009800
                                                                        00009900
       FD RETENC                                                        00010000
           RECORDING MODE IS F                                          00010100
           BLOCK CONTAINS 0 RECORDS.                                    00010200
       01 FD-RETENC                    PIC X(80).                       00010300
                                                                        00010400
       FD ATUAL                                                         00010500
           RECORDING MODE IS F                                          00010600
           RECORD CONTAINS 0 CHARACTERS                                 00010700
           BLOCK CONTAINS 0 RECORDS.                                    00010800
       01 FD-ATUAL                     PIC X(200).                      00010900
                                                                        00011000
       FD MANTIDO                                                       00011100
           RECORDING MODE IS F                                          00011200
           RECORD CONTAINS 0 CHARACTERS                                 00011300
           BLOCK CONTAINS 0 RECORDS.                                    00011400
       01 FD-MANTIDO                   PIC X(200).                      00011500
                                                                        00011600
       FD ARQMORTO                                                      00011700
           RECORDING MODE IS F                                          00011800
           RECORD CONTAINS 0 CHARACTERS                                 00011900
           BLOCK CONTAINS 0 RECORDS.                                    00012000
       01 FD-ARQMORTO                  PIC X(200).                      00012100
                                                                        00012200
      *----------------------------------------------------------------*00012300
       WORKING-STORAGE                           SECTION.               00012400
      *----------------------------------------------------------------*00012500
                                                                        00012600
      *----------------------------------------------------------------*00012700
       01 FILLER                       PIC X(50)               VALUE    00012800
            '**** AREA DOS LAYOUTS ****'.                               00012900
      *----------------------------------------------------------------*00013000
                                                                        00013100
        COPY 'B#RUNCTL'.                                                00013200
                                                                        00013300
        COPY 'B#HDRTRL'.                                                00013400
                                                                        00013500
        COPY 'B#RETEN'.                                                 00013600
                                                                        00013700
       01 WRK-REG-LIDO                 PIC X(200) VALUE SPACES.         00013800
       01 WRK-REG-CONTROLE             PIC X(200) VALUE SPACES.         00013900
                                                                        00014000
      *----------------------------------------------------------------*00014100
       01 FILLER                       PIC X(50)               VALUE    00014200
            '**** AREA DO CARTAO DE PARAMETROS ****'.                   00014300
      *----------------------------------------------------------------*00014400
                                                                        00014500
       01 WRK-CARTAO.                                                   00014600
          05 WRK-CARTAO-DATASET        PIC X(08).                       00014700
          05 FILLER                    PIC X(72).                       00014800
                                                                        00014900
      *----------------------------------------------------------------*00015000
       01 FILLER                       PIC X(50)               VALUE    00015100
            '**** AREA DE VARIAVEIS DA FILE SEC ****'.                  00015200
      *----------------------------------------------------------------*00015300
                                                                        00015400
       77 WRK-FS-RUNCTL                PIC X(02) VALUE SPACES.          00015500
       77 WRK-FS-RETENC                PIC X(02) VALUE SPACES.          00015600
       77 WRK-FS-ATUAL                 PIC X(02) VALUE SPACES.          00015700
       77 WRK-FS-MANTIDO               PIC X(02) VALUE SPACES.          00015800
       77 WRK-FS-ARQMORTO              PIC X(02) VALUE SPACES.          00015900
                                                                        00016000
      *----------------------------------------------------------------*00016100
       01 FILLER                       PIC X(50)               VALUE    00016200
            '**** AREA DE DATAS ****'.                                  00016300
      *----------------------------------------------------------------*00016400
                                                                        00016500
       77 WRK-JOB-RODADA               PIC X(08) VALUE SPACES.          00016600
       77 WRK-DATA-RODADA              PIC 9(08) VALUE ZEROS.           00016700
                                                                        00016800
      *    DATA DA RODADA DDMMAAAA DESMEMBRADA                          00016900
       01 WRK-DATA-DDMMAAAA.                                            00017000
          05 WRK-DDM-DIA               PIC 9(02).                       00017100
          05 WRK-DDM-MES               PIC 9(02).                       00017200
          05 WRK-DDM-ANO               PIC 9(04).                       00017300
                                                                        00017400
      *    DATA DE CORTE AAAAMMDD: ANTES DELA O REGISTRO ESTA VENCIDO   00017500
       01 WRK-DATA-CORTE.                                               00017600
          05 WRK-CRT-ANO               PIC 9(04).                       00017700
          05 WRK-CRT-MES               PIC 9(02).                       00017800
          05 WRK-CRT-DIA               PIC 9(02).                       00017900
       01 WRK-DATA-CORTE-R REDEFINES WRK-DATA-CORTE                     00018000
                                       PIC 9(08).                       00018100
                                                                        00018200
       77 WRK-MESES-CORRIDOS           PIC 9(06) VALUE ZEROS.           00018300
       77 WRK-RESTO-MES                PIC 9(02) VALUE ZEROS.           00018400
                                                                        00018500
       01 WRK-DATA-REGISTRO            PIC X(08) VALUE SPACES.          00018600
       01 WRK-DATA-REGISTRO-R REDEFINES WRK-DATA-REGISTRO               00018700
                                       PIC 9(08).                       00018800
                                                                        00018900
      *----------------------------------------------------------------*00019000
       01 FILLER                       PIC X(50)               VALUE    00019100
            '**** AREA DE VARIAVEIS E CONTADORES ****'.                 00019200
      *----------------------------------------------------------------*00019300
                                                                        00019400
       77 WRK-ACHOU-DATASET            PIC X(01) VALUE 'N'.             00019500
       77 WRK-GRAVA-ARQUIVO            PIC X(01) VALUE 'N'.             00019600
       77 WRK-FIM-ATUAL                PIC X(01) VALUE 'N'.             00019700
       77 WRK-ACU-LIDOS                PIC 9(09) VALUE ZEROS.           00019800
       77 WRK-ACU-MANTIDOS             PIC 9(09) VALUE ZEROS.           00019900
       77 WRK-ACU-ARQUIVADOS           PIC 9(09) VALUE ZEROS.           00020000
       77 WRK-ACU-DESCARTADOS          PIC 9(09) VALUE ZEROS.           00020100
       77 WRK-ACU-SEM-DATA             PIC 9(09) VALUE ZEROS.           00020200
       77 WRK-ACU-CONCILIADO           PIC 9(09) VALUE ZEROS.           00020300
       77 WRK-HASH-ARQUIVO             PIC 9(15) VALUE ZEROS.           00020400
       77 WRK-QT-EDITADA               PIC Z.ZZZ.ZZZ.ZZ9.               00020500
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00020600
                                                                        00020700
      *----------------------------------------------------------------*00020800
       01 FILLER                       PIC X(50)               VALUE    00020900
            '**** AREA DO MODULO AUDSYS ****'.                          00021000
      *----------------------------------------------------------------*00021100
                                                                        00021200
        COPY '#AUDSYS'.                                                 00021300
                                                                        00021400
      *----------------------------------------------------------------*00021500
       01 FILLER                       PIC X(50)               VALUE    00021600
            '**** AREA DO MODULO TRTERRO ****'.                         00021700
      *----------------------------------------------------------------*00021800
                                                                        00021900
        COPY '#TRTERRO'.                                                00022000
                                                                        00022100
      *================================================================*00022200
       PROCEDURE DIVISION.                                              00022300
      *================================================================*00022400
      *----------------------------------------------------------------*00022500
       0000-PRINCIPAL                     SECTION.                      00022600
      *----------------------------------------------------------------*00022700
                                                                        00022800
           PERFORM 1000-INICIAR.                                        00022900
                                                                        00023000
           PERFORM 2000-EXPURGAR.                                       00023100
                                                                        00023200
           PERFORM 3000-CONCILIAR.                                      00023300
                                                                        00023400
           PERFORM 4000-FINALIZAR.                                      00023500
                                                                        00023600
      *----------------------------------------------------------------*00023700
       0000-99-FIM.            EXIT.                                    00023800
      *----------------------------------------------------------------*00023900
      *----------------------------------------------------------------*00024000
       1000-INICIAR                       SECTION.                      00024100
      *----------------------------------------------------------------*00024200
                                                                        00024300
            PERFORM 1600-LER-DATA-RODADA.                               00024400
                                                                        00024500
            PERFORM 1400-LER-CARTAO.                                    00024600
            IF WRK-CARTAO-DATASET EQUAL SPACES                          00024700
                MOVE ' SYSIN SEM CARTAO DO DATASET ' TO WRK-MSG         00024800
                PERFORM 9000-TRATAR-ERROS                               00024900
            END-IF.                                                     00025000
                                                                        00025100
            PERFORM 1200-LER-RETENCAO.                                  00025200
            PERFORM 1300-CALCULAR-CORTE.                                00025300
                                                                        00025400
            IF WRK-RTC-ARQUIVA EQUAL 'S'                                00025500
               AND WRK-RTC-BLOQUEIO EQUAL 'N'                           00025600
                MOVE 'S' TO WRK-GRAVA-ARQUIVO                           00025700
            END-IF.                                                     00025800
                                                                        00025900
            DISPLAY 'FR06C158 - EXPURGO DE ' WRK-RTC-DATASET            00026000
                    ' - ' WRK-RTC-DESCRICAO.                            00026100
            DISPLAY '   RETENCAO..: ' WRK-RTC-MESES ' MESES'            00026200
                    ' - VENCIDOS ANTES DE ' WRK-DATA-CORTE-R            00026300
                    ' (AAAAMMDD)'.                                      00026400
            IF WRK-RTC-BLOQUEIO EQUAL 'S'                               00026500
                DISPLAY '   RETENCAO LEGAL - EXPURGO SUSPENSO'          00026600
            ELSE                                                        00026700
                IF WRK-RTC-ARQUIVA EQUAL 'S'                            00026800
                    DISPLAY '   VENCIDOS VAO PARA O ARQUIVO MORTO'      00026900
                ELSE                                                    00027000
                    DISPLAY '   VENCIDOS SAO DESCARTADOS'               00027100
                END-IF                                                  00027200
            END-IF.                                                     00027300
                                                                        00027400
      *----------------------------------------------------------------*00027500
       1000-99-FIM.            EXIT.                                    00027600
      *----------------------------------------------------------------*00027700
      *----------------------------------------------------------------*00027800
       1200-LER-RETENCAO                  SECTION.                      00027900
      *----------------------------------------------------------------*00028000
      *    PROCURA O DATASET DO CARTAO NA TABELA E CONFERE A LINHA.   * 00028100
      *----------------------------------------------------------------*00028200
                                                                        00028300
            OPEN INPUT RETENC.                                          00028400
            IF WRK-FS-RETENC NOT EQUAL ZEROS                            00028500
                MOVE ' ERRO ABERTURA RETENC ' TO WRK-MSG                00028600
                PERFORM 9000-TRATAR-ERROS                               00028700
            END-IF.                                                     00028800
                                                                        00028900
            MOVE 'N' TO WRK-ACHOU-DATASET.                              00029000
            READ RETENC INTO WRK-REG-RETENCAO.                          00029100
            PERFORM 1210-PROCURAR-DATASET                               00029200
                UNTIL WRK-FS-RETENC NOT EQUAL ZEROS                     00029300
                   OR WRK-ACHOU-DATASET EQUAL 'S'.                      00029400
                                                                        00029500
            CLOSE RETENC.                                               00029600
                                                                        00029700
            IF WRK-ACHOU-DATASET EQUAL 'N'                              00029800
                MOVE ' DATASET FORA DA TABELA DE RETENCAO ' TO WRK-MSG  00029900
                PERFORM 9000-TRATAR-ERROS                               00030000
            END-IF.                                                     00030100
                                                                        00030200
            IF WRK-RTC-MESES NOT NUMERIC                                00030300
               OR WRK-RTC-MESES EQUAL ZEROS                             00030400
               OR (WRK-RTC-ARQUIVA NOT EQUAL 'S'                        00030500
                   AND WRK-RTC-ARQUIVA NOT EQUAL 'N')                   00030600
               OR (WRK-RTC-BLOQUEIO NOT EQUAL 'S'                       00030633
                   AND WRK-RTC-BLOQUEIO NOT EQUAL 'N')                  00030666
               OR WRK-RTC-POS-DATA NOT NUMERIC                          00030700
               OR WRK-RTC-POS-DATA EQUAL ZEROS                          00030800
               OR WRK-RTC-POS-DATA GREATER 193                          00030900
                MOVE ' LINHA INVALIDA NA TABELA DE RETENCAO ' TO WRK-MSG00031000
                PERFORM 9000-TRATAR-ERROS                               00031100
            END-IF.                                                     00031200
                                                                        00031300
      *----------------------------------------------------------------*00031400
       1200-99-FIM.            EXIT.                                    00031500
      *----------------------------------------------------------------*00031600
      *----------------------------------------------------------------*00031700
       1210-PROCURAR-DATASET              SECTION.                      00031800
      *----------------------------------------------------------------*00031900
                                                                        00032000
            IF WRK-RTC-DATASET EQUAL WRK-CARTAO-DATASET                 00032100
                MOVE 'S' TO WRK-ACHOU-DATASET                           00032200
                GO TO 1210-99-FIM                                       00032300
            END-IF.                                                     00032400
                                                                        00032500
            READ RETENC INTO WRK-REG-RETENCAO.                          00032600
                                                                        00032700
      *----------------------------------------------------------------*00032800
       1210-99-FIM.            EXIT.                                    00032900
      *----------------------------------------------------------------*00033000
      *----------------------------------------------------------------*00033100
       1300-CALCULAR-CORTE                SECTION.                      00033200
      *----------------------------------------------------------------*00033300
      *    CORTE = DATA DA RODADA MENOS O PERIODO, NO MESMO DIA DO    * 00033400
      *    MES (A COMPARACAO AAAAMMDD NAO PRECISA DE DIA VALIDO).     * 00033500
      *----------------------------------------------------------------*00033600
                                                                        00033700
            MOVE WRK-DATA-RODADA TO WRK-DATA-DDMMAAAA.                  00033800
                                                                        00033900
            COMPUTE WRK-MESES-CORRIDOS =                                00034000
                    (WRK-DDM-ANO * 12) + WRK-DDM-MES - 1                00034100
                    - WRK-RTC-MESES.                                    00034200
            DIVIDE WRK-MESES-CORRIDOS BY 12                             00034300
                GIVING WRK-CRT-ANO REMAINDER WRK-RESTO-MES.             00034400
            COMPUTE WRK-CRT-MES = WRK-RESTO-MES + 1.                    00034500
            MOVE WRK-DDM-DIA TO WRK-CRT-DIA.                            00034600
                                                                        00034700
      *----------------------------------------------------------------*00034800
       1300-99-FIM.            EXIT.                                    00034900
      *----------------------------------------------------------------*00035000
      *----------------------------------------------------------------*00035100
       1400-LER-CARTAO                    SECTION.                      00035200
      *----------------------------------------------------------------*00035300
                                                                        00035400
            MOVE SPACES TO WRK-CARTAO.                                  00035500
            ACCEPT WRK-CARTAO FROM SYSIN.                               00035600
                                                                        00035700
            IF WRK-CARTAO NOT EQUAL SPACES                              00035800
                MOVE 'FR06C158'  TO WRK-AUD-PROGRAMA                    00035900
                MOVE WRK-CARTAO  TO WRK-AUD-CARTAO                      00036000
                CALL 'AUDSYS'    USING WRK-AUDSYS                       00036100
            END-IF.                                                     00036200
                                                                        00036300
      *----------------------------------------------------------------*00036400
       1400-99-FIM.            EXIT.                                    00036500
      *----------------------------------------------------------------*00036600
      *----------------------------------------------------------------*00036700
       1600-LER-DATA-RODADA               SECTION.                      00036800
      *----------------------------------------------------------------*00036900
                                                                        00037000
            OPEN INPUT RUNCTL.                                          00037100
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00037200
                MOVE ' RUNCTL AUSENTE - RODAR FR06CB01 ' TO WRK-MSG     00037300
                PERFORM 9000-TRATAR-ERROS                               00037400
            END-IF.                                                     00037500
                                                                        00037600
            READ RUNCTL INTO WRK-RUNCTL.                                00037700
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00037800
               OR WRK-RUNCTL-TIPO NOT EQUAL '1'                         00037900
                MOVE ' RUNCTL SEM REGISTRO DE ABERTURA ' TO WRK-MSG     00038000
                PERFORM 9000-TRATAR-ERROS                               00038100
            END-IF.                                                     00038200
                                                                        00038300
            MOVE WRK-RUNCTL-JOB  TO WRK-JOB-RODADA.                     00038400
            MOVE WRK-RUNCTL-DATA TO WRK-DATA-RODADA.                    00038500
            CLOSE RUNCTL.                                               00038600
                                                                        00038700
      *----------------------------------------------------------------*00038800
       1600-99-FIM.            EXIT.                                    00038900
      *----------------------------------------------------------------*00039000
      *----------------------------------------------------------------*00039100
       2000-EXPURGAR                      SECTION.                      00039200
      *----------------------------------------------------------------*00039300
                                                                        00039400
            MOVE 'N' TO WRK-FIM-ATUAL.                                  00039500
            OPEN INPUT ATUAL.                                           00039600
            IF WRK-FS-ATUAL EQUAL '35'                                  00039700
                DISPLAY '   DATASET VIGENTE AUSENTE - NADA A EXPURGAR'  00039800
                MOVE 'S' TO WRK-FIM-ATUAL                               00039900
            ELSE                                                        00040000
                IF WRK-FS-ATUAL NOT EQUAL ZEROS                         00040100
                    MOVE ' ERRO ABERTURA ATUAL ' TO WRK-MSG             00040200
                    PERFORM 9000-TRATAR-ERROS                           00040300
                END-IF                                                  00040400
            END-IF.                                                     00040500
                                                                        00040600
            OPEN OUTPUT MANTIDO.                                        00040700
            IF WRK-FS-MANTIDO NOT EQUAL ZEROS                           00040800
                MOVE ' ERRO ABERTURA MANTIDO ' TO WRK-MSG               00040900
                PERFORM 9000-TRATAR-ERROS                               00041000
            END-IF.                                                     00041100
                                                                        00041200
            IF WRK-GRAVA-ARQUIVO EQUAL 'S'                              00041300
                PERFORM 2100-ABRIR-ARQUIVO-MORTO                        00041400
            END-IF.                                                     00041500
                                                                        00041600
            IF WRK-FIM-ATUAL EQUAL 'N'                                  00041700
                PERFORM 2200-LER-ATUAL                                  00041800
            END-IF.                                                     00041900
            PERFORM 2300-TRATAR-REGISTRO                                00042000
                UNTIL WRK-FIM-ATUAL EQUAL 'S'.                          00042100
                                                                        00042200
            IF WRK-GRAVA-ARQUIVO EQUAL 'S'                              00042300
                PERFORM 2400-FECHAR-ARQUIVO-MORTO                       00042400
            END-IF.                                                     00042500
                                                                        00042600
            IF WRK-FS-ATUAL NOT EQUAL '35'                              00042700
                CLOSE ATUAL                                             00042800
            END-IF.                                                     00042900
            CLOSE MANTIDO.                                              00043000
                                                                        00043100
      *----------------------------------------------------------------*00043200
       2000-99-FIM.            EXIT.                                    00043300
      *----------------------------------------------------------------*00043400
      *----------------------------------------------------------------*00043500
       2100-ABRIR-ARQUIVO-MORTO           SECTION.                      00043600
      *----------------------------------------------------------------*00043700
                                                                        00043800
            OPEN OUTPUT ARQMORTO.                                       00043900
            IF WRK-FS-ARQMORTO NOT EQUAL ZEROS                          00044000
                MOVE ' ERRO ABERTURA ARQMORTO ' TO WRK-MSG              00044100
                PERFORM 9000-TRATAR-ERROS                               00044200
            END-IF.                                                     00044300
                                                                        00044400
            MOVE SPACES            TO WRK-REG-CABECALHO.                00044500
            MOVE 'HDR'             TO WRK-HDR-ID.                       00044600
            MOVE WRK-RTC-DATASET   TO WRK-HDR-ARQUIVO.                  00044700
            MOVE WRK-DATA-RODADA   TO WRK-HDR-DATA-GERACAO.             00044800
            MOVE '01'              TO WRK-HDR-VERSAO.                   00044900
            MOVE SPACES            TO WRK-REG-CONTROLE.                 00045000
            MOVE WRK-REG-CABECALHO TO WRK-REG-CONTROLE.                 00045100
            WRITE FD-ARQMORTO FROM WRK-REG-CONTROLE.                    00045200
            IF WRK-FS-ARQMORTO NOT EQUAL ZEROS                          00045300
                MOVE ' ERRO GRAVACAO CABECALHO ARQMORTO ' TO WRK-MSG    00045400
                PERFORM 9000-TRATAR-ERROS                               00045500
            END-IF.                                                     00045600
                                                                        00045700
      *----------------------------------------------------------------*00045800
       2100-99-FIM.            EXIT.                                    00045900
      *----------------------------------------------------------------*00046000
      *----------------------------------------------------------------*00046100
       2200-LER-ATUAL                     SECTION.                      00046200
      *----------------------------------------------------------------*00046300
                                                                        00046400
            READ ATUAL INTO WRK-REG-LIDO.                               00046500
            IF WRK-FS-ATUAL EQUAL '10'                                  00046600
                MOVE 'S' TO WRK-FIM-ATUAL                               00046700
                GO TO 2200-99-FIM                                       00046800
            END-IF.                                                     00046900
            IF WRK-FS-ATUAL NOT EQUAL ZEROS                             00047000
                MOVE ' ERRO LEITURA ATUAL ' TO WRK-MSG                  00047100
                PERFORM 9000-TRATAR-ERROS                               00047200
            END-IF.                                                     00047300
                                                                        00047400
            ADD 1 TO WRK-ACU-LIDOS.                                     00047500
                                                                        00047600
      *----------------------------------------------------------------*00047700
       2200-99-FIM.            EXIT.                                    00047800
      *----------------------------------------------------------------*00047900
      *----------------------------------------------------------------*00048000
       2300-TRATAR-REGISTRO               SECTION.                      00048100
      *----------------------------------------------------------------*00048200
                                                                        00048300
            IF WRK-RTC-BLOQUEIO EQUAL 'S'                               00048400
                PERFORM 2310-GRAVAR-MANTIDO                             00048500
                GO TO 2300-88-LER                                       00048600
            END-IF.                                                     00048700
                                                                        00048800
            MOVE WRK-REG-LIDO(WRK-RTC-POS-DATA:8) TO WRK-DATA-REGISTRO. 00048900
            IF WRK-DATA-REGISTRO NOT NUMERIC                            00049000
                ADD 1 TO WRK-ACU-SEM-DATA                               00049100
                PERFORM 2310-GRAVAR-MANTIDO                             00049200
                GO TO 2300-88-LER                                       00049300
            END-IF.                                                     00049400
                                                                        00049500
            IF WRK-DATA-REGISTRO-R NOT LESS WRK-DATA-CORTE-R            00049600
                PERFORM 2310-GRAVAR-MANTIDO                             00049700
                GO TO 2300-88-LER                                       00049800
            END-IF.                                                     00049900
                                                                        00050000
            IF WRK-GRAVA-ARQUIVO EQUAL 'S'                              00050100
                PERFORM 2320-GRAVAR-ARQUIVO-MORTO                       00050200
            ELSE                                                        00050300
                ADD 1 TO WRK-ACU-DESCARTADOS                            00050400
            END-IF.                                                     00050500
                                                                        00050600
       2300-88-LER.                                                     00050700
            PERFORM 2200-LER-ATUAL.                                     00050800
                                                                        00050900
      *----------------------------------------------------------------*00051000
       2300-99-FIM.            EXIT.                                    00051100
      *----------------------------------------------------------------*00051200
      *----------------------------------------------------------------*00051300
       2310-GRAVAR-MANTIDO                SECTION.                      00051400
      *----------------------------------------------------------------*00051500
                                                                        00051600
            WRITE FD-MANTIDO FROM WRK-REG-LIDO.                         00051700
            IF WRK-FS-MANTIDO NOT EQUAL ZEROS                           00051800
                MOVE ' ERRO GRAVACAO MANTIDO ' TO WRK-MSG               00051900
                PERFORM 9000-TRATAR-ERROS                               00052000
            END-IF.                                                     00052100
                                                                        00052200
            ADD 1 TO WRK-ACU-MANTIDOS.                                  00052300
                                                                        00052400
      *----------------------------------------------------------------*00052500
       2310-99-FIM.            EXIT.                                    00052600
      *----------------------------------------------------------------*00052700
      *----------------------------------------------------------------*00052800
       2320-GRAVAR-ARQUIVO-MORTO          SECTION.                      00052900
      *----------------------------------------------------------------*00053000
                                                                        00053100
            WRITE FD-ARQMORTO FROM WRK-REG-LIDO.                        00053200
            IF WRK-FS-ARQMORTO NOT EQUAL ZEROS                          00053300
                MOVE ' ERRO GRAVACAO ARQMORTO ' TO WRK-MSG              00053400
                PERFORM 9000-TRATAR-ERROS                               00053500
            END-IF.                                                     00053600
                                                                        00053700
            ADD 1 TO WRK-ACU-ARQUIVADOS.                                00053800
            ADD WRK-DATA-REGISTRO-R TO WRK-HASH-ARQUIVO.                00053900
                                                                        00054000
      *----------------------------------------------------------------*00054100
       2320-99-FIM.            EXIT.                                    00054200
      *----------------------------------------------------------------*00054300
      *----------------------------------------------------------------*00054400
       2400-FECHAR-ARQUIVO-MORTO          SECTION.                      00054500
      *----------------------------------------------------------------*00054600
                                                                        00054700
            MOVE SPACES             TO WRK-REG-TRAILER.                 00054800
            MOVE 'TRL'              TO WRK-TRL-ID.                      00054900
            MOVE WRK-ACU-ARQUIVADOS TO WRK-TRL-QT-REGISTROS.            00055000
            MOVE WRK-HASH-ARQUIVO   TO WRK-TRL-HASH-VALOR.              00055100
            MOVE SPACES             TO WRK-REG-CONTROLE.                00055200
            MOVE WRK-REG-TRAILER    TO WRK-REG-CONTROLE.                00055300
            WRITE FD-ARQMORTO FROM WRK-REG-CONTROLE.                    00055400
            IF WRK-FS-ARQMORTO NOT EQUAL ZEROS                          00055500
                MOVE ' ERRO GRAVACAO TRAILER ARQMORTO ' TO WRK-MSG      00055600
                PERFORM 9000-TRATAR-ERROS                               00055700
            END-IF.                                                     00055800
                                                                        00055900
            CLOSE ARQMORTO.                                             00056000
                                                                        00056100
      *----------------------------------------------------------------*00056200
       2400-99-FIM.            EXIT.                                    00056300
      *----------------------------------------------------------------*00056400
      *----------------------------------------------------------------*00056500
       3000-CONCILIAR                     SECTION.                      00056600
      *----------------------------------------------------------------*00056700
                                                                        00056800
            COMPUTE WRK-ACU-CONCILIADO = WRK-ACU-MANTIDOS               00056900
                                       + WRK-ACU-ARQUIVADOS             00057000
                                       + WRK-ACU-DESCARTADOS.           00057100
                                                                        00057200
            DISPLAY '------------------------------------------'.       00057300
            MOVE WRK-ACU-LIDOS       TO WRK-QT-EDITADA.                 00057400
            DISPLAY 'REGISTROS LIDOS.............: ' WRK-QT-EDITADA.    00057500
            MOVE WRK-ACU-MANTIDOS    TO WRK-QT-EDITADA.                 00057600
            DISPLAY 'REGISTROS MANTIDOS..........: ' WRK-QT-EDITADA.    00057700
            MOVE WRK-ACU-SEM-DATA    TO WRK-QT-EDITADA.                 00057800
            DISPLAY '   DOS QUAIS SEM DATA VALIDA: ' WRK-QT-EDITADA.    00057900
            MOVE WRK-ACU-ARQUIVADOS  TO WRK-QT-EDITADA.                 00058000
            DISPLAY 'REGISTROS ARQUIVADOS........: ' WRK-QT-EDITADA.    00058100
            MOVE WRK-ACU-DESCARTADOS TO WRK-QT-EDITADA.                 00058200
            DISPLAY 'REGISTROS DESCARTADOS.......: ' WRK-QT-EDITADA.    00058300
            DISPLAY '------------------------------------------'.       00058400
                                                                        00058500
            IF WRK-ACU-CONCILIADO NOT EQUAL WRK-ACU-LIDOS               00058600
                MOVE ' LIDOS DIFERENTE DE MANTIDOS + EXPURGADOS '       00058700
                     TO WRK-MSG                                         00058800
                PERFORM 9000-TRATAR-ERROS                               00058900
            END-IF.                                                     00059000
                                                                        00059100
            DISPLAY 'CONCILIACAO OK: LIDOS = MANTIDOS + EXPURGADOS'.    00059200
                                                                        00059300
      *----------------------------------------------------------------*00059400
       3000-99-FIM.            EXIT.                                    00059500
      *----------------------------------------------------------------*00059600
      *----------------------------------------------------------------*00059700
       4000-FINALIZAR                     SECTION.                      00059800
      *----------------------------------------------------------------*00059900
                                                                        00060000
            IF WRK-ACU-SEM-DATA GREATER ZEROS                           00060100
                DISPLAY 'ATENCAO: REGISTROS SEM DATA FORAM MANTIDOS'    00060200
                MOVE 4 TO RETURN-CODE                                   00060300
            END-IF.                                                     00060400
                                                                        00060500
            STOP RUN.                                                   00060600
                                                                        00060700
      *----------------------------------------------------------------*00060800
       4000-99-FIM.            EXIT.                                    00060900
      *----------------------------------------------------------------*00061000
      *----------------------------------------------------------------*00061100
       9000-TRATAR-ERROS                  SECTION.                      00061200
      *----------------------------------------------------------------*00061300
                                                                        00061400
             MOVE 'FR06C158'       TO WRK-ERR-PROGRAMA.                 00061500
             MOVE '9000'           TO WRK-ERR-SECTION.                  00061600
             MOVE WRK-MSG          TO WRK-ERR-MSG.                      00061700
             MOVE SPACES           TO WRK-ERR-STATUS.                   00061800
             MOVE WRK-FS-RUNCTL    TO WRK-ERR-STATUS(1:2).              00061900
             MOVE WRK-FS-RETENC    TO WRK-ERR-STATUS(3:2).              00062000
             MOVE WRK-FS-ATUAL     TO WRK-ERR-STATUS(5:2).              00062100
             MOVE WRK-FS-MANTIDO   TO WRK-ERR-STATUS(7:2).              00062200
             MOVE WRK-FS-ARQMORTO  TO WRK-ERR-STATUS(9:2).              00062300
             MOVE 'F'              TO WRK-ERR-SEVERIDADE.               00062400
                                                                        00062500
             CALL 'TRTERRO'        USING WRK-TRTERRO.                   00062600
                                                                        00062700
      *----------------------------------------------------------------*00062800
       9000-99-FIM.            EXIT.                                    00062900
      *----------------------------------------------------------------*00063000
