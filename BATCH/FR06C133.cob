      *================================================================*00000100
       IDENTIFICATION                            DIVISION.              00000200
      *================================================================*00000300
                                                                        00000400
       PROGRAM-ID.  FR06C133.                                           00000500
                                                                        00000600
      *================================================================*00000700
      *     AUTOR.......: JOEI LORENTI                                  00000800
      *     ANALISTA....: IVAN SANCHES                                  00000900
      *     EMPRESA.....: FOURSYS                                       00001000
      *     DATA........: 15/10/2026                                    00001100
      *----------------------------------------------------------------*00001200
      *                                                                 00001300
      *     OBJETIVO: RELATORIO SEMANAL DE VALIDADE DOS LOTES. LE O     00001400
      *               LOTEMST (LAYOUT B#LOTE) CASANDO COM O ARQPROD     00001500
      *               (HDR/TRL, LAYOUT B#PROD), AMBOS NA ORDEM DE       00001600
      *               CODIGO, E LISTA NO RELVENC OS LOTES COM SALDO     00001700
      *               JA VENCIDOS E OS QUE VENCEM DENTRO DA JANELA DO   00001800
      *               PARAMETRO JANELA-VALIDADE (DIAS, PADRAO 30),      00001900
      *               VALORIZADOS PELO WRK-REG-VALOR DO PRODUTO.        00002000
      *               LOTE VENCIDO COM SALDO DA RC 4.                   00002100
      *                                                                 00002200
      *----------------------------------------------------------------*00002300
      *     INPUT:                                                      00002400
      *     DDNAME           I/O                                        00002500
      *     LOTEMST           I   (CADASTRO DE LOTES - LRECL 40)        00002600
      *     ARQPROD           I   (CADASTRO DE PRODUTOS - LRECL 70)     00002700
      *     PARAMS            I   (PARAMETROS - OPCIONAL - LRECL 50)    00002800
      *     RELVENC           O   (LOTES A VENCER/VENCIDOS - LRECL 80)  00002900
      *                                                                 00003000
      *----------------------------------------------------------------*00003100
      *     MANUTENCAO:                                                 00003200
      *                                                                 00003300
      *================================================================*00003400
                                                                        00003500
      *================================================================*00003600
       ENVIRONMENT                               DIVISION.              00003700
      *================================================================*00003800
                                                                        00003900
      *----------------------------------------------------------------*00004000
       CONFIGURATION                             SECTION.               00004100
      *----------------------------------------------------------------*00004200
                                                                        00004300
       SPECIAL-NAMES.                                                   00004400
           DECIMAL-POINT IS COMMA.                                      00004500
                                                                        00004600
      *----------------------------------------------------------------*00004700
       INPUT-OUTPUT                              SECTION.               00004800
      *----------------------------------------------------------------*00004900
                                                                        00005000
       FILE-CONTROL.                                                    00005100
             SELECT LOTEMST            ASSIGN TO LOTEMST                00005200
                FILE STATUS            IS WRK-FS-LOTEMST.               00005300
             SELECT ARQPROD            ASSIGN TO ARQPROD                00005400
                FILE STATUS            IS WRK-FS-ARQPROD.               00005500
             SELECT PARAMS             ASSIGN TO PARAMS                 00005600
                FILE STATUS            IS WRK-FS-PARAMS.                00005700
             SELECT RELVENC            ASSIGN TO RELVENC                00005800
                FILE STATUS            IS WRK-FS-RELVENC.               00005900
                                                                        00006000
      *================================================================*00006100
       DATA                                      DIVISION.              00006200
      *================================================================*00006300
                                                                        00006400
      *----------------------------------------------------------------*00006500
       FILE                                      SECTION.               00006600
      *----------------------------------------------------------------*00006700
                                                                        00006800
       FD LOTEMST                                                       00006900
           RECORDING MODE IS F                                          00007000
           BLOCK CONTAINS 0 RECORDS.                                    00007100
       01 FD-LOTEMST                   PIC X(40).                       00007200
                                                                        00007300
       FD ARQPROD                                                       00007400
           RECORDING MODE IS F                                          00007500
           BLOCK CONTAINS 0 RECORDS.                                    00007600
       01 FD-ARQPROD                   PIC X(70).                       00007700
                                                                        00007800
       FD PARAMS                                                        00007900
           RECORDING MODE IS F                                          00008000
           BLOCK CONTAINS 0 RECORDS.                                    00008100
       01 FD-PARAMS                    PIC X(50).                       00008200
                                                                        00008300
       FD RELVENC                                                       00008400
           RECORDING MODE IS F                                          00008500
           BLOCK CONTAINS 0 RECORDS.                                    00008600
       01 FD-RELVENC                   PIC X(80).                       00008700
                                                                        00008800
      *----------------------------------------------------------------*00008900
       WORKING-STORAGE                           SECTION.               00009000
      *----------------------------------------------------------------*00009100
                                                                        00009200
      *----------------------------------------------------------------*00009300
       01 FILLER                       PIC X(50)               VALUE    00009400
            '**** AREA DOS REGISTROS DE ENTRADA ****'.                  00009500
      *----------------------------------------------------------------*00009600
                                                                        00009700
        COPY 'B#LOTE'.                                                  00009800
                                                                        00009900
        COPY 'B#PROD'.                                                  00010000
                                                                        00010100
        COPY 'B#PARAM'.                                                 00010200
                                                                        00010300
       77 WRK-FIM-LOTE                 PIC X(01) VALUE 'N'.             00010400
       77 WRK-FIM-PROD                 PIC X(01) VALUE 'N'.             00010500
       77 WRK-JANELA-VALIDADE          PIC 9(03) VALUE 30.              00010600
       77 WRK-VIG-JANELA               PIC 9(08) VALUE ZEROS.           00010700
       77 WRK-VALOR-LOTE               PIC 9(11)V99 VALUE ZEROS.        00010800
                                                                        00010900
      *----------------------------------------------------------------*00011000
       01 FILLER                       PIC X(50)               VALUE    00011100
            '**** AREA DE CALCULO DE DIAS ****'.                        00011200
      *----------------------------------------------------------------*00011300
                                                                        00011400
       01 WRK-TAB-DIAS-ACUM-DADOS.                                      00011500
          05 FILLER                    PIC X(36) VALUE                  00011600
             '000031059090120151181212243273304334'.                    00011700
       01 WRK-TAB-DIAS-ACUM REDEFINES WRK-TAB-DIAS-ACUM-DADOS.          00011800
          05 WRK-DIAS-ACUM             PIC 9(03) OCCURS 12 TIMES.       00011900
                                                                        00012000
       01 WRK-DATA-SISTEMA.                                             00012100
          05 WRK-DSI-ANO               PIC 9(04).                       00012200
          05 WRK-DSI-MES               PIC 9(02).                       00012300
          05 WRK-DSI-DIA               PIC 9(02).                       00012400
       01 WRK-DATA-SISTEMA-N REDEFINES WRK-DATA-SISTEMA                 00012500
                                       PIC 9(08).                       00012600
                                                                        00012700
       01 WRK-DATA-VALIDADE.                                            00012800
          05 WRK-DVA-ANO               PIC 9(04).                       00012900
          05 WRK-DVA-MES               PIC 9(02).                       00013000
          05 WRK-DVA-DIA               PIC 9(02).                       00013100
                                                                        00013200
       77 WRK-DIA                      PIC 9(02) VALUE ZEROS.           00013300
       77 WRK-MES                      PIC 9(02) VALUE ZEROS.           00013400
       77 WRK-ANO                      PIC 9(04) VALUE ZEROS.           00013500
       77 WRK-ANO-AJUSTADO             PIC 9(04) VALUE ZEROS.           00013600
       77 WRK-BISSEXTOS                PIC 9(04) VALUE ZEROS.           00013700
       77 WRK-Q4                       PIC 9(04) VALUE ZEROS.           00013800
       77 WRK-Q100                     PIC 9(04) VALUE ZEROS.           00013900
       77 WRK-Q400                     PIC 9(04) VALUE ZEROS.           00014000
       77 WRK-NUM-DIA-HOJE             PIC 9(07) VALUE ZEROS.           00014100
       77 WRK-NUM-DIA-MOVTO            PIC 9(07) VALUE ZEROS.           00014200
       77 WRK-DIAS-VENCER              PIC S9(07) VALUE ZEROS.          00014300
                                                                        00014400
      *----------------------------------------------------------------*00014500
       01 FILLER                       PIC X(50)               VALUE    00014600
            '**** AREA DO RELATORIO ****'.                              00014700
      *----------------------------------------------------------------*00014800
                                                                        00014900
       01 WRK-LINHA-TRACO              PIC X(80) VALUE ALL '-'.         00015000
                                                                        00015100
       01 WRK-CABEC-REL.                                                00015200
          05 FILLER                    PIC X(45) VALUE                  00015300
             'LOTES VENCIDOS E A VENCER'.                               00015400
          05 FILLER                    PIC X(06) VALUE 'DATA: '.        00015500
          05 WRK-CAB-DATA              PIC 99/99/9999.                  00015600
          05 FILLER                    PIC X(19) VALUE SPACES.          00015700
                                                                        00015800
       01 WRK-CABEC-JANELA.                                             00015900
          05 FILLER                    PIC X(28) VALUE                  00016000
             'JANELA DE VALIDADE (DIAS): '.                             00016100
          05 WRK-CAB-JANELA            PIC ZZ9.                         00016200
          05 FILLER                    PIC X(49) VALUE SPACES.          00016300
                                                                        00016400
       01 WRK-CABEC-COLUNAS.                                            00016500
          05 FILLER                    PIC X(39) VALUE                  00016600
             'CODIGO PRODUTO              LOTE'.                        00016700
          05 FILLER                    PIC X(41) VALUE                  00016800
             'VALIDADE   QTDE  DIAS  SITUACAO     VALOR'.               00016900
                                                                        00017000
       01 WRK-LINHA-LOTE.                                               00017100
          05 WRK-LLO-COD               PIC 9(05).                       00017200
          05 FILLER                    PIC X(02) VALUE SPACES.          00017300
          05 WRK-LLO-PROD              PIC X(20).                       00017400
          05 FILLER                    PIC X(01) VALUE SPACES.          00017500
          05 WRK-LLO-LOTE              PIC X(10).                       00017600
          05 FILLER                    PIC X(01) VALUE SPACES.          00017700
          05 WRK-LLO-VALIDADE          PIC 99/99/9999.                  00017800
          05 FILLER                    PIC X(01) VALUE SPACES.          00017900
          05 WRK-LLO-QTDE              PIC ZZZZ9.                       00018000
          05 FILLER                    PIC X(01) VALUE SPACES.          00018100
          05 WRK-LLO-DIAS              PIC ----9.                       00018200
          05 FILLER                    PIC X(01) VALUE SPACES.          00018300
          05 WRK-LLO-SITUACAO          PIC X(08).                       00018400
          05 WRK-LLO-VALOR             PIC ZZZZZZ9,99.                  00018500
                                                                        00018600
       01 WRK-DATA-DDMMAAAA.                                            00018700
          05 WRK-DDM-DIA               PIC 9(02).                       00018800
          05 WRK-DDM-MES               PIC 9(02).                       00018900
          05 WRK-DDM-ANO               PIC 9(04).                       00019000
       01 WRK-DATA-DDMMAAAA-N REDEFINES WRK-DATA-DDMMAAAA               00019100
                                       PIC 9(08).                       00019200
                                                                        00019300
       01 WRK-LINHA-TOTAL.                                              00019400
          05 WRK-LTT-ROTULO            PIC X(30).                       00019500
          05 FILLER                    PIC X(02) VALUE ': '.            00019600
          05 WRK-LTT-QTDE              PIC ZZZZZZ9.                     00019700
          05 FILLER                    PIC X(03) VALUE SPACES.          00019800
          05 WRK-LTT-VALOR             PIC ZZ.ZZZ.ZZZ.ZZ9,99.           00019900
          05 FILLER                    PIC X(21) VALUE SPACES.          00020000
                                                                        00020100
      *----------------------------------------------------------------*00020200
       01 FILLER                       PIC X(50)               VALUE    00020300
            '**** AREA DE VARIAVEIS E CONTADORES ****'.                 00020400
      *----------------------------------------------------------------*00020500
                                                                        00020600
       77 WRK-FS-LOTEMST               PIC X(02) VALUE SPACES.          00020700
       77 WRK-FS-ARQPROD               PIC X(02) VALUE SPACES.          00020800
       77 WRK-FS-PARAMS                PIC X(02) VALUE SPACES.          00020900
       77 WRK-FS-RELVENC               PIC X(02) VALUE SPACES.          00021000
       77 WRK-ACU-LOTES                PIC 9(07) VALUE ZEROS.           00021100
       77 WRK-ACU-VENCIDOS             PIC 9(07) VALUE ZEROS.           00021200
       77 WRK-ACU-A-VENCER             PIC 9(07) VALUE ZEROS.           00021300
       77 WRK-ACU-SEM-CADASTRO         PIC 9(07) VALUE ZEROS.           00021400
       77 WRK-ACU-VALIDADE-INV         PIC 9(07) VALUE ZEROS.           00021500
       77 WRK-TOT-VENCIDOS             PIC 9(11)V99 VALUE ZEROS.        00021600
       77 WRK-TOT-A-VENCER             PIC 9(11)V99 VALUE ZEROS.        00021700
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00021800
                                                                        00021900
      *----------------------------------------------------------------*00022000
       01 FILLER                       PIC X(50)               VALUE    00022100
            '**** AREA DO MODULO TRTERRO ****'.                         00022200
      *----------------------------------------------------------------*00022300
                                                                        00022400
        COPY '#TRTERRO'.                                                00022500
                                                                        00022600
      *================================================================*00022700
       PROCEDURE DIVISION.                                              00022800
      *================================================================*00022900
      *----------------------------------------------------------------*00023000
       0000-PRINCIPAL                     SECTION.                      00023100
      *----------------------------------------------------------------*00023200
                                                                        00023300
           PERFORM 1000-INICIAR.                                        00023400
                                                                        00023500
           PERFORM 2000-PROCESSAR                                       00023600
               UNTIL WRK-FIM-LOTE EQUAL 'S'.                            00023700
                                                                        00023800
           PERFORM 3000-FINALIZAR.                                      00023900
                                                                        00024000
      *----------------------------------------------------------------*00024100
       0000-99-FIM.            EXIT.                                    00024200
      *----------------------------------------------------------------*00024300
                                                                        00024400
      *----------------------------------------------------------------*00024500
       1000-INICIAR                       SECTION.                      00024600
      *----------------------------------------------------------------*00024700
                                                                        00024800
            ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.                 00024900
            MOVE WRK-DSI-DIA TO WRK-DDM-DIA.                            00025000
            MOVE WRK-DSI-MES TO WRK-DDM-MES.                            00025100
            MOVE WRK-DSI-ANO TO WRK-DDM-ANO.                            00025200
                                                                        00025300
            MOVE WRK-DSI-DIA TO WRK-DIA.                                00025400
            MOVE WRK-DSI-MES TO WRK-MES.                                00025500
            MOVE WRK-DSI-ANO TO WRK-ANO.                                00025600
            PERFORM 1200-CALCULAR-NUM-DIA.                              00025700
            MOVE WRK-NUM-DIA-MOVTO TO WRK-NUM-DIA-HOJE.                 00025800
                                                                        00025900
            PERFORM 1500-CARREGAR-PARAMETROS.                           00026000
                                                                        00026100
            OPEN INPUT  LOTEMST                                         00026200
                        ARQPROD                                         00026300
                 OUTPUT RELVENC.                                        00026400
            IF WRK-FS-LOTEMST NOT EQUAL ZEROS                           00026500
                MOVE ' ERRO ABERTURA LOTEMST ' TO WRK-MSG               00026600
                PERFORM 9000-TRATAR-ERROS                               00026700
            END-IF.                                                     00026800
            IF WRK-FS-ARQPROD NOT EQUAL ZEROS                           00026900
                MOVE ' ERRO ABERTURA ARQPROD ' TO WRK-MSG               00027000
                PERFORM 9000-TRATAR-ERROS                               00027100
            END-IF.                                                     00027200
            IF WRK-FS-RELVENC NOT EQUAL ZEROS                           00027300
                MOVE ' ERRO ABERTURA RELVENC ' TO WRK-MSG               00027400
                PERFORM 9000-TRATAR-ERROS                               00027500
            END-IF.                                                     00027600
                                                                        00027700
            MOVE WRK-DATA-DDMMAAAA-N TO WRK-CAB-DATA.                   00027800
            MOVE WRK-JANELA-VALIDADE TO WRK-CAB-JANELA.                 00027900
            WRITE FD-RELVENC FROM WRK-CABEC-REL.                        00028000
            WRITE FD-RELVENC FROM WRK-CABEC-JANELA.                     00028100
            WRITE FD-RELVENC FROM WRK-LINHA-TRACO.                      00028200
            WRITE FD-RELVENC FROM WRK-CABEC-COLUNAS.                    00028300
                                                                        00028400
            READ ARQPROD.                                               00028500
            IF WRK-FS-ARQPROD EQUAL ZEROS                               00028600
               AND FD-ARQPROD(1:3) EQUAL 'HDR'                          00028700
                CONTINUE                                                00028800
            ELSE                                                        00028900
                MOVE ' ARQPROD SEM CABECALHO PADRAO ' TO WRK-MSG        00029000
                PERFORM 9000-TRATAR-ERROS                               00029100
            END-IF.                                                     00029200
                                                                        00029300
            PERFORM 2700-LER-ARQPROD.                                   00029400
            PERFORM 2800-LER-LOTEMST.                                   00029500
                                                                        00029600
      *----------------------------------------------------------------*00029700
       1000-99-FIM.            EXIT.                                    00029800
      *----------------------------------------------------------------*00029900
      *----------------------------------------------------------------*00030000
       1200-CALCULAR-NUM-DIA              SECTION.                      00030100
      *----------------------------------------------------------------*00030200
      *    NUMERO SEQUENCIAL DO DIA (CALENDARIO GREGORIANO) PARA        00030300
      *    DIFERENCA EXATA DE DATAS, COMO NO FR06CB73.                  00030400
      *----------------------------------------------------------------*00030500
                                                                        00030600
            MOVE WRK-ANO TO WRK-ANO-AJUSTADO.                           00030700
            IF WRK-MES LESS 3                                           00030800
                SUBTRACT 1 FROM WRK-ANO-AJUSTADO                        00030900
            END-IF.                                                     00031000
                                                                        00031100
            COMPUTE WRK-Q4   = WRK-ANO-AJUSTADO / 4.                    00031200
            COMPUTE WRK-Q100 = WRK-ANO-AJUSTADO / 100.                  00031300
            COMPUTE WRK-Q400 = WRK-ANO-AJUSTADO / 400.                  00031400
            COMPUTE WRK-BISSEXTOS = WRK-Q4 - WRK-Q100 + WRK-Q400.       00031500
                                                                        00031600
            COMPUTE WRK-NUM-DIA-MOVTO =                                 00031700
                (365 * WRK-ANO) + WRK-BISSEXTOS                         00031800
                + WRK-DIAS-ACUM(WRK-MES) + WRK-DIA.                     00031900
                                                                        00032000
      *----------------------------------------------------------------*00032100
       1200-99-FIM.            EXIT.                                    00032200
      *----------------------------------------------------------------*00032300
      *----------------------------------------------------------------*00032400
       1500-CARREGAR-PARAMETROS           SECTION.                      00032500
      *----------------------------------------------------------------*00032600
                                                                        00032700
            OPEN INPUT PARAMS.                                          00032800
            IF WRK-FS-PARAMS EQUAL '35'                                 00032900
                DISPLAY 'PARAMS AUSENTE - USANDO VALORES PADRAO'        00033000
            ELSE                                                        00033100
                IF WRK-FS-PARAMS NOT EQUAL ZEROS                        00033200
                    MOVE ' ERRO ABERTURA PARAMS ' TO WRK-MSG            00033300
                    PERFORM 9000-TRATAR-ERROS                           00033400
                ELSE                                                    00033500
                    PERFORM 1510-LER-PARAMETRO                          00033600
                        UNTIL WRK-FS-PARAMS EQUAL '10'                  00033700
                    CLOSE PARAMS                                        00033800
                END-IF                                                  00033900
            END-IF.                                                     00034000
                                                                        00034100
            DISPLAY 'PARAMETRO JANELA-VALIDADE: ' WRK-JANELA-VALIDADE.  00034200
                                                                        00034300
      *----------------------------------------------------------------*00034400
       1500-99-FIM.            EXIT.                                    00034500
      *----------------------------------------------------------------*00034600
      *----------------------------------------------------------------*00034700
       1510-LER-PARAMETRO                 SECTION.                      00034800
      *----------------------------------------------------------------*00034900
                                                                        00035000
            READ PARAMS INTO WRK-REG-PARAM.                             00035100
            IF WRK-FS-PARAMS NOT EQUAL ZEROS                            00035200
                MOVE '10' TO WRK-FS-PARAMS                              00035300
                GO TO 1510-99-FIM                                       00035400
            END-IF.                                                     00035500
                                                                        00035600
            IF WRK-PARAM-NOME EQUAL 'JANELA-VALIDADE'                   00035700
               AND WRK-PARAM-DATA-EFET NOT GREATER WRK-DATA-SISTEMA-N   00035800
               AND WRK-PARAM-DATA-EFET NOT LESS WRK-VIG-JANELA          00035900
                IF WRK-PARAM-VALOR(1:3) NUMERIC                         00036000
                    MOVE WRK-PARAM-VALOR(1:3) TO WRK-JANELA-VALIDADE    00036100
                    MOVE WRK-PARAM-DATA-EFET  TO WRK-VIG-JANELA         00036200
                END-IF                                                  00036300
            END-IF.                                                     00036400
                                                                        00036500
      *----------------------------------------------------------------*00036600
       1510-99-FIM.            EXIT.                                    00036700
      *----------------------------------------------------------------*00036800
      *----------------------------------------------------------------*00036900
       2000-PROCESSAR                     SECTION.                      00037000
      *----------------------------------------------------------------*00037100
                                                                        00037200
            IF WRK-LOT-QTDE EQUAL ZEROS                                 00037300
                GO TO 2000-88-LER                                       00037400
            END-IF.                                                     00037500
                                                                        00037600
            IF WRK-LOT-DATA-VALIDADE NOT NUMERIC                        00037700
                ADD 1 TO WRK-ACU-VALIDADE-INV                           00037800
                DISPLAY 'LOTE COM VALIDADE INVALIDA: ' WRK-LOT-COD      00037900
                        ' LOTE ' WRK-LOT-NUMERO                         00038000
                GO TO 2000-88-LER                                       00038100
            END-IF.                                                     00038200
                                                                        00038300
            MOVE WRK-LOT-DATA-VALIDADE TO WRK-DATA-VALIDADE.            00038400
            MOVE WRK-DVA-DIA TO WRK-DIA.                                00038500
            MOVE WRK-DVA-MES TO WRK-MES.                                00038600
            MOVE WRK-DVA-ANO TO WRK-ANO.                                00038700
            PERFORM 1200-CALCULAR-NUM-DIA.                              00038800
            COMPUTE WRK-DIAS-VENCER =                                   00038900
                WRK-NUM-DIA-MOVTO - WRK-NUM-DIA-HOJE.                   00039000
                                                                        00039100
            IF WRK-DIAS-VENCER GREATER WRK-JANELA-VALIDADE              00039200
                GO TO 2000-88-LER                                       00039300
            END-IF.                                                     00039400
                                                                        00039500
            PERFORM 2100-LOCALIZAR-PRODUTO.                             00039600
            PERFORM 2300-LISTAR-LOTE.                                   00039700
                                                                        00039800
       2000-88-LER.                                                     00039900
            PERFORM 2800-LER-LOTEMST.                                   00040000
                                                                        00040100
      *----------------------------------------------------------------*00040200
       2000-99-FIM.            EXIT.                                    00040300
      *----------------------------------------------------------------*00040400
      *----------------------------------------------------------------*00040500
       2100-LOCALIZAR-PRODUTO             SECTION.                      00040600
      *----------------------------------------------------------------*00040700
      *    AVANCA O ARQPROD ATE O CODIGO DO LOTE (MESMA ORDEM).         00040800
      *----------------------------------------------------------------*00040900
                                                                        00041000
            PERFORM 2700-LER-ARQPROD                                    00041100
                UNTIL WRK-FIM-PROD EQUAL 'S'                            00041200
                   OR WRK-REG-COD NOT LESS WRK-LOT-COD.                 00041300
                                                                        00041400
      *----------------------------------------------------------------*00041500
       2100-99-FIM.            EXIT.                                    00041600
      *----------------------------------------------------------------*00041700
      *----------------------------------------------------------------*00041800
       2300-LISTAR-LOTE                   SECTION.                      00041900
      *----------------------------------------------------------------*00042000
                                                                        00042100
            MOVE WRK-LOT-COD           TO WRK-LLO-COD.                  00042200
            MOVE WRK-LOT-NUMERO        TO WRK-LLO-LOTE.                 00042300
            MOVE WRK-DVA-DIA           TO WRK-DDM-DIA.                  00042400
            MOVE WRK-DVA-MES           TO WRK-DDM-MES.                  00042500
            MOVE WRK-DVA-ANO           TO WRK-DDM-ANO.                  00042600
            MOVE WRK-DATA-DDMMAAAA-N   TO WRK-LLO-VALIDADE.             00042700
            MOVE WRK-LOT-QTDE          TO WRK-LLO-QTDE.                 00042800
            MOVE WRK-DIAS-VENCER       TO WRK-LLO-DIAS.                 00042900
                                                                        00043000
            IF WRK-FIM-PROD EQUAL 'N'                                   00043100
               AND WRK-REG-COD EQUAL WRK-LOT-COD                        00043200
                MOVE WRK-REG-PROD      TO WRK-LLO-PROD                  00043300
                COMPUTE WRK-VALOR-LOTE = WRK-LOT-QTDE * WRK-REG-VALOR   00043400
            ELSE                                                        00043500
                MOVE '*** SEM CADASTRO ***' TO WRK-LLO-PROD             00043600
                MOVE ZEROS             TO WRK-VALOR-LOTE                00043700
                ADD 1                  TO WRK-ACU-SEM-CADASTRO          00043800
            END-IF.                                                     00043900
            MOVE WRK-VALOR-LOTE        TO WRK-LLO-VALOR.                00044000
                                                                        00044100
            IF WRK-DIAS-VENCER LESS ZEROS                               00044200
                MOVE 'VENCIDO '        TO WRK-LLO-SITUACAO              00044300
                ADD 1                  TO WRK-ACU-VENCIDOS              00044400
                ADD WRK-VALOR-LOTE     TO WRK-TOT-VENCIDOS              00044500
            ELSE                                                        00044600
                MOVE 'A VENCER'        TO WRK-LLO-SITUACAO              00044700
                ADD 1                  TO WRK-ACU-A-VENCER              00044800
                ADD WRK-VALOR-LOTE     TO WRK-TOT-A-VENCER              00044900
            END-IF.                                                     00045000
                                                                        00045100
            WRITE FD-RELVENC FROM WRK-LINHA-LOTE.                       00045200
                                                                        00045300
      *----------------------------------------------------------------*00045400
       2300-99-FIM.            EXIT.                                    00045500
      *----------------------------------------------------------------*00045600
      *----------------------------------------------------------------*00045700
       2700-LER-ARQPROD                   SECTION.                      00045800
      *----------------------------------------------------------------*00045900
                                                                        00046000
            READ ARQPROD INTO WRK-REG-PRODUTO.                          00046100
            IF WRK-FS-ARQPROD NOT EQUAL ZEROS                           00046200
               OR FD-ARQPROD(1:3) EQUAL 'TRL'                           00046300
                MOVE 'S' TO WRK-FIM-PROD                                00046400
            END-IF.                                                     00046500
                                                                        00046600
      *----------------------------------------------------------------*00046700
       2700-99-FIM.            EXIT.                                    00046800
      *----------------------------------------------------------------*00046900
      *----------------------------------------------------------------*00047000
       2800-LER-LOTEMST                   SECTION.                      00047100
      *----------------------------------------------------------------*00047200
                                                                        00047300
            READ LOTEMST INTO WRK-REG-LOTE.                             00047400
            IF WRK-FS-LOTEMST NOT EQUAL ZEROS                           00047500
                MOVE 'S' TO WRK-FIM-LOTE                                00047600
            ELSE                                                        00047700
                ADD 1 TO WRK-ACU-LOTES                                  00047800
            END-IF.                                                     00047900
                                                                        00048000
      *----------------------------------------------------------------*00048100
       2800-99-FIM.            EXIT.                                    00048200
      *----------------------------------------------------------------*00048300
      *----------------------------------------------------------------*00048400
       3000-FINALIZAR                     SECTION.                      00048500
      *----------------------------------------------------------------*00048600
                                                                        00048700
            WRITE FD-RELVENC FROM WRK-LINHA-TRACO.                      00048800
            MOVE 'LOTES VENCIDOS COM SALDO'  TO WRK-LTT-ROTULO.         00048900
            MOVE WRK-ACU-VENCIDOS            TO WRK-LTT-QTDE.           00049000
            MOVE WRK-TOT-VENCIDOS            TO WRK-LTT-VALOR.          00049100
            WRITE FD-RELVENC FROM WRK-LINHA-TOTAL.                      00049200
            MOVE 'LOTES A VENCER NA JANELA'  TO WRK-LTT-ROTULO.         00049300
            MOVE WRK-ACU-A-VENCER            TO WRK-LTT-QTDE.           00049400
            MOVE WRK-TOT-A-VENCER            TO WRK-LTT-VALOR.          00049500
            WRITE FD-RELVENC FROM WRK-LINHA-TOTAL.                      00049600
                                                                        00049700
            CLOSE LOTEMST                                               00049800
                  ARQPROD                                               00049900
                  RELVENC.                                              00050000
                                                                        00050100
            DISPLAY '------------------------------------------------'. 00050200
            DISPLAY '  LOTES LIDOS..........: ' WRK-ACU-LOTES.          00050300
            DISPLAY '  LOTES VENCIDOS.......: ' WRK-ACU-VENCIDOS.       00050400
            DISPLAY '  LOTES A VENCER.......: ' WRK-ACU-A-VENCER.       00050500
            DISPLAY '  LOTES SEM CADASTRO...: ' WRK-ACU-SEM-CADASTRO.   00050600
            DISPLAY '  VALIDADE INVALIDA....: ' WRK-ACU-VALIDADE-INV.   00050700
            DISPLAY '------------------------------------------------'. 00050800
                                                                        00050900
            IF WRK-ACU-VENCIDOS GREATER ZEROS                           00051000
                MOVE 4 TO RETURN-CODE                                   00051100
            END-IF.                                                     00051200
                                                                        00051300
            STOP RUN.                                                   00051400
                                                                        00051500
      *----------------------------------------------------------------*00051600
       3000-99-FIM.            EXIT.                                    00051700
      *----------------------------------------------------------------*00051800
                                                                        00051900
      *----------------------------------------------------------------*00052000
       9000-TRATAR-ERROS                  SECTION.                      00052100
      *----------------------------------------------------------------*00052200
                                                                        00052300
             MOVE 'FR06C133'       TO WRK-ERR-PROGRAMA.                 00052400
             MOVE '9000'           TO WRK-ERR-SECTION.                  00052500
             MOVE WRK-MSG          TO WRK-ERR-MSG.                      00052600
             MOVE SPACES           TO WRK-ERR-STATUS.                   00052700
             MOVE WRK-FS-LOTEMST   TO WRK-ERR-STATUS(1:2).              00052800
             MOVE WRK-FS-ARQPROD   TO WRK-ERR-STATUS(3:2).              00052900
             MOVE WRK-FS-PARAMS    TO WRK-ERR-STATUS(5:2).              00053000
             MOVE WRK-FS-RELVENC   TO WRK-ERR-STATUS(7:2).              00053100
             MOVE 'F'              TO WRK-ERR-SEVERIDADE.               00053200
                                                                        00053300
             CALL 'TRTERRO'        USING WRK-TRTERRO.                   00053400
                                                                        00053500
      *----------------------------------------------------------------*00053600
       9000-99-FIM.            EXIT.                                    00053700
      *----------------------------------------------------------------*00053800
