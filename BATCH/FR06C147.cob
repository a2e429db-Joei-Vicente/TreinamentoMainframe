      *================================================================*00000100
       IDENTIFICATION                            DIVISION.              00000200
      *================================================================*00000300
                                                                        00000400
       PROGRAM-ID.  FR06C147.                                           00000500
                                                                        00000600
      *================================================================*00000700
      *     AUTOR.......: JOEI LORENTI                                  00000800
      *     ANALISTA....: IVAN SANCHES                                  00000900
      *     EMPRESA.....: FOURSYS                                       00001000
      *     DATA........: 15/10/2026                                    00001100
      *----------------------------------------------------------------*00001200
      *                                                                 00001300
      *     OBJETIVO: BAIXA DE RECEBIMENTOS NO CONTAS A RECEBER DE      00001400
      *               PROJETOS. RODA TODA SEMANA ANTES DO AGING         00001500
      *               (FR06C148). CLASSIFICA OS RECEBIMENTOS (RECBTO,   00001600
      *               LAYOUT B#RECBT) POR FATURA E DATA COM SORT        00001700
      *               INTERNO E CASA COM O CONTAS A RECEBER (RECENT,    00001800
      *               LAYOUT B#RECEB, EM ORDEM DE NUMERO), GRAVANDO O   00001900
      *               CADASTRO NOVO EM RECSAI:                          00002000
      *               - PAGAMENTO PARCIAL SOMA NO VALOR RECEBIDO E A    00002100
      *                 FATURA FICA 'P' (PAGA EM PARTE);                00002200
      *               - QUANDO O RECEBIDO ATINGE O VALOR A FATURA       00002300
      *                 FICA 'L' (LIQUIDADA);                           00002400
      *               - O QUE PASSA DO SALDO (PAGAMENTO A MAIOR OU      00002500
      *                 FATURA JA LIQUIDADA) NAO E APLICADO.            00002600
      *               O RECEBIMENTO QUE NAO CASA COM FATURA DO MESMO    00002700
      *               CLIENTE, O INVALIDO E O EXCESSO SAEM NO           00002800
      *               RELATORIO DE CAIXA NAO APLICADO (RELNAP), COM O   00002900
      *               MOTIVO, PARA A TESOURARIA IDENTIFICAR (RC 4).     00003000
      *               CLIENTE EM BRANCO NO RECEBIMENTO ACEITA O         00003100
      *               CLIENTE DA FATURA.                                00003200
      *                                                                 00003300
      *----------------------------------------------------------------*00003400
      *     INPUT:                                                      00003500
      *     DDNAME           I/O                                        00003600
      *     RECBTO            I   (RECEBIMENTOS - LRECL 80)             00003700
      *     RECENT            I   (CONTAS A RECEBER ATUAL - LRECL 100)  00003800
      *     RECSAI            O   (CONTAS A RECEBER NOVO - LRECL 100)   00003900
      *     RELNAP            O   (CAIXA NAO APLICADO - LRECL 80)       00004000
      *                                                                 00004100
      *----------------------------------------------------------------*00004200
      *     MANUTENCAO:                                                 00004300
      *                                                                 00004400
      *================================================================*00004500
                                                                        00004600
      *================================================================*00004700
       ENVIRONMENT                               DIVISION.              00004800
      *================================================================*00004900
                                                                        00005000
      *----------------------------------------------------------------*00005100
       CONFIGURATION                             SECTION.               00005200
      *----------------------------------------------------------------*00005300
                                                                        00005400
       SPECIAL-NAMES.                                                   00005500
           DECIMAL-POINT IS COMMA.                                      00005600
                                                                        00005700
      *----------------------------------------------------------------*00005800
       INPUT-OUTPUT                              SECTION.               00005900
      *----------------------------------------------------------------*00006000
                                                                        00006100
       FILE-CONTROL.                                                    00006200
             SELECT RECBTO             ASSIGN TO RECBTO                 00006300
                FILE STATUS            IS WRK-FS-RECBTO.                00006400
             SELECT RECENT             ASSIGN TO RECENT                 00006500
                FILE STATUS            IS WRK-FS-RECENT.                00006600
             SELECT RECSAI             ASSIGN TO RECSAI                 00006700
                FILE STATUS            IS WRK-FS-RECSAI.                00006800
             SELECT RELNAP             ASSIGN TO RELNAP                 00006900
                FILE STATUS            IS WRK-FS-RELNAP.                00007000
             SELECT ORDENA             ASSIGN TO ORDENA.                00007100
                                                                        00007200
      *================================================================*00007300
       DATA                                      DIVISION.              00007400
      *================================================================*00007500
                                                                        00007600
      *----------------------------------------------------------------*00007700
       FILE                                      SECTION.               00007800
      *----------------------------------------------------------------*00007900
                                                                        00008000
       FD RECBTO                                                        00008100
           RECORDING MODE IS F                                          00008200
           BLOCK CONTAINS 0 RECORDS.                                    00008300
       01 FD-RECBTO                    PIC X(80).                       00008400
                                                                        00008500
       FD RECENT                                                        00008600
           RECORDING MODE IS F                                          00008700
           BLOCK CONTAINS 0 RECORDS.                                    00008800
       01 FD-RECENT                    PIC X(100).                      00008900
                                                                        00009000
       FD RECSAI                                                        00009100
           RECORDING MODE IS F                                          00009200
           BLOCK CONTAINS 0 RECORDS.                                    00009300
       01 FD-RECSAI                    PIC X(100).                      00009400
                                                                        00009500
       FD RELNAP                                                        00009600
           RECORDING MODE IS F                                          00009700
           BLOCK CONTAINS 0 RECORDS.                                    00009800
       01 FD-RELNAP                    PIC X(80).                       00009900
                                                                        00010000
       SD ORDENA.                                                       00010100
       01 SD-ORDENA.                                                    00010200
          05 SD-CHAVE.                                                  00010300
             10 SD-NUMERO              PIC 9(08).                       00010400
             10 SD-DATA                PIC 9(08).                       00010500
             10 SD-SEQUENCIA           PIC 9(07).                       00010600
          05 SD-RECBT                  PIC X(80).                       00010700
                                                                        00010800
      *----------------------------------------------------------------*00010900
       WORKING-STORAGE                           SECTION.               00011000
      *----------------------------------------------------------------*00011100
                                                                        00011200
      *----------------------------------------------------------------*00011300
       01 FILLER                       PIC X(50)               VALUE    00011400
            '**** AREA DOS LAYOUTS ****'.                               00011500
      *----------------------------------------------------------------*00011600
                                                                        00011700
        COPY 'B#RECEB'.                                                 00011800
                                                                        00011900
        COPY 'B#RECBT'.                                                 00012000
                                                                        00012100
      *----------------------------------------------------------------*00012200
       01 FILLER                       PIC X(50)               VALUE    00012300
            '**** AREA DE VARIAVEIS E CONTADORES ****'.                 00012400
      *----------------------------------------------------------------*00012500
                                                                        00012600
       77 WRK-FS-RECBTO                PIC X(02) VALUE SPACES.          00012700
       77 WRK-FS-RECENT                PIC X(02) VALUE SPACES.          00012800
       77 WRK-FS-RECSAI                PIC X(02) VALUE SPACES.          00012900
       77 WRK-FS-RELNAP                PIC X(02) VALUE SPACES.          00013000
       77 WRK-FIM-SORT                 PIC X(01) VALUE 'N'.             00013100
       77 WRK-NUMERO-ANTERIOR          PIC 9(08) VALUE ZEROS.           00013200
       77 WRK-SALDO                    PIC 9(11)V99 VALUE ZEROS.        00013300
       77 WRK-VALOR-APLICAR            PIC 9(11)V99 VALUE ZEROS.        00013400
       77 WRK-VALOR-EXCESSO            PIC 9(11)V99 VALUE ZEROS.        00013500
       77 WRK-MOTIVO                   PIC X(20) VALUE SPACES.          00013600
       77 WRK-ACU-RECEBTOS             PIC 9(07) VALUE ZEROS.           00013700
       77 WRK-ACU-FATURAS              PIC 9(07) VALUE ZEROS.           00013800
       77 WRK-ACU-APLICADOS            PIC 9(07) VALUE ZEROS.           00013900
       77 WRK-ACU-LIQUIDADAS           PIC 9(07) VALUE ZEROS.           00014000
       77 WRK-ACU-NAO-APLICADOS        PIC 9(07) VALUE ZEROS.           00014100
       77 WRK-TOT-RECEBIDO             PIC 9(13)V99 VALUE ZEROS.        00014200
       77 WRK-TOT-APLICADO             PIC 9(13)V99 VALUE ZEROS.        00014300
       77 WRK-TOT-NAO-APLICADO         PIC 9(13)V99 VALUE ZEROS.        00014400
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00014500
                                                                        00014600
      *----------------------------------------------------------------*00014700
       01 FILLER                       PIC X(50)               VALUE    00014800
            '**** AREA DE LINHAS DO RELATORIO ****'.                    00014900
      *----------------------------------------------------------------*00015000
                                                                        00015100
       01 WRK-DATA-SISTEMA.                                             00015200
          05 WRK-DSI-ANO               PIC 9(04).                       00015300
          05 WRK-DSI-MES               PIC 9(02).                       00015400
          05 WRK-DSI-DIA               PIC 9(02).                       00015500
                                                                        00015600
       01 WRK-CABEC1.                                                   00015700
          05 FILLER                    PIC X(39) VALUE                  00015800
             '------ CAIXA NAO APLICADO DO RECEBER - '.                 00015900
          05 FILLER                    PIC X(05) VALUE 'DATA '.         00016000
          05 WRK-CB1-DATA              PIC X(10).                       00016100
          05 FILLER                    PIC X(26) VALUE ' ------'.       00016200
       01 WRK-CABEC2.                                                   00016300
          05 FILLER                    PIC X(43) VALUE                  00016400
             'FATURA   CLIENTE  DATA     DOCUMENTO'.                    00016500
          05 FILLER                    PIC X(37) VALUE                  00016600
             '        VALOR MOTIVO'.                                    00016700
                                                                        00016800
       01 WRK-LINHA-NAO-APLICADO.                                       00016900
          05 WRK-LN-NUMERO             PIC X(08).                       00017000
          05 FILLER                    PIC X(01) VALUE SPACES.          00017100
          05 WRK-LN-CLIENTE            PIC X(08).                       00017200
          05 FILLER                    PIC X(01) VALUE SPACES.          00017300
          05 WRK-LN-DATA               PIC X(08).                       00017400
          05 FILLER                    PIC X(01) VALUE SPACES.          00017500
          05 WRK-LN-DOCUMENTO          PIC X(15).                       00017600
          05 FILLER                    PIC X(01) VALUE SPACES.          00017700
          05 WRK-LN-VALOR              PIC ZZ.ZZZ.ZZ9,99.               00017800
          05 FILLER                    PIC X(01) VALUE SPACES.          00017900
          05 WRK-LN-MOTIVO             PIC X(20).                       00018000
          05 FILLER                    PIC X(03) VALUE SPACES.          00018100
                                                                        00018200
       01 WRK-LINHA-TOTAL.                                              00018300
          05 WRK-TOT-TITULO            PIC X(30).                       00018400
          05 WRK-TOT-QTDE              PIC ZZZZZZ9.                     00018500
          05 FILLER                    PIC X(06) VALUE SPACES.          00018600
          05 WRK-TOT-VALOR             PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.        00018700
          05 FILLER                    PIC X(17) VALUE SPACES.          00018800
                                                                        00018900
       01 WRK-LINHA-TRACO              PIC X(80) VALUE ALL '-'.         00019000
                                                                        00019100
      *----------------------------------------------------------------*00019200
       01 FILLER                       PIC X(50)               VALUE    00019300
            '**** AREA DOS MODULOS CALNDIA E TRTERRO ****'.             00019400
      *----------------------------------------------------------------*00019500
                                                                        00019600
        COPY '#CALNDIA'.                                                00019700
                                                                        00019800
        COPY '#TRTERRO'.                                                00019900
                                                                        00020000
      *================================================================*00020100
       PROCEDURE DIVISION.                                              00020200
      *================================================================*00020300
      *----------------------------------------------------------------*00020400
       0000-PRINCIPAL                     SECTION.                      00020500
      *----------------------------------------------------------------*00020600
                                                                        00020700
           PERFORM 1000-INICIAR.                                        00020800
                                                                        00020900
           SORT ORDENA                                                  00021000
               ON ASCENDING KEY SD-CHAVE                                00021100
               INPUT PROCEDURE  IS 2000-SELECIONAR-RECEBIMENTOS         00021200
               OUTPUT PROCEDURE IS 2500-APLICAR-RECEBIMENTOS.           00021300
                                                                        00021400
           PERFORM 3000-FINALIZAR.                                      00021500
                                                                        00021600
      *----------------------------------------------------------------*00021700
       0000-99-FIM.            EXIT.                                    00021800
      *----------------------------------------------------------------*00021900
                                                                        00022000
      *----------------------------------------------------------------*00022100
       1000-INICIAR                       SECTION.                      00022200
      *----------------------------------------------------------------*00022300
                                                                        00022400
            ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.                 00022500
            MOVE WRK-DSI-DIA            TO WRK-CB1-DATA(1:2).           00022600
            MOVE '/'                    TO WRK-CB1-DATA(3:1).           00022700
            MOVE WRK-DSI-MES            TO WRK-CB1-DATA(4:2).           00022800
            MOVE '/'                    TO WRK-CB1-DATA(6:1).           00022900
            MOVE WRK-DSI-ANO            TO WRK-CB1-DATA(7:4).           00023000
                                                                        00023100
            OPEN INPUT  RECBTO                                          00023200
                        RECENT                                          00023300
                 OUTPUT RECSAI                                          00023400
                        RELNAP.                                         00023500
            IF WRK-FS-RECBTO NOT EQUAL ZEROS                            00023600
                MOVE ' ERRO ABERTURA RECBTO ' TO WRK-MSG                00023700
                PERFORM 9000-TRATAR-ERROS                               00023800
            END-IF.                                                     00023900
            IF WRK-FS-RECENT NOT EQUAL ZEROS                            00024000
                MOVE ' ERRO ABERTURA RECENT ' TO WRK-MSG                00024100
                PERFORM 9000-TRATAR-ERROS                               00024200
            END-IF.                                                     00024300
            IF WRK-FS-RECSAI NOT EQUAL ZEROS                            00024400
                MOVE ' ERRO ABERTURA RECSAI ' TO WRK-MSG                00024500
                PERFORM 9000-TRATAR-ERROS                               00024600
            END-IF.                                                     00024700
            IF WRK-FS-RELNAP NOT EQUAL ZEROS                            00024800
                MOVE ' ERRO ABERTURA RELNAP ' TO WRK-MSG                00024900
                PERFORM 9000-TRATAR-ERROS                               00025000
            END-IF.                                                     00025100
                                                                        00025200
            WRITE FD-RELNAP FROM WRK-CABEC1.                            00025300
            WRITE FD-RELNAP FROM WRK-CABEC2.                            00025400
            WRITE FD-RELNAP FROM WRK-LINHA-TRACO.                       00025500
                                                                        00025600
      *----------------------------------------------------------------*00025700
       1000-99-FIM.            EXIT.                                    00025800
      *----------------------------------------------------------------*00025900
      *----------------------------------------------------------------*00026000
       2000-SELECIONAR-RECEBIMENTOS       SECTION.                      00026100
      *----------------------------------------------------------------*00026200
                                                                        00026300
            PERFORM 2100-LER-RECEBIMENTO                                00026400
                UNTIL WRK-FS-RECBTO EQUAL '10'.                         00026500
                                                                        00026600
      *----------------------------------------------------------------*00026700
       2000-99-FIM.            EXIT.                                    00026800
      *----------------------------------------------------------------*00026900
      *----------------------------------------------------------------*00027000
       2100-LER-RECEBIMENTO               SECTION.                      00027100
      *----------------------------------------------------------------*00027200
      *    O RECEBIMENTO SEM NUMERO, DATA OU VALOR VALIDOS NEM ENTRA NO 00027300
      *    SORT: VAI DIRETO PARA O CAIXA NAO APLICADO.                  00027400
      *----------------------------------------------------------------*00027500
                                                                        00027600
            READ RECBTO INTO WRK-REG-RECBT.                             00027700
            IF WRK-FS-RECBTO NOT EQUAL ZEROS                            00027800
                MOVE '10' TO WRK-FS-RECBTO                              00027900
                GO TO 2100-99-FIM                                       00028000
            END-IF.                                                     00028100
                                                                        00028200
            ADD 1 TO WRK-ACU-RECEBTOS.                                  00028300
            IF WRK-RBT-VALOR NUMERIC                                    00028400
                ADD WRK-RBT-VALOR-N TO WRK-TOT-RECEBIDO                 00028500
            END-IF.                                                     00028600
                                                                        00028700
            IF WRK-RBT-VALOR NOT NUMERIC                                00028800
               OR WRK-RBT-VALOR-N EQUAL ZEROS                           00028900
               OR WRK-RBT-DATA NOT NUMERIC                              00029000
                MOVE 'RECEBIMENTO INVALIDO' TO WRK-MOTIVO               00029100
                PERFORM 2200-NAO-APLICAR-INTEIRO                        00029200
                GO TO 2100-99-FIM                                       00029300
            END-IF.                                                     00029400
                                                                        00029500
            MOVE 'V'                    TO WRK-CAL-FUNCAO.              00029600
            MOVE WRK-RBT-DATA(7:2)      TO WRK-CAL-DIA.                 00029700
            MOVE WRK-RBT-DATA(5:2)      TO WRK-CAL-MES.                 00029800
            MOVE WRK-RBT-DATA(1:4)      TO WRK-CAL-ANO.                 00029900
            CALL 'CALNDIA'              USING WRK-CALNDIA.              00030000
            IF WRK-CAL-RETORNO EQUAL '1'                                00030100
                MOVE 'RECEBIMENTO INVALIDO' TO WRK-MOTIVO               00030200
                PERFORM 2200-NAO-APLICAR-INTEIRO                        00030300
                GO TO 2100-99-FIM                                       00030400
            END-IF.                                                     00030500
                                                                        00030600
            IF WRK-RBT-NUMERO NOT NUMERIC                               00030700
                MOVE 'FATURA NAO INFORMADA' TO WRK-MOTIVO               00030800
                PERFORM 2200-NAO-APLICAR-INTEIRO                        00030900
                GO TO 2100-99-FIM                                       00031000
            END-IF.                                                     00031100
                                                                        00031200
            MOVE WRK-RBT-NUMERO-N TO SD-NUMERO.                         00031300
            MOVE WRK-RBT-DATA-N   TO SD-DATA.                           00031400
            MOVE WRK-ACU-RECEBTOS TO SD-SEQUENCIA.                      00031500
            MOVE WRK-REG-RECBT    TO SD-RECBT.                          00031600
            RELEASE SD-ORDENA.                                          00031700
                                                                        00031800
      *----------------------------------------------------------------*00031900
       2100-99-FIM.            EXIT.                                    00032000
      *----------------------------------------------------------------*00032100
      *----------------------------------------------------------------*00032200
       2200-NAO-APLICAR-INTEIRO           SECTION.                      00032300
      *----------------------------------------------------------------*00032400
                                                                        00032500
            IF WRK-RBT-VALOR NUMERIC                                    00032600
                MOVE WRK-RBT-VALOR-N TO WRK-VALOR-EXCESSO               00032700
            ELSE                                                        00032800
                MOVE ZEROS           TO WRK-VALOR-EXCESSO               00032900
            END-IF.                                                     00033000
            PERFORM 2800-GRAVAR-NAO-APLICADO.                           00033100
                                                                        00033200
      *----------------------------------------------------------------*00033300
       2200-99-FIM.            EXIT.                                    00033400
      *----------------------------------------------------------------*00033500
      *----------------------------------------------------------------*00033600
       2500-APLICAR-RECEBIMENTOS          SECTION.                      00033700
      *----------------------------------------------------------------*00033800
      *    CASAMENTO DO RECEBER (EM ORDEM DE NUMERO) COM OS             00033900
      *    RECEBIMENTOS CLASSIFICADOS. A FATURA SO E GRAVADA DEPOIS DE  00034000
      *    RECEBER TODOS OS PAGAMENTOS DELA.                            00034100
      *----------------------------------------------------------------*00034200
                                                                        00034300
            PERFORM 2510-LER-FATURA.                                    00034400
            PERFORM 2520-RETORNAR-RECEBIMENTO.                          00034500
                                                                        00034600
            PERFORM 2600-CASAR                                          00034700
                UNTIL WRK-FS-RECENT EQUAL '10'                          00034800
                  AND WRK-FIM-SORT  EQUAL 'S'.                          00034900
                                                                        00035000
      *----------------------------------------------------------------*00035100
       2500-99-FIM.            EXIT.                                    00035200
      *----------------------------------------------------------------*00035300
      *----------------------------------------------------------------*00035400
       2510-LER-FATURA                    SECTION.                      00035500
      *----------------------------------------------------------------*00035600
                                                                        00035700
            READ RECENT INTO WRK-REG-RECEB.                             00035800
            IF WRK-FS-RECENT NOT EQUAL ZEROS                            00035900
                MOVE '10' TO WRK-FS-RECENT                              00036000
                GO TO 2510-99-FIM                                       00036100
            END-IF.                                                     00036200
                                                                        00036300
            IF WRK-REC-NUMERO NOT GREATER WRK-NUMERO-ANTERIOR           00036400
                MOVE ' RECENT FORA DE ORDEM DE NUMERO ' TO WRK-MSG      00036500
                PERFORM 9000-TRATAR-ERROS                               00036600
            END-IF.                                                     00036700
            MOVE WRK-REC-NUMERO TO WRK-NUMERO-ANTERIOR.                 00036800
            ADD 1 TO WRK-ACU-FATURAS.                                   00036900
                                                                        00037000
      *----------------------------------------------------------------*00037100
       2510-99-FIM.            EXIT.                                    00037200
      *----------------------------------------------------------------*00037300
      *----------------------------------------------------------------*00037400
       2520-RETORNAR-RECEBIMENTO          SECTION.                      00037500
      *----------------------------------------------------------------*00037600
                                                                        00037700
            RETURN ORDENA                                               00037800
                AT END                                                  00037900
                    MOVE 'S' TO WRK-FIM-SORT                            00038000
                NOT AT END                                              00038100
                    MOVE SD-RECBT TO WRK-REG-RECBT                      00038200
            END-RETURN.                                                 00038300
                                                                        00038400
      *----------------------------------------------------------------*00038500
       2520-99-FIM.            EXIT.                                    00038600
      *----------------------------------------------------------------*00038700
      *----------------------------------------------------------------*00038800
       2600-CASAR                         SECTION.                      00038900
      *----------------------------------------------------------------*00039000
                                                                        00039100
            IF WRK-FIM-SORT EQUAL 'S'                                   00039200
                PERFORM 2700-GRAVAR-FATURA                              00039300
                GO TO 2600-99-FIM                                       00039400
            END-IF.                                                     00039500
                                                                        00039600
            IF WRK-FS-RECENT EQUAL '10'                                 00039700
               OR SD-NUMERO LESS WRK-REC-NUMERO                         00039800
                MOVE 'FATURA INEXISTENTE  ' TO WRK-MOTIVO               00039900
                PERFORM 2200-NAO-APLICAR-INTEIRO                        00040000
                PERFORM 2520-RETORNAR-RECEBIMENTO                       00040100
                GO TO 2600-99-FIM                                       00040200
            END-IF.                                                     00040300
                                                                        00040400
            IF SD-NUMERO GREATER WRK-REC-NUMERO                         00040500
                PERFORM 2700-GRAVAR-FATURA                              00040600
                GO TO 2600-99-FIM                                       00040700
            END-IF.                                                     00040800
                                                                        00040900
            PERFORM 2650-APLICAR-NA-FATURA.                             00041000
            PERFORM 2520-RETORNAR-RECEBIMENTO.                          00041100
                                                                        00041200
      *----------------------------------------------------------------*00041300
       2600-99-FIM.            EXIT.                                    00041400
      *----------------------------------------------------------------*00041500
      *----------------------------------------------------------------*00041600
       2650-APLICAR-NA-FATURA             SECTION.                      00041700
      *----------------------------------------------------------------*00041800
      *    APLICA ATE O SALDO DA FATURA; O QUE PASSAR (INCLUSIVE TODO   00041900
      *    O PAGAMENTO DE FATURA JA LIQUIDADA) FICA NAO APLICADO.       00042000
      *----------------------------------------------------------------*00042100
                                                                        00042200
            IF WRK-RBT-CLIENTE NOT EQUAL SPACES                         00042300
               AND WRK-RBT-CLIENTE NOT EQUAL WRK-REC-CLIENTE            00042400
                MOVE 'CLIENTE DIVERGENTE  ' TO WRK-MOTIVO               00042500
                PERFORM 2200-NAO-APLICAR-INTEIRO                        00042600
                GO TO 2650-99-FIM                                       00042700
            END-IF.                                                     00042800
                                                                        00042900
            COMPUTE WRK-SALDO =                                         00043000
                WRK-REC-VALOR - WRK-REC-VALOR-RECEBIDO.                 00043100
            IF WRK-SALDO EQUAL ZEROS                                    00043200
                MOVE 'FATURA JA LIQUIDADA ' TO WRK-MOTIVO               00043300
                PERFORM 2200-NAO-APLICAR-INTEIRO                        00043400
                GO TO 2650-99-FIM                                       00043500
            END-IF.                                                     00043600
                                                                        00043700
            IF WRK-RBT-VALOR-N GREATER WRK-SALDO                        00043800
                MOVE WRK-SALDO TO WRK-VALOR-APLICAR                     00043900
                COMPUTE WRK-VALOR-EXCESSO =                             00044000
                    WRK-RBT-VALOR-N - WRK-SALDO                         00044100
            ELSE                                                        00044200
                MOVE WRK-RBT-VALOR-N TO WRK-VALOR-APLICAR               00044300
                MOVE ZEROS           TO WRK-VALOR-EXCESSO               00044400
            END-IF.                                                     00044500
                                                                        00044600
            ADD WRK-VALOR-APLICAR TO WRK-REC-VALOR-RECEBIDO.            00044700
            IF WRK-RBT-DATA-N GREATER WRK-REC-DATA-ULT-RECEBTO          00044800
                MOVE WRK-RBT-DATA-N TO WRK-REC-DATA-ULT-RECEBTO         00044900
            END-IF.                                                     00045000
            IF WRK-REC-VALOR-RECEBIDO EQUAL WRK-REC-VALOR               00045100
                MOVE 'L' TO WRK-REC-SITUACAO                            00045200
                ADD 1    TO WRK-ACU-LIQUIDADAS                          00045300
            ELSE                                                        00045400
                MOVE 'P' TO WRK-REC-SITUACAO                            00045500
            END-IF.                                                     00045600
                                                                        00045700
            ADD 1                 TO WRK-ACU-APLICADOS.                 00045800
            ADD WRK-VALOR-APLICAR TO WRK-TOT-APLICADO.                  00045900
            DISPLAY 'APLICADO NA FATURA ' WRK-REC-NUMERO                00046000
                    ' DOC ' WRK-RBT-DOCUMENTO                           00046100
                    ' VALOR ' WRK-VALOR-APLICAR                         00046200
                    ' SITUACAO ' WRK-REC-SITUACAO.                      00046300
                                                                        00046400
            IF WRK-VALOR-EXCESSO GREATER ZEROS                          00046500
                MOVE 'EXCESSO SOBRE SALDO ' TO WRK-MOTIVO               00046600
                PERFORM 2800-GRAVAR-NAO-APLICADO                        00046700
            END-IF.                                                     00046800
                                                                        00046900
      *----------------------------------------------------------------*00047000
       2650-99-FIM.            EXIT.                                    00047100
      *----------------------------------------------------------------*00047200
      *----------------------------------------------------------------*00047300
       2700-GRAVAR-FATURA                 SECTION.                      00047400
      *----------------------------------------------------------------*00047500
                                                                        00047600
            WRITE FD-RECSAI FROM WRK-REG-RECEB.                         00047700
            PERFORM 2510-LER-FATURA.                                    00047800
                                                                        00047900
      *----------------------------------------------------------------*00048000
       2700-99-FIM.            EXIT.                                    00048100
      *----------------------------------------------------------------*00048200
      *----------------------------------------------------------------*00048300
       2800-GRAVAR-NAO-APLICADO           SECTION.                      00048400
      *----------------------------------------------------------------*00048500
                                                                        00048600
            MOVE WRK-RBT-NUMERO     TO WRK-LN-NUMERO.                   00048700
            MOVE WRK-RBT-CLIENTE    TO WRK-LN-CLIENTE.                  00048800
            MOVE WRK-RBT-DATA       TO WRK-LN-DATA.                     00048900
            MOVE WRK-RBT-DOCUMENTO  TO WRK-LN-DOCUMENTO.                00049000
            MOVE WRK-VALOR-EXCESSO  TO WRK-LN-VALOR.                    00049100
            MOVE WRK-MOTIVO         TO WRK-LN-MOTIVO.                   00049200
            WRITE FD-RELNAP FROM WRK-LINHA-NAO-APLICADO.                00049300
                                                                        00049400
            ADD 1                 TO WRK-ACU-NAO-APLICADOS.             00049500
            ADD WRK-VALOR-EXCESSO TO WRK-TOT-NAO-APLICADO.              00049600
                                                                        00049700
      *----------------------------------------------------------------*00049800
       2800-99-FIM.            EXIT.                                    00049900
      *----------------------------------------------------------------*00050000
      *----------------------------------------------------------------*00050100
       3000-FINALIZAR                     SECTION.                      00050200
      *----------------------------------------------------------------*00050300
                                                                        00050400
            WRITE FD-RELNAP FROM WRK-LINHA-TRACO.                       00050500
            MOVE 'RECEBIMENTOS LIDOS          :' TO WRK-TOT-TITULO.     00050600
            MOVE WRK-ACU-RECEBTOS                TO WRK-TOT-QTDE.       00050700
            MOVE WRK-TOT-RECEBIDO                TO WRK-TOT-VALOR.      00050800
            WRITE FD-RELNAP FROM WRK-LINHA-TOTAL.                       00050900
            MOVE 'APLICADOS EM FATURAS        :' TO WRK-TOT-TITULO.     00051000
            MOVE WRK-ACU-APLICADOS               TO WRK-TOT-QTDE.       00051100
            MOVE WRK-TOT-APLICADO                TO WRK-TOT-VALOR.      00051200
            WRITE FD-RELNAP FROM WRK-LINHA-TOTAL.                       00051300
            MOVE 'CAIXA NAO APLICADO          :' TO WRK-TOT-TITULO.     00051400
            MOVE WRK-ACU-NAO-APLICADOS           TO WRK-TOT-QTDE.       00051500
            MOVE WRK-TOT-NAO-APLICADO            TO WRK-TOT-VALOR.      00051600
            WRITE FD-RELNAP FROM WRK-LINHA-TOTAL.                       00051700
                                                                        00051800
            CLOSE RECBTO                                                00051900
                  RECENT                                                00052000
                  RECSAI                                                00052100
                  RELNAP.                                               00052200
                                                                        00052300
            DISPLAY '------------ BAIXA DO CONTAS A RECEBER ----------'.00052400
            DISPLAY '  FATURAS NO RECEBER......: ' WRK-ACU-FATURAS.     00052500
            DISPLAY '  RECEBIMENTOS LIDOS......: ' WRK-ACU-RECEBTOS.    00052600
            DISPLAY '  APLICADOS...............: ' WRK-ACU-APLICADOS.   00052700
            DISPLAY '  VALOR APLICADO..........: ' WRK-TOT-APLICADO.    00052800
            DISPLAY '  FATURAS LIQUIDADAS......: ' WRK-ACU-LIQUIDADAS.  00052900
            DISPLAY '  NAO APLICADOS...........: '                      00053000
                    WRK-ACU-NAO-APLICADOS.                              00053100
            DISPLAY '  VALOR NAO APLICADO......: ' WRK-TOT-NAO-APLICADO.00053200
            DISPLAY '------------------------------------------------'. 00053300
                                                                        00053400
            IF WRK-ACU-NAO-APLICADOS GREATER ZEROS                      00053500
                MOVE 4 TO RETURN-CODE                                   00053600
            END-IF.                                                     00053700
                                                                        00053800
            STOP RUN.                                                   00053900
      *----------------------------------------------------------------*00054000
       3000-99-FIM.            EXIT.                                    00054100
      *----------------------------------------------------------------*00054200
                                                                        00054300
      *----------------------------------------------------------------*00054400
       9000-TRATAR-ERROS                  SECTION.                      00054500
      *----------------------------------------------------------------*00054600
                                                                        00054700
             MOVE 'FR06C147'       TO WRK-ERR-PROGRAMA.                 00054800
             MOVE '9000'           TO WRK-ERR-SECTION.                  00054900
             MOVE WRK-MSG          TO WRK-ERR-MSG.                      00055000
             MOVE SPACES           TO WRK-ERR-STATUS.                   00055100
             MOVE WRK-FS-RECBTO    TO WRK-ERR-STATUS(1:2).              00055200
             MOVE WRK-FS-RECENT    TO WRK-ERR-STATUS(3:2).              00055300
             MOVE WRK-FS-RECSAI    TO WRK-ERR-STATUS(5:2).              00055400
             MOVE 'F'              TO WRK-ERR-SEVERIDADE.               00055500
                                                                        00055600
             CALL 'TRTERRO'        USING WRK-TRTERRO.                   00055700
                                                                        00055800
      *----------------------------------------------------------------*00055900
       9000-99-FIM.            EXIT.                                    00056000
      *----------------------------------------------------------------*00056100
