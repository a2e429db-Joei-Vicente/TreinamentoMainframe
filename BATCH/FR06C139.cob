      *================================================================*00000100
       IDENTIFICATION                            DIVISION.              00000200
      *================================================================*00000300
                                                                        00000400
       PROGRAM-ID.  FR06C139.                                           00000500
                                                                        00000600
      *================================================================*00000700
      *     AUTOR.......: JOEI LORENTI                                  00000800
      *     ANALISTA....: IVAN SANCHES                                  00000900
      *     EMPRESA.....: FOURSYS                                       00001000
      *     DATA........: 15/10/2026                                    00001100
      *----------------------------------------------------------------*00001200
      *                                                                 00001300
      *     OBJETIVO: CALCULO MENSAL DO PONTO DE PEDIDO E DA            00001400
      *               QUANTIDADE DE REPOSICAO DE CADA PRODUTO PELO      00001500
      *               CONSUMO REAL. LE AS SAIDAS (TIPO 'S') DO          00001600
      *               KARDEX DENTRO DA JANELA DE DIAS ANTERIOR A        00001700
      *               DATA DA RODADA (PARAMETRO JANELA-CONSUMO,         00001800
      *               PADRAO 090) E APURA, POR PRODUTO, O CONSUMO       00001900
      *               MEDIO DIARIO E O DESVIO PADRAO DO CONSUMO         00002000
      *               DIARIO (DIAS SEM SAIDA CONTAM COMO ZERO).         00002100
      *               COM O PRAZO DE ENTREGA DO FORNECEDOR DO           00002200
      *               PRODUTO NO FORNMST (SEM FORNECEDOR OU SEM         00002300
      *               PRAZO, PARAMETRO PRAZO-PADRAO, PADRAO 010):       00002400
      *               PONTO DE PEDIDO = CONSUMO X PRAZO + FATOR DE      00002500
      *                 SEGURANCA X DESVIO X RAIZ DO PRAZO              00002600
      *                 (PARAMETRO FATOR-SEGURANCA, 2 DECIMAIS,         00002700
      *                 PADRAO 1,65);                                   00002800
      *               QTDE DE REPOSICAO = CONSUMO X DIAS DE             00002900
      *                 COBERTURA (PARAMETRO DIAS-COBERTURA, PADRAO     00003000
      *                 030), NO MINIMO 1 SE HOUVE CONSUMO.             00003100
      *               GRAVA UM REGISTRO POR PRODUTO DO ARQPROD NO       00003200
      *               ARQUIVO DE PARAMETROS DE REPOSICAO (REPSAI,       00003300
      *               LAYOUT B#REPPRD), LIDO PELO FR06CB31 NO LUGAR     00003400
      *               DO MINIMO GLOBAL. O RELATORIO RELREP LISTA OS     00003500
      *               PRODUTOS CUJO PONTO DE PEDIDO MUDOU MAIS QUE      00003600
      *               O PERCENTUAL DO PARAMETRO VARIACAO-PONTO          00003700
      *               (PADRAO 020) EM RELACAO AO CALCULO ANTERIOR       00003800
      *               (REPENT), E OS QUE PASSARAM A TER PONTO.          00003900
      *                                                                 00004000
      *----------------------------------------------------------------*00004100
      *     INPUT:                                                      00004200
      *     DDNAME           I/O                                        00004300
      *     RUNCTL            I   (CONTROLE DE RODADA - LRECL 80)       00004400
      *     ARQPROD           I   (CADASTRO DE PRODUTOS - LRECL 70)     00004500
      *     FORNMST           I   (MESTRE DE FORNECEDORES - LRECL 100)  00004600
      *     KARDEX            I   (KARDEX DE ESTOQUE - LRECL 40)        00004700
      *     PARAMS            I   (PARAMETROS - LRECL 50, OPCIONAL)     00004800
      *     REPENT            I   (PARAMETROS DE REPOSICAO DO MES       00004900
      *                            ANTERIOR - LRECL 80, OPCIONAL)       00005000
      *     REPSAI            O   (PARAMETROS DE REPOSICAO - LRECL 80)  00005100
      *     RELREP            O   (PONTOS DE PEDIDO ALTERADOS -         00005200
      *                            LRECL 80)                            00005300
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
             SELECT ARQPROD            ASSIGN TO ARQPROD                00007800
                FILE STATUS            IS WRK-FS-ARQPROD.               00007900
             SELECT FORNMST            ASSIGN TO FORNMST                00008000
                FILE STATUS            IS WRK-FS-FORNMST.               00008100
             SELECT KARDEX             ASSIGN TO KARDEX                 00008200
                FILE STATUS            IS WRK-FS-KARDEX.                00008300
             SELECT PARAMS             ASSIGN TO PARAMS                 00008400
                FILE STATUS            IS WRK-FS-PARAMS.                00008500
             SELECT REPENT             ASSIGN TO REPENT                 00008600
                FILE STATUS            IS WRK-FS-REPENT.                00008700
             SELECT REPSAI             ASSIGN TO REPSAI                 00008800
                FILE STATUS            IS WRK-FS-REPSAI.                00008900
             SELECT RELREP             ASSIGN TO RELREP                 00009000
                FILE STATUS            IS WRK-FS-RELREP.                00009100
                                                                        00009200
      *================================================================*00009300
       DATA                                      DIVISION.              00009400
      *================================================================*00009500
                                                                        00009600
      *----------------------------------------------------------------*00009700
       FILE                                      SECTION.               00009800
      *----------------------------------------------------------------*00009900
                                                                        00010000
       FD RUNCTL                                                        00010100
           RECORDING MODE IS F                                          00010200
           BLOCK CONTAINS 0 RECORDS.                                    00010300
       01 FD-RUNCTL                    PIC X(80).                       00010400
                                                                        00010500
       FD ARQPROD                                                       00010600
           RECORDING MODE IS F                                          00010700
           BLOCK CONTAINS 0 RECORDS.                                    00010800
       01 FD-ARQPROD                   PIC X(70).                       00010900
                                                                        00011000
       FD FORNMST                                                       00011100
           RECORDING MODE IS F                                          00011200
           BLOCK CONTAINS 0 RECORDS.                                    00011300
       01 FD-FORNMST                   PIC X(100).                      00011400
                                                                        00011500
       FD KARDEX                                                        00011600
           RECORDING MODE IS F                                          00011700
           BLOCK CONTAINS 0 RECORDS.                                    00011800
       01 FD-KARDEX                    PIC X(40).                       00011900
                                                                        00012000
       FD PARAMS                                                        00012100
           RECORDING MODE IS F                                          00012200
           BLOCK CONTAINS 0 RECORDS.                                    00012300
       01 FD-PARAMS                    PIC X(50).                       00012400
                                                                        00012500
       FD REPENT                                                        00012600
           RECORDING MODE IS F                                          00012700
           BLOCK CONTAINS 0 RECORDS.                                    00012800
       01 FD-REPENT                    PIC X(80).                       00012900
                                                                        00013000
       FD REPSAI                                                        00013100
           RECORDING MODE IS F                                          00013200
           BLOCK CONTAINS 0 RECORDS.                                    00013300
       01 FD-REPSAI                    PIC X(80).                       00013400
                                                                        00013500
       FD RELREP                                                        00013600
           RECORDING MODE IS F                                          00013700
           BLOCK CONTAINS 0 RECORDS.                                    00013800
       01 FD-RELREP                    PIC X(80).                       00013900
                                                                        00014000
      *----------------------------------------------------------------*00014100
       WORKING-STORAGE                           SECTION.               00014200
      *----------------------------------------------------------------*00014300
                                                                        00014400
      *----------------------------------------------------------------*00014500
       01 FILLER                       PIC X(50)               VALUE    00014600
            '**** AREA DOS REGISTROS DE ENTRADA E SAIDA ****'.          00014700
      *----------------------------------------------------------------*00014800
                                                                        00014900
        COPY 'B#RUNCTL'.                                                00015000
                                                                        00015100
        COPY 'B#PROD'.                                                  00015200
                                                                        00015300
        COPY 'B#HDRTRL'.                                                00015400
                                                                        00015500
        COPY 'B#FORN'.                                                  00015600
                                                                        00015700
        COPY 'B#KARDEX'.                                                00015800
                                                                        00015900
        COPY 'B#PARAM'.                                                 00016000
                                                                        00016100
        COPY 'B#REPPRD'.                                                00016200
                                                                        00016300
      *----------------------------------------------------------------*00016400
       01 FILLER                       PIC X(50)               VALUE    00016500
            '**** TABELAS EM MEMORIA ****'.                             00016600
      *----------------------------------------------------------------*00016700
                                                                        00016800
       01 WRK-TAB-PRODUTOS.                                             00016900
          05 WRK-TAB-PROD-ITEM         OCCURS 5000 TIMES.               00017000
             10 WRK-TPR-COD            PIC 9(05).                       00017100
             10 WRK-TPR-NOME           PIC X(20).                       00017200
             10 WRK-TPR-PRAZO          PIC 9(03).                       00017300
             10 WRK-TPR-TOTAL          PIC 9(09).                       00017400
             10 WRK-TPR-QUADRADOS      PIC 9(15).                       00017500
             10 WRK-TPR-DIA-ATUAL      PIC 9(07).                       00017600
             10 WRK-TPR-QTDE-DIA       PIC 9(07).                       00017700
             10 WRK-TPR-PONTO-ANT      PIC 9(05).                       00017800
             10 WRK-TPR-ANT-ACHADO     PIC X(01).                       00017900
                                                                        00018000
       01 WRK-TAB-FORNECEDORES.                                         00018100
          05 WRK-TAB-FORN-ITEM         OCCURS 2000 TIMES.               00018200
             10 WRK-TFO-CODIGO         PIC 9(05).                       00018300
             10 WRK-TFO-PRAZO-ENTREGA  PIC 9(03).                       00018400
                                                                        00018500
       77 WRK-QT-PRODUTOS              PIC 9(04) VALUE ZEROS.           00018600
       77 WRK-IDX-PROD                 PIC 9(04) VALUE ZEROS.           00018700
       77 WRK-QT-FORNECEDORES          PIC 9(04) VALUE ZEROS.           00018800
       77 WRK-IDX-FORN                 PIC 9(04) VALUE ZEROS.           00018900
       77 WRK-PRODUTO-ACHADO           PIC X(01) VALUE 'N'.             00019000
       77 WRK-FORN-ACHADO              PIC X(01) VALUE 'N'.             00019100
       77 WRK-COD-PROCURADO            PIC 9(05) VALUE ZEROS.           00019200
                                                                        00019300
      *----------------------------------------------------------------*00019400
       01 FILLER                       PIC X(50)               VALUE    00019500
            '**** AREA DE PARAMETROS ****'.                             00019600
      *----------------------------------------------------------------*00019700
                                                                        00019800
       01 WRK-JANELA-CONSUMO           PIC 9(05) VALUE 00090.           00019900
       01 WRK-FATOR-SEGURANCA-N        PIC 9(05) VALUE 00165.           00020000
       01 WRK-FATOR-SEGURANCA REDEFINES WRK-FATOR-SEGURANCA-N           00020100
                                       PIC 9(03)V99.                    00020200
       01 WRK-DIAS-COBERTURA           PIC 9(05) VALUE 00030.           00020300
       01 WRK-VARIACAO-PONTO           PIC 9(05) VALUE 00020.           00020400
       01 WRK-PRAZO-PADRAO             PIC 9(05) VALUE 00010.           00020500
                                                                        00020600
       77 WRK-VIG-JANELA               PIC 9(08) VALUE ZEROS.           00020700
       77 WRK-VIG-FATOR                PIC 9(08) VALUE ZEROS.           00020800
       77 WRK-VIG-COBERTURA            PIC 9(08) VALUE ZEROS.           00020900
       77 WRK-VIG-VARIACAO             PIC 9(08) VALUE ZEROS.           00021000
       77 WRK-VIG-PRAZO                PIC 9(08) VALUE ZEROS.           00021100
       77 WRK-FATOR-EDITADO            PIC ZZ9,99.                      00021200
                                                                        00021300
      *----------------------------------------------------------------*00021400
       01 FILLER                       PIC X(50)               VALUE    00021500
            '**** AREA DE DATAS ****'.                                  00021600
      *----------------------------------------------------------------*00021700
                                                                        00021800
       01 WRK-TAB-DIAS-ACUM-DADOS.                                      00021900
          05 FILLER                    PIC X(36) VALUE                  00022000
             '000031059090120151181212243273304334'.                    00022100
       01 WRK-TAB-DIAS-ACUM REDEFINES WRK-TAB-DIAS-ACUM-DADOS.          00022200
          05 WRK-DIAS-ACUM             PIC 9(03) OCCURS 12 TIMES.       00022300
                                                                        00022400
       01 WRK-DATA-CALC.                                                00022500
          05 WRK-DIA                   PIC 9(02).                       00022600
          05 WRK-MES                   PIC 9(02).                       00022700
          05 WRK-ANO                   PIC 9(04).                       00022800
       01 WRK-DATA-CALC-N REDEFINES WRK-DATA-CALC                       00022900
                                       PIC 9(08).                       00023000
                                                                        00023100
       77 WRK-DATA-RODADA              PIC 9(08) VALUE ZEROS.           00023200
       77 WRK-DATA-CORTE               PIC 9(08) VALUE ZEROS.           00023300
       77 WRK-ANO-AJUSTADO             PIC 9(04) VALUE ZEROS.           00023400
       77 WRK-Q4                       PIC 9(04) VALUE ZEROS.           00023500
       77 WRK-Q100                     PIC 9(04) VALUE ZEROS.           00023600
       77 WRK-Q400                     PIC 9(04) VALUE ZEROS.           00023700
       77 WRK-BISSEXTOS                PIC 9(04) VALUE ZEROS.           00023800
       77 WRK-NUM-DIA                  PIC 9(07) VALUE ZEROS.           00023900
       77 WRK-NUM-DIA-RODADA           PIC 9(07) VALUE ZEROS.           00024000
       77 WRK-NUM-DIA-INICIO           PIC 9(07) VALUE ZEROS.           00024100
                                                                        00024200
      *----------------------------------------------------------------*00024300
       01 FILLER                       PIC X(50)               VALUE    00024400
            '**** AREA DE CALCULO ****'.                                00024500
      *----------------------------------------------------------------*00024600
                                                                        00024700
       77 WRK-MEDIA                    PIC 9(07)V9(06) VALUE ZEROS.     00024800
       77 WRK-VARIANCIA                PIC S9(13)V9(06) VALUE ZEROS.    00024900
       77 WRK-DESVIO                   PIC 9(07)V9(06) VALUE ZEROS.     00025000
       77 WRK-RAIZ-PRAZO               PIC 9(03)V9(06) VALUE ZEROS.     00025100
       77 WRK-PONTO-CALC               PIC 9(09) VALUE ZEROS.           00025200
       77 WRK-REPOSICAO-CALC           PIC 9(09) VALUE ZEROS.           00025300
       77 WRK-DIFERENCA                PIC 9(05) VALUE ZEROS.           00025400
       77 WRK-VARIACAO-PCT             PIC S9(05) VALUE ZEROS.          00025500
       77 WRK-LISTAR                   PIC X(01) VALUE 'N'.             00025600
                                                                        00025700
      *----------------------------------------------------------------*00025800
       01 FILLER                       PIC X(50)               VALUE    00025900
            '**** AREA DO RELATORIO ****'.                              00026000
      *----------------------------------------------------------------*00026100
                                                                        00026200
       01 WRK-LINHA-TRACO              PIC X(80) VALUE ALL '-'.         00026300
                                                                        00026400
       01 WRK-CABEC-REL.                                                00026500
          05 FILLER                    PIC X(45) VALUE                  00026600
             'PONTOS DE PEDIDO ALTERADOS NO MES'.                       00026700
          05 FILLER                    PIC X(06) VALUE 'DATA: '.        00026800
          05 WRK-CAB-DATA              PIC 99/99/9999.                  00026900
          05 FILLER                    PIC X(19) VALUE SPACES.          00027000
                                                                        00027100
       01 WRK-CABEC-PARAMETROS.                                         00027200
          05 FILLER                    PIC X(08) VALUE 'JANELA: '.      00027300
          05 WRK-CPA-JANELA            PIC ZZZZ9.                       00027400
          05 FILLER                    PIC X(14) VALUE                  00027500
             ' DIAS  FATOR: '.                                          00027600
          05 WRK-CPA-FATOR             PIC ZZ9,99.                      00027700
          05 FILLER                    PIC X(13) VALUE                  00027800
             '  COBERTURA: '.                                           00027900
          05 WRK-CPA-COBERTURA         PIC ZZZZ9.                       00028000
          05 FILLER                    PIC X(15) VALUE                  00028100
             ' DIAS  VARIA.: '.                                         00028200
          05 WRK-CPA-VARIACAO          PIC ZZZZ9.                       00028300
          05 FILLER                    PIC X(09) VALUE '%'.             00028400
                                                                        00028500
       01 WRK-CABEC-COLUNAS.                                            00028600
          05 FILLER                    PIC X(40) VALUE                  00028700
             'COD.  PRODUTO              ANTER  NOVO  '.                00028800
          05 FILLER                    PIC X(40) VALUE                  00028900
             'VAR.% CONS/DIA   DESVIO PRZ  QTDE'.                       00029000
                                                                        00029100
       01 WRK-LINHA-PONTO.                                              00029200
          05 WRK-LRP-COD               PIC 9(05).                       00029300
          05 FILLER                    PIC X(01) VALUE SPACES.          00029400
          05 WRK-LRP-NOME              PIC X(20).                       00029500
          05 FILLER                    PIC X(01) VALUE SPACES.          00029600
          05 WRK-LRP-ANTERIOR          PIC ZZZZ9.                       00029700
          05 FILLER                    PIC X(01) VALUE SPACES.          00029800
          05 WRK-LRP-NOVO              PIC ZZZZ9.                       00029900
          05 FILLER                    PIC X(01) VALUE SPACES.          00030000
          05 WRK-LRP-VARIACAO          PIC +ZZZZ9.                      00030100
          05 WRK-LRP-VARIACAO-X REDEFINES WRK-LRP-VARIACAO              00030200
                                       PIC X(06).                       00030300
          05 FILLER                    PIC X(01) VALUE SPACES.          00030400
          05 WRK-LRP-CONSUMO           PIC ZZZZ9,99.                    00030500
          05 FILLER                    PIC X(01) VALUE SPACES.          00030600
          05 WRK-LRP-DESVIO            PIC ZZZZ9,99.                    00030700
          05 FILLER                    PIC X(01) VALUE SPACES.          00030800
          05 WRK-LRP-PRAZO             PIC ZZ9.                         00030900
          05 FILLER                    PIC X(01) VALUE SPACES.          00031000
          05 WRK-LRP-REPOSICAO         PIC ZZZZ9.                       00031100
          05 FILLER                    PIC X(07) VALUE SPACES.          00031200
                                                                        00031300
       01 WRK-LINHA-TOTAL.                                              00031400
          05 WRK-LTT-ROTULO            PIC X(30).                       00031500
          05 FILLER                    PIC X(02) VALUE ': '.            00031600
          05 WRK-LTT-VALOR             PIC ZZZZZZ9.                     00031700
          05 FILLER                    PIC X(41) VALUE SPACES.          00031800
                                                                        00031900
      *----------------------------------------------------------------*00032000
       01 FILLER                       PIC X(50)               VALUE    00032100
            '**** AREA DE VARIAVEIS E CONTADORES ****'.                 00032200
      *----------------------------------------------------------------*00032300
                                                                        00032400
       77 WRK-FS-RUNCTL                PIC X(02) VALUE SPACES.          00032500
       77 WRK-FS-ARQPROD               PIC X(02) VALUE SPACES.          00032600
       77 WRK-FS-FORNMST               PIC X(02) VALUE SPACES.          00032700
       77 WRK-FS-KARDEX                PIC X(02) VALUE SPACES.          00032800
       77 WRK-FS-PARAMS                PIC X(02) VALUE SPACES.          00032900
       77 WRK-FS-REPENT                PIC X(02) VALUE SPACES.          00033000
       77 WRK-FS-REPSAI                PIC X(02) VALUE SPACES.          00033100
       77 WRK-FS-RELREP                PIC X(02) VALUE SPACES.          00033200
       77 WRK-ACU-KARDEX-LIDOS         PIC 9(07) VALUE ZEROS.           00033300
       77 WRK-ACU-SAIDAS-JANELA        PIC 9(07) VALUE ZEROS.           00033400
       77 WRK-ACU-KARDEX-SEM-PROD      PIC 9(07) VALUE ZEROS.           00033500
       77 WRK-ACU-KARDEX-INVALIDOS     PIC 9(07) VALUE ZEROS.           00033600
       77 WRK-ACU-COM-CONSUMO          PIC 9(07) VALUE ZEROS.           00033700
       77 WRK-ACU-SEM-CONSUMO          PIC 9(07) VALUE ZEROS.           00033800
       77 WRK-ACU-ALTERADOS            PIC 9(07) VALUE ZEROS.           00033900
       77 WRK-ACU-ANTERIORES           PIC 9(07) VALUE ZEROS.           00034000
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00034100
                                                                        00034200
      *----------------------------------------------------------------*00034300
       01 FILLER                       PIC X(50)               VALUE    00034400
            '**** AREA DO MODULO TRTERRO ****'.                         00034500
      *----------------------------------------------------------------*00034600
                                                                        00034700
        COPY '#TRTERRO'.                                                00034800
                                                                        00034900
      *================================================================*00035000
       PROCEDURE DIVISION.                                              00035100
      *================================================================*00035200
      *----------------------------------------------------------------*00035300
       0000-PRINCIPAL                     SECTION.                      00035400
      *----------------------------------------------------------------*00035500
                                                                        00035600
           PERFORM 1000-INICIAR.                                        00035700
                                                                        00035800
           PERFORM 2000-PROCESSAR UNTIL WRK-FS-KARDEX EQUAL '10'.       00035900
                                                                        00036000
           PERFORM 3000-FINALIZAR.                                      00036100
                                                                        00036200
      *----------------------------------------------------------------*00036300
       0000-99-FIM.            EXIT.                                    00036400
      *----------------------------------------------------------------*00036500
      *----------------------------------------------------------------*00036600
       1000-INICIAR                       SECTION.                      00036700
      *----------------------------------------------------------------*00036800
                                                                        00036900
            PERFORM 1600-LER-DATA-RODADA.                               00037000
                                                                        00037100
            PERFORM 1500-CARREGAR-PARAMETROS.                           00037200
                                                                        00037300
            PERFORM 1100-CARREGAR-FORNECEDORES.                         00037400
                                                                        00037500
            PERFORM 1200-CARREGAR-PRODUTOS.                             00037600
                                                                        00037700
            PERFORM 1300-CARREGAR-ANTERIOR.                             00037800
                                                                        00037900
            MOVE WRK-DATA-RODADA         TO WRK-DATA-CALC-N.            00038000
            PERFORM 1700-CALCULAR-NUM-DIA.                              00038100
            MOVE WRK-NUM-DIA             TO WRK-NUM-DIA-RODADA.         00038200
            SUBTRACT WRK-JANELA-CONSUMO FROM WRK-NUM-DIA-RODADA         00038300
                GIVING WRK-NUM-DIA-INICIO.                              00038400
                                                                        00038500
            OPEN INPUT KARDEX.                                          00038600
            IF WRK-FS-KARDEX NOT EQUAL ZEROS                            00038700
                MOVE ' ERRO ABERTURA KARDEX ' TO WRK-MSG                00038800
                PERFORM 9000-TRATAR-ERROS                               00038900
            END-IF.                                                     00039000
                                                                        00039100
            PERFORM 1800-LER-KARDEX.                                    00039200
                                                                        00039300
      *----------------------------------------------------------------*00039400
       1000-99-FIM.            EXIT.                                    00039500
      *----------------------------------------------------------------*00039600
      *----------------------------------------------------------------*00039700
       1100-CARREGAR-FORNECEDORES         SECTION.                      00039800
      *----------------------------------------------------------------*00039900
                                                                        00040000
            OPEN INPUT FORNMST.                                         00040100
            IF WRK-FS-FORNMST NOT EQUAL ZEROS                           00040200
                MOVE ' ERRO ABERTURA FORNMST ' TO WRK-MSG               00040300
                PERFORM 9000-TRATAR-ERROS                               00040400
            END-IF.                                                     00040500
                                                                        00040600
            PERFORM 1110-LER-FORNECEDOR                                 00040700
                UNTIL WRK-FS-FORNMST EQUAL '10'.                        00040800
            CLOSE FORNMST.                                              00040900
                                                                        00041000
      *----------------------------------------------------------------*00041100
       1100-99-FIM.            EXIT.                                    00041200
      *----------------------------------------------------------------*00041300
      *----------------------------------------------------------------*00041400
       1110-LER-FORNECEDOR                SECTION.                      00041500
      *----------------------------------------------------------------*00041600
                                                                        00041700
            READ FORNMST INTO WRK-REG-FORNECEDOR.                       00041800
            IF WRK-FS-FORNMST NOT EQUAL ZEROS                           00041900
                MOVE '10' TO WRK-FS-FORNMST                             00042000
                GO TO 1110-99-FIM                                       00042100
            END-IF.                                                     00042200
                                                                        00042300
            IF WRK-QT-FORNECEDORES NOT LESS 2000                        00042400
                MOVE ' TABELA DE FORNECEDORES CHEIA ' TO WRK-MSG        00042500
                PERFORM 9000-TRATAR-ERROS                               00042600
            END-IF.                                                     00042700
            ADD 1 TO WRK-QT-FORNECEDORES.                               00042800
            MOVE WRK-FOR-CODIGO                                         00042900
                 TO WRK-TFO-CODIGO(WRK-QT-FORNECEDORES).                00043000
            IF WRK-FOR-PRAZO-ENTREGA NUMERIC                            00043100
                MOVE WRK-FOR-PRAZO-ENTREGA                              00043200
                     TO WRK-TFO-PRAZO-ENTREGA(WRK-QT-FORNECEDORES)      00043300
            ELSE                                                        00043400
                MOVE ZEROS                                              00043500
                     TO WRK-TFO-PRAZO-ENTREGA(WRK-QT-FORNECEDORES)      00043600
            END-IF.                                                     00043700
                                                                        00043800
      *----------------------------------------------------------------*00043900
       1110-99-FIM.            EXIT.                                    00044000
      *----------------------------------------------------------------*00044100
      *----------------------------------------------------------------*00044200
       1200-CARREGAR-PRODUTOS             SECTION.                      00044300
      *----------------------------------------------------------------*00044400
                                                                        00044500
            OPEN INPUT ARQPROD.                                         00044600
            IF WRK-FS-ARQPROD NOT EQUAL ZEROS                           00044700
                MOVE ' ERRO ABERTURA ARQPROD ' TO WRK-MSG               00044800
                PERFORM 9000-TRATAR-ERROS                               00044900
            END-IF.                                                     00045000
                                                                        00045100
            READ ARQPROD INTO WRK-REG-CABECALHO.                        00045200
            IF WRK-FS-ARQPROD NOT EQUAL ZEROS                           00045300
               OR WRK-HDR-ID NOT EQUAL 'HDR'                            00045400
                MOVE ' ARQPROD SEM CABECALHO PADRAO ' TO WRK-MSG        00045500
                PERFORM 9000-TRATAR-ERROS                               00045600
            END-IF.                                                     00045700
                                                                        00045800
            PERFORM 1210-LER-PRODUTO                                    00045900
                UNTIL WRK-FS-ARQPROD EQUAL '10'.                        00046000
            CLOSE ARQPROD.                                              00046100
                                                                        00046200
      *----------------------------------------------------------------*00046300
       1200-99-FIM.            EXIT.                                    00046400
      *----------------------------------------------------------------*00046500
      *----------------------------------------------------------------*00046600
       1210-LER-PRODUTO                   SECTION.                      00046700
      *----------------------------------------------------------------*00046800
      *    PRAZO DO PRODUTO = PRAZO DE ENTREGA DO FORNECEDOR; SEM       00046900
      *    FORNECEDOR CADASTRADO OU COM PRAZO ZERO, VALE O PADRAO.      00047000
      *----------------------------------------------------------------*00047100
                                                                        00047200
            READ ARQPROD INTO WRK-REG-PRODUTO.                          00047300
            IF WRK-FS-ARQPROD NOT EQUAL ZEROS                           00047400
               OR FD-ARQPROD(1:3) EQUAL 'TRL'                           00047500
                MOVE '10' TO WRK-FS-ARQPROD                             00047600
                GO TO 1210-99-FIM                                       00047700
            END-IF.                                                     00047800
                                                                        00047900
            IF WRK-QT-PRODUTOS NOT LESS 5000                            00048000
                MOVE ' TABELA DE PRODUTOS CHEIA ' TO WRK-MSG            00048100
                PERFORM 9000-TRATAR-ERROS                               00048200
            END-IF.                                                     00048300
            ADD 1 TO WRK-QT-PRODUTOS.                                   00048400
            MOVE WRK-REG-COD     TO WRK-TPR-COD(WRK-QT-PRODUTOS).       00048500
            MOVE WRK-REG-PROD    TO WRK-TPR-NOME(WRK-QT-PRODUTOS).      00048600
            MOVE ZEROS           TO WRK-TPR-TOTAL(WRK-QT-PRODUTOS)      00048700
                                    WRK-TPR-QUADRADOS(WRK-QT-PRODUTOS)  00048800
                                    WRK-TPR-DIA-ATUAL(WRK-QT-PRODUTOS)  00048900
                                    WRK-TPR-QTDE-DIA(WRK-QT-PRODUTOS)   00049000
                                    WRK-TPR-PONTO-ANT(WRK-QT-PRODUTOS). 00049100
            MOVE 'N'             TO WRK-TPR-ANT-ACHADO(WRK-QT-PRODUTOS).00049200
                                                                        00049300
            MOVE 'N' TO WRK-FORN-ACHADO.                                00049400
            IF WRK-REG-COD-FORN NUMERIC                                 00049500
               AND WRK-REG-COD-FORN NOT EQUAL ZEROS                     00049600
                PERFORM 1220-PROCURAR-FORNECEDOR                        00049700
                    VARYING WRK-IDX-FORN FROM 1 BY 1                    00049800
                    UNTIL WRK-IDX-FORN GREATER WRK-QT-FORNECEDORES      00049900
                       OR WRK-FORN-ACHADO EQUAL 'S'                     00050000
            END-IF.                                                     00050100
                                                                        00050200
            IF WRK-FORN-ACHADO EQUAL 'S'                                00050300
                SUBTRACT 1 FROM WRK-IDX-FORN                            00050400
                MOVE WRK-TFO-PRAZO-ENTREGA(WRK-IDX-FORN)                00050500
                     TO WRK-TPR-PRAZO(WRK-QT-PRODUTOS)                  00050600
            END-IF.                                                     00050700
            IF WRK-FORN-ACHADO EQUAL 'N'                                00050800
               OR WRK-TPR-PRAZO(WRK-QT-PRODUTOS) EQUAL ZEROS            00050900
                MOVE WRK-PRAZO-PADRAO TO WRK-TPR-PRAZO(WRK-QT-PRODUTOS) 00051000
            END-IF.                                                     00051100
                                                                        00051200
      *----------------------------------------------------------------*00051300
       1210-99-FIM.            EXIT.                                    00051400
      *----------------------------------------------------------------*00051500
      *----------------------------------------------------------------*00051600
       1220-PROCURAR-FORNECEDOR           SECTION.                      00051700
      *----------------------------------------------------------------*00051800
                                                                        00051900
            IF WRK-TFO-CODIGO(WRK-IDX-FORN) EQUAL WRK-REG-COD-FORN      00052000
                MOVE 'S' TO WRK-FORN-ACHADO                             00052100
            END-IF.                                                     00052200
                                                                        00052300
      *----------------------------------------------------------------*00052400
       1220-99-FIM.            EXIT.                                    00052500
      *----------------------------------------------------------------*00052600
      *----------------------------------------------------------------*00052700
       1300-CARREGAR-ANTERIOR             SECTION.                      00052800
      *----------------------------------------------------------------*00052900
      *    CALCULO DO MES ANTERIOR, SO PARA O RELATORIO DE VARIACAO.    00053000
      *    NA PRIMEIRA RODADA NAO EXISTE E TODOS SAEM COMO NOVOS.       00053100
      *----------------------------------------------------------------*00053200
                                                                        00053300
            OPEN INPUT REPENT.                                          00053400
            IF WRK-FS-REPENT EQUAL '35'                                 00053500
                DISPLAY 'REPENT AUSENTE - SEM CALCULO ANTERIOR'         00053600
                GO TO 1300-99-FIM                                       00053700
            END-IF.                                                     00053800
            IF WRK-FS-REPENT NOT EQUAL ZEROS                            00053900
                MOVE ' ERRO ABERTURA REPENT ' TO WRK-MSG                00054000
                PERFORM 9000-TRATAR-ERROS                               00054100
            END-IF.                                                     00054200
                                                                        00054300
            PERFORM 1310-LER-ANTERIOR                                   00054400
                UNTIL WRK-FS-REPENT EQUAL '10'.                         00054500
            CLOSE REPENT.                                               00054600
                                                                        00054700
      *----------------------------------------------------------------*00054800
       1300-99-FIM.            EXIT.                                    00054900
      *----------------------------------------------------------------*00055000
      *----------------------------------------------------------------*00055100
       1310-LER-ANTERIOR                  SECTION.                      00055200
      *----------------------------------------------------------------*00055300
                                                                        00055400
            READ REPENT INTO WRK-REG-REPPRD.                            00055500
            IF WRK-FS-REPENT NOT EQUAL ZEROS                            00055600
                MOVE '10' TO WRK-FS-REPENT                              00055700
                GO TO 1310-99-FIM                                       00055800
            END-IF.                                                     00055900
            ADD 1 TO WRK-ACU-ANTERIORES.                                00056000
                                                                        00056100
            IF WRK-RPP-COD NOT NUMERIC                                  00056200
               OR WRK-RPP-PONTO-PEDIDO NOT NUMERIC                      00056300
                GO TO 1310-99-FIM                                       00056400
            END-IF.                                                     00056500
                                                                        00056600
            MOVE WRK-RPP-COD TO WRK-COD-PROCURADO.                      00056700
            PERFORM 2100-LOCALIZAR-PRODUTO.                             00056800
            IF WRK-PRODUTO-ACHADO EQUAL 'S'                             00056900
                MOVE WRK-RPP-PONTO-PEDIDO                               00057000
                     TO WRK-TPR-PONTO-ANT(WRK-IDX-PROD)                 00057100
                MOVE 'S' TO WRK-TPR-ANT-ACHADO(WRK-IDX-PROD)            00057200
            END-IF.                                                     00057300
                                                                        00057400
      *----------------------------------------------------------------*00057500
       1310-99-FIM.            EXIT.                                    00057600
      *----------------------------------------------------------------*00057700
      *----------------------------------------------------------------*00057800
       1500-CARREGAR-PARAMETROS           SECTION.                      00057900
      *----------------------------------------------------------------*00058000
                                                                        00058100
            OPEN INPUT PARAMS.                                          00058200
            IF WRK-FS-PARAMS             EQUAL '35'                     00058300
                DISPLAY 'PARAMS AUSENTE - USANDO VALORES PADRAO'        00058400
            ELSE                                                        00058500
                IF WRK-FS-PARAMS         NOT EQUAL ZEROS                00058600
                    MOVE ' ERRO ABERTURA PARAMS ' TO WRK-MSG            00058700
                    PERFORM 9000-TRATAR-ERROS                           00058800
                ELSE                                                    00058900
                    PERFORM 1510-LER-PARAMETRO                          00059000
                        UNTIL WRK-FS-PARAMS EQUAL '10'                  00059100
                    CLOSE PARAMS                                        00059200
                END-IF                                                  00059300
            END-IF.                                                     00059400
                                                                        00059500
            MOVE WRK-FATOR-SEGURANCA     TO WRK-FATOR-EDITADO.          00059600
            DISPLAY 'PARAMETRO JANELA-CONSUMO.: ' WRK-JANELA-CONSUMO.   00059700
            DISPLAY 'PARAMETRO FATOR-SEGURANCA: ' WRK-FATOR-EDITADO.    00059800
            DISPLAY 'PARAMETRO DIAS-COBERTURA.: ' WRK-DIAS-COBERTURA.   00059900
            DISPLAY 'PARAMETRO VARIACAO-PONTO.: ' WRK-VARIACAO-PONTO.   00060000
            DISPLAY 'PARAMETRO PRAZO-PADRAO...: ' WRK-PRAZO-PADRAO.     00060100
                                                                        00060200
      *----------------------------------------------------------------*00060300
       1500-99-FIM.            EXIT.                                    00060400
      *----------------------------------------------------------------*00060500
      *----------------------------------------------------------------*00060600
       1510-LER-PARAMETRO                 SECTION.                      00060700
      *----------------------------------------------------------------*00060800
                                                                        00060900
            READ PARAMS INTO WRK-REG-PARAM.                             00061000
                                                                        00061100
            IF WRK-FS-PARAMS             NOT EQUAL ZEROS                00061200
                MOVE '10' TO WRK-FS-PARAMS                              00061300
                GO TO 1510-99-FIM                                       00061400
            END-IF.                                                     00061500
                                                                        00061600
            IF WRK-PARAM-DATA-EFET       GREATER WRK-DATA-CORTE         00061700
                GO TO 1510-99-FIM                                       00061800
            END-IF.                                                     00061900
                                                                        00062000
            IF WRK-PARAM-NOME            EQUAL 'JANELA-CONSUMO'         00062100
               AND WRK-PARAM-DATA-EFET   NOT LESS WRK-VIG-JANELA        00062200
                IF WRK-PARAM-VALOR(1:5)  NUMERIC                        00062300
                   AND WRK-PARAM-VALOR(1:5) GREATER '00000'             00062400
                    MOVE WRK-PARAM-VALOR(1:5) TO WRK-JANELA-CONSUMO     00062500
                    MOVE WRK-PARAM-DATA-EFET  TO WRK-VIG-JANELA         00062600
                ELSE                                                    00062700
                    DISPLAY 'PARAMETRO JANELA-CONSUMO INVALIDO - '      00062800
                            'IGNORADO: ' WRK-PARAM-VALOR                00062900
                END-IF                                                  00063000
            END-IF.                                                     00063100
                                                                        00063200
            IF WRK-PARAM-NOME            EQUAL 'FATOR-SEGURANCA'        00063300
               AND WRK-PARAM-DATA-EFET   NOT LESS WRK-VIG-FATOR         00063400
                IF WRK-PARAM-VALOR(1:5)  NUMERIC                        00063500
                    MOVE WRK-PARAM-VALOR(1:5)                           00063600
                                         TO WRK-FATOR-SEGURANCA-N       00063700
                    MOVE WRK-PARAM-DATA-EFET  TO WRK-VIG-FATOR          00063800
                ELSE                                                    00063900
                    DISPLAY 'PARAMETRO FATOR-SEGURANCA NAO NUMERICO - ' 00064000
                            'IGNORADO: ' WRK-PARAM-VALOR                00064100
                END-IF                                                  00064200
            END-IF.                                                     00064300
                                                                        00064400
            IF WRK-PARAM-NOME            EQUAL 'DIAS-COBERTURA'         00064500
               AND WRK-PARAM-DATA-EFET   NOT LESS WRK-VIG-COBERTURA     00064600
                IF WRK-PARAM-VALOR(1:5)  NUMERIC                        00064700
                    MOVE WRK-PARAM-VALOR(1:5) TO WRK-DIAS-COBERTURA     00064800
                    MOVE WRK-PARAM-DATA-EFET  TO WRK-VIG-COBERTURA      00064900
                ELSE                                                    00065000
                    DISPLAY 'PARAMETRO DIAS-COBERTURA NAO NUMERICO - '  00065100
                            'IGNORADO: ' WRK-PARAM-VALOR                00065200
                END-IF                                                  00065300
            END-IF.                                                     00065400
                                                                        00065500
            IF WRK-PARAM-NOME            EQUAL 'VARIACAO-PONTO'         00065600
               AND WRK-PARAM-DATA-EFET   NOT LESS WRK-VIG-VARIACAO      00065700
                IF WRK-PARAM-VALOR(1:5)  NUMERIC                        00065800
                    MOVE WRK-PARAM-VALOR(1:5) TO WRK-VARIACAO-PONTO     00065900
                    MOVE WRK-PARAM-DATA-EFET  TO WRK-VIG-VARIACAO       00066000
                ELSE                                                    00066100
                    DISPLAY 'PARAMETRO VARIACAO-PONTO NAO NUMERICO - '  00066200
                            'IGNORADO: ' WRK-PARAM-VALOR                00066300
                END-IF                                                  00066400
            END-IF.                                                     00066500
                                                                        00066600
            IF WRK-PARAM-NOME            EQUAL 'PRAZO-PADRAO'           00066700
               AND WRK-PARAM-DATA-EFET   NOT LESS WRK-VIG-PRAZO         00066800
                IF WRK-PARAM-VALOR(1:5)  NUMERIC                        00066900
                   AND WRK-PARAM-VALOR(1:5) GREATER '00000'             00067000
                   AND WRK-PARAM-VALOR(1:5) NOT GREATER '00999'         00067100
                    MOVE WRK-PARAM-VALOR(1:5) TO WRK-PRAZO-PADRAO       00067200
                    MOVE WRK-PARAM-DATA-EFET  TO WRK-VIG-PRAZO          00067300
                ELSE                                                    00067400
                    DISPLAY 'PARAMETRO PRAZO-PADRAO INVALIDO - '        00067500
                            'IGNORADO: ' WRK-PARAM-VALOR                00067600
                END-IF                                                  00067700
            END-IF.                                                     00067800
                                                                        00067900
      *----------------------------------------------------------------*00068000
       1510-99-FIM.            EXIT.                                    00068100
      *----------------------------------------------------------------*00068200
      *----------------------------------------------------------------*00068300
       1600-LER-DATA-RODADA               SECTION.                      00068400
      *----------------------------------------------------------------*00068500
                                                                        00068600
            OPEN INPUT RUNCTL.                                          00068700
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00068800
                MOVE ' RUNCTL AUSENTE - RODAR FR06CB01 ' TO WRK-MSG     00068900
                PERFORM 9000-TRATAR-ERROS                               00069000
            END-IF.                                                     00069100
                                                                        00069200
            READ RUNCTL INTO WRK-RUNCTL.                                00069300
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00069400
               OR WRK-RUNCTL-TIPO NOT EQUAL '1'                         00069500
                MOVE ' RUNCTL SEM REGISTRO DE ABERTURA ' TO WRK-MSG     00069600
                PERFORM 9000-TRATAR-ERROS                               00069700
            END-IF.                                                     00069800
                                                                        00069900
            MOVE WRK-RUNCTL-DATA TO WRK-DATA-RODADA.                    00070000
            CLOSE RUNCTL.                                               00070100
                                                                        00070200
            MOVE WRK-DATA-RODADA(5:4)  TO WRK-DATA-CORTE(1:4).          00070300
            MOVE WRK-DATA-RODADA(3:2)  TO WRK-DATA-CORTE(5:2).          00070400
            MOVE WRK-DATA-RODADA(1:2)  TO WRK-DATA-CORTE(7:2).          00070500
                                                                        00070600
      *----------------------------------------------------------------*00070700
       1600-99-FIM.            EXIT.                                    00070800
      *----------------------------------------------------------------*00070900
      *----------------------------------------------------------------*00071000
       1700-CALCULAR-NUM-DIA              SECTION.                      00071100
      *----------------------------------------------------------------*00071200
      *    NUMERO SEQUENCIAL DO DIA (CALENDARIO GREGORIANO) DA DATA EM  00071300
      *    WRK-DATA-CALC, COMO NO FR06C120.                             00071400
      *----------------------------------------------------------------*00071500
                                                                        00071600
            MOVE WRK-ANO TO WRK-ANO-AJUSTADO.                           00071700
            IF WRK-MES LESS 3                                           00071800
                SUBTRACT 1 FROM WRK-ANO-AJUSTADO                        00071900
            END-IF.                                                     00072000
                                                                        00072100
            COMPUTE WRK-Q4   = WRK-ANO-AJUSTADO / 4.                    00072200
            COMPUTE WRK-Q100 = WRK-ANO-AJUSTADO / 100.                  00072300
            COMPUTE WRK-Q400 = WRK-ANO-AJUSTADO / 400.                  00072400
            COMPUTE WRK-BISSEXTOS = WRK-Q4 - WRK-Q100 + WRK-Q400.       00072500
                                                                        00072600
            COMPUTE WRK-NUM-DIA =                                       00072700
                (365 * WRK-ANO) + WRK-BISSEXTOS                         00072800
                + WRK-DIAS-ACUM(WRK-MES) + WRK-DIA.                     00072900
                                                                        00073000
      *----------------------------------------------------------------*00073100
       1700-99-FIM.            EXIT.                                    00073200
      *----------------------------------------------------------------*00073300
      *----------------------------------------------------------------*00073400
       1800-LER-KARDEX                    SECTION.                      00073500
      *----------------------------------------------------------------*00073600
                                                                        00073700
            READ KARDEX INTO WRK-REG-KARDEX.                            00073800
            IF WRK-FS-KARDEX NOT EQUAL ZEROS                            00073900
                MOVE '10' TO WRK-FS-KARDEX                              00074000
                GO TO 1800-99-FIM                                       00074100
            END-IF.                                                     00074200
            ADD 1 TO WRK-ACU-KARDEX-LIDOS.                              00074300
                                                                        00074400
      *----------------------------------------------------------------*00074500
       1800-99-FIM.            EXIT.                                    00074600
      *----------------------------------------------------------------*00074700
      *----------------------------------------------------------------*00074800
       2000-PROCESSAR                     SECTION.                      00074900
      *----------------------------------------------------------------*00075000
      *    SO AS SAIDAS ('S') SAO CONSUMO; ENTRADAS E TRANSFERENCIAS    00075100
      *    ENTRE ARMAZENS NAO ENTRAM NA CONTA.                          00075200
      *----------------------------------------------------------------*00075300
                                                                        00075400
            IF WRK-KDX-TIPO NOT EQUAL 'S'                               00075500
                GO TO 2000-88-LER                                       00075600
            END-IF.                                                     00075700
                                                                        00075800
            IF WRK-KDX-COD NOT NUMERIC                                  00075900
               OR WRK-KDX-DATA NOT NUMERIC                              00076000
               OR WRK-KDX-QTDE NOT NUMERIC                              00076100
                ADD 1 TO WRK-ACU-KARDEX-INVALIDOS                       00076200
                GO TO 2000-88-LER                                       00076300
            END-IF.                                                     00076400
                                                                        00076500
            MOVE WRK-KDX-DATA TO WRK-DATA-CALC-N.                       00076600
            IF WRK-MES LESS 1                                           00076700
               OR WRK-MES GREATER 12                                    00076800
                ADD 1 TO WRK-ACU-KARDEX-INVALIDOS                       00076900
                GO TO 2000-88-LER                                       00077000
            END-IF.                                                     00077100
                                                                        00077200
            PERFORM 1700-CALCULAR-NUM-DIA.                              00077300
            IF WRK-NUM-DIA NOT GREATER WRK-NUM-DIA-INICIO               00077400
               OR WRK-NUM-DIA GREATER WRK-NUM-DIA-RODADA                00077500
                GO TO 2000-88-LER                                       00077600
            END-IF.                                                     00077700
                                                                        00077800
            MOVE WRK-KDX-COD TO WRK-COD-PROCURADO.                      00077900
            PERFORM 2100-LOCALIZAR-PRODUTO.                             00078000
            IF WRK-PRODUTO-ACHADO EQUAL 'N'                             00078100
                ADD 1 TO WRK-ACU-KARDEX-SEM-PROD                        00078200
                GO TO 2000-88-LER                                       00078300
            END-IF.                                                     00078400
                                                                        00078500
            PERFORM 2200-ACUMULAR-SAIDA.                                00078600
                                                                        00078700
       2000-88-LER.                                                     00078800
            PERFORM 1800-LER-KARDEX.                                    00078900
                                                                        00079000
      *----------------------------------------------------------------*00079100
       2000-99-FIM.            EXIT.                                    00079200
      *----------------------------------------------------------------*00079300
      *----------------------------------------------------------------*00079400
       2100-LOCALIZAR-PRODUTO             SECTION.                      00079500
      *----------------------------------------------------------------*00079600
                                                                        00079700
            MOVE 'N' TO WRK-PRODUTO-ACHADO.                             00079800
            PERFORM 2110-COMPARAR-PRODUTO                               00079900
                VARYING WRK-IDX-PROD FROM 1 BY 1                        00080000
                UNTIL WRK-IDX-PROD GREATER WRK-QT-PRODUTOS              00080100
                   OR WRK-PRODUTO-ACHADO EQUAL 'S'.                     00080200
            IF WRK-PRODUTO-ACHADO EQUAL 'S'                             00080300
                SUBTRACT 1 FROM WRK-IDX-PROD                            00080400
            END-IF.                                                     00080500
                                                                        00080600
      *----------------------------------------------------------------*00080700
       2100-99-FIM.            EXIT.                                    00080800
      *----------------------------------------------------------------*00080900
      *----------------------------------------------------------------*00081000
       2110-COMPARAR-PRODUTO              SECTION.                      00081100
      *----------------------------------------------------------------*00081200
                                                                        00081300
            IF WRK-TPR-COD(WRK-IDX-PROD) EQUAL WRK-COD-PROCURADO        00081400
                MOVE 'S' TO WRK-PRODUTO-ACHADO                          00081500
            END-IF.                                                     00081600
                                                                        00081700
      *----------------------------------------------------------------*00081800
       2110-99-FIM.            EXIT.                                    00081900
      *----------------------------------------------------------------*00082000
      *----------------------------------------------------------------*00082100
       2200-ACUMULAR-SAIDA                SECTION.                      00082200
      *----------------------------------------------------------------*00082300
      *    O KARDEX VEM EM ORDEM DE DATA: QUANDO O DIA DO PRODUTO       00082400
      *    MUDA, O TOTAL DO DIA ANTERIOR ENTRA NA SOMA DOS QUADRADOS.   00082500
      *----------------------------------------------------------------*00082600
                                                                        00082700
            IF WRK-TPR-DIA-ATUAL(WRK-IDX-PROD) NOT EQUAL WRK-NUM-DIA    00082800
                PERFORM 2210-FECHAR-DIA                                 00082900
                MOVE WRK-NUM-DIA TO WRK-TPR-DIA-ATUAL(WRK-IDX-PROD)     00083000
            END-IF.                                                     00083100
                                                                        00083200
            ADD WRK-KDX-QTDE TO WRK-TPR-QTDE-DIA(WRK-IDX-PROD)          00083300
                                WRK-TPR-TOTAL(WRK-IDX-PROD).            00083400
            ADD 1 TO WRK-ACU-SAIDAS-JANELA.                             00083500
                                                                        00083600
      *----------------------------------------------------------------*00083700
       2200-99-FIM.            EXIT.                                    00083800
      *----------------------------------------------------------------*00083900
      *----------------------------------------------------------------*00084000
       2210-FECHAR-DIA                    SECTION.                      00084100
      *----------------------------------------------------------------*00084200
                                                                        00084300
            COMPUTE WRK-TPR-QUADRADOS(WRK-IDX-PROD) =                   00084400
                WRK-TPR-QUADRADOS(WRK-IDX-PROD)                         00084500
                + WRK-TPR-QTDE-DIA(WRK-IDX-PROD)                        00084600
                * WRK-TPR-QTDE-DIA(WRK-IDX-PROD).                       00084700
            MOVE ZEROS TO WRK-TPR-QTDE-DIA(WRK-IDX-PROD).               00084800
                                                                        00084900
      *----------------------------------------------------------------*00085000
       2210-99-FIM.            EXIT.                                    00085100
      *----------------------------------------------------------------*00085200
      *----------------------------------------------------------------*00085300
       3000-FINALIZAR                     SECTION.                      00085400
      *----------------------------------------------------------------*00085500
                                                                        00085600
            CLOSE KARDEX.                                               00085700
                                                                        00085800
            OPEN OUTPUT REPSAI                                          00085900
                        RELREP.                                         00086000
            IF WRK-FS-REPSAI NOT EQUAL ZEROS                            00086100
                MOVE ' ERRO ABERTURA REPSAI ' TO WRK-MSG                00086200
                PERFORM 9000-TRATAR-ERROS                               00086300
            END-IF.                                                     00086400
            IF WRK-FS-RELREP NOT EQUAL ZEROS                            00086500
                MOVE ' ERRO ABERTURA RELREP ' TO WRK-MSG                00086600
                PERFORM 9000-TRATAR-ERROS                               00086700
            END-IF.                                                     00086800
                                                                        00086900
            MOVE WRK-DATA-RODADA         TO WRK-CAB-DATA.               00087000
            MOVE WRK-JANELA-CONSUMO      TO WRK-CPA-JANELA.             00087100
            MOVE WRK-FATOR-SEGURANCA     TO WRK-CPA-FATOR.              00087200
            MOVE WRK-DIAS-COBERTURA      TO WRK-CPA-COBERTURA.          00087300
            MOVE WRK-VARIACAO-PONTO      TO WRK-CPA-VARIACAO.           00087400
            WRITE FD-RELREP FROM WRK-CABEC-REL.                         00087500
            WRITE FD-RELREP FROM WRK-CABEC-PARAMETROS.                  00087600
            WRITE FD-RELREP FROM WRK-LINHA-TRACO.                       00087700
            WRITE FD-RELREP FROM WRK-CABEC-COLUNAS.                     00087800
                                                                        00087900
            PERFORM 3100-CALCULAR-PRODUTO                               00088000
                VARYING WRK-IDX-PROD FROM 1 BY 1                        00088100
                UNTIL WRK-IDX-PROD GREATER WRK-QT-PRODUTOS.             00088200
                                                                        00088300
            WRITE FD-RELREP FROM WRK-LINHA-TRACO.                       00088400
            MOVE 'PRODUTOS CALCULADOS'        TO WRK-LTT-ROTULO.        00088500
            MOVE WRK-QT-PRODUTOS              TO WRK-LTT-VALOR.         00088600
            WRITE FD-RELREP FROM WRK-LINHA-TOTAL.                       00088700
            MOVE 'PRODUTOS COM CONSUMO'       TO WRK-LTT-ROTULO.        00088800
            MOVE WRK-ACU-COM-CONSUMO          TO WRK-LTT-VALOR.         00088900
            WRITE FD-RELREP FROM WRK-LINHA-TOTAL.                       00089000
            MOVE 'PRODUTOS SEM CONSUMO'       TO WRK-LTT-ROTULO.        00089100
            MOVE WRK-ACU-SEM-CONSUMO          TO WRK-LTT-VALOR.         00089200
            WRITE FD-RELREP FROM WRK-LINHA-TOTAL.                       00089300
            MOVE 'PONTOS ALTERADOS'           TO WRK-LTT-ROTULO.        00089400
            MOVE WRK-ACU-ALTERADOS            TO WRK-LTT-VALOR.         00089500
            WRITE FD-RELREP FROM WRK-LINHA-TOTAL.                       00089600
                                                                        00089700
            CLOSE REPSAI                                                00089800
                  RELREP.                                               00089900
                                                                        00090000
            DISPLAY '------------------------------------------------'. 00090100
            DISPLAY '  KARDEX LIDOS.........: ' WRK-ACU-KARDEX-LIDOS.   00090200
            DISPLAY '  SAIDAS NA JANELA.....: ' WRK-ACU-SAIDAS-JANELA.  00090300
            DISPLAY '  SAIDAS SEM PRODUTO...: '                         00090400
                    WRK-ACU-KARDEX-SEM-PROD.                            00090500
            DISPLAY '  SAIDAS INVALIDAS.....: '                         00090600
                    WRK-ACU-KARDEX-INVALIDOS.                           00090700
            DISPLAY '  CALCULO ANTERIOR.....: ' WRK-ACU-ANTERIORES.     00090800
            DISPLAY '  PRODUTOS CALCULADOS..: ' WRK-QT-PRODUTOS.        00090900
            DISPLAY '  PRODUTOS COM CONSUMO.: ' WRK-ACU-COM-CONSUMO.    00091000
            DISPLAY '  PONTOS ALTERADOS.....: ' WRK-ACU-ALTERADOS.      00091100
            DISPLAY '------------------------------------------------'. 00091200
                                                                        00091300
            STOP RUN.                                                   00091400
                                                                        00091500
      *----------------------------------------------------------------*00091600
       3000-99-FIM.            EXIT.                                    00091700
      *----------------------------------------------------------------*00091800
      *----------------------------------------------------------------*00091900
       3100-CALCULAR-PRODUTO              SECTION.                      00092000
      *----------------------------------------------------------------*00092100
      *    MEDIA E VARIANCIA SOBRE TODOS OS DIAS DA JANELA; A SOMA DOS  00092200
      *    QUADRADOS SO TEM OS DIAS COM SAIDA (OS OUTROS VALEM ZERO).   00092300
      *----------------------------------------------------------------*00092400
                                                                        00092500
            PERFORM 2210-FECHAR-DIA.                                    00092600
                                                                        00092700
            MOVE ZEROS TO WRK-MEDIA                                     00092800
                          WRK-DESVIO                                    00092900
                          WRK-PONTO-CALC                                00093000
                          WRK-REPOSICAO-CALC.                           00093100
                                                                        00093200
            IF WRK-TPR-TOTAL(WRK-IDX-PROD) EQUAL ZEROS                  00093300
                ADD 1 TO WRK-ACU-SEM-CONSUMO                            00093400
                GO TO 3100-88-GRAVAR                                    00093500
            END-IF.                                                     00093600
            ADD 1 TO WRK-ACU-COM-CONSUMO.                               00093700
                                                                        00093800
            COMPUTE WRK-MEDIA =                                         00093900
                WRK-TPR-TOTAL(WRK-IDX-PROD) / WRK-JANELA-CONSUMO.       00094000
            COMPUTE WRK-VARIANCIA =                                     00094100
                WRK-TPR-QUADRADOS(WRK-IDX-PROD) / WRK-JANELA-CONSUMO    00094200
                - WRK-MEDIA * WRK-MEDIA.                                00094300
            IF WRK-VARIANCIA GREATER ZEROS                              00094400
                COMPUTE WRK-DESVIO = WRK-VARIANCIA ** 0,5               00094500
            END-IF.                                                     00094600
            COMPUTE WRK-RAIZ-PRAZO = WRK-TPR-PRAZO(WRK-IDX-PROD) ** 0,5.00094700
                                                                        00094800
            COMPUTE WRK-PONTO-CALC ROUNDED =                            00094900
                WRK-MEDIA * WRK-TPR-PRAZO(WRK-IDX-PROD)                 00095000
                + WRK-FATOR-SEGURANCA * WRK-DESVIO * WRK-RAIZ-PRAZO.    00095100
            COMPUTE WRK-REPOSICAO-CALC ROUNDED =                        00095200
                WRK-MEDIA * WRK-DIAS-COBERTURA.                         00095300
            IF WRK-REPOSICAO-CALC EQUAL ZEROS                           00095400
                MOVE 1 TO WRK-REPOSICAO-CALC                            00095500
            END-IF.                                                     00095600
            IF WRK-PONTO-CALC GREATER 99999                             00095700
                MOVE 99999 TO WRK-PONTO-CALC                            00095800
            END-IF.                                                     00095900
            IF WRK-REPOSICAO-CALC GREATER 99999                         00096000
                MOVE 99999 TO WRK-REPOSICAO-CALC                        00096100
            END-IF.                                                     00096200
                                                                        00096300
       3100-88-GRAVAR.                                                  00096400
            MOVE SPACES                  TO WRK-REG-REPPRD.             00096500
            MOVE WRK-TPR-COD(WRK-IDX-PROD) TO WRK-RPP-COD.              00096600
            COMPUTE WRK-RPP-CONSUMO-MEDIO ROUNDED = WRK-MEDIA.          00096700
            COMPUTE WRK-RPP-DESVIO ROUNDED = WRK-DESVIO.                00096800
            MOVE WRK-TPR-PRAZO(WRK-IDX-PROD) TO WRK-RPP-PRAZO-ENTREGA.  00096900
            MOVE WRK-PONTO-CALC          TO WRK-RPP-PONTO-PEDIDO.       00097000
            MOVE WRK-REPOSICAO-CALC      TO WRK-RPP-QTDE-REPOSICAO.     00097100
            MOVE WRK-JANELA-CONSUMO      TO WRK-RPP-DIAS-JANELA.        00097200
            MOVE WRK-DATA-RODADA         TO WRK-RPP-DATA-CALCULO.       00097300
            WRITE FD-REPSAI FROM WRK-REG-REPPRD.                        00097400
                                                                        00097500
            PERFORM 3200-AVALIAR-VARIACAO.                              00097600
                                                                        00097700
      *----------------------------------------------------------------*00097800
       3100-99-FIM.            EXIT.                                    00097900
      *----------------------------------------------------------------*00098000
      *----------------------------------------------------------------*00098100
       3200-AVALIAR-VARIACAO              SECTION.                      00098200
      *----------------------------------------------------------------*00098300
      *    LISTA QUANDO A DIFERENCA PASSA DO PERCENTUAL SOBRE O PONTO   00098400
      *    ANTERIOR, OU QUANDO O PRODUTO NAO TINHA PONTO E PASSOU A TER.00098500
      *----------------------------------------------------------------*00098600
                                                                        00098700
            MOVE 'N' TO WRK-LISTAR.                                     00098800
            MOVE SPACES TO WRK-LRP-VARIACAO-X.                          00098900
                                                                        00099000
            IF WRK-TPR-ANT-ACHADO(WRK-IDX-PROD) EQUAL 'N'               00099100
               OR WRK-TPR-PONTO-ANT(WRK-IDX-PROD) EQUAL ZEROS           00099200
                IF WRK-RPP-PONTO-PEDIDO GREATER ZEROS                   00099300
                    MOVE 'S'    TO WRK-LISTAR                           00099400
                    MOVE ' NOVO' TO WRK-LRP-VARIACAO-X                  00099500
                END-IF                                                  00099600
                GO TO 3200-88-LISTAR                                    00099700
            END-IF.                                                     00099800
                                                                        00099900
            IF WRK-RPP-PONTO-PEDIDO GREATER                             00100000
               WRK-TPR-PONTO-ANT(WRK-IDX-PROD)                          00100100
                SUBTRACT WRK-TPR-PONTO-ANT(WRK-IDX-PROD)                00100200
                    FROM WRK-RPP-PONTO-PEDIDO GIVING WRK-DIFERENCA      00100300
            ELSE                                                        00100400
                SUBTRACT WRK-RPP-PONTO-PEDIDO                           00100500
                    FROM WRK-TPR-PONTO-ANT(WRK-IDX-PROD)                00100600
                    GIVING WRK-DIFERENCA                                00100700
            END-IF.                                                     00100800
                                                                        00100900
            IF WRK-DIFERENCA * 100 GREATER                              00101000
               WRK-VARIACAO-PONTO * WRK-TPR-PONTO-ANT(WRK-IDX-PROD)     00101100
                MOVE 'S' TO WRK-LISTAR                                  00101200
                COMPUTE WRK-VARIACAO-PCT ROUNDED =                      00101300
                    (WRK-RPP-PONTO-PEDIDO                               00101400
                     - WRK-TPR-PONTO-ANT(WRK-IDX-PROD)) * 100           00101500
                    / WRK-TPR-PONTO-ANT(WRK-IDX-PROD)                   00101600
                MOVE WRK-VARIACAO-PCT TO WRK-LRP-VARIACAO               00101700
            END-IF.                                                     00101800
                                                                        00101900
       3200-88-LISTAR.                                                  00102000
            IF WRK-LISTAR EQUAL 'N'                                     00102100
                GO TO 3200-99-FIM                                       00102200
            END-IF.                                                     00102300
                                                                        00102400
            ADD 1 TO WRK-ACU-ALTERADOS.                                 00102500
            MOVE WRK-RPP-COD                 TO WRK-LRP-COD.            00102600
            MOVE WRK-TPR-NOME(WRK-IDX-PROD)  TO WRK-LRP-NOME.           00102700
            MOVE WRK-TPR-PONTO-ANT(WRK-IDX-PROD) TO WRK-LRP-ANTERIOR.   00102800
            MOVE WRK-RPP-PONTO-PEDIDO        TO WRK-LRP-NOVO.           00102900
            MOVE WRK-RPP-CONSUMO-MEDIO       TO WRK-LRP-CONSUMO.        00103000
            MOVE WRK-RPP-DESVIO              TO WRK-LRP-DESVIO.         00103100
            MOVE WRK-RPP-PRAZO-ENTREGA       TO WRK-LRP-PRAZO.          00103200
            MOVE WRK-RPP-QTDE-REPOSICAO      TO WRK-LRP-REPOSICAO.      00103300
            WRITE FD-RELREP FROM WRK-LINHA-PONTO.                       00103400
                                                                        00103500
      *----------------------------------------------------------------*00103600
       3200-99-FIM.            EXIT.                                    00103700
      *----------------------------------------------------------------*00103800
      *----------------------------------------------------------------*00103900
       9000-TRATAR-ERROS                  SECTION.                      00104000
      *----------------------------------------------------------------*00104100
                                                                        00104200
             MOVE 'FR06C139'       TO WRK-ERR-PROGRAMA.                 00104300
             MOVE '9000'           TO WRK-ERR-SECTION.                  00104400
             MOVE WRK-MSG          TO WRK-ERR-MSG.                      00104500
             MOVE SPACES           TO WRK-ERR-STATUS.                   00104600
             MOVE WRK-FS-ARQPROD   TO WRK-ERR-STATUS(1:2).              00104700
             MOVE WRK-FS-KARDEX    TO WRK-ERR-STATUS(3:2).              00104800
             MOVE WRK-FS-FORNMST   TO WRK-ERR-STATUS(5:2).              00104900
             MOVE WRK-FS-REPSAI    TO WRK-ERR-STATUS(7:2).              00105000
             MOVE WRK-FS-RELREP    TO WRK-ERR-STATUS(9:2).              00105100
             MOVE 'F'              TO WRK-ERR-SEVERIDADE.               00105200
                                                                        00105300
             CALL 'TRTERRO'        USING WRK-TRTERRO.                   00105400
                                                                        00105500
      *----------------------------------------------------------------*00105600
       9000-99-FIM.            EXIT.                                    00105700
      *----------------------------------------------------------------*00105800
