      *================================================================*00000100
       IDENTIFICATION                            DIVISION.              00000200
      *================================================================*00000300
                                                                        00000400
       PROGRAM-ID.  FR06C141.                                           00000500
                                                                        00000600
      *================================================================*00000700
      *     AUTOR.......: JOEI LORENTI                                  00000800
      *     ANALISTA....: IVAN SANCHES                                  00000900
      *     EMPRESA.....: FOURSYS                                       00001000
      *     DATA........: 15/10/2026                                    00001100
      *----------------------------------------------------------------*00001200
      *                                                                 00001300
      *     OBJETIVO: CARGA NOTURNA DO KSDS DE PRODUTOS (VSAMPRD,       00001400
      *               LAYOUT B#PRODK, CHAVE = CODIGO) PARA A CONSULTA   00001500
      *               ONLINE DE ESTOQUE (F06CIPB), NO MESMO PADRAO DO   00001600
      *               FR06CB47 (VSAMCLI): LE O ARQPROD NA ORDEM DE      00001700
      *               CODIGO E GRAVA O CLUSTER, REJEITANDO CHAVE        00001800
      *               DUPLICADA OU FORA DE ORDEM COM MENSAGEM E         00001900
      *               RETURN-CODE 4 (O CLUSTER E DEFINIDO/LIMPO PELO    00002000
      *               IDCAMS NO PASSO ANTERIOR DO JCL). CADA            00002100
      *               REGISTRO LEVA O RESUMO DO DIA:                    00002200
      *               - MINIMO DO PRODUTO, COMO NO FR06CB31: PONTO DE   00002300
      *                 PEDIDO DO REPPRD OU, SEM ELE, O PARAMETRO       00002400
      *                 MIN-ESTOQUE (PADRAO 00010), E A FLAG 'S' DE     00002500
      *                 ESTOQUE ABAIXO DO MINIMO;                       00002600
      *               - QUANTIDADE AINDA NAO RECEBIDA DAS LINHAS        00002700
      *                 ABERTAS DO PEDMST (SITUACAO 'A' OU 'P') E A     00002800
      *                 PREVISAO DE ENTREGA MAIS ANTIGA: EMISSAO +      00002900
      *                 PRAZO DE ENTREGA DO FORNECEDOR NO FORNMST       00003000
      *                 (SEM PRAZO, PARAMETRO PRAZO-PADRAO, PADRAO      00003100
      *                 010), EM DIAS CORRIDOS;                         00003200
      *               - OS ULTIMOS CINCO MOVIMENTOS DO KARDEX (QUE      00003300
      *                 VEM EM ORDEM DE DATA).                          00003400
      *                                                                 00003500
      *----------------------------------------------------------------*00003600
      *     INPUT:                                                      00003700
      *     DDNAME           I/O                                        00003800
      *     RUNCTL            I   (CONTROLE DE RODADA - LRECL 80)       00003900
      *     PARAMS            I   (PARAMETROS - LRECL 50, OPCIONAL)     00004000
      *     REPPRD            I   (PARAMETROS DE REPOSICAO - LRECL 80,  00004100
      *                            OPCIONAL)                            00004200
      *     FORNMST           I   (MESTRE DE FORNECEDORES - LRECL 100)  00004300
      *     PEDMST            I   (MESTRE DE PEDIDOS - LRECL 80)        00004400
      *     KARDEX            I   (KARDEX DE ESTOQUE - LRECL 40)        00004500
      *     ARQPROD           I   (CADASTRO DE PRODUTOS - LRECL 70)     00004600
      *     VSAMPRD           O   (KSDS - CHAVE 5, LRECL 250)           00004700
      *                                                                 00004800
      *----------------------------------------------------------------*00004900
      *     MANUTENCAO:                                                 00005000
      *                                                                 00005100
      *================================================================*00005200
                                                                        00005300
      *================================================================*00005400
       ENVIRONMENT                               DIVISION.              00005500
      *================================================================*00005600
                                                                        00005700
      *----------------------------------------------------------------*00005800
       CONFIGURATION                             SECTION.               00005900
      *----------------------------------------------------------------*00006000
                                                                        00006100
       SPECIAL-NAMES.                                                   00006200
           DECIMAL-POINT IS COMMA.                                      00006300
                                                                        00006400
      *----------------------------------------------------------------*00006500
       INPUT-OUTPUT                              SECTION.               00006600
      *----------------------------------------------------------------*00006700
                                                                        00006800
       FILE-CONTROL.                                                    00006900
             SELECT RUNCTL             ASSIGN TO RUNCTL                 00007000
                FILE STATUS            IS WRK-FS-RUNCTL.                00007100
             SELECT PARAMS             ASSIGN TO PARAMS                 00007200
                FILE STATUS            IS WRK-FS-PARAMS.                00007300
             SELECT REPPRD             ASSIGN TO REPPRD                 00007400
                FILE STATUS            IS WRK-FS-REPPRD.                00007500
             SELECT FORNMST            ASSIGN TO FORNMST                00007600
                FILE STATUS            IS WRK-FS-FORNMST.               00007700
             SELECT PEDMST             ASSIGN TO PEDMST                 00007800
                FILE STATUS            IS WRK-FS-PEDMST.                00007900
             SELECT KARDEX             ASSIGN TO KARDEX                 00008000
                FILE STATUS            IS WRK-FS-KARDEX.                00008100
             SELECT ARQPROD            ASSIGN TO ARQPROD                00008200
                FILE STATUS            IS WRK-FS-ARQPROD.               00008300
             SELECT VSAMPRD            ASSIGN TO VSAMPRD                00008400
                ORGANIZATION           IS INDEXED                       00008500
                ACCESS MODE            IS SEQUENTIAL                    00008600
                RECORD KEY             IS FD-VSAM-CHAVE                 00008700
                FILE STATUS            IS WRK-FS-VSAMPRD.               00008800
                                                                        00008900
      *================================================================*00009000
       DATA                                      DIVISION.              00009100
      *================================================================*00009200
                                                                        00009300
      *----------------------------------------------------------------*00009400
       FILE                                      SECTION.               00009500
      *----------------------------------------------------------------*00009600
                                                                        00009700
       FD RUNCTL                                                        00009800
           RECORDING MODE IS F                                          00009900
           BLOCK CONTAINS 0 RECORDS.                                    00010000
       01 FD-RUNCTL                    PIC X(80).                       00010100
                                                                        00010200
       FD PARAMS                                                        00010300
           RECORDING MODE IS F                                          00010400
           BLOCK CONTAINS 0 RECORDS.                                    00010500
       01 FD-PARAMS                    PIC X(50).                       00010600
                                                                        00010700
       FD REPPRD                                                        00010800
           RECORDING MODE IS F                                          00010900
           BLOCK CONTAINS 0 RECORDS.                                    00011000
       01 FD-REPPRD                    PIC X(80).                       00011100
                                                                        00011200
       FD FORNMST                                                       00011300
           RECORDING MODE IS F                                          00011400
           BLOCK CONTAINS 0 RECORDS.                                    00011500
       01 FD-FORNMST                   PIC X(100).                      00011600
                                                                        00011700
       FD PEDMST                                                        00011800
           RECORDING MODE IS F                                          00011900
           BLOCK CONTAINS 0 RECORDS.                                    00012000
       01 FD-PEDMST                    PIC X(80).                       00012100
                                                                        00012200
       FD KARDEX                                                        00012300
           RECORDING MODE IS F                                          00012400
           BLOCK CONTAINS 0 RECORDS.                                    00012500
       01 FD-KARDEX                    PIC X(40).                       00012600
                                                                        00012700
       FD ARQPROD                                                       00012800
           RECORDING MODE IS F                                          00012900
           BLOCK CONTAINS 0 RECORDS.                                    00013000
       01 FD-ARQPROD                   PIC X(70).                       00013100
                                                                        00013200
       FD VSAMPRD.                                                      00013300
       01 FD-VSAMPRD.                                                   00013400
          05 FD-VSAM-CHAVE             PIC X(05).                       00013500
          05 FILLER                    PIC X(245).                      00013600
                                                                        00013700
      *----------------------------------------------------------------*00013800
       WORKING-STORAGE                           SECTION.               00013900
      *----------------------------------------------------------------*00014000
                                                                        00014100
      *----------------------------------------------------------------*00014200
       01 FILLER                       PIC X(50)               VALUE    00014300
            '**** AREA DOS REGISTROS DE ENTRADA E SAIDA ****'.          00014400
      *----------------------------------------------------------------*00014500
                                                                        00014600
        COPY 'B#RUNCTL'.                                                00014700
                                                                        00014800
        COPY 'B#PARAM'.                                                 00014900
                                                                        00015000
        COPY 'B#REPPRD'.                                                00015100
                                                                        00015200
        COPY 'B#FORN'.                                                  00015300
                                                                        00015400
        COPY 'B#PEDIDO'.                                                00015500
                                                                        00015600
        COPY 'B#KARDEX'.                                                00015700
                                                                        00015800
        COPY 'B#PROD'.                                                  00015900
                                                                        00016000
        COPY 'B#HDRTRL'.                                                00016100
                                                                        00016200
        COPY 'B#PRODK'.                                                 00016300
                                                                        00016400
      *----------------------------------------------------------------*00016500
       01 FILLER                       PIC X(50)               VALUE    00016600
            '**** TABELAS EM MEMORIA ****'.                             00016700
      *----------------------------------------------------------------*00016800
                                                                        00016900
      *    MOVIMENTOS DO KARDEX EMPILHADOS DO MAIS ANTIGO (1) PARA O    00017000
      *    MAIS RECENTE; NA GRAVACAO A ORDEM E INVERTIDA.               00017100
       01 WRK-TAB-PRODUTOS.                                             00017200
          05 WRK-TAB-PROD-ITEM         OCCURS 5000 TIMES.               00017300
             10 WRK-TPR-COD            PIC 9(05).                       00017400
             10 WRK-TPR-QT-ABERTA      PIC 9(07).                       00017500
             10 WRK-TPR-DATA-PREVISTA  PIC 9(08).                       00017600
             10 WRK-TPR-QT-MOVIMENTOS  PIC 9(01).                       00017700
             10 WRK-TPR-MOVIMENTO      PIC X(29) OCCURS 5 TIMES.        00017800
                                                                        00017900
       01 WRK-TAB-FORNECEDORES.                                         00018000
          05 WRK-TAB-FORN-ITEM         OCCURS 2000 TIMES.               00018100
             10 WRK-TFO-CODIGO         PIC 9(05).                       00018200
             10 WRK-TFO-PRAZO-ENTREGA  PIC 9(03).                       00018300
                                                                        00018400
       01 WRK-TAB-REPOSICAO.                                            00018500
          05 WRK-TAB-REP-ITEM          OCCURS 5000 TIMES.               00018600
             10 WRK-TRE-COD            PIC 9(05).                       00018700
             10 WRK-TRE-PONTO-PEDIDO   PIC 9(05).                       00018800
                                                                        00018900
       77 WRK-QT-PRODUTOS              PIC 9(04) VALUE ZEROS.           00019000
       77 WRK-IDX-PROD                 PIC 9(04) VALUE ZEROS.           00019100
       77 WRK-QT-FORNECEDORES          PIC 9(04) VALUE ZEROS.           00019200
       77 WRK-IDX-FORN                 PIC 9(04) VALUE ZEROS.           00019300
       77 WRK-QT-REPOSICAO             PIC 9(04) VALUE ZEROS.           00019400
       77 WRK-IDX-REP                  PIC 9(04) VALUE ZEROS.           00019500
       77 WRK-IDX-MOV                  PIC 9(01) VALUE ZEROS.           00019600
       77 WRK-IDX-SHF                  PIC 9(01) VALUE ZEROS.           00019700
       77 WRK-IDX-SAI                  PIC 9(01) VALUE ZEROS.           00019800
       77 WRK-PRODUTO-ACHADO           PIC X(01) VALUE 'N'.             00019900
       77 WRK-FORN-ACHADO              PIC X(01) VALUE 'N'.             00020000
       77 WRK-ACHOU-REP                PIC X(01) VALUE 'N'.             00020100
       77 WRK-COD-PROCURADO            PIC 9(05) VALUE ZEROS.           00020200
                                                                        00020300
      *----------------------------------------------------------------*00020400
       01 FILLER                       PIC X(50)               VALUE    00020500
            '**** AREA DE PARAMETROS ****'.                             00020600
      *----------------------------------------------------------------*00020700
                                                                        00020800
       77 WRK-MIN-ESTOQUE              PIC 9(05) VALUE 00010.           00020900
       77 WRK-PRAZO-PADRAO             PIC 9(05) VALUE 00010.           00021000
       77 WRK-VIG-MIN-ESTOQUE          PIC 9(08) VALUE ZEROS.           00021100
       77 WRK-VIG-PRAZO                PIC 9(08) VALUE ZEROS.           00021200
                                                                        00021300
      *----------------------------------------------------------------*00021400
       01 FILLER                       PIC X(50)               VALUE    00021500
            '**** AREA DE DATAS ****'.                                  00021600
      *----------------------------------------------------------------*00021700
                                                                        00021800
       01 WRK-TAB-DIAS-MES-DADOS.                                       00021900
          05 FILLER                    PIC X(24) VALUE                  00022000
             '312831303130313130313031'.                                00022100
       01 WRK-TAB-DIAS-MES REDEFINES WRK-TAB-DIAS-MES-DADOS.            00022200
          05 WRK-DIAS-MES              PIC 9(02) OCCURS 12 TIMES.       00022300
                                                                        00022400
       01 WRK-DATA-PREVISTA.                                            00022500
          05 WRK-PRV-ANO               PIC 9(04).                       00022600
          05 WRK-PRV-MES               PIC 9(02).                       00022700
          05 WRK-PRV-DIA               PIC 9(02).                       00022800
       01 WRK-DATA-PREVISTA-N REDEFINES WRK-DATA-PREVISTA               00022900
                                       PIC 9(08).                       00023000
                                                                        00023100
       77 WRK-DATA-RODADA              PIC 9(08) VALUE ZEROS.           00023200
       77 WRK-DATA-CORTE               PIC 9(08) VALUE ZEROS.           00023300
       77 WRK-PRAZO-LINHA              PIC 9(03) VALUE ZEROS.           00023400
       77 WRK-CONT-DIAS                PIC 9(03) VALUE ZEROS.           00023500
       77 WRK-ULTIMO-DIA               PIC 9(02) VALUE ZEROS.           00023600
       77 WRK-QUOCIENTE                PIC 9(04) VALUE ZEROS.           00023700
       77 WRK-RESTO-4                  PIC 9(04) VALUE ZEROS.           00023800
       77 WRK-RESTO-100                PIC 9(04) VALUE ZEROS.           00023900
       77 WRK-RESTO-400                PIC 9(04) VALUE ZEROS.           00024000
       77 WRK-QT-ABERTA                PIC 9(05) VALUE ZEROS.           00024100
                                                                        00024200
      *----------------------------------------------------------------*00024300
       01 FILLER                       PIC X(50)               VALUE    00024400
            '**** AREA DE VARIAVEIS DA FILE SEC ****'.                  00024500
      *----------------------------------------------------------------*00024600
                                                                        00024700
       77 WRK-FS-RUNCTL                PIC X(02) VALUE SPACES.          00024800
       77 WRK-FS-PARAMS                PIC X(02) VALUE SPACES.          00024900
       77 WRK-FS-REPPRD                PIC X(02) VALUE SPACES.          00025000
       77 WRK-FS-FORNMST               PIC X(02) VALUE SPACES.          00025100
       77 WRK-FS-PEDMST                PIC X(02) VALUE SPACES.          00025200
       77 WRK-FS-KARDEX                PIC X(02) VALUE SPACES.          00025300
       77 WRK-FS-ARQPROD               PIC X(02) VALUE SPACES.          00025400
       77 WRK-FS-VSAMPRD               PIC X(02) VALUE SPACES.          00025500
                                                                        00025600
      *----------------------------------------------------------------*00025700
       01 FILLER                       PIC X(50)               VALUE    00025800
            '**** AREA DE CONTADORES E AUXILIARES ****'.                00025900
      *----------------------------------------------------------------*00026000
                                                                        00026100
       77 WRK-ACU-LIDOS                PIC 9(07) VALUE ZEROS.           00026200
       77 WRK-ACU-GRAVADOS             PIC 9(07) VALUE ZEROS.           00026300
       77 WRK-ACU-REJEITADOS           PIC 9(07) VALUE ZEROS.           00026400
       77 WRK-ACU-ABAIXO-MINIMO        PIC 9(07) VALUE ZEROS.           00026500
       77 WRK-ACU-PEDIDOS-ABERTOS      PIC 9(07) VALUE ZEROS.           00026600
       77 WRK-ACU-PEDIDOS-SEM-PROD     PIC 9(07) VALUE ZEROS.           00026700
       77 WRK-ACU-KARDEX-LIDOS         PIC 9(07) VALUE ZEROS.           00026800
       77 WRK-ACU-KARDEX-SEM-PROD      PIC 9(07) VALUE ZEROS.           00026900
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00027000
                                                                        00027100
      *----------------------------------------------------------------*00027200
       01 FILLER                       PIC X(50)               VALUE    00027300
            '**** AREA DO MODULO TRTERRO ****'.                         00027400
      *----------------------------------------------------------------*00027500
                                                                        00027600
        COPY '#TRTERRO'.                                                00027700
                                                                        00027800
      *================================================================*00027900
       PROCEDURE DIVISION.                                              00028000
      *================================================================*00028100
                                                                        00028200
      *----------------------------------------------------------------*00028300
       0000-PRINCIPAL                     SECTION.                      00028400
      *----------------------------------------------------------------*00028500
                                                                        00028600
           PERFORM 1000-INICIAR.                                        00028700
                                                                        00028800
           PERFORM 2000-PROCESSAR UNTIL WRK-FS-ARQPROD EQUAL '10'.      00028900
                                                                        00029000
           PERFORM 3000-FINALIZAR.                                      00029100
                                                                        00029200
      *----------------------------------------------------------------*00029300
       0000-99-FIM.            EXIT.                                    00029400
      *----------------------------------------------------------------*00029500
      *----------------------------------------------------------------*00029600
       1000-INICIAR                       SECTION.                      00029700
      *----------------------------------------------------------------*00029800
      *    PRIMEIRA PASSADA NO ARQPROD MONTA A TABELA DE PRODUTOS, QUE  00029900
      *    RECEBE OS PEDIDOS ABERTOS E O KARDEX; A SEGUNDA GRAVA O      00030000
      *    KSDS NA ORDEM DO ARQPROD.                                    00030100
      *----------------------------------------------------------------*00030200
                                                                        00030300
            PERFORM 1600-LER-DATA-RODADA.                               00030400
            PERFORM 1500-CARREGAR-PARAMETROS.                           00030500
            PERFORM 1100-CARREGAR-FORNECEDORES.                         00030600
            PERFORM 1300-CARREGAR-REPOSICAO.                            00030700
            PERFORM 1200-CARREGAR-PRODUTOS.                             00030800
            PERFORM 1400-RESUMIR-PEDIDOS.                               00030900
            PERFORM 1700-RESUMIR-KARDEX.                                00031000
                                                                        00031100
            OPEN INPUT  ARQPROD                                         00031200
                 OUTPUT VSAMPRD.                                        00031300
                                                                        00031400
            IF WRK-FS-ARQPROD NOT EQUAL ZEROS                           00031500
                MOVE ' ERRO ABERTURA ARQPROD ' TO WRK-MSG               00031600
                PERFORM 9000-TRATAR-ERROS                               00031700
            END-IF.                                                     00031800
            IF WRK-FS-VSAMPRD NOT EQUAL ZEROS                           00031900
                MOVE ' ERRO ABERTURA VSAMPRD ' TO WRK-MSG               00032000
                PERFORM 9000-TRATAR-ERROS                               00032100
            END-IF.                                                     00032200
                                                                        00032300
            READ ARQPROD INTO WRK-REG-CABECALHO.                        00032400
            PERFORM 1800-LER-PRODUTO.                                   00032500
                                                                        00032600
      *----------------------------------------------------------------*00032700
       1000-99-FIM.            EXIT.                                    00032800
      *----------------------------------------------------------------*00032900
      *----------------------------------------------------------------*00033000
       1100-CARREGAR-FORNECEDORES         SECTION.                      00033100
      *----------------------------------------------------------------*00033200
                                                                        00033300
            OPEN INPUT FORNMST.                                         00033400
            IF WRK-FS-FORNMST NOT EQUAL ZEROS                           00033500
                MOVE ' ERRO ABERTURA FORNMST ' TO WRK-MSG               00033600
                PERFORM 9000-TRATAR-ERROS                               00033700
            END-IF.                                                     00033800
                                                                        00033900
            PERFORM 1110-LER-FORNECEDOR                                 00034000
                UNTIL WRK-FS-FORNMST EQUAL '10'.                        00034100
            CLOSE FORNMST.                                              00034200
                                                                        00034300
      *----------------------------------------------------------------*00034400
       1100-99-FIM.            EXIT.                                    00034500
      *----------------------------------------------------------------*00034600
      *----------------------------------------------------------------*00034700
       1110-LER-FORNECEDOR                SECTION.                      00034800
      *----------------------------------------------------------------*00034900
                                                                        00035000
            READ FORNMST INTO WRK-REG-FORNECEDOR.                       00035100
            IF WRK-FS-FORNMST NOT EQUAL ZEROS                           00035200
                MOVE '10' TO WRK-FS-FORNMST                             00035300
                GO TO 1110-99-FIM                                       00035400
            END-IF.                                                     00035500
                                                                        00035600
            IF WRK-QT-FORNECEDORES NOT LESS 2000                        00035700
                MOVE ' TABELA DE FORNECEDORES CHEIA ' TO WRK-MSG        00035800
                PERFORM 9000-TRATAR-ERROS                               00035900
            END-IF.                                                     00036000
                                                                        00036100
            ADD 1 TO WRK-QT-FORNECEDORES.                               00036200
            MOVE WRK-FOR-CODIGO                                         00036300
                 TO WRK-TFO-CODIGO(WRK-QT-FORNECEDORES).                00036400
            IF WRK-FOR-PRAZO-ENTREGA NUMERIC                            00036500
               AND WRK-FOR-PRAZO-ENTREGA GREATER ZEROS                  00036600
                MOVE WRK-FOR-PRAZO-ENTREGA                              00036700
                     TO WRK-TFO-PRAZO-ENTREGA(WRK-QT-FORNECEDORES)      00036800
            ELSE                                                        00036900
                MOVE WRK-PRAZO-PADRAO                                   00037000
                     TO WRK-TFO-PRAZO-ENTREGA(WRK-QT-FORNECEDORES)      00037100
            END-IF.                                                     00037200
                                                                        00037300
      *----------------------------------------------------------------*00037400
       1110-99-FIM.            EXIT.                                    00037500
      *----------------------------------------------------------------*00037600
      *----------------------------------------------------------------*00037700
       1200-CARREGAR-PRODUTOS             SECTION.                      00037800
      *----------------------------------------------------------------*00037900
                                                                        00038000
            OPEN INPUT ARQPROD.                                         00038100
            IF WRK-FS-ARQPROD NOT EQUAL ZEROS                           00038200
                MOVE ' ERRO ABERTURA ARQPROD ' TO WRK-MSG               00038300
                PERFORM 9000-TRATAR-ERROS                               00038400
            END-IF.                                                     00038500
                                                                        00038600
            READ ARQPROD INTO WRK-REG-CABECALHO.                        00038700
            IF WRK-FS-ARQPROD NOT EQUAL ZEROS                           00038800
               OR WRK-HDR-ID NOT EQUAL 'HDR'                            00038900
                MOVE ' ARQPROD SEM CABECALHO PADRAO ' TO WRK-MSG        00039000
                PERFORM 9000-TRATAR-ERROS                               00039100
            END-IF.                                                     00039200
                                                                        00039300
            PERFORM 1210-GUARDAR-PRODUTO                                00039400
                UNTIL WRK-FS-ARQPROD EQUAL '10'.                        00039500
            CLOSE ARQPROD.                                              00039600
                                                                        00039700
      *----------------------------------------------------------------*00039800
       1200-99-FIM.            EXIT.                                    00039900
      *----------------------------------------------------------------*00040000
      *----------------------------------------------------------------*00040100
       1210-GUARDAR-PRODUTO               SECTION.                      00040200
      *----------------------------------------------------------------*00040300
                                                                        00040400
            READ ARQPROD INTO WRK-REG-PRODUTO.                          00040500
            IF WRK-FS-ARQPROD NOT EQUAL ZEROS                           00040600
               OR FD-ARQPROD(1:3) EQUAL 'TRL'                           00040700
                MOVE '10' TO WRK-FS-ARQPROD                             00040800
                GO TO 1210-99-FIM                                       00040900
            END-IF.                                                     00041000
                                                                        00041100
            IF WRK-QT-PRODUTOS NOT LESS 5000                            00041200
                MOVE ' TABELA DE PRODUTOS CHEIA ' TO WRK-MSG            00041300
                PERFORM 9000-TRATAR-ERROS                               00041400
            END-IF.                                                     00041500
                                                                        00041600
            ADD 1 TO WRK-QT-PRODUTOS.                                   00041700
            MOVE WRK-REG-COD     TO WRK-TPR-COD(WRK-QT-PRODUTOS).       00041800
            MOVE ZEROS           TO WRK-TPR-QT-ABERTA(WRK-QT-PRODUTOS)  00041900
                                 WRK-TPR-DATA-PREVISTA(WRK-QT-PRODUTOS) 00042000
                                 WRK-TPR-QT-MOVIMENTOS(WRK-QT-PRODUTOS).00042100
                                                                        00042200
      *----------------------------------------------------------------*00042300
       1210-99-FIM.            EXIT.                                    00042400
      *----------------------------------------------------------------*00042500
      *----------------------------------------------------------------*00042600
       1300-CARREGAR-REPOSICAO            SECTION.                      00042700
      *----------------------------------------------------------------*00042800
      *    SEM O ARQUIVO, TODOS OS PRODUTOS FICAM NO MINIMO GLOBAL.     00042900
      *----------------------------------------------------------------*00043000
                                                                        00043100
            OPEN INPUT REPPRD.                                          00043200
            IF WRK-FS-REPPRD EQUAL '35'                                 00043300
                DISPLAY 'REPPRD AUSENTE - USANDO MINIMO GLOBAL'         00043400
                GO TO 1300-99-FIM                                       00043500
            END-IF.                                                     00043600
            IF WRK-FS-REPPRD NOT EQUAL ZEROS                            00043700
                MOVE ' ERRO ABERTURA REPPRD ' TO WRK-MSG                00043800
                PERFORM 9000-TRATAR-ERROS                               00043900
            END-IF.                                                     00044000
                                                                        00044100
            PERFORM 1310-LER-REPOSICAO                                  00044200
                UNTIL WRK-FS-REPPRD EQUAL '10'.                         00044300
            CLOSE REPPRD.                                               00044400
                                                                        00044500
      *----------------------------------------------------------------*00044600
       1300-99-FIM.            EXIT.                                    00044700
      *----------------------------------------------------------------*00044800
      *----------------------------------------------------------------*00044900
       1310-LER-REPOSICAO                 SECTION.                      00045000
      *----------------------------------------------------------------*00045100
                                                                        00045200
            READ REPPRD INTO WRK-REG-REPPRD.                            00045300
            IF WRK-FS-REPPRD NOT EQUAL ZEROS                            00045400
                MOVE '10' TO WRK-FS-REPPRD                              00045500
                GO TO 1310-99-FIM                                       00045600
            END-IF.                                                     00045700
                                                                        00045800
            IF WRK-RPP-COD NOT NUMERIC                                  00045900
               OR WRK-RPP-PONTO-PEDIDO NOT NUMERIC                      00046000
                GO TO 1310-99-FIM                                       00046100
            END-IF.                                                     00046200
                                                                        00046300
            IF WRK-QT-REPOSICAO NOT LESS 5000                           00046400
                MOVE ' TABELA DE REPOSICAO CHEIA ' TO WRK-MSG           00046500
                PERFORM 9000-TRATAR-ERROS                               00046600
            END-IF.                                                     00046700
                                                                        00046800
            ADD 1 TO WRK-QT-REPOSICAO.                                  00046900
            MOVE WRK-RPP-COD          TO WRK-TRE-COD(WRK-QT-REPOSICAO). 00047000
            MOVE WRK-RPP-PONTO-PEDIDO                                   00047100
                 TO WRK-TRE-PONTO-PEDIDO(WRK-QT-REPOSICAO).             00047200
                                                                        00047300
      *----------------------------------------------------------------*00047400
       1310-99-FIM.            EXIT.                                    00047500
      *----------------------------------------------------------------*00047600
      *----------------------------------------------------------------*00047700
       1400-RESUMIR-PEDIDOS               SECTION.                      00047800
      *----------------------------------------------------------------*00047900
                                                                        00048000
            OPEN INPUT PEDMST.                                          00048100
            IF WRK-FS-PEDMST NOT EQUAL ZEROS                            00048200
                MOVE ' ERRO ABERTURA PEDMST ' TO WRK-MSG                00048300
                PERFORM 9000-TRATAR-ERROS                               00048400
            END-IF.                                                     00048500
                                                                        00048600
            PERFORM 1410-LER-PEDIDO                                     00048700
                UNTIL WRK-FS-PEDMST EQUAL '10'.                         00048800
            CLOSE PEDMST.                                               00048900
                                                                        00049000
      *----------------------------------------------------------------*00049100
       1400-99-FIM.            EXIT.                                    00049200
      *----------------------------------------------------------------*00049300
      *----------------------------------------------------------------*00049400
       1410-LER-PEDIDO                    SECTION.                      00049500
      *----------------------------------------------------------------*00049600
      *    SO LINHAS ABERTAS ('A' OU 'P') COM SALDO A RECEBER.          00049700
      *----------------------------------------------------------------*00049800
                                                                        00049900
            READ PEDMST INTO WRK-REG-PEDIDO.                            00050000
            IF WRK-FS-PEDMST NOT EQUAL ZEROS                            00050100
                MOVE '10' TO WRK-FS-PEDMST                              00050200
                GO TO 1410-99-FIM                                       00050300
            END-IF.                                                     00050400
                                                                        00050500
            IF WRK-PED-SITUACAO NOT EQUAL 'A'                           00050600
               AND WRK-PED-SITUACAO NOT EQUAL 'P'                       00050700
                GO TO 1410-99-FIM                                       00050800
            END-IF.                                                     00050900
            IF WRK-PED-QT-PEDIDA NOT NUMERIC                            00051000
               OR WRK-PED-QT-RECEBIDA NOT NUMERIC                       00051100
               OR WRK-PED-DATA-EMISSAO NOT NUMERIC                      00051200
               OR WRK-PED-QT-RECEBIDA NOT LESS WRK-PED-QT-PEDIDA        00051300
                GO TO 1410-99-FIM                                       00051400
            END-IF.                                                     00051500
                                                                        00051600
            MOVE WRK-PED-COD TO WRK-COD-PROCURADO.                      00051700
            PERFORM 2100-LOCALIZAR-PRODUTO.                             00051800
            IF WRK-PRODUTO-ACHADO EQUAL 'N'                             00051900
                ADD 1 TO WRK-ACU-PEDIDOS-SEM-PROD                       00052000
                GO TO 1410-99-FIM                                       00052100
            END-IF.                                                     00052200
                                                                        00052300
            ADD 1 TO WRK-ACU-PEDIDOS-ABERTOS.                           00052400
            COMPUTE WRK-QT-ABERTA =                                     00052500
                WRK-PED-QT-PEDIDA - WRK-PED-QT-RECEBIDA.                00052600
            ADD WRK-QT-ABERTA TO WRK-TPR-QT-ABERTA(WRK-IDX-PROD).       00052700
                                                                        00052800
            PERFORM 1420-CALCULAR-PREVISAO.                             00052900
            IF WRK-TPR-DATA-PREVISTA(WRK-IDX-PROD) EQUAL ZEROS          00053000
               OR WRK-DATA-PREVISTA-N                                   00053100
                  LESS WRK-TPR-DATA-PREVISTA(WRK-IDX-PROD)              00053200
                MOVE WRK-DATA-PREVISTA-N                                00053300
                     TO WRK-TPR-DATA-PREVISTA(WRK-IDX-PROD)             00053400
            END-IF.                                                     00053500
                                                                        00053600
      *----------------------------------------------------------------*00053700
       1410-99-FIM.            EXIT.                                    00053800
      *----------------------------------------------------------------*00053900
      *----------------------------------------------------------------*00054000
       1420-CALCULAR-PREVISAO             SECTION.                      00054100
      *----------------------------------------------------------------*00054200
      *    PREVISAO = EMISSAO + PRAZO DE ENTREGA EM DIAS CORRIDOS.      00054300
      *----------------------------------------------------------------*00054400
                                                                        00054500
            MOVE WRK-PRAZO-PADRAO TO WRK-PRAZO-LINHA.                   00054600
            MOVE 'N' TO WRK-FORN-ACHADO.                                00054700
            IF WRK-PED-COD-FORN NUMERIC                                 00054800
               AND WRK-PED-COD-FORN NOT EQUAL ZEROS                     00054900
                PERFORM 1430-PROCURAR-FORNECEDOR                        00055000
                    VARYING WRK-IDX-FORN FROM 1 BY 1                    00055100
                    UNTIL WRK-IDX-FORN GREATER WRK-QT-FORNECEDORES      00055200
                       OR WRK-FORN-ACHADO EQUAL 'S'                     00055300
            END-IF.                                                     00055400
            IF WRK-FORN-ACHADO EQUAL 'S'                                00055500
                SUBTRACT 1 FROM WRK-IDX-FORN                            00055600
                MOVE WRK-TFO-PRAZO-ENTREGA(WRK-IDX-FORN)                00055700
                     TO WRK-PRAZO-LINHA                                 00055800
            END-IF.                                                     00055900
                                                                        00056000
            MOVE WRK-PED-DATA-EMISSAO TO WRK-DATA-PREVISTA-N.           00056100
            IF WRK-PRV-MES LESS 1                                       00056200
               OR WRK-PRV-MES GREATER 12                                00056300
                GO TO 1420-99-FIM                                       00056400
            END-IF.                                                     00056500
            PERFORM 1440-SOMAR-DIA                                      00056600
                VARYING WRK-CONT-DIAS FROM 1 BY 1                       00056700
                UNTIL WRK-CONT-DIAS GREATER WRK-PRAZO-LINHA.            00056800
                                                                        00056900
      *----------------------------------------------------------------*00057000
       1420-99-FIM.            EXIT.                                    00057100
      *----------------------------------------------------------------*00057200
      *----------------------------------------------------------------*00057300
       1430-PROCURAR-FORNECEDOR           SECTION.                      00057400
      *----------------------------------------------------------------*00057500
                                                                        00057600
            IF WRK-TFO-CODIGO(WRK-IDX-FORN) EQUAL WRK-PED-COD-FORN      00057700
                MOVE 'S' TO WRK-FORN-ACHADO                             00057800
            END-IF.                                                     00057900
                                                                        00058000
      *----------------------------------------------------------------*00058100
       1430-99-FIM.            EXIT.                                    00058200
      *----------------------------------------------------------------*00058300
      *----------------------------------------------------------------*00058400
       1440-SOMAR-DIA                     SECTION.                      00058500
      *----------------------------------------------------------------*00058600
                                                                        00058700
            ADD 1 TO WRK-PRV-DIA.                                       00058800
            PERFORM 1450-CALCULAR-DIAS-MES.                             00058900
            IF WRK-PRV-DIA GREATER WRK-ULTIMO-DIA                       00059000
                MOVE 1 TO WRK-PRV-DIA                                   00059100
                ADD 1  TO WRK-PRV-MES                                   00059200
            END-IF.                                                     00059300
            IF WRK-PRV-MES GREATER 12                                   00059400
                MOVE 1 TO WRK-PRV-MES                                   00059500
                ADD 1  TO WRK-PRV-ANO                                   00059600
            END-IF.                                                     00059700
                                                                        00059800
      *----------------------------------------------------------------*00059900
       1440-99-FIM.            EXIT.                                    00060000
      *----------------------------------------------------------------*00060100
      *----------------------------------------------------------------*00060200
       1450-CALCULAR-DIAS-MES             SECTION.                      00060300
      *----------------------------------------------------------------*00060400
                                                                        00060500
            MOVE WRK-DIAS-MES(WRK-PRV-MES) TO WRK-ULTIMO-DIA.           00060600
                                                                        00060700
            IF WRK-PRV-MES NOT EQUAL 2                                  00060800
                GO TO 1450-99-FIM                                       00060900
            END-IF.                                                     00061000
                                                                        00061100
            DIVIDE WRK-PRV-ANO BY 4   GIVING WRK-QUOCIENTE              00061200
                                      REMAINDER WRK-RESTO-4.            00061300
            DIVIDE WRK-PRV-ANO BY 100 GIVING WRK-QUOCIENTE              00061400
                                      REMAINDER WRK-RESTO-100.          00061500
            DIVIDE WRK-PRV-ANO BY 400 GIVING WRK-QUOCIENTE              00061600
                                      REMAINDER WRK-RESTO-400.          00061700
                                                                        00061800
            IF WRK-RESTO-4 EQUAL ZEROS                                  00061900
               AND (WRK-RESTO-100 NOT EQUAL ZEROS                       00062000
                    OR WRK-RESTO-400 EQUAL ZEROS)                       00062100
                MOVE 29                TO WRK-ULTIMO-DIA                00062200
            END-IF.                                                     00062300
                                                                        00062400
      *----------------------------------------------------------------*00062500
       1450-99-FIM.            EXIT.                                    00062600
      *----------------------------------------------------------------*00062700
      *----------------------------------------------------------------*00062800
       1500-CARREGAR-PARAMETROS           SECTION.                      00062900
      *----------------------------------------------------------------*00063000
                                                                        00063100
            OPEN INPUT PARAMS.                                          00063200
            IF WRK-FS-PARAMS             EQUAL '35'                     00063300
                DISPLAY 'PARAMS AUSENTE - USANDO VALORES PADRAO'        00063400
            ELSE                                                        00063500
                IF WRK-FS-PARAMS         NOT EQUAL ZEROS                00063600
                    MOVE ' ERRO ABERTURA PARAMS ' TO WRK-MSG            00063700
                    PERFORM 9000-TRATAR-ERROS                           00063800
                ELSE                                                    00063900
                    PERFORM 1510-LER-PARAMETRO                          00064000
                        UNTIL WRK-FS-PARAMS EQUAL '10'                  00064100
                    CLOSE PARAMS                                        00064200
                END-IF                                                  00064300
            END-IF.                                                     00064400
                                                                        00064500
            DISPLAY 'PARAMETRO MIN-ESTOQUE....: ' WRK-MIN-ESTOQUE.      00064600
            DISPLAY 'PARAMETRO PRAZO-PADRAO...: ' WRK-PRAZO-PADRAO.     00064700
                                                                        00064800
      *----------------------------------------------------------------*00064900
       1500-99-FIM.            EXIT.                                    00065000
      *----------------------------------------------------------------*00065100
      *----------------------------------------------------------------*00065200
       1510-LER-PARAMETRO                 SECTION.                      00065300
      *----------------------------------------------------------------*00065400
                                                                        00065500
            READ PARAMS INTO WRK-REG-PARAM.                             00065600
            IF WRK-FS-PARAMS             NOT EQUAL ZEROS                00065700
                MOVE '10' TO WRK-FS-PARAMS                              00065800
                GO TO 1510-99-FIM                                       00065900
            END-IF.                                                     00066000
                                                                        00066100
            IF WRK-PARAM-DATA-EFET       GREATER WRK-DATA-CORTE         00066200
                GO TO 1510-99-FIM                                       00066300
            END-IF.                                                     00066400
                                                                        00066500
            IF WRK-PARAM-NOME            EQUAL 'MIN-ESTOQUE'            00066600
               AND WRK-PARAM-DATA-EFET   NOT LESS WRK-VIG-MIN-ESTOQUE   00066700
                IF WRK-PARAM-VALOR(1:5)  NUMERIC                        00066800
                    MOVE WRK-PARAM-VALOR(1:5) TO WRK-MIN-ESTOQUE        00066900
                    MOVE WRK-PARAM-DATA-EFET  TO WRK-VIG-MIN-ESTOQUE    00067000
                ELSE                                                    00067100
                    DISPLAY 'PARAMETRO MIN-ESTOQUE NAO NUMERICO - '     00067200
                            'IGNORADO: ' WRK-PARAM-VALOR                00067300
                END-IF                                                  00067400
            END-IF.                                                     00067500
                                                                        00067600
            IF WRK-PARAM-NOME            EQUAL 'PRAZO-PADRAO'           00067700
               AND WRK-PARAM-DATA-EFET   NOT LESS WRK-VIG-PRAZO         00067800
                IF WRK-PARAM-VALOR(1:5)  NUMERIC                        00067900
                   AND WRK-PARAM-VALOR(1:5) GREATER '00000'             00068000
                   AND WRK-PARAM-VALOR(1:5) NOT GREATER '00999'         00068100
                    MOVE WRK-PARAM-VALOR(1:5) TO WRK-PRAZO-PADRAO       00068200
                    MOVE WRK-PARAM-DATA-EFET  TO WRK-VIG-PRAZO          00068300
                ELSE                                                    00068400
                    DISPLAY 'PARAMETRO PRAZO-PADRAO INVALIDO - '        00068500
                            'IGNORADO: ' WRK-PARAM-VALOR                00068600
                END-IF                                                  00068700
            END-IF.                                                     00068800
                                                                        00068900
      *----------------------------------------------------------------*00069000
       1510-99-FIM.            EXIT.                                    00069100
      *----------------------------------------------------------------*00069200
      *----------------------------------------------------------------*00069300
       1600-LER-DATA-RODADA               SECTION.                      00069400
      *----------------------------------------------------------------*00069500
                                                                        00069600
            OPEN INPUT RUNCTL.                                          00069700
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00069800
                MOVE ' RUNCTL AUSENTE - RODAR FR06CB01 ' TO WRK-MSG     00069900
                PERFORM 9000-TRATAR-ERROS                               00070000
            END-IF.                                                     00070100
                                                                        00070200
            READ RUNCTL INTO WRK-RUNCTL.                                00070300
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00070400
               OR WRK-RUNCTL-TIPO NOT EQUAL '1'                         00070500
                MOVE ' RUNCTL SEM REGISTRO DE ABERTURA ' TO WRK-MSG     00070600
                PERFORM 9000-TRATAR-ERROS                               00070700
            END-IF.                                                     00070800
                                                                        00070900
            MOVE WRK-RUNCTL-DATA TO WRK-DATA-RODADA.                    00071000
            CLOSE RUNCTL.                                               00071100
                                                                        00071200
            MOVE WRK-DATA-RODADA(5:4)  TO WRK-DATA-CORTE(1:4).          00071300
            MOVE WRK-DATA-RODADA(3:2)  TO WRK-DATA-CORTE(5:2).          00071400
            MOVE WRK-DATA-RODADA(1:2)  TO WRK-DATA-CORTE(7:2).          00071500
                                                                        00071600
      *----------------------------------------------------------------*00071700
       1600-99-FIM.            EXIT.                                    00071800
      *----------------------------------------------------------------*00071900
      *----------------------------------------------------------------*00072000
       1700-RESUMIR-KARDEX                SECTION.                      00072100
      *----------------------------------------------------------------*00072200
                                                                        00072300
            OPEN INPUT KARDEX.                                          00072400
            IF WRK-FS-KARDEX NOT EQUAL ZEROS                            00072500
                MOVE ' ERRO ABERTURA KARDEX ' TO WRK-MSG                00072600
                PERFORM 9000-TRATAR-ERROS                               00072700
            END-IF.                                                     00072800
                                                                        00072900
            PERFORM 1710-LER-KARDEX                                     00073000
                UNTIL WRK-FS-KARDEX EQUAL '10'.                         00073100
            CLOSE KARDEX.                                               00073200
                                                                        00073300
      *----------------------------------------------------------------*00073400
       1700-99-FIM.            EXIT.                                    00073500
      *----------------------------------------------------------------*00073600
      *----------------------------------------------------------------*00073700
       1710-LER-KARDEX                    SECTION.                      00073800
      *----------------------------------------------------------------*00073900
      *    GUARDA OS CINCO ULTIMOS DO PRODUTO: COM A PILHA CHEIA, O     00074000
      *    MAIS ANTIGO SAI E OS DEMAIS SOBEM UMA POSICAO.               00074100
      *----------------------------------------------------------------*00074200
                                                                        00074300
            READ KARDEX INTO WRK-REG-KARDEX.                            00074400
            IF WRK-FS-KARDEX NOT EQUAL ZEROS                            00074500
                MOVE '10' TO WRK-FS-KARDEX                              00074600
                GO TO 1710-99-FIM                                       00074700
            END-IF.                                                     00074800
            ADD 1 TO WRK-ACU-KARDEX-LIDOS.                              00074900
                                                                        00075000
            IF WRK-KDX-COD NOT NUMERIC                                  00075100
                ADD 1 TO WRK-ACU-KARDEX-SEM-PROD                        00075200
                GO TO 1710-99-FIM                                       00075300
            END-IF.                                                     00075400
            MOVE WRK-KDX-COD TO WRK-COD-PROCURADO.                      00075500
            PERFORM 2100-LOCALIZAR-PRODUTO.                             00075600
            IF WRK-PRODUTO-ACHADO EQUAL 'N'                             00075700
                ADD 1 TO WRK-ACU-KARDEX-SEM-PROD                        00075800
                GO TO 1710-99-FIM                                       00075900
            END-IF.                                                     00076000
                                                                        00076100
            IF WRK-TPR-QT-MOVIMENTOS(WRK-IDX-PROD) LESS 5               00076200
                ADD 1 TO WRK-TPR-QT-MOVIMENTOS(WRK-IDX-PROD)            00076300
            ELSE                                                        00076400
                PERFORM 1720-DESLOCAR-MOVIMENTO                         00076500
                    VARYING WRK-IDX-SHF FROM 1 BY 1                     00076600
                    UNTIL WRK-IDX-SHF GREATER 4                         00076700
            END-IF.                                                     00076800
            MOVE WRK-TPR-QT-MOVIMENTOS(WRK-IDX-PROD) TO WRK-IDX-MOV.    00076900
            MOVE WRK-REG-KARDEX(6:29)                                   00077000
                 TO WRK-TPR-MOVIMENTO(WRK-IDX-PROD WRK-IDX-MOV).        00077100
                                                                        00077200
      *----------------------------------------------------------------*00077300
       1710-99-FIM.            EXIT.                                    00077400
      *----------------------------------------------------------------*00077500
      *----------------------------------------------------------------*00077600
       1720-DESLOCAR-MOVIMENTO            SECTION.                      00077700
      *----------------------------------------------------------------*00077800
                                                                        00077900
            COMPUTE WRK-IDX-MOV = WRK-IDX-SHF + 1.                      00078000
            MOVE WRK-TPR-MOVIMENTO(WRK-IDX-PROD WRK-IDX-MOV)            00078100
                 TO WRK-TPR-MOVIMENTO(WRK-IDX-PROD WRK-IDX-SHF).        00078200
                                                                        00078300
      *----------------------------------------------------------------*00078400
       1720-99-FIM.            EXIT.                                    00078500
      *----------------------------------------------------------------*00078600
      *----------------------------------------------------------------*00078700
       1800-LER-PRODUTO                   SECTION.                      00078800
      *----------------------------------------------------------------*00078900
                                                                        00079000
            READ ARQPROD INTO WRK-REG-PRODUTO.                          00079100
            IF WRK-FS-ARQPROD NOT EQUAL ZEROS                           00079200
               OR FD-ARQPROD(1:3) EQUAL 'TRL'                           00079300
                MOVE '10' TO WRK-FS-ARQPROD                             00079400
            END-IF.                                                     00079500
                                                                        00079600
      *----------------------------------------------------------------*00079700
       1800-99-FIM.            EXIT.                                    00079800
      *----------------------------------------------------------------*00079900
      *----------------------------------------------------------------*00080000
       2000-PROCESSAR                     SECTION.                      00080100
      *----------------------------------------------------------------*00080200
                                                                        00080300
            ADD 1 TO WRK-ACU-LIDOS.                                     00080400
            PERFORM 2200-MONTAR-REGISTRO.                               00080500
                                                                        00080600
            MOVE WRK-REG-PRODK TO FD-VSAMPRD.                           00080700
            WRITE FD-VSAMPRD.                                           00080800
            EVALUATE WRK-FS-VSAMPRD                                     00080900
             WHEN '00'                                                  00081000
               ADD 1 TO WRK-ACU-GRAVADOS                                00081100
             WHEN '21'                                                  00081200
             WHEN '22'                                                  00081300
               ADD 1 TO WRK-ACU-REJEITADOS                              00081400
               DISPLAY 'CHAVE DUPLICADA/FORA DE ORDEM: '                00081500
                       FD-VSAM-CHAVE                                    00081600
               MOVE 4 TO RETURN-CODE                                    00081700
             WHEN OTHER                                                 00081800
               MOVE ' ERRO GRAVACAO VSAMPRD ' TO WRK-MSG                00081900
               PERFORM 9000-TRATAR-ERROS                                00082000
            END-EVALUATE.                                               00082100
                                                                        00082200
            PERFORM 1800-LER-PRODUTO.                                   00082300
                                                                        00082400
      *----------------------------------------------------------------*00082500
       2000-99-FIM.            EXIT.                                    00082600
      *----------------------------------------------------------------*00082700
      *----------------------------------------------------------------*00082800
       2100-LOCALIZAR-PRODUTO             SECTION.                      00082900
      *----------------------------------------------------------------*00083000
                                                                        00083100
            MOVE 'N' TO WRK-PRODUTO-ACHADO.                             00083200
            PERFORM 2110-COMPARAR-PRODUTO                               00083300
                VARYING WRK-IDX-PROD FROM 1 BY 1                        00083400
                UNTIL WRK-IDX-PROD GREATER WRK-QT-PRODUTOS              00083500
                   OR WRK-PRODUTO-ACHADO EQUAL 'S'.                     00083600
            IF WRK-PRODUTO-ACHADO EQUAL 'S'                             00083700
                SUBTRACT 1 FROM WRK-IDX-PROD                            00083800
            END-IF.                                                     00083900
                                                                        00084000
      *----------------------------------------------------------------*00084100
       2100-99-FIM.            EXIT.                                    00084200
      *----------------------------------------------------------------*00084300
      *----------------------------------------------------------------*00084400
       2110-COMPARAR-PRODUTO              SECTION.                      00084500
      *----------------------------------------------------------------*00084600
                                                                        00084700
            IF WRK-TPR-COD(WRK-IDX-PROD) EQUAL WRK-COD-PROCURADO        00084800
                MOVE 'S' TO WRK-PRODUTO-ACHADO                          00084900
            END-IF.                                                     00085000
                                                                        00085100
      *----------------------------------------------------------------*00085200
       2110-99-FIM.            EXIT.                                    00085300
      *----------------------------------------------------------------*00085400
      *----------------------------------------------------------------*00085500
       2200-MONTAR-REGISTRO               SECTION.                      00085600
      *----------------------------------------------------------------*00085700
                                                                        00085800
            MOVE SPACES                TO WRK-REG-PRODK.                00085900
            MOVE WRK-REG-COD           TO WRK-PRK-COD.                  00086000
            MOVE WRK-REG-PROD          TO WRK-PRK-PROD.                 00086100
            MOVE WRK-REG-FORN          TO WRK-PRK-FORN.                 00086200
            MOVE WRK-REG-COD-FORN      TO WRK-PRK-COD-FORN.             00086300
            MOVE WRK-REG-VALOR         TO WRK-PRK-VALOR.                00086400
            MOVE WRK-REG-ESTOQUE       TO WRK-PRK-ESTOQUE.              00086500
            MOVE WRK-DATA-RODADA       TO WRK-PRK-DATA-CARGA.           00086600
            MOVE ZEROS                 TO WRK-PRK-QT-PEDIDA-ABERTA      00086700
                                          WRK-PRK-DATA-PREVISTA         00086800
                                          WRK-PRK-QT-MOVIMENTOS.        00086900
                                                                        00087000
            MOVE 'N' TO WRK-ACHOU-REP.                                  00087100
            PERFORM 2210-PROCURAR-REPOSICAO                             00087200
                VARYING WRK-IDX-REP FROM 1 BY 1                         00087300
                UNTIL WRK-IDX-REP GREATER WRK-QT-REPOSICAO              00087400
                   OR WRK-ACHOU-REP EQUAL 'S'.                          00087500
            IF WRK-ACHOU-REP EQUAL 'S'                                  00087600
                SUBTRACT 1 FROM WRK-IDX-REP                             00087700
                MOVE WRK-TRE-PONTO-PEDIDO(WRK-IDX-REP)                  00087800
                                       TO WRK-PRK-MINIMO                00087900
            ELSE                                                        00088000
                MOVE WRK-MIN-ESTOQUE   TO WRK-PRK-MINIMO                00088100
            END-IF.                                                     00088200
            IF WRK-REG-ESTOQUE LESS WRK-PRK-MINIMO                      00088300
                MOVE 'S'               TO WRK-PRK-ABAIXO-MINIMO         00088400
                ADD 1 TO WRK-ACU-ABAIXO-MINIMO                          00088500
            ELSE                                                        00088600
                MOVE 'N'               TO WRK-PRK-ABAIXO-MINIMO         00088700
            END-IF.                                                     00088800
                                                                        00088900
            MOVE WRK-REG-COD TO WRK-COD-PROCURADO.                      00089000
            PERFORM 2100-LOCALIZAR-PRODUTO.                             00089100
            IF WRK-PRODUTO-ACHADO EQUAL 'N'                             00089200
                GO TO 2200-99-FIM                                       00089300
            END-IF.                                                     00089400
                                                                        00089500
            MOVE WRK-TPR-QT-ABERTA(WRK-IDX-PROD)                        00089600
                                       TO WRK-PRK-QT-PEDIDA-ABERTA.     00089700
            MOVE WRK-TPR-DATA-PREVISTA(WRK-IDX-PROD)                    00089800
                                       TO WRK-PRK-DATA-PREVISTA.        00089900
            MOVE WRK-TPR-QT-MOVIMENTOS(WRK-IDX-PROD)                    00090000
                                       TO WRK-PRK-QT-MOVIMENTOS.        00090100
            PERFORM 2220-COPIAR-MOVIMENTO                               00090200
                VARYING WRK-IDX-SAI FROM 1 BY 1                         00090300
                UNTIL WRK-IDX-SAI GREATER WRK-PRK-QT-MOVIMENTOS.        00090400
                                                                        00090500
      *----------------------------------------------------------------*00090600
       2200-99-FIM.            EXIT.                                    00090700
      *----------------------------------------------------------------*00090800
      *----------------------------------------------------------------*00090900
       2210-PROCURAR-REPOSICAO            SECTION.                      00091000
      *----------------------------------------------------------------*00091100
                                                                        00091200
            IF WRK-TRE-COD(WRK-IDX-REP) EQUAL WRK-REG-COD               00091300
                MOVE 'S' TO WRK-ACHOU-REP                               00091400
            END-IF.                                                     00091500
                                                                        00091600
      *----------------------------------------------------------------*00091700
       2210-99-FIM.            EXIT.                                    00091800
      *----------------------------------------------------------------*00091900
      *----------------------------------------------------------------*00092000
       2220-COPIAR-MOVIMENTO              SECTION.                      00092100
      *----------------------------------------------------------------*00092200
      *    SAIDA 1 = MOVIMENTO MAIS RECENTE (ULTIMO DA PILHA).          00092300
      *----------------------------------------------------------------*00092400
                                                                        00092500
            COMPUTE WRK-IDX-MOV =                                       00092600
                WRK-PRK-QT-MOVIMENTOS - WRK-IDX-SAI + 1.                00092700
            MOVE WRK-TPR-MOVIMENTO(WRK-IDX-PROD WRK-IDX-MOV)            00092800
                 TO WRK-PRK-MOVIMENTO(WRK-IDX-SAI).                     00092900
                                                                        00093000
      *----------------------------------------------------------------*00093100
       2220-99-FIM.            EXIT.                                    00093200
      *----------------------------------------------------------------*00093300
      *----------------------------------------------------------------*00093400
       3000-FINALIZAR                     SECTION.                      00093500
      *----------------------------------------------------------------*00093600
                                                                        00093700
            CLOSE ARQPROD                                               00093800
                  VSAMPRD.                                              00093900
                                                                        00094000
            DISPLAY '------------------------------------------------'. 00094100
            DISPLAY '  PRODUTOS LIDOS......: ' WRK-ACU-LIDOS.           00094200
            DISPLAY '  PRODUTOS GRAVADOS...: ' WRK-ACU-GRAVADOS.        00094300
            DISPLAY '  PRODUTOS REJEITADOS.: ' WRK-ACU-REJEITADOS.      00094400
            DISPLAY '  ABAIXO DO MINIMO....: ' WRK-ACU-ABAIXO-MINIMO.   00094500
            DISPLAY '  LINHAS DE PEDIDO ABERTAS: '                      00094600
                    WRK-ACU-PEDIDOS-ABERTOS.                            00094700
            DISPLAY '  PEDIDOS SEM PRODUTO.: ' WRK-ACU-PEDIDOS-SEM-PROD.00094800
            DISPLAY '  KARDEX LIDOS........: ' WRK-ACU-KARDEX-LIDOS.    00094900
            DISPLAY '  KARDEX SEM PRODUTO..: ' WRK-ACU-KARDEX-SEM-PROD. 00095000
            DISPLAY '------------------------------------------------'. 00095100
                                                                        00095200
            STOP RUN.                                                   00095300
                                                                        00095400
      *----------------------------------------------------------------*00095500
       3000-99-FIM.            EXIT.                                    00095600
      *----------------------------------------------------------------*00095700
      *----------------------------------------------------------------*00095800
       9000-TRATAR-ERROS                  SECTION.                      00095900
      *----------------------------------------------------------------*00096000
                                                                        00096100
             MOVE 'FR06C141'       TO WRK-ERR-PROGRAMA.                 00096200
             MOVE '9000'           TO WRK-ERR-SECTION.                  00096300
             MOVE WRK-MSG          TO WRK-ERR-MSG.                      00096400
             MOVE SPACES           TO WRK-ERR-STATUS.                   00096500
             MOVE WRK-FS-ARQPROD   TO WRK-ERR-STATUS(1:2).              00096600
             MOVE WRK-FS-VSAMPRD   TO WRK-ERR-STATUS(3:2).              00096700
             MOVE WRK-FS-PEDMST    TO WRK-ERR-STATUS(5:2).              00096800
             MOVE WRK-FS-KARDEX    TO WRK-ERR-STATUS(7:2).              00096900
             MOVE WRK-FS-FORNMST   TO WRK-ERR-STATUS(9:2).              00097000
             MOVE 'F'              TO WRK-ERR-SEVERIDADE.               00097100
                                                                        00097200
             CALL 'TRTERRO'        USING WRK-TRTERRO.                   00097300
                                                                        00097400
      *----------------------------------------------------------------*00097500
       9000-99-FIM.            EXIT.                                    00097600
      *----------------------------------------------------------------*00097700
