      *================================================================*00000100
       IDENTIFICATION                            DIVISION.              00000200
      *================================================================*00000300
                                                                        00000400
       PROGRAM-ID.  FR06C140.                                           00000500
                                                                        00000600
      *================================================================*00000700
      *     AUTOR.......: JOEI LORENTI                                  00000800
      *     ANALISTA....: IVAN SANCHES                                  00000900
      *     EMPRESA.....: FOURSYS                                       00001000
      *     DATA........: 15/10/2026                                    00001100
      *----------------------------------------------------------------*00001200
      *                                                                 00001300
      *     OBJETIVO: AVALIACAO MENSAL DE DESEMPENHO DE ENTREGA DOS     00001400
      *               FORNECEDORES, A PARTIR DO MESTRE DE PEDIDOS       00001500
      *               (PEDMST, LAYOUT B#PEDIDO). CADA LINHA DE PEDIDO   00001600
      *               TEM VENCIMENTO NA DATA DE EMISSAO MAIS O PRAZO    00001700
      *               DE ENTREGA DO FORNECEDOR NO FORNMST (PRAZO ZERO,  00001800
      *               PARAMETRO PRAZO-PADRAO, PADRAO 010) E E AVALIADA  00001900
      *               NO PERIODO DO SEU VENCIMENTO:                     00002000
      *                 MES - DO DIA 1 DO MES DA RODADA ATE A DATA DA   00002100
      *                       RODADA;                                   00002200
      *                 12M - DO DIA 1 DO MES 11 MESES ANTES ATE A      00002300
      *                       DATA DA RODADA.                           00002400
      *               LINHA AINDA ABERTA QUE NAO VENCEU FICA PARA A     00002500
      *               PROXIMA RODADA. POR FORNECEDOR E PERIODO:         00002600
      *                 PONTUALIDADE - LINHAS RECEBIDAS ATE O           00002700
      *                   VENCIMENTO / LINHAS AVALIADAS (RECEBIDA SEM   00002800
      *                   DATA DE ENTREGA FICA FORA DA CONTA);          00002900
      *                 ATENDIMENTO - QUANTIDADE RECEBIDA (LIMITADA A   00003000
      *                   PEDIDA) / QUANTIDADE PEDIDA;                  00003100
      *                 ATRASO MEDIO - DIAS DE ATRASO DAS LINHAS        00003200
      *                   ATRASADAS (ENTREGUES DEPOIS DO VENCIMENTO OU  00003300
      *                   VENCIDAS EM ABERTO, ATE A DATA DA RODADA);    00003400
      *                 CANCELADAS (SITUACAO 'C', SO CONTADAS) E        00003500
      *                   PARCIAIS EM ABERTO (SITUACAO 'P').            00003600
      *               O RELATORIO CLASSIFICA OS FORNECEDORES PELA       00003700
      *               PONTUALIDADE DOS 12 MESES (DEPOIS ATENDIMENTO E   00003800
      *               CODIGO) E MARCA 'REVISAR' QUEM FICOU ABAIXO DOS   00003900
      *               PARAMETROS PCT-MIN-PONTUAL (PADRAO 085,00) OU     00004000
      *               PCT-MIN-ATENDIM (PADRAO 095,00), 2 DECIMAIS.      00004100
      *                                                                 00004200
      *----------------------------------------------------------------*00004300
      *     INPUT:                                                      00004400
      *     DDNAME           I/O                                        00004500
      *     RUNCTL            I   (CONTROLE DE RODADA - LRECL 80)       00004600
      *     FORNMST           I   (MESTRE DE FORNECEDORES - LRECL 100)  00004700
      *     PEDMST            I   (MESTRE DE PEDIDOS - LRECL 80)        00004800
      *     PARAMS            I   (PARAMETROS - LRECL 50, OPCIONAL)     00004900
      *     RELSCOR           O   (AVALIACAO DE FORNECEDORES -          00005000
      *                            LRECL 80)                            00005100
      *     ORDENA            -   (ARQUIVO DE TRABALHO DO SORT)         00005200
      *                                                                 00005300
      *----------------------------------------------------------------*00005400
      *     MANUTENCAO:                                                 00005500
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
             SELECT RUNCTL             ASSIGN TO RUNCTL                 00007500
                FILE STATUS            IS WRK-FS-RUNCTL.                00007600
             SELECT FORNMST            ASSIGN TO FORNMST                00007700
                FILE STATUS            IS WRK-FS-FORNMST.               00007800
             SELECT PEDMST             ASSIGN TO PEDMST                 00007900
                FILE STATUS            IS WRK-FS-PEDMST.                00008000
             SELECT PARAMS             ASSIGN TO PARAMS                 00008100
                FILE STATUS            IS WRK-FS-PARAMS.                00008200
             SELECT RELSCOR            ASSIGN TO RELSCOR                00008300
                FILE STATUS            IS WRK-FS-RELSCOR.               00008400
             SELECT ORDENA             ASSIGN TO ORDENA.                00008500
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
       FD FORNMST                                                       00010000
           RECORDING MODE IS F                                          00010100
           BLOCK CONTAINS 0 RECORDS.                                    00010200
       01 FD-FORNMST                   PIC X(100).                      00010300
                                                                        00010400
       FD PEDMST                                                        00010500
           RECORDING MODE IS F                                          00010600
           BLOCK CONTAINS 0 RECORDS.                                    00010700
       01 FD-PEDMST                    PIC X(80).                       00010800
                                                                        00010900
       FD PARAMS                                                        00011000
           RECORDING MODE IS F                                          00011100
           BLOCK CONTAINS 0 RECORDS.                                    00011200
       01 FD-PARAMS                    PIC X(50).                       00011300
                                                                        00011400
       FD RELSCOR                                                       00011500
           RECORDING MODE IS F                                          00011600
           BLOCK CONTAINS 0 RECORDS.                                    00011700
       01 FD-RELSCOR                   PIC X(80).                       00011800
                                                                        00011900
       SD ORDENA.                                                       00012000
       01 SD-ORDENA.                                                    00012100
          05 SD-COM-BASE               PIC X(01).                       00012200
          05 SD-PCT-PONTUAL            PIC 9(03)V99.                    00012300
          05 SD-PCT-ATENDIM            PIC 9(03)V99.                    00012400
          05 SD-CODIGO                 PIC 9(05).                       00012500
          05 SD-IDX-FORN               PIC 9(04).                       00012600
                                                                        00012700
      *----------------------------------------------------------------*00012800
       WORKING-STORAGE                           SECTION.               00012900
      *----------------------------------------------------------------*00013000
                                                                        00013100
      *----------------------------------------------------------------*00013200
       01 FILLER                       PIC X(50)               VALUE    00013300
            '**** AREA DOS REGISTROS DE ENTRADA E SAIDA ****'.          00013400
      *----------------------------------------------------------------*00013500
                                                                        00013600
        COPY 'B#RUNCTL'.                                                00013700
                                                                        00013800
        COPY 'B#FORN'.                                                  00013900
                                                                        00014000
        COPY 'B#PEDIDO'.                                                00014100
                                                                        00014200
        COPY 'B#PARAM'.                                                 00014300
                                                                        00014400
       01 WRK-REG-ORDENA.                                               00014500
          05 WRK-ORD-COM-BASE          PIC X(01).                       00014600
          05 WRK-ORD-PCT-PONTUAL       PIC 9(03)V99.                    00014700
          05 WRK-ORD-PCT-ATENDIM       PIC 9(03)V99.                    00014800
          05 WRK-ORD-CODIGO            PIC 9(05).                       00014900
          05 WRK-ORD-IDX-FORN          PIC 9(04).                       00015000
                                                                        00015100
      *----------------------------------------------------------------*00015200
       01 FILLER                       PIC X(50)               VALUE    00015300
            '**** TABELAS EM MEMORIA ****'.                             00015400
      *----------------------------------------------------------------*00015500
                                                                        00015600
      *    PERIODO 1 = MES DA RODADA, PERIODO 2 = ULTIMOS 12 MESES.     00015700
       01 WRK-TAB-FORNECEDORES.                                         00015800
          05 WRK-TAB-FORN-ITEM         OCCURS 2000 TIMES.               00015900
             10 WRK-TFO-CODIGO         PIC 9(05).                       00016000
             10 WRK-TFO-RAZAO          PIC X(15).                       00016100
             10 WRK-TFO-PRAZO          PIC 9(03).                       00016200
             10 WRK-TFO-PERIODO        OCCURS 2 TIMES.                  00016300
                15 WRK-TFO-LINHAS      PIC 9(05).                       00016400
                15 WRK-TFO-SEM-DATA    PIC 9(05).                       00016500
                15 WRK-TFO-PONTUAIS    PIC 9(05).                       00016600
                15 WRK-TFO-ATRASADAS   PIC 9(05).                       00016700
                15 WRK-TFO-DIAS-ATRASO PIC 9(09).                       00016800
                15 WRK-TFO-QT-PEDIDA   PIC 9(09).                       00016900
                15 WRK-TFO-QT-RECEBIDA PIC 9(09).                       00017000
                15 WRK-TFO-CANCELADAS  PIC 9(05).                       00017100
                15 WRK-TFO-PARCIAIS    PIC 9(05).                       00017200
                                                                        00017300
       77 WRK-QT-FORNECEDORES          PIC 9(04) VALUE ZEROS.           00017400
       77 WRK-IDX-FORN                 PIC 9(04) VALUE ZEROS.           00017500
       77 WRK-IDX-PER                  PIC 9(01) VALUE ZEROS.           00017600
       77 WRK-PER-INICIAL              PIC 9(01) VALUE ZEROS.           00017700
       77 WRK-FORN-ACHADO              PIC X(01) VALUE 'N'.             00017800
                                                                        00017900
      *----------------------------------------------------------------*00018000
       01 FILLER                       PIC X(50)               VALUE    00018100
            '**** AREA DE PARAMETROS ****'.                             00018200
      *----------------------------------------------------------------*00018300
                                                                        00018400
       01 WRK-PRAZO-PADRAO             PIC 9(05) VALUE 00010.           00018500
       01 WRK-MIN-PONTUAL-N            PIC 9(05) VALUE 08500.           00018600
       01 WRK-MIN-PONTUAL REDEFINES WRK-MIN-PONTUAL-N                   00018700
                                       PIC 9(03)V99.                    00018800
       01 WRK-MIN-ATENDIM-N            PIC 9(05) VALUE 09500.           00018900
       01 WRK-MIN-ATENDIM REDEFINES WRK-MIN-ATENDIM-N                   00019000
                                       PIC 9(03)V99.                    00019100
                                                                        00019200
       77 WRK-VIG-PRAZO                PIC 9(08) VALUE ZEROS.           00019300
       77 WRK-VIG-PONTUAL              PIC 9(08) VALUE ZEROS.           00019400
       77 WRK-VIG-ATENDIM              PIC 9(08) VALUE ZEROS.           00019500
       77 WRK-PCT-EDITADO              PIC ZZ9,99.                      00019600
                                                                        00019700
      *----------------------------------------------------------------*00019800
       01 FILLER                       PIC X(50)               VALUE    00019900
            '**** AREA DE DATAS ****'.                                  00020000
      *----------------------------------------------------------------*00020100
                                                                        00020200
       01 WRK-TAB-DIAS-ACUM-DADOS.                                      00020300
          05 FILLER                    PIC X(36) VALUE                  00020400
             '000031059090120151181212243273304334'.                    00020500
       01 WRK-TAB-DIAS-ACUM REDEFINES WRK-TAB-DIAS-ACUM-DADOS.          00020600
          05 WRK-DIAS-ACUM             PIC 9(03) OCCURS 12 TIMES.       00020700
                                                                        00020800
       01 WRK-DATA-CALC.                                                00020900
          05 WRK-DIA                   PIC 9(02).                       00021000
          05 WRK-MES                   PIC 9(02).                       00021100
          05 WRK-ANO                   PIC 9(04).                       00021200
       01 WRK-DATA-CALC-N REDEFINES WRK-DATA-CALC                       00021300
                                       PIC 9(08).                       00021400
                                                                        00021500
       01 WRK-DATA-AAAAMMDD.                                            00021600
          05 WRK-AMD-ANO               PIC 9(04).                       00021700
          05 WRK-AMD-MES               PIC 9(02).                       00021800
          05 WRK-AMD-DIA               PIC 9(02).                       00021900
       01 WRK-DATA-AAAAMMDD-X REDEFINES WRK-DATA-AAAAMMDD               00022000
                                       PIC X(08).                       00022100
                                                                        00022200
       77 WRK-DATA-RODADA              PIC 9(08) VALUE ZEROS.           00022300
       77 WRK-DATA-CORTE               PIC 9(08) VALUE ZEROS.           00022400
       77 WRK-ANO-AJUSTADO             PIC 9(04) VALUE ZEROS.           00022500
       77 WRK-Q4                       PIC 9(04) VALUE ZEROS.           00022600
       77 WRK-Q100                     PIC 9(04) VALUE ZEROS.           00022700
       77 WRK-Q400                     PIC 9(04) VALUE ZEROS.           00022800
       77 WRK-BISSEXTOS                PIC 9(04) VALUE ZEROS.           00022900
       77 WRK-NUM-DIA                  PIC 9(07) VALUE ZEROS.           00023000
       77 WRK-NUM-DIA-RODADA           PIC 9(07) VALUE ZEROS.           00023100
       77 WRK-NUM-DIA-INI-MES          PIC 9(07) VALUE ZEROS.           00023200
       77 WRK-NUM-DIA-INI-12M          PIC 9(07) VALUE ZEROS.           00023300
       77 WRK-NUM-DIA-VENCTO           PIC 9(07) VALUE ZEROS.           00023400
       77 WRK-NUM-DIA-ENTREGA          PIC 9(07) VALUE ZEROS.           00023500
       77 WRK-DATA-VALIDA              PIC X(01) VALUE 'N'.             00023600
       77 WRK-ENTREGA-VALIDA           PIC X(01) VALUE 'N'.             00023700
                                                                        00023800
      *----------------------------------------------------------------*00023900
       01 FILLER                       PIC X(50)               VALUE    00024000
            '**** AREA DE CALCULO ****'.                                00024100
      *----------------------------------------------------------------*00024200
                                                                        00024300
       77 WRK-QT-CONSIDERADA           PIC 9(05) VALUE ZEROS.           00024400
       77 WRK-BASE-PONTUAL             PIC 9(05) VALUE ZEROS.           00024500
       77 WRK-PCT-PONTUAL              PIC 9(03)V99 VALUE ZEROS.        00024600
       77 WRK-PCT-ATENDIM              PIC 9(03)V99 VALUE ZEROS.        00024700
       77 WRK-MEDIA-ATRASO             PIC 9(05)V9 VALUE ZEROS.         00024800
       77 WRK-TEM-PONTUAL              PIC X(01) VALUE 'N'.             00024900
       77 WRK-TEM-ATENDIM              PIC X(01) VALUE 'N'.             00025000
       77 WRK-FIM-SORT                 PIC X(01) VALUE 'N'.             00025100
                                                                        00025200
      *----------------------------------------------------------------*00025300
       01 FILLER                       PIC X(50)               VALUE    00025400
            '**** AREA DO RELATORIO ****'.                              00025500
      *----------------------------------------------------------------*00025600
                                                                        00025700
       01 WRK-LINHA-TRACO              PIC X(80) VALUE ALL '-'.         00025800
                                                                        00025900
       01 WRK-CABEC-REL.                                                00026000
          05 FILLER                    PIC X(45) VALUE                  00026100
             'AVALIACAO DE ENTREGA DOS FORNECEDORES'.                   00026200
          05 FILLER                    PIC X(06) VALUE 'DATA: '.        00026300
          05 WRK-CAB-DATA              PIC 99/99/9999.                  00026400
          05 FILLER                    PIC X(19) VALUE SPACES.          00026500
                                                                        00026600
       01 WRK-CABEC-PARAMETROS.                                         00026700
          05 FILLER                    PIC X(15) VALUE                  00026800
             'PONTUAL. MIN.: '.                                         00026900
          05 WRK-CPA-PONTUAL           PIC ZZ9,99.                      00027000
          05 FILLER                    PIC X(18) VALUE                  00027100
             '%  ATENDIM. MIN.: '.                                      00027200
          05 WRK-CPA-ATENDIM           PIC ZZ9,99.                      00027300
          05 FILLER                    PIC X(17) VALUE                  00027400
             '%  PRAZO PADRAO: '.                                       00027500
          05 WRK-CPA-PRAZO             PIC ZZ9.                         00027600
          05 FILLER                    PIC X(15) VALUE ' DIAS'.         00027700
                                                                        00027800
       01 WRK-CABEC-COLUNAS.                                            00027900
          05 FILLER                    PIC X(40) VALUE                  00028000
             'POS COD.  FORNECEDOR      PER LINHA PONT'.                00028100
          05 FILLER                    PIC X(40) VALUE                  00028200
             '.% ATEND.%  ATRASO  CANC  PARC SITUACAO'.                 00028300
                                                                        00028400
       01 WRK-LINHA-FORNECEDOR.                                         00028500
          05 WRK-LFO-POSICAO           PIC ZZ9.                         00028600
          05 WRK-LFO-POSICAO-X REDEFINES WRK-LFO-POSICAO                00028700
                                       PIC X(03).                       00028800
          05 FILLER                    PIC X(01) VALUE SPACES.          00028900
          05 WRK-LFO-CODIGO            PIC 9(05).                       00029000
          05 WRK-LFO-CODIGO-X REDEFINES WRK-LFO-CODIGO                  00029100
                                       PIC X(05).                       00029200
          05 FILLER                    PIC X(01) VALUE SPACES.          00029300
          05 WRK-LFO-RAZAO             PIC X(15).                       00029400
          05 FILLER                    PIC X(01) VALUE SPACES.          00029500
          05 WRK-LFO-PERIODO           PIC X(03).                       00029600
          05 FILLER                    PIC X(01) VALUE SPACES.          00029700
          05 WRK-LFO-LINHAS            PIC ZZZZ9.                       00029800
          05 FILLER                    PIC X(01) VALUE SPACES.          00029900
          05 WRK-LFO-PONTUAL           PIC ZZ9,99.                      00030000
          05 WRK-LFO-PONTUAL-X REDEFINES WRK-LFO-PONTUAL                00030100
                                       PIC X(06).                       00030200
          05 FILLER                    PIC X(01) VALUE SPACES.          00030300
          05 WRK-LFO-ATENDIM           PIC ZZ9,99.                      00030400
          05 WRK-LFO-ATENDIM-X REDEFINES WRK-LFO-ATENDIM                00030500
                                       PIC X(06).                       00030600
          05 FILLER                    PIC X(01) VALUE SPACES.          00030700
          05 WRK-LFO-ATRASO            PIC ZZZZ9,9.                     00030800
          05 FILLER                    PIC X(01) VALUE SPACES.          00030900
          05 WRK-LFO-CANCELADAS        PIC ZZZZ9.                       00031000
          05 FILLER                    PIC X(01) VALUE SPACES.          00031100
          05 WRK-LFO-PARCIAIS          PIC ZZZZ9.                       00031200
          05 FILLER                    PIC X(01) VALUE SPACES.          00031300
          05 WRK-LFO-SITUACAO          PIC X(07).                       00031400
          05 FILLER                    PIC X(02) VALUE SPACES.          00031500
                                                                        00031600
       01 WRK-LINHA-TOTAL.                                              00031700
          05 WRK-LTT-ROTULO            PIC X(30).                       00031800
          05 FILLER                    PIC X(02) VALUE ': '.            00031900
          05 WRK-LTT-VALOR             PIC ZZZZZZ9.                     00032000
          05 FILLER                    PIC X(41) VALUE SPACES.          00032100
                                                                        00032200
      *----------------------------------------------------------------*00032300
       01 FILLER                       PIC X(50)               VALUE    00032400
            '**** AREA DE VARIAVEIS E CONTADORES ****'.                 00032500
      *----------------------------------------------------------------*00032600
                                                                        00032700
       77 WRK-FS-RUNCTL                PIC X(02) VALUE SPACES.          00032800
       77 WRK-FS-FORNMST               PIC X(02) VALUE SPACES.          00032900
       77 WRK-FS-PEDMST                PIC X(02) VALUE SPACES.          00033000
       77 WRK-FS-PARAMS                PIC X(02) VALUE SPACES.          00033100
       77 WRK-FS-RELSCOR               PIC X(02) VALUE SPACES.          00033200
       77 WRK-ACU-LIDOS                PIC 9(07) VALUE ZEROS.           00033300
       77 WRK-ACU-CONSIDERADOS         PIC 9(07) VALUE ZEROS.           00033400
       77 WRK-ACU-FORA-PERIODO         PIC 9(07) VALUE ZEROS.           00033500
       77 WRK-ACU-A-VENCER             PIC 9(07) VALUE ZEROS.           00033600
       77 WRK-ACU-SEM-FORNECEDOR       PIC 9(07) VALUE ZEROS.           00033700
       77 WRK-ACU-INVALIDOS            PIC 9(07) VALUE ZEROS.           00033800
       77 WRK-ACU-AVALIADOS            PIC 9(05) VALUE ZEROS.           00033900
       77 WRK-ACU-SEM-MOVIMENTO        PIC 9(05) VALUE ZEROS.           00034000
       77 WRK-ACU-REVISAR              PIC 9(05) VALUE ZEROS.           00034100
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00034200
                                                                        00034300
      *----------------------------------------------------------------*00034400
       01 FILLER                       PIC X(50)               VALUE    00034500
            '**** AREA DO MODULO TRTERRO ****'.                         00034600
      *----------------------------------------------------------------*00034700
                                                                        00034800
        COPY '#TRTERRO'.                                                00034900
                                                                        00035000
      *================================================================*00035100
       PROCEDURE DIVISION.                                              00035200
      *================================================================*00035300
                                                                        00035400
      *----------------------------------------------------------------*00035500
       0000-PRINCIPAL                     SECTION.                      00035600
      *----------------------------------------------------------------*00035700
                                                                        00035800
           PERFORM 1000-INICIAR.                                        00035900
           PERFORM 2000-PROCESSAR UNTIL WRK-FS-PEDMST EQUAL '10'.       00036000
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
            PERFORM 1500-CARREGAR-PARAMETROS.                           00037100
            PERFORM 1100-CARREGAR-FORNECEDORES.                         00037200
            PERFORM 1300-CALCULAR-PERIODOS.                             00037300
                                                                        00037400
            OPEN INPUT PEDMST.                                          00037500
            IF WRK-FS-PEDMST NOT EQUAL ZEROS                            00037600
                MOVE ' ERRO ABERTURA PEDMST ' TO WRK-MSG                00037700
                PERFORM 9000-TRATAR-ERROS                               00037800
            END-IF.                                                     00037900
                                                                        00038000
            PERFORM 1800-LER-PEDIDO.                                    00038100
                                                                        00038200
      *----------------------------------------------------------------*00038300
       1000-99-FIM.            EXIT.                                    00038400
      *----------------------------------------------------------------*00038500
      *----------------------------------------------------------------*00038600
       1100-CARREGAR-FORNECEDORES         SECTION.                      00038700
      *----------------------------------------------------------------*00038800
                                                                        00038900
            OPEN INPUT FORNMST.                                         00039000
            IF WRK-FS-FORNMST NOT EQUAL ZEROS                           00039100
                MOVE ' ERRO ABERTURA FORNMST ' TO WRK-MSG               00039200
                PERFORM 9000-TRATAR-ERROS                               00039300
            END-IF.                                                     00039400
                                                                        00039500
            PERFORM 1110-LER-FORNECEDOR                                 00039600
                UNTIL WRK-FS-FORNMST EQUAL '10'.                        00039700
            CLOSE FORNMST.                                              00039800
                                                                        00039900
      *----------------------------------------------------------------*00040000
       1100-99-FIM.            EXIT.                                    00040100
      *----------------------------------------------------------------*00040200
      *----------------------------------------------------------------*00040300
       1110-LER-FORNECEDOR                SECTION.                      00040400
      *----------------------------------------------------------------*00040500
      *    FORNECEDOR SEM PRAZO DE ENTREGA USA O PRAZO PADRAO.          00040600
      *----------------------------------------------------------------*00040700
                                                                        00040800
            READ FORNMST INTO WRK-REG-FORNECEDOR.                       00040900
            IF WRK-FS-FORNMST NOT EQUAL ZEROS                           00041000
                MOVE '10' TO WRK-FS-FORNMST                             00041100
                GO TO 1110-99-FIM                                       00041200
            END-IF.                                                     00041300
                                                                        00041400
            IF WRK-QT-FORNECEDORES NOT LESS 2000                        00041500
                MOVE ' TABELA DE FORNECEDORES CHEIA ' TO WRK-MSG        00041600
                PERFORM 9000-TRATAR-ERROS                               00041700
            END-IF.                                                     00041800
                                                                        00041900
            ADD 1 TO WRK-QT-FORNECEDORES.                               00042000
            INITIALIZE WRK-TAB-FORN-ITEM(WRK-QT-FORNECEDORES).          00042100
            MOVE WRK-FOR-CODIGO                                         00042200
                 TO WRK-TFO-CODIGO(WRK-QT-FORNECEDORES).                00042300
            MOVE WRK-FOR-RAZAO                                          00042400
                 TO WRK-TFO-RAZAO(WRK-QT-FORNECEDORES).                 00042500
            IF WRK-FOR-PRAZO-ENTREGA NUMERIC                            00042600
               AND WRK-FOR-PRAZO-ENTREGA GREATER ZEROS                  00042700
                MOVE WRK-FOR-PRAZO-ENTREGA                              00042800
                     TO WRK-TFO-PRAZO(WRK-QT-FORNECEDORES)              00042900
            ELSE                                                        00043000
                MOVE WRK-PRAZO-PADRAO                                   00043100
                     TO WRK-TFO-PRAZO(WRK-QT-FORNECEDORES)              00043200
            END-IF.                                                     00043300
                                                                        00043400
      *----------------------------------------------------------------*00043500
       1110-99-FIM.            EXIT.                                    00043600
      *----------------------------------------------------------------*00043700
      *----------------------------------------------------------------*00043800
       1300-CALCULAR-PERIODOS             SECTION.                      00043900
      *----------------------------------------------------------------*00044000
      *    INICIO DO MES DA RODADA E INICIO DO MES 11 MESES ANTES.      00044100
      *----------------------------------------------------------------*00044200
                                                                        00044300
            MOVE WRK-DATA-RODADA         TO WRK-DATA-CALC-N.            00044400
            PERFORM 1700-CALCULAR-NUM-DIA.                              00044500
            MOVE WRK-NUM-DIA             TO WRK-NUM-DIA-RODADA.         00044600
                                                                        00044700
            MOVE 1                       TO WRK-DIA.                    00044800
            PERFORM 1700-CALCULAR-NUM-DIA.                              00044900
            MOVE WRK-NUM-DIA             TO WRK-NUM-DIA-INI-MES.        00045000
                                                                        00045100
            IF WRK-MES GREATER 11                                       00045200
                SUBTRACT 11 FROM WRK-MES                                00045300
            ELSE                                                        00045400
                ADD 1 TO WRK-MES                                        00045500
                SUBTRACT 1 FROM WRK-ANO                                 00045600
            END-IF.                                                     00045700
            PERFORM 1700-CALCULAR-NUM-DIA.                              00045800
            MOVE WRK-NUM-DIA             TO WRK-NUM-DIA-INI-12M.        00045900
                                                                        00046000
      *----------------------------------------------------------------*00046100
       1300-99-FIM.            EXIT.                                    00046200
      *----------------------------------------------------------------*00046300
      *----------------------------------------------------------------*00046400
       1500-CARREGAR-PARAMETROS           SECTION.                      00046500
      *----------------------------------------------------------------*00046600
                                                                        00046700
            OPEN INPUT PARAMS.                                          00046800
            IF WRK-FS-PARAMS             EQUAL '35'                     00046900
                DISPLAY 'PARAMS AUSENTE - USANDO VALORES PADRAO'        00047000
            ELSE                                                        00047100
                IF WRK-FS-PARAMS         NOT EQUAL ZEROS                00047200
                    MOVE ' ERRO ABERTURA PARAMS ' TO WRK-MSG            00047300
                    PERFORM 9000-TRATAR-ERROS                           00047400
                ELSE                                                    00047500
                    PERFORM 1510-LER-PARAMETRO                          00047600
                        UNTIL WRK-FS-PARAMS EQUAL '10'                  00047700
                    CLOSE PARAMS                                        00047800
                END-IF                                                  00047900
            END-IF.                                                     00048000
                                                                        00048100
            DISPLAY 'PARAMETRO PRAZO-PADRAO...: ' WRK-PRAZO-PADRAO.     00048200
            MOVE WRK-MIN-PONTUAL         TO WRK-PCT-EDITADO.            00048300
            DISPLAY 'PARAMETRO PCT-MIN-PONTUAL: ' WRK-PCT-EDITADO.      00048400
            MOVE WRK-MIN-ATENDIM         TO WRK-PCT-EDITADO.            00048500
            DISPLAY 'PARAMETRO PCT-MIN-ATENDIM: ' WRK-PCT-EDITADO.      00048600
                                                                        00048700
      *----------------------------------------------------------------*00048800
       1500-99-FIM.            EXIT.                                    00048900
      *----------------------------------------------------------------*00049000
      *----------------------------------------------------------------*00049100
       1510-LER-PARAMETRO                 SECTION.                      00049200
      *----------------------------------------------------------------*00049300
                                                                        00049400
            READ PARAMS INTO WRK-REG-PARAM.                             00049500
            IF WRK-FS-PARAMS             NOT EQUAL ZEROS                00049600
                MOVE '10' TO WRK-FS-PARAMS                              00049700
                GO TO 1510-99-FIM                                       00049800
            END-IF.                                                     00049900
                                                                        00050000
            IF WRK-PARAM-DATA-EFET       GREATER WRK-DATA-CORTE         00050100
                GO TO 1510-99-FIM                                       00050200
            END-IF.                                                     00050300
                                                                        00050400
            IF WRK-PARAM-NOME            EQUAL 'PRAZO-PADRAO'           00050500
               AND WRK-PARAM-DATA-EFET   NOT LESS WRK-VIG-PRAZO         00050600
                IF WRK-PARAM-VALOR(1:5)  NUMERIC                        00050700
                   AND WRK-PARAM-VALOR(1:5) GREATER '00000'             00050800
                   AND WRK-PARAM-VALOR(1:5) NOT GREATER '00999'         00050900
                    MOVE WRK-PARAM-VALOR(1:5) TO WRK-PRAZO-PADRAO       00051000
                    MOVE WRK-PARAM-DATA-EFET  TO WRK-VIG-PRAZO          00051100
                ELSE                                                    00051200
                    DISPLAY 'PARAMETRO PRAZO-PADRAO INVALIDO - '        00051300
                            'IGNORADO: ' WRK-PARAM-VALOR                00051400
                END-IF                                                  00051500
            END-IF.                                                     00051600
                                                                        00051700
            IF WRK-PARAM-NOME            EQUAL 'PCT-MIN-PONTUAL'        00051800
               AND WRK-PARAM-DATA-EFET   NOT LESS WRK-VIG-PONTUAL       00051900
                IF WRK-PARAM-VALOR(1:5)  NUMERIC                        00052000
                   AND WRK-PARAM-VALOR(1:5) NOT GREATER '10000'         00052100
                    MOVE WRK-PARAM-VALOR(1:5) TO WRK-MIN-PONTUAL-N      00052200
                    MOVE WRK-PARAM-DATA-EFET  TO WRK-VIG-PONTUAL        00052300
                ELSE                                                    00052400
                    DISPLAY 'PARAMETRO PCT-MIN-PONTUAL INVALIDO - '     00052500
                            'IGNORADO: ' WRK-PARAM-VALOR                00052600
                END-IF                                                  00052700
            END-IF.                                                     00052800
                                                                        00052900
            IF WRK-PARAM-NOME            EQUAL 'PCT-MIN-ATENDIM'        00053000
               AND WRK-PARAM-DATA-EFET   NOT LESS WRK-VIG-ATENDIM       00053100
                IF WRK-PARAM-VALOR(1:5)  NUMERIC                        00053200
                   AND WRK-PARAM-VALOR(1:5) NOT GREATER '10000'         00053300
                    MOVE WRK-PARAM-VALOR(1:5) TO WRK-MIN-ATENDIM-N      00053400
                    MOVE WRK-PARAM-DATA-EFET  TO WRK-VIG-ATENDIM        00053500
                ELSE                                                    00053600
                    DISPLAY 'PARAMETRO PCT-MIN-ATENDIM INVALIDO - '     00053700
                            'IGNORADO: ' WRK-PARAM-VALOR                00053800
                END-IF                                                  00053900
            END-IF.                                                     00054000
                                                                        00054100
      *----------------------------------------------------------------*00054200
       1510-99-FIM.            EXIT.                                    00054300
      *----------------------------------------------------------------*00054400
      *----------------------------------------------------------------*00054500
       1600-LER-DATA-RODADA               SECTION.                      00054600
      *----------------------------------------------------------------*00054700
                                                                        00054800
            OPEN INPUT RUNCTL.                                          00054900
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00055000
                MOVE ' RUNCTL AUSENTE - RODAR FR06CB01 ' TO WRK-MSG     00055100
                PERFORM 9000-TRATAR-ERROS                               00055200
            END-IF.                                                     00055300
                                                                        00055400
            READ RUNCTL INTO WRK-RUNCTL.                                00055500
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00055600
               OR WRK-RUNCTL-TIPO NOT EQUAL '1'                         00055700
                MOVE ' RUNCTL SEM REGISTRO DE ABERTURA ' TO WRK-MSG     00055800
                PERFORM 9000-TRATAR-ERROS                               00055900
            END-IF.                                                     00056000
                                                                        00056100
            MOVE WRK-RUNCTL-DATA TO WRK-DATA-RODADA.                    00056200
            CLOSE RUNCTL.                                               00056300
                                                                        00056400
            MOVE WRK-DATA-RODADA(5:4)  TO WRK-DATA-CORTE(1:4).          00056500
            MOVE WRK-DATA-RODADA(3:2)  TO WRK-DATA-CORTE(5:2).          00056600
            MOVE WRK-DATA-RODADA(1:2)  TO WRK-DATA-CORTE(7:2).          00056700
                                                                        00056800
      *----------------------------------------------------------------*00056900
       1600-99-FIM.            EXIT.                                    00057000
      *----------------------------------------------------------------*00057100
      *----------------------------------------------------------------*00057200
       1700-CALCULAR-NUM-DIA              SECTION.                      00057300
      *----------------------------------------------------------------*00057400
      *    NUMERO SEQUENCIAL DO DIA (CALENDARIO GREGORIANO) DA DATA EM  00057500
      *    WRK-DATA-CALC, COMO NO FR06C120.                             00057600
      *----------------------------------------------------------------*00057700
                                                                        00057800
            MOVE WRK-ANO TO WRK-ANO-AJUSTADO.                           00057900
            IF WRK-MES LESS 3                                           00058000
                SUBTRACT 1 FROM WRK-ANO-AJUSTADO                        00058100
            END-IF.                                                     00058200
                                                                        00058300
            COMPUTE WRK-Q4   = WRK-ANO-AJUSTADO / 4.                    00058400
            COMPUTE WRK-Q100 = WRK-ANO-AJUSTADO / 100.                  00058500
            COMPUTE WRK-Q400 = WRK-ANO-AJUSTADO / 400.                  00058600
            COMPUTE WRK-BISSEXTOS = WRK-Q4 - WRK-Q100 + WRK-Q400.       00058700
                                                                        00058800
            COMPUTE WRK-NUM-DIA =                                       00058900
                (365 * WRK-ANO) + WRK-BISSEXTOS                         00059000
                + WRK-DIAS-ACUM(WRK-MES) + WRK-DIA.                     00059100
                                                                        00059200
      *----------------------------------------------------------------*00059300
       1700-99-FIM.            EXIT.                                    00059400
      *----------------------------------------------------------------*00059500
      *----------------------------------------------------------------*00059600
       1750-CONVERTER-DATA                SECTION.                      00059700
      *----------------------------------------------------------------*00059800
      *    DATA AAAAMMDD DO PEDIDO (EM WRK-DATA-AAAAMMDD) PARA NUMERO   00059900
      *    DO DIA. DATA NAO NUMERICA, ZERADA OU COM MES/DIA FORA DA     00060000
      *    FAIXA VOLTA COM WRK-DATA-VALIDA = 'N'.                       00060100
      *----------------------------------------------------------------*00060200
                                                                        00060300
            MOVE 'N' TO WRK-DATA-VALIDA.                                00060400
            IF WRK-DATA-AAAAMMDD-X NOT NUMERIC                          00060500
                GO TO 1750-99-FIM                                       00060600
            END-IF.                                                     00060700
            IF WRK-AMD-MES LESS 1                                       00060800
               OR WRK-AMD-MES GREATER 12                                00060900
               OR WRK-AMD-DIA LESS 1                                    00061000
               OR WRK-AMD-DIA GREATER 31                                00061100
               OR WRK-AMD-ANO EQUAL ZEROS                               00061200
                GO TO 1750-99-FIM                                       00061300
            END-IF.                                                     00061400
                                                                        00061500
            MOVE WRK-AMD-DIA TO WRK-DIA.                                00061600
            MOVE WRK-AMD-MES TO WRK-MES.                                00061700
            MOVE WRK-AMD-ANO TO WRK-ANO.                                00061800
            PERFORM 1700-CALCULAR-NUM-DIA.                              00061900
            MOVE 'S' TO WRK-DATA-VALIDA.                                00062000
                                                                        00062100
      *----------------------------------------------------------------*00062200
       1750-99-FIM.            EXIT.                                    00062300
      *----------------------------------------------------------------*00062400
      *----------------------------------------------------------------*00062500
       1800-LER-PEDIDO                    SECTION.                      00062600
      *----------------------------------------------------------------*00062700
                                                                        00062800
            READ PEDMST INTO WRK-REG-PEDIDO.                            00062900
            IF WRK-FS-PEDMST NOT EQUAL ZEROS                            00063000
                MOVE '10' TO WRK-FS-PEDMST                              00063100
                GO TO 1800-99-FIM                                       00063200
            END-IF.                                                     00063300
            ADD 1 TO WRK-ACU-LIDOS.                                     00063400
                                                                        00063500
      *----------------------------------------------------------------*00063600
       1800-99-FIM.            EXIT.                                    00063700
      *----------------------------------------------------------------*00063800
      *----------------------------------------------------------------*00063900
       2000-PROCESSAR                     SECTION.                      00064000
      *----------------------------------------------------------------*00064100
      *    SO ENTRAM LINHAS COM FORNECEDOR CODIFICADO NO FORNMST. A     00064200
      *    LINHA ENTRA NO PERIODO DE 12 MESES E, SE VENCEU NO MES DA    00064300
      *    RODADA, TAMBEM NO PERIODO DO MES.                            00064400
      *----------------------------------------------------------------*00064500
                                                                        00064600
            IF WRK-PED-QT-PEDIDA NOT NUMERIC                            00064700
               OR WRK-PED-QT-RECEBIDA NOT NUMERIC                       00064800
                ADD 1 TO WRK-ACU-INVALIDOS                              00064900
                GO TO 2000-88-LER                                       00065000
            END-IF.                                                     00065100
                                                                        00065200
            MOVE WRK-PED-DATA-EMISSAO TO WRK-DATA-AAAAMMDD.             00065300
            PERFORM 1750-CONVERTER-DATA.                                00065400
            IF WRK-DATA-VALIDA EQUAL 'N'                                00065500
                ADD 1 TO WRK-ACU-INVALIDOS                              00065600
                GO TO 2000-88-LER                                       00065700
            END-IF.                                                     00065800
                                                                        00065900
            MOVE 'N' TO WRK-FORN-ACHADO.                                00066000
            IF WRK-PED-COD-FORN NUMERIC                                 00066100
               AND WRK-PED-COD-FORN NOT EQUAL ZEROS                     00066200
                PERFORM 2100-PROCURAR-FORNECEDOR                        00066300
                    VARYING WRK-IDX-FORN FROM 1 BY 1                    00066400
                    UNTIL WRK-IDX-FORN GREATER WRK-QT-FORNECEDORES      00066500
                       OR WRK-FORN-ACHADO EQUAL 'S'                     00066600
            END-IF.                                                     00066700
            IF WRK-FORN-ACHADO EQUAL 'N'                                00066800
                ADD 1 TO WRK-ACU-SEM-FORNECEDOR                         00066900
                GO TO 2000-88-LER                                       00067000
            END-IF.                                                     00067100
            SUBTRACT 1 FROM WRK-IDX-FORN.                               00067200
                                                                        00067300
            COMPUTE WRK-NUM-DIA-VENCTO =                                00067400
                WRK-NUM-DIA + WRK-TFO-PRAZO(WRK-IDX-FORN).              00067500
                                                                        00067600
            IF WRK-NUM-DIA-VENCTO LESS WRK-NUM-DIA-INI-12M              00067700
                ADD 1 TO WRK-ACU-FORA-PERIODO                           00067800
                GO TO 2000-88-LER                                       00067900
            END-IF.                                                     00068000
                                                                        00068100
            IF WRK-PED-SITUACAO EQUAL 'R'                               00068200
               OR WRK-PED-SITUACAO EQUAL 'C'                            00068300
                IF WRK-NUM-DIA-VENCTO GREATER WRK-NUM-DIA-RODADA        00068400
                    ADD 1 TO WRK-ACU-A-VENCER                           00068500
                    GO TO 2000-88-LER                                   00068600
                END-IF                                                  00068700
            ELSE                                                        00068800
                IF WRK-NUM-DIA-VENCTO NOT LESS WRK-NUM-DIA-RODADA       00068900
                    ADD 1 TO WRK-ACU-A-VENCER                           00069000
                    GO TO 2000-88-LER                                   00069100
                END-IF                                                  00069200
            END-IF.                                                     00069300
                                                                        00069400
            MOVE 'N' TO WRK-ENTREGA-VALIDA.                             00069500
            IF WRK-PED-SITUACAO EQUAL 'R'                               00069600
                MOVE WRK-PED-DATA-ENTREGA TO WRK-DATA-AAAAMMDD-X        00069700
                PERFORM 1750-CONVERTER-DATA                             00069800
                IF WRK-DATA-VALIDA EQUAL 'S'                            00069900
                    MOVE 'S'         TO WRK-ENTREGA-VALIDA              00070000
                    MOVE WRK-NUM-DIA TO WRK-NUM-DIA-ENTREGA             00070100
                END-IF                                                  00070200
            END-IF.                                                     00070300
                                                                        00070400
            ADD 1 TO WRK-ACU-CONSIDERADOS.                              00070500
            IF WRK-NUM-DIA-VENCTO LESS WRK-NUM-DIA-INI-MES              00070600
                MOVE 2 TO WRK-PER-INICIAL                               00070700
            ELSE                                                        00070800
                MOVE 1 TO WRK-PER-INICIAL                               00070900
            END-IF.                                                     00071000
            PERFORM 2200-ACUMULAR-PERIODO                               00071100
                VARYING WRK-IDX-PER FROM WRK-PER-INICIAL BY 1           00071200
                UNTIL WRK-IDX-PER GREATER 2.                            00071300
                                                                        00071400
       2000-88-LER.                                                     00071500
            PERFORM 1800-LER-PEDIDO.                                    00071600
                                                                        00071700
      *----------------------------------------------------------------*00071800
       2000-99-FIM.            EXIT.                                    00071900
      *----------------------------------------------------------------*00072000
      *----------------------------------------------------------------*00072100
       2100-PROCURAR-FORNECEDOR           SECTION.                      00072200
      *----------------------------------------------------------------*00072300
                                                                        00072400
            IF WRK-TFO-CODIGO(WRK-IDX-FORN) EQUAL WRK-PED-COD-FORN      00072500
                MOVE 'S' TO WRK-FORN-ACHADO                             00072600
            END-IF.                                                     00072700
                                                                        00072800
      *----------------------------------------------------------------*00072900
       2100-99-FIM.            EXIT.                                    00073000
      *----------------------------------------------------------------*00073100
      *----------------------------------------------------------------*00073200
       2200-ACUMULAR-PERIODO              SECTION.                      00073300
      *----------------------------------------------------------------*00073400
      *    LINHA CANCELADA SO CONTA COMO CANCELADA. RECEBIDA SEM DATA   00073500
      *    DE ENTREGA (ANTERIOR AO CAMPO) CONTA NO ATENDIMENTO, MAS     00073600
      *    NAO NA PONTUALIDADE. LINHA ABERTA AQUI JA ESTA VENCIDA.      00073700
      *----------------------------------------------------------------*00073800
                                                                        00073900
            IF WRK-PED-SITUACAO EQUAL 'C'                               00074000
                ADD 1 TO WRK-TFO-CANCELADAS(WRK-IDX-FORN WRK-IDX-PER)   00074100
                GO TO 2200-99-FIM                                       00074200
            END-IF.                                                     00074300
                                                                        00074400
            IF WRK-PED-SITUACAO EQUAL 'P'                               00074500
                ADD 1 TO WRK-TFO-PARCIAIS(WRK-IDX-FORN WRK-IDX-PER)     00074600
            END-IF.                                                     00074700
                                                                        00074800
            ADD 1 TO WRK-TFO-LINHAS(WRK-IDX-FORN WRK-IDX-PER).          00074900
            ADD WRK-PED-QT-PEDIDA                                       00075000
                TO WRK-TFO-QT-PEDIDA(WRK-IDX-FORN WRK-IDX-PER).         00075100
            IF WRK-PED-QT-RECEBIDA GREATER WRK-PED-QT-PEDIDA            00075200
                ADD WRK-PED-QT-PEDIDA                                   00075300
                    TO WRK-TFO-QT-RECEBIDA(WRK-IDX-FORN WRK-IDX-PER)    00075400
            ELSE                                                        00075500
                ADD WRK-PED-QT-RECEBIDA                                 00075600
                    TO WRK-TFO-QT-RECEBIDA(WRK-IDX-FORN WRK-IDX-PER)    00075700
            END-IF.                                                     00075800
                                                                        00075900
            IF WRK-PED-SITUACAO NOT EQUAL 'R'                           00076000
                ADD 1 TO WRK-TFO-ATRASADAS(WRK-IDX-FORN WRK-IDX-PER)    00076100
                COMPUTE WRK-TFO-DIAS-ATRASO(WRK-IDX-FORN WRK-IDX-PER) = 00076200
                    WRK-TFO-DIAS-ATRASO(WRK-IDX-FORN WRK-IDX-PER)       00076300
                    + WRK-NUM-DIA-RODADA - WRK-NUM-DIA-VENCTO           00076400
                GO TO 2200-99-FIM                                       00076500
            END-IF.                                                     00076600
                                                                        00076700
            IF WRK-ENTREGA-VALIDA EQUAL 'N'                             00076800
                ADD 1 TO WRK-TFO-SEM-DATA(WRK-IDX-FORN WRK-IDX-PER)     00076900
                GO TO 2200-99-FIM                                       00077000
            END-IF.                                                     00077100
                                                                        00077200
            IF WRK-NUM-DIA-ENTREGA NOT GREATER WRK-NUM-DIA-VENCTO       00077300
                ADD 1 TO WRK-TFO-PONTUAIS(WRK-IDX-FORN WRK-IDX-PER)     00077400
            ELSE                                                        00077500
                ADD 1 TO WRK-TFO-ATRASADAS(WRK-IDX-FORN WRK-IDX-PER)    00077600
                COMPUTE WRK-TFO-DIAS-ATRASO(WRK-IDX-FORN WRK-IDX-PER) = 00077700
                    WRK-TFO-DIAS-ATRASO(WRK-IDX-FORN WRK-IDX-PER)       00077800
                    + WRK-NUM-DIA-ENTREGA - WRK-NUM-DIA-VENCTO          00077900
            END-IF.                                                     00078000
                                                                        00078100
      *----------------------------------------------------------------*00078200
       2200-99-FIM.            EXIT.                                    00078300
      *----------------------------------------------------------------*00078400
      *----------------------------------------------------------------*00078500
       3000-FINALIZAR                     SECTION.                      00078600
      *----------------------------------------------------------------*00078700
                                                                        00078800
            CLOSE PEDMST.                                               00078900
                                                                        00079000
            OPEN OUTPUT RELSCOR.                                        00079100
            IF WRK-FS-RELSCOR NOT EQUAL ZEROS                           00079200
                MOVE ' ERRO ABERTURA RELSCOR ' TO WRK-MSG               00079300
                PERFORM 9000-TRATAR-ERROS                               00079400
            END-IF.                                                     00079500
                                                                        00079600
            MOVE WRK-DATA-RODADA         TO WRK-CAB-DATA.               00079700
            MOVE WRK-MIN-PONTUAL         TO WRK-CPA-PONTUAL.            00079800
            MOVE WRK-MIN-ATENDIM         TO WRK-CPA-ATENDIM.            00079900
            MOVE WRK-PRAZO-PADRAO        TO WRK-CPA-PRAZO.              00080000
            WRITE FD-RELSCOR FROM WRK-CABEC-REL.                        00080100
            WRITE FD-RELSCOR FROM WRK-CABEC-PARAMETROS.                 00080200
            WRITE FD-RELSCOR FROM WRK-LINHA-TRACO.                      00080300
            WRITE FD-RELSCOR FROM WRK-CABEC-COLUNAS.                    00080400
            WRITE FD-RELSCOR FROM WRK-LINHA-TRACO.                      00080500
                                                                        00080600
            SORT ORDENA                                                 00080700
                ON DESCENDING KEY SD-COM-BASE                           00080800
                                  SD-PCT-PONTUAL                        00080900
                                  SD-PCT-ATENDIM                        00081000
                ON ASCENDING  KEY SD-CODIGO                             00081100
                INPUT PROCEDURE  IS 3100-LIBERAR-FORNECEDORES           00081200
                OUTPUT PROCEDURE IS 3200-LISTAR-FORNECEDORES.           00081300
                                                                        00081400
            WRITE FD-RELSCOR FROM WRK-LINHA-TRACO.                      00081500
            MOVE 'FORNECEDORES AVALIADOS'     TO WRK-LTT-ROTULO.        00081600
            MOVE WRK-ACU-AVALIADOS            TO WRK-LTT-VALOR.         00081700
            WRITE FD-RELSCOR FROM WRK-LINHA-TOTAL.                      00081800
            MOVE 'FORNECEDORES A REVISAR'     TO WRK-LTT-ROTULO.        00081900
            MOVE WRK-ACU-REVISAR              TO WRK-LTT-VALOR.         00082000
            WRITE FD-RELSCOR FROM WRK-LINHA-TOTAL.                      00082100
            MOVE 'FORNECEDORES SEM PEDIDOS'   TO WRK-LTT-ROTULO.        00082200
            MOVE WRK-ACU-SEM-MOVIMENTO        TO WRK-LTT-VALOR.         00082300
            WRITE FD-RELSCOR FROM WRK-LINHA-TOTAL.                      00082400
            MOVE 'LINHAS SEM FORNECEDOR'      TO WRK-LTT-ROTULO.        00082500
            MOVE WRK-ACU-SEM-FORNECEDOR       TO WRK-LTT-VALOR.         00082600
            WRITE FD-RELSCOR FROM WRK-LINHA-TOTAL.                      00082700
                                                                        00082800
            CLOSE RELSCOR.                                              00082900
                                                                        00083000
            DISPLAY '------------------------------------------------'. 00083100
            DISPLAY '  LINHAS LIDAS.........: ' WRK-ACU-LIDOS.          00083200
            DISPLAY '  LINHAS CONSIDERADAS..: ' WRK-ACU-CONSIDERADOS.   00083300
            DISPLAY '  LINHAS A VENCER......: ' WRK-ACU-A-VENCER.       00083400
            DISPLAY '  FORA DOS 12 MESES....: ' WRK-ACU-FORA-PERIODO.   00083500
            DISPLAY '  SEM FORNECEDOR.......: ' WRK-ACU-SEM-FORNECEDOR. 00083600
            DISPLAY '  LINHAS INVALIDAS.....: ' WRK-ACU-INVALIDOS.      00083700
            DISPLAY '  FORNEC. AVALIADOS....: ' WRK-ACU-AVALIADOS.      00083800
            DISPLAY '  FORNEC. A REVISAR....: ' WRK-ACU-REVISAR.        00083900
            DISPLAY '------------------------------------------------'. 00084000
                                                                        00084100
            STOP RUN.                                                   00084200
                                                                        00084300
      *----------------------------------------------------------------*00084400
       3000-99-FIM.            EXIT.                                    00084500
      *----------------------------------------------------------------*00084600
      *----------------------------------------------------------------*00084700
       3100-LIBERAR-FORNECEDORES          SECTION.                      00084800
      *----------------------------------------------------------------*00084900
                                                                        00085000
            PERFORM 3110-LIBERAR-FORNECEDOR                             00085100
                VARYING WRK-IDX-FORN FROM 1 BY 1                        00085200
                UNTIL WRK-IDX-FORN GREATER WRK-QT-FORNECEDORES.         00085300
                                                                        00085400
      *----------------------------------------------------------------*00085500
       3100-99-FIM.            EXIT.                                    00085600
      *----------------------------------------------------------------*00085700
      *----------------------------------------------------------------*00085800
       3110-LIBERAR-FORNECEDOR            SECTION.                      00085900
      *----------------------------------------------------------------*00086000
      *    FORNECEDOR SEM LINHA NOS 12 MESES NAO ENTRA NO RANKING. QUEM 00086100
      *    SO TEM CANCELADAS (SEM BASE DE PONTUALIDADE) VAI PARA O FIM. 00086200
      *----------------------------------------------------------------*00086300
                                                                        00086400
            IF WRK-TFO-LINHAS(WRK-IDX-FORN 2) EQUAL ZEROS               00086500
               AND WRK-TFO-CANCELADAS(WRK-IDX-FORN 2) EQUAL ZEROS       00086600
                ADD 1 TO WRK-ACU-SEM-MOVIMENTO                          00086700
                GO TO 3110-99-FIM                                       00086800
            END-IF.                                                     00086900
                                                                        00087000
            MOVE 2 TO WRK-IDX-PER.                                      00087100
            PERFORM 3300-CALCULAR-INDICES.                              00087200
                                                                        00087300
            MOVE WRK-TEM-PONTUAL              TO WRK-ORD-COM-BASE.      00087400
            MOVE WRK-PCT-PONTUAL              TO WRK-ORD-PCT-PONTUAL.   00087500
            MOVE WRK-PCT-ATENDIM              TO WRK-ORD-PCT-ATENDIM.   00087600
            MOVE WRK-TFO-CODIGO(WRK-IDX-FORN) TO WRK-ORD-CODIGO.        00087700
            MOVE WRK-IDX-FORN                 TO WRK-ORD-IDX-FORN.      00087800
            RELEASE SD-ORDENA FROM WRK-REG-ORDENA.                      00087900
                                                                        00088000
      *----------------------------------------------------------------*00088100
       3110-99-FIM.            EXIT.                                    00088200
      *----------------------------------------------------------------*00088300
      *----------------------------------------------------------------*00088400
       3200-LISTAR-FORNECEDORES           SECTION.                      00088500
      *----------------------------------------------------------------*00088600
                                                                        00088700
            PERFORM 3210-RETORNAR-FORNECEDOR                            00088800
                UNTIL WRK-FIM-SORT EQUAL 'S'.                           00088900
                                                                        00089000
      *----------------------------------------------------------------*00089100
       3200-99-FIM.            EXIT.                                    00089200
      *----------------------------------------------------------------*00089300
      *----------------------------------------------------------------*00089400
       3210-RETORNAR-FORNECEDOR           SECTION.                      00089500
      *----------------------------------------------------------------*00089600
                                                                        00089700
            RETURN ORDENA INTO WRK-REG-ORDENA                           00089800
                AT END                                                  00089900
                    MOVE 'S' TO WRK-FIM-SORT                            00090000
                NOT AT END                                              00090100
                    PERFORM 3220-LISTAR-FORNECEDOR                      00090200
            END-RETURN.                                                 00090300
                                                                        00090400
      *----------------------------------------------------------------*00090500
       3210-99-FIM.            EXIT.                                    00090600
      *----------------------------------------------------------------*00090700
      *----------------------------------------------------------------*00090800
       3220-LISTAR-FORNECEDOR             SECTION.                      00090900
      *----------------------------------------------------------------*00091000
      *    PRIMEIRA LINHA: 12 MESES (BASE DO RANKING E DA MARCA DE      00091100
      *    REVISAO); SEGUNDA: MES DA RODADA.                            00091200
      *----------------------------------------------------------------*00091300
                                                                        00091400
            ADD 1 TO WRK-ACU-AVALIADOS.                                 00091500
            MOVE WRK-ORD-IDX-FORN             TO WRK-IDX-FORN.          00091600
                                                                        00091700
            MOVE SPACES                       TO WRK-LFO-SITUACAO.      00091800
            MOVE 2                            TO WRK-IDX-PER.           00091900
            PERFORM 3300-CALCULAR-INDICES.                              00092000
            IF (WRK-TEM-PONTUAL EQUAL 'S'                               00092100
                AND WRK-PCT-PONTUAL LESS WRK-MIN-PONTUAL)               00092200
               OR (WRK-TEM-ATENDIM EQUAL 'S'                            00092300
                AND WRK-PCT-ATENDIM LESS WRK-MIN-ATENDIM)               00092400
                MOVE 'REVISAR'                TO WRK-LFO-SITUACAO       00092500
                ADD 1 TO WRK-ACU-REVISAR                                00092600
            END-IF.                                                     00092700
            MOVE WRK-ACU-AVALIADOS            TO WRK-LFO-POSICAO.       00092800
            MOVE WRK-TFO-CODIGO(WRK-IDX-FORN) TO WRK-LFO-CODIGO.        00092900
            MOVE WRK-TFO-RAZAO(WRK-IDX-FORN)  TO WRK-LFO-RAZAO.         00093000
            MOVE '12M'                        TO WRK-LFO-PERIODO.       00093100
            PERFORM 3400-MONTAR-LINHA.                                  00093200
                                                                        00093300
            MOVE SPACES                       TO WRK-LFO-POSICAO-X      00093400
                                                 WRK-LFO-CODIGO-X       00093500
                                                 WRK-LFO-RAZAO          00093600
                                                 WRK-LFO-SITUACAO.      00093700
            MOVE 1                            TO WRK-IDX-PER.           00093800
            PERFORM 3300-CALCULAR-INDICES.                              00093900
            MOVE 'MES'                        TO WRK-LFO-PERIODO.       00094000
            PERFORM 3400-MONTAR-LINHA.                                  00094100
                                                                        00094200
      *----------------------------------------------------------------*00094300
       3220-99-FIM.            EXIT.                                    00094400
      *----------------------------------------------------------------*00094500
      *----------------------------------------------------------------*00094600
       3300-CALCULAR-INDICES              SECTION.                      00094700
      *----------------------------------------------------------------*00094800
      *    INDICES DO FORNECEDOR WRK-IDX-FORN NO PERIODO WRK-IDX-PER.   00094900
      *----------------------------------------------------------------*00095000
                                                                        00095100
            MOVE ZEROS TO WRK-PCT-PONTUAL                               00095200
                          WRK-PCT-ATENDIM                               00095300
                          WRK-MEDIA-ATRASO.                             00095400
            MOVE 'N'   TO WRK-TEM-PONTUAL                               00095500
                          WRK-TEM-ATENDIM.                              00095600
                                                                        00095700
            COMPUTE WRK-BASE-PONTUAL =                                  00095800
                WRK-TFO-LINHAS(WRK-IDX-FORN WRK-IDX-PER)                00095900
                - WRK-TFO-SEM-DATA(WRK-IDX-FORN WRK-IDX-PER).           00096000
            IF WRK-BASE-PONTUAL GREATER ZEROS                           00096100
                MOVE 'S' TO WRK-TEM-PONTUAL                             00096200
                COMPUTE WRK-PCT-PONTUAL ROUNDED =                       00096300
                    WRK-TFO-PONTUAIS(WRK-IDX-FORN WRK-IDX-PER) * 100    00096400
                    / WRK-BASE-PONTUAL                                  00096500
            END-IF.                                                     00096600
                                                                        00096700
            IF WRK-TFO-QT-PEDIDA(WRK-IDX-FORN WRK-IDX-PER)              00096800
               GREATER ZEROS                                            00096900
                MOVE 'S' TO WRK-TEM-ATENDIM                             00097000
                COMPUTE WRK-PCT-ATENDIM ROUNDED =                       00097100
                    WRK-TFO-QT-RECEBIDA(WRK-IDX-FORN WRK-IDX-PER) * 100 00097200
                    / WRK-TFO-QT-PEDIDA(WRK-IDX-FORN WRK-IDX-PER)       00097300
            END-IF.                                                     00097400
                                                                        00097500
            IF WRK-TFO-ATRASADAS(WRK-IDX-FORN WRK-IDX-PER)              00097600
               GREATER ZEROS                                            00097700
                COMPUTE WRK-MEDIA-ATRASO ROUNDED =                      00097800
                    WRK-TFO-DIAS-ATRASO(WRK-IDX-FORN WRK-IDX-PER)       00097900
                    / WRK-TFO-ATRASADAS(WRK-IDX-FORN WRK-IDX-PER)       00098000
                    ON SIZE ERROR                                       00098100
                        MOVE 99999,9 TO WRK-MEDIA-ATRASO                00098200
                END-COMPUTE                                             00098300
            END-IF.                                                     00098400
                                                                        00098500
      *----------------------------------------------------------------*00098600
       3300-99-FIM.            EXIT.                                    00098700
      *----------------------------------------------------------------*00098800
      *----------------------------------------------------------------*00098900
       3400-MONTAR-LINHA                  SECTION.                      00099000
      *----------------------------------------------------------------*00099100
                                                                        00099200
            MOVE WRK-TFO-LINHAS(WRK-IDX-FORN WRK-IDX-PER)               00099300
                                              TO WRK-LFO-LINHAS.        00099400
            IF WRK-TEM-PONTUAL EQUAL 'S'                                00099500
                MOVE WRK-PCT-PONTUAL          TO WRK-LFO-PONTUAL        00099600
            ELSE                                                        00099700
                MOVE '    - '                 TO WRK-LFO-PONTUAL-X      00099800
            END-IF.                                                     00099900
            IF WRK-TEM-ATENDIM EQUAL 'S'                                00100000
                MOVE WRK-PCT-ATENDIM          TO WRK-LFO-ATENDIM        00100100
            ELSE                                                        00100200
                MOVE '    - '                 TO WRK-LFO-ATENDIM-X      00100300
            END-IF.                                                     00100400
            MOVE WRK-MEDIA-ATRASO             TO WRK-LFO-ATRASO.        00100500
            MOVE WRK-TFO-CANCELADAS(WRK-IDX-FORN WRK-IDX-PER)           00100600
                                              TO WRK-LFO-CANCELADAS.    00100700
            MOVE WRK-TFO-PARCIAIS(WRK-IDX-FORN WRK-IDX-PER)             00100800
                                              TO WRK-LFO-PARCIAIS.      00100900
            WRITE FD-RELSCOR FROM WRK-LINHA-FORNECEDOR.                 00101000
                                                                        00101100
      *----------------------------------------------------------------*00101200
       3400-99-FIM.            EXIT.                                    00101300
      *----------------------------------------------------------------*00101400
      *----------------------------------------------------------------*00101500
       9000-TRATAR-ERROS                  SECTION.                      00101600
      *----------------------------------------------------------------*00101700
                                                                        00101800
             MOVE 'FR06C140'       TO WRK-ERR-PROGRAMA.                 00101900
             MOVE '9000'           TO WRK-ERR-SECTION.                  00102000
             MOVE WRK-MSG          TO WRK-ERR-MSG.                      00102100
             MOVE SPACES           TO WRK-ERR-STATUS.                   00102200
             MOVE WRK-FS-RUNCTL    TO WRK-ERR-STATUS(1:2).              00102300
             MOVE WRK-FS-FORNMST   TO WRK-ERR-STATUS(3:2).              00102400
             MOVE WRK-FS-PEDMST    TO WRK-ERR-STATUS(5:2).              00102500
             MOVE WRK-FS-PARAMS    TO WRK-ERR-STATUS(7:2).              00102600
             MOVE WRK-FS-RELSCOR   TO WRK-ERR-STATUS(9:2).              00102700
             MOVE 'F'              TO WRK-ERR-SEVERIDADE.               00102800
                                                                        00102900
             CALL 'TRTERRO'        USING WRK-TRTERRO.                   00103000
                                                                        00103100
      *----------------------------------------------------------------*00103200
       9000-99-FIM.            EXIT.                                    00103300
      *----------------------------------------------------------------*00103400
