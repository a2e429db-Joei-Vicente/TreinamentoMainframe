      *================================================================*00000100
       IDENTIFICATION                            DIVISION.              00000200
      *================================================================*00000300
                                                                        00000400
       PROGRAM-ID.  FR06C138.                                           00000500
                                                                        00000600
      *================================================================*00000700
      *     AUTOR.......: JOEI LORENTI                                  00000800
      *     ANALISTA....: IVAN SANCHES                                  00000900
      *     EMPRESA.....: FOURSYS                                       00001000
      *     DATA........: 15/10/2026                                    00001100
      *----------------------------------------------------------------*00001200
      *                                                                 00001300
      *     OBJETIVO: CONFERENCIA DAS NOTAS FISCAIS DE FORNECEDOR       00001400
      *               CONTRA O PEDIDO DE COMPRA E O RECEBIMENTO. RODA   00001500
      *               DEPOIS DO FR06CB72 (LE O MESTRE DE PEDIDOS JA     00001600
      *               COM AS ENTREGAS BAIXADAS). CADA ITEM DA NOTA      00001700
      *               (NOTAFOR, LAYOUT B#NOTAF) APONTA A LINHA DO       00001800
      *               PEDIDO (NUMERO + PRODUTO) E E CONFERIDO:          00001900
      *               - O PEDIDO E DO MESMO FORNECEDOR DA NOTA;         00002000
      *               - A QUANTIDADE JA FATURADA MAIS A DO ITEM NAO     00002100
      *                 PASSA DA PEDIDA NEM DA RECEBIDA;                00002200
      *               - O PRECO UNITARIO DA NOTA NAO SE AFASTA DO       00002300
      *                 CUSTO UNITARIO DO PEDIDO MAIS QUE A             00002400
      *                 TOLERANCIA DO PARAMS (PARAMETRO                 00002500
      *                 TOL-PRECO-NOTA, PERCENTUAL COM 2 DECIMAIS,      00002600
      *                 PADRAO 2,00%).                                  00002700
      *               A NOTA SO E APROVADA COM TODOS OS ITENS           00002800
      *               CONFERIDOS: VAI PARA A AGENDA DE CONTAS A PAGAR   00002900
      *               (APAGAR, LAYOUT B#APAGAR) COM O VENCIMENTO NA     00003000
      *               EMISSAO MAIS O PRAZO DE PAGAMENTO DO FORNMST,     00003100
      *               LEVADO AO DIA UTIL SEGUINTE PELO CALNDIA, E A     00003200
      *               QUANTIDADE DOS ITENS SOMA NA FATURADA DO          00003300
      *               PEDIDO (PEDSAI). COM QUALQUER ITEM DIVERGENTE A   00003400
      *               NOTA INTEIRA FICA RETIDA NO RELATORIO DE NOTAS    00003500
      *               BLOQUEADAS (RELNFBL) COM O MOTIVO DE CADA ITEM,   00003600
      *               SEM MEXER NO PEDIDO, E O PASSO TERMINA COM RC 4.  00003700
      *                                                                 00003800
      *----------------------------------------------------------------*00003900
      *     INPUT:                                                      00004000
      *     DDNAME           I/O                                        00004100
      *     PEDENT            I   (MESTRE DE PEDIDOS - LRECL 80)        00004200
      *     NOTAFOR           I   (NOTAS DE FORNECEDOR - LRECL 80)      00004300
      *     FORNMST           I   (MESTRE DE FORNECEDORES - LRECL 100)  00004400
      *     PARAMS            I   (PARAMETROS - LRECL 50, OPCIONAL)     00004500
      *     PEDSAI            O   (MESTRE DE PEDIDOS ATUALIZADO -       00004600
      *                            LRECL 80)                            00004700
      *     APAGAR            O   (AGENDA DE CONTAS A PAGAR - LRECL 80, 00004800
      *                            EXTEND)                              00004900
      *     RELNFBL           O   (NOTAS BLOQUEADAS - LRECL 80)         00005000
      *                                                                 00005100
      *----------------------------------------------------------------*00005200
      *     MANUTENCAO:                                                 00005300
      *                                                                 00005400
      *================================================================*00005500
                                                                        00005600
      *================================================================*00005700
       ENVIRONMENT                               DIVISION.              00005800
      *================================================================*00005900
                                                                        00006000
      *----------------------------------------------------------------*00006100
       CONFIGURATION                             SECTION.               00006200
      *----------------------------------------------------------------*00006300
                                                                        00006400
       SPECIAL-NAMES.                                                   00006500
           DECIMAL-POINT IS COMMA.                                      00006600
                                                                        00006700
      *----------------------------------------------------------------*00006800
       INPUT-OUTPUT                              SECTION.               00006900
      *----------------------------------------------------------------*00007000
                                                                        00007100
       FILE-CONTROL.                                                    00007200
             SELECT PEDENT             ASSIGN TO PEDENT                 00007300
                FILE STATUS            IS WRK-FS-PEDENT.                00007400
             SELECT NOTAFOR            ASSIGN TO NOTAFOR                00007500
                FILE STATUS            IS WRK-FS-NOTAFOR.               00007600
             SELECT FORNMST            ASSIGN TO FORNMST                00007700
                FILE STATUS            IS WRK-FS-FORNMST.               00007800
             SELECT PARAMS             ASSIGN TO PARAMS                 00007900
                FILE STATUS            IS WRK-FS-PARAMS.                00008000
             SELECT PEDSAI             ASSIGN TO PEDSAI                 00008100
                FILE STATUS            IS WRK-FS-PEDSAI.                00008200
             SELECT APAGAR             ASSIGN TO APAGAR                 00008300
                FILE STATUS            IS WRK-FS-APAGAR.                00008400
             SELECT RELNFBL            ASSIGN TO RELNFBL                00008500
                FILE STATUS            IS WRK-FS-RELNFBL.               00008600
                                                                        00008700
      *================================================================*00008800
       DATA                                      DIVISION.              00008900
      *================================================================*00009000
                                                                        00009100
      *----------------------------------------------------------------*00009200
       FILE                                      SECTION.               00009300
      *----------------------------------------------------------------*00009400
                                                                        00009500
       FD PEDENT                                                        00009600
           RECORDING MODE IS F                                          00009700
           BLOCK CONTAINS 0 RECORDS.                                    00009800
       01 FD-PEDENT                    PIC X(80).                       00009900
                                                                        00010000
       FD NOTAFOR                                                       00010100
           RECORDING MODE IS F                                          00010200
           BLOCK CONTAINS 0 RECORDS.                                    00010300
       01 FD-NOTAFOR                   PIC X(80).                       00010400
                                                                        00010500
       FD FORNMST                                                       00010600
           RECORDING MODE IS F                                          00010700
           BLOCK CONTAINS 0 RECORDS.                                    00010800
       01 FD-FORNMST                   PIC X(100).                      00010900
                                                                        00011000
       FD PARAMS                                                        00011100
           RECORDING MODE IS F                                          00011200
           BLOCK CONTAINS 0 RECORDS.                                    00011300
       01 FD-PARAMS                    PIC X(50).                       00011400
                                                                        00011500
       FD PEDSAI                                                        00011600
           RECORDING MODE IS F                                          00011700
           BLOCK CONTAINS 0 RECORDS.                                    00011800
       01 FD-PEDSAI                    PIC X(80).                       00011900
                                                                        00012000
       FD APAGAR                                                        00012100
           RECORDING MODE IS F                                          00012200
           BLOCK CONTAINS 0 RECORDS.                                    00012300
       01 FD-APAGAR                    PIC X(80).                       00012400
                                                                        00012500
       FD RELNFBL                                                       00012600
           RECORDING MODE IS F                                          00012700
           BLOCK CONTAINS 0 RECORDS.                                    00012800
       01 FD-RELNFBL                   PIC X(80).                       00012900
                                                                        00013000
      *----------------------------------------------------------------*00013100
       WORKING-STORAGE                           SECTION.               00013200
      *----------------------------------------------------------------*00013300
                                                                        00013400
      *----------------------------------------------------------------*00013500
       01 FILLER                       PIC X(50)               VALUE    00013600
            '**** AREA DOS REGISTROS DE ENTRADA E SAIDA ****'.          00013700
      *----------------------------------------------------------------*00013800
                                                                        00013900
        COPY 'B#NOTAF'.                                                 00014000
                                                                        00014100
        COPY 'B#PEDIDO'.                                                00014200
                                                                        00014300
        COPY 'B#FORN'.                                                  00014400
                                                                        00014500
        COPY 'B#PARAM'.                                                 00014600
                                                                        00014700
        COPY 'B#APAGAR'.                                                00014800
                                                                        00014900
      *----------------------------------------------------------------*00015000
       01 FILLER                       PIC X(50)               VALUE    00015100
            '**** TABELAS EM MEMORIA ****'.                             00015200
      *----------------------------------------------------------------*00015300
                                                                        00015400
       01 WRK-TAB-PEDIDOS.                                              00015500
          05 WRK-TAB-PED-ITEM          OCCURS 2000 TIMES.               00015600
             10 WRK-TBP-NUMERO         PIC 9(06).                       00015700
             10 WRK-TBP-COD            PIC 9(05).                       00015800
             10 WRK-TBP-QT-FATURADA    PIC 9(05).                       00015900
             10 WRK-TBP-REGISTRO       PIC X(80).                       00016000
                                                                        00016100
       01 WRK-TAB-FORNECEDORES.                                         00016200
          05 WRK-TAB-FORN-ITEM         OCCURS 2000 TIMES.               00016300
             10 WRK-TFO-CODIGO         PIC 9(05).                       00016400
             10 WRK-TFO-RAZAO          PIC X(20).                       00016500
             10 WRK-TFO-PRAZO-PAGTO    PIC 9(03).                       00016600
                                                                        00016700
       01 WRK-TAB-ITENS-NOTA.                                           00016800
          05 WRK-TAB-NTF-ITEM          OCCURS 99 TIMES.                 00016900
             10 WRK-TBN-REGISTRO       PIC X(80).                       00017000
             10 WRK-TBN-IDX-PED        PIC 9(04).                       00017100
             10 WRK-TBN-MOTIVO         PIC X(30).                       00017200
                                                                        00017300
       77 WRK-QT-PEDIDOS               PIC 9(04) VALUE ZEROS.           00017400
       77 WRK-IDX-PED                  PIC 9(04) VALUE ZEROS.           00017500
       77 WRK-QT-FORNECEDORES          PIC 9(04) VALUE ZEROS.           00017600
       77 WRK-IDX-FORN                 PIC 9(04) VALUE ZEROS.           00017700
       77 WRK-QT-ITENS                 PIC 9(03) VALUE ZEROS.           00017800
       77 WRK-IDX-ITEM                 PIC 9(03) VALUE ZEROS.           00017900
       77 WRK-PEDIDO-ACHADO            PIC X(01) VALUE 'N'.             00018000
       77 WRK-FORN-ACHADO              PIC X(01) VALUE 'N'.             00018100
                                                                        00018200
      *----------------------------------------------------------------*00018300
       01 FILLER                       PIC X(50)               VALUE    00018400
            '**** AREA DA NOTA EM CONFERENCIA ****'.                    00018500
      *----------------------------------------------------------------*00018600
                                                                        00018700
       01 WRK-CHAVE-NOTA.                                               00018800
          05 WRK-CHV-COD-FORN          PIC 9(05).                       00018900
          05 WRK-CHV-NUMERO            PIC X(10).                       00019000
                                                                        00019100
       01 WRK-DATA-EMISSAO.                                             00019200
          05 WRK-EMI-ANO               PIC 9(04).                       00019300
          05 WRK-EMI-MES               PIC 9(02).                       00019400
          05 WRK-EMI-DIA               PIC 9(02).                       00019500
       01 WRK-DATA-EMISSAO-N REDEFINES WRK-DATA-EMISSAO                 00019600
                                       PIC 9(08).                       00019700
                                                                        00019800
       01 WRK-DATA-VENCTO.                                              00019900
          05 WRK-VEN-ANO               PIC 9(04).                       00020000
          05 WRK-VEN-MES               PIC 9(02).                       00020100
          05 WRK-VEN-DIA               PIC 9(02).                       00020200
       01 WRK-DATA-VENCTO-N REDEFINES WRK-DATA-VENCTO                   00020300
                                       PIC 9(08).                       00020400
                                                                        00020500
       77 WRK-NOTA-BLOQUEADA           PIC X(01) VALUE 'N'.             00020600
       77 WRK-MOTIVO-NOTA              PIC X(30) VALUE SPACES.          00020700
       77 WRK-MOTIVO                   PIC X(30) VALUE SPACES.          00020800
       77 WRK-QTDE-FATURAR             PIC 9(06) VALUE ZEROS.           00020900
       77 WRK-DIFERENCA-PRECO          PIC 9(08)V99 VALUE ZEROS.        00021000
       77 WRK-LIMITE-PRECO             PIC 9(08)V99 VALUE ZEROS.        00021100
       77 WRK-VALOR-NOTA               PIC 9(11)V99 VALUE ZEROS.        00021200
       77 WRK-PRAZO-PAGTO              PIC 9(03) VALUE ZEROS.           00021300
       77 WRK-CONT-DIAS                PIC 9(04) VALUE ZEROS.           00021400
                                                                        00021500
      *----------------------------------------------------------------*00021600
       01 FILLER                       PIC X(50)               VALUE    00021700
            '**** AREA DE PARAMETROS ****'.                             00021800
      *----------------------------------------------------------------*00021900
                                                                        00022000
       01 WRK-TOL-PRECO-N              PIC 9(05) VALUE 00200.           00022100
       01 WRK-TOL-PRECO REDEFINES WRK-TOL-PRECO-N                       00022200
                                       PIC 9(03)V99.                    00022300
                                                                        00022400
       77 WRK-VIG-TOL-PRECO            PIC 9(08) VALUE ZEROS.           00022500
       77 WRK-TOL-EDITADA              PIC ZZ9,99.                      00022600
                                                                        00022700
      *----------------------------------------------------------------*00022800
       01 FILLER                       PIC X(50)               VALUE    00022900
            '**** AREA DE CALCULO DE DIAS ****'.                        00023000
      *----------------------------------------------------------------*00023100
                                                                        00023200
       01 WRK-TAB-DIAS-MES-DADOS.                                       00023300
          05 FILLER                    PIC X(24) VALUE                  00023400
             '312831303130313130313031'.                                00023500
       01 WRK-TAB-DIAS-MES REDEFINES WRK-TAB-DIAS-MES-DADOS.            00023600
          05 WRK-DIAS-MES              PIC 9(02) OCCURS 12 TIMES.       00023700
                                                                        00023800
       77 WRK-ULTIMO-DIA               PIC 9(02) VALUE ZEROS.           00023900
       77 WRK-QUOCIENTE                PIC 9(04) VALUE ZEROS.           00024000
       77 WRK-RESTO-4                  PIC 9(04) VALUE ZEROS.           00024100
       77 WRK-RESTO-100                PIC 9(04) VALUE ZEROS.           00024200
       77 WRK-RESTO-400                PIC 9(04) VALUE ZEROS.           00024300
                                                                        00024400
      *----------------------------------------------------------------*00024500
       01 FILLER                       PIC X(50)               VALUE    00024600
            '**** AREA DO RELATORIO ****'.                              00024700
      *----------------------------------------------------------------*00024800
                                                                        00024900
       01 WRK-LINHA-TRACO              PIC X(80) VALUE ALL '-'.         00025000
                                                                        00025100
       01 WRK-CABEC-REL.                                                00025200
          05 FILLER                    PIC X(45) VALUE                  00025300
             'NOTAS FISCAIS DE FORNECEDOR BLOQUEADAS'.                  00025400
          05 FILLER                    PIC X(06) VALUE 'DATA: '.        00025500
          05 WRK-CAB-DATA              PIC 99/99/9999.                  00025600
          05 FILLER                    PIC X(19) VALUE SPACES.          00025700
                                                                        00025800
       01 WRK-CABEC-COLUNAS.                                            00025900
          05 FILLER                    PIC X(40) VALUE                  00026000
             'FORN. NOTA       PEDIDO PROD.  QTDE     '.                00026100
          05 FILLER                    PIC X(40) VALUE                  00026200
             'PRECO MOTIVO'.                                            00026300
                                                                        00026400
       01 WRK-LINHA-BLOQUEIO.                                           00026500
          05 WRK-LBL-COD-FORN          PIC X(05).                       00026600
          05 FILLER                    PIC X(01) VALUE SPACES.          00026700
          05 WRK-LBL-NOTA              PIC X(10).                       00026800
          05 FILLER                    PIC X(01) VALUE SPACES.          00026900
          05 WRK-LBL-PEDIDO            PIC X(06).                       00027000
          05 FILLER                    PIC X(01) VALUE SPACES.          00027100
          05 WRK-LBL-COD               PIC X(05).                       00027200
          05 FILLER                    PIC X(01) VALUE SPACES.          00027300
          05 WRK-LBL-QTDE              PIC ZZZZ9.                       00027400
          05 FILLER                    PIC X(01) VALUE SPACES.          00027500
          05 WRK-LBL-PRECO             PIC ZZZZZ9,99.                   00027600
          05 FILLER                    PIC X(01) VALUE SPACES.          00027700
          05 WRK-LBL-MOTIVO            PIC X(30).                       00027800
          05 FILLER                    PIC X(04) VALUE SPACES.          00027900
                                                                        00028000
       01 WRK-LINHA-TOTAL.                                              00028100
          05 WRK-LTT-ROTULO            PIC X(30).                       00028200
          05 FILLER                    PIC X(02) VALUE ': '.            00028300
          05 WRK-LTT-VALOR             PIC ZZZZZZ9.                     00028400
          05 FILLER                    PIC X(41) VALUE SPACES.          00028500
                                                                        00028600
       01 WRK-DATA-SISTEMA.                                             00028700
          05 WRK-DSI-ANO               PIC 9(04).                       00028800
          05 WRK-DSI-MES               PIC 9(02).                       00028900
          05 WRK-DSI-DIA               PIC 9(02).                       00029000
       01 WRK-DATA-SISTEMA-N REDEFINES WRK-DATA-SISTEMA                 00029100
                                       PIC 9(08).                       00029200
                                                                        00029300
       01 WRK-DATA-DDMMAAAA.                                            00029400
          05 WRK-DDM-DIA               PIC 9(02).                       00029500
          05 WRK-DDM-MES               PIC 9(02).                       00029600
          05 WRK-DDM-ANO               PIC 9(04).                       00029700
       01 WRK-DATA-DDMMAAAA-N REDEFINES WRK-DATA-DDMMAAAA               00029800
                                       PIC 9(08).                       00029900
                                                                        00030000
      *----------------------------------------------------------------*00030100
       01 FILLER                       PIC X(50)               VALUE    00030200
            '**** AREA DE VARIAVEIS E CONTADORES ****'.                 00030300
      *----------------------------------------------------------------*00030400
                                                                        00030500
       77 WRK-FS-PEDENT                PIC X(02) VALUE SPACES.          00030600
       77 WRK-FS-NOTAFOR               PIC X(02) VALUE SPACES.          00030700
       77 WRK-FS-FORNMST               PIC X(02) VALUE SPACES.          00030800
       77 WRK-FS-PARAMS                PIC X(02) VALUE SPACES.          00030900
       77 WRK-FS-PEDSAI                PIC X(02) VALUE SPACES.          00031000
       77 WRK-FS-APAGAR                PIC X(02) VALUE SPACES.          00031100
       77 WRK-FS-RELNFBL               PIC X(02) VALUE SPACES.          00031200
       77 WRK-ACU-ITENS-LIDOS          PIC 9(07) VALUE ZEROS.           00031300
       77 WRK-ACU-NOTAS-APROVADAS      PIC 9(07) VALUE ZEROS.           00031400
       77 WRK-ACU-NOTAS-BLOQUEADAS     PIC 9(07) VALUE ZEROS.           00031500
       77 WRK-ACU-ITENS-BLOQUEADOS     PIC 9(07) VALUE ZEROS.           00031600
       77 WRK-ACU-VALOR-AGENDADO       PIC 9(13)V99 VALUE ZEROS.        00031700
       77 WRK-VALOR-EDITADO            PIC Z(12)9,99.                   00031800
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00031900
                                                                        00032000
      *----------------------------------------------------------------*00032100
       01 FILLER                       PIC X(50)               VALUE    00032200
            '**** AREA DO MODULO CALNDIA ****'.                         00032300
      *----------------------------------------------------------------*00032400
                                                                        00032500
        COPY '#CALNDIA'.                                                00032600
                                                                        00032700
      *----------------------------------------------------------------*00032800
       01 FILLER                       PIC X(50)               VALUE    00032900
            '**** AREA DO MODULO TRTERRO ****'.                         00033000
      *----------------------------------------------------------------*00033100
                                                                        00033200
        COPY '#TRTERRO'.                                                00033300
                                                                        00033400
      *================================================================*00033500
       PROCEDURE DIVISION.                                              00033600
      *================================================================*00033700
      *----------------------------------------------------------------*00033800
       0000-PRINCIPAL                     SECTION.                      00033900
      *----------------------------------------------------------------*00034000
                                                                        00034100
           PERFORM 1000-INICIAR.                                        00034200
                                                                        00034300
           PERFORM 2000-PROCESSAR UNTIL WRK-FS-NOTAFOR EQUAL '10'.      00034400
                                                                        00034500
           PERFORM 3000-FINALIZAR.                                      00034600
                                                                        00034700
      *----------------------------------------------------------------*00034800
       0000-99-FIM.            EXIT.                                    00034900
      *----------------------------------------------------------------*00035000
      *----------------------------------------------------------------*00035100
       1000-INICIAR                       SECTION.                      00035200
      *----------------------------------------------------------------*00035300
                                                                        00035400
            ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.                 00035500
            MOVE WRK-DSI-DIA TO WRK-DDM-DIA.                            00035600
            MOVE WRK-DSI-MES TO WRK-DDM-MES.                            00035700
            MOVE WRK-DSI-ANO TO WRK-DDM-ANO.                            00035800
                                                                        00035900
            PERFORM 1100-CARREGAR-PEDIDOS.                              00036000
                                                                        00036100
            PERFORM 1200-CARREGAR-FORNECEDORES.                         00036200
                                                                        00036300
            PERFORM 1500-CARREGAR-PARAMETROS.                           00036400
                                                                        00036500
            OPEN INPUT  NOTAFOR                                         00036600
                 OUTPUT PEDSAI                                          00036700
                        RELNFBL.                                        00036800
            IF WRK-FS-NOTAFOR NOT EQUAL ZEROS                           00036900
                MOVE ' ERRO ABERTURA NOTAFOR ' TO WRK-MSG               00037000
                PERFORM 9000-TRATAR-ERROS                               00037100
            END-IF.                                                     00037200
            IF WRK-FS-PEDSAI NOT EQUAL ZEROS                            00037300
                MOVE ' ERRO ABERTURA PEDSAI ' TO WRK-MSG                00037400
                PERFORM 9000-TRATAR-ERROS                               00037500
            END-IF.                                                     00037600
            IF WRK-FS-RELNFBL NOT EQUAL ZEROS                           00037700
                MOVE ' ERRO ABERTURA RELNFBL ' TO WRK-MSG               00037800
                PERFORM 9000-TRATAR-ERROS                               00037900
            END-IF.                                                     00038000
                                                                        00038100
            OPEN EXTEND APAGAR.                                         00038200
            IF WRK-FS-APAGAR EQUAL '35'                                 00038300
                OPEN OUTPUT APAGAR                                      00038400
            END-IF.                                                     00038500
            IF WRK-FS-APAGAR NOT EQUAL ZEROS                            00038600
                MOVE ' ERRO ABERTURA APAGAR ' TO WRK-MSG                00038700
                PERFORM 9000-TRATAR-ERROS                               00038800
            END-IF.                                                     00038900
                                                                        00039000
            MOVE WRK-DATA-DDMMAAAA-N TO WRK-CAB-DATA.                   00039100
            WRITE FD-RELNFBL FROM WRK-CABEC-REL.                        00039200
            WRITE FD-RELNFBL FROM WRK-LINHA-TRACO.                      00039300
            WRITE FD-RELNFBL FROM WRK-CABEC-COLUNAS.                    00039400
                                                                        00039500
            PERFORM 1800-LER-NOTA.                                      00039600
                                                                        00039700
      *----------------------------------------------------------------*00039800
       1000-99-FIM.            EXIT.                                    00039900
      *----------------------------------------------------------------*00040000
      *----------------------------------------------------------------*00040100
       1100-CARREGAR-PEDIDOS              SECTION.                      00040200
      *----------------------------------------------------------------*00040300
                                                                        00040400
            OPEN INPUT PEDENT.                                          00040500
            IF WRK-FS-PEDENT NOT EQUAL ZEROS                            00040600
                MOVE ' ERRO ABERTURA PEDENT ' TO WRK-MSG                00040700
                PERFORM 9000-TRATAR-ERROS                               00040800
            END-IF.                                                     00040900
                                                                        00041000
            PERFORM 1110-LER-PEDIDO                                     00041100
                UNTIL WRK-FS-PEDENT EQUAL '10'.                         00041200
            CLOSE PEDENT.                                               00041300
                                                                        00041400
      *----------------------------------------------------------------*00041500
       1100-99-FIM.            EXIT.                                    00041600
      *----------------------------------------------------------------*00041700
      *----------------------------------------------------------------*00041800
       1110-LER-PEDIDO                    SECTION.                      00041900
      *----------------------------------------------------------------*00042000
      *    LINHA GRAVADA ANTES DO CAMPO DE FATURADA VEM SEM NUMERO NELE.00042100
      *----------------------------------------------------------------*00042200
                                                                        00042300
            READ PEDENT INTO WRK-REG-PEDIDO.                            00042400
            IF WRK-FS-PEDENT NOT EQUAL ZEROS                            00042500
                MOVE '10' TO WRK-FS-PEDENT                              00042600
                GO TO 1110-99-FIM                                       00042700
            END-IF.                                                     00042800
                                                                        00042900
            IF WRK-QT-PEDIDOS NOT LESS 2000                             00043000
                MOVE ' TABELA DE PEDIDOS CHEIA ' TO WRK-MSG             00043100
                PERFORM 9000-TRATAR-ERROS                               00043200
            END-IF.                                                     00043300
            ADD 1 TO WRK-QT-PEDIDOS.                                    00043400
            MOVE WRK-PED-NUMERO  TO WRK-TBP-NUMERO(WRK-QT-PEDIDOS).     00043500
            MOVE WRK-PED-COD     TO WRK-TBP-COD(WRK-QT-PEDIDOS).        00043600
            IF WRK-PED-QT-FATURADA NUMERIC                              00043700
                MOVE WRK-PED-QT-FATURADA                                00043800
                                 TO WRK-TBP-QT-FATURADA(WRK-QT-PEDIDOS) 00043900
            ELSE                                                        00044000
                MOVE ZEROS       TO WRK-TBP-QT-FATURADA(WRK-QT-PEDIDOS) 00044100
            END-IF.                                                     00044200
            MOVE WRK-REG-PEDIDO  TO WRK-TBP-REGISTRO(WRK-QT-PEDIDOS).   00044300
                                                                        00044400
      *----------------------------------------------------------------*00044500
       1110-99-FIM.            EXIT.                                    00044600
      *----------------------------------------------------------------*00044700
      *----------------------------------------------------------------*00044800
       1200-CARREGAR-FORNECEDORES         SECTION.                      00044900
      *----------------------------------------------------------------*00045000
                                                                        00045100
            OPEN INPUT FORNMST.                                         00045200
            IF WRK-FS-FORNMST NOT EQUAL ZEROS                           00045300
                MOVE ' ERRO ABERTURA FORNMST ' TO WRK-MSG               00045400
                PERFORM 9000-TRATAR-ERROS                               00045500
            END-IF.                                                     00045600
                                                                        00045700
            PERFORM 1210-LER-FORNECEDOR                                 00045800
                UNTIL WRK-FS-FORNMST EQUAL '10'.                        00045900
            CLOSE FORNMST.                                              00046000
                                                                        00046100
      *----------------------------------------------------------------*00046200
       1200-99-FIM.            EXIT.                                    00046300
      *----------------------------------------------------------------*00046400
      *----------------------------------------------------------------*00046500
       1210-LER-FORNECEDOR                SECTION.                      00046600
      *----------------------------------------------------------------*00046700
                                                                        00046800
            READ FORNMST INTO WRK-REG-FORNECEDOR.                       00046900
            IF WRK-FS-FORNMST NOT EQUAL ZEROS                           00047000
                MOVE '10' TO WRK-FS-FORNMST                             00047100
                GO TO 1210-99-FIM                                       00047200
            END-IF.                                                     00047300
                                                                        00047400
            IF WRK-QT-FORNECEDORES NOT LESS 2000                        00047500
                MOVE ' TABELA DE FORNECEDORES CHEIA ' TO WRK-MSG        00047600
                PERFORM 9000-TRATAR-ERROS                               00047700
            END-IF.                                                     00047800
            ADD 1 TO WRK-QT-FORNECEDORES.                               00047900
            MOVE WRK-FOR-CODIGO                                         00048000
                 TO WRK-TFO-CODIGO(WRK-QT-FORNECEDORES).                00048100
            MOVE WRK-FOR-RAZAO                                          00048200
                 TO WRK-TFO-RAZAO(WRK-QT-FORNECEDORES).                 00048300
            IF WRK-FOR-PRAZO-PAGTO NUMERIC                              00048400
                MOVE WRK-FOR-PRAZO-PAGTO                                00048500
                     TO WRK-TFO-PRAZO-PAGTO(WRK-QT-FORNECEDORES)        00048600
            ELSE                                                        00048700
                MOVE ZEROS                                              00048800
                     TO WRK-TFO-PRAZO-PAGTO(WRK-QT-FORNECEDORES)        00048900
            END-IF.                                                     00049000
                                                                        00049100
      *----------------------------------------------------------------*00049200
       1210-99-FIM.            EXIT.                                    00049300
      *----------------------------------------------------------------*00049400
      *----------------------------------------------------------------*00049500
       1500-CARREGAR-PARAMETROS           SECTION.                      00049600
      *----------------------------------------------------------------*00049700
                                                                        00049800
            OPEN INPUT PARAMS.                                          00049900
            IF WRK-FS-PARAMS             EQUAL '35'                     00050000
                DISPLAY 'PARAMS AUSENTE - USANDO VALORES PADRAO'        00050100
            ELSE                                                        00050200
                IF WRK-FS-PARAMS         NOT EQUAL ZEROS                00050300
                    MOVE ' ERRO ABERTURA PARAMS ' TO WRK-MSG            00050400
                    PERFORM 9000-TRATAR-ERROS                           00050500
                ELSE                                                    00050600
                    PERFORM 1510-LER-PARAMETRO                          00050700
                        UNTIL WRK-FS-PARAMS EQUAL '10'                  00050800
                    CLOSE PARAMS                                        00050900
                END-IF                                                  00051000
            END-IF.                                                     00051100
                                                                        00051200
            MOVE WRK-TOL-PRECO           TO WRK-TOL-EDITADA.            00051300
            DISPLAY 'PARAMETRO TOL-PRECO-NOTA: ' WRK-TOL-EDITADA '%'.   00051400
            IF WRK-VIG-TOL-PRECO         EQUAL ZEROS                    00051500
                DISPLAY 'VIGENCIA TOL-PRECO-NOTA.: PADRAO DO PROGRAMA'  00051600
            ELSE                                                        00051700
                DISPLAY 'VIGENCIA TOL-PRECO-NOTA.: ' WRK-VIG-TOL-PRECO  00051800
            END-IF.                                                     00051900
                                                                        00052000
      *----------------------------------------------------------------*00052100
       1500-99-FIM.            EXIT.                                    00052200
      *----------------------------------------------------------------*00052300
      *----------------------------------------------------------------*00052400
       1510-LER-PARAMETRO                 SECTION.                      00052500
      *----------------------------------------------------------------*00052600
                                                                        00052700
            READ PARAMS INTO WRK-REG-PARAM.                             00052800
                                                                        00052900
            IF WRK-FS-PARAMS             EQUAL ZEROS                    00053000
               AND WRK-PARAM-NOME        EQUAL 'TOL-PRECO-NOTA'         00053100
               AND WRK-PARAM-DATA-EFET   NOT GREATER WRK-DATA-SISTEMA-N 00053200
               AND WRK-PARAM-DATA-EFET   NOT LESS WRK-VIG-TOL-PRECO     00053300
                IF WRK-PARAM-VALOR(1:5)  NUMERIC                        00053400
                    MOVE WRK-PARAM-VALOR(1:5) TO WRK-TOL-PRECO-N        00053500
                    MOVE WRK-PARAM-DATA-EFET                            00053600
                                         TO WRK-VIG-TOL-PRECO           00053700
                ELSE                                                    00053800
                    DISPLAY 'PARAMETRO TOL-PRECO-NOTA NAO NUMERICO - '  00053900
                            'IGNORADO: ' WRK-PARAM-VALOR                00054000
                END-IF                                                  00054100
            END-IF.                                                     00054200
                                                                        00054300
            IF WRK-FS-PARAMS             NOT EQUAL ZEROS                00054400
                MOVE '10' TO WRK-FS-PARAMS                              00054500
            END-IF.                                                     00054600
                                                                        00054700
      *----------------------------------------------------------------*00054800
       1510-99-FIM.            EXIT.                                    00054900
      *----------------------------------------------------------------*00055000
      *----------------------------------------------------------------*00055100
       1800-LER-NOTA                      SECTION.                      00055200
      *----------------------------------------------------------------*00055300
                                                                        00055400
            READ NOTAFOR.                                               00055500
            IF WRK-FS-NOTAFOR NOT EQUAL ZEROS                           00055600
                MOVE '10' TO WRK-FS-NOTAFOR                             00055700
                GO TO 1800-99-FIM                                       00055800
            END-IF.                                                     00055900
            ADD 1 TO WRK-ACU-ITENS-LIDOS.                               00056000
                                                                        00056100
      *----------------------------------------------------------------*00056200
       1800-99-FIM.            EXIT.                                    00056300
      *----------------------------------------------------------------*00056400
      *----------------------------------------------------------------*00056500
       2000-PROCESSAR                     SECTION.                      00056600
      *----------------------------------------------------------------*00056700
      *    JUNTA OS ITENS SEGUIDOS DA MESMA NOTA (FORNECEDOR + NUMERO), 00056800
      *    CONFERE TODOS E APROVA OU RETEM A NOTA INTEIRA. O PROXIMO    00056900
      *    ITEM JA LIDO FICA NA AREA DO FD ATE A NOTA SEGUINTE.         00057000
      *----------------------------------------------------------------*00057100
                                                                        00057200
            MOVE FD-NOTAFOR(1:15)        TO WRK-CHAVE-NOTA.             00057300
            MOVE FD-NOTAFOR(16:8)        TO WRK-DATA-EMISSAO.           00057400
            MOVE ZEROS                   TO WRK-QT-ITENS                00057500
                                            WRK-VALOR-NOTA.             00057600
            MOVE 'N'                     TO WRK-NOTA-BLOQUEADA.         00057700
            MOVE SPACES                  TO WRK-MOTIVO-NOTA.            00057800
                                                                        00057900
            PERFORM 2100-GUARDAR-ITEM                                   00058000
                UNTIL WRK-FS-NOTAFOR EQUAL '10'                         00058100
                   OR FD-NOTAFOR(1:15) NOT EQUAL WRK-CHAVE-NOTA.        00058200
                                                                        00058300
            PERFORM 2200-CONFERIR-CABECALHO.                            00058400
                                                                        00058500
            PERFORM 2300-CONFERIR-ITEM                                  00058600
                VARYING WRK-IDX-ITEM FROM 1 BY 1                        00058700
                UNTIL WRK-IDX-ITEM GREATER WRK-QT-ITENS.                00058800
                                                                        00058900
            IF WRK-NOTA-BLOQUEADA EQUAL 'S'                             00059000
                PERFORM 2500-BLOQUEAR-NOTA                              00059100
            ELSE                                                        00059200
                PERFORM 2400-AGENDAR-PAGAMENTO                          00059300
            END-IF.                                                     00059400
                                                                        00059500
      *----------------------------------------------------------------*00059600
       2000-99-FIM.            EXIT.                                    00059700
      *----------------------------------------------------------------*00059800
      *----------------------------------------------------------------*00059900
       2100-GUARDAR-ITEM                  SECTION.                      00060000
      *----------------------------------------------------------------*00060100
                                                                        00060200
            IF WRK-QT-ITENS NOT LESS 99                                 00060300
                MOVE ' NOTA COM MAIS DE 99 ITENS ' TO WRK-MSG           00060400
                PERFORM 9000-TRATAR-ERROS                               00060500
            END-IF.                                                     00060600
            ADD 1 TO WRK-QT-ITENS.                                      00060700
            MOVE FD-NOTAFOR    TO WRK-TBN-REGISTRO(WRK-QT-ITENS).       00060800
            MOVE ZEROS         TO WRK-TBN-IDX-PED(WRK-QT-ITENS).        00060900
            MOVE SPACES        TO WRK-TBN-MOTIVO(WRK-QT-ITENS).         00061000
                                                                        00061100
            PERFORM 1800-LER-NOTA.                                      00061200
                                                                        00061300
      *----------------------------------------------------------------*00061400
       2100-99-FIM.            EXIT.                                    00061500
      *----------------------------------------------------------------*00061600
      *----------------------------------------------------------------*00061700
       2200-CONFERIR-CABECALHO            SECTION.                      00061800
      *----------------------------------------------------------------*00061900
      *    FORNECEDOR DO FORNMST E EMISSAO VALIDA VALEM PARA A NOTA     00062000
      *    INTEIRA; O MOTIVO VAI PARA TODOS OS ITENS.                   00062100
      *----------------------------------------------------------------*00062200
                                                                        00062300
            MOVE 'N' TO WRK-FORN-ACHADO.                                00062400
            IF WRK-CHV-COD-FORN NUMERIC                                 00062500
                PERFORM 2210-PROCURAR-FORNECEDOR                        00062600
                    VARYING WRK-IDX-FORN FROM 1 BY 1                    00062700
                    UNTIL WRK-IDX-FORN GREATER WRK-QT-FORNECEDORES      00062800
                       OR WRK-FORN-ACHADO EQUAL 'S'                     00062900
            END-IF.                                                     00063000
            IF WRK-FORN-ACHADO EQUAL 'N'                                00063100
                MOVE 'FORNECEDOR NAO CADASTRADO' TO WRK-MOTIVO-NOTA     00063200
                GO TO 2200-99-FIM                                       00063300
            END-IF.                                                     00063400
            SUBTRACT 1 FROM WRK-IDX-FORN.                               00063500
                                                                        00063600
            IF WRK-DATA-EMISSAO-N NOT NUMERIC                           00063700
                MOVE 'DATA DE EMISSAO INVALIDA' TO WRK-MOTIVO-NOTA      00063800
                GO TO 2200-99-FIM                                       00063900
            END-IF.                                                     00064000
            MOVE 'V'         TO WRK-CAL-FUNCAO.                         00064100
            MOVE WRK-EMI-DIA TO WRK-CAL-DIA.                            00064200
            MOVE WRK-EMI-MES TO WRK-CAL-MES.                            00064300
            MOVE WRK-EMI-ANO TO WRK-CAL-ANO.                            00064400
            CALL 'CALNDIA'   USING WRK-CALNDIA.                         00064500
            IF WRK-CAL-RETORNO EQUAL '1'                                00064600
               OR WRK-DATA-EMISSAO-N GREATER WRK-DATA-SISTEMA-N         00064700
                MOVE 'DATA DE EMISSAO INVALIDA' TO WRK-MOTIVO-NOTA      00064800
            END-IF.                                                     00064900
                                                                        00065000
      *----------------------------------------------------------------*00065100
       2200-99-FIM.            EXIT.                                    00065200
      *----------------------------------------------------------------*00065300
      *----------------------------------------------------------------*00065400
       2210-PROCURAR-FORNECEDOR           SECTION.                      00065500
      *----------------------------------------------------------------*00065600
                                                                        00065700
            IF WRK-TFO-CODIGO(WRK-IDX-FORN) EQUAL WRK-CHV-COD-FORN      00065800
                MOVE 'S' TO WRK-FORN-ACHADO                             00065900
            END-IF.                                                     00066000
                                                                        00066100
      *----------------------------------------------------------------*00066200
       2210-99-FIM.            EXIT.                                    00066300
      *----------------------------------------------------------------*00066400
      *----------------------------------------------------------------*00066500
       2300-CONFERIR-ITEM                 SECTION.                      00066600
      *----------------------------------------------------------------*00066700
      *    A QUANTIDADE DO ITEM CONFERIDO JA SOMA NA FATURADA DA        00066800
      *    TABELA (OUTRO ITEM DA MESMA NOTA PARA O MESMO PEDIDO ENXERGA 00066900
      *    ESSA SOMA); SE A NOTA FOR RETIDA, O 2510 DESFAZ.             00067000
      *----------------------------------------------------------------*00067100
                                                                        00067200
            MOVE WRK-TBN-REGISTRO(WRK-IDX-ITEM) TO WRK-REG-NOTAF.       00067300
            MOVE WRK-MOTIVO-NOTA TO WRK-MOTIVO.                         00067400
            IF WRK-MOTIVO NOT EQUAL SPACES                              00067500
                GO TO 2300-88-MOTIVO                                    00067600
            END-IF.                                                     00067700
                                                                        00067800
            IF WRK-NTF-PEDIDO NOT NUMERIC                               00067900
               OR WRK-NTF-COD NOT NUMERIC                               00068000
               OR WRK-NTF-QTDE NOT NUMERIC                              00068100
               OR WRK-NTF-PRECO-UNIT NOT NUMERIC                        00068200
               OR WRK-NTF-QTDE EQUAL ZEROS                              00068300
                MOVE 'DADOS INVALIDOS NO ITEM' TO WRK-MOTIVO            00068400
                GO TO 2300-88-MOTIVO                                    00068500
            END-IF.                                                     00068600
                                                                        00068700
            MOVE 'N' TO WRK-PEDIDO-ACHADO.                              00068800
            PERFORM 2310-PROCURAR-PEDIDO                                00068900
                VARYING WRK-IDX-PED FROM 1 BY 1                         00069000
                UNTIL WRK-IDX-PED GREATER WRK-QT-PEDIDOS                00069100
                   OR WRK-PEDIDO-ACHADO EQUAL 'S'.                      00069200
            IF WRK-PEDIDO-ACHADO EQUAL 'N'                              00069300
                MOVE 'PEDIDO/PRODUTO NAO ENCONTRADO' TO WRK-MOTIVO      00069400
                GO TO 2300-88-MOTIVO                                    00069500
            END-IF.                                                     00069600
            SUBTRACT 1 FROM WRK-IDX-PED.                                00069700
            MOVE WRK-TBP-REGISTRO(WRK-IDX-PED) TO WRK-REG-PEDIDO.       00069800
                                                                        00069900
            IF WRK-PED-COD-FORN NUMERIC                                 00070000
               AND WRK-PED-COD-FORN NOT EQUAL ZEROS                     00070100
               AND WRK-PED-COD-FORN NOT EQUAL WRK-NTF-COD-FORN          00070200
                MOVE 'PEDIDO DE OUTRO FORNECEDOR' TO WRK-MOTIVO         00070300
                GO TO 2300-88-MOTIVO                                    00070400
            END-IF.                                                     00070500
                                                                        00070600
            COMPUTE WRK-QTDE-FATURAR =                                  00070700
                    WRK-TBP-QT-FATURADA(WRK-IDX-PED) + WRK-NTF-QTDE.    00070800
            IF WRK-QTDE-FATURAR GREATER WRK-PED-QT-PEDIDA               00070900
                MOVE 'QTDE ACIMA DA PEDIDA' TO WRK-MOTIVO               00071000
                GO TO 2300-88-MOTIVO                                    00071100
            END-IF.                                                     00071200
            IF WRK-QTDE-FATURAR GREATER WRK-PED-QT-RECEBIDA             00071300
                MOVE 'QTDE ACIMA DA RECEBIDA' TO WRK-MOTIVO             00071400
                GO TO 2300-88-MOTIVO                                    00071500
            END-IF.                                                     00071600
                                                                        00071700
            IF WRK-PED-CUSTO-UNIT NOT NUMERIC                           00071800
               OR WRK-PED-CUSTO-UNIT EQUAL ZEROS                        00071900
                MOVE 'PEDIDO SEM CUSTO UNITARIO' TO WRK-MOTIVO          00072000
                GO TO 2300-88-MOTIVO                                    00072100
            END-IF.                                                     00072200
            IF WRK-NTF-PRECO-UNIT GREATER WRK-PED-CUSTO-UNIT            00072300
                COMPUTE WRK-DIFERENCA-PRECO =                           00072400
                        WRK-NTF-PRECO-UNIT - WRK-PED-CUSTO-UNIT         00072500
            ELSE                                                        00072600
                COMPUTE WRK-DIFERENCA-PRECO =                           00072700
                        WRK-PED-CUSTO-UNIT - WRK-NTF-PRECO-UNIT         00072800
            END-IF.                                                     00072900
            COMPUTE WRK-LIMITE-PRECO ROUNDED =                          00073000
                    WRK-PED-CUSTO-UNIT * WRK-TOL-PRECO / 100.           00073100
            IF WRK-DIFERENCA-PRECO GREATER WRK-LIMITE-PRECO             00073200
                MOVE 'PRECO FORA DA TOLERANCIA' TO WRK-MOTIVO           00073300
                GO TO 2300-88-MOTIVO                                    00073400
            END-IF.                                                     00073500
                                                                        00073600
            MOVE WRK-QTDE-FATURAR TO WRK-TBP-QT-FATURADA(WRK-IDX-PED).  00073700
            MOVE WRK-IDX-PED      TO WRK-TBN-IDX-PED(WRK-IDX-ITEM).     00073800
            COMPUTE WRK-VALOR-NOTA = WRK-VALOR-NOTA                     00073900
                    + (WRK-NTF-QTDE * WRK-NTF-PRECO-UNIT).              00074000
            GO TO 2300-99-FIM.                                          00074100
                                                                        00074200
       2300-88-MOTIVO.                                                  00074300
            MOVE WRK-MOTIVO TO WRK-TBN-MOTIVO(WRK-IDX-ITEM).            00074400
            MOVE 'S'        TO WRK-NOTA-BLOQUEADA.                      00074500
                                                                        00074600
      *----------------------------------------------------------------*00074700
       2300-99-FIM.            EXIT.                                    00074800
      *----------------------------------------------------------------*00074900
      *----------------------------------------------------------------*00075000
       2310-PROCURAR-PEDIDO               SECTION.                      00075100
      *----------------------------------------------------------------*00075200
                                                                        00075300
            IF WRK-TBP-NUMERO(WRK-IDX-PED) EQUAL WRK-NTF-PEDIDO         00075400
               AND WRK-TBP-COD(WRK-IDX-PED) EQUAL WRK-NTF-COD           00075500
                MOVE 'S' TO WRK-PEDIDO-ACHADO                           00075600
            END-IF.                                                     00075700
                                                                        00075800
      *----------------------------------------------------------------*00075900
       2310-99-FIM.            EXIT.                                    00076000
      *----------------------------------------------------------------*00076100
      *----------------------------------------------------------------*00076200
       2400-AGENDAR-PAGAMENTO             SECTION.                      00076300
      *----------------------------------------------------------------*00076400
      *    VENCIMENTO = EMISSAO + PRAZO DE PAGAMENTO EM DIAS CORRIDOS;  00076500
      *    FIM DE SEMANA OU FERIADO VAI PARA O DIA UTIL SEGUINTE.       00076600
      *----------------------------------------------------------------*00076700
                                                                        00076800
            MOVE WRK-DATA-EMISSAO TO WRK-DATA-VENCTO.                   00076900
            MOVE WRK-TFO-PRAZO-PAGTO(WRK-IDX-FORN) TO WRK-PRAZO-PAGTO.  00077000
            PERFORM 2410-SOMAR-DIA                                      00077100
                VARYING WRK-CONT-DIAS FROM 1 BY 1                       00077200
                UNTIL WRK-CONT-DIAS GREATER WRK-PRAZO-PAGTO.            00077300
                                                                        00077400
            MOVE 'U'         TO WRK-CAL-FUNCAO.                         00077500
            MOVE WRK-VEN-DIA TO WRK-CAL-DIA.                            00077600
            MOVE WRK-VEN-MES TO WRK-CAL-MES.                            00077700
            MOVE WRK-VEN-ANO TO WRK-CAL-ANO.                            00077800
            CALL 'CALNDIA'   USING WRK-CALNDIA.                         00077900
            MOVE WRK-CAL-DIA TO WRK-VEN-DIA.                            00078000
            MOVE WRK-CAL-MES TO WRK-VEN-MES.                            00078100
            MOVE WRK-CAL-ANO TO WRK-VEN-ANO.                            00078200
                                                                        00078300
            MOVE SPACES                TO WRK-REG-APAGAR.               00078400
            MOVE WRK-CHV-COD-FORN      TO WRK-APG-COD-FORN.             00078500
            MOVE WRK-TFO-RAZAO(WRK-IDX-FORN) TO WRK-APG-RAZAO.          00078600
            MOVE WRK-CHV-NUMERO        TO WRK-APG-NOTA.                 00078700
            MOVE WRK-DATA-EMISSAO-N    TO WRK-APG-DATA-EMISSAO.         00078800
            MOVE WRK-DATA-VENCTO-N     TO WRK-APG-DATA-VENCTO.          00078900
            MOVE WRK-VALOR-NOTA        TO WRK-APG-VALOR.                00079000
            MOVE 'A'                   TO WRK-APG-SITUACAO.             00079100
            MOVE WRK-DATA-SISTEMA-N    TO WRK-APG-DATA-CONFERENCIA.     00079200
            WRITE FD-APAGAR FROM WRK-REG-APAGAR.                        00079300
                                                                        00079400
            ADD 1              TO WRK-ACU-NOTAS-APROVADAS.              00079500
            ADD WRK-VALOR-NOTA TO WRK-ACU-VALOR-AGENDADO.               00079600
                                                                        00079700
      *----------------------------------------------------------------*00079800
       2400-99-FIM.            EXIT.                                    00079900
      *----------------------------------------------------------------*00080000
      *----------------------------------------------------------------*00080100
       2410-SOMAR-DIA                     SECTION.                      00080200
      *----------------------------------------------------------------*00080300
                                                                        00080400
            ADD 1 TO WRK-VEN-DIA.                                       00080500
            PERFORM 2420-CALCULAR-DIAS-MES.                             00080600
            IF WRK-VEN-DIA GREATER WRK-ULTIMO-DIA                       00080700
                MOVE 1 TO WRK-VEN-DIA                                   00080800
                ADD 1  TO WRK-VEN-MES                                   00080900
            END-IF.                                                     00081000
            IF WRK-VEN-MES GREATER 12                                   00081100
                MOVE 1 TO WRK-VEN-MES                                   00081200
                ADD 1  TO WRK-VEN-ANO                                   00081300
            END-IF.                                                     00081400
                                                                        00081500
      *----------------------------------------------------------------*00081600
       2410-99-FIM.            EXIT.                                    00081700
      *----------------------------------------------------------------*00081800
      *----------------------------------------------------------------*00081900
       2420-CALCULAR-DIAS-MES             SECTION.                      00082000
      *----------------------------------------------------------------*00082100
                                                                        00082200
            MOVE WRK-DIAS-MES(WRK-VEN-MES) TO WRK-ULTIMO-DIA.           00082300
                                                                        00082400
            IF WRK-VEN-MES NOT EQUAL 2                                  00082500
                GO TO 2420-99-FIM                                       00082600
            END-IF.                                                     00082700
                                                                        00082800
            DIVIDE WRK-VEN-ANO BY 4   GIVING WRK-QUOCIENTE              00082900
                                      REMAINDER WRK-RESTO-4.            00083000
            DIVIDE WRK-VEN-ANO BY 100 GIVING WRK-QUOCIENTE              00083100
                                      REMAINDER WRK-RESTO-100.          00083200
            DIVIDE WRK-VEN-ANO BY 400 GIVING WRK-QUOCIENTE              00083300
                                      REMAINDER WRK-RESTO-400.          00083400
                                                                        00083500
            IF WRK-RESTO-4 EQUAL ZEROS                                  00083600
               AND (WRK-RESTO-100 NOT EQUAL ZEROS                       00083700
                    OR WRK-RESTO-400 EQUAL ZEROS)                       00083800
                MOVE 29                TO WRK-ULTIMO-DIA                00083900
            END-IF.                                                     00084000
                                                                        00084100
      *----------------------------------------------------------------*00084200
       2420-99-FIM.            EXIT.                                    00084300
      *----------------------------------------------------------------*00084400
      *----------------------------------------------------------------*00084500
       2500-BLOQUEAR-NOTA                 SECTION.                      00084600
      *----------------------------------------------------------------*00084700
                                                                        00084800
            PERFORM 2510-LISTAR-ITEM                                    00084900
                VARYING WRK-IDX-ITEM FROM 1 BY 1                        00085000
                UNTIL WRK-IDX-ITEM GREATER WRK-QT-ITENS.                00085100
                                                                        00085200
            ADD 1 TO WRK-ACU-NOTAS-BLOQUEADAS.                          00085300
                                                                        00085400
      *----------------------------------------------------------------*00085500
       2500-99-FIM.            EXIT.                                    00085600
      *----------------------------------------------------------------*00085700
      *----------------------------------------------------------------*00085800
       2510-LISTAR-ITEM                   SECTION.                      00085900
      *----------------------------------------------------------------*00086000
      *    ITEM QUE PASSOU NA CONFERENCIA DEVOLVE A QUANTIDADE SOMADA   00086100
      *    NA FATURADA E SAI NO RELATORIO COMO RETIDO COM A NOTA.       00086200
      *----------------------------------------------------------------*00086300
                                                                        00086400
            MOVE WRK-TBN-REGISTRO(WRK-IDX-ITEM) TO WRK-REG-NOTAF.       00086500
            MOVE WRK-TBN-MOTIVO(WRK-IDX-ITEM)   TO WRK-MOTIVO.          00086600
                                                                        00086700
            IF WRK-MOTIVO EQUAL SPACES                                  00086800
                MOVE WRK-TBN-IDX-PED(WRK-IDX-ITEM) TO WRK-IDX-PED       00086900
                SUBTRACT WRK-NTF-QTDE                                   00087000
                    FROM WRK-TBP-QT-FATURADA(WRK-IDX-PED)               00087100
                MOVE 'ITEM CONFERIDO - NOTA RETIDA' TO WRK-MOTIVO       00087200
            ELSE                                                        00087300
                ADD 1 TO WRK-ACU-ITENS-BLOQUEADOS                       00087400
            END-IF.                                                     00087500
                                                                        00087600
            MOVE WRK-REG-NOTAF(1:5)  TO WRK-LBL-COD-FORN.               00087700
            MOVE WRK-NTF-NUMERO      TO WRK-LBL-NOTA.                   00087800
            MOVE WRK-REG-NOTAF(24:6) TO WRK-LBL-PEDIDO.                 00087900
            MOVE WRK-REG-NOTAF(30:5) TO WRK-LBL-COD.                    00088000
            IF WRK-NTF-QTDE NUMERIC                                     00088100
                MOVE WRK-NTF-QTDE    TO WRK-LBL-QTDE                    00088200
            ELSE                                                        00088300
                MOVE ZEROS           TO WRK-LBL-QTDE                    00088400
            END-IF.                                                     00088500
            IF WRK-NTF-PRECO-UNIT NUMERIC                               00088600
                MOVE WRK-NTF-PRECO-UNIT TO WRK-LBL-PRECO                00088700
            ELSE                                                        00088800
                MOVE ZEROS           TO WRK-LBL-PRECO                   00088900
            END-IF.                                                     00089000
            MOVE WRK-MOTIVO          TO WRK-LBL-MOTIVO.                 00089100
            WRITE FD-RELNFBL FROM WRK-LINHA-BLOQUEIO.                   00089200
                                                                        00089300
      *----------------------------------------------------------------*00089400
       2510-99-FIM.            EXIT.                                    00089500
      *----------------------------------------------------------------*00089600
      *----------------------------------------------------------------*00089700
       3000-FINALIZAR                     SECTION.                      00089800
      *----------------------------------------------------------------*00089900
                                                                        00090000
            PERFORM 3100-GRAVAR-PEDIDO                                  00090100
                VARYING WRK-IDX-PED FROM 1 BY 1                         00090200
                UNTIL WRK-IDX-PED GREATER WRK-QT-PEDIDOS.               00090300
                                                                        00090400
            WRITE FD-RELNFBL FROM WRK-LINHA-TRACO.                      00090500
            MOVE 'NOTAS BLOQUEADAS'           TO WRK-LTT-ROTULO.        00090600
            MOVE WRK-ACU-NOTAS-BLOQUEADAS     TO WRK-LTT-VALOR.         00090700
            WRITE FD-RELNFBL FROM WRK-LINHA-TOTAL.                      00090800
            MOVE 'ITENS DIVERGENTES'          TO WRK-LTT-ROTULO.        00090900
            MOVE WRK-ACU-ITENS-BLOQUEADOS     TO WRK-LTT-VALOR.         00091000
            WRITE FD-RELNFBL FROM WRK-LINHA-TOTAL.                      00091100
            MOVE 'NOTAS APROVADAS'            TO WRK-LTT-ROTULO.        00091200
            MOVE WRK-ACU-NOTAS-APROVADAS      TO WRK-LTT-VALOR.         00091300
            WRITE FD-RELNFBL FROM WRK-LINHA-TOTAL.                      00091400
                                                                        00091500
            CLOSE NOTAFOR                                               00091600
                  PEDSAI                                                00091700
                  APAGAR                                                00091800
                  RELNFBL.                                              00091900
                                                                        00092000
            MOVE WRK-ACU-VALOR-AGENDADO TO WRK-VALOR-EDITADO.           00092100
            DISPLAY '------------------------------------------------'. 00092200
            DISPLAY '  ITENS DE NOTA LIDOS..: ' WRK-ACU-ITENS-LIDOS.    00092300
            DISPLAY '  NOTAS APROVADAS......: ' WRK-ACU-NOTAS-APROVADAS.00092400
            DISPLAY '  NOTAS BLOQUEADAS.....: '                         00092500
                    WRK-ACU-NOTAS-BLOQUEADAS.                           00092600
            DISPLAY '  ITENS DIVERGENTES....: '                         00092700
                    WRK-ACU-ITENS-BLOQUEADOS.                           00092800
            DISPLAY '  VALOR AGENDADO.......: ' WRK-VALOR-EDITADO.      00092900
            DISPLAY '------------------------------------------------'. 00093000
                                                                        00093100
            IF WRK-ACU-NOTAS-BLOQUEADAS GREATER ZEROS                   00093200
                MOVE 4 TO RETURN-CODE                                   00093300
            END-IF.                                                     00093400
                                                                        00093500
            STOP RUN.                                                   00093600
                                                                        00093700
      *----------------------------------------------------------------*00093800
       3000-99-FIM.            EXIT.                                    00093900
      *----------------------------------------------------------------*00094000
      *----------------------------------------------------------------*00094100
       3100-GRAVAR-PEDIDO                 SECTION.                      00094200
      *----------------------------------------------------------------*00094300
                                                                        00094400
            MOVE WRK-TBP-REGISTRO(WRK-IDX-PED) TO WRK-REG-PEDIDO.       00094500
            MOVE WRK-TBP-QT-FATURADA(WRK-IDX-PED)                       00094600
                                       TO WRK-PED-QT-FATURADA.          00094700
            WRITE FD-PEDSAI FROM WRK-REG-PEDIDO.                        00094800
                                                                        00094900
      *----------------------------------------------------------------*00095000
       3100-99-FIM.            EXIT.                                    00095100
      *----------------------------------------------------------------*00095200
      *----------------------------------------------------------------*00095300
       9000-TRATAR-ERROS                  SECTION.                      00095400
      *----------------------------------------------------------------*00095500
                                                                        00095600
             MOVE 'FR06C138'       TO WRK-ERR-PROGRAMA.                 00095700
             MOVE '9000'           TO WRK-ERR-SECTION.                  00095800
             MOVE WRK-MSG          TO WRK-ERR-MSG.                      00095900
             MOVE SPACES           TO WRK-ERR-STATUS.                   00096000
             MOVE WRK-FS-PEDENT    TO WRK-ERR-STATUS(1:2).              00096100
             MOVE WRK-FS-NOTAFOR   TO WRK-ERR-STATUS(3:2).              00096200
             MOVE WRK-FS-FORNMST   TO WRK-ERR-STATUS(5:2).              00096300
             MOVE WRK-FS-PEDSAI    TO WRK-ERR-STATUS(7:2).              00096400
             MOVE WRK-FS-APAGAR    TO WRK-ERR-STATUS(9:2).              00096500
             MOVE 'F'              TO WRK-ERR-SEVERIDADE.               00096600
                                                                        00096700
             CALL 'TRTERRO'        USING WRK-TRTERRO.                   00096800
                                                                        00096900
      *----------------------------------------------------------------*00097000
       9000-99-FIM.            EXIT.                                    00097100
      *----------------------------------------------------------------*00097200
