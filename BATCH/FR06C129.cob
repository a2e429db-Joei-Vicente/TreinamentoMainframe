      *================================================================*00000100
       IDENTIFICATION                            DIVISION.              00000200
      *================================================================*00000300
                                                                        00000400
       PROGRAM-ID.  FR06C129.                                           00000500
                                                                        00000600
      *================================================================*00000700
      *     AUTOR.......: JOEI LORENTI                                  00000800
      *     ANALISTA....: IVAN SANCHES                                  00000900
      *     EMPRESA.....: FOURSYS                                       00001000
      *     DATA........: 15/10/2026                                    00001100
      *----------------------------------------------------------------*00001200
      *                                                                 00001300
      *     OBJETIVO: CONVERSAO UNICA DO NOME LIVRE DE FORNECEDOR       00001400
      *               (WRK-REG-FORN / WRK-PED-FORN) PARA O CODIGO DO    00001500
      *               MESTRE DE FORNECEDORES (FORNMST, B#FORN). PARA    00001600
      *               CADA PRODUTO DO ARQPROD E CADA LINHA DO MESTRE    00001700
      *               DE PEDIDOS AINDA SEM CODIGO, PROCURA O NOME:      00001800
      *               1) NOS CARTOES DE-PARA DA SYSIN (NOME EXATO);     00001900
      *               2) NA RAZAO SOCIAL ABREVIADA (15 POSICOES) DO     00002000
      *                  FORNMST.                                       00002100
      *               ACHANDO, GRAVA O CODIGO E TROCA O NOME LIVRE      00002200
      *               PELA RAZAO ABREVIADA DO MESTRE (UNIFICANDO A      00002300
      *               GRAFIA); NAO ACHANDO, O REGISTRO SEGUE SEM        00002400
      *               CODIGO E O NOME SAI NO RELCONV COM A QUANTIDADE   00002500
      *               DE PRODUTOS E PEDIDOS AFETADOS. REGISTRO QUE JA   00002600
      *               TEM CODIGO E COPIADO COMO ESTA, ENTAO O PASSO     00002700
      *               PODE SER REPETIDO DEPOIS DE NOVOS CARTOES.        00002800
      *               CABECALHO E TRAILER DO ARQPROD SAO COPIADOS SEM   00002900
      *               ALTERACAO (QUANTIDADE E HASH NAO MUDAM).          00003000
      *               CARTOES DE-PARA (ATE O CARTAO EM BRANCO):         00003100
      *               COL 01-15 NOME COMO DIGITADO NO CADASTRO          00003200
      *               COL 16-20 CODIGO DO FORNECEDOR NO FORNMST         00003300
      *               CARTAO RECUSADO OU NOME NAO CONVERTIDO DA RC 4.   00003400
      *                                                                 00003500
      *----------------------------------------------------------------*00003600
      *     INPUT:                                                      00003700
      *     DDNAME           I/O                                        00003800
      *     FORNMST           I   (MESTRE DE FORNECEDORES - LRECL 100)  00003900
      *     ARQPROD           I   (CADASTRO DE PRODUTOS - LRECL 70)     00004000
      *     PEDENT            I   (MESTRE DE PEDIDOS - LRECL 80,        00004100
      *                            OPCIONAL)                            00004200
      *     PRODSAI           O   (CADASTRO CONVERTIDO - LRECL 70)      00004300
      *     PEDSAI            O   (PEDIDOS CONVERTIDOS - LRECL 80)      00004400
      *     RELCONV           O   (NOMES NAO CONVERTIDOS - LRECL 80)    00004500
      *                                                                 00004600
      *----------------------------------------------------------------*00004700
      *     MANUTENCAO:                                                 00004800
      *                                                                 00004900
      *================================================================*00005000
                                                                        00005100
      *================================================================*00005200
       ENVIRONMENT                               DIVISION.              00005300
      *================================================================*00005400
                                                                        00005500
      *----------------------------------------------------------------*00005600
       CONFIGURATION                             SECTION.               00005700
      *----------------------------------------------------------------*00005800
                                                                        00005900
       SPECIAL-NAMES.                                                   00006000
           DECIMAL-POINT IS COMMA.                                      00006100
                                                                        00006200
      *----------------------------------------------------------------*00006300
       INPUT-OUTPUT                              SECTION.               00006400
      *----------------------------------------------------------------*00006500
                                                                        00006600
       FILE-CONTROL.                                                    00006700
             SELECT FORNMST            ASSIGN TO FORNMST                00006800
                FILE STATUS            IS WRK-FS-FORNMST.               00006900
             SELECT ARQPROD            ASSIGN TO ARQPROD                00007000
                FILE STATUS            IS WRK-FS-ARQPROD.               00007100
             SELECT PEDENT             ASSIGN TO PEDENT                 00007200
                FILE STATUS            IS WRK-FS-PEDENT.                00007300
             SELECT PRODSAI            ASSIGN TO PRODSAI                00007400
                FILE STATUS            IS WRK-FS-PRODSAI.               00007500
             SELECT PEDSAI             ASSIGN TO PEDSAI                 00007600
                FILE STATUS            IS WRK-FS-PEDSAI.                00007700
             SELECT RELCONV            ASSIGN TO RELCONV                00007800
                FILE STATUS            IS WRK-FS-RELCONV.               00007900
                                                                        00008000
      *================================================================*00008100
       DATA                                      DIVISION.              00008200
      *================================================================*00008300
                                                                        00008400
      *----------------------------------------------------------------*00008500
       FILE                                      SECTION.               00008600
      *----------------------------------------------------------------*00008700
                                                                        00008800
       FD FORNMST                                                       00008900
           RECORDING MODE IS F                                          00009000
           BLOCK CONTAINS 0 RECORDS.                                    00009100
       01 FD-FORNMST                   PIC X(100).                      00009200
                                                                        00009300
       FD ARQPROD                                                       00009400
           RECORDING MODE IS F                                          00009500
           BLOCK CONTAINS 0 RECORDS.                                    00009600
       01 FD-ARQPROD                   PIC X(70).                       00009700
                                                                        00009800
       FD PEDENT                                                        00009900
           RECORDING MODE IS F                                          00010000
           BLOCK CONTAINS 0 RECORDS.                                    00010100
       01 FD-PEDENT                    PIC X(80).                       00010200
                                                                        00010300
       FD PRODSAI                                                       00010400
           RECORDING MODE IS F                                          00010500
           BLOCK CONTAINS 0 RECORDS.                                    00010600
       01 FD-PRODSAI                   PIC X(70).                       00010700
                                                                        00010800
       FD PEDSAI                                                        00010900
           RECORDING MODE IS F                                          00011000
           BLOCK CONTAINS 0 RECORDS.                                    00011100
       01 FD-PEDSAI                    PIC X(80).                       00011200
                                                                        00011300
       FD RELCONV                                                       00011400
           RECORDING MODE IS F                                          00011500
           BLOCK CONTAINS 0 RECORDS.                                    00011600
       01 FD-RELCONV                   PIC X(80).                       00011700
                                                                        00011800
      *----------------------------------------------------------------*00011900
       WORKING-STORAGE                           SECTION.               00012000
      *----------------------------------------------------------------*00012100
                                                                        00012200
      *----------------------------------------------------------------*00012300
       01 FILLER                       PIC X(50)               VALUE    00012400
            '**** AREA DOS LAYOUTS ****'.                               00012500
      *----------------------------------------------------------------*00012600
                                                                        00012700
        COPY 'B#FORN'.                                                  00012800
        COPY 'B#PROD'.                                                  00012900
        COPY 'B#PEDIDO'.                                                00013000
                                                                        00013100
      *----------------------------------------------------------------*00013200
       01 FILLER                       PIC X(50)               VALUE    00013300
            '**** TABELAS EM MEMORIA ****'.                             00013400
      *----------------------------------------------------------------*00013500
                                                                        00013600
       01 WRK-TAB-FORNECEDORES.                                         00013700
          05 WRK-TAB-FORN-ITEM         OCCURS 2000 TIMES.               00013800
             10 WRK-TFO-CODIGO         PIC 9(05).                       00013900
             10 WRK-TFO-RAZAO          PIC X(15).                       00014000
                                                                        00014100
       77 WRK-QT-FORNECEDORES          PIC 9(04) VALUE ZEROS.           00014200
       77 WRK-IDX-FORN                 PIC 9(04) VALUE ZEROS.           00014300
                                                                        00014400
       01 WRK-TAB-DEPARA.                                               00014500
          05 WRK-TAB-DEPARA-ITEM       OCCURS 500 TIMES.                00014600
             10 WRK-TDP-NOME           PIC X(15).                       00014700
             10 WRK-TDP-CODIGO         PIC 9(05).                       00014800
                                                                        00014900
       77 WRK-QT-DEPARA                PIC 9(03) VALUE ZEROS.           00015000
       77 WRK-IDX-DEPARA               PIC 9(03) VALUE ZEROS.           00015100
                                                                        00015200
       01 WRK-TAB-PENDENTES.                                            00015300
          05 WRK-TAB-PEND-ITEM         OCCURS 500 TIMES.                00015400
             10 WRK-TPE-NOME           PIC X(15).                       00015500
             10 WRK-TPE-QT-PRODUTOS    PIC 9(05).                       00015600
             10 WRK-TPE-QT-PEDIDOS     PIC 9(05).                       00015700
                                                                        00015800
       77 WRK-QT-PENDENTES             PIC 9(03) VALUE ZEROS.           00015900
       77 WRK-IDX-PEND                 PIC 9(03) VALUE ZEROS.           00016000
       77 WRK-PEND-ACHADO              PIC 9(03) VALUE ZEROS.           00016100
                                                                        00016200
       77 WRK-NOME-PROCURA             PIC X(15) VALUE SPACES.          00016300
       77 WRK-COD-ACHADO               PIC 9(05) VALUE ZEROS.           00016400
       77 WRK-RAZAO-ACHADA             PIC X(15) VALUE SPACES.          00016500
       77 WRK-ORIGEM                   PIC X(01) VALUE SPACES.          00016600
                                                                        00016700
      *----------------------------------------------------------------*00016800
       01 FILLER                       PIC X(50)               VALUE    00016900
            '**** AREA DO CARTAO ****'.                                 00017000
      *----------------------------------------------------------------*00017100
                                                                        00017200
       01 WRK-CARTAO.                                                   00017300
          05 WRK-CARTAO-NOME           PIC X(15).                       00017400
          05 WRK-CARTAO-CODIGO         PIC X(05).                       00017500
          05 WRK-CARTAO-CODIGO-N    REDEFINES WRK-CARTAO-CODIGO         00017600
                                       PIC 9(05).                       00017700
          05 FILLER                    PIC X(60).                       00017800
                                                                        00017900
       77 WRK-MOTIVO-RECUSA            PIC X(30) VALUE SPACES.          00018000
                                                                        00018100
      *----------------------------------------------------------------*00018200
       01 FILLER                       PIC X(50)               VALUE    00018300
            '**** AREA DO RELATORIO ****'.                              00018400
      *----------------------------------------------------------------*00018500
                                                                        00018600
       01 WRK-LINHA-TRACO              PIC X(80) VALUE ALL '-'.         00018700
                                                                        00018800
       01 WRK-CABEC-REL.                                                00018900
          05 FILLER                    PIC X(45) VALUE                  00019000
             'CONVERSAO DE FORNECEDOR - NOMES SEM CODIGO'.              00019100
          05 FILLER                    PIC X(06) VALUE 'DATA: '.        00019200
          05 WRK-CAB-DATA              PIC 99/99/9999.                  00019300
          05 FILLER                    PIC X(19) VALUE SPACES.          00019400
                                                                        00019500
       01 WRK-CABEC-COLUNAS.                                            00019600
          05 FILLER                    PIC X(80) VALUE                  00019700
             'NOME NO CADASTRO   PRODUTOS  PEDIDOS'.                    00019800
                                                                        00019900
       01 WRK-LINHA-PENDENTE.                                           00020000
          05 WRK-LPE-NOME              PIC X(15).                       00020100
          05 FILLER                    PIC X(06) VALUE SPACES.          00020200
          05 WRK-LPE-QT-PRODUTOS       PIC ZZZZ9.                       00020300
          05 FILLER                    PIC X(04) VALUE SPACES.          00020400
          05 WRK-LPE-QT-PEDIDOS        PIC ZZZZ9.                       00020500
          05 FILLER                    PIC X(45) VALUE SPACES.          00020600
                                                                        00020700
       01 WRK-LINHA-TOTAL.                                              00020800
          05 WRK-LTT-ROTULO            PIC X(30).                       00020900
          05 FILLER                    PIC X(02) VALUE ': '.            00021000
          05 WRK-LTT-VALOR             PIC ZZZZZZ9.                     00021100
          05 FILLER                    PIC X(41) VALUE SPACES.          00021200
                                                                        00021300
       01 WRK-DATA-SISTEMA.                                             00021400
          05 WRK-DSI-ANO               PIC 9(04).                       00021500
          05 WRK-DSI-MES               PIC 9(02).                       00021600
          05 WRK-DSI-DIA               PIC 9(02).                       00021700
                                                                        00021800
       01 WRK-DATA-DDMMAAAA.                                            00021900
          05 WRK-DDM-DIA               PIC 9(02).                       00022000
          05 WRK-DDM-MES               PIC 9(02).                       00022100
          05 WRK-DDM-ANO               PIC 9(04).                       00022200
       01 WRK-DATA-DDMMAAAA-N REDEFINES WRK-DATA-DDMMAAAA               00022300
                                       PIC 9(08).                       00022400
                                                                        00022500
      *----------------------------------------------------------------*00022600
       01 FILLER                       PIC X(50)               VALUE    00022700
            '**** AREA DE VARIAVEIS E CONTADORES ****'.                 00022800
      *----------------------------------------------------------------*00022900
                                                                        00023000
       77 WRK-FS-FORNMST               PIC X(02) VALUE SPACES.          00023100
       77 WRK-FS-ARQPROD               PIC X(02) VALUE SPACES.          00023200
       77 WRK-FS-PEDENT                PIC X(02) VALUE SPACES.          00023300
       77 WRK-FS-PRODSAI               PIC X(02) VALUE SPACES.          00023400
       77 WRK-FS-PEDSAI                PIC X(02) VALUE SPACES.          00023500
       77 WRK-FS-RELCONV               PIC X(02) VALUE SPACES.          00023600
       77 WRK-ACU-PRODUTOS             PIC 9(07) VALUE ZEROS.           00023700
       77 WRK-ACU-PROD-CONVERTIDOS     PIC 9(07) VALUE ZEROS.           00023800
       77 WRK-ACU-PROD-JA-CODIGO       PIC 9(07) VALUE ZEROS.           00023900
       77 WRK-ACU-PROD-PENDENTES       PIC 9(07) VALUE ZEROS.           00024000
       77 WRK-ACU-PEDIDOS              PIC 9(07) VALUE ZEROS.           00024100
       77 WRK-ACU-PED-CONVERTIDOS      PIC 9(07) VALUE ZEROS.           00024200
       77 WRK-ACU-PED-JA-CODIGO        PIC 9(07) VALUE ZEROS.           00024300
       77 WRK-ACU-PED-PENDENTES        PIC 9(07) VALUE ZEROS.           00024400
       77 WRK-ACU-POR-DEPARA           PIC 9(07) VALUE ZEROS.           00024500
       77 WRK-ACU-POR-RAZAO            PIC 9(07) VALUE ZEROS.           00024600
       77 WRK-ACU-RECUSADOS            PIC 9(05) VALUE ZEROS.           00024700
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00024800
                                                                        00024900
      *----------------------------------------------------------------*00025000
       01 FILLER                       PIC X(50)               VALUE    00025100
            '**** AREA DO MODULO AUDSYS ****'.                          00025200
      *----------------------------------------------------------------*00025300
                                                                        00025400
        COPY '#AUDSYS'.                                                 00025500
                                                                        00025600
      *----------------------------------------------------------------*00025700
       01 FILLER                       PIC X(50)               VALUE    00025800
            '**** AREA DO MODULO TRTERRO ****'.                         00025900
      *----------------------------------------------------------------*00026000
                                                                        00026100
        COPY '#TRTERRO'.                                                00026200
                                                                        00026300
      *================================================================*00026400
       PROCEDURE DIVISION.                                              00026500
      *================================================================*00026600
      *----------------------------------------------------------------*00026700
       0000-PRINCIPAL                     SECTION.                      00026800
      *----------------------------------------------------------------*00026900
                                                                        00027000
           PERFORM 1000-INICIAR.                                        00027100
           PERFORM 2000-CONVERTER-PRODUTO                               00027200
               UNTIL WRK-FS-ARQPROD EQUAL '10'.                         00027300
           PERFORM 2500-CONVERTER-PEDIDOS.                              00027400
           PERFORM 3000-FINALIZAR.                                      00027500
                                                                        00027600
      *----------------------------------------------------------------*00027700
       0000-99-FIM.            EXIT.                                    00027800
      *----------------------------------------------------------------*00027900
      *----------------------------------------------------------------*00028000
       1000-INICIAR                       SECTION.                      00028100
      *----------------------------------------------------------------*00028200
                                                                        00028300
            ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.                 00028400
            MOVE WRK-DSI-DIA TO WRK-DDM-DIA.                            00028500
            MOVE WRK-DSI-MES TO WRK-DDM-MES.                            00028600
            MOVE WRK-DSI-ANO TO WRK-DDM-ANO.                            00028700
                                                                        00028800
            PERFORM 1100-CARREGAR-FORNECEDORES.                         00028900
                                                                        00029000
            PERFORM 1200-LER-CARTAO.                                    00029100
            PERFORM 1300-CARREGAR-DEPARA                                00029200
                UNTIL WRK-CARTAO EQUAL SPACES.                          00029300
                                                                        00029400
            OPEN INPUT  ARQPROD                                         00029500
                 OUTPUT PRODSAI                                         00029600
                        RELCONV.                                        00029700
            IF WRK-FS-ARQPROD NOT EQUAL ZEROS                           00029800
                MOVE ' ERRO ABERTURA ARQPROD ' TO WRK-MSG               00029900
                PERFORM 9000-TRATAR-ERROS                               00030000
            END-IF.                                                     00030100
            IF WRK-FS-PRODSAI NOT EQUAL ZEROS                           00030200
                MOVE ' ERRO ABERTURA PRODSAI ' TO WRK-MSG               00030300
                PERFORM 9000-TRATAR-ERROS                               00030400
            END-IF.                                                     00030500
            IF WRK-FS-RELCONV NOT EQUAL ZEROS                           00030600
                MOVE ' ERRO ABERTURA RELCONV ' TO WRK-MSG               00030700
                PERFORM 9000-TRATAR-ERROS                               00030800
            END-IF.                                                     00030900
                                                                        00031000
            MOVE WRK-DATA-DDMMAAAA-N TO WRK-CAB-DATA.                   00031100
            WRITE FD-RELCONV FROM WRK-CABEC-REL.                        00031200
            WRITE FD-RELCONV FROM WRK-LINHA-TRACO.                      00031300
                                                                        00031400
            PERFORM 1400-LER-PRODUTO.                                   00031500
                                                                        00031600
      *----------------------------------------------------------------*00031700
       1000-99-FIM.            EXIT.                                    00031800
      *----------------------------------------------------------------*00031900
      *----------------------------------------------------------------*00032000
       1100-CARREGAR-FORNECEDORES         SECTION.                      00032100
      *----------------------------------------------------------------*00032200
                                                                        00032300
            OPEN INPUT FORNMST.                                         00032400
            IF WRK-FS-FORNMST NOT EQUAL ZEROS                           00032500
                MOVE ' ERRO ABERTURA FORNMST ' TO WRK-MSG               00032600
                PERFORM 9000-TRATAR-ERROS                               00032700
            END-IF.                                                     00032800
                                                                        00032900
            PERFORM 1110-LER-FORNECEDOR                                 00033000
                UNTIL WRK-FS-FORNMST EQUAL '10'.                        00033100
            CLOSE FORNMST.                                              00033200
                                                                        00033300
      *----------------------------------------------------------------*00033400
       1100-99-FIM.            EXIT.                                    00033500
      *----------------------------------------------------------------*00033600
      *----------------------------------------------------------------*00033700
       1110-LER-FORNECEDOR                SECTION.                      00033800
      *----------------------------------------------------------------*00033900
                                                                        00034000
            READ FORNMST INTO WRK-REG-FORNECEDOR.                       00034100
            IF WRK-FS-FORNMST NOT EQUAL ZEROS                           00034200
                MOVE '10' TO WRK-FS-FORNMST                             00034300
                GO TO 1110-99-FIM                                       00034400
            END-IF.                                                     00034500
                                                                        00034600
            IF WRK-QT-FORNECEDORES NOT LESS 2000                        00034700
                MOVE ' TABELA DE FORNECEDORES CHEIA ' TO WRK-MSG        00034800
                PERFORM 9000-TRATAR-ERROS                               00034900
            END-IF.                                                     00035000
            ADD 1 TO WRK-QT-FORNECEDORES.                               00035100
            MOVE WRK-FOR-CODIGO                                         00035200
                           TO WRK-TFO-CODIGO(WRK-QT-FORNECEDORES).      00035300
            MOVE WRK-FOR-RAZAO                                          00035400
                           TO WRK-TFO-RAZAO(WRK-QT-FORNECEDORES).       00035500
                                                                        00035600
      *----------------------------------------------------------------*00035700
       1110-99-FIM.            EXIT.                                    00035800
      *----------------------------------------------------------------*00035900
      *----------------------------------------------------------------*00036000
       1200-LER-CARTAO                    SECTION.                      00036100
      *----------------------------------------------------------------*00036200
                                                                        00036300
            ACCEPT WRK-CARTAO FROM SYSIN.                               00036400
                                                                        00036500
            IF WRK-CARTAO NOT EQUAL SPACES                              00036600
                MOVE 'FR06C129'  TO WRK-AUD-PROGRAMA                    00036700
                MOVE WRK-CARTAO  TO WRK-AUD-CARTAO                      00036800
                CALL 'AUDSYS'    USING WRK-AUDSYS                       00036900
            END-IF.                                                     00037000
                                                                        00037100
      *----------------------------------------------------------------*00037200
       1200-99-FIM.            EXIT.                                    00037300
      *----------------------------------------------------------------*00037400
      *----------------------------------------------------------------*00037500
       1300-CARREGAR-DEPARA               SECTION.                      00037600
      *----------------------------------------------------------------*00037700
                                                                        00037800
            IF WRK-CARTAO-NOME EQUAL SPACES                             00037900
                MOVE 'NOME NAO INFORMADO' TO WRK-MOTIVO-RECUSA          00038000
                PERFORM 2900-RECUSAR-CARTAO                             00038100
                GO TO 1300-88-LER                                       00038200
            END-IF.                                                     00038300
                                                                        00038400
            IF WRK-CARTAO-CODIGO NOT NUMERIC                            00038500
                MOVE 'CODIGO INVALIDO' TO WRK-MOTIVO-RECUSA             00038600
                PERFORM 2900-RECUSAR-CARTAO                             00038700
                GO TO 1300-88-LER                                       00038800
            END-IF.                                                     00038900
                                                                        00039000
            MOVE ZEROS TO WRK-COD-ACHADO.                               00039100
            PERFORM 1310-COMPARAR-CODIGO                                00039200
                VARYING WRK-IDX-FORN FROM 1 BY 1                        00039300
                UNTIL WRK-IDX-FORN GREATER WRK-QT-FORNECEDORES          00039400
                   OR WRK-COD-ACHADO NOT EQUAL ZEROS.                   00039500
            IF WRK-COD-ACHADO EQUAL ZEROS                               00039600
                MOVE 'CODIGO FORA DO FORNMST' TO WRK-MOTIVO-RECUSA      00039700
                PERFORM 2900-RECUSAR-CARTAO                             00039800
                GO TO 1300-88-LER                                       00039900
            END-IF.                                                     00040000
                                                                        00040100
            IF WRK-QT-DEPARA NOT LESS 500                               00040200
                MOVE 'TABELA DE-PARA CHEIA' TO WRK-MOTIVO-RECUSA        00040300
                PERFORM 2900-RECUSAR-CARTAO                             00040400
                GO TO 1300-88-LER                                       00040500
            END-IF.                                                     00040600
            ADD 1 TO WRK-QT-DEPARA.                                     00040700
            MOVE WRK-CARTAO-NOME     TO WRK-TDP-NOME(WRK-QT-DEPARA).    00040800
            MOVE WRK-CARTAO-CODIGO-N TO WRK-TDP-CODIGO(WRK-QT-DEPARA).  00040900
                                                                        00041000
       1300-88-LER.                                                     00041100
            PERFORM 1200-LER-CARTAO.                                    00041200
                                                                        00041300
      *----------------------------------------------------------------*00041400
       1300-99-FIM.            EXIT.                                    00041500
      *----------------------------------------------------------------*00041600
      *----------------------------------------------------------------*00041700
       1310-COMPARAR-CODIGO               SECTION.                      00041800
      *----------------------------------------------------------------*00041900
                                                                        00042000
            IF WRK-TFO-CODIGO(WRK-IDX-FORN) EQUAL WRK-CARTAO-CODIGO-N   00042100
                MOVE WRK-CARTAO-CODIGO-N TO WRK-COD-ACHADO              00042200
            END-IF.                                                     00042300
                                                                        00042400
      *----------------------------------------------------------------*00042500
       1310-99-FIM.            EXIT.                                    00042600
      *----------------------------------------------------------------*00042700
      *----------------------------------------------------------------*00042800
       1400-LER-PRODUTO                   SECTION.                      00042900
      *----------------------------------------------------------------*00043000
                                                                        00043100
            READ ARQPROD INTO WRK-REG-PRODUTO.                          00043200
            IF WRK-FS-ARQPROD NOT EQUAL ZEROS                           00043300
                MOVE '10' TO WRK-FS-ARQPROD                             00043400
            END-IF.                                                     00043500
                                                                        00043600
      *----------------------------------------------------------------*00043700
       1400-99-FIM.            EXIT.                                    00043800
      *----------------------------------------------------------------*00043900
      *----------------------------------------------------------------*00044000
       2000-CONVERTER-PRODUTO             SECTION.                      00044100
      *----------------------------------------------------------------*00044200
                                                                        00044300
            IF FD-ARQPROD(1:3) EQUAL 'HDR'                              00044400
               OR FD-ARQPROD(1:3) EQUAL 'TRL'                           00044500
                WRITE FD-PRODSAI FROM FD-ARQPROD                        00044600
                GO TO 2000-88-LER                                       00044700
            END-IF.                                                     00044800
                                                                        00044900
            ADD 1 TO WRK-ACU-PRODUTOS.                                  00045000
                                                                        00045100
            IF WRK-REG-COD-FORN NUMERIC                                 00045200
               AND WRK-REG-COD-FORN NOT EQUAL ZEROS                     00045300
                ADD 1 TO WRK-ACU-PROD-JA-CODIGO                         00045400
                GO TO 2000-77-GRAVAR                                    00045500
            END-IF.                                                     00045600
                                                                        00045700
            MOVE WRK-REG-FORN TO WRK-NOME-PROCURA.                      00045800
            PERFORM 2100-PROCURAR-CODIGO.                               00045900
                                                                        00046000
            IF WRK-COD-ACHADO EQUAL ZEROS                               00046100
                MOVE ZEROS TO WRK-REG-COD-FORN                          00046200
                ADD 1 TO WRK-ACU-PROD-PENDENTES                         00046300
                PERFORM 2200-REGISTRAR-PENDENTE                         00046400
                ADD 1 TO WRK-TPE-QT-PRODUTOS(WRK-PEND-ACHADO)           00046500
            ELSE                                                        00046600
                MOVE WRK-COD-ACHADO   TO WRK-REG-COD-FORN               00046700
                MOVE WRK-RAZAO-ACHADA TO WRK-REG-FORN                   00046800
                ADD 1 TO WRK-ACU-PROD-CONVERTIDOS                       00046900
            END-IF.                                                     00047000
                                                                        00047100
       2000-77-GRAVAR.                                                  00047200
            WRITE FD-PRODSAI FROM WRK-REG-PRODUTO.                      00047300
            IF WRK-FS-PRODSAI NOT EQUAL ZEROS                           00047400
                MOVE ' ERRO GRAVACAO PRODSAI ' TO WRK-MSG               00047500
                PERFORM 9000-TRATAR-ERROS                               00047600
            END-IF.                                                     00047700
                                                                        00047800
       2000-88-LER.                                                     00047900
            PERFORM 1400-LER-PRODUTO.                                   00048000
                                                                        00048100
      *----------------------------------------------------------------*00048200
       2000-99-FIM.            EXIT.                                    00048300
      *----------------------------------------------------------------*00048400
      *----------------------------------------------------------------*00048500
       2100-PROCURAR-CODIGO               SECTION.                      00048600
      *----------------------------------------------------------------*00048700
      *    PRIMEIRO O DE-PARA DOS CARTOES, DEPOIS A RAZAO ABREVIADA.   *00048800
      *    DEVOLVE O CODIGO E A RAZAO ABREVIADA DO MESTRE, OU ZEROS.   *00048900
      *----------------------------------------------------------------*00049000
                                                                        00049100
            MOVE ZEROS  TO WRK-COD-ACHADO.                              00049200
            MOVE SPACES TO WRK-RAZAO-ACHADA.                            00049300
            IF WRK-NOME-PROCURA EQUAL SPACES                            00049400
                GO TO 2100-99-FIM                                       00049500
            END-IF.                                                     00049600
                                                                        00049700
            PERFORM 2110-COMPARAR-DEPARA                                00049800
                VARYING WRK-IDX-DEPARA FROM 1 BY 1                      00049900
                UNTIL WRK-IDX-DEPARA GREATER WRK-QT-DEPARA              00050000
                   OR WRK-COD-ACHADO NOT EQUAL ZEROS.                   00050100
                                                                        00050200
            IF WRK-COD-ACHADO NOT EQUAL ZEROS                           00050300
                MOVE 'D' TO WRK-ORIGEM                                  00050400
                PERFORM 2120-COMPARAR-CODIGO                            00050500
                    VARYING WRK-IDX-FORN FROM 1 BY 1                    00050600
                    UNTIL WRK-IDX-FORN GREATER WRK-QT-FORNECEDORES      00050700
                       OR WRK-RAZAO-ACHADA NOT EQUAL SPACES             00050800
                ADD 1 TO WRK-ACU-POR-DEPARA                             00050900
                GO TO 2100-99-FIM                                       00051000
            END-IF.                                                     00051100
                                                                        00051200
            PERFORM 2130-COMPARAR-RAZAO                                 00051300
                VARYING WRK-IDX-FORN FROM 1 BY 1                        00051400
                UNTIL WRK-IDX-FORN GREATER WRK-QT-FORNECEDORES          00051500
                   OR WRK-COD-ACHADO NOT EQUAL ZEROS.                   00051600
            IF WRK-COD-ACHADO NOT EQUAL ZEROS                           00051700
                MOVE 'R' TO WRK-ORIGEM                                  00051800
                ADD 1 TO WRK-ACU-POR-RAZAO                              00051900
            END-IF.                                                     00052000
                                                                        00052100
      *----------------------------------------------------------------*00052200
       2100-99-FIM.            EXIT.                                    00052300
      *----------------------------------------------------------------*00052400
      *----------------------------------------------------------------*00052500
       2110-COMPARAR-DEPARA               SECTION.                      00052600
      *----------------------------------------------------------------*00052700
                                                                        00052800
            IF WRK-TDP-NOME(WRK-IDX-DEPARA) EQUAL WRK-NOME-PROCURA      00052900
                MOVE WRK-TDP-CODIGO(WRK-IDX-DEPARA) TO WRK-COD-ACHADO   00053000
            END-IF.                                                     00053100
                                                                        00053200
      *----------------------------------------------------------------*00053300
       2110-99-FIM.            EXIT.                                    00053400
      *----------------------------------------------------------------*00053500
      *----------------------------------------------------------------*00053600
       2120-COMPARAR-CODIGO               SECTION.                      00053700
      *----------------------------------------------------------------*00053800
                                                                        00053900
            IF WRK-TFO-CODIGO(WRK-IDX-FORN) EQUAL WRK-COD-ACHADO        00054000
                MOVE WRK-TFO-RAZAO(WRK-IDX-FORN) TO WRK-RAZAO-ACHADA    00054100
            END-IF.                                                     00054200
                                                                        00054300
      *----------------------------------------------------------------*00054400
       2120-99-FIM.            EXIT.                                    00054500
      *----------------------------------------------------------------*00054600
      *----------------------------------------------------------------*00054700
       2130-COMPARAR-RAZAO                SECTION.                      00054800
      *----------------------------------------------------------------*00054900
                                                                        00055000
            IF WRK-TFO-RAZAO(WRK-IDX-FORN) EQUAL WRK-NOME-PROCURA       00055100
                MOVE WRK-TFO-CODIGO(WRK-IDX-FORN) TO WRK-COD-ACHADO     00055200
                MOVE WRK-TFO-RAZAO(WRK-IDX-FORN)  TO WRK-RAZAO-ACHADA   00055300
            END-IF.                                                     00055400
                                                                        00055500
      *----------------------------------------------------------------*00055600
       2130-99-FIM.            EXIT.                                    00055700
      *----------------------------------------------------------------*00055800
      *----------------------------------------------------------------*00055900
       2200-REGISTRAR-PENDENTE            SECTION.                      00056000
      *----------------------------------------------------------------*00056100
      *    UMA LINHA POR NOME DISTINTO NO RELCONV; A TABELA CHEIA      *00056200
      *    ABENDA PARA NAO ESCONDER NOME NENHUM DA LISTA.              *00056300
      *----------------------------------------------------------------*00056400
                                                                        00056500
            MOVE ZEROS TO WRK-PEND-ACHADO.                              00056600
            PERFORM 2210-COMPARAR-PENDENTE                              00056700
                VARYING WRK-IDX-PEND FROM 1 BY 1                        00056800
                UNTIL WRK-IDX-PEND GREATER WRK-QT-PENDENTES             00056900
                   OR WRK-PEND-ACHADO NOT EQUAL ZEROS.                  00057000
            IF WRK-PEND-ACHADO NOT EQUAL ZEROS                          00057100
                GO TO 2200-99-FIM                                       00057200
            END-IF.                                                     00057300
                                                                        00057400
            IF WRK-QT-PENDENTES NOT LESS 500                            00057500
                MOVE ' TABELA DE NOMES PENDENTES CHEIA ' TO WRK-MSG     00057600
                PERFORM 9000-TRATAR-ERROS                               00057700
            END-IF.                                                     00057800
            ADD 1 TO WRK-QT-PENDENTES.                                  00057900
            MOVE WRK-QT-PENDENTES TO WRK-PEND-ACHADO.                   00058000
            MOVE WRK-NOME-PROCURA TO WRK-TPE-NOME(WRK-PEND-ACHADO).     00058100
            MOVE ZEROS     TO WRK-TPE-QT-PRODUTOS(WRK-PEND-ACHADO)      00058200
                              WRK-TPE-QT-PEDIDOS(WRK-PEND-ACHADO).      00058300
                                                                        00058400
      *----------------------------------------------------------------*00058500
       2200-99-FIM.            EXIT.                                    00058600
      *----------------------------------------------------------------*00058700
      *----------------------------------------------------------------*00058800
       2210-COMPARAR-PENDENTE             SECTION.                      00058900
      *----------------------------------------------------------------*00059000
                                                                        00059100
            IF WRK-TPE-NOME(WRK-IDX-PEND) EQUAL WRK-NOME-PROCURA        00059200
                MOVE WRK-IDX-PEND TO WRK-PEND-ACHADO                    00059300
            END-IF.                                                     00059400
                                                                        00059500
      *----------------------------------------------------------------*00059600
       2210-99-FIM.            EXIT.                                    00059700
      *----------------------------------------------------------------*00059800
      *----------------------------------------------------------------*00059900
       2500-CONVERTER-PEDIDOS             SECTION.                      00060000
      *----------------------------------------------------------------*00060100
                                                                        00060200
            OPEN INPUT PEDENT.                                          00060300
            IF WRK-FS-PEDENT EQUAL '35'                                 00060400
                DISPLAY 'PEDENT AUSENTE - SEM PEDIDOS A CONVERTER'      00060500
                GO TO 2500-99-FIM                                       00060600
            END-IF.                                                     00060700
            IF WRK-FS-PEDENT NOT EQUAL ZEROS                            00060800
                MOVE ' ERRO ABERTURA PEDENT ' TO WRK-MSG                00060900
                PERFORM 9000-TRATAR-ERROS                               00061000
            END-IF.                                                     00061100
                                                                        00061200
            OPEN OUTPUT PEDSAI.                                         00061300
            IF WRK-FS-PEDSAI NOT EQUAL ZEROS                            00061400
                MOVE ' ERRO ABERTURA PEDSAI ' TO WRK-MSG                00061500
                PERFORM 9000-TRATAR-ERROS                               00061600
            END-IF.                                                     00061700
                                                                        00061800
            PERFORM 2510-CONVERTER-PEDIDO                               00061900
                UNTIL WRK-FS-PEDENT EQUAL '10'.                         00062000
                                                                        00062100
            CLOSE PEDENT                                                00062200
                  PEDSAI.                                               00062300
                                                                        00062400
      *----------------------------------------------------------------*00062500
       2500-99-FIM.            EXIT.                                    00062600
      *----------------------------------------------------------------*00062700
      *----------------------------------------------------------------*00062800
       2510-CONVERTER-PEDIDO              SECTION.                      00062900
      *----------------------------------------------------------------*00063000
                                                                        00063100
            READ PEDENT INTO WRK-REG-PEDIDO.                            00063200
            IF WRK-FS-PEDENT NOT EQUAL ZEROS                            00063300
                MOVE '10' TO WRK-FS-PEDENT                              00063400
                GO TO 2510-99-FIM                                       00063500
            END-IF.                                                     00063600
                                                                        00063700
            ADD 1 TO WRK-ACU-PEDIDOS.                                   00063800
                                                                        00063900
            IF WRK-PED-COD-FORN NUMERIC                                 00064000
               AND WRK-PED-COD-FORN NOT EQUAL ZEROS                     00064100
                ADD 1 TO WRK-ACU-PED-JA-CODIGO                          00064200
                GO TO 2510-77-GRAVAR                                    00064300
            END-IF.                                                     00064400
                                                                        00064500
            MOVE WRK-PED-FORN TO WRK-NOME-PROCURA.                      00064600
            PERFORM 2100-PROCURAR-CODIGO.                               00064700
                                                                        00064800
            IF WRK-COD-ACHADO EQUAL ZEROS                               00064900
                MOVE ZEROS TO WRK-PED-COD-FORN                          00065000
                ADD 1 TO WRK-ACU-PED-PENDENTES                          00065100
                PERFORM 2200-REGISTRAR-PENDENTE                         00065200
                ADD 1 TO WRK-TPE-QT-PEDIDOS(WRK-PEND-ACHADO)            00065300
            ELSE                                                        00065400
                MOVE WRK-COD-ACHADO   TO WRK-PED-COD-FORN               00065500
                MOVE WRK-RAZAO-ACHADA TO WRK-PED-FORN                   00065600
                ADD 1 TO WRK-ACU-PED-CONVERTIDOS                        00065700
            END-IF.                                                     00065800
                                                                        00065900
       2510-77-GRAVAR.                                                  00066000
            WRITE FD-PEDSAI FROM WRK-REG-PEDIDO.                        00066100
            IF WRK-FS-PEDSAI NOT EQUAL ZEROS                            00066200
                MOVE ' ERRO GRAVACAO PEDSAI ' TO WRK-MSG                00066300
                PERFORM 9000-TRATAR-ERROS                               00066400
            END-IF.                                                     00066500
                                                                        00066600
      *----------------------------------------------------------------*00066700
       2510-99-FIM.            EXIT.                                    00066800
      *----------------------------------------------------------------*00066900
      *----------------------------------------------------------------*00067000
       2900-RECUSAR-CARTAO                SECTION.                      00067100
      *----------------------------------------------------------------*00067200
                                                                        00067300
            ADD 1 TO WRK-ACU-RECUSADOS.                                 00067400
            DISPLAY 'CARTAO RECUSADO (' WRK-MOTIVO-RECUSA '): '         00067500
                    WRK-CARTAO.                                         00067600
                                                                        00067700
      *----------------------------------------------------------------*00067800
       2900-99-FIM.            EXIT.                                    00067900
      *----------------------------------------------------------------*00068000
      *----------------------------------------------------------------*00068100
       3000-FINALIZAR                     SECTION.                      00068200
      *----------------------------------------------------------------*00068300
                                                                        00068400
            WRITE FD-RELCONV FROM WRK-CABEC-COLUNAS.                    00068500
            PERFORM 3100-GRAVAR-PENDENTE                                00068600
                VARYING WRK-IDX-PEND FROM 1 BY 1                        00068700
                UNTIL WRK-IDX-PEND GREATER WRK-QT-PENDENTES.            00068800
            WRITE FD-RELCONV FROM WRK-LINHA-TRACO.                      00068900
                                                                        00069000
            MOVE 'NOMES NAO CONVERTIDOS'     TO WRK-LTT-ROTULO.         00069100
            MOVE WRK-QT-PENDENTES            TO WRK-LTT-VALOR.          00069200
            WRITE FD-RELCONV FROM WRK-LINHA-TOTAL.                      00069300
            MOVE 'PRODUTOS CONVERTIDOS'      TO WRK-LTT-ROTULO.         00069400
            MOVE WRK-ACU-PROD-CONVERTIDOS    TO WRK-LTT-VALOR.          00069500
            WRITE FD-RELCONV FROM WRK-LINHA-TOTAL.                      00069600
            MOVE 'PRODUTOS JA COM CODIGO'    TO WRK-LTT-ROTULO.         00069700
            MOVE WRK-ACU-PROD-JA-CODIGO      TO WRK-LTT-VALOR.          00069800
            WRITE FD-RELCONV FROM WRK-LINHA-TOTAL.                      00069900
            MOVE 'PRODUTOS SEM CODIGO'       TO WRK-LTT-ROTULO.         00070000
            MOVE WRK-ACU-PROD-PENDENTES      TO WRK-LTT-VALOR.          00070100
            WRITE FD-RELCONV FROM WRK-LINHA-TOTAL.                      00070200
            MOVE 'PEDIDOS CONVERTIDOS'       TO WRK-LTT-ROTULO.         00070300
            MOVE WRK-ACU-PED-CONVERTIDOS     TO WRK-LTT-VALOR.          00070400
            WRITE FD-RELCONV FROM WRK-LINHA-TOTAL.                      00070500
            MOVE 'PEDIDOS JA COM CODIGO'     TO WRK-LTT-ROTULO.         00070600
            MOVE WRK-ACU-PED-JA-CODIGO       TO WRK-LTT-VALOR.          00070700
            WRITE FD-RELCONV FROM WRK-LINHA-TOTAL.                      00070800
            MOVE 'PEDIDOS SEM CODIGO'        TO WRK-LTT-ROTULO.         00070900
            MOVE WRK-ACU-PED-PENDENTES       TO WRK-LTT-VALOR.          00071000
            WRITE FD-RELCONV FROM WRK-LINHA-TOTAL.                      00071100
                                                                        00071200
            CLOSE ARQPROD                                               00071300
                  PRODSAI                                               00071400
                  RELCONV.                                              00071500
                                                                        00071600
            DISPLAY '------------------------------------------------'. 00071700
            DISPLAY '  PRODUTOS LIDOS.......: ' WRK-ACU-PRODUTOS.       00071800
            DISPLAY '  PRODUTOS CONVERTIDOS.: '                         00071900
                    WRK-ACU-PROD-CONVERTIDOS.                           00072000
            DISPLAY '  PEDIDOS LIDOS........: ' WRK-ACU-PEDIDOS.        00072100
            DISPLAY '  PEDIDOS CONVERTIDOS..: ' WRK-ACU-PED-CONVERTIDOS.00072200
            DISPLAY '  ACHADOS PELO DE-PARA.: ' WRK-ACU-POR-DEPARA.     00072300
            DISPLAY '  ACHADOS PELA RAZAO...: ' WRK-ACU-POR-RAZAO.      00072400
            DISPLAY '  NOMES NAO CONVERTIDOS: ' WRK-QT-PENDENTES.       00072500
            DISPLAY '  CARTOES RECUSADOS....: ' WRK-ACU-RECUSADOS.      00072600
            DISPLAY '------------------------------------------------'. 00072700
                                                                        00072800
            IF WRK-QT-PENDENTES GREATER ZEROS                           00072900
               OR WRK-ACU-RECUSADOS GREATER ZEROS                       00073000
                MOVE 4 TO RETURN-CODE                                   00073100
            END-IF.                                                     00073200
                                                                        00073300
            STOP RUN.                                                   00073400
                                                                        00073500
      *----------------------------------------------------------------*00073600
       3000-99-FIM.            EXIT.                                    00073700
      *----------------------------------------------------------------*00073800
      *----------------------------------------------------------------*00073900
       3100-GRAVAR-PENDENTE               SECTION.                      00074000
      *----------------------------------------------------------------*00074100
                                                                        00074200
            IF WRK-TPE-NOME(WRK-IDX-PEND) EQUAL SPACES                  00074300
                MOVE '(EM BRANCO)'   TO WRK-LPE-NOME                    00074400
            ELSE                                                        00074500
                MOVE WRK-TPE-NOME(WRK-IDX-PEND) TO WRK-LPE-NOME         00074600
            END-IF.                                                     00074700
            MOVE WRK-TPE-QT-PRODUTOS(WRK-IDX-PEND)                      00074800
                                     TO WRK-LPE-QT-PRODUTOS.            00074900
            MOVE WRK-TPE-QT-PEDIDOS(WRK-IDX-PEND)                       00075000
                                     TO WRK-LPE-QT-PEDIDOS.             00075100
            WRITE FD-RELCONV FROM WRK-LINHA-PENDENTE.                   00075200
            DISPLAY 'NOME NAO CONVERTIDO: ' WRK-LPE-NOME.               00075300
                                                                        00075400
      *----------------------------------------------------------------*00075500
       3100-99-FIM.            EXIT.                                    00075600
      *----------------------------------------------------------------*00075700
      *----------------------------------------------------------------*00075800
       9000-TRATAR-ERROS                  SECTION.                      00075900
      *----------------------------------------------------------------*00076000
                                                                        00076100
             MOVE 'FR06C129'       TO WRK-ERR-PROGRAMA.                 00076200
             MOVE '9000'           TO WRK-ERR-SECTION.                  00076300
             MOVE WRK-MSG          TO WRK-ERR-MSG.                      00076400
             MOVE SPACES           TO WRK-ERR-STATUS.                   00076500
             MOVE WRK-FS-FORNMST   TO WRK-ERR-STATUS(1:2).              00076600
             MOVE WRK-FS-ARQPROD   TO WRK-ERR-STATUS(3:2).              00076700
             MOVE WRK-FS-PEDENT    TO WRK-ERR-STATUS(5:2).              00076800
             MOVE WRK-FS-PRODSAI   TO WRK-ERR-STATUS(7:2).              00076900
             MOVE WRK-FS-PEDSAI    TO WRK-ERR-STATUS(9:2).              00077000
             MOVE 'F'              TO WRK-ERR-SEVERIDADE.               00077100
                                                                        00077200
             CALL 'TRTERRO'        USING WRK-TRTERRO.                   00077300
                                                                        00077400
      *----------------------------------------------------------------*00077500
       9000-99-FIM.            EXIT.                                    00077600
      *----------------------------------------------------------------*00077700
