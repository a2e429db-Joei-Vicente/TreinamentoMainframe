      *================================================================*00000100
       IDENTIFICATION                            DIVISION.              00000200
      *================================================================*00000300
                                                                        00000400
       PROGRAM-ID.  FR06C137.                                           00000500
                                                                        00000600
      *================================================================*00000700
      *     AUTOR.......: JOEI LORENTI                                  00000800
      *     ANALISTA....: IVAN SANCHES                                  00000900
      *     EMPRESA.....: FOURSYS                                       00001000
      *     DATA........: 15/10/2026                                    00001100
      *----------------------------------------------------------------*00001200
      *                                                                 00001300
      *     OBJETIVO: CONFIRMACAO DE EXPEDICAO DOS PEDIDOS DE VENDA.    00001400
      *               CARREGA O MESTRE DE PEDIDOS (PVDENT, LAYOUT       00001500
      *               B#PEDVD) E PROCESSA OS CARTOES DE CONFIRMACAO     00001600
      *               DA SEPARACAO (FR06C136). CADA CARTAO BAIXA A      00001700
      *               QUANTIDADE DA RESERVA DA LINHA, SOMA NA           00001800
      *               EXPEDIDA E GERA A SAIDA 'S' NO MOVPVD (LAYOUT     00001900
      *               DO MOVEST, DOCUMENTO 'PV' + PEDIDO + LINHA, NO    00002000
      *               ARMAZEM DA LINHA), QUE O JOB ORDENA POR CODIGO    00002100
      *               E JUNTA AO MOVEST DO FR06CB41. LINHA COM TUDO     00002200
      *               EXPEDIDO PASSA A 'E'; COM SALDO A EXPEDIR         00002300
      *               CONTINUA 'A'/'B'. CARTAO RECUSADO DA RC 4.        00002400
      *               CARTOES (SYSIN), TODOS AUDITADOS NO AUDSYS:       00002500
      *               COL 01    'E' EXPEDICAO                           00002600
      *               COL 02-07 NUMERO DO PEDIDO                        00002700
      *               COL 08-09 LINHA                                   00002800
      *               COL 10-14 QUANTIDADE (ZEROS/BRANCO = TODA A       00002900
      *                         QUANTIDADE RESERVADA)                   00003000
      *               COL 23-30 OPERADOR                                00003100
      *                                                                 00003200
      *----------------------------------------------------------------*00003300
      *     INPUT:                                                      00003400
      *     DDNAME           I/O                                        00003500
      *     PVDENT            I   (PEDIDOS DE VENDA - LRECL 80)         00003600
      *     PVDSAI            O   (PEDIDOS DE VENDA ATUALIZADO -        00003700
      *                            LRECL 80)                            00003800
      *     MOVPVD            O   (MOVIMENTOS PARA O MOVEST - LRECL 25) 00003900
      *     RELEXP            O   (EXPEDICOES DA RODADA - LRECL 80)     00004000
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
             SELECT PVDENT             ASSIGN TO PVDENT                 00006300
                FILE STATUS            IS WRK-FS-PVDENT.                00006400
             SELECT PVDSAI             ASSIGN TO PVDSAI                 00006500
                FILE STATUS            IS WRK-FS-PVDSAI.                00006600
             SELECT MOVPVD             ASSIGN TO MOVPVD                 00006700
                FILE STATUS            IS WRK-FS-MOVPVD.                00006800
             SELECT RELEXP             ASSIGN TO RELEXP                 00006900
                FILE STATUS            IS WRK-FS-RELEXP.                00007000
                                                                        00007100
      *================================================================*00007200
       DATA                                      DIVISION.              00007300
      *================================================================*00007400
                                                                        00007500
      *----------------------------------------------------------------*00007600
       FILE                                      SECTION.               00007700
      *----------------------------------------------------------------*00007800
                                                                        00007900
       FD PVDENT                                                        00008000
           RECORDING MODE IS F                                          00008100
           BLOCK CONTAINS 0 RECORDS.                                    00008200
       01 FD-PVDENT                    PIC X(80).                       00008300
                                                                        00008400
       FD PVDSAI                                                        00008500
           RECORDING MODE IS F                                          00008600
           BLOCK CONTAINS 0 RECORDS.                                    00008700
       01 FD-PVDSAI                    PIC X(80).                       00008800
                                                                        00008900
       FD MOVPVD                                                        00009000
           RECORDING MODE IS F                                          00009100
           BLOCK CONTAINS 0 RECORDS.                                    00009200
       01 FD-MOVPVD                    PIC X(25).                       00009300
                                                                        00009400
       FD RELEXP                                                        00009500
           RECORDING MODE IS F                                          00009600
           BLOCK CONTAINS 0 RECORDS.                                    00009700
       01 FD-RELEXP                    PIC X(80).                       00009800
                                                                        00009900
      *----------------------------------------------------------------*00010000
       WORKING-STORAGE                           SECTION.               00010100
      *----------------------------------------------------------------*00010200
                                                                        00010300
      *----------------------------------------------------------------*00010400
       01 FILLER                       PIC X(50)               VALUE    00010500
            '**** AREA DOS REGISTROS DE ENTRADA ****'.                  00010600
      *----------------------------------------------------------------*00010700
                                                                        00010800
        COPY 'B#PEDVD'.                                                 00010900
                                                                        00011000
      *----------------------------------------------------------------*00011100
       01 FILLER                       PIC X(50)               VALUE    00011200
            '**** AREA DO MOVIMENTO DE ESTOQUE GERADO ****'.            00011300
      *----------------------------------------------------------------*00011400
                                                                        00011500
       01 WRK-REG-MOVEST.                                               00011600
          05 WRK-MOV-COD               PIC 9(05).                       00011700
          05 WRK-MOV-TIPO              PIC X(01) VALUE 'S'.             00011800
          05 WRK-MOV-QTDE              PIC 9(05).                       00011900
          05 WRK-MOV-DOCUMENTO.                                         00012000
             10 FILLER                 PIC X(02) VALUE 'PV'.            00012100
             10 WRK-MOV-DOC-NUMERO     PIC 9(06).                       00012200
             10 WRK-MOV-DOC-LINHA      PIC 9(02).                       00012300
          05 WRK-MOV-ARMAZEM           PIC 9(03).                       00012400
          05 FILLER                    PIC X(01) VALUE SPACES.          00012500
                                                                        00012600
      *----------------------------------------------------------------*00012700
       01 FILLER                       PIC X(50)               VALUE    00012800
            '**** TABELAS EM MEMORIA ****'.                             00012900
      *----------------------------------------------------------------*00013000
                                                                        00013100
       01 WRK-TAB-PEDVD.                                                00013200
          05 WRK-TAB-PVD-ITEM          OCCURS 5000 TIMES.               00013300
             10 WRK-TBV-REGISTRO       PIC X(80).                       00013400
                                                                        00013500
       77 WRK-QT-LINHAS                PIC 9(04) VALUE ZEROS.           00013600
       77 WRK-IDX-PVD                  PIC 9(04) VALUE ZEROS.           00013700
       77 WRK-LINHA-ACHADA             PIC X(01) VALUE 'N'.             00013800
       77 WRK-QTDE-EXPEDIR             PIC 9(05) VALUE ZEROS.           00013900
                                                                        00014000
      *----------------------------------------------------------------*00014100
       01 FILLER                       PIC X(50)               VALUE    00014200
            '**** AREA DO CARTAO ****'.                                 00014300
      *----------------------------------------------------------------*00014400
                                                                        00014500
       01 WRK-CARTAO.                                                   00014600
          05 WRK-CARTAO-ACAO           PIC X(01).                       00014700
          05 WRK-CARTAO-NUMERO         PIC X(06).                       00014800
          05 WRK-CARTAO-LINHA          PIC X(02).                       00014900
          05 WRK-CARTAO-QTDE           PIC X(05).                       00015000
          05 FILLER                    PIC X(08).                       00015100
          05 WRK-CARTAO-OPERADOR       PIC X(08).                       00015200
          05 FILLER                    PIC X(50).                       00015300
                                                                        00015400
       77 WRK-MOTIVO-RECUSA            PIC X(30) VALUE SPACES.          00015500
                                                                        00015600
      *----------------------------------------------------------------*00015700
       01 FILLER                       PIC X(50)               VALUE    00015800
            '**** AREA DO RELATORIO ****'.                              00015900
      *----------------------------------------------------------------*00016000
                                                                        00016100
       01 WRK-LINHA-TRACO              PIC X(80) VALUE ALL '-'.         00016200
                                                                        00016300
       01 WRK-CABEC-REL.                                                00016400
          05 FILLER                    PIC X(45) VALUE                  00016500
             'EXPEDICOES DOS PEDIDOS DE VENDA'.                         00016600
          05 FILLER                    PIC X(06) VALUE 'DATA: '.        00016700
          05 WRK-CAB-DATA              PIC 99/99/9999.                  00016800
          05 FILLER                    PIC X(19) VALUE SPACES.          00016900
                                                                        00017000
       01 WRK-CABEC-COLUNAS.                                            00017100
          05 FILLER                    PIC X(40) VALUE                  00017200
             'PEDIDO LN CLIENTE              PRODUTO'.                  00017300
          05 FILLER                    PIC X(40) VALUE                  00017400
             ' ARM EXPEDIDA A EXPEDIR  SIT OPERADOR'.                   00017500
                                                                        00017600
       01 WRK-LINHA-EXPEDICAO.                                          00017700
          05 WRK-LEX-NUMERO            PIC 9(06).                       00017800
          05 FILLER                    PIC X(01) VALUE SPACES.          00017900
          05 WRK-LEX-LINHA             PIC 9(02).                       00018000
          05 FILLER                    PIC X(01) VALUE SPACES.          00018100
          05 WRK-LEX-CLIENTE           PIC X(20).                       00018200
          05 FILLER                    PIC X(01) VALUE SPACES.          00018300
          05 WRK-LEX-COD               PIC 9(05).                       00018400
          05 FILLER                    PIC X(05) VALUE SPACES.          00018500
          05 WRK-LEX-ARMAZEM           PIC 9(03).                       00018600
          05 FILLER                    PIC X(04) VALUE SPACES.          00018700
          05 WRK-LEX-EXPEDIDA          PIC ZZZZ9.                       00018800
          05 FILLER                    PIC X(05) VALUE SPACES.          00018900
          05 WRK-LEX-PENDENTE          PIC ZZZZ9.                       00019000
          05 FILLER                    PIC X(02) VALUE SPACES.          00019100
          05 WRK-LEX-SITUACAO          PIC X(01).                       00019200
          05 FILLER                    PIC X(03) VALUE SPACES.          00019300
          05 WRK-LEX-OPERADOR          PIC X(08).                       00019400
          05 FILLER                    PIC X(03) VALUE SPACES.          00019500
                                                                        00019600
       01 WRK-LINHA-TOTAL.                                              00019700
          05 WRK-LTT-ROTULO            PIC X(30).                       00019800
          05 FILLER                    PIC X(02) VALUE ': '.            00019900
          05 WRK-LTT-VALOR             PIC ZZZZZZ9.                     00020000
          05 FILLER                    PIC X(41) VALUE SPACES.          00020100
                                                                        00020200
       01 WRK-DATA-SISTEMA.                                             00020300
          05 WRK-DSI-ANO               PIC 9(04).                       00020400
          05 WRK-DSI-MES               PIC 9(02).                       00020500
          05 WRK-DSI-DIA               PIC 9(02).                       00020600
                                                                        00020700
       01 WRK-DATA-DDMMAAAA.                                            00020800
          05 WRK-DDM-DIA               PIC 9(02).                       00020900
          05 WRK-DDM-MES               PIC 9(02).                       00021000
          05 WRK-DDM-ANO               PIC 9(04).                       00021100
       01 WRK-DATA-DDMMAAAA-N REDEFINES WRK-DATA-DDMMAAAA               00021200
                                       PIC 9(08).                       00021300
                                                                        00021400
      *----------------------------------------------------------------*00021500
       01 FILLER                       PIC X(50)               VALUE    00021600
            '**** AREA DE VARIAVEIS E CONTADORES ****'.                 00021700
      *----------------------------------------------------------------*00021800
                                                                        00021900
       77 WRK-FS-PVDENT                PIC X(02) VALUE SPACES.          00022000
       77 WRK-FS-PVDSAI                PIC X(02) VALUE SPACES.          00022100
       77 WRK-FS-MOVPVD                PIC X(02) VALUE SPACES.          00022200
       77 WRK-FS-RELEXP                PIC X(02) VALUE SPACES.          00022300
       77 WRK-ACU-EXPEDICOES           PIC 9(07) VALUE ZEROS.           00022400
       77 WRK-ACU-UNIDADES             PIC 9(07) VALUE ZEROS.           00022500
       77 WRK-ACU-CONCLUIDAS           PIC 9(07) VALUE ZEROS.           00022600
       77 WRK-ACU-RECUSADOS            PIC 9(07) VALUE ZEROS.           00022700
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00022800
                                                                        00022900
      *----------------------------------------------------------------*00023000
       01 FILLER                       PIC X(50)               VALUE    00023100
            '**** AREA DO MODULO AUDSYS ****'.                          00023200
      *----------------------------------------------------------------*00023300
                                                                        00023400
        COPY '#AUDSYS'.                                                 00023500
                                                                        00023600
      *----------------------------------------------------------------*00023700
       01 FILLER                       PIC X(50)               VALUE    00023800
            '**** AREA DO MODULO TRTERRO ****'.                         00023900
      *----------------------------------------------------------------*00024000
                                                                        00024100
        COPY '#TRTERRO'.                                                00024200
                                                                        00024300
      *================================================================*00024400
       PROCEDURE DIVISION.                                              00024500
      *================================================================*00024600
      *----------------------------------------------------------------*00024700
       0000-PRINCIPAL                     SECTION.                      00024800
      *----------------------------------------------------------------*00024900
                                                                        00025000
           PERFORM 1000-INICIAR.                                        00025100
                                                                        00025200
           PERFORM 2000-PROCESSAR                                       00025300
               UNTIL WRK-CARTAO EQUAL SPACES.                           00025400
                                                                        00025500
           PERFORM 3000-FINALIZAR.                                      00025600
                                                                        00025700
      *----------------------------------------------------------------*00025800
       0000-99-FIM.            EXIT.                                    00025900
      *----------------------------------------------------------------*00026000
                                                                        00026100
      *----------------------------------------------------------------*00026200
       1000-INICIAR                       SECTION.                      00026300
      *----------------------------------------------------------------*00026400
                                                                        00026500
            ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.                 00026600
            MOVE WRK-DSI-DIA TO WRK-DDM-DIA.                            00026700
            MOVE WRK-DSI-MES TO WRK-DDM-MES.                            00026800
            MOVE WRK-DSI-ANO TO WRK-DDM-ANO.                            00026900
                                                                        00027000
            PERFORM 1100-CARREGAR-PEDIDOS.                              00027100
                                                                        00027200
            OPEN OUTPUT PVDSAI                                          00027300
                        MOVPVD                                          00027400
                        RELEXP.                                         00027500
            IF WRK-FS-PVDSAI NOT EQUAL ZEROS                            00027600
                MOVE ' ERRO ABERTURA PVDSAI ' TO WRK-MSG                00027700
                PERFORM 9000-TRATAR-ERROS                               00027800
            END-IF.                                                     00027900
            IF WRK-FS-MOVPVD NOT EQUAL ZEROS                            00028000
                MOVE ' ERRO ABERTURA MOVPVD ' TO WRK-MSG                00028100
                PERFORM 9000-TRATAR-ERROS                               00028200
            END-IF.                                                     00028300
            IF WRK-FS-RELEXP NOT EQUAL ZEROS                            00028400
                MOVE ' ERRO ABERTURA RELEXP ' TO WRK-MSG                00028500
                PERFORM 9000-TRATAR-ERROS                               00028600
            END-IF.                                                     00028700
                                                                        00028800
            MOVE WRK-DATA-DDMMAAAA-N TO WRK-CAB-DATA.                   00028900
            WRITE FD-RELEXP FROM WRK-CABEC-REL.                         00029000
            WRITE FD-RELEXP FROM WRK-LINHA-TRACO.                       00029100
            WRITE FD-RELEXP FROM WRK-CABEC-COLUNAS.                     00029200
                                                                        00029300
            PERFORM 1400-LER-CARTAO.                                    00029400
                                                                        00029500
      *----------------------------------------------------------------*00029600
       1000-99-FIM.            EXIT.                                    00029700
      *----------------------------------------------------------------*00029800
      *----------------------------------------------------------------*00029900
       1100-CARREGAR-PEDIDOS              SECTION.                      00030000
      *----------------------------------------------------------------*00030100
                                                                        00030200
            OPEN INPUT PVDENT.                                          00030300
            IF WRK-FS-PVDENT NOT EQUAL ZEROS                            00030400
                MOVE ' ERRO ABERTURA PVDENT ' TO WRK-MSG                00030500
                PERFORM 9000-TRATAR-ERROS                               00030600
            END-IF.                                                     00030700
                                                                        00030800
            PERFORM 1110-LER-PEDIDO                                     00030900
                UNTIL WRK-FS-PVDENT EQUAL '10'.                         00031000
            CLOSE PVDENT.                                               00031100
                                                                        00031200
      *----------------------------------------------------------------*00031300
       1100-99-FIM.            EXIT.                                    00031400
      *----------------------------------------------------------------*00031500
      *----------------------------------------------------------------*00031600
       1110-LER-PEDIDO                    SECTION.                      00031700
      *----------------------------------------------------------------*00031800
                                                                        00031900
            READ PVDENT INTO WRK-REG-PEDVD.                             00032000
            IF WRK-FS-PVDENT NOT EQUAL ZEROS                            00032100
                MOVE '10' TO WRK-FS-PVDENT                              00032200
                GO TO 1110-99-FIM                                       00032300
            END-IF.                                                     00032400
                                                                        00032500
            IF WRK-QT-LINHAS NOT LESS 5000                              00032600
                MOVE ' TABELA DE PEDIDOS DE VENDA CHEIA ' TO WRK-MSG    00032700
                PERFORM 9000-TRATAR-ERROS                               00032800
            END-IF.                                                     00032900
            ADD 1 TO WRK-QT-LINHAS.                                     00033000
            MOVE WRK-REG-PEDVD TO WRK-TBV-REGISTRO(WRK-QT-LINHAS).      00033100
                                                                        00033200
      *----------------------------------------------------------------*00033300
       1110-99-FIM.            EXIT.                                    00033400
      *----------------------------------------------------------------*00033500
      *----------------------------------------------------------------*00033600
       1400-LER-CARTAO                    SECTION.                      00033700
      *----------------------------------------------------------------*00033800
                                                                        00033900
            ACCEPT WRK-CARTAO FROM SYSIN.                               00034000
                                                                        00034100
            IF WRK-CARTAO NOT EQUAL SPACES                              00034200
                MOVE 'FR06C137'  TO WRK-AUD-PROGRAMA                    00034300
                MOVE WRK-CARTAO  TO WRK-AUD-CARTAO                      00034400
                CALL 'AUDSYS'    USING WRK-AUDSYS                       00034500
            END-IF.                                                     00034600
                                                                        00034700
      *----------------------------------------------------------------*00034800
       1400-99-FIM.            EXIT.                                    00034900
      *----------------------------------------------------------------*00035000
      *----------------------------------------------------------------*00035100
       2000-PROCESSAR                     SECTION.                      00035200
      *----------------------------------------------------------------*00035300
                                                                        00035400
            MOVE SPACES TO WRK-MOTIVO-RECUSA.                           00035500
                                                                        00035600
            EVALUATE WRK-CARTAO-ACAO                                    00035700
             WHEN 'E'                                                   00035800
               PERFORM 2100-EXPEDIR-LINHA                               00035900
             WHEN OTHER                                                 00036000
               MOVE 'ACAO INVALIDA' TO WRK-MOTIVO-RECUSA                00036100
            END-EVALUATE.                                               00036200
                                                                        00036300
            IF WRK-MOTIVO-RECUSA NOT EQUAL SPACES                       00036400
                ADD 1 TO WRK-ACU-RECUSADOS                              00036500
                DISPLAY 'CARTAO RECUSADO - ' WRK-MOTIVO-RECUSA          00036600
                        ': ' WRK-CARTAO                                 00036700
            END-IF.                                                     00036800
                                                                        00036900
            PERFORM 1400-LER-CARTAO.                                    00037000
                                                                        00037100
      *----------------------------------------------------------------*00037200
       2000-99-FIM.            EXIT.                                    00037300
      *----------------------------------------------------------------*00037400
      *----------------------------------------------------------------*00037500
       2100-EXPEDIR-LINHA                 SECTION.                      00037600
      *----------------------------------------------------------------*00037700
                                                                        00037800
            IF WRK-CARTAO-NUMERO NOT NUMERIC                            00037900
               OR WRK-CARTAO-LINHA NOT NUMERIC                          00038000
                MOVE 'PEDIDO/LINHA NAO NUMERICO' TO WRK-MOTIVO-RECUSA   00038100
                GO TO 2100-99-FIM                                       00038200
            END-IF.                                                     00038300
            IF WRK-CARTAO-QTDE EQUAL SPACES                             00038400
                MOVE ZEROS TO WRK-CARTAO-QTDE                           00038500
            END-IF.                                                     00038600
            IF WRK-CARTAO-QTDE NOT NUMERIC                              00038700
                MOVE 'QUANTIDADE NAO NUMERICA' TO WRK-MOTIVO-RECUSA     00038800
                GO TO 2100-99-FIM                                       00038900
            END-IF.                                                     00039000
                                                                        00039100
            PERFORM 2200-PROCURAR-LINHA.                                00039200
            IF WRK-LINHA-ACHADA EQUAL 'N'                               00039300
                MOVE 'LINHA DE PEDIDO INEXISTENTE' TO WRK-MOTIVO-RECUSA 00039400
                GO TO 2100-99-FIM                                       00039500
            END-IF.                                                     00039600
                                                                        00039700
            IF WRK-PVD-SITUACAO NOT EQUAL 'A'                           00039800
               AND WRK-PVD-SITUACAO NOT EQUAL 'B'                       00039900
                MOVE 'LINHA NAO RESERVADA' TO WRK-MOTIVO-RECUSA         00040000
                GO TO 2100-99-FIM                                       00040100
            END-IF.                                                     00040200
            IF WRK-PVD-QT-RESERVADA EQUAL ZEROS                         00040300
                MOVE 'LINHA SEM QUANTIDADE RESERVADA'                   00040400
                                       TO WRK-MOTIVO-RECUSA             00040500
                GO TO 2100-99-FIM                                       00040600
            END-IF.                                                     00040700
                                                                        00040800
            MOVE WRK-CARTAO-QTDE TO WRK-QTDE-EXPEDIR.                   00040900
            IF WRK-QTDE-EXPEDIR EQUAL ZEROS                             00041000
                MOVE WRK-PVD-QT-RESERVADA TO WRK-QTDE-EXPEDIR           00041100
            END-IF.                                                     00041200
            IF WRK-QTDE-EXPEDIR GREATER WRK-PVD-QT-RESERVADA            00041300
                MOVE 'QUANTIDADE MAIOR QUE A RESERVA'                   00041400
                                       TO WRK-MOTIVO-RECUSA             00041500
                GO TO 2100-99-FIM                                       00041600
            END-IF.                                                     00041700
                                                                        00041800
            SUBTRACT WRK-QTDE-EXPEDIR FROM WRK-PVD-QT-RESERVADA.        00041900
            ADD WRK-QTDE-EXPEDIR      TO WRK-PVD-QT-EXPEDIDA.           00042000
            MOVE WRK-CARTAO-OPERADOR  TO WRK-PVD-OPERADOR.              00042100
            IF WRK-PVD-QT-EXPEDIDA NOT LESS WRK-PVD-QT-PEDIDA           00042200
                MOVE 'E' TO WRK-PVD-SITUACAO                            00042300
                ADD 1    TO WRK-ACU-CONCLUIDAS                          00042400
            END-IF.                                                     00042500
            MOVE WRK-REG-PEDVD TO WRK-TBV-REGISTRO(WRK-IDX-PVD).        00042600
                                                                        00042700
            PERFORM 2300-GRAVAR-MOVIMENTO.                              00042800
                                                                        00042900
            MOVE WRK-PVD-NUMERO        TO WRK-LEX-NUMERO.               00043000
            MOVE WRK-PVD-LINHA         TO WRK-LEX-LINHA.                00043100
            MOVE WRK-PVD-CLIENTE       TO WRK-LEX-CLIENTE.              00043200
            MOVE WRK-PVD-COD           TO WRK-LEX-COD.                  00043300
            MOVE WRK-PVD-ARMAZEM       TO WRK-LEX-ARMAZEM.              00043400
            MOVE WRK-QTDE-EXPEDIR      TO WRK-LEX-EXPEDIDA.             00043500
            COMPUTE WRK-LEX-PENDENTE = WRK-PVD-QT-PEDIDA                00043600
                                     - WRK-PVD-QT-EXPEDIDA.             00043700
            MOVE WRK-PVD-SITUACAO      TO WRK-LEX-SITUACAO.             00043800
            MOVE WRK-PVD-OPERADOR      TO WRK-LEX-OPERADOR.             00043900
            WRITE FD-RELEXP FROM WRK-LINHA-EXPEDICAO.                   00044000
                                                                        00044100
            ADD 1                      TO WRK-ACU-EXPEDICOES.           00044200
            ADD WRK-QTDE-EXPEDIR       TO WRK-ACU-UNIDADES.             00044300
                                                                        00044400
      *----------------------------------------------------------------*00044500
       2100-99-FIM.            EXIT.                                    00044600
      *----------------------------------------------------------------*00044700
      *----------------------------------------------------------------*00044800
       2200-PROCURAR-LINHA                SECTION.                      00044900
      *----------------------------------------------------------------*00045000
                                                                        00045100
            MOVE 'N' TO WRK-LINHA-ACHADA.                               00045200
            MOVE 1   TO WRK-IDX-PVD.                                    00045300
            PERFORM 2210-COMPARAR-LINHA                                 00045400
                UNTIL WRK-IDX-PVD GREATER WRK-QT-LINHAS                 00045500
                   OR WRK-LINHA-ACHADA EQUAL 'S'.                       00045600
                                                                        00045700
      *----------------------------------------------------------------*00045800
       2200-99-FIM.            EXIT.                                    00045900
      *----------------------------------------------------------------*00046000
      *----------------------------------------------------------------*00046100
       2210-COMPARAR-LINHA                SECTION.                      00046200
      *----------------------------------------------------------------*00046300
                                                                        00046400
            MOVE WRK-TBV-REGISTRO(WRK-IDX-PVD) TO WRK-REG-PEDVD.        00046500
            IF WRK-PVD-NUMERO EQUAL WRK-CARTAO-NUMERO                   00046600
               AND WRK-PVD-LINHA EQUAL WRK-CARTAO-LINHA                 00046700
                MOVE 'S' TO WRK-LINHA-ACHADA                            00046800
            ELSE                                                        00046900
                ADD 1 TO WRK-IDX-PVD                                    00047000
            END-IF.                                                     00047100
                                                                        00047200
      *----------------------------------------------------------------*00047300
       2210-99-FIM.            EXIT.                                    00047400
      *----------------------------------------------------------------*00047500
      *----------------------------------------------------------------*00047600
       2300-GRAVAR-MOVIMENTO              SECTION.                      00047700
      *----------------------------------------------------------------*00047800
                                                                        00047900
            MOVE WRK-PVD-COD      TO WRK-MOV-COD.                       00048000
            MOVE WRK-QTDE-EXPEDIR TO WRK-MOV-QTDE.                      00048100
            MOVE WRK-PVD-NUMERO   TO WRK-MOV-DOC-NUMERO.                00048200
            MOVE WRK-PVD-LINHA    TO WRK-MOV-DOC-LINHA.                 00048300
            MOVE WRK-PVD-ARMAZEM  TO WRK-MOV-ARMAZEM.                   00048400
            WRITE FD-MOVPVD FROM WRK-REG-MOVEST.                        00048500
                                                                        00048600
      *----------------------------------------------------------------*00048700
       2300-99-FIM.            EXIT.                                    00048800
      *----------------------------------------------------------------*00048900
      *----------------------------------------------------------------*00049000
       3000-FINALIZAR                     SECTION.                      00049100
      *----------------------------------------------------------------*00049200
                                                                        00049300
            PERFORM 3100-GRAVAR-PEDIDO                                  00049400
                VARYING WRK-IDX-PVD FROM 1 BY 1                         00049500
                UNTIL WRK-IDX-PVD GREATER WRK-QT-LINHAS.                00049600
                                                                        00049700
            WRITE FD-RELEXP FROM WRK-LINHA-TRACO.                       00049800
            MOVE 'EXPEDICOES CONFIRMADAS'    TO WRK-LTT-ROTULO.         00049900
            MOVE WRK-ACU-EXPEDICOES          TO WRK-LTT-VALOR.          00050000
            WRITE FD-RELEXP FROM WRK-LINHA-TOTAL.                       00050100
            MOVE 'UNIDADES EXPEDIDAS'        TO WRK-LTT-ROTULO.         00050200
            MOVE WRK-ACU-UNIDADES            TO WRK-LTT-VALOR.          00050300
            WRITE FD-RELEXP FROM WRK-LINHA-TOTAL.                       00050400
            MOVE 'LINHAS CONCLUIDAS'         TO WRK-LTT-ROTULO.         00050500
            MOVE WRK-ACU-CONCLUIDAS          TO WRK-LTT-VALOR.          00050600
            WRITE FD-RELEXP FROM WRK-LINHA-TOTAL.                       00050700
            MOVE 'CARTOES RECUSADOS'         TO WRK-LTT-ROTULO.         00050800
            MOVE WRK-ACU-RECUSADOS           TO WRK-LTT-VALOR.          00050900
            WRITE FD-RELEXP FROM WRK-LINHA-TOTAL.                       00051000
                                                                        00051100
            CLOSE PVDSAI                                                00051200
                  MOVPVD                                                00051300
                  RELEXP.                                               00051400
                                                                        00051500
            DISPLAY '------------------------------------------------'. 00051600
            DISPLAY '  LINHAS NO MESTRE.....: ' WRK-QT-LINHAS.          00051700
            DISPLAY '  EXPEDICOES...........: ' WRK-ACU-EXPEDICOES.     00051800
            DISPLAY '  UNIDADES EXPEDIDAS...: ' WRK-ACU-UNIDADES.       00051900
            DISPLAY '  LINHAS CONCLUIDAS....: ' WRK-ACU-CONCLUIDAS.     00052000
            DISPLAY '  CARTOES RECUSADOS....: ' WRK-ACU-RECUSADOS.      00052100
            DISPLAY '------------------------------------------------'. 00052200
                                                                        00052300
            IF WRK-ACU-RECUSADOS GREATER ZEROS                          00052400
                MOVE 4 TO RETURN-CODE                                   00052500
            END-IF.                                                     00052600
                                                                        00052700
            STOP RUN.                                                   00052800
                                                                        00052900
      *----------------------------------------------------------------*00053000
       3000-99-FIM.            EXIT.                                    00053100
      *----------------------------------------------------------------*00053200
      *----------------------------------------------------------------*00053300
       3100-GRAVAR-PEDIDO                 SECTION.                      00053400
      *----------------------------------------------------------------*00053500
                                                                        00053600
            WRITE FD-PVDSAI FROM WRK-TBV-REGISTRO(WRK-IDX-PVD).         00053700
                                                                        00053800
      *----------------------------------------------------------------*00053900
       3100-99-FIM.            EXIT.                                    00054000
      *----------------------------------------------------------------*00054100
                                                                        00054200
      *----------------------------------------------------------------*00054300
       9000-TRATAR-ERROS                  SECTION.                      00054400
      *----------------------------------------------------------------*00054500
                                                                        00054600
             MOVE 'FR06C137'       TO WRK-ERR-PROGRAMA.                 00054700
             MOVE '9000'           TO WRK-ERR-SECTION.                  00054800
             MOVE WRK-MSG          TO WRK-ERR-MSG.                      00054900
             MOVE SPACES           TO WRK-ERR-STATUS.                   00055000
             MOVE WRK-FS-PVDENT    TO WRK-ERR-STATUS(1:2).              00055100
             MOVE WRK-FS-PVDSAI    TO WRK-ERR-STATUS(3:2).              00055200
             MOVE WRK-FS-MOVPVD    TO WRK-ERR-STATUS(5:2).              00055300
             MOVE WRK-FS-RELEXP    TO WRK-ERR-STATUS(7:2).              00055400
             MOVE 'F'              TO WRK-ERR-SEVERIDADE.               00055500
                                                                        00055600
             CALL 'TRTERRO'        USING WRK-TRTERRO.                   00055700
                                                                        00055800
      *----------------------------------------------------------------*00055900
       9000-99-FIM.            EXIT.                                    00056000
      *----------------------------------------------------------------*00056100
