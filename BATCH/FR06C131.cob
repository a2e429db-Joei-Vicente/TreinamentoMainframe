      *================================================================*00000100
       IDENTIFICATION                            DIVISION.              00000200
      *================================================================*00000300
                                                                        00000400
       PROGRAM-ID.  FR06C131.                                           00000500
                                                                        00000600
      *================================================================*00000700
      *     AUTOR.......: JOEI LORENTI                                  00000800
      *     ANALISTA....: IVAN SANCHES                                  00000900
      *     EMPRESA.....: FOURSYS                                       00001000
      *     DATA........: 15/10/2026                                    00001100
      *----------------------------------------------------------------*00001200
      *                                                                 00001300
      *     OBJETIVO: TRANSFERENCIA DE ESTOQUE ENTRE ARMAZENS. LE O     00001400
      *               CONTROLE DE TRANSFERENCIAS (TRFENT, LAYOUT        00001500
      *               B#TRANSF) E APLICA OS CARTOES DA SYSIN:           00001600
      *               - 'T' DESPACHA: NUMERA A TRANSFERENCIA (ULTIMO    00001700
      *                 NUMERO + 1), GRAVA SITUACAO 'T' (EM TRANSITO)   00001800
      *                 E GERA O MOVIMENTO TIPO 'T' NO ARMAZEM DE       00001900
      *                 ORIGEM;                                         00002000
      *               - 'R' RECEBE: PASSA A TRANSFERENCIA PARA 'R' E    00002100
      *                 GERA O MOVIMENTO TIPO 'R' NO ARMAZEM DESTINO.   00002200
      *               OS MOVIMENTOS (MOVTRF, LAYOUT DO MOVEST,          00002300
      *               DOCUMENTO 'TR' + DESTINO + NUMERO) ENTRAM NO      00002400
      *               MOVEST DO FR06CB41, QUE TIRA O SALDO DA ORIGEM    00002500
      *               E O MANTEM EM TRANSITO NO DESTINO ATE O           00002600
      *               RECEBIMENTO. OS ARMAZENS PRECISAM ESTAR ATIVOS    00002700
      *               NO CADASTRO ARMAZEM E SER DIFERENTES; COM O       00002800
      *               ESTLOC PRESENTE, O DESPACHO PRECISA DE SALDO NA   00002900
      *               ORIGEM (DESCONTADOS OS DESPACHOS DA RODADA).      00003000
      *               RELTRF LISTA AS TRANSFERENCIAS AINDA EM           00003100
      *               TRANSITO. CARTAO RECUSADO DA RC 4.                00003200
      *               CARTOES (ATE O CARTAO EM BRANCO), AUDITADOS NO    00003300
      *               AUDSYS:                                           00003400
      *               COL 01    'T' DESPACHO / 'R' RECEBIMENTO          00003500
      *               'T': COL 02-06 PRODUTO, COL 07-09 ORIGEM,         00003600
      *                    COL 10-12 DESTINO, COL 13-17 QUANTIDADE      00003700
      *               'R': COL 02-06 NUMERO DA TRANSFERENCIA            00003800
      *               COL 18-25 OPERADOR (NOS DOIS TIPOS)               00003900
      *                                                                 00004000
      *----------------------------------------------------------------*00004100
      *     INPUT:                                                      00004200
      *     DDNAME           I/O                                        00004300
      *     ARMAZEM           I   (CADASTRO DE ARMAZENS - LRECL 40)     00004400
      *     ESTLOC            I   (ESTOQUE POR LOCAL - LRECL 40,        00004500
      *                            OPCIONAL)                            00004600
      *     TRFENT            I   (TRANSFERENCIAS - LRECL 50,           00004700
      *                            OPCIONAL NA PRIMEIRA RODADA)         00004800
      *     TRFSAI            O   (TRANSFERENCIAS ATUALIZADO - LRECL 50)00004900
      *     MOVTRF            O   (MOVIMENTOS PARA O MOVEST - LRECL 25) 00005000
      *     RELTRF            O   (EM TRANSITO - LRECL 80)              00005100
      *                                                                 00005200
      *----------------------------------------------------------------*00005300
      *     MANUTENCAO:                                                 00005400
      *                                                                 00005500
      *================================================================*00005600
                                                                        00005700
      *================================================================*00005800
       ENVIRONMENT                               DIVISION.              00005900
      *================================================================*00006000
                                                                        00006100
      *----------------------------------------------------------------*00006200
       CONFIGURATION                             SECTION.               00006300
      *----------------------------------------------------------------*00006400
                                                                        00006500
       SPECIAL-NAMES.                                                   00006600
           DECIMAL-POINT IS COMMA.                                      00006700
                                                                        00006800
      *----------------------------------------------------------------*00006900
       INPUT-OUTPUT                              SECTION.               00007000
      *----------------------------------------------------------------*00007100
                                                                        00007200
       FILE-CONTROL.                                                    00007300
             SELECT ARMAZEM            ASSIGN TO ARMAZEM                00007400
                FILE STATUS            IS WRK-FS-ARMAZEM.               00007500
             SELECT ESTLOC             ASSIGN TO ESTLOC                 00007600
                FILE STATUS            IS WRK-FS-ESTLOC.                00007700
             SELECT TRFENT             ASSIGN TO TRFENT                 00007800
                FILE STATUS            IS WRK-FS-TRFENT.                00007900
             SELECT TRFSAI             ASSIGN TO TRFSAI                 00008000
                FILE STATUS            IS WRK-FS-TRFSAI.                00008100
             SELECT MOVTRF             ASSIGN TO MOVTRF                 00008200
                FILE STATUS            IS WRK-FS-MOVTRF.                00008300
             SELECT RELTRF             ASSIGN TO RELTRF                 00008400
                FILE STATUS            IS WRK-FS-RELTRF.                00008500
                                                                        00008600
      *================================================================*00008700
       DATA                                      DIVISION.              00008800
      *================================================================*00008900
                                                                        00009000
      *----------------------------------------------------------------*00009100
       FILE                                      SECTION.               00009200
      *----------------------------------------------------------------*00009300
                                                                        00009400
       FD ARMAZEM                                                       00009500
           RECORDING MODE IS F                                          00009600
           BLOCK CONTAINS 0 RECORDS.                                    00009700
       01 FD-ARMAZEM                   PIC X(40).                       00009800
                                                                        00009900
       FD ESTLOC                                                        00010000
           RECORDING MODE IS F                                          00010100
           BLOCK CONTAINS 0 RECORDS.                                    00010200
       01 FD-ESTLOC                    PIC X(40).                       00010300
                                                                        00010400
       FD TRFENT                                                        00010500
           RECORDING MODE IS F                                          00010600
           BLOCK CONTAINS 0 RECORDS.                                    00010700
       01 FD-TRFENT                    PIC X(50).                       00010800
                                                                        00010900
       FD TRFSAI                                                        00011000
           RECORDING MODE IS F                                          00011100
           BLOCK CONTAINS 0 RECORDS.                                    00011200
       01 FD-TRFSAI                    PIC X(50).                       00011300
                                                                        00011400
       FD MOVTRF                                                        00011500
           RECORDING MODE IS F                                          00011600
           BLOCK CONTAINS 0 RECORDS.                                    00011700
       01 FD-MOVTRF                    PIC X(25).                       00011800
                                                                        00011900
       FD RELTRF                                                        00012000
           RECORDING MODE IS F                                          00012100
           BLOCK CONTAINS 0 RECORDS.                                    00012200
       01 FD-RELTRF                    PIC X(80).                       00012300
                                                                        00012400
      *----------------------------------------------------------------*00012500
       WORKING-STORAGE                           SECTION.               00012600
      *----------------------------------------------------------------*00012700
                                                                        00012800
      *----------------------------------------------------------------*00012900
       01 FILLER                       PIC X(50)               VALUE    00013000
            '**** AREA DOS REGISTROS DE ENTRADA ****'.                  00013100
      *----------------------------------------------------------------*00013200
                                                                        00013300
        COPY 'B#ARMZ'.                                                  00013400
                                                                        00013500
        COPY 'B#ESTLOC'.                                                00013600
                                                                        00013700
        COPY 'B#TRANSF'.                                                00013800
                                                                        00013900
      *----------------------------------------------------------------*00014000
       01 FILLER                       PIC X(50)               VALUE    00014100
            '**** AREA DO MOVIMENTO DE ESTOQUE GERADO ****'.            00014200
      *----------------------------------------------------------------*00014300
                                                                        00014400
       01 WRK-REG-MOVEST.                                               00014500
          05 WRK-MOV-COD               PIC 9(05).                       00014600
          05 WRK-MOV-TIPO              PIC X(01).                       00014700
          05 WRK-MOV-QTDE              PIC 9(05).                       00014800
          05 WRK-MOV-DOCUMENTO.                                         00014900
             10 FILLER                 PIC X(02) VALUE 'TR'.            00015000
             10 WRK-MOV-DOC-DESTINO    PIC 9(03).                       00015100
             10 WRK-MOV-DOC-NUMERO     PIC 9(05).                       00015200
          05 WRK-MOV-ARMAZEM           PIC 9(03).                       00015300
          05 FILLER                    PIC X(01) VALUE SPACES.          00015400
                                                                        00015500
      *----------------------------------------------------------------*00015600
       01 FILLER                       PIC X(50)               VALUE    00015700
            '**** TABELAS EM MEMORIA ****'.                             00015800
      *----------------------------------------------------------------*00015900
                                                                        00016000
       01 WRK-TAB-ARMAZENS.                                             00016100
          05 WRK-TAB-ARM-ITEM          OCCURS 200 TIMES.                00016200
             10 WRK-TBW-CODIGO         PIC 9(03).                       00016300
             10 WRK-TBW-ATIVO          PIC X(01).                       00016400
                                                                        00016500
       01 WRK-TAB-SALDOS.                                               00016600
          05 WRK-TAB-SLD-ITEM          OCCURS 5000 TIMES.               00016700
             10 WRK-TBS-COD            PIC 9(05).                       00016800
             10 WRK-TBS-ARMAZEM        PIC 9(03).                       00016900
             10 WRK-TBS-SALDO          PIC 9(05).                       00017000
                                                                        00017100
       01 WRK-TAB-TRANSF.                                               00017200
          05 WRK-TAB-TRF-ITEM          OCCURS 5000 TIMES.               00017300
             10 WRK-TBT-REGISTRO       PIC X(50).                       00017400
                                                                        00017500
       77 WRK-QT-ARMAZENS              PIC 9(03) VALUE ZEROS.           00017600
       77 WRK-IDX-ARM                  PIC 9(03) VALUE ZEROS.           00017700
       77 WRK-QT-SALDOS                PIC 9(04) VALUE ZEROS.           00017800
       77 WRK-IDX-SLD                  PIC 9(04) VALUE ZEROS.           00017900
       77 WRK-QT-TRANSF                PIC 9(04) VALUE ZEROS.           00018000
       77 WRK-IDX-TRF                  PIC 9(04) VALUE ZEROS.           00018100
       77 WRK-ULTIMO-NUMERO            PIC 9(05) VALUE ZEROS.           00018200
       77 WRK-ARM-PROCURADO            PIC 9(03) VALUE ZEROS.           00018300
       77 WRK-ARMAZEM-VALIDO           PIC X(01) VALUE 'N'.             00018400
       77 WRK-SALDO-ACHADO             PIC X(01) VALUE 'N'.             00018500
       77 WRK-TRF-ACHADA               PIC X(01) VALUE 'N'.             00018600
       77 WRK-CONFERE-SALDO            PIC X(01) VALUE 'N'.             00018700
                                                                        00018800
      *----------------------------------------------------------------*00018900
       01 FILLER                       PIC X(50)               VALUE    00019000
            '**** AREA DO CARTAO ****'.                                 00019100
      *----------------------------------------------------------------*00019200
                                                                        00019300
       01 WRK-CARTAO.                                                   00019400
          05 WRK-CARTAO-ACAO           PIC X(01).                       00019500
          05 WRK-CARTAO-DADOS.                                          00019600
             10 WRK-CARTAO-PRODUTO     PIC X(05).                       00019700
             10 WRK-CARTAO-ORIGEM      PIC X(03).                       00019800
             10 WRK-CARTAO-DESTINO     PIC X(03).                       00019900
             10 WRK-CARTAO-QTDE        PIC X(05).                       00020000
          05 WRK-CARTAO-RECEB       REDEFINES WRK-CARTAO-DADOS.         00020100
             10 WRK-CARTAO-NUMERO      PIC X(05).                       00020200
             10 FILLER                 PIC X(11).                       00020300
          05 WRK-CARTAO-OPERADOR       PIC X(08).                       00020400
          05 FILLER                    PIC X(55).                       00020500
                                                                        00020600
       77 WRK-QTDE-CARTAO              PIC 9(05) VALUE ZEROS.           00020700
       77 WRK-MOTIVO-RECUSA            PIC X(30) VALUE SPACES.          00020800
                                                                        00020900
      *----------------------------------------------------------------*00021000
       01 FILLER                       PIC X(50)               VALUE    00021100
            '**** AREA DO RELATORIO ****'.                              00021200
      *----------------------------------------------------------------*00021300
                                                                        00021400
       01 WRK-LINHA-TRACO              PIC X(80) VALUE ALL '-'.         00021500
                                                                        00021600
       01 WRK-CABEC-REL.                                                00021700
          05 FILLER                    PIC X(45) VALUE                  00021800
             'TRANSFERENCIAS ENTRE ARMAZENS EM TRANSITO'.               00021900
          05 FILLER                    PIC X(06) VALUE 'DATA: '.        00022000
          05 WRK-CAB-DATA              PIC 99/99/9999.                  00022100
          05 FILLER                    PIC X(19) VALUE SPACES.          00022200
                                                                        00022300
       01 WRK-CABEC-COLUNAS.                                            00022400
          05 FILLER                    PIC X(80) VALUE                  00022500
             'NUMERO PRODUTO ORIG DEST  QTDE   ENVIO      OPERADOR'.    00022600
                                                                        00022700
       01 WRK-LINHA-TRANSITO.                                           00022800
          05 WRK-LTR-NUMERO            PIC 9(05).                       00022900
          05 FILLER                    PIC X(02) VALUE SPACES.          00023000
          05 WRK-LTR-COD               PIC 9(05).                       00023100
          05 FILLER                    PIC X(03) VALUE SPACES.          00023200
          05 WRK-LTR-ORIGEM            PIC 9(03).                       00023300
          05 FILLER                    PIC X(02) VALUE SPACES.          00023400
          05 WRK-LTR-DESTINO           PIC 9(03).                       00023500
          05 FILLER                    PIC X(01) VALUE SPACES.          00023600
          05 WRK-LTR-QTDE              PIC ZZZZ9.                       00023700
          05 FILLER                    PIC X(03) VALUE SPACES.          00023800
          05 WRK-LTR-DATA-ENVIO        PIC 99/99/9999.                  00023900
          05 FILLER                    PIC X(01) VALUE SPACES.          00024000
          05 WRK-LTR-OPERADOR          PIC X(08).                       00024100
          05 FILLER                    PIC X(29) VALUE SPACES.          00024200
                                                                        00024300
       01 WRK-LINHA-TOTAL.                                              00024400
          05 WRK-LTT-ROTULO            PIC X(30).                       00024500
          05 FILLER                    PIC X(02) VALUE ': '.            00024600
          05 WRK-LTT-VALOR             PIC ZZZZZZ9.                     00024700
          05 FILLER                    PIC X(41) VALUE SPACES.          00024800
                                                                        00024900
       01 WRK-DATA-SISTEMA.                                             00025000
          05 WRK-DSI-ANO               PIC 9(04).                       00025100
          05 WRK-DSI-MES               PIC 9(02).                       00025200
          05 WRK-DSI-DIA               PIC 9(02).                       00025300
                                                                        00025400
       01 WRK-DATA-DDMMAAAA.                                            00025500
          05 WRK-DDM-DIA               PIC 9(02).                       00025600
          05 WRK-DDM-MES               PIC 9(02).                       00025700
          05 WRK-DDM-ANO               PIC 9(04).                       00025800
       01 WRK-DATA-DDMMAAAA-N REDEFINES WRK-DATA-DDMMAAAA               00025900
                                       PIC 9(08).                       00026000
                                                                        00026100
      *----------------------------------------------------------------*00026200
       01 FILLER                       PIC X(50)               VALUE    00026300
            '**** AREA DE VARIAVEIS E CONTADORES ****'.                 00026400
      *----------------------------------------------------------------*00026500
                                                                        00026600
       77 WRK-FS-ARMAZEM               PIC X(02) VALUE SPACES.          00026700
       77 WRK-FS-ESTLOC                PIC X(02) VALUE SPACES.          00026800
       77 WRK-FS-TRFENT                PIC X(02) VALUE SPACES.          00026900
       77 WRK-FS-TRFSAI                PIC X(02) VALUE SPACES.          00027000
       77 WRK-FS-MOVTRF                PIC X(02) VALUE SPACES.          00027100
       77 WRK-FS-RELTRF                PIC X(02) VALUE SPACES.          00027200
       77 WRK-ACU-DESPACHADAS          PIC 9(05) VALUE ZEROS.           00027300
       77 WRK-ACU-RECEBIDAS            PIC 9(05) VALUE ZEROS.           00027400
       77 WRK-ACU-EM-TRANSITO          PIC 9(05) VALUE ZEROS.           00027500
       77 WRK-ACU-RECUSADOS            PIC 9(05) VALUE ZEROS.           00027600
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00027700
                                                                        00027800
      *----------------------------------------------------------------*00027900
       01 FILLER                       PIC X(50)               VALUE    00028000
            '**** AREA DO MODULO AUDSYS ****'.                          00028100
      *----------------------------------------------------------------*00028200
                                                                        00028300
        COPY '#AUDSYS'.                                                 00028400
                                                                        00028500
      *----------------------------------------------------------------*00028600
       01 FILLER                       PIC X(50)               VALUE    00028700
            '**** AREA DO MODULO TRTERRO ****'.                         00028800
      *----------------------------------------------------------------*00028900
                                                                        00029000
        COPY '#TRTERRO'.                                                00029100
                                                                        00029200
      *================================================================*00029300
       PROCEDURE DIVISION.                                              00029400
      *================================================================*00029500
      *----------------------------------------------------------------*00029600
       0000-PRINCIPAL                     SECTION.                      00029700
      *----------------------------------------------------------------*00029800
                                                                        00029900
           PERFORM 1000-INICIAR.                                        00030000
                                                                        00030100
           PERFORM 2000-PROCESSAR                                       00030200
               UNTIL WRK-CARTAO EQUAL SPACES.                           00030300
                                                                        00030400
           PERFORM 3000-FINALIZAR.                                      00030500
                                                                        00030600
      *----------------------------------------------------------------*00030700
       0000-99-FIM.            EXIT.                                    00030800
      *----------------------------------------------------------------*00030900
                                                                        00031000
      *----------------------------------------------------------------*00031100
       1000-INICIAR                       SECTION.                      00031200
      *----------------------------------------------------------------*00031300
                                                                        00031400
            ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.                 00031500
            MOVE WRK-DSI-DIA TO WRK-DDM-DIA.                            00031600
            MOVE WRK-DSI-MES TO WRK-DDM-MES.                            00031700
            MOVE WRK-DSI-ANO TO WRK-DDM-ANO.                            00031800
                                                                        00031900
            PERFORM 1100-CARREGAR-ARMAZENS.                             00032000
            PERFORM 1200-CARREGAR-SALDOS.                               00032100
            PERFORM 1300-CARREGAR-TRANSF.                               00032200
                                                                        00032300
            OPEN OUTPUT TRFSAI                                          00032400
                        MOVTRF                                          00032500
                        RELTRF.                                         00032600
            IF WRK-FS-TRFSAI NOT EQUAL ZEROS                            00032700
                MOVE ' ERRO ABERTURA TRFSAI ' TO WRK-MSG                00032800
                PERFORM 9000-TRATAR-ERROS                               00032900
            END-IF.                                                     00033000
            IF WRK-FS-MOVTRF NOT EQUAL ZEROS                            00033100
                MOVE ' ERRO ABERTURA MOVTRF ' TO WRK-MSG                00033200
                PERFORM 9000-TRATAR-ERROS                               00033300
            END-IF.                                                     00033400
            IF WRK-FS-RELTRF NOT EQUAL ZEROS                            00033500
                MOVE ' ERRO ABERTURA RELTRF ' TO WRK-MSG                00033600
                PERFORM 9000-TRATAR-ERROS                               00033700
            END-IF.                                                     00033800
                                                                        00033900
            PERFORM 1400-LER-CARTAO.                                    00034000
                                                                        00034100
      *----------------------------------------------------------------*00034200
       1000-99-FIM.            EXIT.                                    00034300
      *----------------------------------------------------------------*00034400
      *----------------------------------------------------------------*00034500
       1100-CARREGAR-ARMAZENS             SECTION.                      00034600
      *----------------------------------------------------------------*00034700
                                                                        00034800
            OPEN INPUT ARMAZEM.                                         00034900
            IF WRK-FS-ARMAZEM NOT EQUAL ZEROS                           00035000
                MOVE ' ERRO ABERTURA ARMAZEM ' TO WRK-MSG               00035100
                PERFORM 9000-TRATAR-ERROS                               00035200
            END-IF.                                                     00035300
                                                                        00035400
            PERFORM 1110-LER-ARMAZEM                                    00035500
                UNTIL WRK-FS-ARMAZEM EQUAL '10'.                        00035600
            CLOSE ARMAZEM.                                              00035700
                                                                        00035800
      *----------------------------------------------------------------*00035900
       1100-99-FIM.            EXIT.                                    00036000
      *----------------------------------------------------------------*00036100
      *----------------------------------------------------------------*00036200
       1110-LER-ARMAZEM                   SECTION.                      00036300
      *----------------------------------------------------------------*00036400
                                                                        00036500
            READ ARMAZEM INTO WRK-REG-ARMAZEM.                          00036600
            IF WRK-FS-ARMAZEM NOT EQUAL ZEROS                           00036700
                MOVE '10' TO WRK-FS-ARMAZEM                             00036800
                GO TO 1110-99-FIM                                       00036900
            END-IF.                                                     00037000
                                                                        00037100
            IF WRK-QT-ARMAZENS NOT LESS 200                             00037200
                MOVE ' TABELA DE ARMAZENS CHEIA ' TO WRK-MSG            00037300
                PERFORM 9000-TRATAR-ERROS                               00037400
            END-IF.                                                     00037500
            ADD 1 TO WRK-QT-ARMAZENS.                                   00037600
            MOVE WRK-ARM-CODIGO TO WRK-TBW-CODIGO(WRK-QT-ARMAZENS).     00037700
            MOVE WRK-ARM-ATIVO  TO WRK-TBW-ATIVO(WRK-QT-ARMAZENS).      00037800
                                                                        00037900
      *----------------------------------------------------------------*00038000
       1110-99-FIM.            EXIT.                                    00038100
      *----------------------------------------------------------------*00038200
      *----------------------------------------------------------------*00038300
       1200-CARREGAR-SALDOS               SECTION.                      00038400
      *----------------------------------------------------------------*00038500
      *    ESTLOC OPCIONAL: SEM ELE O SALDO DA ORIGEM NAO E CONFERIDO   00038600
      *    AQUI (O FR06CB41 RECUSA O DESPACHO SEM SALDO NO MOVEST).     00038700
      *----------------------------------------------------------------*00038800
                                                                        00038900
            OPEN INPUT ESTLOC.                                          00039000
            IF WRK-FS-ESTLOC EQUAL '35'                                 00039100
                DISPLAY 'ESTLOC AUSENTE - SALDO NAO CONFERIDO'          00039200
                GO TO 1200-99-FIM                                       00039300
            END-IF.                                                     00039400
            IF WRK-FS-ESTLOC NOT EQUAL ZEROS                            00039500
                MOVE ' ERRO ABERTURA ESTLOC ' TO WRK-MSG                00039600
                PERFORM 9000-TRATAR-ERROS                               00039700
            END-IF.                                                     00039800
                                                                        00039900
            MOVE 'S' TO WRK-CONFERE-SALDO.                              00040000
            PERFORM 1210-LER-ESTLOC                                     00040100
                UNTIL WRK-FS-ESTLOC EQUAL '10'.                         00040200
            CLOSE ESTLOC.                                               00040300
                                                                        00040400
      *----------------------------------------------------------------*00040500
       1200-99-FIM.            EXIT.                                    00040600
      *----------------------------------------------------------------*00040700
      *----------------------------------------------------------------*00040800
       1210-LER-ESTLOC                    SECTION.                      00040900
      *----------------------------------------------------------------*00041000
                                                                        00041100
            READ ESTLOC INTO WRK-REG-ESTLOC.                            00041200
            IF WRK-FS-ESTLOC NOT EQUAL ZEROS                            00041300
                MOVE '10' TO WRK-FS-ESTLOC                              00041400
                GO TO 1210-99-FIM                                       00041500
            END-IF.                                                     00041600
                                                                        00041700
            IF WRK-QT-SALDOS NOT LESS 5000                              00041800
                MOVE ' TABELA DE SALDOS POR LOCAL CHEIA ' TO WRK-MSG    00041900
                PERFORM 9000-TRATAR-ERROS                               00042000
            END-IF.                                                     00042100
            ADD 1 TO WRK-QT-SALDOS.                                     00042200
            MOVE WRK-ELO-COD     TO WRK-TBS-COD(WRK-QT-SALDOS).         00042300
            MOVE WRK-ELO-ARMAZEM TO WRK-TBS-ARMAZEM(WRK-QT-SALDOS).     00042400
            MOVE WRK-ELO-SALDO   TO WRK-TBS-SALDO(WRK-QT-SALDOS).       00042500
                                                                        00042600
      *----------------------------------------------------------------*00042700
       1210-99-FIM.            EXIT.                                    00042800
      *----------------------------------------------------------------*00042900
      *----------------------------------------------------------------*00043000
       1300-CARREGAR-TRANSF               SECTION.                      00043100
      *----------------------------------------------------------------*00043200
                                                                        00043300
            OPEN INPUT TRFENT.                                          00043400
            IF WRK-FS-TRFENT EQUAL '35'                                 00043500
                DISPLAY 'TRFENT AUSENTE - PRIMEIRA TRANSFERENCIA'       00043600
                GO TO 1300-99-FIM                                       00043700
            END-IF.                                                     00043800
            IF WRK-FS-TRFENT NOT EQUAL ZEROS                            00043900
                MOVE ' ERRO ABERTURA TRFENT ' TO WRK-MSG                00044000
                PERFORM 9000-TRATAR-ERROS                               00044100
            END-IF.                                                     00044200
                                                                        00044300
            PERFORM 1310-LER-TRANSF                                     00044400
                UNTIL WRK-FS-TRFENT EQUAL '10'.                         00044500
            CLOSE TRFENT.                                               00044600
                                                                        00044700
      *----------------------------------------------------------------*00044800
       1300-99-FIM.            EXIT.                                    00044900
      *----------------------------------------------------------------*00045000
      *----------------------------------------------------------------*00045100
       1310-LER-TRANSF                    SECTION.                      00045200
      *----------------------------------------------------------------*00045300
                                                                        00045400
            READ TRFENT INTO WRK-REG-TRANSF.                            00045500
            IF WRK-FS-TRFENT NOT EQUAL ZEROS                            00045600
                MOVE '10' TO WRK-FS-TRFENT                              00045700
                GO TO 1310-99-FIM                                       00045800
            END-IF.                                                     00045900
                                                                        00046000
            IF WRK-QT-TRANSF NOT LESS 5000                              00046100
                MOVE ' TABELA DE TRANSFERENCIAS CHEIA ' TO WRK-MSG      00046200
                PERFORM 9000-TRATAR-ERROS                               00046300
            END-IF.                                                     00046400
            ADD 1 TO WRK-QT-TRANSF.                                     00046500
            MOVE WRK-REG-TRANSF TO WRK-TBT-REGISTRO(WRK-QT-TRANSF).     00046600
            IF WRK-TRF-NUMERO GREATER WRK-ULTIMO-NUMERO                 00046700
                MOVE WRK-TRF-NUMERO TO WRK-ULTIMO-NUMERO                00046800
            END-IF.                                                     00046900
                                                                        00047000
      *----------------------------------------------------------------*00047100
       1310-99-FIM.            EXIT.                                    00047200
      *----------------------------------------------------------------*00047300
      *----------------------------------------------------------------*00047400
       1400-LER-CARTAO                    SECTION.                      00047500
      *----------------------------------------------------------------*00047600
                                                                        00047700
            ACCEPT WRK-CARTAO FROM SYSIN.                               00047800
                                                                        00047900
            IF WRK-CARTAO NOT EQUAL SPACES                              00048000
                MOVE 'FR06C131'  TO WRK-AUD-PROGRAMA                    00048100
                MOVE WRK-CARTAO  TO WRK-AUD-CARTAO                      00048200
                CALL 'AUDSYS'    USING WRK-AUDSYS                       00048300
            END-IF.                                                     00048400
                                                                        00048500
      *----------------------------------------------------------------*00048600
       1400-99-FIM.            EXIT.                                    00048700
      *----------------------------------------------------------------*00048800
      *----------------------------------------------------------------*00048900
       2000-PROCESSAR                     SECTION.                      00049000
      *----------------------------------------------------------------*00049100
                                                                        00049200
            MOVE SPACES TO WRK-MOTIVO-RECUSA.                           00049300
                                                                        00049400
            EVALUATE WRK-CARTAO-ACAO                                    00049500
             WHEN 'T'                                                   00049600
               PERFORM 2100-DESPACHAR                                   00049700
             WHEN 'R'                                                   00049800
               PERFORM 2200-RECEBER                                     00049900
             WHEN OTHER                                                 00050000
               MOVE 'ACAO INVALIDA' TO WRK-MOTIVO-RECUSA                00050100
            END-EVALUATE.                                               00050200
                                                                        00050300
            IF WRK-MOTIVO-RECUSA NOT EQUAL SPACES                       00050400
                ADD 1 TO WRK-ACU-RECUSADOS                              00050500
                DISPLAY 'CARTAO RECUSADO - ' WRK-MOTIVO-RECUSA          00050600
                        ': ' WRK-CARTAO                                 00050700
            END-IF.                                                     00050800
                                                                        00050900
            PERFORM 1400-LER-CARTAO.                                    00051000
                                                                        00051100
      *----------------------------------------------------------------*00051200
       2000-99-FIM.            EXIT.                                    00051300
      *----------------------------------------------------------------*00051400
      *----------------------------------------------------------------*00051500
       2100-DESPACHAR                     SECTION.                      00051600
      *----------------------------------------------------------------*00051700
                                                                        00051800
            IF WRK-CARTAO-PRODUTO NOT NUMERIC                           00051900
               OR WRK-CARTAO-ORIGEM NOT NUMERIC                         00052000
               OR WRK-CARTAO-DESTINO NOT NUMERIC                        00052100
               OR WRK-CARTAO-QTDE NOT NUMERIC                           00052200
                MOVE 'CAMPO NAO NUMERICO' TO WRK-MOTIVO-RECUSA          00052300
                GO TO 2100-99-FIM                                       00052400
            END-IF.                                                     00052500
                                                                        00052600
            IF WRK-CARTAO-QTDE EQUAL ZEROS                              00052700
                MOVE 'QUANTIDADE ZERADA' TO WRK-MOTIVO-RECUSA           00052800
                GO TO 2100-99-FIM                                       00052900
            END-IF.                                                     00053000
                                                                        00053100
            IF WRK-CARTAO-ORIGEM EQUAL WRK-CARTAO-DESTINO               00053200
                MOVE 'ORIGEM IGUAL AO DESTINO' TO WRK-MOTIVO-RECUSA     00053300
                GO TO 2100-99-FIM                                       00053400
            END-IF.                                                     00053500
                                                                        00053600
            MOVE WRK-CARTAO-QTDE   TO WRK-QTDE-CARTAO.                  00053700
            MOVE WRK-CARTAO-ORIGEM TO WRK-ARM-PROCURADO.                00053800
            PERFORM 2300-VALIDAR-ARMAZEM.                               00053900
            IF WRK-ARMAZEM-VALIDO EQUAL 'N'                             00054000
                MOVE 'ORIGEM INEXISTENTE OU INATIVA'                    00054100
                                       TO WRK-MOTIVO-RECUSA             00054200
                GO TO 2100-99-FIM                                       00054300
            END-IF.                                                     00054400
                                                                        00054500
            MOVE WRK-CARTAO-DESTINO TO WRK-ARM-PROCURADO.               00054600
            PERFORM 2300-VALIDAR-ARMAZEM.                               00054700
            IF WRK-ARMAZEM-VALIDO EQUAL 'N'                             00054800
                MOVE 'DESTINO INEXISTENTE OU INATIVO'                   00054900
                                       TO WRK-MOTIVO-RECUSA             00055000
                GO TO 2100-99-FIM                                       00055100
            END-IF.                                                     00055200
                                                                        00055300
            IF WRK-CONFERE-SALDO EQUAL 'S'                              00055400
                PERFORM 2400-PROCURAR-SALDO                             00055500
                IF WRK-SALDO-ACHADO EQUAL 'N'                           00055600
                    MOVE 'SEM SALDO NA ORIGEM' TO WRK-MOTIVO-RECUSA     00055700
                    GO TO 2100-99-FIM                                   00055800
                END-IF                                                  00055900
                IF WRK-QTDE-CARTAO GREATER WRK-TBS-SALDO(WRK-IDX-SLD)   00056000
                    MOVE 'SALDO INSUFICIENTE NA ORIGEM'                 00056100
                                       TO WRK-MOTIVO-RECUSA             00056200
                    GO TO 2100-99-FIM                                   00056300
                END-IF                                                  00056400
                SUBTRACT WRK-QTDE-CARTAO FROM WRK-TBS-SALDO(WRK-IDX-SLD)00056500
            END-IF.                                                     00056600
                                                                        00056700
            IF WRK-QT-TRANSF NOT LESS 5000                              00056800
                MOVE ' TABELA DE TRANSFERENCIAS CHEIA ' TO WRK-MSG      00056900
                PERFORM 9000-TRATAR-ERROS                               00057000
            END-IF.                                                     00057100
                                                                        00057200
            ADD 1 TO WRK-ULTIMO-NUMERO.                                 00057300
            MOVE SPACES              TO WRK-REG-TRANSF.                 00057400
            MOVE WRK-ULTIMO-NUMERO   TO WRK-TRF-NUMERO.                 00057500
            MOVE WRK-CARTAO-PRODUTO  TO WRK-TRF-COD.                    00057600
            MOVE WRK-CARTAO-ORIGEM   TO WRK-TRF-ORIGEM.                 00057700
            MOVE WRK-CARTAO-DESTINO  TO WRK-TRF-DESTINO.                00057800
            MOVE WRK-CARTAO-QTDE     TO WRK-TRF-QTDE.                   00057900
            MOVE 'T'                 TO WRK-TRF-SITUACAO.               00058000
            MOVE WRK-DATA-DDMMAAAA-N TO WRK-TRF-DATA-ENVIO.             00058100
            MOVE ZEROS               TO WRK-TRF-DATA-RECEB.             00058200
            MOVE WRK-CARTAO-OPERADOR TO WRK-TRF-OPERADOR.               00058300
            ADD 1 TO WRK-QT-TRANSF.                                     00058400
            MOVE WRK-REG-TRANSF TO WRK-TBT-REGISTRO(WRK-QT-TRANSF).     00058500
                                                                        00058600
            MOVE 'T'                 TO WRK-MOV-TIPO.                   00058700
            MOVE WRK-TRF-ORIGEM      TO WRK-MOV-ARMAZEM.                00058800
            PERFORM 2500-GRAVAR-MOVIMENTO.                              00058900
                                                                        00059000
            ADD 1 TO WRK-ACU-DESPACHADAS.                               00059100
            DISPLAY 'TRANSFERENCIA ' WRK-TRF-NUMERO ' DESPACHADA: '     00059200
                    WRK-TRF-COD ' DE ' WRK-TRF-ORIGEM                   00059300
                    ' PARA ' WRK-TRF-DESTINO ' QTDE ' WRK-TRF-QTDE.     00059400
                                                                        00059500
      *----------------------------------------------------------------*00059600
       2100-99-FIM.            EXIT.                                    00059700
      *----------------------------------------------------------------*00059800
      *----------------------------------------------------------------*00059900
       2200-RECEBER                       SECTION.                      00060000
      *----------------------------------------------------------------*00060100
                                                                        00060200
            IF WRK-CARTAO-NUMERO NOT NUMERIC                            00060300
                MOVE 'NUMERO NAO NUMERICO' TO WRK-MOTIVO-RECUSA         00060400
                GO TO 2200-99-FIM                                       00060500
            END-IF.                                                     00060600
                                                                        00060700
            MOVE 'N' TO WRK-TRF-ACHADA.                                 00060800
            MOVE 1   TO WRK-IDX-TRF.                                    00060900
            PERFORM 2210-COMPARAR-NUMERO                                00061000
                UNTIL WRK-IDX-TRF GREATER WRK-QT-TRANSF                 00061100
                   OR WRK-TRF-ACHADA EQUAL 'S'.                         00061200
                                                                        00061300
            IF WRK-TRF-ACHADA EQUAL 'N'                                 00061400
                MOVE 'TRANSFERENCIA INEXISTENTE' TO WRK-MOTIVO-RECUSA   00061500
                GO TO 2200-99-FIM                                       00061600
            END-IF.                                                     00061700
                                                                        00061800
            IF WRK-TRF-SITUACAO NOT EQUAL 'T'                           00061900
                MOVE 'TRANSFERENCIA JA RECEBIDA' TO WRK-MOTIVO-RECUSA   00062000
                GO TO 2200-99-FIM                                       00062100
            END-IF.                                                     00062200
                                                                        00062300
            MOVE 'R'                 TO WRK-TRF-SITUACAO.               00062400
            MOVE WRK-DATA-DDMMAAAA-N TO WRK-TRF-DATA-RECEB.             00062500
            MOVE WRK-CARTAO-OPERADOR TO WRK-TRF-OPERADOR.               00062600
            MOVE WRK-REG-TRANSF TO WRK-TBT-REGISTRO(WRK-IDX-TRF).       00062700
                                                                        00062800
            MOVE 'R'                 TO WRK-MOV-TIPO.                   00062900
            MOVE WRK-TRF-DESTINO     TO WRK-MOV-ARMAZEM.                00063000
            PERFORM 2500-GRAVAR-MOVIMENTO.                              00063100
                                                                        00063200
            ADD 1 TO WRK-ACU-RECEBIDAS.                                 00063300
            DISPLAY 'TRANSFERENCIA ' WRK-TRF-NUMERO ' RECEBIDA NO '     00063400
                    WRK-TRF-DESTINO.                                    00063500
                                                                        00063600
      *----------------------------------------------------------------*00063700
       2200-99-FIM.            EXIT.                                    00063800
      *----------------------------------------------------------------*00063900
      *----------------------------------------------------------------*00064000
       2210-COMPARAR-NUMERO               SECTION.                      00064100
      *----------------------------------------------------------------*00064200
                                                                        00064300
            MOVE WRK-TBT-REGISTRO(WRK-IDX-TRF) TO WRK-REG-TRANSF.       00064400
            IF WRK-TRF-NUMERO EQUAL WRK-CARTAO-NUMERO                   00064500
                MOVE 'S' TO WRK-TRF-ACHADA                              00064600
            ELSE                                                        00064700
                ADD 1 TO WRK-IDX-TRF                                    00064800
            END-IF.                                                     00064900
                                                                        00065000
      *----------------------------------------------------------------*00065100
       2210-99-FIM.            EXIT.                                    00065200
      *----------------------------------------------------------------*00065300
      *----------------------------------------------------------------*00065400
       2300-VALIDAR-ARMAZEM               SECTION.                      00065500
      *----------------------------------------------------------------*00065600
                                                                        00065700
            MOVE 'N' TO WRK-ARMAZEM-VALIDO.                             00065800
            MOVE 1   TO WRK-IDX-ARM.                                    00065900
            PERFORM 2310-COMPARAR-ARMAZEM                               00066000
                UNTIL WRK-IDX-ARM GREATER WRK-QT-ARMAZENS               00066100
                   OR WRK-ARMAZEM-VALIDO EQUAL 'S'.                     00066200
                                                                        00066300
      *----------------------------------------------------------------*00066400
       2300-99-FIM.            EXIT.                                    00066500
      *----------------------------------------------------------------*00066600
      *----------------------------------------------------------------*00066700
       2310-COMPARAR-ARMAZEM              SECTION.                      00066800
      *----------------------------------------------------------------*00066900
                                                                        00067000
            IF WRK-TBW-CODIGO(WRK-IDX-ARM) EQUAL WRK-ARM-PROCURADO      00067100
               AND WRK-TBW-ATIVO(WRK-IDX-ARM) EQUAL 'S'                 00067200
                MOVE 'S' TO WRK-ARMAZEM-VALIDO                          00067300
            ELSE                                                        00067400
                ADD 1 TO WRK-IDX-ARM                                    00067500
            END-IF.                                                     00067600
                                                                        00067700
      *----------------------------------------------------------------*00067800
       2310-99-FIM.            EXIT.                                    00067900
      *----------------------------------------------------------------*00068000
      *----------------------------------------------------------------*00068100
       2400-PROCURAR-SALDO                SECTION.                      00068200
      *----------------------------------------------------------------*00068300
                                                                        00068400
            MOVE 'N' TO WRK-SALDO-ACHADO.                               00068500
            MOVE 1   TO WRK-IDX-SLD.                                    00068600
            PERFORM 2410-COMPARAR-SALDO                                 00068700
                UNTIL WRK-IDX-SLD GREATER WRK-QT-SALDOS                 00068800
                   OR WRK-SALDO-ACHADO EQUAL 'S'.                       00068900
                                                                        00069000
      *----------------------------------------------------------------*00069100
       2400-99-FIM.            EXIT.                                    00069200
      *----------------------------------------------------------------*00069300
      *----------------------------------------------------------------*00069400
       2410-COMPARAR-SALDO                SECTION.                      00069500
      *----------------------------------------------------------------*00069600
                                                                        00069700
            IF WRK-TBS-COD(WRK-IDX-SLD) EQUAL WRK-CARTAO-PRODUTO        00069800
               AND WRK-TBS-ARMAZEM(WRK-IDX-SLD) EQUAL WRK-CARTAO-ORIGEM 00069900
                MOVE 'S' TO WRK-SALDO-ACHADO                            00070000
            ELSE                                                        00070100
                ADD 1 TO WRK-IDX-SLD                                    00070200
            END-IF.                                                     00070300
                                                                        00070400
      *----------------------------------------------------------------*00070500
       2410-99-FIM.            EXIT.                                    00070600
      *----------------------------------------------------------------*00070700
      *----------------------------------------------------------------*00070800
       2500-GRAVAR-MOVIMENTO              SECTION.                      00070900
      *----------------------------------------------------------------*00071000
                                                                        00071100
            MOVE WRK-TRF-COD     TO WRK-MOV-COD.                        00071200
            MOVE WRK-TRF-QTDE    TO WRK-MOV-QTDE.                       00071300
            MOVE WRK-TRF-DESTINO TO WRK-MOV-DOC-DESTINO.                00071400
            MOVE WRK-TRF-NUMERO  TO WRK-MOV-DOC-NUMERO.                 00071500
            WRITE FD-MOVTRF FROM WRK-REG-MOVEST.                        00071600
                                                                        00071700
      *----------------------------------------------------------------*00071800
       2500-99-FIM.            EXIT.                                    00071900
      *----------------------------------------------------------------*00072000
      *----------------------------------------------------------------*00072100
       3000-FINALIZAR                     SECTION.                      00072200
      *----------------------------------------------------------------*00072300
                                                                        00072400
            MOVE WRK-DATA-DDMMAAAA-N TO WRK-CAB-DATA.                   00072500
            WRITE FD-RELTRF FROM WRK-CABEC-REL.                         00072600
            WRITE FD-RELTRF FROM WRK-LINHA-TRACO.                       00072700
            WRITE FD-RELTRF FROM WRK-CABEC-COLUNAS.                     00072800
                                                                        00072900
            PERFORM 3100-GRAVAR-TRANSF                                  00073000
                VARYING WRK-IDX-TRF FROM 1 BY 1                         00073100
                UNTIL WRK-IDX-TRF GREATER WRK-QT-TRANSF.                00073200
                                                                        00073300
            WRITE FD-RELTRF FROM WRK-LINHA-TRACO.                       00073400
            MOVE 'EM TRANSITO'               TO WRK-LTT-ROTULO.         00073500
            MOVE WRK-ACU-EM-TRANSITO         TO WRK-LTT-VALOR.          00073600
            WRITE FD-RELTRF FROM WRK-LINHA-TOTAL.                       00073700
            MOVE 'DESPACHADAS NA RODADA'     TO WRK-LTT-ROTULO.         00073800
            MOVE WRK-ACU-DESPACHADAS         TO WRK-LTT-VALOR.          00073900
            WRITE FD-RELTRF FROM WRK-LINHA-TOTAL.                       00074000
            MOVE 'RECEBIDAS NA RODADA'       TO WRK-LTT-ROTULO.         00074100
            MOVE WRK-ACU-RECEBIDAS           TO WRK-LTT-VALOR.          00074200
            WRITE FD-RELTRF FROM WRK-LINHA-TOTAL.                       00074300
            MOVE 'CARTOES RECUSADOS'         TO WRK-LTT-ROTULO.         00074400
            MOVE WRK-ACU-RECUSADOS           TO WRK-LTT-VALOR.          00074500
            WRITE FD-RELTRF FROM WRK-LINHA-TOTAL.                       00074600
                                                                        00074700
            CLOSE TRFSAI                                                00074800
                  MOVTRF                                                00074900
                  RELTRF.                                               00075000
                                                                        00075100
            DISPLAY '------------------------------------------------'. 00075200
            DISPLAY '  TRANSFERENCIAS.......: ' WRK-QT-TRANSF.          00075300
            DISPLAY '  EM TRANSITO..........: ' WRK-ACU-EM-TRANSITO.    00075400
            DISPLAY '  DESPACHADAS..........: ' WRK-ACU-DESPACHADAS.    00075500
            DISPLAY '  RECEBIDAS............: ' WRK-ACU-RECEBIDAS.      00075600
            DISPLAY '  CARTOES RECUSADOS....: ' WRK-ACU-RECUSADOS.      00075700
            DISPLAY '------------------------------------------------'. 00075800
                                                                        00075900
            IF WRK-ACU-RECUSADOS GREATER ZEROS                          00076000
                MOVE 4 TO RETURN-CODE                                   00076100
            END-IF.                                                     00076200
                                                                        00076300
            STOP RUN.                                                   00076400
                                                                        00076500
      *----------------------------------------------------------------*00076600
       3000-99-FIM.            EXIT.                                    00076700
      *----------------------------------------------------------------*00076800
      *----------------------------------------------------------------*00076900
       3100-GRAVAR-TRANSF                 SECTION.                      00077000
      *----------------------------------------------------------------*00077100
                                                                        00077200
            MOVE WRK-TBT-REGISTRO(WRK-IDX-TRF) TO WRK-REG-TRANSF.       00077300
            WRITE FD-TRFSAI FROM WRK-REG-TRANSF.                        00077400
                                                                        00077500
            IF WRK-TRF-SITUACAO EQUAL 'T'                               00077600
                ADD 1 TO WRK-ACU-EM-TRANSITO                            00077700
                MOVE WRK-TRF-NUMERO     TO WRK-LTR-NUMERO               00077800
                MOVE WRK-TRF-COD        TO WRK-LTR-COD                  00077900
                MOVE WRK-TRF-ORIGEM     TO WRK-LTR-ORIGEM               00078000
                MOVE WRK-TRF-DESTINO    TO WRK-LTR-DESTINO              00078100
                MOVE WRK-TRF-QTDE       TO WRK-LTR-QTDE                 00078200
                MOVE WRK-TRF-DATA-ENVIO TO WRK-LTR-DATA-ENVIO           00078300
                MOVE WRK-TRF-OPERADOR   TO WRK-LTR-OPERADOR             00078400
                WRITE FD-RELTRF FROM WRK-LINHA-TRANSITO                 00078500
            END-IF.                                                     00078600
                                                                        00078700
      *----------------------------------------------------------------*00078800
       3100-99-FIM.            EXIT.                                    00078900
      *----------------------------------------------------------------*00079000
                                                                        00079100
      *----------------------------------------------------------------*00079200
       9000-TRATAR-ERROS                  SECTION.                      00079300
      *----------------------------------------------------------------*00079400
                                                                        00079500
             MOVE 'FR06C131'       TO WRK-ERR-PROGRAMA.                 00079600
             MOVE '9000'           TO WRK-ERR-SECTION.                  00079700
             MOVE WRK-MSG          TO WRK-ERR-MSG.                      00079800
             MOVE SPACES           TO WRK-ERR-STATUS.                   00079900
             MOVE WRK-FS-ARMAZEM   TO WRK-ERR-STATUS(1:2).              00080000
             MOVE WRK-FS-ESTLOC    TO WRK-ERR-STATUS(3:2).              00080100
             MOVE WRK-FS-TRFENT    TO WRK-ERR-STATUS(5:2).              00080200
             MOVE WRK-FS-TRFSAI    TO WRK-ERR-STATUS(7:2).              00080300
             MOVE WRK-FS-MOVTRF    TO WRK-ERR-STATUS(9:2).              00080400
             MOVE 'F'              TO WRK-ERR-SEVERIDADE.               00080500
                                                                        00080600
             CALL 'TRTERRO'        USING WRK-TRTERRO.                   00080700
                                                                        00080800
      *----------------------------------------------------------------*00080900
       9000-99-FIM.            EXIT.                                    00081000
      *----------------------------------------------------------------*00081100
