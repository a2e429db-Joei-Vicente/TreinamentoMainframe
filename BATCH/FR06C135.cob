      *================================================================*00000100
       IDENTIFICATION                            DIVISION.              00000200
      *================================================================*00000300
                                                                        00000400
       PROGRAM-ID.  FR06C135.                                           00000500
                                                                        00000600
      *================================================================*00000700
      *     AUTOR.......: JOEI LORENTI                                  00000800
      *     ANALISTA....: IVAN SANCHES                                  00000900
      *     EMPRESA.....: FOURSYS                                       00001000
      *     DATA........: 15/10/2026                                    00001100
      *----------------------------------------------------------------*00001200
      *                                                                 00001300
      *     OBJETIVO: RESERVA NOTURNA DE ESTOQUE PARA OS PEDIDOS DE     00001400
      *               VENDA. RODA DEPOIS DO FR06CB41 (JA COM AS         00001500
      *               ENTRADAS DO FR06CB72 APLICADAS). LE O MESTRE DE   00001600
      *               PEDIDOS DE VENDA (PVDENT, LAYOUT B#PEDVD) E O     00001700
      *               SALDO POR ARMAZEM (ESTLOC; SEM ELE, O ESTOQUE     00001800
      *               DO ARQPROD NO ARMAZEM 001). O DISPONIVEL DE CADA  00001900
      *               PRODUTO/ARMAZEM E O SALDO MENOS AS RESERVAS JA    00002000
      *               FEITAS. RESERVA PRIMEIRO AS LINHAS PENDENTES      00002100
      *               ('B', BACKORDER) E DEPOIS AS NOVAS ('N'), NOS     00002200
      *               DOIS CASOS NA ORDEM DO NUMERO DO PEDIDO. LINHA    00002300
      *               RESERVADA POR INTEIRO PASSA A 'A'; A QUE NAO      00002400
      *               COUBE (TODA OU EM PARTE) FICA 'B' PARA A          00002500
      *               PROXIMA RODADA. GRAVA O MESTRE NOVO (PVDSAI),     00002600
      *               O RELATORIO DA RESERVA (RELALOC) E O CONTADOR     00002700
      *               DO PASSO (TIPO '2') NO RUNCTL.                    00002800
      *                                                                 00002900
      *----------------------------------------------------------------*00003000
      *     INPUT:                                                      00003100
      *     DDNAME           I/O                                        00003200
      *     PVDENT            I   (PEDIDOS DE VENDA - LRECL 80)         00003300
      *     ESTLOC            I   (ESTOQUE POR LOCAL - LRECL 40,        00003400
      *                            OPCIONAL)                            00003500
      *     ARQPROD           I   (CADASTRO DE PRODUTOS - LRECL 70,     00003600
      *                            LIDO SO SEM O ESTLOC)                00003700
      *     PVDSAI            O   (PEDIDOS DE VENDA ATUALIZADO -        00003800
      *                            LRECL 80)                            00003900
      *     RELALOC           O   (RESERVA DA RODADA - LRECL 80)        00004000
      *     RUNCTL            O   (CONTROLE DE RODADA - LRECL 80)       00004100
      *                                                                 00004200
      *----------------------------------------------------------------*00004300
      *     MANUTENCAO:                                                 00004400
      *                                                                 00004500
      *================================================================*00004600
                                                                        00004700
      *================================================================*00004800
       ENVIRONMENT                               DIVISION.              00004900
      *================================================================*00005000
                                                                        00005100
      *----------------------------------------------------------------*00005200
       CONFIGURATION                             SECTION.               00005300
      *----------------------------------------------------------------*00005400
                                                                        00005500
       SPECIAL-NAMES.                                                   00005600
           DECIMAL-POINT IS COMMA.                                      00005700
                                                                        00005800
      *----------------------------------------------------------------*00005900
       INPUT-OUTPUT                              SECTION.               00006000
      *----------------------------------------------------------------*00006100
                                                                        00006200
       FILE-CONTROL.                                                    00006300
             SELECT PVDENT             ASSIGN TO PVDENT                 00006400
                FILE STATUS            IS WRK-FS-PVDENT.                00006500
             SELECT ESTLOC             ASSIGN TO ESTLOC                 00006600
                FILE STATUS            IS WRK-FS-ESTLOC.                00006700
             SELECT ARQPROD            ASSIGN TO ARQPROD                00006800
                FILE STATUS            IS WRK-FS-ARQPROD.               00006900
             SELECT PVDSAI             ASSIGN TO PVDSAI                 00007000
                FILE STATUS            IS WRK-FS-PVDSAI.                00007100
             SELECT RELALOC            ASSIGN TO RELALOC                00007200
                FILE STATUS            IS WRK-FS-RELALOC.               00007300
             SELECT RUNCTL             ASSIGN TO RUNCTL                 00007400
                FILE STATUS            IS WRK-FS-RUNCTL.                00007500
                                                                        00007600
      *================================================================*00007700
       DATA                                      DIVISION.              00007800
      *================================================================*00007900
                                                                        00008000
      *----------------------------------------------------------------*00008100
       FILE                                      SECTION.               00008200
      *----------------------------------------------------------------*00008300
                                                                        00008400
       FD PVDENT                                                        00008500
           RECORDING MODE IS F                                          00008600
           BLOCK CONTAINS 0 RECORDS.                                    00008700
       01 FD-PVDENT                    PIC X(80).                       00008800
                                                                        00008900
       FD ESTLOC                                                        00009000
           RECORDING MODE IS F                                          00009100
           BLOCK CONTAINS 0 RECORDS.                                    00009200
       01 FD-ESTLOC                    PIC X(40).                       00009300
                                                                        00009400
       FD ARQPROD                                                       00009500
           RECORDING MODE IS F                                          00009600
           BLOCK CONTAINS 0 RECORDS.                                    00009700
       01 FD-ARQPROD                   PIC X(70).                       00009800
                                                                        00009900
       FD PVDSAI                                                        00010000
           RECORDING MODE IS F                                          00010100
           BLOCK CONTAINS 0 RECORDS.                                    00010200
       01 FD-PVDSAI                    PIC X(80).                       00010300
                                                                        00010400
       FD RELALOC                                                       00010500
           RECORDING MODE IS F                                          00010600
           BLOCK CONTAINS 0 RECORDS.                                    00010700
       01 FD-RELALOC                   PIC X(80).                       00010800
                                                                        00010900
       FD RUNCTL                                                        00011000
           RECORDING MODE IS F                                          00011100
           BLOCK CONTAINS 0 RECORDS.                                    00011200
       01 FD-RUNCTL                    PIC X(80).                       00011300
                                                                        00011400
      *----------------------------------------------------------------*00011500
       WORKING-STORAGE                           SECTION.               00011600
      *----------------------------------------------------------------*00011700
                                                                        00011800
      *----------------------------------------------------------------*00011900
       01 FILLER                       PIC X(50)               VALUE    00012000
            '**** AREA DOS REGISTROS DE ENTRADA ****'.                  00012100
      *----------------------------------------------------------------*00012200
                                                                        00012300
        COPY 'B#PEDVD'.                                                 00012400
                                                                        00012500
        COPY 'B#ESTLOC'.                                                00012600
                                                                        00012700
        COPY 'B#PROD'.                                                  00012800
                                                                        00012900
      *----------------------------------------------------------------*00013000
       01 FILLER                       PIC X(50)               VALUE    00013100
            '**** TABELAS EM MEMORIA ****'.                             00013200
      *----------------------------------------------------------------*00013300
                                                                        00013400
       01 WRK-TAB-SALDOS.                                               00013500
          05 WRK-TAB-SLD-ITEM          OCCURS 5000 TIMES.               00013600
             10 WRK-TBS-COD            PIC 9(05).                       00013700
             10 WRK-TBS-ARMAZEM        PIC 9(03).                       00013800
             10 WRK-TBS-DISPONIVEL     PIC S9(07).                      00013900
                                                                        00014000
       01 WRK-TAB-PEDVD.                                                00014100
          05 WRK-TAB-PVD-ITEM          OCCURS 5000 TIMES.               00014200
             10 WRK-TBV-REGISTRO       PIC X(80).                       00014300
                                                                        00014400
       77 WRK-QT-SALDOS                PIC 9(04) VALUE ZEROS.           00014500
       77 WRK-IDX-SLD                  PIC 9(04) VALUE ZEROS.           00014600
       77 WRK-QT-LINHAS                PIC 9(04) VALUE ZEROS.           00014700
       77 WRK-IDX-PVD                  PIC 9(04) VALUE ZEROS.           00014800
       77 WRK-SALDO-ACHADO             PIC X(01) VALUE 'N'.             00014900
       77 WRK-SITUACAO-PASSO           PIC X(01) VALUE SPACES.          00015000
       77 WRK-QTDE-FALTA               PIC S9(06) VALUE ZEROS.          00015100
       77 WRK-QTDE-RESERVAR            PIC 9(05) VALUE ZEROS.           00015200
                                                                        00015300
      *----------------------------------------------------------------*00015400
       01 FILLER                       PIC X(50)               VALUE    00015500
            '**** AREA DO CONTROLE DE RODADA ****'.                     00015600
      *----------------------------------------------------------------*00015700
                                                                        00015800
        COPY 'B#RUNCTL'.                                                00015900
       01 WRK-HORA-PASSO.                                               00016000
          05 WRK-HORA-PASSO-INI        PIC 9(06) VALUE ZEROS.           00016100
          05 WRK-HORA-PASSO-FIM        PIC 9(06) VALUE ZEROS.           00016200
       01 WRK-HORA-ACCEPT.                                              00016300
          05 WRK-HORA-ACC-HHMMSS       PIC 9(06).                       00016400
          05 WRK-HORA-ACC-CC           PIC 9(02).                       00016500
                                                                        00016600
      *----------------------------------------------------------------*00016700
       01 FILLER                       PIC X(50)               VALUE    00016800
            '**** AREA DO RELATORIO ****'.                              00016900
      *----------------------------------------------------------------*00017000
                                                                        00017100
       01 WRK-LINHA-TRACO              PIC X(80) VALUE ALL '-'.         00017200
                                                                        00017300
       01 WRK-CABEC-REL.                                                00017400
          05 FILLER                    PIC X(45) VALUE                  00017500
             'RESERVA DE ESTOQUE DOS PEDIDOS DE VENDA'.                 00017600
          05 FILLER                    PIC X(06) VALUE 'DATA: '.        00017700
          05 WRK-CAB-DATA              PIC 99/99/9999.                  00017800
          05 FILLER                    PIC X(19) VALUE SPACES.          00017900
                                                                        00018000
       01 WRK-CABEC-COLUNAS.                                            00018100
          05 FILLER                    PIC X(40) VALUE                  00018200
             'PEDIDO LN CLIENTE              PRODUTO'.                  00018300
          05 FILLER                    PIC X(40) VALUE                  00018400
             ' ARM PEDIDA RESERV. PENDENTE SIT'.                        00018500
                                                                        00018600
       01 WRK-LINHA-RESERVA.                                            00018700
          05 WRK-LRS-NUMERO            PIC 9(06).                       00018800
          05 FILLER                    PIC X(01) VALUE SPACES.          00018900
          05 WRK-LRS-LINHA             PIC 9(02).                       00019000
          05 FILLER                    PIC X(01) VALUE SPACES.          00019100
          05 WRK-LRS-CLIENTE           PIC X(20).                       00019200
          05 FILLER                    PIC X(01) VALUE SPACES.          00019300
          05 WRK-LRS-COD               PIC 9(05).                       00019400
          05 FILLER                    PIC X(05) VALUE SPACES.          00019500
          05 WRK-LRS-ARMAZEM           PIC 9(03).                       00019600
          05 FILLER                    PIC X(02) VALUE SPACES.          00019700
          05 WRK-LRS-PEDIDA            PIC ZZZZ9.                       00019800
          05 FILLER                    PIC X(03) VALUE SPACES.          00019900
          05 WRK-LRS-RESERVADA         PIC ZZZZ9.                       00020000
          05 FILLER                    PIC X(04) VALUE SPACES.          00020100
          05 WRK-LRS-PENDENTE          PIC ZZZZ9.                       00020200
          05 FILLER                    PIC X(02) VALUE SPACES.          00020300
          05 WRK-LRS-SITUACAO          PIC X(01).                       00020400
          05 FILLER                    PIC X(09) VALUE SPACES.          00020500
                                                                        00020600
       01 WRK-LINHA-TOTAL.                                              00020700
          05 WRK-LTT-ROTULO            PIC X(30).                       00020800
          05 FILLER                    PIC X(02) VALUE ': '.            00020900
          05 WRK-LTT-VALOR             PIC ZZZZZZ9.                     00021000
          05 FILLER                    PIC X(41) VALUE SPACES.          00021100
                                                                        00021200
       01 WRK-DATA-SISTEMA.                                             00021300
          05 WRK-DSI-ANO               PIC 9(04).                       00021400
          05 WRK-DSI-MES               PIC 9(02).                       00021500
          05 WRK-DSI-DIA               PIC 9(02).                       00021600
                                                                        00021700
       01 WRK-DATA-DDMMAAAA.                                            00021800
          05 WRK-DDM-DIA               PIC 9(02).                       00021900
          05 WRK-DDM-MES               PIC 9(02).                       00022000
          05 WRK-DDM-ANO               PIC 9(04).                       00022100
       01 WRK-DATA-DDMMAAAA-N REDEFINES WRK-DATA-DDMMAAAA               00022200
                                       PIC 9(08).                       00022300
                                                                        00022400
      *----------------------------------------------------------------*00022500
       01 FILLER                       PIC X(50)               VALUE    00022600
            '**** AREA DE VARIAVEIS E CONTADORES ****'.                 00022700
      *----------------------------------------------------------------*00022800
                                                                        00022900
       77 WRK-FS-PVDENT                PIC X(02) VALUE SPACES.          00023000
       77 WRK-FS-ESTLOC                PIC X(02) VALUE SPACES.          00023100
       77 WRK-FS-ARQPROD               PIC X(02) VALUE SPACES.          00023200
       77 WRK-FS-PVDSAI                PIC X(02) VALUE SPACES.          00023300
       77 WRK-FS-RELALOC               PIC X(02) VALUE SPACES.          00023400
       77 WRK-FS-RUNCTL                PIC X(02) VALUE SPACES.          00023500
       77 WRK-ACU-RESERVADAS           PIC 9(07) VALUE ZEROS.           00023600
       77 WRK-ACU-PENDENTES            PIC 9(07) VALUE ZEROS.           00023700
       77 WRK-ACU-QTDE-RESERVADA       PIC 9(07) VALUE ZEROS.           00023800
       77 WRK-ACU-SEM-SALDO            PIC 9(07) VALUE ZEROS.           00023900
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00024000
                                                                        00024100
      *----------------------------------------------------------------*00024200
       01 FILLER                       PIC X(50)               VALUE    00024300
            '**** AREA DO MODULO TRTERRO ****'.                         00024400
      *----------------------------------------------------------------*00024500
                                                                        00024600
        COPY '#TRTERRO'.                                                00024700
                                                                        00024800
      *================================================================*00024900
       PROCEDURE DIVISION.                                              00025000
      *================================================================*00025100
      *----------------------------------------------------------------*00025200
       0000-PRINCIPAL                     SECTION.                      00025300
      *----------------------------------------------------------------*00025400
                                                                        00025500
           PERFORM 1000-INICIAR.                                        00025600
                                                                        00025700
           PERFORM 2000-PROCESSAR.                                      00025800
                                                                        00025900
           PERFORM 3000-FINALIZAR.                                      00026000
                                                                        00026100
      *----------------------------------------------------------------*00026200
       0000-99-FIM.            EXIT.                                    00026300
      *----------------------------------------------------------------*00026400
                                                                        00026500
      *----------------------------------------------------------------*00026600
       1000-INICIAR                       SECTION.                      00026700
      *----------------------------------------------------------------*00026800
                                                                        00026900
            ACCEPT WRK-HORA-ACCEPT FROM TIME.                           00027000
            MOVE WRK-HORA-ACC-HHMMSS TO WRK-HORA-PASSO-INI.             00027100
                                                                        00027200
            ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.                 00027300
            MOVE WRK-DSI-DIA TO WRK-DDM-DIA.                            00027400
            MOVE WRK-DSI-MES TO WRK-DDM-MES.                            00027500
            MOVE WRK-DSI-ANO TO WRK-DDM-ANO.                            00027600
                                                                        00027700
            PERFORM 1100-CARREGAR-PEDIDOS.                              00027800
            PERFORM 1200-CARREGAR-SALDOS.                               00027900
                                                                        00028000
            OPEN OUTPUT PVDSAI                                          00028100
                        RELALOC.                                        00028200
            IF WRK-FS-PVDSAI NOT EQUAL ZEROS                            00028300
                MOVE ' ERRO ABERTURA PVDSAI ' TO WRK-MSG                00028400
                PERFORM 9000-TRATAR-ERROS                               00028500
            END-IF.                                                     00028600
            IF WRK-FS-RELALOC NOT EQUAL ZEROS                           00028700
                MOVE ' ERRO ABERTURA RELALOC ' TO WRK-MSG               00028800
                PERFORM 9000-TRATAR-ERROS                               00028900
            END-IF.                                                     00029000
                                                                        00029100
            MOVE WRK-DATA-DDMMAAAA-N TO WRK-CAB-DATA.                   00029200
            WRITE FD-RELALOC FROM WRK-CABEC-REL.                        00029300
            WRITE FD-RELALOC FROM WRK-LINHA-TRACO.                      00029400
            WRITE FD-RELALOC FROM WRK-CABEC-COLUNAS.                    00029500
                                                                        00029600
      *----------------------------------------------------------------*00029700
       1000-99-FIM.            EXIT.                                    00029800
      *----------------------------------------------------------------*00029900
      *----------------------------------------------------------------*00030000
       1100-CARREGAR-PEDIDOS              SECTION.                      00030100
      *----------------------------------------------------------------*00030200
                                                                        00030300
            OPEN INPUT PVDENT.                                          00030400
            IF WRK-FS-PVDENT NOT EQUAL ZEROS                            00030500
                MOVE ' ERRO ABERTURA PVDENT ' TO WRK-MSG                00030600
                PERFORM 9000-TRATAR-ERROS                               00030700
            END-IF.                                                     00030800
                                                                        00030900
            PERFORM 1110-LER-PEDIDO                                     00031000
                UNTIL WRK-FS-PVDENT EQUAL '10'.                         00031100
            CLOSE PVDENT.                                               00031200
                                                                        00031300
      *----------------------------------------------------------------*00031400
       1100-99-FIM.            EXIT.                                    00031500
      *----------------------------------------------------------------*00031600
      *----------------------------------------------------------------*00031700
       1110-LER-PEDIDO                    SECTION.                      00031800
      *----------------------------------------------------------------*00031900
                                                                        00032000
            READ PVDENT INTO WRK-REG-PEDVD.                             00032100
            IF WRK-FS-PVDENT NOT EQUAL ZEROS                            00032200
                MOVE '10' TO WRK-FS-PVDENT                              00032300
                GO TO 1110-99-FIM                                       00032400
            END-IF.                                                     00032500
                                                                        00032600
            IF WRK-QT-LINHAS NOT LESS 5000                              00032700
                MOVE ' TABELA DE PEDIDOS DE VENDA CHEIA ' TO WRK-MSG    00032800
                PERFORM 9000-TRATAR-ERROS                               00032900
            END-IF.                                                     00033000
            ADD 1 TO WRK-QT-LINHAS.                                     00033100
            MOVE WRK-REG-PEDVD TO WRK-TBV-REGISTRO(WRK-QT-LINHAS).      00033200
                                                                        00033300
      *----------------------------------------------------------------*00033400
       1110-99-FIM.            EXIT.                                    00033500
      *----------------------------------------------------------------*00033600
      *----------------------------------------------------------------*00033700
       1200-CARREGAR-SALDOS               SECTION.                      00033800
      *----------------------------------------------------------------*00033900
      *    SEM O ESTLOC, TODO O ESTOQUE DO ARQPROD FICA NO ARMAZEM 001, 00034000
      *    COMO NA CARGA INICIAL DO FR06CB41.                           00034100
      *----------------------------------------------------------------*00034200
                                                                        00034300
            OPEN INPUT ESTLOC.                                          00034400
            IF WRK-FS-ESTLOC EQUAL '35'                                 00034500
                DISPLAY 'ESTLOC AUSENTE - SALDO DO ARQPROD NO 001'      00034600
                PERFORM 1300-CARREGAR-ARQPROD                           00034700
                GO TO 1200-99-FIM                                       00034800
            END-IF.                                                     00034900
            IF WRK-FS-ESTLOC NOT EQUAL ZEROS                            00035000
                MOVE ' ERRO ABERTURA ESTLOC ' TO WRK-MSG                00035100
                PERFORM 9000-TRATAR-ERROS                               00035200
            END-IF.                                                     00035300
                                                                        00035400
            PERFORM 1210-LER-ESTLOC                                     00035500
                UNTIL WRK-FS-ESTLOC EQUAL '10'.                         00035600
            CLOSE ESTLOC.                                               00035700
                                                                        00035800
      *----------------------------------------------------------------*00035900
       1200-99-FIM.            EXIT.                                    00036000
      *----------------------------------------------------------------*00036100
      *----------------------------------------------------------------*00036200
       1210-LER-ESTLOC                    SECTION.                      00036300
      *----------------------------------------------------------------*00036400
                                                                        00036500
            READ ESTLOC INTO WRK-REG-ESTLOC.                            00036600
            IF WRK-FS-ESTLOC NOT EQUAL ZEROS                            00036700
                MOVE '10' TO WRK-FS-ESTLOC                              00036800
                GO TO 1210-99-FIM                                       00036900
            END-IF.                                                     00037000
                                                                        00037100
            IF WRK-QT-SALDOS NOT LESS 5000                              00037200
                MOVE ' TABELA DE SALDOS POR LOCAL CHEIA ' TO WRK-MSG    00037300
                PERFORM 9000-TRATAR-ERROS                               00037400
            END-IF.                                                     00037500
            ADD 1 TO WRK-QT-SALDOS.                                     00037600
            MOVE WRK-ELO-COD     TO WRK-TBS-COD(WRK-QT-SALDOS).         00037700
            MOVE WRK-ELO-ARMAZEM TO WRK-TBS-ARMAZEM(WRK-QT-SALDOS).     00037800
            MOVE WRK-ELO-SALDO   TO WRK-TBS-DISPONIVEL(WRK-QT-SALDOS).  00037900
                                                                        00038000
      *----------------------------------------------------------------*00038100
       1210-99-FIM.            EXIT.                                    00038200
      *----------------------------------------------------------------*00038300
      *----------------------------------------------------------------*00038400
       1300-CARREGAR-ARQPROD              SECTION.                      00038500
      *----------------------------------------------------------------*00038600
                                                                        00038700
            OPEN INPUT ARQPROD.                                         00038800
            IF WRK-FS-ARQPROD NOT EQUAL ZEROS                           00038900
                MOVE ' ERRO ABERTURA ARQPROD ' TO WRK-MSG               00039000
                PERFORM 9000-TRATAR-ERROS                               00039100
            END-IF.                                                     00039200
                                                                        00039300
            READ ARQPROD.                                               00039400
            IF WRK-FS-ARQPROD EQUAL ZEROS                               00039500
               AND FD-ARQPROD(1:3) EQUAL 'HDR'                          00039600
                CONTINUE                                                00039700
            ELSE                                                        00039800
                MOVE ' ARQPROD SEM CABECALHO PADRAO ' TO WRK-MSG        00039900
                PERFORM 9000-TRATAR-ERROS                               00040000
            END-IF.                                                     00040100
                                                                        00040200
            PERFORM 1310-LER-ARQPROD                                    00040300
                UNTIL WRK-FS-ARQPROD EQUAL '10'.                        00040400
            CLOSE ARQPROD.                                              00040500
                                                                        00040600
      *----------------------------------------------------------------*00040700
       1300-99-FIM.            EXIT.                                    00040800
      *----------------------------------------------------------------*00040900
      *----------------------------------------------------------------*00041000
       1310-LER-ARQPROD                   SECTION.                      00041100
      *----------------------------------------------------------------*00041200
                                                                        00041300
            READ ARQPROD INTO WRK-REG-PRODUTO.                          00041400
            IF WRK-FS-ARQPROD NOT EQUAL ZEROS                           00041500
               OR FD-ARQPROD(1:3) EQUAL 'TRL'                           00041600
                MOVE '10' TO WRK-FS-ARQPROD                             00041700
                GO TO 1310-99-FIM                                       00041800
            END-IF.                                                     00041900
                                                                        00042000
            IF WRK-QT-SALDOS NOT LESS 5000                              00042100
                MOVE ' TABELA DE SALDOS POR LOCAL CHEIA ' TO WRK-MSG    00042200
                PERFORM 9000-TRATAR-ERROS                               00042300
            END-IF.                                                     00042400
            ADD 1 TO WRK-QT-SALDOS.                                     00042500
            MOVE WRK-REG-COD     TO WRK-TBS-COD(WRK-QT-SALDOS).         00042600
            MOVE 001             TO WRK-TBS-ARMAZEM(WRK-QT-SALDOS).     00042700
            MOVE WRK-REG-ESTOQUE TO WRK-TBS-DISPONIVEL(WRK-QT-SALDOS).  00042800
                                                                        00042900
      *----------------------------------------------------------------*00043000
       1310-99-FIM.            EXIT.                                    00043100
      *----------------------------------------------------------------*00043200
      *----------------------------------------------------------------*00043300
       2000-PROCESSAR                     SECTION.                      00043400
      *----------------------------------------------------------------*00043500
      *    1) ABATE DO SALDO AS RESERVAS JA EXISTENTES;                 00043600
      *    2) RESERVA AS PENDENTES ('B') ANTES DAS NOVAS ('N').         00043700
      *----------------------------------------------------------------*00043800
                                                                        00043900
            PERFORM 2100-ABATER-RESERVA                                 00044000
                VARYING WRK-IDX-PVD FROM 1 BY 1                         00044100
                UNTIL WRK-IDX-PVD GREATER WRK-QT-LINHAS.                00044200
                                                                        00044300
            MOVE 'B' TO WRK-SITUACAO-PASSO.                             00044400
            PERFORM 2200-RESERVAR-LINHA                                 00044500
                VARYING WRK-IDX-PVD FROM 1 BY 1                         00044600
                UNTIL WRK-IDX-PVD GREATER WRK-QT-LINHAS.                00044700
                                                                        00044800
            MOVE 'N' TO WRK-SITUACAO-PASSO.                             00044900
            PERFORM 2200-RESERVAR-LINHA                                 00045000
                VARYING WRK-IDX-PVD FROM 1 BY 1                         00045100
                UNTIL WRK-IDX-PVD GREATER WRK-QT-LINHAS.                00045200
                                                                        00045300
      *----------------------------------------------------------------*00045400
       2000-99-FIM.            EXIT.                                    00045500
      *----------------------------------------------------------------*00045600
      *----------------------------------------------------------------*00045700
       2100-ABATER-RESERVA                SECTION.                      00045800
      *----------------------------------------------------------------*00045900
                                                                        00046000
            MOVE WRK-TBV-REGISTRO(WRK-IDX-PVD) TO WRK-REG-PEDVD.        00046100
            IF WRK-PVD-QT-RESERVADA EQUAL ZEROS                         00046200
               OR WRK-PVD-SITUACAO EQUAL 'C'                            00046300
               OR WRK-PVD-SITUACAO EQUAL 'E'                            00046400
                GO TO 2100-99-FIM                                       00046500
            END-IF.                                                     00046600
                                                                        00046700
            PERFORM 2300-PROCURAR-SALDO.                                00046800
            IF WRK-SALDO-ACHADO EQUAL 'S'                               00046900
                SUBTRACT WRK-PVD-QT-RESERVADA                           00047000
                    FROM WRK-TBS-DISPONIVEL(WRK-IDX-SLD)                00047100
            END-IF.                                                     00047200
                                                                        00047300
      *----------------------------------------------------------------*00047400
       2100-99-FIM.            EXIT.                                    00047500
      *----------------------------------------------------------------*00047600
      *----------------------------------------------------------------*00047700
       2200-RESERVAR-LINHA                SECTION.                      00047800
      *----------------------------------------------------------------*00047900
                                                                        00048000
            MOVE WRK-TBV-REGISTRO(WRK-IDX-PVD) TO WRK-REG-PEDVD.        00048100
            IF WRK-PVD-SITUACAO NOT EQUAL WRK-SITUACAO-PASSO            00048200
                GO TO 2200-99-FIM                                       00048300
            END-IF.                                                     00048400
                                                                        00048500
            COMPUTE WRK-QTDE-FALTA = WRK-PVD-QT-PEDIDA                  00048600
                                   - WRK-PVD-QT-RESERVADA               00048700
                                   - WRK-PVD-QT-EXPEDIDA.               00048800
            IF WRK-QTDE-FALTA NOT GREATER ZEROS                         00048900
                MOVE 'A' TO WRK-PVD-SITUACAO                            00049000
                GO TO 2200-88-GRAVAR                                    00049100
            END-IF.                                                     00049200
                                                                        00049300
            MOVE ZEROS TO WRK-QTDE-RESERVAR.                            00049400
            PERFORM 2300-PROCURAR-SALDO.                                00049500
            IF WRK-SALDO-ACHADO EQUAL 'N'                               00049600
                ADD 1 TO WRK-ACU-SEM-SALDO                              00049700
            ELSE                                                        00049800
                IF WRK-TBS-DISPONIVEL(WRK-IDX-SLD) GREATER ZEROS        00049900
                    IF WRK-TBS-DISPONIVEL(WRK-IDX-SLD)                  00050000
                       LESS WRK-QTDE-FALTA                              00050100
                        MOVE WRK-TBS-DISPONIVEL(WRK-IDX-SLD)            00050200
                             TO WRK-QTDE-RESERVAR                       00050300
                    ELSE                                                00050400
                        MOVE WRK-QTDE-FALTA TO WRK-QTDE-RESERVAR        00050500
                    END-IF                                              00050600
                END-IF                                                  00050700
            END-IF.                                                     00050800
                                                                        00050900
            IF WRK-QTDE-RESERVAR GREATER ZEROS                          00051000
                SUBTRACT WRK-QTDE-RESERVAR                              00051100
                    FROM WRK-TBS-DISPONIVEL(WRK-IDX-SLD)                00051200
                ADD WRK-QTDE-RESERVAR TO WRK-PVD-QT-RESERVADA           00051300
                SUBTRACT WRK-QTDE-RESERVAR FROM WRK-QTDE-FALTA          00051400
                ADD WRK-QTDE-RESERVAR TO WRK-ACU-QTDE-RESERVADA         00051500
            END-IF.                                                     00051600
                                                                        00051700
            IF WRK-QTDE-FALTA EQUAL ZEROS                               00051800
                MOVE 'A' TO WRK-PVD-SITUACAO                            00051900
                ADD 1    TO WRK-ACU-RESERVADAS                          00052000
            ELSE                                                        00052100
                MOVE 'B' TO WRK-PVD-SITUACAO                            00052200
                ADD 1    TO WRK-ACU-PENDENTES                           00052300
            END-IF.                                                     00052400
                                                                        00052500
            MOVE WRK-PVD-NUMERO        TO WRK-LRS-NUMERO.               00052600
            MOVE WRK-PVD-LINHA         TO WRK-LRS-LINHA.                00052700
            MOVE WRK-PVD-CLIENTE       TO WRK-LRS-CLIENTE.              00052800
            MOVE WRK-PVD-COD           TO WRK-LRS-COD.                  00052900
            MOVE WRK-PVD-ARMAZEM       TO WRK-LRS-ARMAZEM.              00053000
            MOVE WRK-PVD-QT-PEDIDA     TO WRK-LRS-PEDIDA.               00053100
            MOVE WRK-QTDE-RESERVAR     TO WRK-LRS-RESERVADA.            00053200
            MOVE WRK-QTDE-FALTA        TO WRK-LRS-PENDENTE.             00053300
            MOVE WRK-PVD-SITUACAO      TO WRK-LRS-SITUACAO.             00053400
            WRITE FD-RELALOC FROM WRK-LINHA-RESERVA.                    00053500
                                                                        00053600
       2200-88-GRAVAR.                                                  00053700
            MOVE WRK-REG-PEDVD TO WRK-TBV-REGISTRO(WRK-IDX-PVD).        00053800
                                                                        00053900
      *----------------------------------------------------------------*00054000
       2200-99-FIM.            EXIT.                                    00054100
      *----------------------------------------------------------------*00054200
      *----------------------------------------------------------------*00054300
       2300-PROCURAR-SALDO                SECTION.                      00054400
      *----------------------------------------------------------------*00054500
                                                                        00054600
            MOVE 'N' TO WRK-SALDO-ACHADO.                               00054700
            MOVE 1   TO WRK-IDX-SLD.                                    00054800
            PERFORM 2310-COMPARAR-SALDO                                 00054900
                UNTIL WRK-IDX-SLD GREATER WRK-QT-SALDOS                 00055000
                   OR WRK-SALDO-ACHADO EQUAL 'S'.                       00055100
                                                                        00055200
      *----------------------------------------------------------------*00055300
       2300-99-FIM.            EXIT.                                    00055400
      *----------------------------------------------------------------*00055500
      *----------------------------------------------------------------*00055600
       2310-COMPARAR-SALDO                SECTION.                      00055700
      *----------------------------------------------------------------*00055800
                                                                        00055900
            IF WRK-TBS-COD(WRK-IDX-SLD) EQUAL WRK-PVD-COD               00056000
               AND WRK-TBS-ARMAZEM(WRK-IDX-SLD) EQUAL WRK-PVD-ARMAZEM   00056100
                MOVE 'S' TO WRK-SALDO-ACHADO                            00056200
            ELSE                                                        00056300
                ADD 1 TO WRK-IDX-SLD                                    00056400
            END-IF.                                                     00056500
                                                                        00056600
      *----------------------------------------------------------------*00056700
       2310-99-FIM.            EXIT.                                    00056800
      *----------------------------------------------------------------*00056900
      *----------------------------------------------------------------*00057000
       3000-FINALIZAR                     SECTION.                      00057100
      *----------------------------------------------------------------*00057200
                                                                        00057300
            PERFORM 3200-GRAVAR-PEDIDO                                  00057400
                VARYING WRK-IDX-PVD FROM 1 BY 1                         00057500
                UNTIL WRK-IDX-PVD GREATER WRK-QT-LINHAS.                00057600
                                                                        00057700
            WRITE FD-RELALOC FROM WRK-LINHA-TRACO.                      00057800
            MOVE 'LINHAS RESERVADAS INTEIRAS'  TO WRK-LTT-ROTULO.       00057900
            MOVE WRK-ACU-RESERVADAS            TO WRK-LTT-VALOR.        00058000
            WRITE FD-RELALOC FROM WRK-LINHA-TOTAL.                      00058100
            MOVE 'LINHAS PENDENTES (BACKORDER)' TO WRK-LTT-ROTULO.      00058200
            MOVE WRK-ACU-PENDENTES             TO WRK-LTT-VALOR.        00058300
            WRITE FD-RELALOC FROM WRK-LINHA-TOTAL.                      00058400
            MOVE 'QUANTIDADE RESERVADA'        TO WRK-LTT-ROTULO.       00058500
            MOVE WRK-ACU-QTDE-RESERVADA        TO WRK-LTT-VALOR.        00058600
            WRITE FD-RELALOC FROM WRK-LINHA-TOTAL.                      00058700
                                                                        00058800
            CLOSE PVDSAI                                                00058900
                  RELALOC.                                              00059000
                                                                        00059100
            DISPLAY '------------------------------------------------'. 00059200
            DISPLAY '  LINHAS NO MESTRE.....: ' WRK-QT-LINHAS.          00059300
            DISPLAY '  RESERVADAS INTEIRAS..: ' WRK-ACU-RESERVADAS.     00059400
            DISPLAY '  PENDENTES............: ' WRK-ACU-PENDENTES.      00059500
            DISPLAY '  SEM SALDO NO LOCAL...: ' WRK-ACU-SEM-SALDO.      00059600
            DISPLAY '  QUANTIDADE RESERVADA.: ' WRK-ACU-QTDE-RESERVADA. 00059700
            DISPLAY '------------------------------------------------'. 00059800
                                                                        00059900
            PERFORM 3100-GRAVAR-RUNCTL.                                 00060000
                                                                        00060100
            STOP RUN.                                                   00060200
                                                                        00060300
      *----------------------------------------------------------------*00060400
       3000-99-FIM.            EXIT.                                    00060500
      *----------------------------------------------------------------*00060600
      *----------------------------------------------------------------*00060700
       3100-GRAVAR-RUNCTL                 SECTION.                      00060800
      *----------------------------------------------------------------*00060900
                                                                        00061000
            OPEN EXTEND RUNCTL.                                         00061100
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00061200
                MOVE ' ERRO ABERTURA RUNCTL ' TO WRK-MSG                00061300
                PERFORM 9000-TRATAR-ERROS                               00061400
            END-IF.                                                     00061500
                                                                        00061600
            MOVE SPACES                TO WRK-RUNCTL.                   00061700
            MOVE '2'                   TO WRK-RUNCTL-TIPO.              00061800
            MOVE 'FR06C135'            TO WRK-RUNCTL-PROGRAMA.          00061900
            MOVE WRK-QT-LINHAS         TO WRK-RUNCTL-LIDOS.             00062000
            MOVE WRK-QT-LINHAS         TO WRK-RUNCTL-GRAVADOS.          00062100
            MOVE WRK-ACU-PENDENTES     TO WRK-RUNCTL-EXCECAO.           00062200
            MOVE RETURN-CODE           TO WRK-RUNCTL-RETCODE.           00062300
            ACCEPT WRK-HORA-ACCEPT FROM TIME.                           00062400
            MOVE WRK-HORA-ACC-HHMMSS   TO WRK-HORA-PASSO-FIM.           00062500
            MOVE WRK-HORA-PASSO-INI    TO WRK-RUNCTL-HORA-INI.          00062600
            MOVE WRK-HORA-PASSO-FIM    TO WRK-RUNCTL-HORA-FIM.          00062700
            WRITE FD-RUNCTL FROM WRK-RUNCTL.                            00062800
            CLOSE RUNCTL.                                               00062900
                                                                        00063000
      *----------------------------------------------------------------*00063100
       3100-99-FIM.            EXIT.                                    00063200
      *----------------------------------------------------------------*00063300
      *----------------------------------------------------------------*00063400
       3200-GRAVAR-PEDIDO                 SECTION.                      00063500
      *----------------------------------------------------------------*00063600
                                                                        00063700
            WRITE FD-PVDSAI FROM WRK-TBV-REGISTRO(WRK-IDX-PVD).         00063800
                                                                        00063900
      *----------------------------------------------------------------*00064000
       3200-99-FIM.            EXIT.                                    00064100
      *----------------------------------------------------------------*00064200
                                                                        00064300
      *----------------------------------------------------------------*00064400
       9000-TRATAR-ERROS                  SECTION.                      00064500
      *----------------------------------------------------------------*00064600
                                                                        00064700
             MOVE 'FR06C135'       TO WRK-ERR-PROGRAMA.                 00064800
             MOVE '9000'           TO WRK-ERR-SECTION.                  00064900
             MOVE WRK-MSG          TO WRK-ERR-MSG.                      00065000
             MOVE SPACES           TO WRK-ERR-STATUS.                   00065100
             MOVE WRK-FS-PVDENT    TO WRK-ERR-STATUS(1:2).              00065200
             MOVE WRK-FS-ESTLOC    TO WRK-ERR-STATUS(3:2).              00065300
             MOVE WRK-FS-ARQPROD   TO WRK-ERR-STATUS(5:2).              00065400
             MOVE WRK-FS-PVDSAI    TO WRK-ERR-STATUS(7:2).              00065500
             MOVE WRK-FS-RUNCTL    TO WRK-ERR-STATUS(9:2).              00065600
             MOVE 'F'              TO WRK-ERR-SEVERIDADE.               00065700
                                                                        00065800
             CALL 'TRTERRO'        USING WRK-TRTERRO.                   00065900
                                                                        00066000
      *----------------------------------------------------------------*00066100
       9000-99-FIM.            EXIT.                                    00066200
      *----------------------------------------------------------------*00066300
