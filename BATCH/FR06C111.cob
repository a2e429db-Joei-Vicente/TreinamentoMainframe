      *================================================================*00000100
       IDENTIFICATION                            DIVISION.              00000200
      *================================================================*00000300
                                                                        00000400
       PROGRAM-ID.  FR06C111.                                           00000500
                                                                        00000600
      *================================================================*00000700
      *     AUTOR.......: JOEI LORENTI                                  00000800
      *     ANALISTA....: IVAN SANCHES                                  00000900
      *     EMPRESA.....: FOURSYS                                       00001000
      *     DATA........: 15/10/2026                                    00001100
      *----------------------------------------------------------------*00001200
      *                                                                 00001300
      *     OBJETIVO: SALDO MEDIO MENSAL POR CONTA, RODADO NO           00001400
      *               FECHAMENTO DO MES (DEPOIS DO FR06EX03 E DO        00001500
      *               FR06CB60 DA ULTIMA NOITE). PARA CADA CONTA DO     00001600
      *               CLI2505 ATUAL RECONSTROI O SALDO DE FECHAMENTO    00001700
      *               DE CADA DIA DO MES A PARTIR DO SALDO ATUAL,       00001800
      *               DESFAZENDO OS MOVIMENTOS DO ARQUIVO MORTO         00001900
      *               (HISTMOV, LAYOUT B#HISTM) POSTERIORES AO MES E    00002000
      *               REAPLICANDO DIA A DIA OS DO MES. O CREDITO DA     00002100
      *               TRANSFERENCIA ('T') SO EXISTE NO HISTMOV NA       00002200
      *               CHAVE DA ORIGEM, ENTAO UMA PRE-PASSAGEM MONTA A   00002300
      *               TABELA DE TRANSFERENCIAS RECEBIDAS POR            00002400
      *               CONTRAPARTIDA. ESTORNO ('E') ENTRA PELO EFEITO    00002500
      *               CONTRARIO AO DO ORIGINAL (MESMA REGRA DO          00002600
      *               FR06CB62). GRAVA O SALDOMED (LAYOUT B#SALDM) COM  00002700
      *               SALDO MEDIO, MINIMO, MAXIMO E FINAL DO MES E OS   00002800
      *               DIAS COM SALDO NEGATIVO, E IMPRIME O RELSMED COM  00002900
      *               UMA LINHA POR CONTA, SUBTOTAL POR AGENCIA E O     00003000
      *               ROLL-UP POR REGIAO DO CADASTRO DE AGENCIAS        00003100
      *               (AGEMST, LAYOUT B#AGEMST; SEM O ARQUIVO OS NOMES  00003200
      *               SAEM EM BRANCO E O ROLL-UP E PULADO). CONTAS QUE  00003300
      *               TEM HISTORICO NO PERIODO MAS JA SAIRAM DO         00003400
      *               CLI2505 (ENCERRADAS) NAO TEM SALDO DE PARTIDA E   00003500
      *               SO SAO CONTADAS. CONTADORES ANEXADOS AO RUNCTL.   00003600
      *                                                                 00003700
      *----------------------------------------------------------------*00003800
      *     INPUT:                                                      00003900
      *     DDNAME           I/O                                        00004000
      *     CLI2505           I   (CADASTRO ATUAL - LRECL 56)           00004100
      *     HISTMOV           I   (HISTORICO - LRECL 80)                00004200
      *     AGEMST            I   (AGENCIAS - LRECL 80, OPCIONAL)       00004300
      *     RUNCTL           I/O  (DATA DA RODADA + CONTADORES)         00004400
      *     SALDOMED          O   (SALDO MEDIO POR CONTA - LRECL 80)    00004500
      *     RELSMED           O   (RELATORIO - LRECL 80)                00004600
      *                                                                 00004700
      *     SYSIN  - COL 01-06 MES PEDIDO (AAAAMM). EM BRANCO = O MES   00004800
      *              DA RODADA SE A DATA DO RUNCTL FOR O ULTIMO DIA     00004900
      *              DO MES, SENAO O MES ANTERIOR. MES AINDA NAO        00005000
      *              ENCERRADO NA DATA DA RODADA E RECUSADO.            00005100
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
             SELECT CLI2505            ASSIGN TO CLI2505                00007400
                FILE STATUS            IS WRK-FS-CLI2505.               00007500
             SELECT HISTMOV            ASSIGN TO HISTMOV                00007600
                FILE STATUS            IS WRK-FS-HISTMOV.               00007700
             SELECT AGEMST             ASSIGN TO AGEMST                 00007800
                FILE STATUS            IS WRK-FS-AGEMST.                00007900
             SELECT RUNCTL             ASSIGN TO RUNCTL                 00008000
                FILE STATUS            IS WRK-FS-RUNCTL.                00008100
             SELECT SALDOMED           ASSIGN TO SALDOMED               00008200
                FILE STATUS            IS WRK-FS-SALDOMED.              00008300
             SELECT RELSMED            ASSIGN TO RELSMED                00008400
                FILE STATUS            IS WRK-FS-RELSMED.               00008500
                                                                        00008600
      *================================================================*00008700
       DATA                                      DIVISION.              00008800
      *================================================================*00008900
                                                                        00009000
      *----------------------------------------------------------------*00009100
       FILE                                      SECTION.               00009200
      *----------------------------------------------------------------*00009300
                                                                        00009400
       FD CLI2505                                                       00009500
           RECORDING MODE IS F                                          00009600
           BLOCK CONTAINS 0 RECORDS.                                    00009700
       COPY 'B#CLI25'.                                                  00009800
                                                                        00009900
       FD HISTMOV                                                       00010000
           RECORDING MODE IS F                                          00010100
           BLOCK CONTAINS 0 RECORDS.                                    00010200
       01 FD-HISTMOV                   PIC X(80).                       00010300
                                                                        00010400
       FD AGEMST                                                        00010500
           RECORDING MODE IS F                                          00010600
           BLOCK CONTAINS 0 RECORDS.                                    00010700
       01 FD-AGEMST                    PIC X(80).                       00010800
                                                                        00010900
       FD RUNCTL                                                        00011000
           RECORDING MODE IS F                                          00011100
           BLOCK CONTAINS 0 RECORDS.                                    00011200
       01 FD-RUNCTL                    PIC X(80).                       00011300
                                                                        00011400
       FD SALDOMED                                                      00011500
           RECORDING MODE IS F                                          00011600
           BLOCK CONTAINS 0 RECORDS.                                    00011700
       01 FD-SALDOMED                  PIC X(80).                       00011800
                                                                        00011900
       FD RELSMED                                                       00012000
           RECORDING MODE IS F                                          00012100
           BLOCK CONTAINS 0 RECORDS.                                    00012200
       01 FD-RELSMED                   PIC X(80).                       00012300
                                                                        00012400
      *----------------------------------------------------------------*00012500
       WORKING-STORAGE                           SECTION.               00012600
      *----------------------------------------------------------------*00012700
                                                                        00012800
      *----------------------------------------------------------------*00012900
       01 FILLER                       PIC X(50)               VALUE    00013000
            '**** AREA DE CABECALHO/TRAILER E RUNCTL ****'.             00013100
      *----------------------------------------------------------------*00013200
                                                                        00013300
        COPY 'B#HDRTRL'.                                                00013400
        COPY 'B#RUNCTL'.                                                00013500
                                                                        00013600
       01 WRK-HORA-PASSO.                                               00013700
          05 WRK-HORA-PASSO-INI        PIC 9(06) VALUE ZEROS.           00013800
          05 WRK-HORA-PASSO-FIM        PIC 9(06) VALUE ZEROS.           00013900
       01 WRK-HORA-ACCEPT.                                              00014000
          05 WRK-HORA-ACC-HHMMSS       PIC 9(06).                       00014100
          05 WRK-HORA-ACC-CC           PIC 9(02).                       00014200
                                                                        00014300
       77 WRK-DATA-RODADA              PIC 9(08) VALUE ZEROS.           00014400
       77 WRK-DATA-CORTE               PIC 9(08) VALUE ZEROS.           00014500
                                                                        00014600
      *----------------------------------------------------------------*00014700
       01 FILLER                       PIC X(50)               VALUE    00014800
            '**** AREA DO CARTAO E DO MES APURADO ****'.                00014900
      *----------------------------------------------------------------*00015000
                                                                        00015100
       01 WRK-CARTAO.                                                   00015200
          05 WRK-CARTAO-MES            PIC X(06).                       00015300
          05 FILLER                    PIC X(74).                       00015400
                                                                        00015500
       01 WRK-MES-APURADO.                                              00015600
          05 WRK-MAP-ANO               PIC 9(04) VALUE ZEROS.           00015700
          05 WRK-MAP-MES               PIC 9(02) VALUE ZEROS.           00015800
       01 WRK-MES-APURADO-R REDEFINES WRK-MES-APURADO                   00015900
                                       PIC 9(06).                       00016000
       77 WRK-DATA-INICIO-MES          PIC 9(08) VALUE ZEROS.           00016100
       77 WRK-DIAS-NO-MES              PIC 9(02) VALUE ZEROS.           00016200
                                                                        00016300
       01 WRK-TAB-DIAS-MES-DADOS.                                       00016400
          05 FILLER                    PIC X(24) VALUE                  00016500
             '312831303130313130313031'.                                00016600
       01 WRK-TAB-DIAS-MES REDEFINES WRK-TAB-DIAS-MES-DADOS.            00016700
          05 WRK-DIAS-MES              PIC 9(02) OCCURS 12 TIMES.       00016800
                                                                        00016900
       77 WRK-CALC-ANO                 PIC 9(04) VALUE ZEROS.           00017000
       77 WRK-CALC-MES                 PIC 9(02) VALUE ZEROS.           00017100
       77 WRK-ULTIMO-DIA               PIC 9(02) VALUE ZEROS.           00017200
       77 WRK-QUOCIENTE                PIC 9(04) VALUE ZEROS.           00017300
       77 WRK-RESTO-4                  PIC 9(04) VALUE ZEROS.           00017400
       77 WRK-RESTO-100                PIC 9(04) VALUE ZEROS.           00017500
       77 WRK-RESTO-400                PIC 9(04) VALUE ZEROS.           00017600
                                                                        00017700
      *----------------------------------------------------------------*00017800
       01 FILLER                       PIC X(50)               VALUE    00017900
            '**** AREA DO HISTORICO E TRANSFERENCIAS ****'.             00018000
      *----------------------------------------------------------------*00018100
                                                                        00018200
        COPY 'B#HISTM'.                                                 00018300
                                                                        00018400
       01 WRK-TAB-TRANSF.                                               00018500
          05 WRK-TTR-ITEM              OCCURS 5000 TIMES.               00018600
             10 WRK-TTR-CONTRA         PIC X(08).                       00018700
             10 WRK-TTR-DATA           PIC 9(08).                       00018800
             10 WRK-TTR-VALOR          PIC 9(08)V99.                    00018900
       77 WRK-QT-TRANSF                PIC 9(04) VALUE ZEROS.           00019000
       77 WRK-IDX-TRF                  PIC 9(04) VALUE ZEROS.           00019100
                                                                        00019200
      *----------------------------------------------------------------*00019300
       01 FILLER                       PIC X(50)               VALUE    00019400
            '**** AREA DE APURACAO DA CONTA ****'.                      00019500
      *----------------------------------------------------------------*00019600
                                                                        00019700
        COPY 'B#SALDM'.                                                 00019800
                                                                        00019900
       01 WRK-TAB-LIQUIDO-DIA.                                          00020000
          05 WRK-LIQ-DIA               PIC S9(11)V99 OCCURS 31 TIMES.   00020100
       77 WRK-IDX-DIA                  PIC 9(02) VALUE ZEROS.           00020200
       77 WRK-LIQ-MES                  PIC S9(11)V99 VALUE ZEROS.       00020300
       77 WRK-LIQ-POSTERIOR            PIC S9(11)V99 VALUE ZEROS.       00020400
       77 WRK-SALDO-DIA                PIC S9(11)V99 VALUE ZEROS.       00020500
       77 WRK-SALDO-FIM-MES            PIC S9(11)V99 VALUE ZEROS.       00020600
       77 WRK-SALDO-MINIMO             PIC S9(11)V99 VALUE ZEROS.       00020700
       77 WRK-SALDO-MAXIMO             PIC S9(11)V99 VALUE ZEROS.       00020800
       77 WRK-SOMA-SALDOS              PIC S9(13)V99 VALUE ZEROS.       00020900
       77 WRK-SALDO-MEDIO              PIC S9(11)V99 VALUE ZEROS.       00021000
       77 WRK-DIAS-NEGATIVO            PIC 9(02) VALUE ZEROS.           00021100
       77 WRK-QT-MOV-CONTA             PIC 9(05) VALUE ZEROS.           00021200
       77 WRK-DATA-EFEITO              PIC 9(08) VALUE ZEROS.           00021300
       77 WRK-EFEITO                   PIC S9(09)V99 VALUE ZEROS.       00021400
                                                                        00021500
      *----------------------------------------------------------------*00021600
       01 FILLER                       PIC X(50)               VALUE    00021700
            '**** AREA DO CADASTRO DE AGENCIAS (B#AGEMST) ****'.        00021800
      *----------------------------------------------------------------*00021900
                                                                        00022000
        COPY 'B#AGEMST'.                                                00022100
                                                                        00022200
       77 WRK-TEM-AGEMST               PIC X(01) VALUE 'N'.             00022300
       77 WRK-QT-CADAGE                PIC 9(03) VALUE ZEROS.           00022400
       77 WRK-IDX-CAD                  PIC 9(03) VALUE ZEROS.           00022500
       77 WRK-ACHOU-CAD                PIC X(01) VALUE 'N'.             00022600
       77 WRK-NOME-ACHADO              PIC X(30) VALUE SPACES.          00022700
       77 WRK-REGIAO-ACHADA            PIC X(15) VALUE SPACES.          00022800
       01 WRK-TAB-CADAGE.                                               00022900
          05 WRK-TAB-CAD-ITEM          OCCURS 200 TIMES.                00023000
             10 WRK-CAD-CODIGO         PIC X(04).                       00023100
             10 WRK-CAD-NOME           PIC X(30).                       00023200
             10 WRK-CAD-REGIAO         PIC X(15).                       00023300
                                                                        00023400
       01 WRK-TAB-REGIOES.                                              00023500
          05 WRK-TAB-REG-ITEM          OCCURS 50 TIMES.                 00023600
             10 WRK-REG-NOME           PIC X(15).                       00023700
             10 WRK-REG-CONTAS         PIC 9(07).                       00023800
             10 WRK-REG-SOMA-MEDIO     PIC S9(13)V99.                   00023900
             10 WRK-REG-NEGATIVAS      PIC 9(07).                       00024000
       77 WRK-QT-REGIOES               PIC 9(02) VALUE ZEROS.           00024100
       77 WRK-IDX-REG                  PIC 9(02) VALUE ZEROS.           00024200
       77 WRK-REG-ACHADA               PIC 9(02) VALUE ZEROS.           00024300
                                                                        00024400
      *----------------------------------------------------------------*00024500
       01 FILLER                       PIC X(50)               VALUE    00024600
            '**** AREA DE VARIAVEIS E CONTADORES ****'.                 00024700
      *----------------------------------------------------------------*00024800
                                                                        00024900
       77 WRK-FS-CLI2505               PIC X(02) VALUE SPACES.          00025000
       77 WRK-FS-HISTMOV               PIC X(02) VALUE SPACES.          00025100
       77 WRK-FS-AGEMST                PIC X(02) VALUE SPACES.          00025200
       77 WRK-FS-RUNCTL                PIC X(02) VALUE SPACES.          00025300
       77 WRK-FS-SALDOMED              PIC X(02) VALUE SPACES.          00025400
       77 WRK-FS-RELSMED               PIC X(02) VALUE SPACES.          00025500
       77 WRK-AGENCIA-ANTERIOR         PIC X(04) VALUE SPACES.          00025600
       77 WRK-AGE-CONTAS               PIC 9(07) VALUE ZEROS.           00025700
       77 WRK-AGE-SOMA-MEDIO           PIC S9(13)V99 VALUE ZEROS.       00025800
       77 WRK-AGE-NEGATIVAS            PIC 9(07) VALUE ZEROS.           00025900
       77 WRK-ACU-CONTAS               PIC 9(07) VALUE ZEROS.           00026000
       77 WRK-ACU-SOMA-MEDIO           PIC S9(13)V99 VALUE ZEROS.       00026100
       77 WRK-ACU-NEGATIVAS            PIC 9(07) VALUE ZEROS.           00026200
       77 WRK-ACU-HIST-LIDOS           PIC 9(07) VALUE ZEROS.           00026300
       77 WRK-ACU-FORA-CADASTRO        PIC 9(07) VALUE ZEROS.           00026400
       77 WRK-ACU-GRAVADOS             PIC 9(07) VALUE ZEROS.           00026500
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00026600
                                                                        00026700
      *----------------------------------------------------------------*00026800
       01 FILLER                       PIC X(50)               VALUE    00026900
            '**** AREA DE LINHAS DO RELATORIO ****'.                    00027000
      *----------------------------------------------------------------*00027100
                                                                        00027200
       01 WRK-LINHA-TRACO.                                              00027300
          05 FILLER                    PIC X(80) VALUE ALL '-'.         00027400
                                                                        00027500
       01 WRK-CABEC-REL.                                                00027600
          05 FILLER                    PIC X(35) VALUE                  00027700
             'SALDO MEDIO DIARIO POR CONTA - MES '.                     00027800
          05 WRK-CAB-MES               PIC 9(06).                       00027900
          05 FILLER                    PIC X(02) VALUE ' ('.            00028000
          05 WRK-CAB-DIAS              PIC 9(02).                       00028100
          05 FILLER                    PIC X(06) VALUE ' DIAS)'.        00028200
          05 FILLER                    PIC X(29) VALUE SPACES.          00028300
                                                                        00028400
       01 WRK-CABEC-COLUNAS.                                            00028500
          05 FILLER                    PIC X(05) VALUE 'AGEN'.          00028600
          05 FILLER                    PIC X(05) VALUE 'CTA'.           00028700
          05 FILLER                    PIC X(16) VALUE 'NOME'.          00028800
          05 FILLER                    PIC X(14) VALUE                  00028900
             '  SALDO MEDIO '.                                          00029000
          05 FILLER                    PIC X(14) VALUE                  00029100
             ' SALDO MINIMO '.                                          00029200
          05 FILLER                    PIC X(14) VALUE                  00029300
             ' SALDO MAXIMO '.                                          00029400
          05 FILLER                    PIC X(02) VALUE 'NG'.            00029500
          05 FILLER                    PIC X(10) VALUE SPACES.          00029600
                                                                        00029700
       01 WRK-LINHA-CONTA.                                              00029800
          05 WRK-LCT-AGENCIA           PIC X(04).                       00029900
          05 FILLER                    PIC X(01) VALUE SPACES.          00030000
          05 WRK-LCT-CONTA             PIC X(04).                       00030100
          05 FILLER                    PIC X(01) VALUE SPACES.          00030200
          05 WRK-LCT-NOME              PIC X(15).                       00030300
          05 FILLER                    PIC X(01) VALUE SPACES.          00030400
          05 WRK-LCT-MEDIO             PIC -(9)9,99.                    00030500
          05 FILLER                    PIC X(01) VALUE SPACES.          00030600
          05 WRK-LCT-MINIMO            PIC -(9)9,99.                    00030700
          05 FILLER                    PIC X(01) VALUE SPACES.          00030800
          05 WRK-LCT-MAXIMO            PIC -(9)9,99.                    00030900
          05 FILLER                    PIC X(01) VALUE SPACES.          00031000
          05 WRK-LCT-NEGATIVO          PIC Z9.                          00031100
          05 FILLER                    PIC X(10) VALUE SPACES.          00031200
                                                                        00031300
       01 WRK-LINHA-SUBTOTAL.                                           00031400
          05 WRK-LST-ROTULO            PIC X(08).                       00031500
          05 WRK-LST-IDENT             PIC X(20).                       00031600
          05 FILLER                    PIC X(08) VALUE ' CONTAS:'.      00031700
          05 WRK-LST-CONTAS            PIC ZZZZ9.                       00031800
          05 FILLER                    PIC X(08) VALUE ' MEDIOS:'.      00031900
          05 WRK-LST-SOMA-MEDIO        PIC -(10)9,99.                   00032000
          05 FILLER                    PIC X(05) VALUE ' NEG:'.         00032100
          05 WRK-LST-NEGATIVAS         PIC ZZZZ9.                       00032200
          05 FILLER                    PIC X(07) VALUE SPACES.          00032300
                                                                        00032400
      *----------------------------------------------------------------*00032500
       01 FILLER                       PIC X(50)               VALUE    00032600
            '**** AREA DO MODULO TRTERRO ****'.                         00032700
      *----------------------------------------------------------------*00032800
                                                                        00032900
        COPY '#TRTERRO'.                                                00033000
                                                                        00033100
      *================================================================*00033200
       PROCEDURE DIVISION.                                              00033300
      *================================================================*00033400
      *----------------------------------------------------------------*00033500
       0000-PRINCIPAL                     SECTION.                      00033600
      *----------------------------------------------------------------*00033700
                                                                        00033800
           ACCEPT WRK-HORA-ACCEPT FROM TIME.                            00033900
           MOVE WRK-HORA-ACC-HHMMSS TO WRK-HORA-PASSO-INI.              00034000
                                                                        00034100
           PERFORM 1000-INICIAR.                                        00034200
                                                                        00034300
           PERFORM 2000-PROCESSAR UNTIL WRK-FS-CLI2505 EQUAL '10'.      00034400
                                                                        00034500
           PERFORM 3000-FINALIZAR.                                      00034600
                                                                        00034700
      *----------------------------------------------------------------*00034800
       0000-99-FIM.            EXIT.                                    00034900
      *----------------------------------------------------------------*00035000
                                                                        00035100
      *----------------------------------------------------------------*00035200
       1000-INICIAR                       SECTION.                      00035300
      *----------------------------------------------------------------*00035400
                                                                        00035500
            ACCEPT WRK-CARTAO FROM SYSIN.                               00035600
                                                                        00035700
            OPEN INPUT  CLI2505                                         00035800
                 OUTPUT SALDOMED                                        00035900
                        RELSMED.                                        00036000
            PERFORM 1100-TESTAR-FILE-STATUS.                            00036100
                                                                        00036200
            PERFORM 1600-LER-DATA-RODADA.                               00036300
                                                                        00036400
            PERFORM 1400-DEFINIR-MES.                                   00036500
                                                                        00036600
            PERFORM 1700-CARREGAR-AGEMST.                               00036700
                                                                        00036800
            PERFORM 1800-CARREGAR-TRANSFERENCIAS.                       00036900
                                                                        00037000
            OPEN INPUT HISTMOV.                                         00037100
            IF WRK-FS-HISTMOV NOT EQUAL ZEROS                           00037200
                MOVE ' ERRO ABERTURA HISTMOV ' TO WRK-MSG               00037300
                PERFORM 9000-TRATAR-ERROS                               00037400
            END-IF.                                                     00037500
            PERFORM 2900-LER-HISTMOV.                                   00037600
                                                                        00037700
            PERFORM 1200-VALIDAR-CABECALHO.                             00037800
                                                                        00037900
            MOVE WRK-MES-APURADO-R TO WRK-CAB-MES.                      00038000
            MOVE WRK-DIAS-NO-MES   TO WRK-CAB-DIAS.                     00038100
            WRITE FD-RELSMED FROM WRK-CABEC-REL.                        00038200
            WRITE FD-RELSMED FROM WRK-LINHA-TRACO.                      00038300
            WRITE FD-RELSMED FROM WRK-CABEC-COLUNAS.                    00038400
            WRITE FD-RELSMED FROM WRK-LINHA-TRACO.                      00038500
                                                                        00038600
      *----------------------------------------------------------------*00038700
       1000-99-FIM.            EXIT.                                    00038800
      *----------------------------------------------------------------*00038900
      *----------------------------------------------------------------*00039000
       1100-TESTAR-FILE-STATUS            SECTION.                      00039100
      *----------------------------------------------------------------*00039200
                                                                        00039300
            IF WRK-FS-CLI2505 NOT EQUAL ZEROS                           00039400
                MOVE ' ERRO ABERTURA CLI2505 ' TO WRK-MSG               00039500
                PERFORM 9000-TRATAR-ERROS                               00039600
            END-IF.                                                     00039700
            IF WRK-FS-SALDOMED NOT EQUAL ZEROS                          00039800
                MOVE ' ERRO ABERTURA SALDOMED ' TO WRK-MSG              00039900
                PERFORM 9000-TRATAR-ERROS                               00040000
            END-IF.                                                     00040100
            IF WRK-FS-RELSMED NOT EQUAL ZEROS                           00040200
                MOVE ' ERRO ABERTURA RELSMED ' TO WRK-MSG               00040300
                PERFORM 9000-TRATAR-ERROS                               00040400
            END-IF.                                                     00040500
                                                                        00040600
      *----------------------------------------------------------------*00040700
       1100-99-FIM.            EXIT.                                    00040800
      *----------------------------------------------------------------*00040900
      *----------------------------------------------------------------*00041000
       1200-VALIDAR-CABECALHO             SECTION.                      00041100
      *----------------------------------------------------------------*00041200
                                                                        00041300
            READ CLI2505.                                               00041400
            IF WRK-FS-CLI2505 NOT EQUAL ZEROS                           00041500
               OR FD-CLI2505(1:3) NOT EQUAL 'HDR'                       00041600
                MOVE ' CLI2505 SEM CABECALHO ' TO WRK-MSG               00041700
                PERFORM 9000-TRATAR-ERROS                               00041800
            END-IF.                                                     00041900
            MOVE FD-CLI2505(1:21) TO WRK-REG-CABECALHO.                 00042000
            IF WRK-HDR-VERSAO NOT EQUAL '02'                            00042100
                MOVE ' CLI2505 EM LAYOUT SEM CENTAVOS ' TO WRK-MSG      00042200
                PERFORM 9000-TRATAR-ERROS                               00042300
            END-IF.                                                     00042400
                                                                        00042500
      *----------------------------------------------------------------*00042600
       1200-99-FIM.            EXIT.                                    00042700
      *----------------------------------------------------------------*00042800
      *----------------------------------------------------------------*00042900
       1400-DEFINIR-MES                   SECTION.                      00043000
      *----------------------------------------------------------------*00043100
      *    O MES SO PODE SER APURADO DEPOIS DO SEU ULTIMO DIA: O       *00043200
      *    CLI2505 E O HISTMOV PRECISAM JA TER O FECHAMENTO DE TODOS   *00043300
      *    OS DIAS DO MES.                                             *00043400
      *----------------------------------------------------------------*00043500
                                                                        00043600
            MOVE WRK-DATA-CORTE(1:4) TO WRK-CALC-ANO.                   00043700
            MOVE WRK-DATA-CORTE(5:2) TO WRK-CALC-MES.                   00043800
            PERFORM 1450-CALCULAR-DIAS-MES.                             00043900
                                                                        00044000
            IF WRK-CARTAO-MES EQUAL SPACES                              00044100
               OR WRK-CARTAO-MES EQUAL ZEROS                            00044200
                MOVE WRK-DATA-CORTE(1:6) TO WRK-MES-APURADO             00044300
                IF WRK-DATA-CORTE(7:2) LESS WRK-ULTIMO-DIA              00044400
                    IF WRK-MAP-MES EQUAL 1                              00044500
                        MOVE 12 TO WRK-MAP-MES                          00044600
                        SUBTRACT 1 FROM WRK-MAP-ANO                     00044700
                    ELSE                                                00044800
                        SUBTRACT 1 FROM WRK-MAP-MES                     00044900
                    END-IF                                              00045000
                END-IF                                                  00045100
            ELSE                                                        00045200
                IF WRK-CARTAO-MES NOT NUMERIC                           00045300
                    MOVE ' CARTAO DE MES INVALIDO ' TO WRK-MSG          00045400
                    PERFORM 9000-TRATAR-ERROS                           00045500
                END-IF                                                  00045600
                MOVE WRK-CARTAO-MES TO WRK-MES-APURADO                  00045700
                IF WRK-MAP-MES LESS 1 OR WRK-MAP-MES GREATER 12         00045800
                    MOVE ' CARTAO DE MES INVALIDO ' TO WRK-MSG          00045900
                    PERFORM 9000-TRATAR-ERROS                           00046000
                END-IF                                                  00046100
            END-IF.                                                     00046200
                                                                        00046300
            IF WRK-MES-APURADO GREATER WRK-DATA-CORTE(1:6)              00046400
                MOVE ' MES AINDA NAO ENCERRADO ' TO WRK-MSG             00046500
                PERFORM 9000-TRATAR-ERROS                               00046600
            END-IF.                                                     00046700
            IF WRK-MES-APURADO EQUAL WRK-DATA-CORTE(1:6)                00046800
               AND WRK-DATA-CORTE(7:2) LESS WRK-ULTIMO-DIA              00046900
                MOVE ' MES AINDA NAO ENCERRADO ' TO WRK-MSG             00047000
                PERFORM 9000-TRATAR-ERROS                               00047100
            END-IF.                                                     00047200
                                                                        00047300
            MOVE WRK-MAP-ANO TO WRK-CALC-ANO.                           00047400
            MOVE WRK-MAP-MES TO WRK-CALC-MES.                           00047500
            PERFORM 1450-CALCULAR-DIAS-MES.                             00047600
            MOVE WRK-ULTIMO-DIA TO WRK-DIAS-NO-MES.                     00047700
                                                                        00047800
            MOVE WRK-MES-APURADO TO WRK-DATA-INICIO-MES(1:6).           00047900
            MOVE '01'            TO WRK-DATA-INICIO-MES(7:2).           00048000
                                                                        00048100
            DISPLAY 'MES APURADO...........: ' WRK-MES-APURADO          00048200
                    ' (' WRK-DIAS-NO-MES ' DIAS)'.                      00048300
                                                                        00048400
      *----------------------------------------------------------------*00048500
       1400-99-FIM.            EXIT.                                    00048600
      *----------------------------------------------------------------*00048700
      *----------------------------------------------------------------*00048800
       1450-CALCULAR-DIAS-MES             SECTION.                      00048900
      *----------------------------------------------------------------*00049000
                                                                        00049100
            MOVE WRK-DIAS-MES(WRK-CALC-MES) TO WRK-ULTIMO-DIA.          00049200
                                                                        00049300
            IF WRK-CALC-MES NOT EQUAL 2                                 00049400
                GO TO 1450-99-FIM                                       00049500
            END-IF.                                                     00049600
                                                                        00049700
            DIVIDE WRK-CALC-ANO BY 4   GIVING WRK-QUOCIENTE             00049800
                                       REMAINDER WRK-RESTO-4.           00049900
            DIVIDE WRK-CALC-ANO BY 100 GIVING WRK-QUOCIENTE             00050000
                                       REMAINDER WRK-RESTO-100.         00050100
            DIVIDE WRK-CALC-ANO BY 400 GIVING WRK-QUOCIENTE             00050200
                                       REMAINDER WRK-RESTO-400.         00050300
                                                                        00050400
            IF WRK-RESTO-4 EQUAL ZEROS                                  00050500
               AND (WRK-RESTO-100 NOT EQUAL ZEROS                       00050600
                    OR WRK-RESTO-400 EQUAL ZEROS)                       00050700
                MOVE 29                TO WRK-ULTIMO-DIA                00050800
            END-IF.                                                     00050900
                                                                        00051000
      *----------------------------------------------------------------*00051100
       1450-99-FIM.            EXIT.                                    00051200
      *----------------------------------------------------------------*00051300
      *----------------------------------------------------------------*00051400
       1600-LER-DATA-RODADA               SECTION.                      00051500
      *----------------------------------------------------------------*00051600
                                                                        00051700
            OPEN INPUT RUNCTL.                                          00051800
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00051900
                MOVE ' RUNCTL AUSENTE - RODAR FR06CB01 ' TO WRK-MSG     00052000
                PERFORM 9000-TRATAR-ERROS                               00052100
            END-IF.                                                     00052200
                                                                        00052300
            READ RUNCTL INTO WRK-RUNCTL.                                00052400
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00052500
               OR WRK-RUNCTL-TIPO NOT EQUAL '1'                         00052600
                MOVE ' RUNCTL SEM REGISTRO DE ABERTURA ' TO WRK-MSG     00052700
                PERFORM 9000-TRATAR-ERROS                               00052800
            END-IF.                                                     00052900
                                                                        00053000
            MOVE WRK-RUNCTL-DATA TO WRK-DATA-RODADA.                    00053100
            CLOSE RUNCTL.                                               00053200
                                                                        00053300
            MOVE WRK-DATA-RODADA(5:4)  TO WRK-DATA-CORTE(1:4).          00053400
            MOVE WRK-DATA-RODADA(3:2)  TO WRK-DATA-CORTE(5:2).          00053500
            MOVE WRK-DATA-RODADA(1:2)  TO WRK-DATA-CORTE(7:2).          00053600
                                                                        00053700
      *----------------------------------------------------------------*00053800
       1600-99-FIM.            EXIT.                                    00053900
      *----------------------------------------------------------------*00054000
      *----------------------------------------------------------------*00054100
       1700-CARREGAR-AGEMST               SECTION.                      00054200
      *----------------------------------------------------------------*00054300
      *    SEM O CADASTRO DE AGENCIAS OS NOMES SAEM EM BRANCO E O      *00054400
      *    ROLL-UP POR REGIAO E PULADO.                                *00054500
      *----------------------------------------------------------------*00054600
                                                                        00054700
            OPEN INPUT AGEMST.                                          00054800
            IF WRK-FS-AGEMST EQUAL '35'                                 00054900
                DISPLAY 'AGEMST AUSENTE - RELATORIO SEM REGIOES'        00055000
                GO TO 1700-99-FIM                                       00055100
            END-IF.                                                     00055200
            IF WRK-FS-AGEMST NOT EQUAL ZEROS                            00055300
                MOVE ' ERRO ABERTURA AGEMST ' TO WRK-MSG                00055400
                PERFORM 9000-TRATAR-ERROS                               00055500
            END-IF.                                                     00055600
                                                                        00055700
            MOVE 'S' TO WRK-TEM-AGEMST.                                 00055800
            PERFORM 1710-LER-AGEMST                                     00055900
                UNTIL WRK-FS-AGEMST EQUAL '10'.                         00056000
            CLOSE AGEMST.                                               00056100
                                                                        00056200
            DISPLAY 'AGENCIAS NO CADASTRO..: ' WRK-QT-CADAGE.           00056300
                                                                        00056400
      *----------------------------------------------------------------*00056500
       1700-99-FIM.            EXIT.                                    00056600
      *----------------------------------------------------------------*00056700
      *----------------------------------------------------------------*00056800
       1710-LER-AGEMST                    SECTION.                      00056900
      *----------------------------------------------------------------*00057000
                                                                        00057100
            READ AGEMST INTO WRK-REG-AGEMST.                            00057200
            IF WRK-FS-AGEMST NOT EQUAL ZEROS                            00057300
                MOVE '10' TO WRK-FS-AGEMST                              00057400
                GO TO 1710-99-FIM                                       00057500
            END-IF.                                                     00057600
                                                                        00057700
            IF WRK-QT-CADAGE NOT LESS 200                               00057800
                MOVE ' TABELA DE AGENCIAS CHEIA ' TO WRK-MSG            00057900
                PERFORM 9000-TRATAR-ERROS                               00058000
            END-IF.                                                     00058100
            ADD 1 TO WRK-QT-CADAGE.                                     00058200
            MOVE WRK-AGE-CODIGO TO WRK-CAD-CODIGO(WRK-QT-CADAGE).       00058300
            MOVE WRK-AGE-NOME   TO WRK-CAD-NOME(WRK-QT-CADAGE).         00058400
            MOVE WRK-AGE-REGIAO TO WRK-CAD-REGIAO(WRK-QT-CADAGE).       00058500
                                                                        00058600
      *----------------------------------------------------------------*00058700
       1710-99-FIM.            EXIT.                                    00058800
      *----------------------------------------------------------------*00058900
      *----------------------------------------------------------------*00059000
       1800-CARREGAR-TRANSFERENCIAS       SECTION.                      00059100
      *----------------------------------------------------------------*00059200
      *    PRE-PASSAGEM NO HISTMOV: AS TRANSFERENCIAS A PARTIR DO      *00059300
      *    PRIMEIRO DIA DO MES SAO O CREDITO DAS CONTRAPARTIDAS, QUE   *00059400
      *    NAO TEM REGISTRO PROPRIO NO ARQUIVO MORTO.                  *00059500
      *----------------------------------------------------------------*00059600
                                                                        00059700
            OPEN INPUT HISTMOV.                                         00059800
            IF WRK-FS-HISTMOV NOT EQUAL ZEROS                           00059900
                MOVE ' ERRO ABERTURA HISTMOV ' TO WRK-MSG               00060000
                PERFORM 9000-TRATAR-ERROS                               00060100
            END-IF.                                                     00060200
                                                                        00060300
            PERFORM 1810-LER-TRANSFERENCIA                              00060400
                UNTIL WRK-FS-HISTMOV EQUAL '10'.                        00060500
            CLOSE HISTMOV.                                              00060600
                                                                        00060700
            DISPLAY 'TRANSFERENCIAS NO MES.: ' WRK-QT-TRANSF.           00060800
                                                                        00060900
      *----------------------------------------------------------------*00061000
       1800-99-FIM.            EXIT.                                    00061100
      *----------------------------------------------------------------*00061200
      *----------------------------------------------------------------*00061300
       1810-LER-TRANSFERENCIA             SECTION.                      00061400
      *----------------------------------------------------------------*00061500
                                                                        00061600
            READ HISTMOV INTO WRK-REG-HISTM.                            00061700
            IF WRK-FS-HISTMOV NOT EQUAL ZEROS                           00061800
                MOVE '10' TO WRK-FS-HISTMOV                             00061900
                GO TO 1810-99-FIM                                       00062000
            END-IF.                                                     00062100
                                                                        00062200
            IF WRK-HIS-TIPO NOT EQUAL 'T'                               00062300
               OR WRK-HIS-CONTRA EQUAL SPACES                           00062400
               OR WRK-HIS-DATA LESS WRK-DATA-INICIO-MES                 00062500
                GO TO 1810-99-FIM                                       00062600
            END-IF.                                                     00062700
                                                                        00062800
            IF WRK-QT-TRANSF NOT LESS 5000                              00062900
                MOVE ' TABELA DE TRANSFERENCIAS CHEIA ' TO WRK-MSG      00063000
                PERFORM 9000-TRATAR-ERROS                               00063100
            END-IF.                                                     00063200
            ADD 1 TO WRK-QT-TRANSF.                                     00063300
            MOVE WRK-HIS-CONTRA TO WRK-TTR-CONTRA(WRK-QT-TRANSF).       00063400
            MOVE WRK-HIS-DATA   TO WRK-TTR-DATA(WRK-QT-TRANSF).         00063500
            MOVE WRK-HIS-VALOR  TO WRK-TTR-VALOR(WRK-QT-TRANSF).        00063600
                                                                        00063700
      *----------------------------------------------------------------*00063800
       1810-99-FIM.            EXIT.                                    00063900
      *----------------------------------------------------------------*00064000
      *----------------------------------------------------------------*00064100
       2000-PROCESSAR                     SECTION.                      00064200
      *----------------------------------------------------------------*00064300
                                                                        00064400
            READ CLI2505.                                               00064500
            IF WRK-FS-CLI2505 NOT EQUAL ZEROS                           00064600
               OR FD-CLI2505(1:3) EQUAL 'TRL'                           00064700
                MOVE '10' TO WRK-FS-CLI2505                             00064800
                GO TO 2000-99-FIM                                       00064900
            END-IF.                                                     00065000
                                                                        00065100
            IF FD-CLI2505-AGENCIA NOT EQUAL WRK-AGENCIA-ANTERIOR        00065200
                IF WRK-AGENCIA-ANTERIOR NOT EQUAL SPACES                00065300
                    PERFORM 2700-FECHAR-AGENCIA                         00065400
                END-IF                                                  00065500
                MOVE FD-CLI2505-AGENCIA TO WRK-AGENCIA-ANTERIOR         00065600
            END-IF.                                                     00065700
                                                                        00065800
            PERFORM 2100-ZERAR-CONTA.                                   00065900
                                                                        00066000
            PERFORM 2200-TRATAR-HISTMOV                                 00066100
                UNTIL WRK-HIS-CHAVE GREATER FD-CLI2505-CHAVE.           00066200
                                                                        00066300
            PERFORM 2300-SOMAR-TRANSFERENCIA                            00066400
                VARYING WRK-IDX-TRF FROM 1 BY 1                         00066500
                UNTIL WRK-IDX-TRF GREATER WRK-QT-TRANSF.                00066600
                                                                        00066700
            PERFORM 2400-APURAR-SALDOS.                                 00066800
                                                                        00066900
            PERFORM 2500-GRAVAR-SALDOMED.                               00067000
                                                                        00067100
            PERFORM 2600-IMPRIMIR-CONTA.                                00067200
                                                                        00067300
      *----------------------------------------------------------------*00067400
       2000-99-FIM.            EXIT.                                    00067500
      *----------------------------------------------------------------*00067600
      *----------------------------------------------------------------*00067700
       2100-ZERAR-CONTA                   SECTION.                      00067800
      *----------------------------------------------------------------*00067900
                                                                        00068000
            MOVE ZEROS TO WRK-LIQ-MES                                   00068100
                          WRK-LIQ-POSTERIOR                             00068200
                          WRK-QT-MOV-CONTA                              00068300
                          WRK-SOMA-SALDOS                               00068400
                          WRK-DIAS-NEGATIVO.                            00068500
            PERFORM 2110-ZERAR-DIA                                      00068600
                VARYING WRK-IDX-DIA FROM 1 BY 1                         00068700
                UNTIL WRK-IDX-DIA GREATER 31.                           00068800
                                                                        00068900
      *----------------------------------------------------------------*00069000
       2100-99-FIM.            EXIT.                                    00069100
      *----------------------------------------------------------------*00069200
      *----------------------------------------------------------------*00069300
       2110-ZERAR-DIA                     SECTION.                      00069400
      *----------------------------------------------------------------*00069500
            MOVE ZEROS TO WRK-LIQ-DIA(WRK-IDX-DIA).                     00069600
      *----------------------------------------------------------------*00069700
       2110-99-FIM.            EXIT.                                    00069800
      *----------------------------------------------------------------*00069900
      *----------------------------------------------------------------*00070000
       2200-TRATAR-HISTMOV                SECTION.                      00070100
      *----------------------------------------------------------------*00070200
      *    HISTMOV E CLI2505 EM ORDEM DE CHAVE. HISTORICO DE CHAVE     *00070300
      *    MENOR QUE A DO CADASTRO E DE CONTA JA ENCERRADA.            *00070400
      *----------------------------------------------------------------*00070500
                                                                        00070600
            IF WRK-HIS-CHAVE LESS FD-CLI2505-CHAVE                      00070700
                IF WRK-HIS-DATA NOT LESS WRK-DATA-INICIO-MES            00070800
                    ADD 1 TO WRK-ACU-FORA-CADASTRO                      00070900
                END-IF                                                  00071000
                PERFORM 2900-LER-HISTMOV                                00071100
                GO TO 2200-99-FIM                                       00071200
            END-IF.                                                     00071300
                                                                        00071400
            MOVE WRK-HIS-DATA TO WRK-DATA-EFEITO.                       00071500
            EVALUATE WRK-HIS-TIPO                                       00071600
             WHEN 'C'                                                   00071700
               MOVE WRK-HIS-VALOR TO WRK-EFEITO                         00071800
             WHEN 'D'                                                   00071900
             WHEN 'T'                                                   00072000
               COMPUTE WRK-EFEITO = ZEROS - WRK-HIS-VALOR               00072100
             WHEN 'E'                                                   00072200
               IF WRK-HIE-TIPO-ORIG EQUAL 'C'                           00072300
                   COMPUTE WRK-EFEITO = ZEROS - WRK-HIS-VALOR           00072400
               ELSE                                                     00072500
                   MOVE WRK-HIS-VALOR TO WRK-EFEITO                     00072600
               END-IF                                                   00072700
             WHEN OTHER                                                 00072800
               MOVE ZEROS TO WRK-EFEITO                                 00072900
            END-EVALUATE.                                               00073000
            PERFORM 2250-ACUMULAR-EFEITO.                               00073100
                                                                        00073200
            PERFORM 2900-LER-HISTMOV.                                   00073300
                                                                        00073400
      *----------------------------------------------------------------*00073500
       2200-99-FIM.            EXIT.                                    00073600
      *----------------------------------------------------------------*00073700
      *----------------------------------------------------------------*00073800
       2250-ACUMULAR-EFEITO               SECTION.                      00073900
      *----------------------------------------------------------------*00074000
      *    MOVIMENTO DO MES VAI PARA O LIQUIDO DO DIA; POSTERIOR AO    *00074100
      *    MES E DESFEITO DO SALDO ATUAL PARA CHEGAR AO FIM DO MES.    *00074200
      *----------------------------------------------------------------*00074300
                                                                        00074400
            IF WRK-DATA-EFEITO LESS WRK-DATA-INICIO-MES                 00074500
                GO TO 2250-99-FIM                                       00074600
            END-IF.                                                     00074700
                                                                        00074800
            IF WRK-DATA-EFEITO(1:6) EQUAL WRK-MES-APURADO               00074900
                MOVE WRK-DATA-EFEITO(7:2) TO WRK-IDX-DIA                00075000
                ADD WRK-EFEITO TO WRK-LIQ-DIA(WRK-IDX-DIA)              00075100
                ADD WRK-EFEITO TO WRK-LIQ-MES                           00075200
                ADD 1          TO WRK-QT-MOV-CONTA                      00075300
            ELSE                                                        00075400
                ADD WRK-EFEITO TO WRK-LIQ-POSTERIOR                     00075500
            END-IF.                                                     00075600
                                                                        00075700
      *----------------------------------------------------------------*00075800
       2250-99-FIM.            EXIT.                                    00075900
      *----------------------------------------------------------------*00076000
      *----------------------------------------------------------------*00076100
       2300-SOMAR-TRANSFERENCIA           SECTION.                      00076200
      *----------------------------------------------------------------*00076300
                                                                        00076400
            IF WRK-TTR-CONTRA(WRK-IDX-TRF) EQUAL FD-CLI2505-CHAVE       00076500
                MOVE WRK-TTR-DATA(WRK-IDX-TRF)  TO WRK-DATA-EFEITO      00076600
                MOVE WRK-TTR-VALOR(WRK-IDX-TRF) TO WRK-EFEITO           00076700
                PERFORM 2250-ACUMULAR-EFEITO                            00076800
            END-IF.                                                     00076900
                                                                        00077000
      *----------------------------------------------------------------*00077100
       2300-99-FIM.            EXIT.                                    00077200
      *----------------------------------------------------------------*00077300
      *----------------------------------------------------------------*00077400
       2400-APURAR-SALDOS                 SECTION.                      00077500
      *----------------------------------------------------------------*00077600
      *    SALDO DO FIM DO MES = SALDO ATUAL - POSTERIORES; SALDO DE   *00077700
      *    ABERTURA = FIM DO MES - LIQUIDO DO MES. A PARTIR DAI CADA   *00077800
      *    DIA FECHA COM O ANTERIOR + O LIQUIDO DO DIA.                *00077900
      *----------------------------------------------------------------*00078000
                                                                        00078100
            COMPUTE WRK-SALDO-FIM-MES =                                 00078200
                FD-CLI2505-SALDO - WRK-LIQ-POSTERIOR.                   00078300
            COMPUTE WRK-SALDO-DIA =                                     00078400
                WRK-SALDO-FIM-MES - WRK-LIQ-MES.                        00078500
                                                                        00078600
            PERFORM 2410-FECHAR-DIA                                     00078700
                VARYING WRK-IDX-DIA FROM 1 BY 1                         00078800
                UNTIL WRK-IDX-DIA GREATER WRK-DIAS-NO-MES.              00078900
                                                                        00079000
            COMPUTE WRK-SALDO-MEDIO ROUNDED =                           00079100
                WRK-SOMA-SALDOS / WRK-DIAS-NO-MES.                      00079200
                                                                        00079300
      *----------------------------------------------------------------*00079400
       2400-99-FIM.            EXIT.                                    00079500
      *----------------------------------------------------------------*00079600
      *----------------------------------------------------------------*00079700
       2410-FECHAR-DIA                    SECTION.                      00079800
      *----------------------------------------------------------------*00079900
                                                                        00080000
            ADD WRK-LIQ-DIA(WRK-IDX-DIA) TO WRK-SALDO-DIA.              00080100
            ADD WRK-SALDO-DIA            TO WRK-SOMA-SALDOS.            00080200
                                                                        00080300
            IF WRK-IDX-DIA EQUAL 1                                      00080400
                MOVE WRK-SALDO-DIA TO WRK-SALDO-MINIMO                  00080500
                                      WRK-SALDO-MAXIMO                  00080600
            END-IF.                                                     00080700
            IF WRK-SALDO-DIA LESS WRK-SALDO-MINIMO                      00080800
                MOVE WRK-SALDO-DIA TO WRK-SALDO-MINIMO                  00080900
            END-IF.                                                     00081000
            IF WRK-SALDO-DIA GREATER WRK-SALDO-MAXIMO                   00081100
                MOVE WRK-SALDO-DIA TO WRK-SALDO-MAXIMO                  00081200
            END-IF.                                                     00081300
            IF WRK-SALDO-DIA LESS ZEROS                                 00081400
                ADD 1 TO WRK-DIAS-NEGATIVO                              00081500
            END-IF.                                                     00081600
                                                                        00081700
      *----------------------------------------------------------------*00081800
       2410-99-FIM.            EXIT.                                    00081900
      *----------------------------------------------------------------*00082000
      *----------------------------------------------------------------*00082100
       2500-GRAVAR-SALDOMED               SECTION.                      00082200
      *----------------------------------------------------------------*00082300
                                                                        00082400
            MOVE SPACES             TO WRK-REG-SALDOMED.                00082500
            MOVE FD-CLI2505-CHAVE   TO WRK-SDM-CHAVE.                   00082600
            MOVE WRK-MES-APURADO-R  TO WRK-SDM-MES.                     00082700
            MOVE WRK-DIAS-NO-MES    TO WRK-SDM-QT-DIAS.                 00082800
            MOVE WRK-SALDO-MEDIO    TO WRK-SDM-SALDO-MEDIO.             00082900
            MOVE WRK-SALDO-MINIMO   TO WRK-SDM-SALDO-MINIMO.            00083000
            MOVE WRK-SALDO-MAXIMO   TO WRK-SDM-SALDO-MAXIMO.            00083100
            MOVE WRK-SALDO-FIM-MES  TO WRK-SDM-SALDO-FINAL.             00083200
            MOVE WRK-DIAS-NEGATIVO  TO WRK-SDM-DIAS-NEGATIVO.           00083300
            MOVE WRK-QT-MOV-CONTA   TO WRK-SDM-QT-MOVIMENTOS.           00083400
                                                                        00083500
            WRITE FD-SALDOMED FROM WRK-REG-SALDOMED.                    00083600
            IF WRK-FS-SALDOMED NOT EQUAL ZEROS                          00083700
                MOVE ' ERRO GRAVACAO SALDOMED ' TO WRK-MSG              00083800
                PERFORM 9000-TRATAR-ERROS                               00083900
            END-IF.                                                     00084000
            ADD 1 TO WRK-ACU-GRAVADOS.                                  00084100
                                                                        00084200
      *----------------------------------------------------------------*00084300
       2500-99-FIM.            EXIT.                                    00084400
      *----------------------------------------------------------------*00084500
      *----------------------------------------------------------------*00084600
       2600-IMPRIMIR-CONTA                SECTION.                      00084700
      *----------------------------------------------------------------*00084800
                                                                        00084900
            MOVE FD-CLI2505-AGENCIA TO WRK-LCT-AGENCIA.                 00085000
            MOVE FD-CLI2505-CONTA   TO WRK-LCT-CONTA.                   00085100
            MOVE FD-CLI2505-NOME    TO WRK-LCT-NOME.                    00085200
            MOVE WRK-SALDO-MEDIO    TO WRK-LCT-MEDIO.                   00085300
            MOVE WRK-SALDO-MINIMO   TO WRK-LCT-MINIMO.                  00085400
            MOVE WRK-SALDO-MAXIMO   TO WRK-LCT-MAXIMO.                  00085500
            MOVE WRK-DIAS-NEGATIVO  TO WRK-LCT-NEGATIVO.                00085600
            WRITE FD-RELSMED FROM WRK-LINHA-CONTA.                      00085700
                                                                        00085800
            ADD 1               TO WRK-AGE-CONTAS.                      00085900
            ADD WRK-SALDO-MEDIO TO WRK-AGE-SOMA-MEDIO.                  00086000
            IF WRK-DIAS-NEGATIVO GREATER ZEROS                          00086100
                ADD 1 TO WRK-AGE-NEGATIVAS                              00086200
            END-IF.                                                     00086300
                                                                        00086400
      *----------------------------------------------------------------*00086500
       2600-99-FIM.            EXIT.                                    00086600
      *----------------------------------------------------------------*00086700
      *----------------------------------------------------------------*00086800
       2700-FECHAR-AGENCIA                SECTION.                      00086900
      *----------------------------------------------------------------*00087000
      *    SUBTOTAL DA AGENCIA (CONTAS, SOMA DOS SALDOS MEDIOS E       *00087100
      *    CONTAS COM ALGUM DIA NEGATIVO), ACUMULADO NA REGIAO.        *00087200
      *----------------------------------------------------------------*00087300
                                                                        00087400
            PERFORM 2710-PROCURAR-AGENCIA.                              00087500
                                                                        00087600
            MOVE 'AGENCIA '           TO WRK-LST-ROTULO.                00087700
            MOVE SPACES               TO WRK-LST-IDENT.                 00087800
            MOVE WRK-AGENCIA-ANTERIOR TO WRK-LST-IDENT(1:4).            00087900
            MOVE WRK-NOME-ACHADO      TO WRK-LST-IDENT(6:15).           00088000
            MOVE WRK-AGE-CONTAS       TO WRK-LST-CONTAS.                00088100
            MOVE WRK-AGE-SOMA-MEDIO   TO WRK-LST-SOMA-MEDIO.            00088200
            MOVE WRK-AGE-NEGATIVAS    TO WRK-LST-NEGATIVAS.             00088300
            WRITE FD-RELSMED FROM WRK-LINHA-SUBTOTAL.                   00088400
            WRITE FD-RELSMED FROM WRK-LINHA-TRACO.                      00088500
                                                                        00088600
            IF WRK-TEM-AGEMST EQUAL 'S'                                 00088700
                PERFORM 2750-ACUMULAR-REGIAO                            00088800
            END-IF.                                                     00088900
                                                                        00089000
            ADD WRK-AGE-CONTAS     TO WRK-ACU-CONTAS.                   00089100
            ADD WRK-AGE-SOMA-MEDIO TO WRK-ACU-SOMA-MEDIO.               00089200
            ADD WRK-AGE-NEGATIVAS  TO WRK-ACU-NEGATIVAS.                00089300
            MOVE ZEROS TO WRK-AGE-CONTAS                                00089400
                          WRK-AGE-SOMA-MEDIO                            00089500
                          WRK-AGE-NEGATIVAS.                            00089600
                                                                        00089700
      *----------------------------------------------------------------*00089800
       2700-99-FIM.            EXIT.                                    00089900
      *----------------------------------------------------------------*00090000
      *----------------------------------------------------------------*00090100
       2710-PROCURAR-AGENCIA              SECTION.                      00090200
      *----------------------------------------------------------------*00090300
                                                                        00090400
            MOVE 'N'          TO WRK-ACHOU-CAD.                         00090500
            MOVE SPACES       TO WRK-NOME-ACHADO.                       00090600
            MOVE 'SEM REGIAO' TO WRK-REGIAO-ACHADA.                     00090700
            PERFORM 2720-COMPARAR-AGENCIA                               00090800
                VARYING WRK-IDX-CAD FROM 1 BY 1                         00090900
                UNTIL WRK-IDX-CAD GREATER WRK-QT-CADAGE                 00091000
                   OR WRK-ACHOU-CAD EQUAL 'S'.                          00091100
                                                                        00091200
      *----------------------------------------------------------------*00091300
       2710-99-FIM.            EXIT.                                    00091400
      *----------------------------------------------------------------*00091500
      *----------------------------------------------------------------*00091600
       2720-COMPARAR-AGENCIA              SECTION.                      00091700
      *----------------------------------------------------------------*00091800
            IF WRK-CAD-CODIGO(WRK-IDX-CAD) EQUAL WRK-AGENCIA-ANTERIOR   00091900
                MOVE 'S'                         TO WRK-ACHOU-CAD       00092000
                MOVE WRK-CAD-NOME(WRK-IDX-CAD)   TO WRK-NOME-ACHADO     00092100
                MOVE WRK-CAD-REGIAO(WRK-IDX-CAD) TO WRK-REGIAO-ACHADA   00092200
            END-IF.                                                     00092300
      *----------------------------------------------------------------*00092400
       2720-99-FIM.            EXIT.                                    00092500
      *----------------------------------------------------------------*00092600
      *----------------------------------------------------------------*00092700
       2750-ACUMULAR-REGIAO               SECTION.                      00092800
      *----------------------------------------------------------------*00092900
                                                                        00093000
            MOVE ZEROS TO WRK-REG-ACHADA.                               00093100
            PERFORM 2760-COMPARAR-REGIAO                                00093200
                VARYING WRK-IDX-REG FROM 1 BY 1                         00093300
                UNTIL WRK-IDX-REG GREATER WRK-QT-REGIOES                00093400
                   OR WRK-REG-ACHADA GREATER ZEROS.                     00093500
                                                                        00093600
            IF WRK-REG-ACHADA EQUAL ZEROS                               00093700
                IF WRK-QT-REGIOES NOT LESS 50                           00093800
                    MOVE ' TABELA DE REGIOES CHEIA ' TO WRK-MSG         00093900
                    PERFORM 9000-TRATAR-ERROS                           00094000
                END-IF                                                  00094100
                ADD 1 TO WRK-QT-REGIOES                                 00094200
                MOVE WRK-QT-REGIOES    TO WRK-REG-ACHADA                00094300
                MOVE WRK-REGIAO-ACHADA TO WRK-REG-NOME(WRK-REG-ACHADA)  00094400
                MOVE ZEROS TO WRK-REG-CONTAS(WRK-REG-ACHADA)            00094500
                              WRK-REG-SOMA-MEDIO(WRK-REG-ACHADA)        00094600
                              WRK-REG-NEGATIVAS(WRK-REG-ACHADA)         00094700
            END-IF.                                                     00094800
                                                                        00094900
            ADD WRK-AGE-CONTAS                                          00095000
             TO WRK-REG-CONTAS(WRK-REG-ACHADA).                         00095100
            ADD WRK-AGE-SOMA-MEDIO                                      00095200
             TO WRK-REG-SOMA-MEDIO(WRK-REG-ACHADA).                     00095300
            ADD WRK-AGE-NEGATIVAS                                       00095400
             TO WRK-REG-NEGATIVAS(WRK-REG-ACHADA).                      00095500
                                                                        00095600
      *----------------------------------------------------------------*00095700
       2750-99-FIM.            EXIT.                                    00095800
      *----------------------------------------------------------------*00095900
      *----------------------------------------------------------------*00096000
       2760-COMPARAR-REGIAO               SECTION.                      00096100
      *----------------------------------------------------------------*00096200
            IF WRK-REG-NOME(WRK-IDX-REG) EQUAL WRK-REGIAO-ACHADA        00096300
                MOVE WRK-IDX-REG TO WRK-REG-ACHADA                      00096400
            END-IF.                                                     00096500
      *----------------------------------------------------------------*00096600
       2760-99-FIM.            EXIT.                                    00096700
      *----------------------------------------------------------------*00096800
      *----------------------------------------------------------------*00096900
       2800-IMPRIMIR-REGIAO               SECTION.                      00097000
      *----------------------------------------------------------------*00097100
            MOVE 'REGIAO  '                     TO WRK-LST-ROTULO.      00097200
            MOVE WRK-REG-NOME(WRK-IDX-REG)      TO WRK-LST-IDENT.       00097300
            MOVE WRK-REG-CONTAS(WRK-IDX-REG)    TO WRK-LST-CONTAS.      00097400
            MOVE WRK-REG-SOMA-MEDIO(WRK-IDX-REG)                        00097500
              TO WRK-LST-SOMA-MEDIO.                                    00097600
            MOVE WRK-REG-NEGATIVAS(WRK-IDX-REG) TO WRK-LST-NEGATIVAS.   00097700
            WRITE FD-RELSMED FROM WRK-LINHA-SUBTOTAL.                   00097800
      *----------------------------------------------------------------*00097900
       2800-99-FIM.            EXIT.                                    00098000
      *----------------------------------------------------------------*00098100
      *----------------------------------------------------------------*00098200
       2900-LER-HISTMOV                   SECTION.                      00098300
      *----------------------------------------------------------------*00098400
      *    NO FIM DO HISTMOV A CHAVE VAI PARA HIGH-VALUES E FICA MAIOR *00098500
      *    QUE QUALQUER CONTA DO CADASTRO.                             *00098600
      *----------------------------------------------------------------*00098700
                                                                        00098800
            READ HISTMOV INTO WRK-REG-HISTM.                            00098900
            IF WRK-FS-HISTMOV NOT EQUAL ZEROS                           00099000
                MOVE '10'        TO WRK-FS-HISTMOV                      00099100
                MOVE HIGH-VALUES TO WRK-HIS-CHAVE                       00099200
                GO TO 2900-99-FIM                                       00099300
            END-IF.                                                     00099400
            ADD 1 TO WRK-ACU-HIST-LIDOS.                                00099500
                                                                        00099600
      *----------------------------------------------------------------*00099700
       2900-99-FIM.            EXIT.                                    00099800
      *----------------------------------------------------------------*00099900
      *----------------------------------------------------------------*00100000
       3000-FINALIZAR                     SECTION.                      00100100
      *----------------------------------------------------------------*00100200
                                                                        00100300
            IF WRK-AGENCIA-ANTERIOR NOT EQUAL SPACES                    00100400
                PERFORM 2700-FECHAR-AGENCIA                             00100500
            END-IF.                                                     00100600
                                                                        00100700
            IF WRK-TEM-AGEMST EQUAL 'S'                                 00100800
                PERFORM 2800-IMPRIMIR-REGIAO                            00100900
                    VARYING WRK-IDX-REG FROM 1 BY 1                     00101000
                    UNTIL WRK-IDX-REG GREATER WRK-QT-REGIOES            00101100
                WRITE FD-RELSMED FROM WRK-LINHA-TRACO                   00101200
            END-IF.                                                     00101300
                                                                        00101400
            MOVE 'TOTAL   '           TO WRK-LST-ROTULO.                00101500
            MOVE 'GERAL'              TO WRK-LST-IDENT.                 00101600
            MOVE WRK-ACU-CONTAS       TO WRK-LST-CONTAS.                00101700
            MOVE WRK-ACU-SOMA-MEDIO   TO WRK-LST-SOMA-MEDIO.            00101800
            MOVE WRK-ACU-NEGATIVAS    TO WRK-LST-NEGATIVAS.             00101900
            WRITE FD-RELSMED FROM WRK-LINHA-SUBTOTAL.                   00102000
                                                                        00102100
            CLOSE CLI2505                                               00102200
                  HISTMOV                                               00102300
                  SALDOMED                                              00102400
                  RELSMED.                                              00102500
                                                                        00102600
            DISPLAY '------------------------------------------------'. 00102700
            DISPLAY '  CONTAS APURADAS......: ' WRK-ACU-CONTAS.         00102800
            DISPLAY '  CONTAS COM NEGATIVO..: ' WRK-ACU-NEGATIVAS.      00102900
            DISPLAY '  HISTORICO LIDO.......: ' WRK-ACU-HIST-LIDOS.     00103000
            DISPLAY '  HIST. FORA CADASTRO..: ' WRK-ACU-FORA-CADASTRO.  00103100
            DISPLAY '  SALDOMED GRAVADOS....: ' WRK-ACU-GRAVADOS.       00103200
            DISPLAY '------------------------------------------------'. 00103300
                                                                        00103400
            PERFORM 3100-GRAVAR-RUNCTL.                                 00103500
                                                                        00103600
            STOP RUN.                                                   00103700
      *----------------------------------------------------------------*00103800
       3000-99-FIM.            EXIT.                                    00103900
      *----------------------------------------------------------------*00104000
      *----------------------------------------------------------------*00104100
       3100-GRAVAR-RUNCTL                 SECTION.                      00104200
      *----------------------------------------------------------------*00104300
                                                                        00104400
            OPEN EXTEND RUNCTL.                                         00104500
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00104600
                MOVE ' ERRO ABERTURA RUNCTL ' TO WRK-MSG                00104700
                PERFORM 9000-TRATAR-ERROS                               00104800
            END-IF.                                                     00104900
                                                                        00105000
            MOVE SPACES                TO WRK-RUNCTL.                   00105100
            MOVE '2'                   TO WRK-RUNCTL-TIPO.              00105200
            MOVE 'FR06C111'            TO WRK-RUNCTL-PROGRAMA.          00105300
            MOVE WRK-ACU-CONTAS        TO WRK-RUNCTL-LIDOS.             00105400
            MOVE WRK-ACU-GRAVADOS      TO WRK-RUNCTL-GRAVADOS.          00105500
            MOVE WRK-ACU-FORA-CADASTRO TO WRK-RUNCTL-EXCECAO.           00105600
            MOVE RETURN-CODE           TO WRK-RUNCTL-RETCODE.           00105700
            ACCEPT WRK-HORA-ACCEPT FROM TIME.                           00105800
            MOVE WRK-HORA-ACC-HHMMSS   TO WRK-HORA-PASSO-FIM.           00105900
            MOVE WRK-HORA-PASSO-INI    TO WRK-RUNCTL-HORA-INI.          00106000
            MOVE WRK-HORA-PASSO-FIM    TO WRK-RUNCTL-HORA-FIM.          00106100
            WRITE FD-RUNCTL FROM WRK-RUNCTL.                            00106200
            CLOSE RUNCTL.                                               00106300
                                                                        00106400
      *----------------------------------------------------------------*00106500
       3100-99-FIM.            EXIT.                                    00106600
      *----------------------------------------------------------------*00106700
                                                                        00106800
      *----------------------------------------------------------------*00106900
       9000-TRATAR-ERROS                  SECTION.                      00107000
      *----------------------------------------------------------------*00107100
                                                                        00107200
             MOVE 'FR06C111'       TO WRK-ERR-PROGRAMA.                 00107300
             MOVE '9000'           TO WRK-ERR-SECTION.                  00107400
             MOVE WRK-MSG          TO WRK-ERR-MSG.                      00107500
             MOVE SPACES           TO WRK-ERR-STATUS.                   00107600
             MOVE WRK-FS-CLI2505   TO WRK-ERR-STATUS(1:2).              00107700
             MOVE WRK-FS-HISTMOV   TO WRK-ERR-STATUS(3:2).              00107800
             MOVE WRK-FS-SALDOMED  TO WRK-ERR-STATUS(5:2).              00107900
             MOVE WRK-FS-RELSMED   TO WRK-ERR-STATUS(7:2).              00108000
             MOVE WRK-FS-RUNCTL    TO WRK-ERR-STATUS(9:2).              00108100
             MOVE 'F'              TO WRK-ERR-SEVERIDADE.               00108200
                                                                        00108300
             CALL 'TRTERRO'        USING WRK-TRTERRO.                   00108400
                                                                        00108500
      *----------------------------------------------------------------*00108600
       9000-99-FIM.            EXIT.                                    00108700
      *----------------------------------------------------------------*00108800
