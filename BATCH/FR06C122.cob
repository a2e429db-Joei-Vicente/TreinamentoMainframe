      *================================================================*00000100
       IDENTIFICATION                            DIVISION.              00000200
      *================================================================*00000300
                                                                        00000400
       PROGRAM-ID.  FR06C122.                                           00000500
                                                                        00000600
      *================================================================*00000700
      *     AUTOR.......: JOEI LORENTI                                  00000800
      *     ANALISTA....: IVAN SANCHES                                  00000900
      *     EMPRESA.....: FOURSYS                                       00001000
      *     DATA........: 15/10/2026                                    00001100
      *----------------------------------------------------------------*00001200
      *                                                                 00001300
      *     OBJETIVO: RENTABILIDADE MENSAL POR CONTA E FAIXA DE         00001400
      *               TARIFA, RODADO NO FECHAMENTO DO MES (DEPOIS DO    00001500
      *               FR06C100, DO FR06CB53 E DO FR06CB60 DA ULTIMA     00001600
      *               NOITE). PARA CADA CONTA DO CLI2505 ATUAL LE NO    00001700
      *               ARQUIVO MORTO (HISTMOV, LAYOUT B#HISTM) OS        00001800
      *               MOVIMENTOS DO MES E SEPARA:                       00001900
      *               - RECEITA DE TARIFA ('D' TARIFA MANUTENCAO        00002000
      *                 MENSAL, GERADA PELO FR06C100);                  00002100
      *               - RECEITA DE ENCARGO ('D' ENCARGO SALDO           00002200
      *                 DEVEDOR, GERADA PELO FR06CB53);                 00002300
      *               - JUROS PAGOS ('C' JUROS SOBRE SALDO CREDOR,      00002400
      *                 GERADOS PELO FR06CB53);                         00002500
      *               - DEMAIS MOVIMENTOS, CONTADOS COMO APROXIMACAO    00002600
      *                 DO CUSTO DE ATENDIMENTO (QUANTIDADE X           00002700
      *                 PARAMETRO CUSTO-MOVIMENTO DO PARAMS, EM         00002800
      *                 CENTAVOS).                                      00002900
      *               CONTRIBUICAO LIQUIDA = TARIFAS + ENCARGOS -       00003000
      *               JUROS - CUSTO. A FAIXA DA CONTA SEGUE A REGRA DO  00003100
      *               FR06C100 (SALDO-FAIXA-A/SALDO-FAIXA-B DO PARAMS)  00003200
      *               APLICADA AO SALDO DO ULTIMO DIA DO MES, QUE E O   00003300
      *               SALDO ATUAL MENOS OS MOVIMENTOS POSTERIORES AO    00003400
      *               MES (MESMA RECONSTRUCAO DO FR06C111, COM A        00003500
      *               PRE-PASSAGEM DAS TRANSFERENCIAS RECEBIDAS).       00003600
      *               ESTORNO ('E') CONTA COMO MOVIMENTO E NAO ALTERA   00003700
      *               AS RECEITAS. IMPRIME O RELRENT COM UMA LINHA POR  00003800
      *               CONTA, SUBTOTAL POR AGENCIA, ROLL-UP POR REGIAO   00003900
      *               (AGEMST, LAYOUT B#AGEMST; SEM O ARQUIVO OS NOMES  00004000
      *               SAEM EM BRANCO E O ROLL-UP E PULADO), SUBTOTAL    00004100
      *               POR FAIXA (A/B/C), TOTAL GERAL E AS 20 CONTAS     00004200
      *               MENOS RENTAVEIS. CONTADORES ANEXADOS AO RUNCTL.   00004300
      *                                                                 00004400
      *----------------------------------------------------------------*00004500
      *     INPUT:                                                      00004600
      *     DDNAME           I/O                                        00004700
      *     CLI2505           I   (CADASTRO ATUAL - LRECL 56)           00004800
      *     HISTMOV           I   (HISTORICO - LRECL 80)                00004900
      *     PARAMS            I   (PARAMETROS - LRECL 50, OPCIONAL)     00005000
      *     AGEMST            I   (AGENCIAS - LRECL 80, OPCIONAL)       00005100
      *     RUNCTL           I/O  (DATA DA RODADA + CONTADORES)         00005200
      *     RELRENT           O   (RELATORIO - LRECL 80)                00005300
      *                                                                 00005400
      *     SYSIN  - COL 01-06 MES PEDIDO (AAAAMM). EM BRANCO = O MES   00005500
      *              DA RODADA SE A DATA DO RUNCTL FOR O ULTIMO DIA     00005600
      *              DO MES, SENAO O MES ANTERIOR. MES AINDA NAO        00005700
      *              ENCERRADO NA DATA DA RODADA E RECUSADO.            00005800
      *                                                                 00005900
      *----------------------------------------------------------------*00006000
      *     MANUTENCAO:                                                 00006100
      *                                                                 00006200
      *================================================================*00006300
                                                                        00006400
      *================================================================*00006500
       ENVIRONMENT                               DIVISION.              00006600
      *================================================================*00006700
                                                                        00006800
      *----------------------------------------------------------------*00006900
       CONFIGURATION                             SECTION.               00007000
      *----------------------------------------------------------------*00007100
                                                                        00007200
       SPECIAL-NAMES.                                                   00007300
           DECIMAL-POINT IS COMMA.                                      00007400
                                                                        00007500
      *----------------------------------------------------------------*00007600
       INPUT-OUTPUT                              SECTION.               00007700
      *----------------------------------------------------------------*00007800
                                                                        00007900
       FILE-CONTROL.                                                    00008000
             SELECT CLI2505            ASSIGN TO CLI2505                00008100
                FILE STATUS            IS WRK-FS-CLI2505.               00008200
             SELECT HISTMOV            ASSIGN TO HISTMOV                00008300
                FILE STATUS            IS WRK-FS-HISTMOV.               00008400
             SELECT PARAMS             ASSIGN TO PARAMS                 00008500
                FILE STATUS            IS WRK-FS-PARAMS.                00008600
             SELECT AGEMST             ASSIGN TO AGEMST                 00008700
                FILE STATUS            IS WRK-FS-AGEMST.                00008800
             SELECT RUNCTL             ASSIGN TO RUNCTL                 00008900
                FILE STATUS            IS WRK-FS-RUNCTL.                00009000
             SELECT RELRENT            ASSIGN TO RELRENT                00009100
                FILE STATUS            IS WRK-FS-RELRENT.               00009200
                                                                        00009300
      *================================================================*00009400
       DATA                                      DIVISION.              00009500
      *================================================================*00009600
                                                                        00009700
      *----------------------------------------------------------------*00009800
       FILE                                      SECTION.               00009900
      *----------------------------------------------------------------*00010000
                                                                        00010100
       FD CLI2505                                                       00010200
           RECORDING MODE IS F                                          00010300
           BLOCK CONTAINS 0 RECORDS.                                    00010400
       COPY 'B#CLI25'.                                                  00010500
                                                                        00010600
       FD HISTMOV                                                       00010700
           RECORDING MODE IS F                                          00010800
           BLOCK CONTAINS 0 RECORDS.                                    00010900
       01 FD-HISTMOV                   PIC X(80).                       00011000
                                                                        00011100
       FD PARAMS                                                        00011200
           RECORDING MODE IS F                                          00011300
           BLOCK CONTAINS 0 RECORDS.                                    00011400
       01 FD-PARAMS                    PIC X(50).                       00011500
                                                                        00011600
       FD AGEMST                                                        00011700
           RECORDING MODE IS F                                          00011800
           BLOCK CONTAINS 0 RECORDS.                                    00011900
       01 FD-AGEMST                    PIC X(80).                       00012000
                                                                        00012100
       FD RUNCTL                                                        00012200
           RECORDING MODE IS F                                          00012300
           BLOCK CONTAINS 0 RECORDS.                                    00012400
       01 FD-RUNCTL                    PIC X(80).                       00012500
                                                                        00012600
       FD RELRENT                                                       00012700
           RECORDING MODE IS F                                          00012800
           BLOCK CONTAINS 0 RECORDS.                                    00012900
       01 FD-RELRENT                   PIC X(80).                       00013000
                                                                        00013100
      *----------------------------------------------------------------*00013200
       WORKING-STORAGE                           SECTION.               00013300
      *----------------------------------------------------------------*00013400
                                                                        00013500
      *----------------------------------------------------------------*00013600
       01 FILLER                       PIC X(50)               VALUE    00013700
            '**** AREA DE CABECALHO/TRAILER E RUNCTL ****'.             00013800
      *----------------------------------------------------------------*00013900
        COPY 'B#HDRTRL'.                                                00014000
        COPY 'B#RUNCTL'.                                                00014100
       01 WRK-HORA-PASSO.                                               00014200
          05 WRK-HORA-PASSO-INI        PIC 9(06) VALUE ZEROS.           00014300
          05 WRK-HORA-PASSO-FIM        PIC 9(06) VALUE ZEROS.           00014400
       01 WRK-HORA-ACCEPT.                                              00014500
          05 WRK-HORA-ACC-HHMMSS       PIC 9(06).                       00014600
          05 WRK-HORA-ACC-CC           PIC 9(02).                       00014700
       77 WRK-DATA-RODADA              PIC 9(08) VALUE ZEROS.           00014800
       77 WRK-DATA-CORTE               PIC 9(08) VALUE ZEROS.           00014900
                                                                        00015000
      *----------------------------------------------------------------*00015100
       01 FILLER                       PIC X(50)               VALUE    00015200
            '**** AREA DO CARTAO E DO MES APURADO ****'.                00015300
      *----------------------------------------------------------------*00015400
       01 WRK-CARTAO.                                                   00015500
          05 WRK-CARTAO-MES            PIC X(06).                       00015600
          05 FILLER                    PIC X(74).                       00015700
       01 WRK-MES-APURADO.                                              00015800
          05 WRK-MAP-ANO               PIC 9(04) VALUE ZEROS.           00015900
          05 WRK-MAP-MES               PIC 9(02) VALUE ZEROS.           00016000
       01 WRK-MES-APURADO-R REDEFINES WRK-MES-APURADO                   00016100
                                       PIC 9(06).                       00016200
       77 WRK-DATA-INICIO-MES          PIC 9(08) VALUE ZEROS.           00016300
       77 WRK-DIAS-NO-MES              PIC 9(02) VALUE ZEROS.           00016400
       01 WRK-TAB-DIAS-MES-DADOS.                                       00016500
          05 FILLER                    PIC X(24) VALUE                  00016600
             '312831303130313130313031'.                                00016700
       01 WRK-TAB-DIAS-MES REDEFINES WRK-TAB-DIAS-MES-DADOS.            00016800
          05 WRK-DIAS-MES              PIC 9(02) OCCURS 12 TIMES.       00016900
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
            '**** AREA DE PARAMETROS (B#PARAM) ****'.                   00018000
      *----------------------------------------------------------------*00018100
        COPY 'B#PARAM'.                                                 00018200
       77 WRK-LIM-FAIXA-A              PIC 9(08) VALUE 01000000.        00018300
       77 WRK-LIM-FAIXA-B              PIC 9(08) VALUE 00100000.        00018400
       77 WRK-CUSTO-MOVIMENTO          PIC 9(08) VALUE 00000150.        00018500
       77 WRK-VIG-FAIXA-A              PIC 9(08) VALUE ZEROS.           00018600
       77 WRK-VIG-FAIXA-B              PIC 9(08) VALUE ZEROS.           00018700
       77 WRK-VIG-CUSTO                PIC 9(08) VALUE ZEROS.           00018800
                                                                        00018900
      *----------------------------------------------------------------*00019000
       01 FILLER                       PIC X(50)               VALUE    00019100
            '**** AREA DO HISTORICO E TRANSFERENCIAS ****'.             00019200
      *----------------------------------------------------------------*00019300
        COPY 'B#HISTM'.                                                 00019400
       01 WRK-TAB-TRANSF.                                               00019500
          05 WRK-TTR-ITEM              OCCURS 5000 TIMES.               00019600
             10 WRK-TTR-CONTRA         PIC X(08).                       00019700
             10 WRK-TTR-DATA           PIC 9(08).                       00019800
             10 WRK-TTR-VALOR          PIC 9(08)V99.                    00019900
       77 WRK-QT-TRANSF                PIC 9(04) VALUE ZEROS.           00020000
       77 WRK-IDX-TRF                  PIC 9(04) VALUE ZEROS.           00020100
                                                                        00020200
      *----------------------------------------------------------------*00020300
       01 FILLER                       PIC X(50)               VALUE    00020400
            '**** AREA DE APURACAO DA CONTA ****'.                      00020500
      *----------------------------------------------------------------*00020600
       77 WRK-FAIXA-CONTA              PIC X(01) VALUE SPACES.          00020700
       77 WRK-IDX-FAI                  PIC 9(01) VALUE ZEROS.           00020800
       77 WRK-TARIFAS                  PIC 9(07)V99 VALUE ZEROS.        00020900
       77 WRK-ENCARGOS                 PIC 9(07)V99 VALUE ZEROS.        00021000
       77 WRK-RECEITAS                 PIC 9(07)V99 VALUE ZEROS.        00021100
       77 WRK-JUROS                    PIC 9(07)V99 VALUE ZEROS.        00021200
       77 WRK-QT-MOV-CONTA             PIC 9(05) VALUE ZEROS.           00021300
       77 WRK-CUSTO                    PIC 9(07)V99 VALUE ZEROS.        00021400
       77 WRK-LIQUIDO                  PIC S9(09)V99 VALUE ZEROS.       00021500
       77 WRK-LIQ-POSTERIOR            PIC S9(11)V99 VALUE ZEROS.       00021600
       77 WRK-SALDO-FIM-MES            PIC S9(11)V99 VALUE ZEROS.       00021700
       77 WRK-DATA-EFEITO              PIC 9(08) VALUE ZEROS.           00021800
       77 WRK-EFEITO                   PIC S9(09)V99 VALUE ZEROS.       00021900
                                                                        00022000
      *----------------------------------------------------------------*00022100
       01 FILLER                       PIC X(50)               VALUE    00022200
            '**** AREA DE TOTAIS POR FAIXA ****'.                       00022300
      *----------------------------------------------------------------*00022400
       01 WRK-TAB-FAIXAS.                                               00022500
          05 WRK-TAB-FAI-ITEM          OCCURS 3 TIMES.                  00022600
             10 WRK-FAI-CONTAS         PIC 9(07).                       00022700
             10 WRK-FAI-RECEITAS       PIC 9(11)V99.                    00022800
             10 WRK-FAI-JUROS          PIC 9(11)V99.                    00022900
             10 WRK-FAI-CUSTO          PIC 9(11)V99.                    00023000
             10 WRK-FAI-LIQUIDO        PIC S9(11)V99.                   00023100
       01 WRK-NOMES-FAIXA-DADOS.                                        00023200
          05 FILLER                    PIC X(03) VALUE 'ABC'.           00023300
       01 WRK-NOMES-FAIXA REDEFINES WRK-NOMES-FAIXA-DADOS.              00023400
          05 WRK-NOME-FAIXA            PIC X(01) OCCURS 3 TIMES.        00023500
                                                                        00023600
      *----------------------------------------------------------------*00023700
       01 FILLER                       PIC X(50)               VALUE    00023800
            '**** AREA DAS CONTAS MENOS RENTAVEIS ****'.                00023900
      *----------------------------------------------------------------*00024000
       01 WRK-TAB-PIORES.                                               00024100
          05 WRK-PIO-ITEM              OCCURS 20 TIMES.                 00024200
             10 WRK-PIO-CHAVE          PIC X(08).                       00024300
             10 WRK-PIO-NOME           PIC X(30).                       00024400
             10 WRK-PIO-FAIXA          PIC X(01).                       00024500
             10 WRK-PIO-QT-MOV         PIC 9(05).                       00024600
             10 WRK-PIO-LIQUIDO        PIC S9(09)V99.                   00024700
       77 WRK-QT-PIORES                PIC 9(02) VALUE ZEROS.           00024800
       77 WRK-IDX-PIO                  PIC 9(02) VALUE ZEROS.           00024900
       77 WRK-IDX-ANT                  PIC 9(02) VALUE ZEROS.           00025000
       77 WRK-POSICAO-ACHADA           PIC X(01) VALUE 'N'.             00025100
                                                                        00025200
      *----------------------------------------------------------------*00025300
       01 FILLER                       PIC X(50)               VALUE    00025400
            '**** AREA DO CADASTRO DE AGENCIAS (B#AGEMST) ****'.        00025500
      *----------------------------------------------------------------*00025600
        COPY 'B#AGEMST'.                                                00025700
       77 WRK-TEM-AGEMST               PIC X(01) VALUE 'N'.             00025800
       77 WRK-QT-CADAGE                PIC 9(03) VALUE ZEROS.           00025900
       77 WRK-IDX-CAD                  PIC 9(03) VALUE ZEROS.           00026000
       77 WRK-ACHOU-CAD                PIC X(01) VALUE 'N'.             00026100
       77 WRK-NOME-ACHADO              PIC X(30) VALUE SPACES.          00026200
       77 WRK-REGIAO-ACHADA            PIC X(15) VALUE SPACES.          00026300
       01 WRK-TAB-CADAGE.                                               00026400
          05 WRK-TAB-CAD-ITEM          OCCURS 200 TIMES.                00026500
             10 WRK-CAD-CODIGO         PIC X(04).                       00026600
             10 WRK-CAD-NOME           PIC X(30).                       00026700
             10 WRK-CAD-REGIAO         PIC X(15).                       00026800
       01 WRK-TAB-REGIOES.                                              00026900
          05 WRK-TAB-REG-ITEM          OCCURS 50 TIMES.                 00027000
             10 WRK-REG-NOME           PIC X(15).                       00027100
             10 WRK-REG-CONTAS         PIC 9(07).                       00027200
             10 WRK-REG-RECEITAS       PIC 9(11)V99.                    00027300
             10 WRK-REG-JUROS          PIC 9(11)V99.                    00027400
             10 WRK-REG-CUSTO          PIC 9(11)V99.                    00027500
             10 WRK-REG-LIQUIDO        PIC S9(11)V99.                   00027600
       77 WRK-QT-REGIOES               PIC 9(02) VALUE ZEROS.           00027700
       77 WRK-IDX-REG                  PIC 9(02) VALUE ZEROS.           00027800
       77 WRK-REG-ACHADA               PIC 9(02) VALUE ZEROS.           00027900
                                                                        00028000
      *----------------------------------------------------------------*00028100
       01 FILLER                       PIC X(50)               VALUE    00028200
            '**** AREA DE VARIAVEIS E CONTADORES ****'.                 00028300
      *----------------------------------------------------------------*00028400
       77 WRK-FS-CLI2505               PIC X(02) VALUE SPACES.          00028500
       77 WRK-FS-HISTMOV               PIC X(02) VALUE SPACES.          00028600
       77 WRK-FS-PARAMS                PIC X(02) VALUE SPACES.          00028700
       77 WRK-FS-AGEMST                PIC X(02) VALUE SPACES.          00028800
       77 WRK-FS-RUNCTL                PIC X(02) VALUE SPACES.          00028900
       77 WRK-FS-RELRENT               PIC X(02) VALUE SPACES.          00029000
       77 WRK-AGENCIA-ANTERIOR         PIC X(04) VALUE SPACES.          00029100
       77 WRK-AGE-CONTAS               PIC 9(07) VALUE ZEROS.           00029200
       77 WRK-AGE-RECEITAS             PIC 9(11)V99 VALUE ZEROS.        00029300
       77 WRK-AGE-JUROS                PIC 9(11)V99 VALUE ZEROS.        00029400
       77 WRK-AGE-CUSTO                PIC 9(11)V99 VALUE ZEROS.        00029500
       77 WRK-AGE-LIQUIDO              PIC S9(11)V99 VALUE ZEROS.       00029600
       77 WRK-ACU-CONTAS               PIC 9(07) VALUE ZEROS.           00029700
       77 WRK-ACU-RECEITAS             PIC 9(11)V99 VALUE ZEROS.        00029800
       77 WRK-ACU-JUROS                PIC 9(11)V99 VALUE ZEROS.        00029900
       77 WRK-ACU-CUSTO                PIC 9(11)V99 VALUE ZEROS.        00030000
       77 WRK-ACU-LIQUIDO              PIC S9(11)V99 VALUE ZEROS.       00030100
       77 WRK-ACU-DEFICITARIAS         PIC 9(07) VALUE ZEROS.           00030200
       77 WRK-ACU-HIST-LIDOS           PIC 9(07) VALUE ZEROS.           00030300
       77 WRK-ACU-FORA-CADASTRO        PIC 9(07) VALUE ZEROS.           00030400
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00030500
                                                                        00030600
      *----------------------------------------------------------------*00030700
       01 FILLER                       PIC X(50)               VALUE    00030800
            '**** AREA DE LINHAS DO RELATORIO ****'.                    00030900
      *----------------------------------------------------------------*00031000
       01 WRK-LINHA-TRACO.                                              00031100
          05 FILLER                    PIC X(80) VALUE ALL '-'.         00031200
       01 WRK-CABEC-REL.                                                00031300
          05 FILLER                    PIC X(38) VALUE                  00031400
             'RENTABILIDADE POR CONTA E FAIXA - MES '.                  00031500
          05 WRK-CAB-MES               PIC 9(06).                       00031600
          05 FILLER                    PIC X(36) VALUE SPACES.          00031700
       01 WRK-CABEC-COLUNAS.                                            00031800
          05 FILLER                    PIC X(05) VALUE 'AGEN'.          00031900
          05 FILLER                    PIC X(05) VALUE 'CTA'.           00032000
          05 FILLER                    PIC X(02) VALUE 'F'.             00032100
          05 FILLER                    PIC X(11) VALUE '   TARIFAS '.   00032200
          05 FILLER                    PIC X(11) VALUE '  ENCARGOS '.   00032300
          05 FILLER                    PIC X(11) VALUE '     JUROS '.   00032400
          05 FILLER                    PIC X(06) VALUE '  MOV '.        00032500
          05 FILLER                    PIC X(11) VALUE '     CUSTO '.   00032600
          05 FILLER                    PIC X(11) VALUE '    LIQUIDO'.   00032700
          05 FILLER                    PIC X(07) VALUE SPACES.          00032800
       01 WRK-LINHA-CONTA.                                              00032900
          05 WRK-LCT-AGENCIA           PIC X(04).                       00033000
          05 FILLER                    PIC X(01) VALUE SPACES.          00033100
          05 WRK-LCT-CONTA             PIC X(04).                       00033200
          05 FILLER                    PIC X(01) VALUE SPACES.          00033300
          05 WRK-LCT-FAIXA             PIC X(01).                       00033400
          05 FILLER                    PIC X(01) VALUE SPACES.          00033500
          05 WRK-LCT-TARIFAS           PIC ZZZZZZ9,99.                  00033600
          05 FILLER                    PIC X(01) VALUE SPACES.          00033700
          05 WRK-LCT-ENCARGOS          PIC ZZZZZZ9,99.                  00033800
          05 FILLER                    PIC X(01) VALUE SPACES.          00033900
          05 WRK-LCT-JUROS             PIC ZZZZZZ9,99.                  00034000
          05 FILLER                    PIC X(01) VALUE SPACES.          00034100
          05 WRK-LCT-QT-MOV            PIC ZZZZ9.                       00034200
          05 FILLER                    PIC X(01) VALUE SPACES.          00034300
          05 WRK-LCT-CUSTO             PIC ZZZZZZ9,99.                  00034400
          05 FILLER                    PIC X(01) VALUE SPACES.          00034500
          05 WRK-LCT-LIQUIDO           PIC -(7)9,99.                    00034600
          05 FILLER                    PIC X(07) VALUE SPACES.          00034700
       01 WRK-CABEC-SUBTOTAL.                                           00034800
          05 FILLER                    PIC X(20) VALUE SPACES.          00034900
          05 FILLER                    PIC X(06) VALUE 'CONTAS'.        00035000
          05 FILLER                    PIC X(13) VALUE                  00035100
             '    RECEITAS '.                                           00035200
          05 FILLER                    PIC X(13) VALUE                  00035300
             '       JUROS '.                                           00035400
          05 FILLER                    PIC X(13) VALUE                  00035500
             '       CUSTO '.                                           00035600
          05 FILLER                    PIC X(13) VALUE                  00035700
             '      LIQUIDO'.                                           00035800
          05 FILLER                    PIC X(02) VALUE SPACES.          00035900
       01 WRK-LINHA-SUBTOTAL.                                           00036000
          05 WRK-LST-ROTULO            PIC X(08).                       00036100
          05 WRK-LST-IDENT             PIC X(12).                       00036200
          05 WRK-LST-CONTAS            PIC ZZZZ9.                       00036300
          05 FILLER                    PIC X(01) VALUE SPACES.          00036400
          05 WRK-LST-RECEITAS          PIC ZZZZZZZZ9,99.                00036500
          05 FILLER                    PIC X(01) VALUE SPACES.          00036600
          05 WRK-LST-JUROS             PIC ZZZZZZZZ9,99.                00036700
          05 FILLER                    PIC X(01) VALUE SPACES.          00036800
          05 WRK-LST-CUSTO             PIC ZZZZZZZZ9,99.                00036900
          05 FILLER                    PIC X(01) VALUE SPACES.          00037000
          05 WRK-LST-LIQUIDO           PIC -(9)9,99.                    00037100
          05 FILLER                    PIC X(02) VALUE SPACES.          00037200
       01 WRK-CABEC-PIORES.                                             00037300
          05 FILLER                    PIC X(40) VALUE                  00037400
             'AS 20 CONTAS MENOS RENTAVEIS DO MES'.                     00037500
          05 FILLER                    PIC X(40) VALUE SPACES.          00037600
       01 WRK-CABEC-COL-PIORES.                                         00037700
          05 FILLER                    PIC X(03) VALUE 'NR'.            00037800
          05 FILLER                    PIC X(05) VALUE 'AGEN'.          00037900
          05 FILLER                    PIC X(05) VALUE 'CTA'.           00038000
          05 FILLER                    PIC X(26) VALUE 'NOME'.          00038100
          05 FILLER                    PIC X(02) VALUE 'F'.             00038200
          05 FILLER                    PIC X(06) VALUE '  MOV '.        00038300
          05 FILLER                    PIC X(13) VALUE                  00038400
             '      LIQUIDO'.                                           00038500
          05 FILLER                    PIC X(20) VALUE SPACES.          00038600
       01 WRK-LINHA-PIOR.                                               00038700
          05 WRK-LPI-POSICAO           PIC Z9.                          00038800
          05 FILLER                    PIC X(01) VALUE SPACES.          00038900
          05 WRK-LPI-AGENCIA           PIC X(04).                       00039000
          05 FILLER                    PIC X(01) VALUE SPACES.          00039100
          05 WRK-LPI-CONTA             PIC X(04).                       00039200
          05 FILLER                    PIC X(01) VALUE SPACES.          00039300
          05 WRK-LPI-NOME              PIC X(25).                       00039400
          05 FILLER                    PIC X(01) VALUE SPACES.          00039500
          05 WRK-LPI-FAIXA             PIC X(01).                       00039600
          05 FILLER                    PIC X(01) VALUE SPACES.          00039700
          05 WRK-LPI-QT-MOV            PIC ZZZZ9.                       00039800
          05 FILLER                    PIC X(01) VALUE SPACES.          00039900
          05 WRK-LPI-LIQUIDO           PIC -(9)9,99.                    00040000
          05 FILLER                    PIC X(20) VALUE SPACES.          00040100
                                                                        00040200
      *----------------------------------------------------------------*00040300
       01 FILLER                       PIC X(50)               VALUE    00040400
            '**** AREA DO MODULO TRTERRO ****'.                         00040500
      *----------------------------------------------------------------*00040600
        COPY '#TRTERRO'.                                                00040700
                                                                        00040800
      *================================================================*00040900
       PROCEDURE DIVISION.                                              00041000
      *================================================================*00041100
                                                                        00041200
      *----------------------------------------------------------------*00041300
       0000-PRINCIPAL                     SECTION.                      00041400
      *----------------------------------------------------------------*00041500
                                                                        00041600
           ACCEPT WRK-HORA-ACCEPT FROM TIME.                            00041700
           MOVE WRK-HORA-ACC-HHMMSS TO WRK-HORA-PASSO-INI.              00041800
                                                                        00041900
           PERFORM 1000-INICIAR.                                        00042000
                                                                        00042100
           PERFORM 2000-PROCESSAR UNTIL WRK-FS-CLI2505 EQUAL '10'.      00042200
                                                                        00042300
           PERFORM 3000-FINALIZAR.                                      00042400
                                                                        00042500
      *----------------------------------------------------------------*00042600
       0000-99-FIM.            EXIT.                                    00042700
      *----------------------------------------------------------------*00042800
                                                                        00042900
      *----------------------------------------------------------------*00043000
       1000-INICIAR                       SECTION.                      00043100
      *----------------------------------------------------------------*00043200
                                                                        00043300
            ACCEPT WRK-CARTAO FROM SYSIN.                               00043400
                                                                        00043500
            OPEN INPUT  CLI2505                                         00043600
                 OUTPUT RELRENT.                                        00043700
                                                                        00043800
            PERFORM 1100-TESTAR-FILE-STATUS.                            00043900
            PERFORM 1600-LER-DATA-RODADA.                               00044000
            PERFORM 1400-DEFINIR-MES.                                   00044100
            PERFORM 1500-CARREGAR-PARAMETROS.                           00044200
            PERFORM 1700-CARREGAR-AGEMST.                               00044300
            PERFORM 1800-CARREGAR-TRANSFERENCIAS.                       00044400
                                                                        00044500
            OPEN INPUT HISTMOV.                                         00044600
            IF WRK-FS-HISTMOV NOT EQUAL ZEROS                           00044700
                MOVE ' ERRO ABERTURA HISTMOV ' TO WRK-MSG               00044800
                PERFORM 9000-TRATAR-ERROS                               00044900
            END-IF.                                                     00045000
            PERFORM 2900-LER-HISTMOV.                                   00045100
                                                                        00045200
            PERFORM 1200-VALIDAR-CABECALHO.                             00045300
                                                                        00045400
            MOVE ZEROS TO WRK-TAB-FAIXAS.                               00045500
            MOVE WRK-MES-APURADO-R TO WRK-CAB-MES.                      00045600
            WRITE FD-RELRENT FROM WRK-CABEC-REL.                        00045700
            WRITE FD-RELRENT FROM WRK-LINHA-TRACO.                      00045800
            WRITE FD-RELRENT FROM WRK-CABEC-COLUNAS.                    00045900
            WRITE FD-RELRENT FROM WRK-LINHA-TRACO.                      00046000
                                                                        00046100
      *----------------------------------------------------------------*00046200
       1000-99-FIM.            EXIT.                                    00046300
      *----------------------------------------------------------------*00046400
                                                                        00046500
      *----------------------------------------------------------------*00046600
       1100-TESTAR-FILE-STATUS            SECTION.                      00046700
      *----------------------------------------------------------------*00046800
                                                                        00046900
            IF WRK-FS-CLI2505 NOT EQUAL ZEROS                           00047000
                MOVE ' ERRO ABERTURA CLI2505 ' TO WRK-MSG               00047100
                PERFORM 9000-TRATAR-ERROS                               00047200
            END-IF.                                                     00047300
                                                                        00047400
            IF WRK-FS-RELRENT NOT EQUAL ZEROS                           00047500
                MOVE ' ERRO ABERTURA RELRENT ' TO WRK-MSG               00047600
                PERFORM 9000-TRATAR-ERROS                               00047700
            END-IF.                                                     00047800
                                                                        00047900
      *----------------------------------------------------------------*00048000
       1100-99-FIM.            EXIT.                                    00048100
      *----------------------------------------------------------------*00048200
                                                                        00048300
      *----------------------------------------------------------------*00048400
       1200-VALIDAR-CABECALHO             SECTION.                      00048500
      *----------------------------------------------------------------*00048600
                                                                        00048700
            READ CLI2505.                                               00048800
            IF WRK-FS-CLI2505 NOT EQUAL ZEROS                           00048900
               OR FD-CLI2505(1:3) NOT EQUAL 'HDR'                       00049000
                MOVE ' CLI2505 SEM CABECALHO ' TO WRK-MSG               00049100
                PERFORM 9000-TRATAR-ERROS                               00049200
            END-IF.                                                     00049300
                                                                        00049400
            MOVE FD-CLI2505(1:21) TO WRK-REG-CABECALHO.                 00049500
            IF WRK-HDR-VERSAO NOT EQUAL '02'                            00049600
                MOVE ' CLI2505 EM LAYOUT SEM CENTAVOS ' TO WRK-MSG      00049700
                PERFORM 9000-TRATAR-ERROS                               00049800
            END-IF.                                                     00049900
                                                                        00050000
      *----------------------------------------------------------------*00050100
       1200-99-FIM.            EXIT.                                    00050200
      *----------------------------------------------------------------*00050300
                                                                        00050400
      *----------------------------------------------------------------*00050500
       1400-DEFINIR-MES                   SECTION.                      00050600
      *----------------------------------------------------------------*00050700
      *    O MES SO PODE SER APURADO DEPOIS DO SEU ULTIMO DIA: A       *00050800
      *    TARIFA E OS JUROS DO MES SAO GERADOS NO FECHAMENTO.         *00050900
      *----------------------------------------------------------------*00051000
                                                                        00051100
            MOVE WRK-DATA-CORTE(1:4) TO WRK-CALC-ANO.                   00051200
            MOVE WRK-DATA-CORTE(5:2) TO WRK-CALC-MES.                   00051300
            PERFORM 1450-CALCULAR-DIAS-MES.                             00051400
                                                                        00051500
            IF WRK-CARTAO-MES EQUAL SPACES                              00051600
               OR WRK-CARTAO-MES EQUAL ZEROS                            00051700
                MOVE WRK-DATA-CORTE(1:6) TO WRK-MES-APURADO             00051800
                IF WRK-DATA-CORTE(7:2) LESS WRK-ULTIMO-DIA              00051900
                    IF WRK-MAP-MES EQUAL 1                              00052000
                        MOVE 12 TO WRK-MAP-MES                          00052100
                        SUBTRACT 1 FROM WRK-MAP-ANO                     00052200
                    ELSE                                                00052300
                        SUBTRACT 1 FROM WRK-MAP-MES                     00052400
                    END-IF                                              00052500
                END-IF                                                  00052600
            ELSE                                                        00052700
                IF WRK-CARTAO-MES NOT NUMERIC                           00052800
                    MOVE ' CARTAO DE MES INVALIDO ' TO WRK-MSG          00052900
                    PERFORM 9000-TRATAR-ERROS                           00053000
                END-IF                                                  00053100
                MOVE WRK-CARTAO-MES TO WRK-MES-APURADO                  00053200
                IF WRK-MAP-MES LESS 1 OR WRK-MAP-MES GREATER 12         00053300
                    MOVE ' CARTAO DE MES INVALIDO ' TO WRK-MSG          00053400
                    PERFORM 9000-TRATAR-ERROS                           00053500
                END-IF                                                  00053600
            END-IF.                                                     00053700
                                                                        00053800
            IF WRK-MES-APURADO GREATER WRK-DATA-CORTE(1:6)              00053900
                MOVE ' MES AINDA NAO ENCERRADO ' TO WRK-MSG             00054000
                PERFORM 9000-TRATAR-ERROS                               00054100
            END-IF.                                                     00054200
            IF WRK-MES-APURADO EQUAL WRK-DATA-CORTE(1:6)                00054300
               AND WRK-DATA-CORTE(7:2) LESS WRK-ULTIMO-DIA              00054400
                MOVE ' MES AINDA NAO ENCERRADO ' TO WRK-MSG             00054500
                PERFORM 9000-TRATAR-ERROS                               00054600
            END-IF.                                                     00054700
                                                                        00054800
            MOVE WRK-MAP-ANO TO WRK-CALC-ANO.                           00054900
            MOVE WRK-MAP-MES TO WRK-CALC-MES.                           00055000
            PERFORM 1450-CALCULAR-DIAS-MES.                             00055100
            MOVE WRK-ULTIMO-DIA TO WRK-DIAS-NO-MES.                     00055200
            MOVE WRK-MES-APURADO TO WRK-DATA-INICIO-MES(1:6).           00055300
            MOVE '01'            TO WRK-DATA-INICIO-MES(7:2).           00055400
                                                                        00055500
            DISPLAY 'MES APURADO...........: ' WRK-MES-APURADO.         00055600
                                                                        00055700
      *----------------------------------------------------------------*00055800
       1400-99-FIM.            EXIT.                                    00055900
      *----------------------------------------------------------------*00056000
                                                                        00056100
      *----------------------------------------------------------------*00056200
       1450-CALCULAR-DIAS-MES             SECTION.                      00056300
      *----------------------------------------------------------------*00056400
                                                                        00056500
            MOVE WRK-DIAS-MES(WRK-CALC-MES) TO WRK-ULTIMO-DIA.          00056600
            IF WRK-CALC-MES NOT EQUAL 2                                 00056700
                GO TO 1450-99-FIM                                       00056800
            END-IF.                                                     00056900
                                                                        00057000
            DIVIDE WRK-CALC-ANO BY 4   GIVING WRK-QUOCIENTE             00057100
                                       REMAINDER WRK-RESTO-4.           00057200
            DIVIDE WRK-CALC-ANO BY 100 GIVING WRK-QUOCIENTE             00057300
                                       REMAINDER WRK-RESTO-100.         00057400
            DIVIDE WRK-CALC-ANO BY 400 GIVING WRK-QUOCIENTE             00057500
                                       REMAINDER WRK-RESTO-400.         00057600
            IF WRK-RESTO-4 EQUAL ZEROS                                  00057700
               AND (WRK-RESTO-100 NOT EQUAL ZEROS                       00057800
                    OR WRK-RESTO-400 EQUAL ZEROS)                       00057900
                MOVE 29                TO WRK-ULTIMO-DIA                00058000
            END-IF.                                                     00058100
                                                                        00058200
      *----------------------------------------------------------------*00058300
       1450-99-FIM.            EXIT.                                    00058400
      *----------------------------------------------------------------*00058500
                                                                        00058600
      *----------------------------------------------------------------*00058700
       1500-CARREGAR-PARAMETROS           SECTION.                      00058800
      *----------------------------------------------------------------*00058900
      *    PARAMS AUSENTE = FAIXAS E CUSTO PADRAO DO PROGRAMA, COM     *00059000
      *    AVISO. VIGENCIA PELA DATA DA RODADA, COMO NO FR06C100.      *00059100
      *----------------------------------------------------------------*00059200
                                                                        00059300
            OPEN INPUT PARAMS.                                          00059400
            IF WRK-FS-PARAMS EQUAL '35'                                 00059500
                DISPLAY 'PARAMS AUSENTE - USANDO VALORES PADRAO'        00059600
                GO TO 1500-88-EXIBIR                                    00059700
            END-IF.                                                     00059800
            IF WRK-FS-PARAMS NOT EQUAL ZEROS                            00059900
                MOVE ' ERRO ABERTURA PARAMS ' TO WRK-MSG                00060000
                PERFORM 9000-TRATAR-ERROS                               00060100
            END-IF.                                                     00060200
                                                                        00060300
            PERFORM 1510-LER-PARAMETRO                                  00060400
                UNTIL WRK-FS-PARAMS EQUAL '10'.                         00060500
            CLOSE PARAMS.                                               00060600
                                                                        00060700
       1500-88-EXIBIR.                                                  00060800
            DISPLAY 'SALDO-FAIXA-A.........: ' WRK-LIM-FAIXA-A.         00060900
            DISPLAY 'SALDO-FAIXA-B.........: ' WRK-LIM-FAIXA-B.         00061000
            DISPLAY 'CUSTO-MOVIMENTO (CENT): ' WRK-CUSTO-MOVIMENTO.     00061100
                                                                        00061200
      *----------------------------------------------------------------*00061300
       1500-99-FIM.            EXIT.                                    00061400
      *----------------------------------------------------------------*00061500
                                                                        00061600
      *----------------------------------------------------------------*00061700
       1510-LER-PARAMETRO                 SECTION.                      00061800
      *----------------------------------------------------------------*00061900
                                                                        00062000
            READ PARAMS INTO WRK-REG-PARAM.                             00062100
            IF WRK-FS-PARAMS NOT EQUAL ZEROS                            00062200
                MOVE '10' TO WRK-FS-PARAMS                              00062300
                GO TO 1510-99-FIM                                       00062400
            END-IF.                                                     00062500
                                                                        00062600
            IF WRK-PARAM-NOME          EQUAL 'SALDO-FAIXA-A'            00062700
               AND WRK-PARAM-DATA-EFET NOT GREATER WRK-DATA-CORTE       00062800
               AND WRK-PARAM-DATA-EFET NOT LESS WRK-VIG-FAIXA-A         00062900
                IF WRK-PARAM-VALOR(1:8) NUMERIC                         00063000
                    MOVE WRK-PARAM-VALOR(1:8) TO WRK-LIM-FAIXA-A        00063100
                    MOVE WRK-PARAM-DATA-EFET  TO WRK-VIG-FAIXA-A        00063200
                END-IF                                                  00063300
            END-IF.                                                     00063400
                                                                        00063500
            IF WRK-PARAM-NOME          EQUAL 'SALDO-FAIXA-B'            00063600
               AND WRK-PARAM-DATA-EFET NOT GREATER WRK-DATA-CORTE       00063700
               AND WRK-PARAM-DATA-EFET NOT LESS WRK-VIG-FAIXA-B         00063800
                IF WRK-PARAM-VALOR(1:8) NUMERIC                         00063900
                    MOVE WRK-PARAM-VALOR(1:8) TO WRK-LIM-FAIXA-B        00064000
                    MOVE WRK-PARAM-DATA-EFET  TO WRK-VIG-FAIXA-B        00064100
                END-IF                                                  00064200
            END-IF.                                                     00064300
                                                                        00064400
            IF WRK-PARAM-NOME          EQUAL 'CUSTO-MOVIMENTO'          00064500
               AND WRK-PARAM-DATA-EFET NOT GREATER WRK-DATA-CORTE       00064600
               AND WRK-PARAM-DATA-EFET NOT LESS WRK-VIG-CUSTO           00064700
                IF WRK-PARAM-VALOR(1:8) NUMERIC                         00064800
                    MOVE WRK-PARAM-VALOR(1:8) TO WRK-CUSTO-MOVIMENTO    00064900
                    MOVE WRK-PARAM-DATA-EFET  TO WRK-VIG-CUSTO          00065000
                ELSE                                                    00065100
                    DISPLAY 'PARAMETRO CUSTO-MOVIMENTO NAO NUMERICO'    00065200
                END-IF                                                  00065300
            END-IF.                                                     00065400
                                                                        00065500
      *----------------------------------------------------------------*00065600
       1510-99-FIM.            EXIT.                                    00065700
      *----------------------------------------------------------------*00065800
                                                                        00065900
      *----------------------------------------------------------------*00066000
       1600-LER-DATA-RODADA               SECTION.                      00066100
      *----------------------------------------------------------------*00066200
                                                                        00066300
            OPEN INPUT RUNCTL.                                          00066400
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00066500
                MOVE ' RUNCTL AUSENTE - RODAR FR06CB01 ' TO WRK-MSG     00066600
                PERFORM 9000-TRATAR-ERROS                               00066700
            END-IF.                                                     00066800
                                                                        00066900
            READ RUNCTL INTO WRK-RUNCTL.                                00067000
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00067100
               OR WRK-RUNCTL-TIPO NOT EQUAL '1'                         00067200
                MOVE ' RUNCTL SEM REGISTRO DE ABERTURA ' TO WRK-MSG     00067300
                PERFORM 9000-TRATAR-ERROS                               00067400
            END-IF.                                                     00067500
                                                                        00067600
            MOVE WRK-RUNCTL-DATA TO WRK-DATA-RODADA.                    00067700
            CLOSE RUNCTL.                                               00067800
                                                                        00067900
            MOVE WRK-DATA-RODADA(5:4)  TO WRK-DATA-CORTE(1:4).          00068000
            MOVE WRK-DATA-RODADA(3:2)  TO WRK-DATA-CORTE(5:2).          00068100
            MOVE WRK-DATA-RODADA(1:2)  TO WRK-DATA-CORTE(7:2).          00068200
                                                                        00068300
      *----------------------------------------------------------------*00068400
       1600-99-FIM.            EXIT.                                    00068500
      *----------------------------------------------------------------*00068600
                                                                        00068700
      *----------------------------------------------------------------*00068800
       1700-CARREGAR-AGEMST               SECTION.                      00068900
      *----------------------------------------------------------------*00069000
      *    SEM O CADASTRO DE AGENCIAS OS NOMES SAEM EM BRANCO E O      *00069100
      *    ROLL-UP POR REGIAO E PULADO.                                *00069200
      *----------------------------------------------------------------*00069300
                                                                        00069400
            OPEN INPUT AGEMST.                                          00069500
            IF WRK-FS-AGEMST EQUAL '35'                                 00069600
                DISPLAY 'AGEMST AUSENTE - RELATORIO SEM REGIOES'        00069700
                GO TO 1700-99-FIM                                       00069800
            END-IF.                                                     00069900
            IF WRK-FS-AGEMST NOT EQUAL ZEROS                            00070000
                MOVE ' ERRO ABERTURA AGEMST ' TO WRK-MSG                00070100
                PERFORM 9000-TRATAR-ERROS                               00070200
            END-IF.                                                     00070300
                                                                        00070400
            MOVE 'S' TO WRK-TEM-AGEMST.                                 00070500
            PERFORM 1710-LER-AGEMST                                     00070600
                UNTIL WRK-FS-AGEMST EQUAL '10'.                         00070700
            CLOSE AGEMST.                                               00070800
                                                                        00070900
            DISPLAY 'AGENCIAS NO CADASTRO..: ' WRK-QT-CADAGE.           00071000
                                                                        00071100
      *----------------------------------------------------------------*00071200
       1700-99-FIM.            EXIT.                                    00071300
      *----------------------------------------------------------------*00071400
                                                                        00071500
      *----------------------------------------------------------------*00071600
       1710-LER-AGEMST                    SECTION.                      00071700
      *----------------------------------------------------------------*00071800
                                                                        00071900
            READ AGEMST INTO WRK-REG-AGEMST.                            00072000
            IF WRK-FS-AGEMST NOT EQUAL ZEROS                            00072100
                MOVE '10' TO WRK-FS-AGEMST                              00072200
                GO TO 1710-99-FIM                                       00072300
            END-IF.                                                     00072400
                                                                        00072500
            IF WRK-QT-CADAGE NOT LESS 200                               00072600
                MOVE ' TABELA DE AGENCIAS CHEIA ' TO WRK-MSG            00072700
                PERFORM 9000-TRATAR-ERROS                               00072800
            END-IF.                                                     00072900
                                                                        00073000
            ADD 1 TO WRK-QT-CADAGE.                                     00073100
            MOVE WRK-AGE-CODIGO TO WRK-CAD-CODIGO(WRK-QT-CADAGE).       00073200
            MOVE WRK-AGE-NOME   TO WRK-CAD-NOME(WRK-QT-CADAGE).         00073300
            MOVE WRK-AGE-REGIAO TO WRK-CAD-REGIAO(WRK-QT-CADAGE).       00073400
                                                                        00073500
      *----------------------------------------------------------------*00073600
       1710-99-FIM.            EXIT.                                    00073700
      *----------------------------------------------------------------*00073800
                                                                        00073900
      *----------------------------------------------------------------*00074000
       1800-CARREGAR-TRANSFERENCIAS       SECTION.                      00074100
      *----------------------------------------------------------------*00074200
      *    PRE-PASSAGEM NO HISTMOV: AS TRANSFERENCIAS POSTERIORES AO   *00074300
      *    MES SAO O CREDITO DAS CONTRAPARTIDAS QUE PRECISA SER        *00074400
      *    DESFEITO PARA CHEGAR AO SALDO DO ULTIMO DIA DO MES.         *00074500
      *----------------------------------------------------------------*00074600
                                                                        00074700
            OPEN INPUT HISTMOV.                                         00074800
            IF WRK-FS-HISTMOV NOT EQUAL ZEROS                           00074900
                MOVE ' ERRO ABERTURA HISTMOV ' TO WRK-MSG               00075000
                PERFORM 9000-TRATAR-ERROS                               00075100
            END-IF.                                                     00075200
                                                                        00075300
            PERFORM 1810-LER-TRANSFERENCIA                              00075400
                UNTIL WRK-FS-HISTMOV EQUAL '10'.                        00075500
            CLOSE HISTMOV.                                              00075600
                                                                        00075700
            DISPLAY 'TRANSFERENCIAS APOS MES: ' WRK-QT-TRANSF.          00075800
                                                                        00075900
      *----------------------------------------------------------------*00076000
       1800-99-FIM.            EXIT.                                    00076100
      *----------------------------------------------------------------*00076200
                                                                        00076300
      *----------------------------------------------------------------*00076400
       1810-LER-TRANSFERENCIA             SECTION.                      00076500
      *----------------------------------------------------------------*00076600
                                                                        00076700
            READ HISTMOV INTO WRK-REG-HISTM.                            00076800
            IF WRK-FS-HISTMOV NOT EQUAL ZEROS                           00076900
                MOVE '10' TO WRK-FS-HISTMOV                             00077000
                GO TO 1810-99-FIM                                       00077100
            END-IF.                                                     00077200
                                                                        00077300
            IF WRK-HIS-TIPO NOT EQUAL 'T'                               00077400
               OR WRK-HIS-CONTRA EQUAL SPACES                           00077500
               OR WRK-HIS-DATA(1:6) NOT GREATER WRK-MES-APURADO         00077600
                GO TO 1810-99-FIM                                       00077700
            END-IF.                                                     00077800
                                                                        00077900
            IF WRK-QT-TRANSF NOT LESS 5000                              00078000
                MOVE ' TABELA DE TRANSFERENCIAS CHEIA ' TO WRK-MSG      00078100
                PERFORM 9000-TRATAR-ERROS                               00078200
            END-IF.                                                     00078300
                                                                        00078400
            ADD 1 TO WRK-QT-TRANSF.                                     00078500
            MOVE WRK-HIS-CONTRA TO WRK-TTR-CONTRA(WRK-QT-TRANSF).       00078600
            MOVE WRK-HIS-DATA   TO WRK-TTR-DATA(WRK-QT-TRANSF).         00078700
            MOVE WRK-HIS-VALOR  TO WRK-TTR-VALOR(WRK-QT-TRANSF).        00078800
                                                                        00078900
      *----------------------------------------------------------------*00079000
       1810-99-FIM.            EXIT.                                    00079100
      *----------------------------------------------------------------*00079200
                                                                        00079300
      *----------------------------------------------------------------*00079400
       2000-PROCESSAR                     SECTION.                      00079500
      *----------------------------------------------------------------*00079600
                                                                        00079700
            READ CLI2505.                                               00079800
            IF WRK-FS-CLI2505 NOT EQUAL ZEROS                           00079900
               OR FD-CLI2505(1:3) EQUAL 'TRL'                           00080000
                MOVE '10' TO WRK-FS-CLI2505                             00080100
                GO TO 2000-99-FIM                                       00080200
            END-IF.                                                     00080300
                                                                        00080400
            IF FD-CLI2505-AGENCIA NOT EQUAL WRK-AGENCIA-ANTERIOR        00080500
                IF WRK-AGENCIA-ANTERIOR NOT EQUAL SPACES                00080600
                    PERFORM 2700-FECHAR-AGENCIA                         00080700
                END-IF                                                  00080800
                MOVE FD-CLI2505-AGENCIA TO WRK-AGENCIA-ANTERIOR         00080900
            END-IF.                                                     00081000
                                                                        00081100
            MOVE ZEROS TO WRK-TARIFAS                                   00081200
                          WRK-ENCARGOS                                  00081300
                          WRK-JUROS                                     00081400
                          WRK-QT-MOV-CONTA                              00081500
                          WRK-LIQ-POSTERIOR.                            00081600
                                                                        00081700
            PERFORM 2200-TRATAR-HISTMOV                                 00081800
                UNTIL WRK-HIS-CHAVE GREATER FD-CLI2505-CHAVE.           00081900
                                                                        00082000
            PERFORM 2300-SOMAR-TRANSFERENCIA                            00082100
                VARYING WRK-IDX-TRF FROM 1 BY 1                         00082200
                UNTIL WRK-IDX-TRF GREATER WRK-QT-TRANSF.                00082300
                                                                        00082400
            PERFORM 2400-APURAR-CONTA.                                  00082500
            PERFORM 2500-IMPRIMIR-CONTA.                                00082600
            PERFORM 2600-GUARDAR-PIOR.                                  00082700
                                                                        00082800
      *----------------------------------------------------------------*00082900
       2000-99-FIM.            EXIT.                                    00083000
      *----------------------------------------------------------------*00083100
                                                                        00083200
      *----------------------------------------------------------------*00083300
       2200-TRATAR-HISTMOV                SECTION.                      00083400
      *----------------------------------------------------------------*00083500
      *    HISTMOV E CLI2505 EM ORDEM DE CHAVE. HISTORICO DE CHAVE     *00083600
      *    MENOR QUE A DO CADASTRO E DE CONTA JA ENCERRADA. MOVIMENTO  *00083700
      *    DO MES E CLASSIFICADO; POSTERIOR AO MES SO ENTRA NA         *00083800
      *    RECONSTRUCAO DO SALDO DO ULTIMO DIA.                        *00083900
      *----------------------------------------------------------------*00084000
                                                                        00084100
            IF WRK-HIS-CHAVE LESS FD-CLI2505-CHAVE                      00084200
                IF WRK-HIS-DATA(1:6) EQUAL WRK-MES-APURADO              00084300
                    ADD 1 TO WRK-ACU-FORA-CADASTRO                      00084400
                END-IF                                                  00084500
                PERFORM 2900-LER-HISTMOV                                00084600
                GO TO 2200-99-FIM                                       00084700
            END-IF.                                                     00084800
                                                                        00084900
            IF WRK-HIS-DATA(1:6) EQUAL WRK-MES-APURADO                  00085000
                PERFORM 2250-CLASSIFICAR-MOVIMENTO                      00085100
            END-IF.                                                     00085200
                                                                        00085300
            IF WRK-HIS-DATA(1:6) GREATER WRK-MES-APURADO                00085400
                EVALUATE WRK-HIS-TIPO                                   00085500
                 WHEN 'C'                                               00085600
                   MOVE WRK-HIS-VALOR TO WRK-EFEITO                     00085700
                 WHEN 'D'                                               00085800
                 WHEN 'T'                                               00085900
                   COMPUTE WRK-EFEITO = ZEROS - WRK-HIS-VALOR           00086000
                 WHEN 'E'                                               00086100
                   IF WRK-HIE-TIPO-ORIG EQUAL 'C'                       00086200
                       COMPUTE WRK-EFEITO = ZEROS - WRK-HIS-VALOR       00086300
                   ELSE                                                 00086400
                       MOVE WRK-HIS-VALOR TO WRK-EFEITO                 00086500
                   END-IF                                               00086600
                 WHEN OTHER                                             00086700
                   MOVE ZEROS TO WRK-EFEITO                             00086800
                END-EVALUATE                                            00086900
                ADD WRK-EFEITO TO WRK-LIQ-POSTERIOR                     00087000
            END-IF.                                                     00087100
                                                                        00087200
            PERFORM 2900-LER-HISTMOV.                                   00087300
                                                                        00087400
      *----------------------------------------------------------------*00087500
       2200-99-FIM.            EXIT.                                    00087600
      *----------------------------------------------------------------*00087700
                                                                        00087800
      *----------------------------------------------------------------*00087900
       2250-CLASSIFICAR-MOVIMENTO         SECTION.                      00088000
      *----------------------------------------------------------------*00088100
      *    TARIFA, ENCARGO E JUROS SAO LANCAMENTOS DO PROPRIO BANCO E  *00088200
      *    NAO CONTAM COMO MOVIMENTO DE ATENDIMENTO.                   *00088300
      *----------------------------------------------------------------*00088400
                                                                        00088500
            EVALUATE TRUE                                               00088600
             WHEN WRK-HIS-TIPO EQUAL 'D'                                00088700
              AND WRK-HIS-DESCRICAO EQUAL 'TARIFA MANUTENCAO MENSAL'    00088800
               ADD WRK-HIS-VALOR TO WRK-TARIFAS                         00088900
             WHEN WRK-HIS-TIPO EQUAL 'D'                                00089000
              AND WRK-HIS-DESCRICAO EQUAL 'ENCARGO SALDO DEVEDOR'       00089100
               ADD WRK-HIS-VALOR TO WRK-ENCARGOS                        00089200
             WHEN WRK-HIS-TIPO EQUAL 'C'                                00089300
              AND WRK-HIS-DESCRICAO EQUAL 'JUROS SOBRE SALDO CREDOR'    00089400
               ADD WRK-HIS-VALOR TO WRK-JUROS                           00089500
             WHEN OTHER                                                 00089600
               ADD 1 TO WRK-QT-MOV-CONTA                                00089700
            END-EVALUATE.                                               00089800
                                                                        00089900
      *----------------------------------------------------------------*00090000
       2250-99-FIM.            EXIT.                                    00090100
      *----------------------------------------------------------------*00090200
                                                                        00090300
      *----------------------------------------------------------------*00090400
       2300-SOMAR-TRANSFERENCIA           SECTION.                      00090500
      *----------------------------------------------------------------*00090600
                                                                        00090700
            IF WRK-TTR-CONTRA(WRK-IDX-TRF) EQUAL FD-CLI2505-CHAVE       00090800
                ADD WRK-TTR-VALOR(WRK-IDX-TRF) TO WRK-LIQ-POSTERIOR     00090900
            END-IF.                                                     00091000
                                                                        00091100
      *----------------------------------------------------------------*00091200
       2300-99-FIM.            EXIT.                                    00091300
      *----------------------------------------------------------------*00091400
                                                                        00091500
      *----------------------------------------------------------------*00091600
       2400-APURAR-CONTA                  SECTION.                      00091700
      *----------------------------------------------------------------*00091800
      *    FAIXA PELO SALDO DO ULTIMO DIA DO MES, NO MESMO SENTIDO DO  *00091900
      *    FR06C100: A E O CORTE DE CIMA. CUSTO-MOVIMENTO EM CENTAVOS. *00092000
      *----------------------------------------------------------------*00092100
                                                                        00092200
            COMPUTE WRK-SALDO-FIM-MES =                                 00092300
                FD-CLI2505-SALDO - WRK-LIQ-POSTERIOR.                   00092400
                                                                        00092500
            EVALUATE TRUE                                               00092600
             WHEN WRK-SALDO-FIM-MES NOT LESS WRK-LIM-FAIXA-A            00092700
               MOVE 'A' TO WRK-FAIXA-CONTA                              00092800
               MOVE 1   TO WRK-IDX-FAI                                  00092900
             WHEN WRK-SALDO-FIM-MES NOT LESS WRK-LIM-FAIXA-B            00093000
               MOVE 'B' TO WRK-FAIXA-CONTA                              00093100
               MOVE 2   TO WRK-IDX-FAI                                  00093200
             WHEN OTHER                                                 00093300
               MOVE 'C' TO WRK-FAIXA-CONTA                              00093400
               MOVE 3   TO WRK-IDX-FAI                                  00093500
            END-EVALUATE.                                               00093600
                                                                        00093700
            COMPUTE WRK-CUSTO ROUNDED =                                 00093800
                (WRK-QT-MOV-CONTA * WRK-CUSTO-MOVIMENTO) / 100.         00093900
            COMPUTE WRK-RECEITAS = WRK-TARIFAS + WRK-ENCARGOS.          00094000
            COMPUTE WRK-LIQUIDO =                                       00094100
                WRK-RECEITAS - WRK-JUROS - WRK-CUSTO.                   00094200
                                                                        00094300
      *----------------------------------------------------------------*00094400
       2400-99-FIM.            EXIT.                                    00094500
      *----------------------------------------------------------------*00094600
                                                                        00094700
      *----------------------------------------------------------------*00094800
       2500-IMPRIMIR-CONTA                SECTION.                      00094900
      *----------------------------------------------------------------*00095000
                                                                        00095100
            MOVE FD-CLI2505-AGENCIA TO WRK-LCT-AGENCIA.                 00095200
            MOVE FD-CLI2505-CONTA   TO WRK-LCT-CONTA.                   00095300
            MOVE WRK-FAIXA-CONTA    TO WRK-LCT-FAIXA.                   00095400
            MOVE WRK-TARIFAS        TO WRK-LCT-TARIFAS.                 00095500
            MOVE WRK-ENCARGOS       TO WRK-LCT-ENCARGOS.                00095600
            MOVE WRK-JUROS          TO WRK-LCT-JUROS.                   00095700
            MOVE WRK-QT-MOV-CONTA   TO WRK-LCT-QT-MOV.                  00095800
            MOVE WRK-CUSTO          TO WRK-LCT-CUSTO.                   00095900
            MOVE WRK-LIQUIDO        TO WRK-LCT-LIQUIDO.                 00096000
            WRITE FD-RELRENT FROM WRK-LINHA-CONTA.                      00096100
                                                                        00096200
            ADD 1            TO WRK-AGE-CONTAS.                         00096300
            ADD WRK-RECEITAS TO WRK-AGE-RECEITAS.                       00096400
            ADD WRK-JUROS    TO WRK-AGE-JUROS.                          00096500
            ADD WRK-CUSTO    TO WRK-AGE-CUSTO.                          00096600
            ADD WRK-LIQUIDO  TO WRK-AGE-LIQUIDO.                        00096700
                                                                        00096800
            ADD 1            TO WRK-FAI-CONTAS(WRK-IDX-FAI).            00096900
            ADD WRK-RECEITAS TO WRK-FAI-RECEITAS(WRK-IDX-FAI).          00097000
            ADD WRK-JUROS    TO WRK-FAI-JUROS(WRK-IDX-FAI).             00097100
            ADD WRK-CUSTO    TO WRK-FAI-CUSTO(WRK-IDX-FAI).             00097200
            ADD WRK-LIQUIDO  TO WRK-FAI-LIQUIDO(WRK-IDX-FAI).           00097300
                                                                        00097400
            IF WRK-LIQUIDO LESS ZEROS                                   00097500
                ADD 1 TO WRK-ACU-DEFICITARIAS                           00097600
            END-IF.                                                     00097700
                                                                        00097800
      *----------------------------------------------------------------*00097900
       2500-99-FIM.            EXIT.                                    00098000
      *----------------------------------------------------------------*00098100
                                                                        00098200
      *----------------------------------------------------------------*00098300
       2600-GUARDAR-PIOR                  SECTION.                      00098400
      *----------------------------------------------------------------*00098500
      *    TABELA DAS 20 MENORES CONTRIBUICOES EM ORDEM CRESCENTE.     *00098600
      *    A CONTA ENTRA NA POSICAO CERTA DESLOCANDO AS MAIORES; CHEIA *00098700
      *    A TABELA, A ULTIMA E DESCARTADA. EMPATE MANTEM A ORDEM DO   *00098800
      *    CADASTRO.                                                   *00098900
      *----------------------------------------------------------------*00099000
                                                                        00099100
            IF WRK-QT-PIORES EQUAL 20                                   00099200
               AND WRK-LIQUIDO NOT LESS WRK-PIO-LIQUIDO(20)             00099300
                GO TO 2600-99-FIM                                       00099400
            END-IF.                                                     00099500
                                                                        00099600
            IF WRK-QT-PIORES LESS 20                                    00099700
                ADD 1 TO WRK-QT-PIORES                                  00099800
            END-IF.                                                     00099900
                                                                        00100000
            MOVE WRK-QT-PIORES TO WRK-IDX-PIO.                          00100100
            MOVE 'N'           TO WRK-POSICAO-ACHADA.                   00100200
            PERFORM 2610-DESLOCAR-PIOR                                  00100300
                UNTIL WRK-POSICAO-ACHADA EQUAL 'S'.                     00100400
                                                                        00100500
            MOVE FD-CLI2505-CHAVE TO WRK-PIO-CHAVE(WRK-IDX-PIO).        00100600
            MOVE FD-CLI2505-NOME  TO WRK-PIO-NOME(WRK-IDX-PIO).         00100700
            MOVE WRK-FAIXA-CONTA  TO WRK-PIO-FAIXA(WRK-IDX-PIO).        00100800
            MOVE WRK-QT-MOV-CONTA TO WRK-PIO-QT-MOV(WRK-IDX-PIO).       00100900
            MOVE WRK-LIQUIDO      TO WRK-PIO-LIQUIDO(WRK-IDX-PIO).      00101000
                                                                        00101100
      *----------------------------------------------------------------*00101200
       2600-99-FIM.            EXIT.                                    00101300
      *----------------------------------------------------------------*00101400
                                                                        00101500
      *----------------------------------------------------------------*00101600
       2610-DESLOCAR-PIOR                 SECTION.                      00101700
      *----------------------------------------------------------------*00101800
                                                                        00101900
            IF WRK-IDX-PIO EQUAL 1                                      00102000
                MOVE 'S' TO WRK-POSICAO-ACHADA                          00102100
                GO TO 2610-99-FIM                                       00102200
            END-IF.                                                     00102300
                                                                        00102400
            COMPUTE WRK-IDX-ANT = WRK-IDX-PIO - 1.                      00102500
            IF WRK-PIO-LIQUIDO(WRK-IDX-ANT) NOT GREATER WRK-LIQUIDO     00102600
                MOVE 'S' TO WRK-POSICAO-ACHADA                          00102700
                GO TO 2610-99-FIM                                       00102800
            END-IF.                                                     00102900
                                                                        00103000
            MOVE WRK-PIO-ITEM(WRK-IDX-ANT) TO WRK-PIO-ITEM(WRK-IDX-PIO).00103100
            MOVE WRK-IDX-ANT               TO WRK-IDX-PIO.              00103200
                                                                        00103300
      *----------------------------------------------------------------*00103400
       2610-99-FIM.            EXIT.                                    00103500
      *----------------------------------------------------------------*00103600
                                                                        00103700
      *----------------------------------------------------------------*00103800
       2700-FECHAR-AGENCIA                SECTION.                      00103900
      *----------------------------------------------------------------*00104000
                                                                        00104100
            PERFORM 2710-PROCURAR-AGENCIA.                              00104200
                                                                        00104300
            MOVE 'AGENCIA '           TO WRK-LST-ROTULO.                00104400
            MOVE SPACES               TO WRK-LST-IDENT.                 00104500
            MOVE WRK-AGENCIA-ANTERIOR TO WRK-LST-IDENT(1:4).            00104600
            MOVE WRK-NOME-ACHADO      TO WRK-LST-IDENT(6:7).            00104700
            MOVE WRK-AGE-CONTAS       TO WRK-LST-CONTAS.                00104800
            MOVE WRK-AGE-RECEITAS     TO WRK-LST-RECEITAS.              00104900
            MOVE WRK-AGE-JUROS        TO WRK-LST-JUROS.                 00105000
            MOVE WRK-AGE-CUSTO        TO WRK-LST-CUSTO.                 00105100
            MOVE WRK-AGE-LIQUIDO      TO WRK-LST-LIQUIDO.               00105200
            WRITE FD-RELRENT FROM WRK-LINHA-SUBTOTAL.                   00105300
            WRITE FD-RELRENT FROM WRK-LINHA-TRACO.                      00105400
                                                                        00105500
            IF WRK-TEM-AGEMST EQUAL 'S'                                 00105600
                PERFORM 2750-ACUMULAR-REGIAO                            00105700
            END-IF.                                                     00105800
                                                                        00105900
            ADD WRK-AGE-CONTAS   TO WRK-ACU-CONTAS.                     00106000
            ADD WRK-AGE-RECEITAS TO WRK-ACU-RECEITAS.                   00106100
            ADD WRK-AGE-JUROS    TO WRK-ACU-JUROS.                      00106200
            ADD WRK-AGE-CUSTO    TO WRK-ACU-CUSTO.                      00106300
            ADD WRK-AGE-LIQUIDO  TO WRK-ACU-LIQUIDO.                    00106400
            MOVE ZEROS TO WRK-AGE-CONTAS                                00106500
                          WRK-AGE-RECEITAS                              00106600
                          WRK-AGE-JUROS                                 00106700
                          WRK-AGE-CUSTO                                 00106800
                          WRK-AGE-LIQUIDO.                              00106900
                                                                        00107000
      *----------------------------------------------------------------*00107100
       2700-99-FIM.            EXIT.                                    00107200
      *----------------------------------------------------------------*00107300
                                                                        00107400
      *----------------------------------------------------------------*00107500
       2710-PROCURAR-AGENCIA              SECTION.                      00107600
      *----------------------------------------------------------------*00107700
                                                                        00107800
            MOVE 'N'          TO WRK-ACHOU-CAD.                         00107900
            MOVE SPACES       TO WRK-NOME-ACHADO.                       00108000
            MOVE 'SEM REGIAO' TO WRK-REGIAO-ACHADA.                     00108100
            PERFORM 2720-COMPARAR-AGENCIA                               00108200
                VARYING WRK-IDX-CAD FROM 1 BY 1                         00108300
                UNTIL WRK-IDX-CAD GREATER WRK-QT-CADAGE                 00108400
                   OR WRK-ACHOU-CAD EQUAL 'S'.                          00108500
                                                                        00108600
      *----------------------------------------------------------------*00108700
       2710-99-FIM.            EXIT.                                    00108800
      *----------------------------------------------------------------*00108900
                                                                        00109000
      *----------------------------------------------------------------*00109100
       2720-COMPARAR-AGENCIA              SECTION.                      00109200
      *----------------------------------------------------------------*00109300
                                                                        00109400
            IF WRK-CAD-CODIGO(WRK-IDX-CAD) EQUAL WRK-AGENCIA-ANTERIOR   00109500
                MOVE 'S'                         TO WRK-ACHOU-CAD       00109600
                MOVE WRK-CAD-NOME(WRK-IDX-CAD)   TO WRK-NOME-ACHADO     00109700
                MOVE WRK-CAD-REGIAO(WRK-IDX-CAD) TO WRK-REGIAO-ACHADA   00109800
            END-IF.                                                     00109900
                                                                        00110000
      *----------------------------------------------------------------*00110100
       2720-99-FIM.            EXIT.                                    00110200
      *----------------------------------------------------------------*00110300
                                                                        00110400
      *----------------------------------------------------------------*00110500
       2750-ACUMULAR-REGIAO               SECTION.                      00110600
      *----------------------------------------------------------------*00110700
                                                                        00110800
            MOVE ZEROS TO WRK-REG-ACHADA.                               00110900
            PERFORM 2760-COMPARAR-REGIAO                                00111000
                VARYING WRK-IDX-REG FROM 1 BY 1                         00111100
                UNTIL WRK-IDX-REG GREATER WRK-QT-REGIOES                00111200
                   OR WRK-REG-ACHADA GREATER ZEROS.                     00111300
                                                                        00111400
            IF WRK-REG-ACHADA EQUAL ZEROS                               00111500
                IF WRK-QT-REGIOES NOT LESS 50                           00111600
                    MOVE ' TABELA DE REGIOES CHEIA ' TO WRK-MSG         00111700
                    PERFORM 9000-TRATAR-ERROS                           00111800
                END-IF                                                  00111900
                ADD 1 TO WRK-QT-REGIOES                                 00112000
                MOVE WRK-QT-REGIOES    TO WRK-REG-ACHADA                00112100
                MOVE WRK-REGIAO-ACHADA TO WRK-REG-NOME(WRK-REG-ACHADA)  00112200
                MOVE ZEROS TO WRK-REG-CONTAS(WRK-REG-ACHADA)            00112300
                              WRK-REG-RECEITAS(WRK-REG-ACHADA)          00112400
                              WRK-REG-JUROS(WRK-REG-ACHADA)             00112500
                              WRK-REG-CUSTO(WRK-REG-ACHADA)             00112600
                              WRK-REG-LIQUIDO(WRK-REG-ACHADA)           00112700
            END-IF.                                                     00112800
                                                                        00112900
            ADD WRK-AGE-CONTAS   TO WRK-REG-CONTAS(WRK-REG-ACHADA).     00113000
            ADD WRK-AGE-RECEITAS TO WRK-REG-RECEITAS(WRK-REG-ACHADA).   00113100
            ADD WRK-AGE-JUROS    TO WRK-REG-JUROS(WRK-REG-ACHADA).      00113200
            ADD WRK-AGE-CUSTO    TO WRK-REG-CUSTO(WRK-REG-ACHADA).      00113300
            ADD WRK-AGE-LIQUIDO  TO WRK-REG-LIQUIDO(WRK-REG-ACHADA).    00113400
                                                                        00113500
      *----------------------------------------------------------------*00113600
       2750-99-FIM.            EXIT.                                    00113700
      *----------------------------------------------------------------*00113800
                                                                        00113900
      *----------------------------------------------------------------*00114000
       2760-COMPARAR-REGIAO               SECTION.                      00114100
      *----------------------------------------------------------------*00114200
                                                                        00114300
            IF WRK-REG-NOME(WRK-IDX-REG) EQUAL WRK-REGIAO-ACHADA        00114400
                MOVE WRK-IDX-REG TO WRK-REG-ACHADA                      00114500
            END-IF.                                                     00114600
                                                                        00114700
      *----------------------------------------------------------------*00114800
       2760-99-FIM.            EXIT.                                    00114900
      *----------------------------------------------------------------*00115000
                                                                        00115100
      *----------------------------------------------------------------*00115200
       2800-IMPRIMIR-REGIAO               SECTION.                      00115300
      *----------------------------------------------------------------*00115400
                                                                        00115500
            MOVE 'REGIAO  '                    TO WRK-LST-ROTULO.       00115600
            MOVE WRK-REG-NOME(WRK-IDX-REG)     TO WRK-LST-IDENT.        00115700
            MOVE WRK-REG-CONTAS(WRK-IDX-REG)   TO WRK-LST-CONTAS.       00115800
            MOVE WRK-REG-RECEITAS(WRK-IDX-REG) TO WRK-LST-RECEITAS.     00115900
            MOVE WRK-REG-JUROS(WRK-IDX-REG)    TO WRK-LST-JUROS.        00116000
            MOVE WRK-REG-CUSTO(WRK-IDX-REG)    TO WRK-LST-CUSTO.        00116100
            MOVE WRK-REG-LIQUIDO(WRK-IDX-REG)  TO WRK-LST-LIQUIDO.      00116200
            WRITE FD-RELRENT FROM WRK-LINHA-SUBTOTAL.                   00116300
                                                                        00116400
      *----------------------------------------------------------------*00116500
       2800-99-FIM.            EXIT.                                    00116600
      *----------------------------------------------------------------*00116700
                                                                        00116800
      *----------------------------------------------------------------*00116900
       2850-IMPRIMIR-FAIXA                SECTION.                      00117000
      *----------------------------------------------------------------*00117100
                                                                        00117200
            MOVE 'FAIXA   '                    TO WRK-LST-ROTULO.       00117300
            MOVE WRK-NOME-FAIXA(WRK-IDX-FAI)   TO WRK-LST-IDENT.        00117400
            MOVE WRK-FAI-CONTAS(WRK-IDX-FAI)   TO WRK-LST-CONTAS.       00117500
            MOVE WRK-FAI-RECEITAS(WRK-IDX-FAI) TO WRK-LST-RECEITAS.     00117600
            MOVE WRK-FAI-JUROS(WRK-IDX-FAI)    TO WRK-LST-JUROS.        00117700
            MOVE WRK-FAI-CUSTO(WRK-IDX-FAI)    TO WRK-LST-CUSTO.        00117800
            MOVE WRK-FAI-LIQUIDO(WRK-IDX-FAI)  TO WRK-LST-LIQUIDO.      00117900
            WRITE FD-RELRENT FROM WRK-LINHA-SUBTOTAL.                   00118000
                                                                        00118100
      *----------------------------------------------------------------*00118200
       2850-99-FIM.            EXIT.                                    00118300
      *----------------------------------------------------------------*00118400
                                                                        00118500
      *----------------------------------------------------------------*00118600
       2870-IMPRIMIR-PIOR                 SECTION.                      00118700
      *----------------------------------------------------------------*00118800
                                                                        00118900
            MOVE WRK-IDX-PIO                       TO WRK-LPI-POSICAO.  00119000
            MOVE WRK-PIO-CHAVE(WRK-IDX-PIO)(1:4)   TO WRK-LPI-AGENCIA.  00119100
            MOVE WRK-PIO-CHAVE(WRK-IDX-PIO)(5:4)   TO WRK-LPI-CONTA.    00119200
            MOVE WRK-PIO-NOME(WRK-IDX-PIO)         TO WRK-LPI-NOME.     00119300
            MOVE WRK-PIO-FAIXA(WRK-IDX-PIO)        TO WRK-LPI-FAIXA.    00119400
            MOVE WRK-PIO-QT-MOV(WRK-IDX-PIO)       TO WRK-LPI-QT-MOV.   00119500
            MOVE WRK-PIO-LIQUIDO(WRK-IDX-PIO)      TO WRK-LPI-LIQUIDO.  00119600
            WRITE FD-RELRENT FROM WRK-LINHA-PIOR.                       00119700
                                                                        00119800
      *----------------------------------------------------------------*00119900
       2870-99-FIM.            EXIT.                                    00120000
      *----------------------------------------------------------------*00120100
                                                                        00120200
      *----------------------------------------------------------------*00120300
       2900-LER-HISTMOV                   SECTION.                      00120400
      *----------------------------------------------------------------*00120500
      *    NO FIM DO HISTMOV A CHAVE VAI PARA HIGH-VALUES E FICA MAIOR *00120600
      *    QUE QUALQUER CONTA DO CADASTRO.                             *00120700
      *----------------------------------------------------------------*00120800
                                                                        00120900
            READ HISTMOV INTO WRK-REG-HISTM.                            00121000
            IF WRK-FS-HISTMOV NOT EQUAL ZEROS                           00121100
                MOVE '10'        TO WRK-FS-HISTMOV                      00121200
                MOVE HIGH-VALUES TO WRK-HIS-CHAVE                       00121300
                GO TO 2900-99-FIM                                       00121400
            END-IF.                                                     00121500
                                                                        00121600
            ADD 1 TO WRK-ACU-HIST-LIDOS.                                00121700
                                                                        00121800
      *----------------------------------------------------------------*00121900
       2900-99-FIM.            EXIT.                                    00122000
      *----------------------------------------------------------------*00122100
                                                                        00122200
      *----------------------------------------------------------------*00122300
       3000-FINALIZAR                     SECTION.                      00122400
      *----------------------------------------------------------------*00122500
                                                                        00122600
            IF WRK-AGENCIA-ANTERIOR NOT EQUAL SPACES                    00122700
                PERFORM 2700-FECHAR-AGENCIA                             00122800
            END-IF.                                                     00122900
                                                                        00123000
            WRITE FD-RELRENT FROM WRK-CABEC-SUBTOTAL.                   00123100
            WRITE FD-RELRENT FROM WRK-LINHA-TRACO.                      00123200
                                                                        00123300
            IF WRK-TEM-AGEMST EQUAL 'S'                                 00123400
                PERFORM 2800-IMPRIMIR-REGIAO                            00123500
                    VARYING WRK-IDX-REG FROM 1 BY 1                     00123600
                    UNTIL WRK-IDX-REG GREATER WRK-QT-REGIOES            00123700
                WRITE FD-RELRENT FROM WRK-LINHA-TRACO                   00123800
            END-IF.                                                     00123900
                                                                        00124000
            PERFORM 2850-IMPRIMIR-FAIXA                                 00124100
                VARYING WRK-IDX-FAI FROM 1 BY 1                         00124200
                UNTIL WRK-IDX-FAI GREATER 3.                            00124300
            WRITE FD-RELRENT FROM WRK-LINHA-TRACO.                      00124400
                                                                        00124500
            MOVE 'TOTAL   '           TO WRK-LST-ROTULO.                00124600
            MOVE 'GERAL'              TO WRK-LST-IDENT.                 00124700
            MOVE WRK-ACU-CONTAS       TO WRK-LST-CONTAS.                00124800
            MOVE WRK-ACU-RECEITAS     TO WRK-LST-RECEITAS.              00124900
            MOVE WRK-ACU-JUROS        TO WRK-LST-JUROS.                 00125000
            MOVE WRK-ACU-CUSTO        TO WRK-LST-CUSTO.                 00125100
            MOVE WRK-ACU-LIQUIDO      TO WRK-LST-LIQUIDO.               00125200
            WRITE FD-RELRENT FROM WRK-LINHA-SUBTOTAL.                   00125300
            WRITE FD-RELRENT FROM WRK-LINHA-TRACO.                      00125400
                                                                        00125500
            WRITE FD-RELRENT FROM WRK-CABEC-PIORES.                     00125600
            WRITE FD-RELRENT FROM WRK-LINHA-TRACO.                      00125700
            WRITE FD-RELRENT FROM WRK-CABEC-COL-PIORES.                 00125800
            PERFORM 2870-IMPRIMIR-PIOR                                  00125900
                VARYING WRK-IDX-PIO FROM 1 BY 1                         00126000
                UNTIL WRK-IDX-PIO GREATER WRK-QT-PIORES.                00126100
                                                                        00126200
            CLOSE CLI2505                                               00126300
                  HISTMOV                                               00126400
                  RELRENT.                                              00126500
                                                                        00126600
            DISPLAY '  CONTAS APURADAS......: ' WRK-ACU-CONTAS.         00126700
            DISPLAY '  CONTAS DEFICITARIAS..: ' WRK-ACU-DEFICITARIAS.   00126800
            DISPLAY '  HISTORICO LIDO.......: ' WRK-ACU-HIST-LIDOS.     00126900
            DISPLAY '  HIST. FORA CADASTRO..: ' WRK-ACU-FORA-CADASTRO.  00127000
                                                                        00127100
            PERFORM 3100-GRAVAR-RUNCTL.                                 00127200
                                                                        00127300
            STOP RUN.                                                   00127400
                                                                        00127500
      *----------------------------------------------------------------*00127600
       3000-99-FIM.            EXIT.                                    00127700
      *----------------------------------------------------------------*00127800
                                                                        00127900
      *----------------------------------------------------------------*00128000
       3100-GRAVAR-RUNCTL                 SECTION.                      00128100
      *----------------------------------------------------------------*00128200
                                                                        00128300
            OPEN EXTEND RUNCTL.                                         00128400
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00128500
                MOVE ' ERRO ABERTURA RUNCTL ' TO WRK-MSG                00128600
                PERFORM 9000-TRATAR-ERROS                               00128700
            END-IF.                                                     00128800
                                                                        00128900
            MOVE SPACES                TO WRK-RUNCTL.                   00129000
            MOVE '2'                   TO WRK-RUNCTL-TIPO.              00129100
            MOVE 'FR06C122'            TO WRK-RUNCTL-PROGRAMA.          00129200
            MOVE WRK-ACU-CONTAS        TO WRK-RUNCTL-LIDOS.             00129300
            MOVE WRK-ACU-CONTAS        TO WRK-RUNCTL-GRAVADOS.          00129400
            MOVE WRK-ACU-FORA-CADASTRO TO WRK-RUNCTL-EXCECAO.           00129500
            MOVE RETURN-CODE           TO WRK-RUNCTL-RETCODE.           00129600
            ACCEPT WRK-HORA-ACCEPT FROM TIME.                           00129700
            MOVE WRK-HORA-ACC-HHMMSS   TO WRK-HORA-PASSO-FIM.           00129800
            MOVE WRK-HORA-PASSO-INI    TO WRK-RUNCTL-HORA-INI.          00129900
            MOVE WRK-HORA-PASSO-FIM    TO WRK-RUNCTL-HORA-FIM.          00130000
            WRITE FD-RUNCTL FROM WRK-RUNCTL.                            00130100
            CLOSE RUNCTL.                                               00130200
                                                                        00130300
      *----------------------------------------------------------------*00130400
       3100-99-FIM.            EXIT.                                    00130500
      *----------------------------------------------------------------*00130600
                                                                        00130700
      *----------------------------------------------------------------*00130800
       9000-TRATAR-ERROS                  SECTION.                      00130900
      *----------------------------------------------------------------*00131000
                                                                        00131100
             MOVE 'FR06C122'       TO WRK-ERR-PROGRAMA.                 00131200
             MOVE '9000'           TO WRK-ERR-SECTION.                  00131300
             MOVE WRK-MSG          TO WRK-ERR-MSG.                      00131400
             MOVE SPACES           TO WRK-ERR-STATUS.                   00131500
             MOVE WRK-FS-CLI2505   TO WRK-ERR-STATUS(1:2).              00131600
             MOVE WRK-FS-HISTMOV   TO WRK-ERR-STATUS(3:2).              00131700
             MOVE WRK-FS-PARAMS    TO WRK-ERR-STATUS(5:2).              00131800
             MOVE WRK-FS-RELRENT   TO WRK-ERR-STATUS(7:2).              00131900
             MOVE WRK-FS-RUNCTL    TO WRK-ERR-STATUS(9:2).              00132000
             MOVE 'F'              TO WRK-ERR-SEVERIDADE.               00132100
             CALL 'TRTERRO'        USING WRK-TRTERRO.                   00132200
                                                                        00132300
      *----------------------------------------------------------------*00132400
       9000-99-FIM.            EXIT.                                    00132500
      *----------------------------------------------------------------*00132600
