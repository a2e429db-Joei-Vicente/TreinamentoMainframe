      *================================================================*00000100
       IDENTIFICATION                            DIVISION.              00000200
      *================================================================*00000300
                                                                        00000400
       PROGRAM-ID.  FR06C117.                                           00000500
                                                                        00000600
      *================================================================*00000700
      *     AUTOR.......: JOEI LORENTI                                  00000800
      *     ANALISTA....: IVAN SANCHES                                  00000900
      *     EMPRESA.....: FOURSYS                                       00001000
      *     DATA........: 15/10/2026                                    00001100
      *----------------------------------------------------------------*00001200
      *                                                                 00001300
      *     OBJETIVO: GERACAO DA ADMISSAO A PARTIR DOS PEDIDOS DE       00001400
      *               ABERTURA DE CONTA ONLINE (F06CIPA/T06A). LE OS    00001500
      *               PEDIDOS DO DIA (PEDABER, LAYOUT B#PEDAB,          00001600
      *               DESCARREGADO DA TDQ ABCT), ORDENA POR AGENCIA +   00001700
      *               PROTOCOLO (SORT INTERNO) E NUMERA AS CONTAS       00001800
      *               NOVAS A PARTIR DA MAIOR CONTA DE CADA AGENCIA     00001900
      *               NO CADASTRO ATUAL (CLI2505). GRAVA, EM ORDEM DE   00002000
      *               CHAVE:                                            00002100
      *               - NOVOCLI: CLIENTES NOVOS PARA O FR06CB45;        00002200
      *               - IDENNOV: IDENTIFICACAO (B#IDENT), A JUNTAR      00002300
      *                 AO IDENCLI ANTES DO FR06CB45;                   00002400
      *               - TITMNT : CARTOES 'I' DE TITULAR PRINCIPAL       00002500
      *                 PARA O FR06C108 (SYSIN), TAMBEM ANTES DO        00002600
      *                 FR06CB45, QUE EXIGE O PRINCIPAL ATIVO;          00002700
      *               - MOVCTT : INCLUSOES DE CONTATO (B#CONTAT) PARA   00002800
      *                 O FR06CB59;                                     00002900
      *               - PROTABE: RELACAO PROTOCOLO X CONTA PARA O       00003000
      *                 ATENDIMENTO INFORMAR O CLIENTE.                 00003100
      *               AGENCIA E DOCUMENTO JA FORAM VALIDADOS NA         00003200
      *               DIGITACAO; O DOCUMENTO E CONFERIDO DE NOVO PELO   00003300
      *               VALDOC. PEDIDO RECUSADO (DOCUMENTO INVALIDO,      00003400
      *               SALDO NAO NUMERICO OU AGENCIA SEM NUMERO LIVRE)   00003500
      *               SAI NO PROTABE COM O MOTIVO (RC 4).               00003600
      *                                                                 00003700
      *----------------------------------------------------------------*00003800
      *     INPUT:                                                      00003900
      *     DDNAME           I/O                                        00004000
      *     RUNCTL           I/O  (DATA DA RODADA + CONTADORES)         00004100
      *     PEDABER           I   (PEDIDOS ONLINE - LRECL 220)          00004200
      *     CLI2505           I   (CADASTRO ATUAL - LRECL 56)           00004300
      *     NOVOCLI           O   (CLIENTES NOVOS - LRECL 56)           00004400
      *     IDENNOV           O   (IDENTIFICACAO - LRECL 80)            00004500
      *     TITMNT            O   (CARTOES DE TITULAR - LRECL 80)       00004600
      *     MOVCTT            O   (MANUTENCAO DE CONTATO - LRECL 141)   00004700
      *     PROTABE           O   (RELATORIO - LRECL 80)                00004800
      *                                                                 00004900
      *----------------------------------------------------------------*00005000
      *     MANUTENCAO:                                                 00005100
      *                                                                 00005200
      *================================================================*00005300
                                                                        00005400
      *================================================================*00005500
       ENVIRONMENT                               DIVISION.              00005600
      *================================================================*00005700
                                                                        00005800
      *----------------------------------------------------------------*00005900
       CONFIGURATION                             SECTION.               00006000
      *----------------------------------------------------------------*00006100
                                                                        00006200
       SPECIAL-NAMES.                                                   00006300
           DECIMAL-POINT IS COMMA.                                      00006400
                                                                        00006500
      *----------------------------------------------------------------*00006600
       INPUT-OUTPUT                              SECTION.               00006700
      *----------------------------------------------------------------*00006800
                                                                        00006900
       FILE-CONTROL.                                                    00007000
             SELECT RUNCTL             ASSIGN TO RUNCTL                 00007100
                FILE STATUS            IS WRK-FS-RUNCTL.                00007200
             SELECT PEDABER            ASSIGN TO PEDABER                00007300
                FILE STATUS            IS WRK-FS-PEDABER.               00007400
             SELECT CLI2505            ASSIGN TO CLI2505                00007500
                FILE STATUS            IS WRK-FS-CLI2505.               00007600
             SELECT NOVOCLI            ASSIGN TO NOVOCLI                00007700
                FILE STATUS            IS WRK-FS-NOVOCLI.               00007800
             SELECT IDENNOV            ASSIGN TO IDENNOV                00007900
                FILE STATUS            IS WRK-FS-IDENNOV.               00008000
             SELECT TITMNT             ASSIGN TO TITMNT                 00008100
                FILE STATUS            IS WRK-FS-TITMNT.                00008200
             SELECT MOVCTT             ASSIGN TO MOVCTT                 00008300
                FILE STATUS            IS WRK-FS-MOVCTT.                00008400
             SELECT PROTABE            ASSIGN TO PROTABE                00008500
                FILE STATUS            IS WRK-FS-PROTABE.               00008600
             SELECT ORDENA             ASSIGN TO ORDENA.                00008700
                                                                        00008800
      *================================================================*00008900
       DATA                                      DIVISION.              00009000
      *================================================================*00009100
                                                                        00009200
      *----------------------------------------------------------------*00009300
       FILE                                      SECTION.               00009400
      *----------------------------------------------------------------*00009500
                                                                        00009600
       FD RUNCTL                                                        00009700
           RECORDING MODE IS F                                          00009800
           BLOCK CONTAINS 0 RECORDS.                                    00009900
       01 FD-RUNCTL                    PIC X(80).                       00010000
                                                                        00010100
       FD PEDABER                                                       00010200
           RECORDING MODE IS F                                          00010300
           BLOCK CONTAINS 0 RECORDS.                                    00010400
       01 FD-PEDABER                   PIC X(220).                      00010500
                                                                        00010600
       FD CLI2505                                                       00010700
           RECORDING MODE IS F                                          00010800
           BLOCK CONTAINS 0 RECORDS.                                    00010900
       01 FD-CLI2505.                                                   00011000
          05 FD-CLI2505-AGENCIA        PIC X(04).                       00011100
          05 FD-CLI2505-CONTA          PIC X(04).                       00011200
          05 FILLER                    PIC X(48).                       00011300
                                                                        00011400
       FD NOVOCLI                                                       00011500
           RECORDING MODE IS F                                          00011600
           BLOCK CONTAINS 0 RECORDS.                                    00011700
       01 FD-NOVOCLI.                                                   00011800
          05 FD-NOVO-CHAVE.                                             00011900
             10 FD-NOVO-AGENCIA        PIC X(04).                       00012000
             10 FD-NOVO-CONTA          PIC 9(04).                       00012100
          05 FD-NOVO-NOME              PIC X(30).                       00012200
          05 FD-NOVO-SALDO             PIC 9(08)V99.                    00012300
          05 FD-NOVO-ULT-MOVTO         PIC 9(08).                       00012400
                                                                        00012500
       FD IDENNOV                                                       00012600
           RECORDING MODE IS F                                          00012700
           BLOCK CONTAINS 0 RECORDS.                                    00012800
       01 FD-IDENNOV                   PIC X(80).                       00012900
                                                                        00013000
       FD TITMNT                                                        00013100
           RECORDING MODE IS F                                          00013200
           BLOCK CONTAINS 0 RECORDS.                                    00013300
       01 FD-TITMNT                    PIC X(80).                       00013400
                                                                        00013500
       FD MOVCTT                                                        00013600
           RECORDING MODE IS F                                          00013700
           BLOCK CONTAINS 0 RECORDS.                                    00013800
       01 FD-MOVCTT                    PIC X(141).                      00013900
                                                                        00014000
       FD PROTABE                                                       00014100
           RECORDING MODE IS F                                          00014200
           BLOCK CONTAINS 0 RECORDS.                                    00014300
       01 FD-PROTABE                   PIC X(80).                       00014400
                                                                        00014500
       SD ORDENA.                                                       00014600
       01 SD-ORDENA.                                                    00014700
          05 SD-PROTOCOLO              PIC X(18).                       00014800
          05 SD-AGENCIA                PIC X(04).                       00014900
          05 FILLER                    PIC X(198).                      00015000
                                                                        00015100
      *----------------------------------------------------------------*00015200
       WORKING-STORAGE                           SECTION.               00015300
      *----------------------------------------------------------------*00015400
                                                                        00015500
      *----------------------------------------------------------------*00015600
       01 FILLER                       PIC X(50)               VALUE    00015700
            '**** AREA DOS LAYOUTS ****'.                               00015800
      *----------------------------------------------------------------*00015900
                                                                        00016000
        COPY 'B#RUNCTL'.                                                00016100
        COPY 'B#HDRTRL'.                                                00016200
        COPY 'B#PEDAB'.                                                 00016300
        COPY 'B#IDENT'.                                                 00016400
        COPY 'B#CONTAT'.                                                00016500
                                                                        00016600
       01 WRK-CARTAO-TITULAR.                                           00016700
          05 WRK-CTI-ACAO              PIC X(01).                       00016800
          05 WRK-CTI-CHAVE             PIC X(08).                       00016900
          05 WRK-CTI-SEQUENCIA         PIC X(02).                       00017000
          05 WRK-CTI-PAPEL             PIC X(01).                       00017100
          05 WRK-CTI-TIPO-PESSOA       PIC X(01).                       00017200
          05 WRK-CTI-DOCUMENTO         PIC X(14).                       00017300
          05 WRK-CTI-NOME              PIC X(30).                       00017400
          05 FILLER                    PIC X(23).                       00017500
                                                                        00017600
       01 WRK-REG-MOVCTT.                                               00017700
          05 WRK-MCT-ACAO              PIC X(01).                       00017800
          05 WRK-MCT-CONTATO           PIC X(140).                      00017900
                                                                        00018000
      *----------------------------------------------------------------*00018100
       01 FILLER                       PIC X(50)               VALUE    00018200
            '**** AREA DE DATAS E HORAS ****'.                          00018300
      *----------------------------------------------------------------*00018400
                                                                        00018500
       01 WRK-HORA-PASSO.                                               00018600
          05 WRK-HORA-PASSO-INI        PIC 9(06) VALUE ZEROS.           00018700
          05 WRK-HORA-PASSO-FIM        PIC 9(06) VALUE ZEROS.           00018800
       01 WRK-HORA-ACCEPT.                                              00018900
          05 WRK-HORA-ACC-HHMMSS       PIC 9(06).                       00019000
          05 WRK-HORA-ACC-CC           PIC 9(02).                       00019100
                                                                        00019200
       77 WRK-DATA-RODADA              PIC 9(08) VALUE ZEROS.           00019300
       77 WRK-DATA-CORTE               PIC 9(08) VALUE ZEROS.           00019400
                                                                        00019500
      *----------------------------------------------------------------*00019600
       01 FILLER                       PIC X(50)               VALUE    00019700
            '**** AREA DE VARIAVEIS DA FILE SEC ****'.                  00019800
      *----------------------------------------------------------------*00019900
                                                                        00020000
       77 WRK-FS-RUNCTL                PIC X(02) VALUE SPACES.          00020100
       77 WRK-FS-PEDABER               PIC X(02) VALUE SPACES.          00020200
       77 WRK-FS-CLI2505               PIC X(02) VALUE SPACES.          00020300
       77 WRK-FS-NOVOCLI               PIC X(02) VALUE SPACES.          00020400
       77 WRK-FS-IDENNOV               PIC X(02) VALUE SPACES.          00020500
       77 WRK-FS-TITMNT                PIC X(02) VALUE SPACES.          00020600
       77 WRK-FS-MOVCTT                PIC X(02) VALUE SPACES.          00020700
       77 WRK-FS-PROTABE               PIC X(02) VALUE SPACES.          00020800
                                                                        00020900
      *----------------------------------------------------------------*00021000
       01 FILLER                       PIC X(50)               VALUE    00021100
            '**** AREA DA NUMERACAO DE CONTAS ****'.                    00021200
      *----------------------------------------------------------------*00021300
                                                                        00021400
       01 WRK-TAB-NUMERACAO.                                            00021500
          05 WRK-TAB-NUM-ITEM          OCCURS 200 TIMES.                00021600
             10 WRK-NUM-AGENCIA        PIC X(04).                       00021700
             10 WRK-NUM-ULTIMA         PIC 9(04).                       00021800
                                                                        00021900
       77 WRK-QT-NUMERACAO             PIC 9(03) VALUE ZEROS.           00022000
       77 WRK-IDX-NUM                  PIC 9(03) VALUE ZEROS.           00022100
       77 WRK-NUM-ACHADO               PIC 9(03) VALUE ZEROS.           00022200
       77 WRK-AGENCIA-PROCURADA        PIC X(04) VALUE SPACES.          00022300
       77 WRK-FIM-CLI2505              PIC X(01) VALUE 'N'.             00022400
       77 WRK-FIM-SORT                 PIC X(01) VALUE 'N'.             00022500
                                                                        00022600
      *----------------------------------------------------------------*00022700
       01 FILLER                       PIC X(50)               VALUE    00022800
            '**** AREA DE CONTADORES ****'.                             00022900
      *----------------------------------------------------------------*00023000
                                                                        00023100
       77 WRK-ACU-PEDIDOS              PIC 9(07) VALUE ZEROS.           00023200
       77 WRK-ACU-CONTAS               PIC 9(07) VALUE ZEROS.           00023300
       77 WRK-ACU-RECUSADOS            PIC 9(07) VALUE ZEROS.           00023400
       77 WRK-MOTIVO                   PIC X(40) VALUE SPACES.          00023500
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00023600
                                                                        00023700
      *----------------------------------------------------------------*00023800
       01 FILLER                       PIC X(50)               VALUE    00023900
            '**** AREA DE LINHAS DO RELATORIO ****'.                    00024000
      *----------------------------------------------------------------*00024100
                                                                        00024200
       01 WRK-LINHA-SEPARA.                                             00024300
          05 FILLER                    PIC X(80) VALUE ALL '='.         00024400
       01 WRK-LINHA-TRACO.                                              00024500
          05 FILLER                    PIC X(80) VALUE ALL '-'.         00024600
                                                                        00024700
       01 WRK-REL-TITULO.                                               00024800
          05 FILLER                    PIC X(42) VALUE                  00024900
             'ABERTURA DE CONTAS ONLINE - PROTOCOLOS DE '.              00025000
          05 WRK-PTI-DATA              PIC X(10).                       00025100
          05 FILLER                    PIC X(28) VALUE SPACES.          00025200
       01 WRK-REL-COLUNAS.                                              00025300
          05 FILLER                    PIC X(40) VALUE                  00025400
             'PROTOCOLO           AG/CONTA   NOME    '.                 00025500
          05 FILLER                    PIC X(40) VALUE                  00025600
             '                       OPERADOR'.                         00025700
       01 WRK-REL-DETALHE.                                              00025800
          05 WRK-PDT-PROTOCOLO         PIC X(18).                       00025900
          05 FILLER                    PIC X(02) VALUE SPACES.          00026000
          05 WRK-PDT-AGENCIA           PIC X(04).                       00026100
          05 FILLER                    PIC X(01) VALUE '/'.             00026200
          05 WRK-PDT-CONTA             PIC 9(04).                       00026300
          05 FILLER                    PIC X(02) VALUE SPACES.          00026400
          05 WRK-PDT-NOME              PIC X(30).                       00026500
          05 FILLER                    PIC X(02) VALUE SPACES.          00026600
          05 WRK-PDT-OPERADOR          PIC X(08).                       00026700
          05 FILLER                    PIC X(09) VALUE SPACES.          00026800
       01 WRK-REL-RECUSA.                                               00026900
          05 WRK-PRC-PROTOCOLO         PIC X(18).                       00027000
          05 FILLER                    PIC X(02) VALUE SPACES.          00027100
          05 WRK-PRC-AGENCIA           PIC X(04).                       00027200
          05 FILLER                    PIC X(02) VALUE SPACES.          00027300
          05 FILLER                    PIC X(10) VALUE 'RECUSADO: '.    00027400
          05 WRK-PRC-MOTIVO            PIC X(40).                       00027500
          05 FILLER                    PIC X(04) VALUE SPACES.          00027600
       01 WRK-REL-TOTAL.                                                00027700
          05 WRK-PTO-DESCRICAO         PIC X(30).                       00027800
          05 WRK-PTO-QTDE              PIC Z.ZZZ.ZZ9.                   00027900
          05 FILLER                    PIC X(41) VALUE SPACES.          00028000
                                                                        00028100
      *----------------------------------------------------------------*00028200
       01 FILLER                       PIC X(50)               VALUE    00028300
            '**** AREA DO MODULO VALDOC ****'.                          00028400
      *----------------------------------------------------------------*00028500
                                                                        00028600
        COPY '#VALDOC'.                                                 00028700
                                                                        00028800
      *----------------------------------------------------------------*00028900
       01 FILLER                       PIC X(50)               VALUE    00029000
            '**** AREA DO MODULO TRTERRO ****'.                         00029100
      *----------------------------------------------------------------*00029200
                                                                        00029300
        COPY '#TRTERRO'.                                                00029400
                                                                        00029500
      *================================================================*00029600
       PROCEDURE DIVISION.                                              00029700
      *================================================================*00029800
      *----------------------------------------------------------------*00029900
       0000-PRINCIPAL                     SECTION.                      00030000
      *----------------------------------------------------------------*00030100
                                                                        00030200
           PERFORM 1000-INICIAR.                                        00030300
                                                                        00030400
           SORT ORDENA                                                  00030500
               ON ASCENDING KEY SD-AGENCIA                              00030600
                                SD-PROTOCOLO                            00030700
               USING PEDABER                                            00030800
               OUTPUT PROCEDURE IS 2000-GERAR-CONTAS.                   00030900
                                                                        00031000
           PERFORM 3000-FINALIZAR.                                      00031100
                                                                        00031200
      *----------------------------------------------------------------*00031300
       0000-99-FIM.            EXIT.                                    00031400
      *----------------------------------------------------------------*00031500
                                                                        00031600
      *----------------------------------------------------------------*00031700
       1000-INICIAR                       SECTION.                      00031800
      *----------------------------------------------------------------*00031900
                                                                        00032000
            ACCEPT WRK-HORA-ACCEPT FROM TIME.                           00032100
            MOVE WRK-HORA-ACC-HHMMSS TO WRK-HORA-PASSO-INI.             00032200
                                                                        00032300
            PERFORM 1600-LER-DATA-RODADA.                               00032400
                                                                        00032500
            OPEN INPUT  CLI2505                                         00032600
                 OUTPUT NOVOCLI                                         00032700
                        IDENNOV                                         00032800
                        TITMNT                                          00032900
                        MOVCTT                                          00033000
                        PROTABE.                                        00033100
            IF WRK-FS-CLI2505 NOT EQUAL ZEROS                           00033200
                MOVE ' ERRO ABERTURA CLI2505 ' TO WRK-MSG               00033300
                PERFORM 9000-TRATAR-ERROS                               00033400
            END-IF.                                                     00033500
            IF WRK-FS-NOVOCLI NOT EQUAL ZEROS                           00033600
                MOVE ' ERRO ABERTURA NOVOCLI ' TO WRK-MSG               00033700
                PERFORM 9000-TRATAR-ERROS                               00033800
            END-IF.                                                     00033900
            IF WRK-FS-IDENNOV NOT EQUAL ZEROS                           00034000
                MOVE ' ERRO ABERTURA IDENNOV ' TO WRK-MSG               00034100
                PERFORM 9000-TRATAR-ERROS                               00034200
            END-IF.                                                     00034300
            IF WRK-FS-TITMNT NOT EQUAL ZEROS                            00034400
                MOVE ' ERRO ABERTURA TITMNT ' TO WRK-MSG                00034500
                PERFORM 9000-TRATAR-ERROS                               00034600
            END-IF.                                                     00034700
            IF WRK-FS-MOVCTT NOT EQUAL ZEROS                            00034800
                MOVE ' ERRO ABERTURA MOVCTT ' TO WRK-MSG                00034900
                PERFORM 9000-TRATAR-ERROS                               00035000
            END-IF.                                                     00035100
            IF WRK-FS-PROTABE NOT EQUAL ZEROS                           00035200
                MOVE ' ERRO ABERTURA PROTABE ' TO WRK-MSG               00035300
                PERFORM 9000-TRATAR-ERROS                               00035400
            END-IF.                                                     00035500
                                                                        00035600
            READ CLI2505.                                               00035700
            IF WRK-FS-CLI2505 NOT EQUAL ZEROS                           00035800
               OR FD-CLI2505(1:3) NOT EQUAL 'HDR'                       00035900
                MOVE ' CLI2505 SEM CABECALHO ' TO WRK-MSG               00036000
                PERFORM 9000-TRATAR-ERROS                               00036100
            END-IF.                                                     00036200
            MOVE FD-CLI2505(1:21) TO WRK-REG-CABECALHO.                 00036300
            IF WRK-HDR-VERSAO NOT EQUAL '02'                            00036400
                MOVE ' CLI2505 EM LAYOUT SEM CENTAVOS ' TO WRK-MSG      00036500
                PERFORM 9000-TRATAR-ERROS                               00036600
            END-IF.                                                     00036700
            PERFORM 1300-LER-CLI2505.                                   00036800
            PERFORM 1200-CARREGAR-NUMERACAO                             00036900
                UNTIL WRK-FIM-CLI2505 EQUAL 'S'.                        00037000
            CLOSE CLI2505.                                              00037100
                                                                        00037200
            MOVE WRK-DATA-RODADA(1:2) TO WRK-PTI-DATA(1:2).             00037300
            MOVE '/'                  TO WRK-PTI-DATA(3:1).             00037400
            MOVE WRK-DATA-RODADA(3:2) TO WRK-PTI-DATA(4:2).             00037500
            MOVE '/'                  TO WRK-PTI-DATA(6:1).             00037600
            MOVE WRK-DATA-RODADA(5:4) TO WRK-PTI-DATA(7:4).             00037700
                                                                        00037800
            WRITE FD-PROTABE FROM WRK-LINHA-SEPARA.                     00037900
            WRITE FD-PROTABE FROM WRK-REL-TITULO.                       00038000
            WRITE FD-PROTABE FROM WRK-LINHA-SEPARA.                     00038100
            WRITE FD-PROTABE FROM WRK-REL-COLUNAS.                      00038200
            WRITE FD-PROTABE FROM WRK-LINHA-TRACO.                      00038300
                                                                        00038400
      *----------------------------------------------------------------*00038500
       1000-99-FIM.            EXIT.                                    00038600
      *----------------------------------------------------------------*00038700
      *----------------------------------------------------------------*00038800
       1200-CARREGAR-NUMERACAO            SECTION.                      00038900
      *----------------------------------------------------------------*00039000
      *    GUARDA A MAIOR CONTA NUMERICA DE CADA AGENCIA DO CADASTRO.  *00039100
      *----------------------------------------------------------------*00039200
                                                                        00039300
            MOVE FD-CLI2505-AGENCIA TO WRK-AGENCIA-PROCURADA.           00039400
            PERFORM 2500-PROCURAR-AGENCIA.                              00039500
                                                                        00039600
            IF WRK-NUM-ACHADO NOT EQUAL ZEROS                           00039700
               AND FD-CLI2505-CONTA NUMERIC                             00039800
               AND FD-CLI2505-CONTA GREATER                             00039900
                   WRK-NUM-ULTIMA(WRK-NUM-ACHADO)                       00040000
                MOVE FD-CLI2505-CONTA                                   00040100
                  TO WRK-NUM-ULTIMA(WRK-NUM-ACHADO)                     00040200
            END-IF.                                                     00040300
                                                                        00040400
            PERFORM 1300-LER-CLI2505.                                   00040500
                                                                        00040600
      *----------------------------------------------------------------*00040700
       1200-99-FIM.            EXIT.                                    00040800
      *----------------------------------------------------------------*00040900
      *----------------------------------------------------------------*00041000
       1300-LER-CLI2505                   SECTION.                      00041100
      *----------------------------------------------------------------*00041200
                                                                        00041300
            READ CLI2505.                                               00041400
            IF WRK-FS-CLI2505 NOT EQUAL ZEROS                           00041500
               OR FD-CLI2505(1:3) EQUAL 'TRL'                           00041600
                MOVE 'S' TO WRK-FIM-CLI2505                             00041700
            END-IF.                                                     00041800
                                                                        00041900
      *----------------------------------------------------------------*00042000
       1300-99-FIM.            EXIT.                                    00042100
      *----------------------------------------------------------------*00042200
      *----------------------------------------------------------------*00042300
       1600-LER-DATA-RODADA               SECTION.                      00042400
      *----------------------------------------------------------------*00042500
                                                                        00042600
            OPEN INPUT RUNCTL.                                          00042700
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00042800
                MOVE ' RUNCTL AUSENTE - RODAR FR06CB01 ' TO WRK-MSG     00042900
                PERFORM 9000-TRATAR-ERROS                               00043000
            END-IF.                                                     00043100
                                                                        00043200
            READ RUNCTL INTO WRK-RUNCTL.                                00043300
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00043400
               OR WRK-RUNCTL-TIPO NOT EQUAL '1'                         00043500
                MOVE ' RUNCTL SEM REGISTRO DE ABERTURA ' TO WRK-MSG     00043600
                PERFORM 9000-TRATAR-ERROS                               00043700
            END-IF.                                                     00043800
                                                                        00043900
            MOVE WRK-RUNCTL-DATA TO WRK-DATA-RODADA.                    00044000
            CLOSE RUNCTL.                                               00044100
                                                                        00044200
            MOVE WRK-DATA-RODADA(5:4)  TO WRK-DATA-CORTE(1:4).          00044300
            MOVE WRK-DATA-RODADA(3:2)  TO WRK-DATA-CORTE(5:2).          00044400
            MOVE WRK-DATA-RODADA(1:2)  TO WRK-DATA-CORTE(7:2).          00044500
                                                                        00044600
      *----------------------------------------------------------------*00044700
       1600-99-FIM.            EXIT.                                    00044800
      *----------------------------------------------------------------*00044900
      *----------------------------------------------------------------*00045000
       2000-GERAR-CONTAS                  SECTION.                      00045100
      *----------------------------------------------------------------*00045200
                                                                        00045300
            PERFORM 2100-TRATAR-PEDIDO                                  00045400
                UNTIL WRK-FIM-SORT EQUAL 'S'.                           00045500
                                                                        00045600
      *----------------------------------------------------------------*00045700
       2000-99-FIM.            EXIT.                                    00045800
      *----------------------------------------------------------------*00045900
      *----------------------------------------------------------------*00046000
       2100-TRATAR-PEDIDO                 SECTION.                      00046100
      *----------------------------------------------------------------*00046200
                                                                        00046300
            RETURN ORDENA INTO WRK-REG-PEDAB                            00046400
                AT END                                                  00046500
                    MOVE 'S' TO WRK-FIM-SORT                            00046600
                    GO TO 2100-99-FIM                                   00046700
            END-RETURN.                                                 00046800
                                                                        00046900
            ADD 1 TO WRK-ACU-PEDIDOS.                                   00047000
                                                                        00047100
            IF WRK-PAB-SALDO NOT NUMERIC                                00047200
                MOVE 'SALDO DE ABERTURA NAO NUMERICO' TO WRK-MOTIVO     00047300
                PERFORM 2900-RECUSAR-PEDIDO                             00047400
                GO TO 2100-99-FIM                                       00047500
            END-IF.                                                     00047600
                                                                        00047700
            MOVE WRK-PAB-TIPO-PESSOA TO WRK-VDC-TIPO.                   00047800
            MOVE WRK-PAB-DOCUMENTO   TO WRK-VDC-NUMERO.                 00047900
            MOVE SPACES              TO WRK-VDC-RETORNO.                00048000
            CALL 'VALDOC'            USING WRK-VALDOC.                  00048100
            IF WRK-VDC-RETORNO NOT EQUAL '0'                            00048200
                MOVE 'DOCUMENTO REPROVADO PELO VALDOC' TO WRK-MOTIVO    00048300
                PERFORM 2900-RECUSAR-PEDIDO                             00048400
                GO TO 2100-99-FIM                                       00048500
            END-IF.                                                     00048600
                                                                        00048700
            MOVE WRK-PAB-AGENCIA TO WRK-AGENCIA-PROCURADA.              00048800
            PERFORM 2500-PROCURAR-AGENCIA.                              00048900
            IF WRK-NUM-ACHADO EQUAL ZEROS                               00049000
                MOVE 'TABELA DE AGENCIAS ESGOTADA' TO WRK-MOTIVO        00049100
                PERFORM 2900-RECUSAR-PEDIDO                             00049200
                GO TO 2100-99-FIM                                       00049300
            END-IF.                                                     00049400
            IF WRK-NUM-ULTIMA(WRK-NUM-ACHADO) EQUAL 9999                00049500
                MOVE 'AGENCIA SEM NUMERO DE CONTA LIVRE' TO WRK-MOTIVO  00049600
                PERFORM 2900-RECUSAR-PEDIDO                             00049700
                GO TO 2100-99-FIM                                       00049800
            END-IF.                                                     00049900
                                                                        00050000
            ADD 1 TO WRK-NUM-ULTIMA(WRK-NUM-ACHADO).                    00050100
            PERFORM 2200-GRAVAR-CONTA.                                  00050200
                                                                        00050300
      *----------------------------------------------------------------*00050400
       2100-99-FIM.            EXIT.                                    00050500
      *----------------------------------------------------------------*00050600
      *----------------------------------------------------------------*00050700
       2200-GRAVAR-CONTA                  SECTION.                      00050800
      *----------------------------------------------------------------*00050900
                                                                        00051000
            MOVE WRK-PAB-AGENCIA                 TO FD-NOVO-AGENCIA.    00051100
            MOVE WRK-NUM-ULTIMA(WRK-NUM-ACHADO)  TO FD-NOVO-CONTA.      00051200
            MOVE WRK-PAB-NOME                    TO FD-NOVO-NOME.       00051300
            MOVE WRK-PAB-SALDO                   TO FD-NOVO-SALDO.      00051400
            MOVE ZEROS                           TO FD-NOVO-ULT-MOVTO.  00051500
            WRITE FD-NOVOCLI.                                           00051600
            IF WRK-FS-NOVOCLI NOT EQUAL ZEROS                           00051700
                MOVE ' ERRO GRAVACAO NOVOCLI ' TO WRK-MSG               00051800
                PERFORM 9000-TRATAR-ERROS                               00051900
            END-IF.                                                     00052000
                                                                        00052100
            MOVE SPACES                TO WRK-REG-IDENT.                00052200
            MOVE FD-NOVO-CHAVE         TO WRK-IDT-CHAVE.                00052300
            MOVE WRK-PAB-TIPO-PESSOA   TO WRK-IDT-TIPO-PESSOA.          00052400
            MOVE WRK-PAB-DOCUMENTO     TO WRK-IDT-DOCUMENTO.            00052500
            MOVE ZEROS                 TO WRK-IDT-DATA-EMISSAO.         00052600
            WRITE FD-IDENNOV FROM WRK-REG-IDENT.                        00052700
            IF WRK-FS-IDENNOV NOT EQUAL ZEROS                           00052800
                MOVE ' ERRO GRAVACAO IDENNOV ' TO WRK-MSG               00052900
                PERFORM 9000-TRATAR-ERROS                               00053000
            END-IF.                                                     00053100
                                                                        00053200
            MOVE SPACES                TO WRK-CARTAO-TITULAR.           00053300
            MOVE 'I'                   TO WRK-CTI-ACAO.                 00053400
            MOVE FD-NOVO-CHAVE         TO WRK-CTI-CHAVE.                00053500
            MOVE 'P'                   TO WRK-CTI-PAPEL.                00053600
            MOVE WRK-PAB-TIPO-PESSOA   TO WRK-CTI-TIPO-PESSOA.          00053700
            MOVE WRK-PAB-DOCUMENTO     TO WRK-CTI-DOCUMENTO.            00053800
            MOVE WRK-PAB-NOME          TO WRK-CTI-NOME.                 00053900
            WRITE FD-TITMNT FROM WRK-CARTAO-TITULAR.                    00054000
            IF WRK-FS-TITMNT NOT EQUAL ZEROS                            00054100
                MOVE ' ERRO GRAVACAO TITMNT ' TO WRK-MSG                00054200
                PERFORM 9000-TRATAR-ERROS                               00054300
            END-IF.                                                     00054400
                                                                        00054500
            MOVE SPACES                TO WRK-REG-CONTATO.              00054600
            MOVE FD-NOVO-CHAVE         TO WRK-CTT-CHAVE.                00054700
            MOVE WRK-PAB-ENDERECO1     TO WRK-CTT-ENDERECO1.            00054800
            MOVE WRK-PAB-ENDERECO2     TO WRK-CTT-ENDERECO2.            00054900
            MOVE WRK-PAB-CIDADE        TO WRK-CTT-CIDADE.               00055000
            MOVE WRK-PAB-UF            TO WRK-CTT-UF.                   00055100
            MOVE WRK-PAB-CEP           TO WRK-CTT-CEP.                  00055200
            MOVE WRK-PAB-EMAIL         TO WRK-CTT-EMAIL.                00055300
            MOVE 'I'                   TO WRK-MCT-ACAO.                 00055400
            MOVE WRK-REG-CONTATO       TO WRK-MCT-CONTATO.              00055500
            WRITE FD-MOVCTT FROM WRK-REG-MOVCTT.                        00055600
            IF WRK-FS-MOVCTT NOT EQUAL ZEROS                            00055700
                MOVE ' ERRO GRAVACAO MOVCTT ' TO WRK-MSG                00055800
                PERFORM 9000-TRATAR-ERROS                               00055900
            END-IF.                                                     00056000
                                                                        00056100
            MOVE WRK-PAB-PROTOCOLO     TO WRK-PDT-PROTOCOLO.            00056200
            MOVE FD-NOVO-AGENCIA       TO WRK-PDT-AGENCIA.              00056300
            MOVE FD-NOVO-CONTA         TO WRK-PDT-CONTA.                00056400
            MOVE WRK-PAB-NOME          TO WRK-PDT-NOME.                 00056500
            MOVE WRK-PAB-USUARIO       TO WRK-PDT-OPERADOR.             00056600
            WRITE FD-PROTABE FROM WRK-REL-DETALHE.                      00056700
                                                                        00056800
            ADD 1 TO WRK-ACU-CONTAS.                                    00056900
                                                                        00057000
      *----------------------------------------------------------------*00057100
       2200-99-FIM.            EXIT.                                    00057200
      *----------------------------------------------------------------*00057300
      *----------------------------------------------------------------*00057400
       2500-PROCURAR-AGENCIA              SECTION.                      00057500
      *----------------------------------------------------------------*00057600
      *    DEVOLVE EM WRK-NUM-ACHADO A POSICAO DA AGENCIA NA TABELA,   *00057700
      *    INCLUINDO-A COM ULTIMA CONTA ZERO SE AINDA NAO EXISTIR.     *00057800
      *    TABELA CHEIA DEVOLVE ZERO.                                  *00057900
      *----------------------------------------------------------------*00058000
                                                                        00058100
            MOVE ZEROS TO WRK-NUM-ACHADO.                               00058200
            PERFORM 2510-COMPARAR-AGENCIA                               00058300
                VARYING WRK-IDX-NUM FROM 1 BY 1                         00058400
                UNTIL WRK-IDX-NUM GREATER WRK-QT-NUMERACAO              00058500
                   OR WRK-NUM-ACHADO NOT EQUAL ZEROS.                   00058600
                                                                        00058700
            IF WRK-NUM-ACHADO EQUAL ZEROS                               00058800
               AND WRK-QT-NUMERACAO LESS 200                            00058900
                ADD 1 TO WRK-QT-NUMERACAO                               00059000
                MOVE WRK-AGENCIA-PROCURADA                              00059100
                  TO WRK-NUM-AGENCIA(WRK-QT-NUMERACAO)                  00059200
                MOVE ZEROS TO WRK-NUM-ULTIMA(WRK-QT-NUMERACAO)          00059300
                MOVE WRK-QT-NUMERACAO TO WRK-NUM-ACHADO                 00059400
            END-IF.                                                     00059500
                                                                        00059600
      *----------------------------------------------------------------*00059700
       2500-99-FIM.            EXIT.                                    00059800
      *----------------------------------------------------------------*00059900
      *----------------------------------------------------------------*00060000
       2510-COMPARAR-AGENCIA              SECTION.                      00060100
      *----------------------------------------------------------------*00060200
                                                                        00060300
            IF WRK-NUM-AGENCIA(WRK-IDX-NUM) EQUAL WRK-AGENCIA-PROCURADA 00060400
                MOVE WRK-IDX-NUM TO WRK-NUM-ACHADO                      00060500
            END-IF.                                                     00060600
                                                                        00060700
      *----------------------------------------------------------------*00060800
       2510-99-FIM.            EXIT.                                    00060900
      *----------------------------------------------------------------*00061000
      *----------------------------------------------------------------*00061100
       2900-RECUSAR-PEDIDO                SECTION.                      00061200
      *----------------------------------------------------------------*00061300
                                                                        00061400
            ADD 1 TO WRK-ACU-RECUSADOS.                                 00061500
            MOVE WRK-PAB-PROTOCOLO     TO WRK-PRC-PROTOCOLO.            00061600
            MOVE WRK-PAB-AGENCIA       TO WRK-PRC-AGENCIA.              00061700
            MOVE WRK-MOTIVO            TO WRK-PRC-MOTIVO.               00061800
            WRITE FD-PROTABE FROM WRK-REL-RECUSA.                       00061900
            DISPLAY 'PEDIDO RECUSADO ' WRK-PAB-PROTOCOLO ' '            00062000
                    WRK-MOTIVO.                                         00062100
            MOVE 4 TO RETURN-CODE.                                      00062200
                                                                        00062300
      *----------------------------------------------------------------*00062400
       2900-99-FIM.            EXIT.                                    00062500
      *----------------------------------------------------------------*00062600
      *----------------------------------------------------------------*00062700
       3000-FINALIZAR                     SECTION.                      00062800
      *----------------------------------------------------------------*00062900
      *    O FR06C108 LE OS CARTOES ATE O CARTAO EM BRANCO.            *00063000
      *----------------------------------------------------------------*00063100
                                                                        00063200
            MOVE SPACES TO FD-TITMNT.                                   00063300
            WRITE FD-TITMNT.                                            00063400
                                                                        00063500
            WRITE FD-PROTABE FROM WRK-LINHA-TRACO.                      00063600
            MOVE 'PEDIDOS RECEBIDOS'       TO WRK-PTO-DESCRICAO.        00063700
            MOVE WRK-ACU-PEDIDOS           TO WRK-PTO-QTDE.             00063800
            WRITE FD-PROTABE FROM WRK-REL-TOTAL.                        00063900
            MOVE 'CONTAS GERADAS'          TO WRK-PTO-DESCRICAO.        00064000
            MOVE WRK-ACU-CONTAS            TO WRK-PTO-QTDE.             00064100
            WRITE FD-PROTABE FROM WRK-REL-TOTAL.                        00064200
            MOVE 'PEDIDOS RECUSADOS'       TO WRK-PTO-DESCRICAO.        00064300
            MOVE WRK-ACU-RECUSADOS         TO WRK-PTO-QTDE.             00064400
            WRITE FD-PROTABE FROM WRK-REL-TOTAL.                        00064500
            WRITE FD-PROTABE FROM WRK-LINHA-SEPARA.                     00064600
                                                                        00064700
            CLOSE NOVOCLI                                               00064800
                  IDENNOV                                               00064900
                  TITMNT                                                00065000
                  MOVCTT                                                00065100
                  PROTABE.                                              00065200
                                                                        00065300
            DISPLAY '------------------------------------------------'. 00065400
            DISPLAY '  PEDIDOS RECEBIDOS...: ' WRK-ACU-PEDIDOS.         00065500
            DISPLAY '  CONTAS GERADAS......: ' WRK-ACU-CONTAS.          00065600
            DISPLAY '  PEDIDOS RECUSADOS...: ' WRK-ACU-RECUSADOS.       00065700
            DISPLAY '------------------------------------------------'. 00065800
                                                                        00065900
            PERFORM 4900-GRAVAR-RUNCTL.                                 00066000
                                                                        00066100
            STOP RUN.                                                   00066200
      *----------------------------------------------------------------*00066300
       3000-99-FIM.            EXIT.                                    00066400
      *----------------------------------------------------------------*00066500
      *----------------------------------------------------------------*00066600
       4900-GRAVAR-RUNCTL                 SECTION.                      00066700
      *----------------------------------------------------------------*00066800
                                                                        00066900
            OPEN EXTEND RUNCTL.                                         00067000
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00067100
                MOVE ' ERRO ABERTURA RUNCTL ' TO WRK-MSG                00067200
                PERFORM 9000-TRATAR-ERROS                               00067300
            END-IF.                                                     00067400
                                                                        00067500
            MOVE SPACES                TO WRK-RUNCTL.                   00067600
            MOVE '2'                   TO WRK-RUNCTL-TIPO.              00067700
            MOVE 'FR06C117'            TO WRK-RUNCTL-PROGRAMA.          00067800
            MOVE WRK-ACU-PEDIDOS       TO WRK-RUNCTL-LIDOS.             00067900
            MOVE WRK-ACU-CONTAS        TO WRK-RUNCTL-GRAVADOS.          00068000
            MOVE WRK-ACU-RECUSADOS     TO WRK-RUNCTL-EXCECAO.           00068100
            MOVE RETURN-CODE           TO WRK-RUNCTL-RETCODE.           00068200
            ACCEPT WRK-HORA-ACCEPT FROM TIME.                           00068300
            MOVE WRK-HORA-ACC-HHMMSS   TO WRK-HORA-PASSO-FIM.           00068400
            MOVE WRK-HORA-PASSO-INI    TO WRK-RUNCTL-HORA-INI.          00068500
            MOVE WRK-HORA-PASSO-FIM    TO WRK-RUNCTL-HORA-FIM.          00068600
            WRITE FD-RUNCTL FROM WRK-RUNCTL.                            00068700
            CLOSE RUNCTL.                                               00068800
                                                                        00068900
      *----------------------------------------------------------------*00069000
       4900-99-FIM.            EXIT.                                    00069100
      *----------------------------------------------------------------*00069200
                                                                        00069300
      *----------------------------------------------------------------*00069400
       9000-TRATAR-ERROS                  SECTION.                      00069500
      *----------------------------------------------------------------*00069600
                                                                        00069700
             MOVE 'FR06C117'       TO WRK-ERR-PROGRAMA.                 00069800
             MOVE '9000'           TO WRK-ERR-SECTION.                  00069900
             MOVE WRK-MSG          TO WRK-ERR-MSG.                      00070000
             MOVE SPACES           TO WRK-ERR-STATUS.                   00070100
             MOVE WRK-FS-RUNCTL    TO WRK-ERR-STATUS(1:2).              00070200
             MOVE WRK-FS-CLI2505   TO WRK-ERR-STATUS(3:2).              00070300
             MOVE WRK-FS-NOVOCLI   TO WRK-ERR-STATUS(5:2).              00070400
             MOVE WRK-FS-IDENNOV   TO WRK-ERR-STATUS(7:2).              00070500
             MOVE WRK-FS-MOVCTT    TO WRK-ERR-STATUS(9:2).              00070600
             MOVE 'F'              TO WRK-ERR-SEVERIDADE.               00070700
                                                                        00070800
             CALL 'TRTERRO'        USING WRK-TRTERRO.                   00070900
                                                                        00071000
      *----------------------------------------------------------------*00071100
       9000-99-FIM.            EXIT.                                    00071200
      *----------------------------------------------------------------*00071300
