      *================================================================*00000100
       IDENTIFICATION                            DIVISION.              00000200
      *================================================================*00000300
                                                                        00000400
       PROGRAM-ID.  FR06C107.                                           00000500
                                                                        00000600
      *================================================================*00000700
      *     AUTOR.......: JOEI LORENTI                                  00000800
      *     ANALISTA....: IVAN SANCHES                                  00000900
      *     EMPRESA.....: FOURSYS                                       00001000
      *     DATA........: 15/10/2026                                    00001100
      *----------------------------------------------------------------*00001200
      *                                                                 00001300
      *     OBJETIVO: POSICAO CONSOLIDADA DO CLIENTE POR CPF/CNPJ.      00001400
      *               O CADASTRO E POR CONTA; O MESMO CLIENTE PODE      00001500
      *               TER VARIAS CONTAS EM VARIAS AGENCIAS. A PARTIR    00001600
      *               DO REGISTRO DE DOCUMENTOS (IDENCLI, LAYOUT        00001700
      *               B#IDENT), CLASSIFICA AS CONTAS POR DOCUMENTO      00001800
      *               COM SORT INTERNO E, PARA CADA DOCUMENTO, REUNE:   00001900
      *               - O SALDO DE CADA CONTA NO CADASTRO DO DIA        00002000
      *                 (CLI2505) E O SALDO COMBINADO;                  00002100
      *               - OS BLOQUEIOS ATIVOS (BLOQUEIO, B#BLOQ) E A      00002200
      *                 MARCA DE INATIVIDADE (SITCONTA, B#SITCTA);      00002300
      *               - O SALDO DE PARCELAS EM ABERTO (PARCMST,         00002400
      *                 B#PARCM);                                       00002500
      *               - O LIMITE DE CHEQUE ESPECIAL (LIMITES).          00002600
      *               CONTA DO IDENCLI FORA DO CLI2505 SAI MARCADA      00002700
      *               (ENCERRADA), SEM SALDO. DOCUMENTO COM CONTAS EM   00002800
      *               MAIS DE UMA AGENCIA E DESTACADO. GERA O           00002900
      *               RELATORIO RELPOSC E O EXTRATO EXTPOSC (LAYOUT     00003000
      *               B#POSCL: UM TOTAL 'D' POR DOCUMENTO SEGUIDO DE    00003100
      *               UM 'C' POR CONTA). BLOQUEIO, SITCONTA, LIMITES    00003200
      *               E PARCMST SAO OPCIONAIS (AUSENTE = AVISO).        00003300
      *                                                                 00003400
      *----------------------------------------------------------------*00003500
      *     INPUT:                                                      00003600
      *     DDNAME           I/O                                        00003700
      *     IDENCLI           I   (DOCUMENTOS POR CONTA - LRECL 80)     00003800
      *     CLI2505           I   (CADASTRO DO DIA - LRECL 56)          00003900
      *     BLOQUEIO          I   (BLOQUEIOS - LRECL 80, OPCIONAL)      00004000
      *     SITCONTA          I   (CONTAS INATIVAS - LRECL 80,          00004100
      *                            OPCIONAL)                            00004200
      *     LIMITES           I   (CHEQUE ESPECIAL - LRECL 80,          00004300
      *                            OPCIONAL)                            00004400
      *     PARCMST           I   (MESTRE DE PARCELAS - LRECL 50,       00004500
      *                            OPCIONAL)                            00004600
      *     RUNCTL            I   (DATA DA RODADA)                      00004700
      *     RELPOSC           O   (RELATORIO - LRECL 80)                00004800
      *     EXTPOSC           O   (EXTRATO - LRECL 80)                  00004900
      *                                                                 00005000
      *----------------------------------------------------------------*00005100
      *     MANUTENCAO:                                                 00005200
      *                                                                 00005300
      *================================================================*00005400
                                                                        00005500
      *================================================================*00005600
       ENVIRONMENT                               DIVISION.              00005700
      *================================================================*00005800
                                                                        00005900
      *----------------------------------------------------------------*00006000
       CONFIGURATION                             SECTION.               00006100
      *----------------------------------------------------------------*00006200
                                                                        00006300
       SPECIAL-NAMES.                                                   00006400
           DECIMAL-POINT IS COMMA.                                      00006500
                                                                        00006600
      *----------------------------------------------------------------*00006700
       INPUT-OUTPUT                              SECTION.               00006800
      *----------------------------------------------------------------*00006900
                                                                        00007000
       FILE-CONTROL.                                                    00007100
             SELECT IDENCLI            ASSIGN TO IDENCLI                00007200
                FILE STATUS            IS WRK-FS-IDENCLI.               00007300
             SELECT CLI2505            ASSIGN TO CLI2505                00007400
                FILE STATUS            IS WRK-FS-CLI2505.               00007500
             SELECT BLOQUEIO           ASSIGN TO BLOQUEIO               00007600
                FILE STATUS            IS WRK-FS-BLOQUEIO.              00007700
             SELECT SITCONTA           ASSIGN TO SITCONTA               00007800
                FILE STATUS            IS WRK-FS-SITCONTA.              00007900
             SELECT LIMITES            ASSIGN TO LIMITES                00008000
                FILE STATUS            IS WRK-FS-LIMITES.               00008100
             SELECT PARCMST            ASSIGN TO PARCMST                00008200
                FILE STATUS            IS WRK-FS-PARCMST.               00008300
             SELECT RUNCTL             ASSIGN TO RUNCTL                 00008400
                FILE STATUS            IS WRK-FS-RUNCTL.                00008500
             SELECT RELPOSC            ASSIGN TO RELPOSC                00008600
                FILE STATUS            IS WRK-FS-RELPOSC.               00008700
             SELECT EXTPOSC            ASSIGN TO EXTPOSC                00008800
                FILE STATUS            IS WRK-FS-EXTPOSC.               00008900
             SELECT ORDENA             ASSIGN TO ORDENA.                00009000
                                                                        00009100
      *================================================================*00009200
       DATA                                      DIVISION.              00009300
      *================================================================*00009400
                                                                        00009500
      *----------------------------------------------------------------*00009600
       FILE                                      SECTION.               00009700
      *----------------------------------------------------------------*00009800
                                                                        00009900
       FD IDENCLI                                                       00010000
           RECORDING MODE IS F                                          00010100
           BLOCK CONTAINS 0 RECORDS.                                    00010200
       01 FD-IDENCLI                   PIC X(80).                       00010300
                                                                        00010400
       FD CLI2505                                                       00010500
           RECORDING MODE IS F                                          00010600
           BLOCK CONTAINS 0 RECORDS.                                    00010700
       COPY 'B#CLI25'.                                                  00010800
                                                                        00010900
       FD BLOQUEIO                                                      00011000
           RECORDING MODE IS F                                          00011100
           BLOCK CONTAINS 0 RECORDS.                                    00011200
       01 FD-BLOQUEIO                  PIC X(80).                       00011300
                                                                        00011400
       FD SITCONTA                                                      00011500
           RECORDING MODE IS F                                          00011600
           BLOCK CONTAINS 0 RECORDS.                                    00011700
       01 FD-SITCONTA                  PIC X(80).                       00011800
                                                                        00011900
       FD LIMITES                                                       00012000
           RECORDING MODE IS F                                          00012100
           BLOCK CONTAINS 0 RECORDS.                                    00012200
       01 FD-LIMITES.                                                   00012300
          05 FD-LIM-CHAVE              PIC X(08).                       00012400
          05 FD-LIM-VALOR              PIC 9(08).                       00012500
          05 FILLER                    PIC X(64).                       00012600
                                                                        00012700
       FD PARCMST                                                       00012800
           RECORDING MODE IS F                                          00012900
           BLOCK CONTAINS 0 RECORDS.                                    00013000
       01 FD-PARCMST                   PIC X(50).                       00013100
                                                                        00013200
       FD RUNCTL                                                        00013300
           RECORDING MODE IS F                                          00013400
           BLOCK CONTAINS 0 RECORDS.                                    00013500
       01 FD-RUNCTL                    PIC X(80).                       00013600
                                                                        00013700
       FD RELPOSC                                                       00013800
           RECORDING MODE IS F                                          00013900
           BLOCK CONTAINS 0 RECORDS.                                    00014000
       01 FD-RELPOSC                   PIC X(80).                       00014100
                                                                        00014200
       FD EXTPOSC                                                       00014300
           RECORDING MODE IS F                                          00014400
           BLOCK CONTAINS 0 RECORDS.                                    00014500
       01 FD-EXTPOSC                   PIC X(80).                       00014600
                                                                        00014700
       SD ORDENA.                                                       00014800
       01 SD-ORDENA.                                                    00014900
          05 SD-DOCUMENTO              PIC X(14).                       00015000
          05 SD-CHAVE                  PIC X(08).                       00015100
          05 SD-TIPO-PESSOA            PIC X(01).                       00015200
                                                                        00015300
      *----------------------------------------------------------------*00015400
       WORKING-STORAGE                           SECTION.               00015500
      *----------------------------------------------------------------*00015600
                                                                        00015700
      *----------------------------------------------------------------*00015800
       01 FILLER                       PIC X(50)               VALUE    00015900
            '**** AREA DOS LAYOUTS E DO RUNCTL ****'.                   00016000
      *----------------------------------------------------------------*00016100
                                                                        00016200
        COPY 'B#HDRTRL'.                                                00016300
        COPY 'B#RUNCTL'.                                                00016400
        COPY 'B#IDENT'.                                                 00016500
        COPY 'B#BLOQ'.                                                  00016600
        COPY 'B#SITCTA'.                                                00016700
        COPY 'B#PARCM'.                                                 00016800
        COPY 'B#POSCL'.                                                 00016900
                                                                        00017000
       77 WRK-DATA-RODADA              PIC 9(08) VALUE ZEROS.           00017100
                                                                        00017200
      *----------------------------------------------------------------*00017300
       01 FILLER                       PIC X(50)               VALUE    00017400
            '**** AREA DE VARIAVEIS DA FILE SEC ****'.                  00017500
      *----------------------------------------------------------------*00017600
                                                                        00017700
       77 WRK-FS-IDENCLI               PIC X(02) VALUE SPACES.          00017800
       77 WRK-FS-CLI2505               PIC X(02) VALUE SPACES.          00017900
       77 WRK-FS-BLOQUEIO              PIC X(02) VALUE SPACES.          00018000
       77 WRK-FS-SITCONTA              PIC X(02) VALUE SPACES.          00018100
       77 WRK-FS-LIMITES               PIC X(02) VALUE SPACES.          00018200
       77 WRK-FS-PARCMST               PIC X(02) VALUE SPACES.          00018300
       77 WRK-FS-RUNCTL                PIC X(02) VALUE SPACES.          00018400
       77 WRK-FS-RELPOSC               PIC X(02) VALUE SPACES.          00018500
       77 WRK-FS-EXTPOSC               PIC X(02) VALUE SPACES.          00018600
                                                                        00018700
      *----------------------------------------------------------------*00018800
       01 FILLER                       PIC X(50)               VALUE    00018900
            '**** AREA DAS TABELAS DE CONSULTA ****'.                   00019000
      *----------------------------------------------------------------*00019100
                                                                        00019200
       01 WRK-TAB-CLIENTES.                                             00019300
          05 WRK-TCL-ITEM              OCCURS 5000 TIMES.               00019400
             10 WRK-TCL-CHAVE          PIC X(08).                       00019500
             10 WRK-TCL-NOME           PIC X(30).                       00019600
             10 WRK-TCL-SALDO          PIC 9(08)V99.                    00019700
       77 WRK-QT-CLIENTES              PIC 9(04) VALUE ZEROS.           00019800
       77 WRK-IDX-CLI                  PIC 9(04) VALUE ZEROS.           00019900
       77 WRK-CLI-ACHADO               PIC 9(04) VALUE ZEROS.           00020000
                                                                        00020100
       01 WRK-TAB-BLOQUEIOS.                                            00020200
          05 WRK-TBQ-CHAVE             PIC X(08) OCCURS 1000 TIMES.     00020300
       77 WRK-QT-BLOQUEIOS             PIC 9(04) VALUE ZEROS.           00020400
       77 WRK-IDX-BLQ                  PIC 9(04) VALUE ZEROS.           00020500
                                                                        00020600
       01 WRK-TAB-INATIVAS.                                             00020700
          05 WRK-TIN-CHAVE             PIC X(08) OCCURS 1000 TIMES.     00020800
       77 WRK-QT-INATIVAS              PIC 9(04) VALUE ZEROS.           00020900
       77 WRK-IDX-INA                  PIC 9(04) VALUE ZEROS.           00021000
                                                                        00021100
       01 WRK-TAB-LIMITES.                                              00021200
          05 WRK-TLM-ITEM              OCCURS 1000 TIMES.               00021300
             10 WRK-TLM-CHAVE          PIC X(08).                       00021400
             10 WRK-TLM-VALOR          PIC 9(08).                       00021500
       77 WRK-QT-LIMITES               PIC 9(04) VALUE ZEROS.           00021600
       77 WRK-IDX-LIM                  PIC 9(04) VALUE ZEROS.           00021700
                                                                        00021800
       01 WRK-TAB-PARCELAS.                                             00021900
          05 WRK-TPC-ITEM              OCCURS 2000 TIMES.               00022000
             10 WRK-TPC-CHAVE          PIC X(08).                       00022100
             10 WRK-TPC-VALOR          PIC 9(09).                       00022200
       77 WRK-QT-PARCELAS              PIC 9(04) VALUE ZEROS.           00022300
       77 WRK-IDX-PRC                  PIC 9(04) VALUE ZEROS.           00022400
                                                                        00022500
       77 WRK-CHAVE-PROCURADA          PIC X(08) VALUE SPACES.          00022600
       77 WRK-ACHOU                    PIC X(01) VALUE 'N'.             00022700
                                                                        00022800
      *----------------------------------------------------------------*00022900
       01 FILLER                       PIC X(50)               VALUE    00023000
            '**** AREA DO GRUPO DO DOCUMENTO ****'.                     00023100
      *----------------------------------------------------------------*00023200
                                                                        00023300
       01 WRK-TAB-GRUPO.                                                00023400
          05 WRK-GRP-ITEM              OCCURS 100 TIMES.                00023500
             10 WRK-GRP-CHAVE.                                          00023600
                15 WRK-GRP-AGENCIA     PIC X(04).                       00023700
                15 WRK-GRP-CONTA       PIC X(04).                       00023800
             10 WRK-GRP-NOME           PIC X(30).                       00023900
             10 WRK-GRP-SALDO          PIC 9(08)V99.                    00024000
             10 WRK-GRP-PARCELAS       PIC 9(09).                       00024100
             10 WRK-GRP-LIMITE         PIC 9(08).                       00024200
             10 WRK-GRP-IND-BLOQUEIO   PIC X(01).                       00024300
             10 WRK-GRP-IND-INATIVA    PIC X(01).                       00024400
             10 WRK-GRP-IND-FORA-CAD   PIC X(01).                       00024500
       77 WRK-QT-GRUPO                 PIC 9(03) VALUE ZEROS.           00024600
       77 WRK-IDX-GRP                  PIC 9(03) VALUE ZEROS.           00024700
                                                                        00024800
       77 WRK-DOC-ANTERIOR             PIC X(14) VALUE SPACES.          00024900
       77 WRK-TIPO-PESSOA-DOC          PIC X(01) VALUE SPACES.          00025000
       77 WRK-DOC-SALDO                PIC 9(10)V99 VALUE ZEROS.        00025100
       77 WRK-DOC-PARCELAS             PIC 9(09) VALUE ZEROS.           00025200
       77 WRK-DOC-LIMITE               PIC 9(10) VALUE ZEROS.           00025300
       77 WRK-DOC-IND-BLOQUEIO         PIC X(01) VALUE 'N'.             00025400
       77 WRK-DOC-IND-INATIVA          PIC X(01) VALUE 'N'.             00025500
       77 WRK-DOC-IND-FORA-CAD         PIC X(01) VALUE 'N'.             00025600
       77 WRK-DOC-IND-MULTI-AGE        PIC X(01) VALUE 'N'.             00025700
                                                                        00025800
       01 WRK-DOC-AUX                  PIC X(14) VALUE SPACES.          00025900
       01 WRK-DOC-CNPJ REDEFINES WRK-DOC-AUX.                           00026000
          05 WRK-CNPJ-P1               PIC X(02).                       00026100
          05 WRK-CNPJ-P2               PIC X(03).                       00026200
          05 WRK-CNPJ-P3               PIC X(03).                       00026300
          05 WRK-CNPJ-P4               PIC X(04).                       00026400
          05 WRK-CNPJ-DV               PIC X(02).                       00026500
       01 WRK-DOC-CPF REDEFINES WRK-DOC-AUX.                            00026600
          05 FILLER                    PIC X(03).                       00026700
          05 WRK-CPF-P1                PIC X(03).                       00026800
          05 WRK-CPF-P2                PIC X(03).                       00026900
          05 WRK-CPF-P3                PIC X(03).                       00027000
          05 WRK-CPF-DV                PIC X(02).                       00027100
                                                                        00027200
      *----------------------------------------------------------------*00027300
       01 FILLER                       PIC X(50)               VALUE    00027400
            '**** AREA DE CONTADORES ****'.                             00027500
      *----------------------------------------------------------------*00027600
                                                                        00027700
       77 WRK-FIM-SORT                 PIC X(01) VALUE 'N'.             00027800
       77 WRK-ACU-IDENT-LIDOS          PIC 9(07) VALUE ZEROS.           00027900
       77 WRK-ACU-SEM-DOCUMENTO        PIC 9(07) VALUE ZEROS.           00028000
       77 WRK-ACU-DOCUMENTOS           PIC 9(07) VALUE ZEROS.           00028100
       77 WRK-ACU-CONTAS               PIC 9(07) VALUE ZEROS.           00028200
       77 WRK-ACU-MULTI-AGE            PIC 9(07) VALUE ZEROS.           00028300
       77 WRK-ACU-FORA-CAD             PIC 9(07) VALUE ZEROS.           00028400
       77 WRK-ACU-EXCEDENTES           PIC 9(07) VALUE ZEROS.           00028500
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00028600
                                                                        00028700
      *----------------------------------------------------------------*00028800
       01 FILLER                       PIC X(50)               VALUE    00028900
            '**** AREA DE LINHAS DO RELATORIO ****'.                    00029000
      *----------------------------------------------------------------*00029100
                                                                        00029200
       01 WRK-CABEC1.                                                   00029300
          05 FILLER                    PIC X(48) VALUE                  00029400
           '------ POSICAO CONSOLIDADA POR CPF/CNPJ ------ '.           00029500
          05 FILLER                    PIC X(08) VALUE 'RODADA: '.      00029600
          05 WRK-CB1-DATA              PIC 99/99/9999.                  00029700
          05 FILLER                    PIC X(14) VALUE SPACES.          00029800
                                                                        00029900
       01 WRK-CABEC2.                                                   00030000
          05 FILLER                    PIC X(46) VALUE                  00030100
           '  AGEN/CONT NOME                         SALDO'.            00030200
          05 FILLER                    PIC X(34) VALUE                  00030300
           '  PARCELAS     LIMITE INDICADORES'.                         00030400
                                                                        00030500
       01 WRK-LINHA-DOCUMENTO.                                          00030600
          05 FILLER                    PIC X(11) VALUE 'DOCUMENTO: '.   00030700
          05 WRK-LDO-TIPO              PIC X(04).                       00030800
          05 FILLER                    PIC X(01) VALUE SPACES.          00030900
          05 WRK-LDO-DOCUMENTO         PIC X(18).                       00031000
          05 FILLER                    PIC X(46) VALUE SPACES.          00031100
                                                                        00031200
       01 WRK-LINHA-CONTA.                                              00031300
          05 FILLER                    PIC X(02) VALUE SPACES.          00031400
          05 WRK-LCO-AGENCIA           PIC X(04).                       00031500
          05 FILLER                    PIC X(01) VALUE '/'.             00031600
          05 WRK-LCO-CONTA             PIC X(04).                       00031700
          05 FILLER                    PIC X(01) VALUE SPACES.          00031800
          05 WRK-LCO-NOME              PIC X(20).                       00031900
          05 FILLER                    PIC X(01) VALUE SPACES.          00032000
          05 WRK-LCO-SALDO             PIC ZZ.ZZZ.ZZ9,99.               00032100
          05 FILLER                    PIC X(01) VALUE SPACES.          00032200
          05 WRK-LCO-PARCELAS          PIC ZZZZZZZZ9.                   00032300
          05 FILLER                    PIC X(01) VALUE SPACES.          00032400
          05 WRK-LCO-LIMITE            PIC ZZZZZZZZZ9.                  00032500
          05 FILLER                    PIC X(01) VALUE SPACES.          00032600
          05 WRK-LCO-BLOQUEIO          PIC X(03).                       00032700
          05 FILLER                    PIC X(01) VALUE SPACES.          00032800
          05 WRK-LCO-INATIVA           PIC X(03).                       00032900
          05 FILLER                    PIC X(01) VALUE SPACES.          00033000
          05 WRK-LCO-FORA-CAD          PIC X(03).                       00033100
          05 FILLER                    PIC X(01) VALUE SPACES.          00033200
                                                                        00033300
       01 WRK-LINHA-TOTAL.                                              00033400
          05 FILLER                    PIC X(14) VALUE                  00033500
             '  TOTAL GRUPO '.                                          00033600
          05 WRK-LTO-QTDE              PIC ZZ9.                         00033700
          05 FILLER                    PIC X(08) VALUE ' CONTAS '.      00033800
          05 WRK-LTO-SALDO             PIC Z.ZZZ.ZZZ.ZZ9,99.            00033900
          05 FILLER                    PIC X(01) VALUE SPACES.          00034000
          05 WRK-LTO-PARCELAS          PIC ZZZZZZZZ9.                   00034100
          05 FILLER                    PIC X(01) VALUE SPACES.          00034200
          05 WRK-LTO-LIMITE            PIC ZZZZZZZZZ9.                  00034300
          05 FILLER                    PIC X(18) VALUE SPACES.          00034400
                                                                        00034500
       01 WRK-LINHA-MULTI-AGE.                                          00034600
          05 FILLER                    PIC X(80) VALUE                  00034700
           '  *** DOCUMENTO COM CONTAS EM MAIS DE UMA AGENCIA ***'.     00034800
                                                                        00034900
       01 WRK-LINHA-BRANCO             PIC X(80) VALUE SPACES.          00035000
                                                                        00035100
       01 WRK-LINHA-RESUMO.                                             00035200
          05 WRK-LRS-TITULO            PIC X(30).                       00035300
          05 WRK-LRS-QTDE              PIC Z(06)9.                      00035400
          05 FILLER                    PIC X(43) VALUE SPACES.          00035500
                                                                        00035600
      *----------------------------------------------------------------*00035700
       01 FILLER                       PIC X(50)               VALUE    00035800
            '**** AREA DO MODULO TRTERRO ****'.                         00035900
      *----------------------------------------------------------------*00036000
                                                                        00036100
        COPY '#TRTERRO'.                                                00036200
                                                                        00036300
      *================================================================*00036400
       PROCEDURE DIVISION.                                              00036500
      *================================================================*00036600
      *----------------------------------------------------------------*00036700
       0000-PRINCIPAL                     SECTION.                      00036800
      *----------------------------------------------------------------*00036900
                                                                        00037000
           PERFORM 1000-INICIAR.                                        00037100
                                                                        00037200
           SORT ORDENA                                                  00037300
               ON ASCENDING KEY SD-DOCUMENTO                            00037400
                                SD-CHAVE                                00037500
               INPUT  PROCEDURE IS 2000-CLASSIFICAR-IDENT               00037600
               OUTPUT PROCEDURE IS 3000-CONSOLIDAR.                     00037700
                                                                        00037800
           PERFORM 4000-FINALIZAR.                                      00037900
                                                                        00038000
      *----------------------------------------------------------------*00038100
       0000-99-FIM.            EXIT.                                    00038200
      *----------------------------------------------------------------*00038300
                                                                        00038400
      *----------------------------------------------------------------*00038500
       1000-INICIAR                       SECTION.                      00038600
      *----------------------------------------------------------------*00038700
                                                                        00038800
            OPEN INPUT  IDENCLI                                         00038900
                        CLI2505                                         00039000
                 OUTPUT RELPOSC                                         00039100
                        EXTPOSC.                                        00039200
            IF WRK-FS-IDENCLI NOT EQUAL ZEROS                           00039300
                MOVE ' ERRO ABERTURA IDENCLI ' TO WRK-MSG               00039400
                PERFORM 9000-TRATAR-ERROS                               00039500
            END-IF.                                                     00039600
            IF WRK-FS-CLI2505 NOT EQUAL ZEROS                           00039700
                MOVE ' ERRO ABERTURA CLI2505 ' TO WRK-MSG               00039800
                PERFORM 9000-TRATAR-ERROS                               00039900
            END-IF.                                                     00040000
            IF WRK-FS-RELPOSC NOT EQUAL ZEROS                           00040100
                MOVE ' ERRO ABERTURA RELPOSC ' TO WRK-MSG               00040200
                PERFORM 9000-TRATAR-ERROS                               00040300
            END-IF.                                                     00040400
            IF WRK-FS-EXTPOSC NOT EQUAL ZEROS                           00040500
                MOVE ' ERRO ABERTURA EXTPOSC ' TO WRK-MSG               00040600
                PERFORM 9000-TRATAR-ERROS                               00040700
            END-IF.                                                     00040800
                                                                        00040900
            PERFORM 1600-LER-DATA-RODADA.                               00041000
                                                                        00041100
            PERFORM 1100-CARREGAR-CLIENTES.                             00041200
                                                                        00041300
            PERFORM 1200-CARREGAR-BLOQUEIOS.                            00041400
                                                                        00041500
            PERFORM 1300-CARREGAR-INATIVAS.                             00041600
                                                                        00041700
            PERFORM 1400-CARREGAR-LIMITES.                              00041800
                                                                        00041900
            PERFORM 1500-CARREGAR-PARCELAS.                             00042000
                                                                        00042100
            MOVE WRK-DATA-RODADA TO WRK-CB1-DATA.                       00042200
            WRITE FD-RELPOSC FROM WRK-CABEC1.                           00042300
            WRITE FD-RELPOSC FROM WRK-CABEC2.                           00042400
                                                                        00042500
      *----------------------------------------------------------------*00042600
       1000-99-FIM.            EXIT.                                    00042700
      *----------------------------------------------------------------*00042800
      *----------------------------------------------------------------*00042900
       1100-CARREGAR-CLIENTES             SECTION.                      00043000
      *----------------------------------------------------------------*00043100
                                                                        00043200
            READ CLI2505.                                               00043300
            IF WRK-FS-CLI2505 NOT EQUAL ZEROS                           00043400
               OR FD-CLI2505(1:3) NOT EQUAL 'HDR'                       00043500
                MOVE ' CLI2505 SEM CABECALHO ' TO WRK-MSG               00043600
                PERFORM 9000-TRATAR-ERROS                               00043700
            END-IF.                                                     00043800
            MOVE FD-CLI2505(1:21) TO WRK-REG-CABECALHO.                 00043900
            IF WRK-HDR-VERSAO NOT EQUAL '02'                            00044000
                MOVE ' CLI2505 EM LAYOUT SEM CENTAVOS ' TO WRK-MSG      00044100
                PERFORM 9000-TRATAR-ERROS                               00044200
            END-IF.                                                     00044300
                                                                        00044400
            PERFORM 1110-LER-CLIENTE                                    00044500
                UNTIL WRK-FS-CLI2505 EQUAL '10'.                        00044600
            CLOSE CLI2505.                                              00044700
                                                                        00044800
            DISPLAY 'CONTAS DO CADASTRO....: ' WRK-QT-CLIENTES.         00044900
                                                                        00045000
      *----------------------------------------------------------------*00045100
       1100-99-FIM.            EXIT.                                    00045200
      *----------------------------------------------------------------*00045300
      *----------------------------------------------------------------*00045400
       1110-LER-CLIENTE                   SECTION.                      00045500
      *----------------------------------------------------------------*00045600
                                                                        00045700
            READ CLI2505.                                               00045800
            IF WRK-FS-CLI2505 NOT EQUAL ZEROS                           00045900
               OR FD-CLI2505(1:3) EQUAL 'TRL'                           00046000
                MOVE '10' TO WRK-FS-CLI2505                             00046100
                GO TO 1110-99-FIM                                       00046200
            END-IF.                                                     00046300
                                                                        00046400
            IF WRK-QT-CLIENTES NOT LESS 5000                            00046500
                MOVE ' TABELA DE CONTAS CHEIA ' TO WRK-MSG              00046600
                PERFORM 9000-TRATAR-ERROS                               00046700
            END-IF.                                                     00046800
            ADD 1 TO WRK-QT-CLIENTES.                                   00046900
            MOVE FD-CLI2505-CHAVE TO WRK-TCL-CHAVE(WRK-QT-CLIENTES).    00047000
            MOVE FD-CLI2505-NOME  TO WRK-TCL-NOME(WRK-QT-CLIENTES).     00047100
            MOVE FD-CLI2505-SALDO TO WRK-TCL-SALDO(WRK-QT-CLIENTES).    00047200
                                                                        00047300
      *----------------------------------------------------------------*00047400
       1110-99-FIM.            EXIT.                                    00047500
      *----------------------------------------------------------------*00047600
      *----------------------------------------------------------------*00047700
       1200-CARREGAR-BLOQUEIOS            SECTION.                      00047800
      *----------------------------------------------------------------*00047900
      *    SO OS BLOQUEIOS ATIVOS ('A') ENTRAM NA TABELA.              *00048000
      *----------------------------------------------------------------*00048100
                                                                        00048200
            OPEN INPUT BLOQUEIO.                                        00048300
            IF WRK-FS-BLOQUEIO EQUAL '35'                               00048400
                DISPLAY 'BLOQUEIO AUSENTE - SEM BLOQUEIOS'              00048500
                GO TO 1200-99-FIM                                       00048600
            END-IF.                                                     00048700
            IF WRK-FS-BLOQUEIO NOT EQUAL ZEROS                          00048800
                MOVE ' ERRO ABERTURA BLOQUEIO ' TO WRK-MSG              00048900
                PERFORM 9000-TRATAR-ERROS                               00049000
            END-IF.                                                     00049100
                                                                        00049200
            PERFORM 1210-LER-BLOQUEIO                                   00049300
                UNTIL WRK-FS-BLOQUEIO EQUAL '10'.                       00049400
            CLOSE BLOQUEIO.                                             00049500
                                                                        00049600
            DISPLAY 'BLOQUEIOS ATIVOS......: ' WRK-QT-BLOQUEIOS.        00049700
                                                                        00049800
      *----------------------------------------------------------------*00049900
       1200-99-FIM.            EXIT.                                    00050000
      *----------------------------------------------------------------*00050100
      *----------------------------------------------------------------*00050200
       1210-LER-BLOQUEIO                  SECTION.                      00050300
      *----------------------------------------------------------------*00050400
                                                                        00050500
            READ BLOQUEIO INTO WRK-REG-BLOQUEIO.                        00050600
            IF WRK-FS-BLOQUEIO NOT EQUAL ZEROS                          00050700
                MOVE '10' TO WRK-FS-BLOQUEIO                            00050800
                GO TO 1210-99-FIM                                       00050900
            END-IF.                                                     00051000
                                                                        00051100
            IF WRK-BLQ-SITUACAO NOT EQUAL 'A'                           00051200
                GO TO 1210-99-FIM                                       00051300
            END-IF.                                                     00051400
                                                                        00051500
            IF WRK-QT-BLOQUEIOS NOT LESS 1000                           00051600
                MOVE ' TABELA DE BLOQUEIOS CHEIA ' TO WRK-MSG           00051700
                PERFORM 9000-TRATAR-ERROS                               00051800
            END-IF.                                                     00051900
            ADD 1 TO WRK-QT-BLOQUEIOS.                                  00052000
            MOVE WRK-BLQ-CHAVE TO WRK-TBQ-CHAVE(WRK-QT-BLOQUEIOS).      00052100
                                                                        00052200
      *----------------------------------------------------------------*00052300
       1210-99-FIM.            EXIT.                                    00052400
      *----------------------------------------------------------------*00052500
      *----------------------------------------------------------------*00052600
       1300-CARREGAR-INATIVAS             SECTION.                      00052700
      *----------------------------------------------------------------*00052800
                                                                        00052900
            OPEN INPUT SITCONTA.                                        00053000
            IF WRK-FS-SITCONTA EQUAL '35'                               00053100
                DISPLAY 'SITCONTA AUSENTE - SEM CONTAS INATIVAS'        00053200
                GO TO 1300-99-FIM                                       00053300
            END-IF.                                                     00053400
            IF WRK-FS-SITCONTA NOT EQUAL ZEROS                          00053500
                MOVE ' ERRO ABERTURA SITCONTA ' TO WRK-MSG              00053600
                PERFORM 9000-TRATAR-ERROS                               00053700
            END-IF.                                                     00053800
                                                                        00053900
            PERFORM 1310-LER-INATIVA                                    00054000
                UNTIL WRK-FS-SITCONTA EQUAL '10'.                       00054100
            CLOSE SITCONTA.                                             00054200
                                                                        00054300
            DISPLAY 'CONTAS INATIVAS.......: ' WRK-QT-INATIVAS.         00054400
                                                                        00054500
      *----------------------------------------------------------------*00054600
       1300-99-FIM.            EXIT.                                    00054700
      *----------------------------------------------------------------*00054800
      *----------------------------------------------------------------*00054900
       1310-LER-INATIVA                   SECTION.                      00055000
      *----------------------------------------------------------------*00055100
                                                                        00055200
            READ SITCONTA INTO WRK-REG-SITCONTA.                        00055300
            IF WRK-FS-SITCONTA NOT EQUAL ZEROS                          00055400
                MOVE '10' TO WRK-FS-SITCONTA                            00055500
                GO TO 1310-99-FIM                                       00055600
            END-IF.                                                     00055700
                                                                        00055800
            IF WRK-SIT-SITUACAO NOT EQUAL 'I'                           00055900
                GO TO 1310-99-FIM                                       00056000
            END-IF.                                                     00056100
                                                                        00056200
            IF WRK-QT-INATIVAS NOT LESS 1000                            00056300
                MOVE ' TABELA DE INATIVAS CHEIA ' TO WRK-MSG            00056400
                PERFORM 9000-TRATAR-ERROS                               00056500
            END-IF.                                                     00056600
            ADD 1 TO WRK-QT-INATIVAS.                                   00056700
            MOVE WRK-SIT-CHAVE TO WRK-TIN-CHAVE(WRK-QT-INATIVAS).       00056800
                                                                        00056900
      *----------------------------------------------------------------*00057000
       1310-99-FIM.            EXIT.                                    00057100
      *----------------------------------------------------------------*00057200
      *----------------------------------------------------------------*00057300
       1400-CARREGAR-LIMITES              SECTION.                      00057400
      *----------------------------------------------------------------*00057500
                                                                        00057600
            OPEN INPUT LIMITES.                                         00057700
            IF WRK-FS-LIMITES EQUAL '35'                                00057800
                DISPLAY 'LIMITES AUSENTE - SEM CHEQUE ESPECIAL'         00057900
                GO TO 1400-99-FIM                                       00058000
            END-IF.                                                     00058100
            IF WRK-FS-LIMITES NOT EQUAL ZEROS                           00058200
                MOVE ' ERRO ABERTURA LIMITES ' TO WRK-MSG               00058300
                PERFORM 9000-TRATAR-ERROS                               00058400
            END-IF.                                                     00058500
                                                                        00058600
            PERFORM 1410-LER-LIMITE                                     00058700
                UNTIL WRK-FS-LIMITES EQUAL '10'.                        00058800
            CLOSE LIMITES.                                              00058900
                                                                        00059000
            DISPLAY 'LIMITES DE CONTA......: ' WRK-QT-LIMITES.          00059100
                                                                        00059200
      *----------------------------------------------------------------*00059300
       1400-99-FIM.            EXIT.                                    00059400
      *----------------------------------------------------------------*00059500
      *----------------------------------------------------------------*00059600
       1410-LER-LIMITE                    SECTION.                      00059700
      *----------------------------------------------------------------*00059800
                                                                        00059900
            READ LIMITES.                                               00060000
            IF WRK-FS-LIMITES NOT EQUAL ZEROS                           00060100
                MOVE '10' TO WRK-FS-LIMITES                             00060200
                GO TO 1410-99-FIM                                       00060300
            END-IF.                                                     00060400
                                                                        00060500
            IF FD-LIM-VALOR NOT NUMERIC                                 00060600
                DISPLAY 'LIMITE INVALIDO IGNORADO: ' FD-LIM-CHAVE       00060700
                MOVE 4 TO RETURN-CODE                                   00060800
                GO TO 1410-99-FIM                                       00060900
            END-IF.                                                     00061000
                                                                        00061100
            IF WRK-QT-LIMITES NOT LESS 1000                             00061200
                MOVE ' TABELA DE LIMITES CHEIA ' TO WRK-MSG             00061300
                PERFORM 9000-TRATAR-ERROS                               00061400
            END-IF.                                                     00061500
            ADD 1 TO WRK-QT-LIMITES.                                    00061600
            MOVE FD-LIM-CHAVE TO WRK-TLM-CHAVE(WRK-QT-LIMITES).         00061700
            MOVE FD-LIM-VALOR TO WRK-TLM-VALOR(WRK-QT-LIMITES).         00061800
                                                                        00061900
      *----------------------------------------------------------------*00062000
       1410-99-FIM.            EXIT.                                    00062100
      *----------------------------------------------------------------*00062200
      *----------------------------------------------------------------*00062300
       1500-CARREGAR-PARCELAS             SECTION.                      00062400
      *----------------------------------------------------------------*00062500
      *    SOMA AS PARCELAS EM ABERTO ('A') POR CONTA. O PARCMST VEM   *00062600
      *    ORDENADO POR CHAVE: UMA ENTRADA NOVA A CADA TROCA DE CONTA. *00062700
      *----------------------------------------------------------------*00062800
                                                                        00062900
            OPEN INPUT PARCMST.                                         00063000
            IF WRK-FS-PARCMST EQUAL '35'                                00063100
                DISPLAY 'PARCMST AUSENTE - SEM PARCELAMENTOS'           00063200
                GO TO 1500-99-FIM                                       00063300
            END-IF.                                                     00063400
            IF WRK-FS-PARCMST NOT EQUAL ZEROS                           00063500
                MOVE ' ERRO ABERTURA PARCMST ' TO WRK-MSG               00063600
                PERFORM 9000-TRATAR-ERROS                               00063700
            END-IF.                                                     00063800
                                                                        00063900
            PERFORM 1510-LER-PARCELA                                    00064000
                UNTIL WRK-FS-PARCMST EQUAL '10'.                        00064100
            CLOSE PARCMST.                                              00064200
                                                                        00064300
            DISPLAY 'CONTAS COM PARCELAS...: ' WRK-QT-PARCELAS.         00064400
                                                                        00064500
      *----------------------------------------------------------------*00064600
       1500-99-FIM.            EXIT.                                    00064700
      *----------------------------------------------------------------*00064800
      *----------------------------------------------------------------*00064900
       1510-LER-PARCELA                   SECTION.                      00065000
      *----------------------------------------------------------------*00065100
                                                                        00065200
            READ PARCMST INTO WRK-REG-PARCM.                            00065300
            IF WRK-FS-PARCMST NOT EQUAL ZEROS                           00065400
                MOVE '10' TO WRK-FS-PARCMST                             00065500
                GO TO 1510-99-FIM                                       00065600
            END-IF.                                                     00065700
                                                                        00065800
            IF WRK-PCM-SITUACAO NOT EQUAL 'A'                           00065900
                GO TO 1510-99-FIM                                       00066000
            END-IF.                                                     00066100
                                                                        00066200
            IF WRK-QT-PARCELAS EQUAL ZEROS                              00066300
               OR WRK-PCM-CHAVE NOT EQUAL                               00066400
                  WRK-TPC-CHAVE(WRK-QT-PARCELAS)                        00066500
                IF WRK-QT-PARCELAS NOT LESS 2000                        00066600
                    MOVE ' TABELA DE PARCELAS CHEIA ' TO WRK-MSG        00066700
                    PERFORM 9000-TRATAR-ERROS                           00066800
                END-IF                                                  00066900
                ADD 1 TO WRK-QT-PARCELAS                                00067000
                MOVE WRK-PCM-CHAVE TO WRK-TPC-CHAVE(WRK-QT-PARCELAS)    00067100
                MOVE ZEROS         TO WRK-TPC-VALOR(WRK-QT-PARCELAS)    00067200
            END-IF.                                                     00067300
            ADD WRK-PCM-VALOR TO WRK-TPC-VALOR(WRK-QT-PARCELAS).        00067400
                                                                        00067500
      *----------------------------------------------------------------*00067600
       1510-99-FIM.            EXIT.                                    00067700
      *----------------------------------------------------------------*00067800
      *----------------------------------------------------------------*00067900
       1600-LER-DATA-RODADA               SECTION.                      00068000
      *----------------------------------------------------------------*00068100
                                                                        00068200
            OPEN INPUT RUNCTL.                                          00068300
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00068400
                MOVE ' RUNCTL AUSENTE - RODAR FR06CB01 ' TO WRK-MSG     00068500
                PERFORM 9000-TRATAR-ERROS                               00068600
            END-IF.                                                     00068700
                                                                        00068800
            READ RUNCTL INTO WRK-RUNCTL.                                00068900
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00069000
               OR WRK-RUNCTL-TIPO NOT EQUAL '1'                         00069100
                MOVE ' RUNCTL SEM REGISTRO DE ABERTURA ' TO WRK-MSG     00069200
                PERFORM 9000-TRATAR-ERROS                               00069300
            END-IF.                                                     00069400
                                                                        00069500
            MOVE WRK-RUNCTL-DATA TO WRK-DATA-RODADA.                    00069600
            CLOSE RUNCTL.                                               00069700
                                                                        00069800
      *----------------------------------------------------------------*00069900
       1600-99-FIM.            EXIT.                                    00070000
      *----------------------------------------------------------------*00070100
      *----------------------------------------------------------------*00070200
       2000-CLASSIFICAR-IDENT             SECTION.                      00070300
      *----------------------------------------------------------------*00070400
                                                                        00070500
            PERFORM 2100-LER-E-LIBERAR                                  00070600
                UNTIL WRK-FS-IDENCLI EQUAL '10'.                        00070700
                                                                        00070800
      *----------------------------------------------------------------*00070900
       2000-99-FIM.            EXIT.                                    00071000
      *----------------------------------------------------------------*00071100
      *----------------------------------------------------------------*00071200
       2100-LER-E-LIBERAR                 SECTION.                      00071300
      *----------------------------------------------------------------*00071400
                                                                        00071500
            READ IDENCLI INTO WRK-REG-IDENT.                            00071600
            IF WRK-FS-IDENCLI NOT EQUAL ZEROS                           00071700
                MOVE '10' TO WRK-FS-IDENCLI                             00071800
                GO TO 2100-99-FIM                                       00071900
            END-IF.                                                     00072000
                                                                        00072100
            ADD 1 TO WRK-ACU-IDENT-LIDOS.                               00072200
                                                                        00072300
            IF WRK-IDT-DOCUMENTO EQUAL SPACES                           00072400
               OR WRK-IDT-DOCUMENTO EQUAL ZEROS                         00072500
                ADD 1 TO WRK-ACU-SEM-DOCUMENTO                          00072600
                DISPLAY 'CONTA SEM DOCUMENTO IGNORADA: ' WRK-IDT-CHAVE  00072700
                MOVE 4 TO RETURN-CODE                                   00072800
                GO TO 2100-99-FIM                                       00072900
            END-IF.                                                     00073000
                                                                        00073100
            MOVE WRK-IDT-DOCUMENTO   TO SD-DOCUMENTO.                   00073200
            MOVE WRK-IDT-CHAVE       TO SD-CHAVE.                       00073300
            MOVE WRK-IDT-TIPO-PESSOA TO SD-TIPO-PESSOA.                 00073400
            RELEASE SD-ORDENA.                                          00073500
                                                                        00073600
      *----------------------------------------------------------------*00073700
       2100-99-FIM.            EXIT.                                    00073800
      *----------------------------------------------------------------*00073900
      *----------------------------------------------------------------*00074000
       3000-CONSOLIDAR                    SECTION.                      00074100
      *----------------------------------------------------------------*00074200
                                                                        00074300
            PERFORM 3100-RETORNAR-CONTA                                 00074400
                UNTIL WRK-FIM-SORT EQUAL 'S'.                           00074500
                                                                        00074600
            IF WRK-DOC-ANTERIOR NOT EQUAL SPACES                        00074700
                PERFORM 3500-FECHAR-DOCUMENTO                           00074800
            END-IF.                                                     00074900
                                                                        00075000
      *----------------------------------------------------------------*00075100
       3000-99-FIM.            EXIT.                                    00075200
      *----------------------------------------------------------------*00075300
      *----------------------------------------------------------------*00075400
       3100-RETORNAR-CONTA                SECTION.                      00075500
      *----------------------------------------------------------------*00075600
                                                                        00075700
            RETURN ORDENA                                               00075800
                AT END                                                  00075900
                    MOVE 'S' TO WRK-FIM-SORT                            00076000
                NOT AT END                                              00076100
                    PERFORM 3200-TRATAR-CONTA                           00076200
            END-RETURN.                                                 00076300
                                                                        00076400
      *----------------------------------------------------------------*00076500
       3100-99-FIM.            EXIT.                                    00076600
      *----------------------------------------------------------------*00076700
      *----------------------------------------------------------------*00076800
       3200-TRATAR-CONTA                  SECTION.                      00076900
      *----------------------------------------------------------------*00077000
                                                                        00077100
            IF SD-DOCUMENTO NOT EQUAL WRK-DOC-ANTERIOR                  00077200
                IF WRK-DOC-ANTERIOR NOT EQUAL SPACES                    00077300
                    PERFORM 3500-FECHAR-DOCUMENTO                       00077400
                END-IF                                                  00077500
                MOVE SD-DOCUMENTO   TO WRK-DOC-ANTERIOR                 00077600
                MOVE SD-TIPO-PESSOA TO WRK-TIPO-PESSOA-DOC              00077700
                MOVE ZEROS          TO WRK-QT-GRUPO                     00077800
            END-IF.                                                     00077900
                                                                        00078000
      *    MESMA CONTA REPETIDA NO IDENCLI ENTRA UMA VEZ SO.            00078100
            IF WRK-QT-GRUPO GREATER ZEROS                               00078200
               AND SD-CHAVE EQUAL WRK-GRP-CHAVE(WRK-QT-GRUPO)           00078300
                GO TO 3200-99-FIM                                       00078400
            END-IF.                                                     00078500
                                                                        00078600
            IF WRK-QT-GRUPO NOT LESS 100                                00078700
                ADD 1 TO WRK-ACU-EXCEDENTES                             00078800
                DISPLAY 'DOCUMENTO COM MAIS DE 100 CONTAS: '            00078900
                        SD-DOCUMENTO ' - CONTA ' SD-CHAVE ' IGNORADA'   00079000
                MOVE 4 TO RETURN-CODE                                   00079100
                GO TO 3200-99-FIM                                       00079200
            END-IF.                                                     00079300
                                                                        00079400
            ADD 1 TO WRK-QT-GRUPO.                                      00079500
            MOVE SD-CHAVE TO WRK-GRP-CHAVE(WRK-QT-GRUPO)                00079600
                             WRK-CHAVE-PROCURADA.                       00079700
                                                                        00079800
            PERFORM 3300-PROCURAR-CLIENTE.                              00079900
            IF WRK-CLI-ACHADO GREATER ZEROS                             00080000
                MOVE WRK-TCL-NOME(WRK-CLI-ACHADO)                       00080100
                  TO WRK-GRP-NOME(WRK-QT-GRUPO)                         00080200
                MOVE WRK-TCL-SALDO(WRK-CLI-ACHADO)                      00080300
                  TO WRK-GRP-SALDO(WRK-QT-GRUPO)                        00080400
                MOVE 'N' TO WRK-GRP-IND-FORA-CAD(WRK-QT-GRUPO)          00080500
            ELSE                                                        00080600
                MOVE '** FORA DO CADASTRO DO DIA **'                    00080700
                  TO WRK-GRP-NOME(WRK-QT-GRUPO)                         00080800
                MOVE ZEROS TO WRK-GRP-SALDO(WRK-QT-GRUPO)               00080900
                MOVE 'S' TO WRK-GRP-IND-FORA-CAD(WRK-QT-GRUPO)          00081000
                ADD 1 TO WRK-ACU-FORA-CAD                               00081100
            END-IF.                                                     00081200
                                                                        00081300
            MOVE 'N' TO WRK-ACHOU.                                      00081400
            PERFORM 3320-COMPARAR-BLOQUEIO                              00081500
                VARYING WRK-IDX-BLQ FROM 1 BY 1                         00081600
                UNTIL WRK-IDX-BLQ GREATER WRK-QT-BLOQUEIOS              00081700
                   OR WRK-ACHOU EQUAL 'S'.                              00081800
            MOVE WRK-ACHOU TO WRK-GRP-IND-BLOQUEIO(WRK-QT-GRUPO).       00081900
                                                                        00082000
            MOVE 'N' TO WRK-ACHOU.                                      00082100
            PERFORM 3330-COMPARAR-INATIVA                               00082200
                VARYING WRK-IDX-INA FROM 1 BY 1                         00082300
                UNTIL WRK-IDX-INA GREATER WRK-QT-INATIVAS               00082400
                   OR WRK-ACHOU EQUAL 'S'.                              00082500
            MOVE WRK-ACHOU TO WRK-GRP-IND-INATIVA(WRK-QT-GRUPO).        00082600
                                                                        00082700
            MOVE ZEROS TO WRK-GRP-LIMITE(WRK-QT-GRUPO).                 00082800
            MOVE 'N' TO WRK-ACHOU.                                      00082900
            PERFORM 3340-COMPARAR-LIMITE                                00083000
                VARYING WRK-IDX-LIM FROM 1 BY 1                         00083100
                UNTIL WRK-IDX-LIM GREATER WRK-QT-LIMITES                00083200
                   OR WRK-ACHOU EQUAL 'S'.                              00083300
                                                                        00083400
            MOVE ZEROS TO WRK-GRP-PARCELAS(WRK-QT-GRUPO).               00083500
            MOVE 'N' TO WRK-ACHOU.                                      00083600
            PERFORM 3350-COMPARAR-PARCELA                               00083700
                VARYING WRK-IDX-PRC FROM 1 BY 1                         00083800
                UNTIL WRK-IDX-PRC GREATER WRK-QT-PARCELAS               00083900
                   OR WRK-ACHOU EQUAL 'S'.                              00084000
                                                                        00084100
      *----------------------------------------------------------------*00084200
       3200-99-FIM.            EXIT.                                    00084300
      *----------------------------------------------------------------*00084400
      *----------------------------------------------------------------*00084500
       3300-PROCURAR-CLIENTE              SECTION.                      00084600
      *----------------------------------------------------------------*00084700
                                                                        00084800
            MOVE ZEROS TO WRK-CLI-ACHADO.                               00084900
            PERFORM 3310-COMPARAR-CLIENTE                               00085000
                VARYING WRK-IDX-CLI FROM 1 BY 1                         00085100
                UNTIL WRK-IDX-CLI GREATER WRK-QT-CLIENTES               00085200
                   OR WRK-CLI-ACHADO GREATER ZEROS.                     00085300
                                                                        00085400
      *----------------------------------------------------------------*00085500
       3300-99-FIM.            EXIT.                                    00085600
      *----------------------------------------------------------------*00085700
      *----------------------------------------------------------------*00085800
       3310-COMPARAR-CLIENTE              SECTION.                      00085900
      *----------------------------------------------------------------*00086000
                                                                        00086100
            IF WRK-TCL-CHAVE(WRK-IDX-CLI) EQUAL WRK-CHAVE-PROCURADA     00086200
                MOVE WRK-IDX-CLI TO WRK-CLI-ACHADO                      00086300
            END-IF.                                                     00086400
                                                                        00086500
      *----------------------------------------------------------------*00086600
       3310-99-FIM.            EXIT.                                    00086700
      *----------------------------------------------------------------*00086800
      *----------------------------------------------------------------*00086900
       3320-COMPARAR-BLOQUEIO             SECTION.                      00087000
      *----------------------------------------------------------------*00087100
                                                                        00087200
            IF WRK-TBQ-CHAVE(WRK-IDX-BLQ) EQUAL WRK-CHAVE-PROCURADA     00087300
                MOVE 'S' TO WRK-ACHOU                                   00087400
            END-IF.                                                     00087500
                                                                        00087600
      *----------------------------------------------------------------*00087700
       3320-99-FIM.            EXIT.                                    00087800
      *----------------------------------------------------------------*00087900
      *----------------------------------------------------------------*00088000
       3330-COMPARAR-INATIVA              SECTION.                      00088100
      *----------------------------------------------------------------*00088200
                                                                        00088300
            IF WRK-TIN-CHAVE(WRK-IDX-INA) EQUAL WRK-CHAVE-PROCURADA     00088400
                MOVE 'S' TO WRK-ACHOU                                   00088500
            END-IF.                                                     00088600
                                                                        00088700
      *----------------------------------------------------------------*00088800
       3330-99-FIM.            EXIT.                                    00088900
      *----------------------------------------------------------------*00089000
      *----------------------------------------------------------------*00089100
       3340-COMPARAR-LIMITE               SECTION.                      00089200
      *----------------------------------------------------------------*00089300
                                                                        00089400
            IF WRK-TLM-CHAVE(WRK-IDX-LIM) EQUAL WRK-CHAVE-PROCURADA     00089500
                MOVE 'S' TO WRK-ACHOU                                   00089600
                MOVE WRK-TLM-VALOR(WRK-IDX-LIM)                         00089700
                  TO WRK-GRP-LIMITE(WRK-QT-GRUPO)                       00089800
            END-IF.                                                     00089900
                                                                        00090000
      *----------------------------------------------------------------*00090100
       3340-99-FIM.            EXIT.                                    00090200
      *----------------------------------------------------------------*00090300
      *----------------------------------------------------------------*00090400
       3350-COMPARAR-PARCELA              SECTION.                      00090500
      *----------------------------------------------------------------*00090600
                                                                        00090700
            IF WRK-TPC-CHAVE(WRK-IDX-PRC) EQUAL WRK-CHAVE-PROCURADA     00090800
                MOVE 'S' TO WRK-ACHOU                                   00090900
                MOVE WRK-TPC-VALOR(WRK-IDX-PRC)                         00091000
                  TO WRK-GRP-PARCELAS(WRK-QT-GRUPO)                     00091100
            END-IF.                                                     00091200
                                                                        00091300
      *----------------------------------------------------------------*00091400
       3350-99-FIM.            EXIT.                                    00091500
      *----------------------------------------------------------------*00091600
      *----------------------------------------------------------------*00091700
       3500-FECHAR-DOCUMENTO              SECTION.                      00091800
      *----------------------------------------------------------------*00091900
      *    TOTALIZA O GRUPO, IMPRIME O DOCUMENTO E AS CONTAS E GRAVA   *00092000
      *    NO EXTRATO O TOTAL 'D' SEGUIDO DE UM 'C' POR CONTA.         *00092100
      *----------------------------------------------------------------*00092200
                                                                        00092300
            IF WRK-QT-GRUPO EQUAL ZEROS                                 00092400
                GO TO 3500-99-FIM                                       00092500
            END-IF.                                                     00092600
                                                                        00092700
            MOVE ZEROS TO WRK-DOC-SALDO                                 00092800
                          WRK-DOC-PARCELAS                              00092900
                          WRK-DOC-LIMITE.                               00093000
            MOVE 'N'   TO WRK-DOC-IND-BLOQUEIO                          00093100
                          WRK-DOC-IND-INATIVA                           00093200
                          WRK-DOC-IND-FORA-CAD                          00093300
                          WRK-DOC-IND-MULTI-AGE.                        00093400
            PERFORM 3510-SOMAR-CONTA                                    00093500
                VARYING WRK-IDX-GRP FROM 1 BY 1                         00093600
                UNTIL WRK-IDX-GRP GREATER WRK-QT-GRUPO.                 00093700
                                                                        00093800
            ADD 1 TO WRK-ACU-DOCUMENTOS.                                00093900
            ADD WRK-QT-GRUPO TO WRK-ACU-CONTAS.                         00094000
            IF WRK-DOC-IND-MULTI-AGE EQUAL 'S'                          00094100
                ADD 1 TO WRK-ACU-MULTI-AGE                              00094200
            END-IF.                                                     00094300
                                                                        00094400
            PERFORM 3520-FORMATAR-DOCUMENTO.                            00094500
            WRITE FD-RELPOSC FROM WRK-LINHA-BRANCO.                     00094600
            WRITE FD-RELPOSC FROM WRK-LINHA-DOCUMENTO.                  00094700
                                                                        00094800
            MOVE SPACES                TO WRK-REG-POSCLI.               00094900
            MOVE 'D'                   TO WRK-PSC-TIPO-REG.             00095000
            MOVE WRK-TIPO-PESSOA-DOC   TO WRK-PSC-TIPO-PESSOA.          00095100
            MOVE WRK-DOC-ANTERIOR      TO WRK-PSC-DOCUMENTO.            00095200
            MOVE WRK-QT-GRUPO          TO WRK-PSC-QT-CONTAS.            00095300
            MOVE WRK-DOC-SALDO         TO WRK-PSC-SALDO.                00095400
            MOVE WRK-DOC-PARCELAS      TO WRK-PSC-PARC-ABERTO.          00095500
            MOVE WRK-DOC-LIMITE        TO WRK-PSC-LIMITE.               00095600
            MOVE WRK-DOC-IND-BLOQUEIO  TO WRK-PSC-IND-BLOQUEIO.         00095700
            MOVE WRK-DOC-IND-INATIVA   TO WRK-PSC-IND-INATIVA.          00095800
            MOVE WRK-DOC-IND-FORA-CAD  TO WRK-PSC-IND-FORA-CAD.         00095900
            MOVE WRK-DOC-IND-MULTI-AGE TO WRK-PSC-IND-MULTI-AGE.        00096000
            WRITE FD-EXTPOSC FROM WRK-REG-POSCLI.                       00096100
                                                                        00096200
            PERFORM 3530-IMPRIMIR-CONTA                                 00096300
                VARYING WRK-IDX-GRP FROM 1 BY 1                         00096400
                UNTIL WRK-IDX-GRP GREATER WRK-QT-GRUPO.                 00096500
                                                                        00096600
            MOVE WRK-QT-GRUPO          TO WRK-LTO-QTDE.                 00096700
            MOVE WRK-DOC-SALDO         TO WRK-LTO-SALDO.                00096800
            MOVE WRK-DOC-PARCELAS      TO WRK-LTO-PARCELAS.             00096900
            MOVE WRK-DOC-LIMITE        TO WRK-LTO-LIMITE.               00097000
            WRITE FD-RELPOSC FROM WRK-LINHA-TOTAL.                      00097100
                                                                        00097200
            IF WRK-DOC-IND-MULTI-AGE EQUAL 'S'                          00097300
                WRITE FD-RELPOSC FROM WRK-LINHA-MULTI-AGE               00097400
            END-IF.                                                     00097500
                                                                        00097600
      *----------------------------------------------------------------*00097700
       3500-99-FIM.            EXIT.                                    00097800
      *----------------------------------------------------------------*00097900
      *----------------------------------------------------------------*00098000
       3510-SOMAR-CONTA                   SECTION.                      00098100
      *----------------------------------------------------------------*00098200
                                                                        00098300
            ADD WRK-GRP-SALDO(WRK-IDX-GRP)    TO WRK-DOC-SALDO.         00098400
            ADD WRK-GRP-PARCELAS(WRK-IDX-GRP) TO WRK-DOC-PARCELAS.      00098500
            ADD WRK-GRP-LIMITE(WRK-IDX-GRP)   TO WRK-DOC-LIMITE.        00098600
                                                                        00098700
            IF WRK-GRP-IND-BLOQUEIO(WRK-IDX-GRP) EQUAL 'S'              00098800
                MOVE 'S' TO WRK-DOC-IND-BLOQUEIO                        00098900
            END-IF.                                                     00099000
            IF WRK-GRP-IND-INATIVA(WRK-IDX-GRP) EQUAL 'S'               00099100
                MOVE 'S' TO WRK-DOC-IND-INATIVA                         00099200
            END-IF.                                                     00099300
            IF WRK-GRP-IND-FORA-CAD(WRK-IDX-GRP) EQUAL 'S'              00099400
                MOVE 'S' TO WRK-DOC-IND-FORA-CAD                        00099500
            END-IF.                                                     00099600
            IF WRK-GRP-AGENCIA(WRK-IDX-GRP) NOT EQUAL WRK-GRP-AGENCIA(1)00099700
                MOVE 'S' TO WRK-DOC-IND-MULTI-AGE                       00099800
            END-IF.                                                     00099900
                                                                        00100000
      *----------------------------------------------------------------*00100100
       3510-99-FIM.            EXIT.                                    00100200
      *----------------------------------------------------------------*00100300
      *----------------------------------------------------------------*00100400
       3520-FORMATAR-DOCUMENTO            SECTION.                      00100500
      *----------------------------------------------------------------*00100600
      *    CPF 999.999.999-99 (11 ULTIMAS POSICOES) / CNPJ             *00100700
      *    99.999.999/9999-99.                                         *00100800
      *----------------------------------------------------------------*00100900
                                                                        00101000
            MOVE WRK-DOC-ANTERIOR TO WRK-DOC-AUX.                       00101100
            MOVE SPACES           TO WRK-LDO-DOCUMENTO.                 00101200
                                                                        00101300
            IF WRK-TIPO-PESSOA-DOC EQUAL 'J'                            00101400
                MOVE 'CNPJ' TO WRK-LDO-TIPO                             00101500
                STRING WRK-CNPJ-P1 '.' WRK-CNPJ-P2 '.' WRK-CNPJ-P3 '/'  00101600
                       WRK-CNPJ-P4 '-' WRK-CNPJ-DV                      00101700
                       DELIMITED BY SIZE INTO WRK-LDO-DOCUMENTO         00101800
            ELSE                                                        00101900
                MOVE 'CPF ' TO WRK-LDO-TIPO                             00102000
                STRING WRK-CPF-P1 '.' WRK-CPF-P2 '.' WRK-CPF-P3 '-'     00102100
                       WRK-CPF-DV                                       00102200
                       DELIMITED BY SIZE INTO WRK-LDO-DOCUMENTO         00102300
            END-IF.                                                     00102400
                                                                        00102500
      *----------------------------------------------------------------*00102600
       3520-99-FIM.            EXIT.                                    00102700
      *----------------------------------------------------------------*00102800
      *----------------------------------------------------------------*00102900
       3530-IMPRIMIR-CONTA                SECTION.                      00103000
      *----------------------------------------------------------------*00103100
                                                                        00103200
            MOVE WRK-GRP-AGENCIA(WRK-IDX-GRP)  TO WRK-LCO-AGENCIA.      00103300
            MOVE WRK-GRP-CONTA(WRK-IDX-GRP)    TO WRK-LCO-CONTA.        00103400
            MOVE WRK-GRP-NOME(WRK-IDX-GRP)     TO WRK-LCO-NOME.         00103500
            MOVE WRK-GRP-SALDO(WRK-IDX-GRP)    TO WRK-LCO-SALDO.        00103600
            MOVE WRK-GRP-PARCELAS(WRK-IDX-GRP) TO WRK-LCO-PARCELAS.     00103700
            MOVE WRK-GRP-LIMITE(WRK-IDX-GRP)   TO WRK-LCO-LIMITE.       00103800
            MOVE SPACES TO WRK-LCO-BLOQUEIO                             00103900
                           WRK-LCO-INATIVA                              00104000
                           WRK-LCO-FORA-CAD.                            00104100
            IF WRK-GRP-IND-BLOQUEIO(WRK-IDX-GRP) EQUAL 'S'              00104200
                MOVE 'BLQ' TO WRK-LCO-BLOQUEIO                          00104300
            END-IF.                                                     00104400
            IF WRK-GRP-IND-INATIVA(WRK-IDX-GRP) EQUAL 'S'               00104500
                MOVE 'INA' TO WRK-LCO-INATIVA                           00104600
            END-IF.                                                     00104700
            IF WRK-GRP-IND-FORA-CAD(WRK-IDX-GRP) EQUAL 'S'              00104800
                MOVE 'ENC' TO WRK-LCO-FORA-CAD                          00104900
            END-IF.                                                     00105000
            WRITE FD-RELPOSC FROM WRK-LINHA-CONTA.                      00105100
                                                                        00105200
            MOVE SPACES                TO WRK-REG-POSCLI.               00105300
            MOVE 'C'                   TO WRK-PSC-TIPO-REG.             00105400
            MOVE WRK-TIPO-PESSOA-DOC   TO WRK-PSC-TIPO-PESSOA.          00105500
            MOVE WRK-DOC-ANTERIOR      TO WRK-PSC-DOCUMENTO.            00105600
            MOVE WRK-GRP-CHAVE(WRK-IDX-GRP)    TO WRK-PSC-CHAVE.        00105700
            MOVE 1                     TO WRK-PSC-QT-CONTAS.            00105800
            MOVE WRK-GRP-SALDO(WRK-IDX-GRP)    TO WRK-PSC-SALDO.        00105900
            MOVE WRK-GRP-PARCELAS(WRK-IDX-GRP) TO WRK-PSC-PARC-ABERTO.  00106000
            MOVE WRK-GRP-LIMITE(WRK-IDX-GRP)   TO WRK-PSC-LIMITE.       00106100
            MOVE WRK-GRP-IND-BLOQUEIO(WRK-IDX-GRP)                      00106200
                                       TO WRK-PSC-IND-BLOQUEIO.         00106300
            MOVE WRK-GRP-IND-INATIVA(WRK-IDX-GRP)                       00106400
                                       TO WRK-PSC-IND-INATIVA.          00106500
            MOVE WRK-GRP-IND-FORA-CAD(WRK-IDX-GRP)                      00106600
                                       TO WRK-PSC-IND-FORA-CAD.         00106700
            MOVE WRK-DOC-IND-MULTI-AGE TO WRK-PSC-IND-MULTI-AGE.        00106800
            WRITE FD-EXTPOSC FROM WRK-REG-POSCLI.                       00106900
                                                                        00107000
      *----------------------------------------------------------------*00107100
       3530-99-FIM.            EXIT.                                    00107200
      *----------------------------------------------------------------*00107300
      *----------------------------------------------------------------*00107400
       4000-FINALIZAR                     SECTION.                      00107500
      *----------------------------------------------------------------*00107600
                                                                        00107700
            WRITE FD-RELPOSC FROM WRK-LINHA-BRANCO.                     00107800
            MOVE 'DOCUMENTOS CONSOLIDADOS.....: ' TO WRK-LRS-TITULO.    00107900
            MOVE WRK-ACU-DOCUMENTOS    TO WRK-LRS-QTDE.                 00108000
            WRITE FD-RELPOSC FROM WRK-LINHA-RESUMO.                     00108100
            MOVE 'CONTAS AGRUPADAS............: ' TO WRK-LRS-TITULO.    00108200
            MOVE WRK-ACU-CONTAS        TO WRK-LRS-QTDE.                 00108300
            WRITE FD-RELPOSC FROM WRK-LINHA-RESUMO.                     00108400
            MOVE 'DOCUMENTOS EM MAIS DE 1 AGEN: ' TO WRK-LRS-TITULO.    00108500
            MOVE WRK-ACU-MULTI-AGE     TO WRK-LRS-QTDE.                 00108600
            WRITE FD-RELPOSC FROM WRK-LINHA-RESUMO.                     00108700
            MOVE 'CONTAS FORA DO CADASTRO.....: ' TO WRK-LRS-TITULO.    00108800
            MOVE WRK-ACU-FORA-CAD      TO WRK-LRS-QTDE.                 00108900
            WRITE FD-RELPOSC FROM WRK-LINHA-RESUMO.                     00109000
                                                                        00109100
            CLOSE IDENCLI                                               00109200
                  RELPOSC                                               00109300
                  EXTPOSC.                                              00109400
                                                                        00109500
            DISPLAY 'DOCUMENTOS LIDOS......: ' WRK-ACU-IDENT-LIDOS.     00109600
            DISPLAY 'SEM DOCUMENTO.........: ' WRK-ACU-SEM-DOCUMENTO.   00109700
            DISPLAY 'DOCUMENTOS AGRUPADOS..: ' WRK-ACU-DOCUMENTOS.      00109800
            DISPLAY 'CONTAS AGRUPADAS......: ' WRK-ACU-CONTAS.          00109900
            DISPLAY 'EM MAIS DE 1 AGENCIA..: ' WRK-ACU-MULTI-AGE.       00110000
            DISPLAY 'FORA DO CADASTRO......: ' WRK-ACU-FORA-CAD.        00110100
            DISPLAY 'CONTAS EXCEDENTES.....: ' WRK-ACU-EXCEDENTES.      00110200
                                                                        00110300
            STOP RUN.                                                   00110400
      *----------------------------------------------------------------*00110500
       4000-99-FIM.            EXIT.                                    00110600
      *----------------------------------------------------------------*00110700
                                                                        00110800
      *----------------------------------------------------------------*00110900
       9000-TRATAR-ERROS                  SECTION.                      00111000
      *----------------------------------------------------------------*00111100
                                                                        00111200
             MOVE 'FR06C107'       TO WRK-ERR-PROGRAMA.                 00111300
             MOVE '9000'           TO WRK-ERR-SECTION.                  00111400
             MOVE WRK-MSG          TO WRK-ERR-MSG.                      00111500
             MOVE SPACES           TO WRK-ERR-STATUS.                   00111600
             MOVE WRK-FS-IDENCLI   TO WRK-ERR-STATUS(1:2).              00111700
             MOVE WRK-FS-CLI2505   TO WRK-ERR-STATUS(3:2).              00111800
             MOVE WRK-FS-RELPOSC   TO WRK-ERR-STATUS(5:2).              00111900
             MOVE WRK-FS-EXTPOSC   TO WRK-ERR-STATUS(7:2).              00112000
             MOVE WRK-FS-RUNCTL    TO WRK-ERR-STATUS(9:2).              00112100
             MOVE 'F'              TO WRK-ERR-SEVERIDADE.               00112200
                                                                        00112300
             CALL 'TRTERRO'        USING WRK-TRTERRO.                   00112400
                                                                        00112500
      *----------------------------------------------------------------*00112600
       9000-99-FIM.            EXIT.                                    00112700
      *----------------------------------------------------------------*00112800
