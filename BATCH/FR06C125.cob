      *================================================================*00000100
       IDENTIFICATION                            DIVISION.              00000200
      *================================================================*00000300
                                                                        00000400
       PROGRAM-ID.  FR06C125.                                           00000500
                                                                        00000600
      *================================================================*00000700
      *     AUTOR.......: JOEI LORENTI                                  00000800
      *     ANALISTA....: IVAN SANCHES                                  00000900
      *     EMPRESA.....: FOURSYS                                       00001000
      *     DATA........: 15/10/2026                                    00001100
      *----------------------------------------------------------------*00001200
      *                                                                 00001300
      *     OBJETIVO: CONTRATACAO DE EMPRESTIMOS PESSOAIS COM JUROS,    00001400
      *               PELA TABELA PRICE OU PELO SAC. CADA CARTAO DA     00001500
      *               SYSIN (ATE O CARTAO EM BRANCO, ECOADO NA          00001600
      *               AUDITORIA CENTRAL VIA AUDSYS) ABRE UM CONTRATO:   00001700
      *               COL 01-08 AGENCIA + CONTA (NO CLI2505, SEM        00001800
      *                         BLOQUEIO ATIVO)                         00001900
      *               COL 09-17 PRINCIPAL 9(07)V99                      00002000
      *               COL 18-23 TAXA AO MES EM % 9(02)V9(04)            00002100
      *               COL 24-26 PRAZO EM MESES (001 A 360)              00002200
      *               COL 27    SISTEMA 'P' PRICE / 'S' SAC             00002300
      *               COL 28-35 PRIMEIRO VENCIMENTO DDMMAAAA            00002400
      *                         (POSTERIOR A DATA DA RODADA)            00002500
      *               COL 36-43 OPERADOR (OBRIGATORIO)                  00002600
      *               O CRONOGRAMA TEM AMORTIZACAO, JUROS E SALDO       00002700
      *               DEVEDOR POR PARCELA; OS VENCIMENTOS AVANCAM MES   00002800
      *               A MES E VAO PARA O DIA UTIL VIA CALNDIA, COMO NO  00002900
      *               FR06CB20. O JURO DE CADA PARCELA E A TAXA SOBRE   00003000
      *               O SALDO DEVEDOR; A ULTIMA PARCELA ABSORVE O       00003100
      *               ARREDONDAMENTO. O CONTRATO ENTRA NO EMPRMST       00003200
      *               (B#EMPR) E O CRONOGRAMA NO CRONEMP (B#CRONE),     00003300
      *               AMBOS MESTRE VELHO -> MESTRE NOVO. O PRINCIPAL E  00003400
      *               CREDITADO NA CONTA PELO MOVEMPR (JUNTA-SE A       00003500
      *               CONCATENACAO DO MOV2505 DA NOITE); AS PARCELAS    00003600
      *               SAEM COMO DEBITO FUTURO NO MOVPEMP (MESMO PADRAO  00003700
      *               DO MOVPARC DO FR06CB20) E NO PARCEMP (LAYOUT      00003800
      *               B#PARCM) PARA O FR06CB68 INCORPORAR AO MESTRE DE  00003900
      *               PARCELAMENTOS, ONDE A BAIXA E A INADIMPLENCIA     00004000
      *               (FR06CB69) SEGUEM COMO HOJE. CARTAO RECUSADO DA   00004100
      *               RC 4. A COTACAO DE QUITACAO E O FR06C126.         00004200
      *                                                                 00004300
      *----------------------------------------------------------------*00004400
      *     INPUT:                                                      00004500
      *     DDNAME           I/O                                        00004600
      *     CLI2505           I   (CADASTRO DO DIA - LRECL 56)          00004700
      *     BLOQUEIO          I   (BLOQUEIOS - LRECL 80, OPCIONAL)      00004800
      *     EMPRENT           I   (CONTRATOS ATUAIS - LRECL 100,        00004900
      *                            AUSENTE NA PRIMEIRA CARGA)           00005000
      *     CRONENT           I   (CRONOGRAMA ATUAL - LRECL 80,         00005100
      *                            AUSENTE NA PRIMEIRA CARGA)           00005200
      *     RUNCTL           I/O  (DATA DA RODADA + CONTADORES)         00005300
      *     EMPRSAI           O   (CONTRATOS NOVOS - LRECL 100)         00005400
      *     CRONSAI           O   (CRONOGRAMA NOVO - LRECL 80)          00005500
      *     PARCEMP           O   (PARCELAS P/ FR06CB68 - LRECL 50)     00005600
      *     MOVEMPR           O   (CREDITO DO PRINCIPAL - LRECL 65)     00005700
      *     MOVPEMP           O   (DEBITOS FUTUROS - LRECL 65)          00005800
      *     RELEMPR           O   (RELATORIO - LRECL 80)                00005900
      *                                                                 00006000
      *----------------------------------------------------------------*00006100
      *     MANUTENCAO:                                                 00006200
      *                                                                 00006300
      *================================================================*00006400
                                                                        00006500
      *================================================================*00006600
       ENVIRONMENT                               DIVISION.              00006700
      *================================================================*00006800
                                                                        00006900
      *----------------------------------------------------------------*00007000
       CONFIGURATION                             SECTION.               00007100
      *----------------------------------------------------------------*00007200
                                                                        00007300
       SPECIAL-NAMES.                                                   00007400
           DECIMAL-POINT IS COMMA.                                      00007500
                                                                        00007600
      *----------------------------------------------------------------*00007700
       INPUT-OUTPUT                              SECTION.               00007800
      *----------------------------------------------------------------*00007900
                                                                        00008000
       FILE-CONTROL.                                                    00008100
             SELECT CLI2505            ASSIGN TO CLI2505                00008200
                FILE STATUS            IS WRK-FS-CLI2505.               00008300
             SELECT BLOQUEIO           ASSIGN TO BLOQUEIO               00008400
                FILE STATUS            IS WRK-FS-BLOQUEIO.              00008500
             SELECT EMPRENT            ASSIGN TO EMPRENT                00008600
                FILE STATUS            IS WRK-FS-EMPRENT.               00008700
             SELECT CRONENT            ASSIGN TO CRONENT                00008800
                FILE STATUS            IS WRK-FS-CRONENT.               00008900
             SELECT RUNCTL             ASSIGN TO RUNCTL                 00009000
                FILE STATUS            IS WRK-FS-RUNCTL.                00009100
             SELECT EMPRSAI            ASSIGN TO EMPRSAI                00009200
                FILE STATUS            IS WRK-FS-EMPRSAI.               00009300
             SELECT CRONSAI            ASSIGN TO CRONSAI                00009400
                FILE STATUS            IS WRK-FS-CRONSAI.               00009500
             SELECT PARCEMP            ASSIGN TO PARCEMP                00009600
                FILE STATUS            IS WRK-FS-PARCEMP.               00009700
             SELECT MOVEMPR            ASSIGN TO MOVEMPR                00009800
                FILE STATUS            IS WRK-FS-MOVEMPR.               00009900
             SELECT MOVPEMP            ASSIGN TO MOVPEMP                00010000
                FILE STATUS            IS WRK-FS-MOVPEMP.               00010100
             SELECT RELEMPR            ASSIGN TO RELEMPR                00010200
                FILE STATUS            IS WRK-FS-RELEMPR.               00010300
                                                                        00010400
      *================================================================*00010500
       DATA                                      DIVISION.              00010600
      *================================================================*00010700
                                                                        00010800
      *----------------------------------------------------------------*00010900
       FILE                                      SECTION.               00011000
      *----------------------------------------------------------------*00011100
                                                                        00011200
       FD CLI2505                                                       00011300
           RECORDING MODE IS F                                          00011400
           BLOCK CONTAINS 0 RECORDS.                                    00011500
       COPY 'B#CLI25'.                                                  00011600
                                                                        00011700
       FD BLOQUEIO                                                      00011800
           RECORDING MODE IS F                                          00011900
           BLOCK CONTAINS 0 RECORDS.                                    00012000
       01 FD-BLOQUEIO                  PIC X(80).                       00012100
                                                                        00012200
       FD EMPRENT                                                       00012300
           RECORDING MODE IS F                                          00012400
           BLOCK CONTAINS 0 RECORDS.                                    00012500
       01 FD-EMPRENT                   PIC X(100).                      00012600
                                                                        00012700
       FD CRONENT                                                       00012800
           RECORDING MODE IS F                                          00012900
           BLOCK CONTAINS 0 RECORDS.                                    00013000
       01 FD-CRONENT                   PIC X(80).                       00013100
                                                                        00013200
       FD RUNCTL                                                        00013300
           RECORDING MODE IS F                                          00013400
           BLOCK CONTAINS 0 RECORDS.                                    00013500
       01 FD-RUNCTL                    PIC X(80).                       00013600
                                                                        00013700
       FD EMPRSAI                                                       00013800
           RECORDING MODE IS F                                          00013900
           BLOCK CONTAINS 0 RECORDS.                                    00014000
       01 FD-EMPRSAI                   PIC X(100).                      00014100
                                                                        00014200
       FD CRONSAI                                                       00014300
           RECORDING MODE IS F                                          00014400
           BLOCK CONTAINS 0 RECORDS.                                    00014500
       01 FD-CRONSAI                   PIC X(80).                       00014600
                                                                        00014700
       FD PARCEMP                                                       00014800
           RECORDING MODE IS F                                          00014900
           BLOCK CONTAINS 0 RECORDS.                                    00015000
       01 FD-PARCEMP                   PIC X(50).                       00015100
                                                                        00015200
       FD MOVEMPR                                                       00015300
           RECORDING MODE IS F                                          00015400
           BLOCK CONTAINS 0 RECORDS.                                    00015500
       01 FD-MOVEMPR                   PIC X(65).                       00015600
                                                                        00015700
       FD MOVPEMP                                                       00015800
           RECORDING MODE IS F                                          00015900
           BLOCK CONTAINS 0 RECORDS.                                    00016000
       01 FD-MOVPEMP                   PIC X(65).                       00016100
                                                                        00016200
       FD RELEMPR                                                       00016300
           RECORDING MODE IS F                                          00016400
           BLOCK CONTAINS 0 RECORDS.                                    00016500
       01 FD-RELEMPR                   PIC X(80).                       00016600
                                                                        00016700
      *----------------------------------------------------------------*00016800
       WORKING-STORAGE                           SECTION.               00016900
      *----------------------------------------------------------------*00017000
                                                                        00017100
      *----------------------------------------------------------------*00017200
       01 FILLER                       PIC X(50)               VALUE    00017300
            '**** AREA DE CABECALHO/TRAILER E RUNCTL ****'.             00017400
      *----------------------------------------------------------------*00017500
        COPY 'B#HDRTRL'.                                                00017600
        COPY 'B#RUNCTL'.                                                00017700
       01 WRK-HORA-PASSO.                                               00017800
          05 WRK-HORA-PASSO-INI        PIC 9(06) VALUE ZEROS.           00017900
          05 WRK-HORA-PASSO-FIM        PIC 9(06) VALUE ZEROS.           00018000
       01 WRK-HORA-ACCEPT.                                              00018100
          05 WRK-HORA-ACC-HHMMSS       PIC 9(06).                       00018200
          05 WRK-HORA-ACC-CC           PIC 9(02).                       00018300
       77 WRK-DATA-RODADA              PIC 9(08) VALUE ZEROS.           00018400
       77 WRK-DATA-CORTE               PIC 9(08) VALUE ZEROS.           00018500
       77 WRK-DATA-VENC-AAAAMMDD       PIC 9(08) VALUE ZEROS.           00018600
                                                                        00018700
      *----------------------------------------------------------------*00018800
       01 FILLER                       PIC X(50)               VALUE    00018900
            '**** AREA DOS LAYOUTS ****'.                               00019000
      *----------------------------------------------------------------*00019100
        COPY 'B#EMPR'.                                                  00019200
        COPY 'B#CRONE'.                                                 00019300
        COPY 'B#PARCM'.                                                 00019400
        COPY 'B#BLOQ'.                                                  00019500
        COPY 'B#MOV25'.                                                 00019600
                                                                        00019700
      *----------------------------------------------------------------*00019800
       01 FILLER                       PIC X(50)               VALUE    00019900
            '**** AREA DAS TABELAS DE CONSULTA ****'.                   00020000
      *----------------------------------------------------------------*00020100
       01 WRK-TAB-CONTAS.                                               00020200
          05 WRK-TCT-CHAVE             PIC X(08) OCCURS 5000 TIMES.     00020300
       77 WRK-QT-CONTAS                PIC 9(04) VALUE ZEROS.           00020400
       77 WRK-IDX-CTA                  PIC 9(04) VALUE ZEROS.           00020500
                                                                        00020600
       01 WRK-TAB-BLOQUEIOS.                                            00020700
          05 WRK-TBQ-CHAVE             PIC X(08) OCCURS 1000 TIMES.     00020800
       77 WRK-QT-BLOQUEIOS             PIC 9(04) VALUE ZEROS.           00020900
       77 WRK-IDX-BLQ                  PIC 9(04) VALUE ZEROS.           00021000
                                                                        00021100
       77 WRK-ACHOU                    PIC X(01) VALUE 'N'.             00021200
                                                                        00021300
      *----------------------------------------------------------------*00021400
       01 FILLER                       PIC X(50)               VALUE    00021500
            '**** AREA DO CARTAO ****'.                                 00021600
      *----------------------------------------------------------------*00021700
       01 WRK-CARTAO.                                                   00021800
          05 WRK-CARTAO-CHAVE          PIC X(08).                       00021900
          05 WRK-CARTAO-PRINCIPAL      PIC X(09).                       00022000
          05 WRK-CARTAO-PRINCIPAL-N REDEFINES WRK-CARTAO-PRINCIPAL      00022100
                                       PIC 9(07)V99.                    00022200
          05 WRK-CARTAO-TAXA           PIC X(06).                       00022300
          05 WRK-CARTAO-TAXA-N      REDEFINES WRK-CARTAO-TAXA           00022400
                                       PIC 9(02)V9(04).                 00022500
          05 WRK-CARTAO-PRAZO          PIC X(03).                       00022600
          05 WRK-CARTAO-PRAZO-N     REDEFINES WRK-CARTAO-PRAZO          00022700
                                       PIC 9(03).                       00022800
          05 WRK-CARTAO-SISTEMA        PIC X(01).                       00022900
          05 WRK-CARTAO-VENC           PIC X(08).                       00023000
          05 WRK-CARTAO-VENC-N      REDEFINES WRK-CARTAO-VENC.          00023100
             10 WRK-CARTAO-VENC-DIA    PIC 9(02).                       00023200
             10 WRK-CARTAO-VENC-MES    PIC 9(02).                       00023300
             10 WRK-CARTAO-VENC-ANO    PIC 9(04).                       00023400
          05 WRK-CARTAO-OPERADOR       PIC X(08).                       00023500
          05 FILLER                    PIC X(37).                       00023600
       77 WRK-MOTIVO-RECUSA            PIC X(30) VALUE SPACES.          00023700
                                                                        00023800
      *----------------------------------------------------------------*00023900
       01 FILLER                       PIC X(50)               VALUE    00024000
            '**** AREA DE CALCULO DO CRONOGRAMA ****'.                  00024100
      *----------------------------------------------------------------*00024200
       01 WRK-TAB-CRONOGRAMA.                                           00024300
          05 WRK-TCR-ITEM              OCCURS 360 TIMES.                00024400
             10 WRK-TCR-VENCIMENTO     PIC 9(08).                       00024500
             10 WRK-TCR-AMORTIZACAO    PIC 9(07)V99.                    00024600
             10 WRK-TCR-JUROS          PIC 9(07)V99.                    00024700
             10 WRK-TCR-PARCELA        PIC 9(07)V99.                    00024800
             10 WRK-TCR-SALDO          PIC 9(07)V99.                    00024900
       77 WRK-IDX-PARC                 PIC 9(03) VALUE ZEROS.           00025000
       77 WRK-IDX-POT                  PIC 9(03) VALUE ZEROS.           00025100
       77 WRK-TAXA-DEC                 PIC 9(01)V9(06) VALUE ZEROS.     00025200
       77 WRK-DESCONTO-UNIT            PIC 9(01)V9(15) VALUE ZEROS.     00025300
       77 WRK-DESCONTO                 PIC 9(01)V9(15) VALUE ZEROS.     00025400
       77 WRK-FATOR-TAXA               PIC 9(01)V9(06) VALUE ZEROS.     00025500
       77 WRK-FATOR-PRICE              PIC 9(01)V9(15) VALUE ZEROS.     00025600
       77 WRK-VALOR-PRICE              PIC 9(07)V99 VALUE ZEROS.        00025700
       77 WRK-AMORT-SAC                PIC 9(07)V99 VALUE ZEROS.        00025800
       77 WRK-SALDO-DEVEDOR            PIC 9(07)V99 VALUE ZEROS.        00025900
       77 WRK-JUROS-PARC               PIC 9(07)V99 VALUE ZEROS.        00026000
       77 WRK-AMORT-PARC               PIC S9(07)V99 VALUE ZEROS.       00026100
       77 WRK-TOT-JUROS                PIC 9(09)V99 VALUE ZEROS.        00026200
       77 WRK-TOT-PARCELAS             PIC 9(09)V99 VALUE ZEROS.        00026300
       77 WRK-PARCELA-ALTA             PIC X(01) VALUE 'N'.             00026400
       77 WRK-DIA-BASE                 PIC 9(02) VALUE ZEROS.           00026500
       77 WRK-VENC-DIA                 PIC 9(02) VALUE ZEROS.           00026600
       77 WRK-VENC-MES                 PIC 9(02) VALUE ZEROS.           00026700
       77 WRK-VENC-ANO                 PIC 9(04) VALUE ZEROS.           00026800
       01 WRK-VENC-AJUSTADO.                                            00026900
          05 WRK-VAJ-DIA               PIC 9(02).                       00027000
          05 WRK-VAJ-MES               PIC 9(02).                       00027100
          05 WRK-VAJ-ANO               PIC 9(04).                       00027200
       01 WRK-DESC-PARCELA.                                             00027300
          05 FILLER                    PIC X(08) VALUE 'PARCELA '.      00027400
          05 WRK-DPC-NUMERO            PIC 9(03).                       00027500
          05 FILLER                    PIC X(01) VALUE '/'.             00027600
          05 WRK-DPC-PRAZO             PIC 9(03).                       00027700
          05 FILLER                    PIC X(06) VALUE ' EMPR '.        00027800
          05 WRK-DPC-CONTRATO          PIC 9(08).                       00027900
          05 FILLER                    PIC X(01) VALUE SPACES.          00028000
       01 WRK-DESC-CREDITO.                                             00028100
          05 FILLER                    PIC X(19) VALUE                  00028200
             'CREDITO EMPRESTIMO '.                                     00028300
          05 WRK-DCR-CONTRATO          PIC 9(08).                       00028400
          05 FILLER                    PIC X(03) VALUE SPACES.          00028500
                                                                        00028600
      *----------------------------------------------------------------*00028700
       01 FILLER                       PIC X(50)               VALUE    00028800
            '**** AREA DE VARIAVEIS E CONTADORES ****'.                 00028900
      *----------------------------------------------------------------*00029000
       77 WRK-FS-CLI2505               PIC X(02) VALUE SPACES.          00029100
       77 WRK-FS-BLOQUEIO              PIC X(02) VALUE SPACES.          00029200
       77 WRK-FS-EMPRENT               PIC X(02) VALUE SPACES.          00029300
       77 WRK-FS-CRONENT               PIC X(02) VALUE SPACES.          00029400
       77 WRK-FS-RUNCTL                PIC X(02) VALUE SPACES.          00029500
       77 WRK-FS-EMPRSAI               PIC X(02) VALUE SPACES.          00029600
       77 WRK-FS-CRONSAI               PIC X(02) VALUE SPACES.          00029700
       77 WRK-FS-PARCEMP               PIC X(02) VALUE SPACES.          00029800
       77 WRK-FS-MOVEMPR               PIC X(02) VALUE SPACES.          00029900
       77 WRK-FS-MOVPEMP               PIC X(02) VALUE SPACES.          00030000
       77 WRK-FS-RELEMPR               PIC X(02) VALUE SPACES.          00030100
       77 WRK-ULT-CONTRATO             PIC 9(08) VALUE ZEROS.           00030200
       77 WRK-ACU-CARTOES              PIC 9(07) VALUE ZEROS.           00030300
       77 WRK-ACU-CONTRATOS            PIC 9(07) VALUE ZEROS.           00030400
       77 WRK-ACU-RECUSADOS            PIC 9(07) VALUE ZEROS.           00030500
       77 WRK-ACU-ANTERIORES           PIC 9(07) VALUE ZEROS.           00030600
       77 WRK-ACU-PARCELAS             PIC 9(07) VALUE ZEROS.           00030700
       77 WRK-ACU-PRINCIPAL            PIC 9(11)V99 VALUE ZEROS.        00030800
       77 WRK-ACU-MOV-CREDITO          PIC 9(09) VALUE ZEROS.           00030900
       77 WRK-HASH-VALOR               PIC 9(15) VALUE ZEROS.           00031000
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00031100
                                                                        00031200
      *----------------------------------------------------------------*00031300
       01 FILLER                       PIC X(50)               VALUE    00031400
            '**** AREA DE LINHAS DO RELATORIO ****'.                    00031500
      *----------------------------------------------------------------*00031600
       01 WRK-LINHA-TRACO.                                              00031700
          05 FILLER                    PIC X(80) VALUE ALL '-'.         00031800
       01 WRK-CABEC-REL.                                                00031900
          05 FILLER                    PIC X(40) VALUE                  00032000
             'CONTRATOS DE EMPRESTIMO ORIGINADOS EM '.                  00032100
          05 WRK-CAB-DATA              PIC 99/99/9999.                  00032200
          05 FILLER                    PIC X(30) VALUE SPACES.          00032300
       01 WRK-LINHA-CONTRATO-1.                                         00032400
          05 FILLER                    PIC X(09) VALUE 'CONTRATO '.     00032500
          05 WRK-LC1-CONTRATO          PIC 9(08).                       00032600
          05 FILLER                    PIC X(08) VALUE '  CONTA '.      00032700
          05 WRK-LC1-AGENCIA           PIC X(04).                       00032800
          05 FILLER                    PIC X(01) VALUE '/'.             00032900
          05 WRK-LC1-CONTA             PIC X(04).                       00033000
          05 FILLER                    PIC X(10) VALUE '  SISTEMA '.    00033100
          05 WRK-LC1-SISTEMA           PIC X(05).                       00033200
          05 FILLER                    PIC X(08) VALUE '  PRAZO '.      00033300
          05 WRK-LC1-PRAZO             PIC ZZ9.                         00033400
          05 FILLER                    PIC X(06) VALUE ' MESES'.        00033500
          05 FILLER                    PIC X(14) VALUE SPACES.          00033600
       01 WRK-LINHA-CONTRATO-2.                                         00033700
          05 FILLER                    PIC X(10) VALUE 'PRINCIPAL '.    00033800
          05 WRK-LC2-PRINCIPAL         PIC Z.ZZZ.ZZ9,99.                00033900
          05 FILLER                    PIC X(07) VALUE '  TAXA '.       00034000
          05 WRK-LC2-TAXA              PIC Z9,9999.                     00034100
          05 FILLER                    PIC X(06) VALUE '% A.M.'.        00034200
          05 FILLER                    PIC X(11) VALUE '  OPERADOR '.   00034300
          05 WRK-LC2-OPERADOR          PIC X(08).                       00034400
          05 FILLER                    PIC X(19) VALUE SPACES.          00034500
       01 WRK-CABEC-COLUNAS.                                            00034600
          05 FILLER                    PIC X(05) VALUE 'NR'.            00034700
          05 FILLER                    PIC X(12) VALUE 'VENCIMENTO'.    00034800
          05 FILLER                    PIC X(14) VALUE ' AMORTIZACAO'.  00034900
          05 FILLER                    PIC X(14) VALUE '       JUROS'.  00035000
          05 FILLER                    PIC X(14) VALUE '     PARCELA'.  00035100
          05 FILLER                    PIC X(12) VALUE '       SALDO'.  00035200
          05 FILLER                    PIC X(09) VALUE SPACES.          00035300
       01 WRK-LINHA-PARCELA.                                            00035400
          05 WRK-LPC-NUMERO            PIC ZZ9.                         00035500
          05 FILLER                    PIC X(02) VALUE SPACES.          00035600
          05 WRK-LPC-VENCIMENTO        PIC 99/99/9999.                  00035700
          05 FILLER                    PIC X(02) VALUE SPACES.          00035800
          05 WRK-LPC-AMORTIZACAO       PIC Z.ZZZ.ZZ9,99.                00035900
          05 FILLER                    PIC X(02) VALUE SPACES.          00036000
          05 WRK-LPC-JUROS             PIC Z.ZZZ.ZZ9,99.                00036100
          05 FILLER                    PIC X(02) VALUE SPACES.          00036200
          05 WRK-LPC-PARCELA           PIC Z.ZZZ.ZZ9,99.                00036300
          05 FILLER                    PIC X(02) VALUE SPACES.          00036400
          05 WRK-LPC-SALDO             PIC Z.ZZZ.ZZ9,99.                00036500
          05 FILLER                    PIC X(09) VALUE SPACES.          00036600
       01 WRK-LINHA-TOT-CONTRATO.                                       00036700
          05 FILLER                    PIC X(17) VALUE 'TOTAL'.         00036800
          05 WRK-LTC-AMORTIZACAO       PIC Z.ZZZ.ZZ9,99.                00036900
          05 FILLER                    PIC X(01) VALUE SPACES.          00037000
          05 WRK-LTC-JUROS             PIC ZZ.ZZZ.ZZ9,99.               00037100
          05 FILLER                    PIC X(01) VALUE SPACES.          00037200
          05 WRK-LTC-PARCELAS          PIC ZZ.ZZZ.ZZ9,99.               00037300
          05 FILLER                    PIC X(23) VALUE SPACES.          00037400
       01 WRK-LINHA-TOTAL.                                              00037500
          05 WRK-LTT-ROTULO            PIC X(30).                       00037600
          05 WRK-LTT-VALOR             PIC Z.ZZZ.ZZ9.                   00037700
          05 FILLER                    PIC X(41) VALUE SPACES.          00037800
       01 WRK-LINHA-TOTAL-VALOR.                                        00037900
          05 WRK-LTV-ROTULO            PIC X(30).                       00038000
          05 WRK-LTV-VALOR             PIC ZZ.ZZZ.ZZZ.ZZ9,99.           00038100
          05 FILLER                    PIC X(33) VALUE SPACES.          00038200
                                                                        00038300
      *----------------------------------------------------------------*00038400
       01 FILLER                       PIC X(50)               VALUE    00038500
            '**** AREA DOS MODULOS CHAMADOS ****'.                      00038600
      *----------------------------------------------------------------*00038700
        COPY '#CALNDIA'.                                                00038800
        COPY '#AUDSYS'.                                                 00038900
        COPY '#TRTERRO'.                                                00039000
                                                                        00039100
      *================================================================*00039200
       PROCEDURE DIVISION.                                              00039300
      *================================================================*00039400
                                                                        00039500
      *----------------------------------------------------------------*00039600
       0000-PRINCIPAL                     SECTION.                      00039700
      *----------------------------------------------------------------*00039800
                                                                        00039900
           ACCEPT WRK-HORA-ACCEPT FROM TIME.                            00040000
           MOVE WRK-HORA-ACC-HHMMSS TO WRK-HORA-PASSO-INI.              00040100
                                                                        00040200
           PERFORM 1000-INICIAR.                                        00040300
           PERFORM 2000-PROCESSAR                                       00040400
               UNTIL WRK-CARTAO EQUAL SPACES.                           00040500
           PERFORM 3000-FINALIZAR.                                      00040600
                                                                        00040700
      *----------------------------------------------------------------*00040800
       0000-99-FIM.            EXIT.                                    00040900
      *----------------------------------------------------------------*00041000
                                                                        00041100
      *----------------------------------------------------------------*00041200
       1000-INICIAR                       SECTION.                      00041300
      *----------------------------------------------------------------*00041400
                                                                        00041500
            PERFORM 1600-LER-DATA-RODADA.                               00041600
            PERFORM 1100-CARREGAR-CONTAS.                               00041700
            PERFORM 1200-CARREGAR-BLOQUEIOS.                            00041800
                                                                        00041900
            OPEN OUTPUT EMPRSAI                                         00042000
                        CRONSAI                                         00042100
                        PARCEMP                                         00042200
                        MOVEMPR                                         00042300
                        MOVPEMP                                         00042400
                        RELEMPR.                                        00042500
            IF WRK-FS-EMPRSAI NOT EQUAL ZEROS                           00042600
                MOVE ' ERRO ABERTURA EMPRSAI ' TO WRK-MSG               00042700
                PERFORM 9000-TRATAR-ERROS                               00042800
            END-IF.                                                     00042900
            IF WRK-FS-CRONSAI NOT EQUAL ZEROS                           00043000
                MOVE ' ERRO ABERTURA CRONSAI ' TO WRK-MSG               00043100
                PERFORM 9000-TRATAR-ERROS                               00043200
            END-IF.                                                     00043300
            IF WRK-FS-PARCEMP NOT EQUAL ZEROS                           00043400
                MOVE ' ERRO ABERTURA PARCEMP ' TO WRK-MSG               00043500
                PERFORM 9000-TRATAR-ERROS                               00043600
            END-IF.                                                     00043700
            IF WRK-FS-MOVEMPR NOT EQUAL ZEROS                           00043800
                MOVE ' ERRO ABERTURA MOVEMPR ' TO WRK-MSG               00043900
                PERFORM 9000-TRATAR-ERROS                               00044000
            END-IF.                                                     00044100
            IF WRK-FS-MOVPEMP NOT EQUAL ZEROS                           00044200
                MOVE ' ERRO ABERTURA MOVPEMP ' TO WRK-MSG               00044300
                PERFORM 9000-TRATAR-ERROS                               00044400
            END-IF.                                                     00044500
            IF WRK-FS-RELEMPR NOT EQUAL ZEROS                           00044600
                MOVE ' ERRO ABERTURA RELEMPR ' TO WRK-MSG               00044700
                PERFORM 9000-TRATAR-ERROS                               00044800
            END-IF.                                                     00044900
                                                                        00045000
            PERFORM 1300-COPIAR-CONTRATOS.                              00045100
            PERFORM 1400-COPIAR-CRONOGRAMA.                             00045200
            PERFORM 1700-GRAVAR-CABECALHO.                              00045300
                                                                        00045400
            MOVE WRK-DATA-RODADA TO WRK-CAB-DATA.                       00045500
            WRITE FD-RELEMPR FROM WRK-CABEC-REL.                        00045600
            WRITE FD-RELEMPR FROM WRK-LINHA-TRACO.                      00045700
                                                                        00045800
            PERFORM 1800-LER-CARTAO.                                    00045900
                                                                        00046000
      *----------------------------------------------------------------*00046100
       1000-99-FIM.            EXIT.                                    00046200
      *----------------------------------------------------------------*00046300
                                                                        00046400
      *----------------------------------------------------------------*00046500
       1100-CARREGAR-CONTAS               SECTION.                      00046600
      *----------------------------------------------------------------*00046700
                                                                        00046800
            OPEN INPUT CLI2505.                                         00046900
            IF WRK-FS-CLI2505 NOT EQUAL ZEROS                           00047000
                MOVE ' ERRO ABERTURA CLI2505 ' TO WRK-MSG               00047100
                PERFORM 9000-TRATAR-ERROS                               00047200
            END-IF.                                                     00047300
                                                                        00047400
            READ CLI2505.                                               00047500
            IF WRK-FS-CLI2505 NOT EQUAL ZEROS                           00047600
               OR FD-CLI2505(1:3) NOT EQUAL 'HDR'                       00047700
                MOVE ' CLI2505 SEM CABECALHO ' TO WRK-MSG               00047800
                PERFORM 9000-TRATAR-ERROS                               00047900
            END-IF.                                                     00048000
                                                                        00048100
            MOVE FD-CLI2505(1:21) TO WRK-REG-CABECALHO.                 00048200
            IF WRK-HDR-VERSAO NOT EQUAL '02'                            00048300
                MOVE ' CLI2505 EM LAYOUT SEM CENTAVOS ' TO WRK-MSG      00048400
                PERFORM 9000-TRATAR-ERROS                               00048500
            END-IF.                                                     00048600
                                                                        00048700
            PERFORM 1110-LER-CONTA                                      00048800
                UNTIL WRK-FS-CLI2505 EQUAL '10'.                        00048900
            CLOSE CLI2505.                                              00049000
                                                                        00049100
      *----------------------------------------------------------------*00049200
       1100-99-FIM.            EXIT.                                    00049300
      *----------------------------------------------------------------*00049400
                                                                        00049500
      *----------------------------------------------------------------*00049600
       1110-LER-CONTA                     SECTION.                      00049700
      *----------------------------------------------------------------*00049800
                                                                        00049900
            READ CLI2505.                                               00050000
            IF WRK-FS-CLI2505 NOT EQUAL ZEROS                           00050100
               OR FD-CLI2505(1:3) EQUAL 'TRL'                           00050200
                MOVE '10' TO WRK-FS-CLI2505                             00050300
                GO TO 1110-99-FIM                                       00050400
            END-IF.                                                     00050500
                                                                        00050600
            IF WRK-QT-CONTAS NOT LESS 5000                              00050700
                MOVE ' TABELA DE CONTAS CHEIA ' TO WRK-MSG              00050800
                PERFORM 9000-TRATAR-ERROS                               00050900
            END-IF.                                                     00051000
            ADD 1 TO WRK-QT-CONTAS.                                     00051100
            MOVE FD-CLI2505-CHAVE TO WRK-TCT-CHAVE(WRK-QT-CONTAS).      00051200
                                                                        00051300
      *----------------------------------------------------------------*00051400
       1110-99-FIM.            EXIT.                                    00051500
      *----------------------------------------------------------------*00051600
                                                                        00051700
      *----------------------------------------------------------------*00051800
       1200-CARREGAR-BLOQUEIOS            SECTION.                      00051900
      *----------------------------------------------------------------*00052000
      *    SO OS BLOQUEIOS ATIVOS ('A') VIGENTES NA DATA DA RODADA     *00052100
      *    (DATA-FIM ZEROS = PRAZO INDETERMINADO) ENTRAM NA TABELA.    *00052200
      *----------------------------------------------------------------*00052300
                                                                        00052400
            OPEN INPUT BLOQUEIO.                                        00052500
            IF WRK-FS-BLOQUEIO EQUAL '35'                               00052600
                DISPLAY 'BLOQUEIO AUSENTE - SEM BLOQUEIOS'              00052700
                GO TO 1200-99-FIM                                       00052800
            END-IF.                                                     00052900
            IF WRK-FS-BLOQUEIO NOT EQUAL ZEROS                          00053000
                MOVE ' ERRO ABERTURA BLOQUEIO ' TO WRK-MSG              00053100
                PERFORM 9000-TRATAR-ERROS                               00053200
            END-IF.                                                     00053300
                                                                        00053400
            PERFORM 1210-LER-BLOQUEIO                                   00053500
                UNTIL WRK-FS-BLOQUEIO EQUAL '10'.                       00053600
            CLOSE BLOQUEIO.                                             00053700
                                                                        00053800
      *----------------------------------------------------------------*00053900
       1200-99-FIM.            EXIT.                                    00054000
      *----------------------------------------------------------------*00054100
                                                                        00054200
      *----------------------------------------------------------------*00054300
       1210-LER-BLOQUEIO                  SECTION.                      00054400
      *----------------------------------------------------------------*00054500
                                                                        00054600
            READ BLOQUEIO INTO WRK-REG-BLOQUEIO.                        00054700
            IF WRK-FS-BLOQUEIO NOT EQUAL ZEROS                          00054800
                MOVE '10' TO WRK-FS-BLOQUEIO                            00054900
                GO TO 1210-99-FIM                                       00055000
            END-IF.                                                     00055100
                                                                        00055200
            IF WRK-BLQ-SITUACAO NOT EQUAL 'A'                           00055300
               OR WRK-BLQ-DATA-INI GREATER WRK-DATA-CORTE               00055400
                GO TO 1210-99-FIM                                       00055500
            END-IF.                                                     00055600
            IF WRK-BLQ-DATA-FIM NOT EQUAL ZEROS                         00055700
               AND WRK-BLQ-DATA-FIM LESS WRK-DATA-CORTE                 00055800
                GO TO 1210-99-FIM                                       00055900
            END-IF.                                                     00056000
                                                                        00056100
            IF WRK-QT-BLOQUEIOS NOT LESS 1000                           00056200
                MOVE ' TABELA DE BLOQUEIOS CHEIA ' TO WRK-MSG           00056300
                PERFORM 9000-TRATAR-ERROS                               00056400
            END-IF.                                                     00056500
            ADD 1 TO WRK-QT-BLOQUEIOS.                                  00056600
            MOVE WRK-BLQ-CHAVE TO WRK-TBQ-CHAVE(WRK-QT-BLOQUEIOS).      00056700
                                                                        00056800
      *----------------------------------------------------------------*00056900
       1210-99-FIM.            EXIT.                                    00057000
      *----------------------------------------------------------------*00057100
                                                                        00057200
      *----------------------------------------------------------------*00057300
       1300-COPIAR-CONTRATOS              SECTION.                      00057400
      *----------------------------------------------------------------*00057500
      *    O MESTRE VELHO VAI INTEIRO PARA O NOVO; O NUMERO DO PROXIMO *00057600
      *    CONTRATO E O MAIOR JA EXISTENTE MAIS UM.                    *00057700
      *----------------------------------------------------------------*00057800
                                                                        00057900
            OPEN INPUT EMPRENT.                                         00058000
            IF WRK-FS-EMPRENT EQUAL '35'                                00058100
                DISPLAY 'EMPRENT AUSENTE - PRIMEIRA CARGA'              00058200
                GO TO 1300-99-FIM                                       00058300
            END-IF.                                                     00058400
            IF WRK-FS-EMPRENT NOT EQUAL ZEROS                           00058500
                MOVE ' ERRO ABERTURA EMPRENT ' TO WRK-MSG               00058600
                PERFORM 9000-TRATAR-ERROS                               00058700
            END-IF.                                                     00058800
                                                                        00058900
            PERFORM 1310-COPIAR-CONTRATO                                00059000
                UNTIL WRK-FS-EMPRENT EQUAL '10'.                        00059100
            CLOSE EMPRENT.                                              00059200
                                                                        00059300
      *----------------------------------------------------------------*00059400
       1300-99-FIM.            EXIT.                                    00059500
      *----------------------------------------------------------------*00059600
                                                                        00059700
      *----------------------------------------------------------------*00059800
       1310-COPIAR-CONTRATO               SECTION.                      00059900
      *----------------------------------------------------------------*00060000
                                                                        00060100
            READ EMPRENT INTO WRK-REG-EMPR.                             00060200
            IF WRK-FS-EMPRENT NOT EQUAL ZEROS                           00060300
                MOVE '10' TO WRK-FS-EMPRENT                             00060400
                GO TO 1310-99-FIM                                       00060500
            END-IF.                                                     00060600
                                                                        00060700
            ADD 1 TO WRK-ACU-ANTERIORES.                                00060800
            IF WRK-EMP-CONTRATO GREATER WRK-ULT-CONTRATO                00060900
                MOVE WRK-EMP-CONTRATO TO WRK-ULT-CONTRATO               00061000
            END-IF.                                                     00061100
                                                                        00061200
            WRITE FD-EMPRSAI FROM WRK-REG-EMPR.                         00061300
            IF WRK-FS-EMPRSAI NOT EQUAL ZEROS                           00061400
                MOVE ' ERRO GRAVACAO EMPRSAI ' TO WRK-MSG               00061500
                PERFORM 9000-TRATAR-ERROS                               00061600
            END-IF.                                                     00061700
                                                                        00061800
      *----------------------------------------------------------------*00061900
       1310-99-FIM.            EXIT.                                    00062000
      *----------------------------------------------------------------*00062100
                                                                        00062200
      *----------------------------------------------------------------*00062300
       1400-COPIAR-CRONOGRAMA             SECTION.                      00062400
      *----------------------------------------------------------------*00062500
                                                                        00062600
            OPEN INPUT CRONENT.                                         00062700
            IF WRK-FS-CRONENT EQUAL '35'                                00062800
                DISPLAY 'CRONENT AUSENTE - PRIMEIRA CARGA'              00062900
                GO TO 1400-99-FIM                                       00063000
            END-IF.                                                     00063100
            IF WRK-FS-CRONENT NOT EQUAL ZEROS                           00063200
                MOVE ' ERRO ABERTURA CRONENT ' TO WRK-MSG               00063300
                PERFORM 9000-TRATAR-ERROS                               00063400
            END-IF.                                                     00063500
                                                                        00063600
            PERFORM 1410-COPIAR-PARCELA                                 00063700
                UNTIL WRK-FS-CRONENT EQUAL '10'.                        00063800
            CLOSE CRONENT.                                              00063900
                                                                        00064000
      *----------------------------------------------------------------*00064100
       1400-99-FIM.            EXIT.                                    00064200
      *----------------------------------------------------------------*00064300
                                                                        00064400
      *----------------------------------------------------------------*00064500
       1410-COPIAR-PARCELA                SECTION.                      00064600
      *----------------------------------------------------------------*00064700
                                                                        00064800
            READ CRONENT.                                               00064900
            IF WRK-FS-CRONENT NOT EQUAL ZEROS                           00065000
                MOVE '10' TO WRK-FS-CRONENT                             00065100
                GO TO 1410-99-FIM                                       00065200
            END-IF.                                                     00065300
                                                                        00065400
            WRITE FD-CRONSAI FROM FD-CRONENT.                           00065500
            IF WRK-FS-CRONSAI NOT EQUAL ZEROS                           00065600
                MOVE ' ERRO GRAVACAO CRONSAI ' TO WRK-MSG               00065700
                PERFORM 9000-TRATAR-ERROS                               00065800
            END-IF.                                                     00065900
                                                                        00066000
      *----------------------------------------------------------------*00066100
       1410-99-FIM.            EXIT.                                    00066200
      *----------------------------------------------------------------*00066300
                                                                        00066400
      *----------------------------------------------------------------*00066500
       1600-LER-DATA-RODADA               SECTION.                      00066600
      *----------------------------------------------------------------*00066700
                                                                        00066800
            OPEN INPUT RUNCTL.                                          00066900
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00067000
                MOVE ' RUNCTL AUSENTE - RODAR FR06CB01 ' TO WRK-MSG     00067100
                PERFORM 9000-TRATAR-ERROS                               00067200
            END-IF.                                                     00067300
                                                                        00067400
            READ RUNCTL INTO WRK-RUNCTL.                                00067500
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00067600
               OR WRK-RUNCTL-TIPO NOT EQUAL '1'                         00067700
                MOVE ' RUNCTL SEM REGISTRO DE ABERTURA ' TO WRK-MSG     00067800
                PERFORM 9000-TRATAR-ERROS                               00067900
            END-IF.                                                     00068000
                                                                        00068100
            MOVE WRK-RUNCTL-DATA TO WRK-DATA-RODADA.                    00068200
            CLOSE RUNCTL.                                               00068300
                                                                        00068400
            MOVE WRK-DATA-RODADA(5:4)  TO WRK-DATA-CORTE(1:4).          00068500
            MOVE WRK-DATA-RODADA(3:2)  TO WRK-DATA-CORTE(5:2).          00068600
            MOVE WRK-DATA-RODADA(1:2)  TO WRK-DATA-CORTE(7:2).          00068700
                                                                        00068800
      *----------------------------------------------------------------*00068900
       1600-99-FIM.            EXIT.                                    00069000
      *----------------------------------------------------------------*00069100
                                                                        00069200
      *----------------------------------------------------------------*00069300
       1700-GRAVAR-CABECALHO              SECTION.                      00069400
      *----------------------------------------------------------------*00069500
                                                                        00069600
            MOVE SPACES            TO WRK-REG-CABECALHO.                00069700
            MOVE 'HDR'             TO WRK-HDR-ID.                       00069800
            MOVE 'MOV2505 '        TO WRK-HDR-ARQUIVO.                  00069900
            MOVE WRK-DATA-RODADA   TO WRK-HDR-DATA-GERACAO.             00070000
            MOVE '02'              TO WRK-HDR-VERSAO.                   00070100
            MOVE SPACES            TO FD-MOVEMPR.                       00070200
            MOVE WRK-REG-CABECALHO TO FD-MOVEMPR(1:21).                 00070300
            WRITE FD-MOVEMPR.                                           00070400
                                                                        00070500
      *----------------------------------------------------------------*00070600
       1700-99-FIM.            EXIT.                                    00070700
      *----------------------------------------------------------------*00070800
                                                                        00070900
      *----------------------------------------------------------------*00071000
       1800-LER-CARTAO                    SECTION.                      00071100
      *----------------------------------------------------------------*00071200
                                                                        00071300
            ACCEPT WRK-CARTAO FROM SYSIN.                               00071400
                                                                        00071500
            IF WRK-CARTAO NOT EQUAL SPACES                              00071600
                ADD 1 TO WRK-ACU-CARTOES                                00071700
                MOVE 'FR06C125'  TO WRK-AUD-PROGRAMA                    00071800
                MOVE WRK-CARTAO  TO WRK-AUD-CARTAO                      00071900
                CALL 'AUDSYS'    USING WRK-AUDSYS                       00072000
            END-IF.                                                     00072100
                                                                        00072200
      *----------------------------------------------------------------*00072300
       1800-99-FIM.            EXIT.                                    00072400
      *----------------------------------------------------------------*00072500
                                                                        00072600
      *----------------------------------------------------------------*00072700
       2000-PROCESSAR                     SECTION.                      00072800
      *----------------------------------------------------------------*00072900
                                                                        00073000
            MOVE 'N' TO WRK-ACHOU.                                      00073100
            PERFORM 2010-COMPARAR-CONTA                                 00073200
                VARYING WRK-IDX-CTA FROM 1 BY 1                         00073300
                UNTIL WRK-IDX-CTA GREATER WRK-QT-CONTAS                 00073400
                   OR WRK-ACHOU EQUAL 'S'.                              00073500
            IF WRK-ACHOU NOT EQUAL 'S'                                  00073600
                MOVE 'CONTA NAO CADASTRADA' TO WRK-MOTIVO-RECUSA        00073700
                PERFORM 2900-RECUSAR-CARTAO                             00073800
                GO TO 2000-88-LER                                       00073900
            END-IF.                                                     00074000
                                                                        00074100
            MOVE 'N' TO WRK-ACHOU.                                      00074200
            PERFORM 2020-COMPARAR-BLOQUEIO                              00074300
                VARYING WRK-IDX-BLQ FROM 1 BY 1                         00074400
                UNTIL WRK-IDX-BLQ GREATER WRK-QT-BLOQUEIOS              00074500
                   OR WRK-ACHOU EQUAL 'S'.                              00074600
            IF WRK-ACHOU EQUAL 'S'                                      00074700
                MOVE 'CONTA BLOQUEADA' TO WRK-MOTIVO-RECUSA             00074800
                PERFORM 2900-RECUSAR-CARTAO                             00074900
                GO TO 2000-88-LER                                       00075000
            END-IF.                                                     00075100
                                                                        00075200
            IF WRK-CARTAO-PRINCIPAL NOT NUMERIC                         00075300
               OR WRK-CARTAO-PRINCIPAL-N EQUAL ZEROS                    00075400
                MOVE 'PRINCIPAL INVALIDO' TO WRK-MOTIVO-RECUSA          00075500
                PERFORM 2900-RECUSAR-CARTAO                             00075600
                GO TO 2000-88-LER                                       00075700
            END-IF.                                                     00075800
                                                                        00075900
            IF WRK-CARTAO-TAXA NOT NUMERIC                              00076000
                MOVE 'TAXA INVALIDA' TO WRK-MOTIVO-RECUSA               00076100
                PERFORM 2900-RECUSAR-CARTAO                             00076200
                GO TO 2000-88-LER                                       00076300
            END-IF.                                                     00076400
                                                                        00076500
            IF WRK-CARTAO-PRAZO NOT NUMERIC                             00076600
               OR WRK-CARTAO-PRAZO-N EQUAL ZEROS                        00076700
               OR WRK-CARTAO-PRAZO-N GREATER 360                        00076800
                MOVE 'PRAZO INVALIDO' TO WRK-MOTIVO-RECUSA              00076900
                PERFORM 2900-RECUSAR-CARTAO                             00077000
                GO TO 2000-88-LER                                       00077100
            END-IF.                                                     00077200
                                                                        00077300
            IF WRK-CARTAO-SISTEMA NOT EQUAL 'P'                         00077400
               AND WRK-CARTAO-SISTEMA NOT EQUAL 'S'                     00077500
                MOVE 'SISTEMA DE AMORTIZACAO INVALIDO'                  00077600
                                            TO WRK-MOTIVO-RECUSA        00077700
                PERFORM 2900-RECUSAR-CARTAO                             00077800
                GO TO 2000-88-LER                                       00077900
            END-IF.                                                     00078000
                                                                        00078100
            IF WRK-CARTAO-VENC NOT NUMERIC                              00078200
                MOVE 'PRIMEIRO VENCIMENTO INVALIDO' TO WRK-MOTIVO-RECUSA00078300
                PERFORM 2900-RECUSAR-CARTAO                             00078400
                GO TO 2000-88-LER                                       00078500
            END-IF.                                                     00078600
            MOVE 'V'                    TO WRK-CAL-FUNCAO.              00078700
            MOVE WRK-CARTAO-VENC-DIA    TO WRK-CAL-DIA.                 00078800
            MOVE WRK-CARTAO-VENC-MES    TO WRK-CAL-MES.                 00078900
            MOVE WRK-CARTAO-VENC-ANO    TO WRK-CAL-ANO.                 00079000
            CALL 'CALNDIA'              USING WRK-CALNDIA.              00079100
            IF WRK-CAL-RETORNO EQUAL '1'                                00079200
                MOVE 'PRIMEIRO VENCIMENTO INVALIDO' TO WRK-MOTIVO-RECUSA00079300
                PERFORM 2900-RECUSAR-CARTAO                             00079400
                GO TO 2000-88-LER                                       00079500
            END-IF.                                                     00079600
            MOVE WRK-CARTAO-VENC-ANO TO WRK-DATA-VENC-AAAAMMDD(1:4).    00079700
            MOVE WRK-CARTAO-VENC-MES TO WRK-DATA-VENC-AAAAMMDD(5:2).    00079800
            MOVE WRK-CARTAO-VENC-DIA TO WRK-DATA-VENC-AAAAMMDD(7:2).    00079900
            IF WRK-DATA-VENC-AAAAMMDD NOT GREATER WRK-DATA-CORTE        00080000
                MOVE 'VENCIMENTO NAO POSTERIOR A DATA' TO               00080100
                                               WRK-MOTIVO-RECUSA        00080200
                PERFORM 2900-RECUSAR-CARTAO                             00080300
                GO TO 2000-88-LER                                       00080400
            END-IF.                                                     00080500
                                                                        00080600
            IF WRK-CARTAO-OPERADOR EQUAL SPACES                         00080700
                MOVE 'OPERADOR NAO INFORMADO' TO WRK-MOTIVO-RECUSA      00080800
                PERFORM 2900-RECUSAR-CARTAO                             00080900
                GO TO 2000-88-LER                                       00081000
            END-IF.                                                     00081100
                                                                        00081200
            PERFORM 2100-CALCULAR-CRONOGRAMA.                           00081300
            IF WRK-PARCELA-ALTA EQUAL 'S'                               00081400
                MOVE 'PARCELA ACIMA DE 99.999,99' TO WRK-MOTIVO-RECUSA  00081500
                PERFORM 2900-RECUSAR-CARTAO                             00081600
                GO TO 2000-88-LER                                       00081700
            END-IF.                                                     00081800
                                                                        00081900
            PERFORM 2500-GRAVAR-CONTRATO.                               00082000
                                                                        00082100
       2000-88-LER.                                                     00082200
            PERFORM 1800-LER-CARTAO.                                    00082300
                                                                        00082400
      *----------------------------------------------------------------*00082500
       2000-99-FIM.            EXIT.                                    00082600
      *----------------------------------------------------------------*00082700
                                                                        00082800
      *----------------------------------------------------------------*00082900
       2010-COMPARAR-CONTA                SECTION.                      00083000
      *----------------------------------------------------------------*00083100
                                                                        00083200
            IF WRK-TCT-CHAVE(WRK-IDX-CTA) EQUAL WRK-CARTAO-CHAVE        00083300
                MOVE 'S' TO WRK-ACHOU                                   00083400
            END-IF.                                                     00083500
                                                                        00083600
      *----------------------------------------------------------------*00083700
       2010-99-FIM.            EXIT.                                    00083800
      *----------------------------------------------------------------*00083900
                                                                        00084000
      *----------------------------------------------------------------*00084100
       2020-COMPARAR-BLOQUEIO             SECTION.                      00084200
      *----------------------------------------------------------------*00084300
                                                                        00084400
            IF WRK-TBQ-CHAVE(WRK-IDX-BLQ) EQUAL WRK-CARTAO-CHAVE        00084500
                MOVE 'S' TO WRK-ACHOU                                   00084600
            END-IF.                                                     00084700
                                                                        00084800
      *----------------------------------------------------------------*00084900
       2020-99-FIM.            EXIT.                                    00085000
      *----------------------------------------------------------------*00085100
                                                                        00085200
      *----------------------------------------------------------------*00085300
       2100-CALCULAR-CRONOGRAMA           SECTION.                      00085400
      *----------------------------------------------------------------*00085500
      *    PRICE: PARCELA = P * I / (1 - (1 + I) ** -N), COM O FATOR   *00085600
      *    DE DESCONTO ELEVADO POR MULTIPLICACOES SUCESSIVAS.          *00085700
      *    SAC  : AMORTIZACAO = P / N TRUNCADA NOS CENTAVOS.           *00085800
      *    EM AMBOS A ULTIMA PARCELA AMORTIZA O SALDO QUE RESTAR.      *00085900
      *----------------------------------------------------------------*00086000
                                                                        00086100
            COMPUTE WRK-TAXA-DEC = WRK-CARTAO-TAXA-N / 100.             00086200
            MOVE WRK-CARTAO-PRINCIPAL-N TO WRK-SALDO-DEVEDOR.           00086300
            MOVE ZEROS                  TO WRK-TOT-JUROS                00086400
                                           WRK-TOT-PARCELAS.            00086500
            MOVE 'N'                    TO WRK-PARCELA-ALTA.            00086600
                                                                        00086700
            IF WRK-CARTAO-SISTEMA EQUAL 'P'                             00086800
                IF WRK-TAXA-DEC EQUAL ZEROS                             00086900
                    COMPUTE WRK-VALOR-PRICE ROUNDED =                   00087000
                        WRK-CARTAO-PRINCIPAL-N / WRK-CARTAO-PRAZO-N     00087100
                ELSE                                                    00087200
                    COMPUTE WRK-FATOR-TAXA = 1 + WRK-TAXA-DEC           00087300
                    DIVIDE WRK-FATOR-TAXA INTO 1                        00087400
                        GIVING WRK-DESCONTO-UNIT ROUNDED                00087500
                    MOVE 1 TO WRK-DESCONTO                              00087600
                    PERFORM 2110-ELEVAR-DESCONTO                        00087700
                        VARYING WRK-IDX-POT FROM 1 BY 1                 00087800
                        UNTIL WRK-IDX-POT GREATER WRK-CARTAO-PRAZO-N    00087900
                    SUBTRACT WRK-DESCONTO FROM 1                        00088000
                        GIVING WRK-FATOR-PRICE                          00088100
                    COMPUTE WRK-VALOR-PRICE ROUNDED =                   00088200
                        WRK-CARTAO-PRINCIPAL-N * WRK-TAXA-DEC           00088300
                        / WRK-FATOR-PRICE                               00088400
                END-IF                                                  00088500
            ELSE                                                        00088600
                COMPUTE WRK-AMORT-SAC =                                 00088700
                    WRK-CARTAO-PRINCIPAL-N / WRK-CARTAO-PRAZO-N         00088800
            END-IF.                                                     00088900
                                                                        00089000
            PERFORM 2200-MONTAR-PARCELA                                 00089100
                VARYING WRK-IDX-PARC FROM 1 BY 1                        00089200
                UNTIL WRK-IDX-PARC GREATER WRK-CARTAO-PRAZO-N.          00089300
                                                                        00089400
      *----------------------------------------------------------------*00089500
       2100-99-FIM.            EXIT.                                    00089600
      *----------------------------------------------------------------*00089700
                                                                        00089800
      *----------------------------------------------------------------*00089900
       2110-ELEVAR-DESCONTO               SECTION.                      00090000
      *----------------------------------------------------------------*00090100
                                                                        00090200
            COMPUTE WRK-DESCONTO ROUNDED =                              00090300
                WRK-DESCONTO * WRK-DESCONTO-UNIT.                       00090400
                                                                        00090500
      *----------------------------------------------------------------*00090600
       2110-99-FIM.            EXIT.                                    00090700
      *----------------------------------------------------------------*00090800
                                                                        00090900
      *----------------------------------------------------------------*00091000
       2200-MONTAR-PARCELA                SECTION.                      00091100
      *----------------------------------------------------------------*00091200
                                                                        00091300
            COMPUTE WRK-JUROS-PARC ROUNDED =                            00091400
                WRK-SALDO-DEVEDOR * WRK-TAXA-DEC.                       00091500
                                                                        00091600
            IF WRK-IDX-PARC EQUAL WRK-CARTAO-PRAZO-N                    00091700
                MOVE WRK-SALDO-DEVEDOR TO WRK-AMORT-PARC                00091800
            ELSE                                                        00091900
                IF WRK-CARTAO-SISTEMA EQUAL 'P'                         00092000
                    COMPUTE WRK-AMORT-PARC =                            00092100
                        WRK-VALOR-PRICE - WRK-JUROS-PARC                00092200
                ELSE                                                    00092300
                    MOVE WRK-AMORT-SAC TO WRK-AMORT-PARC                00092400
                END-IF                                                  00092500
                IF WRK-AMORT-PARC LESS ZEROS                            00092600
                    MOVE ZEROS TO WRK-AMORT-PARC                        00092700
                END-IF                                                  00092800
                IF WRK-AMORT-PARC GREATER WRK-SALDO-DEVEDOR             00092900
                    MOVE WRK-SALDO-DEVEDOR TO WRK-AMORT-PARC            00093000
                END-IF                                                  00093100
            END-IF.                                                     00093200
                                                                        00093300
            SUBTRACT WRK-AMORT-PARC FROM WRK-SALDO-DEVEDOR.             00093400
            MOVE WRK-AMORT-PARC    TO WRK-TCR-AMORTIZACAO(WRK-IDX-PARC).00093500
            MOVE WRK-JUROS-PARC    TO WRK-TCR-JUROS(WRK-IDX-PARC).      00093600
            COMPUTE WRK-TCR-PARCELA(WRK-IDX-PARC) =                     00093700
                WRK-AMORT-PARC + WRK-JUROS-PARC.                        00093800
            MOVE WRK-SALDO-DEVEDOR TO WRK-TCR-SALDO(WRK-IDX-PARC).      00093900
            ADD WRK-JUROS-PARC     TO WRK-TOT-JUROS.                    00094000
            ADD WRK-TCR-PARCELA(WRK-IDX-PARC) TO WRK-TOT-PARCELAS.      00094100
                                                                        00094200
      *    O MESTRE DE PARCELAMENTOS GUARDA O VALOR EM 9(05) REAIS.    *00094300
            IF WRK-TCR-PARCELA(WRK-IDX-PARC) NOT LESS 100000            00094400
                MOVE 'S' TO WRK-PARCELA-ALTA                            00094500
            END-IF.                                                     00094600
                                                                        00094700
            IF WRK-IDX-PARC EQUAL 1                                     00094800
                MOVE WRK-CARTAO-VENC-DIA TO WRK-DIA-BASE                00094900
                                            WRK-VENC-DIA                00095000
                MOVE WRK-CARTAO-VENC-MES TO WRK-VENC-MES                00095100
                MOVE WRK-CARTAO-VENC-ANO TO WRK-VENC-ANO                00095200
            ELSE                                                        00095300
                PERFORM 2250-AVANCAR-MES                                00095400
            END-IF.                                                     00095500
                                                                        00095600
            PERFORM 2270-AJUSTAR-DIA-UTIL.                              00095700
            MOVE WRK-VENC-AJUSTADO TO WRK-TCR-VENCIMENTO(WRK-IDX-PARC). 00095800
                                                                        00095900
      *----------------------------------------------------------------*00096000
       2200-99-FIM.            EXIT.                                    00096100
      *----------------------------------------------------------------*00096200
                                                                        00096300
      *----------------------------------------------------------------*00096400
       2250-AVANCAR-MES                   SECTION.                      00096500
      *----------------------------------------------------------------*00096600
                                                                        00096700
            ADD 1 TO WRK-VENC-MES.                                      00096800
            IF WRK-VENC-MES GREATER 12                                  00096900
                MOVE 1 TO WRK-VENC-MES                                  00097000
                ADD 1  TO WRK-VENC-ANO                                  00097100
            END-IF.                                                     00097200
                                                                        00097300
            MOVE WRK-DIA-BASE TO WRK-VENC-DIA.                          00097400
                                                                        00097500
      *    DIA BASE ALEM DO FIM DO MES RECUA PARA O ULTIMO DIA VALIDO  *00097600
            MOVE '1' TO WRK-CAL-RETORNO.                                00097700
            PERFORM 2260-VALIDAR-DIA                                    00097800
                UNTIL WRK-CAL-RETORNO NOT EQUAL '1'.                    00097900
                                                                        00098000
      *----------------------------------------------------------------*00098100
       2250-99-FIM.            EXIT.                                    00098200
      *----------------------------------------------------------------*00098300
                                                                        00098400
      *----------------------------------------------------------------*00098500
       2260-VALIDAR-DIA                   SECTION.                      00098600
      *----------------------------------------------------------------*00098700
                                                                        00098800
            MOVE 'V'          TO WRK-CAL-FUNCAO.                        00098900
            MOVE WRK-VENC-DIA TO WRK-CAL-DIA.                           00099000
            MOVE WRK-VENC-MES TO WRK-CAL-MES.                           00099100
            MOVE WRK-VENC-ANO TO WRK-CAL-ANO.                           00099200
            CALL 'CALNDIA'    USING WRK-CALNDIA.                        00099300
                                                                        00099400
            IF WRK-CAL-RETORNO EQUAL '1'                                00099500
                SUBTRACT 1 FROM WRK-VENC-DIA                            00099600
            END-IF.                                                     00099700
                                                                        00099800
      *----------------------------------------------------------------*00099900
       2260-99-FIM.            EXIT.                                    00100000
      *----------------------------------------------------------------*00100100
                                                                        00100200
      *----------------------------------------------------------------*00100300
       2270-AJUSTAR-DIA-UTIL              SECTION.                      00100400
      *----------------------------------------------------------------*00100500
                                                                        00100600
            MOVE 'U'          TO WRK-CAL-FUNCAO.                        00100700
            MOVE WRK-VENC-DIA TO WRK-CAL-DIA.                           00100800
            MOVE WRK-VENC-MES TO WRK-CAL-MES.                           00100900
            MOVE WRK-VENC-ANO TO WRK-CAL-ANO.                           00101000
            CALL 'CALNDIA'    USING WRK-CALNDIA.                        00101100
                                                                        00101200
            MOVE WRK-CAL-DIA  TO WRK-VAJ-DIA.                           00101300
            MOVE WRK-CAL-MES  TO WRK-VAJ-MES.                           00101400
            MOVE WRK-CAL-ANO  TO WRK-VAJ-ANO.                           00101500
                                                                        00101600
      *----------------------------------------------------------------*00101700
       2270-99-FIM.            EXIT.                                    00101800
      *----------------------------------------------------------------*00101900
                                                                        00102000
      *----------------------------------------------------------------*00102100
       2500-GRAVAR-CONTRATO               SECTION.                      00102200
      *----------------------------------------------------------------*00102300
                                                                        00102400
            ADD 1 TO WRK-ULT-CONTRATO.                                  00102500
            ADD 1 TO WRK-ACU-CONTRATOS.                                 00102600
            ADD WRK-CARTAO-PRINCIPAL-N TO WRK-ACU-PRINCIPAL.            00102700
                                                                        00102800
            MOVE SPACES                 TO WRK-REG-EMPR.                00102900
            MOVE WRK-ULT-CONTRATO       TO WRK-EMP-CONTRATO.            00103000
            MOVE WRK-CARTAO-CHAVE       TO WRK-EMP-CHAVE.               00103100
            MOVE WRK-CARTAO-PRINCIPAL-N TO WRK-EMP-PRINCIPAL.           00103200
            MOVE WRK-CARTAO-TAXA-N      TO WRK-EMP-TAXA.                00103300
            MOVE WRK-CARTAO-PRAZO-N     TO WRK-EMP-PRAZO.               00103400
            MOVE WRK-CARTAO-SISTEMA     TO WRK-EMP-SISTEMA.             00103500
            MOVE WRK-DATA-RODADA        TO WRK-EMP-DATA-CONTRATO.       00103600
            MOVE WRK-CARTAO-VENC        TO WRK-EMP-PRIMEIRO-VENC.       00103700
            MOVE WRK-TCR-PARCELA(1)     TO WRK-EMP-VALOR-PARCELA.       00103800
            MOVE WRK-TOT-JUROS          TO WRK-EMP-TOTAL-JUROS.         00103900
            MOVE 'A'                    TO WRK-EMP-SITUACAO.            00104000
            MOVE WRK-CARTAO-OPERADOR    TO WRK-EMP-OPERADOR.            00104100
            WRITE FD-EMPRSAI FROM WRK-REG-EMPR.                         00104200
            IF WRK-FS-EMPRSAI NOT EQUAL ZEROS                           00104300
                MOVE ' ERRO GRAVACAO EMPRSAI ' TO WRK-MSG               00104400
                PERFORM 9000-TRATAR-ERROS                               00104500
            END-IF.                                                     00104600
                                                                        00104700
      *    CREDITO DO PRINCIPAL NA CONTA, NA DATA DA RODADA            *00104800
            MOVE SPACES                 TO FD-MOV2505.                  00104900
            MOVE WRK-CARTAO-CHAVE       TO FD-MOV2505-CHAVE.            00105000
            MOVE WRK-ULT-CONTRATO       TO WRK-DCR-CONTRATO.            00105100
            MOVE WRK-DESC-CREDITO       TO FD-MOVIMENTO.                00105200
            MOVE WRK-CARTAO-PRINCIPAL-N TO FD-VALORMOV.                 00105300
            MOVE 'C'                    TO FD-TIPOMOV.                  00105400
            MOVE WRK-DATA-RODADA        TO FD-MOV-DATA.                 00105500
            WRITE FD-MOVEMPR FROM FD-MOV2505.                           00105600
            IF WRK-FS-MOVEMPR NOT EQUAL ZEROS                           00105700
                MOVE ' ERRO GRAVACAO MOVEMPR ' TO WRK-MSG               00105800
                PERFORM 9000-TRATAR-ERROS                               00105900
            END-IF.                                                     00106000
            ADD 1 TO WRK-ACU-MOV-CREDITO.                               00106100
            COMPUTE WRK-HASH-VALOR =                                    00106200
                WRK-HASH-VALOR + (FD-VALORMOV * 100).                   00106300
                                                                        00106400
            MOVE WRK-ULT-CONTRATO       TO WRK-LC1-CONTRATO.            00106500
            MOVE WRK-EMP-AGENCIA        TO WRK-LC1-AGENCIA.             00106600
            MOVE WRK-EMP-CONTA          TO WRK-LC1-CONTA.               00106700
            IF WRK-EMP-SISTEMA EQUAL 'P'                                00106800
                MOVE 'PRICE'            TO WRK-LC1-SISTEMA              00106900
            ELSE                                                        00107000
                MOVE 'SAC'              TO WRK-LC1-SISTEMA              00107100
            END-IF.                                                     00107200
            MOVE WRK-EMP-PRAZO          TO WRK-LC1-PRAZO.               00107300
            MOVE WRK-EMP-PRINCIPAL      TO WRK-LC2-PRINCIPAL.           00107400
            MOVE WRK-EMP-TAXA           TO WRK-LC2-TAXA.                00107500
            MOVE WRK-EMP-OPERADOR       TO WRK-LC2-OPERADOR.            00107600
            WRITE FD-RELEMPR FROM WRK-LINHA-CONTRATO-1.                 00107700
            WRITE FD-RELEMPR FROM WRK-LINHA-CONTRATO-2.                 00107800
            WRITE FD-RELEMPR FROM WRK-CABEC-COLUNAS.                    00107900
                                                                        00108000
            PERFORM 2510-GRAVAR-PARCELA                                 00108100
                VARYING WRK-IDX-PARC FROM 1 BY 1                        00108200
                UNTIL WRK-IDX-PARC GREATER WRK-EMP-PRAZO.               00108300
                                                                        00108400
            MOVE WRK-EMP-PRINCIPAL      TO WRK-LTC-AMORTIZACAO.         00108500
            MOVE WRK-TOT-JUROS          TO WRK-LTC-JUROS.               00108600
            MOVE WRK-TOT-PARCELAS       TO WRK-LTC-PARCELAS.            00108700
            WRITE FD-RELEMPR FROM WRK-LINHA-TOT-CONTRATO.               00108800
            WRITE FD-RELEMPR FROM WRK-LINHA-TRACO.                      00108900
                                                                        00109000
      *----------------------------------------------------------------*00109100
       2500-99-FIM.            EXIT.                                    00109200
      *----------------------------------------------------------------*00109300
                                                                        00109400
      *----------------------------------------------------------------*00109500
       2510-GRAVAR-PARCELA                SECTION.                      00109600
      *----------------------------------------------------------------*00109700
                                                                        00109800
            ADD 1 TO WRK-ACU-PARCELAS.                                  00109900
                                                                        00110000
            MOVE SPACES                 TO WRK-REG-CRONE.               00110100
            MOVE WRK-EMP-CONTRATO       TO WRK-CRN-CONTRATO.            00110200
            MOVE WRK-EMP-CHAVE          TO WRK-CRN-CHAVE.               00110300
            MOVE WRK-IDX-PARC           TO WRK-CRN-NUMERO.              00110400
            MOVE WRK-TCR-VENCIMENTO(WRK-IDX-PARC)                       00110500
                                        TO WRK-CRN-VENCIMENTO.          00110600
            MOVE WRK-TCR-AMORTIZACAO(WRK-IDX-PARC)                      00110700
                                        TO WRK-CRN-AMORTIZACAO.         00110800
            MOVE WRK-TCR-JUROS(WRK-IDX-PARC)                            00110900
                                        TO WRK-CRN-JUROS.               00111000
            MOVE WRK-TCR-PARCELA(WRK-IDX-PARC)                          00111100
                                        TO WRK-CRN-PARCELA.             00111200
            MOVE WRK-TCR-SALDO(WRK-IDX-PARC)                            00111300
                                        TO WRK-CRN-SALDO-DEVEDOR.       00111400
            WRITE FD-CRONSAI FROM WRK-REG-CRONE.                        00111500
            IF WRK-FS-CRONSAI NOT EQUAL ZEROS                           00111600
                MOVE ' ERRO GRAVACAO CRONSAI ' TO WRK-MSG               00111700
                PERFORM 9000-TRATAR-ERROS                               00111800
            END-IF.                                                     00111900
                                                                        00112000
            MOVE SPACES                 TO WRK-REG-PARCM.               00112100
            MOVE WRK-EMP-CHAVE          TO WRK-PCM-CHAVE.               00112200
            MOVE WRK-IDX-PARC           TO WRK-PCM-NUMERO.              00112300
            MOVE WRK-CRN-VENCIMENTO     TO WRK-PCM-VENCIMENTO.          00112400
            MOVE WRK-CRN-PARCELA        TO WRK-PCM-VALOR.               00112500
            COMPUTE WRK-PCM-CENTAVOS =                                  00112600
                (WRK-CRN-PARCELA - WRK-PCM-VALOR) * 100.                00112700
            MOVE 'A'                    TO WRK-PCM-SITUACAO.            00112800
            MOVE ZEROS                  TO WRK-PCM-DATA-PAGTO.          00112900
            MOVE WRK-EMP-CONTRATO       TO WRK-PCM-CONTRATO.            00113000
            WRITE FD-PARCEMP FROM WRK-REG-PARCM.                        00113100
            IF WRK-FS-PARCEMP NOT EQUAL ZEROS                           00113200
                MOVE ' ERRO GRAVACAO PARCEMP ' TO WRK-MSG               00113300
                PERFORM 9000-TRATAR-ERROS                               00113400
            END-IF.                                                     00113500
                                                                        00113600
      *    DEBITO FUTURO NA DATA DO VENCIMENTO, COMO NO MOVPARC        *00113700
            MOVE SPACES                 TO FD-MOV2505.                  00113800
            MOVE WRK-EMP-CHAVE          TO FD-MOV2505-CHAVE.            00113900
            MOVE WRK-IDX-PARC           TO WRK-DPC-NUMERO.              00114000
            MOVE WRK-EMP-PRAZO          TO WRK-DPC-PRAZO.               00114100
            MOVE WRK-EMP-CONTRATO       TO WRK-DPC-CONTRATO.            00114200
            MOVE WRK-DESC-PARCELA       TO FD-MOVIMENTO.                00114300
            MOVE WRK-CRN-PARCELA        TO FD-VALORMOV.                 00114400
            MOVE 'D'                    TO FD-TIPOMOV.                  00114500
            MOVE WRK-CRN-VENCIMENTO     TO FD-MOV-DATA.                 00114600
            WRITE FD-MOVPEMP FROM FD-MOV2505.                           00114700
            IF WRK-FS-MOVPEMP NOT EQUAL ZEROS                           00114800
                MOVE ' ERRO GRAVACAO MOVPEMP ' TO WRK-MSG               00114900
                PERFORM 9000-TRATAR-ERROS                               00115000
            END-IF.                                                     00115100
                                                                        00115200
            MOVE WRK-IDX-PARC           TO WRK-LPC-NUMERO.              00115300
            MOVE WRK-CRN-VENCIMENTO     TO WRK-LPC-VENCIMENTO.          00115400
            MOVE WRK-CRN-AMORTIZACAO    TO WRK-LPC-AMORTIZACAO.         00115500
            MOVE WRK-CRN-JUROS          TO WRK-LPC-JUROS.               00115600
            MOVE WRK-CRN-PARCELA        TO WRK-LPC-PARCELA.             00115700
            MOVE WRK-CRN-SALDO-DEVEDOR  TO WRK-LPC-SALDO.               00115800
            WRITE FD-RELEMPR FROM WRK-LINHA-PARCELA.                    00115900
                                                                        00116000
      *----------------------------------------------------------------*00116100
       2510-99-FIM.            EXIT.                                    00116200
      *----------------------------------------------------------------*00116300
                                                                        00116400
      *----------------------------------------------------------------*00116500
       2900-RECUSAR-CARTAO                SECTION.                      00116600
      *----------------------------------------------------------------*00116700
                                                                        00116800
            ADD 1 TO WRK-ACU-RECUSADOS.                                 00116900
            DISPLAY 'CARTAO RECUSADO (' WRK-MOTIVO-RECUSA '): '         00117000
                    WRK-CARTAO.                                         00117100
                                                                        00117200
      *----------------------------------------------------------------*00117300
       2900-99-FIM.            EXIT.                                    00117400
      *----------------------------------------------------------------*00117500
                                                                        00117600
      *----------------------------------------------------------------*00117700
       3000-FINALIZAR                     SECTION.                      00117800
      *----------------------------------------------------------------*00117900
                                                                        00118000
            MOVE SPACES              TO WRK-REG-TRAILER.                00118100
            MOVE 'TRL'               TO WRK-TRL-ID.                     00118200
            MOVE WRK-ACU-MOV-CREDITO TO WRK-TRL-QT-REGISTROS.           00118300
            MOVE WRK-HASH-VALOR      TO WRK-TRL-HASH-VALOR.             00118400
            MOVE SPACES              TO FD-MOVEMPR.                     00118500
            MOVE WRK-REG-TRAILER     TO FD-MOVEMPR(1:27).               00118600
            WRITE FD-MOVEMPR.                                           00118700
                                                                        00118800
            MOVE 'CONTRATOS ANTERIORES'      TO WRK-LTT-ROTULO.         00118900
            MOVE WRK-ACU-ANTERIORES          TO WRK-LTT-VALOR.          00119000
            WRITE FD-RELEMPR FROM WRK-LINHA-TOTAL.                      00119100
            MOVE 'CONTRATOS ORIGINADOS'      TO WRK-LTT-ROTULO.         00119200
            MOVE WRK-ACU-CONTRATOS           TO WRK-LTT-VALOR.          00119300
            WRITE FD-RELEMPR FROM WRK-LINHA-TOTAL.                      00119400
            MOVE 'PARCELAS GERADAS'          TO WRK-LTT-ROTULO.         00119500
            MOVE WRK-ACU-PARCELAS            TO WRK-LTT-VALOR.          00119600
            WRITE FD-RELEMPR FROM WRK-LINHA-TOTAL.                      00119700
            MOVE 'CARTOES RECUSADOS'         TO WRK-LTT-ROTULO.         00119800
            MOVE WRK-ACU-RECUSADOS           TO WRK-LTT-VALOR.          00119900
            WRITE FD-RELEMPR FROM WRK-LINHA-TOTAL.                      00120000
            MOVE 'PRINCIPAL CREDITADO'       TO WRK-LTV-ROTULO.         00120100
            MOVE WRK-ACU-PRINCIPAL           TO WRK-LTV-VALOR.          00120200
            WRITE FD-RELEMPR FROM WRK-LINHA-TOTAL-VALOR.                00120300
                                                                        00120400
            CLOSE EMPRSAI                                               00120500
                  CRONSAI                                               00120600
                  PARCEMP                                               00120700
                  MOVEMPR                                               00120800
                  MOVPEMP                                               00120900
                  RELEMPR.                                              00121000
                                                                        00121100
            DISPLAY '------------------------------------------------'. 00121200
            DISPLAY '  CARTOES LIDOS.......: ' WRK-ACU-CARTOES.         00121300
            DISPLAY '  CONTRATOS ORIGINADOS: ' WRK-ACU-CONTRATOS.       00121400
            DISPLAY '  PARCELAS GERADAS....: ' WRK-ACU-PARCELAS.        00121500
            DISPLAY '  CARTOES RECUSADOS...: ' WRK-ACU-RECUSADOS.       00121600
            DISPLAY '  HASH DOS VALORES....: ' WRK-HASH-VALOR.          00121700
            DISPLAY '------------------------------------------------'. 00121800
                                                                        00121900
            IF WRK-ACU-RECUSADOS GREATER ZEROS                          00122000
                MOVE 4 TO RETURN-CODE                                   00122100
            END-IF.                                                     00122200
                                                                        00122300
            PERFORM 3100-GRAVAR-RUNCTL.                                 00122400
                                                                        00122500
            STOP RUN.                                                   00122600
                                                                        00122700
      *----------------------------------------------------------------*00122800
       3000-99-FIM.            EXIT.                                    00122900
      *----------------------------------------------------------------*00123000
                                                                        00123100
      *----------------------------------------------------------------*00123200
       3100-GRAVAR-RUNCTL                 SECTION.                      00123300
      *----------------------------------------------------------------*00123400
                                                                        00123500
            OPEN EXTEND RUNCTL.                                         00123600
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00123700
                MOVE ' ERRO ABERTURA RUNCTL ' TO WRK-MSG                00123800
                PERFORM 9000-TRATAR-ERROS                               00123900
            END-IF.                                                     00124000
                                                                        00124100
            MOVE SPACES                TO WRK-RUNCTL.                   00124200
            MOVE '2'                   TO WRK-RUNCTL-TIPO.              00124300
            MOVE 'FR06C125'            TO WRK-RUNCTL-PROGRAMA.          00124400
            MOVE WRK-ACU-CARTOES       TO WRK-RUNCTL-LIDOS.             00124500
            MOVE WRK-ACU-CONTRATOS     TO WRK-RUNCTL-GRAVADOS.          00124600
            MOVE WRK-ACU-RECUSADOS     TO WRK-RUNCTL-EXCECAO.           00124700
            MOVE RETURN-CODE           TO WRK-RUNCTL-RETCODE.           00124800
            ACCEPT WRK-HORA-ACCEPT FROM TIME.                           00124900
            MOVE WRK-HORA-ACC-HHMMSS   TO WRK-HORA-PASSO-FIM.           00125000
            MOVE WRK-HORA-PASSO-INI    TO WRK-RUNCTL-HORA-INI.          00125100
            MOVE WRK-HORA-PASSO-FIM    TO WRK-RUNCTL-HORA-FIM.          00125200
            WRITE FD-RUNCTL FROM WRK-RUNCTL.                            00125300
            CLOSE RUNCTL.                                               00125400
                                                                        00125500
      *----------------------------------------------------------------*00125600
       3100-99-FIM.            EXIT.                                    00125700
      *----------------------------------------------------------------*00125800
                                                                        00125900
      *----------------------------------------------------------------*00126000
       9000-TRATAR-ERROS                  SECTION.                      00126100
      *----------------------------------------------------------------*00126200
                                                                        00126300
             MOVE 'FR06C125'       TO WRK-ERR-PROGRAMA.                 00126400
             MOVE '9000'           TO WRK-ERR-SECTION.                  00126500
             MOVE WRK-MSG          TO WRK-ERR-MSG.                      00126600
             MOVE SPACES           TO WRK-ERR-STATUS.                   00126700
             MOVE WRK-FS-CLI2505   TO WRK-ERR-STATUS(1:2).              00126800
             MOVE WRK-FS-EMPRENT   TO WRK-ERR-STATUS(3:2).              00126900
             MOVE WRK-FS-EMPRSAI   TO WRK-ERR-STATUS(5:2).              00127000
             MOVE WRK-FS-CRONSAI   TO WRK-ERR-STATUS(7:2).              00127100
             MOVE WRK-FS-RUNCTL    TO WRK-ERR-STATUS(9:2).              00127200
             MOVE 'F'              TO WRK-ERR-SEVERIDADE.               00127300
             CALL 'TRTERRO'        USING WRK-TRTERRO.                   00127400
                                                                        00127500
      *----------------------------------------------------------------*00127600
       9000-99-FIM.            EXIT.                                    00127700
      *----------------------------------------------------------------*00127800
