      *================================================================*00000100
       IDENTIFICATION                            DIVISION.              00000200
      *================================================================*00000300
                                                                        00000400
       PROGRAM-ID.  FR06C123.                                           00000500
                                                                        00000600
      *================================================================*00000700
      *     AUTOR.......: JOEI LORENTI                                  00000800
      *     ANALISTA....: IVAN SANCHES                                  00000900
      *     EMPRESA.....: FOURSYS                                       00001000
      *     DATA........: 15/10/2026                                    00001100
      *----------------------------------------------------------------*00001200
      *                                                                 00001300
      *     OBJETIVO: REVISAO ANUAL DOS LIMITES DE CHEQUE ESPECIAL      00001400
      *               (CADASTRO LIMITES CONSULTADO PELO FR06EX03).      00001500
      *               PARA CADA CONTA DO CLI2505 APURA AS MEDIDAS:      00001600
      *               - MESES DESDE A ABERTURA (MENOR DATA DE INCLUSAO  00001700
      *                 DE TITULAR NO TITULAR, LAYOUT B#TITUL);         00001800
      *               - SALDO MEDIO, MESES COM USO DO LIMITE (ALGUM     00001900
      *                 DIA NEGATIVO) E TOTAL DE DIAS NEGATIVOS DOS     00002000
      *                 12 ULTIMOS MESES DO SALDOMED (LAYOUT B#SALDM,   00002100
      *                 GERADO PELO FR06C111; OS 12 ARQUIVOS MENSAIS    00002200
      *                 VEM CONCATENADOS E SAO REORDENADOS POR CONTA    00002300
      *                 COM SORT INTERNO);                              00002400
      *               - PARCELAS EM ABERTO JA VENCIDAS (PARCMST,        00002500
      *                 LAYOUT B#PARCM);                                00002600
      *               - BLOQUEIO ATIVO NA DATA (BLOQUEIO, B#BLOQ) E     00002700
      *                 MARCA DE INATIVIDADE (SITCONTA, B#SITCTA).      00002800
      *               A TABELA DE PONTUACAO (TABSCOR, LAYOUT B#SCORE)   00002900
      *               DA OS PONTOS DE CADA MEDIDA E O LIMITE PROPOSTO   00003000
      *               PELA FAIXA DO TOTAL DE PONTOS. O LIMITE ATUAL E   00003100
      *               O DO CADASTRO LIMITES OU, SEM REGISTRO, O         00003200
      *               PARAMETRO LIMITE-GLOBAL DO PARAMS (MESMA REGRA    00003300
      *               DO FR06EX03). CONTA COM PROPOSTA DIFERENTE DO     00003400
      *               ATUAL GERA UMA PROPOSTA PENDENTE NO PROPLIM       00003500
      *               (LAYOUT B#PROPL) E UMA LINHA NO RELPLIM PARA OS   00003600
      *               ANALISTAS DE CREDITO. A APROVACAO E FEITA PELO    00003700
      *               FR06C124. CONTADORES ANEXADOS AO RUNCTL.          00003800
      *                                                                 00003900
      *----------------------------------------------------------------*00004000
      *     INPUT:                                                      00004100
      *     DDNAME           I/O                                        00004200
      *     CLI2505           I   (CADASTRO ATUAL - LRECL 56)           00004300
      *     SALDOMED          I   (SALDOS MEDIOS DOS 12 MESES -         00004400
      *                            LRECL 80)                            00004500
      *     TITULAR           I   (TITULARES - LRECL 80)                00004600
      *     TABSCOR           I   (TABELA DE PONTUACAO - LRECL 80)      00004700
      *     PARCMST           I   (PARCELAS - LRECL 50, OPCIONAL)       00004800
      *     BLOQUEIO          I   (BLOQUEIOS - LRECL 80, OPCIONAL)      00004900
      *     SITCONTA          I   (CONTAS INATIVAS - LRECL 80,          00005000
      *                            OPCIONAL)                            00005100
      *     LIMITES           I   (CHEQUE ESPECIAL - LRECL 80,          00005200
      *                            OPCIONAL)                            00005300
      *     PARAMS            I   (PARAMETROS - LRECL 50, OPCIONAL)     00005400
      *     RUNCTL           I/O  (DATA DA RODADA + CONTADORES)         00005500
      *     PROPLIM           O   (PROPOSTAS - LRECL 80)                00005600
      *     RELPLIM           O   (RELATORIO - LRECL 80)                00005700
      *                                                                 00005800
      *----------------------------------------------------------------*00005900
      *     MANUTENCAO:                                                 00006000
      *                                                                 00006100
      *================================================================*00006200
                                                                        00006300
      *================================================================*00006400
       ENVIRONMENT                               DIVISION.              00006500
      *================================================================*00006600
                                                                        00006700
      *----------------------------------------------------------------*00006800
       CONFIGURATION                             SECTION.               00006900
      *----------------------------------------------------------------*00007000
                                                                        00007100
       SPECIAL-NAMES.                                                   00007200
           DECIMAL-POINT IS COMMA.                                      00007300
                                                                        00007400
      *----------------------------------------------------------------*00007500
       INPUT-OUTPUT                              SECTION.               00007600
      *----------------------------------------------------------------*00007700
                                                                        00007800
       FILE-CONTROL.                                                    00007900
             SELECT CLI2505            ASSIGN TO CLI2505                00008000
                FILE STATUS            IS WRK-FS-CLI2505.               00008100
             SELECT SALDOMED           ASSIGN TO SALDOMED               00008200
                FILE STATUS            IS WRK-FS-SALDOMED.              00008300
             SELECT TITULAR            ASSIGN TO TITULAR                00008400
                FILE STATUS            IS WRK-FS-TITULAR.               00008500
             SELECT TABSCOR            ASSIGN TO TABSCOR                00008600
                FILE STATUS            IS WRK-FS-TABSCOR.               00008700
             SELECT PARCMST            ASSIGN TO PARCMST                00008800
                FILE STATUS            IS WRK-FS-PARCMST.               00008900
             SELECT BLOQUEIO           ASSIGN TO BLOQUEIO               00009000
                FILE STATUS            IS WRK-FS-BLOQUEIO.              00009100
             SELECT SITCONTA           ASSIGN TO SITCONTA               00009200
                FILE STATUS            IS WRK-FS-SITCONTA.              00009300
             SELECT LIMITES            ASSIGN TO LIMITES                00009400
                FILE STATUS            IS WRK-FS-LIMITES.               00009500
             SELECT PARAMS             ASSIGN TO PARAMS                 00009600
                FILE STATUS            IS WRK-FS-PARAMS.                00009700
             SELECT RUNCTL             ASSIGN TO RUNCTL                 00009800
                FILE STATUS            IS WRK-FS-RUNCTL.                00009900
             SELECT PROPLIM            ASSIGN TO PROPLIM                00010000
                FILE STATUS            IS WRK-FS-PROPLIM.               00010100
             SELECT RELPLIM            ASSIGN TO RELPLIM                00010200
                FILE STATUS            IS WRK-FS-RELPLIM.               00010300
             SELECT ORDENA             ASSIGN TO ORDENA.                00010400
                                                                        00010500
      *================================================================*00010600
       DATA                                      DIVISION.              00010700
      *================================================================*00010800
                                                                        00010900
      *----------------------------------------------------------------*00011000
       FILE                                      SECTION.               00011100
      *----------------------------------------------------------------*00011200
                                                                        00011300
       FD CLI2505                                                       00011400
           RECORDING MODE IS F                                          00011500
           BLOCK CONTAINS 0 RECORDS.                                    00011600
       COPY 'B#CLI25'.                                                  00011700
                                                                        00011800
       FD SALDOMED                                                      00011900
           RECORDING MODE IS F                                          00012000
           BLOCK CONTAINS 0 RECORDS.                                    00012100
       01 FD-SALDOMED                  PIC X(80).                       00012200
                                                                        00012300
       FD TITULAR                                                       00012400
           RECORDING MODE IS F                                          00012500
           BLOCK CONTAINS 0 RECORDS.                                    00012600
       01 FD-TITULAR                   PIC X(80).                       00012700
                                                                        00012800
       FD TABSCOR                                                       00012900
           RECORDING MODE IS F                                          00013000
           BLOCK CONTAINS 0 RECORDS.                                    00013100
       01 FD-TABSCOR                   PIC X(80).                       00013200
                                                                        00013300
       FD PARCMST                                                       00013400
           RECORDING MODE IS F                                          00013500
           BLOCK CONTAINS 0 RECORDS.                                    00013600
       01 FD-PARCMST                   PIC X(50).                       00013700
                                                                        00013800
       FD BLOQUEIO                                                      00013900
           RECORDING MODE IS F                                          00014000
           BLOCK CONTAINS 0 RECORDS.                                    00014100
       01 FD-BLOQUEIO                  PIC X(80).                       00014200
                                                                        00014300
       FD SITCONTA                                                      00014400
           RECORDING MODE IS F                                          00014500
           BLOCK CONTAINS 0 RECORDS.                                    00014600
       01 FD-SITCONTA                  PIC X(80).                       00014700
                                                                        00014800
       FD LIMITES                                                       00014900
           RECORDING MODE IS F                                          00015000
           BLOCK CONTAINS 0 RECORDS.                                    00015100
       01 FD-LIMITES.                                                   00015200
          05 FD-LIM-CHAVE              PIC X(08).                       00015300
          05 FD-LIM-VALOR              PIC 9(08).                       00015400
          05 FILLER                    PIC X(64).                       00015500
                                                                        00015600
       FD PARAMS                                                        00015700
           RECORDING MODE IS F                                          00015800
           BLOCK CONTAINS 0 RECORDS.                                    00015900
       01 FD-PARAMS                    PIC X(50).                       00016000
                                                                        00016100
       FD RUNCTL                                                        00016200
           RECORDING MODE IS F                                          00016300
           BLOCK CONTAINS 0 RECORDS.                                    00016400
       01 FD-RUNCTL                    PIC X(80).                       00016500
                                                                        00016600
       FD PROPLIM                                                       00016700
           RECORDING MODE IS F                                          00016800
           BLOCK CONTAINS 0 RECORDS.                                    00016900
       01 FD-PROPLIM                   PIC X(80).                       00017000
                                                                        00017100
       FD RELPLIM                                                       00017200
           RECORDING MODE IS F                                          00017300
           BLOCK CONTAINS 0 RECORDS.                                    00017400
       01 FD-RELPLIM                   PIC X(80).                       00017500
                                                                        00017600
       SD ORDENA.                                                       00017700
       01 SD-ORDENA.                                                    00017800
          05 SD-CHAVE                  PIC X(08).                       00017900
          05 SD-MES                    PIC 9(06).                       00018000
          05 FILLER                    PIC X(66).                       00018100
                                                                        00018200
      *----------------------------------------------------------------*00018300
       WORKING-STORAGE                           SECTION.               00018400
      *----------------------------------------------------------------*00018500
                                                                        00018600
      *----------------------------------------------------------------*00018700
       01 FILLER                       PIC X(50)               VALUE    00018800
            '**** AREA DE CABECALHO/TRAILER E RUNCTL ****'.             00018900
      *----------------------------------------------------------------*00019000
        COPY 'B#HDRTRL'.                                                00019100
        COPY 'B#RUNCTL'.                                                00019200
       01 WRK-HORA-PASSO.                                               00019300
          05 WRK-HORA-PASSO-INI        PIC 9(06) VALUE ZEROS.           00019400
          05 WRK-HORA-PASSO-FIM        PIC 9(06) VALUE ZEROS.           00019500
       01 WRK-HORA-ACCEPT.                                              00019600
          05 WRK-HORA-ACC-HHMMSS       PIC 9(06).                       00019700
          05 WRK-HORA-ACC-CC           PIC 9(02).                       00019800
       77 WRK-DATA-RODADA              PIC 9(08) VALUE ZEROS.           00019900
       77 WRK-DATA-CORTE               PIC 9(08) VALUE ZEROS.           00020000
       77 WRK-MES-CORTE                PIC 9(06) VALUE ZEROS.           00020100
       77 WRK-MES-LIMITE               PIC 9(06) VALUE ZEROS.           00020200
                                                                        00020300
      *----------------------------------------------------------------*00020400
       01 FILLER                       PIC X(50)               VALUE    00020500
            '**** AREA DOS LAYOUTS DE ENTRADA ****'.                    00020600
      *----------------------------------------------------------------*00020700
        COPY 'B#SALDM'.                                                 00020800
        COPY 'B#TITUL'.                                                 00020900
        COPY 'B#PARCM'.                                                 00021000
        COPY 'B#BLOQ'.                                                  00021100
        COPY 'B#SITCTA'.                                                00021200
        COPY 'B#PARAM'.                                                 00021300
       77 WRK-FIM-SORT                 PIC X(01) VALUE 'N'.             00021400
       77 WRK-LIMITE-GLOBAL            PIC 9(08) VALUE ZEROS.           00021500
       77 WRK-VIG-LIM-GLOBAL           PIC 9(08) VALUE ZEROS.           00021600
                                                                        00021700
      *----------------------------------------------------------------*00021800
       01 FILLER                       PIC X(50)               VALUE    00021900
            '**** AREA DA TABELA DE PONTUACAO (B#SCORE) ****'.          00022000
      *----------------------------------------------------------------*00022100
        COPY 'B#SCORE'.                                                 00022200
       01 WRK-TAB-SCORE.                                                00022300
          05 WRK-TSC-ITEM              OCCURS 200 TIMES.                00022400
             10 WRK-TSC-TIPO           PIC X(01).                       00022500
             10 WRK-TSC-CRITERIO       PIC X(10).                       00022600
             10 WRK-TSC-VALOR-DE       PIC 9(09).                       00022700
             10 WRK-TSC-VALOR-ATE      PIC 9(09).                       00022800
             10 WRK-TSC-PONTOS         PIC S9(04).                      00022900
             10 WRK-TSC-LIMITE         PIC 9(08).                       00023000
       77 WRK-QT-SCORE                 PIC 9(03) VALUE ZEROS.           00023100
       77 WRK-IDX-SCO                  PIC 9(03) VALUE ZEROS.           00023200
       77 WRK-ACHOU-FAIXA              PIC X(01) VALUE 'N'.             00023300
       77 WRK-CRITERIO-ATUAL           PIC X(10) VALUE SPACES.          00023400
       77 WRK-MEDIDA                   PIC 9(09) VALUE ZEROS.           00023500
                                                                        00023600
      *----------------------------------------------------------------*00023700
       01 FILLER                       PIC X(50)               VALUE    00023800
            '**** AREA DAS TABELAS DE CONSULTA ****'.                   00023900
      *----------------------------------------------------------------*00024000
       01 WRK-TAB-BLOQUEIOS.                                            00024100
          05 WRK-TBQ-CHAVE             PIC X(08) OCCURS 1000 TIMES.     00024200
       77 WRK-QT-BLOQUEIOS             PIC 9(04) VALUE ZEROS.           00024300
       77 WRK-IDX-BLQ                  PIC 9(04) VALUE ZEROS.           00024400
                                                                        00024500
       01 WRK-TAB-INATIVAS.                                             00024600
          05 WRK-TIN-CHAVE             PIC X(08) OCCURS 1000 TIMES.     00024700
       77 WRK-QT-INATIVAS              PIC 9(04) VALUE ZEROS.           00024800
       77 WRK-IDX-INA                  PIC 9(04) VALUE ZEROS.           00024900
                                                                        00025000
       01 WRK-TAB-LIMITES.                                              00025100
          05 WRK-TLM-ITEM              OCCURS 1000 TIMES.               00025200
             10 WRK-TLM-CHAVE          PIC X(08).                       00025300
             10 WRK-TLM-VALOR          PIC 9(08).                       00025400
       77 WRK-QT-LIMITES               PIC 9(04) VALUE ZEROS.           00025500
       77 WRK-IDX-LIM                  PIC 9(04) VALUE ZEROS.           00025600
                                                                        00025700
       77 WRK-ACHOU                    PIC X(01) VALUE 'N'.             00025800
                                                                        00025900
      *----------------------------------------------------------------*00026000
       01 FILLER                       PIC X(50)               VALUE    00026100
            '**** AREA DE APURACAO DA CONTA ****'.                      00026200
      *----------------------------------------------------------------*00026300
       77 WRK-DATA-ABERTURA            PIC 9(08) VALUE ZEROS.           00026400
       77 WRK-MESES-CALC               PIC S9(05) VALUE ZEROS.          00026500
       77 WRK-MESES-CTA                PIC 9(03) VALUE ZEROS.           00026600
       77 WRK-QT-MESES-SDM             PIC 9(02) VALUE ZEROS.           00026700
       77 WRK-SOMA-MEDIOS              PIC S9(11)V99 VALUE ZEROS.       00026800
       77 WRK-SALDO-MEDIO              PIC S9(09)V99 VALUE ZEROS.       00026900
       77 WRK-MESES-USO                PIC 9(02) VALUE ZEROS.           00027000
       77 WRK-DIAS-USO                 PIC 9(03) VALUE ZEROS.           00027100
       77 WRK-PARC-ATRASO              PIC 9(03) VALUE ZEROS.           00027200
       77 WRK-DATA-VENCTO              PIC 9(08) VALUE ZEROS.           00027300
       77 WRK-IND-BLOQUEIO             PIC X(01) VALUE 'N'.             00027400
       77 WRK-IND-INATIVA              PIC X(01) VALUE 'N'.             00027500
       77 WRK-PONTOS                   PIC S9(04) VALUE ZEROS.          00027600
       77 WRK-LIMITE-ATUAL             PIC 9(08) VALUE ZEROS.           00027700
       77 WRK-LIMITE-PROPOSTO          PIC 9(08) VALUE ZEROS.           00027800
       01 WRK-CALC-DATA.                                                00027900
          05 WRK-CALC-ANO              PIC 9(04).                       00028000
          05 WRK-CALC-MES              PIC 9(02).                       00028100
          05 WRK-CALC-DIA              PIC 9(02).                       00028200
       01 WRK-CALC-CORTE.                                               00028300
          05 WRK-CORTE-ANO             PIC 9(04).                       00028400
          05 WRK-CORTE-MES             PIC 9(02).                       00028500
          05 WRK-CORTE-DIA             PIC 9(02).                       00028600
                                                                        00028700
      *----------------------------------------------------------------*00028800
       01 FILLER                       PIC X(50)               VALUE    00028900
            '**** AREA DE VARIAVEIS E CONTADORES ****'.                 00029000
      *----------------------------------------------------------------*00029100
       77 WRK-FS-CLI2505               PIC X(02) VALUE SPACES.          00029200
       77 WRK-FS-SALDOMED              PIC X(02) VALUE SPACES.          00029300
       77 WRK-FS-TITULAR               PIC X(02) VALUE SPACES.          00029400
       77 WRK-FS-TABSCOR               PIC X(02) VALUE SPACES.          00029500
       77 WRK-FS-PARCMST               PIC X(02) VALUE SPACES.          00029600
       77 WRK-FS-BLOQUEIO              PIC X(02) VALUE SPACES.          00029700
       77 WRK-FS-SITCONTA              PIC X(02) VALUE SPACES.          00029800
       77 WRK-FS-LIMITES               PIC X(02) VALUE SPACES.          00029900
       77 WRK-FS-PARAMS                PIC X(02) VALUE SPACES.          00030000
       77 WRK-FS-RUNCTL                PIC X(02) VALUE SPACES.          00030100
       77 WRK-FS-PROPLIM               PIC X(02) VALUE SPACES.          00030200
       77 WRK-FS-RELPLIM               PIC X(02) VALUE SPACES.          00030300
       77 WRK-ACU-CONTAS               PIC 9(07) VALUE ZEROS.           00030400
       77 WRK-ACU-SEM-ALTERACAO        PIC 9(07) VALUE ZEROS.           00030500
       77 WRK-ACU-AUMENTOS             PIC 9(07) VALUE ZEROS.           00030600
       77 WRK-ACU-REDUCOES             PIC 9(07) VALUE ZEROS.           00030700
       77 WRK-ACU-SEM-TITULAR          PIC 9(07) VALUE ZEROS.           00030800
       77 WRK-ACU-PROPOSTAS            PIC 9(07) VALUE ZEROS.           00030900
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00031000
                                                                        00031100
      *----------------------------------------------------------------*00031200
       01 FILLER                       PIC X(50)               VALUE    00031300
            '**** AREA DA PROPOSTA (B#PROPL) ****'.                     00031400
      *----------------------------------------------------------------*00031500
        COPY 'B#PROPL'.                                                 00031600
                                                                        00031700
      *----------------------------------------------------------------*00031800
       01 FILLER                       PIC X(50)               VALUE    00031900
            '**** AREA DE LINHAS DO RELATORIO ****'.                    00032000
      *----------------------------------------------------------------*00032100
       01 WRK-LINHA-TRACO.                                              00032200
          05 FILLER                    PIC X(80) VALUE ALL '-'.         00032300
       01 WRK-CABEC-REL.                                                00032400
          05 FILLER                    PIC X(40) VALUE                  00032500
             'REVISAO ANUAL DE LIMITES - PROPOSTAS EM '.                00032600
          05 WRK-CAB-DATA              PIC 99/99/9999.                  00032700
          05 FILLER                    PIC X(30) VALUE SPACES.          00032800
       01 WRK-CABEC-COLUNAS.                                            00032900
          05 FILLER                    PIC X(05) VALUE 'AGEN'.          00033000
          05 FILLER                    PIC X(05) VALUE 'CTA'.           00033100
          05 FILLER                    PIC X(15) VALUE 'NOME'.          00033200
          05 FILLER                    PIC X(04) VALUE 'MES'.           00033300
          05 FILLER                    PIC X(09) VALUE '  SD MED'.      00033400
          05 FILLER                    PIC X(03) VALUE 'MU'.            00033500
          05 FILLER                    PIC X(04) VALUE ' DU'.           00033600
          05 FILLER                    PIC X(04) VALUE ' PA'.           00033700
          05 FILLER                    PIC X(02) VALUE 'B'.             00033800
          05 FILLER                    PIC X(02) VALUE 'I'.             00033900
          05 FILLER                    PIC X(05) VALUE 'PONT'.          00034000
          05 FILLER                    PIC X(09) VALUE '   ATUAL'.      00034100
          05 FILLER                    PIC X(09) VALUE 'PROPOSTO'.      00034200
          05 FILLER                    PIC X(04) VALUE 'MOV'.           00034300
       01 WRK-LINHA-PROPOSTA.                                           00034400
          05 WRK-LPR-AGENCIA           PIC X(04).                       00034500
          05 FILLER                    PIC X(01) VALUE SPACES.          00034600
          05 WRK-LPR-CONTA             PIC X(04).                       00034700
          05 FILLER                    PIC X(01) VALUE SPACES.          00034800
          05 WRK-LPR-NOME              PIC X(14).                       00034900
          05 FILLER                    PIC X(01) VALUE SPACES.          00035000
          05 WRK-LPR-MESES-CTA         PIC ZZ9.                         00035100
          05 FILLER                    PIC X(01) VALUE SPACES.          00035200
          05 WRK-LPR-SALDO-MEDIO       PIC -(7)9.                       00035300
          05 FILLER                    PIC X(01) VALUE SPACES.          00035400
          05 WRK-LPR-MESES-USO         PIC Z9.                          00035500
          05 FILLER                    PIC X(01) VALUE SPACES.          00035600
          05 WRK-LPR-DIAS-USO          PIC ZZ9.                         00035700
          05 FILLER                    PIC X(01) VALUE SPACES.          00035800
          05 WRK-LPR-PARC-ATRASO       PIC ZZ9.                         00035900
          05 FILLER                    PIC X(01) VALUE SPACES.          00036000
          05 WRK-LPR-IND-BLOQUEIO      PIC X(01).                       00036100
          05 FILLER                    PIC X(01) VALUE SPACES.          00036200
          05 WRK-LPR-IND-INATIVA       PIC X(01).                       00036300
          05 FILLER                    PIC X(01) VALUE SPACES.          00036400
          05 WRK-LPR-PONTOS            PIC ---9.                        00036500
          05 FILLER                    PIC X(01) VALUE SPACES.          00036600
          05 WRK-LPR-LIMITE-ATUAL      PIC ZZZZZZZ9.                    00036700
          05 FILLER                    PIC X(01) VALUE SPACES.          00036800
          05 WRK-LPR-LIMITE-PROPOSTO   PIC ZZZZZZZ9.                    00036900
          05 FILLER                    PIC X(01) VALUE SPACES.          00037000
          05 WRK-LPR-MOVIMENTO         PIC X(03).                       00037100
       01 WRK-LINHA-TOTAL.                                              00037200
          05 WRK-LTT-ROTULO            PIC X(30).                       00037300
          05 WRK-LTT-VALOR             PIC Z.ZZZ.ZZ9.                   00037400
          05 FILLER                    PIC X(41) VALUE SPACES.          00037500
                                                                        00037600
      *----------------------------------------------------------------*00037700
       01 FILLER                       PIC X(50)               VALUE    00037800
            '**** AREA DO MODULO TRTERRO ****'.                         00037900
      *----------------------------------------------------------------*00038000
        COPY '#TRTERRO'.                                                00038100
                                                                        00038200
      *================================================================*00038300
       PROCEDURE DIVISION.                                              00038400
      *================================================================*00038500
                                                                        00038600
      *----------------------------------------------------------------*00038700
       0000-PRINCIPAL                     SECTION.                      00038800
      *----------------------------------------------------------------*00038900
                                                                        00039000
           ACCEPT WRK-HORA-ACCEPT FROM TIME.                            00039100
           MOVE WRK-HORA-ACC-HHMMSS TO WRK-HORA-PASSO-INI.              00039200
                                                                        00039300
           PERFORM 1000-INICIAR.                                        00039400
                                                                        00039500
           SORT ORDENA                                                  00039600
               ON ASCENDING KEY SD-CHAVE                                00039700
                                SD-MES                                  00039800
               USING SALDOMED                                           00039900
               OUTPUT PROCEDURE IS 2000-AVALIAR-CONTAS.                 00040000
                                                                        00040100
           PERFORM 3000-FINALIZAR.                                      00040200
                                                                        00040300
      *----------------------------------------------------------------*00040400
       0000-99-FIM.            EXIT.                                    00040500
      *----------------------------------------------------------------*00040600
                                                                        00040700
      *----------------------------------------------------------------*00040800
       1000-INICIAR                       SECTION.                      00040900
      *----------------------------------------------------------------*00041000
                                                                        00041100
            OPEN INPUT  CLI2505                                         00041200
                        TITULAR                                         00041300
                 OUTPUT PROPLIM                                         00041400
                        RELPLIM.                                        00041500
                                                                        00041600
            PERFORM 1100-TESTAR-FILE-STATUS.                            00041700
            PERFORM 1600-LER-DATA-RODADA.                               00041800
            PERFORM 1150-CARREGAR-PARAMETROS.                           00041900
            PERFORM 1200-CARREGAR-BLOQUEIOS.                            00042000
            PERFORM 1300-CARREGAR-INATIVAS.                             00042100
            PERFORM 1400-CARREGAR-LIMITES.                              00042200
            PERFORM 1500-CARREGAR-SCORE.                                00042300
                                                                        00042400
            OPEN INPUT PARCMST.                                         00042500
            IF WRK-FS-PARCMST EQUAL '35'                                00042600
                DISPLAY 'PARCMST AUSENTE - SEM PARCELAMENTOS'           00042700
                MOVE HIGH-VALUES TO WRK-PCM-CHAVE                       00042800
            ELSE                                                        00042900
                IF WRK-FS-PARCMST NOT EQUAL ZEROS                       00043000
                    MOVE ' ERRO ABERTURA PARCMST ' TO WRK-MSG           00043100
                    PERFORM 9000-TRATAR-ERROS                           00043200
                END-IF                                                  00043300
                PERFORM 2850-LER-PARCMST                                00043400
            END-IF.                                                     00043500
                                                                        00043600
            PERFORM 2800-LER-TITULAR.                                   00043700
            PERFORM 1700-VALIDAR-CABECALHO.                             00043800
                                                                        00043900
            MOVE WRK-DATA-RODADA TO WRK-CAB-DATA.                       00044000
            WRITE FD-RELPLIM FROM WRK-CABEC-REL.                        00044100
            WRITE FD-RELPLIM FROM WRK-LINHA-TRACO.                      00044200
            WRITE FD-RELPLIM FROM WRK-CABEC-COLUNAS.                    00044300
            WRITE FD-RELPLIM FROM WRK-LINHA-TRACO.                      00044400
                                                                        00044500
      *----------------------------------------------------------------*00044600
       1000-99-FIM.            EXIT.                                    00044700
      *----------------------------------------------------------------*00044800
                                                                        00044900
      *----------------------------------------------------------------*00045000
       1100-TESTAR-FILE-STATUS            SECTION.                      00045100
      *----------------------------------------------------------------*00045200
                                                                        00045300
            IF WRK-FS-CLI2505 NOT EQUAL ZEROS                           00045400
                MOVE ' ERRO ABERTURA CLI2505 ' TO WRK-MSG               00045500
                PERFORM 9000-TRATAR-ERROS                               00045600
            END-IF.                                                     00045700
                                                                        00045800
            IF WRK-FS-TITULAR NOT EQUAL ZEROS                           00045900
                MOVE ' ERRO ABERTURA TITULAR ' TO WRK-MSG               00046000
                PERFORM 9000-TRATAR-ERROS                               00046100
            END-IF.                                                     00046200
                                                                        00046300
            IF WRK-FS-PROPLIM NOT EQUAL ZEROS                           00046400
                MOVE ' ERRO ABERTURA PROPLIM ' TO WRK-MSG               00046500
                PERFORM 9000-TRATAR-ERROS                               00046600
            END-IF.                                                     00046700
                                                                        00046800
            IF WRK-FS-RELPLIM NOT EQUAL ZEROS                           00046900
                MOVE ' ERRO ABERTURA RELPLIM ' TO WRK-MSG               00047000
                PERFORM 9000-TRATAR-ERROS                               00047100
            END-IF.                                                     00047200
                                                                        00047300
      *----------------------------------------------------------------*00047400
       1100-99-FIM.            EXIT.                                    00047500
      *----------------------------------------------------------------*00047600
                                                                        00047700
      *----------------------------------------------------------------*00047800
       1150-CARREGAR-PARAMETROS           SECTION.                      00047900
      *----------------------------------------------------------------*00048000
      *    SO O LIMITE-GLOBAL, QUE VALE PARA AS CONTAS SEM REGISTRO NO *00048100
      *    LIMITES. PARAMS AUSENTE = ZEROS, COMO NO FR06EX03.          *00048200
      *----------------------------------------------------------------*00048300
                                                                        00048400
            OPEN INPUT PARAMS.                                          00048500
            IF WRK-FS-PARAMS EQUAL '35'                                 00048600
                DISPLAY 'PARAMS AUSENTE - USANDO VALORES PADRAO'        00048700
                GO TO 1150-88-EXIBIR                                    00048800
            END-IF.                                                     00048900
            IF WRK-FS-PARAMS NOT EQUAL ZEROS                            00049000
                MOVE ' ERRO ABERTURA PARAMS ' TO WRK-MSG                00049100
                PERFORM 9000-TRATAR-ERROS                               00049200
            END-IF.                                                     00049300
                                                                        00049400
            PERFORM 1160-LER-PARAMETRO                                  00049500
                UNTIL WRK-FS-PARAMS EQUAL '10'.                         00049600
            CLOSE PARAMS.                                               00049700
                                                                        00049800
       1150-88-EXIBIR.                                                  00049900
            DISPLAY 'LIMITE-GLOBAL.........: ' WRK-LIMITE-GLOBAL.       00050000
                                                                        00050100
      *----------------------------------------------------------------*00050200
       1150-99-FIM.            EXIT.                                    00050300
      *----------------------------------------------------------------*00050400
                                                                        00050500
      *----------------------------------------------------------------*00050600
       1160-LER-PARAMETRO                 SECTION.                      00050700
      *----------------------------------------------------------------*00050800
                                                                        00050900
            READ PARAMS INTO WRK-REG-PARAM.                             00051000
            IF WRK-FS-PARAMS NOT EQUAL ZEROS                            00051100
                MOVE '10' TO WRK-FS-PARAMS                              00051200
                GO TO 1160-99-FIM                                       00051300
            END-IF.                                                     00051400
                                                                        00051500
            IF WRK-PARAM-NOME          EQUAL 'LIMITE-GLOBAL'            00051600
               AND WRK-PARAM-DATA-EFET NOT GREATER WRK-DATA-CORTE       00051700
               AND WRK-PARAM-DATA-EFET NOT LESS WRK-VIG-LIM-GLOBAL      00051800
                IF WRK-PARAM-VALOR(1:8) NUMERIC                         00051900
                    MOVE WRK-PARAM-VALOR(1:8) TO WRK-LIMITE-GLOBAL      00052000
                    MOVE WRK-PARAM-DATA-EFET  TO WRK-VIG-LIM-GLOBAL     00052100
                ELSE                                                    00052200
                    DISPLAY 'PARAMETRO LIMITE-GLOBAL NAO NUMERICO'      00052300
                END-IF                                                  00052400
            END-IF.                                                     00052500
                                                                        00052600
      *----------------------------------------------------------------*00052700
       1160-99-FIM.            EXIT.                                    00052800
      *----------------------------------------------------------------*00052900
                                                                        00053000
      *----------------------------------------------------------------*00053100
       1200-CARREGAR-BLOQUEIOS            SECTION.                      00053200
      *----------------------------------------------------------------*00053300
      *    SO OS BLOQUEIOS ATIVOS ('A') VIGENTES NA DATA DA RODADA     *00053400
      *    (DATA-FIM ZEROS = PRAZO INDETERMINADO) ENTRAM NA TABELA.    *00053500
      *----------------------------------------------------------------*00053600
                                                                        00053700
            OPEN INPUT BLOQUEIO.                                        00053800
            IF WRK-FS-BLOQUEIO EQUAL '35'                               00053900
                DISPLAY 'BLOQUEIO AUSENTE - SEM BLOQUEIOS'              00054000
                GO TO 1200-99-FIM                                       00054100
            END-IF.                                                     00054200
            IF WRK-FS-BLOQUEIO NOT EQUAL ZEROS                          00054300
                MOVE ' ERRO ABERTURA BLOQUEIO ' TO WRK-MSG              00054400
                PERFORM 9000-TRATAR-ERROS                               00054500
            END-IF.                                                     00054600
                                                                        00054700
            PERFORM 1210-LER-BLOQUEIO                                   00054800
                UNTIL WRK-FS-BLOQUEIO EQUAL '10'.                       00054900
            CLOSE BLOQUEIO.                                             00055000
                                                                        00055100
            DISPLAY 'BLOQUEIOS ATIVOS......: ' WRK-QT-BLOQUEIOS.        00055200
                                                                        00055300
      *----------------------------------------------------------------*00055400
       1200-99-FIM.            EXIT.                                    00055500
      *----------------------------------------------------------------*00055600
                                                                        00055700
      *----------------------------------------------------------------*00055800
       1210-LER-BLOQUEIO                  SECTION.                      00055900
      *----------------------------------------------------------------*00056000
                                                                        00056100
            READ BLOQUEIO INTO WRK-REG-BLOQUEIO.                        00056200
            IF WRK-FS-BLOQUEIO NOT EQUAL ZEROS                          00056300
                MOVE '10' TO WRK-FS-BLOQUEIO                            00056400
                GO TO 1210-99-FIM                                       00056500
            END-IF.                                                     00056600
                                                                        00056700
            IF WRK-BLQ-SITUACAO NOT EQUAL 'A'                           00056800
               OR WRK-BLQ-DATA-INI GREATER WRK-DATA-CORTE               00056900
                GO TO 1210-99-FIM                                       00057000
            END-IF.                                                     00057100
            IF WRK-BLQ-DATA-FIM NOT EQUAL ZEROS                         00057200
               AND WRK-BLQ-DATA-FIM LESS WRK-DATA-CORTE                 00057300
                GO TO 1210-99-FIM                                       00057400
            END-IF.                                                     00057500
                                                                        00057600
            IF WRK-QT-BLOQUEIOS NOT LESS 1000                           00057700
                MOVE ' TABELA DE BLOQUEIOS CHEIA ' TO WRK-MSG           00057800
                PERFORM 9000-TRATAR-ERROS                               00057900
            END-IF.                                                     00058000
            ADD 1 TO WRK-QT-BLOQUEIOS.                                  00058100
            MOVE WRK-BLQ-CHAVE TO WRK-TBQ-CHAVE(WRK-QT-BLOQUEIOS).      00058200
                                                                        00058300
      *----------------------------------------------------------------*00058400
       1210-99-FIM.            EXIT.                                    00058500
      *----------------------------------------------------------------*00058600
                                                                        00058700
      *----------------------------------------------------------------*00058800
       1300-CARREGAR-INATIVAS             SECTION.                      00058900
      *----------------------------------------------------------------*00059000
                                                                        00059100
            OPEN INPUT SITCONTA.                                        00059200
            IF WRK-FS-SITCONTA EQUAL '35'                               00059300
                DISPLAY 'SITCONTA AUSENTE - SEM CONTAS INATIVAS'        00059400
                GO TO 1300-99-FIM                                       00059500
            END-IF.                                                     00059600
            IF WRK-FS-SITCONTA NOT EQUAL ZEROS                          00059700
                MOVE ' ERRO ABERTURA SITCONTA ' TO WRK-MSG              00059800
                PERFORM 9000-TRATAR-ERROS                               00059900
            END-IF.                                                     00060000
                                                                        00060100
            PERFORM 1310-LER-INATIVA                                    00060200
                UNTIL WRK-FS-SITCONTA EQUAL '10'.                       00060300
            CLOSE SITCONTA.                                             00060400
                                                                        00060500
            DISPLAY 'CONTAS INATIVAS.......: ' WRK-QT-INATIVAS.         00060600
                                                                        00060700
      *----------------------------------------------------------------*00060800
       1300-99-FIM.            EXIT.                                    00060900
      *----------------------------------------------------------------*00061000
                                                                        00061100
      *----------------------------------------------------------------*00061200
       1310-LER-INATIVA                   SECTION.                      00061300
      *----------------------------------------------------------------*00061400
                                                                        00061500
            READ SITCONTA INTO WRK-REG-SITCONTA.                        00061600
            IF WRK-FS-SITCONTA NOT EQUAL ZEROS                          00061700
                MOVE '10' TO WRK-FS-SITCONTA                            00061800
                GO TO 1310-99-FIM                                       00061900
            END-IF.                                                     00062000
                                                                        00062100
            IF WRK-SIT-SITUACAO NOT EQUAL 'I'                           00062200
                GO TO 1310-99-FIM                                       00062300
            END-IF.                                                     00062400
                                                                        00062500
            IF WRK-QT-INATIVAS NOT LESS 1000                            00062600
                MOVE ' TABELA DE INATIVAS CHEIA ' TO WRK-MSG            00062700
                PERFORM 9000-TRATAR-ERROS                               00062800
            END-IF.                                                     00062900
            ADD 1 TO WRK-QT-INATIVAS.                                   00063000
            MOVE WRK-SIT-CHAVE TO WRK-TIN-CHAVE(WRK-QT-INATIVAS).       00063100
                                                                        00063200
      *----------------------------------------------------------------*00063300
       1310-99-FIM.            EXIT.                                    00063400
      *----------------------------------------------------------------*00063500
                                                                        00063600
      *----------------------------------------------------------------*00063700
       1400-CARREGAR-LIMITES              SECTION.                      00063800
      *----------------------------------------------------------------*00063900
                                                                        00064000
            OPEN INPUT LIMITES.                                         00064100
            IF WRK-FS-LIMITES EQUAL '35'                                00064200
                DISPLAY 'LIMITES AUSENTE - USANDO LIMITE GLOBAL'        00064300
                GO TO 1400-99-FIM                                       00064400
            END-IF.                                                     00064500
            IF WRK-FS-LIMITES NOT EQUAL ZEROS                           00064600
                MOVE ' ERRO ABERTURA LIMITES ' TO WRK-MSG               00064700
                PERFORM 9000-TRATAR-ERROS                               00064800
            END-IF.                                                     00064900
                                                                        00065000
            PERFORM 1410-LER-LIMITE                                     00065100
                UNTIL WRK-FS-LIMITES EQUAL '10'.                        00065200
            CLOSE LIMITES.                                              00065300
                                                                        00065400
            DISPLAY 'LIMITES DE CONTA......: ' WRK-QT-LIMITES.          00065500
                                                                        00065600
      *----------------------------------------------------------------*00065700
       1400-99-FIM.            EXIT.                                    00065800
      *----------------------------------------------------------------*00065900
                                                                        00066000
      *----------------------------------------------------------------*00066100
       1410-LER-LIMITE                    SECTION.                      00066200
      *----------------------------------------------------------------*00066300
                                                                        00066400
            READ LIMITES.                                               00066500
            IF WRK-FS-LIMITES NOT EQUAL ZEROS                           00066600
                MOVE '10' TO WRK-FS-LIMITES                             00066700
                GO TO 1410-99-FIM                                       00066800
            END-IF.                                                     00066900
                                                                        00067000
            IF FD-LIM-VALOR NOT NUMERIC                                 00067100
                DISPLAY 'LIMITE INVALIDO IGNORADO: ' FD-LIM-CHAVE       00067200
                MOVE 4 TO RETURN-CODE                                   00067300
                GO TO 1410-99-FIM                                       00067400
            END-IF.                                                     00067500
                                                                        00067600
            IF WRK-QT-LIMITES NOT LESS 1000                             00067700
                MOVE ' TABELA DE LIMITES CHEIA ' TO WRK-MSG             00067800
                PERFORM 9000-TRATAR-ERROS                               00067900
            END-IF.                                                     00068000
            ADD 1 TO WRK-QT-LIMITES.                                    00068100
            MOVE FD-LIM-CHAVE TO WRK-TLM-CHAVE(WRK-QT-LIMITES).         00068200
            MOVE FD-LIM-VALOR TO WRK-TLM-VALOR(WRK-QT-LIMITES).         00068300
                                                                        00068400
      *----------------------------------------------------------------*00068500
       1410-99-FIM.            EXIT.                                    00068600
      *----------------------------------------------------------------*00068700
                                                                        00068800
      *----------------------------------------------------------------*00068900
       1500-CARREGAR-SCORE                SECTION.                      00069000
      *----------------------------------------------------------------*00069100
      *    SEM A TABELA DE PONTUACAO NAO HA COMO PROPOR LIMITE: O      *00069200
      *    ARQUIVO E OBRIGATORIO E PRECISA TER AO MENOS UMA FAIXA 'L'. *00069300
      *----------------------------------------------------------------*00069400
                                                                        00069500
            OPEN INPUT TABSCOR.                                         00069600
            IF WRK-FS-TABSCOR NOT EQUAL ZEROS                           00069700
                MOVE ' ERRO ABERTURA TABSCOR ' TO WRK-MSG               00069800
                PERFORM 9000-TRATAR-ERROS                               00069900
            END-IF.                                                     00070000
                                                                        00070100
            MOVE 'N' TO WRK-ACHOU.                                      00070200
            PERFORM 1510-LER-SCORE                                      00070300
                UNTIL WRK-FS-TABSCOR EQUAL '10'.                        00070400
            CLOSE TABSCOR.                                              00070500
                                                                        00070600
            IF WRK-ACHOU NOT EQUAL 'S'                                  00070700
                MOVE ' TABSCOR SEM FAIXAS DE LIMITE ' TO WRK-MSG        00070800
                PERFORM 9000-TRATAR-ERROS                               00070900
            END-IF.                                                     00071000
                                                                        00071100
            DISPLAY 'LINHAS DE PONTUACAO...: ' WRK-QT-SCORE.            00071200
                                                                        00071300
      *----------------------------------------------------------------*00071400
       1500-99-FIM.            EXIT.                                    00071500
      *----------------------------------------------------------------*00071600
                                                                        00071700
      *----------------------------------------------------------------*00071800
       1510-LER-SCORE                     SECTION.                      00071900
      *----------------------------------------------------------------*00072000
                                                                        00072100
            READ TABSCOR INTO WRK-REG-SCORE.                            00072200
            IF WRK-FS-TABSCOR NOT EQUAL ZEROS                           00072300
                MOVE '10' TO WRK-FS-TABSCOR                             00072400
                GO TO 1510-99-FIM                                       00072500
            END-IF.                                                     00072600
                                                                        00072700
            IF (WRK-SCO-TIPO NOT EQUAL 'P'                              00072800
                AND WRK-SCO-TIPO NOT EQUAL 'L')                         00072900
               OR WRK-SCO-VALOR-DE  NOT NUMERIC                         00073000
               OR WRK-SCO-VALOR-ATE NOT NUMERIC                         00073100
               OR WRK-SCO-VALOR-DE GREATER WRK-SCO-VALOR-ATE            00073200
                DISPLAY 'LINHA DE PONTUACAO INVALIDA IGNORADA: '        00073300
                        WRK-REG-SCORE                                   00073400
                MOVE 4 TO RETURN-CODE                                   00073500
                GO TO 1510-99-FIM                                       00073600
            END-IF.                                                     00073700
            IF WRK-SCO-TIPO EQUAL 'P'                                   00073800
               AND (WRK-SCO-PONTOS NOT NUMERIC                          00073900
                    OR (WRK-SCO-SINAL NOT EQUAL SPACES                  00074000
                        AND WRK-SCO-SINAL NOT EQUAL '-'))               00074100
                DISPLAY 'LINHA DE PONTUACAO INVALIDA IGNORADA: '        00074200
                        WRK-REG-SCORE                                   00074300
                MOVE 4 TO RETURN-CODE                                   00074400
                GO TO 1510-99-FIM                                       00074500
            END-IF.                                                     00074600
            IF WRK-SCO-TIPO EQUAL 'L'                                   00074700
               AND WRK-SCO-LIMITE NOT NUMERIC                           00074800
                DISPLAY 'LINHA DE PONTUACAO INVALIDA IGNORADA: '        00074900
                        WRK-REG-SCORE                                   00075000
                MOVE 4 TO RETURN-CODE                                   00075100
                GO TO 1510-99-FIM                                       00075200
            END-IF.                                                     00075300
                                                                        00075400
            IF WRK-QT-SCORE NOT LESS 200                                00075500
                MOVE ' TABELA DE PONTUACAO CHEIA ' TO WRK-MSG           00075600
                PERFORM 9000-TRATAR-ERROS                               00075700
            END-IF.                                                     00075800
            ADD 1 TO WRK-QT-SCORE.                                      00075900
            MOVE WRK-SCO-TIPO      TO WRK-TSC-TIPO(WRK-QT-SCORE).       00076000
            MOVE WRK-SCO-CRITERIO  TO WRK-TSC-CRITERIO(WRK-QT-SCORE).   00076100
            MOVE WRK-SCO-VALOR-DE  TO WRK-TSC-VALOR-DE(WRK-QT-SCORE).   00076200
            MOVE WRK-SCO-VALOR-ATE TO WRK-TSC-VALOR-ATE(WRK-QT-SCORE).  00076300
            MOVE ZEROS             TO WRK-TSC-PONTOS(WRK-QT-SCORE)      00076400
                                      WRK-TSC-LIMITE(WRK-QT-SCORE).     00076500
            IF WRK-SCO-TIPO EQUAL 'P'                                   00076600
                MOVE WRK-SCO-PONTOS TO WRK-TSC-PONTOS(WRK-QT-SCORE)     00076700
                IF WRK-SCO-SINAL EQUAL '-'                              00076800
                    COMPUTE WRK-TSC-PONTOS(WRK-QT-SCORE) =              00076900
                        ZEROS - WRK-SCO-PONTOS                          00077000
                END-IF                                                  00077100
            ELSE                                                        00077200
                MOVE WRK-SCO-LIMITE TO WRK-TSC-LIMITE(WRK-QT-SCORE)     00077300
                MOVE 'S'            TO WRK-ACHOU                        00077400
            END-IF.                                                     00077500
                                                                        00077600
      *----------------------------------------------------------------*00077700
       1510-99-FIM.            EXIT.                                    00077800
      *----------------------------------------------------------------*00077900
                                                                        00078000
      *----------------------------------------------------------------*00078100
       1600-LER-DATA-RODADA               SECTION.                      00078200
      *----------------------------------------------------------------*00078300
                                                                        00078400
            OPEN INPUT RUNCTL.                                          00078500
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00078600
                MOVE ' RUNCTL AUSENTE - RODAR FR06CB01 ' TO WRK-MSG     00078700
                PERFORM 9000-TRATAR-ERROS                               00078800
            END-IF.                                                     00078900
                                                                        00079000
            READ RUNCTL INTO WRK-RUNCTL.                                00079100
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00079200
               OR WRK-RUNCTL-TIPO NOT EQUAL '1'                         00079300
                MOVE ' RUNCTL SEM REGISTRO DE ABERTURA ' TO WRK-MSG     00079400
                PERFORM 9000-TRATAR-ERROS                               00079500
            END-IF.                                                     00079600
                                                                        00079700
            MOVE WRK-RUNCTL-DATA TO WRK-DATA-RODADA.                    00079800
            CLOSE RUNCTL.                                               00079900
                                                                        00080000
            MOVE WRK-DATA-RODADA(5:4)  TO WRK-DATA-CORTE(1:4).          00080100
            MOVE WRK-DATA-RODADA(3:2)  TO WRK-DATA-CORTE(5:2).          00080200
            MOVE WRK-DATA-RODADA(1:2)  TO WRK-DATA-CORTE(7:2).          00080300
            MOVE WRK-DATA-CORTE        TO WRK-CALC-CORTE.               00080400
                                                                        00080500
      *    JANELA DE 12 MESES: DO MESMO MES DO ANO ANTERIOR (EXCLUSIVE)*00080600
      *    ATE O MES DA RODADA.                                        *00080700
            MOVE WRK-DATA-CORTE(1:6)   TO WRK-MES-CORTE.                00080800
            COMPUTE WRK-MES-LIMITE = WRK-MES-CORTE - 100.               00080900
                                                                        00081000
      *----------------------------------------------------------------*00081100
       1600-99-FIM.            EXIT.                                    00081200
      *----------------------------------------------------------------*00081300
                                                                        00081400
      *----------------------------------------------------------------*00081500
       1700-VALIDAR-CABECALHO             SECTION.                      00081600
      *----------------------------------------------------------------*00081700
                                                                        00081800
            READ CLI2505.                                               00081900
            IF WRK-FS-CLI2505 NOT EQUAL ZEROS                           00082000
               OR FD-CLI2505(1:3) NOT EQUAL 'HDR'                       00082100
                MOVE ' CLI2505 SEM CABECALHO ' TO WRK-MSG               00082200
                PERFORM 9000-TRATAR-ERROS                               00082300
            END-IF.                                                     00082400
                                                                        00082500
            MOVE FD-CLI2505(1:21) TO WRK-REG-CABECALHO.                 00082600
            IF WRK-HDR-VERSAO NOT EQUAL '02'                            00082700
                MOVE ' CLI2505 EM LAYOUT SEM CENTAVOS ' TO WRK-MSG      00082800
                PERFORM 9000-TRATAR-ERROS                               00082900
            END-IF.                                                     00083000
                                                                        00083100
      *----------------------------------------------------------------*00083200
       1700-99-FIM.            EXIT.                                    00083300
      *----------------------------------------------------------------*00083400
                                                                        00083500
      *----------------------------------------------------------------*00083600
       2000-AVALIAR-CONTAS                SECTION.                      00083700
      *----------------------------------------------------------------*00083800
      *    SALDOMED ORDENADO, TITULAR E PARCMST CASADOS COM O CLI2505  *00083900
      *    PELA CHAVE (TODOS EM ORDEM DE AGENCIA+CONTA).               *00084000
      *----------------------------------------------------------------*00084100
                                                                        00084200
            PERFORM 2900-RETORNAR-SALDOMED.                             00084300
                                                                        00084400
            PERFORM 2100-AVALIAR-CONTA                                  00084500
                UNTIL WRK-FS-CLI2505 EQUAL '10'.                        00084600
                                                                        00084700
      *----------------------------------------------------------------*00084800
       2000-99-FIM.            EXIT.                                    00084900
      *----------------------------------------------------------------*00085000
                                                                        00085100
      *----------------------------------------------------------------*00085200
       2100-AVALIAR-CONTA                 SECTION.                      00085300
      *----------------------------------------------------------------*00085400
                                                                        00085500
            READ CLI2505.                                               00085600
            IF WRK-FS-CLI2505 NOT EQUAL ZEROS                           00085700
               OR FD-CLI2505(1:3) EQUAL 'TRL'                           00085800
                MOVE '10' TO WRK-FS-CLI2505                             00085900
                GO TO 2100-99-FIM                                       00086000
            END-IF.                                                     00086100
                                                                        00086200
            ADD 1 TO WRK-ACU-CONTAS.                                    00086300
            MOVE ZEROS TO WRK-DATA-ABERTURA                             00086400
                          WRK-QT-MESES-SDM                              00086500
                          WRK-SOMA-MEDIOS                               00086600
                          WRK-SALDO-MEDIO                               00086700
                          WRK-MESES-USO                                 00086800
                          WRK-DIAS-USO                                  00086900
                          WRK-PARC-ATRASO.                              00087000
                                                                        00087100
            PERFORM 2200-TRATAR-SALDOMED                                00087200
                UNTIL WRK-SDM-CHAVE GREATER FD-CLI2505-CHAVE.           00087300
            PERFORM 2300-TRATAR-TITULAR                                 00087400
                UNTIL WRK-TIT-CHAVE GREATER FD-CLI2505-CHAVE.           00087500
            PERFORM 2400-TRATAR-PARCELA                                 00087600
                UNTIL WRK-PCM-CHAVE GREATER FD-CLI2505-CHAVE.           00087700
                                                                        00087800
            PERFORM 2500-APURAR-MEDIDAS.                                00087900
            PERFORM 2600-PONTUAR-CONTA.                                 00088000
                                                                        00088100
            IF WRK-LIMITE-PROPOSTO EQUAL WRK-LIMITE-ATUAL               00088200
                ADD 1 TO WRK-ACU-SEM-ALTERACAO                          00088300
            ELSE                                                        00088400
                PERFORM 2700-GRAVAR-PROPOSTA                            00088500
            END-IF.                                                     00088600
                                                                        00088700
      *----------------------------------------------------------------*00088800
       2100-99-FIM.            EXIT.                                    00088900
      *----------------------------------------------------------------*00089000
                                                                        00089100
      *----------------------------------------------------------------*00089200
       2200-TRATAR-SALDOMED               SECTION.                      00089300
      *----------------------------------------------------------------*00089400
      *    SALDOMED DE CONTA FORA DO CADASTRO OU FORA DA JANELA DE 12  *00089500
      *    MESES E SO DESCARTADO.                                      *00089600
      *----------------------------------------------------------------*00089700
                                                                        00089800
            IF WRK-SDM-CHAVE EQUAL FD-CLI2505-CHAVE                     00089900
               AND WRK-SDM-MES GREATER WRK-MES-LIMITE                   00090000
               AND WRK-SDM-MES NOT GREATER WRK-MES-CORTE                00090100
                ADD 1                   TO WRK-QT-MESES-SDM             00090200
                ADD WRK-SDM-SALDO-MEDIO TO WRK-SOMA-MEDIOS              00090300
                IF WRK-SDM-DIAS-NEGATIVO GREATER ZEROS                  00090400
                    ADD 1                     TO WRK-MESES-USO          00090500
                    ADD WRK-SDM-DIAS-NEGATIVO TO WRK-DIAS-USO           00090600
                END-IF                                                  00090700
            END-IF.                                                     00090800
                                                                        00090900
            PERFORM 2900-RETORNAR-SALDOMED.                             00091000
                                                                        00091100
      *----------------------------------------------------------------*00091200
       2200-99-FIM.            EXIT.                                    00091300
      *----------------------------------------------------------------*00091400
                                                                        00091500
      *----------------------------------------------------------------*00091600
       2300-TRATAR-TITULAR                SECTION.                      00091700
      *----------------------------------------------------------------*00091800
      *    A ABERTURA DA CONTA E A PRIMEIRA INCLUSAO DE TITULAR, MESMO *00091900
      *    QUE DEPOIS EXCLUIDO.                                        *00092000
      *----------------------------------------------------------------*00092100
                                                                        00092200
            IF WRK-TIT-CHAVE EQUAL FD-CLI2505-CHAVE                     00092300
               AND WRK-TIT-DATA-INCLUSAO GREATER ZEROS                  00092400
                IF WRK-DATA-ABERTURA EQUAL ZEROS                        00092500
                   OR WRK-TIT-DATA-INCLUSAO LESS WRK-DATA-ABERTURA      00092600
                    MOVE WRK-TIT-DATA-INCLUSAO TO WRK-DATA-ABERTURA     00092700
                END-IF                                                  00092800
            END-IF.                                                     00092900
                                                                        00093000
            PERFORM 2800-LER-TITULAR.                                   00093100
                                                                        00093200
      *----------------------------------------------------------------*00093300
       2300-99-FIM.            EXIT.                                    00093400
      *----------------------------------------------------------------*00093500
                                                                        00093600
      *----------------------------------------------------------------*00093700
       2400-TRATAR-PARCELA                SECTION.                      00093800
      *----------------------------------------------------------------*00093900
      *    PARCELA EM ABERTO ('A') COM VENCIMENTO (DDMMAAAA) ANTERIOR  *00094000
      *    A DATA DA RODADA CONTA COMO ATRASO.                         *00094100
      *----------------------------------------------------------------*00094200
                                                                        00094300
            IF WRK-PCM-CHAVE EQUAL FD-CLI2505-CHAVE                     00094400
               AND WRK-PCM-SITUACAO EQUAL 'A'                           00094500
                MOVE WRK-PCM-VENCIMENTO(5:4) TO WRK-DATA-VENCTO(1:4)    00094600
                MOVE WRK-PCM-VENCIMENTO(3:2) TO WRK-DATA-VENCTO(5:2)    00094700
                MOVE WRK-PCM-VENCIMENTO(1:2) TO WRK-DATA-VENCTO(7:2)    00094800
                IF WRK-DATA-VENCTO LESS WRK-DATA-CORTE                  00094900
                   AND WRK-PARC-ATRASO LESS 999                         00095000
                    ADD 1 TO WRK-PARC-ATRASO                            00095100
                END-IF                                                  00095200
            END-IF.                                                     00095300
                                                                        00095400
            PERFORM 2850-LER-PARCMST.                                   00095500
                                                                        00095600
      *----------------------------------------------------------------*00095700
       2400-99-FIM.            EXIT.                                    00095800
      *----------------------------------------------------------------*00095900
                                                                        00096000
      *----------------------------------------------------------------*00096100
       2500-APURAR-MEDIDAS                SECTION.                      00096200
      *----------------------------------------------------------------*00096300
                                                                        00096400
            MOVE ZEROS TO WRK-MESES-CTA.                                00096500
            IF WRK-DATA-ABERTURA EQUAL ZEROS                            00096600
                ADD 1 TO WRK-ACU-SEM-TITULAR                            00096700
            ELSE                                                        00096800
                MOVE WRK-DATA-ABERTURA TO WRK-CALC-DATA                 00096900
                COMPUTE WRK-MESES-CALC =                                00097000
                    (WRK-CORTE-ANO - WRK-CALC-ANO) * 12                 00097100
                    + WRK-CORTE-MES - WRK-CALC-MES                      00097200
                IF WRK-CORTE-DIA LESS WRK-CALC-DIA                      00097300
                    SUBTRACT 1 FROM WRK-MESES-CALC                      00097400
                END-IF                                                  00097500
                IF WRK-MESES-CALC GREATER 999                           00097600
                    MOVE 999 TO WRK-MESES-CALC                          00097700
                END-IF                                                  00097800
                IF WRK-MESES-CALC GREATER ZEROS                         00097900
                    MOVE WRK-MESES-CALC TO WRK-MESES-CTA                00098000
                END-IF                                                  00098100
            END-IF.                                                     00098200
                                                                        00098300
            IF WRK-QT-MESES-SDM GREATER ZEROS                           00098400
                COMPUTE WRK-SALDO-MEDIO ROUNDED =                       00098500
                    WRK-SOMA-MEDIOS / WRK-QT-MESES-SDM                  00098600
            END-IF.                                                     00098700
                                                                        00098800
            MOVE 'N' TO WRK-IND-BLOQUEIO.                               00098900
            PERFORM 2510-COMPARAR-BLOQUEIO                              00099000
                VARYING WRK-IDX-BLQ FROM 1 BY 1                         00099100
                UNTIL WRK-IDX-BLQ GREATER WRK-QT-BLOQUEIOS              00099200
                   OR WRK-IND-BLOQUEIO EQUAL 'S'.                       00099300
                                                                        00099400
            MOVE 'N' TO WRK-IND-INATIVA.                                00099500
            PERFORM 2520-COMPARAR-INATIVA                               00099600
                VARYING WRK-IDX-INA FROM 1 BY 1                         00099700
                UNTIL WRK-IDX-INA GREATER WRK-QT-INATIVAS               00099800
                   OR WRK-IND-INATIVA EQUAL 'S'.                        00099900
                                                                        00100000
            MOVE WRK-LIMITE-GLOBAL TO WRK-LIMITE-ATUAL.                 00100100
            MOVE 'N'               TO WRK-ACHOU.                        00100200
            PERFORM 2530-COMPARAR-LIMITE                                00100300
                VARYING WRK-IDX-LIM FROM 1 BY 1                         00100400
                UNTIL WRK-IDX-LIM GREATER WRK-QT-LIMITES                00100500
                   OR WRK-ACHOU EQUAL 'S'.                              00100600
                                                                        00100700
      *----------------------------------------------------------------*00100800
       2500-99-FIM.            EXIT.                                    00100900
      *----------------------------------------------------------------*00101000
                                                                        00101100
      *----------------------------------------------------------------*00101200
       2510-COMPARAR-BLOQUEIO             SECTION.                      00101300
      *----------------------------------------------------------------*00101400
                                                                        00101500
            IF WRK-TBQ-CHAVE(WRK-IDX-BLQ) EQUAL FD-CLI2505-CHAVE        00101600
                MOVE 'S' TO WRK-IND-BLOQUEIO                            00101700
            END-IF.                                                     00101800
                                                                        00101900
      *----------------------------------------------------------------*00102000
       2510-99-FIM.            EXIT.                                    00102100
      *----------------------------------------------------------------*00102200
                                                                        00102300
      *----------------------------------------------------------------*00102400
       2520-COMPARAR-INATIVA              SECTION.                      00102500
      *----------------------------------------------------------------*00102600
                                                                        00102700
            IF WRK-TIN-CHAVE(WRK-IDX-INA) EQUAL FD-CLI2505-CHAVE        00102800
                MOVE 'S' TO WRK-IND-INATIVA                             00102900
            END-IF.                                                     00103000
                                                                        00103100
      *----------------------------------------------------------------*00103200
       2520-99-FIM.            EXIT.                                    00103300
      *----------------------------------------------------------------*00103400
                                                                        00103500
      *----------------------------------------------------------------*00103600
       2530-COMPARAR-LIMITE               SECTION.                      00103700
      *----------------------------------------------------------------*00103800
                                                                        00103900
            IF WRK-TLM-CHAVE(WRK-IDX-LIM) EQUAL FD-CLI2505-CHAVE        00104000
                MOVE 'S'                        TO WRK-ACHOU            00104100
                MOVE WRK-TLM-VALOR(WRK-IDX-LIM) TO WRK-LIMITE-ATUAL     00104200
            END-IF.                                                     00104300
                                                                        00104400
      *----------------------------------------------------------------*00104500
       2530-99-FIM.            EXIT.                                    00104600
      *----------------------------------------------------------------*00104700
                                                                        00104800
      *----------------------------------------------------------------*00104900
       2600-PONTUAR-CONTA                 SECTION.                      00105000
      *----------------------------------------------------------------*00105100
      *    CADA MEDIDA GANHA OS PONTOS DA PRIMEIRA LINHA 'P' DO SEU    *00105200
      *    CRITERIO QUE A CONTEM; O TOTAL ESCOLHE A FAIXA 'L'.         *00105300
      *----------------------------------------------------------------*00105400
                                                                        00105500
            MOVE ZEROS TO WRK-PONTOS.                                   00105600
                                                                        00105700
            MOVE 'MESES-CTA'   TO WRK-CRITERIO-ATUAL.                   00105800
            MOVE WRK-MESES-CTA TO WRK-MEDIDA.                           00105900
            PERFORM 2610-PONTUAR-CRITERIO.                              00106000
                                                                        00106100
            MOVE 'SALDO-MED'   TO WRK-CRITERIO-ATUAL.                   00106200
            MOVE ZEROS         TO WRK-MEDIDA.                           00106300
            IF WRK-SALDO-MEDIO GREATER ZEROS                            00106400
                MOVE WRK-SALDO-MEDIO TO WRK-MEDIDA                      00106500
            END-IF.                                                     00106600
            PERFORM 2610-PONTUAR-CRITERIO.                              00106700
                                                                        00106800
            MOVE 'MESES-USO'   TO WRK-CRITERIO-ATUAL.                   00106900
            MOVE WRK-MESES-USO TO WRK-MEDIDA.                           00107000
            PERFORM 2610-PONTUAR-CRITERIO.                              00107100
                                                                        00107200
            MOVE 'DIAS-USO'    TO WRK-CRITERIO-ATUAL.                   00107300
            MOVE WRK-DIAS-USO  TO WRK-MEDIDA.                           00107400
            PERFORM 2610-PONTUAR-CRITERIO.                              00107500
                                                                        00107600
            MOVE 'PARC-ATRAS'    TO WRK-CRITERIO-ATUAL.                 00107700
            MOVE WRK-PARC-ATRASO TO WRK-MEDIDA.                         00107800
            PERFORM 2610-PONTUAR-CRITERIO.                              00107900
                                                                        00108000
            MOVE 'BLOQUEIO'    TO WRK-CRITERIO-ATUAL.                   00108100
            MOVE ZEROS         TO WRK-MEDIDA.                           00108200
            IF WRK-IND-BLOQUEIO EQUAL 'S'                               00108300
                MOVE 1 TO WRK-MEDIDA                                    00108400
            END-IF.                                                     00108500
            PERFORM 2610-PONTUAR-CRITERIO.                              00108600
                                                                        00108700
            MOVE 'INATIVA'     TO WRK-CRITERIO-ATUAL.                   00108800
            MOVE ZEROS         TO WRK-MEDIDA.                           00108900
            IF WRK-IND-INATIVA EQUAL 'S'                                00109000
                MOVE 1 TO WRK-MEDIDA                                    00109100
            END-IF.                                                     00109200
            PERFORM 2610-PONTUAR-CRITERIO.                              00109300
                                                                        00109400
            MOVE ZEROS TO WRK-MEDIDA                                    00109500
                          WRK-LIMITE-PROPOSTO.                          00109600
            IF WRK-PONTOS GREATER ZEROS                                 00109700
                MOVE WRK-PONTOS TO WRK-MEDIDA                           00109800
            END-IF.                                                     00109900
            MOVE 'N' TO WRK-ACHOU-FAIXA.                                00110000
            PERFORM 2630-COMPARAR-FAIXA-LIMITE                          00110100
                VARYING WRK-IDX-SCO FROM 1 BY 1                         00110200
                UNTIL WRK-IDX-SCO GREATER WRK-QT-SCORE                  00110300
                   OR WRK-ACHOU-FAIXA EQUAL 'S'.                        00110400
                                                                        00110500
      *----------------------------------------------------------------*00110600
       2600-99-FIM.            EXIT.                                    00110700
      *----------------------------------------------------------------*00110800
                                                                        00110900
      *----------------------------------------------------------------*00111000
       2610-PONTUAR-CRITERIO              SECTION.                      00111100
      *----------------------------------------------------------------*00111200
                                                                        00111300
            MOVE 'N' TO WRK-ACHOU-FAIXA.                                00111400
            PERFORM 2620-COMPARAR-FAIXA-PONTOS                          00111500
                VARYING WRK-IDX-SCO FROM 1 BY 1                         00111600
                UNTIL WRK-IDX-SCO GREATER WRK-QT-SCORE                  00111700
                   OR WRK-ACHOU-FAIXA EQUAL 'S'.                        00111800
                                                                        00111900
      *----------------------------------------------------------------*00112000
       2610-99-FIM.            EXIT.                                    00112100
      *----------------------------------------------------------------*00112200
                                                                        00112300
      *----------------------------------------------------------------*00112400
       2620-COMPARAR-FAIXA-PONTOS         SECTION.                      00112500
      *----------------------------------------------------------------*00112600
                                                                        00112700
            IF WRK-TSC-TIPO(WRK-IDX-SCO)         EQUAL 'P'              00112800
               AND WRK-TSC-CRITERIO(WRK-IDX-SCO)                        00112900
                   EQUAL WRK-CRITERIO-ATUAL                             00113000
               AND WRK-MEDIDA NOT LESS    WRK-TSC-VALOR-DE(WRK-IDX-SCO) 00113100
               AND WRK-MEDIDA NOT GREATER WRK-TSC-VALOR-ATE(WRK-IDX-SCO)00113200
                MOVE 'S' TO WRK-ACHOU-FAIXA                             00113300
                ADD WRK-TSC-PONTOS(WRK-IDX-SCO) TO WRK-PONTOS           00113400
            END-IF.                                                     00113500
                                                                        00113600
      *----------------------------------------------------------------*00113700
       2620-99-FIM.            EXIT.                                    00113800
      *----------------------------------------------------------------*00113900
                                                                        00114000
      *----------------------------------------------------------------*00114100
       2630-COMPARAR-FAIXA-LIMITE         SECTION.                      00114200
      *----------------------------------------------------------------*00114300
                                                                        00114400
            IF WRK-TSC-TIPO(WRK-IDX-SCO)         EQUAL 'L'              00114500
               AND WRK-MEDIDA NOT LESS    WRK-TSC-VALOR-DE(WRK-IDX-SCO) 00114600
               AND WRK-MEDIDA NOT GREATER WRK-TSC-VALOR-ATE(WRK-IDX-SCO)00114700
                MOVE 'S' TO WRK-ACHOU-FAIXA                             00114800
                MOVE WRK-TSC-LIMITE(WRK-IDX-SCO) TO WRK-LIMITE-PROPOSTO 00114900
            END-IF.                                                     00115000
                                                                        00115100
      *----------------------------------------------------------------*00115200
       2630-99-FIM.            EXIT.                                    00115300
      *----------------------------------------------------------------*00115400
                                                                        00115500
      *----------------------------------------------------------------*00115600
       2700-GRAVAR-PROPOSTA               SECTION.                      00115700
      *----------------------------------------------------------------*00115800
                                                                        00115900
            MOVE SPACES                TO WRK-REG-PROPL.                00116000
            MOVE FD-CLI2505-CHAVE      TO WRK-PRL-CHAVE.                00116100
            MOVE WRK-DATA-CORTE        TO WRK-PRL-DATA-REVISAO.         00116200
            MOVE WRK-LIMITE-ATUAL      TO WRK-PRL-LIMITE-ATUAL.         00116300
            MOVE WRK-LIMITE-PROPOSTO   TO WRK-PRL-LIMITE-PROPOSTO.      00116400
            MOVE WRK-PONTOS            TO WRK-PRL-PONTOS.               00116500
            MOVE WRK-MESES-CTA         TO WRK-PRL-MESES-CTA.            00116600
            MOVE WRK-SALDO-MEDIO       TO WRK-PRL-SALDO-MEDIO.          00116700
            MOVE WRK-MESES-USO         TO WRK-PRL-MESES-USO.            00116800
            MOVE WRK-DIAS-USO          TO WRK-PRL-DIAS-USO.             00116900
            MOVE WRK-PARC-ATRASO       TO WRK-PRL-PARC-ATRASO.          00117000
            MOVE WRK-IND-BLOQUEIO      TO WRK-PRL-IND-BLOQUEIO.         00117100
            MOVE WRK-IND-INATIVA       TO WRK-PRL-IND-INATIVA.          00117200
            MOVE 'P'                   TO WRK-PRL-SITUACAO.             00117300
            MOVE ZEROS                 TO WRK-PRL-LIMITE-APROVADO.      00117400
            WRITE FD-PROPLIM FROM WRK-REG-PROPL.                        00117500
            IF WRK-FS-PROPLIM NOT EQUAL ZEROS                           00117600
                MOVE ' ERRO GRAVACAO PROPLIM ' TO WRK-MSG               00117700
                PERFORM 9000-TRATAR-ERROS                               00117800
            END-IF.                                                     00117900
            ADD 1 TO WRK-ACU-PROPOSTAS.                                 00118000
                                                                        00118100
            MOVE FD-CLI2505-AGENCIA    TO WRK-LPR-AGENCIA.              00118200
            MOVE FD-CLI2505-CONTA      TO WRK-LPR-CONTA.                00118300
            MOVE FD-CLI2505-NOME       TO WRK-LPR-NOME.                 00118400
            MOVE WRK-MESES-CTA         TO WRK-LPR-MESES-CTA.            00118500
            MOVE WRK-SALDO-MEDIO       TO WRK-LPR-SALDO-MEDIO.          00118600
            MOVE WRK-MESES-USO         TO WRK-LPR-MESES-USO.            00118700
            MOVE WRK-DIAS-USO          TO WRK-LPR-DIAS-USO.             00118800
            MOVE WRK-PARC-ATRASO       TO WRK-LPR-PARC-ATRASO.          00118900
            MOVE WRK-IND-BLOQUEIO      TO WRK-LPR-IND-BLOQUEIO.         00119000
            MOVE WRK-IND-INATIVA       TO WRK-LPR-IND-INATIVA.          00119100
            MOVE WRK-PONTOS            TO WRK-LPR-PONTOS.               00119200
            MOVE WRK-LIMITE-ATUAL      TO WRK-LPR-LIMITE-ATUAL.         00119300
            MOVE WRK-LIMITE-PROPOSTO   TO WRK-LPR-LIMITE-PROPOSTO.      00119400
            IF WRK-LIMITE-PROPOSTO GREATER WRK-LIMITE-ATUAL             00119500
                MOVE 'AUM' TO WRK-LPR-MOVIMENTO                         00119600
                ADD 1      TO WRK-ACU-AUMENTOS                          00119700
            ELSE                                                        00119800
                MOVE 'RED' TO WRK-LPR-MOVIMENTO                         00119900
                ADD 1      TO WRK-ACU-REDUCOES                          00120000
            END-IF.                                                     00120100
            WRITE FD-RELPLIM FROM WRK-LINHA-PROPOSTA.                   00120200
                                                                        00120300
      *----------------------------------------------------------------*00120400
       2700-99-FIM.            EXIT.                                    00120500
      *----------------------------------------------------------------*00120600
                                                                        00120700
      *----------------------------------------------------------------*00120800
       2800-LER-TITULAR                   SECTION.                      00120900
      *----------------------------------------------------------------*00121000
                                                                        00121100
            READ TITULAR INTO WRK-REG-TITULAR.                          00121200
            IF WRK-FS-TITULAR NOT EQUAL ZEROS                           00121300
                MOVE '10'        TO WRK-FS-TITULAR                      00121400
                MOVE HIGH-VALUES TO WRK-TIT-CHAVE                       00121500
            END-IF.                                                     00121600
                                                                        00121700
      *----------------------------------------------------------------*00121800
       2800-99-FIM.            EXIT.                                    00121900
      *----------------------------------------------------------------*00122000
                                                                        00122100
      *----------------------------------------------------------------*00122200
       2850-LER-PARCMST                   SECTION.                      00122300
      *----------------------------------------------------------------*00122400
                                                                        00122500
            READ PARCMST INTO WRK-REG-PARCM.                            00122600
            IF WRK-FS-PARCMST NOT EQUAL ZEROS                           00122700
                MOVE '10'        TO WRK-FS-PARCMST                      00122800
                MOVE HIGH-VALUES TO WRK-PCM-CHAVE                       00122900
            END-IF.                                                     00123000
                                                                        00123100
      *----------------------------------------------------------------*00123200
       2850-99-FIM.            EXIT.                                    00123300
      *----------------------------------------------------------------*00123400
                                                                        00123500
      *----------------------------------------------------------------*00123600
       2900-RETORNAR-SALDOMED             SECTION.                      00123700
      *----------------------------------------------------------------*00123800
                                                                        00123900
            RETURN ORDENA INTO WRK-REG-SALDOMED                         00124000
                AT END                                                  00124100
                    MOVE 'S'         TO WRK-FIM-SORT                    00124200
                    MOVE HIGH-VALUES TO WRK-SDM-CHAVE                   00124300
            END-RETURN.                                                 00124400
                                                                        00124500
      *----------------------------------------------------------------*00124600
       2900-99-FIM.            EXIT.                                    00124700
      *----------------------------------------------------------------*00124800
                                                                        00124900
      *----------------------------------------------------------------*00125000
       3000-FINALIZAR                     SECTION.                      00125100
      *----------------------------------------------------------------*00125200
                                                                        00125300
            WRITE FD-RELPLIM FROM WRK-LINHA-TRACO.                      00125400
            MOVE 'CONTAS AVALIADAS'          TO WRK-LTT-ROTULO.         00125500
            MOVE WRK-ACU-CONTAS              TO WRK-LTT-VALOR.          00125600
            WRITE FD-RELPLIM FROM WRK-LINHA-TOTAL.                      00125700
            MOVE 'LIMITE MANTIDO'            TO WRK-LTT-ROTULO.         00125800
            MOVE WRK-ACU-SEM-ALTERACAO       TO WRK-LTT-VALOR.          00125900
            WRITE FD-RELPLIM FROM WRK-LINHA-TOTAL.                      00126000
            MOVE 'PROPOSTAS DE AUMENTO'      TO WRK-LTT-ROTULO.         00126100
            MOVE WRK-ACU-AUMENTOS            TO WRK-LTT-VALOR.          00126200
            WRITE FD-RELPLIM FROM WRK-LINHA-TOTAL.                      00126300
            MOVE 'PROPOSTAS DE REDUCAO'      TO WRK-LTT-ROTULO.         00126400
            MOVE WRK-ACU-REDUCOES            TO WRK-LTT-VALOR.          00126500
            WRITE FD-RELPLIM FROM WRK-LINHA-TOTAL.                      00126600
            MOVE 'CONTAS SEM TITULAR'        TO WRK-LTT-ROTULO.         00126700
            MOVE WRK-ACU-SEM-TITULAR         TO WRK-LTT-VALOR.          00126800
            WRITE FD-RELPLIM FROM WRK-LINHA-TOTAL.                      00126900
                                                                        00127000
            CLOSE CLI2505                                               00127100
                  TITULAR                                               00127200
                  PROPLIM                                               00127300
                  RELPLIM.                                              00127400
            IF WRK-FS-PARCMST NOT EQUAL '35'                            00127500
                CLOSE PARCMST                                           00127600
            END-IF.                                                     00127700
                                                                        00127800
            DISPLAY '  CONTAS AVALIADAS.....: ' WRK-ACU-CONTAS.         00127900
            DISPLAY '  PROPOSTAS GRAVADAS...: ' WRK-ACU-PROPOSTAS.      00128000
            DISPLAY '  CONTAS SEM TITULAR...: ' WRK-ACU-SEM-TITULAR.    00128100
                                                                        00128200
            PERFORM 3100-GRAVAR-RUNCTL.                                 00128300
                                                                        00128400
            STOP RUN.                                                   00128500
                                                                        00128600
      *----------------------------------------------------------------*00128700
       3000-99-FIM.            EXIT.                                    00128800
      *----------------------------------------------------------------*00128900
                                                                        00129000
      *----------------------------------------------------------------*00129100
       3100-GRAVAR-RUNCTL                 SECTION.                      00129200
      *----------------------------------------------------------------*00129300
                                                                        00129400
            OPEN EXTEND RUNCTL.                                         00129500
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00129600
                MOVE ' ERRO ABERTURA RUNCTL ' TO WRK-MSG                00129700
                PERFORM 9000-TRATAR-ERROS                               00129800
            END-IF.                                                     00129900
                                                                        00130000
            MOVE SPACES                TO WRK-RUNCTL.                   00130100
            MOVE '2'                   TO WRK-RUNCTL-TIPO.              00130200
            MOVE 'FR06C123'            TO WRK-RUNCTL-PROGRAMA.          00130300
            MOVE WRK-ACU-CONTAS        TO WRK-RUNCTL-LIDOS.             00130400
            MOVE WRK-ACU-PROPOSTAS     TO WRK-RUNCTL-GRAVADOS.          00130500
            MOVE WRK-ACU-SEM-TITULAR   TO WRK-RUNCTL-EXCECAO.           00130600
            MOVE RETURN-CODE           TO WRK-RUNCTL-RETCODE.           00130700
            ACCEPT WRK-HORA-ACCEPT FROM TIME.                           00130800
            MOVE WRK-HORA-ACC-HHMMSS   TO WRK-HORA-PASSO-FIM.           00130900
            MOVE WRK-HORA-PASSO-INI    TO WRK-RUNCTL-HORA-INI.          00131000
            MOVE WRK-HORA-PASSO-FIM    TO WRK-RUNCTL-HORA-FIM.          00131100
            WRITE FD-RUNCTL FROM WRK-RUNCTL.                            00131200
            CLOSE RUNCTL.                                               00131300
                                                                        00131400
      *----------------------------------------------------------------*00131500
       3100-99-FIM.            EXIT.                                    00131600
      *----------------------------------------------------------------*00131700
                                                                        00131800
      *----------------------------------------------------------------*00131900
       9000-TRATAR-ERROS                  SECTION.                      00132000
      *----------------------------------------------------------------*00132100
                                                                        00132200
             MOVE 'FR06C123'       TO WRK-ERR-PROGRAMA.                 00132300
             MOVE '9000'           TO WRK-ERR-SECTION.                  00132400
             MOVE WRK-MSG          TO WRK-ERR-MSG.                      00132500
             MOVE SPACES           TO WRK-ERR-STATUS.                   00132600
             MOVE WRK-FS-CLI2505   TO WRK-ERR-STATUS(1:2).              00132700
             MOVE WRK-FS-TITULAR   TO WRK-ERR-STATUS(3:2).              00132800
             MOVE WRK-FS-TABSCOR   TO WRK-ERR-STATUS(5:2).              00132900
             MOVE WRK-FS-PROPLIM   TO WRK-ERR-STATUS(7:2).              00133000
             MOVE WRK-FS-RUNCTL    TO WRK-ERR-STATUS(9:2).              00133100
             MOVE 'F'              TO WRK-ERR-SEVERIDADE.               00133200
             CALL 'TRTERRO'        USING WRK-TRTERRO.                   00133300
                                                                        00133400
      *----------------------------------------------------------------*00133500
       9000-99-FIM.            EXIT.                                    00133600
      *----------------------------------------------------------------*00133700
