      *================================================================*00000100
       IDENTIFICATION                            DIVISION.              00000200
      *================================================================*00000300
                                                                        00000400
       PROGRAM-ID.  FR06C160.                                           00000500
                                                                        00000600
      *================================================================*00000700
      *     AUTOR.......: JOEI LORENTI                                  00000800
      *     ANALISTA....: IVAN SANCHES                                  00000900
      *     EMPRESA.....: FOURSYS                                       00001000
      *     DATA........: 15/10/2026                                    00001100
      *----------------------------------------------------------------*00001200
      *                                                                 00001300
      *     OBJETIVO: CONFERENCIA MATINAL DE VOLUME DA RODADA. LE OS   *00001400
      *               CONTADORES TIPO '2' DO RUNCTL (LIDOS, GRAVADOS E *00001500
      *               EXCECAO; SOMADOS QUANDO O PROGRAMA ANEXA MAIS DE *00001600
      *               UM) E COMPARA CADA UM COM A MEDIA E O DESVIO-    *00001700
      *               PADRAO DO MESMO DIA DA SEMANA NAS ULTIMAS N      *00001800
      *               SEMANAS DO HISTORICO HISTVOL. PEGA ARQUIVO QUE   *00001900
      *               CHEGOU PELA METADE (VOLUME BAIXO) OU DUPLICADO   *00002000
      *               (VOLUME ALTO), QUE O MONITOR DE JANELA FR06CB94  *00002100
      *               NAO ENXERGA.                                     *00002200
      *               A TOLERANCIA VEM DA TABELA VOLTAB (B#VOLTAB):    *00002300
      *               LEITURA FORA DE MEDIA +/- A MAIOR ENTRE A FAIXA  *00002400
      *               PERCENTUAL, A FAIXA EM DESVIOS-PADRAO E A        *00002500
      *               DIFERENCA MINIMA E ANOMALIA. PROGRAMA SEM LINHA  *00002600
      *               USA A LINHA '*PADRAO' OU, NA FALTA DELA (OU DA   *00002700
      *               VOLTAB), 6 SEMANAS / 3 AMOSTRAS / 20% / 2,0      *00002800
      *               DESVIOS / MINIMO 10. COM MENOS AMOSTRAS QUE O    *00002900
      *               MINIMO A LEITURA SAI 'SEM BASE' E NAO E JULGADA. *00003000
      *               CADA ANOMALIA SAI NO RELVOL, VAI PARA O LOG DE   *00003100
      *               OPERACAO (LOGERROS) VIA GRVLOG E DA RETURN-CODE  *00003200
      *               4. O PROPRIO PASSO ANEXA SEU TIPO '2' NO RUNCTL  *00003300
      *               COM ESSE RETCODE: PASSOS DECLARADOS NO DEPREGRAS *00003400
      *               COM PRE-REQUISITO FR06C160 E RETCODE MAXIMO 00   *00003500
      *               FICAM RETIDOS PELO GUARDIAO FR06CB93.            *00003600
      *               HISTORICO EM JANELA ROLANTE: O HISTVOL (GERACAO  *00003700
      *               ANTERIOR) E COPIADO PARA O HISTNOV (NOVA         *00003800
      *               GERACAO) SEM OS REGISTROS MAIS VELHOS QUE N      *00003900
      *               SEMANAS DO PROGRAMA E SEM OS DA PROPRIA DATA DA  *00004000
      *               RODADA (REPROCESSO), E A RODADA DE HOJE E        *00004100
      *               ANEXADA NO FIM. NO FIM CONCILIA LIDOS = MANTIDOS *00004200
      *               + EXPIRADOS + SUBSTITUIDOS + INVALIDOS.          *00004300
      *               REGISTRO INVALIDO NO HISTORICO E DESCARTADO E    *00004400
      *               INFORMADO (RETURN-CODE 4).                       *00004500
      *                                                                 00004600
      *----------------------------------------------------------------*00004700
      *     INPUT:                                                      00004800
      *     DDNAME           I/O                                        00004900
      *     RUNCTL            I/O (CONTROLE DE RODADA - LRECL 80,       00005000
      *                            EXTEND PARA O PROPRIO TIPO '2')      00005100
      *     VOLTAB            I   (TOLERANCIA POR PROGRAMA - LRECL 80,  00005200
      *                            OPCIONAL)                            00005300
      *     HISTVOL           I   (HISTORICO - LRECL 40, OPCIONAL)      00005400
      *     HISTNOV           O   (NOVA GERACAO DO HISTORICO - LRECL 40)00005500
      *     RELVOL            O   (RELATORIO - LRECL 80)                00005600
      *     LOGERROS          O   (LOG DE OPERACAO, VIA GRVLOG)         00005700
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
             SELECT RUNCTL             ASSIGN TO RUNCTL                 00008000
                FILE STATUS            IS WRK-FS-RUNCTL.                00008100
             SELECT VOLTAB             ASSIGN TO VOLTAB                 00008200
                FILE STATUS            IS WRK-FS-VOLTAB.                00008300
             SELECT HISTVOL            ASSIGN TO HISTVOL                00008400
                FILE STATUS            IS WRK-FS-HISTVOL.               00008500
             SELECT HISTNOV            ASSIGN TO HISTNOV                00008600
                FILE STATUS            IS WRK-FS-HISTNOV.               00008700
             SELECT RELVOL             ASSIGN TO RELVOL                 00008800
                FILE STATUS            IS WRK-FS-RELVOL.                00008900
                                                                        00009000
      *================================================================*00009100
       DATA                                      DIVISION.              00009200
      *================================================================*00009300
                                                                        00009400
      *----------------------------------------------------------------*00009500
       FILE                                      SECTION.               00009600
      *----------------------------------------------------------------*00009700
                                                                        00009800
       FD RUNCTL                                                        00009900
           RECORDING MODE IS F                                          00010000
           BLOCK CONTAINS 0 RECORDS.                                    00010100
       01 FD-RUNCTL                    PIC X(80).                       00010200
                                                                        00010300
       FD VOLTAB                                                        00010400
           RECORDING MODE IS F                                          00010500
           BLOCK CONTAINS 0 RECORDS.                                    00010600
       01 FD-VOLTAB                    PIC X(80).                       00010700
                                                                        00010800
       FD HISTVOL                                                       00010900
           RECORDING MODE IS F                                          00011000
           BLOCK CONTAINS 0 RECORDS.                                    00011100
       01 FD-HISTVOL                   PIC X(40).                       00011200
                                                                        00011300
       FD HISTNOV                                                       00011400
           RECORDING MODE IS F                                          00011500
           BLOCK CONTAINS 0 RECORDS.                                    00011600
       01 FD-HISTNOV                   PIC X(40).                       00011700
                                                                        00011800
       FD RELVOL                                                        00011900
           RECORDING MODE IS F                                          00012000
           BLOCK CONTAINS 0 RECORDS.                                    00012100
       01 FD-RELVOL                    PIC X(80).                       00012200
                                                                        00012300
      *----------------------------------------------------------------*00012400
       WORKING-STORAGE                           SECTION.               00012500
      *----------------------------------------------------------------*00012600
                                                                        00012700
      *----------------------------------------------------------------*00012800
       01 FILLER                       PIC X(50)               VALUE    00012900
            '**** AREA DO CONTROLE DE RODADA ****'.                     00013000
      *----------------------------------------------------------------*00013100
                                                                        00013200
        COPY 'B#RUNCTL'.                                                00013300
                                                                        00013400
       01 WRK-HORA-PASSO.                                               00013500
          05 WRK-HORA-PASSO-INI        PIC 9(06) VALUE ZEROS.           00013600
          05 WRK-HORA-PASSO-FIM        PIC 9(06) VALUE ZEROS.           00013700
       01 WRK-HORA-ACCEPT.                                              00013800
          05 WRK-HORA-ACC-HHMMSS       PIC 9(06).                       00013900
          05 WRK-HORA-ACC-CC           PIC 9(02).                       00014000
                                                                        00014100
      *----------------------------------------------------------------*00014200
       01 FILLER                       PIC X(50)               VALUE    00014300
            '**** AREA DA TABELA DE TOLERANCIA ****'.                   00014400
      *----------------------------------------------------------------*00014500
                                                                        00014600
        COPY 'B#VOLTAB'.                                                00014700
                                                                        00014800
       01 WRK-TAB-TOL.                                                  00014900
          05 WRK-TAB-TOL-ITEM          OCCURS 50 TIMES.                 00015000
             10 WRK-TOL-PROGRAMA       PIC X(08).                       00015100
             10 WRK-TOL-SEMANAS        PIC 9(02).                       00015200
             10 WRK-TOL-AMOSTRAS       PIC 9(02).                       00015300
             10 WRK-TOL-PERCENT        PIC 9(03).                       00015400
             10 WRK-TOL-DESVIOS        PIC 9(01)V9.                     00015500
             10 WRK-TOL-MINIMO         PIC 9(07).                       00015600
                                                                        00015700
       77 WRK-QT-TOL                   PIC 9(02) VALUE ZEROS.           00015800
       77 WRK-IDX-TOL                  PIC 9(02) VALUE ZEROS.           00015900
       77 WRK-TOL-ACHADO               PIC 9(02) VALUE ZEROS.           00016000
                                                                        00016100
      *    TOLERANCIA PADRAO (LINHA '*PADRAO' DA VOLTAB SOBREPOE)       00016200
       01 WRK-TOL-PADRAO.                                               00016300
          05 WRK-PAD-SEMANAS           PIC 9(02) VALUE 06.              00016400
          05 WRK-PAD-AMOSTRAS          PIC 9(02) VALUE 03.              00016500
          05 WRK-PAD-PERCENT           PIC 9(03) VALUE 020.             00016600
          05 WRK-PAD-DESVIOS           PIC 9(01)V9 VALUE 2,0.           00016700
          05 WRK-PAD-MINIMO            PIC 9(07) VALUE 10.              00016800
                                                                        00016900
      *    TOLERANCIA EM USO PARA O PROGRAMA PROCURADO                  00017000
       01 WRK-TOL-VIGENTE.                                              00017100
          05 WRK-VIG-SEMANAS           PIC 9(02).                       00017200
          05 WRK-VIG-AMOSTRAS          PIC 9(02).                       00017300
          05 WRK-VIG-PERCENT           PIC 9(03).                       00017400
          05 WRK-VIG-DESVIOS           PIC 9(01)V9.                     00017500
          05 WRK-VIG-MINIMO            PIC 9(07).                       00017600
                                                                        00017700
       77 WRK-CHAVE-PROGRAMA           PIC X(08) VALUE SPACES.          00017800
                                                                        00017900
      *----------------------------------------------------------------*00018000
       01 FILLER                       PIC X(50)               VALUE    00018100
            '**** AREA DOS PROGRAMAS DA RODADA ****'.                   00018200
      *----------------------------------------------------------------*00018300
                                                                        00018400
      *    CONTADOR 1 = LIDOS, 2 = GRAVADOS, 3 = EXCECAO                00018500
       01 WRK-TAB-RODADA.                                               00018600
          05 WRK-TAB-ROD-ITEM          OCCURS 50 TIMES.                 00018700
             10 WRK-ROD-PROGRAMA       PIC X(08).                       00018800
             10 WRK-ROD-TOLERANCIA.                                     00018900
                15 WRK-ROD-SEMANAS     PIC 9(02).                       00019000
                15 WRK-ROD-AMOSTRAS    PIC 9(02).                       00019100
                15 WRK-ROD-PERCENT     PIC 9(03).                       00019200
                15 WRK-ROD-DESVIOS     PIC 9(01)V9.                     00019300
                15 WRK-ROD-MINIMO      PIC 9(07).                       00019400
             10 WRK-ROD-QT-AMOSTRAS    PIC 9(02).                       00019500
             10 WRK-ROD-CONTADOR       OCCURS 3 TIMES.                  00019600
                15 WRK-ROD-HOJE        PIC 9(08).                       00019700
                15 WRK-ROD-SOMA        PIC 9(10).                       00019800
                15 WRK-ROD-SOMA-QUAD   PIC 9(16).                       00019900
                                                                        00020000
       77 WRK-QT-RODADA                PIC 9(02) VALUE ZEROS.           00020100
       77 WRK-IDX-ROD                  PIC 9(02) VALUE ZEROS.           00020200
       77 WRK-ROD-ACHADO               PIC 9(02) VALUE ZEROS.           00020300
       77 WRK-IDX-CTR                  PIC 9(01) VALUE ZEROS.           00020400
                                                                        00020500
       01 WRK-NOMES-CONTADOR.                                           00020600
          05 FILLER                    PIC X(08) VALUE 'LIDOS'.         00020700
          05 FILLER                    PIC X(08) VALUE 'GRAVADOS'.      00020800
          05 FILLER                    PIC X(08) VALUE 'EXCECAO'.       00020900
       01 WRK-TAB-NOMES-CONTADOR REDEFINES WRK-NOMES-CONTADOR.          00021000
          05 WRK-NOME-CONTADOR         PIC X(08) OCCURS 3 TIMES.        00021100
                                                                        00021200
      *----------------------------------------------------------------*00021300
       01 FILLER                       PIC X(50)               VALUE    00021400
            '**** AREA DO HISTORICO ****'.                              00021500
      *----------------------------------------------------------------*00021600
                                                                        00021700
        COPY 'B#HISTVL'.                                                00021800
                                                                        00021900
      *----------------------------------------------------------------*00022000
       01 FILLER                       PIC X(50)               VALUE    00022100
            '**** AREA DE DATAS ****'.                                  00022200
      *----------------------------------------------------------------*00022300
                                                                        00022400
       77 WRK-JOB-RODADA               PIC X(08) VALUE SPACES.          00022500
       77 WRK-DATA-RODADA              PIC 9(08) VALUE ZEROS.           00022600
                                                                        00022700
      *    DATA DA RODADA DDMMAAAA DESMEMBRADA                          00022800
       01 WRK-DATA-DDMMAAAA.                                            00022900
          05 WRK-DDM-DIA               PIC 9(02).                       00023000
          05 WRK-DDM-MES               PIC 9(02).                       00023100
          05 WRK-DDM-ANO               PIC 9(04).                       00023200
                                                                        00023300
      *    DATA DA RODADA AAAAMMDD (GRAVADA NO HISTORICO)               00023400
       01 WRK-DATA-HOJE.                                                00023500
          05 WRK-HOJ-ANO               PIC 9(04).                       00023600
          05 WRK-HOJ-MES               PIC 9(02).                       00023700
          05 WRK-HOJ-DIA               PIC 9(02).                       00023800
       01 WRK-DATA-HOJE-N REDEFINES WRK-DATA-HOJE PIC 9(08).            00023900
                                                                        00024000
      *    DATA DO REGISTRO DO HISTORICO AAAAMMDD DESMEMBRADA           00024100
       01 WRK-DATA-HIST.                                                00024200
          05 WRK-HST-ANO               PIC 9(04).                       00024300
          05 WRK-HST-MES               PIC 9(02).                       00024400
          05 WRK-HST-DIA               PIC 9(02).                       00024500
                                                                        00024600
      *    NUMERO SERIAL DO DIA (DIAS CORRIDOS DESDE O ANO ZERO, ANO    00024700
      *    COMECANDO EM MARCO PARA O 29/02 CAIR NO FIM)                 00024800
       01 WRK-AREA-SERIAL.                                              00024900
          05 WRK-SER-ANO               PIC 9(04).                       00025000
          05 WRK-SER-MES               PIC 9(02).                       00025100
          05 WRK-SER-DIA               PIC 9(02).                       00025200
          05 WRK-SER-ANO-AJ            PIC 9(04).                       00025300
          05 WRK-SER-MES-AJ            PIC 9(02).                       00025400
          05 WRK-SER-Q4                PIC 9(04).                       00025500
          05 WRK-SER-Q100              PIC 9(04).                       00025600
          05 WRK-SER-Q400              PIC 9(04).                       00025700
          05 WRK-SER-AUX               PIC 9(04).                       00025800
          05 WRK-SER-QMES              PIC 9(03).                       00025900
          05 WRK-SER-RESULTADO         PIC 9(07).                       00026000
                                                                        00026100
       77 WRK-SERIAL-HOJE              PIC 9(07) VALUE ZEROS.           00026200
       77 WRK-DIFERENCA                PIC S9(07) VALUE ZEROS.          00026300
       77 WRK-DIAS-JANELA              PIC 9(03) VALUE ZEROS.           00026400
       77 WRK-SEMANAS-ATRAS            PIC 9(05) VALUE ZEROS.           00026500
       77 WRK-RESTO-SEMANA             PIC 9(01) VALUE ZEROS.           00026600
                                                                        00026700
      *----------------------------------------------------------------*00026800
       01 FILLER                       PIC X(50)               VALUE    00026900
            '**** AREA DE CALCULO ESTATISTICO ****'.                    00027000
      *----------------------------------------------------------------*00027100
                                                                        00027200
       77 WRK-MEDIA                    PIC 9(09)V99 VALUE ZEROS.        00027300
       77 WRK-VARIANCIA                PIC S9(15)V99 VALUE ZEROS.       00027400
       77 WRK-DESVIO                   PIC 9(09)V99 VALUE ZEROS.        00027500
       77 WRK-FAIXA                    PIC 9(09)V99 VALUE ZEROS.        00027600
       77 WRK-FAIXA-DESVIO             PIC 9(09)V99 VALUE ZEROS.        00027700
       77 WRK-LIMITE-SUP               PIC 9(10)V99 VALUE ZEROS.        00027800
       77 WRK-LIMITE-INF               PIC S9(10)V99 VALUE ZEROS.       00027900
       77 WRK-MARCA                    PIC X(09) VALUE SPACES.          00028000
                                                                        00028100
      *----------------------------------------------------------------*00028200
       01 FILLER                       PIC X(50)               VALUE    00028300
            '**** LINHAS DO RELATORIO ****'.                            00028400
      *----------------------------------------------------------------*00028500
                                                                        00028600
       01 WRK-CABEC1.                                                   00028700
          05 FILLER                    PIC X(80) VALUE                  00028800
           '----------- CONFERENCIA DE VOLUME DA RODADA -----------'.   00028900
                                                                        00029000
       01 WRK-CABEC2.                                                   00029100
          05 FILLER                    PIC X(13) VALUE 'DATA RODADA: '. 00029200
          05 WRK-CB2-DATA              PIC 99/99/9999.                  00029300
          05 FILLER                    PIC X(07) VALUE '  JOB: '.       00029400
          05 WRK-CB2-JOB               PIC X(08).                       00029500
          05 FILLER                    PIC X(42) VALUE SPACES.          00029600
                                                                        00029700
       01 WRK-CABEC3.                                                   00029800
          05 FILLER                    PIC X(40) VALUE                  00029900
           'PROGRAMA  CONTADOR     HOJE    MEDIA  DE'.                  00030000
          05 FILLER                    PIC X(40) VALUE                  00030100
           'SVIO AM   FAIXA  MARCA'.                                    00030200
                                                                        00030300
       01 WRK-LINHA-DET.                                                00030400
          05 WRK-LD-PROGRAMA           PIC X(08).                       00030500
          05 FILLER                    PIC X(02) VALUE SPACES.          00030600
          05 WRK-LD-CONTADOR           PIC X(08).                       00030700
          05 FILLER                    PIC X(01) VALUE SPACES.          00030800
          05 WRK-LD-HOJE               PIC ZZZZZZZ9.                    00030900
          05 FILLER                    PIC X(01) VALUE SPACES.          00031000
          05 WRK-LD-MEDIA              PIC ZZZZZZZ9.                    00031100
          05 FILLER                    PIC X(01) VALUE SPACES.          00031200
          05 WRK-LD-DESVIO             PIC ZZZZZZ9.                     00031300
          05 FILLER                    PIC X(01) VALUE SPACES.          00031400
          05 WRK-LD-AMOSTRAS           PIC Z9.                          00031500
          05 FILLER                    PIC X(01) VALUE SPACES.          00031600
          05 WRK-LD-FAIXA              PIC ZZZZZZ9.                     00031700
          05 FILLER                    PIC X(02) VALUE SPACES.          00031800
          05 WRK-LD-MARCA              PIC X(09).                       00031900
          05 FILLER                    PIC X(14) VALUE SPACES.          00032000
                                                                        00032100
       01 WRK-LINHA-TOTAL.                                              00032200
          05 FILLER                    PIC X(23) VALUE                  00032300
           'PROGRAMAS CONFERIDOS: '.                                    00032400
          05 WRK-LT-PROGRAMAS          PIC ZZ9.                         00032500
          05 FILLER                    PIC X(14) VALUE                  00032600
           '  ANOMALIAS: '.                                             00032700
          05 WRK-LT-ANOMALIAS          PIC ZZ9.                         00032800
          05 FILLER                    PIC X(37) VALUE SPACES.          00032900
                                                                        00033000
      *----------------------------------------------------------------*00033100
       01 FILLER                       PIC X(50)               VALUE    00033200
            '**** AREA DE VARIAVEIS E CONTADORES ****'.                 00033300
      *----------------------------------------------------------------*00033400
                                                                        00033500
       77 WRK-FS-RUNCTL                PIC X(02) VALUE SPACES.          00033600
       77 WRK-FS-VOLTAB                PIC X(02) VALUE SPACES.          00033700
       77 WRK-FS-HISTVOL               PIC X(02) VALUE SPACES.          00033800
       77 WRK-FS-HISTNOV               PIC X(02) VALUE SPACES.          00033900
       77 WRK-FS-RELVOL                PIC X(02) VALUE SPACES.          00034000
       77 WRK-ACU-HIST-LIDOS           PIC 9(07) VALUE ZEROS.           00034100
       77 WRK-ACU-MANTIDOS             PIC 9(07) VALUE ZEROS.           00034200
       77 WRK-ACU-EXPIRADOS            PIC 9(07) VALUE ZEROS.           00034300
       77 WRK-ACU-SUBSTITUIDOS         PIC 9(07) VALUE ZEROS.           00034400
       77 WRK-ACU-INVALIDOS            PIC 9(07) VALUE ZEROS.           00034500
       77 WRK-ACU-GRAVADOS             PIC 9(07) VALUE ZEROS.           00034600
       77 WRK-ACU-AMOSTRAS             PIC 9(07) VALUE ZEROS.           00034700
       77 WRK-ACU-ANOMALIAS            PIC 9(03) VALUE ZEROS.           00034800
       77 WRK-ACU-SEM-BASE             PIC 9(03) VALUE ZEROS.           00034900
       77 WRK-CONFERE                  PIC 9(07) VALUE ZEROS.           00035000
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00035100
                                                                        00035200
      *----------------------------------------------------------------*00035300
      * RETURN-CODE DO PASSO: O GRVLOG TEM RETURN-CODE PROPRIO QUE     *00035400
      * SOBREPOE O DESTE PROGRAMA A CADA CHAMADA, ENTAO O CODIGO FICA  *00035500
      * GUARDADO AQUI E SO VAI PARA O RETURN-CODE NO FIM.              *00035600
      *----------------------------------------------------------------*00035700
                                                                        00035800
       77 WRK-RC-PASSO                 PIC 9(02) VALUE ZEROS.           00035900
                                                                        00036000
      *----------------------------------------------------------------*00036100
       01 FILLER                       PIC X(50)               VALUE    00036200
            '**** AREA DO MODULO GRVLOG ****'.                          00036300
      *----------------------------------------------------------------*00036400
                                                                        00036500
        COPY '#GRVLOG4'.                                                00036600
                                                                        00036700
       77 WRK-GRV                      PIC X(06) VALUE 'GRVLOG'.        00036800
                                                                        00036900
      *----------------------------------------------------------------*00037000
       01 FILLER                       PIC X(50)               VALUE    00037100
            '**** AREA DO MODULO TRTERRO ****'.                         00037200
      *----------------------------------------------------------------*00037300
                                                                        00037400
        COPY '#TRTERRO'.                                                00037500
                                                                        00037600
      *================================================================*00037700
       PROCEDURE DIVISION.                                              00037800
      *================================================================*00037900
      *----------------------------------------------------------------*00038000
       0000-PRINCIPAL                     SECTION.                      00038100
      *----------------------------------------------------------------*00038200
                                                                        00038300
           ACCEPT WRK-HORA-ACCEPT FROM TIME.                            00038400
           MOVE WRK-HORA-ACC-HHMMSS TO WRK-HORA-PASSO-INI.              00038500
                                                                        00038600
           PERFORM 1000-INICIAR.                                        00038700
                                                                        00038800
           PERFORM 1500-CARREGAR-TOLERANCIA                             00038900
               UNTIL WRK-FS-VOLTAB EQUAL '10'.                          00039000
                                                                        00039100
           PERFORM 1600-LER-RUNCTL                                      00039200
               UNTIL WRK-FS-RUNCTL EQUAL '10'.                          00039300
                                                                        00039400
           PERFORM 1800-PREPARAR-RODADA.                                00039500
                                                                        00039600
           PERFORM 2000-LER-HISTORICO                                   00039700
               UNTIL WRK-FS-HISTVOL EQUAL '10'.                         00039800
                                                                        00039900
           PERFORM 3000-CONFERIR-PROGRAMA                               00040000
               VARYING WRK-IDX-ROD FROM 1 BY 1                          00040100
               UNTIL WRK-IDX-ROD GREATER WRK-QT-RODADA.                 00040200
                                                                        00040300
           PERFORM 3500-GRAVAR-HOJE                                     00040400
               VARYING WRK-IDX-ROD FROM 1 BY 1                          00040500
               UNTIL WRK-IDX-ROD GREATER WRK-QT-RODADA.                 00040600
                                                                        00040700
           PERFORM 4000-FINALIZAR.                                      00040800
                                                                        00040900
      *----------------------------------------------------------------*00041000
       0000-99-FIM.            EXIT.                                    00041100
      *----------------------------------------------------------------*00041200
                                                                        00041300
      *----------------------------------------------------------------*00041400
       1000-INICIAR                       SECTION.                      00041500
      *----------------------------------------------------------------*00041600
                                                                        00041700
            OPEN INPUT  RUNCTL                                          00041800
                        VOLTAB                                          00041900
                        HISTVOL                                         00042000
                 OUTPUT HISTNOV                                         00042100
                        RELVOL.                                         00042200
                                                                        00042300
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00042400
                MOVE ' RUNCTL AUSENTE - RODAR FR06CB01 ' TO WRK-MSG     00042500
                PERFORM 9000-TRATAR-ERROS                               00042600
            END-IF.                                                     00042700
            IF WRK-FS-VOLTAB EQUAL '35'                                 00042800
                DISPLAY 'VOLTAB AUSENTE - TOLERANCIA PADRAO'            00042900
                MOVE '10' TO WRK-FS-VOLTAB                              00043000
            ELSE                                                        00043100
                IF WRK-FS-VOLTAB NOT EQUAL ZEROS                        00043200
                    MOVE ' ERRO ABERTURA VOLTAB ' TO WRK-MSG            00043300
                    PERFORM 9000-TRATAR-ERROS                           00043400
                END-IF                                                  00043500
            END-IF.                                                     00043600
            IF WRK-FS-HISTVOL EQUAL '35'                                00043700
                DISPLAY 'HISTVOL AUSENTE - HISTORICO COMECA HOJE'       00043800
                MOVE '10' TO WRK-FS-HISTVOL                             00043900
            ELSE                                                        00044000
                IF WRK-FS-HISTVOL NOT EQUAL ZEROS                       00044100
                    MOVE ' ERRO ABERTURA HISTVOL ' TO WRK-MSG           00044200
                    PERFORM 9000-TRATAR-ERROS                           00044300
                END-IF                                                  00044400
            END-IF.                                                     00044500
            IF WRK-FS-HISTNOV NOT EQUAL ZEROS                           00044600
                MOVE ' ERRO ABERTURA HISTNOV ' TO WRK-MSG               00044700
                PERFORM 9000-TRATAR-ERROS                               00044800
            END-IF.                                                     00044900
            IF WRK-FS-RELVOL NOT EQUAL ZEROS                            00045000
                MOVE ' ERRO ABERTURA RELVOL ' TO WRK-MSG                00045100
                PERFORM 9000-TRATAR-ERROS                               00045200
            END-IF.                                                     00045300
                                                                        00045400
      *----------------------------------------------------------------*00045500
       1000-99-FIM.            EXIT.                                    00045600
      *----------------------------------------------------------------*00045700
      *----------------------------------------------------------------*00045800
       1500-CARREGAR-TOLERANCIA           SECTION.                      00045900
      *----------------------------------------------------------------*00046000
                                                                        00046100
            READ VOLTAB INTO WRK-REG-VOLTAB.                            00046200
            IF WRK-FS-VOLTAB NOT EQUAL ZEROS                            00046300
                MOVE '10' TO WRK-FS-VOLTAB                              00046400
                GO TO 1500-99-FIM                                       00046500
            END-IF.                                                     00046600
                                                                        00046700
            IF WRK-VTL-PROGRAMA EQUAL SPACES                            00046800
               OR WRK-VTL-SEMANAS NOT NUMERIC                           00046900
               OR WRK-VTL-AMOSTRAS NOT NUMERIC                          00047000
               OR WRK-VTL-PERCENT NOT NUMERIC                           00047100
               OR WRK-VTL-DESVIOS NOT NUMERIC                           00047200
               OR WRK-VTL-MINIMO NOT NUMERIC                            00047300
               OR WRK-VTL-SEMANAS EQUAL ZEROS                           00047400
               OR WRK-VTL-AMOSTRAS EQUAL ZEROS                          00047500
                MOVE SPACES TO WRK-MSG                                  00047600
                STRING ' LINHA INVALIDA NA VOLTAB '                     00047700
                       WRK-VTL-PROGRAMA                                 00047800
                       DELIMITED BY SIZE INTO WRK-MSG                   00047900
                PERFORM 9000-TRATAR-ERROS                               00048000
            END-IF.                                                     00048100
                                                                        00048200
            IF WRK-VTL-PROGRAMA EQUAL '*PADRAO'                         00048300
                MOVE WRK-VTL-SEMANAS  TO WRK-PAD-SEMANAS                00048400
                MOVE WRK-VTL-AMOSTRAS TO WRK-PAD-AMOSTRAS               00048500
                MOVE WRK-VTL-PERCENT  TO WRK-PAD-PERCENT                00048600
                MOVE WRK-VTL-DESVIOS  TO WRK-PAD-DESVIOS                00048700
                MOVE WRK-VTL-MINIMO   TO WRK-PAD-MINIMO                 00048800
                GO TO 1500-99-FIM                                       00048900
            END-IF.                                                     00049000
                                                                        00049100
            IF WRK-QT-TOL NOT LESS 50                                   00049200
                MOVE ' TABELA DE TOLERANCIA CHEIA ' TO WRK-MSG          00049300
                PERFORM 9000-TRATAR-ERROS                               00049400
            END-IF.                                                     00049500
                                                                        00049600
            ADD 1 TO WRK-QT-TOL.                                        00049700
            MOVE WRK-VTL-PROGRAMA TO WRK-TOL-PROGRAMA(WRK-QT-TOL).      00049800
            MOVE WRK-VTL-SEMANAS  TO WRK-TOL-SEMANAS(WRK-QT-TOL).       00049900
            MOVE WRK-VTL-AMOSTRAS TO WRK-TOL-AMOSTRAS(WRK-QT-TOL).      00050000
            MOVE WRK-VTL-PERCENT  TO WRK-TOL-PERCENT(WRK-QT-TOL).       00050100
            MOVE WRK-VTL-DESVIOS  TO WRK-TOL-DESVIOS(WRK-QT-TOL).       00050200
            MOVE WRK-VTL-MINIMO   TO WRK-TOL-MINIMO(WRK-QT-TOL).        00050300
                                                                        00050400
      *----------------------------------------------------------------*00050500
       1500-99-FIM.            EXIT.                                    00050600
      *----------------------------------------------------------------*00050700
      *----------------------------------------------------------------*00050800
       1600-LER-RUNCTL                    SECTION.                      00050900
      *----------------------------------------------------------------*00051000
                                                                        00051100
            READ RUNCTL INTO WRK-RUNCTL.                                00051200
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00051300
                MOVE '10' TO WRK-FS-RUNCTL                              00051400
                GO TO 1600-99-FIM                                       00051500
            END-IF.                                                     00051600
                                                                        00051700
            EVALUATE WRK-RUNCTL-TIPO                                    00051800
             WHEN '1'                                                   00051900
               MOVE WRK-RUNCTL-JOB  TO WRK-JOB-RODADA                   00052000
               MOVE WRK-RUNCTL-DATA TO WRK-DATA-RODADA                  00052100
             WHEN '2'                                                   00052200
               IF WRK-RUNCTL-PROGRAMA NOT EQUAL 'FR06C160'              00052300
                   PERFORM 1610-ACUMULAR-PROGRAMA                       00052400
               END-IF                                                   00052500
             WHEN OTHER                                                 00052600
               CONTINUE                                                 00052700
            END-EVALUATE.                                               00052800
                                                                        00052900
      *----------------------------------------------------------------*00053000
       1600-99-FIM.            EXIT.                                    00053100
      *----------------------------------------------------------------*00053200
      *----------------------------------------------------------------*00053300
       1610-ACUMULAR-PROGRAMA             SECTION.                      00053400
      *----------------------------------------------------------------*00053500
      *    O MESMO PROGRAMA PODE ANEXAR MAIS DE UM TIPO '2' NA RODADA;  00053600
      *    OS CONTADORES SAO SOMADOS (ARQUIVO PROCESSADO DUAS VEZES     00053700
      *    TAMBEM E VOLUME A MAIS).                                     00053800
      *----------------------------------------------------------------*00053900
                                                                        00054000
            IF WRK-RUNCTL-LIDOS NOT NUMERIC                             00054100
               OR WRK-RUNCTL-GRAVADOS NOT NUMERIC                       00054200
               OR WRK-RUNCTL-EXCECAO NOT NUMERIC                        00054300
                DISPLAY WRK-RUNCTL-PROGRAMA                             00054400
                        ' COM CONTADORES INVALIDOS NO RUNCTL - IGNORADO'00054500
                GO TO 1610-99-FIM                                       00054600
            END-IF.                                                     00054700
                                                                        00054800
            MOVE WRK-RUNCTL-PROGRAMA TO WRK-CHAVE-PROGRAMA.             00054900
            PERFORM 1620-PROCURAR-RODADA.                               00055000
                                                                        00055100
            IF WRK-ROD-ACHADO EQUAL ZEROS                               00055200
                IF WRK-QT-RODADA NOT LESS 50                            00055300
                    MOVE ' TABELA DE PROGRAMAS DA RODADA CHEIA '        00055400
                         TO WRK-MSG                                     00055500
                    PERFORM 9000-TRATAR-ERROS                           00055600
                END-IF                                                  00055700
                ADD 1 TO WRK-QT-RODADA                                  00055800
                MOVE WRK-QT-RODADA TO WRK-ROD-ACHADO                    00055900
                INITIALIZE WRK-TAB-ROD-ITEM(WRK-ROD-ACHADO)             00056000
                MOVE WRK-RUNCTL-PROGRAMA                                00056100
                     TO WRK-ROD-PROGRAMA(WRK-ROD-ACHADO)                00056200
                PERFORM 1700-BUSCAR-TOLERANCIA                          00056300
                MOVE WRK-TOL-VIGENTE                                    00056400
                     TO WRK-ROD-TOLERANCIA(WRK-ROD-ACHADO)              00056500
            END-IF.                                                     00056600
                                                                        00056700
            ADD WRK-RUNCTL-LIDOS    TO WRK-ROD-HOJE(WRK-ROD-ACHADO, 1). 00056800
            ADD WRK-RUNCTL-GRAVADOS TO WRK-ROD-HOJE(WRK-ROD-ACHADO, 2). 00056900
            ADD WRK-RUNCTL-EXCECAO  TO WRK-ROD-HOJE(WRK-ROD-ACHADO, 3). 00057000
                                                                        00057100
      *----------------------------------------------------------------*00057200
       1610-99-FIM.            EXIT.                                    00057300
      *----------------------------------------------------------------*00057400
      *----------------------------------------------------------------*00057500
       1620-PROCURAR-RODADA               SECTION.                      00057600
      *----------------------------------------------------------------*00057700
                                                                        00057800
            MOVE ZEROS TO WRK-ROD-ACHADO.                               00057900
            PERFORM 1630-COMPARAR-RODADA                                00058000
                VARYING WRK-IDX-ROD FROM 1 BY 1                         00058100
                UNTIL WRK-IDX-ROD GREATER WRK-QT-RODADA                 00058200
                   OR WRK-ROD-ACHADO GREATER ZEROS.                     00058300
                                                                        00058400
      *----------------------------------------------------------------*00058500
       1620-99-FIM.            EXIT.                                    00058600
      *----------------------------------------------------------------*00058700
      *----------------------------------------------------------------*00058800
       1630-COMPARAR-RODADA               SECTION.                      00058900
      *----------------------------------------------------------------*00059000
                                                                        00059100
            IF WRK-ROD-PROGRAMA(WRK-IDX-ROD) EQUAL WRK-CHAVE-PROGRAMA   00059200
                MOVE WRK-IDX-ROD TO WRK-ROD-ACHADO                      00059300
            END-IF.                                                     00059400
                                                                        00059500
      *----------------------------------------------------------------*00059600
       1630-99-FIM.            EXIT.                                    00059700
      *----------------------------------------------------------------*00059800
      *----------------------------------------------------------------*00059900
       1700-BUSCAR-TOLERANCIA             SECTION.                      00060000
      *----------------------------------------------------------------*00060100
      *    DEVOLVE EM WRK-TOL-VIGENTE A TOLERANCIA DO PROGRAMA DE       00060200
      *    WRK-CHAVE-PROGRAMA (LINHA PROPRIA OU PADRAO).                00060300
      *----------------------------------------------------------------*00060400
                                                                        00060500
            MOVE ZEROS TO WRK-TOL-ACHADO.                               00060600
            PERFORM 1710-COMPARAR-TOLERANCIA                            00060700
                VARYING WRK-IDX-TOL FROM 1 BY 1                         00060800
                UNTIL WRK-IDX-TOL GREATER WRK-QT-TOL                    00060900
                   OR WRK-TOL-ACHADO GREATER ZEROS.                     00061000
                                                                        00061100
            IF WRK-TOL-ACHADO EQUAL ZEROS                               00061200
                MOVE WRK-PAD-SEMANAS  TO WRK-VIG-SEMANAS                00061300
                MOVE WRK-PAD-AMOSTRAS TO WRK-VIG-AMOSTRAS               00061400
                MOVE WRK-PAD-PERCENT  TO WRK-VIG-PERCENT                00061500
                MOVE WRK-PAD-DESVIOS  TO WRK-VIG-DESVIOS                00061600
                MOVE WRK-PAD-MINIMO   TO WRK-VIG-MINIMO                 00061700
            ELSE                                                        00061800
                MOVE WRK-TOL-SEMANAS(WRK-TOL-ACHADO)                    00061900
                     TO WRK-VIG-SEMANAS                                 00062000
                MOVE WRK-TOL-AMOSTRAS(WRK-TOL-ACHADO)                   00062100
                     TO WRK-VIG-AMOSTRAS                                00062200
                MOVE WRK-TOL-PERCENT(WRK-TOL-ACHADO)                    00062300
                     TO WRK-VIG-PERCENT                                 00062400
                MOVE WRK-TOL-DESVIOS(WRK-TOL-ACHADO)                    00062500
                     TO WRK-VIG-DESVIOS                                 00062600
                MOVE WRK-TOL-MINIMO(WRK-TOL-ACHADO)                     00062700
                     TO WRK-VIG-MINIMO                                  00062800
            END-IF.                                                     00062900
                                                                        00063000
      *----------------------------------------------------------------*00063100
       1700-99-FIM.            EXIT.                                    00063200
      *----------------------------------------------------------------*00063300
      *----------------------------------------------------------------*00063400
       1710-COMPARAR-TOLERANCIA           SECTION.                      00063500
      *----------------------------------------------------------------*00063600
                                                                        00063700
            IF WRK-TOL-PROGRAMA(WRK-IDX-TOL) EQUAL WRK-CHAVE-PROGRAMA   00063800
                MOVE WRK-IDX-TOL TO WRK-TOL-ACHADO                      00063900
            END-IF.                                                     00064000
                                                                        00064100
      *----------------------------------------------------------------*00064200
       1710-99-FIM.            EXIT.                                    00064300
      *----------------------------------------------------------------*00064400
      *----------------------------------------------------------------*00064500
       1800-PREPARAR-RODADA               SECTION.                      00064600
      *----------------------------------------------------------------*00064700
                                                                        00064800
            CLOSE RUNCTL.                                               00064900
                                                                        00065000
            IF WRK-DATA-RODADA EQUAL ZEROS                              00065100
                MOVE ' RUNCTL SEM REGISTRO DE ABERTURA ' TO WRK-MSG     00065200
                PERFORM 9000-TRATAR-ERROS                               00065300
            END-IF.                                                     00065400
                                                                        00065500
            MOVE WRK-DATA-RODADA TO WRK-DATA-DDMMAAAA.                  00065600
            MOVE WRK-DDM-ANO     TO WRK-HOJ-ANO.                        00065700
            MOVE WRK-DDM-MES     TO WRK-HOJ-MES.                        00065800
            MOVE WRK-DDM-DIA     TO WRK-HOJ-DIA.                        00065900
                                                                        00066000
            MOVE WRK-DDM-ANO     TO WRK-SER-ANO.                        00066100
            MOVE WRK-DDM-MES     TO WRK-SER-MES.                        00066200
            MOVE WRK-DDM-DIA     TO WRK-SER-DIA.                        00066300
            PERFORM 1900-CALCULAR-SERIAL.                               00066400
            MOVE WRK-SER-RESULTADO TO WRK-SERIAL-HOJE.                  00066500
                                                                        00066600
            MOVE WRK-DATA-RODADA TO WRK-CB2-DATA.                       00066700
            MOVE WRK-JOB-RODADA  TO WRK-CB2-JOB.                        00066800
            WRITE FD-RELVOL FROM WRK-CABEC1.                            00066900
            WRITE FD-RELVOL FROM WRK-CABEC2.                            00067000
            WRITE FD-RELVOL FROM WRK-CABEC3.                            00067100
                                                                        00067200
      *----------------------------------------------------------------*00067300
       1800-99-FIM.            EXIT.                                    00067400
      *----------------------------------------------------------------*00067500
      *----------------------------------------------------------------*00067600
       1900-CALCULAR-SERIAL               SECTION.                      00067700
      *----------------------------------------------------------------*00067800
      *    WRK-SER-ANO/MES/DIA -> WRK-SER-RESULTADO. A DIFERENCA ENTRE  00067900
      *    DOIS SERIAIS E O NUMERO DE DIAS CORRIDOS ENTRE AS DATAS.     00068000
      *----------------------------------------------------------------*00068100
                                                                        00068200
            IF WRK-SER-MES LESS 3                                       00068300
                COMPUTE WRK-SER-ANO-AJ = WRK-SER-ANO - 1                00068400
                COMPUTE WRK-SER-MES-AJ = WRK-SER-MES + 9                00068500
            ELSE                                                        00068600
                MOVE WRK-SER-ANO TO WRK-SER-ANO-AJ                      00068700
                COMPUTE WRK-SER-MES-AJ = WRK-SER-MES - 3                00068800
            END-IF.                                                     00068900
                                                                        00069000
            DIVIDE WRK-SER-ANO-AJ BY 4   GIVING WRK-SER-Q4.             00069100
            DIVIDE WRK-SER-ANO-AJ BY 100 GIVING WRK-SER-Q100.           00069200
            DIVIDE WRK-SER-ANO-AJ BY 400 GIVING WRK-SER-Q400.           00069300
            COMPUTE WRK-SER-AUX = (153 * WRK-SER-MES-AJ) + 2.           00069400
            DIVIDE WRK-SER-AUX BY 5 GIVING WRK-SER-QMES.                00069500
                                                                        00069600
            COMPUTE WRK-SER-RESULTADO = (WRK-SER-ANO-AJ * 365)          00069700
                    + WRK-SER-Q4 - WRK-SER-Q100 + WRK-SER-Q400          00069800
                    + WRK-SER-QMES + WRK-SER-DIA.                       00069900
                                                                        00070000
      *----------------------------------------------------------------*00070100
       1900-99-FIM.            EXIT.                                    00070200
      *----------------------------------------------------------------*00070300
      *----------------------------------------------------------------*00070400
       2000-LER-HISTORICO                 SECTION.                      00070500
      *----------------------------------------------------------------*00070600
      *    COPIA A GERACAO ANTERIOR PARA A NOVA, DESCARTANDO OS         00070700
      *    EXPIRADOS E OS DA DATA DA RODADA DOS PROGRAMAS QUE VOLTARAM  00070800
      *    A RODAR; O MESMO DIA DA SEMANA DENTRO DA JANELA VIRA AMOSTRA.00070900
      *----------------------------------------------------------------*00071000
                                                                        00071100
            READ HISTVOL INTO WRK-REG-HISTVOL.                          00071200
            IF WRK-FS-HISTVOL NOT EQUAL ZEROS                           00071300
                MOVE '10' TO WRK-FS-HISTVOL                             00071400
                GO TO 2000-99-FIM                                       00071500
            END-IF.                                                     00071600
                                                                        00071700
            ADD 1 TO WRK-ACU-HIST-LIDOS.                                00071800
                                                                        00071900
            MOVE WRK-HVL-DATA TO WRK-DATA-HIST.                         00072000
            IF WRK-HVL-DATA NOT NUMERIC                                 00072100
               OR WRK-HVL-LIDOS NOT NUMERIC                             00072200
               OR WRK-HVL-GRAVADOS NOT NUMERIC                          00072300
               OR WRK-HVL-EXCECAO NOT NUMERIC                           00072400
               OR WRK-HVL-PROGRAMA EQUAL SPACES                         00072500
               OR WRK-HST-MES LESS 1 OR WRK-HST-MES GREATER 12          00072600
               OR WRK-HST-DIA LESS 1 OR WRK-HST-DIA GREATER 31          00072700
                ADD 1 TO WRK-ACU-INVALIDOS                              00072800
                MOVE 4 TO WRK-RC-PASSO                                  00072900
                DISPLAY 'HISTVOL REGISTRO ' WRK-ACU-HIST-LIDOS          00073000
                        ' INVALIDO - DESCARTADO'                        00073100
                GO TO 2000-99-FIM                                       00073200
            END-IF.                                                     00073300
                                                                        00073400
            MOVE WRK-HST-ANO TO WRK-SER-ANO.                            00073500
            MOVE WRK-HST-MES TO WRK-SER-MES.                            00073600
            MOVE WRK-HST-DIA TO WRK-SER-DIA.                            00073700
            PERFORM 1900-CALCULAR-SERIAL.                               00073800
            COMPUTE WRK-DIFERENCA = WRK-SERIAL-HOJE - WRK-SER-RESULTADO.00073900
                                                                        00074000
            MOVE WRK-HVL-PROGRAMA TO WRK-CHAVE-PROGRAMA.                00074100
            PERFORM 1620-PROCURAR-RODADA.                               00074200
            IF WRK-ROD-ACHADO GREATER ZEROS                             00074300
                MOVE WRK-ROD-SEMANAS(WRK-ROD-ACHADO) TO WRK-VIG-SEMANAS 00074400
            ELSE                                                        00074500
                PERFORM 1700-BUSCAR-TOLERANCIA                          00074600
            END-IF.                                                     00074700
            COMPUTE WRK-DIAS-JANELA = WRK-VIG-SEMANAS * 7.              00074800
                                                                        00074900
            IF WRK-DIFERENCA EQUAL ZEROS                                00075000
               AND WRK-ROD-ACHADO GREATER ZEROS                         00075100
                ADD 1 TO WRK-ACU-SUBSTITUIDOS                           00075200
                GO TO 2000-99-FIM                                       00075300
            END-IF.                                                     00075400
                                                                        00075500
            IF WRK-DIFERENCA GREATER WRK-DIAS-JANELA                    00075600
                ADD 1 TO WRK-ACU-EXPIRADOS                              00075700
                GO TO 2000-99-FIM                                       00075800
            END-IF.                                                     00075900
                                                                        00076000
            WRITE FD-HISTNOV FROM WRK-REG-HISTVOL.                      00076100
            IF WRK-FS-HISTNOV NOT EQUAL ZEROS                           00076200
                MOVE ' ERRO GRAVACAO HISTNOV ' TO WRK-MSG               00076300
                PERFORM 9000-TRATAR-ERROS                               00076400
            END-IF.                                                     00076500
            ADD 1 TO WRK-ACU-MANTIDOS.                                  00076600
                                                                        00076700
            IF WRK-ROD-ACHADO EQUAL ZEROS                               00076800
               OR WRK-DIFERENCA NOT GREATER ZEROS                       00076900
                GO TO 2000-99-FIM                                       00077000
            END-IF.                                                     00077100
                                                                        00077200
            DIVIDE WRK-DIFERENCA BY 7 GIVING WRK-SEMANAS-ATRAS          00077300
                REMAINDER WRK-RESTO-SEMANA.                             00077400
            IF WRK-RESTO-SEMANA EQUAL ZEROS                             00077500
                PERFORM 2100-GUARDAR-AMOSTRA                            00077600
            END-IF.                                                     00077700
                                                                        00077800
      *----------------------------------------------------------------*00077900
       2000-99-FIM.            EXIT.                                    00078000
      *----------------------------------------------------------------*00078100
      *----------------------------------------------------------------*00078200
       2100-GUARDAR-AMOSTRA               SECTION.                      00078300
      *----------------------------------------------------------------*00078400
                                                                        00078500
            ADD 1 TO WRK-ACU-AMOSTRAS.                                  00078600
            ADD 1 TO WRK-ROD-QT-AMOSTRAS(WRK-ROD-ACHADO).               00078700
            PERFORM 2110-SOMAR-CONTADOR                                 00078800
                VARYING WRK-IDX-CTR FROM 1 BY 1                         00078900
                UNTIL WRK-IDX-CTR GREATER 3.                            00079000
                                                                        00079100
      *----------------------------------------------------------------*00079200
       2100-99-FIM.            EXIT.                                    00079300
      *----------------------------------------------------------------*00079400
      *----------------------------------------------------------------*00079500
       2110-SOMAR-CONTADOR                SECTION.                      00079600
      *----------------------------------------------------------------*00079700
                                                                        00079800
            ADD WRK-HVL-CONTADOR(WRK-IDX-CTR)                           00079900
                TO WRK-ROD-SOMA(WRK-ROD-ACHADO, WRK-IDX-CTR).           00080000
            COMPUTE WRK-ROD-SOMA-QUAD(WRK-ROD-ACHADO, WRK-IDX-CTR) =    00080100
                    WRK-ROD-SOMA-QUAD(WRK-ROD-ACHADO, WRK-IDX-CTR)      00080200
                  + (WRK-HVL-CONTADOR(WRK-IDX-CTR)                      00080300
                   * WRK-HVL-CONTADOR(WRK-IDX-CTR)).                    00080400
                                                                        00080500
      *----------------------------------------------------------------*00080600
       2110-99-FIM.            EXIT.                                    00080700
      *----------------------------------------------------------------*00080800
      *----------------------------------------------------------------*00080900
       3000-CONFERIR-PROGRAMA             SECTION.                      00081000
      *----------------------------------------------------------------*00081100
                                                                        00081200
            MOVE WRK-IDX-ROD TO WRK-ROD-ACHADO.                         00081300
                                                                        00081400
            IF WRK-ROD-QT-AMOSTRAS(WRK-ROD-ACHADO)                      00081500
               LESS WRK-ROD-AMOSTRAS(WRK-ROD-ACHADO)                    00081600
                ADD 1 TO WRK-ACU-SEM-BASE                               00081700
            END-IF.                                                     00081800
                                                                        00081900
            PERFORM 3100-CONFERIR-CONTADOR                              00082000
                VARYING WRK-IDX-CTR FROM 1 BY 1                         00082100
                UNTIL WRK-IDX-CTR GREATER 3.                            00082200
                                                                        00082300
      *----------------------------------------------------------------*00082400
       3000-99-FIM.            EXIT.                                    00082500
      *----------------------------------------------------------------*00082600
      *----------------------------------------------------------------*00082700
       3100-CONFERIR-CONTADOR             SECTION.                      00082800
      *----------------------------------------------------------------*00082900
      *    MEDIA E DESVIO-PADRAO DAS AMOSTRAS; FAIXA = MAIOR ENTRE      00083000
      *    PERCENTUAL DA MEDIA, DESVIOS * DESVIO-PADRAO E O MINIMO.     00083100
      *----------------------------------------------------------------*00083200
                                                                        00083300
            MOVE SPACES TO WRK-MARCA.                                   00083400
            MOVE ZEROS  TO WRK-MEDIA                                    00083500
                           WRK-DESVIO                                   00083600
                           WRK-FAIXA.                                   00083700
                                                                        00083800
            IF WRK-ROD-QT-AMOSTRAS(WRK-ROD-ACHADO)                      00083900
               LESS WRK-ROD-AMOSTRAS(WRK-ROD-ACHADO)                    00084000
                MOVE 'SEM BASE' TO WRK-MARCA                            00084100
                PERFORM 3150-IMPRIMIR-CONTADOR                          00084200
                GO TO 3100-99-FIM                                       00084300
            END-IF.                                                     00084400
                                                                        00084500
            COMPUTE WRK-MEDIA ROUNDED =                                 00084600
                    WRK-ROD-SOMA(WRK-ROD-ACHADO, WRK-IDX-CTR)           00084700
                  / WRK-ROD-QT-AMOSTRAS(WRK-ROD-ACHADO).                00084800
                                                                        00084900
            COMPUTE WRK-VARIANCIA ROUNDED =                             00085000
                  ((WRK-ROD-QT-AMOSTRAS(WRK-ROD-ACHADO)                 00085100
                  * WRK-ROD-SOMA-QUAD(WRK-ROD-ACHADO, WRK-IDX-CTR))     00085200
                  - (WRK-ROD-SOMA(WRK-ROD-ACHADO, WRK-IDX-CTR)          00085300
                  * WRK-ROD-SOMA(WRK-ROD-ACHADO, WRK-IDX-CTR)))         00085400
                  / (WRK-ROD-QT-AMOSTRAS(WRK-ROD-ACHADO)                00085500
                  * WRK-ROD-QT-AMOSTRAS(WRK-ROD-ACHADO)).               00085600
            IF WRK-VARIANCIA GREATER ZEROS                              00085700
                COMPUTE WRK-DESVIO ROUNDED = WRK-VARIANCIA ** 0,5       00085800
            END-IF.                                                     00085900
                                                                        00086000
            COMPUTE WRK-FAIXA ROUNDED =                                 00086100
                    WRK-MEDIA * WRK-ROD-PERCENT(WRK-ROD-ACHADO) / 100.  00086200
            COMPUTE WRK-FAIXA-DESVIO ROUNDED =                          00086300
                    WRK-DESVIO * WRK-ROD-DESVIOS(WRK-ROD-ACHADO).       00086400
            IF WRK-FAIXA-DESVIO GREATER WRK-FAIXA                       00086500
                MOVE WRK-FAIXA-DESVIO TO WRK-FAIXA                      00086600
            END-IF.                                                     00086700
            IF WRK-ROD-MINIMO(WRK-ROD-ACHADO) GREATER WRK-FAIXA         00086800
                MOVE WRK-ROD-MINIMO(WRK-ROD-ACHADO) TO WRK-FAIXA        00086900
            END-IF.                                                     00087000
                                                                        00087100
            COMPUTE WRK-LIMITE-SUP = WRK-MEDIA + WRK-FAIXA.             00087200
            COMPUTE WRK-LIMITE-INF = WRK-MEDIA - WRK-FAIXA.             00087300
                                                                        00087400
            IF WRK-ROD-HOJE(WRK-ROD-ACHADO, WRK-IDX-CTR)                00087500
               GREATER WRK-LIMITE-SUP                                   00087600
                MOVE '*ALTO' TO WRK-MARCA                               00087700
            END-IF.                                                     00087800
            IF WRK-ROD-HOJE(WRK-ROD-ACHADO, WRK-IDX-CTR)                00087900
               LESS WRK-LIMITE-INF                                      00088000
                MOVE '*BAIXO' TO WRK-MARCA                              00088100
            END-IF.                                                     00088200
                                                                        00088300
            IF WRK-MARCA NOT EQUAL SPACES                               00088400
                ADD 1 TO WRK-ACU-ANOMALIAS                              00088500
                MOVE 4 TO WRK-RC-PASSO                                  00088600
                PERFORM 3200-GRAVAR-LOG                                 00088700
            END-IF.                                                     00088800
                                                                        00088900
            PERFORM 3150-IMPRIMIR-CONTADOR.                             00089000
                                                                        00089100
      *----------------------------------------------------------------*00089200
       3100-99-FIM.            EXIT.                                    00089300
      *----------------------------------------------------------------*00089400
      *----------------------------------------------------------------*00089500
       3150-IMPRIMIR-CONTADOR             SECTION.                      00089600
      *----------------------------------------------------------------*00089700
                                                                        00089800
            MOVE WRK-ROD-PROGRAMA(WRK-ROD-ACHADO) TO WRK-LD-PROGRAMA.   00089900
            MOVE WRK-NOME-CONTADOR(WRK-IDX-CTR)   TO WRK-LD-CONTADOR.   00090000
            MOVE WRK-ROD-HOJE(WRK-ROD-ACHADO, WRK-IDX-CTR)              00090100
                 TO WRK-LD-HOJE.                                        00090200
            MOVE WRK-MEDIA                        TO WRK-LD-MEDIA.      00090300
            MOVE WRK-DESVIO                       TO WRK-LD-DESVIO.     00090400
            MOVE WRK-ROD-QT-AMOSTRAS(WRK-ROD-ACHADO)                    00090500
                 TO WRK-LD-AMOSTRAS.                                    00090600
            MOVE WRK-FAIXA                        TO WRK-LD-FAIXA.      00090700
            MOVE WRK-MARCA                        TO WRK-LD-MARCA.      00090800
            WRITE FD-RELVOL FROM WRK-LINHA-DET.                         00090900
                                                                        00091000
      *----------------------------------------------------------------*00091100
       3150-99-FIM.            EXIT.                                    00091200
      *----------------------------------------------------------------*00091300
      *----------------------------------------------------------------*00091400
       3200-GRAVAR-LOG                    SECTION.                      00091500
      *----------------------------------------------------------------*00091600
      *    ANOMALIA VAI PARA O LOG DE OPERACAO: MENSAGEM COM SENTIDO,   00091700
      *    PROGRAMA E CONTADOR; STATUS COM A LEITURA DE HOJE.           00091800
      *----------------------------------------------------------------*00091900
                                                                        00092000
            MOVE SPACES                 TO WRK-LOG.                     00092100
            MOVE '4'                    TO WRK-LOG-TIPO.                00092200
            MOVE 'B'                    TO WRK-LOG-ORIGEM.              00092300
            MOVE 'FR06C160'             TO WRK-PROGRAMA.                00092400
            MOVE '3100'                 TO WRK-SECTION.                 00092500
            STRING 'VOLUME '                                            00092600
                   WRK-MARCA(2:5)                                       00092700
                   ' '                                                  00092800
                   WRK-ROD-PROGRAMA(WRK-ROD-ACHADO)                     00092900
                   ' '                                                  00093000
                   WRK-NOME-CONTADOR(WRK-IDX-CTR)                       00093100
                   DELIMITED BY SIZE INTO WRK-MSG-ERRO.                 00093200
            MOVE WRK-ROD-HOJE(WRK-ROD-ACHADO, WRK-IDX-CTR)              00093300
                 TO WRK-STATUS(1:8).                                    00093400
                                                                        00093500
            CALL WRK-GRV                USING WRK-LOG.                  00093600
                                                                        00093700
      *----------------------------------------------------------------*00093800
       3200-99-FIM.            EXIT.                                    00093900
      *----------------------------------------------------------------*00094000
      *----------------------------------------------------------------*00094100
       3500-GRAVAR-HOJE                   SECTION.                      00094200
      *----------------------------------------------------------------*00094300
                                                                        00094400
            MOVE SPACES                      TO WRK-REG-HISTVOL.        00094500
            MOVE WRK-DATA-HOJE-N             TO WRK-HVL-DATA.           00094600
            MOVE WRK-ROD-PROGRAMA(WRK-IDX-ROD) TO WRK-HVL-PROGRAMA.     00094700
            MOVE WRK-ROD-HOJE(WRK-IDX-ROD, 1) TO WRK-HVL-LIDOS.         00094800
            MOVE WRK-ROD-HOJE(WRK-IDX-ROD, 2) TO WRK-HVL-GRAVADOS.      00094900
            MOVE WRK-ROD-HOJE(WRK-IDX-ROD, 3) TO WRK-HVL-EXCECAO.       00095000
                                                                        00095100
            WRITE FD-HISTNOV FROM WRK-REG-HISTVOL.                      00095200
            IF WRK-FS-HISTNOV NOT EQUAL ZEROS                           00095300
                MOVE ' ERRO GRAVACAO HISTNOV ' TO WRK-MSG               00095400
                PERFORM 9000-TRATAR-ERROS                               00095500
            END-IF.                                                     00095600
            ADD 1 TO WRK-ACU-GRAVADOS.                                  00095700
                                                                        00095800
      *----------------------------------------------------------------*00095900
       3500-99-FIM.            EXIT.                                    00096000
      *----------------------------------------------------------------*00096100
      *----------------------------------------------------------------*00096200
       4000-FINALIZAR                     SECTION.                      00096300
      *----------------------------------------------------------------*00096400
                                                                        00096500
            MOVE WRK-QT-RODADA     TO WRK-LT-PROGRAMAS.                 00096600
            MOVE WRK-ACU-ANOMALIAS TO WRK-LT-ANOMALIAS.                 00096700
            WRITE FD-RELVOL FROM WRK-LINHA-TOTAL.                       00096800
                                                                        00096900
            CLOSE VOLTAB                                                00097000
                  HISTVOL                                               00097100
                  HISTNOV                                               00097200
                  RELVOL.                                               00097300
                                                                        00097400
            DISPLAY '------------------------------------------------'. 00097500
            DISPLAY '  PROGRAMAS CONFERIDOS.: ' WRK-QT-RODADA.          00097600
            DISPLAY '  ANOMALIAS DE VOLUME..: ' WRK-ACU-ANOMALIAS.      00097700
            DISPLAY '  PROGRAMAS SEM BASE...: ' WRK-ACU-SEM-BASE.       00097800
            DISPLAY '  HISTORICO LIDOS......: ' WRK-ACU-HIST-LIDOS.     00097900
            DISPLAY '  HISTORICO MANTIDOS...: ' WRK-ACU-MANTIDOS.       00098000
            DISPLAY '  HISTORICO EXPIRADOS..: ' WRK-ACU-EXPIRADOS.      00098100
            DISPLAY '  HISTORICO SUBSTITUIDO: ' WRK-ACU-SUBSTITUIDOS.   00098200
            DISPLAY '  HISTORICO INVALIDOS..: ' WRK-ACU-INVALIDOS.      00098300
            DISPLAY '  AMOSTRAS USADAS......: ' WRK-ACU-AMOSTRAS.       00098400
            DISPLAY '  RODADA ANEXADA.......: ' WRK-ACU-GRAVADOS.       00098500
            DISPLAY '------------------------------------------------'. 00098600
                                                                        00098700
            COMPUTE WRK-CONFERE = WRK-ACU-MANTIDOS + WRK-ACU-EXPIRADOS  00098800
                    + WRK-ACU-SUBSTITUIDOS + WRK-ACU-INVALIDOS.         00098900
            IF WRK-CONFERE NOT EQUAL WRK-ACU-HIST-LIDOS                 00099000
                MOVE ' HISTORICO NAO CONCILIA ' TO WRK-MSG              00099100
                PERFORM 9000-TRATAR-ERROS                               00099200
            END-IF.                                                     00099300
                                                                        00099400
            MOVE WRK-RC-PASSO TO RETURN-CODE.                           00099500
            PERFORM 4100-GRAVAR-RUNCTL.                                 00099600
                                                                        00099700
            STOP RUN.                                                   00099800
      *----------------------------------------------------------------*00099900
       4000-99-FIM.            EXIT.                                    00100000
      *----------------------------------------------------------------*00100100
      *----------------------------------------------------------------*00100200
       4100-GRAVAR-RUNCTL                 SECTION.                      00100300
      *----------------------------------------------------------------*00100400
                                                                        00100500
            OPEN EXTEND RUNCTL.                                         00100600
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00100700
                MOVE ' ERRO ABERTURA RUNCTL ' TO WRK-MSG                00100800
                PERFORM 9000-TRATAR-ERROS                               00100900
            END-IF.                                                     00101000
                                                                        00101100
            MOVE SPACES             TO WRK-RUNCTL.                      00101200
            MOVE '2'                TO WRK-RUNCTL-TIPO.                 00101300
            MOVE 'FR06C160'         TO WRK-RUNCTL-PROGRAMA.             00101400
            MOVE WRK-QT-RODADA      TO WRK-RUNCTL-LIDOS.                00101500
            MOVE WRK-ACU-GRAVADOS   TO WRK-RUNCTL-GRAVADOS.             00101600
            MOVE WRK-ACU-ANOMALIAS  TO WRK-RUNCTL-EXCECAO.              00101700
            MOVE RETURN-CODE        TO WRK-RUNCTL-RETCODE.              00101800
            ACCEPT WRK-HORA-ACCEPT FROM TIME.                           00101900
            MOVE WRK-HORA-ACC-HHMMSS   TO WRK-HORA-PASSO-FIM.           00102000
            MOVE WRK-HORA-PASSO-INI    TO WRK-RUNCTL-HORA-INI.          00102100
            MOVE WRK-HORA-PASSO-FIM    TO WRK-RUNCTL-HORA-FIM.          00102200
            WRITE FD-RUNCTL FROM WRK-RUNCTL.                            00102300
            CLOSE RUNCTL.                                               00102400
                                                                        00102500
      *----------------------------------------------------------------*00102600
       4100-99-FIM.            EXIT.                                    00102700
      *----------------------------------------------------------------*00102800
                                                                        00102900
      *----------------------------------------------------------------*00103000
       9000-TRATAR-ERROS                  SECTION.                      00103100
      *----------------------------------------------------------------*00103200
                                                                        00103300
             MOVE 'FR06C160'       TO WRK-ERR-PROGRAMA.                 00103400
             MOVE '9000'           TO WRK-ERR-SECTION.                  00103500
             MOVE WRK-MSG          TO WRK-ERR-MSG.                      00103600
             MOVE SPACES           TO WRK-ERR-STATUS.                   00103700
             MOVE WRK-FS-RUNCTL    TO WRK-ERR-STATUS(1:2).              00103800
             MOVE WRK-FS-VOLTAB    TO WRK-ERR-STATUS(3:2).              00103900
             MOVE WRK-FS-HISTVOL   TO WRK-ERR-STATUS(5:2).              00104000
             MOVE WRK-FS-HISTNOV   TO WRK-ERR-STATUS(7:2).              00104100
             MOVE WRK-FS-RELVOL    TO WRK-ERR-STATUS(9:2).              00104200
             MOVE 'F'              TO WRK-ERR-SEVERIDADE.               00104300
                                                                        00104400
             CALL 'TRTERRO'        USING WRK-TRTERRO.                   00104500
                                                                        00104600
      *----------------------------------------------------------------*00104700
       9000-99-FIM.            EXIT.                                    00104800
      *----------------------------------------------------------------*00104900
