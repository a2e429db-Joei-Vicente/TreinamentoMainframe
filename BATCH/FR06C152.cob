      *================================================================*00000100
       IDENTIFICATION                            DIVISION.              00000200
      *================================================================*00000300
                                                                        00000400
       PROGRAM-ID.  FR06C152.                                           00000500
                                                                        00000600
      *================================================================*00000700
      *     AUTOR.......: JOEI LORENTI                                  00000800
      *     ANALISTA....: IVAN SANCHES                                  00000900
      *     EMPRESA.....: FOURSYS                                       00001000
      *     DATA........: 15/10/2026                                    00001100
      *----------------------------------------------------------------*00001200
      *                                                                 00001300
      *     OBJETIVO: UTILIZACAO E OCUPACAO DAS SALAS. SOBRE O          00001400
      *               CADASTRO DE SALAS (SALAS, LAYOUT B#SALA) E AS     00001500
      *               RESERVAS DATADAS (RESERVA, LAYOUT B#RESV, DIA     00001600
      *               DD/MM/AAAA COMO NO ROTINA DO FR06CB50), EMITE NO  00001700
      *               RELOCUP, PARA O PERIODO DO CARTAO (SEMANA OU      00001800
      *               MES):                                             00001900
      *               - POR SALA ATIVA: RESERVAS, HORAS RESERVADAS E    00002000
      *                 HORAS DISPONIVEIS (DIAS UTEIS DO PERIODO PELO   00002100
      *                 CALNDIA X HORARIO DE FUNCIONAMENTO DO PARAMS:   00002200
      *                 HORA-ABERTURA E HORA-FECHAMENTO, HHMM, PADRAO   00002300
      *                 0800 E 1800) E O PERCENTUAL DE OCUPACAO;        00002400
      *               - A OCUPACAO POR DIA DA SEMANA E POR FAIXA DE     00002500
      *                 UMA HORA DO EXPEDIENTE;                         00002600
      *               - AS SALAS ATIVAS SEM NENHUMA RESERVA;            00002700
      *               - OS PICOS: DIA/FAIXA EM QUE TODAS AS SALAS       00002800
      *                 ATIVAS ESTAVAM RESERVADAS;                      00002900
      *               - A TENDENCIA: OCUPACAO DE CADA SALA E TOTAL NO   00003000
      *                 PERIODO CONTRA O PERIODO ANTERIOR (SEMANA OU    00003100
      *                 MES IMEDIATAMENTE ANTERIOR).                    00003200
      *               CADA RESERVA OCUPA O PARAMETRO DURACAO-EVENTO     00003300
      *               (MINUTOS, PADRAO 060, O MESMO DO FR06C151) A      00003400
      *               PARTIR DO HORARIO, RECORTADA PELO EXPEDIENTE.     00003500
      *               RESERVA EM FIM DE SEMANA OU FERIADO NAO CONTA     00003600
      *               HORAS (SO E TOTALIZADA). RESERVA DE SALA          00003700
      *               DESCONHECIDA OU INATIVA (JA RECUSADA PELO         00003800
      *               FR06CB92) E IGNORADA COM RETURN-CODE 4.           00003900
      *               CARTAO DA SYSIN:                                  00004000
      *               COL 01    TIPO ('S' = SEMANA DE 7 DIAS A PARTIR   00004100
      *                         DA DATA / 'M' = MES DA DATA)            00004200
      *               COL 02-09 DATA DE REFERENCIA (DDMMAAAA)           00004300
      *                                                                 00004400
      *----------------------------------------------------------------*00004500
      *     INPUT:                                                      00004600
      *     DDNAME           I/O                                        00004700
      *     SALAS             I   (CADASTRO - LRECL 40)                 00004800
      *     RESERVA           I   (RESERVAS - LRECL 50)                 00004900
      *     PARAMS            I   (LRECL 50 - OPCIONAL)                 00005000
      *     RELOCUP           O   (RELATORIO - LRECL 80)                00005100
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
             SELECT SALAS              ASSIGN TO SALAS                  00007400
                FILE STATUS            IS WRK-FS-SALAS.                 00007500
             SELECT RESERVA            ASSIGN TO RESERVA                00007600
                FILE STATUS            IS WRK-FS-RESERVA.               00007700
             SELECT PARAMS             ASSIGN TO PARAMS                 00007800
                FILE STATUS            IS WRK-FS-PARAMS.                00007900
             SELECT RELOCUP            ASSIGN TO RELOCUP                00008000
                FILE STATUS            IS WRK-FS-RELOCUP.               00008100
                                                                        00008200
      *================================================================*00008300
       DATA                                      DIVISION.              00008400
      *================================================================*00008500
                                                                        00008600
      *----------------------------------------------------------------*00008700
       FILE                                      SECTION.               00008800
      *----------------------------------------------------------------*00008900
                                                                        00009000
       FD SALAS                                                         00009100
           RECORDING MODE IS F                                          00009200
           BLOCK CONTAINS 0 RECORDS.                                    00009300
       01 FD-SALAS                     PIC X(40).                       00009400
                                                                        00009500
       FD RESERVA                                                       00009600
           RECORDING MODE IS F                                          00009700
           BLOCK CONTAINS 0 RECORDS.                                    00009800
       01 FD-RESERVA                   PIC X(50).                       00009900
                                                                        00010000
       FD PARAMS                                                        00010100
           RECORDING MODE IS F                                          00010200
           BLOCK CONTAINS 0 RECORDS.                                    00010300
       01 FD-PARAMS                    PIC X(50).                       00010400
                                                                        00010500
       FD RELOCUP                                                       00010600
           RECORDING MODE IS F                                          00010700
           BLOCK CONTAINS 0 RECORDS.                                    00010800
       01 FD-RELOCUP                   PIC X(80).                       00010900
                                                                        00011000
      *----------------------------------------------------------------*00011100
       WORKING-STORAGE                           SECTION.               00011200
      *----------------------------------------------------------------*00011300
                                                                        00011400
      *----------------------------------------------------------------*00011500
       01 FILLER                       PIC X(50)               VALUE    00011600
            '**** AREA DOS LAYOUTS ****'.                               00011700
      *----------------------------------------------------------------*00011800
                                                                        00011900
        COPY 'B#SALA'.                                                  00012000
                                                                        00012100
        COPY 'B#RESV'.                                                  00012200
                                                                        00012300
        COPY 'B#PARAM'.                                                 00012400
                                                                        00012500
      *----------------------------------------------------------------*00012600
       01 FILLER                       PIC X(50)               VALUE    00012700
            '**** CADASTRO DE SALAS EM MEMORIA ****'.                   00012800
      *----------------------------------------------------------------*00012900
                                                                        00013000
      *    MINUTOS RESERVADOS EM DIA UTIL, DENTRO DO EXPEDIENTE, NO     00013100
      *    PERIODO (ATU) E NO PERIODO ANTERIOR (ANT)                    00013200
       01 WRK-TAB-SALAS.                                                00013300
          05 WRK-TAB-SAL-ITEM          OCCURS 50 TIMES.                 00013400
             10 WRK-TBS-CODIGO         PIC X(04).                       00013500
             10 WRK-TBS-NOME           PIC X(20).                       00013600
             10 WRK-TBS-ATIVO          PIC X(01).                       00013700
             10 WRK-TBS-QT-RES-ATU     PIC 9(05).                       00013800
             10 WRK-TBS-QT-RES-ANT     PIC 9(05).                       00013900
             10 WRK-TBS-MIN-ATU        PIC 9(07).                       00014000
             10 WRK-TBS-MIN-ANT        PIC 9(07).                       00014100
                                                                        00014200
       77 WRK-QT-SALAS                 PIC 9(02) VALUE ZEROS.           00014300
       77 WRK-QT-SALAS-ATIVAS          PIC 9(02) VALUE ZEROS.           00014400
       77 WRK-IDX-SAL                  PIC 9(02) VALUE ZEROS.           00014500
       77 WRK-SAL-ACHADA               PIC 9(02) VALUE ZEROS.           00014600
                                                                        00014700
      *----------------------------------------------------------------*00014800
       01 FILLER                       PIC X(50)               VALUE    00014900
            '**** OCUPACAO POR DIA DA SEMANA E FAIXA ****'.             00015000
      *----------------------------------------------------------------*00015100
                                                                        00015200
       01 WRK-TAB-NOMES-SEMANA-DADOS.                                   00015300
          05 FILLER                    PIC X(13) VALUE 'DOMINGO'.       00015400
          05 FILLER                    PIC X(13) VALUE 'SEGUNDA-FEIRA'. 00015500
          05 FILLER                    PIC X(13) VALUE 'TERCA-FEIRA'.   00015600
          05 FILLER                    PIC X(13) VALUE 'QUARTA-FEIRA'.  00015700
          05 FILLER                    PIC X(13) VALUE 'QUINTA-FEIRA'.  00015800
          05 FILLER                    PIC X(13) VALUE 'SEXTA-FEIRA'.   00015900
          05 FILLER                    PIC X(13) VALUE 'SABADO'.        00016000
       01 WRK-TAB-NOMES-SEMANA REDEFINES WRK-TAB-NOMES-SEMANA-DADOS.    00016100
          05 WRK-NOME-DIA-SEMANA       PIC X(13) OCCURS 7 TIMES.        00016200
                                                                        00016300
      *    DIAS UTEIS DO PERIODO E MINUTOS RESERVADOS POR DIA DA SEMANA 00016400
      *    (1 = DOMINGO ... 7 = SABADO, COMO NO CALNDIA)                00016500
       01 WRK-TAB-SEMANA.                                               00016600
          05 WRK-TAB-SEM-ITEM          OCCURS 7 TIMES.                  00016700
             10 WRK-TSM-DIAS-UTEIS     PIC 9(02).                       00016800
             10 WRK-TSM-MINUTOS        PIC 9(09).                       00016900
                                                                        00017000
       77 WRK-IDX-SEM                  PIC 9(01) VALUE ZEROS.           00017100
                                                                        00017200
       01 WRK-TAB-FAIXAS.                                               00017300
          05 WRK-TFX-MINUTOS           PIC 9(09) OCCURS 24 TIMES.       00017400
                                                                        00017500
       77 WRK-QT-FAIXAS                PIC 9(02) VALUE ZEROS.           00017600
       77 WRK-IDX-FAIXA                PIC 9(02) VALUE ZEROS.           00017700
                                                                        00017800
      *    SALAS RESERVADAS POR DIA DO PERIODO E FAIXA: POSICAO N DA    00017900
      *    CADEIA = SALA N DA TABELA ('S' = RESERVADA)                  00018000
       01 WRK-TAB-OCUPACAO.                                             00018100
          05 WRK-OCP-DIA               OCCURS 31 TIMES.                 00018200
             10 WRK-OCP-FAIXA          OCCURS 24 TIMES.                 00018300
                15 WRK-OCP-SALAS       PIC X(50).                       00018400
                                                                        00018500
       77 WRK-IDX-DIA-PER              PIC 9(02) VALUE ZEROS.           00018600
       77 WRK-QT-DIAS-PERIODO          PIC 9(02) VALUE ZEROS.           00018700
       77 WRK-QT-OCUPADAS              PIC 9(02) VALUE ZEROS.           00018800
                                                                        00018900
      *----------------------------------------------------------------*00019000
       01 FILLER                       PIC X(50)               VALUE    00019100
            '**** PERIODOS E CALCULO DE DATAS ****'.                    00019200
      *----------------------------------------------------------------*00019300
                                                                        00019400
       01 WRK-CARTAO.                                                   00019500
          05 WRK-CARTAO-TIPO           PIC X(01).                       00019600
          05 WRK-CARTAO-DATA.                                           00019900
             10 WRK-CARTAO-DIA         PIC X(02).                       00020000
             10 WRK-CARTAO-MES-REF     PIC X(02).                       00020100
             10 WRK-CARTAO-ANO         PIC X(04).                       00020200
          05 FILLER                    PIC X(71).                       00020300
                                                                        00020400
       77 WRK-PER-INI                  PIC 9(08) VALUE ZEROS.           00020500
       77 WRK-PER-FIM                  PIC 9(08) VALUE ZEROS.           00020600
       77 WRK-ANT-INI                  PIC 9(08) VALUE ZEROS.           00020700
       77 WRK-ANT-FIM                  PIC 9(08) VALUE ZEROS.           00020800
       77 WRK-NUM-DIA-PER-INI          PIC 9(07) VALUE ZEROS.           00020900
       77 WRK-DIAS-UTEIS-ATU           PIC 9(02) VALUE ZEROS.           00021000
       77 WRK-DIAS-UTEIS-ANT           PIC 9(02) VALUE ZEROS.           00021100
       77 WRK-DATA-ATU-NUM             PIC 9(08) VALUE ZEROS.           00021200
       77 WRK-DATA-FIM-LACO            PIC 9(08) VALUE ZEROS.           00021300
       77 WRK-CONTANDO                 PIC X(01) VALUE SPACES.          00021400
                                                                        00021500
       01 WRK-DATA-EDITADA.                                             00021600
          05 WRK-DED-DIA               PIC 9(02).                       00021700
          05 FILLER                    PIC X(01) VALUE '/'.             00021800
          05 WRK-DED-MES               PIC 9(02).                       00021900
          05 FILLER                    PIC X(01) VALUE '/'.             00022000
          05 WRK-DED-ANO               PIC 9(04).                       00022100
                                                                        00022200
       77 WRK-PER-INI-EDT              PIC X(10) VALUE SPACES.          00022300
       77 WRK-PER-FIM-EDT              PIC X(10) VALUE SPACES.          00022400
       77 WRK-ANT-INI-EDT              PIC X(10) VALUE SPACES.          00022500
       77 WRK-ANT-FIM-EDT              PIC X(10) VALUE SPACES.          00022600
                                                                        00022700
       01 WRK-TAB-DIAS-ACUM-DADOS.                                      00022800
          05 FILLER                    PIC X(36) VALUE                  00022900
             '000031059090120151181212243273304334'.                    00023000
       01 WRK-TAB-DIAS-ACUM REDEFINES WRK-TAB-DIAS-ACUM-DADOS.          00023100
          05 WRK-DIAS-ACUM             PIC 9(03) OCCURS 12 TIMES.       00023200
                                                                        00023300
       77 WRK-DIA-CALC                 PIC 9(02) VALUE ZEROS.           00023400
       77 WRK-MES-CALC                 PIC 9(02) VALUE ZEROS.           00023500
       77 WRK-ANO-CALC                 PIC 9(04) VALUE ZEROS.           00023600
       77 WRK-ANO-AJUSTADO             PIC 9(04) VALUE ZEROS.           00023700
       77 WRK-BISSEXTOS                PIC 9(04) VALUE ZEROS.           00023800
       77 WRK-DIAS-MES                 PIC 9(02) VALUE ZEROS.           00023900
       77 WRK-NUM-DIA                  PIC 9(07) VALUE ZEROS.           00024000
       77 WRK-Q4                       PIC 9(04) VALUE ZEROS.           00024100
       77 WRK-Q100                     PIC 9(04) VALUE ZEROS.           00024200
       77 WRK-Q400                     PIC 9(04) VALUE ZEROS.           00024300
       77 WRK-R4                       PIC 9(04) VALUE ZEROS.           00024400
       77 WRK-R100                     PIC 9(04) VALUE ZEROS.           00024500
       77 WRK-R400                     PIC 9(04) VALUE ZEROS.           00024600
       77 WRK-IDX-DIA                  PIC 9(02) VALUE ZEROS.           00024700
                                                                        00024800
      *----------------------------------------------------------------*00024900
       01 FILLER                       PIC X(50)               VALUE    00025000
            '**** EXPEDIENTE E RESERVA CORRENTE ****'.                  00025100
      *----------------------------------------------------------------*00025200
                                                                        00025300
       01 WRK-HORARIO-HHMM.                                             00025400
          05 WRK-HHMM-HH               PIC 9(02).                       00025500
          05 WRK-HHMM-MM               PIC 9(02).                       00025600
       01 WRK-HORARIO-HHMM-N REDEFINES WRK-HORARIO-HHMM                 00025700
                                       PIC 9(04).                       00025800
                                                                        00025900
       77 WRK-HORA-ABERTURA            PIC 9(04) VALUE 0800.            00026000
       77 WRK-HORA-FECHAMENTO          PIC 9(04) VALUE 1800.            00026100
       77 WRK-DURACAO                  PIC 9(03) VALUE 60.              00026200
       77 WRK-VIG-ABERTURA             PIC 9(08) VALUE ZEROS.           00026300
       77 WRK-VIG-FECHAMENTO           PIC 9(08) VALUE ZEROS.           00026400
       77 WRK-VIG-DURACAO              PIC 9(08) VALUE ZEROS.           00026500
       77 WRK-MIN-ABERTURA             PIC 9(04) VALUE ZEROS.           00026600
       77 WRK-MIN-FECHAMENTO           PIC 9(04) VALUE ZEROS.           00026700
       77 WRK-MIN-EXPEDIENTE           PIC 9(04) VALUE ZEROS.           00026800
       77 WRK-RES-INI                  PIC 9(04) VALUE ZEROS.           00026900
       77 WRK-RES-FIM                  PIC 9(04) VALUE ZEROS.           00027000
       77 WRK-FAIXA-INI                PIC 9(04) VALUE ZEROS.           00027100
       77 WRK-FAIXA-FIM                PIC 9(04) VALUE ZEROS.           00027200
       77 WRK-SOBREPOSICAO-INI         PIC 9(04) VALUE ZEROS.           00027300
       77 WRK-SOBREPOSICAO-FIM         PIC 9(04) VALUE ZEROS.           00027400
       77 WRK-MIN-RESERVA              PIC 9(04) VALUE ZEROS.           00027500
       77 WRK-MIN-FAIXA                PIC 9(04) VALUE ZEROS.           00027600
       77 WRK-DATA-RESERVA             PIC 9(08) VALUE ZEROS.           00027700
       77 WRK-DIA-SEMANA-RES           PIC 9(01) VALUE ZEROS.           00027800
       77 WRK-RETORNO-RES              PIC X(01) VALUE SPACES.          00027900
                                                                        00028000
      *----------------------------------------------------------------*00028100
       01 FILLER                       PIC X(50)               VALUE    00028200
            '**** LINHAS DO RELATORIO ****'.                            00028300
      *----------------------------------------------------------------*00028400
                                                                        00028500
       01 WRK-CABEC1.                                                   00028600
          05 FILLER                    PIC X(31) VALUE                  00028700
             '------- OCUPACAO DE SALAS - DE '.                         00028800
          05 WRK-CAB-INI               PIC X(10).                       00028900
          05 FILLER                    PIC X(03) VALUE ' A '.           00029000
          05 WRK-CAB-FIM               PIC X(10).                       00029100
          05 FILLER                    PIC X(26) VALUE ' -------'.      00029200
                                                                        00029300
       01 WRK-CABEC2.                                                   00029400
          05 FILLER                    PIC X(12) VALUE                  00029500
             'EXPEDIENTE: '.                                            00029600
          05 WRK-CB2-ABERTURA          PIC X(05).                       00029700
          05 FILLER                    PIC X(03) VALUE ' - '.           00029800
          05 WRK-CB2-FECHAMENTO        PIC X(05).                       00029900
          05 FILLER                    PIC X(16) VALUE                  00030000
             '   DIAS UTEIS: '.                                         00030100
          05 WRK-CB2-DIAS-UTEIS        PIC Z9.                          00030200
          05 FILLER                    PIC X(13) VALUE                  00030300
             '   DURACAO: '.                                            00030400
          05 WRK-CB2-DURACAO           PIC ZZ9.                         00030500
          05 FILLER                    PIC X(21) VALUE ' MIN/RESERVA'.  00030600
                                                                        00030700
       01 WRK-LINHA-TRACO              PIC X(80) VALUE ALL '-'.         00030800
                                                                        00030900
       01 WRK-SUBTITULO                PIC X(80) VALUE SPACES.          00031000
                                                                        00031100
       01 WRK-CABEC-SALAS.                                              00031200
          05 FILLER                    PIC X(40) VALUE                  00031300
             'SALA NOME                 RESERVAS  HRS.'.                00031400
          05 FILLER                    PIC X(40) VALUE                  00031500
             'RESERV    HRS.DISP.   OCUPACAO'.                          00031600
                                                                        00031700
       01 WRK-LINHA-SALA.                                               00031800
          05 WRK-LSA-CODIGO            PIC X(04).                       00031900
          05 FILLER                    PIC X(01) VALUE SPACES.          00032000
          05 WRK-LSA-NOME              PIC X(20).                       00032100
          05 FILLER                    PIC X(04) VALUE SPACES.          00032200
          05 WRK-LSA-RESERVAS          PIC ZZZZ9.                       00032300
          05 FILLER                    PIC X(05) VALUE SPACES.          00032400
          05 WRK-LSA-HORAS-RES         PIC ZZZZ9,9.                     00032500
          05 FILLER                    PIC X(06) VALUE SPACES.          00032600
          05 WRK-LSA-HORAS-DISP        PIC ZZZZ9,9.                     00032700
          05 FILLER                    PIC X(04) VALUE SPACES.          00032800
          05 WRK-LSA-PERC              PIC ZZ9,99.                      00032900
          05 FILLER                    PIC X(01) VALUE '%'.             00033000
          05 FILLER                    PIC X(10) VALUE SPACES.          00033100
                                                                        00033200
       01 WRK-CABEC-TAXA.                                               00033300
          05 WRK-CTX-ROTULO            PIC X(20).                       00033400
          05 FILLER                    PIC X(40) VALUE                  00033500
             'HRS.RESERV    HRS.DISP.   OCUPACAO'.                      00033600
          05 FILLER                    PIC X(20) VALUE SPACES.          00033700
                                                                        00033800
       01 WRK-LINHA-TAXA.                                               00033900
          05 WRK-LTX-ROTULO            PIC X(20).                       00034000
          05 FILLER                    PIC X(03) VALUE SPACES.          00034100
          05 WRK-LTX-HORAS-RES         PIC ZZZZ9,9.                     00034200
          05 FILLER                    PIC X(06) VALUE SPACES.          00034300
          05 WRK-LTX-HORAS-DISP        PIC ZZZZ9,9.                     00034400
          05 FILLER                    PIC X(04) VALUE SPACES.          00034500
          05 WRK-LTX-PERC              PIC ZZ9,99.                      00034600
          05 FILLER                    PIC X(01) VALUE '%'.             00034700
          05 FILLER                    PIC X(26) VALUE SPACES.          00034800
                                                                        00034900
       01 WRK-LINHA-PICO.                                               00035000
          05 FILLER                    PIC X(02) VALUE SPACES.          00035100
          05 WRK-LPC-DATA              PIC X(10).                       00035200
          05 FILLER                    PIC X(02) VALUE SPACES.          00035300
          05 WRK-LPC-FAIXA             PIC X(11).                       00035400
          05 FILLER                    PIC X(55) VALUE                  00035500
             '  TODAS AS SALAS ATIVAS RESERVADAS'.                      00035600
                                                                        00035700
       01 WRK-CABEC-TENDENCIA.                                          00035800
          05 FILLER                    PIC X(40) VALUE                  00035900
             'SALA NOME                 RES.ATU RES.AN'.                00036000
          05 FILLER                    PIC X(40) VALUE                  00036100
             'T OCUP.ATU OCUP.ANT VARIACAO'.                            00036200
                                                                        00036300
       01 WRK-LINHA-TENDENCIA.                                          00036400
          05 WRK-LTD-CODIGO            PIC X(04).                       00036500
          05 FILLER                    PIC X(01) VALUE SPACES.          00036600
          05 WRK-LTD-NOME              PIC X(20).                       00036700
          05 FILLER                    PIC X(03) VALUE SPACES.          00036800
          05 WRK-LTD-RES-ATU           PIC ZZZZ9.                       00036900
          05 FILLER                    PIC X(03) VALUE SPACES.          00037000
          05 WRK-LTD-RES-ANT           PIC ZZZZ9.                       00037100
          05 FILLER                    PIC X(02) VALUE SPACES.          00037200
          05 WRK-LTD-PERC-ATU          PIC ZZ9,99.                      00037300
          05 FILLER                    PIC X(01) VALUE '%'.             00037400
          05 FILLER                    PIC X(02) VALUE SPACES.          00037500
          05 WRK-LTD-PERC-ANT          PIC ZZ9,99.                      00037600
          05 FILLER                    PIC X(01) VALUE '%'.             00037700
          05 FILLER                    PIC X(02) VALUE SPACES.          00037800
          05 WRK-LTD-VARIACAO          PIC +ZZ9,99.                     00037900
          05 FILLER                    PIC X(05) VALUE ' P.P.'.         00038000
          05 FILLER                    PIC X(04) VALUE SPACES.          00038100
                                                                        00038200
       01 WRK-LINHA-TEXTO.                                              00038300
          05 FILLER                    PIC X(02) VALUE SPACES.          00038400
          05 WRK-LTT-TEXTO             PIC X(78).                       00038500
                                                                        00038600
       01 WRK-FAIXA-EDITADA.                                            00038700
          05 WRK-FED-INI-HH            PIC 9(02).                       00038800
          05 FILLER                    PIC X(01) VALUE ':'.             00038900
          05 WRK-FED-INI-MM            PIC 9(02).                       00039000
          05 FILLER                    PIC X(01) VALUE '-'.             00039100
          05 WRK-FED-FIM-HH            PIC 9(02).                       00039200
          05 FILLER                    PIC X(01) VALUE ':'.             00039300
          05 WRK-FED-FIM-MM            PIC 9(02).                       00039400
                                                                        00039500
       01 WRK-HORA-EDITADA.                                             00039600
          05 WRK-HED-HH                PIC 9(02).                       00039700
          05 FILLER                    PIC X(01) VALUE ':'.             00039800
          05 WRK-HED-MM                PIC 9(02).                       00039900
                                                                        00040000
      *----------------------------------------------------------------*00040100
       01 FILLER                       PIC X(50)               VALUE    00040200
            '**** AREA DE VARIAVEIS E CONTADORES ****'.                 00040300
      *----------------------------------------------------------------*00040400
                                                                        00040500
       77 WRK-FS-SALAS                 PIC X(02) VALUE SPACES.          00040600
       77 WRK-FS-RESERVA               PIC X(02) VALUE SPACES.          00040700
       77 WRK-FS-PARAMS                PIC X(02) VALUE SPACES.          00040800
       77 WRK-FS-RELOCUP               PIC X(02) VALUE SPACES.          00040900
       77 WRK-DATA-HOJE                PIC 9(08) VALUE ZEROS.           00041000
       77 WRK-MIN-DISPONIVEL           PIC 9(09) VALUE ZEROS.           00041100
       77 WRK-MIN-RESERVADO            PIC 9(09) VALUE ZEROS.           00041200
       77 WRK-MIN-DISP-SALA-ATU        PIC 9(07) VALUE ZEROS.           00041300
       77 WRK-MIN-DISP-SALA-ANT        PIC 9(07) VALUE ZEROS.           00041400
       77 WRK-MIN-TOTAL-ATU            PIC 9(09) VALUE ZEROS.           00041500
       77 WRK-MIN-TOTAL-ANT            PIC 9(09) VALUE ZEROS.           00041600
       77 WRK-RES-TOTAL-ATU            PIC 9(05) VALUE ZEROS.           00041700
       77 WRK-RES-TOTAL-ANT            PIC 9(05) VALUE ZEROS.           00041800
       77 WRK-PERC                     PIC 9(03)V99 VALUE ZEROS.        00041900
       77 WRK-PERC-ANT                 PIC 9(03)V99 VALUE ZEROS.        00042000
       77 WRK-VARIACAO                 PIC S9(03)V99 VALUE ZEROS.       00042100
       77 WRK-HORAS                    PIC 9(05)V9 VALUE ZEROS.         00042200
       77 WRK-ACU-LIDAS                PIC 9(05) VALUE ZEROS.           00042300
       77 WRK-ACU-SEM-DATA             PIC 9(05) VALUE ZEROS.           00042400
       77 WRK-ACU-FORA-PERIODO         PIC 9(05) VALUE ZEROS.           00042500
       77 WRK-ACU-SALA-INVALIDA        PIC 9(05) VALUE ZEROS.           00042600
       77 WRK-ACU-NAO-UTIL             PIC 9(05) VALUE ZEROS.           00042700
       77 WRK-ACU-NUNCA-RESERVADAS     PIC 9(05) VALUE ZEROS.           00042800
       77 WRK-ACU-PICOS                PIC 9(05) VALUE ZEROS.           00042900
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00043000
                                                                        00043100
      *----------------------------------------------------------------*00043200
       01 FILLER                       PIC X(50)               VALUE    00043300
            '**** AREA DOS MODULOS CALNDIA E TRTERRO ****'.             00043400
      *----------------------------------------------------------------*00043500
                                                                        00043600
        COPY '#CALNDIA'.                                                00043700
                                                                        00043800
        COPY '#TRTERRO'.                                                00043900
                                                                        00044000
      *================================================================*00044100
       PROCEDURE DIVISION.                                              00044200
      *================================================================*00044300
      *----------------------------------------------------------------*00044400
       0000-PRINCIPAL                     SECTION.                      00044500
      *----------------------------------------------------------------*00044600
                                                                        00044700
           PERFORM 1000-INICIAR.                                        00044800
                                                                        00044900
           PERFORM 1500-LER-RESERVA                                     00045000
               UNTIL WRK-FS-RESERVA EQUAL '10'.                         00045100
                                                                        00045200
           PERFORM 2000-EMITIR-RELATORIO.                               00045300
                                                                        00045400
           PERFORM 3000-FINALIZAR.                                      00045500
                                                                        00045600
      *----------------------------------------------------------------*00045700
       0000-99-FIM.            EXIT.                                    00045800
      *----------------------------------------------------------------*00045900
                                                                        00046000
      *----------------------------------------------------------------*00046100
       1000-INICIAR                       SECTION.                      00046200
      *----------------------------------------------------------------*00046300
                                                                        00046400
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                    00046500
            ACCEPT WRK-CARTAO FROM SYSIN.                               00046600
                                                                        00046700
            IF WRK-CARTAO-TIPO NOT EQUAL 'S'                            00046800
               AND WRK-CARTAO-TIPO NOT EQUAL 'M'                        00046900
                MOVE ' TIPO DE PERIODO INVALIDO NA SYSIN ' TO WRK-MSG   00047000
                PERFORM 9000-TRATAR-ERROS                               00047100
            END-IF.                                                     00047200
                                                                        00047300
            IF WRK-CARTAO-DATA NOT NUMERIC                              00047400
                MOVE ' DATA DE REFERENCIA INVALIDA ' TO WRK-MSG         00047500
                PERFORM 9000-TRATAR-ERROS                               00047600
            END-IF.                                                     00047700
                                                                        00047800
            MOVE 'V'                TO WRK-CAL-FUNCAO.                  00047900
            MOVE WRK-CARTAO-DIA     TO WRK-CAL-DIA.                     00048000
            MOVE WRK-CARTAO-MES-REF TO WRK-CAL-MES.                     00048100
            MOVE WRK-CARTAO-ANO     TO WRK-CAL-ANO.                     00048200
            CALL 'CALNDIA' USING WRK-CALNDIA.                           00048300
            IF WRK-CAL-RETORNO EQUAL '1'                                00048400
                MOVE ' DATA DE REFERENCIA INVALIDA ' TO WRK-MSG         00048500
                PERFORM 9000-TRATAR-ERROS                               00048600
            END-IF.                                                     00048700
                                                                        00048800
            OPEN INPUT  SALAS                                           00048900
                        RESERVA                                         00049000
                 OUTPUT RELOCUP.                                        00049100
            IF WRK-FS-SALAS NOT EQUAL ZEROS                             00049200
                MOVE ' ERRO ABERTURA SALAS ' TO WRK-MSG                 00049300
                PERFORM 9000-TRATAR-ERROS                               00049400
            END-IF.                                                     00049500
            IF WRK-FS-RESERVA NOT EQUAL ZEROS                           00049600
                MOVE ' ERRO ABERTURA RESERVA ' TO WRK-MSG               00049700
                PERFORM 9000-TRATAR-ERROS                               00049800
            END-IF.                                                     00049900
            IF WRK-FS-RELOCUP NOT EQUAL ZEROS                           00050000
                MOVE ' ERRO ABERTURA RELOCUP ' TO WRK-MSG               00050100
                PERFORM 9000-TRATAR-ERROS                               00050200
            END-IF.                                                     00050300
                                                                        00050400
            PERFORM 1100-CARREGAR-PARAMETROS.                           00050500
                                                                        00050600
            PERFORM 1200-LER-SALA                                       00050700
                UNTIL WRK-FS-SALAS EQUAL '10'.                          00050800
            CLOSE SALAS.                                                00050900
                                                                        00051000
            PERFORM 1300-MONTAR-PERIODOS.                               00051100
                                                                        00051200
            MOVE SPACES TO WRK-TAB-OCUPACAO.                            00051300
            INITIALIZE WRK-TAB-SEMANA                                   00051400
                       WRK-TAB-FAIXAS.                                  00051500
            PERFORM 1400-CONTAR-DIAS-UTEIS.                             00051600
                                                                        00051700
      *----------------------------------------------------------------*00051800
       1000-99-FIM.            EXIT.                                    00051900
      *----------------------------------------------------------------*00052000
      *----------------------------------------------------------------*00052100
       1100-CARREGAR-PARAMETROS           SECTION.                      00052200
      *----------------------------------------------------------------*00052300
                                                                        00052400
            OPEN INPUT PARAMS.                                          00052500
            IF WRK-FS-PARAMS EQUAL '35'                                 00052600
                DISPLAY 'PARAMS AUSENTE - USANDO VALORES PADRAO'        00052700
            ELSE                                                        00052800
                IF WRK-FS-PARAMS NOT EQUAL ZEROS                        00052900
                    MOVE ' ERRO ABERTURA PARAMS ' TO WRK-MSG            00053000
                    PERFORM 9000-TRATAR-ERROS                           00053100
                ELSE                                                    00053200
                    PERFORM 1110-LER-PARAMETRO                          00053300
                        UNTIL WRK-FS-PARAMS EQUAL '10'                  00053400
                    CLOSE PARAMS                                        00053500
                END-IF                                                  00053600
            END-IF.                                                     00053700
                                                                        00053800
            IF WRK-HORA-FECHAMENTO NOT GREATER WRK-HORA-ABERTURA        00053900
                DISPLAY 'EXPEDIENTE INVALIDO NO PARAMS - USANDO PADRAO' 00054000
                MOVE 0800 TO WRK-HORA-ABERTURA                          00054100
                MOVE 1800 TO WRK-HORA-FECHAMENTO                        00054200
            END-IF.                                                     00054300
                                                                        00054400
            DISPLAY 'PARAMETRO HORA-ABERTURA..: ' WRK-HORA-ABERTURA.    00054500
            DISPLAY 'PARAMETRO HORA-FECHAMENTO: ' WRK-HORA-FECHAMENTO.  00054600
            DISPLAY 'PARAMETRO DURACAO-EVENTO.: ' WRK-DURACAO.          00054700
                                                                        00054800
            MOVE WRK-HORA-ABERTURA TO WRK-HORARIO-HHMM-N.               00054900
            COMPUTE WRK-MIN-ABERTURA = WRK-HHMM-HH * 60 + WRK-HHMM-MM.  00055000
            MOVE WRK-HORA-FECHAMENTO TO WRK-HORARIO-HHMM-N.             00055100
            COMPUTE WRK-MIN-FECHAMENTO = WRK-HHMM-HH * 60 + WRK-HHMM-MM.00055200
            COMPUTE WRK-MIN-EXPEDIENTE =                                00055300
                    WRK-MIN-FECHAMENTO - WRK-MIN-ABERTURA.              00055400
            COMPUTE WRK-QT-FAIXAS = (WRK-MIN-EXPEDIENTE + 59) / 60.     00055500
                                                                        00055600
      *----------------------------------------------------------------*00055700
       1100-99-FIM.            EXIT.                                    00055800
      *----------------------------------------------------------------*00055900
      *----------------------------------------------------------------*00056000
       1110-LER-PARAMETRO                 SECTION.                      00056100
      *----------------------------------------------------------------*00056200
      *    VALE O VALOR COM A MAIOR DATA EFETIVA ATE A DATA DA RODADA   00056300
      *----------------------------------------------------------------*00056400
                                                                        00056500
            READ PARAMS INTO WRK-REG-PARAM.                             00056600
            IF WRK-FS-PARAMS NOT EQUAL ZEROS                            00056700
                MOVE '10' TO WRK-FS-PARAMS                              00056800
                GO TO 1110-99-FIM                                       00056900
            END-IF.                                                     00057000
                                                                        00057100
            IF WRK-PARAM-DATA-EFET GREATER WRK-DATA-HOJE                00057200
                GO TO 1110-99-FIM                                       00057300
            END-IF.                                                     00057400
                                                                        00057500
            EVALUATE WRK-PARAM-NOME                                     00057600
             WHEN 'HORA-ABERTURA'                                       00057700
               IF WRK-PARAM-VALOR(1:4) NUMERIC                          00057800
                  AND WRK-PARAM-VALOR(1:2) LESS '24'                    00057900
                  AND WRK-PARAM-VALOR(3:2) LESS '60'                    00058000
                  AND WRK-PARAM-DATA-EFET NOT LESS WRK-VIG-ABERTURA     00058100
                   MOVE WRK-PARAM-VALOR(1:4) TO WRK-HORA-ABERTURA       00058200
                   MOVE WRK-PARAM-DATA-EFET  TO WRK-VIG-ABERTURA        00058300
               END-IF                                                   00058400
             WHEN 'HORA-FECHAMENTO'                                     00058500
               IF WRK-PARAM-VALOR(1:4) NUMERIC                          00058600
                  AND WRK-PARAM-VALOR(1:4) NOT GREATER '2400'           00058700
                  AND WRK-PARAM-VALOR(3:2) LESS '60'                    00058800
                  AND WRK-PARAM-DATA-EFET NOT LESS WRK-VIG-FECHAMENTO   00058900
                   MOVE WRK-PARAM-VALOR(1:4) TO WRK-HORA-FECHAMENTO     00059000
                   MOVE WRK-PARAM-DATA-EFET  TO WRK-VIG-FECHAMENTO      00059100
               END-IF                                                   00059200
             WHEN 'DURACAO-EVENTO'                                      00059300
               IF WRK-PARAM-VALOR(1:3) NUMERIC                          00059400
                  AND WRK-PARAM-VALOR(1:3) GREATER ZEROS                00059500
                  AND WRK-PARAM-DATA-EFET NOT LESS WRK-VIG-DURACAO      00059600
                   MOVE WRK-PARAM-VALOR(1:3) TO WRK-DURACAO             00059700
                   MOVE WRK-PARAM-DATA-EFET  TO WRK-VIG-DURACAO         00059800
               END-IF                                                   00059900
            END-EVALUATE.                                               00060000
                                                                        00060100
      *----------------------------------------------------------------*00060200
       1110-99-FIM.            EXIT.                                    00060300
      *----------------------------------------------------------------*00060400
      *----------------------------------------------------------------*00060500
       1200-LER-SALA                      SECTION.                      00060600
      *----------------------------------------------------------------*00060700
                                                                        00060800
            READ SALAS INTO WRK-REG-SALA.                               00060900
            IF WRK-FS-SALAS NOT EQUAL ZEROS                             00061000
                MOVE '10' TO WRK-FS-SALAS                               00061100
                GO TO 1200-99-FIM                                       00061200
            END-IF.                                                     00061300
                                                                        00061400
            IF WRK-QT-SALAS NOT LESS 50                                 00061500
                MOVE ' CADASTRO DE SALAS CHEIO ' TO WRK-MSG             00061600
                PERFORM 9000-TRATAR-ERROS                               00061700
            END-IF.                                                     00061800
                                                                        00061900
            ADD 1 TO WRK-QT-SALAS.                                      00062000
            MOVE WRK-QT-SALAS TO WRK-IDX-SAL.                           00062100
            INITIALIZE WRK-TAB-SAL-ITEM(WRK-IDX-SAL).                   00062200
            MOVE WRK-SAL-CODIGO TO WRK-TBS-CODIGO(WRK-IDX-SAL).         00062300
            MOVE WRK-SAL-NOME   TO WRK-TBS-NOME(WRK-IDX-SAL).           00062400
            MOVE WRK-SAL-ATIVO  TO WRK-TBS-ATIVO(WRK-IDX-SAL).          00062500
            IF WRK-SAL-ATIVO EQUAL 'S'                                  00062600
                ADD 1 TO WRK-QT-SALAS-ATIVAS                            00062700
            END-IF.                                                     00062800
                                                                        00062900
      *----------------------------------------------------------------*00063000
       1200-99-FIM.            EXIT.                                    00063100
      *----------------------------------------------------------------*00063200
      *----------------------------------------------------------------*00063300
       1290-PROCURAR-SALA                 SECTION.                      00063400
      *----------------------------------------------------------------*00063500
                                                                        00063600
            MOVE ZEROS TO WRK-SAL-ACHADA.                               00063700
            PERFORM 1295-COMPARAR-SALA                                  00063800
                VARYING WRK-IDX-SAL FROM 1 BY 1                         00063900
                UNTIL WRK-IDX-SAL GREATER WRK-QT-SALAS                  00064000
                   OR WRK-SAL-ACHADA GREATER ZEROS.                     00064100
                                                                        00064200
      *----------------------------------------------------------------*00064300
       1290-99-FIM.            EXIT.                                    00064400
      *----------------------------------------------------------------*00064500
      *----------------------------------------------------------------*00064600
       1295-COMPARAR-SALA                 SECTION.                      00064700
      *----------------------------------------------------------------*00064800
                                                                        00064900
            IF WRK-TBS-CODIGO(WRK-IDX-SAL) EQUAL WRK-RSV-SALA           00065000
                MOVE WRK-IDX-SAL TO WRK-SAL-ACHADA                      00065100
            END-IF.                                                     00065200
                                                                        00065300
      *----------------------------------------------------------------*00065400
       1295-99-FIM.            EXIT.                                    00065500
      *----------------------------------------------------------------*00065600
      *----------------------------------------------------------------*00065700
       1300-MONTAR-PERIODOS               SECTION.                      00065800
      *----------------------------------------------------------------*00065900
      *    SEMANA: 7 DIAS A PARTIR DA DATA; ANTERIOR = OS 7 DIAS ANTES. 00066000
      *    MES: DO DIA 01 AO ULTIMO DIA DO MES DA DATA; ANTERIOR = O    00066100
      *    MES CIVIL ANTERIOR. WRK-CAL-DATA TRAZ A DATA DE REFERENCIA.  00066200
      *----------------------------------------------------------------*00066300
                                                                        00066400
            IF WRK-CARTAO-TIPO EQUAL 'M'                                00066500
                MOVE 1 TO WRK-CAL-DIA                                   00066600
            END-IF.                                                     00066700
                                                                        00066800
            PERFORM 1390-GUARDAR-DATA.                                  00066900
            MOVE WRK-DATA-ATU-NUM TO WRK-PER-INI.                       00067000
            MOVE WRK-DATA-EDITADA TO WRK-PER-INI-EDT.                   00067100
            MOVE WRK-CAL-DIA TO WRK-DIA-CALC.                           00067200
            MOVE WRK-CAL-MES TO WRK-MES-CALC.                           00067300
            MOVE WRK-CAL-ANO TO WRK-ANO-CALC.                           00067400
            PERFORM 1930-CALCULAR-NUM-DIA.                              00067500
            MOVE WRK-NUM-DIA TO WRK-NUM-DIA-PER-INI.                    00067600
                                                                        00067700
            IF WRK-CARTAO-TIPO EQUAL 'S'                                00067800
                PERFORM 1900-AVANCAR-UM-DIA                             00067900
                    VARYING WRK-IDX-DIA FROM 1 BY 1                     00068000
                    UNTIL WRK-IDX-DIA GREATER 6                         00068100
                MOVE 7 TO WRK-QT-DIAS-PERIODO                           00068200
            ELSE                                                        00068300
                PERFORM 1920-DIAS-DO-MES                                00068400
                MOVE WRK-DIAS-MES TO WRK-CAL-DIA                        00068500
                                     WRK-QT-DIAS-PERIODO                00068600
            END-IF.                                                     00068700
            PERFORM 1390-GUARDAR-DATA.                                  00068800
            MOVE WRK-DATA-ATU-NUM TO WRK-PER-FIM.                       00068900
            MOVE WRK-DATA-EDITADA TO WRK-PER-FIM-EDT.                   00069000
                                                                        00069100
      *    VOLTA AO INICIO DO PERIODO E RECUA UM DIA = FIM DO ANTERIOR  00069200
            MOVE WRK-PER-INI-EDT(1:2) TO WRK-CAL-DIA.                   00069300
            MOVE WRK-PER-INI-EDT(4:2) TO WRK-CAL-MES.                   00069400
            MOVE WRK-PER-INI-EDT(7:4) TO WRK-CAL-ANO.                   00069500
            PERFORM 1910-RECUAR-UM-DIA.                                 00069600
            PERFORM 1390-GUARDAR-DATA.                                  00069700
            MOVE WRK-DATA-ATU-NUM TO WRK-ANT-FIM.                       00069800
            MOVE WRK-DATA-EDITADA TO WRK-ANT-FIM-EDT.                   00069900
                                                                        00070000
            IF WRK-CARTAO-TIPO EQUAL 'S'                                00070100
                PERFORM 1910-RECUAR-UM-DIA                              00070200
                    VARYING WRK-IDX-DIA FROM 1 BY 1                     00070300
                    UNTIL WRK-IDX-DIA GREATER 6                         00070400
            ELSE                                                        00070500
                MOVE 1 TO WRK-CAL-DIA                                   00070600
            END-IF.                                                     00070700
            PERFORM 1390-GUARDAR-DATA.                                  00070800
            MOVE WRK-DATA-ATU-NUM TO WRK-ANT-INI.                       00070900
            MOVE WRK-DATA-EDITADA TO WRK-ANT-INI-EDT.                   00071000
                                                                        00071100
            DISPLAY 'PERIODO..........: ' WRK-PER-INI-EDT ' A '         00071200
                    WRK-PER-FIM-EDT.                                    00071300
            DISPLAY 'PERIODO ANTERIOR.: ' WRK-ANT-INI-EDT ' A '         00071400
                    WRK-ANT-FIM-EDT.                                    00071500
                                                                        00071600
      *----------------------------------------------------------------*00071700
       1300-99-FIM.            EXIT.                                    00071800
      *----------------------------------------------------------------*00071900
      *----------------------------------------------------------------*00072000
       1390-GUARDAR-DATA                  SECTION.                      00072100
      *----------------------------------------------------------------*00072200
                                                                        00072300
            COMPUTE WRK-DATA-ATU-NUM =                                  00072400
                (WRK-CAL-ANO * 10000) + (WRK-CAL-MES * 100)             00072500
                + WRK-CAL-DIA.                                          00072600
            MOVE WRK-CAL-DIA TO WRK-DED-DIA.                            00072700
            MOVE WRK-CAL-MES TO WRK-DED-MES.                            00072800
            MOVE WRK-CAL-ANO TO WRK-DED-ANO.                            00072900
                                                                        00073000
      *----------------------------------------------------------------*00073100
       1390-99-FIM.            EXIT.                                    00073200
      *----------------------------------------------------------------*00073300
      *----------------------------------------------------------------*00073400
       1400-CONTAR-DIAS-UTEIS             SECTION.                      00073500
      *----------------------------------------------------------------*00073600
      *    PERCORRE OS DOIS PERIODOS DIA A DIA; O CALNDIA (FUNCAO 'V')  00073700
      *    CLASSIFICA O DIA E DEVOLVE O DIA DA SEMANA.                  00073800
      *----------------------------------------------------------------*00073900
                                                                        00074000
            MOVE WRK-ANT-INI-EDT(1:2) TO WRK-CAL-DIA.                   00074100
            MOVE WRK-ANT-INI-EDT(4:2) TO WRK-CAL-MES.                   00074200
            MOVE WRK-ANT-INI-EDT(7:4) TO WRK-CAL-ANO.                   00074300
            MOVE WRK-ANT-FIM TO WRK-DATA-FIM-LACO.                      00074400
            MOVE 'A'         TO WRK-CONTANDO.                           00074500
            PERFORM 1390-GUARDAR-DATA.                                  00074600
            PERFORM 1410-CONTAR-DIA                                     00074700
                UNTIL WRK-DATA-ATU-NUM GREATER WRK-DATA-FIM-LACO.       00074800
                                                                        00074900
            MOVE WRK-PER-INI-EDT(1:2) TO WRK-CAL-DIA.                   00075000
            MOVE WRK-PER-INI-EDT(4:2) TO WRK-CAL-MES.                   00075100
            MOVE WRK-PER-INI-EDT(7:4) TO WRK-CAL-ANO.                   00075200
            MOVE WRK-PER-FIM TO WRK-DATA-FIM-LACO.                      00075300
            MOVE 'P'         TO WRK-CONTANDO.                           00075400
            PERFORM 1390-GUARDAR-DATA.                                  00075500
            PERFORM 1410-CONTAR-DIA                                     00075600
                UNTIL WRK-DATA-ATU-NUM GREATER WRK-DATA-FIM-LACO.       00075700
                                                                        00075800
            COMPUTE WRK-MIN-DISP-SALA-ATU =                             00075900
                    WRK-DIAS-UTEIS-ATU * WRK-MIN-EXPEDIENTE.            00076000
            COMPUTE WRK-MIN-DISP-SALA-ANT =                             00076100
                    WRK-DIAS-UTEIS-ANT * WRK-MIN-EXPEDIENTE.            00076200
                                                                        00076300
      *----------------------------------------------------------------*00076400
       1400-99-FIM.            EXIT.                                    00076500
      *----------------------------------------------------------------*00076600
      *----------------------------------------------------------------*00076700
       1410-CONTAR-DIA                    SECTION.                      00076800
      *----------------------------------------------------------------*00076900
                                                                        00077000
            MOVE 'V' TO WRK-CAL-FUNCAO.                                 00077100
            CALL 'CALNDIA' USING WRK-CALNDIA.                           00077200
            IF WRK-CAL-RETORNO EQUAL '0'                                00077300
                IF WRK-CONTANDO EQUAL 'P'                               00077400
                    ADD 1 TO WRK-DIAS-UTEIS-ATU                         00077500
                             WRK-TSM-DIAS-UTEIS(WRK-CAL-DIA-SEMANA)     00077600
                ELSE                                                    00077700
                    ADD 1 TO WRK-DIAS-UTEIS-ANT                         00077800
                END-IF                                                  00077900
            END-IF.                                                     00078000
                                                                        00078100
            PERFORM 1900-AVANCAR-UM-DIA.                                00078200
            PERFORM 1390-GUARDAR-DATA.                                  00078300
                                                                        00078400
      *----------------------------------------------------------------*00078500
       1410-99-FIM.            EXIT.                                    00078600
      *----------------------------------------------------------------*00078700
      *----------------------------------------------------------------*00078800
       1500-LER-RESERVA                   SECTION.                      00078900
      *----------------------------------------------------------------*00079000
                                                                        00079100
            READ RESERVA INTO WRK-REG-RESV.                             00079200
            IF WRK-FS-RESERVA NOT EQUAL ZEROS                           00079300
                MOVE '10' TO WRK-FS-RESERVA                             00079400
                GO TO 1500-99-FIM                                       00079500
            END-IF.                                                     00079600
                                                                        00079700
            ADD 1 TO WRK-ACU-LIDAS.                                     00079800
                                                                        00079900
      *    RESERVA DA ROTINA SEMANAL (DIA POR NOME) NAO TEM DATA        00080000
            IF WRK-RSV-DIA(3:1) NOT EQUAL '/'                           00080100
               OR WRK-RSV-DIA(6:1) NOT EQUAL '/'                        00080200
               OR WRK-RSV-DIA(1:2) NOT NUMERIC                          00080300
               OR WRK-RSV-DIA(4:2) NOT NUMERIC                          00080400
               OR WRK-RSV-DIA(7:4) NOT NUMERIC                          00080500
               OR WRK-RSV-HORARIO NOT NUMERIC                           00080600
                ADD 1 TO WRK-ACU-SEM-DATA                               00080700
                GO TO 1500-99-FIM                                       00080800
            END-IF.                                                     00080900
                                                                        00081000
            MOVE 'V'              TO WRK-CAL-FUNCAO.                    00081100
            MOVE WRK-RSV-DIA(1:2) TO WRK-CAL-DIA.                       00081200
            MOVE WRK-RSV-DIA(4:2) TO WRK-CAL-MES.                       00081300
            MOVE WRK-RSV-DIA(7:4) TO WRK-CAL-ANO.                       00081400
            CALL 'CALNDIA' USING WRK-CALNDIA.                           00081500
            IF WRK-CAL-RETORNO EQUAL '1'                                00081600
                ADD 1 TO WRK-ACU-SEM-DATA                               00081700
                GO TO 1500-99-FIM                                       00081800
            END-IF.                                                     00081900
            MOVE WRK-CAL-RETORNO    TO WRK-RETORNO-RES.                 00082000
            MOVE WRK-CAL-DIA-SEMANA TO WRK-DIA-SEMANA-RES.              00082100
            COMPUTE WRK-DATA-RESERVA =                                  00082200
                (WRK-CAL-ANO * 10000) + (WRK-CAL-MES * 100)             00082300
                + WRK-CAL-DIA.                                          00082400
                                                                        00082500
            IF (WRK-DATA-RESERVA LESS WRK-ANT-INI                       00082600
                OR WRK-DATA-RESERVA GREATER WRK-ANT-FIM)                00082700
               AND (WRK-DATA-RESERVA LESS WRK-PER-INI                   00082800
                OR WRK-DATA-RESERVA GREATER WRK-PER-FIM)                00082900
                ADD 1 TO WRK-ACU-FORA-PERIODO                           00083000
                GO TO 1500-99-FIM                                       00083100
            END-IF.                                                     00083200
                                                                        00083300
            PERFORM 1290-PROCURAR-SALA.                                 00083400
            IF WRK-SAL-ACHADA EQUAL ZEROS                               00083500
                ADD 1 TO WRK-ACU-SALA-INVALIDA                          00083600
                MOVE 4 TO RETURN-CODE                                   00083700
                DISPLAY 'RESERVA DE SALA DESCONHECIDA - IGNORADA: '     00083800
                        WRK-REG-RESV                                    00083900
                GO TO 1500-99-FIM                                       00084000
            END-IF.                                                     00084100
            IF WRK-TBS-ATIVO(WRK-SAL-ACHADA) NOT EQUAL 'S'              00084200
                ADD 1 TO WRK-ACU-SALA-INVALIDA                          00084300
                MOVE 4 TO RETURN-CODE                                   00084400
                DISPLAY 'RESERVA DE SALA INATIVA - IGNORADA: '          00084500
                        WRK-REG-RESV                                    00084600
                GO TO 1500-99-FIM                                       00084700
            END-IF.                                                     00084800
                                                                        00084900
      *    INTERVALO DA RESERVA RECORTADO PELO EXPEDIENTE               00085000
            MOVE WRK-RSV-HORARIO TO WRK-HORARIO-HHMM-N.                 00085100
            COMPUTE WRK-RES-INI = WRK-HHMM-HH * 60 + WRK-HHMM-MM.       00085200
            COMPUTE WRK-RES-FIM = WRK-RES-INI + WRK-DURACAO.            00085300
            IF WRK-RES-INI LESS WRK-MIN-ABERTURA                        00085400
                MOVE WRK-MIN-ABERTURA TO WRK-RES-INI                    00085500
            END-IF.                                                     00085600
            IF WRK-RES-FIM GREATER WRK-MIN-FECHAMENTO                   00085700
                MOVE WRK-MIN-FECHAMENTO TO WRK-RES-FIM                  00085800
            END-IF.                                                     00085900
            MOVE ZEROS TO WRK-MIN-RESERVA.                              00086000
            IF WRK-RES-FIM GREATER WRK-RES-INI                          00086100
                COMPUTE WRK-MIN-RESERVA = WRK-RES-FIM - WRK-RES-INI     00086200
            END-IF.                                                     00086300
                                                                        00086400
            IF WRK-DATA-RESERVA NOT LESS WRK-ANT-INI                    00086500
               AND WRK-DATA-RESERVA NOT GREATER WRK-ANT-FIM             00086600
                ADD 1 TO WRK-TBS-QT-RES-ANT(WRK-SAL-ACHADA)             00086700
                         WRK-RES-TOTAL-ANT                              00086800
                IF WRK-RETORNO-RES EQUAL '0'                            00086900
                    ADD WRK-MIN-RESERVA                                 00087000
                        TO WRK-TBS-MIN-ANT(WRK-SAL-ACHADA)              00087100
                           WRK-MIN-TOTAL-ANT                            00087200
                END-IF                                                  00087300
                GO TO 1500-99-FIM                                       00087400
            END-IF.                                                     00087500
                                                                        00087600
            ADD 1 TO WRK-TBS-QT-RES-ATU(WRK-SAL-ACHADA)                 00087700
                     WRK-RES-TOTAL-ATU.                                 00087800
            IF WRK-RETORNO-RES NOT EQUAL '0'                            00087900
                ADD 1 TO WRK-ACU-NAO-UTIL                               00088000
                GO TO 1500-99-FIM                                       00088100
            END-IF.                                                     00088200
                                                                        00088300
            ADD WRK-MIN-RESERVA TO WRK-TBS-MIN-ATU(WRK-SAL-ACHADA)      00088400
                                   WRK-MIN-TOTAL-ATU                    00088500
                                   WRK-TSM-MINUTOS(WRK-DIA-SEMANA-RES). 00088600
                                                                        00088700
            MOVE WRK-CAL-DIA TO WRK-DIA-CALC.                           00088800
            MOVE WRK-CAL-MES TO WRK-MES-CALC.                           00088900
            MOVE WRK-CAL-ANO TO WRK-ANO-CALC.                           00089000
            PERFORM 1930-CALCULAR-NUM-DIA.                              00089100
            COMPUTE WRK-IDX-DIA-PER =                                   00089200
                    WRK-NUM-DIA - WRK-NUM-DIA-PER-INI + 1.              00089300
                                                                        00089400
            PERFORM 1510-OCUPAR-FAIXA                                   00089500
                VARYING WRK-IDX-FAIXA FROM 1 BY 1                       00089600
                UNTIL WRK-IDX-FAIXA GREATER WRK-QT-FAIXAS.              00089700
                                                                        00089800
      *----------------------------------------------------------------*00089900
       1500-99-FIM.            EXIT.                                    00090000
      *----------------------------------------------------------------*00090100
      *----------------------------------------------------------------*00090200
       1510-OCUPAR-FAIXA                  SECTION.                      00090300
      *----------------------------------------------------------------*00090400
                                                                        00090500
            PERFORM 1520-LIMITES-FAIXA.                                 00090600
                                                                        00090700
            IF WRK-RES-INI GREATER WRK-FAIXA-INI                        00090800
                MOVE WRK-RES-INI TO WRK-SOBREPOSICAO-INI                00090900
            ELSE                                                        00091000
                MOVE WRK-FAIXA-INI TO WRK-SOBREPOSICAO-INI              00091100
            END-IF.                                                     00091200
            IF WRK-RES-FIM LESS WRK-FAIXA-FIM                           00091300
                MOVE WRK-RES-FIM TO WRK-SOBREPOSICAO-FIM                00091400
            ELSE                                                        00091500
                MOVE WRK-FAIXA-FIM TO WRK-SOBREPOSICAO-FIM              00091600
            END-IF.                                                     00091700
                                                                        00091800
            IF WRK-SOBREPOSICAO-FIM NOT GREATER WRK-SOBREPOSICAO-INI    00091900
                GO TO 1510-99-FIM                                       00092000
            END-IF.                                                     00092100
                                                                        00092200
            COMPUTE WRK-MIN-FAIXA =                                     00092300
                    WRK-SOBREPOSICAO-FIM - WRK-SOBREPOSICAO-INI.        00092400
            ADD WRK-MIN-FAIXA TO WRK-TFX-MINUTOS(WRK-IDX-FAIXA).        00092500
            MOVE 'S' TO WRK-OCP-SALAS(WRK-IDX-DIA-PER, WRK-IDX-FAIXA)   00092600
                                     (WRK-SAL-ACHADA:1).                00092700
                                                                        00092800
      *----------------------------------------------------------------*00092900
       1510-99-FIM.            EXIT.                                    00093000
      *----------------------------------------------------------------*00093100
      *----------------------------------------------------------------*00093200
       1520-LIMITES-FAIXA                 SECTION.                      00093300
      *----------------------------------------------------------------*00093400
                                                                        00093500
            COMPUTE WRK-FAIXA-INI =                                     00093600
                    WRK-MIN-ABERTURA + (WRK-IDX-FAIXA - 1) * 60.        00093700
            COMPUTE WRK-FAIXA-FIM = WRK-FAIXA-INI + 60.                 00093800
            IF WRK-FAIXA-FIM GREATER WRK-MIN-FECHAMENTO                 00093900
                MOVE WRK-MIN-FECHAMENTO TO WRK-FAIXA-FIM                00094000
            END-IF.                                                     00094100
                                                                        00094200
      *----------------------------------------------------------------*00094300
       1520-99-FIM.            EXIT.                                    00094400
      *----------------------------------------------------------------*00094500
      *----------------------------------------------------------------*00094600
       1900-AVANCAR-UM-DIA                SECTION.                      00094700
      *----------------------------------------------------------------*00094800
      *    AVANCA UM DIA DE CALENDARIO EM WRK-CAL-DATA, COMO NO         00094900
      *    FR06CB50 (O CALNDIA SO AVANCA DE DIA UTIL EM DIA UTIL).      00095000
      *----------------------------------------------------------------*00095100
                                                                        00095200
            PERFORM 1920-DIAS-DO-MES.                                   00095300
                                                                        00095400
            IF WRK-CAL-DIA LESS WRK-DIAS-MES                            00095500
                ADD 1 TO WRK-CAL-DIA                                    00095600
            ELSE                                                        00095700
                MOVE 1 TO WRK-CAL-DIA                                   00095800
                IF WRK-CAL-MES LESS 12                                  00095900
                    ADD 1 TO WRK-CAL-MES                                00096000
                ELSE                                                    00096100
                    MOVE 1 TO WRK-CAL-MES                               00096200
                    ADD 1 TO WRK-CAL-ANO                                00096300
                END-IF                                                  00096400
            END-IF.                                                     00096500
                                                                        00096600
      *----------------------------------------------------------------*00096700
       1900-99-FIM.            EXIT.                                    00096800
      *----------------------------------------------------------------*00096900
      *----------------------------------------------------------------*00097000
       1910-RECUAR-UM-DIA                 SECTION.                      00097100
      *----------------------------------------------------------------*00097200
                                                                        00097300
            IF WRK-CAL-DIA GREATER 1                                    00097400
                SUBTRACT 1 FROM WRK-CAL-DIA                             00097500
            ELSE                                                        00097600
                IF WRK-CAL-MES GREATER 1                                00097700
                    SUBTRACT 1 FROM WRK-CAL-MES                         00097800
                ELSE                                                    00097900
                    MOVE 12 TO WRK-CAL-MES                              00098000
                    SUBTRACT 1 FROM WRK-CAL-ANO                         00098100
                END-IF                                                  00098200
                PERFORM 1920-DIAS-DO-MES                                00098300
                MOVE WRK-DIAS-MES TO WRK-CAL-DIA                        00098400
            END-IF.                                                     00098500
                                                                        00098600
      *----------------------------------------------------------------*00098700
       1910-99-FIM.            EXIT.                                    00098800
      *----------------------------------------------------------------*00098900
      *----------------------------------------------------------------*00099000
       1920-DIAS-DO-MES                   SECTION.                      00099100
      *----------------------------------------------------------------*00099200
                                                                        00099300
            EVALUATE WRK-CAL-MES                                        00099400
             WHEN 1                                                     00099500
             WHEN 3                                                     00099600
             WHEN 5                                                     00099700
             WHEN 7                                                     00099800
             WHEN 8                                                     00099900
             WHEN 10                                                    00100000
             WHEN 12                                                    00100100
               MOVE 31 TO WRK-DIAS-MES                                  00100200
             WHEN 4                                                     00100300
             WHEN 6                                                     00100400
             WHEN 9                                                     00100500
             WHEN 11                                                    00100600
               MOVE 30 TO WRK-DIAS-MES                                  00100700
             WHEN OTHER                                                 00100800
               MOVE 28 TO WRK-DIAS-MES                                  00100900
               DIVIDE WRK-CAL-ANO BY 4   GIVING WRK-Q4                  00101000
                                         REMAINDER WRK-R4               00101100
               DIVIDE WRK-CAL-ANO BY 100 GIVING WRK-Q100                00101200
                                         REMAINDER WRK-R100             00101300
               DIVIDE WRK-CAL-ANO BY 400 GIVING WRK-Q400                00101400
                                         REMAINDER WRK-R400             00101500
               IF WRK-R4 EQUAL ZEROS                                    00101600
                  AND (WRK-R100 NOT EQUAL ZEROS                         00101700
                       OR WRK-R400 EQUAL ZEROS)                         00101800
                   MOVE 29 TO WRK-DIAS-MES                              00101900
               END-IF                                                   00102000
            END-EVALUATE.                                               00102100
                                                                        00102200
      *----------------------------------------------------------------*00102300
       1920-99-FIM.            EXIT.                                    00102400
      *----------------------------------------------------------------*00102500
      *----------------------------------------------------------------*00102600
       1930-CALCULAR-NUM-DIA              SECTION.                      00102700
      *----------------------------------------------------------------*00102800
      *    NUMERO SEQUENCIAL DO DIA, COMO NO FR06CB50, PARA ACHAR A     00102900
      *    POSICAO DA DATA DENTRO DO PERIODO.                           00103000
      *----------------------------------------------------------------*00103100
                                                                        00103200
            MOVE WRK-ANO-CALC TO WRK-ANO-AJUSTADO.                      00103300
            IF WRK-MES-CALC LESS 3                                      00103400
                SUBTRACT 1 FROM WRK-ANO-AJUSTADO                        00103500
            END-IF.                                                     00103600
                                                                        00103700
            COMPUTE WRK-Q4   = WRK-ANO-AJUSTADO / 4.                    00103800
            COMPUTE WRK-Q100 = WRK-ANO-AJUSTADO / 100.                  00103900
            COMPUTE WRK-Q400 = WRK-ANO-AJUSTADO / 400.                  00104000
            COMPUTE WRK-BISSEXTOS = WRK-Q4 - WRK-Q100 + WRK-Q400.       00104100
                                                                        00104200
            COMPUTE WRK-NUM-DIA =                                       00104300
                (365 * WRK-ANO-CALC) + WRK-BISSEXTOS                    00104400
                + WRK-DIAS-ACUM(WRK-MES-CALC) + WRK-DIA-CALC.           00104500
                                                                        00104600
      *----------------------------------------------------------------*00104700
       1930-99-FIM.            EXIT.                                    00104800
      *----------------------------------------------------------------*00104900
      *----------------------------------------------------------------*00105000
       2000-EMITIR-RELATORIO              SECTION.                      00105100
      *----------------------------------------------------------------*00105200
                                                                        00105300
            MOVE WRK-PER-INI-EDT TO WRK-CAB-INI.                        00105400
            MOVE WRK-PER-FIM-EDT TO WRK-CAB-FIM.                        00105500
            WRITE FD-RELOCUP FROM WRK-CABEC1.                           00105600
            MOVE WRK-HORA-ABERTURA TO WRK-HORARIO-HHMM-N.               00105700
            PERFORM 2990-EDITAR-HORA.                                   00105800
            MOVE WRK-HORA-EDITADA TO WRK-CB2-ABERTURA.                  00105900
            MOVE WRK-HORA-FECHAMENTO TO WRK-HORARIO-HHMM-N.             00106000
            PERFORM 2990-EDITAR-HORA.                                   00106100
            MOVE WRK-HORA-EDITADA TO WRK-CB2-FECHAMENTO.                00106200
            MOVE WRK-DIAS-UTEIS-ATU TO WRK-CB2-DIAS-UTEIS.              00106300
            MOVE WRK-DURACAO TO WRK-CB2-DURACAO.                        00106400
            WRITE FD-RELOCUP FROM WRK-CABEC2.                           00106500
                                                                        00106600
            PERFORM 2100-EMITIR-SALAS.                                  00106700
            PERFORM 2200-EMITIR-DIAS-SEMANA.                            00106800
            PERFORM 2300-EMITIR-FAIXAS.                                 00106900
            PERFORM 2400-EMITIR-NUNCA-RESERVADAS.                       00107000
            PERFORM 2500-EMITIR-PICOS.                                  00107100
            PERFORM 2600-EMITIR-TENDENCIA.                              00107200
                                                                        00107300
            WRITE FD-RELOCUP FROM WRK-LINHA-TRACO AFTER 2 LINES.        00107400
                                                                        00107500
      *----------------------------------------------------------------*00107600
       2000-99-FIM.            EXIT.                                    00107700
      *----------------------------------------------------------------*00107800
      *----------------------------------------------------------------*00107900
       2100-EMITIR-SALAS                  SECTION.                      00108000
      *----------------------------------------------------------------*00108100
                                                                        00108200
            MOVE '--- OCUPACAO POR SALA' TO WRK-SUBTITULO.              00108300
            WRITE FD-RELOCUP FROM WRK-SUBTITULO AFTER 2 LINES.          00108400
            WRITE FD-RELOCUP FROM WRK-CABEC-SALAS.                      00108500
                                                                        00108600
            PERFORM 2110-EMITIR-SALA                                    00108700
                VARYING WRK-IDX-SAL FROM 1 BY 1                         00108800
                UNTIL WRK-IDX-SAL GREATER WRK-QT-SALAS.                 00108900
                                                                        00109000
            COMPUTE WRK-MIN-DISPONIVEL =                                00109100
                    WRK-MIN-DISP-SALA-ATU * WRK-QT-SALAS-ATIVAS.        00109200
            MOVE 'TOTAL SALAS ATIVAS' TO WRK-LTX-ROTULO.                00109300
            MOVE WRK-MIN-TOTAL-ATU TO WRK-MIN-RESERVADO.                00109400
            PERFORM 2900-EMITIR-TAXA.                                   00109500
                                                                        00109600
      *----------------------------------------------------------------*00109700
       2100-99-FIM.            EXIT.                                    00109800
      *----------------------------------------------------------------*00109900
      *----------------------------------------------------------------*00110000
       2110-EMITIR-SALA                   SECTION.                      00110100
      *----------------------------------------------------------------*00110200
                                                                        00110300
            IF WRK-TBS-ATIVO(WRK-IDX-SAL) NOT EQUAL 'S'                 00110400
                GO TO 2110-99-FIM                                       00110500
            END-IF.                                                     00110600
                                                                        00110700
            MOVE WRK-TBS-CODIGO(WRK-IDX-SAL)     TO WRK-LSA-CODIGO.     00110800
            MOVE WRK-TBS-NOME(WRK-IDX-SAL)       TO WRK-LSA-NOME.       00110900
            MOVE WRK-TBS-QT-RES-ATU(WRK-IDX-SAL) TO WRK-LSA-RESERVAS.   00111000
            COMPUTE WRK-HORAS ROUNDED =                                 00111100
                    WRK-TBS-MIN-ATU(WRK-IDX-SAL) / 60.                  00111200
            MOVE WRK-HORAS TO WRK-LSA-HORAS-RES.                        00111300
            COMPUTE WRK-HORAS ROUNDED = WRK-MIN-DISP-SALA-ATU / 60.     00111400
            MOVE WRK-HORAS TO WRK-LSA-HORAS-DISP.                       00111500
            MOVE ZEROS TO WRK-PERC.                                     00111600
            IF WRK-MIN-DISP-SALA-ATU GREATER ZEROS                      00111700
                COMPUTE WRK-PERC ROUNDED =                              00111800
                        WRK-TBS-MIN-ATU(WRK-IDX-SAL) * 100              00111900
                      / WRK-MIN-DISP-SALA-ATU                           00112000
            END-IF.                                                     00112100
            MOVE WRK-PERC TO WRK-LSA-PERC.                              00112200
            WRITE FD-RELOCUP FROM WRK-LINHA-SALA.                       00112300
                                                                        00112400
      *----------------------------------------------------------------*00112500
       2110-99-FIM.            EXIT.                                    00112600
      *----------------------------------------------------------------*00112700
      *----------------------------------------------------------------*00112800
       2200-EMITIR-DIAS-SEMANA            SECTION.                      00112900
      *----------------------------------------------------------------*00113000
                                                                        00113100
            MOVE '--- OCUPACAO POR DIA DA SEMANA (DIAS UTEIS)'          00113200
                 TO WRK-SUBTITULO.                                      00113300
            WRITE FD-RELOCUP FROM WRK-SUBTITULO AFTER 2 LINES.          00113400
            MOVE 'DIA DA SEMANA' TO WRK-CTX-ROTULO.                     00113500
            WRITE FD-RELOCUP FROM WRK-CABEC-TAXA.                       00113600
                                                                        00113700
            PERFORM 2210-EMITIR-DIA-SEMANA                              00113800
                VARYING WRK-IDX-SEM FROM 1 BY 1                         00113900
                UNTIL WRK-IDX-SEM GREATER 7.                            00114000
                                                                        00114100
      *----------------------------------------------------------------*00114200
       2200-99-FIM.            EXIT.                                    00114300
      *----------------------------------------------------------------*00114400
      *----------------------------------------------------------------*00114500
       2210-EMITIR-DIA-SEMANA             SECTION.                      00114600
      *----------------------------------------------------------------*00114700
                                                                        00114800
            IF WRK-TSM-DIAS-UTEIS(WRK-IDX-SEM) EQUAL ZEROS              00114900
                GO TO 2210-99-FIM                                       00115000
            END-IF.                                                     00115100
                                                                        00115200
            COMPUTE WRK-MIN-DISPONIVEL =                                00115300
                    WRK-TSM-DIAS-UTEIS(WRK-IDX-SEM)                     00115400
                  * WRK-MIN-EXPEDIENTE * WRK-QT-SALAS-ATIVAS.           00115500
            MOVE WRK-NOME-DIA-SEMANA(WRK-IDX-SEM) TO WRK-LTX-ROTULO.    00115600
            MOVE WRK-TSM-MINUTOS(WRK-IDX-SEM)                           00115700
                 TO WRK-MIN-RESERVADO.                                  00115800
            PERFORM 2900-EMITIR-TAXA.                                   00115900
                                                                        00116000
      *----------------------------------------------------------------*00116100
       2210-99-FIM.            EXIT.                                    00116200
      *----------------------------------------------------------------*00116300
      *----------------------------------------------------------------*00116400
       2300-EMITIR-FAIXAS                 SECTION.                      00116500
      *----------------------------------------------------------------*00116600
                                                                        00116700
            MOVE '--- OCUPACAO POR FAIXA DE HORARIO (DIAS UTEIS)'       00116800
                 TO WRK-SUBTITULO.                                      00116900
            WRITE FD-RELOCUP FROM WRK-SUBTITULO AFTER 2 LINES.          00117000
            MOVE 'FAIXA' TO WRK-CTX-ROTULO.                             00117100
            WRITE FD-RELOCUP FROM WRK-CABEC-TAXA.                       00117200
                                                                        00117300
            PERFORM 2310-EMITIR-FAIXA                                   00117400
                VARYING WRK-IDX-FAIXA FROM 1 BY 1                       00117500
                UNTIL WRK-IDX-FAIXA GREATER WRK-QT-FAIXAS.              00117600
                                                                        00117700
      *----------------------------------------------------------------*00117800
       2300-99-FIM.            EXIT.                                    00117900
      *----------------------------------------------------------------*00118000
      *----------------------------------------------------------------*00118100
       2310-EMITIR-FAIXA                  SECTION.                      00118200
      *----------------------------------------------------------------*00118300
                                                                        00118400
            PERFORM 1520-LIMITES-FAIXA.                                 00118500
            PERFORM 2980-EDITAR-FAIXA.                                  00118600
            COMPUTE WRK-MIN-DISPONIVEL =                                00118700
                    (WRK-FAIXA-FIM - WRK-FAIXA-INI)                     00118800
                  * WRK-DIAS-UTEIS-ATU * WRK-QT-SALAS-ATIVAS.           00118900
            MOVE SPACES            TO WRK-LTX-ROTULO.                   00119000
            MOVE WRK-FAIXA-EDITADA TO WRK-LTX-ROTULO.                   00119100
            MOVE WRK-TFX-MINUTOS(WRK-IDX-FAIXA)                         00119200
                 TO WRK-MIN-RESERVADO.                                  00119300
            PERFORM 2900-EMITIR-TAXA.                                   00119400
                                                                        00119500
      *----------------------------------------------------------------*00119600
       2310-99-FIM.            EXIT.                                    00119700
      *----------------------------------------------------------------*00119800
      *----------------------------------------------------------------*00119900
       2400-EMITIR-NUNCA-RESERVADAS       SECTION.                      00120000
      *----------------------------------------------------------------*00120100
                                                                        00120200
            MOVE '--- SALAS ATIVAS SEM NENHUMA RESERVA NO PERIODO'      00120300
                 TO WRK-SUBTITULO.                                      00120400
            WRITE FD-RELOCUP FROM WRK-SUBTITULO AFTER 2 LINES.          00120500
                                                                        00120600
            PERFORM 2410-VERIFICAR-SALA                                 00120700
                VARYING WRK-IDX-SAL FROM 1 BY 1                         00120800
                UNTIL WRK-IDX-SAL GREATER WRK-QT-SALAS.                 00120900
                                                                        00121000
            IF WRK-ACU-NUNCA-RESERVADAS EQUAL ZEROS                     00121100
                MOVE 'NENHUMA' TO WRK-LTT-TEXTO                         00121200
                WRITE FD-RELOCUP FROM WRK-LINHA-TEXTO                   00121300
            END-IF.                                                     00121400
                                                                        00121500
      *----------------------------------------------------------------*00121600
       2400-99-FIM.            EXIT.                                    00121700
      *----------------------------------------------------------------*00121800
      *----------------------------------------------------------------*00121900
       2410-VERIFICAR-SALA                SECTION.                      00122000
      *----------------------------------------------------------------*00122100
                                                                        00122200
            IF WRK-TBS-ATIVO(WRK-IDX-SAL) NOT EQUAL 'S'                 00122300
               OR WRK-TBS-QT-RES-ATU(WRK-IDX-SAL) GREATER ZEROS         00122400
                GO TO 2410-99-FIM                                       00122500
            END-IF.                                                     00122600
                                                                        00122700
            ADD 1 TO WRK-ACU-NUNCA-RESERVADAS.                          00122800
            MOVE SPACES TO WRK-LTT-TEXTO.                               00122900
            STRING WRK-TBS-CODIGO(WRK-IDX-SAL) ' '                      00123000
                   WRK-TBS-NOME(WRK-IDX-SAL)                            00123100
                   DELIMITED BY SIZE INTO WRK-LTT-TEXTO.                00123200
            WRITE FD-RELOCUP FROM WRK-LINHA-TEXTO.                      00123300
                                                                        00123400
      *----------------------------------------------------------------*00123500
       2410-99-FIM.            EXIT.                                    00123600
      *----------------------------------------------------------------*00123700
      *----------------------------------------------------------------*00123800
       2500-EMITIR-PICOS                  SECTION.                      00123900
      *----------------------------------------------------------------*00124000
      *    PERCORRE OS DIAS DO PERIODO A PARTIR DO INICIO; POSICAO DO   00124100
      *    DIA NA TABELA DE OCUPACAO = ORDEM DO DIA NO PERIODO.         00124200
      *----------------------------------------------------------------*00124300
                                                                        00124400
            MOVE '--- PICOS: FAIXAS COM TODAS AS SALAS RESERVADAS'      00124500
                 TO WRK-SUBTITULO.                                      00124600
            WRITE FD-RELOCUP FROM WRK-SUBTITULO AFTER 2 LINES.          00124700
                                                                        00124800
            MOVE WRK-PER-INI-EDT(1:2) TO WRK-CAL-DIA.                   00124900
            MOVE WRK-PER-INI-EDT(4:2) TO WRK-CAL-MES.                   00125000
            MOVE WRK-PER-INI-EDT(7:4) TO WRK-CAL-ANO.                   00125100
                                                                        00125200
            IF WRK-QT-SALAS-ATIVAS GREATER ZEROS                        00125300
                PERFORM 2510-VERIFICAR-DIA                              00125400
                    VARYING WRK-IDX-DIA-PER FROM 1 BY 1                 00125500
                    UNTIL WRK-IDX-DIA-PER GREATER WRK-QT-DIAS-PERIODO   00125600
            END-IF.                                                     00125700
                                                                        00125800
            IF WRK-ACU-PICOS EQUAL ZEROS                                00125900
                MOVE 'NENHUMA' TO WRK-LTT-TEXTO                         00126000
                WRITE FD-RELOCUP FROM WRK-LINHA-TEXTO                   00126100
            END-IF.                                                     00126200
                                                                        00126300
      *----------------------------------------------------------------*00126400
       2500-99-FIM.            EXIT.                                    00126500
      *----------------------------------------------------------------*00126600
      *----------------------------------------------------------------*00126700
       2510-VERIFICAR-DIA                 SECTION.                      00126800
      *----------------------------------------------------------------*00126900
                                                                        00127000
            PERFORM 1390-GUARDAR-DATA.                                  00127100
                                                                        00127200
            PERFORM 2520-VERIFICAR-FAIXA                                00127300
                VARYING WRK-IDX-FAIXA FROM 1 BY 1                       00127400
                UNTIL WRK-IDX-FAIXA GREATER WRK-QT-FAIXAS.              00127500
                                                                        00127600
            PERFORM 1900-AVANCAR-UM-DIA.                                00127700
                                                                        00127800
      *----------------------------------------------------------------*00127900
       2510-99-FIM.            EXIT.                                    00128000
      *----------------------------------------------------------------*00128100
      *----------------------------------------------------------------*00128200
       2520-VERIFICAR-FAIXA               SECTION.                      00128300
      *----------------------------------------------------------------*00128400
                                                                        00128500
            MOVE ZEROS TO WRK-QT-OCUPADAS.                              00128600
            INSPECT WRK-OCP-SALAS(WRK-IDX-DIA-PER, WRK-IDX-FAIXA)       00128700
                    TALLYING WRK-QT-OCUPADAS FOR ALL 'S'.               00128800
                                                                        00128900
            IF WRK-QT-OCUPADAS LESS WRK-QT-SALAS-ATIVAS                 00129000
                GO TO 2520-99-FIM                                       00129100
            END-IF.                                                     00129200
                                                                        00129300
            ADD 1 TO WRK-ACU-PICOS.                                     00129400
            PERFORM 1520-LIMITES-FAIXA.                                 00129500
            PERFORM 2980-EDITAR-FAIXA.                                  00129600
            MOVE WRK-DATA-EDITADA  TO WRK-LPC-DATA.                     00129700
            MOVE WRK-FAIXA-EDITADA TO WRK-LPC-FAIXA.                    00129800
            WRITE FD-RELOCUP FROM WRK-LINHA-PICO.                       00129900
                                                                        00130000
      *----------------------------------------------------------------*00130100
       2520-99-FIM.            EXIT.                                    00130200
      *----------------------------------------------------------------*00130300
      *----------------------------------------------------------------*00130400
       2600-EMITIR-TENDENCIA              SECTION.                      00130500
      *----------------------------------------------------------------*00130600
                                                                        00130700
            MOVE SPACES TO WRK-SUBTITULO.                               00130800
            STRING '--- TENDENCIA: PERIODO ANTERIOR DE '                00130900
                   WRK-ANT-INI-EDT ' A ' WRK-ANT-FIM-EDT                00131000
                   DELIMITED BY SIZE INTO WRK-SUBTITULO.                00131100
            WRITE FD-RELOCUP FROM WRK-SUBTITULO AFTER 2 LINES.          00131200
            WRITE FD-RELOCUP FROM WRK-CABEC-TENDENCIA.                  00131300
                                                                        00131400
            PERFORM 2610-EMITIR-TENDENCIA-SALA                          00131500
                VARYING WRK-IDX-SAL FROM 1 BY 1                         00131600
                UNTIL WRK-IDX-SAL GREATER WRK-QT-SALAS.                 00131700
                                                                        00131800
            MOVE SPACES              TO WRK-LTD-CODIGO.                 00131900
            MOVE 'TOTAL'             TO WRK-LTD-NOME.                   00132000
            MOVE WRK-RES-TOTAL-ATU   TO WRK-LTD-RES-ATU.                00132100
            MOVE WRK-RES-TOTAL-ANT   TO WRK-LTD-RES-ANT.                00132200
            MOVE ZEROS TO WRK-PERC                                      00132300
                          WRK-PERC-ANT.                                 00132400
            IF WRK-MIN-DISP-SALA-ATU GREATER ZEROS                      00132500
               AND WRK-QT-SALAS-ATIVAS GREATER ZEROS                    00132600
                COMPUTE WRK-PERC ROUNDED =                              00132700
                        WRK-MIN-TOTAL-ATU * 100                         00132800
                      / (WRK-MIN-DISP-SALA-ATU * WRK-QT-SALAS-ATIVAS)   00132900
            END-IF.                                                     00133000
            IF WRK-MIN-DISP-SALA-ANT GREATER ZEROS                      00133100
               AND WRK-QT-SALAS-ATIVAS GREATER ZEROS                    00133200
                COMPUTE WRK-PERC-ANT ROUNDED =                          00133300
                        WRK-MIN-TOTAL-ANT * 100                         00133400
                      / (WRK-MIN-DISP-SALA-ANT * WRK-QT-SALAS-ATIVAS)   00133500
            END-IF.                                                     00133600
            PERFORM 2620-MONTAR-VARIACAO.                               00133700
            WRITE FD-RELOCUP FROM WRK-LINHA-TENDENCIA.                  00133800
                                                                        00133900
      *----------------------------------------------------------------*00134000
       2600-99-FIM.            EXIT.                                    00134100
      *----------------------------------------------------------------*00134200
      *----------------------------------------------------------------*00134300
       2610-EMITIR-TENDENCIA-SALA         SECTION.                      00134400
      *----------------------------------------------------------------*00134500
                                                                        00134600
            IF WRK-TBS-ATIVO(WRK-IDX-SAL) NOT EQUAL 'S'                 00134700
                GO TO 2610-99-FIM                                       00134800
            END-IF.                                                     00134900
                                                                        00135000
            MOVE WRK-TBS-CODIGO(WRK-IDX-SAL)     TO WRK-LTD-CODIGO.     00135100
            MOVE WRK-TBS-NOME(WRK-IDX-SAL)       TO WRK-LTD-NOME.       00135200
            MOVE WRK-TBS-QT-RES-ATU(WRK-IDX-SAL) TO WRK-LTD-RES-ATU.    00135300
            MOVE WRK-TBS-QT-RES-ANT(WRK-IDX-SAL) TO WRK-LTD-RES-ANT.    00135400
            MOVE ZEROS TO WRK-PERC                                      00135500
                          WRK-PERC-ANT.                                 00135600
            IF WRK-MIN-DISP-SALA-ATU GREATER ZEROS                      00135700
                COMPUTE WRK-PERC ROUNDED =                              00135800
                        WRK-TBS-MIN-ATU(WRK-IDX-SAL) * 100              00135900
                      / WRK-MIN-DISP-SALA-ATU                           00136000
            END-IF.                                                     00136100
            IF WRK-MIN-DISP-SALA-ANT GREATER ZEROS                      00136200
                COMPUTE WRK-PERC-ANT ROUNDED =                          00136300
                        WRK-TBS-MIN-ANT(WRK-IDX-SAL) * 100              00136400
                      / WRK-MIN-DISP-SALA-ANT                           00136500
            END-IF.                                                     00136600
            PERFORM 2620-MONTAR-VARIACAO.                               00136700
            WRITE FD-RELOCUP FROM WRK-LINHA-TENDENCIA.                  00136800
                                                                        00136900
      *----------------------------------------------------------------*00137000
       2610-99-FIM.            EXIT.                                    00137100
      *----------------------------------------------------------------*00137200
      *----------------------------------------------------------------*00137300
       2620-MONTAR-VARIACAO               SECTION.                      00137400
      *----------------------------------------------------------------*00137500
                                                                        00137600
            MOVE WRK-PERC     TO WRK-LTD-PERC-ATU.                      00137700
            MOVE WRK-PERC-ANT TO WRK-LTD-PERC-ANT.                      00137800
            COMPUTE WRK-VARIACAO = WRK-PERC - WRK-PERC-ANT.             00137900
            MOVE WRK-VARIACAO TO WRK-LTD-VARIACAO.                      00138000
                                                                        00138100
      *----------------------------------------------------------------*00138200
       2620-99-FIM.            EXIT.                                    00138300
      *----------------------------------------------------------------*00138400
      *----------------------------------------------------------------*00138500
       2900-EMITIR-TAXA                   SECTION.                      00138600
      *----------------------------------------------------------------*00138700
      *    LINHA DE TAXA: MINUTOS RESERVADOS (WRK-MIN-RESERVADO)        00138800
      *    CONTRA MINUTOS DISPONIVEIS (WRK-MIN-DISPONIVEL).             00138900
      *----------------------------------------------------------------*00139000
                                                                        00139100
            COMPUTE WRK-HORAS ROUNDED = WRK-MIN-RESERVADO / 60.         00139200
            MOVE WRK-HORAS TO WRK-LTX-HORAS-RES.                        00139300
            COMPUTE WRK-HORAS ROUNDED = WRK-MIN-DISPONIVEL / 60.        00139400
            MOVE WRK-HORAS TO WRK-LTX-HORAS-DISP.                       00139500
            MOVE ZEROS TO WRK-PERC.                                     00139600
            IF WRK-MIN-DISPONIVEL GREATER ZEROS                         00139700
                COMPUTE WRK-PERC ROUNDED =                              00139800
                        WRK-MIN-RESERVADO * 100                         00139900
                      / WRK-MIN-DISPONIVEL                              00140000
            END-IF.                                                     00140100
            MOVE WRK-PERC TO WRK-LTX-PERC.                              00140200
            WRITE FD-RELOCUP FROM WRK-LINHA-TAXA.                       00140300
                                                                        00140400
      *----------------------------------------------------------------*00140500
       2900-99-FIM.            EXIT.                                    00140600
      *----------------------------------------------------------------*00140700
      *----------------------------------------------------------------*00140800
       2980-EDITAR-FAIXA                  SECTION.                      00140900
      *----------------------------------------------------------------*00141000
                                                                        00141100
            DIVIDE WRK-FAIXA-INI BY 60 GIVING WRK-FED-INI-HH            00141200
                                       REMAINDER WRK-FED-INI-MM.        00141300
            DIVIDE WRK-FAIXA-FIM BY 60 GIVING WRK-FED-FIM-HH            00141400
                                       REMAINDER WRK-FED-FIM-MM.        00141500
                                                                        00141600
      *----------------------------------------------------------------*00141700
       2980-99-FIM.            EXIT.                                    00141800
      *----------------------------------------------------------------*00141900
      *----------------------------------------------------------------*00142000
       2990-EDITAR-HORA                   SECTION.                      00142100
      *----------------------------------------------------------------*00142200
                                                                        00142300
            MOVE WRK-HHMM-HH TO WRK-HED-HH.                             00142400
            MOVE WRK-HHMM-MM TO WRK-HED-MM.                             00142500
                                                                        00142600
      *----------------------------------------------------------------*00142700
       2990-99-FIM.            EXIT.                                    00142800
      *----------------------------------------------------------------*00142900
      *----------------------------------------------------------------*00143000
       3000-FINALIZAR                     SECTION.                      00143100
      *----------------------------------------------------------------*00143200
                                                                        00143300
            CLOSE RESERVA                                               00143400
                  RELOCUP.                                              00143500
                                                                        00143600
            DISPLAY '------------------------------------------------'. 00143700
            DISPLAY '  RESERVAS LIDAS......: ' WRK-ACU-LIDAS.           00143800
            DISPLAY '  NO PERIODO..........: ' WRK-RES-TOTAL-ATU.       00143900
            DISPLAY '  NO PERIODO ANTERIOR.: ' WRK-RES-TOTAL-ANT.       00144000
            DISPLAY '  FORA DOS PERIODOS...: ' WRK-ACU-FORA-PERIODO.    00144100
            DISPLAY '  SEM DATA (SEMANAL)..: ' WRK-ACU-SEM-DATA.        00144200
            DISPLAY '  EM DIA NAO UTIL.....: ' WRK-ACU-NAO-UTIL.        00144300
            DISPLAY '  SALA INVALIDA.......: ' WRK-ACU-SALA-INVALIDA.   00144400
            DISPLAY '  SALAS SEM RESERVA...: ' WRK-ACU-NUNCA-RESERVADAS.00144500
            DISPLAY '  PICOS DE OCUPACAO...: ' WRK-ACU-PICOS.           00144600
            DISPLAY '------------------------------------------------'. 00144700
                                                                        00144800
            STOP RUN.                                                   00144900
      *----------------------------------------------------------------*00145000
       3000-99-FIM.            EXIT.                                    00145100
      *----------------------------------------------------------------*00145200
                                                                        00145300
      *----------------------------------------------------------------*00145400
       9000-TRATAR-ERROS                  SECTION.                      00145500
      *----------------------------------------------------------------*00145600
                                                                        00145700
             MOVE 'FR06C152'       TO WRK-ERR-PROGRAMA.                 00145800
             MOVE '9000'           TO WRK-ERR-SECTION.                  00145900
             MOVE WRK-MSG          TO WRK-ERR-MSG.                      00146000
             MOVE SPACES           TO WRK-ERR-STATUS.                   00146100
             MOVE WRK-FS-SALAS     TO WRK-ERR-STATUS(1:2).              00146200
             MOVE WRK-FS-RESERVA   TO WRK-ERR-STATUS(3:2).              00146300
             MOVE WRK-FS-PARAMS    TO WRK-ERR-STATUS(5:2).              00146400
             MOVE WRK-FS-RELOCUP   TO WRK-ERR-STATUS(7:2).              00146500
             MOVE 'F'              TO WRK-ERR-SEVERIDADE.               00146600
                                                                        00146700
             CALL 'TRTERRO'        USING WRK-TRTERRO.                   00146800
                                                                        00146900
      *----------------------------------------------------------------*00147000
       9000-99-FIM.            EXIT.                                    00147100
      *----------------------------------------------------------------*00147200
