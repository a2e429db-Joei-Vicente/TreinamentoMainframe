      *================================================================*00000100
       IDENTIFICATION                            DIVISION.              00000200
      *================================================================*00000300
                                                                        00000400
       PROGRAM-ID.  FR06C155.                                           00000500
                                                                        00000600
      *================================================================*00000700
      *     AUTOR.......: JOEI LORENTI                                  00000800
      *     ANALISTA....: IVAN SANCHES                                  00000900
      *     EMPRESA.....: FOURSYS                                       00001000
      *     DATA........: 15/10/2026                                    00001100
      *----------------------------------------------------------------*00001200
      *                                                                 00001300
      *     OBJETIVO: REGISTRO DE LINHAGEM DAS GERACOES DE CLI2505,     00001400
      *               MOV2505, ARQPROD E FOLHA. RODA COMO PASSO         00001500
      *               SEGUINTE A CADA PASSO QUE LE OU PRODUZ UM DESSES  00001600
      *               ARQUIVOS, COM OS MESMOS DATASETS NOS DDS ARQ01 A  00001700
      *               ARQ08 (UM POR CARTAO SYSIN, NA ORDEM DOS          00001800
      *               CARTOES). CADA ARQUIVO E LIDO DO INICIO AO FIM    00001900
      *               (LRECL VEM DO PROPRIO DD, COMO NO FR06CB39):      00002000
      *               DATA DE GERACAO E VERSAO SAEM DO CABECALHO        00002100
      *               B#HDRTRL, QTDE E HASH DO TRAILER, CONFERIDOS      00002200
      *               COM A QTDE LIDA. ARQUIVO SEM CABECALHO/TRAILER    00002300
      *               (FOLHA) TEM A QTDE CONTADA NA LEITURA.            00002400
      *               PARA CADA ENTRADA ('I') O CATALOGO (LINHAGEM,     00002500
      *               B#LINHAG) E CONSULTADO: A GERACAO LIDA TEM DE     00002600
      *               SER A ULTIMA GRAVADA ('O') DO MESMO ARQUIVO -     00002700
      *               MESMA DATA DE GERACAO, QTDE E HASH. GERACAO       00002800
      *               DIFERENTE OU TRAILER QUE NAO BATE COM A QTDE      00002900
      *               LIDA VAO PARA O SYSOUT COM RETURN-CODE 4;         00003000
      *               ENTRADA SEM PRODUTOR NO CATALOGO (ORIGEM          00003100
      *               EXTERNA) E SO INFORMADA.                          00003200
      *               NO FIM, UM REGISTRO POR CARTAO E ANEXADO AO       00003300
      *               CATALOGO COM JOB E DATA DO RUNCTL (TIPO '1') E    00003400
      *               A HORA DO PASSO. RASTREIO: FR06C156.              00003500
      *                                                                 00003600
      *----------------------------------------------------------------*00003700
      *     INPUT:                                                      00003800
      *     DDNAME           I/O                                        00003900
      *     RUNCTL            I   (JOB E DATA DA RODADA)                00004000
      *     ARQ01 A ARQ08     I   (ARQUIVOS DO PASSO, UM POR CARTAO)    00004100
      *     LINHAGEM         I/O  (CATALOGO DE LINHAGEM - LRECL 100,    00004200
      *                            CRIADO NA PRIMEIRA RODADA)           00004300
      *                                                                 00004400
      *     SYSIN  - UM CARTAO POR ARQUIVO DO PASSO (MAXIMO 8)          00004500
      *     COL 01-08 PROGRAMA DO PASSO                                 00004600
      *     COL 09-16 DDNAME DO ARQUIVO NO PROGRAMA                     00004700
      *     COL 17    PAPEL: 'I' = ENTRADA, 'O' = SAIDA                 00004800
      *     COL 18-25 NOME LOGICO DO ARQUIVO (O MESMO NO PASSO QUE      00004900
      *               GRAVA E NOS QUE LEEM; BRANCO = IDENTIFICACAO DO   00005000
      *               CABECALHO OU, SEM CABECALHO, O DDNAME)            00005100
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
             SELECT RUNCTL             ASSIGN TO RUNCTL                 00007400
                FILE STATUS            IS WRK-FS-RUNCTL.                00007500
             SELECT ARQ01              ASSIGN TO ARQ01                  00007600
                FILE STATUS            IS WRK-FS-ARQ01.                 00007700
             SELECT ARQ02              ASSIGN TO ARQ02                  00007800
                FILE STATUS            IS WRK-FS-ARQ02.                 00007900
             SELECT ARQ03              ASSIGN TO ARQ03                  00008000
                FILE STATUS            IS WRK-FS-ARQ03.                 00008100
             SELECT ARQ04              ASSIGN TO ARQ04                  00008200
                FILE STATUS            IS WRK-FS-ARQ04.                 00008300
             SELECT ARQ05              ASSIGN TO ARQ05                  00008400
                FILE STATUS            IS WRK-FS-ARQ05.                 00008500
             SELECT ARQ06              ASSIGN TO ARQ06                  00008600
                FILE STATUS            IS WRK-FS-ARQ06.                 00008700
             SELECT ARQ07              ASSIGN TO ARQ07                  00008800
                FILE STATUS            IS WRK-FS-ARQ07.                 00008900
             SELECT ARQ08              ASSIGN TO ARQ08                  00009000
                FILE STATUS            IS WRK-FS-ARQ08.                 00009100
             SELECT LINHAGEM           ASSIGN TO LINHAGEM               00009200
                FILE STATUS            IS WRK-FS-LINHAGEM.              00009300
                                                                        00009400
      *================================================================*00009500
       DATA                                      DIVISION.              00009600
      *================================================================*00009700
                                                                        00009800
      *----------------------------------------------------------------*00009900
       FILE                                      SECTION.               00010000
      *----------------------------------------------------------------*00010100
                                                                        00010200
       FD RUNCTL                                                        00010300
           RECORDING MODE IS F                                          00010400
           BLOCK CONTAINS 0 RECORDS.                                    00010500
       01 FD-RUNCTL                    PIC X(80).                       00010600
                                                                        00010700
       FD ARQ01                                                         00010800
           RECORDING MODE IS F                                          00010900
           RECORD CONTAINS 0 CHARACTERS                                 00011000
           BLOCK CONTAINS 0 RECORDS.                                    00011100
       01 FD-ARQ01                     PIC X(200).                      00011200
                                                                        00011300
       FD ARQ02                                                         00011400
           RECORDING MODE IS F                                          00011500
           RECORD CONTAINS 0 CHARACTERS                                 00011600
           BLOCK CONTAINS 0 RECORDS.                                    00011700
       01 FD-ARQ02                     PIC X(200).                      00011800
                                                                        00011900
       FD ARQ03                                                         00012000
           RECORDING MODE IS F                                          00012100
           RECORD CONTAINS 0 CHARACTERS                                 00012200
           BLOCK CONTAINS 0 RECORDS.                                    00012300
       01 FD-ARQ03                     PIC X(200).                      00012400
                                                                        00012500
       FD ARQ04                                                         00012600
           RECORDING MODE IS F                                          00012700
           RECORD CONTAINS 0 CHARACTERS                                 00012800
           BLOCK CONTAINS 0 RECORDS.                                    00012900
       01 FD-ARQ04                     PIC X(200).                      00013000
                                                                        00013100
       FD ARQ05                                                         00013200
           RECORDING MODE IS F                                          00013300
           RECORD CONTAINS 0 CHARACTERS                                 00013400
           BLOCK CONTAINS 0 RECORDS.                                    00013500
       01 FD-ARQ05                     PIC X(200).                      00013600
                                                                        00013700
       FD ARQ06                                                         00013800
           RECORDING MODE IS F                                          00013900
           RECORD CONTAINS 0 CHARACTERS                                 00014000
           BLOCK CONTAINS 0 RECORDS.                                    00014100
       01 FD-ARQ06                     PIC X(200).                      00014200
                                                                        00014300
       FD ARQ07                                                         00014400
           RECORDING MODE IS F                                          00014500
           RECORD CONTAINS 0 CHARACTERS                                 00014600
           BLOCK CONTAINS 0 RECORDS.                                    00014700
       01 FD-ARQ07                     PIC X(200).                      00014800
                                                                        00014900
       FD ARQ08                                                         00015000
           RECORDING MODE IS F                                          00015100
           RECORD CONTAINS 0 CHARACTERS                                 00015200
           BLOCK CONTAINS 0 RECORDS.                                    00015300
       01 FD-ARQ08                     PIC X(200).                      00015400
                                                                        00015500
       FD LINHAGEM                                                      00015600
           RECORDING MODE IS F                                          00015700
           BLOCK CONTAINS 0 RECORDS.                                    00015800
       01 FD-LINHAGEM                  PIC X(100).                      00015900
                                                                        00016000
      *----------------------------------------------------------------*00016100
       WORKING-STORAGE                           SECTION.               00016200
      *----------------------------------------------------------------*00016300
                                                                        00016400
      *----------------------------------------------------------------*00016500
       01 FILLER                       PIC X(50)               VALUE    00016600
            '**** AREA DOS LAYOUTS ****'.                               00016700
      *----------------------------------------------------------------*00016800
                                                                        00016900
        COPY 'B#RUNCTL'.                                                00017000
                                                                        00017100
        COPY 'B#HDRTRL'.                                                00017200
                                                                        00017300
        COPY 'B#LINHAG'.                                                00017400
                                                                        00017500
       01 WRK-REG-LIDO                 PIC X(200) VALUE SPACES.         00017600
                                                                        00017700
      *----------------------------------------------------------------*00017800
       01 FILLER                       PIC X(50)               VALUE    00017900
            '**** AREA DO CARTAO DE PARAMETROS ****'.                   00018000
      *----------------------------------------------------------------*00018100
                                                                        00018200
       01 WRK-CARTAO.                                                   00018300
          05 WRK-CARTAO-PROGRAMA       PIC X(08).                       00018400
          05 WRK-CARTAO-DDNAME         PIC X(08).                       00018500
          05 WRK-CARTAO-PAPEL          PIC X(01).                       00018600
          05 WRK-CARTAO-ARQUIVO        PIC X(08).                       00018700
          05 FILLER                    PIC X(55).                       00018800
                                                                        00018900
      *----------------------------------------------------------------*00019000
       01 FILLER                       PIC X(50)               VALUE    00019100
            '**** TABELA DOS ARQUIVOS DO PASSO ****'.                   00019200
      *----------------------------------------------------------------*00019300
                                                                        00019400
      *    UM ITEM POR CARTAO; O ITEM N CORRESPONDE AO DD ARQ0N         00019500
       01 WRK-TAB-CARTOES.                                              00019600
          05 WRK-TCA-ITEM              OCCURS 8 TIMES.                  00019700
             10 WRK-TCA-PROGRAMA       PIC X(08).                       00019800
             10 WRK-TCA-DDNAME         PIC X(08).                       00019900
             10 WRK-TCA-PAPEL          PIC X(01).                       00020000
             10 WRK-TCA-ARQUIVO        PIC X(08).                       00020100
             10 WRK-TCA-DATA-GERACAO   PIC 9(08).                       00020200
             10 WRK-TCA-VERSAO         PIC X(02).                       00020300
             10 WRK-TCA-QT-LIDOS       PIC 9(09).                       00020400
             10 WRK-TCA-QT-REGISTROS   PIC 9(09).                       00020500
             10 WRK-TCA-HASH-VALOR     PIC 9(15).                       00020600
             10 WRK-TCA-CONTROLE       PIC X(01).                       00020700
             10 WRK-TCA-SITUACAO       PIC X(01).                       00020800
      *          ULTIMA GRAVACAO DO MESMO ARQUIVO NO CATALOGO           00020900
             10 WRK-TCA-PRD-ACHADO     PIC X(01).                       00021000
             10 WRK-TCA-PRD-JOB        PIC X(08).                       00021100
             10 WRK-TCA-PRD-DATA       PIC 9(08).                       00021200
             10 WRK-TCA-PRD-PROGRAMA   PIC X(08).                       00021300
             10 WRK-TCA-PRD-DATA-GER   PIC 9(08).                       00021400
             10 WRK-TCA-PRD-QT         PIC 9(09).                       00021500
             10 WRK-TCA-PRD-HASH       PIC 9(15).                       00021600
                                                                        00021700
       77 WRK-QT-CARTOES               PIC 9(02) VALUE ZEROS.           00021800
       77 WRK-IDX-CAR                  PIC 9(02) VALUE ZEROS.           00021900
                                                                        00022000
      *----------------------------------------------------------------*00022100
       01 FILLER                       PIC X(50)               VALUE    00022200
            '**** AREA DE VARIAVEIS DA FILE SEC ****'.                  00022300
      *----------------------------------------------------------------*00022400
                                                                        00022500
       77 WRK-FS-RUNCTL                PIC X(02) VALUE SPACES.          00022600
       77 WRK-FS-ARQ01                 PIC X(02) VALUE SPACES.          00022700
       77 WRK-FS-ARQ02                 PIC X(02) VALUE SPACES.          00022800
       77 WRK-FS-ARQ03                 PIC X(02) VALUE SPACES.          00022900
       77 WRK-FS-ARQ04                 PIC X(02) VALUE SPACES.          00023000
       77 WRK-FS-ARQ05                 PIC X(02) VALUE SPACES.          00023100
       77 WRK-FS-ARQ06                 PIC X(02) VALUE SPACES.          00023200
       77 WRK-FS-ARQ07                 PIC X(02) VALUE SPACES.          00023300
       77 WRK-FS-ARQ08                 PIC X(02) VALUE SPACES.          00023400
       77 WRK-FS-ARQUIVO               PIC X(02) VALUE SPACES.          00023500
       77 WRK-FS-LINHAGEM              PIC X(02) VALUE SPACES.          00023600
                                                                        00023700
      *----------------------------------------------------------------*00023800
       01 FILLER                       PIC X(50)               VALUE    00023900
            '**** AREA DE DATAS E HORAS ****'.                          00024000
      *----------------------------------------------------------------*00024100
                                                                        00024200
       01 WRK-HORA-ACCEPT.                                              00024300
          05 WRK-HORA-ACC-HHMMSS       PIC 9(06).                       00024400
          05 WRK-HORA-ACC-CC           PIC 9(02).                       00024500
                                                                        00024600
       77 WRK-HORA-PASSO               PIC 9(06) VALUE ZEROS.           00024700
       77 WRK-JOB-RODADA               PIC X(08) VALUE SPACES.          00024800
       77 WRK-DATA-RODADA              PIC 9(08) VALUE ZEROS.           00024900
                                                                        00025000
      *----------------------------------------------------------------*00025100
       01 FILLER                       PIC X(50)               VALUE    00025200
            '**** AREA DE VARIAVEIS E CONTADORES ****'.                 00025300
      *----------------------------------------------------------------*00025400
                                                                        00025500
       77 WRK-FIM-ARQUIVO              PIC X(01) VALUE 'N'.             00025600
       77 WRK-TEM-TRAILER              PIC X(01) VALUE 'N'.             00025700
       77 WRK-ACU-CATALOGO             PIC 9(07) VALUE ZEROS.           00025800
       77 WRK-ACU-GRAVADOS             PIC 9(07) VALUE ZEROS.           00025900
       77 WRK-ACU-DIVERGENTES          PIC 9(07) VALUE ZEROS.           00026000
       77 WRK-ACU-SEM-PRODUTOR         PIC 9(07) VALUE ZEROS.           00026100
       77 WRK-ACU-TRAILER-DIF          PIC 9(07) VALUE ZEROS.           00026200
       77 WRK-QT-EDITADA               PIC Z.ZZZ.ZZZ.ZZ9.               00026300
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00026400
                                                                        00026500
      *----------------------------------------------------------------*00026600
       01 FILLER                       PIC X(50)               VALUE    00026700
            '**** AREA DO MODULO AUDSYS ****'.                          00026800
      *----------------------------------------------------------------*00026900
                                                                        00027000
        COPY '#AUDSYS'.                                                 00027100
                                                                        00027200
      *----------------------------------------------------------------*00027300
       01 FILLER                       PIC X(50)               VALUE    00027400
            '**** AREA DO MODULO TRTERRO ****'.                         00027500
      *----------------------------------------------------------------*00027600
                                                                        00027700
        COPY '#TRTERRO'.                                                00027800
                                                                        00027900
      *================================================================*00028000
       PROCEDURE DIVISION.                                              00028100
      *================================================================*00028200
      *----------------------------------------------------------------*00028300
       0000-PRINCIPAL                     SECTION.                      00028400
      *----------------------------------------------------------------*00028500
                                                                        00028600
           PERFORM 1000-INICIAR.                                        00028700
                                                                        00028800
           PERFORM 2000-LER-ARQUIVOS.                                   00028900
                                                                        00029000
           PERFORM 3000-CONFERIR-ENTRADAS.                              00029100
                                                                        00029200
           PERFORM 4000-GRAVAR-CATALOGO.                                00029300
                                                                        00029400
           PERFORM 5000-FINALIZAR.                                      00029500
                                                                        00029600
      *----------------------------------------------------------------*00029700
       0000-99-FIM.            EXIT.                                    00029800
      *----------------------------------------------------------------*00029900
      *----------------------------------------------------------------*00030000
       1000-INICIAR                       SECTION.                      00030100
      *----------------------------------------------------------------*00030200
                                                                        00030300
            ACCEPT WRK-HORA-ACCEPT FROM TIME.                           00030400
            MOVE WRK-HORA-ACC-HHMMSS TO WRK-HORA-PASSO.                 00030500
                                                                        00030600
            PERFORM 1600-LER-DATA-RODADA.                               00030700
                                                                        00030800
            PERFORM 1400-LER-CARTAO.                                    00030900
            PERFORM 1100-GUARDAR-CARTAO                                 00031000
                UNTIL WRK-CARTAO EQUAL SPACES.                          00031100
                                                                        00031200
            IF WRK-QT-CARTOES EQUAL ZEROS                               00031300
                MOVE ' SYSIN SEM CARTAO DE ARQUIVO ' TO WRK-MSG         00031400
                PERFORM 9000-TRATAR-ERROS                               00031500
            END-IF.                                                     00031600
                                                                        00031700
      *----------------------------------------------------------------*00031800
       1000-99-FIM.            EXIT.                                    00031900
      *----------------------------------------------------------------*00032000
      *----------------------------------------------------------------*00032100
       1100-GUARDAR-CARTAO                SECTION.                      00032200
      *----------------------------------------------------------------*00032300
                                                                        00032400
            IF WRK-CARTAO-PROGRAMA EQUAL SPACES                         00032500
               OR WRK-CARTAO-DDNAME EQUAL SPACES                        00032600
               OR (WRK-CARTAO-PAPEL NOT EQUAL 'I'                       00032700
                   AND WRK-CARTAO-PAPEL NOT EQUAL 'O')                  00032800
                MOVE ' CARTAO DE ARQUIVO INVALIDO ' TO WRK-MSG          00032900
                PERFORM 9000-TRATAR-ERROS                               00033000
            END-IF.                                                     00033100
                                                                        00033200
            IF WRK-QT-CARTOES NOT LESS 8                                00033300
                MOVE ' MAIS DE 8 CARTOES DE ARQUIVO ' TO WRK-MSG        00033400
                PERFORM 9000-TRATAR-ERROS                               00033500
            END-IF.                                                     00033600
                                                                        00033700
            ADD 1 TO WRK-QT-CARTOES.                                    00033800
            MOVE WRK-QT-CARTOES TO WRK-IDX-CAR.                         00033900
            MOVE WRK-CARTAO-PROGRAMA TO WRK-TCA-PROGRAMA(WRK-IDX-CAR).  00034000
            MOVE WRK-CARTAO-DDNAME   TO WRK-TCA-DDNAME(WRK-IDX-CAR).    00034100
            MOVE WRK-CARTAO-PAPEL    TO WRK-TCA-PAPEL(WRK-IDX-CAR).     00034200
            MOVE WRK-CARTAO-ARQUIVO  TO WRK-TCA-ARQUIVO(WRK-IDX-CAR).   00034300
            MOVE ZEROS  TO WRK-TCA-DATA-GERACAO(WRK-IDX-CAR)            00034400
                           WRK-TCA-QT-LIDOS(WRK-IDX-CAR)                00034500
                           WRK-TCA-QT-REGISTROS(WRK-IDX-CAR)            00034600
                           WRK-TCA-HASH-VALOR(WRK-IDX-CAR)              00034700
                           WRK-TCA-PRD-DATA(WRK-IDX-CAR)                00034800
                           WRK-TCA-PRD-DATA-GER(WRK-IDX-CAR)            00034900
                           WRK-TCA-PRD-QT(WRK-IDX-CAR)                  00035000
                           WRK-TCA-PRD-HASH(WRK-IDX-CAR).               00035100
            MOVE SPACES TO WRK-TCA-VERSAO(WRK-IDX-CAR)                  00035200
                           WRK-TCA-CONTROLE(WRK-IDX-CAR)                00035300
                           WRK-TCA-SITUACAO(WRK-IDX-CAR)                00035400
                           WRK-TCA-PRD-JOB(WRK-IDX-CAR)                 00035500
                           WRK-TCA-PRD-PROGRAMA(WRK-IDX-CAR).           00035600
            MOVE 'N'    TO WRK-TCA-PRD-ACHADO(WRK-IDX-CAR).             00035700
                                                                        00035800
            PERFORM 1400-LER-CARTAO.                                    00035900
                                                                        00036000
      *----------------------------------------------------------------*00036100
       1100-99-FIM.            EXIT.                                    00036200
      *----------------------------------------------------------------*00036300
      *----------------------------------------------------------------*00036400
       1400-LER-CARTAO                    SECTION.                      00036500
      *----------------------------------------------------------------*00036600
                                                                        00036700
            MOVE SPACES TO WRK-CARTAO.                                  00036800
            ACCEPT WRK-CARTAO FROM SYSIN.                               00036900
                                                                        00037000
            IF WRK-CARTAO NOT EQUAL SPACES                              00037100
                MOVE 'FR06C155'  TO WRK-AUD-PROGRAMA                    00037200
                MOVE WRK-CARTAO  TO WRK-AUD-CARTAO                      00037300
                CALL 'AUDSYS'    USING WRK-AUDSYS                       00037400
            END-IF.                                                     00037500
                                                                        00037600
      *----------------------------------------------------------------*00037700
       1400-99-FIM.            EXIT.                                    00037800
      *----------------------------------------------------------------*00037900
      *----------------------------------------------------------------*00038000
       1600-LER-DATA-RODADA               SECTION.                      00038100
      *----------------------------------------------------------------*00038200
                                                                        00038300
            OPEN INPUT RUNCTL.                                          00038400
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00038500
                MOVE ' RUNCTL AUSENTE - RODAR FR06CB01 ' TO WRK-MSG     00038600
                PERFORM 9000-TRATAR-ERROS                               00038700
            END-IF.                                                     00038800
                                                                        00038900
            READ RUNCTL INTO WRK-RUNCTL.                                00039000
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00039100
               OR WRK-RUNCTL-TIPO NOT EQUAL '1'                         00039200
                MOVE ' RUNCTL SEM REGISTRO DE ABERTURA ' TO WRK-MSG     00039300
                PERFORM 9000-TRATAR-ERROS                               00039400
            END-IF.                                                     00039500
                                                                        00039600
            MOVE WRK-RUNCTL-JOB  TO WRK-JOB-RODADA.                     00039700
            MOVE WRK-RUNCTL-DATA TO WRK-DATA-RODADA.                    00039800
            CLOSE RUNCTL.                                               00039900
                                                                        00040000
      *----------------------------------------------------------------*00040100
       1600-99-FIM.            EXIT.                                    00040200
      *----------------------------------------------------------------*00040300
      *----------------------------------------------------------------*00040400
       2000-LER-ARQUIVOS                  SECTION.                      00040500
      *----------------------------------------------------------------*00040600
                                                                        00040700
            PERFORM 2100-LER-ARQUIVO                                    00040800
                VARYING WRK-IDX-CAR FROM 1 BY 1                         00040900
                UNTIL WRK-IDX-CAR GREATER WRK-QT-CARTOES.               00041000
                                                                        00041100
      *----------------------------------------------------------------*00041200
       2000-99-FIM.            EXIT.                                    00041300
      *----------------------------------------------------------------*00041400
      *----------------------------------------------------------------*00041500
       2100-LER-ARQUIVO                   SECTION.                      00041600
      *----------------------------------------------------------------*00041700
      *    LE O DD ARQ0N INTEIRO: CABECALHO, DADOS E TRAILER.         * 00041800
      *----------------------------------------------------------------*00041900
                                                                        00042000
            PERFORM 2110-ABRIR-ARQUIVO.                                 00042100
                                                                        00042200
            MOVE 'N' TO WRK-FIM-ARQUIVO.                                00042300
            MOVE 'N' TO WRK-TEM-TRAILER.                                00042400
            PERFORM 2120-LER-REGISTRO.                                  00042500
                                                                        00042600
            IF WRK-FIM-ARQUIVO EQUAL 'N'                                00042700
               AND WRK-REG-LIDO(1:3) EQUAL 'HDR'                        00042800
                MOVE WRK-REG-LIDO(1:21) TO WRK-REG-CABECALHO            00042900
                IF WRK-HDR-DATA-GERACAO NUMERIC                         00043000
                    MOVE WRK-HDR-DATA-GERACAO                           00043100
                         TO WRK-TCA-DATA-GERACAO(WRK-IDX-CAR)           00043200
                END-IF                                                  00043300
                MOVE WRK-HDR-VERSAO TO WRK-TCA-VERSAO(WRK-IDX-CAR)      00043400
                IF WRK-TCA-ARQUIVO(WRK-IDX-CAR) EQUAL SPACES            00043500
                    MOVE WRK-HDR-ARQUIVO                                00043600
                         TO WRK-TCA-ARQUIVO(WRK-IDX-CAR)                00043700
                END-IF                                                  00043800
                PERFORM 2120-LER-REGISTRO                               00043900
            END-IF.                                                     00044000
                                                                        00044100
            PERFORM 2130-CONTAR-REGISTRO                                00044200
                UNTIL WRK-FIM-ARQUIVO EQUAL 'S'.                        00044300
                                                                        00044400
            PERFORM 2140-FECHAR-ARQUIVO.                                00044500
                                                                        00044600
            IF WRK-TCA-ARQUIVO(WRK-IDX-CAR) EQUAL SPACES                00044700
                MOVE WRK-TCA-DDNAME(WRK-IDX-CAR)                        00044800
                     TO WRK-TCA-ARQUIVO(WRK-IDX-CAR)                    00044900
            END-IF.                                                     00045000
                                                                        00045100
            IF WRK-TEM-TRAILER EQUAL 'N'                                00045200
                MOVE 'C' TO WRK-TCA-CONTROLE(WRK-IDX-CAR)               00045300
                MOVE WRK-TCA-QT-LIDOS(WRK-IDX-CAR)                      00045400
                     TO WRK-TCA-QT-REGISTROS(WRK-IDX-CAR)               00045500
                GO TO 2100-99-FIM                                       00045600
            END-IF.                                                     00045700
                                                                        00045800
            IF WRK-TCA-QT-REGISTROS(WRK-IDX-CAR)                        00045900
               EQUAL WRK-TCA-QT-LIDOS(WRK-IDX-CAR)                      00046000
                MOVE 'T' TO WRK-TCA-CONTROLE(WRK-IDX-CAR)               00046100
            ELSE                                                        00046200
                MOVE 'D' TO WRK-TCA-CONTROLE(WRK-IDX-CAR)               00046300
                ADD 1 TO WRK-ACU-TRAILER-DIF                            00046400
                MOVE WRK-TCA-QT-LIDOS(WRK-IDX-CAR) TO WRK-QT-EDITADA    00046500
                DISPLAY 'TRAILER NAO CONFERE - DD ARQ0' WRK-IDX-CAR(2:1)00046600
                        ' (' WRK-TCA-DDNAME(WRK-IDX-CAR) ') LIDOS '     00046700
                        WRK-QT-EDITADA                                  00046800
                MOVE WRK-TCA-QT-REGISTROS(WRK-IDX-CAR)                  00046900
                     TO WRK-QT-EDITADA                                  00047000
                DISPLAY '                  TRAILER    ' WRK-QT-EDITADA  00047100
            END-IF.                                                     00047200
                                                                        00047300
      *----------------------------------------------------------------*00047400
       2100-99-FIM.            EXIT.                                    00047500
      *----------------------------------------------------------------*00047600
      *----------------------------------------------------------------*00047700
       2110-ABRIR-ARQUIVO                 SECTION.                      00047800
      *----------------------------------------------------------------*00047900
                                                                        00048000
            EVALUATE WRK-IDX-CAR                                        00048100
                WHEN 1                                                  00048200
                    OPEN INPUT ARQ01                                    00048300
                    MOVE WRK-FS-ARQ01 TO WRK-FS-ARQUIVO                 00048400
                WHEN 2                                                  00048500
                    OPEN INPUT ARQ02                                    00048600
                    MOVE WRK-FS-ARQ02 TO WRK-FS-ARQUIVO                 00048700
                WHEN 3                                                  00048800
                    OPEN INPUT ARQ03                                    00048900
                    MOVE WRK-FS-ARQ03 TO WRK-FS-ARQUIVO                 00049000
                WHEN 4                                                  00049100
                    OPEN INPUT ARQ04                                    00049200
                    MOVE WRK-FS-ARQ04 TO WRK-FS-ARQUIVO                 00049300
                WHEN 5                                                  00049400
                    OPEN INPUT ARQ05                                    00049500
                    MOVE WRK-FS-ARQ05 TO WRK-FS-ARQUIVO                 00049600
                WHEN 6                                                  00049700
                    OPEN INPUT ARQ06                                    00049800
                    MOVE WRK-FS-ARQ06 TO WRK-FS-ARQUIVO                 00049900
                WHEN 7                                                  00050000
                    OPEN INPUT ARQ07                                    00050100
                    MOVE WRK-FS-ARQ07 TO WRK-FS-ARQUIVO                 00050200
                WHEN 8                                                  00050300
                    OPEN INPUT ARQ08                                    00050400
                    MOVE WRK-FS-ARQ08 TO WRK-FS-ARQUIVO                 00050500
            END-EVALUATE.                                               00050600
                                                                        00050700
            IF WRK-FS-ARQUIVO NOT EQUAL ZEROS                           00050800
                MOVE ' ERRO ABERTURA ARQ0 ' TO WRK-MSG                  00050900
                MOVE WRK-IDX-CAR(2:1) TO WRK-MSG(20:1)                  00051000
                PERFORM 9000-TRATAR-ERROS                               00051100
            END-IF.                                                     00051200
                                                                        00051300
      *----------------------------------------------------------------*00051400
       2110-99-FIM.            EXIT.                                    00051500
      *----------------------------------------------------------------*00051600
      *----------------------------------------------------------------*00051700
       2120-LER-REGISTRO                  SECTION.                      00051800
      *----------------------------------------------------------------*00051900
                                                                        00052000
            MOVE SPACES TO WRK-REG-LIDO.                                00052100
                                                                        00052200
            EVALUATE WRK-IDX-CAR                                        00052300
                WHEN 1                                                  00052400
                    READ ARQ01 INTO WRK-REG-LIDO                        00052500
                    MOVE WRK-FS-ARQ01 TO WRK-FS-ARQUIVO                 00052600
                WHEN 2                                                  00052700
                    READ ARQ02 INTO WRK-REG-LIDO                        00052800
                    MOVE WRK-FS-ARQ02 TO WRK-FS-ARQUIVO                 00052900
                WHEN 3                                                  00053000
                    READ ARQ03 INTO WRK-REG-LIDO                        00053100
                    MOVE WRK-FS-ARQ03 TO WRK-FS-ARQUIVO                 00053200
                WHEN 4                                                  00053300
                    READ ARQ04 INTO WRK-REG-LIDO                        00053400
                    MOVE WRK-FS-ARQ04 TO WRK-FS-ARQUIVO                 00053500
                WHEN 5                                                  00053600
                    READ ARQ05 INTO WRK-REG-LIDO                        00053700
                    MOVE WRK-FS-ARQ05 TO WRK-FS-ARQUIVO                 00053800
                WHEN 6                                                  00053900
                    READ ARQ06 INTO WRK-REG-LIDO                        00054000
                    MOVE WRK-FS-ARQ06 TO WRK-FS-ARQUIVO                 00054100
                WHEN 7                                                  00054200
                    READ ARQ07 INTO WRK-REG-LIDO                        00054300
                    MOVE WRK-FS-ARQ07 TO WRK-FS-ARQUIVO                 00054400
                WHEN 8                                                  00054500
                    READ ARQ08 INTO WRK-REG-LIDO                        00054600
                    MOVE WRK-FS-ARQ08 TO WRK-FS-ARQUIVO                 00054700
            END-EVALUATE.                                               00054800
                                                                        00054900
            IF WRK-FS-ARQUIVO NOT EQUAL ZEROS                           00055000
                MOVE 'S' TO WRK-FIM-ARQUIVO                             00055100
            END-IF.                                                     00055200
                                                                        00055300
      *----------------------------------------------------------------*00055400
       2120-99-FIM.            EXIT.                                    00055500
      *----------------------------------------------------------------*00055600
      *----------------------------------------------------------------*00055700
       2130-CONTAR-REGISTRO               SECTION.                      00055800
      *----------------------------------------------------------------*00055900
                                                                        00056000
            IF WRK-REG-LIDO(1:3) EQUAL 'TRL'                            00056100
                MOVE WRK-REG-LIDO(1:27) TO WRK-REG-TRAILER              00056200
                MOVE 'S' TO WRK-TEM-TRAILER                             00056300
                IF WRK-TRL-QT-REGISTROS NUMERIC                         00056400
                    MOVE WRK-TRL-QT-REGISTROS                           00056500
                         TO WRK-TCA-QT-REGISTROS(WRK-IDX-CAR)           00056600
                END-IF                                                  00056700
                IF WRK-TRL-HASH-VALOR NUMERIC                           00056800
                    MOVE WRK-TRL-HASH-VALOR                             00056900
                         TO WRK-TCA-HASH-VALOR(WRK-IDX-CAR)             00057000
                END-IF                                                  00057100
            ELSE                                                        00057200
                ADD 1 TO WRK-TCA-QT-LIDOS(WRK-IDX-CAR)                  00057300
            END-IF.                                                     00057400
                                                                        00057500
            PERFORM 2120-LER-REGISTRO.                                  00057600
                                                                        00057700
      *----------------------------------------------------------------*00057800
       2130-99-FIM.            EXIT.                                    00057900
      *----------------------------------------------------------------*00058000
      *----------------------------------------------------------------*00058100
       2140-FECHAR-ARQUIVO                SECTION.                      00058200
      *----------------------------------------------------------------*00058300
                                                                        00058400
            EVALUATE WRK-IDX-CAR                                        00058500
                WHEN 1                                                  00058600
                    CLOSE ARQ01                                         00058700
                WHEN 2                                                  00058800
                    CLOSE ARQ02                                         00058900
                WHEN 3                                                  00059000
                    CLOSE ARQ03                                         00059100
                WHEN 4                                                  00059200
                    CLOSE ARQ04                                         00059300
                WHEN 5                                                  00059400
                    CLOSE ARQ05                                         00059500
                WHEN 6                                                  00059600
                    CLOSE ARQ06                                         00059700
                WHEN 7                                                  00059800
                    CLOSE ARQ07                                         00059900
                WHEN 8                                                  00060000
                    CLOSE ARQ08                                         00060100
            END-EVALUATE.                                               00060200
                                                                        00060300
      *----------------------------------------------------------------*00060400
       2140-99-FIM.            EXIT.                                    00060500
      *----------------------------------------------------------------*00060600
      *----------------------------------------------------------------*00060700
       3000-CONFERIR-ENTRADAS             SECTION.                      00060800
      *----------------------------------------------------------------*00060900
      *    GUARDA, PARA CADA ENTRADA, A ULTIMA GRAVACAO DO MESMO       *00061000
      *    ARQUIVO NO CATALOGO E CONFERE A GERACAO LIDA COM ELA.       *00061100
      *----------------------------------------------------------------*00061200
                                                                        00061300
            OPEN INPUT LINHAGEM.                                        00061400
            IF WRK-FS-LINHAGEM EQUAL '35'                               00061500
                DISPLAY 'LINHAGEM AUSENTE - CATALOGO SERA CRIADO'       00061600
            ELSE                                                        00061700
                IF WRK-FS-LINHAGEM NOT EQUAL ZEROS                      00061800
                    MOVE ' ERRO ABERTURA LINHAGEM ' TO WRK-MSG          00061900
                    PERFORM 9000-TRATAR-ERROS                           00062000
                END-IF                                                  00062100
                PERFORM 3100-LER-CATALOGO                               00062200
                    UNTIL WRK-FS-LINHAGEM EQUAL '10'                    00062300
                CLOSE LINHAGEM                                          00062400
            END-IF.                                                     00062500
                                                                        00062600
            PERFORM 3200-AVALIAR-ENTRADA                                00062700
                VARYING WRK-IDX-CAR FROM 1 BY 1                         00062800
                UNTIL WRK-IDX-CAR GREATER WRK-QT-CARTOES.               00062900
                                                                        00063000
      *----------------------------------------------------------------*00063100
       3000-99-FIM.            EXIT.                                    00063200
      *----------------------------------------------------------------*00063300
      *----------------------------------------------------------------*00063400
       3100-LER-CATALOGO                  SECTION.                      00063500
      *----------------------------------------------------------------*00063600
                                                                        00063700
            READ LINHAGEM INTO WRK-REG-LINHAGEM.                        00063800
            IF WRK-FS-LINHAGEM NOT EQUAL ZEROS                          00063900
                MOVE '10' TO WRK-FS-LINHAGEM                            00064000
                GO TO 3100-99-FIM                                       00064100
            END-IF.                                                     00064200
                                                                        00064300
            ADD 1 TO WRK-ACU-CATALOGO.                                  00064400
            IF WRK-LIN-PAPEL NOT EQUAL 'O'                              00064500
                GO TO 3100-99-FIM                                       00064600
            END-IF.                                                     00064700
                                                                        00064800
            PERFORM 3110-GUARDAR-PRODUTOR                               00064900
                VARYING WRK-IDX-CAR FROM 1 BY 1                         00065000
                UNTIL WRK-IDX-CAR GREATER WRK-QT-CARTOES.               00065100
                                                                        00065200
      *----------------------------------------------------------------*00065300
       3100-99-FIM.            EXIT.                                    00065400
      *----------------------------------------------------------------*00065500
      *----------------------------------------------------------------*00065600
       3110-GUARDAR-PRODUTOR              SECTION.                      00065700
      *----------------------------------------------------------------*00065800
                                                                        00065900
            IF WRK-TCA-PAPEL(WRK-IDX-CAR) EQUAL 'I'                     00066000
               AND WRK-TCA-ARQUIVO(WRK-IDX-CAR) EQUAL WRK-LIN-ARQUIVO   00066100
                MOVE 'S'              TO WRK-TCA-PRD-ACHADO(WRK-IDX-CAR)00066200
                MOVE WRK-LIN-JOB      TO WRK-TCA-PRD-JOB(WRK-IDX-CAR)   00066300
                MOVE WRK-LIN-DATA-RODADA                                00066400
                                      TO WRK-TCA-PRD-DATA(WRK-IDX-CAR)  00066500
                MOVE WRK-LIN-PROGRAMA                                   00066600
                     TO WRK-TCA-PRD-PROGRAMA(WRK-IDX-CAR)               00066700
                MOVE WRK-LIN-DATA-GERACAO                               00066800
                     TO WRK-TCA-PRD-DATA-GER(WRK-IDX-CAR)               00066900
                MOVE WRK-LIN-QT-REGISTROS                               00067000
                                      TO WRK-TCA-PRD-QT(WRK-IDX-CAR)    00067100
                MOVE WRK-LIN-HASH-VALOR                                 00067200
                                      TO WRK-TCA-PRD-HASH(WRK-IDX-CAR)  00067300
            END-IF.                                                     00067400
                                                                        00067500
      *----------------------------------------------------------------*00067600
       3110-99-FIM.            EXIT.                                    00067700
      *----------------------------------------------------------------*00067800
      *----------------------------------------------------------------*00067900
       3200-AVALIAR-ENTRADA               SECTION.                      00068000
      *----------------------------------------------------------------*00068100
                                                                        00068200
            IF WRK-TCA-PAPEL(WRK-IDX-CAR) NOT EQUAL 'I'                 00068300
                GO TO 3200-99-FIM                                       00068400
            END-IF.                                                     00068500
                                                                        00068600
            IF WRK-TCA-PRD-ACHADO(WRK-IDX-CAR) EQUAL 'N'                00068700
                MOVE 'S' TO WRK-TCA-SITUACAO(WRK-IDX-CAR)               00068800
                ADD 1 TO WRK-ACU-SEM-PRODUTOR                           00068900
                DISPLAY 'SEM PRODUTOR NO CATALOGO - '                   00069000
                        WRK-TCA-ARQUIVO(WRK-IDX-CAR)                    00069100
                        ' (DD ' WRK-TCA-DDNAME(WRK-IDX-CAR)             00069200
                        ' DO ' WRK-TCA-PROGRAMA(WRK-IDX-CAR) ')'        00069300
                GO TO 3200-99-FIM                                       00069400
            END-IF.                                                     00069500
                                                                        00069600
            IF WRK-TCA-DATA-GERACAO(WRK-IDX-CAR)                        00069700
               EQUAL WRK-TCA-PRD-DATA-GER(WRK-IDX-CAR)                  00069800
               AND WRK-TCA-QT-REGISTROS(WRK-IDX-CAR)                    00069900
               EQUAL WRK-TCA-PRD-QT(WRK-IDX-CAR)                        00070000
               AND WRK-TCA-HASH-VALOR(WRK-IDX-CAR)                      00070100
               EQUAL WRK-TCA-PRD-HASH(WRK-IDX-CAR)                      00070200
                MOVE 'C' TO WRK-TCA-SITUACAO(WRK-IDX-CAR)               00070300
                GO TO 3200-99-FIM                                       00070400
            END-IF.                                                     00070500
                                                                        00070600
            MOVE 'D' TO WRK-TCA-SITUACAO(WRK-IDX-CAR).                  00070700
            ADD 1 TO WRK-ACU-DIVERGENTES.                               00070800
            DISPLAY 'GERACAO DIVERGENTE - ' WRK-TCA-ARQUIVO(WRK-IDX-CAR)00070900
                    ' (DD ' WRK-TCA-DDNAME(WRK-IDX-CAR)                 00071000
                    ' DO ' WRK-TCA-PROGRAMA(WRK-IDX-CAR) ')'.           00071100
            DISPLAY '    LIDA.....: GERACAO '                           00071200
                    WRK-TCA-DATA-GERACAO(WRK-IDX-CAR)                   00071300
                    ' QTDE ' WRK-TCA-QT-REGISTROS(WRK-IDX-CAR)          00071400
                    ' HASH ' WRK-TCA-HASH-VALOR(WRK-IDX-CAR).           00071500
            DISPLAY '    GRAVADA..: GERACAO '                           00071600
                    WRK-TCA-PRD-DATA-GER(WRK-IDX-CAR)                   00071700
                    ' QTDE ' WRK-TCA-PRD-QT(WRK-IDX-CAR)                00071800
                    ' HASH ' WRK-TCA-PRD-HASH(WRK-IDX-CAR).             00071900
            DISPLAY '    PELO ' WRK-TCA-PRD-PROGRAMA(WRK-IDX-CAR)       00072000
                    ' NO JOB ' WRK-TCA-PRD-JOB(WRK-IDX-CAR)             00072100
                    ' DE ' WRK-TCA-PRD-DATA(WRK-IDX-CAR).               00072200
                                                                        00072300
      *----------------------------------------------------------------*00072400
       3200-99-FIM.            EXIT.                                    00072500
      *----------------------------------------------------------------*00072600
      *----------------------------------------------------------------*00072700
       4000-GRAVAR-CATALOGO               SECTION.                      00072800
      *----------------------------------------------------------------*00072900
                                                                        00073000
            OPEN EXTEND LINHAGEM.                                       00073100
            IF WRK-FS-LINHAGEM EQUAL '35'                               00073200
                OPEN OUTPUT LINHAGEM                                    00073300
            END-IF.                                                     00073400
            IF WRK-FS-LINHAGEM NOT EQUAL ZEROS                          00073500
                MOVE ' ERRO ABERTURA LINHAGEM ' TO WRK-MSG              00073600
                PERFORM 9000-TRATAR-ERROS                               00073700
            END-IF.                                                     00073800
                                                                        00073900
            PERFORM 4100-GRAVAR-REGISTRO                                00074000
                VARYING WRK-IDX-CAR FROM 1 BY 1                         00074100
                UNTIL WRK-IDX-CAR GREATER WRK-QT-CARTOES.               00074200
                                                                        00074300
            CLOSE LINHAGEM.                                             00074400
                                                                        00074500
      *----------------------------------------------------------------*00074600
       4000-99-FIM.            EXIT.                                    00074700
      *----------------------------------------------------------------*00074800
      *----------------------------------------------------------------*00074900
       4100-GRAVAR-REGISTRO               SECTION.                      00075000
      *----------------------------------------------------------------*00075100
                                                                        00075200
            MOVE SPACES                  TO WRK-REG-LINHAGEM.           00075300
            MOVE WRK-JOB-RODADA          TO WRK-LIN-JOB.                00075400
            MOVE WRK-DATA-RODADA         TO WRK-LIN-DATA-RODADA.        00075500
            MOVE WRK-HORA-PASSO          TO WRK-LIN-HORA.               00075600
            MOVE WRK-TCA-PROGRAMA(WRK-IDX-CAR)  TO WRK-LIN-PROGRAMA.    00075700
            MOVE WRK-TCA-DDNAME(WRK-IDX-CAR)    TO WRK-LIN-DDNAME.      00075800
            MOVE WRK-TCA-PAPEL(WRK-IDX-CAR)     TO WRK-LIN-PAPEL.       00075900
            MOVE WRK-TCA-ARQUIVO(WRK-IDX-CAR)   TO WRK-LIN-ARQUIVO.     00076000
            MOVE WRK-TCA-DATA-GERACAO(WRK-IDX-CAR)                      00076100
                                         TO WRK-LIN-DATA-GERACAO.       00076200
            MOVE WRK-TCA-VERSAO(WRK-IDX-CAR)    TO WRK-LIN-VERSAO.      00076300
            MOVE WRK-TCA-QT-REGISTROS(WRK-IDX-CAR)                      00076400
                                         TO WRK-LIN-QT-REGISTROS.       00076500
            MOVE WRK-TCA-HASH-VALOR(WRK-IDX-CAR)                        00076600
                                         TO WRK-LIN-HASH-VALOR.         00076700
            MOVE WRK-TCA-CONTROLE(WRK-IDX-CAR)  TO WRK-LIN-CONTROLE.    00076800
            MOVE WRK-TCA-SITUACAO(WRK-IDX-CAR)  TO WRK-LIN-SITUACAO.    00076900
                                                                        00077000
            WRITE FD-LINHAGEM FROM WRK-REG-LINHAGEM.                    00077100
            IF WRK-FS-LINHAGEM NOT EQUAL ZEROS                          00077200
                MOVE ' ERRO GRAVACAO LINHAGEM ' TO WRK-MSG              00077300
                PERFORM 9000-TRATAR-ERROS                               00077400
            END-IF.                                                     00077500
            ADD 1 TO WRK-ACU-GRAVADOS.                                  00077600
                                                                        00077700
            MOVE WRK-LIN-QT-REGISTROS TO WRK-QT-EDITADA.                00077800
            DISPLAY WRK-LIN-PAPEL ' ' WRK-LIN-ARQUIVO ' '               00077900
                    WRK-LIN-DDNAME ' ' WRK-LIN-PROGRAMA                 00078000
                    ' GERACAO ' WRK-LIN-DATA-GERACAO                    00078100
                    ' QTDE ' WRK-QT-EDITADA                             00078200
                    ' CTL ' WRK-LIN-CONTROLE                            00078300
                    ' SIT ' WRK-LIN-SITUACAO.                           00078400
                                                                        00078500
      *----------------------------------------------------------------*00078600
       4100-99-FIM.            EXIT.                                    00078700
      *----------------------------------------------------------------*00078800
      *----------------------------------------------------------------*00078900
       5000-FINALIZAR                     SECTION.                      00079000
      *----------------------------------------------------------------*00079100
                                                                        00079200
            DISPLAY '------------------------------------------'.       00079300
            DISPLAY 'FR06C155 - LINHAGEM DO JOB ' WRK-JOB-RODADA        00079400
                    ' DE ' WRK-DATA-RODADA.                             00079500
            DISPLAY 'REGISTROS JA NO CATALOGO....: ' WRK-ACU-CATALOGO.  00079600
            DISPLAY 'REGISTROS ANEXADOS..........: ' WRK-ACU-GRAVADOS.  00079700
            DISPLAY 'ENTRADAS DIVERGENTES........: '                    00079800
                    WRK-ACU-DIVERGENTES.                                00079900
            DISPLAY 'ENTRADAS SEM PRODUTOR.......: '                    00080000
                    WRK-ACU-SEM-PRODUTOR.                               00080100
            DISPLAY 'TRAILERS QUE NAO CONFEREM...: '                    00080200
                    WRK-ACU-TRAILER-DIF.                                00080300
            DISPLAY '------------------------------------------'.       00080400
                                                                        00080500
            IF WRK-ACU-DIVERGENTES GREATER ZEROS                        00080600
               OR WRK-ACU-TRAILER-DIF GREATER ZEROS                     00080700
                MOVE 4 TO RETURN-CODE                                   00080800
            END-IF.                                                     00080900
                                                                        00081000
            STOP RUN.                                                   00081100
                                                                        00081200
      *----------------------------------------------------------------*00081300
       5000-99-FIM.            EXIT.                                    00081400
      *----------------------------------------------------------------*00081500
      *----------------------------------------------------------------*00081600
       9000-TRATAR-ERROS                  SECTION.                      00081700
      *----------------------------------------------------------------*00081800
                                                                        00081900
             MOVE 'FR06C155'       TO WRK-ERR-PROGRAMA.                 00082000
             MOVE '9000'           TO WRK-ERR-SECTION.                  00082100
             MOVE WRK-MSG          TO WRK-ERR-MSG.                      00082200
             MOVE SPACES           TO WRK-ERR-STATUS.                   00082300
             MOVE WRK-FS-RUNCTL    TO WRK-ERR-STATUS(1:2).              00082400
             MOVE WRK-FS-ARQUIVO   TO WRK-ERR-STATUS(3:2).              00082500
             MOVE WRK-FS-LINHAGEM  TO WRK-ERR-STATUS(5:2).              00082600
             MOVE 'F'              TO WRK-ERR-SEVERIDADE.               00082700
                                                                        00082800
             CALL 'TRTERRO'        USING WRK-TRTERRO.                   00082900
                                                                        00083000
      *----------------------------------------------------------------*00083100
       9000-99-FIM.            EXIT.                                    00083200
      *----------------------------------------------------------------*00083300
