      *================================================================*00000100
       IDENTIFICATION                            DIVISION.              00000200
      *================================================================*00000300
                                                                        00000400
       PROGRAM-ID.  FR06C156.                                           00000500
                                                                        00000600
      *================================================================*00000700
      *     AUTOR.......: JOEI LORENTI                                  00000800
      *     ANALISTA....: IVAN SANCHES                                  00000900
      *     EMPRESA.....: FOURSYS                                       00001000
      *     DATA........: 15/10/2026                                    00001100
      *----------------------------------------------------------------*00001200
      *                                                                 00001300
      *     OBJETIVO: CONSULTA DE RASTREIO DO CATALOGO DE LINHAGEM      00001400
      *               (LINHAGEM, GRAVADO PELO FR06C155). PARA CADA      00001500
      *               CARTAO SYSIN (ARQUIVO + DATA DE GERACAO) ACHA A   00001600
      *               RODADA QUE GRAVOU AQUELA GERACAO E LISTA AS       00001700
      *               ENTRADAS QUE ESSA RODADA LEU; CADA ENTRADA E      00001800
      *               RASTREADA DO MESMO JEITO ATE O LIMITE DE NIVEIS   00001900
      *               DO CARTAO OU ATE UMA ENTRADA SEM PRODUTOR NO      00002000
      *               CATALOGO (ORIGEM EXTERNA).                        00002100
      *               O PRODUTOR DE UMA ENTRADA E A ULTIMA GRAVACAO DO  00002200
      *               MESMO ARQUIVO, ANTERIOR A LEITURA, COM A MESMA    00002300
      *               DATA DE GERACAO, QTDE E HASH; A GERACAO PEDIDA    00002400
      *               NO CARTAO CASA SO PELA DATA DE GERACAO (BRANCO =  00002500
      *               ULTIMA GERACAO GRAVADA). RODADA JA LISTADA NO     00002600
      *               MESMO RASTREIO NAO E REPETIDA.                    00002700
      *               CARTAO SEM NENHUMA GERACAO NO CATALOGO DEIXA      00002800
      *               RETURN-CODE 4.                                    00002900
      *                                                                 00003000
      *----------------------------------------------------------------*00003100
      *     INPUT:                                                      00003200
      *     DDNAME           I/O                                        00003300
      *     LINHAGEM          I   (CATALOGO DE LINHAGEM - LRECL 100)    00003400
      *     RELLIN            O   (RELATORIO DE RASTREIO - LRECL 80)    00003500
      *                                                                 00003600
      *     SYSIN  - UM CARTAO POR RASTREIO                             00003700
      *     COL 01-08 NOME LOGICO DO ARQUIVO (CLI2505, MOV2505, ...)    00003800
      *     COL 09-16 DATA DE GERACAO DDMMAAAA (BRANCO = ULTIMA)        00003900
      *     COL 17-18 LIMITE DE NIVEIS (BRANCO = 05, MAXIMO 20)         00004000
      *                                                                 00004100
      *----------------------------------------------------------------*00004200
      *     MANUTENCAO:                                                 00004300
      *                                                                 00004400
      *================================================================*00004500
                                                                        00004600
      *================================================================*00004700
       ENVIRONMENT                               DIVISION.              00004800
      *================================================================*00004900
                                                                        00005000
      *----------------------------------------------------------------*00005100
       CONFIGURATION                             SECTION.               00005200
      *----------------------------------------------------------------*00005300
                                                                        00005400
       SPECIAL-NAMES.                                                   00005500
           DECIMAL-POINT IS COMMA.                                      00005600
                                                                        00005700
      *----------------------------------------------------------------*00005800
       INPUT-OUTPUT                              SECTION.               00005900
      *----------------------------------------------------------------*00006000
                                                                        00006100
       FILE-CONTROL.                                                    00006200
             SELECT LINHAGEM           ASSIGN TO LINHAGEM               00006300
                FILE STATUS            IS WRK-FS-LINHAGEM.              00006400
             SELECT RELLIN             ASSIGN TO RELLIN                 00006500
                FILE STATUS            IS WRK-FS-RELLIN.                00006600
                                                                        00006700
      *================================================================*00006800
       DATA                                      DIVISION.              00006900
      *================================================================*00007000
                                                                        00007100
      *----------------------------------------------------------------*00007200
       FILE                                      SECTION.               00007300
      *----------------------------------------------------------------*00007400
                                                                        00007500
       FD LINHAGEM                                                      00007600
           RECORDING MODE IS F                                          00007700
           BLOCK CONTAINS 0 RECORDS.                                    00007800
       01 FD-LINHAGEM                  PIC X(100).                      00007900
                                                                        00008000
       FD RELLIN                                                        00008100
           RECORDING MODE IS F                                          00008200
           BLOCK CONTAINS 0 RECORDS.                                    00008300
       01 FD-RELLIN                    PIC X(80).                       00008400
                                                                        00008500
      *----------------------------------------------------------------*00008600
       WORKING-STORAGE                           SECTION.               00008700
      *----------------------------------------------------------------*00008800
                                                                        00008900
      *----------------------------------------------------------------*00009000
       01 FILLER                       PIC X(50)               VALUE    00009100
            '**** AREA DOS LAYOUTS ****'.                               00009200
      *----------------------------------------------------------------*00009300
                                                                        00009400
        COPY 'B#LINHAG'.                                                00009500
                                                                        00009600
      *----------------------------------------------------------------*00009700
       01 FILLER                       PIC X(50)               VALUE    00009800
            '**** AREA DO CARTAO DE PARAMETROS ****'.                   00009900
      *----------------------------------------------------------------*00010000
                                                                        00010100
       01 WRK-CARTAO.                                                   00010200
          05 WRK-CARTAO-ARQUIVO        PIC X(08).                       00010300
          05 WRK-CARTAO-DATA-GERACAO   PIC X(08).                       00010400
          05 WRK-CARTAO-NIVEIS         PIC X(02).                       00010500
          05 FILLER                    PIC X(62).                       00010600
                                                                        00010700
       77 WRK-MAX-NIVEIS               PIC 9(02) VALUE ZEROS.           00010800
                                                                        00010900
      *----------------------------------------------------------------*00011000
       01 FILLER                       PIC X(50)               VALUE    00011100
            '**** TABELAS EM MEMORIA ****'.                             00011200
      *----------------------------------------------------------------*00011300
                                                                        00011400
      *    CATALOGO INTEIRO, NA ORDEM DE GRAVACAO                       00011500
       01 WRK-TAB-CATALOGO.                                             00011600
          05 WRK-TLI-REG               PIC X(100) OCCURS 20000 TIMES.   00011700
                                                                        00011800
       77 WRK-QT-CATALOGO              PIC 9(05) VALUE ZEROS.           00011900
       77 WRK-IDX-LIN                  PIC 9(05) VALUE ZEROS.           00012000
       77 WRK-IDX-PRD                  PIC 9(05) VALUE ZEROS.           00012100
                                                                        00012200
      *    GERACOES A RASTREAR. CRITERIO DE CASAMENTO DO PRODUTOR:      00012300
      *    'Q' = QUALQUER GERACAO, 'G' = DATA DE GERACAO,               00012400
      *    'T' = DATA DE GERACAO + QTDE + HASH                          00012500
       01 WRK-TAB-FILA.                                                 00012600
          05 WRK-TFI-ITEM              OCCURS 500 TIMES.                00012700
             10 WRK-TFI-ARQUIVO        PIC X(08).                       00012800
             10 WRK-TFI-DATA-GERACAO   PIC 9(08).                       00012900
             10 WRK-TFI-QT-REGISTROS   PIC 9(09).                       00013000
             10 WRK-TFI-HASH-VALOR     PIC 9(15).                       00013100
             10 WRK-TFI-LIMITE         PIC 9(05).                       00013200
             10 WRK-TFI-NIVEL          PIC 9(02).                       00013300
             10 WRK-TFI-CRITERIO       PIC X(01).                       00013400
                                                                        00013500
       77 WRK-QT-FILA                  PIC 9(03) VALUE ZEROS.           00013600
       77 WRK-IDX-FIL                  PIC 9(03) VALUE ZEROS.           00013700
                                                                        00013800
      *    RODADAS PRODUTORAS JA LISTADAS NO RASTREIO DO CARTAO         00013900
       01 WRK-TAB-VISITADOS.                                            00014000
          05 WRK-TVI-IDX               PIC 9(05) OCCURS 500 TIMES.      00014100
                                                                        00014200
       77 WRK-QT-VISITADOS             PIC 9(03) VALUE ZEROS.           00014300
       77 WRK-IDX-VIS                  PIC 9(03) VALUE ZEROS.           00014400
       77 WRK-JA-VISITADO              PIC X(01) VALUE 'N'.             00014500
                                                                        00014600
       77 WRK-RODADA-PRODUTOR          PIC X(30) VALUE SPACES.          00014700
       77 WRK-NIVEL-PRODUTOR           PIC 9(02) VALUE ZEROS.           00014800
       77 WRK-FILA-CHEIA               PIC X(01) VALUE 'N'.             00014900
                                                                        00015000
      *----------------------------------------------------------------*00015100
       01 FILLER                       PIC X(50)               VALUE    00015200
            '**** LINHAS DO RELATORIO ****'.                            00015300
      *----------------------------------------------------------------*00015400
                                                                        00015500
       01 WRK-CABEC1.                                                   00015600
          05 FILLER                    PIC X(40) VALUE                  00015700
             'FR06C156 - RASTREIO DE LINHAGEM - CATALO'.                00015800
          05 FILLER                    PIC X(08) VALUE                  00015900
             'GO COM '.                                                 00016000
          05 WRK-CAB-QTDE              PIC ZZ.ZZ9.                      00016100
          05 FILLER                    PIC X(26) VALUE                  00016200
             ' REGISTROS'.                                              00016300
                                                                        00016400
       01 WRK-LINHA-TRACO              PIC X(80) VALUE ALL '-'.         00016500
                                                                        00016600
       01 WRK-SUBTITULO                PIC X(80) VALUE SPACES.          00016700
                                                                        00016800
       01 WRK-LINHA-GERACAO.                                            00016900
          05 FILLER                    PIC X(06) VALUE 'NIVEL '.        00017000
          05 WRK-LGE-NIVEL             PIC 9(02).                       00017100
          05 FILLER                    PIC X(01) VALUE SPACES.          00017200
          05 WRK-LGE-ARQUIVO           PIC X(08).                       00017300
          05 FILLER                    PIC X(09) VALUE ' GERACAO '.     00017400
          05 WRK-LGE-DATA              PIC X(10).                       00017500
          05 FILLER                    PIC X(06) VALUE ' QTDE '.        00017600
          05 WRK-LGE-QTDE              PIC Z.ZZZ.ZZZ.ZZ9.               00017700
          05 FILLER                    PIC X(06) VALUE ' HASH '.        00017800
          05 WRK-LGE-HASH              PIC 9(15).                       00017900
          05 FILLER                    PIC X(04) VALUE SPACES.          00018000
                                                                        00018100
       01 WRK-LINHA-PRODUTOR.                                           00018200
          05 FILLER                    PIC X(15) VALUE                  00018300
             '   GRAVADO POR '.                                         00018400
          05 WRK-LPR-PROGRAMA          PIC X(08).                       00018500
          05 FILLER                    PIC X(05) VALUE ' (DD '.         00018600
          05 WRK-LPR-DDNAME            PIC X(08).                       00018700
          05 FILLER                    PIC X(06) VALUE ') JOB '.        00018800
          05 WRK-LPR-JOB               PIC X(08).                       00018900
          05 FILLER                    PIC X(04) VALUE ' EM '.          00019000
          05 WRK-LPR-DATA              PIC X(10).                       00019100
          05 FILLER                    PIC X(01) VALUE SPACES.          00019200
          05 WRK-LPR-HORA              PIC X(08).                       00019300
          05 FILLER                    PIC X(07) VALUE SPACES.          00019400
                                                                        00019500
       01 WRK-LINHA-ENTRADA.                                            00019600
          05 FILLER                    PIC X(09) VALUE                  00019700
             '     LEU '.                                               00019800
          05 WRK-LEN-ARQUIVO           PIC X(08).                       00019900
          05 FILLER                    PIC X(05) VALUE ' (DD '.         00020000
          05 WRK-LEN-DDNAME            PIC X(08).                       00020100
          05 FILLER                    PIC X(06) VALUE ') GER '.        00020200
          05 WRK-LEN-DATA              PIC X(10).                       00020300
          05 FILLER                    PIC X(06) VALUE ' QTDE '.        00020400
          05 WRK-LEN-QTDE              PIC Z.ZZZ.ZZZ.ZZ9.               00020500
          05 FILLER                    PIC X(01) VALUE SPACES.          00020600
          05 WRK-LEN-SITUACAO          PIC X(14).                       00020700
                                                                        00020800
       01 WRK-DATA-EDITADA.                                             00020900
          05 WRK-DED-DIA               PIC X(02).                       00021000
          05 FILLER                    PIC X(01) VALUE '/'.             00021100
          05 WRK-DED-MES               PIC X(02).                       00021200
          05 FILLER                    PIC X(01) VALUE '/'.             00021300
          05 WRK-DED-ANO               PIC X(04).                       00021400
                                                                        00021500
       01 WRK-HORA-EDITADA.                                             00021600
          05 WRK-HED-HH                PIC X(02).                       00021700
          05 FILLER                    PIC X(01) VALUE ':'.             00021800
          05 WRK-HED-MM                PIC X(02).                       00021900
          05 FILLER                    PIC X(01) VALUE ':'.             00022000
          05 WRK-HED-SS                PIC X(02).                       00022100
                                                                        00022200
       77 WRK-DATA-AUX                 PIC X(08) VALUE SPACES.          00022300
       77 WRK-HORA-AUX                 PIC X(06) VALUE SPACES.          00022400
                                                                        00022500
      *----------------------------------------------------------------*00022600
       01 FILLER                       PIC X(50)               VALUE    00022700
            '**** AREA DE VARIAVEIS E CONTADORES ****'.                 00022800
      *----------------------------------------------------------------*00022900
                                                                        00023000
       77 WRK-FS-LINHAGEM              PIC X(02) VALUE SPACES.          00023100
       77 WRK-FS-RELLIN                PIC X(02) VALUE SPACES.          00023200
       77 WRK-ACU-CARTOES              PIC 9(05) VALUE ZEROS.           00023300
       77 WRK-ACU-NAO-ACHADOS          PIC 9(05) VALUE ZEROS.           00023400
       77 WRK-ACU-RODADAS              PIC 9(05) VALUE ZEROS.           00023500
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00023600
                                                                        00023700
      *----------------------------------------------------------------*00023800
       01 FILLER                       PIC X(50)               VALUE    00023900
            '**** AREA DO MODULO AUDSYS ****'.                          00024000
      *----------------------------------------------------------------*00024100
                                                                        00024200
        COPY '#AUDSYS'.                                                 00024300
                                                                        00024400
      *----------------------------------------------------------------*00024500
       01 FILLER                       PIC X(50)               VALUE    00024600
            '**** AREA DO MODULO TRTERRO ****'.                         00024700
      *----------------------------------------------------------------*00024800
                                                                        00024900
        COPY '#TRTERRO'.                                                00025000
                                                                        00025100
      *================================================================*00025200
       PROCEDURE DIVISION.                                              00025300
      *================================================================*00025400
      *----------------------------------------------------------------*00025500
       0000-PRINCIPAL                     SECTION.                      00025600
      *----------------------------------------------------------------*00025700
                                                                        00025800
           PERFORM 1000-INICIAR.                                        00025900
                                                                        00026000
           PERFORM 2000-PROCESSAR-CARTAO                                00026100
               UNTIL WRK-CARTAO EQUAL SPACES.                           00026200
                                                                        00026300
           PERFORM 3000-FINALIZAR.                                      00026400
                                                                        00026500
      *----------------------------------------------------------------*00026600
       0000-99-FIM.            EXIT.                                    00026700
      *----------------------------------------------------------------*00026800
      *----------------------------------------------------------------*00026900
       1000-INICIAR                       SECTION.                      00027000
      *----------------------------------------------------------------*00027100
                                                                        00027200
            OPEN INPUT LINHAGEM.                                        00027300
            IF WRK-FS-LINHAGEM NOT EQUAL ZEROS                          00027400
                MOVE ' ERRO ABERTURA LINHAGEM ' TO WRK-MSG              00027500
                PERFORM 9000-TRATAR-ERROS                               00027600
            END-IF.                                                     00027700
            PERFORM 1100-CARREGAR-CATALOGO                              00027800
                UNTIL WRK-FS-LINHAGEM EQUAL '10'.                       00027900
            CLOSE LINHAGEM.                                             00028000
                                                                        00028100
            OPEN OUTPUT RELLIN.                                         00028200
            IF WRK-FS-RELLIN NOT EQUAL ZEROS                            00028300
                MOVE ' ERRO ABERTURA RELLIN ' TO WRK-MSG                00028400
                PERFORM 9000-TRATAR-ERROS                               00028500
            END-IF.                                                     00028600
                                                                        00028700
            MOVE WRK-QT-CATALOGO TO WRK-CAB-QTDE.                       00028800
            WRITE FD-RELLIN FROM WRK-CABEC1.                            00028900
            WRITE FD-RELLIN FROM WRK-LINHA-TRACO.                       00029000
                                                                        00029100
            PERFORM 1400-LER-CARTAO.                                    00029200
                                                                        00029300
      *----------------------------------------------------------------*00029400
       1000-99-FIM.            EXIT.                                    00029500
      *----------------------------------------------------------------*00029600
      *----------------------------------------------------------------*00029700
       1100-CARREGAR-CATALOGO             SECTION.                      00029800
      *----------------------------------------------------------------*00029900
                                                                        00030000
            READ LINHAGEM.                                              00030100
            IF WRK-FS-LINHAGEM NOT EQUAL ZEROS                          00030200
                MOVE '10' TO WRK-FS-LINHAGEM                            00030300
                GO TO 1100-99-FIM                                       00030400
            END-IF.                                                     00030500
                                                                        00030600
            IF WRK-QT-CATALOGO NOT LESS 20000                           00030700
                MOVE ' TABELA DO CATALOGO CHEIA ' TO WRK-MSG            00030800
                PERFORM 9000-TRATAR-ERROS                               00030900
            END-IF.                                                     00031000
            ADD 1 TO WRK-QT-CATALOGO.                                   00031100
            MOVE FD-LINHAGEM TO WRK-TLI-REG(WRK-QT-CATALOGO).           00031200
                                                                        00031300
      *----------------------------------------------------------------*00031400
       1100-99-FIM.            EXIT.                                    00031500
      *----------------------------------------------------------------*00031600
      *----------------------------------------------------------------*00031700
       1400-LER-CARTAO                    SECTION.                      00031800
      *----------------------------------------------------------------*00031900
                                                                        00032000
            MOVE SPACES TO WRK-CARTAO.                                  00032100
            ACCEPT WRK-CARTAO FROM SYSIN.                               00032200
                                                                        00032300
            IF WRK-CARTAO NOT EQUAL SPACES                              00032400
                MOVE 'FR06C156'  TO WRK-AUD-PROGRAMA                    00032500
                MOVE WRK-CARTAO  TO WRK-AUD-CARTAO                      00032600
                CALL 'AUDSYS'    USING WRK-AUDSYS                       00032700
            END-IF.                                                     00032800
                                                                        00032900
      *----------------------------------------------------------------*00033000
       1400-99-FIM.            EXIT.                                    00033100
      *----------------------------------------------------------------*00033200
      *----------------------------------------------------------------*00033300
       2000-PROCESSAR-CARTAO              SECTION.                      00033400
      *----------------------------------------------------------------*00033500
                                                                        00033600
            ADD 1 TO WRK-ACU-CARTOES.                                   00033700
            MOVE SPACES TO WRK-SUBTITULO.                               00033800
            WRITE FD-RELLIN FROM WRK-SUBTITULO.                         00033900
                                                                        00034000
            IF WRK-CARTAO-ARQUIVO EQUAL SPACES                          00034100
               OR (WRK-CARTAO-DATA-GERACAO NOT EQUAL SPACES             00034200
                   AND WRK-CARTAO-DATA-GERACAO NOT NUMERIC)             00034300
               OR (WRK-CARTAO-NIVEIS NOT EQUAL SPACES                   00034400
                   AND WRK-CARTAO-NIVEIS NOT NUMERIC)                   00034500
                ADD 1 TO WRK-ACU-NAO-ACHADOS                            00034600
                STRING 'CARTAO INVALIDO: ' WRK-CARTAO(1:18)             00034700
                    DELIMITED BY SIZE INTO WRK-SUBTITULO                00034800
                WRITE FD-RELLIN FROM WRK-SUBTITULO                      00034900
                GO TO 2000-88-LER                                       00035000
            END-IF.                                                     00035100
                                                                        00035200
            IF WRK-CARTAO-NIVEIS EQUAL SPACES                           00035300
                MOVE 5 TO WRK-MAX-NIVEIS                                00035400
            ELSE                                                        00035500
                MOVE WRK-CARTAO-NIVEIS TO WRK-MAX-NIVEIS                00035600
            END-IF.                                                     00035700
            IF WRK-MAX-NIVEIS EQUAL ZEROS                               00035800
               OR WRK-MAX-NIVEIS GREATER 20                             00035900
                MOVE 20 TO WRK-MAX-NIVEIS                               00036000
            END-IF.                                                     00036100
                                                                        00036200
            MOVE 1 TO WRK-QT-FILA.                                      00036300
            MOVE ZEROS TO WRK-QT-VISITADOS.                             00036400
            MOVE 'N' TO WRK-FILA-CHEIA.                                 00036500
            MOVE WRK-CARTAO-ARQUIVO TO WRK-TFI-ARQUIVO(1).              00036600
            MOVE ZEROS TO WRK-TFI-QT-REGISTROS(1)                       00036700
                          WRK-TFI-HASH-VALOR(1).                        00036800
            COMPUTE WRK-TFI-LIMITE(1) = WRK-QT-CATALOGO + 1.            00036900
            MOVE 1 TO WRK-TFI-NIVEL(1).                                 00037000
            IF WRK-CARTAO-DATA-GERACAO EQUAL SPACES                     00037100
                MOVE ZEROS TO WRK-TFI-DATA-GERACAO(1)                   00037200
                MOVE 'Q'   TO WRK-TFI-CRITERIO(1)                       00037300
                MOVE 'ULTIMA' TO WRK-DATA-EDITADA                       00037400
            ELSE                                                        00037500
                MOVE WRK-CARTAO-DATA-GERACAO                            00037600
                                TO WRK-TFI-DATA-GERACAO(1)              00037700
                MOVE 'G'        TO WRK-TFI-CRITERIO(1)                  00037800
                MOVE WRK-CARTAO-DATA-GERACAO TO WRK-DATA-AUX            00037900
                PERFORM 2900-EDITAR-DATA                                00038000
            END-IF.                                                     00038100
                                                                        00038200
            STRING 'RASTREIO DE ' WRK-CARTAO-ARQUIVO                    00038300
                   ' - GERACAO ' WRK-DATA-EDITADA                       00038400
                   ' - ATE ' WRK-MAX-NIVEIS ' NIVEIS'                   00038500
                DELIMITED BY SIZE INTO WRK-SUBTITULO.                   00038600
            WRITE FD-RELLIN FROM WRK-SUBTITULO.                         00038700
            WRITE FD-RELLIN FROM WRK-LINHA-TRACO.                       00038800
                                                                        00038900
            PERFORM 2100-RASTREAR-ITEM                                  00039000
                VARYING WRK-IDX-FIL FROM 1 BY 1                         00039100
                UNTIL WRK-IDX-FIL GREATER WRK-QT-FILA.                  00039200
                                                                        00039300
       2000-88-LER.                                                     00039400
            PERFORM 1400-LER-CARTAO.                                    00039500
                                                                        00039600
      *----------------------------------------------------------------*00039700
       2000-99-FIM.            EXIT.                                    00039800
      *----------------------------------------------------------------*00039900
      *----------------------------------------------------------------*00040000
       2100-RASTREAR-ITEM                 SECTION.                      00040100
      *----------------------------------------------------------------*00040200
                                                                        00040300
            PERFORM 2110-ACHAR-PRODUTOR.                                00040400
                                                                        00040500
            IF WRK-IDX-PRD EQUAL ZEROS                                  00040600
                MOVE SPACES TO WRK-SUBTITULO                            00040700
                IF WRK-IDX-FIL EQUAL 1                                  00040800
                    ADD 1 TO WRK-ACU-NAO-ACHADOS                        00040900
                    STRING 'NIVEL 01 ' WRK-TFI-ARQUIVO(1)               00041000
                           ' - GERACAO NAO CATALOGADA'                  00041100
                        DELIMITED BY SIZE INTO WRK-SUBTITULO            00041200
                ELSE                                                    00041300
                    STRING '   ' WRK-TFI-ARQUIVO(WRK-IDX-FIL)           00041400
                           ' - ORIGEM EXTERNA (SEM PRODUTOR NO '        00041500
                           'CATALOGO)'                                  00041600
                        DELIMITED BY SIZE INTO WRK-SUBTITULO            00041700
                END-IF                                                  00041800
                WRITE FD-RELLIN FROM WRK-SUBTITULO                      00041900
                GO TO 2100-99-FIM                                       00042000
            END-IF.                                                     00042100
                                                                        00042200
            MOVE WRK-TLI-REG(WRK-IDX-PRD) TO WRK-REG-LINHAGEM.          00042300
            MOVE WRK-TFI-NIVEL(WRK-IDX-FIL)  TO WRK-LGE-NIVEL.          00042400
            MOVE WRK-LIN-ARQUIVO             TO WRK-LGE-ARQUIVO.        00042500
            MOVE WRK-LIN-DATA-GERACAO        TO WRK-DATA-AUX.           00042600
            PERFORM 2900-EDITAR-DATA.                                   00042700
            MOVE WRK-DATA-EDITADA            TO WRK-LGE-DATA.           00042800
            MOVE WRK-LIN-QT-REGISTROS        TO WRK-LGE-QTDE.           00042900
            MOVE WRK-LIN-HASH-VALOR          TO WRK-LGE-HASH.           00043000
            WRITE FD-RELLIN FROM WRK-LINHA-GERACAO.                     00043100
                                                                        00043200
            MOVE WRK-LIN-PROGRAMA            TO WRK-LPR-PROGRAMA.       00043300
            MOVE WRK-LIN-DDNAME              TO WRK-LPR-DDNAME.         00043400
            MOVE WRK-LIN-JOB                 TO WRK-LPR-JOB.            00043500
            MOVE WRK-LIN-DATA-RODADA         TO WRK-DATA-AUX.           00043600
            PERFORM 2900-EDITAR-DATA.                                   00043700
            MOVE WRK-DATA-EDITADA            TO WRK-LPR-DATA.           00043800
            MOVE WRK-LIN-HORA                TO WRK-HORA-AUX.           00043900
            MOVE WRK-HORA-AUX(1:2)           TO WRK-HED-HH.             00044000
            MOVE WRK-HORA-AUX(3:2)           TO WRK-HED-MM.             00044100
            MOVE WRK-HORA-AUX(5:2)           TO WRK-HED-SS.             00044200
            MOVE WRK-HORA-EDITADA            TO WRK-LPR-HORA.           00044300
            WRITE FD-RELLIN FROM WRK-LINHA-PRODUTOR.                    00044400
                                                                        00044500
            MOVE 'N' TO WRK-JA-VISITADO.                                00044600
            PERFORM 2150-CONFERIR-VISITADO                              00044700
                VARYING WRK-IDX-VIS FROM 1 BY 1                         00044800
                UNTIL WRK-IDX-VIS GREATER WRK-QT-VISITADOS              00044900
                   OR WRK-JA-VISITADO EQUAL 'S'.                        00045000
            IF WRK-JA-VISITADO EQUAL 'S'                                00045100
                MOVE '   (RODADA JA RASTREADA ACIMA)' TO WRK-SUBTITULO  00045200
                WRITE FD-RELLIN FROM WRK-SUBTITULO                      00045300
                GO TO 2100-99-FIM                                       00045400
            END-IF.                                                     00045500
                                                                        00045600
            IF WRK-QT-VISITADOS LESS 500                                00045700
                ADD 1 TO WRK-QT-VISITADOS                               00045800
                MOVE WRK-IDX-PRD TO WRK-TVI-IDX(WRK-QT-VISITADOS)       00045900
            END-IF.                                                     00046000
            ADD 1 TO WRK-ACU-RODADAS.                                   00046100
                                                                        00046200
            MOVE WRK-LIN-RODADA TO WRK-RODADA-PRODUTOR.                 00046300
            MOVE WRK-TFI-NIVEL(WRK-IDX-FIL) TO WRK-NIVEL-PRODUTOR.      00046400
            PERFORM 2130-LISTAR-ENTRADA                                 00046500
                VARYING WRK-IDX-LIN FROM 1 BY 1                         00046600
                UNTIL WRK-IDX-LIN GREATER WRK-QT-CATALOGO.              00046700
                                                                        00046800
            IF WRK-NIVEL-PRODUTOR NOT LESS WRK-MAX-NIVEIS               00046900
                MOVE '   (LIMITE DE NIVEIS - ENTRADAS NAO RASTREADAS)'  00047000
                     TO WRK-SUBTITULO                                   00047100
                WRITE FD-RELLIN FROM WRK-SUBTITULO                      00047200
            END-IF.                                                     00047300
                                                                        00047400
      *----------------------------------------------------------------*00047500
       2100-99-FIM.            EXIT.                                    00047600
      *----------------------------------------------------------------*00047700
      *----------------------------------------------------------------*00047800
       2110-ACHAR-PRODUTOR                SECTION.                      00047900
      *----------------------------------------------------------------*00048000
      *    ULTIMA GRAVACAO DO ARQUIVO ANTERIOR AO LIMITE DO ITEM.      *00048100
      *----------------------------------------------------------------*00048200
                                                                        00048300
            MOVE ZEROS TO WRK-IDX-PRD.                                  00048400
            COMPUTE WRK-IDX-LIN = WRK-TFI-LIMITE(WRK-IDX-FIL) - 1.      00048500
            PERFORM 2120-COMPARAR-PRODUTOR                              00048600
                UNTIL WRK-IDX-LIN EQUAL ZEROS                           00048700
                   OR WRK-IDX-PRD NOT EQUAL ZEROS.                      00048800
                                                                        00048900
      *----------------------------------------------------------------*00049000
       2110-99-FIM.            EXIT.                                    00049100
      *----------------------------------------------------------------*00049200
      *----------------------------------------------------------------*00049300
       2120-COMPARAR-PRODUTOR             SECTION.                      00049400
      *----------------------------------------------------------------*00049500
                                                                        00049600
            MOVE WRK-TLI-REG(WRK-IDX-LIN) TO WRK-REG-LINHAGEM.          00049700
                                                                        00049800
            IF WRK-LIN-PAPEL NOT EQUAL 'O'                              00049900
               OR WRK-LIN-ARQUIVO NOT EQUAL WRK-TFI-ARQUIVO(WRK-IDX-FIL)00050000
                GO TO 2120-88-ANTERIOR                                  00050100
            END-IF.                                                     00050200
                                                                        00050300
            EVALUATE WRK-TFI-CRITERIO(WRK-IDX-FIL)                      00050400
                WHEN 'Q'                                                00050500
                    MOVE WRK-IDX-LIN TO WRK-IDX-PRD                     00050600
                WHEN 'G'                                                00050700
                    IF WRK-LIN-DATA-GERACAO                             00050800
                       EQUAL WRK-TFI-DATA-GERACAO(WRK-IDX-FIL)          00050900
                        MOVE WRK-IDX-LIN TO WRK-IDX-PRD                 00051000
                    END-IF                                              00051100
                WHEN OTHER                                              00051200
                    IF WRK-LIN-DATA-GERACAO                             00051300
                       EQUAL WRK-TFI-DATA-GERACAO(WRK-IDX-FIL)          00051400
                       AND WRK-LIN-QT-REGISTROS                         00051500
                       EQUAL WRK-TFI-QT-REGISTROS(WRK-IDX-FIL)          00051600
                       AND WRK-LIN-HASH-VALOR                           00051700
                       EQUAL WRK-TFI-HASH-VALOR(WRK-IDX-FIL)            00051800
                        MOVE WRK-IDX-LIN TO WRK-IDX-PRD                 00051900
                    END-IF                                              00052000
            END-EVALUATE.                                               00052100
                                                                        00052200
       2120-88-ANTERIOR.                                                00052300
            SUBTRACT 1 FROM WRK-IDX-LIN.                                00052400
                                                                        00052500
      *----------------------------------------------------------------*00052600
       2120-99-FIM.            EXIT.                                    00052700
      *----------------------------------------------------------------*00052800
      *----------------------------------------------------------------*00052900
       2130-LISTAR-ENTRADA                SECTION.                      00053000
      *----------------------------------------------------------------*00053100
      *    ENTRADAS DA RODADA PRODUTORA: LISTA E POE NA FILA.          *00053200
      *----------------------------------------------------------------*00053300
                                                                        00053400
            IF WRK-TLI-REG(WRK-IDX-LIN)(1:30)                           00053500
               NOT EQUAL WRK-RODADA-PRODUTOR                            00053600
                GO TO 2130-99-FIM                                       00053700
            END-IF.                                                     00053800
                                                                        00053900
            MOVE WRK-TLI-REG(WRK-IDX-LIN) TO WRK-REG-LINHAGEM.          00054000
            IF WRK-LIN-PAPEL NOT EQUAL 'I'                              00054100
                GO TO 2130-99-FIM                                       00054200
            END-IF.                                                     00054300
                                                                        00054400
            MOVE WRK-LIN-ARQUIVO             TO WRK-LEN-ARQUIVO.        00054500
            MOVE WRK-LIN-DDNAME              TO WRK-LEN-DDNAME.         00054600
            MOVE WRK-LIN-DATA-GERACAO        TO WRK-DATA-AUX.           00054700
            PERFORM 2900-EDITAR-DATA.                                   00054800
            MOVE WRK-DATA-EDITADA            TO WRK-LEN-DATA.           00054900
            MOVE WRK-LIN-QT-REGISTROS        TO WRK-LEN-QTDE.           00055000
            EVALUATE WRK-LIN-SITUACAO                                   00055100
                WHEN 'C'                                                00055200
                    MOVE 'CONSISTENTE'    TO WRK-LEN-SITUACAO           00055300
                WHEN 'D'                                                00055400
                    MOVE '** DIVERGENTE'  TO WRK-LEN-SITUACAO           00055500
                WHEN 'S'                                                00055600
                    MOVE 'SEM PRODUTOR'   TO WRK-LEN-SITUACAO           00055700
                WHEN OTHER                                              00055800
                    MOVE SPACES           TO WRK-LEN-SITUACAO           00055900
            END-EVALUATE.                                               00056000
            WRITE FD-RELLIN FROM WRK-LINHA-ENTRADA.                     00056100
                                                                        00056200
            IF WRK-NIVEL-PRODUTOR NOT LESS WRK-MAX-NIVEIS               00056300
                GO TO 2130-99-FIM                                       00056400
            END-IF.                                                     00056500
                                                                        00056600
            IF WRK-QT-FILA NOT LESS 500                                 00056700
                IF WRK-FILA-CHEIA EQUAL 'N'                             00056800
                    MOVE 'S' TO WRK-FILA-CHEIA                          00056900
                    MOVE '   (FILA DE RASTREIO CHEIA - REDUZIR NIVEIS)' 00057000
                         TO WRK-SUBTITULO                               00057100
                    WRITE FD-RELLIN FROM WRK-SUBTITULO                  00057200
                END-IF                                                  00057300
                GO TO 2130-99-FIM                                       00057400
            END-IF.                                                     00057500
                                                                        00057600
            ADD 1 TO WRK-QT-FILA.                                       00057700
            MOVE WRK-LIN-ARQUIVO      TO WRK-TFI-ARQUIVO(WRK-QT-FILA).  00057800
            MOVE WRK-LIN-DATA-GERACAO                                   00057900
                 TO WRK-TFI-DATA-GERACAO(WRK-QT-FILA).                  00058000
            MOVE WRK-LIN-QT-REGISTROS                                   00058100
                 TO WRK-TFI-QT-REGISTROS(WRK-QT-FILA).                  00058200
            MOVE WRK-LIN-HASH-VALOR                                     00058300
                 TO WRK-TFI-HASH-VALOR(WRK-QT-FILA).                    00058400
            MOVE WRK-IDX-LIN          TO WRK-TFI-LIMITE(WRK-QT-FILA).   00058500
            COMPUTE WRK-TFI-NIVEL(WRK-QT-FILA) = WRK-NIVEL-PRODUTOR + 1.00058600
            MOVE 'T'                  TO WRK-TFI-CRITERIO(WRK-QT-FILA). 00058700
                                                                        00058800
      *----------------------------------------------------------------*00058900
       2130-99-FIM.            EXIT.                                    00059000
      *----------------------------------------------------------------*00059100
      *----------------------------------------------------------------*00059200
       2150-CONFERIR-VISITADO             SECTION.                      00059300
      *----------------------------------------------------------------*00059400
                                                                        00059500
            IF WRK-TVI-IDX(WRK-IDX-VIS) EQUAL WRK-IDX-PRD               00059600
                MOVE 'S' TO WRK-JA-VISITADO                             00059700
            END-IF.                                                     00059800
                                                                        00059900
      *----------------------------------------------------------------*00060000
       2150-99-FIM.            EXIT.                                    00060100
      *----------------------------------------------------------------*00060200
      *----------------------------------------------------------------*00060300
       2900-EDITAR-DATA                   SECTION.                      00060400
      *----------------------------------------------------------------*00060500
      *    WRK-DATA-AUX (DDMMAAAA) PARA DD/MM/AAAA; ZERADA = ARQUIVO   *00060600
      *    SEM CABECALHO.                                              *00060700
      *----------------------------------------------------------------*00060800
                                                                        00060900
            IF WRK-DATA-AUX EQUAL ZEROS                                 00061000
                MOVE 'SEM CABEC.' TO WRK-DATA-EDITADA                   00061100
            ELSE                                                        00061200
                MOVE WRK-DATA-AUX(1:2) TO WRK-DED-DIA                   00061300
                MOVE WRK-DATA-AUX(3:2) TO WRK-DED-MES                   00061400
                MOVE WRK-DATA-AUX(5:4) TO WRK-DED-ANO                   00061500
                MOVE '/'               TO WRK-DATA-EDITADA(3:1)         00061600
                                          WRK-DATA-EDITADA(6:1)         00061700
            END-IF.                                                     00061800
                                                                        00061900
      *----------------------------------------------------------------*00062000
       2900-99-FIM.            EXIT.                                    00062100
      *----------------------------------------------------------------*00062200
      *----------------------------------------------------------------*00062300
       3000-FINALIZAR                     SECTION.                      00062400
      *----------------------------------------------------------------*00062500
                                                                        00062600
            MOVE SPACES TO WRK-SUBTITULO.                               00062700
            WRITE FD-RELLIN FROM WRK-SUBTITULO.                         00062800
            WRITE FD-RELLIN FROM WRK-LINHA-TRACO.                       00062900
            STRING 'CARTOES: ' WRK-ACU-CARTOES                          00063000
                   '  RODADAS LISTADAS: ' WRK-ACU-RODADAS               00063100
                   '  SEM GERACAO NO CATALOGO: ' WRK-ACU-NAO-ACHADOS    00063200
                DELIMITED BY SIZE INTO WRK-SUBTITULO.                   00063300
            WRITE FD-RELLIN FROM WRK-SUBTITULO.                         00063400
                                                                        00063500
            CLOSE RELLIN.                                               00063600
                                                                        00063700
            DISPLAY 'FR06C156 - CARTOES LIDOS......: ' WRK-ACU-CARTOES. 00063800
            DISPLAY 'FR06C156 - RODADAS LISTADAS...: ' WRK-ACU-RODADAS. 00063900
                                                                        00064000
            IF WRK-ACU-NAO-ACHADOS GREATER ZEROS                        00064100
                MOVE 4 TO RETURN-CODE                                   00064200
            END-IF.                                                     00064300
                                                                        00064400
            STOP RUN.                                                   00064500
                                                                        00064600
      *----------------------------------------------------------------*00064700
       3000-99-FIM.            EXIT.                                    00064800
      *----------------------------------------------------------------*00064900
      *----------------------------------------------------------------*00065000
       9000-TRATAR-ERROS                  SECTION.                      00065100
      *----------------------------------------------------------------*00065200
                                                                        00065300
             MOVE 'FR06C156'       TO WRK-ERR-PROGRAMA.                 00065400
             MOVE '9000'           TO WRK-ERR-SECTION.                  00065500
             MOVE WRK-MSG          TO WRK-ERR-MSG.                      00065600
             MOVE SPACES           TO WRK-ERR-STATUS.                   00065700
             MOVE WRK-FS-LINHAGEM  TO WRK-ERR-STATUS(1:2).              00065800
             MOVE WRK-FS-RELLIN    TO WRK-ERR-STATUS(3:2).              00065900
             MOVE 'F'              TO WRK-ERR-SEVERIDADE.               00066000
                                                                        00066100
             CALL 'TRTERRO'        USING WRK-TRTERRO.                   00066200
                                                                        00066300
      *----------------------------------------------------------------*00066400
       9000-99-FIM.            EXIT.                                    00066500
      *----------------------------------------------------------------*00066600
