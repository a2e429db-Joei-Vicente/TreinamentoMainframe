      *================================================================*00000100
       IDENTIFICATION                            DIVISION.              00000200
      *================================================================*00000300
                                                                        00000400
       PROGRAM-ID.  FR06C120.                                           00000500
                                                                        00000600
      *================================================================*00000700
      *     AUTOR.......: JOEI LORENTI                                  00000800
      *     ANALISTA....: IVAN SANCHES                                  00000900
      *     EMPRESA.....: FOURSYS                                       00001000
      *     DATA........: 15/10/2026                                    00001100
      *----------------------------------------------------------------*00001200
      *                                                                 00001300
      *     OBJETIVO: AGING SEMANAL DOS CASOS DE COMPLIANCE EM ABERTO.  00001400
      *               LE O CADASTRO DE CASOS (CASMST, LAYOUT B#CASO)    00001500
      *               E, COM A DATA DA RODADA DO RUNCTL, CALCULA OS     00001600
      *               DIAS DESDE A ABERTURA DE CADA CASO 'A' OU 'R'.    00001700
      *               ORDENA (SORT INTERNO) DO MAIS ANTIGO PARA O MAIS  00001800
      *               NOVO E LISTA EM RELAGCS NAS FAIXAS 0-29, 30-59,   00001900
      *               60-89 E 90+ DIAS, COM SUBTOTAL POR FAIXA E        00002000
      *               TOTAIS GERAIS. CALCULO DE DIAS COMO NO FR06CB73.  00002100
      *               CASO COM 90 DIAS OU MAIS DA RC 4.                 00002200
      *                                                                 00002300
      *----------------------------------------------------------------*00002400
      *     INPUT:                                                      00002500
      *     DDNAME           I/O                                        00002600
      *     RUNCTL           I/O  (DATA DA RODADA + CONTADORES)         00002700
      *     CASMST            I   (CADASTRO DE CASOS - LRECL 150)       00002800
      *     RELAGCS           O   (RELATORIO - LRECL 80)                00002900
      *                                                                 00003000
      *----------------------------------------------------------------*00003100
      *     MANUTENCAO:                                                 00003200
      *                                                                 00003300
      *================================================================*00003400
                                                                        00003500
      *================================================================*00003600
       ENVIRONMENT                               DIVISION.              00003700
      *================================================================*00003800
                                                                        00003900
      *----------------------------------------------------------------*00004000
       CONFIGURATION                             SECTION.               00004100
      *----------------------------------------------------------------*00004200
                                                                        00004300
       SPECIAL-NAMES.                                                   00004400
           DECIMAL-POINT IS COMMA.                                      00004500
                                                                        00004600
      *----------------------------------------------------------------*00004700
       INPUT-OUTPUT                              SECTION.               00004800
      *----------------------------------------------------------------*00004900
                                                                        00005000
       FILE-CONTROL.                                                    00005100
             SELECT RUNCTL             ASSIGN TO RUNCTL                 00005200
                FILE STATUS            IS WRK-FS-RUNCTL.                00005300
             SELECT CASMST             ASSIGN TO CASMST                 00005400
                FILE STATUS            IS WRK-FS-CASMST.                00005500
             SELECT RELAGCS            ASSIGN TO RELAGCS                00005600
                FILE STATUS            IS WRK-FS-RELAGCS.               00005700
             SELECT ORDENA             ASSIGN TO ORDENA.                00005800
                                                                        00005900
      *================================================================*00006000
       DATA                                      DIVISION.              00006100
      *================================================================*00006200
                                                                        00006300
      *----------------------------------------------------------------*00006400
       FILE                                      SECTION.               00006500
      *----------------------------------------------------------------*00006600
                                                                        00006700
       FD RUNCTL                                                        00006800
           RECORDING MODE IS F                                          00006900
           BLOCK CONTAINS 0 RECORDS.                                    00007000
       01 FD-RUNCTL                    PIC X(80).                       00007100
                                                                        00007200
       FD CASMST                                                        00007300
           RECORDING MODE IS F                                          00007400
           BLOCK CONTAINS 0 RECORDS.                                    00007500
       01 FD-CASMST                    PIC X(150).                      00007600
                                                                        00007700
       FD RELAGCS                                                       00007800
           RECORDING MODE IS F                                          00007900
           BLOCK CONTAINS 0 RECORDS.                                    00008000
       01 FD-RELAGCS                   PIC X(80).                       00008100
                                                                        00008200
       SD ORDENA.                                                       00008300
       01 SD-ORDENA.                                                    00008400
          05 SD-DIAS                   PIC 9(05).                       00008500
          05 SD-CASO                   PIC X(150).                      00008600
                                                                        00008700
      *----------------------------------------------------------------*00008800
       WORKING-STORAGE                           SECTION.               00008900
      *----------------------------------------------------------------*00009000
                                                                        00009100
      *----------------------------------------------------------------*00009200
       01 FILLER                       PIC X(50)               VALUE    00009300
            '**** AREA DOS LAYOUTS ****'.                               00009400
      *----------------------------------------------------------------*00009500
                                                                        00009600
        COPY 'B#RUNCTL'.                                                00009700
        COPY 'B#CASO'.                                                  00009800
                                                                        00009900
      *----------------------------------------------------------------*00010000
       01 FILLER                       PIC X(50)               VALUE    00010100
            '**** AREA DE CALCULO DE DIAS ****'.                        00010200
      *----------------------------------------------------------------*00010300
                                                                        00010400
       01 WRK-TAB-DIAS-ACUM-DADOS.                                      00010500
          05 FILLER                    PIC X(36) VALUE                  00010600
             '000031059090120151181212243273304334'.                    00010700
       01 WRK-TAB-DIAS-ACUM REDEFINES WRK-TAB-DIAS-ACUM-DADOS.          00010800
          05 WRK-DIAS-ACUM             PIC 9(03) OCCURS 12 TIMES.       00010900
                                                                        00011000
       01 WRK-HORA-PASSO.                                               00011100
          05 WRK-HORA-PASSO-INI        PIC 9(06) VALUE ZEROS.           00011200
          05 WRK-HORA-PASSO-FIM        PIC 9(06) VALUE ZEROS.           00011300
       01 WRK-HORA-ACCEPT.                                              00011400
          05 WRK-HORA-ACC-HHMMSS       PIC 9(06).                       00011500
          05 WRK-HORA-ACC-CC           PIC 9(02).                       00011600
                                                                        00011700
       77 WRK-DATA-RODADA              PIC 9(08) VALUE ZEROS.           00011800
       77 WRK-DATA-CORTE               PIC 9(08) VALUE ZEROS.           00011900
       77 WRK-DIA                      PIC 9(02) VALUE ZEROS.           00012000
       77 WRK-MES                      PIC 9(02) VALUE ZEROS.           00012100
       77 WRK-ANO                      PIC 9(04) VALUE ZEROS.           00012200
       77 WRK-ANO-AJUSTADO             PIC 9(04) VALUE ZEROS.           00012300
       77 WRK-BISSEXTOS                PIC 9(04) VALUE ZEROS.           00012400
       77 WRK-Q4                       PIC 9(04) VALUE ZEROS.           00012500
       77 WRK-Q100                     PIC 9(04) VALUE ZEROS.           00012600
       77 WRK-Q400                     PIC 9(04) VALUE ZEROS.           00012700
       77 WRK-NUM-DIA-HOJE             PIC 9(07) VALUE ZEROS.           00012800
       77 WRK-NUM-DIA-MOVTO            PIC 9(07) VALUE ZEROS.           00012900
       77 WRK-DIAS-ABERTO              PIC S9(07) VALUE ZEROS.          00013000
                                                                        00013100
      *----------------------------------------------------------------*00013200
       01 FILLER                       PIC X(50)               VALUE    00013300
            '**** AREA DE QUEBRA E TOTAIS ****'.                        00013400
      *----------------------------------------------------------------*00013500
                                                                        00013600
       77 WRK-FS-RUNCTL                PIC X(02) VALUE SPACES.          00013700
       77 WRK-FS-CASMST                PIC X(02) VALUE SPACES.          00013800
       77 WRK-FS-RELAGCS               PIC X(02) VALUE SPACES.          00013900
       77 WRK-FIM-SORT                 PIC X(01) VALUE 'N'.             00014000
       77 WRK-FAIXA                    PIC X(05) VALUE SPACES.          00014100
       77 WRK-FAIXA-ANTERIOR           PIC X(05) VALUE SPACES.          00014200
       77 WRK-FAI-QTDE                 PIC 9(05) VALUE ZEROS.           00014300
       77 WRK-FAI-VALOR                PIC 9(13)V99 VALUE ZEROS.        00014400
       77 WRK-ACU-LIDOS                PIC 9(07) VALUE ZEROS.           00014500
       77 WRK-ACU-ABERTOS              PIC 9(07) VALUE ZEROS.           00014600
       77 WRK-ACU-VALOR                PIC 9(13)V99 VALUE ZEROS.        00014700
       77 WRK-QT-FAIXA-90              PIC 9(05) VALUE ZEROS.           00014800
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00014900
                                                                        00015000
      *----------------------------------------------------------------*00015100
       01 FILLER                       PIC X(50)               VALUE    00015200
            '**** AREA DE LINHAS DO RELATORIO ****'.                    00015300
      *----------------------------------------------------------------*00015400
                                                                        00015500
       01 WRK-CABEC1.                                                   00015600
          05 FILLER                    PIC X(48) VALUE                  00015700
             '------ AGING DOS CASOS DE COMPLIANCE EM ABERTO '.         00015800
          05 WRK-CB1-DATA              PIC X(10).                       00015900
          05 FILLER                    PIC X(22) VALUE ' ------'.       00016000
       01 WRK-CABEC2.                                                   00016100
          05 FILLER                    PIC X(40) VALUE                  00016200
             'FAIXA  DIAS CASO     AG   CONTA S ABERTU'.                00016300
          05 FILLER                    PIC X(40) VALUE                  00016400
             'RA ALERT          VALOR ANALISTA'.                        00016500
                                                                        00016600
       01 WRK-LINHA-CASO.                                               00016700
          05 WRK-LP-FAIXA              PIC X(05).                       00016800
          05 FILLER                    PIC X(01) VALUE SPACES.          00016900
          05 WRK-LP-DIAS               PIC ZZZZ9.                       00017000
          05 FILLER                    PIC X(01) VALUE SPACES.          00017100
          05 WRK-LP-NUMERO             PIC 9(08).                       00017200
          05 FILLER                    PIC X(01) VALUE SPACES.          00017300
          05 WRK-LP-AGENCIA            PIC X(04).                       00017400
          05 FILLER                    PIC X(01) VALUE SPACES.          00017500
          05 WRK-LP-CONTA              PIC X(04).                       00017600
          05 FILLER                    PIC X(02) VALUE SPACES.          00017700
          05 WRK-LP-SITUACAO           PIC X(01).                       00017800
          05 FILLER                    PIC X(01) VALUE SPACES.          00017900
          05 WRK-LP-ABERTURA           PIC 9(08).                       00018000
          05 FILLER                    PIC X(01) VALUE SPACES.          00018100
          05 WRK-LP-ALERTAS            PIC ZZZZ9.                       00018200
          05 FILLER                    PIC X(01) VALUE SPACES.          00018300
          05 WRK-LP-VALOR              PIC Z(10)9,99.                   00018400
          05 FILLER                    PIC X(01) VALUE SPACES.          00018500
          05 WRK-LP-ANALISTA           PIC X(08).                       00018600
          05 FILLER                    PIC X(08) VALUE SPACES.          00018700
                                                                        00018800
       01 WRK-LINHA-SUBTOTAL.                                           00018900
          05 FILLER                    PIC X(06) VALUE SPACES.          00019000
          05 FILLER                    PIC X(16) VALUE                  00019100
             'SUBTOTAL FAIXA '.                                         00019200
          05 WRK-LS-FAIXA              PIC X(05).                       00019300
          05 FILLER                    PIC X(03) VALUE SPACES.          00019400
          05 WRK-LS-QTDE               PIC ZZZZ9.                       00019500
          05 FILLER                    PIC X(07) VALUE ' CASOS '.       00019600
          05 WRK-LS-VALOR              PIC Z(12)9,99.                   00019700
          05 FILLER                    PIC X(22) VALUE SPACES.          00019800
                                                                        00019900
       01 WRK-LINHA-TOTAL.                                              00020000
          05 WRK-TOT-TITULO            PIC X(25).                       00020100
          05 WRK-TOT-QTDE              PIC ZZZZZZ9.                     00020200
          05 FILLER                    PIC X(48) VALUE SPACES.          00020300
                                                                        00020400
      *----------------------------------------------------------------*00020500
       01 FILLER                       PIC X(50)               VALUE    00020600
            '**** AREA DO MODULO TRTERRO ****'.                         00020700
      *----------------------------------------------------------------*00020800
                                                                        00020900
        COPY '#TRTERRO'.                                                00021000
                                                                        00021100
      *================================================================*00021200
       PROCEDURE DIVISION.                                              00021300
      *================================================================*00021400
      *----------------------------------------------------------------*00021500
       0000-PRINCIPAL                     SECTION.                      00021600
      *----------------------------------------------------------------*00021700
                                                                        00021800
           PERFORM 1000-INICIAR.                                        00021900
                                                                        00022000
           SORT ORDENA                                                  00022100
               ON DESCENDING KEY SD-DIAS                                00022200
               INPUT PROCEDURE  IS 2000-SELECIONAR-CASOS                00022300
               OUTPUT PROCEDURE IS 2500-LISTAR-CASOS.                   00022400
                                                                        00022500
           PERFORM 3000-FINALIZAR.                                      00022600
                                                                        00022700
      *----------------------------------------------------------------*00022800
       0000-99-FIM.            EXIT.                                    00022900
      *----------------------------------------------------------------*00023000
                                                                        00023100
      *----------------------------------------------------------------*00023200
       1000-INICIAR                       SECTION.                      00023300
      *----------------------------------------------------------------*00023400
                                                                        00023500
            ACCEPT WRK-HORA-ACCEPT FROM TIME.                           00023600
            MOVE WRK-HORA-ACC-HHMMSS TO WRK-HORA-PASSO-INI.             00023700
                                                                        00023800
            PERFORM 1600-LER-DATA-RODADA.                               00023900
                                                                        00024000
            OPEN INPUT  CASMST                                          00024100
                 OUTPUT RELAGCS.                                        00024200
            IF WRK-FS-CASMST NOT EQUAL ZEROS                            00024300
                MOVE ' ERRO ABERTURA CASMST ' TO WRK-MSG                00024400
                PERFORM 9000-TRATAR-ERROS                               00024500
            END-IF.                                                     00024600
            IF WRK-FS-RELAGCS NOT EQUAL ZEROS                           00024700
                MOVE ' ERRO ABERTURA RELAGCS ' TO WRK-MSG               00024800
                PERFORM 9000-TRATAR-ERROS                               00024900
            END-IF.                                                     00025000
                                                                        00025100
            MOVE WRK-DATA-CORTE(7:2) TO WRK-DIA.                        00025200
            MOVE WRK-DATA-CORTE(5:2) TO WRK-MES.                        00025300
            MOVE WRK-DATA-CORTE(1:4) TO WRK-ANO.                        00025400
            PERFORM 1200-CALCULAR-NUM-DIA.                              00025500
            MOVE WRK-NUM-DIA-MOVTO   TO WRK-NUM-DIA-HOJE.               00025600
                                                                        00025700
            MOVE WRK-DATA-RODADA(1:2) TO WRK-CB1-DATA(1:2).             00025800
            MOVE '/'                  TO WRK-CB1-DATA(3:1).             00025900
            MOVE WRK-DATA-RODADA(3:2) TO WRK-CB1-DATA(4:2).             00026000
            MOVE '/'                  TO WRK-CB1-DATA(6:1).             00026100
            MOVE WRK-DATA-RODADA(5:4) TO WRK-CB1-DATA(7:4).             00026200
                                                                        00026300
            WRITE FD-RELAGCS FROM WRK-CABEC1.                           00026400
            WRITE FD-RELAGCS FROM WRK-CABEC2.                           00026500
                                                                        00026600
      *----------------------------------------------------------------*00026700
       1000-99-FIM.            EXIT.                                    00026800
      *----------------------------------------------------------------*00026900
      *----------------------------------------------------------------*00027000
       1200-CALCULAR-NUM-DIA              SECTION.                      00027100
      *----------------------------------------------------------------*00027200
      *    NUMERO SEQUENCIAL DO DIA (CALENDARIO GREGORIANO) PARA        00027300
      *    DIFERENCA EXATA DE DATAS, COMO NO FR06CB73.                  00027400
      *----------------------------------------------------------------*00027500
                                                                        00027600
            MOVE WRK-ANO TO WRK-ANO-AJUSTADO.                           00027700
            IF WRK-MES LESS 3                                           00027800
                SUBTRACT 1 FROM WRK-ANO-AJUSTADO                        00027900
            END-IF.                                                     00028000
                                                                        00028100
            COMPUTE WRK-Q4   = WRK-ANO-AJUSTADO / 4.                    00028200
            COMPUTE WRK-Q100 = WRK-ANO-AJUSTADO / 100.                  00028300
            COMPUTE WRK-Q400 = WRK-ANO-AJUSTADO / 400.                  00028400
            COMPUTE WRK-BISSEXTOS = WRK-Q4 - WRK-Q100 + WRK-Q400.       00028500
                                                                        00028600
            COMPUTE WRK-NUM-DIA-MOVTO =                                 00028700
                (365 * WRK-ANO) + WRK-BISSEXTOS                         00028800
                + WRK-DIAS-ACUM(WRK-MES) + WRK-DIA.                     00028900
                                                                        00029000
      *----------------------------------------------------------------*00029100
       1200-99-FIM.            EXIT.                                    00029200
      *----------------------------------------------------------------*00029300
      *----------------------------------------------------------------*00029400
       1600-LER-DATA-RODADA               SECTION.                      00029500
      *----------------------------------------------------------------*00029600
                                                                        00029700
            OPEN INPUT RUNCTL.                                          00029800
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00029900
                MOVE ' RUNCTL AUSENTE - RODAR FR06CB01 ' TO WRK-MSG     00030000
                PERFORM 9000-TRATAR-ERROS                               00030100
            END-IF.                                                     00030200
                                                                        00030300
            READ RUNCTL INTO WRK-RUNCTL.                                00030400
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00030500
               OR WRK-RUNCTL-TIPO NOT EQUAL '1'                         00030600
                MOVE ' RUNCTL SEM REGISTRO DE ABERTURA ' TO WRK-MSG     00030700
                PERFORM 9000-TRATAR-ERROS                               00030800
            END-IF.                                                     00030900
                                                                        00031000
            MOVE WRK-RUNCTL-DATA TO WRK-DATA-RODADA.                    00031100
            CLOSE RUNCTL.                                               00031200
                                                                        00031300
            MOVE WRK-DATA-RODADA(5:4)  TO WRK-DATA-CORTE(1:4).          00031400
            MOVE WRK-DATA-RODADA(3:2)  TO WRK-DATA-CORTE(5:2).          00031500
            MOVE WRK-DATA-RODADA(1:2)  TO WRK-DATA-CORTE(7:2).          00031600
                                                                        00031700
      *----------------------------------------------------------------*00031800
       1600-99-FIM.            EXIT.                                    00031900
      *----------------------------------------------------------------*00032000
      *----------------------------------------------------------------*00032100
       2000-SELECIONAR-CASOS              SECTION.                      00032200
      *----------------------------------------------------------------*00032300
                                                                        00032400
            PERFORM 2100-LER-CASO                                       00032500
                UNTIL WRK-FS-CASMST EQUAL '10'.                         00032600
                                                                        00032700
      *----------------------------------------------------------------*00032800
       2000-99-FIM.            EXIT.                                    00032900
      *----------------------------------------------------------------*00033000
      *----------------------------------------------------------------*00033100
       2100-LER-CASO                      SECTION.                      00033200
      *----------------------------------------------------------------*00033300
                                                                        00033400
            READ CASMST INTO WRK-REG-CASO.                              00033500
            IF WRK-FS-CASMST NOT EQUAL ZEROS                            00033600
                MOVE '10' TO WRK-FS-CASMST                              00033700
                GO TO 2100-99-FIM                                       00033800
            END-IF.                                                     00033900
                                                                        00034000
            ADD 1 TO WRK-ACU-LIDOS.                                     00034100
                                                                        00034200
            IF WRK-CAS-SITUACAO NOT EQUAL 'A'                           00034300
               AND WRK-CAS-SITUACAO NOT EQUAL 'R'                       00034400
                GO TO 2100-99-FIM                                       00034500
            END-IF.                                                     00034600
                                                                        00034700
            MOVE WRK-CAS-DATA-ABERTURA(7:2) TO WRK-DIA.                 00034800
            MOVE WRK-CAS-DATA-ABERTURA(5:2) TO WRK-MES.                 00034900
            MOVE WRK-CAS-DATA-ABERTURA(1:4) TO WRK-ANO.                 00035000
            PERFORM 1200-CALCULAR-NUM-DIA.                              00035100
            COMPUTE WRK-DIAS-ABERTO =                                   00035200
                WRK-NUM-DIA-HOJE - WRK-NUM-DIA-MOVTO.                   00035300
            IF WRK-DIAS-ABERTO LESS ZEROS                               00035400
                MOVE ZEROS TO WRK-DIAS-ABERTO                           00035500
            END-IF.                                                     00035600
                                                                        00035700
            MOVE WRK-DIAS-ABERTO TO SD-DIAS.                            00035800
            MOVE WRK-REG-CASO    TO SD-CASO.                            00035900
            RELEASE SD-ORDENA.                                          00036000
                                                                        00036100
      *----------------------------------------------------------------*00036200
       2100-99-FIM.            EXIT.                                    00036300
      *----------------------------------------------------------------*00036400
      *----------------------------------------------------------------*00036500
       2500-LISTAR-CASOS                  SECTION.                      00036600
      *----------------------------------------------------------------*00036700
                                                                        00036800
            PERFORM 2600-LISTAR-CASO                                    00036900
                UNTIL WRK-FIM-SORT EQUAL 'S'.                           00037000
                                                                        00037100
            IF WRK-FAIXA-ANTERIOR NOT EQUAL SPACES                      00037200
                PERFORM 2700-FECHAR-FAIXA                               00037300
            END-IF.                                                     00037400
                                                                        00037500
      *----------------------------------------------------------------*00037600
       2500-99-FIM.            EXIT.                                    00037700
      *----------------------------------------------------------------*00037800
      *----------------------------------------------------------------*00037900
       2600-LISTAR-CASO                   SECTION.                      00038000
      *----------------------------------------------------------------*00038100
                                                                        00038200
            RETURN ORDENA                                               00038300
                AT END                                                  00038400
                    MOVE 'S' TO WRK-FIM-SORT                            00038500
                    GO TO 2600-99-FIM                                   00038600
            END-RETURN.                                                 00038700
                                                                        00038800
            MOVE SD-CASO TO WRK-REG-CASO.                               00038900
                                                                        00039000
            EVALUATE TRUE                                               00039100
             WHEN SD-DIAS LESS 30                                       00039200
               MOVE '0-29 ' TO WRK-FAIXA                                00039300
             WHEN SD-DIAS LESS 60                                       00039400
               MOVE '30-59' TO WRK-FAIXA                                00039500
             WHEN SD-DIAS LESS 90                                       00039600
               MOVE '60-89' TO WRK-FAIXA                                00039700
             WHEN OTHER                                                 00039800
               MOVE '90+  ' TO WRK-FAIXA                                00039900
               ADD 1 TO WRK-QT-FAIXA-90                                 00040000
            END-EVALUATE.                                               00040100
                                                                        00040200
            IF WRK-FAIXA NOT EQUAL WRK-FAIXA-ANTERIOR                   00040300
                IF WRK-FAIXA-ANTERIOR NOT EQUAL SPACES                  00040400
                    PERFORM 2700-FECHAR-FAIXA                           00040500
                END-IF                                                  00040600
                MOVE WRK-FAIXA TO WRK-FAIXA-ANTERIOR                    00040700
                MOVE ZEROS     TO WRK-FAI-QTDE                          00040800
                                  WRK-FAI-VALOR                         00040900
            END-IF.                                                     00041000
                                                                        00041100
            ADD 1                    TO WRK-FAI-QTDE                    00041200
                                        WRK-ACU-ABERTOS.                00041300
            ADD WRK-CAS-VALOR-TOTAL  TO WRK-FAI-VALOR                   00041400
                                        WRK-ACU-VALOR.                  00041500
                                                                        00041600
            MOVE WRK-FAIXA            TO WRK-LP-FAIXA.                  00041700
            MOVE SD-DIAS              TO WRK-LP-DIAS.                   00041800
            MOVE WRK-CAS-NUMERO       TO WRK-LP-NUMERO.                 00041900
            MOVE WRK-CAS-AGENCIA      TO WRK-LP-AGENCIA.                00042000
            MOVE WRK-CAS-CONTA        TO WRK-LP-CONTA.                  00042100
            MOVE WRK-CAS-SITUACAO     TO WRK-LP-SITUACAO.               00042200
            MOVE WRK-CAS-DATA-ABERTURA TO WRK-LP-ABERTURA.              00042300
            MOVE WRK-CAS-QT-ALERTAS   TO WRK-LP-ALERTAS.                00042400
            MOVE WRK-CAS-VALOR-TOTAL  TO WRK-LP-VALOR.                  00042500
            MOVE WRK-CAS-ANALISTA     TO WRK-LP-ANALISTA.               00042600
            WRITE FD-RELAGCS FROM WRK-LINHA-CASO.                       00042700
                                                                        00042800
      *----------------------------------------------------------------*00042900
       2600-99-FIM.            EXIT.                                    00043000
      *----------------------------------------------------------------*00043100
      *----------------------------------------------------------------*00043200
       2700-FECHAR-FAIXA                  SECTION.                      00043300
      *----------------------------------------------------------------*00043400
                                                                        00043500
            MOVE WRK-FAIXA-ANTERIOR   TO WRK-LS-FAIXA.                  00043600
            MOVE WRK-FAI-QTDE         TO WRK-LS-QTDE.                   00043700
            MOVE WRK-FAI-VALOR        TO WRK-LS-VALOR.                  00043800
            WRITE FD-RELAGCS FROM WRK-LINHA-SUBTOTAL.                   00043900
                                                                        00044000
      *----------------------------------------------------------------*00044100
       2700-99-FIM.            EXIT.                                    00044200
      *----------------------------------------------------------------*00044300
      *----------------------------------------------------------------*00044400
       3000-FINALIZAR                     SECTION.                      00044500
      *----------------------------------------------------------------*00044600
                                                                        00044700
            MOVE 'CASOS NO CADASTRO'  TO WRK-TOT-TITULO.                00044800
            MOVE WRK-ACU-LIDOS        TO WRK-TOT-QTDE.                  00044900
            WRITE FD-RELAGCS FROM WRK-LINHA-TOTAL.                      00045000
            MOVE 'CASOS EM ABERTO'    TO WRK-TOT-TITULO.                00045100
            MOVE WRK-ACU-ABERTOS      TO WRK-TOT-QTDE.                  00045200
            WRITE FD-RELAGCS FROM WRK-LINHA-TOTAL.                      00045300
            MOVE 'ABERTOS HA 90+ DIAS' TO WRK-TOT-TITULO.               00045400
            MOVE WRK-QT-FAIXA-90      TO WRK-TOT-QTDE.                  00045500
            WRITE FD-RELAGCS FROM WRK-LINHA-TOTAL.                      00045600
                                                                        00045700
            CLOSE CASMST                                                00045800
                  RELAGCS.                                              00045900
                                                                        00046000
            DISPLAY '------------------------------------------------'. 00046100
            DISPLAY '  CASOS NO CADASTRO...: ' WRK-ACU-LIDOS.           00046200
            DISPLAY '  CASOS EM ABERTO.....: ' WRK-ACU-ABERTOS.         00046300
            DISPLAY '  ABERTOS HA 90+ DIAS.: ' WRK-QT-FAIXA-90.         00046400
            DISPLAY '------------------------------------------------'. 00046500
                                                                        00046600
            IF WRK-QT-FAIXA-90 GREATER ZEROS                            00046700
                MOVE 4 TO RETURN-CODE                                   00046800
            END-IF.                                                     00046900
                                                                        00047000
            PERFORM 4900-GRAVAR-RUNCTL.                                 00047100
                                                                        00047200
            STOP RUN.                                                   00047300
      *----------------------------------------------------------------*00047400
       3000-99-FIM.            EXIT.                                    00047500
      *----------------------------------------------------------------*00047600
      *----------------------------------------------------------------*00047700
       4900-GRAVAR-RUNCTL                 SECTION.                      00047800
      *----------------------------------------------------------------*00047900
                                                                        00048000
            OPEN EXTEND RUNCTL.                                         00048100
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00048200
                MOVE ' ERRO ABERTURA RUNCTL ' TO WRK-MSG                00048300
                PERFORM 9000-TRATAR-ERROS                               00048400
            END-IF.                                                     00048500
                                                                        00048600
            MOVE SPACES                TO WRK-RUNCTL.                   00048700
            MOVE '2'                   TO WRK-RUNCTL-TIPO.              00048800
            MOVE 'FR06C120'            TO WRK-RUNCTL-PROGRAMA.          00048900
            MOVE WRK-ACU-LIDOS         TO WRK-RUNCTL-LIDOS.             00049000
            MOVE WRK-ACU-ABERTOS       TO WRK-RUNCTL-GRAVADOS.          00049100
            MOVE WRK-QT-FAIXA-90       TO WRK-RUNCTL-EXCECAO.           00049200
            MOVE RETURN-CODE           TO WRK-RUNCTL-RETCODE.           00049300
            ACCEPT WRK-HORA-ACCEPT FROM TIME.                           00049400
            MOVE WRK-HORA-ACC-HHMMSS   TO WRK-HORA-PASSO-FIM.           00049500
            MOVE WRK-HORA-PASSO-INI    TO WRK-RUNCTL-HORA-INI.          00049600
            MOVE WRK-HORA-PASSO-FIM    TO WRK-RUNCTL-HORA-FIM.          00049700
            WRITE FD-RUNCTL FROM WRK-RUNCTL.                            00049800
            CLOSE RUNCTL.                                               00049900
                                                                        00050000
      *----------------------------------------------------------------*00050100
       4900-99-FIM.            EXIT.                                    00050200
      *----------------------------------------------------------------*00050300
                                                                        00050400
      *----------------------------------------------------------------*00050500
       9000-TRATAR-ERROS                  SECTION.                      00050600
      *----------------------------------------------------------------*00050700
                                                                        00050800
             MOVE 'FR06C120'       TO WRK-ERR-PROGRAMA.                 00050900
             MOVE '9000'           TO WRK-ERR-SECTION.                  00051000
             MOVE WRK-MSG          TO WRK-ERR-MSG.                      00051100
             MOVE SPACES           TO WRK-ERR-STATUS.                   00051200
             MOVE WRK-FS-RUNCTL    TO WRK-ERR-STATUS(1:2).              00051300
             MOVE WRK-FS-CASMST    TO WRK-ERR-STATUS(3:2).              00051400
             MOVE WRK-FS-RELAGCS   TO WRK-ERR-STATUS(5:2).              00051500
             MOVE 'F'              TO WRK-ERR-SEVERIDADE.               00051600
                                                                        00051700
             CALL 'TRTERRO'        USING WRK-TRTERRO.                   00051800
                                                                        00051900
      *----------------------------------------------------------------*00052000
       9000-99-FIM.            EXIT.                                    00052100
      *----------------------------------------------------------------*00052200
