      *================================================================*00000100
       IDENTIFICATION                            DIVISION.              00000200
      *================================================================*00000300
                                                                        00000400
       PROGRAM-ID.  FR06C118.                                           00000500
                                                                        00000600
      *================================================================*00000700
      *     AUTOR.......: JOEI LORENTI                                  00000800
      *     ANALISTA....: IVAN SANCHES                                  00000900
      *     EMPRESA.....: FOURSYS                                       00001000
      *     DATA........: 15/10/2026                                    00001100
      *----------------------------------------------------------------*00001200
      *                                                                 00001300
      *     OBJETIVO: ABERTURA DE CASOS DE COMPLIANCE. LE O CADASTRO    00001400
      *               DE CASOS ATUAL (CASENT, LAYOUT B#CASO) E OS       00001500
      *               ALERTAS DO DIA GERADOS PELO FR06CB64 NO EXTRATO   00001600
      *               DELIMITADO EXTCOMP. CADA ALERTA E ANEXADO AO      00001700
      *               CASO EM ABERTO ('A' OU 'R') DA MESMA CONTA; SE A  00001800
      *               CONTA NAO TEM CASO EM ABERTO, ABRE UM CASO NOVO   00001900
      *               ('A') COM O PROXIMO NUMERO. GRAVA O CADASTRO      00002000
      *               NOVO (CASSAI) NA ORDEM DE NUMERO, O RELATORIO     00002100
      *               RELCASO E UMA LINHA DE AUDITORIA POR CASO         00002200
      *               ABERTO OU ALERTA ANEXADO NO AUDITCS (MESMA        00002300
      *               TRILHA DO FR06C119). RODA DEPOIS DO FR06CB64.     00002400
      *               ALERTA COM VALOR OU DATA NAO NUMERICO E           00002500
      *               RECUSADO (RC 4).                                  00002600
      *                                                                 00002700
      *----------------------------------------------------------------*00002800
      *     INPUT:                                                      00002900
      *     DDNAME           I/O                                        00003000
      *     RUNCTL           I/O  (DATA DA RODADA + CONTADORES)         00003100
      *     CASENT            I   (CASOS ATUAIS - LRECL 150)            00003200
      *     EXTCOMP           I   (ALERTAS DO FR06CB64 - LRECL 80)      00003300
      *     CASSAI            O   (CASOS NOVOS - LRECL 150)             00003400
      *     RELCASO           O   (RELATORIO - LRECL 80)                00003500
      *     AUDITCS           O   (AUDITORIA - LRECL 80, EXTEND)        00003600
      *                                                                 00003700
      *----------------------------------------------------------------*00003800
      *     MANUTENCAO:                                                 00003900
      *     15/10/2026 JL - A LINHA DE AUDITORIA PASSA A LEVAR O JOB DA 00003916
      *                     RODADA (RUNCTL TIPO '1', COL 73-80; EM      00003932
      *                     BRANCO SEM RUNCTL) PARA O RELATORIO         00003948
      *                     CONSOLIDADO DE AUDITORIA FR06C159. O MOTIVO 00003964
      *                     NA LINHA DE AUDITORIA PASSA A 22 POSICOES.  00003980
      *                                                                 00004000
      *================================================================*00004100
                                                                        00004200
      *================================================================*00004300
       ENVIRONMENT                               DIVISION.              00004400
      *================================================================*00004500
                                                                        00004600
      *----------------------------------------------------------------*00004700
       CONFIGURATION                             SECTION.               00004800
      *----------------------------------------------------------------*00004900
                                                                        00005000
       SPECIAL-NAMES.                                                   00005100
           DECIMAL-POINT IS COMMA.                                      00005200
                                                                        00005300
      *----------------------------------------------------------------*00005400
       INPUT-OUTPUT                              SECTION.               00005500
      *----------------------------------------------------------------*00005600
                                                                        00005700
       FILE-CONTROL.                                                    00005800
             SELECT RUNCTL             ASSIGN TO RUNCTL                 00005900
                FILE STATUS            IS WRK-FS-RUNCTL.                00006000
             SELECT CASENT             ASSIGN TO CASENT                 00006100
                FILE STATUS            IS WRK-FS-CASENT.                00006200
             SELECT EXTCOMP            ASSIGN TO EXTCOMP                00006300
                FILE STATUS            IS WRK-FS-EXTCOMP.               00006400
             SELECT CASSAI             ASSIGN TO CASSAI                 00006500
                FILE STATUS            IS WRK-FS-CASSAI.                00006600
             SELECT RELCASO            ASSIGN TO RELCASO                00006700
                FILE STATUS            IS WRK-FS-RELCASO.               00006800
             SELECT AUDITCS            ASSIGN TO AUDITCS                00006900
                FILE STATUS            IS WRK-FS-AUDITCS.               00007000
                                                                        00007100
      *================================================================*00007200
       DATA                                      DIVISION.              00007300
      *================================================================*00007400
                                                                        00007500
      *----------------------------------------------------------------*00007600
       FILE                                      SECTION.               00007700
      *----------------------------------------------------------------*00007800
                                                                        00007900
       FD RUNCTL                                                        00008000
           RECORDING MODE IS F                                          00008100
           BLOCK CONTAINS 0 RECORDS.                                    00008200
       01 FD-RUNCTL                    PIC X(80).                       00008300
                                                                        00008400
       FD CASENT                                                        00008500
           RECORDING MODE IS F                                          00008600
           BLOCK CONTAINS 0 RECORDS.                                    00008700
       01 FD-CASENT                    PIC X(150).                      00008800
                                                                        00008900
       FD EXTCOMP                                                       00009000
           RECORDING MODE IS F                                          00009100
           BLOCK CONTAINS 0 RECORDS.                                    00009200
       01 FD-EXTCOMP.                                                   00009300
          05 FD-EXT-CHAVE.                                              00009400
             10 FD-EXT-AGENCIA         PIC X(04).                       00009500
             10 FILLER                 PIC X(01).                       00009600
             10 FD-EXT-CONTA           PIC X(04).                       00009700
          05 FILLER                    PIC X(01).                       00009800
          05 FD-EXT-DATA               PIC 9(08).                       00009900
          05 FILLER                    PIC X(01).                       00010000
          05 FD-EXT-VALOR              PIC 9(09)V99.                    00010100
          05 FILLER                    PIC X(01).                       00010200
          05 FD-EXT-MOTIVO             PIC X(20).                       00010300
          05 FILLER                    PIC X(29).                       00010400
                                                                        00010500
       FD CASSAI                                                        00010600
           RECORDING MODE IS F                                          00010700
           BLOCK CONTAINS 0 RECORDS.                                    00010800
       01 FD-CASSAI                    PIC X(150).                      00010900
                                                                        00011000
       FD RELCASO                                                       00011100
           RECORDING MODE IS F                                          00011200
           BLOCK CONTAINS 0 RECORDS.                                    00011300
       01 FD-RELCASO                   PIC X(80).                       00011400
                                                                        00011500
       FD AUDITCS                                                       00011600
           RECORDING MODE IS F                                          00011700
           BLOCK CONTAINS 0 RECORDS.                                    00011800
       01 FD-AUDITCS                   PIC X(80).                       00011900
                                                                        00012000
      *----------------------------------------------------------------*00012100
       WORKING-STORAGE                           SECTION.               00012200
      *----------------------------------------------------------------*00012300
                                                                        00012400
      *----------------------------------------------------------------*00012500
       01 FILLER                       PIC X(50)               VALUE    00012600
            '**** AREA DOS LAYOUTS ****'.                               00012700
      *----------------------------------------------------------------*00012800
                                                                        00012900
        COPY 'B#RUNCTL'.                                                00013000
        COPY 'B#CASO'.                                                  00013100
                                                                        00013200
      *----------------------------------------------------------------*00013300
       01 FILLER                       PIC X(50)               VALUE    00013400
            '**** CADASTRO DE CASOS EM MEMORIA ****'.                   00013500
      *----------------------------------------------------------------*00013600
                                                                        00013700
       01 WRK-TAB-CASOS.                                                00013800
          05 WRK-TAB-CASO-ITEM         OCCURS 5000 TIMES.               00013900
             10 WRK-TCS-NUMERO         PIC 9(08).                       00014000
             10 WRK-TCS-CHAVE          PIC X(08).                       00014100
             10 WRK-TCS-SITUACAO       PIC X(01).                       00014200
             10 FILLER                 PIC X(133).                      00014300
                                                                        00014400
       77 WRK-QT-CASOS                 PIC 9(04) VALUE ZEROS.           00014500
       77 WRK-IDX-CASO                 PIC 9(04) VALUE ZEROS.           00014600
       77 WRK-CASO-ACHADO              PIC 9(04) VALUE ZEROS.           00014700
       77 WRK-ULTIMO-NUMERO            PIC 9(08) VALUE ZEROS.           00014800
       77 WRK-CHAVE-ALERTA             PIC X(08) VALUE SPACES.          00014900
                                                                        00015000
      *----------------------------------------------------------------*00015100
       01 FILLER                       PIC X(50)               VALUE    00015200
            '**** AREA DE DATAS E HORAS ****'.                          00015300
      *----------------------------------------------------------------*00015400
                                                                        00015500
       01 WRK-HORA-PASSO.                                               00015600
          05 WRK-HORA-PASSO-INI        PIC 9(06) VALUE ZEROS.           00015700
          05 WRK-HORA-PASSO-FIM        PIC 9(06) VALUE ZEROS.           00015800
       01 WRK-HORA-ACCEPT.                                              00015900
          05 WRK-HORA-ACC-HHMMSS       PIC 9(06).                       00016000
          05 WRK-HORA-ACC-CC           PIC 9(02).                       00016100
                                                                        00016200
       77 WRK-DATA-RODADA              PIC 9(08) VALUE ZEROS.           00016300
       77 WRK-DATA-CORTE               PIC 9(08) VALUE ZEROS.           00016400
                                                                        00016500
      *----------------------------------------------------------------*00016600
       01 FILLER                       PIC X(50)               VALUE    00016700
            '**** AREA DE VARIAVEIS DA FILE SEC ****'.                  00016800
      *----------------------------------------------------------------*00016900
                                                                        00017000
       77 WRK-FS-RUNCTL                PIC X(02) VALUE SPACES.          00017100
       77 WRK-FS-CASENT                PIC X(02) VALUE SPACES.          00017200
       77 WRK-FS-EXTCOMP               PIC X(02) VALUE SPACES.          00017300
       77 WRK-FS-CASSAI                PIC X(02) VALUE SPACES.          00017400
       77 WRK-FS-RELCASO               PIC X(02) VALUE SPACES.          00017500
       77 WRK-FS-AUDITCS               PIC X(02) VALUE SPACES.          00017600
                                                                        00017700
      *----------------------------------------------------------------*00017800
       01 FILLER                       PIC X(50)               VALUE    00017900
            '**** AREA DE AUDITORIA ****'.                              00018000
      *----------------------------------------------------------------*00018100
                                                                        00018200
       01 WRK-LINHA-AUDIT.                                              00018300
          05 WRK-ACS-DATA              PIC 9(08).                       00018400
          05 FILLER                    PIC X(01) VALUE SPACES.          00018500
          05 WRK-ACS-HORA              PIC 9(06).                       00018600
          05 FILLER                    PIC X(01) VALUE SPACES.          00018700
          05 WRK-ACS-CASO              PIC 9(08).                       00018800
          05 FILLER                    PIC X(01) VALUE SPACES.          00018900
          05 WRK-ACS-ACAO              PIC X(10).                       00019000
          05 FILLER                    PIC X(01) VALUE SPACES.          00019100
          05 WRK-ACS-SIT-ANTERIOR      PIC X(01).                       00019200
          05 FILLER                    PIC X(01) VALUE '>'.             00019300
          05 WRK-ACS-SIT-NOVA          PIC X(01).                       00019400
          05 FILLER                    PIC X(01) VALUE SPACES.          00019500
          05 WRK-ACS-ANALISTA          PIC X(08).                       00019600
          05 FILLER                    PIC X(01) VALUE SPACES.          00019700
          05 WRK-ACS-TEXTO             PIC X(22).                       00019800
          05 FILLER                    PIC X(01) VALUE SPACES.          00019900
          05 WRK-ACS-JOB               PIC X(08) VALUE SPACES.          00019950
                                                                        00020000
      *----------------------------------------------------------------*00020100
       01 FILLER                       PIC X(50)               VALUE    00020200
            '**** AREA DE CONTADORES ****'.                             00020300
      *----------------------------------------------------------------*00020400
                                                                        00020500
       77 WRK-ACU-ALERTAS              PIC 9(07) VALUE ZEROS.           00020600
       77 WRK-ACU-ABERTOS              PIC 9(07) VALUE ZEROS.           00020700
       77 WRK-ACU-ANEXADOS             PIC 9(07) VALUE ZEROS.           00020800
       77 WRK-ACU-RECUSADOS            PIC 9(07) VALUE ZEROS.           00020900
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00021000
                                                                        00021100
      *----------------------------------------------------------------*00021200
       01 FILLER                       PIC X(50)               VALUE    00021300
            '**** AREA DE LINHAS DO RELATORIO ****'.                    00021400
      *----------------------------------------------------------------*00021500
                                                                        00021600
       01 WRK-CABEC1.                                                   00021700
          05 FILLER                    PIC X(80) VALUE                  00021800
           '------ CASOS DE COMPLIANCE - ABERTURA E ANEXACAO ------'.   00021900
       01 WRK-CABEC2.                                                   00022000
          05 FILLER                    PIC X(40) VALUE                  00022100
             'CASO     AG   CONTA DATA ALER       VALO'.                00022200
          05 FILLER                    PIC X(40) VALUE                  00022300
             'R MOTIVO               SITUACAO'.                         00022400
                                                                        00022500
       01 WRK-LINHA-CASO.                                               00022600
          05 WRK-LCS-NUMERO            PIC 9(08).                       00022700
          05 FILLER                    PIC X(01) VALUE SPACES.          00022800
          05 WRK-LCS-AGENCIA           PIC X(04).                       00022900
          05 FILLER                    PIC X(01) VALUE SPACES.          00023000
          05 WRK-LCS-CONTA             PIC X(04).                       00023100
          05 FILLER                    PIC X(02) VALUE SPACES.          00023200
          05 WRK-LCS-DATA              PIC 9(08).                       00023300
          05 FILLER                    PIC X(01) VALUE SPACES.          00023400
          05 WRK-LCS-VALOR             PIC Z(08)9,99.                   00023500
          05 FILLER                    PIC X(01) VALUE SPACES.          00023600
          05 WRK-LCS-MOTIVO            PIC X(20).                       00023700
          05 FILLER                    PIC X(01) VALUE SPACES.          00023800
          05 WRK-LCS-SITUACAO          PIC X(10).                       00023900
          05 FILLER                    PIC X(07) VALUE SPACES.          00024000
                                                                        00024100
       01 WRK-LINHA-TOTAL.                                              00024200
          05 WRK-TOT-TITULO            PIC X(25).                       00024300
          05 WRK-TOT-QTDE              PIC ZZZZZZ9.                     00024400
          05 FILLER                    PIC X(48) VALUE SPACES.          00024500
                                                                        00024600
      *----------------------------------------------------------------*00024700
       01 FILLER                       PIC X(50)               VALUE    00024800
            '**** AREA DO MODULO TRTERRO ****'.                         00024900
      *----------------------------------------------------------------*00025000
                                                                        00025100
        COPY '#TRTERRO'.                                                00025200
                                                                        00025300
      *================================================================*00025400
       PROCEDURE DIVISION.                                              00025500
      *================================================================*00025600
      *----------------------------------------------------------------*00025700
       0000-PRINCIPAL                     SECTION.                      00025800
      *----------------------------------------------------------------*00025900
                                                                        00026000
           PERFORM 1000-INICIAR.                                        00026100
           PERFORM 2000-PROCESSAR UNTIL WRK-FS-EXTCOMP EQUAL '10'.      00026200
           PERFORM 3000-FINALIZAR.                                      00026300
                                                                        00026400
      *----------------------------------------------------------------*00026500
       0000-99-FIM.            EXIT.                                    00026600
      *----------------------------------------------------------------*00026700
                                                                        00026800
      *----------------------------------------------------------------*00026900
       1000-INICIAR                       SECTION.                      00027000
      *----------------------------------------------------------------*00027100
                                                                        00027200
            ACCEPT WRK-HORA-ACCEPT FROM TIME.                           00027300
            MOVE WRK-HORA-ACC-HHMMSS TO WRK-HORA-PASSO-INI              00027400
                                        WRK-ACS-HORA.                   00027500
            ACCEPT WRK-ACS-DATA FROM DATE YYYYMMDD.                     00027600
                                                                        00027700
            PERFORM 1600-LER-DATA-RODADA.                               00027800
                                                                        00027900
            OPEN INPUT CASENT.                                          00028000
            IF WRK-FS-CASENT EQUAL '35'                                 00028100
                DISPLAY 'CASENT AUSENTE - CADASTRO DE CASOS INICIADO'   00028200
            ELSE                                                        00028300
                IF WRK-FS-CASENT NOT EQUAL ZEROS                        00028400
                    MOVE ' ERRO ABERTURA CASENT ' TO WRK-MSG            00028500
                    PERFORM 9000-TRATAR-ERROS                           00028600
                END-IF                                                  00028700
                PERFORM 1100-CARREGAR-CASO                              00028800
                    UNTIL WRK-FS-CASENT EQUAL '10'                      00028900
                CLOSE CASENT                                            00029000
            END-IF.                                                     00029100
                                                                        00029200
            OPEN INPUT  EXTCOMP                                         00029300
                 OUTPUT CASSAI                                          00029400
                        RELCASO.                                        00029500
            IF WRK-FS-EXTCOMP NOT EQUAL ZEROS                           00029600
                MOVE ' ERRO ABERTURA EXTCOMP ' TO WRK-MSG               00029700
                PERFORM 9000-TRATAR-ERROS                               00029800
            END-IF.                                                     00029900
            IF WRK-FS-CASSAI NOT EQUAL ZEROS                            00030000
                MOVE ' ERRO ABERTURA CASSAI ' TO WRK-MSG                00030100
                PERFORM 9000-TRATAR-ERROS                               00030200
            END-IF.                                                     00030300
            IF WRK-FS-RELCASO NOT EQUAL ZEROS                           00030400
                MOVE ' ERRO ABERTURA RELCASO ' TO WRK-MSG               00030500
                PERFORM 9000-TRATAR-ERROS                               00030600
            END-IF.                                                     00030700
                                                                        00030800
            OPEN EXTEND AUDITCS.                                        00030900
            IF WRK-FS-AUDITCS EQUAL '35'                                00031000
                OPEN OUTPUT AUDITCS                                     00031100
            END-IF.                                                     00031200
            IF WRK-FS-AUDITCS NOT EQUAL ZEROS                           00031300
                MOVE ' ERRO ABERTURA AUDITCS ' TO WRK-MSG               00031400
                PERFORM 9000-TRATAR-ERROS                               00031500
            END-IF.                                                     00031600
                                                                        00031700
            WRITE FD-RELCASO FROM WRK-CABEC1.                           00031800
            WRITE FD-RELCASO FROM WRK-CABEC2.                           00031900
                                                                        00032000
            READ EXTCOMP.                                               00032100
            IF WRK-FS-EXTCOMP NOT EQUAL ZEROS                           00032200
                MOVE '10' TO WRK-FS-EXTCOMP                             00032300
            END-IF.                                                     00032400
                                                                        00032500
      *----------------------------------------------------------------*00032600
       1000-99-FIM.            EXIT.                                    00032700
      *----------------------------------------------------------------*00032800
      *----------------------------------------------------------------*00032900
       1100-CARREGAR-CASO                 SECTION.                      00033000
      *----------------------------------------------------------------*00033100
                                                                        00033200
            READ CASENT.                                                00033300
            IF WRK-FS-CASENT NOT EQUAL ZEROS                            00033400
                MOVE '10' TO WRK-FS-CASENT                              00033500
                GO TO 1100-99-FIM                                       00033600
            END-IF.                                                     00033700
                                                                        00033800
            IF WRK-QT-CASOS NOT LESS 5000                               00033900
                MOVE ' TABELA DE CASOS CHEIA ' TO WRK-MSG               00034000
                PERFORM 9000-TRATAR-ERROS                               00034100
            END-IF.                                                     00034200
                                                                        00034300
            ADD 1 TO WRK-QT-CASOS.                                      00034400
            MOVE FD-CASENT TO WRK-TAB-CASO-ITEM(WRK-QT-CASOS).          00034500
            IF WRK-TCS-NUMERO(WRK-QT-CASOS) GREATER WRK-ULTIMO-NUMERO   00034600
                MOVE WRK-TCS-NUMERO(WRK-QT-CASOS) TO WRK-ULTIMO-NUMERO  00034700
            END-IF.                                                     00034800
                                                                        00034900
      *----------------------------------------------------------------*00035000
       1100-99-FIM.            EXIT.                                    00035100
      *----------------------------------------------------------------*00035200
      *----------------------------------------------------------------*00035300
       1600-LER-DATA-RODADA               SECTION.                      00035400
      *----------------------------------------------------------------*00035500
                                                                        00035600
            OPEN INPUT RUNCTL.                                          00035700
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00035800
                MOVE ' RUNCTL AUSENTE - RODAR FR06CB01 ' TO WRK-MSG     00035900
                PERFORM 9000-TRATAR-ERROS                               00036000
            END-IF.                                                     00036100
                                                                        00036200
            READ RUNCTL INTO WRK-RUNCTL.                                00036300
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00036400
               OR WRK-RUNCTL-TIPO NOT EQUAL '1'                         00036500
                MOVE ' RUNCTL SEM REGISTRO DE ABERTURA ' TO WRK-MSG     00036600
                PERFORM 9000-TRATAR-ERROS                               00036700
            END-IF.                                                     00036800
                                                                        00036900
            MOVE WRK-RUNCTL-DATA TO WRK-DATA-RODADA.                    00037000
            MOVE WRK-RUNCTL-JOB  TO WRK-ACS-JOB.                        00037050
            CLOSE RUNCTL.                                               00037100
                                                                        00037200
            MOVE WRK-DATA-RODADA(5:4)  TO WRK-DATA-CORTE(1:4).          00037300
            MOVE WRK-DATA-RODADA(3:2)  TO WRK-DATA-CORTE(5:2).          00037400
            MOVE WRK-DATA-RODADA(1:2)  TO WRK-DATA-CORTE(7:2).          00037500
                                                                        00037600
      *----------------------------------------------------------------*00037700
       1600-99-FIM.            EXIT.                                    00037800
      *----------------------------------------------------------------*00037900
      *----------------------------------------------------------------*00038000
       2000-PROCESSAR                     SECTION.                      00038100
      *----------------------------------------------------------------*00038200
                                                                        00038300
            ADD 1 TO WRK-ACU-ALERTAS.                                   00038400
                                                                        00038500
            IF FD-EXT-VALOR NOT NUMERIC                                 00038600
               OR FD-EXT-DATA NOT NUMERIC                               00038700
                ADD 1 TO WRK-ACU-RECUSADOS                              00038800
                DISPLAY 'ALERTA INVALIDO - RECUSADO: ' FD-EXTCOMP       00038900
                MOVE 4 TO RETURN-CODE                                   00039000
                GO TO 2000-88-LER                                       00039100
            END-IF.                                                     00039200
                                                                        00039300
            MOVE FD-EXT-AGENCIA TO WRK-CHAVE-ALERTA(1:4).               00039400
            MOVE FD-EXT-CONTA   TO WRK-CHAVE-ALERTA(5:4).               00039500
            PERFORM 2300-PROCURAR-CASO-ABERTO.                          00039600
                                                                        00039700
            IF WRK-CASO-ACHADO EQUAL ZEROS                              00039800
                PERFORM 2100-ABRIR-CASO                                 00039900
            ELSE                                                        00040000
                PERFORM 2200-ANEXAR-ALERTA                              00040100
            END-IF.                                                     00040200
                                                                        00040300
            MOVE WRK-CAS-NUMERO     TO WRK-LCS-NUMERO.                  00040400
            MOVE WRK-CAS-AGENCIA    TO WRK-LCS-AGENCIA.                 00040500
            MOVE WRK-CAS-CONTA      TO WRK-LCS-CONTA.                   00040600
            MOVE FD-EXT-DATA        TO WRK-LCS-DATA.                    00040700
            MOVE FD-EXT-VALOR       TO WRK-LCS-VALOR.                   00040800
            MOVE FD-EXT-MOTIVO      TO WRK-LCS-MOTIVO.                  00040900
            MOVE WRK-ACS-ACAO       TO WRK-LCS-SITUACAO.                00041000
            WRITE FD-RELCASO FROM WRK-LINHA-CASO.                       00041100
                                                                        00041200
       2000-88-LER.                                                     00041300
            READ EXTCOMP.                                               00041400
            IF WRK-FS-EXTCOMP NOT EQUAL ZEROS                           00041500
                MOVE '10' TO WRK-FS-EXTCOMP                             00041600
            END-IF.                                                     00041700
                                                                        00041800
      *----------------------------------------------------------------*00041900
       2000-99-FIM.            EXIT.                                    00042000
      *----------------------------------------------------------------*00042100
      *----------------------------------------------------------------*00042200
       2100-ABRIR-CASO                    SECTION.                      00042300
      *----------------------------------------------------------------*00042400
                                                                        00042500
            IF WRK-QT-CASOS NOT LESS 5000                               00042600
                MOVE ' TABELA DE CASOS CHEIA ' TO WRK-MSG               00042700
                PERFORM 9000-TRATAR-ERROS                               00042800
            END-IF.                                                     00042900
                                                                        00043000
            ADD 1 TO WRK-ULTIMO-NUMERO.                                 00043100
            MOVE SPACES               TO WRK-REG-CASO.                  00043200
            MOVE WRK-ULTIMO-NUMERO    TO WRK-CAS-NUMERO.                00043300
            MOVE WRK-CHAVE-ALERTA     TO WRK-CAS-CHAVE.                 00043400
            MOVE 'A'                  TO WRK-CAS-SITUACAO.              00043500
            MOVE WRK-DATA-CORTE       TO WRK-CAS-DATA-ABERTURA          00043600
                                         WRK-CAS-DATA-SITUACAO.         00043700
            MOVE FD-EXT-DATA          TO WRK-CAS-DATA-ULT-ALERTA.       00043800
            MOVE 1                    TO WRK-CAS-QT-ALERTAS.            00043900
            MOVE FD-EXT-VALOR         TO WRK-CAS-VALOR-TOTAL            00044000
                                         WRK-CAS-MAIOR-VALOR.           00044100
            MOVE FD-EXT-MOTIVO        TO WRK-CAS-MOTIVO.                00044200
            MOVE ZEROS                TO WRK-CAS-DATA-COMUNIC.          00044300
                                                                        00044400
            ADD 1 TO WRK-QT-CASOS.                                      00044500
            MOVE WRK-REG-CASO TO WRK-TAB-CASO-ITEM(WRK-QT-CASOS).       00044600
            ADD 1 TO WRK-ACU-ABERTOS.                                   00044700
                                                                        00044800
            MOVE 'ABERTURA  '         TO WRK-ACS-ACAO.                  00044900
            MOVE SPACES               TO WRK-ACS-SIT-ANTERIOR.          00045000
            PERFORM 2500-GRAVAR-AUDITORIA.                              00045100
                                                                        00045200
      *----------------------------------------------------------------*00045300
       2100-99-FIM.            EXIT.                                    00045400
      *----------------------------------------------------------------*00045500
      *----------------------------------------------------------------*00045600
       2200-ANEXAR-ALERTA                 SECTION.                      00045700
      *----------------------------------------------------------------*00045800
                                                                        00045900
            MOVE WRK-TAB-CASO-ITEM(WRK-CASO-ACHADO) TO WRK-REG-CASO.    00046000
                                                                        00046100
            ADD 1                     TO WRK-CAS-QT-ALERTAS.            00046200
            ADD FD-EXT-VALOR          TO WRK-CAS-VALOR-TOTAL.           00046300
            IF FD-EXT-VALOR GREATER WRK-CAS-MAIOR-VALOR                 00046400
                MOVE FD-EXT-VALOR     TO WRK-CAS-MAIOR-VALOR            00046500
            END-IF.                                                     00046600
            IF FD-EXT-DATA GREATER WRK-CAS-DATA-ULT-ALERTA              00046700
                MOVE FD-EXT-DATA      TO WRK-CAS-DATA-ULT-ALERTA        00046800
            END-IF.                                                     00046900
                                                                        00047000
            MOVE WRK-REG-CASO TO WRK-TAB-CASO-ITEM(WRK-CASO-ACHADO).    00047100
            ADD 1 TO WRK-ACU-ANEXADOS.                                  00047200
                                                                        00047300
            MOVE 'ANEXADO   '         TO WRK-ACS-ACAO.                  00047400
            MOVE WRK-CAS-SITUACAO     TO WRK-ACS-SIT-ANTERIOR.          00047500
            PERFORM 2500-GRAVAR-AUDITORIA.                              00047600
                                                                        00047700
      *----------------------------------------------------------------*00047800
       2200-99-FIM.            EXIT.                                    00047900
      *----------------------------------------------------------------*00048000
      *----------------------------------------------------------------*00048100
       2300-PROCURAR-CASO-ABERTO          SECTION.                      00048200
      *----------------------------------------------------------------*00048300
                                                                        00048400
            MOVE ZEROS TO WRK-CASO-ACHADO.                              00048500
            PERFORM 2310-COMPARAR-CASO                                  00048600
                VARYING WRK-IDX-CASO FROM 1 BY 1                        00048700
                UNTIL WRK-IDX-CASO GREATER WRK-QT-CASOS                 00048800
                   OR WRK-CASO-ACHADO NOT EQUAL ZEROS.                  00048900
                                                                        00049000
      *----------------------------------------------------------------*00049100
       2300-99-FIM.            EXIT.                                    00049200
      *----------------------------------------------------------------*00049300
      *----------------------------------------------------------------*00049400
       2310-COMPARAR-CASO                 SECTION.                      00049500
      *----------------------------------------------------------------*00049600
                                                                        00049700
            IF WRK-TCS-CHAVE(WRK-IDX-CASO) EQUAL WRK-CHAVE-ALERTA       00049800
               AND (WRK-TCS-SITUACAO(WRK-IDX-CASO) EQUAL 'A'            00049900
                 OR WRK-TCS-SITUACAO(WRK-IDX-CASO) EQUAL 'R')           00050000
                MOVE WRK-IDX-CASO TO WRK-CASO-ACHADO                    00050100
            END-IF.                                                     00050200
                                                                        00050300
      *----------------------------------------------------------------*00050400
       2310-99-FIM.            EXIT.                                    00050500
      *----------------------------------------------------------------*00050600
      *----------------------------------------------------------------*00050700
       2500-GRAVAR-AUDITORIA              SECTION.                      00050800
      *----------------------------------------------------------------*00050900
                                                                        00051000
            MOVE WRK-CAS-NUMERO       TO WRK-ACS-CASO.                  00051100
            MOVE WRK-CAS-SITUACAO     TO WRK-ACS-SIT-NOVA.              00051200
            MOVE 'FR06C118'           TO WRK-ACS-ANALISTA.              00051300
            MOVE SPACES               TO WRK-ACS-TEXTO.                 00051400
            MOVE FD-EXT-MOTIVO        TO WRK-ACS-TEXTO.                 00051500
            WRITE FD-AUDITCS FROM WRK-LINHA-AUDIT.                      00051600
            DISPLAY 'AUDITORIA: ' WRK-LINHA-AUDIT.                      00051700
                                                                        00051800
      *----------------------------------------------------------------*00051900
       2500-99-FIM.            EXIT.                                    00052000
      *----------------------------------------------------------------*00052100
      *----------------------------------------------------------------*00052200
       3000-FINALIZAR                     SECTION.                      00052300
      *----------------------------------------------------------------*00052400
                                                                        00052500
            PERFORM 3100-GRAVAR-CASO                                    00052600
                VARYING WRK-IDX-CASO FROM 1 BY 1                        00052700
                UNTIL WRK-IDX-CASO GREATER WRK-QT-CASOS.                00052800
                                                                        00052900
            MOVE 'ALERTAS LIDOS'      TO WRK-TOT-TITULO.                00053000
            MOVE WRK-ACU-ALERTAS      TO WRK-TOT-QTDE.                  00053100
            WRITE FD-RELCASO FROM WRK-LINHA-TOTAL.                      00053200
            MOVE 'CASOS ABERTOS'      TO WRK-TOT-TITULO.                00053300
            MOVE WRK-ACU-ABERTOS      TO WRK-TOT-QTDE.                  00053400
            WRITE FD-RELCASO FROM WRK-LINHA-TOTAL.                      00053500
            MOVE 'ALERTAS ANEXADOS'   TO WRK-TOT-TITULO.                00053600
            MOVE WRK-ACU-ANEXADOS     TO WRK-TOT-QTDE.                  00053700
            WRITE FD-RELCASO FROM WRK-LINHA-TOTAL.                      00053800
            MOVE 'ALERTAS RECUSADOS'  TO WRK-TOT-TITULO.                00053900
            MOVE WRK-ACU-RECUSADOS    TO WRK-TOT-QTDE.                  00054000
            WRITE FD-RELCASO FROM WRK-LINHA-TOTAL.                      00054100
                                                                        00054200
            CLOSE EXTCOMP                                               00054300
                  CASSAI                                                00054400
                  RELCASO                                               00054500
                  AUDITCS.                                              00054600
                                                                        00054700
            DISPLAY '------------------------------------------------'. 00054800
            DISPLAY '  ALERTAS LIDOS.......: ' WRK-ACU-ALERTAS.         00054900
            DISPLAY '  CASOS ABERTOS.......: ' WRK-ACU-ABERTOS.         00055000
            DISPLAY '  ALERTAS ANEXADOS....: ' WRK-ACU-ANEXADOS.        00055100
            DISPLAY '  ALERTAS RECUSADOS...: ' WRK-ACU-RECUSADOS.       00055200
            DISPLAY '  CASOS NO CADASTRO...: ' WRK-QT-CASOS.            00055300
            DISPLAY '------------------------------------------------'. 00055400
                                                                        00055500
            PERFORM 4900-GRAVAR-RUNCTL.                                 00055600
                                                                        00055700
            STOP RUN.                                                   00055800
      *----------------------------------------------------------------*00055900
       3000-99-FIM.            EXIT.                                    00056000
      *----------------------------------------------------------------*00056100
      *----------------------------------------------------------------*00056200
       3100-GRAVAR-CASO                   SECTION.                      00056300
      *----------------------------------------------------------------*00056400
                                                                        00056500
            MOVE WRK-TAB-CASO-ITEM(WRK-IDX-CASO) TO FD-CASSAI.          00056600
            WRITE FD-CASSAI.                                            00056700
            IF WRK-FS-CASSAI NOT EQUAL ZEROS                            00056800
                MOVE ' ERRO GRAVACAO CASSAI ' TO WRK-MSG                00056900
                PERFORM 9000-TRATAR-ERROS                               00057000
            END-IF.                                                     00057100
                                                                        00057200
      *----------------------------------------------------------------*00057300
       3100-99-FIM.            EXIT.                                    00057400
      *----------------------------------------------------------------*00057500
      *----------------------------------------------------------------*00057600
       4900-GRAVAR-RUNCTL                 SECTION.                      00057700
      *----------------------------------------------------------------*00057800
                                                                        00057900
            OPEN EXTEND RUNCTL.                                         00058000
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00058100
                MOVE ' ERRO ABERTURA RUNCTL ' TO WRK-MSG                00058200
                PERFORM 9000-TRATAR-ERROS                               00058300
            END-IF.                                                     00058400
                                                                        00058500
            MOVE SPACES                TO WRK-RUNCTL.                   00058600
            MOVE '2'                   TO WRK-RUNCTL-TIPO.              00058700
            MOVE 'FR06C118'            TO WRK-RUNCTL-PROGRAMA.          00058800
            MOVE WRK-ACU-ALERTAS       TO WRK-RUNCTL-LIDOS.             00058900
            MOVE WRK-ACU-ABERTOS       TO WRK-RUNCTL-GRAVADOS.          00059000
            MOVE WRK-ACU-RECUSADOS     TO WRK-RUNCTL-EXCECAO.           00059100
            MOVE RETURN-CODE           TO WRK-RUNCTL-RETCODE.           00059200
            ACCEPT WRK-HORA-ACCEPT FROM TIME.                           00059300
            MOVE WRK-HORA-ACC-HHMMSS   TO WRK-HORA-PASSO-FIM.           00059400
            MOVE WRK-HORA-PASSO-INI    TO WRK-RUNCTL-HORA-INI.          00059500
            MOVE WRK-HORA-PASSO-FIM    TO WRK-RUNCTL-HORA-FIM.          00059600
            WRITE FD-RUNCTL FROM WRK-RUNCTL.                            00059700
            CLOSE RUNCTL.                                               00059800
                                                                        00059900
      *----------------------------------------------------------------*00060000
       4900-99-FIM.            EXIT.                                    00060100
      *----------------------------------------------------------------*00060200
                                                                        00060300
      *----------------------------------------------------------------*00060400
       9000-TRATAR-ERROS                  SECTION.                      00060500
      *----------------------------------------------------------------*00060600
                                                                        00060700
             MOVE 'FR06C118'       TO WRK-ERR-PROGRAMA.                 00060800
             MOVE '9000'           TO WRK-ERR-SECTION.                  00060900
             MOVE WRK-MSG          TO WRK-ERR-MSG.                      00061000
             MOVE SPACES           TO WRK-ERR-STATUS.                   00061100
             MOVE WRK-FS-CASENT    TO WRK-ERR-STATUS(1:2).              00061200
             MOVE WRK-FS-EXTCOMP   TO WRK-ERR-STATUS(3:2).              00061300
             MOVE WRK-FS-CASSAI    TO WRK-ERR-STATUS(5:2).              00061400
             MOVE WRK-FS-RELCASO   TO WRK-ERR-STATUS(7:2).              00061500
             MOVE WRK-FS-AUDITCS   TO WRK-ERR-STATUS(9:2).              00061600
             MOVE 'F'              TO WRK-ERR-SEVERIDADE.               00061700
                                                                        00061800
             CALL 'TRTERRO'        USING WRK-TRTERRO.                   00061900
                                                                        00062000
      *----------------------------------------------------------------*00062100
       9000-99-FIM.            EXIT.                                    00062200
      *----------------------------------------------------------------*00062300
