      *================================================================*00000100
       IDENTIFICATION                            DIVISION.              00000200
      *================================================================*00000300
                                                                        00000400
       PROGRAM-ID.  FR06C113.                                           00000500
                                                                        00000600
      *================================================================*00000700
      *     AUTOR.......: JOEI LORENTI                                  00000800
      *     ANALISTA....: IVAN SANCHES                                  00000900
      *     EMPRESA.....: FOURSYS                                       00001000
      *     DATA........: 15/10/2026                                    00001100
      *----------------------------------------------------------------*00001200
      *                                                                 00001300
      *     OBJETIVO: NOTIFICACAO NOTURNA DOS EVENTOS DE CONTA AO       00001400
      *               CLIENTE (CARTA OU E-MAIL). REUNE OS EVENTOS DO    00001500
      *               DIA DA RODADA (RUNCTL) A PARTIR DO QUE CADA       00001600
      *               PROGRAMA DE ORIGEM JA GRAVA:                      00001700
      *               - 'BI'/'BB' BLOQUEIO INCLUIDO/BAIXADO: LINHAS     00001800
      *                 DA AUDITORIA DO FR06CB54 (AUDITBL) DATADAS NO   00001900
      *                 DIA DA RODADA;                                  00002000
      *               - 'IN' CONTA INATIVADA: SITUACAO DO FR06CB56      00002100
      *                 (SITCONTA, B#SITCTA) MARCADA NO DIA;            00002200
      *               - 'SI' DEBITO RECUSADO POR SALDO OU LIMITE: O     00002300
      *                 NOTIFEV GRAVADO PELO FR06EX03 (B#NOTEV);        00002400
      *               - 'EN' CONTA ENCERRADA: ARQUIVO MORTO DO          00002500
      *                 FR06CB55 (ENCARQ) COM DATA DO DIA;              00002600
      *               - 'PV' PARCELA VENCIDA: PARCELA EM ABERTO DO      00002700
      *                 MESTRE DE PARCELAS (PARCMST, B#PARCM) COM       00002800
      *                 VENCIMENTO ANTERIOR A RODADA, O MESMO CRITERIO  00002900
      *                 DO FR06CB69.                                    00003000
      *               OS EVENTOS SAO ORDENADOS POR CHAVE + EVENTO +     00003100
      *               DATA (SORT INTERNO); O MESMO EVENTO NA MESMA      00003200
      *               CONTA SAI UMA VEZ SO, E O QUE JA CONSTA DO        00003300
      *               HISTORICO DE NOTIFICADOS (NOTHENT) NAO E          00003400
      *               REPETIDO - A PARCELA VENCIDA E AVISADA UMA VEZ,   00003500
      *               E A REEXECUCAO DO DIA NAO DUPLICA CARTAS. CADA    00003600
      *               NOTIFICACAO (NOTIFIC, B#NOTIF) LEVA O CONTATO     00003700
      *               DO B#CONTAT: E-MAIL QUANDO HOUVER, SENAO CARTA    00003800
      *               PARA O ENDERECO COMPLETO. CONTA SEM CONTATO       00003900
      *               UTILIZAVEL VAI PARA A LISTA DE EXCECAO (EXCNOT,   00004000
      *               RETURN-CODE 4) E NAO ENTRA NO HISTORICO, PARA     00004100
      *               SER AVISADA QUANDO O CONTATO FOR CORRIGIDO.       00004200
      *               NOVO HISTORICO (NOTHSAI) = EVENTOS NOTIFICADOS    00004300
      *               AGORA OU ANTES E AINDA PRESENTES NAS ORIGENS.     00004400
      *               ORIGEM AUSENTE (FILE STATUS 35) E PULADA COM      00004500
      *               AVISO.                                            00004600
      *                                                                 00004700
      *----------------------------------------------------------------*00004800
      *     INPUT:                                                      00004900
      *     DDNAME           I/O                                        00005000
      *     RUNCTL           I/O  (DATA DA RODADA + CONTADORES)         00005100
      *     CLI2505           I   (CADASTRO ATUAL - LRECL 56)           00005200
      *     AUDITBL           I   (AUDITORIA DE BLOQUEIOS - LRECL 80)   00005300
      *     SITCONTA          I   (CONTAS INATIVAS - LRECL 80)          00005400
      *     NOTIFEV           I   (EVENTOS DO FR06EX03 - LRECL 50)      00005500
      *     ENCARQ            I   (CONTAS ENCERRADAS - LRECL 80)        00005600
      *     PARCMST           I   (MESTRE DE PARCELAS - LRECL 50)       00005700
      *     CONTATO           I   (CONTATOS - LRECL 140)                00005800
      *     NOTHENT           I   (HISTORICO ANTERIOR - LRECL 50)       00005900
      *     NOTHSAI           O   (HISTORICO NOVO - LRECL 50)           00006000
      *     NOTIFIC           O   (NOTIFICACOES - LRECL 250)            00006100
      *     EXCNOT            O   (EXCECOES - LRECL 80)                 00006200
      *                                                                 00006300
      *----------------------------------------------------------------*00006400
      *     MANUTENCAO:                                                 00006500
      *                                                                 00006600
      *================================================================*00006700
                                                                        00006800
      *================================================================*00006900
       ENVIRONMENT                               DIVISION.              00007000
      *================================================================*00007100
                                                                        00007200
      *----------------------------------------------------------------*00007300
       CONFIGURATION                             SECTION.               00007400
      *----------------------------------------------------------------*00007500
                                                                        00007600
       SPECIAL-NAMES.                                                   00007700
           DECIMAL-POINT IS COMMA.                                      00007800
                                                                        00007900
      *----------------------------------------------------------------*00008000
       INPUT-OUTPUT                              SECTION.               00008100
      *----------------------------------------------------------------*00008200
                                                                        00008300
       FILE-CONTROL.                                                    00008400
             SELECT RUNCTL             ASSIGN TO RUNCTL                 00008500
                FILE STATUS            IS WRK-FS-RUNCTL.                00008600
             SELECT CLI2505            ASSIGN TO CLI2505                00008700
                FILE STATUS            IS WRK-FS-CLI2505.               00008800
             SELECT AUDITBL            ASSIGN TO AUDITBL                00008900
                FILE STATUS            IS WRK-FS-AUDITBL.               00009000
             SELECT SITCONTA           ASSIGN TO SITCONTA               00009100
                FILE STATUS            IS WRK-FS-SITCONTA.              00009200
             SELECT NOTIFEV            ASSIGN TO NOTIFEV                00009300
                FILE STATUS            IS WRK-FS-NOTIFEV.               00009400
             SELECT ENCARQ             ASSIGN TO ENCARQ                 00009500
                FILE STATUS            IS WRK-FS-ENCARQ.                00009600
             SELECT PARCMST            ASSIGN TO PARCMST                00009700
                FILE STATUS            IS WRK-FS-PARCMST.               00009800
             SELECT CONTATO            ASSIGN TO CONTATO                00009900
                FILE STATUS            IS WRK-FS-CONTATO.               00010000
             SELECT NOTHENT            ASSIGN TO NOTHENT                00010100
                FILE STATUS            IS WRK-FS-NOTHENT.               00010200
             SELECT NOTHSAI            ASSIGN TO NOTHSAI                00010300
                FILE STATUS            IS WRK-FS-NOTHSAI.               00010400
             SELECT NOTIFIC            ASSIGN TO NOTIFIC                00010500
                FILE STATUS            IS WRK-FS-NOTIFIC.               00010600
             SELECT EXCNOT             ASSIGN TO EXCNOT                 00010700
                FILE STATUS            IS WRK-FS-EXCNOT.                00010800
             SELECT ORDENA             ASSIGN TO ORDENA.                00010900
                                                                        00011000
      *================================================================*00011100
       DATA                                      DIVISION.              00011200
      *================================================================*00011300
                                                                        00011400
      *----------------------------------------------------------------*00011500
       FILE                                      SECTION.               00011600
      *----------------------------------------------------------------*00011700
                                                                        00011800
       FD RUNCTL                                                        00011900
           RECORDING MODE IS F                                          00012000
           BLOCK CONTAINS 0 RECORDS.                                    00012100
       01 FD-RUNCTL                    PIC X(80).                       00012200
                                                                        00012300
       FD CLI2505                                                       00012400
           RECORDING MODE IS F                                          00012500
           BLOCK CONTAINS 0 RECORDS.                                    00012600
       COPY 'B#CLI25'.                                                  00012700
                                                                        00012800
       FD AUDITBL                                                       00012900
           RECORDING MODE IS F                                          00013000
           BLOCK CONTAINS 0 RECORDS.                                    00013100
       01 FD-AUDITBL                   PIC X(80).                       00013200
                                                                        00013300
       FD SITCONTA                                                      00013400
           RECORDING MODE IS F                                          00013500
           BLOCK CONTAINS 0 RECORDS.                                    00013600
       01 FD-SITCONTA                  PIC X(80).                       00013700
                                                                        00013800
       FD NOTIFEV                                                       00013900
           RECORDING MODE IS F                                          00014000
           BLOCK CONTAINS 0 RECORDS.                                    00014100
       01 FD-NOTIFEV                   PIC X(50).                       00014200
                                                                        00014300
       FD ENCARQ                                                        00014400
           RECORDING MODE IS F                                          00014500
           BLOCK CONTAINS 0 RECORDS.                                    00014600
       01 FD-ENCARQ                    PIC X(80).                       00014700
                                                                        00014800
       FD PARCMST                                                       00014900
           RECORDING MODE IS F                                          00015000
           BLOCK CONTAINS 0 RECORDS.                                    00015100
       01 FD-PARCMST                   PIC X(50).                       00015200
                                                                        00015300
       FD CONTATO                                                       00015400
           RECORDING MODE IS F                                          00015500
           BLOCK CONTAINS 0 RECORDS.                                    00015600
       01 FD-CONTATO                   PIC X(140).                      00015700
                                                                        00015800
       FD NOTHENT                                                       00015900
           RECORDING MODE IS F                                          00016000
           BLOCK CONTAINS 0 RECORDS.                                    00016100
       01 FD-NOTHENT                   PIC X(50).                       00016200
                                                                        00016300
       FD NOTHSAI                                                       00016400
           RECORDING MODE IS F                                          00016500
           BLOCK CONTAINS 0 RECORDS.                                    00016600
       01 FD-NOTHSAI                   PIC X(50).                       00016700
                                                                        00016800
       FD NOTIFIC                                                       00016900
           RECORDING MODE IS F                                          00017000
           BLOCK CONTAINS 0 RECORDS.                                    00017100
       01 FD-NOTIFIC                   PIC X(250).                      00017200
                                                                        00017300
       FD EXCNOT                                                        00017400
           RECORDING MODE IS F                                          00017500
           BLOCK CONTAINS 0 RECORDS.                                    00017600
       01 FD-EXCNOT                    PIC X(80).                       00017700
                                                                        00017800
       SD ORDENA.                                                       00017900
       01 SD-ORDENA.                                                    00018000
          05 SD-CHAVE                  PIC X(08).                       00018100
          05 SD-EVENTO                 PIC X(02).                       00018200
          05 SD-DATA                   PIC 9(08).                       00018300
          05 SD-REFERENCIA             PIC X(20).                       00018400
          05 SD-VALOR                  PIC 9(08)V99.                    00018500
          05 SD-NOME                   PIC X(30).                       00018600
                                                                        00018700
      *----------------------------------------------------------------*00018800
       WORKING-STORAGE                           SECTION.               00018900
      *----------------------------------------------------------------*00019000
                                                                        00019100
      *----------------------------------------------------------------*00019200
       01 FILLER                       PIC X(50)               VALUE    00019300
            '**** AREA DOS LAYOUTS ****'.                               00019400
      *----------------------------------------------------------------*00019500
                                                                        00019600
        COPY 'B#HDRTRL'.                                                00019700
        COPY 'B#RUNCTL'.                                                00019800
        COPY 'B#SITCTA'.                                                00019900
        COPY 'B#PARCM'.                                                 00020000
        COPY 'B#CONTAT'.                                                00020100
        COPY 'B#NOTEV'.                                                 00020200
        COPY 'B#NOTIF'.                                                 00020300
                                                                        00020400
      *    LINHA DE AUDITORIA DO FR06CB54 (AUDITBL)                     00020500
       01 WRK-LINHA-AUDIT.                                              00020600
          05 WRK-AUD-DATA              PIC 9(08).                       00020700
          05 FILLER                    PIC X(01).                       00020800
          05 WRK-AUD-HORA              PIC 9(06).                       00020900
          05 FILLER                    PIC X(01).                       00021000
          05 WRK-AUD-ACAO              PIC X(10).                       00021100
          05 FILLER                    PIC X(01).                       00021200
          05 WRK-AUD-CHAVE             PIC X(08).                       00021300
          05 FILLER                    PIC X(01).                       00021400
          05 WRK-AUD-REFER             PIC X(20).                       00021500
          05 FILLER                    PIC X(24).                       00021600
                                                                        00021700
      *    REGISTRO DO ARQUIVO MORTO DO FR06CB55 (ENCARQ)               00021800
       01 WRK-REG-ENCARQ.                                               00021900
          05 WRK-ENC-REGISTRO.                                          00022000
             10 WRK-ENC-CHAVE          PIC X(08).                       00022100
             10 WRK-ENC-NOME           PIC X(30).                       00022200
             10 FILLER                 PIC X(18).                       00022300
          05 FILLER                    PIC X(01).                       00022400
          05 WRK-ENC-DATA              PIC 9(08).                       00022500
          05 FILLER                    PIC X(01).                       00022600
          05 WRK-ENC-TIPO-REG          PIC X(01).                       00022700
          05 FILLER                    PIC X(13).                       00022800
                                                                        00022900
      *----------------------------------------------------------------*00023000
       01 FILLER                       PIC X(50)               VALUE    00023100
            '**** AREA DE DATAS E HORAS ****'.                          00023200
      *----------------------------------------------------------------*00023300
                                                                        00023400
       01 WRK-HORA-PASSO.                                               00023500
          05 WRK-HORA-PASSO-INI        PIC 9(06) VALUE ZEROS.           00023600
          05 WRK-HORA-PASSO-FIM        PIC 9(06) VALUE ZEROS.           00023700
       01 WRK-HORA-ACCEPT.                                              00023800
          05 WRK-HORA-ACC-HHMMSS       PIC 9(06).                       00023900
          05 WRK-HORA-ACC-CC           PIC 9(02).                       00024000
                                                                        00024100
       77 WRK-DATA-RODADA              PIC 9(08) VALUE ZEROS.           00024200
       77 WRK-DATA-CORTE               PIC 9(08) VALUE ZEROS.           00024300
       77 WRK-DATA-VENCTO              PIC 9(08) VALUE ZEROS.           00024400
       01 WRK-DATA-EDITADA.                                             00024500
          05 WRK-DED-DIA               PIC X(02).                       00024600
          05 FILLER                    PIC X(01) VALUE '/'.             00024700
          05 WRK-DED-MES               PIC X(02).                       00024800
          05 FILLER                    PIC X(01) VALUE '/'.             00024900
          05 WRK-DED-ANO               PIC X(04).                       00025000
                                                                        00025100
      *----------------------------------------------------------------*00025200
       01 FILLER                       PIC X(50)               VALUE    00025300
            '**** AREA DE VARIAVEIS DA FILE SEC ****'.                  00025400
      *----------------------------------------------------------------*00025500
                                                                        00025600
       77 WRK-FS-RUNCTL                PIC X(02) VALUE SPACES.          00025700
       77 WRK-FS-CLI2505               PIC X(02) VALUE SPACES.          00025800
       77 WRK-FS-AUDITBL               PIC X(02) VALUE SPACES.          00025900
       77 WRK-FS-SITCONTA              PIC X(02) VALUE SPACES.          00026000
       77 WRK-FS-NOTIFEV               PIC X(02) VALUE SPACES.          00026100
       77 WRK-FS-ENCARQ                PIC X(02) VALUE SPACES.          00026200
       77 WRK-FS-PARCMST               PIC X(02) VALUE SPACES.          00026300
       77 WRK-FS-CONTATO               PIC X(02) VALUE SPACES.          00026400
       77 WRK-FS-NOTHENT               PIC X(02) VALUE SPACES.          00026500
       77 WRK-FS-NOTHSAI               PIC X(02) VALUE SPACES.          00026600
       77 WRK-FS-NOTIFIC               PIC X(02) VALUE SPACES.          00026700
       77 WRK-FS-EXCNOT                PIC X(02) VALUE SPACES.          00026800
                                                                        00026900
      *----------------------------------------------------------------*00027000
       01 FILLER                       PIC X(50)               VALUE    00027100
            '**** AREA DA TABELA DE EVENTOS ****'.                      00027200
      *----------------------------------------------------------------*00027300
                                                                        00027400
       01 WRK-TAB-EVENTOS-DADOS.                                        00027500
          05 FILLER                    PIC X(32) VALUE                  00027600
             'BIBLOQUEIO DE CONTA INCLUIDO'.                            00027700
          05 FILLER                    PIC X(32) VALUE                  00027800
             'BBBLOQUEIO DE CONTA BAIXADO'.                             00027900
          05 FILLER                    PIC X(32) VALUE                  00028000
             'INCONTA MARCADA COMO INATIVA'.                            00028100
          05 FILLER                    PIC X(32) VALUE                  00028200
             'SIDEBITO RECUSADO SALDO/LIMITE'.                          00028300
          05 FILLER                    PIC X(32) VALUE                  00028400
             'ENCONTA ENCERRADA'.                                       00028500
          05 FILLER                    PIC X(32) VALUE                  00028600
             'PVPARCELA VENCIDA EM ABERTO'.                             00028700
       01 WRK-TAB-EVENTOS REDEFINES WRK-TAB-EVENTOS-DADOS.              00028800
          05 WRK-TEV-ITEM              OCCURS 6 TIMES.                  00028900
             10 WRK-TEV-CODIGO         PIC X(02).                       00029000
             10 WRK-TEV-DESCRICAO      PIC X(30).                       00029100
       01 WRK-TAB-EVENTOS-QT.                                           00029200
          05 WRK-TEV-QT                PIC 9(05) OCCURS 6 TIMES.        00029300
       77 WRK-IDX-TEV                  PIC 9(02) VALUE ZEROS.           00029400
       77 WRK-TEV-ACHADO               PIC 9(02) VALUE ZEROS.           00029500
                                                                        00029600
      *----------------------------------------------------------------*00029700
       01 FILLER                       PIC X(50)               VALUE    00029800
            '**** AREA DO HISTORICO DE NOTIFICADOS ****'.               00029900
      *----------------------------------------------------------------*00030000
                                                                        00030100
       01 WRK-TAB-HISTORICO.                                            00030200
          05 WRK-THI-ITEM              OCCURS 5000 TIMES.               00030300
             10 WRK-THI-CHAVE          PIC X(08).                       00030400
             10 WRK-THI-EVENTO         PIC X(02).                       00030500
             10 WRK-THI-DATA           PIC 9(08).                       00030600
       77 WRK-QT-HISTORICO             PIC 9(04) VALUE ZEROS.           00030700
       77 WRK-IDX-HIS                  PIC 9(04) VALUE ZEROS.           00030800
       77 WRK-HIS-ACHADO               PIC 9(04) VALUE ZEROS.           00030900
                                                                        00031000
      *----------------------------------------------------------------*00031100
       01 FILLER                       PIC X(50)               VALUE    00031200
            '**** AREA DE CONTATOS (B#CONTAT) ****'.                    00031300
      *----------------------------------------------------------------*00031400
                                                                        00031500
       01 WRK-TAB-CONTATOS.                                             00031600
          05 WRK-TAB-CTT-ITEM          OCCURS 5000 TIMES.               00031700
             10 WRK-TBC-REGISTRO       PIC X(140).                      00031800
       77 WRK-QT-CONTATOS              PIC 9(04) VALUE ZEROS.           00031900
       77 WRK-IDX-CTT                  PIC 9(04) VALUE ZEROS.           00032000
       77 WRK-CTT-ACHADO               PIC 9(04) VALUE ZEROS.           00032100
                                                                        00032200
      *----------------------------------------------------------------*00032300
       01 FILLER                       PIC X(50)               VALUE    00032400
            '**** AREA DE CONTROLE DA EMISSAO ****'.                    00032500
      *----------------------------------------------------------------*00032600
                                                                        00032700
       01 WRK-CHAVE-ANTERIOR.                                           00032800
          05 WRK-ANT-CHAVE             PIC X(08) VALUE SPACES.          00032900
          05 WRK-ANT-EVENTO            PIC X(02) VALUE SPACES.          00033000
          05 WRK-ANT-DATA              PIC 9(08) VALUE ZEROS.           00033100
       01 WRK-CHAVE-ATUAL.                                              00033200
          05 WRK-ATU-CHAVE             PIC X(08).                       00033300
          05 WRK-ATU-EVENTO            PIC X(02).                       00033400
          05 WRK-ATU-DATA              PIC 9(08).                       00033500
       77 WRK-FIM-SORT                 PIC X(01) VALUE 'N'.             00033600
       77 WRK-FIM-CLI2505              PIC X(01) VALUE 'N'.             00033700
       77 WRK-NOME-EVENTO              PIC X(30) VALUE SPACES.          00033800
       77 WRK-MOTIVO-EXCECAO           PIC X(20) VALUE SPACES.          00033900
                                                                        00034000
      *----------------------------------------------------------------*00034100
       01 FILLER                       PIC X(50)               VALUE    00034200
            '**** AREA DE CONTADORES ****'.                             00034300
      *----------------------------------------------------------------*00034400
                                                                        00034500
       77 WRK-ACU-EVENTOS              PIC 9(07) VALUE ZEROS.           00034600
       77 WRK-ACU-DUPLICADOS           PIC 9(07) VALUE ZEROS.           00034700
       77 WRK-ACU-JA-NOTIFICADOS       PIC 9(07) VALUE ZEROS.           00034800
       77 WRK-ACU-NOTIFICACOES         PIC 9(07) VALUE ZEROS.           00034900
       77 WRK-ACU-EMAILS               PIC 9(07) VALUE ZEROS.           00035000
       77 WRK-ACU-CARTAS               PIC 9(07) VALUE ZEROS.           00035100
       77 WRK-ACU-EXCECOES             PIC 9(07) VALUE ZEROS.           00035200
       77 WRK-ACU-HIST-GRAVADOS        PIC 9(07) VALUE ZEROS.           00035300
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00035400
                                                                        00035500
      *----------------------------------------------------------------*00035600
       01 FILLER                       PIC X(50)               VALUE    00035700
            '**** AREA DA LISTA DE EXCECAO ****'.                       00035800
      *----------------------------------------------------------------*00035900
                                                                        00036000
       01 WRK-EXC-TITULO.                                               00036100
          05 FILLER                    PIC X(46) VALUE                  00036200
             'FR06C113 - NOTIFICACOES SEM CONTATO UTILIZAVEL'.          00036300
          05 FILLER                    PIC X(13) VALUE                  00036400
             ' - RODADA DE '.                                           00036500
          05 WRK-EXT-DATA              PIC X(10).                       00036600
          05 FILLER                    PIC X(11) VALUE SPACES.          00036700
       01 WRK-EXC-COLUNAS.                                              00036800
          05 FILLER                    PIC X(80) VALUE                  00036900
           'EV CONTA     DATA       NOME                      MOTIVO'.  00037000
       01 WRK-EXC-DETALHE.                                              00037100
          05 WRK-EXD-EVENTO            PIC X(02).                       00037200
          05 FILLER                    PIC X(01) VALUE SPACES.          00037300
          05 WRK-EXD-AGENCIA           PIC X(04).                       00037400
          05 FILLER                    PIC X(01) VALUE '/'.             00037500
          05 WRK-EXD-CONTA             PIC X(04).                       00037600
          05 FILLER                    PIC X(01) VALUE SPACES.          00037700
          05 WRK-EXD-DATA              PIC X(10).                       00037800
          05 FILLER                    PIC X(01) VALUE SPACES.          00037900
          05 WRK-EXD-NOME              PIC X(25).                       00038000
          05 FILLER                    PIC X(01) VALUE SPACES.          00038100
          05 WRK-EXD-MOTIVO            PIC X(20).                       00038200
          05 FILLER                    PIC X(10) VALUE SPACES.          00038300
       01 WRK-EXC-TOTAL.                                                00038400
          05 FILLER                    PIC X(25) VALUE                  00038500
             'TOTAL DE EXCECOES.......:'.                               00038600
          05 WRK-EXT-QT                PIC ZZZ.ZZ9.                     00038700
          05 FILLER                    PIC X(48) VALUE SPACES.          00038800
                                                                        00038900
      *----------------------------------------------------------------*00039000
       01 FILLER                       PIC X(50)               VALUE    00039100
            '**** AREA DO MODULO TRTERRO ****'.                         00039200
      *----------------------------------------------------------------*00039300
                                                                        00039400
        COPY '#TRTERRO'.                                                00039500
                                                                        00039600
      *================================================================*00039700
       PROCEDURE DIVISION.                                              00039800
      *================================================================*00039900
      *----------------------------------------------------------------*00040000
       0000-PRINCIPAL                     SECTION.                      00040100
      *----------------------------------------------------------------*00040200
                                                                        00040300
           PERFORM 1000-INICIAR.                                        00040400
                                                                        00040500
           SORT ORDENA                                                  00040600
               ON ASCENDING KEY SD-CHAVE                                00040700
                                SD-EVENTO                               00040800
                                SD-DATA                                 00040900
               INPUT  PROCEDURE IS 2000-REUNIR-EVENTOS                  00041000
               OUTPUT PROCEDURE IS 3000-EMITIR-NOTIFICACOES.            00041100
                                                                        00041200
           PERFORM 4000-FINALIZAR.                                      00041300
                                                                        00041400
      *----------------------------------------------------------------*00041500
       0000-99-FIM.            EXIT.                                    00041600
      *----------------------------------------------------------------*00041700
                                                                        00041800
      *----------------------------------------------------------------*00041900
       1000-INICIAR                       SECTION.                      00042000
      *----------------------------------------------------------------*00042100
                                                                        00042200
            ACCEPT WRK-HORA-ACCEPT FROM TIME.                           00042300
            MOVE WRK-HORA-ACC-HHMMSS TO WRK-HORA-PASSO-INI.             00042400
            MOVE ZEROS TO WRK-TAB-EVENTOS-QT.                           00042500
                                                                        00042600
            PERFORM 1600-LER-DATA-RODADA.                               00042700
                                                                        00042800
            OPEN INPUT  CLI2505                                         00042900
                 OUTPUT NOTHSAI                                         00043000
                        NOTIFIC                                         00043100
                        EXCNOT.                                         00043200
            IF WRK-FS-CLI2505 NOT EQUAL ZEROS                           00043300
                MOVE ' ERRO ABERTURA CLI2505 ' TO WRK-MSG               00043400
                PERFORM 9000-TRATAR-ERROS                               00043500
            END-IF.                                                     00043600
            IF WRK-FS-NOTHSAI NOT EQUAL ZEROS                           00043700
                MOVE ' ERRO ABERTURA NOTHSAI ' TO WRK-MSG               00043800
                PERFORM 9000-TRATAR-ERROS                               00043900
            END-IF.                                                     00044000
            IF WRK-FS-NOTIFIC NOT EQUAL ZEROS                           00044100
                MOVE ' ERRO ABERTURA NOTIFIC ' TO WRK-MSG               00044200
                PERFORM 9000-TRATAR-ERROS                               00044300
            END-IF.                                                     00044400
            IF WRK-FS-EXCNOT NOT EQUAL ZEROS                            00044500
                MOVE ' ERRO ABERTURA EXCNOT ' TO WRK-MSG                00044600
                PERFORM 9000-TRATAR-ERROS                               00044700
            END-IF.                                                     00044800
                                                                        00044900
            READ CLI2505.                                               00045000
            IF WRK-FS-CLI2505 NOT EQUAL ZEROS                           00045100
               OR FD-CLI2505(1:3) NOT EQUAL 'HDR'                       00045200
                MOVE ' CLI2505 SEM CABECALHO ' TO WRK-MSG               00045300
                PERFORM 9000-TRATAR-ERROS                               00045400
            END-IF.                                                     00045500
            MOVE FD-CLI2505(1:21) TO WRK-REG-CABECALHO.                 00045600
            IF WRK-HDR-VERSAO NOT EQUAL '02'                            00045700
                MOVE ' CLI2505 EM LAYOUT SEM CENTAVOS ' TO WRK-MSG      00045800
                PERFORM 9000-TRATAR-ERROS                               00045900
            END-IF.                                                     00046000
            PERFORM 3300-LER-CLI2505.                                   00046100
                                                                        00046200
            PERFORM 1400-CARREGAR-CONTATOS.                             00046300
                                                                        00046400
            PERFORM 1500-CARREGAR-HISTORICO.                            00046500
                                                                        00046600
            MOVE WRK-DATA-RODADA(1:2) TO WRK-DED-DIA.                   00046700
            MOVE WRK-DATA-RODADA(3:2) TO WRK-DED-MES.                   00046800
            MOVE WRK-DATA-RODADA(5:4) TO WRK-DED-ANO.                   00046900
            MOVE WRK-DATA-EDITADA     TO WRK-EXT-DATA.                  00047000
            WRITE FD-EXCNOT FROM WRK-EXC-TITULO.                        00047100
            WRITE FD-EXCNOT FROM WRK-EXC-COLUNAS.                       00047200
                                                                        00047300
      *----------------------------------------------------------------*00047400
       1000-99-FIM.            EXIT.                                    00047500
      *----------------------------------------------------------------*00047600
      *----------------------------------------------------------------*00047700
       1400-CARREGAR-CONTATOS             SECTION.                      00047800
      *----------------------------------------------------------------*00047900
                                                                        00048000
            OPEN INPUT CONTATO.                                         00048100
            IF WRK-FS-CONTATO EQUAL '35'                                00048200
                DISPLAY 'CONTATO AUSENTE - TODOS OS EVENTOS NA EXCECAO' 00048300
                GO TO 1400-99-FIM                                       00048400
            END-IF.                                                     00048500
            IF WRK-FS-CONTATO NOT EQUAL ZEROS                           00048600
                MOVE ' ERRO ABERTURA CONTATO ' TO WRK-MSG               00048700
                PERFORM 9000-TRATAR-ERROS                               00048800
            END-IF.                                                     00048900
                                                                        00049000
            PERFORM 1410-LER-CONTATO                                    00049100
                UNTIL WRK-FS-CONTATO EQUAL '10'.                        00049200
            CLOSE CONTATO.                                              00049300
                                                                        00049400
            DISPLAY 'CONTATOS CARREGADOS...: ' WRK-QT-CONTATOS.         00049500
                                                                        00049600
      *----------------------------------------------------------------*00049700
       1400-99-FIM.            EXIT.                                    00049800
      *----------------------------------------------------------------*00049900
      *----------------------------------------------------------------*00050000
       1410-LER-CONTATO                   SECTION.                      00050100
      *----------------------------------------------------------------*00050200
                                                                        00050300
            READ CONTATO.                                               00050400
            IF WRK-FS-CONTATO NOT EQUAL ZEROS                           00050500
                MOVE '10' TO WRK-FS-CONTATO                             00050600
                GO TO 1410-99-FIM                                       00050700
            END-IF.                                                     00050800
                                                                        00050900
            IF WRK-QT-CONTATOS NOT LESS 5000                            00051000
                MOVE ' TABELA DE CONTATOS CHEIA ' TO WRK-MSG            00051100
                PERFORM 9000-TRATAR-ERROS                               00051200
            END-IF.                                                     00051300
            ADD 1 TO WRK-QT-CONTATOS.                                   00051400
            MOVE FD-CONTATO TO WRK-TBC-REGISTRO(WRK-QT-CONTATOS).       00051500
                                                                        00051600
      *----------------------------------------------------------------*00051700
       1410-99-FIM.            EXIT.                                    00051800
      *----------------------------------------------------------------*00051900
      *----------------------------------------------------------------*00052000
       1500-CARREGAR-HISTORICO            SECTION.                      00052100
      *----------------------------------------------------------------*00052200
      *    SEM HISTORICO ANTERIOR (PRIMEIRA RODADA) NADA E SUPRIMIDO.  *00052300
      *----------------------------------------------------------------*00052400
                                                                        00052500
            OPEN INPUT NOTHENT.                                         00052600
            IF WRK-FS-NOTHENT EQUAL '35'                                00052700
                DISPLAY 'NOTHENT AUSENTE - HISTORICO VAZIO'             00052800
                GO TO 1500-99-FIM                                       00052900
            END-IF.                                                     00053000
            IF WRK-FS-NOTHENT NOT EQUAL ZEROS                           00053100
                MOVE ' ERRO ABERTURA NOTHENT ' TO WRK-MSG               00053200
                PERFORM 9000-TRATAR-ERROS                               00053300
            END-IF.                                                     00053400
                                                                        00053500
            PERFORM 1510-LER-HISTORICO                                  00053600
                UNTIL WRK-FS-NOTHENT EQUAL '10'.                        00053700
            CLOSE NOTHENT.                                              00053800
                                                                        00053900
            DISPLAY 'JA NOTIFICADOS ANTES..: ' WRK-QT-HISTORICO.        00054000
                                                                        00054100
      *----------------------------------------------------------------*00054200
       1500-99-FIM.            EXIT.                                    00054300
      *----------------------------------------------------------------*00054400
      *----------------------------------------------------------------*00054500
       1510-LER-HISTORICO                 SECTION.                      00054600
      *----------------------------------------------------------------*00054700
                                                                        00054800
            READ NOTHENT INTO WRK-REG-NOTEV.                            00054900
            IF WRK-FS-NOTHENT NOT EQUAL ZEROS                           00055000
                MOVE '10' TO WRK-FS-NOTHENT                             00055100
                GO TO 1510-99-FIM                                       00055200
            END-IF.                                                     00055300
                                                                        00055400
            IF WRK-QT-HISTORICO NOT LESS 5000                           00055500
                MOVE ' TABELA DE HISTORICO CHEIA ' TO WRK-MSG           00055600
                PERFORM 9000-TRATAR-ERROS                               00055700
            END-IF.                                                     00055800
            ADD 1 TO WRK-QT-HISTORICO.                                  00055900
            MOVE WRK-NEV-CHAVE  TO WRK-THI-CHAVE(WRK-QT-HISTORICO).     00056000
            MOVE WRK-NEV-EVENTO TO WRK-THI-EVENTO(WRK-QT-HISTORICO).    00056100
            MOVE WRK-NEV-DATA   TO WRK-THI-DATA(WRK-QT-HISTORICO).      00056200
                                                                        00056300
      *----------------------------------------------------------------*00056400
       1510-99-FIM.            EXIT.                                    00056500
      *----------------------------------------------------------------*00056600
      *----------------------------------------------------------------*00056700
       1600-LER-DATA-RODADA               SECTION.                      00056800
      *----------------------------------------------------------------*00056900
                                                                        00057000
            OPEN INPUT RUNCTL.                                          00057100
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00057200
                MOVE ' RUNCTL AUSENTE - RODAR FR06CB01 ' TO WRK-MSG     00057300
                PERFORM 9000-TRATAR-ERROS                               00057400
            END-IF.                                                     00057500
                                                                        00057600
            READ RUNCTL INTO WRK-RUNCTL.                                00057700
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00057800
               OR WRK-RUNCTL-TIPO NOT EQUAL '1'                         00057900
                MOVE ' RUNCTL SEM REGISTRO DE ABERTURA ' TO WRK-MSG     00058000
                PERFORM 9000-TRATAR-ERROS                               00058100
            END-IF.                                                     00058200
                                                                        00058300
            MOVE WRK-RUNCTL-DATA TO WRK-DATA-RODADA.                    00058400
            CLOSE RUNCTL.                                               00058500
                                                                        00058600
            MOVE WRK-DATA-RODADA(5:4)  TO WRK-DATA-CORTE(1:4).          00058700
            MOVE WRK-DATA-RODADA(3:2)  TO WRK-DATA-CORTE(5:2).          00058800
            MOVE WRK-DATA-RODADA(1:2)  TO WRK-DATA-CORTE(7:2).          00058900
                                                                        00059000
      *----------------------------------------------------------------*00059100
       1600-99-FIM.            EXIT.                                    00059200
      *----------------------------------------------------------------*00059300
      *----------------------------------------------------------------*00059400
       2000-REUNIR-EVENTOS                SECTION.                      00059500
      *----------------------------------------------------------------*00059600
                                                                        00059700
            PERFORM 2100-EVENTOS-BLOQUEIO.                              00059800
                                                                        00059900
            PERFORM 2200-EVENTOS-INATIVIDADE.                           00060000
                                                                        00060100
            PERFORM 2300-EVENTOS-SALDO.                                 00060200
                                                                        00060300
            PERFORM 2400-EVENTOS-ENCERRAMENTO.                          00060400
                                                                        00060500
            PERFORM 2500-EVENTOS-PARCELA.                               00060600
                                                                        00060700
      *----------------------------------------------------------------*00060800
       2000-99-FIM.            EXIT.                                    00060900
      *----------------------------------------------------------------*00061000
      *----------------------------------------------------------------*00061100
       2100-EVENTOS-BLOQUEIO              SECTION.                      00061200
      *----------------------------------------------------------------*00061300
                                                                        00061400
            OPEN INPUT AUDITBL.                                         00061500
            IF WRK-FS-AUDITBL EQUAL '35'                                00061600
                DISPLAY 'AUDITBL AUSENTE - SEM EVENTOS DE BLOQUEIO'     00061700
                GO TO 2100-99-FIM                                       00061800
            END-IF.                                                     00061900
            IF WRK-FS-AUDITBL NOT EQUAL ZEROS                           00062000
                MOVE ' ERRO ABERTURA AUDITBL ' TO WRK-MSG               00062100
                PERFORM 9000-TRATAR-ERROS                               00062200
            END-IF.                                                     00062300
                                                                        00062400
            PERFORM 2110-LER-AUDITBL                                    00062500
                UNTIL WRK-FS-AUDITBL EQUAL '10'.                        00062600
            CLOSE AUDITBL.                                              00062700
                                                                        00062800
      *----------------------------------------------------------------*00062900
       2100-99-FIM.            EXIT.                                    00063000
      *----------------------------------------------------------------*00063100
      *----------------------------------------------------------------*00063200
       2110-LER-AUDITBL                   SECTION.                      00063300
      *----------------------------------------------------------------*00063400
                                                                        00063500
            READ AUDITBL INTO WRK-LINHA-AUDIT.                          00063600
            IF WRK-FS-AUDITBL NOT EQUAL ZEROS                           00063700
                MOVE '10' TO WRK-FS-AUDITBL                             00063800
                GO TO 2110-99-FIM                                       00063900
            END-IF.                                                     00064000
                                                                        00064100
            IF WRK-AUD-DATA NOT EQUAL WRK-DATA-CORTE                    00064200
                GO TO 2110-99-FIM                                       00064300
            END-IF.                                                     00064400
                                                                        00064500
            MOVE SPACES TO WRK-REG-NOTEV.                               00064600
            EVALUATE WRK-AUD-ACAO                                       00064700
                WHEN 'BLOQUEIO  '                                       00064800
                    MOVE 'BI' TO WRK-NEV-EVENTO                         00064900
                WHEN 'BAIXA     '                                       00065000
                    MOVE 'BB' TO WRK-NEV-EVENTO                         00065100
                WHEN OTHER                                              00065200
                    GO TO 2110-99-FIM                                   00065300
            END-EVALUATE.                                               00065400
            MOVE WRK-AUD-CHAVE  TO WRK-NEV-CHAVE.                       00065500
            MOVE WRK-DATA-CORTE TO WRK-NEV-DATA.                        00065600
            MOVE WRK-AUD-REFER  TO WRK-NEV-REFERENCIA.                  00065700
            MOVE ZEROS          TO WRK-NEV-VALOR.                       00065800
            MOVE SPACES         TO WRK-NOME-EVENTO.                     00065900
            PERFORM 2900-LIBERAR-EVENTO.                                00066000
                                                                        00066100
      *----------------------------------------------------------------*00066200
       2110-99-FIM.            EXIT.                                    00066300
      *----------------------------------------------------------------*00066400
      *----------------------------------------------------------------*00066500
       2200-EVENTOS-INATIVIDADE           SECTION.                      00066600
      *----------------------------------------------------------------*00066700
                                                                        00066800
            OPEN INPUT SITCONTA.                                        00066900
            IF WRK-FS-SITCONTA EQUAL '35'                               00067000
                DISPLAY 'SITCONTA AUSENTE - SEM EVENTOS DE INATIVIDADE' 00067100
                GO TO 2200-99-FIM                                       00067200
            END-IF.                                                     00067300
            IF WRK-FS-SITCONTA NOT EQUAL ZEROS                          00067400
                MOVE ' ERRO ABERTURA SITCONTA ' TO WRK-MSG              00067500
                PERFORM 9000-TRATAR-ERROS                               00067600
            END-IF.                                                     00067700
                                                                        00067800
            PERFORM 2210-LER-SITCONTA                                   00067900
                UNTIL WRK-FS-SITCONTA EQUAL '10'.                       00068000
            CLOSE SITCONTA.                                             00068100
                                                                        00068200
      *----------------------------------------------------------------*00068300
       2200-99-FIM.            EXIT.                                    00068400
      *----------------------------------------------------------------*00068500
      *----------------------------------------------------------------*00068600
       2210-LER-SITCONTA                  SECTION.                      00068700
      *----------------------------------------------------------------*00068800
      *    O FR06CB56 CARIMBA A DATA DA RODADA NA MARCACAO NOVA E      *00068900
      *    PRESERVA A DATA DAS CONTAS QUE JA ESTAVAM INATIVAS.         *00069000
      *----------------------------------------------------------------*00069100
                                                                        00069200
            READ SITCONTA INTO WRK-REG-SITCONTA.                        00069300
            IF WRK-FS-SITCONTA NOT EQUAL ZEROS                          00069400
                MOVE '10' TO WRK-FS-SITCONTA                            00069500
                GO TO 2210-99-FIM                                       00069600
            END-IF.                                                     00069700
                                                                        00069800
            IF WRK-SIT-SITUACAO NOT EQUAL 'I'                           00069900
               OR WRK-SIT-DATA-MARCA NOT EQUAL WRK-DATA-CORTE           00070000
                GO TO 2210-99-FIM                                       00070100
            END-IF.                                                     00070200
                                                                        00070300
            MOVE SPACES         TO WRK-REG-NOTEV.                       00070400
            MOVE 'IN'           TO WRK-NEV-EVENTO.                      00070500
            MOVE WRK-SIT-CHAVE  TO WRK-NEV-CHAVE.                       00070600
            MOVE WRK-DATA-CORTE TO WRK-NEV-DATA.                        00070700
            MOVE ZEROS          TO WRK-NEV-VALOR.                       00070800
            MOVE SPACES         TO WRK-NOME-EVENTO.                     00070900
            PERFORM 2900-LIBERAR-EVENTO.                                00071000
                                                                        00071100
      *----------------------------------------------------------------*00071200
       2210-99-FIM.            EXIT.                                    00071300
      *----------------------------------------------------------------*00071400
      *----------------------------------------------------------------*00071500
       2300-EVENTOS-SALDO                 SECTION.                      00071600
      *----------------------------------------------------------------*00071700
                                                                        00071800
            OPEN INPUT NOTIFEV.                                         00071900
            IF WRK-FS-NOTIFEV EQUAL '35'                                00072000
                DISPLAY 'NOTIFEV AUSENTE - SEM EVENTOS DO FR06EX03'     00072100
                GO TO 2300-99-FIM                                       00072200
            END-IF.                                                     00072300
            IF WRK-FS-NOTIFEV NOT EQUAL ZEROS                           00072400
                MOVE ' ERRO ABERTURA NOTIFEV ' TO WRK-MSG               00072500
                PERFORM 9000-TRATAR-ERROS                               00072600
            END-IF.                                                     00072700
                                                                        00072800
            PERFORM 2310-LER-NOTIFEV                                    00072900
                UNTIL WRK-FS-NOTIFEV EQUAL '10'.                        00073000
            CLOSE NOTIFEV.                                              00073100
                                                                        00073200
      *----------------------------------------------------------------*00073300
       2300-99-FIM.            EXIT.                                    00073400
      *----------------------------------------------------------------*00073500
      *----------------------------------------------------------------*00073600
       2310-LER-NOTIFEV                   SECTION.                      00073700
      *----------------------------------------------------------------*00073800
                                                                        00073900
            READ NOTIFEV INTO WRK-REG-NOTEV.                            00074000
            IF WRK-FS-NOTIFEV NOT EQUAL ZEROS                           00074100
                MOVE '10' TO WRK-FS-NOTIFEV                             00074200
                GO TO 2310-99-FIM                                       00074300
            END-IF.                                                     00074400
                                                                        00074500
            MOVE SPACES TO WRK-NOME-EVENTO.                             00074600
            PERFORM 2900-LIBERAR-EVENTO.                                00074700
                                                                        00074800
      *----------------------------------------------------------------*00074900
       2310-99-FIM.            EXIT.                                    00075000
      *----------------------------------------------------------------*00075100
      *----------------------------------------------------------------*00075200
       2400-EVENTOS-ENCERRAMENTO          SECTION.                      00075300
      *----------------------------------------------------------------*00075400
                                                                        00075500
            OPEN INPUT ENCARQ.                                          00075600
            IF WRK-FS-ENCARQ EQUAL '35'                                 00075700
                DISPLAY 'ENCARQ AUSENTE - SEM EVENTOS DE ENCERRAMENTO'  00075800
                GO TO 2400-99-FIM                                       00075900
            END-IF.                                                     00076000
            IF WRK-FS-ENCARQ NOT EQUAL ZEROS                            00076100
                MOVE ' ERRO ABERTURA ENCARQ ' TO WRK-MSG                00076200
                PERFORM 9000-TRATAR-ERROS                               00076300
            END-IF.                                                     00076400
                                                                        00076500
            PERFORM 2410-LER-ENCARQ                                     00076600
                UNTIL WRK-FS-ENCARQ EQUAL '10'.                         00076700
            CLOSE ENCARQ.                                               00076800
                                                                        00076900
      *----------------------------------------------------------------*00077000
       2400-99-FIM.            EXIT.                                    00077100
      *----------------------------------------------------------------*00077200
      *----------------------------------------------------------------*00077300
       2410-LER-ENCARQ                    SECTION.                      00077400
      *----------------------------------------------------------------*00077500
      *    SO O REGISTRO DA CONTA (OS DE TITULAR TEM TIPO 'T'); DATA   *00077600
      *    DO ENCERRAMENTO EM DDMMAAAA. O NOME VEM DO PROPRIO ARQUIVO  *00077700
      *    MORTO, POIS A CONTA JA SAIU DO CLI2505.                     *00077800
      *----------------------------------------------------------------*00077900
                                                                        00078000
            READ ENCARQ INTO WRK-REG-ENCARQ.                            00078100
            IF WRK-FS-ENCARQ NOT EQUAL ZEROS                            00078200
                MOVE '10' TO WRK-FS-ENCARQ                              00078300
                GO TO 2410-99-FIM                                       00078400
            END-IF.                                                     00078500
                                                                        00078600
            IF WRK-ENC-TIPO-REG EQUAL 'T'                               00078700
               OR WRK-ENC-DATA NOT EQUAL WRK-DATA-RODADA                00078800
                GO TO 2410-99-FIM                                       00078900
            END-IF.                                                     00079000
                                                                        00079100
            MOVE SPACES         TO WRK-REG-NOTEV.                       00079200
            MOVE 'EN'           TO WRK-NEV-EVENTO.                      00079300
            MOVE WRK-ENC-CHAVE  TO WRK-NEV-CHAVE.                       00079400
            MOVE WRK-DATA-CORTE TO WRK-NEV-DATA.                        00079500
            MOVE ZEROS          TO WRK-NEV-VALOR.                       00079600
            MOVE WRK-ENC-NOME   TO WRK-NOME-EVENTO.                     00079700
            PERFORM 2900-LIBERAR-EVENTO.                                00079800
                                                                        00079900
      *----------------------------------------------------------------*00080000
       2410-99-FIM.            EXIT.                                    00080100
      *----------------------------------------------------------------*00080200
      *----------------------------------------------------------------*00080300
       2500-EVENTOS-PARCELA               SECTION.                      00080400
      *----------------------------------------------------------------*00080500
                                                                        00080600
            OPEN INPUT PARCMST.                                         00080700
            IF WRK-FS-PARCMST EQUAL '35'                                00080800
                DISPLAY 'PARCMST AUSENTE - SEM EVENTOS DE PARCELA'      00080900
                GO TO 2500-99-FIM                                       00081000
            END-IF.                                                     00081100
            IF WRK-FS-PARCMST NOT EQUAL ZEROS                           00081200
                MOVE ' ERRO ABERTURA PARCMST ' TO WRK-MSG               00081300
                PERFORM 9000-TRATAR-ERROS                               00081400
            END-IF.                                                     00081500
                                                                        00081600
            PERFORM 2510-LER-PARCMST                                    00081700
                UNTIL WRK-FS-PARCMST EQUAL '10'.                        00081800
            CLOSE PARCMST.                                              00081900
                                                                        00082000
      *----------------------------------------------------------------*00082100
       2500-99-FIM.            EXIT.                                    00082200
      *----------------------------------------------------------------*00082300
      *----------------------------------------------------------------*00082400
       2510-LER-PARCMST                   SECTION.                      00082500
      *----------------------------------------------------------------*00082600
      *    PARCELA EM ABERTO COM VENCIMENTO ANTERIOR A RODADA, COMO NO *00082700
      *    FR06CB69. A DATA DO EVENTO E O VENCIMENTO: A MESMA PARCELA  *00082800
      *    CONTINUA VENCIDA NAS NOITES SEGUINTES E O HISTORICO IMPEDE  *00082900
      *    O SEGUNDO AVISO.                                            *00083000
      *----------------------------------------------------------------*00083100
                                                                        00083200
            READ PARCMST INTO WRK-REG-PARCM.                            00083300
            IF WRK-FS-PARCMST NOT EQUAL ZEROS                           00083400
                MOVE '10' TO WRK-FS-PARCMST                             00083500
                GO TO 2510-99-FIM                                       00083600
            END-IF.                                                     00083700
                                                                        00083800
            IF WRK-PCM-SITUACAO NOT EQUAL 'A'                           00083900
                GO TO 2510-99-FIM                                       00084000
            END-IF.                                                     00084100
                                                                        00084200
            MOVE WRK-PCM-VENCIMENTO(5:4) TO WRK-DATA-VENCTO(1:4).       00084300
            MOVE WRK-PCM-VENCIMENTO(3:2) TO WRK-DATA-VENCTO(5:2).       00084400
            MOVE WRK-PCM-VENCIMENTO(1:2) TO WRK-DATA-VENCTO(7:2).       00084500
            IF WRK-DATA-VENCTO NOT LESS WRK-DATA-CORTE                  00084600
                GO TO 2510-99-FIM                                       00084700
            END-IF.                                                     00084800
                                                                        00084900
            MOVE SPACES           TO WRK-REG-NOTEV.                     00085000
            MOVE 'PV'             TO WRK-NEV-EVENTO.                    00085100
            MOVE WRK-PCM-CHAVE    TO WRK-NEV-CHAVE.                     00085200
            MOVE WRK-DATA-VENCTO  TO WRK-NEV-DATA.                      00085300
            STRING 'PARCELA ' WRK-PCM-NUMERO                            00085400
                   DELIMITED BY SIZE INTO WRK-NEV-REFERENCIA.           00085500
            MOVE WRK-PCM-VALOR    TO WRK-NEV-VALOR.                     00085600
            MOVE SPACES           TO WRK-NOME-EVENTO.                   00085700
            PERFORM 2900-LIBERAR-EVENTO.                                00085800
                                                                        00085900
      *----------------------------------------------------------------*00086000
       2510-99-FIM.            EXIT.                                    00086100
      *----------------------------------------------------------------*00086200
      *----------------------------------------------------------------*00086300
       2900-LIBERAR-EVENTO                SECTION.                      00086400
      *----------------------------------------------------------------*00086500
                                                                        00086600
            MOVE WRK-NEV-CHAVE      TO SD-CHAVE.                        00086700
            MOVE WRK-NEV-EVENTO     TO SD-EVENTO.                       00086800
            MOVE WRK-NEV-DATA       TO SD-DATA.                         00086900
            MOVE WRK-NEV-REFERENCIA TO SD-REFERENCIA.                   00087000
            MOVE WRK-NEV-VALOR      TO SD-VALOR.                        00087100
            MOVE WRK-NOME-EVENTO    TO SD-NOME.                         00087200
            RELEASE SD-ORDENA.                                          00087300
            ADD 1 TO WRK-ACU-EVENTOS.                                   00087400
                                                                        00087500
      *----------------------------------------------------------------*00087600
       2900-99-FIM.            EXIT.                                    00087700
      *----------------------------------------------------------------*00087800
      *----------------------------------------------------------------*00087900
       3000-EMITIR-NOTIFICACOES           SECTION.                      00088000
      *----------------------------------------------------------------*00088100
                                                                        00088200
            PERFORM 3100-RETORNAR-EVENTO                                00088300
                UNTIL WRK-FIM-SORT EQUAL 'S'.                           00088400
                                                                        00088500
      *----------------------------------------------------------------*00088600
       3000-99-FIM.            EXIT.                                    00088700
      *----------------------------------------------------------------*00088800
      *----------------------------------------------------------------*00088900
       3100-RETORNAR-EVENTO               SECTION.                      00089000
      *----------------------------------------------------------------*00089100
                                                                        00089200
            RETURN ORDENA                                               00089300
                AT END                                                  00089400
                    MOVE 'S' TO WRK-FIM-SORT                            00089500
                NOT AT END                                              00089600
                    PERFORM 3200-TRATAR-EVENTO                          00089700
            END-RETURN.                                                 00089800
                                                                        00089900
      *----------------------------------------------------------------*00090000
       3100-99-FIM.            EXIT.                                    00090100
      *----------------------------------------------------------------*00090200
      *----------------------------------------------------------------*00090300
       3200-TRATAR-EVENTO                 SECTION.                      00090400
      *----------------------------------------------------------------*00090500
                                                                        00090600
            MOVE SD-CHAVE  TO WRK-ATU-CHAVE.                            00090700
            MOVE SD-EVENTO TO WRK-ATU-EVENTO.                           00090800
            MOVE SD-DATA   TO WRK-ATU-DATA.                             00090900
            IF WRK-CHAVE-ATUAL EQUAL WRK-CHAVE-ANTERIOR                 00091000
                ADD 1 TO WRK-ACU-DUPLICADOS                             00091100
                GO TO 3200-99-FIM                                       00091200
            END-IF.                                                     00091300
            MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANTERIOR.                 00091400
                                                                        00091500
            MOVE ZEROS TO WRK-HIS-ACHADO.                               00091600
            PERFORM 3210-COMPARAR-HISTORICO                             00091700
                VARYING WRK-IDX-HIS FROM 1 BY 1                         00091800
                UNTIL WRK-IDX-HIS GREATER WRK-QT-HISTORICO              00091900
                   OR WRK-HIS-ACHADO GREATER ZEROS.                     00092000
            IF WRK-HIS-ACHADO GREATER ZEROS                             00092100
                ADD 1 TO WRK-ACU-JA-NOTIFICADOS                         00092200
                PERFORM 3700-GRAVAR-HISTORICO                           00092300
                GO TO 3200-99-FIM                                       00092400
            END-IF.                                                     00092500
                                                                        00092600
            IF SD-NOME EQUAL SPACES                                     00092700
                PERFORM 3300-LER-CLI2505                                00092800
                    UNTIL WRK-FIM-CLI2505 EQUAL 'S'                     00092900
                       OR FD-CLI2505-CHAVE NOT LESS SD-CHAVE            00093000
                IF WRK-FIM-CLI2505 EQUAL 'N'                            00093100
                   AND FD-CLI2505-CHAVE EQUAL SD-CHAVE                  00093200
                    MOVE FD-CLI2505-NOME TO SD-NOME                     00093300
                END-IF                                                  00093400
            END-IF.                                                     00093500
                                                                        00093600
            MOVE ZEROS TO WRK-CTT-ACHADO.                               00093700
            PERFORM 3220-COMPARAR-CONTATO                               00093800
                VARYING WRK-IDX-CTT FROM 1 BY 1                         00093900
                UNTIL WRK-IDX-CTT GREATER WRK-QT-CONTATOS               00094000
                   OR WRK-CTT-ACHADO GREATER ZEROS.                     00094100
                                                                        00094200
            IF WRK-CTT-ACHADO EQUAL ZEROS                               00094300
                MOVE 'SEM CONTATO'        TO WRK-MOTIVO-EXCECAO         00094400
                PERFORM 3600-GRAVAR-EXCECAO                             00094500
                GO TO 3200-99-FIM                                       00094600
            END-IF.                                                     00094700
                                                                        00094800
            MOVE WRK-TBC-REGISTRO(WRK-CTT-ACHADO) TO WRK-REG-CONTATO.   00094900
            IF WRK-CTT-EMAIL EQUAL SPACES                               00095000
               AND (WRK-CTT-ENDERECO1 EQUAL SPACES                      00095100
                    OR WRK-CTT-CIDADE EQUAL SPACES                      00095200
                    OR WRK-CTT-UF     EQUAL SPACES                      00095300
                    OR WRK-CTT-CEP    EQUAL SPACES)                     00095400
                MOVE 'CONTATO INCOMPLETO' TO WRK-MOTIVO-EXCECAO         00095500
                PERFORM 3600-GRAVAR-EXCECAO                             00095600
                GO TO 3200-99-FIM                                       00095700
            END-IF.                                                     00095800
                                                                        00095900
            PERFORM 3500-GRAVAR-NOTIFICACAO.                            00096000
            PERFORM 3700-GRAVAR-HISTORICO.                              00096100
                                                                        00096200
      *----------------------------------------------------------------*00096300
       3200-99-FIM.            EXIT.                                    00096400
      *----------------------------------------------------------------*00096500
      *----------------------------------------------------------------*00096600
       3210-COMPARAR-HISTORICO            SECTION.                      00096700
      *----------------------------------------------------------------*00096800
            IF WRK-THI-CHAVE(WRK-IDX-HIS)  EQUAL SD-CHAVE               00096900
               AND WRK-THI-EVENTO(WRK-IDX-HIS) EQUAL SD-EVENTO          00097000
               AND WRK-THI-DATA(WRK-IDX-HIS)   EQUAL SD-DATA            00097100
                MOVE WRK-IDX-HIS TO WRK-HIS-ACHADO                      00097200
            END-IF.                                                     00097300
      *----------------------------------------------------------------*00097400
       3210-99-FIM.            EXIT.                                    00097500
      *----------------------------------------------------------------*00097600
      *----------------------------------------------------------------*00097700
       3220-COMPARAR-CONTATO              SECTION.                      00097800
      *----------------------------------------------------------------*00097900
            IF WRK-TBC-REGISTRO(WRK-IDX-CTT)(1:8) EQUAL SD-CHAVE        00098000
                MOVE WRK-IDX-CTT TO WRK-CTT-ACHADO                      00098100
            END-IF.                                                     00098200
      *----------------------------------------------------------------*00098300
       3220-99-FIM.            EXIT.                                    00098400
      *----------------------------------------------------------------*00098500
      *----------------------------------------------------------------*00098600
       3300-LER-CLI2505                   SECTION.                      00098700
      *----------------------------------------------------------------*00098800
                                                                        00098900
            READ CLI2505.                                               00099000
            IF WRK-FS-CLI2505 NOT EQUAL ZEROS                           00099100
               OR FD-CLI2505(1:3) EQUAL 'TRL'                           00099200
                MOVE 'S' TO WRK-FIM-CLI2505                             00099300
            END-IF.                                                     00099400
                                                                        00099500
      *----------------------------------------------------------------*00099600
       3300-99-FIM.            EXIT.                                    00099700
      *----------------------------------------------------------------*00099800
      *----------------------------------------------------------------*00099900
       3400-DESCREVER-EVENTO              SECTION.                      00100000
      *----------------------------------------------------------------*00100100
                                                                        00100200
            MOVE ZEROS TO WRK-TEV-ACHADO.                               00100300
            PERFORM 3410-COMPARAR-EVENTO                                00100400
                VARYING WRK-IDX-TEV FROM 1 BY 1                         00100500
                UNTIL WRK-IDX-TEV GREATER 6                             00100600
                   OR WRK-TEV-ACHADO GREATER ZEROS.                     00100700
            IF WRK-TEV-ACHADO EQUAL ZEROS                               00100800
                MOVE SPACES TO WRK-NTF-DESC-EVENTO                      00100900
            ELSE                                                        00101000
                MOVE WRK-TEV-DESCRICAO(WRK-TEV-ACHADO)                  00101100
                  TO WRK-NTF-DESC-EVENTO                                00101200
                ADD 1 TO WRK-TEV-QT(WRK-TEV-ACHADO)                     00101300
            END-IF.                                                     00101400
                                                                        00101500
      *----------------------------------------------------------------*00101600
       3400-99-FIM.            EXIT.                                    00101700
      *----------------------------------------------------------------*00101800
      *----------------------------------------------------------------*00101900
       3410-COMPARAR-EVENTO               SECTION.                      00102000
      *----------------------------------------------------------------*00102100
            IF WRK-TEV-CODIGO(WRK-IDX-TEV) EQUAL SD-EVENTO              00102200
                MOVE WRK-IDX-TEV TO WRK-TEV-ACHADO                      00102300
            END-IF.                                                     00102400
      *----------------------------------------------------------------*00102500
       3410-99-FIM.            EXIT.                                    00102600
      *----------------------------------------------------------------*00102700
      *----------------------------------------------------------------*00102800
       3500-GRAVAR-NOTIFICACAO            SECTION.                      00102900
      *----------------------------------------------------------------*00103000
                                                                        00103100
            MOVE SPACES            TO WRK-REG-NOTIF.                    00103200
            MOVE SD-EVENTO         TO WRK-NTF-EVENTO.                   00103300
            PERFORM 3400-DESCREVER-EVENTO.                              00103400
            MOVE SD-CHAVE          TO WRK-NTF-CHAVE.                    00103500
            MOVE SD-DATA           TO WRK-NTF-DATA.                     00103600
            MOVE SD-REFERENCIA     TO WRK-NTF-REFERENCIA.               00103700
            MOVE SD-VALOR          TO WRK-NTF-VALOR.                    00103800
            MOVE SD-NOME           TO WRK-NTF-NOME.                     00103900
            MOVE WRK-CTT-EMAIL     TO WRK-NTF-EMAIL.                    00104000
            MOVE WRK-CTT-ENDERECO1 TO WRK-NTF-ENDERECO1.                00104100
            MOVE WRK-CTT-ENDERECO2 TO WRK-NTF-ENDERECO2.                00104200
            MOVE WRK-CTT-CIDADE    TO WRK-NTF-CIDADE.                   00104300
            MOVE WRK-CTT-UF        TO WRK-NTF-UF.                       00104400
            MOVE WRK-CTT-CEP       TO WRK-NTF-CEP.                      00104500
            IF WRK-CTT-EMAIL NOT EQUAL SPACES                           00104600
                MOVE 'E' TO WRK-NTF-MEIO                                00104700
                ADD 1    TO WRK-ACU-EMAILS                              00104800
            ELSE                                                        00104900
                MOVE 'C' TO WRK-NTF-MEIO                                00105000
                ADD 1    TO WRK-ACU-CARTAS                              00105100
            END-IF.                                                     00105200
            WRITE FD-NOTIFIC FROM WRK-REG-NOTIF.                        00105300
            ADD 1 TO WRK-ACU-NOTIFICACOES.                              00105400
                                                                        00105500
      *----------------------------------------------------------------*00105600
       3500-99-FIM.            EXIT.                                    00105700
      *----------------------------------------------------------------*00105800
      *----------------------------------------------------------------*00105900
       3600-GRAVAR-EXCECAO                SECTION.                      00106000
      *----------------------------------------------------------------*00106100
                                                                        00106200
            MOVE SD-EVENTO            TO WRK-EXD-EVENTO.                00106300
            MOVE SD-CHAVE(1:4)        TO WRK-EXD-AGENCIA.               00106400
            MOVE SD-CHAVE(5:4)        TO WRK-EXD-CONTA.                 00106500
            MOVE SD-DATA(7:2)         TO WRK-DED-DIA.                   00106600
            MOVE SD-DATA(5:2)         TO WRK-DED-MES.                   00106700
            MOVE SD-DATA(1:4)         TO WRK-DED-ANO.                   00106800
            MOVE WRK-DATA-EDITADA     TO WRK-EXD-DATA.                  00106900
            MOVE SD-NOME              TO WRK-EXD-NOME.                  00107000
            MOVE WRK-MOTIVO-EXCECAO   TO WRK-EXD-MOTIVO.                00107100
            WRITE FD-EXCNOT FROM WRK-EXC-DETALHE.                       00107200
            ADD 1 TO WRK-ACU-EXCECOES.                                  00107300
            MOVE 4 TO RETURN-CODE.                                      00107400
                                                                        00107500
      *----------------------------------------------------------------*00107600
       3600-99-FIM.            EXIT.                                    00107700
      *----------------------------------------------------------------*00107800
      *----------------------------------------------------------------*00107900
       3700-GRAVAR-HISTORICO              SECTION.                      00108000
      *----------------------------------------------------------------*00108100
                                                                        00108200
            MOVE SPACES        TO WRK-REG-NOTEV.                        00108300
            MOVE SD-EVENTO     TO WRK-NEV-EVENTO.                       00108400
            MOVE SD-CHAVE      TO WRK-NEV-CHAVE.                        00108500
            MOVE SD-DATA       TO WRK-NEV-DATA.                         00108600
            MOVE SD-REFERENCIA TO WRK-NEV-REFERENCIA.                   00108700
            MOVE SD-VALOR      TO WRK-NEV-VALOR.                        00108800
            WRITE FD-NOTHSAI FROM WRK-REG-NOTEV.                        00108900
            ADD 1 TO WRK-ACU-HIST-GRAVADOS.                             00109000
                                                                        00109100
      *----------------------------------------------------------------*00109200
       3700-99-FIM.            EXIT.                                    00109300
      *----------------------------------------------------------------*00109400
      *----------------------------------------------------------------*00109500
       4000-FINALIZAR                     SECTION.                      00109600
      *----------------------------------------------------------------*00109700
                                                                        00109800
            MOVE WRK-ACU-EXCECOES TO WRK-EXT-QT.                        00109900
            WRITE FD-EXCNOT FROM WRK-EXC-TOTAL.                         00110000
                                                                        00110100
            CLOSE CLI2505                                               00110200
                  NOTHSAI                                               00110300
                  NOTIFIC                                               00110400
                  EXCNOT.                                               00110500
                                                                        00110600
            DISPLAY '------------------------------------------------'. 00110700
            DISPLAY '  EVENTOS REUNIDOS.....: ' WRK-ACU-EVENTOS.        00110800
            DISPLAY '  DUPLICADOS NO DIA....: ' WRK-ACU-DUPLICADOS.     00110900
            DISPLAY '  JA NOTIFICADOS ANTES.: ' WRK-ACU-JA-NOTIFICADOS. 00111000
            DISPLAY '  NOTIFICACOES.........: ' WRK-ACU-NOTIFICACOES.   00111100
            DISPLAY '    POR E-MAIL.........: ' WRK-ACU-EMAILS.         00111200
            DISPLAY '    POR CARTA..........: ' WRK-ACU-CARTAS.         00111300
            PERFORM 4100-EXIBIR-EVENTO                                  00111400
                VARYING WRK-IDX-TEV FROM 1 BY 1                         00111500
                UNTIL WRK-IDX-TEV GREATER 6.                            00111600
            DISPLAY '  SEM CONTATO UTILIZAVEL: ' WRK-ACU-EXCECOES.      00111700
            DISPLAY '  HISTORICO GRAVADO....: ' WRK-ACU-HIST-GRAVADOS.  00111800
            DISPLAY '------------------------------------------------'. 00111900
                                                                        00112000
            PERFORM 4900-GRAVAR-RUNCTL.                                 00112100
                                                                        00112200
            STOP RUN.                                                   00112300
      *----------------------------------------------------------------*00112400
       4000-99-FIM.            EXIT.                                    00112500
      *----------------------------------------------------------------*00112600
      *----------------------------------------------------------------*00112700
       4100-EXIBIR-EVENTO                 SECTION.                      00112800
      *----------------------------------------------------------------*00112900
            DISPLAY '    ' WRK-TEV-CODIGO(WRK-IDX-TEV) ' '              00113000
                    WRK-TEV-DESCRICAO(WRK-IDX-TEV) ': '                 00113100
                    WRK-TEV-QT(WRK-IDX-TEV).                            00113200
      *----------------------------------------------------------------*00113300
       4100-99-FIM.            EXIT.                                    00113400
      *----------------------------------------------------------------*00113500
      *----------------------------------------------------------------*00113600
       4900-GRAVAR-RUNCTL                 SECTION.                      00113700
      *----------------------------------------------------------------*00113800
                                                                        00113900
            OPEN EXTEND RUNCTL.                                         00114000
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00114100
                MOVE ' ERRO ABERTURA RUNCTL ' TO WRK-MSG                00114200
                PERFORM 9000-TRATAR-ERROS                               00114300
            END-IF.                                                     00114400
                                                                        00114500
            MOVE SPACES                TO WRK-RUNCTL.                   00114600
            MOVE '2'                   TO WRK-RUNCTL-TIPO.              00114700
            MOVE 'FR06C113'            TO WRK-RUNCTL-PROGRAMA.          00114800
            MOVE WRK-ACU-EVENTOS       TO WRK-RUNCTL-LIDOS.             00114900
            MOVE WRK-ACU-NOTIFICACOES  TO WRK-RUNCTL-GRAVADOS.          00115000
            MOVE WRK-ACU-EXCECOES      TO WRK-RUNCTL-EXCECAO.           00115100
            MOVE RETURN-CODE           TO WRK-RUNCTL-RETCODE.           00115200
            ACCEPT WRK-HORA-ACCEPT FROM TIME.                           00115300
            MOVE WRK-HORA-ACC-HHMMSS   TO WRK-HORA-PASSO-FIM.           00115400
            MOVE WRK-HORA-PASSO-INI    TO WRK-RUNCTL-HORA-INI.          00115500
            MOVE WRK-HORA-PASSO-FIM    TO WRK-RUNCTL-HORA-FIM.          00115600
            WRITE FD-RUNCTL FROM WRK-RUNCTL.                            00115700
            CLOSE RUNCTL.                                               00115800
                                                                        00115900
      *----------------------------------------------------------------*00116000
       4900-99-FIM.            EXIT.                                    00116100
      *----------------------------------------------------------------*00116200
                                                                        00116300
      *----------------------------------------------------------------*00116400
       9000-TRATAR-ERROS                  SECTION.                      00116500
      *----------------------------------------------------------------*00116600
                                                                        00116700
             MOVE 'FR06C113'       TO WRK-ERR-PROGRAMA.                 00116800
             MOVE '9000'           TO WRK-ERR-SECTION.                  00116900
             MOVE WRK-MSG          TO WRK-ERR-MSG.                      00117000
             MOVE SPACES           TO WRK-ERR-STATUS.                   00117100
             MOVE WRK-FS-RUNCTL    TO WRK-ERR-STATUS(1:2).              00117200
             MOVE WRK-FS-CLI2505   TO WRK-ERR-STATUS(3:2).              00117300
             MOVE WRK-FS-NOTHSAI   TO WRK-ERR-STATUS(5:2).              00117400
             MOVE WRK-FS-NOTIFIC   TO WRK-ERR-STATUS(7:2).              00117500
             MOVE WRK-FS-EXCNOT    TO WRK-ERR-STATUS(9:2).              00117600
             MOVE 'F'              TO WRK-ERR-SEVERIDADE.               00117700
                                                                        00117800
             CALL 'TRTERRO'        USING WRK-TRTERRO.                   00117900
                                                                        00118000
      *----------------------------------------------------------------*00118100
       9000-99-FIM.            EXIT.                                    00118200
      *----------------------------------------------------------------*00118300
