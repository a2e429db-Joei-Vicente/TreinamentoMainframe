      *================================================================*00000100
       IDENTIFICATION                            DIVISION.              00000200
      *================================================================*00000300
                                                                        00000400
       PROGRAM-ID.  FR06C105.                                           00000500
                                                                        00000600
      *================================================================*00000700
      *     AUTOR.......: JOEI LORENTI                                  00000800
      *     ANALISTA....: IVAN SANCHES                                  00000900
      *     EMPRESA.....: FOURSYS                                       00001000
      *     DATA........: 15/10/2026                                    00001100
      *----------------------------------------------------------------*00001200
      *                                                                 00001300
      *     OBJETIVO: MANUTENCAO DO CADASTRO DE TALONARIOS DE CHEQUE    00001400
      *               (CHQTAL, LAYOUT B#CHQTL) E DO ARQUIVO DE ORDENS   00001500
      *               DE SUSTACAO (CHQSUS, LAYOUT B#CHQSU), LIDOS PELO  00001600
      *               FR06C106, NO MESMO PADRAO AUDITADO DO FR06C104:   00001700
      *               LE OS DOIS ARQUIVOS ATUAIS (TALENT/SUSENT),       00001800
      *               APLICA OS CARTOES DA SYSIN E GRAVA OS ARQUIVOS    00001900
      *               NOVOS (TALSAI/SUSSAI) NA ORDEM DE CHAVE + NUMERO  00002000
      *               INICIAL, COM UMA LINHA DE AUDITORIA POR           00002100
      *               ALTERACAO NO ARQUIVO AUDITCQ E NA SYSOUT.         00002200
      *               CARTOES (ATE O CARTAO EM BRANCO):                 00002300
      *               COL 01    ACAO: 'T' EMITIR TALAO / 'S' SUSTAR /   00002400
      *                         'R' REVOGAR SUSTACAO                    00002500
      *               COL 02-09 AGENCIA + CONTA                         00002600
      *               COL 10-15 NUMERO INICIAL (DO TALAO OU DA FAIXA    00002700
      *                         SUSTADA)                                00002800
      *               -- SOMENTE NA EMISSAO ('T'): --                   00002900
      *               COL 16-17 QUANTIDADE DE FOLHAS (01 A 20)          00003000
      *               -- SOMENTE NA SUSTACAO ('S'): --                  00003100
      *               COL 16-21 NUMERO FINAL DA FAIXA SUSTADA           00003200
      *               COL 22-23 MOTIVO ('21' CONTRA-ORDEM/OPOSICAO,     00003300
      *                         '28' FURTO/ROUBO/EXTRAVIO)              00003400
      *               O TALAO NAO PODE SOBREPOR FAIXA JA EMITIDA PARA   00003500
      *               A CONTA; A SUSTACAO EXIGE AO MENOS UM CHEQUE      00003600
      *               EMITIDO NA FAIXA. A ORDEM REVOGADA PERMANECE NO   00003700
      *               ARQUIVO COM SITUACAO 'R' E PODE SER REATIVADA     00003800
      *               POR UM NOVO CARTAO 'S' DA MESMA CHAVE.            00003900
      *                                                                 00004000
      *----------------------------------------------------------------*00004100
      *     INPUT:                                                      00004200
      *     DDNAME           I/O                                        00004300
      *     TALENT            I   (TALONARIOS ATUAIS - LRECL 80)        00004400
      *     SUSENT            I   (SUSTACOES ATUAIS - LRECL 80)         00004500
      *     TALSAI            O   (TALONARIOS NOVOS - LRECL 80)         00004600
      *     SUSSAI            O   (SUSTACOES NOVAS - LRECL 80)          00004700
      *     AUDITCQ           O   (AUDITORIA - LRECL 80, EXTEND)        00004800
      *     RUNCTL            I   (JOB DA RODADA - OPCIONAL)            00004850
      *                                                                 00004900
      *----------------------------------------------------------------*00005000
      *     MANUTENCAO:                                                 00005100
      *     15/10/2026 JL - A LINHA DE AUDITORIA PASSA A LEVAR O JOB DA 00005120
      *                     RODADA (RUNCTL TIPO '1', COL 73-80; EM      00005140
      *                     BRANCO SEM RUNCTL) PARA O RELATORIO         00005160
      *                     CONSOLIDADO DE AUDITORIA FR06C159.          00005180
      *                                                                 00005200
      *================================================================*00005300
                                                                        00005400
      *================================================================*00005500
       ENVIRONMENT                               DIVISION.              00005600
      *================================================================*00005700
                                                                        00005800
      *----------------------------------------------------------------*00005900
       CONFIGURATION                             SECTION.               00006000
      *----------------------------------------------------------------*00006100
                                                                        00006200
       SPECIAL-NAMES.                                                   00006300
           DECIMAL-POINT IS COMMA.                                      00006400
                                                                        00006500
      *----------------------------------------------------------------*00006600
       INPUT-OUTPUT                              SECTION.               00006700
      *----------------------------------------------------------------*00006800
                                                                        00006900
       FILE-CONTROL.                                                    00007000
             SELECT TALENT             ASSIGN TO TALENT                 00007100
                FILE STATUS            IS WRK-FS-TALENT.                00007200
             SELECT SUSENT             ASSIGN TO SUSENT                 00007300
                FILE STATUS            IS WRK-FS-SUSENT.                00007400
             SELECT TALSAI             ASSIGN TO TALSAI                 00007500
                FILE STATUS            IS WRK-FS-TALSAI.                00007600
             SELECT SUSSAI             ASSIGN TO SUSSAI                 00007700
                FILE STATUS            IS WRK-FS-SUSSAI.                00007800
             SELECT RUNCTL             ASSIGN TO RUNCTL                 00007833
                FILE STATUS            IS WRK-FS-RUNCTL.                00007866
             SELECT AUDITCQ            ASSIGN TO AUDITCQ                00007900
                FILE STATUS            IS WRK-FS-AUDITCQ.               00008000
                                                                        00008100
      *================================================================*00008200
       DATA                                      DIVISION.              00008300
      *================================================================*00008400
                                                                        00008500
      *----------------------------------------------------------------*00008600
       FILE                                      SECTION.               00008700
      *----------------------------------------------------------------*00008800
                                                                        00008900
       FD TALENT                                                        00009000
           RECORDING MODE IS F                                          00009100
           BLOCK CONTAINS 0 RECORDS.                                    00009200
       01 FD-TALENT                    PIC X(80).                       00009300
                                                                        00009400
       FD SUSENT                                                        00009500
           RECORDING MODE IS F                                          00009600
           BLOCK CONTAINS 0 RECORDS.                                    00009700
       01 FD-SUSENT                    PIC X(80).                       00009800
                                                                        00009900
       FD TALSAI                                                        00010000
           RECORDING MODE IS F                                          00010100
           BLOCK CONTAINS 0 RECORDS.                                    00010200
       01 FD-TALSAI                    PIC X(80).                       00010300
                                                                        00010400
       FD SUSSAI                                                        00010500
           RECORDING MODE IS F                                          00010600
           BLOCK CONTAINS 0 RECORDS.                                    00010700
       01 FD-SUSSAI                    PIC X(80).                       00010800
                                                                        00010816
       FD RUNCTL                                                        00010832
           RECORDING MODE IS F                                          00010848
           BLOCK CONTAINS 0 RECORDS.                                    00010864
       01 FD-RUNCTL                    PIC X(80).                       00010880
                                                                        00010900
       FD AUDITCQ                                                       00011000
           RECORDING MODE IS F                                          00011100
           BLOCK CONTAINS 0 RECORDS.                                    00011200
       01 FD-AUDITCQ                   PIC X(80).                       00011300
                                                                        00011400
      *----------------------------------------------------------------*00011500
       WORKING-STORAGE                           SECTION.               00011600
      *----------------------------------------------------------------*00011700
                                                                        00011800
      *----------------------------------------------------------------*00011900
       01 FILLER                       PIC X(50)               VALUE    00012000
            '**** CADASTROS EM MEMORIA ****'.                           00012100
      *----------------------------------------------------------------*00012200
                                                                        00012300
        COPY 'B#CHQTL'.                                                 00012400
                                                                        00012500
        COPY 'B#CHQSU'.                                                 00012600
                                                                        00012700
       01 WRK-TAB-TALOES.                                               00012800
          05 WRK-TTL-REGISTRO          PIC X(80) OCCURS 2000 TIMES.     00012900
                                                                        00013000
       01 WRK-TAB-SUSTACOES.                                            00013100
          05 WRK-TSU-REGISTRO          PIC X(80) OCCURS 1000 TIMES.     00013200
                                                                        00013300
       01 WRK-AUX-TALAO.                                                00013400
          05 WRK-AUX-CHAVE             PIC X(08).                       00013500
          05 WRK-AUX-NUM-INI           PIC 9(06).                       00013600
          05 WRK-AUX-QT-FOLHAS         PIC 9(02).                       00013700
          05 FILLER                    PIC X(64).                       00013800
                                                                        00013900
       77 WRK-QT-TALOES                PIC 9(04) VALUE ZEROS.           00014000
       77 WRK-QT-SUSTACOES             PIC 9(04) VALUE ZEROS.           00014100
       77 WRK-IDX-TAL                  PIC 9(04) VALUE ZEROS.           00014200
       77 WRK-IDX-SUS                  PIC 9(04) VALUE ZEROS.           00014300
       77 WRK-IDX-INS                  PIC 9(04) VALUE ZEROS.           00014400
       77 WRK-IDX-DESLOCA              PIC 9(04) VALUE ZEROS.           00014500
       77 WRK-IDX-FOLHA                PIC 9(02) VALUE ZEROS.           00014600
       77 WRK-NUM-FIM                  PIC 9(07) VALUE ZEROS.           00014700
       77 WRK-AUX-NUM-FIM              PIC 9(07) VALUE ZEROS.           00014800
       77 WRK-ACHOU                    PIC X(01) VALUE 'N'.             00014900
       77 WRK-SOBREPOE                 PIC X(01) VALUE 'N'.             00015000
                                                                        00015100
      *----------------------------------------------------------------*00015200
       01 FILLER                       PIC X(50)               VALUE    00015300
            '**** AREA DO CARTAO E AUDITORIA ****'.                     00015400
      *----------------------------------------------------------------*00015500
                                                                        00015600
       01 WRK-CARTAO.                                                   00015700
          05 WRK-CARTAO-ACAO           PIC X(01).                       00015800
          05 WRK-CARTAO-CHAVE-NUM.                                      00015900
             10 WRK-CARTAO-CHAVE       PIC X(08).                       00016000
             10 WRK-CARTAO-NUM-INI     PIC 9(06).                       00016100
          05 WRK-CARTAO-COMPL          PIC X(08).                       00016200
          05 WRK-CARTAO-TALAO          REDEFINES WRK-CARTAO-COMPL.      00016300
             10 WRK-CARTAO-QT-FOLHAS   PIC 9(02).                       00016400
             10 FILLER                 PIC X(06).                       00016500
          05 WRK-CARTAO-SUSTACAO       REDEFINES WRK-CARTAO-COMPL.      00016600
             10 WRK-CARTAO-NUM-FIM     PIC 9(06).                       00016700
             10 WRK-CARTAO-MOTIVO      PIC X(02).                       00016800
          05 FILLER                    PIC X(57).                       00016900
                                                                        00017000
       01 WRK-LINHA-AUDIT.                                              00017100
          05 WRK-AUD-DATA              PIC 9(08).                       00017200
          05 FILLER                    PIC X(01) VALUE SPACES.          00017300
          05 WRK-AUD-HORA              PIC 9(06).                       00017400
          05 FILLER                    PIC X(01) VALUE SPACES.          00017500
          05 WRK-AUD-ACAO              PIC X(10).                       00017600
          05 FILLER                    PIC X(01) VALUE SPACES.          00017700
          05 WRK-AUD-CHAVE             PIC X(08).                       00017800
          05 FILLER                    PIC X(01) VALUE SPACES.          00017900
          05 WRK-AUD-NUM-INI           PIC 9(06).                       00018000
          05 FILLER                    PIC X(01) VALUE '-'.             00018100
          05 WRK-AUD-NUM-FIM           PIC 9(06).                       00018200
          05 FILLER                    PIC X(01) VALUE SPACES.          00018300
          05 WRK-AUD-MOTIVO            PIC X(02).                       00018400
          05 FILLER                    PIC X(20) VALUE SPACES.          00018500
          05 WRK-AUD-JOB               PIC X(08) VALUE SPACES.          00018550
                                                                        00018600
       01 WRK-HORA-SISTEMA.                                             00018700
          05 WRK-HORA-HHMMSS           PIC 9(06).                       00018800
          05 WRK-HORA-CENTESIMOS       PIC 9(02).                       00018900
                                                                        00019000
      *----------------------------------------------------------------*00019100
       01 FILLER                       PIC X(50)               VALUE    00019200
            '**** AREA DE VARIAVEIS E CONTADORES ****'.                 00019300
      *----------------------------------------------------------------*00019400
                                                                        00019500
       77 WRK-FS-TALENT                PIC X(02) VALUE SPACES.          00019600
       77 WRK-FS-SUSENT                PIC X(02) VALUE SPACES.          00019700
       77 WRK-FS-TALSAI                PIC X(02) VALUE SPACES.          00019800
       77 WRK-FS-SUSSAI                PIC X(02) VALUE SPACES.          00019900
       77 WRK-FS-RUNCTL                PIC X(02) VALUE SPACES.          00019950
       77 WRK-FS-AUDITCQ               PIC X(02) VALUE SPACES.          00020000
       77 WRK-ACU-TALOES               PIC 9(04) VALUE ZEROS.           00020100
       77 WRK-ACU-SUSTACOES            PIC 9(04) VALUE ZEROS.           00020200
       77 WRK-ACU-REVOGACOES           PIC 9(04) VALUE ZEROS.           00020300
       77 WRK-ACU-RECUSADOS            PIC 9(04) VALUE ZEROS.           00020400
       77 WRK-MOTIVO                   PIC X(30) VALUE SPACES.          00020500
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00020600
                                                                        00020612
      *----------------------------------------------------------------*00020624
       01 FILLER                       PIC X(50)               VALUE    00020636
            '**** AREA DO CONTROLE DE RODADA ****'.                     00020648
      *----------------------------------------------------------------*00020660
                                                                        00020672
        COPY 'B#RUNCTL'.                                                00020684
                                                                        00020700
      *----------------------------------------------------------------*00020800
       01 FILLER                       PIC X(50)               VALUE    00020900
            '**** AREA DO MODULO TRTERRO ****'.                         00021000
      *----------------------------------------------------------------*00021100
                                                                        00021200
        COPY '#TRTERRO'.                                                00021300
                                                                        00021400
      *================================================================*00021500
       PROCEDURE DIVISION.                                              00021600
      *================================================================*00021700
      *----------------------------------------------------------------*00021800
       0000-PRINCIPAL                     SECTION.                      00021900
      *----------------------------------------------------------------*00022000
                                                                        00022100
           PERFORM 1000-INICIAR.                                        00022200
                                                                        00022300
           PERFORM 2000-PROCESSAR                                       00022400
               UNTIL WRK-CARTAO EQUAL SPACES.                           00022500
                                                                        00022600
           PERFORM 3000-FINALIZAR.                                      00022700
                                                                        00022800
      *----------------------------------------------------------------*00022900
       0000-99-FIM.            EXIT.                                    00023000
      *----------------------------------------------------------------*00023100
                                                                        00023200
      *----------------------------------------------------------------*00023300
       1000-INICIAR                       SECTION.                      00023400
      *----------------------------------------------------------------*00023500
                                                                        00023600
            ACCEPT WRK-AUD-DATA FROM DATE YYYYMMDD.                     00023700
            ACCEPT WRK-HORA-SISTEMA FROM TIME.                          00023800
            MOVE WRK-HORA-HHMMSS TO WRK-AUD-HORA.                       00023900
            PERFORM 1600-LER-JOB-RODADA.                                00023950
                                                                        00024000
            OPEN INPUT TALENT.                                          00024100
            IF WRK-FS-TALENT EQUAL '35'                                 00024200
                DISPLAY 'TALENT AUSENTE - CADASTRO INICIADO VAZIO'      00024300
            ELSE                                                        00024400
                IF WRK-FS-TALENT NOT EQUAL ZEROS                        00024500
                    MOVE ' ERRO ABERTURA TALENT ' TO WRK-MSG            00024600
                    PERFORM 9000-TRATAR-ERROS                           00024700
                END-IF                                                  00024800
                PERFORM 1100-CARREGAR-TALAO                             00024900
                    UNTIL WRK-FS-TALENT EQUAL '10'                      00025000
                CLOSE TALENT                                            00025100
            END-IF.                                                     00025200
                                                                        00025300
            OPEN INPUT SUSENT.                                          00025400
            IF WRK-FS-SUSENT EQUAL '35'                                 00025500
                DISPLAY 'SUSENT AUSENTE - SEM SUSTACOES ANTERIORES'     00025600
            ELSE                                                        00025700
                IF WRK-FS-SUSENT NOT EQUAL ZEROS                        00025800
                    MOVE ' ERRO ABERTURA SUSENT ' TO WRK-MSG            00025900
                    PERFORM 9000-TRATAR-ERROS                           00026000
                END-IF                                                  00026100
                PERFORM 1200-CARREGAR-SUSTACAO                          00026200
                    UNTIL WRK-FS-SUSENT EQUAL '10'                      00026300
                CLOSE SUSENT                                            00026400
            END-IF.                                                     00026500
                                                                        00026600
            OPEN OUTPUT TALSAI.                                         00026700
            IF WRK-FS-TALSAI NOT EQUAL ZEROS                            00026800
                MOVE ' ERRO ABERTURA TALSAI ' TO WRK-MSG                00026900
                PERFORM 9000-TRATAR-ERROS                               00027000
            END-IF.                                                     00027100
                                                                        00027200
            OPEN OUTPUT SUSSAI.                                         00027300
            IF WRK-FS-SUSSAI NOT EQUAL ZEROS                            00027400
                MOVE ' ERRO ABERTURA SUSSAI ' TO WRK-MSG                00027500
                PERFORM 9000-TRATAR-ERROS                               00027600
            END-IF.                                                     00027700
                                                                        00027800
            OPEN EXTEND AUDITCQ.                                        00027900
            IF WRK-FS-AUDITCQ EQUAL '35'                                00028000
                OPEN OUTPUT AUDITCQ                                     00028100
            END-IF.                                                     00028200
            IF WRK-FS-AUDITCQ NOT EQUAL ZEROS                           00028300
                MOVE ' ERRO ABERTURA AUDITCQ ' TO WRK-MSG               00028400
                PERFORM 9000-TRATAR-ERROS                               00028500
            END-IF.                                                     00028600
                                                                        00028700
            ACCEPT WRK-CARTAO FROM SYSIN.                               00028800
                                                                        00028900
      *----------------------------------------------------------------*00029000
       1000-99-FIM.            EXIT.                                    00029100
      *----------------------------------------------------------------*00029200
      *----------------------------------------------------------------*00029300
       1100-CARREGAR-TALAO                SECTION.                      00029400
      *----------------------------------------------------------------*00029500
                                                                        00029600
            READ TALENT.                                                00029700
            IF WRK-FS-TALENT NOT EQUAL ZEROS                            00029800
                MOVE '10' TO WRK-FS-TALENT                              00029900
                GO TO 1100-99-FIM                                       00030000
            END-IF.                                                     00030100
                                                                        00030200
            IF WRK-QT-TALOES NOT LESS 2000                              00030300
                MOVE ' CADASTRO DE TALONARIOS CHEIO ' TO WRK-MSG        00030400
                PERFORM 9000-TRATAR-ERROS                               00030500
            END-IF.                                                     00030600
                                                                        00030700
            ADD 1 TO WRK-QT-TALOES.                                     00030800
            MOVE FD-TALENT TO WRK-TTL-REGISTRO(WRK-QT-TALOES).          00030900
                                                                        00031000
      *----------------------------------------------------------------*00031100
       1100-99-FIM.            EXIT.                                    00031200
      *----------------------------------------------------------------*00031300
      *----------------------------------------------------------------*00031400
       1200-CARREGAR-SUSTACAO             SECTION.                      00031500
      *----------------------------------------------------------------*00031600
                                                                        00031700
            READ SUSENT.                                                00031800
            IF WRK-FS-SUSENT NOT EQUAL ZEROS                            00031900
                MOVE '10' TO WRK-FS-SUSENT                              00032000
                GO TO 1200-99-FIM                                       00032100
            END-IF.                                                     00032200
                                                                        00032300
            IF WRK-QT-SUSTACOES NOT LESS 1000                           00032400
                MOVE ' ARQUIVO DE SUSTACOES CHEIO ' TO WRK-MSG          00032500
                PERFORM 9000-TRATAR-ERROS                               00032600
            END-IF.                                                     00032700
                                                                        00032800
            ADD 1 TO WRK-QT-SUSTACOES.                                  00032900
            MOVE FD-SUSENT TO WRK-TSU-REGISTRO(WRK-QT-SUSTACOES).       00033000
                                                                        00033100
      *----------------------------------------------------------------*00033200
       1200-99-FIM.            EXIT.                                    00033300
      *----------------------------------------------------------------*00033304
      *----------------------------------------------------------------*00033308
       1600-LER-JOB-RODADA                SECTION.                      00033312
      *----------------------------------------------------------------*00033316
      *    JOB DA RODADA (RUNCTL TIPO '1') PARA A LINHA DE AUDITORIA; * 00033320
      *    SEM RUNCTL O JOB FICA EM BRANCO.                           * 00033324
      *----------------------------------------------------------------*00033328
                                                                        00033332
            MOVE SPACES TO WRK-AUD-JOB.                                 00033336
            OPEN INPUT RUNCTL.                                          00033340
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00033344
                GO TO 1600-99-FIM                                       00033348
            END-IF.                                                     00033352
                                                                        00033356
            READ RUNCTL INTO WRK-RUNCTL.                                00033360
            IF WRK-FS-RUNCTL EQUAL ZEROS                                00033364
               AND WRK-RUNCTL-TIPO EQUAL '1'                            00033368
                MOVE WRK-RUNCTL-JOB TO WRK-AUD-JOB                      00033372
            END-IF.                                                     00033376
            CLOSE RUNCTL.                                               00033380
                                                                        00033384
      *----------------------------------------------------------------*00033388
       1600-99-FIM.            EXIT.                                    00033392
      *----------------------------------------------------------------*00033400
      *----------------------------------------------------------------*00033500
       2000-PROCESSAR                     SECTION.                      00033600
      *----------------------------------------------------------------*00033700
                                                                        00033800
            EVALUATE WRK-CARTAO-ACAO                                    00033900
             WHEN 'T'                                                   00034000
               PERFORM 2100-EMITIR-TALAO                                00034100
             WHEN 'S'                                                   00034200
               PERFORM 2200-SUSTAR                                      00034300
             WHEN 'R'                                                   00034400
               PERFORM 2300-REVOGAR                                     00034500
             WHEN OTHER                                                 00034600
               MOVE 'ACAO INVALIDA' TO WRK-MOTIVO                       00034700
               PERFORM 2900-RECUSAR-CARTAO                              00034800
            END-EVALUATE.                                               00034900
                                                                        00035000
            ACCEPT WRK-CARTAO FROM SYSIN.                               00035100
                                                                        00035200
      *----------------------------------------------------------------*00035300
       2000-99-FIM.            EXIT.                                    00035400
      *----------------------------------------------------------------*00035500
      *----------------------------------------------------------------*00035600
       2050-VALIDAR-CHAVE                 SECTION.                      00035700
      *----------------------------------------------------------------*00035800
                                                                        00035900
            MOVE 'S' TO WRK-ACHOU.                                      00036000
                                                                        00036100
            IF WRK-CARTAO-CHAVE EQUAL SPACES                            00036200
               OR WRK-CARTAO-NUM-INI NOT NUMERIC                        00036300
               OR WRK-CARTAO-NUM-INI EQUAL ZEROS                        00036400
                MOVE 'N' TO WRK-ACHOU                                   00036500
                MOVE 'CHAVE OU NUMERO INVALIDO' TO WRK-MOTIVO           00036600
                PERFORM 2900-RECUSAR-CARTAO                             00036700
            END-IF.                                                     00036800
                                                                        00036900
      *----------------------------------------------------------------*00037000
       2050-99-FIM.            EXIT.                                    00037100
      *----------------------------------------------------------------*00037200
      *----------------------------------------------------------------*00037300
       2100-EMITIR-TALAO                  SECTION.                      00037400
      *----------------------------------------------------------------*00037500
                                                                        00037600
            PERFORM 2050-VALIDAR-CHAVE.                                 00037700
            IF WRK-ACHOU EQUAL 'N'                                      00037800
                GO TO 2100-99-FIM                                       00037900
            END-IF.                                                     00038000
                                                                        00038100
            IF WRK-CARTAO-QT-FOLHAS NOT NUMERIC                         00038200
               OR WRK-CARTAO-QT-FOLHAS EQUAL ZEROS                      00038300
               OR WRK-CARTAO-QT-FOLHAS GREATER 20                       00038400
                MOVE 'QUANTIDADE DE FOLHAS INVALIDA' TO WRK-MOTIVO      00038500
                PERFORM 2900-RECUSAR-CARTAO                             00038600
                GO TO 2100-99-FIM                                       00038700
            END-IF.                                                     00038800
                                                                        00038900
            COMPUTE WRK-NUM-FIM =                                       00039000
                WRK-CARTAO-NUM-INI + WRK-CARTAO-QT-FOLHAS - 1.          00039100
            IF WRK-NUM-FIM GREATER 999999                               00039200
                MOVE 'FAIXA ALEM DO NUMERO 999999' TO WRK-MOTIVO        00039300
                PERFORM 2900-RECUSAR-CARTAO                             00039400
                GO TO 2100-99-FIM                                       00039500
            END-IF.                                                     00039600
                                                                        00039700
            PERFORM 2150-CONFERIR-FAIXA.                                00039800
            IF WRK-SOBREPOE EQUAL 'S'                                   00039900
                MOVE 'FAIXA JA EMITIDA PARA A CONTA' TO WRK-MOTIVO      00040000
                PERFORM 2900-RECUSAR-CARTAO                             00040100
                GO TO 2100-99-FIM                                       00040200
            END-IF.                                                     00040300
                                                                        00040400
            IF WRK-QT-TALOES NOT LESS 2000                              00040500
                MOVE ' CADASTRO DE TALONARIOS CHEIO ' TO WRK-MSG        00040600
                PERFORM 9000-TRATAR-ERROS                               00040700
            END-IF.                                                     00040800
                                                                        00040900
      *     ABRE A POSICAO DO NOVO TALAO MANTENDO A ORDEM DA CHAVE     *00041000
            PERFORM 2400-PROCURAR-TALAO.                                00041100
            PERFORM 2120-DESLOCAR-TALAO                                 00041200
                VARYING WRK-IDX-DESLOCA FROM WRK-QT-TALOES BY -1        00041300
                UNTIL WRK-IDX-DESLOCA LESS WRK-IDX-INS.                 00041400
            ADD 1 TO WRK-QT-TALOES.                                     00041500
                                                                        00041600
            MOVE SPACES               TO WRK-REG-CHQTAL.                00041700
            MOVE WRK-CARTAO-CHAVE     TO WRK-TAL-CHAVE.                 00041800
            MOVE WRK-CARTAO-NUM-INI   TO WRK-TAL-NUM-INI.               00041900
            MOVE WRK-CARTAO-QT-FOLHAS TO WRK-TAL-QT-FOLHAS.             00042000
            MOVE WRK-AUD-DATA         TO WRK-TAL-DATA-EMISSAO.          00042100
            PERFORM 2130-EMITIR-FOLHA                                   00042200
                VARYING WRK-IDX-FOLHA FROM 1 BY 1                       00042300
                UNTIL WRK-IDX-FOLHA GREATER WRK-TAL-QT-FOLHAS.          00042400
            MOVE WRK-REG-CHQTAL TO WRK-TTL-REGISTRO(WRK-IDX-INS).       00042500
                                                                        00042600
            ADD 1 TO WRK-ACU-TALOES.                                    00042700
            MOVE 'TALAO     ' TO WRK-AUD-ACAO.                          00042800
            MOVE SPACES       TO WRK-AUD-MOTIVO.                        00042900
            PERFORM 2500-GRAVAR-AUDITORIA.                              00043000
                                                                        00043100
      *----------------------------------------------------------------*00043200
       2100-99-FIM.            EXIT.                                    00043300
      *----------------------------------------------------------------*00043400
      *----------------------------------------------------------------*00043500
       2120-DESLOCAR-TALAO                SECTION.                      00043600
      *----------------------------------------------------------------*00043700
                                                                        00043800
            MOVE WRK-TTL-REGISTRO(WRK-IDX-DESLOCA)                      00043900
                 TO WRK-TTL-REGISTRO(WRK-IDX-DESLOCA + 1).              00044000
                                                                        00044100
      *----------------------------------------------------------------*00044200
       2120-99-FIM.            EXIT.                                    00044300
      *----------------------------------------------------------------*00044400
      *----------------------------------------------------------------*00044500
       2130-EMITIR-FOLHA                  SECTION.                      00044600
      *----------------------------------------------------------------*00044700
                                                                        00044800
            MOVE 'E' TO WRK-TAL-FOLHA(WRK-IDX-FOLHA).                   00044900
                                                                        00045000
      *----------------------------------------------------------------*00045100
       2130-99-FIM.            EXIT.                                    00045200
      *----------------------------------------------------------------*00045300
      *----------------------------------------------------------------*00045400
       2150-CONFERIR-FAIXA                SECTION.                      00045500
      *----------------------------------------------------------------*00045600
      *    SOBREPOE 'S' QUANDO ALGUM TALAO DA CONTA COBRE AO MENOS UM  *00045700
      *    NUMERO ENTRE CARTAO-NUM-INI E WRK-NUM-FIM.                  *00045800
      *----------------------------------------------------------------*00045900
                                                                        00046000
            MOVE 'N' TO WRK-SOBREPOE.                                   00046100
            PERFORM 2160-COMPARAR-FAIXA                                 00046200
                VARYING WRK-IDX-TAL FROM 1 BY 1                         00046300
                UNTIL WRK-IDX-TAL GREATER WRK-QT-TALOES                 00046400
                   OR WRK-SOBREPOE EQUAL 'S'.                           00046500
                                                                        00046600
      *----------------------------------------------------------------*00046700
       2150-99-FIM.            EXIT.                                    00046800
      *----------------------------------------------------------------*00046900
      *----------------------------------------------------------------*00047000
       2160-COMPARAR-FAIXA                SECTION.                      00047100
      *----------------------------------------------------------------*00047200
                                                                        00047300
            MOVE WRK-TTL-REGISTRO(WRK-IDX-TAL) TO WRK-AUX-TALAO.        00047400
            IF WRK-AUX-CHAVE NOT EQUAL WRK-CARTAO-CHAVE                 00047500
                GO TO 2160-99-FIM                                       00047600
            END-IF.                                                     00047700
                                                                        00047800
            COMPUTE WRK-AUX-NUM-FIM =                                   00047900
                WRK-AUX-NUM-INI + WRK-AUX-QT-FOLHAS - 1.                00048000
            IF WRK-AUX-NUM-INI NOT GREATER WRK-NUM-FIM                  00048100
               AND WRK-AUX-NUM-FIM NOT LESS WRK-CARTAO-NUM-INI          00048200
                MOVE 'S' TO WRK-SOBREPOE                                00048300
            END-IF.                                                     00048400
                                                                        00048500
      *----------------------------------------------------------------*00048600
       2160-99-FIM.            EXIT.                                    00048700
      *----------------------------------------------------------------*00048800
      *----------------------------------------------------------------*00048900
       2200-SUSTAR                        SECTION.                      00049000
      *----------------------------------------------------------------*00049100
                                                                        00049200
            PERFORM 2050-VALIDAR-CHAVE.                                 00049300
            IF WRK-ACHOU EQUAL 'N'                                      00049400
                GO TO 2200-99-FIM                                       00049500
            END-IF.                                                     00049600
                                                                        00049700
            IF WRK-CARTAO-NUM-FIM NOT NUMERIC                           00049800
               OR WRK-CARTAO-NUM-FIM LESS WRK-CARTAO-NUM-INI            00049900
                MOVE 'NUMERO FINAL INVALIDO' TO WRK-MOTIVO              00050000
                PERFORM 2900-RECUSAR-CARTAO                             00050100
                GO TO 2200-99-FIM                                       00050200
            END-IF.                                                     00050300
                                                                        00050400
            IF WRK-CARTAO-MOTIVO NOT EQUAL '21'                         00050500
               AND WRK-CARTAO-MOTIVO NOT EQUAL '28'                     00050600
                MOVE 'MOTIVO DE SUSTACAO INVALIDO' TO WRK-MOTIVO        00050700
                PERFORM 2900-RECUSAR-CARTAO                             00050800
                GO TO 2200-99-FIM                                       00050900
            END-IF.                                                     00051000
                                                                        00051100
            MOVE WRK-CARTAO-NUM-FIM TO WRK-NUM-FIM.                     00051200
            PERFORM 2150-CONFERIR-FAIXA.                                00051300
            IF WRK-SOBREPOE EQUAL 'N'                                   00051400
                MOVE 'FAIXA SEM CHEQUE EMITIDO' TO WRK-MOTIVO           00051500
                PERFORM 2900-RECUSAR-CARTAO                             00051600
                GO TO 2200-99-FIM                                       00051700
            END-IF.                                                     00051800
                                                                        00051900
            PERFORM 2450-PROCURAR-SUSTACAO.                             00052000
            IF WRK-ACHOU EQUAL 'S'                                      00052100
                MOVE WRK-TSU-REGISTRO(WRK-IDX-INS) TO WRK-REG-CHQSUS    00052200
                IF WRK-SUS-SITUACAO EQUAL 'A'                           00052300
                    MOVE 'SUSTACAO JA ATIVA' TO WRK-MOTIVO              00052400
                    PERFORM 2900-RECUSAR-CARTAO                         00052500
                    GO TO 2200-99-FIM                                   00052600
                END-IF                                                  00052700
            ELSE                                                        00052800
                IF WRK-QT-SUSTACOES NOT LESS 1000                       00052900
                    MOVE ' ARQUIVO DE SUSTACOES CHEIO ' TO WRK-MSG      00053000
                    PERFORM 9000-TRATAR-ERROS                           00053100
                END-IF                                                  00053200
                PERFORM 2220-DESLOCAR-SUSTACAO                          00053300
                    VARYING WRK-IDX-DESLOCA FROM WRK-QT-SUSTACOES BY -1 00053400
                    UNTIL WRK-IDX-DESLOCA LESS WRK-IDX-INS              00053500
                ADD 1 TO WRK-QT-SUSTACOES                               00053600
            END-IF.                                                     00053700
                                                                        00053800
            MOVE SPACES             TO WRK-REG-CHQSUS.                  00053900
            MOVE WRK-CARTAO-CHAVE   TO WRK-SUS-CHAVE.                   00054000
            MOVE WRK-CARTAO-NUM-INI TO WRK-SUS-NUM-INI.                 00054100
            MOVE WRK-CARTAO-NUM-FIM TO WRK-SUS-NUM-FIM.                 00054200
            MOVE WRK-CARTAO-MOTIVO  TO WRK-SUS-MOTIVO.                  00054300
            MOVE WRK-AUD-DATA       TO WRK-SUS-DATA.                    00054400
            MOVE 'A'                TO WRK-SUS-SITUACAO.                00054500
            MOVE ZEROS              TO WRK-SUS-DATA-REVOGACAO.          00054600
            MOVE WRK-REG-CHQSUS TO WRK-TSU-REGISTRO(WRK-IDX-INS).       00054700
                                                                        00054800
            ADD 1 TO WRK-ACU-SUSTACOES.                                 00054900
            MOVE 'SUSTACAO  '       TO WRK-AUD-ACAO.                    00055000
            MOVE WRK-CARTAO-MOTIVO  TO WRK-AUD-MOTIVO.                  00055100
            PERFORM 2500-GRAVAR-AUDITORIA.                              00055200
                                                                        00055300
      *----------------------------------------------------------------*00055400
       2200-99-FIM.            EXIT.                                    00055500
      *----------------------------------------------------------------*00055600
      *----------------------------------------------------------------*00055700
       2220-DESLOCAR-SUSTACAO             SECTION.                      00055800
      *----------------------------------------------------------------*00055900
                                                                        00056000
            MOVE WRK-TSU-REGISTRO(WRK-IDX-DESLOCA)                      00056100
                 TO WRK-TSU-REGISTRO(WRK-IDX-DESLOCA + 1).              00056200
                                                                        00056300
      *----------------------------------------------------------------*00056400
       2220-99-FIM.            EXIT.                                    00056500
      *----------------------------------------------------------------*00056600
      *----------------------------------------------------------------*00056700
       2300-REVOGAR                       SECTION.                      00056800
      *----------------------------------------------------------------*00056900
                                                                        00057000
            PERFORM 2050-VALIDAR-CHAVE.                                 00057100
            IF WRK-ACHOU EQUAL 'N'                                      00057200
                GO TO 2300-99-FIM                                       00057300
            END-IF.                                                     00057400
                                                                        00057500
            PERFORM 2450-PROCURAR-SUSTACAO.                             00057600
            IF WRK-ACHOU EQUAL 'N'                                      00057700
                MOVE 'SUSTACAO NAO CADASTRADA' TO WRK-MOTIVO            00057800
                PERFORM 2900-RECUSAR-CARTAO                             00057900
                GO TO 2300-99-FIM                                       00058000
            END-IF.                                                     00058100
                                                                        00058200
            MOVE WRK-TSU-REGISTRO(WRK-IDX-INS) TO WRK-REG-CHQSUS.       00058300
            IF WRK-SUS-SITUACAO EQUAL 'R'                               00058400
                MOVE 'SUSTACAO JA REVOGADA' TO WRK-MOTIVO               00058500
                PERFORM 2900-RECUSAR-CARTAO                             00058600
                GO TO 2300-99-FIM                                       00058700
            END-IF.                                                     00058800
                                                                        00058900
            MOVE 'R'           TO WRK-SUS-SITUACAO.                     00059000
            MOVE WRK-AUD-DATA  TO WRK-SUS-DATA-REVOGACAO.               00059100
            MOVE WRK-REG-CHQSUS TO WRK-TSU-REGISTRO(WRK-IDX-INS).       00059200
                                                                        00059300
            ADD 1 TO WRK-ACU-REVOGACOES.                                00059400
            MOVE WRK-SUS-NUM-FIM TO WRK-NUM-FIM.                        00059500
            MOVE 'REVOGACAO '    TO WRK-AUD-ACAO.                       00059600
            MOVE WRK-SUS-MOTIVO  TO WRK-AUD-MOTIVO.                     00059700
            PERFORM 2500-GRAVAR-AUDITORIA.                              00059800
                                                                        00059900
      *----------------------------------------------------------------*00060000
       2300-99-FIM.            EXIT.                                    00060100
      *----------------------------------------------------------------*00060200
      *----------------------------------------------------------------*00060300
       2400-PROCURAR-TALAO                SECTION.                      00060400
      *----------------------------------------------------------------*00060500
      *    PARA NA CHAVE IGUAL (ACHOU 'S') OU NA PRIMEIRA MAIOR, QUE E *00060600
      *    A POSICAO DE INCLUSAO (ACHOU 'N').                          *00060700
      *----------------------------------------------------------------*00060800
                                                                        00060900
            MOVE 'N' TO WRK-ACHOU.                                      00061000
            MOVE 1   TO WRK-IDX-INS.                                    00061100
            PERFORM 2410-COMPARAR-TALAO                                 00061200
                UNTIL WRK-IDX-INS GREATER WRK-QT-TALOES                 00061300
                   OR WRK-ACHOU NOT EQUAL 'N'.                          00061400
            IF WRK-ACHOU EQUAL 'M'                                      00061500
                MOVE 'N' TO WRK-ACHOU                                   00061600
            END-IF.                                                     00061700
                                                                        00061800
      *----------------------------------------------------------------*00061900
       2400-99-FIM.            EXIT.                                    00062000
      *----------------------------------------------------------------*00062100
      *----------------------------------------------------------------*00062200
       2410-COMPARAR-TALAO                SECTION.                      00062300
      *----------------------------------------------------------------*00062400
                                                                        00062500
            EVALUATE TRUE                                               00062600
             WHEN WRK-TTL-REGISTRO(WRK-IDX-INS)(1:14)                   00062700
                  EQUAL WRK-CARTAO-CHAVE-NUM                            00062800
               MOVE 'S' TO WRK-ACHOU                                    00062900
             WHEN WRK-TTL-REGISTRO(WRK-IDX-INS)(1:14)                   00063000
                  GREATER WRK-CARTAO-CHAVE-NUM                          00063100
               MOVE 'M' TO WRK-ACHOU                                    00063200
             WHEN OTHER                                                 00063300
               ADD 1 TO WRK-IDX-INS                                     00063400
            END-EVALUATE.                                               00063500
                                                                        00063600
      *----------------------------------------------------------------*00063700
       2410-99-FIM.            EXIT.                                    00063800
      *----------------------------------------------------------------*00063900
      *----------------------------------------------------------------*00064000
       2450-PROCURAR-SUSTACAO             SECTION.                      00064100
      *----------------------------------------------------------------*00064200
                                                                        00064300
            MOVE 'N' TO WRK-ACHOU.                                      00064400
            MOVE 1   TO WRK-IDX-INS.                                    00064500
            PERFORM 2460-COMPARAR-SUSTACAO                              00064600
                UNTIL WRK-IDX-INS GREATER WRK-QT-SUSTACOES              00064700
                   OR WRK-ACHOU NOT EQUAL 'N'.                          00064800
            IF WRK-ACHOU EQUAL 'M'                                      00064900
                MOVE 'N' TO WRK-ACHOU                                   00065000
            END-IF.                                                     00065100
                                                                        00065200
      *----------------------------------------------------------------*00065300
       2450-99-FIM.            EXIT.                                    00065400
      *----------------------------------------------------------------*00065500
      *----------------------------------------------------------------*00065600
       2460-COMPARAR-SUSTACAO             SECTION.                      00065700
      *----------------------------------------------------------------*00065800
                                                                        00065900
            EVALUATE TRUE                                               00066000
             WHEN WRK-TSU-REGISTRO(WRK-IDX-INS)(1:14)                   00066100
                  EQUAL WRK-CARTAO-CHAVE-NUM                            00066200
               MOVE 'S' TO WRK-ACHOU                                    00066300
             WHEN WRK-TSU-REGISTRO(WRK-IDX-INS)(1:14)                   00066400
                  GREATER WRK-CARTAO-CHAVE-NUM                          00066500
               MOVE 'M' TO WRK-ACHOU                                    00066600
             WHEN OTHER                                                 00066700
               ADD 1 TO WRK-IDX-INS                                     00066800
            END-EVALUATE.                                               00066900
                                                                        00067000
      *----------------------------------------------------------------*00067100
       2460-99-FIM.            EXIT.                                    00067200
      *----------------------------------------------------------------*00067300
      *----------------------------------------------------------------*00067400
       2500-GRAVAR-AUDITORIA              SECTION.                      00067500
      *----------------------------------------------------------------*00067600
                                                                        00067700
            MOVE WRK-CARTAO-CHAVE   TO WRK-AUD-CHAVE.                   00067800
            MOVE WRK-CARTAO-NUM-INI TO WRK-AUD-NUM-INI.                 00067900
            MOVE WRK-NUM-FIM        TO WRK-AUD-NUM-FIM.                 00068000
            WRITE FD-AUDITCQ FROM WRK-LINHA-AUDIT.                      00068100
            DISPLAY 'AUDITORIA: ' WRK-LINHA-AUDIT.                      00068200
                                                                        00068300
      *----------------------------------------------------------------*00068400
       2500-99-FIM.            EXIT.                                    00068500
      *----------------------------------------------------------------*00068600
      *----------------------------------------------------------------*00068700
       2900-RECUSAR-CARTAO                SECTION.                      00068800
      *----------------------------------------------------------------*00068900
                                                                        00069000
            ADD 1 TO WRK-ACU-RECUSADOS.                                 00069100
            DISPLAY WRK-MOTIVO ' - RECUSADO: ' WRK-CARTAO(1:23).        00069200
                                                                        00069300
      *----------------------------------------------------------------*00069400
       2900-99-FIM.            EXIT.                                    00069500
      *----------------------------------------------------------------*00069600
      *----------------------------------------------------------------*00069700
       3000-FINALIZAR                     SECTION.                      00069800
      *----------------------------------------------------------------*00069900
                                                                        00070000
            PERFORM 3100-GRAVAR-TALAO                                   00070100
                VARYING WRK-IDX-TAL FROM 1 BY 1                         00070200
                UNTIL WRK-IDX-TAL GREATER WRK-QT-TALOES.                00070300
                                                                        00070400
            PERFORM 3200-GRAVAR-SUSTACAO                                00070500
                VARYING WRK-IDX-SUS FROM 1 BY 1                         00070600
                UNTIL WRK-IDX-SUS GREATER WRK-QT-SUSTACOES.             00070700
                                                                        00070800
            CLOSE TALSAI                                                00070900
                  SUSSAI                                                00071000
                  AUDITCQ.                                              00071100
                                                                        00071200
            DISPLAY '------------------------------------------------'. 00071300
            DISPLAY '  TALONARIOS NO CADASTRO: ' WRK-QT-TALOES.         00071400
            DISPLAY '  SUSTACOES NO ARQUIVO..: ' WRK-QT-SUSTACOES.      00071500
            DISPLAY '  TALOES EMITIDOS.......: ' WRK-ACU-TALOES.        00071600
            DISPLAY '  SUSTACOES INCLUIDAS...: ' WRK-ACU-SUSTACOES.     00071700
            DISPLAY '  SUSTACOES REVOGADAS...: ' WRK-ACU-REVOGACOES.    00071800
            DISPLAY '  CARTOES RECUSADOS.....: ' WRK-ACU-RECUSADOS.     00071900
            DISPLAY '------------------------------------------------'. 00072000
                                                                        00072100
            IF WRK-ACU-RECUSADOS GREATER ZEROS                          00072200
                MOVE 4 TO RETURN-CODE                                   00072300
            END-IF.                                                     00072400
                                                                        00072500
            STOP RUN.                                                   00072600
      *----------------------------------------------------------------*00072700
       3000-99-FIM.            EXIT.                                    00072800
      *----------------------------------------------------------------*00072900
      *----------------------------------------------------------------*00073000
       3100-GRAVAR-TALAO                  SECTION.                      00073100
      *----------------------------------------------------------------*00073200
                                                                        00073300
            WRITE FD-TALSAI FROM WRK-TTL-REGISTRO(WRK-IDX-TAL).         00073400
            IF WRK-FS-TALSAI NOT EQUAL ZEROS                            00073500
                MOVE ' ERRO GRAVACAO TALSAI ' TO WRK-MSG                00073600
                PERFORM 9000-TRATAR-ERROS                               00073700
            END-IF.                                                     00073800
                                                                        00073900
      *----------------------------------------------------------------*00074000
       3100-99-FIM.            EXIT.                                    00074100
      *----------------------------------------------------------------*00074200
      *----------------------------------------------------------------*00074300
       3200-GRAVAR-SUSTACAO               SECTION.                      00074400
      *----------------------------------------------------------------*00074500
                                                                        00074600
            WRITE FD-SUSSAI FROM WRK-TSU-REGISTRO(WRK-IDX-SUS).         00074700
            IF WRK-FS-SUSSAI NOT EQUAL ZEROS                            00074800
                MOVE ' ERRO GRAVACAO SUSSAI ' TO WRK-MSG                00074900
                PERFORM 9000-TRATAR-ERROS                               00075000
            END-IF.                                                     00075100
                                                                        00075200
      *----------------------------------------------------------------*00075300
       3200-99-FIM.            EXIT.                                    00075400
      *----------------------------------------------------------------*00075500
                                                                        00075600
      *----------------------------------------------------------------*00075700
       9000-TRATAR-ERROS                  SECTION.                      00075800
      *----------------------------------------------------------------*00075900
                                                                        00076000
             MOVE 'FR06C105'       TO WRK-ERR-PROGRAMA.                 00076100
             MOVE '9000'           TO WRK-ERR-SECTION.                  00076200
             MOVE WRK-MSG          TO WRK-ERR-MSG.                      00076300
             MOVE SPACES           TO WRK-ERR-STATUS.                   00076400
             MOVE WRK-FS-TALENT    TO WRK-ERR-STATUS(1:2).              00076500
             MOVE WRK-FS-SUSENT    TO WRK-ERR-STATUS(3:2).              00076600
             MOVE WRK-FS-TALSAI    TO WRK-ERR-STATUS(5:2).              00076700
             MOVE WRK-FS-SUSSAI    TO WRK-ERR-STATUS(7:2).              00076800
             MOVE WRK-FS-AUDITCQ   TO WRK-ERR-STATUS(9:2).              00076900
             MOVE 'F'              TO WRK-ERR-SEVERIDADE.               00077000
                                                                        00077100
             CALL 'TRTERRO'        USING WRK-TRTERRO.                   00077200
                                                                        00077300
      *----------------------------------------------------------------*00077400
       9000-99-FIM.            EXIT.                                    00077500
      *----------------------------------------------------------------*00077600
