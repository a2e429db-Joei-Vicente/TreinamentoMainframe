      *================================================================*00000100
       IDENTIFICATION                            DIVISION.              00000200
      *================================================================*00000300
                                                                        00000400
       PROGRAM-ID.  FR06C102.                                           00000500
                                                                        00000600
      *================================================================*00000700
      *     AUTOR.......: JOEI LORENTI                                  00000800
      *     ANALISTA....: IVAN SANCHES                                  00000900
      *     EMPRESA.....: FOURSYS                                       00001000
      *     DATA........: 15/10/2026                                    00001100
      *----------------------------------------------------------------*00001200
      *                                                                 00001300
      *     OBJETIVO: MANUTENCAO DA TABELA DE DE-PARA CONTABIL (PLCTA,  00001400
      *               LAYOUT B#PLCTA) USADA PELO FR06C101, NO MESMO     00001500
      *               PADRAO AUDITADO DO FR06CB52: LE A TABELA ATUAL    00001600
      *               (PLCENT), APLICA OS CARTOES DA SYSIN E GRAVA A    00001700
      *               TABELA NOVA (PLCSAI), COM UMA LINHA DE AUDITORIA  00001800
      *               POR ALTERACAO NO ARQUIVO AUDITPC E NA SYSOUT.     00001900
      *               CARTOES (ATE O CARTAO EM BRANCO):                 00002000
      *               COL 01    ACAO: 'I' INCLUIR / 'A' ALTERAR /       00002100
      *                         'D' DESATIVAR                           00002200
      *               COL 02    TIPO DO LANCAMENTO ('C'/'D')            00002300
      *               COL 03-05 ORIGEM (CLI/TRF/TAR/JUR/PAR/EST/EMP/    00002400
      *                         FOL)                                    00002500
      *               COL 06-15 CONTA CONTABIL A DEBITO                 00002600
      *               COL 16-25 CONTA CONTABIL A CREDITO                00002700
      *               COL 26-55 HISTORICO PADRAO                        00002750
      *               SO PODE HAVER UMA ENTRADA ATIVA POR CHAVE.        00002800
      *                                                                 00002900
      *----------------------------------------------------------------*00003000
      *     INPUT:                                                      00003100
      *     DDNAME           I/O                                        00003200
      *     PLCENT            I   (TABELA ATUAL - LRECL 80)             00003300
      *     PLCSAI            O   (TABELA NOVA - LRECL 80)              00003400
      *     AUDITPC           O   (AUDITORIA - LRECL 80, EXTEND)        00003500
      *     RUNCTL            I   (JOB DA RODADA - OPCIONAL)            00003550
      *                                                                 00003600
      *----------------------------------------------------------------*00003700
      *     MANUTENCAO:                                                 00003800
      *     15/10/2026 JL - ACEITA AS ORIGENS 'EMP' (LIBERACAO DE       00003814
      *                     EMPRESTIMO) E 'FOL' (CREDITOS DE FOLHA).    00003828
      *     15/10/2026 JL - A LINHA DE AUDITORIA PASSA A LEVAR O JOB DA 00003842
      *                     RODADA (RUNCTL TIPO '1', COL 73-80; EM      00003856
      *                     BRANCO SEM RUNCTL) PARA O RELATORIO         00003870
      *                     CONSOLIDADO DE AUDITORIA FR06C159.          00003884
      *                                                                 00003900
      *================================================================*00004000
                                                                        00004100
      *================================================================*00004200
       ENVIRONMENT                               DIVISION.              00004300
      *================================================================*00004400
                                                                        00004500
      *----------------------------------------------------------------*00004600
       CONFIGURATION                             SECTION.               00004700
      *----------------------------------------------------------------*00004800
                                                                        00004900
       SPECIAL-NAMES.                                                   00005000
           DECIMAL-POINT IS COMMA.                                      00005100
                                                                        00005200
      *----------------------------------------------------------------*00005300
       INPUT-OUTPUT                              SECTION.               00005400
      *----------------------------------------------------------------*00005500
                                                                        00005600
       FILE-CONTROL.                                                    00005700
             SELECT PLCENT             ASSIGN TO PLCENT                 00005800
                FILE STATUS            IS WRK-FS-PLCENT.                00005900
             SELECT PLCSAI             ASSIGN TO PLCSAI                 00006000
                FILE STATUS            IS WRK-FS-PLCSAI.                00006100
             SELECT RUNCTL             ASSIGN TO RUNCTL                 00006133
                FILE STATUS            IS WRK-FS-RUNCTL.                00006166
             SELECT AUDITPC            ASSIGN TO AUDITPC                00006200
                FILE STATUS            IS WRK-FS-AUDITPC.               00006300
                                                                        00006400
      *================================================================*00006500
       DATA                                      DIVISION.              00006600
      *================================================================*00006700
                                                                        00006800
      *----------------------------------------------------------------*00006900
       FILE                                      SECTION.               00007000
      *----------------------------------------------------------------*00007100
                                                                        00007200
       FD PLCENT                                                        00007300
           RECORDING MODE IS F                                          00007400
           BLOCK CONTAINS 0 RECORDS.                                    00007500
       01 FD-PLCENT                    PIC X(80).                       00007600
                                                                        00007700
       FD PLCSAI                                                        00007800
           RECORDING MODE IS F                                          00007900
           BLOCK CONTAINS 0 RECORDS.                                    00008000
       01 FD-PLCSAI                    PIC X(80).                       00008100
                                                                        00008116
       FD RUNCTL                                                        00008132
           RECORDING MODE IS F                                          00008148
           BLOCK CONTAINS 0 RECORDS.                                    00008164
       01 FD-RUNCTL                    PIC X(80).                       00008180
                                                                        00008200
       FD AUDITPC                                                       00008300
           RECORDING MODE IS F                                          00008400
           BLOCK CONTAINS 0 RECORDS.                                    00008500
       01 FD-AUDITPC                   PIC X(80).                       00008600
                                                                        00008700
      *----------------------------------------------------------------*00008800
       WORKING-STORAGE                           SECTION.               00008900
      *----------------------------------------------------------------*00009000
                                                                        00009100
      *----------------------------------------------------------------*00009200
       01 FILLER                       PIC X(50)               VALUE    00009300
            '**** TABELA EM MEMORIA ****'.                              00009400
      *----------------------------------------------------------------*00009500
                                                                        00009600
        COPY 'B#PLCTA'.                                                 00009700
                                                                        00009800
       01 WRK-TAB-PLANO.                                                00009900
          05 WRK-TAB-PLC-ITEM          OCCURS 100 TIMES.                00010000
             10 WRK-TPL-CHAVE          PIC X(04).                       00010100
             10 WRK-TPL-CONTA-DEB      PIC X(10).                       00010200
             10 WRK-TPL-CONTA-CRED     PIC X(10).                       00010300
             10 WRK-TPL-HISTORICO      PIC X(30).                       00010400
             10 WRK-TPL-ATIVO          PIC X(01).                       00010500
                                                                        00010600
       77 WRK-QT-ENTRADAS              PIC 9(03) VALUE ZEROS.           00010700
       77 WRK-IDX-PLC                  PIC 9(03) VALUE ZEROS.           00010800
       77 WRK-ACHOU                    PIC X(01) VALUE 'N'.             00010900
                                                                        00011000
      *----------------------------------------------------------------*00011100
       01 FILLER                       PIC X(50)               VALUE    00011200
            '**** AREA DO CARTAO E AUDITORIA ****'.                     00011300
      *----------------------------------------------------------------*00011400
                                                                        00011500
       01 WRK-CARTAO.                                                   00011600
          05 WRK-CARTAO-ACAO           PIC X(01).                       00011700
          05 WRK-CARTAO-CHAVE.                                          00011800
             10 WRK-CARTAO-TIPOMOV     PIC X(01).                       00011900
             10 WRK-CARTAO-ORIGEM      PIC X(03).                       00012000
          05 WRK-CARTAO-CONTA-DEB      PIC X(10).                       00012100
          05 WRK-CARTAO-CONTA-CRED     PIC X(10).                       00012200
          05 WRK-CARTAO-HISTORICO      PIC X(30).                       00012300
          05 FILLER                    PIC X(25).                       00012400
                                                                        00012500
       01 WRK-LINHA-AUDIT.                                              00012600
          05 WRK-AUD-DATA              PIC 9(08).                       00012700
          05 FILLER                    PIC X(01) VALUE SPACES.          00012800
          05 WRK-AUD-HORA              PIC 9(06).                       00012900
          05 FILLER                    PIC X(01) VALUE SPACES.          00013000
          05 WRK-AUD-ACAO              PIC X(10).                       00013100
          05 FILLER                    PIC X(01) VALUE SPACES.          00013200
          05 WRK-AUD-CHAVE             PIC X(04).                       00013300
          05 FILLER                    PIC X(01) VALUE SPACES.          00013400
          05 WRK-AUD-CONTA-DEB         PIC X(10).                       00013500
          05 FILLER                    PIC X(01) VALUE SPACES.          00013600
          05 WRK-AUD-CONTA-CRED        PIC X(10).                       00013700
          05 FILLER                    PIC X(19) VALUE SPACES.          00013800
          05 WRK-AUD-JOB               PIC X(08) VALUE SPACES.          00013850
                                                                        00013900
       01 WRK-HORA-SISTEMA.                                             00014000
          05 WRK-HORA-HHMMSS           PIC 9(06).                       00014100
          05 WRK-HORA-CENTESIMOS       PIC 9(02).                       00014200
                                                                        00014300
      *----------------------------------------------------------------*00014400
       01 FILLER                       PIC X(50)               VALUE    00014500
            '**** AREA DE VARIAVEIS E CONTADORES ****'.                 00014600
      *----------------------------------------------------------------*00014700
                                                                        00014800
       77 WRK-FS-PLCENT                PIC X(02) VALUE SPACES.          00014900
       77 WRK-FS-PLCSAI                PIC X(02) VALUE SPACES.          00015000
       77 WRK-FS-RUNCTL                PIC X(02) VALUE SPACES.          00015050
       77 WRK-FS-AUDITPC               PIC X(02) VALUE SPACES.          00015100
       77 WRK-ACU-INCLUIDOS            PIC 9(03) VALUE ZEROS.           00015200
       77 WRK-ACU-ALTERADOS            PIC 9(03) VALUE ZEROS.           00015300
       77 WRK-ACU-DESATIVADOS          PIC 9(03) VALUE ZEROS.           00015400
       77 WRK-ACU-RECUSADOS            PIC 9(03) VALUE ZEROS.           00015500
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00015600
                                                                        00015612
      *----------------------------------------------------------------*00015624
       01 FILLER                       PIC X(50)               VALUE    00015636
            '**** AREA DO CONTROLE DE RODADA ****'.                     00015648
      *----------------------------------------------------------------*00015660
                                                                        00015672
        COPY 'B#RUNCTL'.                                                00015684
                                                                        00015700
      *----------------------------------------------------------------*00015800
       01 FILLER                       PIC X(50)               VALUE    00015900
            '**** AREA DO MODULO TRTERRO ****'.                         00016000
      *----------------------------------------------------------------*00016100
                                                                        00016200
        COPY '#TRTERRO'.                                                00016300
                                                                        00016400
      *================================================================*00016500
       PROCEDURE DIVISION.                                              00016600
      *================================================================*00016700
      *----------------------------------------------------------------*00016800
       0000-PRINCIPAL                     SECTION.                      00016900
      *----------------------------------------------------------------*00017000
                                                                        00017100
           PERFORM 1000-INICIAR.                                        00017200
                                                                        00017300
           PERFORM 2000-PROCESSAR                                       00017400
               UNTIL WRK-CARTAO EQUAL SPACES.                           00017500
                                                                        00017600
           PERFORM 3000-FINALIZAR.                                      00017700
                                                                        00017800
      *----------------------------------------------------------------*00017900
       0000-99-FIM.            EXIT.                                    00018000
      *----------------------------------------------------------------*00018100
                                                                        00018200
      *----------------------------------------------------------------*00018300
       1000-INICIAR                       SECTION.                      00018400
      *----------------------------------------------------------------*00018500
                                                                        00018600
            ACCEPT WRK-AUD-DATA FROM DATE YYYYMMDD.                     00018700
            ACCEPT WRK-HORA-SISTEMA FROM TIME.                          00018800
            MOVE WRK-HORA-HHMMSS TO WRK-AUD-HORA.                       00018900
            PERFORM 1600-LER-JOB-RODADA.                                00018950
                                                                        00019000
            OPEN INPUT PLCENT.                                          00019100
            IF WRK-FS-PLCENT EQUAL '35'                                 00019200
                CONTINUE                                                00019300
            ELSE                                                        00019400
                IF WRK-FS-PLCENT NOT EQUAL ZEROS                        00019500
                    MOVE ' ERRO ABERTURA PLCENT ' TO WRK-MSG            00019600
                    PERFORM 9000-TRATAR-ERROS                           00019700
                END-IF                                                  00019800
                PERFORM 1100-CARREGAR-ENTRADA                           00019900
                    UNTIL WRK-FS-PLCENT EQUAL '10'                      00020000
                CLOSE PLCENT                                            00020100
            END-IF.                                                     00020200
                                                                        00020300
            OPEN OUTPUT PLCSAI.                                         00020400
            IF WRK-FS-PLCSAI NOT EQUAL ZEROS                            00020500
                MOVE ' ERRO ABERTURA PLCSAI ' TO WRK-MSG                00020600
                PERFORM 9000-TRATAR-ERROS                               00020700
            END-IF.                                                     00020800
                                                                        00020900
            OPEN EXTEND AUDITPC.                                        00021000
            IF WRK-FS-AUDITPC EQUAL '35'                                00021100
                OPEN OUTPUT AUDITPC                                     00021200
            END-IF.                                                     00021300
            IF WRK-FS-AUDITPC NOT EQUAL ZEROS                           00021400
                MOVE ' ERRO ABERTURA AUDITPC ' TO WRK-MSG               00021500
                PERFORM 9000-TRATAR-ERROS                               00021600
            END-IF.                                                     00021700
                                                                        00021800
            ACCEPT WRK-CARTAO FROM SYSIN.                               00021900
                                                                        00022000
      *----------------------------------------------------------------*00022100
       1000-99-FIM.            EXIT.                                    00022200
      *----------------------------------------------------------------*00022300
      *----------------------------------------------------------------*00022400
       1100-CARREGAR-ENTRADA              SECTION.                      00022500
      *----------------------------------------------------------------*00022600
                                                                        00022700
            READ PLCENT INTO WRK-REG-PLCTA.                             00022800
            IF WRK-FS-PLCENT NOT EQUAL ZEROS                            00022900
                MOVE '10' TO WRK-FS-PLCENT                              00023000
                GO TO 1100-99-FIM                                       00023100
            END-IF.                                                     00023200
                                                                        00023300
            IF WRK-QT-ENTRADAS NOT LESS 100                             00023400
                MOVE ' TABELA DE DE-PARA CHEIA ' TO WRK-MSG             00023500
                PERFORM 9000-TRATAR-ERROS                               00023600
            END-IF.                                                     00023700
                                                                        00023800
            ADD 1 TO WRK-QT-ENTRADAS.                                   00023900
            MOVE WRK-PLC-CHAVE      TO WRK-TPL-CHAVE(WRK-QT-ENTRADAS).  00024000
            MOVE WRK-PLC-CONTA-DEB                                      00024100
                 TO WRK-TPL-CONTA-DEB(WRK-QT-ENTRADAS).                 00024200
            MOVE WRK-PLC-CONTA-CRED                                     00024300
                 TO WRK-TPL-CONTA-CRED(WRK-QT-ENTRADAS).                00024400
            MOVE WRK-PLC-HISTORICO                                      00024500
                 TO WRK-TPL-HISTORICO(WRK-QT-ENTRADAS).                 00024600
            MOVE WRK-PLC-ATIVO      TO WRK-TPL-ATIVO(WRK-QT-ENTRADAS).  00024700
                                                                        00024800
      *----------------------------------------------------------------*00024900
       1100-99-FIM.            EXIT.                                    00025000
      *----------------------------------------------------------------*00025100
      *----------------------------------------------------------------*00025200
       1600-LER-JOB-RODADA                SECTION.                      00025204
      *----------------------------------------------------------------*00025208
      *    JOB DA RODADA (RUNCTL TIPO '1') PARA A LINHA DE AUDITORIA; * 00025212
      *    SEM RUNCTL O JOB FICA EM BRANCO.                           * 00025216
      *----------------------------------------------------------------*00025220
                                                                        00025224
            MOVE SPACES TO WRK-AUD-JOB.                                 00025228
            OPEN INPUT RUNCTL.                                          00025232
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00025236
                GO TO 1600-99-FIM                                       00025240
            END-IF.                                                     00025244
                                                                        00025248
            READ RUNCTL INTO WRK-RUNCTL.                                00025252
            IF WRK-FS-RUNCTL EQUAL ZEROS                                00025256
               AND WRK-RUNCTL-TIPO EQUAL '1'                            00025260
                MOVE WRK-RUNCTL-JOB TO WRK-AUD-JOB                      00025264
            END-IF.                                                     00025268
            CLOSE RUNCTL.                                               00025272
                                                                        00025276
      *----------------------------------------------------------------*00025280
       1600-99-FIM.            EXIT.                                    00025284
      *----------------------------------------------------------------*00025288
      *----------------------------------------------------------------*00025292
       2000-PROCESSAR                     SECTION.                      00025300
      *----------------------------------------------------------------*00025400
                                                                        00025500
            EVALUATE WRK-CARTAO-ACAO                                    00025600
             WHEN 'I'                                                   00025700
               PERFORM 2100-INCLUIR                                     00025800
             WHEN 'A'                                                   00025900
               PERFORM 2150-ALTERAR                                     00026000
             WHEN 'D'                                                   00026100
               PERFORM 2200-DESATIVAR                                   00026200
             WHEN OTHER                                                 00026300
               ADD 1 TO WRK-ACU-RECUSADOS                               00026400
               DISPLAY 'CARTAO COM ACAO INVALIDA: ' WRK-CARTAO          00026500
            END-EVALUATE.                                               00026600
                                                                        00026700
            ACCEPT WRK-CARTAO FROM SYSIN.                               00026800
                                                                        00026900
      *----------------------------------------------------------------*00027000
       2000-99-FIM.            EXIT.                                    00027100
      *----------------------------------------------------------------*00027200
      *----------------------------------------------------------------*00027300
       2050-VALIDAR-CARTAO                SECTION.                      00027400
      *----------------------------------------------------------------*00027500
                                                                        00027600
            MOVE 'S' TO WRK-ACHOU.                                      00027700
                                                                        00027800
            IF WRK-CARTAO-TIPOMOV NOT EQUAL 'C'                         00027900
               AND WRK-CARTAO-TIPOMOV NOT EQUAL 'D'                     00028000
                MOVE 'N' TO WRK-ACHOU                                   00028100
                DISPLAY 'TIPO INVALIDO - RECUSADO: ' WRK-CARTAO         00028200
                GO TO 2050-99-FIM                                       00028300
            END-IF.                                                     00028400
                                                                        00028500
            IF WRK-CARTAO-ORIGEM NOT EQUAL 'CLI'                        00028600
               AND WRK-CARTAO-ORIGEM NOT EQUAL 'TRF'                    00028700
               AND WRK-CARTAO-ORIGEM NOT EQUAL 'TAR'                    00028800
               AND WRK-CARTAO-ORIGEM NOT EQUAL 'JUR'                    00028900
               AND WRK-CARTAO-ORIGEM NOT EQUAL 'PAR'                    00029000
               AND WRK-CARTAO-ORIGEM NOT EQUAL 'EST'                    00029050
               AND WRK-CARTAO-ORIGEM NOT EQUAL 'EMP'                    00029066
               AND WRK-CARTAO-ORIGEM NOT EQUAL 'FOL'                    00029082
                MOVE 'N' TO WRK-ACHOU                                   00029100
                DISPLAY 'ORIGEM INVALIDA - RECUSADO: ' WRK-CARTAO       00029200
                GO TO 2050-99-FIM                                       00029300
            END-IF.                                                     00029400
                                                                        00029500
            IF WRK-CARTAO-CONTA-DEB EQUAL SPACES                        00029600
               OR WRK-CARTAO-CONTA-CRED EQUAL SPACES                    00029700
                MOVE 'N' TO WRK-ACHOU                                   00029800
                DISPLAY 'CONTA EM BRANCO - RECUSADO: ' WRK-CARTAO       00029900
                GO TO 2050-99-FIM                                       00030000
            END-IF.                                                     00030100
                                                                        00030200
            IF WRK-CARTAO-CONTA-DEB EQUAL WRK-CARTAO-CONTA-CRED         00030300
                MOVE 'N' TO WRK-ACHOU                                   00030400
                DISPLAY 'DEBITO IGUAL A CREDITO - RECUSADO: '           00030500
                        WRK-CARTAO                                      00030600
            END-IF.                                                     00030700
                                                                        00030800
      *----------------------------------------------------------------*00030900
       2050-99-FIM.            EXIT.                                    00031000
      *----------------------------------------------------------------*00031100
      *----------------------------------------------------------------*00031200
       2100-INCLUIR                       SECTION.                      00031300
      *----------------------------------------------------------------*00031400
                                                                        00031500
            PERFORM 2050-VALIDAR-CARTAO.                                00031600
            IF WRK-ACHOU EQUAL 'N'                                      00031700
                ADD 1 TO WRK-ACU-RECUSADOS                              00031800
                GO TO 2100-99-FIM                                       00031900
            END-IF.                                                     00032000
                                                                        00032100
            PERFORM 2300-PROCURAR-ATIVA.                                00032200
            IF WRK-ACHOU EQUAL 'S'                                      00032300
                ADD 1 TO WRK-ACU-RECUSADOS                              00032400
                DISPLAY 'JA CADASTRADO - RECUSADO: ' WRK-CARTAO-CHAVE   00032500
                GO TO 2100-99-FIM                                       00032600
            END-IF.                                                     00032700
                                                                        00032800
            IF WRK-QT-ENTRADAS NOT LESS 100                             00032900
                MOVE ' TABELA DE DE-PARA CHEIA ' TO WRK-MSG             00033000
                PERFORM 9000-TRATAR-ERROS                               00033100
            END-IF.                                                     00033200
                                                                        00033300
            ADD 1 TO WRK-QT-ENTRADAS.                                   00033400
            MOVE WRK-QT-ENTRADAS TO WRK-IDX-PLC.                        00033500
            MOVE WRK-CARTAO-CHAVE TO WRK-TPL-CHAVE(WRK-IDX-PLC).        00033600
            PERFORM 2350-ATUALIZAR-CONTAS.                              00033700
            MOVE 'S'              TO WRK-TPL-ATIVO(WRK-IDX-PLC).        00033800
                                                                        00033900
            ADD 1 TO WRK-ACU-INCLUIDOS.                                 00034000
            MOVE 'INCLUSAO  ' TO WRK-AUD-ACAO.                          00034100
            PERFORM 2400-GRAVAR-AUDITORIA.                              00034200
                                                                        00034300
      *----------------------------------------------------------------*00034400
       2100-99-FIM.            EXIT.                                    00034500
      *----------------------------------------------------------------*00034600
      *----------------------------------------------------------------*00034700
       2150-ALTERAR                       SECTION.                      00034800
      *----------------------------------------------------------------*00034900
                                                                        00035000
            PERFORM 2050-VALIDAR-CARTAO.                                00035100
            IF WRK-ACHOU EQUAL 'N'                                      00035200
                ADD 1 TO WRK-ACU-RECUSADOS                              00035300
                GO TO 2150-99-FIM                                       00035400
            END-IF.                                                     00035500
                                                                        00035600
            PERFORM 2300-PROCURAR-ATIVA.                                00035700
            IF WRK-ACHOU EQUAL 'N'                                      00035800
                ADD 1 TO WRK-ACU-RECUSADOS                              00035900
                DISPLAY 'NAO CADASTRADO - RECUSADO: ' WRK-CARTAO-CHAVE  00036000
                GO TO 2150-99-FIM                                       00036100
            END-IF.                                                     00036200
                                                                        00036300
            PERFORM 2350-ATUALIZAR-CONTAS.                              00036400
                                                                        00036500
            ADD 1 TO WRK-ACU-ALTERADOS.                                 00036600
            MOVE 'ALTERACAO ' TO WRK-AUD-ACAO.                          00036700
            PERFORM 2400-GRAVAR-AUDITORIA.                              00036800
                                                                        00036900
      *----------------------------------------------------------------*00037000
       2150-99-FIM.            EXIT.                                    00037100
      *----------------------------------------------------------------*00037200
      *----------------------------------------------------------------*00037300
       2200-DESATIVAR                     SECTION.                      00037400
      *----------------------------------------------------------------*00037500
                                                                        00037600
            PERFORM 2300-PROCURAR-ATIVA.                                00037700
            IF WRK-ACHOU EQUAL 'N'                                      00037800
                ADD 1 TO WRK-ACU-RECUSADOS                              00037900
                DISPLAY 'NAO CADASTRADO - RECUSADO: ' WRK-CARTAO-CHAVE  00038000
                GO TO 2200-99-FIM                                       00038100
            END-IF.                                                     00038200
                                                                        00038300
            MOVE 'N' TO WRK-TPL-ATIVO(WRK-IDX-PLC).                     00038400
            MOVE WRK-TPL-CONTA-DEB(WRK-IDX-PLC)                         00038500
                 TO WRK-CARTAO-CONTA-DEB.                               00038600
            MOVE WRK-TPL-CONTA-CRED(WRK-IDX-PLC)                        00038700
                 TO WRK-CARTAO-CONTA-CRED.                              00038800
                                                                        00038900
            ADD 1 TO WRK-ACU-DESATIVADOS.                               00039000
            MOVE 'DESATIVADO' TO WRK-AUD-ACAO.                          00039100
            PERFORM 2400-GRAVAR-AUDITORIA.                              00039200
                                                                        00039300
      *----------------------------------------------------------------*00039400
       2200-99-FIM.            EXIT.                                    00039500
      *----------------------------------------------------------------*00039600
      *----------------------------------------------------------------*00039700
       2300-PROCURAR-ATIVA                SECTION.                      00039800
      *----------------------------------------------------------------*00039900
                                                                        00040000
            MOVE 'N' TO WRK-ACHOU.                                      00040100
            MOVE 1   TO WRK-IDX-PLC.                                    00040200
            PERFORM 2310-COMPARAR-CHAVE                                 00040300
                UNTIL WRK-IDX-PLC GREATER WRK-QT-ENTRADAS               00040400
                   OR WRK-ACHOU EQUAL 'S'.                              00040500
                                                                        00040600
      *----------------------------------------------------------------*00040700
       2300-99-FIM.            EXIT.                                    00040800
      *----------------------------------------------------------------*00040900
      *----------------------------------------------------------------*00041000
       2310-COMPARAR-CHAVE                SECTION.                      00041100
      *----------------------------------------------------------------*00041200
                                                                        00041300
            IF WRK-TPL-CHAVE(WRK-IDX-PLC) EQUAL WRK-CARTAO-CHAVE        00041400
               AND WRK-TPL-ATIVO(WRK-IDX-PLC) EQUAL 'S'                 00041500
                MOVE 'S' TO WRK-ACHOU                                   00041600
            ELSE                                                        00041700
                ADD 1 TO WRK-IDX-PLC                                    00041800
            END-IF.                                                     00041900
                                                                        00042000
      *----------------------------------------------------------------*00042100
       2310-99-FIM.            EXIT.                                    00042200
      *----------------------------------------------------------------*00042300
      *----------------------------------------------------------------*00042400
       2350-ATUALIZAR-CONTAS              SECTION.                      00042500
      *----------------------------------------------------------------*00042600
                                                                        00042700
            MOVE WRK-CARTAO-CONTA-DEB                                   00042800
                 TO WRK-TPL-CONTA-DEB(WRK-IDX-PLC).                     00042900
            MOVE WRK-CARTAO-CONTA-CRED                                  00043000
                 TO WRK-TPL-CONTA-CRED(WRK-IDX-PLC).                    00043100
            MOVE WRK-CARTAO-HISTORICO                                   00043200
                 TO WRK-TPL-HISTORICO(WRK-IDX-PLC).                     00043300
                                                                        00043400
      *----------------------------------------------------------------*00043500
       2350-99-FIM.            EXIT.                                    00043600
      *----------------------------------------------------------------*00043700
      *----------------------------------------------------------------*00043800
       2400-GRAVAR-AUDITORIA              SECTION.                      00043900
      *----------------------------------------------------------------*00044000
                                                                        00044100
            MOVE WRK-CARTAO-CHAVE      TO WRK-AUD-CHAVE.                00044200
            MOVE WRK-CARTAO-CONTA-DEB  TO WRK-AUD-CONTA-DEB.            00044300
            MOVE WRK-CARTAO-CONTA-CRED TO WRK-AUD-CONTA-CRED.           00044400
            WRITE FD-AUDITPC FROM WRK-LINHA-AUDIT.                      00044500
            DISPLAY 'AUDITORIA: ' WRK-LINHA-AUDIT.                      00044600
                                                                        00044700
      *----------------------------------------------------------------*00044800
       2400-99-FIM.            EXIT.                                    00044900
      *----------------------------------------------------------------*00045000
      *----------------------------------------------------------------*00045100
       3000-FINALIZAR                     SECTION.                      00045200
      *----------------------------------------------------------------*00045300
                                                                        00045400
            PERFORM 3100-GRAVAR-SAIDA                                   00045500
                VARYING WRK-IDX-PLC FROM 1 BY 1                         00045600
                UNTIL WRK-IDX-PLC GREATER WRK-QT-ENTRADAS.              00045700
                                                                        00045800
            CLOSE PLCSAI                                                00045900
                  AUDITPC.                                              00046000
                                                                        00046100
            DISPLAY '------------------------------------------------'. 00046200
            DISPLAY '  ENTRADAS NA TABELA..: ' WRK-QT-ENTRADAS.         00046300
            DISPLAY '  INCLUIDOS...........: ' WRK-ACU-INCLUIDOS.       00046400
            DISPLAY '  ALTERADOS...........: ' WRK-ACU-ALTERADOS.       00046500
            DISPLAY '  DESATIVADOS.........: ' WRK-ACU-DESATIVADOS.     00046600
            DISPLAY '  CARTOES RECUSADOS...: ' WRK-ACU-RECUSADOS.       00046700
            DISPLAY '------------------------------------------------'. 00046800
                                                                        00046900
            IF WRK-ACU-RECUSADOS GREATER ZEROS                          00047000
                MOVE 4 TO RETURN-CODE                                   00047100
            END-IF.                                                     00047200
                                                                        00047300
            STOP RUN.                                                   00047400
      *----------------------------------------------------------------*00047500
       3000-99-FIM.            EXIT.                                    00047600
      *----------------------------------------------------------------*00047700
      *----------------------------------------------------------------*00047800
       3100-GRAVAR-SAIDA                  SECTION.                      00047900
      *----------------------------------------------------------------*00048000
                                                                        00048100
            MOVE SPACES                         TO WRK-REG-PLCTA.       00048200
            MOVE WRK-TPL-CHAVE(WRK-IDX-PLC)     TO WRK-PLC-CHAVE.       00048300
            MOVE WRK-TPL-CONTA-DEB(WRK-IDX-PLC) TO WRK-PLC-CONTA-DEB.   00048400
            MOVE WRK-TPL-CONTA-CRED(WRK-IDX-PLC)                        00048500
                                                TO WRK-PLC-CONTA-CRED.  00048600
            MOVE WRK-TPL-HISTORICO(WRK-IDX-PLC) TO WRK-PLC-HISTORICO.   00048700
            MOVE WRK-TPL-ATIVO(WRK-IDX-PLC)     TO WRK-PLC-ATIVO.       00048800
            WRITE FD-PLCSAI FROM WRK-REG-PLCTA.                         00048900
                                                                        00049000
      *----------------------------------------------------------------*00049100
       3100-99-FIM.            EXIT.                                    00049200
      *----------------------------------------------------------------*00049300
                                                                        00049400
      *----------------------------------------------------------------*00049500
       9000-TRATAR-ERROS                  SECTION.                      00049600
      *----------------------------------------------------------------*00049700
                                                                        00049800
             MOVE 'FR06C102'       TO WRK-ERR-PROGRAMA.                 00049900
             MOVE '9000'           TO WRK-ERR-SECTION.                  00050000
             MOVE WRK-MSG          TO WRK-ERR-MSG.                      00050100
             MOVE SPACES           TO WRK-ERR-STATUS.                   00050200
             MOVE WRK-FS-PLCENT    TO WRK-ERR-STATUS(1:2).              00050300
             MOVE WRK-FS-PLCSAI    TO WRK-ERR-STATUS(3:2).              00050400
             MOVE WRK-FS-AUDITPC   TO WRK-ERR-STATUS(5:2).              00050500
             MOVE 'F'              TO WRK-ERR-SEVERIDADE.               00050600
                                                                        00050700
             CALL 'TRTERRO'        USING WRK-TRTERRO.                   00050800
                                                                        00050900
      *----------------------------------------------------------------*00051000
       9000-99-FIM.            EXIT.                                    00051100
      *----------------------------------------------------------------*00051200
