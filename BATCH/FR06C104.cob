      *================================================================*00000100
       IDENTIFICATION                            DIVISION.              00000200
      *================================================================*00000300
                                                                        00000400
       PROGRAM-ID.  FR06C104.                                           00000500
                                                                        00000600
      *================================================================*00000700
      *     AUTOR.......: JOEI LORENTI                                  00000800
      *     ANALISTA....: IVAN SANCHES                                  00000900
      *     EMPRESA.....: FOURSYS                                       00001000
      *     DATA........: 15/10/2026                                    00001100
      *----------------------------------------------------------------*00001200
      *                                                                 00001300
      *     OBJETIVO: MANUTENCAO DO CADASTRO DE INSTRUCOES PROGRAMADAS  00001400
      *               (INSTPRG, LAYOUT B#INSTR) LIDO PELO FR06C103, NO  00001500
      *               MESMO PADRAO AUDITADO DO FR06CB52: LE O CADASTRO  00001600
      *               ATUAL (INSENT), APLICA OS CARTOES DA SYSIN E      00001700
      *               GRAVA O CADASTRO NOVO (INSSAI) NA ORDEM DE CHAVE  00001800
      *               + SEQUENCIA, COM UMA LINHA DE AUDITORIA POR       00001900
      *               ALTERACAO NO ARQUIVO AUDITIN E NA SYSOUT.         00002000
      *               CARTOES (ATE O CARTAO EM BRANCO):                 00002100
      *               COL 01    ACAO: 'I' INCLUIR / 'C' CANCELAR        00002200
      *               COL 02-09 AGENCIA + CONTA                         00002300
      *               COL 10-11 SEQUENCIA DA INSTRUCAO                  00002400
      *               -- SOMENTE NA INCLUSAO: --                        00002500
      *               COL 12    TIPO ('T' TRANSF / 'D' DEB AUTOMATICO)  00002600
      *               COL 13-20 CONTRAPARTIDA (SO NO TIPO 'T')          00002700
      *               COL 21-35 FAVORECIDO (OBRIGATORIO NO TIPO 'D')    00002800
      *               COL 36-45 VALOR 9(08)V99                          00002900
      *               COL 46    FREQUENCIA (M/T/S/A)                    00003000
      *               COL 47-48 DIA DO MES (01 A 31)                    00003100
      *               COL 49-56 DATA INICIO AAAAMMDD                    00003200
      *               COL 57-64 DATA FIM AAAAMMDD (ZEROS = SEM PRAZO)   00003300
      *               A INSTRUCAO CANCELADA PERMANECE NO CADASTRO COM   00003400
      *               SITUACAO 'C' E NAO E MAIS GERADA.                 00003500
      *                                                                 00003600
      *----------------------------------------------------------------*00003700
      *     INPUT:                                                      00003800
      *     DDNAME           I/O                                        00003900
      *     INSENT            I   (CADASTRO ATUAL - LRECL 80)           00004000
      *     INSSAI            O   (CADASTRO NOVO - LRECL 80)            00004100
      *     AUDITIN           O   (AUDITORIA - LRECL 80, EXTEND)        00004200
      *     RUNCTL            I   (JOB DA RODADA - OPCIONAL)            00004250
      *                                                                 00004300
      *----------------------------------------------------------------*00004400
      *     MANUTENCAO:                                                 00004500
      *     15/10/2026 JL - A LINHA DE AUDITORIA PASSA A LEVAR O JOB DA 00004520
      *                     RODADA (RUNCTL TIPO '1', COL 73-80; EM      00004540
      *                     BRANCO SEM RUNCTL) PARA O RELATORIO         00004560
      *                     CONSOLIDADO DE AUDITORIA FR06C159.          00004580
      *                                                                 00004600
      *================================================================*00004700
                                                                        00004800
      *================================================================*00004900
       ENVIRONMENT                               DIVISION.              00005000
      *================================================================*00005100
                                                                        00005200
      *----------------------------------------------------------------*00005300
       CONFIGURATION                             SECTION.               00005400
      *----------------------------------------------------------------*00005500
                                                                        00005600
       SPECIAL-NAMES.                                                   00005700
           DECIMAL-POINT IS COMMA.                                      00005800
                                                                        00005900
      *----------------------------------------------------------------*00006000
       INPUT-OUTPUT                              SECTION.               00006100
      *----------------------------------------------------------------*00006200
                                                                        00006300
       FILE-CONTROL.                                                    00006400
             SELECT INSENT             ASSIGN TO INSENT                 00006500
                FILE STATUS            IS WRK-FS-INSENT.                00006600
             SELECT INSSAI             ASSIGN TO INSSAI                 00006700
                FILE STATUS            IS WRK-FS-INSSAI.                00006800
             SELECT RUNCTL             ASSIGN TO RUNCTL                 00006833
                FILE STATUS            IS WRK-FS-RUNCTL.                00006866
             SELECT AUDITIN            ASSIGN TO AUDITIN                00006900
                FILE STATUS            IS WRK-FS-AUDITIN.               00007000
                                                                        00007100
      *================================================================*00007200
       DATA                                      DIVISION.              00007300
      *================================================================*00007400
                                                                        00007500
      *----------------------------------------------------------------*00007600
       FILE                                      SECTION.               00007700
      *----------------------------------------------------------------*00007800
                                                                        00007900
       FD INSENT                                                        00008000
           RECORDING MODE IS F                                          00008100
           BLOCK CONTAINS 0 RECORDS.                                    00008200
       01 FD-INSENT                    PIC X(80).                       00008300
                                                                        00008400
       FD INSSAI                                                        00008500
           RECORDING MODE IS F                                          00008600
           BLOCK CONTAINS 0 RECORDS.                                    00008700
       01 FD-INSSAI                    PIC X(80).                       00008800
                                                                        00008816
       FD RUNCTL                                                        00008832
           RECORDING MODE IS F                                          00008848
           BLOCK CONTAINS 0 RECORDS.                                    00008864
       01 FD-RUNCTL                    PIC X(80).                       00008880
                                                                        00008900
       FD AUDITIN                                                       00009000
           RECORDING MODE IS F                                          00009100
           BLOCK CONTAINS 0 RECORDS.                                    00009200
       01 FD-AUDITIN                   PIC X(80).                       00009300
                                                                        00009400
      *----------------------------------------------------------------*00009500
       WORKING-STORAGE                           SECTION.               00009600
      *----------------------------------------------------------------*00009700
                                                                        00009800
      *----------------------------------------------------------------*00009900
       01 FILLER                       PIC X(50)               VALUE    00010000
            '**** CADASTRO EM MEMORIA ****'.                            00010100
      *----------------------------------------------------------------*00010200
                                                                        00010300
        COPY 'B#INSTR'.                                                 00010400
                                                                        00010500
       01 WRK-TAB-INSTRUCOES.                                           00010600
          05 WRK-TIN-REGISTRO          PIC X(80) OCCURS 2000 TIMES.     00010700
                                                                        00010800
       77 WRK-QT-ENTRADAS              PIC 9(04) VALUE ZEROS.           00010900
       77 WRK-IDX-INS                  PIC 9(04) VALUE ZEROS.           00011000
       77 WRK-IDX-DESLOCA              PIC 9(04) VALUE ZEROS.           00011100
       77 WRK-ACHOU                    PIC X(01) VALUE 'N'.             00011200
                                                                        00011300
      *----------------------------------------------------------------*00011400
       01 FILLER                       PIC X(50)               VALUE    00011500
            '**** AREA DO CARTAO E AUDITORIA ****'.                     00011600
      *----------------------------------------------------------------*00011700
                                                                        00011800
       01 WRK-CARTAO.                                                   00011900
          05 WRK-CARTAO-ACAO           PIC X(01).                       00012000
          05 WRK-CARTAO-DADOS.                                          00012100
             10 WRK-CARTAO-CHAVE-SEQ   PIC X(10).                       00012200
             10 FILLER                 PIC X(53).                       00012300
          05 FILLER                    PIC X(16).                       00012400
                                                                        00012500
       01 WRK-LINHA-AUDIT.                                              00012600
          05 WRK-AUD-DATA              PIC 9(08).                       00012700
          05 FILLER                    PIC X(01) VALUE SPACES.          00012800
          05 WRK-AUD-HORA              PIC 9(06).                       00012900
          05 FILLER                    PIC X(01) VALUE SPACES.          00013000
          05 WRK-AUD-ACAO              PIC X(10).                       00013100
          05 FILLER                    PIC X(01) VALUE SPACES.          00013200
          05 WRK-AUD-CHAVE             PIC X(08).                       00013300
          05 FILLER                    PIC X(01) VALUE '-'.             00013400
          05 WRK-AUD-SEQ               PIC 9(02).                       00013500
          05 FILLER                    PIC X(01) VALUE SPACES.          00013600
          05 WRK-AUD-TIPO              PIC X(01).                       00013700
          05 FILLER                    PIC X(01) VALUE SPACES.          00013800
          05 WRK-AUD-VALOR             PIC ZZ.ZZZ.ZZ9,99.               00013900
          05 FILLER                    PIC X(01) VALUE SPACES.          00014000
          05 WRK-AUD-FREQUENCIA        PIC X(01).                       00014100
          05 FILLER                    PIC X(01) VALUE SPACES.          00014200
          05 WRK-AUD-DIA               PIC 9(02).                       00014300
          05 FILLER                    PIC X(13) VALUE SPACES.          00014400
          05 WRK-AUD-JOB               PIC X(08) VALUE SPACES.          00014450
                                                                        00014500
       01 WRK-HORA-SISTEMA.                                             00014600
          05 WRK-HORA-HHMMSS           PIC 9(06).                       00014700
          05 WRK-HORA-CENTESIMOS       PIC 9(02).                       00014800
                                                                        00014900
      *----------------------------------------------------------------*00015000
       01 FILLER                       PIC X(50)               VALUE    00015100
            '**** AREA DE VARIAVEIS E CONTADORES ****'.                 00015200
      *----------------------------------------------------------------*00015300
                                                                        00015400
       77 WRK-FS-INSENT                PIC X(02) VALUE SPACES.          00015500
       77 WRK-FS-INSSAI                PIC X(02) VALUE SPACES.          00015600
       77 WRK-FS-RUNCTL                PIC X(02) VALUE SPACES.          00015650
       77 WRK-FS-AUDITIN               PIC X(02) VALUE SPACES.          00015700
       77 WRK-ACU-INCLUIDOS            PIC 9(04) VALUE ZEROS.           00015800
       77 WRK-ACU-CANCELADOS           PIC 9(04) VALUE ZEROS.           00015900
       77 WRK-ACU-RECUSADOS            PIC 9(04) VALUE ZEROS.           00016000
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00016100
                                                                        00016112
      *----------------------------------------------------------------*00016124
       01 FILLER                       PIC X(50)               VALUE    00016136
            '**** AREA DO CONTROLE DE RODADA ****'.                     00016148
      *----------------------------------------------------------------*00016160
                                                                        00016172
        COPY 'B#RUNCTL'.                                                00016184
                                                                        00016200
      *----------------------------------------------------------------*00016300
       01 FILLER                       PIC X(50)               VALUE    00016400
            '**** AREA DO MODULO TRTERRO ****'.                         00016500
      *----------------------------------------------------------------*00016600
                                                                        00016700
        COPY '#TRTERRO'.                                                00016800
                                                                        00016900
      *================================================================*00017000
       PROCEDURE DIVISION.                                              00017100
      *================================================================*00017200
      *----------------------------------------------------------------*00017300
       0000-PRINCIPAL                     SECTION.                      00017400
      *----------------------------------------------------------------*00017500
                                                                        00017600
           PERFORM 1000-INICIAR.                                        00017700
                                                                        00017800
           PERFORM 2000-PROCESSAR                                       00017900
               UNTIL WRK-CARTAO EQUAL SPACES.                           00018000
                                                                        00018100
           PERFORM 3000-FINALIZAR.                                      00018200
                                                                        00018300
      *----------------------------------------------------------------*00018400
       0000-99-FIM.            EXIT.                                    00018500
      *----------------------------------------------------------------*00018600
                                                                        00018700
      *----------------------------------------------------------------*00018800
       1000-INICIAR                       SECTION.                      00018900
      *----------------------------------------------------------------*00019000
                                                                        00019100
            ACCEPT WRK-AUD-DATA FROM DATE YYYYMMDD.                     00019200
            ACCEPT WRK-HORA-SISTEMA FROM TIME.                          00019300
            MOVE WRK-HORA-HHMMSS TO WRK-AUD-HORA.                       00019400
            PERFORM 1600-LER-JOB-RODADA.                                00019450
                                                                        00019500
            OPEN INPUT INSENT.                                          00019600
            IF WRK-FS-INSENT EQUAL '35'                                 00019700
                CONTINUE                                                00019800
            ELSE                                                        00019900
                IF WRK-FS-INSENT NOT EQUAL ZEROS                        00020000
                    MOVE ' ERRO ABERTURA INSENT ' TO WRK-MSG            00020100
                    PERFORM 9000-TRATAR-ERROS                           00020200
                END-IF                                                  00020300
                PERFORM 1100-CARREGAR-ENTRADA                           00020400
                    UNTIL WRK-FS-INSENT EQUAL '10'                      00020500
                CLOSE INSENT                                            00020600
            END-IF.                                                     00020700
                                                                        00020800
            OPEN OUTPUT INSSAI.                                         00020900
            IF WRK-FS-INSSAI NOT EQUAL ZEROS                            00021000
                MOVE ' ERRO ABERTURA INSSAI ' TO WRK-MSG                00021100
                PERFORM 9000-TRATAR-ERROS                               00021200
            END-IF.                                                     00021300
                                                                        00021400
            OPEN EXTEND AUDITIN.                                        00021500
            IF WRK-FS-AUDITIN EQUAL '35'                                00021600
                OPEN OUTPUT AUDITIN                                     00021700
            END-IF.                                                     00021800
            IF WRK-FS-AUDITIN NOT EQUAL ZEROS                           00021900
                MOVE ' ERRO ABERTURA AUDITIN ' TO WRK-MSG               00022000
                PERFORM 9000-TRATAR-ERROS                               00022100
            END-IF.                                                     00022200
                                                                        00022300
            ACCEPT WRK-CARTAO FROM SYSIN.                               00022400
                                                                        00022500
      *----------------------------------------------------------------*00022600
       1000-99-FIM.            EXIT.                                    00022700
      *----------------------------------------------------------------*00022800
      *----------------------------------------------------------------*00022900
       1100-CARREGAR-ENTRADA              SECTION.                      00023000
      *----------------------------------------------------------------*00023100
                                                                        00023200
            READ INSENT.                                                00023300
            IF WRK-FS-INSENT NOT EQUAL ZEROS                            00023400
                MOVE '10' TO WRK-FS-INSENT                              00023500
                GO TO 1100-99-FIM                                       00023600
            END-IF.                                                     00023700
                                                                        00023800
            IF WRK-QT-ENTRADAS NOT LESS 2000                            00023900
                MOVE ' CADASTRO DE INSTRUCOES CHEIO ' TO WRK-MSG        00024000
                PERFORM 9000-TRATAR-ERROS                               00024100
            END-IF.                                                     00024200
                                                                        00024300
            ADD 1 TO WRK-QT-ENTRADAS.                                   00024400
            MOVE FD-INSENT TO WRK-TIN-REGISTRO(WRK-QT-ENTRADAS).        00024500
                                                                        00024600
      *----------------------------------------------------------------*00024700
       1100-99-FIM.            EXIT.                                    00024800
      *----------------------------------------------------------------*00024804
      *----------------------------------------------------------------*00024808
       1600-LER-JOB-RODADA                SECTION.                      00024812
      *----------------------------------------------------------------*00024816
      *    JOB DA RODADA (RUNCTL TIPO '1') PARA A LINHA DE AUDITORIA; * 00024820
      *    SEM RUNCTL O JOB FICA EM BRANCO.                           * 00024824
      *----------------------------------------------------------------*00024828
                                                                        00024832
            MOVE SPACES TO WRK-AUD-JOB.                                 00024836
            OPEN INPUT RUNCTL.                                          00024840
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00024844
                GO TO 1600-99-FIM                                       00024848
            END-IF.                                                     00024852
                                                                        00024856
            READ RUNCTL INTO WRK-RUNCTL.                                00024860
            IF WRK-FS-RUNCTL EQUAL ZEROS                                00024864
               AND WRK-RUNCTL-TIPO EQUAL '1'                            00024868
                MOVE WRK-RUNCTL-JOB TO WRK-AUD-JOB                      00024872
            END-IF.                                                     00024876
            CLOSE RUNCTL.                                               00024880
                                                                        00024884
      *----------------------------------------------------------------*00024888
       1600-99-FIM.            EXIT.                                    00024892
      *----------------------------------------------------------------*00024900
      *----------------------------------------------------------------*00025000
       2000-PROCESSAR                     SECTION.                      00025100
      *----------------------------------------------------------------*00025200
                                                                        00025300
            EVALUATE WRK-CARTAO-ACAO                                    00025400
             WHEN 'I'                                                   00025500
               PERFORM 2100-INCLUIR                                     00025600
             WHEN 'C'                                                   00025700
               PERFORM 2200-CANCELAR                                    00025800
             WHEN OTHER                                                 00025900
               ADD 1 TO WRK-ACU-RECUSADOS                               00026000
               DISPLAY 'CARTAO COM ACAO INVALIDA: ' WRK-CARTAO          00026100
            END-EVALUATE.                                               00026200
                                                                        00026300
            ACCEPT WRK-CARTAO FROM SYSIN.                               00026400
                                                                        00026500
      *----------------------------------------------------------------*00026600
       2000-99-FIM.            EXIT.                                    00026700
      *----------------------------------------------------------------*00026800
      *----------------------------------------------------------------*00026900
       2050-VALIDAR-CARTAO                SECTION.                      00027000
      *----------------------------------------------------------------*00027100
                                                                        00027200
            MOVE 'S' TO WRK-ACHOU.                                      00027300
                                                                        00027400
            IF WRK-INS-CHAVE EQUAL SPACES                               00027500
               OR WRK-INS-SEQ NOT NUMERIC                               00027600
                MOVE 'N' TO WRK-ACHOU                                   00027700
                DISPLAY 'CHAVE INVALIDA - RECUSADO: ' WRK-CARTAO        00027800
                GO TO 2050-99-FIM                                       00027900
            END-IF.                                                     00028000
                                                                        00028100
            EVALUATE WRK-INS-TIPO                                       00028200
             WHEN 'T'                                                   00028300
               IF WRK-INS-CONTRA EQUAL SPACES                           00028400
                  OR WRK-INS-CONTRA EQUAL WRK-INS-CHAVE                 00028500
                   MOVE 'N' TO WRK-ACHOU                                00028600
                   DISPLAY 'CONTRAPARTIDA INVALIDA - RECUSADO: '        00028700
                           WRK-CARTAO                                   00028800
                   GO TO 2050-99-FIM                                    00028900
               END-IF                                                   00029000
             WHEN 'D'                                                   00029100
               IF WRK-INS-FAVORECIDO EQUAL SPACES                       00029200
                   MOVE 'N' TO WRK-ACHOU                                00029300
                   DISPLAY 'FAVORECIDO EM BRANCO - RECUSADO: '          00029400
                           WRK-CARTAO                                   00029500
                   GO TO 2050-99-FIM                                    00029600
               END-IF                                                   00029700
               MOVE SPACES TO WRK-INS-CONTRA                            00029800
             WHEN OTHER                                                 00029900
               MOVE 'N' TO WRK-ACHOU                                    00030000
               DISPLAY 'TIPO INVALIDO - RECUSADO: ' WRK-CARTAO          00030100
               GO TO 2050-99-FIM                                        00030200
            END-EVALUATE.                                               00030300
                                                                        00030400
            IF WRK-INS-VALOR NOT NUMERIC                                00030500
               OR WRK-INS-VALOR EQUAL ZEROS                             00030600
                MOVE 'N' TO WRK-ACHOU                                   00030700
                DISPLAY 'VALOR INVALIDO - RECUSADO: ' WRK-CARTAO        00030800
                GO TO 2050-99-FIM                                       00030900
            END-IF.                                                     00031000
                                                                        00031100
            IF WRK-INS-FREQUENCIA NOT EQUAL 'M'                         00031200
               AND WRK-INS-FREQUENCIA NOT EQUAL 'T'                     00031300
               AND WRK-INS-FREQUENCIA NOT EQUAL 'S'                     00031400
               AND WRK-INS-FREQUENCIA NOT EQUAL 'A'                     00031500
                MOVE 'N' TO WRK-ACHOU                                   00031600
                DISPLAY 'FREQUENCIA INVALIDA - RECUSADO: ' WRK-CARTAO   00031700
                GO TO 2050-99-FIM                                       00031800
            END-IF.                                                     00031900
                                                                        00032000
            IF WRK-INS-DIA NOT NUMERIC                                  00032100
               OR WRK-INS-DIA EQUAL ZEROS                               00032200
               OR WRK-INS-DIA GREATER 31                                00032300
                MOVE 'N' TO WRK-ACHOU                                   00032400
                DISPLAY 'DIA INVALIDO - RECUSADO: ' WRK-CARTAO          00032500
                GO TO 2050-99-FIM                                       00032600
            END-IF.                                                     00032700
                                                                        00032800
            IF WRK-INS-DATA-INI NOT NUMERIC                             00032900
               OR WRK-INS-DATA-INI EQUAL ZEROS                          00033000
               OR WRK-INS-DATA-FIM NOT NUMERIC                          00033100
                MOVE 'N' TO WRK-ACHOU                                   00033200
                DISPLAY 'DATA INVALIDA - RECUSADO: ' WRK-CARTAO         00033300
                GO TO 2050-99-FIM                                       00033400
            END-IF.                                                     00033500
                                                                        00033600
            IF WRK-INS-DATA-FIM GREATER ZEROS                           00033700
               AND WRK-INS-DATA-FIM LESS WRK-INS-DATA-INI               00033800
                MOVE 'N' TO WRK-ACHOU                                   00033900
                DISPLAY 'FIM ANTES DO INICIO - RECUSADO: ' WRK-CARTAO   00034000
            END-IF.                                                     00034100
                                                                        00034200
      *----------------------------------------------------------------*00034300
       2050-99-FIM.            EXIT.                                    00034400
      *----------------------------------------------------------------*00034500
      *----------------------------------------------------------------*00034600
       2100-INCLUIR                       SECTION.                      00034700
      *----------------------------------------------------------------*00034800
                                                                        00034900
            MOVE SPACES           TO WRK-REG-INSTR.                     00035000
            MOVE WRK-CARTAO-DADOS TO WRK-REG-INSTR(1:63).               00035100
            PERFORM 2050-VALIDAR-CARTAO.                                00035200
            IF WRK-ACHOU EQUAL 'N'                                      00035300
                ADD 1 TO WRK-ACU-RECUSADOS                              00035400
                GO TO 2100-99-FIM                                       00035500
            END-IF.                                                     00035600
                                                                        00035700
            PERFORM 2300-PROCURAR-CHAVE.                                00035800
            IF WRK-ACHOU EQUAL 'S'                                      00035900
                ADD 1 TO WRK-ACU-RECUSADOS                              00036000
                DISPLAY 'JA CADASTRADA - RECUSADO: '                    00036100
                        WRK-CARTAO-CHAVE-SEQ                            00036200
                GO TO 2100-99-FIM                                       00036300
            END-IF.                                                     00036400
                                                                        00036500
            IF WRK-QT-ENTRADAS NOT LESS 2000                            00036600
                MOVE ' CADASTRO DE INSTRUCOES CHEIO ' TO WRK-MSG        00036700
                PERFORM 9000-TRATAR-ERROS                               00036800
            END-IF.                                                     00036900
                                                                        00037000
      *     ABRE A POSICAO DA NOVA INSTRUCAO MANTENDO A ORDEM DA CHAVE *00037100
            PERFORM 2120-DESLOCAR-ENTRADA                               00037200
                VARYING WRK-IDX-DESLOCA FROM WRK-QT-ENTRADAS BY -1      00037300
                UNTIL WRK-IDX-DESLOCA LESS WRK-IDX-INS.                 00037400
            ADD 1 TO WRK-QT-ENTRADAS.                                   00037500
                                                                        00037600
            MOVE 'A'   TO WRK-INS-SITUACAO.                             00037700
            MOVE ZEROS TO WRK-INS-ULT-GERACAO.                          00037800
            MOVE WRK-REG-INSTR TO WRK-TIN-REGISTRO(WRK-IDX-INS).        00037900
                                                                        00038000
            ADD 1 TO WRK-ACU-INCLUIDOS.                                 00038100
            MOVE 'INCLUSAO  ' TO WRK-AUD-ACAO.                          00038200
            PERFORM 2400-GRAVAR-AUDITORIA.                              00038300
                                                                        00038400
      *----------------------------------------------------------------*00038500
       2100-99-FIM.            EXIT.                                    00038600
      *----------------------------------------------------------------*00038700
      *----------------------------------------------------------------*00038800
       2120-DESLOCAR-ENTRADA              SECTION.                      00038900
      *----------------------------------------------------------------*00039000
                                                                        00039100
            MOVE WRK-TIN-REGISTRO(WRK-IDX-DESLOCA)                      00039200
                 TO WRK-TIN-REGISTRO(WRK-IDX-DESLOCA + 1).              00039300
                                                                        00039400
      *----------------------------------------------------------------*00039500
       2120-99-FIM.            EXIT.                                    00039600
      *----------------------------------------------------------------*00039700
      *----------------------------------------------------------------*00039800
       2200-CANCELAR                      SECTION.                      00039900
      *----------------------------------------------------------------*00040000
                                                                        00040100
            PERFORM 2300-PROCURAR-CHAVE.                                00040200
            IF WRK-ACHOU EQUAL 'N'                                      00040300
                ADD 1 TO WRK-ACU-RECUSADOS                              00040400
                DISPLAY 'NAO CADASTRADA - RECUSADO: '                   00040500
                        WRK-CARTAO-CHAVE-SEQ                            00040600
                GO TO 2200-99-FIM                                       00040700
            END-IF.                                                     00040800
                                                                        00040900
            MOVE WRK-TIN-REGISTRO(WRK-IDX-INS) TO WRK-REG-INSTR.        00041000
            IF WRK-INS-SITUACAO EQUAL 'C'                               00041100
                ADD 1 TO WRK-ACU-RECUSADOS                              00041200
                DISPLAY 'JA CANCELADA - RECUSADO: '                     00041300
                        WRK-CARTAO-CHAVE-SEQ                            00041400
                GO TO 2200-99-FIM                                       00041500
            END-IF.                                                     00041600
                                                                        00041700
            MOVE 'C' TO WRK-INS-SITUACAO.                               00041800
            MOVE WRK-REG-INSTR TO WRK-TIN-REGISTRO(WRK-IDX-INS).        00041900
                                                                        00042000
            ADD 1 TO WRK-ACU-CANCELADOS.                                00042100
            MOVE 'CANCELADA ' TO WRK-AUD-ACAO.                          00042200
            PERFORM 2400-GRAVAR-AUDITORIA.                              00042300
                                                                        00042400
      *----------------------------------------------------------------*00042500
       2200-99-FIM.            EXIT.                                    00042600
      *----------------------------------------------------------------*00042700
      *----------------------------------------------------------------*00042800
       2300-PROCURAR-CHAVE                SECTION.                      00042900
      *----------------------------------------------------------------*00043000
      *    PARA NA CHAVE IGUAL (ACHOU 'S') OU NA PRIMEIRA MAIOR, QUE E *00043100
      *    A POSICAO DE INCLUSAO (ACHOU 'N').                          *00043200
      *----------------------------------------------------------------*00043300
                                                                        00043400
            MOVE 'N' TO WRK-ACHOU.                                      00043500
            MOVE 1   TO WRK-IDX-INS.                                    00043600
            PERFORM 2310-COMPARAR-CHAVE                                 00043700
                UNTIL WRK-IDX-INS GREATER WRK-QT-ENTRADAS               00043800
                   OR WRK-ACHOU NOT EQUAL 'N'.                          00043900
            IF WRK-ACHOU EQUAL 'M'                                      00044000
                MOVE 'N' TO WRK-ACHOU                                   00044100
            END-IF.                                                     00044200
                                                                        00044300
      *----------------------------------------------------------------*00044400
       2300-99-FIM.            EXIT.                                    00044500
      *----------------------------------------------------------------*00044600
      *----------------------------------------------------------------*00044700
       2310-COMPARAR-CHAVE                SECTION.                      00044800
      *----------------------------------------------------------------*00044900
                                                                        00045000
            EVALUATE TRUE                                               00045100
             WHEN WRK-TIN-REGISTRO(WRK-IDX-INS)(1:10)                   00045200
                  EQUAL WRK-CARTAO-CHAVE-SEQ                            00045300
               MOVE 'S' TO WRK-ACHOU                                    00045400
             WHEN WRK-TIN-REGISTRO(WRK-IDX-INS)(1:10)                   00045500
                  GREATER WRK-CARTAO-CHAVE-SEQ                          00045600
               MOVE 'M' TO WRK-ACHOU                                    00045700
             WHEN OTHER                                                 00045800
               ADD 1 TO WRK-IDX-INS                                     00045900
            END-EVALUATE.                                               00046000
                                                                        00046100
      *----------------------------------------------------------------*00046200
       2310-99-FIM.            EXIT.                                    00046300
      *----------------------------------------------------------------*00046400
      *----------------------------------------------------------------*00046500
       2400-GRAVAR-AUDITORIA              SECTION.                      00046600
      *----------------------------------------------------------------*00046700
                                                                        00046800
            MOVE WRK-INS-CHAVE      TO WRK-AUD-CHAVE.                   00046900
            MOVE WRK-INS-SEQ        TO WRK-AUD-SEQ.                     00047000
            MOVE WRK-INS-TIPO       TO WRK-AUD-TIPO.                    00047100
            MOVE WRK-INS-VALOR      TO WRK-AUD-VALOR.                   00047200
            MOVE WRK-INS-FREQUENCIA TO WRK-AUD-FREQUENCIA.              00047300
            MOVE WRK-INS-DIA        TO WRK-AUD-DIA.                     00047400
            WRITE FD-AUDITIN FROM WRK-LINHA-AUDIT.                      00047500
            DISPLAY 'AUDITORIA: ' WRK-LINHA-AUDIT.                      00047600
                                                                        00047700
      *----------------------------------------------------------------*00047800
       2400-99-FIM.            EXIT.                                    00047900
      *----------------------------------------------------------------*00048000
      *----------------------------------------------------------------*00048100
       3000-FINALIZAR                     SECTION.                      00048200
      *----------------------------------------------------------------*00048300
                                                                        00048400
            PERFORM 3100-GRAVAR-SAIDA                                   00048500
                VARYING WRK-IDX-INS FROM 1 BY 1                         00048600
                UNTIL WRK-IDX-INS GREATER WRK-QT-ENTRADAS.              00048700
                                                                        00048800
            CLOSE INSSAI                                                00048900
                  AUDITIN.                                              00049000
                                                                        00049100
            DISPLAY '------------------------------------------------'. 00049200
            DISPLAY '  INSTRUCOES NO CADASTRO: ' WRK-QT-ENTRADAS.       00049300
            DISPLAY '  INCLUIDAS.............: ' WRK-ACU-INCLUIDOS.     00049400
            DISPLAY '  CANCELADAS............: ' WRK-ACU-CANCELADOS.    00049500
            DISPLAY '  CARTOES RECUSADOS.....: ' WRK-ACU-RECUSADOS.     00049600
            DISPLAY '------------------------------------------------'. 00049700
                                                                        00049800
            IF WRK-ACU-RECUSADOS GREATER ZEROS                          00049900
                MOVE 4 TO RETURN-CODE                                   00050000
            END-IF.                                                     00050100
                                                                        00050200
            STOP RUN.                                                   00050300
      *----------------------------------------------------------------*00050400
       3000-99-FIM.            EXIT.                                    00050500
      *----------------------------------------------------------------*00050600
      *----------------------------------------------------------------*00050700
       3100-GRAVAR-SAIDA                  SECTION.                      00050800
      *----------------------------------------------------------------*00050900
                                                                        00051000
            WRITE FD-INSSAI FROM WRK-TIN-REGISTRO(WRK-IDX-INS).         00051100
            IF WRK-FS-INSSAI NOT EQUAL ZEROS                            00051200
                MOVE ' ERRO GRAVACAO INSSAI ' TO WRK-MSG                00051300
                PERFORM 9000-TRATAR-ERROS                               00051400
            END-IF.                                                     00051500
                                                                        00051600
      *----------------------------------------------------------------*00051700
       3100-99-FIM.            EXIT.                                    00051800
      *----------------------------------------------------------------*00051900
                                                                        00052000
      *----------------------------------------------------------------*00052100
       9000-TRATAR-ERROS                  SECTION.                      00052200
      *----------------------------------------------------------------*00052300
                                                                        00052400
             MOVE 'FR06C104'       TO WRK-ERR-PROGRAMA.                 00052500
             MOVE '9000'           TO WRK-ERR-SECTION.                  00052600
             MOVE WRK-MSG          TO WRK-ERR-MSG.                      00052700
             MOVE SPACES           TO WRK-ERR-STATUS.                   00052800
             MOVE WRK-FS-INSENT    TO WRK-ERR-STATUS(1:2).              00052900
             MOVE WRK-FS-INSSAI    TO WRK-ERR-STATUS(3:2).              00053000
             MOVE WRK-FS-AUDITIN   TO WRK-ERR-STATUS(5:2).              00053100
             MOVE 'F'              TO WRK-ERR-SEVERIDADE.               00053200
                                                                        00053300
             CALL 'TRTERRO'        USING WRK-TRTERRO.                   00053400
                                                                        00053500
      *----------------------------------------------------------------*00053600
       9000-99-FIM.            EXIT.                                    00053700
      *----------------------------------------------------------------*00053800
