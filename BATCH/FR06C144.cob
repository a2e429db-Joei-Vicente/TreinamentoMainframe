      *================================================================*00000100
       IDENTIFICATION                            DIVISION.              00000200
      *================================================================*00000300
                                                                        00000400
       PROGRAM-ID.  FR06C144.                                           00000500
                                                                        00000600
      *================================================================*00000700
      *     AUTOR.......: JOEI LORENTI                                  00000800
      *     ANALISTA....: IVAN SANCHES                                  00000900
      *     EMPRESA.....: FOURSYS                                       00001000
      *     DATA........: 15/10/2026                                    00001100
      *----------------------------------------------------------------*00001200
      *                                                                 00001300
      *     OBJETIVO: APROVACAO DAS PROPOSTAS DE AUMENTO POR MERITO     00001400
      *               DO FR06DB32. LE AS PROPOSTAS (PROPMER, LAYOUT     00001500
      *               B#PROPMR), APLICA OS CARTOES DE DECISAO DOS       00001600
      *               GESTORES DA SYSIN E GRAVA NO ARQTRANS UMA         00001700
      *               TRANSACAO POR PROPOSTA APROVADA, NO LAYOUT DO     00001800
      *               FR06DB10 (SO ID E SALARIO PREENCHIDOS; OS         00001900
      *               DEMAIS CAMPOS EM BRANCO MANTEM O CADASTRO), QUE   00002000
      *               FAZ A ALTERACAO NA FOUR001.FUNC2 COM O            00002100
      *               HISTORICO E AS CRITICAS DE REDUCAO E DE FAIXA.    00002200
      *               CADA CARTAO TAMBEM VAI PARA A AUDITORIA CENTRAL   00002300
      *               (AUDSYS).                                         00002400
      *               CARTOES (ATE O CARTAO EM BRANCO):                 00002500
      *               COL 01    TIPO: 'F' UM FUNCIONARIO /              00002600
      *                               'S' TODAS AS PROPOSTAS DO SETOR   00002700
      *               COL 02-05 ID DO FUNCIONARIO OU SETOR              00002800
      *               COL 06    DECISAO: 'A' APROVA / 'R' RECUSA        00002900
      *               COL 07-14 APROVADOR (OBRIGATORIO)                 00003000
      *               VALE O ULTIMO CARTAO QUE ATINGE A PROPOSTA (UM    00003100
      *               'S' SEGUIDO DE 'F' APROVA O SETOR COM EXCECAO).   00003200
      *               PROPOSTA SEM DECISAO FICA PENDENTE E NAO VAI      00003300
      *               PARA O ARQTRANS. CARTAO RECUSADO DA RC 4.         00003400
      *                                                                 00003500
      *----------------------------------------------------------------*00003600
      *     INPUT:                                                      00003700
      *     DDNAME           I/O                                        00003800
      *     PROPMER           I   (PROPOSTAS DO FR06DB32 - LRECL 80)    00003900
      *     ARQTRANS          O   (TRANSACOES DO FR06DB10 - LRECL 150)  00004000
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
             SELECT PROPMER            ASSIGN TO PROPMER                00006300
                FILE STATUS            IS WRK-FS-PROPMER.               00006400
             SELECT ARQTRANS           ASSIGN TO ARQTRANS               00006500
                FILE STATUS            IS WRK-FS-ARQTRANS.              00006600
                                                                        00006700
      *================================================================*00006800
       DATA                                      DIVISION.              00006900
      *================================================================*00007000
                                                                        00007100
      *----------------------------------------------------------------*00007200
       FILE                                      SECTION.               00007300
      *----------------------------------------------------------------*00007400
                                                                        00007500
       FD PROPMER                                                       00007600
           RECORDING MODE IS F                                          00007700
           BLOCK CONTAINS 0 RECORDS.                                    00007800
       01 FD-PROPMER                   PIC X(80).                       00007900
                                                                        00008000
       FD ARQTRANS                                                      00008100
           RECORDING MODE IS F                                          00008200
           BLOCK CONTAINS 0 RECORDS.                                    00008300
       01 FD-REG-TRANS.                                                 00008400
          05 FD-TRS-ID                 PIC 9(04).                       00008500
          05 FD-TRS-NOME               PIC X(30).                       00008600
          05 FD-TRS-SETOR              PIC X(04).                       00008700
          05 FD-TRS-SALARIO            PIC 9(10).                       00008800
          05 FD-TRS-DATAADM            PIC X(10).                       00008900
          05 FD-TRS-EMAIL              PIC X(40).                       00009000
          05 FD-TRS-TELEFONE           PIC X(40).                       00009100
          05 FD-TRS-APROVACAO          PIC X(01).                       00009200
          05 FD-TRS-EMAIL-DEL          PIC X(01).                       00009300
          05 FD-TRS-TEL-DEL            PIC X(01).                       00009400
          05 FD-TRS-FAIXA-OVR          PIC X(01).                       00009500
          05 FILLER                    PIC X(08).                       00009600
                                                                        00009700
      *----------------------------------------------------------------*00009800
       WORKING-STORAGE                           SECTION.               00009900
      *----------------------------------------------------------------*00010000
                                                                        00010100
      *----------------------------------------------------------------*00010200
       01 FILLER                       PIC X(50)               VALUE    00010300
            '**** AREA DOS LAYOUTS ****'.                               00010400
      *----------------------------------------------------------------*00010500
                                                                        00010600
        COPY 'B#PROPMR'.                                                00010700
                                                                        00010800
      *----------------------------------------------------------------*00010900
       01 FILLER                       PIC X(50)               VALUE    00011000
            '**** TABELAS EM MEMORIA ****'.                             00011100
      *----------------------------------------------------------------*00011200
                                                                        00011300
       01 WRK-TAB-PROPOSTAS.                                            00011400
          05 WRK-TAB-PRP-ITEM          OCCURS 5000 TIMES.               00011500
             10 WRK-TPR-PROPOSTA.                                       00011600
                15 WRK-TPR-ID          PIC 9(04).                       00011700
                15 WRK-TPR-SETOR       PIC X(04).                       00011800
                15 FILLER              PIC X(72).                       00011900
             10 WRK-TPR-DECISAO        PIC X(01).                       00012000
             10 WRK-TPR-APROVADOR      PIC X(08).                       00012100
                                                                        00012200
       77 WRK-QT-PROPOSTAS             PIC 9(04) VALUE ZEROS.           00012300
       77 WRK-IDX-PRP                  PIC 9(04) VALUE ZEROS.           00012400
       77 WRK-ATINGIDAS                PIC 9(04) VALUE ZEROS.           00012500
                                                                        00012600
      *----------------------------------------------------------------*00012700
       01 FILLER                       PIC X(50)               VALUE    00012800
            '**** AREA DO CARTAO ****'.                                 00012900
      *----------------------------------------------------------------*00013000
                                                                        00013100
       01 WRK-CARTAO.                                                   00013200
          05 WRK-CARTAO-TIPO           PIC X(01).                       00013300
          05 WRK-CARTAO-CHAVE          PIC X(04).                       00013600
          05 WRK-CARTAO-DECISAO        PIC X(01).                       00013700
          05 WRK-CARTAO-APROVADOR      PIC X(08).                       00013900
          05 FILLER                    PIC X(66).                       00014000
                                                                        00014100
      *----------------------------------------------------------------*00014200
       01 FILLER                       PIC X(50)               VALUE    00014300
            '**** AREA DE VARIAVEIS E CONTADORES ****'.                 00014400
      *----------------------------------------------------------------*00014500
                                                                        00014600
       77 WRK-FS-PROPMER               PIC X(02) VALUE SPACES.          00014700
       77 WRK-FS-ARQTRANS              PIC X(02) VALUE SPACES.          00014800
       77 WRK-ACU-CARTOES              PIC 9(05) VALUE ZEROS.           00014900
       77 WRK-ACU-RECUSADOS            PIC 9(05) VALUE ZEROS.           00015000
       77 WRK-ACU-APROVADAS            PIC 9(05) VALUE ZEROS.           00015100
       77 WRK-ACU-REJEITADAS           PIC 9(05) VALUE ZEROS.           00015200
       77 WRK-ACU-PENDENTES            PIC 9(05) VALUE ZEROS.           00015300
       77 WRK-ACU-GRAVADOS             PIC 9(05) VALUE ZEROS.           00015400
       77 WRK-TOT-AUMENTO              PIC 9(12) VALUE ZEROS.           00015500
       77 WRK-PERIODO                  PIC X(06) VALUE SPACES.          00015600
       77 WRK-MOTIVO-RECUSA            PIC X(30) VALUE SPACES.          00015700
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00015800
                                                                        00015900
      *----------------------------------------------------------------*00016000
       01 FILLER                       PIC X(50)               VALUE    00016100
            '**** AREA DO MODULO AUDSYS ****'.                          00016200
      *----------------------------------------------------------------*00016300
                                                                        00016400
        COPY '#AUDSYS'.                                                 00016500
                                                                        00016600
      *----------------------------------------------------------------*00016700
       01 FILLER                       PIC X(50)               VALUE    00016800
            '**** AREA DO MODULO TRTERRO ****'.                         00016900
      *----------------------------------------------------------------*00017000
                                                                        00017100
        COPY '#TRTERRO'.                                                00017200
                                                                        00017300
      *================================================================*00017400
       PROCEDURE DIVISION.                                              00017500
      *================================================================*00017600
      *----------------------------------------------------------------*00017700
       0000-PRINCIPAL                     SECTION.                      00017800
      *----------------------------------------------------------------*00017900
                                                                        00018000
           PERFORM 1000-INICIAR.                                        00018100
           PERFORM 2000-PROCESSAR                                       00018200
               UNTIL WRK-CARTAO EQUAL SPACES.                           00018300
           PERFORM 3000-FINALIZAR.                                      00018400
                                                                        00018500
      *----------------------------------------------------------------*00018600
       0000-99-FIM.            EXIT.                                    00018700
      *----------------------------------------------------------------*00018800
      *----------------------------------------------------------------*00018900
       1000-INICIAR                       SECTION.                      00019000
      *----------------------------------------------------------------*00019100
                                                                        00019200
            OPEN INPUT PROPMER.                                         00019300
            IF WRK-FS-PROPMER NOT EQUAL ZEROS                           00019400
                MOVE ' ERRO ABERTURA PROPMER ' TO WRK-MSG               00019500
                PERFORM 9000-TRATAR-ERROS                               00019600
            END-IF.                                                     00019700
            PERFORM 1100-CARREGAR-PROPOSTA                              00019800
                UNTIL WRK-FS-PROPMER EQUAL '10'.                        00019900
            CLOSE PROPMER.                                              00020000
                                                                        00020100
            DISPLAY 'PROPOSTAS DE MERITO DO CICLO ' WRK-PERIODO ': '    00020200
                    WRK-QT-PROPOSTAS.                                   00020300
                                                                        00020400
            PERFORM 1200-LER-CARTAO.                                    00020500
                                                                        00020600
      *----------------------------------------------------------------*00020700
       1000-99-FIM.            EXIT.                                    00020800
      *----------------------------------------------------------------*00020900
      *----------------------------------------------------------------*00021000
       1100-CARREGAR-PROPOSTA             SECTION.                      00021100
      *----------------------------------------------------------------*00021200
            READ PROPMER.                                               00021300
            IF WRK-FS-PROPMER NOT EQUAL ZEROS                           00021400
                MOVE '10' TO WRK-FS-PROPMER                             00021500
                GO TO 1100-99-FIM                                       00021600
            END-IF.                                                     00021700
            IF WRK-QT-PROPOSTAS NOT LESS 5000                           00021800
                MOVE ' TABELA DE PROPOSTAS CHEIA ' TO WRK-MSG           00021900
                PERFORM 9000-TRATAR-ERROS                               00022000
            END-IF.                                                     00022100
            ADD 1 TO WRK-QT-PROPOSTAS.                                  00022200
            MOVE FD-PROPMER TO WRK-TPR-PROPOSTA(WRK-QT-PROPOSTAS).      00022300
            MOVE SPACES     TO WRK-TPR-DECISAO(WRK-QT-PROPOSTAS)        00022400
                               WRK-TPR-APROVADOR(WRK-QT-PROPOSTAS).     00022500
            MOVE FD-PROPMER(39:6) TO WRK-PERIODO.                       00022600
      *----------------------------------------------------------------*00022700
       1100-99-FIM.            EXIT.                                    00022800
      *----------------------------------------------------------------*00022900
      *----------------------------------------------------------------*00023000
       1200-LER-CARTAO                    SECTION.                      00023100
      *----------------------------------------------------------------*00023200
            ACCEPT WRK-CARTAO FROM SYSIN.                               00023300
            IF WRK-CARTAO NOT EQUAL SPACES                              00023400
                MOVE 'FR06C144'  TO WRK-AUD-PROGRAMA                    00023500
                MOVE WRK-CARTAO  TO WRK-AUD-CARTAO                      00023600
                CALL 'AUDSYS'    USING WRK-AUDSYS                       00023700
            END-IF.                                                     00023800
      *----------------------------------------------------------------*00023900
       1200-99-FIM.            EXIT.                                    00024000
      *----------------------------------------------------------------*00024100
      *----------------------------------------------------------------*00024200
       2000-PROCESSAR                     SECTION.                      00024300
      *----------------------------------------------------------------*00024400
            ADD 1 TO WRK-ACU-CARTOES.                                   00024500
            IF WRK-CARTAO-TIPO NOT EQUAL 'F'                            00024600
               AND WRK-CARTAO-TIPO NOT EQUAL 'S'                        00024700
                MOVE 'TIPO INVALIDO' TO WRK-MOTIVO-RECUSA               00024800
                PERFORM 2900-RECUSAR-CARTAO                             00024900
                GO TO 2000-88-LER                                       00025000
            END-IF.                                                     00025100
            IF WRK-CARTAO-DECISAO NOT EQUAL 'A'                         00025200
               AND WRK-CARTAO-DECISAO NOT EQUAL 'R'                     00025250
                MOVE 'DECISAO INVALIDA' TO WRK-MOTIVO-RECUSA            00025300
                PERFORM 2900-RECUSAR-CARTAO                             00025400
                GO TO 2000-88-LER                                       00025500
            END-IF.                                                     00025600
            IF WRK-CARTAO-APROVADOR EQUAL SPACES                        00025700
                MOVE 'APROVADOR NAO INFORMADO' TO WRK-MOTIVO-RECUSA     00025800
                PERFORM 2900-RECUSAR-CARTAO                             00025900
                GO TO 2000-88-LER                                       00026000
            END-IF.                                                     00026100
            IF WRK-CARTAO-CHAVE EQUAL SPACES                            00026200
                MOVE 'ID/SETOR NAO INFORMADO' TO WRK-MOTIVO-RECUSA      00026300
                PERFORM 2900-RECUSAR-CARTAO                             00026400
                GO TO 2000-88-LER                                       00026500
            END-IF.                                                     00026600
            MOVE ZEROS TO WRK-ATINGIDAS.                                00026700
            PERFORM 2100-DECIDIR-PROPOSTA                               00026800
                VARYING WRK-IDX-PRP FROM 1 BY 1                         00026900
                UNTIL WRK-IDX-PRP GREATER WRK-QT-PROPOSTAS.             00027000
            IF WRK-ATINGIDAS EQUAL ZEROS                                00027100
                MOVE 'SEM PROPOSTA PARA A CHAVE' TO WRK-MOTIVO-RECUSA   00027200
                PERFORM 2900-RECUSAR-CARTAO                             00027300
                GO TO 2000-88-LER                                       00027400
            END-IF.                                                     00027500
            DISPLAY 'DECISAO ' WRK-CARTAO-DECISAO ' DE '                00027600
                    WRK-CARTAO-APROVADOR ' PARA ' WRK-CARTAO-TIPO       00027700
                    ' ' WRK-CARTAO-CHAVE ': ' WRK-ATINGIDAS             00027800
                    ' PROPOSTA(S)'.                                     00027900
       2000-88-LER.                                                     00028000
            PERFORM 1200-LER-CARTAO.                                    00028100
      *----------------------------------------------------------------*00028200
       2000-99-FIM.            EXIT.                                    00028300
      *----------------------------------------------------------------*00028400
      *----------------------------------------------------------------*00028500
       2100-DECIDIR-PROPOSTA              SECTION.                      00028600
      *----------------------------------------------------------------*00028700
            IF WRK-CARTAO-TIPO EQUAL 'F'                                00028800
                IF WRK-CARTAO-CHAVE NOT NUMERIC                         00028900
                   OR WRK-TPR-ID(WRK-IDX-PRP) NOT EQUAL                 00029000
                      WRK-CARTAO-CHAVE                                  00029100
                    GO TO 2100-99-FIM                                   00029200
                END-IF                                                  00029300
            ELSE                                                        00029400
                IF WRK-TPR-SETOR(WRK-IDX-PRP) NOT EQUAL                 00029500
                   WRK-CARTAO-CHAVE                                     00029600
                    GO TO 2100-99-FIM                                   00029700
                END-IF                                                  00029800
            END-IF.                                                     00029900
            ADD 1 TO WRK-ATINGIDAS.                                     00030000
            MOVE WRK-CARTAO-DECISAO   TO WRK-TPR-DECISAO(WRK-IDX-PRP).  00030100
            MOVE WRK-CARTAO-APROVADOR TO WRK-TPR-APROVADOR(WRK-IDX-PRP).00030200
      *----------------------------------------------------------------*00030300
       2100-99-FIM.            EXIT.                                    00030400
      *----------------------------------------------------------------*00030500
      *----------------------------------------------------------------*00030600
       2900-RECUSAR-CARTAO                SECTION.                      00030700
      *----------------------------------------------------------------*00030800
            ADD 1 TO WRK-ACU-RECUSADOS.                                 00030900
            DISPLAY 'CARTAO RECUSADO (' WRK-MOTIVO-RECUSA '): '         00031000
                    WRK-CARTAO(1:14).                                   00031100
      *----------------------------------------------------------------*00031200
       2900-99-FIM.            EXIT.                                    00031300
      *----------------------------------------------------------------*00031400
      *----------------------------------------------------------------*00031500
       3000-FINALIZAR                     SECTION.                      00031600
      *----------------------------------------------------------------*00031700
            OPEN OUTPUT ARQTRANS.                                       00031800
            IF WRK-FS-ARQTRANS NOT EQUAL ZEROS                          00031900
                MOVE ' ERRO ABERTURA ARQTRANS ' TO WRK-MSG              00032000
                PERFORM 9000-TRATAR-ERROS                               00032100
            END-IF.                                                     00032200
            PERFORM 3100-GRAVAR-TRANSACAO                               00032300
                VARYING WRK-IDX-PRP FROM 1 BY 1                         00032400
                UNTIL WRK-IDX-PRP GREATER WRK-QT-PROPOSTAS.             00032500
            CLOSE ARQTRANS.                                             00032600
            DISPLAY '------------------------------------------------'. 00032700
            DISPLAY '  CICLO...............: ' WRK-PERIODO.             00032800
            DISPLAY '  PROPOSTAS LIDAS.....: ' WRK-QT-PROPOSTAS.        00032900
            DISPLAY '  APROVADAS...........: ' WRK-ACU-APROVADAS.       00033000
            DISPLAY '  REJEITADAS..........: ' WRK-ACU-REJEITADAS.      00033100
            DISPLAY '  PENDENTES...........: ' WRK-ACU-PENDENTES.       00033200
            DISPLAY '  TRANSACOES GRAVADAS.: ' WRK-ACU-GRAVADOS.        00033300
            DISPLAY '  AUMENTO APROVADO....: ' WRK-TOT-AUMENTO.         00033400
            DISPLAY '  CARTOES LIDOS.......: ' WRK-ACU-CARTOES.         00033500
            DISPLAY '  CARTOES RECUSADOS...: ' WRK-ACU-RECUSADOS.       00033600
            DISPLAY '------------------------------------------------'. 00033700
            IF WRK-ACU-RECUSADOS GREATER ZEROS                          00033800
                MOVE 4 TO RETURN-CODE                                   00033900
            END-IF.                                                     00034000
            STOP RUN.                                                   00034100
      *----------------------------------------------------------------*00034200
       3000-99-FIM.            EXIT.                                    00034300
      *----------------------------------------------------------------*00034400
      *----------------------------------------------------------------*00034500
       3100-GRAVAR-TRANSACAO              SECTION.                      00034600
      *----------------------------------------------------------------*00034700
      *    SO A PROPOSTA APROVADA VAI PARA O FR06DB10. O AUMENTO NUNCA *00034800
      *    REDUZ O SALARIO E JA ESTA NA FAIXA, ENTAO A TRANSACAO SAI   *00034900
      *    SEM APROVACAO DE REDUCAO E SEM EXCECAO DE FAIXA: SE O       *00035000
      *    CADASTRO MUDOU DESDE A PROPOSTA, AS CRITICAS DO FR06DB10    *00035100
      *    CONTINUAM VALENDO.                                          *00035200
      *----------------------------------------------------------------*00035300
            MOVE WRK-TPR-PROPOSTA(WRK-IDX-PRP) TO WRK-REG-PROPOSTA.     00035400
            EVALUATE WRK-TPR-DECISAO(WRK-IDX-PRP)                       00035500
             WHEN 'A'                                                   00035600
                ADD 1 TO WRK-ACU-APROVADAS                              00035700
             WHEN 'R'                                                   00035800
                ADD 1 TO WRK-ACU-REJEITADAS                             00035900
                GO TO 3100-99-FIM                                       00036000
             WHEN OTHER                                                 00036100
                ADD 1 TO WRK-ACU-PENDENTES                              00036200
                DISPLAY 'PROPOSTA PENDENTE - SEM DECISAO: ID '          00036300
                        WRK-PRP-ID ' SETOR ' WRK-PRP-SETOR              00036400
                GO TO 3100-99-FIM                                       00036500
            END-EVALUATE.                                               00036600
            MOVE SPACES                   TO FD-REG-TRANS.              00036700
            MOVE WRK-PRP-ID               TO FD-TRS-ID.                 00036800
            MOVE WRK-PRP-SALARIO-PROPOSTO TO FD-TRS-SALARIO.            00036900
            WRITE FD-REG-TRANS.                                         00037000
            IF WRK-FS-ARQTRANS NOT EQUAL ZEROS                          00037100
                MOVE ' ERRO GRAVACAO ARQTRANS ' TO WRK-MSG              00037200
                PERFORM 9000-TRATAR-ERROS                               00037300
            END-IF.                                                     00037400
            ADD 1 TO WRK-ACU-GRAVADOS.                                  00037500
            COMPUTE WRK-TOT-AUMENTO = WRK-TOT-AUMENTO                   00037600
                  + WRK-PRP-SALARIO-PROPOSTO - WRK-PRP-SALARIO-ATUAL.   00037700
      *----------------------------------------------------------------*00037800
       3100-99-FIM.            EXIT.                                    00037900
      *----------------------------------------------------------------*00038000
      *----------------------------------------------------------------*00038100
       9000-TRATAR-ERROS                  SECTION.                      00038200
      *----------------------------------------------------------------*00038300
             MOVE 'FR06C144'       TO WRK-ERR-PROGRAMA.                 00038400
             MOVE '9000'           TO WRK-ERR-SECTION.                  00038500
             MOVE WRK-MSG          TO WRK-ERR-MSG.                      00038600
             MOVE SPACES           TO WRK-ERR-STATUS.                   00038700
             MOVE WRK-FS-PROPMER   TO WRK-ERR-STATUS(1:2).              00038800
             MOVE WRK-FS-ARQTRANS  TO WRK-ERR-STATUS(3:2).              00038900
             MOVE 'F'              TO WRK-ERR-SEVERIDADE.               00039000
             CALL 'TRTERRO'        USING WRK-TRTERRO.                   00039100
      *----------------------------------------------------------------*00039200
       9000-99-FIM.            EXIT.                                    00039300
      *----------------------------------------------------------------*00039400
