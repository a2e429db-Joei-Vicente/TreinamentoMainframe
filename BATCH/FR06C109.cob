      *================================================================*00000100
       IDENTIFICATION                            DIVISION.              00000200
      *================================================================*00000300
                                                                        00000400
       PROGRAM-ID.  FR06C109.                                           00000500
                                                                        00000600
      *================================================================*00000700
      *     AUTOR.......: JOEI LORENTI                                  00000800
      *     ANALISTA....: IVAN SANCHES                                  00000900
      *     EMPRESA.....: FOURSYS                                       00001000
      *     DATA........: 15/10/2026                                    00001100
      *----------------------------------------------------------------*00001200
      *                                                                 00001300
      *     OBJETIVO: MANUTENCAO DO DIRETORIO DE CHAVES DE PAGAMENTO    00001400
      *               (CHVPAG, LAYOUT B#CHVPG), NO MESMO PADRAO         00001500
      *               AUDITADO DO FR06CB52: LE O DIRETORIO ATUAL        00001600
      *               (CHVENT), APLICA OS CARTOES DA SYSIN E GRAVA O    00001700
      *               DIRETORIO NOVO (CHVSAI) NA ORDEM DE TIPO +        00001800
      *               CHAVE, COM UMA LINHA DE AUDITORIA POR             00001900
      *               ALTERACAO NO ARQUIVO AUDITCH E NA SYSOUT.         00002000
      *               CARTOES (ATE O CARTAO EM BRANCO):                 00002100
      *               COL 01    ACAO: 'I' INCLUIR CHAVE /               00002200
      *                         'E' EXCLUIR CHAVE                       00002300
      *               COL 02    TIPO DA CHAVE ('F' CPF / 'J' CNPJ /     00002400
      *                         'E' E-MAIL / 'C' CELULAR /              00002500
      *                         'A' ALEATORIA)                          00002600
      *               COL 03-31 CHAVE                                   00002700
      *               COL 32-39 AGENCIA + CONTA DE DESTINO              00002800
      *                         (OBRIGATORIA NA INCLUSAO; NA            00002900
      *                         EXCLUSAO, SE INFORMADA, TEM DE SER      00003000
      *                         A CONTA DA CHAVE)                       00003100
      *               A CHAVE E UNICA NO BANCO: INCLUIR CHAVE JA        00003200
      *               ATIVA (EM QUALQUER CONTA) E RECUSADO. CPF/CNPJ    00003300
      *               E VALIDADO PELO MODULO VALDOC, CELULAR TEM 13     00003400
      *               DIGITOS (DDI+DDD+NUMERO) E E-MAIL UM SO '@'.      00003500
      *               CADA CONTA TEM NO MAXIMO 5 CHAVES ATIVAS.         00003600
      *                                                                 00003700
      *----------------------------------------------------------------*00003800
      *     INPUT:                                                      00003900
      *     DDNAME           I/O                                        00004000
      *     CHVENT            I   (CHAVES ATUAIS - LRECL 80)            00004100
      *     CHVSAI            O   (CHAVES NOVAS - LRECL 80)             00004200
      *     AUDITCH           O   (AUDITORIA - LRECL 80, EXTEND)        00004300
      *     RUNCTL            I   (JOB DA RODADA - OPCIONAL)            00004350
      *                                                                 00004400
      *----------------------------------------------------------------*00004500
      *     MANUTENCAO:                                                 00004600
      *     15/10/2026 JL - A LINHA DE AUDITORIA PASSA A LEVAR O JOB DA 00004620
      *                     RODADA (RUNCTL TIPO '1', COL 73-80; EM      00004640
      *                     BRANCO SEM RUNCTL) PARA O RELATORIO         00004660
      *                     CONSOLIDADO DE AUDITORIA FR06C159.          00004680
      *                                                                 00004700
      *================================================================*00004800
                                                                        00004900
      *================================================================*00005000
       ENVIRONMENT                               DIVISION.              00005100
      *================================================================*00005200
                                                                        00005300
      *----------------------------------------------------------------*00005400
       CONFIGURATION                             SECTION.               00005500
      *----------------------------------------------------------------*00005600
                                                                        00005700
       SPECIAL-NAMES.                                                   00005800
           DECIMAL-POINT IS COMMA.                                      00005900
                                                                        00006000
      *----------------------------------------------------------------*00006100
       INPUT-OUTPUT                              SECTION.               00006200
      *----------------------------------------------------------------*00006300
                                                                        00006400
       FILE-CONTROL.                                                    00006500
             SELECT CHVENT             ASSIGN TO CHVENT                 00006600
                FILE STATUS            IS WRK-FS-CHVENT.                00006700
             SELECT CHVSAI             ASSIGN TO CHVSAI                 00006800
                FILE STATUS            IS WRK-FS-CHVSAI.                00006900
             SELECT RUNCTL             ASSIGN TO RUNCTL                 00006933
                FILE STATUS            IS WRK-FS-RUNCTL.                00006966
             SELECT AUDITCH            ASSIGN TO AUDITCH                00007000
                FILE STATUS            IS WRK-FS-AUDITCH.               00007100
                                                                        00007200
      *================================================================*00007300
       DATA                                      DIVISION.              00007400
      *================================================================*00007500
                                                                        00007600
      *----------------------------------------------------------------*00007700
       FILE                                      SECTION.               00007800
      *----------------------------------------------------------------*00007900
                                                                        00008000
       FD CHVENT                                                        00008100
           RECORDING MODE IS F                                          00008200
           BLOCK CONTAINS 0 RECORDS.                                    00008300
       01 FD-CHVENT                    PIC X(80).                       00008400
                                                                        00008500
       FD CHVSAI                                                        00008600
           RECORDING MODE IS F                                          00008700
           BLOCK CONTAINS 0 RECORDS.                                    00008800
       01 FD-CHVSAI                    PIC X(80).                       00008900
                                                                        00008916
       FD RUNCTL                                                        00008932
           RECORDING MODE IS F                                          00008948
           BLOCK CONTAINS 0 RECORDS.                                    00008964
       01 FD-RUNCTL                    PIC X(80).                       00008980
                                                                        00009000
       FD AUDITCH                                                       00009100
           RECORDING MODE IS F                                          00009200
           BLOCK CONTAINS 0 RECORDS.                                    00009300
       01 FD-AUDITCH                   PIC X(80).                       00009400
                                                                        00009500
      *----------------------------------------------------------------*00009600
       WORKING-STORAGE                           SECTION.               00009700
      *----------------------------------------------------------------*00009800
                                                                        00009900
      *----------------------------------------------------------------*00010000
       01 FILLER                       PIC X(50)               VALUE    00010100
            '**** DIRETORIO EM MEMORIA ****'.                           00010200
      *----------------------------------------------------------------*00010300
                                                                        00010400
        COPY 'B#CHVPG'.                                                 00010500
                                                                        00010600
       01 WRK-TAB-CHAVES.                                               00010700
          05 WRK-TCH-REGISTRO          PIC X(80) OCCURS 10000 TIMES.    00010800
                                                                        00010900
       77 WRK-QT-CHAVES                PIC 9(05) VALUE ZEROS.           00011000
       77 WRK-IDX-CHV                  PIC 9(05) VALUE ZEROS.           00011100
       77 WRK-IDX-INS                  PIC 9(05) VALUE ZEROS.           00011200
       77 WRK-IDX-DESLOCA              PIC 9(05) VALUE ZEROS.           00011300
       77 WRK-IDX-ATIVA                PIC 9(05) VALUE ZEROS.           00011400
       77 WRK-QT-ATIVAS-CONTA          PIC 9(02) VALUE ZEROS.           00011500
       77 WRK-QT-ARROBAS               PIC 9(02) VALUE ZEROS.           00011600
       77 WRK-TAM-CHAVE                PIC 9(02) VALUE ZEROS.           00011700
                                                                        00011800
      *----------------------------------------------------------------*00011900
       01 FILLER                       PIC X(50)               VALUE    00012000
            '**** AREA DO CARTAO E AUDITORIA ****'.                     00012100
      *----------------------------------------------------------------*00012200
                                                                        00012300
       01 WRK-CARTAO.                                                   00012400
          05 WRK-CARTAO-ACAO           PIC X(01).                       00012500
          05 WRK-CARTAO-ID.                                             00012600
             10 WRK-CARTAO-TIPO        PIC X(01).                       00012700
             10 WRK-CARTAO-CHAVE       PIC X(29).                       00012800
          05 WRK-CARTAO-CONTA          PIC X(08).                       00012900
          05 FILLER                    PIC X(41).                       00013000
                                                                        00013100
       01 WRK-LINHA-AUDIT.                                              00013200
          05 WRK-AUD-DATA              PIC 9(08).                       00013300
          05 FILLER                    PIC X(01) VALUE SPACES.          00013400
          05 WRK-AUD-HORA              PIC 9(06).                       00013500
          05 FILLER                    PIC X(01) VALUE SPACES.          00013600
          05 WRK-AUD-ACAO              PIC X(10).                       00013700
          05 FILLER                    PIC X(01) VALUE SPACES.          00013800
          05 WRK-AUD-TIPO              PIC X(01).                       00013900
          05 FILLER                    PIC X(01) VALUE SPACES.          00014000
          05 WRK-AUD-CHAVE             PIC X(29).                       00014100
          05 FILLER                    PIC X(01) VALUE SPACES.          00014200
          05 WRK-AUD-CONTA             PIC X(08).                       00014300
          05 FILLER                    PIC X(05) VALUE SPACES.          00014400
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
       77 WRK-FS-CHVENT                PIC X(02) VALUE SPACES.          00015500
       77 WRK-FS-CHVSAI                PIC X(02) VALUE SPACES.          00015600
       77 WRK-FS-RUNCTL                PIC X(02) VALUE SPACES.          00015650
       77 WRK-FS-AUDITCH               PIC X(02) VALUE SPACES.          00015700
       77 WRK-ACU-INCLUIDAS            PIC 9(04) VALUE ZEROS.           00015800
       77 WRK-ACU-EXCLUIDAS            PIC 9(04) VALUE ZEROS.           00015900
       77 WRK-ACU-RECUSADOS            PIC 9(04) VALUE ZEROS.           00016000
       77 WRK-MOTIVO                   PIC X(30) VALUE SPACES.          00016100
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00016200
                                                                        00016212
      *----------------------------------------------------------------*00016224
       01 FILLER                       PIC X(50)               VALUE    00016236
            '**** AREA DO CONTROLE DE RODADA ****'.                     00016248
      *----------------------------------------------------------------*00016260
                                                                        00016272
        COPY 'B#RUNCTL'.                                                00016284
                                                                        00016300
      *----------------------------------------------------------------*00016400
       01 FILLER                       PIC X(50)               VALUE    00016500
            '**** AREA DO MODULO VALDOC ****'.                          00016600
      *----------------------------------------------------------------*00016700
                                                                        00016800
        COPY '#VALDOC'.                                                 00016900
                                                                        00017000
      *----------------------------------------------------------------*00017100
       01 FILLER                       PIC X(50)               VALUE    00017200
            '**** AREA DO MODULO TRTERRO ****'.                         00017300
      *----------------------------------------------------------------*00017400
                                                                        00017500
        COPY '#TRTERRO'.                                                00017600
                                                                        00017700
      *================================================================*00017800
       PROCEDURE DIVISION.                                              00017900
      *================================================================*00018000
      *----------------------------------------------------------------*00018100
       0000-PRINCIPAL                     SECTION.                      00018200
      *----------------------------------------------------------------*00018300
                                                                        00018400
           PERFORM 1000-INICIAR.                                        00018500
                                                                        00018600
           PERFORM 2000-PROCESSAR                                       00018700
               UNTIL WRK-CARTAO EQUAL SPACES.                           00018800
                                                                        00018900
           PERFORM 3000-FINALIZAR.                                      00019000
                                                                        00019100
      *----------------------------------------------------------------*00019200
       0000-99-FIM.            EXIT.                                    00019300
      *----------------------------------------------------------------*00019400
                                                                        00019500
      *----------------------------------------------------------------*00019600
       1000-INICIAR                       SECTION.                      00019700
      *----------------------------------------------------------------*00019800
                                                                        00019900
            ACCEPT WRK-AUD-DATA FROM DATE YYYYMMDD.                     00020000
            ACCEPT WRK-HORA-SISTEMA FROM TIME.                          00020100
            MOVE WRK-HORA-HHMMSS TO WRK-AUD-HORA.                       00020200
            PERFORM 1600-LER-JOB-RODADA.                                00020250
                                                                        00020300
            OPEN INPUT CHVENT.                                          00020400
            IF WRK-FS-CHVENT EQUAL '35'                                 00020500
                DISPLAY 'CHVENT AUSENTE - DIRETORIO INICIADO VAZIO'     00020600
            ELSE                                                        00020700
                IF WRK-FS-CHVENT NOT EQUAL ZEROS                        00020800
                    MOVE ' ERRO ABERTURA CHVENT ' TO WRK-MSG            00020900
                    PERFORM 9000-TRATAR-ERROS                           00021000
                END-IF                                                  00021100
                PERFORM 1100-CARREGAR-CHAVE                             00021200
                    UNTIL WRK-FS-CHVENT EQUAL '10'                      00021300
                CLOSE CHVENT                                            00021400
            END-IF.                                                     00021500
                                                                        00021600
            OPEN OUTPUT CHVSAI.                                         00021700
            IF WRK-FS-CHVSAI NOT EQUAL ZEROS                            00021800
                MOVE ' ERRO ABERTURA CHVSAI ' TO WRK-MSG                00021900
                PERFORM 9000-TRATAR-ERROS                               00022000
            END-IF.                                                     00022100
                                                                        00022200
            OPEN EXTEND AUDITCH.                                        00022300
            IF WRK-FS-AUDITCH EQUAL '35'                                00022400
                OPEN OUTPUT AUDITCH                                     00022500
            END-IF.                                                     00022600
            IF WRK-FS-AUDITCH NOT EQUAL ZEROS                           00022700
                MOVE ' ERRO ABERTURA AUDITCH ' TO WRK-MSG               00022800
                PERFORM 9000-TRATAR-ERROS                               00022900
            END-IF.                                                     00023000
                                                                        00023100
            ACCEPT WRK-CARTAO FROM SYSIN.                               00023200
                                                                        00023300
      *----------------------------------------------------------------*00023400
       1000-99-FIM.            EXIT.                                    00023500
      *----------------------------------------------------------------*00023600
      *----------------------------------------------------------------*00023700
       1100-CARREGAR-CHAVE                SECTION.                      00023800
      *----------------------------------------------------------------*00023900
                                                                        00024000
            READ CHVENT.                                                00024100
            IF WRK-FS-CHVENT NOT EQUAL ZEROS                            00024200
                MOVE '10' TO WRK-FS-CHVENT                              00024300
                GO TO 1100-99-FIM                                       00024400
            END-IF.                                                     00024500
                                                                        00024600
            IF WRK-QT-CHAVES NOT LESS 10000                             00024700
                MOVE ' DIRETORIO DE CHAVES CHEIO ' TO WRK-MSG           00024800
                PERFORM 9000-TRATAR-ERROS                               00024900
            END-IF.                                                     00025000
                                                                        00025100
            ADD 1 TO WRK-QT-CHAVES.                                     00025200
            MOVE FD-CHVENT TO WRK-TCH-REGISTRO(WRK-QT-CHAVES).          00025300
                                                                        00025400
      *----------------------------------------------------------------*00025500
       1100-99-FIM.            EXIT.                                    00025600
      *----------------------------------------------------------------*00025604
      *----------------------------------------------------------------*00025608
       1600-LER-JOB-RODADA                SECTION.                      00025612
      *----------------------------------------------------------------*00025616
      *    JOB DA RODADA (RUNCTL TIPO '1') PARA A LINHA DE AUDITORIA; * 00025620
      *    SEM RUNCTL O JOB FICA EM BRANCO.                           * 00025624
      *----------------------------------------------------------------*00025628
                                                                        00025632
            MOVE SPACES TO WRK-AUD-JOB.                                 00025636
            OPEN INPUT RUNCTL.                                          00025640
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00025644
                GO TO 1600-99-FIM                                       00025648
            END-IF.                                                     00025652
                                                                        00025656
            READ RUNCTL INTO WRK-RUNCTL.                                00025660
            IF WRK-FS-RUNCTL EQUAL ZEROS                                00025664
               AND WRK-RUNCTL-TIPO EQUAL '1'                            00025668
                MOVE WRK-RUNCTL-JOB TO WRK-AUD-JOB                      00025672
            END-IF.                                                     00025676
            CLOSE RUNCTL.                                               00025680
                                                                        00025684
      *----------------------------------------------------------------*00025688
       1600-99-FIM.            EXIT.                                    00025692
      *----------------------------------------------------------------*00025700
      *----------------------------------------------------------------*00025800
       2000-PROCESSAR                     SECTION.                      00025900
      *----------------------------------------------------------------*00026000
                                                                        00026100
            EVALUATE WRK-CARTAO-ACAO                                    00026200
             WHEN 'I'                                                   00026300
               PERFORM 2100-INCLUIR                                     00026400
             WHEN 'E'                                                   00026500
               PERFORM 2200-EXCLUIR                                     00026600
             WHEN OTHER                                                 00026700
               MOVE 'ACAO INVALIDA' TO WRK-MOTIVO                       00026800
               PERFORM 2900-RECUSAR-CARTAO                              00026900
            END-EVALUATE.                                               00027000
                                                                        00027100
            ACCEPT WRK-CARTAO FROM SYSIN.                               00027200
                                                                        00027300
      *----------------------------------------------------------------*00027400
       2000-99-FIM.            EXIT.                                    00027500
      *----------------------------------------------------------------*00027600
      *----------------------------------------------------------------*00027700
       2100-INCLUIR                       SECTION.                      00027800
      *----------------------------------------------------------------*00027900
                                                                        00028000
            IF WRK-CARTAO-CONTA NOT NUMERIC                             00028100
                MOVE 'CONTA INVALIDA' TO WRK-MOTIVO                     00028200
                PERFORM 2900-RECUSAR-CARTAO                             00028300
                GO TO 2100-99-FIM                                       00028400
            END-IF.                                                     00028500
                                                                        00028600
            PERFORM 2150-VALIDAR-CHAVE.                                 00028700
            IF WRK-MOTIVO NOT EQUAL SPACES                              00028800
                PERFORM 2900-RECUSAR-CARTAO                             00028900
                GO TO 2100-99-FIM                                       00029000
            END-IF.                                                     00029100
                                                                        00029200
            PERFORM 2400-EXAMINAR-DIRETORIO.                            00029300
                                                                        00029400
            IF WRK-IDX-ATIVA GREATER ZEROS                              00029500
                MOVE 'CHAVE JA CADASTRADA' TO WRK-MOTIVO                00029600
                PERFORM 2900-RECUSAR-CARTAO                             00029700
                GO TO 2100-99-FIM                                       00029800
            END-IF.                                                     00029900
                                                                        00030000
            IF WRK-QT-ATIVAS-CONTA NOT LESS 5                           00030100
                MOVE 'CONTA JA TEM 5 CHAVES ATIVAS' TO WRK-MOTIVO       00030200
                PERFORM 2900-RECUSAR-CARTAO                             00030300
                GO TO 2100-99-FIM                                       00030400
            END-IF.                                                     00030500
                                                                        00030600
            IF WRK-QT-CHAVES NOT LESS 10000                             00030700
                MOVE ' DIRETORIO DE CHAVES CHEIO ' TO WRK-MSG           00030800
                PERFORM 9000-TRATAR-ERROS                               00030900
            END-IF.                                                     00031000
                                                                        00031100
      *     A NOVA CHAVE ENTRA LOGO APOS A ULTIMA DE MESMA ORDEM       *00031200
            PERFORM 2120-DESLOCAR-CHAVE                                 00031300
                VARYING WRK-IDX-DESLOCA FROM WRK-QT-CHAVES BY -1        00031400
                UNTIL WRK-IDX-DESLOCA LESS WRK-IDX-INS.                 00031500
            ADD 1 TO WRK-QT-CHAVES.                                     00031600
                                                                        00031700
            MOVE SPACES               TO WRK-REG-CHAVEPG.               00031800
            MOVE WRK-CARTAO-ID        TO WRK-CHP-ID.                    00031900
            MOVE WRK-CARTAO-CONTA     TO WRK-CHP-CONTA-DESTINO.         00032000
            MOVE 'A'                  TO WRK-CHP-SITUACAO.              00032100
            MOVE WRK-AUD-DATA         TO WRK-CHP-DATA-INCLUSAO.         00032200
            MOVE ZEROS                TO WRK-CHP-DATA-EXCLUSAO.         00032300
            MOVE WRK-REG-CHAVEPG TO WRK-TCH-REGISTRO(WRK-IDX-INS).      00032400
                                                                        00032500
            ADD 1 TO WRK-ACU-INCLUIDAS.                                 00032600
            MOVE 'INCLUSAO  ' TO WRK-AUD-ACAO.                          00032700
            PERFORM 2500-GRAVAR-AUDITORIA.                              00032800
                                                                        00032900
      *----------------------------------------------------------------*00033000
       2100-99-FIM.            EXIT.                                    00033100
      *----------------------------------------------------------------*00033200
      *----------------------------------------------------------------*00033300
       2120-DESLOCAR-CHAVE                SECTION.                      00033400
      *----------------------------------------------------------------*00033500
                                                                        00033600
            MOVE WRK-TCH-REGISTRO(WRK-IDX-DESLOCA)                      00033700
                 TO WRK-TCH-REGISTRO(WRK-IDX-DESLOCA + 1).              00033800
                                                                        00033900
      *----------------------------------------------------------------*00034000
       2120-99-FIM.            EXIT.                                    00034100
      *----------------------------------------------------------------*00034200
      *----------------------------------------------------------------*00034300
       2150-VALIDAR-CHAVE                 SECTION.                      00034400
      *----------------------------------------------------------------*00034500
      *    FORMATO DA CHAVE CONFORME O TIPO. MOTIVO EM BRANCO = CHAVE  *00034600
      *    EM FORMATO VALIDO.                                          *00034700
      *----------------------------------------------------------------*00034800
                                                                        00034900
            MOVE SPACES TO WRK-MOTIVO.                                  00035000
                                                                        00035100
            IF WRK-CARTAO-CHAVE EQUAL SPACES                            00035200
                MOVE 'CHAVE EM BRANCO' TO WRK-MOTIVO                    00035300
                GO TO 2150-99-FIM                                       00035400
            END-IF.                                                     00035500
                                                                        00035600
            EVALUATE WRK-CARTAO-TIPO                                    00035700
             WHEN 'F'                                                   00035800
             WHEN 'J'                                                   00035900
               IF WRK-CARTAO-CHAVE(15:15) NOT EQUAL SPACES              00036000
                   MOVE 'DOCUMENTO INVALIDO' TO WRK-MOTIVO              00036100
                   GO TO 2150-99-FIM                                    00036200
               END-IF                                                   00036300
               MOVE WRK-CARTAO-TIPO        TO WRK-VDC-TIPO              00036400
               MOVE WRK-CARTAO-CHAVE(1:14) TO WRK-VDC-NUMERO            00036500
               CALL 'VALDOC' USING WRK-VALDOC                           00036600
               IF WRK-VDC-RETORNO NOT EQUAL '0'                         00036700
                   MOVE 'DOCUMENTO INVALIDO' TO WRK-MOTIVO              00036800
               END-IF                                                   00036900
             WHEN 'C'                                                   00037000
               IF WRK-CARTAO-CHAVE(1:13) NOT NUMERIC                    00037100
                  OR WRK-CARTAO-CHAVE(14:16) NOT EQUAL SPACES           00037200
                   MOVE 'CELULAR INVALIDO' TO WRK-MOTIVO                00037300
               END-IF                                                   00037400
             WHEN 'E'                                                   00037500
               MOVE ZEROS TO WRK-QT-ARROBAS                             00037600
                             WRK-TAM-CHAVE                              00037700
               INSPECT WRK-CARTAO-CHAVE TALLYING WRK-QT-ARROBAS         00037800
                   FOR ALL '@'                                          00037900
               INSPECT WRK-CARTAO-CHAVE TALLYING WRK-TAM-CHAVE          00038000
                   FOR CHARACTERS BEFORE INITIAL SPACE                  00038100
               IF WRK-QT-ARROBAS NOT EQUAL 1                            00038200
                  OR WRK-TAM-CHAVE LESS 3                               00038300
                  OR WRK-CARTAO-CHAVE(1:1) EQUAL '@'                    00038400
                  OR WRK-CARTAO-CHAVE(WRK-TAM-CHAVE:1) EQUAL '@'        00038500
                   MOVE 'E-MAIL INVALIDO' TO WRK-MOTIVO                 00038600
                   GO TO 2150-99-FIM                                    00038700
               END-IF                                                   00038800
      *        BRANCO NO MEIO DO ENDERECO NAO E ACEITO                 *00038900
               IF WRK-TAM-CHAVE LESS 29                                 00039000
                  AND WRK-CARTAO-CHAVE(WRK-TAM-CHAVE + 1:) NOT EQUAL    00039100
                      SPACES                                            00039200
                   MOVE 'E-MAIL INVALIDO' TO WRK-MOTIVO                 00039300
               END-IF                                                   00039400
             WHEN 'A'                                                   00039500
               CONTINUE                                                 00039600
             WHEN OTHER                                                 00039700
               MOVE 'TIPO DE CHAVE INVALIDO' TO WRK-MOTIVO              00039800
            END-EVALUATE.                                               00039900
                                                                        00040000
      *----------------------------------------------------------------*00040100
       2150-99-FIM.            EXIT.                                    00040200
      *----------------------------------------------------------------*00040300
      *----------------------------------------------------------------*00040400
       2200-EXCLUIR                       SECTION.                      00040500
      *----------------------------------------------------------------*00040600
                                                                        00040700
            PERFORM 2400-EXAMINAR-DIRETORIO.                            00040800
            IF WRK-IDX-ATIVA EQUAL ZEROS                                00040900
                MOVE 'CHAVE NAO CADASTRADA' TO WRK-MOTIVO               00041000
                PERFORM 2900-RECUSAR-CARTAO                             00041100
                GO TO 2200-99-FIM                                       00041200
            END-IF.                                                     00041300
                                                                        00041400
            MOVE WRK-TCH-REGISTRO(WRK-IDX-ATIVA) TO WRK-REG-CHAVEPG.    00041500
            IF WRK-CARTAO-CONTA NOT EQUAL SPACES                        00041600
               AND WRK-CARTAO-CONTA NOT EQUAL WRK-CHP-CONTA-DESTINO     00041700
                MOVE 'CHAVE DE OUTRA CONTA' TO WRK-MOTIVO               00041800
                PERFORM 2900-RECUSAR-CARTAO                             00041900
                GO TO 2200-99-FIM                                       00042000
            END-IF.                                                     00042100
                                                                        00042200
            MOVE 'E'          TO WRK-CHP-SITUACAO.                      00042300
            MOVE WRK-AUD-DATA TO WRK-CHP-DATA-EXCLUSAO.                 00042400
            MOVE WRK-REG-CHAVEPG TO WRK-TCH-REGISTRO(WRK-IDX-ATIVA).    00042500
                                                                        00042600
            ADD 1 TO WRK-ACU-EXCLUIDAS.                                 00042700
            MOVE 'EXCLUSAO  ' TO WRK-AUD-ACAO.                          00042800
            PERFORM 2500-GRAVAR-AUDITORIA.                              00042900
                                                                        00043000
      *----------------------------------------------------------------*00043100
       2200-99-FIM.            EXIT.                                    00043200
      *----------------------------------------------------------------*00043300
      *----------------------------------------------------------------*00043400
       2400-EXAMINAR-DIRETORIO            SECTION.                      00043500
      *----------------------------------------------------------------*00043600
      *    PERCORRE O DIRETORIO: POSICAO DA CHAVE DO CARTAO SE ATIVA   *00043700
      *    (EM QUALQUER CONTA), QTDE DE CHAVES ATIVAS DA CONTA DO      *00043800
      *    CARTAO E A POSICAO DE INCLUSAO (APOS A ULTIMA DE TIPO +     *00043900
      *    CHAVE MENOR OU IGUAL).                                      *00044000
      *----------------------------------------------------------------*00044100
                                                                        00044200
            MOVE ZEROS TO WRK-IDX-ATIVA                                 00044300
                          WRK-QT-ATIVAS-CONTA.                          00044400
            MOVE 1     TO WRK-IDX-INS.                                  00044500
                                                                        00044600
            PERFORM 2410-EXAMINAR-CHAVE                                 00044700
                VARYING WRK-IDX-DESLOCA FROM 1 BY 1                     00044800
                UNTIL WRK-IDX-DESLOCA GREATER WRK-QT-CHAVES.            00044900
                                                                        00045000
      *----------------------------------------------------------------*00045100
       2400-99-FIM.            EXIT.                                    00045200
      *----------------------------------------------------------------*00045300
      *----------------------------------------------------------------*00045400
       2410-EXAMINAR-CHAVE                SECTION.                      00045500
      *----------------------------------------------------------------*00045600
                                                                        00045700
            MOVE WRK-TCH-REGISTRO(WRK-IDX-DESLOCA) TO WRK-REG-CHAVEPG.  00045800
                                                                        00045900
            IF WRK-CHP-ID NOT GREATER WRK-CARTAO-ID                     00046000
                ADD 1 WRK-IDX-DESLOCA GIVING WRK-IDX-INS                00046100
            END-IF.                                                     00046200
                                                                        00046300
            IF WRK-CHP-SITUACAO NOT EQUAL 'A'                           00046400
                GO TO 2410-99-FIM                                       00046500
            END-IF.                                                     00046600
                                                                        00046700
            IF WRK-CHP-ID EQUAL WRK-CARTAO-ID                           00046800
                MOVE WRK-IDX-DESLOCA TO WRK-IDX-ATIVA                   00046900
            END-IF.                                                     00047000
            IF WRK-CHP-CONTA-DESTINO EQUAL WRK-CARTAO-CONTA             00047100
                ADD 1 TO WRK-QT-ATIVAS-CONTA                            00047200
            END-IF.                                                     00047300
                                                                        00047400
      *----------------------------------------------------------------*00047500
       2410-99-FIM.            EXIT.                                    00047600
      *----------------------------------------------------------------*00047700
      *----------------------------------------------------------------*00047800
       2500-GRAVAR-AUDITORIA              SECTION.                      00047900
      *----------------------------------------------------------------*00048000
                                                                        00048100
            MOVE WRK-CHP-TIPO          TO WRK-AUD-TIPO.                 00048200
            MOVE WRK-CHP-CHAVE         TO WRK-AUD-CHAVE.                00048300
            MOVE WRK-CHP-CONTA-DESTINO TO WRK-AUD-CONTA.                00048400
            WRITE FD-AUDITCH FROM WRK-LINHA-AUDIT.                      00048500
            DISPLAY 'AUDITORIA: ' WRK-LINHA-AUDIT.                      00048600
                                                                        00048700
      *----------------------------------------------------------------*00048800
       2500-99-FIM.            EXIT.                                    00048900
      *----------------------------------------------------------------*00049000
      *----------------------------------------------------------------*00049100
       2900-RECUSAR-CARTAO                SECTION.                      00049200
      *----------------------------------------------------------------*00049300
                                                                        00049400
            ADD 1 TO WRK-ACU-RECUSADOS.                                 00049500
            DISPLAY WRK-MOTIVO ' - RECUSADO: ' WRK-CARTAO(1:39).        00049600
                                                                        00049700
      *----------------------------------------------------------------*00049800
       2900-99-FIM.            EXIT.                                    00049900
      *----------------------------------------------------------------*00050000
      *----------------------------------------------------------------*00050100
       3000-FINALIZAR                     SECTION.                      00050200
      *----------------------------------------------------------------*00050300
                                                                        00050400
            PERFORM 3100-GRAVAR-CHAVE                                   00050500
                VARYING WRK-IDX-CHV FROM 1 BY 1                         00050600
                UNTIL WRK-IDX-CHV GREATER WRK-QT-CHAVES.                00050700
                                                                        00050800
            CLOSE CHVSAI                                                00050900
                  AUDITCH.                                              00051000
                                                                        00051100
            DISPLAY '------------------------------------------------'. 00051200
            DISPLAY '  CHAVES NO DIRETORIO...: ' WRK-QT-CHAVES.         00051300
            DISPLAY '  CHAVES INCLUIDAS......: ' WRK-ACU-INCLUIDAS.     00051400
            DISPLAY '  CHAVES EXCLUIDAS......: ' WRK-ACU-EXCLUIDAS.     00051500
            DISPLAY '  CARTOES RECUSADOS.....: ' WRK-ACU-RECUSADOS.     00051600
            DISPLAY '------------------------------------------------'. 00051700
                                                                        00051800
            IF WRK-ACU-RECUSADOS GREATER ZEROS                          00051900
                MOVE 4 TO RETURN-CODE                                   00052000
            END-IF.                                                     00052100
                                                                        00052200
            STOP RUN.                                                   00052300
      *----------------------------------------------------------------*00052400
       3000-99-FIM.            EXIT.                                    00052500
      *----------------------------------------------------------------*00052600
      *----------------------------------------------------------------*00052700
       3100-GRAVAR-CHAVE                  SECTION.                      00052800
      *----------------------------------------------------------------*00052900
                                                                        00053000
            WRITE FD-CHVSAI FROM WRK-TCH-REGISTRO(WRK-IDX-CHV).         00053100
            IF WRK-FS-CHVSAI NOT EQUAL ZEROS                            00053200
                MOVE ' ERRO GRAVACAO CHVSAI ' TO WRK-MSG                00053300
                PERFORM 9000-TRATAR-ERROS                               00053400
            END-IF.                                                     00053500
                                                                        00053600
      *----------------------------------------------------------------*00053700
       3100-99-FIM.            EXIT.                                    00053800
      *----------------------------------------------------------------*00053900
                                                                        00054000
      *----------------------------------------------------------------*00054100
       9000-TRATAR-ERROS                  SECTION.                      00054200
      *----------------------------------------------------------------*00054300
                                                                        00054400
             MOVE 'FR06C109'       TO WRK-ERR-PROGRAMA.                 00054500
             MOVE '9000'           TO WRK-ERR-SECTION.                  00054600
             MOVE WRK-MSG          TO WRK-ERR-MSG.                      00054700
             MOVE SPACES           TO WRK-ERR-STATUS.                   00054800
             MOVE WRK-FS-CHVENT    TO WRK-ERR-STATUS(1:2).              00054900
             MOVE WRK-FS-CHVSAI    TO WRK-ERR-STATUS(3:2).              00055000
             MOVE WRK-FS-AUDITCH   TO WRK-ERR-STATUS(5:2).              00055100
             MOVE 'F'              TO WRK-ERR-SEVERIDADE.               00055200
                                                                        00055300
             CALL 'TRTERRO'        USING WRK-TRTERRO.                   00055400
                                                                        00055500
      *----------------------------------------------------------------*00055600
       9000-99-FIM.            EXIT.                                    00055700
      *----------------------------------------------------------------*00055800
