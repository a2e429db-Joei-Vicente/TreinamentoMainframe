      *================================================================*00000100
       IDENTIFICATION                            DIVISION.              00000200
      *================================================================*00000300
                                                                        00000400
       PROGRAM-ID.  FR06C108.                                           00000500
                                                                        00000600
      *================================================================*00000700
      *     AUTOR.......: JOEI LORENTI                                  00000800
      *     ANALISTA....: IVAN SANCHES                                  00000900
      *     EMPRESA.....: FOURSYS                                       00001000
      *     DATA........: 15/10/2026                                    00001100
      *----------------------------------------------------------------*00001200
      *                                                                 00001300
      *     OBJETIVO: MANUTENCAO DO CADASTRO DE TITULARES DAS CONTAS    00001400
      *               (TITULAR, LAYOUT B#TITUL), NO MESMO PADRAO        00001500
      *               AUDITADO DO FR06CB52: LE O CADASTRO ATUAL         00001600
      *               (TITENT), APLICA OS CARTOES DA SYSIN E GRAVA O    00001700
      *               CADASTRO NOVO (TITSAI) NA ORDEM DE CHAVE +        00001800
      *               SEQUENCIAL, COM UMA LINHA DE AUDITORIA POR        00001900
      *               ALTERACAO NO ARQUIVO AUDITTT E NA SYSOUT.         00002000
      *               CARTOES (ATE O CARTAO EM BRANCO):                 00002100
      *               COL 01    ACAO: 'I' INCLUIR TITULAR /             00002200
      *                         'E' EXCLUIR TITULAR /                   00002300
      *                         'P' PROMOVER A TITULAR PRINCIPAL        00002400
      *               COL 02-09 AGENCIA + CONTA                         00002500
      *               COL 10-11 SEQUENCIAL DO TITULAR ('E' E 'P';       00002600
      *                         NA INCLUSAO E ATRIBUIDO PELO            00002700
      *                         PROGRAMA - MAIOR DA CONTA + 1)          00002800
      *               -- SOMENTE NA INCLUSAO ('I'): --                  00002900
      *               COL 12    PAPEL ('P' PRINCIPAL / 'S' CO-TITULAR)  00003000
      *               COL 13    TIPO DE PESSOA ('F' CPF / 'J' CNPJ)     00003100
      *               COL 14-27 DOCUMENTO (ZEROS A ESQUERDA)            00003200
      *               COL 28-57 NOME                                    00003300
      *               O DOCUMENTO E VALIDADO PELO MODULO VALDOC. A      00003400
      *               CONTA TEM UM SO PRINCIPAL ATIVO: INCLUIR OUTRO    00003500
      *               'P' E RECUSADO (USAR A ACAO 'P', QUE REBAIXA O    00003600
      *               PRINCIPAL ATUAL A CO-TITULAR). O PRINCIPAL NAO    00003700
      *               PODE SER EXCLUIDO ENQUANTO HOUVER CO-TITULAR      00003800
      *               ATIVO NA CONTA.                                   00003900
      *                                                                 00004000
      *----------------------------------------------------------------*00004100
      *     INPUT:                                                      00004200
      *     DDNAME           I/O                                        00004300
      *     TITENT            I   (TITULARES ATUAIS - LRECL 80)         00004400
      *     TITSAI            O   (TITULARES NOVOS - LRECL 80)          00004500
      *     AUDITTT           O   (AUDITORIA - LRECL 80, EXTEND)        00004600
      *     RUNCTL            I   (JOB DA RODADA - OPCIONAL)            00004650
      *                                                                 00004700
      *----------------------------------------------------------------*00004800
      *     MANUTENCAO:                                                 00004900
      *     15/10/2026 JL - A LINHA DE AUDITORIA PASSA A LEVAR O JOB DA 00004914
      *                     RODADA (RUNCTL TIPO '1', COL 73-80; EM      00004928
      *                     BRANCO SEM RUNCTL) PARA O RELATORIO         00004942
      *                     CONSOLIDADO DE AUDITORIA FR06C159. O NOME   00004956
      *                     DO TITULAR NA LINHA DE AUDITORIA PASSA A 15 00004970
      *                     POSICOES.                                   00004984
      *                                                                 00005000
      *================================================================*00005100
                                                                        00005200
      *================================================================*00005300
       ENVIRONMENT                               DIVISION.              00005400
      *================================================================*00005500
                                                                        00005600
      *----------------------------------------------------------------*00005700
       CONFIGURATION                             SECTION.               00005800
      *----------------------------------------------------------------*00005900
                                                                        00006000
       SPECIAL-NAMES.                                                   00006100
           DECIMAL-POINT IS COMMA.                                      00006200
                                                                        00006300
      *----------------------------------------------------------------*00006400
       INPUT-OUTPUT                              SECTION.               00006500
      *----------------------------------------------------------------*00006600
                                                                        00006700
       FILE-CONTROL.                                                    00006800
             SELECT TITENT             ASSIGN TO TITENT                 00006900
                FILE STATUS            IS WRK-FS-TITENT.                00007000
             SELECT TITSAI             ASSIGN TO TITSAI                 00007100
                FILE STATUS            IS WRK-FS-TITSAI.                00007200
             SELECT RUNCTL             ASSIGN TO RUNCTL                 00007233
                FILE STATUS            IS WRK-FS-RUNCTL.                00007266
             SELECT AUDITTT            ASSIGN TO AUDITTT                00007300
                FILE STATUS            IS WRK-FS-AUDITTT.               00007400
                                                                        00007500
      *================================================================*00007600
       DATA                                      DIVISION.              00007700
      *================================================================*00007800
                                                                        00007900
      *----------------------------------------------------------------*00008000
       FILE                                      SECTION.               00008100
      *----------------------------------------------------------------*00008200
                                                                        00008300
       FD TITENT                                                        00008400
           RECORDING MODE IS F                                          00008500
           BLOCK CONTAINS 0 RECORDS.                                    00008600
       01 FD-TITENT                    PIC X(80).                       00008700
                                                                        00008800
       FD TITSAI                                                        00008900
           RECORDING MODE IS F                                          00009000
           BLOCK CONTAINS 0 RECORDS.                                    00009100
       01 FD-TITSAI                    PIC X(80).                       00009200
                                                                        00009216
       FD RUNCTL                                                        00009232
           RECORDING MODE IS F                                          00009248
           BLOCK CONTAINS 0 RECORDS.                                    00009264
       01 FD-RUNCTL                    PIC X(80).                       00009280
                                                                        00009300
       FD AUDITTT                                                       00009400
           RECORDING MODE IS F                                          00009500
           BLOCK CONTAINS 0 RECORDS.                                    00009600
       01 FD-AUDITTT                   PIC X(80).                       00009700
                                                                        00009800
      *----------------------------------------------------------------*00009900
       WORKING-STORAGE                           SECTION.               00010000
      *----------------------------------------------------------------*00010100
                                                                        00010200
      *----------------------------------------------------------------*00010300
       01 FILLER                       PIC X(50)               VALUE    00010400
            '**** CADASTRO EM MEMORIA ****'.                            00010500
      *----------------------------------------------------------------*00010600
                                                                        00010700
        COPY 'B#TITUL'.                                                 00010800
                                                                        00010900
       01 WRK-TAB-TITULARES.                                            00011000
          05 WRK-TTT-REGISTRO          PIC X(80) OCCURS 5000 TIMES.     00011100
                                                                        00011200
       77 WRK-QT-TITULARES             PIC 9(04) VALUE ZEROS.           00011300
       77 WRK-IDX-TIT                  PIC 9(04) VALUE ZEROS.           00011400
       77 WRK-IDX-INS                  PIC 9(04) VALUE ZEROS.           00011500
       77 WRK-IDX-DESLOCA              PIC 9(04) VALUE ZEROS.           00011600
       77 WRK-IDX-PRINCIPAL            PIC 9(04) VALUE ZEROS.           00011700
       77 WRK-ULTIMA-SEQ               PIC 9(02) VALUE ZEROS.           00011800
       77 WRK-QT-ATIVOS-CONTA          PIC 9(02) VALUE ZEROS.           00011900
       77 WRK-ACHOU                    PIC X(01) VALUE 'N'.             00012000
                                                                        00012100
      *----------------------------------------------------------------*00012200
       01 FILLER                       PIC X(50)               VALUE    00012300
            '**** AREA DO CARTAO E AUDITORIA ****'.                     00012400
      *----------------------------------------------------------------*00012500
                                                                        00012600
       01 WRK-CARTAO.                                                   00012700
          05 WRK-CARTAO-ACAO           PIC X(01).                       00012800
          05 WRK-CARTAO-CHAVE          PIC X(08).                       00012900
          05 WRK-CARTAO-SEQ            PIC 9(02).                       00013000
          05 WRK-CARTAO-PAPEL          PIC X(01).                       00013100
          05 WRK-CARTAO-TIPO-PESSOA    PIC X(01).                       00013200
          05 WRK-CARTAO-DOCUMENTO      PIC X(14).                       00013300
          05 WRK-CARTAO-NOME           PIC X(30).                       00013400
          05 FILLER                    PIC X(23).                       00013500
                                                                        00013600
       01 WRK-LINHA-AUDIT.                                              00013700
          05 WRK-AUD-DATA              PIC 9(08).                       00013800
          05 FILLER                    PIC X(01) VALUE SPACES.          00013900
          05 WRK-AUD-HORA              PIC 9(06).                       00014000
          05 FILLER                    PIC X(01) VALUE SPACES.          00014100
          05 WRK-AUD-ACAO              PIC X(10).                       00014200
          05 FILLER                    PIC X(01) VALUE SPACES.          00014300
          05 WRK-AUD-CHAVE             PIC X(08).                       00014400
          05 FILLER                    PIC X(01) VALUE SPACES.          00014500
          05 WRK-AUD-SEQ               PIC 9(02).                       00014600
          05 FILLER                    PIC X(01) VALUE SPACES.          00014700
          05 WRK-AUD-PAPEL             PIC X(01).                       00014800
          05 FILLER                    PIC X(01) VALUE SPACES.          00014900
          05 WRK-AUD-DOCUMENTO         PIC X(14).                       00015000
          05 FILLER                    PIC X(01) VALUE SPACES.          00015100
          05 WRK-AUD-NOME              PIC X(15).                       00015200
          05 FILLER                    PIC X(01) VALUE SPACES.          00015233
          05 WRK-AUD-JOB               PIC X(08) VALUE SPACES.          00015266
                                                                        00015300
       01 WRK-HORA-SISTEMA.                                             00015400
          05 WRK-HORA-HHMMSS           PIC 9(06).                       00015500
          05 WRK-HORA-CENTESIMOS       PIC 9(02).                       00015600
                                                                        00015700
      *----------------------------------------------------------------*00015800
       01 FILLER                       PIC X(50)               VALUE    00015900
            '**** AREA DE VARIAVEIS E CONTADORES ****'.                 00016000
      *----------------------------------------------------------------*00016100
                                                                        00016200
       77 WRK-FS-TITENT                PIC X(02) VALUE SPACES.          00016300
       77 WRK-FS-TITSAI                PIC X(02) VALUE SPACES.          00016400
       77 WRK-FS-RUNCTL                PIC X(02) VALUE SPACES.          00016450
       77 WRK-FS-AUDITTT               PIC X(02) VALUE SPACES.          00016500
       77 WRK-ACU-INCLUIDOS            PIC 9(04) VALUE ZEROS.           00016600
       77 WRK-ACU-EXCLUIDOS            PIC 9(04) VALUE ZEROS.           00016700
       77 WRK-ACU-PROMOVIDOS           PIC 9(04) VALUE ZEROS.           00016800
       77 WRK-ACU-RECUSADOS            PIC 9(04) VALUE ZEROS.           00016900
       77 WRK-MOTIVO                   PIC X(30) VALUE SPACES.          00017000
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00017100
                                                                        00017112
      *----------------------------------------------------------------*00017124
       01 FILLER                       PIC X(50)               VALUE    00017136
            '**** AREA DO CONTROLE DE RODADA ****'.                     00017148
      *----------------------------------------------------------------*00017160
                                                                        00017172
        COPY 'B#RUNCTL'.                                                00017184
                                                                        00017200
      *----------------------------------------------------------------*00017300
       01 FILLER                       PIC X(50)               VALUE    00017400
            '**** AREA DO MODULO VALDOC ****'.                          00017500
      *----------------------------------------------------------------*00017600
                                                                        00017700
        COPY '#VALDOC'.                                                 00017800
                                                                        00017900
      *----------------------------------------------------------------*00018000
       01 FILLER                       PIC X(50)               VALUE    00018100
            '**** AREA DO MODULO TRTERRO ****'.                         00018200
      *----------------------------------------------------------------*00018300
                                                                        00018400
        COPY '#TRTERRO'.                                                00018500
                                                                        00018600
      *================================================================*00018700
       PROCEDURE DIVISION.                                              00018800
      *================================================================*00018900
      *----------------------------------------------------------------*00019000
       0000-PRINCIPAL                     SECTION.                      00019100
      *----------------------------------------------------------------*00019200
                                                                        00019300
           PERFORM 1000-INICIAR.                                        00019400
                                                                        00019500
           PERFORM 2000-PROCESSAR                                       00019600
               UNTIL WRK-CARTAO EQUAL SPACES.                           00019700
                                                                        00019800
           PERFORM 3000-FINALIZAR.                                      00019900
                                                                        00020000
      *----------------------------------------------------------------*00020100
       0000-99-FIM.            EXIT.                                    00020200
      *----------------------------------------------------------------*00020300
                                                                        00020400
      *----------------------------------------------------------------*00020500
       1000-INICIAR                       SECTION.                      00020600
      *----------------------------------------------------------------*00020700
                                                                        00020800
            ACCEPT WRK-AUD-DATA FROM DATE YYYYMMDD.                     00020900
            ACCEPT WRK-HORA-SISTEMA FROM TIME.                          00021000
            MOVE WRK-HORA-HHMMSS TO WRK-AUD-HORA.                       00021100
            PERFORM 1600-LER-JOB-RODADA.                                00021150
                                                                        00021200
            OPEN INPUT TITENT.                                          00021300
            IF WRK-FS-TITENT EQUAL '35'                                 00021400
                DISPLAY 'TITENT AUSENTE - CADASTRO INICIADO VAZIO'      00021500
            ELSE                                                        00021600
                IF WRK-FS-TITENT NOT EQUAL ZEROS                        00021700
                    MOVE ' ERRO ABERTURA TITENT ' TO WRK-MSG            00021800
                    PERFORM 9000-TRATAR-ERROS                           00021900
                END-IF                                                  00022000
                PERFORM 1100-CARREGAR-TITULAR                           00022100
                    UNTIL WRK-FS-TITENT EQUAL '10'                      00022200
                CLOSE TITENT                                            00022300
            END-IF.                                                     00022400
                                                                        00022500
            OPEN OUTPUT TITSAI.                                         00022600
            IF WRK-FS-TITSAI NOT EQUAL ZEROS                            00022700
                MOVE ' ERRO ABERTURA TITSAI ' TO WRK-MSG                00022800
                PERFORM 9000-TRATAR-ERROS                               00022900
            END-IF.                                                     00023000
                                                                        00023100
            OPEN EXTEND AUDITTT.                                        00023200
            IF WRK-FS-AUDITTT EQUAL '35'                                00023300
                OPEN OUTPUT AUDITTT                                     00023400
            END-IF.                                                     00023500
            IF WRK-FS-AUDITTT NOT EQUAL ZEROS                           00023600
                MOVE ' ERRO ABERTURA AUDITTT ' TO WRK-MSG               00023700
                PERFORM 9000-TRATAR-ERROS                               00023800
            END-IF.                                                     00023900
                                                                        00024000
            ACCEPT WRK-CARTAO FROM SYSIN.                               00024100
                                                                        00024200
      *----------------------------------------------------------------*00024300
       1000-99-FIM.            EXIT.                                    00024400
      *----------------------------------------------------------------*00024500
      *----------------------------------------------------------------*00024600
       1100-CARREGAR-TITULAR              SECTION.                      00024700
      *----------------------------------------------------------------*00024800
                                                                        00024900
            READ TITENT.                                                00025000
            IF WRK-FS-TITENT NOT EQUAL ZEROS                            00025100
                MOVE '10' TO WRK-FS-TITENT                              00025200
                GO TO 1100-99-FIM                                       00025300
            END-IF.                                                     00025400
                                                                        00025500
            IF WRK-QT-TITULARES NOT LESS 5000                           00025600
                MOVE ' CADASTRO DE TITULARES CHEIO ' TO WRK-MSG         00025700
                PERFORM 9000-TRATAR-ERROS                               00025800
            END-IF.                                                     00025900
                                                                        00026000
            ADD 1 TO WRK-QT-TITULARES.                                  00026100
            MOVE FD-TITENT TO WRK-TTT-REGISTRO(WRK-QT-TITULARES).       00026200
                                                                        00026300
      *----------------------------------------------------------------*00026400
       1100-99-FIM.            EXIT.                                    00026500
      *----------------------------------------------------------------*00026504
      *----------------------------------------------------------------*00026508
       1600-LER-JOB-RODADA                SECTION.                      00026512
      *----------------------------------------------------------------*00026516
      *    JOB DA RODADA (RUNCTL TIPO '1') PARA A LINHA DE AUDITORIA; * 00026520
      *    SEM RUNCTL O JOB FICA EM BRANCO.                           * 00026524
      *----------------------------------------------------------------*00026528
                                                                        00026532
            MOVE SPACES TO WRK-AUD-JOB.                                 00026536
            OPEN INPUT RUNCTL.                                          00026540
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00026544
                GO TO 1600-99-FIM                                       00026548
            END-IF.                                                     00026552
                                                                        00026556
            READ RUNCTL INTO WRK-RUNCTL.                                00026560
            IF WRK-FS-RUNCTL EQUAL ZEROS                                00026564
               AND WRK-RUNCTL-TIPO EQUAL '1'                            00026568
                MOVE WRK-RUNCTL-JOB TO WRK-AUD-JOB                      00026572
            END-IF.                                                     00026576
            CLOSE RUNCTL.                                               00026580
                                                                        00026584
      *----------------------------------------------------------------*00026588
       1600-99-FIM.            EXIT.                                    00026592
      *----------------------------------------------------------------*00026600
      *----------------------------------------------------------------*00026700
       2000-PROCESSAR                     SECTION.                      00026800
      *----------------------------------------------------------------*00026900
                                                                        00027000
            EVALUATE WRK-CARTAO-ACAO                                    00027100
             WHEN 'I'                                                   00027200
               PERFORM 2100-INCLUIR                                     00027300
             WHEN 'E'                                                   00027400
               PERFORM 2200-EXCLUIR                                     00027500
             WHEN 'P'                                                   00027600
               PERFORM 2300-PROMOVER                                    00027700
             WHEN OTHER                                                 00027800
               MOVE 'ACAO INVALIDA' TO WRK-MOTIVO                       00027900
               PERFORM 2900-RECUSAR-CARTAO                              00028000
            END-EVALUATE.                                               00028100
                                                                        00028200
            ACCEPT WRK-CARTAO FROM SYSIN.                               00028300
                                                                        00028400
      *----------------------------------------------------------------*00028500
       2000-99-FIM.            EXIT.                                    00028600
      *----------------------------------------------------------------*00028700
      *----------------------------------------------------------------*00028800
       2100-INCLUIR                       SECTION.                      00028900
      *----------------------------------------------------------------*00029000
                                                                        00029100
            IF WRK-CARTAO-CHAVE NOT NUMERIC                             00029200
                MOVE 'CHAVE INVALIDA' TO WRK-MOTIVO                     00029300
                PERFORM 2900-RECUSAR-CARTAO                             00029400
                GO TO 2100-99-FIM                                       00029500
            END-IF.                                                     00029600
                                                                        00029700
            IF WRK-CARTAO-PAPEL NOT EQUAL 'P'                           00029800
               AND WRK-CARTAO-PAPEL NOT EQUAL 'S'                       00029900
                MOVE 'PAPEL INVALIDO' TO WRK-MOTIVO                     00030000
                PERFORM 2900-RECUSAR-CARTAO                             00030100
                GO TO 2100-99-FIM                                       00030200
            END-IF.                                                     00030300
                                                                        00030400
            IF WRK-CARTAO-NOME EQUAL SPACES                             00030500
                MOVE 'NOME EM BRANCO' TO WRK-MOTIVO                     00030600
                PERFORM 2900-RECUSAR-CARTAO                             00030700
                GO TO 2100-99-FIM                                       00030800
            END-IF.                                                     00030900
                                                                        00031000
            MOVE WRK-CARTAO-TIPO-PESSOA TO WRK-VDC-TIPO.                00031100
            MOVE WRK-CARTAO-DOCUMENTO   TO WRK-VDC-NUMERO.              00031200
            CALL 'VALDOC' USING WRK-VALDOC.                             00031300
            IF WRK-VDC-RETORNO NOT EQUAL '0'                            00031400
                MOVE 'DOCUMENTO INVALIDO' TO WRK-MOTIVO                 00031500
                PERFORM 2900-RECUSAR-CARTAO                             00031600
                GO TO 2100-99-FIM                                       00031700
            END-IF.                                                     00031800
                                                                        00031900
            PERFORM 2400-EXAMINAR-CONTA.                                00032000
                                                                        00032100
            IF WRK-ACHOU EQUAL 'S'                                      00032200
                MOVE 'DOCUMENTO JA TITULAR DA CONTA' TO WRK-MOTIVO      00032300
                PERFORM 2900-RECUSAR-CARTAO                             00032400
                GO TO 2100-99-FIM                                       00032500
            END-IF.                                                     00032600
                                                                        00032700
            IF WRK-CARTAO-PAPEL EQUAL 'P'                               00032800
               AND WRK-IDX-PRINCIPAL GREATER ZEROS                      00032900
                MOVE 'CONTA JA TEM TITULAR PRINCIPAL' TO WRK-MOTIVO     00033000
                PERFORM 2900-RECUSAR-CARTAO                             00033100
                GO TO 2100-99-FIM                                       00033200
            END-IF.                                                     00033300
                                                                        00033400
            IF WRK-ULTIMA-SEQ NOT LESS 99                               00033500
                MOVE 'SEQUENCIAL DA CONTA ESGOTADO' TO WRK-MOTIVO       00033600
                PERFORM 2900-RECUSAR-CARTAO                             00033700
                GO TO 2100-99-FIM                                       00033800
            END-IF.                                                     00033900
                                                                        00034000
            IF WRK-QT-TITULARES NOT LESS 5000                           00034100
                MOVE ' CADASTRO DE TITULARES CHEIO ' TO WRK-MSG         00034200
                PERFORM 9000-TRATAR-ERROS                               00034300
            END-IF.                                                     00034400
                                                                        00034500
      *     O NOVO TITULAR ENTRA LOGO APOS O ULTIMO DA CONTA           *00034600
            PERFORM 2120-DESLOCAR-TITULAR                               00034700
                VARYING WRK-IDX-DESLOCA FROM WRK-QT-TITULARES BY -1     00034800
                UNTIL WRK-IDX-DESLOCA LESS WRK-IDX-INS.                 00034900
            ADD 1 TO WRK-QT-TITULARES.                                  00035000
                                                                        00035100
            MOVE SPACES                 TO WRK-REG-TITULAR.             00035200
            MOVE WRK-CARTAO-CHAVE       TO WRK-TIT-CHAVE.               00035300
            ADD 1 WRK-ULTIMA-SEQ    GIVING WRK-TIT-SEQUENCIA.           00035400
            MOVE WRK-CARTAO-PAPEL       TO WRK-TIT-PAPEL.               00035500
            MOVE WRK-CARTAO-TIPO-PESSOA TO WRK-TIT-TIPO-PESSOA.         00035600
            MOVE WRK-CARTAO-DOCUMENTO   TO WRK-TIT-DOCUMENTO.           00035700
            MOVE WRK-CARTAO-NOME        TO WRK-TIT-NOME.                00035800
            MOVE 'A'                    TO WRK-TIT-SITUACAO.            00035900
            MOVE WRK-AUD-DATA           TO WRK-TIT-DATA-INCLUSAO.       00036000
            MOVE ZEROS                  TO WRK-TIT-DATA-EXCLUSAO.       00036100
            MOVE WRK-REG-TITULAR TO WRK-TTT-REGISTRO(WRK-IDX-INS).      00036200
                                                                        00036300
            ADD 1 TO WRK-ACU-INCLUIDOS.                                 00036400
            MOVE 'INCLUSAO  ' TO WRK-AUD-ACAO.                          00036500
            PERFORM 2500-GRAVAR-AUDITORIA.                              00036600
                                                                        00036700
      *----------------------------------------------------------------*00036800
       2100-99-FIM.            EXIT.                                    00036900
      *----------------------------------------------------------------*00037000
      *----------------------------------------------------------------*00037100
       2120-DESLOCAR-TITULAR              SECTION.                      00037200
      *----------------------------------------------------------------*00037300
                                                                        00037400
            MOVE WRK-TTT-REGISTRO(WRK-IDX-DESLOCA)                      00037500
                 TO WRK-TTT-REGISTRO(WRK-IDX-DESLOCA + 1).              00037600
                                                                        00037700
      *----------------------------------------------------------------*00037800
       2120-99-FIM.            EXIT.                                    00037900
      *----------------------------------------------------------------*00038000
      *----------------------------------------------------------------*00038100
       2200-EXCLUIR                       SECTION.                      00038200
      *----------------------------------------------------------------*00038300
                                                                        00038400
            PERFORM 2450-PROCURAR-TITULAR.                              00038500
            IF WRK-ACHOU EQUAL 'N'                                      00038600
                MOVE 'TITULAR NAO CADASTRADO' TO WRK-MOTIVO             00038700
                PERFORM 2900-RECUSAR-CARTAO                             00038800
                GO TO 2200-99-FIM                                       00038900
            END-IF.                                                     00039000
                                                                        00039100
            MOVE WRK-TTT-REGISTRO(WRK-IDX-TIT) TO WRK-REG-TITULAR.      00039200
            IF WRK-TIT-SITUACAO NOT EQUAL 'A'                           00039300
                MOVE 'TITULAR JA EXCLUIDO' TO WRK-MOTIVO                00039400
                PERFORM 2900-RECUSAR-CARTAO                             00039500
                GO TO 2200-99-FIM                                       00039600
            END-IF.                                                     00039700
                                                                        00039800
            IF WRK-TIT-PAPEL EQUAL 'P'                                  00039900
                PERFORM 2400-EXAMINAR-CONTA                             00040000
                MOVE WRK-TTT-REGISTRO(WRK-IDX-TIT) TO WRK-REG-TITULAR   00040100
                IF WRK-QT-ATIVOS-CONTA GREATER 1                        00040200
                    MOVE 'PRINCIPAL COM CO-TITULAR ATIVO' TO WRK-MOTIVO 00040300
                    PERFORM 2900-RECUSAR-CARTAO                         00040400
                    GO TO 2200-99-FIM                                   00040500
                END-IF                                                  00040600
            END-IF.                                                     00040700
                                                                        00040800
            MOVE 'E'          TO WRK-TIT-SITUACAO.                      00040900
            MOVE WRK-AUD-DATA TO WRK-TIT-DATA-EXCLUSAO.                 00041000
            MOVE WRK-REG-TITULAR TO WRK-TTT-REGISTRO(WRK-IDX-TIT).      00041100
                                                                        00041200
            ADD 1 TO WRK-ACU-EXCLUIDOS.                                 00041300
            MOVE 'EXCLUSAO  ' TO WRK-AUD-ACAO.                          00041400
            PERFORM 2500-GRAVAR-AUDITORIA.                              00041500
                                                                        00041600
      *----------------------------------------------------------------*00041700
       2200-99-FIM.            EXIT.                                    00041800
      *----------------------------------------------------------------*00041900
      *----------------------------------------------------------------*00042000
       2300-PROMOVER                      SECTION.                      00042100
      *----------------------------------------------------------------*00042200
      *    O CO-TITULAR INDICADO PASSA A PRINCIPAL E O PRINCIPAL      * 00042300
      *    ATUAL, SE HOUVER, E REBAIXADO A CO-TITULAR - UMA LINHA DE  * 00042400
      *    AUDITORIA PARA CADA UM.                                    * 00042500
      *----------------------------------------------------------------*00042600
                                                                        00042700
            PERFORM 2450-PROCURAR-TITULAR.                              00042800
            IF WRK-ACHOU EQUAL 'N'                                      00042900
                MOVE 'TITULAR NAO CADASTRADO' TO WRK-MOTIVO             00043000
                PERFORM 2900-RECUSAR-CARTAO                             00043100
                GO TO 2300-99-FIM                                       00043200
            END-IF.                                                     00043300
                                                                        00043400
            MOVE WRK-TTT-REGISTRO(WRK-IDX-TIT) TO WRK-REG-TITULAR.      00043500
            IF WRK-TIT-SITUACAO NOT EQUAL 'A'                           00043600
                MOVE 'TITULAR JA EXCLUIDO' TO WRK-MOTIVO                00043700
                PERFORM 2900-RECUSAR-CARTAO                             00043800
                GO TO 2300-99-FIM                                       00043900
            END-IF.                                                     00044000
                                                                        00044100
            IF WRK-TIT-PAPEL EQUAL 'P'                                  00044200
                MOVE 'TITULAR JA E O PRINCIPAL' TO WRK-MOTIVO           00044300
                PERFORM 2900-RECUSAR-CARTAO                             00044400
                GO TO 2300-99-FIM                                       00044500
            END-IF.                                                     00044600
                                                                        00044700
            PERFORM 2400-EXAMINAR-CONTA.                                00044800
                                                                        00044900
            IF WRK-IDX-PRINCIPAL GREATER ZEROS                          00045000
                MOVE WRK-TTT-REGISTRO(WRK-IDX-PRINCIPAL)                00045100
                  TO WRK-REG-TITULAR                                    00045200
                MOVE 'S' TO WRK-TIT-PAPEL                               00045300
                MOVE WRK-REG-TITULAR                                    00045400
                  TO WRK-TTT-REGISTRO(WRK-IDX-PRINCIPAL)                00045500
                MOVE 'REBAIXADO ' TO WRK-AUD-ACAO                       00045600
                PERFORM 2500-GRAVAR-AUDITORIA                           00045700
            END-IF.                                                     00045800
                                                                        00045900
            MOVE WRK-TTT-REGISTRO(WRK-IDX-TIT) TO WRK-REG-TITULAR.      00046000
            MOVE 'P' TO WRK-TIT-PAPEL.                                  00046100
            MOVE WRK-REG-TITULAR TO WRK-TTT-REGISTRO(WRK-IDX-TIT).      00046200
                                                                        00046300
            ADD 1 TO WRK-ACU-PROMOVIDOS.                                00046400
            MOVE 'PROMOVIDO ' TO WRK-AUD-ACAO.                          00046500
            PERFORM 2500-GRAVAR-AUDITORIA.                              00046600
                                                                        00046700
      *----------------------------------------------------------------*00046800
       2300-99-FIM.            EXIT.                                    00046900
      *----------------------------------------------------------------*00047000
      *----------------------------------------------------------------*00047100
       2400-EXAMINAR-CONTA                SECTION.                      00047200
      *----------------------------------------------------------------*00047300
      *    PERCORRE OS TITULARES DA CONTA DO CARTAO: ULTIMO            *00047400
      *    SEQUENCIAL, POSICAO DO PRINCIPAL ATIVO, QTDE DE ATIVOS,     *00047500
      *    DOCUMENTO DO CARTAO JA ATIVO NA CONTA (ACHOU 'S') E A       *00047600
      *    POSICAO DE INCLUSAO (LOGO APOS O ULTIMO DA CONTA).          *00047700
      *----------------------------------------------------------------*00047800
                                                                        00047900
            MOVE 'N'   TO WRK-ACHOU.                                    00048000
            MOVE ZEROS TO WRK-ULTIMA-SEQ                                00048100
                          WRK-IDX-PRINCIPAL                             00048200
                          WRK-QT-ATIVOS-CONTA.                          00048300
            MOVE 1     TO WRK-IDX-INS.                                  00048400
                                                                        00048500
            PERFORM 2410-EXAMINAR-TITULAR                               00048600
                VARYING WRK-IDX-DESLOCA FROM 1 BY 1                     00048700
                UNTIL WRK-IDX-DESLOCA GREATER WRK-QT-TITULARES.         00048800
                                                                        00048900
      *----------------------------------------------------------------*00049000
       2400-99-FIM.            EXIT.                                    00049100
      *----------------------------------------------------------------*00049200
      *----------------------------------------------------------------*00049300
       2410-EXAMINAR-TITULAR              SECTION.                      00049400
      *----------------------------------------------------------------*00049500
                                                                        00049600
            MOVE WRK-TTT-REGISTRO(WRK-IDX-DESLOCA) TO WRK-REG-TITULAR.  00049700
                                                                        00049800
            IF WRK-TIT-CHAVE LESS WRK-CARTAO-CHAVE                      00049900
                ADD 1 WRK-IDX-DESLOCA GIVING WRK-IDX-INS                00050000
                GO TO 2410-99-FIM                                       00050100
            END-IF.                                                     00050200
                                                                        00050300
            IF WRK-TIT-CHAVE GREATER WRK-CARTAO-CHAVE                   00050400
                GO TO 2410-99-FIM                                       00050500
            END-IF.                                                     00050600
                                                                        00050700
            ADD 1 WRK-IDX-DESLOCA GIVING WRK-IDX-INS.                   00050800
            MOVE WRK-TIT-SEQUENCIA TO WRK-ULTIMA-SEQ.                   00050900
                                                                        00051000
            IF WRK-TIT-SITUACAO NOT EQUAL 'A'                           00051100
                GO TO 2410-99-FIM                                       00051200
            END-IF.                                                     00051300
                                                                        00051400
            ADD 1 TO WRK-QT-ATIVOS-CONTA.                               00051500
            IF WRK-TIT-PAPEL EQUAL 'P'                                  00051600
                MOVE WRK-IDX-DESLOCA TO WRK-IDX-PRINCIPAL               00051700
            END-IF.                                                     00051800
            IF WRK-TIT-TIPO-PESSOA EQUAL WRK-CARTAO-TIPO-PESSOA         00051900
               AND WRK-TIT-DOCUMENTO EQUAL WRK-CARTAO-DOCUMENTO         00052000
                MOVE 'S' TO WRK-ACHOU                                   00052100
            END-IF.                                                     00052200
                                                                        00052300
      *----------------------------------------------------------------*00052400
       2410-99-FIM.            EXIT.                                    00052500
      *----------------------------------------------------------------*00052600
      *----------------------------------------------------------------*00052700
       2450-PROCURAR-TITULAR              SECTION.                      00052800
      *----------------------------------------------------------------*00052900
                                                                        00053000
            MOVE 'N' TO WRK-ACHOU.                                      00053100
            MOVE 1   TO WRK-IDX-TIT.                                    00053200
            IF WRK-CARTAO-SEQ NOT NUMERIC                               00053300
                GO TO 2450-99-FIM                                       00053400
            END-IF.                                                     00053500
                                                                        00053600
            PERFORM 2460-COMPARAR-TITULAR                               00053700
                UNTIL WRK-IDX-TIT GREATER WRK-QT-TITULARES              00053800
                   OR WRK-ACHOU EQUAL 'S'.                              00053900
                                                                        00054000
      *----------------------------------------------------------------*00054100
       2450-99-FIM.            EXIT.                                    00054200
      *----------------------------------------------------------------*00054300
      *----------------------------------------------------------------*00054400
       2460-COMPARAR-TITULAR              SECTION.                      00054500
      *----------------------------------------------------------------*00054600
                                                                        00054700
            IF WRK-TTT-REGISTRO(WRK-IDX-TIT)(1:10)                      00054800
               EQUAL WRK-CARTAO(2:10)                                   00054900
                MOVE 'S' TO WRK-ACHOU                                   00055000
            ELSE                                                        00055100
                ADD 1 TO WRK-IDX-TIT                                    00055200
            END-IF.                                                     00055300
                                                                        00055400
      *----------------------------------------------------------------*00055500
       2460-99-FIM.            EXIT.                                    00055600
      *----------------------------------------------------------------*00055700
      *----------------------------------------------------------------*00055800
       2500-GRAVAR-AUDITORIA              SECTION.                      00055900
      *----------------------------------------------------------------*00056000
                                                                        00056100
            MOVE WRK-TIT-CHAVE      TO WRK-AUD-CHAVE.                   00056200
            MOVE WRK-TIT-SEQUENCIA  TO WRK-AUD-SEQ.                     00056300
            MOVE WRK-TIT-PAPEL      TO WRK-AUD-PAPEL.                   00056400
            MOVE WRK-TIT-DOCUMENTO  TO WRK-AUD-DOCUMENTO.               00056500
            MOVE WRK-TIT-NOME       TO WRK-AUD-NOME.                    00056600
            WRITE FD-AUDITTT FROM WRK-LINHA-AUDIT.                      00056700
            DISPLAY 'AUDITORIA: ' WRK-LINHA-AUDIT.                      00056800
                                                                        00056900
      *----------------------------------------------------------------*00057000
       2500-99-FIM.            EXIT.                                    00057100
      *----------------------------------------------------------------*00057200
      *----------------------------------------------------------------*00057300
       2900-RECUSAR-CARTAO                SECTION.                      00057400
      *----------------------------------------------------------------*00057500
                                                                        00057600
            ADD 1 TO WRK-ACU-RECUSADOS.                                 00057700
            DISPLAY WRK-MOTIVO ' - RECUSADO: ' WRK-CARTAO(1:57).        00057800
                                                                        00057900
      *----------------------------------------------------------------*00058000
       2900-99-FIM.            EXIT.                                    00058100
      *----------------------------------------------------------------*00058200
      *----------------------------------------------------------------*00058300
       3000-FINALIZAR                     SECTION.                      00058400
      *----------------------------------------------------------------*00058500
                                                                        00058600
            PERFORM 3100-GRAVAR-TITULAR                                 00058700
                VARYING WRK-IDX-TIT FROM 1 BY 1                         00058800
                UNTIL WRK-IDX-TIT GREATER WRK-QT-TITULARES.             00058900
                                                                        00059000
            CLOSE TITSAI                                                00059100
                  AUDITTT.                                              00059200
                                                                        00059300
            DISPLAY '------------------------------------------------'. 00059400
            DISPLAY '  TITULARES NO CADASTRO.: ' WRK-QT-TITULARES.      00059500
            DISPLAY '  TITULARES INCLUIDOS...: ' WRK-ACU-INCLUIDOS.     00059600
            DISPLAY '  TITULARES EXCLUIDOS...: ' WRK-ACU-EXCLUIDOS.     00059700
            DISPLAY '  PROMOVIDOS A PRINCIPAL: ' WRK-ACU-PROMOVIDOS.    00059800
            DISPLAY '  CARTOES RECUSADOS.....: ' WRK-ACU-RECUSADOS.     00059900
            DISPLAY '------------------------------------------------'. 00060000
                                                                        00060100
            IF WRK-ACU-RECUSADOS GREATER ZEROS                          00060200
                MOVE 4 TO RETURN-CODE                                   00060300
            END-IF.                                                     00060400
                                                                        00060500
            STOP RUN.                                                   00060600
      *----------------------------------------------------------------*00060700
       3000-99-FIM.            EXIT.                                    00060800
      *----------------------------------------------------------------*00060900
      *----------------------------------------------------------------*00061000
       3100-GRAVAR-TITULAR                SECTION.                      00061100
      *----------------------------------------------------------------*00061200
                                                                        00061300
            WRITE FD-TITSAI FROM WRK-TTT-REGISTRO(WRK-IDX-TIT).         00061400
            IF WRK-FS-TITSAI NOT EQUAL ZEROS                            00061500
                MOVE ' ERRO GRAVACAO TITSAI ' TO WRK-MSG                00061600
                PERFORM 9000-TRATAR-ERROS                               00061700
            END-IF.                                                     00061800
                                                                        00061900
      *----------------------------------------------------------------*00062000
       3100-99-FIM.            EXIT.                                    00062100
      *----------------------------------------------------------------*00062200
                                                                        00062300
      *----------------------------------------------------------------*00062400
       9000-TRATAR-ERROS                  SECTION.                      00062500
      *----------------------------------------------------------------*00062600
                                                                        00062700
             MOVE 'FR06C108'       TO WRK-ERR-PROGRAMA.                 00062800
             MOVE '9000'           TO WRK-ERR-SECTION.                  00062900
             MOVE WRK-MSG          TO WRK-ERR-MSG.                      00063000
             MOVE SPACES           TO WRK-ERR-STATUS.                   00063100
             MOVE WRK-FS-TITENT    TO WRK-ERR-STATUS(1:2).              00063200
             MOVE WRK-FS-TITSAI    TO WRK-ERR-STATUS(3:2).              00063300
             MOVE WRK-FS-AUDITTT   TO WRK-ERR-STATUS(5:2).              00063400
             MOVE 'F'              TO WRK-ERR-SEVERIDADE.               00063500
                                                                        00063600
             CALL 'TRTERRO'        USING WRK-TRTERRO.                   00063700
                                                                        00063800
      *----------------------------------------------------------------*00063900
       9000-99-FIM.            EXIT.                                    00064000
      *----------------------------------------------------------------*00064100
