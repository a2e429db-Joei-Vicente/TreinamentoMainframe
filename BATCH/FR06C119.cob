      *================================================================*00000100
       IDENTIFICATION                            DIVISION.              00000200
      *================================================================*00000300
                                                                        00000400
       PROGRAM-ID.  FR06C119.                                           00000500
                                                                        00000600
      *================================================================*00000700
      *     AUTOR.......: JOEI LORENTI                                  00000800
      *     ANALISTA....: IVAN SANCHES                                  00000900
      *     EMPRESA.....: FOURSYS                                       00001000
      *     DATA........: 15/10/2026                                    00001100
      *----------------------------------------------------------------*00001200
      *                                                                 00001300
      *     OBJETIVO: DISPOSICAO DOS CASOS DE COMPLIANCE PELOS          00001400
      *               ANALISTAS, NO MESMO PADRAO AUDITADO DO FR06CB52:  00001500
      *               LE O CADASTRO DE CASOS ATUAL (CASENT, LAYOUT      00001600
      *               B#CASO), APLICA OS CARTOES DA SYSIN E GRAVA O     00001700
      *               CADASTRO NOVO (CASSAI) NA ORDEM DE NUMERO, COM    00001800
      *               UMA LINHA DE AUDITORIA POR ALTERACAO NO ARQUIVO   00001900
      *               AUDITCS E NA SYSOUT. CADA CARTAO TAMBEM VAI       00002000
      *               PARA A AUDITORIA CENTRAL (MODULO AUDSYS).         00002100
      *               CARTOES (ATE O CARTAO EM BRANCO):                 00002200
      *               COL 01    ACAO: 'R' EM ANALISE /                  00002300
      *                         'D' DESCARTAR /                         00002400
      *                         'C' CONFIRMAR SUSPEITA                  00002500
      *               COL 02-09 NUMERO DO CASO                          00002600
      *               COL 10-17 ANALISTA (OBRIGATORIO)                  00002700
      *               COL 18-57 JUSTIFICATIVA (OBRIGATORIA NA 'D' E     00002800
      *                         NA 'C')                                 00002900
      *               SO CASO EM ABERTO ('A' OU 'R') ACEITA             00003000
      *               DISPOSICAO; 'R' SO A PARTIR DE 'A'. CARTAO        00003100
      *               RECUSADO DA RC 4. O CASO CONFIRMADO E             00003200
      *               COMUNICADO PELO FR06C121.                         00003300
      *                                                                 00003400
      *----------------------------------------------------------------*00003500
      *     INPUT:                                                      00003600
      *     DDNAME           I/O                                        00003700
      *     CASENT            I   (CASOS ATUAIS - LRECL 150)            00003800
      *     CASSAI            O   (CASOS NOVOS - LRECL 150)             00003900
      *     AUDITCS           O   (AUDITORIA - LRECL 80, EXTEND)        00004000
      *     RUNCTL            I   (JOB DA RODADA - OPCIONAL)            00004050
      *                                                                 00004100
      *----------------------------------------------------------------*00004200
      *     MANUTENCAO:                                                 00004300
      *     15/10/2026 JL - A LINHA DE AUDITORIA PASSA A LEVAR O JOB DA 00004314
      *                     RODADA (RUNCTL TIPO '1', COL 73-80; EM      00004328
      *                     BRANCO SEM RUNCTL) PARA O RELATORIO         00004342
      *                     CONSOLIDADO DE AUDITORIA FR06C159. A        00004356
      *                     JUSTIFICATIVA NA LINHA DE AUDITORIA PASSA A 00004370
      *                     22 POSICOES.                                00004384
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
             SELECT CASENT             ASSIGN TO CASENT                 00006300
                FILE STATUS            IS WRK-FS-CASENT.                00006400
             SELECT CASSAI             ASSIGN TO CASSAI                 00006500
                FILE STATUS            IS WRK-FS-CASSAI.                00006600
             SELECT RUNCTL             ASSIGN TO RUNCTL                 00006633
                FILE STATUS            IS WRK-FS-RUNCTL.                00006666
             SELECT AUDITCS            ASSIGN TO AUDITCS                00006700
                FILE STATUS            IS WRK-FS-AUDITCS.               00006800
                                                                        00006900
      *================================================================*00007000
       DATA                                      DIVISION.              00007100
      *================================================================*00007200
                                                                        00007300
      *----------------------------------------------------------------*00007400
       FILE                                      SECTION.               00007500
      *----------------------------------------------------------------*00007600
                                                                        00007700
       FD CASENT                                                        00007800
           RECORDING MODE IS F                                          00007900
           BLOCK CONTAINS 0 RECORDS.                                    00008000
       01 FD-CASENT                    PIC X(150).                      00008100
                                                                        00008200
       FD CASSAI                                                        00008300
           RECORDING MODE IS F                                          00008400
           BLOCK CONTAINS 0 RECORDS.                                    00008500
       01 FD-CASSAI                    PIC X(150).                      00008600
                                                                        00008616
       FD RUNCTL                                                        00008632
           RECORDING MODE IS F                                          00008648
           BLOCK CONTAINS 0 RECORDS.                                    00008664
       01 FD-RUNCTL                    PIC X(80).                       00008680
                                                                        00008700
       FD AUDITCS                                                       00008800
           RECORDING MODE IS F                                          00008900
           BLOCK CONTAINS 0 RECORDS.                                    00009000
       01 FD-AUDITCS                   PIC X(80).                       00009100
                                                                        00009200
      *----------------------------------------------------------------*00009300
       WORKING-STORAGE                           SECTION.               00009400
      *----------------------------------------------------------------*00009500
                                                                        00009600
      *----------------------------------------------------------------*00009700
       01 FILLER                       PIC X(50)               VALUE    00009800
            '**** AREA DO LAYOUT DO CASO ****'.                         00009900
      *----------------------------------------------------------------*00010000
                                                                        00010100
        COPY 'B#CASO'.                                                  00010200
                                                                        00010300
      *----------------------------------------------------------------*00010400
       01 FILLER                       PIC X(50)               VALUE    00010500
            '**** CADASTRO DE CASOS EM MEMORIA ****'.                   00010600
      *----------------------------------------------------------------*00010700
                                                                        00010800
       01 WRK-TAB-CASOS.                                                00010900
          05 WRK-TAB-CASO-ITEM         OCCURS 5000 TIMES.               00011000
             10 WRK-TCS-NUMERO         PIC 9(08).                       00011100
             10 FILLER                 PIC X(142).                      00011200
                                                                        00011300
       77 WRK-QT-CASOS                 PIC 9(04) VALUE ZEROS.           00011400
       77 WRK-IDX-CASO                 PIC 9(04) VALUE ZEROS.           00011500
       77 WRK-CASO-ACHADO              PIC 9(04) VALUE ZEROS.           00011600
                                                                        00011700
      *----------------------------------------------------------------*00011800
       01 FILLER                       PIC X(50)               VALUE    00011900
            '**** AREA DO CARTAO E AUDITORIA ****'.                     00012000
      *----------------------------------------------------------------*00012100
                                                                        00012200
       01 WRK-CARTAO.                                                   00012300
          05 WRK-CARTAO-ACAO           PIC X(01).                       00012400
          05 WRK-CARTAO-CASO           PIC X(08).                       00012500
          05 WRK-CARTAO-CASO-N REDEFINES WRK-CARTAO-CASO                00012600
                                       PIC 9(08).                       00012700
          05 WRK-CARTAO-ANALISTA       PIC X(08).                       00012800
          05 WRK-CARTAO-JUSTIFICATIVA  PIC X(40).                       00012900
          05 FILLER                    PIC X(23).                       00013000
                                                                        00013100
       01 WRK-LINHA-AUDIT.                                              00013200
          05 WRK-ACS-DATA              PIC 9(08).                       00013300
          05 FILLER                    PIC X(01) VALUE SPACES.          00013400
          05 WRK-ACS-HORA              PIC 9(06).                       00013500
          05 FILLER                    PIC X(01) VALUE SPACES.          00013600
          05 WRK-ACS-CASO              PIC 9(08).                       00013700
          05 FILLER                    PIC X(01) VALUE SPACES.          00013800
          05 WRK-ACS-ACAO              PIC X(10).                       00013900
          05 FILLER                    PIC X(01) VALUE SPACES.          00014000
          05 WRK-ACS-SIT-ANTERIOR      PIC X(01).                       00014100
          05 FILLER                    PIC X(01) VALUE '>'.             00014200
          05 WRK-ACS-SIT-NOVA          PIC X(01).                       00014300
          05 FILLER                    PIC X(01) VALUE SPACES.          00014400
          05 WRK-ACS-ANALISTA          PIC X(08).                       00014500
          05 FILLER                    PIC X(01) VALUE SPACES.          00014600
          05 WRK-ACS-TEXTO             PIC X(22).                       00014700
          05 FILLER                    PIC X(01) VALUE SPACES.          00014800
          05 WRK-ACS-JOB               PIC X(08) VALUE SPACES.          00014850
                                                                        00014900
       01 WRK-HORA-SISTEMA.                                             00015000
          05 WRK-HORA-HHMMSS           PIC 9(06).                       00015100
          05 WRK-HORA-CENTESIMOS       PIC 9(02).                       00015200
                                                                        00015300
      *----------------------------------------------------------------*00015400
       01 FILLER                       PIC X(50)               VALUE    00015500
            '**** AREA DE VARIAVEIS E CONTADORES ****'.                 00015600
      *----------------------------------------------------------------*00015700
                                                                        00015800
       77 WRK-FS-CASENT                PIC X(02) VALUE SPACES.          00015900
       77 WRK-FS-CASSAI                PIC X(02) VALUE SPACES.          00016000
       77 WRK-FS-RUNCTL                PIC X(02) VALUE SPACES.          00016050
       77 WRK-FS-AUDITCS               PIC X(02) VALUE SPACES.          00016100
       77 WRK-ACU-EM-ANALISE           PIC 9(05) VALUE ZEROS.           00016200
       77 WRK-ACU-DESCARTADOS          PIC 9(05) VALUE ZEROS.           00016300
       77 WRK-ACU-CONFIRMADOS          PIC 9(05) VALUE ZEROS.           00016400
       77 WRK-ACU-RECUSADOS            PIC 9(05) VALUE ZEROS.           00016500
       77 WRK-MOTIVO-RECUSA            PIC X(30) VALUE SPACES.          00016600
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00016700
                                                                        00016712
      *----------------------------------------------------------------*00016724
       01 FILLER                       PIC X(50)               VALUE    00016736
            '**** AREA DO CONTROLE DE RODADA ****'.                     00016748
      *----------------------------------------------------------------*00016760
                                                                        00016772
        COPY 'B#RUNCTL'.                                                00016784
                                                                        00016800
      *----------------------------------------------------------------*00016900
       01 FILLER                       PIC X(50)               VALUE    00017000
            '**** AREA DO MODULO AUDSYS ****'.                          00017100
      *----------------------------------------------------------------*00017200
                                                                        00017300
        COPY '#AUDSYS'.                                                 00017400
                                                                        00017500
      *----------------------------------------------------------------*00017600
       01 FILLER                       PIC X(50)               VALUE    00017700
            '**** AREA DO MODULO TRTERRO ****'.                         00017800
      *----------------------------------------------------------------*00017900
                                                                        00018000
        COPY '#TRTERRO'.                                                00018100
                                                                        00018200
      *================================================================*00018300
       PROCEDURE DIVISION.                                              00018400
      *================================================================*00018500
      *----------------------------------------------------------------*00018600
       0000-PRINCIPAL                     SECTION.                      00018700
      *----------------------------------------------------------------*00018800
                                                                        00018900
           PERFORM 1000-INICIAR.                                        00019000
           PERFORM 2000-PROCESSAR                                       00019100
               UNTIL WRK-CARTAO EQUAL SPACES.                           00019200
           PERFORM 3000-FINALIZAR.                                      00019300
                                                                        00019400
      *----------------------------------------------------------------*00019500
       0000-99-FIM.            EXIT.                                    00019600
      *----------------------------------------------------------------*00019700
                                                                        00019800
      *----------------------------------------------------------------*00019900
       1000-INICIAR                       SECTION.                      00020000
      *----------------------------------------------------------------*00020100
                                                                        00020200
            ACCEPT WRK-ACS-DATA FROM DATE YYYYMMDD.                     00020300
            ACCEPT WRK-HORA-SISTEMA FROM TIME.                          00020400
            MOVE WRK-HORA-HHMMSS TO WRK-ACS-HORA.                       00020500
            PERFORM 1600-LER-JOB-RODADA.                                00020550
                                                                        00020600
            OPEN INPUT CASENT.                                          00020700
            IF WRK-FS-CASENT NOT EQUAL ZEROS                            00020800
                MOVE ' ERRO ABERTURA CASENT ' TO WRK-MSG                00020900
                PERFORM 9000-TRATAR-ERROS                               00021000
            END-IF.                                                     00021100
            PERFORM 1100-CARREGAR-CASO                                  00021200
                UNTIL WRK-FS-CASENT EQUAL '10'.                         00021300
            CLOSE CASENT.                                               00021400
                                                                        00021500
            OPEN OUTPUT CASSAI.                                         00021600
            IF WRK-FS-CASSAI NOT EQUAL ZEROS                            00021700
                MOVE ' ERRO ABERTURA CASSAI ' TO WRK-MSG                00021800
                PERFORM 9000-TRATAR-ERROS                               00021900
            END-IF.                                                     00022000
                                                                        00022100
            OPEN EXTEND AUDITCS.                                        00022200
            IF WRK-FS-AUDITCS EQUAL '35'                                00022300
                OPEN OUTPUT AUDITCS                                     00022400
            END-IF.                                                     00022500
            IF WRK-FS-AUDITCS NOT EQUAL ZEROS                           00022600
                MOVE ' ERRO ABERTURA AUDITCS ' TO WRK-MSG               00022700
                PERFORM 9000-TRATAR-ERROS                               00022800
            END-IF.                                                     00022900
                                                                        00023000
            PERFORM 1200-LER-CARTAO.                                    00023100
                                                                        00023200
      *----------------------------------------------------------------*00023300
       1000-99-FIM.            EXIT.                                    00023400
      *----------------------------------------------------------------*00023500
      *----------------------------------------------------------------*00023600
       1100-CARREGAR-CASO                 SECTION.                      00023700
      *----------------------------------------------------------------*00023800
                                                                        00023900
            READ CASENT.                                                00024000
            IF WRK-FS-CASENT NOT EQUAL ZEROS                            00024100
                MOVE '10' TO WRK-FS-CASENT                              00024200
                GO TO 1100-99-FIM                                       00024300
            END-IF.                                                     00024400
                                                                        00024500
            IF WRK-QT-CASOS NOT LESS 5000                               00024600
                MOVE ' TABELA DE CASOS CHEIA ' TO WRK-MSG               00024700
                PERFORM 9000-TRATAR-ERROS                               00024800
            END-IF.                                                     00024900
                                                                        00025000
            ADD 1 TO WRK-QT-CASOS.                                      00025100
            MOVE FD-CASENT TO WRK-TAB-CASO-ITEM(WRK-QT-CASOS).          00025200
                                                                        00025300
      *----------------------------------------------------------------*00025400
       1100-99-FIM.            EXIT.                                    00025500
      *----------------------------------------------------------------*00025600
      *----------------------------------------------------------------*00025700
       1200-LER-CARTAO                    SECTION.                      00025800
      *----------------------------------------------------------------*00025900
                                                                        00026000
            ACCEPT WRK-CARTAO FROM SYSIN.                               00026100
                                                                        00026200
            IF WRK-CARTAO NOT EQUAL SPACES                              00026300
                MOVE 'FR06C119'  TO WRK-AUD-PROGRAMA                    00026400
                MOVE WRK-CARTAO  TO WRK-AUD-CARTAO                      00026500
                CALL 'AUDSYS'    USING WRK-AUDSYS                       00026600
            END-IF.                                                     00026700
                                                                        00026800
      *----------------------------------------------------------------*00026900
       1200-99-FIM.            EXIT.                                    00027000
      *----------------------------------------------------------------*00027004
      *----------------------------------------------------------------*00027008
       1600-LER-JOB-RODADA                SECTION.                      00027012
      *----------------------------------------------------------------*00027016
      *    JOB DA RODADA (RUNCTL TIPO '1') PARA A LINHA DE AUDITORIA; * 00027020
      *    SEM RUNCTL O JOB FICA EM BRANCO.                           * 00027024
      *----------------------------------------------------------------*00027028
                                                                        00027032
            MOVE SPACES TO WRK-ACS-JOB.                                 00027036
            OPEN INPUT RUNCTL.                                          00027040
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00027044
                GO TO 1600-99-FIM                                       00027048
            END-IF.                                                     00027052
                                                                        00027056
            READ RUNCTL INTO WRK-RUNCTL.                                00027060
            IF WRK-FS-RUNCTL EQUAL ZEROS                                00027064
               AND WRK-RUNCTL-TIPO EQUAL '1'                            00027068
                MOVE WRK-RUNCTL-JOB TO WRK-ACS-JOB                      00027072
            END-IF.                                                     00027076
            CLOSE RUNCTL.                                               00027080
                                                                        00027084
      *----------------------------------------------------------------*00027088
       1600-99-FIM.            EXIT.                                    00027092
      *----------------------------------------------------------------*00027100
      *----------------------------------------------------------------*00027200
       2000-PROCESSAR                     SECTION.                      00027300
      *----------------------------------------------------------------*00027400
                                                                        00027500
            IF WRK-CARTAO-ACAO NOT EQUAL 'R'                            00027600
               AND WRK-CARTAO-ACAO NOT EQUAL 'D'                        00027700
               AND WRK-CARTAO-ACAO NOT EQUAL 'C'                        00027800
                MOVE 'ACAO INVALIDA' TO WRK-MOTIVO-RECUSA               00027900
                PERFORM 2900-RECUSAR-CARTAO                             00028000
                GO TO 2000-88-LER                                       00028100
            END-IF.                                                     00028200
                                                                        00028300
            IF WRK-CARTAO-CASO NOT NUMERIC                              00028400
                MOVE 'NUMERO DO CASO INVALIDO' TO WRK-MOTIVO-RECUSA     00028500
                PERFORM 2900-RECUSAR-CARTAO                             00028600
                GO TO 2000-88-LER                                       00028700
            END-IF.                                                     00028800
                                                                        00028900
            IF WRK-CARTAO-ANALISTA EQUAL SPACES                         00029000
                MOVE 'ANALISTA NAO INFORMADO' TO WRK-MOTIVO-RECUSA      00029100
                PERFORM 2900-RECUSAR-CARTAO                             00029200
                GO TO 2000-88-LER                                       00029300
            END-IF.                                                     00029400
                                                                        00029500
            IF WRK-CARTAO-ACAO NOT EQUAL 'R'                            00029600
               AND WRK-CARTAO-JUSTIFICATIVA EQUAL SPACES                00029700
                MOVE 'JUSTIFICATIVA OBRIGATORIA' TO WRK-MOTIVO-RECUSA   00029800
                PERFORM 2900-RECUSAR-CARTAO                             00029900
                GO TO 2000-88-LER                                       00030000
            END-IF.                                                     00030100
                                                                        00030200
            PERFORM 2300-PROCURAR-CASO.                                 00030300
            IF WRK-CASO-ACHADO EQUAL ZEROS                              00030400
                MOVE 'CASO NAO CADASTRADO' TO WRK-MOTIVO-RECUSA         00030500
                PERFORM 2900-RECUSAR-CARTAO                             00030600
                GO TO 2000-88-LER                                       00030700
            END-IF.                                                     00030800
                                                                        00030900
            MOVE WRK-TAB-CASO-ITEM(WRK-CASO-ACHADO) TO WRK-REG-CASO.    00031000
                                                                        00031100
            IF WRK-CAS-SITUACAO NOT EQUAL 'A'                           00031200
               AND WRK-CAS-SITUACAO NOT EQUAL 'R'                       00031300
                MOVE 'CASO JA ENCERRADO' TO WRK-MOTIVO-RECUSA           00031400
                PERFORM 2900-RECUSAR-CARTAO                             00031500
                GO TO 2000-88-LER                                       00031600
            END-IF.                                                     00031700
                                                                        00031800
            IF WRK-CARTAO-ACAO EQUAL 'R'                                00031900
               AND WRK-CAS-SITUACAO EQUAL 'R'                           00032000
                MOVE 'CASO JA EM ANALISE' TO WRK-MOTIVO-RECUSA          00032100
                PERFORM 2900-RECUSAR-CARTAO                             00032200
                GO TO 2000-88-LER                                       00032300
            END-IF.                                                     00032400
                                                                        00032500
            PERFORM 2100-APLICAR-DISPOSICAO.                            00032600
                                                                        00032700
       2000-88-LER.                                                     00032800
            PERFORM 1200-LER-CARTAO.                                    00032900
                                                                        00033000
      *----------------------------------------------------------------*00033100
       2000-99-FIM.            EXIT.                                    00033200
      *----------------------------------------------------------------*00033300
      *----------------------------------------------------------------*00033400
       2100-APLICAR-DISPOSICAO            SECTION.                      00033500
      *----------------------------------------------------------------*00033600
                                                                        00033700
            MOVE WRK-CAS-SITUACAO         TO WRK-ACS-SIT-ANTERIOR.      00033800
                                                                        00033900
            EVALUATE WRK-CARTAO-ACAO                                    00034000
             WHEN 'R'                                                   00034100
               MOVE 'EM ANALISE' TO WRK-ACS-ACAO                        00034200
               ADD 1 TO WRK-ACU-EM-ANALISE                              00034300
             WHEN 'D'                                                   00034400
               MOVE 'DESCARTADO' TO WRK-ACS-ACAO                        00034500
               ADD 1 TO WRK-ACU-DESCARTADOS                             00034600
             WHEN 'C'                                                   00034700
               MOVE 'CONFIRMADO' TO WRK-ACS-ACAO                        00034800
               ADD 1 TO WRK-ACU-CONFIRMADOS                             00034900
            END-EVALUATE.                                               00035000
                                                                        00035100
            MOVE WRK-CARTAO-ACAO          TO WRK-CAS-SITUACAO.          00035200
            MOVE WRK-ACS-DATA             TO WRK-CAS-DATA-SITUACAO.     00035300
            MOVE WRK-CARTAO-ANALISTA      TO WRK-CAS-ANALISTA.          00035400
            MOVE WRK-CARTAO-JUSTIFICATIVA TO WRK-CAS-JUSTIFICATIVA.     00035500
            MOVE WRK-REG-CASO TO WRK-TAB-CASO-ITEM(WRK-CASO-ACHADO).    00035600
                                                                        00035700
            PERFORM 2500-GRAVAR-AUDITORIA.                              00035800
                                                                        00035900
      *----------------------------------------------------------------*00036000
       2100-99-FIM.            EXIT.                                    00036100
      *----------------------------------------------------------------*00036200
      *----------------------------------------------------------------*00036300
       2300-PROCURAR-CASO                 SECTION.                      00036400
      *----------------------------------------------------------------*00036500
                                                                        00036600
            MOVE ZEROS TO WRK-CASO-ACHADO.                              00036700
            PERFORM 2310-COMPARAR-CASO                                  00036800
                VARYING WRK-IDX-CASO FROM 1 BY 1                        00036900
                UNTIL WRK-IDX-CASO GREATER WRK-QT-CASOS                 00037000
                   OR WRK-CASO-ACHADO NOT EQUAL ZEROS.                  00037100
                                                                        00037200
      *----------------------------------------------------------------*00037300
       2300-99-FIM.            EXIT.                                    00037400
      *----------------------------------------------------------------*00037500
      *----------------------------------------------------------------*00037600
       2310-COMPARAR-CASO                 SECTION.                      00037700
      *----------------------------------------------------------------*00037800
                                                                        00037900
            IF WRK-TCS-NUMERO(WRK-IDX-CASO) EQUAL WRK-CARTAO-CASO-N     00038000
                MOVE WRK-IDX-CASO TO WRK-CASO-ACHADO                    00038100
            END-IF.                                                     00038200
                                                                        00038300
      *----------------------------------------------------------------*00038400
       2310-99-FIM.            EXIT.                                    00038500
      *----------------------------------------------------------------*00038600
      *----------------------------------------------------------------*00038700
       2500-GRAVAR-AUDITORIA              SECTION.                      00038800
      *----------------------------------------------------------------*00038900
                                                                        00039000
            MOVE WRK-CAS-NUMERO           TO WRK-ACS-CASO.              00039100
            MOVE WRK-CAS-SITUACAO         TO WRK-ACS-SIT-NOVA.          00039200
            MOVE WRK-CAS-ANALISTA         TO WRK-ACS-ANALISTA.          00039300
            MOVE WRK-CAS-JUSTIFICATIVA    TO WRK-ACS-TEXTO.             00039400
            WRITE FD-AUDITCS FROM WRK-LINHA-AUDIT.                      00039500
            DISPLAY 'AUDITORIA: ' WRK-LINHA-AUDIT.                      00039600
                                                                        00039700
      *----------------------------------------------------------------*00039800
       2500-99-FIM.            EXIT.                                    00039900
      *----------------------------------------------------------------*00040000
      *----------------------------------------------------------------*00040100
       2900-RECUSAR-CARTAO                SECTION.                      00040200
      *----------------------------------------------------------------*00040300
                                                                        00040400
            ADD 1 TO WRK-ACU-RECUSADOS.                                 00040500
            DISPLAY 'CARTAO RECUSADO (' WRK-MOTIVO-RECUSA '): '         00040600
                    WRK-CARTAO.                                         00040700
                                                                        00040800
      *----------------------------------------------------------------*00040900
       2900-99-FIM.            EXIT.                                    00041000
      *----------------------------------------------------------------*00041100
      *----------------------------------------------------------------*00041200
       3000-FINALIZAR                     SECTION.                      00041300
      *----------------------------------------------------------------*00041400
                                                                        00041500
            PERFORM 3100-GRAVAR-CASO                                    00041600
                VARYING WRK-IDX-CASO FROM 1 BY 1                        00041700
                UNTIL WRK-IDX-CASO GREATER WRK-QT-CASOS.                00041800
                                                                        00041900
            CLOSE CASSAI                                                00042000
                  AUDITCS.                                              00042100
                                                                        00042200
            DISPLAY '------------------------------------------------'. 00042300
            DISPLAY '  CASOS NO CADASTRO...: ' WRK-QT-CASOS.            00042400
            DISPLAY '  EM ANALISE..........: ' WRK-ACU-EM-ANALISE.      00042500
            DISPLAY '  DESCARTADOS.........: ' WRK-ACU-DESCARTADOS.     00042600
            DISPLAY '  CONFIRMADOS.........: ' WRK-ACU-CONFIRMADOS.     00042700
            DISPLAY '  CARTOES RECUSADOS...: ' WRK-ACU-RECUSADOS.       00042800
            DISPLAY '------------------------------------------------'. 00042900
                                                                        00043000
            IF WRK-ACU-RECUSADOS GREATER ZEROS                          00043100
                MOVE 4 TO RETURN-CODE                                   00043200
            END-IF.                                                     00043300
                                                                        00043400
            STOP RUN.                                                   00043500
      *----------------------------------------------------------------*00043600
       3000-99-FIM.            EXIT.                                    00043700
      *----------------------------------------------------------------*00043800
      *----------------------------------------------------------------*00043900
       3100-GRAVAR-CASO                   SECTION.                      00044000
      *----------------------------------------------------------------*00044100
                                                                        00044200
            MOVE WRK-TAB-CASO-ITEM(WRK-IDX-CASO) TO FD-CASSAI.          00044300
            WRITE FD-CASSAI.                                            00044400
            IF WRK-FS-CASSAI NOT EQUAL ZEROS                            00044500
                MOVE ' ERRO GRAVACAO CASSAI ' TO WRK-MSG                00044600
                PERFORM 9000-TRATAR-ERROS                               00044700
            END-IF.                                                     00044800
                                                                        00044900
      *----------------------------------------------------------------*00045000
       3100-99-FIM.            EXIT.                                    00045100
      *----------------------------------------------------------------*00045200
      *----------------------------------------------------------------*00045300
       9000-TRATAR-ERROS                  SECTION.                      00045400
      *----------------------------------------------------------------*00045500
                                                                        00045600
             MOVE 'FR06C119'       TO WRK-ERR-PROGRAMA.                 00045700
             MOVE '9000'           TO WRK-ERR-SECTION.                  00045800
             MOVE WRK-MSG          TO WRK-ERR-MSG.                      00045900
             MOVE SPACES           TO WRK-ERR-STATUS.                   00046000
             MOVE WRK-FS-CASENT    TO WRK-ERR-STATUS(1:2).              00046100
             MOVE WRK-FS-CASSAI    TO WRK-ERR-STATUS(3:2).              00046200
             MOVE WRK-FS-AUDITCS   TO WRK-ERR-STATUS(5:2).              00046300
             MOVE 'F'              TO WRK-ERR-SEVERIDADE.               00046400
                                                                        00046500
             CALL 'TRTERRO'        USING WRK-TRTERRO.                   00046600
                                                                        00046700
      *----------------------------------------------------------------*00046800
       9000-99-FIM.            EXIT.                                    00046900
      *----------------------------------------------------------------*00047000
