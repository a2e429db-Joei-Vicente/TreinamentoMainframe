      *================================================================*00000100
       IDENTIFICATION                            DIVISION.              00000200
      *================================================================*00000300
                                                                        00000400
       PROGRAM-ID.  FR06C124.                                           00000500
                                                                        00000600
      *================================================================*00000700
      *     AUTOR.......: JOEI LORENTI                                  00000800
      *     ANALISTA....: IVAN SANCHES                                  00000900
      *     EMPRESA.....: FOURSYS                                       00001000
      *     DATA........: 15/10/2026                                    00001100
      *----------------------------------------------------------------*00001200
      *                                                                 00001300
      *     OBJETIVO: DECISAO DOS ANALISTAS DE CREDITO SOBRE AS         00001400
      *               PROPOSTAS DA REVISAO ANUAL DE LIMITES (FR06C123), 00001500
      *               NO MESMO PADRAO AUDITADO DO FR06C119: LE AS       00001600
      *               PROPOSTAS (PROPENT, LAYOUT B#PROPL), APLICA OS    00001700
      *               CARTOES DA SYSIN E GRAVA AS PROPOSTAS ATUALIZADAS 00001800
      *               (PROPSAI) COM UMA LINHA DE AUDITORIA POR DECISAO  00001900
      *               NO ARQUIVO AUDITLM E NA SYSOUT. CADA CARTAO       00002000
      *               TAMBEM VAI PARA A AUDITORIA CENTRAL (AUDSYS).     00002100
      *               AS PROPOSTAS APROVADAS SAEM NO LIMCARGA, NO       00002200
      *               LAYOUT DO CADASTRO LIMITES, PARA A CARGA.         00002300
      *               CARTOES (ATE O CARTAO EM BRANCO):                 00002400
      *               COL 01    ACAO: 'A' APROVAR / 'R' RECUSAR         00002500
      *               COL 02-09 AGENCIA + CONTA                         00002600
      *               COL 10-17 LIMITE APROVADO EM REAIS (OPCIONAL,     00002700
      *                         SO NA 'A'; EM BRANCO = O PROPOSTO)      00002800
      *               COL 18-25 OPERADOR (OBRIGATORIO)                  00002900
      *               SO PROPOSTA PENDENTE ('P') ACEITA DECISAO.        00003000
      *               CARTAO RECUSADO DA RC 4.                          00003100
      *                                                                 00003200
      *----------------------------------------------------------------*00003300
      *     INPUT:                                                      00003400
      *     DDNAME           I/O                                        00003500
      *     PROPENT           I   (PROPOSTAS ATUAIS - LRECL 80)         00003600
      *     PROPSAI           O   (PROPOSTAS NOVAS - LRECL 80)          00003700
      *     LIMCARGA          O   (LIMITES APROVADOS - LRECL 80)        00003800
      *     AUDITLM           O   (AUDITORIA - LRECL 80, EXTEND)        00003900
      *     RUNCTL            I   (JOB DA RODADA - OPCIONAL)            00003950
      *                                                                 00004000
      *----------------------------------------------------------------*00004100
      *     MANUTENCAO:                                                 00004200
      *     15/10/2026 JL - A LINHA DE AUDITORIA PASSA A LEVAR O JOB DA 00004220
      *                     RODADA (RUNCTL TIPO '1', COL 73-80; EM      00004240
      *                     BRANCO SEM RUNCTL) PARA O RELATORIO         00004260
      *                     CONSOLIDADO DE AUDITORIA FR06C159.          00004280
      *                                                                 00004300
      *================================================================*00004400
                                                                        00004500
      *================================================================*00004600
       ENVIRONMENT                               DIVISION.              00004700
      *================================================================*00004800
                                                                        00004900
      *----------------------------------------------------------------*00005000
       CONFIGURATION                             SECTION.               00005100
      *----------------------------------------------------------------*00005200
                                                                        00005300
       SPECIAL-NAMES.                                                   00005400
           DECIMAL-POINT IS COMMA.                                      00005500
                                                                        00005600
      *----------------------------------------------------------------*00005700
       INPUT-OUTPUT                              SECTION.               00005800
      *----------------------------------------------------------------*00005900
                                                                        00006000
       FILE-CONTROL.                                                    00006100
             SELECT PROPENT            ASSIGN TO PROPENT                00006200
                FILE STATUS            IS WRK-FS-PROPENT.               00006300
             SELECT PROPSAI            ASSIGN TO PROPSAI                00006400
                FILE STATUS            IS WRK-FS-PROPSAI.               00006500
             SELECT LIMCARGA           ASSIGN TO LIMCARGA               00006600
                FILE STATUS            IS WRK-FS-LIMCARGA.              00006700
             SELECT RUNCTL             ASSIGN TO RUNCTL                 00006733
                FILE STATUS            IS WRK-FS-RUNCTL.                00006766
             SELECT AUDITLM            ASSIGN TO AUDITLM                00006800
                FILE STATUS            IS WRK-FS-AUDITLM.               00006900
                                                                        00007000
      *================================================================*00007100
       DATA                                      DIVISION.              00007200
      *================================================================*00007300
                                                                        00007400
      *----------------------------------------------------------------*00007500
       FILE                                      SECTION.               00007600
      *----------------------------------------------------------------*00007700
                                                                        00007800
       FD PROPENT                                                       00007900
           RECORDING MODE IS F                                          00008000
           BLOCK CONTAINS 0 RECORDS.                                    00008100
       01 FD-PROPENT                   PIC X(80).                       00008200
                                                                        00008300
       FD PROPSAI                                                       00008400
           RECORDING MODE IS F                                          00008500
           BLOCK CONTAINS 0 RECORDS.                                    00008600
       01 FD-PROPSAI                   PIC X(80).                       00008700
                                                                        00008800
       FD LIMCARGA                                                      00008900
           RECORDING MODE IS F                                          00009000
           BLOCK CONTAINS 0 RECORDS.                                    00009100
       01 FD-LIMCARGA.                                                  00009200
          05 FD-LCG-CHAVE              PIC X(08).                       00009300
          05 FD-LCG-VALOR              PIC 9(08).                       00009400
          05 FILLER                    PIC X(64).                       00009500
                                                                        00009516
       FD RUNCTL                                                        00009532
           RECORDING MODE IS F                                          00009548
           BLOCK CONTAINS 0 RECORDS.                                    00009564
       01 FD-RUNCTL                    PIC X(80).                       00009580
                                                                        00009600
       FD AUDITLM                                                       00009700
           RECORDING MODE IS F                                          00009800
           BLOCK CONTAINS 0 RECORDS.                                    00009900
       01 FD-AUDITLM                   PIC X(80).                       00010000
                                                                        00010100
      *----------------------------------------------------------------*00010200
       WORKING-STORAGE                           SECTION.               00010300
      *----------------------------------------------------------------*00010400
                                                                        00010500
      *----------------------------------------------------------------*00010600
       01 FILLER                       PIC X(50)               VALUE    00010700
            '**** AREA DO LAYOUT DA PROPOSTA ****'.                     00010800
      *----------------------------------------------------------------*00010900
                                                                        00011000
        COPY 'B#PROPL'.                                                 00011100
                                                                        00011200
      *----------------------------------------------------------------*00011300
       01 FILLER                       PIC X(50)               VALUE    00011400
            '**** PROPOSTAS EM MEMORIA ****'.                           00011500
      *----------------------------------------------------------------*00011600
                                                                        00011700
       01 WRK-TAB-PROPOSTAS.                                            00011800
          05 WRK-TAB-PROP-ITEM         OCCURS 5000 TIMES.               00011900
             10 WRK-TPR-CHAVE          PIC X(08).                       00012000
             10 FILLER                 PIC X(72).                       00012100
                                                                        00012200
       77 WRK-QT-PROPOSTAS             PIC 9(04) VALUE ZEROS.           00012300
       77 WRK-IDX-PROP                 PIC 9(04) VALUE ZEROS.           00012400
       77 WRK-PROP-ACHADA              PIC 9(04) VALUE ZEROS.           00012500
                                                                        00012600
      *----------------------------------------------------------------*00012700
       01 FILLER                       PIC X(50)               VALUE    00012800
            '**** AREA DO CARTAO E AUDITORIA ****'.                     00012900
      *----------------------------------------------------------------*00013000
                                                                        00013100
       01 WRK-CARTAO.                                                   00013200
          05 WRK-CARTAO-ACAO           PIC X(01).                       00013300
          05 WRK-CARTAO-CHAVE          PIC X(08).                       00013400
          05 WRK-CARTAO-LIMITE         PIC X(08).                       00013500
          05 WRK-CARTAO-LIMITE-N REDEFINES WRK-CARTAO-LIMITE            00013600
                                       PIC 9(08).                       00013700
          05 WRK-CARTAO-OPERADOR       PIC X(08).                       00013800
          05 FILLER                    PIC X(55).                       00013900
                                                                        00014000
       01 WRK-LINHA-AUDIT.                                              00014100
          05 WRK-ALM-DATA              PIC 9(08).                       00014200
          05 FILLER                    PIC X(01) VALUE SPACES.          00014300
          05 WRK-ALM-HORA              PIC 9(06).                       00014400
          05 FILLER                    PIC X(01) VALUE SPACES.          00014500
          05 WRK-ALM-CHAVE             PIC X(08).                       00014600
          05 FILLER                    PIC X(01) VALUE SPACES.          00014700
          05 WRK-ALM-ACAO              PIC X(10).                       00014800
          05 FILLER                    PIC X(01) VALUE SPACES.          00014900
          05 WRK-ALM-SIT-ANTERIOR      PIC X(01).                       00015000
          05 FILLER                    PIC X(01) VALUE '>'.             00015100
          05 WRK-ALM-SIT-NOVA          PIC X(01).                       00015200
          05 FILLER                    PIC X(01) VALUE SPACES.          00015300
          05 WRK-ALM-OPERADOR          PIC X(08).                       00015400
          05 FILLER                    PIC X(01) VALUE SPACES.          00015500
          05 WRK-ALM-LIMITE-ATUAL      PIC 9(08).                       00015600
          05 FILLER                    PIC X(01) VALUE '>'.             00015700
          05 WRK-ALM-LIMITE-NOVO       PIC 9(08).                       00015800
          05 FILLER                    PIC X(06) VALUE SPACES.          00015900
          05 WRK-ALM-JOB               PIC X(08) VALUE SPACES.          00015950
                                                                        00016000
       01 WRK-HORA-SISTEMA.                                             00016100
          05 WRK-HORA-HHMMSS           PIC 9(06).                       00016200
          05 WRK-HORA-CENTESIMOS       PIC 9(02).                       00016300
                                                                        00016400
      *----------------------------------------------------------------*00016500
       01 FILLER                       PIC X(50)               VALUE    00016600
            '**** AREA DE VARIAVEIS E CONTADORES ****'.                 00016700
      *----------------------------------------------------------------*00016800
                                                                        00016900
       77 WRK-FS-PROPENT               PIC X(02) VALUE SPACES.          00017000
       77 WRK-FS-PROPSAI               PIC X(02) VALUE SPACES.          00017100
       77 WRK-FS-LIMCARGA              PIC X(02) VALUE SPACES.          00017200
       77 WRK-FS-RUNCTL                PIC X(02) VALUE SPACES.          00017250
       77 WRK-FS-AUDITLM               PIC X(02) VALUE SPACES.          00017300
       77 WRK-ACU-APROVADAS            PIC 9(05) VALUE ZEROS.           00017400
       77 WRK-ACU-REJEITADAS           PIC 9(05) VALUE ZEROS.           00017500
       77 WRK-ACU-PENDENTES            PIC 9(05) VALUE ZEROS.           00017600
       77 WRK-ACU-CARGA                PIC 9(05) VALUE ZEROS.           00017700
       77 WRK-ACU-RECUSADOS            PIC 9(05) VALUE ZEROS.           00017800
       77 WRK-MOTIVO-RECUSA            PIC X(30) VALUE SPACES.          00017900
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00018000
                                                                        00018012
      *----------------------------------------------------------------*00018024
       01 FILLER                       PIC X(50)               VALUE    00018036
            '**** AREA DO CONTROLE DE RODADA ****'.                     00018048
      *----------------------------------------------------------------*00018060
                                                                        00018072
        COPY 'B#RUNCTL'.                                                00018084
                                                                        00018100
      *----------------------------------------------------------------*00018200
       01 FILLER                       PIC X(50)               VALUE    00018300
            '**** AREA DO MODULO AUDSYS ****'.                          00018400
      *----------------------------------------------------------------*00018500
                                                                        00018600
        COPY '#AUDSYS'.                                                 00018700
                                                                        00018800
      *----------------------------------------------------------------*00018900
       01 FILLER                       PIC X(50)               VALUE    00019000
            '**** AREA DO MODULO TRTERRO ****'.                         00019100
      *----------------------------------------------------------------*00019200
                                                                        00019300
        COPY '#TRTERRO'.                                                00019400
                                                                        00019500
      *================================================================*00019600
       PROCEDURE DIVISION.                                              00019700
      *================================================================*00019800
      *----------------------------------------------------------------*00019900
       0000-PRINCIPAL                     SECTION.                      00020000
      *----------------------------------------------------------------*00020100
                                                                        00020200
           PERFORM 1000-INICIAR.                                        00020300
           PERFORM 2000-PROCESSAR                                       00020400
               UNTIL WRK-CARTAO EQUAL SPACES.                           00020500
           PERFORM 3000-FINALIZAR.                                      00020600
                                                                        00020700
      *----------------------------------------------------------------*00020800
       0000-99-FIM.            EXIT.                                    00020900
      *----------------------------------------------------------------*00021000
                                                                        00021100
      *----------------------------------------------------------------*00021200
       1000-INICIAR                       SECTION.                      00021300
      *----------------------------------------------------------------*00021400
                                                                        00021500
            ACCEPT WRK-ALM-DATA FROM DATE YYYYMMDD.                     00021600
            ACCEPT WRK-HORA-SISTEMA FROM TIME.                          00021700
            MOVE WRK-HORA-HHMMSS TO WRK-ALM-HORA.                       00021800
            PERFORM 1600-LER-JOB-RODADA.                                00021850
                                                                        00021900
            OPEN INPUT PROPENT.                                         00022000
            IF WRK-FS-PROPENT NOT EQUAL ZEROS                           00022100
                MOVE ' ERRO ABERTURA PROPENT ' TO WRK-MSG               00022200
                PERFORM 9000-TRATAR-ERROS                               00022300
            END-IF.                                                     00022400
            PERFORM 1100-CARREGAR-PROPOSTA                              00022500
                UNTIL WRK-FS-PROPENT EQUAL '10'.                        00022600
            CLOSE PROPENT.                                              00022700
                                                                        00022800
            OPEN OUTPUT PROPSAI                                         00022900
                        LIMCARGA.                                       00023000
            IF WRK-FS-PROPSAI NOT EQUAL ZEROS                           00023100
                MOVE ' ERRO ABERTURA PROPSAI ' TO WRK-MSG               00023200
                PERFORM 9000-TRATAR-ERROS                               00023300
            END-IF.                                                     00023400
            IF WRK-FS-LIMCARGA NOT EQUAL ZEROS                          00023500
                MOVE ' ERRO ABERTURA LIMCARGA ' TO WRK-MSG              00023600
                PERFORM 9000-TRATAR-ERROS                               00023700
            END-IF.                                                     00023800
                                                                        00023900
            OPEN EXTEND AUDITLM.                                        00024000
            IF WRK-FS-AUDITLM EQUAL '35'                                00024100
                OPEN OUTPUT AUDITLM                                     00024200
            END-IF.                                                     00024300
            IF WRK-FS-AUDITLM NOT EQUAL ZEROS                           00024400
                MOVE ' ERRO ABERTURA AUDITLM ' TO WRK-MSG               00024500
                PERFORM 9000-TRATAR-ERROS                               00024600
            END-IF.                                                     00024700
                                                                        00024800
            PERFORM 1200-LER-CARTAO.                                    00024900
                                                                        00025000
      *----------------------------------------------------------------*00025100
       1000-99-FIM.            EXIT.                                    00025200
      *----------------------------------------------------------------*00025300
      *----------------------------------------------------------------*00025400
       1100-CARREGAR-PROPOSTA             SECTION.                      00025500
      *----------------------------------------------------------------*00025600
                                                                        00025700
            READ PROPENT.                                               00025800
            IF WRK-FS-PROPENT NOT EQUAL ZEROS                           00025900
                MOVE '10' TO WRK-FS-PROPENT                             00026000
                GO TO 1100-99-FIM                                       00026100
            END-IF.                                                     00026200
                                                                        00026300
            IF WRK-QT-PROPOSTAS NOT LESS 5000                           00026400
                MOVE ' TABELA DE PROPOSTAS CHEIA ' TO WRK-MSG           00026500
                PERFORM 9000-TRATAR-ERROS                               00026600
            END-IF.                                                     00026700
                                                                        00026800
            ADD 1 TO WRK-QT-PROPOSTAS.                                  00026900
            MOVE FD-PROPENT TO WRK-TAB-PROP-ITEM(WRK-QT-PROPOSTAS).     00027000
                                                                        00027100
      *----------------------------------------------------------------*00027200
       1100-99-FIM.            EXIT.                                    00027300
      *----------------------------------------------------------------*00027400
      *----------------------------------------------------------------*00027500
       1200-LER-CARTAO                    SECTION.                      00027600
      *----------------------------------------------------------------*00027700
                                                                        00027800
            ACCEPT WRK-CARTAO FROM SYSIN.                               00027900
                                                                        00028000
            IF WRK-CARTAO NOT EQUAL SPACES                              00028100
                MOVE 'FR06C124'  TO WRK-AUD-PROGRAMA                    00028200
                MOVE WRK-CARTAO  TO WRK-AUD-CARTAO                      00028300
                CALL 'AUDSYS'    USING WRK-AUDSYS                       00028400
            END-IF.                                                     00028500
                                                                        00028600
      *----------------------------------------------------------------*00028700
       1200-99-FIM.            EXIT.                                    00028800
      *----------------------------------------------------------------*00028804
      *----------------------------------------------------------------*00028808
       1600-LER-JOB-RODADA                SECTION.                      00028812
      *----------------------------------------------------------------*00028816
      *    JOB DA RODADA (RUNCTL TIPO '1') PARA A LINHA DE AUDITORIA; * 00028820
      *    SEM RUNCTL O JOB FICA EM BRANCO.                           * 00028824
      *----------------------------------------------------------------*00028828
                                                                        00028832
            MOVE SPACES TO WRK-ALM-JOB.                                 00028836
            OPEN INPUT RUNCTL.                                          00028840
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00028844
                GO TO 1600-99-FIM                                       00028848
            END-IF.                                                     00028852
                                                                        00028856
            READ RUNCTL INTO WRK-RUNCTL.                                00028860
            IF WRK-FS-RUNCTL EQUAL ZEROS                                00028864
               AND WRK-RUNCTL-TIPO EQUAL '1'                            00028868
                MOVE WRK-RUNCTL-JOB TO WRK-ALM-JOB                      00028872
            END-IF.                                                     00028876
            CLOSE RUNCTL.                                               00028880
                                                                        00028884
      *----------------------------------------------------------------*00028888
       1600-99-FIM.            EXIT.                                    00028892
      *----------------------------------------------------------------*00028900
      *----------------------------------------------------------------*00029000
       2000-PROCESSAR                     SECTION.                      00029100
      *----------------------------------------------------------------*00029200
                                                                        00029300
            IF WRK-CARTAO-ACAO NOT EQUAL 'A'                            00029400
               AND WRK-CARTAO-ACAO NOT EQUAL 'R'                        00029500
                MOVE 'ACAO INVALIDA' TO WRK-MOTIVO-RECUSA               00029600
                PERFORM 2900-RECUSAR-CARTAO                             00029700
                GO TO 2000-88-LER                                       00029800
            END-IF.                                                     00029900
                                                                        00030000
            IF WRK-CARTAO-OPERADOR EQUAL SPACES                         00030100
                MOVE 'OPERADOR NAO INFORMADO' TO WRK-MOTIVO-RECUSA      00030200
                PERFORM 2900-RECUSAR-CARTAO                             00030300
                GO TO 2000-88-LER                                       00030400
            END-IF.                                                     00030500
                                                                        00030600
            IF WRK-CARTAO-LIMITE NOT EQUAL SPACES                       00030700
               AND (WRK-CARTAO-ACAO EQUAL 'R'                           00030800
                    OR WRK-CARTAO-LIMITE NOT NUMERIC)                   00030900
                MOVE 'LIMITE APROVADO INVALIDO' TO WRK-MOTIVO-RECUSA    00031000
                PERFORM 2900-RECUSAR-CARTAO                             00031100
                GO TO 2000-88-LER                                       00031200
            END-IF.                                                     00031300
                                                                        00031400
            PERFORM 2300-PROCURAR-PROPOSTA.                             00031500
            IF WRK-PROP-ACHADA EQUAL ZEROS                              00031600
                MOVE 'CONTA SEM PROPOSTA' TO WRK-MOTIVO-RECUSA          00031700
                PERFORM 2900-RECUSAR-CARTAO                             00031800
                GO TO 2000-88-LER                                       00031900
            END-IF.                                                     00032000
                                                                        00032100
            MOVE WRK-TAB-PROP-ITEM(WRK-PROP-ACHADA) TO WRK-REG-PROPL.   00032200
                                                                        00032300
            IF WRK-PRL-SITUACAO NOT EQUAL 'P'                           00032400
                MOVE 'PROPOSTA JA DECIDIDA' TO WRK-MOTIVO-RECUSA        00032500
                PERFORM 2900-RECUSAR-CARTAO                             00032600
                GO TO 2000-88-LER                                       00032700
            END-IF.                                                     00032800
                                                                        00032900
            PERFORM 2100-APLICAR-DECISAO.                               00033000
                                                                        00033100
       2000-88-LER.                                                     00033200
            PERFORM 1200-LER-CARTAO.                                    00033300
                                                                        00033400
      *----------------------------------------------------------------*00033500
       2000-99-FIM.            EXIT.                                    00033600
      *----------------------------------------------------------------*00033700
      *----------------------------------------------------------------*00033800
       2100-APLICAR-DECISAO               SECTION.                      00033900
      *----------------------------------------------------------------*00034000
                                                                        00034100
            MOVE WRK-PRL-SITUACAO         TO WRK-ALM-SIT-ANTERIOR.      00034200
                                                                        00034300
            IF WRK-CARTAO-ACAO EQUAL 'A'                                00034400
                MOVE 'APROVADA'   TO WRK-ALM-ACAO                       00034500
                IF WRK-CARTAO-LIMITE EQUAL SPACES                       00034600
                    MOVE WRK-PRL-LIMITE-PROPOSTO                        00034700
                                  TO WRK-PRL-LIMITE-APROVADO            00034800
                ELSE                                                    00034900
                    MOVE WRK-CARTAO-LIMITE-N                            00035000
                                  TO WRK-PRL-LIMITE-APROVADO            00035100
                END-IF                                                  00035200
                ADD 1 TO WRK-ACU-APROVADAS                              00035300
            ELSE                                                        00035400
                MOVE 'REJEITADA'  TO WRK-ALM-ACAO                       00035500
                MOVE WRK-PRL-LIMITE-ATUAL                               00035600
                                  TO WRK-PRL-LIMITE-APROVADO            00035700
                ADD 1 TO WRK-ACU-REJEITADAS                             00035800
            END-IF.                                                     00035900
                                                                        00036000
            MOVE WRK-CARTAO-ACAO          TO WRK-PRL-SITUACAO.          00036100
            MOVE WRK-CARTAO-OPERADOR      TO WRK-PRL-OPERADOR.          00036200
            MOVE WRK-REG-PROPL TO WRK-TAB-PROP-ITEM(WRK-PROP-ACHADA).   00036300
                                                                        00036400
            PERFORM 2500-GRAVAR-AUDITORIA.                              00036500
                                                                        00036600
      *----------------------------------------------------------------*00036700
       2100-99-FIM.            EXIT.                                    00036800
      *----------------------------------------------------------------*00036900
      *----------------------------------------------------------------*00037000
       2300-PROCURAR-PROPOSTA             SECTION.                      00037100
      *----------------------------------------------------------------*00037200
                                                                        00037300
            MOVE ZEROS TO WRK-PROP-ACHADA.                              00037400
            PERFORM 2310-COMPARAR-PROPOSTA                              00037500
                VARYING WRK-IDX-PROP FROM 1 BY 1                        00037600
                UNTIL WRK-IDX-PROP GREATER WRK-QT-PROPOSTAS             00037700
                   OR WRK-PROP-ACHADA NOT EQUAL ZEROS.                  00037800
                                                                        00037900
      *----------------------------------------------------------------*00038000
       2300-99-FIM.            EXIT.                                    00038100
      *----------------------------------------------------------------*00038200
      *----------------------------------------------------------------*00038300
       2310-COMPARAR-PROPOSTA             SECTION.                      00038400
      *----------------------------------------------------------------*00038500
                                                                        00038600
            IF WRK-TPR-CHAVE(WRK-IDX-PROP) EQUAL WRK-CARTAO-CHAVE       00038700
                MOVE WRK-IDX-PROP TO WRK-PROP-ACHADA                    00038800
            END-IF.                                                     00038900
                                                                        00039000
      *----------------------------------------------------------------*00039100
       2310-99-FIM.            EXIT.                                    00039200
      *----------------------------------------------------------------*00039300
      *----------------------------------------------------------------*00039400
       2500-GRAVAR-AUDITORIA              SECTION.                      00039500
      *----------------------------------------------------------------*00039600
                                                                        00039700
            MOVE WRK-PRL-CHAVE            TO WRK-ALM-CHAVE.             00039800
            MOVE WRK-PRL-SITUACAO         TO WRK-ALM-SIT-NOVA.          00039900
            MOVE WRK-PRL-OPERADOR         TO WRK-ALM-OPERADOR.          00040000
            MOVE WRK-PRL-LIMITE-ATUAL     TO WRK-ALM-LIMITE-ATUAL.      00040100
            MOVE WRK-PRL-LIMITE-APROVADO  TO WRK-ALM-LIMITE-NOVO.       00040200
            WRITE FD-AUDITLM FROM WRK-LINHA-AUDIT.                      00040300
            DISPLAY 'AUDITORIA: ' WRK-LINHA-AUDIT.                      00040400
                                                                        00040500
      *----------------------------------------------------------------*00040600
       2500-99-FIM.            EXIT.                                    00040700
      *----------------------------------------------------------------*00040800
      *----------------------------------------------------------------*00040900
       2900-RECUSAR-CARTAO                SECTION.                      00041000
      *----------------------------------------------------------------*00041100
                                                                        00041200
            ADD 1 TO WRK-ACU-RECUSADOS.                                 00041300
            DISPLAY 'CARTAO RECUSADO (' WRK-MOTIVO-RECUSA '): '         00041400
                    WRK-CARTAO.                                         00041500
                                                                        00041600
      *----------------------------------------------------------------*00041700
       2900-99-FIM.            EXIT.                                    00041800
      *----------------------------------------------------------------*00041900
      *----------------------------------------------------------------*00042000
       3000-FINALIZAR                     SECTION.                      00042100
      *----------------------------------------------------------------*00042200
                                                                        00042300
            PERFORM 3100-GRAVAR-PROPOSTA                                00042400
                VARYING WRK-IDX-PROP FROM 1 BY 1                        00042500
                UNTIL WRK-IDX-PROP GREATER WRK-QT-PROPOSTAS.            00042600
                                                                        00042700
            CLOSE PROPSAI                                               00042800
                  LIMCARGA                                              00042900
                  AUDITLM.                                              00043000
                                                                        00043100
            DISPLAY '------------------------------------------------'. 00043200
            DISPLAY '  PROPOSTAS...........: ' WRK-QT-PROPOSTAS.        00043300
            DISPLAY '  APROVADAS NA RODADA.: ' WRK-ACU-APROVADAS.       00043400
            DISPLAY '  REJEITADAS NA RODADA: ' WRK-ACU-REJEITADAS.      00043500
            DISPLAY '  AINDA PENDENTES.....: ' WRK-ACU-PENDENTES.       00043600
            DISPLAY '  LIMITES PARA CARGA..: ' WRK-ACU-CARGA.           00043700
            DISPLAY '  CARTOES RECUSADOS...: ' WRK-ACU-RECUSADOS.       00043800
            DISPLAY '------------------------------------------------'. 00043900
                                                                        00044000
            IF WRK-ACU-RECUSADOS GREATER ZEROS                          00044100
                MOVE 4 TO RETURN-CODE                                   00044200
            END-IF.                                                     00044300
                                                                        00044400
            STOP RUN.                                                   00044500
      *----------------------------------------------------------------*00044600
       3000-99-FIM.            EXIT.                                    00044700
      *----------------------------------------------------------------*00044800
      *----------------------------------------------------------------*00044900
       3100-GRAVAR-PROPOSTA               SECTION.                      00045000
      *----------------------------------------------------------------*00045100
      *    TODA PROPOSTA APROVADA VAI PARA A CARGA, INCLUSIVE AS DE    *00045200
      *    RODADAS ANTERIORES: A CARGA DO LIMITES E IDEMPOTENTE.       *00045300
      *----------------------------------------------------------------*00045400
                                                                        00045500
            MOVE WRK-TAB-PROP-ITEM(WRK-IDX-PROP) TO WRK-REG-PROPL.      00045600
            WRITE FD-PROPSAI FROM WRK-REG-PROPL.                        00045700
            IF WRK-FS-PROPSAI NOT EQUAL ZEROS                           00045800
                MOVE ' ERRO GRAVACAO PROPSAI ' TO WRK-MSG               00045900
                PERFORM 9000-TRATAR-ERROS                               00046000
            END-IF.                                                     00046100
                                                                        00046200
            IF WRK-PRL-SITUACAO EQUAL 'P'                               00046300
                ADD 1 TO WRK-ACU-PENDENTES                              00046400
            END-IF.                                                     00046500
                                                                        00046600
            IF WRK-PRL-SITUACAO EQUAL 'A'                               00046700
                MOVE SPACES                  TO FD-LIMCARGA             00046800
                MOVE WRK-PRL-CHAVE           TO FD-LCG-CHAVE            00046900
                MOVE WRK-PRL-LIMITE-APROVADO TO FD-LCG-VALOR            00047000
                WRITE FD-LIMCARGA                                       00047100
                IF WRK-FS-LIMCARGA NOT EQUAL ZEROS                      00047200
                    MOVE ' ERRO GRAVACAO LIMCARGA ' TO WRK-MSG          00047300
                    PERFORM 9000-TRATAR-ERROS                           00047400
                END-IF                                                  00047500
                ADD 1 TO WRK-ACU-CARGA                                  00047600
            END-IF.                                                     00047700
                                                                        00047800
      *----------------------------------------------------------------*00047900
       3100-99-FIM.            EXIT.                                    00048000
      *----------------------------------------------------------------*00048100
      *----------------------------------------------------------------*00048200
       9000-TRATAR-ERROS                  SECTION.                      00048300
      *----------------------------------------------------------------*00048400
                                                                        00048500
             MOVE 'FR06C124'       TO WRK-ERR-PROGRAMA.                 00048600
             MOVE '9000'           TO WRK-ERR-SECTION.                  00048700
             MOVE WRK-MSG          TO WRK-ERR-MSG.                      00048800
             MOVE SPACES           TO WRK-ERR-STATUS.                   00048900
             MOVE WRK-FS-PROPENT   TO WRK-ERR-STATUS(1:2).              00049000
             MOVE WRK-FS-PROPSAI   TO WRK-ERR-STATUS(3:2).              00049100
             MOVE WRK-FS-LIMCARGA  TO WRK-ERR-STATUS(5:2).              00049200
             MOVE WRK-FS-AUDITLM   TO WRK-ERR-STATUS(7:2).              00049300
             MOVE 'F'              TO WRK-ERR-SEVERIDADE.               00049400
                                                                        00049500
             CALL 'TRTERRO'        USING WRK-TRTERRO.                   00049600
                                                                        00049700
      *----------------------------------------------------------------*00049800
       9000-99-FIM.            EXIT.                                    00049900
      *----------------------------------------------------------------*00050000
