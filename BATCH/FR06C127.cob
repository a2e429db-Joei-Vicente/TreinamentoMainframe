      *================================================================*00000100
       IDENTIFICATION                            DIVISION.              00000200
      *================================================================*00000300
                                                                        00000400
       PROGRAM-ID.  FR06C127.                                           00000500
                                                                        00000600
      *================================================================*00000700
      *     AUTOR.......: JOEI LORENTI                                  00000800
      *     ANALISTA....: IVAN SANCHES                                  00000900
      *     EMPRESA.....: FOURSYS                                       00001000
      *     DATA........: 15/10/2026                                    00001100
      *----------------------------------------------------------------*00001200
      *                                                                 00001300
      *     OBJETIVO: MANUTENCAO DO VINCULO FUNCIONARIO X CONTA         00001400
      *               CORRENTE (VINCFUN, LAYOUT B#VINFU), USADO PELO    00001500
      *               FR06CB79 PARA CREDITAR O SALARIO LIQUIDO NA       00001600
      *               CONTA DO FUNCIONARIO EM VEZ DE MANDA-LO NA        00001700
      *               REMESSA BANCARIA. NO MESMO PADRAO AUDITADO DO     00001800
      *               FR06C124: LE O VINCULO ATUAL (VINCENT), APLICA    00001900
      *               OS CARTOES DA SYSIN E GRAVA O VINCULO NOVO        00002000
      *               (VINCSAI, EM ORDEM DE FUNCIONARIO) COM UMA LINHA  00002100
      *               DE AUDITORIA POR ALTERACAO NO AUDITVF E NA        00002200
      *               SYSOUT. CADA CARTAO TAMBEM VAI PARA A AUDITORIA   00002300
      *               CENTRAL (AUDSYS).                                 00002400
      *               CARTOES (ATE O CARTAO EM BRANCO):                 00002500
      *               COL 01    ACAO: 'I' INCLUIR OU TROCAR A CONTA /   00002600
      *                               'C' CANCELAR O VINCULO            00002700
      *               COL 02-06 ID DO FUNCIONARIO (DEVE EXISTIR NO      00002800
      *                         FUNC)                                   00002900
      *               COL 07-14 AGENCIA + CONTA (SO NA 'I'; DEVE        00003000
      *                         EXISTIR NO CLI2505 DO DIA)              00003100
      *               COL 15-22 OPERADOR (OBRIGATORIO)                  00003200
      *               CARTAO RECUSADO DA RC 4.                          00003300
      *                                                                 00003400
      *----------------------------------------------------------------*00003500
      *     INPUT:                                                      00003600
      *     DDNAME           I/O                                        00003700
      *     VINCENT           I   (VINCULO ATUAL - LRECL 40,            00003800
      *                            AUSENTE NA PRIMEIRA CARGA)           00003900
      *     JCLFUNC           I   (FUNC - LRECL 99)                     00004000
      *     CLI2505           I   (CADASTRO DO DIA - LRECL 56)          00004100
      *     VINCSAI           O   (VINCULO NOVO - LRECL 40)             00004200
      *     AUDITVF           O   (AUDITORIA - LRECL 80, EXTEND)        00004300
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
             SELECT VINCENT            ASSIGN TO VINCENT                00006600
                FILE STATUS            IS WRK-FS-VINCENT.               00006700
             SELECT FUNC               ASSIGN TO JCLFUNC                00006800
                FILE STATUS            IS WRK-FS-FUNC.                  00006900
             SELECT CLI2505            ASSIGN TO CLI2505                00007000
                FILE STATUS            IS WRK-FS-CLI2505.               00007100
             SELECT VINCSAI            ASSIGN TO VINCSAI                00007200
                FILE STATUS            IS WRK-FS-VINCSAI.               00007300
             SELECT RUNCTL             ASSIGN TO RUNCTL                 00007333
                FILE STATUS            IS WRK-FS-RUNCTL.                00007366
             SELECT AUDITVF            ASSIGN TO AUDITVF                00007400
                FILE STATUS            IS WRK-FS-AUDITVF.               00007500
             SELECT ORDENA             ASSIGN TO ORDENA.                00007600
                                                                        00007700
      *================================================================*00007800
       DATA                                      DIVISION.              00007900
      *================================================================*00008000
                                                                        00008100
      *----------------------------------------------------------------*00008200
       FILE                                      SECTION.               00008300
      *----------------------------------------------------------------*00008400
                                                                        00008500
       FD VINCENT                                                       00008600
           RECORDING MODE IS F                                          00008700
           BLOCK CONTAINS 0 RECORDS.                                    00008800
       01 FD-VINCENT                   PIC X(40).                       00008900
                                                                        00009000
       FD FUNC                                                          00009100
           RECORDING MODE IS F                                          00009200
           BLOCK CONTAINS 0 RECORDS.                                    00009300
       COPY 'B#FUNC'.                                                   00009400
                                                                        00009500
       FD CLI2505                                                       00009600
           RECORDING MODE IS F                                          00009700
           BLOCK CONTAINS 0 RECORDS.                                    00009800
       COPY 'B#CLI25'.                                                  00009900
                                                                        00010000
       FD VINCSAI                                                       00010100
           RECORDING MODE IS F                                          00010200
           BLOCK CONTAINS 0 RECORDS.                                    00010300
       01 FD-VINCSAI                   PIC X(40).                       00010400
                                                                        00010416
       FD RUNCTL                                                        00010432
           RECORDING MODE IS F                                          00010448
           BLOCK CONTAINS 0 RECORDS.                                    00010464
       01 FD-RUNCTL                    PIC X(80).                       00010480
                                                                        00010500
       FD AUDITVF                                                       00010600
           RECORDING MODE IS F                                          00010700
           BLOCK CONTAINS 0 RECORDS.                                    00010800
       01 FD-AUDITVF                   PIC X(80).                       00010900
                                                                        00011000
       SD ORDENA.                                                       00011100
       01 SD-ORDENA.                                                    00011200
          05 SD-FUNCIONARIO            PIC 9(05).                       00011300
          05 FILLER                    PIC X(35).                       00011400
                                                                        00011500
      *----------------------------------------------------------------*00011600
       WORKING-STORAGE                           SECTION.               00011700
      *----------------------------------------------------------------*00011800
                                                                        00011900
      *----------------------------------------------------------------*00012000
       01 FILLER                       PIC X(50)               VALUE    00012100
            '**** AREA DO LAYOUT DO VINCULO ****'.                      00012200
      *----------------------------------------------------------------*00012300
                                                                        00012400
        COPY 'B#VINFU'.                                                 00012500
                                                                        00012600
      *----------------------------------------------------------------*00012700
       01 FILLER                       PIC X(50)               VALUE    00012800
            '**** TABELAS EM MEMORIA ****'.                             00012900
      *----------------------------------------------------------------*00013000
                                                                        00013100
       01 WRK-TAB-VINCULOS.                                             00013200
          05 WRK-TAB-VINC-ITEM         OCCURS 2000 TIMES.               00013300
             10 WRK-TVF-FUNCIONARIO    PIC 9(05).                       00013400
             10 FILLER                 PIC X(35).                       00013500
                                                                        00013600
       77 WRK-QT-VINCULOS              PIC 9(04) VALUE ZEROS.           00013700
       77 WRK-IDX-VINC                 PIC 9(04) VALUE ZEROS.           00013800
       77 WRK-VINC-ACHADO              PIC 9(04) VALUE ZEROS.           00013900
                                                                        00014000
       01 WRK-TAB-FUNCIONARIOS.                                         00014100
          05 WRK-TFU-ID                PIC X(05) OCCURS 2000 TIMES.     00014200
                                                                        00014300
       77 WRK-QT-FUNCIONARIOS          PIC 9(04) VALUE ZEROS.           00014400
       77 WRK-IDX-FUNC                 PIC 9(04) VALUE ZEROS.           00014500
                                                                        00014600
       01 WRK-TAB-CONTAS.                                               00014700
          05 WRK-TCT-CHAVE             PIC X(08) OCCURS 5000 TIMES.     00014800
                                                                        00014900
       77 WRK-QT-CONTAS                PIC 9(04) VALUE ZEROS.           00015000
       77 WRK-IDX-CTA                  PIC 9(04) VALUE ZEROS.           00015100
                                                                        00015200
       77 WRK-ACHOU                    PIC X(01) VALUE 'N'.             00015300
       77 WRK-FIM-SORT                 PIC X(01) VALUE 'N'.             00015400
                                                                        00015500
      *----------------------------------------------------------------*00015600
       01 FILLER                       PIC X(50)               VALUE    00015700
            '**** AREA DO CARTAO E AUDITORIA ****'.                     00015800
      *----------------------------------------------------------------*00015900
                                                                        00016000
       01 WRK-CARTAO.                                                   00016100
          05 WRK-CARTAO-ACAO           PIC X(01).                       00016200
          05 WRK-CARTAO-FUNCIONARIO    PIC X(05).                       00016300
          05 WRK-CARTAO-FUNC-N      REDEFINES WRK-CARTAO-FUNCIONARIO    00016400
                                       PIC 9(05).                       00016500
          05 WRK-CARTAO-CHAVE          PIC X(08).                       00016600
          05 WRK-CARTAO-OPERADOR       PIC X(08).                       00016700
          05 FILLER                    PIC X(58).                       00016800
                                                                        00016900
       01 WRK-LINHA-AUDIT.                                              00017000
          05 WRK-AVF-DATA              PIC 9(08).                       00017100
          05 FILLER                    PIC X(01) VALUE SPACES.          00017200
          05 WRK-AVF-HORA              PIC 9(06).                       00017300
          05 FILLER                    PIC X(01) VALUE SPACES.          00017400
          05 WRK-AVF-FUNCIONARIO       PIC 9(05).                       00017500
          05 FILLER                    PIC X(01) VALUE SPACES.          00017600
          05 WRK-AVF-ACAO              PIC X(10).                       00017700
          05 FILLER                    PIC X(01) VALUE SPACES.          00017800
          05 WRK-AVF-SIT-ANTERIOR      PIC X(01).                       00017900
          05 FILLER                    PIC X(01) VALUE '>'.             00018000
          05 WRK-AVF-SIT-NOVA          PIC X(01).                       00018100
          05 FILLER                    PIC X(01) VALUE SPACES.          00018200
          05 WRK-AVF-CHAVE-ANTERIOR    PIC X(08).                       00018300
          05 FILLER                    PIC X(01) VALUE '>'.             00018400
          05 WRK-AVF-CHAVE-NOVA        PIC X(08).                       00018500
          05 FILLER                    PIC X(01) VALUE SPACES.          00018600
          05 WRK-AVF-OPERADOR          PIC X(08).                       00018700
          05 FILLER                    PIC X(09) VALUE SPACES.          00018800
          05 WRK-AVF-JOB               PIC X(08) VALUE SPACES.          00018850
                                                                        00018900
       01 WRK-HORA-SISTEMA.                                             00019000
          05 WRK-HORA-HHMMSS           PIC 9(06).                       00019100
          05 WRK-HORA-CENTESIMOS       PIC 9(02).                       00019200
                                                                        00019300
       01 WRK-DATA-ATUALIZ.                                             00019400
          05 WRK-DAT-DIA               PIC 9(02).                       00019500
          05 WRK-DAT-MES               PIC 9(02).                       00019600
          05 WRK-DAT-ANO               PIC 9(04).                       00019700
                                                                        00019800
      *----------------------------------------------------------------*00019900
       01 FILLER                       PIC X(50)               VALUE    00020000
            '**** AREA DE VARIAVEIS E CONTADORES ****'.                 00020100
      *----------------------------------------------------------------*00020200
                                                                        00020300
       77 WRK-FS-VINCENT               PIC X(02) VALUE SPACES.          00020400
       77 WRK-FS-FUNC                  PIC X(02) VALUE SPACES.          00020500
       77 WRK-FS-CLI2505               PIC X(02) VALUE SPACES.          00020600
       77 WRK-FS-VINCSAI               PIC X(02) VALUE SPACES.          00020700
       77 WRK-FS-RUNCTL                PIC X(02) VALUE SPACES.          00020750
       77 WRK-FS-AUDITVF               PIC X(02) VALUE SPACES.          00020800
       77 WRK-ACU-INCLUIDOS            PIC 9(05) VALUE ZEROS.           00020900
       77 WRK-ACU-ALTERADOS            PIC 9(05) VALUE ZEROS.           00021000
       77 WRK-ACU-CANCELADOS           PIC 9(05) VALUE ZEROS.           00021100
       77 WRK-ACU-ATIVOS               PIC 9(05) VALUE ZEROS.           00021200
       77 WRK-ACU-GRAVADOS             PIC 9(05) VALUE ZEROS.           00021300
       77 WRK-ACU-RECUSADOS            PIC 9(05) VALUE ZEROS.           00021400
       77 WRK-MOTIVO-RECUSA            PIC X(30) VALUE SPACES.          00021500
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00021600
                                                                        00021612
      *----------------------------------------------------------------*00021624
       01 FILLER                       PIC X(50)               VALUE    00021636
            '**** AREA DO CONTROLE DE RODADA ****'.                     00021648
      *----------------------------------------------------------------*00021660
                                                                        00021672
        COPY 'B#RUNCTL'.                                                00021684
                                                                        00021700
      *----------------------------------------------------------------*00021800
       01 FILLER                       PIC X(50)               VALUE    00021900
            '**** AREA DO MODULO AUDSYS ****'.                          00022000
      *----------------------------------------------------------------*00022100
                                                                        00022200
        COPY '#AUDSYS'.                                                 00022300
                                                                        00022400
      *----------------------------------------------------------------*00022500
       01 FILLER                       PIC X(50)               VALUE    00022600
            '**** AREA DO MODULO TRTERRO ****'.                         00022700
      *----------------------------------------------------------------*00022800
                                                                        00022900
        COPY '#TRTERRO'.                                                00023000
                                                                        00023100
      *================================================================*00023200
       PROCEDURE DIVISION.                                              00023300
      *================================================================*00023400
      *----------------------------------------------------------------*00023500
       0000-PRINCIPAL                     SECTION.                      00023600
      *----------------------------------------------------------------*00023700
                                                                        00023800
           PERFORM 1000-INICIAR.                                        00023900
           PERFORM 2000-PROCESSAR                                       00024000
               UNTIL WRK-CARTAO EQUAL SPACES.                           00024100
           PERFORM 3000-FINALIZAR.                                      00024200
                                                                        00024300
      *----------------------------------------------------------------*00024400
       0000-99-FIM.            EXIT.                                    00024500
      *----------------------------------------------------------------*00024600
      *----------------------------------------------------------------*00024700
       1000-INICIAR                       SECTION.                      00024800
      *----------------------------------------------------------------*00024900
                                                                        00025000
            ACCEPT WRK-AVF-DATA FROM DATE YYYYMMDD.                     00025100
            ACCEPT WRK-HORA-SISTEMA FROM TIME.                          00025200
            MOVE WRK-HORA-HHMMSS   TO WRK-AVF-HORA.                     00025300
            MOVE WRK-AVF-DATA(7:2) TO WRK-DAT-DIA.                      00025400
            MOVE WRK-AVF-DATA(5:2) TO WRK-DAT-MES.                      00025500
            MOVE WRK-AVF-DATA(1:4) TO WRK-DAT-ANO.                      00025600
            PERFORM 1600-LER-JOB-RODADA.                                00025650
                                                                        00025700
            OPEN INPUT VINCENT.                                         00025800
            IF WRK-FS-VINCENT EQUAL '35'                                00025900
                DISPLAY 'VINCENT AUSENTE - PRIMEIRA CARGA'              00026000
            ELSE                                                        00026100
                IF WRK-FS-VINCENT NOT EQUAL ZEROS                       00026200
                    MOVE ' ERRO ABERTURA VINCENT ' TO WRK-MSG           00026300
                    PERFORM 9000-TRATAR-ERROS                           00026400
                END-IF                                                  00026500
                PERFORM 1100-CARREGAR-VINCULO                           00026600
                    UNTIL WRK-FS-VINCENT EQUAL '10'                     00026700
                CLOSE VINCENT                                           00026800
            END-IF.                                                     00026900
                                                                        00027000
            PERFORM 1300-CARREGAR-FUNCIONARIOS.                         00027100
            PERFORM 1400-CARREGAR-CONTAS.                               00027200
                                                                        00027300
            OPEN EXTEND AUDITVF.                                        00027400
            IF WRK-FS-AUDITVF EQUAL '35'                                00027500
                OPEN OUTPUT AUDITVF                                     00027600
            END-IF.                                                     00027700
            IF WRK-FS-AUDITVF NOT EQUAL ZEROS                           00027800
                MOVE ' ERRO ABERTURA AUDITVF ' TO WRK-MSG               00027900
                PERFORM 9000-TRATAR-ERROS                               00028000
            END-IF.                                                     00028100
                                                                        00028200
            PERFORM 1200-LER-CARTAO.                                    00028300
                                                                        00028400
      *----------------------------------------------------------------*00028500
       1000-99-FIM.            EXIT.                                    00028600
      *----------------------------------------------------------------*00028700
      *----------------------------------------------------------------*00028800
       1100-CARREGAR-VINCULO              SECTION.                      00028900
      *----------------------------------------------------------------*00029000
                                                                        00029100
            READ VINCENT.                                               00029200
            IF WRK-FS-VINCENT NOT EQUAL ZEROS                           00029300
                MOVE '10' TO WRK-FS-VINCENT                             00029400
                GO TO 1100-99-FIM                                       00029500
            END-IF.                                                     00029600
                                                                        00029700
            IF WRK-QT-VINCULOS NOT LESS 2000                            00029800
                MOVE ' TABELA DE VINCULOS CHEIA ' TO WRK-MSG            00029900
                PERFORM 9000-TRATAR-ERROS                               00030000
            END-IF.                                                     00030100
                                                                        00030200
            ADD 1 TO WRK-QT-VINCULOS.                                   00030300
            MOVE FD-VINCENT TO WRK-TAB-VINC-ITEM(WRK-QT-VINCULOS).      00030400
                                                                        00030500
      *----------------------------------------------------------------*00030600
       1100-99-FIM.            EXIT.                                    00030700
      *----------------------------------------------------------------*00030800
      *----------------------------------------------------------------*00030900
       1200-LER-CARTAO                    SECTION.                      00031000
      *----------------------------------------------------------------*00031100
                                                                        00031200
            ACCEPT WRK-CARTAO FROM SYSIN.                               00031300
                                                                        00031400
            IF WRK-CARTAO NOT EQUAL SPACES                              00031500
                MOVE 'FR06C127'  TO WRK-AUD-PROGRAMA                    00031600
                MOVE WRK-CARTAO  TO WRK-AUD-CARTAO                      00031700
                CALL 'AUDSYS'    USING WRK-AUDSYS                       00031800
            END-IF.                                                     00031900
                                                                        00032000
      *----------------------------------------------------------------*00032100
       1200-99-FIM.            EXIT.                                    00032200
      *----------------------------------------------------------------*00032300
      *----------------------------------------------------------------*00032400
       1300-CARREGAR-FUNCIONARIOS         SECTION.                      00032500
      *----------------------------------------------------------------*00032600
                                                                        00032700
            OPEN INPUT FUNC.                                            00032800
            IF WRK-FS-FUNC NOT EQUAL ZEROS                              00032900
                MOVE ' ERRO ABERTURA JCLFUNC ' TO WRK-MSG               00033000
                PERFORM 9000-TRATAR-ERROS                               00033100
            END-IF.                                                     00033200
                                                                        00033300
            PERFORM 1310-LER-FUNCIONARIO                                00033400
                UNTIL WRK-FS-FUNC EQUAL '10'.                           00033500
            CLOSE FUNC.                                                 00033600
                                                                        00033700
      *----------------------------------------------------------------*00033800
       1300-99-FIM.            EXIT.                                    00033900
      *----------------------------------------------------------------*00034000
      *----------------------------------------------------------------*00034100
       1310-LER-FUNCIONARIO               SECTION.                      00034200
      *----------------------------------------------------------------*00034300
                                                                        00034400
            READ FUNC.                                                  00034500
            IF WRK-FS-FUNC NOT EQUAL ZEROS                              00034600
                MOVE '10' TO WRK-FS-FUNC                                00034700
                GO TO 1310-99-FIM                                       00034800
            END-IF.                                                     00034900
                                                                        00035000
            IF WRK-QT-FUNCIONARIOS NOT LESS 2000                        00035100
                MOVE ' TABELA DE FUNCIONARIOS CHEIA ' TO WRK-MSG        00035200
                PERFORM 9000-TRATAR-ERROS                               00035300
            END-IF.                                                     00035400
                                                                        00035500
            ADD 1 TO WRK-QT-FUNCIONARIOS.                               00035600
            MOVE FD-FUNC-ID TO WRK-TFU-ID(WRK-QT-FUNCIONARIOS).         00035700
                                                                        00035800
      *----------------------------------------------------------------*00035900
       1310-99-FIM.            EXIT.                                    00036000
      *----------------------------------------------------------------*00036100
      *----------------------------------------------------------------*00036200
       1400-CARREGAR-CONTAS               SECTION.                      00036300
      *----------------------------------------------------------------*00036400
                                                                        00036500
            OPEN INPUT CLI2505.                                         00036600
            IF WRK-FS-CLI2505 NOT EQUAL ZEROS                           00036700
                MOVE ' ERRO ABERTURA CLI2505 ' TO WRK-MSG               00036800
                PERFORM 9000-TRATAR-ERROS                               00036900
            END-IF.                                                     00037000
                                                                        00037100
            READ CLI2505.                                               00037200
            IF WRK-FS-CLI2505 NOT EQUAL ZEROS                           00037300
               OR FD-CLI2505(1:3) NOT EQUAL 'HDR'                       00037400
                MOVE ' CLI2505 SEM CABECALHO ' TO WRK-MSG               00037500
                PERFORM 9000-TRATAR-ERROS                               00037600
            END-IF.                                                     00037700
                                                                        00037800
            PERFORM 1410-LER-CONTA                                      00037900
                UNTIL WRK-FS-CLI2505 EQUAL '10'.                        00038000
            CLOSE CLI2505.                                              00038100
                                                                        00038200
      *----------------------------------------------------------------*00038300
       1400-99-FIM.            EXIT.                                    00038400
      *----------------------------------------------------------------*00038500
      *----------------------------------------------------------------*00038600
       1410-LER-CONTA                     SECTION.                      00038700
      *----------------------------------------------------------------*00038800
                                                                        00038900
            READ CLI2505.                                               00039000
            IF WRK-FS-CLI2505 NOT EQUAL ZEROS                           00039100
               OR FD-CLI2505(1:3) EQUAL 'TRL'                           00039200
                MOVE '10' TO WRK-FS-CLI2505                             00039300
                GO TO 1410-99-FIM                                       00039400
            END-IF.                                                     00039500
                                                                        00039600
            IF WRK-QT-CONTAS NOT LESS 5000                              00039700
                MOVE ' TABELA DE CONTAS CHEIA ' TO WRK-MSG              00039800
                PERFORM 9000-TRATAR-ERROS                               00039900
            END-IF.                                                     00040000
                                                                        00040100
            ADD 1 TO WRK-QT-CONTAS.                                     00040200
            MOVE FD-CLI2505-CHAVE TO WRK-TCT-CHAVE(WRK-QT-CONTAS).      00040300
                                                                        00040400
      *----------------------------------------------------------------*00040500
       1410-99-FIM.            EXIT.                                    00040600
      *----------------------------------------------------------------*00040604
      *----------------------------------------------------------------*00040608
       1600-LER-JOB-RODADA                SECTION.                      00040612
      *----------------------------------------------------------------*00040616
      *    JOB DA RODADA (RUNCTL TIPO '1') PARA A LINHA DE AUDITORIA; * 00040620
      *    SEM RUNCTL O JOB FICA EM BRANCO.                           * 00040624
      *----------------------------------------------------------------*00040628
                                                                        00040632
            MOVE SPACES TO WRK-AVF-JOB.                                 00040636
            OPEN INPUT RUNCTL.                                          00040640
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00040644
                GO TO 1600-99-FIM                                       00040648
            END-IF.                                                     00040652
                                                                        00040656
            READ RUNCTL INTO WRK-RUNCTL.                                00040660
            IF WRK-FS-RUNCTL EQUAL ZEROS                                00040664
               AND WRK-RUNCTL-TIPO EQUAL '1'                            00040668
                MOVE WRK-RUNCTL-JOB TO WRK-AVF-JOB                      00040672
            END-IF.                                                     00040676
            CLOSE RUNCTL.                                               00040680
                                                                        00040684
      *----------------------------------------------------------------*00040688
       1600-99-FIM.            EXIT.                                    00040692
      *----------------------------------------------------------------*00040700
      *----------------------------------------------------------------*00040800
       2000-PROCESSAR                     SECTION.                      00040900
      *----------------------------------------------------------------*00041000
                                                                        00041100
            IF WRK-CARTAO-ACAO NOT EQUAL 'I'                            00041200
               AND WRK-CARTAO-ACAO NOT EQUAL 'C'                        00041300
                MOVE 'ACAO INVALIDA' TO WRK-MOTIVO-RECUSA               00041400
                PERFORM 2900-RECUSAR-CARTAO                             00041500
                GO TO 2000-88-LER                                       00041600
            END-IF.                                                     00041700
                                                                        00041800
            IF WRK-CARTAO-OPERADOR EQUAL SPACES                         00041900
                MOVE 'OPERADOR NAO INFORMADO' TO WRK-MOTIVO-RECUSA      00042000
                PERFORM 2900-RECUSAR-CARTAO                             00042100
                GO TO 2000-88-LER                                       00042200
            END-IF.                                                     00042300
                                                                        00042400
            IF WRK-CARTAO-FUNCIONARIO NOT NUMERIC                       00042500
                MOVE 'FUNCIONARIO INVALIDO' TO WRK-MOTIVO-RECUSA        00042600
                PERFORM 2900-RECUSAR-CARTAO                             00042700
                GO TO 2000-88-LER                                       00042800
            END-IF.                                                     00042900
                                                                        00043000
            MOVE 'N' TO WRK-ACHOU.                                      00043100
            PERFORM 2010-COMPARAR-FUNCIONARIO                           00043200
                VARYING WRK-IDX-FUNC FROM 1 BY 1                        00043300
                UNTIL WRK-IDX-FUNC GREATER WRK-QT-FUNCIONARIOS          00043400
                   OR WRK-ACHOU EQUAL 'S'.                              00043500
            IF WRK-ACHOU NOT EQUAL 'S'                                  00043600
                MOVE 'FUNCIONARIO FORA DO FUNC' TO WRK-MOTIVO-RECUSA    00043700
                PERFORM 2900-RECUSAR-CARTAO                             00043800
                GO TO 2000-88-LER                                       00043900
            END-IF.                                                     00044000
                                                                        00044100
            PERFORM 2300-PROCURAR-VINCULO.                              00044200
                                                                        00044300
            IF WRK-CARTAO-ACAO EQUAL 'I'                                00044400
                MOVE 'N' TO WRK-ACHOU                                   00044500
                PERFORM 2020-COMPARAR-CONTA                             00044600
                    VARYING WRK-IDX-CTA FROM 1 BY 1                     00044700
                    UNTIL WRK-IDX-CTA GREATER WRK-QT-CONTAS             00044800
                       OR WRK-ACHOU EQUAL 'S'                           00044900
                IF WRK-ACHOU NOT EQUAL 'S'                              00045000
                    MOVE 'CONTA NAO CADASTRADA' TO WRK-MOTIVO-RECUSA    00045100
                    PERFORM 2900-RECUSAR-CARTAO                         00045200
                    GO TO 2000-88-LER                                   00045300
                END-IF                                                  00045400
                PERFORM 2100-INCLUIR-VINCULO                            00045500
            ELSE                                                        00045600
                IF WRK-CARTAO-CHAVE NOT EQUAL SPACES                    00045700
                    MOVE 'CONTA SO NA INCLUSAO' TO WRK-MOTIVO-RECUSA    00045800
                    PERFORM 2900-RECUSAR-CARTAO                         00045900
                    GO TO 2000-88-LER                                   00046000
                END-IF                                                  00046100
                IF WRK-VINC-ACHADO EQUAL ZEROS                          00046200
                    MOVE 'VINCULO INEXISTENTE' TO WRK-MOTIVO-RECUSA     00046300
                    PERFORM 2900-RECUSAR-CARTAO                         00046400
                    GO TO 2000-88-LER                                   00046500
                END-IF                                                  00046600
                MOVE WRK-TAB-VINC-ITEM(WRK-VINC-ACHADO)                 00046700
                                          TO WRK-REG-VINCFUN            00046800
                IF WRK-VFU-SITUACAO NOT EQUAL 'A'                       00046900
                    MOVE 'VINCULO JA CANCELADO' TO WRK-MOTIVO-RECUSA    00047000
                    PERFORM 2900-RECUSAR-CARTAO                         00047100
                    GO TO 2000-88-LER                                   00047200
                END-IF                                                  00047300
                PERFORM 2200-CANCELAR-VINCULO                           00047400
            END-IF.                                                     00047500
                                                                        00047600
       2000-88-LER.                                                     00047700
            PERFORM 1200-LER-CARTAO.                                    00047800
                                                                        00047900
      *----------------------------------------------------------------*00048000
       2000-99-FIM.            EXIT.                                    00048100
      *----------------------------------------------------------------*00048200
      *----------------------------------------------------------------*00048300
       2010-COMPARAR-FUNCIONARIO          SECTION.                      00048400
      *----------------------------------------------------------------*00048500
                                                                        00048600
            IF WRK-TFU-ID(WRK-IDX-FUNC) EQUAL WRK-CARTAO-FUNCIONARIO    00048700
                MOVE 'S' TO WRK-ACHOU                                   00048800
            END-IF.                                                     00048900
                                                                        00049000
      *----------------------------------------------------------------*00049100
       2010-99-FIM.            EXIT.                                    00049200
      *----------------------------------------------------------------*00049300
      *----------------------------------------------------------------*00049400
       2020-COMPARAR-CONTA                SECTION.                      00049500
      *----------------------------------------------------------------*00049600
                                                                        00049700
            IF WRK-TCT-CHAVE(WRK-IDX-CTA) EQUAL WRK-CARTAO-CHAVE        00049800
                MOVE 'S' TO WRK-ACHOU                                   00049900
            END-IF.                                                     00050000
                                                                        00050100
      *----------------------------------------------------------------*00050200
       2020-99-FIM.            EXIT.                                    00050300
      *----------------------------------------------------------------*00050400
      *----------------------------------------------------------------*00050500
       2100-INCLUIR-VINCULO               SECTION.                      00050600
      *----------------------------------------------------------------*00050700
      *    VINCULO EXISTENTE (ATIVO OU CANCELADO) TEM A CONTA TROCADA  *00050800
      *    E VOLTA A 'A'; SENAO ENTRA NO FIM DA TABELA E A ORDEM DE    *00050900
      *    FUNCIONARIO E REFEITA PELO SORT NA GRAVACAO.                *00051000
      *----------------------------------------------------------------*00051100
                                                                        00051200
            IF WRK-VINC-ACHADO EQUAL ZEROS                              00051300
                IF WRK-QT-VINCULOS NOT LESS 2000                        00051400
                    MOVE ' TABELA DE VINCULOS CHEIA ' TO WRK-MSG        00051500
                    PERFORM 9000-TRATAR-ERROS                           00051600
                END-IF                                                  00051700
                ADD 1 TO WRK-QT-VINCULOS                                00051800
                MOVE WRK-QT-VINCULOS        TO WRK-VINC-ACHADO          00051900
                MOVE SPACES                 TO WRK-REG-VINCFUN          00052000
                MOVE WRK-CARTAO-FUNC-N      TO WRK-VFU-FUNCIONARIO      00052100
                MOVE 'INCLUIDO'             TO WRK-AVF-ACAO             00052200
                ADD 1 TO WRK-ACU-INCLUIDOS                              00052300
            ELSE                                                        00052400
                MOVE WRK-TAB-VINC-ITEM(WRK-VINC-ACHADO)                 00052500
                                            TO WRK-REG-VINCFUN          00052600
                MOVE 'ALTERADO'             TO WRK-AVF-ACAO             00052700
                ADD 1 TO WRK-ACU-ALTERADOS                              00052800
            END-IF.                                                     00052900
                                                                        00053000
            MOVE WRK-VFU-SITUACAO           TO WRK-AVF-SIT-ANTERIOR.    00053100
            MOVE WRK-VFU-CHAVE              TO WRK-AVF-CHAVE-ANTERIOR.  00053200
                                                                        00053300
            MOVE WRK-CARTAO-CHAVE           TO WRK-VFU-CHAVE.           00053400
            MOVE 'A'                        TO WRK-VFU-SITUACAO.        00053500
            MOVE WRK-DATA-ATUALIZ           TO WRK-VFU-DATA-ATUALIZ.    00053600
            MOVE WRK-CARTAO-OPERADOR        TO WRK-VFU-OPERADOR.        00053700
            MOVE WRK-REG-VINCFUN TO WRK-TAB-VINC-ITEM(WRK-VINC-ACHADO). 00053800
                                                                        00053900
            PERFORM 2500-GRAVAR-AUDITORIA.                              00054000
                                                                        00054100
      *----------------------------------------------------------------*00054200
       2100-99-FIM.            EXIT.                                    00054300
      *----------------------------------------------------------------*00054400
      *----------------------------------------------------------------*00054500
       2200-CANCELAR-VINCULO              SECTION.                      00054600
      *----------------------------------------------------------------*00054700
                                                                        00054800
            MOVE 'CANCELADO'                TO WRK-AVF-ACAO.            00054900
            MOVE WRK-VFU-SITUACAO           TO WRK-AVF-SIT-ANTERIOR.    00055000
            MOVE WRK-VFU-CHAVE              TO WRK-AVF-CHAVE-ANTERIOR.  00055100
            ADD 1 TO WRK-ACU-CANCELADOS.                                00055200
                                                                        00055300
            MOVE 'C'                        TO WRK-VFU-SITUACAO.        00055400
            MOVE WRK-DATA-ATUALIZ           TO WRK-VFU-DATA-ATUALIZ.    00055500
            MOVE WRK-CARTAO-OPERADOR        TO WRK-VFU-OPERADOR.        00055600
            MOVE WRK-REG-VINCFUN TO WRK-TAB-VINC-ITEM(WRK-VINC-ACHADO). 00055700
                                                                        00055800
            PERFORM 2500-GRAVAR-AUDITORIA.                              00055900
                                                                        00056000
      *----------------------------------------------------------------*00056100
       2200-99-FIM.            EXIT.                                    00056200
      *----------------------------------------------------------------*00056300
      *----------------------------------------------------------------*00056400
       2300-PROCURAR-VINCULO              SECTION.                      00056500
      *----------------------------------------------------------------*00056600
                                                                        00056700
            MOVE ZEROS TO WRK-VINC-ACHADO.                              00056800
            PERFORM 2310-COMPARAR-VINCULO                               00056900
                VARYING WRK-IDX-VINC FROM 1 BY 1                        00057000
                UNTIL WRK-IDX-VINC GREATER WRK-QT-VINCULOS              00057100
                   OR WRK-VINC-ACHADO NOT EQUAL ZEROS.                  00057200
                                                                        00057300
      *----------------------------------------------------------------*00057400
       2300-99-FIM.            EXIT.                                    00057500
      *----------------------------------------------------------------*00057600
      *----------------------------------------------------------------*00057700
       2310-COMPARAR-VINCULO              SECTION.                      00057800
      *----------------------------------------------------------------*00057900
                                                                        00058000
            IF WRK-TVF-FUNCIONARIO(WRK-IDX-VINC)                        00058100
                                       EQUAL WRK-CARTAO-FUNC-N          00058200
                MOVE WRK-IDX-VINC TO WRK-VINC-ACHADO                    00058300
            END-IF.                                                     00058400
                                                                        00058500
      *----------------------------------------------------------------*00058600
       2310-99-FIM.            EXIT.                                    00058700
      *----------------------------------------------------------------*00058800
      *----------------------------------------------------------------*00058900
       2500-GRAVAR-AUDITORIA              SECTION.                      00059000
      *----------------------------------------------------------------*00059100
                                                                        00059200
            MOVE WRK-VFU-FUNCIONARIO      TO WRK-AVF-FUNCIONARIO.       00059300
            MOVE WRK-VFU-SITUACAO         TO WRK-AVF-SIT-NOVA.          00059400
            MOVE WRK-VFU-CHAVE            TO WRK-AVF-CHAVE-NOVA.        00059500
            MOVE WRK-VFU-OPERADOR         TO WRK-AVF-OPERADOR.          00059600
            WRITE FD-AUDITVF FROM WRK-LINHA-AUDIT.                      00059700
            DISPLAY 'AUDITORIA: ' WRK-LINHA-AUDIT.                      00059800
                                                                        00059900
      *----------------------------------------------------------------*00060000
       2500-99-FIM.            EXIT.                                    00060100
      *----------------------------------------------------------------*00060200
      *----------------------------------------------------------------*00060300
       2900-RECUSAR-CARTAO                SECTION.                      00060400
      *----------------------------------------------------------------*00060500
                                                                        00060600
            ADD 1 TO WRK-ACU-RECUSADOS.                                 00060700
            DISPLAY 'CARTAO RECUSADO (' WRK-MOTIVO-RECUSA '): '         00060800
                    WRK-CARTAO.                                         00060900
                                                                        00061000
      *----------------------------------------------------------------*00061100
       2900-99-FIM.            EXIT.                                    00061200
      *----------------------------------------------------------------*00061300
      *----------------------------------------------------------------*00061400
       3000-FINALIZAR                     SECTION.                      00061500
      *----------------------------------------------------------------*00061600
                                                                        00061700
            SORT ORDENA                                                 00061800
                ON ASCENDING KEY SD-FUNCIONARIO                         00061900
                INPUT PROCEDURE  IS 3100-LIBERAR-VINCULOS               00062000
                OUTPUT PROCEDURE IS 3200-GRAVAR-VINCULOS.               00062100
                                                                        00062200
            CLOSE AUDITVF.                                              00062300
                                                                        00062400
            DISPLAY '------------------------------------------------'. 00062500
            DISPLAY '  VINCULOS GRAVADOS...: ' WRK-ACU-GRAVADOS.        00062600
            DISPLAY '  ATIVOS..............: ' WRK-ACU-ATIVOS.          00062700
            DISPLAY '  INCLUIDOS NA RODADA.: ' WRK-ACU-INCLUIDOS.       00062800
            DISPLAY '  ALTERADOS NA RODADA.: ' WRK-ACU-ALTERADOS.       00062900
            DISPLAY '  CANCELADOS NA RODADA: ' WRK-ACU-CANCELADOS.      00063000
            DISPLAY '  CARTOES RECUSADOS...: ' WRK-ACU-RECUSADOS.       00063100
            DISPLAY '------------------------------------------------'. 00063200
                                                                        00063300
            IF WRK-ACU-RECUSADOS GREATER ZEROS                          00063400
                MOVE 4 TO RETURN-CODE                                   00063500
            END-IF.                                                     00063600
                                                                        00063700
            STOP RUN.                                                   00063800
                                                                        00063900
      *----------------------------------------------------------------*00064000
       3000-99-FIM.            EXIT.                                    00064100
      *----------------------------------------------------------------*00064200
      *----------------------------------------------------------------*00064300
       3100-LIBERAR-VINCULOS              SECTION.                      00064400
      *----------------------------------------------------------------*00064500
                                                                        00064600
            PERFORM 3110-LIBERAR-VINCULO                                00064700
                VARYING WRK-IDX-VINC FROM 1 BY 1                        00064800
                UNTIL WRK-IDX-VINC GREATER WRK-QT-VINCULOS.             00064900
                                                                        00065000
      *----------------------------------------------------------------*00065100
       3100-99-FIM.            EXIT.                                    00065200
      *----------------------------------------------------------------*00065300
      *----------------------------------------------------------------*00065400
       3110-LIBERAR-VINCULO               SECTION.                      00065500
      *----------------------------------------------------------------*00065600
                                                                        00065700
            RELEASE SD-ORDENA FROM WRK-TAB-VINC-ITEM(WRK-IDX-VINC).     00065800
                                                                        00065900
      *----------------------------------------------------------------*00066000
       3110-99-FIM.            EXIT.                                    00066100
      *----------------------------------------------------------------*00066200
      *----------------------------------------------------------------*00066300
       3200-GRAVAR-VINCULOS               SECTION.                      00066400
      *----------------------------------------------------------------*00066500
                                                                        00066600
            OPEN OUTPUT VINCSAI.                                        00066700
            IF WRK-FS-VINCSAI NOT EQUAL ZEROS                           00066800
                MOVE ' ERRO ABERTURA VINCSAI ' TO WRK-MSG               00066900
                PERFORM 9000-TRATAR-ERROS                               00067000
            END-IF.                                                     00067100
                                                                        00067200
            PERFORM 3210-RETORNAR-VINCULO                               00067300
                UNTIL WRK-FIM-SORT EQUAL 'S'.                           00067400
                                                                        00067500
            CLOSE VINCSAI.                                              00067600
                                                                        00067700
      *----------------------------------------------------------------*00067800
       3200-99-FIM.            EXIT.                                    00067900
      *----------------------------------------------------------------*00068000
      *----------------------------------------------------------------*00068100
       3210-RETORNAR-VINCULO              SECTION.                      00068200
      *----------------------------------------------------------------*00068300
                                                                        00068400
            RETURN ORDENA INTO WRK-REG-VINCFUN                          00068500
                AT END                                                  00068600
                    MOVE 'S' TO WRK-FIM-SORT                            00068700
                NOT AT END                                              00068800
                    PERFORM 3220-GRAVAR-VINCULO                         00068900
            END-RETURN.                                                 00069000
                                                                        00069100
      *----------------------------------------------------------------*00069200
       3210-99-FIM.            EXIT.                                    00069300
      *----------------------------------------------------------------*00069400
      *----------------------------------------------------------------*00069500
       3220-GRAVAR-VINCULO                SECTION.                      00069600
      *----------------------------------------------------------------*00069700
                                                                        00069800
            WRITE FD-VINCSAI FROM WRK-REG-VINCFUN.                      00069900
            IF WRK-FS-VINCSAI NOT EQUAL ZEROS                           00070000
                MOVE ' ERRO GRAVACAO VINCSAI ' TO WRK-MSG               00070100
                PERFORM 9000-TRATAR-ERROS                               00070200
            END-IF.                                                     00070300
                                                                        00070400
            ADD 1 TO WRK-ACU-GRAVADOS.                                  00070500
            IF WRK-VFU-SITUACAO EQUAL 'A'                               00070600
                ADD 1 TO WRK-ACU-ATIVOS                                 00070700
            END-IF.                                                     00070800
                                                                        00070900
      *----------------------------------------------------------------*00071000
       3220-99-FIM.            EXIT.                                    00071100
      *----------------------------------------------------------------*00071200
      *----------------------------------------------------------------*00071300
       9000-TRATAR-ERROS                  SECTION.                      00071400
      *----------------------------------------------------------------*00071500
                                                                        00071600
             MOVE 'FR06C127'       TO WRK-ERR-PROGRAMA.                 00071700
             MOVE '9000'           TO WRK-ERR-SECTION.                  00071800
             MOVE WRK-MSG          TO WRK-ERR-MSG.                      00071900
             MOVE SPACES           TO WRK-ERR-STATUS.                   00072000
             MOVE WRK-FS-VINCENT   TO WRK-ERR-STATUS(1:2).              00072100
             MOVE WRK-FS-FUNC      TO WRK-ERR-STATUS(3:2).              00072200
             MOVE WRK-FS-CLI2505   TO WRK-ERR-STATUS(5:2).              00072300
             MOVE WRK-FS-VINCSAI   TO WRK-ERR-STATUS(7:2).              00072400
             MOVE WRK-FS-AUDITVF   TO WRK-ERR-STATUS(9:2).              00072500
             MOVE 'F'              TO WRK-ERR-SEVERIDADE.               00072600
                                                                        00072700
             CALL 'TRTERRO'        USING WRK-TRTERRO.                   00072800
                                                                        00072900
      *----------------------------------------------------------------*00073000
       9000-99-FIM.            EXIT.                                    00073100
      *----------------------------------------------------------------*00073200
