      *================================================================*00000100
       IDENTIFICATION                            DIVISION.              00000200
      *================================================================*00000300
                                                                        00000400
       PROGRAM-ID.  FR06C142.                                           00000500
                                                                        00000600
      *================================================================*00000700
      *     AUTOR.......: JOEI LORENTI                                  00000800
      *     ANALISTA....: IVAN SANCHES                                  00000900
      *     EMPRESA.....: FOURSYS                                       00001000
      *     DATA........: 15/10/2026                                    00001100
      *----------------------------------------------------------------*00001200
      *                                                                 00001300
      *     OBJETIVO: MANUTENCAO DO CADASTRO DE BENEFICIOS DOS          00001400
      *               FUNCIONARIOS (BENEFIC, LAYOUT B#BENEF), CUJOS     00001500
      *               ATIVOS O FR06DB22 DESCONTA NA FOLHA. NO MESMO     00001600
      *               PADRAO AUDITADO DO FR06CB52: LE O CADASTRO        00001700
      *               ATUAL (BENENT), APLICA OS CARTOES DA SYSIN E      00001800
      *               GRAVA O CADASTRO NOVO (BENSAI, EM ORDEM DE        00001900
      *               FUNCIONARIO + CODIGO) COM UMA LINHA DE            00002000
      *               AUDITORIA POR ALTERACAO NO AUDITBN E NA SYSOUT.   00002100
      *               CADA CARTAO TAMBEM VAI PARA A AUDITORIA CENTRAL   00002200
      *               (AUDSYS). DATAS CONFERIDAS PELO CALNDIA.          00002300
      *               CARTOES (ATE O CARTAO EM BRANCO):                 00002400
      *               COL 01    ACAO: 'I' INCLUIR OU ALTERAR /          00002500
      *                               'C' CANCELAR O BENEFICIO          00002600
      *               COL 02-06 ID DO FUNCIONARIO (DEVE EXISTIR NO      00002700
      *                         FUNC)                                   00002800
      *               COL 07-09 CODIGO DO BENEFICIO (VTR = VALE-        00002900
      *                         TRANSPORTE, LIMITADO A 6% DO SALARIO)   00003000
      *               SO NA 'I':                                        00003100
      *               COL 10-19 PLANO                                   00003200
      *               COL 20-24 FORNECEDOR (ATIVO NO FORNMST)           00003300
      *               COL 25-26 DEPENDENTES                             00003400
      *               COL 27-34 DATA DE INICIO (AAAAMMDD)               00003500
      *               COL 35-42 DATA DE FIM (AAAAMMDD, BRANCOS OU       00003600
      *                         ZEROS = SEM PRAZO)                      00003700
      *               COL 43-50 VALOR MENSAL (9(06)V99, MAIOR QUE       00003800
      *                         ZERO)                                   00003900
      *               COL 51    PARTICIPACAO: 'P' PERCENTUAL DO         00004000
      *                         VALOR MENSAL / 'V' VALOR FIXO           00004100
      *               COL 52-59 PARTICIPACAO (9(06)V99; NA 'P' ATE      00004200
      *                         100,00)                                 00004300
      *               COL 60-67 OPERADOR (OBRIGATORIO NAS DUAS)         00004400
      *               O CANCELAMENTO FECHA O BENEFICIO NA DATA DA       00004500
      *               RODADA (SE ESTAVA SEM FIM OU COM FIM POSTERIOR).  00004600
      *               CARTAO RECUSADO DA RC 4.                          00004700
      *                                                                 00004800
      *----------------------------------------------------------------*00004900
      *     INPUT:                                                      00005000
      *     DDNAME           I/O                                        00005100
      *     BENENT            I   (CADASTRO ATUAL - LRECL 80,           00005200
      *                            AUSENTE NA PRIMEIRA CARGA)           00005300
      *     JCLFUNC           I   (FUNC - LRECL 99)                     00005400
      *     FORNMST           I   (MESTRE DE FORNECEDORES - LRECL 100)  00005500
      *     BENSAI            O   (CADASTRO NOVO - LRECL 80)            00005600
      *     AUDITBN           O   (AUDITORIA - LRECL 80, EXTEND)        00005700
      *     RUNCTL            I   (JOB DA RODADA - OPCIONAL)            00005750
      *                                                                 00005800
      *----------------------------------------------------------------*00005900
      *     MANUTENCAO:                                                 00006000
      *     15/10/2026 JL - A LINHA DE AUDITORIA PASSA A LEVAR O JOB DA 00006020
      *                     RODADA (RUNCTL TIPO '1', COL 73-80; EM      00006040
      *                     BRANCO SEM RUNCTL) PARA O RELATORIO         00006060
      *                     CONSOLIDADO DE AUDITORIA FR06C159.          00006080
      *                                                                 00006100
      *================================================================*00006200
                                                                        00006300
      *================================================================*00006400
       ENVIRONMENT                               DIVISION.              00006500
      *================================================================*00006600
                                                                        00006700
      *----------------------------------------------------------------*00006800
       CONFIGURATION                             SECTION.               00006900
      *----------------------------------------------------------------*00007000
                                                                        00007100
       SPECIAL-NAMES.                                                   00007200
           DECIMAL-POINT IS COMMA.                                      00007300
                                                                        00007400
      *----------------------------------------------------------------*00007500
       INPUT-OUTPUT                              SECTION.               00007600
      *----------------------------------------------------------------*00007700
                                                                        00007800
       FILE-CONTROL.                                                    00007900
             SELECT BENENT             ASSIGN TO BENENT                 00008000
                FILE STATUS            IS WRK-FS-BENENT.                00008100
             SELECT FUNC               ASSIGN TO JCLFUNC                00008200
                FILE STATUS            IS WRK-FS-FUNC.                  00008300
             SELECT FORNMST            ASSIGN TO FORNMST                00008400
                FILE STATUS            IS WRK-FS-FORNMST.               00008500
             SELECT BENSAI             ASSIGN TO BENSAI                 00008600
                FILE STATUS            IS WRK-FS-BENSAI.                00008700
             SELECT RUNCTL             ASSIGN TO RUNCTL                 00008733
                FILE STATUS            IS WRK-FS-RUNCTL.                00008766
             SELECT AUDITBN            ASSIGN TO AUDITBN                00008800
                FILE STATUS            IS WRK-FS-AUDITBN.               00008900
             SELECT ORDENA             ASSIGN TO ORDENA.                00009000
                                                                        00009100
      *================================================================*00009200
       DATA                                      DIVISION.              00009300
      *================================================================*00009400
                                                                        00009500
      *----------------------------------------------------------------*00009600
       FILE                                      SECTION.               00009700
      *----------------------------------------------------------------*00009800
                                                                        00009900
       FD BENENT                                                        00010000
           RECORDING MODE IS F                                          00010100
           BLOCK CONTAINS 0 RECORDS.                                    00010200
       01 FD-BENENT                    PIC X(80).                       00010300
                                                                        00010400
       FD FUNC                                                          00010500
           RECORDING MODE IS F                                          00010600
           BLOCK CONTAINS 0 RECORDS.                                    00010700
       COPY 'B#FUNC'.                                                   00010800
                                                                        00010900
       FD FORNMST                                                       00011000
           RECORDING MODE IS F                                          00011100
           BLOCK CONTAINS 0 RECORDS.                                    00011200
       01 FD-FORNMST                   PIC X(100).                      00011300
                                                                        00011400
       FD BENSAI                                                        00011500
           RECORDING MODE IS F                                          00011600
           BLOCK CONTAINS 0 RECORDS.                                    00011700
       01 FD-BENSAI                    PIC X(80).                       00011800
                                                                        00011816
       FD RUNCTL                                                        00011832
           RECORDING MODE IS F                                          00011848
           BLOCK CONTAINS 0 RECORDS.                                    00011864
       01 FD-RUNCTL                    PIC X(80).                       00011880
                                                                        00011900
       FD AUDITBN                                                       00012000
           RECORDING MODE IS F                                          00012100
           BLOCK CONTAINS 0 RECORDS.                                    00012200
       01 FD-AUDITBN                   PIC X(80).                       00012300
                                                                        00012400
       SD ORDENA.                                                       00012500
       01 SD-ORDENA.                                                    00012600
          05 SD-CHAVE                  PIC X(08).                       00012700
          05 FILLER                    PIC X(72).                       00012800
                                                                        00012900
      *----------------------------------------------------------------*00013000
       WORKING-STORAGE                           SECTION.               00013100
      *----------------------------------------------------------------*00013200
                                                                        00013300
      *----------------------------------------------------------------*00013400
       01 FILLER                       PIC X(50)               VALUE    00013500
            '**** AREA DOS LAYOUTS ****'.                               00013600
      *----------------------------------------------------------------*00013700
                                                                        00013800
        COPY 'B#BENEF'.                                                 00013900
                                                                        00014000
        COPY 'B#FORN'.                                                  00014100
                                                                        00014200
      *----------------------------------------------------------------*00014300
       01 FILLER                       PIC X(50)               VALUE    00014400
            '**** TABELAS EM MEMORIA ****'.                             00014500
      *----------------------------------------------------------------*00014600
                                                                        00014700
       01 WRK-TAB-BENEFICIOS.                                           00014800
          05 WRK-TAB-BEN-ITEM          OCCURS 3000 TIMES.               00014900
             10 WRK-TBN-CHAVE          PIC X(08).                       00015000
             10 FILLER                 PIC X(72).                       00015100
                                                                        00015200
       77 WRK-QT-BENEFICIOS            PIC 9(04) VALUE ZEROS.           00015300
       77 WRK-IDX-BEN                  PIC 9(04) VALUE ZEROS.           00015400
       77 WRK-BEN-ACHADO               PIC 9(04) VALUE ZEROS.           00015500
                                                                        00015600
       01 WRK-TAB-FUNCIONARIOS.                                         00015700
          05 WRK-TFU-ID                PIC X(05) OCCURS 2000 TIMES.     00015800
                                                                        00015900
       77 WRK-QT-FUNCIONARIOS          PIC 9(04) VALUE ZEROS.           00016000
       77 WRK-IDX-FUNC                 PIC 9(04) VALUE ZEROS.           00016100
                                                                        00016200
       01 WRK-TAB-FORNECEDORES.                                         00016300
          05 WRK-TFO-CODIGO            PIC 9(05) OCCURS 2000 TIMES.     00016400
                                                                        00016500
       77 WRK-QT-FORNECEDORES          PIC 9(04) VALUE ZEROS.           00016600
       77 WRK-IDX-FORN                 PIC 9(04) VALUE ZEROS.           00016700
                                                                        00016800
       77 WRK-ACHOU                    PIC X(01) VALUE 'N'.             00016900
       77 WRK-FIM-SORT                 PIC X(01) VALUE 'N'.             00017000
                                                                        00017100
      *----------------------------------------------------------------*00017200
       01 FILLER                       PIC X(50)               VALUE    00017300
            '**** AREA DO CARTAO E AUDITORIA ****'.                     00017400
      *----------------------------------------------------------------*00017500
                                                                        00017600
       01 WRK-CARTAO.                                                   00017700
          05 WRK-CARTAO-ACAO           PIC X(01).                       00017800
          05 WRK-CARTAO-CHAVE.                                          00017900
             10 WRK-CARTAO-FUNCIONARIO PIC X(05).                       00018000
             10 WRK-CARTAO-CODIGO      PIC X(03).                       00018100
          05 WRK-CARTAO-PLANO          PIC X(10).                       00018200
          05 WRK-CARTAO-FORNECEDOR     PIC X(05).                       00018300
          05 WRK-CARTAO-FORNECEDOR-N REDEFINES WRK-CARTAO-FORNECEDOR    00018400
                                       PIC 9(05).                       00018500
          05 WRK-CARTAO-DEPENDENTES    PIC X(02).                       00018600
          05 WRK-CARTAO-DATA-INICIO    PIC X(08).                       00018700
          05 WRK-CARTAO-DATA-INICIO-N REDEFINES WRK-CARTAO-DATA-INICIO  00018800
                                       PIC 9(08).                       00018900
          05 WRK-CARTAO-DATA-FIM       PIC X(08).                       00019000
          05 WRK-CARTAO-DATA-FIM-N  REDEFINES WRK-CARTAO-DATA-FIM       00019100
                                       PIC 9(08).                       00019200
          05 WRK-CARTAO-VALOR-MENSAL   PIC X(08).                       00019300
          05 WRK-CARTAO-VALOR-MENSAL-N REDEFINES WRK-CARTAO-VALOR-MENSAL00019400
                                       PIC 9(06)V99.                    00019500
          05 WRK-CARTAO-TIPO-PARTIC    PIC X(01).                       00019600
          05 WRK-CARTAO-PARTICIPACAO   PIC X(08).                       00019700
          05 WRK-CARTAO-PARTICIPACAO-N REDEFINES WRK-CARTAO-PARTICIPACAO00019800
                                       PIC 9(06)V99.                    00019900
          05 WRK-CARTAO-OPERADOR       PIC X(08).                       00020000
          05 FILLER                    PIC X(13).                       00020100
                                                                        00020200
       01 WRK-LINHA-AUDIT.                                              00020300
          05 WRK-ABN-DATA              PIC 9(08).                       00020400
          05 FILLER                    PIC X(01) VALUE SPACES.          00020500
          05 WRK-ABN-HORA              PIC 9(06).                       00020600
          05 FILLER                    PIC X(01) VALUE SPACES.          00020700
          05 WRK-ABN-FUNCIONARIO       PIC 9(05).                       00020800
          05 FILLER                    PIC X(01) VALUE SPACES.          00020900
          05 WRK-ABN-CODIGO            PIC X(03).                       00021000
          05 FILLER                    PIC X(01) VALUE SPACES.          00021100
          05 WRK-ABN-ACAO              PIC X(10).                       00021200
          05 FILLER                    PIC X(01) VALUE SPACES.          00021300
          05 WRK-ABN-SIT-ANTERIOR      PIC X(01).                       00021400
          05 FILLER                    PIC X(01) VALUE '>'.             00021500
          05 WRK-ABN-SIT-NOVA          PIC X(01).                       00021600
          05 FILLER                    PIC X(01) VALUE SPACES.          00021700
          05 WRK-ABN-VALOR-ANTERIOR    PIC 9(06)V99.                    00021800
          05 FILLER                    PIC X(01) VALUE '>'.             00021900
          05 WRK-ABN-VALOR-NOVO        PIC 9(06)V99.                    00022000
          05 FILLER                    PIC X(01) VALUE SPACES.          00022100
          05 WRK-ABN-OPERADOR          PIC X(08).                       00022200
          05 FILLER                    PIC X(05) VALUE SPACES.          00022300
          05 WRK-ABN-JOB               PIC X(08) VALUE SPACES.          00022350
                                                                        00022400
       01 WRK-HORA-SISTEMA.                                             00022500
          05 WRK-HORA-HHMMSS           PIC 9(06).                       00022600
          05 WRK-HORA-CENTESIMOS       PIC 9(02).                       00022700
                                                                        00022800
       01 WRK-DATA-ATUALIZ.                                             00022900
          05 WRK-DAT-DIA               PIC 9(02).                       00023000
          05 WRK-DAT-MES               PIC 9(02).                       00023100
          05 WRK-DAT-ANO               PIC 9(04).                       00023200
                                                                        00023300
      *----------------------------------------------------------------*00023400
       01 FILLER                       PIC X(50)               VALUE    00023500
            '**** AREA DE VARIAVEIS E CONTADORES ****'.                 00023600
      *----------------------------------------------------------------*00023700
                                                                        00023800
       77 WRK-FS-BENENT                PIC X(02) VALUE SPACES.          00023900
       77 WRK-FS-FUNC                  PIC X(02) VALUE SPACES.          00024000
       77 WRK-FS-FORNMST               PIC X(02) VALUE SPACES.          00024100
       77 WRK-FS-BENSAI                PIC X(02) VALUE SPACES.          00024200
       77 WRK-FS-RUNCTL                PIC X(02) VALUE SPACES.          00024250
       77 WRK-FS-AUDITBN               PIC X(02) VALUE SPACES.          00024300
       77 WRK-ACU-INCLUIDOS            PIC 9(05) VALUE ZEROS.           00024400
       77 WRK-ACU-ALTERADOS            PIC 9(05) VALUE ZEROS.           00024500
       77 WRK-ACU-CANCELADOS           PIC 9(05) VALUE ZEROS.           00024600
       77 WRK-ACU-ATIVOS               PIC 9(05) VALUE ZEROS.           00024700
       77 WRK-ACU-GRAVADOS             PIC 9(05) VALUE ZEROS.           00024800
       77 WRK-ACU-RECUSADOS            PIC 9(05) VALUE ZEROS.           00024900
       77 WRK-DATA-RODADA              PIC 9(08) VALUE ZEROS.           00025000
       77 WRK-DATA-TESTE               PIC X(08) VALUE SPACES.          00025100
       77 WRK-DATA-VALIDA              PIC X(01) VALUE 'N'.             00025200
       77 WRK-MOTIVO-RECUSA            PIC X(30) VALUE SPACES.          00025300
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00025400
                                                                        00025412
      *----------------------------------------------------------------*00025424
       01 FILLER                       PIC X(50)               VALUE    00025436
            '**** AREA DO CONTROLE DE RODADA ****'.                     00025448
      *----------------------------------------------------------------*00025460
                                                                        00025472
        COPY 'B#RUNCTL'.                                                00025484
                                                                        00025500
      *----------------------------------------------------------------*00025600
       01 FILLER                       PIC X(50)               VALUE    00025700
            '**** AREA DO MODULO CALNDIA ****'.                         00025800
      *----------------------------------------------------------------*00025900
                                                                        00026000
        COPY '#CALNDIA'.                                                00026100
                                                                        00026200
      *----------------------------------------------------------------*00026300
       01 FILLER                       PIC X(50)               VALUE    00026400
            '**** AREA DO MODULO AUDSYS ****'.                          00026500
      *----------------------------------------------------------------*00026600
                                                                        00026700
        COPY '#AUDSYS'.                                                 00026800
                                                                        00026900
      *----------------------------------------------------------------*00027000
       01 FILLER                       PIC X(50)               VALUE    00027100
            '**** AREA DO MODULO TRTERRO ****'.                         00027200
      *----------------------------------------------------------------*00027300
                                                                        00027400
        COPY '#TRTERRO'.                                                00027500
                                                                        00027600
      *================================================================*00027700
       PROCEDURE DIVISION.                                              00027800
      *================================================================*00027900
      *----------------------------------------------------------------*00028000
       0000-PRINCIPAL                     SECTION.                      00028100
      *----------------------------------------------------------------*00028200
                                                                        00028300
           PERFORM 1000-INICIAR.                                        00028400
           PERFORM 2000-PROCESSAR                                       00028500
               UNTIL WRK-CARTAO EQUAL SPACES.                           00028600
           PERFORM 3000-FINALIZAR.                                      00028700
                                                                        00028800
      *----------------------------------------------------------------*00028900
       0000-99-FIM.            EXIT.                                    00029000
      *----------------------------------------------------------------*00029100
      *----------------------------------------------------------------*00029200
       1000-INICIAR                       SECTION.                      00029300
      *----------------------------------------------------------------*00029400
                                                                        00029500
            ACCEPT WRK-ABN-DATA FROM DATE YYYYMMDD.                     00029600
            ACCEPT WRK-HORA-SISTEMA FROM TIME.                          00029700
            MOVE WRK-HORA-HHMMSS   TO WRK-ABN-HORA.                     00029800
            MOVE WRK-ABN-DATA      TO WRK-DATA-RODADA.                  00029900
            MOVE WRK-ABN-DATA(7:2) TO WRK-DAT-DIA.                      00030000
            MOVE WRK-ABN-DATA(5:2) TO WRK-DAT-MES.                      00030100
            MOVE WRK-ABN-DATA(1:4) TO WRK-DAT-ANO.                      00030200
            PERFORM 1600-LER-JOB-RODADA.                                00030250
                                                                        00030300
            OPEN INPUT BENENT.                                          00030400
            IF WRK-FS-BENENT EQUAL '35'                                 00030500
                DISPLAY 'BENENT AUSENTE - PRIMEIRA CARGA'               00030600
            ELSE                                                        00030700
                IF WRK-FS-BENENT NOT EQUAL ZEROS                        00030800
                    MOVE ' ERRO ABERTURA BENENT ' TO WRK-MSG            00030900
                    PERFORM 9000-TRATAR-ERROS                           00031000
                END-IF                                                  00031100
                PERFORM 1100-CARREGAR-BENEFICIO                         00031200
                    UNTIL WRK-FS-BENENT EQUAL '10'                      00031300
                CLOSE BENENT                                            00031400
            END-IF.                                                     00031500
                                                                        00031600
            PERFORM 1300-CARREGAR-FUNCIONARIOS.                         00031700
            PERFORM 1400-CARREGAR-FORNECEDORES.                         00031800
                                                                        00031900
            OPEN EXTEND AUDITBN.                                        00032000
            IF WRK-FS-AUDITBN EQUAL '35'                                00032100
                OPEN OUTPUT AUDITBN                                     00032200
            END-IF.                                                     00032300
            IF WRK-FS-AUDITBN NOT EQUAL ZEROS                           00032400
                MOVE ' ERRO ABERTURA AUDITBN ' TO WRK-MSG               00032500
                PERFORM 9000-TRATAR-ERROS                               00032600
            END-IF.                                                     00032700
                                                                        00032800
            PERFORM 1200-LER-CARTAO.                                    00032900
                                                                        00033000
      *----------------------------------------------------------------*00033100
       1000-99-FIM.            EXIT.                                    00033200
      *----------------------------------------------------------------*00033300
      *----------------------------------------------------------------*00033400
       1100-CARREGAR-BENEFICIO            SECTION.                      00033500
      *----------------------------------------------------------------*00033600
                                                                        00033700
            READ BENENT.                                                00033800
            IF WRK-FS-BENENT NOT EQUAL ZEROS                            00033900
                MOVE '10' TO WRK-FS-BENENT                              00034000
                GO TO 1100-99-FIM                                       00034100
            END-IF.                                                     00034200
                                                                        00034300
            IF WRK-QT-BENEFICIOS NOT LESS 3000                          00034400
                MOVE ' TABELA DE BENEFICIOS CHEIA ' TO WRK-MSG          00034500
                PERFORM 9000-TRATAR-ERROS                               00034600
            END-IF.                                                     00034700
                                                                        00034800
            ADD 1 TO WRK-QT-BENEFICIOS.                                 00034900
            MOVE FD-BENENT TO WRK-TAB-BEN-ITEM(WRK-QT-BENEFICIOS).      00035000
                                                                        00035100
      *----------------------------------------------------------------*00035200
       1100-99-FIM.            EXIT.                                    00035300
      *----------------------------------------------------------------*00035400
      *----------------------------------------------------------------*00035500
       1200-LER-CARTAO                    SECTION.                      00035600
      *----------------------------------------------------------------*00035700
                                                                        00035800
            ACCEPT WRK-CARTAO FROM SYSIN.                               00035900
                                                                        00036000
            IF WRK-CARTAO NOT EQUAL SPACES                              00036100
                MOVE 'FR06C142'  TO WRK-AUD-PROGRAMA                    00036200
                MOVE WRK-CARTAO  TO WRK-AUD-CARTAO                      00036300
                CALL 'AUDSYS'    USING WRK-AUDSYS                       00036400
            END-IF.                                                     00036500
                                                                        00036600
      *----------------------------------------------------------------*00036700
       1200-99-FIM.            EXIT.                                    00036800
      *----------------------------------------------------------------*00036900
      *----------------------------------------------------------------*00037000
       1300-CARREGAR-FUNCIONARIOS         SECTION.                      00037100
      *----------------------------------------------------------------*00037200
                                                                        00037300
            OPEN INPUT FUNC.                                            00037400
            IF WRK-FS-FUNC NOT EQUAL ZEROS                              00037500
                MOVE ' ERRO ABERTURA JCLFUNC ' TO WRK-MSG               00037600
                PERFORM 9000-TRATAR-ERROS                               00037700
            END-IF.                                                     00037800
                                                                        00037900
            PERFORM 1310-LER-FUNCIONARIO                                00038000
                UNTIL WRK-FS-FUNC EQUAL '10'.                           00038100
            CLOSE FUNC.                                                 00038200
                                                                        00038300
      *----------------------------------------------------------------*00038400
       1300-99-FIM.            EXIT.                                    00038500
      *----------------------------------------------------------------*00038600
      *----------------------------------------------------------------*00038700
       1310-LER-FUNCIONARIO               SECTION.                      00038800
      *----------------------------------------------------------------*00038900
                                                                        00039000
            READ FUNC.                                                  00039100
            IF WRK-FS-FUNC NOT EQUAL ZEROS                              00039200
                MOVE '10' TO WRK-FS-FUNC                                00039300
                GO TO 1310-99-FIM                                       00039400
            END-IF.                                                     00039500
                                                                        00039600
            IF WRK-QT-FUNCIONARIOS NOT LESS 2000                        00039700
                MOVE ' TABELA DE FUNCIONARIOS CHEIA ' TO WRK-MSG        00039800
                PERFORM 9000-TRATAR-ERROS                               00039900
            END-IF.                                                     00040000
                                                                        00040100
            ADD 1 TO WRK-QT-FUNCIONARIOS.                               00040200
            MOVE FD-FUNC-ID TO WRK-TFU-ID(WRK-QT-FUNCIONARIOS).         00040300
                                                                        00040400
      *----------------------------------------------------------------*00040500
       1310-99-FIM.            EXIT.                                    00040600
      *----------------------------------------------------------------*00040700
      *----------------------------------------------------------------*00040800
       1400-CARREGAR-FORNECEDORES         SECTION.                      00040900
      *----------------------------------------------------------------*00041000
      *    SO OS FORNECEDORES ATIVOS PODEM RECEBER BENEFICIO NOVO.     *00041100
      *----------------------------------------------------------------*00041200
                                                                        00041300
            OPEN INPUT FORNMST.                                         00041400
            IF WRK-FS-FORNMST NOT EQUAL ZEROS                           00041500
                MOVE ' ERRO ABERTURA FORNMST ' TO WRK-MSG               00041600
                PERFORM 9000-TRATAR-ERROS                               00041700
            END-IF.                                                     00041800
                                                                        00041900
            PERFORM 1410-LER-FORNECEDOR                                 00042000
                UNTIL WRK-FS-FORNMST EQUAL '10'.                        00042100
            CLOSE FORNMST.                                              00042200
                                                                        00042300
      *----------------------------------------------------------------*00042400
       1400-99-FIM.            EXIT.                                    00042500
      *----------------------------------------------------------------*00042600
      *----------------------------------------------------------------*00042700
       1410-LER-FORNECEDOR                SECTION.                      00042800
      *----------------------------------------------------------------*00042900
                                                                        00043000
            READ FORNMST INTO WRK-REG-FORNECEDOR.                       00043100
            IF WRK-FS-FORNMST NOT EQUAL ZEROS                           00043200
                MOVE '10' TO WRK-FS-FORNMST                             00043300
                GO TO 1410-99-FIM                                       00043400
            END-IF.                                                     00043500
                                                                        00043600
            IF WRK-FOR-SITUACAO NOT EQUAL 'A'                           00043700
                GO TO 1410-99-FIM                                       00043800
            END-IF.                                                     00043900
                                                                        00044000
            IF WRK-QT-FORNECEDORES NOT LESS 2000                        00044100
                MOVE ' TABELA DE FORNECEDORES CHEIA ' TO WRK-MSG        00044200
                PERFORM 9000-TRATAR-ERROS                               00044300
            END-IF.                                                     00044400
                                                                        00044500
            ADD 1 TO WRK-QT-FORNECEDORES.                               00044600
            MOVE WRK-FOR-CODIGO TO WRK-TFO-CODIGO(WRK-QT-FORNECEDORES). 00044700
                                                                        00044800
      *----------------------------------------------------------------*00044900
       1410-99-FIM.            EXIT.                                    00045000
      *----------------------------------------------------------------*00045004
      *----------------------------------------------------------------*00045008
       1600-LER-JOB-RODADA                SECTION.                      00045012
      *----------------------------------------------------------------*00045016
      *    JOB DA RODADA (RUNCTL TIPO '1') PARA A LINHA DE AUDITORIA; * 00045020
      *    SEM RUNCTL O JOB FICA EM BRANCO.                           * 00045024
      *----------------------------------------------------------------*00045028
                                                                        00045032
            MOVE SPACES TO WRK-ABN-JOB.                                 00045036
            OPEN INPUT RUNCTL.                                          00045040
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00045044
                GO TO 1600-99-FIM                                       00045048
            END-IF.                                                     00045052
                                                                        00045056
            READ RUNCTL INTO WRK-RUNCTL.                                00045060
            IF WRK-FS-RUNCTL EQUAL ZEROS                                00045064
               AND WRK-RUNCTL-TIPO EQUAL '1'                            00045068
                MOVE WRK-RUNCTL-JOB TO WRK-ABN-JOB                      00045072
            END-IF.                                                     00045076
            CLOSE RUNCTL.                                               00045080
                                                                        00045084
      *----------------------------------------------------------------*00045088
       1600-99-FIM.            EXIT.                                    00045092
      *----------------------------------------------------------------*00045100
      *----------------------------------------------------------------*00045200
       2000-PROCESSAR                     SECTION.                      00045300
      *----------------------------------------------------------------*00045400
                                                                        00045500
            IF WRK-CARTAO-ACAO NOT EQUAL 'I'                            00045600
               AND WRK-CARTAO-ACAO NOT EQUAL 'C'                        00045700
                MOVE 'ACAO INVALIDA' TO WRK-MOTIVO-RECUSA               00045800
                PERFORM 2900-RECUSAR-CARTAO                             00045900
                GO TO 2000-88-LER                                       00046000
            END-IF.                                                     00046100
                                                                        00046200
            IF WRK-CARTAO-OPERADOR EQUAL SPACES                         00046300
                MOVE 'OPERADOR NAO INFORMADO' TO WRK-MOTIVO-RECUSA      00046400
                PERFORM 2900-RECUSAR-CARTAO                             00046500
                GO TO 2000-88-LER                                       00046600
            END-IF.                                                     00046700
                                                                        00046800
            IF WRK-CARTAO-FUNCIONARIO NOT NUMERIC                       00046900
                MOVE 'FUNCIONARIO INVALIDO' TO WRK-MOTIVO-RECUSA        00047000
                PERFORM 2900-RECUSAR-CARTAO                             00047100
                GO TO 2000-88-LER                                       00047200
            END-IF.                                                     00047300
                                                                        00047400
            IF WRK-CARTAO-CODIGO EQUAL SPACES                           00047500
                MOVE 'BENEFICIO NAO INFORMADO' TO WRK-MOTIVO-RECUSA     00047600
                PERFORM 2900-RECUSAR-CARTAO                             00047700
                GO TO 2000-88-LER                                       00047800
            END-IF.                                                     00047900
                                                                        00048000
            MOVE 'N' TO WRK-ACHOU.                                      00048100
            PERFORM 2010-COMPARAR-FUNCIONARIO                           00048200
                VARYING WRK-IDX-FUNC FROM 1 BY 1                        00048300
                UNTIL WRK-IDX-FUNC GREATER WRK-QT-FUNCIONARIOS          00048400
                   OR WRK-ACHOU EQUAL 'S'.                              00048500
            IF WRK-ACHOU NOT EQUAL 'S'                                  00048600
                MOVE 'FUNCIONARIO FORA DO FUNC' TO WRK-MOTIVO-RECUSA    00048700
                PERFORM 2900-RECUSAR-CARTAO                             00048800
                GO TO 2000-88-LER                                       00048900
            END-IF.                                                     00049000
                                                                        00049100
            PERFORM 2300-PROCURAR-BENEFICIO.                            00049200
                                                                        00049300
            IF WRK-CARTAO-ACAO EQUAL 'I'                                00049400
                PERFORM 2050-VALIDAR-INCLUSAO                           00049500
                IF WRK-MOTIVO-RECUSA NOT EQUAL SPACES                   00049600
                    PERFORM 2900-RECUSAR-CARTAO                         00049700
                    GO TO 2000-88-LER                                   00049800
                END-IF                                                  00049900
                PERFORM 2100-INCLUIR-BENEFICIO                          00050000
            ELSE                                                        00050100
                IF WRK-CARTAO(10:50) NOT EQUAL SPACES                   00050200
                    MOVE 'DADOS SO NA INCLUSAO' TO WRK-MOTIVO-RECUSA    00050300
                    PERFORM 2900-RECUSAR-CARTAO                         00050400
                    GO TO 2000-88-LER                                   00050500
                END-IF                                                  00050600
                IF WRK-BEN-ACHADO EQUAL ZEROS                           00050700
                    MOVE 'BENEFICIO INEXISTENTE' TO WRK-MOTIVO-RECUSA   00050800
                    PERFORM 2900-RECUSAR-CARTAO                         00050900
                    GO TO 2000-88-LER                                   00051000
                END-IF                                                  00051100
                MOVE WRK-TAB-BEN-ITEM(WRK-BEN-ACHADO)                   00051200
                                          TO WRK-REG-BENEFICIO          00051300
                IF WRK-BEN-SITUACAO NOT EQUAL 'A'                       00051400
                    MOVE 'BENEFICIO JA CANCELADO' TO WRK-MOTIVO-RECUSA  00051500
                    PERFORM 2900-RECUSAR-CARTAO                         00051600
                    GO TO 2000-88-LER                                   00051700
                END-IF                                                  00051800
                PERFORM 2200-CANCELAR-BENEFICIO                         00051900
            END-IF.                                                     00052000
                                                                        00052100
       2000-88-LER.                                                     00052200
            PERFORM 1200-LER-CARTAO.                                    00052300
                                                                        00052400
      *----------------------------------------------------------------*00052500
       2000-99-FIM.            EXIT.                                    00052600
      *----------------------------------------------------------------*00052700
      *----------------------------------------------------------------*00052800
       2010-COMPARAR-FUNCIONARIO          SECTION.                      00052900
      *----------------------------------------------------------------*00053000
                                                                        00053100
            IF WRK-TFU-ID(WRK-IDX-FUNC) EQUAL WRK-CARTAO-FUNCIONARIO    00053200
                MOVE 'S' TO WRK-ACHOU                                   00053300
            END-IF.                                                     00053400
                                                                        00053500
      *----------------------------------------------------------------*00053600
       2010-99-FIM.            EXIT.                                    00053700
      *----------------------------------------------------------------*00053800
      *----------------------------------------------------------------*00053900
       2020-COMPARAR-FORNECEDOR           SECTION.                      00054000
      *----------------------------------------------------------------*00054100
                                                                        00054200
            IF WRK-TFO-CODIGO(WRK-IDX-FORN) EQUAL                       00054300
               WRK-CARTAO-FORNECEDOR-N                                  00054400
                MOVE 'S' TO WRK-ACHOU                                   00054500
            END-IF.                                                     00054600
                                                                        00054700
      *----------------------------------------------------------------*00054800
       2020-99-FIM.            EXIT.                                    00054900
      *----------------------------------------------------------------*00055000
      *----------------------------------------------------------------*00055100
       2050-VALIDAR-INCLUSAO              SECTION.                      00055200
      *----------------------------------------------------------------*00055300
      *    O PRIMEIRO ERRO ACHADO FICA EM WRK-MOTIVO-RECUSA.           *00055400
      *----------------------------------------------------------------*00055500
                                                                        00055600
            MOVE SPACES TO WRK-MOTIVO-RECUSA.                           00055700
                                                                        00055800
            IF WRK-CARTAO-PLANO EQUAL SPACES                            00055900
                MOVE 'PLANO NAO INFORMADO' TO WRK-MOTIVO-RECUSA         00056000
                GO TO 2050-99-FIM                                       00056100
            END-IF.                                                     00056200
                                                                        00056300
            IF WRK-CARTAO-FORNECEDOR NOT NUMERIC                        00056400
                MOVE 'FORNECEDOR INVALIDO' TO WRK-MOTIVO-RECUSA         00056500
                GO TO 2050-99-FIM                                       00056600
            END-IF.                                                     00056700
            MOVE 'N' TO WRK-ACHOU.                                      00056800
            PERFORM 2020-COMPARAR-FORNECEDOR                            00056900
                VARYING WRK-IDX-FORN FROM 1 BY 1                        00057000
                UNTIL WRK-IDX-FORN GREATER WRK-QT-FORNECEDORES          00057100
                   OR WRK-ACHOU EQUAL 'S'.                              00057200
            IF WRK-ACHOU NOT EQUAL 'S'                                  00057300
                MOVE 'FORNECEDOR NAO ATIVO' TO WRK-MOTIVO-RECUSA        00057400
                GO TO 2050-99-FIM                                       00057600
            END-IF.                                                     00057700
                                                                        00057800
            IF WRK-CARTAO-DEPENDENTES EQUAL SPACES                      00057900
                MOVE '00' TO WRK-CARTAO-DEPENDENTES                     00058000
            END-IF.                                                     00058100
            IF WRK-CARTAO-DEPENDENTES NOT NUMERIC                       00058200
                MOVE 'DEPENDENTES INVALIDO' TO WRK-MOTIVO-RECUSA        00058300
                GO TO 2050-99-FIM                                       00058400
            END-IF.                                                     00058500
                                                                        00058600
            MOVE WRK-CARTAO-DATA-INICIO TO WRK-DATA-TESTE.              00058700
            PERFORM 2060-VALIDAR-DATA.                                  00058800
            IF WRK-DATA-VALIDA NOT EQUAL 'S'                            00058900
                MOVE 'DATA DE INICIO INVALIDA' TO WRK-MOTIVO-RECUSA     00059000
                GO TO 2050-99-FIM                                       00059100
            END-IF.                                                     00059200
                                                                        00059300
            IF WRK-CARTAO-DATA-FIM EQUAL SPACES                         00059400
                MOVE ZEROS TO WRK-CARTAO-DATA-FIM-N                     00059500
            END-IF.                                                     00059600
            IF WRK-CARTAO-DATA-FIM NOT EQUAL ZEROS                      00059700
                MOVE WRK-CARTAO-DATA-FIM TO WRK-DATA-TESTE              00059800
                PERFORM 2060-VALIDAR-DATA                               00059900
                IF WRK-DATA-VALIDA NOT EQUAL 'S'                        00060000
                   OR WRK-CARTAO-DATA-FIM-N LESS                        00060100
                      WRK-CARTAO-DATA-INICIO-N                          00060200
                    MOVE 'DATA DE FIM INVALIDA' TO WRK-MOTIVO-RECUSA    00060300
                    GO TO 2050-99-FIM                                   00060400
                END-IF                                                  00060500
            END-IF.                                                     00060600
                                                                        00060700
            IF WRK-CARTAO-VALOR-MENSAL NOT NUMERIC                      00060800
               OR WRK-CARTAO-VALOR-MENSAL-N EQUAL ZEROS                 00060900
                MOVE 'VALOR MENSAL INVALIDO' TO WRK-MOTIVO-RECUSA       00061000
                GO TO 2050-99-FIM                                       00061100
            END-IF.                                                     00061200
                                                                        00061300
            IF WRK-CARTAO-TIPO-PARTIC NOT EQUAL 'P'                     00061400
               AND WRK-CARTAO-TIPO-PARTIC NOT EQUAL 'V'                 00061500
                MOVE 'TIPO DE PARTICIPACAO INVALIDO'                    00061600
                                        TO WRK-MOTIVO-RECUSA            00061700
                GO TO 2050-99-FIM                                       00061800
            END-IF.                                                     00061900
                                                                        00062000
            IF WRK-CARTAO-PARTICIPACAO NOT NUMERIC                      00062100
                MOVE 'PARTICIPACAO INVALIDA' TO WRK-MOTIVO-RECUSA       00062200
                GO TO 2050-99-FIM                                       00062300
            END-IF.                                                     00062400
            IF WRK-CARTAO-TIPO-PARTIC EQUAL 'P'                         00062500
               AND WRK-CARTAO-PARTICIPACAO-N GREATER 100                00062600
                MOVE 'PERCENTUAL ACIMA DE 100' TO WRK-MOTIVO-RECUSA     00062700
                GO TO 2050-99-FIM                                       00062800
            END-IF.                                                     00062900
                                                                        00063000
      *----------------------------------------------------------------*00063100
       2050-99-FIM.            EXIT.                                    00063200
      *----------------------------------------------------------------*00063300
      *----------------------------------------------------------------*00063400
       2060-VALIDAR-DATA                  SECTION.                      00063500
      *----------------------------------------------------------------*00063600
      *    DATA AAAAMMDD EM WRK-DATA-TESTE, CONFERIDA PELO CALNDIA     *00063700
      *    (QUE RECEBE DDMMAAAA).                                      *00063800
      *----------------------------------------------------------------*00063900
                                                                        00064000
            MOVE 'N' TO WRK-DATA-VALIDA.                                00064100
            IF WRK-DATA-TESTE NOT NUMERIC                               00064200
                GO TO 2060-99-FIM                                       00064300
            END-IF.                                                     00064400
                                                                        00064500
            MOVE 'V'                 TO WRK-CAL-FUNCAO.                 00064600
            MOVE WRK-DATA-TESTE(7:2) TO WRK-CAL-DATA(1:2).              00064700
            MOVE WRK-DATA-TESTE(5:2) TO WRK-CAL-DATA(3:2).              00064800
            MOVE WRK-DATA-TESTE(1:4) TO WRK-CAL-DATA(5:4).              00064900
            CALL 'CALNDIA'           USING WRK-CALNDIA.                 00065000
            IF WRK-CAL-RETORNO NOT EQUAL '1'                            00065100
                MOVE 'S' TO WRK-DATA-VALIDA                             00065200
            END-IF.                                                     00065300
                                                                        00065400
      *----------------------------------------------------------------*00065500
       2060-99-FIM.            EXIT.                                    00065600
      *----------------------------------------------------------------*00065700
      *----------------------------------------------------------------*00065800
       2100-INCLUIR-BENEFICIO             SECTION.                      00065900
      *----------------------------------------------------------------*00066000
      *    BENEFICIO EXISTENTE (ATIVO OU CANCELADO) TEM OS DADOS       *00066100
      *    TROCADOS E VOLTA A 'A'; SENAO ENTRA NO FIM DA TABELA E A    *00066200
      *    ORDEM DE CHAVE E REFEITA PELO SORT NA GRAVACAO.             *00066300
      *----------------------------------------------------------------*00066400
                                                                        00066500
            IF WRK-BEN-ACHADO EQUAL ZEROS                               00066600
                IF WRK-QT-BENEFICIOS NOT LESS 3000                      00066700
                    MOVE ' TABELA DE BENEFICIOS CHEIA ' TO WRK-MSG      00066800
                    PERFORM 9000-TRATAR-ERROS                           00066900
                END-IF                                                  00067000
                ADD 1 TO WRK-QT-BENEFICIOS                              00067100
                MOVE WRK-QT-BENEFICIOS      TO WRK-BEN-ACHADO           00067200
                MOVE SPACES                 TO WRK-REG-BENEFICIO        00067300
                MOVE ZEROS                  TO WRK-BEN-VALOR-MENSAL     00067400
                MOVE WRK-CARTAO-CHAVE       TO WRK-BEN-CHAVE            00067500
                MOVE 'INCLUIDO'             TO WRK-ABN-ACAO             00067600
                ADD 1 TO WRK-ACU-INCLUIDOS                              00067700
            ELSE                                                        00067800
                MOVE WRK-TAB-BEN-ITEM(WRK-BEN-ACHADO)                   00067900
                                            TO WRK-REG-BENEFICIO        00068000
                MOVE 'ALTERADO'             TO WRK-ABN-ACAO             00068100
                ADD 1 TO WRK-ACU-ALTERADOS                              00068200
            END-IF.                                                     00068300
                                                                        00068400
            MOVE WRK-BEN-SITUACAO           TO WRK-ABN-SIT-ANTERIOR.    00068500
            MOVE WRK-BEN-VALOR-MENSAL       TO WRK-ABN-VALOR-ANTERIOR.  00068600
                                                                        00068700
            MOVE WRK-CARTAO-PLANO           TO WRK-BEN-PLANO.           00068800
            MOVE WRK-CARTAO-FORNECEDOR-N    TO WRK-BEN-FORNECEDOR.      00068900
            MOVE WRK-CARTAO-DEPENDENTES     TO WRK-BEN-DEPENDENTES.     00069000
            MOVE WRK-CARTAO-DATA-INICIO-N   TO WRK-BEN-DATA-INICIO.     00069100
            MOVE WRK-CARTAO-DATA-FIM-N      TO WRK-BEN-DATA-FIM.        00069200
            MOVE WRK-CARTAO-VALOR-MENSAL-N  TO WRK-BEN-VALOR-MENSAL.    00069300
            MOVE WRK-CARTAO-TIPO-PARTIC     TO WRK-BEN-TIPO-PARTIC.     00069400
            MOVE WRK-CARTAO-PARTICIPACAO-N  TO WRK-BEN-PARTICIPACAO.    00069500
            MOVE 'A'                        TO WRK-BEN-SITUACAO.        00069600
            MOVE WRK-DATA-ATUALIZ           TO WRK-BEN-DATA-ATUALIZ.    00069700
            MOVE WRK-CARTAO-OPERADOR        TO WRK-BEN-OPERADOR.        00069800
            MOVE WRK-REG-BENEFICIO TO WRK-TAB-BEN-ITEM(WRK-BEN-ACHADO). 00069900
                                                                        00070000
            PERFORM 2500-GRAVAR-AUDITORIA.                              00070100
                                                                        00070200
      *----------------------------------------------------------------*00070300
       2100-99-FIM.            EXIT.                                    00070400
      *----------------------------------------------------------------*00070500
      *----------------------------------------------------------------*00070600
       2200-CANCELAR-BENEFICIO            SECTION.                      00070700
      *----------------------------------------------------------------*00070800
                                                                        00070900
            MOVE 'CANCELADO'                TO WRK-ABN-ACAO.            00071000
            MOVE WRK-BEN-SITUACAO           TO WRK-ABN-SIT-ANTERIOR.    00071100
            MOVE WRK-BEN-VALOR-MENSAL       TO WRK-ABN-VALOR-ANTERIOR.  00071200
            ADD 1 TO WRK-ACU-CANCELADOS.                                00071300
                                                                        00071400
            IF WRK-BEN-DATA-FIM EQUAL ZEROS                             00071500
               OR WRK-BEN-DATA-FIM GREATER WRK-DATA-RODADA              00071600
                MOVE WRK-DATA-RODADA        TO WRK-BEN-DATA-FIM         00071700
            END-IF.                                                     00071800
            MOVE 'C'                        TO WRK-BEN-SITUACAO.        00071900
            MOVE WRK-DATA-ATUALIZ           TO WRK-BEN-DATA-ATUALIZ.    00072000
            MOVE WRK-CARTAO-OPERADOR        TO WRK-BEN-OPERADOR.        00072100
            MOVE WRK-REG-BENEFICIO TO WRK-TAB-BEN-ITEM(WRK-BEN-ACHADO). 00072200
                                                                        00072300
            PERFORM 2500-GRAVAR-AUDITORIA.                              00072400
                                                                        00072500
      *----------------------------------------------------------------*00072600
       2200-99-FIM.            EXIT.                                    00072700
      *----------------------------------------------------------------*00072800
      *----------------------------------------------------------------*00072900
       2300-PROCURAR-BENEFICIO            SECTION.                      00073000
      *----------------------------------------------------------------*00073100
                                                                        00073200
            MOVE ZEROS TO WRK-BEN-ACHADO.                               00073300
            PERFORM 2310-COMPARAR-BENEFICIO                             00073400
                VARYING WRK-IDX-BEN FROM 1 BY 1                         00073500
                UNTIL WRK-IDX-BEN GREATER WRK-QT-BENEFICIOS             00073600
                   OR WRK-BEN-ACHADO NOT EQUAL ZEROS.                   00073700
                                                                        00073800
      *----------------------------------------------------------------*00073900
       2300-99-FIM.            EXIT.                                    00074000
      *----------------------------------------------------------------*00074100
      *----------------------------------------------------------------*00074200
       2310-COMPARAR-BENEFICIO            SECTION.                      00074300
      *----------------------------------------------------------------*00074400
                                                                        00074500
            IF WRK-TBN-CHAVE(WRK-IDX-BEN) EQUAL WRK-CARTAO-CHAVE        00074600
                MOVE WRK-IDX-BEN TO WRK-BEN-ACHADO                      00074700
            END-IF.                                                     00074800
                                                                        00074900
      *----------------------------------------------------------------*00075000
       2310-99-FIM.            EXIT.                                    00075100
      *----------------------------------------------------------------*00075200
      *----------------------------------------------------------------*00075300
       2500-GRAVAR-AUDITORIA              SECTION.                      00075400
      *----------------------------------------------------------------*00075500
                                                                        00075600
            MOVE WRK-BEN-FUNCIONARIO      TO WRK-ABN-FUNCIONARIO.       00075700
            MOVE WRK-BEN-CODIGO           TO WRK-ABN-CODIGO.            00075800
            MOVE WRK-BEN-SITUACAO         TO WRK-ABN-SIT-NOVA.          00075900
            MOVE WRK-BEN-VALOR-MENSAL     TO WRK-ABN-VALOR-NOVO.        00076000
            MOVE WRK-BEN-OPERADOR         TO WRK-ABN-OPERADOR.          00076100
            WRITE FD-AUDITBN FROM WRK-LINHA-AUDIT.                      00076200
            DISPLAY 'AUDITORIA: ' WRK-LINHA-AUDIT.                      00076300
                                                                        00076400
      *----------------------------------------------------------------*00076500
       2500-99-FIM.            EXIT.                                    00076600
      *----------------------------------------------------------------*00076700
      *----------------------------------------------------------------*00076800
       2900-RECUSAR-CARTAO                SECTION.                      00076900
      *----------------------------------------------------------------*00077000
                                                                        00077100
            ADD 1 TO WRK-ACU-RECUSADOS.                                 00077200
            DISPLAY 'CARTAO RECUSADO (' WRK-MOTIVO-RECUSA '): '         00077300
                    WRK-CARTAO.                                         00077400
                                                                        00077500
      *----------------------------------------------------------------*00077600
       2900-99-FIM.            EXIT.                                    00077700
      *----------------------------------------------------------------*00077800
      *----------------------------------------------------------------*00077900
       3000-FINALIZAR                     SECTION.                      00078000
      *----------------------------------------------------------------*00078100
                                                                        00078200
            SORT ORDENA                                                 00078300
                ON ASCENDING KEY SD-CHAVE                               00078400
                INPUT PROCEDURE  IS 3100-LIBERAR-BENEFICIOS             00078500
                OUTPUT PROCEDURE IS 3200-GRAVAR-BENEFICIOS.             00078600
                                                                        00078700
            CLOSE AUDITBN.                                              00078800
                                                                        00078900
            DISPLAY '------------------------------------------------'. 00079000
            DISPLAY '  BENEFICIOS GRAVADOS.: ' WRK-ACU-GRAVADOS.        00079100
            DISPLAY '  ATIVOS..............: ' WRK-ACU-ATIVOS.          00079200
            DISPLAY '  INCLUIDOS NA RODADA.: ' WRK-ACU-INCLUIDOS.       00079300
            DISPLAY '  ALTERADOS NA RODADA.: ' WRK-ACU-ALTERADOS.       00079400
            DISPLAY '  CANCELADOS NA RODADA: ' WRK-ACU-CANCELADOS.      00079500
            DISPLAY '  CARTOES RECUSADOS...: ' WRK-ACU-RECUSADOS.       00079600
            DISPLAY '------------------------------------------------'. 00079700
                                                                        00079800
            IF WRK-ACU-RECUSADOS GREATER ZEROS                          00079900
                MOVE 4 TO RETURN-CODE                                   00080000
            END-IF.                                                     00080100
                                                                        00080200
            STOP RUN.                                                   00080300
                                                                        00080400
      *----------------------------------------------------------------*00080500
       3000-99-FIM.            EXIT.                                    00080600
      *----------------------------------------------------------------*00080700
      *----------------------------------------------------------------*00080800
       3100-LIBERAR-BENEFICIOS            SECTION.                      00080900
      *----------------------------------------------------------------*00081000
                                                                        00081100
            PERFORM 3110-LIBERAR-BENEFICIO                              00081200
                VARYING WRK-IDX-BEN FROM 1 BY 1                         00081300
                UNTIL WRK-IDX-BEN GREATER WRK-QT-BENEFICIOS.            00081400
                                                                        00081500
      *----------------------------------------------------------------*00081600
       3100-99-FIM.            EXIT.                                    00081700
      *----------------------------------------------------------------*00081800
      *----------------------------------------------------------------*00081900
       3110-LIBERAR-BENEFICIO             SECTION.                      00082000
      *----------------------------------------------------------------*00082100
                                                                        00082200
            RELEASE SD-ORDENA FROM WRK-TAB-BEN-ITEM(WRK-IDX-BEN).       00082300
                                                                        00082400
      *----------------------------------------------------------------*00082500
       3110-99-FIM.            EXIT.                                    00082600
      *----------------------------------------------------------------*00082700
      *----------------------------------------------------------------*00082800
       3200-GRAVAR-BENEFICIOS             SECTION.                      00082900
      *----------------------------------------------------------------*00083000
                                                                        00083100
            OPEN OUTPUT BENSAI.                                         00083200
            IF WRK-FS-BENSAI NOT EQUAL ZEROS                            00083300
                MOVE ' ERRO ABERTURA BENSAI ' TO WRK-MSG                00083400
                PERFORM 9000-TRATAR-ERROS                               00083500
            END-IF.                                                     00083600
                                                                        00083700
            PERFORM 3210-RETORNAR-BENEFICIO                             00083800
                UNTIL WRK-FIM-SORT EQUAL 'S'.                           00083900
                                                                        00084000
            CLOSE BENSAI.                                               00084100
                                                                        00084200
      *----------------------------------------------------------------*00084300
       3200-99-FIM.            EXIT.                                    00084400
      *----------------------------------------------------------------*00084500
      *----------------------------------------------------------------*00084600
       3210-RETORNAR-BENEFICIO            SECTION.                      00084700
      *----------------------------------------------------------------*00084800
                                                                        00084900
            RETURN ORDENA INTO WRK-REG-BENEFICIO                        00085000
                AT END                                                  00085100
                    MOVE 'S' TO WRK-FIM-SORT                            00085200
                NOT AT END                                              00085300
                    PERFORM 3220-GRAVAR-BENEFICIO                       00085400
            END-RETURN.                                                 00085500
                                                                        00085600
      *----------------------------------------------------------------*00085700
       3210-99-FIM.            EXIT.                                    00085800
      *----------------------------------------------------------------*00085900
      *----------------------------------------------------------------*00086000
       3220-GRAVAR-BENEFICIO              SECTION.                      00086100
      *----------------------------------------------------------------*00086200
                                                                        00086300
            WRITE FD-BENSAI FROM WRK-REG-BENEFICIO.                     00086400
            IF WRK-FS-BENSAI NOT EQUAL ZEROS                            00086500
                MOVE ' ERRO GRAVACAO BENSAI ' TO WRK-MSG                00086600
                PERFORM 9000-TRATAR-ERROS                               00086700
            END-IF.                                                     00086800
                                                                        00086900
            ADD 1 TO WRK-ACU-GRAVADOS.                                  00087000
            IF WRK-BEN-SITUACAO EQUAL 'A'                               00087100
                ADD 1 TO WRK-ACU-ATIVOS                                 00087200
            END-IF.                                                     00087300
                                                                        00087400
      *----------------------------------------------------------------*00087500
       3220-99-FIM.            EXIT.                                    00087600
      *----------------------------------------------------------------*00087700
      *----------------------------------------------------------------*00087800
       9000-TRATAR-ERROS                  SECTION.                      00087900
      *----------------------------------------------------------------*00088000
                                                                        00088100
             MOVE 'FR06C142'       TO WRK-ERR-PROGRAMA.                 00088200
             MOVE '9000'           TO WRK-ERR-SECTION.                  00088300
             MOVE WRK-MSG          TO WRK-ERR-MSG.                      00088400
             MOVE SPACES           TO WRK-ERR-STATUS.                   00088500
             MOVE WRK-FS-BENENT    TO WRK-ERR-STATUS(1:2).              00088600
             MOVE WRK-FS-FUNC      TO WRK-ERR-STATUS(3:2).              00088700
             MOVE WRK-FS-FORNMST   TO WRK-ERR-STATUS(5:2).              00088800
             MOVE WRK-FS-BENSAI    TO WRK-ERR-STATUS(7:2).              00088900
             MOVE WRK-FS-AUDITBN   TO WRK-ERR-STATUS(9:2).              00089000
             MOVE 'F'              TO WRK-ERR-SEVERIDADE.               00089100
                                                                        00089200
             CALL 'TRTERRO'        USING WRK-TRTERRO.                   00089300
                                                                        00089400
      *----------------------------------------------------------------*00089500
       9000-99-FIM.            EXIT.                                    00089600
      *----------------------------------------------------------------*00089700
