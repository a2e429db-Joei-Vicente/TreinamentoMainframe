      *================================================================*00000100
       IDENTIFICATION                            DIVISION.              00000200
      *================================================================*00000300
                                                                        00000400
       PROGRAM-ID.  FR06C110.                                           00000500
                                                                        00000600
      *================================================================*00000700
      *     AUTOR.......: JOEI LORENTI                                  00000800
      *     ANALISTA....: IVAN SANCHES                                  00000900
      *     EMPRESA.....: FOURSYS                                       00001000
      *     DATA........: 15/10/2026                                    00001100
      *----------------------------------------------------------------*00001200
      *                                                                 00001300
      *     OBJETIVO: PASSO PREVIO DO BALANCO NOTURNO (LOGO ANTES DO    00001400
      *               FR06EX03): RESOLVE AS TRANSFERENCIAS ENDERECADAS  00001500
      *               POR CHAVE DE PAGAMENTO. LE O MOV2505 DA NOITE     00001600
      *               (CABECALHO/TRAILER B#HDRTRL) E COPIA CADA         00001700
      *               MOVIMENTO PARA O MOVSAI; A TRANSFERENCIA 'T' COM  00001800
      *               A CONTRAPARTIDA EM BRANCO TRAZ A CHAVE NA         00001900
      *               DESCRICAO (FD-MOV-CHAVE-PAG) E E PROCURADA NO     00002000
      *               DIRETORIO DE CHAVES ATIVAS (CHVPAG, LAYOUT        00002100
      *               B#CHVPG). ACHANDO, A CONTA DA CHAVE VAI PARA      00002200
      *               FD-MOV2505-CONTRA E O MOVIMENTO SEGUE NO MOVSAI.  00002300
      *               CHAVE INVALIDA OU NAO CADASTRADA, OU QUE APONTA   00002400
      *               CONTA ENCERRADA (FORA DO CLI2505) OU COM          00002500
      *               BLOQUEIO VIGENTE (B#BLOQ, MESMA REGRA DO          00002600
      *               FR06EX03), MANDA O MOVIMENTO PARA O ARQUIVO DE    00002700
      *               EXCECAO EXCCHV COM O MOTIVO (RETURN-CODE 4).      00002800
      *               O CABECALHO E COPIADO E O TRAILER RECALCULADO     00002900
      *               (QTDE + HASH DE VALOR). CONTADORES ANEXADOS AO    00003000
      *               RUNCTL.                                           00003100
      *                                                                 00003200
      *----------------------------------------------------------------*00003300
      *     INPUT:                                                      00003400
      *     DDNAME           I/O                                        00003500
      *     MOV2505           I   (MOVIMENTO DO DIA - LRECL 65)         00003600
      *     CHVPAG            I   (CHAVES DE PAGAMENTO - LRECL 80)      00003700
      *     CLI2505           I   (CADASTRO DO DIA - LRECL 56)          00003800
      *     BLOQUEIO          I   (BLOQUEIOS - LRECL 80, OPCIONAL)      00003900
      *     RUNCTL           I/O  (DATA DA RODADA + CONTADORES)         00004000
      *     MOVSAI            O   (MOVIMENTO RESOLVIDO - LRECL 65)      00004100
      *     EXCCHV            O   (CHAVES NAO RESOLVIDAS - LRECL 80)    00004200
      *                                                                 00004300
      *----------------------------------------------------------------*00004400
      *     MANUTENCAO:                                                 00004500
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
             SELECT MOV2505            ASSIGN TO MOV2505                00006500
                FILE STATUS            IS WRK-FS-MOV2505.               00006600
             SELECT CHVPAG             ASSIGN TO CHVPAG                 00006700
                FILE STATUS            IS WRK-FS-CHVPAG.                00006800
             SELECT CLI2505            ASSIGN TO CLI2505                00006900
                FILE STATUS            IS WRK-FS-CLI2505.               00007000
             SELECT BLOQUEIO           ASSIGN TO BLOQUEIO               00007100
                FILE STATUS            IS WRK-FS-BLOQUEIO.              00007200
             SELECT RUNCTL             ASSIGN TO RUNCTL                 00007300
                FILE STATUS            IS WRK-FS-RUNCTL.                00007400
             SELECT MOVSAI             ASSIGN TO MOVSAI                 00007500
                FILE STATUS            IS WRK-FS-MOVSAI.                00007600
             SELECT EXCCHV             ASSIGN TO EXCCHV                 00007700
                FILE STATUS            IS WRK-FS-EXCCHV.                00007800
                                                                        00007900
      *================================================================*00008000
       DATA                                      DIVISION.              00008100
      *================================================================*00008200
                                                                        00008300
      *----------------------------------------------------------------*00008400
       FILE                                      SECTION.               00008500
      *----------------------------------------------------------------*00008600
                                                                        00008700
       FD MOV2505                                                       00008800
           RECORDING MODE IS F                                          00008900
           BLOCK CONTAINS 0 RECORDS.                                    00009000
       COPY 'B#MOV25'.                                                  00009100
                                                                        00009200
       FD CHVPAG                                                        00009300
           RECORDING MODE IS F                                          00009400
           BLOCK CONTAINS 0 RECORDS.                                    00009500
       01 FD-CHVPAG                    PIC X(80).                       00009600
                                                                        00009700
       FD CLI2505                                                       00009800
           RECORDING MODE IS F                                          00009900
           BLOCK CONTAINS 0 RECORDS.                                    00010000
       COPY 'B#CLI25'.                                                  00010100
                                                                        00010200
       FD BLOQUEIO                                                      00010300
           RECORDING MODE IS F                                          00010400
           BLOCK CONTAINS 0 RECORDS.                                    00010500
       01 FD-BLOQUEIO                  PIC X(80).                       00010600
                                                                        00010700
       FD RUNCTL                                                        00010800
           RECORDING MODE IS F                                          00010900
           BLOCK CONTAINS 0 RECORDS.                                    00011000
       01 FD-RUNCTL                    PIC X(80).                       00011100
                                                                        00011200
       FD MOVSAI                                                        00011300
           RECORDING MODE IS F                                          00011400
           BLOCK CONTAINS 0 RECORDS.                                    00011500
       01 FD-MOVSAI                    PIC X(65).                       00011600
                                                                        00011700
       FD EXCCHV                                                        00011800
           RECORDING MODE IS F                                          00011900
           BLOCK CONTAINS 0 RECORDS.                                    00012000
       01 FD-EXCCHV                    PIC X(80).                       00012100
                                                                        00012200
      *----------------------------------------------------------------*00012300
       WORKING-STORAGE                           SECTION.               00012400
      *----------------------------------------------------------------*00012500
                                                                        00012600
      *----------------------------------------------------------------*00012700
       01 FILLER                       PIC X(50)               VALUE    00012800
            '**** AREA DE CABECALHO/TRAILER E RUNCTL ****'.             00012900
      *----------------------------------------------------------------*00013000
                                                                        00013100
        COPY 'B#HDRTRL'.                                                00013200
        COPY 'B#RUNCTL'.                                                00013300
                                                                        00013400
       01 WRK-HORA-PASSO.                                               00013500
          05 WRK-HORA-PASSO-INI        PIC 9(06) VALUE ZEROS.           00013600
          05 WRK-HORA-PASSO-FIM        PIC 9(06) VALUE ZEROS.           00013700
       01 WRK-HORA-ACCEPT.                                              00013800
          05 WRK-HORA-ACC-HHMMSS       PIC 9(06).                       00013900
          05 WRK-HORA-ACC-CC           PIC 9(02).                       00014000
                                                                        00014100
       77 WRK-DATA-RODADA              PIC 9(08) VALUE ZEROS.           00014200
       77 WRK-DATA-CORTE               PIC 9(08) VALUE ZEROS.           00014300
                                                                        00014400
      *----------------------------------------------------------------*00014500
       01 FILLER                       PIC X(50)               VALUE    00014600
            '**** AREA DO DIRETORIO DE CHAVES ****'.                    00014700
      *----------------------------------------------------------------*00014800
                                                                        00014900
        COPY 'B#CHVPG'.                                                 00015000
                                                                        00015100
       01 WRK-TAB-CHAVES-PAG.                                           00015200
          05 WRK-TCP-ITEM              OCCURS 10000 TIMES.              00015300
             10 WRK-TCP-ID             PIC X(30).                       00015400
             10 WRK-TCP-CONTA          PIC X(08).                       00015500
       77 WRK-QT-CHAVES-PAG            PIC 9(05) VALUE ZEROS.           00015600
       77 WRK-IDX-CHV                  PIC 9(05) VALUE ZEROS.           00015700
                                                                        00015800
      *----------------------------------------------------------------*00015900
       01 FILLER                       PIC X(50)               VALUE    00016000
            '**** AREA DE CONTAS DO DIA E RESTRICOES ****'.             00016100
      *----------------------------------------------------------------*00016200
                                                                        00016300
        COPY 'B#BLOQ'.                                                  00016400
                                                                        00016500
       01 WRK-TAB-CHAVES-CLI.                                           00016600
          05 WRK-TBK-CHAVE             PIC X(08) OCCURS 1000 TIMES.     00016700
       77 WRK-QT-CHAVES-CLI            PIC 9(04) VALUE ZEROS.           00016800
                                                                        00016900
       01 WRK-TAB-BLOQUEIOS.                                            00017000
          05 WRK-TBQ-CHAVE             PIC X(08) OCCURS 500 TIMES.      00017100
       77 WRK-QT-BLOQUEIOS             PIC 9(04) VALUE ZEROS.           00017200
                                                                        00017300
       77 WRK-IDX-TAB                  PIC 9(04) VALUE ZEROS.           00017400
       77 WRK-CHAVE-PROCURADA          PIC X(08) VALUE SPACES.          00017500
       77 WRK-ACHOU                    PIC X(01) VALUE 'N'.             00017600
                                                                        00017700
      *----------------------------------------------------------------*00017800
       01 FILLER                       PIC X(50)               VALUE    00017900
            '**** AREA DE VARIAVEIS E CONTADORES ****'.                 00018000
      *----------------------------------------------------------------*00018100
                                                                        00018200
       77 WRK-FS-MOV2505               PIC X(02) VALUE SPACES.          00018300
       77 WRK-FS-CHVPAG                PIC X(02) VALUE SPACES.          00018400
       77 WRK-FS-CLI2505               PIC X(02) VALUE SPACES.          00018500
       77 WRK-FS-BLOQUEIO              PIC X(02) VALUE SPACES.          00018600
       77 WRK-FS-RUNCTL                PIC X(02) VALUE SPACES.          00018700
       77 WRK-FS-MOVSAI                PIC X(02) VALUE SPACES.          00018800
       77 WRK-FS-EXCCHV                PIC X(02) VALUE SPACES.          00018900
       77 WRK-ACU-LIDOS                PIC 9(07) VALUE ZEROS.           00019000
       77 WRK-ACU-GRAVADOS             PIC 9(07) VALUE ZEROS.           00019100
       77 WRK-ACU-RESOLVIDOS           PIC 9(07) VALUE ZEROS.           00019200
       77 WRK-ACU-REJEITADOS           PIC 9(07) VALUE ZEROS.           00019300
       77 WRK-HASH-SAIDA               PIC 9(15) VALUE ZEROS.           00019400
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00019500
                                                                        00019600
       01 WRK-REG-EXCCHV.                                               00019700
          05 WRK-EXC-REGISTRO          PIC X(65).                       00019800
          05 FILLER                    PIC X(01) VALUE SPACES.          00019900
          05 WRK-EXC-MOTIVO            PIC X(14).                       00020000
                                                                        00020100
      *----------------------------------------------------------------*00020200
       01 FILLER                       PIC X(50)               VALUE    00020300
            '**** AREA DO MODULO TRTERRO ****'.                         00020400
      *----------------------------------------------------------------*00020500
                                                                        00020600
        COPY '#TRTERRO'.                                                00020700
                                                                        00020800
      *================================================================*00020900
       PROCEDURE DIVISION.                                              00021000
      *================================================================*00021100
      *----------------------------------------------------------------*00021200
       0000-PRINCIPAL                     SECTION.                      00021300
      *----------------------------------------------------------------*00021400
                                                                        00021500
           ACCEPT WRK-HORA-ACCEPT FROM TIME.                            00021600
           MOVE WRK-HORA-ACC-HHMMSS TO WRK-HORA-PASSO-INI.              00021700
                                                                        00021800
           PERFORM 1000-INICIAR.                                        00021900
                                                                        00022000
           PERFORM 2000-PROCESSAR UNTIL WRK-FS-MOV2505 EQUAL '10'.      00022100
                                                                        00022200
           PERFORM 3000-FINALIZAR.                                      00022300
                                                                        00022400
      *----------------------------------------------------------------*00022500
       0000-99-FIM.            EXIT.                                    00022600
      *----------------------------------------------------------------*00022700
                                                                        00022800
      *----------------------------------------------------------------*00022900
       1000-INICIAR                       SECTION.                      00023000
      *----------------------------------------------------------------*00023100
                                                                        00023200
            OPEN INPUT  MOV2505                                         00023300
                        CHVPAG                                          00023400
                        CLI2505                                         00023500
                 OUTPUT MOVSAI                                          00023600
                        EXCCHV.                                         00023700
            PERFORM 1100-TESTAR-FILE-STATUS.                            00023800
                                                                        00023900
            PERFORM 1600-LER-DATA-RODADA.                               00024000
                                                                        00024100
            PERFORM 1200-CARREGAR-CLIENTES.                             00024200
                                                                        00024300
            PERFORM 1300-CARREGAR-BLOQUEIOS.                            00024400
                                                                        00024500
            PERFORM 1500-CARREGAR-CHAVES-PAG.                           00024600
                                                                        00024700
            PERFORM 1700-COPIAR-CABECALHO.                              00024800
                                                                        00024900
      *----------------------------------------------------------------*00025000
       1000-99-FIM.            EXIT.                                    00025100
      *----------------------------------------------------------------*00025200
      *----------------------------------------------------------------*00025300
       1100-TESTAR-FILE-STATUS            SECTION.                      00025400
      *----------------------------------------------------------------*00025500
                                                                        00025600
            IF WRK-FS-MOV2505 NOT EQUAL ZEROS                           00025700
                MOVE ' ERRO ABERTURA MOV2505 ' TO WRK-MSG               00025800
                PERFORM 9000-TRATAR-ERROS                               00025900
            END-IF.                                                     00026000
            IF WRK-FS-CHVPAG NOT EQUAL ZEROS                            00026100
                MOVE ' ERRO ABERTURA CHVPAG ' TO WRK-MSG                00026200
                PERFORM 9000-TRATAR-ERROS                               00026300
            END-IF.                                                     00026400
            IF WRK-FS-CLI2505 NOT EQUAL ZEROS                           00026500
                MOVE ' ERRO ABERTURA CLI2505 ' TO WRK-MSG               00026600
                PERFORM 9000-TRATAR-ERROS                               00026700
            END-IF.                                                     00026800
            IF WRK-FS-MOVSAI NOT EQUAL ZEROS                            00026900
                MOVE ' ERRO ABERTURA MOVSAI ' TO WRK-MSG                00027000
                PERFORM 9000-TRATAR-ERROS                               00027100
            END-IF.                                                     00027200
            IF WRK-FS-EXCCHV NOT EQUAL ZEROS                            00027300
                MOVE ' ERRO ABERTURA EXCCHV ' TO WRK-MSG                00027400
                PERFORM 9000-TRATAR-ERROS                               00027500
            END-IF.                                                     00027600
                                                                        00027700
      *----------------------------------------------------------------*00027800
       1100-99-FIM.            EXIT.                                    00027900
      *----------------------------------------------------------------*00028000
      *----------------------------------------------------------------*00028100
       1200-CARREGAR-CLIENTES             SECTION.                      00028200
      *----------------------------------------------------------------*00028300
      *    CONTA FORA DO CADASTRO DO DIA = CONTA ENCERRADA.            *00028400
      *----------------------------------------------------------------*00028500
                                                                        00028600
            READ CLI2505.                                               00028700
            IF WRK-FS-CLI2505 NOT EQUAL ZEROS                           00028800
               OR FD-CLI2505(1:3) NOT EQUAL 'HDR'                       00028900
                MOVE ' CLI2505 SEM CABECALHO ' TO WRK-MSG               00029000
                PERFORM 9000-TRATAR-ERROS                               00029100
            END-IF.                                                     00029200
            MOVE FD-CLI2505(1:21) TO WRK-REG-CABECALHO.                 00029300
            IF WRK-HDR-VERSAO NOT EQUAL '02'                            00029400
                MOVE ' CLI2505 EM LAYOUT SEM CENTAVOS ' TO WRK-MSG      00029500
                PERFORM 9000-TRATAR-ERROS                               00029600
            END-IF.                                                     00029700
                                                                        00029800
            PERFORM 1210-LER-CLIENTE                                    00029900
                UNTIL WRK-FS-CLI2505 EQUAL '10'.                        00030000
            CLOSE CLI2505.                                              00030100
                                                                        00030200
            DISPLAY 'CONTAS DO CADASTRO....: ' WRK-QT-CHAVES-CLI.       00030300
                                                                        00030400
      *----------------------------------------------------------------*00030500
       1200-99-FIM.            EXIT.                                    00030600
      *----------------------------------------------------------------*00030700
      *----------------------------------------------------------------*00030800
       1210-LER-CLIENTE                   SECTION.                      00030900
      *----------------------------------------------------------------*00031000
                                                                        00031100
            READ CLI2505.                                               00031200
            IF WRK-FS-CLI2505 NOT EQUAL ZEROS                           00031300
               OR FD-CLI2505(1:3) EQUAL 'TRL'                           00031400
                MOVE '10' TO WRK-FS-CLI2505                             00031500
                GO TO 1210-99-FIM                                       00031600
            END-IF.                                                     00031700
                                                                        00031800
            IF WRK-QT-CHAVES-CLI NOT LESS 1000                          00031900
                MOVE ' TABELA DE CONTAS CHEIA ' TO WRK-MSG              00032000
                PERFORM 9000-TRATAR-ERROS                               00032100
            END-IF.                                                     00032200
            ADD 1 TO WRK-QT-CHAVES-CLI.                                 00032300
            MOVE FD-CLI2505-CHAVE TO WRK-TBK-CHAVE(WRK-QT-CHAVES-CLI).  00032400
                                                                        00032500
      *----------------------------------------------------------------*00032600
       1210-99-FIM.            EXIT.                                    00032700
      *----------------------------------------------------------------*00032800
      *----------------------------------------------------------------*00032900
       1300-CARREGAR-BLOQUEIOS            SECTION.                      00033000
      *----------------------------------------------------------------*00033100
      *    MESMA REGRA DO FR06EX03: SITUACAO 'A', INICIO <= DATA <=    *00033200
      *    FIM (FIM ZEROS = INDETERMINADO). AUSENTE = SEM BLOQUEIOS.   *00033300
      *----------------------------------------------------------------*00033400
                                                                        00033500
            OPEN INPUT BLOQUEIO.                                        00033600
            IF WRK-FS-BLOQUEIO EQUAL '35'                               00033700
                DISPLAY 'BLOQUEIO AUSENTE - SEM CONTAS BLOQUEADAS'      00033800
                GO TO 1300-99-FIM                                       00033900
            END-IF.                                                     00034000
            IF WRK-FS-BLOQUEIO NOT EQUAL ZEROS                          00034100
                MOVE ' ERRO ABERTURA BLOQUEIO ' TO WRK-MSG              00034200
                PERFORM 9000-TRATAR-ERROS                               00034300
            END-IF.                                                     00034400
                                                                        00034500
            PERFORM 1310-LER-BLOQUEIO                                   00034600
                UNTIL WRK-FS-BLOQUEIO EQUAL '10'.                       00034700
            CLOSE BLOQUEIO.                                             00034800
                                                                        00034900
            DISPLAY 'BLOQUEIOS VIGENTES....: ' WRK-QT-BLOQUEIOS.        00035000
                                                                        00035100
      *----------------------------------------------------------------*00035200
       1300-99-FIM.            EXIT.                                    00035300
      *----------------------------------------------------------------*00035400
      *----------------------------------------------------------------*00035500
       1310-LER-BLOQUEIO                  SECTION.                      00035600
      *----------------------------------------------------------------*00035700
                                                                        00035800
            READ BLOQUEIO INTO WRK-REG-BLOQUEIO.                        00035900
            IF WRK-FS-BLOQUEIO NOT EQUAL ZEROS                          00036000
                MOVE '10' TO WRK-FS-BLOQUEIO                            00036100
                GO TO 1310-99-FIM                                       00036200
            END-IF.                                                     00036300
                                                                        00036400
            IF WRK-BLQ-SITUACAO NOT EQUAL 'A'                           00036500
               OR WRK-BLQ-DATA-INI GREATER WRK-DATA-CORTE               00036600
                GO TO 1310-99-FIM                                       00036700
            END-IF.                                                     00036800
            IF WRK-BLQ-DATA-FIM GREATER ZEROS                           00036900
               AND WRK-BLQ-DATA-FIM LESS WRK-DATA-CORTE                 00037000
                GO TO 1310-99-FIM                                       00037100
            END-IF.                                                     00037200
                                                                        00037300
            IF WRK-QT-BLOQUEIOS NOT LESS 500                            00037400
                MOVE ' TABELA DE BLOQUEIOS CHEIA ' TO WRK-MSG           00037500
                PERFORM 9000-TRATAR-ERROS                               00037600
            END-IF.                                                     00037700
            ADD 1 TO WRK-QT-BLOQUEIOS.                                  00037800
            MOVE WRK-BLQ-CHAVE TO WRK-TBQ-CHAVE(WRK-QT-BLOQUEIOS).      00037900
                                                                        00038000
      *----------------------------------------------------------------*00038100
       1310-99-FIM.            EXIT.                                    00038200
      *----------------------------------------------------------------*00038300
      *----------------------------------------------------------------*00038400
       1500-CARREGAR-CHAVES-PAG           SECTION.                      00038500
      *----------------------------------------------------------------*00038600
      *    SO AS CHAVES ATIVAS ENTRAM NA TABELA.                       *00038700
      *----------------------------------------------------------------*00038800
                                                                        00038900
            PERFORM 1510-LER-CHAVE-PAG                                  00039000
                UNTIL WRK-FS-CHVPAG EQUAL '10'.                         00039100
            CLOSE CHVPAG.                                               00039200
                                                                        00039300
            DISPLAY 'CHAVES DE PAGAMENTO...: ' WRK-QT-CHAVES-PAG.       00039400
                                                                        00039500
      *----------------------------------------------------------------*00039600
       1500-99-FIM.            EXIT.                                    00039700
      *----------------------------------------------------------------*00039800
      *----------------------------------------------------------------*00039900
       1510-LER-CHAVE-PAG                 SECTION.                      00040000
      *----------------------------------------------------------------*00040100
                                                                        00040200
            READ CHVPAG INTO WRK-REG-CHAVEPG.                           00040300
            IF WRK-FS-CHVPAG NOT EQUAL ZEROS                            00040400
                MOVE '10' TO WRK-FS-CHVPAG                              00040500
                GO TO 1510-99-FIM                                       00040600
            END-IF.                                                     00040700
                                                                        00040800
            IF WRK-CHP-SITUACAO NOT EQUAL 'A'                           00040900
                GO TO 1510-99-FIM                                       00041000
            END-IF.                                                     00041100
                                                                        00041200
            IF WRK-QT-CHAVES-PAG NOT LESS 10000                         00041300
                MOVE ' TABELA DE CHAVES DE PAGAMENTO CHEIA ' TO WRK-MSG 00041400
                PERFORM 9000-TRATAR-ERROS                               00041500
            END-IF.                                                     00041600
            ADD 1 TO WRK-QT-CHAVES-PAG.                                 00041700
            MOVE WRK-CHP-ID                                             00041800
              TO WRK-TCP-ID(WRK-QT-CHAVES-PAG).                         00041900
            MOVE WRK-CHP-CONTA-DESTINO                                  00042000
              TO WRK-TCP-CONTA(WRK-QT-CHAVES-PAG).                      00042100
                                                                        00042200
      *----------------------------------------------------------------*00042300
       1510-99-FIM.            EXIT.                                    00042400
      *----------------------------------------------------------------*00042500
      *----------------------------------------------------------------*00042600
       1600-LER-DATA-RODADA               SECTION.                      00042700
      *----------------------------------------------------------------*00042800
                                                                        00042900
            OPEN INPUT RUNCTL.                                          00043000
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00043100
                MOVE ' RUNCTL AUSENTE - RODAR FR06CB01 ' TO WRK-MSG     00043200
                PERFORM 9000-TRATAR-ERROS                               00043300
            END-IF.                                                     00043400
                                                                        00043500
            READ RUNCTL INTO WRK-RUNCTL.                                00043600
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00043700
               OR WRK-RUNCTL-TIPO NOT EQUAL '1'                         00043800
                MOVE ' RUNCTL SEM REGISTRO DE ABERTURA ' TO WRK-MSG     00043900
                PERFORM 9000-TRATAR-ERROS                               00044000
            END-IF.                                                     00044100
                                                                        00044200
            MOVE WRK-RUNCTL-DATA TO WRK-DATA-RODADA.                    00044300
            CLOSE RUNCTL.                                               00044400
                                                                        00044500
            MOVE WRK-DATA-RODADA(5:4)  TO WRK-DATA-CORTE(1:4).          00044600
            MOVE WRK-DATA-RODADA(3:2)  TO WRK-DATA-CORTE(5:2).          00044700
            MOVE WRK-DATA-RODADA(1:2)  TO WRK-DATA-CORTE(7:2).          00044800
                                                                        00044900
      *----------------------------------------------------------------*00045000
       1600-99-FIM.            EXIT.                                    00045100
      *----------------------------------------------------------------*00045200
      *----------------------------------------------------------------*00045300
       1700-COPIAR-CABECALHO              SECTION.                      00045400
      *----------------------------------------------------------------*00045500
                                                                        00045600
            READ MOV2505 INTO WRK-REG-CABECALHO.                        00045700
                                                                        00045800
            IF WRK-FS-MOV2505 NOT EQUAL ZEROS                           00045900
               OR WRK-HDR-ID NOT EQUAL 'HDR'                            00046000
                MOVE ' MOV2505 SEM CABECALHO PADRAO ' TO WRK-MSG        00046100
                PERFORM 9000-TRATAR-ERROS                               00046200
            END-IF.                                                     00046300
                                                                        00046400
            IF WRK-HDR-VERSAO NOT EQUAL '02'                            00046500
                MOVE ' MOV2505 EM LAYOUT SEM CENTAVOS ' TO WRK-MSG      00046600
                PERFORM 9000-TRATAR-ERROS                               00046700
            END-IF.                                                     00046800
                                                                        00046900
            MOVE SPACES            TO FD-MOVSAI.                        00047000
            MOVE WRK-REG-CABECALHO TO FD-MOVSAI(1:21).                  00047100
            WRITE FD-MOVSAI.                                            00047200
                                                                        00047300
      *----------------------------------------------------------------*00047400
       1700-99-FIM.            EXIT.                                    00047500
      *----------------------------------------------------------------*00047600
      *----------------------------------------------------------------*00047700
       2000-PROCESSAR                     SECTION.                      00047800
      *----------------------------------------------------------------*00047900
                                                                        00048000
            READ MOV2505.                                               00048100
            IF WRK-FS-MOV2505 NOT EQUAL ZEROS                           00048200
               OR FD-MOV2505(1:3) EQUAL 'TRL'                           00048300
                MOVE '10' TO WRK-FS-MOV2505                             00048400
                GO TO 2000-99-FIM                                       00048500
            END-IF.                                                     00048600
                                                                        00048700
            ADD 1 TO WRK-ACU-LIDOS.                                     00048800
                                                                        00048900
            IF FD-TIPOMOV EQUAL 'T'                                     00049000
               AND FD-MOV2505-CONTRA EQUAL SPACES                       00049100
                PERFORM 2100-RESOLVER-CHAVE                             00049200
                IF WRK-EXC-MOTIVO NOT EQUAL SPACES                      00049300
                    PERFORM 2600-REJEITAR-MOVIMENTO                     00049400
                    GO TO 2000-99-FIM                                   00049500
                END-IF                                                  00049600
            END-IF.                                                     00049700
                                                                        00049800
            WRITE FD-MOVSAI FROM FD-MOV2505.                            00049900
            IF WRK-FS-MOVSAI NOT EQUAL ZEROS                            00050000
                MOVE ' ERRO GRAVACAO MOVSAI ' TO WRK-MSG                00050100
                PERFORM 9000-TRATAR-ERROS                               00050200
            END-IF.                                                     00050300
            ADD 1 TO WRK-ACU-GRAVADOS.                                  00050400
            COMPUTE WRK-HASH-SAIDA =                                    00050500
                WRK-HASH-SAIDA + (FD-VALORMOV * 100).                   00050600
                                                                        00050700
      *----------------------------------------------------------------*00050800
       2000-99-FIM.            EXIT.                                    00050900
      *----------------------------------------------------------------*00051000
      *----------------------------------------------------------------*00051100
       2100-RESOLVER-CHAVE                SECTION.                      00051200
      *----------------------------------------------------------------*00051300
      *    MOTIVO EM BRANCO NA SAIDA = CONTRAPARTIDA PREENCHIDA COM A  *00051400
      *    CONTA DA CHAVE.                                             *00051500
      *----------------------------------------------------------------*00051600
                                                                        00051700
            MOVE SPACES TO WRK-EXC-MOTIVO.                              00051800
                                                                        00051900
            IF FD-CHP-CHAVE EQUAL SPACES                                00052000
               OR (FD-CHP-TIPO NOT EQUAL 'F'                            00052100
                   AND FD-CHP-TIPO NOT EQUAL 'J'                        00052200
                   AND FD-CHP-TIPO NOT EQUAL 'E'                        00052300
                   AND FD-CHP-TIPO NOT EQUAL 'C'                        00052400
                   AND FD-CHP-TIPO NOT EQUAL 'A')                       00052500
                MOVE 'CHAVE INVALIDA' TO WRK-EXC-MOTIVO                 00052600
                GO TO 2100-99-FIM                                       00052700
            END-IF.                                                     00052800
                                                                        00052900
            MOVE 'N' TO WRK-ACHOU.                                      00053000
            PERFORM 2110-COMPARAR-CHAVE-PAG                             00053100
                VARYING WRK-IDX-CHV FROM 1 BY 1                         00053200
                UNTIL WRK-IDX-CHV GREATER WRK-QT-CHAVES-PAG             00053300
                   OR WRK-ACHOU EQUAL 'S'.                              00053400
            IF WRK-ACHOU EQUAL 'N'                                      00053500
                MOVE 'CHAVE INEXIST.' TO WRK-EXC-MOTIVO                 00053600
                GO TO 2100-99-FIM                                       00053700
            END-IF.                                                     00053800
                                                                        00053900
            PERFORM 2310-PROCURAR-CLIENTE.                              00054000
            IF WRK-ACHOU EQUAL 'N'                                      00054100
                MOVE 'CTA ENCERRADA' TO WRK-EXC-MOTIVO                  00054200
                GO TO 2100-99-FIM                                       00054300
            END-IF.                                                     00054400
                                                                        00054500
            PERFORM 2330-PROCURAR-BLOQUEIO.                             00054600
            IF WRK-ACHOU EQUAL 'S'                                      00054700
                MOVE 'CTA BLOQUEADA' TO WRK-EXC-MOTIVO                  00054800
                GO TO 2100-99-FIM                                       00054900
            END-IF.                                                     00055000
                                                                        00055100
            MOVE WRK-CHAVE-PROCURADA TO FD-MOV2505-CONTRA.              00055200
            ADD 1 TO WRK-ACU-RESOLVIDOS.                                00055300
                                                                        00055400
      *----------------------------------------------------------------*00055500
       2100-99-FIM.            EXIT.                                    00055600
      *----------------------------------------------------------------*00055700
      *----------------------------------------------------------------*00055800
       2110-COMPARAR-CHAVE-PAG            SECTION.                      00055900
      *----------------------------------------------------------------*00056000
                                                                        00056100
            IF WRK-TCP-ID(WRK-IDX-CHV) EQUAL FD-MOVIMENTO               00056200
                MOVE 'S' TO WRK-ACHOU                                   00056300
                MOVE WRK-TCP-CONTA(WRK-IDX-CHV) TO WRK-CHAVE-PROCURADA  00056400
            END-IF.                                                     00056500
                                                                        00056600
      *----------------------------------------------------------------*00056700
       2110-99-FIM.            EXIT.                                    00056800
      *----------------------------------------------------------------*00056900
      *----------------------------------------------------------------*00057000
       2310-PROCURAR-CLIENTE              SECTION.                      00057100
      *----------------------------------------------------------------*00057200
                                                                        00057300
            MOVE 'N' TO WRK-ACHOU.                                      00057400
            PERFORM 2320-COMPARAR-CLIENTE                               00057500
                VARYING WRK-IDX-TAB FROM 1 BY 1                         00057600
                UNTIL WRK-IDX-TAB GREATER WRK-QT-CHAVES-CLI             00057700
                   OR WRK-ACHOU EQUAL 'S'.                              00057800
                                                                        00057900
      *----------------------------------------------------------------*00058000
       2310-99-FIM.            EXIT.                                    00058100
      *----------------------------------------------------------------*00058200
      *----------------------------------------------------------------*00058300
       2320-COMPARAR-CLIENTE              SECTION.                      00058400
      *----------------------------------------------------------------*00058500
                                                                        00058600
            IF WRK-TBK-CHAVE(WRK-IDX-TAB) EQUAL WRK-CHAVE-PROCURADA     00058700
                MOVE 'S' TO WRK-ACHOU                                   00058800
            END-IF.                                                     00058900
                                                                        00059000
      *----------------------------------------------------------------*00059100
       2320-99-FIM.            EXIT.                                    00059200
      *----------------------------------------------------------------*00059300
      *----------------------------------------------------------------*00059400
       2330-PROCURAR-BLOQUEIO             SECTION.                      00059500
      *----------------------------------------------------------------*00059600
                                                                        00059700
            MOVE 'N' TO WRK-ACHOU.                                      00059800
            PERFORM 2340-COMPARAR-BLOQUEIO                              00059900
                VARYING WRK-IDX-TAB FROM 1 BY 1                         00060000
                UNTIL WRK-IDX-TAB GREATER WRK-QT-BLOQUEIOS              00060100
                   OR WRK-ACHOU EQUAL 'S'.                              00060200
                                                                        00060300
      *----------------------------------------------------------------*00060400
       2330-99-FIM.            EXIT.                                    00060500
      *----------------------------------------------------------------*00060600
      *----------------------------------------------------------------*00060700
       2340-COMPARAR-BLOQUEIO             SECTION.                      00060800
      *----------------------------------------------------------------*00060900
                                                                        00061000
            IF WRK-TBQ-CHAVE(WRK-IDX-TAB) EQUAL WRK-CHAVE-PROCURADA     00061100
                MOVE 'S' TO WRK-ACHOU                                   00061200
            END-IF.                                                     00061300
                                                                        00061400
      *----------------------------------------------------------------*00061500
       2340-99-FIM.            EXIT.                                    00061600
      *----------------------------------------------------------------*00061700
      *----------------------------------------------------------------*00061800
       2600-REJEITAR-MOVIMENTO            SECTION.                      00061900
      *----------------------------------------------------------------*00062000
                                                                        00062100
            MOVE FD-MOV2505 TO WRK-EXC-REGISTRO.                        00062200
            WRITE FD-EXCCHV FROM WRK-REG-EXCCHV.                        00062300
            IF WRK-FS-EXCCHV NOT EQUAL ZEROS                            00062400
                MOVE ' ERRO GRAVACAO EXCCHV ' TO WRK-MSG                00062500
                PERFORM 9000-TRATAR-ERROS                               00062600
            END-IF.                                                     00062700
                                                                        00062800
            ADD 1 TO WRK-ACU-REJEITADOS.                                00062900
            MOVE 4 TO RETURN-CODE.                                      00063000
            DISPLAY 'CHAVE NAO RESOLVIDA: ' FD-MOV2505-CHAVE ' '        00063100
                    FD-MOVIMENTO ' ' WRK-EXC-MOTIVO.                    00063200
                                                                        00063300
      *----------------------------------------------------------------*00063400
       2600-99-FIM.            EXIT.                                    00063500
      *----------------------------------------------------------------*00063600
      *----------------------------------------------------------------*00063700
       3000-FINALIZAR                     SECTION.                      00063800
      *----------------------------------------------------------------*00063900
                                                                        00064000
            MOVE SPACES           TO WRK-REG-TRAILER.                   00064100
            MOVE 'TRL'            TO WRK-TRL-ID.                        00064200
            MOVE WRK-ACU-GRAVADOS TO WRK-TRL-QT-REGISTROS.              00064300
            MOVE WRK-HASH-SAIDA   TO WRK-TRL-HASH-VALOR.                00064400
            MOVE SPACES           TO FD-MOVSAI.                         00064500
            MOVE WRK-REG-TRAILER  TO FD-MOVSAI(1:27).                   00064600
            WRITE FD-MOVSAI.                                            00064700
                                                                        00064800
            CLOSE MOV2505                                               00064900
                  MOVSAI                                                00065000
                  EXCCHV.                                               00065100
                                                                        00065200
            DISPLAY '------------------------------------------------'. 00065300
            DISPLAY '  MOVIMENTOS LIDOS.....: ' WRK-ACU-LIDOS.          00065400
            DISPLAY '  CHAVES RESOLVIDAS....: ' WRK-ACU-RESOLVIDOS.     00065500
            DISPLAY '  CHAVES REJEITADAS....: ' WRK-ACU-REJEITADOS.     00065600
            DISPLAY '  MOVIMENTOS GRAVADOS..: ' WRK-ACU-GRAVADOS.       00065700
            DISPLAY '  HASH DOS VALORES.....: ' WRK-HASH-SAIDA.         00065800
            DISPLAY '------------------------------------------------'. 00065900
                                                                        00066000
            PERFORM 3100-GRAVAR-RUNCTL.                                 00066100
                                                                        00066200
            STOP RUN.                                                   00066300
      *----------------------------------------------------------------*00066400
       3000-99-FIM.            EXIT.                                    00066500
      *----------------------------------------------------------------*00066600
      *----------------------------------------------------------------*00066700
       3100-GRAVAR-RUNCTL                 SECTION.                      00066800
      *----------------------------------------------------------------*00066900
                                                                        00067000
            OPEN EXTEND RUNCTL.                                         00067100
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00067200
                MOVE ' ERRO ABERTURA RUNCTL ' TO WRK-MSG                00067300
                PERFORM 9000-TRATAR-ERROS                               00067400
            END-IF.                                                     00067500
                                                                        00067600
            MOVE SPACES             TO WRK-RUNCTL.                      00067700
            MOVE '2'                TO WRK-RUNCTL-TIPO.                 00067800
            MOVE 'FR06C110'         TO WRK-RUNCTL-PROGRAMA.             00067900
            MOVE WRK-ACU-LIDOS      TO WRK-RUNCTL-LIDOS.                00068000
            MOVE WRK-ACU-GRAVADOS   TO WRK-RUNCTL-GRAVADOS.             00068100
            MOVE WRK-ACU-REJEITADOS TO WRK-RUNCTL-EXCECAO.              00068200
            MOVE RETURN-CODE        TO WRK-RUNCTL-RETCODE.              00068300
            ACCEPT WRK-HORA-ACCEPT FROM TIME.                           00068400
            MOVE WRK-HORA-ACC-HHMMSS   TO WRK-HORA-PASSO-FIM.           00068500
            MOVE WRK-HORA-PASSO-INI    TO WRK-RUNCTL-HORA-INI.          00068600
            MOVE WRK-HORA-PASSO-FIM    TO WRK-RUNCTL-HORA-FIM.          00068700
            WRITE FD-RUNCTL FROM WRK-RUNCTL.                            00068800
            CLOSE RUNCTL.                                               00068900
                                                                        00069000
      *----------------------------------------------------------------*00069100
       3100-99-FIM.            EXIT.                                    00069200
      *----------------------------------------------------------------*00069300
                                                                        00069400
      *----------------------------------------------------------------*00069500
       9000-TRATAR-ERROS                  SECTION.                      00069600
      *----------------------------------------------------------------*00069700
                                                                        00069800
             MOVE 'FR06C110'       TO WRK-ERR-PROGRAMA.                 00069900
             MOVE '9000'           TO WRK-ERR-SECTION.                  00070000
             MOVE WRK-MSG          TO WRK-ERR-MSG.                      00070100
             MOVE SPACES           TO WRK-ERR-STATUS.                   00070200
             MOVE WRK-FS-MOV2505   TO WRK-ERR-STATUS(1:2).              00070300
             MOVE WRK-FS-CHVPAG    TO WRK-ERR-STATUS(3:2).              00070400
             MOVE WRK-FS-CLI2505   TO WRK-ERR-STATUS(5:2).              00070500
             MOVE WRK-FS-MOVSAI    TO WRK-ERR-STATUS(7:2).              00070600
             MOVE WRK-FS-RUNCTL    TO WRK-ERR-STATUS(9:2).              00070700
             MOVE 'F'              TO WRK-ERR-SEVERIDADE.               00070800
                                                                        00070900
             CALL 'TRTERRO'        USING WRK-TRTERRO.                   00071000
                                                                        00071100
      *----------------------------------------------------------------*00071200
       9000-99-FIM.            EXIT.                                    00071300
      *----------------------------------------------------------------*00071400
