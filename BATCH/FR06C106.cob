      *================================================================*00000100
       IDENTIFICATION                            DIVISION.              00000200
      *================================================================*00000300
                                                                        00000400
       PROGRAM-ID.  FR06C106.                                           00000500
                                                                        00000600
      *================================================================*00000700
      *     AUTOR.......: JOEI LORENTI                                  00000800
      *     ANALISTA....: IVAN SANCHES                                  00000900
      *     EMPRESA.....: FOURSYS                                       00001000
      *     DATA........: 15/10/2026                                    00001100
      *----------------------------------------------------------------*00001200
      *                                                                 00001300
      *     OBJETIVO: VALIDACAO NOTURNA DOS CHEQUES APRESENTADOS PELA  *00001400
      *               COMPENSACAO (CHQAPR, LAYOUT B#CHQAP). CADA       *00001500
      *               CHEQUE E CONFERIDO, NESTA ORDEM, CONTRA:         *00001600
      *               - O CADASTRO DO DIA (CLI2505): CONTA FORA DELE   *00001700
      *                 = CONTA ENCERRADA (MOTIVO '13');               *00001800
      *               - O CADASTRO DE TALONARIOS (TALENT, LAYOUT       *00001900
      *                 B#CHQTL): NUMERO FORA DOS TALOES DA CONTA =    *00002000
      *                 CHEQUE NAO EMITIDO (MOTIVO '35');              *00002100
      *               - AS ORDENS DE SUSTACAO ATIVAS (SUSTAC, LAYOUT   *00002200
      *                 B#CHQSU): FAIXA SUSTADA = MOTIVO DA ORDEM      *00002300
      *                 ('21'/'28');                                   *00002400
      *               - A SITUACAO DA FOLHA: JA PAGA OU JA DEVOLVIDA   *00002500
      *                 NA 2A APRESENTACAO = MOTIVO '49'.              *00002600
      *               O CHEQUE RECUSADO SAI NO ARQUIVO DE CHEQUES      *00002700
      *               DEVOLVIDOS CHQREC (LAYOUT B#CHQDV, ORIGEM 'V')   *00002800
      *               COM O MOTIVO. O CHEQUE VALIDO VIRA DEBITO 'D'    *00002900
      *               NO ARQUIVO MOVCHQ (LAYOUT B#MOV25, DESCRICAO     *00003000
      *               FD-MOV-CHEQUE COM O NUMERO E A APRESENTACAO,     *00003100
      *               CABECALHO/TRAILER VERSAO '02'), QUE ENTRA NA     *00003200
      *               CONCATENACAO DO MOV2505 DA NOITE, E A FOLHA E    *00003300
      *               MARCADA PAGA ('P'). O SALDO E O LIMITE SAO       *00003400
      *               CONFERIDOS PELO FR06EX03, QUE DEVOLVE O CHEQUE   *00003500
      *               SEM FUNDOS NO DEVCHQ (MOTIVO '11'/'12') EM VEZ   *00003600
      *               DO SUSPENSO. ANTES DA VALIDACAO, O DEVCHQ DA     *00003700
      *               NOITE ANTERIOR (DEVANT) E BAIXADO NO CADASTRO:   *00003800
      *               A FOLHA PAGA VOLTA A 'D' (DEVOLVIDA NA 1A,       *00003900
      *               PODE SER REAPRESENTADA) OU 'X' (DEVOLVIDA NA     *00004000
      *               2A). O CADASTRO ATUALIZADO SAI EM TALSAI.        *00004100
      *               CONTADORES ANEXADOS AO RUNCTL.                   *00004200
      *                                                                 00004300
      *----------------------------------------------------------------*00004400
      *     INPUT:                                                      00004500
      *     DDNAME           I/O                                        00004600
      *     CHQAPR            I   (CHEQUES APRESENTADOS - LRECL 80)     00004700
      *     TALENT            I   (TALONARIOS ATUAIS - LRECL 80)        00004800
      *     SUSTAC            I   (ORDENS DE SUSTACAO - LRECL 80,       00004900
      *                            OPCIONAL)                            00005000
      *     DEVANT            I   (DEVCHQ DA NOITE ANTERIOR - LRECL 80, 00005100
      *                            OPCIONAL)                            00005200
      *     CLI2505           I   (CADASTRO DO DIA - LRECL 56)          00005300
      *     RUNCTL           I/O  (DATA DA RODADA + CONTADORES)         00005400
      *     MOVCHQ            O   (DEBITOS DE CHEQUE - LRECL 65)        00005500
      *     CHQREC            O   (CHEQUES DEVOLVIDOS - LRECL 80)       00005600
      *     TALSAI            O   (TALONARIOS ATUALIZADOS - LRECL 80)   00005700
      *                                                                 00005800
      *----------------------------------------------------------------*00005900
      *     MANUTENCAO:                                                 00006000
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
             SELECT CHQAPR             ASSIGN TO CHQAPR                 00008000
                FILE STATUS            IS WRK-FS-CHQAPR.                00008100
             SELECT TALENT             ASSIGN TO TALENT                 00008200
                FILE STATUS            IS WRK-FS-TALENT.                00008300
             SELECT SUSTAC             ASSIGN TO SUSTAC                 00008400
                FILE STATUS            IS WRK-FS-SUSTAC.                00008500
             SELECT DEVANT             ASSIGN TO DEVANT                 00008600
                FILE STATUS            IS WRK-FS-DEVANT.                00008700
             SELECT CLI2505            ASSIGN TO CLI2505                00008800
                FILE STATUS            IS WRK-FS-CLI2505.               00008900
             SELECT RUNCTL             ASSIGN TO RUNCTL                 00009000
                FILE STATUS            IS WRK-FS-RUNCTL.                00009100
             SELECT MOVCHQ             ASSIGN TO MOVCHQ                 00009200
                FILE STATUS            IS WRK-FS-MOVCHQ.                00009300
             SELECT CHQREC             ASSIGN TO CHQREC                 00009400
                FILE STATUS            IS WRK-FS-CHQREC.                00009500
             SELECT TALSAI             ASSIGN TO TALSAI                 00009600
                FILE STATUS            IS WRK-FS-TALSAI.                00009700
                                                                        00009800
      *================================================================*00009900
       DATA                                      DIVISION.              00010000
      *================================================================*00010100
                                                                        00010200
      *----------------------------------------------------------------*00010300
       FILE                                      SECTION.               00010400
      *----------------------------------------------------------------*00010500
                                                                        00010600
       FD CHQAPR                                                        00010700
           RECORDING MODE IS F                                          00010800
           BLOCK CONTAINS 0 RECORDS.                                    00010900
       01 FD-CHQAPR                    PIC X(80).                       00011000
                                                                        00011100
       FD TALENT                                                        00011200
           RECORDING MODE IS F                                          00011300
           BLOCK CONTAINS 0 RECORDS.                                    00011400
       01 FD-TALENT                    PIC X(80).                       00011500
                                                                        00011600
       FD SUSTAC                                                        00011700
           RECORDING MODE IS F                                          00011800
           BLOCK CONTAINS 0 RECORDS.                                    00011900
       01 FD-SUSTAC                    PIC X(80).                       00012000
                                                                        00012100
       FD DEVANT                                                        00012200
           RECORDING MODE IS F                                          00012300
           BLOCK CONTAINS 0 RECORDS.                                    00012400
       01 FD-DEVANT                    PIC X(80).                       00012500
                                                                        00012600
       FD CLI2505                                                       00012700
           RECORDING MODE IS F                                          00012800
           BLOCK CONTAINS 0 RECORDS.                                    00012900
       COPY 'B#CLI25'.                                                  00013000
                                                                        00013100
       FD RUNCTL                                                        00013200
           RECORDING MODE IS F                                          00013300
           BLOCK CONTAINS 0 RECORDS.                                    00013400
       01 FD-RUNCTL                    PIC X(80).                       00013500
                                                                        00013600
       FD MOVCHQ                                                        00013700
           RECORDING MODE IS F                                          00013800
           BLOCK CONTAINS 0 RECORDS.                                    00013900
       01 FD-MOVCHQ                    PIC X(65).                       00014000
                                                                        00014100
       FD CHQREC                                                        00014200
           RECORDING MODE IS F                                          00014300
           BLOCK CONTAINS 0 RECORDS.                                    00014400
       01 FD-CHQREC                    PIC X(80).                       00014500
                                                                        00014600
       FD TALSAI                                                        00014700
           RECORDING MODE IS F                                          00014800
           BLOCK CONTAINS 0 RECORDS.                                    00014900
       01 FD-TALSAI                    PIC X(80).                       00015000
                                                                        00015100
      *----------------------------------------------------------------*00015200
       WORKING-STORAGE                           SECTION.               00015300
      *----------------------------------------------------------------*00015400
                                                                        00015500
      *----------------------------------------------------------------*00015600
       01 FILLER                       PIC X(50)               VALUE    00015700
            '**** AREA DE CABECALHO/TRAILER E RUNCTL ****'.             00015800
      *----------------------------------------------------------------*00015900
                                                                        00016000
        COPY 'B#HDRTRL'.                                                00016100
        COPY 'B#RUNCTL'.                                                00016200
                                                                        00016300
       01 WRK-HORA-PASSO.                                               00016400
          05 WRK-HORA-PASSO-INI        PIC 9(06) VALUE ZEROS.           00016500
          05 WRK-HORA-PASSO-FIM        PIC 9(06) VALUE ZEROS.           00016600
       01 WRK-HORA-ACCEPT.                                              00016700
          05 WRK-HORA-ACC-HHMMSS       PIC 9(06).                       00016800
          05 WRK-HORA-ACC-CC           PIC 9(02).                       00016900
                                                                        00017000
       77 WRK-DATA-RODADA              PIC 9(08) VALUE ZEROS.           00017100
                                                                        00017200
      *----------------------------------------------------------------*00017300
       01 FILLER                       PIC X(50)               VALUE    00017400
            '**** AREA DO CHEQUE E DO MOVIMENTO ****'.                  00017500
      *----------------------------------------------------------------*00017600
                                                                        00017700
        COPY 'B#CHQAP'.                                                 00017800
                                                                        00017900
        COPY 'B#CHQSU'.                                                 00018000
                                                                        00018100
        COPY 'B#CHQDV'.                                                 00018200
                                                                        00018300
        COPY 'B#MOV25'.                                                 00018400
                                                                        00018500
      *----------------------------------------------------------------*00018600
       01 FILLER                       PIC X(50)               VALUE    00018700
            '**** AREA DE TALONARIOS, SUSTACOES E CONTAS ****'.         00018800
      *----------------------------------------------------------------*00018900
                                                                        00019000
       01 WRK-TAB-TALOES.                                               00019100
          05 WRK-TTL-TALAO             OCCURS 2000 TIMES.               00019200
             10 WRK-TTL-CHAVE          PIC X(08).                       00019300
             10 WRK-TTL-NUM-INI        PIC 9(06).                       00019400
             10 WRK-TTL-QT-FOLHAS      PIC 9(02).                       00019500
             10 WRK-TTL-DATA-EMISSAO   PIC 9(08).                       00019600
             10 WRK-TTL-FOLHA          PIC X(01) OCCURS 20 TIMES.       00019700
             10 FILLER                 PIC X(36).                       00019800
       77 WRK-QT-TALOES                PIC 9(04) VALUE ZEROS.           00019900
       77 WRK-IDX-TAL                  PIC 9(04) VALUE ZEROS.           00020000
       77 WRK-TAL-ACHADO               PIC 9(04) VALUE ZEROS.           00020100
       77 WRK-POS-FOLHA                PIC 9(02) VALUE ZEROS.           00020200
       77 WRK-NUM-FIM-TALAO            PIC 9(07) VALUE ZEROS.           00020300
                                                                        00020400
       01 WRK-TAB-SUSTACOES.                                            00020500
          05 WRK-TSU-SUSTACAO          OCCURS 1000 TIMES.               00020600
             10 WRK-TSU-CHAVE          PIC X(08).                       00020700
             10 WRK-TSU-NUM-INI        PIC 9(06).                       00020800
             10 WRK-TSU-NUM-FIM        PIC 9(06).                       00020900
             10 WRK-TSU-MOTIVO         PIC X(02).                       00021000
       77 WRK-QT-SUSTACOES             PIC 9(04) VALUE ZEROS.           00021100
       77 WRK-IDX-SUS                  PIC 9(04) VALUE ZEROS.           00021200
       77 WRK-SUS-ACHADA               PIC 9(04) VALUE ZEROS.           00021300
                                                                        00021400
       01 WRK-TAB-CHAVES-CLI.                                           00021500
          05 WRK-TBK-CHAVE             PIC X(08) OCCURS 1000 TIMES.     00021600
       77 WRK-QT-CHAVES-CLI            PIC 9(04) VALUE ZEROS.           00021700
       77 WRK-IDX-CLI                  PIC 9(04) VALUE ZEROS.           00021800
       77 WRK-ACHOU                    PIC X(01) VALUE 'N'.             00021900
                                                                        00022000
       77 WRK-CHAVE-PROCURADA          PIC X(08) VALUE SPACES.          00022100
       77 WRK-NUM-PROCURADO            PIC 9(06) VALUE ZEROS.           00022200
       77 WRK-MOTIVO-DEV               PIC X(02) VALUE SPACES.          00022300
                                                                        00022400
      *----------------------------------------------------------------*00022500
       01 FILLER                       PIC X(50)               VALUE    00022600
            '**** AREA DE VARIAVEIS E CONTADORES ****'.                 00022700
      *----------------------------------------------------------------*00022800
                                                                        00022900
       77 WRK-FS-CHQAPR                PIC X(02) VALUE SPACES.          00023000
       77 WRK-FS-TALENT                PIC X(02) VALUE SPACES.          00023100
       77 WRK-FS-SUSTAC                PIC X(02) VALUE SPACES.          00023200
       77 WRK-FS-DEVANT                PIC X(02) VALUE SPACES.          00023300
       77 WRK-FS-CLI2505               PIC X(02) VALUE SPACES.          00023400
       77 WRK-FS-RUNCTL                PIC X(02) VALUE SPACES.          00023500
       77 WRK-FS-MOVCHQ                PIC X(02) VALUE SPACES.          00023600
       77 WRK-FS-CHQREC                PIC X(02) VALUE SPACES.          00023700
       77 WRK-FS-TALSAI                PIC X(02) VALUE SPACES.          00023800
       77 WRK-ACU-LIDOS                PIC 9(07) VALUE ZEROS.           00023900
       77 WRK-ACU-GERADOS              PIC 9(07) VALUE ZEROS.           00024000
       77 WRK-ACU-DEVOLVIDOS           PIC 9(07) VALUE ZEROS.           00024100
       77 WRK-ACU-INVALIDOS            PIC 9(07) VALUE ZEROS.           00024200
       77 WRK-ACU-REAPRESENTADOS       PIC 9(07) VALUE ZEROS.           00024300
       77 WRK-ACU-BAIXAS-DEV           PIC 9(07) VALUE ZEROS.           00024400
       77 WRK-HASH-VALOR               PIC 9(15) VALUE ZEROS.           00024500
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00024600
                                                                        00024700
      *----------------------------------------------------------------*00024800
       01 FILLER                       PIC X(50)               VALUE    00024900
            '**** AREA DO MODULO TRTERRO ****'.                         00025000
      *----------------------------------------------------------------*00025100
                                                                        00025200
        COPY '#TRTERRO'.                                                00025300
                                                                        00025400
      *================================================================*00025500
       PROCEDURE DIVISION.                                              00025600
      *================================================================*00025700
      *----------------------------------------------------------------*00025800
       0000-PRINCIPAL                     SECTION.                      00025900
      *----------------------------------------------------------------*00026000
                                                                        00026100
           ACCEPT WRK-HORA-ACCEPT FROM TIME.                            00026200
           MOVE WRK-HORA-ACC-HHMMSS TO WRK-HORA-PASSO-INI.              00026300
                                                                        00026400
           PERFORM 1000-INICIAR.                                        00026500
                                                                        00026600
           PERFORM 2000-PROCESSAR UNTIL WRK-FS-CHQAPR EQUAL '10'.       00026700
                                                                        00026800
           PERFORM 3000-FINALIZAR.                                      00026900
                                                                        00027000
      *----------------------------------------------------------------*00027100
       0000-99-FIM.            EXIT.                                    00027200
      *----------------------------------------------------------------*00027300
                                                                        00027400
      *----------------------------------------------------------------*00027500
       1000-INICIAR                       SECTION.                      00027600
      *----------------------------------------------------------------*00027700
                                                                        00027800
            OPEN INPUT  CHQAPR                                          00027900
                        TALENT                                          00028000
                        CLI2505                                         00028100
                 OUTPUT MOVCHQ                                          00028200
                        CHQREC                                          00028300
                        TALSAI.                                         00028400
            PERFORM 1100-TESTAR-FILE-STATUS.                            00028500
                                                                        00028600
            PERFORM 1600-LER-DATA-RODADA.                               00028700
                                                                        00028800
            PERFORM 1200-CARREGAR-CLIENTES.                             00028900
                                                                        00029000
            PERFORM 1300-CARREGAR-TALOES.                               00029100
                                                                        00029200
            PERFORM 1400-CARREGAR-SUSTACOES.                            00029300
                                                                        00029400
            PERFORM 1500-BAIXAR-DEVOLUCOES.                             00029500
                                                                        00029600
            PERFORM 1700-GRAVAR-CABECALHO.                              00029700
                                                                        00029800
      *----------------------------------------------------------------*00029900
       1000-99-FIM.            EXIT.                                    00030000
      *----------------------------------------------------------------*00030100
      *----------------------------------------------------------------*00030200
       1100-TESTAR-FILE-STATUS            SECTION.                      00030300
      *----------------------------------------------------------------*00030400
                                                                        00030500
            IF WRK-FS-CHQAPR NOT EQUAL ZEROS                            00030600
                MOVE ' ERRO ABERTURA CHQAPR ' TO WRK-MSG                00030700
                PERFORM 9000-TRATAR-ERROS                               00030800
            END-IF.                                                     00030900
            IF WRK-FS-TALENT NOT EQUAL ZEROS                            00031000
                MOVE ' ERRO ABERTURA TALENT ' TO WRK-MSG                00031100
                PERFORM 9000-TRATAR-ERROS                               00031200
            END-IF.                                                     00031300
            IF WRK-FS-CLI2505 NOT EQUAL ZEROS                           00031400
                MOVE ' ERRO ABERTURA CLI2505 ' TO WRK-MSG               00031500
                PERFORM 9000-TRATAR-ERROS                               00031600
            END-IF.                                                     00031700
            IF WRK-FS-MOVCHQ NOT EQUAL ZEROS                            00031800
                MOVE ' ERRO ABERTURA MOVCHQ ' TO WRK-MSG                00031900
                PERFORM 9000-TRATAR-ERROS                               00032000
            END-IF.                                                     00032100
            IF WRK-FS-CHQREC NOT EQUAL ZEROS                            00032200
                MOVE ' ERRO ABERTURA CHQREC ' TO WRK-MSG                00032300
                PERFORM 9000-TRATAR-ERROS                               00032400
            END-IF.                                                     00032500
            IF WRK-FS-TALSAI NOT EQUAL ZEROS                            00032600
                MOVE ' ERRO ABERTURA TALSAI ' TO WRK-MSG                00032700
                PERFORM 9000-TRATAR-ERROS                               00032800
            END-IF.                                                     00032900
                                                                        00033000
      *----------------------------------------------------------------*00033100
       1100-99-FIM.            EXIT.                                    00033200
      *----------------------------------------------------------------*00033300
      *----------------------------------------------------------------*00033400
       1200-CARREGAR-CLIENTES             SECTION.                      00033500
      *----------------------------------------------------------------*00033600
      *    CONTA FORA DO CADASTRO DO DIA = CONTA ENCERRADA.            *00033700
      *----------------------------------------------------------------*00033800
                                                                        00033900
            READ CLI2505.                                               00034000
            IF WRK-FS-CLI2505 NOT EQUAL ZEROS                           00034100
               OR FD-CLI2505(1:3) NOT EQUAL 'HDR'                       00034200
                MOVE ' CLI2505 SEM CABECALHO ' TO WRK-MSG               00034300
                PERFORM 9000-TRATAR-ERROS                               00034400
            END-IF.                                                     00034500
            MOVE FD-CLI2505(1:21) TO WRK-REG-CABECALHO.                 00034600
            IF WRK-HDR-VERSAO NOT EQUAL '02'                            00034700
                MOVE ' CLI2505 EM LAYOUT SEM CENTAVOS ' TO WRK-MSG      00034800
                PERFORM 9000-TRATAR-ERROS                               00034900
            END-IF.                                                     00035000
                                                                        00035100
            PERFORM 1210-LER-CLIENTE                                    00035200
                UNTIL WRK-FS-CLI2505 EQUAL '10'.                        00035300
            CLOSE CLI2505.                                              00035400
                                                                        00035500
            DISPLAY 'CONTAS DO CADASTRO....: ' WRK-QT-CHAVES-CLI.       00035600
                                                                        00035700
      *----------------------------------------------------------------*00035800
       1200-99-FIM.            EXIT.                                    00035900
      *----------------------------------------------------------------*00036000
      *----------------------------------------------------------------*00036100
       1210-LER-CLIENTE                   SECTION.                      00036200
      *----------------------------------------------------------------*00036300
                                                                        00036400
            READ CLI2505.                                               00036500
            IF WRK-FS-CLI2505 NOT EQUAL ZEROS                           00036600
               OR FD-CLI2505(1:3) EQUAL 'TRL'                           00036700
                MOVE '10' TO WRK-FS-CLI2505                             00036800
                GO TO 1210-99-FIM                                       00036900
            END-IF.                                                     00037000
                                                                        00037100
            IF WRK-QT-CHAVES-CLI NOT LESS 1000                          00037200
                MOVE ' TABELA DE CONTAS CHEIA ' TO WRK-MSG              00037300
                PERFORM 9000-TRATAR-ERROS                               00037400
            END-IF.                                                     00037500
            ADD 1 TO WRK-QT-CHAVES-CLI.                                 00037600
            MOVE FD-CLI2505-CHAVE TO WRK-TBK-CHAVE(WRK-QT-CHAVES-CLI).  00037700
                                                                        00037800
      *----------------------------------------------------------------*00037900
       1210-99-FIM.            EXIT.                                    00038000
      *----------------------------------------------------------------*00038100
      *----------------------------------------------------------------*00038200
       1300-CARREGAR-TALOES               SECTION.                      00038300
      *----------------------------------------------------------------*00038400
                                                                        00038500
            PERFORM 1310-LER-TALAO                                      00038600
                UNTIL WRK-FS-TALENT EQUAL '10'.                         00038700
            CLOSE TALENT.                                               00038800
                                                                        00038900
            DISPLAY 'TALONARIOS CARREGADOS.: ' WRK-QT-TALOES.           00039000
                                                                        00039100
      *----------------------------------------------------------------*00039200
       1300-99-FIM.            EXIT.                                    00039300
      *----------------------------------------------------------------*00039400
      *----------------------------------------------------------------*00039500
       1310-LER-TALAO                     SECTION.                      00039600
      *----------------------------------------------------------------*00039700
                                                                        00039800
            READ TALENT.                                                00039900
            IF WRK-FS-TALENT NOT EQUAL ZEROS                            00040000
                MOVE '10' TO WRK-FS-TALENT                              00040100
                GO TO 1310-99-FIM                                       00040200
            END-IF.                                                     00040300
                                                                        00040400
            IF WRK-QT-TALOES NOT LESS 2000                              00040500
                MOVE ' TABELA DE TALONARIOS CHEIA ' TO WRK-MSG          00040600
                PERFORM 9000-TRATAR-ERROS                               00040700
            END-IF.                                                     00040800
            ADD 1 TO WRK-QT-TALOES.                                     00040900
            MOVE FD-TALENT TO WRK-TTL-TALAO(WRK-QT-TALOES).             00041000
                                                                        00041100
      *----------------------------------------------------------------*00041200
       1310-99-FIM.            EXIT.                                    00041300
      *----------------------------------------------------------------*00041400
      *----------------------------------------------------------------*00041500
       1400-CARREGAR-SUSTACOES            SECTION.                      00041600
      *----------------------------------------------------------------*00041700
      *    SO AS ORDENS ATIVAS ('A') ENTRAM NA TABELA.                 *00041800
      *----------------------------------------------------------------*00041900
                                                                        00042000
            OPEN INPUT SUSTAC.                                          00042100
            IF WRK-FS-SUSTAC EQUAL '35'                                 00042200
                DISPLAY 'SUSTAC AUSENTE - SEM ORDENS DE SUSTACAO'       00042300
                GO TO 1400-99-FIM                                       00042400
            END-IF.                                                     00042500
            IF WRK-FS-SUSTAC NOT EQUAL ZEROS                            00042600
                MOVE ' ERRO ABERTURA SUSTAC ' TO WRK-MSG                00042700
                PERFORM 9000-TRATAR-ERROS                               00042800
            END-IF.                                                     00042900
                                                                        00043000
            PERFORM 1410-LER-SUSTACAO                                   00043100
                UNTIL WRK-FS-SUSTAC EQUAL '10'.                         00043200
            CLOSE SUSTAC.                                               00043300
                                                                        00043400
            DISPLAY 'SUSTACOES ATIVAS......: ' WRK-QT-SUSTACOES.        00043500
                                                                        00043600
      *----------------------------------------------------------------*00043700
       1400-99-FIM.            EXIT.                                    00043800
      *----------------------------------------------------------------*00043900
      *----------------------------------------------------------------*00044000
       1410-LER-SUSTACAO                  SECTION.                      00044100
      *----------------------------------------------------------------*00044200
                                                                        00044300
            READ SUSTAC INTO WRK-REG-CHQSUS.                            00044400
            IF WRK-FS-SUSTAC NOT EQUAL ZEROS                            00044500
                MOVE '10' TO WRK-FS-SUSTAC                              00044600
                GO TO 1410-99-FIM                                       00044700
            END-IF.                                                     00044800
                                                                        00044900
            IF WRK-SUS-SITUACAO NOT EQUAL 'A'                           00045000
                GO TO 1410-99-FIM                                       00045100
            END-IF.                                                     00045200
                                                                        00045300
            IF WRK-QT-SUSTACOES NOT LESS 1000                           00045400
                MOVE ' TABELA DE SUSTACOES CHEIA ' TO WRK-MSG           00045500
                PERFORM 9000-TRATAR-ERROS                               00045600
            END-IF.                                                     00045700
            ADD 1 TO WRK-QT-SUSTACOES.                                  00045800
            MOVE WRK-SUS-CHAVE   TO WRK-TSU-CHAVE(WRK-QT-SUSTACOES).    00045900
            MOVE WRK-SUS-NUM-INI TO WRK-TSU-NUM-INI(WRK-QT-SUSTACOES).  00046000
            MOVE WRK-SUS-NUM-FIM TO WRK-TSU-NUM-FIM(WRK-QT-SUSTACOES).  00046100
            MOVE WRK-SUS-MOTIVO  TO WRK-TSU-MOTIVO(WRK-QT-SUSTACOES).   00046200
                                                                        00046300
      *----------------------------------------------------------------*00046400
       1410-99-FIM.            EXIT.                                    00046500
      *----------------------------------------------------------------*00046600
      *----------------------------------------------------------------*00046700
       1500-BAIXAR-DEVOLUCOES             SECTION.                      00046800
      *----------------------------------------------------------------*00046900
      *    CHEQUES QUE O FR06EX03 DEVOLVEU SEM FUNDOS NA NOITE         *00047000
      *    ANTERIOR: A FOLHA MARCADA 'P' NA VALIDACAO VOLTA A 'D'      *00047100
      *    (MOTIVO '11') OU 'X' (MOTIVO '12').                         *00047200
      *----------------------------------------------------------------*00047300
                                                                        00047400
            OPEN INPUT DEVANT.                                          00047500
            IF WRK-FS-DEVANT EQUAL '35'                                 00047600
                DISPLAY 'DEVANT AUSENTE - SEM DEVOLUCOES ANTERIORES'    00047700
                GO TO 1500-99-FIM                                       00047800
            END-IF.                                                     00047900
            IF WRK-FS-DEVANT NOT EQUAL ZEROS                            00048000
                MOVE ' ERRO ABERTURA DEVANT ' TO WRK-MSG                00048100
                PERFORM 9000-TRATAR-ERROS                               00048200
            END-IF.                                                     00048300
                                                                        00048400
            PERFORM 1510-LER-DEVOLUCAO                                  00048500
                UNTIL WRK-FS-DEVANT EQUAL '10'.                         00048600
            CLOSE DEVANT.                                               00048700
                                                                        00048800
            DISPLAY 'DEVOLUCOES BAIXADAS...: ' WRK-ACU-BAIXAS-DEV.      00048900
                                                                        00049000
      *----------------------------------------------------------------*00049100
       1500-99-FIM.            EXIT.                                    00049200
      *----------------------------------------------------------------*00049300
      *----------------------------------------------------------------*00049400
       1510-LER-DEVOLUCAO                 SECTION.                      00049500
      *----------------------------------------------------------------*00049600
                                                                        00049700
            READ DEVANT INTO WRK-REG-CHQDV.                             00049800
            IF WRK-FS-DEVANT NOT EQUAL ZEROS                            00049900
                MOVE '10' TO WRK-FS-DEVANT                              00050000
                GO TO 1510-99-FIM                                       00050100
            END-IF.                                                     00050200
                                                                        00050300
            MOVE WRK-CDV-MOVIMENTO TO FD-MOV2505.                       00050400
            MOVE FD-MOV2505-CHAVE  TO WRK-CHAVE-PROCURADA.              00050500
            MOVE FD-CHQ-NUMERO     TO WRK-NUM-PROCURADO.                00050600
            PERFORM 2300-LOCALIZAR-FOLHA.                               00050700
            IF WRK-TAL-ACHADO EQUAL ZEROS                               00050800
               OR WRK-TTL-FOLHA(WRK-TAL-ACHADO, WRK-POS-FOLHA)          00050900
                  NOT EQUAL 'P'                                         00051000
                DISPLAY 'DEVOLUCAO SEM FOLHA PAGA: ' FD-MOV2505-CHAVE   00051100
                        ' ' FD-CHQ-NUMERO                               00051200
                MOVE 4 TO RETURN-CODE                                   00051300
                GO TO 1510-99-FIM                                       00051400
            END-IF.                                                     00051500
                                                                        00051600
            IF WRK-CDV-MOTIVO EQUAL '11'                                00051700
                MOVE 'D' TO WRK-TTL-FOLHA(WRK-TAL-ACHADO, WRK-POS-FOLHA)00051800
            ELSE                                                        00051900
                MOVE 'X' TO WRK-TTL-FOLHA(WRK-TAL-ACHADO, WRK-POS-FOLHA)00052000
            END-IF.                                                     00052100
            ADD 1 TO WRK-ACU-BAIXAS-DEV.                                00052200
                                                                        00052300
      *----------------------------------------------------------------*00052400
       1510-99-FIM.            EXIT.                                    00052500
      *----------------------------------------------------------------*00052600
      *----------------------------------------------------------------*00052700
       1600-LER-DATA-RODADA               SECTION.                      00052800
      *----------------------------------------------------------------*00052900
                                                                        00053000
            OPEN INPUT RUNCTL.                                          00053100
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00053200
                MOVE ' RUNCTL AUSENTE - RODAR FR06CB01 ' TO WRK-MSG     00053300
                PERFORM 9000-TRATAR-ERROS                               00053400
            END-IF.                                                     00053500
                                                                        00053600
            READ RUNCTL INTO WRK-RUNCTL.                                00053700
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00053800
               OR WRK-RUNCTL-TIPO NOT EQUAL '1'                         00053900
                MOVE ' RUNCTL SEM REGISTRO DE ABERTURA ' TO WRK-MSG     00054000
                PERFORM 9000-TRATAR-ERROS                               00054100
            END-IF.                                                     00054200
                                                                        00054300
            MOVE WRK-RUNCTL-DATA TO WRK-DATA-RODADA.                    00054400
            CLOSE RUNCTL.                                               00054500
                                                                        00054600
      *----------------------------------------------------------------*00054700
       1600-99-FIM.            EXIT.                                    00054800
      *----------------------------------------------------------------*00054900
      *----------------------------------------------------------------*00055000
       1700-GRAVAR-CABECALHO              SECTION.                      00055100
      *----------------------------------------------------------------*00055200
                                                                        00055300
            MOVE SPACES            TO WRK-REG-CABECALHO.                00055400
            MOVE 'HDR'             TO WRK-HDR-ID.                       00055500
            MOVE 'MOV2505 '        TO WRK-HDR-ARQUIVO.                  00055600
            MOVE WRK-DATA-RODADA   TO WRK-HDR-DATA-GERACAO.             00055700
            MOVE '02'              TO WRK-HDR-VERSAO.                   00055800
            MOVE SPACES            TO FD-MOVCHQ.                        00055900
            MOVE WRK-REG-CABECALHO TO FD-MOVCHQ(1:21).                  00056000
            WRITE FD-MOVCHQ.                                            00056100
                                                                        00056200
      *----------------------------------------------------------------*00056300
       1700-99-FIM.            EXIT.                                    00056400
      *----------------------------------------------------------------*00056500
      *----------------------------------------------------------------*00056600
       2000-PROCESSAR                     SECTION.                      00056700
      *----------------------------------------------------------------*00056800
                                                                        00056900
            READ CHQAPR INTO WRK-REG-CHQAPR.                            00057000
            IF WRK-FS-CHQAPR NOT EQUAL ZEROS                            00057100
                MOVE '10' TO WRK-FS-CHQAPR                              00057200
                GO TO 2000-99-FIM                                       00057300
            END-IF.                                                     00057400
                                                                        00057500
            ADD 1 TO WRK-ACU-LIDOS.                                     00057600
                                                                        00057700
            IF WRK-APR-CHAVE EQUAL SPACES                               00057800
               OR WRK-APR-NUMERO NOT NUMERIC                            00057900
               OR WRK-APR-VALOR NOT NUMERIC                             00058000
               OR WRK-APR-VALOR EQUAL ZEROS                             00058100
                ADD 1 TO WRK-ACU-INVALIDOS                              00058200
                MOVE 4 TO RETURN-CODE                                   00058300
                DISPLAY 'APRESENTACAO INVALIDA IGNORADA: '              00058400
                        WRK-REG-CHQAPR(1:30)                            00058500
                GO TO 2000-99-FIM                                       00058600
            END-IF.                                                     00058700
                                                                        00058800
            PERFORM 2100-MONTAR-MOVIMENTO.                              00058900
                                                                        00059000
            MOVE WRK-APR-CHAVE TO WRK-CHAVE-PROCURADA.                  00059100
            PERFORM 2200-PROCURAR-CLIENTE.                              00059200
            IF WRK-ACHOU EQUAL 'N'                                      00059300
                MOVE '13' TO WRK-MOTIVO-DEV                             00059400
                PERFORM 2800-DEVOLVER-CHEQUE                            00059500
                GO TO 2000-99-FIM                                       00059600
            END-IF.                                                     00059700
                                                                        00059800
            MOVE WRK-APR-NUMERO TO WRK-NUM-PROCURADO.                   00059900
            PERFORM 2300-LOCALIZAR-FOLHA.                               00060000
            IF WRK-TAL-ACHADO EQUAL ZEROS                               00060100
                MOVE '35' TO WRK-MOTIVO-DEV                             00060200
                PERFORM 2800-DEVOLVER-CHEQUE                            00060300
                GO TO 2000-99-FIM                                       00060400
            END-IF.                                                     00060500
                                                                        00060600
            PERFORM 2400-PROCURAR-SUSTACAO.                             00060700
            IF WRK-SUS-ACHADA GREATER ZEROS                             00060800
                MOVE WRK-TSU-MOTIVO(WRK-SUS-ACHADA) TO WRK-MOTIVO-DEV   00060900
                PERFORM 2800-DEVOLVER-CHEQUE                            00061000
                GO TO 2000-99-FIM                                       00061100
            END-IF.                                                     00061200
                                                                        00061300
            EVALUATE WRK-TTL-FOLHA(WRK-TAL-ACHADO, WRK-POS-FOLHA)       00061400
             WHEN 'E'                                                   00061500
               MOVE 1 TO FD-CHQ-APRESENTACAO                            00061600
             WHEN 'D'                                                   00061700
               MOVE 2 TO FD-CHQ-APRESENTACAO                            00061800
               ADD 1 TO WRK-ACU-REAPRESENTADOS                          00061900
             WHEN OTHER                                                 00062000
               MOVE '49' TO WRK-MOTIVO-DEV                              00062100
               PERFORM 2800-DEVOLVER-CHEQUE                             00062200
               GO TO 2000-99-FIM                                        00062300
            END-EVALUATE.                                               00062400
                                                                        00062500
            MOVE 'P' TO WRK-TTL-FOLHA(WRK-TAL-ACHADO, WRK-POS-FOLHA).   00062600
            PERFORM 2500-GERAR-MOVIMENTO.                               00062700
                                                                        00062800
      *----------------------------------------------------------------*00062900
       2000-99-FIM.            EXIT.                                    00063000
      *----------------------------------------------------------------*00063100
      *----------------------------------------------------------------*00063200
       2100-MONTAR-MOVIMENTO              SECTION.                      00063300
      *----------------------------------------------------------------*00063400
      *    DESCRICAO 'CHEQUE NNNNNN APRES N' (FD-MOV-CHEQUE).          *00063500
      *----------------------------------------------------------------*00063600
                                                                        00063700
            MOVE SPACES             TO FD-MOV2505.                      00063800
            MOVE WRK-APR-CHAVE      TO FD-MOV2505-CHAVE.                00063900
            MOVE 'CHEQUE '          TO FD-CHQ-LITERAL.                  00064000
            MOVE WRK-APR-NUMERO     TO FD-CHQ-NUMERO.                   00064100
            MOVE 'APRES '           TO FD-CHQ-LIT-APRES.                00064200
            MOVE 1                  TO FD-CHQ-APRESENTACAO.             00064300
            MOVE WRK-APR-VALOR      TO FD-VALORMOV.                     00064400
            MOVE 'D'                TO FD-TIPOMOV.                      00064500
            MOVE WRK-DATA-RODADA    TO FD-MOV-DATA.                     00064600
                                                                        00064700
      *----------------------------------------------------------------*00064800
       2100-99-FIM.            EXIT.                                    00064900
      *----------------------------------------------------------------*00065000
      *----------------------------------------------------------------*00065100
       2200-PROCURAR-CLIENTE              SECTION.                      00065200
      *----------------------------------------------------------------*00065300
                                                                        00065400
            MOVE 'N' TO WRK-ACHOU.                                      00065500
            PERFORM 2210-COMPARAR-CLIENTE                               00065600
                VARYING WRK-IDX-CLI FROM 1 BY 1                         00065700
                UNTIL WRK-IDX-CLI GREATER WRK-QT-CHAVES-CLI             00065800
                   OR WRK-ACHOU EQUAL 'S'.                              00065900
                                                                        00066000
      *----------------------------------------------------------------*00066100
       2200-99-FIM.            EXIT.                                    00066200
      *----------------------------------------------------------------*00066300
      *----------------------------------------------------------------*00066400
       2210-COMPARAR-CLIENTE              SECTION.                      00066500
      *----------------------------------------------------------------*00066600
                                                                        00066700
            IF WRK-TBK-CHAVE(WRK-IDX-CLI) EQUAL WRK-CHAVE-PROCURADA     00066800
                MOVE 'S' TO WRK-ACHOU                                   00066900
            END-IF.                                                     00067000
                                                                        00067100
      *----------------------------------------------------------------*00067200
       2210-99-FIM.            EXIT.                                    00067300
      *----------------------------------------------------------------*00067400
      *----------------------------------------------------------------*00067500
       2300-LOCALIZAR-FOLHA               SECTION.                      00067600
      *----------------------------------------------------------------*00067700
      *    TALAO DA CONTA CUJA FAIXA COBRE O NUMERO PROCURADO; A       *00067800
      *    POSICAO DA FOLHA E NUMERO - NUM-INI + 1.                    *00067900
      *----------------------------------------------------------------*00068000
                                                                        00068100
            MOVE ZEROS TO WRK-TAL-ACHADO.                               00068200
            PERFORM 2310-COMPARAR-TALAO                                 00068300
                VARYING WRK-IDX-TAL FROM 1 BY 1                         00068400
                UNTIL WRK-IDX-TAL GREATER WRK-QT-TALOES                 00068500
                   OR WRK-TAL-ACHADO GREATER ZEROS.                     00068600
                                                                        00068700
      *----------------------------------------------------------------*00068800
       2300-99-FIM.            EXIT.                                    00068900
      *----------------------------------------------------------------*00069000
      *----------------------------------------------------------------*00069100
       2310-COMPARAR-TALAO                SECTION.                      00069200
      *----------------------------------------------------------------*00069300
                                                                        00069400
            IF WRK-TTL-CHAVE(WRK-IDX-TAL) NOT EQUAL WRK-CHAVE-PROCURADA 00069500
               OR WRK-TTL-NUM-INI(WRK-IDX-TAL) GREATER WRK-NUM-PROCURADO00069600
                GO TO 2310-99-FIM                                       00069700
            END-IF.                                                     00069800
                                                                        00069900
            COMPUTE WRK-NUM-FIM-TALAO =                                 00070000
                WRK-TTL-NUM-INI(WRK-IDX-TAL)                            00070100
                + WRK-TTL-QT-FOLHAS(WRK-IDX-TAL) - 1.                   00070200
            IF WRK-NUM-PROCURADO NOT GREATER WRK-NUM-FIM-TALAO          00070300
                MOVE WRK-IDX-TAL TO WRK-TAL-ACHADO                      00070400
                COMPUTE WRK-POS-FOLHA =                                 00070500
                    WRK-NUM-PROCURADO - WRK-TTL-NUM-INI(WRK-IDX-TAL) + 100070600
            END-IF.                                                     00070700
                                                                        00070800
      *----------------------------------------------------------------*00070900
       2310-99-FIM.            EXIT.                                    00071000
      *----------------------------------------------------------------*00071100
      *----------------------------------------------------------------*00071200
       2400-PROCURAR-SUSTACAO             SECTION.                      00071300
      *----------------------------------------------------------------*00071400
                                                                        00071500
            MOVE ZEROS TO WRK-SUS-ACHADA.                               00071600
            PERFORM 2410-COMPARAR-SUSTACAO                              00071700
                VARYING WRK-IDX-SUS FROM 1 BY 1                         00071800
                UNTIL WRK-IDX-SUS GREATER WRK-QT-SUSTACOES              00071900
                   OR WRK-SUS-ACHADA GREATER ZEROS.                     00072000
                                                                        00072100
      *----------------------------------------------------------------*00072200
       2400-99-FIM.            EXIT.                                    00072300
      *----------------------------------------------------------------*00072400
      *----------------------------------------------------------------*00072500
       2410-COMPARAR-SUSTACAO             SECTION.                      00072600
      *----------------------------------------------------------------*00072700
                                                                        00072800
            IF WRK-TSU-CHAVE(WRK-IDX-SUS) EQUAL WRK-APR-CHAVE           00072900
               AND WRK-TSU-NUM-INI(WRK-IDX-SUS)                         00073000
                   NOT GREATER WRK-APR-NUMERO                           00073100
               AND WRK-TSU-NUM-FIM(WRK-IDX-SUS)                         00073200
                   NOT LESS WRK-APR-NUMERO                              00073300
                MOVE WRK-IDX-SUS TO WRK-SUS-ACHADA                      00073400
            END-IF.                                                     00073500
                                                                        00073600
      *----------------------------------------------------------------*00073700
       2410-99-FIM.            EXIT.                                    00073800
      *----------------------------------------------------------------*00073900
      *----------------------------------------------------------------*00074000
       2500-GERAR-MOVIMENTO               SECTION.                      00074100
      *----------------------------------------------------------------*00074200
                                                                        00074300
            WRITE FD-MOVCHQ FROM FD-MOV2505.                            00074400
            IF WRK-FS-MOVCHQ NOT EQUAL ZEROS                            00074500
                MOVE ' ERRO GRAVACAO MOVCHQ ' TO WRK-MSG                00074600
                PERFORM 9000-TRATAR-ERROS                               00074700
            END-IF.                                                     00074800
                                                                        00074900
            ADD 1 TO WRK-ACU-GERADOS.                                   00075000
            COMPUTE WRK-HASH-VALOR =                                    00075100
                WRK-HASH-VALOR + (FD-VALORMOV * 100).                   00075200
                                                                        00075300
      *----------------------------------------------------------------*00075400
       2500-99-FIM.            EXIT.                                    00075500
      *----------------------------------------------------------------*00075600
      *----------------------------------------------------------------*00075700
       2800-DEVOLVER-CHEQUE               SECTION.                      00075800
      *----------------------------------------------------------------*00075900
                                                                        00076000
            MOVE SPACES            TO WRK-REG-CHQDV.                    00076100
            MOVE FD-MOV2505        TO WRK-CDV-MOVIMENTO.                00076200
            MOVE WRK-MOTIVO-DEV    TO WRK-CDV-MOTIVO.                   00076300
            MOVE 'V'               TO WRK-CDV-ORIGEM.                   00076400
            MOVE WRK-DATA-RODADA   TO WRK-CDV-DATA-DEVOLUCAO.           00076500
            WRITE FD-CHQREC FROM WRK-REG-CHQDV.                         00076600
            IF WRK-FS-CHQREC NOT EQUAL ZEROS                            00076700
                MOVE ' ERRO GRAVACAO CHQREC ' TO WRK-MSG                00076800
                PERFORM 9000-TRATAR-ERROS                               00076900
            END-IF.                                                     00077000
                                                                        00077100
            ADD 1 TO WRK-ACU-DEVOLVIDOS.                                00077200
            DISPLAY 'CHEQUE DEVOLVIDO: ' WRK-APR-CHAVE ' '              00077300
                    WRK-APR-NUMERO ' MOTIVO ' WRK-MOTIVO-DEV.           00077400
                                                                        00077500
      *----------------------------------------------------------------*00077600
       2800-99-FIM.            EXIT.                                    00077700
      *----------------------------------------------------------------*00077800
      *----------------------------------------------------------------*00077900
       3000-FINALIZAR                     SECTION.                      00078000
      *----------------------------------------------------------------*00078100
                                                                        00078200
            MOVE SPACES            TO WRK-REG-TRAILER.                  00078300
            MOVE 'TRL'             TO WRK-TRL-ID.                       00078400
            MOVE WRK-ACU-GERADOS   TO WRK-TRL-QT-REGISTROS.             00078500
            MOVE WRK-HASH-VALOR    TO WRK-TRL-HASH-VALOR.               00078600
            MOVE SPACES            TO FD-MOVCHQ.                        00078700
            MOVE WRK-REG-TRAILER   TO FD-MOVCHQ(1:27).                  00078800
            WRITE FD-MOVCHQ.                                            00078900
                                                                        00079000
            PERFORM 3200-GRAVAR-TALAO                                   00079100
                VARYING WRK-IDX-TAL FROM 1 BY 1                         00079200
                UNTIL WRK-IDX-TAL GREATER WRK-QT-TALOES.                00079300
                                                                        00079400
            CLOSE CHQAPR                                                00079500
                  MOVCHQ                                                00079600
                  CHQREC                                                00079700
                  TALSAI.                                               00079800
                                                                        00079900
            DISPLAY 'CHEQUES APRESENTADOS..: ' WRK-ACU-LIDOS.           00080000
            DISPLAY 'DEBITOS GERADOS.......: ' WRK-ACU-GERADOS.         00080100
            DISPLAY '  REAPRESENTACOES.....: ' WRK-ACU-REAPRESENTADOS.  00080200
            DISPLAY 'CHEQUES DEVOLVIDOS....: ' WRK-ACU-DEVOLVIDOS.      00080300
            DISPLAY 'APRESENTACOES INVALID.: ' WRK-ACU-INVALIDOS.       00080400
            DISPLAY 'HASH DOS VALORES......: ' WRK-HASH-VALOR.          00080500
                                                                        00080600
            PERFORM 3100-GRAVAR-RUNCTL.                                 00080700
                                                                        00080800
            STOP RUN.                                                   00080900
      *----------------------------------------------------------------*00081000
       3000-99-FIM.            EXIT.                                    00081100
      *----------------------------------------------------------------*00081200
      *----------------------------------------------------------------*00081300
       3100-GRAVAR-RUNCTL                 SECTION.                      00081400
      *----------------------------------------------------------------*00081500
                                                                        00081600
            OPEN EXTEND RUNCTL.                                         00081700
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00081800
                MOVE ' ERRO ABERTURA RUNCTL ' TO WRK-MSG                00081900
                PERFORM 9000-TRATAR-ERROS                               00082000
            END-IF.                                                     00082100
                                                                        00082200
            MOVE SPACES             TO WRK-RUNCTL.                      00082300
            MOVE '2'                TO WRK-RUNCTL-TIPO.                 00082400
            MOVE 'FR06C106'         TO WRK-RUNCTL-PROGRAMA.             00082500
            MOVE WRK-ACU-LIDOS      TO WRK-RUNCTL-LIDOS.                00082600
            MOVE WRK-ACU-GERADOS    TO WRK-RUNCTL-GRAVADOS.             00082700
            COMPUTE WRK-RUNCTL-EXCECAO =                                00082800
                WRK-ACU-DEVOLVIDOS + WRK-ACU-INVALIDOS.                 00082900
            MOVE RETURN-CODE        TO WRK-RUNCTL-RETCODE.              00083000
            ACCEPT WRK-HORA-ACCEPT FROM TIME.                           00083100
            MOVE WRK-HORA-ACC-HHMMSS   TO WRK-HORA-PASSO-FIM.           00083200
            MOVE WRK-HORA-PASSO-INI    TO WRK-RUNCTL-HORA-INI.          00083300
            MOVE WRK-HORA-PASSO-FIM    TO WRK-RUNCTL-HORA-FIM.          00083400
            WRITE FD-RUNCTL FROM WRK-RUNCTL.                            00083500
            CLOSE RUNCTL.                                               00083600
                                                                        00083700
      *----------------------------------------------------------------*00083800
       3100-99-FIM.            EXIT.                                    00083900
      *----------------------------------------------------------------*00084000
      *----------------------------------------------------------------*00084100
       3200-GRAVAR-TALAO                  SECTION.                      00084200
      *----------------------------------------------------------------*00084300
                                                                        00084400
            WRITE FD-TALSAI FROM WRK-TTL-TALAO(WRK-IDX-TAL).            00084500
            IF WRK-FS-TALSAI NOT EQUAL ZEROS                            00084600
                MOVE ' ERRO GRAVACAO TALSAI ' TO WRK-MSG                00084700
                PERFORM 9000-TRATAR-ERROS                               00084800
            END-IF.                                                     00084900
                                                                        00085000
      *----------------------------------------------------------------*00085100
       3200-99-FIM.            EXIT.                                    00085200
      *----------------------------------------------------------------*00085300
                                                                        00085400
      *----------------------------------------------------------------*00085500
       9000-TRATAR-ERROS                  SECTION.                      00085600
      *----------------------------------------------------------------*00085700
                                                                        00085800
             MOVE 'FR06C106'       TO WRK-ERR-PROGRAMA.                 00085900
             MOVE '9000'           TO WRK-ERR-SECTION.                  00086000
             MOVE WRK-MSG          TO WRK-ERR-MSG.                      00086100
             MOVE SPACES           TO WRK-ERR-STATUS.                   00086200
             MOVE WRK-FS-CHQAPR    TO WRK-ERR-STATUS(1:2).              00086300
             MOVE WRK-FS-TALENT    TO WRK-ERR-STATUS(3:2).              00086400
             MOVE WRK-FS-MOVCHQ    TO WRK-ERR-STATUS(5:2).              00086500
             MOVE WRK-FS-CHQREC    TO WRK-ERR-STATUS(7:2).              00086600
             MOVE WRK-FS-TALSAI    TO WRK-ERR-STATUS(9:2).              00086700
             MOVE 'F'              TO WRK-ERR-SEVERIDADE.               00086800
                                                                        00086900
             CALL 'TRTERRO'        USING WRK-TRTERRO.                   00087000
                                                                        00087100
      *----------------------------------------------------------------*00087200
       9000-99-FIM.            EXIT.                                    00087300
      *----------------------------------------------------------------*00087400
