      *================================================================*00000100
       IDENTIFICATION                            DIVISION.              00000200
      *================================================================*00000300
                                                                        00000400
       PROGRAM-ID.  FR06C148.                                           00000500
                                                                        00000600
      *================================================================*00000700
      *     AUTOR.......: JOEI LORENTI                                  00000800
      *     ANALISTA....: IVAN SANCHES                                  00000900
      *     EMPRESA.....: FOURSYS                                       00001000
      *     DATA........: 15/10/2026                                    00001100
      *----------------------------------------------------------------*00001200
      *                                                                 00001300
      *     OBJETIVO: AGING SEMANAL DO CONTAS A RECEBER DE PROJETOS.    00001400
      *               RODA DEPOIS DA BAIXA DE RECEBIMENTOS (FR06C147).  00001500
      *               LE O CONTAS A RECEBER (CTAREC, LAYOUT B#RECEB),   00001600
      *               SELECIONA AS FATURAS COM SALDO (SITUACAO 'A' OU   00001700
      *               'P') E ORDENA (SORT INTERNO) POR CLIENTE,         00001800
      *               PROJETO E FATURA. COM A DATA DE RODADA DO         00001900
      *               RUNCTL, CLASSIFICA O SALDO DE CADA FATURA PELOS   00002000
      *               DIAS APOS O VENCIMENTO NAS FAIXAS 0-30 (INCLUI A  00002100
      *               VENCER), 31-60, 61-90 E 90+ DIAS (DIFERENCA PELO  00002200
      *               NUMERO SEQUENCIAL DO DIA, COMO NO FR06CB69).      00002300
      *               IMPRIME EM RELAGE AS FATURAS E OS TOTAIS POR      00002400
      *               FAIXA DE CADA PROJETO, DE CADA CLIENTE E GERAL.   00002500
      *                                                                 00002600
      *----------------------------------------------------------------*00002700
      *     INPUT:                                                      00002800
      *     DDNAME           I/O                                        00002900
      *     CTAREC            I   (CONTAS A RECEBER - LRECL 100)        00003000
      *     RUNCTL            I   (DATA DA RODADA)                      00003100
      *     RELAGE            O   (AGING - LRECL 80)                    00003200
      *                                                                 00003300
      *----------------------------------------------------------------*00003400
      *     MANUTENCAO:                                                 00003500
      *                                                                 00003600
      *================================================================*00003700
                                                                        00003800
      *================================================================*00003900
       ENVIRONMENT                               DIVISION.              00004000
      *================================================================*00004100
                                                                        00004200
      *----------------------------------------------------------------*00004300
       CONFIGURATION                             SECTION.               00004400
      *----------------------------------------------------------------*00004500
                                                                        00004600
       SPECIAL-NAMES.                                                   00004700
           DECIMAL-POINT IS COMMA.                                      00004800
                                                                        00004900
      *----------------------------------------------------------------*00005000
       INPUT-OUTPUT                              SECTION.               00005100
      *----------------------------------------------------------------*00005200
                                                                        00005300
       FILE-CONTROL.                                                    00005400
             SELECT CTAREC             ASSIGN TO CTAREC                 00005500
                FILE STATUS            IS WRK-FS-CTAREC.                00005600
             SELECT RUNCTL             ASSIGN TO RUNCTL                 00005700
                FILE STATUS            IS WRK-FS-RUNCTL.                00005800
             SELECT RELAGE             ASSIGN TO RELAGE                 00005900
                FILE STATUS            IS WRK-FS-RELAGE.                00006000
             SELECT ORDENA             ASSIGN TO ORDENA.                00006100
                                                                        00006200
      *================================================================*00006300
       DATA                                      DIVISION.              00006400
      *================================================================*00006500
                                                                        00006600
      *----------------------------------------------------------------*00006700
       FILE                                      SECTION.               00006800
      *----------------------------------------------------------------*00006900
                                                                        00007000
       FD CTAREC                                                        00007100
           RECORDING MODE IS F                                          00007200
           BLOCK CONTAINS 0 RECORDS.                                    00007300
       01 FD-CTAREC                    PIC X(100).                      00007400
                                                                        00007500
       FD RUNCTL                                                        00007600
           RECORDING MODE IS F                                          00007700
           BLOCK CONTAINS 0 RECORDS.                                    00007800
       01 FD-RUNCTL                    PIC X(80).                       00007900
                                                                        00008000
       FD RELAGE                                                        00008100
           RECORDING MODE IS F                                          00008200
           BLOCK CONTAINS 0 RECORDS.                                    00008300
       01 FD-RELAGE                    PIC X(80).                       00008400
                                                                        00008500
       SD ORDENA.                                                       00008600
       01 SD-ORDENA.                                                    00008700
          05 SD-CHAVE.                                                  00008800
             10 SD-CLIENTE             PIC X(08).                       00008900
             10 SD-PROJETO             PIC X(20).                       00009000
             10 SD-NUMERO              PIC 9(08).                       00009100
          05 SD-RECEB                  PIC X(100).                      00009200
                                                                        00009300
      *----------------------------------------------------------------*00009400
       WORKING-STORAGE                           SECTION.               00009500
      *----------------------------------------------------------------*00009600
                                                                        00009700
      *----------------------------------------------------------------*00009800
       01 FILLER                       PIC X(50)               VALUE    00009900
            '**** AREA DOS LAYOUTS E DO RUNCTL ****'.                   00010000
      *----------------------------------------------------------------*00010100
                                                                        00010200
        COPY 'B#RECEB'.                                                 00010300
        COPY 'B#RUNCTL'.                                                00010400
                                                                        00010500
      *----------------------------------------------------------------*00010600
       01 FILLER                       PIC X(50)               VALUE    00010700
            '**** AREA DE CALCULO DE DIAS ****'.                        00010800
      *----------------------------------------------------------------*00010900
                                                                        00011000
       01 WRK-TAB-DIAS-ACUM-DADOS.                                      00011100
          05 FILLER                    PIC X(36) VALUE                  00011200
             '000031059090120151181212243273304334'.                    00011300
       01 WRK-TAB-DIAS-ACUM REDEFINES WRK-TAB-DIAS-ACUM-DADOS.          00011400
          05 WRK-DIAS-ACUM             PIC 9(03) OCCURS 12 TIMES.       00011500
                                                                        00011600
       77 WRK-DATA-RODADA              PIC 9(08) VALUE ZEROS.           00011700
       77 WRK-DIA                      PIC 9(02) VALUE ZEROS.           00011800
       77 WRK-MES                      PIC 9(02) VALUE ZEROS.           00011900
       77 WRK-ANO                      PIC 9(04) VALUE ZEROS.           00012000
       77 WRK-ANO-AJUSTADO             PIC 9(04) VALUE ZEROS.           00012100
       77 WRK-BISSEXTOS                PIC 9(04) VALUE ZEROS.           00012200
       77 WRK-Q4                       PIC 9(04) VALUE ZEROS.           00012300
       77 WRK-Q100                     PIC 9(04) VALUE ZEROS.           00012400
       77 WRK-Q400                     PIC 9(04) VALUE ZEROS.           00012500
       77 WRK-NUM-DIA-HOJE             PIC 9(07) VALUE ZEROS.           00012600
       77 WRK-NUM-DIA-MOVTO            PIC 9(07) VALUE ZEROS.           00012700
       77 WRK-DIAS-ATRASO              PIC S9(07) VALUE ZEROS.          00012800
                                                                        00012900
      *----------------------------------------------------------------*00013000
       01 FILLER                       PIC X(50)               VALUE    00013100
            '**** AREA DE QUEBRA E TOTAIS ****'.                        00013200
      *----------------------------------------------------------------*00013300
                                                                        00013400
      *    FAIXA 1 = 0-30, 2 = 31-60, 3 = 61-90, 4 = 90+ E 5 = TOTAL    00013500
       01 WRK-TOTAIS-PROJETO.                                           00013600
          05 WRK-TPR-FAIXA             PIC 9(11)V99 OCCURS 5 TIMES.     00013700
       01 WRK-TOTAIS-CLIENTE.                                           00013800
          05 WRK-TCL-FAIXA             PIC 9(11)V99 OCCURS 5 TIMES.     00013900
       01 WRK-TOTAIS-GERAL.                                             00014000
          05 WRK-TGE-FAIXA             PIC 9(11)V99 OCCURS 5 TIMES.     00014100
                                                                        00014200
       77 WRK-IDX-FAIXA                PIC 9(01) VALUE ZEROS.           00014300
       77 WRK-SALDO                    PIC 9(11)V99 VALUE ZEROS.        00014400
       77 WRK-CLIENTE-ANTERIOR         PIC X(08) VALUE SPACES.          00014500
       77 WRK-PROJETO-ANTERIOR         PIC X(20) VALUE SPACES.          00014600
       77 WRK-PRIMEIRA                 PIC X(01) VALUE 'S'.             00014700
       77 WRK-FIM-SORT                 PIC X(01) VALUE 'N'.             00014800
       77 WRK-FS-CTAREC                PIC X(02) VALUE SPACES.          00014900
       77 WRK-FS-RUNCTL                PIC X(02) VALUE SPACES.          00015000
       77 WRK-FS-RELAGE                PIC X(02) VALUE SPACES.          00015100
       77 WRK-ACU-LIDAS                PIC 9(07) VALUE ZEROS.           00015200
       77 WRK-ACU-EM-ABERTO            PIC 9(07) VALUE ZEROS.           00015300
       77 WRK-ACU-CLIENTES             PIC 9(05) VALUE ZEROS.           00015400
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00015500
                                                                        00015600
      *----------------------------------------------------------------*00015700
       01 FILLER                       PIC X(50)               VALUE    00015800
            '**** AREA DE LINHAS DO RELATORIO ****'.                    00015900
      *----------------------------------------------------------------*00016000
                                                                        00016100
       01 WRK-CABEC1.                                                   00016200
          05 FILLER                    PIC X(45) VALUE                  00016300
             '------ AGING DO CONTAS A RECEBER - DATA BASE '.           00016400
          05 WRK-CB1-DATA              PIC X(10).                       00016500
          05 FILLER                    PIC X(25) VALUE ' ------'.       00016600
       01 WRK-CABEC2.                                                   00016700
          05 FILLER                    PIC X(40) VALUE                  00016800
             'FATURA   EMISSAO    VENCIMENTO         '.                 00016900
          05 FILLER                    PIC X(40) VALUE                  00017000
             'VALOR         SALDO  DIAS FAIXA'.                         00017100
       01 WRK-CABEC3.                                                   00017200
          05 FILLER                    PIC X(15) VALUE SPACES.          00017300
          05 FILLER                    PIC X(13) VALUE '         0-30'. 00017400
          05 FILLER                    PIC X(13) VALUE '        31-60'. 00017500
          05 FILLER                    PIC X(13) VALUE '        61-90'. 00017600
          05 FILLER                    PIC X(13) VALUE '          90+'. 00017700
          05 FILLER                    PIC X(13) VALUE '        TOTAL'. 00017800
                                                                        00017900
       01 WRK-LINHA-CLIENTE.                                            00018000
          05 FILLER                    PIC X(09) VALUE 'CLIENTE: '.     00018100
          05 WRK-LCL-CLIENTE           PIC X(08).                       00018200
          05 FILLER                    PIC X(63) VALUE SPACES.          00018300
                                                                        00018400
       01 WRK-LINHA-PROJETO.                                            00018500
          05 FILLER                    PIC X(11) VALUE '  PROJETO: '.   00018600
          05 WRK-LPR-PROJETO           PIC X(20).                       00018700
          05 FILLER                    PIC X(49) VALUE SPACES.          00018800
                                                                        00018900
       01 WRK-LINHA-FATURA.                                             00019000
          05 WRK-LF-NUMERO             PIC 9(08).                       00019100
          05 FILLER                    PIC X(01) VALUE SPACES.          00019200
          05 WRK-LF-EMISSAO            PIC X(10).                       00019300
          05 FILLER                    PIC X(01) VALUE SPACES.          00019400
          05 WRK-LF-VENCTO             PIC X(10).                       00019500
          05 FILLER                    PIC X(01) VALUE SPACES.          00019600
          05 WRK-LF-VALOR              PIC ZZ.ZZZ.ZZ9,99.               00019700
          05 FILLER                    PIC X(01) VALUE SPACES.          00019800
          05 WRK-LF-SALDO              PIC ZZ.ZZZ.ZZ9,99.               00019900
          05 FILLER                    PIC X(01) VALUE SPACES.          00020000
          05 WRK-LF-DIAS               PIC ----9.                       00020100
          05 FILLER                    PIC X(01) VALUE SPACES.          00020200
          05 WRK-LF-FAIXA              PIC X(05).                       00020300
          05 FILLER                    PIC X(10) VALUE SPACES.          00020400
                                                                        00020500
       01 WRK-LINHA-FAIXAS.                                             00020600
          05 WRK-LFX-TITULO            PIC X(15).                       00020700
          05 WRK-LFX-ITEM              OCCURS 5 TIMES.                  00020800
             10 FILLER                 PIC X(01).                       00020900
             10 WRK-LFX-VALOR          PIC Z(08)9,99.                   00021000
                                                                        00021100
       01 WRK-LINHA-TRACO              PIC X(80) VALUE ALL '-'.         00021200
                                                                        00021300
       01 WRK-DATA-AAAAMMDD.                                            00021400
          05 WRK-DAM-ANO               PIC 9(04).                       00021500
          05 WRK-DAM-MES               PIC 9(02).                       00021600
          05 WRK-DAM-DIA               PIC 9(02).                       00021700
       01 WRK-DATA-AAAAMMDD-N REDEFINES WRK-DATA-AAAAMMDD               00021800
                                       PIC 9(08).                       00021900
       01 WRK-DATA-EDITADA.                                             00022000
          05 WRK-DED-DIA               PIC 9(02).                       00022100
          05 FILLER                    PIC X(01) VALUE '/'.             00022200
          05 WRK-DED-MES               PIC 9(02).                       00022300
          05 FILLER                    PIC X(01) VALUE '/'.             00022400
          05 WRK-DED-ANO               PIC 9(04).                       00022500
                                                                        00022600
      *----------------------------------------------------------------*00022700
       01 FILLER                       PIC X(50)               VALUE    00022800
            '**** AREA DO MODULO TRTERRO ****'.                         00022900
      *----------------------------------------------------------------*00023000
                                                                        00023100
        COPY '#TRTERRO'.                                                00023200
                                                                        00023300
      *================================================================*00023400
       PROCEDURE DIVISION.                                              00023500
      *================================================================*00023600
      *----------------------------------------------------------------*00023700
       0000-PRINCIPAL                     SECTION.                      00023800
      *----------------------------------------------------------------*00023900
                                                                        00024000
           PERFORM 1000-INICIAR.                                        00024100
                                                                        00024200
           SORT ORDENA                                                  00024300
               ON ASCENDING KEY SD-CHAVE                                00024400
               INPUT PROCEDURE  IS 2000-SELECIONAR-FATURAS              00024500
               OUTPUT PROCEDURE IS 2500-LISTAR-FATURAS.                 00024600
                                                                        00024700
           PERFORM 3000-FINALIZAR.                                      00024800
                                                                        00024900
      *----------------------------------------------------------------*00025000
       0000-99-FIM.            EXIT.                                    00025100
      *----------------------------------------------------------------*00025200
                                                                        00025300
      *----------------------------------------------------------------*00025400
       1000-INICIAR                       SECTION.                      00025500
      *----------------------------------------------------------------*00025600
                                                                        00025700
            OPEN INPUT  CTAREC                                          00025800
                 OUTPUT RELAGE.                                         00025900
            IF WRK-FS-CTAREC NOT EQUAL ZEROS                            00026000
                MOVE ' ERRO ABERTURA CTAREC ' TO WRK-MSG                00026100
                PERFORM 9000-TRATAR-ERROS                               00026200
            END-IF.                                                     00026300
            IF WRK-FS-RELAGE NOT EQUAL ZEROS                            00026400
                MOVE ' ERRO ABERTURA RELAGE ' TO WRK-MSG                00026500
                PERFORM 9000-TRATAR-ERROS                               00026600
            END-IF.                                                     00026700
                                                                        00026800
            PERFORM 1600-LER-DATA-RODADA.                               00026900
                                                                        00027000
            MOVE WRK-DATA-RODADA(1:2)  TO WRK-DIA.                      00027100
            MOVE WRK-DATA-RODADA(3:2)  TO WRK-MES.                      00027200
            MOVE WRK-DATA-RODADA(5:4)  TO WRK-ANO.                      00027300
            PERFORM 1200-CALCULAR-NUM-DIA.                              00027400
            MOVE WRK-NUM-DIA-MOVTO     TO WRK-NUM-DIA-HOJE.             00027500
                                                                        00027600
            MOVE WRK-DATA-RODADA(1:2)  TO WRK-CB1-DATA(1:2).            00027700
            MOVE '/'                   TO WRK-CB1-DATA(3:1).            00027800
            MOVE WRK-DATA-RODADA(3:2)  TO WRK-CB1-DATA(4:2).            00027900
            MOVE '/'                   TO WRK-CB1-DATA(6:1).            00028000
            MOVE WRK-DATA-RODADA(5:4)  TO WRK-CB1-DATA(7:4).            00028100
                                                                        00028200
            INITIALIZE WRK-TOTAIS-GERAL.                                00028300
                                                                        00028400
            WRITE FD-RELAGE FROM WRK-CABEC1.                            00028500
            WRITE FD-RELAGE FROM WRK-CABEC2.                            00028600
            WRITE FD-RELAGE FROM WRK-CABEC3.                            00028700
            WRITE FD-RELAGE FROM WRK-LINHA-TRACO.                       00028800
                                                                        00028900
      *----------------------------------------------------------------*00029000
       1000-99-FIM.            EXIT.                                    00029100
      *----------------------------------------------------------------*00029200
      *----------------------------------------------------------------*00029300
       1200-CALCULAR-NUM-DIA              SECTION.                      00029400
      *----------------------------------------------------------------*00029500
      *    NUMERO SEQUENCIAL DO DIA (CALENDARIO GREGORIANO) PARA        00029600
      *    DIFERENCA EXATA DE DATAS, COMO NO FR06CB46.                  00029700
      *----------------------------------------------------------------*00029800
                                                                        00029900
            MOVE WRK-ANO TO WRK-ANO-AJUSTADO.                           00030000
            IF WRK-MES LESS 3                                           00030100
                SUBTRACT 1 FROM WRK-ANO-AJUSTADO                        00030200
            END-IF.                                                     00030300
                                                                        00030400
            COMPUTE WRK-Q4   = WRK-ANO-AJUSTADO / 4.                    00030500
            COMPUTE WRK-Q100 = WRK-ANO-AJUSTADO / 100.                  00030600
            COMPUTE WRK-Q400 = WRK-ANO-AJUSTADO / 400.                  00030700
            COMPUTE WRK-BISSEXTOS = WRK-Q4 - WRK-Q100 + WRK-Q400.       00030800
                                                                        00030900
            COMPUTE WRK-NUM-DIA-MOVTO =                                 00031000
                (365 * WRK-ANO) + WRK-BISSEXTOS                         00031100
                + WRK-DIAS-ACUM(WRK-MES) + WRK-DIA.                     00031200
                                                                        00031300
      *----------------------------------------------------------------*00031400
       1200-99-FIM.            EXIT.                                    00031500
      *----------------------------------------------------------------*00031600
      *----------------------------------------------------------------*00031700
       1600-LER-DATA-RODADA               SECTION.                      00031800
      *----------------------------------------------------------------*00031900
                                                                        00032000
            OPEN INPUT RUNCTL.                                          00032100
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00032200
                MOVE ' RUNCTL AUSENTE - RODAR FR06CB01 ' TO WRK-MSG     00032300
                PERFORM 9000-TRATAR-ERROS                               00032400
            END-IF.                                                     00032500
                                                                        00032600
            READ RUNCTL INTO WRK-RUNCTL.                                00032700
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00032800
               OR WRK-RUNCTL-TIPO NOT EQUAL '1'                         00032900
                MOVE ' RUNCTL SEM REGISTRO DE ABERTURA ' TO WRK-MSG     00033000
                PERFORM 9000-TRATAR-ERROS                               00033100
            END-IF.                                                     00033200
                                                                        00033300
            MOVE WRK-RUNCTL-DATA TO WRK-DATA-RODADA.                    00033400
            CLOSE RUNCTL.                                               00033500
                                                                        00033600
      *----------------------------------------------------------------*00033700
       1600-99-FIM.            EXIT.                                    00033800
      *----------------------------------------------------------------*00033900
      *----------------------------------------------------------------*00034000
       2000-SELECIONAR-FATURAS            SECTION.                      00034100
      *----------------------------------------------------------------*00034200
                                                                        00034300
            PERFORM 2100-LER-FATURA                                     00034400
                UNTIL WRK-FS-CTAREC EQUAL '10'.                         00034500
                                                                        00034600
      *----------------------------------------------------------------*00034700
       2000-99-FIM.            EXIT.                                    00034800
      *----------------------------------------------------------------*00034900
      *----------------------------------------------------------------*00035000
       2100-LER-FATURA                    SECTION.                      00035100
      *----------------------------------------------------------------*00035200
                                                                        00035300
            READ CTAREC INTO WRK-REG-RECEB.                             00035400
            IF WRK-FS-CTAREC NOT EQUAL ZEROS                            00035500
                MOVE '10' TO WRK-FS-CTAREC                              00035600
                GO TO 2100-99-FIM                                       00035700
            END-IF.                                                     00035800
                                                                        00035900
            ADD 1 TO WRK-ACU-LIDAS.                                     00036000
                                                                        00036100
            IF WRK-REC-SITUACAO NOT EQUAL 'A'                           00036200
               AND WRK-REC-SITUACAO NOT EQUAL 'P'                       00036300
                GO TO 2100-99-FIM                                       00036400
            END-IF.                                                     00036500
            IF WRK-REC-VALOR-RECEBIDO NOT LESS WRK-REC-VALOR            00036600
                GO TO 2100-99-FIM                                       00036700
            END-IF.                                                     00036800
                                                                        00036900
            MOVE WRK-REC-CLIENTE  TO SD-CLIENTE.                        00037000
            MOVE WRK-REC-PROJETO  TO SD-PROJETO.                        00037100
            MOVE WRK-REC-NUMERO   TO SD-NUMERO.                         00037200
            MOVE WRK-REG-RECEB    TO SD-RECEB.                          00037300
            RELEASE SD-ORDENA.                                          00037400
                                                                        00037500
      *----------------------------------------------------------------*00037600
       2100-99-FIM.            EXIT.                                    00037700
      *----------------------------------------------------------------*00037800
      *----------------------------------------------------------------*00037900
       2500-LISTAR-FATURAS                SECTION.                      00038000
      *----------------------------------------------------------------*00038100
                                                                        00038200
            PERFORM 2510-RETORNAR-FATURA.                               00038300
                                                                        00038400
            PERFORM 2600-IMPRIMIR-FATURA                                00038500
                UNTIL WRK-FIM-SORT EQUAL 'S'.                           00038600
                                                                        00038700
            IF WRK-PRIMEIRA EQUAL 'N'                                   00038800
                PERFORM 2700-FECHAR-PROJETO                             00038900
                PERFORM 2800-FECHAR-CLIENTE                             00039000
            END-IF.                                                     00039100
                                                                        00039200
      *----------------------------------------------------------------*00039300
       2500-99-FIM.            EXIT.                                    00039400
      *----------------------------------------------------------------*00039500
      *----------------------------------------------------------------*00039600
       2510-RETORNAR-FATURA               SECTION.                      00039700
      *----------------------------------------------------------------*00039800
                                                                        00039900
            RETURN ORDENA                                               00040000
                AT END                                                  00040100
                    MOVE 'S' TO WRK-FIM-SORT                            00040200
                NOT AT END                                              00040300
                    MOVE SD-RECEB TO WRK-REG-RECEB                      00040400
            END-RETURN.                                                 00040500
                                                                        00040600
      *----------------------------------------------------------------*00040700
       2510-99-FIM.            EXIT.                                    00040800
      *----------------------------------------------------------------*00040900
      *----------------------------------------------------------------*00041000
       2600-IMPRIMIR-FATURA               SECTION.                      00041100
      *----------------------------------------------------------------*00041200
                                                                        00041300
            IF WRK-PRIMEIRA EQUAL 'S'                                   00041400
                MOVE 'N' TO WRK-PRIMEIRA                                00041500
                PERFORM 2650-ABRIR-CLIENTE                              00041600
                PERFORM 2660-ABRIR-PROJETO                              00041700
            ELSE                                                        00041800
                IF WRK-REC-CLIENTE NOT EQUAL WRK-CLIENTE-ANTERIOR       00041900
                    PERFORM 2700-FECHAR-PROJETO                         00042000
                    PERFORM 2800-FECHAR-CLIENTE                         00042100
                    PERFORM 2650-ABRIR-CLIENTE                          00042200
                    PERFORM 2660-ABRIR-PROJETO                          00042300
                ELSE                                                    00042400
                    IF WRK-REC-PROJETO NOT EQUAL WRK-PROJETO-ANTERIOR   00042500
                        PERFORM 2700-FECHAR-PROJETO                     00042600
                        PERFORM 2660-ABRIR-PROJETO                      00042700
                    END-IF                                              00042800
                END-IF                                                  00042900
            END-IF.                                                     00043000
                                                                        00043100
            ADD 1 TO WRK-ACU-EM-ABERTO.                                 00043200
            COMPUTE WRK-SALDO =                                         00043300
                WRK-REC-VALOR - WRK-REC-VALOR-RECEBIDO.                 00043400
                                                                        00043500
            MOVE WRK-REC-DATA-VENCTO TO WRK-DATA-AAAAMMDD-N.            00043600
            MOVE WRK-DAM-DIA         TO WRK-DIA.                        00043700
            MOVE WRK-DAM-MES         TO WRK-MES.                        00043800
            MOVE WRK-DAM-ANO         TO WRK-ANO.                        00043900
            PERFORM 1200-CALCULAR-NUM-DIA.                              00044000
            COMPUTE WRK-DIAS-ATRASO =                                   00044100
                WRK-NUM-DIA-HOJE - WRK-NUM-DIA-MOVTO.                   00044200
                                                                        00044300
            EVALUATE TRUE                                               00044400
             WHEN WRK-DIAS-ATRASO NOT GREATER 30                        00044500
               MOVE 1       TO WRK-IDX-FAIXA                            00044600
               MOVE '0-30 ' TO WRK-LF-FAIXA                             00044700
             WHEN WRK-DIAS-ATRASO NOT GREATER 60                        00044800
               MOVE 2       TO WRK-IDX-FAIXA                            00044900
               MOVE '31-60' TO WRK-LF-FAIXA                             00045000
             WHEN WRK-DIAS-ATRASO NOT GREATER 90                        00045100
               MOVE 3       TO WRK-IDX-FAIXA                            00045200
               MOVE '61-90' TO WRK-LF-FAIXA                             00045300
             WHEN OTHER                                                 00045400
               MOVE 4       TO WRK-IDX-FAIXA                            00045500
               MOVE '90+  ' TO WRK-LF-FAIXA                             00045600
            END-EVALUATE.                                               00045700
                                                                        00045800
            ADD WRK-SALDO TO WRK-TPR-FAIXA(WRK-IDX-FAIXA)               00045900
                             WRK-TPR-FAIXA(5).                          00046000
                                                                        00046100
            MOVE WRK-REC-NUMERO      TO WRK-LF-NUMERO.                  00046200
            MOVE WRK-REC-DATA-EMISSAO TO WRK-DATA-AAAAMMDD-N.           00046300
            PERFORM 2690-EDITAR-DATA.                                   00046400
            MOVE WRK-DATA-EDITADA    TO WRK-LF-EMISSAO.                 00046500
            MOVE WRK-REC-DATA-VENCTO TO WRK-DATA-AAAAMMDD-N.            00046600
            PERFORM 2690-EDITAR-DATA.                                   00046700
            MOVE WRK-DATA-EDITADA    TO WRK-LF-VENCTO.                  00046800
            MOVE WRK-REC-VALOR       TO WRK-LF-VALOR.                   00046900
            MOVE WRK-SALDO           TO WRK-LF-SALDO.                   00047000
            MOVE WRK-DIAS-ATRASO     TO WRK-LF-DIAS.                    00047100
            WRITE FD-RELAGE FROM WRK-LINHA-FATURA.                      00047200
                                                                        00047300
            PERFORM 2510-RETORNAR-FATURA.                               00047400
                                                                        00047500
      *----------------------------------------------------------------*00047600
       2600-99-FIM.            EXIT.                                    00047700
      *----------------------------------------------------------------*00047800
      *----------------------------------------------------------------*00047900
       2650-ABRIR-CLIENTE                 SECTION.                      00048000
      *----------------------------------------------------------------*00048100
                                                                        00048200
            MOVE WRK-REC-CLIENTE TO WRK-CLIENTE-ANTERIOR                00048300
                                    WRK-LCL-CLIENTE.                    00048400
            INITIALIZE WRK-TOTAIS-CLIENTE.                              00048500
            ADD 1 TO WRK-ACU-CLIENTES.                                  00048600
            WRITE FD-RELAGE FROM WRK-LINHA-CLIENTE.                     00048700
                                                                        00048800
      *----------------------------------------------------------------*00048900
       2650-99-FIM.            EXIT.                                    00049000
      *----------------------------------------------------------------*00049100
      *----------------------------------------------------------------*00049200
       2660-ABRIR-PROJETO                 SECTION.                      00049300
      *----------------------------------------------------------------*00049400
                                                                        00049500
            MOVE WRK-REC-PROJETO TO WRK-PROJETO-ANTERIOR                00049600
                                    WRK-LPR-PROJETO.                    00049700
            INITIALIZE WRK-TOTAIS-PROJETO.                              00049800
            WRITE FD-RELAGE FROM WRK-LINHA-PROJETO.                     00049900
                                                                        00050000
      *----------------------------------------------------------------*00050100
       2660-99-FIM.            EXIT.                                    00050200
      *----------------------------------------------------------------*00050300
      *----------------------------------------------------------------*00050400
       2690-EDITAR-DATA                   SECTION.                      00050500
      *----------------------------------------------------------------*00050600
                                                                        00050700
            MOVE WRK-DAM-DIA TO WRK-DED-DIA.                            00050800
            MOVE WRK-DAM-MES TO WRK-DED-MES.                            00050900
            MOVE WRK-DAM-ANO TO WRK-DED-ANO.                            00051000
                                                                        00051100
      *----------------------------------------------------------------*00051200
       2690-99-FIM.            EXIT.                                    00051300
      *----------------------------------------------------------------*00051400
      *----------------------------------------------------------------*00051500
       2700-FECHAR-PROJETO                SECTION.                      00051600
      *----------------------------------------------------------------*00051700
                                                                        00051800
            MOVE 'TOTAL PROJETO  ' TO WRK-LFX-TITULO.                   00051900
            PERFORM 2710-EDITAR-FAIXA-PROJETO                           00052000
                VARYING WRK-IDX-FAIXA FROM 1 BY 1                       00052100
                UNTIL WRK-IDX-FAIXA GREATER 5.                          00052200
            WRITE FD-RELAGE FROM WRK-LINHA-FAIXAS.                      00052300
                                                                        00052400
      *----------------------------------------------------------------*00052500
       2700-99-FIM.            EXIT.                                    00052600
      *----------------------------------------------------------------*00052700
      *----------------------------------------------------------------*00052800
       2710-EDITAR-FAIXA-PROJETO          SECTION.                      00052900
      *----------------------------------------------------------------*00053000
                                                                        00053100
            MOVE SPACES TO WRK-LFX-ITEM(WRK-IDX-FAIXA).                 00053200
            MOVE WRK-TPR-FAIXA(WRK-IDX-FAIXA)                           00053300
                 TO WRK-LFX-VALOR(WRK-IDX-FAIXA).                       00053400
            ADD WRK-TPR-FAIXA(WRK-IDX-FAIXA)                            00053500
                 TO WRK-TCL-FAIXA(WRK-IDX-FAIXA).                       00053600
                                                                        00053700
      *----------------------------------------------------------------*00053800
       2710-99-FIM.            EXIT.                                    00053900
      *----------------------------------------------------------------*00054000
      *----------------------------------------------------------------*00054100
       2800-FECHAR-CLIENTE                SECTION.                      00054200
      *----------------------------------------------------------------*00054300
                                                                        00054400
            MOVE 'TOTAL CLIENTE  ' TO WRK-LFX-TITULO.                   00054500
            PERFORM 2810-EDITAR-FAIXA-CLIENTE                           00054600
                VARYING WRK-IDX-FAIXA FROM 1 BY 1                       00054700
                UNTIL WRK-IDX-FAIXA GREATER 5.                          00054800
            WRITE FD-RELAGE FROM WRK-LINHA-FAIXAS.                      00054900
            WRITE FD-RELAGE FROM WRK-LINHA-TRACO.                       00055000
                                                                        00055100
      *----------------------------------------------------------------*00055200
       2800-99-FIM.            EXIT.                                    00055300
      *----------------------------------------------------------------*00055400
      *----------------------------------------------------------------*00055500
       2810-EDITAR-FAIXA-CLIENTE          SECTION.                      00055600
      *----------------------------------------------------------------*00055700
                                                                        00055800
            MOVE SPACES TO WRK-LFX-ITEM(WRK-IDX-FAIXA).                 00055900
            MOVE WRK-TCL-FAIXA(WRK-IDX-FAIXA)                           00056000
                 TO WRK-LFX-VALOR(WRK-IDX-FAIXA).                       00056100
            ADD WRK-TCL-FAIXA(WRK-IDX-FAIXA)                            00056200
                 TO WRK-TGE-FAIXA(WRK-IDX-FAIXA).                       00056300
                                                                        00056400
      *----------------------------------------------------------------*00056500
       2810-99-FIM.            EXIT.                                    00056600
      *----------------------------------------------------------------*00056700
      *----------------------------------------------------------------*00056800
       3000-FINALIZAR                     SECTION.                      00056900
      *----------------------------------------------------------------*00057000
                                                                        00057100
            MOVE 'TOTAL GERAL    ' TO WRK-LFX-TITULO.                   00057200
            PERFORM 3100-EDITAR-FAIXA-GERAL                             00057300
                VARYING WRK-IDX-FAIXA FROM 1 BY 1                       00057400
                UNTIL WRK-IDX-FAIXA GREATER 5.                          00057500
            WRITE FD-RELAGE FROM WRK-LINHA-FAIXAS.                      00057600
                                                                        00057700
            CLOSE CTAREC                                                00057800
                  RELAGE.                                               00057900
                                                                        00058000
            DISPLAY 'FATURAS LIDAS.........: ' WRK-ACU-LIDAS.           00058100
            DISPLAY 'FATURAS COM SALDO.....: ' WRK-ACU-EM-ABERTO.       00058200
            DISPLAY 'CLIENTES COM SALDO....: ' WRK-ACU-CLIENTES.        00058300
            DISPLAY 'SALDO TOTAL A RECEBER.: ' WRK-TGE-FAIXA(5).        00058400
                                                                        00058500
            STOP RUN.                                                   00058600
      *----------------------------------------------------------------*00058700
       3000-99-FIM.            EXIT.                                    00058800
      *----------------------------------------------------------------*00058900
      *----------------------------------------------------------------*00059000
       3100-EDITAR-FAIXA-GERAL            SECTION.                      00059100
      *----------------------------------------------------------------*00059200
                                                                        00059300
            MOVE SPACES TO WRK-LFX-ITEM(WRK-IDX-FAIXA).                 00059400
            MOVE WRK-TGE-FAIXA(WRK-IDX-FAIXA)                           00059500
                 TO WRK-LFX-VALOR(WRK-IDX-FAIXA).                       00059600
                                                                        00059700
      *----------------------------------------------------------------*00059800
       3100-99-FIM.            EXIT.                                    00059900
      *----------------------------------------------------------------*00060000
                                                                        00060100
      *----------------------------------------------------------------*00060200
       9000-TRATAR-ERROS                  SECTION.                      00060300
      *----------------------------------------------------------------*00060400
                                                                        00060500
             MOVE 'FR06C148'       TO WRK-ERR-PROGRAMA.                 00060600
             MOVE '9000'           TO WRK-ERR-SECTION.                  00060700
             MOVE WRK-MSG          TO WRK-ERR-MSG.                      00060800
             MOVE SPACES           TO WRK-ERR-STATUS.                   00060900
             MOVE WRK-FS-CTAREC    TO WRK-ERR-STATUS(1:2).              00061000
             MOVE WRK-FS-RELAGE    TO WRK-ERR-STATUS(3:2).              00061100
             MOVE 'F'              TO WRK-ERR-SEVERIDADE.               00061200
                                                                        00061300
             CALL 'TRTERRO'        USING WRK-TRTERRO.                   00061400
                                                                        00061500
      *----------------------------------------------------------------*00061600
       9000-99-FIM.            EXIT.                                    00061700
      *----------------------------------------------------------------*00061800
